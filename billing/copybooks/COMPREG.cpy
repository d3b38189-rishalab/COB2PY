000100*-----------------------------------------------------------*
000200*  COMPREG.CPY                                               *
000300*  CUSTOMER COMPLAINT REGISTER RECORD LAYOUT                  *
000400*                                                             *
000500*  ONE RECORD PER COMPLAINT, KEYED BY THE COMPLAINT NUMBER    *
000600*  ISSUED FROM THE COMPCTL CONTROL RECORD.  TIED TO THE       *
000700*  ACCOUNT ON CUSTMAS AND, WHERE THE COMPLAINT IS ABOUT ONE,  *
000800*  TO AN INVOICE (BILL PERIOD AND INVOICE NUMBER FROM THE     *
000900*  HISTORY) OR A WORK ORDER.  THE ZONE IS STAMPED FROM THE    *
001000*  CUSTOMER MASTER WHEN THE COMPLAINT IS LOGGED.  THE DUE     *
001100*  DATE AND TIME ARE THE LOGGING TIME PLUS THE CATEGORY'S     *
001200*  TARGET HOURS FROM THE CMPLCAT TABLE.  EVERY CHANGE OF      *
001300*  STATUS OR DESK IS ALSO WRITTEN TO THE COMPHIST LOG.        *
001400*  MAINTAINED BY BILCMPL.                                     *
001500*-----------------------------------------------------------*
001600*  MODIFICATION HISTORY                                      *
001700*  DATE       INIT  DESCRIPTION                               *
001800*  2026-09-28 RSH   ORIGINAL LAYOUT                           *
001900*-----------------------------------------------------------*
002000 01  CP-RECORD.
002100     05  CP-COMPLAINT-NO         PIC 9(08).
002200     05  CP-CUST-ID              PIC X(10).
002300     05  CP-ZONE-CODE            PIC X(02).
002400     05  CP-CATEGORY             PIC X(02).
002500         88  CP-CAT-BILLING              VALUE "BL".
002600         88  CP-CAT-SUPPLY               VALUE "SP".
002700         88  CP-CAT-METER                VALUE "MT".
002800         88  CP-CAT-STAFF                VALUE "ST".
002900     05  CP-SUBCATEGORY          PIC X(02).
003000     05  CP-BILL-PERIOD          PIC 9(06).
003100     05  CP-INVOICE-NO           PIC 9(09).
003200     05  CP-WORK-ORDER-NO        PIC X(10).
003300     05  CP-DESK-ID              PIC X(08).
003400     05  CP-STATUS               PIC X(01).
003500         88  CP-STAT-LOGGED              VALUE "L".
003600         88  CP-STAT-ASSIGNED            VALUE "A".
003700         88  CP-STAT-CLOSED              VALUE "C".
003800     05  CP-OPEN-DATE            PIC 9(08).
003900     05  CP-OPEN-TIME            PIC 9(04).
004000     05  CP-TARGET-HOURS         PIC 9(04).
004100     05  CP-DUE-DATE             PIC 9(08).
004200     05  CP-DUE-TIME             PIC 9(04).
004300     05  CP-CLOSE-DATE           PIC 9(08).
004400     05  CP-CLOSE-TIME           PIC 9(04).
004500     05  CP-DISPUTE-SW           PIC X(01).
004600         88  CP-DISPUTE-OPENED           VALUE "Y".
004700     05  CP-OPERATOR-ID          PIC X(08).
004800     05  CP-DESCRIPTION          PIC X(60).
004900     05  CP-CLOSE-NOTES          PIC X(60).
