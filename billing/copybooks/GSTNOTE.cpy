000100*-----------------------------------------------------------*
000200*  GSTNOTE.CPY                                                *
000300*  GST CREDIT/DEBIT NOTE REGISTER RECORD                       *
000400*                                                             *
000500*  ONE RECORD PER CREDIT OR DEBIT NOTE ISSUED BY THE BILNOTE   *
000600*  SUBPROGRAM WHEN A POSTED BILL'S VALUE CHANGES - A BILCANC   *
000700*  CANCEL/REBILL, A BILRBKO RUN BACKOUT, AN ADJTXN CORRECTION  *
000800*  APPLIED BY BILBATCH OR BILAPPR, OR A BILINSP ASSESSMENT.    *
000900*  KEYED BY NOTE TYPE AND NUMBER; EACH TYPE HAS ITS OWN        *
001000*  NUMBER SERIES ON NOTECTL.  THE NOTE IS PRINTED BY BILNPRT   *
001100*  THROUGH BILPRINT, REPORTED BY BILGST AND, FOR A COMMERCIAL  *
001200*  CUSTOMER, REGISTERED ON THE PORTAL BY BILEINV.              *
001300*                                                             *
001400*  GN-SOURCE       CANC - BILCANC CANCEL AND REBILL            *
001500*                  RBKO - BILRBKO WHOLE-RUN BACKOUT            *
001600*                  ADJT - ADJTXN CORRECTION                    *
001700*                  INSP - BILINSP TAMPERING ASSESSMENT         *
001800*  GN-RETURN-SW    N - NETS INTO THE RETURN OF GN-FILING-PERIOD*
001900*                  H - ALREADY IN THAT RETURN'S BILL CELLS,    *
002000*                      BECAUSE THE HISTORY RECORD ITSELF WAS   *
002100*                      CHANGED OR WRITTEN FOR A PERIOD NOT YET *
002200*                      RETURNED - LISTED FOR REFERENCE ONLY    *
002300*-----------------------------------------------------------*
002400*  MODIFICATION HISTORY                                      *
002500*  DATE       INIT  DESCRIPTION                               *
002600*  2026-10-10 RSH   ORIGINAL LAYOUT                           *
002700*-----------------------------------------------------------*
002800  01  GN-RECORD.
002900      05  GN-KEY.
003000          10  GN-NOTE-TYPE        PIC X(01).
003100              88  GN-CREDIT-NOTE          VALUE "C".
003200              88  GN-DEBIT-NOTE           VALUE "D".
003300          10  GN-NOTE-NO          PIC 9(09).
003400      05  GN-CUST-ID              PIC X(10).
003500      05  GN-NOTE-DATE            PIC 9(08).
003600      05  GN-FILING-PERIOD        PIC 9(06).
003700      05  GN-ORIG-INVOICE-NO      PIC 9(09).
003800      05  GN-ORIG-PERIOD          PIC 9(06).
003900      05  GN-TAXABLE-AMT          PIC 9(09)V99.
004000      05  GN-GST-AMT              PIC 9(09)V99.
004100      05  GN-NOTE-AMT             PIC 9(09)V99.
004200      05  GN-SOURCE               PIC X(04).
004300          88  GN-SRC-CANCEL               VALUE "CANC".
004400          88  GN-SRC-BACKOUT              VALUE "RBKO".
004500          88  GN-SRC-ADJUST               VALUE "ADJT".
004600          88  GN-SRC-INSPECT              VALUE "INSP".
004700      05  GN-RETURN-SW            PIC X(01).
004800          88  GN-NETS-RETURN              VALUE "N".
004900          88  GN-IN-BILL-CELLS            VALUE "H".
005000      05  GN-REASON-TEXT          PIC X(30).
005100      05  GN-PRINTED-SW           PIC X(01).
005200          88  GN-PRINTED                  VALUE "Y".
005300      05  GN-PRINT-DATE           PIC 9(08).
005400      05  GN-EINV-REF             PIC X(20).
005500      05  GN-OPERATOR-ID          PIC X(08).
005600      05  FILLER                  PIC X(10).
