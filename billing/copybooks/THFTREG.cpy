000100*-----------------------------------------------------------*
000200*  THFTREG.CPY                                                 *
000300*  UNAUTHORISED-CONNECTION THEFT CASE REGISTER RECORD LAYOUT   *
000400*                                                              *
000500*  ONE RECORD PER THEFT CASE BOOKED AGAINST A PERSON WHO IS    *
000600*  NOT A CUSTOMER - A DIRECT HOOKING OR TAP OFF THE MAINS.     *
000700*  EACH CASE OPENS A PROVISIONAL ACCOUNT ON THE CUSTOMER       *
000800*  MASTER (ID "T" AND THE CASE NUMBER) CARRYING THE            *
000900*  OFFENDER'S NAME AND THE PREMISES, AND THE ASSESSMENT BILL   *
001000*  IS RAISED ON IT.  THE ASSESSED ENERGY IS THE CONNECTED      *
001100*  LOAD FOUND, TIMES THE HOURS A DAY AND THE DAYS OF USE,      *
001200*  PRICED AT THE MULTIPLE OF THE APPLICABLE TARIFF; THE        *
001300*  COMPOUNDING CHARGE IS CARRIED SEPARATELY.  MAINTAINED BY    *
001400*  BILTHFT.                                                    *
001500*-----------------------------------------------------------*
001600*  MODIFICATION HISTORY                                      *
001700*  DATE       INIT  DESCRIPTION                               *
001800*  2026-10-15 RSH   ORIGINAL LAYOUT                           *
001900*-----------------------------------------------------------*
002000  01  TF-RECORD.
002100      05  TF-CASE-NO              PIC 9(06).
002200      05  TF-CUST-ID              PIC X(10).
002300      05  TF-NAME                 PIC X(30).
002400      05  TF-POLICE-REF           PIC X(20).
002500      05  TF-DETECT-DATE          PIC 9(08).
002600      05  TF-SERVICE-TYPE         PIC X(01).
002700      05  TF-CUST-CLASS           PIC X(01).
002800      05  TF-LOAD-KW              PIC 9(05)V99.
002900      05  TF-HOURS                PIC 9(02).
003000      05  TF-DAYS                 PIC 9(03).
003100      05  TF-MULTIPLE             PIC 9(01)V9.
003200      05  TF-TARIFF-RATE          PIC 9(03)V99.
003300      05  TF-UNITS                PIC 9(07).
003400      05  TF-ENERGY-AMT           PIC 9(09)V99.
003500      05  TF-GST-AMT              PIC 9(09)V99.
003600      05  TF-COMPOUND-AMT         PIC 9(07)V99.
003700      05  TF-TOTAL-AMT            PIC 9(09)V99.
003800      05  TF-INVOICE-NO           PIC 9(09).
003900      05  TF-BILL-PERIOD          PIC 9(06).
004000      05  TF-STATUS               PIC X(01).
004100          88  TF-STAT-ASSESSED            VALUE "A".
004200          88  TF-STAT-PAID                VALUE "P".
004300          88  TF-STAT-IN-COURT            VALUE "L".
004400          88  TF-STAT-CLOSED              VALUE "C".
004500      05  TF-STATUS-DATE          PIC 9(08).
004600      05  TF-AMOUNT-PAID          PIC 9(09)V99.
004700      05  TF-LEGAL-CASE-NO        PIC X(12).
004800      05  TF-OPERATOR-ID          PIC X(08).
004900      05  FILLER                  PIC X(20).
