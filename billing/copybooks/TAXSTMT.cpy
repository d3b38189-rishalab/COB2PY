000100*-----------------------------------------------------------*
000200*  TAXSTMT.CPY                                               *
000300*  GOVERNMENT TAX-CREDIT STATEMENT RECORD LAYOUT              *
000400*                                                             *
000500*  ONE RECORD PER DEDUCTION SHOWN TO THE BOARD'S CREDIT ON    *
000600*  THE INCOME-TAX DEPARTMENT'S ANNUAL TAX-CREDIT STATEMENT,   *
000700*  AS DOWNLOADED AND CONVERTED TO THIS LAYOUT.  BILTDS        *
000800*  MATCHES THE FINALLY BOOKED LINES AGAINST THE CERTIFICATES  *
000900*  RECORDED ON TDSREG.                                        *
001000*-----------------------------------------------------------*
001100*  MODIFICATION HISTORY                                      *
001200*  DATE       INIT  DESCRIPTION                               *
001300*  2026-10-09 RSH   ORIGINAL LAYOUT                           *
001400*-----------------------------------------------------------*
001500  01  TX-RECORD.
001600      05  TX-DEDUCTOR-TAN         PIC X(10).
001700      05  TX-DEDUCTOR-NAME        PIC X(30).
001800      05  TX-TXN-DATE             PIC 9(08).
001900      05  TX-AMOUNT-PAID          PIC 9(09)V99.
002000      05  TX-TDS-AMT              PIC 9(07)V99.
002100      05  TX-FIN-YEAR             PIC 9(04).
002200      05  TX-QUARTER              PIC 9(01).
002300      05  TX-BOOKING-STATUS       PIC X(01).
002400          88  TX-BOOKED-FINAL             VALUE "F".
002500          88  TX-BOOKED-UNMATCHED         VALUE "U".
002600          88  TX-BOOKED-PROVISIONAL       VALUE "P".
002700      05  FILLER                  PIC X(06).
