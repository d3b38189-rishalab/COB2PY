000100*-----------------------------------------------------------*
000200*  RFNDHLD.CPY                                                *
000300*  REFUND REVIEW HOLD QUEUE RECORD LAYOUT                      *
000400*                                                             *
000500*  ONE RECORD PER REFUND BILRFND HELD BACK BECAUSE CUSTAUD     *
000600*  SHOWS THE ACCOUNT'S NAME, ADDRESS, PHONE OR DEPOSIT WAS     *
000700*  CHANGED SHORTLY BEFORE, OR WAS CHANGED BY THE OPERATOR      *
000800*  RUNNING THE REFUNDS (BILCAUD).  A SECOND SUPERVISOR         *
000900*  RELEASES IT IN BILMCRV - NEVER THE OPERATOR WHO RAN THE     *
001000*  REFUNDS NOR THE ONE WHO MADE THE CHANGE - AND THE NEXT      *
001100*  BILRFND RUN ISSUES IT.  THE SAME QUEUE DISCIPLINE PREMHLD   *
001200*  GIVES HELD CONNECTION APPLICATIONS.                         *
001300*                                                             *
001400*  RH-STATUS   P - PENDING A SECOND SUPERVISOR (BILMCRV)       *
001500*              R - RELEASED, ISSUE ON THE NEXT BILRFND RUN     *
001600*              I - ISSUED BY BILRFND UNDER RH-REFUND-NO        *
001700*              L - RELEASE LAPSED - THE CREDIT HAD GROWN PAST  *
001800*                  THE AMOUNT RELEASED, SO THE REFUND WAS      *
001900*                  REVIEWED AGAIN                              *
001910*  AN ISSUED OR LAPSED ENTRY STAYS ON THE QUEUE FOR THE MONTH  *
001920*  IT WAS CLOSED (RH-CLOSED-DATE) AND IS DROPPED BY THE FIRST  *
001930*  BILRFND RUN OF A LATER MONTH.                               *
002000*-----------------------------------------------------------*
002100*  MODIFICATION HISTORY                                      *
002200*  DATE       INIT  DESCRIPTION                               *
002300*  2026-10-15 RSH   ORIGINAL LAYOUT                           *
002400*-----------------------------------------------------------*
002500  01  RH-RECORD.
002600      05  RH-CUST-ID              PIC X(10).
002700      05  RH-AMOUNT               PIC 9(07)V99.
002800      05  RH-REASON               PIC X(01).
002900      05  RH-HOLD-DATE            PIC 9(08).
003000      05  RH-HELD-BY              PIC X(08).
003100      05  RH-RECENT-SW            PIC X(01).
003200          88  RH-RECENT-CHANGE            VALUE "Y".
003300      05  RH-SAME-OPER-SW         PIC X(01).
003400          88  RH-SAME-OPERATOR            VALUE "Y".
003500      05  RH-FIELDS-CHANGED       PIC X(04).
003600      05  RH-CHANGE-DATE          PIC 9(08).
003700      05  RH-CHANGED-BY           PIC X(08).
003800      05  RH-STATUS               PIC X(01).
003900          88  RH-STAT-PENDING             VALUE "P".
004000          88  RH-STAT-RELEASED            VALUE "R".
004100          88  RH-STAT-ISSUED              VALUE "I".
004200          88  RH-STAT-LAPSED              VALUE "L".
004300      05  RH-DECIDED-BY           PIC X(08).
004400      05  RH-DECISION-DATE        PIC 9(08).
004500      05  RH-REFUND-NO            PIC 9(09).
004550      05  RH-CLOSED-DATE          PIC 9(08).
004600      05  FILLER                  PIC X(02).
