000700*  NEGATIVE AMOUNT REDUCES THE BILL (A CREDIT), A POSITIVE     *
000800*  AMOUNT ADDS TO IT.  APPLIED BEFORE THE FINAL INVOICE        *
000900*  AMOUNT IS PRINTED, WITH THE ORIGINAL COMPUTED FIGURE KEPT   *
001000*  ON THE INVOICE FOR AUDIT.  ADJ-OPERATOR-ID IS THE OPERATOR  *
001000*  WHO RAISED THE ITEM - THE BILLING RUN CHECKS THAT OPERATOR, *
001000*  NOT WHOEVER SIGNED ON TO THE RUN, AGAINST STAFFREG.         *
001100*-----------------------------------------------------------*
001200*  MODIFICATION HISTORY                                      *
001300*  DATE       INIT  DESCRIPTION                               *
001400*  2026-08-08 RSH   ORIGINAL LAYOUT                           *
001400*  2026-09-29 RSH   ADD REASON 05, STANDARDS-OF-PERFORMANCE   *
001400*                   COMPENSATION CREDITED BY BILSOPC.         *
001400*  2026-10-15 RSH   ADD REASON 06, THE METER ACCURACY TEST    *
001400*                   FEE CHARGED BY BILMACC AND REFUNDED WHEN  *
001400*                   THE METER FAILS.                          *
001400*  2026-10-15 RSH   ADD ADJ-OPERATOR-ID, THE OPERATOR WHO     *
001400*                   RAISED THE ADJUSTMENT.                    *
001500*-----------------------------------------------------------*
001600  01  ADJ-RECORD.
001700      05  ADJ-CUST-ID             PIC X(10).
002100          88  ADJ-REASON-GOODWILL         VALUE "02".
002200          88  ADJ-REASON-METER-ERROR      VALUE "03".
002300          88  ADJ-REASON-OTHER            VALUE "04".
002310          88  ADJ-REASON-COMPENSATION     VALUE "05".
002320          88  ADJ-REASON-METER-TEST       VALUE "06".
002400      05  ADJ-REASON-TEXT         PIC X(30).
002500      05  ADJ-OPERATOR-ID         PIC X(08).
