000100*-----------------------------------------------------------*
000200*  CONTQ.CPY                                                 *
000300*  CONTACT-CORRECTION WORK QUEUE RECORD LAYOUT                *
000400*                                                             *
000500*  ONE RECORD PER ACCOUNT WHOSE SMS/EMAIL NOTIFICATIONS KEEP  *
000600*  FAILING - THE WORK LIST FOR THE CONTACT-CORRECTION TEAM,   *
000700*  WHO FIX THE PHONE OR EMAIL THROUGH BILMNT AND CLOSE THE    *
000800*  ITEM THROUGH BILDLVR, ENDING THE PRINTED-BILL FALLBACK.    *
000900*  SAME CONVENTION AS ADDRQ.CPY.                              *
001000*-----------------------------------------------------------*
001100*  MODIFICATION HISTORY                                      *
001200*  DATE       INIT  DESCRIPTION                               *
001300*  2026-09-30 RSH   ORIGINAL LAYOUT                           *
001400*-----------------------------------------------------------*
001500  01  KQ-RECORD.
001600      05  KQ-CUST-ID              PIC X(10).
001700      05  KQ-QUEUED-DATE          PIC 9(08).
001800      05  KQ-STATUS               PIC X(01).
001900          88  KQ-STAT-OPEN                VALUE "O".
002000          88  KQ-STAT-CLOSED              VALUE "C".
002100      05  KQ-CLOSED-DATE          PIC 9(08).
002200      05  KQ-OPERATOR-ID          PIC X(08).
002300      05  KQ-FAIL-REASON          PIC X(20).
