001000*  MODIFICATION HISTORY                                      *
001100*  DATE       INIT  DESCRIPTION                               *
001200*  2026-08-22 RSH   ORIGINAL LAYOUT                           *
001200*  2026-10-12 RSH   ADD THE REFUND NUMBER, QUOTED BACK BY THE *
001200*                   PAYMENT SYSTEM WITH THE INSTRUMENT IT     *
001200*                   ASSIGNS.                                  *
001300*-----------------------------------------------------------*
001400  01  RF-RECORD.
001500      05  RF-CUST-ID              PIC X(10).
002200          88  RF-REASON-THRESHOLD         VALUE "T".
002300          88  RF-REASON-AGED              VALUE "A".
002400          88  RF-REASON-CLOSED            VALUE "C".
002410      05  RF-REFUND-NO            PIC 9(09).
