001200*  MODIFICATION HISTORY                                      *
001300*  DATE       INIT  DESCRIPTION                               *
001400*  2026-08-22 RSH   ORIGINAL LAYOUT                           *
001400*  2026-09-14 RSH   ADD THE PREVIOUS AND CURRENT REGISTER     *
001400*                   READINGS THE HANDHELD WORKED FROM - THE   *
001400*                   DEVICE'S UNITS MUST AGREE WITH THE UNITS  *
001400*                   BILSPOT DERIVES FROM THEM (ROLLOVER AND   *
001400*                   MULTIPLYING FACTOR INCLUDED) OR THE BILL  *
001400*                   IS REJECTED.                              *
001400*  2026-09-18 RSH   ADD THE ID OF THE READER WHO CARRIED THE  *
001400*                   HANDHELD.                                 *
001500*-----------------------------------------------------------*
001600  01  SP-RECORD.
001700      05  SP-CUST-ID              PIC X(10).
001900      05  SP-DEVICE-BILL          PIC 9(09)V99.
002000      05  SP-RATE-VERSION         PIC X(06).
002100      05  SP-BILL-DATE            PIC 9(08).
002200      05  SP-PREV-READING         PIC 9(07).
002300      05  SP-CURR-READING         PIC 9(07).
002400      05  SP-READER-ID            PIC X(08).
