000100*-----------------------------------------------------------*
000200*  NOTFRCPT.CPY                                               *
000300*  SMS/EMAIL GATEWAY DELIVERY-RECEIPT RECORD LAYOUT           *
000400*                                                             *
000500*  ONE RECORD PER MESSAGE THE GATEWAY HAS DELIVERED OR GIVEN  *
000600*  UP ON, RETURNED WITH THE REFERENCE FROM THE BILLNOTF LINE  *
000700*  (SEE NOTFLOG.CPY).  A NOTIFICATION SENT BY BOTH SMS AND    *
000800*  EMAIL COMES BACK AS TWO RECEIPTS, ONE PER CHANNEL.         *
000900*-----------------------------------------------------------*
001000*  MODIFICATION HISTORY                                      *
001100*  DATE       INIT  DESCRIPTION                               *
001200*  2026-09-30 RSH   ORIGINAL LAYOUT                           *
001300*-----------------------------------------------------------*
001400 01  DV-RECORD.
001500     05  DV-REF                  PIC X(19).
001600     05  DV-CHANNEL              PIC X(01).
001700         88  DV-CHAN-SMS                 VALUE "S".
001800         88  DV-CHAN-EMAIL               VALUE "E".
001900     05  DV-RESULT               PIC X(01).
002000         88  DV-DELIVERED                VALUE "D".
002100         88  DV-FAILED                   VALUE "F".
002200     05  DV-EVENT-DATE           PIC 9(08).
002300     05  DV-EVENT-TIME           PIC 9(06).
002400     05  DV-FAIL-REASON          PIC X(20).
