000100*-----------------------------------------------------------*
000200*  DUTYOFF.CPY                                               *
000300*  MUNICIPAL DUES OFFSET REGISTER RECORD LAYOUT               *
000400*                                                             *
000500*  ONE RECORD PER OPEN ITEM OF A MUNICIPALITY'S OWN ACCOUNT    *
000600*  SETTLED AGAINST THE DUTY REMITTED TO THAT MUNICIPALITY,     *
000700*  APPENDED BY BILDUTY WHEN A SUPERVISOR AUTHORIZES THE        *
000800*  OFFSET.  A FILING PERIOD ALREADY ON THE REGISTER IS NOT     *
000900*  OFFSET AGAIN - A RE-RUN SHOWS THE OFFSET AS RECORDED.       *
001000*-----------------------------------------------------------*
001100*  MODIFICATION HISTORY                                      *
001200*  DATE       INIT  DESCRIPTION                               *
001300*  2026-10-15 RSH   ORIGINAL LAYOUT                           *
001400*-----------------------------------------------------------*
001500  01  DO-RECORD.
001600      05  DO-FILING-PERIOD        PIC 9(06).
001700      05  DO-MUNICIPALITY         PIC X(20).
001800      05  DO-CUST-ID              PIC X(10).
001900      05  DO-INVOICE-NO           PIC 9(09).
002000      05  DO-BILL-PERIOD          PIC 9(06).
002100      05  DO-AMOUNT               PIC 9(09)V99.
002200      05  DO-ZONE-CODE            PIC X(02).
002300      05  DO-POST-DATE            PIC 9(08).
002400      05  DO-OPERATOR-ID          PIC X(08).
002500      05  FILLER                  PIC X(10).
