000100*-----------------------------------------------------------*
000200*  GLCTL.CPY                                                  *
000300*  GL CONTROL-ACCOUNT BALANCE RECORD LAYOUT                   *
000400*                                                             *
000500*  ONE RECORD PER PERIOD AND CUSTOMER LIABILITY, KEYED BY      *
000600*  FINANCE FROM THE GENERAL LEDGER TRIAL BALANCE - THE         *
000700*  CONTROL ACCOUNT AND ITS MONTH-END CREDIT BALANCE - FOR THE  *
000800*  BILLPRF PROOF TO TIE THE SUBLEDGER TO.                      *
000900*-----------------------------------------------------------*
001000*  MODIFICATION HISTORY                                      *
001100*  DATE       INIT  DESCRIPTION                               *
001200*  2026-10-15 RSH   ORIGINAL LAYOUT                           *
001300*-----------------------------------------------------------*
001400  01  GT-RECORD.
001500      05  GT-PERIOD               PIC 9(06).
001600      05  GT-LIABILITY            PIC X(01).
001700      05  GT-ACCOUNT-CODE         PIC X(10).
001800      05  GT-BALANCE              PIC S9(11)V99.
001900      05  FILLER                  PIC X(10).
