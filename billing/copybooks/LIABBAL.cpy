000100*-----------------------------------------------------------*
000200*  LIABBAL.CPY                                                *
000300*  CUSTOMER-LIABILITY PROOF BALANCE RECORD LAYOUT             *
000400*                                                             *
000500*  ONE RECORD PER LIABILITY (D DEPOSIT, C CREDIT, P PREPAID,   *
000600*  S SUSPENSE) WRITTEN BY THE LAST BILLPRF PROOF - THE         *
000700*  OPENING AND CLOSING SUBLEDGER BALANCES FOR ITS PERIOD AND   *
000800*  THE JOURNAL STAMPS IT PROVED BETWEEN.  THE NEXT MONTH       *
000900*  OPENS AT LY-CLOSING FROM LY-TO-STAMP; A RERUN IN THE SAME   *
001000*  MONTH REPEATS THE SAME PROOF FROM LY-OPENING.               *
001100*-----------------------------------------------------------*
001200*  MODIFICATION HISTORY                                      *
001300*  DATE       INIT  DESCRIPTION                               *
001400*  2026-10-15 RSH   ORIGINAL LAYOUT                           *
001500*-----------------------------------------------------------*
001600  01  LY-RECORD.
001700      05  LY-PERIOD               PIC 9(06).
001800      05  LY-LIABILITY            PIC X(01).
001900      05  LY-OPENING              PIC S9(11)V99.
002000      05  LY-CLOSING              PIC S9(11)V99.
002100      05  LY-FROM-STAMP           PIC 9(16).
002200      05  LY-TO-STAMP             PIC 9(16).
002300      05  FILLER                  PIC X(10).
