000100*-----------------------------------------------------------*
000200*  LIABJRN.CPY                                                *
000300*  CUSTOMER-LIABILITY MOVEMENT JOURNAL RECORD LAYOUT          *
000400*                                                             *
000500*  ONE RECORD PER MOVEMENT IN A DEPOSIT, CREDIT, PREPAID OR    *
000600*  SUSPENSE BALANCE, APPENDED BY THE BILLIAB SUBPROGRAM FOR    *
000700*  WHICHEVER PROGRAM MADE IT, STAMPED WITH THE DATE AND TIME   *
000800*  OF THE CALL.  READ BY THE MONTH-END BILLPRF PROOF, WHICH    *
000900*  ROLLS LAST MONTH'S BALANCES FORWARD THROUGH IT.             *
001000*-----------------------------------------------------------*
001100*  MODIFICATION HISTORY                                      *
001200*  DATE       INIT  DESCRIPTION                               *
001300*  2026-10-15 RSH   ORIGINAL LAYOUT                           *
001400*-----------------------------------------------------------*
001500  01  LJ-RECORD.
001600      05  LJ-STAMP.
001700          10  LJ-DATE             PIC 9(08).
001800          10  LJ-TIME             PIC 9(08).
001900      05  LJ-LIABILITY            PIC X(01).
002000      05  LJ-MOVE-TYPE            PIC X(03).
002100      05  LJ-CUST-ID              PIC X(10).
002200      05  LJ-AMOUNT               PIC S9(09)V99.
002300      05  LJ-SOURCE               PIC X(08).
002400      05  FILLER                  PIC X(10).
