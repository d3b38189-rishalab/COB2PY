000100*-----------------------------------------------------------*
000200*  PROVBAL.CPY                                                *
000300*  BAD-DEBT PROVISION BALANCE RECORD LAYOUT                   *
000400*                                                             *
000500*  ONE RECORD PER CUSTOMER CLASS AND ACCOUNT CATEGORY,         *
000600*  HOLDING THE PROVISION THE LAST MONTH-END BILPROV RUN        *
000700*  REQUIRED - THE BALANCE THE LEDGER SHOULD NOW CARRY.  THE    *
000800*  NEXT RUN POSTS ONLY THE DIFFERENCE AND REWRITES THE FILE    *
000900*  WHOLE.  PL-PERIOD STOPS A SECOND RUN IN THE SAME MONTH      *
001000*  POSTING THE MOVEMENT TWICE.                                 *
001100*-----------------------------------------------------------*
001200*  MODIFICATION HISTORY                                      *
001300*  DATE       INIT  DESCRIPTION                               *
001400*  2026-10-15 RSH   ORIGINAL LAYOUT                           *
001500*-----------------------------------------------------------*
001600  01  PL-RECORD.
001700      05  PL-PERIOD               PIC 9(06).
001800      05  PL-CLASS                PIC X(01).
001900      05  PL-CATEGORY             PIC X(01).
002000      05  PL-PROVISION            PIC 9(11)V99.
002100      05  PL-RUN-DATE             PIC 9(08).
002200      05  PL-OPERATOR-ID          PIC X(08).
002300      05  FILLER                  PIC X(10).
