000100*-----------------------------------------------------------*
000200*  FEEDHIST.CPY                                               *
000300*  INBOUND FEED CHECK HISTORY RECORD LAYOUT                    *
000400*                                                             *
000500*  ONE RECORD PER FEED PER BILFEED PRE-FLIGHT CHECK - WHAT     *
000600*  ARRIVED, HOW MANY DETAIL RECORDS IT HELD, WHAT ITS TRAILER  *
000700*  CLAIMED, THE COUNT AT THE SAME POINT OF LAST MONTH'S CYCLE  *
000800*  AND THE VERDICT.  APPENDED BY BILFEED, WHICH ALSO READS     *
000900*  LAST MONTH'S COUNTS BACK FROM IT; BILNITE READS TONIGHT'S   *
001000*  RECORDS TO HOLD ANY STEP WHOSE FEED FAILED.  WHEN BILFEED   *
001100*  IS RERUN AFTER A LATE FEED, THE LATER RECORD STANDS.        *
001200*-----------------------------------------------------------*
001300*  MODIFICATION HISTORY                                      *
001400*  DATE       INIT  DESCRIPTION                               *
001500*  2026-10-15 RSH   ORIGINAL LAYOUT                           *
001600*-----------------------------------------------------------*
001700  01  FH-RECORD.
001800      05  FH-FEED-ID              PIC X(08).
001900      05  FH-STEP-PROGRAM         PIC X(08).
002000      05  FH-CHECK-DATE           PIC 9(08).
002100      05  FH-CHECK-TIME           PIC 9(08).
002200      05  FH-STATUS               PIC X(01).
002300          88  FH-STAT-OK                  VALUE "G".
002400          88  FH-STAT-NOT-SENT            VALUE "A".
002500          88  FH-STAT-MISSING             VALUE "M".
002600          88  FH-STAT-LOW                 VALUE "L".
002700          88  FH-STAT-HIGH                VALUE "H".
002800          88  FH-STAT-SWING               VALUE "V".
002900          88  FH-STAT-TRAILER             VALUE "T".
003000          88  FH-STAT-UNKNOWN             VALUE "U".
003100          88  FH-STAT-PROBLEM             VALUE "M" "L" "H"
003200                                                "V" "T" "U".
003300      05  FH-RECORD-COUNT         PIC 9(07).
003400      05  FH-TRAILER-COUNT        PIC 9(07).
003500      05  FH-LAST-MONTH-COUNT     PIC 9(07).
003600      05  FH-PROBLEM-TEXT         PIC X(40).
003700      05  FH-OPERATOR-ID          PIC X(08).
003800      05  FILLER                  PIC X(08).
