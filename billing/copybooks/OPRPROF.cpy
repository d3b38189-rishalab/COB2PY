000800*  REQUIRED FOR APPROVAL DECISIONS, PERIOD CLOSES AND LARGE    *
000900*  ADJUSTMENT LOADS.  CHECKED BY THE SHARED BILSIGN            *
001000*  SUBPROGRAM.                                                 *
001010*                                                             *
001020*  THE PASSWORD IS NEVER HELD IN CLEAR - OP-PASSWORD-HASH IS   *
001030*  THE BILHASH ONE-WAY HASH OF THE PASSWORD KEYED WITH THE     *
001035*  OPERATOR ID AND OP-PASSWORD-SALT - A VALUE SET BY BILOPER   *
001037*  WHEN THE ID IS ADDED AND KEPT FOR THE LIFE OF THE ID -      *
001040*  AND OP-PREV-HASH KEEPS THE LAST FIVE SO A CHANGE CANNOT     *
001050*  REUSE A RECENT ONE.  OP-PWD-CHANGED OF ZERO                 *
001060*  (A NEW OR RESET ID) FORCES A CHANGE BEFORE THE ID CAN BE    *
001070*  USED.  OP-STATUS L (LOCKED AFTER REPEATED FAILURES) AND D   *
001080*  (DORMANT - UNUSED 90 DAYS) ARE CLEARED ONLY BY A            *
001090*  SUPERVISOR THROUGH BILOPER; X IS A WITHDRAWN ID, KEPT ON    *
001095*  FILE FOR THE ACCESS REVIEW.  MAINTAINED BY BILOPER.         *
001100*-----------------------------------------------------------*
001200*  MODIFICATION HISTORY                                      *
001300*  DATE       INIT  DESCRIPTION                               *
001400*  2026-08-22 RSH   ORIGINAL LAYOUT                           *
001410*  2026-10-15 RSH   HASHED PASSWORD, STATUS, PASSWORD AGE,     *
001420*                   FAILURE COUNT, LAST SIGN-ON AND HISTORY   *
001430*                   PER-OPERATOR SALT FOR THE PASSWORD HASH   *
001500*-----------------------------------------------------------*
001600  01  OP-RECORD.
001700      05  OP-OPERATOR-ID          PIC X(08).
001800      05  OP-PASSWORD-HASH        PIC 9(15).
001900      05  OP-AUTH-LEVEL           PIC 9(01).
002000          88  OP-LEVEL-OPERATOR           VALUE 1.
002100          88  OP-LEVEL-SUPERVISOR         VALUE 2.
002200      05  OP-STATUS               PIC X(01).
002300          88  OP-STAT-ACTIVE              VALUE "A".
002400          88  OP-STAT-LOCKED              VALUE "L".
002500          88  OP-STAT-DORMANT             VALUE "D".
002600          88  OP-STAT-WITHDRAWN           VALUE "X".
002700      05  OP-PWD-CHANGED          PIC 9(08).
002800      05  OP-FAIL-COUNT           PIC 9(02).
002900      05  OP-LAST-SIGNON          PIC 9(08).
003000      05  OP-ENABLED-DATE         PIC 9(08).
003100      05  OP-STATUS-DATE          PIC 9(08).
003200      05  OP-STATUS-BY            PIC X(08).
003300      05  OP-PASSWORD-HISTORY.
003350          10  OP-PREV-HASH        PIC 9(15) OCCURS 5 TIMES.
003380      05  OP-PASSWORD-SALT        PIC X(08).
003400      05  FILLER                  PIC X(02).
