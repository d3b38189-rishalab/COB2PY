000100*-----------------------------------------------------------*
000200*  STAFFREG.CPY                                               *
000300*  STAFF-ACCOUNT CONFLICT REGISTER RECORD LAYOUT               *
000400*                                                             *
000500*  ONE RECORD PER LINK BETWEEN AN OPERATOR ID AND A CUSTOMER   *
000600*  ACCOUNT THE OPERATOR HOLDS (RELATION S), THAT A DECLARED    *
000700*  FAMILY MEMBER HOLDS (F), OR IN WHICH THE OPERATOR HAS       *
000800*  SOME OTHER DECLARED INTEREST (O).  EVERY PROGRAM THAT ACTS  *
000900*  ON A CUSTOMER UNDER AN OPERATOR ID ASKS BILSTFC, WHICH      *
001000*  REFUSES THE ACTION WHILE AN ACTIVE LINK IS ON FILE.  A      *
001100*  LINK IS NEVER DELETED - A WITHDRAWN ONE IS MARKED X WITH    *
001200*  THE SUPERVISOR AND REASON.  MAINTAINED BY BILSTAF.          *
001300*-----------------------------------------------------------*
001400*  MODIFICATION HISTORY                                      *
001500*  DATE       INIT  DESCRIPTION                               *
001600*  2026-10-15 RSH   ORIGINAL LAYOUT                           *
001700*-----------------------------------------------------------*
001800  01  SA-RECORD.
001900      05  SA-OPERATOR-ID          PIC X(08).
002000      05  SA-CUST-ID              PIC X(10).
002100      05  SA-RELATION             PIC X(01).
002200          88  SA-REL-SELF                 VALUE "S".
002300          88  SA-REL-FAMILY               VALUE "F".
002400          88  SA-REL-OTHER                VALUE "O".
002500      05  SA-HOLDER-NAME          PIC X(30).
002600      05  SA-STATUS               PIC X(01).
002700          88  SA-STAT-ACTIVE              VALUE "A".
002800          88  SA-STAT-WITHDRAWN           VALUE "X".
002900      05  SA-ADDED-DATE           PIC 9(08).
003000      05  SA-ADDED-BY             PIC X(08).
003100      05  SA-CHANGED-DATE         PIC 9(08).
003200      05  SA-CHANGED-BY           PIC X(08).
003300      05  SA-REASON               PIC X(30).
003400      05  FILLER                  PIC X(08).
