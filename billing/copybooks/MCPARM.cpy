000100*-----------------------------------------------------------*
000200*  MCPARM.CPY                                                 *
000300*  CALL PARAMETER BLOCK FOR THE BILCAUD MASTER-CHANGE REVIEW   *
000400*  CHECK - SAME CONVENTION AS SIGNPARM.CPY.  THE CALLER NAMES  *
000500*  THE CUSTOMER, THE OPERATOR WHO KEYED THE REFUND OR          *
000600*  WRITE-OFF AND THE DATE IT WAS KEYED.  MC-FLAGGED COMES      *
000700*  BACK WHEN CUSTAUD SHOWS THE NAME, ADDRESS, PHONE OR         *
000800*  DEPOSIT CHANGED WITHIN THE REVIEW WINDOW OF THAT DATE, OR   *
000900*  CHANGED AT ANY TIME IN THE LOOK-BACK BY THAT SAME OPERATOR. *
001000*  MC-FIELDS-CHANGED CARRIES N, A, P AND D IN ITS FOUR         *
001100*  POSITIONS FOR THE FIELDS FOUND CHANGED; MC-CHANGE-DATE AND  *
001200*  MC-CHANGED-BY ARE THE LATEST SUCH CHANGE.                   *
001300*-----------------------------------------------------------*
001400*  MODIFICATION HISTORY                                      *
001500*  DATE       INIT  DESCRIPTION                               *
001600*  2026-10-15 RSH   ORIGINAL LAYOUT                           *
001700*-----------------------------------------------------------*
001800  01  MC-PARMS.
001900      05  MC-CUST-ID              PIC X(10).
002000      05  MC-OPERATOR-ID          PIC X(08).
002100      05  MC-AS-OF-DATE           PIC 9(08).
002200      05  MC-RESULT               PIC X(01).
002300          88  MC-CLEAN                    VALUE "N".
002400          88  MC-FLAGGED                  VALUE "Y".
002500      05  MC-RECENT-SW            PIC X(01).
002600          88  MC-RECENT-CHANGE            VALUE "Y".
002700      05  MC-SAME-OPER-SW         PIC X(01).
002800          88  MC-SAME-OPERATOR            VALUE "Y".
002900      05  MC-FIELDS-CHANGED.
003000          10  MC-NAME-SW          PIC X(01).
003100          10  MC-ADDR-SW          PIC X(01).
003200          10  MC-PHONE-SW         PIC X(01).
003300          10  MC-DEPOSIT-SW       PIC X(01).
003400      05  MC-CHANGE-DATE          PIC 9(08).
003500      05  MC-CHANGED-BY           PIC X(08).
003600      05  MC-WINDOW-DAYS          PIC 9(03).
