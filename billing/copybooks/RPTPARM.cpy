000100*-----------------------------------------------------------*
000200*  RPTPARM.CPY                                                 *
000300*  CALL PARAMETER BLOCK FOR THE BILRPTF REPORT-REPOSITORY      *
000400*  FILING SUBPROGRAM - SAME CONVENTION AS CWPARM.CPY.          *
000500*                                                              *
000600*  RO-FUNCTION O - OPEN A FILING FOR REPORT RO-REPORT-NAME     *
000700*                  PRODUCED BY RO-PROGRAM-ID FOR OPERATOR      *
000800*                  RO-OPERATOR-ID IN THE RUN STAMPED           *
000900*                  RO-RUN-DATE/RO-RUN-TIME (THE SAME STAMP     *
001000*                  THE RUN WRITES TO RUNLOG), FOR PERIOD       *
001100*                  RO-PERIOD - ZERO TAKES THE RUN MONTH        *
001200*              L - FILE RO-LINE AS THE NEXT LINE OF THE        *
001300*                  REPORT OPENED                               *
001400*              C - CLOSE THE FILING AND MARK IT COMPLETE       *
001500*                                                              *
001600*  RO-RESULT   Y - DONE                                        *
001700*              D - THAT REPORT IS ALREADY FILED FOR THE RUN    *
001800*              N - REPOSITORY COULD NOT BE OPENED OR WRITTEN   *
001900*-----------------------------------------------------------*
002000*  MODIFICATION HISTORY                                      *
002100*  DATE       INIT  DESCRIPTION                               *
002200*  2026-10-15 RSH   ORIGINAL LAYOUT                           *
002300*-----------------------------------------------------------*
002400  01  RO-PARMS.
002500      05  RO-FUNCTION             PIC X(01).
002600          88  RO-FUNC-OPEN                VALUE "O".
002700          88  RO-FUNC-LINE                VALUE "L".
002800          88  RO-FUNC-CLOSE               VALUE "C".
002900      05  RO-REPORT-NAME          PIC X(08).
003000      05  RO-PROGRAM-ID           PIC X(08).
003100      05  RO-OPERATOR-ID          PIC X(08).
003200      05  RO-RUN-DATE             PIC 9(08).
003300      05  RO-RUN-TIME             PIC 9(08).
003400      05  RO-PERIOD               PIC 9(06).
003500      05  RO-LINE                 PIC X(132).
003600      05  RO-RESULT               PIC X(01).
003700          88  RO-OK                       VALUE "Y".
003800          88  RO-DUPLICATE                VALUE "D".
003900          88  RO-FAILED                   VALUE "N".
