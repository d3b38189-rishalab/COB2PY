000100*-----------------------------------------------------------*
000200*  RPTTYPE.CPY                                                 *
000300*  REPORT RETENTION TABLE RECORD LAYOUT                        *
000400*                                                              *
000500*  ONE RECORD PER REPORT NAME, SET BY OPERATIONS WITH THE      *
000600*  AUDITORS, GIVING THE MONTHS A FILED COPY OF THAT REPORT     *
000700*  IS KEPT IN THE REPOSITORY BEFORE BILRPTP PURGES IT.  999    *
000800*  KEEPS EVERY COPY.  A REPORT WITH NO ROW OF ITS OWN IS KEPT  *
000900*  FOR THE DEFAULT PERIOD IN BILRPTP.  THE MONTH-END AND       *
001000*  YEAR-END EDITIONS OF EVERY REPORT ARE KEPT WHATEVER THE     *
001100*  TABLE SAYS.                                                 *
001200*-----------------------------------------------------------*
001300*  MODIFICATION HISTORY                                      *
001400*  DATE       INIT  DESCRIPTION                               *
001500*  2026-10-15 RSH   ORIGINAL LAYOUT                           *
001600*-----------------------------------------------------------*
001700  01  RU-RECORD.
001800      05  RU-REPORT-NAME          PIC X(08).
001900      05  RU-RETAIN-MONTHS        PIC 9(03).
002000          88  RU-RETAIN-ALWAYS            VALUE 999.
002100      05  RU-DESCRIPTION          PIC X(40).
002200      05  FILLER                  PIC X(09).
