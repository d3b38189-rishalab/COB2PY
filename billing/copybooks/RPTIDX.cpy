000100*-----------------------------------------------------------*
000200*  RPTIDX.CPY                                                  *
000300*  REPORT REPOSITORY INDEX RECORD LAYOUT                       *
000400*                                                              *
000500*  ONE RECORD PER REPORT FILED BY A RUN, KEYED BY THE REPORT   *
000600*  NAME (THE PRINT FILE'S DD NAME) AND THE RUN'S DATE AND      *
000700*  TIME AS STAMPED ON RUNLOG, CARRYING THE PROGRAM, OPERATOR   *
000800*  AND PERIOD REPORTED ON.  THE LINES THEMSELVES ARE ON        *
000900*  RPTLINE UNDER THE SAME KEY.  FILED BY BILRPTF, SEARCHED     *
001000*  AND REPRINTED THROUGH BILRPTQ, AGED BY BILRPTP - WHICH      *
001100*  MARKS THE MONTH-END AND YEAR-END EDITIONS PERMANENT AND     *
001200*  PURGES THE REST PAST THEIR RETENTION.  A PURGED REPORT      *
001300*  KEEPS ITS INDEX ENTRY, SO THE INDEX STILL SHOWS IT WAS      *
001400*  FILED AND WHEN IT WENT.                                     *
001500*-----------------------------------------------------------*
001600*  MODIFICATION HISTORY                                      *
001700*  DATE       INIT  DESCRIPTION                               *
001800*  2026-10-15 RSH   ORIGINAL LAYOUT                           *
001900*-----------------------------------------------------------*
002000  01  RA-RECORD.
002100      05  RA-KEY.
002200          10  RA-REPORT-NAME      PIC X(08).
002300          10  RA-RUN-DATE         PIC 9(08).
002400          10  RA-RUN-TIME         PIC 9(08).
002500      05  RA-PROGRAM-ID           PIC X(08).
002600      05  RA-OPERATOR-ID          PIC X(08).
002700      05  RA-PERIOD               PIC 9(06).
002800      05  RA-LINE-COUNT           PIC 9(06).
002900      05  RA-STATUS               PIC X(01).
003000          88  RA-STAT-FILING              VALUE "O".
003100          88  RA-STAT-FILED               VALUE "F".
003200          88  RA-STAT-MONTH-END           VALUE "M".
003300          88  RA-STAT-YEAR-END            VALUE "Y".
003400          88  RA-STAT-PURGED              VALUE "X".
003500          88  RA-PERMANENT                VALUE "M" "Y".
003600      05  RA-STATUS-DATE          PIC 9(08).
003700      05  RA-REPRINT-COUNT        PIC 9(03).
003800      05  RA-LAST-REPRINT-DATE    PIC 9(08).
003900      05  RA-LAST-REPRINT-BY      PIC X(08).
004000      05  FILLER                  PIC X(20).
