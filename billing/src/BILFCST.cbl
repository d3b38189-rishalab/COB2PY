002100*  MODIFICATION HISTORY                                      *
002200*  DATE       INIT  DESCRIPTION                               *
002300*  2026-09-02 RSH   ORIGINAL                                  *
002300*  2026-10-15 RSH   FILE FCSTRPT IN THE REPORT REPOSITORY    *
002300*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002400*-----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
009700     88  WS-RT-EOF                   VALUE "Y".
009800 77  WS-FC-EOF-SW            PIC X(01) VALUE "N".
009900     88  WS-FC-EOF                   VALUE "Y".
009900 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
009900     88  WS-RO-EOF                   VALUE "Y".
010000 77  WS-OPERATOR-ID          PIC X(08).
010100 77  WS-SYSTEM-DATE          PIC 9(08).
010200 77  WS-SYSTEM-TIME          PIC 9(08).
016000*-----------------------------------------------------------*
016100 COPY RATETBL.
016200 COPY BILCALC.
016200 COPY RPTPARM.

016300 PROCEDURE DIVISION.
016400 0000-MAINLINE SECTION.
057200     CLOSE BILLHIST.
057300     CLOSE CUSTMAS.
057400     CLOSE FCSTRPT.
057400     PERFORM 9680-FILE-REPORT THRU 9680-EXIT.
057500     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
057600     CLOSE RUNLOG.
057700     DISPLAY "BILFCST: " WS-FCST-WRITTEN
059400     WRITE RL-RECORD.
059500 9600-EXIT.
059600     EXIT.

059700*-----------------------------------------------------------*
059800*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
059900*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
060000*    OUTLIVES THE NEXT RUN.                                    *
060100*-----------------------------------------------------------*
060200 9680-FILE-REPORT.
060300     OPEN INPUT FCSTRPT.
060400     IF NOT FS-FCSTRPT-OK
060500         GO TO 9680-EXIT
060600     END-IF.
060700     MOVE "O"               TO RO-FUNCTION.
060800     MOVE "FCSTRPT"         TO RO-REPORT-NAME.
060900     MOVE "BILFCST"         TO RO-PROGRAM-ID.
061000     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
061100     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
061200     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
061300     MOVE ZERO              TO RO-PERIOD.
061400     CALL "BILRPTF" USING RO-PARMS.
061500     IF RO-OK
061600         MOVE "N" TO WS-RO-EOF-SW
061700         PERFORM 9690-FILE-LINE THRU 9690-EXIT
061800             UNTIL WS-RO-EOF
061900         MOVE "C"          TO RO-FUNCTION
062000         CALL "BILRPTF" USING RO-PARMS
062100     END-IF.
062200     CLOSE FCSTRPT.
062300 9680-EXIT.
062400     EXIT.

062500 9690-FILE-LINE.
062600     READ FCSTRPT
062700         AT END
062800             MOVE "Y" TO WS-RO-EOF-SW
062900             GO TO 9690-EXIT
063000     END-READ.
063100     MOVE "L"               TO RO-FUNCTION.
063200     MOVE FR-LINE           TO RO-LINE.
063300     CALL "BILRPTF" USING RO-PARMS.
063400 9690-EXIT.
063500     EXIT.
