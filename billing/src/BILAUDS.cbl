002600*  2026-09-02 RSH   MIRROR THE BILLING RUN - NO BI-MONTHLY    *
002600*                   DOUBLING ON TOP OF THE READING-SPAN       *
002600*                   SCALE.                                     *
002600*  2026-10-15 RSH   FILE AUDSRPT IN THE REPORT REPOSITORY    *
002600*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002600*-----------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
009900     88  WS-RT-EOF                   VALUE "Y".
010000 77  WS-CN-EOF-SW            PIC X(01) VALUE "N".
010100     88  WS-CN-EOF                   VALUE "Y".
010100 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
010100     88  WS-RO-EOF                   VALUE "Y".
010200 77  WS-OPERATOR-ID          PIC X(08).
010300 77  WS-SYSTEM-DATE          PIC 9(08).
010400 77  WS-SYSTEM-TIME          PIC 9(08).

014300 COPY RATETBL.
014400 COPY BILCALC.
014400 COPY RPTPARM.

014500 PROCEDURE DIVISION.
014600 0000-MAINLINE SECTION.
053400             DELIMITED BY SIZE INTO WS-RPT-LINE
053500         WRITE AR-LINE FROM WS-RPT-LINE
053600         CLOSE AUDSRPT
053600         PERFORM 9680-FILE-REPORT THRU 9680-EXIT
053700     END-IF.
053800     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
053900     CLOSE RUNLOG.
055800     WRITE RL-RECORD.
055900 9600-EXIT.
056000     EXIT.

056100*-----------------------------------------------------------*
056200*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
056300*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
056400*    OUTLIVES THE NEXT RUN.                                    *
056500*-----------------------------------------------------------*
056600 9680-FILE-REPORT.
056700     OPEN INPUT AUDSRPT.
056800     IF NOT FS-AUDSRPT-OK
056900         GO TO 9680-EXIT
057000     END-IF.
057100     MOVE "O"               TO RO-FUNCTION.
057200     MOVE "AUDSRPT"         TO RO-REPORT-NAME.
057300     MOVE "BILAUDS"         TO RO-PROGRAM-ID.
057400     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
057500     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
057600     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
057700     MOVE ZERO              TO RO-PERIOD.
057800     CALL "BILRPTF" USING RO-PARMS.
057900     IF RO-OK
058000         MOVE "N" TO WS-RO-EOF-SW
058100         PERFORM 9690-FILE-LINE THRU 9690-EXIT
058200             UNTIL WS-RO-EOF
058300         MOVE "C"          TO RO-FUNCTION
058400         CALL "BILRPTF" USING RO-PARMS
058500     END-IF.
058600     CLOSE AUDSRPT.
058700 9680-EXIT.
058800     EXIT.

058900 9690-FILE-LINE.
059000     READ AUDSRPT
059100         AT END
059200             MOVE "Y" TO WS-RO-EOF-SW
059300             GO TO 9690-EXIT
059400     END-READ.
059500     MOVE "L"               TO RO-FUNCTION.
059600     MOVE AR-LINE           TO RO-LINE.
059700     CALL "BILRPTF" USING RO-PARMS.
059800 9690-EXIT.
059900     EXIT.
