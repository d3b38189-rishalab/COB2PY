002195*                   DIGITS RESPECTIVELY, SO A LARGE COMMERCIAL
002196*                   ACCOUNT'S CONSUMPTION AND BILL AMOUNT DO NOT
002197*                   OVERFLOW.
002197*  2026-10-15 RSH   FILE SIMRPT IN THE REPORT REPOSITORY     *
002197*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002200*-----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
008500     88  WS-RT-EOF                   VALUE "Y".
008600 77  WS-PR-EOF-SW            PIC X(01) VALUE "N".
008700     88  WS-PR-EOF                   VALUE "Y".
008700 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
008700     88  WS-RO-EOF                   VALUE "Y".
008800 77  WS-CUST-FOUND-SW        PIC X(01) VALUE "N".
008900     88  WS-CUST-FOUND               VALUE "Y".
009000 77  WS-SYSTEM-DATE          PIC 9(08).
009000 77  WS-SYSTEM-TIME          PIC 9(08).
009100 77  WS-BILL-PERIOD          PIC 9(06).
009110 77  WS-BILL-MONTH           PIC 9(02).
009120 77  WS-PEAK-SW              PIC X(01) VALUE "N".
012510     ==BC-TIER1-UNITS==      BY ==SC-TIER1-UNITS==
012520     ==BC-TIER2-UNITS==      BY ==SC-TIER2-UNITS==
012530     ==BC-TIER3-UNITS==      BY ==SC-TIER3-UNITS==.
012530 COPY RPTPARM.

012500 PROCEDURE DIVISION.
012600 0000-MAINLINE SECTION.
015800         WRITE SR-LINE FROM WS-SIM-LINE
015900     END-IF.
016000     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
016000     ACCEPT WS-SYSTEM-TIME FROM TIME.
016100     MOVE WS-SYSTEM-DATE(1:6) TO WS-BILL-PERIOD.
016200     PERFORM 1100-LOAD-RATE-TABLE THRU 1100-EXIT.
016300     IF NOT WS-ABORT
036200     CLOSE METERTXN.
036300     PERFORM 9500-PRINT-SUMMARY THRU 9500-EXIT.
036400     CLOSE SIMRPT.
036400     PERFORM 9680-FILE-REPORT THRU 9680-EXIT.
036500     DISPLAY "BILSIM: " WS-COMPARE-COUNT " CUSTOMER(S) SIMULATED".
036600 9000-EXIT.
036700     EXIT.
038200     WRITE SR-LINE FROM WS-SIM-LINE.
038300 9500-EXIT.
038400     EXIT.

038500*-----------------------------------------------------------*
038600*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
038700*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
038800*    OUTLIVES THE NEXT RUN.                                    *
038900*-----------------------------------------------------------*
039000 9680-FILE-REPORT.
039100     OPEN INPUT SIMRPT.
039200     IF NOT FS-SIMRPT-OK
039300         GO TO 9680-EXIT
039400     END-IF.
039500     MOVE "O"               TO RO-FUNCTION.
039600     MOVE "SIMRPT"          TO RO-REPORT-NAME.
039700     MOVE "BILSIM"          TO RO-PROGRAM-ID.
039800     MOVE SPACES            TO RO-OPERATOR-ID.
039900     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
040000     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
040100     MOVE ZERO              TO RO-PERIOD.
040200     CALL "BILRPTF" USING RO-PARMS.
040300     IF RO-OK
040400         MOVE "N" TO WS-RO-EOF-SW
040500         PERFORM 9690-FILE-LINE THRU 9690-EXIT
040600             UNTIL WS-RO-EOF
040700         MOVE "C"          TO RO-FUNCTION
040800         CALL "BILRPTF" USING RO-PARMS
040900     END-IF.
041000     CLOSE SIMRPT.
041100 9680-EXIT.
041200     EXIT.

041300 9690-FILE-LINE.
041400     READ SIMRPT
041500         AT END
041600             MOVE "Y" TO WS-RO-EOF-SW
041700             GO TO 9690-EXIT
041800     END-READ.
041900     MOVE "L"               TO RO-FUNCTION.
042000     MOVE SR-LINE           TO RO-LINE.
042100     CALL "BILRPTF" USING RO-PARMS.
042200 9690-EXIT.
042300     EXIT.
