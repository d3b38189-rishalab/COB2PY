001900*                   WHEN IT EXISTS, FALLING BACK TO THE FULL  *
001900*                   HISTORY SCAN WHEN IT DOES NOT.            *
002000*  2026-08-09 RSH   ORIGINAL                                  *
002000*  2026-10-15 RSH   FILE CONSRPT IN THE REPORT REPOSITORY    *
002000*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002000*  2026-10-15 RSH   FILE THE REPORT UNDER THE BILL PERIOD.   *
002100*-----------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
007200     88  WS-ABORT                    VALUE "Y".
007300 77  WS-EOF-SW               PIC X(01) VALUE "N".
007400     88  WS-EOF                      VALUE "Y".
007400 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
007400     88  WS-RO-EOF                   VALUE "Y".

007500*-----------------------------------------------------------*
007600*    OPERATOR-SUPPLIED SELECTION CRITERIA                     *
008900 01  WS-CONS-LINE            PIC X(80).
009000 01  WS-COUNT-ED             PIC ZZ9.
009100 01  WS-BILL-ED              PIC ZZZZZZZZ9.99.
009100 COPY RPTPARM.

009200 PROCEDURE DIVISION.
009300 0000-MAINLINE SECTION.
021130     END-IF.
021200     CLOSE CUSTMAS.
021300     CLOSE CONSRPT.
021300     PERFORM 9680-FILE-REPORT THRU 9680-EXIT.
021400     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
021500     CLOSE RUNLOG.
021600     DISPLAY "BILCONS: " WS-CONS-COUNT
023000     WRITE RL-RECORD.
023100 9600-EXIT.
023200     EXIT.

023300*-----------------------------------------------------------*
023400*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
023500*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
023600*    OUTLIVES THE NEXT RUN.                                    *
023700*-----------------------------------------------------------*
023800 9680-FILE-REPORT.
023900     OPEN INPUT CONSRPT.
024000     IF NOT FS-CONSRPT-OK
024100         GO TO 9680-EXIT
024200     END-IF.
024300     MOVE "O"               TO RO-FUNCTION.
024400     MOVE "CONSRPT"         TO RO-REPORT-NAME.
024500     MOVE "BILCONS"         TO RO-PROGRAM-ID.
024600     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
024700     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
024800     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
024900     MOVE WS-BILL-PERIOD    TO RO-PERIOD.
025000     CALL "BILRPTF" USING RO-PARMS.
025100     IF RO-OK
025200         MOVE "N" TO WS-RO-EOF-SW
025300         PERFORM 9690-FILE-LINE THRU 9690-EXIT
025400             UNTIL WS-RO-EOF
025500         MOVE "C"          TO RO-FUNCTION
025600         CALL "BILRPTF" USING RO-PARMS
025700     END-IF.
025800     CLOSE CONSRPT.
025900 9680-EXIT.
026000     EXIT.

026100 9690-FILE-LINE.
026200     READ CONSRPT
026300         AT END
026400             MOVE "Y" TO WS-RO-EOF-SW
026500             GO TO 9690-EXIT
026600     END-READ.
026700     MOVE "L"               TO RO-FUNCTION.
026800     MOVE CN-LINE           TO RO-LINE.
026900     CALL "BILRPTF" USING RO-PARMS.
027000 9690-EXIT.
027100     EXIT.
