001900*  2026-09-02 RSH   DO NOT WRITE THE SUMMARY LINE OR CLOSE   *
001900*                   FILES THAT NEVER OPENED WHEN THE RUN      *
001900*                   WAS ABANDONED AT INITIALIZATION.          *
001900*  2026-10-15 RSH   FILE CONRRPT IN THE REPORT REPOSITORY    *
001900*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
001900*-----------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
007000     88  WS-ABORT                    VALUE "Y".
007100 77  WS-EOF-SW               PIC X(01) VALUE "N".
007200     88  WS-EOF                      VALUE "Y".
007200 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
007200     88  WS-RO-EOF                   VALUE "Y".
007300 77  WS-OPERATOR-ID          PIC X(08).
007400 77  WS-SYSTEM-DATE          PIC 9(08).
007500 77  WS-SYSTEM-TIME          PIC 9(08).
008200 01  WS-RPT-LINE             PIC X(80).
008300 01  WS-RPT-RATE-ED          PIC ZZ9.99.
008400 01  WS-RPT-UNITS-ED         PIC ZZZZZZ9.
008400 COPY RPTPARM.

008500 PROCEDURE DIVISION.
008600 0000-MAINLINE SECTION.
022600         CLOSE CONTRACT
022700         CLOSE CUSTMAS
022800         CLOSE CONRRPT
022800         PERFORM 9680-FILE-REPORT THRU 9680-EXIT
022850     END-IF.
022900     IF FS-RUNLOG-OK
022920         PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT
024900     WRITE RL-RECORD.
025000 9600-EXIT.
025100     EXIT.

025200*-----------------------------------------------------------*
025300*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
025400*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
025500*    OUTLIVES THE NEXT RUN.                                    *
025600*-----------------------------------------------------------*
025700 9680-FILE-REPORT.
025800     OPEN INPUT CONRRPT.
025900     IF NOT FS-CONRRPT-OK
026000         GO TO 9680-EXIT
026100     END-IF.
026200     MOVE "O"               TO RO-FUNCTION.
026300     MOVE "CONRRPT"         TO RO-REPORT-NAME.
026400     MOVE "BILCONR"         TO RO-PROGRAM-ID.
026500     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
026600     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
026700     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
026800     MOVE ZERO              TO RO-PERIOD.
026900     CALL "BILRPTF" USING RO-PARMS.
027000     IF RO-OK
027100         MOVE "N" TO WS-RO-EOF-SW
027200         PERFORM 9690-FILE-LINE THRU 9690-EXIT
027300             UNTIL WS-RO-EOF
027400         MOVE "C"          TO RO-FUNCTION
027500         CALL "BILRPTF" USING RO-PARMS
027600     END-IF.
027700     CLOSE CONRRPT.
027800 9680-EXIT.
027900     EXIT.

028000 9690-FILE-LINE.
028100     READ CONRRPT
028200         AT END
028300             MOVE "Y" TO WS-RO-EOF-SW
028400             GO TO 9690-EXIT
028500     END-READ.
028600     MOVE "L"               TO RO-FUNCTION.
028700     MOVE CR-LINE           TO RO-LINE.
028800     CALL "BILRPTF" USING RO-PARMS.
028900 9690-EXIT.
029000     EXIT.
