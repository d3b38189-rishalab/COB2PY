001800*  MODIFICATION HISTORY                                      *
001900*  DATE       INIT  DESCRIPTION                               *
002000*  2026-08-22 RSH   ORIGINAL                                  *
002000*  2026-10-15 RSH   FILE TRNDRPT IN THE REPORT REPOSITORY    *
002000*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002100*-----------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
004800     88  WS-ABORT                    VALUE "Y".
004900 77  WS-EOF-SW               PIC X(01) VALUE "N".
005000     88  WS-EOF                      VALUE "Y".
005000 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
005000     88  WS-RO-EOF                   VALUE "Y".
005100 77  WS-OPERATOR-ID          PIC X(08).
005200 77  WS-SYSTEM-DATE          PIC 9(08).
005300 77  WS-SYSTEM-TIME          PIC 9(08).
007200         10  WS-PG-RECORDS       PIC 9(09).
007300         10  WS-PG-SECONDS       PIC 9(09).
007400 01  WS-PGM-COUNT                PIC 9(02) VALUE ZERO.
007400 COPY RPTPARM.

007500 PROCEDURE DIVISION.
007600 0000-MAINLINE SECTION.
023900 9000-TERMINATE.
024000     CLOSE RUNLOGIN.
024100     CLOSE TRNDRPT.
024100     PERFORM 9680-FILE-REPORT THRU 9680-EXIT.
024200     DISPLAY "BILTRND: " WS-RUNS-READ " RUN(S) TRENDED,"
024300         " REPORT ON TRNDRPT".
024400 9000-EXIT.
024500     EXIT.

024600*-----------------------------------------------------------*
024700*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
024800*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
024900*    OUTLIVES THE NEXT RUN.                                    *
025000*-----------------------------------------------------------*
025100 9680-FILE-REPORT.
025200     OPEN INPUT TRNDRPT.
025300     IF NOT FS-TRNDRPT-OK
025400         GO TO 9680-EXIT
025500     END-IF.
025600     MOVE "O"               TO RO-FUNCTION.
025700     MOVE "TRNDRPT"         TO RO-REPORT-NAME.
025800     MOVE "BILTRND"         TO RO-PROGRAM-ID.
025900     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
026000     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
026100     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
026200     MOVE ZERO              TO RO-PERIOD.
026300     CALL "BILRPTF" USING RO-PARMS.
026400     IF RO-OK
026500         MOVE "N" TO WS-RO-EOF-SW
026600         PERFORM 9690-FILE-LINE THRU 9690-EXIT
026700             UNTIL WS-RO-EOF
026800         MOVE "C"          TO RO-FUNCTION
026900         CALL "BILRPTF" USING RO-PARMS
027000     END-IF.
027100     CLOSE TRNDRPT.
027200 9680-EXIT.
027300     EXIT.

027400 9690-FILE-LINE.
027500     READ TRNDRPT
027600         AT END
027700             MOVE "Y" TO WS-RO-EOF-SW
027800             GO TO 9690-EXIT
027900     END-READ.
028000     MOVE "L"               TO RO-FUNCTION.
028100     MOVE TR-LINE           TO RO-LINE.
028200     CALL "BILRPTF" USING RO-PARMS.
028300 9690-EXIT.
028400     EXIT.
