002100*  MODIFICATION HISTORY                                      *
002200*  DATE       INIT  DESCRIPTION                               *
002300*  2026-08-09 RSH   ORIGINAL                                  *
002300*  2026-10-15 RSH   FILE RCVRPT IN THE REPORT REPOSITORY     *
002300*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002400*-----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
006500     88  WS-ABORT                    VALUE "Y".
006600 77  WS-EOF-SW               PIC X(01) VALUE "N".
006700     88  WS-EOF                      VALUE "Y".
006700 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
006700     88  WS-RO-EOF                   VALUE "Y".
006800 77  WS-CHKPT-PRESENT-SW     PIC X(01) VALUE "N".
006900     88  WS-CHKPT-PRESENT            VALUE "Y".

008400 01  WS-DATE-ED              PIC 9(08).
008500 01  WS-TIME-ED              PIC 9(08).
008550 01  WS-RCVR-STATUS          PIC X(46).
008550 COPY RPTPARM.

008600 PROCEDURE DIVISION.
008700 0000-MAINLINE SECTION.
019900 9000-TERMINATE.
020000     CLOSE RUNLOG.
020100     CLOSE RCVRPT.
020100     PERFORM 9680-FILE-REPORT THRU 9680-EXIT.
020200     DISPLAY "BILRCVR: " WS-RCVR-COUNT " PROGRAM(S) REPORTED.".
020300 9000-EXIT.
020400     EXIT.

020500*-----------------------------------------------------------*
020600*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
020700*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
020800*    OUTLIVES THE NEXT RUN.                                    *
020900*-----------------------------------------------------------*
021000 9680-FILE-REPORT.
021100     OPEN INPUT RCVRPT.
021200     IF NOT FS-RCVRPT-OK
021300         GO TO 9680-EXIT
021400     END-IF.
021500     MOVE "O"               TO RO-FUNCTION.
021600     MOVE "RCVRPT"          TO RO-REPORT-NAME.
021700     MOVE "BILRCVR"         TO RO-PROGRAM-ID.
021800     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
021900     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
022000     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
022100     MOVE ZERO              TO RO-PERIOD.
022200     CALL "BILRPTF" USING RO-PARMS.
022300     IF RO-OK
022400         MOVE "N" TO WS-RO-EOF-SW
022500         PERFORM 9690-FILE-LINE THRU 9690-EXIT
022600             UNTIL WS-RO-EOF
022700         MOVE "C"          TO RO-FUNCTION
022800         CALL "BILRPTF" USING RO-PARMS
022900     END-IF.
023000     CLOSE RCVRPT.
023100 9680-EXIT.
023200     EXIT.

023300 9690-FILE-LINE.
023400     READ RCVRPT
023500         AT END
023600             MOVE "Y" TO WS-RO-EOF-SW
023700             GO TO 9690-EXIT
023800     END-READ.
023900     MOVE "L"               TO RO-FUNCTION.
024000     MOVE RC-LINE           TO RO-LINE.
024100     CALL "BILRPTF" USING RO-PARMS.
024200 9690-EXIT.
024300     EXIT.
