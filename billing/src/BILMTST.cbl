001600*  MODIFICATION HISTORY                                      *
001700*  DATE       INIT  DESCRIPTION                               *
001800*  2026-09-02 RSH   ORIGINAL                                  *
001800*  2026-10-15 RSH   FILE MTSTRPT IN THE REPORT REPOSITORY    *
001800*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
001900*-----------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
006600     88  WS-EOF                      VALUE "Y".
006700 77  WS-RB-EOF-SW            PIC X(01) VALUE "N".
006800     88  WS-RB-EOF                   VALUE "Y".
006800 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
006800     88  WS-RO-EOF                   VALUE "Y".
006900 77  WS-OPERATOR-ID          PIC X(08).
007000 77  WS-SYSTEM-DATE          PIC 9(08).
007100 77  WS-SYSTEM-TIME          PIC 9(08).
008800         10  WS-BK-METER-NO      PIC X(12).
008900         10  WS-BK-ROUTE-ID      PIC X(04).
009000 01  WS-BOOK-COUNT               PIC 9(04) VALUE ZERO.
009000 COPY RPTPARM.

009100 PROCEDURE DIVISION.
009200 0000-MAINLINE SECTION.
024700 9000-TERMINATE.
024800     CLOSE METERAST.
024900     CLOSE MTSTRPT.
024900     PERFORM 9680-FILE-REPORT THRU 9680-EXIT.
025000     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
025100     CLOSE RUNLOG.
025200     DISPLAY "BILMTST: " WS-OVERDUE-COUNT
026900     WRITE RL-RECORD.
027000 9600-EXIT.
027100     EXIT.

027200*-----------------------------------------------------------*
027300*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
027400*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
027500*    OUTLIVES THE NEXT RUN.                                    *
027600*-----------------------------------------------------------*
027700 9680-FILE-REPORT.
027800     OPEN INPUT MTSTRPT.
027900     IF NOT FS-MTSTRPT-OK
028000         GO TO 9680-EXIT
028100     END-IF.
028200     MOVE "O"               TO RO-FUNCTION.
028300     MOVE "MTSTRPT"         TO RO-REPORT-NAME.
028400     MOVE "BILMTST"         TO RO-PROGRAM-ID.
028500     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
028600     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
028700     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
028800     MOVE ZERO              TO RO-PERIOD.
028900     CALL "BILRPTF" USING RO-PARMS.
029000     IF RO-OK
029100         MOVE "N" TO WS-RO-EOF-SW
029200         PERFORM 9690-FILE-LINE THRU 9690-EXIT
029300             UNTIL WS-RO-EOF
029400         MOVE "C"          TO RO-FUNCTION
029500         CALL "BILRPTF" USING RO-PARMS
029600     END-IF.
029700     CLOSE MTSTRPT.
029800 9680-EXIT.
029900     EXIT.

030000 9690-FILE-LINE.
030100     READ MTSTRPT
030200         AT END
030300             MOVE "Y" TO WS-RO-EOF-SW
030400             GO TO 9690-EXIT
030500     END-READ.
030600     MOVE "L"               TO RO-FUNCTION.
030700     MOVE MT-LINE           TO RO-LINE.
030800     CALL "BILRPTF" USING RO-PARMS.
030900 9690-EXIT.
031000     EXIT.
