002100*  MODIFICATION HISTORY                                      *
002200*  DATE       INIT  DESCRIPTION                               *
002300*  2026-09-02 RSH   ORIGINAL                                  *
002300*  2026-10-15 RSH   FILE SCORRPT IN THE REPORT REPOSITORY    *
002300*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002400*-----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
007700     88  WS-ABORT                    VALUE "Y".
007800 77  WS-EOF-SW               PIC X(01) VALUE "N".
007900     88  WS-EOF                      VALUE "Y".
007900 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
007900     88  WS-RO-EOF                   VALUE "Y".
008000 77  WS-OPERATOR-ID          PIC X(08).
008100 77  WS-SYSTEM-DATE          PIC 9(08).
008200 77  WS-SYSTEM-TIME          PIC 9(08).
010300*-----------------------------------------------------------*
010400 01  WS-SCORE-RING.
010500     05  WS-RING-SCORE OCCURS 12 TIMES PIC 9(01).
010500 COPY RPTPARM.

010600 PROCEDURE DIVISION.
010700 0000-MAINLINE SECTION.
028500     CLOSE BILLHIST.
028600     CLOSE CUSTMAS.
028700     CLOSE SCORRPT.
028700     PERFORM 9680-FILE-REPORT THRU 9680-EXIT.
028800     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
028900     CLOSE RUNLOG.
029000     DISPLAY "BILSCOR: " WS-SCORED-COUNT
030600     WRITE RL-RECORD.
030700 9600-EXIT.
030800     EXIT.

030900*-----------------------------------------------------------*
031000*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
031100*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
031200*    OUTLIVES THE NEXT RUN.                                    *
031300*-----------------------------------------------------------*
031400 9680-FILE-REPORT.
031500     OPEN INPUT SCORRPT.
031600     IF NOT FS-SCORRPT-OK
031700         GO TO 9680-EXIT
031800     END-IF.
031900     MOVE "O"               TO RO-FUNCTION.
032000     MOVE "SCORRPT"         TO RO-REPORT-NAME.
032100     MOVE "BILSCOR"         TO RO-PROGRAM-ID.
032200     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
032300     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
032400     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
032500     MOVE ZERO              TO RO-PERIOD.
032600     CALL "BILRPTF" USING RO-PARMS.
032700     IF RO-OK
032800         MOVE "N" TO WS-RO-EOF-SW
032900         PERFORM 9690-FILE-LINE THRU 9690-EXIT
033000             UNTIL WS-RO-EOF
033100         MOVE "C"          TO RO-FUNCTION
033200         CALL "BILRPTF" USING RO-PARMS
033300     END-IF.
033400     CLOSE SCORRPT.
033500 9680-EXIT.
033600     EXIT.

033700 9690-FILE-LINE.
033800     READ SCORRPT
033900         AT END
034000             MOVE "Y" TO WS-RO-EOF-SW
034100             GO TO 9690-EXIT
034200     END-READ.
034300     MOVE "L"               TO RO-FUNCTION.
034400     MOVE SR-LINE           TO RO-LINE.
034500     CALL "BILRPTF" USING RO-PARMS.
034600 9690-EXIT.
034700     EXIT.
