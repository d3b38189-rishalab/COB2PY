001900*  MODIFICATION HISTORY                                      *
002000*  DATE       INIT  DESCRIPTION                               *
002100*  2026-09-02 RSH   ORIGINAL                                  *
002100*  2026-10-15 RSH   FILE NRGYRPT IN THE REPORT REPOSITORY    *
002100*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002200*-----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
009500     88  WS-RF-EOF                   VALUE "Y".
009600 77  WS-FR-EOF-SW            PIC X(01) VALUE "N".
009700     88  WS-FR-EOF                   VALUE "Y".
009700 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
009700     88  WS-RO-EOF                   VALUE "Y".
009800 77  WS-OPERATOR-ID          PIC X(08).
009900 77  WS-SYSTEM-DATE          PIC 9(08).
010000 77  WS-SYSTEM-TIME          PIC 9(08).
014400         10  WS-FD-INPUT-UNITS   PIC 9(11).
014500         10  WS-FD-BILLED-UNITS  PIC 9(11).
014600 01  WS-FEEDER-COUNT             PIC 9(03) VALUE ZERO.
014600 COPY RPTPARM.

014700 PROCEDURE DIVISION.
014800 0000-MAINLINE SECTION.
044500 9000-TERMINATE.
044600     CLOSE BILLHIST.
044700     CLOSE NRGYRPT.
044700     PERFORM 9680-FILE-REPORT THRU 9680-EXIT.
044800     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
044900     CLOSE RUNLOG.
045000     DISPLAY "BILNRGY: " WS-BILLS-IN-PERIOD
046700     WRITE RL-RECORD.
046800 9600-EXIT.
046900     EXIT.

047000*-----------------------------------------------------------*
047100*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
047200*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
047300*    OUTLIVES THE NEXT RUN.                                    *
047400*-----------------------------------------------------------*
047500 9680-FILE-REPORT.
047600     OPEN INPUT NRGYRPT.
047700     IF NOT FS-NRGYRPT-OK
047800         GO TO 9680-EXIT
047900     END-IF.
048000     MOVE "O"               TO RO-FUNCTION.
048100     MOVE "NRGYRPT"         TO RO-REPORT-NAME.
048200     MOVE "BILNRGY"         TO RO-PROGRAM-ID.
048300     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
048400     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
048500     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
048600     MOVE WS-PERIOD         TO RO-PERIOD.
048700     CALL "BILRPTF" USING RO-PARMS.
048800     IF RO-OK
048900         MOVE "N" TO WS-RO-EOF-SW
049000         PERFORM 9690-FILE-LINE THRU 9690-EXIT
049100             UNTIL WS-RO-EOF
049200         MOVE "C"          TO RO-FUNCTION
049300         CALL "BILRPTF" USING RO-PARMS
049400     END-IF.
049500     CLOSE NRGYRPT.
049600 9680-EXIT.
049700     EXIT.

049800 9690-FILE-LINE.
049900     READ NRGYRPT
050000         AT END
050100             MOVE "Y" TO WS-RO-EOF-SW
050200             GO TO 9690-EXIT
050300     END-READ.
050400     MOVE "L"               TO RO-FUNCTION.
050500     MOVE EN-LINE           TO RO-LINE.
050600     CALL "BILRPTF" USING RO-PARMS.
050700 9690-EXIT.
050800     EXIT.
