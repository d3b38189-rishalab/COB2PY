002300*  MODIFICATION HISTORY                                      *
002400*  DATE       INIT  DESCRIPTION                               *
002500*  2026-09-02 RSH   ORIGINAL                                  *
002500*  2026-10-15 RSH   FILE DSPRPT IN THE REPORT REPOSITORY     *
002500*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002600*-----------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
007700     88  WS-ABORT                    VALUE "Y".
007800 77  WS-DR-EOF-SW            PIC X(01) VALUE "N".
007900     88  WS-DR-EOF                   VALUE "Y".
007900 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
007900     88  WS-RO-EOF                   VALUE "Y".
008000 77  WS-OPERATOR-ID          PIC X(08).
008100 77  WS-SYSTEM-DATE          PIC 9(08).
008200 77  WS-SYSTEM-TIME          PIC 9(08).
011100         10  WS-DR-OPERATOR-ID   PIC X(08).
011200         10  WS-DR-REASON-TEXT   PIC X(30).
011300 01  WS-REGISTER-COUNT           PIC 9(03) VALUE ZERO.
011300 COPY RPTPARM.

011400 PROCEDURE DIVISION.
011500 0000-MAINLINE SECTION.
037700     END-IF.
037800     IF WS-FUNC-AGING
037900         CLOSE DSPRPT
037900         PERFORM 9680-FILE-REPORT THRU 9680-EXIT
038000     END-IF.
038100     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
038200     CLOSE RUNLOG.
042600     WRITE RL-RECORD.
042700 9600-EXIT.
042800     EXIT.

042900*-----------------------------------------------------------*
043000*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
043100*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
043200*    OUTLIVES THE NEXT RUN.                                    *
043300*-----------------------------------------------------------*
043400 9680-FILE-REPORT.
043500     OPEN INPUT DSPRPT.
043600     IF NOT FS-DSPRPT-OK
043700         GO TO 9680-EXIT
043800     END-IF.
043900     MOVE "O"               TO RO-FUNCTION.
044000     MOVE "DSPRPT"          TO RO-REPORT-NAME.
044100     MOVE "BILDSPT"         TO RO-PROGRAM-ID.
044200     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
044300     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
044400     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
044500     MOVE ZERO              TO RO-PERIOD.
044600     CALL "BILRPTF" USING RO-PARMS.
044700     IF RO-OK
044800         MOVE "N" TO WS-RO-EOF-SW
044900         PERFORM 9690-FILE-LINE THRU 9690-EXIT
045000             UNTIL WS-RO-EOF
045100         MOVE "C"          TO RO-FUNCTION
045200         CALL "BILRPTF" USING RO-PARMS
045300     END-IF.
045400     CLOSE DSPRPT.
045500 9680-EXIT.
045600     EXIT.

045700 9690-FILE-LINE.
045800     READ DSPRPT
045900         AT END
046000             MOVE "Y" TO WS-RO-EOF-SW
046100             GO TO 9690-EXIT
046200     END-READ.
046300     MOVE "L"               TO RO-FUNCTION.
046400     MOVE DS-LINE           TO RO-LINE.
046500     CALL "BILRPTF" USING RO-PARMS.
046600 9690-EXIT.
046700     EXIT.
