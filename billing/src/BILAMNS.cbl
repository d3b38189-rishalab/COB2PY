002200*  MODIFICATION HISTORY                                      *
002300*  DATE       INIT  DESCRIPTION                               *
002400*  2026-09-02 RSH   ORIGINAL                                  *
002400*  2026-10-15 RSH   FILE AMNSRPT IN THE REPORT REPOSITORY    *
002400*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002500*-----------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
009600     88  WS-AE-EOF                   VALUE "Y".
009700 77  WS-PG-EOF-SW            PIC X(01) VALUE "N".
009800     88  WS-PG-EOF                   VALUE "Y".
009800 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
009800     88  WS-RO-EOF                   VALUE "Y".
009900 77  WS-SCHEME-SW            PIC X(01) VALUE "N".
010000     88  WS-SCHEME-LOADED            VALUE "Y".
010100 77  WS-OPERATOR-ID          PIC X(08).
014200*    SIGN-ON PARAMETER BLOCK FOR THE BILSIGN SUBPROGRAM        *
014300*-----------------------------------------------------------*
014400 COPY SIGNPARM.
014400 COPY RPTPARM.

014500 PROCEDURE DIVISION.
014600 0000-MAINLINE SECTION.
051600     END-IF.
051700     IF WS-FUNC-REPORT AND NOT WS-ABORT
051800         CLOSE AMNSRPT
051800         PERFORM 9680-FILE-REPORT THRU 9680-EXIT
051900     END-IF.
052000     IF NOT WS-ABORT
052100         PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT
054200     WRITE RL-RECORD.
054300 9600-EXIT.
054400     EXIT.

054500*-----------------------------------------------------------*
054600*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
054700*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
054800*    OUTLIVES THE NEXT RUN.                                    *
054900*-----------------------------------------------------------*
055000 9680-FILE-REPORT.
055100     OPEN INPUT AMNSRPT.
055200     IF NOT FS-AMNSRPT-OK
055300         GO TO 9680-EXIT
055400     END-IF.
055500     MOVE "O"               TO RO-FUNCTION.
055600     MOVE "AMNSRPT"         TO RO-REPORT-NAME.
055700     MOVE "BILAMNS"         TO RO-PROGRAM-ID.
055800     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
055900     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
056000     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
056100     MOVE ZERO              TO RO-PERIOD.
056200     CALL "BILRPTF" USING RO-PARMS.
056300     IF RO-OK
056400         MOVE "N" TO WS-RO-EOF-SW
056500         PERFORM 9690-FILE-LINE THRU 9690-EXIT
056600             UNTIL WS-RO-EOF
056700         MOVE "C"          TO RO-FUNCTION
056800         CALL "BILRPTF" USING RO-PARMS
056900     END-IF.
057000     CLOSE AMNSRPT.
057100 9680-EXIT.
057200     EXIT.

057300 9690-FILE-LINE.
057400     READ AMNSRPT
057500         AT END
057600             MOVE "Y" TO WS-RO-EOF-SW
057700             GO TO 9690-EXIT
057800     END-READ.
057900     MOVE "L"               TO RO-FUNCTION.
058000     MOVE AR-LINE           TO RO-LINE.
058100     CALL "BILRPTF" USING RO-PARMS.
058200 9690-EXIT.
058300     EXIT.
