002000*  MODIFICATION HISTORY                                      *
002100*  DATE       INIT  DESCRIPTION                               *
002200*  2026-09-02 RSH   ORIGINAL                                  *
002200*  2026-10-15 RSH   FILE BNKRPT IN THE REPORT REPOSITORY     *
002200*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002300*-----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
008400     88  WS-BK-EOF                   VALUE "Y".
008500 77  WS-DC-EOF-SW            PIC X(01) VALUE "N".
008600     88  WS-DC-EOF                   VALUE "Y".
008600 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
008600     88  WS-RO-EOF                   VALUE "Y".
008700 77  WS-OPERATOR-ID          PIC X(08).
008800 77  WS-SYSTEM-DATE          PIC 9(08).
008900 77  WS-SYSTEM-TIME          PIC 9(08).
011800         10  WS-EX-RECEIVED-AMT  PIC 9(11)V99.
011900         10  WS-EX-LATE-SW       PIC X(01).
012000 01  WS-EXPECTED-COUNT           PIC 9(03) VALUE ZERO.
012000 COPY RPTPARM.

012100 PROCEDURE DIVISION.
012200 0000-MAINLINE SECTION.
040300 9000-TERMINATE.
040400     CLOSE PAYREG.
040500     CLOSE BNKRPT.
040500     PERFORM 9680-FILE-REPORT THRU 9680-EXIT.
040600     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
040700     CLOSE RUNLOG.
040800     DISPLAY "=============================================".
043200     WRITE RL-RECORD.
043300 9600-EXIT.
043400     EXIT.

043500*-----------------------------------------------------------*
043600*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
043700*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
043800*    OUTLIVES THE NEXT RUN.                                    *
043900*-----------------------------------------------------------*
044000 9680-FILE-REPORT.
044100     OPEN INPUT BNKRPT.
044200     IF NOT FS-BNKRPT-OK
044300         GO TO 9680-EXIT
044400     END-IF.
044500     MOVE "O"               TO RO-FUNCTION.
044600     MOVE "BNKRPT"          TO RO-REPORT-NAME.
044700     MOVE "BILBNKR"         TO RO-PROGRAM-ID.
044800     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
044900     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
045000     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
045100     MOVE ZERO              TO RO-PERIOD.
045200     CALL "BILRPTF" USING RO-PARMS.
045300     IF RO-OK
045400         MOVE "N" TO WS-RO-EOF-SW
045500         PERFORM 9690-FILE-LINE THRU 9690-EXIT
045600             UNTIL WS-RO-EOF
045700         MOVE "C"          TO RO-FUNCTION
045800         CALL "BILRPTF" USING RO-PARMS
045900     END-IF.
046000     CLOSE BNKRPT.
046100 9680-EXIT.
046200     EXIT.

046300 9690-FILE-LINE.
046400     READ BNKRPT
046500         AT END
046600             MOVE "Y" TO WS-RO-EOF-SW
046700             GO TO 9690-EXIT
046800     END-READ.
046900     MOVE "L"               TO RO-FUNCTION.
047000     MOVE BR-LINE           TO RO-LINE.
047100     CALL "BILRPTF" USING RO-PARMS.
047200 9690-EXIT.
047300     EXIT.
