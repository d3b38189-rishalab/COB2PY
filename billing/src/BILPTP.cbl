002400*  MODIFICATION HISTORY                                      *
002500*  DATE       INIT  DESCRIPTION                               *
002600*  2026-09-02 RSH   ORIGINAL                                  *
002600*  2026-10-15 RSH   REFUSE A PROMISE TAKEN ON AN ACCOUNT THE  *
002600*                   OPERATOR IS LINKED TO                     *
002600*  2026-10-15 RSH   FILE PTPRPT IN THE REPORT REPOSITORY     *
002600*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002700*-----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
008800     88  WS-PR-EOF                   VALUE "Y".
008900 77  WS-PG-EOF-SW            PIC X(01) VALUE "N".
009000     88  WS-PG-EOF                   VALUE "Y".
009000 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
009000     88  WS-RO-EOF                   VALUE "Y".
009100 77  WS-OPERATOR-ID          PIC X(08).
009200 77  WS-PASSWORD             PIC X(08).
009300 77  WS-SYSTEM-DATE          PIC 9(08).
011300*    SIGN-ON PARAMETER BLOCK FOR THE BILSIGN SUBPROGRAM        *
011400*-----------------------------------------------------------*
011500 COPY SIGNPARM.
011500 COPY CFPARM.

011600*-----------------------------------------------------------*
011700*    THE WHOLE REGISTER, HELD IN STORAGE AND WRITTEN BACK      *
013500         10  WS-OT-KEPT          PIC 9(05).
013600         10  WS-OT-BROKEN        PIC 9(05).
013700 01  WS-OT-USED                  PIC 9(02) VALUE ZERO.
013700 COPY RPTPARM.

013800 PROCEDURE DIVISION.
013900 0000-MAINLINE SECTION.
024600 2000-ENTER-PROMISE.
024700     DISPLAY "CUSTOMER ID: " WITH NO ADVANCING.
024800     ACCEPT WS-IN-CUST-ID.
024810     MOVE WS-IN-CUST-ID  TO CF-CUST-ID.
024810     MOVE "PROMISE"      TO CF-ACTION.
024810     PERFORM 2200-CHECK-CONFLICT THRU 2200-EXIT.
024810     IF CF-CONFLICT
024810         GO TO 2000-EXIT
024810     END-IF.
024900     DISPLAY "PROMISED AMOUNT: " WITH NO ADVANCING.
025000     ACCEPT WS-IN-AMOUNT.
025100     DISPLAY "PROMISED DATE (YYYYMMDD): " WITH NO ADVANCING.
030700 2110-EXIT.
030800     EXIT.

030810*-----------------------------------------------------------*
030810*    STAFF-ACCOUNT CONFLICT CHECK - AN OPERATOR LINKED ON   *
030810*    STAFFREG TO THE CUSTOMER MAY NOT ACT ON IT, AND NO     *
030810*    SUPERVISOR CAN SIGN IT THROUGH.  THE CALLER SETS       *
030810*    CF-CUST-ID AND CF-ACTION AND LEAVES THE CUSTOMER ALONE *
030810*    ON CF-CONFLICT - BILSTFC HAS ALREADY LOGGED IT.        *
030810*-----------------------------------------------------------*
030810 2200-CHECK-CONFLICT.
030810     MOVE WS-OPERATOR-ID  TO CF-OPERATOR-ID.
030810     MOVE "BILPTP"        TO CF-PROGRAM-ID.
030810     CALL "BILSTFC" USING CF-PARMS.
030810 2200-EXIT.
030810     EXIT.

030900*-----------------------------------------------------------*
031000*    DETECTION - EVERY OPEN PROMISE WHOSE DATE HAS PASSED IS   *
031100*    SETTLED AGAINST THE PAYMENT REGISTER.  THE PAYMENTS       *
043900     END-IF.
044000     IF WS-FUNC-REPORT
044100         CLOSE PTPRPT
044100         PERFORM 9680-FILE-REPORT THRU 9680-EXIT
044200     END-IF.
044300     IF (WS-FUNC-ENTER OR WS-FUNC-DETECT) AND NOT WS-ABORT
044400         PERFORM 9100-REWRITE-REGISTER THRU 9100-EXIT
048800     WRITE RL-RECORD.
048900 9600-EXIT.
049000     EXIT.

049100*-----------------------------------------------------------*
049200*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
049300*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
049400*    OUTLIVES THE NEXT RUN.                                    *
049500*-----------------------------------------------------------*
049600 9680-FILE-REPORT.
049700     OPEN INPUT PTPRPT.
049800     IF NOT FS-PTPRPT-OK
049900         GO TO 9680-EXIT
050000     END-IF.
050100     MOVE "O"               TO RO-FUNCTION.
050200     MOVE "PTPRPT"          TO RO-REPORT-NAME.
050300     MOVE "BILPTP"          TO RO-PROGRAM-ID.
050400     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
050500     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
050600     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
050700     MOVE ZERO              TO RO-PERIOD.
050800     CALL "BILRPTF" USING RO-PARMS.
050900     IF RO-OK
051000         MOVE "N" TO WS-RO-EOF-SW
051100         PERFORM 9690-FILE-LINE THRU 9690-EXIT
051200             UNTIL WS-RO-EOF
051300         MOVE "C"          TO RO-FUNCTION
051400         CALL "BILRPTF" USING RO-PARMS
051500     END-IF.
051600     CLOSE PTPRPT.
051700 9680-EXIT.
051800     EXIT.

051900 9690-FILE-LINE.
052000     READ PTPRPT
052100         AT END
052200             MOVE "Y" TO WS-RO-EOF-SW
052300             GO TO 9690-EXIT
052400     END-READ.
052500     MOVE "L"               TO RO-FUNCTION.
052600     MOVE PP-LINE           TO RO-LINE.
052700     CALL "BILRPTF" USING RO-PARMS.
052800 9690-EXIT.
052900     EXIT.
