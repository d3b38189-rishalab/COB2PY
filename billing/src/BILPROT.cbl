002400*  MODIFICATION HISTORY                                      *
002500*  DATE       INIT  DESCRIPTION                               *
002600*  2026-09-02 RSH   ORIGINAL                                  *
002600*  2026-10-15 RSH   REFUSE PROTECTION CHANGES ON AN ACCOUNT   *
002600*                   THE OPERATOR IS LINKED TO                 *
002600*  2026-10-15 RSH   FILE PROTRPT IN THE REPORT REPOSITORY    *
002600*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002700*-----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
007800     88  WS-ABORT                    VALUE "Y".
007900 77  WS-PR-EOF-SW            PIC X(01) VALUE "N".
008000     88  WS-PR-EOF                   VALUE "Y".
008000 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
008000     88  WS-RO-EOF                   VALUE "Y".
008100 77  WS-OPERATOR-ID          PIC X(08).
008200 77  WS-PASSWORD             PIC X(08).
008300 77  WS-SYSTEM-DATE          PIC 9(08).
009900 01  WS-RPT-LINE             PIC X(90).

010000 COPY SIGNPARM.
010000 COPY CFPARM.

010100*-----------------------------------------------------------*
010200*    THE WHOLE REGISTER, HELD IN STORAGE AND WRITTEN BACK      *
011100         10  WS-PR-OPERATOR-ID   PIC X(08).
011200         10  WS-PR-STATUS        PIC X(01).
011300 01  WS-REGISTER-COUNT           PIC 9(03) VALUE ZERO.
011300 COPY RPTPARM.

011400 PROCEDURE DIVISION.
011500 0000-MAINLINE SECTION.
022900 2000-ADD-PROTECTION.
023000     DISPLAY "CUSTOMER ID: " WITH NO ADVANCING.
023100     ACCEPT WS-IN-CUST-ID.
023110     MOVE WS-IN-CUST-ID  TO CF-CUST-ID.
023110     MOVE "PROTECT ADD"  TO CF-ACTION.
023110     PERFORM 2600-CHECK-CONFLICT THRU 2600-EXIT.
023110     IF CF-CONFLICT
023110         GO TO 2000-EXIT
023110     END-IF.
023200     DISPLAY "REASON: " WITH NO ADVANCING.
023300     ACCEPT WS-IN-REASON.
023400     DISPLAY "REVIEW DATE (YYYYMMDD): " WITH NO ADVANCING.
027900 3000-REMOVE-PROTECTION.
028000     DISPLAY "CUSTOMER ID: " WITH NO ADVANCING.
028100     ACCEPT WS-IN-CUST-ID.
028110     MOVE WS-IN-CUST-ID  TO CF-CUST-ID.
028110     MOVE "PROTECT REM"  TO CF-ACTION.
028110     PERFORM 2600-CHECK-CONFLICT THRU 2600-EXIT.
028110     IF CF-CONFLICT
028110         GO TO 3000-EXIT
028110     END-IF.
028200     PERFORM 2500-FIND-ACTIVE-ENTRY THRU 2500-EXIT.
028300     IF WS-FOUND-SUB = 0
028400         DISPLAY "BILPROT: NO ACTIVE PROTECTION FOR "
030800 2510-EXIT.
030900     EXIT.

030910*-----------------------------------------------------------*
030910*    STAFF-ACCOUNT CONFLICT CHECK - AN OPERATOR LINKED ON   *
030910*    STAFFREG TO THE CUSTOMER MAY NOT ACT ON IT, AND NO     *
030910*    SUPERVISOR CAN SIGN IT THROUGH.  THE CALLER SETS       *
030910*    CF-CUST-ID AND CF-ACTION AND LEAVES THE CUSTOMER ALONE *
030910*    ON CF-CONFLICT - BILSTFC HAS ALREADY LOGGED IT.        *
030910*-----------------------------------------------------------*
030910 2600-CHECK-CONFLICT.
030910     MOVE WS-OPERATOR-ID  TO CF-OPERATOR-ID.
030910     MOVE "BILPROT"       TO CF-PROGRAM-ID.
030910     CALL "BILSTFC" USING CF-PARMS.
030910 2600-EXIT.
030910     EXIT.

031000 4000-LIST-REGISTER.
031100     MOVE SPACES TO WS-RPT-LINE.
031200     STRING "ESSENTIAL-SERVICE PROTECTIONS - RUN DATE "
038500     END-IF.
038600     IF (WS-FUNC-LIST OR WS-FUNC-EXPIRY) AND FS-PROTRPT-OK
038700         CLOSE PROTRPT
038700         PERFORM 9680-FILE-REPORT THRU 9680-EXIT
038800     END-IF.
038900     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
039000     CLOSE RUNLOG.
043300     WRITE RL-RECORD.
043400 9600-EXIT.
043500     EXIT.

043600*-----------------------------------------------------------*
043700*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
043800*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
043900*    OUTLIVES THE NEXT RUN.                                    *
044000*-----------------------------------------------------------*
044100 9680-FILE-REPORT.
044200     OPEN INPUT PROTRPT.
044300     IF NOT FS-PROTRPT-OK
044400         GO TO 9680-EXIT
044500     END-IF.
044600     MOVE "O"               TO RO-FUNCTION.
044700     MOVE "PROTRPT"         TO RO-REPORT-NAME.
044800     MOVE "BILPROT"         TO RO-PROGRAM-ID.
044900     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
045000     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
045100     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
045200     MOVE ZERO              TO RO-PERIOD.
045300     CALL "BILRPTF" USING RO-PARMS.
045400     IF RO-OK
045500         MOVE "N" TO WS-RO-EOF-SW
045600         PERFORM 9690-FILE-LINE THRU 9690-EXIT
045700             UNTIL WS-RO-EOF
045800         MOVE "C"          TO RO-FUNCTION
045900         CALL "BILRPTF" USING RO-PARMS
046000     END-IF.
046100     CLOSE PROTRPT.
046200 9680-EXIT.
046300     EXIT.

046400 9690-FILE-LINE.
046500     READ PROTRPT
046600         AT END
046700             MOVE "Y" TO WS-RO-EOF-SW
046800             GO TO 9690-EXIT
046900     END-READ.
047000     MOVE "L"               TO RO-FUNCTION.
047100     MOVE PT-LINE           TO RO-LINE.
047200     CALL "BILRPTF" USING RO-PARMS.
047300 9690-EXIT.
047400     EXIT.
