002100*  MODIFICATION HISTORY                                      *
002200*  DATE       INIT  DESCRIPTION                               *
002300*  2026-09-02 RSH   ORIGINAL                                  *
002300*  2026-10-15 RSH   REFUSE A MERGE WHERE THE SUPERVISOR IS    *
002300*                   LINKED TO EITHER ACCOUNT                  *
002300*  2026-10-15 RSH   FILE DUPERPT IN THE REPORT REPOSITORY    *
002300*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002400*-----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
008500     88  WS-CM-EOF                   VALUE "Y".
008600 77  WS-OI-EOF-SW            PIC X(01) VALUE "N".
008700     88  WS-OI-EOF                   VALUE "Y".
008700 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
008700     88  WS-RO-EOF                   VALUE "Y".
008800 77  WS-OPERATOR-ID          PIC X(08).
008900 77  WS-PASSWORD             PIC X(08).
009000 77  WS-SYSTEM-DATE          PIC 9(08).
012600*    SIGN-ON PARAMETER BLOCK FOR THE BILSIGN SUBPROGRAM        *
012700*-----------------------------------------------------------*
012800 COPY SIGNPARM.
012800 COPY CFPARM.
012800 COPY RPTPARM.

012900 PROCEDURE DIVISION.
013000 0000-MAINLINE SECTION.
028000         DISPLAY "BILDUPE: THE TWO IDS MUST DIFFER"
028100         GO TO 3000-EXIT
028200     END-IF.
028210*    A MERGE MOVES MONEY ON BOTH ACCOUNTS, SO A LINK TO EITHER
028220*    ONE REFUSES IT.
028230     MOVE WS-SURVIVOR-ID TO CF-CUST-ID.
028240     MOVE "MERGE"        TO CF-ACTION.
028250     PERFORM 3050-CHECK-CONFLICT THRU 3050-EXIT.
028260     IF CF-CONFLICT
028270         GO TO 3000-EXIT
028280     END-IF.
028285     MOVE WS-RETIRED-ID  TO CF-CUST-ID.
028290     PERFORM 3050-CHECK-CONFLICT THRU 3050-EXIT.
028292     IF CF-CONFLICT
028294         GO TO 3000-EXIT
028296     END-IF.
028300     MOVE WS-SURVIVOR-ID TO CM-CUST-ID.
028400     READ CUSTMAS
028500         INVALID KEY
035100 3000-EXIT.
035200     EXIT.

035210*-----------------------------------------------------------*
035210*    STAFF-ACCOUNT CONFLICT CHECK - AN OPERATOR LINKED ON   *
035210*    STAFFREG TO THE CUSTOMER MAY NOT ACT ON IT, AND NO     *
035210*    SUPERVISOR CAN SIGN IT THROUGH.  THE CALLER SETS       *
035210*    CF-CUST-ID AND CF-ACTION AND LEAVES THE CUSTOMER ALONE *
035210*    ON CF-CONFLICT - BILSTFC HAS ALREADY LOGGED IT.        *
035210*-----------------------------------------------------------*
035210 3050-CHECK-CONFLICT.
035210     MOVE WS-OPERATOR-ID  TO CF-OPERATOR-ID.
035210     MOVE "BILDUPE"       TO CF-PROGRAM-ID.
035210     CALL "BILSTFC" USING CF-PARMS.
035210 3050-EXIT.
035210     EXIT.

035300 4000-REKEY-OPEN-ITEMS.
035400     OPEN INPUT OPENITEM.
035500     IF NOT FS-OPENITEM-OK
043400     CLOSE CUSTMAS.
043500     IF WS-FUNC-DETECT AND NOT WS-ABORT
043600         CLOSE DUPERPT
043600         PERFORM 9680-FILE-REPORT THRU 9680-EXIT
043700     END-IF.
043800     IF NOT WS-ABORT
043900         PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT
045800     WRITE RL-RECORD.
045900 9600-EXIT.
046000     EXIT.

046100*-----------------------------------------------------------*
046200*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
046300*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
046400*    OUTLIVES THE NEXT RUN.                                    *
046500*-----------------------------------------------------------*
046600 9680-FILE-REPORT.
046700     OPEN INPUT DUPERPT.
046800     IF NOT FS-DUPERPT-OK
046900         GO TO 9680-EXIT
047000     END-IF.
047100     MOVE "O"               TO RO-FUNCTION.
047200     MOVE "DUPERPT"         TO RO-REPORT-NAME.
047300     MOVE "BILDUPE"         TO RO-PROGRAM-ID.
047400     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
047500     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
047600     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
047700     MOVE ZERO              TO RO-PERIOD.
047800     CALL "BILRPTF" USING RO-PARMS.
047900     IF RO-OK
048000         MOVE "N" TO WS-RO-EOF-SW
048100         PERFORM 9690-FILE-LINE THRU 9690-EXIT
048200             UNTIL WS-RO-EOF
048300         MOVE "C"          TO RO-FUNCTION
048400         CALL "BILRPTF" USING RO-PARMS
048500     END-IF.
048600     CLOSE DUPERPT.
048700 9680-EXIT.
048800     EXIT.

048900 9690-FILE-LINE.
049000     READ DUPERPT
049100         AT END
049200             MOVE "Y" TO WS-RO-EOF-SW
049300             GO TO 9690-EXIT
049400     END-READ.
049500     MOVE "L"               TO RO-FUNCTION.
049600     MOVE DU-LINE           TO RO-LINE.
049700     CALL "BILRPTF" USING RO-PARMS.
049800 9690-EXIT.
049900     EXIT.
