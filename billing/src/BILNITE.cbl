002500*  2026-09-02 RSH   ADD THE WAREHOUSE EXTRACT (BILDWEX) AS    *
002500*                   THE FINAL STEP OF THE NIGHTLY CHAIN.      *
002600*  2026-09-02 RSH   ORIGINAL                                  *
002600*  2026-10-15 RSH   READ TONIGHT'S INBOUND-FEED VERDICTS FROM *
002600*                   FEEDHIST (BILFEED PRE-FLIGHT) AND HOLD A  *
002600*                   STEP WHOSE FEED IS MISSING OR OUT OF      *
002600*                   TOLERANCE, NAMING THE FEED AND THE        *
002600*                   PROBLEM; LIST THE FEED VERDICTS ON THE    *
002600*                   MORNING REPORT.                           *
002600*  2026-10-15 RSH   FILE NITERPT IN THE REPORT REPOSITORY    *
002600*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002700*-----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS FS-RUNLOG.

003900     SELECT FEEDHIST ASSIGN TO "FEEDHIST"
003900         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS FS-FEEDHIST.

004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  NITERPT
004600     LABEL RECORDS ARE STANDARD.
004700 COPY RUNLOG.

004700 FD  FEEDHIST
004700     LABEL RECORDS ARE STANDARD.
004700 COPY FEEDHIST.

004800 WORKING-STORAGE SECTION.
004900 77  FS-NITERPT              PIC X(02).
005000     88  FS-NITERPT-OK               VALUE "00".
005100 77  FS-RUNLOG               PIC X(02).
005200     88  FS-RUNLOG-OK                VALUE "00".
005200 77  FS-FEEDHIST             PIC X(02).
005200     88  FS-FEEDHIST-OK              VALUE "00".

005300 77  WS-ABORT-SW             PIC X(01) VALUE "N".
005400     88  WS-ABORT                    VALUE "Y".
006100 77  WS-STEP-SUB             PIC 9(02) VALUE ZERO.
006200 77  WS-DONE-COUNT           PIC 9(02) VALUE ZERO.
006300 77  WS-HELD-COUNT           PIC 9(02) VALUE ZERO.
006400 77  WS-FEED-EOF-SW          PIC X(01) VALUE "N".
006400     88  WS-FEED-EOF                 VALUE "Y".
006400 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
006400     88  WS-RO-EOF                   VALUE "Y".
006400 77  WS-FEEDS-CHECKED-SW     PIC X(01) VALUE "N".
006400     88  WS-FEEDS-CHECKED            VALUE "Y".
006400 77  WS-FEED-HOLD-SW         PIC X(01) VALUE "N".
006400     88  WS-FEED-HOLD                VALUE "Y".
006400 77  WS-FEED-SUB             PIC 9(02) VALUE ZERO.
006400 77  WS-FOUND-SUB            PIC 9(02) VALUE ZERO.
006400 77  WS-MATCH-SW             PIC X(01) VALUE "N".
006400     88  WS-MATCHED                  VALUE "Y".
006400 77  WS-HOLD-FEED-ID         PIC X(08).
006400 77  WS-HOLD-TEXT            PIC X(40).
006400 01  WS-RPT-LINE             PIC X(80).

006400*-----------------------------------------------------------*
006400*    TONIGHT'S VERDICT ON EACH INBOUND FEED, FROM THE BILFEED  *
006400*    PRE-FLIGHT CHECK ON FEEDHIST.  A LATER CHECK OF THE SAME  *
006400*    FEED TONIGHT REPLACES AN EARLIER ONE.                     *
006400*-----------------------------------------------------------*
006400 01  WS-FEED-RESULTS.
006400     05  WS-FK-ENTRY OCCURS 30 TIMES.
006400         10  WS-FK-FEED-ID       PIC X(08).
006400         10  WS-FK-STEP-PROGRAM  PIC X(08).
006400         10  WS-FK-STATUS        PIC X(01).
006400             88  WS-FK-PROBLEM           VALUE "M" "L" "H"
006400                                               "V" "T" "U".
006400         10  WS-FK-TEXT          PIC X(40).
006400 01  WS-FK-COUNT                 PIC 9(02) VALUE ZERO.

006500*-----------------------------------------------------------*
006600*    THE NIGHTLY SEQUENCE, IN ORDER.  THE READING/ROUTE        *
006700*    STEP COMES FIRST, THE PROOF LAST.                         *
008000*    CYCLE-STATUS PARAMETER BLOCK FOR THE BILCYC SUBPROGRAM    *
008100*-----------------------------------------------------------*
008200 COPY CYCPARM.
008200 COPY RPTPARM.

008300 PROCEDURE DIVISION.
008400 0000-MAINLINE SECTION.
010900             FS-RUNLOG
011000         MOVE "Y" TO WS-ABORT-SW
011100     END-IF.
011100     IF NOT WS-ABORT
011100         PERFORM 1100-LOAD-FEED-CHECKS THRU 1100-EXIT
011100     END-IF.
011200 1000-EXIT.
011300     EXIT.

011300*-----------------------------------------------------------*
011300*    TONIGHT'S INBOUND-FEED VERDICTS.  NO FEEDHIST RECORD FOR  *
011300*    TODAY MEANS THE PRE-FLIGHT CHECK HAS NOT RUN, AND NO      *
011300*    STEP IS CLEARED FOR SUBMISSION UNTIL IT HAS.              *
011300*-----------------------------------------------------------*
011300 1100-LOAD-FEED-CHECKS.
011300     OPEN INPUT FEEDHIST.
011300     IF NOT FS-FEEDHIST-OK
011300         GO TO 1100-EXIT
011300     END-IF.
011300     READ FEEDHIST
011300         AT END
011300             MOVE "Y" TO WS-FEED-EOF-SW
011300     END-READ.
011300     PERFORM 1110-NOTE-FEED-CHECK THRU 1110-EXIT
011300         UNTIL WS-FEED-EOF.
011300     CLOSE FEEDHIST.
011300 1100-EXIT.
011300     EXIT.

011300 1110-NOTE-FEED-CHECK.
011300     IF FH-CHECK-DATE NOT = WS-SYSTEM-DATE
011300         GO TO 1110-NEXT
011300     END-IF.
011300     MOVE "Y" TO WS-FEEDS-CHECKED-SW.
011300     MOVE "N" TO WS-MATCH-SW.
011300     PERFORM 1120-MATCH-FEED THRU 1120-EXIT
011300         VARYING WS-FEED-SUB FROM 1 BY 1
011300         UNTIL WS-FEED-SUB > WS-FK-COUNT
011300            OR WS-MATCHED.
011300     IF WS-MATCHED
011300         MOVE WS-FOUND-SUB TO WS-FEED-SUB
011300     ELSE
011300         IF WS-FK-COUNT >= 30
011300             DISPLAY "BILNITE: FEED RESULT TABLE FULL - "
011300                 FH-FEED-ID " NOT CHECKED"
011300             GO TO 1110-NEXT
011300         END-IF
011300         ADD 1 TO WS-FK-COUNT
011300         MOVE WS-FK-COUNT TO WS-FEED-SUB
011300     END-IF.
011300     MOVE FH-FEED-ID      TO WS-FK-FEED-ID(WS-FEED-SUB).
011300     MOVE FH-STEP-PROGRAM TO WS-FK-STEP-PROGRAM(WS-FEED-SUB).
011300     MOVE FH-STATUS       TO WS-FK-STATUS(WS-FEED-SUB).
011300     MOVE FH-PROBLEM-TEXT TO WS-FK-TEXT(WS-FEED-SUB).
011300 1110-NEXT.
011300     READ FEEDHIST
011300         AT END
011300             MOVE "Y" TO WS-FEED-EOF-SW
011300     END-READ.
011300 1110-EXIT.
011300     EXIT.

011300 1120-MATCH-FEED.
011300     IF WS-FK-FEED-ID(WS-FEED-SUB) = FH-FEED-ID
011300         MOVE "Y" TO WS-MATCH-SW
011300         MOVE WS-FEED-SUB TO WS-FOUND-SUB
011300     END-IF.
011300 1120-EXIT.
011300     EXIT.

011400*-----------------------------------------------------------*
011500*    ONE STEP OF THE CHAIN.  ONCE THE CHAIN HAS HALTED, THE    *
011600*    REMAINING STEPS ARE MARKED HELD - NOTHING DOWNSTREAM      *
015100                 " DID NOT END CLEAN - CHAIN HALTED"
015200         WHEN OTHER
015300*            NOT YET RUN FOR THIS PERIOD - THIS IS THE NEXT
015400*            STEP TO SUBMIT, AND THE CHAIN WAITS ON IT - UNLESS
015400*            A FEED IT READS FAILED TONIGHT'S PRE-FLIGHT CHECK,
015400*            WHEN IT IS HELD AND THE PROBLEM NAMED.
015400             PERFORM 2100-CHECK-STEP-FEEDS THRU 2100-EXIT
015400             IF WS-FEED-HOLD
015400                 MOVE "FEED HELD   " TO
015400                     WS-STEP-STATE(WS-STEP-SUB)
015400                 MOVE "Y" TO WS-HALT-SW
015400                 ADD 1 TO WS-HELD-COUNT
015400                 DISPLAY "BILNITE: " WS-STEP-PROGRAM(WS-STEP-SUB)
015400                     " HELD - " WS-HOLD-FEED-ID " "
015400                     WS-HOLD-TEXT
015400             ELSE
015500                 MOVE "SUBMIT NEXT " TO
015600                     WS-STEP-STATE(WS-STEP-SUB)
015700                 MOVE "Y" TO WS-HALT-SW
015800                 DISPLAY "BILNITE: NEXT STEP TO SUBMIT IS "
015900                     WS-STEP-PROGRAM(WS-STEP-SUB)
015900             END-IF
016000     END-EVALUATE.
016100     PERFORM 8000-LOG-DECISION THRU 8000-EXIT.
016200 2000-EXIT.
016300     EXIT.

016300*-----------------------------------------------------------*
016300*    THE FIRST FAILED FEED TONIGHT THAT FEEDS THIS STEP, IF    *
016300*    ANY.  WITHOUT TONIGHT'S CHECK NO STEP IS CLEARED.         *
016300*-----------------------------------------------------------*
016300 2100-CHECK-STEP-FEEDS.
016300     MOVE "N" TO WS-FEED-HOLD-SW.
016300     IF NOT WS-FEEDS-CHECKED
016300         MOVE "Y" TO WS-FEED-HOLD-SW
016300         MOVE "BILFEED" TO WS-HOLD-FEED-ID
016300         MOVE "FEED PRE-FLIGHT CHECK NOT RUN TONIGHT"
016300             TO WS-HOLD-TEXT
016300         GO TO 2100-EXIT
016300     END-IF.
016300     PERFORM 2110-CHECK-ONE-FEED THRU 2110-EXIT
016300         VARYING WS-FEED-SUB FROM 1 BY 1
016300         UNTIL WS-FEED-SUB > WS-FK-COUNT
016300            OR WS-FEED-HOLD.
016300 2100-EXIT.
016300     EXIT.

016300 2110-CHECK-ONE-FEED.
016300     IF WS-FK-STEP-PROGRAM(WS-FEED-SUB) =
016300             WS-STEP-PROGRAM(WS-STEP-SUB)
016300        AND WS-FK-PROBLEM(WS-FEED-SUB)
016300         MOVE "Y" TO WS-FEED-HOLD-SW
016300         MOVE WS-FK-FEED-ID(WS-FEED-SUB) TO WS-HOLD-FEED-ID
016300         MOVE WS-FK-TEXT(WS-FEED-SUB)    TO WS-HOLD-TEXT
016300     END-IF.
016300 2110-EXIT.
016300     EXIT.

016400*-----------------------------------------------------------*
016500*    EVERY DECISION GOES ON THE RUN LOG, SO THE WINDOW'S       *
016600*    SEQUENCING IS AS AUDITABLE AS THE RUNS THEMSELVES.        *
020300         "  HELD " WS-HELD-COUNT
020400         DELIMITED BY SIZE INTO WS-RPT-LINE.
020500     WRITE NR-LINE FROM WS-RPT-LINE.
020500     PERFORM 7200-REPORT-FEEDS THRU 7200-EXIT.
020600 7000-EXIT.
020700     EXIT.

021500 7100-EXIT.
021600     EXIT.

021600*-----------------------------------------------------------*
021600*    TONIGHT'S FEED VERDICTS - A FAILED FEED WHOSE STEP IS     *
021600*    NOT IN THIS CHAIN IS STILL NAMED, WITH THE STEP TO HOLD.  *
021600*-----------------------------------------------------------*
021600 7200-REPORT-FEEDS.
021600     MOVE SPACES TO WS-RPT-LINE.
021600     WRITE NR-LINE FROM WS-RPT-LINE.
021600     IF NOT WS-FEEDS-CHECKED
021600         MOVE "INBOUND FEEDS - PRE-FLIGHT CHECK NOT RUN TONIGHT"
021600             TO WS-RPT-LINE
021600         WRITE NR-LINE FROM WS-RPT-LINE
021600         GO TO 7200-EXIT
021600     END-IF.
021600     MOVE "FEED     FOR      VERDICT" TO WS-RPT-LINE.
021600     WRITE NR-LINE FROM WS-RPT-LINE.
021600     PERFORM 7210-REPORT-ONE-FEED THRU 7210-EXIT
021600         VARYING WS-FEED-SUB FROM 1 BY 1
021600         UNTIL WS-FEED-SUB > WS-FK-COUNT.
021600 7200-EXIT.
021600     EXIT.

021600 7210-REPORT-ONE-FEED.
021600     MOVE SPACES TO WS-RPT-LINE.
021600     IF WS-FK-PROBLEM(WS-FEED-SUB)
021600         STRING WS-FK-FEED-ID(WS-FEED-SUB) " "
021600             WS-FK-STEP-PROGRAM(WS-FEED-SUB) " HOLD - "
021600             WS-FK-TEXT(WS-FEED-SUB)
021600             DELIMITED BY SIZE INTO WS-RPT-LINE
021600     ELSE
021600         STRING WS-FK-FEED-ID(WS-FEED-SUB) " "
021600             WS-FK-STEP-PROGRAM(WS-FEED-SUB) " OK "
021600             WS-FK-TEXT(WS-FEED-SUB)
021600             DELIMITED BY SIZE INTO WS-RPT-LINE
021600     END-IF.
021600     WRITE NR-LINE FROM WS-RPT-LINE.
021600 7210-EXIT.
021600     EXIT.

021700 9000-TERMINATE.
021800     IF NOT WS-ABORT
021900         CLOSE NITERPT
021900         PERFORM 9680-FILE-REPORT THRU 9680-EXIT
022000         CLOSE RUNLOG
022100     END-IF.
022200     DISPLAY "BILNITE: " WS-DONE-COUNT " STEP(S) COMPLETE, "
022300         WS-HELD-COUNT " HELD".
022400 9000-EXIT.
022500     EXIT.

022600*-----------------------------------------------------------*
022700*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
022800*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
022900*    OUTLIVES THE NEXT RUN.                                    *
023000*-----------------------------------------------------------*
023100 9680-FILE-REPORT.
023200     OPEN INPUT NITERPT.
023300     IF NOT FS-NITERPT-OK
023400         GO TO 9680-EXIT
023500     END-IF.
023600     MOVE "O"               TO RO-FUNCTION.
023700     MOVE "NITERPT"         TO RO-REPORT-NAME.
023800     MOVE "BILNITE"         TO RO-PROGRAM-ID.
023900     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
024000     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
024100     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
024200     MOVE ZERO              TO RO-PERIOD.
024300     CALL "BILRPTF" USING RO-PARMS.
024400     IF RO-OK
024500         MOVE "N" TO WS-RO-EOF-SW
024600         PERFORM 9690-FILE-LINE THRU 9690-EXIT
024700             UNTIL WS-RO-EOF
024800         MOVE "C"          TO RO-FUNCTION
024900         CALL "BILRPTF" USING RO-PARMS
025000     END-IF.
025100     CLOSE NITERPT.
025200 9680-EXIT.
025300     EXIT.

025400 9690-FILE-LINE.
025500     READ NITERPT
025600         AT END
025700             MOVE "Y" TO WS-RO-EOF-SW
025800             GO TO 9690-EXIT
025900     END-READ.
026000     MOVE "L"               TO RO-FUNCTION.
026100     MOVE NR-LINE           TO RO-LINE.
026200     CALL "BILRPTF" USING RO-PARMS.
026300 9690-EXIT.
026400     EXIT.
