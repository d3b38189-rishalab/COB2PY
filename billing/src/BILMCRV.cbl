000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILMCRV.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILMCRV                                                     *
000900*  MASTER-CHANGE REVIEW OF REFUNDS AND WRITE-OFFS.  BILRFND    *
001000*  HOLDS A REFUND ON RFNDHLD WHEN BILCAUD FINDS THE ACCOUNT'S  *
001100*  NAME, ADDRESS, PHONE OR DEPOSIT WAS CHANGED SHORTLY         *
001200*  BEFORE, OR WAS CHANGED BY THE OPERATOR RUNNING THE          *
001300*  REFUNDS.  FUNCTIONS:                                        *
001400*    L - REVIEW REPORT TO MCRVRPT - EVERY REFUND HELD OR       *
001500*        RELEASED AND NOT YET ISSUED, THEN EVERY WRITE-OFF     *
001600*        STILL PENDING ON WOFHLD THAT BILCAUD FLAGS AGAINST    *
001700*        THE DATE IT WAS REQUESTED AND THE OPERATOR WHO        *
001800*        KEYED IT;                                             *
001900*    R - RELEASE HELD REFUNDS (SUPERVISOR SIGN-ON).  THE       *
002000*        SUPERVISOR MAY NOT BE THE OPERATOR WHO RAN THE        *
002100*        REFUNDS NOR THE ONE WHO MADE THE CHANGE, AND MAY NOT  *
002200*        BE LINKED TO THE ACCOUNT ON STAFFREG.  A RELEASED     *
002300*        REFUND IS ISSUED BY THE NEXT BILRFND RUN.             *
002400*  A FLAGGED WRITE-OFF IS NOT HELD HERE - IT IS ALREADY        *
002500*  WAITING ON A SUPERVISOR IN BILWOFF, WHICH SHOWS THE SAME    *
002600*  WARNING WHEN IT IS DECIDED.                                 *
002700*-----------------------------------------------------------*
002800*  MODIFICATION HISTORY                                        *
002900*  DATE       INIT  DESCRIPTION                                *
003000*  2026-10-15 RSH   ORIGINAL                                   *
003000*  2026-10-15 RSH   FILE MCRVRPT IN THE REPORT REPOSITORY    *
003000*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
003100*-----------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.

003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT RFNDHLD ASSIGN TO "RFNDHLD"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS FS-RFNDHLD.

004100     SELECT WOFHLD ASSIGN TO "WOFHLD"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS FS-WOFHLD.

004400     SELECT MCRVRPT ASSIGN TO "MCRVRPT"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS FS-MCRVRPT.

004700     SELECT RUNLOG ASSIGN TO "RUNLOG"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS FS-RUNLOG.

005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  RFNDHLD
005300     LABEL RECORDS ARE STANDARD.
005400 01  RH-FILE-RECORD              PIC X(94).

005500 FD  WOFHLD
005600     LABEL RECORDS ARE STANDARD.
005700 COPY WOFHLD.

005800 FD  MCRVRPT
005900     LABEL RECORDS ARE STANDARD.
006000 01  MR-LINE                     PIC X(120).

006100 FD  RUNLOG
006200     LABEL RECORDS ARE STANDARD.
006300 COPY RUNLOG.

006400 WORKING-STORAGE SECTION.
006500*-----------------------------------------------------------*
006600*    FILE STATUS SWITCHES                                      *
006700*-----------------------------------------------------------*
006800 77  FS-RFNDHLD              PIC X(02).
006900     88  FS-RFNDHLD-OK               VALUE "00".
007000 77  FS-WOFHLD               PIC X(02).
007100     88  FS-WOFHLD-OK                VALUE "00".
007200 77  FS-MCRVRPT              PIC X(02).
007300     88  FS-MCRVRPT-OK               VALUE "00".
007400 77  FS-RUNLOG               PIC X(02).
007500     88  FS-RUNLOG-OK                VALUE "00".

007600*-----------------------------------------------------------*
007700*    PROGRAM SWITCHES AND WORK FIELDS                          *
007800*-----------------------------------------------------------*
007900 77  WS-ABORT-SW             PIC X(01) VALUE "N".
008000     88  WS-ABORT                    VALUE "Y".
008100 77  WS-RH-EOF-SW            PIC X(01) VALUE "N".
008200     88  WS-RH-EOF                   VALUE "Y".
008300 77  WS-WH-EOF-SW            PIC X(01) VALUE "N".
008400     88  WS-WH-EOF                   VALUE "Y".
008400 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
008400     88  WS-RO-EOF                   VALUE "Y".
008500 77  WS-END-SW               PIC X(01) VALUE "N".
008600     88  WS-END-RELEASES             VALUE "Y".
008700 77  WS-OPERATOR-ID          PIC X(08).
008800 77  WS-PASSWORD             PIC X(08).
008900 77  WS-SYSTEM-DATE          PIC 9(08).
009000 77  WS-SYSTEM-TIME          PIC 9(08).
009100 77  WS-FUNCTION             PIC X(01).
009200     88  WS-FUNC-LIST                VALUE "L".
009300     88  WS-FUNC-RELEASE             VALUE "R".
009400 77  WS-DECISION             PIC X(01).
009500     88  WS-DEC-RELEASE              VALUE "R".
009600     88  WS-DEC-END                  VALUE "E".
009700 77  WS-HELD-COUNT           PIC 9(05) VALUE ZERO.
009800 77  WS-HELD-AMOUNT          PIC 9(09)V99 VALUE ZERO.
009900 77  WS-AWAITING-COUNT       PIC 9(05) VALUE ZERO.
010000 77  WS-RELEASED-COUNT       PIC 9(05) VALUE ZERO.
010100 77  WS-REFUSED-COUNT        PIC 9(05) VALUE ZERO.
010200 77  WS-WOFF-PENDING         PIC 9(05) VALUE ZERO.
010300 77  WS-WOFF-FLAGGED         PIC 9(05) VALUE ZERO.
010400 77  WS-WOFF-FLAGGED-AMT     PIC 9(09)V99 VALUE ZERO.
010500 77  WS-COUNT-ED             PIC ZZZZ9.
010600 77  WS-AMOUNT-ED            PIC ZZZ,ZZZ,ZZ9.99.
010700 77  WS-RECENT-TEXT          PIC X(06).
010800 77  WS-SAME-TEXT            PIC X(04).
010900 01  WS-RPT-LINE             PIC X(120).

011000 COPY SIGNPARM.
011100 COPY CFPARM.
011200 COPY MCPARM.

011300*-----------------------------------------------------------*
011400*    THE REFUND REVIEW HOLD QUEUE, HELD IN STORAGE AND         *
011500*    WRITTEN BACK WHOLE WHEN A REFUND IS RELEASED.             *
011600*-----------------------------------------------------------*
011700 COPY RFNDHLD.
011800 01  WS-HOLD-TABLE.
011900     05  WS-RH-ENTRY             PIC X(94) OCCURS 500 TIMES.
012000 77  WS-RH-COUNT             PIC 9(04) VALUE ZERO.
012100 77  WS-RH-SUB               PIC 9(04) VALUE ZERO.
012100 COPY RPTPARM.

012200 PROCEDURE DIVISION.
012300 0000-MAINLINE SECTION.
012400     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
012500     IF NOT WS-ABORT
012600         EVALUATE TRUE
012700             WHEN WS-FUNC-LIST
012800                 PERFORM 2000-REVIEW-REPORT THRU 2000-EXIT
012900             WHEN WS-FUNC-RELEASE
013000                 PERFORM 3000-RELEASE-HOLDS THRU 3000-EXIT
013100             WHEN OTHER
013200                 DISPLAY "BILMCRV: UNKNOWN FUNCTION "
013300                     WS-FUNCTION
013400         END-EVALUATE
013500     END-IF.
013600     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
013700     STOP RUN.

013800 1000-INITIALIZE.
013900     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
014000     ACCEPT WS-SYSTEM-TIME FROM TIME.
014100     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
014200     ACCEPT WS-OPERATOR-ID.
014300     DISPLAY "FUNCTION (L=REVIEW REPORT R=RELEASE HELD"
014400         " REFUNDS): " WITH NO ADVANCING.
014500     ACCEPT WS-FUNCTION.
014600*    RELEASING A HELD REFUND IS THE SECOND SUPERVISOR'S CALL.
014700     IF WS-FUNC-RELEASE
014800         DISPLAY "PASSWORD: " WITH NO ADVANCING
014900         ACCEPT WS-PASSWORD
015000         MOVE WS-OPERATOR-ID TO SG-OPERATOR-ID
015100         MOVE WS-PASSWORD    TO SG-PASSWORD
015200         MOVE SPACES         TO WS-PASSWORD
015300         MOVE 2              TO SG-REQUIRED-LEVEL
015400         CALL "BILSIGN" USING SG-PARMS
015500         IF NOT SG-OK
015600             DISPLAY "BILMCRV: SIGN-ON REFUSED - RUN ABANDONED"
015700             MOVE "Y" TO WS-ABORT-SW
015800             GO TO 1000-EXIT
015900         END-IF
016000     END-IF.
016100     OPEN EXTEND RUNLOG.
016200     IF NOT FS-RUNLOG-OK
016300         DISPLAY "BILMCRV: UNABLE TO OPEN RUNLOG, STATUS "
016400             FS-RUNLOG
016500         MOVE "Y" TO WS-ABORT-SW
016600         GO TO 1000-EXIT
016700     END-IF.
016800     PERFORM 1100-LOAD-HOLDS THRU 1100-EXIT.
016900     IF WS-FUNC-LIST AND NOT WS-ABORT
017000         OPEN OUTPUT MCRVRPT
017100         IF NOT FS-MCRVRPT-OK
017200             DISPLAY "BILMCRV: UNABLE TO OPEN MCRVRPT, STATUS "
017300                 FS-MCRVRPT
017400             MOVE "Y" TO WS-ABORT-SW
017500         END-IF
017600     END-IF.
017700 1000-EXIT.
017800     EXIT.

017900*-----------------------------------------------------------*
018000*    NO RFNDHLD ON FILE MEANS NO REFUND HAS BEEN HELD YET.     *
018100*-----------------------------------------------------------*
018200 1100-LOAD-HOLDS.
018300     OPEN INPUT RFNDHLD.
018400     IF NOT FS-RFNDHLD-OK
018500         GO TO 1100-EXIT
018600     END-IF.
018700     READ RFNDHLD
018800         AT END
018900             MOVE "Y" TO WS-RH-EOF-SW
019000     END-READ.
019100     PERFORM 1110-STORE-HOLD THRU 1110-EXIT
019200         UNTIL WS-RH-EOF.
019300     CLOSE RFNDHLD.
019400 1100-EXIT.
019500     EXIT.

019600 1110-STORE-HOLD.
019700     IF WS-RH-COUNT >= 500
019800         DISPLAY "BILMCRV: RFNDHLD TABLE FULL - RUN"
019900             " ABANDONED BEFORE THE QUEUE COULD BE DAMAGED"
020000         MOVE "Y" TO WS-ABORT-SW
020100         MOVE "Y" TO WS-RH-EOF-SW
020200         GO TO 1110-EXIT
020300     END-IF.
020400     ADD 1 TO WS-RH-COUNT.
020500     MOVE RH-FILE-RECORD TO WS-RH-ENTRY(WS-RH-COUNT).
020600     READ RFNDHLD
020700         AT END
020800             MOVE "Y" TO WS-RH-EOF-SW
020900     END-READ.
021000 1110-EXIT.
021100     EXIT.

021200*-----------------------------------------------------------*
021300*    THE REVIEW REPORT.  PART ONE IS EVERY REFUND ON RFNDHLD   *
021400*    STILL HELD OR RELEASED AND NOT YET ISSUED; PART TWO       *
021500*    EVERY PENDING WRITE-OFF BILCAUD FLAGS, JUDGED AS AT THE   *
021600*    DATE IT WAS REQUESTED AND AGAINST THE OPERATOR WHO        *
021700*    KEYED IT.                                                 *
021800*-----------------------------------------------------------*
021900 2000-REVIEW-REPORT.
022000     MOVE SPACES TO WS-RPT-LINE.
022100     STRING "MASTER-CHANGE REVIEW - RUN DATE " WS-SYSTEM-DATE
022200         DELIMITED BY SIZE INTO WS-RPT-LINE.
022300     WRITE MR-LINE FROM WS-RPT-LINE.
022400     MOVE SPACES TO WS-RPT-LINE.
022500     WRITE MR-LINE FROM WS-RPT-LINE.
022600     MOVE "REFUNDS HELD FOR REVIEW" TO WS-RPT-LINE.
022700     WRITE MR-LINE FROM WS-RPT-LINE.
022800     MOVE SPACES TO WS-RPT-LINE.
022900     STRING "CUSTOMER           AMOUNT HELD ON  HELD BY  WHY    "
023000         "     FLDS CHANGED  BY       S DECIDED"
023100         DELIMITED BY SIZE INTO WS-RPT-LINE.
023200     WRITE MR-LINE FROM WS-RPT-LINE.
023300     PERFORM 2100-REPORT-HOLD THRU 2100-EXIT
023400         VARYING WS-RH-SUB FROM 1 BY 1
023500         UNTIL WS-RH-SUB > WS-RH-COUNT.
023600     MOVE WS-HELD-COUNT TO WS-COUNT-ED.
023700     MOVE WS-HELD-AMOUNT TO WS-AMOUNT-ED.
023800     MOVE SPACES TO WS-RPT-LINE.
023900     STRING "REFUNDS ON HOLD   " WS-COUNT-ED "  " WS-AMOUNT-ED
024000         DELIMITED BY SIZE INTO WS-RPT-LINE.
024100     WRITE MR-LINE FROM WS-RPT-LINE.
024200     MOVE WS-AWAITING-COUNT TO WS-COUNT-ED.
024300     MOVE SPACES TO WS-RPT-LINE.
024400     STRING "AWAITING RELEASE  " WS-COUNT-ED
024500         DELIMITED BY SIZE INTO WS-RPT-LINE.
024600     WRITE MR-LINE FROM WS-RPT-LINE.
024700     MOVE SPACES TO WS-RPT-LINE.
024800     WRITE MR-LINE FROM WS-RPT-LINE.
024900     MOVE "PENDING WRITE-OFFS FLAGGED" TO WS-RPT-LINE.
025000     WRITE MR-LINE FROM WS-RPT-LINE.
025100     MOVE SPACES TO WS-RPT-LINE.
025200     STRING "CUSTOMER           AMOUNT KEYED ON KEYED BY WHY    "
025300         "     FLDS CHANGED  BY       REASON"
025400         DELIMITED BY SIZE INTO WS-RPT-LINE.
025500     WRITE MR-LINE FROM WS-RPT-LINE.
025600     OPEN INPUT WOFHLD.
025700     IF FS-WOFHLD-OK
025800         READ WOFHLD
025900             AT END
026000                 MOVE "Y" TO WS-WH-EOF-SW
026100         END-READ
026200         PERFORM 2200-REPORT-WRITE-OFF THRU 2200-EXIT
026300             UNTIL WS-WH-EOF
026400         CLOSE WOFHLD
026500     END-IF.
026600     MOVE WS-WOFF-PENDING TO WS-COUNT-ED.
026700     MOVE SPACES TO WS-RPT-LINE.
026800     STRING "WRITE-OFFS PENDING" WS-COUNT-ED
026900         DELIMITED BY SIZE INTO WS-RPT-LINE.
027000     WRITE MR-LINE FROM WS-RPT-LINE.
027100     MOVE WS-WOFF-FLAGGED TO WS-COUNT-ED.
027200     MOVE WS-WOFF-FLAGGED-AMT TO WS-AMOUNT-ED.
027300     MOVE SPACES TO WS-RPT-LINE.
027400     STRING "OF WHICH FLAGGED  " WS-COUNT-ED "  " WS-AMOUNT-ED
027500         DELIMITED BY SIZE INTO WS-RPT-LINE.
027600     WRITE MR-LINE FROM WS-RPT-LINE.
027700 2000-EXIT.
027800     EXIT.

027900 2100-REPORT-HOLD.
028000     MOVE WS-RH-ENTRY(WS-RH-SUB) TO RH-RECORD.
028100     IF NOT RH-STAT-PENDING AND NOT RH-STAT-RELEASED
028200         GO TO 2100-EXIT
028300     END-IF.
028400     ADD 1 TO WS-HELD-COUNT.
028500     ADD RH-AMOUNT TO WS-HELD-AMOUNT.
028600     IF RH-STAT-PENDING
028700         ADD 1 TO WS-AWAITING-COUNT
028800     END-IF.
028900     MOVE RH-RECENT-SW    TO MC-RECENT-SW.
029000     MOVE RH-SAME-OPER-SW TO MC-SAME-OPER-SW.
029100     PERFORM 2300-SET-WHY THRU 2300-EXIT.
029200     MOVE RH-AMOUNT TO WS-AMOUNT-ED.
029300     MOVE SPACES TO WS-RPT-LINE.
029400     STRING RH-CUST-ID " " WS-AMOUNT-ED " " RH-HOLD-DATE " "
029500         RH-HELD-BY " " WS-RECENT-TEXT " " WS-SAME-TEXT " "
029600         RH-FIELDS-CHANGED " " RH-CHANGE-DATE " "
029700         RH-CHANGED-BY " " RH-STATUS " " RH-DECIDED-BY
029800         DELIMITED BY SIZE INTO WS-RPT-LINE.
029900     WRITE MR-LINE FROM WS-RPT-LINE.
030000 2100-EXIT.
030100     EXIT.

030200 2200-REPORT-WRITE-OFF.
030300     IF NOT WH-STAT-PENDING
030400         GO TO 2200-NEXT
030500     END-IF.
030600     ADD 1 TO WS-WOFF-PENDING.
030700     MOVE WH-CUST-ID      TO MC-CUST-ID.
030800     MOVE WH-REQUESTED-BY TO MC-OPERATOR-ID.
030900     MOVE WH-REQUEST-DATE TO MC-AS-OF-DATE.
031000     CALL "BILCAUD" USING MC-PARMS.
031100     IF MC-CLEAN
031200         GO TO 2200-NEXT
031300     END-IF.
031400     ADD 1 TO WS-WOFF-FLAGGED.
031500     ADD WH-AMOUNT TO WS-WOFF-FLAGGED-AMT.
031600     PERFORM 2300-SET-WHY THRU 2300-EXIT.
031700     MOVE WH-AMOUNT TO WS-AMOUNT-ED.
031800     MOVE SPACES TO WS-RPT-LINE.
031900     STRING WH-CUST-ID " " WS-AMOUNT-ED " " WH-REQUEST-DATE " "
032000         WH-REQUESTED-BY " " WS-RECENT-TEXT " " WS-SAME-TEXT " "
032100         MC-FIELDS-CHANGED " " MC-CHANGE-DATE " "
032200         MC-CHANGED-BY " " WH-REASON-TEXT
032300         DELIMITED BY SIZE INTO WS-RPT-LINE.
032400     WRITE MR-LINE FROM WS-RPT-LINE.
032500 2200-NEXT.
032600     READ WOFHLD
032700         AT END
032800             MOVE "Y" TO WS-WH-EOF-SW
032900     END-READ.
033000 2200-EXIT.
033100     EXIT.

033200 2300-SET-WHY.
033300     MOVE SPACES TO WS-RECENT-TEXT.
033400     MOVE SPACES TO WS-SAME-TEXT.
033500     IF MC-RECENT-CHANGE
033600         MOVE "RECENT" TO WS-RECENT-TEXT
033700     END-IF.
033800     IF MC-SAME-OPERATOR
033900         MOVE "SELF" TO WS-SAME-TEXT
034000     END-IF.
034100 2300-EXIT.
034200     EXIT.

034300*-----------------------------------------------------------*
034400*    EACH HELD REFUND IS SHOWN IN TURN; R RELEASES IT, E ENDS  *
034500*    THE SESSION, ANYTHING ELSE LEAVES IT HELD.  NOBODY WHO    *
034600*    RAN THE REFUND OR MADE THE CHANGE MAY RELEASE IT.         *
034700*-----------------------------------------------------------*
034800 3000-RELEASE-HOLDS.
034900     PERFORM 3100-RELEASE-ONE THRU 3100-EXIT
035000         VARYING WS-RH-SUB FROM 1 BY 1
035100         UNTIL WS-RH-SUB > WS-RH-COUNT
035200            OR WS-END-RELEASES.
035300 3000-EXIT.
035400     EXIT.

035500 3100-RELEASE-ONE.
035600     MOVE WS-RH-ENTRY(WS-RH-SUB) TO RH-RECORD.
035700     IF NOT RH-STAT-PENDING
035800         GO TO 3100-EXIT
035900     END-IF.
036000     MOVE RH-RECENT-SW    TO MC-RECENT-SW.
036100     MOVE RH-SAME-OPER-SW TO MC-SAME-OPER-SW.
036200     PERFORM 2300-SET-WHY THRU 2300-EXIT.
036300     MOVE RH-AMOUNT TO WS-AMOUNT-ED.
036400     DISPLAY "REFUND " RH-CUST-ID " " WS-AMOUNT-ED
036500         " HELD " RH-HOLD-DATE " BY " RH-HELD-BY.
036600     DISPLAY "  " WS-RECENT-TEXT " " WS-SAME-TEXT " - "
036700         RH-FIELDS-CHANGED " CHANGED " RH-CHANGE-DATE
036800         " BY " RH-CHANGED-BY.
036900     IF WS-OPERATOR-ID = RH-HELD-BY
037000         OR WS-OPERATOR-ID = RH-CHANGED-BY
037100         DISPLAY "BILMCRV: " WS-OPERATOR-ID " RAN THIS REFUND OR"
037200             " MADE THE CHANGE - ANOTHER SUPERVISOR MUST"
037300             " RELEASE IT"
037400         ADD 1 TO WS-REFUSED-COUNT
037500         GO TO 3100-EXIT
037600     END-IF.
037700     DISPLAY "R=RELEASE E=END BLANK=LEAVE HELD: "
037800         WITH NO ADVANCING.
037900     ACCEPT WS-DECISION.
038000     IF WS-DEC-END
038100         MOVE "Y" TO WS-END-SW
038200         GO TO 3100-EXIT
038300     END-IF.
038400     IF NOT WS-DEC-RELEASE
038500         GO TO 3100-EXIT
038600     END-IF.
038700     MOVE RH-CUST-ID      TO CF-CUST-ID.
038800     MOVE "RFND RELEASE"  TO CF-ACTION.
038900     PERFORM 3200-CHECK-CONFLICT THRU 3200-EXIT.
039000     IF CF-CONFLICT
039100         ADD 1 TO WS-REFUSED-COUNT
039200         GO TO 3100-EXIT
039300     END-IF.
039400     MOVE "R"            TO RH-STATUS.
039500     MOVE WS-OPERATOR-ID TO RH-DECIDED-BY.
039600     MOVE WS-SYSTEM-DATE TO RH-DECISION-DATE.
039700     MOVE RH-RECORD TO WS-RH-ENTRY(WS-RH-SUB).
039800     ADD 1 TO WS-RELEASED-COUNT.
039900     DISPLAY "BILMCRV: REFUND " RH-CUST-ID
040000         " RELEASED - ISSUED BY THE NEXT BILRFND RUN".
040100 3100-EXIT.
040200     EXIT.

040300*-----------------------------------------------------------*
040400*    STAFF-ACCOUNT CONFLICT CHECK.  CALLER SETS CF-CUST-ID     *
040500*    AND CF-ACTION; THE ACTION IS NOT TAKEN ON CF-CONFLICT -   *
040600*    BILSTFC HAS ALREADY LOGGED IT.                            *
040700*-----------------------------------------------------------*
040800 3200-CHECK-CONFLICT.
040900     MOVE WS-OPERATOR-ID  TO CF-OPERATOR-ID.
041000     MOVE "BILMCRV"       TO CF-PROGRAM-ID.
041100     CALL "BILSTFC" USING CF-PARMS.
041200 3200-EXIT.
041300     EXIT.

041400 9000-TERMINATE.
041500     IF WS-FUNC-RELEASE AND NOT WS-ABORT
041600         PERFORM 9100-REWRITE-HOLDS THRU 9100-EXIT
041700     END-IF.
041800     IF WS-FUNC-LIST AND FS-MCRVRPT-OK
041900         CLOSE MCRVRPT
041900         PERFORM 9680-FILE-REPORT THRU 9680-EXIT
042000     END-IF.
042100     IF FS-RUNLOG-OK
042200         PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT
042300         CLOSE RUNLOG
042400     END-IF.
042500     DISPLAY "BILMCRV: REFUNDS HELD " WS-HELD-COUNT
042600         " RELEASED " WS-RELEASED-COUNT
042700         " REFUSED " WS-REFUSED-COUNT
042800         " WRITE-OFFS FLAGGED " WS-WOFF-FLAGGED.
042900 9000-EXIT.
043000     EXIT.

043100 9100-REWRITE-HOLDS.
043200     IF WS-RELEASED-COUNT = ZERO
043300         GO TO 9100-EXIT
043400     END-IF.
043500     OPEN OUTPUT RFNDHLD.
043600     IF NOT FS-RFNDHLD-OK
043700         DISPLAY "BILMCRV: UNABLE TO REWRITE RFNDHLD, STATUS "
043800             FS-RFNDHLD
043900         GO TO 9100-EXIT
044000     END-IF.
044100     PERFORM 9110-WRITE-HOLD THRU 9110-EXIT
044200         VARYING WS-RH-SUB FROM 1 BY 1
044300         UNTIL WS-RH-SUB > WS-RH-COUNT.
044400     CLOSE RFNDHLD.
044500 9100-EXIT.
044600     EXIT.

044700 9110-WRITE-HOLD.
044800     WRITE RH-FILE-RECORD FROM WS-RH-ENTRY(WS-RH-SUB).
044900 9110-EXIT.
045000     EXIT.

045100 9600-WRITE-RUNLOG.
045200     MOVE "BILMCRV"        TO RL-PROGRAM-ID.
045300     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
045400     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
045500     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
045600     MOVE "RFNDHLD"        TO RL-INPUT-FILE.
045700     MOVE WS-RH-COUNT      TO RL-RECORDS-READ.
045800     MOVE WS-RELEASED-COUNT TO RL-BILLS-PRODUCED.
045900     COMPUTE RL-EXCEPTIONS = WS-REFUSED-COUNT + WS-WOFF-FLAGGED.
046000     MOVE ZERO             TO RL-TOTAL-BILLED.
046100     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
046200     ACCEPT RL-END-TIME FROM TIME.
046300     WRITE RL-RECORD.
046400 9600-EXIT.
046500     EXIT.

046600*-----------------------------------------------------------*
046700*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
046800*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
046900*    OUTLIVES THE NEXT RUN.                                    *
047000*-----------------------------------------------------------*
047100 9680-FILE-REPORT.
047200     OPEN INPUT MCRVRPT.
047300     IF NOT FS-MCRVRPT-OK
047400         GO TO 9680-EXIT
047500     END-IF.
047600     MOVE "O"               TO RO-FUNCTION.
047700     MOVE "MCRVRPT"         TO RO-REPORT-NAME.
047800     MOVE "BILMCRV"         TO RO-PROGRAM-ID.
047900     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
048000     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
048100     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
048200     MOVE ZERO              TO RO-PERIOD.
048300     CALL "BILRPTF" USING RO-PARMS.
048400     IF RO-OK
048500         MOVE "N" TO WS-RO-EOF-SW
048600         PERFORM 9690-FILE-LINE THRU 9690-EXIT
048700             UNTIL WS-RO-EOF
048800         MOVE "C"          TO RO-FUNCTION
048900         CALL "BILRPTF" USING RO-PARMS
049000     END-IF.
049100     CLOSE MCRVRPT.
049200 9680-EXIT.
049300     EXIT.

049400 9690-FILE-LINE.
049500     READ MCRVRPT
049600         AT END
049700             MOVE "Y" TO WS-RO-EOF-SW
049800             GO TO 9690-EXIT
049900     END-READ.
050000     MOVE "L"               TO RO-FUNCTION.
050100     MOVE MR-LINE           TO RO-LINE.
050200     CALL "BILRPTF" USING RO-PARMS.
050300 9690-EXIT.
050400     EXIT.
