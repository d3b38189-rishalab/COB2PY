000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILPREM.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-03.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILPREM                                                   *
000900*  PREMISES-DUES HOLDS FOR THE COMMERCIAL OFFICER.  BILNEWC    *
001000*  HOLDS A NEW-CONNECTION APPLICATION AT A PREMISES WHERE AN   *
001100*  ACCOUNT - LIVE OR ARCHIVED - STILL OWES, OR HAS WRITTEN-OFF *
001200*  BILLS NOT YET RECOVERED.  FUNCTION L PRINTS THE PENDING     *
001300*  HOLDS WITH THE ACCOUNTS AND DUES FOUND; FUNCTION D WALKS    *
001400*  THEM UNDER A SUPERVISOR SIGN-ON (BILSIGN LEVEL 2) AND THE   *
001500*  OFFICER EITHER CLEARS THE HOLD (THE APPLICANT IS NOT        *
001600*  ANSWERABLE FOR THE OLD DUES) OR DIRECTS THE DUES ONTO THE   *
001700*  NEW ACCOUNT.  BILNEWC ONBOARDS RELEASED HOLDS ON ITS NEXT   *
001800*  RUN AND RAISES ANY TRANSFER AS AN OPENING OPEN ITEM.        *
001900*-----------------------------------------------------------*
002000*  MODIFICATION HISTORY                                      *
002100*  DATE       INIT  DESCRIPTION                               *
002200*  2026-10-03 RSH   ORIGINAL                                  *
002200*  2026-10-15 RSH   FILE PREMRPT IN THE REPORT REPOSITORY    *
002200*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002300*-----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.   IBM-370.
002700 OBJECT-COMPUTER.   IBM-370.

002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT PREMHLD ASSIGN TO "PREMHLD"
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS FS-PREMHLD.

003300     SELECT PREMRPT ASSIGN TO "PREMRPT"
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS FS-PREMRPT.

003600     SELECT RUNLOG ASSIGN TO "RUNLOG"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS FS-RUNLOG.

003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  PREMHLD
004200     LABEL RECORDS ARE STANDARD.
004300 01  PH-FILE-RECORD              PIC X(416).

004400 FD  PREMRPT
004500     LABEL RECORDS ARE STANDARD.
004600 01  PL-LINE                     PIC X(80).

004700 FD  RUNLOG
004800     LABEL RECORDS ARE STANDARD.
004900 COPY RUNLOG.

005000 WORKING-STORAGE SECTION.
005100*-----------------------------------------------------------*
005200*    FILE STATUS SWITCHES                                    *
005300*-----------------------------------------------------------*
005400 77  FS-PREMHLD              PIC X(02).
005500     88  FS-PREMHLD-OK               VALUE "00".
005600 77  FS-PREMRPT              PIC X(02).
005700     88  FS-PREMRPT-OK               VALUE "00".
005800 77  FS-RUNLOG               PIC X(02).
005900     88  FS-RUNLOG-OK                VALUE "00".

006000*-----------------------------------------------------------*
006100*    PROGRAM SWITCHES                                        *
006200*-----------------------------------------------------------*
006300 77  WS-ABORT-SW             PIC X(01) VALUE "N".
006400     88  WS-ABORT                    VALUE "Y".
006500 77  WS-EOF-SW               PIC X(01) VALUE "N".
006600     88  WS-EOF                      VALUE "Y".
006600 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
006600     88  WS-RO-EOF                   VALUE "Y".
006700 77  WS-RPT-OPEN-SW          PIC X(01) VALUE "N".
006800     88  WS-RPT-OPEN                 VALUE "Y".

006900*-----------------------------------------------------------*
007000*    OPERATOR, RUN AND WORK FIELDS                            *
007100*-----------------------------------------------------------*
007200 77  WS-OPERATOR-ID          PIC X(08).
007300 77  WS-PASSWORD             PIC X(08).
007400 77  WS-SYSTEM-DATE          PIC 9(08).
007500 77  WS-SYSTEM-TIME          PIC 9(08).
007600 77  WS-FUNCTION             PIC X(01).
007700     88  WS-FUNC-LIST                VALUE "L".
007800     88  WS-FUNC-DECIDE              VALUE "D".
007900 77  WS-DECISION             PIC X(01).
008000 77  WS-HOLDS-READ           PIC 9(05) VALUE ZERO.
008100 77  WS-HOLDS-PENDING        PIC 9(05) VALUE ZERO.
008200 77  WS-HOLDS-CLEARED        PIC 9(05) VALUE ZERO.
008300 77  WS-HOLDS-TRANSFER       PIC 9(05) VALUE ZERO.
008400 77  WS-PENDING-DUES         PIC 9(11)V99 VALUE ZERO.
008500 77  WS-Q-SUB                PIC 9(04) VALUE ZERO.
008600 77  WS-ACCT-SUB             PIC 9(02) VALUE ZERO.
008700 77  WS-ACCT-SHOWN           PIC 9(02) VALUE ZERO.
008800 01  WS-AMT-ED               PIC ZZZZZZZZ9.99.
008900 01  WS-WOFF-ED              PIC ZZZZZZZZ9.99.
009000 01  WS-TOT-ED               PIC ZZZZZZZZZZ9.99.
009100 01  WS-LINE                 PIC X(80).
009200 01  WS-SOURCE-TEXT          PIC X(07).
009300 01  WS-MATCH-TEXT           PIC X(07).

009400*-----------------------------------------------------------*
009500*    THE APPLICATION IMAGE ON A HOLD, UNPACKED FOR DISPLAY     *
009600*-----------------------------------------------------------*
009700 COPY CONNAPP.

009800*-----------------------------------------------------------*
009900*    THE WHOLE HOLD QUEUE, HELD IN STORAGE AND WRITTEN BACK    *
010000*    WHOLE AT END OF RUN - THE APPRHLD IDIOM.                  *
010100*-----------------------------------------------------------*
010200 COPY PREMHLD.
010300 01  WS-HOLD-TABLE.
010400     05  WS-PH-ENTRY             PIC X(416) OCCURS 500 TIMES.
010500 77  WS-PH-COUNT             PIC 9(04) VALUE ZERO.

010600 COPY SIGNPARM.
010600 COPY RPTPARM.

010700 PROCEDURE DIVISION.
010800 0000-MAINLINE SECTION.
010900     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
011000     IF NOT WS-ABORT
011100         EVALUATE TRUE
011200             WHEN WS-FUNC-LIST
011300                 PERFORM 3000-LIST-HOLDS THRU 3000-EXIT
011400             WHEN WS-FUNC-DECIDE
011500                 PERFORM 4000-DECIDE-ONE THRU 4000-EXIT
011600                     VARYING WS-Q-SUB FROM 1 BY 1
011700                     UNTIL WS-Q-SUB > WS-PH-COUNT
011800             WHEN OTHER
011900                 DISPLAY "BILPREM: UNKNOWN FUNCTION "
012000                     WS-FUNCTION
012100         END-EVALUATE
012200     END-IF.
012300     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
012400     STOP RUN.

012500 1000-INITIALIZE.
012600     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
012700     ACCEPT WS-SYSTEM-TIME FROM TIME.
012800     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
012900     ACCEPT WS-OPERATOR-ID.
013000     DISPLAY "FUNCTION (L=LIST HOLDS D=DECIDE): "
013100         WITH NO ADVANCING.
013200     ACCEPT WS-FUNCTION.
013300     IF WS-FUNC-DECIDE
013400         DISPLAY "PASSWORD: " WITH NO ADVANCING
013500         ACCEPT WS-PASSWORD
013600         MOVE WS-OPERATOR-ID TO SG-OPERATOR-ID
013700         MOVE WS-PASSWORD    TO SG-PASSWORD
013800         MOVE 2              TO SG-REQUIRED-LEVEL
013900         CALL "BILSIGN" USING SG-PARMS
014000         IF NOT SG-OK
014100             DISPLAY "BILPREM: SIGN-ON REFUSED - RUN ABANDONED"
014200             MOVE "Y" TO WS-ABORT-SW
014300             GO TO 1000-EXIT
014400         END-IF
014500     END-IF.
014600     OPEN EXTEND RUNLOG.
014700     IF NOT FS-RUNLOG-OK
014800         DISPLAY "BILPREM: UNABLE TO OPEN RUNLOG, STATUS "
014900             FS-RUNLOG
015000         MOVE "Y" TO WS-ABORT-SW
015100         GO TO 1000-EXIT
015200     END-IF.
015300     PERFORM 1100-LOAD-QUEUE THRU 1100-EXIT.
015400     IF WS-FUNC-LIST AND NOT WS-ABORT
015500         OPEN OUTPUT PREMRPT
015600         IF NOT FS-PREMRPT-OK
015700             DISPLAY "BILPREM: UNABLE TO OPEN PREMRPT, STATUS "
015800                 FS-PREMRPT
015900             MOVE "Y" TO WS-ABORT-SW
016000         ELSE
016100             MOVE "Y" TO WS-RPT-OPEN-SW
016200         END-IF
016300     END-IF.
016400 1000-EXIT.
016500     EXIT.

016600*-----------------------------------------------------------*
016700*    NO QUEUE MEANS BILNEWC HAS NEVER HELD AN APPLICATION.     *
016800*-----------------------------------------------------------*
016900 1100-LOAD-QUEUE.
017000     OPEN INPUT PREMHLD.
017100     IF NOT FS-PREMHLD-OK
017200         GO TO 1100-EXIT
017300     END-IF.
017400     READ PREMHLD
017500         AT END
017600             MOVE "Y" TO WS-EOF-SW
017700     END-READ.
017800     PERFORM 1110-STORE-HOLD THRU 1110-EXIT
017900         UNTIL WS-EOF.
018000     CLOSE PREMHLD.
018100 1100-EXIT.
018200     EXIT.

018300 1110-STORE-HOLD.
018400     IF WS-PH-COUNT >= 500
018500         DISPLAY "BILPREM: PREMHLD TABLE FULL - RUN"
018600             " ABANDONED BEFORE THE QUEUE COULD BE DAMAGED"
018700         MOVE "Y" TO WS-ABORT-SW
018800         MOVE "Y" TO WS-EOF-SW
018900         GO TO 1110-EXIT
019000     END-IF.
019100     ADD 1 TO WS-PH-COUNT.
019200     ADD 1 TO WS-HOLDS-READ.
019300     MOVE PH-FILE-RECORD TO WS-PH-ENTRY(WS-PH-COUNT).
019400     READ PREMHLD
019500         AT END
019600             MOVE "Y" TO WS-EOF-SW
019700     END-READ.
019800 1110-EXIT.
019900     EXIT.

020000*-----------------------------------------------------------*
020100*    LIST - ONE BLOCK PER PENDING HOLD: THE APPLICANT AND      *
020200*    PREMISES, THEN EACH OLD ACCOUNT FOUND THERE WITH ITS      *
020300*    OUTSTANDING AND UNRECOVERED WRITTEN-OFF DUES.             *
020400*-----------------------------------------------------------*
020500 3000-LIST-HOLDS.
020600     MOVE SPACES TO WS-LINE.
020700     STRING "PREMISES-DUES HOLDS PENDING - RUN " WS-SYSTEM-DATE
020800         DELIMITED BY SIZE INTO WS-LINE.
020900     WRITE PL-LINE FROM WS-LINE.
021000     MOVE ALL "-" TO WS-LINE.
021100     WRITE PL-LINE FROM WS-LINE.
021200     PERFORM 3100-LIST-ONE THRU 3100-EXIT
021300         VARYING WS-Q-SUB FROM 1 BY 1
021400         UNTIL WS-Q-SUB > WS-PH-COUNT.
021500     MOVE WS-PENDING-DUES TO WS-TOT-ED.
021600     MOVE SPACES TO WS-LINE.
021700     STRING "HOLDS PENDING: " WS-HOLDS-PENDING
021800         "   DUES AT THOSE PREMISES RS " WS-TOT-ED
021900         DELIMITED BY SIZE INTO WS-LINE.
022000     WRITE PL-LINE FROM WS-LINE.
022100 3000-EXIT.
022200     EXIT.

022300 3100-LIST-ONE.
022400     MOVE WS-PH-ENTRY(WS-Q-SUB) TO PH-RECORD.
022500     IF NOT PH-STAT-PENDING
022600         GO TO 3100-EXIT
022700     END-IF.
022800     ADD 1 TO WS-HOLDS-PENDING.
022900     ADD PH-TOTAL-DUES TO WS-PENDING-DUES.
023000     MOVE PH-APPLICATION TO AP-RECORD.
023100     MOVE SPACES TO WS-LINE.
023200     STRING "APPLICANT " AP-NAME "  HELD " PH-HOLD-DATE
023300         DELIMITED BY SIZE INTO WS-LINE.
023400     WRITE PL-LINE FROM WS-LINE.
023500     MOVE SPACES TO WS-LINE.
023600     STRING "  PREMISES " AP-ADDR-LINE1 " " AP-ADDR-PIN
023700         "  METER " AP-METER-NO
023800         DELIMITED BY SIZE INTO WS-LINE.
023900     WRITE PL-LINE FROM WS-LINE.
024000     MOVE PH-ACCT-COUNT TO WS-ACCT-SHOWN.
024100     IF WS-ACCT-SHOWN > 3
024200         MOVE 3 TO WS-ACCT-SHOWN
024300     END-IF.
024400     PERFORM 3200-LIST-ACCOUNT THRU 3200-EXIT
024500         VARYING WS-ACCT-SUB FROM 1 BY 1
024600         UNTIL WS-ACCT-SUB > WS-ACCT-SHOWN.
024700     IF PH-ACCT-COUNT > 3
024800         MOVE SPACES TO WS-LINE
024900         STRING "  ... " PH-ACCT-COUNT
025000             " ACCOUNTS IN ALL AT THE PREMISES"
025100             DELIMITED BY SIZE INTO WS-LINE
025200         WRITE PL-LINE FROM WS-LINE
025300     END-IF.
025400     MOVE PH-TOTAL-DUES TO WS-TOT-ED.
025500     MOVE SPACES TO WS-LINE.
025600     STRING "  TOTAL DUES AT THE PREMISES RS " WS-TOT-ED
025700         DELIMITED BY SIZE INTO WS-LINE.
025800     WRITE PL-LINE FROM WS-LINE.
025900     MOVE SPACES TO WS-LINE.
026000     WRITE PL-LINE FROM WS-LINE.
026100 3100-EXIT.
026200     EXIT.

026300 3200-LIST-ACCOUNT.
026400     PERFORM 3300-DESCRIBE-ACCOUNT THRU 3300-EXIT.
026500     MOVE SPACES TO WS-LINE.
026600     STRING "  " PH-OLD-CUST-ID(WS-ACCT-SUB)
026700         " " WS-SOURCE-TEXT " BY " WS-MATCH-TEXT
026800         " OWES " WS-AMT-ED " W/O " WS-WOFF-ED
026900         DELIMITED BY SIZE INTO WS-LINE.
027000     WRITE PL-LINE FROM WS-LINE.
027100 3200-EXIT.
027200     EXIT.

027300 3300-DESCRIBE-ACCOUNT.
027400     IF PH-SRC-LIVE(WS-ACCT-SUB)
027500         MOVE "LIVE"    TO WS-SOURCE-TEXT
027600     ELSE
027700         MOVE "ARCHIVE" TO WS-SOURCE-TEXT
027800     END-IF.
027900     IF PH-MATCH-METER(WS-ACCT-SUB)
028000         MOVE "METER"   TO WS-MATCH-TEXT
028100     ELSE
028200         MOVE "ADDRESS" TO WS-MATCH-TEXT
028300     END-IF.
028400     MOVE PH-OLD-DUES(WS-ACCT-SUB) TO WS-AMT-ED.
028500     MOVE PH-OLD-WOFF(WS-ACCT-SUB) TO WS-WOFF-ED.
028600 3300-EXIT.
028700     EXIT.

028800*-----------------------------------------------------------*
028900*    DECIDE - EACH PENDING HOLD IS SHOWN AND THE OFFICER       *
029000*    CLEARS IT, TRANSFERS THE DUES, OR LEAVES IT PENDING.      *
029100*-----------------------------------------------------------*
029200 4000-DECIDE-ONE.
029300     MOVE WS-PH-ENTRY(WS-Q-SUB) TO PH-RECORD.
029400     IF NOT PH-STAT-PENDING
029500         GO TO 4000-EXIT
029600     END-IF.
029700     ADD 1 TO WS-HOLDS-PENDING.
029800     MOVE PH-APPLICATION TO AP-RECORD.
029900     MOVE PH-TOTAL-DUES TO WS-TOT-ED.
030000     DISPLAY "APPLICANT " AP-NAME " HELD " PH-HOLD-DATE.
030100     DISPLAY "  PREMISES " AP-ADDR-LINE1 " " AP-ADDR-PIN
030200         " METER " AP-METER-NO.
030300     MOVE PH-ACCT-COUNT TO WS-ACCT-SHOWN.
030400     IF WS-ACCT-SHOWN > 3
030500         MOVE 3 TO WS-ACCT-SHOWN
030600     END-IF.
030700     PERFORM 4100-SHOW-ACCOUNT THRU 4100-EXIT
030800         VARYING WS-ACCT-SUB FROM 1 BY 1
030900         UNTIL WS-ACCT-SUB > WS-ACCT-SHOWN.
031000     DISPLAY "  TOTAL DUES AT THE PREMISES RS " WS-TOT-ED.
031100     DISPLAY "CLEAR (C), TRANSFER DUES (T) OR LEAVE (L): "
031200         WITH NO ADVANCING.
031300     ACCEPT WS-DECISION.
031400     EVALUATE WS-DECISION
031500         WHEN "C"
031600             ADD 1 TO WS-HOLDS-CLEARED
031700         WHEN "T"
031800             ADD 1 TO WS-HOLDS-TRANSFER
031900         WHEN OTHER
032000             GO TO 4000-EXIT
032100     END-EVALUATE.
032200     MOVE WS-DECISION    TO PH-STATUS.
032300     MOVE WS-OPERATOR-ID TO PH-DECIDED-BY.
032400     MOVE WS-SYSTEM-DATE TO PH-DECISION-DATE.
032500     MOVE PH-RECORD TO WS-PH-ENTRY(WS-Q-SUB).
032600 4000-EXIT.
032700     EXIT.

032800 4100-SHOW-ACCOUNT.
032900     PERFORM 3300-DESCRIBE-ACCOUNT THRU 3300-EXIT.
033000     DISPLAY "  " PH-OLD-CUST-ID(WS-ACCT-SUB)
033100         " " WS-SOURCE-TEXT " BY " WS-MATCH-TEXT
033200         " OWES " WS-AMT-ED " W/O " WS-WOFF-ED.
033300 4100-EXIT.
033400     EXIT.

033500 9000-TERMINATE.
033600     IF WS-FUNC-DECIDE AND NOT WS-ABORT
033700         PERFORM 9100-REWRITE-QUEUE THRU 9100-EXIT
033800     END-IF.
033900     IF WS-RPT-OPEN
034000         CLOSE PREMRPT
034000         PERFORM 9680-FILE-REPORT THRU 9680-EXIT
034100     END-IF.
034200     IF FS-RUNLOG-OK
034300         PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT
034400         CLOSE RUNLOG
034500     END-IF.
034600     DISPLAY "=============================================".
034700     DISPLAY "BILPREM - PREMISES-DUES HOLD SUMMARY".
034800     DISPLAY "  HOLDS ON THE QUEUE   : " WS-HOLDS-READ.
034900     DISPLAY "  PENDING SHOWN        : " WS-HOLDS-PENDING.
035000     DISPLAY "  CLEARED              : " WS-HOLDS-CLEARED.
035100     DISPLAY "  TRANSFER OF DUES     : " WS-HOLDS-TRANSFER.
035200     DISPLAY "  RUN BILNEWC TO ONBOARD THE RELEASED HOLDS.".
035300     DISPLAY "=============================================".
035400 9000-EXIT.
035500     EXIT.

035600 9100-REWRITE-QUEUE.
035700     IF WS-PH-COUNT = 0
035800         GO TO 9100-EXIT
035900     END-IF.
036000     OPEN OUTPUT PREMHLD.
036100     IF NOT FS-PREMHLD-OK
036200         DISPLAY "BILPREM: UNABLE TO REWRITE PREMHLD, STATUS "
036300             FS-PREMHLD
036400         GO TO 9100-EXIT
036500     END-IF.
036600     PERFORM 9110-WRITE-HOLD THRU 9110-EXIT
036700         VARYING WS-Q-SUB FROM 1 BY 1
036800         UNTIL WS-Q-SUB > WS-PH-COUNT.
036900     CLOSE PREMHLD.
037000 9100-EXIT.
037100     EXIT.

037200 9110-WRITE-HOLD.
037300     WRITE PH-FILE-RECORD FROM WS-PH-ENTRY(WS-Q-SUB).
037400 9110-EXIT.
037500     EXIT.

037600 9600-WRITE-RUNLOG.
037700     MOVE "BILPREM"        TO RL-PROGRAM-ID.
037800     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
037900     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
038000     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
038100     MOVE "PREMHLD"        TO RL-INPUT-FILE.
038200     MOVE WS-HOLDS-READ    TO RL-RECORDS-READ.
038300     COMPUTE RL-BILLS-PRODUCED = WS-HOLDS-CLEARED
038400         + WS-HOLDS-TRANSFER.
038500     MOVE ZERO             TO RL-EXCEPTIONS.
038600     MOVE ZERO             TO RL-TOTAL-BILLED.
038700     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
038800     ACCEPT RL-END-TIME FROM TIME.
038900     WRITE RL-RECORD.
039000 9600-EXIT.
039100     EXIT.

039200*-----------------------------------------------------------*
039300*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
039400*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
039500*    OUTLIVES THE NEXT RUN.                                    *
039600*-----------------------------------------------------------*
039700 9680-FILE-REPORT.
039800     OPEN INPUT PREMRPT.
039900     IF NOT FS-PREMRPT-OK
040000         GO TO 9680-EXIT
040100     END-IF.
040200     MOVE "O"               TO RO-FUNCTION.
040300     MOVE "PREMRPT"         TO RO-REPORT-NAME.
040400     MOVE "BILPREM"         TO RO-PROGRAM-ID.
040500     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
040600     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
040700     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
040800     MOVE ZERO              TO RO-PERIOD.
040900     CALL "BILRPTF" USING RO-PARMS.
041000     IF RO-OK
041100         MOVE "N" TO WS-RO-EOF-SW
041200         PERFORM 9690-FILE-LINE THRU 9690-EXIT
041300             UNTIL WS-RO-EOF
041400         MOVE "C"          TO RO-FUNCTION
041500         CALL "BILRPTF" USING RO-PARMS
041600     END-IF.
041700     CLOSE PREMRPT.
041800 9680-EXIT.
041900     EXIT.

042000 9690-FILE-LINE.
042100     READ PREMRPT
042200         AT END
042300             MOVE "Y" TO WS-RO-EOF-SW
042400             GO TO 9690-EXIT
042500     END-READ.
042600     MOVE "L"               TO RO-FUNCTION.
042700     MOVE PL-LINE           TO RO-LINE.
042800     CALL "BILRPTF" USING RO-PARMS.
042900 9690-EXIT.
043000     EXIT.
