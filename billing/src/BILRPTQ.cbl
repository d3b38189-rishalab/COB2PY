000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILRPTQ.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILRPTQ                                                     *
000900*  REPORT-REPOSITORY INQUIRY AND REPRINT, THE BILARCQ OF THE   *
001000*  REPORTS FILED THROUGH BILRPTF.  SEARCH (S) LISTS THE INDEX  *
001100*  ENTRIES ON RPTIDX BY REPORT NAME, PERIOD, RUN DATE AND      *
001200*  OPERATOR, ANY OF WHICH MAY BE LEFT OPEN.  REPRINT (R)       *
001300*  WRITES ONE FILED REPORT BACK TO RPTPRT UNDER A BANNER       *
001400*  NAMING THE ORIGINAL RUN, AND COUNTS THE REPRINT ON THE      *
001500*  INDEX ENTRY.  SIGNED ON AT OPERATOR LEVEL SO AN AUDITOR     *
001600*  CAN PULL A PAST PERIOD'S REPORTS WITHOUT A RERUN; A REPORT  *
001700*  PURGED BY BILRPTP, OR ONE WHOSE FILING NEVER COMPLETED,     *
001800*  CANNOT BE REPRINTED.                                        *
001900*-----------------------------------------------------------*
002000*  MODIFICATION HISTORY                                      *
002100*  DATE       INIT  DESCRIPTION                               *
002200*  2026-10-15 RSH   ORIGINAL                                  *
002300*-----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.   IBM-370.
002700 OBJECT-COMPUTER.   IBM-370.

002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT RPTIDX ASSIGN TO "RPTIDX"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS RA-KEY
003400         FILE STATUS IS FS-RPTIDX.

003500     SELECT RPTLINE ASSIGN TO "RPTLINE"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS RY-KEY
003900         FILE STATUS IS FS-RPTLINE.

004000     SELECT RPTPRT ASSIGN TO "RPTPRT"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS FS-RPTPRT.

004300     SELECT RUNLOG ASSIGN TO "RUNLOG"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS FS-RUNLOG.

004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  RPTIDX
004900     LABEL RECORDS ARE STANDARD.
005000 COPY RPTIDX.

005100 FD  RPTLINE
005200     LABEL RECORDS ARE STANDARD.
005300 COPY RPTLINE.

005400 FD  RPTPRT
005500     LABEL RECORDS ARE STANDARD.
005600 01  RP-LINE                     PIC X(132).

005700 FD  RUNLOG
005800     LABEL RECORDS ARE STANDARD.
005900 COPY RUNLOG.

006000 WORKING-STORAGE SECTION.
006100 77  FS-RPTIDX               PIC X(02).
006200     88  FS-RPTIDX-OK                VALUE "00".
006300 77  FS-RPTLINE              PIC X(02).
006400     88  FS-RPTLINE-OK               VALUE "00".
006500 77  FS-RPTPRT               PIC X(02).
006600     88  FS-RPTPRT-OK                VALUE "00".
006700 77  FS-RUNLOG               PIC X(02).
006800     88  FS-RUNLOG-OK                VALUE "00".
006900 77  WS-ABORT-SW             PIC X(01) VALUE "N".
007000     88  WS-ABORT                    VALUE "Y".
007100 77  WS-EOF-SW               PIC X(01) VALUE "N".
007200     88  WS-EOF                      VALUE "Y".
007300 77  WS-RY-EOF-SW            PIC X(01) VALUE "N".
007400     88  WS-RY-EOF                   VALUE "Y".
007500 77  WS-IDX-OPEN-SW          PIC X(01) VALUE "N".
007600     88  WS-IDX-OPEN                 VALUE "Y".
007700 77  WS-OPERATOR-ID          PIC X(08).
007800 77  WS-PASSWORD             PIC X(08).
007900 77  WS-SYSTEM-DATE          PIC 9(08).
008000 77  WS-SYSTEM-TIME          PIC 9(08).
008100 77  WS-FUNCTION             PIC X(01).
008200     88  WS-FUNC-SEARCH              VALUE "S".
008300     88  WS-FUNC-REPRINT             VALUE "R".
008400 77  WS-WANTED-REPORT        PIC X(08).
008500 77  WS-WANTED-OPERATOR      PIC X(08).
008600 77  WS-PERIOD-FROM          PIC 9(06) VALUE ZERO.
008700 77  WS-PERIOD-TO            PIC 9(06) VALUE ZERO.
008800 77  WS-DATE-FROM            PIC 9(08) VALUE ZERO.
008900 77  WS-DATE-TO              PIC 9(08) VALUE ZERO.
009000 77  WS-WANTED-DATE          PIC 9(08) VALUE ZERO.
009100 77  WS-WANTED-TIME          PIC 9(08) VALUE ZERO.
009200 77  WS-READ-COUNT           PIC 9(07) VALUE ZERO.
009300 77  WS-MATCH-COUNT          PIC 9(05) VALUE ZERO.
009400 77  WS-LINES-PRINTED        PIC 9(07) VALUE ZERO.
009500 77  WS-HIT-SW               PIC X(01) VALUE "N".
009600     88  WS-HIT                      VALUE "Y".
009700 01  WS-STATUS-TEXT          PIC X(10).
009800 01  WS-COUNT-ED             PIC ZZZZZ9.
009900 01  WS-REPRINT-ED           PIC ZZ9.
010000 01  WS-REPRINT-KEY.
010100     05  WS-RK-REPORT-NAME   PIC X(08).
010200     05  WS-RK-RUN-DATE      PIC 9(08).
010300     05  WS-RK-RUN-TIME      PIC 9(08).

010400 COPY SIGNPARM.

010500 PROCEDURE DIVISION.
010600 0000-MAINLINE SECTION.
010700     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
010800     IF NOT WS-ABORT
010900         IF WS-FUNC-SEARCH
011000             PERFORM 2000-SEARCH THRU 2000-EXIT
011100         ELSE
011200             PERFORM 3000-REPRINT THRU 3000-EXIT
011300         END-IF
011400     END-IF.
011500     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
011600     STOP RUN.

011700 1000-INITIALIZE.
011800     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
011900     ACCEPT WS-SYSTEM-TIME FROM TIME.
012000     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
012100     ACCEPT WS-OPERATOR-ID.
012200     DISPLAY "PASSWORD: " WITH NO ADVANCING.
012300     ACCEPT WS-PASSWORD.
012400     MOVE WS-OPERATOR-ID TO SG-OPERATOR-ID.
012500     MOVE WS-PASSWORD    TO SG-PASSWORD.
012600     MOVE 1              TO SG-REQUIRED-LEVEL.
012700     CALL "BILSIGN" USING SG-PARMS.
012800     IF NOT SG-OK
012900         DISPLAY "BILRPTQ: SIGN-ON REFUSED - RUN ABANDONED"
013000         MOVE "Y" TO WS-ABORT-SW
013100         GO TO 1000-EXIT
013200     END-IF.
013300     OPEN EXTEND RUNLOG.
013400     IF NOT FS-RUNLOG-OK
013500         DISPLAY "BILRPTQ: UNABLE TO OPEN RUNLOG, STATUS "
013600             FS-RUNLOG
013700     END-IF.
013800     DISPLAY "FUNCTION (S=SEARCH R=REPRINT): " WITH NO ADVANCING.
013900     ACCEPT WS-FUNCTION.
014000     EVALUATE TRUE
014100         WHEN WS-FUNC-SEARCH
014200             PERFORM 1100-ACCEPT-SEARCH THRU 1100-EXIT
014300         WHEN WS-FUNC-REPRINT
014400             PERFORM 1200-ACCEPT-REPRINT THRU 1200-EXIT
014500         WHEN OTHER
014600             DISPLAY "BILRPTQ: FUNCTION MUST BE S OR R"
014700             MOVE "Y" TO WS-ABORT-SW
014800             GO TO 1000-EXIT
014900     END-EVALUATE.
015000     IF WS-ABORT
015100         GO TO 1000-EXIT
015200     END-IF.
015300     IF WS-FUNC-REPRINT
015400         OPEN I-O RPTIDX
015500     ELSE
015600         OPEN INPUT RPTIDX
015700     END-IF.
015800     IF NOT FS-RPTIDX-OK
015900         DISPLAY "BILRPTQ: UNABLE TO OPEN RPTIDX, STATUS "
016000             FS-RPTIDX
016100         MOVE "Y" TO WS-ABORT-SW
016200         GO TO 1000-EXIT
016300     END-IF.
016400     MOVE "Y" TO WS-IDX-OPEN-SW.
016500 1000-EXIT.
016600     EXIT.

016700*-----------------------------------------------------------*
016800*    SEARCH LIMITS - A BLANK OR ZERO LIMIT IS LEFT OPEN.       *
016900*-----------------------------------------------------------*
017000 1100-ACCEPT-SEARCH.
017100     DISPLAY "REPORT NAME (BLANK=ALL): " WITH NO ADVANCING.
017200     ACCEPT WS-WANTED-REPORT.
017300     DISPLAY "PERIOD FROM YYYYMM (0=ANY): " WITH NO ADVANCING.
017400     ACCEPT WS-PERIOD-FROM.
017500     DISPLAY "PERIOD TO YYYYMM (0=ANY): " WITH NO ADVANCING.
017600     ACCEPT WS-PERIOD-TO.
017700     DISPLAY "RUN DATE FROM YYYYMMDD (0=ANY): " WITH NO ADVANCING.
017800     ACCEPT WS-DATE-FROM.
017900     DISPLAY "RUN DATE TO YYYYMMDD (0=ANY): " WITH NO ADVANCING.
018000     ACCEPT WS-DATE-TO.
018100     DISPLAY "RUN BY OPERATOR (BLANK=ANY): " WITH NO ADVANCING.
018200     ACCEPT WS-WANTED-OPERATOR.
018300     IF WS-PERIOD-TO = ZERO
018400         MOVE 999999 TO WS-PERIOD-TO
018500     END-IF.
018600     IF WS-DATE-TO = ZERO
018700         MOVE 99999999 TO WS-DATE-TO
018800     END-IF.
018900     IF WS-PERIOD-FROM > WS-PERIOD-TO
019000         OR WS-DATE-FROM > WS-DATE-TO
019100         DISPLAY "BILRPTQ: FROM LIMIT IS AFTER THE TO LIMIT"
019200         MOVE "Y" TO WS-ABORT-SW
019300     END-IF.
019400 1100-EXIT.
019500     EXIT.

019600 1200-ACCEPT-REPRINT.
019700     DISPLAY "REPORT NAME: " WITH NO ADVANCING.
019800     ACCEPT WS-WANTED-REPORT.
019900     DISPLAY "RUN DATE YYYYMMDD: " WITH NO ADVANCING.
020000     ACCEPT WS-WANTED-DATE.
020100     DISPLAY "RUN TIME (AS LISTED BY THE SEARCH): "
020200         WITH NO ADVANCING.
020300     ACCEPT WS-WANTED-TIME.
020400     IF WS-WANTED-REPORT = SPACES OR WS-WANTED-DATE = ZERO
020500         DISPLAY "BILRPTQ: REPORT NAME AND RUN DATE ARE REQUIRED"
020600         MOVE "Y" TO WS-ABORT-SW
020700     END-IF.
020800 1200-EXIT.
020900     EXIT.

021000*-----------------------------------------------------------*
021100*    SEARCH THE INDEX.  A NAMED REPORT IS READ FROM ITS OWN    *
021200*    FIRST KEY ON; OTHERWISE THE WHOLE INDEX IS SCANNED.       *
021300*-----------------------------------------------------------*
021400 2000-SEARCH.
021500     IF WS-WANTED-REPORT NOT = SPACES
021600         MOVE WS-WANTED-REPORT TO RA-REPORT-NAME
021700         MOVE WS-DATE-FROM     TO RA-RUN-DATE
021800         MOVE ZERO             TO RA-RUN-TIME
021900         START RPTIDX KEY IS >= RA-KEY
022000             INVALID KEY
022100                 MOVE "Y" TO WS-EOF-SW
022200         END-START
022300     END-IF.
022400     PERFORM 2100-SEARCH-ONE THRU 2100-EXIT
022500         UNTIL WS-EOF.
022600     IF WS-MATCH-COUNT = ZERO
022700         DISPLAY "BILRPTQ: NO FILED REPORT MATCHES THAT SEARCH"
022800     ELSE
022900         DISPLAY "BILRPTQ: " WS-MATCH-COUNT " REPORT(S) LISTED"
023000     END-IF.
023100 2000-EXIT.
023200     EXIT.

023300 2100-SEARCH-ONE.
023400     READ RPTIDX NEXT RECORD
023500         AT END
023600             MOVE "Y" TO WS-EOF-SW
023700             GO TO 2100-EXIT
023800     END-READ.
023900     ADD 1 TO WS-READ-COUNT.
024000     IF WS-WANTED-REPORT NOT = SPACES
024100         IF RA-REPORT-NAME NOT = WS-WANTED-REPORT
024200             OR RA-RUN-DATE > WS-DATE-TO
024300             MOVE "Y" TO WS-EOF-SW
024400             GO TO 2100-EXIT
024500         END-IF
024600     END-IF.
024700     MOVE "N" TO WS-HIT-SW.
024800     IF RA-PERIOD NOT < WS-PERIOD-FROM
024900         AND RA-PERIOD NOT > WS-PERIOD-TO
025000         AND RA-RUN-DATE NOT < WS-DATE-FROM
025100         AND RA-RUN-DATE NOT > WS-DATE-TO
025200         MOVE "Y" TO WS-HIT-SW
025300     END-IF.
025400     IF WS-WANTED-OPERATOR NOT = SPACES
025500         AND RA-OPERATOR-ID NOT = WS-WANTED-OPERATOR
025600         MOVE "N" TO WS-HIT-SW
025700     END-IF.
025800     IF WS-HIT
025900         ADD 1 TO WS-MATCH-COUNT
026000         PERFORM 2200-SHOW-ONE THRU 2200-EXIT
026100     END-IF.
026200 2100-EXIT.
026300     EXIT.

026400 2200-SHOW-ONE.
026500     PERFORM 2300-STATUS-TEXT THRU 2300-EXIT.
026600     MOVE RA-LINE-COUNT    TO WS-COUNT-ED.
026700     MOVE RA-REPRINT-COUNT TO WS-REPRINT-ED.
026800     DISPLAY RA-REPORT-NAME
026900         " RUN " RA-RUN-DATE " " RA-RUN-TIME
027000         " PERIOD " RA-PERIOD
027100         " BY " RA-PROGRAM-ID "/" RA-OPERATOR-ID.
027200     DISPLAY "         " WS-STATUS-TEXT " " RA-STATUS-DATE
027300         "  LINES " WS-COUNT-ED
027400         "  REPRINTED " WS-REPRINT-ED.
027500 2200-EXIT.
027600     EXIT.

027700 2300-STATUS-TEXT.
027800     EVALUATE TRUE
027900         WHEN RA-STAT-FILED
028000             MOVE "FILED"      TO WS-STATUS-TEXT
028100         WHEN RA-STAT-MONTH-END
028200             MOVE "MONTH-END"  TO WS-STATUS-TEXT
028300         WHEN RA-STAT-YEAR-END
028400             MOVE "YEAR-END"   TO WS-STATUS-TEXT
028500         WHEN RA-STAT-PURGED
028600             MOVE "PURGED"     TO WS-STATUS-TEXT
028700         WHEN OTHER
028800             MOVE "INCOMPLETE" TO WS-STATUS-TEXT
028900     END-EVALUATE.
029000 2300-EXIT.
029100     EXIT.

029200*-----------------------------------------------------------*
029300*    REPRINT ONE FILED REPORT TO RPTPRT AND COUNT THE REPRINT  *
029400*    ON ITS INDEX ENTRY.                                       *
029500*-----------------------------------------------------------*
029600 3000-REPRINT.
029700     MOVE WS-WANTED-REPORT TO RA-REPORT-NAME.
029800     MOVE WS-WANTED-DATE   TO RA-RUN-DATE.
029900     MOVE WS-WANTED-TIME   TO RA-RUN-TIME.
030000     READ RPTIDX
030100         INVALID KEY
030200             DISPLAY "BILRPTQ: NO " WS-WANTED-REPORT
030300                 " FILED FOR THE RUN OF " WS-WANTED-DATE " "
030400                 WS-WANTED-TIME
030500             GO TO 3000-EXIT
030600     END-READ.
030700     ADD 1 TO WS-READ-COUNT.
030800     PERFORM 2300-STATUS-TEXT THRU 2300-EXIT.
030900     IF RA-STAT-PURGED
031000         DISPLAY "BILRPTQ: " RA-REPORT-NAME " OF " RA-RUN-DATE
031100             " WAS PURGED ON " RA-STATUS-DATE " - NOT REPRINTED"
031200         GO TO 3000-EXIT
031300     END-IF.
031400     IF RA-STAT-FILING
031500         DISPLAY "BILRPTQ: " RA-REPORT-NAME " OF " RA-RUN-DATE
031600             " WAS NEVER COMPLETELY FILED - NOT REPRINTED"
031700         GO TO 3000-EXIT
031800     END-IF.
031900     OPEN INPUT RPTLINE.
032000     IF NOT FS-RPTLINE-OK
032100         DISPLAY "BILRPTQ: UNABLE TO OPEN RPTLINE, STATUS "
032200             FS-RPTLINE
032300         GO TO 3000-EXIT
032400     END-IF.
032500     OPEN OUTPUT RPTPRT.
032600     IF NOT FS-RPTPRT-OK
032700         DISPLAY "BILRPTQ: UNABLE TO OPEN RPTPRT, STATUS "
032800             FS-RPTPRT
032900         CLOSE RPTLINE
033000         GO TO 3000-EXIT
033100     END-IF.
033200     PERFORM 3100-BANNER THRU 3100-EXIT.
033300     MOVE RA-KEY TO WS-REPRINT-KEY.
033400     MOVE RA-REPORT-NAME TO RY-REPORT-NAME.
033500     MOVE RA-RUN-DATE    TO RY-RUN-DATE.
033600     MOVE RA-RUN-TIME    TO RY-RUN-TIME.
033700     MOVE ZERO           TO RY-LINE-NO.
033800     START RPTLINE KEY IS > RY-KEY
033900         INVALID KEY
034000             MOVE "Y" TO WS-RY-EOF-SW
034100     END-START.
034200     PERFORM 3200-PRINT-LINE THRU 3200-EXIT
034300         UNTIL WS-RY-EOF.
034400     CLOSE RPTLINE.
034500     CLOSE RPTPRT.
034600     IF WS-LINES-PRINTED NOT = RA-LINE-COUNT
034700         DISPLAY "BILRPTQ: " WS-LINES-PRINTED " LINES FOUND, "
034800             RA-LINE-COUNT " WERE FILED"
034900     END-IF.
035000     IF RA-REPRINT-COUNT < 999
035100         ADD 1 TO RA-REPRINT-COUNT
035200     END-IF.
035300     MOVE WS-SYSTEM-DATE TO RA-LAST-REPRINT-DATE.
035400     MOVE WS-OPERATOR-ID TO RA-LAST-REPRINT-BY.
035500     REWRITE RA-RECORD
035600         INVALID KEY
035700             DISPLAY "BILRPTQ: RPTIDX REWRITE FAILED, STATUS "
035800                 FS-RPTIDX
035900     END-REWRITE.
036000     ADD 1 TO WS-MATCH-COUNT.
036100     DISPLAY "BILRPTQ: " RA-REPORT-NAME " OF " RA-RUN-DATE
036200         " REPRINTED TO RPTPRT, " WS-LINES-PRINTED " LINES".
036300 3000-EXIT.
036400     EXIT.

036500 3100-BANNER.
036600     MOVE SPACES TO RP-LINE.
036700     STRING "*** REPRINT OF " DELIMITED BY SIZE
036800         RA-REPORT-NAME   DELIMITED BY SIZE
036900         " RUN "          DELIMITED BY SIZE
037000         RA-RUN-DATE      DELIMITED BY SIZE
037100         " "              DELIMITED BY SIZE
037200         RA-RUN-TIME      DELIMITED BY SIZE
037300         " PERIOD "       DELIMITED BY SIZE
037400         RA-PERIOD        DELIMITED BY SIZE
037500         " BY "           DELIMITED BY SIZE
037600         RA-PROGRAM-ID    DELIMITED BY SPACE
037700         "/"              DELIMITED BY SIZE
037800         RA-OPERATOR-ID   DELIMITED BY SPACE
037900         " - "            DELIMITED BY SIZE
038000         WS-STATUS-TEXT   DELIMITED BY SPACE
038100         " ***"           DELIMITED BY SIZE
038200         INTO RP-LINE
038300     END-STRING.
038400     WRITE RP-LINE.
038500     MOVE SPACES TO RP-LINE.
038600     STRING "*** REPRINTED " DELIMITED BY SIZE
038700         WS-SYSTEM-DATE   DELIMITED BY SIZE
038800         " BY "           DELIMITED BY SIZE
038900         WS-OPERATOR-ID   DELIMITED BY SPACE
039000         " ***"           DELIMITED BY SIZE
039100         INTO RP-LINE
039200     END-STRING.
039300     WRITE RP-LINE.
039400     MOVE SPACES TO RP-LINE.
039500     WRITE RP-LINE.
039600 3100-EXIT.
039700     EXIT.

039800 3200-PRINT-LINE.
039900     READ RPTLINE NEXT RECORD
040000         AT END
040100             MOVE "Y" TO WS-RY-EOF-SW
040200             GO TO 3200-EXIT
040300     END-READ.
040400     IF RY-REPORT-NAME NOT = WS-RK-REPORT-NAME
040500         OR RY-RUN-DATE NOT = WS-RK-RUN-DATE
040600         OR RY-RUN-TIME NOT = WS-RK-RUN-TIME
040700         MOVE "Y" TO WS-RY-EOF-SW
040800         GO TO 3200-EXIT
040900     END-IF.
041000     MOVE RY-TEXT TO RP-LINE.
041100     WRITE RP-LINE.
041200     ADD 1 TO WS-LINES-PRINTED.
041300 3200-EXIT.
041400     EXIT.

041500 9000-TERMINATE.
041600     IF WS-IDX-OPEN
041700         CLOSE RPTIDX
041800     END-IF.
041900     IF SG-OK
042000         PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT
042100         CLOSE RUNLOG
042200     END-IF.
042300 9000-EXIT.
042400     EXIT.

042500 9600-WRITE-RUNLOG.
042600     MOVE "BILRPTQ"        TO RL-PROGRAM-ID.
042700     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
042800     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
042900     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
043000     MOVE "RPTIDX"         TO RL-INPUT-FILE.
043100     MOVE WS-READ-COUNT    TO RL-RECORDS-READ.
043200     MOVE WS-MATCH-COUNT   TO RL-BILLS-PRODUCED.
043300     MOVE ZERO             TO RL-EXCEPTIONS.
043400     MOVE ZERO             TO RL-TOTAL-BILLED.
043500     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
043600     ACCEPT RL-END-TIME FROM TIME.
043700     WRITE RL-RECORD.
043800 9600-EXIT.
043900     EXIT.
