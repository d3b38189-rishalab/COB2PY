000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILRPTP.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILRPTP                                                     *
000900*  REPORT-REPOSITORY RETENTION AND PURGE, THE BILARCH OF THE   *
001000*  REPORTS FILED THROUGH BILRPTF.  FIRST, FOR EVERY PERIOD     *
001100*  BILMEND HAS CLOSED (MECTL), THE LATEST FILED COPY OF EACH   *
001200*  REPORT FOR THAT PERIOD IS MARKED PERMANENT - YEAR-END FOR   *
001300*  A DECEMBER PERIOD, AS BILMEND CLOSES THE YEAR, MONTH-END    *
001400*  OTHERWISE - UNLESS A COPY FOR THE PERIOD IS ALREADY         *
001500*  PERMANENT.  THEN EVERY OTHER COPY RUN MORE MONTHS AGO THAN  *
001600*  ITS REPORT'S RETENTION ON RPTTYPE HAS ITS LINES DELETED     *
001700*  FROM RPTLINE AND ITS INDEX ENTRY MARKED PURGED, SO THE      *
001800*  INDEX STILL SHOWS THE REPORT WAS RUN.  A REPORT NOT ON      *
001900*  RPTTYPE IS KEPT FOR THE STANDARD 13 MONTHS.  THE MARKINGS   *
002000*  AND PURGES ARE LISTED ON PRGRPT, WHICH IS FILED LIKE ANY    *
002100*  OTHER REPORT.  LIKE BILARCH, REFUSES TO RUN WHILE ANOTHER   *
002200*  BATCH RUN IS IN FLIGHT ON CYCSTAT.                          *
002300*-----------------------------------------------------------*
002400*  MODIFICATION HISTORY                                      *
002500*  DATE       INIT  DESCRIPTION                               *
002600*  2026-10-15 RSH   ORIGINAL                                  *
002700*-----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.

003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT RPTIDX ASSIGN TO "RPTIDX"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS RA-KEY
003800         FILE STATUS IS FS-RPTIDX.

003900     SELECT RPTLINE ASSIGN TO "RPTLINE"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS RY-KEY
004300         FILE STATUS IS FS-RPTLINE.

004400     SELECT RPTTYPE ASSIGN TO "RPTTYPE"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS FS-RPTTYPE.

004700     SELECT MECTL ASSIGN TO "MECTL"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS FS-MECTL.

005000     SELECT PRGRPT ASSIGN TO "PRGRPT"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS FS-PRGRPT.

005300     SELECT RUNLOG ASSIGN TO "RUNLOG"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS FS-RUNLOG.

005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  RPTIDX
005900     LABEL RECORDS ARE STANDARD.
006000 COPY RPTIDX.

006100 FD  RPTLINE
006200     LABEL RECORDS ARE STANDARD.
006300 COPY RPTLINE.

006400 FD  RPTTYPE
006500     LABEL RECORDS ARE STANDARD.
006600 COPY RPTTYPE.

006700 FD  MECTL
006800     LABEL RECORDS ARE STANDARD.
006900 COPY MECTL.

007000 FD  PRGRPT
007100     LABEL RECORDS ARE STANDARD.
007200 01  PG-LINE                     PIC X(132).

007300 FD  RUNLOG
007400     LABEL RECORDS ARE STANDARD.
007500 COPY RUNLOG.

007600 WORKING-STORAGE SECTION.
007700 77  FS-RPTIDX               PIC X(02).
007800     88  FS-RPTIDX-OK                VALUE "00".
007900 77  FS-RPTLINE              PIC X(02).
008000     88  FS-RPTLINE-OK               VALUE "00".
008100 77  FS-RPTTYPE              PIC X(02).
008200     88  FS-RPTTYPE-OK               VALUE "00".
008300 77  FS-MECTL                PIC X(02).
008400     88  FS-MECTL-OK                 VALUE "00".
008500 77  FS-PRGRPT               PIC X(02).
008600     88  FS-PRGRPT-OK                VALUE "00".
008700 77  FS-RUNLOG               PIC X(02).
008800     88  FS-RUNLOG-OK                VALUE "00".
008900 77  WS-ABORT-SW             PIC X(01) VALUE "N".
009000     88  WS-ABORT                    VALUE "Y".
009100 77  WS-EOF-SW               PIC X(01) VALUE "N".
009200     88  WS-EOF                      VALUE "Y".
009300 77  WS-RU-EOF-SW            PIC X(01) VALUE "N".
009400     88  WS-RU-EOF                   VALUE "Y".
009500 77  WS-RY-EOF-SW            PIC X(01) VALUE "N".
009600     88  WS-RY-EOF                   VALUE "Y".
009700 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
009800     88  WS-RO-EOF                   VALUE "Y".
009900 77  WS-FILES-OPEN-SW        PIC X(01) VALUE "N".
010000     88  WS-FILES-OPEN               VALUE "Y".
010100 77  WS-OPERATOR-ID          PIC X(08).
010200 77  WS-SYSTEM-DATE          PIC 9(08).
010300 77  WS-SYSTEM-TIME          PIC 9(08).
010400 77  WS-LAST-CLOSED          PIC 9(06) VALUE ZERO.
010500 77  WS-DEFAULT-RETAIN       PIC 9(03) VALUE 013.
010600 77  WS-RETAIN-MONTHS        PIC 9(03) VALUE ZERO.
010700 77  WS-CUR-MONTH-NO         PIC 9(06) VALUE ZERO.
010800 77  WS-RUN-MONTH-NO         PIC 9(06) VALUE ZERO.
010900 77  WS-AGE-MONTHS           PIC 9(06) VALUE ZERO.
011000 77  WS-YYYY                 PIC 9(04).
011100 77  WS-MM                   PIC 9(02).
011200 77  WS-INDEX-READ           PIC 9(07) VALUE ZERO.
011300 77  WS-MARKED-MONTH         PIC 9(05) VALUE ZERO.
011400 77  WS-MARKED-YEAR          PIC 9(05) VALUE ZERO.
011500 77  WS-PURGED-COUNT         PIC 9(05) VALUE ZERO.
011600 77  WS-LINES-DELETED        PIC 9(09) VALUE ZERO.
011700 77  WS-ENTRY-LINES          PIC 9(07) VALUE ZERO.
011800 77  WS-PE-SUB               PIC 9(03) VALUE ZERO.
011900 01  WS-CURRENT-REPORT       PIC X(08) VALUE SPACES.
012000 01  WS-STATUS-TEXT          PIC X(10).
012100 01  WS-COUNT-ED             PIC ZZZZZZ9.
012200 01  WS-PURGE-KEY.
012300     05  WS-PK-REPORT-NAME   PIC X(08).
012400     05  WS-PK-RUN-DATE      PIC 9(08).
012500     05  WS-PK-RUN-TIME      PIC 9(08).

012600*-----------------------------------------------------------*
012700*    RETENTION BY REPORT, AS OPERATIONS SET IT ON RPTTYPE.     *
012800*-----------------------------------------------------------*
012900 01  WS-TYPE-TABLE.
013000     05  WS-TY-ENTRY OCCURS 200 TIMES
013100                     INDEXED BY WS-TY-IDX.
013200         10  WS-TY-REPORT-NAME   PIC X(08).
013300         10  WS-TY-RETAIN        PIC 9(03).
013400 01  WS-TYPE-COUNT               PIC 9(03) VALUE ZERO.

013500*-----------------------------------------------------------*
013600*    THE CLOSED PERIODS OF THE REPORT IN HAND - WHETHER A      *
013700*    PERMANENT COPY IS ALREADY ON FILE FOR THE PERIOD, AND     *
013800*    THE LATEST FILED COPY IF NOT.                             *
013900*-----------------------------------------------------------*
014000 01  WS-PERIOD-TABLE.
014100     05  WS-PE-ENTRY OCCURS 300 TIMES
014200                     INDEXED BY WS-PE-IDX.
014300         10  WS-PE-PERIOD        PIC 9(06).
014400         10  WS-PE-PERM-SW       PIC X(01).
014500             88  WS-PE-PERM              VALUE "Y".
014600         10  WS-PE-RUN-DATE      PIC 9(08).
014700         10  WS-PE-RUN-TIME      PIC 9(08).
014800 01  WS-PERIOD-COUNT             PIC 9(03) VALUE ZERO.

014900*-----------------------------------------------------------*
015000*    COPIES TO BE MARKED PERMANENT, APPLIED AFTER THE SCAN.    *
015100*    ANY BEYOND THE TABLE ARE MARKED BY THE NEXT RUN.          *
015200*-----------------------------------------------------------*
015300 01  WS-MARK-TABLE.
015400     05  WS-MK-ENTRY OCCURS 2000 TIMES.
015500         10  WS-MK-KEY.
015600             15  WS-MK-REPORT-NAME   PIC X(08).
015700             15  WS-MK-RUN-DATE      PIC 9(08).
015800             15  WS-MK-RUN-TIME      PIC 9(08).
015900         10  WS-MK-STATUS            PIC X(01).
016000 01  WS-MARK-COUNT               PIC 9(04) VALUE ZERO.
016100 01  WS-MK-SUB                   PIC 9(04) VALUE ZERO.
016200 01  WS-MARK-OVERFLOW-SW         PIC X(01) VALUE "N".
016300     88  WS-MARK-OVERFLOW                VALUE "Y".

016400 COPY CYCPARM.
016500 COPY RPTPARM.

016600 PROCEDURE DIVISION.
016700 0000-MAINLINE SECTION.
016800     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
016900     IF NOT WS-ABORT
017000         PERFORM 2000-MARK-PERMANENT THRU 2000-EXIT
017100         PERFORM 3000-PURGE          THRU 3000-EXIT
017200     END-IF.
017300     PERFORM 9000-TERMINATE         THRU 9000-EXIT.
017400     STOP RUN.

017500 1000-INITIALIZE.
017600     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
017700     ACCEPT WS-SYSTEM-TIME FROM TIME.
017800     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
017900     ACCEPT WS-OPERATOR-ID.
018000     OPEN EXTEND RUNLOG.
018100     IF NOT FS-RUNLOG-OK
018200         DISPLAY "BILRPTP: UNABLE TO OPEN RUNLOG, STATUS "
018300             FS-RUNLOG
018400         MOVE "Y" TO WS-ABORT-SW
018500         GO TO 1000-EXIT
018600     END-IF.
018700     PERFORM 1150-CHECK-CYCLE THRU 1150-EXIT.
018800     IF WS-ABORT
018900         GO TO 1000-EXIT
019000     END-IF.
019100     PERFORM 1100-LOAD-TYPES THRU 1100-EXIT.
019200     PERFORM 1200-READ-MECTL THRU 1200-EXIT.
019300     MOVE WS-SYSTEM-DATE(1:4) TO WS-YYYY.
019400     MOVE WS-SYSTEM-DATE(5:2) TO WS-MM.
019500     COMPUTE WS-CUR-MONTH-NO = WS-YYYY * 12 + WS-MM.
019600     OPEN I-O RPTIDX.
019700     IF NOT FS-RPTIDX-OK
019800         DISPLAY "BILRPTP: UNABLE TO OPEN RPTIDX, STATUS "
019900             FS-RPTIDX
020000         MOVE "Y" TO WS-ABORT-SW
020100         GO TO 1000-EXIT
020200     END-IF.
020300     OPEN I-O RPTLINE.
020400     IF NOT FS-RPTLINE-OK
020500         DISPLAY "BILRPTP: UNABLE TO OPEN RPTLINE, STATUS "
020600             FS-RPTLINE
020700         CLOSE RPTIDX
020800         MOVE "Y" TO WS-ABORT-SW
020900         GO TO 1000-EXIT
021000     END-IF.
021100     OPEN OUTPUT PRGRPT.
021200     IF NOT FS-PRGRPT-OK
021300         DISPLAY "BILRPTP: UNABLE TO OPEN PRGRPT, STATUS "
021400             FS-PRGRPT
021500         CLOSE RPTIDX
021600         CLOSE RPTLINE
021700         MOVE "Y" TO WS-ABORT-SW
021800         GO TO 1000-EXIT
021900     END-IF.
022000     MOVE "Y" TO WS-FILES-OPEN-SW.
022100     MOVE SPACES TO PG-LINE.
022200     STRING "BILRPTP - REPORT REPOSITORY RETENTION RUN "
022300                                DELIMITED BY SIZE
022400         WS-SYSTEM-DATE         DELIMITED BY SIZE
022500         "   LAST PERIOD CLOSED " DELIMITED BY SIZE
022600         WS-LAST-CLOSED         DELIMITED BY SIZE
022700         INTO PG-LINE
022800     END-STRING.
022900     WRITE PG-LINE.
023000     MOVE SPACES TO PG-LINE.
023100     WRITE PG-LINE.
023200     MOVE "  ACTION     REPORT   RUN DATE RUN TIME"
023300         TO PG-LINE.
023400     MOVE "PERIOD  PROGRAM       LINES" TO PG-LINE(41:26).
023500     WRITE PG-LINE.
023600 1000-EXIT.
023700     EXIT.

023800*-----------------------------------------------------------*
023900*    RETENTION TABLE.  WITHOUT RPTTYPE EVERY REPORT TAKES THE  *
024000*    STANDARD RETENTION.                                       *
024100*-----------------------------------------------------------*
024200 1100-LOAD-TYPES.
024300     OPEN INPUT RPTTYPE.
024400     IF NOT FS-RPTTYPE-OK
024500         DISPLAY "BILRPTP: NO RPTTYPE, STATUS " FS-RPTTYPE
024600             " - EVERY REPORT KEPT " WS-DEFAULT-RETAIN " MONTHS"
024700         GO TO 1100-EXIT
024800     END-IF.
024900     PERFORM 1110-STORE-TYPE THRU 1110-EXIT
025000         UNTIL WS-RU-EOF.
025100     CLOSE RPTTYPE.
025200 1100-EXIT.
025300     EXIT.

025400 1110-STORE-TYPE.
025500     READ RPTTYPE
025600         AT END
025700             MOVE "Y" TO WS-RU-EOF-SW
025800             GO TO 1110-EXIT
025900     END-READ.
026000     IF RU-RETAIN-MONTHS NOT NUMERIC OR RU-RETAIN-MONTHS = ZERO
026100         DISPLAY "BILRPTP: " RU-REPORT-NAME
026200             " HAS NO VALID RETENTION ON RPTTYPE - IGNORED"
026300         GO TO 1110-EXIT
026400     END-IF.
026500     IF WS-TYPE-COUNT = 200
026600         DISPLAY "BILRPTP: RPTTYPE TABLE FULL AT " RU-REPORT-NAME
026700         MOVE "Y" TO WS-RU-EOF-SW
026800         GO TO 1110-EXIT
026900     END-IF.
027000     ADD 1 TO WS-TYPE-COUNT.
027100     MOVE RU-REPORT-NAME   TO WS-TY-REPORT-NAME(WS-TYPE-COUNT).
027200     MOVE RU-RETAIN-MONTHS TO WS-TY-RETAIN(WS-TYPE-COUNT).
027300 1110-EXIT.
027400     EXIT.

027500*-----------------------------------------------------------*
027600*    CYCLE-SEQUENCE CHECK - THE PURGE REFUSES TO RUN WHILE     *
027700*    ANY OTHER BATCH RUN IS STILL IN FLIGHT ON CYCSTAT.        *
027800*-----------------------------------------------------------*
027900 1150-CHECK-CYCLE.
028000     MOVE "R"        TO CS-FUNCTION.
028100     MOVE "BILRPTP"  TO CS-PROGRAM-ID.
028200     MOVE ZERO       TO CS-PERIOD.
028300     CALL "BILCYC" USING CS-PARMS.
028400     IF CS-FOUND
028500         DISPLAY "BILRPTP: ANOTHER RUN IS IN FLIGHT -"
028600             " PURGE ABANDONED"
028700         MOVE "Y" TO WS-ABORT-SW
028800         GO TO 1150-EXIT
028900     END-IF.
029000     MOVE "S"        TO CS-FUNCTION.
029100     MOVE "BILRPTP"  TO CS-PROGRAM-ID.
029200     MOVE WS-SYSTEM-DATE(1:6) TO CS-PERIOD.
029300     CALL "BILCYC" USING CS-PARMS.
029400 1150-EXIT.
029500     EXIT.

029600*-----------------------------------------------------------*
029700*    LAST PERIOD CLOSED.  BEFORE THE FIRST MONTH-END NOTHING   *
029800*    IS MARKED PERMANENT.                                      *
029900*-----------------------------------------------------------*
030000 1200-READ-MECTL.
030100     OPEN INPUT MECTL.
030200     IF FS-MECTL-OK
030300         READ MECTL
030400             AT END
030500                 CONTINUE
030600             NOT AT END
030700                 MOVE ME-LAST-PERIOD-CLOSED TO WS-LAST-CLOSED
030800         END-READ
030900         CLOSE MECTL
031000     END-IF.
031100     IF WS-LAST-CLOSED NOT NUMERIC
031200         MOVE ZERO TO WS-LAST-CLOSED
031300     END-IF.
031400 1200-EXIT.
031500     EXIT.

031600*-----------------------------------------------------------*
031700*    MARK THE MONTH-END AND YEAR-END COPIES.  THE INDEX IS IN  *
031800*    REPORT-NAME ORDER, SO EACH REPORT'S CLOSED PERIODS ARE    *
031900*    GATHERED AND SETTLED WHEN THE NAME CHANGES.               *
032000*-----------------------------------------------------------*
032100 2000-MARK-PERMANENT.
032200     IF WS-LAST-CLOSED = ZERO
032300         GO TO 2000-EXIT
032400     END-IF.
032500     MOVE "N"    TO WS-EOF-SW.
032600     MOVE SPACES TO WS-CURRENT-REPORT.
032700     MOVE ZERO   TO WS-PERIOD-COUNT.
032800     PERFORM 2100-MARK-SCAN-ONE THRU 2100-EXIT
032900         UNTIL WS-EOF.
033000     PERFORM 2200-SETTLE-REPORT THRU 2200-EXIT.
033100     PERFORM 2300-APPLY-MARK THRU 2300-EXIT
033200         VARYING WS-MK-SUB FROM 1 BY 1
033300         UNTIL WS-MK-SUB > WS-MARK-COUNT.
033400     IF WS-MARK-OVERFLOW
033500         DISPLAY "BILRPTP: MORE COPIES TO MARK THAN THE TABLE"
033600             " HOLDS - THE REST ARE MARKED NEXT RUN"
033700     END-IF.
033800     CLOSE RPTIDX.
033900     OPEN I-O RPTIDX.
034000     IF NOT FS-RPTIDX-OK
034100         DISPLAY "BILRPTP: UNABLE TO REOPEN RPTIDX, STATUS "
034200             FS-RPTIDX
034300         MOVE "Y" TO WS-ABORT-SW
034400     END-IF.
034500 2000-EXIT.
034600     EXIT.

034700 2100-MARK-SCAN-ONE.
034800     READ RPTIDX NEXT RECORD
034900         AT END
035000             MOVE "Y" TO WS-EOF-SW
035100             GO TO 2100-EXIT
035200     END-READ.
035300     ADD 1 TO WS-INDEX-READ.
035400     IF RA-REPORT-NAME NOT = WS-CURRENT-REPORT
035500         PERFORM 2200-SETTLE-REPORT THRU 2200-EXIT
035600         MOVE RA-REPORT-NAME TO WS-CURRENT-REPORT
035700         MOVE ZERO TO WS-PERIOD-COUNT
035800     END-IF.
035900     IF RA-PERIOD > WS-LAST-CLOSED
036000         OR RA-STAT-FILING OR RA-STAT-PURGED
036100         GO TO 2100-EXIT
036200     END-IF.
036300     SET WS-PE-IDX TO 1.
036400     SEARCH WS-PE-ENTRY
036500         AT END
036600             PERFORM 2150-ADD-PERIOD THRU 2150-EXIT
036700         WHEN WS-PE-IDX > WS-PERIOD-COUNT
036800             PERFORM 2150-ADD-PERIOD THRU 2150-EXIT
036900         WHEN WS-PE-PERIOD(WS-PE-IDX) = RA-PERIOD
037000             CONTINUE
037100     END-SEARCH.
037200     IF WS-PE-IDX > WS-PERIOD-COUNT
037300         GO TO 2100-EXIT
037400     END-IF.
037500     IF RA-PERMANENT
037600         MOVE "Y" TO WS-PE-PERM-SW(WS-PE-IDX)
037700         GO TO 2100-EXIT
037800     END-IF.
037900     IF RA-RUN-DATE > WS-PE-RUN-DATE(WS-PE-IDX)
038000         OR (RA-RUN-DATE = WS-PE-RUN-DATE(WS-PE-IDX)
038100             AND RA-RUN-TIME > WS-PE-RUN-TIME(WS-PE-IDX))
038200         MOVE RA-RUN-DATE TO WS-PE-RUN-DATE(WS-PE-IDX)
038300         MOVE RA-RUN-TIME TO WS-PE-RUN-TIME(WS-PE-IDX)
038400     END-IF.
038500 2100-EXIT.
038600     EXIT.

038700 2150-ADD-PERIOD.
038800     IF WS-PERIOD-COUNT = 300
038900         DISPLAY "BILRPTP: TOO MANY PERIODS FOR " RA-REPORT-NAME
039000             " - " RA-PERIOD " NOT MARKED"
039100         SET WS-PE-IDX TO 301
039200         GO TO 2150-EXIT
039300     END-IF.
039400     ADD 1 TO WS-PERIOD-COUNT.
039500     SET WS-PE-IDX TO WS-PERIOD-COUNT.
039600     MOVE RA-PERIOD TO WS-PE-PERIOD(WS-PE-IDX).
039700     MOVE "N"       TO WS-PE-PERM-SW(WS-PE-IDX).
039800     MOVE ZERO      TO WS-PE-RUN-DATE(WS-PE-IDX).
039900     MOVE ZERO      TO WS-PE-RUN-TIME(WS-PE-IDX).
040000 2150-EXIT.
040100     EXIT.

040200 2200-SETTLE-REPORT.
040300     PERFORM 2210-SETTLE-PERIOD THRU 2210-EXIT
040400         VARYING WS-PE-SUB FROM 1 BY 1
040500         UNTIL WS-PE-SUB > WS-PERIOD-COUNT.
040600 2200-EXIT.
040700     EXIT.

040800 2210-SETTLE-PERIOD.
040900     IF WS-PE-PERM(WS-PE-SUB)
041000         OR WS-PE-RUN-DATE(WS-PE-SUB) = ZERO
041100         GO TO 2210-EXIT
041200     END-IF.
041300     IF WS-MARK-COUNT = 2000
041400         MOVE "Y" TO WS-MARK-OVERFLOW-SW
041500         GO TO 2210-EXIT
041600     END-IF.
041700     ADD 1 TO WS-MARK-COUNT.
041800     MOVE WS-CURRENT-REPORT
041900         TO WS-MK-REPORT-NAME(WS-MARK-COUNT).
042000     MOVE WS-PE-RUN-DATE(WS-PE-SUB)
042100         TO WS-MK-RUN-DATE(WS-MARK-COUNT).
042200     MOVE WS-PE-RUN-TIME(WS-PE-SUB)
042300         TO WS-MK-RUN-TIME(WS-MARK-COUNT).
042400     IF WS-PE-PERIOD(WS-PE-SUB)(5:2) = "12"
042500         MOVE "Y" TO WS-MK-STATUS(WS-MARK-COUNT)
042600     ELSE
042700         MOVE "M" TO WS-MK-STATUS(WS-MARK-COUNT)
042800     END-IF.
042900 2210-EXIT.
043000     EXIT.

043100 2300-APPLY-MARK.
043200     MOVE WS-MK-KEY(WS-MK-SUB) TO RA-KEY.
043300     READ RPTIDX
043400         INVALID KEY
043500             DISPLAY "BILRPTP: " WS-MK-REPORT-NAME(WS-MK-SUB)
043600                 " OF " WS-MK-RUN-DATE(WS-MK-SUB)
043700                 " LEFT THE INDEX BEFORE IT WAS MARKED"
043800             GO TO 2300-EXIT
043900     END-READ.
044000     MOVE WS-MK-STATUS(WS-MK-SUB) TO RA-STATUS.
044100     MOVE WS-SYSTEM-DATE          TO RA-STATUS-DATE.
044200     REWRITE RA-RECORD
044300         INVALID KEY
044400             DISPLAY "BILRPTP: RPTIDX REWRITE FAILED, STATUS "
044500                 FS-RPTIDX " FOR " RA-REPORT-NAME
044600             GO TO 2300-EXIT
044700     END-REWRITE.
044800     IF RA-STAT-YEAR-END
044900         ADD 1 TO WS-MARKED-YEAR
045000         MOVE "YEAR-END" TO WS-STATUS-TEXT
045100     ELSE
045200         ADD 1 TO WS-MARKED-MONTH
045300         MOVE "MONTH-END" TO WS-STATUS-TEXT
045400     END-IF.
045500     MOVE RA-LINE-COUNT TO WS-COUNT-ED.
045600     PERFORM 8000-LIST-ENTRY THRU 8000-EXIT.
045700 2300-EXIT.
045800     EXIT.

045900*-----------------------------------------------------------*
046000*    PURGE THE COPIES PAST THEIR RETENTION.  PERMANENT COPIES  *
046100*    AND THOSE ALREADY PURGED ARE PASSED OVER; A FILING THAT   *
046200*    NEVER COMPLETED IS PURGED BY THE SAME RULE.               *
046300*-----------------------------------------------------------*
046400 3000-PURGE.
046500     IF WS-ABORT
046600         GO TO 3000-EXIT
046700     END-IF.
046800     MOVE "N" TO WS-EOF-SW.
046900     PERFORM 3100-PURGE-SCAN-ONE THRU 3100-EXIT
047000         UNTIL WS-EOF.
047100 3000-EXIT.
047200     EXIT.

047300 3100-PURGE-SCAN-ONE.
047400     READ RPTIDX NEXT RECORD
047500         AT END
047600             MOVE "Y" TO WS-EOF-SW
047700             GO TO 3100-EXIT
047800     END-READ.
047900     IF WS-LAST-CLOSED = ZERO
048000         ADD 1 TO WS-INDEX-READ
048100     END-IF.
048200     IF RA-PERMANENT OR RA-STAT-PURGED
048300         GO TO 3100-EXIT
048400     END-IF.
048500     PERFORM 3200-FIND-RETENTION THRU 3200-EXIT.
048600     IF WS-RETAIN-MONTHS = 999
048700         GO TO 3100-EXIT
048800     END-IF.
048900     MOVE RA-RUN-DATE(1:4) TO WS-YYYY.
049000     MOVE RA-RUN-DATE(5:2) TO WS-MM.
049100     COMPUTE WS-RUN-MONTH-NO = WS-YYYY * 12 + WS-MM.
049200     IF WS-RUN-MONTH-NO NOT < WS-CUR-MONTH-NO
049300         GO TO 3100-EXIT
049400     END-IF.
049500     COMPUTE WS-AGE-MONTHS = WS-CUR-MONTH-NO - WS-RUN-MONTH-NO.
049600     IF WS-AGE-MONTHS NOT > WS-RETAIN-MONTHS
049700         GO TO 3100-EXIT
049800     END-IF.
049900     MOVE RA-KEY TO WS-PURGE-KEY.
050000     MOVE ZERO   TO WS-ENTRY-LINES.
050100     PERFORM 3300-DELETE-LINES THRU 3300-EXIT.
050200     MOVE "X"            TO RA-STATUS.
050300     MOVE WS-SYSTEM-DATE TO RA-STATUS-DATE.
050400     REWRITE RA-RECORD
050500         INVALID KEY
050600             DISPLAY "BILRPTP: RPTIDX REWRITE FAILED, STATUS "
050700                 FS-RPTIDX " FOR " RA-REPORT-NAME
050800             GO TO 3100-EXIT
050900     END-REWRITE.
051000     ADD 1 TO WS-PURGED-COUNT.
051100     MOVE "PURGED" TO WS-STATUS-TEXT.
051200     MOVE WS-ENTRY-LINES TO WS-COUNT-ED.
051300     PERFORM 8000-LIST-ENTRY THRU 8000-EXIT.
051400 3100-EXIT.
051500     EXIT.

051600 3200-FIND-RETENTION.
051700     MOVE WS-DEFAULT-RETAIN TO WS-RETAIN-MONTHS.
051800     IF WS-TYPE-COUNT = ZERO
051900         GO TO 3200-EXIT
052000     END-IF.
052100     SET WS-TY-IDX TO 1.
052200     SEARCH WS-TY-ENTRY
052300         AT END
052400             CONTINUE
052500         WHEN WS-TY-IDX > WS-TYPE-COUNT
052600             CONTINUE
052700         WHEN WS-TY-REPORT-NAME(WS-TY-IDX) = RA-REPORT-NAME
052800             MOVE WS-TY-RETAIN(WS-TY-IDX) TO WS-RETAIN-MONTHS
052900     END-SEARCH.
053000 3200-EXIT.
053100     EXIT.

053200 3300-DELETE-LINES.
053300     MOVE WS-PK-REPORT-NAME TO RY-REPORT-NAME.
053400     MOVE WS-PK-RUN-DATE    TO RY-RUN-DATE.
053500     MOVE WS-PK-RUN-TIME    TO RY-RUN-TIME.
053600     MOVE ZERO              TO RY-LINE-NO.
053700     MOVE "N" TO WS-RY-EOF-SW.
053800     START RPTLINE KEY IS > RY-KEY
053900         INVALID KEY
054000             MOVE "Y" TO WS-RY-EOF-SW
054100     END-START.
054200     PERFORM 3310-DELETE-ONE-LINE THRU 3310-EXIT
054300         UNTIL WS-RY-EOF.
054400 3300-EXIT.
054500     EXIT.

054600 3310-DELETE-ONE-LINE.
054700     READ RPTLINE NEXT RECORD
054800         AT END
054900             MOVE "Y" TO WS-RY-EOF-SW
055000             GO TO 3310-EXIT
055100     END-READ.
055200     IF RY-REPORT-NAME NOT = WS-PK-REPORT-NAME
055300         OR RY-RUN-DATE NOT = WS-PK-RUN-DATE
055400         OR RY-RUN-TIME NOT = WS-PK-RUN-TIME
055500         MOVE "Y" TO WS-RY-EOF-SW
055600         GO TO 3310-EXIT
055700     END-IF.
055800     DELETE RPTLINE RECORD
055900         INVALID KEY
056000             DISPLAY "BILRPTP: RPTLINE DELETE FAILED, STATUS "
056100                 FS-RPTLINE " FOR " RY-REPORT-NAME
056200             MOVE "Y" TO WS-RY-EOF-SW
056300             GO TO 3310-EXIT
056400     END-DELETE.
056500     ADD 1 TO WS-ENTRY-LINES.
056600     ADD 1 TO WS-LINES-DELETED.
056700 3310-EXIT.
056800     EXIT.

056900 8000-LIST-ENTRY.
057000     MOVE SPACES TO PG-LINE.
057100     MOVE WS-STATUS-TEXT  TO PG-LINE(3:10).
057200     MOVE RA-REPORT-NAME  TO PG-LINE(14:8).
057300     MOVE RA-RUN-DATE     TO PG-LINE(23:8).
057400     MOVE RA-RUN-TIME     TO PG-LINE(32:8).
057500     MOVE RA-PERIOD       TO PG-LINE(41:6).
057600     MOVE RA-PROGRAM-ID   TO PG-LINE(49:8).
057700     MOVE WS-COUNT-ED     TO PG-LINE(60:7).
057800     WRITE PG-LINE.
057900 8000-EXIT.
058000     EXIT.

058100 9000-TERMINATE.
058200     IF WS-FILES-OPEN
058300         PERFORM 9100-LIST-TOTALS THRU 9100-EXIT
058400         CLOSE RPTIDX
058500         CLOSE RPTLINE
058600         CLOSE PRGRPT
058700         PERFORM 9680-FILE-REPORT THRU 9680-EXIT
058800     END-IF.
058900     IF NOT WS-ABORT
059000         MOVE "E"        TO CS-FUNCTION
059100         MOVE "BILRPTP"  TO CS-PROGRAM-ID
059200         MOVE WS-SYSTEM-DATE(1:6) TO CS-PERIOD
059300         CALL "BILCYC" USING CS-PARMS
059400     END-IF.
059500     IF FS-RUNLOG-OK
059600         PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT
059700         CLOSE RUNLOG
059800     END-IF.
059900     DISPLAY "=============================================".
060000     DISPLAY "BILRPTP - REPORT REPOSITORY RETENTION SUMMARY".
060100     DISPLAY "  INDEX ENTRIES READ : " WS-INDEX-READ.
060200     DISPLAY "  MARKED MONTH-END   : " WS-MARKED-MONTH.
060300     DISPLAY "  MARKED YEAR-END    : " WS-MARKED-YEAR.
060400     DISPLAY "  REPORTS PURGED     : " WS-PURGED-COUNT.
060500     DISPLAY "  LINES DELETED      : " WS-LINES-DELETED.
060600     DISPLAY "=============================================".
060700 9000-EXIT.
060800     EXIT.

060900 9100-LIST-TOTALS.
061000     MOVE SPACES TO PG-LINE.
061100     WRITE PG-LINE.
061200     MOVE SPACES TO PG-LINE.
061300     STRING "MARKED MONTH-END " DELIMITED BY SIZE
061400         WS-MARKED-MONTH        DELIMITED BY SIZE
061500         "  MARKED YEAR-END "   DELIMITED BY SIZE
061600         WS-MARKED-YEAR         DELIMITED BY SIZE
061700         "  PURGED "            DELIMITED BY SIZE
061800         WS-PURGED-COUNT        DELIMITED BY SIZE
061900         "  LINES DELETED "     DELIMITED BY SIZE
062000         WS-LINES-DELETED       DELIMITED BY SIZE
062100         INTO PG-LINE
062200     END-STRING.
062300     WRITE PG-LINE.
062400 9100-EXIT.
062500     EXIT.

062600 9600-WRITE-RUNLOG.
062700     MOVE "BILRPTP"        TO RL-PROGRAM-ID.
062800     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
062900     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
063000     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
063100     MOVE "RPTIDX"         TO RL-INPUT-FILE.
063200     MOVE WS-INDEX-READ    TO RL-RECORDS-READ.
063300     MOVE WS-PURGED-COUNT  TO RL-BILLS-PRODUCED.
063400     MOVE ZERO             TO RL-EXCEPTIONS.
063500     MOVE ZERO             TO RL-TOTAL-BILLED.
063600     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
063700     ACCEPT RL-END-TIME FROM TIME.
063800     WRITE RL-RECORD.
063900 9600-EXIT.
064000     EXIT.

064100*-----------------------------------------------------------*
064200*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
064300*    THROUGH BILRPTF, SO IT OUTLIVES THE NEXT RUN.             *
064400*-----------------------------------------------------------*
064500 9680-FILE-REPORT.
064600     MOVE "O"              TO RO-FUNCTION.
064700     MOVE "PRGRPT"         TO RO-REPORT-NAME.
064800     MOVE "BILRPTP"        TO RO-PROGRAM-ID.
064900     MOVE WS-OPERATOR-ID   TO RO-OPERATOR-ID.
065000     MOVE WS-SYSTEM-DATE   TO RO-RUN-DATE.
065100     MOVE WS-SYSTEM-TIME   TO RO-RUN-TIME.
065200     MOVE ZERO             TO RO-PERIOD.
065300     CALL "BILRPTF" USING RO-PARMS.
065400     IF NOT RO-OK
065500         GO TO 9680-EXIT
065600     END-IF.
065700     OPEN INPUT PRGRPT.
065800     IF FS-PRGRPT-OK
065900         PERFORM 9690-FILE-LINE THRU 9690-EXIT
066000             UNTIL WS-RO-EOF
066100         CLOSE PRGRPT
066200     END-IF.
066300     MOVE "C"              TO RO-FUNCTION.
066400     CALL "BILRPTF" USING RO-PARMS.
066500 9680-EXIT.
066600     EXIT.

066700 9690-FILE-LINE.
066800     READ PRGRPT
066900         AT END
067000             MOVE "Y" TO WS-RO-EOF-SW
067100             GO TO 9690-EXIT
067200     END-READ.
067300     MOVE "L"              TO RO-FUNCTION.
067400     MOVE PG-LINE          TO RO-LINE.
067500     CALL "BILRPTF" USING RO-PARMS.
067600 9690-EXIT.
067700     EXIT.
