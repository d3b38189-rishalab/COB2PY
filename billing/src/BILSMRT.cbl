000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILSMRT.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-09-21.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILSMRT                                                   *
000900*  SMART-METER INTERVAL IMPORT.  TAKES THE HEAD-END'S        *
001000*  FIFTEEN-MINUTE INTERVAL FILE (INTVDATA) FOR AN OPERATOR-   *
001100*  KEYED BILLING CYCLE AND, METER BY METER:                   *
001200*    - PLACES EACH INTERVAL IN ITS SLOT OF THE CYCLE,         *
001300*      REFUSING CLOCK ERRORS - A TIME OFF THE QUARTER-HOUR,   *
001400*      AN INTERVAL THE HEAD-END FLAGGED AS CLOCK-SUSPECT, OR  *
001500*      ONE STAMPED NO LATER THAN THE ONE BEFORE IT (A         *
001600*      DUPLICATE OR A CLOCK STEPPED BACK);                    *
001700*    - REJECTS SPIKES ABOVE WHAT THE SANCTIONED LOAD (OR THE  *
001800*      METER'S CAPACITY) COULD DRAW AT TWICE ITS RATING, AND  *
001900*      RUNS OF ZERO LONGER THAN A DAY THAT THE HEAD-END DID   *
002000*      NOT MARK AS A POWER OUTAGE;                            *
002100*    - TREATS MISSING, SPIKED AND ZERO-RUN INTERVALS AS GAPS. *
002200*      A METER WHOSE GAPS EXCEED THE KEYED PERCENTAGE OF THE  *
002300*      CYCLE IS NOT BILLED FROM ITS INTERVALS - IT IS LISTED  *
002400*      ON THE EXCEPTIONS REPORT (SMRTEXC) AND LEFT FOR THE    *
002500*      BILLING RUN TO ESTIMATE, AS FOR ANY UNREAD METER;      *
002600*    - OTHERWISE FILLS A SHORT GAP (UP TO AN HOUR) BY A       *
002700*      STRAIGHT LINE BETWEEN THE GOOD INTERVALS EITHER SIDE   *
002800*      AND ESTIMATES A LONGER ONE FROM THE METER'S OWN        *
002900*      AVERAGE FOR THAT TIME OF DAY IN THE CYCLE;             *
003000*    - TOTALS THE CYCLE INTO PEAK AND OFF-PEAK UNITS BY THE   *
003100*      CUSTOMER'S RATE SCHEDULE TIME-OF-USE WINDOW, WITH THE  *
003200*      EXPORT CHANNEL AS EXPORT UNITS FOR A SOLAR CUSTOMER,   *
003300*      AND RELEASES ONE METERTXN RECORD PER CUSTOMER, SO THE  *
003400*      METER BILLS THROUGH BILBATCH LIKE ANY READ METER.      *
003500*  THE METER IS MATCHED TO ITS CUSTOMER THROUGH THE ASSET     *
003600*  REGISTER, AND IS FLAGGED THERE AS A SMART METER SO THE     *
003700*  READING ROUTES LEAVE IT OFF FROM THEN ON.  A METER THE     *
003800*  HEAD-END SENT NOTHING FOR IS NOT SEEN HERE AT ALL AND IS   *
003900*  ESTIMATED BY THE BILLING RUN.                              *
004000*-----------------------------------------------------------*
004100*  MODIFICATION HISTORY                                      *
004200*  DATE       INIT  DESCRIPTION                               *
004300*  2026-09-21 RSH   ORIGINAL                                  *
004300*  2026-10-06 RSH   ZERO THE NEW CHANGE-OUT DATE ON THE       *
004300*                   READINGS WRITTEN.                         *
004300*  2026-10-15 RSH   FILE SMRTEXC IN THE REPORT REPOSITORY     *
004300*                   THROUGH BILRPTF ONCE IT IS CLOSED.        *
004300*  2026-10-15 RSH   FILE SMRTEXC UNDER THE BILL PERIOD.       *
004400*-----------------------------------------------------------*
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.   IBM-370.
004800 OBJECT-COMPUTER.   IBM-370.

004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT INTVDATA ASSIGN TO "INTVDATA"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS FS-INTVDATA.

005400     SELECT METERAST ASSIGN TO "METERAST"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS MA-METER-NO
005800         FILE STATUS IS FS-METERAST.

005900     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS CM-CUST-ID
006300         FILE STATUS IS FS-CUSTMAS.

006400     SELECT RATETAB ASSIGN TO "RATETAB"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS FS-RATETAB.

006700     SELECT METERTXN ASSIGN TO "METERTXN"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS FS-METERTXN.

007000     SELECT SMRTEXC ASSIGN TO "SMRTEXC"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS FS-SMRTEXC.

007300     SELECT RUNLOG ASSIGN TO "RUNLOG"
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS FS-RUNLOG.

007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  INTVDATA
007900     LABEL RECORDS ARE STANDARD.
008000 COPY INTVDATA.

008100 FD  METERAST
008200     LABEL RECORDS ARE STANDARD.
008300 COPY METERAST.

008400 FD  CUSTMAS
008500     LABEL RECORDS ARE STANDARD.
008600 COPY CUSTMAS.

008700 FD  RATETAB
008800     LABEL RECORDS ARE STANDARD.
008900 COPY RATETAB.

009000 FD  METERTXN
009100     LABEL RECORDS ARE STANDARD.
009200 COPY METERTXN.

009300 FD  SMRTEXC
009400     LABEL RECORDS ARE STANDARD.
009500 01  SX-LINE                     PIC X(80).

009600 FD  RUNLOG
009700     LABEL RECORDS ARE STANDARD.
009800 COPY RUNLOG.

009900 WORKING-STORAGE SECTION.
010000*-----------------------------------------------------------*
010100*    FILE STATUS SWITCHES                                    *
010200*-----------------------------------------------------------*
010300 77  FS-INTVDATA             PIC X(02).
010400     88  FS-INTVDATA-OK              VALUE "00".
010500 77  FS-METERAST             PIC X(02).
010600     88  FS-METERAST-OK              VALUE "00".
010700 77  FS-CUSTMAS              PIC X(02).
010800     88  FS-CUSTMAS-OK               VALUE "00".
010900 77  FS-RATETAB              PIC X(02).
011000     88  FS-RATETAB-OK               VALUE "00".
011100 77  FS-METERTXN             PIC X(02).
011200     88  FS-METERTXN-OK              VALUE "00".
011300 77  FS-SMRTEXC              PIC X(02).
011400     88  FS-SMRTEXC-OK               VALUE "00".
011500 77  FS-RUNLOG               PIC X(02).
011600     88  FS-RUNLOG-OK                VALUE "00".

011700*-----------------------------------------------------------*
011800*    PROGRAM SWITCHES                                        *
011900*-----------------------------------------------------------*
012000 77  WS-ABORT-SW             PIC X(01) VALUE "N".
012100     88  WS-ABORT                    VALUE "Y".
012200 77  WS-EOF-SW               PIC X(01) VALUE "N".
012300     88  WS-EOF                      VALUE "Y".
012400 77  WS-RT-EOF-SW            PIC X(01) VALUE "N".
012500     88  WS-RT-EOF                   VALUE "Y".
012400 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
012400     88  WS-RO-EOF                   VALUE "Y".
012600 77  WS-TOU-SW               PIC X(01) VALUE "N".
012700     88  WS-TOU-SCHEDULE             VALUE "Y".
012800 77  WS-GAP-END-SW           PIC X(01) VALUE "N".
012900     88  WS-GAP-END-FOUND            VALUE "Y".
013000 77  WS-INTERP-SW            PIC X(01) VALUE "N".
013100     88  WS-INTERPOLATE              VALUE "Y".
013200 77  WS-PEAK-SW              PIC X(01) VALUE "N".
013300     88  WS-PEAK-INTERVAL            VALUE "Y".

013400*-----------------------------------------------------------*
013500*    OPERATOR, CYCLE AND RULE FIELDS                          *
013600*-----------------------------------------------------------*
013700 77  WS-OPERATOR-ID          PIC X(08).
013800 77  WS-SYSTEM-DATE          PIC 9(08).
013900 77  WS-SYSTEM-TIME          PIC 9(08).
014000 77  WS-BILL-PERIOD          PIC 9(06) VALUE ZERO.
014100 77  WS-CYCLE-FROM           PIC 9(08) VALUE ZERO.
014200 77  WS-CYCLE-TO             PIC 9(08) VALUE ZERO.
014300 77  WS-MAX-GAP-PCT          PIC 9(02) VALUE ZERO.
014400 77  WS-FROM-DAYNO           PIC 9(07) VALUE ZERO.
014500 77  WS-CYCLE-DAYS           PIC S9(07) VALUE ZERO.
014600 77  WS-SLOT-COUNT           PIC 9(04) VALUE ZERO.
014700 77  WS-ZERO-RUN-LIMIT       PIC 9(04) VALUE 96.
014800 77  WS-INTERP-LIMIT         PIC 9(02) VALUE 4.
014900 77  WS-SPIKE-WH-PER-KW      PIC 9(03) VALUE 500.
015000 77  WS-SPIKE-MEAN-TIMES     PIC 9(02) VALUE 20.

015100*-----------------------------------------------------------*
015200*    THE METER IN HAND                                        *
015300*-----------------------------------------------------------*
015400 77  WS-CUR-METER            PIC X(12).
015500 77  WS-CUR-CUST-ID          PIC X(10).
015600 77  WS-REJECT-REASON        PIC X(20).
015700 77  WS-LAST-SLOT            PIC 9(04) VALUE ZERO.
015800 77  WS-DAY-OFFSET           PIC S9(07) VALUE ZERO.
015900 77  WS-RECEIVED-COUNT       PIC 9(05) VALUE ZERO.
016000 77  WS-CLOCK-COUNT          PIC 9(05) VALUE ZERO.
016100 77  WS-SPIKE-COUNT          PIC 9(05) VALUE ZERO.
016200 77  WS-ZERO-COUNT           PIC 9(05) VALUE ZERO.
016300 77  WS-MISSING-COUNT        PIC 9(05) VALUE ZERO.
016400 77  WS-ACTUAL-COUNT         PIC 9(05) VALUE ZERO.
016500 77  WS-GAP-COUNT            PIC 9(05) VALUE ZERO.
016600 77  WS-FILLED-COUNT         PIC 9(05) VALUE ZERO.
016700 77  WS-ESTIMATED-COUNT      PIC 9(05) VALUE ZERO.
016800 77  WS-GAP-PCT              PIC 9(03)V9 VALUE ZERO.
016900 77  WS-SPIKE-LIMIT          PIC 9(09) VALUE ZERO.
017000 77  WS-GOOD-COUNT           PIC 9(05) VALUE ZERO.
017100 77  WS-GOOD-IMPORT-SUM      PIC 9(11) VALUE ZERO.
017200 77  WS-GOOD-EXPORT-SUM      PIC 9(11) VALUE ZERO.
017300 77  WS-MEAN-IMPORT-WH       PIC 9(07) VALUE ZERO.
017400 77  WS-MEAN-EXPORT-WH       PIC 9(07) VALUE ZERO.
017500 77  WS-PK-FROM-HOUR         PIC 9(02) VALUE ZERO.
017600 77  WS-PK-TO-HOUR           PIC 9(02) VALUE ZERO.
017700 77  WS-PEAK-WH              PIC 9(11) VALUE ZERO.
017800 77  WS-OFFPEAK-WH           PIC 9(11) VALUE ZERO.
017900 77  WS-EXPORT-WH            PIC 9(11) VALUE ZERO.

018000*-----------------------------------------------------------*
018100*    SLOT ARITHMETIC AND GAP WORK FIELDS                      *
018200*-----------------------------------------------------------*
018300 77  WS-SL-SUB               PIC 9(04) VALUE ZERO.
018400 77  WS-MARK-SUB             PIC 9(04) VALUE ZERO.
018500 77  WS-PF-SUB               PIC 9(03) VALUE ZERO.
018600 77  WS-SLOT-OFFSET          PIC 9(04) VALUE ZERO.
018700 77  WS-DAY-NO               PIC 9(03) VALUE ZERO.
018800 77  WS-TOD-REM              PIC 9(02) VALUE ZERO.
018900 77  WS-HOUR                 PIC 9(02) VALUE ZERO.
019000 77  WS-RUN-START            PIC 9(04) VALUE ZERO.
019100 77  WS-RUN-LEN              PIC 9(04) VALUE ZERO.
019200 77  WS-GAP-START            PIC 9(04) VALUE ZERO.
019300 77  WS-GAP-END              PIC 9(04) VALUE ZERO.
019400 77  WS-GAP-LEN              PIC 9(04) VALUE ZERO.
019500 77  WS-STEP-NO              PIC 9(04) VALUE ZERO.
019600 77  WS-BEFORE-IMPORT        PIC S9(07) VALUE ZERO.
019700 77  WS-AFTER-IMPORT         PIC S9(07) VALUE ZERO.
019800 77  WS-BEFORE-EXPORT        PIC S9(07) VALUE ZERO.
019900 77  WS-AFTER-EXPORT         PIC S9(07) VALUE ZERO.
020000 77  WS-FILL-WH              PIC S9(08) VALUE ZERO.

020100*-----------------------------------------------------------*
020200*    RUN TOTALS AND REPORT FIELDS                             *
020300*-----------------------------------------------------------*
020400 77  WS-INTV-READ            PIC 9(09) VALUE ZERO.
020500 77  WS-OUTSIDE-COUNT        PIC 9(09) VALUE ZERO.
020600 77  WS-METERS-IN            PIC 9(05) VALUE ZERO.
020700 77  WS-RELEASED-COUNT       PIC 9(05) VALUE ZERO.
020800 77  WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
020900 77  WS-NEW-SMART-COUNT      PIC 9(05) VALUE ZERO.
021000 77  WS-RUN-FILLED           PIC 9(07) VALUE ZERO.
021100 77  WS-RUN-ESTIMATED        PIC 9(07) VALUE ZERO.
021200 01  WS-RPT-LINE             PIC X(80).
021300 01  WS-CNT-ED               PIC ZZZZ9.
021400 01  WS-BIG-ED               PIC Z,ZZZ,ZZ9.
021500 01  WS-PCT-ED               PIC ZZ9.9.

021600*-----------------------------------------------------------*
021700*    ONE SLOT PER FIFTEEN MINUTES OF THE CYCLE - 96 A DAY, UP  *
021800*    TO 62 DAYS.  AN ACTUAL INTERVAL IS GOOD OR A RECORDED     *
021900*    POWER OUTAGE; A GAP IS EMPTY, A SPIKE OR PART OF A ZERO   *
022000*    RUN; A GAP IS THEN FILLED OR ESTIMATED.                   *
022100*-----------------------------------------------------------*
022200 01  WS-SLOT-TABLE.
022300     05  WS-SL-ENTRY OCCURS 5952 TIMES.
022400         10  WS-SL-STATE         PIC X(01).
022500             88  WS-SL-EMPTY             VALUE " ".
022600             88  WS-SL-GOOD              VALUE "G".
022700             88  WS-SL-POWER-OFF         VALUE "P".
022800             88  WS-SL-SPIKE             VALUE "S".
022900             88  WS-SL-ZERO-RUN          VALUE "Z".
023000             88  WS-SL-FILLED            VALUE "F".
023100             88  WS-SL-ESTIMATED         VALUE "E".
023200             88  WS-SL-ACTUAL            VALUE "G" "P".
023300             88  WS-SL-GAP               VALUE " " "S" "Z".
023400         10  WS-SL-IMPORT-WH     PIC 9(07).
023500         10  WS-SL-EXPORT-WH     PIC 9(07).

023600*-----------------------------------------------------------*
023700*    THE METER'S OWN TIME-OF-DAY PROFILE OVER THE CYCLE - THE  *
023800*    GOOD INTERVALS SUMMED BY QUARTER-HOUR OF THE DAY          *
023900*-----------------------------------------------------------*
024000 01  WS-PROFILE-TABLE.
024100     05  WS-PF-ENTRY OCCURS 96 TIMES.
024200         10  WS-PF-COUNT         PIC 9(03).
024300         10  WS-PF-IMPORT-SUM    PIC 9(09).
024400         10  WS-PF-EXPORT-SUM    PIC 9(09).

024500*-----------------------------------------------------------*
024600*    THE RATE TABLE, FOR EACH CUSTOMER'S TIME-OF-USE WINDOW    *
024700*-----------------------------------------------------------*
024800 COPY RATETBL.
024800 COPY RPTPARM.

024900 PROCEDURE DIVISION.
025000 0000-MAINLINE SECTION.
025100     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
025200     IF NOT WS-ABORT
025300         PERFORM 8000-WRITE-HEADER THRU 8000-EXIT
025400         PERFORM 2000-PROCESS-METER THRU 2000-EXIT
025500             UNTIL WS-EOF
025600         PERFORM 8200-WRITE-SUMMARY THRU 8200-EXIT
025700     END-IF.
025800     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
025900     STOP RUN.

026000 1000-INITIALIZE.
026100     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
026200     ACCEPT WS-SYSTEM-TIME FROM TIME.
026300     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
026400     ACCEPT WS-OPERATOR-ID.
026500     DISPLAY "BILL PERIOD (YYYYMM): " WITH NO ADVANCING.
026600     ACCEPT WS-BILL-PERIOD.
026700     DISPLAY "CYCLE FROM DATE (YYYYMMDD): " WITH NO ADVANCING.
026800     ACCEPT WS-CYCLE-FROM.
026900     DISPLAY "CYCLE TO DATE (YYYYMMDD): " WITH NO ADVANCING.
027000     ACCEPT WS-CYCLE-TO.
027100     DISPLAY "MAXIMUM GAP PCT (0=10): " WITH NO ADVANCING.
027200     ACCEPT WS-MAX-GAP-PCT.
027300     IF WS-MAX-GAP-PCT NOT NUMERIC OR WS-MAX-GAP-PCT = ZERO
027400         MOVE 10 TO WS-MAX-GAP-PCT
027500     END-IF.
027600     IF WS-BILL-PERIOD NOT NUMERIC OR WS-BILL-PERIOD = ZERO
027700         DISPLAY "BILSMRT: A BILL PERIOD IS REQUIRED"
027800         MOVE "Y" TO WS-ABORT-SW
027900         GO TO 1000-EXIT
028000     END-IF.
028100     PERFORM 1050-SET-CYCLE THRU 1050-EXIT.
028200     IF WS-ABORT
028300         GO TO 1000-EXIT
028400     END-IF.
028500     OPEN EXTEND RUNLOG.
028600     IF NOT FS-RUNLOG-OK
028700         DISPLAY "BILSMRT: UNABLE TO OPEN RUNLOG, STATUS "
028800             FS-RUNLOG
028900         MOVE "Y" TO WS-ABORT-SW
029000     END-IF.
029100     OPEN INPUT INTVDATA.
029200     IF NOT FS-INTVDATA-OK
029300         DISPLAY "BILSMRT: UNABLE TO OPEN INTVDATA, STATUS "
029400             FS-INTVDATA
029500         MOVE "Y" TO WS-ABORT-SW
029600     END-IF.
029700     OPEN I-O METERAST.
029800     IF NOT FS-METERAST-OK
029900         DISPLAY "BILSMRT: UNABLE TO OPEN METERAST, STATUS "
030000             FS-METERAST
030100         MOVE "Y" TO WS-ABORT-SW
030200     END-IF.
030300     OPEN INPUT CUSTMAS.
030400     IF NOT FS-CUSTMAS-OK
030500         DISPLAY "BILSMRT: UNABLE TO OPEN CUSTMAS, STATUS "
030600             FS-CUSTMAS
030700         MOVE "Y" TO WS-ABORT-SW
030800     END-IF.
030900     OPEN EXTEND METERTXN.
031000     IF NOT FS-METERTXN-OK
031100         DISPLAY "BILSMRT: UNABLE TO OPEN METERTXN, STATUS "
031200             FS-METERTXN
031300         MOVE "Y" TO WS-ABORT-SW
031400     END-IF.
031500     OPEN OUTPUT SMRTEXC.
031600     IF NOT FS-SMRTEXC-OK
031700         DISPLAY "BILSMRT: UNABLE TO OPEN SMRTEXC, STATUS "
031800             FS-SMRTEXC
031900         MOVE "Y" TO WS-ABORT-SW
032000     END-IF.
032100     IF NOT WS-ABORT
032200         PERFORM 1100-LOAD-RATE-TABLE THRU 1100-EXIT
032300     END-IF.
032400     IF NOT WS-ABORT
032500         PERFORM 2100-READ-INTERVAL THRU 2100-EXIT
032600     END-IF.
032700 1000-EXIT.
032800     EXIT.

032900*-----------------------------------------------------------*
033000*    THE CYCLE MUST RUN FORWARD AND FIT THE SLOT TABLE -        *
033100*    62 DAYS COVERS A BI-MONTHLY CYCLE.                         *
033200*-----------------------------------------------------------*
033300 1050-SET-CYCLE.
033400     IF WS-CYCLE-FROM NOT NUMERIC OR WS-CYCLE-TO NOT NUMERIC
033500         OR WS-CYCLE-FROM = ZERO OR WS-CYCLE-TO = ZERO
033600         DISPLAY "BILSMRT: CYCLE FROM AND TO DATES ARE REQUIRED"
033700         MOVE "Y" TO WS-ABORT-SW
033800         GO TO 1050-EXIT
033900     END-IF.
034000     COMPUTE WS-FROM-DAYNO =
034100         FUNCTION INTEGER-OF-DATE(WS-CYCLE-FROM).
034200     COMPUTE WS-CYCLE-DAYS =
034300         FUNCTION INTEGER-OF-DATE(WS-CYCLE-TO)
034400         - WS-FROM-DAYNO + 1.
034500     IF WS-CYCLE-DAYS < 1 OR WS-CYCLE-DAYS > 62
034600         DISPLAY "BILSMRT: CYCLE " WS-CYCLE-FROM " TO "
034700             WS-CYCLE-TO " IS NOT 1 TO 62 DAYS"
034800         MOVE "Y" TO WS-ABORT-SW
034900         GO TO 1050-EXIT
035000     END-IF.
035100     COMPUTE WS-SLOT-COUNT = WS-CYCLE-DAYS * 96.
035200 1050-EXIT.
035300     EXIT.

035400 1100-LOAD-RATE-TABLE.
035500     OPEN INPUT RATETAB.
035600     IF NOT FS-RATETAB-OK
035700         DISPLAY "BILSMRT: UNABLE TO OPEN RATETAB, STATUS "
035800             FS-RATETAB
035900         MOVE "Y" TO WS-ABORT-SW
036000         GO TO 1100-EXIT
036100     END-IF.
036200     READ RATETAB
036300         AT END
036400             MOVE "Y" TO WS-RT-EOF-SW
036500     END-READ.
036600     PERFORM 1110-STORE-RATE-ENTRY THRU 1110-EXIT
036700         UNTIL WS-RT-EOF.
036800     CLOSE RATETAB.
036900 1100-EXIT.
037000     EXIT.

037100 1110-STORE-RATE-ENTRY.
037200     IF WS-RATE-COUNT >= 60
037300         DISPLAY "BILSMRT: RATE TABLE FULL AT 60 ENTRIES -"
037400             " RUN ABANDONED"
037500         MOVE "Y" TO WS-ABORT-SW
037600         MOVE "Y" TO WS-RT-EOF-SW
037700         GO TO 1110-EXIT
037800     END-IF.
037900     ADD 1 TO WS-RATE-COUNT.
038000     MOVE RT-SERVICE-TYPE   TO WS-RT-SERVICE-TYPE(WS-RATE-COUNT).
038100     MOVE RT-CUST-CLASS     TO WS-RT-CUST-CLASS(WS-RATE-COUNT).
038200     MOVE RT-EFF-FROM       TO WS-RT-EFF-FROM(WS-RATE-COUNT).
038300     MOVE RT-EFF-TO         TO WS-RT-EFF-TO(WS-RATE-COUNT).
038400     MOVE RT-PEAK-UNIT-RATE TO
038500         WS-RT-PEAK-UNIT-RATE(WS-RATE-COUNT).
038600     MOVE RT-OFFPEAK-UNIT-RATE TO
038700         WS-RT-OFFPK-UNIT-RATE(WS-RATE-COUNT).
038800     MOVE RT-PEAK-FROM-HOUR TO
038900         WS-RT-PEAK-FROM-HOUR(WS-RATE-COUNT).
039000     MOVE RT-PEAK-TO-HOUR   TO
039100         WS-RT-PEAK-TO-HOUR(WS-RATE-COUNT).
039200     READ RATETAB
039300         AT END
039400             MOVE "Y" TO WS-RT-EOF-SW
039500     END-READ.
039600 1110-EXIT.
039700     EXIT.

039800*-----------------------------------------------------------*
039900*    ONE METER - ALL ITS INTERVALS ARE TAKEN INTO THE SLOT      *
040000*    TABLE, THEN IT IS EITHER RELEASED TO BILLING OR REPORTED.  *
040100*-----------------------------------------------------------*
040200 2000-PROCESS-METER.
040300     ADD 1 TO WS-METERS-IN.
040400     MOVE IV-METER-NO TO WS-CUR-METER.
040500     MOVE SPACES TO WS-CUR-CUST-ID.
040600     MOVE SPACES TO WS-REJECT-REASON.
040700     MOVE ZERO TO WS-LAST-SLOT.
040800     MOVE ZERO TO WS-RECEIVED-COUNT.
040900     MOVE ZERO TO WS-CLOCK-COUNT.
041000     MOVE ZERO TO WS-SPIKE-COUNT.
041100     MOVE ZERO TO WS-ZERO-COUNT.
041200     MOVE ZERO TO WS-MISSING-COUNT.
041300     MOVE ZERO TO WS-ACTUAL-COUNT.
041400     MOVE ZERO TO WS-GAP-COUNT.
041500     MOVE ZERO TO WS-FILLED-COUNT.
041600     MOVE ZERO TO WS-ESTIMATED-COUNT.
041700     MOVE ZERO TO WS-GAP-PCT.
041800     PERFORM 2010-CLEAR-SLOT THRU 2010-EXIT
041900         VARYING WS-SL-SUB FROM 1 BY 1
042000         UNTIL WS-SL-SUB > WS-SLOT-COUNT.
042100     PERFORM 2200-TAKE-INTERVAL THRU 2200-EXIT
042200         UNTIL WS-EOF OR IV-METER-NO NOT = WS-CUR-METER.
042300     PERFORM 3000-FIND-CUSTOMER THRU 3000-EXIT.
042400     IF WS-REJECT-REASON = SPACES
042500         PERFORM 4000-VALIDATE-INTERVALS THRU 4000-EXIT
042600     END-IF.
042700     IF WS-REJECT-REASON = SPACES
042800         PERFORM 5000-FILL-GAPS THRU 5000-EXIT
042900         PERFORM 6000-TOTAL-CYCLE THRU 6000-EXIT
043000         PERFORM 7000-RELEASE-READING THRU 7000-EXIT
043100     ELSE
043200         PERFORM 8100-WRITE-EXCEPTION THRU 8100-EXIT
043300     END-IF.
043400 2000-EXIT.
043500     EXIT.

043600 2010-CLEAR-SLOT.
043700     MOVE SPACE TO WS-SL-STATE(WS-SL-SUB).
043800     MOVE ZERO  TO WS-SL-IMPORT-WH(WS-SL-SUB).
043900     MOVE ZERO  TO WS-SL-EXPORT-WH(WS-SL-SUB).
044000 2010-EXIT.
044100     EXIT.

044200 2100-READ-INTERVAL.
044300     READ INTVDATA
044400         AT END
044500             MOVE "Y" TO WS-EOF-SW
044600         NOT AT END
044700             ADD 1 TO WS-INTV-READ
044800     END-READ.
044900 2100-EXIT.
045000     EXIT.

045100*-----------------------------------------------------------*
045200*    ONE INTERVAL INTO ITS SLOT.  AN INTERVAL OUTSIDE THE       *
045300*    CYCLE BELONGS TO ANOTHER BILL AND IS PASSED OVER; ONE      *
045400*    WITH A BAD CLOCK IS DROPPED AND ITS SLOT LEFT AS A GAP.    *
045500*-----------------------------------------------------------*
045600 2200-TAKE-INTERVAL.
045700     ADD 1 TO WS-RECEIVED-COUNT.
045800     IF IV-INTV-DATE NOT NUMERIC OR IV-INTV-TIME NOT NUMERIC
045900         ADD 1 TO WS-CLOCK-COUNT
046000         GO TO 2200-NEXT
046100     END-IF.
046200     IF IV-INTV-DATE < WS-CYCLE-FROM OR IV-INTV-DATE > WS-CYCLE-TO
046300         ADD 1 TO WS-OUTSIDE-COUNT
046400         GO TO 2200-NEXT
046500     END-IF.
046600     IF IV-STAT-CLOCK-SUSPECT
046700         OR IV-INTV-HOUR > 23
046800         OR NOT (IV-INTV-MINUTE = 00 OR 15 OR 30 OR 45)
046900         ADD 1 TO WS-CLOCK-COUNT
047000         GO TO 2200-NEXT
047100     END-IF.
047200     COMPUTE WS-DAY-OFFSET =
047300         FUNCTION INTEGER-OF-DATE(IV-INTV-DATE) - WS-FROM-DAYNO.
047400     IF WS-DAY-OFFSET < 0 OR WS-DAY-OFFSET NOT < WS-CYCLE-DAYS
047500         ADD 1 TO WS-CLOCK-COUNT
047600         GO TO 2200-NEXT
047700     END-IF.
047800     COMPUTE WS-SL-SUB = WS-DAY-OFFSET * 96
047900         + IV-INTV-HOUR * 4 + IV-INTV-MINUTE / 15 + 1.
048000     IF WS-SL-SUB NOT > WS-LAST-SLOT
048100         ADD 1 TO WS-CLOCK-COUNT
048200         GO TO 2200-NEXT
048300     END-IF.
048400     MOVE WS-SL-SUB TO WS-LAST-SLOT.
048500     IF IV-IMPORT-WH NOT NUMERIC OR IV-EXPORT-WH NOT NUMERIC
048600         GO TO 2200-NEXT
048700     END-IF.
048800     MOVE IV-IMPORT-WH TO WS-SL-IMPORT-WH(WS-SL-SUB).
048900     MOVE IV-EXPORT-WH TO WS-SL-EXPORT-WH(WS-SL-SUB).
049000     IF IV-STAT-POWER-OFF
049100         SET WS-SL-POWER-OFF(WS-SL-SUB) TO TRUE
049200     ELSE
049300         SET WS-SL-GOOD(WS-SL-SUB) TO TRUE
049400     END-IF.
049500 2200-NEXT.
049600     PERFORM 2100-READ-INTERVAL THRU 2100-EXIT.
049700 2200-EXIT.
049800     EXIT.

049900*-----------------------------------------------------------*
050000*    METER TO CUSTOMER THROUGH THE ASSET REGISTER.  THE METER   *
050100*    IS MARKED SMART AS SOON AS IT IS FOUND, WHETHER OR NOT     *
050200*    THIS CYCLE'S DATA IS GOOD ENOUGH TO BILL FROM.  A          *
050300*    CUSTOMER WHO HAS SINCE HAD THE METER CHANGED OUT IS NOT    *
050400*    BILLED FROM THE OLD METER'S DATA.                          *
050500*-----------------------------------------------------------*
050600 3000-FIND-CUSTOMER.
050700     MOVE WS-CUR-METER TO MA-METER-NO.
050800     READ METERAST
050900         INVALID KEY
051000             MOVE "NOT ON ASSET REG" TO WS-REJECT-REASON
051100             GO TO 3000-EXIT
051200     END-READ.
051300     IF NOT MA-SMART
051400         MOVE "Y" TO MA-SMART-SW
051500         REWRITE MA-RECORD
051600             INVALID KEY
051700                 DISPLAY "BILSMRT: ASSET REGISTER REWRITE FAILED"
051800                     " FOR " WS-CUR-METER
051900             NOT INVALID KEY
052000                 ADD 1 TO WS-NEW-SMART-COUNT
052100         END-REWRITE
052200     END-IF.
052300     IF MA-CUST-ID = SPACES
052400         MOVE "NO CUSTOMER ON METER" TO WS-REJECT-REASON
052500         GO TO 3000-EXIT
052600     END-IF.
052700     MOVE MA-CUST-ID TO WS-CUR-CUST-ID.
052800     MOVE MA-CUST-ID TO CM-CUST-ID.
052900     READ CUSTMAS
053000         INVALID KEY
053100             MOVE "CUSTOMER NOT ON FILE" TO WS-REJECT-REASON
053200             GO TO 3000-EXIT
053300     END-READ.
053400     IF CM-METER-NO NOT = WS-CUR-METER
053500         MOVE "METER CHANGED OUT" TO WS-REJECT-REASON
053600         GO TO 3000-EXIT
053700     END-IF.
053800     PERFORM 3100-FIND-TOU-WINDOW THRU 3100-EXIT.
053900 3000-EXIT.
054000     EXIT.

054100*-----------------------------------------------------------*
054200*    THE CUSTOMER'S SCHEDULE FOR THE PERIOD, FOUND THE WAY      *
054300*    BILBATCH FINDS IT.  WITHOUT A SCHEDULE, OR WITHOUT PEAK    *
054400*    HOURS ON IT, THE STANDARD 18-22 EVENING PEAK SPLITS THE    *
054500*    UNITS; THE RECORD GOES AS TIME-OF-USE ONLY WHEN THE        *
054600*    SCHEDULE ACTUALLY PRICES PEAK OR OFF-PEAK UNITS.           *
054700*-----------------------------------------------------------*
054800 3100-FIND-TOU-WINDOW.
054900     MOVE "N" TO WS-TOU-SW.
055000     MOVE 18  TO WS-PK-FROM-HOUR.
055100     MOVE 22  TO WS-PK-TO-HOUR.
055200     SET WS-RATE-IDX TO 1.
055300     SEARCH WS-RATE-ENTRY
055400         AT END
055500             GO TO 3100-EXIT
055600         WHEN WS-RT-SERVICE-TYPE(WS-RATE-IDX) = CM-SERVICE-TYPE
055700             AND WS-RT-CUST-CLASS(WS-RATE-IDX) = CM-CUST-CLASS
055800             AND WS-BILL-PERIOD >= WS-RT-EFF-FROM(WS-RATE-IDX)
055900             AND WS-BILL-PERIOD <= WS-RT-EFF-TO(WS-RATE-IDX)
056000             CONTINUE
056100     END-SEARCH.
056200     IF WS-RT-PEAK-UNIT-RATE(WS-RATE-IDX) > 0
056300         OR WS-RT-OFFPK-UNIT-RATE(WS-RATE-IDX) > 0
056400         MOVE "Y" TO WS-TOU-SW
056500     END-IF.
056600     IF WS-RT-PEAK-FROM-HOUR(WS-RATE-IDX) NOT = ZERO
056700         OR WS-RT-PEAK-TO-HOUR(WS-RATE-IDX) NOT = ZERO
056800         MOVE WS-RT-PEAK-FROM-HOUR(WS-RATE-IDX) TO WS-PK-FROM-HOUR
056900         MOVE WS-RT-PEAK-TO-HOUR(WS-RATE-IDX)   TO WS-PK-TO-HOUR
057000     END-IF.
057100 3100-EXIT.
057200     EXIT.

057300*-----------------------------------------------------------*
057400*    SPIKES, THEN ZERO RUNS, THEN THE GAP COUNT AGAINST THE     *
057500*    KEYED LIMIT.                                               *
057600*-----------------------------------------------------------*
057700 4000-VALIDATE-INTERVALS.
057800     PERFORM 4100-SET-SPIKE-LIMIT THRU 4100-EXIT.
057900     IF WS-SPIKE-LIMIT > 0
058000         PERFORM 4200-CHECK-SPIKE THRU 4200-EXIT
058100             VARYING WS-SL-SUB FROM 1 BY 1
058200             UNTIL WS-SL-SUB > WS-SLOT-COUNT
058300     END-IF.
058400     MOVE ZERO TO WS-RUN-LEN.
058500     PERFORM 4300-CHECK-ZERO-RUN THRU 4300-EXIT
058600         VARYING WS-SL-SUB FROM 1 BY 1
058700         UNTIL WS-SL-SUB > WS-SLOT-COUNT.
058800     PERFORM 4310-CLOSE-ZERO-RUN THRU 4310-EXIT.
058900     PERFORM 4400-COUNT-SLOT THRU 4400-EXIT
059000         VARYING WS-SL-SUB FROM 1 BY 1
059100         UNTIL WS-SL-SUB > WS-SLOT-COUNT.
059200     COMPUTE WS-GAP-COUNT =
059300         WS-MISSING-COUNT + WS-SPIKE-COUNT + WS-ZERO-COUNT.
059400     COMPUTE WS-GAP-PCT ROUNDED =
059500         WS-GAP-COUNT * 100 / WS-SLOT-COUNT.
059600     IF WS-ACTUAL-COUNT = ZERO
059700         MOVE "NO USABLE INTERVALS" TO WS-REJECT-REASON
059800         GO TO 4000-EXIT
059900     END-IF.
060000     IF WS-GAP-COUNT * 100 > WS-SLOT-COUNT * WS-MAX-GAP-PCT
060100         MOVE "TOO MANY GAPS" TO WS-REJECT-REASON
060200     END-IF.
060300 4000-EXIT.
060400     EXIT.

060500*-----------------------------------------------------------*
060600*    A QUARTER-HOUR AT TWICE THE SANCTIONED LOAD IS 500 WH PER  *
060700*    KW.  WITH NO SANCTIONED LOAD THE METER'S CAPACITY IS USED; *
060800*    WITH NEITHER, TWENTY TIMES THE METER'S OWN AVERAGE.        *
060900*-----------------------------------------------------------*
061000 4100-SET-SPIKE-LIMIT.
061100     MOVE ZERO TO WS-SPIKE-LIMIT.
061200     IF CM-SANCT-LOAD-KW NUMERIC AND CM-SANCT-LOAD-KW > 0
061300         COMPUTE WS-SPIKE-LIMIT =
061400             CM-SANCT-LOAD-KW * WS-SPIKE-WH-PER-KW
061500         GO TO 4100-EXIT
061600     END-IF.
061700     IF MA-CAPACITY-KW NUMERIC AND MA-CAPACITY-KW > 0
061800         COMPUTE WS-SPIKE-LIMIT =
061900             MA-CAPACITY-KW * WS-SPIKE-WH-PER-KW
062000         GO TO 4100-EXIT
062100     END-IF.
062200     PERFORM 5010-TAKE-MEAN THRU 5010-EXIT.
062300     COMPUTE WS-SPIKE-LIMIT =
062400         WS-MEAN-IMPORT-WH * WS-SPIKE-MEAN-TIMES.
062500 4100-EXIT.
062600     EXIT.

062700 4200-CHECK-SPIKE.
062800     IF WS-SL-GOOD(WS-SL-SUB)
062900         AND WS-SL-IMPORT-WH(WS-SL-SUB) > WS-SPIKE-LIMIT
063000         SET WS-SL-SPIKE(WS-SL-SUB) TO TRUE
063100         ADD 1 TO WS-SPIKE-COUNT
063200     END-IF.
063300 4200-EXIT.
063400     EXIT.

063500*-----------------------------------------------------------*
063600*    A RUN OF GOOD ZERO INTERVALS IS MEASURED AS IT GOES AND    *
063700*    CLOSED BY THE FIRST INTERVAL THAT BREAKS IT.  A RECORDED   *
063800*    OUTAGE BREAKS A RUN - IT IS A GENUINE ZERO.                *
063900*-----------------------------------------------------------*
064000 4300-CHECK-ZERO-RUN.
064100     IF WS-SL-GOOD(WS-SL-SUB)
064200         AND WS-SL-IMPORT-WH(WS-SL-SUB) = ZERO
064300         IF WS-RUN-LEN = ZERO
064400             MOVE WS-SL-SUB TO WS-RUN-START
064500         END-IF
064600         ADD 1 TO WS-RUN-LEN
064700     ELSE
064800         PERFORM 4310-CLOSE-ZERO-RUN THRU 4310-EXIT
064900     END-IF.
065000 4300-EXIT.
065100     EXIT.

065200 4310-CLOSE-ZERO-RUN.
065300     IF WS-RUN-LEN NOT < WS-ZERO-RUN-LIMIT
065400         PERFORM 4320-MARK-ZERO-RUN THRU 4320-EXIT
065500             VARYING WS-MARK-SUB FROM WS-RUN-START BY 1
065600             UNTIL WS-MARK-SUB > WS-RUN-START + WS-RUN-LEN - 1
065700         ADD WS-RUN-LEN TO WS-ZERO-COUNT
065800     END-IF.
065900     MOVE ZERO TO WS-RUN-LEN.
066000 4310-EXIT.
066100     EXIT.

066200 4320-MARK-ZERO-RUN.
066300     SET WS-SL-ZERO-RUN(WS-MARK-SUB) TO TRUE.
066400 4320-EXIT.
066500     EXIT.

066600 4400-COUNT-SLOT.
066700     IF WS-SL-EMPTY(WS-SL-SUB)
066800         ADD 1 TO WS-MISSING-COUNT
066900     END-IF.
067000     IF WS-SL-ACTUAL(WS-SL-SUB)
067100         ADD 1 TO WS-ACTUAL-COUNT
067200     END-IF.
067300 4400-EXIT.
067400     EXIT.

067500*-----------------------------------------------------------*
067600*    THE PROFILE IS BUILT FROM GOOD INTERVALS ONLY, THEN EACH   *
067700*    GAP IS MEASURED AND FILLED OR ESTIMATED AS A WHOLE.        *
067800*-----------------------------------------------------------*
067900 5000-FILL-GAPS.
068000     PERFORM 5010-TAKE-MEAN THRU 5010-EXIT.
068100     PERFORM 5020-CLEAR-PROFILE THRU 5020-EXIT
068200         VARYING WS-PF-SUB FROM 1 BY 1
068300         UNTIL WS-PF-SUB > 96.
068400     PERFORM 5030-ADD-TO-PROFILE THRU 5030-EXIT
068500         VARYING WS-SL-SUB FROM 1 BY 1
068600         UNTIL WS-SL-SUB > WS-SLOT-COUNT.
068700     MOVE 1 TO WS-SL-SUB.
068800     PERFORM 5100-FILL-NEXT-GAP THRU 5100-EXIT
068900         UNTIL WS-SL-SUB > WS-SLOT-COUNT.
069000     ADD WS-FILLED-COUNT    TO WS-RUN-FILLED.
069100     ADD WS-ESTIMATED-COUNT TO WS-RUN-ESTIMATED.
069200 5000-EXIT.
069300     EXIT.

069400 5010-TAKE-MEAN.
069500     MOVE ZERO TO WS-GOOD-COUNT.
069600     MOVE ZERO TO WS-GOOD-IMPORT-SUM.
069700     MOVE ZERO TO WS-GOOD-EXPORT-SUM.
069800     MOVE ZERO TO WS-MEAN-IMPORT-WH.
069900     MOVE ZERO TO WS-MEAN-EXPORT-WH.
070000     PERFORM 5015-ADD-TO-MEAN THRU 5015-EXIT
070100         VARYING WS-SL-SUB FROM 1 BY 1
070200         UNTIL WS-SL-SUB > WS-SLOT-COUNT.
070300     IF WS-GOOD-COUNT > 0
070400         COMPUTE WS-MEAN-IMPORT-WH ROUNDED =
070500             WS-GOOD-IMPORT-SUM / WS-GOOD-COUNT
070600         COMPUTE WS-MEAN-EXPORT-WH ROUNDED =
070700             WS-GOOD-EXPORT-SUM / WS-GOOD-COUNT
070800     END-IF.
070900 5010-EXIT.
071000     EXIT.

071100 5015-ADD-TO-MEAN.
071200     IF WS-SL-GOOD(WS-SL-SUB)
071300         ADD 1 TO WS-GOOD-COUNT
071400         ADD WS-SL-IMPORT-WH(WS-SL-SUB) TO WS-GOOD-IMPORT-SUM
071500         ADD WS-SL-EXPORT-WH(WS-SL-SUB) TO WS-GOOD-EXPORT-SUM
071600     END-IF.
071700 5015-EXIT.
071800     EXIT.

071900 5020-CLEAR-PROFILE.
072000     MOVE ZERO TO WS-PF-COUNT(WS-PF-SUB).
072100     MOVE ZERO TO WS-PF-IMPORT-SUM(WS-PF-SUB).
072200     MOVE ZERO TO WS-PF-EXPORT-SUM(WS-PF-SUB).
072300 5020-EXIT.
072400     EXIT.

072500 5030-ADD-TO-PROFILE.
072600     IF NOT WS-SL-GOOD(WS-SL-SUB)
072700         GO TO 5030-EXIT
072800     END-IF.
072900     MOVE WS-SL-SUB TO WS-MARK-SUB.
073000     PERFORM 6200-TIME-OF-DAY THRU 6200-EXIT.
073100     ADD 1 TO WS-PF-COUNT(WS-PF-SUB).
073200     ADD WS-SL-IMPORT-WH(WS-SL-SUB)
073300         TO WS-PF-IMPORT-SUM(WS-PF-SUB).
073400     ADD WS-SL-EXPORT-WH(WS-SL-SUB)
073500         TO WS-PF-EXPORT-SUM(WS-PF-SUB).
073600 5030-EXIT.
073700     EXIT.

073800*-----------------------------------------------------------*
073900*    A GAP OF UP TO AN HOUR WITH ACTUAL INTERVALS BOTH SIDES    *
074000*    IS FILLED ALONG THE STRAIGHT LINE BETWEEN THEM; ANY OTHER  *
074100*    GAP IS ESTIMATED SLOT BY SLOT FROM THE PROFILE.            *
074200*-----------------------------------------------------------*
074300 5100-FILL-NEXT-GAP.
074400     IF NOT WS-SL-GAP(WS-SL-SUB)
074500         ADD 1 TO WS-SL-SUB
074600         GO TO 5100-EXIT
074700     END-IF.
074800     MOVE WS-SL-SUB TO WS-GAP-START.
074900     MOVE WS-SL-SUB TO WS-GAP-END.
075000     MOVE "N" TO WS-GAP-END-SW.
075100     PERFORM 5110-EXTEND-GAP THRU 5110-EXIT
075200         UNTIL WS-GAP-END-FOUND.
075300     COMPUTE WS-GAP-LEN = WS-GAP-END - WS-GAP-START + 1.
075400     MOVE "N" TO WS-INTERP-SW.
075500     IF WS-GAP-LEN NOT > WS-INTERP-LIMIT
075600         AND WS-GAP-START > 1
075700         AND WS-GAP-END < WS-SLOT-COUNT
075800         PERFORM 5120-CHECK-NEIGHBOURS THRU 5120-EXIT
075900     END-IF.
076000     IF WS-INTERPOLATE
076100         PERFORM 5200-INTERPOLATE-SLOT THRU 5200-EXIT
076200             VARYING WS-MARK-SUB FROM WS-GAP-START BY 1
076300             UNTIL WS-MARK-SUB > WS-GAP-END
076400     ELSE
076500         PERFORM 5300-ESTIMATE-SLOT THRU 5300-EXIT
076600             VARYING WS-MARK-SUB FROM WS-GAP-START BY 1
076700             UNTIL WS-MARK-SUB > WS-GAP-END
076800     END-IF.
076900     COMPUTE WS-SL-SUB = WS-GAP-END + 1.
077000 5100-EXIT.
077100     EXIT.

077200 5110-EXTEND-GAP.
077300     IF WS-GAP-END NOT < WS-SLOT-COUNT
077400         MOVE "Y" TO WS-GAP-END-SW
077500         GO TO 5110-EXIT
077600     END-IF.
077700     IF WS-SL-GAP(WS-GAP-END + 1)
077800         ADD 1 TO WS-GAP-END
077900     ELSE
078000         MOVE "Y" TO WS-GAP-END-SW
078100     END-IF.
078200 5110-EXIT.
078300     EXIT.

078400 5120-CHECK-NEIGHBOURS.
078500     IF WS-SL-ACTUAL(WS-GAP-START - 1)
078600         AND WS-SL-ACTUAL(WS-GAP-END + 1)
078700         MOVE "Y" TO WS-INTERP-SW
078800         MOVE WS-SL-IMPORT-WH(WS-GAP-START - 1)
078900             TO WS-BEFORE-IMPORT
079000         MOVE WS-SL-EXPORT-WH(WS-GAP-START - 1)
079100             TO WS-BEFORE-EXPORT
079200         MOVE WS-SL-IMPORT-WH(WS-GAP-END + 1) TO WS-AFTER-IMPORT
079300         MOVE WS-SL-EXPORT-WH(WS-GAP-END + 1) TO WS-AFTER-EXPORT
079400     END-IF.
079500 5120-EXIT.
079600     EXIT.

079700 5200-INTERPOLATE-SLOT.
079800     COMPUTE WS-STEP-NO = WS-MARK-SUB - WS-GAP-START + 1.
079900     COMPUTE WS-FILL-WH ROUNDED = WS-BEFORE-IMPORT
080000         + (WS-AFTER-IMPORT - WS-BEFORE-IMPORT) * WS-STEP-NO
080100             / (WS-GAP-LEN + 1).
080200     MOVE WS-FILL-WH TO WS-SL-IMPORT-WH(WS-MARK-SUB).
080300     COMPUTE WS-FILL-WH ROUNDED = WS-BEFORE-EXPORT
080400         + (WS-AFTER-EXPORT - WS-BEFORE-EXPORT) * WS-STEP-NO
080500             / (WS-GAP-LEN + 1).
080600     MOVE WS-FILL-WH TO WS-SL-EXPORT-WH(WS-MARK-SUB).
080700     SET WS-SL-FILLED(WS-MARK-SUB) TO TRUE.
080800     ADD 1 TO WS-FILLED-COUNT.
080900 5200-EXIT.
081000     EXIT.

081100 5300-ESTIMATE-SLOT.
081200     PERFORM 6200-TIME-OF-DAY THRU 6200-EXIT.
081300     IF WS-PF-COUNT(WS-PF-SUB) > 0
081400         COMPUTE WS-SL-IMPORT-WH(WS-MARK-SUB) ROUNDED =
081500             WS-PF-IMPORT-SUM(WS-PF-SUB) / WS-PF-COUNT(WS-PF-SUB)
081600         COMPUTE WS-SL-EXPORT-WH(WS-MARK-SUB) ROUNDED =
081700             WS-PF-EXPORT-SUM(WS-PF-SUB) / WS-PF-COUNT(WS-PF-SUB)
081800     ELSE
081900         MOVE WS-MEAN-IMPORT-WH TO WS-SL-IMPORT-WH(WS-MARK-SUB)
082000         MOVE WS-MEAN-EXPORT-WH TO WS-SL-EXPORT-WH(WS-MARK-SUB)
082100     END-IF.
082200     SET WS-SL-ESTIMATED(WS-MARK-SUB) TO TRUE.
082300     ADD 1 TO WS-ESTIMATED-COUNT.
082400 5300-EXIT.
082500     EXIT.

082600*-----------------------------------------------------------*
082700*    THE CYCLE'S ENERGY, SPLIT BY THE PEAK WINDOW.  A WINDOW    *
082800*    WHOSE FROM-HOUR IS PAST ITS TO-HOUR RUNS THROUGH MIDNIGHT. *
082900*-----------------------------------------------------------*
083000 6000-TOTAL-CYCLE.
083100     MOVE ZERO TO WS-PEAK-WH.
083200     MOVE ZERO TO WS-OFFPEAK-WH.
083300     MOVE ZERO TO WS-EXPORT-WH.
083400     PERFORM 6100-ADD-SLOT THRU 6100-EXIT
083500         VARYING WS-MARK-SUB FROM 1 BY 1
083600         UNTIL WS-MARK-SUB > WS-SLOT-COUNT.
083700 6000-EXIT.
083800     EXIT.

083900 6100-ADD-SLOT.
084000     PERFORM 6200-TIME-OF-DAY THRU 6200-EXIT.
084100     MOVE "N" TO WS-PEAK-SW.
084200     IF WS-PK-FROM-HOUR < WS-PK-TO-HOUR
084300         IF WS-HOUR NOT < WS-PK-FROM-HOUR
084400             AND WS-HOUR < WS-PK-TO-HOUR
084500             MOVE "Y" TO WS-PEAK-SW
084600         END-IF
084700     ELSE
084800         IF WS-HOUR NOT < WS-PK-FROM-HOUR
084900             OR WS-HOUR < WS-PK-TO-HOUR
085000             MOVE "Y" TO WS-PEAK-SW
085100         END-IF
085200     END-IF.
085300     IF WS-PEAK-INTERVAL
085400         ADD WS-SL-IMPORT-WH(WS-MARK-SUB) TO WS-PEAK-WH
085500     ELSE
085600         ADD WS-SL-IMPORT-WH(WS-MARK-SUB) TO WS-OFFPEAK-WH
085700     END-IF.
085800     ADD WS-SL-EXPORT-WH(WS-MARK-SUB) TO WS-EXPORT-WH.
085900 6100-EXIT.
086000     EXIT.

086100*-----------------------------------------------------------*
086200*    SLOT WS-MARK-SUB TO ITS QUARTER-HOUR OF THE DAY (1-96) IN  *
086300*    WS-PF-SUB AND ITS HOUR (0-23) IN WS-HOUR.                  *
086400*-----------------------------------------------------------*
086500 6200-TIME-OF-DAY.
086600     COMPUTE WS-SLOT-OFFSET = WS-MARK-SUB - 1.
086700     DIVIDE WS-SLOT-OFFSET BY 96 GIVING WS-DAY-NO
086800         REMAINDER WS-TOD-REM.
086900     COMPUTE WS-PF-SUB = WS-TOD-REM + 1.
087000     DIVIDE WS-TOD-REM BY 4 GIVING WS-HOUR.
087100 6200-EXIT.
087200     EXIT.

087300*-----------------------------------------------------------*
087400*    THE CYCLE GOES TO BILLING AS AN ORDINARY READ METER -      *
087500*    UNITS ONLY, NO REGISTER READINGS, NO READER, READ ON THE   *
087600*    LAST DAY OF THE CYCLE.                                     *
087700*-----------------------------------------------------------*
087800 7000-RELEASE-READING.
087900     MOVE SPACES TO MT-RECORD.
088000     MOVE CM-CUST-ID TO MT-CUST-ID.
088100     COMPUTE MT-UNITS ROUNDED =
088200         (WS-PEAK-WH + WS-OFFPEAK-WH) / 1000
088300         ON SIZE ERROR
088400             MOVE "UNITS OVERFLOW" TO WS-REJECT-REASON
088500             PERFORM 8100-WRITE-EXCEPTION THRU 8100-EXIT
088600             GO TO 7000-EXIT
088700     END-COMPUTE.
088800     IF WS-TOU-SCHEDULE
088900         SET MT-TYPE-TOU TO TRUE
089000     ELSE
089100         MOVE SPACE TO MT-TXN-TYPE
089200     END-IF.
089300     COMPUTE MT-PEAK-UNITS ROUNDED = WS-PEAK-WH / 1000.
089400     COMPUTE MT-OFFPEAK-UNITS = MT-UNITS - MT-PEAK-UNITS.
089500     COMPUTE MT-EXPORT-UNITS ROUNDED = WS-EXPORT-WH / 1000.
089600     MOVE ZERO           TO MT-OLD-FINAL-UNITS.
089700     MOVE SPACES         TO MT-NEW-METER-NO.
089800     MOVE ZERO           TO MT-KVAH-UNITS.
089900     MOVE WS-CYCLE-TO    TO MT-READING-DATE.
090000     MOVE ZERO           TO MT-PREV-READING.
090100     MOVE ZERO           TO MT-CURR-READING.
090200     SET MT-STAT-READ    TO TRUE.
090300     MOVE SPACES         TO MT-READER-ID.
090300     MOVE ZERO           TO MT-CHANGE-DATE.
090400     WRITE MT-RECORD.
090500     ADD 1 TO WS-RELEASED-COUNT.
090600 7000-EXIT.
090700     EXIT.

090800 8000-WRITE-HEADER.
090900     MOVE SPACES TO WS-RPT-LINE.
091000     STRING "SMART-METER INTERVAL EXCEPTIONS - CYCLE "
091100         WS-CYCLE-FROM " TO " WS-CYCLE-TO " - RUN "
091200         WS-SYSTEM-DATE
091300         DELIMITED BY SIZE INTO WS-RPT-LINE.
091400     WRITE SX-LINE FROM WS-RPT-LINE.
091500     MOVE SPACES TO WS-RPT-LINE.
091600     STRING "GAPS OVER " WS-MAX-GAP-PCT
091700         " PCT OF THE CYCLE ARE LEFT FOR THE BILLING RUN TO"
091800         " ESTIMATE"
091900         DELIMITED BY SIZE INTO WS-RPT-LINE.
092000     WRITE SX-LINE FROM WS-RPT-LINE.
092100     MOVE SPACES TO WS-RPT-LINE.
092200     MOVE "METER"    TO WS-RPT-LINE(1:5).
092300     MOVE "CUSTOMER" TO WS-RPT-LINE(14:8).
092400     MOVE "RECVD"    TO WS-RPT-LINE(25:5).
092500     MOVE "MISS"     TO WS-RPT-LINE(32:4).
092600     MOVE "SPIKE"    TO WS-RPT-LINE(37:5).
092700     MOVE "ZERO"     TO WS-RPT-LINE(44:4).
092800     MOVE "CLOCK"    TO WS-RPT-LINE(49:5).
092900     MOVE "GAP-%"    TO WS-RPT-LINE(56:5).
093000     MOVE "REASON"   TO WS-RPT-LINE(62:6).
093100     WRITE SX-LINE FROM WS-RPT-LINE.
093200 8000-EXIT.
093300     EXIT.

093400 8100-WRITE-EXCEPTION.
093500     ADD 1 TO WS-REJECTED-COUNT.
093600     MOVE SPACES TO WS-RPT-LINE.
093700     MOVE WS-CUR-METER TO WS-RPT-LINE(1:12).
093800     MOVE WS-CUR-CUST-ID TO WS-RPT-LINE(14:10).
093900     MOVE WS-RECEIVED-COUNT TO WS-CNT-ED.
094000     MOVE WS-CNT-ED TO WS-RPT-LINE(25:5).
094100     MOVE WS-MISSING-COUNT  TO WS-CNT-ED.
094200     MOVE WS-CNT-ED TO WS-RPT-LINE(31:5).
094300     MOVE WS-SPIKE-COUNT    TO WS-CNT-ED.
094400     MOVE WS-CNT-ED TO WS-RPT-LINE(37:5).
094500     MOVE WS-ZERO-COUNT     TO WS-CNT-ED.
094600     MOVE WS-CNT-ED TO WS-RPT-LINE(43:5).
094700     MOVE WS-CLOCK-COUNT    TO WS-CNT-ED.
094800     MOVE WS-CNT-ED TO WS-RPT-LINE(49:5).
094900     MOVE WS-GAP-PCT        TO WS-PCT-ED.
095000     MOVE WS-PCT-ED TO WS-RPT-LINE(56:5).
095100     MOVE WS-REJECT-REASON  TO WS-RPT-LINE(62:19).
095200     WRITE SX-LINE FROM WS-RPT-LINE.
095300 8100-EXIT.
095400     EXIT.

095500 8200-WRITE-SUMMARY.
095600     MOVE SPACES TO WS-RPT-LINE.
095700     WRITE SX-LINE FROM WS-RPT-LINE.
095800     MOVE SPACES TO WS-RPT-LINE.
095900     MOVE "METERS IN" TO WS-RPT-LINE(1:20).
096000     MOVE WS-METERS-IN TO WS-BIG-ED.
096100     MOVE WS-BIG-ED TO WS-RPT-LINE(22:9).
096200     WRITE SX-LINE FROM WS-RPT-LINE.
096300     MOVE SPACES TO WS-RPT-LINE.
096400     MOVE "RELEASED TO BILLING" TO WS-RPT-LINE(1:20).
096500     MOVE WS-RELEASED-COUNT TO WS-BIG-ED.
096600     MOVE WS-BIG-ED TO WS-RPT-LINE(22:9).
096700     WRITE SX-LINE FROM WS-RPT-LINE.
096800     MOVE SPACES TO WS-RPT-LINE.
096900     MOVE "ON THIS REPORT" TO WS-RPT-LINE(1:20).
097000     MOVE WS-REJECTED-COUNT TO WS-BIG-ED.
097100     MOVE WS-BIG-ED TO WS-RPT-LINE(22:9).
097200     WRITE SX-LINE FROM WS-RPT-LINE.
097300     MOVE SPACES TO WS-RPT-LINE.
097400     MOVE "INTERVALS FILLED" TO WS-RPT-LINE(1:20).
097500     MOVE WS-RUN-FILLED TO WS-BIG-ED.
097600     MOVE WS-BIG-ED TO WS-RPT-LINE(22:9).
097700     WRITE SX-LINE FROM WS-RPT-LINE.
097800     MOVE SPACES TO WS-RPT-LINE.
097900     MOVE "INTERVALS ESTIMATED" TO WS-RPT-LINE(1:20).
098000     MOVE WS-RUN-ESTIMATED TO WS-BIG-ED.
098100     MOVE WS-BIG-ED TO WS-RPT-LINE(22:9).
098200     WRITE SX-LINE FROM WS-RPT-LINE.
098300 8200-EXIT.
098400     EXIT.

098500 9000-TERMINATE.
098600     CLOSE INTVDATA.
098700     CLOSE METERAST.
098800     CLOSE CUSTMAS.
098900     CLOSE METERTXN.
099000     CLOSE SMRTEXC.
099000     PERFORM 9680-FILE-REPORT THRU 9680-EXIT.
099100     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
099200     CLOSE RUNLOG.
099300     IF WS-NEW-SMART-COUNT > 0
099400         DISPLAY "BILSMRT: " WS-NEW-SMART-COUNT
099500             " METER(S) NEWLY FLAGGED SMART ON THE ASSET REGISTER"
099600     END-IF.
099700     IF WS-OUTSIDE-COUNT > 0
099800         DISPLAY "BILSMRT: " WS-OUTSIDE-COUNT
099900             " INTERVAL(S) OUTSIDE THE CYCLE PASSED OVER"
100000     END-IF.
100100     DISPLAY "BILSMRT: " WS-RELEASED-COUNT " OF " WS-METERS-IN
100200         " METER(S) RELEASED TO METERTXN, "
100300         WS-REJECTED-COUNT " ON SMRTEXC".
100400 9000-EXIT.
100500     EXIT.

100600 9600-WRITE-RUNLOG.
100700     MOVE "BILSMRT"        TO RL-PROGRAM-ID.
100800     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
100900     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
101000     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
101100     MOVE "INTVDATA"       TO RL-INPUT-FILE.
101200     MOVE WS-INTV-READ     TO RL-RECORDS-READ.
101300     MOVE WS-RELEASED-COUNT TO RL-BILLS-PRODUCED.
101400     MOVE WS-REJECTED-COUNT TO RL-EXCEPTIONS.
101500     MOVE ZERO             TO RL-TOTAL-BILLED.
101600     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
101700     ACCEPT RL-END-TIME FROM TIME.
101800     WRITE RL-RECORD.
101900 9600-EXIT.
102000     EXIT.

102000 9680-FILE-REPORT.
102000     OPEN INPUT SMRTEXC.
102000     IF NOT FS-SMRTEXC-OK
102000         GO TO 9680-EXIT
102000     END-IF.
102000     MOVE "O"               TO RO-FUNCTION.
102000     MOVE "SMRTEXC"         TO RO-REPORT-NAME.
102000     MOVE "BILSMRT"         TO RO-PROGRAM-ID.
102000     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
102000     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
102000     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
102000     MOVE WS-BILL-PERIOD    TO RO-PERIOD.
102000     CALL "BILRPTF" USING RO-PARMS.
102000     IF RO-OK
102000         MOVE "N" TO WS-RO-EOF-SW
102000         PERFORM 9690-FILE-LINE THRU 9690-EXIT
102000             UNTIL WS-RO-EOF
102000         MOVE "C"          TO RO-FUNCTION
102000         CALL "BILRPTF" USING RO-PARMS
102000     END-IF.
102000     CLOSE SMRTEXC.
102000 9680-EXIT.
102000     EXIT.

102000 9690-FILE-LINE.
102000     READ SMRTEXC
102000         AT END
102000             MOVE "Y" TO WS-RO-EOF-SW
102000             GO TO 9690-EXIT
102000     END-READ.
102000     MOVE "L"               TO RO-FUNCTION.
102000     MOVE SX-LINE           TO RO-LINE.
102000     CALL "BILRPTF" USING RO-PARMS.
102000 9690-EXIT.
102000     EXIT.
