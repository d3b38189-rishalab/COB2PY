000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILDTLD.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-09-26.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILDTLD                                                   *
000900*  DISTRIBUTION TRANSFORMER LOADING REPORT.  BILNRGY STOPS AT *
001000*  THE FEEDER; THE FIELD ENGINEERS PLAN CAPACITY BY THE       *
001100*  TRANSFORMER.  THE RUN FIRST APPLIES THE ENGINEERS'         *
001200*  TRANSFORMER ADDS AND CHANGES (DTTXN, OPTIONAL) TO THE      *
001300*  TRANSFORMER MASTER (DTMAST), THEN WALKS THE CUSTOMER       *
001400*  MASTER SUMMING EACH CONNECTION'S SANCTIONED LOAD ONTO THE  *
001500*  TRANSFORMER IT IS INDEXED TO (CM-DT-CODE), AND THE         *
001600*  HISTORY SUMMING THE PERIOD'S BILLED UNITS THE SAME WAY.    *
001700*  EACH TRANSFORMER IS PRINTED AGAINST ITS LOADING LIMIT ON   *
001800*  DTLDRPT AND FLAGGED WHEN THE CONNECTED LOAD, OR THE        *
001900*  AVERAGE LOAD THE BILLED UNITS REPRESENT OVER A 30-DAY      *
002000*  PERIOD, IS OVER IT.  THE RECOUNTED CONNECTED LOAD IS       *
002100*  WRITTEN BACK TO THE MASTER FOR BILNEWC AND BILLOAD TO      *
002200*  CHECK NEW LOAD AGAINST.  EVERY CONNECTION NOT YET INDEXED  *
002300*  TO A TRANSFORMER ON THE MASTER IS LISTED ON DTUNIX.        *
002400*-----------------------------------------------------------*
002500*  MODIFICATION HISTORY                                      *
002600*  DATE       INIT  DESCRIPTION                               *
002700*  2026-09-26 RSH   ORIGINAL                                  *
002700*  2026-10-15 RSH   FILE DTLDRPT IN THE REPORT REPOSITORY    *
002700*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002800*-----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.   IBM-370.
003200 OBJECT-COMPUTER.   IBM-370.

003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT DTTXN ASSIGN TO "DTTXN"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS FS-DTTXN.

003800     SELECT DTMAST ASSIGN TO "DTMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS TM-DT-CODE
004200         FILE STATUS IS FS-DTMAST.

004300     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS CM-CUST-ID
004700         FILE STATUS IS FS-CUSTMAS.

004800     SELECT BILLHIST ASSIGN TO "BILLHIST"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS BH-KEY
005200         FILE STATUS IS FS-BILLHIST.

005300     SELECT DTLDRPT ASSIGN TO "DTLDRPT"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS FS-DTLDRPT.

005600     SELECT DTUNIX ASSIGN TO "DTUNIX"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS FS-DTUNIX.

005900     SELECT RUNLOG ASSIGN TO "RUNLOG"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS FS-RUNLOG.

006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  DTTXN
006500     LABEL RECORDS ARE STANDARD.
006600 COPY DTTXN.

006700 FD  DTMAST
006800     LABEL RECORDS ARE STANDARD.
006900 COPY DTMAST.

007000 FD  CUSTMAS
007100     LABEL RECORDS ARE STANDARD.
007200 COPY CUSTMAS.

007300 FD  BILLHIST
007400     LABEL RECORDS ARE STANDARD.
007500 COPY BILLHIST.

007600 FD  DTLDRPT
007700     LABEL RECORDS ARE STANDARD.
007800 01  DL-LINE                     PIC X(80).

007900 FD  DTUNIX
008000     LABEL RECORDS ARE STANDARD.
008100 01  DU-LINE                     PIC X(80).

008200 FD  RUNLOG
008300     LABEL RECORDS ARE STANDARD.
008400 COPY RUNLOG.

008500 WORKING-STORAGE SECTION.
008600*-----------------------------------------------------------*
008700*    FILE STATUS SWITCHES                                    *
008800*-----------------------------------------------------------*
008900 77  FS-DTTXN                PIC X(02).
009000     88  FS-DTTXN-OK                 VALUE "00".
009100 77  FS-DTMAST               PIC X(02).
009200     88  FS-DTMAST-OK                VALUE "00".
009300     88  FS-DTMAST-NOFILE            VALUE "35".
009400 77  FS-CUSTMAS              PIC X(02).
009500     88  FS-CUSTMAS-OK               VALUE "00".
009600 77  FS-BILLHIST             PIC X(02).
009700     88  FS-BILLHIST-OK              VALUE "00".
009800 77  FS-DTLDRPT              PIC X(02).
009900     88  FS-DTLDRPT-OK               VALUE "00".
010000 77  FS-DTUNIX               PIC X(02).
010100     88  FS-DTUNIX-OK                VALUE "00".
010200 77  FS-RUNLOG               PIC X(02).
010300     88  FS-RUNLOG-OK                VALUE "00".

010400*-----------------------------------------------------------*
010500*    PROGRAM SWITCHES AND WORK FIELDS                         *
010600*-----------------------------------------------------------*
010700 77  WS-ABORT-SW             PIC X(01) VALUE "N".
010800     88  WS-ABORT                    VALUE "Y".
010900 77  WS-DX-EOF-SW            PIC X(01) VALUE "N".
011000     88  WS-DX-EOF                   VALUE "Y".
011100 77  WS-DT-EOF-SW            PIC X(01) VALUE "N".
011200     88  WS-DT-EOF                   VALUE "Y".
011300 77  WS-CM-EOF-SW            PIC X(01) VALUE "N".
011400     88  WS-CM-EOF                   VALUE "Y".
011500 77  WS-BH-EOF-SW            PIC X(01) VALUE "N".
011600     88  WS-BH-EOF                   VALUE "Y".
011600 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
011600     88  WS-RO-EOF                   VALUE "Y".
011700 77  WS-OPERATOR-ID          PIC X(08).
011800 77  WS-SYSTEM-DATE          PIC 9(08).
011900 77  WS-SYSTEM-TIME          PIC 9(08).
012000 77  WS-PERIOD               PIC 9(06) VALUE ZERO.
012100 77  WS-PERIOD-HOURS         PIC 9(03) VALUE 720.
012200 77  WS-WORK-DT-CODE         PIC X(08) VALUE SPACES.
012300 77  WS-DT-SUB               PIC 9(03) VALUE ZERO.
012400 77  WS-DT-FOUND             PIC 9(03) VALUE ZERO.
012500 77  WS-LOAD-PCT             PIC 9(04)V99 VALUE ZERO.
012600 77  WS-AVG-KW               PIC 9(07) VALUE ZERO.
012700 77  WS-UNIX-REASON          PIC X(25).
012800 01  WS-RPT-LINE             PIC X(80).
012900 01  WS-KVA-ED               PIC ZZZZ9.
013000 01  WS-LIMIT-ED             PIC ZZZZZZ9.
013100 01  WS-CONN-ED              PIC ZZZZZZ9.
013200 01  WS-PCT-ED               PIC ZZZ9.99.
013300 01  WS-UNITS-ED             PIC ZZZZZZZZZ9.
013400 01  WS-AVG-ED               PIC ZZZZZZ9.

013500*-----------------------------------------------------------*
013600*    RUN COUNTS                                               *
013700*-----------------------------------------------------------*
013800 77  WS-TXNS-READ            PIC 9(05) VALUE ZERO.
013900 77  WS-TXNS-REJECTED        PIC 9(05) VALUE ZERO.
014000 77  WS-CUSTS-READ           PIC 9(07) VALUE ZERO.
014100 77  WS-CUSTS-UNINDEXED      PIC 9(07) VALUE ZERO.
014200 77  WS-BILLS-IN-PERIOD      PIC 9(07) VALUE ZERO.
014300 77  WS-DT-OVERLOADED        PIC 9(03) VALUE ZERO.

014400*-----------------------------------------------------------*
014500*    TRANSFORMER CELLS - THE MASTER, LOADED ONCE, WITH THE    *
014600*    CONNECTED LOAD AND BILLED UNITS SUMMED INTO IT           *
014700*-----------------------------------------------------------*
014800 01  WS-DT-TABLE.
014900     05  WS-DT-ENTRY OCCURS 500 TIMES.
015000         10  WS-DT-CODE          PIC X(08).
015100         10  WS-DT-FEEDER-ID     PIC X(06).
015200         10  WS-DT-KVA-RATING    PIC 9(05).
015300         10  WS-DT-LIMIT-KW      PIC 9(07).
015400         10  WS-DT-CONNECTED-KW  PIC 9(07).
015500         10  WS-DT-CUSTOMERS     PIC 9(05).
015600         10  WS-DT-BILLED-UNITS  PIC 9(11).
015700 01  WS-DT-COUNT                 PIC 9(03) VALUE ZERO.
015700 COPY RPTPARM.

015800 PROCEDURE DIVISION.
015900 0000-MAINLINE SECTION.
016000     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
016100     IF NOT WS-ABORT
016200         PERFORM 2000-SUM-CUSTOMER THRU 2000-EXIT
016300             UNTIL WS-CM-EOF
016400         PERFORM 3000-SUM-BILL THRU 3000-EXIT
016500             UNTIL WS-BH-EOF
016600         PERFORM 7000-WRITE-REPORT THRU 7000-EXIT
016700     END-IF.
016800     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
016900     STOP RUN.

017000 1000-INITIALIZE.
017100     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
017200     ACCEPT WS-SYSTEM-TIME FROM TIME.
017300     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
017400     ACCEPT WS-OPERATOR-ID.
017500     DISPLAY "BILLING PERIOD (YYYYMM): " WITH NO ADVANCING.
017600     ACCEPT WS-PERIOD.
017700     IF WS-PERIOD NOT NUMERIC OR WS-PERIOD = ZERO
017800         DISPLAY "BILDTLD: A BILLING PERIOD IS REQUIRED"
017900         MOVE "Y" TO WS-ABORT-SW
018000         GO TO 1000-EXIT
018100     END-IF.
018200     OPEN I-O DTMAST.
018300     IF FS-DTMAST-NOFILE
018400         OPEN OUTPUT DTMAST
018500         CLOSE DTMAST
018600         OPEN I-O DTMAST
018700     END-IF.
018800     IF NOT FS-DTMAST-OK
018900         DISPLAY "BILDTLD: UNABLE TO OPEN DTMAST, STATUS "
019000             FS-DTMAST
019100         MOVE "Y" TO WS-ABORT-SW
019200         GO TO 1000-EXIT
019300     END-IF.
019400     OPEN INPUT CUSTMAS.
019500     IF NOT FS-CUSTMAS-OK
019600         DISPLAY "BILDTLD: UNABLE TO OPEN CUSTMAS, STATUS "
019700             FS-CUSTMAS
019800         MOVE "Y" TO WS-ABORT-SW
019900         GO TO 1000-EXIT
020000     END-IF.
020100     OPEN INPUT BILLHIST.
020200     IF NOT FS-BILLHIST-OK
020300         DISPLAY "BILDTLD: UNABLE TO OPEN BILLHIST, STATUS "
020400             FS-BILLHIST
020500         MOVE "Y" TO WS-ABORT-SW
020600         GO TO 1000-EXIT
020700     END-IF.
020800     OPEN OUTPUT DTLDRPT.
020900     IF NOT FS-DTLDRPT-OK
021000         DISPLAY "BILDTLD: UNABLE TO OPEN DTLDRPT, STATUS "
021100             FS-DTLDRPT
021200         MOVE "Y" TO WS-ABORT-SW
021300         GO TO 1000-EXIT
021400     END-IF.
021500     OPEN OUTPUT DTUNIX.
021600     IF NOT FS-DTUNIX-OK
021700         DISPLAY "BILDTLD: UNABLE TO OPEN DTUNIX, STATUS "
021800             FS-DTUNIX
021900         MOVE "Y" TO WS-ABORT-SW
022000         GO TO 1000-EXIT
022100     END-IF.
022200     OPEN EXTEND RUNLOG.
022300     IF NOT FS-RUNLOG-OK
022400         DISPLAY "BILDTLD: UNABLE TO OPEN RUNLOG, STATUS "
022500             FS-RUNLOG
022600         MOVE "Y" TO WS-ABORT-SW
022700         GO TO 1000-EXIT
022800     END-IF.
022900     PERFORM 1100-APPLY-DT-CHANGES THRU 1100-EXIT.
023000     PERFORM 1200-LOAD-TRANSFORMERS THRU 1200-EXIT.
023100     IF WS-ABORT
023200         GO TO 1000-EXIT
023300     END-IF.
023400     PERFORM 8000-WRITE-UNIX-HEADER THRU 8000-EXIT.
023500     PERFORM 2900-READ-CUSTOMER THRU 2900-EXIT.
023600     PERFORM 3900-READ-BILL THRU 3900-EXIT.
023700 1000-EXIT.
023800     EXIT.

023900*-----------------------------------------------------------*
024000*    THE ENGINEERS' TRANSFORMER SHEETS ARE OPTIONAL - A RUN    *
024100*    WITH NO CHANGES SIMPLY HAS NO DTTXN.                      *
024200*-----------------------------------------------------------*
024300 1100-APPLY-DT-CHANGES.
024400     OPEN INPUT DTTXN.
024500     IF NOT FS-DTTXN-OK
024600         GO TO 1100-EXIT
024700     END-IF.
024800     READ DTTXN
024900         AT END
025000             MOVE "Y" TO WS-DX-EOF-SW
025100     END-READ.
025200     PERFORM 1110-APPLY-ONE THRU 1110-EXIT
025300         UNTIL WS-DX-EOF.
025400     CLOSE DTTXN.
025500 1100-EXIT.
025600     EXIT.

025700 1110-APPLY-ONE.
025800     ADD 1 TO WS-TXNS-READ.
025900     IF DX-DT-CODE = SPACES
026000         DISPLAY "BILDTLD: TRANSFORMER CODE BLANK - REFUSED"
026100         ADD 1 TO WS-TXNS-REJECTED
026200         GO TO 1110-NEXT
026300     END-IF.
026400     EVALUATE TRUE
026500         WHEN DX-TXN-ADD
026600             PERFORM 1120-ADD-TRANSFORMER THRU 1120-EXIT
026700         WHEN DX-TXN-CHANGE
026800             PERFORM 1130-CHANGE-TRANSFORMER THRU 1130-EXIT
026900         WHEN OTHER
027000             DISPLAY "BILDTLD: " DX-DT-CODE
027100                 " UNKNOWN TRANSACTION TYPE " DX-TXN-TYPE
027200                 " - REFUSED"
027300             ADD 1 TO WS-TXNS-REJECTED
027400     END-EVALUATE.
027500 1110-NEXT.
027600     READ DTTXN
027700         AT END
027800             MOVE "Y" TO WS-DX-EOF-SW
027900     END-READ.
028000 1110-EXIT.
028100     EXIT.

028200 1120-ADD-TRANSFORMER.
028300     IF DX-KVA-RATING NOT NUMERIC OR DX-KVA-RATING = ZERO
028400         DISPLAY "BILDTLD: " DX-DT-CODE
028500             " KVA RATING IS NOT VALID - REFUSED"
028600         ADD 1 TO WS-TXNS-REJECTED
028700         GO TO 1120-EXIT
028800     END-IF.
028900     MOVE SPACES         TO TM-RECORD.
029000     MOVE DX-DT-CODE     TO TM-DT-CODE.
029100     MOVE DX-LOCATION    TO TM-LOCATION.
029200     MOVE DX-FEEDER-ID   TO TM-FEEDER-ID.
029300     MOVE DX-KVA-RATING  TO TM-KVA-RATING.
029400     IF DX-LIMIT-PCT NUMERIC AND DX-LIMIT-PCT > ZERO
029500         MOVE DX-LIMIT-PCT TO TM-LIMIT-PCT
029600     ELSE
029700         MOVE 100          TO TM-LIMIT-PCT
029800     END-IF.
029900     MOVE ZERO           TO TM-CONNECTED-KW.
030000     MOVE ZERO           TO TM-RECOUNT-DATE.
030100     WRITE TM-RECORD
030200         INVALID KEY
030300             DISPLAY "BILDTLD: " DX-DT-CODE
030400                 " ALREADY ON THE MASTER - REFUSED"
030500             ADD 1 TO WS-TXNS-REJECTED
030600     END-WRITE.
030700 1120-EXIT.
030800     EXIT.

030900 1130-CHANGE-TRANSFORMER.
031000     MOVE DX-DT-CODE TO TM-DT-CODE.
031100     READ DTMAST
031200         INVALID KEY
031300             DISPLAY "BILDTLD: " DX-DT-CODE
031400                 " NOT ON THE MASTER - REFUSED"
031500             ADD 1 TO WS-TXNS-REJECTED
031600             GO TO 1130-EXIT
031700     END-READ.
031800     IF DX-LOCATION NOT = SPACES
031900         MOVE DX-LOCATION   TO TM-LOCATION
032000     END-IF.
032100     IF DX-FEEDER-ID NOT = SPACES
032200         MOVE DX-FEEDER-ID  TO TM-FEEDER-ID
032300     END-IF.
032400     IF DX-KVA-RATING NUMERIC AND DX-KVA-RATING > ZERO
032500         MOVE DX-KVA-RATING TO TM-KVA-RATING
032600     END-IF.
032700     IF DX-LIMIT-PCT NUMERIC AND DX-LIMIT-PCT > ZERO
032800         MOVE DX-LIMIT-PCT  TO TM-LIMIT-PCT
032900     END-IF.
033000     REWRITE TM-RECORD
033100         INVALID KEY
033200             DISPLAY "BILDTLD: REWRITE FAILED FOR " DX-DT-CODE
033300             ADD 1 TO WS-TXNS-REJECTED
033400     END-REWRITE.
033500 1130-EXIT.
033600     EXIT.

033700 1200-LOAD-TRANSFORMERS.
033800     MOVE LOW-VALUES TO TM-DT-CODE.
033900     START DTMAST KEY IS NOT LESS THAN TM-DT-CODE
034000         INVALID KEY
034100             MOVE "Y" TO WS-DT-EOF-SW
034200     END-START.
034300     IF NOT WS-DT-EOF
034400         PERFORM 1290-READ-TRANSFORMER THRU 1290-EXIT
034500     END-IF.
034600     PERFORM 1210-STORE-TRANSFORMER THRU 1210-EXIT
034700         UNTIL WS-DT-EOF.
034800 1200-EXIT.
034900     EXIT.

035000 1210-STORE-TRANSFORMER.
035100     IF WS-DT-COUNT >= 500
035200         DISPLAY "BILDTLD: TRANSFORMER TABLE FULL - RUN"
035300             " ABANDONED BEFORE LOAD COULD GO UNCOUNTED"
035400         MOVE "Y" TO WS-ABORT-SW
035500         MOVE "Y" TO WS-DT-EOF-SW
035600         GO TO 1210-EXIT
035700     END-IF.
035800     ADD 1 TO WS-DT-COUNT.
035900     MOVE TM-DT-CODE       TO WS-DT-CODE(WS-DT-COUNT).
036000     MOVE TM-FEEDER-ID  TO WS-DT-FEEDER-ID(WS-DT-COUNT).
036100     MOVE TM-KVA-RATING TO WS-DT-KVA-RATING(WS-DT-COUNT).
036200     COMPUTE WS-DT-LIMIT-KW(WS-DT-COUNT) =
036300         TM-KVA-RATING * TM-LIMIT-PCT / 100.
036400     MOVE ZERO TO WS-DT-CONNECTED-KW(WS-DT-COUNT).
036500     MOVE ZERO TO WS-DT-CUSTOMERS(WS-DT-COUNT).
036600     MOVE ZERO TO WS-DT-BILLED-UNITS(WS-DT-COUNT).
036700     PERFORM 1290-READ-TRANSFORMER THRU 1290-EXIT.
036800 1210-EXIT.
036900     EXIT.

037000 1290-READ-TRANSFORMER.
037100     READ DTMAST NEXT RECORD
037200         AT END
037300             MOVE "Y" TO WS-DT-EOF-SW
037400     END-READ.
037500 1290-EXIT.
037600     EXIT.

037700*-----------------------------------------------------------*
037800*    ONE CUSTOMER - A LIVE CONNECTION'S SANCTIONED LOAD GOES   *
037900*    ONTO ITS TRANSFORMER.  A DISCONNECTED CONNECTION STILL    *
038000*    HOLDS ITS LOAD; ONLY A CLOSED ONE HAS GIVEN IT UP.  ONE   *
038100*    NOT INDEXED, OR INDEXED TO A CODE NOT ON THE MASTER, IS   *
038200*    LISTED FOR THE ENGINEERS TO SURVEY.                       *
038300*-----------------------------------------------------------*
038400 2000-SUM-CUSTOMER.
038500     ADD 1 TO WS-CUSTS-READ.
038600     IF CM-STAT-CLOSED
038700         GO TO 2000-NEXT
038800     END-IF.
038900     IF CM-DT-CODE = SPACES
039000         MOVE "NOT INDEXED" TO WS-UNIX-REASON
039100         PERFORM 8100-WRITE-UNIX-LINE THRU 8100-EXIT
039200         GO TO 2000-NEXT
039300     END-IF.
039400     MOVE CM-DT-CODE TO WS-WORK-DT-CODE.
039500     PERFORM 2100-FIND-TRANSFORMER THRU 2100-EXIT.
039600     IF WS-DT-FOUND = 0
039700         MOVE "TRANSFORMER NOT ON MASTER" TO WS-UNIX-REASON
039800         PERFORM 8100-WRITE-UNIX-LINE THRU 8100-EXIT
039900         GO TO 2000-NEXT
040000     END-IF.
040100     ADD 1 TO WS-DT-CUSTOMERS(WS-DT-FOUND).
040200     IF CM-SANCT-LOAD-KW NUMERIC
040300         ADD CM-SANCT-LOAD-KW TO WS-DT-CONNECTED-KW(WS-DT-FOUND)
040400     END-IF.
040500 2000-NEXT.
040600     PERFORM 2900-READ-CUSTOMER THRU 2900-EXIT.
040700 2000-EXIT.
040800     EXIT.

040900 2100-FIND-TRANSFORMER.
041000     MOVE ZERO TO WS-DT-FOUND.
041100     PERFORM 2110-MATCH-TRANSFORMER THRU 2110-EXIT
041200         VARYING WS-DT-SUB FROM 1 BY 1
041300         UNTIL WS-DT-SUB > WS-DT-COUNT
041400            OR WS-DT-FOUND > 0.
041500 2100-EXIT.
041600     EXIT.

041700 2110-MATCH-TRANSFORMER.
041800     IF WS-DT-CODE(WS-DT-SUB) = WS-WORK-DT-CODE
041900         MOVE WS-DT-SUB TO WS-DT-FOUND
042000     END-IF.
042100 2110-EXIT.
042200     EXIT.

042300 2900-READ-CUSTOMER.
042400     READ CUSTMAS NEXT RECORD
042500         AT END
042600             MOVE "Y" TO WS-CM-EOF-SW
042700     END-READ.
042800 2900-EXIT.
042900     EXIT.

043000*-----------------------------------------------------------*
043100*    ONE HISTORY RECORD - THE PERIOD'S ORDINARY BILLS ROLL     *
043200*    UP CUSTOMER TO TRANSFORMER.  UNITS FOR A CONNECTION NOT   *
043300*    INDEXED ARE ALREADY ACCOUNTED FOR ON THE DTUNIX LIST.     *
043400*-----------------------------------------------------------*
043500 3000-SUM-BILL.
043600     IF BH-BILL-PERIOD NOT = WS-PERIOD
043700         GO TO 3000-NEXT
043800     END-IF.
043900     IF NOT BH-TYPE-BILL
044000         GO TO 3000-NEXT
044100     END-IF.
044200     ADD 1 TO WS-BILLS-IN-PERIOD.
044300     MOVE BH-CUST-ID TO CM-CUST-ID.
044400     READ CUSTMAS
044500         INVALID KEY
044600             GO TO 3000-NEXT
044700     END-READ.
044800     IF CM-DT-CODE = SPACES
044900         GO TO 3000-NEXT
045000     END-IF.
045100     MOVE CM-DT-CODE TO WS-WORK-DT-CODE.
045200     PERFORM 2100-FIND-TRANSFORMER THRU 2100-EXIT.
045300     IF WS-DT-FOUND > 0
045400         ADD BH-UNITS TO WS-DT-BILLED-UNITS(WS-DT-FOUND)
045500     END-IF.
045600 3000-NEXT.
045700     PERFORM 3900-READ-BILL THRU 3900-EXIT.
045800 3000-EXIT.
045900     EXIT.

046000 3900-READ-BILL.
046100     READ BILLHIST NEXT RECORD
046200         AT END
046300             MOVE "Y" TO WS-BH-EOF-SW
046400     END-READ.
046500 3900-EXIT.
046600     EXIT.

046700 7000-WRITE-REPORT.
046800     MOVE SPACES TO WS-RPT-LINE.
046900     STRING "TRANSFORMER LOADING - PERIOD " WS-PERIOD
047000         " RUN " WS-SYSTEM-DATE
047100         DELIMITED BY SIZE INTO WS-RPT-LINE.
047200     WRITE DL-LINE FROM WS-RPT-LINE.
047300     MOVE SPACES TO WS-RPT-LINE.
047400     STRING "TM-DT-CODE  FEEDER   KVA LIMIT-KW CONN-KW   LOAD%"
047500         " BILLED-UNITS  AVG-KW"
047600         DELIMITED BY SIZE INTO WS-RPT-LINE.
047700     WRITE DL-LINE FROM WS-RPT-LINE.
047800     PERFORM 7100-REPORT-ONE THRU 7100-EXIT
047900         VARYING WS-DT-SUB FROM 1 BY 1
048000         UNTIL WS-DT-SUB > WS-DT-COUNT.
048100     MOVE SPACES TO WS-RPT-LINE.
048200     STRING "TRANSFORMERS " WS-DT-COUNT
048300         "  OVERLOADED " WS-DT-OVERLOADED
048400         "  CONNECTIONS NOT INDEXED " WS-CUSTS-UNINDEXED
048500         DELIMITED BY SIZE INTO WS-RPT-LINE.
048600     WRITE DL-LINE FROM WS-RPT-LINE.
048700 7000-EXIT.
048800     EXIT.

048900*-----------------------------------------------------------*
049000*    ONE TRANSFORMER AGAINST ITS LIMIT.  THE RECOUNTED         *
049100*    CONNECTED LOAD GOES BACK ON THE MASTER.                   *
049200*-----------------------------------------------------------*
049300 7100-REPORT-ONE.
049400     IF WS-DT-LIMIT-KW(WS-DT-SUB) > 0
049500         COMPUTE WS-LOAD-PCT ROUNDED =
049600             WS-DT-CONNECTED-KW(WS-DT-SUB) * 100
049700             / WS-DT-LIMIT-KW(WS-DT-SUB)
049800             ON SIZE ERROR
049900                 MOVE 9999.99 TO WS-LOAD-PCT
050000         END-COMPUTE
050100     ELSE
050200         MOVE ZERO TO WS-LOAD-PCT
050300     END-IF.
050400     COMPUTE WS-AVG-KW ROUNDED =
050500         WS-DT-BILLED-UNITS(WS-DT-SUB) / WS-PERIOD-HOURS.
050600     MOVE SPACES TO WS-RPT-LINE.
050700     MOVE WS-DT-KVA-RATING(WS-DT-SUB)   TO WS-KVA-ED.
050800     MOVE WS-DT-LIMIT-KW(WS-DT-SUB)     TO WS-LIMIT-ED.
050900     MOVE WS-DT-CONNECTED-KW(WS-DT-SUB) TO WS-CONN-ED.
051000     MOVE WS-LOAD-PCT                   TO WS-PCT-ED.
051100     MOVE WS-DT-BILLED-UNITS(WS-DT-SUB) TO WS-UNITS-ED.
051200     MOVE WS-AVG-KW                     TO WS-AVG-ED.
051300     STRING WS-DT-CODE(WS-DT-SUB) " "
051400         WS-DT-FEEDER-ID(WS-DT-SUB) " " WS-KVA-ED " "
051500         WS-LIMIT-ED "  " WS-CONN-ED " " WS-PCT-ED " "
051600         WS-UNITS-ED " " WS-AVG-ED
051700         DELIMITED BY SIZE INTO WS-RPT-LINE.
051800     IF WS-DT-CONNECTED-KW(WS-DT-SUB) > WS-DT-LIMIT-KW(WS-DT-SUB)
051900         OR WS-AVG-KW > WS-DT-LIMIT-KW(WS-DT-SUB)
052000         MOVE "OVERLOADED" TO WS-RPT-LINE(71:10)
052100         ADD 1 TO WS-DT-OVERLOADED
052200     END-IF.
052300     WRITE DL-LINE FROM WS-RPT-LINE.
052400     MOVE WS-DT-CODE(WS-DT-SUB) TO TM-DT-CODE.
052500     READ DTMAST
052600         INVALID KEY
052700             GO TO 7100-EXIT
052800     END-READ.
052900     MOVE WS-DT-CONNECTED-KW(WS-DT-SUB) TO TM-CONNECTED-KW.
053000     MOVE WS-SYSTEM-DATE                TO TM-RECOUNT-DATE.
053100     REWRITE TM-RECORD
053200         INVALID KEY
053300             DISPLAY "BILDTLD: REWRITE FAILED FOR "
053400                 WS-DT-CODE(WS-DT-SUB)
053500     END-REWRITE.
053600 7100-EXIT.
053700     EXIT.

053800 8000-WRITE-UNIX-HEADER.
053900     MOVE SPACES TO WS-RPT-LINE.
054000     STRING "CONNECTIONS NOT INDEXED TO A TRANSFORMER - RUN "
054100         WS-SYSTEM-DATE
054200         DELIMITED BY SIZE INTO WS-RPT-LINE.
054300     WRITE DU-LINE FROM WS-RPT-LINE.
054400     MOVE SPACES TO WS-RPT-LINE.
054500     MOVE "CUST-ID    NAME                           METER-NO"
054600         TO WS-RPT-LINE.
054700     MOVE "REASON" TO WS-RPT-LINE(56:6).
054800     WRITE DU-LINE FROM WS-RPT-LINE.
054900 8000-EXIT.
055000     EXIT.

055100 8100-WRITE-UNIX-LINE.
055200     ADD 1 TO WS-CUSTS-UNINDEXED.
055300     MOVE SPACES TO WS-RPT-LINE.
055400     STRING CM-CUST-ID " " CM-NAME " " CM-METER-NO " "
055500         WS-UNIX-REASON
055600         DELIMITED BY SIZE INTO WS-RPT-LINE.
055700     WRITE DU-LINE FROM WS-RPT-LINE.
055800 8100-EXIT.
055900     EXIT.

056000 9000-TERMINATE.
056100     IF NOT WS-ABORT
056200         CLOSE DTMAST
056300         CLOSE CUSTMAS
056400         CLOSE BILLHIST
056500         CLOSE DTLDRPT
056500         PERFORM 9680-FILE-REPORT THRU 9680-EXIT
056600         CLOSE DTUNIX
056700         PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT
056800         CLOSE RUNLOG
056900     END-IF.
057000     DISPLAY "BILDTLD: " WS-DT-COUNT " TRANSFORMER(S), "
057100         WS-DT-OVERLOADED " OVERLOADED, "
057200         WS-CUSTS-UNINDEXED " CONNECTION(S) NOT INDEXED".
057300     IF WS-TXNS-READ > 0
057400         DISPLAY "BILDTLD: " WS-TXNS-READ
057500             " TRANSFORMER CHANGE(S), " WS-TXNS-REJECTED
057600             " REFUSED"
057700     END-IF.
057800 9000-EXIT.
057900     EXIT.

058000 9600-WRITE-RUNLOG.
058100     MOVE "BILDTLD"          TO RL-PROGRAM-ID.
058200     MOVE WS-OPERATOR-ID     TO RL-OPERATOR-ID.
058300     MOVE WS-SYSTEM-DATE     TO RL-RUN-DATE.
058400     MOVE WS-SYSTEM-TIME     TO RL-RUN-TIME.
058500     MOVE "CUSTMAS"          TO RL-INPUT-FILE.
058600     MOVE WS-CUSTS-READ      TO RL-RECORDS-READ.
058700     MOVE WS-BILLS-IN-PERIOD TO RL-BILLS-PRODUCED.
058800     MOVE WS-CUSTS-UNINDEXED TO RL-EXCEPTIONS.
058900     MOVE ZERO               TO RL-TOTAL-BILLED.
059000     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
059100     ACCEPT RL-END-TIME FROM TIME.
059200     WRITE RL-RECORD.
059300 9600-EXIT.
059400     EXIT.

059500*-----------------------------------------------------------*
059600*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
059700*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
059800*    OUTLIVES THE NEXT RUN.                                    *
059900*-----------------------------------------------------------*
060000 9680-FILE-REPORT.
060100     OPEN INPUT DTLDRPT.
060200     IF NOT FS-DTLDRPT-OK
060300         GO TO 9680-EXIT
060400     END-IF.
060500     MOVE "O"               TO RO-FUNCTION.
060600     MOVE "DTLDRPT"         TO RO-REPORT-NAME.
060700     MOVE "BILDTLD"         TO RO-PROGRAM-ID.
060800     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
060900     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
061000     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
061100     MOVE WS-PERIOD         TO RO-PERIOD.
061200     CALL "BILRPTF" USING RO-PARMS.
061300     IF RO-OK
061400         MOVE "N" TO WS-RO-EOF-SW
061500         PERFORM 9690-FILE-LINE THRU 9690-EXIT
061600             UNTIL WS-RO-EOF
061700         MOVE "C"          TO RO-FUNCTION
061800         CALL "BILRPTF" USING RO-PARMS
061900     END-IF.
062000     CLOSE DTLDRPT.
062100 9680-EXIT.
062200     EXIT.

062300 9690-FILE-LINE.
062400     READ DTLDRPT
062500         AT END
062600             MOVE "Y" TO WS-RO-EOF-SW
062700             GO TO 9690-EXIT
062800     END-READ.
062900     MOVE "L"               TO RO-FUNCTION.
063000     MOVE DL-LINE           TO RO-LINE.
063100     CALL "BILRPTF" USING RO-PARMS.
063200 9690-EXIT.
063300     EXIT.
