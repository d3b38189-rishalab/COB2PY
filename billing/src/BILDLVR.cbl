000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILDLVR.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-09-30.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILDLVR                                                   *
000900*  SMS/EMAIL DELIVERY-RECEIPT TRACKING.  THREE FUNCTIONS:      *
001000*    I - IMPORT THE GATEWAY'S RECEIPT FILE (NOTFRCPT).  EACH   *
001100*        RECEIPT IS MATCHED BY ITS REFERENCE TO THE LINE       *
001200*        BILBATCH LOGGED ON NOTFLOG, THE OUTCOME IS RECORDED   *
001300*        THERE AND ON THE CUSTOMER, AND A RUN OF CONSECUTIVE   *
001400*        FAILURES (OPERATOR-KEYED, DEFAULT 3) PUTS THE ACCOUNT *
001500*        BACK ON PRINTED BILLS THROUGH THE PRINT-BUREAU        *
001600*        EXTRACT AND QUEUES IT ONCE FOR THE CONTACT-           *
001700*        CORRECTION TEAM (CONTQ);                              *
001800*    C - CLOSE A QUEUE ITEM ONCE THE PHONE OR EMAIL IS FIXED   *
001900*        THROUGH BILMNT, RESTORING THE NOTIFY METHOD;          *
002000*    W - WEEKLY REPORT OF DELIVERY RATES BY CHANNEL AND ZONE   *
002100*        FOR THE SEVEN DAYS ENDING ON A KEYED DATE.            *
002200*  THE QUEUE IS HELD WHOLE AND WRITTEN BACK WHOLE, THE SAME    *
002300*  IDIOM BILRMAIL USES FOR RETURNED POST.                      *
002400*-----------------------------------------------------------*
002500*  MODIFICATION HISTORY                                      *
002600*  DATE       INIT  DESCRIPTION                               *
002700*  2026-09-30 RSH   ORIGINAL                                  *
002700*  2026-10-01 RSH   THE FALLBACK TO PRINTED BILLS ALSO DROPS  *
002700*                   A PAPERLESS ACCOUNT BACK TO PAPER;        *
002700*                   CLOSING THE QUEUE ITEM PUTS IT BACK ON    *
002700*                   E-BILLS.                                  *
002700*  2026-10-15 RSH   FILE DLVRPT IN THE REPORT REPOSITORY     *
002700*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002800*-----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.   IBM-370.
003200 OBJECT-COMPUTER.   IBM-370.

003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS CM-CUST-ID
003900         FILE STATUS IS FS-CUSTMAS.

004000     SELECT NOTFLOG ASSIGN TO "NOTFLOG"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS NL-REF
004400         FILE STATUS IS FS-NOTFLOG.

004500     SELECT NOTFRCPT ASSIGN TO "NOTFRCPT"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS FS-NOTFRCPT.

004800     SELECT CONTQ ASSIGN TO "CONTQ"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS FS-CONTQ.

005100     SELECT DLVRPT ASSIGN TO "DLVRPT"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS FS-DLVRPT.

005400     SELECT RUNLOG ASSIGN TO "RUNLOG"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS FS-RUNLOG.

005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  CUSTMAS
006000     LABEL RECORDS ARE STANDARD.
006100 COPY CUSTMAS.

006200 FD  NOTFLOG
006300     LABEL RECORDS ARE STANDARD.
006400 COPY NOTFLOG.

006500 FD  NOTFRCPT
006600     LABEL RECORDS ARE STANDARD.
006700 COPY NOTFRCPT.

006800 FD  CONTQ
006900     LABEL RECORDS ARE STANDARD.
007000 COPY CONTQ.

007100 FD  DLVRPT
007200     LABEL RECORDS ARE STANDARD.
007300 01  DP-LINE                     PIC X(80).

007400 FD  RUNLOG
007500     LABEL RECORDS ARE STANDARD.
007600 COPY RUNLOG.

007700 WORKING-STORAGE SECTION.
007800*-----------------------------------------------------------*
007900*    FILE STATUS SWITCHES                                    *
008000*-----------------------------------------------------------*
008100 77  FS-CUSTMAS              PIC X(02).
008200     88  FS-CUSTMAS-OK               VALUE "00".
008300 77  FS-NOTFLOG              PIC X(02).
008400     88  FS-NOTFLOG-OK               VALUE "00".
008500 77  FS-NOTFRCPT             PIC X(02).
008600     88  FS-NOTFRCPT-OK              VALUE "00".
008700 77  FS-CONTQ                PIC X(02).
008800     88  FS-CONTQ-OK                 VALUE "00".
008900 77  FS-DLVRPT               PIC X(02).
009000     88  FS-DLVRPT-OK                VALUE "00".
009100 77  FS-RUNLOG               PIC X(02).
009200     88  FS-RUNLOG-OK                VALUE "00".

009300*-----------------------------------------------------------*
009400*    PROGRAM SWITCHES AND WORK FIELDS                         *
009500*-----------------------------------------------------------*
009600 77  WS-ABORT-SW             PIC X(01) VALUE "N".
009700     88  WS-ABORT                    VALUE "Y".
009800 77  WS-DV-EOF-SW            PIC X(01) VALUE "N".
009900     88  WS-DV-EOF                   VALUE "Y".
010000 77  WS-NL-EOF-SW            PIC X(01) VALUE "N".
010100     88  WS-NL-EOF                   VALUE "Y".
010200 77  WS-KQ-EOF-SW            PIC X(01) VALUE "N".
010300     88  WS-KQ-EOF                   VALUE "Y".
010300 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
010300     88  WS-RO-EOF                   VALUE "Y".
010400 77  WS-OPERATOR-ID          PIC X(08).
010500 77  WS-SYSTEM-DATE          PIC 9(08).
010600 77  WS-SYSTEM-TIME          PIC 9(08).
010700 77  WS-FUNCTION             PIC X(01).
010800     88  WS-FUNC-IMPORT              VALUE "I".
010900     88  WS-FUNC-CLOSE               VALUE "C".
011000     88  WS-FUNC-WEEKLY              VALUE "W".
011100 77  WS-FAIL-LIMIT           PIC 9(02) VALUE ZERO.
011200 77  WS-IN-CUST-ID           PIC X(10).
011300 77  WS-WEEK-END             PIC 9(08) VALUE ZERO.
011400 77  WS-WEEK-START           PIC 9(08) VALUE ZERO.
011500 77  WS-RCPT-READ            PIC 9(07) VALUE ZERO.
011600 77  WS-RCPT-MATCHED         PIC 9(07) VALUE ZERO.
011700 77  WS-RCPT-REJECTED        PIC 9(07) VALUE ZERO.
011800 77  WS-DELIVERED-COUNT      PIC 9(07) VALUE ZERO.
011900 77  WS-FAILED-COUNT         PIC 9(07) VALUE ZERO.
012000 77  WS-FALLBACK-COUNT       PIC 9(05) VALUE ZERO.
012000 77  WS-PAPER-DROPPED        PIC 9(05) VALUE ZERO.
012100 77  WS-CLOSED-COUNT         PIC 9(05) VALUE ZERO.
012200 77  WS-LOGGED-IN-WEEK       PIC 9(07) VALUE ZERO.
012300 77  WS-KQ-SUB               PIC 9(04) VALUE ZERO.
012400 77  WS-KQ-FOUND             PIC 9(04) VALUE ZERO.
012500 77  WS-ZN-SUB               PIC 9(03) VALUE ZERO.
012600 77  WS-ZN-FOUND             PIC 9(03) VALUE ZERO.
012700 77  WS-CH-SUB               PIC 9(01) VALUE ZERO.
012800 77  WS-CH-STATUS            PIC X(01).
012900 77  WS-RATE                 PIC 9(03)V9 VALUE ZERO.
013000 01  WS-RPT-LINE             PIC X(80).
013100 01  WS-CHAN-NAME            PIC X(05).
013200 01  WS-CNT1-ED              PIC ZZZ,ZZ9.
013300 01  WS-CNT2-ED              PIC ZZZ,ZZ9.
013400 01  WS-CNT3-ED              PIC ZZZ,ZZ9.
013500 01  WS-CNT4-ED              PIC ZZZ,ZZ9.
013600 01  WS-RATE-ED              PIC ZZ9.9.

013700*-----------------------------------------------------------*
013800*    THE CONTACT-CORRECTION QUEUE, HELD WHOLE AND WRITTEN     *
013900*    BACK WHOLE                                               *
014000*-----------------------------------------------------------*
014100 01  WS-QUEUE-TABLE.
014200     05  WS-KQ-ENTRY OCCURS 1000 TIMES.
014300         10  WS-KQ-CUST-ID       PIC X(10).
014400         10  WS-KQ-QUEUED-DATE   PIC 9(08).
014500         10  WS-KQ-STATUS        PIC X(01).
014600         10  WS-KQ-CLOSED-DATE   PIC 9(08).
014700         10  WS-KQ-OPERATOR-ID   PIC X(08).
014800         10  WS-KQ-FAIL-REASON   PIC X(20).
014900 01  WS-QUEUE-COUNT              PIC 9(04) VALUE ZERO.

015000*-----------------------------------------------------------*
015100*    WEEKLY TALLY - ONE ENTRY PER ZONE, IN ZONE ORDER, WITH    *
015200*    A COLUMN PER CHANNEL (1 = SMS, 2 = EMAIL).  ENTRY 0 OF    *
015300*    NO ZONE IS KEPT AS THE CHANNEL TOTALS.                    *
015400*-----------------------------------------------------------*
015500 01  WS-ZONE-TABLE.
015600     05  WS-ZN-ENTRY OCCURS 100 TIMES.
015700         10  WS-ZN-CODE          PIC X(02).
015800         10  WS-ZN-CHAN OCCURS 2 TIMES.
015900             15  WS-ZN-SENT      PIC 9(07).
016000             15  WS-ZN-DELIV     PIC 9(07).
016100             15  WS-ZN-FAILED    PIC 9(07).
016200             15  WS-ZN-PENDING   PIC 9(07).
016300 01  WS-ZONE-COUNT               PIC 9(03) VALUE ZERO.
016400 01  WS-TOTAL-TABLE.
016500     05  WS-TT-CHAN OCCURS 2 TIMES.
016600         10  WS-TT-SENT          PIC 9(07) VALUE ZERO.
016700         10  WS-TT-DELIV         PIC 9(07) VALUE ZERO.
016800         10  WS-TT-FAILED        PIC 9(07) VALUE ZERO.
016900         10  WS-TT-PENDING       PIC 9(07) VALUE ZERO.
017000 01  WS-PRINT-COUNTS.
017100     05  WS-PC-SENT              PIC 9(07).
017200     05  WS-PC-DELIV             PIC 9(07).
017300     05  WS-PC-FAILED            PIC 9(07).
017400     05  WS-PC-PENDING           PIC 9(07).
017400 COPY RPTPARM.

017500 PROCEDURE DIVISION.
017600 0000-MAINLINE SECTION.
017700     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
017800     IF NOT WS-ABORT
017900         EVALUATE TRUE
018000             WHEN WS-FUNC-IMPORT
018100                 PERFORM 2000-APPLY-RECEIPT THRU 2000-EXIT
018200                     UNTIL WS-DV-EOF
018300             WHEN WS-FUNC-CLOSE
018400                 PERFORM 3000-CLOSE-ITEM THRU 3000-EXIT
018500             WHEN WS-FUNC-WEEKLY
018600                 PERFORM 4000-TALLY-ONE THRU 4000-EXIT
018700                     UNTIL WS-NL-EOF
018800                 PERFORM 4500-PRINT-REPORT THRU 4500-EXIT
018900         END-EVALUATE
019000     END-IF.
019100     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
019200     STOP RUN.

019300 1000-INITIALIZE.
019400     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
019500     ACCEPT WS-SYSTEM-TIME FROM TIME.
019600     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
019700     ACCEPT WS-OPERATOR-ID.
019800     DISPLAY "FUNCTION (I=IMPORT RECEIPTS C=CLOSE ITEM"
019900         " W=WEEKLY REPORT): " WITH NO ADVANCING.
020000     ACCEPT WS-FUNCTION.
020100     IF NOT WS-FUNC-IMPORT AND NOT WS-FUNC-CLOSE
020200         AND NOT WS-FUNC-WEEKLY
020300         DISPLAY "BILDLVR: UNKNOWN FUNCTION " WS-FUNCTION
020400         MOVE "Y" TO WS-ABORT-SW
020500         GO TO 1000-EXIT
020600     END-IF.
020700     OPEN EXTEND RUNLOG.
020800     IF NOT FS-RUNLOG-OK
020900         DISPLAY "BILDLVR: UNABLE TO OPEN RUNLOG, STATUS "
021000             FS-RUNLOG
021100         MOVE "Y" TO WS-ABORT-SW
021200         GO TO 1000-EXIT
021300     END-IF.
021400     IF WS-FUNC-WEEKLY
021500         PERFORM 1500-OPEN-WEEKLY THRU 1500-EXIT
021600         GO TO 1000-EXIT
021700     END-IF.
021800     OPEN I-O CUSTMAS.
021900     IF NOT FS-CUSTMAS-OK
022000         DISPLAY "BILDLVR: UNABLE TO OPEN CUSTMAS, STATUS "
022100             FS-CUSTMAS
022200         MOVE "Y" TO WS-ABORT-SW
022300         GO TO 1000-EXIT
022400     END-IF.
022500     PERFORM 1100-LOAD-QUEUE THRU 1100-EXIT.
022600     IF WS-FUNC-CLOSE OR WS-ABORT
022700         GO TO 1000-EXIT
022800     END-IF.
022900     DISPLAY "CONSECUTIVE FAILURES BEFORE PRINTED BILLS"
023000         " (BLANK=3): " WITH NO ADVANCING.
023100     ACCEPT WS-FAIL-LIMIT.
023200     IF WS-FAIL-LIMIT NOT NUMERIC OR WS-FAIL-LIMIT = ZERO
023300         MOVE 3 TO WS-FAIL-LIMIT
023400     END-IF.
023500     OPEN I-O NOTFLOG.
023600     IF NOT FS-NOTFLOG-OK
023700         DISPLAY "BILDLVR: UNABLE TO OPEN NOTFLOG, STATUS "
023800             FS-NOTFLOG
023900         MOVE "Y" TO WS-ABORT-SW
024000         GO TO 1000-EXIT
024100     END-IF.
024200     OPEN INPUT NOTFRCPT.
024300     IF NOT FS-NOTFRCPT-OK
024400         DISPLAY "BILDLVR: UNABLE TO OPEN NOTFRCPT, STATUS "
024500             FS-NOTFRCPT
024600         MOVE "Y" TO WS-ABORT-SW
024700         GO TO 1000-EXIT
024800     END-IF.
024900     PERFORM 2900-READ-RECEIPT THRU 2900-EXIT.
025000 1000-EXIT.
025100     EXIT.

025200*-----------------------------------------------------------*
025300*    THE QUEUE FILE IS OPTIONAL ON FIRST USE - THE FIRST       *
025400*    ACCOUNT TO FALL BACK TO PRINT CREATES IT.                 *
025500*-----------------------------------------------------------*
025600 1100-LOAD-QUEUE.
025700     OPEN INPUT CONTQ.
025800     IF NOT FS-CONTQ-OK
025900         GO TO 1100-EXIT
026000     END-IF.
026100     READ CONTQ
026200         AT END
026300             MOVE "Y" TO WS-KQ-EOF-SW
026400     END-READ.
026500     PERFORM 1110-STORE-ITEM THRU 1110-EXIT
026600         UNTIL WS-KQ-EOF.
026700     CLOSE CONTQ.
026800 1100-EXIT.
026900     EXIT.

027000 1110-STORE-ITEM.
027100     IF WS-QUEUE-COUNT >= 1000
027200         DISPLAY "BILDLVR: QUEUE TABLE FULL - RUN"
027300             " ABANDONED BEFORE AN ITEM COULD BE LOST"
027400         MOVE "Y" TO WS-ABORT-SW
027500         MOVE "Y" TO WS-KQ-EOF-SW
027600         GO TO 1110-EXIT
027700     END-IF.
027800     ADD 1 TO WS-QUEUE-COUNT.
027900     MOVE KQ-CUST-ID     TO WS-KQ-CUST-ID(WS-QUEUE-COUNT).
028000     MOVE KQ-QUEUED-DATE TO WS-KQ-QUEUED-DATE(WS-QUEUE-COUNT).
028100     MOVE KQ-STATUS      TO WS-KQ-STATUS(WS-QUEUE-COUNT).
028200     MOVE KQ-CLOSED-DATE TO WS-KQ-CLOSED-DATE(WS-QUEUE-COUNT).
028300     MOVE KQ-OPERATOR-ID TO
028400         WS-KQ-OPERATOR-ID(WS-QUEUE-COUNT).
028500     MOVE KQ-FAIL-REASON TO
028600         WS-KQ-FAIL-REASON(WS-QUEUE-COUNT).
028700     READ CONTQ
028800         AT END
028900             MOVE "Y" TO WS-KQ-EOF-SW
029000     END-READ.
029100 1110-EXIT.
029200     EXIT.

029300*-----------------------------------------------------------*
029400*    THE REPORTING WEEK IS THE SEVEN DAYS ENDING ON THE KEYED  *
029500*    DATE, BY THE DATE THE NOTIFICATION WENT OUT.              *
029600*-----------------------------------------------------------*
029700 1500-OPEN-WEEKLY.
029800     DISPLAY "WEEK ENDING YYYYMMDD (BLANK=TODAY): "
029900         WITH NO ADVANCING.
030000     ACCEPT WS-WEEK-END.
030100     IF WS-WEEK-END NOT NUMERIC OR WS-WEEK-END = ZERO
030200         MOVE WS-SYSTEM-DATE TO WS-WEEK-END
030300     END-IF.
030400     IF FUNCTION TEST-DATE-YYYYMMDD(WS-WEEK-END) NOT = ZERO
030500         DISPLAY "BILDLVR: " WS-WEEK-END " IS NOT A DATE"
030600         MOVE "Y" TO WS-ABORT-SW
030700         GO TO 1500-EXIT
030800     END-IF.
030900     COMPUTE WS-WEEK-START = FUNCTION DATE-OF-INTEGER(
031000         FUNCTION INTEGER-OF-DATE(WS-WEEK-END) - 6).
031100     OPEN INPUT NOTFLOG.
031200     IF NOT FS-NOTFLOG-OK
031300         DISPLAY "BILDLVR: UNABLE TO OPEN NOTFLOG, STATUS "
031400             FS-NOTFLOG
031500         MOVE "Y" TO WS-ABORT-SW
031600         GO TO 1500-EXIT
031700     END-IF.
031800     OPEN OUTPUT DLVRPT.
031900     IF NOT FS-DLVRPT-OK
032000         DISPLAY "BILDLVR: UNABLE TO OPEN DLVRPT, STATUS "
032100             FS-DLVRPT
032200         MOVE "Y" TO WS-ABORT-SW
032300         GO TO 1500-EXIT
032400     END-IF.
032500     MOVE WS-WEEK-START TO NL-REF-DATE.
032600     MOVE ZERO          TO NL-REF-TIME.
032700     MOVE ZERO          TO NL-REF-SEQ.
032800     START NOTFLOG KEY IS >= NL-REF
032900         INVALID KEY
033000             MOVE "Y" TO WS-NL-EOF-SW
033100     END-START.
033200 1500-EXIT.
033300     EXIT.

033400*-----------------------------------------------------------*
033500*    ONE RECEIPT.  IT MUST MATCH A LOGGED NOTIFICATION ON A    *
033600*    CHANNEL STILL WAITING FOR ITS RECEIPT - A SECOND RECEIPT  *
033700*    FOR THE SAME MESSAGE IS REJECTED, NOT COUNTED TWICE.      *
033800*-----------------------------------------------------------*
033900 2000-APPLY-RECEIPT.
034000     ADD 1 TO WS-RCPT-READ.
034100     IF NOT DV-DELIVERED AND NOT DV-FAILED
034200         DISPLAY "BILDLVR: RECEIPT " DV-REF
034300             " HAS AN UNKNOWN RESULT " DV-RESULT
034400         ADD 1 TO WS-RCPT-REJECTED
034500         GO TO 2000-NEXT
034600     END-IF.
034700     MOVE DV-REF TO NL-REF.
034800     READ NOTFLOG
034900         INVALID KEY
035000             DISPLAY "BILDLVR: RECEIPT " DV-REF
035100                 " MATCHES NO NOTIFICATION"
035200             ADD 1 TO WS-RCPT-REJECTED
035300             GO TO 2000-NEXT
035400     END-READ.
035500     EVALUATE TRUE
035600         WHEN DV-CHAN-SMS AND NL-SMS-PENDING
035700             MOVE DV-RESULT     TO NL-SMS-STATUS
035800             MOVE DV-EVENT-DATE TO NL-SMS-DATE
035900         WHEN DV-CHAN-EMAIL AND NL-EMAIL-PENDING
036000             MOVE DV-RESULT     TO NL-EMAIL-STATUS
036100             MOVE DV-EVENT-DATE TO NL-EMAIL-DATE
036200         WHEN OTHER
036300             DISPLAY "BILDLVR: RECEIPT " DV-REF " CHANNEL "
036400                 DV-CHANNEL " NOT AWAITING A RECEIPT"
036500             ADD 1 TO WS-RCPT-REJECTED
036600             GO TO 2000-NEXT
036700     END-EVALUATE.
036800     IF DV-FAILED
036900         MOVE DV-FAIL-REASON TO NL-FAIL-REASON
037000     END-IF.
037100     REWRITE NL-RECORD
037200         INVALID KEY
037300             DISPLAY "BILDLVR: NOTFLOG REWRITE FAILED FOR "
037400                 DV-REF
037500             ADD 1 TO WS-RCPT-REJECTED
037600             GO TO 2000-NEXT
037700     END-REWRITE.
037800     ADD 1 TO WS-RCPT-MATCHED.
037900     PERFORM 2100-UPDATE-CUSTOMER THRU 2100-EXIT.
038000 2000-NEXT.
038100     PERFORM 2900-READ-RECEIPT THRU 2900-EXIT.
038200 2000-EXIT.
038300     EXIT.

038400*-----------------------------------------------------------*
038500*    THE OUTCOME GOES ON THE CUSTOMER.  A DELIVERY ENDS THE    *
038600*    RUN OF FAILURES; A FAILURE EXTENDS IT, AND AT THE LIMIT   *
038700*    THE ACCOUNT FALLS BACK TO PRINTED BILLS.                  *
038800*-----------------------------------------------------------*
038900 2100-UPDATE-CUSTOMER.
039000     MOVE NL-CUST-ID TO CM-CUST-ID.
039100     READ CUSTMAS
039200         INVALID KEY
039300             DISPLAY "BILDLVR: CUSTOMER " NL-CUST-ID
039400                 " NOT ON FILE"
039500             GO TO 2100-EXIT
039600     END-READ.
039700     MOVE DV-RESULT     TO CM-NOTIF-STATUS.
039800     MOVE DV-EVENT-DATE TO CM-NOTIF-STATUS-DATE.
039900     IF DV-DELIVERED
040000         MOVE ZERO TO CM-NOTIF-FAIL-COUNT
040100         ADD 1 TO WS-DELIVERED-COUNT
040200     ELSE
040300         IF CM-NOTIF-FAIL-COUNT < 99
040400             ADD 1 TO CM-NOTIF-FAIL-COUNT
040500         END-IF
040600         ADD 1 TO WS-FAILED-COUNT
040700         IF CM-NOTIF-FAIL-COUNT >= WS-FAIL-LIMIT
040800             AND NOT CM-PRINT-FALLBACK
040900             PERFORM 2200-FALL-BACK THRU 2200-EXIT
041000         END-IF
041100     END-IF.
041200     REWRITE CM-RECORD
041300         INVALID KEY
041400             DISPLAY "BILDLVR: REWRITE FAILED FOR " CM-CUST-ID
041500     END-REWRITE.
041600 2100-EXIT.
041700     EXIT.

041800*-----------------------------------------------------------*
041900*    FALL BACK TO PRINT - NOTIFICATIONS STOP (THE METHOD THEY  *
042000*    USED IS KEPT FOR THE CLOSE), THE PRINT-BUREAU EXTRACT     *
042100*    CARRIES THE BILL, A PAPERLESS ACCOUNT DROPS BACK TO       *
042200*    PAPER, AND THE ACCOUNT IS QUEUED ONCE FOR CONTACT         *
042200*    CORRECTION.                                               *
042300*-----------------------------------------------------------*
042400 2200-FALL-BACK.
042500     MOVE CM-NOTIFY-METHOD TO CM-FALLBACK-NOTIFY.
042600     MOVE "N"              TO CM-NOTIFY-METHOD.
042700     MOVE "Y"              TO CM-PRINT-FALLBACK-SW.
042700     IF CM-PAPERLESS
042700         MOVE "D"            TO CM-PAPERLESS-SW
042700         MOVE WS-SYSTEM-DATE TO CM-PAPERLESS-DATE
042700         ADD 1 TO WS-PAPER-DROPPED
042700     END-IF.
042800     ADD 1 TO WS-FALLBACK-COUNT.
042900     DISPLAY "BILDLVR: " CM-CUST-ID " - " CM-NOTIF-FAIL-COUNT
043000         " FAILED DELIVERIES, BACK ON PRINTED BILLS".
043100     IF CM-UNDELIVERABLE
043200         DISPLAY "BILDLVR: " CM-CUST-ID
043300             " IS ALSO UNDELIVERABLE BY POST - NO WORKING"
043400             " CHANNEL"
043500     END-IF.
043600     MOVE CM-CUST-ID TO WS-IN-CUST-ID.
043700     PERFORM 2500-QUEUE-ONCE THRU 2500-EXIT.
043800 2200-EXIT.
043900     EXIT.

044000 2500-QUEUE-ONCE.
044100     MOVE ZERO TO WS-KQ-FOUND.
044200     PERFORM 2510-MATCH-OPEN THRU 2510-EXIT
044300         VARYING WS-KQ-SUB FROM 1 BY 1
044400         UNTIL WS-KQ-SUB > WS-QUEUE-COUNT
044500            OR WS-KQ-FOUND > 0.
044600     IF WS-KQ-FOUND > 0
044700         GO TO 2500-EXIT
044800     END-IF.
044900     IF WS-QUEUE-COUNT >= 1000
045000         DISPLAY "BILDLVR: QUEUE TABLE FULL - NOT QUEUED"
045100         GO TO 2500-EXIT
045200     END-IF.
045300     ADD 1 TO WS-QUEUE-COUNT.
045400     MOVE WS-IN-CUST-ID  TO WS-KQ-CUST-ID(WS-QUEUE-COUNT).
045500     MOVE WS-SYSTEM-DATE TO WS-KQ-QUEUED-DATE(WS-QUEUE-COUNT).
045600     MOVE "O"            TO WS-KQ-STATUS(WS-QUEUE-COUNT).
045700     MOVE ZERO           TO WS-KQ-CLOSED-DATE(WS-QUEUE-COUNT).
045800     MOVE WS-OPERATOR-ID TO
045900         WS-KQ-OPERATOR-ID(WS-QUEUE-COUNT).
046000     MOVE DV-FAIL-REASON TO
046100         WS-KQ-FAIL-REASON(WS-QUEUE-COUNT).
046200 2500-EXIT.
046300     EXIT.

046400 2510-MATCH-OPEN.
046500     IF WS-KQ-CUST-ID(WS-KQ-SUB) = WS-IN-CUST-ID
046600         AND WS-KQ-STATUS(WS-KQ-SUB) = "O"
046700         MOVE WS-KQ-SUB TO WS-KQ-FOUND
046800     END-IF.
046900 2510-EXIT.
047000     EXIT.

047100 2900-READ-RECEIPT.
047200     READ NOTFRCPT
047300         AT END
047400             MOVE "Y" TO WS-DV-EOF-SW
047500     END-READ.
047600 2900-EXIT.
047700     EXIT.

047800*-----------------------------------------------------------*
047900*    CLOSE - THE PHONE OR EMAIL HAS BEEN FIXED THROUGH BILMNT. *
048000*    THE NOTIFY METHOD SET ASIDE AT THE FALLBACK COMES BACK    *
048100*    UNLESS BILMNT HAS ALREADY SET A NEW ONE, A PAPERLESS      *
048100*    ACCOUNT DROPPED BY THE FALLBACK GOES BACK ON E-BILLS, AND *
048200*    THE RUN OF FAILURES STARTS AGAIN FROM NOTHING.            *
048300*-----------------------------------------------------------*
048400 3000-CLOSE-ITEM.
048500     DISPLAY "CUSTOMER ID: " WITH NO ADVANCING.
048600     ACCEPT WS-IN-CUST-ID.
048700     MOVE ZERO TO WS-KQ-FOUND.
048800     PERFORM 2510-MATCH-OPEN THRU 2510-EXIT
048900         VARYING WS-KQ-SUB FROM 1 BY 1
049000         UNTIL WS-KQ-SUB > WS-QUEUE-COUNT
049100            OR WS-KQ-FOUND > 0.
049200     IF WS-KQ-FOUND = 0
049300         DISPLAY "BILDLVR: NO OPEN QUEUE ITEM FOR "
049400             WS-IN-CUST-ID
049500         GO TO 3000-EXIT
049600     END-IF.
049700     MOVE WS-IN-CUST-ID TO CM-CUST-ID.
049800     READ CUSTMAS
049900         INVALID KEY
050000             DISPLAY "BILDLVR: CUSTOMER " WS-IN-CUST-ID
050100                 " NOT ON FILE"
050200             GO TO 3000-EXIT
050300     END-READ.
050400     IF CM-NOTIFY-NONE AND CM-FALLBACK-NOTIFY NOT = SPACE
050500         MOVE CM-FALLBACK-NOTIFY TO CM-NOTIFY-METHOD
050600     END-IF.
050700     MOVE SPACE TO CM-PRINT-FALLBACK-SW.
050700     IF CM-PAPERLESS-DROPPED
050700         MOVE "Y"            TO CM-PAPERLESS-SW
050700         MOVE WS-SYSTEM-DATE TO CM-PAPERLESS-DATE
050700     END-IF.
050800     MOVE SPACE TO CM-FALLBACK-NOTIFY.
050900     MOVE ZERO  TO CM-NOTIF-FAIL-COUNT.
051000     REWRITE CM-RECORD
051100         INVALID KEY
051200             DISPLAY "BILDLVR: REWRITE FAILED FOR "
051300                 WS-IN-CUST-ID
051400             GO TO 3000-EXIT
051500     END-REWRITE.
051600     MOVE "C"            TO WS-KQ-STATUS(WS-KQ-FOUND).
051700     MOVE WS-SYSTEM-DATE TO WS-KQ-CLOSED-DATE(WS-KQ-FOUND).
051800     MOVE WS-OPERATOR-ID TO
051900         WS-KQ-OPERATOR-ID(WS-KQ-FOUND).
052000     ADD 1 TO WS-CLOSED-COUNT.
052100     DISPLAY "BILDLVR: ITEM CLOSED FOR " WS-IN-CUST-ID
052200         " - NOTIFY METHOD " CM-NOTIFY-METHOD.
052300 3000-EXIT.
052400     EXIT.

052500*-----------------------------------------------------------*
052600*    WEEKLY TALLY - THE LOG IS KEYED BY RUN DATE, SO THE READ  *
052700*    STARTS AT THE FIRST DAY OF THE WEEK AND STOPS PAST ITS    *
052800*    LAST.                                                     *
052900*-----------------------------------------------------------*
053000 4000-TALLY-ONE.
053100     READ NOTFLOG NEXT RECORD
053200         AT END
053300             MOVE "Y" TO WS-NL-EOF-SW
053400             GO TO 4000-EXIT
053500     END-READ.
053600     IF NL-REF-DATE > WS-WEEK-END
053700         MOVE "Y" TO WS-NL-EOF-SW
053800         GO TO 4000-EXIT
053900     END-IF.
054000     ADD 1 TO WS-LOGGED-IN-WEEK.
054100     PERFORM 4100-FIND-ZONE THRU 4100-EXIT.
054200     IF WS-ZN-FOUND = 0
054300         GO TO 4000-EXIT
054400     END-IF.
054500     IF NL-SMS-SENT
054600         MOVE 1             TO WS-CH-SUB
054700         MOVE NL-SMS-STATUS TO WS-CH-STATUS
054800         PERFORM 4200-COUNT-CHANNEL THRU 4200-EXIT
054900     END-IF.
055000     IF NL-EMAIL-SENT
055100         MOVE 2               TO WS-CH-SUB
055200         MOVE NL-EMAIL-STATUS TO WS-CH-STATUS
055300         PERFORM 4200-COUNT-CHANNEL THRU 4200-EXIT
055400     END-IF.
055500 4000-EXIT.
055600     EXIT.

055700*-----------------------------------------------------------*
055800*    ZONES ARE KEPT IN ORDER - A NEW ZONE IS SLOTTED IN AT     *
055900*    ITS PLACE AND THE ENTRIES ABOVE IT MOVED UP ONE.          *
056000*-----------------------------------------------------------*
056100 4100-FIND-ZONE.
056200     MOVE ZERO TO WS-ZN-FOUND.
056300     PERFORM 4110-MATCH-ZONE THRU 4110-EXIT
056400         VARYING WS-ZN-SUB FROM 1 BY 1
056500         UNTIL WS-ZN-SUB > WS-ZONE-COUNT
056600            OR WS-ZN-FOUND > 0.
056700     IF WS-ZN-FOUND > 0
056800         GO TO 4100-EXIT
056900     END-IF.
057000     IF WS-ZONE-COUNT >= 100
057100         DISPLAY "BILDLVR: ZONE TABLE FULL - ZONE "
057200             NL-ZONE-CODE " LEFT OUT OF THE REPORT"
057300         GO TO 4100-EXIT
057400     END-IF.
057500     MOVE 1 TO WS-ZN-FOUND.
057600     PERFORM 4120-FIND-SLOT THRU 4120-EXIT
057700         VARYING WS-ZN-SUB FROM WS-ZONE-COUNT BY -1
057800         UNTIL WS-ZN-SUB < 1
057900            OR WS-ZN-FOUND > 1.
058000     ADD 1 TO WS-ZONE-COUNT.
058100     PERFORM 4130-SHIFT-UP THRU 4130-EXIT
058200         VARYING WS-ZN-SUB FROM WS-ZONE-COUNT BY -1
058300         UNTIL WS-ZN-SUB <= WS-ZN-FOUND.
058400     MOVE NL-ZONE-CODE TO WS-ZN-CODE(WS-ZN-FOUND).
058500     MOVE ZERO TO WS-ZN-SENT(WS-ZN-FOUND 1)
058600                  WS-ZN-DELIV(WS-ZN-FOUND 1)
058700                  WS-ZN-FAILED(WS-ZN-FOUND 1)
058800                  WS-ZN-PENDING(WS-ZN-FOUND 1)
058900                  WS-ZN-SENT(WS-ZN-FOUND 2)
059000                  WS-ZN-DELIV(WS-ZN-FOUND 2)
059100                  WS-ZN-FAILED(WS-ZN-FOUND 2)
059200                  WS-ZN-PENDING(WS-ZN-FOUND 2).
059300 4100-EXIT.
059400     EXIT.

059500 4110-MATCH-ZONE.
059600     IF WS-ZN-CODE(WS-ZN-SUB) = NL-ZONE-CODE
059700         MOVE WS-ZN-SUB TO WS-ZN-FOUND
059800     END-IF.
059900 4110-EXIT.
060000     EXIT.

060100 4120-FIND-SLOT.
060200     IF WS-ZN-CODE(WS-ZN-SUB) < NL-ZONE-CODE
060300         COMPUTE WS-ZN-FOUND = WS-ZN-SUB + 1
060400     END-IF.
060500 4120-EXIT.
060600     EXIT.

060700 4130-SHIFT-UP.
060800     MOVE WS-ZN-ENTRY(WS-ZN-SUB - 1) TO WS-ZN-ENTRY(WS-ZN-SUB).
060900 4130-EXIT.
061000     EXIT.

061100 4200-COUNT-CHANNEL.
061200     ADD 1 TO WS-ZN-SENT(WS-ZN-FOUND WS-CH-SUB).
061300     ADD 1 TO WS-TT-SENT(WS-CH-SUB).
061400     EVALUATE WS-CH-STATUS
061500         WHEN "D"
061600             ADD 1 TO WS-ZN-DELIV(WS-ZN-FOUND WS-CH-SUB)
061700             ADD 1 TO WS-TT-DELIV(WS-CH-SUB)
061800         WHEN "F"
061900             ADD 1 TO WS-ZN-FAILED(WS-ZN-FOUND WS-CH-SUB)
062000             ADD 1 TO WS-TT-FAILED(WS-CH-SUB)
062100         WHEN OTHER
062200             ADD 1 TO WS-ZN-PENDING(WS-ZN-FOUND WS-CH-SUB)
062300             ADD 1 TO WS-TT-PENDING(WS-CH-SUB)
062400     END-EVALUATE.
062500 4200-EXIT.
062600     EXIT.

062700*-----------------------------------------------------------*
062800*    THE REPORT - ONE LINE PER ZONE AND CHANNEL USED, THEN     *
062900*    THE CHANNEL TOTALS.  THE RATE IS DELIVERED OVER SENT;     *
063000*    PENDING IS SHOWN SO A LATE GATEWAY FILE IS NOT MISTAKEN   *
063100*    FOR A BAD WEEK.                                           *
063200*-----------------------------------------------------------*
063300 4500-PRINT-REPORT.
063400     MOVE SPACES TO WS-RPT-LINE.
063500     STRING "NOTIFICATION DELIVERY RATES - WEEK "
063600         WS-WEEK-START " TO " WS-WEEK-END
063700         DELIMITED BY SIZE INTO WS-RPT-LINE.
063800     WRITE DP-LINE FROM WS-RPT-LINE.
063900     MOVE SPACES TO WS-RPT-LINE.
064000     WRITE DP-LINE FROM WS-RPT-LINE.
064100     MOVE "ZONE  CHANNEL     SENT  DELIVERED    FAILED   PENDING"
064200         TO WS-RPT-LINE.
064300     MOVE "  RATE %" TO WS-RPT-LINE(55:8).
064400     WRITE DP-LINE FROM WS-RPT-LINE.
064500     MOVE ALL "-" TO WS-RPT-LINE.
064600     WRITE DP-LINE FROM WS-RPT-LINE.
064700     PERFORM 4510-PRINT-ZONE THRU 4510-EXIT
064800         VARYING WS-ZN-SUB FROM 1 BY 1
064900         UNTIL WS-ZN-SUB > WS-ZONE-COUNT.
065000     MOVE ALL "-" TO WS-RPT-LINE.
065100     WRITE DP-LINE FROM WS-RPT-LINE.
065200     PERFORM 4530-PRINT-TOTAL THRU 4530-EXIT
065300         VARYING WS-CH-SUB FROM 1 BY 1
065400         UNTIL WS-CH-SUB > 2.
065500 4500-EXIT.
065600     EXIT.

065700 4510-PRINT-ZONE.
065800     PERFORM 4520-PRINT-CHANNEL THRU 4520-EXIT
065900         VARYING WS-CH-SUB FROM 1 BY 1
066000         UNTIL WS-CH-SUB > 2.
066100 4510-EXIT.
066200     EXIT.

066300 4520-PRINT-CHANNEL.
066400     IF WS-ZN-SENT(WS-ZN-SUB WS-CH-SUB) = 0
066500         GO TO 4520-EXIT
066600     END-IF.
066700     MOVE WS-ZN-CHAN(WS-ZN-SUB WS-CH-SUB) TO WS-PRINT-COUNTS.
066800     MOVE SPACES TO WS-RPT-LINE.
066900     MOVE WS-ZN-CODE(WS-ZN-SUB) TO WS-RPT-LINE(1:2).
067000     PERFORM 4600-FORMAT-COUNTS THRU 4600-EXIT.
067100     WRITE DP-LINE FROM WS-RPT-LINE.
067200 4520-EXIT.
067300     EXIT.

067400 4530-PRINT-TOTAL.
067500     IF WS-TT-SENT(WS-CH-SUB) = 0
067600         GO TO 4530-EXIT
067700     END-IF.
067800     MOVE WS-TT-CHAN(WS-CH-SUB) TO WS-PRINT-COUNTS.
067900     MOVE SPACES TO WS-RPT-LINE.
068000     MOVE "ALL" TO WS-RPT-LINE(1:3).
068100     PERFORM 4600-FORMAT-COUNTS THRU 4600-EXIT.
068200     WRITE DP-LINE FROM WS-RPT-LINE.
068300 4530-EXIT.
068400     EXIT.

068500 4600-FORMAT-COUNTS.
068600     IF WS-CH-SUB = 1
068700         MOVE "SMS"   TO WS-CHAN-NAME
068800     ELSE
068900         MOVE "EMAIL" TO WS-CHAN-NAME
069000     END-IF.
069100     COMPUTE WS-RATE ROUNDED =
069200         WS-PC-DELIV * 100 / WS-PC-SENT.
069300     MOVE WS-PC-SENT    TO WS-CNT1-ED.
069400     MOVE WS-PC-DELIV   TO WS-CNT2-ED.
069500     MOVE WS-PC-FAILED  TO WS-CNT3-ED.
069600     MOVE WS-PC-PENDING TO WS-CNT4-ED.
069700     MOVE WS-RATE       TO WS-RATE-ED.
069800     MOVE WS-CHAN-NAME  TO WS-RPT-LINE(7:5).
069900     MOVE WS-CNT1-ED    TO WS-RPT-LINE(14:7).
070000     MOVE WS-CNT2-ED    TO WS-RPT-LINE(25:7).
070100     MOVE WS-CNT3-ED    TO WS-RPT-LINE(35:7).
070200     MOVE WS-CNT4-ED    TO WS-RPT-LINE(45:7).
070300     MOVE WS-RATE-ED    TO WS-RPT-LINE(57:5).
070400 4600-EXIT.
070500     EXIT.

070600 8000-REWRITE-QUEUE.
070700     IF WS-ABORT OR WS-QUEUE-COUNT = 0
070800         GO TO 8000-EXIT
070900     END-IF.
071000     OPEN OUTPUT CONTQ.
071100     IF NOT FS-CONTQ-OK
071200         DISPLAY "BILDLVR: UNABLE TO REWRITE CONTQ, STATUS "
071300             FS-CONTQ
071400         GO TO 8000-EXIT
071500     END-IF.
071600     PERFORM 8100-WRITE-ITEM THRU 8100-EXIT
071700         VARYING WS-KQ-SUB FROM 1 BY 1
071800         UNTIL WS-KQ-SUB > WS-QUEUE-COUNT.
071900     CLOSE CONTQ.
072000 8000-EXIT.
072100     EXIT.

072200 8100-WRITE-ITEM.
072300     MOVE WS-KQ-CUST-ID(WS-KQ-SUB)     TO KQ-CUST-ID.
072400     MOVE WS-KQ-QUEUED-DATE(WS-KQ-SUB) TO KQ-QUEUED-DATE.
072500     MOVE WS-KQ-STATUS(WS-KQ-SUB)      TO KQ-STATUS.
072600     MOVE WS-KQ-CLOSED-DATE(WS-KQ-SUB) TO KQ-CLOSED-DATE.
072700     MOVE WS-KQ-OPERATOR-ID(WS-KQ-SUB) TO KQ-OPERATOR-ID.
072800     MOVE WS-KQ-FAIL-REASON(WS-KQ-SUB) TO KQ-FAIL-REASON.
072900     WRITE KQ-RECORD.
073000 8100-EXIT.
073100     EXIT.

073200 9000-TERMINATE.
073300     IF WS-FUNC-IMPORT OR WS-FUNC-CLOSE
073400         PERFORM 8000-REWRITE-QUEUE THRU 8000-EXIT
073500         CLOSE CUSTMAS
073600     END-IF.
073700     IF WS-FUNC-IMPORT
073800         CLOSE NOTFLOG
073900         CLOSE NOTFRCPT
074000     END-IF.
074100     IF WS-FUNC-WEEKLY
074200         CLOSE NOTFLOG
074300         CLOSE DLVRPT
074300         PERFORM 9680-FILE-REPORT THRU 9680-EXIT
074400     END-IF.
074500     IF FS-RUNLOG-OK
074600         PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT
074700         CLOSE RUNLOG
074800     END-IF.
074900     EVALUATE TRUE
075000         WHEN WS-FUNC-IMPORT
075100             DISPLAY "BILDLVR: " WS-RCPT-READ " RECEIPTS, "
075200                 WS-RCPT-MATCHED " MATCHED, "
075300                 WS-RCPT-REJECTED " REJECTED"
075400             DISPLAY "BILDLVR: " WS-DELIVERED-COUNT
075500                 " DELIVERED, " WS-FAILED-COUNT " FAILED, "
075600                 WS-FALLBACK-COUNT " BACK ON PRINTED BILLS"
075600             DISPLAY "BILDLVR: " WS-PAPER-DROPPED
075600                 " PAPERLESS ACCOUNTS DROPPED BACK TO PAPER"
075700         WHEN WS-FUNC-CLOSE
075800             DISPLAY "BILDLVR: " WS-CLOSED-COUNT " CLOSED"
075900         WHEN WS-FUNC-WEEKLY
076000             DISPLAY "BILDLVR: " WS-LOGGED-IN-WEEK
076100                 " NOTIFICATIONS IN THE WEEK REPORTED"
076200     END-EVALUATE.
076300 9000-EXIT.
076400     EXIT.

076500 9600-WRITE-RUNLOG.
076600     MOVE "BILDLVR"        TO RL-PROGRAM-ID.
076700     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
076800     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
076900     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
077000     IF WS-FUNC-IMPORT
077100         MOVE "NOTFRCPT"   TO RL-INPUT-FILE
077200         MOVE WS-RCPT-READ TO RL-RECORDS-READ
077300     ELSE
077400         MOVE "NOTFLOG"    TO RL-INPUT-FILE
077500         MOVE WS-LOGGED-IN-WEEK TO RL-RECORDS-READ
077600     END-IF.
077700     MOVE WS-RCPT-MATCHED  TO RL-BILLS-PRODUCED.
077800     MOVE WS-RCPT-REJECTED TO RL-EXCEPTIONS.
077900     MOVE ZERO             TO RL-TOTAL-BILLED.
078000     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
078100     ACCEPT RL-END-TIME FROM TIME.
078200     WRITE RL-RECORD.
078300 9600-EXIT.
078400     EXIT.

078500*-----------------------------------------------------------*
078600*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
078700*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
078800*    OUTLIVES THE NEXT RUN.                                    *
078900*-----------------------------------------------------------*
079000 9680-FILE-REPORT.
079100     OPEN INPUT DLVRPT.
079200     IF NOT FS-DLVRPT-OK
079300         GO TO 9680-EXIT
079400     END-IF.
079500     MOVE "O"               TO RO-FUNCTION.
079600     MOVE "DLVRPT"          TO RO-REPORT-NAME.
079700     MOVE "BILDLVR"         TO RO-PROGRAM-ID.
079800     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
079900     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
080000     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
080100     MOVE ZERO              TO RO-PERIOD.
080200     CALL "BILRPTF" USING RO-PARMS.
080300     IF RO-OK
080400         MOVE "N" TO WS-RO-EOF-SW
080500         PERFORM 9690-FILE-LINE THRU 9690-EXIT
080600             UNTIL WS-RO-EOF
080700         MOVE "C"          TO RO-FUNCTION
080800         CALL "BILRPTF" USING RO-PARMS
080900     END-IF.
081000     CLOSE DLVRPT.
081100 9680-EXIT.
081200     EXIT.

081300 9690-FILE-LINE.
081400     READ DLVRPT
081500         AT END
081600             MOVE "Y" TO WS-RO-EOF-SW
081700             GO TO 9690-EXIT
081800     END-READ.
081900     MOVE "L"               TO RO-FUNCTION.
082000     MOVE DP-LINE           TO RO-LINE.
082100     CALL "BILRPTF" USING RO-PARMS.
082200 9690-EXIT.
082300     EXIT.
