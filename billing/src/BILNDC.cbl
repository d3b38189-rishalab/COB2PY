000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILNDC.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-02.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILNDC                                                    *
000900*  NO-DUES CERTIFICATE.  TWO FUNCTIONS, PICKED BY THE         *
001000*  OPERATOR AT STARTUP:                                       *
001100*    I - CHECK ONE ACCOUNT FOR EVERYTHING STILL OWED OR       *
001200*        STILL OPEN AGAINST IT - ARREARS AND UNBILLED FEES ON *
001300*        THE MASTER, OPEN ITEMS ON OPENITEM, AN ACTIVE PLAN   *
001400*        ON PAYPLAN, AN OPEN DISPUTE ON DISPREG, AN OPEN OR   *
001500*        UNSATISFIED CASE ON LEGCASE, A CLOSURE AWAITING ITS  *
001600*        FINAL BILL ON CLOSTXN AND A BILL HELD ON THE         *
001700*        APPROVAL QUEUE.  A CLEAR ACCOUNT GETS A NUMBERED     *
001800*        CERTIFICATE AS OF TODAY, RECORDED ON THE NDCREG      *
001900*        REGISTER; ANY OTHER GETS A STATEMENT OF WHAT IS      *
002000*        OUTSTANDING AND NO NUMBER IS TAKEN;                  *
002100*    V - VERIFY A CERTIFICATE PRESENTED TO US AGAINST THE     *
002200*        REGISTER BY ITS NUMBER AND THE ACCOUNT ON ITS FACE.  *
002300*  THE TRANSACTION FILES ARE READ AS BIL360 READS THEM - ONE  *
002400*  THAT IS NOT ON FILE HAS NOTHING OUTSTANDING ON IT.         *
002500*-----------------------------------------------------------*
002600*  MODIFICATION HISTORY                                      *
002700*  DATE       INIT  DESCRIPTION                               *
002800*  2026-10-02 RSH   ORIGINAL                                  *
002800*  2026-10-05 RSH   A VOLUNTARY-SUSPENSION FEE NOT YET BILLED *
002800*                   IS OWED LIKE ANY OTHER FEE.               *
002800*  2026-10-07 RSH   A TARIFF-REVISION RECOVERY NOT YET BILLED *
002800*                   BLOCKS THE CERTIFICATE.                   *
002900*-----------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.

003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT NDCREG ASSIGN TO "NDCREG"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS ND-CERT-NO
004000         FILE STATUS IS FS-NDCREG.

004100     SELECT NDCCTL ASSIGN TO "NDCCTL"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS FS-NDCCTL.

004400     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS CM-CUST-ID
004800         FILE STATUS IS FS-CUSTMAS.

004900     SELECT OPENITEM ASSIGN TO "OPENITEM"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS FS-OPENITEM.

005200     SELECT PAYPLAN ASSIGN TO "PAYPLAN"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS FS-PAYPLAN.

005500     SELECT DISPREG ASSIGN TO "DISPREG"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS FS-DISPREG.

005800     SELECT LEGCASE ASSIGN TO "LEGCASE"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS FS-LEGCASE.

006100     SELECT CLOSTXN ASSIGN TO "CLOSTXN"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS FS-CLOSTXN.

006400     SELECT APPRHLD ASSIGN TO "BILLAPPR"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS FS-APPRHLD.

006700     SELECT NDCPRT ASSIGN TO "NDCPRT"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS FS-NDCPRT.

007000     SELECT RUNLOG ASSIGN TO "RUNLOG"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS FS-RUNLOG.

007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  NDCREG
007600     LABEL RECORDS ARE STANDARD.
007700 COPY NDCREG.

007800 FD  NDCCTL
007900     LABEL RECORDS ARE STANDARD.
008000 COPY NDCCTL.

008100 FD  CUSTMAS
008200     LABEL RECORDS ARE STANDARD.
008300 COPY CUSTMAS.

008400 FD  OPENITEM
008500     LABEL RECORDS ARE STANDARD.
008600 COPY OPENITEM.

008700 FD  PAYPLAN
008800     LABEL RECORDS ARE STANDARD.
008900 COPY PAYPLAN.

009000 FD  DISPREG
009100     LABEL RECORDS ARE STANDARD.
009200 COPY DISPREG.

009300 FD  LEGCASE
009400     LABEL RECORDS ARE STANDARD.
009500 COPY LEGCASE.

009600 FD  CLOSTXN
009700     LABEL RECORDS ARE STANDARD.
009800 COPY CLOSTXN.

009900 FD  APPRHLD
010000     LABEL RECORDS ARE STANDARD.
010100 COPY APPRHLD.

010200 FD  NDCPRT
010300     LABEL RECORDS ARE STANDARD.
010400 01  NP-LINE                     PIC X(80).

010500 FD  RUNLOG
010600     LABEL RECORDS ARE STANDARD.
010700 COPY RUNLOG.

010800 WORKING-STORAGE SECTION.
010900*-----------------------------------------------------------*
011000*    FILE STATUS SWITCHES                                    *
011100*-----------------------------------------------------------*
011200 77  FS-NDCREG               PIC X(02).
011300     88  FS-NDCREG-OK                VALUE "00".
011400 77  FS-NDCCTL               PIC X(02).
011500     88  FS-NDCCTL-OK                VALUE "00".
011600 77  FS-CUSTMAS              PIC X(02).
011700     88  FS-CUSTMAS-OK               VALUE "00".
011800 77  FS-OPENITEM             PIC X(02).
011900     88  FS-OPENITEM-OK              VALUE "00".
012000 77  FS-PAYPLAN              PIC X(02).
012100     88  FS-PAYPLAN-OK               VALUE "00".
012200 77  FS-DISPREG              PIC X(02).
012300     88  FS-DISPREG-OK               VALUE "00".
012400 77  FS-LEGCASE              PIC X(02).
012500     88  FS-LEGCASE-OK               VALUE "00".
012600 77  FS-CLOSTXN              PIC X(02).
012700     88  FS-CLOSTXN-OK               VALUE "00".
012800 77  FS-APPRHLD              PIC X(02).
012900     88  FS-APPRHLD-OK               VALUE "00".
013000 77  FS-NDCPRT               PIC X(02).
013100     88  FS-NDCPRT-OK                VALUE "00".
013200 77  FS-RUNLOG               PIC X(02).
013300     88  FS-RUNLOG-OK                VALUE "00".

013400*-----------------------------------------------------------*
013500*    PROGRAM SWITCHES                                        *
013600*-----------------------------------------------------------*
013700 77  WS-ABORT-SW             PIC X(01) VALUE "N".
013800     88  WS-ABORT                    VALUE "Y".
013900 77  WS-EOF-SW               PIC X(01) VALUE "N".
014000     88  WS-EOF                      VALUE "Y".
014100 77  WS-NQ-EOF-SW            PIC X(01) VALUE "N".
014200     88  WS-NQ-EOF                   VALUE "Y".
014300 77  WS-CTL-CHANGED-SW       PIC X(01) VALUE "N".
014400     88  WS-CTL-CHANGED              VALUE "Y".
014500 77  WS-ND-OPEN-SW           PIC X(01) VALUE "N".
014600     88  WS-ND-OPEN                  VALUE "Y".
014700 77  WS-CM-OPEN-SW           PIC X(01) VALUE "N".
014800     88  WS-CM-OPEN                  VALUE "Y".
014900 77  WS-NP-OPEN-SW           PIC X(01) VALUE "N".
015000     88  WS-NP-OPEN                  VALUE "Y".
015100 77  WS-FUNCTION             PIC X(01).
015200     88  WS-FUNC-ISSUE               VALUE "I".
015300     88  WS-FUNC-VERIFY              VALUE "V".

015400*-----------------------------------------------------------*
015500*    OPERATOR, RUN AND WORK FIELDS                            *
015600*-----------------------------------------------------------*
015700 77  WS-OPERATOR-ID          PIC X(08).
015800 77  WS-SYSTEM-DATE          PIC 9(08).
015900 01  WS-SYSTEM-TIME          PIC 9(08).
016000 01  WS-SYSTEM-TIME-R REDEFINES WS-SYSTEM-TIME.
016100     05  WS-SYS-HHMM         PIC 9(04).
016200     05  FILLER              PIC 9(04).
016300 77  WS-LAST-CERT-NO         PIC 9(08) VALUE ZERO.
016400 77  WS-IN-CUST-ID           PIC X(10).
016500 77  WS-IN-CERT-NO           PIC 9(08) VALUE ZERO.
016600 77  WS-IN-PURPOSE           PIC X(01).
016700 77  WS-IN-APPLICANT         PIC X(30).
016800 77  WS-PURPOSE-TEXT         PIC X(20).
016900 77  WS-PLAN-BALANCE         PIC 9(09)V99 VALUE ZERO.
017000 01  WS-RPT-LINE             PIC X(80).
017100 01  WS-AMT-ED               PIC ZZZZZZZZ9.99.
017200 01  WS-CERT-ED              PIC 9(08).

017300*-----------------------------------------------------------*
017400*    RUN COUNTS                                               *
017500*-----------------------------------------------------------*
017600 77  WS-ISSUED-COUNT         PIC 9(05) VALUE ZERO.
017700 77  WS-REFUSED-COUNT        PIC 9(05) VALUE ZERO.
017800 77  WS-VERIFIED-COUNT       PIC 9(05) VALUE ZERO.

017900*-----------------------------------------------------------*
018000*    WHAT IS OUTSTANDING ON THE ACCOUNT, ONE ENTRY PER ITEM   *
018100*    FOUND, IN THE ORDER THE CHECKS MEET THEM                 *
018200*-----------------------------------------------------------*
018300 01  WS-OWED-TABLE.
018400     05  WS-OW-ENTRY OCCURS 50 TIMES.
018500         10  WS-OW-TEXT          PIC X(48).
018600         10  WS-OW-AMOUNT        PIC 9(09)V99.
018700 01  WS-OW-COUNT                 PIC 9(02) VALUE ZERO.
018800 77  WS-OW-SUB                   PIC 9(02) VALUE ZERO.
018900 77  WS-OW-DROPPED               PIC 9(03) VALUE ZERO.
019000 77  WS-NEW-TEXT                 PIC X(48).
019100 77  WS-NEW-AMOUNT               PIC 9(09)V99 VALUE ZERO.

019200 PROCEDURE DIVISION.
019300 0000-MAINLINE SECTION.
019400     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
019500     IF NOT WS-ABORT
019600         EVALUATE TRUE
019700             WHEN WS-FUNC-ISSUE
019800                 PERFORM 2000-ISSUE-CERTIFICATE THRU 2000-EXIT
019900             WHEN WS-FUNC-VERIFY
020000                 PERFORM 5000-VERIFY-CERTIFICATE THRU 5000-EXIT
020100             WHEN OTHER
020200                 DISPLAY "BILNDC: UNKNOWN FUNCTION "
020300                     WS-FUNCTION
020400         END-EVALUATE
020500     END-IF.
020600     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
020700     STOP RUN.

020800 1000-INITIALIZE.
020900     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
021000     ACCEPT WS-SYSTEM-TIME FROM TIME.
021100     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
021200     ACCEPT WS-OPERATOR-ID.
021300     DISPLAY "FUNCTION (I=CHECK AND ISSUE V=VERIFY): "
021400         WITH NO ADVANCING.
021500     ACCEPT WS-FUNCTION.
021600     OPEN EXTEND RUNLOG.
021700     IF NOT FS-RUNLOG-OK
021800         DISPLAY "BILNDC: UNABLE TO OPEN RUNLOG, STATUS "
021900             FS-RUNLOG
022000         MOVE "Y" TO WS-ABORT-SW
022100         GO TO 1000-EXIT
022200     END-IF.
022300     OPEN I-O NDCREG.
022400     IF NOT FS-NDCREG-OK
022500         OPEN OUTPUT NDCREG
022600         IF FS-NDCREG-OK
022700             CLOSE NDCREG
022800             OPEN I-O NDCREG
022900         END-IF
023000     END-IF.
023100     IF NOT FS-NDCREG-OK
023200         DISPLAY "BILNDC: UNABLE TO OPEN NDCREG, STATUS "
023300             FS-NDCREG
023400         MOVE "Y" TO WS-ABORT-SW
023500         GO TO 1000-EXIT
023600     END-IF.
023700     MOVE "Y" TO WS-ND-OPEN-SW.
023800     IF NOT WS-FUNC-ISSUE
023900         GO TO 1000-EXIT
024000     END-IF.
024100     OPEN INPUT NDCCTL.
024200     IF FS-NDCCTL-OK
024300         PERFORM 1200-READ-NDCCTL THRU 1200-EXIT
024400             UNTIL WS-NQ-EOF
024500         CLOSE NDCCTL
024600     END-IF.
024700     OPEN INPUT CUSTMAS.
024800     IF NOT FS-CUSTMAS-OK
024900         DISPLAY "BILNDC: UNABLE TO OPEN CUSTMAS, STATUS "
025000             FS-CUSTMAS
025100         MOVE "Y" TO WS-ABORT-SW
025200         GO TO 1000-EXIT
025300     END-IF.
025400     MOVE "Y" TO WS-CM-OPEN-SW.
025500     OPEN EXTEND NDCPRT.
025600     IF NOT FS-NDCPRT-OK
025700         OPEN OUTPUT NDCPRT
025800     END-IF.
025900     IF NOT FS-NDCPRT-OK
026000         DISPLAY "BILNDC: UNABLE TO OPEN NDCPRT, STATUS "
026100             FS-NDCPRT
026200         MOVE "Y" TO WS-ABORT-SW
026300         GO TO 1000-EXIT
026400     END-IF.
026500     MOVE "Y" TO WS-NP-OPEN-SW.
026600 1000-EXIT.
026700     EXIT.

026800 1200-READ-NDCCTL.
026900     READ NDCCTL
027000         AT END
027100             MOVE "Y" TO WS-NQ-EOF-SW
027200         NOT AT END
027300             MOVE NQ-LAST-CERT-NO TO WS-LAST-CERT-NO
027400     END-READ.
027500 1200-EXIT.
027600     EXIT.

027700*-----------------------------------------------------------*
027800*    CHECK AND ISSUE - EVERY SOURCE IS CHECKED, SO THE         *
027900*    STATEMENT LISTS ALL THAT STANDS IN THE WAY, NOT JUST THE  *
028000*    FIRST THING FOUND.                                        *
028100*-----------------------------------------------------------*
028200 2000-ISSUE-CERTIFICATE.
028300     DISPLAY "CUSTOMER ID: " WITH NO ADVANCING.
028400     ACCEPT WS-IN-CUST-ID.
028500     MOVE WS-IN-CUST-ID TO CM-CUST-ID.
028600     READ CUSTMAS
028700         INVALID KEY
028800             DISPLAY "BILNDC: CUSTOMER " WS-IN-CUST-ID
028900                 " NOT ON FILE"
029000             GO TO 2000-EXIT
029100     END-READ.
029200     DISPLAY "PURPOSE (S=SALE T=TENANCY L=LOAN O=OTHER): "
029300         WITH NO ADVANCING.
029400     ACCEPT WS-IN-PURPOSE.
029500     EVALUATE WS-IN-PURPOSE
029600         WHEN "S"
029700             MOVE "SALE OF PROPERTY"   TO WS-PURPOSE-TEXT
029800         WHEN "T"
029900             MOVE "CHANGE OF TENANCY"  TO WS-PURPOSE-TEXT
030000         WHEN "L"
030100             MOVE "BANK LOAN"          TO WS-PURPOSE-TEXT
030200         WHEN "O"
030300             MOVE "OTHER"              TO WS-PURPOSE-TEXT
030400         WHEN OTHER
030500             DISPLAY "BILNDC: PURPOSE MUST BE S, T, L OR O"
030600             GO TO 2000-EXIT
030700     END-EVALUATE.
030800     DISPLAY "APPLICANT NAME: " WITH NO ADVANCING.
030900     ACCEPT WS-IN-APPLICANT.
031000     MOVE ZERO TO WS-OW-COUNT.
031100     MOVE ZERO TO WS-OW-DROPPED.
031200     PERFORM 2100-CHECK-MASTER   THRU 2100-EXIT.
031300     PERFORM 2200-CHECK-OPEN-ITEMS THRU 2200-EXIT.
031400     PERFORM 2300-CHECK-PLAN     THRU 2300-EXIT.
031500     PERFORM 2400-CHECK-DISPUTES THRU 2400-EXIT.
031600     PERFORM 2500-CHECK-LEGAL    THRU 2500-EXIT.
031700     PERFORM 2600-CHECK-CLOSURE  THRU 2600-EXIT.
031800     PERFORM 2700-CHECK-APPROVAL THRU 2700-EXIT.
031900     IF WS-OW-COUNT > 0
032000         PERFORM 3500-PRINT-STATEMENT THRU 3500-EXIT
032100         ADD 1 TO WS-REFUSED-COUNT
032200         DISPLAY "BILNDC: " CM-CUST-ID " IS NOT CLEAR - "
032300             WS-OW-COUNT " ITEM(S) OUTSTANDING, STATEMENT PRINTED"
032400         GO TO 2000-EXIT
032500     END-IF.
032600     ADD 1 TO WS-LAST-CERT-NO.
032700     MOVE "Y" TO WS-CTL-CHANGED-SW.
032800     MOVE SPACES          TO ND-RECORD.
032900     MOVE WS-LAST-CERT-NO TO ND-CERT-NO.
033000     MOVE CM-CUST-ID      TO ND-CUST-ID.
033100     MOVE CM-NAME         TO ND-NAME.
033200     MOVE CM-ADDR-LINE1   TO ND-ADDR-LINE1.
033300     MOVE CM-ADDR-LINE2   TO ND-ADDR-LINE2.
033400     MOVE CM-ADDR-CITY    TO ND-ADDR-CITY.
033500     MOVE CM-ADDR-PIN     TO ND-ADDR-PIN.
033600     MOVE CM-METER-NO     TO ND-METER-NO.
033700     MOVE WS-SYSTEM-DATE  TO ND-ISSUE-DATE.
033800     MOVE WS-SYS-HHMM     TO ND-ISSUE-TIME.
033900     MOVE WS-IN-PURPOSE   TO ND-PURPOSE.
034000     MOVE WS-IN-APPLICANT TO ND-APPLICANT.
034100     MOVE WS-OPERATOR-ID  TO ND-OPERATOR-ID.
034200     WRITE ND-RECORD
034300         INVALID KEY
034400             DISPLAY "BILNDC: CERTIFICATE " ND-CERT-NO
034500                 " ALREADY ON THE REGISTER - CHECK NDCCTL"
034600             GO TO 2000-EXIT
034700     END-WRITE.
034800     PERFORM 3000-PRINT-CERTIFICATE THRU 3000-EXIT.
034900     ADD 1 TO WS-ISSUED-COUNT.
035000     DISPLAY "BILNDC: CERTIFICATE " ND-CERT-NO " ISSUED FOR "
035100         CM-CUST-ID.
035200 2000-EXIT.
035300     EXIT.

035400*-----------------------------------------------------------*
035500*    THE MASTER - ARREARS, FEES RAISED BUT NOT YET BILLED, A   *
035600*    PREPAID ACCOUNT RUN BELOW ZERO, AND THE LITIGATION FLAG.  *
035700*-----------------------------------------------------------*
035800 2100-CHECK-MASTER.
035900     IF CM-ARREARS > 0
036000         MOVE "ARREARS BROUGHT FORWARD" TO WS-NEW-TEXT
036100         MOVE CM-ARREARS TO WS-NEW-AMOUNT
036200         PERFORM 2900-ADD-OWED THRU 2900-EXIT
036300     END-IF.
036400     IF CM-RECONN-FEE-DUE > 0
036500         MOVE "RECONNECTION FEE NOT YET BILLED" TO WS-NEW-TEXT
036600         MOVE CM-RECONN-FEE-DUE TO WS-NEW-AMOUNT
036700         PERFORM 2900-ADD-OWED THRU 2900-EXIT
036800     END-IF.
036900     IF CM-CHEQUE-FEE-DUE > 0
037000         MOVE "DISHONOURED CHEQUE FEE NOT YET BILLED"
037100             TO WS-NEW-TEXT
037200         MOVE CM-CHEQUE-FEE-DUE TO WS-NEW-AMOUNT
037300         PERFORM 2900-ADD-OWED THRU 2900-EXIT
037400     END-IF.
037500     IF CM-TEMP-FEE-DUE > 0
037600         MOVE "TEMP-SUPPLY EXTENSION FEE NOT YET BILLED"
037700             TO WS-NEW-TEXT
037800         MOVE CM-TEMP-FEE-DUE TO WS-NEW-AMOUNT
037900         PERFORM 2900-ADD-OWED THRU 2900-EXIT
038000     END-IF.
038100     IF CM-LEGAL-FEE-DUE > 0
038200         MOVE "LEGAL CHARGES NOT YET BILLED" TO WS-NEW-TEXT
038300         MOVE CM-LEGAL-FEE-DUE TO WS-NEW-AMOUNT
038400         PERFORM 2900-ADD-OWED THRU 2900-EXIT
038500     END-IF.
038600     IF CM-LOADCHG-FEE-DUE > 0
038700         MOVE "LOAD CHANGE FEE NOT YET BILLED" TO WS-NEW-TEXT
038800         MOVE CM-LOADCHG-FEE-DUE TO WS-NEW-AMOUNT
038900         PERFORM 2900-ADD-OWED THRU 2900-EXIT
039000     END-IF.
039000     IF CM-SUSP-FEE-DUE NUMERIC AND CM-SUSP-FEE-DUE > 0
039000         MOVE "SUSPENSION FEE NOT YET BILLED" TO WS-NEW-TEXT
039000         MOVE CM-SUSP-FEE-DUE TO WS-NEW-AMOUNT
039000         PERFORM 2900-ADD-OWED THRU 2900-EXIT
039000     END-IF.
039000     IF CM-TARREV-BAL NUMERIC AND CM-TARREV-BAL > 0
039000         MOVE "TARIFF REVISION NOT YET BILLED" TO WS-NEW-TEXT
039000         MOVE CM-TARREV-BAL TO WS-NEW-AMOUNT
039000         PERFORM 2900-ADD-OWED THRU 2900-EXIT
039000     END-IF.
039100     IF CM-PREPAID AND CM-PREPAID-BALANCE < 0
039200         MOVE "PREPAID BALANCE OVERDRAWN" TO WS-NEW-TEXT
039300         COMPUTE WS-NEW-AMOUNT = 0 - CM-PREPAID-BALANCE
039400         PERFORM 2900-ADD-OWED THRU 2900-EXIT
039500     END-IF.
039600     IF CM-UNDER-LITIGATION
039700         MOVE "ACCOUNT MARKED UNDER LITIGATION" TO WS-NEW-TEXT
039800         MOVE ZERO TO WS-NEW-AMOUNT
039900         PERFORM 2900-ADD-OWED THRU 2900-EXIT
040000     END-IF.
040100 2100-EXIT.
040200     EXIT.

040300 2200-CHECK-OPEN-ITEMS.
040400     MOVE "N" TO WS-EOF-SW.
040500     OPEN INPUT OPENITEM.
040600     IF NOT FS-OPENITEM-OK
040700         GO TO 2200-EXIT
040800     END-IF.
040900     PERFORM 2210-CHECK-ONE-ITEM THRU 2210-EXIT
041000         UNTIL WS-EOF.
041100     CLOSE OPENITEM.
041200 2200-EXIT.
041300     EXIT.

041400 2210-CHECK-ONE-ITEM.
041500     READ OPENITEM
041600         AT END
041700             MOVE "Y" TO WS-EOF-SW
041800             GO TO 2210-EXIT
041900     END-READ.
042000     IF OI-CUST-ID = CM-CUST-ID AND OI-STAT-OPEN
042100         AND OI-OPEN-AMOUNT > 0
042200         MOVE SPACES TO WS-NEW-TEXT
042300         STRING "OPEN ITEM - INVOICE " OI-INVOICE-NO
042400             " PERIOD " OI-BILL-PERIOD
042500             DELIMITED BY SIZE INTO WS-NEW-TEXT
042600         END-STRING
042700         MOVE OI-OPEN-AMOUNT TO WS-NEW-AMOUNT
042800         PERFORM 2900-ADD-OWED THRU 2900-EXIT
042900     END-IF.
043000 2210-EXIT.
043100     EXIT.

043200 2300-CHECK-PLAN.
043300     MOVE "N" TO WS-EOF-SW.
043400     OPEN INPUT PAYPLAN.
043500     IF NOT FS-PAYPLAN-OK
043600         GO TO 2300-EXIT
043700     END-IF.
043800     PERFORM 2310-CHECK-ONE-PLAN THRU 2310-EXIT
043900         UNTIL WS-EOF.
044000     CLOSE PAYPLAN.
044100 2300-EXIT.
044200     EXIT.

044300 2310-CHECK-ONE-PLAN.
044400     READ PAYPLAN
044500         AT END
044600             MOVE "Y" TO WS-EOF-SW
044700             GO TO 2310-EXIT
044800     END-READ.
044900     IF PP-CUST-ID = CM-CUST-ID AND PP-STAT-ACTIVE
045000         MOVE ZERO TO WS-PLAN-BALANCE
045100         IF PP-TOTAL-AMOUNT > PP-PAID-TO-DATE
045200             COMPUTE WS-PLAN-BALANCE =
045300                 PP-TOTAL-AMOUNT - PP-PAID-TO-DATE
045400         END-IF
045500         MOVE SPACES TO WS-NEW-TEXT
045600         STRING "PAYMENT PLAN INSTALLMENTS - NEXT DUE "
045700             PP-NEXT-DUE-PERIOD
045800             DELIMITED BY SIZE INTO WS-NEW-TEXT
045900         END-STRING
046000         MOVE WS-PLAN-BALANCE TO WS-NEW-AMOUNT
046100         PERFORM 2900-ADD-OWED THRU 2900-EXIT
046200     END-IF.
046300 2310-EXIT.
046400     EXIT.

046500 2400-CHECK-DISPUTES.
046600     MOVE "N" TO WS-EOF-SW.
046700     OPEN INPUT DISPREG.
046800     IF NOT FS-DISPREG-OK
046900         GO TO 2400-EXIT
047000     END-IF.
047100     PERFORM 2410-CHECK-ONE-DISPUTE THRU 2410-EXIT
047200         UNTIL WS-EOF.
047300     CLOSE DISPREG.
047400 2400-EXIT.
047500     EXIT.

047600 2410-CHECK-ONE-DISPUTE.
047700     READ DISPREG
047800         AT END
047900             MOVE "Y" TO WS-EOF-SW
048000             GO TO 2410-EXIT
048100     END-READ.
048200     IF DP-CUST-ID = CM-CUST-ID AND DP-STAT-OPEN
048300         MOVE SPACES TO WS-NEW-TEXT
048400         STRING "BILLING DISPUTE OPEN ON PERIOD " DP-BILL-PERIOD
048500             DELIMITED BY SIZE INTO WS-NEW-TEXT
048600         END-STRING
048700         MOVE ZERO TO WS-NEW-AMOUNT
048800         PERFORM 2900-ADD-OWED THRU 2900-EXIT
048900     END-IF.
049000 2410-EXIT.
049100     EXIT.

049200*-----------------------------------------------------------*
049300*    A DECREED CASE IS STILL OWED UNTIL IT IS SETTLED.         *
049400*-----------------------------------------------------------*
049500 2500-CHECK-LEGAL.
049600     MOVE "N" TO WS-EOF-SW.
049700     OPEN INPUT LEGCASE.
049800     IF NOT FS-LEGCASE-OK
049900         GO TO 2500-EXIT
050000     END-IF.
050100     PERFORM 2510-CHECK-ONE-CASE THRU 2510-EXIT
050200         UNTIL WS-EOF.
050300     CLOSE LEGCASE.
050400 2500-EXIT.
050500     EXIT.

050600 2510-CHECK-ONE-CASE.
050700     READ LEGCASE
050800         AT END
050900             MOVE "Y" TO WS-EOF-SW
051000             GO TO 2510-EXIT
051100     END-READ.
051200     IF LG-CUST-ID = CM-CUST-ID
051300         AND (LG-STAT-OPEN OR LG-STAT-DECREED)
051400         MOVE SPACES TO WS-NEW-TEXT
051500         IF LG-STAT-OPEN
051600             STRING "LEGAL CASE " LG-CASE-NO " PENDING"
051700                 DELIMITED BY SIZE INTO WS-NEW-TEXT
051800             END-STRING
051900         ELSE
052000             STRING "LEGAL CASE " LG-CASE-NO " DECREED, UNSETTLED"
052100                 DELIMITED BY SIZE INTO WS-NEW-TEXT
052200             END-STRING
052300         END-IF
052400         MOVE LG-CLAIM-AMT TO WS-NEW-AMOUNT
052500         PERFORM 2900-ADD-OWED THRU 2900-EXIT
052600     END-IF.
052700 2510-EXIT.
052800     EXIT.

052900*-----------------------------------------------------------*
053000*    A CLOSURE ON CLOSTXN HAS NOT HAD ITS FINAL BILL RAISED    *
053100*    YET - BILCLOSE CONSUMES THE FILE WHEN IT RUNS.            *
053200*-----------------------------------------------------------*
053300 2600-CHECK-CLOSURE.
053400     MOVE "N" TO WS-EOF-SW.
053500     OPEN INPUT CLOSTXN.
053600     IF NOT FS-CLOSTXN-OK
053700         GO TO 2600-EXIT
053800     END-IF.
053900     PERFORM 2610-CHECK-ONE-CLOSURE THRU 2610-EXIT
054000         UNTIL WS-EOF.
054100     CLOSE CLOSTXN.
054200 2600-EXIT.
054300     EXIT.

054400 2610-CHECK-ONE-CLOSURE.
054500     READ CLOSTXN
054600         AT END
054700             MOVE "Y" TO WS-EOF-SW
054800             GO TO 2610-EXIT
054900     END-READ.
055000     IF CX-CUST-ID = CM-CUST-ID
055100         MOVE SPACES TO WS-NEW-TEXT
055200         STRING "FINAL BILL PENDING - CLOSURE OF "
055300             CX-CLOSURE-DATE
055400             DELIMITED BY SIZE INTO WS-NEW-TEXT
055500         END-STRING
055600         MOVE ZERO TO WS-NEW-AMOUNT
055700         PERFORM 2900-ADD-OWED THRU 2900-EXIT
055800     END-IF.
055900 2610-EXIT.
056000     EXIT.

056100 2700-CHECK-APPROVAL.
056200     MOVE "N" TO WS-EOF-SW.
056300     OPEN INPUT APPRHLD.
056400     IF NOT FS-APPRHLD-OK
056500         GO TO 2700-EXIT
056600     END-IF.
056700     PERFORM 2710-CHECK-ONE-HOLD THRU 2710-EXIT
056800         UNTIL WS-EOF.
056900     CLOSE APPRHLD.
057000 2700-EXIT.
057100     EXIT.

057200 2710-CHECK-ONE-HOLD.
057300     READ APPRHLD
057400         AT END
057500             MOVE "Y" TO WS-EOF-SW
057600             GO TO 2710-EXIT
057700     END-READ.
057800     IF AH-CUST-ID = CM-CUST-ID AND AH-STATUS-PENDING
057900         MOVE SPACES TO WS-NEW-TEXT
058000         STRING "BILL FOR PERIOD " AH-BILL-PERIOD
058100             " HELD FOR APPROVAL"
058200             DELIMITED BY SIZE INTO WS-NEW-TEXT
058300         END-STRING
058400         MOVE AH-TOTAL-BILL TO WS-NEW-AMOUNT
058500         PERFORM 2900-ADD-OWED THRU 2900-EXIT
058600     END-IF.
058700 2710-EXIT.
058800     EXIT.

058900 2900-ADD-OWED.
059000     IF WS-OW-COUNT >= 50
059100         ADD 1 TO WS-OW-DROPPED
059200         GO TO 2900-EXIT
059300     END-IF.
059400     ADD 1 TO WS-OW-COUNT.
059500     MOVE WS-NEW-TEXT   TO WS-OW-TEXT(WS-OW-COUNT).
059600     MOVE WS-NEW-AMOUNT TO WS-OW-AMOUNT(WS-OW-COUNT).
059700 2900-EXIT.
059800     EXIT.

059900*-----------------------------------------------------------*
060000*    THE CERTIFICATE ITSELF.                                   *
060100*-----------------------------------------------------------*
060200 3000-PRINT-CERTIFICATE.
060300     MOVE ALL "=" TO WS-RPT-LINE.
060400     WRITE NP-LINE FROM WS-RPT-LINE.
060500     MOVE SPACES TO WS-RPT-LINE.
060600     MOVE "NO-DUES CERTIFICATE" TO WS-RPT-LINE(31:19).
060700     WRITE NP-LINE FROM WS-RPT-LINE.
060800     MOVE SPACES TO WS-RPT-LINE.
060900     STRING "CERTIFICATE NO: " ND-CERT-NO
061000         "                    DATE: " ND-ISSUE-DATE
061100         DELIMITED BY SIZE INTO WS-RPT-LINE
061200     END-STRING.
061300     WRITE NP-LINE FROM WS-RPT-LINE.
061400     MOVE SPACES TO WS-RPT-LINE.
061500     WRITE NP-LINE FROM WS-RPT-LINE.
061600     PERFORM 3800-PRINT-ACCOUNT THRU 3800-EXIT.
061700     MOVE SPACES TO WS-RPT-LINE.
061800     WRITE NP-LINE FROM WS-RPT-LINE.
061900     MOVE SPACES TO WS-RPT-LINE.
062000     STRING "CERTIFIED THAT AS ON " ND-ISSUE-DATE
062100         " NO DUES ARE OUTSTANDING AGAINST THE"
062200         DELIMITED BY SIZE INTO WS-RPT-LINE
062300     END-STRING.
062400     WRITE NP-LINE FROM WS-RPT-LINE.
062500     MOVE "ACCOUNT ABOVE, AND THAT NO DISPUTE, LEGAL CASE,"
062600         TO WS-RPT-LINE.
062700     WRITE NP-LINE FROM WS-RPT-LINE.
062800     MOVE "PAYMENT PLAN OR FINAL BILL IS PENDING ON IT."
062900         TO WS-RPT-LINE.
063000     WRITE NP-LINE FROM WS-RPT-LINE.
063100     MOVE SPACES TO WS-RPT-LINE.
063200     WRITE NP-LINE FROM WS-RPT-LINE.
063300     MOVE SPACES TO WS-RPT-LINE.
063400     STRING "ISSUED TO: " ND-APPLICANT
063500         DELIMITED BY SIZE INTO WS-RPT-LINE
063600     END-STRING.
063700     WRITE NP-LINE FROM WS-RPT-LINE.
063800     MOVE SPACES TO WS-RPT-LINE.
063900     STRING "PURPOSE:   " WS-PURPOSE-TEXT
064000         DELIMITED BY SIZE INTO WS-RPT-LINE
064100     END-STRING.
064200     WRITE NP-LINE FROM WS-RPT-LINE.
064300     MOVE SPACES TO WS-RPT-LINE.
064400     STRING "ISSUED BY: " ND-OPERATOR-ID
064500         DELIMITED BY SIZE INTO WS-RPT-LINE
064600     END-STRING.
064700     WRITE NP-LINE FROM WS-RPT-LINE.
064800     MOVE SPACES TO WS-RPT-LINE.
064900     WRITE NP-LINE FROM WS-RPT-LINE.
065000     MOVE "THIS CERTIFICATE MAY BE VERIFIED AT ANY ZONE OFFICE BY"
065100         TO WS-RPT-LINE.
065200     WRITE NP-LINE FROM WS-RPT-LINE.
065300     MOVE "ITS NUMBER AGAINST THE NO-DUES CERTIFICATE REGISTER."
065400         TO WS-RPT-LINE.
065500     WRITE NP-LINE FROM WS-RPT-LINE.
065600     MOVE ALL "=" TO WS-RPT-LINE.
065700     WRITE NP-LINE FROM WS-RPT-LINE.
065800 3000-EXIT.
065900     EXIT.

066000*-----------------------------------------------------------*
066100*    THE STATEMENT OF WHAT IS OUTSTANDING - NO NUMBER, AND     *
066200*    SAYS PLAINLY IT IS NOT A CERTIFICATE.                     *
066300*-----------------------------------------------------------*
066400 3500-PRINT-STATEMENT.
066500     MOVE ALL "=" TO WS-RPT-LINE.
066600     WRITE NP-LINE FROM WS-RPT-LINE.
066700     MOVE SPACES TO WS-RPT-LINE.
066800     STRING "STATEMENT OF OUTSTANDING DUES AS ON " WS-SYSTEM-DATE
066900         DELIMITED BY SIZE INTO WS-RPT-LINE
067000     END-STRING.
067100     WRITE NP-LINE FROM WS-RPT-LINE.
067200     MOVE "THIS IS NOT A NO-DUES CERTIFICATE." TO WS-RPT-LINE.
067300     WRITE NP-LINE FROM WS-RPT-LINE.
067400     MOVE SPACES TO WS-RPT-LINE.
067500     WRITE NP-LINE FROM WS-RPT-LINE.
067600     PERFORM 3800-PRINT-ACCOUNT THRU 3800-EXIT.
067700     MOVE SPACES TO WS-RPT-LINE.
067800     WRITE NP-LINE FROM WS-RPT-LINE.
067900     MOVE "A CERTIFICATE CAN BE ISSUED ONCE THESE ARE CLEARED:"
068000         TO WS-RPT-LINE.
068100     WRITE NP-LINE FROM WS-RPT-LINE.
068200     PERFORM 3510-PRINT-OWED THRU 3510-EXIT
068300         VARYING WS-OW-SUB FROM 1 BY 1
068400         UNTIL WS-OW-SUB > WS-OW-COUNT.
068500     IF WS-OW-DROPPED > 0
068600         MOVE SPACES TO WS-RPT-LINE
068700         STRING "  ... AND " WS-OW-DROPPED " FURTHER ITEM(S)"
068800             DELIMITED BY SIZE INTO WS-RPT-LINE
068900         END-STRING
069000         WRITE NP-LINE FROM WS-RPT-LINE
069100     END-IF.
069200     MOVE ALL "=" TO WS-RPT-LINE.
069300     WRITE NP-LINE FROM WS-RPT-LINE.
069400 3500-EXIT.
069500     EXIT.

069600 3510-PRINT-OWED.
069700     MOVE SPACES TO WS-RPT-LINE.
069800     MOVE WS-OW-TEXT(WS-OW-SUB) TO WS-RPT-LINE(3:48).
069900     IF WS-OW-AMOUNT(WS-OW-SUB) > 0
070000         MOVE WS-OW-AMOUNT(WS-OW-SUB) TO WS-AMT-ED
070100         STRING "RS " WS-AMT-ED
070200             DELIMITED BY SIZE INTO WS-RPT-LINE(52:15)
070300         END-STRING
070400     END-IF.
070500     WRITE NP-LINE FROM WS-RPT-LINE.
070600 3510-EXIT.
070700     EXIT.

070800 3800-PRINT-ACCOUNT.
070900     MOVE SPACES TO WS-RPT-LINE.
071000     STRING "ACCOUNT:   " CM-CUST-ID "  " CM-NAME
071100         DELIMITED BY SIZE INTO WS-RPT-LINE
071200     END-STRING.
071300     WRITE NP-LINE FROM WS-RPT-LINE.
071400     MOVE SPACES TO WS-RPT-LINE.
071500     STRING "PREMISES:  " CM-ADDR-LINE1
071600         DELIMITED BY SIZE INTO WS-RPT-LINE
071700     END-STRING.
071800     WRITE NP-LINE FROM WS-RPT-LINE.
071900     MOVE SPACES TO WS-RPT-LINE.
072000     STRING "           " CM-ADDR-LINE2
072100         DELIMITED BY SIZE INTO WS-RPT-LINE
072200     END-STRING.
072300     WRITE NP-LINE FROM WS-RPT-LINE.
072400     MOVE SPACES TO WS-RPT-LINE.
072500     STRING "           " CM-ADDR-CITY " " CM-ADDR-PIN
072600         DELIMITED BY SIZE INTO WS-RPT-LINE
072700     END-STRING.
072800     WRITE NP-LINE FROM WS-RPT-LINE.
072900     MOVE SPACES TO WS-RPT-LINE.
073000     STRING "METER NO:  " CM-METER-NO
073100         DELIMITED BY SIZE INTO WS-RPT-LINE
073200     END-STRING.
073300     WRITE NP-LINE FROM WS-RPT-LINE.
073400 3800-EXIT.
073500     EXIT.

073600*-----------------------------------------------------------*
073700*    VERIFY - THE NUMBER MUST BE ON THE REGISTER AND ISSUED    *
073800*    FOR THE ACCOUNT SHOWN ON THE DOCUMENT.  ANYTHING ELSE IS  *
073900*    NOT OURS.                                                 *
074000*-----------------------------------------------------------*
074100 5000-VERIFY-CERTIFICATE.
074200     DISPLAY "CERTIFICATE NO: " WITH NO ADVANCING.
074300     ACCEPT WS-IN-CERT-NO.
074400     DISPLAY "CUSTOMER ID ON THE CERTIFICATE: " WITH NO ADVANCING.
074500     ACCEPT WS-IN-CUST-ID.
074600     ADD 1 TO WS-VERIFIED-COUNT.
074700     MOVE WS-IN-CERT-NO TO WS-CERT-ED.
074800     MOVE WS-IN-CERT-NO TO ND-CERT-NO.
074900     READ NDCREG
075000         INVALID KEY
075100             DISPLAY "BILNDC: CERTIFICATE " WS-CERT-ED
075200                 " WAS NEVER ISSUED - NOT A GENUINE CERTIFICATE"
075300             GO TO 5000-EXIT
075400     END-READ.
075500     IF ND-CUST-ID NOT = WS-IN-CUST-ID
075600         DISPLAY "BILNDC: CERTIFICATE " WS-CERT-ED
075700             " WAS ISSUED FOR ACCOUNT " ND-CUST-ID
075800             ", NOT " WS-IN-CUST-ID " - NOT A GENUINE CERTIFICATE"
075900         GO TO 5000-EXIT
076000     END-IF.
076100     DISPLAY "BILNDC: CERTIFICATE " WS-CERT-ED " IS GENUINE".
076200     DISPLAY "  ISSUED " ND-ISSUE-DATE " " ND-ISSUE-TIME
076300         " BY " ND-OPERATOR-ID.
076400     DISPLAY "  ACCOUNT " ND-CUST-ID " " ND-NAME.
076500     DISPLAY "  PREMISES " ND-ADDR-LINE1.
076600     DISPLAY "  METER " ND-METER-NO " PURPOSE " ND-PURPOSE.
076700     DISPLAY "  ISSUED TO " ND-APPLICANT.
076800 5000-EXIT.
076900     EXIT.

077000 9000-TERMINATE.
077100     IF WS-CTL-CHANGED
077200         OPEN OUTPUT NDCCTL
077300         MOVE WS-LAST-CERT-NO TO NQ-LAST-CERT-NO
077400         WRITE NQ-RECORD
077500         CLOSE NDCCTL
077600     END-IF.
077700     IF WS-ND-OPEN
077800         CLOSE NDCREG
077900     END-IF.
078000     IF WS-CM-OPEN
078100         CLOSE CUSTMAS
078200     END-IF.
078300     IF WS-NP-OPEN
078400         CLOSE NDCPRT
078500     END-IF.
078600     IF FS-RUNLOG-OK
078700         PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT
078800         CLOSE RUNLOG
078900     END-IF.
079000     DISPLAY "BILNDC: ISSUED " WS-ISSUED-COUNT
079100         " REFUSED " WS-REFUSED-COUNT
079200         " VERIFIED " WS-VERIFIED-COUNT.
079300 9000-EXIT.
079400     EXIT.

079500 9600-WRITE-RUNLOG.
079600     MOVE "BILNDC"         TO RL-PROGRAM-ID.
079700     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
079800     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
079900     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
080000     MOVE "CUSTMAS"        TO RL-INPUT-FILE.
080100     COMPUTE RL-RECORDS-READ = WS-ISSUED-COUNT + WS-REFUSED-COUNT
080200         + WS-VERIFIED-COUNT.
080300     MOVE WS-ISSUED-COUNT  TO RL-BILLS-PRODUCED.
080400     MOVE WS-REFUSED-COUNT TO RL-EXCEPTIONS.
080500     MOVE ZERO             TO RL-TOTAL-BILLED.
080600     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
080700     ACCEPT RL-END-TIME FROM TIME.
080800     WRITE RL-RECORD.
080900 9600-EXIT.
081000     EXIT.
