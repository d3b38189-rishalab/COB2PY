000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILPROV.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILPROV                                                     *
000900*  MONTH-END PROVISION FOR DOUBTFUL DEBTS.  AGES EVERY OPEN    *
001000*  ITEM ON OPENITEM AGAINST THE DUE DATE OF ITS BILL ON        *
001100*  BILLHIST INTO THE SAME CURRENT / 1-30 / 31-60 / 61-90 /     *
001200*  OVER-90 BUCKETS AS BILAGE, AND APPLIES THE PERCENTAGE       *
001300*  FINANCE HAS SET ON PROVPCT FOR THE BUCKET, THE CUSTOMER     *
001400*  CLASS AND THE ACCOUNT CATEGORY - AN ACCOUNT UNDER           *
001500*  LITIGATION, IN AN OPEN DISPUTE OR ON AN ACTIVE PAYMENT      *
001600*  PLAN IS PROVIDED AT ITS OWN CATEGORY'S RATES.  THE          *
001700*  PROVISION REQUIRED IS COMPARED WITH THE BALANCE CARRIED     *
001800*  ON PROVBAL FROM LAST MONTH AND ONLY THE INCREASE            *
001900*  (6110-PRV) OR RELEASE (6110-PRV-R) IS WRITTEN TO THE GL     *
002000*  EXTRACT.  THE PROVRPT SCHEDULE LISTS EVERY ITEM PROVIDED    *
002100*  AND THE BUCKET AND MOVEMENT TOTALS, SO THE AUDITORS CAN     *
002200*  TIE THE LEDGER BALANCE BACK TO THE INVOICES - REPLACING     *
002300*  THE SPREADSHEET FINANCE USED TO BUILD FROM THE BILAGE       *
002400*  PRINTOUT.                                                   *
002500*-----------------------------------------------------------*
002600*  MODIFICATION HISTORY                                        *
002700*  DATE       INIT  DESCRIPTION                                *
002800*  2026-10-15 RSH   ORIGINAL                                   *
002800*  2026-10-15 RSH   FILE PROVRPT IN THE REPORT REPOSITORY    *
002800*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002800*  2026-10-15 RSH   ABANDON THE RUN WHEN BILGLAC CANNOT POST *
002800*                   AN AMOUNT (POSTING TABLE FULL).          *
002900*-----------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.

003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPENITEM ASSIGN TO "OPENITEM"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS FS-OPENITEM.

003900     SELECT BILLHIST ASSIGN TO "BILLHIST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS BH-KEY
004300         FILE STATUS IS FS-BILLHIST.

004400     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS CM-CUST-ID
004800         FILE STATUS IS FS-CUSTMAS.

004900     SELECT PROVPCT ASSIGN TO "PROVPCT"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS FS-PROVPCT.

005200     SELECT PROVBAL ASSIGN TO "PROVBAL"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS FS-PROVBAL.

005500     SELECT PAYPLAN ASSIGN TO "PAYPLAN"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS FS-PAYPLAN.

005800     SELECT DISPREG ASSIGN TO "DISPREG"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS FS-DISPREG.

006100     SELECT PROVRPT ASSIGN TO "PROVRPT"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS FS-PROVRPT.

006400     SELECT GLEXTR ASSIGN TO "BILGL"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS FS-GLEXTR.

006700     SELECT RUNLOG ASSIGN TO "RUNLOG"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS FS-RUNLOG.

007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  OPENITEM
007300     LABEL RECORDS ARE STANDARD.
007400 COPY OPENITEM.

007500 FD  BILLHIST
007600     LABEL RECORDS ARE STANDARD.
007700 COPY BILLHIST.

007800 FD  CUSTMAS
007900     LABEL RECORDS ARE STANDARD.
008000 COPY CUSTMAS.

008100 FD  PROVPCT
008200     LABEL RECORDS ARE STANDARD.
008300 COPY PROVPCT.

008400 FD  PROVBAL
008500     LABEL RECORDS ARE STANDARD.
008600 COPY PROVBAL.

008700 FD  PAYPLAN
008800     LABEL RECORDS ARE STANDARD.
008900 COPY PAYPLAN.

009000 FD  DISPREG
009100     LABEL RECORDS ARE STANDARD.
009200 COPY DISPREG.

009300 FD  PROVRPT
009400     LABEL RECORDS ARE STANDARD.
009500 01  PR-LINE                     PIC X(100).

009600 FD  GLEXTR
009700     LABEL RECORDS ARE STANDARD.
009800 COPY GLJRNL.

009900 FD  RUNLOG
010000     LABEL RECORDS ARE STANDARD.
010100 COPY RUNLOG.

010200 WORKING-STORAGE SECTION.
010300*-----------------------------------------------------------*
010400*    FILE STATUS SWITCHES                                      *
010500*-----------------------------------------------------------*
010600 77  FS-OPENITEM             PIC X(02).
010700     88  FS-OPENITEM-OK              VALUE "00".
010800 77  FS-BILLHIST             PIC X(02).
010900     88  FS-BILLHIST-OK              VALUE "00".
011000 77  FS-CUSTMAS              PIC X(02).
011100     88  FS-CUSTMAS-OK               VALUE "00".
011200 77  FS-PROVPCT              PIC X(02).
011300     88  FS-PROVPCT-OK               VALUE "00".
011400 77  FS-PROVBAL              PIC X(02).
011500     88  FS-PROVBAL-OK               VALUE "00".
011600 77  FS-PAYPLAN              PIC X(02).
011700     88  FS-PAYPLAN-OK               VALUE "00".
011800 77  FS-DISPREG              PIC X(02).
011900     88  FS-DISPREG-OK               VALUE "00".
012000 77  FS-PROVRPT              PIC X(02).
012100     88  FS-PROVRPT-OK               VALUE "00".
012200 77  FS-GLEXTR               PIC X(02).
012300     88  FS-GLEXTR-OK                VALUE "00".
012400     88  FS-GLEXTR-NOFILE            VALUE "35".
012500 77  FS-RUNLOG               PIC X(02).
012600     88  FS-RUNLOG-OK                VALUE "00".

012700*-----------------------------------------------------------*
012800*    PROGRAM SWITCHES                                          *
012900*-----------------------------------------------------------*
013000 77  WS-ABORT-SW             PIC X(01) VALUE "N".
013100     88  WS-ABORT                    VALUE "Y".
013200 77  WS-EOF-SW               PIC X(01) VALUE "N".
013300     88  WS-EOF                      VALUE "Y".
013400 77  WS-PV-EOF-SW            PIC X(01) VALUE "N".
013500     88  WS-PV-EOF                   VALUE "Y".
013600 77  WS-PB-EOF-SW            PIC X(01) VALUE "N".
013700     88  WS-PB-EOF                   VALUE "Y".
013800 77  WS-PL-EOF-SW            PIC X(01) VALUE "N".
013900     88  WS-PL-EOF                   VALUE "Y".
014000 77  WS-DQ-EOF-SW            PIC X(01) VALUE "N".
014100     88  WS-DQ-EOF                   VALUE "Y".
014100 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
014100     88  WS-RO-EOF                   VALUE "Y".
014200 77  WS-CUST-FOUND-SW        PIC X(01) VALUE "N".
014300     88  WS-CUST-FOUND               VALUE "Y".
014400 77  WS-RATE-FOUND-SW        PIC X(01) VALUE "N".
014500     88  WS-RATE-FOUND               VALUE "Y".

014600*-----------------------------------------------------------*
014700*    OPERATOR, RUN AND WORK FIELDS                             *
014800*-----------------------------------------------------------*
014900 77  WS-OPERATOR-ID          PIC X(08).
015000 77  WS-SYSTEM-DATE          PIC 9(08).
015100 77  WS-SYSTEM-TIME          PIC 9(08).
015200 77  WS-RUN-PERIOD           PIC 9(06).
015300 77  WS-DUE-DATE             PIC 9(08).
015400 77  WS-DAYS-OVERDUE         PIC S9(05) VALUE ZERO.
015500 77  WS-BUCKET               PIC 9(01) VALUE ZERO.
015600 77  WS-CLASS-SUB            PIC 9(01) VALUE ZERO.
015700 77  WS-CAT-SUB              PIC 9(01) VALUE ZERO.
015800 77  WS-CLASS-CODE           PIC X(01).
015900 77  WS-CAT-CODE             PIC X(01).
016000 77  WS-PCT                  PIC 9(03)V99 VALUE ZERO.
016100 77  WS-PROVISION-AMT        PIC 9(09)V99 VALUE ZERO.
016200 77  WS-MOVEMENT-AMT         PIC S9(11)V99 VALUE ZERO.
016300 77  WS-ITEMS-READ           PIC 9(07) VALUE ZERO.
016400 77  WS-ITEMS-PROVIDED       PIC 9(07) VALUE ZERO.
016500 77  WS-NO-RATE-COUNT        PIC 9(07) VALUE ZERO.
016600 77  WS-NO-DUE-COUNT         PIC 9(07) VALUE ZERO.
016700 77  WS-SUB-C                PIC 9(01).
016800 77  WS-SUB-K                PIC 9(01).
016900 77  WS-SUB-B                PIC 9(01).
017000 77  WS-PV-SUB               PIC 9(03) VALUE ZERO.
017100 77  WS-GL-DETAILS           PIC 9(05) VALUE ZERO.
017200 77  WS-GL-HASH              PIC 9(09)V99 VALUE ZERO.
017300 01  WS-RPT-LINE             PIC X(100).
017400 01  WS-AMT-ED               PIC ZZZZZZZ9.99.
017500 01  WS-PCT-ED               PIC ZZ9.99.
017600 01  WS-TOTAL-ED             PIC ZZZZZZZZZ9.99.
017700 01  WS-PRIOR-ED             PIC ZZZZZZZZZ9.99.
017800 01  WS-MOVE-ED              PIC ZZZZZZZZZ9.99-.
017900 01  WS-BUCKET-NAME          PIC X(08).
018000 01  WS-CAT-NAME             PIC X(10).

018100*-----------------------------------------------------------*
018200*    THE RATE TABLE AS FINANCE SET IT ON PROVPCT.              *
018300*-----------------------------------------------------------*
018400 01  WS-RATE-TABLE.
018500     05  WS-PV-ENTRY OCCURS 50 TIMES.
018600         10  WS-PV-CATEGORY      PIC X(01).
018700         10  WS-PV-CLASS         PIC X(01).
018800         10  WS-PV-PCT           PIC 9(03)V99 OCCURS 5 TIMES.
018900 01  WS-RATE-COUNT               PIC 9(03) VALUE ZERO.

019000*-----------------------------------------------------------*
019100*    PROVISION ACCUMULATORS - CLASS (R/C/I/T) BY CATEGORY      *
019200*    (NORMAL, LITIGATION, DISPUTE, PLAN) BY BUCKET, WITH THE   *
019300*    BALANCE CARRIED FROM LAST MONTH FOR EACH CLASS AND        *
019400*    CATEGORY.                                                 *
019500*-----------------------------------------------------------*
019600 01  WS-PROV-TOTALS.
019700     05  WS-PT-CLASS OCCURS 4 TIMES.
019800         10  WS-PT-CAT OCCURS 4 TIMES.
019900             15  WS-PT-PRIOR         PIC 9(11)V99.
020000             15  WS-PT-REQUIRED      PIC 9(11)V99.
020100             15  WS-PT-BUCKET OCCURS 5 TIMES.
020200                 20  WS-PT-OPEN      PIC 9(11)V99.
020300                 20  WS-PT-PROV      PIC 9(11)V99.
020400 01  WS-CLASS-CODES              PIC X(04) VALUE "RCIT".
020500 01  WS-CAT-CODES                PIC X(04) VALUE "NLDP".
020600 77  WS-PRIOR-PERIOD             PIC 9(06) VALUE ZERO.
020700 77  WS-TOTAL-OPEN               PIC 9(11)V99 VALUE ZERO.
020800 77  WS-TOTAL-REQUIRED           PIC 9(11)V99 VALUE ZERO.
020900 77  WS-TOTAL-PRIOR              PIC 9(11)V99 VALUE ZERO.
021000 77  WS-TOTAL-INCREASE           PIC 9(11)V99 VALUE ZERO.
021100 77  WS-TOTAL-RELEASE            PIC 9(11)V99 VALUE ZERO.

021200 COPY PPTBL.
021300 COPY DSPTBL.
021400 COPY GLPARM.
021400 COPY RPTPARM.

021500 PROCEDURE DIVISION.
021600 0000-MAINLINE SECTION.
021700     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
021800     IF NOT WS-ABORT
021900         PERFORM 2000-PROCESS-ITEM THRU 2000-EXIT
022000             UNTIL WS-EOF
022100         PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
022200         PERFORM 7500-POST-MOVEMENT THRU 7500-EXIT
022300         PERFORM 9700-WRITE-GL-EXTRACT THRU 9700-EXIT
022400         PERFORM 9100-REWRITE-BALANCES THRU 9100-EXIT
022500     END-IF.
022600     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
022700     STOP RUN.

022800 1000-INITIALIZE.
022900     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
023000     ACCEPT WS-SYSTEM-TIME FROM TIME.
023100     MOVE WS-SYSTEM-DATE(1:6) TO WS-RUN-PERIOD.
023200     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
023300     ACCEPT WS-OPERATOR-ID.
023400     INITIALIZE WS-PROV-TOTALS.
023500     OPEN EXTEND RUNLOG.
023600     IF NOT FS-RUNLOG-OK
023700         DISPLAY "BILPROV: UNABLE TO OPEN RUNLOG, STATUS "
023800             FS-RUNLOG
023900         MOVE "Y" TO WS-ABORT-SW
024000         GO TO 1000-EXIT
024100     END-IF.
024200     PERFORM 1100-LOAD-RATES THRU 1100-EXIT.
024300     IF WS-ABORT
024400         GO TO 1000-EXIT
024500     END-IF.
024600     PERFORM 1200-LOAD-BALANCES THRU 1200-EXIT.
024700     IF WS-ABORT
024800         GO TO 1000-EXIT
024900     END-IF.
025000     PERFORM 1300-LOAD-PLANS THRU 1300-EXIT.
025100     PERFORM 1400-LOAD-DISPUTES THRU 1400-EXIT.
025200     IF WS-ABORT
025300         GO TO 1000-EXIT
025400     END-IF.
025500     OPEN INPUT OPENITEM.
025600     IF NOT FS-OPENITEM-OK
025700         DISPLAY "BILPROV: UNABLE TO OPEN OPENITEM, STATUS "
025800             FS-OPENITEM
025900         MOVE "Y" TO WS-ABORT-SW
026000     END-IF.
026100     OPEN INPUT BILLHIST.
026200     IF NOT FS-BILLHIST-OK
026300         DISPLAY "BILPROV: UNABLE TO OPEN BILLHIST, STATUS "
026400             FS-BILLHIST
026500         MOVE "Y" TO WS-ABORT-SW
026600     END-IF.
026700     OPEN INPUT CUSTMAS.
026800     IF NOT FS-CUSTMAS-OK
026900         DISPLAY "BILPROV: UNABLE TO OPEN CUSTMAS, STATUS "
027000             FS-CUSTMAS
027100         MOVE "Y" TO WS-ABORT-SW
027200     END-IF.
027300     OPEN OUTPUT PROVRPT.
027400     IF NOT FS-PROVRPT-OK
027500         DISPLAY "BILPROV: UNABLE TO OPEN PROVRPT, STATUS "
027600             FS-PROVRPT
027700         MOVE "Y" TO WS-ABORT-SW
027800     END-IF.
027900     OPEN EXTEND GLEXTR.
028000     IF FS-GLEXTR-NOFILE
028100         OPEN OUTPUT GLEXTR
028200     END-IF.
028300     IF NOT FS-GLEXTR-OK
028400         DISPLAY "BILPROV: UNABLE TO OPEN BILGL, STATUS "
028500             FS-GLEXTR
028600         MOVE "Y" TO WS-ABORT-SW
028700     END-IF.
028800     IF NOT WS-ABORT
028900         PERFORM 1500-PRINT-HEADER THRU 1500-EXIT
029000         PERFORM 2100-READ-ITEM    THRU 2100-EXIT
029100     END-IF.
029200 1000-EXIT.
029300     EXIT.

029400*-----------------------------------------------------------*
029500*    THE RATES ARE FINANCE'S DECISION, NOT THE PROGRAM'S -     *
029600*    WITHOUT PROVPCT THERE IS NOTHING TO PROVIDE AT AND THE    *
029700*    RUN STOPS RATHER THAN RELEASE THE WHOLE PROVISION.        *
029800*-----------------------------------------------------------*
029900 1100-LOAD-RATES.
030000     OPEN INPUT PROVPCT.
030100     IF NOT FS-PROVPCT-OK
030200         DISPLAY "BILPROV: UNABLE TO OPEN PROVPCT, STATUS "
030300             FS-PROVPCT " - RUN ABANDONED"
030400         MOVE "Y" TO WS-ABORT-SW
030500         GO TO 1100-EXIT
030600     END-IF.
030700     READ PROVPCT
030800         AT END
030900             MOVE "Y" TO WS-PV-EOF-SW
031000     END-READ.
031100     PERFORM 1110-STORE-RATE THRU 1110-EXIT
031200         UNTIL WS-PV-EOF.
031300     CLOSE PROVPCT.
031400     IF WS-RATE-COUNT = ZERO AND NOT WS-ABORT
031500         DISPLAY "BILPROV: PROVPCT IS EMPTY - RUN ABANDONED"
031600         MOVE "Y" TO WS-ABORT-SW
031700     END-IF.
031800 1100-EXIT.
031900     EXIT.

032000 1110-STORE-RATE.
032100     IF WS-RATE-COUNT >= 50
032200         DISPLAY "BILPROV: RATE TABLE FULL - RUN ABANDONED"
032300         MOVE "Y" TO WS-ABORT-SW
032400         MOVE "Y" TO WS-PV-EOF-SW
032500         GO TO 1110-EXIT
032600     END-IF.
032700     ADD 1 TO WS-RATE-COUNT.
032800     MOVE PV-CATEGORY TO WS-PV-CATEGORY(WS-RATE-COUNT).
032900     MOVE PV-CLASS    TO WS-PV-CLASS(WS-RATE-COUNT).
033000     PERFORM 1115-STORE-PCT THRU 1115-EXIT
033100         VARYING WS-SUB-B FROM 1 BY 1 UNTIL WS-SUB-B > 5.
033200     READ PROVPCT
033300         AT END
033400             MOVE "Y" TO WS-PV-EOF-SW
033500     END-READ.
033600 1110-EXIT.
033700     EXIT.

033800 1115-STORE-PCT.
033900     MOVE PV-BUCKET-PCT(WS-SUB-B) TO
034000         WS-PV-PCT(WS-RATE-COUNT, WS-SUB-B).
034100 1115-EXIT.
034200     EXIT.

034300*-----------------------------------------------------------*
034400*    LAST MONTH'S BALANCES.  THE FILE IS OPTIONAL ON THE       *
034500*    FIRST RUN, WHEN THE WHOLE PROVISION POSTS AS AN           *
034600*    INCREASE.  A FILE ALREADY STAMPED WITH THIS MONTH MEANS   *
034700*    THE MOVEMENT HAS BEEN POSTED ONCE AND THE RUN STOPS.      *
034800*-----------------------------------------------------------*
034900 1200-LOAD-BALANCES.
035000     OPEN INPUT PROVBAL.
035100     IF NOT FS-PROVBAL-OK
035200         DISPLAY "BILPROV: NO PROVBAL ON FILE - FIRST RUN, PRIOR"
035300             " BALANCE TAKEN AS ZERO"
035400         GO TO 1200-EXIT
035500     END-IF.
035600     READ PROVBAL
035700         AT END
035800             MOVE "Y" TO WS-PB-EOF-SW
035900     END-READ.
036000     PERFORM 1210-STORE-BALANCE THRU 1210-EXIT
036100         UNTIL WS-PB-EOF.
036200     CLOSE PROVBAL.
036300     IF WS-PRIOR-PERIOD NOT < WS-RUN-PERIOD
036400         DISPLAY "BILPROV: PROVISION ALREADY RUN FOR PERIOD "
036500             WS-PRIOR-PERIOD " - RUN ABANDONED"
036600         MOVE "Y" TO WS-ABORT-SW
036700     END-IF.
036800 1200-EXIT.
036900     EXIT.

037000 1210-STORE-BALANCE.
037100     MOVE PL-CLASS    TO WS-CLASS-CODE.
037200     MOVE PL-CATEGORY TO WS-CAT-CODE.
037300     PERFORM 2250-SET-CLASS-SUB THRU 2250-EXIT.
037400     PERFORM 2350-SET-CAT-SUB   THRU 2350-EXIT.
037500     ADD PL-PROVISION TO WS-PT-PRIOR(WS-CLASS-SUB, WS-CAT-SUB).
037600     IF PL-PERIOD > WS-PRIOR-PERIOD
037700         MOVE PL-PERIOD TO WS-PRIOR-PERIOD
037800     END-IF.
037900     READ PROVBAL
038000         AT END
038100             MOVE "Y" TO WS-PB-EOF-SW
038200     END-READ.
038300 1210-EXIT.
038400     EXIT.

038500 1300-LOAD-PLANS.
038600     OPEN INPUT PAYPLAN.
038700     IF NOT FS-PAYPLAN-OK
038800         GO TO 1300-EXIT
038900     END-IF.
039000     READ PAYPLAN
039100         AT END
039200             MOVE "Y" TO WS-PL-EOF-SW
039300     END-READ.
039400     PERFORM 1310-STORE-PLAN THRU 1310-EXIT
039500         UNTIL WS-PL-EOF.
039600     CLOSE PAYPLAN.
039700 1300-EXIT.
039800     EXIT.

039900*-----------------------------------------------------------*
040000*    ONLY ACTIVE PLANS MATTER HERE - A CANCELLED PLAN'S        *
040100*    ARREARS ARE BACK ON THE ACCOUNT AND AGE LIKE ANY OTHER.   *
040200*-----------------------------------------------------------*
040300 1310-STORE-PLAN.
040400     IF PP-STAT-ACTIVE AND WS-PLAN-COUNT >= 200
040500         DISPLAY "BILPROV: PLAN TABLE FULL - LATER PLANS"
040600             " PROVIDED AT THE NORMAL RATES"
040700         MOVE "Y" TO WS-PL-EOF-SW
040800         GO TO 1310-EXIT
040900     END-IF.
041000     IF PP-STAT-ACTIVE
041100         ADD 1 TO WS-PLAN-COUNT
041200         MOVE PP-CUST-ID TO WS-PP-CUST-ID(WS-PLAN-COUNT)
041300         MOVE PP-STATUS  TO WS-PP-STATUS(WS-PLAN-COUNT)
041400     END-IF.
041500     READ PAYPLAN
041600         AT END
041700             MOVE "Y" TO WS-PL-EOF-SW
041800     END-READ.
041900 1310-EXIT.
042000     EXIT.

042100*-----------------------------------------------------------*
042200*    THE DISPUTE REGISTER IS OPTIONAL - ONLY OPEN ENTRIES      *
042300*    ARE LOADED.                                               *
042400*-----------------------------------------------------------*
042500 1400-LOAD-DISPUTES.
042600     OPEN INPUT DISPREG.
042700     IF NOT FS-DISPREG-OK
042800         GO TO 1400-EXIT
042900     END-IF.
043000     READ DISPREG
043100         AT END
043200             MOVE "Y" TO WS-DQ-EOF-SW
043300     END-READ.
043400     PERFORM 1410-STORE-DISPUTE THRU 1410-EXIT
043500         UNTIL WS-DQ-EOF.
043600     CLOSE DISPREG.
043700 1400-EXIT.
043800     EXIT.

043900 1410-STORE-DISPUTE.
044000     IF DP-STAT-OPEN AND WS-DISPUTE-COUNT >= 200
044100         DISPLAY "BILPROV: DISPUTE TABLE FULL - RUN ABANDONED"
044200         MOVE "Y" TO WS-ABORT-SW
044300         MOVE "Y" TO WS-DQ-EOF-SW
044400         GO TO 1410-EXIT
044500     END-IF.
044600     IF DP-STAT-OPEN
044700         ADD 1 TO WS-DISPUTE-COUNT
044800         MOVE DP-CUST-ID TO WS-DP-CUST-ID(WS-DISPUTE-COUNT)
044900         MOVE DP-BILL-PERIOD TO
045000             WS-DP-BILL-PERIOD(WS-DISPUTE-COUNT)
045100     END-IF.
045200     READ DISPREG
045300         AT END
045400             MOVE "Y" TO WS-DQ-EOF-SW
045500     END-READ.
045600 1410-EXIT.
045700     EXIT.

045800 1500-PRINT-HEADER.
045900     MOVE SPACES TO WS-RPT-LINE.
046000     STRING "PROVISION FOR DOUBTFUL DEBTS - SCHEDULE AS AT "
046100         WS-SYSTEM-DATE " PERIOD " WS-RUN-PERIOD
046200         DELIMITED BY SIZE INTO WS-RPT-LINE.
046300     WRITE PR-LINE FROM WS-RPT-LINE.
046400     MOVE SPACES TO WS-RPT-LINE.
046500     MOVE "CUST-ID    INVOICE   PERIOD CL CATEGORY   BUCKET    "
046600         TO WS-RPT-LINE.
046700     MOVE "OPEN AMOUNT    PCT     PROVISION"
046800         TO WS-RPT-LINE(53:32).
046900     WRITE PR-LINE FROM WS-RPT-LINE.
047000 1500-EXIT.
047100     EXIT.

047200*-----------------------------------------------------------*
047300*    ONLY AN OPEN ITEM WITH SOMETHING STILL OWING IS           *
047400*    PROVIDED - SETTLED, ROLLED AND WRITTEN-OFF ITEMS ARE      *
047500*    NO LONGER A RECEIVABLE.                                   *
047600*-----------------------------------------------------------*
047700 2000-PROCESS-ITEM.
047800     ADD 1 TO WS-ITEMS-READ.
047900     IF NOT OI-STAT-OPEN OR OI-OPEN-AMOUNT = ZERO
048000         GO TO 2000-NEXT
048100     END-IF.
048200     PERFORM 2200-LOOKUP-CUSTOMER THRU 2200-EXIT.
048300     PERFORM 2300-SET-CATEGORY    THRU 2300-EXIT.
048400     PERFORM 2400-SET-BUCKET      THRU 2400-EXIT.
048500     PERFORM 2500-FIND-RATE       THRU 2500-EXIT.
048600     COMPUTE WS-PROVISION-AMT ROUNDED =
048700         OI-OPEN-AMOUNT * WS-PCT / 100.
048800     PERFORM 2600-ACCUMULATE      THRU 2600-EXIT.
048900     PERFORM 2700-PRINT-DETAIL    THRU 2700-EXIT.
049000     ADD 1 TO WS-ITEMS-PROVIDED.
049100 2000-NEXT.
049200     PERFORM 2100-READ-ITEM THRU 2100-EXIT.
049300 2000-EXIT.
049400     EXIT.

049500 2100-READ-ITEM.
049600     READ OPENITEM
049700         AT END
049800             MOVE "Y" TO WS-EOF-SW
049900     END-READ.
050000 2100-EXIT.
050100     EXIT.

050200*-----------------------------------------------------------*
050300*    AN ITEM FOR A CUSTOMER NO LONGER ON FILE IS PROVIDED AS   *
050400*    RESIDENTIAL AT THE NORMAL RATES, AS BILAGE AGES IT,       *
050500*    RATHER THAN DROPPED.                                      *
050600*-----------------------------------------------------------*
050700 2200-LOOKUP-CUSTOMER.
050800     MOVE "N" TO WS-CUST-FOUND-SW.
050900     MOVE OI-CUST-ID TO CM-CUST-ID.
051000     READ CUSTMAS
051100         INVALID KEY
051200             CONTINUE
051300         NOT INVALID KEY
051400             MOVE "Y" TO WS-CUST-FOUND-SW
051500     END-READ.
051600     IF WS-CUST-FOUND
051700         MOVE CM-CUST-CLASS TO WS-CLASS-CODE
051800     ELSE
051900         MOVE "R" TO WS-CLASS-CODE
052000     END-IF.
052100     PERFORM 2250-SET-CLASS-SUB THRU 2250-EXIT.
052200 2200-EXIT.
052300     EXIT.

052400 2250-SET-CLASS-SUB.
052500     EVALUATE WS-CLASS-CODE
052600         WHEN "C"
052700             MOVE 2 TO WS-CLASS-SUB
052800         WHEN "I"
052900             MOVE 3 TO WS-CLASS-SUB
053000         WHEN "T"
053100             MOVE 4 TO WS-CLASS-SUB
053200         WHEN OTHER
053300             MOVE 1 TO WS-CLASS-SUB
053400     END-EVALUATE.
053500     MOVE WS-CLASS-CODES(WS-CLASS-SUB:1) TO WS-CLASS-CODE.
053600 2250-EXIT.
053700     EXIT.

053800*-----------------------------------------------------------*
053900*    LITIGATION OUTRANKS A DISPUTE, AND A DISPUTE OUTRANKS A   *
054000*    PAYMENT PLAN - THE ACCOUNT IS PROVIDED AT THE RATES OF    *
054100*    ITS MOST SERIOUS CONDITION.                               *
054200*-----------------------------------------------------------*
054300 2300-SET-CATEGORY.
054400     MOVE "N" TO WS-CAT-CODE.
054500     IF NOT WS-CUST-FOUND
054600         GO TO 2300-SET-SUB
054700     END-IF.
054800     IF CM-UNDER-LITIGATION
054900         MOVE "L" TO WS-CAT-CODE
055000         GO TO 2300-SET-SUB
055100     END-IF.
055200     IF WS-DISPUTE-COUNT > 0
055300         SET WS-DP-IDX TO 1
055400         SEARCH WS-DP-ENTRY
055500             AT END
055600                 CONTINUE
055700             WHEN WS-DP-CUST-ID(WS-DP-IDX) = CM-CUST-ID
055800                 MOVE "D" TO WS-CAT-CODE
055900         END-SEARCH
056000     END-IF.
056100     IF WS-CAT-CODE = "D"
056200         GO TO 2300-SET-SUB
056300     END-IF.
056400     IF WS-PLAN-COUNT > 0
056500         SET WS-PP-IDX TO 1
056600         SEARCH WS-PP-ENTRY
056700             AT END
056800                 CONTINUE
056900             WHEN WS-PP-CUST-ID(WS-PP-IDX) = CM-CUST-ID
057000                 MOVE "P" TO WS-CAT-CODE
057100         END-SEARCH
057200     END-IF.
057300 2300-SET-SUB.
057400     PERFORM 2350-SET-CAT-SUB THRU 2350-EXIT.
057500 2300-EXIT.
057600     EXIT.

057700 2350-SET-CAT-SUB.
057800     EVALUATE WS-CAT-CODE
057900         WHEN "L"
058000             MOVE 2 TO WS-CAT-SUB
058100         WHEN "D"
058200             MOVE 3 TO WS-CAT-SUB
058300         WHEN "P"
058400             MOVE 4 TO WS-CAT-SUB
058500         WHEN OTHER
058600             MOVE 1 TO WS-CAT-SUB
058700     END-EVALUATE.
058800     MOVE WS-CAT-CODES(WS-CAT-SUB:1) TO WS-CAT-CODE.
058900 2350-EXIT.
059000     EXIT.

059100*-----------------------------------------------------------*
059200*    AGED FROM THE DUE DATE OF THE BILL THAT RAISED THE ITEM.  *
059300*    AN ITEM WHOSE BILL IS NO LONGER ON BILLHIST IS AGED FROM  *
059400*    THE FIRST OF ITS BILL PERIOD, WHICH CAN ONLY AGE IT       *
059500*    FURTHER, NEVER LESS.                                      *
059600*-----------------------------------------------------------*
059700 2400-SET-BUCKET.
059800     MOVE OI-CUST-ID     TO BH-CUST-ID.
059900     MOVE OI-BILL-PERIOD TO BH-BILL-PERIOD.
060000     READ BILLHIST
060100         INVALID KEY
060200             MOVE ZERO TO BH-DUE-DATE
060300     END-READ.
060400     IF BH-DUE-DATE NUMERIC AND BH-DUE-DATE > ZERO
060500         MOVE BH-DUE-DATE TO WS-DUE-DATE
060600     ELSE
060700         COMPUTE WS-DUE-DATE = OI-BILL-PERIOD * 100 + 1
060800         ADD 1 TO WS-NO-DUE-COUNT
060900     END-IF.
061000     COMPUTE WS-DAYS-OVERDUE =
061100         FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE)
061200         - FUNCTION INTEGER-OF-DATE(WS-DUE-DATE).
061300     EVALUATE TRUE
061400         WHEN WS-DAYS-OVERDUE <= 0
061500             MOVE 1 TO WS-BUCKET
061600         WHEN WS-DAYS-OVERDUE <= 30
061700             MOVE 2 TO WS-BUCKET
061800         WHEN WS-DAYS-OVERDUE <= 60
061900             MOVE 3 TO WS-BUCKET
062000         WHEN WS-DAYS-OVERDUE <= 90
062100             MOVE 4 TO WS-BUCKET
062200         WHEN OTHER
062300             MOVE 5 TO WS-BUCKET
062400     END-EVALUATE.
062500 2400-EXIT.
062600     EXIT.

062700*-----------------------------------------------------------*
062800*    THE CLASS'S OWN ROW FOR THE CATEGORY, ELSE THE            *
062900*    CATEGORY'S * ROW.  NO ROW AT ALL PROVIDES NOTHING AND IS  *
063000*    COUNTED, SO A GAP IN THE TABLE SHOWS ON THE SCHEDULE.     *
063100*-----------------------------------------------------------*
063200 2500-FIND-RATE.
063300     MOVE "N"  TO WS-RATE-FOUND-SW.
063400     MOVE ZERO TO WS-PCT.
063500     PERFORM 2510-MATCH-CLASS-RATE THRU 2510-EXIT
063600         VARYING WS-PV-SUB FROM 1 BY 1
063700         UNTIL WS-PV-SUB > WS-RATE-COUNT
063800            OR WS-RATE-FOUND.
063900     IF NOT WS-RATE-FOUND
064000         PERFORM 2520-MATCH-ANY-RATE THRU 2520-EXIT
064100             VARYING WS-PV-SUB FROM 1 BY 1
064200             UNTIL WS-PV-SUB > WS-RATE-COUNT
064300                OR WS-RATE-FOUND
064400     END-IF.
064500     IF NOT WS-RATE-FOUND
064600         ADD 1 TO WS-NO-RATE-COUNT
064700     END-IF.
064800 2500-EXIT.
064900     EXIT.

065000 2510-MATCH-CLASS-RATE.
065100     IF WS-PV-CATEGORY(WS-PV-SUB) = WS-CAT-CODE
065200         AND WS-PV-CLASS(WS-PV-SUB) = WS-CLASS-CODE
065300         MOVE "Y" TO WS-RATE-FOUND-SW
065400         MOVE WS-PV-PCT(WS-PV-SUB, WS-BUCKET) TO WS-PCT
065500     END-IF.
065600 2510-EXIT.
065700     EXIT.

065800 2520-MATCH-ANY-RATE.
065900     IF WS-PV-CATEGORY(WS-PV-SUB) = WS-CAT-CODE
066000         AND WS-PV-CLASS(WS-PV-SUB) = "*"
066100         MOVE "Y" TO WS-RATE-FOUND-SW
066200         MOVE WS-PV-PCT(WS-PV-SUB, WS-BUCKET) TO WS-PCT
066300     END-IF.
066400 2520-EXIT.
066500     EXIT.

066600 2600-ACCUMULATE.
066700     ADD OI-OPEN-AMOUNT TO
066800         WS-PT-OPEN(WS-CLASS-SUB, WS-CAT-SUB, WS-BUCKET).
066900     ADD WS-PROVISION-AMT TO
067000         WS-PT-PROV(WS-CLASS-SUB, WS-CAT-SUB, WS-BUCKET).
067100     ADD WS-PROVISION-AMT TO
067200         WS-PT-REQUIRED(WS-CLASS-SUB, WS-CAT-SUB).
067300     ADD OI-OPEN-AMOUNT   TO WS-TOTAL-OPEN.
067400     ADD WS-PROVISION-AMT TO WS-TOTAL-REQUIRED.
067500 2600-EXIT.
067600     EXIT.

067700 2700-PRINT-DETAIL.
067800     MOVE WS-BUCKET TO WS-SUB-B.
067900     PERFORM 7300-SET-BUCKET-NAME THRU 7300-EXIT.
068000     MOVE WS-CAT-SUB TO WS-SUB-K.
068100     PERFORM 7400-SET-CAT-NAME THRU 7400-EXIT.
068200     MOVE OI-OPEN-AMOUNT   TO WS-AMT-ED.
068300     MOVE WS-PCT           TO WS-PCT-ED.
068400     MOVE WS-PROVISION-AMT TO WS-TOTAL-ED.
068500     MOVE SPACES TO WS-RPT-LINE.
068600     STRING OI-CUST-ID " " OI-INVOICE-NO " " OI-BILL-PERIOD
068700         " " WS-CLASS-CODE "  " WS-CAT-NAME " " WS-BUCKET-NAME
068800         "  " WS-AMT-ED " " WS-PCT-ED " " WS-TOTAL-ED
068900         DELIMITED BY SIZE INTO WS-RPT-LINE.
069000     IF NOT WS-RATE-FOUND
069100         MOVE "NO RATE" TO WS-RPT-LINE(91:7)
069200     END-IF.
069300     WRITE PR-LINE FROM WS-RPT-LINE.
069400 2700-EXIT.
069500     EXIT.

069600*-----------------------------------------------------------*
069700*    THE BUCKET TOTALS BY CLASS AND CATEGORY - WHAT THE        *
069800*    FINANCE SPREADSHEET USED TO SHOW.                         *
069900*-----------------------------------------------------------*
070000 7000-PRINT-SUMMARY.
070100     MOVE SPACES TO WS-RPT-LINE.
070200     WRITE PR-LINE FROM WS-RPT-LINE.
070300     MOVE "PROVISION BY CLASS, CATEGORY AND BUCKET"
070400         TO WS-RPT-LINE.
070500     WRITE PR-LINE FROM WS-RPT-LINE.
070600     PERFORM 7100-PRINT-BUCKET-LINE THRU 7100-EXIT
070700         VARYING WS-SUB-C FROM 1 BY 1 UNTIL WS-SUB-C > 4
070800         AFTER WS-SUB-K FROM 1 BY 1 UNTIL WS-SUB-K > 4
070900         AFTER WS-SUB-B FROM 1 BY 1 UNTIL WS-SUB-B > 5.
071000 7000-EXIT.
071100     EXIT.

071200 7100-PRINT-BUCKET-LINE.
071300     IF WS-PT-OPEN(WS-SUB-C, WS-SUB-K, WS-SUB-B) = ZERO
071400         GO TO 7100-EXIT
071500     END-IF.
071600     PERFORM 7300-SET-BUCKET-NAME THRU 7300-EXIT.
071700     PERFORM 7400-SET-CAT-NAME    THRU 7400-EXIT.
071800     MOVE WS-PT-OPEN(WS-SUB-C, WS-SUB-K, WS-SUB-B) TO WS-PRIOR-ED.
071900     MOVE WS-PT-PROV(WS-SUB-C, WS-SUB-K, WS-SUB-B) TO WS-TOTAL-ED.
072000     MOVE SPACES TO WS-RPT-LINE.
072100     STRING "CLASS " WS-CLASS-CODES(WS-SUB-C:1)
072200         " " WS-CAT-NAME " " WS-BUCKET-NAME
072300         " OPEN RS " WS-PRIOR-ED
072400         " PROVISION RS " WS-TOTAL-ED
072500         DELIMITED BY SIZE INTO WS-RPT-LINE.
072600     WRITE PR-LINE FROM WS-RPT-LINE.
072700 7100-EXIT.
072800     EXIT.

072900 7300-SET-BUCKET-NAME.
073000     EVALUATE WS-SUB-B
073100         WHEN 1 MOVE "CURRENT " TO WS-BUCKET-NAME
073200         WHEN 2 MOVE "1-30    " TO WS-BUCKET-NAME
073300         WHEN 3 MOVE "31-60   " TO WS-BUCKET-NAME
073400         WHEN 4 MOVE "61-90   " TO WS-BUCKET-NAME
073500         WHEN 5 MOVE "OVER 90 " TO WS-BUCKET-NAME
073600     END-EVALUATE.
073700 7300-EXIT.
073800     EXIT.

073900 7400-SET-CAT-NAME.
074000     EVALUATE WS-SUB-K
074100         WHEN 1 MOVE "NORMAL    " TO WS-CAT-NAME
074200         WHEN 2 MOVE "LITIGATION" TO WS-CAT-NAME
074300         WHEN 3 MOVE "DISPUTE   " TO WS-CAT-NAME
074400         WHEN 4 MOVE "PAYMENT PL" TO WS-CAT-NAME
074500     END-EVALUATE.
074600 7400-EXIT.
074700     EXIT.

074800*-----------------------------------------------------------*
074900*    REQUIRED AGAINST LAST MONTH'S BALANCE, CLASS BY CLASS     *
075000*    AND CATEGORY BY CATEGORY.  ONLY THE DIFFERENCE IS POSTED  *
075100*    - AN INCREASE AS 6110-PRV, A RELEASE AS 6110-PRV-R - SO   *
075200*    THE LEDGER BALANCE ALWAYS EQUALS THE REQUIRED TOTAL ON    *
075300*    THIS SCHEDULE.                                            *
075400*-----------------------------------------------------------*
075500 7500-POST-MOVEMENT.
075600     MOVE SPACES TO WS-RPT-LINE.
075700     WRITE PR-LINE FROM WS-RPT-LINE.
075800     MOVE "MOVEMENT AGAINST LAST MONTH'S PROVISION"
075900         TO WS-RPT-LINE.
076000     WRITE PR-LINE FROM WS-RPT-LINE.
076100     MOVE SPACES TO WS-RPT-LINE.
076200     MOVE "CL CATEGORY" TO WS-RPT-LINE(1:11).
076300     MOVE "REQUIRED"    TO WS-RPT-LINE(20:8).
076400     MOVE "LAST MONTH"  TO WS-RPT-LINE(32:10).
076500     MOVE "MOVEMENT"    TO WS-RPT-LINE(48:8).
076600     MOVE "POSTED AS"   TO WS-RPT-LINE(70:9).
076700     WRITE PR-LINE FROM WS-RPT-LINE.
076800     PERFORM 7510-POST-ONE-MOVEMENT THRU 7510-EXIT
076900         VARYING WS-SUB-C FROM 1 BY 1 UNTIL WS-SUB-C > 4
077000         AFTER WS-SUB-K FROM 1 BY 1 UNTIL WS-SUB-K > 4.
077100     MOVE SPACES TO WS-RPT-LINE.
077200     WRITE PR-LINE FROM WS-RPT-LINE.
077300     MOVE WS-TOTAL-OPEN TO WS-TOTAL-ED.
077400     MOVE SPACES TO WS-RPT-LINE.
077500     STRING "TOTAL OPEN RECEIVABLE PROVIDED ON    RS " WS-TOTAL-ED
077600         DELIMITED BY SIZE INTO WS-RPT-LINE.
077700     WRITE PR-LINE FROM WS-RPT-LINE.
077800     MOVE WS-TOTAL-REQUIRED TO WS-TOTAL-ED.
077900     MOVE SPACES TO WS-RPT-LINE.
078000     STRING "PROVISION REQUIRED THIS MONTH        RS " WS-TOTAL-ED
078100         DELIMITED BY SIZE INTO WS-RPT-LINE.
078200     WRITE PR-LINE FROM WS-RPT-LINE.
078300     MOVE WS-TOTAL-PRIOR TO WS-TOTAL-ED.
078400     MOVE SPACES TO WS-RPT-LINE.
078500     STRING "PROVISION CARRIED FROM " WS-PRIOR-PERIOD
078600         "        RS " WS-TOTAL-ED
078700         DELIMITED BY SIZE INTO WS-RPT-LINE.
078800     WRITE PR-LINE FROM WS-RPT-LINE.
078900     MOVE WS-TOTAL-INCREASE TO WS-TOTAL-ED.
079000     MOVE SPACES TO WS-RPT-LINE.
079100     STRING "INCREASE POSTED 6110-PRV             RS " WS-TOTAL-ED
079200         DELIMITED BY SIZE INTO WS-RPT-LINE.
079300     WRITE PR-LINE FROM WS-RPT-LINE.
079400     MOVE WS-TOTAL-RELEASE TO WS-TOTAL-ED.
079500     MOVE SPACES TO WS-RPT-LINE.
079600     STRING "RELEASE POSTED 6110-PRV-R            RS " WS-TOTAL-ED
079700         DELIMITED BY SIZE INTO WS-RPT-LINE.
079800     WRITE PR-LINE FROM WS-RPT-LINE.
079900     IF WS-NO-RATE-COUNT > ZERO
080000         MOVE SPACES TO WS-RPT-LINE
080100         STRING "ITEMS WITH NO RATE ON PROVPCT (NOT PROVIDED) "
080200             WS-NO-RATE-COUNT
080300             DELIMITED BY SIZE INTO WS-RPT-LINE
080400         WRITE PR-LINE FROM WS-RPT-LINE
080500     END-IF.
080600     IF WS-NO-DUE-COUNT > ZERO
080700         MOVE SPACES TO WS-RPT-LINE
080800         STRING "ITEMS AGED FROM THE BILL PERIOD (BILL NOT ON"
080900             " BILLHIST) " WS-NO-DUE-COUNT
081000             DELIMITED BY SIZE INTO WS-RPT-LINE
081100         WRITE PR-LINE FROM WS-RPT-LINE
081200     END-IF.
081300 7500-EXIT.
081400     EXIT.

081500 7510-POST-ONE-MOVEMENT.
081600     IF WS-PT-REQUIRED(WS-SUB-C, WS-SUB-K) = ZERO
081700         AND WS-PT-PRIOR(WS-SUB-C, WS-SUB-K) = ZERO
081800         GO TO 7510-EXIT
081900     END-IF.
082000     ADD WS-PT-PRIOR(WS-SUB-C, WS-SUB-K) TO WS-TOTAL-PRIOR.
082100     COMPUTE WS-MOVEMENT-AMT =
082200         WS-PT-REQUIRED(WS-SUB-C, WS-SUB-K)
082300         - WS-PT-PRIOR(WS-SUB-C, WS-SUB-K).
082400     PERFORM 7400-SET-CAT-NAME THRU 7400-EXIT.
082500     MOVE WS-PT-REQUIRED(WS-SUB-C, WS-SUB-K) TO WS-TOTAL-ED.
082600     MOVE WS-PT-PRIOR(WS-SUB-C, WS-SUB-K)    TO WS-PRIOR-ED.
082700     MOVE WS-MOVEMENT-AMT                    TO WS-MOVE-ED.
082800     MOVE SPACES TO WS-RPT-LINE.
082900     STRING WS-CLASS-CODES(WS-SUB-C:1) "  " WS-CAT-NAME " "
083000         WS-TOTAL-ED " " WS-PRIOR-ED " " WS-MOVE-ED
083100         DELIMITED BY SIZE INTO WS-RPT-LINE.
083200     EVALUATE TRUE
083300         WHEN WS-MOVEMENT-AMT > ZERO
083400             MOVE "6110-PRV"   TO WS-RPT-LINE(70:10)
083500             MOVE "6110-PRV"   TO GK-POST-TYPE
083600             MOVE WS-MOVEMENT-AMT TO GK-AMOUNT
083700             ADD WS-MOVEMENT-AMT TO WS-TOTAL-INCREASE
083800             PERFORM 9720-POST-GL THRU 9720-EXIT
083900         WHEN WS-MOVEMENT-AMT < ZERO
084000             MOVE "6110-PRV-R" TO WS-RPT-LINE(70:10)
084100             MOVE "6110-PRV-R" TO GK-POST-TYPE
084200             COMPUTE GK-AMOUNT = ZERO - WS-MOVEMENT-AMT
084300             SUBTRACT WS-MOVEMENT-AMT FROM WS-TOTAL-RELEASE
084400             PERFORM 9720-POST-GL THRU 9720-EXIT
084500     END-EVALUATE.
084600     WRITE PR-LINE FROM WS-RPT-LINE.
084700 7510-EXIT.
084800     EXIT.

084900 9000-TERMINATE.
085000     CLOSE OPENITEM.
085100     CLOSE BILLHIST.
085200     CLOSE CUSTMAS.
085300     CLOSE PROVRPT.
085300     PERFORM 9680-FILE-REPORT THRU 9680-EXIT.
085400     CLOSE GLEXTR.
085500     IF FS-RUNLOG-OK
085600         PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT
085700         CLOSE RUNLOG
085800     END-IF.
085900     DISPLAY "=============================================".
086000     DISPLAY "BILPROV - PROVISION FOR DOUBTFUL DEBTS".
086100     DISPLAY "  OPEN ITEMS READ    : " WS-ITEMS-READ.
086200     DISPLAY "  ITEMS PROVIDED     : " WS-ITEMS-PROVIDED.
086300     DISPLAY "  ITEMS WITH NO RATE : " WS-NO-RATE-COUNT.
086400     DISPLAY "  REQUIRED PROVISION : RS " WS-TOTAL-REQUIRED.
086500     DISPLAY "  LAST MONTH         : RS " WS-TOTAL-PRIOR.
086600     DISPLAY "  INCREASE POSTED    : RS " WS-TOTAL-INCREASE.
086700     DISPLAY "  RELEASE POSTED     : RS " WS-TOTAL-RELEASE.
086800     DISPLAY "=============================================".
086900 9000-EXIT.
087000     EXIT.

087100*-----------------------------------------------------------*
087200*    THIS MONTH'S REQUIRED PROVISION BECOMES NEXT MONTH'S      *
087300*    PRIOR BALANCE.  WRITTEN ONLY AFTER THE MOVEMENT HAS GONE  *
087400*    TO THE GL EXTRACT.                                        *
087500*-----------------------------------------------------------*
087600 9100-REWRITE-BALANCES.
087700     OPEN OUTPUT PROVBAL.
087800     IF NOT FS-PROVBAL-OK
087900         DISPLAY "BILPROV: UNABLE TO REWRITE PROVBAL, STATUS "
088000             FS-PROVBAL " - SET IT BEFORE NEXT MONTH'S RUN"
088100         GO TO 9100-EXIT
088200     END-IF.
088300     PERFORM 9110-WRITE-ONE-BALANCE THRU 9110-EXIT
088400         VARYING WS-SUB-C FROM 1 BY 1 UNTIL WS-SUB-C > 4
088500         AFTER WS-SUB-K FROM 1 BY 1 UNTIL WS-SUB-K > 4.
088600     CLOSE PROVBAL.
088700 9100-EXIT.
088800     EXIT.

088900 9110-WRITE-ONE-BALANCE.
089000     MOVE SPACES                       TO PL-RECORD.
089100     MOVE WS-RUN-PERIOD                TO PL-PERIOD.
089200     MOVE WS-CLASS-CODES(WS-SUB-C:1)   TO PL-CLASS.
089300     MOVE WS-CAT-CODES(WS-SUB-K:1)     TO PL-CATEGORY.
089400     MOVE WS-PT-REQUIRED(WS-SUB-C, WS-SUB-K) TO PL-PROVISION.
089500     MOVE WS-SYSTEM-DATE               TO PL-RUN-DATE.
089600     MOVE WS-OPERATOR-ID               TO PL-OPERATOR-ID.
089700     WRITE PL-RECORD.
089800 9110-EXIT.
089900     EXIT.

090000 9600-WRITE-RUNLOG.
090100     MOVE "BILPROV"         TO RL-PROGRAM-ID.
090200     MOVE WS-OPERATOR-ID    TO RL-OPERATOR-ID.
090300     MOVE WS-SYSTEM-DATE    TO RL-RUN-DATE.
090400     MOVE WS-SYSTEM-TIME    TO RL-RUN-TIME.
090500     MOVE "OPENITEM"        TO RL-INPUT-FILE.
090600     MOVE WS-ITEMS-READ     TO RL-RECORDS-READ.
090700     MOVE WS-ITEMS-PROVIDED TO RL-BILLS-PRODUCED.
090800     MOVE WS-NO-RATE-COUNT  TO RL-EXCEPTIONS.
090900     MOVE WS-TOTAL-REQUIRED TO RL-TOTAL-BILLED.
091000     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
091100     ACCEPT RL-END-TIME FROM TIME.
091200     WRITE RL-RECORD.
091300 9600-EXIT.
091400     EXIT.

091500 9700-WRITE-GL-EXTRACT.
091600     MOVE "H"                 TO GJ-RECORD-TYPE.
091700     MOVE WS-SYSTEM-DATE      TO GJ-RUN-DATE.
091800     MOVE WS-RUN-PERIOD       TO GJ-BILL-PERIOD.
091900     MOVE SPACES              TO GJ-ACCOUNT-CODE.
092000     MOVE "BILPROV GL EXTRACT" TO GJ-ACCOUNT-DESC.
092100     MOVE ZERO                TO GJ-AMOUNT.
092200     MOVE SPACES              TO GJ-COST-CENTRE.
092300     MOVE SPACES              TO GJ-POST-TYPE.
092400     WRITE GJ-RECORD.
092500     MOVE "D"                 TO GJ-RECORD-TYPE.
092600     MOVE "6110-PRV"          TO GK-POST-TYPE.
092700     MOVE "DOUBTFUL DEBT PROVISION RAISED" TO GJ-ACCOUNT-DESC.
092800     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
092900     MOVE "6110-PRV-R"        TO GK-POST-TYPE.
093000     MOVE "DOUBTFUL DEBT PROVISION RELEASED"
093100         TO GJ-ACCOUNT-DESC.
093200     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
093300     MOVE "T"                 TO GJ-RECORD-TYPE.
093400     MOVE WS-GL-DETAILS       TO GJ-BILL-PERIOD.
093500     MOVE SPACES              TO GJ-ACCOUNT-CODE.
093600     MOVE "TRAILER - DETAIL COUNT AND HASH"
093700         TO GJ-ACCOUNT-DESC.
093800     MOVE WS-GL-HASH          TO GJ-AMOUNT.
093900     MOVE SPACES              TO GJ-COST-CENTRE.
094000     MOVE SPACES              TO GJ-POST-TYPE.
094100     WRITE GJ-RECORD.
094200 9700-EXIT.
094300     EXIT.

094400*-----------------------------------------------------------*
094500*    ONE D RECORD FOR EVERY ACCOUNT TOTAL BILGLAC HOLDS FOR    *
094600*    THE POSTING TYPE.                                         *
094700*-----------------------------------------------------------*
094800 9710-WRITE-GL-LINES.
094900     MOVE "N"             TO GK-FUNCTION.
095000     MOVE ZERO            TO GK-CURSOR.
095100     MOVE SPACE           TO GK-RESULT.
095200     PERFORM 9715-WRITE-ONE-LINE THRU 9715-EXIT
095300         UNTIL GK-END.
095400 9710-EXIT.
095500     EXIT.

095600 9715-WRITE-ONE-LINE.
095700     CALL "BILGLAC" USING GK-PARMS.
095800     IF GK-END
095900         GO TO 9715-EXIT
096000     END-IF.
096100     MOVE GK-ACCOUNT-CODE TO GJ-ACCOUNT-CODE.
096200     MOVE GK-ZONE-CODE    TO GJ-COST-CENTRE.
096300     MOVE GK-POST-TYPE    TO GJ-POST-TYPE.
096400     MOVE GK-AMOUNT       TO GJ-AMOUNT.
096500     WRITE GJ-RECORD.
096600     ADD 1                TO WS-GL-DETAILS.
096700     ADD GJ-AMOUNT        TO WS-GL-HASH.
096800 9715-EXIT.
096900     EXIT.

097000*-----------------------------------------------------------*
097100*    THE PROVISION IS HELD BY CLASS, NOT BY CUSTOMER, SO IT    *
097200*    POSTS ON THE CLASS'S MAPPING WITH NO SERVICE OR ZONE.     *
097300*-----------------------------------------------------------*
097400 9720-POST-GL.
097400*    AN AMOUNT BILGLAC COULD NOT HOLD WOULD LEAVE THE GL
097400*    EXTRACT SHORT OF THE FIGURES POSTED - ABANDON THE RUN.
097500     MOVE "P"                        TO GK-FUNCTION.
097600     MOVE SPACES                     TO GK-SERVICE.
097700     MOVE WS-CLASS-CODES(WS-SUB-C:1) TO GK-CLASS.
097800     MOVE SPACES                     TO GK-ZONE-CODE.
097900     MOVE WS-SYSTEM-DATE             TO GK-POST-DATE.
098000     CALL "BILGLAC" USING GK-PARMS.
098000     IF GK-FAILED
098000         MOVE "Y" TO WS-ABORT-SW
098000     END-IF.
098100 9720-EXIT.
098200     EXIT.

098300*-----------------------------------------------------------*
098400*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
098500*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
098600*    OUTLIVES THE NEXT RUN.                                    *
098700*-----------------------------------------------------------*
098800 9680-FILE-REPORT.
098900     OPEN INPUT PROVRPT.
099000     IF NOT FS-PROVRPT-OK
099100         GO TO 9680-EXIT
099200     END-IF.
099300     MOVE "O"               TO RO-FUNCTION.
099400     MOVE "PROVRPT"         TO RO-REPORT-NAME.
099500     MOVE "BILPROV"         TO RO-PROGRAM-ID.
099600     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
099700     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
099800     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
099900     MOVE ZERO              TO RO-PERIOD.
100000     CALL "BILRPTF" USING RO-PARMS.
100100     IF RO-OK
100200         MOVE "N" TO WS-RO-EOF-SW
100300         PERFORM 9690-FILE-LINE THRU 9690-EXIT
100400             UNTIL WS-RO-EOF
100500         MOVE "C"          TO RO-FUNCTION
100600         CALL "BILRPTF" USING RO-PARMS
100700     END-IF.
100800     CLOSE PROVRPT.
100900 9680-EXIT.
101000     EXIT.

101100 9690-FILE-LINE.
101200     READ PROVRPT
101300         AT END
101400             MOVE "Y" TO WS-RO-EOF-SW
101500             GO TO 9690-EXIT
101600     END-READ.
101700     MOVE "L"               TO RO-FUNCTION.
101800     MOVE PR-LINE           TO RO-LINE.
101900     CALL "BILRPTF" USING RO-PARMS.
102000 9690-EXIT.
102100     EXIT.
