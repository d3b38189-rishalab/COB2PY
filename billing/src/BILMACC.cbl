000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILMACC.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILMACC                                                     *
000900*  METER ACCURACY TEST ON THE CUSTOMER'S REQUEST.  A CUSTOMER  *
001000*  WHO BELIEVES THEIR METER RUNS FAST MAY HAVE IT TESTED.  TWO *
001100*  FUNCTIONS, PICKED BY THE OPERATOR AT STARTUP:               *
001200*    R - LOG THE REQUEST AGAINST THE METER INSTALLED FOR THE   *
001300*        CUSTOMER ON THE ASSET REGISTER (METERAST), WITH THE   *
001400*        FIRST PERIOD THE CUSTOMER DISPUTES.  THE TEST FEE IS  *
001500*        CHARGED ON THE NEXT BILL THROUGH ADJTXN AND A BENCH-  *
001600*        TEST WORK ORDER IS PRINTED FOR THE METER CREW;        *
001700*    E - ENTER THE LAB'S ERROR PERCENTAGE (SUPERVISOR).  A     *
001800*        METER WITHIN ITS ACCURACY CLASS CLOSES THE REQUEST    *
001900*        WITH THE FEE RETAINED.  A METER OUTSIDE IT HAS THE    *
002000*        FEE REFUNDED AND EVERY REGULAR BILL IN THE DISPUTED   *
002100*        PERIODS - NO FURTHER BACK THAN THE REGULATORY LIMIT,  *
002200*        THE METER'S INSTALLATION OR ITS LAST TEST - REPRICED  *
002300*        THROUGH BILCALC AT THE CONSUMPTION CORRECTED FOR THE  *
002400*        ERROR, UNDER THE SCHEDULE FOR THE BILL'S OWN PERIOD.  *
002500*        THE DIFFERENCE WITH ITS GST GOES TO ADJTXN AS A       *
002600*        METER-ERROR CREDIT (A FAST METER) OR DEBIT (A SLOW    *
002700*        ONE), BILLED AND JOURNALLED BY THE NEXT BILLING RUN.  *
002800*  THE REGISTER (MTSTREQ) IS HELD WHOLE IN STORAGE AND WRITTEN *
002900*  BACK AT END OF RUN, THE SAME IDIOM BILDSPT USES; ADJTXN IS  *
003000*  MERGED IN CUSTOMER SEQUENCE THE WAY BILSOPC DOES IT.        *
003100*-----------------------------------------------------------*
003200*  MODIFICATION HISTORY                                      *
003300*  DATE       INIT  DESCRIPTION                               *
003400*  2026-10-15 RSH   ORIGINAL                                  *
003400*  2026-10-15 RSH   EACH ADJUSTMENT CARRIES THE OPERATOR ID.  *
003400*  2026-10-15 RSH   A SUPERVISOR LINKED TO THE CUSTOMER ON    *
003400*                   STAFFREG MAY NOT ENTER THE TEST RESULT.   *
003500*-----------------------------------------------------------*
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.   IBM-370.
003900 OBJECT-COMPUTER.   IBM-370.

004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT MTSTREQ ASSIGN TO "MTSTREQ"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS FS-MTSTREQ.

004500     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS CM-CUST-ID
004900         FILE STATUS IS FS-CUSTMAS.

005000     SELECT METERAST ASSIGN TO "METERAST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS MA-METER-NO
005400         FILE STATUS IS FS-METERAST.

005500     SELECT BILLHIST ASSIGN TO "BILLHIST"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS BH-KEY
005900         FILE STATUS IS FS-BILLHIST.

006000     SELECT RATETAB ASSIGN TO "RATETAB"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS FS-RATETAB.

006300     SELECT CONTRACT ASSIGN TO "CONTRACT"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS FS-CONTRACT.

006600     SELECT ADJTXN ASSIGN TO "ADJTXN"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS FS-ADJTXN.

006900     SELECT MTSTWO ASSIGN TO "MTSTWO"
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS FS-MTSTWO.

007200     SELECT RUNLOG ASSIGN TO "RUNLOG"
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS FS-RUNLOG.

007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  MTSTREQ
007800     LABEL RECORDS ARE STANDARD.
007900 COPY MTSTREQ.

008000 FD  CUSTMAS
008100     LABEL RECORDS ARE STANDARD.
008200 COPY CUSTMAS.

008300 FD  METERAST
008400     LABEL RECORDS ARE STANDARD.
008500 COPY METERAST.

008600 FD  BILLHIST
008700     LABEL RECORDS ARE STANDARD.
008800 COPY BILLHIST.

008900 FD  RATETAB
009000     LABEL RECORDS ARE STANDARD.
009100 COPY RATETAB.

009200 FD  CONTRACT
009300     LABEL RECORDS ARE STANDARD.
009400 COPY CONTRACT.

009500 FD  ADJTXN
009600     LABEL RECORDS ARE STANDARD.
009700 COPY ADJTXN.

009800 FD  MTSTWO
009900     LABEL RECORDS ARE STANDARD.
010000 01  MW-LINE                     PIC X(80).

010100 FD  RUNLOG
010200     LABEL RECORDS ARE STANDARD.
010300 COPY RUNLOG.

010400 WORKING-STORAGE SECTION.
010500*-----------------------------------------------------------*
010600*    FILE STATUS SWITCHES                                      *
010700*-----------------------------------------------------------*
010800 77  FS-MTSTREQ              PIC X(02).
010900     88  FS-MTSTREQ-OK               VALUE "00".
011000 77  FS-CUSTMAS              PIC X(02).
011100     88  FS-CUSTMAS-OK               VALUE "00".
011200 77  FS-METERAST             PIC X(02).
011300     88  FS-METERAST-OK              VALUE "00".
011400 77  FS-BILLHIST             PIC X(02).
011500     88  FS-BILLHIST-OK              VALUE "00".
011600 77  FS-RATETAB              PIC X(02).
011700     88  FS-RATETAB-OK               VALUE "00".
011800 77  FS-CONTRACT             PIC X(02).
011900     88  FS-CONTRACT-OK              VALUE "00".
012000 77  FS-ADJTXN               PIC X(02).
012100     88  FS-ADJTXN-OK                VALUE "00".
012200 77  FS-MTSTWO               PIC X(02).
012300     88  FS-MTSTWO-OK                VALUE "00".
012400     88  FS-MTSTWO-NOFILE            VALUE "35".
012500 77  FS-RUNLOG               PIC X(02).
012600     88  FS-RUNLOG-OK                VALUE "00".

012700*-----------------------------------------------------------*
012800*    PROGRAM SWITCHES                                          *
012900*-----------------------------------------------------------*
013000 77  WS-ABORT-SW             PIC X(01) VALUE "N".
013100     88  WS-ABORT                    VALUE "Y".
013200 77  WS-MQ-EOF-SW            PIC X(01) VALUE "N".
013300     88  WS-MQ-EOF                   VALUE "Y".
013400 77  WS-AJ-EOF-SW            PIC X(01) VALUE "N".
013500     88  WS-AJ-EOF                   VALUE "Y".
013600 77  WS-RT-EOF-SW            PIC X(01) VALUE "N".
013700     88  WS-RT-EOF                   VALUE "Y".
013800 77  WS-CN-EOF-SW            PIC X(01) VALUE "N".
013900     88  WS-CN-EOF                   VALUE "Y".
014000 77  WS-BH-EOF-SW            PIC X(01) VALUE "N".
014100     88  WS-BH-EOF                   VALUE "Y".
014200 77  WS-RATE-FOUND-SW        PIC X(01) VALUE "N".
014300     88  WS-RATE-FOUND               VALUE "Y".
014400 77  WS-CONTRACT-SW          PIC X(01) VALUE "N".
014500     88  WS-ON-CONTRACT              VALUE "Y".
014600 77  WS-PEAK-SW              PIC X(01) VALUE "N".
014700     88  WS-PEAK-MONTH               VALUE "Y".
014800 77  WS-TOU-SW               PIC X(01) VALUE "N".
014900     88  WS-TOU-BILL                 VALUE "Y".

015000*-----------------------------------------------------------*
015100*    OPERATOR AND INPUT FIELDS                                 *
015200*-----------------------------------------------------------*
015300 77  WS-OPERATOR-ID          PIC X(08).
015400 77  WS-PASSWORD             PIC X(08).
015500 77  WS-SYSTEM-DATE          PIC 9(08).
015600 77  WS-SYSTEM-TIME          PIC 9(08).
015700 77  WS-FUNCTION             PIC X(01).
015800     88  WS-FUNC-REQUEST             VALUE "R".
015900     88  WS-FUNC-RESULT              VALUE "E".
016000 77  WS-IN-CUST-ID           PIC X(10).
016100 77  WS-IN-FEE               PIC 9(05)V99.
016200 77  WS-IN-REQUEST-NO        PIC 9(06).
016300 77  WS-IN-ERROR-DIR         PIC X(01).
016400 77  WS-IN-ERROR-PCT         PIC 9(03)V99.
016500 01  WS-IN-FROM              PIC 9(06).
016600 01  WS-FROM-KEY REDEFINES WS-IN-FROM.
016700     05  WS-FROM-YYYY        PIC 9(04).
016800     05  WS-FROM-MM          PIC 9(02).

016900*-----------------------------------------------------------*
017000*    REGISTER AND ADJUSTMENT WORK FIELDS                       *
017100*-----------------------------------------------------------*
017200 77  WS-MR-SUB               PIC 9(04) VALUE ZERO.
017300 77  WS-FOUND-SUB            PIC 9(04) VALUE ZERO.
017400 77  WS-LAST-REQUEST-NO      PIC 9(06) VALUE ZERO.
017500 77  WS-AJ-SUB               PIC 9(04) VALUE ZERO.
017600 77  WS-AJ-POS               PIC 9(04) VALUE ZERO.
017700 77  WS-PERMITTED-PCT        PIC 9(01)V9 VALUE ZERO.

017800*-----------------------------------------------------------*
017900*    CORRECTION WORK FIELDS.  THE REGULATORY LIMIT IS THE      *
018000*    NUMBER OF PERIODS BEFORE THE TEST A FAULTY METER'S        *
018100*    BILLS MAY BE REOPENED.                                    *
018200*-----------------------------------------------------------*
018300 77  WS-CORR-LIMIT           PIC 9(02) VALUE 06.
018400 77  WS-MONTH-NO             PIC 9(06) VALUE ZERO.
018500 77  WS-TEST-PERIOD          PIC 9(06) VALUE ZERO.
018600 77  WS-START-PERIOD         PIC 9(06) VALUE ZERO.
018700 77  WS-INSTALL-PERIOD       PIC 9(06) VALUE ZERO.
018800 77  WS-PRIOR-TEST-PERIOD    PIC 9(06) VALUE ZERO.
018900 01  WS-PD-WORK              PIC 9(06).
019000 01  WS-PD-WORK-KEY REDEFINES WS-PD-WORK.
019100     05  WS-PD-WORK-YYYY     PIC 9(04).
019200     05  WS-PD-WORK-MM       PIC 9(02).
019300 77  WS-CN-RATE              PIC 9(03)V99 VALUE ZERO.
019400 77  WS-CN-MIN-OFFTAKE       PIC 9(07) VALUE ZERO.
019500 77  WS-GST-PCT              PIC 9(02)V99 VALUE ZERO.
019600 77  WS-MIN-CHARGE           PIC 9(05)V99 VALUE ZERO.
019700 77  WS-BILL-MONTH           PIC 9(02) VALUE ZERO.
019800 77  WS-PEAK-FROM            PIC 9(02) VALUE ZERO.
019900 77  WS-PEAK-TO              PIC 9(02) VALUE ZERO.
020000 77  WS-PEAK-PCT             PIC 9(03)V99 VALUE ZERO.
020100 77  WS-SPAN-DAYS            PIC 9(03) VALUE ZERO.
020200 77  WS-STD-CYCLE-DAYS       PIC 9(03) VALUE 030.
020300 77  WS-PEAK-AMT             PIC 9(09)V99 VALUE ZERO.
020400 77  WS-OFFPEAK-AMT          PIC 9(09)V99 VALUE ZERO.
020500 77  WS-PRICE-UNITS          PIC 9(07) VALUE ZERO.
020600 77  WS-PRICE-PEAK           PIC 9(07) VALUE ZERO.
020700 77  WS-PRICE-OFFPEAK        PIC 9(07) VALUE ZERO.
020800 77  WS-PRICE-AMT            PIC 9(09)V99 VALUE ZERO.
020900 77  WS-CORR-UNITS           PIC 9(07) VALUE ZERO.
021000 77  WS-CORR-PEAK            PIC 9(07) VALUE ZERO.
021100 77  WS-CORR-OFFPEAK         PIC 9(07) VALUE ZERO.
021200 77  WS-BILLED-ENERGY        PIC 9(09)V99 VALUE ZERO.
021300 77  WS-CORR-ENERGY          PIC 9(09)V99 VALUE ZERO.
021400 77  WS-ENERGY-DIFF          PIC S9(09)V99 VALUE ZERO.
021500 77  WS-GST-DIFF             PIC S9(09)V99 VALUE ZERO.
021600 77  WS-CORR-TOTAL           PIC S9(09)V99 VALUE ZERO.
021700 77  WS-PERIODS-CORRECTED    PIC 9(02) VALUE ZERO.

021800*-----------------------------------------------------------*
021900*    RUN COUNTS                                                *
022000*-----------------------------------------------------------*
022100 77  WS-LOGGED-COUNT         PIC 9(05) VALUE ZERO.
022200 77  WS-PASSED-COUNT         PIC 9(05) VALUE ZERO.
022300 77  WS-FAILED-COUNT         PIC 9(05) VALUE ZERO.
022400 77  WS-OPEN-ON-FILE         PIC 9(05) VALUE ZERO.
022500 77  WS-ADJ-ADDED            PIC 9(04) VALUE ZERO.

022600*-----------------------------------------------------------*
022700*    WORK ORDER LINE AND EDITED FIELDS                         *
022800*-----------------------------------------------------------*
022900 01  WS-WO-LINE              PIC X(80).
023000 01  WS-FEE-ED               PIC ZZZZ9.99.
023100 01  WS-PCT-ED               PIC ZZ9.99.
023200 01  WS-CLASS-ED             PIC 9.9.
023300 01  WS-UNITS-ED             PIC ZZZZZZ9.
023400 01  WS-UNITS2-ED            PIC ZZZZZZ9.
023500 01  WS-DIFF-ED              PIC -ZZZZZZZ9.99.

023600*-----------------------------------------------------------*
023700*    THE WHOLE REGISTER, HELD IN STORAGE AND WRITTEN BACK      *
023800*    WHOLE AT END OF RUN.                                      *
023900*-----------------------------------------------------------*
024000 01  WS-TEST-REGISTER.
024100     05  WS-MR-ENTRY OCCURS 1000 TIMES.
024200         10  WS-MR-REQUEST-NO        PIC 9(06).
024300         10  WS-MR-CUST-ID           PIC X(10).
024400         10  WS-MR-METER-NO          PIC X(12).
024500         10  WS-MR-REQUEST-DATE      PIC 9(08).
024600         10  WS-MR-FROM-PERIOD       PIC 9(06).
024700         10  WS-MR-FEE               PIC 9(05)V99.
024800         10  WS-MR-STATUS            PIC X(01).
024900         10  WS-MR-OPERATOR-ID       PIC X(08).
025000         10  WS-MR-TEST-DATE         PIC 9(08).
025100         10  WS-MR-ERROR-DIR         PIC X(01).
025200         10  WS-MR-ERROR-PCT         PIC 9(03)V99.
025300         10  WS-MR-PERMITTED-PCT     PIC 9(01)V9.
025400         10  WS-MR-PERIODS-CORR      PIC 9(02).
025500         10  WS-MR-CORRECTION-AMT    PIC S9(07)V99.
025600         10  WS-MR-RESULT-OPERATOR   PIC X(08).
025700 01  WS-REGISTER-COUNT           PIC 9(04) VALUE ZERO.

025800*-----------------------------------------------------------*
025900*    THE ADJUSTMENTS ALREADY KEYED FOR THE NEXT BILLING RUN,   *
026000*    HELD SO THE FEE AND THE CORRECTION CAN BE MERGED IN -     *
026100*    THE BILLING RUN CONSUMES ADJTXN IN CUSTOMER SEQUENCE.     *
026200*-----------------------------------------------------------*
026300 01  WS-ADJ-TABLE.
026400     05  WS-AJ-ENTRY OCCURS 5000 TIMES.
026500         10  WS-AJ-CUST-ID       PIC X(10).
026600         10  WS-AJ-REST          PIC X(48).
026700 01  WS-ADJ-COUNT                PIC 9(04) VALUE ZERO.

026800*-----------------------------------------------------------*
026900*    RATE TABLE, TIER-CALC AND SIGN-ON BLOCKS                  *
027000*-----------------------------------------------------------*
027100 COPY RATETBL.
027200 COPY BILCALC.
027300 COPY SIGNPARM.
027300 COPY CFPARM.

027400 PROCEDURE DIVISION.
027500 0000-MAINLINE SECTION.
027600     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
027700     IF NOT WS-ABORT
027800         EVALUATE TRUE
027900             WHEN WS-FUNC-REQUEST
028000                 PERFORM 2000-LOG-REQUEST THRU 2000-EXIT
028100             WHEN WS-FUNC-RESULT
028200                 PERFORM 3000-ENTER-RESULT THRU 3000-EXIT
028300         END-EVALUATE
028400     END-IF.
028500     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
028600     STOP RUN.

028700 1000-INITIALIZE.
028800     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
028900     ACCEPT WS-SYSTEM-TIME FROM TIME.
029000     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
029100     ACCEPT WS-OPERATOR-ID.
029200     DISPLAY "FUNCTION (R=REQUEST E=ENTER TEST RESULT): "
029300         WITH NO ADVANCING.
029400     ACCEPT WS-FUNCTION.
029500     IF NOT WS-FUNC-REQUEST AND NOT WS-FUNC-RESULT
029600         DISPLAY "BILMACC: UNKNOWN FUNCTION " WS-FUNCTION
029700         MOVE "Y" TO WS-ABORT-SW
029800         GO TO 1000-EXIT
029900     END-IF.
030000*    A TEST RESULT REFUNDS FEES AND RAISES BILL CORRECTIONS,
030100*    SO IT IS A SUPERVISOR'S FUNCTION.
030200     IF WS-FUNC-RESULT
030300         DISPLAY "PASSWORD: " WITH NO ADVANCING
030400         ACCEPT WS-PASSWORD
030500         MOVE WS-OPERATOR-ID TO SG-OPERATOR-ID
030600         MOVE WS-PASSWORD    TO SG-PASSWORD
030700         MOVE 2              TO SG-REQUIRED-LEVEL
030800         CALL "BILSIGN" USING SG-PARMS
030900         IF NOT SG-OK
031000             DISPLAY "BILMACC: SIGN-ON REFUSED - RUN ABANDONED"
031100             MOVE "Y" TO WS-ABORT-SW
031200             GO TO 1000-EXIT
031300         END-IF
031400     END-IF.
031500     OPEN EXTEND RUNLOG.
031600     IF NOT FS-RUNLOG-OK
031700         DISPLAY "BILMACC: UNABLE TO OPEN RUNLOG, STATUS "
031800             FS-RUNLOG
031900         MOVE "Y" TO WS-ABORT-SW
032000         GO TO 1000-EXIT
032100     END-IF.
032200     PERFORM 1100-LOAD-REGISTER THRU 1100-EXIT.
032300     IF WS-ABORT
032400         GO TO 1000-EXIT
032500     END-IF.
032600     PERFORM 1200-LOAD-ADJUSTMENTS THRU 1200-EXIT.
032700     IF WS-ABORT
032800         GO TO 1000-EXIT
032900     END-IF.
033000     OPEN INPUT CUSTMAS.
033100     IF NOT FS-CUSTMAS-OK
033200         DISPLAY "BILMACC: UNABLE TO OPEN CUSTMAS, STATUS "
033300             FS-CUSTMAS
033400         MOVE "Y" TO WS-ABORT-SW
033500         GO TO 1000-EXIT
033600     END-IF.
033700     IF WS-FUNC-REQUEST
033800         OPEN INPUT METERAST
033900     ELSE
034000         OPEN I-O METERAST
034100     END-IF.
034200     IF NOT FS-METERAST-OK
034300         DISPLAY "BILMACC: UNABLE TO OPEN METERAST, STATUS "
034400             FS-METERAST
034500         MOVE "Y" TO WS-ABORT-SW
034600         GO TO 1000-EXIT
034700     END-IF.
034800     IF WS-FUNC-REQUEST
034900         OPEN EXTEND MTSTWO
035000         IF FS-MTSTWO-NOFILE
035100             OPEN OUTPUT MTSTWO
035200         END-IF
035300         IF NOT FS-MTSTWO-OK
035400             DISPLAY "BILMACC: UNABLE TO OPEN MTSTWO, STATUS "
035500                 FS-MTSTWO
035600             MOVE "Y" TO WS-ABORT-SW
035700         END-IF
035800         GO TO 1000-EXIT
035900     END-IF.
036000     OPEN INPUT BILLHIST.
036100     IF NOT FS-BILLHIST-OK
036200         DISPLAY "BILMACC: UNABLE TO OPEN BILLHIST, STATUS "
036300             FS-BILLHIST
036400         MOVE "Y" TO WS-ABORT-SW
036500         GO TO 1000-EXIT
036600     END-IF.
036700     PERFORM 1300-LOAD-RATE-TABLE THRU 1300-EXIT.
036800 1000-EXIT.
036900     EXIT.

037000*-----------------------------------------------------------*
037100*    THE REGISTER FILE IS OPTIONAL ON FIRST USE - THE FIRST    *
037200*    REQUEST LOGGED CREATES IT.  THE HIGHEST REQUEST NUMBER    *
037300*    ON FILE IS KEPT SO THE NEXT ONE FOLLOWS ON.               *
037400*-----------------------------------------------------------*
037500 1100-LOAD-REGISTER.
037600     OPEN INPUT MTSTREQ.
037700     IF NOT FS-MTSTREQ-OK
037800         GO TO 1100-EXIT
037900     END-IF.
038000     READ MTSTREQ
038100         AT END
038200             MOVE "Y" TO WS-MQ-EOF-SW
038300     END-READ.
038400     PERFORM 1110-STORE-REQUEST THRU 1110-EXIT
038500         UNTIL WS-MQ-EOF.
038600     CLOSE MTSTREQ.
038700 1100-EXIT.
038800     EXIT.

038900 1110-STORE-REQUEST.
039000     IF WS-REGISTER-COUNT >= 1000
039100         DISPLAY "BILMACC: REGISTER TABLE FULL - RUN"
039200             " ABANDONED BEFORE A REQUEST COULD BE LOST"
039300         MOVE "Y" TO WS-ABORT-SW
039400         MOVE "Y" TO WS-MQ-EOF-SW
039500         GO TO 1110-EXIT
039600     END-IF.
039700     ADD 1 TO WS-REGISTER-COUNT.
039800     MOVE WS-REGISTER-COUNT TO WS-MR-SUB.
039900     MOVE MQ-REQUEST-NO      TO WS-MR-REQUEST-NO(WS-MR-SUB).
040000     MOVE MQ-CUST-ID         TO WS-MR-CUST-ID(WS-MR-SUB).
040100     MOVE MQ-METER-NO        TO WS-MR-METER-NO(WS-MR-SUB).
040200     MOVE MQ-REQUEST-DATE    TO WS-MR-REQUEST-DATE(WS-MR-SUB).
040300     MOVE MQ-FROM-PERIOD     TO WS-MR-FROM-PERIOD(WS-MR-SUB).
040400     MOVE MQ-FEE             TO WS-MR-FEE(WS-MR-SUB).
040500     MOVE MQ-STATUS          TO WS-MR-STATUS(WS-MR-SUB).
040600     MOVE MQ-OPERATOR-ID     TO WS-MR-OPERATOR-ID(WS-MR-SUB).
040700     MOVE MQ-TEST-DATE       TO WS-MR-TEST-DATE(WS-MR-SUB).
040800     MOVE MQ-ERROR-DIR       TO WS-MR-ERROR-DIR(WS-MR-SUB).
040900     MOVE MQ-ERROR-PCT       TO WS-MR-ERROR-PCT(WS-MR-SUB).
041000     MOVE MQ-PERMITTED-PCT   TO WS-MR-PERMITTED-PCT(WS-MR-SUB).
041100     MOVE MQ-PERIODS-CORRECTED TO
041200         WS-MR-PERIODS-CORR(WS-MR-SUB).
041300     MOVE MQ-CORRECTION-AMT  TO
041400         WS-MR-CORRECTION-AMT(WS-MR-SUB).
041500     MOVE MQ-RESULT-OPERATOR TO
041600         WS-MR-RESULT-OPERATOR(WS-MR-SUB).
041700     IF MQ-REQUEST-NO > WS-LAST-REQUEST-NO
041800         MOVE MQ-REQUEST-NO TO WS-LAST-REQUEST-NO
041900     END-IF.
042000     IF MQ-STAT-OPEN
042100         ADD 1 TO WS-OPEN-ON-FILE
042200     END-IF.
042300     READ MTSTREQ
042400         AT END
042500             MOVE "Y" TO WS-MQ-EOF-SW
042600     END-READ.
042700 1110-EXIT.
042800     EXIT.

042900 1200-LOAD-ADJUSTMENTS.
043000     OPEN INPUT ADJTXN.
043100     IF NOT FS-ADJTXN-OK
043200         GO TO 1200-EXIT
043300     END-IF.
043400     PERFORM 1210-STORE-ADJUSTMENT THRU 1210-EXIT
043500         UNTIL WS-AJ-EOF.
043600     CLOSE ADJTXN.
043700 1200-EXIT.
043800     EXIT.

043900 1210-STORE-ADJUSTMENT.
044000     READ ADJTXN
044100         AT END
044200             MOVE "Y" TO WS-AJ-EOF-SW
044300             GO TO 1210-EXIT
044400     END-READ.
044500     IF WS-ADJ-COUNT >= 5000
044600         DISPLAY "BILMACC: ADJTXN HOLDS MORE THAN 5000 ENTRIES"
044700             " - RUN ABANDONED"
044800         MOVE "Y" TO WS-ABORT-SW
044900         MOVE "Y" TO WS-AJ-EOF-SW
045000         GO TO 1210-EXIT
045100     END-IF.
045200     ADD 1 TO WS-ADJ-COUNT.
045300     MOVE ADJ-RECORD TO WS-AJ-ENTRY(WS-ADJ-COUNT).
045400 1210-EXIT.
045500     EXIT.

045600 1300-LOAD-RATE-TABLE.
045700     OPEN INPUT RATETAB.
045800     IF NOT FS-RATETAB-OK
045900         DISPLAY "BILMACC: UNABLE TO OPEN RATETAB, STATUS "
046000             FS-RATETAB
046100         MOVE "Y" TO WS-ABORT-SW
046200         GO TO 1300-EXIT
046300     END-IF.
046400     READ RATETAB
046500         AT END
046600             MOVE "Y" TO WS-RT-EOF-SW
046700     END-READ.
046800     PERFORM 1310-STORE-RATE-ENTRY THRU 1310-EXIT
046900         UNTIL WS-RT-EOF.
047000     CLOSE RATETAB.
047100 1300-EXIT.
047200     EXIT.

047300 1310-STORE-RATE-ENTRY.
047400     IF WS-RATE-COUNT >= 60
047500         DISPLAY "BILMACC: RATETAB HOLDS MORE THAN 60 SCHEDULES"
047600             " - RUN ABANDONED"
047700         MOVE "Y" TO WS-ABORT-SW
047800         MOVE "Y" TO WS-RT-EOF-SW
047900         GO TO 1310-EXIT
048000     END-IF.
048100     ADD 1 TO WS-RATE-COUNT.
048200     MOVE RT-SERVICE-TYPE TO WS-RT-SERVICE-TYPE(WS-RATE-COUNT).
048300     MOVE RT-CUST-CLASS  TO WS-RT-CUST-CLASS(WS-RATE-COUNT).
048400     MOVE RT-TIER1-LIMIT TO WS-RT-TIER1-LIMIT(WS-RATE-COUNT).
048500     MOVE RT-TIER1-RATE  TO WS-RT-TIER1-RATE(WS-RATE-COUNT).
048600     MOVE RT-TIER2-LIMIT TO WS-RT-TIER2-LIMIT(WS-RATE-COUNT).
048700     MOVE RT-TIER2-RATE  TO WS-RT-TIER2-RATE(WS-RATE-COUNT).
048800     MOVE RT-TIER3-RATE  TO WS-RT-TIER3-RATE(WS-RATE-COUNT).
048900     MOVE RT-GST-PCT     TO WS-RT-GST-PCT(WS-RATE-COUNT).
049000     MOVE RT-MIN-CHARGE  TO WS-RT-MIN-CHARGE(WS-RATE-COUNT).
049100     MOVE RT-EFF-FROM    TO WS-RT-EFF-FROM(WS-RATE-COUNT).
049200     MOVE RT-EFF-TO      TO WS-RT-EFF-TO(WS-RATE-COUNT).
049300     MOVE RT-PEAK-FROM-MONTH TO
049400         WS-RT-PEAK-FROM-MONTH(WS-RATE-COUNT).
049500     MOVE RT-PEAK-TO-MONTH TO
049600         WS-RT-PEAK-TO-MONTH(WS-RATE-COUNT).
049700     MOVE RT-PEAK-MULT-PCT TO
049800         WS-RT-PEAK-MULT-PCT(WS-RATE-COUNT).
049900     MOVE RT-PEAK-UNIT-RATE TO
050000         WS-RT-PEAK-UNIT-RATE(WS-RATE-COUNT).
050100     MOVE RT-OFFPEAK-UNIT-RATE TO
050200         WS-RT-OFFPK-UNIT-RATE(WS-RATE-COUNT).
050300     READ RATETAB
050400         AT END
050500             MOVE "Y" TO WS-RT-EOF-SW
050600     END-READ.
050700 1310-EXIT.
050800     EXIT.

050900*-----------------------------------------------------------*
051000*    LOG A REQUEST.  THE ACCOUNT MUST BE LIVE WITH A METER     *
051100*    IN SERVICE ON THE ASSET REGISTER, AND ONLY ONE TEST MAY   *
051200*    BE OPEN ON A METER AT A TIME.  THE DISPUTED PERIODS MAY   *
051300*    NOT START AFTER THE CURRENT ONE.                          *
051400*-----------------------------------------------------------*
051500 2000-LOG-REQUEST.
051600     DISPLAY "CUSTOMER ID: " WITH NO ADVANCING.
051700     ACCEPT WS-IN-CUST-ID.
051800     DISPLAY "FIRST DISPUTED PERIOD (YYYYMM): " WITH NO ADVANCING.
051900     ACCEPT WS-IN-FROM.
052000     DISPLAY "TEST FEE: " WITH NO ADVANCING.
052100     ACCEPT WS-IN-FEE.
052200     IF WS-IN-FROM NOT NUMERIC
052300         OR WS-FROM-MM < 1 OR WS-FROM-MM > 12
052400         DISPLAY "BILMACC: FIRST DISPUTED PERIOD IS NOT A VALID"
052500             " YYYYMM"
052600         GO TO 2000-EXIT
052700     END-IF.
052800     IF WS-IN-FROM > WS-SYSTEM-DATE(1:6)
052900         DISPLAY "BILMACC: THE DISPUTED PERIODS CANNOT START IN"
053000             " THE FUTURE"
053100         GO TO 2000-EXIT
053200     END-IF.
053300     IF WS-IN-FEE NOT NUMERIC
053400         MOVE ZERO TO WS-IN-FEE
053500     END-IF.
053600     MOVE WS-IN-CUST-ID TO CM-CUST-ID.
053700     READ CUSTMAS
053800         INVALID KEY
053900             DISPLAY "BILMACC: CUSTOMER " WS-IN-CUST-ID
054000                 " NOT ON FILE"
054100             GO TO 2000-EXIT
054200     END-READ.
054300     IF CM-STAT-CLOSED
054400         DISPLAY "BILMACC: ACCOUNT " WS-IN-CUST-ID " IS CLOSED"
054500         GO TO 2000-EXIT
054600     END-IF.
054700     IF CM-METER-NO = SPACES
054800         DISPLAY "BILMACC: NO METER ON ACCOUNT " WS-IN-CUST-ID
054900         GO TO 2000-EXIT
055000     END-IF.
055100     MOVE CM-METER-NO TO MA-METER-NO.
055200     READ METERAST
055300         INVALID KEY
055400             DISPLAY "BILMACC: METER " CM-METER-NO
055500                 " NOT ON THE ASSET REGISTER"
055600             GO TO 2000-EXIT
055700     END-READ.
055800     IF NOT MA-STAT-IN-SERVICE
055900         DISPLAY "BILMACC: METER " CM-METER-NO
056000             " IS NOT IN SERVICE - NOTHING TO TEST"
056100         GO TO 2000-EXIT
056200     END-IF.
056300     PERFORM 2500-FIND-OPEN-FOR-METER THRU 2500-EXIT.
056400     IF WS-FOUND-SUB > 0
056500         DISPLAY "BILMACC: REQUEST "
056600             WS-MR-REQUEST-NO(WS-FOUND-SUB)
056700             " IS ALREADY OPEN ON METER " CM-METER-NO
056800         GO TO 2000-EXIT
056900     END-IF.
057000     IF WS-REGISTER-COUNT >= 1000
057100         DISPLAY "BILMACC: REGISTER TABLE FULL - REQUEST"
057200             " NOT RECORDED"
057300         GO TO 2000-EXIT
057400     END-IF.
057500     IF WS-IN-FEE > 0 AND WS-ADJ-COUNT >= 5000
057600         DISPLAY "BILMACC: ADJTXN FULL - FEE CANNOT BE CHARGED,"
057700             " REQUEST NOT RECORDED"
057800         GO TO 2000-EXIT
057900     END-IF.
058000     ADD 1 TO WS-LAST-REQUEST-NO.
058100     ADD 1 TO WS-REGISTER-COUNT.
058200     MOVE WS-REGISTER-COUNT TO WS-MR-SUB.
058300     MOVE WS-LAST-REQUEST-NO TO WS-MR-REQUEST-NO(WS-MR-SUB).
058400     MOVE CM-CUST-ID         TO WS-MR-CUST-ID(WS-MR-SUB).
058500     MOVE CM-METER-NO        TO WS-MR-METER-NO(WS-MR-SUB).
058600     MOVE WS-SYSTEM-DATE     TO WS-MR-REQUEST-DATE(WS-MR-SUB).
058700     MOVE WS-IN-FROM         TO WS-MR-FROM-PERIOD(WS-MR-SUB).
058800     MOVE WS-IN-FEE          TO WS-MR-FEE(WS-MR-SUB).
058900     MOVE "O"                TO WS-MR-STATUS(WS-MR-SUB).
059000     MOVE WS-OPERATOR-ID     TO WS-MR-OPERATOR-ID(WS-MR-SUB).
059100     MOVE ZERO               TO WS-MR-TEST-DATE(WS-MR-SUB).
059200     MOVE SPACE              TO WS-MR-ERROR-DIR(WS-MR-SUB).
059300     MOVE ZERO               TO WS-MR-ERROR-PCT(WS-MR-SUB).
059400     MOVE ZERO               TO WS-MR-PERMITTED-PCT(WS-MR-SUB).
059500     MOVE ZERO               TO WS-MR-PERIODS-CORR(WS-MR-SUB).
059600     MOVE ZERO               TO WS-MR-CORRECTION-AMT(WS-MR-SUB).
059700     MOVE SPACES             TO WS-MR-RESULT-OPERATOR(WS-MR-SUB).
059800     IF WS-IN-FEE > 0
059900         MOVE SPACES         TO ADJ-RECORD
060000         MOVE CM-CUST-ID     TO ADJ-CUST-ID
060100         MOVE WS-IN-FEE      TO ADJ-AMOUNT
060200         SET ADJ-REASON-METER-TEST TO TRUE
060300         MOVE "METER ACCURACY TEST FEE" TO ADJ-REASON-TEXT
060300         MOVE WS-OPERATOR-ID TO ADJ-OPERATOR-ID
060400         PERFORM 7100-ADD-ADJUSTMENT THRU 7100-EXIT
060500     END-IF.
060600     PERFORM 2300-SET-PERMITTED THRU 2300-EXIT.
060700     PERFORM 2200-PRINT-WORK-ORDER THRU 2200-EXIT.
060800     ADD 1 TO WS-LOGGED-COUNT.
060900     ADD 1 TO WS-OPEN-ON-FILE.
061000     MOVE WS-IN-FEE TO WS-FEE-ED.
061100     DISPLAY "BILMACC: REQUEST " WS-LAST-REQUEST-NO
061200         " LOGGED FOR " CM-CUST-ID " METER " CM-METER-NO
061300         " - FEE RS " WS-FEE-ED " ON THE NEXT BILL".
061400 2000-EXIT.
061500     EXIT.

061600*-----------------------------------------------------------*
061700*    THE BENCH-TEST WORK ORDER FOR THE METER CREW - THE METER  *
061800*    IS TAKEN OFF UNDER SEAL FOR THE LAB, WHICH REPORTS ITS    *
061900*    ERROR AGAINST THE REQUEST NUMBER.                         *
062000*-----------------------------------------------------------*
062100 2200-PRINT-WORK-ORDER.
062200     MOVE ALL "-" TO WS-WO-LINE.
062300     WRITE MW-LINE FROM WS-WO-LINE.
062400     MOVE SPACES TO WS-WO-LINE.
062500     STRING "METER ACCURACY BENCH TEST - REQUEST "
062600         WS-LAST-REQUEST-NO "   DATE " WS-SYSTEM-DATE
062700         DELIMITED BY SIZE INTO WS-WO-LINE.
062800     WRITE MW-LINE FROM WS-WO-LINE.
062900     MOVE SPACES TO WS-WO-LINE.
063000     STRING "CUSTOMER: " CM-CUST-ID "  " CM-NAME
063100         DELIMITED BY SIZE INTO WS-WO-LINE.
063200     WRITE MW-LINE FROM WS-WO-LINE.
063300     MOVE SPACES TO WS-WO-LINE.
063400     STRING "ADDRESS:  " CM-ADDR-LINE1 DELIMITED BY SIZE
063500         INTO WS-WO-LINE.
063600     WRITE MW-LINE FROM WS-WO-LINE.
063700     MOVE SPACES TO WS-WO-LINE.
063800     STRING "          " CM-ADDR-LINE2 DELIMITED BY SIZE
063900         INTO WS-WO-LINE.
064000     WRITE MW-LINE FROM WS-WO-LINE.
064100     MOVE WS-PERMITTED-PCT TO WS-CLASS-ED.
064200     MOVE SPACES TO WS-WO-LINE.
064300     STRING "METER " MA-METER-NO "  MAKE " MA-MAKE
064400         "  TYPE " MA-METER-TYPE "  CLASS " WS-CLASS-ED
064500         DELIMITED BY SIZE INTO WS-WO-LINE.
064600     WRITE MW-LINE FROM WS-WO-LINE.
064700     MOVE SPACES TO WS-WO-LINE.
064800     STRING "INSTALLED " MA-INSTALL-DATE
064900         "  LAST TESTED " MA-LAST-TEST-DATE
065000         "  SEAL " MA-SEAL-NO
065100         DELIMITED BY SIZE INTO WS-WO-LINE.
065200     WRITE MW-LINE FROM WS-WO-LINE.
065300     MOVE SPACES TO WS-WO-LINE.
065400     STRING "REMOVE UNDER SEAL FOR THE METER TESTING LAB AND"
065500         " FIT A TESTED METER."
065600         DELIMITED BY SIZE INTO WS-WO-LINE.
065700     WRITE MW-LINE FROM WS-WO-LINE.
065800     MOVE SPACES TO WS-WO-LINE.
065900     STRING "LAB TO REPORT THE PERCENTAGE ERROR, FAST OR SLOW,"
066000         " AGAINST REQUEST " WS-LAST-REQUEST-NO
066100         DELIMITED BY SIZE INTO WS-WO-LINE.
066200     WRITE MW-LINE FROM WS-WO-LINE.
066300     MOVE ALL "-" TO WS-WO-LINE.
066400     WRITE MW-LINE FROM WS-WO-LINE.
066500 2200-EXIT.
066600     EXIT.

066700*-----------------------------------------------------------*
066800*    THE ERROR THE METER IS PERMITTED - ITS ACCURACY CLASS     *
066900*    FROM THE REGISTER, OR WHEN NONE IS RECORDED THE CLASS     *
067000*    THE REGULATION SETS FOR ITS TYPE: 0.5 FOR A CT-OPERATED   *
067100*    METER, 1.0 FOR A WHOLE-CURRENT ONE.                       *
067200*-----------------------------------------------------------*
067300 2300-SET-PERMITTED.
067400     IF MA-ACCURACY-CLASS NUMERIC AND MA-ACCURACY-CLASS > 0
067500         MOVE MA-ACCURACY-CLASS TO WS-PERMITTED-PCT
067600         GO TO 2300-EXIT
067700     END-IF.
067800     IF MA-TYPE-CT-OPERATED
067900         MOVE 0.5 TO WS-PERMITTED-PCT
068000     ELSE
068100         MOVE 1.0 TO WS-PERMITTED-PCT
068200     END-IF.
068300 2300-EXIT.
068400     EXIT.

068500 2500-FIND-OPEN-FOR-METER.
068600     MOVE ZERO TO WS-FOUND-SUB.
068700     PERFORM 2510-MATCH-METER THRU 2510-EXIT
068800         VARYING WS-MR-SUB FROM 1 BY 1
068900         UNTIL WS-MR-SUB > WS-REGISTER-COUNT
069000            OR WS-FOUND-SUB > 0.
069100 2500-EXIT.
069200     EXIT.

069300 2510-MATCH-METER.
069400     IF WS-MR-METER-NO(WS-MR-SUB) = CM-METER-NO
069500         AND WS-MR-STATUS(WS-MR-SUB) = "O"
069600         MOVE WS-MR-SUB TO WS-FOUND-SUB
069700     END-IF.
069800 2510-EXIT.
069900     EXIT.

070000 2600-FIND-REQUEST.
070100     MOVE ZERO TO WS-FOUND-SUB.
070200     PERFORM 2610-MATCH-REQUEST THRU 2610-EXIT
070300         VARYING WS-MR-SUB FROM 1 BY 1
070400         UNTIL WS-MR-SUB > WS-REGISTER-COUNT
070500            OR WS-FOUND-SUB > 0.
070600 2600-EXIT.
070700     EXIT.

070800 2610-MATCH-REQUEST.
070900     IF WS-MR-REQUEST-NO(WS-MR-SUB) = WS-IN-REQUEST-NO
071000         MOVE WS-MR-SUB TO WS-FOUND-SUB
071100     END-IF.
071200 2610-EXIT.
071300     EXIT.

071300*-----------------------------------------------------------*
071300*    STAFF-ACCOUNT CONFLICT CHECK - AN OPERATOR LINKED ON   *
071300*    STAFFREG TO THE CUSTOMER MAY NOT ACT ON IT, AND NO     *
071300*    SUPERVISOR CAN SIGN IT THROUGH.  THE CALLER SETS       *
071300*    CF-CUST-ID AND CF-ACTION AND LEAVES THE CUSTOMER ALONE *
071300*    ON CF-CONFLICT - BILSTFC HAS ALREADY LOGGED IT.        *
071300*-----------------------------------------------------------*
071300 2700-CHECK-CONFLICT.
071300     MOVE WS-OPERATOR-ID  TO CF-OPERATOR-ID.
071300     MOVE "BILMACC"       TO CF-PROGRAM-ID.
071300     CALL "BILSTFC" USING CF-PARMS.
071300 2700-EXIT.
071300     EXIT.

071400*-----------------------------------------------------------*
071500*    ENTER THE LAB'S RESULT AGAINST AN OPEN REQUEST.  THE      *
071600*    METER'S REGISTER RECORD TAKES THE TEST DATE AND THE ERROR *
071700*    FOUND EITHER WAY; THE REQUEST CLOSES PASSED OR FAILED.    *
071800*-----------------------------------------------------------*
071900 3000-ENTER-RESULT.
072000     DISPLAY "REQUEST NUMBER: " WITH NO ADVANCING.
072100     ACCEPT WS-IN-REQUEST-NO.
072200     DISPLAY "METER RUNS (F=FAST S=SLOW): " WITH NO ADVANCING.
072300     ACCEPT WS-IN-ERROR-DIR.
072400     DISPLAY "ERROR PERCENTAGE FOUND: " WITH NO ADVANCING.
072500     ACCEPT WS-IN-ERROR-PCT.
072600     IF WS-IN-ERROR-DIR NOT = "F" AND WS-IN-ERROR-DIR NOT = "S"
072700         DISPLAY "BILMACC: METER MUST RUN F (FAST) OR S (SLOW)"
072800         GO TO 3000-EXIT
072900     END-IF.
073000     IF WS-IN-ERROR-PCT NOT NUMERIC
073100         OR WS-IN-ERROR-PCT NOT < 100
073200         DISPLAY "BILMACC: ERROR PERCENTAGE MUST BE BELOW 100"
073300         GO TO 3000-EXIT
073400     END-IF.
073500     PERFORM 2600-FIND-REQUEST THRU 2600-EXIT.
073600     IF WS-FOUND-SUB = 0
073700         DISPLAY "BILMACC: NO REQUEST " WS-IN-REQUEST-NO
073800             " ON THE REGISTER"
073900         GO TO 3000-EXIT
074000     END-IF.
074100     IF WS-MR-STATUS(WS-FOUND-SUB) NOT = "O"
074200         DISPLAY "BILMACC: REQUEST " WS-IN-REQUEST-NO
074300             " IS ALREADY CLOSED"
074400         GO TO 3000-EXIT
074500     END-IF.
074500     MOVE WS-MR-CUST-ID(WS-FOUND-SUB) TO CF-CUST-ID.
074500     MOVE "METER RESULT" TO CF-ACTION.
074500     PERFORM 2700-CHECK-CONFLICT THRU 2700-EXIT.
074500     IF CF-CONFLICT
074500         GO TO 3000-EXIT
074500     END-IF.
074600     MOVE WS-MR-CUST-ID(WS-FOUND-SUB) TO CM-CUST-ID.
074700     READ CUSTMAS
074800         INVALID KEY
074900             DISPLAY "BILMACC: CUSTOMER " CM-CUST-ID
075000                 " NO LONGER ON FILE"
075100             GO TO 3000-EXIT
075200     END-READ.
075300     MOVE WS-MR-METER-NO(WS-FOUND-SUB) TO MA-METER-NO.
075400     READ METERAST
075500         INVALID KEY
075600             DISPLAY "BILMACC: METER " MA-METER-NO
075700                 " NO LONGER ON THE ASSET REGISTER"
075800             GO TO 3000-EXIT
075900     END-READ.
076000     PERFORM 2300-SET-PERMITTED THRU 2300-EXIT.
076100     MOVE WS-SYSTEM-DATE   TO WS-MR-TEST-DATE(WS-FOUND-SUB).
076200     MOVE WS-IN-ERROR-DIR  TO WS-MR-ERROR-DIR(WS-FOUND-SUB).
076300     MOVE WS-IN-ERROR-PCT  TO WS-MR-ERROR-PCT(WS-FOUND-SUB).
076400     MOVE WS-PERMITTED-PCT TO WS-MR-PERMITTED-PCT(WS-FOUND-SUB).
076500     MOVE WS-OPERATOR-ID   TO
076600         WS-MR-RESULT-OPERATOR(WS-FOUND-SUB).
076700     MOVE WS-IN-ERROR-PCT TO WS-PCT-ED.
076800     MOVE WS-PERMITTED-PCT TO WS-CLASS-ED.
076900     IF WS-IN-ERROR-PCT > WS-PERMITTED-PCT
077000         PERFORM 3100-METER-FAILED THRU 3100-EXIT
077100     ELSE
077200         MOVE "P" TO WS-MR-STATUS(WS-FOUND-SUB)
077300         ADD 1 TO WS-PASSED-COUNT
077400         DISPLAY "BILMACC: REQUEST " WS-IN-REQUEST-NO
077500             " - ERROR " WS-PCT-ED "% WITHIN CLASS " WS-CLASS-ED
077600             " - CLOSED, FEE RETAINED"
077700     END-IF.
077800     SUBTRACT 1 FROM WS-OPEN-ON-FILE.
077900*    THE PREVIOUS TEST DATE HAS ALREADY BOUNDED THE CORRECTION,
078000*    SO THE REGISTER RECORD CAN NOW TAKE THIS ONE.
078100     MOVE WS-SYSTEM-DATE  TO MA-LAST-TEST-DATE.
078200     MOVE WS-IN-ERROR-PCT TO MA-LAST-TEST-ERROR.
078300     MOVE WS-IN-ERROR-DIR TO MA-LAST-TEST-DIR.
078400     IF WS-MR-STATUS(WS-FOUND-SUB) = "F"
078500         MOVE "FAILED ACCURACY TEST" TO MA-FAULT-TEXT
078600     END-IF.
078700     REWRITE MA-RECORD
078800         INVALID KEY
078900             DISPLAY "BILMACC: ASSET REGISTER REWRITE FAILED FOR "
079000                 MA-METER-NO
079100     END-REWRITE.
079200 3000-EXIT.
079300     EXIT.

079400*-----------------------------------------------------------*
079500*    OUTSIDE THE CLASS - THE FEE COMES BACK AND THE DISPUTED   *
079600*    BILLS ARE CORRECTED.  A FAST METER OVER-RECORDED, SO THE  *
079700*    CORRECTION IS A CREDIT; A SLOW ONE UNDER-RECORDED, SO IT  *
079800*    IS A DEBIT.                                               *
079900*-----------------------------------------------------------*
080000 3100-METER-FAILED.
080100     MOVE "F" TO WS-MR-STATUS(WS-FOUND-SUB).
080200     ADD 1 TO WS-FAILED-COUNT.
080300     DISPLAY "BILMACC: REQUEST " WS-IN-REQUEST-NO
080400         " - ERROR " WS-PCT-ED "% OUTSIDE CLASS " WS-CLASS-ED
080500         " - METER FAILED".
080600     IF WS-MR-FEE(WS-FOUND-SUB) > 0
080700         IF WS-ADJ-COUNT >= 5000
080800             DISPLAY "BILMACC: ADJTXN FULL - REFUND THE FEE BY"
080900                 " HAND"
081000         ELSE
081100             MOVE SPACES     TO ADJ-RECORD
081200             MOVE CM-CUST-ID TO ADJ-CUST-ID
081300             COMPUTE ADJ-AMOUNT = 0 - WS-MR-FEE(WS-FOUND-SUB)
081400             SET ADJ-REASON-METER-TEST TO TRUE
081500             MOVE "METER TEST FEE REFUNDED" TO ADJ-REASON-TEXT
081500             MOVE WS-OPERATOR-ID TO ADJ-OPERATOR-ID
081600             PERFORM 7100-ADD-ADJUSTMENT THRU 7100-EXIT
081700         END-IF
081800     END-IF.
081900     PERFORM 3200-CORRECT-BILLS THRU 3200-EXIT.
082000     MOVE WS-PERIODS-CORRECTED TO
082100         WS-MR-PERIODS-CORR(WS-FOUND-SUB).
082200     MOVE WS-CORR-TOTAL TO WS-MR-CORRECTION-AMT(WS-FOUND-SUB).
082300     MOVE WS-CORR-TOTAL TO WS-DIFF-ED.
082400     IF WS-CORR-TOTAL = 0
082500         DISPLAY "BILMACC: NO BILL TO CORRECT IN THE DISPUTED"
082600             " PERIODS"
082700         GO TO 3100-EXIT
082800     END-IF.
082900     IF WS-CORR-TOTAL > 999999.99 OR WS-CORR-TOTAL < -999999.99
083000         DISPLAY "BILMACC: CORRECTION " WS-DIFF-ED
083100             " TOO LARGE FOR ONE ADJUSTMENT - POST BY HAND"
083200         GO TO 3100-EXIT
083300     END-IF.
083400     IF WS-ADJ-COUNT >= 5000
083500         DISPLAY "BILMACC: ADJTXN FULL - POST THE CORRECTION "
083600             WS-DIFF-ED " BY HAND"
083700         GO TO 3100-EXIT
083800     END-IF.
083900     MOVE SPACES        TO ADJ-RECORD.
084000     MOVE CM-CUST-ID    TO ADJ-CUST-ID.
084100     MOVE WS-CORR-TOTAL TO ADJ-AMOUNT.
084200     SET ADJ-REASON-METER-ERROR TO TRUE.
084300     MOVE "METER ACCURACY TEST CORRECTION" TO ADJ-REASON-TEXT.
084300     MOVE WS-OPERATOR-ID TO ADJ-OPERATOR-ID.
084400     PERFORM 7100-ADD-ADJUSTMENT THRU 7100-EXIT.
084500     DISPLAY "BILMACC: " WS-PERIODS-CORRECTED
084600         " PERIODS CORRECTED - " WS-DIFF-ED
084700         " ON THE NEXT BILL".
084800 3100-EXIT.
084900     EXIT.

085000*-----------------------------------------------------------*
085100*    THE PERIODS REOPENED RUN TO THE TEST FROM THE LATEST OF:  *
085200*    THE FIRST PERIOD THE CUSTOMER DISPUTED, THE REGULATORY    *
085300*    LIMIT BEFORE THE TEST, THE METER'S INSTALLATION AND ITS   *
085400*    PREVIOUS TEST - BEFORE THOSE THE BILLS WERE EITHER OUT OF *
085500*    TIME OR READ FROM A METER KNOWN TO BE RIGHT.              *
085600*-----------------------------------------------------------*
085700 3200-CORRECT-BILLS.
085800     MOVE ZERO TO WS-CORR-TOTAL.
085900     MOVE ZERO TO WS-PERIODS-CORRECTED.
086000     IF CM-UNMETERED
086100         GO TO 3200-EXIT
086200     END-IF.
086300     MOVE WS-SYSTEM-DATE(1:6) TO WS-TEST-PERIOD.
086400     MOVE WS-TEST-PERIOD TO WS-PD-WORK.
086500     COMPUTE WS-MONTH-NO = WS-PD-WORK-YYYY * 12
086600         + WS-PD-WORK-MM - 1 - WS-CORR-LIMIT.
086700     DIVIDE WS-MONTH-NO BY 12 GIVING WS-PD-WORK-YYYY
086800         REMAINDER WS-PD-WORK-MM.
086900     ADD 1 TO WS-PD-WORK-MM.
087000     MOVE WS-PD-WORK TO WS-START-PERIOD.
087100     IF WS-MR-FROM-PERIOD(WS-FOUND-SUB) > WS-START-PERIOD
087200         MOVE WS-MR-FROM-PERIOD(WS-FOUND-SUB) TO WS-START-PERIOD
087300     END-IF.
087400     MOVE ZERO TO WS-INSTALL-PERIOD.
087500     IF MA-INSTALL-DATE NUMERIC AND MA-INSTALL-DATE > 0
087600         MOVE MA-INSTALL-DATE(1:6) TO WS-INSTALL-PERIOD
087700     END-IF.
087800     IF WS-INSTALL-PERIOD > WS-START-PERIOD
087900         MOVE WS-INSTALL-PERIOD TO WS-START-PERIOD
088000     END-IF.
088100     MOVE ZERO TO WS-PRIOR-TEST-PERIOD.
088200     IF MA-LAST-TEST-DATE NUMERIC AND MA-LAST-TEST-DATE > 0
088300         MOVE MA-LAST-TEST-DATE(1:6) TO WS-PRIOR-TEST-PERIOD
088400     END-IF.
088500     IF WS-PRIOR-TEST-PERIOD > WS-START-PERIOD
088600         MOVE WS-PRIOR-TEST-PERIOD TO WS-START-PERIOD
088700     END-IF.
088800     PERFORM 3250-CHECK-CONTRACT THRU 3250-EXIT.
088900     MOVE "N"             TO WS-BH-EOF-SW.
089000     MOVE CM-CUST-ID      TO BH-CUST-ID.
089100     MOVE WS-START-PERIOD TO BH-BILL-PERIOD.
089200     START BILLHIST KEY IS >= BH-KEY
089300         INVALID KEY
089400             GO TO 3200-EXIT
089500     END-START.
089600     PERFORM 3210-READ-HISTORY THRU 3210-EXIT.
089700     PERFORM 3300-CORRECT-PERIOD THRU 3300-EXIT
089800         UNTIL WS-BH-EOF.
089900 3200-EXIT.
090000     EXIT.

090100 3210-READ-HISTORY.
090200     READ BILLHIST NEXT RECORD
090300         AT END
090400             MOVE "Y" TO WS-BH-EOF-SW
090500             GO TO 3210-EXIT
090600     END-READ.
090700     IF BH-CUST-ID NOT = CM-CUST-ID
090800         OR BH-BILL-PERIOD > WS-TEST-PERIOD
090900         MOVE "Y" TO WS-BH-EOF-SW
091000     END-IF.
091100 3210-EXIT.
091200     EXIT.

091300*-----------------------------------------------------------*
091400*    A CUSTOMER ON A NEGOTIATED CONTRACT WAS BILLED AT ITS     *
091500*    AGREED FLAT RATE, SUBJECT TO THE MINIMUM OFFTAKE, AND IS  *
091600*    CORRECTED THE SAME WAY.  THE CONTRACT FILE IS OPTIONAL.   *
091700*-----------------------------------------------------------*
091800 3250-CHECK-CONTRACT.
091900     MOVE "N" TO WS-CONTRACT-SW.
092000     MOVE "N" TO WS-CN-EOF-SW.
092100     OPEN INPUT CONTRACT.
092200     IF NOT FS-CONTRACT-OK
092300         GO TO 3250-EXIT
092400     END-IF.
092500     PERFORM 3260-READ-CONTRACT THRU 3260-EXIT
092600         UNTIL WS-CN-EOF.
092700     CLOSE CONTRACT.
092800 3250-EXIT.
092900     EXIT.

093000 3260-READ-CONTRACT.
093100     READ CONTRACT
093200         AT END
093300             MOVE "Y" TO WS-CN-EOF-SW
093400             GO TO 3260-EXIT
093500     END-READ.
093600     IF CN-CUST-ID = CM-CUST-ID AND CN-STAT-ACTIVE
093700         MOVE "Y" TO WS-CONTRACT-SW
093800         MOVE CN-RATE-PER-UNIT     TO WS-CN-RATE
093900         MOVE CN-MIN-OFFTAKE-UNITS TO WS-CN-MIN-OFFTAKE
094000         MOVE "Y" TO WS-CN-EOF-SW
094100     END-IF.
094200 3260-EXIT.
094300     EXIT.

094400*-----------------------------------------------------------*
094500*    ONE DISPUTED BILL.  ONLY A REGULAR BILL WITH UNITS ON IT  *
094600*    IS TOUCHED.  A BILL MARKED WITH A METER CHANGE AFTER THE  *
094700*    TESTED METER WAS INSTALLED IS THE CHANGE-OUT FOR THE      *
094800*    BENCH TEST - FROM THERE ON THE READINGS ARE ANOTHER       *
094900*    METER'S AND THE CORRECTION STOPS.  THE BILL IS PRICED     *
095000*    TWICE UNDER THE SAME SCHEDULE, AS RECORDED AND AS         *
095100*    CORRECTED, SO THE DIFFERENCE IS THE METER'S ERROR ALONE.  *
095200*-----------------------------------------------------------*
095300 3300-CORRECT-PERIOD.
095400     IF BH-METER-CHANGED AND BH-BILL-PERIOD > WS-INSTALL-PERIOD
095500         MOVE "Y" TO WS-BH-EOF-SW
095600         GO TO 3300-EXIT
095700     END-IF.
095800     IF NOT BH-TYPE-BILL OR BH-UNITS = 0
095900         OR BH-NOTE = "UNMETERED FLAT-RATE BILL"
096000         GO TO 3300-NEXT
096100     END-IF.
096200     PERFORM 3400-FIND-SCHEDULE THRU 3400-EXIT.
096300     IF NOT WS-RATE-FOUND
096400         DISPLAY "BILMACC: NO SCHEDULE ON FILE FOR PERIOD "
096500             BH-BILL-PERIOD " - CORRECT BY HAND"
096600         GO TO 3300-NEXT
096700     END-IF.
096800     MOVE "N" TO WS-TOU-SW.
096900     IF BH-PEAK-UNITS NUMERIC AND BH-OFFPEAK-UNITS NUMERIC
097000         AND (BH-PEAK-UNITS > 0 OR BH-OFFPEAK-UNITS > 0)
097100         AND (WS-RT-PEAK-UNIT-RATE(WS-RATE-IDX) > 0
097200           OR WS-RT-OFFPK-UNIT-RATE(WS-RATE-IDX) > 0)
097300         MOVE "Y" TO WS-TOU-SW
097400     END-IF.
097500     IF WS-IN-ERROR-DIR = "F"
097600         COMPUTE WS-CORR-UNITS ROUNDED =
097700             BH-UNITS * 100 / (100 + WS-IN-ERROR-PCT)
097800     ELSE
097900         COMPUTE WS-CORR-UNITS ROUNDED =
098000             BH-UNITS * 100 / (100 - WS-IN-ERROR-PCT)
098100     END-IF.
098200     IF WS-TOU-BILL
098300         COMPUTE WS-CORR-PEAK ROUNDED =
098400             BH-PEAK-UNITS * WS-CORR-UNITS / BH-UNITS
098500         COMPUTE WS-CORR-OFFPEAK ROUNDED =
098600             BH-OFFPEAK-UNITS * WS-CORR-UNITS / BH-UNITS
098700     END-IF.
098800     MOVE BH-UNITS TO WS-PRICE-UNITS.
098900     IF WS-TOU-BILL
099000         MOVE BH-PEAK-UNITS    TO WS-PRICE-PEAK
099100         MOVE BH-OFFPEAK-UNITS TO WS-PRICE-OFFPEAK
099200     END-IF.
099300     PERFORM 3500-PRICE-UNITS THRU 3500-EXIT.
099400     MOVE WS-PRICE-AMT TO WS-BILLED-ENERGY.
099500     MOVE WS-CORR-UNITS TO WS-PRICE-UNITS.
099600     IF WS-TOU-BILL
099700         MOVE WS-CORR-PEAK    TO WS-PRICE-PEAK
099800         MOVE WS-CORR-OFFPEAK TO WS-PRICE-OFFPEAK
099900     END-IF.
100000     PERFORM 3500-PRICE-UNITS THRU 3500-EXIT.
100100     MOVE WS-PRICE-AMT TO WS-CORR-ENERGY.
100200     COMPUTE WS-ENERGY-DIFF = WS-CORR-ENERGY - WS-BILLED-ENERGY.
100300     COMPUTE WS-GST-DIFF ROUNDED =
100400         WS-ENERGY-DIFF * WS-GST-PCT / 100.
100500     ADD WS-ENERGY-DIFF TO WS-CORR-TOTAL.
100600     ADD WS-GST-DIFF    TO WS-CORR-TOTAL.
100700     ADD 1 TO WS-PERIODS-CORRECTED.
100800     MOVE BH-UNITS      TO WS-UNITS-ED.
100900     MOVE WS-CORR-UNITS TO WS-UNITS2-ED.
101000     COMPUTE WS-DIFF-ED = WS-ENERGY-DIFF + WS-GST-DIFF.
101100     DISPLAY "BILMACC: PERIOD " BH-BILL-PERIOD " UNITS "
101200         WS-UNITS-ED " CORRECTED " WS-UNITS2-ED
101300         " DIFFERENCE " WS-DIFF-ED.
101400 3300-NEXT.
101500     PERFORM 3210-READ-HISTORY THRU 3210-EXIT.
101600 3300-EXIT.
101700     EXIT.

101800*-----------------------------------------------------------*
101900*    THE SCHEDULE ON FILE FOR THE BILL'S OWN PERIOD, FOR THE   *
102000*    CUSTOMER'S SERVICE AND CLASS.  ITS GST RATE APPLIES TO A  *
102100*    CONTRACT CUSTOMER'S CORRECTION AS WELL.                   *
102200*-----------------------------------------------------------*
102300 3400-FIND-SCHEDULE.
102400     MOVE "N" TO WS-RATE-FOUND-SW.
102500     SET WS-RATE-IDX TO 1.
102600     SEARCH WS-RATE-ENTRY
102700         AT END
102800             CONTINUE
102900         WHEN WS-RT-SERVICE-TYPE(WS-RATE-IDX) = CM-SERVICE-TYPE
103000             AND WS-RT-CUST-CLASS(WS-RATE-IDX) = CM-CUST-CLASS
103100             AND BH-BILL-PERIOD >= WS-RT-EFF-FROM(WS-RATE-IDX)
103200             AND BH-BILL-PERIOD <= WS-RT-EFF-TO(WS-RATE-IDX)
103300             MOVE "Y" TO WS-RATE-FOUND-SW
103400     END-SEARCH.
103500     IF WS-RATE-FOUND
103600         MOVE WS-RT-GST-PCT(WS-RATE-IDX)    TO WS-GST-PCT
103700         MOVE WS-RT-MIN-CHARGE(WS-RATE-IDX) TO WS-MIN-CHARGE
103800     END-IF.
103900 3400-EXIT.
104000     EXIT.

104100*-----------------------------------------------------------*
104200*    THE ENERGY CHARGE FOR WS-PRICE-UNITS, PRICED AS THE BATCH *
104300*    RUN PRICED THE BILL: A CONTRACT AT ITS FLAT RATE, A       *
104400*    TIME-OF-USE BILL FROM ITS TWO REGISTERS, ANY OTHER        *
104500*    THROUGH BILCALC WITH THE PEAK-SEASON RATES AND THE SLAB   *
104600*    LIMITS SCALED FOR THE DAYS THE READING COVERED.  THE      *
104700*    MINIMUM CHARGE APPLIES TO ALL BUT A CONTRACT.             *
104800*-----------------------------------------------------------*
104900 3500-PRICE-UNITS.
105000     IF WS-ON-CONTRACT
105100         IF WS-PRICE-UNITS < WS-CN-MIN-OFFTAKE
105200             MOVE WS-CN-MIN-OFFTAKE TO WS-PRICE-UNITS
105300         END-IF
105400         COMPUTE WS-PRICE-AMT ROUNDED =
105500             WS-PRICE-UNITS * WS-CN-RATE
105600         GO TO 3500-EXIT
105700     END-IF.
105800     MOVE WS-RT-TIER1-LIMIT(WS-RATE-IDX) TO BC-TIER1-LIMIT.
105900     MOVE WS-RT-TIER1-RATE(WS-RATE-IDX)  TO BC-TIER1-RATE.
106000     MOVE WS-RT-TIER2-LIMIT(WS-RATE-IDX) TO BC-TIER2-LIMIT.
106100     MOVE WS-RT-TIER2-RATE(WS-RATE-IDX)  TO BC-TIER2-RATE.
106200     MOVE WS-RT-TIER3-RATE(WS-RATE-IDX)  TO BC-TIER3-RATE.
106300     IF WS-TOU-BILL
106400         COMPUTE WS-PEAK-AMT ROUNDED = WS-PRICE-PEAK
106500             * WS-RT-PEAK-UNIT-RATE(WS-RATE-IDX)
106600         COMPUTE WS-OFFPEAK-AMT ROUNDED = WS-PRICE-OFFPEAK
106700             * WS-RT-OFFPK-UNIT-RATE(WS-RATE-IDX)
106800         COMPUTE BC-BILL = WS-PEAK-AMT + WS-OFFPEAK-AMT
106900     ELSE
107000         PERFORM 3510-APPLY-SEASONAL-RATE THRU 3510-EXIT
107100         PERFORM 3520-SCALE-SLAB-LIMITS   THRU 3520-EXIT
107200         MOVE WS-PRICE-UNITS TO BC-UNITS
107300         CALL "BILCALC" USING BC-PARMS
107400     END-IF.
107500     IF BC-BILL < WS-MIN-CHARGE
107600         MOVE WS-MIN-CHARGE TO BC-BILL
107700     END-IF.
107800     MOVE BC-BILL TO WS-PRICE-AMT.
107900 3500-EXIT.
108000     EXIT.

108100 3510-APPLY-SEASONAL-RATE.
108200     MOVE BH-BILL-PERIOD(5:2) TO WS-BILL-MONTH.
108300     MOVE "N" TO WS-PEAK-SW.
108400     MOVE WS-RT-PEAK-FROM-MONTH(WS-RATE-IDX) TO WS-PEAK-FROM.
108500     MOVE WS-RT-PEAK-TO-MONTH(WS-RATE-IDX)   TO WS-PEAK-TO.
108600     MOVE WS-RT-PEAK-MULT-PCT(WS-RATE-IDX)   TO WS-PEAK-PCT.
108700     IF WS-PEAK-PCT > 0
108800         IF WS-PEAK-FROM <= WS-PEAK-TO
108900             IF WS-BILL-MONTH >= WS-PEAK-FROM
109000                 AND WS-BILL-MONTH <= WS-PEAK-TO
109100                 MOVE "Y" TO WS-PEAK-SW
109200             END-IF
109300         ELSE
109400             IF WS-BILL-MONTH >= WS-PEAK-FROM
109500                 OR WS-BILL-MONTH <= WS-PEAK-TO
109600                 MOVE "Y" TO WS-PEAK-SW
109700             END-IF
109800         END-IF
109900     END-IF.
110000     IF WS-PEAK-MONTH
110100         COMPUTE BC-TIER1-RATE ROUNDED =
110200             BC-TIER1-RATE * WS-PEAK-PCT / 100
110300         COMPUTE BC-TIER2-RATE ROUNDED =
110400             BC-TIER2-RATE * WS-PEAK-PCT / 100
110500         COMPUTE BC-TIER3-RATE ROUNDED =
110600             BC-TIER3-RATE * WS-PEAK-PCT / 100
110700     END-IF.
110800 3510-EXIT.
110900     EXIT.

111000 3520-SCALE-SLAB-LIMITS.
111100     MOVE ZERO TO WS-SPAN-DAYS.
111200     IF BH-READ-FROM-DATE NUMERIC AND BH-READ-TO-DATE NUMERIC
111300         AND BH-READ-FROM-DATE > 0
111400         AND BH-READ-TO-DATE > BH-READ-FROM-DATE
111500         COMPUTE WS-SPAN-DAYS =
111600             FUNCTION INTEGER-OF-DATE(BH-READ-TO-DATE)
111700             - FUNCTION INTEGER-OF-DATE(BH-READ-FROM-DATE)
111800         IF WS-SPAN-DAYS > 99
111900             MOVE 99 TO WS-SPAN-DAYS
112000         END-IF
112100     END-IF.
112200     IF WS-SPAN-DAYS > 0
112300         COMPUTE BC-TIER1-LIMIT ROUNDED =
112400             BC-TIER1-LIMIT * WS-SPAN-DAYS / WS-STD-CYCLE-DAYS
112500         COMPUTE BC-TIER2-LIMIT ROUNDED =
112600             BC-TIER2-LIMIT * WS-SPAN-DAYS / WS-STD-CYCLE-DAYS
112700     ELSE
112800         IF CM-CYCLE-BIMONTHLY
112900             MULTIPLY 2 BY BC-TIER1-LIMIT
113000             MULTIPLY 2 BY BC-TIER2-LIMIT
113100         END-IF
113200     END-IF.
113300 3520-EXIT.
113400     EXIT.

113500*-----------------------------------------------------------*
113600*    ADJ-RECORD, ALREADY BUILT, GOES INTO THE HELD ADJUSTMENTS *
113700*    AFTER EVERY ENTRY FOR THE SAME OR A LOWER CUSTOMER ID.    *
113800*    THE CALLER HAS CHECKED THERE IS ROOM.                     *
113900*-----------------------------------------------------------*
114000 7100-ADD-ADJUSTMENT.
114100     PERFORM 7110-FIND-POSITION THRU 7110-EXIT.
114200     PERFORM 7120-SHIFT-DOWN THRU 7120-EXIT
114300         VARYING WS-AJ-SUB FROM WS-ADJ-COUNT BY -1
114400         UNTIL WS-AJ-SUB < WS-AJ-POS.
114500     MOVE ADJ-RECORD TO WS-AJ-ENTRY(WS-AJ-POS).
114600     ADD 1 TO WS-ADJ-COUNT.
114700     ADD 1 TO WS-ADJ-ADDED.
114800 7100-EXIT.
114900     EXIT.

115000 7110-FIND-POSITION.
115100     MOVE ZERO TO WS-AJ-POS.
115200     PERFORM 7115-CHECK-POSITION THRU 7115-EXIT
115300         VARYING WS-AJ-SUB FROM 1 BY 1
115400         UNTIL WS-AJ-SUB > WS-ADJ-COUNT OR WS-AJ-POS > 0.
115500     IF WS-AJ-POS = 0
115600         COMPUTE WS-AJ-POS = WS-ADJ-COUNT + 1
115700     END-IF.
115800 7110-EXIT.
115900     EXIT.

116000 7115-CHECK-POSITION.
116100     IF WS-AJ-CUST-ID(WS-AJ-SUB) > ADJ-CUST-ID
116200         MOVE WS-AJ-SUB TO WS-AJ-POS
116300     END-IF.
116400 7115-EXIT.
116500     EXIT.

116600 7120-SHIFT-DOWN.
116700     MOVE WS-AJ-ENTRY(WS-AJ-SUB) TO WS-AJ-ENTRY(WS-AJ-SUB + 1).
116800 7120-EXIT.
116900     EXIT.

117000 9000-TERMINATE.
117100     CLOSE CUSTMAS.
117200     CLOSE METERAST.
117300     IF WS-FUNC-REQUEST
117400         CLOSE MTSTWO
117500     END-IF.
117600     IF WS-FUNC-RESULT
117700         CLOSE BILLHIST
117800     END-IF.
117900     IF NOT WS-ABORT
118000         PERFORM 9100-REWRITE-ADJUSTMENTS THRU 9100-EXIT
118100         PERFORM 9200-REWRITE-REGISTER    THRU 9200-EXIT
118200         PERFORM 9600-WRITE-RUNLOG        THRU 9600-EXIT
118300         CLOSE RUNLOG
118400     END-IF.
118500     DISPLAY "BILMACC: LOGGED " WS-LOGGED-COUNT
118600         " PASSED " WS-PASSED-COUNT
118700         " FAILED " WS-FAILED-COUNT
118800         " OPEN ON FILE " WS-OPEN-ON-FILE.
118900 9000-EXIT.
119000     EXIT.

119100*-----------------------------------------------------------*
119200*    THE MERGED ADJUSTMENTS REPLACE ADJTXN - ONLY IF THIS RUN  *
119300*    ADDED ONE.                                                *
119400*-----------------------------------------------------------*
119500 9100-REWRITE-ADJUSTMENTS.
119600     IF WS-ADJ-ADDED = 0
119700         GO TO 9100-EXIT
119800     END-IF.
119900     OPEN OUTPUT ADJTXN.
120000     IF NOT FS-ADJTXN-OK
120100         DISPLAY "BILMACC: UNABLE TO REWRITE ADJTXN, STATUS "
120200             FS-ADJTXN " - FEE AND CORRECTION NOT POSTED"
120300         GO TO 9100-EXIT
120400     END-IF.
120500     PERFORM 9110-WRITE-ADJUSTMENT THRU 9110-EXIT
120600         VARYING WS-AJ-SUB FROM 1 BY 1
120700         UNTIL WS-AJ-SUB > WS-ADJ-COUNT.
120800     CLOSE ADJTXN.
120900 9100-EXIT.
121000     EXIT.

121100 9110-WRITE-ADJUSTMENT.
121200     MOVE WS-AJ-ENTRY(WS-AJ-SUB) TO ADJ-RECORD.
121300     WRITE ADJ-RECORD.
121400 9110-EXIT.
121500     EXIT.

121600 9200-REWRITE-REGISTER.
121700     IF WS-LOGGED-COUNT = 0 AND WS-PASSED-COUNT = 0
121800         AND WS-FAILED-COUNT = 0
121900         GO TO 9200-EXIT
122000     END-IF.
122100     OPEN OUTPUT MTSTREQ.
122200     IF NOT FS-MTSTREQ-OK
122300         DISPLAY "BILMACC: UNABLE TO REWRITE MTSTREQ, STATUS "
122400             FS-MTSTREQ
122500         GO TO 9200-EXIT
122600     END-IF.
122700     PERFORM 9210-WRITE-ONE THRU 9210-EXIT
122800         VARYING WS-MR-SUB FROM 1 BY 1
122900         UNTIL WS-MR-SUB > WS-REGISTER-COUNT.
123000     CLOSE MTSTREQ.
123100 9200-EXIT.
123200     EXIT.

123300 9210-WRITE-ONE.
123400     MOVE SPACES TO MQ-RECORD.
123500     MOVE WS-MR-REQUEST-NO(WS-MR-SUB)      TO MQ-REQUEST-NO.
123600     MOVE WS-MR-CUST-ID(WS-MR-SUB)         TO MQ-CUST-ID.
123700     MOVE WS-MR-METER-NO(WS-MR-SUB)        TO MQ-METER-NO.
123800     MOVE WS-MR-REQUEST-DATE(WS-MR-SUB)    TO MQ-REQUEST-DATE.
123900     MOVE WS-MR-FROM-PERIOD(WS-MR-SUB)     TO MQ-FROM-PERIOD.
124000     MOVE WS-MR-FEE(WS-MR-SUB)             TO MQ-FEE.
124100     MOVE WS-MR-STATUS(WS-MR-SUB)          TO MQ-STATUS.
124200     MOVE WS-MR-OPERATOR-ID(WS-MR-SUB)     TO MQ-OPERATOR-ID.
124300     MOVE WS-MR-TEST-DATE(WS-MR-SUB)       TO MQ-TEST-DATE.
124400     MOVE WS-MR-ERROR-DIR(WS-MR-SUB)       TO MQ-ERROR-DIR.
124500     MOVE WS-MR-ERROR-PCT(WS-MR-SUB)       TO MQ-ERROR-PCT.
124600     MOVE WS-MR-PERMITTED-PCT(WS-MR-SUB)   TO MQ-PERMITTED-PCT.
124700     MOVE WS-MR-PERIODS-CORR(WS-MR-SUB)    TO
124800         MQ-PERIODS-CORRECTED.
124900     MOVE WS-MR-CORRECTION-AMT(WS-MR-SUB)  TO MQ-CORRECTION-AMT.
125000     MOVE WS-MR-RESULT-OPERATOR(WS-MR-SUB) TO MQ-RESULT-OPERATOR.
125100     WRITE MQ-RECORD.
125200 9210-EXIT.
125300     EXIT.

125400 9600-WRITE-RUNLOG.
125500     MOVE "BILMACC"        TO RL-PROGRAM-ID.
125600     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
125700     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
125800     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
125900     MOVE "MTSTREQ"        TO RL-INPUT-FILE.
126000     MOVE WS-REGISTER-COUNT TO RL-RECORDS-READ.
126100     COMPUTE RL-BILLS-PRODUCED = WS-LOGGED-COUNT
126200         + WS-PASSED-COUNT + WS-FAILED-COUNT.
126300     MOVE ZERO             TO RL-EXCEPTIONS.
126400     MOVE ZERO             TO RL-TOTAL-BILLED.
126500     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
126600     ACCEPT RL-END-TIME FROM TIME.
126700     WRITE RL-RECORD.
126800 9600-EXIT.
126900     EXIT.
