000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILTRACE.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-08.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILTRACE                                                  *
000900*  BILL CALCULATION TRACE FOR THE DISPUTE DESK.  TAKES A      *
001000*  CUSTOMER ID AND BILL PERIOD, READS THE POSTED BILL FROM    *
001100*  BILLHIST AND WORKS IT AGAIN THE WAY BILBATCH DOES - THE    *
001200*  RATETAB SCHEDULE 1150-FIND-RATE-CLASS WOULD PICK, SPECIAL  *
001300*  CONTRACT, PEAK-SEASON MULTIPLIER, MID-PERIOD RATE SPLIT,   *
001400*  TIME-OF-USE OR FLAT-RATE PRICING, SLAB LIMITS SCALED TO    *
001500*  THE READING SPAN, MINIMUM CHARGE, THEN FUEL, SEWERAGE,     *
001600*  DUTY, DEMAND, POWER FACTOR, EXPORT CREDIT, REBATE, RENT,   *
001700*  GST AND SUBSIDY.  EACH STEP IS PRINTED ON THE CALCSHT      *
001800*  SHEET WITH THE RATE OR PARAMETER USED AND THE SCHEDULE     *
001900*  DATES IT CAME FROM, THE RECOMPUTED AMOUNT BESIDE THE ONE   *
002000*  ON THE BILL, AND A MARK WHEREVER THEY DIFFER.  WHAT CANNOT *
002100*  BE WORKED AGAIN FROM THE FILES - ARREARS AND PENALTY,      *
002200*  FEES, ADJUSTMENTS, CREDIT BROUGHT FORWARD AND ROUND-OFF,   *
002300*  WHICH DEPEND ON THE LEDGER AS IT STOOD ON THE DAY - IS     *
002400*  SHOWN AS THE BALANCE OF THE POSTED BILL.  THE SHEET IS     *
002500*  WORDED TO BE HANDED TO THE CUSTOMER OR THE CONSUMER FORUM. *
002600*  NOTHING IS UPDATED.                                        *
002700*-----------------------------------------------------------*
002800*  MODIFICATION HISTORY                                      *
002900*  DATE       INIT  DESCRIPTION                               *
003000*  2026-10-08 RSH   ORIGINAL                                  *
003000*  2026-10-11 RSH   SHOW THE DUTY AND GST REMITTED UNDER A    *
003000*                   TAX-EXEMPTION CERTIFICATE AS POSTED, SO   *
003000*                   AN EXEMPT BILL TRACES WITHOUT             *
003000*                   DIFFERENCES.                              *
003100*-----------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.

003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS CM-CUST-ID
004200         FILE STATUS IS FS-CUSTMAS.

004300     SELECT BILLHIST ASSIGN TO "BILLHIST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS BH-KEY
004700         FILE STATUS IS FS-BILLHIST.

004800     SELECT RATETAB ASSIGN TO "RATETAB"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS FS-RATETAB.

005100     SELECT CONTRACT ASSIGN TO "CONTRACT"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS FS-CONTRACT.

005400     SELECT FUELADJ ASSIGN TO "FUELADJ"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS FS-FUELADJ.

005700     SELECT DUTYTAB ASSIGN TO "DUTYTAB"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS FS-DUTYTAB.

006000     SELECT CALCSHT ASSIGN TO "CALCSHT"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS FS-CALCSHT.

006300     SELECT RUNLOG ASSIGN TO "RUNLOG"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS FS-RUNLOG.

006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  CUSTMAS
006900     LABEL RECORDS ARE STANDARD.
007000 COPY CUSTMAS.

007100 FD  BILLHIST
007200     LABEL RECORDS ARE STANDARD.
007300 COPY BILLHIST.

007400 FD  RATETAB
007500     LABEL RECORDS ARE STANDARD.
007600 COPY RATETAB.

007700 FD  CONTRACT
007800     LABEL RECORDS ARE STANDARD.
007900 COPY CONTRACT.

008000 FD  FUELADJ
008100     LABEL RECORDS ARE STANDARD.
008200 COPY FUELADJ.

008300 FD  DUTYTAB
008400     LABEL RECORDS ARE STANDARD.
008500 COPY DUTYTAB.

008600 FD  CALCSHT
008700     LABEL RECORDS ARE STANDARD.
008800 COPY CALCSHT.

008900 FD  RUNLOG
009000     LABEL RECORDS ARE STANDARD.
009100 COPY RUNLOG.

009200 WORKING-STORAGE SECTION.
009300*-----------------------------------------------------------*
009400*    FILE STATUS SWITCHES                                    *
009500*-----------------------------------------------------------*
009600 77  FS-CUSTMAS              PIC X(02).
009700     88  FS-CUSTMAS-OK               VALUE "00".
009800 77  FS-BILLHIST             PIC X(02).
009900     88  FS-BILLHIST-OK              VALUE "00".
010000 77  FS-RATETAB              PIC X(02).
010100     88  FS-RATETAB-OK               VALUE "00".
010200 77  FS-CONTRACT             PIC X(02).
010300     88  FS-CONTRACT-OK              VALUE "00".
010400 77  FS-FUELADJ              PIC X(02).
010500     88  FS-FUELADJ-OK               VALUE "00".
010600 77  FS-DUTYTAB              PIC X(02).
010700     88  FS-DUTYTAB-OK               VALUE "00".
010800 77  FS-CALCSHT              PIC X(02).
010900     88  FS-CALCSHT-OK               VALUE "00".
011000 77  FS-RUNLOG               PIC X(02).
011100     88  FS-RUNLOG-OK                VALUE "00".

011200*-----------------------------------------------------------*
011300*    PROGRAM SWITCHES                                        *
011400*-----------------------------------------------------------*
011500 77  WS-ABORT-SW             PIC X(01) VALUE "N".
011600     88  WS-ABORT                    VALUE "Y".
011700 77  WS-RT-EOF-SW            PIC X(01) VALUE "N".
011800     88  WS-RT-EOF                   VALUE "Y".
011900 77  WS-CN-EOF-SW            PIC X(01) VALUE "N".
012000     88  WS-CN-EOF                   VALUE "Y".
012100 77  WS-FA-EOF-SW            PIC X(01) VALUE "N".
012200     88  WS-FA-EOF                   VALUE "Y".
012300 77  WS-DT-EOF-SW            PIC X(01) VALUE "N".
012400     88  WS-DT-EOF                   VALUE "Y".
012500 77  WS-RATE-FOUND-SW        PIC X(01) VALUE "N".
012600     88  WS-RATE-FOUND               VALUE "Y".
012700 77  WS-CONTRACT-SW          PIC X(01) VALUE "N".
012800     88  WS-CONTRACT-BILL            VALUE "Y".
012900 77  WS-SPLIT-SW             PIC X(01) VALUE "N".
013000     88  WS-SPLIT-BILL               VALUE "Y".
013100 77  WS-PEAK-SW              PIC X(01) VALUE "N".
013200     88  WS-PEAK-MONTH               VALUE "Y".
013300 77  WS-SHEET-OPEN-SW        PIC X(01) VALUE "N".
013400     88  WS-SHEET-OPEN               VALUE "Y".

013500*-----------------------------------------------------------*
013600*    HOW THE ENERGY CHARGE WAS PRICED, IN BILBATCH'S OWN      *
013700*    ORDER OF PRECEDENCE                                      *
013800*-----------------------------------------------------------*
013900 77  WS-PRICING-SW           PIC X(01) VALUE "S".
014000     88  WS-PRICE-SLAB               VALUE "S".
014100     88  WS-PRICE-SUSPENDED          VALUE "Z".
014200     88  WS-PRICE-UNMETERED          VALUE "U".
014300     88  WS-PRICE-CONTRACT           VALUE "C".
014400     88  WS-PRICE-TOU                VALUE "T".
014500     88  WS-PRICE-SPLIT              VALUE "P".

014600*-----------------------------------------------------------*
014700*    OPERATOR AND RUN-AUDIT FIELDS                           *
014800*-----------------------------------------------------------*
014900 77  WS-OPERATOR-ID          PIC X(08).
015000 77  WS-SYSTEM-DATE          PIC 9(08).
015100 77  WS-SYSTEM-TIME          PIC 9(08).
015200 77  WS-IN-CUST-ID           PIC X(10).
015300 77  WS-IN-PERIOD            PIC 9(06).

015400*-----------------------------------------------------------*
015500*    SCHEDULE PARAMETERS, AS 1150-FIND-RATE-CLASS SETS THEM   *
015600*-----------------------------------------------------------*
015700 77  WS-SCHED-SUB            PIC 9(02) VALUE ZERO.
015800 77  WS-PENALTY-PCT          PIC 9(02)V99 VALUE ZERO.
015900 77  WS-GST-PCT              PIC 9(02)V99 VALUE ZERO.
016000 77  WS-MIN-CHARGE           PIC 9(05)V99 VALUE ZERO.
016100 77  WS-SEWER-PCT            PIC 9(02)V99 VALUE ZERO.
016200 77  WS-DEMAND-RATE          PIC 9(05)V99 VALUE ZERO.
016300 77  WS-PEAK-RATE            PIC 9(03)V99 VALUE ZERO.
016400 77  WS-OFFPEAK-RATE         PIC 9(03)V99 VALUE ZERO.
016500 77  WS-BUYBACK-RATE         PIC 9(03)V99 VALUE ZERO.
016600 77  WS-UNMETERED-RATE       PIC 9(05)V99 VALUE ZERO.
016700 77  WS-PF-PENALTY-PCT       PIC 9(02)V99 VALUE ZERO.
016800 77  WS-PF-REBATE-PCT        PIC 9(02)V99 VALUE ZERO.
016900 77  WS-GREEN-RATE           PIC 9(03)V99 VALUE ZERO.
017000 77  WS-SUSP-CHARGE          PIC 9(05)V99 VALUE ZERO.
017100 77  WS-BILL-MONTH           PIC 9(02) VALUE ZERO.
017200 77  WS-PEAK-FROM            PIC 9(02) VALUE ZERO.
017300 77  WS-PEAK-TO              PIC 9(02) VALUE ZERO.
017400 77  WS-PEAK-PCT             PIC 9(03)V99 VALUE ZERO.
017500 77  WS-CONTRACT-SUB         PIC 9(02) VALUE ZERO.
017600 77  WS-CONTRACT-UNITS       PIC 9(07) VALUE ZERO.

017700*-----------------------------------------------------------*
017800*    READING SPAN AND MID-PERIOD SPLIT WORK FIELDS            *
017900*-----------------------------------------------------------*
018000 77  WS-SPAN-DAYS            PIC 9(03) VALUE ZERO.
018100 77  WS-STD-CYCLE-DAYS       PIC 9(03) VALUE 030.
018200 77  WS-SPLIT-OLD-SUB        PIC 9(02) VALUE ZERO.
018300 77  WS-SPLIT-NEW-SUB        PIC 9(02) VALUE ZERO.
018400 77  WS-SPL-SUB              PIC 9(02) VALUE ZERO.
018500 77  WS-MONTH-START          PIC 9(08) VALUE ZERO.
018600 77  WS-MONTH-NEXT           PIC 9(08) VALUE ZERO.
018700 77  WS-NEXT-YYYY            PIC 9(04) VALUE ZERO.
018800 77  WS-NEXT-MM              PIC 9(02) VALUE ZERO.
018900 77  WS-DAYS-IN-MONTH        PIC 9(02) VALUE ZERO.
019000 77  WS-SPLIT-DAY            PIC 9(02) VALUE ZERO.
019100 77  WS-SPLIT1-UNITS         PIC 9(07) VALUE ZERO.
019200 77  WS-SPLIT2-UNITS         PIC 9(07) VALUE ZERO.
019300 77  WS-SPLIT1-AMT           PIC 9(09)V99 VALUE ZERO.
019400 77  WS-SPLIT2-AMT           PIC 9(09)V99 VALUE ZERO.
019500 77  WS-PORTION-SUB          PIC 9(02) VALUE ZERO.
019600 77  WS-PORTION-UNITS        PIC 9(07) VALUE ZERO.
019700 77  WS-PORTION-DAYS         PIC 9(02) VALUE ZERO.
019800 77  WS-PORTION-NO           PIC 9(01) VALUE ZERO.

019900*-----------------------------------------------------------*
020000*    RECOMPUTED AMOUNTS                                       *
020100*-----------------------------------------------------------*
020200 77  WS-ENERGY-AMT           PIC 9(09)V99 VALUE ZERO.
020300 77  WS-PEAK-AMT             PIC 9(09)V99 VALUE ZERO.
020400 77  WS-OFFPEAK-AMT          PIC 9(09)V99 VALUE ZERO.
020500 77  WS-TIER-AMT             PIC 9(09)V99 VALUE ZERO.
020600 77  WS-UNMETERED-BASIS      PIC 9(05) VALUE ZERO.
020700 77  WS-FUEL-RATE            PIC 9(02)V999 VALUE ZERO.
020800 77  WS-FUEL-AMT             PIC 9(09)V99 VALUE ZERO.
020900 77  WS-SEWER-AMT            PIC 9(09)V99 VALUE ZERO.
021000 77  WS-DUTY-PCT             PIC 9(02)V99 VALUE ZERO.
021100 77  WS-DUTY-AMT             PIC 9(09)V99 VALUE ZERO.
021200 77  WS-LOAD-KW              PIC 9(05) VALUE ZERO.
021300 77  WS-WEIGHTED-KW          PIC 9(05)V99 VALUE ZERO.
021400 77  WS-LOADCHG-DAY          PIC 9(02) VALUE ZERO.
021500 77  WS-DEMAND-AMT           PIC 9(09)V99 VALUE ZERO.
021600 77  WS-PF-AMT               PIC S9(09)V99 VALUE ZERO.
021700 77  WS-EXPORT-CREDIT        PIC 9(09)V99 VALUE ZERO.
021800 77  WS-GREEN-AMT            PIC 9(05)V99 VALUE ZERO.
021900 77  WS-TAXABLE-AMT          PIC S9(09)V99 VALUE ZERO.
022000 77  WS-GST-AMT              PIC S9(09)V99 VALUE ZERO.
022100 77  WS-SUBSIDY-AMT          PIC 9(09)V99 VALUE ZERO.
022200 77  WS-CURRENT-AMT          PIC S9(09)V99 VALUE ZERO.

022300*-----------------------------------------------------------*
022400*    AMOUNTS AS POSTED, DERIVED FROM THE HISTORY RECORD       *
022500*-----------------------------------------------------------*
022600 77  WS-POSTED-ENERGY        PIC S9(09)V99 VALUE ZERO.
022700 77  WS-POSTED-CURRENT       PIC S9(09)V99 VALUE ZERO.
022800 77  WS-CARRIED-AMT          PIC S9(09)V99 VALUE ZERO.
022900 77  WS-DIFF-COUNT           PIC 9(03) VALUE ZERO.
023000 77  WS-STEP-NO              PIC 9(02) VALUE ZERO.

023100*-----------------------------------------------------------*
023200*    ONE LINE OF THE SHEET.  AN AMOUNT STEP CARRIES ITS LABEL, *
023300*    THE RECOMPUTED FIGURE AND THE FIGURE ON THE BILL; THE     *
023400*    MODE SAYS WHICH OF THE TWO ARE SHOWN AND WHETHER THEY     *
023500*    ARE COMPARED.                                             *
023600*-----------------------------------------------------------*
023700 01  WS-SH-LINE              PIC X(80).
023800 01  WS-STEP-TITLE           PIC X(60).
023900 01  WS-STEP-LABEL           PIC X(34).
024000 01  WS-STEP-CALC            PIC S9(09)V99.
024100 01  WS-STEP-POSTED          PIC S9(09)V99.
024200 01  WS-STEP-UNITS-CALC      PIC 9(07).
024300 01  WS-STEP-UNITS-POSTED    PIC 9(07).
024400 01  WS-STEP-MODE            PIC X(01).
024500     88  WS-STEP-COMPARE             VALUE "C".
024600     88  WS-STEP-CALC-ONLY           VALUE "R".
024700     88  WS-STEP-POSTED-ONLY         VALUE "P".

024800*-----------------------------------------------------------*
024900*    EDITED FIELDS                                            *
025000*-----------------------------------------------------------*
025100 01  WS-CALC-ED              PIC -ZZZZZZZZ9.99.
025200 01  WS-POSTED-ED            PIC -ZZZZZZZZ9.99.
025300 01  WS-AMT-ED               PIC ZZZZZZZZ9.99.
025400 01  WS-RATE-ED              PIC ZZZZ9.99.
025500 01  WS-RATE2-ED             PIC ZZZZ9.99.
025600 01  WS-FUEL-ED              PIC Z9.999.
025700 01  WS-PCT-ED               PIC ZZ9.99.
025800 01  WS-LIMIT-ED             PIC ZZZZZZ9.
025900 01  WS-LIMIT2-ED            PIC ZZZZZZ9.
026000 01  WS-UNITS-ED             PIC ZZZZZZ9.
026100 01  WS-DAYS-ED              PIC ZZ9.
026200 01  WS-KW-ED                PIC ZZZZ9.99.
026300 01  WS-PF-ED                PIC 9.99.
026400 01  WS-SUB-ED               PIC Z9.
026500 01  WS-SUB2-ED              PIC Z9.
026600 01  WS-STEP-ED              PIC Z9.
026700 01  WS-COUNT-ED             PIC ZZ9.

026800*-----------------------------------------------------------*
026900*    RATE, CONTRACT, FUEL AND DUTY TABLES AND THE TIER-CALC    *
027000*    PARAMETER BLOCK - THE SAME COPYBOOKS BILBATCH LOADS        *
027100*-----------------------------------------------------------*
027200 COPY RATETBL.
027300 COPY CONTBL.
027400 COPY FATBL.
027500 COPY DTYTBL.
027600 COPY BILCALC.

027700 PROCEDURE DIVISION.
027800 0000-MAINLINE SECTION.
027900     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
028000     IF NOT WS-ABORT
028100         PERFORM 2000-TRACE-BILL THRU 2000-EXIT
028200     END-IF.
028300     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
028400     STOP RUN.

028500 1000-INITIALIZE.
028600     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
028700     ACCEPT WS-SYSTEM-TIME FROM TIME.
028800     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
028900     ACCEPT WS-OPERATOR-ID.
029000     DISPLAY "CUSTOMER ID: " WITH NO ADVANCING.
029100     ACCEPT WS-IN-CUST-ID.
029200     DISPLAY "BILL PERIOD (YYYYMM): " WITH NO ADVANCING.
029300     ACCEPT WS-IN-PERIOD.
029400     OPEN EXTEND RUNLOG.
029500     IF NOT FS-RUNLOG-OK
029600         DISPLAY "BILTRACE: UNABLE TO OPEN RUNLOG, STATUS "
029700             FS-RUNLOG
029800     END-IF.
029900     OPEN INPUT CUSTMAS.
030000     IF NOT FS-CUSTMAS-OK
030100         DISPLAY "BILTRACE: UNABLE TO OPEN CUSTMAS, STATUS "
030200             FS-CUSTMAS
030300         MOVE "Y" TO WS-ABORT-SW
030400         GO TO 1000-EXIT
030500     END-IF.
030600     MOVE WS-IN-CUST-ID TO CM-CUST-ID.
030700     READ CUSTMAS
030800         INVALID KEY
030900             DISPLAY "BILTRACE: CUSTOMER " WS-IN-CUST-ID
031000                 " NOT ON FILE"
031100             MOVE "Y" TO WS-ABORT-SW
031200             GO TO 1000-EXIT
031300     END-READ.
031400     OPEN INPUT BILLHIST.
031500     IF NOT FS-BILLHIST-OK
031600         DISPLAY "BILTRACE: UNABLE TO OPEN BILLHIST, STATUS "
031700             FS-BILLHIST
031800         MOVE "Y" TO WS-ABORT-SW
031900         GO TO 1000-EXIT
032000     END-IF.
032100     MOVE WS-IN-CUST-ID TO BH-CUST-ID.
032200     MOVE WS-IN-PERIOD  TO BH-BILL-PERIOD.
032300     READ BILLHIST
032400         INVALID KEY
032500             DISPLAY "BILTRACE: NO BILL ON HISTORY FOR "
032600                 WS-IN-CUST-ID " PERIOD " WS-IN-PERIOD
032700             MOVE "Y" TO WS-ABORT-SW
032800             GO TO 1000-EXIT
032900     END-READ.
033000     IF NOT BH-TYPE-BILL
033100         DISPLAY "BILTRACE: " WS-IN-CUST-ID " " WS-IN-PERIOD
033200             " IS A WRITE-OFF OR REVERSAL ENTRY, NOT A BILL"
033300         MOVE "Y" TO WS-ABORT-SW
033400         GO TO 1000-EXIT
033500     END-IF.
033600     PERFORM 1100-LOAD-RATE-TABLE THRU 1100-EXIT.
033700     IF WS-ABORT
033800         GO TO 1000-EXIT
033900     END-IF.
034000     PERFORM 1170-LOAD-CONTRACTS  THRU 1170-EXIT.
034100     PERFORM 1180-LOAD-DUTY-TABLE THRU 1180-EXIT.
034200     PERFORM 1390-LOAD-FUEL-RATES THRU 1390-EXIT.
034300     OPEN OUTPUT CALCSHT.
034400     IF NOT FS-CALCSHT-OK
034500         DISPLAY "BILTRACE: UNABLE TO OPEN CALCSHT, STATUS "
034600             FS-CALCSHT
034700         MOVE "Y" TO WS-ABORT-SW
034800         GO TO 1000-EXIT
034900     END-IF.
035000     MOVE "Y" TO WS-SHEET-OPEN-SW.
035100 1000-EXIT.
035200     EXIT.

035300 1100-LOAD-RATE-TABLE.
035400     OPEN INPUT RATETAB.
035500     IF NOT FS-RATETAB-OK
035600         DISPLAY "BILTRACE: UNABLE TO OPEN RATETAB, STATUS "
035700             FS-RATETAB
035800         MOVE "Y" TO WS-ABORT-SW
035900         GO TO 1100-EXIT
036000     END-IF.
036100     READ RATETAB
036200         AT END
036300             MOVE "Y" TO WS-RT-EOF-SW
036400     END-READ.
036500     PERFORM 1110-STORE-RATE-ENTRY THRU 1110-EXIT
036600         UNTIL WS-RT-EOF.
036700     CLOSE RATETAB.
036800 1100-EXIT.
036900     EXIT.

037000 1110-STORE-RATE-ENTRY.
037100     IF WS-RATE-COUNT >= 60
037200         DISPLAY "BILTRACE: RATETAB HOLDS MORE THAN 60 SCHEDULES"
037300             " - TRACE ABANDONED"
037400         MOVE "Y" TO WS-ABORT-SW
037500         MOVE "Y" TO WS-RT-EOF-SW
037600         GO TO 1110-EXIT
037700     END-IF.
037800     ADD 1 TO WS-RATE-COUNT.
037900     MOVE RT-SERVICE-TYPE TO WS-RT-SERVICE-TYPE(WS-RATE-COUNT).
038000     MOVE RT-CUST-CLASS  TO WS-RT-CUST-CLASS(WS-RATE-COUNT).
038100     MOVE RT-TIER1-LIMIT TO WS-RT-TIER1-LIMIT(WS-RATE-COUNT).
038200     MOVE RT-TIER1-RATE  TO WS-RT-TIER1-RATE(WS-RATE-COUNT).
038300     MOVE RT-TIER2-LIMIT TO WS-RT-TIER2-LIMIT(WS-RATE-COUNT).
038400     MOVE RT-TIER2-RATE  TO WS-RT-TIER2-RATE(WS-RATE-COUNT).
038500     MOVE RT-TIER3-RATE  TO WS-RT-TIER3-RATE(WS-RATE-COUNT).
038600     MOVE RT-PENALTY-PCT TO WS-RT-PENALTY-PCT(WS-RATE-COUNT).
038700     MOVE RT-GST-PCT     TO WS-RT-GST-PCT(WS-RATE-COUNT).
038800     MOVE RT-MIN-CHARGE  TO WS-RT-MIN-CHARGE(WS-RATE-COUNT).
038900     MOVE RT-EFF-FROM    TO WS-RT-EFF-FROM(WS-RATE-COUNT).
039000     MOVE RT-EFF-TO      TO WS-RT-EFF-TO(WS-RATE-COUNT).
039100     MOVE RT-PEAK-FROM-MONTH TO
039200        WS-RT-PEAK-FROM-MONTH(WS-RATE-COUNT).
039300     MOVE RT-PEAK-TO-MONTH   TO
039400        WS-RT-PEAK-TO-MONTH(WS-RATE-COUNT).
039500     MOVE RT-PEAK-MULT-PCT   TO
039600        WS-RT-PEAK-MULT-PCT(WS-RATE-COUNT).
039700     MOVE RT-SEWER-PCT       TO
039800        WS-RT-SEWER-PCT(WS-RATE-COUNT).
039900     MOVE RT-DEMAND-RATE     TO
040000        WS-RT-DEMAND-RATE(WS-RATE-COUNT).
040100     MOVE RT-PEAK-UNIT-RATE  TO
040200        WS-RT-PEAK-UNIT-RATE(WS-RATE-COUNT).
040300     MOVE RT-OFFPEAK-UNIT-RATE TO
040400        WS-RT-OFFPK-UNIT-RATE(WS-RATE-COUNT).
040500     MOVE RT-BUYBACK-RATE    TO
040600        WS-RT-BUYBACK-RATE(WS-RATE-COUNT).
040700     MOVE RT-UNMETERED-RATE  TO
040800        WS-RT-UNMETERED-RATE(WS-RATE-COUNT).
040900     MOVE RT-PF-PENALTY-PCT  TO
041000        WS-RT-PF-PENALTY-PCT(WS-RATE-COUNT).
041100     MOVE RT-PF-REBATE-PCT   TO
041200        WS-RT-PF-REBATE-PCT(WS-RATE-COUNT).
041300     MOVE RT-EFF-FROM-DAY    TO
041400        WS-RT-EFF-FROM-DAY(WS-RATE-COUNT).
041500     MOVE RT-GREEN-REBATE    TO
041600        WS-RT-GREEN-REBATE(WS-RATE-COUNT).
041700     MOVE RT-SUSP-CHARGE     TO
041800        WS-RT-SUSP-CHARGE(WS-RATE-COUNT).
041900     READ RATETAB
042000         AT END
042100             MOVE "Y" TO WS-RT-EOF-SW
042200     END-READ.
042300 1110-EXIT.
042400     EXIT.

042500*-----------------------------------------------------------*
042600*    THE CONTRACT, DUTY AND FUEL FILES ARE OPTIONAL, AS THEY   *
042700*    ARE TO BILBATCH - NO FILE MEANS NO SUCH CHARGE.           *
042800*-----------------------------------------------------------*
042900 1170-LOAD-CONTRACTS.
043000     OPEN INPUT CONTRACT.
043100     IF NOT FS-CONTRACT-OK
043200         GO TO 1170-EXIT
043300     END-IF.
043400     READ CONTRACT
043500         AT END
043600             MOVE "Y" TO WS-CN-EOF-SW
043700     END-READ.
043800     PERFORM 1175-STORE-CONTRACT THRU 1175-EXIT
043900         UNTIL WS-CN-EOF.
044000     CLOSE CONTRACT.
044100 1170-EXIT.
044200     EXIT.

044300 1175-STORE-CONTRACT.
044400     IF WS-CONTRACT-COUNT >= 50
044500         MOVE "Y" TO WS-CN-EOF-SW
044600         GO TO 1175-EXIT
044700     END-IF.
044800     ADD 1 TO WS-CONTRACT-COUNT.
044900     MOVE CN-CUST-ID       TO WS-CN-CUST-ID(WS-CONTRACT-COUNT).
045000     MOVE CN-RATE-PER-UNIT TO
045100         WS-CN-RATE-PER-UNIT(WS-CONTRACT-COUNT).
045200     MOVE CN-EXPIRY-DATE   TO
045300         WS-CN-EXPIRY-DATE(WS-CONTRACT-COUNT).
045400     MOVE CN-MIN-OFFTAKE-UNITS TO
045500         WS-CN-MIN-OFFTAKE(WS-CONTRACT-COUNT).
045600     MOVE CN-STATUS        TO WS-CN-STATUS(WS-CONTRACT-COUNT).
045700     READ CONTRACT
045800         AT END
045900             MOVE "Y" TO WS-CN-EOF-SW
046000     END-READ.
046100 1175-EXIT.
046200     EXIT.

046300 1180-LOAD-DUTY-TABLE.
046400     OPEN INPUT DUTYTAB.
046500     IF NOT FS-DUTYTAB-OK
046600         GO TO 1180-EXIT
046700     END-IF.
046800     READ DUTYTAB
046900         AT END
047000             MOVE "Y" TO WS-DT-EOF-SW
047100     END-READ.
047200     PERFORM 1185-STORE-DUTY-RATE THRU 1185-EXIT
047300         UNTIL WS-DT-EOF.
047400     CLOSE DUTYTAB.
047500 1180-EXIT.
047600     EXIT.

047700 1185-STORE-DUTY-RATE.
047800     IF WS-DUTY-COUNT >= 100
047900         MOVE "Y" TO WS-DT-EOF-SW
048000         GO TO 1185-EXIT
048100     END-IF.
048200     ADD 1 TO WS-DUTY-COUNT.
048300     MOVE DT-CITY     TO WS-DT-CITY(WS-DUTY-COUNT).
048400     MOVE DT-DUTY-PCT TO WS-DT-DUTY-PCT(WS-DUTY-COUNT).
048500     READ DUTYTAB
048600         AT END
048700             MOVE "Y" TO WS-DT-EOF-SW
048800     END-READ.
048900 1185-EXIT.
049000     EXIT.

049100 1390-LOAD-FUEL-RATES.
049200     OPEN INPUT FUELADJ.
049300     IF NOT FS-FUELADJ-OK
049400         GO TO 1390-EXIT
049500     END-IF.
049600     READ FUELADJ
049700         AT END
049800             MOVE "Y" TO WS-FA-EOF-SW
049900     END-READ.
050000     PERFORM 1395-STORE-FUEL-RATE THRU 1395-EXIT
050100         UNTIL WS-FA-EOF.
050200     CLOSE FUELADJ.
050300 1390-EXIT.
050400     EXIT.

050500 1395-STORE-FUEL-RATE.
050600     IF WS-FUEL-COUNT >= 60
050700         MOVE "Y" TO WS-FA-EOF-SW
050800         GO TO 1395-EXIT
050900     END-IF.
051000     ADD 1 TO WS-FUEL-COUNT.
051100     MOVE FA-PERIOD        TO WS-FA-PERIOD(WS-FUEL-COUNT).
051200     MOVE FA-SERVICE-TYPE  TO
051300         WS-FA-SERVICE-TYPE(WS-FUEL-COUNT).
051400     MOVE FA-RATE-PER-UNIT TO
051500         WS-FA-RATE-PER-UNIT(WS-FUEL-COUNT).
051600     READ FUELADJ
051700         AT END
051800             MOVE "Y" TO WS-FA-EOF-SW
051900     END-READ.
052000 1395-EXIT.
052100     EXIT.

052200*-----------------------------------------------------------*
052300*    THE TRACE ITSELF, STEP BY STEP IN BILBATCH'S ORDER.       *
052400*-----------------------------------------------------------*
052500 2000-TRACE-BILL.
052600     PERFORM 2100-SET-POSTED-FIGURES  THRU 2100-EXIT.
052700     PERFORM 2200-WRITE-SHEET-HEADING THRU 2200-EXIT.
052800     PERFORM 3000-FIND-SCHEDULE       THRU 3000-EXIT.
052900     PERFORM 3100-CHECK-CONTRACT      THRU 3100-EXIT.
053000     PERFORM 3200-APPLY-SEASON        THRU 3200-EXIT.
053100     PERFORM 3300-CHECK-RATE-SPLIT    THRU 3300-EXIT.
053200     PERFORM 3400-SET-SLAB-LIMITS     THRU 3400-EXIT.
053300     PERFORM 4000-PRICE-ENERGY        THRU 4000-EXIT.
053400     PERFORM 5000-FUEL-ADJUSTMENT     THRU 5000-EXIT.
053500     PERFORM 5100-SEWERAGE            THRU 5100-EXIT.
053600     PERFORM 5200-MUNICIPAL-DUTY      THRU 5200-EXIT.
053700     PERFORM 5300-DEMAND-CHARGE       THRU 5300-EXIT.
053800     PERFORM 5400-POWER-FACTOR        THRU 5400-EXIT.
053900     PERFORM 5500-CREDITS-AND-RENT    THRU 5500-EXIT.
054000     PERFORM 6000-GST                 THRU 6000-EXIT.
054100     PERFORM 6100-SUBSIDY             THRU 6100-EXIT.
054200     PERFORM 7000-RECONCILE-BILL      THRU 7000-EXIT.
054300     PERFORM 7500-WRITE-SHEET-FOOTING THRU 7500-EXIT.
054400 2000-EXIT.
054500     EXIT.

054600*-----------------------------------------------------------*
054700*    THE ENERGY CHARGE ON THE BILL IS NOT HELD AS SUCH - IT IS  *
054800*    THE TAXABLE VALUE LESS FUEL, DEMAND AND POWER FACTOR (A    *
054900*    BILCANC REBILL LEAVES POWER FACTOR OUT OF ITS TAXABLE      *
055000*    VALUE).  A FLAT ZERO-UNIT BILL AT THE SCHEDULE'S           *
055100*    SUSPENDED CHARGE WAS RAISED ON A VOLUNTARILY SUSPENDED     *
055200*    SUPPLY.                                                    *
055300*-----------------------------------------------------------*
055400 2100-SET-POSTED-FIGURES.
055500     COMPUTE WS-POSTED-ENERGY = BH-TAXABLE-AMT - BH-FUEL-AMT
055600         - BH-DEMAND-AMT.
055700     IF BH-PF-AMT NUMERIC AND NOT BH-CORR-REBILLED
055800         SUBTRACT BH-PF-AMT FROM WS-POSTED-ENERGY
055900     END-IF.
056000     MOVE BH-BILL-PERIOD(5:2) TO WS-BILL-MONTH.
056100     COMPUTE WS-POSTED-CURRENT = BH-TAXABLE-AMT + BH-SEWER-AMT
056200         + BH-DUTY-AMT + BH-GST-AMT - BH-SUBSIDY-AMT
056300         - BH-EXPORT-CREDIT.
056400     IF BH-METER-RENT NUMERIC
056500         ADD BH-METER-RENT TO WS-POSTED-CURRENT
056600     END-IF.
056700     IF BH-GREEN-REBATE NUMERIC
056800         SUBTRACT BH-GREEN-REBATE FROM WS-POSTED-CURRENT
056900     END-IF.
057000 2100-EXIT.
057100     EXIT.

057200 2200-WRITE-SHEET-HEADING.
057300     STRING "BILL CALCULATION SHEET" "                 "
057400         "PREPARED " WS-SYSTEM-DATE " BY " WS-OPERATOR-ID
057500         DELIMITED BY SIZE INTO WS-SH-LINE.
057600     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
057700     MOVE ALL "=" TO WS-SH-LINE(1:72).
057800     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
057900     STRING "CUSTOMER " CM-CUST-ID "  " CM-NAME
058000         DELIMITED BY SIZE INTO WS-SH-LINE.
058100     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
058200     STRING "SERVICE " CM-SERVICE-TYPE "   CLASS " CM-CUST-CLASS
058300         "   CYCLE " CM-CYCLE-FREQ "   METER " CM-METER-NO
058400         "   TOWN " CM-ADDR-CITY
058500         DELIMITED BY SIZE INTO WS-SH-LINE.
058600     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
058700     STRING "BILL PERIOD " BH-BILL-PERIOD "   INVOICE "
058800         BH-INVOICE-NO "   BILL DATE " BH-BILL-DATE
058900         "   DUE " BH-DUE-DATE
059000         DELIMITED BY SIZE INTO WS-SH-LINE.
059100     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
059200     MOVE BH-UNITS TO WS-UNITS-ED.
059300     IF BH-READ-FROM-DATE NUMERIC AND BH-READ-FROM-DATE > 0
059400         STRING "READING FROM " BH-READ-FROM-DATE " TO "
059500             BH-READ-TO-DATE "   UNITS BILLED " WS-UNITS-ED
059600             DELIMITED BY SIZE INTO WS-SH-LINE
059700     ELSE
059800         STRING "CALENDAR-MONTH BILL - NO DATED READING SPAN"
059900             "   UNITS BILLED " WS-UNITS-ED
060000             DELIMITED BY SIZE INTO WS-SH-LINE
060100     END-IF.
060200     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
060300     IF BH-ESTIMATED
060400         MOVE "ESTIMATED BILL - NO METER READING FOR THE CYCLE"
060500             TO WS-SH-LINE
060600         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
060700     END-IF.
060800     IF BH-METER-CHANGED
060900         MOVE "METER CHANGED - OLD AND NEW METER UNITS COMBINED"
061000             TO WS-SH-LINE
061100         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
061200     END-IF.
061300     IF BH-SELFREAD
061400         MOVE "BILLED ON A CUSTOMER-SUBMITTED READING"
061500             TO WS-SH-LINE
061600         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
061700     END-IF.
061800     IF BH-CORR-REPROCESSED
061900         MOVE "READING REJECTED AND LATER BILLED ON REPROCESSING"
062000             TO WS-SH-LINE
062100         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
062200     END-IF.
062300     IF BH-CORR-REBILLED
062400         MOVE "ORIGINAL BILL CANCELLED - THIS IS THE REBILL"
062500             TO WS-SH-LINE
062600         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
062700     END-IF.
062800     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
062900     STRING "STEP" "                              "
063000         "   RECOMPUTED" "        ON BILL"
063100         DELIMITED BY SIZE INTO WS-SH-LINE.
063200     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
063300     MOVE ALL "-" TO WS-SH-LINE(1:72).
063400     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
063500 2200-EXIT.
063600     EXIT.

063700*-----------------------------------------------------------*
063800*    THE SCHEDULE 1150-FIND-RATE-CLASS PICKS - THE FIRST ONE    *
063900*    ON RATETAB FOR THE SERVICE AND CLASS WHOSE EFFECTIVE       *
064000*    DATES COVER THE BILL PERIOD.  WITH NONE, BILBATCH FALLS    *
064100*    BACK TO THE FIRST SCHEDULE ON THE TABLE AND SAYS SO.       *
064200*-----------------------------------------------------------*
064300 3000-FIND-SCHEDULE.
064400     MOVE "RATE SCHEDULE" TO WS-STEP-TITLE.
064500     PERFORM 8200-WRITE-STEP-TITLE THRU 8200-EXIT.
064600     MOVE "N" TO WS-RATE-FOUND-SW.
064700     SET WS-RATE-IDX TO 1.
064800     SEARCH WS-RATE-ENTRY
064900         AT END
065000             SET WS-RATE-IDX TO 1
065100         WHEN WS-RT-SERVICE-TYPE(WS-RATE-IDX) = CM-SERVICE-TYPE
065200             AND WS-RT-CUST-CLASS(WS-RATE-IDX) = CM-CUST-CLASS
065300             AND BH-BILL-PERIOD >= WS-RT-EFF-FROM(WS-RATE-IDX)
065400             AND BH-BILL-PERIOD <= WS-RT-EFF-TO(WS-RATE-IDX)
065500             MOVE "Y" TO WS-RATE-FOUND-SW
065600     END-SEARCH.
065700     SET WS-SCHED-SUB TO WS-RATE-IDX.
065800     IF NOT WS-RATE-FOUND
065900         MOVE "   NO SCHEDULE IN FORCE FOR THE PERIOD - THE FIRST"
066000             TO WS-SH-LINE
066100         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
066200         MOVE "   SCHEDULE ON THE TABLE IS USED, AS BILBATCH DOES"
066300             TO WS-SH-LINE
066400         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
066500     END-IF.
066600     PERFORM 8500-SHOW-SCHEDULE THRU 8500-EXIT.
066700     MOVE WS-RT-TIER1-LIMIT(WS-SCHED-SUB) TO BC-TIER1-LIMIT.
066800     MOVE WS-RT-TIER1-RATE(WS-SCHED-SUB)  TO BC-TIER1-RATE.
066900     MOVE WS-RT-TIER2-LIMIT(WS-SCHED-SUB) TO BC-TIER2-LIMIT.
067000     MOVE WS-RT-TIER2-RATE(WS-SCHED-SUB)  TO BC-TIER2-RATE.
067100     MOVE WS-RT-TIER3-RATE(WS-SCHED-SUB)  TO BC-TIER3-RATE.
067200     MOVE WS-SCHED-SUB TO WS-PORTION-SUB.
067300     PERFORM 3010-TAKE-SCALARS THRU 3010-EXIT.
067400 3000-EXIT.
067500     EXIT.

067600*-----------------------------------------------------------*
067700*    THE PENALTY, GST, MINIMUM, LEVIES AND CLAUSE RATES OF THE  *
067800*    SCHEDULE AT WS-PORTION-SUB.                                *
067900*-----------------------------------------------------------*
068000 3010-TAKE-SCALARS.
068100     MOVE WS-RT-PENALTY-PCT(WS-PORTION-SUB) TO WS-PENALTY-PCT.
068200     MOVE WS-RT-GST-PCT(WS-PORTION-SUB)     TO WS-GST-PCT.
068300     MOVE WS-RT-MIN-CHARGE(WS-PORTION-SUB)  TO WS-MIN-CHARGE.
068400     MOVE WS-RT-SEWER-PCT(WS-PORTION-SUB)   TO WS-SEWER-PCT.
068500     MOVE WS-RT-DEMAND-RATE(WS-PORTION-SUB) TO WS-DEMAND-RATE.
068600     MOVE WS-RT-PEAK-UNIT-RATE(WS-PORTION-SUB) TO WS-PEAK-RATE.
068700     MOVE WS-RT-OFFPK-UNIT-RATE(WS-PORTION-SUB)
068800         TO WS-OFFPEAK-RATE.
068900     MOVE WS-RT-BUYBACK-RATE(WS-PORTION-SUB) TO WS-BUYBACK-RATE.
069000     MOVE WS-RT-UNMETERED-RATE(WS-PORTION-SUB)
069100         TO WS-UNMETERED-RATE.
069200     MOVE WS-RT-PF-PENALTY-PCT(WS-PORTION-SUB)
069300         TO WS-PF-PENALTY-PCT.
069400     MOVE WS-RT-PF-REBATE-PCT(WS-PORTION-SUB)
069500         TO WS-PF-REBATE-PCT.
069600     MOVE WS-RT-GREEN-REBATE(WS-PORTION-SUB) TO WS-GREEN-RATE.
069700     MOVE WS-RT-SUSP-CHARGE(WS-PORTION-SUB)  TO WS-SUSP-CHARGE.
069800 3010-EXIT.
069900     EXIT.

070000*-----------------------------------------------------------*
070100*    AN ACTIVE AGREEMENT UNEXPIRED ON THE BILL DATE PRICED THE  *
070200*    ENERGY AT ITS FLAT RATE.  THE CONTRACT FILE IS READ AS IT  *
070300*    STANDS TODAY.                                              *
070400*-----------------------------------------------------------*
070500 3100-CHECK-CONTRACT.
070600     MOVE "SPECIAL CONTRACT" TO WS-STEP-TITLE.
070700     PERFORM 8200-WRITE-STEP-TITLE THRU 8200-EXIT.
070800     MOVE "N"  TO WS-CONTRACT-SW.
070900     MOVE ZERO TO WS-CONTRACT-SUB.
071000     IF WS-CONTRACT-COUNT > 0
071100         SET WS-CN-IDX TO 1
071200         SEARCH WS-CN-ENTRY
071300             AT END
071400                 CONTINUE
071500             WHEN WS-CN-CUST-ID(WS-CN-IDX) = CM-CUST-ID
071600                 AND WS-CN-STATUS(WS-CN-IDX) = "A"
071700                 SET WS-CONTRACT-SUB TO WS-CN-IDX
071800         END-SEARCH
071900     END-IF.
072000     IF WS-CONTRACT-SUB = 0
072100         MOVE "   NO ACTIVE CONTRACT - CLASS SCHEDULE APPLIES"
072200             TO WS-SH-LINE
072300         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
072400         GO TO 3100-EXIT
072500     END-IF.
072600     MOVE WS-CN-RATE-PER-UNIT(WS-CONTRACT-SUB) TO WS-RATE-ED.
072700     MOVE WS-CN-MIN-OFFTAKE(WS-CONTRACT-SUB)   TO WS-LIMIT-ED.
072800     STRING "   CONTRACT RATE RS" WS-RATE-ED " PER UNIT, MINIMUM"
072900         " OFFTAKE" WS-LIMIT-ED " UNITS"
073000         DELIMITED BY SIZE INTO WS-SH-LINE.
073100     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
073200     IF BH-BILL-DATE > WS-CN-EXPIRY-DATE(WS-CONTRACT-SUB)
073300         STRING "   EXPIRED " WS-CN-EXPIRY-DATE(WS-CONTRACT-SUB)
073400             " BEFORE THE BILL DATE - CLASS SCHEDULE APPLIES"
073500             DELIMITED BY SIZE INTO WS-SH-LINE
073600         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
073700         MOVE ZERO TO WS-CONTRACT-SUB
073800         GO TO 3100-EXIT
073900     END-IF.
074000     STRING "   IN FORCE TO " WS-CN-EXPIRY-DATE(WS-CONTRACT-SUB)
074100         " - ENERGY PRICED AT THE CONTRACT RATE"
074200         DELIMITED BY SIZE INTO WS-SH-LINE.
074300     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
074400     MOVE "Y" TO WS-CONTRACT-SW.
074500 3100-EXIT.
074600     EXIT.

074700*-----------------------------------------------------------*
074800*    THE PEAK-SEASON MULTIPLIER, AS 1160-APPLY-SEASONAL-RATE    *
074900*    APPLIES IT TO THE THREE SLAB RATES.                        *
075000*-----------------------------------------------------------*
075100 3200-APPLY-SEASON.
075200     MOVE "PEAK SEASON" TO WS-STEP-TITLE.
075300     PERFORM 8200-WRITE-STEP-TITLE THRU 8200-EXIT.
075400     MOVE "N" TO WS-PEAK-SW.
075500     MOVE WS-RT-PEAK-FROM-MONTH(WS-SCHED-SUB) TO WS-PEAK-FROM.
075600     MOVE WS-RT-PEAK-TO-MONTH(WS-SCHED-SUB)   TO WS-PEAK-TO.
075700     MOVE WS-RT-PEAK-MULT-PCT(WS-SCHED-SUB)   TO WS-PEAK-PCT.
075800     IF WS-PEAK-PCT = 0
075900         MOVE "   NO PEAK SEASON ON THE SCHEDULE" TO WS-SH-LINE
076000         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
076100         GO TO 3200-EXIT
076200     END-IF.
076300     IF WS-PEAK-FROM <= WS-PEAK-TO
076400         IF WS-BILL-MONTH >= WS-PEAK-FROM
076500             AND WS-BILL-MONTH <= WS-PEAK-TO
076600             MOVE "Y" TO WS-PEAK-SW
076700         END-IF
076800     ELSE
076900         IF WS-BILL-MONTH >= WS-PEAK-FROM
077000             OR WS-BILL-MONTH <= WS-PEAK-TO
077100             MOVE "Y" TO WS-PEAK-SW
077200         END-IF
077300     END-IF.
077400     MOVE WS-PEAK-FROM TO WS-SUB-ED.
077500     MOVE WS-PEAK-TO   TO WS-SUB2-ED.
077600     MOVE WS-PEAK-PCT  TO WS-PCT-ED.
077700     STRING "   PEAK MONTHS " WS-SUB-ED " TO " WS-SUB2-ED
077800         " AT" WS-PCT-ED " PCT OF THE SLAB RATES"
077900         DELIMITED BY SIZE INTO WS-SH-LINE.
078000     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
078100     IF NOT WS-PEAK-MONTH
078200         MOVE "   THE BILL MONTH IS OUTSIDE THE PEAK SEASON"
078300             TO WS-SH-LINE
078400         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
078500         GO TO 3200-EXIT
078600     END-IF.
078700     COMPUTE BC-TIER1-RATE ROUNDED =
078800         BC-TIER1-RATE * WS-PEAK-PCT / 100.
078900     COMPUTE BC-TIER2-RATE ROUNDED =
079000         BC-TIER2-RATE * WS-PEAK-PCT / 100.
079100     COMPUTE BC-TIER3-RATE ROUNDED =
079200         BC-TIER3-RATE * WS-PEAK-PCT / 100.
079300     MOVE BC-TIER1-RATE TO WS-RATE-ED.
079400     MOVE BC-TIER2-RATE TO WS-RATE2-ED.
079500     STRING "   PEAK MONTH - SLAB RATES NOW RS" WS-RATE-ED
079600         " / RS" WS-RATE2-ED
079700         DELIMITED BY SIZE INTO WS-SH-LINE.
079800     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
079900     MOVE BC-TIER3-RATE TO WS-RATE-ED.
080000     STRING "                              / RS" WS-RATE-ED
080100         DELIMITED BY SIZE INTO WS-SH-LINE.
080200     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
080300 3200-EXIT.
080400     EXIT.

080500*-----------------------------------------------------------*
080600*    MID-PERIOD RATE CHANGE, AS 1155-CHECK-RATE-SPLIT FINDS     *
080700*    IT - A SECOND SCHEDULE FOR THE SAME SERVICE AND CLASS      *
080800*    TAKING FORCE PART-WAY THROUGH THE BILL MONTH.  THE         *
080900*    PENALTY, GST, MINIMUM AND LEVIES THEN COME FROM THE        *
081000*    INCOMING SCHEDULE.  NOT LOOKED FOR ON A CONTRACT OR        *
081100*    SUSPENDED BILL.                                            *
081200*-----------------------------------------------------------*
081300 3300-CHECK-RATE-SPLIT.
081400     MOVE "MID-PERIOD RATE CHANGE" TO WS-STEP-TITLE.
081500     PERFORM 8200-WRITE-STEP-TITLE THRU 8200-EXIT.
081600     MOVE "N"  TO WS-SPLIT-SW.
081700     MOVE ZERO TO WS-SPLIT-OLD-SUB.
081800     MOVE ZERO TO WS-SPLIT-NEW-SUB.
081900     IF BH-UNITS = 0 AND WS-SUSP-CHARGE > 0
082000         AND WS-POSTED-ENERGY = WS-SUSP-CHARGE
082100         AND BH-NOTE NOT = "UNMETERED FLAT-RATE BILL"
082200         MOVE "Z" TO WS-PRICING-SW
082300     END-IF.
082400     IF WS-CONTRACT-BILL OR WS-PRICE-SUSPENDED
082500         MOVE "   NOT APPLICABLE TO THIS BILL" TO WS-SH-LINE
082600         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
082700         GO TO 3300-EXIT
082800     END-IF.
082900     PERFORM 3310-SCAN-ONE-SPLIT THRU 3310-EXIT
083000         VARYING WS-SPL-SUB FROM 1 BY 1
083100         UNTIL WS-SPL-SUB > WS-RATE-COUNT.
083200     IF WS-SPLIT-OLD-SUB = 0 OR WS-SPLIT-NEW-SUB = 0
083300         MOVE "   NONE - ONE SCHEDULE COVERS THE WHOLE PERIOD"
083400             TO WS-SH-LINE
083500         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
083600         IF BH-RATE-SPLIT
083700             MOVE "   THE BILL WAS SPLIT ACROSS TWO SCHEDULES -"
083800                 TO WS-SH-LINE
083900             MOVE " RATETAB HAS CHANGED" TO WS-SH-LINE(45:20)
084000             MOVE "<< DIFFERS" TO WS-SH-LINE(65:10)
084100             PERFORM 8100-WRITE-LINE THRU 8100-EXIT
084200             ADD 1 TO WS-DIFF-COUNT
084300         END-IF
084400         GO TO 3300-EXIT
084500     END-IF.
084600     MOVE "Y" TO WS-SPLIT-SW.
084700     MOVE WS-RT-EFF-FROM-DAY(WS-SPLIT-NEW-SUB) TO WS-SUB-ED.
084800     STRING "   A NEW SCHEDULE TOOK FORCE ON DAY " WS-SUB-ED
084900         " OF THE BILL MONTH"
085000         DELIMITED BY SIZE INTO WS-SH-LINE.
085100     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
085200     MOVE "   OUTGOING SCHEDULE:" TO WS-SH-LINE.
085300     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
085400     MOVE WS-SPLIT-OLD-SUB TO WS-SCHED-SUB.
085500     PERFORM 8500-SHOW-SCHEDULE THRU 8500-EXIT.
085600     MOVE "   INCOMING SCHEDULE (ITS GST, MINIMUM AND LEVIES"
085700         TO WS-SH-LINE.
085800     MOVE " APPLY):" TO WS-SH-LINE(51:8).
085900     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
086000     MOVE WS-SPLIT-NEW-SUB TO WS-SCHED-SUB.
086100     PERFORM 8500-SHOW-SCHEDULE THRU 8500-EXIT.
086200     MOVE WS-SPLIT-NEW-SUB TO WS-PORTION-SUB.
086300     PERFORM 3010-TAKE-SCALARS THRU 3010-EXIT.
086400 3300-EXIT.
086500     EXIT.

086600 3310-SCAN-ONE-SPLIT.
086700     IF WS-RT-SERVICE-TYPE(WS-SPL-SUB) NOT = CM-SERVICE-TYPE
086800         OR WS-RT-CUST-CLASS(WS-SPL-SUB) NOT = CM-CUST-CLASS
086900         OR BH-BILL-PERIOD < WS-RT-EFF-FROM(WS-SPL-SUB)
087000         OR BH-BILL-PERIOD > WS-RT-EFF-TO(WS-SPL-SUB)
087100         GO TO 3310-EXIT
087200     END-IF.
087300     IF WS-RT-EFF-FROM(WS-SPL-SUB) = BH-BILL-PERIOD
087400         AND WS-RT-EFF-FROM-DAY(WS-SPL-SUB) > 1
087500         MOVE WS-SPL-SUB TO WS-SPLIT-NEW-SUB
087600     ELSE
087700         MOVE WS-SPL-SUB TO WS-SPLIT-OLD-SUB
087800     END-IF.
087900 3310-EXIT.
088000     EXIT.

088100*-----------------------------------------------------------*
088200*    THE SLAB LIMITS - DOUBLED FOR AN UNDATED BIMONTHLY BILL,   *
088300*    SCALED TO THE DAYS THE READING COVERED FOR A DATED ONE.    *
088400*    A SPLIT PERIOD SCALES EACH PORTION IN ITS OWN PRICING.     *
088500*-----------------------------------------------------------*
088600 3400-SET-SLAB-LIMITS.
088700     MOVE "SLAB LIMITS" TO WS-STEP-TITLE.
088800     PERFORM 8200-WRITE-STEP-TITLE THRU 8200-EXIT.
088900     MOVE ZERO TO WS-SPAN-DAYS.
089000     IF BH-NOTE NOT = "UNMETERED FLAT-RATE BILL"
089100         AND BH-READ-FROM-DATE NUMERIC
089200         AND BH-READ-TO-DATE NUMERIC
089300         AND BH-READ-FROM-DATE > 0
089400         AND BH-READ-TO-DATE > BH-READ-FROM-DATE
089500         COMPUTE WS-SPAN-DAYS =
089600             FUNCTION INTEGER-OF-DATE(BH-READ-TO-DATE)
089700             - FUNCTION INTEGER-OF-DATE(BH-READ-FROM-DATE)
089800         IF WS-SPAN-DAYS > 99
089900             MOVE 99 TO WS-SPAN-DAYS
090000         END-IF
090100     END-IF.
090200     IF CM-CYCLE-BIMONTHLY AND WS-SPAN-DAYS = 0
090300         MULTIPLY 2 BY BC-TIER1-LIMIT
090400         MULTIPLY 2 BY BC-TIER2-LIMIT
090500         MOVE "   BIMONTHLY CYCLE, NO DATED SPAN - LIMITS DOUBLED"
090600             TO WS-SH-LINE
090700         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
090800     END-IF.
090900     IF WS-SPAN-DAYS > 0
091000         AND NOT WS-SPLIT-BILL
091100         AND NOT WS-CONTRACT-BILL
091200         AND BH-NOTE NOT = "UNMETERED FLAT-RATE BILL"
091300         COMPUTE BC-TIER1-LIMIT ROUNDED =
091400             BC-TIER1-LIMIT * WS-SPAN-DAYS
091500             / WS-STD-CYCLE-DAYS
091600         COMPUTE BC-TIER2-LIMIT ROUNDED =
091700             BC-TIER2-LIMIT * WS-SPAN-DAYS
091800             / WS-STD-CYCLE-DAYS
091900         MOVE WS-SPAN-DAYS      TO WS-DAYS-ED
092000         STRING "   READING SPAN" WS-DAYS-ED " DAYS - LIMITS"
092100             " SCALED BY" WS-DAYS-ED " / 30"
092200             DELIMITED BY SIZE INTO WS-SH-LINE
092300         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
092400     END-IF.
092500     IF WS-SPAN-DAYS = 0 AND NOT CM-CYCLE-BIMONTHLY
092600         MOVE "   CALENDAR MONTH - LIMITS AS SCHEDULED"
092700             TO WS-SH-LINE
092800         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
092900     END-IF.
093000     MOVE BC-TIER1-LIMIT TO WS-LIMIT-ED.
093100     MOVE BC-TIER2-LIMIT TO WS-LIMIT2-ED.
093200     STRING "   SLAB 1 UP TO" WS-LIMIT-ED " UNITS, SLAB 2 UP TO"
093300         WS-LIMIT2-ED " UNITS"
093400         DELIMITED BY SIZE INTO WS-SH-LINE.
093500     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
093600 3400-EXIT.
093700     EXIT.

093800*-----------------------------------------------------------*
093900*    THE ENERGY CHARGE, BY WHICHEVER PRICING BILBATCH USED -    *
094000*    SUSPENDED FIXED CHARGE, UNMETERED FLAT RATE, CONTRACT      *
094100*    RATE, TIME-OF-USE REGISTERS, SPLIT PERIOD OR THE SLABS -   *
094200*    THEN THE SCHEDULE MINIMUM (NOT ON A CONTRACT OR            *
094300*    SUSPENDED BILL).  A TARIFF REVISION SINCE BILLED IS        *
094400*    COMPARED AGAINST ITS REPRICED CHARGE.                      *
094500*-----------------------------------------------------------*
094600 4000-PRICE-ENERGY.
094700     MOVE "ENERGY CHARGE" TO WS-STEP-TITLE.
094800     PERFORM 8200-WRITE-STEP-TITLE THRU 8200-EXIT.
094900     IF NOT WS-PRICE-SUSPENDED
095000         EVALUATE TRUE
095100             WHEN BH-NOTE = "UNMETERED FLAT-RATE BILL"
095200                 MOVE "U" TO WS-PRICING-SW
095300             WHEN WS-CONTRACT-BILL
095400                 MOVE "C" TO WS-PRICING-SW
095500             WHEN BH-PEAK-UNITS NUMERIC
095600                 AND BH-OFFPEAK-UNITS NUMERIC
095700                 AND (BH-PEAK-UNITS > 0 OR BH-OFFPEAK-UNITS > 0)
095800                 AND (WS-PEAK-RATE > 0 OR WS-OFFPEAK-RATE > 0)
095900                 MOVE "T" TO WS-PRICING-SW
096000             WHEN WS-SPLIT-BILL
096100                 MOVE "P" TO WS-PRICING-SW
096200             WHEN OTHER
096300                 MOVE "S" TO WS-PRICING-SW
096400         END-EVALUATE
096500     END-IF.
096600     EVALUATE TRUE
096700         WHEN WS-PRICE-SUSPENDED
096800             PERFORM 4100-PRICE-SUSPENDED THRU 4100-EXIT
096900         WHEN WS-PRICE-UNMETERED
097000             PERFORM 4200-PRICE-UNMETERED THRU 4200-EXIT
097100         WHEN WS-PRICE-CONTRACT
097200             PERFORM 4300-PRICE-CONTRACT  THRU 4300-EXIT
097300         WHEN WS-PRICE-TOU
097400             PERFORM 4400-PRICE-TOU       THRU 4400-EXIT
097500         WHEN WS-PRICE-SPLIT
097600             PERFORM 4500-PRICE-SPLIT     THRU 4500-EXIT
097700         WHEN OTHER
097800             PERFORM 4600-PRICE-SLABS     THRU 4600-EXIT
097900     END-EVALUATE.
098000     IF BC-BILL < WS-MIN-CHARGE AND NOT WS-CONTRACT-BILL
098100         AND NOT WS-PRICE-SUSPENDED
098200         MOVE WS-MIN-CHARGE TO WS-AMT-ED
098300         STRING "   BELOW THE SCHEDULE MINIMUM - RAISED TO RS"
098400             WS-AMT-ED
098500             DELIMITED BY SIZE INTO WS-SH-LINE
098600         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
098700         MOVE WS-MIN-CHARGE TO BC-BILL
098800     END-IF.
098900     MOVE BC-BILL TO WS-ENERGY-AMT.
099000     IF BH-REVISED-ENERGY NUMERIC AND BH-REVISED-ENERGY > 0
099100         MOVE "ENERGY CHARGE AS FIRST BILLED" TO WS-STEP-LABEL
099200         MOVE WS-POSTED-ENERGY TO WS-STEP-POSTED
099300         MOVE "P" TO WS-STEP-MODE
099400         PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
099500         MOVE "   REPRICED SINCE BY A TARIFF REVISION - THE"
099600             TO WS-SH-LINE
099700         MOVE " DIFFERENCE WAS BILLED" TO WS-SH-LINE(45:22)
099800         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
099900         MOVE "   SEPARATELY AS TARIFF REVISION ARREARS OR REFUND"
100000             TO WS-SH-LINE
100100         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
100200         MOVE "ENERGY CHARGE AS REVISED" TO WS-STEP-LABEL
100300         MOVE WS-ENERGY-AMT     TO WS-STEP-CALC
100400         MOVE BH-REVISED-ENERGY TO WS-STEP-POSTED
100500     ELSE
100600         MOVE "ENERGY CHARGE" TO WS-STEP-LABEL
100700         MOVE WS-ENERGY-AMT    TO WS-STEP-CALC
100800         MOVE WS-POSTED-ENERGY TO WS-STEP-POSTED
100900     END-IF.
101000     MOVE "C" TO WS-STEP-MODE.
101100     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT.
101200 4000-EXIT.
101300     EXIT.

101400 4100-PRICE-SUSPENDED.
101500     MOVE WS-SUSP-CHARGE TO BC-BILL.
101600     MOVE WS-SUSP-CHARGE TO WS-AMT-ED.
101700     STRING "   SUPPLY SUSPENDED AT THE CUSTOMER'S REQUEST -"
101800         " FIXED RS" WS-AMT-ED
101900         DELIMITED BY SIZE INTO WS-SH-LINE.
102000     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
102100 4100-EXIT.
102200     EXIT.

102300 4200-PRICE-UNMETERED.
102400     IF CM-FIXTURE-COUNT NUMERIC AND CM-FIXTURE-COUNT > 0
102500         MOVE CM-FIXTURE-COUNT TO WS-UNMETERED-BASIS
102600     ELSE
102700         MOVE CM-SANCT-LOAD-KW TO WS-UNMETERED-BASIS
102800     END-IF.
102900     COMPUTE BC-BILL ROUNDED =
103000         WS-UNMETERED-BASIS * WS-UNMETERED-RATE.
103100     MOVE WS-UNMETERED-BASIS TO WS-UNITS-ED.
103200     MOVE WS-UNMETERED-RATE  TO WS-RATE-ED.
103300     STRING "   UNMETERED FLAT RATE - RS" WS-RATE-ED " X"
103400         WS-UNITS-ED
103500         DELIMITED BY SIZE INTO WS-SH-LINE.
103600     IF CM-FIXTURE-COUNT NUMERIC AND CM-FIXTURE-COUNT > 0
103700         MOVE " FIXTURES" TO WS-SH-LINE(45:9)
103800     ELSE
103900         MOVE " KW SANCTIONED LOAD" TO WS-SH-LINE(45:19)
104000     END-IF.
104100     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
104200 4200-EXIT.
104300     EXIT.

104400 4300-PRICE-CONTRACT.
104500     IF BH-UNITS < WS-CN-MIN-OFFTAKE(WS-CONTRACT-SUB)
104600         MOVE WS-CN-MIN-OFFTAKE(WS-CONTRACT-SUB)
104700             TO WS-CONTRACT-UNITS
104800         MOVE "   UNITS BELOW THE MINIMUM OFFTAKE - OFFTAKE"
104900             TO WS-SH-LINE
105000         MOVE " BILLED" TO WS-SH-LINE(45:7)
105100         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
105200     ELSE
105300         MOVE BH-UNITS TO WS-CONTRACT-UNITS
105400     END-IF.
105500     COMPUTE BC-BILL ROUNDED = WS-CONTRACT-UNITS
105600         * WS-CN-RATE-PER-UNIT(WS-CONTRACT-SUB).
105700     MOVE WS-CONTRACT-UNITS TO WS-UNITS-ED.
105800     MOVE WS-CN-RATE-PER-UNIT(WS-CONTRACT-SUB) TO WS-RATE-ED.
105900     STRING "   " WS-UNITS-ED " UNITS AT THE CONTRACT RATE OF RS"
106000         WS-RATE-ED
106100         DELIMITED BY SIZE INTO WS-SH-LINE.
106200     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
106300 4300-EXIT.
106400     EXIT.

106500 4400-PRICE-TOU.
106600     COMPUTE WS-PEAK-AMT ROUNDED = BH-PEAK-UNITS * WS-PEAK-RATE.
106700     COMPUTE WS-OFFPEAK-AMT ROUNDED =
106800         BH-OFFPEAK-UNITS * WS-OFFPEAK-RATE.
106900     COMPUTE BC-BILL = WS-PEAK-AMT + WS-OFFPEAK-AMT.
107000     MOVE "   TIME-OF-USE - EACH REGISTER AT ITS OWN RATE"
107100         TO WS-SH-LINE.
107200     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
107300     MOVE BH-PEAK-UNITS TO WS-UNITS-ED.
107400     MOVE WS-PEAK-RATE  TO WS-RATE-ED.
107500     MOVE SPACES TO WS-STEP-LABEL.
107600     STRING "   PEAK" WS-UNITS-ED " AT RS" WS-RATE-ED
107700         DELIMITED BY SIZE INTO WS-STEP-LABEL.
107800     MOVE WS-PEAK-AMT TO WS-STEP-CALC.
107900     MOVE "R" TO WS-STEP-MODE.
108000     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT.
108100     MOVE BH-OFFPEAK-UNITS TO WS-UNITS-ED.
108200     MOVE WS-OFFPEAK-RATE  TO WS-RATE-ED.
108300     MOVE SPACES TO WS-STEP-LABEL.
108400     STRING "   OFF-PEAK" WS-UNITS-ED " AT RS" WS-RATE-ED
108500         DELIMITED BY SIZE INTO WS-STEP-LABEL.
108600     MOVE WS-OFFPEAK-AMT TO WS-STEP-CALC.
108700     MOVE "R" TO WS-STEP-MODE.
108800     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT.
108900 4400-EXIT.
109000     EXIT.

109100*-----------------------------------------------------------*
109200*    THE SPLIT PERIOD AS 4047-PRICE-SPLIT-PERIOD PRICES IT -    *
109300*    UNITS SHARED BY DAYS AT THE INCOMING SCHEDULE'S DAY,       *
109400*    EACH PORTION THROUGH BILCALC UNDER ITS OWN SCHEDULE WITH   *
109500*    ITS LIMITS SCALED TO ITS DAYS.                             *
109600*-----------------------------------------------------------*
109700 4500-PRICE-SPLIT.
109800     COMPUTE WS-MONTH-START = BH-BILL-PERIOD * 100 + 1.
109900     MOVE BH-BILL-PERIOD(1:4) TO WS-NEXT-YYYY.
110000     MOVE BH-BILL-PERIOD(5:2) TO WS-NEXT-MM.
110100     IF WS-NEXT-MM = 12
110200         ADD 1 TO WS-NEXT-YYYY
110300         MOVE 01 TO WS-NEXT-MM
110400     ELSE
110500         ADD 1 TO WS-NEXT-MM
110600     END-IF.
110700     COMPUTE WS-MONTH-NEXT =
110800         (WS-NEXT-YYYY * 100 + WS-NEXT-MM) * 100 + 1.
110900     COMPUTE WS-DAYS-IN-MONTH =
111000         FUNCTION INTEGER-OF-DATE(WS-MONTH-NEXT)
111100         - FUNCTION INTEGER-OF-DATE(WS-MONTH-START).
111200     MOVE WS-RT-EFF-FROM-DAY(WS-SPLIT-NEW-SUB) TO WS-SPLIT-DAY.
111300     COMPUTE WS-SPLIT1-UNITS ROUNDED =
111400         BH-UNITS * (WS-SPLIT-DAY - 1) / WS-DAYS-IN-MONTH.
111500     COMPUTE WS-SPLIT2-UNITS = BH-UNITS - WS-SPLIT1-UNITS.
111600     MOVE 1                TO WS-PORTION-NO.
111700     MOVE WS-SPLIT-OLD-SUB TO WS-PORTION-SUB.
111800     MOVE WS-SPLIT1-UNITS  TO WS-PORTION-UNITS.
111900     COMPUTE WS-PORTION-DAYS = WS-SPLIT-DAY - 1.
112000     PERFORM 4510-PRICE-ONE-PORTION THRU 4510-EXIT.
112100     MOVE BC-BILL TO WS-SPLIT1-AMT.
112200     MOVE WS-SPLIT1-UNITS TO WS-STEP-UNITS-CALC.
112300     MOVE BH-SPLIT1-UNITS TO WS-STEP-UNITS-POSTED.
112400     MOVE "   PORTION 1 UNITS" TO WS-STEP-LABEL.
112500     PERFORM 8400-WRITE-UNITS-LINE THRU 8400-EXIT.
112600     MOVE "   PORTION 1 CHARGE" TO WS-STEP-LABEL.
112700     MOVE WS-SPLIT1-AMT TO WS-STEP-CALC.
112800     MOVE BH-SPLIT1-AMT TO WS-STEP-POSTED.
112900     MOVE "C" TO WS-STEP-MODE.
113000     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT.
113100     MOVE 2                TO WS-PORTION-NO.
113200     MOVE WS-SPLIT-NEW-SUB TO WS-PORTION-SUB.
113300     MOVE WS-SPLIT2-UNITS  TO WS-PORTION-UNITS.
113400     COMPUTE WS-PORTION-DAYS =
113500         WS-DAYS-IN-MONTH - WS-SPLIT-DAY + 1.
113600     PERFORM 4510-PRICE-ONE-PORTION THRU 4510-EXIT.
113700     MOVE BC-BILL TO WS-SPLIT2-AMT.
113800     MOVE WS-SPLIT2-UNITS TO WS-STEP-UNITS-CALC.
113900     MOVE BH-SPLIT2-UNITS TO WS-STEP-UNITS-POSTED.
114000     MOVE "   PORTION 2 UNITS" TO WS-STEP-LABEL.
114100     PERFORM 8400-WRITE-UNITS-LINE THRU 8400-EXIT.
114200     MOVE "   PORTION 2 CHARGE" TO WS-STEP-LABEL.
114300     MOVE WS-SPLIT2-AMT TO WS-STEP-CALC.
114400     MOVE BH-SPLIT2-AMT TO WS-STEP-POSTED.
114500     MOVE "C" TO WS-STEP-MODE.
114600     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT.
114700     COMPUTE BC-BILL = WS-SPLIT1-AMT + WS-SPLIT2-AMT.
114800 4500-EXIT.
114900     EXIT.

115000 4510-PRICE-ONE-PORTION.
115100     MOVE WS-RT-TIER1-RATE(WS-PORTION-SUB) TO BC-TIER1-RATE.
115200     MOVE WS-RT-TIER2-RATE(WS-PORTION-SUB) TO BC-TIER2-RATE.
115300     MOVE WS-RT-TIER3-RATE(WS-PORTION-SUB) TO BC-TIER3-RATE.
115400     COMPUTE BC-TIER1-LIMIT ROUNDED =
115500         WS-RT-TIER1-LIMIT(WS-PORTION-SUB)
115600         * WS-PORTION-DAYS / WS-DAYS-IN-MONTH.
115700     COMPUTE BC-TIER2-LIMIT ROUNDED =
115800         WS-RT-TIER2-LIMIT(WS-PORTION-SUB)
115900         * WS-PORTION-DAYS / WS-DAYS-IN-MONTH.
116000     IF CM-CYCLE-BIMONTHLY
116100         MULTIPLY 2 BY BC-TIER1-LIMIT
116200         MULTIPLY 2 BY BC-TIER2-LIMIT
116300     END-IF.
116400     IF WS-PEAK-MONTH
116500         COMPUTE BC-TIER1-RATE ROUNDED =
116600             BC-TIER1-RATE * WS-PEAK-PCT / 100
116700         COMPUTE BC-TIER2-RATE ROUNDED =
116800             BC-TIER2-RATE * WS-PEAK-PCT / 100
116900         COMPUTE BC-TIER3-RATE ROUNDED =
117000             BC-TIER3-RATE * WS-PEAK-PCT / 100
117100     END-IF.
117200     MOVE WS-PORTION-UNITS TO BC-UNITS.
117300     CALL "BILCALC" USING BC-PARMS.
117400     MOVE WS-PORTION-NO   TO WS-SUB-ED.
117500     MOVE WS-PORTION-DAYS TO WS-DAYS-ED.
117600     MOVE BC-TIER1-LIMIT  TO WS-LIMIT-ED.
117700     MOVE BC-TIER2-LIMIT  TO WS-LIMIT2-ED.
117800     STRING "   PORTION" WS-SUB-ED "," WS-DAYS-ED " DAYS - SLAB"
117900         " LIMITS" WS-LIMIT-ED " /" WS-LIMIT2-ED
118000         DELIMITED BY SIZE INTO WS-SH-LINE.
118100     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
118200     PERFORM 4610-SHOW-TIERS THRU 4610-EXIT.
118300 4510-EXIT.
118400     EXIT.

118500 4600-PRICE-SLABS.
118600     MOVE BH-UNITS TO BC-UNITS.
118700     CALL "BILCALC" USING BC-PARMS.
118800     PERFORM 4610-SHOW-TIERS THRU 4610-EXIT.
118900     MOVE BC-TIER1-UNITS TO WS-STEP-UNITS-CALC.
119000     MOVE BH-TIER1-UNITS TO WS-STEP-UNITS-POSTED.
119100     MOVE "   SLAB 1 UNITS" TO WS-STEP-LABEL.
119200     PERFORM 8400-WRITE-UNITS-LINE THRU 8400-EXIT.
119300     MOVE BC-TIER2-UNITS TO WS-STEP-UNITS-CALC.
119400     MOVE BH-TIER2-UNITS TO WS-STEP-UNITS-POSTED.
119500     MOVE "   SLAB 2 UNITS" TO WS-STEP-LABEL.
119600     PERFORM 8400-WRITE-UNITS-LINE THRU 8400-EXIT.
119700     MOVE BC-TIER3-UNITS TO WS-STEP-UNITS-CALC.
119800     MOVE BH-TIER3-UNITS TO WS-STEP-UNITS-POSTED.
119900     MOVE "   SLAB 3 UNITS" TO WS-STEP-LABEL.
120000     PERFORM 8400-WRITE-UNITS-LINE THRU 8400-EXIT.
120100 4600-EXIT.
120200     EXIT.

120300*-----------------------------------------------------------*
120400*    THE SLAB-BY-SLAB WORKING OF THE LAST BILCALC CALL.         *
120500*-----------------------------------------------------------*
120600 4610-SHOW-TIERS.
120700     MOVE BC-TIER1-UNITS TO WS-UNITS-ED.
120800     MOVE BC-TIER1-RATE  TO WS-RATE-ED.
120900     COMPUTE WS-TIER-AMT = BC-TIER1-UNITS * BC-TIER1-RATE.
121000     MOVE SPACES TO WS-STEP-LABEL.
121100     STRING "   SLAB 1" WS-UNITS-ED " AT RS" WS-RATE-ED
121200         DELIMITED BY SIZE INTO WS-STEP-LABEL.
121300     MOVE WS-TIER-AMT TO WS-STEP-CALC.
121400     MOVE "R" TO WS-STEP-MODE.
121500     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT.
121600     MOVE BC-TIER2-UNITS TO WS-UNITS-ED.
121700     MOVE BC-TIER2-RATE  TO WS-RATE-ED.
121800     COMPUTE WS-TIER-AMT = BC-TIER2-UNITS * BC-TIER2-RATE.
121900     MOVE SPACES TO WS-STEP-LABEL.
122000     STRING "   SLAB 2" WS-UNITS-ED " AT RS" WS-RATE-ED
122100         DELIMITED BY SIZE INTO WS-STEP-LABEL.
122200     MOVE WS-TIER-AMT TO WS-STEP-CALC.
122300     MOVE "R" TO WS-STEP-MODE.
122400     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT.
122500     MOVE BC-TIER3-UNITS TO WS-UNITS-ED.
122600     MOVE BC-TIER3-RATE  TO WS-RATE-ED.
122700     COMPUTE WS-TIER-AMT = BC-TIER3-UNITS * BC-TIER3-RATE.
122800     MOVE SPACES TO WS-STEP-LABEL.
122900     STRING "   SLAB 3" WS-UNITS-ED " AT RS" WS-RATE-ED
123000         DELIMITED BY SIZE INTO WS-STEP-LABEL.
123100     MOVE WS-TIER-AMT TO WS-STEP-CALC.
123200     MOVE "R" TO WS-STEP-MODE.
123300     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT.
123400 4610-EXIT.
123500     EXIT.

123600 5000-FUEL-ADJUSTMENT.
123700     MOVE "FUEL ADJUSTMENT" TO WS-STEP-TITLE.
123800     PERFORM 8200-WRITE-STEP-TITLE THRU 8200-EXIT.
123900     MOVE ZERO TO WS-FUEL-RATE.
124000     MOVE ZERO TO WS-FUEL-AMT.
124100     IF WS-FUEL-COUNT > 0
124200         SET WS-FA-IDX TO 1
124300         SEARCH WS-FA-ENTRY
124400             AT END
124500                 CONTINUE
124600             WHEN WS-FA-PERIOD(WS-FA-IDX) = BH-BILL-PERIOD
124700                 AND WS-FA-SERVICE-TYPE(WS-FA-IDX) =
124800                     CM-SERVICE-TYPE
124900                 MOVE WS-FA-RATE-PER-UNIT(WS-FA-IDX)
125000                     TO WS-FUEL-RATE
125100         END-SEARCH
125200     END-IF.
125300     IF WS-FUEL-RATE = 0
125400         MOVE "   NO FUEL-ADJUSTMENT RATE ON FILE FOR THE PERIOD"
125500             TO WS-SH-LINE
125600         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
125700     ELSE
125800         COMPUTE WS-FUEL-AMT ROUNDED = BH-UNITS * WS-FUEL-RATE
125900         MOVE BH-UNITS     TO WS-UNITS-ED
126000         MOVE WS-FUEL-RATE TO WS-FUEL-ED
126100         STRING "   " WS-UNITS-ED " UNITS AT RS" WS-FUEL-ED
126200             " PER UNIT FOR PERIOD " BH-BILL-PERIOD
126300             DELIMITED BY SIZE INTO WS-SH-LINE
126400         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
126500     END-IF.
126600     MOVE "FUEL ADJUSTMENT SURCHARGE" TO WS-STEP-LABEL.
126700     MOVE WS-FUEL-AMT TO WS-STEP-CALC.
126800     MOVE BH-FUEL-AMT TO WS-STEP-POSTED.
126900     MOVE "C" TO WS-STEP-MODE.
127000     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT.
127100 5000-EXIT.
127200     EXIT.

127300 5100-SEWERAGE.
127400     MOVE ZERO TO WS-SEWER-AMT.
127500     IF NOT CM-SVC-WATER
127600         GO TO 5100-EXIT
127700     END-IF.
127800     MOVE "SEWERAGE LEVY" TO WS-STEP-TITLE.
127900     PERFORM 8200-WRITE-STEP-TITLE THRU 8200-EXIT.
128000     IF WS-SEWER-PCT > 0
128100         COMPUTE WS-SEWER-AMT ROUNDED =
128200             WS-ENERGY-AMT * WS-SEWER-PCT / 100
128300         MOVE WS-SEWER-PCT TO WS-PCT-ED
128400         STRING "   " WS-PCT-ED " PCT OF THE ENERGY CHARGE"
128500             DELIMITED BY SIZE INTO WS-SH-LINE
128600     ELSE
128700         MOVE "   NO SEWERAGE LEVY ON THE SCHEDULE" TO WS-SH-LINE
128800     END-IF.
128900     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
129000     MOVE "SEWERAGE LEVY" TO WS-STEP-LABEL.
129100     MOVE WS-SEWER-AMT TO WS-STEP-CALC.
129200     MOVE BH-SEWER-AMT TO WS-STEP-POSTED.
129300     MOVE "C" TO WS-STEP-MODE.
129400     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT.
129500 5100-EXIT.
129600     EXIT.

129700 5200-MUNICIPAL-DUTY.
129800     MOVE ZERO TO WS-DUTY-PCT.
129900     MOVE ZERO TO WS-DUTY-AMT.
130000     IF NOT CM-SVC-ELECTRICITY
130100         GO TO 5200-EXIT
130200     END-IF.
130300     MOVE "MUNICIPAL ELECTRICITY DUTY" TO WS-STEP-TITLE.
130400     PERFORM 8200-WRITE-STEP-TITLE THRU 8200-EXIT.
130500     IF WS-DUTY-COUNT > 0
130600         SET WS-DT-IDX TO 1
130700         SEARCH WS-DT-ENTRY
130800             AT END
130900                 CONTINUE
131000             WHEN WS-DT-CITY(WS-DT-IDX) = CM-ADDR-CITY
131100                 MOVE WS-DT-DUTY-PCT(WS-DT-IDX) TO WS-DUTY-PCT
131200         END-SEARCH
131300     END-IF.
131400     COMPUTE WS-DUTY-AMT ROUNDED =
131500         WS-ENERGY-AMT * WS-DUTY-PCT / 100.
131600     IF WS-DUTY-PCT > 0
131700         MOVE WS-DUTY-PCT TO WS-PCT-ED
131800         STRING "   " WS-PCT-ED " PCT OF THE ENERGY CHARGE FOR "
131900             CM-ADDR-CITY
132000             DELIMITED BY SIZE INTO WS-SH-LINE
132100     ELSE
132200         MOVE "   NO DUTY RATE ON FILE FOR THE CUSTOMER'S TOWN"
132300             TO WS-SH-LINE
132400     END-IF.
132500     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
132500*    AN EXEMPTION CERTIFICATE MAY SINCE HAVE BEEN REVOKED, SO
132500*    THE REMISSION IS TAKEN AS POSTED.
132500     IF BH-DUTY-EXEMPT NUMERIC AND BH-DUTY-EXEMPT > 0
132500         MOVE "LESS EXEMPTION CERTIFICATE" TO WS-STEP-LABEL
132500         MOVE BH-DUTY-EXEMPT TO WS-STEP-POSTED
132500         MOVE "P" TO WS-STEP-MODE
132500         PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
132500         IF BH-DUTY-EXEMPT > WS-DUTY-AMT
132500             MOVE ZERO TO WS-DUTY-AMT
132500         ELSE
132500             SUBTRACT BH-DUTY-EXEMPT FROM WS-DUTY-AMT
132500         END-IF
132500     END-IF.
132600     MOVE "MUNICIPAL DUTY" TO WS-STEP-LABEL.
132700     MOVE WS-DUTY-AMT TO WS-STEP-CALC.
132800     MOVE BH-DUTY-AMT TO WS-STEP-POSTED.
132900     MOVE "C" TO WS-STEP-MODE.
133000     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT.
133100 5200-EXIT.
133200     EXIT.

133300*-----------------------------------------------------------*
133400*    DEMAND CHARGE ON THE SANCTIONED LOAD, COMMERCIAL AND       *
133500*    INDUSTRIAL ELECTRICITY ONLY.  A LOAD CHANGE EFFECTIVE IN   *
133600*    THE BILL MONTH IS DAY-WEIGHTED AS 4068 DOES; ONE EFFECTIVE *
133700*    AFTER IT MEANS THE BILL WAS RAISED ON THE PREVIOUS LOAD.   *
133800*-----------------------------------------------------------*
133900 5300-DEMAND-CHARGE.
134000     MOVE ZERO TO WS-DEMAND-AMT.
134100     IF NOT CM-SVC-ELECTRICITY
134200         OR NOT (CM-CLASS-COMMERCIAL OR CM-CLASS-INDUSTRIAL)
134300         GO TO 5300-EXIT
134400     END-IF.
134500     MOVE "DEMAND CHARGE" TO WS-STEP-TITLE.
134600     PERFORM 8200-WRITE-STEP-TITLE THRU 8200-EXIT.
134700     IF WS-PRICE-UNMETERED OR WS-PRICE-SUSPENDED
134800         MOVE "   NOT LEVIED ON A FLAT-RATE OR SUSPENDED BILL"
134900             TO WS-SH-LINE
135000         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
135100         GO TO 5300-SHOW
135200     END-IF.
135300     MOVE CM-SANCT-LOAD-KW TO WS-LOAD-KW.
135400     IF CM-LOAD-EFF-DATE NUMERIC AND CM-LOAD-EFF-DATE > 0
135500         AND CM-LOAD-EFF-DATE(1:6) > BH-BILL-PERIOD
135600         AND CM-PREV-LOAD-KW NUMERIC
135700         MOVE CM-PREV-LOAD-KW TO WS-LOAD-KW
135800         STRING "   LOAD CHANGED " CM-LOAD-EFF-DATE
135900             " - THE BILL USED THE EARLIER LOAD"
136000             DELIMITED BY SIZE INTO WS-SH-LINE
136100         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
136200     END-IF.
136300     IF WS-LOAD-KW NOT NUMERIC OR WS-LOAD-KW = ZERO
136400         OR WS-DEMAND-RATE = ZERO
136500         MOVE "   NO SANCTIONED LOAD OR NO DEMAND RATE"
136600             TO WS-SH-LINE
136700         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
136800         GO TO 5300-SHOW
136900     END-IF.
137000     MOVE WS-LOAD-KW TO WS-WEIGHTED-KW.
137100     IF CM-LOAD-EFF-DATE NUMERIC AND CM-LOAD-EFF-DATE > 0
137200         AND CM-LOAD-EFF-DATE(1:6) = BH-BILL-PERIOD
137300         AND CM-PREV-LOAD-KW NUMERIC
137400         MOVE CM-LOAD-EFF-DATE(7:2) TO WS-LOADCHG-DAY
137500         IF WS-LOADCHG-DAY > 30
137600             MOVE 30 TO WS-LOADCHG-DAY
137700         END-IF
137800         IF WS-LOADCHG-DAY < 1
137900             MOVE 1 TO WS-LOADCHG-DAY
138000         END-IF
138100         COMPUTE WS-WEIGHTED-KW ROUNDED =
138200             (CM-PREV-LOAD-KW * (WS-LOADCHG-DAY - 1)
138300             + CM-SANCT-LOAD-KW * (31 - WS-LOADCHG-DAY))
138400             / 30
138500         STRING "   LOAD CHANGED " CM-LOAD-EFF-DATE
138600             " - OLD AND NEW LOAD WEIGHTED BY DAYS"
138700             DELIMITED BY SIZE INTO WS-SH-LINE
138800         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
138900     END-IF.
139000     COMPUTE WS-DEMAND-AMT ROUNDED =
139100         WS-WEIGHTED-KW * WS-DEMAND-RATE.
139200     MOVE WS-WEIGHTED-KW TO WS-KW-ED.
139300     MOVE WS-DEMAND-RATE TO WS-RATE-ED.
139400     STRING "   " WS-KW-ED " KW AT RS" WS-RATE-ED " PER KW"
139500         DELIMITED BY SIZE INTO WS-SH-LINE.
139600     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
139700 5300-SHOW.
139800     MOVE "DEMAND CHARGE" TO WS-STEP-LABEL.
139900     MOVE WS-DEMAND-AMT TO WS-STEP-CALC.
140000     MOVE BH-DEMAND-AMT TO WS-STEP-POSTED.
140100     MOVE "C" TO WS-STEP-MODE.
140200     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT.
140300 5300-EXIT.
140400     EXIT.

140500*-----------------------------------------------------------*
140600*    POWER-FACTOR CLAUSE ON THE PF RECORDED WITH THE BILL (THE  *
140700*    KWH/KVAH REGISTERS THEMSELVES ARE NOT KEPT) - PENALTY      *
140800*    BELOW 0.90, REBATE ABOVE 0.95, ON ENERGY PLUS DEMAND.      *
140900*-----------------------------------------------------------*
141000 5400-POWER-FACTOR.
141100     MOVE ZERO TO WS-PF-AMT.
141200     IF NOT CM-SVC-ELECTRICITY
141300         OR NOT (CM-CLASS-COMMERCIAL OR CM-CLASS-INDUSTRIAL)
141400         GO TO 5400-EXIT
141500     END-IF.
141600     MOVE "POWER FACTOR" TO WS-STEP-TITLE.
141700     PERFORM 8200-WRITE-STEP-TITLE THRU 8200-EXIT.
141800     IF BH-PF-VALUE NOT NUMERIC OR BH-PF-VALUE = ZERO
141900         MOVE "   NO KVAH REGISTER READ - CLAUSE NOT APPLIED"
142000             TO WS-SH-LINE
142100         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
142200         GO TO 5400-SHOW
142300     END-IF.
142400     MOVE BH-PF-VALUE       TO WS-PF-ED.
142500     MOVE WS-PF-PENALTY-PCT TO WS-PCT-ED.
142600     MOVE WS-PF-REBATE-PCT  TO WS-RATE-ED.
142700     STRING "   POWER FACTOR " WS-PF-ED " - PENALTY" WS-PCT-ED
142800         " PCT BELOW 0.90, REBATE" WS-RATE-ED " PCT ABOVE 0.95"
142900         DELIMITED BY SIZE INTO WS-SH-LINE.
143000     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
143100     EVALUATE TRUE
143200         WHEN BH-PF-VALUE < 0.90 AND WS-PF-PENALTY-PCT > 0
143300             COMPUTE WS-PF-AMT ROUNDED =
143400                 (WS-ENERGY-AMT + WS-DEMAND-AMT)
143500                 * WS-PF-PENALTY-PCT / 100
143600         WHEN BH-PF-VALUE > 0.95 AND WS-PF-REBATE-PCT > 0
143700             COMPUTE WS-PF-AMT ROUNDED =
143800                 ZERO - ((WS-ENERGY-AMT + WS-DEMAND-AMT)
143900                 * WS-PF-REBATE-PCT / 100)
144000         WHEN OTHER
144100             CONTINUE
144200     END-EVALUATE.
144300 5400-SHOW.
144400     MOVE "POWER-FACTOR PENALTY (-REBATE)" TO WS-STEP-LABEL.
144500     MOVE WS-PF-AMT TO WS-STEP-CALC.
144600     IF BH-PF-AMT NUMERIC
144700         MOVE BH-PF-AMT TO WS-STEP-POSTED
144800     ELSE
144900         MOVE ZERO TO WS-STEP-POSTED
145000     END-IF.
145100     MOVE "C" TO WS-STEP-MODE.
145200     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT.
145300 5400-EXIT.
145400     EXIT.

145500*-----------------------------------------------------------*
145600*    EXPORT CREDIT AT THE SCHEDULE'S BUY-BACK RATE, GREEN       *
145700*    REBATE ON A PAPERLESS E-BILL, AND METER RENT.  THE RENT    *
145800*    DEPENDS ON THE METER ON THE ASSET REGISTER AT THE TIME     *
145900*    AND IS SHOWN AS BILLED.                                    *
146000*-----------------------------------------------------------*
146100 5500-CREDITS-AND-RENT.
146200     MOVE ZERO TO WS-EXPORT-CREDIT.
146300     MOVE ZERO TO WS-GREEN-AMT.
146400     MOVE "CREDITS AND METER RENT" TO WS-STEP-TITLE.
146500     PERFORM 8200-WRITE-STEP-TITLE THRU 8200-EXIT.
146600     IF BH-EXPORT-UNITS NUMERIC AND BH-EXPORT-UNITS > 0
146700         COMPUTE WS-EXPORT-CREDIT ROUNDED =
146800             BH-EXPORT-UNITS * WS-BUYBACK-RATE
146900         MOVE BH-EXPORT-UNITS TO WS-UNITS-ED
147000         MOVE WS-BUYBACK-RATE TO WS-RATE-ED
147100         STRING "   " WS-UNITS-ED " UNITS EXPORTED AT THE"
147200             " BUY-BACK RATE OF RS" WS-RATE-ED
147300             DELIMITED BY SIZE INTO WS-SH-LINE
147400         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
147500     END-IF.
147600     MOVE "EXPORT CREDIT" TO WS-STEP-LABEL.
147700     MOVE WS-EXPORT-CREDIT TO WS-STEP-CALC.
147800     MOVE BH-EXPORT-CREDIT TO WS-STEP-POSTED.
147900     MOVE "C" TO WS-STEP-MODE.
148000     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT.
148100     IF BH-GREEN-REBATE NUMERIC AND BH-GREEN-REBATE > 0
148200         MOVE WS-GREEN-RATE TO WS-GREEN-AMT
148300         MOVE "   PAPERLESS E-BILL - SCHEDULE GREEN REBATE"
148400             TO WS-SH-LINE
148500         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
148600         MOVE "GREEN REBATE" TO WS-STEP-LABEL
148700         MOVE WS-GREEN-AMT    TO WS-STEP-CALC
148800         MOVE BH-GREEN-REBATE TO WS-STEP-POSTED
148900         MOVE "C" TO WS-STEP-MODE
149000         PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
149100     END-IF.
149200     MOVE "METER RENT (AS BILLED)" TO WS-STEP-LABEL.
149300     IF BH-METER-RENT NUMERIC
149400         MOVE BH-METER-RENT TO WS-STEP-POSTED
149500     ELSE
149600         MOVE ZERO TO WS-STEP-POSTED
149700     END-IF.
149800     MOVE "P" TO WS-STEP-MODE.
149900     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT.
150000 5500-EXIT.
150100     EXIT.

150200*-----------------------------------------------------------*
150300*    GST ON ENERGY, FUEL, DEMAND AND POWER FACTOR.  SEWERAGE,   *
150400*    DUTY AND RENT ARE OUTSIDE THE BASE.                        *
150500*-----------------------------------------------------------*
150600 6000-GST.
150700     MOVE "GST" TO WS-STEP-TITLE.
150800     PERFORM 8200-WRITE-STEP-TITLE THRU 8200-EXIT.
150900     COMPUTE WS-TAXABLE-AMT = WS-ENERGY-AMT + WS-FUEL-AMT
151000         + WS-DEMAND-AMT + WS-PF-AMT.
151100     COMPUTE WS-GST-AMT ROUNDED =
151200         WS-TAXABLE-AMT * WS-GST-PCT / 100.
151300     MOVE "TAXABLE VALUE" TO WS-STEP-LABEL.
151400     MOVE WS-TAXABLE-AMT TO WS-STEP-CALC.
151500     MOVE BH-TAXABLE-AMT TO WS-STEP-POSTED.
151600     MOVE "C" TO WS-STEP-MODE.
151700     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT.
151800     MOVE WS-GST-PCT TO WS-PCT-ED.
151900     MOVE SPACES TO WS-STEP-LABEL.
152000     STRING "GST AT" WS-PCT-ED " PCT"
152100         DELIMITED BY SIZE INTO WS-STEP-LABEL.
152100     IF BH-GST-EXEMPT NUMERIC AND BH-GST-EXEMPT > 0
152100         MOVE WS-GST-AMT TO WS-STEP-CALC
152100         MOVE "R" TO WS-STEP-MODE
152100         PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
152100         MOVE "LESS EXEMPTION CERTIFICATE" TO WS-STEP-LABEL
152100         MOVE BH-GST-EXEMPT TO WS-STEP-POSTED
152100         MOVE "P" TO WS-STEP-MODE
152100         PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
152100         SUBTRACT BH-GST-EXEMPT FROM WS-GST-AMT
152100         MOVE "GST AFTER EXEMPTION" TO WS-STEP-LABEL
152100     END-IF.
152200     MOVE WS-GST-AMT TO WS-STEP-CALC.
152300     MOVE BH-GST-AMT TO WS-STEP-POSTED.
152400     MOVE "C" TO WS-STEP-MODE.
152500     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT.
152600 6000-EXIT.
152700     EXIT.

152800*-----------------------------------------------------------*
152900*    GOVERNMENT SUBSIDY, FIXED OR A PERCENTAGE OF THE ENERGY    *
153000*    CHARGE, NEVER MORE THAN THE ENERGY CHARGE.  ELIGIBILITY    *
153100*    IS AS ON THE MASTER TODAY.                                 *
153200*-----------------------------------------------------------*
153300 6100-SUBSIDY.
153400     MOVE ZERO TO WS-SUBSIDY-AMT.
153500     IF NOT CM-SUBSIDY-ELIGIBLE
153600         AND (BH-SUBSIDY-AMT NOT NUMERIC OR BH-SUBSIDY-AMT = 0)
153700         GO TO 6100-EXIT
153800     END-IF.
153900     MOVE "SUBSIDY" TO WS-STEP-TITLE.
154000     PERFORM 8200-WRITE-STEP-TITLE THRU 8200-EXIT.
154100     IF CM-SUBSIDY-ELIGIBLE
154200         MOVE CM-SUBSIDY-RATE TO WS-AMT-ED
154300         IF CM-SUBSIDY-FIXED
154400             MOVE CM-SUBSIDY-RATE TO WS-SUBSIDY-AMT
154500             STRING "   FIXED SUBSIDY OF RS" WS-AMT-ED
154600                 DELIMITED BY SIZE INTO WS-SH-LINE
154700         ELSE
154800             COMPUTE WS-SUBSIDY-AMT ROUNDED =
154900                 WS-ENERGY-AMT * CM-SUBSIDY-RATE / 100
155000             STRING "   SUBSIDY OF" WS-AMT-ED
155100                 " PCT OF THE ENERGY CHARGE"
155200                 DELIMITED BY SIZE INTO WS-SH-LINE
155300         END-IF
155400         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
155500         IF WS-SUBSIDY-AMT > WS-ENERGY-AMT
155600             MOVE WS-ENERGY-AMT TO WS-SUBSIDY-AMT
155700             MOVE "   LIMITED TO THE ENERGY CHARGE" TO WS-SH-LINE
155800             PERFORM 8100-WRITE-LINE THRU 8100-EXIT
155900         END-IF
156000     ELSE
156100         MOVE "   NO LONGER ELIGIBLE ON THE MASTER" TO WS-SH-LINE
156200         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
156300     END-IF.
156400     MOVE "SUBSIDY DEDUCTED" TO WS-STEP-LABEL.
156500     MOVE WS-SUBSIDY-AMT TO WS-STEP-CALC.
156600     MOVE BH-SUBSIDY-AMT TO WS-STEP-POSTED.
156700     MOVE "C" TO WS-STEP-MODE.
156800     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT.
156900 6100-EXIT.
157000     EXIT.

157100*-----------------------------------------------------------*
157200*    THE CURRENT CHARGES, THEN WHAT THE BILL CARRIED BESIDES -  *
157300*    ARREARS WITH PENALTY, FEES, ADJUSTMENTS, CREDIT BROUGHT    *
157400*    FORWARD, INSTALMENTS AND ROUND-OFF, APPLIED FROM THE       *
157500*    LEDGER AS IT STOOD ON THE BILL DATE AND SHOWN AS THE       *
157600*    BALANCE OF THE POSTED BILL.                                *
157700*-----------------------------------------------------------*
157800 7000-RECONCILE-BILL.
157900     MOVE "AMOUNT PAYABLE" TO WS-STEP-TITLE.
158000     PERFORM 8200-WRITE-STEP-TITLE THRU 8200-EXIT.
158100     COMPUTE WS-CURRENT-AMT = WS-TAXABLE-AMT + WS-SEWER-AMT
158200         + WS-DUTY-AMT + WS-GST-AMT - WS-SUBSIDY-AMT
158300         - WS-EXPORT-CREDIT - WS-GREEN-AMT.
158400     IF BH-METER-RENT NUMERIC
158500         ADD BH-METER-RENT TO WS-CURRENT-AMT
158600     END-IF.
158700     MOVE "CURRENT CHARGES" TO WS-STEP-LABEL.
158800     MOVE WS-CURRENT-AMT    TO WS-STEP-CALC.
158900     MOVE WS-POSTED-CURRENT TO WS-STEP-POSTED.
159000     MOVE "C" TO WS-STEP-MODE.
159100     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT.
159200     COMPUTE WS-CARRIED-AMT = BH-BILL - WS-POSTED-CURRENT.
159300     MOVE "ARREARS, FEES, ADJUSTMENTS, ETC" TO WS-STEP-LABEL.
159400     MOVE WS-CARRIED-AMT TO WS-STEP-POSTED.
159500     MOVE "P" TO WS-STEP-MODE.
159600     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT.
159700     MOVE WS-PENALTY-PCT TO WS-PCT-ED.
159800     STRING "   ARREARS CARRY A" WS-PCT-ED " PCT LATE-PAYMENT"
159900         " PENALTY UNLESS UNDER A PAYMENT PLAN"
160000         DELIMITED BY SIZE INTO WS-SH-LINE.
160100     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
160200     MOVE "   OR IN DISPUTE; FEES, ADJUSTMENTS, CREDIT AND"
160300         TO WS-SH-LINE.
160400     MOVE " ROUND-OFF ARE ITEMISED" TO WS-SH-LINE(48:23).
160500     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
160600     MOVE "   ON THE INVOICE ITSELF" TO WS-SH-LINE.
160700     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
160800     MOVE "BILL AMOUNT" TO WS-STEP-LABEL.
160900     MOVE BH-BILL TO WS-STEP-POSTED.
161000     MOVE "P" TO WS-STEP-MODE.
161100     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT.
161200 7000-EXIT.
161300     EXIT.

161400 7500-WRITE-SHEET-FOOTING.
161500     MOVE ALL "=" TO WS-SH-LINE(1:72).
161600     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
161700     IF WS-DIFF-COUNT = 0
161800         MOVE "EVERY STEP RECOMPUTED AGREES WITH THE BILL"
161900             TO WS-SH-LINE
162000         MOVE " AS POSTED" TO WS-SH-LINE(43:10)
162100     ELSE
162200         MOVE WS-DIFF-COUNT TO WS-COUNT-ED
162300         STRING WS-COUNT-ED " STEP(S) DIFFER FROM THE BILL AS"
162400             " POSTED - MARKED << DIFFERS ABOVE"
162500             DELIMITED BY SIZE INTO WS-SH-LINE
162600     END-IF.
162700     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
162800     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
162900     MOVE "RATES ARE FROM THE TARIFF SCHEDULES ON FILE FOR THE"
163000         TO WS-SH-LINE.
163100     MOVE " BILL PERIOD; THE" TO WS-SH-LINE(52:17).
163200     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
163300     MOVE "CUSTOMER'S CLASS, LOAD, TOWN AND SUBSIDY ARE AS ON"
163400         TO WS-SH-LINE.
163500     MOVE " RECORD TODAY." TO WS-SH-LINE(51:14).
163600     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
163700     MOVE "A DIFFERENCE MAY REFLECT A CHANGE TO THOSE SINCE THE"
163800         TO WS-SH-LINE.
163900     MOVE " BILL WAS RAISED." TO WS-SH-LINE(53:17).
164000     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
164100 7500-EXIT.
164200     EXIT.

164300 8100-WRITE-LINE.
164400     WRITE SH-LINE FROM WS-SH-LINE.
164500     MOVE SPACES TO WS-SH-LINE.
164600 8100-EXIT.
164700     EXIT.

164800 8200-WRITE-STEP-TITLE.
164900     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
165000     ADD 1 TO WS-STEP-NO.
165100     MOVE WS-STEP-NO TO WS-STEP-ED.
165200     STRING "STEP " WS-STEP-ED " - " WS-STEP-TITLE
165300         DELIMITED BY SIZE INTO WS-SH-LINE.
165400     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
165500 8200-EXIT.
165600     EXIT.

165700*-----------------------------------------------------------*
165800*    AN AMOUNT LINE - LABEL, RECOMPUTED, ON BILL, AND THE MARK  *
165900*    WHEN A COMPARED PAIR DISAGREES.                            *
166000*-----------------------------------------------------------*
166100 8300-WRITE-AMOUNT-LINE.
166200     MOVE WS-STEP-LABEL TO WS-SH-LINE(1:34).
166300     IF NOT WS-STEP-POSTED-ONLY
166400         MOVE WS-STEP-CALC TO WS-CALC-ED
166500         MOVE WS-CALC-ED   TO WS-SH-LINE(35:13)
166600     END-IF.
166700     IF NOT WS-STEP-CALC-ONLY
166800         MOVE WS-STEP-POSTED TO WS-POSTED-ED
166900         MOVE WS-POSTED-ED   TO WS-SH-LINE(50:13)
167000     END-IF.
167100     IF WS-STEP-COMPARE AND WS-STEP-CALC NOT = WS-STEP-POSTED
167200         MOVE "<< DIFFERS" TO WS-SH-LINE(65:10)
167300         ADD 1 TO WS-DIFF-COUNT
167400     END-IF.
167500     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
167600 8300-EXIT.
167700     EXIT.

167800 8400-WRITE-UNITS-LINE.
167900     MOVE WS-STEP-LABEL TO WS-SH-LINE(1:34).
168000     MOVE WS-STEP-UNITS-CALC   TO WS-UNITS-ED.
168100     MOVE WS-UNITS-ED TO WS-SH-LINE(41:7).
168200     MOVE WS-STEP-UNITS-POSTED TO WS-UNITS-ED.
168300     MOVE WS-UNITS-ED TO WS-SH-LINE(56:7).
168400     IF WS-STEP-UNITS-CALC NOT = WS-STEP-UNITS-POSTED
168500         MOVE "<< DIFFERS" TO WS-SH-LINE(65:10)
168600         ADD 1 TO WS-DIFF-COUNT
168700     END-IF.
168800     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
168900 8400-EXIT.
169000     EXIT.

169100*-----------------------------------------------------------*
169200*    ONE SCHEDULE AS IT STANDS ON RATETAB - ITS POSITION,       *
169300*    EFFECTIVE DATES AND SLAB RATES, GST AND MINIMUM.           *
169400*-----------------------------------------------------------*
169500 8500-SHOW-SCHEDULE.
169600     MOVE WS-SCHED-SUB TO WS-SUB-ED.
169700     MOVE WS-RT-EFF-FROM-DAY(WS-SCHED-SUB) TO WS-SUB2-ED.
169800     STRING "   SCHEDULE " WS-SUB-ED " ON RATETAB, EFFECTIVE "
169900         WS-RT-EFF-FROM(WS-SCHED-SUB) " (DAY" WS-SUB2-ED ") TO "
170000         WS-RT-EFF-TO(WS-SCHED-SUB)
170100         DELIMITED BY SIZE INTO WS-SH-LINE.
170200     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
170300     MOVE WS-RT-TIER1-LIMIT(WS-SCHED-SUB) TO WS-LIMIT-ED.
170400     MOVE WS-RT-TIER1-RATE(WS-SCHED-SUB)  TO WS-RATE-ED.
170500     STRING "   SLAB 1 UP TO" WS-LIMIT-ED " UNITS AT RS"
170600         WS-RATE-ED
170700         DELIMITED BY SIZE INTO WS-SH-LINE.
170800     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
170900     MOVE WS-RT-TIER2-LIMIT(WS-SCHED-SUB) TO WS-LIMIT-ED.
171000     MOVE WS-RT-TIER2-RATE(WS-SCHED-SUB)  TO WS-RATE-ED.
171100     STRING "   SLAB 2 UP TO" WS-LIMIT-ED " UNITS AT RS"
171200         WS-RATE-ED
171300         DELIMITED BY SIZE INTO WS-SH-LINE.
171400     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
171500     MOVE WS-RT-TIER3-RATE(WS-SCHED-SUB)  TO WS-RATE-ED.
171600     STRING "   SLAB 3 ABOVE THAT       AT RS" WS-RATE-ED
171700         DELIMITED BY SIZE INTO WS-SH-LINE.
171800     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
171900     MOVE WS-RT-GST-PCT(WS-SCHED-SUB)    TO WS-PCT-ED.
172000     MOVE WS-RT-MIN-CHARGE(WS-SCHED-SUB) TO WS-RATE-ED.
172100     STRING "   GST" WS-PCT-ED " PCT, MINIMUM CHARGE RS"
172200         WS-RATE-ED
172300         DELIMITED BY SIZE INTO WS-SH-LINE.
172400     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
172500 8500-EXIT.
172600     EXIT.

172700 9000-TERMINATE.
172800     CLOSE CUSTMAS.
172900     CLOSE BILLHIST.
173000     IF WS-SHEET-OPEN
173100         CLOSE CALCSHT
173200     END-IF.
173300     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
173400     CLOSE RUNLOG.
173500     IF NOT WS-ABORT
173600         MOVE WS-DIFF-COUNT TO WS-COUNT-ED
173700         DISPLAY "BILTRACE: CALCULATION SHEET FOR " WS-IN-CUST-ID
173800             " " WS-IN-PERIOD " WRITTEN TO CALCSHT - "
173900             WS-COUNT-ED " STEP(S) DIFFER"
174000     END-IF.
174100 9000-EXIT.
174200     EXIT.

174300 9600-WRITE-RUNLOG.
174400     MOVE "BILTRACE"       TO RL-PROGRAM-ID.
174500     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
174600     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
174700     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
174800     MOVE "BILLHIST"       TO RL-INPUT-FILE.
174900     IF WS-ABORT
175000         MOVE ZERO TO RL-RECORDS-READ
175100         MOVE ZERO TO RL-BILLS-PRODUCED
175200         MOVE ZERO TO RL-TOTAL-BILLED
175300     ELSE
175400         MOVE 1    TO RL-RECORDS-READ
175500         MOVE 1    TO RL-BILLS-PRODUCED
175600         MOVE BH-BILL TO RL-TOTAL-BILLED
175700     END-IF.
175800     MOVE WS-DIFF-COUNT    TO RL-EXCEPTIONS.
175900     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
176000     ACCEPT RL-END-TIME FROM TIME.
176100     WRITE RL-RECORD.
176200 9600-EXIT.
176300     EXIT.
