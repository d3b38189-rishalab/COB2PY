000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILTARG.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILTARG                                                     *
000900*  MONTHLY REVENUE AND COLLECTION BUDGET AGAINST ACTUAL, BY    *
001000*  ZONE AND CUSTOMER CLASS - THE PACK THE MANAGING DIRECTOR    *
001100*  REVIEWS EVERY MONTH.  FOR AN OPERATOR-KEYED MONTH:          *
001200*    - BILLED UNITS AND REVENUE COME OFF THE BILLING HISTORY   *
001300*      AND COLLECTIONS OFF THE PAYMENT REGISTER, EACH ROLLED   *
001400*      UP BY THE CUSTOMER'S ZONE AND CLASS, AS IN BILZONE AND  *
001500*      BILRVAN, FOR EVERY MONTH OF THE FINANCIAL YEAR (APRIL   *
001600*      TO MARCH) UP TO THE REPORT MONTH;                       *
001700*    - TARGETS COME OFF REVTGT;                                *
001800*    - EACH ZONE/CLASS CELL, ZONE AND THE COMPANY SHOWS ACTUAL *
001900*      AGAINST TARGET FOR THE MONTH AND THE YEAR TO DATE, WITH *
002000*      VARIANCE AND PERCENTAGE ACHIEVED, AND A FULL-YEAR       *
002100*      PROJECTION AGAINST THE FULL-YEAR TARGET;                *
002200*    - ZONES ARE RANKED BY YEAR-TO-DATE COLLECTION EFFICIENCY  *
002300*      AGAINST THEIR TARGET EFFICIENCY.                        *
002400*  THE PROJECTION IS THE YEAR-TO-DATE ACTUAL PLUS, FOR EACH    *
002500*  REMAINING MONTH, BILFCST'S FORECAST FOR THE CLASS (FCSTREG) *
002600*  SHARED OUT TO THE ZONE BY ITS YEAR-TO-DATE SHARE OF THE     *
002700*  CLASS, WITH COLLECTIONS AT THE CELL'S YEAR-TO-DATE          *
002800*  EFFICIENCY.  A MONTH BEYOND THE FORECAST'S REACH, OR A      *
002900*  CELL WITH NO HISTORY TO SHARE BY, IS PROJECTED AT TARGET.   *
003000*  AMOUNTS ARE PRINTED IN RS LAKH AND UNITS IN THOUSANDS.      *
003100*-----------------------------------------------------------*
003200*  MODIFICATION HISTORY                                        *
003300*  DATE       INIT  DESCRIPTION                                *
003400*  2026-10-15 RSH   ORIGINAL                                   *
003400*  2026-10-15 RSH   FILE TARGRPT IN THE REPORT REPOSITORY    *
003400*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
003500*-----------------------------------------------------------*
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.   IBM-370.
003900 OBJECT-COMPUTER.   IBM-370.

004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT BILLHIST ASSIGN TO "BILLHIST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS BH-KEY
004600         FILE STATUS IS FS-BILLHIST.

004700     SELECT PAYREG ASSIGN TO "PAYREG"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS FS-PAYREG.

005000     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS CM-CUST-ID
005400         FILE STATUS IS FS-CUSTMAS.

005500     SELECT REVTGT ASSIGN TO "REVTGT"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS FS-REVTGT.

005800     SELECT FCSTREG ASSIGN TO "FCSTREG"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS FS-FCSTREG.

006100     SELECT TARGRPT ASSIGN TO "TARGRPT"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS FS-TARGRPT.

006400     SELECT RUNLOG ASSIGN TO "RUNLOG"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS FS-RUNLOG.

006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  BILLHIST
007000     LABEL RECORDS ARE STANDARD.
007100 COPY BILLHIST.

007200 FD  PAYREG
007300     LABEL RECORDS ARE STANDARD.
007400 COPY PAYREG.

007500 FD  CUSTMAS
007600     LABEL RECORDS ARE STANDARD.
007700 COPY CUSTMAS.

007800 FD  REVTGT
007900     LABEL RECORDS ARE STANDARD.
008000 COPY REVTGT.

008100 FD  FCSTREG
008200     LABEL RECORDS ARE STANDARD.
008300 COPY FCSTREG.

008400 FD  TARGRPT
008500     LABEL RECORDS ARE STANDARD.
008600 01  TR-LINE                     PIC X(132).

008700 FD  RUNLOG
008800     LABEL RECORDS ARE STANDARD.
008900 COPY RUNLOG.

009000 WORKING-STORAGE SECTION.
009100*-----------------------------------------------------------*
009200*    FILE STATUS SWITCHES                                      *
009300*-----------------------------------------------------------*
009400 77  FS-BILLHIST             PIC X(02).
009500     88  FS-BILLHIST-OK              VALUE "00".
009600 77  FS-PAYREG               PIC X(02).
009700     88  FS-PAYREG-OK                VALUE "00".
009800 77  FS-CUSTMAS              PIC X(02).
009900     88  FS-CUSTMAS-OK               VALUE "00".
010000 77  FS-REVTGT               PIC X(02).
010100     88  FS-REVTGT-OK                VALUE "00".
010200 77  FS-FCSTREG              PIC X(02).
010300     88  FS-FCSTREG-OK               VALUE "00".
010400 77  FS-TARGRPT              PIC X(02).
010500     88  FS-TARGRPT-OK               VALUE "00".
010600 77  FS-RUNLOG               PIC X(02).
010700     88  FS-RUNLOG-OK                VALUE "00".

010800*-----------------------------------------------------------*
010900*    PROGRAM SWITCHES AND WORK FIELDS                          *
011000*-----------------------------------------------------------*
011100 77  WS-ABORT-SW             PIC X(01) VALUE "N".
011200     88  WS-ABORT                    VALUE "Y".
011300 77  WS-EOF-SW               PIC X(01) VALUE "N".
011400     88  WS-EOF                      VALUE "Y".
011500 77  WS-PG-EOF-SW            PIC X(01) VALUE "N".
011600     88  WS-PG-EOF                   VALUE "Y".
011700 77  WS-TG-EOF-SW            PIC X(01) VALUE "N".
011800     88  WS-TG-EOF                   VALUE "Y".
011900 77  WS-FC-EOF-SW            PIC X(01) VALUE "N".
012000     88  WS-FC-EOF                   VALUE "Y".
012000 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
012000     88  WS-RO-EOF                   VALUE "Y".
012100 77  WS-SWAP-SW              PIC X(01) VALUE "N".
012200     88  WS-SWAPPED                  VALUE "Y".
012300 77  WS-OPERATOR-ID          PIC X(08).
012400 77  WS-SYSTEM-DATE          PIC 9(08).
012500 77  WS-SYSTEM-TIME          PIC 9(08).
012600 77  WS-BILLS-READ           PIC 9(07) VALUE ZERO.
012700 77  WS-TARGETS-READ         PIC 9(05) VALUE ZERO.
012800 77  WS-WORK-ZONE            PIC X(02) VALUE SPACES.
012900 77  WS-WORK-CLASS           PIC X(01) VALUE SPACES.
013000 77  WS-MONTH-IDX            PIC 9(02) VALUE ZERO.
013100 77  WS-K                    PIC 9(02) VALUE ZERO.
013200 77  WS-MS                   PIC 9(01) VALUE ZERO.
013300 77  WS-FY-START             PIC 9(04) VALUE ZERO.
013400 77  WS-FY-FIRST-PERIOD      PIC 9(06) VALUE ZERO.
013500 77  WS-FY-LAST-PERIOD       PIC 9(06) VALUE ZERO.
013600 77  WS-AT-TARGET-MONTHS     PIC 9(02) VALUE ZERO.
013700 01  WS-PERIOD               PIC 9(06) VALUE ZERO.
013800 01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
013900     05  WS-PER-YYYY         PIC 9(04).
014000     05  WS-PER-MM           PIC 9(02).
014100 01  WS-WK-PERIOD            PIC 9(06) VALUE ZERO.
014200 01  WS-WK-PERIOD-PARTS REDEFINES WS-WK-PERIOD.
014300     05  WS-WK-YYYY          PIC 9(04).
014400     05  WS-WK-MM            PIC 9(02).

014500*-----------------------------------------------------------*
014600*    ZONE/CLASS CELLS.  A MONTH SLOT PER MONTH OF THE          *
014700*    FINANCIAL YEAR (1 = APRIL) HOLDS ACTUAL AND TARGET; THE   *
014800*    FIGURE SLOTS (1 UNITS, 2 REVENUE, 3 COLLECTIONS) HOLD     *
014900*    WHAT IS PRINTED.                                          *
015000*-----------------------------------------------------------*
015100 01  WS-CELL-TABLE.
015200     05  WS-CL-ENTRY OCCURS 150 TIMES.
015300         10  WS-CL-KEY.
015400             15  WS-CL-ZONE      PIC X(02).
015500             15  WS-CL-CLASS     PIC X(01).
015600         10  WS-CL-MONTH OCCURS 12 TIMES.
015700             15  WS-CL-ACT-UNITS PIC 9(11).
015800             15  WS-CL-ACT-REV   PIC 9(11)V99.
015900             15  WS-CL-ACT-COLL  PIC 9(11)V99.
016000             15  WS-CL-TGT-UNITS PIC 9(11).
016100             15  WS-CL-TGT-REV   PIC 9(11)V99.
016200             15  WS-CL-TGT-COLL  PIC 9(11)V99.
016300         10  WS-CL-FIGURES.
016400             15  WS-CL-FIG OCCURS 3 TIMES.
016500                 20  WS-CL-MTH-ACT   PIC 9(11)V99.
016600                 20  WS-CL-MTH-TGT   PIC 9(11)V99.
016700                 20  WS-CL-YTD-ACT   PIC 9(11)V99.
016800                 20  WS-CL-YTD-TGT   PIC 9(11)V99.
016900                 20  WS-CL-YR-PROJ   PIC 9(11)V99.
017000                 20  WS-CL-YR-TGT    PIC 9(11)V99.
017100 01  WS-CELL-COUNT               PIC 9(03) VALUE ZERO.
017200 01  WS-CL-SUB                   PIC 9(03) VALUE ZERO.
017300 01  WS-CL-FOUND                 PIC 9(03) VALUE ZERO.
017400 01  WS-CELL-ORDER.
017500     05  WS-ORD                  PIC 9(03) OCCURS 150 TIMES.
017600 01  WS-ORD-A                    PIC 9(03) VALUE ZERO.
017700 01  WS-ORD-B                    PIC 9(03) VALUE ZERO.
017800 01  WS-PASS                     PIC 9(03) VALUE ZERO.

017900*-----------------------------------------------------------*
018000*    ONE SET OF FIGURES BEING PRINTED, AND THE ZONE AND        *
018100*    COMPANY TOTALS - SAME SHAPE AS A CELL'S FIGURES           *
018200*-----------------------------------------------------------*
018300 01  WS-PR-FIGURES.
018400     05  WS-PR-FIG OCCURS 3 TIMES.
018500         10  WS-PR-MTH-ACT       PIC 9(11)V99.
018600         10  WS-PR-MTH-TGT       PIC 9(11)V99.
018700         10  WS-PR-YTD-ACT       PIC 9(11)V99.
018800         10  WS-PR-YTD-TGT       PIC 9(11)V99.
018900         10  WS-PR-YR-PROJ       PIC 9(11)V99.
019000         10  WS-PR-YR-TGT        PIC 9(11)V99.
019100 01  WS-ZT-FIGURES.
019200     05  WS-ZT-FIG OCCURS 3 TIMES.
019300         10  WS-ZT-MTH-ACT       PIC 9(11)V99.
019400         10  WS-ZT-MTH-TGT       PIC 9(11)V99.
019500         10  WS-ZT-YTD-ACT       PIC 9(11)V99.
019600         10  WS-ZT-YTD-TGT       PIC 9(11)V99.
019700         10  WS-ZT-YR-PROJ       PIC 9(11)V99.
019800         10  WS-ZT-YR-TGT        PIC 9(11)V99.
019900 01  WS-GT-FIGURES.
020000     05  WS-GT-FIG OCCURS 3 TIMES.
020100         10  WS-GT-MTH-ACT       PIC 9(11)V99.
020200         10  WS-GT-MTH-TGT       PIC 9(11)V99.
020300         10  WS-GT-YTD-ACT       PIC 9(11)V99.
020400         10  WS-GT-YTD-TGT       PIC 9(11)V99.
020500         10  WS-GT-YR-PROJ       PIC 9(11)V99.
020600         10  WS-GT-YR-TGT        PIC 9(11)V99.
020700 01  WS-PR-ZONE                  PIC X(02).
020800 01  WS-PR-CLASS                 PIC X(01).
020900 01  WS-LAST-ZONE                PIC X(02) VALUE SPACES.

021000*-----------------------------------------------------------*
021100*    CLASS YEAR-TO-DATE TOTALS, TO SHARE THE CLASS FORECAST    *
021200*    OUT TO ZONES                                              *
021300*-----------------------------------------------------------*
021400 01  WS-CLASS-TABLE.
021500     05  WS-CT-ENTRY OCCURS 10 TIMES.
021600         10  WS-CT-CLASS         PIC X(01).
021700         10  WS-CT-YTD-UNITS     PIC 9(11).
021800         10  WS-CT-YTD-REV       PIC 9(11)V99.
021900 01  WS-CT-COUNT                 PIC 9(02) VALUE ZERO.
022000 01  WS-CT-SUB                   PIC 9(02) VALUE ZERO.
022100 01  WS-CT-FOUND                 PIC 9(02) VALUE ZERO.

022200*-----------------------------------------------------------*
022300*    BILFCST'S FORECAST, SUMMED OVER SERVICE TYPE              *
022400*-----------------------------------------------------------*
022500 01  WS-FC-TABLE.
022600     05  WS-FC-ENTRY OCCURS 200 TIMES.
022700         10  WS-FC-PERIOD        PIC 9(06).
022800         10  WS-FC-CLASS         PIC X(01).
022900         10  WS-FC-UNITS         PIC 9(11).
023000         10  WS-FC-REVENUE       PIC 9(11)V99.
023100 01  WS-FC-COUNT                 PIC 9(03) VALUE ZERO.
023200 01  WS-FC-SUB                   PIC 9(03) VALUE ZERO.
023300 01  WS-FC-FOUND                 PIC 9(03) VALUE ZERO.
023400 77  WS-SHARE-UNITS              PIC 9(01)V9(06) VALUE ZERO.
023500 77  WS-SHARE-REV                PIC 9(01)V9(06) VALUE ZERO.
023600 77  WS-COLL-RATE                PIC 9(03)V9(06) VALUE ZERO.
023700 77  WS-PROJ-REV                 PIC 9(11)V99 VALUE ZERO.

023800*-----------------------------------------------------------*
023900*    ZONE RANKING ON COLLECTION EFFICIENCY AGAINST TARGET      *
024000*-----------------------------------------------------------*
024100 01  WS-RANK-TABLE.
024200     05  WS-RK-ENTRY OCCURS 60 TIMES.
024300         10  WS-RK-ZONE          PIC X(02).
024400         10  WS-RK-BILLED        PIC 9(11)V99.
024500         10  WS-RK-COLLECTED     PIC 9(11)V99.
024600         10  WS-RK-EFF           PIC 9(03)V99.
024700         10  WS-RK-TGT-EFF       PIC 9(03)V99.
024800         10  WS-RK-GAP           PIC S9(03)V99.
024900         10  WS-RK-COLL-ACH      PIC 9(04)V9.
025000         10  WS-RK-COLL-TGT-SW   PIC X(01).
025100 01  WS-RK-COUNT                 PIC 9(02) VALUE ZERO.
025200 01  WS-RK-SUB                   PIC 9(02) VALUE ZERO.
025300 01  WS-RANK-ORDER.
025400     05  WS-RK-ORD               PIC 9(02) OCCURS 60 TIMES.
025500 01  WS-RK-A                     PIC 9(02) VALUE ZERO.
025600 01  WS-RK-B                     PIC 9(02) VALUE ZERO.

025700*-----------------------------------------------------------*
025800*    REPORT WORK FIELDS                                        *
025900*-----------------------------------------------------------*
026000 01  WS-RPT-LINE             PIC X(132).
026100 01  WS-MEASURE-LIST.
026200     05  FILLER              PIC X(10) VALUE "UNITS '000".
026300     05  FILLER              PIC X(10) VALUE "REVENUE".
026400     05  FILLER              PIC X(10) VALUE "COLLECTED".
026500 01  WS-MEASURE-TABLE REDEFINES WS-MEASURE-LIST.
026600     05  WS-MEASURE-NAME OCCURS 3 TIMES PIC X(10).
026700 01  WS-SCALE                PIC 9(06) VALUE ZERO.
026800 01  WS-SC-ACT               PIC 9(11)V99 VALUE ZERO.
026900 01  WS-SC-TGT               PIC 9(11)V99 VALUE ZERO.
027000 01  WS-SC-VAR               PIC S9(11)V99 VALUE ZERO.
027100 01  WS-PCT                  PIC 9(04)V9 VALUE ZERO.
027200 01  WS-AMT-ED               PIC ZZZ,ZZ9.99.
027300 01  WS-VAR-ED               PIC -ZZ,ZZ9.99.
027400 01  WS-PCT-ED               PIC ZZZ9.9.
027500 01  WS-EFF-ED               PIC ZZ9.99.
027600 01  WS-GAP-ED               PIC -ZZ9.99.
027700 01  WS-RANK-ED              PIC ZZ9.
027800 01  WS-CNT-ED               PIC Z9.
027800 COPY RPTPARM.

027900 PROCEDURE DIVISION.
028000 0000-MAINLINE SECTION.
028100     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
028200     IF NOT WS-ABORT
028300         PERFORM 2000-ROLL-UP-BILL THRU 2000-EXIT
028400             UNTIL WS-EOF
028500         PERFORM 3000-ROLL-UP-PAYMENTS THRU 3000-EXIT
028600         PERFORM 4000-LOAD-TARGETS THRU 4000-EXIT
028700     END-IF.
028800     IF NOT WS-ABORT
028900         PERFORM 5000-BUILD-FIGURES THRU 5000-EXIT
029000         PERFORM 6000-ORDER-CELLS THRU 6000-EXIT
029100         PERFORM 7000-WRITE-REPORT THRU 7000-EXIT
029200     END-IF.
029300     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
029400     STOP RUN.

029500 1000-INITIALIZE.
029600     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
029700     ACCEPT WS-SYSTEM-TIME FROM TIME.
029800     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
029900     ACCEPT WS-OPERATOR-ID.
030000     DISPLAY "REPORT MONTH (YYYYMM): " WITH NO ADVANCING.
030100     ACCEPT WS-PERIOD.
030200     IF WS-PERIOD NOT NUMERIC OR WS-PERIOD = ZERO
030300        OR WS-PER-MM < 1 OR WS-PER-MM > 12
030400         DISPLAY "BILTARG: A VALID REPORT MONTH IS REQUIRED"
030500         MOVE "Y" TO WS-ABORT-SW
030600         GO TO 1000-EXIT
030700     END-IF.
030800*    THE FINANCIAL YEAR RUNS APRIL TO MARCH
030900     IF WS-PER-MM >= 4
031000         MOVE WS-PER-YYYY TO WS-FY-START
031100         COMPUTE WS-MONTH-IDX = WS-PER-MM - 3
031200     ELSE
031300         COMPUTE WS-FY-START = WS-PER-YYYY - 1
031400         COMPUTE WS-MONTH-IDX = WS-PER-MM + 9
031500     END-IF.
031600     COMPUTE WS-FY-FIRST-PERIOD = WS-FY-START * 100 + 4.
031700     COMPUTE WS-FY-LAST-PERIOD = (WS-FY-START + 1) * 100 + 3.
031800     MOVE ZERO TO WS-GT-FIGURES.
031900     OPEN INPUT BILLHIST.
032000     IF NOT FS-BILLHIST-OK
032100         DISPLAY "BILTARG: UNABLE TO OPEN BILLHIST, STATUS "
032200             FS-BILLHIST
032300         MOVE "Y" TO WS-ABORT-SW
032400     END-IF.
032500     OPEN INPUT CUSTMAS.
032600     IF NOT FS-CUSTMAS-OK
032700         DISPLAY "BILTARG: UNABLE TO OPEN CUSTMAS, STATUS "
032800             FS-CUSTMAS
032900         MOVE "Y" TO WS-ABORT-SW
033000     END-IF.
033100     OPEN OUTPUT TARGRPT.
033200     IF NOT FS-TARGRPT-OK
033300         DISPLAY "BILTARG: UNABLE TO OPEN TARGRPT, STATUS "
033400             FS-TARGRPT
033500         MOVE "Y" TO WS-ABORT-SW
033600     END-IF.
033700     OPEN EXTEND RUNLOG.
033800     IF NOT FS-RUNLOG-OK
033900         DISPLAY "BILTARG: UNABLE TO OPEN RUNLOG, STATUS "
034000             FS-RUNLOG
034100         MOVE "Y" TO WS-ABORT-SW
034200     END-IF.
034300     IF NOT WS-ABORT
034400         PERFORM 2100-READ-BILL THRU 2100-EXIT
034500     END-IF.
034600 1000-EXIT.
034700     EXIT.

034800*-----------------------------------------------------------*
034900*    ACTUALS - EVERY ORDINARY BILL OF THE YEAR TO DATE, AND    *
035000*    EVERY UNREVERSED PAYMENT POSTED IN IT                     *
035100*-----------------------------------------------------------*
035200 2000-ROLL-UP-BILL.
035300     ADD 1 TO WS-BILLS-READ.
035400     IF BH-BILL-PERIOD < WS-FY-FIRST-PERIOD
035500        OR BH-BILL-PERIOD > WS-PERIOD
035600         GO TO 2000-NEXT
035700     END-IF.
035800     IF NOT BH-TYPE-BILL
035900         GO TO 2000-NEXT
036000     END-IF.
036100     MOVE BH-CUST-ID TO CM-CUST-ID.
036200     PERFORM 2300-LOOKUP-CUSTOMER THRU 2300-EXIT.
036300     PERFORM 2400-FIND-CELL THRU 2400-EXIT.
036400     IF WS-CL-FOUND = 0
036500         GO TO 2000-NEXT
036600     END-IF.
036700     MOVE BH-BILL-PERIOD TO WS-WK-PERIOD.
036800     PERFORM 2500-MONTH-OF-YEAR THRU 2500-EXIT.
036900     ADD BH-UNITS TO WS-CL-ACT-UNITS(WS-CL-FOUND, WS-K).
037000     ADD BH-BILL  TO WS-CL-ACT-REV(WS-CL-FOUND, WS-K).
037100 2000-NEXT.
037200     PERFORM 2100-READ-BILL THRU 2100-EXIT.
037300 2000-EXIT.
037400     EXIT.

037500 2100-READ-BILL.
037600     READ BILLHIST NEXT RECORD
037700         AT END
037800             MOVE "Y" TO WS-EOF-SW
037900     END-READ.
038000 2100-EXIT.
038100     EXIT.

038200 2300-LOOKUP-CUSTOMER.
038300     READ CUSTMAS
038400         INVALID KEY
038500             MOVE "??" TO WS-WORK-ZONE
038600             MOVE "?"  TO WS-WORK-CLASS
038700         NOT INVALID KEY
038800             IF CM-ZONE-CODE = SPACES
038900                 MOVE "--" TO WS-WORK-ZONE
039000             ELSE
039100                 MOVE CM-ZONE-CODE TO WS-WORK-ZONE
039200             END-IF
039300             MOVE CM-CUST-CLASS TO WS-WORK-CLASS
039400     END-READ.
039500 2300-EXIT.
039600     EXIT.

039700 2400-FIND-CELL.
039800     MOVE ZERO TO WS-CL-FOUND.
039900     PERFORM 2410-MATCH-CELL THRU 2410-EXIT
040000         VARYING WS-CL-SUB FROM 1 BY 1
040100         UNTIL WS-CL-SUB > WS-CELL-COUNT
040200            OR WS-CL-FOUND > 0.
040300     IF WS-CL-FOUND = 0
040400         IF WS-CELL-COUNT >= 150
040500             DISPLAY "BILTARG: CELL TABLE FULL - ZONE "
040600                 WS-WORK-ZONE " CLASS " WS-WORK-CLASS
040700                 " NOT REPORTED"
040800             GO TO 2400-EXIT
040900         END-IF
041000         ADD 1 TO WS-CELL-COUNT
041100         MOVE WS-CELL-COUNT TO WS-CL-FOUND
041200         INITIALIZE WS-CL-ENTRY(WS-CL-FOUND)
041300         MOVE WS-WORK-ZONE  TO WS-CL-ZONE(WS-CL-FOUND)
041400         MOVE WS-WORK-CLASS TO WS-CL-CLASS(WS-CL-FOUND)
041500     END-IF.
041600 2400-EXIT.
041700     EXIT.

041800 2410-MATCH-CELL.
041900     IF WS-CL-ZONE(WS-CL-SUB) = WS-WORK-ZONE
042000         AND WS-CL-CLASS(WS-CL-SUB) = WS-WORK-CLASS
042100         MOVE WS-CL-SUB TO WS-CL-FOUND
042200     END-IF.
042300 2410-EXIT.
042400     EXIT.

042500*    MONTH OF THE FINANCIAL YEAR FOR WS-WK-PERIOD, 1 = APRIL
042600 2500-MONTH-OF-YEAR.
042700     IF WS-WK-MM >= 4
042800         COMPUTE WS-K = WS-WK-MM - 3
042900     ELSE
043000         COMPUTE WS-K = WS-WK-MM + 9
043100     END-IF.
043200 2500-EXIT.
043300     EXIT.

043400*    PERIOD FOR MONTH WS-K OF THE FINANCIAL YEAR
043500 2550-PERIOD-OF-MONTH.
043600     IF WS-K <= 9
043700         MOVE WS-FY-START TO WS-WK-YYYY
043800         COMPUTE WS-WK-MM = WS-K + 3
043900     ELSE
044000         COMPUTE WS-WK-YYYY = WS-FY-START + 1
044100         COMPUTE WS-WK-MM = WS-K - 9
044200     END-IF.
044300 2550-EXIT.
044400     EXIT.

044500 3000-ROLL-UP-PAYMENTS.
044600     OPEN INPUT PAYREG.
044700     IF NOT FS-PAYREG-OK
044800         DISPLAY "BILTARG: NO PAYMENT REGISTER - COLLECTIONS"
044900             " REPORT AS ZERO"
045000         GO TO 3000-EXIT
045100     END-IF.
045200     READ PAYREG
045300         AT END
045400             MOVE "Y" TO WS-PG-EOF-SW
045500     END-READ.
045600     PERFORM 3100-ROLL-ONE-PAYMENT THRU 3100-EXIT
045700         UNTIL WS-PG-EOF.
045800     CLOSE PAYREG.
045900 3000-EXIT.
046000     EXIT.

046100 3100-ROLL-ONE-PAYMENT.
046200     MOVE PG-POST-DATE(1:6) TO WS-WK-PERIOD.
046300     IF WS-WK-PERIOD < WS-FY-FIRST-PERIOD
046400        OR WS-WK-PERIOD > WS-PERIOD
046500         GO TO 3100-NEXT
046600     END-IF.
046700     IF PG-REVERSED
046800         GO TO 3100-NEXT
046900     END-IF.
047000     MOVE PG-CUST-ID TO CM-CUST-ID.
047100     PERFORM 2300-LOOKUP-CUSTOMER THRU 2300-EXIT.
047200     PERFORM 2400-FIND-CELL THRU 2400-EXIT.
047300     IF WS-CL-FOUND > 0
047400         PERFORM 2500-MONTH-OF-YEAR THRU 2500-EXIT
047500         ADD PG-AMOUNT TO WS-CL-ACT-COLL(WS-CL-FOUND, WS-K)
047600     END-IF.
047700 3100-NEXT.
047800     READ PAYREG
047900         AT END
048000             MOVE "Y" TO WS-PG-EOF-SW
048100     END-READ.
048200 3100-EXIT.
048300     EXIT.

048400*-----------------------------------------------------------*
048500*    TARGETS FOR EVERY MONTH OF THE FINANCIAL YEAR             *
048600*-----------------------------------------------------------*
048700 4000-LOAD-TARGETS.
048800     OPEN INPUT REVTGT.
048900     IF NOT FS-REVTGT-OK
049000         DISPLAY "BILTARG: UNABLE TO OPEN REVTGT, STATUS "
049100             FS-REVTGT " - NO TARGETS TO REPORT AGAINST"
049200         MOVE "Y" TO WS-ABORT-SW
049300         GO TO 4000-EXIT
049400     END-IF.
049500     READ REVTGT
049600         AT END
049700             MOVE "Y" TO WS-TG-EOF-SW
049800     END-READ.
049900     PERFORM 4100-STORE-TARGET THRU 4100-EXIT
050000         UNTIL WS-TG-EOF.
050100     CLOSE REVTGT.
050200     IF WS-TARGETS-READ = ZERO
050300         DISPLAY "BILTARG: REVTGT HOLDS NO TARGETS FOR THE YEAR"
050400             " BEGINNING APRIL " WS-FY-START
050500     END-IF.
050600 4000-EXIT.
050700     EXIT.

050800 4100-STORE-TARGET.
050900     IF TG-PERIOD < WS-FY-FIRST-PERIOD
051000        OR TG-PERIOD > WS-FY-LAST-PERIOD
051100         GO TO 4100-NEXT
051200     END-IF.
051300     ADD 1 TO WS-TARGETS-READ.
051400     MOVE TG-ZONE-CODE  TO WS-WORK-ZONE.
051500     MOVE TG-CUST-CLASS TO WS-WORK-CLASS.
051600     PERFORM 2400-FIND-CELL THRU 2400-EXIT.
051700     IF WS-CL-FOUND = 0
051800         GO TO 4100-NEXT
051900     END-IF.
052000     MOVE TG-PERIOD TO WS-WK-PERIOD.
052100     PERFORM 2500-MONTH-OF-YEAR THRU 2500-EXIT.
052200     ADD TG-UNITS      TO WS-CL-TGT-UNITS(WS-CL-FOUND, WS-K).
052300     ADD TG-REVENUE    TO WS-CL-TGT-REV(WS-CL-FOUND, WS-K).
052400     ADD TG-COLLECTION TO WS-CL-TGT-COLL(WS-CL-FOUND, WS-K).
052500 4100-NEXT.
052600     READ REVTGT
052700         AT END
052800             MOVE "Y" TO WS-TG-EOF-SW
052900     END-READ.
053000 4100-EXIT.
053100     EXIT.

053200*-----------------------------------------------------------*
053300*    THE PRINTED FIGURES FOR EVERY CELL - MONTH, YEAR TO DATE  *
053400*    AND THE FULL-YEAR PROJECTION                              *
053500*-----------------------------------------------------------*
053600 5000-BUILD-FIGURES.
053700     PERFORM 5100-LOAD-FORECAST THRU 5100-EXIT.
053800     PERFORM 5200-CLASS-TOTALS THRU 5200-EXIT
053900         VARYING WS-CL-SUB FROM 1 BY 1
054000         UNTIL WS-CL-SUB > WS-CELL-COUNT.
054100     PERFORM 5300-CELL-FIGURES THRU 5300-EXIT
054200         VARYING WS-CL-SUB FROM 1 BY 1
054300         UNTIL WS-CL-SUB > WS-CELL-COUNT.
054400     PERFORM 5500-COUNT-AT-TARGET THRU 5500-EXIT
054500         VARYING WS-K FROM WS-MONTH-IDX BY 1
054600         UNTIL WS-K >= 12.
054700 5000-EXIT.
054800     EXIT.

054900 5100-LOAD-FORECAST.
055000     OPEN INPUT FCSTREG.
055100     IF NOT FS-FCSTREG-OK
055200         DISPLAY "BILTARG: NO FORECAST REGISTER - THE REST OF"
055300             " THE YEAR IS PROJECTED AT TARGET"
055400         GO TO 5100-EXIT
055500     END-IF.
055600     READ FCSTREG
055700         AT END
055800             MOVE "Y" TO WS-FC-EOF-SW
055900     END-READ.
056000     PERFORM 5110-STORE-FORECAST THRU 5110-EXIT
056100         UNTIL WS-FC-EOF.
056200     CLOSE FCSTREG.
056300 5100-EXIT.
056400     EXIT.

056500 5110-STORE-FORECAST.
056600     IF FC-PERIOD <= WS-PERIOD OR FC-PERIOD > WS-FY-LAST-PERIOD
056700         GO TO 5110-NEXT
056800     END-IF.
056900     MOVE FC-PERIOD     TO WS-WK-PERIOD.
057000     MOVE FC-CUST-CLASS TO WS-WORK-CLASS.
057100     PERFORM 5150-FIND-FORECAST THRU 5150-EXIT.
057200     IF WS-FC-FOUND = 0
057300         IF WS-FC-COUNT >= 200
057400             GO TO 5110-NEXT
057500         END-IF
057600         ADD 1 TO WS-FC-COUNT
057700         MOVE WS-FC-COUNT   TO WS-FC-FOUND
057800         MOVE FC-PERIOD     TO WS-FC-PERIOD(WS-FC-FOUND)
057900         MOVE FC-CUST-CLASS TO WS-FC-CLASS(WS-FC-FOUND)
058000         MOVE ZERO TO WS-FC-UNITS(WS-FC-FOUND)
058100         MOVE ZERO TO WS-FC-REVENUE(WS-FC-FOUND)
058200     END-IF.
058300     ADD FC-FCST-UNITS   TO WS-FC-UNITS(WS-FC-FOUND).
058400     ADD FC-FCST-REVENUE TO WS-FC-REVENUE(WS-FC-FOUND).
058500 5110-NEXT.
058600     READ FCSTREG
058700         AT END
058800             MOVE "Y" TO WS-FC-EOF-SW
058900     END-READ.
059000 5110-EXIT.
059100     EXIT.

059200 5150-FIND-FORECAST.
059300     MOVE ZERO TO WS-FC-FOUND.
059400     PERFORM 5155-MATCH-FORECAST THRU 5155-EXIT
059500         VARYING WS-FC-SUB FROM 1 BY 1
059600         UNTIL WS-FC-SUB > WS-FC-COUNT
059700            OR WS-FC-FOUND > 0.
059800 5150-EXIT.
059900     EXIT.

060000 5155-MATCH-FORECAST.
060100     IF WS-FC-PERIOD(WS-FC-SUB) = WS-WK-PERIOD
060200         AND WS-FC-CLASS(WS-FC-SUB) = WS-WORK-CLASS
060300         MOVE WS-FC-SUB TO WS-FC-FOUND
060400     END-IF.
060500 5155-EXIT.
060600     EXIT.

060700 5200-CLASS-TOTALS.
060800     MOVE WS-CL-CLASS(WS-CL-SUB) TO WS-WORK-CLASS.
060900     PERFORM 5250-FIND-CLASS THRU 5250-EXIT.
061000     IF WS-CT-FOUND = 0
061100         IF WS-CT-COUNT >= 10
061200             GO TO 5200-EXIT
061300         END-IF
061400         ADD 1 TO WS-CT-COUNT
061500         MOVE WS-CT-COUNT   TO WS-CT-FOUND
061600         MOVE WS-WORK-CLASS TO WS-CT-CLASS(WS-CT-FOUND)
061700         MOVE ZERO TO WS-CT-YTD-UNITS(WS-CT-FOUND)
061800         MOVE ZERO TO WS-CT-YTD-REV(WS-CT-FOUND)
061900     END-IF.
062000     PERFORM 5210-ADD-CLASS-MONTH THRU 5210-EXIT
062100         VARYING WS-K FROM 1 BY 1
062200         UNTIL WS-K > WS-MONTH-IDX.
062300 5200-EXIT.
062400     EXIT.

062500 5210-ADD-CLASS-MONTH.
062600     ADD WS-CL-ACT-UNITS(WS-CL-SUB, WS-K)
062700         TO WS-CT-YTD-UNITS(WS-CT-FOUND).
062800     ADD WS-CL-ACT-REV(WS-CL-SUB, WS-K)
062900         TO WS-CT-YTD-REV(WS-CT-FOUND).
063000 5210-EXIT.
063100     EXIT.

063200 5250-FIND-CLASS.
063300     MOVE ZERO TO WS-CT-FOUND.
063400     PERFORM 5255-MATCH-CLASS THRU 5255-EXIT
063500         VARYING WS-CT-SUB FROM 1 BY 1
063600         UNTIL WS-CT-SUB > WS-CT-COUNT
063700            OR WS-CT-FOUND > 0.
063800 5250-EXIT.
063900     EXIT.

064000 5255-MATCH-CLASS.
064100     IF WS-CT-CLASS(WS-CT-SUB) = WS-WORK-CLASS
064200         MOVE WS-CT-SUB TO WS-CT-FOUND
064300     END-IF.
064400 5255-EXIT.
064500     EXIT.

064600 5300-CELL-FIGURES.
064700     MOVE ZERO TO WS-CL-FIGURES(WS-CL-SUB).
064800     MOVE WS-CL-ACT-UNITS(WS-CL-SUB, WS-MONTH-IDX)
064900         TO WS-CL-MTH-ACT(WS-CL-SUB, 1).
065000     MOVE WS-CL-TGT-UNITS(WS-CL-SUB, WS-MONTH-IDX)
065100         TO WS-CL-MTH-TGT(WS-CL-SUB, 1).
065200     MOVE WS-CL-ACT-REV(WS-CL-SUB, WS-MONTH-IDX)
065300         TO WS-CL-MTH-ACT(WS-CL-SUB, 2).
065400     MOVE WS-CL-TGT-REV(WS-CL-SUB, WS-MONTH-IDX)
065500         TO WS-CL-MTH-TGT(WS-CL-SUB, 2).
065600     MOVE WS-CL-ACT-COLL(WS-CL-SUB, WS-MONTH-IDX)
065700         TO WS-CL-MTH-ACT(WS-CL-SUB, 3).
065800     MOVE WS-CL-TGT-COLL(WS-CL-SUB, WS-MONTH-IDX)
065900         TO WS-CL-MTH-TGT(WS-CL-SUB, 3).
066000     PERFORM 5310-ADD-YTD-MONTH THRU 5310-EXIT
066100         VARYING WS-K FROM 1 BY 1
066200         UNTIL WS-K > WS-MONTH-IDX.
066300     PERFORM 5320-ADD-YEAR-TARGET THRU 5320-EXIT
066400         VARYING WS-K FROM 1 BY 1
066500         UNTIL WS-K > 12.
066600*    THE PROJECTION STARTS FROM THE YEAR-TO-DATE ACTUAL
066700     MOVE WS-CL-YTD-ACT(WS-CL-SUB, 1)
066800         TO WS-CL-YR-PROJ(WS-CL-SUB, 1).
066900     MOVE WS-CL-YTD-ACT(WS-CL-SUB, 2)
067000         TO WS-CL-YR-PROJ(WS-CL-SUB, 2).
067100     MOVE WS-CL-YTD-ACT(WS-CL-SUB, 3)
067200         TO WS-CL-YR-PROJ(WS-CL-SUB, 3).
067300     MOVE WS-CL-CLASS(WS-CL-SUB) TO WS-WORK-CLASS.
067400     PERFORM 5250-FIND-CLASS THRU 5250-EXIT.
067500     MOVE ZERO TO WS-SHARE-UNITS WS-SHARE-REV WS-COLL-RATE.
067600     IF WS-CT-FOUND > 0
067700         IF WS-CT-YTD-UNITS(WS-CT-FOUND) > ZERO
067800             COMPUTE WS-SHARE-UNITS ROUNDED =
067900                 WS-CL-YTD-ACT(WS-CL-SUB, 1)
068000                 / WS-CT-YTD-UNITS(WS-CT-FOUND)
068100         END-IF
068200         IF WS-CT-YTD-REV(WS-CT-FOUND) > ZERO
068300             COMPUTE WS-SHARE-REV ROUNDED =
068400                 WS-CL-YTD-ACT(WS-CL-SUB, 2)
068500                 / WS-CT-YTD-REV(WS-CT-FOUND)
068600         END-IF
068700     END-IF.
068800     IF WS-CL-YTD-ACT(WS-CL-SUB, 2) > ZERO
068900         COMPUTE WS-COLL-RATE ROUNDED =
069000             WS-CL-YTD-ACT(WS-CL-SUB, 3)
069100             / WS-CL-YTD-ACT(WS-CL-SUB, 2)
069200     END-IF.
069300     PERFORM 5400-PROJECT-MONTH THRU 5400-EXIT
069400         VARYING WS-K FROM WS-MONTH-IDX BY 1
069500         UNTIL WS-K >= 12.
069600 5300-EXIT.
069700     EXIT.

069800 5310-ADD-YTD-MONTH.
069900     ADD WS-CL-ACT-UNITS(WS-CL-SUB, WS-K)
070000         TO WS-CL-YTD-ACT(WS-CL-SUB, 1).
070100     ADD WS-CL-TGT-UNITS(WS-CL-SUB, WS-K)
070200         TO WS-CL-YTD-TGT(WS-CL-SUB, 1).
070300     ADD WS-CL-ACT-REV(WS-CL-SUB, WS-K)
070400         TO WS-CL-YTD-ACT(WS-CL-SUB, 2).
070500     ADD WS-CL-TGT-REV(WS-CL-SUB, WS-K)
070600         TO WS-CL-YTD-TGT(WS-CL-SUB, 2).
070700     ADD WS-CL-ACT-COLL(WS-CL-SUB, WS-K)
070800         TO WS-CL-YTD-ACT(WS-CL-SUB, 3).
070900     ADD WS-CL-TGT-COLL(WS-CL-SUB, WS-K)
071000         TO WS-CL-YTD-TGT(WS-CL-SUB, 3).
071100 5310-EXIT.
071200     EXIT.

071300 5320-ADD-YEAR-TARGET.
071400     ADD WS-CL-TGT-UNITS(WS-CL-SUB, WS-K)
071500         TO WS-CL-YR-TGT(WS-CL-SUB, 1).
071600     ADD WS-CL-TGT-REV(WS-CL-SUB, WS-K)
071700         TO WS-CL-YR-TGT(WS-CL-SUB, 2).
071800     ADD WS-CL-TGT-COLL(WS-CL-SUB, WS-K)
071900         TO WS-CL-YR-TGT(WS-CL-SUB, 3).
072000 5320-EXIT.
072100     EXIT.

072200*-----------------------------------------------------------*
072300*    ONE REMAINING MONTH.  WS-K RUNS FROM THE REPORT MONTH, SO *
072400*    THE MONTH PROJECTED IS WS-K + 1.                          *
072500*-----------------------------------------------------------*
072600 5400-PROJECT-MONTH.
072700     ADD 1 TO WS-K.
072800     PERFORM 2550-PERIOD-OF-MONTH THRU 2550-EXIT.
072900     PERFORM 5150-FIND-FORECAST THRU 5150-EXIT.
073000     IF WS-FC-FOUND = 0 OR WS-SHARE-REV = ZERO
073100         ADD WS-CL-TGT-UNITS(WS-CL-SUB, WS-K)
073200             TO WS-CL-YR-PROJ(WS-CL-SUB, 1)
073300         ADD WS-CL-TGT-REV(WS-CL-SUB, WS-K)
073400             TO WS-CL-YR-PROJ(WS-CL-SUB, 2)
073500         ADD WS-CL-TGT-COLL(WS-CL-SUB, WS-K)
073600             TO WS-CL-YR-PROJ(WS-CL-SUB, 3)
073700     ELSE
073800         COMPUTE WS-CL-YR-PROJ(WS-CL-SUB, 1) ROUNDED =
073900             WS-CL-YR-PROJ(WS-CL-SUB, 1)
074000             + WS-FC-UNITS(WS-FC-FOUND) * WS-SHARE-UNITS
074100         COMPUTE WS-PROJ-REV ROUNDED =
074200             WS-FC-REVENUE(WS-FC-FOUND) * WS-SHARE-REV
074300         ADD WS-PROJ-REV TO WS-CL-YR-PROJ(WS-CL-SUB, 2)
074400         COMPUTE WS-CL-YR-PROJ(WS-CL-SUB, 3) ROUNDED =
074500             WS-CL-YR-PROJ(WS-CL-SUB, 3)
074600             + WS-PROJ-REV * WS-COLL-RATE
074700     END-IF.
074800     SUBTRACT 1 FROM WS-K.
074900 5400-EXIT.
075000     EXIT.

075100 5500-COUNT-AT-TARGET.
075200     ADD 1 TO WS-K.
075300     PERFORM 2550-PERIOD-OF-MONTH THRU 2550-EXIT.
075400     MOVE ZERO TO WS-FC-FOUND.
075500     PERFORM 5510-MATCH-PERIOD THRU 5510-EXIT
075600         VARYING WS-FC-SUB FROM 1 BY 1
075700         UNTIL WS-FC-SUB > WS-FC-COUNT
075800            OR WS-FC-FOUND > 0.
075900     IF WS-FC-FOUND = 0
076000         ADD 1 TO WS-AT-TARGET-MONTHS
076100     END-IF.
076200     SUBTRACT 1 FROM WS-K.
076300 5500-EXIT.
076400     EXIT.

076500 5510-MATCH-PERIOD.
076600     IF WS-FC-PERIOD(WS-FC-SUB) = WS-WK-PERIOD
076700         MOVE WS-FC-SUB TO WS-FC-FOUND
076800     END-IF.
076900 5510-EXIT.
077000     EXIT.

077100*-----------------------------------------------------------*
077200*    CELLS ARE PRINTED IN ZONE AND CLASS ORDER - THE ORDER     *
077300*    TABLE IS SORTED, NOT THE CELLS THEMSELVES                 *
077400*-----------------------------------------------------------*
077500 6000-ORDER-CELLS.
077600     PERFORM 6010-SEED-ORDER THRU 6010-EXIT
077700         VARYING WS-CL-SUB FROM 1 BY 1
077800         UNTIL WS-CL-SUB > WS-CELL-COUNT.
077900     MOVE "Y" TO WS-SWAP-SW.
078000     PERFORM 6100-ORDER-PASS THRU 6100-EXIT
078100         UNTIL NOT WS-SWAPPED.
078200 6000-EXIT.
078300     EXIT.

078400 6010-SEED-ORDER.
078500     MOVE WS-CL-SUB TO WS-ORD(WS-CL-SUB).
078600 6010-EXIT.
078700     EXIT.

078800 6100-ORDER-PASS.
078900     MOVE "N" TO WS-SWAP-SW.
079000     PERFORM 6110-ORDER-PAIR THRU 6110-EXIT
079100         VARYING WS-CL-SUB FROM 1 BY 1
079200         UNTIL WS-CL-SUB >= WS-CELL-COUNT.
079300 6100-EXIT.
079400     EXIT.

079500 6110-ORDER-PAIR.
079600     MOVE WS-ORD(WS-CL-SUB)     TO WS-ORD-A.
079700     MOVE WS-ORD(WS-CL-SUB + 1) TO WS-ORD-B.
079800     IF WS-CL-KEY(WS-ORD-A) > WS-CL-KEY(WS-ORD-B)
079900         MOVE WS-ORD-B TO WS-ORD(WS-CL-SUB)
080000         MOVE WS-ORD-A TO WS-ORD(WS-CL-SUB + 1)
080100         MOVE "Y" TO WS-SWAP-SW
080200     END-IF.
080300 6110-EXIT.
080400     EXIT.

080500*-----------------------------------------------------------*
080600*    THE REPORT - CELLS WITH ZONE AND COMPANY TOTALS, THEN     *
080700*    THE COLLECTION-EFFICIENCY RANKING                         *
080800*-----------------------------------------------------------*
080900 7000-WRITE-REPORT.
081000     PERFORM 7050-WRITE-HEADINGS THRU 7050-EXIT.
081100     MOVE SPACES TO WS-LAST-ZONE.
081200     PERFORM 7100-REPORT-CELL THRU 7100-EXIT
081300         VARYING WS-CL-SUB FROM 1 BY 1
081400         UNTIL WS-CL-SUB > WS-CELL-COUNT.
081500     IF WS-CELL-COUNT > 0
081600         PERFORM 7300-ZONE-TOTAL THRU 7300-EXIT
081700     END-IF.
081800     MOVE WS-GT-FIGURES TO WS-PR-FIGURES.
081900     MOVE "**" TO WS-PR-ZONE.
082000     MOVE "*"  TO WS-PR-CLASS.
082100     PERFORM 7200-PRINT-FIGURES THRU 7200-EXIT.
082200     MOVE SPACES TO WS-RPT-LINE.
082300     WRITE TR-LINE FROM WS-RPT-LINE.
082400     IF WS-AT-TARGET-MONTHS > ZERO
082500         MOVE WS-AT-TARGET-MONTHS TO WS-CNT-ED
082600         MOVE SPACES TO WS-RPT-LINE
082700         STRING "NOTE - " WS-CNT-ED " REMAINING MONTH(S) HAVE NO"
082800             " BILFCST FORECAST AND ARE PROJECTED AT TARGET"
082900             DELIMITED BY SIZE INTO WS-RPT-LINE
083000         WRITE TR-LINE FROM WS-RPT-LINE
083100     END-IF.
083200     PERFORM 7500-WRITE-RANKING THRU 7500-EXIT.
083300 7000-EXIT.
083400     EXIT.

083500 7050-WRITE-HEADINGS.
083600     MOVE SPACES TO WS-RPT-LINE.
083700     STRING "REVENUE AND COLLECTION - BUDGET AGAINST ACTUAL -"
083800         " MONTH " WS-PERIOD " OF THE YEAR BEGINNING APRIL "
083900         WS-FY-START " - RUN " WS-SYSTEM-DATE " BY "
084000         WS-OPERATOR-ID
084100         DELIMITED BY SIZE INTO WS-RPT-LINE.
084200     WRITE TR-LINE FROM WS-RPT-LINE.
084300     MOVE "REVENUE AND COLLECTIONS IN RS LAKH, UNITS IN"
084400         & " THOUSANDS.  ZONE ** IS THE COMPANY TOTAL, CLASS *"
084500         & " A ZONE TOTAL." TO WS-RPT-LINE.
084600     WRITE TR-LINE FROM WS-RPT-LINE.
084700     MOVE SPACES TO WS-RPT-LINE.
084800     WRITE TR-LINE FROM WS-RPT-LINE.
084900     MOVE "---------------- MONTH ----------------"
085000         TO WS-RPT-LINE(17:39).
085100     MOVE "------------- YEAR TO DATE ------------"
085200         TO WS-RPT-LINE(58:39).
085300     MOVE "-------- FULL YEAR ---------" TO WS-RPT-LINE(99:28).
085400     WRITE TR-LINE FROM WS-RPT-LINE.
085500     MOVE SPACES TO WS-RPT-LINE.
085600     MOVE "ZN CL MEASURE"  TO WS-RPT-LINE(1:13).
085700     MOVE "    ACTUAL"     TO WS-RPT-LINE(17:10).
085800     MOVE "    TARGET"     TO WS-RPT-LINE(28:10).
085900     MOVE "  VARIANCE"     TO WS-RPT-LINE(39:10).
086000     MOVE "  ACH%"         TO WS-RPT-LINE(50:6).
086100     MOVE "    ACTUAL"     TO WS-RPT-LINE(58:10).
086200     MOVE "    TARGET"     TO WS-RPT-LINE(69:10).
086300     MOVE "  VARIANCE"     TO WS-RPT-LINE(80:10).
086400     MOVE "  ACH%"         TO WS-RPT-LINE(91:6).
086500     MOVE " PROJECTED"     TO WS-RPT-LINE(99:10).
086600     MOVE "    TARGET"     TO WS-RPT-LINE(110:10).
086700     MOVE "  ACH%"         TO WS-RPT-LINE(121:6).
086800     WRITE TR-LINE FROM WS-RPT-LINE.
086900 7050-EXIT.
087000     EXIT.

087100 7100-REPORT-CELL.
087200     MOVE WS-ORD(WS-CL-SUB) TO WS-ORD-A.
087300     IF WS-CL-ZONE(WS-ORD-A) NOT = WS-LAST-ZONE
087400         IF WS-CL-SUB > 1
087500             PERFORM 7300-ZONE-TOTAL THRU 7300-EXIT
087600         END-IF
087700         MOVE WS-CL-ZONE(WS-ORD-A) TO WS-LAST-ZONE
087800         MOVE ZERO TO WS-ZT-FIGURES
087900     END-IF.
088000     MOVE WS-CL-FIGURES(WS-ORD-A) TO WS-PR-FIGURES.
088100     MOVE WS-CL-ZONE(WS-ORD-A)    TO WS-PR-ZONE.
088200     MOVE WS-CL-CLASS(WS-ORD-A)   TO WS-PR-CLASS.
088300     PERFORM 7200-PRINT-FIGURES THRU 7200-EXIT.
088400     PERFORM 7150-ADD-TOTALS THRU 7150-EXIT
088500         VARYING WS-MS FROM 1 BY 1
088600         UNTIL WS-MS > 3.
088700 7100-EXIT.
088800     EXIT.

088900 7150-ADD-TOTALS.
089000     ADD WS-PR-MTH-ACT(WS-MS) TO WS-ZT-MTH-ACT(WS-MS)
089100                                 WS-GT-MTH-ACT(WS-MS).
089200     ADD WS-PR-MTH-TGT(WS-MS) TO WS-ZT-MTH-TGT(WS-MS)
089300                                 WS-GT-MTH-TGT(WS-MS).
089400     ADD WS-PR-YTD-ACT(WS-MS) TO WS-ZT-YTD-ACT(WS-MS)
089500                                 WS-GT-YTD-ACT(WS-MS).
089600     ADD WS-PR-YTD-TGT(WS-MS) TO WS-ZT-YTD-TGT(WS-MS)
089700                                 WS-GT-YTD-TGT(WS-MS).
089800     ADD WS-PR-YR-PROJ(WS-MS) TO WS-ZT-YR-PROJ(WS-MS)
089900                                 WS-GT-YR-PROJ(WS-MS).
090000     ADD WS-PR-YR-TGT(WS-MS)  TO WS-ZT-YR-TGT(WS-MS)
090100                                 WS-GT-YR-TGT(WS-MS).
090200 7150-EXIT.
090300     EXIT.

090400*-----------------------------------------------------------*
090500*    ONE LINE PER MEASURE FOR THE FIGURES IN WS-PR-FIGURES,    *
090600*    THEN A BLANK LINE                                         *
090700*-----------------------------------------------------------*
090800 7200-PRINT-FIGURES.
090900     PERFORM 7210-PRINT-MEASURE THRU 7210-EXIT
091000         VARYING WS-MS FROM 1 BY 1
091100         UNTIL WS-MS > 3.
091200     MOVE SPACES TO WS-RPT-LINE.
091300     WRITE TR-LINE FROM WS-RPT-LINE.
091400 7200-EXIT.
091500     EXIT.

091600 7210-PRINT-MEASURE.
091700     IF WS-MS = 1
091800         MOVE 1000 TO WS-SCALE
091900     ELSE
092000         MOVE 100000 TO WS-SCALE
092100     END-IF.
092200     MOVE SPACES TO WS-RPT-LINE.
092300     MOVE WS-PR-ZONE  TO WS-RPT-LINE(1:2).
092400     MOVE WS-PR-CLASS TO WS-RPT-LINE(4:1).
092500     MOVE WS-MEASURE-NAME(WS-MS) TO WS-RPT-LINE(6:10).
092600     MOVE WS-PR-MTH-ACT(WS-MS) TO WS-SC-ACT.
092700     MOVE WS-PR-MTH-TGT(WS-MS) TO WS-SC-TGT.
092800     PERFORM 7250-EDIT-COMPARISON THRU 7250-EXIT.
092900     MOVE WS-AMT-ED TO WS-RPT-LINE(17:10).
093000     MOVE WS-SC-TGT TO WS-AMT-ED.
093100     MOVE WS-AMT-ED TO WS-RPT-LINE(28:10).
093200     MOVE WS-VAR-ED TO WS-RPT-LINE(39:10).
093300     PERFORM 7270-EDIT-PERCENT THRU 7270-EXIT.
093400     MOVE WS-PCT-ED TO WS-RPT-LINE(50:6).
093500     IF WS-PR-MTH-TGT(WS-MS) = ZERO
093600         MOVE "   N/A" TO WS-RPT-LINE(50:6)
093700     END-IF.
093800     MOVE WS-PR-YTD-ACT(WS-MS) TO WS-SC-ACT.
093900     MOVE WS-PR-YTD-TGT(WS-MS) TO WS-SC-TGT.
094000     PERFORM 7250-EDIT-COMPARISON THRU 7250-EXIT.
094100     MOVE WS-AMT-ED TO WS-RPT-LINE(58:10).
094200     MOVE WS-SC-TGT TO WS-AMT-ED.
094300     MOVE WS-AMT-ED TO WS-RPT-LINE(69:10).
094400     MOVE WS-VAR-ED TO WS-RPT-LINE(80:10).
094500     PERFORM 7270-EDIT-PERCENT THRU 7270-EXIT.
094600     MOVE WS-PCT-ED TO WS-RPT-LINE(91:6).
094700     IF WS-PR-YTD-TGT(WS-MS) = ZERO
094800         MOVE "   N/A" TO WS-RPT-LINE(91:6)
094900     END-IF.
095000     MOVE WS-PR-YR-PROJ(WS-MS) TO WS-SC-ACT.
095100     MOVE WS-PR-YR-TGT(WS-MS)  TO WS-SC-TGT.
095200     PERFORM 7250-EDIT-COMPARISON THRU 7250-EXIT.
095300     MOVE WS-AMT-ED TO WS-RPT-LINE(99:10).
095400     MOVE WS-SC-TGT TO WS-AMT-ED.
095500     MOVE WS-AMT-ED TO WS-RPT-LINE(110:10).
095600     PERFORM 7270-EDIT-PERCENT THRU 7270-EXIT.
095700     MOVE WS-PCT-ED TO WS-RPT-LINE(121:6).
095800     IF WS-PR-YR-TGT(WS-MS) = ZERO
095900         MOVE "   N/A" TO WS-RPT-LINE(121:6)
096000     END-IF.
096100     WRITE TR-LINE FROM WS-RPT-LINE.
096200 7210-EXIT.
096300     EXIT.

096400*    SCALES ACTUAL AND TARGET, LEAVING THE ACTUAL AND VARIANCE
096500*    EDITED AND THE ACHIEVEMENT IN WS-PCT
096600 7250-EDIT-COMPARISON.
096700     MOVE ZERO TO WS-PCT.
096800     IF WS-SC-TGT > ZERO
096900         COMPUTE WS-PCT ROUNDED = WS-SC-ACT * 100 / WS-SC-TGT
097000     END-IF.
097100     COMPUTE WS-SC-ACT ROUNDED = WS-SC-ACT / WS-SCALE.
097200     COMPUTE WS-SC-TGT ROUNDED = WS-SC-TGT / WS-SCALE.
097300     COMPUTE WS-SC-VAR = WS-SC-ACT - WS-SC-TGT.
097400     MOVE WS-SC-ACT TO WS-AMT-ED.
097500     MOVE WS-SC-VAR TO WS-VAR-ED.
097600 7250-EXIT.
097700     EXIT.

097800 7270-EDIT-PERCENT.
097900     MOVE WS-PCT TO WS-PCT-ED.
098000 7270-EXIT.
098100     EXIT.

098200*-----------------------------------------------------------*
098300*    ZONE TOTAL, AND THE ZONE'S PLACE IN THE RANKING TABLE     *
098400*-----------------------------------------------------------*
098500 7300-ZONE-TOTAL.
098600     MOVE WS-ZT-FIGURES TO WS-PR-FIGURES.
098700     MOVE WS-LAST-ZONE  TO WS-PR-ZONE.
098800     MOVE "*"           TO WS-PR-CLASS.
098900     PERFORM 7200-PRINT-FIGURES THRU 7200-EXIT.
099000     IF WS-RK-COUNT >= 60
099100         GO TO 7300-EXIT
099200     END-IF.
099300     ADD 1 TO WS-RK-COUNT.
099400     MOVE WS-RK-COUNT TO WS-RK-SUB.
099500     MOVE WS-LAST-ZONE        TO WS-RK-ZONE(WS-RK-SUB).
099600     MOVE WS-ZT-YTD-ACT(2)    TO WS-RK-BILLED(WS-RK-SUB).
099700     MOVE WS-ZT-YTD-ACT(3)    TO WS-RK-COLLECTED(WS-RK-SUB).
099800     MOVE ZERO TO WS-RK-EFF(WS-RK-SUB) WS-RK-TGT-EFF(WS-RK-SUB)
099900                  WS-RK-COLL-ACH(WS-RK-SUB).
100000     MOVE "N" TO WS-RK-COLL-TGT-SW(WS-RK-SUB).
100100     IF WS-ZT-YTD-ACT(2) > ZERO
100200         COMPUTE WS-RK-EFF(WS-RK-SUB) ROUNDED =
100300             WS-ZT-YTD-ACT(3) * 100 / WS-ZT-YTD-ACT(2)
100400     END-IF.
100500     IF WS-ZT-YTD-TGT(2) > ZERO
100600         COMPUTE WS-RK-TGT-EFF(WS-RK-SUB) ROUNDED =
100700             WS-ZT-YTD-TGT(3) * 100 / WS-ZT-YTD-TGT(2)
100800     END-IF.
100900     IF WS-ZT-YTD-TGT(3) > ZERO
101000         MOVE "Y" TO WS-RK-COLL-TGT-SW(WS-RK-SUB)
101100         COMPUTE WS-RK-COLL-ACH(WS-RK-SUB) ROUNDED =
101200             WS-ZT-YTD-ACT(3) * 100 / WS-ZT-YTD-TGT(3)
101300     END-IF.
101400     COMPUTE WS-RK-GAP(WS-RK-SUB) =
101500         WS-RK-EFF(WS-RK-SUB) - WS-RK-TGT-EFF(WS-RK-SUB).
101600 7300-EXIT.
101700     EXIT.

101800*-----------------------------------------------------------*
101900*    ZONES RANKED BEST FIRST ON YEAR-TO-DATE COLLECTION        *
102000*    EFFICIENCY (COLLECTED AS A PERCENTAGE OF BILLED) LESS THE *
102100*    EFFICIENCY THEIR TARGETS IMPLY                            *
102200*-----------------------------------------------------------*
102300 7500-WRITE-RANKING.
102400     PERFORM 7510-SEED-RANK THRU 7510-EXIT
102500         VARYING WS-RK-SUB FROM 1 BY 1
102600         UNTIL WS-RK-SUB > WS-RK-COUNT.
102700     MOVE "Y" TO WS-SWAP-SW.
102800     PERFORM 7520-RANK-PASS THRU 7520-EXIT
102900         UNTIL NOT WS-SWAPPED.
103000     MOVE SPACES TO WS-RPT-LINE.
103100     WRITE TR-LINE FROM WS-RPT-LINE.
103200     MOVE "ZONES RANKED ON YEAR-TO-DATE COLLECTION EFFICIENCY"
103300         & " AGAINST TARGET" TO WS-RPT-LINE.
103400     WRITE TR-LINE FROM WS-RPT-LINE.
103500     MOVE SPACES TO WS-RPT-LINE.
103600     MOVE "RANK ZN"        TO WS-RPT-LINE(1:7).
103700     MOVE "    BILLED"     TO WS-RPT-LINE(10:10).
103800     MOVE " COLLECTED"     TO WS-RPT-LINE(21:10).
103900     MOVE "  EFF%"         TO WS-RPT-LINE(32:6).
104000     MOVE "TGT EFF%"       TO WS-RPT-LINE(39:8).
104100     MOVE "    GAP"        TO WS-RPT-LINE(48:7).
104200     MOVE "COLL ACH%"      TO WS-RPT-LINE(56:9).
104300     WRITE TR-LINE FROM WS-RPT-LINE.
104400     PERFORM 7540-RANK-LINE THRU 7540-EXIT
104500         VARYING WS-RK-SUB FROM 1 BY 1
104600         UNTIL WS-RK-SUB > WS-RK-COUNT.
104700 7500-EXIT.
104800     EXIT.

104900 7510-SEED-RANK.
105000     MOVE WS-RK-SUB TO WS-RK-ORD(WS-RK-SUB).
105100 7510-EXIT.
105200     EXIT.

105300 7520-RANK-PASS.
105400     MOVE "N" TO WS-SWAP-SW.
105500     PERFORM 7530-RANK-PAIR THRU 7530-EXIT
105600         VARYING WS-RK-SUB FROM 1 BY 1
105700         UNTIL WS-RK-SUB >= WS-RK-COUNT.
105800 7520-EXIT.
105900     EXIT.

106000 7530-RANK-PAIR.
106100     MOVE WS-RK-ORD(WS-RK-SUB)     TO WS-RK-A.
106200     MOVE WS-RK-ORD(WS-RK-SUB + 1) TO WS-RK-B.
106300     IF WS-RK-GAP(WS-RK-A) < WS-RK-GAP(WS-RK-B)
106400         MOVE WS-RK-B TO WS-RK-ORD(WS-RK-SUB)
106500         MOVE WS-RK-A TO WS-RK-ORD(WS-RK-SUB + 1)
106600         MOVE "Y" TO WS-SWAP-SW
106700     END-IF.
106800 7530-EXIT.
106900     EXIT.

107000 7540-RANK-LINE.
107100     MOVE WS-RK-ORD(WS-RK-SUB) TO WS-RK-A.
107200     MOVE SPACES TO WS-RPT-LINE.
107300     MOVE WS-RK-SUB TO WS-RANK-ED.
107400     MOVE WS-RANK-ED TO WS-RPT-LINE(2:3).
107500     MOVE WS-RK-ZONE(WS-RK-A) TO WS-RPT-LINE(6:2).
107600     COMPUTE WS-SC-ACT ROUNDED = WS-RK-BILLED(WS-RK-A) / 100000.
107700     MOVE WS-SC-ACT TO WS-AMT-ED.
107800     MOVE WS-AMT-ED TO WS-RPT-LINE(10:10).
107900     COMPUTE WS-SC-ACT ROUNDED =
108000         WS-RK-COLLECTED(WS-RK-A) / 100000.
108100     MOVE WS-SC-ACT TO WS-AMT-ED.
108200     MOVE WS-AMT-ED TO WS-RPT-LINE(21:10).
108300     MOVE WS-RK-EFF(WS-RK-A) TO WS-EFF-ED.
108400     MOVE WS-EFF-ED TO WS-RPT-LINE(32:6).
108500     MOVE WS-RK-TGT-EFF(WS-RK-A) TO WS-EFF-ED.
108600     MOVE WS-EFF-ED TO WS-RPT-LINE(41:6).
108700     MOVE WS-RK-GAP(WS-RK-A) TO WS-GAP-ED.
108800     MOVE WS-GAP-ED TO WS-RPT-LINE(48:7).
108900     IF WS-RK-COLL-TGT-SW(WS-RK-A) = "Y"
109000         MOVE WS-RK-COLL-ACH(WS-RK-A) TO WS-PCT-ED
109100         MOVE WS-PCT-ED TO WS-RPT-LINE(59:6)
109200     ELSE
109300         MOVE "   N/A" TO WS-RPT-LINE(59:6)
109400     END-IF.
109500     WRITE TR-LINE FROM WS-RPT-LINE.
109600 7540-EXIT.
109700     EXIT.

109800 9000-TERMINATE.
109900     CLOSE BILLHIST.
110000     CLOSE CUSTMAS.
110100     CLOSE TARGRPT.
110100     PERFORM 9680-FILE-REPORT THRU 9680-EXIT.
110200     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
110300     CLOSE RUNLOG.
110400     DISPLAY "BILTARG: " WS-CELL-COUNT " ZONE/CLASS CELL(S), "
110500         WS-TARGETS-READ " TARGET(S) FOR THE YEAR, "
110600         WS-RK-COUNT " ZONE(S) RANKED".
110700 9000-EXIT.
110800     EXIT.

110900 9600-WRITE-RUNLOG.
111000     MOVE "BILTARG"        TO RL-PROGRAM-ID.
111100     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
111200     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
111300     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
111400     MOVE "BILLHIST"       TO RL-INPUT-FILE.
111500     MOVE WS-BILLS-READ    TO RL-RECORDS-READ.
111600     MOVE WS-CELL-COUNT    TO RL-BILLS-PRODUCED.
111700     MOVE ZERO             TO RL-EXCEPTIONS.
111800     MOVE WS-GT-YTD-ACT(2) TO RL-TOTAL-BILLED.
111900     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
112000     ACCEPT RL-END-TIME FROM TIME.
112100     WRITE RL-RECORD.
112200 9600-EXIT.
112300     EXIT.

112400*-----------------------------------------------------------*
112500*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
112600*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
112700*    OUTLIVES THE NEXT RUN.                                    *
112800*-----------------------------------------------------------*
112900 9680-FILE-REPORT.
113000     OPEN INPUT TARGRPT.
113100     IF NOT FS-TARGRPT-OK
113200         GO TO 9680-EXIT
113300     END-IF.
113400     MOVE "O"               TO RO-FUNCTION.
113500     MOVE "TARGRPT"         TO RO-REPORT-NAME.
113600     MOVE "BILTARG"         TO RO-PROGRAM-ID.
113700     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
113800     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
113900     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
114000     MOVE WS-PERIOD         TO RO-PERIOD.
114100     CALL "BILRPTF" USING RO-PARMS.
114200     IF RO-OK
114300         MOVE "N" TO WS-RO-EOF-SW
114400         PERFORM 9690-FILE-LINE THRU 9690-EXIT
114500             UNTIL WS-RO-EOF
114600         MOVE "C"          TO RO-FUNCTION
114700         CALL "BILRPTF" USING RO-PARMS
114800     END-IF.
114900     CLOSE TARGRPT.
115000 9680-EXIT.
115100     EXIT.

115200 9690-FILE-LINE.
115300     READ TARGRPT
115400         AT END
115500             MOVE "Y" TO WS-RO-EOF-SW
115600             GO TO 9690-EXIT
115700     END-READ.
115800     MOVE "L"               TO RO-FUNCTION.
115900     MOVE TR-LINE           TO RO-LINE.
116000     CALL "BILRPTF" USING RO-PARMS.
116100 9690-EXIT.
116200     EXIT.
