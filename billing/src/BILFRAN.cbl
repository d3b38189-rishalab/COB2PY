000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILFRAN.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILFRAN                                                     *
000900*  MONTHLY INPUT-BASED FRANCHISEE SETTLEMENT.  A DISTRIBUTION  *
001000*  FRANCHISEE BUYS THE ENERGY FED INTO ITS AREA AT THE FEEDER, *
001100*  AT THE INPUT RATE IN ITS AGREEMENT (FRANMAS), AND KEEPS ITS *
001200*  OWN COLLECTIONS, WHILE WE GO ON BILLING ITS CUSTOMERS.  FOR *
001300*  EACH ACTIVE FRANCHISEE AND AN OPERATOR-KEYED PERIOD:        *
001400*    - THE INPUT UNITS OF ITS FEEDERS (FEEDRDG) ARE CHARGED AT *
001500*      THE INPUT RATE;                                         *
001600*    - THE LOSS PERCENTAGE IS WORKED AS BILNRGY WORKS IT -     *
001700*      INPUT LESS THE PERIOD'S BILLED UNITS OF THE CUSTOMERS   *
001800*      ON THE FEEDERS' ROUTES (ROUTE BOOK, RTEFDR) - AND EACH  *
001900*      UNIT OF LOSS BELOW THE AGREED TARGET EARNS THE          *
002000*      INCENTIVE RATE, EACH UNIT ABOVE IT BEARS THE PENALTY;   *
002100*    - PAYMENTS WE RECEIVED FROM ITS CUSTOMERS IN THE PERIOD   *
002200*      (PAYREG) ARE OWED BACK TO IT AND NETTED OFF.            *
002300*  THE STATEMENT IS PRINTED ON FRANRPT AND THE NET IS          *
002400*  JOURNALLED ON THE BILGL EXTRACT AS A RECEIVABLE FROM, OR A  *
002500*  PAYABLE TO, THE FRANCHISEE IN ITS ZONE.  THE PERIOD IS      *
002600*  STAMPED ON THE FRANCHISEE MASTER SO A RERUN REPRINTS THE    *
002700*  STATEMENT WITHOUT JOURNALLING IT TWICE.  A PROOF RUN PRINTS *
002800*  THE STATEMENTS AND POSTS NOTHING.                           *
002900*-----------------------------------------------------------*
003000*  MODIFICATION HISTORY                                        *
003100*  DATE       INIT  DESCRIPTION                                *
003200*  2026-10-15 RSH   ORIGINAL                                   *
003200*  2026-10-15 RSH   FILE FRANRPT IN THE REPORT REPOSITORY    *
003200*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
003200*  2026-10-15 RSH   ABANDON THE RUN WHEN BILGLAC CANNOT POST *
003200*                   AN AMOUNT (POSTING TABLE FULL).          *
003300*-----------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-370.
003700 OBJECT-COMPUTER.   IBM-370.

003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT FRANMAS ASSIGN TO "FRANMAS"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS FS-FRANMAS.

004300     SELECT BILLHIST ASSIGN TO "BILLHIST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS BH-KEY
004700         FILE STATUS IS FS-BILLHIST.

004800     SELECT RTEBOOK ASSIGN TO "RTEBOOK"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS FS-RTEBOOK.

005100     SELECT RTEFDR ASSIGN TO "RTEFDR"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS FS-RTEFDR.

005400     SELECT FEEDRDG ASSIGN TO "FEEDRDG"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS FS-FEEDRDG.

005700     SELECT PAYREG ASSIGN TO "PAYREG"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS FS-PAYREG.

006000     SELECT FRANRPT ASSIGN TO "FRANRPT"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS FS-FRANRPT.

006300     SELECT GLEXTR ASSIGN TO "BILGL"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS FS-GLEXTR.

006600     SELECT RUNLOG ASSIGN TO "RUNLOG"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS FS-RUNLOG.

006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  FRANMAS
007200     LABEL RECORDS ARE STANDARD.
007300 01  FM-RECORD                   PIC X(165).

007400 FD  BILLHIST
007500     LABEL RECORDS ARE STANDARD.
007600 COPY BILLHIST.

007700 FD  RTEBOOK
007800     LABEL RECORDS ARE STANDARD.
007900 COPY RTEBOOK.

008000 FD  RTEFDR
008100     LABEL RECORDS ARE STANDARD.
008200 COPY RTEFDR.

008300 FD  FEEDRDG
008400     LABEL RECORDS ARE STANDARD.
008500 COPY FEEDRDG.

008600 FD  PAYREG
008700     LABEL RECORDS ARE STANDARD.
008800 COPY PAYREG.

008900 FD  FRANRPT
009000     LABEL RECORDS ARE STANDARD.
009100 01  FT-LINE                     PIC X(80).

009200 FD  GLEXTR
009300     LABEL RECORDS ARE STANDARD.
009400 COPY GLJRNL.

009500 FD  RUNLOG
009600     LABEL RECORDS ARE STANDARD.
009700 COPY RUNLOG.

009800 WORKING-STORAGE SECTION.
009900*-----------------------------------------------------------*
010000*    FILE STATUS SWITCHES                                      *
010100*-----------------------------------------------------------*
010200 77  FS-FRANMAS              PIC X(02).
010300     88  FS-FRANMAS-OK               VALUE "00".
010400 77  FS-BILLHIST             PIC X(02).
010500     88  FS-BILLHIST-OK              VALUE "00".
010600 77  FS-RTEBOOK              PIC X(02).
010700     88  FS-RTEBOOK-OK               VALUE "00".
010800 77  FS-RTEFDR               PIC X(02).
010900     88  FS-RTEFDR-OK                VALUE "00".
011000 77  FS-FEEDRDG              PIC X(02).
011100     88  FS-FEEDRDG-OK               VALUE "00".
011200 77  FS-PAYREG               PIC X(02).
011300     88  FS-PAYREG-OK                VALUE "00".
011400 77  FS-FRANRPT              PIC X(02).
011500     88  FS-FRANRPT-OK               VALUE "00".
011600 77  FS-GLEXTR               PIC X(02).
011700     88  FS-GLEXTR-OK                VALUE "00".
011800 77  FS-RUNLOG               PIC X(02).
011900     88  FS-RUNLOG-OK                VALUE "00".

012000*-----------------------------------------------------------*
012100*    PROGRAM SWITCHES AND WORK FIELDS                          *
012200*-----------------------------------------------------------*
012300 77  WS-ABORT-SW             PIC X(01) VALUE "N".
012400     88  WS-ABORT                    VALUE "Y".
012500 77  WS-EOF-SW               PIC X(01) VALUE "N".
012600     88  WS-EOF                      VALUE "Y".
012700 77  WS-FN-EOF-SW            PIC X(01) VALUE "N".
012800     88  WS-FN-EOF                   VALUE "Y".
012900 77  WS-RB-EOF-SW            PIC X(01) VALUE "N".
013000     88  WS-RB-EOF                   VALUE "Y".
013100 77  WS-RF-EOF-SW            PIC X(01) VALUE "N".
013200     88  WS-RF-EOF                   VALUE "Y".
013300 77  WS-FR-EOF-SW            PIC X(01) VALUE "N".
013400     88  WS-FR-EOF                   VALUE "Y".
013500 77  WS-PG-EOF-SW            PIC X(01) VALUE "N".
013600     88  WS-PG-EOF                   VALUE "Y".
013600 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
013600     88  WS-RO-EOF                   VALUE "Y".
013700 77  WS-PROOF-SW             PIC X(01) VALUE "N".
013800     88  WS-PROOF-RUN                VALUE "Y".
013900 77  WS-STAMPED-SW           PIC X(01) VALUE "N".
014000     88  WS-STAMPED                  VALUE "Y".
014100 77  WS-OPERATOR-ID          PIC X(08).
014200 77  WS-SYSTEM-DATE          PIC 9(08).
014300 77  WS-SYSTEM-TIME          PIC 9(08).
014400 77  WS-PERIOD               PIC 9(06) VALUE ZERO.
014500 77  WS-BILLS-READ           PIC 9(07) VALUE ZERO.
014600 77  WS-SETTLED-COUNT        PIC 9(03) VALUE ZERO.
014700 77  WS-SKIPPED-COUNT        PIC 9(03) VALUE ZERO.
014800 77  WS-WORK-ROUTE           PIC X(04) VALUE SPACES.
014900 77  WS-WORK-FEEDER          PIC X(06) VALUE SPACES.
015000 77  WS-WORK-CUST            PIC X(10) VALUE SPACES.
015100 77  WS-WORK-FD-SUB          PIC 9(03) VALUE ZERO.
015200 77  WS-FN-SUB               PIC 9(02) VALUE ZERO.
015300 77  WS-FX-SUB               PIC 9(02) VALUE ZERO.
015400 77  WS-FD-SUB               PIC 9(03) VALUE ZERO.
015500 77  WS-FD-FOUND             PIC 9(03) VALUE ZERO.
015600 77  WS-TOTAL-RECEIVABLE     PIC 9(11)V99 VALUE ZERO.
015700 77  WS-TOTAL-PAYABLE        PIC 9(11)V99 VALUE ZERO.

015800*-----------------------------------------------------------*
015900*    FRANCHISEE MASTER, HELD WHOLE AND WRITTEN BACK WITH THE   *
016000*    SETTLED PERIODS STAMPED                                   *
016100*-----------------------------------------------------------*
016200 COPY FRANMAS.
016300 01  WS-FRAN-TABLE.
016400     05  WS-FN-ENTRY OCCURS 20 TIMES.
016500         10  WS-FN-IMAGE         PIC X(165).
016600         10  WS-FN-INPUT-UNITS   PIC 9(11).
016700         10  WS-FN-BILLED-UNITS  PIC 9(11).
016800         10  WS-FN-COLLECTED     PIC 9(11)V99.
016900         10  WS-FN-RECEIPTS      PIC 9(05).
017000 01  WS-FRAN-COUNT               PIC 9(02) VALUE ZERO.

017100*-----------------------------------------------------------*
017200*    FRANCHISED FEEDERS, WITH THEIR FRANCHISEE                 *
017300*-----------------------------------------------------------*
017400 01  WS-FEEDER-TABLE.
017500     05  WS-FD-ENTRY OCCURS 200 TIMES.
017600         10  WS-FD-FEEDER-ID     PIC X(06).
017700         10  WS-FD-FRAN-SUB      PIC 9(02).
017800         10  WS-FD-INPUT-UNITS   PIC 9(11).
017900         10  WS-FD-BILLED-UNITS  PIC 9(11).
018000 01  WS-FEEDER-COUNT             PIC 9(03) VALUE ZERO.

018100*-----------------------------------------------------------*
018200*    ROUTES ON FRANCHISED FEEDERS, AND THE CUSTOMERS ON THEM - *
018300*    EACH CARRYING ITS FEEDER'S SLOT                           *
018400*-----------------------------------------------------------*
018500 01  WS-MAP-TABLE.
018600     05  WS-MP-ENTRY OCCURS 200 TIMES
018700                     INDEXED BY WS-MP-IDX.
018800         10  WS-MP-ROUTE-ID      PIC X(04).
018900         10  WS-MP-FD-SUB        PIC 9(03).
019000 01  WS-MAP-COUNT                PIC 9(03) VALUE ZERO.
019100 01  WS-BOOK-TABLE.
019200     05  WS-BK-ENTRY OCCURS 2000 TIMES
019300                     INDEXED BY WS-BK-IDX.
019400         10  WS-BK-CUST-ID       PIC X(10).
019500         10  WS-BK-FD-SUB        PIC 9(03).
019600 01  WS-BOOK-COUNT               PIC 9(04) VALUE ZERO.

019700*-----------------------------------------------------------*
019800*    ONE FRANCHISEE'S SETTLEMENT                               *
019900*-----------------------------------------------------------*
020000 01  WS-SETTLEMENT.
020100     05  WS-ST-ENERGY-CHARGE     PIC 9(11)V99.
020200     05  WS-ST-LOSS-UNITS        PIC S9(11).
020300     05  WS-ST-LOSS-PCT          PIC S9(03)V99.
020400     05  WS-ST-ALLOWED-UNITS     PIC 9(11).
020500     05  WS-ST-DIFF-UNITS        PIC S9(11).
020600     05  WS-ST-INCENTIVE         PIC 9(11)V99.
020700     05  WS-ST-PENALTY           PIC 9(11)V99.
020800     05  WS-ST-NET               PIC S9(11)V99.

020900*-----------------------------------------------------------*
021000*    LEDGER-ACCOUNT BLOCK FOR THE BILGLAC SUBPROGRAM           *
021100*-----------------------------------------------------------*
021200 77  WS-GL-DETAILS           PIC 9(05) VALUE ZERO.
021300 77  WS-GL-HASH              PIC 9(09)V99 VALUE ZERO.
021400 COPY GLPARM.

021500*-----------------------------------------------------------*
021600*    REPORT WORK FIELDS                                        *
021700*-----------------------------------------------------------*
021800 01  WS-RPT-LINE             PIC X(80).
021900 01  WS-UNITS-ED             PIC ZZZZZZZZZ9.
022000 01  WS-UNITS2-ED            PIC ZZZZZZZZZ9.
022100 01  WS-SUNITS-ED            PIC -ZZZZZZZZZ9.
022200 01  WS-PCT-ED               PIC -ZZ9.99.
022300 01  WS-PCT2-ED              PIC Z9.99.
022400 01  WS-RATE-ED              PIC Z9.9999.
022500 01  WS-AMT-ED               PIC ZZZ,ZZZ,ZZ9.99.
022600 01  WS-SAMT-ED              PIC -ZZZ,ZZZ,ZZ9.99.
022700 01  WS-CNT-ED               PIC ZZZZ9.
022700 COPY RPTPARM.

022800 PROCEDURE DIVISION.
022900 0000-MAINLINE SECTION.
023000     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
023100     IF NOT WS-ABORT
023200         PERFORM 2000-ROLL-UP-BILL THRU 2000-EXIT
023300             UNTIL WS-EOF
023400         PERFORM 3000-ROLL-UP-PAYMENTS THRU 3000-EXIT
023500         PERFORM 5000-SETTLE-FRANCHISEE THRU 5000-EXIT
023600             VARYING WS-FN-SUB FROM 1 BY 1
023700             UNTIL WS-FN-SUB > WS-FRAN-COUNT
023800         PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
023900         PERFORM 8100-REWRITE-MASTER THRU 8100-EXIT
024000     END-IF.
024100     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
024200     STOP RUN.

024300 1000-INITIALIZE.
024400     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
024500     ACCEPT WS-SYSTEM-TIME FROM TIME.
024600     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
024700     ACCEPT WS-OPERATOR-ID.
024800     DISPLAY "SETTLEMENT PERIOD (YYYYMM): " WITH NO ADVANCING.
024900     ACCEPT WS-PERIOD.
025000     IF WS-PERIOD NOT NUMERIC OR WS-PERIOD = ZERO
025100         DISPLAY "BILFRAN: A SETTLEMENT PERIOD IS REQUIRED"
025200         MOVE "Y" TO WS-ABORT-SW
025300         GO TO 1000-EXIT
025400     END-IF.
025500     DISPLAY "PROOF RUN ONLY (Y/N): " WITH NO ADVANCING.
025600     ACCEPT WS-PROOF-SW.
025700     IF WS-PROOF-SW NOT = "Y"
025800         MOVE "N" TO WS-PROOF-SW
025900     END-IF.
026000     OPEN INPUT BILLHIST.
026100     IF NOT FS-BILLHIST-OK
026200         DISPLAY "BILFRAN: UNABLE TO OPEN BILLHIST, STATUS "
026300             FS-BILLHIST
026400         MOVE "Y" TO WS-ABORT-SW
026500     END-IF.
026600     OPEN OUTPUT FRANRPT.
026700     IF NOT FS-FRANRPT-OK
026800         DISPLAY "BILFRAN: UNABLE TO OPEN FRANRPT, STATUS "
026900             FS-FRANRPT
027000         MOVE "Y" TO WS-ABORT-SW
027100     END-IF.
027200     OPEN EXTEND RUNLOG.
027300     IF NOT FS-RUNLOG-OK
027400         DISPLAY "BILFRAN: UNABLE TO OPEN RUNLOG, STATUS "
027500             FS-RUNLOG
027600         MOVE "Y" TO WS-ABORT-SW
027700     END-IF.
027800     IF NOT WS-ABORT
027900         PERFORM 1100-LOAD-FRANCHISEES THRU 1100-EXIT
028000     END-IF.
028100     IF NOT WS-ABORT
028200         PERFORM 1200-LOAD-FEEDER-MAP THRU 1200-EXIT
028300     END-IF.
028400     IF NOT WS-ABORT
028500         PERFORM 1300-LOAD-ROUTE-BOOK THRU 1300-EXIT
028600     END-IF.
028700     IF NOT WS-ABORT
028800         PERFORM 1400-LOAD-FEEDER-READINGS THRU 1400-EXIT
028900     END-IF.
029000     IF NOT WS-ABORT
029100         PERFORM 2100-READ-BILL THRU 2100-EXIT
029200     END-IF.
029300 1000-EXIT.
029400     EXIT.

029500*-----------------------------------------------------------*
029600*    THE MASTER IS HELD WHOLE; EACH ACTIVE FRANCHISEE'S        *
029700*    FEEDERS GO INTO THE FEEDER TABLE.  A FEEDER CLAIMED BY    *
029800*    TWO FRANCHISEES STOPS THE RUN - ITS INPUT CANNOT BE SOLD  *
029900*    TWICE.                                                    *
030000*-----------------------------------------------------------*
030100 1100-LOAD-FRANCHISEES.
030200     OPEN INPUT FRANMAS.
030300     IF NOT FS-FRANMAS-OK
030400         DISPLAY "BILFRAN: UNABLE TO OPEN FRANMAS, STATUS "
030500             FS-FRANMAS
030600         MOVE "Y" TO WS-ABORT-SW
030700         GO TO 1100-EXIT
030800     END-IF.
030900     READ FRANMAS
031000         AT END
031100             MOVE "Y" TO WS-FN-EOF-SW
031200     END-READ.
031300     PERFORM 1110-STORE-FRANCHISEE THRU 1110-EXIT
031400         UNTIL WS-FN-EOF.
031500     CLOSE FRANMAS.
031600     IF WS-FEEDER-COUNT = 0 AND NOT WS-ABORT
031700         DISPLAY "BILFRAN: NO ACTIVE FRANCHISEE HOLDS A FEEDER"
031800             " - NOTHING TO SETTLE"
031900         MOVE "Y" TO WS-ABORT-SW
032000     END-IF.
032100 1100-EXIT.
032200     EXIT.

032300 1110-STORE-FRANCHISEE.
032400     IF WS-FRAN-COUNT >= 20
032500         DISPLAY "BILFRAN: FRANCHISEE TABLE FULL - RUN ABANDONED"
032600         MOVE "Y" TO WS-ABORT-SW
032700         MOVE "Y" TO WS-FN-EOF-SW
032800         GO TO 1110-EXIT
032900     END-IF.
033000     ADD 1 TO WS-FRAN-COUNT.
033100     MOVE FM-RECORD TO WS-FN-IMAGE(WS-FRAN-COUNT).
033200     MOVE ZERO TO WS-FN-INPUT-UNITS(WS-FRAN-COUNT)
033300                  WS-FN-BILLED-UNITS(WS-FRAN-COUNT)
033400                  WS-FN-COLLECTED(WS-FRAN-COUNT)
033500                  WS-FN-RECEIPTS(WS-FRAN-COUNT).
033600     MOVE FM-RECORD TO FN-RECORD.
033700     IF FN-STAT-ACTIVE
033800         PERFORM 1120-STORE-FEEDER THRU 1120-EXIT
033900             VARYING WS-FX-SUB FROM 1 BY 1
034000             UNTIL WS-FX-SUB > FN-FEEDER-COUNT
034100                OR WS-FX-SUB > 10
034200     END-IF.
034300     READ FRANMAS
034400         AT END
034500             MOVE "Y" TO WS-FN-EOF-SW
034600     END-READ.
034700 1110-EXIT.
034800     EXIT.

034900 1120-STORE-FEEDER.
035000     IF FN-FEEDER-ID(WS-FX-SUB) = SPACES
035100         GO TO 1120-EXIT
035200     END-IF.
035300     MOVE FN-FEEDER-ID(WS-FX-SUB) TO WS-WORK-FEEDER.
035400     PERFORM 2400-FIND-FEEDER THRU 2400-EXIT.
035500     IF WS-FD-FOUND > 0
035600         DISPLAY "BILFRAN: FEEDER " WS-WORK-FEEDER
035700             " IS ON MORE THAN ONE FRANCHISEE - RUN ABANDONED"
035800         MOVE "Y" TO WS-ABORT-SW
035900         GO TO 1120-EXIT
036000     END-IF.
036100     IF WS-FEEDER-COUNT >= 200
036200         DISPLAY "BILFRAN: FEEDER TABLE FULL - RUN ABANDONED"
036300         MOVE "Y" TO WS-ABORT-SW
036400         GO TO 1120-EXIT
036500     END-IF.
036600     ADD 1 TO WS-FEEDER-COUNT.
036700     MOVE WS-WORK-FEEDER TO WS-FD-FEEDER-ID(WS-FEEDER-COUNT).
036800     MOVE WS-FRAN-COUNT  TO WS-FD-FRAN-SUB(WS-FEEDER-COUNT).
036900     MOVE ZERO TO WS-FD-INPUT-UNITS(WS-FEEDER-COUNT)
037000                  WS-FD-BILLED-UNITS(WS-FEEDER-COUNT).
037100 1120-EXIT.
037200     EXIT.

037300*-----------------------------------------------------------*
037400*    ONLY ROUTES ON A FRANCHISED FEEDER ARE KEPT               *
037500*-----------------------------------------------------------*
037600 1200-LOAD-FEEDER-MAP.
037700     OPEN INPUT RTEFDR.
037800     IF NOT FS-RTEFDR-OK
037900         DISPLAY "BILFRAN: UNABLE TO OPEN RTEFDR, STATUS "
038000             FS-RTEFDR
038100         MOVE "Y" TO WS-ABORT-SW
038200         GO TO 1200-EXIT
038300     END-IF.
038400     READ RTEFDR
038500         AT END
038600             MOVE "Y" TO WS-RF-EOF-SW
038700     END-READ.
038800     PERFORM 1210-STORE-MAP-ENTRY THRU 1210-EXIT
038900         UNTIL WS-RF-EOF.
039000     CLOSE RTEFDR.
039100 1200-EXIT.
039200     EXIT.

039300 1210-STORE-MAP-ENTRY.
039400     MOVE RF-FEEDER-ID TO WS-WORK-FEEDER.
039500     PERFORM 2400-FIND-FEEDER THRU 2400-EXIT.
039600     IF WS-FD-FOUND = 0
039700         GO TO 1210-NEXT
039800     END-IF.
039900     IF WS-MAP-COUNT >= 200
040000         DISPLAY "BILFRAN: FEEDER MAP TABLE FULL - RUN"
040100             " ABANDONED"
040200         MOVE "Y" TO WS-ABORT-SW
040300         MOVE "Y" TO WS-RF-EOF-SW
040400         GO TO 1210-EXIT
040500     END-IF.
040600     ADD 1 TO WS-MAP-COUNT.
040700     MOVE RF-ROUTE-ID TO WS-MP-ROUTE-ID(WS-MAP-COUNT).
040800     MOVE WS-FD-FOUND TO WS-MP-FD-SUB(WS-MAP-COUNT).
040900 1210-NEXT.
041000     READ RTEFDR
041100         AT END
041200             MOVE "Y" TO WS-RF-EOF-SW
041300     END-READ.
041400 1210-EXIT.
041500     EXIT.

041600*-----------------------------------------------------------*
041700*    ONLY CUSTOMERS ON A FRANCHISED ROUTE ARE KEPT             *
041800*-----------------------------------------------------------*
041900 1300-LOAD-ROUTE-BOOK.
042000     OPEN INPUT RTEBOOK.
042100     IF NOT FS-RTEBOOK-OK
042200         DISPLAY "BILFRAN: UNABLE TO OPEN RTEBOOK, STATUS "
042300             FS-RTEBOOK
042400         MOVE "Y" TO WS-ABORT-SW
042500         GO TO 1300-EXIT
042600     END-IF.
042700     READ RTEBOOK
042800         AT END
042900             MOVE "Y" TO WS-RB-EOF-SW
043000     END-READ.
043100     PERFORM 1310-STORE-BOOK-ENTRY THRU 1310-EXIT
043200         UNTIL WS-RB-EOF.
043300     CLOSE RTEBOOK.
043400 1300-EXIT.
043500     EXIT.

043600 1310-STORE-BOOK-ENTRY.
043700     MOVE RB-ROUTE-ID TO WS-WORK-ROUTE.
043800     PERFORM 2300-ROUTE-FEEDER THRU 2300-EXIT.
043900     IF WS-WORK-FD-SUB = 0
044000         GO TO 1310-NEXT
044100     END-IF.
044200     IF WS-BOOK-COUNT >= 2000
044300         DISPLAY "BILFRAN: ROUTE BOOK TABLE FULL - RUN"
044400             " ABANDONED BEFORE A SETTLEMENT CAME OUT SHORT"
044500         MOVE "Y" TO WS-ABORT-SW
044600         MOVE "Y" TO WS-RB-EOF-SW
044700         GO TO 1310-EXIT
044800     END-IF.
044900     ADD 1 TO WS-BOOK-COUNT.
045000     MOVE RB-CUST-ID     TO WS-BK-CUST-ID(WS-BOOK-COUNT).
045100     MOVE WS-WORK-FD-SUB TO WS-BK-FD-SUB(WS-BOOK-COUNT).
045200 1310-NEXT.
045300     READ RTEBOOK
045400         AT END
045500             MOVE "Y" TO WS-RB-EOF-SW
045600     END-READ.
045700 1310-EXIT.
045800     EXIT.

045900 1400-LOAD-FEEDER-READINGS.
046000     OPEN INPUT FEEDRDG.
046100     IF NOT FS-FEEDRDG-OK
046200         DISPLAY "BILFRAN: UNABLE TO OPEN FEEDRDG, STATUS "
046300             FS-FEEDRDG
046400         MOVE "Y" TO WS-ABORT-SW
046500         GO TO 1400-EXIT
046600     END-IF.
046700     READ FEEDRDG
046800         AT END
046900             MOVE "Y" TO WS-FR-EOF-SW
047000     END-READ.
047100     PERFORM 1410-STORE-READING THRU 1410-EXIT
047200         UNTIL WS-FR-EOF.
047300     CLOSE FEEDRDG.
047400 1400-EXIT.
047500     EXIT.

047600 1410-STORE-READING.
047700     IF FR-PERIOD NOT = WS-PERIOD
047800         GO TO 1410-NEXT
047900     END-IF.
048000     MOVE FR-FEEDER-ID TO WS-WORK-FEEDER.
048100     PERFORM 2400-FIND-FEEDER THRU 2400-EXIT.
048200     IF WS-FD-FOUND > 0
048300         ADD FR-INPUT-UNITS TO WS-FD-INPUT-UNITS(WS-FD-FOUND)
048400         MOVE WS-FD-FRAN-SUB(WS-FD-FOUND) TO WS-FX-SUB
048500         ADD FR-INPUT-UNITS TO WS-FN-INPUT-UNITS(WS-FX-SUB)
048600     END-IF.
048700 1410-NEXT.
048800     READ FEEDRDG
048900         AT END
049000             MOVE "Y" TO WS-FR-EOF-SW
049100     END-READ.
049200 1410-EXIT.
049300     EXIT.

049400*-----------------------------------------------------------*
049500*    THE PERIOD'S ORDINARY BILLS OF FRANCHISED CUSTOMERS, TO   *
049600*    THEIR FEEDER - THE BILLED SIDE OF THE LOSS, AS BILNRGY    *
049700*-----------------------------------------------------------*
049800 2000-ROLL-UP-BILL.
049900     ADD 1 TO WS-BILLS-READ.
050000     IF BH-BILL-PERIOD NOT = WS-PERIOD
050100         GO TO 2000-NEXT
050200     END-IF.
050300     IF NOT BH-TYPE-BILL
050400         GO TO 2000-NEXT
050500     END-IF.
050600     MOVE BH-CUST-ID TO WS-WORK-CUST.
050700     PERFORM 2200-CUSTOMER-FEEDER THRU 2200-EXIT.
050800     IF WS-WORK-FD-SUB > 0
050900         ADD BH-UNITS TO WS-FD-BILLED-UNITS(WS-WORK-FD-SUB)
051000         MOVE WS-FD-FRAN-SUB(WS-WORK-FD-SUB) TO WS-FX-SUB
051100         ADD BH-UNITS TO WS-FN-BILLED-UNITS(WS-FX-SUB)
051200     END-IF.
051300 2000-NEXT.
051400     PERFORM 2100-READ-BILL THRU 2100-EXIT.
051500 2000-EXIT.
051600     EXIT.

051700 2100-READ-BILL.
051800     READ BILLHIST NEXT RECORD
051900         AT END
052000             MOVE "Y" TO WS-EOF-SW
052100     END-READ.
052200 2100-EXIT.
052300     EXIT.

052400 2200-CUSTOMER-FEEDER.
052500     MOVE ZERO TO WS-WORK-FD-SUB.
052600     IF WS-BOOK-COUNT = 0
052700         GO TO 2200-EXIT
052800     END-IF.
052900     SET WS-BK-IDX TO 1.
053000     SEARCH WS-BK-ENTRY
053100         AT END
053200             CONTINUE
053300         WHEN WS-BK-CUST-ID(WS-BK-IDX) = WS-WORK-CUST
053400             MOVE WS-BK-FD-SUB(WS-BK-IDX) TO WS-WORK-FD-SUB
053500     END-SEARCH.
053600 2200-EXIT.
053700     EXIT.

053800 2300-ROUTE-FEEDER.
053900     MOVE ZERO TO WS-WORK-FD-SUB.
054000     IF WS-MAP-COUNT = 0
054100         GO TO 2300-EXIT
054200     END-IF.
054300     SET WS-MP-IDX TO 1.
054400     SEARCH WS-MP-ENTRY
054500         AT END
054600             CONTINUE
054700         WHEN WS-MP-ROUTE-ID(WS-MP-IDX) = WS-WORK-ROUTE
054800             MOVE WS-MP-FD-SUB(WS-MP-IDX) TO WS-WORK-FD-SUB
054900     END-SEARCH.
055000 2300-EXIT.
055100     EXIT.

055200 2400-FIND-FEEDER.
055300     MOVE ZERO TO WS-FD-FOUND.
055400     PERFORM 2410-MATCH-FEEDER THRU 2410-EXIT
055500         VARYING WS-FD-SUB FROM 1 BY 1
055600         UNTIL WS-FD-SUB > WS-FEEDER-COUNT
055700            OR WS-FD-FOUND > 0.
055800 2400-EXIT.
055900     EXIT.

056000 2410-MATCH-FEEDER.
056100     IF WS-FD-FEEDER-ID(WS-FD-SUB) = WS-WORK-FEEDER
056200         MOVE WS-FD-SUB TO WS-FD-FOUND
056300     END-IF.
056400 2410-EXIT.
056500     EXIT.

056600*-----------------------------------------------------------*
056700*    PAYMENTS WE TOOK FROM FRANCHISED CUSTOMERS IN THE PERIOD  *
056800*    ARE THE FRANCHISEE'S MONEY                                *
056900*-----------------------------------------------------------*
057000 3000-ROLL-UP-PAYMENTS.
057100     OPEN INPUT PAYREG.
057200     IF NOT FS-PAYREG-OK
057300         DISPLAY "BILFRAN: NO PAYMENT REGISTER - NO COLLECTIONS"
057400             " NETTED OFF"
057500         GO TO 3000-EXIT
057600     END-IF.
057700     READ PAYREG
057800         AT END
057900             MOVE "Y" TO WS-PG-EOF-SW
058000     END-READ.
058100     PERFORM 3100-ROLL-ONE-PAYMENT THRU 3100-EXIT
058200         UNTIL WS-PG-EOF.
058300     CLOSE PAYREG.
058400 3000-EXIT.
058500     EXIT.

058600 3100-ROLL-ONE-PAYMENT.
058700     IF PG-POST-DATE(1:6) NOT = WS-PERIOD
058800         GO TO 3100-NEXT
058900     END-IF.
059000     IF PG-REVERSED
059100         GO TO 3100-NEXT
059200     END-IF.
059300     MOVE PG-CUST-ID TO WS-WORK-CUST.
059400     PERFORM 2200-CUSTOMER-FEEDER THRU 2200-EXIT.
059500     IF WS-WORK-FD-SUB > 0
059600         MOVE WS-FD-FRAN-SUB(WS-WORK-FD-SUB) TO WS-FX-SUB
059700         ADD PG-AMOUNT TO WS-FN-COLLECTED(WS-FX-SUB)
059800         ADD 1 TO WS-FN-RECEIPTS(WS-FX-SUB)
059900     END-IF.
060000 3100-NEXT.
060100     READ PAYREG
060200         AT END
060300             MOVE "Y" TO WS-PG-EOF-SW
060400     END-READ.
060500 3100-EXIT.
060600     EXIT.

060700*-----------------------------------------------------------*
060800*    ONE FRANCHISEE.  THE NET IS POSITIVE WHEN THE FRANCHISEE  *
060900*    OWES US AND NEGATIVE WHEN WE OWE IT.                      *
061000*-----------------------------------------------------------*
061100 5000-SETTLE-FRANCHISEE.
061200     MOVE WS-FN-IMAGE(WS-FN-SUB) TO FN-RECORD.
061300     IF NOT FN-STAT-ACTIVE
061400         GO TO 5000-EXIT
061500     END-IF.
061600     IF WS-FN-INPUT-UNITS(WS-FN-SUB) = ZERO
061700         DISPLAY "BILFRAN: " FN-FRAN-ID
061800             " HAS NO FEEDER INPUT FOR " WS-PERIOD
061900             " - NOT SETTLED"
062000         ADD 1 TO WS-SKIPPED-COUNT
062100         GO TO 5000-EXIT
062200     END-IF.
062300     MOVE ZERO TO WS-SETTLEMENT.
062400     COMPUTE WS-ST-ENERGY-CHARGE ROUNDED =
062500         WS-FN-INPUT-UNITS(WS-FN-SUB) * FN-INPUT-RATE.
062600     COMPUTE WS-ST-LOSS-UNITS =
062700         WS-FN-INPUT-UNITS(WS-FN-SUB)
062800         - WS-FN-BILLED-UNITS(WS-FN-SUB).
062900     COMPUTE WS-ST-LOSS-PCT ROUNDED =
063000         WS-ST-LOSS-UNITS * 100 / WS-FN-INPUT-UNITS(WS-FN-SUB).
063100     COMPUTE WS-ST-ALLOWED-UNITS ROUNDED =
063200         WS-FN-INPUT-UNITS(WS-FN-SUB) * FN-TARGET-LOSS-PCT / 100.
063300     COMPUTE WS-ST-DIFF-UNITS =
063400         WS-ST-ALLOWED-UNITS - WS-ST-LOSS-UNITS.
063500     IF WS-ST-DIFF-UNITS > ZERO
063600         COMPUTE WS-ST-INCENTIVE ROUNDED =
063700             WS-ST-DIFF-UNITS * FN-INCENTIVE-RATE
063800     END-IF.
063900     IF WS-ST-DIFF-UNITS < ZERO
064000         COMPUTE WS-ST-PENALTY ROUNDED =
064100             (0 - WS-ST-DIFF-UNITS) * FN-PENALTY-RATE
064200     END-IF.
064300     COMPUTE WS-ST-NET =
064400         WS-ST-ENERGY-CHARGE + WS-ST-PENALTY
064500         - WS-ST-INCENTIVE - WS-FN-COLLECTED(WS-FN-SUB).
064600     MOVE "N" TO WS-STAMPED-SW.
064700     IF FN-LAST-SETTLED >= WS-PERIOD
064800         MOVE "Y" TO WS-STAMPED-SW
064900     END-IF.
065000     PERFORM 7000-WRITE-STATEMENT THRU 7000-EXIT.
065100     IF WS-PROOF-RUN OR WS-STAMPED
065200         GO TO 5000-EXIT
065300     END-IF.
065400     PERFORM 5100-POST-SETTLEMENT THRU 5100-EXIT.
065500     MOVE WS-PERIOD      TO FN-LAST-SETTLED.
065600     MOVE WS-SYSTEM-DATE TO FN-LAST-SETTLE-DATE.
065700     MOVE FN-RECORD      TO WS-FN-IMAGE(WS-FN-SUB).
065800     ADD 1 TO WS-SETTLED-COUNT.
065900 5000-EXIT.
066000     EXIT.

066100 5100-POST-SETTLEMENT.
066100*    AN AMOUNT BILGLAC COULD NOT HOLD WOULD LEAVE THE GL
066100*    EXTRACT SHORT OF THE FIGURES POSTED - ABANDON THE RUN.
066200     IF WS-ST-NET = ZERO
066300         GO TO 5100-EXIT
066400     END-IF.
066500     IF WS-ST-NET > ZERO
066600         MOVE "1370-FRN"  TO GK-POST-TYPE
066700         MOVE WS-ST-NET   TO GK-AMOUNT
066800         ADD WS-ST-NET    TO WS-TOTAL-RECEIVABLE
066900     ELSE
067000         MOVE "2370-FRN"  TO GK-POST-TYPE
067100         COMPUTE GK-AMOUNT = 0 - WS-ST-NET
067200         SUBTRACT WS-ST-NET FROM WS-TOTAL-PAYABLE
067300     END-IF.
067400     MOVE "P"             TO GK-FUNCTION.
067500     MOVE SPACES          TO GK-SERVICE.
067600     MOVE SPACES          TO GK-CLASS.
067700     MOVE FN-ZONE-CODE    TO GK-ZONE-CODE.
067800     MOVE WS-SYSTEM-DATE  TO GK-POST-DATE.
067900     CALL "BILGLAC" USING GK-PARMS.
067900     IF GK-FAILED
067900         MOVE "Y" TO WS-ABORT-SW
067900     END-IF.
068000 5100-EXIT.
068100     EXIT.

068200*-----------------------------------------------------------*
068300*    THE SETTLEMENT STATEMENT FOR THE FRANCHISEE IN FN-RECORD  *
068400*-----------------------------------------------------------*
068500 7000-WRITE-STATEMENT.
068600     MOVE SPACES TO WS-RPT-LINE.
068700     STRING "FRANCHISEE SETTLEMENT - PERIOD " WS-PERIOD
068800         " RUN " WS-SYSTEM-DATE " BY " WS-OPERATOR-ID
068900         DELIMITED BY SIZE INTO WS-RPT-LINE.
069000     WRITE FT-LINE FROM WS-RPT-LINE.
069100     MOVE SPACES TO WS-RPT-LINE.
069200     STRING "FRANCHISEE " FN-FRAN-ID " " FN-FRAN-NAME
069300         " ZONE " FN-ZONE-CODE
069400         DELIMITED BY SIZE INTO WS-RPT-LINE.
069500     WRITE FT-LINE FROM WS-RPT-LINE.
069600     IF WS-PROOF-RUN
069700         MOVE "    PROOF RUN - NOTHING POSTED" TO WS-RPT-LINE
069800         WRITE FT-LINE FROM WS-RPT-LINE
069900     END-IF.
070000     IF WS-STAMPED AND NOT WS-PROOF-RUN
070100         MOVE SPACES TO WS-RPT-LINE
070200         STRING "    COPY - PERIOD " FN-LAST-SETTLED
070300             " ALREADY SETTLED ON " FN-LAST-SETTLE-DATE
070400             ", NOT JOURNALLED AGAIN"
070500             DELIMITED BY SIZE INTO WS-RPT-LINE
070600         WRITE FT-LINE FROM WS-RPT-LINE
070700     END-IF.
070800     MOVE SPACES TO WS-RPT-LINE.
070900     WRITE FT-LINE FROM WS-RPT-LINE.
071000     MOVE "FEEDER INPUT-UNITS BILLED-UNITS LOSS-PCT"
071100         TO WS-RPT-LINE.
071200     WRITE FT-LINE FROM WS-RPT-LINE.
071300     PERFORM 7100-FEEDER-LINE THRU 7100-EXIT
071400         VARYING WS-FD-SUB FROM 1 BY 1
071500         UNTIL WS-FD-SUB > WS-FEEDER-COUNT.
071600     MOVE SPACES TO WS-RPT-LINE.
071700     MOVE WS-FN-INPUT-UNITS(WS-FN-SUB)  TO WS-UNITS-ED.
071800     MOVE WS-FN-BILLED-UNITS(WS-FN-SUB) TO WS-UNITS2-ED.
071900     MOVE WS-ST-LOSS-PCT TO WS-PCT-ED.
072000     STRING "TOTAL  " WS-UNITS-ED " " WS-UNITS2-ED "  " WS-PCT-ED
072100         DELIMITED BY SIZE INTO WS-RPT-LINE.
072200     WRITE FT-LINE FROM WS-RPT-LINE.
072300     MOVE SPACES TO WS-RPT-LINE.
072400     WRITE FT-LINE FROM WS-RPT-LINE.
072500*    ENERGY SOLD AT THE FEEDER
072600     MOVE SPACES TO WS-RPT-LINE.
072700     MOVE WS-FN-INPUT-UNITS(WS-FN-SUB) TO WS-UNITS-ED.
072800     MOVE FN-INPUT-RATE TO WS-RATE-ED.
072900     STRING "INPUT ENERGY " WS-UNITS-ED " UNITS AT RS " WS-RATE-ED
073000         DELIMITED BY SIZE INTO WS-RPT-LINE.
073100     MOVE WS-ST-ENERGY-CHARGE TO WS-SAMT-ED.
073200     MOVE WS-SAMT-ED TO WS-RPT-LINE(60:15).
073300     WRITE FT-LINE FROM WS-RPT-LINE.
073400*    LOSS AGAINST THE AGREED TARGET
073500     MOVE SPACES TO WS-RPT-LINE.
073600     MOVE FN-TARGET-LOSS-PCT TO WS-PCT2-ED.
073700     MOVE WS-ST-LOSS-PCT TO WS-PCT-ED.
073800     MOVE WS-ST-ALLOWED-UNITS TO WS-UNITS-ED.
073900     STRING "LOSS " WS-PCT-ED "% AGAINST TARGET " WS-PCT2-ED
074000         "% (" WS-UNITS-ED " UNITS ALLOWED)"
074100         DELIMITED BY SIZE INTO WS-RPT-LINE.
074200     WRITE FT-LINE FROM WS-RPT-LINE.
074300     MOVE SPACES TO WS-RPT-LINE.
074400     IF WS-ST-DIFF-UNITS NOT < ZERO
074500         MOVE WS-ST-DIFF-UNITS TO WS-UNITS-ED
074600         MOVE FN-INCENTIVE-RATE TO WS-RATE-ED
074700         STRING "LOSS INCENTIVE " WS-UNITS-ED
074800             " UNITS BELOW TARGET AT RS " WS-RATE-ED
074900             DELIMITED BY SIZE INTO WS-RPT-LINE
075000         MOVE WS-ST-INCENTIVE TO WS-SAMT-ED
075100         MOVE "-" TO WS-RPT-LINE(59:1)
075200     ELSE
075300         COMPUTE WS-UNITS-ED = 0 - WS-ST-DIFF-UNITS
075400         MOVE FN-PENALTY-RATE TO WS-RATE-ED
075500         STRING "LOSS PENALTY   " WS-UNITS-ED
075600             " UNITS ABOVE TARGET AT RS " WS-RATE-ED
075700             DELIMITED BY SIZE INTO WS-RPT-LINE
075800         MOVE WS-ST-PENALTY TO WS-SAMT-ED
075900     END-IF.
076000     MOVE WS-SAMT-ED TO WS-RPT-LINE(60:15).
076100     WRITE FT-LINE FROM WS-RPT-LINE.
076200*    COLLECTIONS TAKEN ON THE FRANCHISEE'S BEHALF
076300     MOVE SPACES TO WS-RPT-LINE.
076400     MOVE WS-FN-RECEIPTS(WS-FN-SUB) TO WS-CNT-ED.
076500     STRING "COLLECTIONS RECEIVED FOR THE FRANCHISEE, "
076600         WS-CNT-ED " RECEIPT(S)"
076700         DELIMITED BY SIZE INTO WS-RPT-LINE.
076800     MOVE WS-FN-COLLECTED(WS-FN-SUB) TO WS-SAMT-ED.
076900     MOVE WS-SAMT-ED TO WS-RPT-LINE(60:15).
077000     MOVE "-" TO WS-RPT-LINE(59:1).
077100     WRITE FT-LINE FROM WS-RPT-LINE.
077200     MOVE SPACES TO WS-RPT-LINE.
077300     MOVE "---------------" TO WS-RPT-LINE(60:15).
077400     WRITE FT-LINE FROM WS-RPT-LINE.
077500     MOVE SPACES TO WS-RPT-LINE.
077600     IF WS-ST-NET < ZERO
077700         MOVE "NET PAYABLE TO THE FRANCHISEE" TO WS-RPT-LINE
077800         COMPUTE WS-AMT-ED = 0 - WS-ST-NET
077900     ELSE
078000         MOVE "NET RECEIVABLE FROM THE FRANCHISEE" TO WS-RPT-LINE
078100         MOVE WS-ST-NET TO WS-AMT-ED
078200     END-IF.
078300     MOVE WS-AMT-ED TO WS-RPT-LINE(61:14).
078400     WRITE FT-LINE FROM WS-RPT-LINE.
078500     MOVE SPACES TO WS-RPT-LINE.
078600     WRITE FT-LINE FROM WS-RPT-LINE.
078700     WRITE FT-LINE FROM WS-RPT-LINE.
078800 7000-EXIT.
078900     EXIT.

079000 7100-FEEDER-LINE.
079100     IF WS-FD-FRAN-SUB(WS-FD-SUB) NOT = WS-FN-SUB
079200         GO TO 7100-EXIT
079300     END-IF.
079400     IF WS-FD-INPUT-UNITS(WS-FD-SUB) > 0
079500         COMPUTE WS-ST-LOSS-PCT ROUNDED =
079600             (WS-FD-INPUT-UNITS(WS-FD-SUB)
079700              - WS-FD-BILLED-UNITS(WS-FD-SUB)) * 100
079800             / WS-FD-INPUT-UNITS(WS-FD-SUB)
079900         MOVE WS-ST-LOSS-PCT TO WS-PCT-ED
080000     ELSE
080100         MOVE ZERO TO WS-PCT-ED
080200     END-IF.
080300     MOVE SPACES TO WS-RPT-LINE.
080400     MOVE WS-FD-INPUT-UNITS(WS-FD-SUB)  TO WS-UNITS-ED.
080500     MOVE WS-FD-BILLED-UNITS(WS-FD-SUB) TO WS-UNITS2-ED.
080600     STRING WS-FD-FEEDER-ID(WS-FD-SUB) " "
080700         WS-UNITS-ED " " WS-UNITS2-ED "  " WS-PCT-ED
080800         DELIMITED BY SIZE INTO WS-RPT-LINE.
080900     WRITE FT-LINE FROM WS-RPT-LINE.
081000 7100-EXIT.
081100     EXIT.

081200*-----------------------------------------------------------*
081300*    THE SETTLEMENTS GO ON THE SHARED GL EXTRACT, IN THE       *
081400*    USUAL H/D/T FRAMING - RECEIVABLES AND PAYABLES EACH BY    *
081500*    MAPPED ACCOUNT AND ZONE COST CENTRE.                      *
081600*-----------------------------------------------------------*
081700 8000-WRITE-JOURNAL.
081800     IF WS-TOTAL-RECEIVABLE = 0 AND WS-TOTAL-PAYABLE = 0
081900         GO TO 8000-EXIT
082000     END-IF.
082100     OPEN EXTEND GLEXTR.
082200     IF NOT FS-GLEXTR-OK
082300         DISPLAY "BILFRAN: UNABLE TO OPEN BILGL, STATUS "
082400             FS-GLEXTR
082500         GO TO 8000-EXIT
082600     END-IF.
082700     MOVE "H"            TO GJ-RECORD-TYPE.
082800     MOVE WS-SYSTEM-DATE TO GJ-RUN-DATE.
082900     MOVE WS-PERIOD      TO GJ-BILL-PERIOD.
083000     MOVE SPACES         TO GJ-ACCOUNT-CODE.
083100     MOVE "BILFRAN GL EXTRACT" TO GJ-ACCOUNT-DESC.
083200     MOVE ZERO           TO GJ-AMOUNT.
083300     MOVE SPACES         TO GJ-COST-CENTRE.
083400     MOVE SPACES         TO GJ-POST-TYPE.
083500     WRITE GJ-RECORD.
083600     MOVE "D"            TO GJ-RECORD-TYPE.
083700     IF WS-TOTAL-RECEIVABLE > 0
083800         MOVE "1370-FRN" TO GK-POST-TYPE
083900         MOVE "FRANCHISEE SETTLEMENT RECEIVABLE"
084000             TO GJ-ACCOUNT-DESC
084100         PERFORM 8010-WRITE-GL-LINES THRU 8010-EXIT
084200     END-IF.
084300     IF WS-TOTAL-PAYABLE > 0
084400         MOVE "2370-FRN" TO GK-POST-TYPE
084500         MOVE "FRANCHISEE SETTLEMENT PAYABLE"
084600             TO GJ-ACCOUNT-DESC
084700         PERFORM 8010-WRITE-GL-LINES THRU 8010-EXIT
084800     END-IF.
084900     MOVE "T"            TO GJ-RECORD-TYPE.
085000     MOVE WS-GL-DETAILS  TO GJ-BILL-PERIOD.
085100     MOVE SPACES         TO GJ-ACCOUNT-CODE.
085200     MOVE "TRAILER - DETAIL COUNT AND HASH"
085300         TO GJ-ACCOUNT-DESC.
085400     MOVE WS-GL-HASH     TO GJ-AMOUNT.
085500     MOVE SPACES         TO GJ-COST-CENTRE.
085600     MOVE SPACES         TO GJ-POST-TYPE.
085700     WRITE GJ-RECORD.
085800     CLOSE GLEXTR.
085900 8000-EXIT.
086000     EXIT.

086100*-----------------------------------------------------------*
086200*    ONE D RECORD FOR EVERY ACCOUNT AND ZONE TOTAL BILGLAC     *
086300*    HOLDS FOR THE POSTING TYPE.                               *
086400*-----------------------------------------------------------*
086500 8010-WRITE-GL-LINES.
086600     MOVE "N"             TO GK-FUNCTION.
086700     MOVE ZERO            TO GK-CURSOR.
086800     MOVE SPACE           TO GK-RESULT.
086900     PERFORM 8015-WRITE-ONE-LINE THRU 8015-EXIT
087000         UNTIL GK-END.
087100 8010-EXIT.
087200     EXIT.

087300 8015-WRITE-ONE-LINE.
087400     CALL "BILGLAC" USING GK-PARMS.
087500     IF GK-END
087600         GO TO 8015-EXIT
087700     END-IF.
087800     MOVE GK-ACCOUNT-CODE TO GJ-ACCOUNT-CODE.
087900     MOVE GK-ZONE-CODE    TO GJ-COST-CENTRE.
088000     MOVE GK-POST-TYPE    TO GJ-POST-TYPE.
088100     MOVE GK-AMOUNT       TO GJ-AMOUNT.
088200     WRITE GJ-RECORD.
088300     ADD 1                TO WS-GL-DETAILS.
088400     ADD GJ-AMOUNT        TO WS-GL-HASH.
088500 8015-EXIT.
088600     EXIT.

088700*-----------------------------------------------------------*
088800*    THE MASTER IS WRITTEN BACK WITH THE SETTLED PERIODS       *
088900*-----------------------------------------------------------*
089000 8100-REWRITE-MASTER.
089100     IF WS-SETTLED-COUNT = 0
089200         GO TO 8100-EXIT
089300     END-IF.
089400     OPEN OUTPUT FRANMAS.
089500     IF NOT FS-FRANMAS-OK
089600         DISPLAY "BILFRAN: UNABLE TO REWRITE FRANMAS, STATUS "
089700             FS-FRANMAS " - SETTLED PERIODS NOT STAMPED"
089800         GO TO 8100-EXIT
089900     END-IF.
090000     PERFORM 8110-WRITE-FRANCHISEE THRU 8110-EXIT
090100         VARYING WS-FN-SUB FROM 1 BY 1
090200         UNTIL WS-FN-SUB > WS-FRAN-COUNT.
090300     CLOSE FRANMAS.
090400 8100-EXIT.
090500     EXIT.

090600 8110-WRITE-FRANCHISEE.
090700     MOVE WS-FN-IMAGE(WS-FN-SUB) TO FM-RECORD.
090800     WRITE FM-RECORD.
090900 8110-EXIT.
091000     EXIT.

091100 9000-TERMINATE.
091200     CLOSE BILLHIST.
091300     CLOSE FRANRPT.
091300     PERFORM 9680-FILE-REPORT THRU 9680-EXIT.
091400     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
091500     CLOSE RUNLOG.
091600     DISPLAY "BILFRAN: " WS-SETTLED-COUNT
091700         " FRANCHISEE(S) SETTLED, " WS-SKIPPED-COUNT
091800         " WITH NO INPUT".
091900     IF WS-PROOF-RUN
092000         DISPLAY "BILFRAN: PROOF RUN - NOTHING POSTED"
092100     END-IF.
092200 9000-EXIT.
092300     EXIT.

092400 9600-WRITE-RUNLOG.
092500     MOVE "BILFRAN"        TO RL-PROGRAM-ID.
092600     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
092700     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
092800     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
092900     MOVE "FEEDRDG"        TO RL-INPUT-FILE.
093000     MOVE WS-BILLS-READ    TO RL-RECORDS-READ.
093100     MOVE WS-SETTLED-COUNT TO RL-BILLS-PRODUCED.
093200     MOVE WS-SKIPPED-COUNT TO RL-EXCEPTIONS.
093300     COMPUTE RL-TOTAL-BILLED =
093400         WS-TOTAL-RECEIVABLE + WS-TOTAL-PAYABLE.
093500     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
093600     ACCEPT RL-END-TIME FROM TIME.
093700     WRITE RL-RECORD.
093800 9600-EXIT.
093900     EXIT.

094000*-----------------------------------------------------------*
094100*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
094200*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
094300*    OUTLIVES THE NEXT RUN.                                    *
094400*-----------------------------------------------------------*
094500 9680-FILE-REPORT.
094600     OPEN INPUT FRANRPT.
094700     IF NOT FS-FRANRPT-OK
094800         GO TO 9680-EXIT
094900     END-IF.
095000     MOVE "O"               TO RO-FUNCTION.
095100     MOVE "FRANRPT"         TO RO-REPORT-NAME.
095200     MOVE "BILFRAN"         TO RO-PROGRAM-ID.
095300     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
095400     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
095500     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
095600     MOVE WS-PERIOD         TO RO-PERIOD.
095700     CALL "BILRPTF" USING RO-PARMS.
095800     IF RO-OK
095900         MOVE "N" TO WS-RO-EOF-SW
096000         PERFORM 9690-FILE-LINE THRU 9690-EXIT
096100             UNTIL WS-RO-EOF
096200         MOVE "C"          TO RO-FUNCTION
096300         CALL "BILRPTF" USING RO-PARMS
096400     END-IF.
096500     CLOSE FRANRPT.
096600 9680-EXIT.
096700     EXIT.

096800 9690-FILE-LINE.
096900     READ FRANRPT
097000         AT END
097100             MOVE "Y" TO WS-RO-EOF-SW
097200             GO TO 9690-EXIT
097300     END-READ.
097400     MOVE "L"               TO RO-FUNCTION.
097500     MOVE FT-LINE           TO RO-LINE.
097600     CALL "BILRPTF" USING RO-PARMS.
097700 9690-EXIT.
097800     EXIT.
