000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILSOPC.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-09-29.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILSOPC                                                   *
000900*  STANDARDS-OF-PERFORMANCE COMPENSATION.  THE COMMISSION'S  *
001000*  STANDARDS (SOPSTD) FIX THE TIME ALLOWED FOR A SERVICE AND  *
001100*  THE COMPENSATION PAYABLE WHEN IT IS MISSED.  FUNCTION M,   *
001200*  RUN ONCE A MONTH, MEASURES EVERY EVENT COMPLETED IN THE    *
001300*  MONTH AGAINST ITS STANDARD -                               *
001400*    NC - A NEW CONNECTION, APPLICATION TO CONNECTION, FROM   *
001500*         THE DATES BILNEWC STAMPS ON THE CUSTOMER;            *
001600*    RC - A RECONNECTION, FROM THE DISCWO ORDER RAISED WHEN   *
001700*         THE ARREARS CLEARED TO ITS COMPLETION;               *
001800*    SR - A SUPPLY RESTORATION, FROM AN UNPLANNED OUTAGE ON   *
001900*         THE REGISTER, FOR EVERY CUSTOMER ON THE FEEDER -     *
002000*  RECORDS EACH ON THE SOPREG REGISTER AND CREDITS THE        *
002100*  COMPENSATION FOR A MISSED STANDARD THROUGH ADJTXN, KEPT    *
002200*  IN CUSTOMER SEQUENCE, SO THE NEXT BILL SHOWS IT.  A MONTH  *
002300*  ALREADY ON THE REGISTER IS NOT RUN AGAIN.  FUNCTION Q      *
002400*  PRINTS THE QUARTERLY COMPLIANCE RETURN FOR THE COMMISSION  *
002500*  FROM THE REGISTER.                                         *
002600*-----------------------------------------------------------*
002700*  MODIFICATION HISTORY                                      *
002800*  DATE       INIT  DESCRIPTION                               *
002900*  2026-09-29 RSH   ORIGINAL                                  *
002900*  2026-10-15 RSH   FILE SOPRPT IN THE REPORT REPOSITORY     *
002900*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002900*  2026-10-15 RSH   EACH CREDIT CARRIES THE OPERATOR ID.     *
002900*  2026-10-15 RSH   FILE THE MONTHLY REPORT UNDER THE MONTH  *
002900*                   KEYED, AND FILE THE QUARTERLY RETURN     *
002900*                   SOPRTN UNDER THE QUARTER-END MONTH.      *
003000*-----------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
003400 OBJECT-COMPUTER.   IBM-370.

003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT SOPSTD ASSIGN TO "SOPSTD"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS FS-SOPSTD.

004000     SELECT SOPREG ASSIGN TO "SOPREG"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS FS-SOPREG.

004300     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS CM-CUST-ID
004700         FILE STATUS IS FS-CUSTMAS.

004800     SELECT DISCWO ASSIGN TO "DISCWO"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS FS-DISCWO.

005100     SELECT OUTAGE ASSIGN TO "OUTAGE"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS OG-OUTAGE-ID
005500         FILE STATUS IS FS-OUTAGE.

005600     SELECT RTEBOOK ASSIGN TO "RTEBOOK"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS FS-RTEBOOK.

005900     SELECT RTEFDR ASSIGN TO "RTEFDR"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS FS-RTEFDR.

006200     SELECT ADJTXN ASSIGN TO "ADJTXN"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS FS-ADJTXN.

006500     SELECT SOPRPT ASSIGN TO "SOPRPT"
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS FS-SOPRPT.

006800     SELECT SOPRTN ASSIGN TO "SOPRTN"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS FS-SOPRTN.

007100     SELECT RUNLOG ASSIGN TO "RUNLOG"
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS FS-RUNLOG.

007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  SOPSTD
007700     LABEL RECORDS ARE STANDARD.
007800 COPY SOPSTD.

007900 FD  SOPREG
008000     LABEL RECORDS ARE STANDARD.
008100 COPY SOPREG.

008200 FD  CUSTMAS
008300     LABEL RECORDS ARE STANDARD.
008400 COPY CUSTMAS.

008500 FD  DISCWO
008600     LABEL RECORDS ARE STANDARD.
008700 COPY DISCWO.

008800 FD  OUTAGE
008900     LABEL RECORDS ARE STANDARD.
009000 COPY OUTAGE.

009100 FD  RTEBOOK
009200     LABEL RECORDS ARE STANDARD.
009300 COPY RTEBOOK.

009400 FD  RTEFDR
009500     LABEL RECORDS ARE STANDARD.
009600 COPY RTEFDR.

009700 FD  ADJTXN
009800     LABEL RECORDS ARE STANDARD.
009900 COPY ADJTXN.

010000 FD  SOPRPT
010100     LABEL RECORDS ARE STANDARD.
010200 01  SX-LINE                     PIC X(80).

010300 FD  SOPRTN
010400     LABEL RECORDS ARE STANDARD.
010500 01  SN-LINE                     PIC X(80).

010600 FD  RUNLOG
010700     LABEL RECORDS ARE STANDARD.
010800 COPY RUNLOG.

010900 WORKING-STORAGE SECTION.
011000*-----------------------------------------------------------*
011100*    FILE STATUS SWITCHES                                    *
011200*-----------------------------------------------------------*
011300 77  FS-SOPSTD               PIC X(02).
011400     88  FS-SOPSTD-OK                VALUE "00".
011500 77  FS-SOPREG               PIC X(02).
011600     88  FS-SOPREG-OK                VALUE "00".
011700 77  FS-CUSTMAS              PIC X(02).
011800     88  FS-CUSTMAS-OK               VALUE "00".
011900 77  FS-DISCWO               PIC X(02).
012000     88  FS-DISCWO-OK                VALUE "00".
012100 77  FS-OUTAGE               PIC X(02).
012200     88  FS-OUTAGE-OK                VALUE "00".
012300 77  FS-RTEBOOK              PIC X(02).
012400     88  FS-RTEBOOK-OK               VALUE "00".
012500 77  FS-RTEFDR               PIC X(02).
012600     88  FS-RTEFDR-OK                VALUE "00".
012700 77  FS-ADJTXN               PIC X(02).
012800     88  FS-ADJTXN-OK                VALUE "00".
012900 77  FS-SOPRPT               PIC X(02).
013000     88  FS-SOPRPT-OK                VALUE "00".
013100 77  FS-SOPRTN               PIC X(02).
013200     88  FS-SOPRTN-OK                VALUE "00".
013300 77  FS-RUNLOG               PIC X(02).
013400     88  FS-RUNLOG-OK                VALUE "00".

013500*-----------------------------------------------------------*
013600*    PROGRAM SWITCHES                                        *
013700*-----------------------------------------------------------*
013800 77  WS-ABORT-SW             PIC X(01) VALUE "N".
013900     88  WS-ABORT                    VALUE "Y".
014000 77  WS-EOF-SW               PIC X(01) VALUE "N".
014100     88  WS-EOF                      VALUE "Y".
014200 77  WS-PS-EOF-SW            PIC X(01) VALUE "N".
014300     88  WS-PS-EOF                   VALUE "Y".
014400 77  WS-SO-EOF-SW            PIC X(01) VALUE "N".
014500     88  WS-SO-EOF                   VALUE "Y".
014600 77  WS-AJ-EOF-SW            PIC X(01) VALUE "N".
014700     88  WS-AJ-EOF                   VALUE "Y".
014800 77  WS-RB-EOF-SW            PIC X(01) VALUE "N".
014900     88  WS-RB-EOF                   VALUE "Y".
015000 77  WS-RF-EOF-SW            PIC X(01) VALUE "N".
015100     88  WS-RF-EOF                   VALUE "Y".
015100 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
015100     88  WS-RO-EOF                   VALUE "Y".
015200 77  WS-ALREADY-RUN-SW       PIC X(01) VALUE "N".
015300     88  WS-ALREADY-RUN              VALUE "Y".
015400 77  WS-FUNCTION             PIC X(01).
015500     88  WS-FUNC-MONTHLY             VALUE "M".
015600     88  WS-FUNC-QUARTERLY           VALUE "Q".

015700*-----------------------------------------------------------*
015800*    OPERATOR, RUN AND WORK FIELDS                            *
015900*-----------------------------------------------------------*
016000 77  WS-OPERATOR-ID          PIC X(08).
016100 01  WS-SYSTEM-DATE          PIC 9(08).
016200 01  WS-SYSTEM-DATE-R REDEFINES WS-SYSTEM-DATE.
016300     05  WS-SYS-YYYYMM       PIC 9(06).
016400     05  FILLER              PIC 9(02).
016500 77  WS-SYSTEM-TIME          PIC 9(08).
016600 01  WS-PERIOD               PIC 9(06) VALUE ZERO.
016700 01  WS-PERIOD-R REDEFINES WS-PERIOD.
016800     05  WS-PERIOD-YYYY      PIC 9(04).
016900     05  WS-PERIOD-MM        PIC 9(02).
017000 01  WS-QUARTER              PIC 9(05) VALUE ZERO.
017100 01  WS-QUARTER-R REDEFINES WS-QUARTER.
017200     05  WS-QUARTER-YYYY     PIC 9(04).
017300     05  WS-QUARTER-Q        PIC 9(01).
017400 77  WS-QTR-FROM             PIC 9(06) VALUE ZERO.
017500 77  WS-QTR-TO               PIC 9(06) VALUE ZERO.
017600 77  WS-STD-SUB              PIC 9(01) VALUE ZERO.
017700 77  WS-ELAPSED              PIC S9(07) VALUE ZERO.
017800 77  WS-BK-SUB               PIC 9(04) VALUE ZERO.
017900 77  WS-AJ-SUB               PIC 9(04) VALUE ZERO.
018000 77  WS-AJ-POS               PIC 9(04) VALUE ZERO.
018100 77  WS-REFERENCE            PIC X(10).
018200 77  WS-ORDER-NO-X           PIC 9(07).
018300 01  WS-RPT-LINE             PIC X(80).
018400 01  WS-COUNT-ED             PIC ZZZZZZ9.
018500 01  WS-DAYS-ED              PIC ZZZZ9.
018600 01  WS-AMT-ED               PIC ZZ,ZZZ,ZZ9.99.
018700 01  WS-PCT                  PIC 9(03)V9 VALUE ZERO.
018800 01  WS-PCT-ED               PIC ZZ9.9.

018900*-----------------------------------------------------------*
019000*    RUN COUNTS                                               *
019100*-----------------------------------------------------------*
019200 77  WS-EVENTS-MEASURED      PIC 9(07) VALUE ZERO.
019300 77  WS-EVENTS-MISSED        PIC 9(07) VALUE ZERO.
019400 77  WS-NOT-CREDITED         PIC 9(07) VALUE ZERO.
019500 77  WS-REG-READ             PIC 9(07) VALUE ZERO.
019600 77  WS-COMP-TOTAL           PIC 9(09)V99 VALUE ZERO.

019700*-----------------------------------------------------------*
019800*    THE THREE STANDARDS - NC, RC, SR IN THAT ORDER - WITH     *
019900*    THE TIME ALLOWED AND COMPENSATION FROM SOPSTD, AND THE    *
020000*    CASES COUNTED AGAINST EACH IN THIS RUN.                   *
020100*-----------------------------------------------------------*
020200 01  WS-STD-TABLE.
020300     05  WS-SD-ENTRY OCCURS 3 TIMES.
020400         10  WS-SD-CODE          PIC X(02).
020500         10  WS-SD-DESCRIPTION   PIC X(30).
020600         10  WS-SD-ON-FILE-SW    PIC X(01).
020700             88  WS-SD-ON-FILE           VALUE "Y".
020800         10  WS-SD-ALLOWED       PIC 9(04).
020900         10  WS-SD-COMP-AMT      PIC 9(05)V99.
021000         10  WS-SD-CASES         PIC 9(07).
021100         10  WS-SD-MISSED        PIC 9(07).
021200         10  WS-SD-ELAPSED-TOT   PIC 9(09).
021300         10  WS-SD-COMP-TOTAL    PIC 9(09)V99.

021400*-----------------------------------------------------------*
021500*    ROUTE BOOK - METER TO ROUTE AND, ONCE THE MAP IS LOADED,  *
021600*    ROUTE TO FEEDER                                           *
021700*-----------------------------------------------------------*
021800 01  WS-BOOK-TABLE.
021900     05  WS-BK-ENTRY OCCURS 2000 TIMES.
022000         10  WS-BK-CUST-ID       PIC X(10).
022100         10  WS-BK-ROUTE-ID      PIC X(04).
022200         10  WS-BK-FEEDER-ID     PIC X(06).
022300 01  WS-BOOK-COUNT               PIC 9(04) VALUE ZERO.

022400 01  WS-MAP-TABLE.
022500     05  WS-MP-ENTRY OCCURS 200 TIMES
022600                     INDEXED BY WS-MP-IDX.
022700         10  WS-MP-ROUTE-ID      PIC X(04).
022800         10  WS-MP-FEEDER-ID     PIC X(06).
022900 01  WS-MAP-COUNT                PIC 9(03) VALUE ZERO.

023000*-----------------------------------------------------------*
023100*    THE ADJUSTMENTS ALREADY KEYED FOR THE NEXT BILLING RUN,   *
023200*    WITH THE COMPENSATION CREDITS MERGED IN CUSTOMER ORDER -  *
023300*    THE BILLING RUN CONSUMES ADJTXN IN CUSTOMER SEQUENCE.     *
023400*-----------------------------------------------------------*
023500 01  WS-ADJ-TABLE.
023600     05  WS-AJ-ENTRY OCCURS 5000 TIMES.
023700         10  WS-AJ-CUST-ID       PIC X(10).
023800         10  WS-AJ-REST          PIC X(48).
023900 01  WS-ADJ-COUNT                PIC 9(04) VALUE ZERO.
024000 01  WS-ADJ-ADDED                PIC 9(04) VALUE ZERO.
024000 COPY RPTPARM.

024100 PROCEDURE DIVISION.
024200 0000-MAINLINE SECTION.
024300     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
024400     IF NOT WS-ABORT
024500         IF WS-FUNC-MONTHLY
024600             PERFORM 2000-MEASURE-CONNECTIONS THRU 2000-EXIT
024700             PERFORM 3000-MEASURE-RECONNECTIONS THRU 3000-EXIT
024800             PERFORM 4000-MEASURE-RESTORATIONS THRU 4000-EXIT
024900             PERFORM 5000-MONTH-TOTALS THRU 5000-EXIT
025000             PERFORM 5500-REWRITE-ADJUSTMENTS THRU 5500-EXIT
025100         ELSE
025200             PERFORM 6000-QUARTERLY-RETURN THRU 6000-EXIT
025300         END-IF
025400     END-IF.
025500     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
025600     STOP RUN.

025700 1000-INITIALIZE.
025800     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
025900     ACCEPT WS-SYSTEM-TIME FROM TIME.
026000     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
026100     ACCEPT WS-OPERATOR-ID.
026200     DISPLAY "FUNCTION (M=MONTHLY COMPENSATION Q=QUARTERLY "
026300         "RETURN): " WITH NO ADVANCING.
026400     ACCEPT WS-FUNCTION.
026500     OPEN EXTEND RUNLOG.
026600     IF NOT FS-RUNLOG-OK
026700         DISPLAY "BILSOPC: UNABLE TO OPEN RUNLOG, STATUS "
026800             FS-RUNLOG
026900         MOVE "Y" TO WS-ABORT-SW
027000         GO TO 1000-EXIT
027100     END-IF.
027200     IF NOT WS-FUNC-MONTHLY AND NOT WS-FUNC-QUARTERLY
027300         DISPLAY "BILSOPC: UNKNOWN FUNCTION " WS-FUNCTION
027400         MOVE "Y" TO WS-ABORT-SW
027500         GO TO 1000-EXIT
027600     END-IF.
027700     PERFORM 1100-LOAD-STANDARDS THRU 1100-EXIT.
027800     IF WS-ABORT
027900         GO TO 1000-EXIT
028000     END-IF.
028100     IF WS-FUNC-QUARTERLY
028200         PERFORM 1500-OPEN-QUARTERLY THRU 1500-EXIT
028300         GO TO 1000-EXIT
028400     END-IF.
028500     DISPLAY "MONTH TO MEASURE (YYYYMM, BLANK=LAST MONTH): "
028600         WITH NO ADVANCING.
028700     ACCEPT WS-PERIOD.
028800     IF WS-PERIOD NOT NUMERIC OR WS-PERIOD = ZERO
028900         MOVE WS-SYS-YYYYMM TO WS-PERIOD
029000         IF WS-PERIOD-MM = 1
029100             SUBTRACT 1 FROM WS-PERIOD-YYYY
029200             MOVE 12 TO WS-PERIOD-MM
029300         ELSE
029400             SUBTRACT 1 FROM WS-PERIOD-MM
029500         END-IF
029600     END-IF.
029700     IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
029800         OR WS-PERIOD NOT < WS-SYS-YYYYMM
029900         DISPLAY "BILSOPC: MONTH " WS-PERIOD
030000             " IS NOT A COMPLETED MONTH"
030100         MOVE "Y" TO WS-ABORT-SW
030200         GO TO 1000-EXIT
030300     END-IF.
030400     PERFORM 1200-CHECK-REGISTER THRU 1200-EXIT.
030500     IF WS-ALREADY-RUN
030600         DISPLAY "BILSOPC: MONTH " WS-PERIOD
030700             " IS ALREADY ON THE REGISTER - NOT RUN AGAIN"
030800         MOVE "Y" TO WS-ABORT-SW
030900         GO TO 1000-EXIT
031000     END-IF.
031100     PERFORM 1300-LOAD-ADJUSTMENTS THRU 1300-EXIT.
031200     IF WS-ABORT
031300         GO TO 1000-EXIT
031400     END-IF.
031500     OPEN INPUT CUSTMAS.
031600     IF NOT FS-CUSTMAS-OK
031700         DISPLAY "BILSOPC: UNABLE TO OPEN CUSTMAS, STATUS "
031800             FS-CUSTMAS
031900         MOVE "Y" TO WS-ABORT-SW
032000         GO TO 1000-EXIT
032100     END-IF.
032200     OPEN EXTEND SOPREG.
032300     IF NOT FS-SOPREG-OK
032400         OPEN OUTPUT SOPREG
032500     END-IF.
032600     IF NOT FS-SOPREG-OK
032700         DISPLAY "BILSOPC: UNABLE TO OPEN SOPREG, STATUS "
032800             FS-SOPREG
032900         CLOSE CUSTMAS
033000         MOVE "Y" TO WS-ABORT-SW
033100         GO TO 1000-EXIT
033200     END-IF.
033300     OPEN OUTPUT SOPRPT.
033400     IF NOT FS-SOPRPT-OK
033500         DISPLAY "BILSOPC: UNABLE TO OPEN SOPRPT, STATUS "
033600             FS-SOPRPT
033700         CLOSE CUSTMAS
033800         CLOSE SOPREG
033900         MOVE "Y" TO WS-ABORT-SW
034000         GO TO 1000-EXIT
034100     END-IF.
034200     MOVE SPACES TO WS-RPT-LINE.
034300     STRING "STANDARDS OF PERFORMANCE - CASES MISSED IN "
034400         WS-PERIOD "   RUN " WS-SYSTEM-DATE
034500         DELIMITED BY SIZE INTO WS-RPT-LINE.
034600     WRITE SX-LINE FROM WS-RPT-LINE.
034700     MOVE SPACES TO WS-RPT-LINE.
034800     WRITE SX-LINE FROM WS-RPT-LINE.
034900     MOVE "ST REFERENCE  CUST-ID    FROM     TO"
035000         TO WS-RPT-LINE.
035100     MOVE "TAKEN" TO WS-RPT-LINE(44:5).
035200     MOVE "ALLOWED" TO WS-RPT-LINE(55:7).
035300     MOVE "COMPENSATION" TO WS-RPT-LINE(63:12).
035400     WRITE SX-LINE FROM WS-RPT-LINE.
035500 1000-EXIT.
035600     EXIT.

035700*-----------------------------------------------------------*
035800*    THE STANDARDS TABLE - A STANDARD NOT ON FILE IS NOT       *
035900*    MEASURED.                                                 *
036000*-----------------------------------------------------------*
036100 1100-LOAD-STANDARDS.
036200     INITIALIZE WS-STD-TABLE.
036300     MOVE "NC" TO WS-SD-CODE(1).
036400     MOVE "RC" TO WS-SD-CODE(2).
036500     MOVE "SR" TO WS-SD-CODE(3).
036600     OPEN INPUT SOPSTD.
036700     IF NOT FS-SOPSTD-OK
036800         DISPLAY "BILSOPC: UNABLE TO OPEN SOPSTD, STATUS "
036900             FS-SOPSTD
037000         MOVE "Y" TO WS-ABORT-SW
037100         GO TO 1100-EXIT
037200     END-IF.
037300     PERFORM 1110-STORE-STANDARD THRU 1110-EXIT
037400         UNTIL WS-PS-EOF.
037500     CLOSE SOPSTD.
037600 1100-EXIT.
037700     EXIT.

037800 1110-STORE-STANDARD.
037900     READ SOPSTD
038000         AT END
038100             MOVE "Y" TO WS-PS-EOF-SW
038200             GO TO 1110-EXIT
038300     END-READ.
038400     EVALUATE TRUE
038500         WHEN PS-STD-NEW-CONNECTION
038600             MOVE 1 TO WS-STD-SUB
038700         WHEN PS-STD-RECONNECTION
038800             MOVE 2 TO WS-STD-SUB
038900         WHEN PS-STD-RESTORATION
039000             MOVE 3 TO WS-STD-SUB
039100         WHEN OTHER
039200             DISPLAY "BILSOPC: STANDARD " PS-STANDARD
039300                 " NOT KNOWN - IGNORED"
039400             GO TO 1110-EXIT
039500     END-EVALUATE.
039600     IF PS-ALLOWED NOT NUMERIC OR PS-COMP-AMT NOT NUMERIC
039700         DISPLAY "BILSOPC: STANDARD " PS-STANDARD
039800             " HAS NO VALID TIME OR AMOUNT - IGNORED"
039900         GO TO 1110-EXIT
040000     END-IF.
040100     MOVE PS-DESCRIPTION TO WS-SD-DESCRIPTION(WS-STD-SUB).
040200     MOVE PS-ALLOWED     TO WS-SD-ALLOWED(WS-STD-SUB).
040300     MOVE PS-COMP-AMT    TO WS-SD-COMP-AMT(WS-STD-SUB).
040400     MOVE "Y"            TO WS-SD-ON-FILE-SW(WS-STD-SUB).
040500 1110-EXIT.
040600     EXIT.

040700 1200-CHECK-REGISTER.
040800     OPEN INPUT SOPREG.
040900     IF NOT FS-SOPREG-OK
041000         GO TO 1200-EXIT
041100     END-IF.
041200     PERFORM 1210-CHECK-ONE THRU 1210-EXIT
041300         UNTIL WS-SO-EOF.
041400     CLOSE SOPREG.
041500 1200-EXIT.
041600     EXIT.

041700 1210-CHECK-ONE.
041800     READ SOPREG
041900         AT END
042000             MOVE "Y" TO WS-SO-EOF-SW
042100             GO TO 1210-EXIT
042200     END-READ.
042300     ADD 1 TO WS-REG-READ.
042400     IF SO-RUN-PERIOD = WS-PERIOD
042500         MOVE "Y" TO WS-ALREADY-RUN-SW
042600         MOVE "Y" TO WS-SO-EOF-SW
042700     END-IF.
042800 1210-EXIT.
042900     EXIT.

043000 1300-LOAD-ADJUSTMENTS.
043100     OPEN INPUT ADJTXN.
043200     IF NOT FS-ADJTXN-OK
043300         GO TO 1300-EXIT
043400     END-IF.
043500     PERFORM 1310-STORE-ADJUSTMENT THRU 1310-EXIT
043600         UNTIL WS-AJ-EOF.
043700     CLOSE ADJTXN.
043800 1300-EXIT.
043900     EXIT.

044000 1310-STORE-ADJUSTMENT.
044100     READ ADJTXN
044200         AT END
044300             MOVE "Y" TO WS-AJ-EOF-SW
044400             GO TO 1310-EXIT
044500     END-READ.
044600     IF WS-ADJ-COUNT >= 5000
044700         DISPLAY "BILSOPC: ADJTXN HOLDS MORE THAN 5000 ENTRIES"
044800             " - RUN ABANDONED"
044900         MOVE "Y" TO WS-ABORT-SW
045000         MOVE "Y" TO WS-AJ-EOF-SW
045100         GO TO 1310-EXIT
045200     END-IF.
045300     ADD 1 TO WS-ADJ-COUNT.
045400     MOVE ADJ-RECORD TO WS-AJ-ENTRY(WS-ADJ-COUNT).
045500 1310-EXIT.
045600     EXIT.

045700 1500-OPEN-QUARTERLY.
045800     DISPLAY "QUARTER (YYYYQ): " WITH NO ADVANCING.
045900     ACCEPT WS-QUARTER.
046000     IF WS-QUARTER NOT NUMERIC
046100         OR WS-QUARTER-Q < 1 OR WS-QUARTER-Q > 4
046200         DISPLAY "BILSOPC: QUARTER " WS-QUARTER " NOT VALID"
046300         MOVE "Y" TO WS-ABORT-SW
046400         GO TO 1500-EXIT
046500     END-IF.
046600     COMPUTE WS-QTR-FROM = WS-QUARTER-YYYY * 100
046700         + (WS-QUARTER-Q - 1) * 3 + 1.
046800     COMPUTE WS-QTR-TO = WS-QTR-FROM + 2.
046900     OPEN INPUT SOPREG.
047000     IF NOT FS-SOPREG-OK
047100         DISPLAY "BILSOPC: UNABLE TO OPEN SOPREG, STATUS "
047200             FS-SOPREG
047300         MOVE "Y" TO WS-ABORT-SW
047400         GO TO 1500-EXIT
047500     END-IF.
047600     OPEN OUTPUT SOPRTN.
047700     IF NOT FS-SOPRTN-OK
047800         DISPLAY "BILSOPC: UNABLE TO OPEN SOPRTN, STATUS "
047900             FS-SOPRTN
048000         CLOSE SOPREG
048100         MOVE "Y" TO WS-ABORT-SW
048200     END-IF.
048300 1500-EXIT.
048400     EXIT.

048500*-----------------------------------------------------------*
048600*    NC - EVERY ACCOUNT CONNECTED IN THE MONTH THAT CARRIES    *
048700*    THE DATE IT WAS APPLIED FOR.  DAYS ELAPSED.               *
048800*-----------------------------------------------------------*
048900 2000-MEASURE-CONNECTIONS.
049000     IF NOT WS-SD-ON-FILE(1)
049100         DISPLAY "BILSOPC: NO NC STANDARD ON SOPSTD - NEW"
049200             " CONNECTIONS NOT MEASURED"
049300         GO TO 2000-EXIT
049400     END-IF.
049500     MOVE 1 TO WS-STD-SUB.
049600     MOVE "N" TO WS-EOF-SW.
049700     MOVE LOW-VALUES TO CM-CUST-ID.
049800     START CUSTMAS KEY IS > CM-CUST-ID
049900         INVALID KEY
050000             MOVE "Y" TO WS-EOF-SW
050100     END-START.
050200     PERFORM 2100-CHECK-CONNECTION THRU 2100-EXIT
050300         UNTIL WS-EOF.
050400 2000-EXIT.
050500     EXIT.

050600 2100-CHECK-CONNECTION.
050700     READ CUSTMAS NEXT RECORD
050800         AT END
050900             MOVE "Y" TO WS-EOF-SW
051000             GO TO 2100-EXIT
051100     END-READ.
051200     IF CM-CONNECT-DATE NOT NUMERIC OR CM-APPLY-DATE NOT NUMERIC
051300         GO TO 2100-EXIT
051400     END-IF.
051500     IF CM-APPLY-DATE = ZERO
051600         OR CM-CONNECT-DATE(1:6) NOT = WS-PERIOD
051700         GO TO 2100-EXIT
051800     END-IF.
051900     COMPUTE WS-ELAPSED =
052000         FUNCTION INTEGER-OF-DATE(CM-CONNECT-DATE)
052100         - FUNCTION INTEGER-OF-DATE(CM-APPLY-DATE).
052200     IF WS-ELAPSED < 0
052300         MOVE ZERO TO WS-ELAPSED
052400     END-IF.
052500     MOVE CM-CUST-ID      TO WS-REFERENCE.
052600     MOVE SPACES          TO SO-RECORD.
052700     MOVE CM-CUST-ID      TO SO-CUST-ID.
052800     MOVE CM-APPLY-DATE   TO SO-START-DATE.
052900     MOVE CM-CONNECT-DATE TO SO-END-DATE.
053000     PERFORM 7000-RECORD-CASE THRU 7000-EXIT.
053100 2100-EXIT.
053200     EXIT.

053300*-----------------------------------------------------------*
053400*    RC - EVERY RECONNECTION ORDER COMPLETED IN THE MONTH.     *
053500*    THE ORDER IS RAISED BY THE RECONNECTION SWEEP ONCE THE    *
053600*    ARREARS ARE CLEARED.  DAYS ELAPSED.                       *
053700*-----------------------------------------------------------*
053800 3000-MEASURE-RECONNECTIONS.
053900     IF NOT WS-SD-ON-FILE(2)
054000         DISPLAY "BILSOPC: NO RC STANDARD ON SOPSTD -"
054100             " RECONNECTIONS NOT MEASURED"
054200         GO TO 3000-EXIT
054300     END-IF.
054400     MOVE 2 TO WS-STD-SUB.
054500     MOVE "N" TO WS-EOF-SW.
054600     OPEN INPUT DISCWO.
054700     IF NOT FS-DISCWO-OK
054800         DISPLAY "BILSOPC: NO DISCWO FILE - RECONNECTIONS NOT"
054900             " MEASURED"
055000         GO TO 3000-EXIT
055100     END-IF.
055200     PERFORM 3100-CHECK-ORDER THRU 3100-EXIT
055300         UNTIL WS-EOF.
055400     CLOSE DISCWO.
055500 3000-EXIT.
055600     EXIT.

055700 3100-CHECK-ORDER.
055800     READ DISCWO
055900         AT END
056000             MOVE "Y" TO WS-EOF-SW
056100             GO TO 3100-EXIT
056200     END-READ.
056300     IF NOT WO-TYPE-RECONNECT OR NOT WO-STAT-COMPLETED
056400         GO TO 3100-EXIT
056500     END-IF.
056600     IF WO-COMPLETE-DATE NOT NUMERIC OR WO-ISSUE-DATE NOT NUMERIC
056700         GO TO 3100-EXIT
056800     END-IF.
056900     IF WO-COMPLETE-DATE(1:6) NOT = WS-PERIOD
057000         OR WO-ISSUE-DATE = ZERO
057100         GO TO 3100-EXIT
057200     END-IF.
057300     COMPUTE WS-ELAPSED =
057400         FUNCTION INTEGER-OF-DATE(WO-COMPLETE-DATE)
057500         - FUNCTION INTEGER-OF-DATE(WO-ISSUE-DATE).
057600     IF WS-ELAPSED < 0
057700         MOVE ZERO TO WS-ELAPSED
057800     END-IF.
057900     MOVE WO-ORDER-NO      TO WS-ORDER-NO-X.
058000     MOVE WS-ORDER-NO-X    TO WS-REFERENCE.
058100     MOVE SPACES           TO SO-RECORD.
058200     MOVE WO-CUST-ID       TO SO-CUST-ID.
058300     MOVE WO-ISSUE-DATE    TO SO-START-DATE.
058400     MOVE WO-COMPLETE-DATE TO SO-END-DATE.
058500     PERFORM 7000-RECORD-CASE THRU 7000-EXIT.
058600 3100-EXIT.
058700     EXIT.

058800*-----------------------------------------------------------*
058900*    SR - EVERY UNPLANNED OUTAGE RESTORED IN THE MONTH, ONE    *
059000*    CASE FOR EACH LIVE ACCOUNT ON THE FEEDER.  WHOLE HOURS    *
059100*    ELAPSED, ANY PART HOUR COUNTING AS ONE.                   *
059200*-----------------------------------------------------------*
059300 4000-MEASURE-RESTORATIONS.
059400     IF NOT WS-SD-ON-FILE(3)
059500         DISPLAY "BILSOPC: NO SR STANDARD ON SOPSTD - SUPPLY"
059600             " RESTORATIONS NOT MEASURED"
059700         GO TO 4000-EXIT
059800     END-IF.
059900     MOVE 3 TO WS-STD-SUB.
060000     PERFORM 4100-LOAD-ROUTE-BOOK THRU 4100-EXIT.
060100     PERFORM 4200-LOAD-FEEDER-MAP THRU 4200-EXIT.
060200     IF WS-BOOK-COUNT = 0 OR WS-MAP-COUNT = 0
060300         DISPLAY "BILSOPC: ROUTE BOOK OR FEEDER MAP NOT"
060400             " AVAILABLE - RESTORATIONS NOT MEASURED"
060500         GO TO 4000-EXIT
060600     END-IF.
060700     PERFORM 4300-SET-BOOK-FEEDER THRU 4300-EXIT
060800         VARYING WS-BK-SUB FROM 1 BY 1
060900         UNTIL WS-BK-SUB > WS-BOOK-COUNT.
061000     OPEN INPUT OUTAGE.
061100     IF NOT FS-OUTAGE-OK
061200         DISPLAY "BILSOPC: NO OUTAGE REGISTER - RESTORATIONS"
061300             " NOT MEASURED"
061400         GO TO 4000-EXIT
061500     END-IF.
061600     MOVE "N" TO WS-EOF-SW.
061700     PERFORM 4400-CHECK-OUTAGE THRU 4400-EXIT
061800         UNTIL WS-EOF.
061900     CLOSE OUTAGE.
062000 4000-EXIT.
062100     EXIT.

062200 4100-LOAD-ROUTE-BOOK.
062300     OPEN INPUT RTEBOOK.
062400     IF NOT FS-RTEBOOK-OK
062500         GO TO 4100-EXIT
062600     END-IF.
062700     READ RTEBOOK
062800         AT END
062900             MOVE "Y" TO WS-RB-EOF-SW
063000     END-READ.
063100     PERFORM 4110-STORE-BOOK-ENTRY THRU 4110-EXIT
063200         UNTIL WS-RB-EOF.
063300     CLOSE RTEBOOK.
063400 4100-EXIT.
063500     EXIT.

063600 4110-STORE-BOOK-ENTRY.
063700     IF WS-BOOK-COUNT >= 2000
063800         DISPLAY "BILSOPC: ROUTE BOOK TABLE FULL - SOME"
063900             " CUSTOMERS NOT MEASURED FOR RESTORATION"
064000         MOVE "Y" TO WS-RB-EOF-SW
064100         GO TO 4110-EXIT
064200     END-IF.
064300     ADD 1 TO WS-BOOK-COUNT.
064400     MOVE RB-CUST-ID  TO WS-BK-CUST-ID(WS-BOOK-COUNT).
064500     MOVE RB-ROUTE-ID TO WS-BK-ROUTE-ID(WS-BOOK-COUNT).
064600     MOVE SPACES      TO WS-BK-FEEDER-ID(WS-BOOK-COUNT).
064700     READ RTEBOOK
064800         AT END
064900             MOVE "Y" TO WS-RB-EOF-SW
065000     END-READ.
065100 4110-EXIT.
065200     EXIT.

065300 4200-LOAD-FEEDER-MAP.
065400     OPEN INPUT RTEFDR.
065500     IF NOT FS-RTEFDR-OK
065600         GO TO 4200-EXIT
065700     END-IF.
065800     READ RTEFDR
065900         AT END
066000             MOVE "Y" TO WS-RF-EOF-SW
066100     END-READ.
066200     PERFORM 4210-STORE-MAP-ENTRY THRU 4210-EXIT
066300         UNTIL WS-RF-EOF.
066400     CLOSE RTEFDR.
066500 4200-EXIT.
066600     EXIT.

066700 4210-STORE-MAP-ENTRY.
066800     IF WS-MAP-COUNT >= 200
066900         DISPLAY "BILSOPC: FEEDER MAP TABLE FULL - SOME"
067000             " CUSTOMERS NOT MEASURED FOR RESTORATION"
067100         MOVE "Y" TO WS-RF-EOF-SW
067200         GO TO 4210-EXIT
067300     END-IF.
067400     ADD 1 TO WS-MAP-COUNT.
067500     MOVE RF-ROUTE-ID  TO WS-MP-ROUTE-ID(WS-MAP-COUNT).
067600     MOVE RF-FEEDER-ID TO WS-MP-FEEDER-ID(WS-MAP-COUNT).
067700     READ RTEFDR
067800         AT END
067900             MOVE "Y" TO WS-RF-EOF-SW
068000     END-READ.
068100 4210-EXIT.
068200     EXIT.

068300 4300-SET-BOOK-FEEDER.
068400     SET WS-MP-IDX TO 1.
068500     SEARCH WS-MP-ENTRY
068600         AT END
068700             CONTINUE
068800         WHEN WS-MP-ROUTE-ID(WS-MP-IDX) =
068900                 WS-BK-ROUTE-ID(WS-BK-SUB)
069000             MOVE WS-MP-FEEDER-ID(WS-MP-IDX)
069100                 TO WS-BK-FEEDER-ID(WS-BK-SUB)
069200     END-SEARCH.
069300 4300-EXIT.
069400     EXIT.

069500 4400-CHECK-OUTAGE.
069600     READ OUTAGE NEXT RECORD
069700         AT END
069800             MOVE "Y" TO WS-EOF-SW
069900             GO TO 4400-EXIT
070000     END-READ.
070100     IF NOT OG-STAT-RESTORED OR NOT OG-UNPLANNED
070200         GO TO 4400-EXIT
070300     END-IF.
070400     IF OG-END-DATE(1:6) NOT = WS-PERIOD
070500         GO TO 4400-EXIT
070600     END-IF.
070700     COMPUTE WS-ELAPSED = (OG-DURATION-MIN + 59) / 60.
070800     PERFORM 4410-CHECK-BOOK-ENTRY THRU 4410-EXIT
070900         VARYING WS-BK-SUB FROM 1 BY 1
071000         UNTIL WS-BK-SUB > WS-BOOK-COUNT.
071100 4400-EXIT.
071200     EXIT.

071300 4410-CHECK-BOOK-ENTRY.
071400     IF WS-BK-FEEDER-ID(WS-BK-SUB) NOT = OG-FEEDER-ID
071500         GO TO 4410-EXIT
071600     END-IF.
071700     MOVE WS-BK-CUST-ID(WS-BK-SUB) TO CM-CUST-ID.
071800     READ CUSTMAS
071900         INVALID KEY
072000             GO TO 4410-EXIT
072100     END-READ.
072200     IF CM-STAT-CLOSED
072300         GO TO 4410-EXIT
072400     END-IF.
072500     MOVE OG-OUTAGE-ID   TO WS-REFERENCE.
072600     MOVE SPACES         TO SO-RECORD.
072700     MOVE CM-CUST-ID     TO SO-CUST-ID.
072800     MOVE OG-START-DATE  TO SO-START-DATE.
072900     MOVE OG-END-DATE    TO SO-END-DATE.
073000     PERFORM 7000-RECORD-CASE THRU 7000-EXIT.
073100 4410-EXIT.
073200     EXIT.

073300 5000-MONTH-TOTALS.
073400     MOVE SPACES TO WS-RPT-LINE.
073500     WRITE SX-LINE FROM WS-RPT-LINE.
073600     PERFORM 5100-STANDARD-TOTAL THRU 5100-EXIT
073700         VARYING WS-STD-SUB FROM 1 BY 1
073800         UNTIL WS-STD-SUB > 3.
073900     MOVE SPACES TO WS-RPT-LINE.
074000     MOVE WS-COMP-TOTAL TO WS-AMT-ED.
074100     STRING "TOTAL COMPENSATION CREDITED  " WS-AMT-ED
074200         DELIMITED BY SIZE INTO WS-RPT-LINE.
074300     WRITE SX-LINE FROM WS-RPT-LINE.
074400     IF WS-NOT-CREDITED > 0
074500         MOVE SPACES TO WS-RPT-LINE
074600         MOVE WS-NOT-CREDITED TO WS-COUNT-ED
074700         STRING "CASES MISSED BUT NOT CREDITED " WS-COUNT-ED
074800             " - ADJTXN FULL, CREDIT BY HAND"
074900             DELIMITED BY SIZE INTO WS-RPT-LINE
075000         WRITE SX-LINE FROM WS-RPT-LINE
075100     END-IF.
075200 5000-EXIT.
075300     EXIT.

075400 5100-STANDARD-TOTAL.
075500     MOVE SPACES TO WS-RPT-LINE.
075600     MOVE WS-SD-CASES(WS-STD-SUB) TO WS-COUNT-ED.
075700     STRING WS-SD-CODE(WS-STD-SUB) " MEASURED " WS-COUNT-ED
075800         DELIMITED BY SIZE INTO WS-RPT-LINE.
075900     MOVE WS-SD-MISSED(WS-STD-SUB) TO WS-COUNT-ED.
076000     MOVE "MISSED" TO WS-RPT-LINE(22:6).
076100     MOVE WS-COUNT-ED TO WS-RPT-LINE(28:7).
076200     MOVE WS-SD-COMP-TOTAL(WS-STD-SUB) TO WS-AMT-ED.
076300     MOVE "COMPENSATION" TO WS-RPT-LINE(37:12).
076400     MOVE WS-AMT-ED TO WS-RPT-LINE(50:13).
076500     WRITE SX-LINE FROM WS-RPT-LINE.
076600 5100-EXIT.
076700     EXIT.

076800*-----------------------------------------------------------*
076900*    THE MERGED ADJUSTMENTS REPLACE ADJTXN - ONLY IF THIS RUN  *
077000*    ADDED A CREDIT.                                           *
077100*-----------------------------------------------------------*
077200 5500-REWRITE-ADJUSTMENTS.
077300     IF WS-ADJ-ADDED = 0
077400         GO TO 5500-EXIT
077500     END-IF.
077600     OPEN OUTPUT ADJTXN.
077700     IF NOT FS-ADJTXN-OK
077800         DISPLAY "BILSOPC: UNABLE TO REWRITE ADJTXN, STATUS "
077900             FS-ADJTXN " - COMPENSATION NOT CREDITED"
078000         GO TO 5500-EXIT
078100     END-IF.
078200     PERFORM 5510-WRITE-ADJUSTMENT THRU 5510-EXIT
078300         VARYING WS-AJ-SUB FROM 1 BY 1
078400         UNTIL WS-AJ-SUB > WS-ADJ-COUNT.
078500     CLOSE ADJTXN.
078600 5500-EXIT.
078700     EXIT.

078800 5510-WRITE-ADJUSTMENT.
078900     MOVE WS-AJ-ENTRY(WS-AJ-SUB) TO ADJ-RECORD.
079000     WRITE ADJ-RECORD.
079100 5510-EXIT.
079200     EXIT.

079300*-----------------------------------------------------------*
079400*    QUARTERLY RETURN - EVERY CASE ON THE REGISTER FOR THE     *
079500*    QUARTER'S THREE MONTHS, BY STANDARD.                      *
079600*-----------------------------------------------------------*
079700 6000-QUARTERLY-RETURN.
079800     PERFORM 6100-ADD-CASE THRU 6100-EXIT
079900         UNTIL WS-SO-EOF.
080000     MOVE SPACES TO WS-RPT-LINE.
080100     STRING "STANDARDS OF PERFORMANCE - COMPLIANCE RETURN FOR "
080200         "QUARTER " WS-QUARTER-Q " OF " WS-QUARTER-YYYY
080300         DELIMITED BY SIZE INTO WS-RPT-LINE.
080400     WRITE SN-LINE FROM WS-RPT-LINE.
080500     MOVE SPACES TO WS-RPT-LINE.
080600     STRING "MONTHS " WS-QTR-FROM " TO " WS-QTR-TO
080700         "   PREPARED " WS-SYSTEM-DATE
080800         DELIMITED BY SIZE INTO WS-RPT-LINE.
080900     WRITE SN-LINE FROM WS-RPT-LINE.
081000     MOVE SPACES TO WS-RPT-LINE.
081100     WRITE SN-LINE FROM WS-RPT-LINE.
081200     PERFORM 6200-RETURN-STANDARD THRU 6200-EXIT
081300         VARYING WS-STD-SUB FROM 1 BY 1
081400         UNTIL WS-STD-SUB > 3.
081500     MOVE SPACES TO WS-RPT-LINE.
081600     WRITE SN-LINE FROM WS-RPT-LINE.
081700     MOVE WS-COMP-TOTAL TO WS-AMT-ED.
081800     STRING "TOTAL COMPENSATION PAID        RS " WS-AMT-ED
081900         DELIMITED BY SIZE INTO WS-RPT-LINE.
082000     WRITE SN-LINE FROM WS-RPT-LINE.
082100 6000-EXIT.
082200     EXIT.

082300 6100-ADD-CASE.
082400     READ SOPREG
082500         AT END
082600             MOVE "Y" TO WS-SO-EOF-SW
082700             GO TO 6100-EXIT
082800     END-READ.
082900     ADD 1 TO WS-REG-READ.
083000     IF SO-RUN-PERIOD < WS-QTR-FROM OR SO-RUN-PERIOD > WS-QTR-TO
083100         GO TO 6100-EXIT
083200     END-IF.
083300     EVALUATE SO-STANDARD
083400         WHEN "NC"
083500             MOVE 1 TO WS-STD-SUB
083600         WHEN "RC"
083700             MOVE 2 TO WS-STD-SUB
083800         WHEN "SR"
083900             MOVE 3 TO WS-STD-SUB
084000         WHEN OTHER
084100             GO TO 6100-EXIT
084200     END-EVALUATE.
084300     ADD 1 TO WS-SD-CASES(WS-STD-SUB).
084400     ADD 1 TO WS-EVENTS-MEASURED.
084500     ADD SO-ELAPSED TO WS-SD-ELAPSED-TOT(WS-STD-SUB).
084600     IF SO-MISSED
084700         ADD 1 TO WS-SD-MISSED(WS-STD-SUB)
084800         ADD 1 TO WS-EVENTS-MISSED
084900         ADD SO-COMP-AMT TO WS-SD-COMP-TOTAL(WS-STD-SUB)
085000         ADD SO-COMP-AMT TO WS-COMP-TOTAL
085100     END-IF.
085200 6100-EXIT.
085300     EXIT.

085400 6200-RETURN-STANDARD.
085500     MOVE SPACES TO WS-RPT-LINE.
085600     STRING WS-SD-CODE(WS-STD-SUB) " "
085700         WS-SD-DESCRIPTION(WS-STD-SUB)
085800         DELIMITED BY SIZE INTO WS-RPT-LINE.
085900     MOVE WS-SD-ALLOWED(WS-STD-SUB) TO WS-DAYS-ED.
086000     IF WS-STD-SUB = 3
086100         STRING "ALLOWED " WS-DAYS-ED " HOURS"
086200             DELIMITED BY SIZE INTO WS-RPT-LINE(36:20)
086300     ELSE
086400         STRING "ALLOWED " WS-DAYS-ED " DAYS"
086500             DELIMITED BY SIZE INTO WS-RPT-LINE(36:20)
086600     END-IF.
086700     WRITE SN-LINE FROM WS-RPT-LINE.
086800     MOVE SPACES TO WS-RPT-LINE.
086900     MOVE WS-SD-CASES(WS-STD-SUB) TO WS-COUNT-ED.
087000     STRING "   CASES " WS-COUNT-ED
087100         DELIMITED BY SIZE INTO WS-RPT-LINE.
087200     COMPUTE WS-COUNT-ED = WS-SD-CASES(WS-STD-SUB)
087300         - WS-SD-MISSED(WS-STD-SUB).
087400     MOVE "WITHIN" TO WS-RPT-LINE(18:6).
087500     MOVE WS-COUNT-ED TO WS-RPT-LINE(25:7).
087600     MOVE WS-SD-MISSED(WS-STD-SUB) TO WS-COUNT-ED.
087700     MOVE "MISSED" TO WS-RPT-LINE(34:6).
087800     MOVE WS-COUNT-ED TO WS-RPT-LINE(41:7).
087900     IF WS-SD-CASES(WS-STD-SUB) > 0
088000         COMPUTE WS-PCT ROUNDED =
088100             (WS-SD-CASES(WS-STD-SUB) - WS-SD-MISSED(WS-STD-SUB))
088200             * 100 / WS-SD-CASES(WS-STD-SUB)
088300     ELSE
088400         MOVE 100 TO WS-PCT
088500     END-IF.
088600     MOVE WS-PCT TO WS-PCT-ED.
088700     MOVE "PCT WITHIN" TO WS-RPT-LINE(50:10).
088800     MOVE WS-PCT-ED TO WS-RPT-LINE(61:5).
088900     WRITE SN-LINE FROM WS-RPT-LINE.
089000     MOVE SPACES TO WS-RPT-LINE.
089100     IF WS-SD-CASES(WS-STD-SUB) > 0
089200         COMPUTE WS-DAYS-ED ROUNDED =
089300             WS-SD-ELAPSED-TOT(WS-STD-SUB)
089400             / WS-SD-CASES(WS-STD-SUB)
089500     ELSE
089600         MOVE ZERO TO WS-DAYS-ED
089700     END-IF.
089800     MOVE WS-SD-COMP-TOTAL(WS-STD-SUB) TO WS-AMT-ED.
089900     STRING "   AVERAGE TAKEN " WS-DAYS-ED
090000         "   COMPENSATION PAID RS " WS-AMT-ED
090100         DELIMITED BY SIZE INTO WS-RPT-LINE.
090200     WRITE SN-LINE FROM WS-RPT-LINE.
090300 6200-EXIT.
090400     EXIT.

090500*-----------------------------------------------------------*
090600*    ONE MEASURED CASE - SO-RECORD CARRIES THE CUSTOMER AND    *
090700*    DATES, WS-ELAPSED THE TIME TAKEN.  A MISSED STANDARD IS   *
090800*    CREDITED AND LISTED.                                      *
090900*-----------------------------------------------------------*
091000 7000-RECORD-CASE.
091100     MOVE WS-PERIOD               TO SO-RUN-PERIOD.
091200     MOVE WS-SD-CODE(WS-STD-SUB)  TO SO-STANDARD.
091300     MOVE WS-REFERENCE            TO SO-REFERENCE.
091400     MOVE WS-ELAPSED              TO SO-ELAPSED.
091500     MOVE WS-SD-ALLOWED(WS-STD-SUB) TO SO-ALLOWED.
091600     MOVE "N"                     TO SO-MISSED-SW.
091700     MOVE ZERO                    TO SO-COMP-AMT.
091800     ADD 1 TO WS-SD-CASES(WS-STD-SUB).
091900     ADD 1 TO WS-EVENTS-MEASURED.
092000     IF WS-ELAPSED > WS-SD-ALLOWED(WS-STD-SUB)
092100         MOVE "Y" TO SO-MISSED-SW
092200         ADD 1 TO WS-SD-MISSED(WS-STD-SUB)
092300         ADD 1 TO WS-EVENTS-MISSED
092400         PERFORM 7100-CREDIT-CUSTOMER THRU 7100-EXIT
092500         PERFORM 7200-LIST-CASE THRU 7200-EXIT
092600     END-IF.
092700     WRITE SO-RECORD.
092800 7000-EXIT.
092900     EXIT.

093000 7100-CREDIT-CUSTOMER.
093100     IF WS-SD-COMP-AMT(WS-STD-SUB) = ZERO
093200         GO TO 7100-EXIT
093300     END-IF.
093400     IF WS-ADJ-COUNT >= 5000
093500         ADD 1 TO WS-NOT-CREDITED
093600         GO TO 7100-EXIT
093700     END-IF.
093800     MOVE SPACES TO ADJ-RECORD.
093900     MOVE SO-CUST-ID TO ADJ-CUST-ID.
094000     COMPUTE ADJ-AMOUNT = 0 - WS-SD-COMP-AMT(WS-STD-SUB).
094100     SET ADJ-REASON-COMPENSATION TO TRUE.
094200     EVALUATE WS-STD-SUB
094300         WHEN 1
094400             MOVE "COMPENSATION - LATE CONNECTION"
094500                 TO ADJ-REASON-TEXT
094600         WHEN 2
094700             MOVE "COMPENSATION - LATE RECONNECT"
094800                 TO ADJ-REASON-TEXT
094900         WHEN OTHER
095000             MOVE "COMPENSATION - LATE RESTORE"
095100                 TO ADJ-REASON-TEXT
095200     END-EVALUATE.
095200     MOVE WS-OPERATOR-ID TO ADJ-OPERATOR-ID.
095300     PERFORM 7110-FIND-POSITION THRU 7110-EXIT.
095400     PERFORM 7120-SHIFT-DOWN THRU 7120-EXIT
095500         VARYING WS-AJ-SUB FROM WS-ADJ-COUNT BY -1
095600         UNTIL WS-AJ-SUB < WS-AJ-POS.
095700     MOVE ADJ-RECORD TO WS-AJ-ENTRY(WS-AJ-POS).
095800     ADD 1 TO WS-ADJ-COUNT.
095900     ADD 1 TO WS-ADJ-ADDED.
096000     MOVE WS-SD-COMP-AMT(WS-STD-SUB) TO SO-COMP-AMT.
096100     ADD SO-COMP-AMT TO WS-SD-COMP-TOTAL(WS-STD-SUB).
096200     ADD SO-COMP-AMT TO WS-COMP-TOTAL.
096300 7100-EXIT.
096400     EXIT.

096500*-----------------------------------------------------------*
096600*    THE CREDIT GOES AFTER EVERY ENTRY FOR THE SAME OR A       *
096700*    LOWER CUSTOMER ID.                                        *
096800*-----------------------------------------------------------*
096900 7110-FIND-POSITION.
097000     MOVE ZERO TO WS-AJ-POS.
097100     PERFORM 7115-CHECK-POSITION THRU 7115-EXIT
097200         VARYING WS-AJ-SUB FROM 1 BY 1
097300         UNTIL WS-AJ-SUB > WS-ADJ-COUNT OR WS-AJ-POS > 0.
097400     IF WS-AJ-POS = 0
097500         COMPUTE WS-AJ-POS = WS-ADJ-COUNT + 1
097600     END-IF.
097700 7110-EXIT.
097800     EXIT.

097900 7115-CHECK-POSITION.
098000     IF WS-AJ-CUST-ID(WS-AJ-SUB) > ADJ-CUST-ID
098100         MOVE WS-AJ-SUB TO WS-AJ-POS
098200     END-IF.
098300 7115-EXIT.
098400     EXIT.

098500 7120-SHIFT-DOWN.
098600     MOVE WS-AJ-ENTRY(WS-AJ-SUB) TO WS-AJ-ENTRY(WS-AJ-SUB + 1).
098700 7120-EXIT.
098800     EXIT.

098900 7200-LIST-CASE.
099000     MOVE SPACES TO WS-RPT-LINE.
099100     MOVE WS-ELAPSED TO WS-DAYS-ED.
099200     STRING SO-STANDARD " " SO-REFERENCE " " SO-CUST-ID " "
099300         SO-START-DATE " " SO-END-DATE " " WS-DAYS-ED
099400         DELIMITED BY SIZE INTO WS-RPT-LINE.
099500     MOVE SO-ALLOWED TO WS-DAYS-ED.
099600     MOVE WS-DAYS-ED TO WS-RPT-LINE(57:5).
099700     IF SO-COMP-AMT > ZERO
099800         MOVE SO-COMP-AMT TO WS-AMT-ED
099900         MOVE WS-AMT-ED TO WS-RPT-LINE(63:13)
100000     ELSE
100100         MOVE "NOT CREDITED" TO WS-RPT-LINE(63:12)
100200     END-IF.
100300     WRITE SX-LINE FROM WS-RPT-LINE.
100400 7200-EXIT.
100500     EXIT.

100600 9000-TERMINATE.
100700     IF NOT WS-ABORT
100800         IF WS-FUNC-MONTHLY
100900             CLOSE CUSTMAS
101000             CLOSE SOPREG
101100             CLOSE SOPRPT
101100             PERFORM 9680-FILE-REPORT THRU 9680-EXIT
101200         ELSE
101300             CLOSE SOPREG
101400             CLOSE SOPRTN
101400             PERFORM 9681-FILE-RETURN THRU 9681-EXIT
101500         END-IF
101600     END-IF.
101700     IF FS-RUNLOG-OK
101800         PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT
101900         CLOSE RUNLOG
102000     END-IF.
102100     DISPLAY "BILSOPC: " WS-EVENTS-MEASURED " CASE(S) MEASURED, "
102200         WS-EVENTS-MISSED " MISSED".
102300     MOVE WS-COMP-TOTAL TO WS-AMT-ED.
102400     DISPLAY "BILSOPC: COMPENSATION RS " WS-AMT-ED.
102500 9000-EXIT.
102600     EXIT.

102700 9600-WRITE-RUNLOG.
102800     MOVE "BILSOPC"          TO RL-PROGRAM-ID.
102900     MOVE WS-OPERATOR-ID     TO RL-OPERATOR-ID.
103000     MOVE WS-SYSTEM-DATE     TO RL-RUN-DATE.
103100     MOVE WS-SYSTEM-TIME     TO RL-RUN-TIME.
103200     MOVE "SOPREG"           TO RL-INPUT-FILE.
103300     MOVE WS-EVENTS-MEASURED TO RL-RECORDS-READ.
103400     MOVE WS-EVENTS-MISSED   TO RL-BILLS-PRODUCED.
103500     MOVE WS-NOT-CREDITED    TO RL-EXCEPTIONS.
103600     MOVE WS-COMP-TOTAL      TO RL-TOTAL-BILLED.
103700     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
103800     ACCEPT RL-END-TIME FROM TIME.
103900     WRITE RL-RECORD.
104000 9600-EXIT.
104100     EXIT.

104200*-----------------------------------------------------------*
104300*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
104400*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
104500*    OUTLIVES THE NEXT RUN.                                    *
104600*-----------------------------------------------------------*
104700 9680-FILE-REPORT.
104800     OPEN INPUT SOPRPT.
104900     IF NOT FS-SOPRPT-OK
105000         GO TO 9680-EXIT
105100     END-IF.
105200     MOVE "O"               TO RO-FUNCTION.
105300     MOVE "SOPRPT"          TO RO-REPORT-NAME.
105400     MOVE "BILSOPC"         TO RO-PROGRAM-ID.
105500     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
105600     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
105700     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
105800     MOVE WS-PERIOD         TO RO-PERIOD.
105900     CALL "BILRPTF" USING RO-PARMS.
106000     IF RO-OK
106100         MOVE "N" TO WS-RO-EOF-SW
106200         PERFORM 9690-FILE-LINE THRU 9690-EXIT
106300             UNTIL WS-RO-EOF
106400         MOVE "C"          TO RO-FUNCTION
106500         CALL "BILRPTF" USING RO-PARMS
106600     END-IF.
106700     CLOSE SOPRPT.
106800 9680-EXIT.
106900     EXIT.

107000 9690-FILE-LINE.
107100     READ SOPRPT
107200         AT END
107300             MOVE "Y" TO WS-RO-EOF-SW
107400             GO TO 9690-EXIT
107500     END-READ.
107600     MOVE "L"               TO RO-FUNCTION.
107700     MOVE SX-LINE           TO RO-LINE.
107800     CALL "BILRPTF" USING RO-PARMS.
107900 9690-EXIT.
108000     EXIT.

108000*-----------------------------------------------------------*
108000*    THE QUARTERLY RETURN IS FILED THE SAME WAY, UNDER THE     *
108000*    LAST MONTH OF THE QUARTER IT COVERS.                      *
108000*-----------------------------------------------------------*
108000 9681-FILE-RETURN.
108000     OPEN INPUT SOPRTN.
108000     IF NOT FS-SOPRTN-OK
108000         GO TO 9681-EXIT
108000     END-IF.
108000     MOVE "O"               TO RO-FUNCTION.
108000     MOVE "SOPRTN"          TO RO-REPORT-NAME.
108000     MOVE "BILSOPC"         TO RO-PROGRAM-ID.
108000     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
108000     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
108000     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
108000     MOVE WS-QTR-TO         TO RO-PERIOD.
108000     CALL "BILRPTF" USING RO-PARMS.
108000     IF RO-OK
108000         MOVE "N" TO WS-RO-EOF-SW
108000         PERFORM 9691-FILE-RETURN-LINE THRU 9691-EXIT
108000             UNTIL WS-RO-EOF
108000         MOVE "C"          TO RO-FUNCTION
108000         CALL "BILRPTF" USING RO-PARMS
108000     END-IF.
108000     CLOSE SOPRTN.
108000 9681-EXIT.
108000     EXIT.

108000 9691-FILE-RETURN-LINE.
108000     READ SOPRTN
108000         AT END
108000             MOVE "Y" TO WS-RO-EOF-SW
108000             GO TO 9691-EXIT
108000     END-READ.
108000     MOVE "L"               TO RO-FUNCTION.
108000     MOVE SN-LINE           TO RO-LINE.
108000     CALL "BILRPTF" USING RO-PARMS.
108000 9691-EXIT.
108000     EXIT.
