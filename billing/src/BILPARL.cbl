000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILPARL.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILPARL                                                     *
000900*  PARALLEL-RUN COMPARISON.  BEFORE A PROGRAM CHANGE OR A NEW  *
001000*  RATETAB SCHEDULE GOES LIVE, BILBATCH IS RUN TWICE ON COPIES *
001100*  OF THE FILES - RUN A ON THE LIVE VERSION, RUN B ON THE      *
001200*  CHANGED ONE.  THIS COMPARES THE TWO OUTPUTS CUSTOMER BY     *
001300*  CUSTOMER AND PERIOD BY PERIOD, EITHER:                      *
001400*    H - THE TWO BILLING HISTORIES, BILLHSTA AND BILLHSTB      *
001500*        (INDEXED COPIES OF BILLHIST), OPTIONALLY FOR ONE      *
001600*        PERIOD ONLY; OR                                       *
001700*    C - THE TWO BILLCSV EXTRACTS, BILLCSVA AND BILLCSVB.      *
001800*  EVERY CUSTOMER-PERIOD WHOSE TOTAL OR ANY COMPONENT DIFFERS  *
001900*  BY MORE THAN THE TOLERANCE IS LISTED WITH EACH DIFFERING    *
002000*  COMPONENT - USAGE, FUEL, SEWER, DUTY, DEMAND, GST, SUBSIDY  *
002100*  AND ROUND-OFF - AND EVERY CUSTOMER BILLED IN ONE OUTPUT     *
002200*  BUT NOT THE OTHER IS LISTED SEPARATELY.  USAGE IS THE       *
002300*  ENERGY CHARGE (TAXABLE AMOUNT LESS FUEL, DEMAND AND POWER-  *
002400*  FACTOR); ROUND-OFF IS WHAT REMAINS OF THE TOTAL ONCE THE    *
002500*  OTHER COMPONENTS ARE ACCOUNTED FOR, SO IT ALSO CARRIES ANY  *
002600*  FEES, CREDITS AND ARREARS NETTED INTO THE BILL.  THE        *
002700*  BILLCSV EXTRACT CARRIES ONLY GST AND THE TOTAL, SO IN MODE  *
002800*  C THE OTHER COMPONENTS ARE NOT COMPARED.                    *
002900*  THE REPORT (PARLRPT) ENDS WITH A COMPONENT SUMMARY AND A    *
003000*  VERDICT FOR THE CHANGE-APPROVAL FORM.  READ-ONLY.           *
003100*-----------------------------------------------------------*
003200*  MODIFICATION HISTORY                                        *
003300*  DATE       INIT  DESCRIPTION                                *
003400*  2026-10-15 RSH   ORIGINAL                                   *
003400*  2026-10-15 RSH   FILE PARLRPT IN THE REPORT REPOSITORY    *
003400*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
003400*  2026-10-15 RSH   FILE THE REPORT UNDER THE PERIOD KEYED.  *
003500*-----------------------------------------------------------*
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.   IBM-370.
003900 OBJECT-COMPUTER.   IBM-370.

004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT BILLHSTA ASSIGN TO "BILLHSTA"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS HA-KEY
004600         FILE STATUS IS FS-BILLHSTA.

004700     SELECT BILLHSTB ASSIGN TO "BILLHSTB"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS HB-KEY
005100         FILE STATUS IS FS-BILLHSTB.

005200     SELECT BILLCSVA ASSIGN TO "BILLCSVA"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS FS-BILLCSVA.

005500     SELECT BILLCSVB ASSIGN TO "BILLCSVB"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS FS-BILLCSVB.

005800     SELECT PARLRPT ASSIGN TO "PARLRPT"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS FS-PARLRPT.

006100     SELECT RUNLOG ASSIGN TO "RUNLOG"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS FS-RUNLOG.

006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  BILLHSTA
006700     LABEL RECORDS ARE STANDARD.
006800 COPY BILLHIST REPLACING LEADING ==BH-== BY ==HA-==.

006900 FD  BILLHSTB
007000     LABEL RECORDS ARE STANDARD.
007100 COPY BILLHIST REPLACING LEADING ==BH-== BY ==HB-==.

007200 FD  BILLCSVA
007300     LABEL RECORDS ARE STANDARD.
007400 COPY CSVEXTR REPLACING LEADING ==CE-== BY ==XA-==.

007500 FD  BILLCSVB
007600     LABEL RECORDS ARE STANDARD.
007700 COPY CSVEXTR REPLACING LEADING ==CE-== BY ==XB-==.

007800 FD  PARLRPT
007900     LABEL RECORDS ARE STANDARD.
008000 01  PR-LINE                     PIC X(100).

008100 FD  RUNLOG
008200     LABEL RECORDS ARE STANDARD.
008300 COPY RUNLOG.

008400 WORKING-STORAGE SECTION.
008500*-----------------------------------------------------------*
008600*    FILE STATUS SWITCHES                                      *
008700*-----------------------------------------------------------*
008800 77  FS-BILLHSTA             PIC X(02).
008900     88  FS-BILLHSTA-OK              VALUE "00".
009000 77  FS-BILLHSTB             PIC X(02).
009100     88  FS-BILLHSTB-OK              VALUE "00".
009200 77  FS-BILLCSVA             PIC X(02).
009300     88  FS-BILLCSVA-OK              VALUE "00".
009400 77  FS-BILLCSVB             PIC X(02).
009500     88  FS-BILLCSVB-OK              VALUE "00".
009600 77  FS-PARLRPT              PIC X(02).
009700     88  FS-PARLRPT-OK               VALUE "00".
009800 77  FS-RUNLOG               PIC X(02).
009900     88  FS-RUNLOG-OK                VALUE "00".

010000*-----------------------------------------------------------*
010100*    PROGRAM SWITCHES                                          *
010200*-----------------------------------------------------------*
010300 77  WS-ABORT-SW             PIC X(01) VALUE "N".
010400     88  WS-ABORT                    VALUE "Y".
010500 77  WS-EOF-SW               PIC X(01) VALUE "N".
010600     88  WS-EOF                      VALUE "Y".
010600 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
010600     88  WS-RO-EOF                   VALUE "Y".
010700 77  WS-MODE                 PIC X(01).
010800     88  WS-MODE-HISTORY             VALUE "H".
010900     88  WS-MODE-CSV                 VALUE "C".
011000 77  WS-OPEN-SW              PIC X(01) VALUE "N".
011100     88  WS-FILES-OPEN               VALUE "Y".
011200 77  WS-MATCH-SW             PIC X(01) VALUE "N".
011300     88  WS-MATCHED                  VALUE "Y".
011400 77  WS-DIFFER-SW            PIC X(01) VALUE "N".
011500     88  WS-PAIR-DIFFERS             VALUE "Y".

011600*-----------------------------------------------------------*
011700*    OPERATOR AND RUN-AUDIT FIELDS                             *
011800*-----------------------------------------------------------*
011900 77  WS-OPERATOR-ID          PIC X(08).
012000 77  WS-SYSTEM-DATE          PIC 9(08).
012100 77  WS-SYSTEM-TIME          PIC 9(08).
012200 77  WS-PERIOD               PIC 9(06) VALUE ZERO.
012300 77  WS-TOLERANCE            PIC 9(05)V99 VALUE ZERO.
012400 77  WS-PERIOD-A             PIC X(06) VALUE SPACES.
012500 77  WS-PERIOD-B             PIC X(06) VALUE SPACES.

012600*-----------------------------------------------------------*
012700*    CONTROL TOTALS                                            *
012800*-----------------------------------------------------------*
012900 77  WS-READ-A               PIC 9(07) VALUE ZERO.
013000 77  WS-READ-B               PIC 9(07) VALUE ZERO.
013100 77  WS-PAIRS-MATCHED        PIC 9(07) VALUE ZERO.
013200 77  WS-PAIRS-SAME           PIC 9(07) VALUE ZERO.
013300 77  WS-PAIRS-DIFFER         PIC 9(07) VALUE ZERO.
013400 77  WS-ONLY-IN-A            PIC 9(07) VALUE ZERO.
013500 77  WS-ONLY-IN-B            PIC 9(07) VALUE ZERO.
013600 77  WS-ONLY-A-AMT           PIC 9(11)V99 VALUE ZERO.
013700 77  WS-ONLY-B-AMT           PIC 9(11)V99 VALUE ZERO.

013800*-----------------------------------------------------------*
013900*    THE PAIR BEING COMPARED - ONE SLOT PER COMPONENT, THE     *
014000*    TOTAL FIRST.  THE NAMES ARE BUILT AS A VALUE LIST AND     *
014100*    REDEFINED AS A TABLE.                                     *
014200*-----------------------------------------------------------*
014300 01  WS-COMP-NAME-LIST.
014400     05  FILLER              PIC X(16) VALUE "TOTAL BILL".
014500     05  FILLER              PIC X(16) VALUE "USAGE".
014600     05  FILLER              PIC X(16) VALUE "FUEL".
014700     05  FILLER              PIC X(16) VALUE "SEWER".
014800     05  FILLER              PIC X(16) VALUE "DUTY".
014900     05  FILLER              PIC X(16) VALUE "DEMAND".
015000     05  FILLER              PIC X(16) VALUE "GST".
015100     05  FILLER              PIC X(16) VALUE "SUBSIDY".
015200     05  FILLER              PIC X(16) VALUE "ROUND-OFF/OTHER".
015300 01  WS-COMP-NAME-TABLE REDEFINES WS-COMP-NAME-LIST.
015400     05  WS-COMP-NAME OCCURS 9 TIMES PIC X(16).
015500 01  WS-PAIR.
015600     05  WS-PAIR-CUST-ID     PIC X(10).
015700     05  WS-PAIR-PERIOD      PIC X(06).
015800     05  WS-PAIR-COMP OCCURS 9 TIMES.
015900         10  WS-PC-AMT-A     PIC S9(09)V99.
016000         10  WS-PC-AMT-B     PIC S9(09)V99.
016100         10  WS-PC-DIFF      PIC S9(09)V99.
016200         10  WS-PC-OUT-SW    PIC X(01).
016300             88  WS-PC-OUT-OF-TOL        VALUE "Y".
016400 01  WS-COMP-SUB             PIC 9(02) VALUE ZERO.
016500 01  WS-COMP-LIMIT           PIC 9(02) VALUE 9.
016600 01  WS-ABS-DIFF             PIC 9(09)V99 VALUE ZERO.

016700*-----------------------------------------------------------*
016800*    PER-COMPONENT SUMMARY OVER EVERY MATCHED PAIR             *
016900*-----------------------------------------------------------*
017000 01  WS-COMP-SUMMARY.
017100     05  WS-CS-ENTRY OCCURS 9 TIMES.
017200         10  WS-CS-DIFF-COUNT    PIC 9(07).
017300         10  WS-CS-TOTAL-A       PIC S9(11)V99.
017400         10  WS-CS-TOTAL-B       PIC S9(11)V99.

017500*-----------------------------------------------------------*
017600*    EXTRACT B, HELD SO EXTRACT A CAN BE MATCHED AGAINST IT.   *
017700*    BOTH RUNS READ THE SAME METER FILE, SO THE LINES NORMALLY *
017800*    COME IN THE SAME ORDER - THE SEARCH STARTS JUST AFTER THE *
017900*    LAST MATCH AND WRAPS ROUND.                               *
018000*-----------------------------------------------------------*
018100 01  WS-CSV-B-TABLE.
018200     05  WS-CB-ENTRY OCCURS 20000 TIMES.
018300         10  WS-CB-CUST-ID       PIC X(10).
018400         10  WS-CB-GST           PIC 9(09)V99.
018500         10  WS-CB-TOTAL         PIC 9(09)V99.
018600         10  WS-CB-MATCHED-SW    PIC X(01).
018700 01  WS-CB-COUNT                 PIC 9(05) VALUE ZERO.
018800 01  WS-CB-CURSOR                PIC 9(05) VALUE 1.
018900 01  WS-SUB                      PIC 9(05) VALUE ZERO.
019000 01  WS-FOUND-SUB                PIC 9(05) VALUE ZERO.

019100*-----------------------------------------------------------*
019200*    ONE EXTRACT LINE, SPLIT ON ITS COMMAS.  THE AMOUNTS ARE   *
019300*    WRITTEN AS 9(09).99 AND ARE READ BACK THROUGH THE SAME    *
019400*    SHAPE.                                                    *
019500*-----------------------------------------------------------*
019600 01  WS-CSV-FIELDS.
019700     05  WS-CF-TYPE          PIC X(10).
019800     05  WS-CF-FIELD2        PIC X(12).
019900     05  WS-CF-FIELD3        PIC X(12).
020000     05  WS-CF-FIELD4        PIC X(12).
020100     05  WS-CF-FIELD5        PIC X(12).
020200     05  WS-CF-GST-X         PIC X(12).
020300     05  WS-CF-TOTAL-X       PIC X(12).
020400 01  WS-CSV-AMT-X            PIC X(12).
020500 01  WS-CSV-AMT-R REDEFINES WS-CSV-AMT-X.
020600     05  WS-CSV-AMT-RUPEES   PIC 9(09).
020700     05  FILLER              PIC X(01).
020800     05  WS-CSV-AMT-PAISE    PIC 9(02).
020900 01  WS-CSV-AMT              PIC 9(09)V99 VALUE ZERO.
021000 01  WS-CSV-LINE             PIC X(100).

021100*-----------------------------------------------------------*
021200*    REPORT WORK FIELDS                                        *
021300*-----------------------------------------------------------*
021400 01  WS-RPT-LINE             PIC X(100).
021500 01  WS-AMT-A-ED             PIC -ZZZZZZZZZZ9.99.
021600 01  WS-AMT-B-ED             PIC -ZZZZZZZZZZ9.99.
021700 01  WS-AMT-D-ED             PIC -ZZZZZZZZZZ9.99.
021800 01  WS-TOL-ED               PIC ZZZZ9.99.
021900 01  WS-CNT-ED               PIC ZZZZZZ9.
021900 COPY RPTPARM.

022000 PROCEDURE DIVISION.
022100 0000-MAINLINE SECTION.
022200     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
022300     IF NOT WS-ABORT
022400         IF WS-MODE-HISTORY
022500             PERFORM 2000-COMPARE-HISTORIES THRU 2000-EXIT
022600         ELSE
022700             PERFORM 3000-COMPARE-EXTRACTS  THRU 3000-EXIT
022800         END-IF
022900     END-IF.
023000     IF NOT WS-ABORT
023100         PERFORM 7000-WRITE-SUMMARY THRU 7000-EXIT
023200     END-IF.
023300     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
023400     STOP RUN.

023500 1000-INITIALIZE.
023600     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
023700     ACCEPT WS-SYSTEM-TIME FROM TIME.
023800     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
023900     ACCEPT WS-OPERATOR-ID.
024000     DISPLAY "COMPARE (H=BILLHIST COPIES C=BILLCSV EXTRACTS): "
024100         WITH NO ADVANCING.
024200     ACCEPT WS-MODE.
024300     IF NOT WS-MODE-HISTORY AND NOT WS-MODE-CSV
024400         DISPLAY "BILPARL: MODE MUST BE H OR C"
024500         MOVE "Y" TO WS-ABORT-SW
024600         GO TO 1000-EXIT
024700     END-IF.
024800     IF WS-MODE-HISTORY
024900         DISPLAY "BILL PERIOD YYYYMM (ZERO = ALL PERIODS): "
025000             WITH NO ADVANCING
025100         ACCEPT WS-PERIOD
025200     END-IF.
025300     DISPLAY "TOLERANCE IN RUPEES: " WITH NO ADVANCING.
025400     ACCEPT WS-TOLERANCE.
025500     IF WS-TOLERANCE NOT NUMERIC
025600         MOVE ZERO TO WS-TOLERANCE
025700     END-IF.
025800     MOVE ZERO TO WS-COMP-SUMMARY.
025900     OPEN OUTPUT PARLRPT.
026000     IF NOT FS-PARLRPT-OK
026100         DISPLAY "BILPARL: UNABLE TO OPEN PARLRPT, STATUS "
026200             FS-PARLRPT
026300         MOVE "Y" TO WS-ABORT-SW
026400         GO TO 1000-EXIT
026500     END-IF.
026600     OPEN EXTEND RUNLOG.
026700     IF NOT FS-RUNLOG-OK
026800         DISPLAY "BILPARL: UNABLE TO OPEN RUNLOG, STATUS "
026900             FS-RUNLOG
027000     END-IF.
027100     IF WS-MODE-HISTORY
027200         PERFORM 1100-OPEN-HISTORIES THRU 1100-EXIT
027300     ELSE
027400         PERFORM 1200-OPEN-EXTRACTS  THRU 1200-EXIT
027500     END-IF.
027600     IF NOT WS-ABORT
027700         PERFORM 1300-REPORT-HEADING THRU 1300-EXIT
027800     END-IF.
027900 1000-EXIT.
028000     EXIT.

028100 1100-OPEN-HISTORIES.
028200     OPEN INPUT BILLHSTA.
028300     IF NOT FS-BILLHSTA-OK
028400         DISPLAY "BILPARL: UNABLE TO OPEN BILLHSTA, STATUS "
028500             FS-BILLHSTA
028600         MOVE "Y" TO WS-ABORT-SW
028700         GO TO 1100-EXIT
028800     END-IF.
028900     OPEN INPUT BILLHSTB.
029000     IF NOT FS-BILLHSTB-OK
029100         DISPLAY "BILPARL: UNABLE TO OPEN BILLHSTB, STATUS "
029200             FS-BILLHSTB
029300         CLOSE BILLHSTA
029400         MOVE "Y" TO WS-ABORT-SW
029500         GO TO 1100-EXIT
029600     END-IF.
029700     MOVE "Y" TO WS-OPEN-SW.
029800 1100-EXIT.
029900     EXIT.

030000 1200-OPEN-EXTRACTS.
030100     OPEN INPUT BILLCSVA.
030200     IF NOT FS-BILLCSVA-OK
030300         DISPLAY "BILPARL: UNABLE TO OPEN BILLCSVA, STATUS "
030400             FS-BILLCSVA
030500         MOVE "Y" TO WS-ABORT-SW
030600         GO TO 1200-EXIT
030700     END-IF.
030800     OPEN INPUT BILLCSVB.
030900     IF NOT FS-BILLCSVB-OK
031000         DISPLAY "BILPARL: UNABLE TO OPEN BILLCSVB, STATUS "
031100             FS-BILLCSVB
031200         CLOSE BILLCSVA
031300         MOVE "Y" TO WS-ABORT-SW
031400         GO TO 1200-EXIT
031500     END-IF.
031600     MOVE "Y" TO WS-OPEN-SW.
031700     MOVE 2 TO WS-COMP-LIMIT.
031800 1200-EXIT.
031900     EXIT.

032000 1300-REPORT-HEADING.
032100     MOVE SPACES TO WS-RPT-LINE.
032200     STRING "PARALLEL-RUN COMPARISON - RUN " WS-SYSTEM-DATE
032300         " " WS-SYSTEM-TIME(1:4) " BY " WS-OPERATOR-ID
032400         DELIMITED BY SIZE INTO WS-RPT-LINE.
032500     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
032600     MOVE SPACES TO WS-RPT-LINE.
032700     IF WS-MODE-HISTORY
032800         IF WS-PERIOD = ZERO
032900             MOVE "OUTPUTS: BILLHSTA (A) AGAINST BILLHSTB (B),"
033000                 & " ALL PERIODS" TO WS-RPT-LINE
033100         ELSE
033200             STRING "OUTPUTS: BILLHSTA (A) AGAINST BILLHSTB (B),"
033300                 " PERIOD " WS-PERIOD
033400                 DELIMITED BY SIZE INTO WS-RPT-LINE
033500         END-IF
033600     ELSE
033700         MOVE "OUTPUTS: BILLCSVA (A) AGAINST BILLCSVB (B) -"
033800             & " GST AND TOTAL ONLY" TO WS-RPT-LINE
033900     END-IF.
034000     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
034100     MOVE WS-TOLERANCE TO WS-TOL-ED.
034200     MOVE SPACES TO WS-RPT-LINE.
034300     STRING "TOLERANCE RS " WS-TOL-ED
034400         " - A DIFFERENCE LARGER THAN THIS IS REPORTED"
034500         DELIMITED BY SIZE INTO WS-RPT-LINE.
034600     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
034700     MOVE SPACES TO WS-RPT-LINE.
034800     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
034900 1300-EXIT.
035000     EXIT.

035100*-----------------------------------------------------------*
035200*    MODE H - EVERY A RECORD IS LOOKED UP ON B BY KEY; THEN    *
035300*    EVERY B RECORD IS LOOKED UP ON A TO FIND THOSE BILLED     *
035400*    ONLY IN B.                                                *
035500*-----------------------------------------------------------*
035600 2000-COMPARE-HISTORIES.
035700     MOVE "N" TO WS-EOF-SW.
035800     PERFORM 2100-HISTORY-A-ONE THRU 2100-EXIT
035900         UNTIL WS-EOF.
036000     MOVE LOW-VALUES TO HB-KEY.
036100     MOVE "N" TO WS-EOF-SW.
036200     START BILLHSTB KEY IS > HB-KEY
036300         INVALID KEY
036400             MOVE "Y" TO WS-EOF-SW
036500     END-START.
036600     PERFORM 2200-HISTORY-B-ONE THRU 2200-EXIT
036700         UNTIL WS-EOF.
036800 2000-EXIT.
036900     EXIT.

037000 2100-HISTORY-A-ONE.
037100     READ BILLHSTA NEXT RECORD
037200         AT END
037300             MOVE "Y" TO WS-EOF-SW
037400             GO TO 2100-EXIT
037500     END-READ.
037600     IF WS-PERIOD NOT = ZERO AND HA-BILL-PERIOD NOT = WS-PERIOD
037700         GO TO 2100-EXIT
037800     END-IF.
037900     ADD 1 TO WS-READ-A.
038000     MOVE HA-KEY TO HB-KEY.
038100     READ BILLHSTB
038200         INVALID KEY
038300             ADD 1 TO WS-ONLY-IN-A
038400             ADD HA-BILL TO WS-ONLY-A-AMT
038500             MOVE HA-BILL TO WS-AMT-A-ED
038600             MOVE SPACES TO WS-RPT-LINE
038700             STRING "ONLY IN A  " HA-CUST-ID " " HA-BILL-PERIOD
038800                 "  TOTAL " WS-AMT-A-ED
038900                 DELIMITED BY SIZE INTO WS-RPT-LINE
039000             PERFORM 8000-PUT-LINE THRU 8000-EXIT
039100             GO TO 2100-EXIT
039200     END-READ.
039300     MOVE HA-CUST-ID     TO WS-PAIR-CUST-ID.
039400     MOVE HA-BILL-PERIOD TO WS-PAIR-PERIOD.
039500     MOVE HA-BILL        TO WS-PC-AMT-A(1).
039600     COMPUTE WS-PC-AMT-A(2) = HA-TAXABLE-AMT - HA-FUEL-AMT
039700         - HA-DEMAND-AMT - HA-PF-AMT.
039800     MOVE HA-FUEL-AMT    TO WS-PC-AMT-A(3).
039900     MOVE HA-SEWER-AMT   TO WS-PC-AMT-A(4).
040000     MOVE HA-DUTY-AMT    TO WS-PC-AMT-A(5).
040100     MOVE HA-DEMAND-AMT  TO WS-PC-AMT-A(6).
040200     MOVE HA-GST-AMT     TO WS-PC-AMT-A(7).
040300     MOVE HA-SUBSIDY-AMT TO WS-PC-AMT-A(8).
040400     COMPUTE WS-PC-AMT-A(9) = HA-BILL - HA-TAXABLE-AMT
040500         - HA-GST-AMT - HA-DUTY-AMT - HA-SEWER-AMT
040600         + HA-SUBSIDY-AMT.
040700     MOVE HB-BILL        TO WS-PC-AMT-B(1).
040800     COMPUTE WS-PC-AMT-B(2) = HB-TAXABLE-AMT - HB-FUEL-AMT
040900         - HB-DEMAND-AMT - HB-PF-AMT.
041000     MOVE HB-FUEL-AMT    TO WS-PC-AMT-B(3).
041100     MOVE HB-SEWER-AMT   TO WS-PC-AMT-B(4).
041200     MOVE HB-DUTY-AMT    TO WS-PC-AMT-B(5).
041300     MOVE HB-DEMAND-AMT  TO WS-PC-AMT-B(6).
041400     MOVE HB-GST-AMT     TO WS-PC-AMT-B(7).
041500     MOVE HB-SUBSIDY-AMT TO WS-PC-AMT-B(8).
041600     COMPUTE WS-PC-AMT-B(9) = HB-BILL - HB-TAXABLE-AMT
041700         - HB-GST-AMT - HB-DUTY-AMT - HB-SEWER-AMT
041800         + HB-SUBSIDY-AMT.
041900     PERFORM 4000-COMPARE-PAIR THRU 4000-EXIT.
042000 2100-EXIT.
042100     EXIT.

042200 2200-HISTORY-B-ONE.
042300     READ BILLHSTB NEXT RECORD
042400         AT END
042500             MOVE "Y" TO WS-EOF-SW
042600             GO TO 2200-EXIT
042700     END-READ.
042800     IF WS-PERIOD NOT = ZERO AND HB-BILL-PERIOD NOT = WS-PERIOD
042900         GO TO 2200-EXIT
043000     END-IF.
043100     ADD 1 TO WS-READ-B.
043200     MOVE HB-KEY TO HA-KEY.
043300     READ BILLHSTA
043400         INVALID KEY
043500             ADD 1 TO WS-ONLY-IN-B
043600             ADD HB-BILL TO WS-ONLY-B-AMT
043700             MOVE HB-BILL TO WS-AMT-B-ED
043800             MOVE SPACES TO WS-RPT-LINE
043900             STRING "ONLY IN B  " HB-CUST-ID " " HB-BILL-PERIOD
044000                 "  TOTAL " WS-AMT-B-ED
044100                 DELIMITED BY SIZE INTO WS-RPT-LINE
044200             PERFORM 8000-PUT-LINE THRU 8000-EXIT
044300     END-READ.
044400 2200-EXIT.
044500     EXIT.

044600*-----------------------------------------------------------*
044700*    MODE C - EXTRACT B IS HELD IN THE TABLE, EXTRACT A IS     *
044800*    READ AGAINST IT, AND WHATEVER IN B WAS NEVER MATCHED WAS  *
044900*    BILLED ONLY IN B.                                         *
045000*-----------------------------------------------------------*
045100 3000-COMPARE-EXTRACTS.
045200     PERFORM 3100-LOAD-EXTRACT-B THRU 3100-EXIT.
045300     IF WS-ABORT
045400         GO TO 3000-EXIT
045500     END-IF.
045600     MOVE "N" TO WS-EOF-SW.
045700     PERFORM 3200-EXTRACT-A-ONE THRU 3200-EXIT
045800         UNTIL WS-EOF.
045900     IF WS-PERIOD-A NOT = WS-PERIOD-B
046000         MOVE SPACES TO WS-RPT-LINE
046100         STRING "NOTE - EXTRACT A IS FOR PERIOD " WS-PERIOD-A
046200             ", EXTRACT B FOR PERIOD " WS-PERIOD-B
046300             DELIMITED BY SIZE INTO WS-RPT-LINE
046400         PERFORM 8000-PUT-LINE THRU 8000-EXIT
046500     END-IF.
046600     PERFORM 3300-EXTRACT-B-LEFT THRU 3300-EXIT
046700         VARYING WS-SUB FROM 1 BY 1
046800         UNTIL WS-SUB > WS-CB-COUNT.
046900 3000-EXIT.
047000     EXIT.

047100 3100-LOAD-EXTRACT-B.
047200     MOVE "N" TO WS-EOF-SW.
047300     PERFORM 3110-NOTE-B-LINE THRU 3110-EXIT
047400         UNTIL WS-EOF.
047500 3100-EXIT.
047600     EXIT.

047700 3110-NOTE-B-LINE.
047800     READ BILLCSVB
047900         AT END
048000             MOVE "Y" TO WS-EOF-SW
048100             GO TO 3110-EXIT
048200     END-READ.
048300     MOVE XB-LINE TO WS-CSV-LINE.
048400     PERFORM 6000-SPLIT-CSV-LINE THRU 6000-EXIT.
048500     IF WS-CF-TYPE = "H"
048600         MOVE WS-CF-FIELD3(1:6) TO WS-PERIOD-B
048700         GO TO 3110-EXIT
048800     END-IF.
048900     IF WS-CF-TYPE = "T" OR WS-CF-TYPE = "CUST_ID"
049000        OR WS-CF-TYPE = SPACES
049100         GO TO 3110-EXIT
049200     END-IF.
049300     IF WS-CB-COUNT >= 20000
049400         DISPLAY "BILPARL: EXTRACT B TABLE FULL - RUN ABANDONED"
049500         MOVE "Y" TO WS-ABORT-SW
049600         MOVE "Y" TO WS-EOF-SW
049700         GO TO 3110-EXIT
049800     END-IF.
049900     ADD 1 TO WS-CB-COUNT.
050000     ADD 1 TO WS-READ-B.
050100     MOVE WS-CF-TYPE TO WS-CB-CUST-ID(WS-CB-COUNT).
050200     MOVE WS-CF-GST-X TO WS-CSV-AMT-X.
050300     PERFORM 6100-CSV-AMOUNT THRU 6100-EXIT.
050400     MOVE WS-CSV-AMT TO WS-CB-GST(WS-CB-COUNT).
050500     MOVE WS-CF-TOTAL-X TO WS-CSV-AMT-X.
050600     PERFORM 6100-CSV-AMOUNT THRU 6100-EXIT.
050700     MOVE WS-CSV-AMT TO WS-CB-TOTAL(WS-CB-COUNT).
050800     MOVE "N" TO WS-CB-MATCHED-SW(WS-CB-COUNT).
050900 3110-EXIT.
051000     EXIT.

051100 3200-EXTRACT-A-ONE.
051200     READ BILLCSVA
051300         AT END
051400             MOVE "Y" TO WS-EOF-SW
051500             GO TO 3200-EXIT
051600     END-READ.
051700     MOVE XA-LINE TO WS-CSV-LINE.
051800     PERFORM 6000-SPLIT-CSV-LINE THRU 6000-EXIT.
051900     IF WS-CF-TYPE = "H"
052000         MOVE WS-CF-FIELD3(1:6) TO WS-PERIOD-A
052100         GO TO 3200-EXIT
052200     END-IF.
052300     IF WS-CF-TYPE = "T" OR WS-CF-TYPE = "CUST_ID"
052400        OR WS-CF-TYPE = SPACES
052500         GO TO 3200-EXIT
052600     END-IF.
052700     ADD 1 TO WS-READ-A.
052800     MOVE WS-CF-TYPE TO WS-PAIR-CUST-ID.
052900     MOVE WS-PERIOD-A TO WS-PAIR-PERIOD.
053000     MOVE WS-CF-TOTAL-X TO WS-CSV-AMT-X.
053100     PERFORM 6100-CSV-AMOUNT THRU 6100-EXIT.
053200     MOVE WS-CSV-AMT TO WS-PC-AMT-A(1).
053300     MOVE WS-CF-GST-X TO WS-CSV-AMT-X.
053400     PERFORM 6100-CSV-AMOUNT THRU 6100-EXIT.
053500     MOVE WS-CSV-AMT TO WS-PC-AMT-A(7).
053600     PERFORM 5000-FIND-CSV-B THRU 5000-EXIT.
053700     IF NOT WS-MATCHED
053800         ADD 1 TO WS-ONLY-IN-A
053900         ADD WS-PC-AMT-A(1) TO WS-ONLY-A-AMT
054000         MOVE WS-PC-AMT-A(1) TO WS-AMT-A-ED
054100         MOVE SPACES TO WS-RPT-LINE
054200         STRING "ONLY IN A  " WS-PAIR-CUST-ID " " WS-PAIR-PERIOD
054300             "  TOTAL " WS-AMT-A-ED
054400             DELIMITED BY SIZE INTO WS-RPT-LINE
054500         PERFORM 8000-PUT-LINE THRU 8000-EXIT
054600         GO TO 3200-EXIT
054700     END-IF.
054800     MOVE "Y" TO WS-CB-MATCHED-SW(WS-FOUND-SUB).
054900     MOVE WS-CB-TOTAL(WS-FOUND-SUB) TO WS-PC-AMT-B(1).
055000     MOVE WS-CB-GST(WS-FOUND-SUB)   TO WS-PC-AMT-B(7).
055100*    THE EXTRACT CARRIES NO OTHER COMPONENT - GST IS MOVED TO
055200*    THE SECOND SLOT SO ONLY THE FIRST TWO ARE COMPARED.
055300     MOVE WS-PC-AMT-A(7) TO WS-PC-AMT-A(2).
055400     MOVE WS-PC-AMT-B(7) TO WS-PC-AMT-B(2).
055500     PERFORM 4000-COMPARE-PAIR THRU 4000-EXIT.
055600 3200-EXIT.
055700     EXIT.

055800 3300-EXTRACT-B-LEFT.
055900     IF WS-CB-MATCHED-SW(WS-SUB) = "Y"
056000         GO TO 3300-EXIT
056100     END-IF.
056200     ADD 1 TO WS-ONLY-IN-B.
056300     ADD WS-CB-TOTAL(WS-SUB) TO WS-ONLY-B-AMT.
056400     MOVE WS-CB-TOTAL(WS-SUB) TO WS-AMT-B-ED.
056500     MOVE SPACES TO WS-RPT-LINE.
056600     STRING "ONLY IN B  " WS-CB-CUST-ID(WS-SUB) " " WS-PERIOD-B
056700         "  TOTAL " WS-AMT-B-ED
056800         DELIMITED BY SIZE INTO WS-RPT-LINE.
056900     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
057000 3300-EXIT.
057100     EXIT.

057200*-----------------------------------------------------------*
057300*    ONE MATCHED PAIR - EVERY COMPONENT IN USE IS DIFFERENCED  *
057400*    AND TESTED AGAINST THE TOLERANCE; A PAIR WITH ANY         *
057500*    COMPONENT OUTSIDE IT IS LISTED WITH THOSE COMPONENTS.     *
057600*-----------------------------------------------------------*
057700 4000-COMPARE-PAIR.
057800     ADD 1 TO WS-PAIRS-MATCHED.
057900     MOVE "N" TO WS-DIFFER-SW.
058000     PERFORM 4100-COMPARE-COMPONENT THRU 4100-EXIT
058100         VARYING WS-COMP-SUB FROM 1 BY 1
058200         UNTIL WS-COMP-SUB > WS-COMP-LIMIT.
058300     IF NOT WS-PAIR-DIFFERS
058400         ADD 1 TO WS-PAIRS-SAME
058500         GO TO 4000-EXIT
058600     END-IF.
058700     ADD 1 TO WS-PAIRS-DIFFER.
058800     MOVE SPACES TO WS-RPT-LINE.
058900     STRING "DIFFERS    " WS-PAIR-CUST-ID " " WS-PAIR-PERIOD
059000         "               A               B           B - A"
059100         DELIMITED BY SIZE INTO WS-RPT-LINE.
059200     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
059300     PERFORM 4200-LIST-COMPONENT THRU 4200-EXIT
059400         VARYING WS-COMP-SUB FROM 1 BY 1
059500         UNTIL WS-COMP-SUB > WS-COMP-LIMIT.
059600 4000-EXIT.
059700     EXIT.

059800 4100-COMPARE-COMPONENT.
059900     MOVE "N" TO WS-PC-OUT-SW(WS-COMP-SUB).
060000     COMPUTE WS-PC-DIFF(WS-COMP-SUB) = WS-PC-AMT-B(WS-COMP-SUB)
060100         - WS-PC-AMT-A(WS-COMP-SUB).
060200     ADD WS-PC-AMT-A(WS-COMP-SUB) TO WS-CS-TOTAL-A(WS-COMP-SUB).
060300     ADD WS-PC-AMT-B(WS-COMP-SUB) TO WS-CS-TOTAL-B(WS-COMP-SUB).
060400     IF WS-PC-DIFF(WS-COMP-SUB) < ZERO
060500         COMPUTE WS-ABS-DIFF = ZERO - WS-PC-DIFF(WS-COMP-SUB)
060600     ELSE
060700         MOVE WS-PC-DIFF(WS-COMP-SUB) TO WS-ABS-DIFF
060800     END-IF.
060900     IF WS-ABS-DIFF > WS-TOLERANCE
061000         MOVE "Y" TO WS-PC-OUT-SW(WS-COMP-SUB)
061100         MOVE "Y" TO WS-DIFFER-SW
061200         ADD 1 TO WS-CS-DIFF-COUNT(WS-COMP-SUB)
061300     END-IF.
061400 4100-EXIT.
061500     EXIT.

061600 4200-LIST-COMPONENT.
061700     IF NOT WS-PC-OUT-OF-TOL(WS-COMP-SUB)
061800         GO TO 4200-EXIT
061900     END-IF.
062000     MOVE WS-PC-AMT-A(WS-COMP-SUB) TO WS-AMT-A-ED.
062100     MOVE WS-PC-AMT-B(WS-COMP-SUB) TO WS-AMT-B-ED.
062200     MOVE WS-PC-DIFF(WS-COMP-SUB)  TO WS-AMT-D-ED.
062300     MOVE SPACES TO WS-RPT-LINE.
062400     IF WS-MODE-CSV AND WS-COMP-SUB = 2
062500         STRING "           " "GST             "
062600             " " WS-AMT-A-ED " " WS-AMT-B-ED " " WS-AMT-D-ED
062700             DELIMITED BY SIZE INTO WS-RPT-LINE
062800     ELSE
062900         STRING "           " WS-COMP-NAME(WS-COMP-SUB)
063000             " " WS-AMT-A-ED " " WS-AMT-B-ED " " WS-AMT-D-ED
063100             DELIMITED BY SIZE INTO WS-RPT-LINE
063200     END-IF.
063300     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
063400 4200-EXIT.
063500     EXIT.

063600*-----------------------------------------------------------*
063700*    FIND A CUSTOMER IN EXTRACT B, STARTING AT THE CURSOR.     *
063800*-----------------------------------------------------------*
063900 5000-FIND-CSV-B.
064000     MOVE "N" TO WS-MATCH-SW.
064100     PERFORM 5100-MATCH-CSV-B THRU 5100-EXIT
064200         VARYING WS-SUB FROM WS-CB-CURSOR BY 1
064300         UNTIL WS-SUB > WS-CB-COUNT OR WS-MATCHED.
064400     IF NOT WS-MATCHED
064500         PERFORM 5100-MATCH-CSV-B THRU 5100-EXIT
064600             VARYING WS-SUB FROM 1 BY 1
064700             UNTIL WS-SUB >= WS-CB-CURSOR OR WS-MATCHED
064800     END-IF.
064900     IF WS-MATCHED
065000         COMPUTE WS-CB-CURSOR = WS-FOUND-SUB + 1
065100         IF WS-CB-CURSOR > WS-CB-COUNT
065200             MOVE 1 TO WS-CB-CURSOR
065300         END-IF
065400     END-IF.
065500 5000-EXIT.
065600     EXIT.

065700 5100-MATCH-CSV-B.
065800     IF WS-CB-CUST-ID(WS-SUB) = WS-PAIR-CUST-ID
065900        AND WS-CB-MATCHED-SW(WS-SUB) = "N"
066000         MOVE "Y" TO WS-MATCH-SW
066100         MOVE WS-SUB TO WS-FOUND-SUB
066200     END-IF.
066300 5100-EXIT.
066400     EXIT.

066500*-----------------------------------------------------------*
066600*    SPLIT ONE EXTRACT LINE AND READ ONE 9(09).99 AMOUNT.      *
066700*-----------------------------------------------------------*
066800 6000-SPLIT-CSV-LINE.
066900     MOVE SPACES TO WS-CSV-FIELDS.
067000     UNSTRING WS-CSV-LINE DELIMITED BY ","
067100         INTO WS-CF-TYPE WS-CF-FIELD2 WS-CF-FIELD3
067200              WS-CF-FIELD4 WS-CF-FIELD5 WS-CF-GST-X
067300              WS-CF-TOTAL-X
067400     END-UNSTRING.
067500 6000-EXIT.
067600     EXIT.

067700 6100-CSV-AMOUNT.
067800     MOVE ZERO TO WS-CSV-AMT.
067900     IF WS-CSV-AMT-RUPEES NUMERIC AND WS-CSV-AMT-PAISE NUMERIC
068000         COMPUTE WS-CSV-AMT = WS-CSV-AMT-RUPEES
068100             + WS-CSV-AMT-PAISE / 100
068200     END-IF.
068300 6100-EXIT.
068400     EXIT.

068500*-----------------------------------------------------------*
068600*    THE COMPONENT SUMMARY AND VERDICT FOR THE APPROVAL FORM.  *
068700*-----------------------------------------------------------*
068800 7000-WRITE-SUMMARY.
068900     MOVE SPACES TO WS-RPT-LINE.
069000     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
069100     MOVE "SUMMARY" TO WS-RPT-LINE.
069200     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
069300     MOVE WS-READ-A TO WS-CNT-ED.
069400     MOVE SPACES TO WS-RPT-LINE.
069500     STRING "  BILLS IN A            " WS-CNT-ED
069600         DELIMITED BY SIZE INTO WS-RPT-LINE.
069700     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
069800     MOVE WS-READ-B TO WS-CNT-ED.
069900     MOVE SPACES TO WS-RPT-LINE.
070000     STRING "  BILLS IN B            " WS-CNT-ED
070100         DELIMITED BY SIZE INTO WS-RPT-LINE.
070200     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
070300     MOVE WS-PAIRS-MATCHED TO WS-CNT-ED.
070400     MOVE SPACES TO WS-RPT-LINE.
070500     STRING "  BILLED IN BOTH        " WS-CNT-ED
070600         DELIMITED BY SIZE INTO WS-RPT-LINE.
070700     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
070800     MOVE WS-PAIRS-SAME TO WS-CNT-ED.
070900     MOVE SPACES TO WS-RPT-LINE.
071000     STRING "    WITHIN TOLERANCE    " WS-CNT-ED
071100         DELIMITED BY SIZE INTO WS-RPT-LINE.
071200     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
071300     MOVE WS-PAIRS-DIFFER TO WS-CNT-ED.
071400     MOVE SPACES TO WS-RPT-LINE.
071500     STRING "    DIFFERING           " WS-CNT-ED
071600         DELIMITED BY SIZE INTO WS-RPT-LINE.
071700     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
071800     MOVE WS-ONLY-IN-A TO WS-CNT-ED.
071900     MOVE WS-ONLY-A-AMT TO WS-AMT-A-ED.
072000     MOVE SPACES TO WS-RPT-LINE.
072100     STRING "  BILLED ONLY IN A      " WS-CNT-ED
072200         "   TOTAL RS " WS-AMT-A-ED
072300         DELIMITED BY SIZE INTO WS-RPT-LINE.
072400     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
072500     MOVE WS-ONLY-IN-B TO WS-CNT-ED.
072600     MOVE WS-ONLY-B-AMT TO WS-AMT-B-ED.
072700     MOVE SPACES TO WS-RPT-LINE.
072800     STRING "  BILLED ONLY IN B      " WS-CNT-ED
072900         "   TOTAL RS " WS-AMT-B-ED
073000         DELIMITED BY SIZE INTO WS-RPT-LINE.
073100     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
073200     MOVE SPACES TO WS-RPT-LINE.
073300     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
073400     MOVE "  COMPONENT (BILLED IN BOTH)  DIFFER        TOTAL A"
073500         & "         TOTAL B           B - A" TO WS-RPT-LINE.
073600     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
073700     PERFORM 7100-SUMMARY-COMPONENT THRU 7100-EXIT
073800         VARYING WS-COMP-SUB FROM 1 BY 1
073900         UNTIL WS-COMP-SUB > WS-COMP-LIMIT.
074000     MOVE SPACES TO WS-RPT-LINE.
074100     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
074200     MOVE SPACES TO WS-RPT-LINE.
074300     IF WS-PAIRS-DIFFER = ZERO AND WS-ONLY-IN-A = ZERO
074400        AND WS-ONLY-IN-B = ZERO
074500         STRING "VERDICT: OUTPUTS AGREE WITHIN RS " WS-TOL-ED
074600             " - NO CUSTOMER DIFFERS"
074700             DELIMITED BY SIZE INTO WS-RPT-LINE
074800     ELSE
074900         MOVE WS-PAIRS-DIFFER TO WS-CNT-ED
075000         STRING "VERDICT: OUTPUTS DIFFER - " WS-CNT-ED
075100             " BILLS OUTSIDE RS " WS-TOL-ED
075200             ", SEE ONLY-IN COUNTS ABOVE"
075300             DELIMITED BY SIZE INTO WS-RPT-LINE
075400     END-IF.
075500     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
075600     DISPLAY "BILPARL: " WS-RPT-LINE(1:70).
075700 7000-EXIT.
075800     EXIT.

075900 7100-SUMMARY-COMPONENT.
076000     MOVE WS-CS-DIFF-COUNT(WS-COMP-SUB) TO WS-CNT-ED.
076100     MOVE WS-CS-TOTAL-A(WS-COMP-SUB) TO WS-AMT-A-ED.
076200     MOVE WS-CS-TOTAL-B(WS-COMP-SUB) TO WS-AMT-B-ED.
076300     COMPUTE WS-AMT-D-ED = WS-CS-TOTAL-B(WS-COMP-SUB)
076400         - WS-CS-TOTAL-A(WS-COMP-SUB).
076500     MOVE SPACES TO WS-RPT-LINE.
076600     IF WS-MODE-CSV AND WS-COMP-SUB = 2
076700         STRING "  GST             " "           " WS-CNT-ED
076800             WS-AMT-A-ED " " WS-AMT-B-ED " " WS-AMT-D-ED
076900             DELIMITED BY SIZE INTO WS-RPT-LINE
077000     ELSE
077100         STRING "  " WS-COMP-NAME(WS-COMP-SUB) "           "
077200             WS-CNT-ED WS-AMT-A-ED " " WS-AMT-B-ED " "
077300             WS-AMT-D-ED
077400             DELIMITED BY SIZE INTO WS-RPT-LINE
077500     END-IF.
077600     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
077700 7100-EXIT.
077800     EXIT.

077900*-----------------------------------------------------------*
078000*    FIND A CUSTOMER IN EXTRACT B, STARTING AT THE CURSOR.     *
078100*-----------------------------------------------------------*
078200 8000-PUT-LINE.
078300     WRITE PR-LINE FROM WS-RPT-LINE.
078400 8000-EXIT.
078500     EXIT.

078600 9000-TERMINATE.
078700     IF WS-FILES-OPEN
078800         IF WS-MODE-HISTORY
078900             CLOSE BILLHSTA
079000             CLOSE BILLHSTB
079100         ELSE
079200             CLOSE BILLCSVA
079300             CLOSE BILLCSVB
079400         END-IF
079500     END-IF.
079600     IF FS-PARLRPT-OK
079700         CLOSE PARLRPT
079700         PERFORM 9680-FILE-REPORT THRU 9680-EXIT
079800     END-IF.
079900     IF FS-RUNLOG-OK
080000         PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT
080100         CLOSE RUNLOG
080200     END-IF.
080300 9000-EXIT.
080400     EXIT.

080500 9600-WRITE-RUNLOG.
080600     MOVE "BILPARL"        TO RL-PROGRAM-ID.
080700     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
080800     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
080900     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
081000     IF WS-MODE-HISTORY
081100         MOVE "BILLHSTA/B" TO RL-INPUT-FILE
081200     ELSE
081300         MOVE "BILLCSVA/B" TO RL-INPUT-FILE
081400     END-IF.
081500     MOVE WS-READ-A        TO RL-RECORDS-READ.
081600     MOVE WS-PAIRS-MATCHED TO RL-BILLS-PRODUCED.
081700     COMPUTE RL-EXCEPTIONS = WS-PAIRS-DIFFER + WS-ONLY-IN-A
081800         + WS-ONLY-IN-B.
081900     MOVE ZERO             TO RL-TOTAL-BILLED.
082000     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
082100     ACCEPT RL-END-TIME FROM TIME.
082200     WRITE RL-RECORD.
082300 9600-EXIT.
082400     EXIT.

082500*-----------------------------------------------------------*
082600*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
082700*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
082800*    OUTLIVES THE NEXT RUN.                                    *
082900*-----------------------------------------------------------*
083000 9680-FILE-REPORT.
083100     OPEN INPUT PARLRPT.
083200     IF NOT FS-PARLRPT-OK
083300         GO TO 9680-EXIT
083400     END-IF.
083500     MOVE "O"               TO RO-FUNCTION.
083600     MOVE "PARLRPT"         TO RO-REPORT-NAME.
083700     MOVE "BILPARL"         TO RO-PROGRAM-ID.
083800     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
083900     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
084000     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
084100     MOVE WS-PERIOD         TO RO-PERIOD.
084200     CALL "BILRPTF" USING RO-PARMS.
084300     IF RO-OK
084400         MOVE "N" TO WS-RO-EOF-SW
084500         PERFORM 9690-FILE-LINE THRU 9690-EXIT
084600             UNTIL WS-RO-EOF
084700         MOVE "C"          TO RO-FUNCTION
084800         CALL "BILRPTF" USING RO-PARMS
084900     END-IF.
085000     CLOSE PARLRPT.
085100 9680-EXIT.
085200     EXIT.

085300 9690-FILE-LINE.
085400     READ PARLRPT
085500         AT END
085600             MOVE "Y" TO WS-RO-EOF-SW
085700             GO TO 9690-EXIT
085800     END-READ.
085900     MOVE "L"               TO RO-FUNCTION.
086000     MOVE PR-LINE           TO RO-LINE.
086100     CALL "BILRPTF" USING RO-PARMS.
086200 9690-EXIT.
086300     EXIT.
