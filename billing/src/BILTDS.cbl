000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILTDS.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-09.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILTDS                                                    *
000900*  TAX-DEDUCTED-AT-SOURCE REGISTER MAINTENANCE.  BILPAY        *
001000*  SETTLES A NON-DOMESTIC CUSTOMER'S BILL FOR CASH PLUS THE    *
001100*  TDS IT DEDUCTED, AND OPENS EACH DEDUCTION ON TDSREG.  THE   *
001200*  DEDUCTION IS ONLY GOOD MONEY ONCE THE CUSTOMER'S            *
001300*  CERTIFICATE IS IN HAND AND THE CREDIT APPEARS ON THE        *
001400*  GOVERNMENT TAX-CREDIT STATEMENT.  FOUR FUNCTIONS, PICKED    *
001500*  AT STARTUP:                                                 *
001600*    C - RECORD A CERTIFICATE: ONE CERTIFICATE COVERS A        *
001700*        CUSTOMER'S DEDUCTIONS FOR A FINANCIAL-YEAR QUARTER,   *
001800*        AND IS ACCEPTED ONLY WHEN ITS TOTAL AGREES WITH THE   *
001900*        OPEN DEDUCTIONS ON THE REGISTER FOR THAT QUARTER;     *
002000*    M - MATCH THE CERTIFIED DEDUCTIONS AGAINST THE FINALLY    *
002100*        BOOKED LINES OF THE TAX-CREDIT STATEMENT (TAXSTMT),   *
002200*        LISTING WHAT FAILS TO MATCH EITHER WAY;               *
002300*    X - THE DEADLINE SWEEP: A DEDUCTION STILL WITHOUT A       *
002400*        CERTIFICATE AFTER ITS QUARTER'S DUE DATE IS REVERSED  *
002500*        BACK ONTO THE ACCOUNT'S ARREARS, LISTED, AND TAKEN    *
002600*        OUT OF TDS RECEIVABLE ON THE GL EXTRACT;              *
002700*    R - THE REGISTER REPORT, EVERY DEDUCTION AND ITS STATUS.  *
002800*-----------------------------------------------------------*
002900*  MODIFICATION HISTORY                                      *
003000*  DATE       INIT  DESCRIPTION                               *
003100*  2026-10-09 RSH   ORIGINAL                                  *
003100*  2026-10-12 RSH   REVERSED DEDUCTIONS ARE POSTED PER        *
003100*                   CUSTOMER THROUGH BILGLAC AND WRITTEN BY   *
003100*                   MAPPED ACCOUNT AND ZONE COST CENTRE.      *
003100*  2026-10-15 RSH   REFUSE TDS CERTIFICATES ON AN ACCOUNT THE *
003100*                   OPERATOR IS LINKED TO                     *
003100*  2026-10-15 RSH   FILE TDSRPT IN THE REPORT REPOSITORY     *
003100*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
003100*  2026-10-15 RSH   ABANDON THE RUN WHEN BILGLAC CANNOT POST *
003100*                   AN AMOUNT (POSTING TABLE FULL).          *
003100*  2026-10-15 RSH   FILE A CERTIFICATE RUN UNDER THE LAST    *
003100*                   MONTH OF THE QUARTER KEYED.              *
003200*-----------------------------------------------------------*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-370.
003600 OBJECT-COMPUTER.   IBM-370.

003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT TDSREG ASSIGN TO "TDSREG"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS FS-TDSREG.

004200     SELECT TAXSTMT ASSIGN TO "TAXSTMT"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS FS-TAXSTMT.

004500     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS CM-CUST-ID
004900         FILE STATUS IS FS-CUSTMAS.

005000     SELECT TDSRPT ASSIGN TO "TDSRPT"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS FS-TDSRPT.

005300     SELECT GLEXTR ASSIGN TO "BILGL"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS FS-GLEXTR.

005600     SELECT RUNLOG ASSIGN TO "RUNLOG"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS FS-RUNLOG.

005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  TDSREG
006200     LABEL RECORDS ARE STANDARD.
006300 COPY TDSREG.

006400 FD  TAXSTMT
006500     LABEL RECORDS ARE STANDARD.
006600 COPY TAXSTMT.

006700 FD  CUSTMAS
006800     LABEL RECORDS ARE STANDARD.
006900 COPY CUSTMAS.

007000 FD  TDSRPT
007100     LABEL RECORDS ARE STANDARD.
007200 01  TQ-LINE                     PIC X(80).

007300 FD  GLEXTR
007400     LABEL RECORDS ARE STANDARD.
007500 COPY GLJRNL.

007600 FD  RUNLOG
007700     LABEL RECORDS ARE STANDARD.
007800 COPY RUNLOG.

007900 WORKING-STORAGE SECTION.
008000*-----------------------------------------------------------*
008100*    FILE STATUS SWITCHES                                    *
008200*-----------------------------------------------------------*
008300 77  FS-TDSREG               PIC X(02).
008400     88  FS-TDSREG-OK                VALUE "00".
008500 77  FS-TAXSTMT              PIC X(02).
008600     88  FS-TAXSTMT-OK               VALUE "00".
008700 77  FS-CUSTMAS              PIC X(02).
008800     88  FS-CUSTMAS-OK               VALUE "00".
008900 77  FS-TDSRPT               PIC X(02).
009000     88  FS-TDSRPT-OK                VALUE "00".
009100 77  FS-GLEXTR               PIC X(02).
009200     88  FS-GLEXTR-OK                VALUE "00".
009300 77  FS-RUNLOG               PIC X(02).
009400     88  FS-RUNLOG-OK                VALUE "00".

009500*-----------------------------------------------------------*
009600*    PROGRAM SWITCHES AND WORK FIELDS                         *
009700*-----------------------------------------------------------*
009800 77  WS-ABORT-SW             PIC X(01) VALUE "N".
009900     88  WS-ABORT                    VALUE "Y".
010000 77  WS-TD-EOF-SW            PIC X(01) VALUE "N".
010100     88  WS-TD-EOF                   VALUE "Y".
010200 77  WS-TX-EOF-SW            PIC X(01) VALUE "N".
010300     88  WS-TX-EOF                   VALUE "Y".
010300 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
010300     88  WS-RO-EOF                   VALUE "Y".
010400 77  WS-DONE-SW              PIC X(01) VALUE "N".
010500     88  WS-DONE                     VALUE "Y".
010600 77  WS-CHANGED-SW           PIC X(01) VALUE "N".
010700     88  WS-REGISTER-CHANGED         VALUE "Y".
010800 77  WS-OPERATOR-ID          PIC X(08).
010900 77  WS-PASSWORD             PIC X(08).
011000 77  WS-SYSTEM-DATE          PIC 9(08).
011100 77  WS-SYSTEM-TIME          PIC 9(08).
011200 77  WS-RUN-PERIOD           PIC 9(06) VALUE ZERO.
011300 77  WS-FUNCTION             PIC X(01).
011400     88  WS-FUNC-CERTIFICATE         VALUE "C".
011500     88  WS-FUNC-MATCH               VALUE "M".
011600     88  WS-FUNC-SWEEP               VALUE "X".
011700     88  WS-FUNC-REPORT              VALUE "R".
011800 77  WS-TD-SUB               PIC 9(05) VALUE ZERO.
011900 77  WS-TD-FOUND             PIC 9(05) VALUE ZERO.
012000 77  WS-ENTRIES-FOUND        PIC 9(05) VALUE ZERO.
012100 77  WS-QUARTER-TOTAL        PIC 9(09)V99 VALUE ZERO.
012200 77  WS-CERTIFIED-COUNT      PIC 9(05) VALUE ZERO.
012300 77  WS-REFUSED-COUNT        PIC 9(05) VALUE ZERO.
012400 77  WS-STMT-READ            PIC 9(07) VALUE ZERO.
012500 77  WS-MATCHED-COUNT        PIC 9(05) VALUE ZERO.
012600 77  WS-UNMATCHED-COUNT      PIC 9(05) VALUE ZERO.
012700 77  WS-REVERSED-COUNT       PIC 9(05) VALUE ZERO.
012800 77  WS-REVERSED-TOTAL       PIC 9(11)V99 VALUE ZERO.
012900 77  WS-OPEN-COUNT           PIC 9(05) VALUE ZERO.
013000 77  WS-OPEN-TOTAL           PIC 9(11)V99 VALUE ZERO.
013100 77  WS-CERT-HELD-COUNT      PIC 9(05) VALUE ZERO.
013200 77  WS-CERT-HELD-TOTAL      PIC 9(11)V99 VALUE ZERO.
013300 77  WS-MATCHED-TOTAL        PIC 9(11)V99 VALUE ZERO.
013400 77  WS-MATCH-RPT-COUNT      PIC 9(05) VALUE ZERO.
013500 77  WS-REV-RPT-COUNT        PIC 9(05) VALUE ZERO.
013600 77  WS-REV-RPT-TOTAL        PIC 9(11)V99 VALUE ZERO.
013700 01  WS-RPT-LINE             PIC X(80).
013800 01  WS-AMT-ED               PIC ZZZZZZZZ9.99.
013900 01  WS-AMT2-ED              PIC ZZZZZZZZ9.99.

014000*-----------------------------------------------------------*
014100*    CERTIFICATE ENTRY - ONE CERTIFICATE PER CUSTOMER PER      *
014200*    FINANCIAL-YEAR QUARTER                                    *
014300*-----------------------------------------------------------*
014400 77  WS-IN-CUST-ID           PIC X(10).
014500 77  WS-IN-FIN-YEAR          PIC 9(04).
014600 77  WS-IN-QUARTER           PIC 9(01).
014700 77  WS-IN-CERT-NO           PIC X(12).
014800 77  WS-IN-CERT-DATE         PIC 9(08).
014900 77  WS-IN-TAN               PIC X(10).
015000 77  WS-IN-CERT-TOTAL        PIC 9(09)V99.

015100*-----------------------------------------------------------*
015200*    THE TDS REGISTER, HELD WHOLE AND WRITTEN BACK            *
015300*-----------------------------------------------------------*
015400 01  WS-TDS-TABLE.
015500     05  WS-TD-ENTRY OCCURS 5000 TIMES.
015600         10  WS-TD-RECEIPT-NO    PIC X(12).
015700         10  WS-TD-CUST-ID       PIC X(10).
015800         10  WS-TD-PAY-DATE      PIC 9(08).
015900         10  WS-TD-POST-DATE     PIC 9(08).
016000         10  WS-TD-CASH-AMT      PIC 9(07)V99.
016100         10  WS-TD-TDS-AMT       PIC 9(07)V99.
016200         10  WS-TD-FIN-YEAR      PIC 9(04).
016300         10  WS-TD-QUARTER       PIC 9(01).
016400         10  WS-TD-CERT-DUE-DATE PIC 9(08).
016500         10  WS-TD-STATUS        PIC X(01).
016600         10  WS-TD-DEDUCTOR-TAN  PIC X(10).
016700         10  WS-TD-CERT-NO       PIC X(12).
016800         10  WS-TD-CERT-DATE     PIC 9(08).
016900         10  WS-TD-MATCH-DATE    PIC 9(08).
017000         10  WS-TD-REVERSE-DATE  PIC 9(08).
017100         10  WS-TD-OPERATOR-ID   PIC X(08).
017200 01  WS-TDS-COUNT                PIC 9(05) VALUE ZERO.

017300*-----------------------------------------------------------*
017400*    SIGN-ON PARAMETER BLOCK FOR THE BILSIGN SUBPROGRAM        *
017500*-----------------------------------------------------------*
017600 COPY SIGNPARM.
017600 COPY CFPARM.

017610*-----------------------------------------------------------*
017620*    LEDGER-ACCOUNT BLOCK FOR THE BILGLAC SUBPROGRAM         *
017630*-----------------------------------------------------------*
017640 77  WS-GL-DETAILS           PIC 9(05) VALUE ZERO.
017640 77  WS-GL-HASH              PIC 9(09)V99 VALUE ZERO.
017650 COPY GLPARM.
017650 COPY RPTPARM.

017700 PROCEDURE DIVISION.
017800 0000-MAINLINE SECTION.
017900     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
018000     IF NOT WS-ABORT
018100         EVALUATE TRUE
018200             WHEN WS-FUNC-CERTIFICATE
018300                 PERFORM 2000-RECORD-CERTIFICATE THRU 2000-EXIT
018400                     UNTIL WS-DONE
018500                 PERFORM 8000-REWRITE-REGISTER THRU 8000-EXIT
018600             WHEN WS-FUNC-MATCH
018700                 PERFORM 3000-MATCH-STATEMENT THRU 3000-EXIT
018800                 PERFORM 8000-REWRITE-REGISTER THRU 8000-EXIT
018900             WHEN WS-FUNC-SWEEP
019000                 PERFORM 4800-SWEEP-HEADING THRU 4800-EXIT
019100                 PERFORM 4000-SWEEP-ONE THRU 4000-EXIT
019200                     VARYING WS-TD-SUB FROM 1 BY 1
019300                     UNTIL WS-TD-SUB > WS-TDS-COUNT
019400                 PERFORM 4900-SWEEP-TOTALS THRU 4900-EXIT
019500                 PERFORM 8000-REWRITE-REGISTER THRU 8000-EXIT
019600                 PERFORM 8500-WRITE-REVERSAL-GL THRU 8500-EXIT
019700             WHEN WS-FUNC-REPORT
019800                 PERFORM 5000-REGISTER-REPORT THRU 5000-EXIT
019900             WHEN OTHER
020000                 DISPLAY "BILTDS: UNKNOWN FUNCTION "
020100                     WS-FUNCTION
020200         END-EVALUATE
020300     END-IF.
020400     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
020500     STOP RUN.

020600 1000-INITIALIZE.
020700     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
020800     MOVE WS-SYSTEM-DATE(1:6) TO WS-RUN-PERIOD.
020900     ACCEPT WS-SYSTEM-TIME FROM TIME.
021000     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
021100     ACCEPT WS-OPERATOR-ID.
021200     DISPLAY "PASSWORD: " WITH NO ADVANCING.
021300     ACCEPT WS-PASSWORD.
021400     MOVE WS-OPERATOR-ID TO SG-OPERATOR-ID.
021500     MOVE WS-PASSWORD    TO SG-PASSWORD.
021600     MOVE 2              TO SG-REQUIRED-LEVEL.
021700     CALL "BILSIGN" USING SG-PARMS.
021800     IF NOT SG-OK
021900         DISPLAY "BILTDS: SUPERVISOR SIGN-ON REFUSED -"
022000             " RUN ABANDONED"
022100         MOVE "Y" TO WS-ABORT-SW
022200         GO TO 1000-EXIT
022300     END-IF.
022400     DISPLAY "FUNCTION (C=CERTIFICATE M=MATCH STATEMENT"
022500         " X=DEADLINE SWEEP R=REPORT): " WITH NO ADVANCING.
022600     ACCEPT WS-FUNCTION.
022700     OPEN EXTEND RUNLOG.
022800     IF NOT FS-RUNLOG-OK
022900         DISPLAY "BILTDS: UNABLE TO OPEN RUNLOG, STATUS "
023000             FS-RUNLOG
023100         MOVE "Y" TO WS-ABORT-SW
023200         GO TO 1000-EXIT
023300     END-IF.
023400     PERFORM 1200-LOAD-REGISTER THRU 1200-EXIT.
023500     IF WS-ABORT
023600         GO TO 1000-EXIT
023700     END-IF.
023800     IF WS-FUNC-SWEEP
023900         OPEN I-O CUSTMAS
024000         IF NOT FS-CUSTMAS-OK
024100             DISPLAY "BILTDS: UNABLE TO OPEN CUSTMAS, STATUS "
024200                 FS-CUSTMAS
024300             MOVE "Y" TO WS-ABORT-SW
024400             GO TO 1000-EXIT
024500         END-IF
024600     END-IF.
024700     IF WS-FUNC-MATCH OR WS-FUNC-SWEEP OR WS-FUNC-REPORT
024800         OPEN OUTPUT TDSRPT
024900         IF NOT FS-TDSRPT-OK
025000             DISPLAY "BILTDS: UNABLE TO OPEN TDSRPT, STATUS "
025100                 FS-TDSRPT
025200             MOVE "Y" TO WS-ABORT-SW
025300         END-IF
025400     END-IF.
025500 1000-EXIT.
025600     EXIT.

025700*-----------------------------------------------------------*
025800*    THE REGISTER IS OPTIONAL UNTIL BILPAY FIRST TAKES A      *
025900*    DEDUCTION.                                               *
026000*-----------------------------------------------------------*
026100 1200-LOAD-REGISTER.
026200     OPEN INPUT TDSREG.
026300     IF NOT FS-TDSREG-OK
026400         GO TO 1200-EXIT
026500     END-IF.
026600     READ TDSREG
026700         AT END
026800             MOVE "Y" TO WS-TD-EOF-SW
026900     END-READ.
027000     PERFORM 1210-STORE-ENTRY THRU 1210-EXIT
027100         UNTIL WS-TD-EOF.
027200     CLOSE TDSREG.
027300 1200-EXIT.
027400     EXIT.

027500 1210-STORE-ENTRY.
027600     IF WS-TDS-COUNT >= 5000
027700         DISPLAY "BILTDS: TDS REGISTER TABLE FULL - RUN"
027800             " ABANDONED BEFORE A DEDUCTION COULD BE LOST"
027900         MOVE "Y" TO WS-ABORT-SW
028000         MOVE "Y" TO WS-TD-EOF-SW
028100         GO TO 1210-EXIT
028200     END-IF.
028300     ADD 1 TO WS-TDS-COUNT.
028400     MOVE TD-RECEIPT-NO    TO WS-TD-RECEIPT-NO(WS-TDS-COUNT).
028500     MOVE TD-CUST-ID       TO WS-TD-CUST-ID(WS-TDS-COUNT).
028600     MOVE TD-PAY-DATE      TO WS-TD-PAY-DATE(WS-TDS-COUNT).
028700     MOVE TD-POST-DATE     TO WS-TD-POST-DATE(WS-TDS-COUNT).
028800     MOVE TD-CASH-AMT      TO WS-TD-CASH-AMT(WS-TDS-COUNT).
028900     MOVE TD-TDS-AMT       TO WS-TD-TDS-AMT(WS-TDS-COUNT).
029000     MOVE TD-FIN-YEAR      TO WS-TD-FIN-YEAR(WS-TDS-COUNT).
029100     MOVE TD-QUARTER       TO WS-TD-QUARTER(WS-TDS-COUNT).
029200     MOVE TD-CERT-DUE-DATE TO
029300         WS-TD-CERT-DUE-DATE(WS-TDS-COUNT).
029400     MOVE TD-STATUS        TO WS-TD-STATUS(WS-TDS-COUNT).
029500     MOVE TD-DEDUCTOR-TAN  TO
029600         WS-TD-DEDUCTOR-TAN(WS-TDS-COUNT).
029700     MOVE TD-CERT-NO       TO WS-TD-CERT-NO(WS-TDS-COUNT).
029800     MOVE TD-CERT-DATE     TO WS-TD-CERT-DATE(WS-TDS-COUNT).
029900     MOVE TD-MATCH-DATE    TO WS-TD-MATCH-DATE(WS-TDS-COUNT).
030000     MOVE TD-REVERSE-DATE  TO WS-TD-REVERSE-DATE(WS-TDS-COUNT).
030100     MOVE TD-OPERATOR-ID   TO WS-TD-OPERATOR-ID(WS-TDS-COUNT).
030200     READ TDSREG
030300         AT END
030400             MOVE "Y" TO WS-TD-EOF-SW
030500     END-READ.
030600 1210-EXIT.
030700     EXIT.

030800*-----------------------------------------------------------*
030900*    ONE CERTIFICATE - A BLANK CUSTOMER ID ENDS THE SESSION.   *
031000*    THE CERTIFICATE COVERS EVERY OPEN DEDUCTION THE CUSTOMER  *
031100*    MADE IN THE QUARTER, AND ITS TOTAL MUST AGREE WITH THEM   *
031200*    TO THE PAISA; A CERTIFICATE THAT DOES NOT AGREE IS        *
031300*    REFUSED AND THE DEDUCTIONS ON FILE ARE SHOWN SO THE       *
031400*    DIFFERENCE CAN BE TAKEN UP WITH THE CUSTOMER.             *
031500*-----------------------------------------------------------*
031600 2000-RECORD-CERTIFICATE.
031700     DISPLAY "CUSTOMER ID (BLANK=END): " WITH NO ADVANCING.
031800     MOVE SPACES TO WS-IN-CUST-ID.
031900     ACCEPT WS-IN-CUST-ID.
032000     IF WS-IN-CUST-ID = SPACES
032100         MOVE "Y" TO WS-DONE-SW
032200         GO TO 2000-EXIT
032300     END-IF.
032310     MOVE WS-IN-CUST-ID  TO CF-CUST-ID.
032310     MOVE "TDS CERTIFY"  TO CF-ACTION.
032310     PERFORM 2400-CHECK-CONFLICT THRU 2400-EXIT.
032310     IF CF-CONFLICT
032310         GO TO 2000-EXIT
032310     END-IF.
032400     DISPLAY "FINANCIAL YEAR BEGINNING (YYYY): "
032500         WITH NO ADVANCING.
032600     ACCEPT WS-IN-FIN-YEAR.
032700     DISPLAY "QUARTER (1-4): " WITH NO ADVANCING.
032800     ACCEPT WS-IN-QUARTER.
032900     IF WS-IN-FIN-YEAR NOT NUMERIC
033000         OR WS-IN-QUARTER NOT NUMERIC
033100         OR WS-IN-QUARTER < 1 OR WS-IN-QUARTER > 4
033200         DISPLAY "BILTDS: YEAR OR QUARTER INVALID -"
033300             " CERTIFICATE REFUSED"
033400         ADD 1 TO WS-REFUSED-COUNT
033500         GO TO 2000-EXIT
033600     END-IF.
033700     DISPLAY "CERTIFICATE NO: " WITH NO ADVANCING.
033800     MOVE SPACES TO WS-IN-CERT-NO.
033900     ACCEPT WS-IN-CERT-NO.
034000     DISPLAY "CERTIFICATE DATE (YYYYMMDD): " WITH NO ADVANCING.
034100     ACCEPT WS-IN-CERT-DATE.
034200     DISPLAY "DEDUCTOR TAN: " WITH NO ADVANCING.
034300     MOVE SPACES TO WS-IN-TAN.
034400     ACCEPT WS-IN-TAN.
034500     DISPLAY "TDS TOTAL ON CERTIFICATE: " WITH NO ADVANCING.
034600     ACCEPT WS-IN-CERT-TOTAL.
034700     IF WS-IN-CERT-NO = SPACES OR WS-IN-TAN = SPACES
034800         OR WS-IN-CERT-DATE NOT NUMERIC
034900         OR WS-IN-CERT-TOTAL NOT NUMERIC
035000         DISPLAY "BILTDS: CERTIFICATE NO, DATE, TAN AND TOTAL"
035100             " ARE ALL REQUIRED - CERTIFICATE REFUSED"
035200         ADD 1 TO WS-REFUSED-COUNT
035300         GO TO 2000-EXIT
035400     END-IF.
035500     MOVE ZERO TO WS-ENTRIES-FOUND.
035600     MOVE ZERO TO WS-QUARTER-TOTAL.
035700     PERFORM 2100-TOTAL-QUARTER THRU 2100-EXIT
035800         VARYING WS-TD-SUB FROM 1 BY 1
035900         UNTIL WS-TD-SUB > WS-TDS-COUNT.
036000     IF WS-ENTRIES-FOUND = 0
036100         DISPLAY "BILTDS: NO OPEN DEDUCTION FOR " WS-IN-CUST-ID
036200             " IN " WS-IN-FIN-YEAR " Q" WS-IN-QUARTER
036300             " - CERTIFICATE REFUSED"
036400         ADD 1 TO WS-REFUSED-COUNT
036500         GO TO 2000-EXIT
036600     END-IF.
036700     IF WS-QUARTER-TOTAL NOT = WS-IN-CERT-TOTAL
036800         MOVE WS-QUARTER-TOTAL TO WS-AMT-ED
036900         MOVE WS-IN-CERT-TOTAL TO WS-AMT2-ED
037000         DISPLAY "BILTDS: CERTIFICATE RS " WS-AMT2-ED
037100             " DOES NOT AGREE WITH RS " WS-AMT-ED
037200             " OPEN ON THE REGISTER - CERTIFICATE REFUSED"
037300         PERFORM 2200-SHOW-ENTRY THRU 2200-EXIT
037400             VARYING WS-TD-SUB FROM 1 BY 1
037500             UNTIL WS-TD-SUB > WS-TDS-COUNT
037600         ADD 1 TO WS-REFUSED-COUNT
037700         GO TO 2000-EXIT
037800     END-IF.
037900     PERFORM 2300-CERTIFY-ENTRY THRU 2300-EXIT
038000         VARYING WS-TD-SUB FROM 1 BY 1
038100         UNTIL WS-TD-SUB > WS-TDS-COUNT.
038200     MOVE "Y" TO WS-CHANGED-SW.
038300     ADD 1 TO WS-CERTIFIED-COUNT.
038400     DISPLAY "BILTDS: CERTIFICATE " WS-IN-CERT-NO
038500         " RECORDED AGAINST " WS-ENTRIES-FOUND " DEDUCTION(S)".
038600 2000-EXIT.
038700     EXIT.

038800 2100-TOTAL-QUARTER.
038900     IF WS-TD-CUST-ID(WS-TD-SUB) = WS-IN-CUST-ID
039000         AND WS-TD-FIN-YEAR(WS-TD-SUB) = WS-IN-FIN-YEAR
039100         AND WS-TD-QUARTER(WS-TD-SUB) = WS-IN-QUARTER
039200         AND WS-TD-STATUS(WS-TD-SUB) = "O"
039300         ADD 1 TO WS-ENTRIES-FOUND
039400         ADD WS-TD-TDS-AMT(WS-TD-SUB) TO WS-QUARTER-TOTAL
039500     END-IF.
039600 2100-EXIT.
039700     EXIT.

039800 2200-SHOW-ENTRY.
039900     IF WS-TD-CUST-ID(WS-TD-SUB) = WS-IN-CUST-ID
040000         AND WS-TD-FIN-YEAR(WS-TD-SUB) = WS-IN-FIN-YEAR
040100         AND WS-TD-QUARTER(WS-TD-SUB) = WS-IN-QUARTER
040200         AND WS-TD-STATUS(WS-TD-SUB) = "O"
040300         MOVE WS-TD-TDS-AMT(WS-TD-SUB) TO WS-AMT-ED
040400         DISPLAY "    RECEIPT " WS-TD-RECEIPT-NO(WS-TD-SUB)
040500             " PAID " WS-TD-PAY-DATE(WS-TD-SUB)
040600             " TDS RS " WS-AMT-ED
040700     END-IF.
040800 2200-EXIT.
040900     EXIT.

041000 2300-CERTIFY-ENTRY.
041100     IF WS-TD-CUST-ID(WS-TD-SUB) = WS-IN-CUST-ID
041200         AND WS-TD-FIN-YEAR(WS-TD-SUB) = WS-IN-FIN-YEAR
041300         AND WS-TD-QUARTER(WS-TD-SUB) = WS-IN-QUARTER
041400         AND WS-TD-STATUS(WS-TD-SUB) = "O"
041500         MOVE "C"             TO WS-TD-STATUS(WS-TD-SUB)
041600         MOVE WS-IN-TAN       TO WS-TD-DEDUCTOR-TAN(WS-TD-SUB)
041700         MOVE WS-IN-CERT-NO   TO WS-TD-CERT-NO(WS-TD-SUB)
041800         MOVE WS-IN-CERT-DATE TO WS-TD-CERT-DATE(WS-TD-SUB)
041900         MOVE WS-OPERATOR-ID  TO WS-TD-OPERATOR-ID(WS-TD-SUB)
042000     END-IF.
042100 2300-EXIT.
042200     EXIT.

042210*-----------------------------------------------------------*
042210*    STAFF-ACCOUNT CONFLICT CHECK - AN OPERATOR LINKED ON   *
042210*    STAFFREG TO THE CUSTOMER MAY NOT ACT ON IT, AND NO     *
042210*    SUPERVISOR CAN SIGN IT THROUGH.  THE CALLER SETS       *
042210*    CF-CUST-ID AND CF-ACTION AND LEAVES THE CUSTOMER ALONE *
042210*    ON CF-CONFLICT - BILSTFC HAS ALREADY LOGGED IT.        *
042210*-----------------------------------------------------------*
042210 2400-CHECK-CONFLICT.
042210     MOVE WS-OPERATOR-ID  TO CF-OPERATOR-ID.
042210     MOVE "BILTDS"        TO CF-PROGRAM-ID.
042210     CALL "BILSTFC" USING CF-PARMS.
042210 2400-EXIT.
042210     EXIT.

042300*-----------------------------------------------------------*
042400*    STATEMENT MATCHING - EACH FINALLY BOOKED STATEMENT LINE   *
042500*    CLEARS ONE CERTIFIED DEDUCTION OF THE SAME DEDUCTOR TAN,  *
042600*    QUARTER AND AMOUNT.  A LINE THAT CLEARS NOTHING, AND A    *
042700*    CERTIFIED DEDUCTION LEFT UNCLEARED, ARE BOTH LISTED - THE *
042800*    FIRST IS MONEY WE CANNOT PLACE, THE SECOND A CERTIFICATE  *
042900*    THE DEDUCTOR HAS NOT YET FILED ITS RETURN FOR.            *
043000*-----------------------------------------------------------*
043100 3000-MATCH-STATEMENT.
043200     OPEN INPUT TAXSTMT.
043300     IF NOT FS-TAXSTMT-OK
043400         DISPLAY "BILTDS: UNABLE TO OPEN TAXSTMT, STATUS "
043500             FS-TAXSTMT
043600         GO TO 3000-EXIT
043700     END-IF.
043800     MOVE SPACES TO WS-RPT-LINE.
043900     STRING "TDS STATEMENT MATCHING - RUN " WS-SYSTEM-DATE
044000         DELIMITED BY SIZE INTO WS-RPT-LINE.
044100     WRITE TQ-LINE FROM WS-RPT-LINE.
044200     READ TAXSTMT
044300         AT END
044400             MOVE "Y" TO WS-TX-EOF-SW
044500     END-READ.
044600     PERFORM 3100-MATCH-ONE-LINE THRU 3100-EXIT
044700         UNTIL WS-TX-EOF.
044800     CLOSE TAXSTMT.
044900     PERFORM 3200-LIST-UNMATCHED THRU 3200-EXIT
045000         VARYING WS-TD-SUB FROM 1 BY 1
045100         UNTIL WS-TD-SUB > WS-TDS-COUNT.
045200     MOVE SPACES TO WS-RPT-LINE.
045300     STRING "STATEMENT LINES " WS-STMT-READ
045400         "  MATCHED " WS-MATCHED-COUNT
045500         "  NOT PLACED " WS-UNMATCHED-COUNT
045600         "  AWAITING STATEMENT " WS-CERT-HELD-COUNT
045700         DELIMITED BY SIZE INTO WS-RPT-LINE.
045800     WRITE TQ-LINE FROM WS-RPT-LINE.
045900 3000-EXIT.
046000     EXIT.

046100 3100-MATCH-ONE-LINE.
046200     ADD 1 TO WS-STMT-READ.
046300     IF NOT TX-BOOKED-FINAL
046400         GO TO 3100-NEXT
046500     END-IF.
046600     MOVE ZERO TO WS-TD-FOUND.
046700     PERFORM 3110-FIND-CERTIFIED THRU 3110-EXIT
046800         VARYING WS-TD-SUB FROM 1 BY 1
046900         UNTIL WS-TD-SUB > WS-TDS-COUNT
047000            OR WS-TD-FOUND > 0.
047100     IF WS-TD-FOUND > 0
047200         MOVE "M" TO WS-TD-STATUS(WS-TD-FOUND)
047300         MOVE WS-SYSTEM-DATE TO WS-TD-MATCH-DATE(WS-TD-FOUND)
047400         MOVE "Y" TO WS-CHANGED-SW
047500         ADD 1 TO WS-MATCHED-COUNT
047600         GO TO 3100-NEXT
047700     END-IF.
047800     ADD 1 TO WS-UNMATCHED-COUNT.
047900     MOVE TX-TDS-AMT TO WS-AMT-ED.
048000     MOVE SPACES TO WS-RPT-LINE.
048100     STRING "NOT ON REGISTER  TAN " TX-DEDUCTOR-TAN
048200         " " TX-FIN-YEAR " Q" TX-QUARTER
048300         " DATED " TX-TXN-DATE
048400         " TDS RS " WS-AMT-ED
048500         DELIMITED BY SIZE INTO WS-RPT-LINE.
048600     WRITE TQ-LINE FROM WS-RPT-LINE.
048700 3100-NEXT.
048800     READ TAXSTMT
048900         AT END
049000             MOVE "Y" TO WS-TX-EOF-SW
049100     END-READ.
049200 3100-EXIT.
049300     EXIT.

049400 3110-FIND-CERTIFIED.
049500     IF WS-TD-STATUS(WS-TD-SUB) = "C"
049600         AND WS-TD-DEDUCTOR-TAN(WS-TD-SUB) = TX-DEDUCTOR-TAN
049700         AND WS-TD-FIN-YEAR(WS-TD-SUB) = TX-FIN-YEAR
049800         AND WS-TD-QUARTER(WS-TD-SUB) = TX-QUARTER
049900         AND WS-TD-TDS-AMT(WS-TD-SUB) = TX-TDS-AMT
050000         MOVE WS-TD-SUB TO WS-TD-FOUND
050100     END-IF.
050200 3110-EXIT.
050300     EXIT.

050400 3200-LIST-UNMATCHED.
050500     IF WS-TD-STATUS(WS-TD-SUB) NOT = "C"
050600         GO TO 3200-EXIT
050700     END-IF.
050800     ADD 1 TO WS-CERT-HELD-COUNT.
050900     MOVE WS-TD-TDS-AMT(WS-TD-SUB) TO WS-AMT-ED.
051000     MOVE SPACES TO WS-RPT-LINE.
051100     STRING "NOT ON STATEMENT " WS-TD-CUST-ID(WS-TD-SUB)
051200         " CERT " WS-TD-CERT-NO(WS-TD-SUB)
051300         " " WS-TD-FIN-YEAR(WS-TD-SUB)
051400         " Q" WS-TD-QUARTER(WS-TD-SUB)
051500         " TDS RS " WS-AMT-ED
051600         DELIMITED BY SIZE INTO WS-RPT-LINE.
051700     WRITE TQ-LINE FROM WS-RPT-LINE.
051800 3200-EXIT.
051900     EXIT.

052000*-----------------------------------------------------------*
052100*    THE DEADLINE SWEEP - A DEDUCTION STILL OPEN (NO           *
052200*    CERTIFICATE) AFTER ITS QUARTER'S DUE DATE WAS NEVER       *
052300*    EVIDENCED AS PAID TO THE GOVERNMENT ON OUR ACCOUNT; IT    *
052400*    GOES BACK ONTO THE CUSTOMER'S ARREARS, AND OUT OF TDS     *
052500*    RECEIVABLE.  A CERTIFIED DEDUCTION IS NOT REVERSED - THE  *
052600*    CERTIFICATE IS THE CUSTOMER'S PROOF OF PAYMENT.           *
052700*-----------------------------------------------------------*
052800 4000-SWEEP-ONE.
052900     IF WS-TD-STATUS(WS-TD-SUB) NOT = "O"
053000         GO TO 4000-EXIT
053100     END-IF.
053200     IF WS-SYSTEM-DATE NOT > WS-TD-CERT-DUE-DATE(WS-TD-SUB)
053300         GO TO 4000-EXIT
053400     END-IF.
053500     MOVE WS-TD-CUST-ID(WS-TD-SUB) TO CM-CUST-ID.
053600     READ CUSTMAS
053700         INVALID KEY
053800             DISPLAY "BILTDS: CUSTOMER " CM-CUST-ID
053900                 " NOT ON FILE - DEDUCTION ON RECEIPT "
054000                 WS-TD-RECEIPT-NO(WS-TD-SUB) " LEFT OPEN"
054100             GO TO 4000-EXIT
054200     END-READ.
054300     ADD WS-TD-TDS-AMT(WS-TD-SUB) TO CM-ARREARS.
054400     REWRITE CM-RECORD
054500         INVALID KEY
054600             DISPLAY "BILTDS: REWRITE FAILED FOR "
054700                 CM-CUST-ID
054800             GO TO 4000-EXIT
054900     END-REWRITE.
055000     MOVE "R"            TO WS-TD-STATUS(WS-TD-SUB).
055100     MOVE WS-SYSTEM-DATE TO WS-TD-REVERSE-DATE(WS-TD-SUB).
055200     MOVE WS-OPERATOR-ID TO WS-TD-OPERATOR-ID(WS-TD-SUB).
055300     MOVE "Y" TO WS-CHANGED-SW.
055400     ADD 1 TO WS-REVERSED-COUNT.
055500     ADD WS-TD-TDS-AMT(WS-TD-SUB) TO WS-REVERSED-TOTAL.
055500     MOVE "1350-TDS"        TO GK-POST-TYPE.
055500     MOVE WS-TD-TDS-AMT(WS-TD-SUB) TO GK-AMOUNT.
055500     PERFORM 8520-POST-GL THRU 8520-EXIT.
055600     MOVE WS-TD-TDS-AMT(WS-TD-SUB) TO WS-AMT-ED.
055700     MOVE SPACES TO WS-RPT-LINE.
055800     STRING WS-TD-CUST-ID(WS-TD-SUB) " "
055900         WS-TD-RECEIPT-NO(WS-TD-SUB)
056000         " " WS-TD-FIN-YEAR(WS-TD-SUB)
056100         " Q" WS-TD-QUARTER(WS-TD-SUB)
056200         " DUE " WS-TD-CERT-DUE-DATE(WS-TD-SUB)
056300         " REVERSED RS " WS-AMT-ED
056400         DELIMITED BY SIZE INTO WS-RPT-LINE.
056500     WRITE TQ-LINE FROM WS-RPT-LINE.
056600 4000-EXIT.
056700     EXIT.

056800 4800-SWEEP-HEADING.
056900     MOVE SPACES TO WS-RPT-LINE.
057000     STRING "TDS DEDUCTIONS REVERSED FOR WANT OF A"
057100         " CERTIFICATE - RUN " WS-SYSTEM-DATE
057200         DELIMITED BY SIZE INTO WS-RPT-LINE.
057300     WRITE TQ-LINE FROM WS-RPT-LINE.
057400 4800-EXIT.
057500     EXIT.

057600 4900-SWEEP-TOTALS.
057700     MOVE WS-REVERSED-TOTAL TO WS-AMT-ED.
057800     MOVE SPACES TO WS-RPT-LINE.
057900     STRING "DEDUCTIONS REVERSED " WS-REVERSED-COUNT
058000         "  TOTAL RS " WS-AMT-ED
058100         DELIMITED BY SIZE INTO WS-RPT-LINE.
058200     WRITE TQ-LINE FROM WS-RPT-LINE.
058300 4900-EXIT.
058400     EXIT.

058500*-----------------------------------------------------------*
058600*    THE REGISTER REPORT - EVERY DEDUCTION WITH ITS STATUS,    *
058700*    AND THE MONEY IN EACH STATE.                              *
058800*-----------------------------------------------------------*
058900 5000-REGISTER-REPORT.
059000     MOVE SPACES TO WS-RPT-LINE.
059100     STRING "TDS REGISTER - RUN " WS-SYSTEM-DATE
059200         DELIMITED BY SIZE INTO WS-RPT-LINE.
059300     WRITE TQ-LINE FROM WS-RPT-LINE.
059400     PERFORM 5100-REPORT-ONE THRU 5100-EXIT
059500         VARYING WS-TD-SUB FROM 1 BY 1
059600         UNTIL WS-TD-SUB > WS-TDS-COUNT.
059700     MOVE SPACES TO WS-RPT-LINE.
059800     MOVE WS-OPEN-TOTAL      TO WS-AMT-ED.
059900     MOVE WS-CERT-HELD-TOTAL TO WS-AMT2-ED.
060000     STRING "AWAITING CERTIFICATE " WS-OPEN-COUNT
060100         " RS " WS-AMT-ED
060200         "  CERTIFIED " WS-CERT-HELD-COUNT
060300         " RS " WS-AMT2-ED
060400         DELIMITED BY SIZE INTO WS-RPT-LINE.
060500     WRITE TQ-LINE FROM WS-RPT-LINE.
060600     MOVE SPACES TO WS-RPT-LINE.
060700     MOVE WS-MATCHED-TOTAL   TO WS-AMT-ED.
060800     MOVE WS-REV-RPT-TOTAL   TO WS-AMT2-ED.
060900     STRING "MATCHED TO STATEMENT " WS-MATCH-RPT-COUNT
061000         " RS " WS-AMT-ED
061100         "  REVERSED " WS-REV-RPT-COUNT
061200         " RS " WS-AMT2-ED
061300         DELIMITED BY SIZE INTO WS-RPT-LINE.
061400     WRITE TQ-LINE FROM WS-RPT-LINE.
061500 5000-EXIT.
061600     EXIT.

061700 5100-REPORT-ONE.
061800     EVALUATE WS-TD-STATUS(WS-TD-SUB)
061900         WHEN "O"
062000             ADD 1 TO WS-OPEN-COUNT
062100             ADD WS-TD-TDS-AMT(WS-TD-SUB) TO WS-OPEN-TOTAL
062200         WHEN "C"
062300             ADD 1 TO WS-CERT-HELD-COUNT
062400             ADD WS-TD-TDS-AMT(WS-TD-SUB) TO WS-CERT-HELD-TOTAL
062500         WHEN "M"
062600             ADD 1 TO WS-MATCH-RPT-COUNT
062700             ADD WS-TD-TDS-AMT(WS-TD-SUB) TO WS-MATCHED-TOTAL
062800         WHEN "R"
062900             ADD 1 TO WS-REV-RPT-COUNT
063000             ADD WS-TD-TDS-AMT(WS-TD-SUB) TO WS-REV-RPT-TOTAL
063100     END-EVALUATE.
063200     MOVE WS-TD-TDS-AMT(WS-TD-SUB) TO WS-AMT-ED.
063300     MOVE SPACES TO WS-RPT-LINE.
063400     STRING WS-TD-CUST-ID(WS-TD-SUB) " "
063500         WS-TD-RECEIPT-NO(WS-TD-SUB) " "
063600         WS-TD-FIN-YEAR(WS-TD-SUB)
063700         " Q" WS-TD-QUARTER(WS-TD-SUB) " "
063800         WS-TD-STATUS(WS-TD-SUB)
063900         " TDS " WS-AMT-ED
064000         " CERT " WS-TD-CERT-NO(WS-TD-SUB)
064100         DELIMITED BY SIZE INTO WS-RPT-LINE.
064200     WRITE TQ-LINE FROM WS-RPT-LINE.
064300 5100-EXIT.
064400     EXIT.

064500 8000-REWRITE-REGISTER.
064600     IF WS-ABORT OR NOT WS-REGISTER-CHANGED
064700         GO TO 8000-EXIT
064800     END-IF.
064900     OPEN OUTPUT TDSREG.
065000     IF NOT FS-TDSREG-OK
065100         DISPLAY "BILTDS: UNABLE TO REWRITE TDSREG, STATUS "
065200             FS-TDSREG
065300         GO TO 8000-EXIT
065400     END-IF.
065500     PERFORM 8100-WRITE-ONE THRU 8100-EXIT
065600         VARYING WS-TD-SUB FROM 1 BY 1
065700         UNTIL WS-TD-SUB > WS-TDS-COUNT.
065800     CLOSE TDSREG.
065900 8000-EXIT.
066000     EXIT.

066100 8100-WRITE-ONE.
066200     MOVE WS-TD-RECEIPT-NO(WS-TD-SUB)    TO TD-RECEIPT-NO.
066300     MOVE WS-TD-CUST-ID(WS-TD-SUB)       TO TD-CUST-ID.
066400     MOVE WS-TD-PAY-DATE(WS-TD-SUB)      TO TD-PAY-DATE.
066500     MOVE WS-TD-POST-DATE(WS-TD-SUB)     TO TD-POST-DATE.
066600     MOVE WS-TD-CASH-AMT(WS-TD-SUB)      TO TD-CASH-AMT.
066700     MOVE WS-TD-TDS-AMT(WS-TD-SUB)       TO TD-TDS-AMT.
066800     MOVE WS-TD-FIN-YEAR(WS-TD-SUB)      TO TD-FIN-YEAR.
066900     MOVE WS-TD-QUARTER(WS-TD-SUB)       TO TD-QUARTER.
067000     MOVE WS-TD-CERT-DUE-DATE(WS-TD-SUB) TO TD-CERT-DUE-DATE.
067100     MOVE WS-TD-STATUS(WS-TD-SUB)        TO TD-STATUS.
067200     MOVE WS-TD-DEDUCTOR-TAN(WS-TD-SUB)  TO TD-DEDUCTOR-TAN.
067300     MOVE WS-TD-CERT-NO(WS-TD-SUB)       TO TD-CERT-NO.
067400     MOVE WS-TD-CERT-DATE(WS-TD-SUB)     TO TD-CERT-DATE.
067500     MOVE WS-TD-MATCH-DATE(WS-TD-SUB)    TO TD-MATCH-DATE.
067600     MOVE WS-TD-REVERSE-DATE(WS-TD-SUB)  TO TD-REVERSE-DATE.
067700     MOVE WS-TD-OPERATOR-ID(WS-TD-SUB)   TO TD-OPERATOR-ID.
067800     WRITE TD-RECORD.
067900 8100-EXIT.
068000     EXIT.

068100*-----------------------------------------------------------*
068200*    THE REVERSED DEDUCTIONS COME OUT OF TDS RECEIVABLE ON     *
068300*    THE SHARED GL EXTRACT, IN THE USUAL H/D/T FRAMING.        *
068400*-----------------------------------------------------------*
068500 8500-WRITE-REVERSAL-GL.
068600     IF WS-ABORT OR WS-REVERSED-TOTAL = 0
068700         GO TO 8500-EXIT
068800     END-IF.
068900     OPEN EXTEND GLEXTR.
069000     IF NOT FS-GLEXTR-OK
069100         DISPLAY "BILTDS: UNABLE TO OPEN BILGL, STATUS "
069200             FS-GLEXTR
069300         GO TO 8500-EXIT
069400     END-IF.
069500     MOVE "H"            TO GJ-RECORD-TYPE.
069600     MOVE WS-SYSTEM-DATE TO GJ-RUN-DATE.
069700     MOVE WS-RUN-PERIOD  TO GJ-BILL-PERIOD.
069800     MOVE SPACES         TO GJ-ACCOUNT-CODE.
069900     MOVE "BILTDS GL EXTRACT" TO GJ-ACCOUNT-DESC.
070000     MOVE ZERO           TO GJ-AMOUNT.
070100     MOVE SPACES         TO GJ-COST-CENTRE.
070100     MOVE SPACES         TO GJ-POST-TYPE.
070100     WRITE GJ-RECORD.
070200     MOVE "D"            TO GJ-RECORD-TYPE.
070300     MOVE "1350-TDS"     TO GK-POST-TYPE.
070400     MOVE "TDS RECEIVABLE (REVERSAL)" TO GJ-ACCOUNT-DESC.
070500     PERFORM 8510-WRITE-GL-LINES THRU 8510-EXIT.
070700     MOVE "T"            TO GJ-RECORD-TYPE.
070800     MOVE WS-GL-DETAILS  TO GJ-BILL-PERIOD.
070900     MOVE SPACES         TO GJ-ACCOUNT-CODE.
071000     MOVE "TRAILER - DETAIL COUNT AND HASH"
071100         TO GJ-ACCOUNT-DESC.
071200     MOVE WS-GL-HASH     TO GJ-AMOUNT.
071300     MOVE SPACES         TO GJ-COST-CENTRE.
071300     MOVE SPACES         TO GJ-POST-TYPE.
071300     WRITE GJ-RECORD.
071400     CLOSE GLEXTR.
071500 8500-EXIT.
071600     EXIT.

071600*-----------------------------------------------------------*
071600*    ONE D RECORD FOR EVERY ACCOUNT AND ZONE TOTAL BILGLAC    *
071600*    HOLDS FOR THE POSTING TYPE.                              *
071600*-----------------------------------------------------------*
071600 8510-WRITE-GL-LINES.
071600     MOVE "N"             TO GK-FUNCTION.
071600     MOVE ZERO            TO GK-CURSOR.
071600     MOVE SPACE           TO GK-RESULT.
071600     PERFORM 8515-WRITE-ONE-LINE THRU 8515-EXIT
071600         UNTIL GK-END.
071600 8510-EXIT.
071600     EXIT.

071600 8515-WRITE-ONE-LINE.
071600     CALL "BILGLAC" USING GK-PARMS.
071600     IF GK-END
071600         GO TO 8515-EXIT
071600     END-IF.
071600     MOVE GK-ACCOUNT-CODE TO GJ-ACCOUNT-CODE.
071600     MOVE GK-ZONE-CODE    TO GJ-COST-CENTRE.
071600     MOVE GK-POST-TYPE    TO GJ-POST-TYPE.
071600     MOVE GK-AMOUNT       TO GJ-AMOUNT.
071600     WRITE GJ-RECORD.
071600     ADD 1                TO WS-GL-DETAILS.
071600     ADD GJ-AMOUNT        TO WS-GL-HASH.
071600 8515-EXIT.
071600     EXIT.

071600*-----------------------------------------------------------*
071600*    POST ONE AMOUNT FOR THE CUSTOMER IN HAND.                *
071600*-----------------------------------------------------------*
071600 8520-POST-GL.
071600*    AN AMOUNT BILGLAC COULD NOT HOLD WOULD LEAVE THE GL
071600*    EXTRACT SHORT OF THE FIGURES POSTED - ABANDON THE RUN.
071600     MOVE "P"             TO GK-FUNCTION.
071600     MOVE CM-SERVICE-TYPE TO GK-SERVICE.
071600     MOVE CM-CUST-CLASS   TO GK-CLASS.
071600     MOVE CM-ZONE-CODE    TO GK-ZONE-CODE.
071600     MOVE WS-SYSTEM-DATE  TO GK-POST-DATE.
071600     CALL "BILGLAC" USING GK-PARMS.
071600     IF GK-FAILED
071600         MOVE "Y" TO WS-ABORT-SW
071600     END-IF.
071600 8520-EXIT.
071600     EXIT.

071700 9000-TERMINATE.
071800     IF WS-FUNC-SWEEP AND NOT WS-ABORT
071900         CLOSE CUSTMAS
072000     END-IF.
072100     IF (WS-FUNC-MATCH OR WS-FUNC-SWEEP OR WS-FUNC-REPORT)
072200         AND NOT WS-ABORT
072300         CLOSE TDSRPT
072300         PERFORM 9680-FILE-REPORT THRU 9680-EXIT
072400     END-IF.
072500     IF NOT WS-ABORT
072600         PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT
072700         CLOSE RUNLOG
072800     END-IF.
072900     DISPLAY "BILTDS: CERTIFIED " WS-CERTIFIED-COUNT
073000         " REFUSED " WS-REFUSED-COUNT
073100         " MATCHED " WS-MATCHED-COUNT
073200         " REVERSED " WS-REVERSED-COUNT.
073300 9000-EXIT.
073400     EXIT.

073500 9600-WRITE-RUNLOG.
073600     MOVE "BILTDS"         TO RL-PROGRAM-ID.
073700     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
073800     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
073900     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
074000     MOVE "TDSREG"         TO RL-INPUT-FILE.
074100     MOVE WS-TDS-COUNT     TO RL-RECORDS-READ.
074200     COMPUTE RL-BILLS-PRODUCED = WS-CERTIFIED-COUNT
074300         + WS-MATCHED-COUNT + WS-REVERSED-COUNT.
074400     COMPUTE RL-EXCEPTIONS = WS-REFUSED-COUNT
074500         + WS-UNMATCHED-COUNT.
074600     MOVE WS-REVERSED-TOTAL TO RL-TOTAL-BILLED.
074700     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
074800     ACCEPT RL-END-TIME FROM TIME.
074900     WRITE RL-RECORD.
075000 9600-EXIT.
075100     EXIT.

075200*-----------------------------------------------------------*
075300*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
075400*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
075500*    OUTLIVES THE NEXT RUN.                                    *
075600*-----------------------------------------------------------*
075700 9680-FILE-REPORT.
075800     OPEN INPUT TDSRPT.
075900     IF NOT FS-TDSRPT-OK
076000         GO TO 9680-EXIT
076100     END-IF.
076200     MOVE "O"               TO RO-FUNCTION.
076300     MOVE "TDSRPT"          TO RO-REPORT-NAME.
076400     MOVE "BILTDS"          TO RO-PROGRAM-ID.
076500     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
076600     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
076700     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
076800*    A CERTIFICATE RUN FILES UNDER THE LAST MONTH OF THE
076800*    FINANCIAL-YEAR QUARTER KEYED (APR-JUN = 1 ... JAN-MAR = 4);
076800*    THE OTHER FUNCTIONS TAKE NO QUARTER AND FILE UNDER THE RUN
076800*    MONTH.
076800     MOVE ZERO              TO RO-PERIOD.
076800     IF WS-FUNC-CERTIFICATE
076800         AND WS-IN-FIN-YEAR NUMERIC
076800         AND WS-IN-QUARTER NUMERIC
076800         AND WS-IN-QUARTER > 0 AND WS-IN-QUARTER < 5
076800         IF WS-IN-QUARTER = 4
076800             COMPUTE RO-PERIOD = (WS-IN-FIN-YEAR + 1) * 100 + 3
076800         ELSE
076800             COMPUTE RO-PERIOD =
076800                 WS-IN-FIN-YEAR * 100 + WS-IN-QUARTER * 3 + 3
076800         END-IF
076800     END-IF.
076900     CALL "BILRPTF" USING RO-PARMS.
077000     IF RO-OK
077100         MOVE "N" TO WS-RO-EOF-SW
077200         PERFORM 9690-FILE-LINE THRU 9690-EXIT
077300             UNTIL WS-RO-EOF
077400         MOVE "C"          TO RO-FUNCTION
077500         CALL "BILRPTF" USING RO-PARMS
077600     END-IF.
077700     CLOSE TDSRPT.
077800 9680-EXIT.
077900     EXIT.

078000 9690-FILE-LINE.
078100     READ TDSRPT
078200         AT END
078300             MOVE "Y" TO WS-RO-EOF-SW
078400             GO TO 9690-EXIT
078500     END-READ.
078600     MOVE "L"               TO RO-FUNCTION.
078700     MOVE TQ-LINE           TO RO-LINE.
078800     CALL "BILRPTF" USING RO-PARMS.
078900 9690-EXIT.
079000     EXIT.
