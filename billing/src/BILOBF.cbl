000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILOBF.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILOBF                                                      *
000900*  ON-BILL FINANCING UNDER THE STATE EFFICIENCY SCHEME.  A     *
001000*  CUSTOMER BUYS LED LIGHTING, AN EFFICIENT PUMP OR A ROOFTOP  *
001100*  SOLAR PLANT WITH A LENDER'S MONEY AND REPAYS IT THROUGH     *
001200*  THE ELECTRICITY BILL.  TWO FUNCTIONS, PICKED BY THE         *
001300*  OPERATOR AT STARTUP:                                        *
001400*    E - ENROL A LOAN (SUPERVISOR).  THE PRINCIPAL, ANNUAL     *
001500*        RATE AND TERM ARE KEYED FROM THE LENDER'S SANCTION    *
001600*        AND THE EQUATED MONTHLY INSTALMENT IS WORKED OUT      *
001700*        FROM THEM.  THE CUSTOMER MUST BE AN ACTIVE POSTPAID   *
001800*        ACCOUNT WITH NO OTHER LIVE LOAN.                      *
001900*    R - MONTHLY LENDER REPORT.  EVERY LOAN ON THE REGISTER    *
002000*        WITH THE PRINCIPAL STILL OUTSTANDING, THE BILLED      *
002100*        INSTALMENTS NOT YET PAID AND THE MISSED COUNT, IN     *
002200*        LOAN NUMBER ORDER, TOTALLED, AND THE LOANS IN         *
002300*        DEFAULT LISTED AGAIN ON THEIR OWN.                    *
002400*  THE LOAN IS RUN BY THE BILLING PROGRAMS ONCE ENROLLED:      *
002500*  BILBATCH BILLS THE INSTALMENT EACH PERIOD AND MARKS A LOAN  *
002600*  IN DEFAULT AFTER THREE MISSED INSTALMENTS, BILPAY CLEARS    *
002700*  THE INSTALMENTS PAID, AND BILXFER AND BILCLOSE SETTLE THE   *
002800*  BALANCE ON THE FINAL BILL.  THE REGISTER (OBFREG) IS HELD   *
002900*  WHOLE IN STORAGE AND WRITTEN BACK AT END OF RUN.            *
003000*-----------------------------------------------------------*
003100*  MODIFICATION HISTORY                                      *
003200*  DATE       INIT  DESCRIPTION                               *
003300*  2026-10-15 RSH   ORIGINAL                                  *
003300*  2026-10-15 RSH   FILE OBFRPT IN THE REPORT REPOSITORY      *
003300*                   THROUGH BILRPTF ONCE IT IS CLOSED.        *
003300*  2026-10-15 RSH   AN OPERATOR LINKED TO THE CUSTOMER ON     *
003300*                   STAFFREG MAY NOT ENROL A LOAN FOR IT.     *
003400*-----------------------------------------------------------*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   IBM-370.
003800 OBJECT-COMPUTER.   IBM-370.

003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT OBFREG ASSIGN TO "OBFREG"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS FS-OBFREG.

004400     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS CM-CUST-ID
004800         FILE STATUS IS FS-CUSTMAS.

004900     SELECT OBFRPT ASSIGN TO "OBFRPT"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS FS-OBFRPT.

005200     SELECT RUNLOG ASSIGN TO "RUNLOG"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS FS-RUNLOG.

005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  OBFREG
005800     LABEL RECORDS ARE STANDARD.
005900 COPY OBFREG.

006000 FD  CUSTMAS
006100     LABEL RECORDS ARE STANDARD.
006200 COPY CUSTMAS.

006300 FD  OBFRPT
006400     LABEL RECORDS ARE STANDARD.
006500 01  OR-LINE                     PIC X(100).

006600 FD  RUNLOG
006700     LABEL RECORDS ARE STANDARD.
006800 COPY RUNLOG.

006900 WORKING-STORAGE SECTION.
007000*-----------------------------------------------------------*
007100*    FILE STATUS SWITCHES                                      *
007200*-----------------------------------------------------------*
007300 77  FS-OBFREG               PIC X(02).
007400     88  FS-OBFREG-OK                VALUE "00".
007500 77  FS-CUSTMAS              PIC X(02).
007600     88  FS-CUSTMAS-OK               VALUE "00".
007700 77  FS-OBFRPT               PIC X(02).
007800     88  FS-OBFRPT-OK                VALUE "00".
007900 77  FS-RUNLOG               PIC X(02).
008000     88  FS-RUNLOG-OK                VALUE "00".

008100*-----------------------------------------------------------*
008200*    PROGRAM SWITCHES                                          *
008300*-----------------------------------------------------------*
008400 77  WS-ABORT-SW             PIC X(01) VALUE "N".
008500     88  WS-ABORT                    VALUE "Y".
008600 77  WS-OB-EOF-SW            PIC X(01) VALUE "N".
008700     88  WS-OB-EOF                   VALUE "Y".
008700 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
008700     88  WS-RO-EOF                   VALUE "Y".
008800 77  WS-LIVE-LOAN-SW         PIC X(01) VALUE "N".
008900     88  WS-LIVE-LOAN                VALUE "Y".

009000*-----------------------------------------------------------*
009100*    OPERATOR AND INPUT FIELDS                                 *
009200*-----------------------------------------------------------*
009300 77  WS-OPERATOR-ID          PIC X(08).
009400 77  WS-PASSWORD             PIC X(08).
009500 77  WS-SYSTEM-DATE          PIC 9(08).
009600 77  WS-SYSTEM-TIME          PIC 9(08).
009700 77  WS-BILL-PERIOD          PIC 9(06) VALUE ZERO.
009800 77  WS-FUNCTION             PIC X(01).
009900     88  WS-FUNC-ENROL               VALUE "E".
010000     88  WS-FUNC-REPORT              VALUE "R".
010100 77  WS-IN-CUST-ID           PIC X(10).
010200 77  WS-IN-SCHEME            PIC X(01).
010300     88  WS-IN-SCHEME-VALID          VALUE "L" "P" "S".
010400 77  WS-IN-LENDER-CODE       PIC X(06).
010500 77  WS-IN-PRINCIPAL         PIC 9(07)V99.
010600 77  WS-IN-RATE-PCT          PIC 9(02)V99.
010700 77  WS-IN-TERM              PIC 9(03).
010800 77  WS-IN-START-PERIOD      PIC 9(06).

010900*-----------------------------------------------------------*
011000*    INSTALMENT WORK FIELDS.  THE INSTALMENT IS THE LEVEL      *
011100*    MONTHLY PAYMENT THAT CLEARS THE PRINCIPAL AND THE         *
011200*    INTEREST ON THE REDUCING BALANCE OVER THE TERM:           *
011300*        P X R X (1+R)**N / ((1+R)**N - 1)                     *
011400*    WHERE R IS THE ANNUAL RATE / 1200.  AN INTEREST-FREE      *
011500*    LOAN (A SUBSIDISED SCHEME) IS SIMPLY P / N.  THE TERM IS  *
011600*    CAPPED AT TEN YEARS - A SOLAR PLANT'S LONGEST SANCTION.   *
011700*-----------------------------------------------------------*
011800 77  WS-MAX-TERM             PIC 9(03) VALUE 120.
011900 77  WS-MONTHLY-RATE         PIC 9(01)V9(08) VALUE ZERO.
012000 77  WS-GROWTH-FACTOR        PIC 9(06)V9(08) VALUE ZERO.
012100 77  WS-INSTALMENT           PIC 9(07)V99 VALUE ZERO.

012200*-----------------------------------------------------------*
012300*    REGISTER WORK FIELDS AND RUN COUNTS                       *
012400*-----------------------------------------------------------*
012500 77  WS-LAST-LOAN-NO         PIC 9(06) VALUE ZERO.
012600 77  WS-ENROLLED-COUNT       PIC 9(05) VALUE ZERO.
012700 77  WS-ACTIVE-COUNT         PIC 9(05) VALUE ZERO.
012800 77  WS-DEFAULT-COUNT        PIC 9(05) VALUE ZERO.
012900 77  WS-CLOSED-COUNT         PIC 9(05) VALUE ZERO.
013000 77  WS-OUTSTANDING          PIC 9(09)V99 VALUE ZERO.
013100 77  WS-TOTAL-ENROLLED       PIC 9(11)V99 VALUE ZERO.
013200 77  WS-RPT-PRINCIPAL        PIC 9(11)V99 VALUE ZERO.
013300 77  WS-RPT-OUTSTANDING      PIC 9(11)V99 VALUE ZERO.
013400 77  WS-RPT-OVERDUE          PIC 9(11)V99 VALUE ZERO.
013500 77  WS-RPT-DEFAULTED        PIC 9(11)V99 VALUE ZERO.
013600 77  WS-RPT-INTEREST         PIC 9(11)V99 VALUE ZERO.

013700*-----------------------------------------------------------*
013800*    PRINT LINES AND EDITED FIELDS                             *
013900*-----------------------------------------------------------*
014000 01  WS-RPT-LINE             PIC X(100).
014100 01  WS-AMT-ED               PIC ZZZZZZZZ9.99.
014200 01  WS-AMT2-ED              PIC ZZZZZZZZ9.99.
014300 01  WS-AMT3-ED              PIC ZZZZZZZZ9.99.
014400 01  WS-TOT-ED               PIC ZZZZZZZZZZ9.99.
014500 01  WS-RATE-ED              PIC Z9.99.
014600 01  WS-TERM-ED              PIC ZZ9.
014700 01  WS-MISSED-ED            PIC Z9.
014800 01  WS-COUNT-ED             PIC ZZZZ9.

014900*-----------------------------------------------------------*
015000*    THE WHOLE REGISTER, HELD IN STORAGE AND WRITTEN BACK      *
015100*    WHOLE AT END OF RUN, AND THE SIGN-ON PARAMETER BLOCK.     *
015200*-----------------------------------------------------------*
015300 COPY OBFTBL.
015400 COPY SIGNPARM.
015400 COPY CFPARM.
015400 COPY RPTPARM.

015500 PROCEDURE DIVISION.
015600 0000-MAINLINE SECTION.
015700     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
015800     IF NOT WS-ABORT
015900         EVALUATE TRUE
016000             WHEN WS-FUNC-ENROL
016100                 PERFORM 2000-ENROL-LOAN THRU 2000-EXIT
016200             WHEN WS-FUNC-REPORT
016300                 PERFORM 5000-LENDER-REPORT THRU 5000-EXIT
016400         END-EVALUATE
016500     END-IF.
016600     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
016700     STOP RUN.

016800 1000-INITIALIZE.
016900     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
017000     ACCEPT WS-SYSTEM-TIME FROM TIME.
017100     MOVE WS-SYSTEM-DATE(1:6) TO WS-BILL-PERIOD.
017200     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
017300     ACCEPT WS-OPERATOR-ID.
017400     DISPLAY "FUNCTION (E=ENROL LOAN R=LENDER REPORT): "
017500         WITH NO ADVANCING.
017600     ACCEPT WS-FUNCTION.
017700     IF NOT WS-FUNC-ENROL AND NOT WS-FUNC-REPORT
017800         DISPLAY "BILOBF: UNKNOWN FUNCTION " WS-FUNCTION
017900         MOVE "Y" TO WS-ABORT-SW
018000         GO TO 1000-EXIT
018100     END-IF.
018200*    AN ENROLMENT PUTS A LENDER'S DEBT ON THE CUSTOMER'S BILL
018300*    FOR UP TO TEN YEARS, SO IT IS A SUPERVISOR'S FUNCTION.
018400     IF WS-FUNC-ENROL
018500         DISPLAY "PASSWORD: " WITH NO ADVANCING
018600         ACCEPT WS-PASSWORD
018700         MOVE WS-OPERATOR-ID TO SG-OPERATOR-ID
018800         MOVE WS-PASSWORD    TO SG-PASSWORD
018900         MOVE 2              TO SG-REQUIRED-LEVEL
019000         CALL "BILSIGN" USING SG-PARMS
019100         IF NOT SG-OK
019200             DISPLAY "BILOBF: SIGN-ON REFUSED - RUN ABANDONED"
019300             MOVE "Y" TO WS-ABORT-SW
019400             GO TO 1000-EXIT
019500         END-IF
019600     END-IF.
019700     OPEN EXTEND RUNLOG.
019800     IF NOT FS-RUNLOG-OK
019900         DISPLAY "BILOBF: UNABLE TO OPEN RUNLOG, STATUS "
020000             FS-RUNLOG
020100         MOVE "Y" TO WS-ABORT-SW
020200         GO TO 1000-EXIT
020300     END-IF.
020400     PERFORM 1100-LOAD-REGISTER THRU 1100-EXIT.
020500     IF WS-ABORT
020600         GO TO 1000-EXIT
020700     END-IF.
020800     IF WS-FUNC-REPORT
020900         OPEN OUTPUT OBFRPT
021000         IF NOT FS-OBFRPT-OK
021100             DISPLAY "BILOBF: UNABLE TO OPEN OBFRPT, STATUS "
021200                 FS-OBFRPT
021300             MOVE "Y" TO WS-ABORT-SW
021400         END-IF
021500         GO TO 1000-EXIT
021600     END-IF.
021700     OPEN INPUT CUSTMAS.
021800     IF NOT FS-CUSTMAS-OK
021900         DISPLAY "BILOBF: UNABLE TO OPEN CUSTMAS, STATUS "
022000             FS-CUSTMAS
022100         MOVE "Y" TO WS-ABORT-SW
022200     END-IF.
022300 1000-EXIT.
022400     EXIT.

022500*-----------------------------------------------------------*
022600*    THE REGISTER FILE IS OPTIONAL ON FIRST USE - THE FIRST    *
022700*    LOAN ENROLLED CREATES IT.  THE HIGHEST LOAN NUMBER ON     *
022800*    FILE IS KEPT SO THE NEXT ONE FOLLOWS ON.                  *
022900*-----------------------------------------------------------*
023000 1100-LOAD-REGISTER.
023100     OPEN INPUT OBFREG.
023200     IF NOT FS-OBFREG-OK
023300         GO TO 1100-EXIT
023400     END-IF.
023500     READ OBFREG
023600         AT END
023700             MOVE "Y" TO WS-OB-EOF-SW
023800     END-READ.
023900     PERFORM 1110-STORE-LOAN THRU 1110-EXIT
024000         UNTIL WS-OB-EOF.
024100     CLOSE OBFREG.
024200 1100-EXIT.
024300     EXIT.

024400 1110-STORE-LOAN.
024500     IF WS-LOAN-COUNT >= 500
024600         DISPLAY "BILOBF: LOAN TABLE FULL - RUN ABANDONED"
024700             " BEFORE A LOAN COULD BE LOST"
024800         MOVE "Y" TO WS-ABORT-SW
024900         MOVE "Y" TO WS-OB-EOF-SW
025000         GO TO 1110-EXIT
025100     END-IF.
025200     ADD 1 TO WS-LOAN-COUNT.
025300     MOVE OB-RECORD TO WS-OB-ENTRY(WS-LOAN-COUNT).
025400     IF OB-LOAN-NO > WS-LAST-LOAN-NO
025500         MOVE OB-LOAN-NO TO WS-LAST-LOAN-NO
025600     END-IF.
025700     READ OBFREG
025800         AT END
025900             MOVE "Y" TO WS-OB-EOF-SW
026000     END-READ.
026100 1110-EXIT.
026200     EXIT.

026300*-----------------------------------------------------------*
026400*    ENROL ONE LOAN.  ANY REFUSAL LEAVES THE REGISTER AS IT    *
026500*    WAS - NOTHING IS WRITTEN BACK UNLESS A LOAN WAS ADDED.    *
026600*-----------------------------------------------------------*
026700 2000-ENROL-LOAN.
026800     DISPLAY "CUSTOMER ID: " WITH NO ADVANCING.
026900     ACCEPT WS-IN-CUST-ID.
026900     MOVE WS-IN-CUST-ID  TO CF-CUST-ID.
026900     MOVE "OBF ENROL"   TO CF-ACTION.
026900     PERFORM 2600-CHECK-CONFLICT THRU 2600-EXIT.
026900     IF CF-CONFLICT
026900         GO TO 2000-EXIT
026900     END-IF.
027000     DISPLAY "SCHEME (L=LED P=PUMP S=SOLAR): " WITH NO ADVANCING.
027100     ACCEPT WS-IN-SCHEME.
027200     DISPLAY "LENDER CODE: " WITH NO ADVANCING.
027300     ACCEPT WS-IN-LENDER-CODE.
027400     DISPLAY "PRINCIPAL FINANCED: " WITH NO ADVANCING.
027500     ACCEPT WS-IN-PRINCIPAL.
027600     DISPLAY "ANNUAL INTEREST RATE PCT: " WITH NO ADVANCING.
027700     ACCEPT WS-IN-RATE-PCT.
027800     DISPLAY "TERM IN MONTHS: " WITH NO ADVANCING.
027900     ACCEPT WS-IN-TERM.
028000     DISPLAY "FIRST BILLING PERIOD (YYYYMM, 0 = CURRENT): "
028100         WITH NO ADVANCING.
028200     ACCEPT WS-IN-START-PERIOD.
028300     IF NOT WS-IN-SCHEME-VALID
028400         DISPLAY "BILOBF: SCHEME MUST BE L, P OR S"
028500         GO TO 2000-EXIT
028600     END-IF.
028700     IF WS-IN-LENDER-CODE = SPACES
028800         DISPLAY "BILOBF: NO LENDER CODE - LOAN REFUSED"
028900         GO TO 2000-EXIT
029000     END-IF.
029100     IF WS-IN-PRINCIPAL NOT NUMERIC OR WS-IN-PRINCIPAL = 0
029200         DISPLAY "BILOBF: NO PRINCIPAL - LOAN REFUSED"
029300         GO TO 2000-EXIT
029400     END-IF.
029500     IF WS-IN-RATE-PCT NOT NUMERIC
029600         DISPLAY "BILOBF: INTEREST RATE NOT NUMERIC"
029700             " - LOAN REFUSED"
029800         GO TO 2000-EXIT
029900     END-IF.
030000     IF WS-IN-TERM NOT NUMERIC OR WS-IN-TERM = 0
030100         OR WS-IN-TERM > WS-MAX-TERM
030200         DISPLAY "BILOBF: TERM MUST BE 1 TO " WS-MAX-TERM
030300             " MONTHS - LOAN REFUSED"
030400         GO TO 2000-EXIT
030500     END-IF.
030600     IF WS-IN-START-PERIOD NOT NUMERIC
030700         OR WS-IN-START-PERIOD = ZERO
030800         MOVE WS-BILL-PERIOD TO WS-IN-START-PERIOD
030900     END-IF.
031000     IF WS-IN-START-PERIOD < WS-BILL-PERIOD
031100         OR WS-IN-START-PERIOD(5:2) < "01"
031200         OR WS-IN-START-PERIOD(5:2) > "12"
031300         DISPLAY "BILOBF: FIRST PERIOD " WS-IN-START-PERIOD
031400             " IS NOT A CURRENT OR FUTURE MONTH"
031500         GO TO 2000-EXIT
031600     END-IF.
031700     MOVE WS-IN-CUST-ID TO CM-CUST-ID.
031800     READ CUSTMAS
031900         INVALID KEY
032000             DISPLAY "BILOBF: CUSTOMER " WS-IN-CUST-ID
032100                 " NOT ON FILE"
032200             GO TO 2000-EXIT
032300     END-READ.
032400     IF NOT CM-STAT-ACTIVE
032500         DISPLAY "BILOBF: CUSTOMER " WS-IN-CUST-ID
032600             " IS NOT AN ACTIVE ACCOUNT - LOAN REFUSED"
032700         GO TO 2000-EXIT
032800     END-IF.
032900*    A PREPAID METER HAS NO MONTHLY BILL TO CARRY THE
033000*    INSTALMENT.
033100     IF CM-PREPAID
033200         DISPLAY "BILOBF: CUSTOMER " WS-IN-CUST-ID
033300             " IS ON A PREPAID METER - LOAN REFUSED"
033400         GO TO 2000-EXIT
033500     END-IF.
033600     PERFORM 2100-CHECK-LIVE-LOAN THRU 2100-EXIT.
033700     IF WS-LIVE-LOAN
033800         DISPLAY "BILOBF: CUSTOMER " WS-IN-CUST-ID
033900             " ALREADY HAS LOAN " WS-OB-LOAN-NO(WS-LOAN-SUB)
034000             " OUTSTANDING - LOAN REFUSED"
034100         GO TO 2000-EXIT
034200     END-IF.
034300     IF WS-LOAN-COUNT >= 500
034400         DISPLAY "BILOBF: LOAN TABLE FULL - LOAN NOT ENROLLED"
034500         GO TO 2000-EXIT
034600     END-IF.
034700     PERFORM 2200-COMPUTE-INSTALMENT THRU 2200-EXIT.
034800     IF WS-INSTALMENT = 0
034900         DISPLAY "BILOBF: INSTALMENT WORKS OUT TO NIL -"
035000             " LOAN REFUSED"
035100         GO TO 2000-EXIT
035200     END-IF.
035300     ADD 1 TO WS-LAST-LOAN-NO.
035400     PERFORM 2300-ADD-TO-REGISTER THRU 2300-EXIT.
035500     ADD 1 TO WS-ENROLLED-COUNT.
035600     ADD WS-IN-PRINCIPAL TO WS-TOTAL-ENROLLED.
035700     MOVE WS-INSTALMENT TO WS-AMT-ED.
035800     DISPLAY "BILOBF: LOAN " WS-LAST-LOAN-NO " ENROLLED FOR "
035900         WS-IN-CUST-ID " - " WS-IN-TERM " INSTALMENTS OF RS "
036000         WS-AMT-ED " FROM " WS-IN-START-PERIOD.
036100 2000-EXIT.
036200     EXIT.

036300*-----------------------------------------------------------*
036400*    ONE LIVE LOAN PER CUSTOMER - AN ACTIVE OR DEFAULTED LOAN  *
036500*    MUST BE REPAID OR FINAL-BILLED BEFORE ANOTHER IS TAKEN.   *
036600*-----------------------------------------------------------*
036700 2100-CHECK-LIVE-LOAN.
036800     MOVE "N" TO WS-LIVE-LOAN-SW.
036900     PERFORM 2110-CHECK-ONE THRU 2110-EXIT
037000         VARYING WS-LOAN-SUB FROM 1 BY 1
037100         UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
037200             OR WS-LIVE-LOAN.
037300     IF WS-LIVE-LOAN
037400         SUBTRACT 1 FROM WS-LOAN-SUB
037500     END-IF.
037600 2100-EXIT.
037700     EXIT.

037800 2110-CHECK-ONE.
037900     IF WS-OB-CUST-ID(WS-LOAN-SUB) = WS-IN-CUST-ID
038000         AND (WS-OB-ACTIVE(WS-LOAN-SUB)
038100             OR WS-OB-DEFAULTED(WS-LOAN-SUB))
038200         MOVE "Y" TO WS-LIVE-LOAN-SW
038300     END-IF.
038400 2110-EXIT.
038500     EXIT.

038600 2200-COMPUTE-INSTALMENT.
038700     MOVE ZERO TO WS-INSTALMENT.
038800     IF WS-IN-RATE-PCT = 0
038900         COMPUTE WS-INSTALMENT ROUNDED =
039000             WS-IN-PRINCIPAL / WS-IN-TERM
039100         GO TO 2200-EXIT
039200     END-IF.
039300     COMPUTE WS-MONTHLY-RATE ROUNDED = WS-IN-RATE-PCT / 1200.
039400     COMPUTE WS-GROWTH-FACTOR ROUNDED =
039500         (1 + WS-MONTHLY-RATE) ** WS-IN-TERM.
039600     COMPUTE WS-INSTALMENT ROUNDED =
039700         WS-IN-PRINCIPAL * WS-MONTHLY-RATE * WS-GROWTH-FACTOR
039800         / (WS-GROWTH-FACTOR - 1).
039900 2200-EXIT.
040000     EXIT.

040100 2300-ADD-TO-REGISTER.
040200     MOVE SPACES TO OB-RECORD.
040300     MOVE WS-LAST-LOAN-NO    TO OB-LOAN-NO.
040400     MOVE WS-IN-CUST-ID      TO OB-CUST-ID.
040500     MOVE WS-IN-SCHEME       TO OB-SCHEME.
040600     MOVE WS-IN-LENDER-CODE  TO OB-LENDER-CODE.
040700     MOVE WS-IN-PRINCIPAL    TO OB-PRINCIPAL.
040800     MOVE WS-IN-RATE-PCT     TO OB-RATE-PCT.
040900     MOVE WS-IN-TERM         TO OB-TERM.
041000     MOVE WS-INSTALMENT      TO OB-INSTALMENT.
041100     MOVE WS-IN-START-PERIOD TO OB-START-PERIOD.
041200     MOVE WS-IN-PRINCIPAL    TO OB-PRIN-BAL.
041300     MOVE ZERO               TO OB-INST-BILLED.
041400     MOVE ZERO               TO OB-LAST-BILLED-PERIOD.
041500     MOVE ZERO               TO OB-PRIN-BILLED.
041600     MOVE ZERO               TO OB-INT-BILLED.
041700     MOVE ZERO               TO OB-PAID-TO-DATE.
041800     MOVE ZERO               TO OB-DUE-AMT.
041900     MOVE ZERO               TO OB-MISSED-COUNT.
042000     MOVE ZERO               TO OB-FINAL-AMT.
042100     MOVE "A"                TO OB-STATUS.
042200     MOVE WS-SYSTEM-DATE     TO OB-STATUS-DATE.
042300     MOVE WS-SYSTEM-DATE     TO OB-ENROL-DATE.
042400     MOVE WS-OPERATOR-ID     TO OB-OPERATOR-ID.
042500     ADD 1 TO WS-LOAN-COUNT.
042600     MOVE OB-RECORD TO WS-OB-ENTRY(WS-LOAN-COUNT).
042700 2300-EXIT.
042800     EXIT.

042800*-----------------------------------------------------------*
042800*    STAFF-ACCOUNT CONFLICT CHECK - AN OPERATOR LINKED ON   *
042800*    STAFFREG TO THE CUSTOMER MAY NOT ACT ON IT, AND NO     *
042800*    SUPERVISOR CAN SIGN IT THROUGH.  THE CALLER SETS       *
042800*    CF-CUST-ID AND CF-ACTION AND LEAVES THE CUSTOMER ALONE *
042800*    ON CF-CONFLICT - BILSTFC HAS ALREADY LOGGED IT.        *
042800*-----------------------------------------------------------*
042800 2600-CHECK-CONFLICT.
042800     MOVE WS-OPERATOR-ID  TO CF-OPERATOR-ID.
042800     MOVE "BILOBF"        TO CF-PROGRAM-ID.
042800     CALL "BILSTFC" USING CF-PARMS.
042800 2600-EXIT.
042800     EXIT.

042900*-----------------------------------------------------------*
043000*    MONTHLY LENDER REPORT.  OUTSTANDING IS THE PRINCIPAL NOT  *
043100*    YET BILLED PLUS THE INSTALMENTS BILLED AND NOT PAID; THE  *
043200*    OVERDUE COLUMN IS THE LATTER ALONE.  A LOAN REPAID OR     *
043300*    SETTLED ON A FINAL BILL STAYS ON THE REGISTER AND IS      *
043400*    LISTED WITH NOTHING OUTSTANDING, SO THE LENDER CAN TIE    *
043500*    THE CLOSURES TO ITS OWN BOOKS.                            *
043600*-----------------------------------------------------------*
043700 5000-LENDER-REPORT.
043800     MOVE SPACES TO WS-RPT-LINE.
043900     STRING "ON-BILL FINANCING LENDER REPORT - PERIOD "
044000         WS-BILL-PERIOD " RUN DATE " WS-SYSTEM-DATE
044100         DELIMITED BY SIZE INTO WS-RPT-LINE.
044200     WRITE OR-LINE FROM WS-RPT-LINE.
044300     MOVE SPACES TO WS-RPT-LINE.
044400     MOVE "LOAN   LENDER ACCOUNT    S    PRINCIPAL  RATE TRM"
044500         TO WS-RPT-LINE.
044600     MOVE " OUTSTANDING      OVERDUE MS ST"
044700         TO WS-RPT-LINE(51:31).
044800     WRITE OR-LINE FROM WS-RPT-LINE.
044900     PERFORM 5100-REPORT-ONE THRU 5100-EXIT
045000         VARYING WS-LOAN-SUB FROM 1 BY 1
045100         UNTIL WS-LOAN-SUB > WS-LOAN-COUNT.
045200     MOVE SPACES TO WS-RPT-LINE.
045300     WRITE OR-LINE FROM WS-RPT-LINE.
045400     MOVE WS-RPT-PRINCIPAL TO WS-TOT-ED.
045500     MOVE SPACES TO WS-RPT-LINE.
045600     STRING "TOTAL PRINCIPAL FINANCED   " WS-TOT-ED
045700         DELIMITED BY SIZE INTO WS-RPT-LINE.
045800     WRITE OR-LINE FROM WS-RPT-LINE.
045900     MOVE WS-RPT-INTEREST TO WS-TOT-ED.
046000     MOVE SPACES TO WS-RPT-LINE.
046100     STRING "TOTAL INTEREST BILLED      " WS-TOT-ED
046200         DELIMITED BY SIZE INTO WS-RPT-LINE.
046300     WRITE OR-LINE FROM WS-RPT-LINE.
046400     MOVE WS-RPT-OUTSTANDING TO WS-TOT-ED.
046500     MOVE SPACES TO WS-RPT-LINE.
046600     STRING "TOTAL OUTSTANDING          " WS-TOT-ED
046700         DELIMITED BY SIZE INTO WS-RPT-LINE.
046800     WRITE OR-LINE FROM WS-RPT-LINE.
046900     MOVE WS-RPT-OVERDUE TO WS-TOT-ED.
047000     MOVE SPACES TO WS-RPT-LINE.
047100     STRING "TOTAL OVERDUE              " WS-TOT-ED
047200         DELIMITED BY SIZE INTO WS-RPT-LINE.
047300     WRITE OR-LINE FROM WS-RPT-LINE.
047400     MOVE WS-ACTIVE-COUNT TO WS-COUNT-ED.
047500     MOVE SPACES TO WS-RPT-LINE.
047600     STRING "LOANS ACTIVE               " WS-COUNT-ED
047700         DELIMITED BY SIZE INTO WS-RPT-LINE.
047800     WRITE OR-LINE FROM WS-RPT-LINE.
047900     MOVE WS-CLOSED-COUNT TO WS-COUNT-ED.
048000     MOVE SPACES TO WS-RPT-LINE.
048100     STRING "LOANS REPAID OR SETTLED    " WS-COUNT-ED
048200         DELIMITED BY SIZE INTO WS-RPT-LINE.
048300     WRITE OR-LINE FROM WS-RPT-LINE.
048400     MOVE WS-DEFAULT-COUNT TO WS-COUNT-ED.
048500     MOVE WS-RPT-DEFAULTED TO WS-TOT-ED.
048600     MOVE SPACES TO WS-RPT-LINE.
048700     STRING "LOANS IN DEFAULT           " WS-COUNT-ED
048800         "   OUTSTANDING " WS-TOT-ED
048900         DELIMITED BY SIZE INTO WS-RPT-LINE.
049000     WRITE OR-LINE FROM WS-RPT-LINE.
049100     IF WS-DEFAULT-COUNT = 0
049200         GO TO 5000-EXIT
049300     END-IF.
049400     MOVE SPACES TO WS-RPT-LINE.
049500     WRITE OR-LINE FROM WS-RPT-LINE.
049600     MOVE "LOANS IN DEFAULT - THREE OR MORE INSTALMENTS MISSED"
049700         TO WS-RPT-LINE.
049800     WRITE OR-LINE FROM WS-RPT-LINE.
049900     PERFORM 5200-REPORT-DEFAULT THRU 5200-EXIT
050000         VARYING WS-LOAN-SUB FROM 1 BY 1
050100         UNTIL WS-LOAN-SUB > WS-LOAN-COUNT.
050200 5000-EXIT.
050300     EXIT.

050400 5100-REPORT-ONE.
050500     MOVE ZERO TO WS-OUTSTANDING.
050600     EVALUATE TRUE
050700         WHEN WS-OB-ACTIVE(WS-LOAN-SUB)
050800             ADD 1 TO WS-ACTIVE-COUNT
050900         WHEN WS-OB-DEFAULTED(WS-LOAN-SUB)
051000             ADD 1 TO WS-DEFAULT-COUNT
051100         WHEN OTHER
051200             ADD 1 TO WS-CLOSED-COUNT
051300     END-EVALUATE.
051400     IF WS-OB-ACTIVE(WS-LOAN-SUB) OR WS-OB-DEFAULTED(WS-LOAN-SUB)
051500         COMPUTE WS-OUTSTANDING = WS-OB-PRIN-BAL(WS-LOAN-SUB)
051600             + WS-OB-DUE-AMT(WS-LOAN-SUB)
051700         ADD WS-OUTSTANDING TO WS-RPT-OUTSTANDING
051800         ADD WS-OB-DUE-AMT(WS-LOAN-SUB) TO WS-RPT-OVERDUE
051900     END-IF.
052000     IF WS-OB-DEFAULTED(WS-LOAN-SUB)
052100         ADD WS-OUTSTANDING TO WS-RPT-DEFAULTED
052200     END-IF.
052300     ADD WS-OB-PRINCIPAL(WS-LOAN-SUB) TO WS-RPT-PRINCIPAL.
052400     ADD WS-OB-INT-BILLED(WS-LOAN-SUB) TO WS-RPT-INTEREST.
052500     PERFORM 5300-FORMAT-LINE THRU 5300-EXIT.
052600     WRITE OR-LINE FROM WS-RPT-LINE.
052700 5100-EXIT.
052800     EXIT.

052900 5200-REPORT-DEFAULT.
053000     IF NOT WS-OB-DEFAULTED(WS-LOAN-SUB)
053100         GO TO 5200-EXIT
053200     END-IF.
053300     COMPUTE WS-OUTSTANDING = WS-OB-PRIN-BAL(WS-LOAN-SUB)
053400         + WS-OB-DUE-AMT(WS-LOAN-SUB).
053500     PERFORM 5300-FORMAT-LINE THRU 5300-EXIT.
053600     WRITE OR-LINE FROM WS-RPT-LINE.
053700 5200-EXIT.
053800     EXIT.

053900 5300-FORMAT-LINE.
054000     MOVE WS-OB-PRINCIPAL(WS-LOAN-SUB)    TO WS-AMT-ED.
054100     MOVE WS-OB-RATE-PCT(WS-LOAN-SUB)     TO WS-RATE-ED.
054200     MOVE WS-OB-TERM(WS-LOAN-SUB)         TO WS-TERM-ED.
054300     MOVE WS-OUTSTANDING                  TO WS-AMT2-ED.
054400     IF WS-OB-ACTIVE(WS-LOAN-SUB) OR WS-OB-DEFAULTED(WS-LOAN-SUB)
054500         MOVE WS-OB-DUE-AMT(WS-LOAN-SUB)  TO WS-AMT3-ED
054600     ELSE
054700         MOVE ZERO                        TO WS-AMT3-ED
054800     END-IF.
054900     MOVE WS-OB-MISSED-COUNT(WS-LOAN-SUB) TO WS-MISSED-ED.
055000     MOVE SPACES TO WS-RPT-LINE.
055100     STRING WS-OB-LOAN-NO(WS-LOAN-SUB) " "
055200         WS-OB-LENDER-CODE(WS-LOAN-SUB) " "
055300         WS-OB-CUST-ID(WS-LOAN-SUB) " "
055400         WS-OB-SCHEME(WS-LOAN-SUB) " "
055500         WS-AMT-ED " " WS-RATE-ED " " WS-TERM-ED " "
055600         WS-AMT2-ED " " WS-AMT3-ED " " WS-MISSED-ED " "
055700         WS-OB-STATUS(WS-LOAN-SUB)
055800         DELIMITED BY SIZE INTO WS-RPT-LINE.
055900 5300-EXIT.
056000     EXIT.

056100 9000-TERMINATE.
056200     IF NOT WS-ABORT
056300         IF WS-FUNC-ENROL
056400             CLOSE CUSTMAS
056500         ELSE
056600             CLOSE OBFRPT
056600             PERFORM 9680-FILE-REPORT THRU 9680-EXIT
056700         END-IF
056800     END-IF.
056900     IF NOT WS-ABORT
057000         PERFORM 9200-REWRITE-REGISTER THRU 9200-EXIT
057100         PERFORM 9600-WRITE-RUNLOG     THRU 9600-EXIT
057200         CLOSE RUNLOG
057300     END-IF.
057400     IF WS-FUNC-ENROL
057500         DISPLAY "BILOBF: LOANS ENROLLED " WS-ENROLLED-COUNT
057600     ELSE
057700         DISPLAY "BILOBF: LOANS REPORTED " WS-LOAN-COUNT
057800             " ACTIVE " WS-ACTIVE-COUNT
057900             " IN DEFAULT " WS-DEFAULT-COUNT
058000     END-IF.
058100 9000-EXIT.
058200     EXIT.

058300 9200-REWRITE-REGISTER.
058400     IF WS-ENROLLED-COUNT = 0
058500         GO TO 9200-EXIT
058600     END-IF.
058700     OPEN OUTPUT OBFREG.
058800     IF NOT FS-OBFREG-OK
058900         DISPLAY "BILOBF: UNABLE TO REWRITE OBFREG, STATUS "
059000             FS-OBFREG
059100         GO TO 9200-EXIT
059200     END-IF.
059300     PERFORM 9210-WRITE-ONE THRU 9210-EXIT
059400         VARYING WS-LOAN-SUB FROM 1 BY 1
059500         UNTIL WS-LOAN-SUB > WS-LOAN-COUNT.
059600     CLOSE OBFREG.
059700 9200-EXIT.
059800     EXIT.

059900 9210-WRITE-ONE.
060000     MOVE WS-OB-ENTRY(WS-LOAN-SUB) TO OB-RECORD.
060100     WRITE OB-RECORD.
060200 9210-EXIT.
060300     EXIT.

060400 9600-WRITE-RUNLOG.
060500     MOVE "BILOBF"         TO RL-PROGRAM-ID.
060600     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
060700     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
060800     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
060900     MOVE "OBFREG"         TO RL-INPUT-FILE.
061000     MOVE WS-LOAN-COUNT    TO RL-RECORDS-READ.
061100     MOVE ZERO             TO RL-BILLS-PRODUCED.
061200     MOVE ZERO             TO RL-EXCEPTIONS.
061300     MOVE ZERO             TO RL-TOTAL-BILLED.
061400     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
061500     ACCEPT RL-END-TIME FROM TIME.
061600     WRITE RL-RECORD.
061700 9600-EXIT.
061800     EXIT.

061900*-----------------------------------------------------------*
062000*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
062100*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
062200*    OUTLIVES THE NEXT RUN.                                    *
062300*-----------------------------------------------------------*
062400 9680-FILE-REPORT.
062500     OPEN INPUT OBFRPT.
062600     IF NOT FS-OBFRPT-OK
062700         GO TO 9680-EXIT
062800     END-IF.
062900     MOVE "O"               TO RO-FUNCTION.
063000     MOVE "OBFRPT"          TO RO-REPORT-NAME.
063100     MOVE "BILOBF"          TO RO-PROGRAM-ID.
063200     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
063300     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
063400     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
063500     MOVE ZERO              TO RO-PERIOD.
063600     CALL "BILRPTF" USING RO-PARMS.
063700     IF RO-OK
063800         MOVE "N" TO WS-RO-EOF-SW
063900         PERFORM 9690-FILE-LINE THRU 9690-EXIT
064000             UNTIL WS-RO-EOF
064100         MOVE "C"          TO RO-FUNCTION
064200         CALL "BILRPTF" USING RO-PARMS
064300     END-IF.
064400     CLOSE OBFRPT.
064500 9680-EXIT.
064600     EXIT.

064700 9690-FILE-LINE.
064800     READ OBFRPT
064900         AT END
065000             MOVE "Y" TO WS-RO-EOF-SW
065100             GO TO 9690-EXIT
065200     END-READ.
065300     MOVE "L"               TO RO-FUNCTION.
065400     MOVE OR-LINE           TO RO-LINE.
065500     CALL "BILRPTF" USING RO-PARMS.
065600 9690-EXIT.
065700     EXIT.
