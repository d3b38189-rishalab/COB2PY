000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILRFRC.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-12.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILRFRC                                                     *
000900*  REFUND DISBURSEMENT RECONCILIATION.  FOLLOWS EVERY REFUND   *
001000*  BILRFND HAS SENT TO THE CHEQUE/TRANSFER SYSTEM THROUGH THE  *
001100*  REFUND REGISTER (RFNDREG).  TWO FUNCTIONS:                  *
001200*    R - RECONCILE.  THE INSTRUMENT FILE FROM THE PAYMENT      *
001300*        SYSTEM (RFNDINST) GIVES EACH REFUND ITS CHEQUE OR     *
001400*        TRANSFER NUMBER; THE BANK'S PAID-CHEQUE/TRANSFER-     *
001500*        STATUS FILE (RFNDSTAT) MARKS IT PAID OR FAILED.  A    *
001600*        CHEQUE STILL UNPAID PAST ITS VALIDITY GOES STALE.     *
001700*        A FAILED OR STALE REFUND IS REINSTATED AS A CREDIT    *
001800*        ON THE ACCOUNT, OR ON THE UNCLAIMED-REFUNDS           *
001900*        LIABILITY WHEN THE ACCOUNT IS CLOSED, DISCONNECTED    *
002000*        OR GONE, AND BOTH MOVEMENTS ARE JOURNALLED TO THE     *
002100*        GL EXTRACT;                                           *
002200*    U - THE ANNUAL UNCLAIMED-REFUNDS REPORT FOR A KEYED       *
002300*        YEAR - THE OPENING LIABILITY, THE REFUNDS ADDED TO    *
002400*        IT IN THE YEAR AND THE CLOSING LIABILITY.             *
002500*  THE CHEQUE VALIDITY IN DAYS COMES FROM THE RUN-PARAMETER    *
002600*  CARD (PC-DAYS) OR IS KEYED, DEFAULT 90.                     *
002700*-----------------------------------------------------------*
002800*  MODIFICATION HISTORY                                        *
002900*  DATE       INIT  DESCRIPTION                                *
003000*  2026-10-12 RSH   ORIGINAL                                   *
003000*  2026-10-12 RSH   GL LINES ARE POSTED PER CUSTOMER THROUGH  *
003000*                   BILGLAC AND WRITTEN BY MAPPED ACCOUNT AND *
003000*                   ZONE COST CENTRE.                         *
003000*  2026-10-15 RSH   JOURNAL EACH REFUND RE-CREDITED TO THE    *
003000*                   ACCOUNT TO LIABJRN (VIA BILLIAB) FOR THE  *
003000*                   MONTH-END LIABILITY PROOF.                *
003000*  2026-10-15 RSH   FILE RFRCRPT IN THE REPORT REPOSITORY    *
003000*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
003000*  2026-10-15 RSH   ABANDON THE RUN WHEN BILGLAC CANNOT POST *
003000*                   AN AMOUNT (POSTING TABLE FULL).          *
003100*-----------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.

003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT RFNDREG ASSIGN TO "RFNDREG"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS FS-RFNDREG.

004100     SELECT RFNDINST ASSIGN TO "RFNDINST"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS FS-RFNDINST.

004400     SELECT RFNDSTAT ASSIGN TO "RFNDSTAT"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS FS-RFNDSTAT.

004700     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS CM-CUST-ID
005100         FILE STATUS IS FS-CUSTMAS.

005200     SELECT GLEXTR ASSIGN TO "BILGL"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS FS-GLEXTR.

005500     SELECT PARMCARD ASSIGN TO "PARMCARD"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS FS-PARMCARD.

005800     SELECT RFRCRPT ASSIGN TO "RFRCRPT"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS FS-RFRCRPT.

006100     SELECT RUNLOG ASSIGN TO "RUNLOG"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS FS-RUNLOG.

006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  RFNDREG
006700     LABEL RECORDS ARE STANDARD.
006800 COPY RFNDREG.

006900 FD  RFNDINST
007000     LABEL RECORDS ARE STANDARD.
007100 COPY RFNDINST.

007200 FD  RFNDSTAT
007300     LABEL RECORDS ARE STANDARD.
007400 COPY RFNDSTAT.

007500 FD  CUSTMAS
007600     LABEL RECORDS ARE STANDARD.
007700 COPY CUSTMAS.

007800 FD  GLEXTR
007900     LABEL RECORDS ARE STANDARD.
008000 COPY GLJRNL.

008100 FD  PARMCARD
008200     LABEL RECORDS ARE STANDARD.
008300 COPY PARMCARD.

008400 FD  RFRCRPT
008500     LABEL RECORDS ARE STANDARD.
008600 01  RR-LINE                     PIC X(120).

008700 FD  RUNLOG
008800     LABEL RECORDS ARE STANDARD.
008900 COPY RUNLOG.

009000 WORKING-STORAGE SECTION.
009100*-----------------------------------------------------------*
009200*    FILE STATUS SWITCHES                                      *
009300*-----------------------------------------------------------*
009400 77  FS-RFNDREG              PIC X(02).
009500     88  FS-RFNDREG-OK               VALUE "00".
009600 77  FS-RFNDINST             PIC X(02).
009700     88  FS-RFNDINST-OK              VALUE "00".
009800 77  FS-RFNDSTAT             PIC X(02).
009900     88  FS-RFNDSTAT-OK              VALUE "00".
010000 77  FS-CUSTMAS              PIC X(02).
010100     88  FS-CUSTMAS-OK               VALUE "00".
010200 77  FS-GLEXTR               PIC X(02).
010300     88  FS-GLEXTR-OK                VALUE "00".
010400     88  FS-GLEXTR-NOFILE            VALUE "35".
010500 77  FS-PARMCARD             PIC X(02).
010600     88  FS-PARMCARD-OK              VALUE "00".
010700 77  FS-RFRCRPT              PIC X(02).
010800     88  FS-RFRCRPT-OK               VALUE "00".
010900 77  FS-RUNLOG               PIC X(02).
011000     88  FS-RUNLOG-OK                VALUE "00".

011100*-----------------------------------------------------------*
011200*    PROGRAM SWITCHES                                          *
011300*-----------------------------------------------------------*
011400 77  WS-ABORT-SW             PIC X(01) VALUE "N".
011500     88  WS-ABORT                    VALUE "Y".
011600 77  WS-RG-EOF-SW            PIC X(01) VALUE "N".
011700     88  WS-RG-EOF                   VALUE "Y".
011800 77  WS-RI-EOF-SW            PIC X(01) VALUE "N".
011900     88  WS-RI-EOF                   VALUE "Y".
012000 77  WS-RX-EOF-SW            PIC X(01) VALUE "N".
012100     88  WS-RX-EOF                   VALUE "Y".
012200 77  WS-PC-EOF-SW            PIC X(01) VALUE "N".
012300     88  WS-PC-EOF                   VALUE "Y".
012300 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
012300     88  WS-RO-EOF                   VALUE "Y".
012400 77  WS-CARD-FOUND-SW        PIC X(01) VALUE "N".
012500     88  WS-CARD-FOUND               VALUE "Y".

012600*-----------------------------------------------------------*
012700*    OPERATOR, RUN AND WORK FIELDS                             *
012800*-----------------------------------------------------------*
012900 77  WS-OPERATOR-ID          PIC X(08).
013000 77  WS-SYSTEM-DATE          PIC 9(08).
013100 77  WS-SYSTEM-TIME          PIC 9(08).
013200 77  WS-RUN-PERIOD           PIC 9(06).
013300 77  WS-FUNCTION             PIC X(01).
013400     88  WS-FUNC-RECONCILE           VALUE "R".
013500     88  WS-FUNC-UNCLAIMED           VALUE "U".
013600 77  WS-VALID-DAYS           PIC 9(03) VALUE ZERO.
013700 77  WS-STALE-DATE           PIC 9(08).
013800 77  WS-REPORT-YEAR          PIC 9(04) VALUE ZERO.
013900 77  WS-YEAR-START           PIC 9(08).
014000 77  WS-YEAR-END             PIC 9(08).
014100 77  WS-FOUND-SUB            PIC 9(04) VALUE ZERO.
014200 77  WS-RG-SUB               PIC 9(04) VALUE ZERO.
014300 77  WS-INST-READ            PIC 9(07) VALUE ZERO.
014400 77  WS-INST-APPLIED         PIC 9(07) VALUE ZERO.
014500 77  WS-STAT-READ            PIC 9(07) VALUE ZERO.
014600 77  WS-PAID-COUNT           PIC 9(07) VALUE ZERO.
014700 77  WS-PAID-TOTAL           PIC 9(09)V99 VALUE ZERO.
014800 77  WS-FAILED-COUNT         PIC 9(07) VALUE ZERO.
014900 77  WS-STALE-COUNT          PIC 9(07) VALUE ZERO.
015000 77  WS-EXCEPTION-COUNT      PIC 9(07) VALUE ZERO.
015100 77  WS-TO-ACCOUNT-COUNT     PIC 9(07) VALUE ZERO.
015200 77  WS-TO-ACCOUNT-TOTAL     PIC 9(09)V99 VALUE ZERO.
015300 77  WS-TO-UNCLAIMED-COUNT   PIC 9(07) VALUE ZERO.
015400 77  WS-TO-UNCLAIMED-TOTAL   PIC 9(09)V99 VALUE ZERO.
015500 77  WS-OPENING-COUNT        PIC 9(07) VALUE ZERO.
015600 77  WS-OPENING-TOTAL        PIC 9(09)V99 VALUE ZERO.
015700 77  WS-ADDED-COUNT          PIC 9(07) VALUE ZERO.
015800 77  WS-ADDED-TOTAL          PIC 9(09)V99 VALUE ZERO.
015900 77  WS-CLOSING-TOTAL        PIC 9(09)V99 VALUE ZERO.
016000 77  WS-EVENT-TEXT           PIC X(30).
016100 77  WS-AMOUNT-ED            PIC ZZZZZZ9.99.
016200 77  WS-TOTAL-ED             PIC ZZZZZZZZ9.99.
016300 01  WS-RPT-LINE             PIC X(120).
016310 77  WS-GL-DETAILS           PIC 9(05) VALUE ZERO.
016310 77  WS-GL-HASH              PIC 9(09)V99 VALUE ZERO.
016310 77  WS-LIAB-BEFORE          PIC S9(09)V99 VALUE ZERO.
016320 COPY GLPARM.
016320 COPY LQPARM.

016400*-----------------------------------------------------------*
016500*    THE WHOLE REGISTER, HELD IN STORAGE AND WRITTEN BACK      *
016600*    WHOLE AT END OF A RECONCILIATION.                         *
016700*-----------------------------------------------------------*
016800 01  WS-REFUND-REGISTER.
016900     05  WS-RG-ENTRY OCCURS 5000 TIMES.
017000         10  WS-RG-REFUND-NO     PIC 9(09).
017100         10  WS-RG-CUST-ID       PIC X(10).
017200         10  WS-RG-AMOUNT        PIC 9(07)V99.
017300         10  WS-RG-REFUND-DATE   PIC 9(08).
017400         10  WS-RG-REASON        PIC X(01).
017500         10  WS-RG-METHOD        PIC X(01).
017600         10  WS-RG-INSTRUMENT-NO PIC X(16).
017700         10  WS-RG-INSTR-DATE    PIC 9(08).
017800         10  WS-RG-STATUS        PIC X(01).
017900         10  WS-RG-SETTLED-DATE  PIC 9(08).
018000         10  WS-RG-REINSTATE-TO  PIC X(01).
018100 01  WS-REGISTER-COUNT           PIC 9(04) VALUE ZERO.
018100 COPY RPTPARM.

018200 PROCEDURE DIVISION.
018300 0000-MAINLINE SECTION.
018400     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
018500     IF NOT WS-ABORT
018600         EVALUATE TRUE
018700             WHEN WS-FUNC-RECONCILE
018800                 PERFORM 2000-APPLY-INSTRUMENTS THRU 2000-EXIT
018900                 PERFORM 3000-APPLY-STATUSES    THRU 3000-EXIT
019000                 PERFORM 4000-STALE-SWEEP       THRU 4000-EXIT
019100                 PERFORM 9700-WRITE-GL-EXTRACT  THRU 9700-EXIT
019200             WHEN WS-FUNC-UNCLAIMED
019300                 PERFORM 5000-UNCLAIMED-REPORT  THRU 5000-EXIT
019400             WHEN OTHER
019500                 DISPLAY "BILRFRC: UNKNOWN FUNCTION " WS-FUNCTION
019600         END-EVALUATE
019700     END-IF.
019800     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
019900     STOP RUN.

020000 1000-INITIALIZE.
020100     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
020200     ACCEPT WS-SYSTEM-TIME FROM TIME.
020300     MOVE WS-SYSTEM-DATE(1:6) TO WS-RUN-PERIOD.
020400     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
020500     ACCEPT WS-OPERATOR-ID.
020600     DISPLAY "FUNCTION (R=RECONCILE U=ANNUAL UNCLAIMED REPORT): "
020700         WITH NO ADVANCING.
020800     ACCEPT WS-FUNCTION.
020900     IF WS-FUNC-RECONCILE
021000         PERFORM 1050-READ-PARM-CARD THRU 1050-EXIT
021100         IF WS-CARD-FOUND
021200             MOVE PC-DAYS TO WS-VALID-DAYS
021300         ELSE
021400             DISPLAY "CHEQUE VALIDITY IN DAYS (BLANK=90): "
021500                 WITH NO ADVANCING
021600             ACCEPT WS-VALID-DAYS
021700         END-IF
021800         IF WS-VALID-DAYS NOT NUMERIC OR WS-VALID-DAYS = ZERO
021900             MOVE 90 TO WS-VALID-DAYS
022000         END-IF
022100         COMPUTE WS-STALE-DATE = FUNCTION DATE-OF-INTEGER(
022200             FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE)
022300                 - WS-VALID-DAYS)
022400     END-IF.
022500     IF WS-FUNC-UNCLAIMED
022600         DISPLAY "REPORT YEAR (YYYY, BLANK=LAST YEAR): "
022700             WITH NO ADVANCING
022800         ACCEPT WS-REPORT-YEAR
022900         IF WS-REPORT-YEAR NOT NUMERIC OR WS-REPORT-YEAR = ZERO
023000             MOVE WS-SYSTEM-DATE(1:4) TO WS-REPORT-YEAR
023100             SUBTRACT 1 FROM WS-REPORT-YEAR
023200         END-IF
023300         COMPUTE WS-YEAR-START = WS-REPORT-YEAR * 10000 + 0101
023400         COMPUTE WS-YEAR-END   = WS-REPORT-YEAR * 10000 + 1231
023500     END-IF.
023600     OPEN EXTEND RUNLOG.
023700     IF NOT FS-RUNLOG-OK
023800         DISPLAY "BILRFRC: UNABLE TO OPEN RUNLOG, STATUS "
023900             FS-RUNLOG
024000         MOVE "Y" TO WS-ABORT-SW
024100         GO TO 1000-EXIT
024200     END-IF.
024300     PERFORM 1100-LOAD-REGISTER THRU 1100-EXIT.
024400     OPEN OUTPUT RFRCRPT.
024500     IF NOT FS-RFRCRPT-OK
024600         DISPLAY "BILRFRC: UNABLE TO OPEN RFRCRPT, STATUS "
024700             FS-RFRCRPT
024800         MOVE "Y" TO WS-ABORT-SW
024900     END-IF.
025000     IF WS-FUNC-RECONCILE
025100         OPEN I-O CUSTMAS
025200         IF NOT FS-CUSTMAS-OK
025300             DISPLAY "BILRFRC: UNABLE TO OPEN CUSTMAS, STATUS "
025400                 FS-CUSTMAS
025500             MOVE "Y" TO WS-ABORT-SW
025600         END-IF
025700         OPEN EXTEND GLEXTR
025800         IF FS-GLEXTR-NOFILE
025900             OPEN OUTPUT GLEXTR
026000         END-IF
026100         IF NOT FS-GLEXTR-OK
026200             DISPLAY "BILRFRC: UNABLE TO OPEN BILGL, STATUS "
026300                 FS-GLEXTR
026400             MOVE "Y" TO WS-ABORT-SW
026500         END-IF
026600     END-IF.
026700 1000-EXIT.
026800     EXIT.

026900 1050-READ-PARM-CARD.
027000     MOVE "N" TO WS-CARD-FOUND-SW.
027100     OPEN INPUT PARMCARD.
027200     IF NOT FS-PARMCARD-OK
027300         GO TO 1050-EXIT
027400     END-IF.
027500     READ PARMCARD
027600         AT END
027700             MOVE "Y" TO WS-PC-EOF-SW
027800     END-READ.
027900     PERFORM 1055-SCAN-ONE-CARD THRU 1055-EXIT
028000         UNTIL WS-PC-EOF OR WS-CARD-FOUND.
028100     CLOSE PARMCARD.
028200 1050-EXIT.
028300     EXIT.

028400 1055-SCAN-ONE-CARD.
028500     IF PC-PROGRAM-ID = "BILRFRC "
028600         MOVE "Y" TO WS-CARD-FOUND-SW
028700         GO TO 1055-EXIT
028800     END-IF.
028900     READ PARMCARD
029000         AT END
029100             MOVE "Y" TO WS-PC-EOF-SW
029200     END-READ.
029300 1055-EXIT.
029400     EXIT.

029500 1100-LOAD-REGISTER.
029600     OPEN INPUT RFNDREG.
029700     IF NOT FS-RFNDREG-OK
029800         DISPLAY "BILRFRC: NO REFUND REGISTER, STATUS "
029900             FS-RFNDREG " - NOTHING TO RECONCILE"
030000         MOVE "Y" TO WS-ABORT-SW
030100         GO TO 1100-EXIT
030200     END-IF.
030300     READ RFNDREG
030400         AT END
030500             MOVE "Y" TO WS-RG-EOF-SW
030600     END-READ.
030700     PERFORM 1110-STORE-ONE THRU 1110-EXIT
030800         UNTIL WS-RG-EOF.
030900     CLOSE RFNDREG.
031000 1100-EXIT.
031100     EXIT.

031200 1110-STORE-ONE.
031300     IF WS-REGISTER-COUNT >= 5000
031400         DISPLAY "BILRFRC: REGISTER TABLE FULL - RUN"
031500             " ABANDONED BEFORE A REFUND COULD BE LOST"
031600         MOVE "Y" TO WS-ABORT-SW
031700         MOVE "Y" TO WS-RG-EOF-SW
031800         GO TO 1110-EXIT
031900     END-IF.
032000     ADD 1 TO WS-REGISTER-COUNT.
032100     MOVE RG-REFUND-NO    TO WS-RG-REFUND-NO(WS-REGISTER-COUNT).
032200     MOVE RG-CUST-ID      TO WS-RG-CUST-ID(WS-REGISTER-COUNT).
032300     MOVE RG-AMOUNT       TO WS-RG-AMOUNT(WS-REGISTER-COUNT).
032400     MOVE RG-REFUND-DATE  TO WS-RG-REFUND-DATE(WS-REGISTER-COUNT).
032500     MOVE RG-REASON       TO WS-RG-REASON(WS-REGISTER-COUNT).
032600     MOVE RG-METHOD       TO WS-RG-METHOD(WS-REGISTER-COUNT).
032700     MOVE RG-INSTRUMENT-NO TO
032800         WS-RG-INSTRUMENT-NO(WS-REGISTER-COUNT).
032900     MOVE RG-INSTRUMENT-DATE TO
033000         WS-RG-INSTR-DATE(WS-REGISTER-COUNT).
033100     MOVE RG-STATUS       TO WS-RG-STATUS(WS-REGISTER-COUNT).
033200     MOVE RG-SETTLED-DATE TO
033300         WS-RG-SETTLED-DATE(WS-REGISTER-COUNT).
033400     MOVE RG-REINSTATE-TO TO
033500         WS-RG-REINSTATE-TO(WS-REGISTER-COUNT).
033600     READ RFNDREG
033700         AT END
033800             MOVE "Y" TO WS-RG-EOF-SW
033900     END-READ.
034000 1110-EXIT.
034100     EXIT.

034200*-----------------------------------------------------------*
034300*    INSTRUMENTS ASSIGNED BY THE PAYMENT SYSTEM.  THE FILE IS  *
034400*    OPTIONAL - A DAY ON WHICH NOTHING WAS ISSUED SENDS NONE.  *
034500*-----------------------------------------------------------*
034600 2000-APPLY-INSTRUMENTS.
034700     MOVE SPACES TO WS-RPT-LINE.
034800     STRING "REFUND DISBURSEMENT RECONCILIATION - "
034900         WS-SYSTEM-DATE "   CHEQUE VALIDITY " WS-VALID-DAYS
035000         " DAYS"
035100         DELIMITED BY SIZE INTO WS-RPT-LINE.
035200     WRITE RR-LINE FROM WS-RPT-LINE.
035300     MOVE SPACES TO WS-RPT-LINE.
035400     STRING "REFUND-NO CUST-ID    M INSTRUMENT          AMOUNT "
035500         "EVENT"
035600         DELIMITED BY SIZE INTO WS-RPT-LINE.
035700     WRITE RR-LINE FROM WS-RPT-LINE.
035800     OPEN INPUT RFNDINST.
035900     IF NOT FS-RFNDINST-OK
036000         GO TO 2000-EXIT
036100     END-IF.
036200     PERFORM 2100-APPLY-ONE-INSTRUMENT THRU 2100-EXIT
036300         UNTIL WS-RI-EOF.
036400     CLOSE RFNDINST.
036500 2000-EXIT.
036600     EXIT.

036700 2100-APPLY-ONE-INSTRUMENT.
036800     READ RFNDINST
036900         AT END
037000             MOVE "Y" TO WS-RI-EOF-SW
037100             GO TO 2100-EXIT
037200     END-READ.
037300     ADD 1 TO WS-INST-READ.
037400     MOVE ZERO TO WS-FOUND-SUB.
037500     PERFORM 2110-MATCH-REFUND THRU 2110-EXIT
037600         VARYING WS-RG-SUB FROM 1 BY 1
037700         UNTIL WS-RG-SUB > WS-REGISTER-COUNT
037800            OR WS-FOUND-SUB > 0.
037900     IF WS-FOUND-SUB = 0
038000         MOVE "NO SUCH REFUND ON REGISTER" TO WS-EVENT-TEXT
038100         PERFORM 2900-INSTRUMENT-EXCEPTION THRU 2900-EXIT
038200         GO TO 2100-EXIT
038300     END-IF.
038400     IF WS-RG-STATUS(WS-FOUND-SUB) NOT = "I"
038500         MOVE "REFUND ALREADY HAS INSTRUMENT" TO WS-EVENT-TEXT
038600         PERFORM 2900-INSTRUMENT-EXCEPTION THRU 2900-EXIT
038700         GO TO 2100-EXIT
038800     END-IF.
038900     IF RI-AMOUNT NOT = WS-RG-AMOUNT(WS-FOUND-SUB)
039000         MOVE "AMOUNT DIFFERS FROM REFUND" TO WS-EVENT-TEXT
039100         PERFORM 2900-INSTRUMENT-EXCEPTION THRU 2900-EXIT
039200         GO TO 2100-EXIT
039300     END-IF.
039400     MOVE RI-METHOD          TO WS-RG-METHOD(WS-FOUND-SUB).
039500     MOVE RI-INSTRUMENT-NO   TO WS-RG-INSTRUMENT-NO(WS-FOUND-SUB).
039600     MOVE RI-INSTRUMENT-DATE TO WS-RG-INSTR-DATE(WS-FOUND-SUB).
039700     MOVE "O"                TO WS-RG-STATUS(WS-FOUND-SUB).
039800     ADD 1 TO WS-INST-APPLIED.
039900 2100-EXIT.
040000     EXIT.

040100 2110-MATCH-REFUND.
040200     IF WS-RG-REFUND-NO(WS-RG-SUB) = RI-REFUND-NO
040300         MOVE WS-RG-SUB TO WS-FOUND-SUB
040400     END-IF.
040500 2110-EXIT.
040600     EXIT.

040700 2900-INSTRUMENT-EXCEPTION.
040800     ADD 1 TO WS-EXCEPTION-COUNT.
040900     MOVE RI-AMOUNT TO WS-AMOUNT-ED.
041000     MOVE SPACES TO WS-RPT-LINE.
041100     STRING RI-REFUND-NO " " "          " " " RI-METHOD " "
041200         RI-INSTRUMENT-NO " " WS-AMOUNT-ED " " WS-EVENT-TEXT
041300         DELIMITED BY SIZE INTO WS-RPT-LINE.
041400     WRITE RR-LINE FROM WS-RPT-LINE.
041500 2900-EXIT.
041600     EXIT.

041700*-----------------------------------------------------------*
041800*    THE BANK'S PAID AND FAILED ITEMS, MATCHED TO THE REFUND   *
041900*    BY METHOD AND INSTRUMENT NUMBER.                          *
042000*-----------------------------------------------------------*
042100 3000-APPLY-STATUSES.
042200     OPEN INPUT RFNDSTAT.
042300     IF NOT FS-RFNDSTAT-OK
042400         GO TO 3000-EXIT
042500     END-IF.
042600     PERFORM 3100-APPLY-ONE-STATUS THRU 3100-EXIT
042700         UNTIL WS-RX-EOF.
042800     CLOSE RFNDSTAT.
042900 3000-EXIT.
043000     EXIT.

043100 3100-APPLY-ONE-STATUS.
043200     READ RFNDSTAT
043300         AT END
043400             MOVE "Y" TO WS-RX-EOF-SW
043500             GO TO 3100-EXIT
043600     END-READ.
043700     ADD 1 TO WS-STAT-READ.
043800     MOVE ZERO TO WS-FOUND-SUB.
043900     PERFORM 3110-MATCH-INSTRUMENT THRU 3110-EXIT
044000         VARYING WS-RG-SUB FROM 1 BY 1
044100         UNTIL WS-RG-SUB > WS-REGISTER-COUNT
044200            OR WS-FOUND-SUB > 0.
044300     IF WS-FOUND-SUB = 0
044400         MOVE "INSTRUMENT NOT ON REGISTER" TO WS-EVENT-TEXT
044500         PERFORM 3900-STATUS-EXCEPTION THRU 3900-EXIT
044600         GO TO 3100-EXIT
044700     END-IF.
044800     IF WS-RG-STATUS(WS-FOUND-SUB) NOT = "O"
044900         MOVE "REFUND NOT OUTSTANDING" TO WS-EVENT-TEXT
045000         PERFORM 3900-STATUS-EXCEPTION THRU 3900-EXIT
045100         GO TO 3100-EXIT
045200     END-IF.
045300     IF RX-AMOUNT NOT = WS-RG-AMOUNT(WS-FOUND-SUB)
045400         MOVE "AMOUNT DIFFERS FROM REFUND" TO WS-EVENT-TEXT
045500         PERFORM 3900-STATUS-EXCEPTION THRU 3900-EXIT
045600         GO TO 3100-EXIT
045700     END-IF.
045800     MOVE RX-STATUS-DATE TO WS-RG-SETTLED-DATE(WS-FOUND-SUB).
045900     MOVE WS-FOUND-SUB   TO WS-RG-SUB.
046000     EVALUATE TRUE
046100         WHEN RX-STAT-PAID
046200             MOVE "P" TO WS-RG-STATUS(WS-RG-SUB)
046300             ADD 1 TO WS-PAID-COUNT
046400             ADD WS-RG-AMOUNT(WS-RG-SUB) TO WS-PAID-TOTAL
046500         WHEN RX-STAT-FAILED
046600             MOVE "F" TO WS-RG-STATUS(WS-RG-SUB)
046700             ADD 1 TO WS-FAILED-COUNT
046800             MOVE "TRANSFER FAILED" TO WS-EVENT-TEXT
046900             PERFORM 6000-REINSTATE THRU 6000-EXIT
047000         WHEN OTHER
047100             MOVE "UNKNOWN BANK STATUS" TO WS-EVENT-TEXT
047200             PERFORM 3900-STATUS-EXCEPTION THRU 3900-EXIT
047300     END-EVALUATE.
047400 3100-EXIT.
047500     EXIT.

047600 3110-MATCH-INSTRUMENT.
047700     IF WS-RG-INSTRUMENT-NO(WS-RG-SUB) = RX-INSTRUMENT-NO
047800         AND WS-RG-METHOD(WS-RG-SUB) = RX-METHOD
047900         MOVE WS-RG-SUB TO WS-FOUND-SUB
048000     END-IF.
048100 3110-EXIT.
048200     EXIT.

048300 3900-STATUS-EXCEPTION.
048400     ADD 1 TO WS-EXCEPTION-COUNT.
048500     MOVE RX-AMOUNT TO WS-AMOUNT-ED.
048600     MOVE SPACES TO WS-RPT-LINE.
048700     STRING "         " " " "          " " " RX-METHOD " "
048800         RX-INSTRUMENT-NO " " WS-AMOUNT-ED " " WS-EVENT-TEXT
048900         " BANK REF " RX-BANK-REF
049000         DELIMITED BY SIZE INTO WS-RPT-LINE.
049100     WRITE RR-LINE FROM WS-RPT-LINE.
049200 3900-EXIT.
049300     EXIT.

049400*-----------------------------------------------------------*
049500*    CHEQUES STILL OUTSTANDING PAST THEIR VALIDITY.  A         *
049600*    TRANSFER IS NEVER STALE - IT IS CREDITED OR RETURNED.     *
049700*-----------------------------------------------------------*
049800 4000-STALE-SWEEP.
049900     PERFORM 4100-CHECK-ONE THRU 4100-EXIT
050000         VARYING WS-RG-SUB FROM 1 BY 1
050100         UNTIL WS-RG-SUB > WS-REGISTER-COUNT.
050200 4000-EXIT.
050300     EXIT.

050400 4100-CHECK-ONE.
050500     IF WS-RG-STATUS(WS-RG-SUB) NOT = "O"
050600         OR WS-RG-METHOD(WS-RG-SUB) NOT = "C"
050700         OR WS-RG-INSTR-DATE(WS-RG-SUB) >= WS-STALE-DATE
050800         GO TO 4100-EXIT
050900     END-IF.
051000     MOVE "S"            TO WS-RG-STATUS(WS-RG-SUB).
051100     MOVE WS-SYSTEM-DATE TO WS-RG-SETTLED-DATE(WS-RG-SUB).
051200     ADD 1 TO WS-STALE-COUNT.
051300     MOVE "CHEQUE STALE" TO WS-EVENT-TEXT.
051400     PERFORM 6000-REINSTATE THRU 6000-EXIT.
051500 4100-EXIT.
051600     EXIT.

051700*-----------------------------------------------------------*
051800*    UNCLAIMED-REFUNDS REPORT.  A REFUND IS ON THE LIABILITY   *
051900*    FROM THE DAY IT WAS REINSTATED THERE.                     *
052000*-----------------------------------------------------------*
052100 5000-UNCLAIMED-REPORT.
052200     MOVE SPACES TO WS-RPT-LINE.
052300     STRING "UNCLAIMED REFUNDS - YEAR " WS-REPORT-YEAR
052400         "   RUN DATE " WS-SYSTEM-DATE
052500         DELIMITED BY SIZE INTO WS-RPT-LINE.
052600     WRITE RR-LINE FROM WS-RPT-LINE.
052700     MOVE SPACES TO WS-RPT-LINE.
052800     STRING "REFUND-NO CUST-ID    REFUNDED UNCLAIMD     AMOUNT "
052900         "M INSTRUMENT       STATUS"
053000         DELIMITED BY SIZE INTO WS-RPT-LINE.
053100     WRITE RR-LINE FROM WS-RPT-LINE.
053200     PERFORM 5100-LIST-ONE THRU 5100-EXIT
053300         VARYING WS-RG-SUB FROM 1 BY 1
053400         UNTIL WS-RG-SUB > WS-REGISTER-COUNT.
053500     COMPUTE WS-CLOSING-TOTAL = WS-OPENING-TOTAL + WS-ADDED-TOTAL.
053600     MOVE SPACES TO WS-RPT-LINE.
053700     WRITE RR-LINE FROM WS-RPT-LINE.
053800     MOVE WS-OPENING-TOTAL TO WS-TOTAL-ED.
053900     MOVE SPACES TO WS-RPT-LINE.
054000     STRING "OPENING LIABILITY " WS-OPENING-COUNT " REFUNDS  RS "
054100         WS-TOTAL-ED
054200         DELIMITED BY SIZE INTO WS-RPT-LINE.
054300     WRITE RR-LINE FROM WS-RPT-LINE.
054400     MOVE WS-ADDED-TOTAL TO WS-TOTAL-ED.
054500     MOVE SPACES TO WS-RPT-LINE.
054600     STRING "ADDED IN YEAR     " WS-ADDED-COUNT " REFUNDS  RS "
054700         WS-TOTAL-ED
054800         DELIMITED BY SIZE INTO WS-RPT-LINE.
054900     WRITE RR-LINE FROM WS-RPT-LINE.
055000     MOVE WS-CLOSING-TOTAL TO WS-TOTAL-ED.
055100     MOVE SPACES TO WS-RPT-LINE.
055200     STRING "CLOSING LIABILITY                        RS "
055300         WS-TOTAL-ED
055400         DELIMITED BY SIZE INTO WS-RPT-LINE.
055500     WRITE RR-LINE FROM WS-RPT-LINE.
055600 5000-EXIT.
055700     EXIT.

055800 5100-LIST-ONE.
055900     IF WS-RG-REINSTATE-TO(WS-RG-SUB) NOT = "U"
056000         OR WS-RG-SETTLED-DATE(WS-RG-SUB) > WS-YEAR-END
056100         GO TO 5100-EXIT
056200     END-IF.
056300     IF WS-RG-SETTLED-DATE(WS-RG-SUB) < WS-YEAR-START
056400         ADD 1 TO WS-OPENING-COUNT
056500         ADD WS-RG-AMOUNT(WS-RG-SUB) TO WS-OPENING-TOTAL
056600         MOVE "BROUGHT FORWARD" TO WS-EVENT-TEXT
056700     ELSE
056800         ADD 1 TO WS-ADDED-COUNT
056900         ADD WS-RG-AMOUNT(WS-RG-SUB) TO WS-ADDED-TOTAL
057000         MOVE "ADDED IN YEAR" TO WS-EVENT-TEXT
057100     END-IF.
057200     MOVE WS-RG-AMOUNT(WS-RG-SUB) TO WS-AMOUNT-ED.
057300     MOVE SPACES TO WS-RPT-LINE.
057400     STRING WS-RG-REFUND-NO(WS-RG-SUB) " "
057500         WS-RG-CUST-ID(WS-RG-SUB) " "
057600         WS-RG-REFUND-DATE(WS-RG-SUB) " "
057700         WS-RG-SETTLED-DATE(WS-RG-SUB) " "
057800         WS-AMOUNT-ED " "
057900         WS-RG-METHOD(WS-RG-SUB) " "
058000         WS-RG-INSTRUMENT-NO(WS-RG-SUB) " "
058100         WS-EVENT-TEXT
058200         DELIMITED BY SIZE INTO WS-RPT-LINE.
058300     WRITE RR-LINE FROM WS-RPT-LINE.
058400 5100-EXIT.
058500     EXIT.

058600*-----------------------------------------------------------*
058700*    REINSTATE A FAILED OR STALE REFUND (ENTRY WS-RG-SUB).     *
058800*    THE CREDIT GOES BACK ON A LIVE ACCOUNT; A CLOSED OR       *
058900*    DISCONNECTED ONE WOULD ONLY BE REFUNDED AGAIN BY THE      *
059000*    NEXT BILRFND, SO THAT MONEY IS HELD AS UNCLAIMED.         *
059100*-----------------------------------------------------------*
059200 6000-REINSTATE.
059300     MOVE "U" TO WS-RG-REINSTATE-TO(WS-RG-SUB).
059400     MOVE WS-RG-CUST-ID(WS-RG-SUB) TO CM-CUST-ID.
059500     READ CUSTMAS
059600         INVALID KEY
059600             MOVE SPACES TO CM-SERVICE-TYPE
059600             MOVE SPACES TO CM-CUST-CLASS
059600             MOVE SPACES TO CM-ZONE-CODE
059700             GO TO 6010-TO-UNCLAIMED
059800     END-READ.
059900     IF CM-STAT-CLOSED OR CM-STAT-DISCONNECTED
060000         GO TO 6010-TO-UNCLAIMED
060100     END-IF.
060200     MOVE CM-CREDIT-BALANCE TO WS-LIAB-BEFORE.
060200     ADD WS-RG-AMOUNT(WS-RG-SUB) TO CM-CREDIT-BALANCE.
060300     IF CM-CREDIT-SINCE = ZERO
060400         MOVE WS-RUN-PERIOD TO CM-CREDIT-SINCE
060500     END-IF.
060600     REWRITE CM-RECORD
060700         INVALID KEY
060800             DISPLAY "BILRFRC: REWRITE FAILED FOR " CM-CUST-ID
060900             GO TO 6010-TO-UNCLAIMED
061000     END-REWRITE.
061000     MOVE "RRC" TO LQ-MOVE-TYPE.
061000     PERFORM 6100-JOURNAL-LIABILITY THRU 6100-EXIT.
061100     MOVE "A" TO WS-RG-REINSTATE-TO(WS-RG-SUB).
061200     ADD 1 TO WS-TO-ACCOUNT-COUNT.
061300     ADD WS-RG-AMOUNT(WS-RG-SUB) TO WS-TO-ACCOUNT-TOTAL.
061300     MOVE "1210-RFD-R"      TO GK-POST-TYPE.
061300     MOVE WS-RG-AMOUNT(WS-RG-SUB) TO GK-AMOUNT.
061300     PERFORM 9720-POST-GL THRU 9720-EXIT.
061400     MOVE "- TO ACCOUNT" TO WS-EVENT-TEXT(17:12).
061500     GO TO 6020-REPORT.
061600 6010-TO-UNCLAIMED.
061700     ADD 1 TO WS-TO-UNCLAIMED-COUNT.
061800     ADD WS-RG-AMOUNT(WS-RG-SUB) TO WS-TO-UNCLAIMED-TOTAL.
061800     MOVE "2450-UNC"        TO GK-POST-TYPE.
061800     MOVE WS-RG-AMOUNT(WS-RG-SUB) TO GK-AMOUNT.
061800     PERFORM 9720-POST-GL THRU 9720-EXIT.
061900     MOVE "- UNCLAIMED" TO WS-EVENT-TEXT(17:11).
062000 6020-REPORT.
062100     MOVE WS-RG-AMOUNT(WS-RG-SUB) TO WS-AMOUNT-ED.
062200     MOVE SPACES TO WS-RPT-LINE.
062300     STRING WS-RG-REFUND-NO(WS-RG-SUB) " "
062400         WS-RG-CUST-ID(WS-RG-SUB) " "
062500         WS-RG-METHOD(WS-RG-SUB) " "
062600         WS-RG-INSTRUMENT-NO(WS-RG-SUB) " "
062700         WS-AMOUNT-ED " " WS-EVENT-TEXT
062800         DELIMITED BY SIZE INTO WS-RPT-LINE.
062900     WRITE RR-LINE FROM WS-RPT-LINE.
063000 6000-EXIT.
063100     EXIT.

063100*-----------------------------------------------------------*
063100*    THE CHANGE IN THE CREDIT BALANCE JUST MADE GOES TO THE *
063100*    LIABILITY JOURNAL FOR THE MONTH-END BILLPRF PROOF -    *
063100*    THE CALLER SETS LQ-MOVE-TYPE AND SAVES THE BALANCE     *
063100*    BEFORE IN WS-LIAB-BEFORE.                              *
063100*-----------------------------------------------------------*
063100 6100-JOURNAL-LIABILITY.
063100     MOVE "W"             TO LQ-FUNCTION.
063100     MOVE "C"             TO LQ-LIABILITY.
063100     MOVE CM-CUST-ID      TO LQ-CUST-ID.
063100     MOVE "BILRFRC"       TO LQ-SOURCE.
063100     COMPUTE LQ-AMOUNT = CM-CREDIT-BALANCE - WS-LIAB-BEFORE.
063100     CALL "BILLIAB" USING LQ-PARMS.
063100 6100-EXIT.
063100     EXIT.

063200 9000-TERMINATE.
063300     IF WS-FUNC-RECONCILE AND FS-CUSTMAS-OK
063400         CLOSE CUSTMAS
063500     END-IF.
063600     IF WS-FUNC-RECONCILE AND FS-GLEXTR-OK
063700         CLOSE GLEXTR
063800     END-IF.
063900     IF WS-FUNC-RECONCILE AND NOT WS-ABORT
064000         PERFORM 9100-REWRITE-REGISTER THRU 9100-EXIT
064100     END-IF.
064200     IF FS-RFRCRPT-OK
064300         CLOSE RFRCRPT
064300         PERFORM 9680-FILE-REPORT THRU 9680-EXIT
064400     END-IF.
064500     IF FS-RUNLOG-OK
064600         PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT
064700         CLOSE RUNLOG
064800     END-IF.
064900     DISPLAY "=============================================".
065000     DISPLAY "BILRFRC - REFUND DISBURSEMENT RECONCILIATION".
065100     IF WS-FUNC-UNCLAIMED
065200         DISPLAY "  UNCLAIMED REFUNDS YEAR " WS-REPORT-YEAR
065300         DISPLAY "  OPENING LIABILITY  : RS " WS-OPENING-TOTAL
065400         DISPLAY "  ADDED IN YEAR      : RS " WS-ADDED-TOTAL
065500         DISPLAY "  CLOSING LIABILITY  : RS " WS-CLOSING-TOTAL
065600     ELSE
065700         DISPLAY "  INSTRUMENTS READ   : " WS-INST-READ
065800         DISPLAY "  INSTRUMENTS APPLIED: " WS-INST-APPLIED
065900         DISPLAY "  BANK ITEMS READ    : " WS-STAT-READ
066000         DISPLAY "  REFUNDS PAID       : " WS-PAID-COUNT
066100         DISPLAY "  TRANSFERS FAILED   : " WS-FAILED-COUNT
066200         DISPLAY "  CHEQUES GONE STALE : " WS-STALE-COUNT
066300         DISPLAY "  REINSTATED TO A/C  : RS " WS-TO-ACCOUNT-TOTAL
066400         DISPLAY "  TO UNCLAIMED       : RS "
066500             WS-TO-UNCLAIMED-TOTAL
066600         DISPLAY "  EXCEPTIONS         : " WS-EXCEPTION-COUNT
066700     END-IF.
066800     DISPLAY "=============================================".
066900 9000-EXIT.
067000     EXIT.

067100 9100-REWRITE-REGISTER.
067200     OPEN OUTPUT RFNDREG.
067300     IF NOT FS-RFNDREG-OK
067400         DISPLAY "BILRFRC: UNABLE TO REWRITE RFNDREG, STATUS "
067500             FS-RFNDREG
067600         GO TO 9100-EXIT
067700     END-IF.
067800     PERFORM 9110-WRITE-ONE THRU 9110-EXIT
067900         VARYING WS-RG-SUB FROM 1 BY 1
068000         UNTIL WS-RG-SUB > WS-REGISTER-COUNT.
068100     CLOSE RFNDREG.
068200 9100-EXIT.
068300     EXIT.

068400 9110-WRITE-ONE.
068500     MOVE SPACES                         TO RG-RECORD.
068600     MOVE WS-RG-REFUND-NO(WS-RG-SUB)     TO RG-REFUND-NO.
068700     MOVE WS-RG-CUST-ID(WS-RG-SUB)       TO RG-CUST-ID.
068800     MOVE WS-RG-AMOUNT(WS-RG-SUB)        TO RG-AMOUNT.
068900     MOVE WS-RG-REFUND-DATE(WS-RG-SUB)   TO RG-REFUND-DATE.
069000     MOVE WS-RG-REASON(WS-RG-SUB)        TO RG-REASON.
069100     MOVE WS-RG-METHOD(WS-RG-SUB)        TO RG-METHOD.
069200     MOVE WS-RG-INSTRUMENT-NO(WS-RG-SUB) TO RG-INSTRUMENT-NO.
069300     MOVE WS-RG-INSTR-DATE(WS-RG-SUB)    TO RG-INSTRUMENT-DATE.
069400     MOVE WS-RG-STATUS(WS-RG-SUB)        TO RG-STATUS.
069500     MOVE WS-RG-SETTLED-DATE(WS-RG-SUB)  TO RG-SETTLED-DATE.
069600     MOVE WS-RG-REINSTATE-TO(WS-RG-SUB)  TO RG-REINSTATE-TO.
069700     WRITE RG-RECORD.
069800 9110-EXIT.
069900     EXIT.

070000*-----------------------------------------------------------*
070100*    REINSTATED MONEY LEAVES THE REFUNDS ACCOUNT EITHER BACK   *
070200*    TO CUSTOMER CREDIT OR TO THE UNCLAIMED-REFUNDS LIABILITY. *
070300*-----------------------------------------------------------*
070400 9700-WRITE-GL-EXTRACT.
070500     MOVE "H"             TO GJ-RECORD-TYPE.
070600     MOVE WS-SYSTEM-DATE  TO GJ-RUN-DATE.
070700     MOVE WS-RUN-PERIOD   TO GJ-BILL-PERIOD.
070800     MOVE SPACES          TO GJ-ACCOUNT-CODE.
070900     MOVE "BILRFRC GL EXTRACT" TO GJ-ACCOUNT-DESC.
071000     MOVE ZERO            TO GJ-AMOUNT.
071100     MOVE SPACES          TO GJ-COST-CENTRE.
071100     MOVE SPACES          TO GJ-POST-TYPE.
071100     WRITE GJ-RECORD.
071200     MOVE "D"             TO GJ-RECORD-TYPE.
071300     MOVE "1210-RFD-R"    TO GK-POST-TYPE.
071400     MOVE "REFUNDS REINSTATED TO CREDIT" TO GJ-ACCOUNT-DESC.
071500     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
071700     MOVE "2450-UNC"      TO GK-POST-TYPE.
071800     MOVE "UNCLAIMED REFUNDS LIABILITY" TO GJ-ACCOUNT-DESC.
071900     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
072100     MOVE "T"             TO GJ-RECORD-TYPE.
072200     MOVE WS-GL-DETAILS   TO GJ-BILL-PERIOD.
072300     MOVE SPACES          TO GJ-ACCOUNT-CODE.
072400     MOVE "TRAILER - DETAIL COUNT AND HASH"
072500         TO GJ-ACCOUNT-DESC.
072600     MOVE WS-GL-HASH      TO GJ-AMOUNT.
072800     MOVE SPACES          TO GJ-COST-CENTRE.
072800     MOVE SPACES          TO GJ-POST-TYPE.
072800     WRITE GJ-RECORD.
072900 9700-EXIT.
073000     EXIT.

073000*-----------------------------------------------------------*
073000*    ONE D RECORD FOR EVERY ACCOUNT AND ZONE TOTAL BILGLAC    *
073000*    HOLDS FOR THE POSTING TYPE.                              *
073000*-----------------------------------------------------------*
073000 9710-WRITE-GL-LINES.
073000     MOVE "N"             TO GK-FUNCTION.
073000     MOVE ZERO            TO GK-CURSOR.
073000     MOVE SPACE           TO GK-RESULT.
073000     PERFORM 9715-WRITE-ONE-LINE THRU 9715-EXIT
073000         UNTIL GK-END.
073000 9710-EXIT.
073000     EXIT.

073000 9715-WRITE-ONE-LINE.
073000     CALL "BILGLAC" USING GK-PARMS.
073000     IF GK-END
073000         GO TO 9715-EXIT
073000     END-IF.
073000     MOVE GK-ACCOUNT-CODE TO GJ-ACCOUNT-CODE.
073000     MOVE GK-ZONE-CODE    TO GJ-COST-CENTRE.
073000     MOVE GK-POST-TYPE    TO GJ-POST-TYPE.
073000     MOVE GK-AMOUNT       TO GJ-AMOUNT.
073000     WRITE GJ-RECORD.
073000     ADD 1                TO WS-GL-DETAILS.
073000     ADD GJ-AMOUNT        TO WS-GL-HASH.
073000 9715-EXIT.
073000     EXIT.

073000*-----------------------------------------------------------*
073000*    POST ONE AMOUNT FOR THE CUSTOMER IN HAND.                *
073000*-----------------------------------------------------------*
073000 9720-POST-GL.
073000*    AN AMOUNT BILGLAC COULD NOT HOLD WOULD LEAVE THE GL
073000*    EXTRACT SHORT OF THE FIGURES POSTED - ABANDON THE RUN.
073000     MOVE "P"             TO GK-FUNCTION.
073000     MOVE CM-SERVICE-TYPE TO GK-SERVICE.
073000     MOVE CM-CUST-CLASS   TO GK-CLASS.
073000     MOVE CM-ZONE-CODE    TO GK-ZONE-CODE.
073000     MOVE WS-SYSTEM-DATE  TO GK-POST-DATE.
073000     CALL "BILGLAC" USING GK-PARMS.
073000     IF GK-FAILED
073000         MOVE "Y" TO WS-ABORT-SW
073000     END-IF.
073000 9720-EXIT.
073000     EXIT.

073100 9600-WRITE-RUNLOG.
073200     MOVE "BILRFRC"        TO RL-PROGRAM-ID.
073300     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
073400     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
073500     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
073600     MOVE "RFNDREG"        TO RL-INPUT-FILE.
073700     COMPUTE RL-RECORDS-READ = WS-INST-READ + WS-STAT-READ.
073800     COMPUTE RL-BILLS-PRODUCED = WS-PAID-COUNT + WS-FAILED-COUNT
073900         + WS-STALE-COUNT.
074000     MOVE WS-EXCEPTION-COUNT TO RL-EXCEPTIONS.
074100     COMPUTE RL-TOTAL-BILLED = WS-TO-ACCOUNT-TOTAL
074200         + WS-TO-UNCLAIMED-TOTAL.
074300     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
074400     ACCEPT RL-END-TIME FROM TIME.
074500     WRITE RL-RECORD.
074600 9600-EXIT.
074700     EXIT.

074800*-----------------------------------------------------------*
074900*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
075000*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
075100*    OUTLIVES THE NEXT RUN.                                    *
075200*-----------------------------------------------------------*
075300 9680-FILE-REPORT.
075400     OPEN INPUT RFRCRPT.
075500     IF NOT FS-RFRCRPT-OK
075600         GO TO 9680-EXIT
075700     END-IF.
075800     MOVE "O"               TO RO-FUNCTION.
075900     MOVE "RFRCRPT"         TO RO-REPORT-NAME.
076000     MOVE "BILRFRC"         TO RO-PROGRAM-ID.
076100     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
076200     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
076300     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
076400     MOVE ZERO              TO RO-PERIOD.
076500     CALL "BILRPTF" USING RO-PARMS.
076600     IF RO-OK
076700         MOVE "N" TO WS-RO-EOF-SW
076800         PERFORM 9690-FILE-LINE THRU 9690-EXIT
076900             UNTIL WS-RO-EOF
077000         MOVE "C"          TO RO-FUNCTION
077100         CALL "BILRPTF" USING RO-PARMS
077200     END-IF.
077300     CLOSE RFRCRPT.
077400 9680-EXIT.
077500     EXIT.

077600 9690-FILE-LINE.
077700     READ RFRCRPT
077800         AT END
077900             MOVE "Y" TO WS-RO-EOF-SW
078000             GO TO 9690-EXIT
078100     END-READ.
078200     MOVE "L"               TO RO-FUNCTION.
078300     MOVE RR-LINE           TO RO-LINE.
078400     CALL "BILRPTF" USING RO-PARMS.
078500 9690-EXIT.
078600     EXIT.
