000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILBULK.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-12.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILBULK                                                     *
000900*  BULK-PAYMENT INTAKE.  A HOUSING SOCIETY, MUNICIPAL BODY     *
001000*  OR CORPORATE GROUP PAYS FOR MANY CONNECTIONS WITH ONE       *
001100*  CHEQUE OR TRANSFER AND A REMITTANCE ADVICE LISTING THE      *
001200*  ACCOUNTS.  THE OPERATOR KEYS THE INSTRUMENT; THE ADVICE     *
001300*  IS READ FROM BULKADV AND MUST TOTAL EXACTLY TO THE          *
001400*  INSTRUMENT, OR NOTHING IS RELEASED.  A PROVEN ADVICE IS     *
001500*  GIVEN ONE PARENT RECEIPT AND EXPLODED INTO ONE PY-RECORD    *
001600*  PER LINE ON BULKPAY, UNDER SOURCE CODE BULK, EACH WITH      *
001700*  ITS OWN RECEIPT AND THE PARENT QUOTED, FOR THE BILPAY RUN   *
001800*  THAT FOLLOWS.  A LINE WHOSE CUSTOMER IS NOT ON THE MASTER   *
001900*  IS STILL RELEASED - BILPAY HOLDS IT IN PAYMENT SUSPENSE     *
002000*  UNDER ITS OWN RECEIPT FOR BILSUSP TO APPLY - SO ONE BAD     *
002100*  LINE NEVER HOLDS UP THE REST OF THE ADVICE.  THE ADVICE     *
002200*  LISTING GOES TO BULKRPT.                                    *
002300*-----------------------------------------------------------*
002400*  MODIFICATION HISTORY                                        *
002500*  DATE       INIT  DESCRIPTION                                *
002600*  2026-10-12 RSH   ORIGINAL                                   *
002600*  2026-10-15 RSH   FILE BULKRPT IN THE REPORT REPOSITORY    *
002600*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002700*-----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.

003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS CM-CUST-ID
003800         FILE STATUS IS FS-CUSTMAS.

003900     SELECT BULKADV ASSIGN TO "BULKADV"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS FS-BULKADV.

004200     SELECT BULKCTL ASSIGN TO "BULKCTL"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS FS-BULKCTL.

004500     SELECT BULKPAY ASSIGN TO "BULKPAY"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS FS-BULKPAY.

004800     SELECT BULKRPT ASSIGN TO "BULKRPT"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS FS-BULKRPT.

005100     SELECT RUNLOG ASSIGN TO "RUNLOG"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS FS-RUNLOG.

005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  CUSTMAS
005700     LABEL RECORDS ARE STANDARD.
005800 COPY CUSTMAS.

005900 FD  BULKADV
006000     LABEL RECORDS ARE STANDARD.
006100 COPY BULKADV.

006200 FD  BULKCTL
006300     LABEL RECORDS ARE STANDARD.
006400 COPY BULKCTL.

006500 FD  BULKPAY
006600     LABEL RECORDS ARE STANDARD.
006700 COPY PAYMENT.

006800 FD  BULKRPT
006900     LABEL RECORDS ARE STANDARD.
007000 01  BR-LINE                     PIC X(120).

007100 FD  RUNLOG
007200     LABEL RECORDS ARE STANDARD.
007300 COPY RUNLOG.

007400 WORKING-STORAGE SECTION.
007500*-----------------------------------------------------------*
007600*    FILE STATUS SWITCHES                                      *
007700*-----------------------------------------------------------*
007800 77  FS-CUSTMAS              PIC X(02).
007900     88  FS-CUSTMAS-OK               VALUE "00".
008000 77  FS-BULKADV              PIC X(02).
008100     88  FS-BULKADV-OK               VALUE "00".
008200 77  FS-BULKCTL              PIC X(02).
008300     88  FS-BULKCTL-OK               VALUE "00".
008400 77  FS-BULKPAY              PIC X(02).
008500     88  FS-BULKPAY-OK               VALUE "00".
008600 77  FS-BULKRPT              PIC X(02).
008700     88  FS-BULKRPT-OK               VALUE "00".
008800 77  FS-RUNLOG               PIC X(02).
008900     88  FS-RUNLOG-OK                VALUE "00".

009000*-----------------------------------------------------------*
009100*    PROGRAM SWITCHES                                          *
009200*-----------------------------------------------------------*
009300 77  WS-ABORT-SW             PIC X(01) VALUE "N".
009400     88  WS-ABORT                    VALUE "Y".
009500 77  WS-BA-EOF-SW            PIC X(01) VALUE "N".
009600     88  WS-BA-EOF                   VALUE "Y".
009600 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
009600     88  WS-RO-EOF                   VALUE "Y".
009700 77  WS-PROVEN-SW            PIC X(01) VALUE "N".
009800     88  WS-ADVICE-PROVEN            VALUE "Y".

009900*-----------------------------------------------------------*
010000*    OPERATOR, INSTRUMENT AND WORK FIELDS                      *
010100*-----------------------------------------------------------*
010200 77  WS-OPERATOR-ID          PIC X(08).
010300 77  WS-PASSWORD             PIC X(08).
010400 77  WS-SYSTEM-DATE          PIC 9(08).
010500 77  WS-SYSTEM-TIME          PIC 9(08).
010600 77  WS-IN-PAYER             PIC X(30).
010700 77  WS-IN-METHOD            PIC X(01).
010800     88  WS-IN-BY-CHEQUE             VALUE "C".
010900     88  WS-IN-BY-TRANSFER           VALUE "T".
011000 77  WS-IN-INSTRUMENT-NO     PIC X(16).
011100 77  WS-IN-BANK-NAME         PIC X(20).
011200 77  WS-IN-AMOUNT            PIC 9(09)V99.
011300 77  WS-ADVICE-TOTAL         PIC 9(09)V99 VALUE ZERO.
011400 77  WS-ADVICE-DIFF          PIC S9(09)V99 VALUE ZERO.
011500 77  WS-BAD-LINES            PIC 9(05) VALUE ZERO.
011600 77  WS-HELD-COUNT           PIC 9(05) VALUE ZERO.
011700 77  WS-HELD-TOTAL           PIC 9(09)V99 VALUE ZERO.
011800 77  WS-RELEASED-COUNT       PIC 9(05) VALUE ZERO.
011900 77  WS-LAST-BATCH-NO        PIC 9(05) VALUE ZERO.
012000 77  WS-AD-SUB               PIC 9(04) VALUE ZERO.
012100 77  WS-AMOUNT-ED            PIC ZZZZZZ9.99.
012200 77  WS-TOTAL-ED             PIC ZZZZZZZZ9.99.
012300 77  WS-DIFF-ED              PIC -ZZZZZZZZ9.99.
012400 77  WS-LINE-TEXT            PIC X(40).
012500 01  WS-RPT-LINE             PIC X(120).
012600 01  WS-PARENT-RECEIPT.
012700     05  FILLER              PIC X(04) VALUE "BULK".
012800     05  WS-PARENT-BATCH     PIC 9(05).
012900     05  FILLER              PIC X(03) VALUE "000".
013000 01  WS-CHILD-RECEIPT.
013100     05  FILLER              PIC X(04) VALUE "BULK".
013200     05  WS-CHILD-BATCH      PIC 9(05).
013300     05  WS-CHILD-LINE       PIC 9(03).

013400 COPY SIGNPARM.

013500*-----------------------------------------------------------*
013600*    THE ADVICE, HELD WHOLE UNTIL IT IS PROVEN AGAINST THE     *
013700*    INSTRUMENT.  999 LINES - THE SHARE RECEIPT NUMBERS RUN    *
013800*    001 TO 999 UNDER ONE BATCH.                               *
013900*-----------------------------------------------------------*
014000 01  WS-ADVICE-TABLE.
014100     05  WS-AD-ENTRY OCCURS 999 TIMES.
014200         10  WS-AD-CUST-ID       PIC X(10).
014300         10  WS-AD-AMOUNT        PIC 9(07)V99.
014400         10  WS-AD-INVOICE-NO    PIC 9(09).
014500         10  WS-AD-PAYER-REF     PIC X(20).
014600 01  WS-ADVICE-COUNT             PIC 9(04) VALUE ZERO.
014600 COPY RPTPARM.

014700 PROCEDURE DIVISION.
014800 0000-MAINLINE SECTION.
014900     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
015000     IF NOT WS-ABORT
015100         PERFORM 2000-LOAD-ADVICE    THRU 2000-EXIT
015200     END-IF.
015300     IF NOT WS-ABORT
015400         PERFORM 3000-PROVE-ADVICE   THRU 3000-EXIT
015500     END-IF.
015600     IF WS-ADVICE-PROVEN
015700         PERFORM 4000-RELEASE-SHARES THRU 4000-EXIT
015800     END-IF.
015900     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
016000     STOP RUN.

016100 1000-INITIALIZE.
016200     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
016300     ACCEPT WS-SYSTEM-TIME FROM TIME.
016400     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
016500     ACCEPT WS-OPERATOR-ID.
016600     DISPLAY "PASSWORD: " WITH NO ADVANCING.
016700     ACCEPT WS-PASSWORD.
016800     MOVE WS-OPERATOR-ID TO SG-OPERATOR-ID.
016900     MOVE WS-PASSWORD    TO SG-PASSWORD.
017000     MOVE 1              TO SG-REQUIRED-LEVEL.
017100     CALL "BILSIGN" USING SG-PARMS.
017200     IF NOT SG-OK
017300         DISPLAY "BILBULK: SIGN-ON REFUSED - RUN ABANDONED"
017400         MOVE "Y" TO WS-ABORT-SW
017500         GO TO 1000-EXIT
017600     END-IF.
017700     DISPLAY "PAYER NAME: " WITH NO ADVANCING.
017800     ACCEPT WS-IN-PAYER.
017900     DISPLAY "INSTRUMENT (C=CHEQUE T=TRANSFER): "
018000         WITH NO ADVANCING.
018100     ACCEPT WS-IN-METHOD.
018200     DISPLAY "CHEQUE NO / TRANSFER REFERENCE: " WITH NO ADVANCING.
018300     ACCEPT WS-IN-INSTRUMENT-NO.
018400     DISPLAY "DRAWEE / REMITTING BANK: " WITH NO ADVANCING.
018500     ACCEPT WS-IN-BANK-NAME.
018600     DISPLAY "INSTRUMENT AMOUNT: " WITH NO ADVANCING.
018700     ACCEPT WS-IN-AMOUNT.
018800     IF NOT WS-IN-BY-CHEQUE AND NOT WS-IN-BY-TRANSFER
018900         DISPLAY "BILBULK: INSTRUMENT MUST BE C OR T - RUN"
019000             " ABANDONED"
019100         MOVE "Y" TO WS-ABORT-SW
019200         GO TO 1000-EXIT
019300     END-IF.
019400     IF WS-IN-INSTRUMENT-NO = SPACES
019500         DISPLAY "BILBULK: AN INSTRUMENT NUMBER IS REQUIRED - RUN"
019600             " ABANDONED"
019700         MOVE "Y" TO WS-ABORT-SW
019800         GO TO 1000-EXIT
019900     END-IF.
020000     IF WS-IN-AMOUNT NOT NUMERIC OR WS-IN-AMOUNT = ZERO
020100         DISPLAY "BILBULK: AN INSTRUMENT AMOUNT IS REQUIRED - RUN"
020200             " ABANDONED"
020300         MOVE "Y" TO WS-ABORT-SW
020400         GO TO 1000-EXIT
020500     END-IF.
020600     OPEN INPUT CUSTMAS.
020700     IF NOT FS-CUSTMAS-OK
020800         DISPLAY "BILBULK: UNABLE TO OPEN CUSTMAS, STATUS "
020900             FS-CUSTMAS
021000         MOVE "Y" TO WS-ABORT-SW
021100         GO TO 1000-EXIT
021200     END-IF.
021300     OPEN OUTPUT BULKRPT.
021400     IF NOT FS-BULKRPT-OK
021500         DISPLAY "BILBULK: UNABLE TO OPEN BULKRPT, STATUS "
021600             FS-BULKRPT
021700         MOVE "Y" TO WS-ABORT-SW
021800         GO TO 1000-EXIT
021900     END-IF.
022000     OPEN EXTEND RUNLOG.
022100     IF NOT FS-RUNLOG-OK
022200         DISPLAY "BILBULK: UNABLE TO OPEN RUNLOG, STATUS "
022300             FS-RUNLOG
022400         MOVE "Y" TO WS-ABORT-SW
022500         GO TO 1000-EXIT
022600     END-IF.
022700 1000-EXIT.
022800     EXIT.

022900 2000-LOAD-ADVICE.
023000     OPEN INPUT BULKADV.
023100     IF NOT FS-BULKADV-OK
023200         DISPLAY "BILBULK: UNABLE TO OPEN BULKADV, STATUS "
023300             FS-BULKADV " - NO REMITTANCE ADVICE"
023400         MOVE "Y" TO WS-ABORT-SW
023500         GO TO 2000-EXIT
023600     END-IF.
023700     PERFORM 2100-STORE-LINE THRU 2100-EXIT
023800         UNTIL WS-BA-EOF.
023900     CLOSE BULKADV.
024000 2000-EXIT.
024100     EXIT.

024200 2100-STORE-LINE.
024300     READ BULKADV
024400         AT END
024500             MOVE "Y" TO WS-BA-EOF-SW
024600             GO TO 2100-EXIT
024700     END-READ.
024800     IF WS-ADVICE-COUNT >= 999
024900         DISPLAY "BILBULK: ADVICE OVER 999 LINES - SPLIT IT"
025000             " ACROSS TWO INSTRUMENTS"
025100         MOVE "Y" TO WS-ABORT-SW
025200         MOVE "Y" TO WS-BA-EOF-SW
025300         GO TO 2100-EXIT
025400     END-IF.
025500     ADD 1 TO WS-ADVICE-COUNT.
025600     MOVE BA-CUST-ID    TO WS-AD-CUST-ID(WS-ADVICE-COUNT).
025700     MOVE BA-AMOUNT     TO WS-AD-AMOUNT(WS-ADVICE-COUNT).
025800     MOVE BA-INVOICE-NO TO WS-AD-INVOICE-NO(WS-ADVICE-COUNT).
025900     MOVE BA-PAYER-REF  TO WS-AD-PAYER-REF(WS-ADVICE-COUNT).
026000     IF BA-AMOUNT NOT NUMERIC OR BA-AMOUNT = ZERO
026100         ADD 1 TO WS-BAD-LINES
026200         DISPLAY "BILBULK: ADVICE LINE " WS-ADVICE-COUNT
026300             " FOR " BA-CUST-ID " HAS NO VALID AMOUNT"
026400         GO TO 2100-EXIT
026500     END-IF.
026600     IF BA-INVOICE-NO NOT NUMERIC
026700         MOVE ZERO TO WS-AD-INVOICE-NO(WS-ADVICE-COUNT)
026800     END-IF.
026900     ADD BA-AMOUNT TO WS-ADVICE-TOTAL.
027000 2100-EXIT.
027100     EXIT.

027200*-----------------------------------------------------------*
027300*    THE PROOF - EVERY LINE CARRIES A VALID AMOUNT AND THE     *
027400*    LINES ADD UP TO THE INSTRUMENT TO THE PAISA.  A FAILED    *
027500*    PROOF RELEASES NOTHING; THE ADVICE GOES BACK TO THE       *
027600*    PAYER FOR CORRECTION INSTEAD OF INTO SUSPENSE.            *
027700*-----------------------------------------------------------*
027800 3000-PROVE-ADVICE.
027900     MOVE WS-IN-AMOUNT    TO WS-TOTAL-ED.
028000     MOVE SPACES TO WS-RPT-LINE.
028100     STRING "BULK PAYMENT REMITTANCE ADVICE - " WS-SYSTEM-DATE
028200         "   PAYER " WS-IN-PAYER
028300         DELIMITED BY SIZE INTO WS-RPT-LINE.
028400     WRITE BR-LINE FROM WS-RPT-LINE.
028500     MOVE SPACES TO WS-RPT-LINE.
028600     STRING "INSTRUMENT " WS-IN-METHOD " " WS-IN-INSTRUMENT-NO
028700         " " WS-IN-BANK-NAME " RS " WS-TOTAL-ED
028800         DELIMITED BY SIZE INTO WS-RPT-LINE.
028900     WRITE BR-LINE FROM WS-RPT-LINE.
029000     COMPUTE WS-ADVICE-DIFF = WS-ADVICE-TOTAL - WS-IN-AMOUNT.
029100     IF WS-ADVICE-COUNT = 0
029200         MOVE "ADVICE IS EMPTY - NOTHING RELEASED"
029300             TO WS-RPT-LINE
029400         WRITE BR-LINE FROM WS-RPT-LINE
029500         DISPLAY "BILBULK: " WS-RPT-LINE
029600         GO TO 3000-EXIT
029700     END-IF.
029800     IF WS-BAD-LINES > 0
029900         MOVE SPACES TO WS-RPT-LINE
030000         STRING "ADVICE HAS " WS-BAD-LINES
030100             " LINE(S) WITH NO VALID AMOUNT"
030200             " - ADVICE REJECTED, NOTHING RELEASED"
030300             DELIMITED BY SIZE INTO WS-RPT-LINE
030400         WRITE BR-LINE FROM WS-RPT-LINE
030500         DISPLAY "BILBULK: " WS-RPT-LINE
030600         GO TO 3000-EXIT
030700     END-IF.
030800     IF WS-ADVICE-DIFF NOT = ZERO
030900         MOVE WS-ADVICE-TOTAL TO WS-TOTAL-ED
031000         MOVE WS-ADVICE-DIFF  TO WS-DIFF-ED
031100         MOVE SPACES TO WS-RPT-LINE
031200         STRING "ADVICE TOTAL RS " WS-TOTAL-ED
031300             " DIFFERS FROM INSTRUMENT BY RS " WS-DIFF-ED
031400             " - ADVICE REJECTED, NOTHING RELEASED"
031500             DELIMITED BY SIZE INTO WS-RPT-LINE
031600         WRITE BR-LINE FROM WS-RPT-LINE
031700         DISPLAY "BILBULK: " WS-RPT-LINE
031800         GO TO 3000-EXIT
031900     END-IF.
032000     MOVE "Y" TO WS-PROVEN-SW.
032100 3000-EXIT.
032200     EXIT.

032300*-----------------------------------------------------------*
032400*    THE EXPLOSION - ONE BATCH NUMBER FOR THE INSTRUMENT, ONE  *
032500*    SHARE RECEIPT PER ADVICE LINE.                            *
032600*-----------------------------------------------------------*
032700 4000-RELEASE-SHARES.
032800     PERFORM 4100-NEXT-BATCH-NO THRU 4100-EXIT.
032900     OPEN OUTPUT BULKPAY.
033000     IF NOT FS-BULKPAY-OK
033100         DISPLAY "BILBULK: UNABLE TO OPEN BULKPAY, STATUS "
033200             FS-BULKPAY " - NOTHING RELEASED"
033300         MOVE "Y" TO WS-ABORT-SW
033400         GO TO 4000-EXIT
033500     END-IF.
033600     MOVE WS-LAST-BATCH-NO TO WS-PARENT-BATCH.
033700     MOVE WS-LAST-BATCH-NO TO WS-CHILD-BATCH.
033800     MOVE SPACES TO WS-RPT-LINE.
033900     STRING "PARENT RECEIPT " WS-PARENT-RECEIPT
034000         "   ADVICE LINES " WS-ADVICE-COUNT " - PROVEN"
034100         DELIMITED BY SIZE INTO WS-RPT-LINE.
034200     WRITE BR-LINE FROM WS-RPT-LINE.
034300     MOVE SPACES TO WS-RPT-LINE.
034400     STRING "LINE CUST-ID        AMOUNT INVOICE   RECEIPT      "
034500         "PAYER REF            "
034600         DELIMITED BY SIZE INTO WS-RPT-LINE.
034700     WRITE BR-LINE FROM WS-RPT-LINE.
034800     PERFORM 4200-RELEASE-ONE THRU 4200-EXIT
034900         VARYING WS-AD-SUB FROM 1 BY 1
035000         UNTIL WS-AD-SUB > WS-ADVICE-COUNT.
035100     CLOSE BULKPAY.
035200     PERFORM 4300-REWRITE-BULKCTL THRU 4300-EXIT.
035300     MOVE WS-HELD-TOTAL TO WS-TOTAL-ED.
035400     MOVE SPACES TO WS-RPT-LINE.
035500     STRING "SHARES RELEASED " WS-RELEASED-COUNT
035600         "   OF WHICH HELD FOR SUSPENSE " WS-HELD-COUNT
035700         " RS " WS-TOTAL-ED
035800         DELIMITED BY SIZE INTO WS-RPT-LINE.
035900     WRITE BR-LINE FROM WS-RPT-LINE.
036000 4000-EXIT.
036100     EXIT.

036200 4100-NEXT-BATCH-NO.
036300     MOVE ZERO TO WS-LAST-BATCH-NO.
036400     OPEN INPUT BULKCTL.
036500     IF FS-BULKCTL-OK
036600         READ BULKCTL
036700             AT END
036800                 CONTINUE
036900             NOT AT END
037000                 MOVE BU-LAST-BATCH-NO TO WS-LAST-BATCH-NO
037100         END-READ
037200         CLOSE BULKCTL
037300     END-IF.
037400     ADD 1 TO WS-LAST-BATCH-NO.
037500 4100-EXIT.
037600     EXIT.

037700 4200-RELEASE-ONE.
037800     MOVE WS-AD-SUB TO WS-CHILD-LINE.
037900     MOVE SPACES TO WS-LINE-TEXT.
038000     MOVE WS-AD-CUST-ID(WS-AD-SUB) TO CM-CUST-ID.
038100     READ CUSTMAS
038200         INVALID KEY
038300             MOVE "CUSTOMER NOT FOUND - HELD IN SUSPENSE"
038400                 TO WS-LINE-TEXT
038500             ADD 1 TO WS-HELD-COUNT
038600             ADD WS-AD-AMOUNT(WS-AD-SUB) TO WS-HELD-TOTAL
038700     END-READ.
038800     MOVE SPACES TO PY-RECORD.
038900     MOVE WS-AD-CUST-ID(WS-AD-SUB)    TO PY-CUST-ID.
039000     MOVE WS-AD-AMOUNT(WS-AD-SUB)     TO PY-AMOUNT.
039100     MOVE WS-SYSTEM-DATE              TO PY-PAYMENT-DATE.
039200     MOVE WS-CHILD-RECEIPT            TO PY-RECEIPT-NO.
039300     MOVE "BULK"                      TO PY-SOURCE-CODE.
039400     MOVE "P"                         TO PY-TXN-TYPE.
039500     MOVE WS-AD-INVOICE-NO(WS-AD-SUB) TO PY-INVOICE-NO.
039600     MOVE ZERO                        TO PY-TDS-AMT.
039700     MOVE WS-PARENT-RECEIPT           TO PY-PARENT-RECEIPT.
039800     WRITE PY-RECORD.
039900     ADD 1 TO WS-RELEASED-COUNT.
040000     MOVE WS-AD-AMOUNT(WS-AD-SUB) TO WS-AMOUNT-ED.
040100     MOVE SPACES TO WS-RPT-LINE.
040200     STRING WS-CHILD-LINE "  " WS-AD-CUST-ID(WS-AD-SUB) " "
040300         WS-AMOUNT-ED " " WS-AD-INVOICE-NO(WS-AD-SUB) " "
040400         WS-CHILD-RECEIPT " " WS-AD-PAYER-REF(WS-AD-SUB) " "
040500         WS-LINE-TEXT
040600         DELIMITED BY SIZE INTO WS-RPT-LINE.
040700     WRITE BR-LINE FROM WS-RPT-LINE.
040800 4200-EXIT.
040900     EXIT.

041000 4300-REWRITE-BULKCTL.
041100     OPEN OUTPUT BULKCTL.
041200     IF NOT FS-BULKCTL-OK
041300         DISPLAY "BILBULK: UNABLE TO REWRITE BULKCTL, STATUS "
041400             FS-BULKCTL
041500         GO TO 4300-EXIT
041600     END-IF.
041700     MOVE WS-LAST-BATCH-NO TO BU-LAST-BATCH-NO.
041800     WRITE BU-RECORD.
041900     CLOSE BULKCTL.
042000 4300-EXIT.
042100     EXIT.

042200 9000-TERMINATE.
042300     IF FS-CUSTMAS-OK
042400         CLOSE CUSTMAS
042500     END-IF.
042600     IF FS-BULKRPT-OK
042700         CLOSE BULKRPT
042700         PERFORM 9680-FILE-REPORT THRU 9680-EXIT
042800     END-IF.
042900     IF FS-RUNLOG-OK
043000         PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT
043100         CLOSE RUNLOG
043200     END-IF.
043300     DISPLAY "=============================================".
043400     DISPLAY "BILBULK - BULK PAYMENT INTAKE".
043500     DISPLAY "  ADVICE LINES READ  : " WS-ADVICE-COUNT.
043600     DISPLAY "  ADVICE TOTAL       : RS " WS-ADVICE-TOTAL.
043700     DISPLAY "  INSTRUMENT AMOUNT  : RS " WS-IN-AMOUNT.
043800     IF WS-ADVICE-PROVEN
043900         DISPLAY "  PARENT RECEIPT     : " WS-PARENT-RECEIPT
044000         DISPLAY "  SHARES RELEASED    : " WS-RELEASED-COUNT
044100         DISPLAY "  HELD FOR SUSPENSE  : " WS-HELD-COUNT
044200     ELSE
044300         DISPLAY "  ADVICE NOT PROVEN - NOTHING RELEASED"
044400     END-IF.
044500     DISPLAY "=============================================".
044600 9000-EXIT.
044700     EXIT.

044800 9600-WRITE-RUNLOG.
044900     MOVE "BILBULK"        TO RL-PROGRAM-ID.
045000     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
045100     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
045200     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
045300     MOVE "BULKADV"        TO RL-INPUT-FILE.
045400     MOVE WS-ADVICE-COUNT  TO RL-RECORDS-READ.
045500     MOVE WS-RELEASED-COUNT TO RL-BILLS-PRODUCED.
045600     MOVE WS-HELD-COUNT    TO RL-EXCEPTIONS.
045700     IF WS-ADVICE-PROVEN
045800         MOVE WS-IN-AMOUNT TO RL-TOTAL-BILLED
045900     ELSE
046000         MOVE ZERO         TO RL-TOTAL-BILLED
046100     END-IF.
046200     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
046300     ACCEPT RL-END-TIME FROM TIME.
046400     WRITE RL-RECORD.
046500 9600-EXIT.
046600     EXIT.

046700*-----------------------------------------------------------*
046800*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
046900*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
047000*    OUTLIVES THE NEXT RUN.                                    *
047100*-----------------------------------------------------------*
047200 9680-FILE-REPORT.
047300     OPEN INPUT BULKRPT.
047400     IF NOT FS-BULKRPT-OK
047500         GO TO 9680-EXIT
047600     END-IF.
047700     MOVE "O"               TO RO-FUNCTION.
047800     MOVE "BULKRPT"         TO RO-REPORT-NAME.
047900     MOVE "BILBULK"         TO RO-PROGRAM-ID.
048000     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
048100     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
048200     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
048300     MOVE ZERO              TO RO-PERIOD.
048400     CALL "BILRPTF" USING RO-PARMS.
048500     IF RO-OK
048600         MOVE "N" TO WS-RO-EOF-SW
048700         PERFORM 9690-FILE-LINE THRU 9690-EXIT
048800             UNTIL WS-RO-EOF
048900         MOVE "C"          TO RO-FUNCTION
049000         CALL "BILRPTF" USING RO-PARMS
049100     END-IF.
049200     CLOSE BULKRPT.
049300 9680-EXIT.
049400     EXIT.

049500 9690-FILE-LINE.
049600     READ BULKRPT
049700         AT END
049800             MOVE "Y" TO WS-RO-EOF-SW
049900             GO TO 9690-EXIT
050000     END-READ.
050100     MOVE "L"               TO RO-FUNCTION.
050200     MOVE BR-LINE           TO RO-LINE.
050300     CALL "BILRPTF" USING RO-PARMS.
050400 9690-EXIT.
050500     EXIT.
