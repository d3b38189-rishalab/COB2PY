000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILPDC.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-12.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILPDC                                                    *
000900*  POST-DATED CHEQUE REGISTER.  INSTALLMENT-PLAN CUSTOMERS   *
001000*  AND MANY COMMERCIAL ACCOUNTS HAND OVER A SET OF POST-     *
001100*  DATED CHEQUES AT THE COUNTER; THE REGISTER (PDCREG)       *
001200*  REPLACES THE DRAWER AND ITS PAPER LIST.  FIVE FUNCTIONS:  *
001300*    A - REGISTER CHEQUES FOR A CUSTOMER, LINKED TO THE      *
001400*        CUSTOMER'S ACTIVE PAYPLAN IF THE CLERK SAYS SO;     *
001500*    W - WITHDRAW A HELD CHEQUE HANDED BACK TO THE CUSTOMER; *
001600*    D - DAILY PRESENTATION - EVERY HELD CHEQUE DATED TODAY  *
001700*        OR EARLIER GOES ON THE BANK DEPOSIT SLIP LISTING    *
001800*        (PDCRPT) AND OUT AS A PY-RECORD UNDER SOURCE CODE   *
001900*        PDC (PDCPAY) FOR THE BILPAY RUN THAT FOLLOWS.  A    *
002000*        CHEQUE PAST ITS 90-DAY VALIDITY IS NOT PRESENTED    *
002100*        BUT LISTED STALE FOR RETURN TO THE CUSTOMER;        *
002200*    B - DISHONOUR (SUPERVISOR SIGN-ON) - A PRESENTED CHEQUE *
002300*        RETURNED UNPAID IS MARKED DISHONOURED AND A TYPE R  *
002400*        REVERSAL OF ITS RECEIPT GOES OUT ON PDCPAY, SO      *
002500*        BILPAY BACKS THE MONEY OUT AND LEVIES THE FEE       *
002600*        EXACTLY AS FOR ANY BOUNCED CHEQUE;                  *
002700*    L - LIST THE CHEQUES HELD AND PRESENTED.                *
002800*  AFTER D AND B EVERY ACTIVE PLAN WITH CHEQUES ON THE       *
002900*  REGISTER IS CHECKED - ONE WHOSE REMAINING CHEQUES NO      *
003000*  LONGER COVER THE BALANCE STILL OWED ON IT IS FLAGGED ON   *
003100*  PDCRPT FOR COLLECTIONS TO OBTAIN REPLACEMENTS.            *
003200*-----------------------------------------------------------*
003300*  MODIFICATION HISTORY                                      *
003400*  DATE       INIT  DESCRIPTION                               *
003500*  2026-10-12 RSH   ORIGINAL                                  *
003500*  2026-10-15 RSH   REFUSE CHEQUE REGISTRATION OR HAND-BACK   *
003500*                   ON A LINKED ACCOUNT                       *
003500*  2026-10-15 RSH   FILE PDCRPT IN THE REPORT REPOSITORY     *
003500*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
003600*-----------------------------------------------------------*
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.   IBM-370.
004000 OBJECT-COMPUTER.   IBM-370.

004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT PDCREG ASSIGN TO "PDCREG"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS FS-PDCREG.

004600     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS CM-CUST-ID
005000         FILE STATUS IS FS-CUSTMAS.

005100     SELECT PAYPLAN ASSIGN TO "PAYPLAN"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS FS-PAYPLAN.

005400     SELECT PDCPAY ASSIGN TO "PDCPAY"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS FS-PDCPAY.

005700     SELECT PDCRPT ASSIGN TO "PDCRPT"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS FS-PDCRPT.

006000     SELECT RUNLOG ASSIGN TO "RUNLOG"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS FS-RUNLOG.

006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  PDCREG
006600     LABEL RECORDS ARE STANDARD.
006700 COPY PDCREG.

006800 FD  CUSTMAS
006900     LABEL RECORDS ARE STANDARD.
007000 COPY CUSTMAS.

007100 FD  PAYPLAN
007200     LABEL RECORDS ARE STANDARD.
007300 COPY PAYPLAN.

007400 FD  PDCPAY
007500     LABEL RECORDS ARE STANDARD.
007600 COPY PAYMENT.

007700 FD  PDCRPT
007800     LABEL RECORDS ARE STANDARD.
007900 01  PL-LINE                     PIC X(120).

008000 FD  RUNLOG
008100     LABEL RECORDS ARE STANDARD.
008200 COPY RUNLOG.

008300 WORKING-STORAGE SECTION.
008400*-----------------------------------------------------------*
008500*    FILE STATUS SWITCHES                                    *
008600*-----------------------------------------------------------*
008700 77  FS-PDCREG               PIC X(02).
008800     88  FS-PDCREG-OK                VALUE "00".
008900 77  FS-CUSTMAS              PIC X(02).
009000     88  FS-CUSTMAS-OK               VALUE "00".
009100 77  FS-PAYPLAN              PIC X(02).
009200     88  FS-PAYPLAN-OK               VALUE "00".
009300 77  FS-PDCPAY               PIC X(02).
009400     88  FS-PDCPAY-OK                VALUE "00".
009500 77  FS-PDCRPT               PIC X(02).
009600     88  FS-PDCRPT-OK                VALUE "00".
009700 77  FS-RUNLOG               PIC X(02).
009800     88  FS-RUNLOG-OK                VALUE "00".

009900*-----------------------------------------------------------*
010000*    PROGRAM SWITCHES                                        *
010100*-----------------------------------------------------------*
010200 77  WS-ABORT-SW             PIC X(01) VALUE "N".
010300     88  WS-ABORT                    VALUE "Y".
010400 77  WS-PD-EOF-SW            PIC X(01) VALUE "N".
010500     88  WS-PD-EOF                   VALUE "Y".
010600 77  WS-PP-EOF-SW            PIC X(01) VALUE "N".
010700     88  WS-PP-EOF                   VALUE "Y".
010700 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
010700     88  WS-RO-EOF                   VALUE "Y".
010800 77  WS-ENTRY-SW             PIC X(01) VALUE "Y".
010900     88  WS-ENTRY-OPEN               VALUE "Y".
011000 77  WS-PLAN-FOUND-SW        PIC X(01) VALUE "N".
011100     88  WS-PLAN-FOUND               VALUE "Y".
011200 77  WS-LINK-SW              PIC X(01) VALUE "N".
011300     88  WS-LINK-TO-PLAN             VALUE "Y".
011400 77  WS-PAY-OPEN-SW          PIC X(01) VALUE "N".
011500     88  WS-PAY-OPEN                 VALUE "Y".

011600*-----------------------------------------------------------*
011700*    OPERATOR, RUN AND WORK FIELDS                            *
011800*-----------------------------------------------------------*
011900 77  WS-OPERATOR-ID          PIC X(08).
012000 77  WS-PASSWORD             PIC X(08).
012100 77  WS-SYSTEM-DATE          PIC 9(08).
012200 77  WS-SYSTEM-TIME          PIC 9(08).
012300 77  WS-STALE-DATE           PIC 9(08).
012400 77  WS-VALID-DAYS           PIC 9(03) VALUE 090.
012500 77  WS-FUNCTION             PIC X(01).
012600     88  WS-FUNC-ADD                 VALUE "A".
012700     88  WS-FUNC-WITHDRAW            VALUE "W".
012800     88  WS-FUNC-PRESENT             VALUE "D".
012900     88  WS-FUNC-DISHONOUR           VALUE "B".
013000     88  WS-FUNC-LIST                VALUE "L".
013100 77  WS-IN-CUST-ID           PIC X(10).
013200 77  WS-IN-CHEQUE-NO         PIC X(10).
013300 77  WS-IN-BANK-NAME         PIC X(20).
013400 77  WS-IN-AMOUNT            PIC 9(07)V99.
013500 77  WS-IN-CHEQUE-DATE       PIC 9(08).
013600 77  WS-IN-SERIAL-NO         PIC 9(09).
013700 77  WS-IN-REPLY             PIC X(01).
013800 77  WS-PLAN-START           PIC 9(06) VALUE ZERO.
013900 77  WS-PLAN-INSTALLMENT     PIC 9(07)V99 VALUE ZERO.
014000 77  WS-LAST-SERIAL          PIC 9(09) VALUE ZERO.
014100 77  WS-FOUND-SUB            PIC 9(03) VALUE ZERO.
014200 77  WS-PD-SUB               PIC 9(03) VALUE ZERO.
014300 77  WS-ADDED-COUNT          PIC 9(05) VALUE ZERO.
014400 77  WS-WITHDRAWN-COUNT      PIC 9(05) VALUE ZERO.
014500 77  WS-PRESENTED-COUNT      PIC 9(05) VALUE ZERO.
014600 77  WS-PRESENTED-TOTAL      PIC 9(09)V99 VALUE ZERO.
014700 77  WS-STALE-COUNT          PIC 9(05) VALUE ZERO.
014800 77  WS-DISHONOURED-COUNT    PIC 9(05) VALUE ZERO.
014900 77  WS-PLANS-FLAGGED        PIC 9(05) VALUE ZERO.
015000 77  WS-PLAN-OWED            PIC S9(09)V99 VALUE ZERO.
015100 77  WS-PLAN-COVER           PIC 9(09)V99 VALUE ZERO.
015200 77  WS-PLAN-SHORT           PIC 9(09)V99 VALUE ZERO.
015300 77  WS-PLAN-HELD-COUNT      PIC 9(03) VALUE ZERO.
015400 77  WS-PLAN-LINKED-COUNT    PIC 9(03) VALUE ZERO.
015500 77  WS-INST-LEFT            PIC 9(03) VALUE ZERO.
015600 77  WS-AMOUNT-ED            PIC ZZZZZZ9.99.
015700 77  WS-TOTAL-ED             PIC ZZZZZZZZ9.99.
015800 77  WS-SHORT-ED             PIC ZZZZZZZZ9.99.
015900 77  WS-COUNT-ED             PIC ZZ9.
016000 77  WS-INST-ED              PIC ZZ9.
016100 01  WS-RPT-LINE             PIC X(120).
016200 01  WS-RECEIPT-NO.
016300     05  FILLER              PIC X(03) VALUE "PDC".
016400     05  WS-RECEIPT-SERIAL   PIC 9(09).

016500 COPY SIGNPARM.
016500 COPY CFPARM.

016600*-----------------------------------------------------------*
016700*    THE WHOLE REGISTER, HELD IN STORAGE AND WRITTEN BACK      *
016800*    WHOLE AT END OF RUN.                                      *
016900*-----------------------------------------------------------*
017000 01  WS-PDC-REGISTER.
017100     05  WS-PD-ENTRY OCCURS 500 TIMES.
017200         10  WS-PD-SERIAL-NO     PIC 9(09).
017300         10  WS-PD-CUST-ID       PIC X(10).
017400         10  WS-PD-PLAN-START    PIC 9(06).
017500         10  WS-PD-CHEQUE-NO     PIC X(10).
017600         10  WS-PD-BANK-NAME     PIC X(20).
017700         10  WS-PD-AMOUNT        PIC 9(07)V99.
017800         10  WS-PD-CHEQUE-DATE   PIC 9(08).
017900         10  WS-PD-STATUS        PIC X(01).
018000         10  WS-PD-ADDED-DATE    PIC 9(08).
018100         10  WS-PD-PRESENT-DATE  PIC 9(08).
018200         10  WS-PD-DISHON-DATE   PIC 9(08).
018300         10  WS-PD-OPERATOR-ID   PIC X(08).
018400 01  WS-REGISTER-COUNT           PIC 9(03) VALUE ZERO.
018400 COPY RPTPARM.

018500 PROCEDURE DIVISION.
018600 0000-MAINLINE SECTION.
018700     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
018800     IF NOT WS-ABORT
018900         EVALUATE TRUE
019000             WHEN WS-FUNC-ADD
019100                 PERFORM 2000-ADD-CHEQUES THRU 2000-EXIT
019200             WHEN WS-FUNC-WITHDRAW
019300                 PERFORM 3000-WITHDRAW-CHEQUE THRU 3000-EXIT
019400             WHEN WS-FUNC-PRESENT
019500                 PERFORM 4000-PRESENT-DUE THRU 4000-EXIT
019600                 PERFORM 6000-CHECK-PLANS THRU 6000-EXIT
019700             WHEN WS-FUNC-DISHONOUR
019800                 PERFORM 5000-DISHONOUR THRU 5000-EXIT
019900                 PERFORM 6000-CHECK-PLANS THRU 6000-EXIT
020000             WHEN WS-FUNC-LIST
020100                 PERFORM 7000-LIST-REGISTER THRU 7000-EXIT
020200             WHEN OTHER
020300                 DISPLAY "BILPDC: UNKNOWN FUNCTION " WS-FUNCTION
020400         END-EVALUATE
020500     END-IF.
020600     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
020700     STOP RUN.

020800 1000-INITIALIZE.
020900     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
021000     ACCEPT WS-SYSTEM-TIME FROM TIME.
021100     COMPUTE WS-STALE-DATE = FUNCTION DATE-OF-INTEGER(
021200         FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE)
021300             - WS-VALID-DAYS).
021400     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
021500     ACCEPT WS-OPERATOR-ID.
021600     DISPLAY "PASSWORD: " WITH NO ADVANCING.
021700     ACCEPT WS-PASSWORD.
021800     DISPLAY "FUNCTION (A=ADD W=WITHDRAW D=DAILY PRESENT"
021900         " B=BOUNCED L=LIST): " WITH NO ADVANCING.
022000     ACCEPT WS-FUNCTION.
022100*    A BOUNCE REVERSES POSTED MONEY, SO IT IS SIGNED FOR AT
022200*    SUPERVISOR LEVEL LIKE ANY OTHER REVERSAL.
022300     MOVE WS-OPERATOR-ID TO SG-OPERATOR-ID.
022400     MOVE WS-PASSWORD    TO SG-PASSWORD.
022500     IF WS-FUNC-DISHONOUR
022600         MOVE 2 TO SG-REQUIRED-LEVEL
022700     ELSE
022800         MOVE 1 TO SG-REQUIRED-LEVEL
022900     END-IF.
023000     CALL "BILSIGN" USING SG-PARMS.
023100     IF NOT SG-OK
023200         DISPLAY "BILPDC: SIGN-ON REFUSED - RUN ABANDONED"
023300         MOVE "Y" TO WS-ABORT-SW
023400         GO TO 1000-EXIT
023500     END-IF.
023600     OPEN EXTEND RUNLOG.
023700     IF NOT FS-RUNLOG-OK
023800         DISPLAY "BILPDC: UNABLE TO OPEN RUNLOG, STATUS "
023900             FS-RUNLOG
024000         MOVE "Y" TO WS-ABORT-SW
024100         GO TO 1000-EXIT
024200     END-IF.
024300     PERFORM 1100-LOAD-REGISTER THRU 1100-EXIT.
024400     IF WS-FUNC-ADD
024500         OPEN INPUT CUSTMAS
024600         IF NOT FS-CUSTMAS-OK
024700             DISPLAY "BILPDC: UNABLE TO OPEN CUSTMAS, STATUS "
024800                 FS-CUSTMAS
024900             MOVE "Y" TO WS-ABORT-SW
025000         END-IF
025100     END-IF.
025200     IF WS-FUNC-PRESENT OR WS-FUNC-DISHONOUR OR WS-FUNC-LIST
025300         OPEN OUTPUT PDCRPT
025400         IF NOT FS-PDCRPT-OK
025500             DISPLAY "BILPDC: UNABLE TO OPEN PDCRPT, STATUS "
025600                 FS-PDCRPT
025700             MOVE "Y" TO WS-ABORT-SW
025800         END-IF
025900     END-IF.
026000 1000-EXIT.
026100     EXIT.

026200*-----------------------------------------------------------*
026300*    THE REGISTER FILE IS OPTIONAL ON FIRST USE - THE FIRST     *
026400*    CHEQUE REGISTERED CREATES IT.  THE HIGHEST SERIAL ON FILE  *
026500*    SEEDS THE NEXT ONE.                                        *
026600*-----------------------------------------------------------*
026700 1100-LOAD-REGISTER.
026800     OPEN INPUT PDCREG.
026900     IF NOT FS-PDCREG-OK
027000         GO TO 1100-EXIT
027100     END-IF.
027200     READ PDCREG
027300         AT END
027400             MOVE "Y" TO WS-PD-EOF-SW
027500     END-READ.
027600     PERFORM 1110-STORE-ONE THRU 1110-EXIT
027700         UNTIL WS-PD-EOF.
027800     CLOSE PDCREG.
027900 1100-EXIT.
028000     EXIT.

028100 1110-STORE-ONE.
028200     IF WS-REGISTER-COUNT >= 500
028300         DISPLAY "BILPDC: REGISTER TABLE FULL - RUN"
028400             " ABANDONED BEFORE A CHEQUE COULD BE LOST"
028500         MOVE "Y" TO WS-ABORT-SW
028600         MOVE "Y" TO WS-PD-EOF-SW
028700         GO TO 1110-EXIT
028800     END-IF.
028900     ADD 1 TO WS-REGISTER-COUNT.
029000     MOVE PD-SERIAL-NO    TO WS-PD-SERIAL-NO(WS-REGISTER-COUNT).
029100     MOVE PD-CUST-ID      TO WS-PD-CUST-ID(WS-REGISTER-COUNT).
029200     MOVE PD-PLAN-START   TO WS-PD-PLAN-START(WS-REGISTER-COUNT).
029300     MOVE PD-CHEQUE-NO    TO WS-PD-CHEQUE-NO(WS-REGISTER-COUNT).
029400     MOVE PD-BANK-NAME    TO WS-PD-BANK-NAME(WS-REGISTER-COUNT).
029500     MOVE PD-AMOUNT       TO WS-PD-AMOUNT(WS-REGISTER-COUNT).
029600     MOVE PD-CHEQUE-DATE  TO WS-PD-CHEQUE-DATE(WS-REGISTER-COUNT).
029700     MOVE PD-STATUS       TO WS-PD-STATUS(WS-REGISTER-COUNT).
029800     MOVE PD-ADDED-DATE   TO WS-PD-ADDED-DATE(WS-REGISTER-COUNT).
029900     MOVE PD-PRESENT-DATE TO
030000         WS-PD-PRESENT-DATE(WS-REGISTER-COUNT).
030100     MOVE PD-DISHON-DATE  TO WS-PD-DISHON-DATE(WS-REGISTER-COUNT).
030200     MOVE PD-OPERATOR-ID  TO WS-PD-OPERATOR-ID(WS-REGISTER-COUNT).
030300     IF PD-SERIAL-NO > WS-LAST-SERIAL
030400         MOVE PD-SERIAL-NO TO WS-LAST-SERIAL
030500     END-IF.
030600     READ PDCREG
030700         AT END
030800             MOVE "Y" TO WS-PD-EOF-SW
030900     END-READ.
031000 1110-EXIT.
031100     EXIT.

031200*-----------------------------------------------------------*
031300*    REGISTRATION - ONE CUSTOMER, AS MANY CHEQUES AS WERE      *
031400*    HANDED OVER.  A CUSTOMER WITH AN ACTIVE PLAN IS OFFERED   *
031500*    THE LINK, SO THE CHEQUES COUNT TOWARDS COVERING IT.       *
031600*-----------------------------------------------------------*
031700 2000-ADD-CHEQUES.
031800     DISPLAY "CUSTOMER ID: " WITH NO ADVANCING.
031900     ACCEPT WS-IN-CUST-ID.
031910     MOVE WS-IN-CUST-ID  TO CF-CUST-ID.
031910     MOVE "PDC ADD"      TO CF-ACTION.
031910     PERFORM 3200-CHECK-CONFLICT THRU 3200-EXIT.
031910     IF CF-CONFLICT
031910         GO TO 2000-EXIT
031910     END-IF.
032000     MOVE WS-IN-CUST-ID TO CM-CUST-ID.
032100     READ CUSTMAS
032200         INVALID KEY
032300             DISPLAY "BILPDC: CUSTOMER " WS-IN-CUST-ID
032400                 " NOT ON FILE"
032500             GO TO 2000-EXIT
032600     END-READ.
032700     MOVE ZERO TO WS-PLAN-START.
032800     MOVE "N"  TO WS-LINK-SW.
032900     PERFORM 2200-FIND-PLAN THRU 2200-EXIT.
033000     IF WS-PLAN-FOUND
033100         MOVE WS-PLAN-INSTALLMENT TO WS-AMOUNT-ED
033200         DISPLAY "ACTIVE INSTALLMENT PLAN FROM " WS-PLAN-START
033300             ", INSTALLMENT RS " WS-AMOUNT-ED
033400         DISPLAY "LINK THESE CHEQUES TO THE PLAN (Y/N): "
033500             WITH NO ADVANCING
033600         ACCEPT WS-IN-REPLY
033700         IF WS-IN-REPLY = "Y"
033800             MOVE "Y" TO WS-LINK-SW
033900         ELSE
034000             MOVE ZERO TO WS-PLAN-START
034100         END-IF
034200     END-IF.
034300     MOVE "Y" TO WS-ENTRY-SW.
034400     PERFORM 2100-TAKE-CHEQUE THRU 2100-EXIT
034500         UNTIL NOT WS-ENTRY-OPEN.
034600 2000-EXIT.
034700     EXIT.

034800 2100-TAKE-CHEQUE.
034900     DISPLAY "CHEQUE NUMBER (BLANK=DONE): " WITH NO ADVANCING.
035000     ACCEPT WS-IN-CHEQUE-NO.
035100     IF WS-IN-CHEQUE-NO = SPACES
035200         MOVE "N" TO WS-ENTRY-SW
035300         GO TO 2100-EXIT
035400     END-IF.
035500     DISPLAY "DRAWEE BANK: " WITH NO ADVANCING.
035600     ACCEPT WS-IN-BANK-NAME.
035700     DISPLAY "AMOUNT: " WITH NO ADVANCING.
035800     ACCEPT WS-IN-AMOUNT.
035900     DISPLAY "CHEQUE DATE (YYYYMMDD): " WITH NO ADVANCING.
036000     ACCEPT WS-IN-CHEQUE-DATE.
036100     IF WS-IN-BANK-NAME = SPACES
036200         DISPLAY "BILPDC: DRAWEE BANK IS REQUIRED - NOT RECORDED"
036300         GO TO 2100-EXIT
036400     END-IF.
036500     IF WS-IN-AMOUNT NOT NUMERIC OR WS-IN-AMOUNT = ZERO
036600         DISPLAY "BILPDC: AMOUNT MUST BE OVER ZERO - NOT RECORDED"
036700         GO TO 2100-EXIT
036800     END-IF.
036900     IF WS-IN-CHEQUE-DATE NOT NUMERIC
037000         OR WS-IN-CHEQUE-DATE < WS-SYSTEM-DATE
037100         DISPLAY "BILPDC: A POST-DATED CHEQUE MUST BE DATED TODAY"
037200             " OR LATER - NOT RECORDED"
037300         GO TO 2100-EXIT
037400     END-IF.
037500     MOVE ZERO TO WS-FOUND-SUB.
037600     PERFORM 2110-MATCH-DUPLICATE THRU 2110-EXIT
037700         VARYING WS-PD-SUB FROM 1 BY 1
037800         UNTIL WS-PD-SUB > WS-REGISTER-COUNT
037900            OR WS-FOUND-SUB > 0.
038000     IF WS-FOUND-SUB > 0
038100         DISPLAY "BILPDC: CHEQUE " WS-IN-CHEQUE-NO " ON "
038200             WS-IN-BANK-NAME " IS ALREADY ON THE REGISTER"
038300         GO TO 2100-EXIT
038400     END-IF.
038500     IF WS-REGISTER-COUNT >= 500
038600         DISPLAY "BILPDC: REGISTER TABLE FULL - CHEQUE NOT"
038700             " RECORDED"
038800         MOVE "N" TO WS-ENTRY-SW
038900         GO TO 2100-EXIT
039000     END-IF.
039100     ADD 1 TO WS-REGISTER-COUNT.
039200     ADD 1 TO WS-LAST-SERIAL.
039300     MOVE WS-LAST-SERIAL   TO WS-PD-SERIAL-NO(WS-REGISTER-COUNT).
039400     MOVE WS-IN-CUST-ID    TO WS-PD-CUST-ID(WS-REGISTER-COUNT).
039500     MOVE WS-PLAN-START    TO WS-PD-PLAN-START(WS-REGISTER-COUNT).
039600     MOVE WS-IN-CHEQUE-NO  TO WS-PD-CHEQUE-NO(WS-REGISTER-COUNT).
039700     MOVE WS-IN-BANK-NAME  TO WS-PD-BANK-NAME(WS-REGISTER-COUNT).
039800     MOVE WS-IN-AMOUNT     TO WS-PD-AMOUNT(WS-REGISTER-COUNT).
039900     MOVE WS-IN-CHEQUE-DATE TO
040000         WS-PD-CHEQUE-DATE(WS-REGISTER-COUNT).
040100     MOVE "H"              TO WS-PD-STATUS(WS-REGISTER-COUNT).
040200     MOVE WS-SYSTEM-DATE   TO WS-PD-ADDED-DATE(WS-REGISTER-COUNT).
040300     MOVE ZERO             TO
040400         WS-PD-PRESENT-DATE(WS-REGISTER-COUNT).
040500     MOVE ZERO             TO
040600         WS-PD-DISHON-DATE(WS-REGISTER-COUNT).
040700     MOVE WS-OPERATOR-ID   TO
040800         WS-PD-OPERATOR-ID(WS-REGISTER-COUNT).
040900     ADD 1 TO WS-ADDED-COUNT.
041000     DISPLAY "BILPDC: CHEQUE " WS-IN-CHEQUE-NO " REGISTERED AS "
041100         "SERIAL " WS-LAST-SERIAL.
041200 2100-EXIT.
041300     EXIT.

041400 2110-MATCH-DUPLICATE.
041500     IF WS-PD-CHEQUE-NO(WS-PD-SUB) = WS-IN-CHEQUE-NO
041600         AND WS-PD-BANK-NAME(WS-PD-SUB) = WS-IN-BANK-NAME
041700         AND (WS-PD-STATUS(WS-PD-SUB) = "H"
041800           OR WS-PD-STATUS(WS-PD-SUB) = "P")
041900         MOVE WS-PD-SUB TO WS-FOUND-SUB
042000     END-IF.
042100 2110-EXIT.
042200     EXIT.

042300*-----------------------------------------------------------*
042400*    THE CUSTOMER'S ACTIVE PLAN, IF ANY.  THE PLAN FILE IS     *
042500*    OPTIONAL, AS IT IS TO BILPAY.                             *
042600*-----------------------------------------------------------*
042700 2200-FIND-PLAN.
042800     MOVE "N" TO WS-PLAN-FOUND-SW.
042900     MOVE "N" TO WS-PP-EOF-SW.
043000     OPEN INPUT PAYPLAN.
043100     IF NOT FS-PAYPLAN-OK
043200         GO TO 2200-EXIT
043300     END-IF.
043400     PERFORM 2210-SCAN-PLAN THRU 2210-EXIT
043500         UNTIL WS-PP-EOF OR WS-PLAN-FOUND.
043600     CLOSE PAYPLAN.
043700 2200-EXIT.
043800     EXIT.

043900 2210-SCAN-PLAN.
044000     READ PAYPLAN
044100         AT END
044200             MOVE "Y" TO WS-PP-EOF-SW
044300             GO TO 2210-EXIT
044400     END-READ.
044500     IF PP-CUST-ID = WS-IN-CUST-ID AND PP-STAT-ACTIVE
044600         MOVE "Y"                TO WS-PLAN-FOUND-SW
044700         MOVE PP-START-PERIOD    TO WS-PLAN-START
044800         MOVE PP-INSTALLMENT-AMT TO WS-PLAN-INSTALLMENT
044900     END-IF.
045000 2210-EXIT.
045100     EXIT.

045200 3000-WITHDRAW-CHEQUE.
045300     DISPLAY "CHEQUE SERIAL: " WITH NO ADVANCING.
045400     ACCEPT WS-IN-SERIAL-NO.
045500     PERFORM 3100-FIND-SERIAL THRU 3100-EXIT.
045600     IF WS-FOUND-SUB = 0
045700         DISPLAY "BILPDC: SERIAL " WS-IN-SERIAL-NO
045800             " NOT ON THE REGISTER"
045900         GO TO 3000-EXIT
046000     END-IF.
046100     IF WS-PD-STATUS(WS-FOUND-SUB) NOT = "H"
046200         DISPLAY "BILPDC: SERIAL " WS-IN-SERIAL-NO
046300             " IS NOT HELD - ONLY A HELD CHEQUE CAN BE"
046400             " HANDED BACK"
046500         GO TO 3000-EXIT
046600     END-IF.
046610     MOVE WS-PD-CUST-ID(WS-FOUND-SUB) TO CF-CUST-ID.
046620     MOVE "PDC WITHDRAW" TO CF-ACTION.
046630     PERFORM 3200-CHECK-CONFLICT THRU 3200-EXIT.
046640     IF CF-CONFLICT
046650         GO TO 3000-EXIT
046660     END-IF.
046700     MOVE "W"            TO WS-PD-STATUS(WS-FOUND-SUB).
046800     MOVE WS-OPERATOR-ID TO WS-PD-OPERATOR-ID(WS-FOUND-SUB).
046900     ADD 1 TO WS-WITHDRAWN-COUNT.
047000     DISPLAY "BILPDC: CHEQUE " WS-PD-CHEQUE-NO(WS-FOUND-SUB)
047100         " WITHDRAWN FOR " WS-PD-CUST-ID(WS-FOUND-SUB).
047200 3000-EXIT.
047300     EXIT.

047400 3100-FIND-SERIAL.
047500     MOVE ZERO TO WS-FOUND-SUB.
047600     PERFORM 3110-MATCH-SERIAL THRU 3110-EXIT
047700         VARYING WS-PD-SUB FROM 1 BY 1
047800         UNTIL WS-PD-SUB > WS-REGISTER-COUNT
047900            OR WS-FOUND-SUB > 0.
048000 3100-EXIT.
048100     EXIT.

048200 3110-MATCH-SERIAL.
048300     IF WS-PD-SERIAL-NO(WS-PD-SUB) = WS-IN-SERIAL-NO
048400         MOVE WS-PD-SUB TO WS-FOUND-SUB
048500     END-IF.
048600 3110-EXIT.
048650     EXIT.

048660*-----------------------------------------------------------*
048660*    STAFF-ACCOUNT CONFLICT CHECK - AN OPERATOR LINKED ON   *
048660*    STAFFREG TO THE CUSTOMER MAY NOT ACT ON IT, AND NO     *
048660*    SUPERVISOR CAN SIGN IT THROUGH.  THE CALLER SETS       *
048660*    CF-CUST-ID AND CF-ACTION AND LEAVES THE CUSTOMER ALONE *
048660*    ON CF-CONFLICT - BILSTFC HAS ALREADY LOGGED IT.        *
048660*-----------------------------------------------------------*
048660 3200-CHECK-CONFLICT.
048660     MOVE WS-OPERATOR-ID  TO CF-OPERATOR-ID.
048660     MOVE "BILPDC"        TO CF-PROGRAM-ID.
048660     CALL "BILSTFC" USING CF-PARMS.
048660 3200-EXIT.
048700     EXIT.

048800*-----------------------------------------------------------*
048900*    DAILY PRESENTATION.  THE DEPOSIT SLIP LISTING GOES TO     *
049000*    THE BANK WITH THE CHEQUES; THE PY-RECORDS GO TO BILPAY.   *
049100*    THE RECEIPT NUMBER IS PDC PLUS THE SERIAL, SO THE RECEIPT *
049200*    REGISTER CATCHES A CHEQUE PRESENTED TWICE.                *
049300*-----------------------------------------------------------*
049400 4000-PRESENT-DUE.
049500     MOVE SPACES TO WS-RPT-LINE.
049600     STRING "POST-DATED CHEQUE DEPOSIT SLIP LISTING - "
049700         WS-SYSTEM-DATE
049800         DELIMITED BY SIZE INTO WS-RPT-LINE.
049900     WRITE PL-LINE FROM WS-RPT-LINE.
050000     MOVE SPACES TO WS-RPT-LINE.
050100     STRING "SERIAL    CHEQUE NO  DRAWEE BANK          "
050200         "CHQ DATE       AMOUNT CUST-ID    RECEIPT"
050300         DELIMITED BY SIZE INTO WS-RPT-LINE.
050400     WRITE PL-LINE FROM WS-RPT-LINE.
050500     PERFORM 4100-PRESENT-ONE THRU 4100-EXIT
050600         VARYING WS-PD-SUB FROM 1 BY 1
050700         UNTIL WS-PD-SUB > WS-REGISTER-COUNT.
050800     MOVE WS-PRESENTED-TOTAL TO WS-TOTAL-ED.
050900     MOVE SPACES TO WS-RPT-LINE.
051000     STRING "CHEQUES ON SLIP: " WS-PRESENTED-COUNT
051100         "   SLIP TOTAL: RS " WS-TOTAL-ED
051200         DELIMITED BY SIZE INTO WS-RPT-LINE.
051300     WRITE PL-LINE FROM WS-RPT-LINE.
051400     IF WS-STALE-COUNT > 0
051500         MOVE SPACES TO WS-RPT-LINE
051600         WRITE PL-LINE FROM WS-RPT-LINE
051700         PERFORM 4200-LIST-STALE THRU 4200-EXIT
051800             VARYING WS-PD-SUB FROM 1 BY 1
051900             UNTIL WS-PD-SUB > WS-REGISTER-COUNT
052000     END-IF.
052100 4000-EXIT.
052200     EXIT.

052300 4100-PRESENT-ONE.
052400     IF WS-PD-STATUS(WS-PD-SUB) NOT = "H"
052500         OR WS-PD-CHEQUE-DATE(WS-PD-SUB) > WS-SYSTEM-DATE
052600         GO TO 4100-EXIT
052700     END-IF.
052800     IF WS-PD-CHEQUE-DATE(WS-PD-SUB) < WS-STALE-DATE
052900         ADD 1 TO WS-STALE-COUNT
053000         GO TO 4100-EXIT
053100     END-IF.
053200     PERFORM 8000-OPEN-PDCPAY THRU 8000-EXIT.
053300     IF NOT WS-PAY-OPEN
053400         GO TO 4100-EXIT
053500     END-IF.
053600     MOVE WS-PD-SERIAL-NO(WS-PD-SUB) TO WS-RECEIPT-SERIAL.
053700     MOVE SPACES TO PY-RECORD.
053800     MOVE WS-PD-CUST-ID(WS-PD-SUB)  TO PY-CUST-ID.
053900     MOVE WS-PD-AMOUNT(WS-PD-SUB)   TO PY-AMOUNT.
054000     MOVE WS-SYSTEM-DATE            TO PY-PAYMENT-DATE.
054100     MOVE WS-RECEIPT-NO             TO PY-RECEIPT-NO.
054200     MOVE "PDC "                    TO PY-SOURCE-CODE.
054300     MOVE "P"                       TO PY-TXN-TYPE.
054400     MOVE ZERO                      TO PY-INVOICE-NO.
054500     MOVE ZERO                      TO PY-TDS-AMT.
054600     WRITE PY-RECORD.
054700     MOVE "P"            TO WS-PD-STATUS(WS-PD-SUB).
054800     MOVE WS-SYSTEM-DATE TO WS-PD-PRESENT-DATE(WS-PD-SUB).
054900     ADD 1 TO WS-PRESENTED-COUNT.
055000     ADD WS-PD-AMOUNT(WS-PD-SUB) TO WS-PRESENTED-TOTAL.
055100     PERFORM 7100-FORMAT-LINE THRU 7100-EXIT.
055200     MOVE WS-RECEIPT-NO TO WS-RPT-LINE(90:12).
055300     WRITE PL-LINE FROM WS-RPT-LINE.
055400 4100-EXIT.
055500     EXIT.

055600 4200-LIST-STALE.
055700     IF WS-PD-STATUS(WS-PD-SUB) NOT = "H"
055800         OR WS-PD-CHEQUE-DATE(WS-PD-SUB) >= WS-STALE-DATE
055900         GO TO 4200-EXIT
056000     END-IF.
056100     PERFORM 7100-FORMAT-LINE THRU 7100-EXIT.
056200     MOVE "STALE - RETURN" TO WS-RPT-LINE(90:14).
056300     WRITE PL-LINE FROM WS-RPT-LINE.
056400 4200-EXIT.
056500     EXIT.

056600*-----------------------------------------------------------*
056700*    BOUNCED CHEQUES, AS THE BANK RETURNS THEM.  THE REVERSAL  *
056800*    QUOTES THE PRESENTATION'S OWN RECEIPT NUMBER, WHICH IS    *
056900*    WHAT BILPAY VERIFIES AGAINST ITS RECEIPT REGISTER.        *
057000*-----------------------------------------------------------*
057100 5000-DISHONOUR.
057200     MOVE SPACES TO WS-RPT-LINE.
057300     STRING "POST-DATED CHEQUES DISHONOURED - " WS-SYSTEM-DATE
057400         DELIMITED BY SIZE INTO WS-RPT-LINE.
057500     WRITE PL-LINE FROM WS-RPT-LINE.
057600     MOVE "Y" TO WS-ENTRY-SW.
057700     PERFORM 5100-DISHONOUR-ONE THRU 5100-EXIT
057800         UNTIL NOT WS-ENTRY-OPEN.
057900 5000-EXIT.
058000     EXIT.

058100 5100-DISHONOUR-ONE.
058200     DISPLAY "BOUNCED CHEQUE SERIAL (0=DONE): "
058300         WITH NO ADVANCING.
058400     ACCEPT WS-IN-SERIAL-NO.
058500     IF WS-IN-SERIAL-NO NOT NUMERIC OR WS-IN-SERIAL-NO = ZERO
058600         MOVE "N" TO WS-ENTRY-SW
058700         GO TO 5100-EXIT
058800     END-IF.
058900     PERFORM 3100-FIND-SERIAL THRU 3100-EXIT.
059000     IF WS-FOUND-SUB = 0
059100         DISPLAY "BILPDC: SERIAL " WS-IN-SERIAL-NO
059200             " NOT ON THE REGISTER"
059300         GO TO 5100-EXIT
059400     END-IF.
059500     IF WS-PD-STATUS(WS-FOUND-SUB) NOT = "P"
059600         DISPLAY "BILPDC: SERIAL " WS-IN-SERIAL-NO
059700             " WAS NOT PRESENTED - NOTHING TO REVERSE"
059800         GO TO 5100-EXIT
059900     END-IF.
060000     PERFORM 8000-OPEN-PDCPAY THRU 8000-EXIT.
060100     IF NOT WS-PAY-OPEN
060200         MOVE "N" TO WS-ENTRY-SW
060300         GO TO 5100-EXIT
060400     END-IF.
060500     MOVE WS-PD-SERIAL-NO(WS-FOUND-SUB) TO WS-RECEIPT-SERIAL.
060600     MOVE SPACES TO PY-RECORD.
060700     MOVE WS-PD-CUST-ID(WS-FOUND-SUB) TO PY-CUST-ID.
060800     MOVE WS-PD-AMOUNT(WS-FOUND-SUB)  TO PY-AMOUNT.
060900     MOVE WS-SYSTEM-DATE              TO PY-PAYMENT-DATE.
061000     MOVE WS-RECEIPT-NO               TO PY-RECEIPT-NO.
061100     MOVE "PDC "                      TO PY-SOURCE-CODE.
061200     MOVE "R"                         TO PY-TXN-TYPE.
061300     MOVE ZERO                        TO PY-INVOICE-NO.
061400     MOVE ZERO                        TO PY-TDS-AMT.
061500     WRITE PY-RECORD.
061600     MOVE "D"            TO WS-PD-STATUS(WS-FOUND-SUB).
061700     MOVE WS-SYSTEM-DATE TO WS-PD-DISHON-DATE(WS-FOUND-SUB).
061800     MOVE WS-OPERATOR-ID TO WS-PD-OPERATOR-ID(WS-FOUND-SUB).
061900     ADD 1 TO WS-DISHONOURED-COUNT.
062000     MOVE WS-FOUND-SUB TO WS-PD-SUB.
062100     PERFORM 7100-FORMAT-LINE THRU 7100-EXIT.
062200     MOVE WS-RECEIPT-NO TO WS-RPT-LINE(90:12).
062300     WRITE PL-LINE FROM WS-RPT-LINE.
062400     DISPLAY "BILPDC: CHEQUE " WS-PD-CHEQUE-NO(WS-FOUND-SUB)
062500         " DISHONOURED - RECEIPT " WS-RECEIPT-NO
062600         " REVERSED ON PDCPAY".
062700 5100-EXIT.
062800     EXIT.

062900*-----------------------------------------------------------*
063000*    PLAN COVER - FOR EACH ACTIVE PLAN WITH CHEQUES ON THE     *
063100*    REGISTER, THE CHEQUES STILL HELD PLUS THOSE PRESENTED     *
063200*    TODAY (NOT YET POSTED BY BILPAY) AGAINST THE BALANCE      *
063300*    STILL OWED ON THE PLAN.  A SHORTFALL IS FLAGGED.          *
063400*-----------------------------------------------------------*
063500 6000-CHECK-PLANS.
063600     MOVE "N" TO WS-PP-EOF-SW.
063700     OPEN INPUT PAYPLAN.
063800     IF NOT FS-PAYPLAN-OK
063900         GO TO 6000-EXIT
064000     END-IF.
064100     MOVE SPACES TO WS-RPT-LINE.
064200     WRITE PL-LINE FROM WS-RPT-LINE.
064300     MOVE "INSTALLMENT PLANS NO LONGER COVERED BY CHEQUES HELD"
064400         TO WS-RPT-LINE.
064500     WRITE PL-LINE FROM WS-RPT-LINE.
064600     PERFORM 6100-CHECK-ONE-PLAN THRU 6100-EXIT
064700         UNTIL WS-PP-EOF.
064800     CLOSE PAYPLAN.
064900     IF WS-PLANS-FLAGGED = 0
065000         MOVE "NONE - EVERY PLAN WITH CHEQUES IS COVERED"
065100             TO WS-RPT-LINE
065200         WRITE PL-LINE FROM WS-RPT-LINE
065300     END-IF.
065400 6000-EXIT.
065500     EXIT.

065600 6100-CHECK-ONE-PLAN.
065700     READ PAYPLAN
065800         AT END
065900             MOVE "Y" TO WS-PP-EOF-SW
066000             GO TO 6100-EXIT
066100     END-READ.
066200     IF NOT PP-STAT-ACTIVE
066300         GO TO 6100-EXIT
066400     END-IF.
066500     MOVE ZERO TO WS-PLAN-COVER.
066600     MOVE ZERO TO WS-PLAN-HELD-COUNT.
066700     MOVE ZERO TO WS-PLAN-LINKED-COUNT.
066800     PERFORM 6110-ADD-CHEQUE THRU 6110-EXIT
066900         VARYING WS-PD-SUB FROM 1 BY 1
067000         UNTIL WS-PD-SUB > WS-REGISTER-COUNT.
067100     IF WS-PLAN-LINKED-COUNT = 0
067200         GO TO 6100-EXIT
067300     END-IF.
067400     COMPUTE WS-PLAN-OWED = PP-TOTAL-AMOUNT - PP-PAID-TO-DATE.
067500     IF WS-PLAN-OWED <= WS-PLAN-COVER
067600         GO TO 6100-EXIT
067700     END-IF.
067800     COMPUTE WS-PLAN-SHORT = WS-PLAN-OWED - WS-PLAN-COVER.
067900     MOVE ZERO TO WS-INST-LEFT.
068000     IF PP-INSTALLMENT-AMT > ZERO
068100         DIVIDE WS-PLAN-OWED BY PP-INSTALLMENT-AMT
068200             GIVING WS-INST-LEFT
068300         IF WS-INST-LEFT * PP-INSTALLMENT-AMT < WS-PLAN-OWED
068400             ADD 1 TO WS-INST-LEFT
068500         END-IF
068600     END-IF.
068700     ADD 1 TO WS-PLANS-FLAGGED.
068800     MOVE WS-PLAN-OWED       TO WS-TOTAL-ED.
068900     MOVE WS-PLAN-SHORT      TO WS-SHORT-ED.
069000     MOVE WS-PLAN-HELD-COUNT TO WS-COUNT-ED.
069100     MOVE WS-INST-LEFT       TO WS-INST-ED.
069200     MOVE SPACES TO WS-RPT-LINE.
069300     STRING PP-CUST-ID " PLAN FROM " PP-START-PERIOD
069400         " OWED RS " WS-TOTAL-ED
069500         " INSTALLMENTS LEFT " WS-INST-ED
069600         " CHEQUES HELD " WS-COUNT-ED
069700         " SHORT RS " WS-SHORT-ED
069800         DELIMITED BY SIZE INTO WS-RPT-LINE.
069900     WRITE PL-LINE FROM WS-RPT-LINE.
070000 6100-EXIT.
070100     EXIT.

070200 6110-ADD-CHEQUE.
070300     IF WS-PD-CUST-ID(WS-PD-SUB) NOT = PP-CUST-ID
070400         OR WS-PD-PLAN-START(WS-PD-SUB) NOT = PP-START-PERIOD
070500         GO TO 6110-EXIT
070600     END-IF.
070700     ADD 1 TO WS-PLAN-LINKED-COUNT.
070800     IF WS-PD-STATUS(WS-PD-SUB) = "H"
070900         ADD 1 TO WS-PLAN-HELD-COUNT
071000         ADD WS-PD-AMOUNT(WS-PD-SUB) TO WS-PLAN-COVER
071100     END-IF.
071200     IF WS-PD-STATUS(WS-PD-SUB) = "P"
071300         AND WS-PD-PRESENT-DATE(WS-PD-SUB) = WS-SYSTEM-DATE
071400         ADD WS-PD-AMOUNT(WS-PD-SUB) TO WS-PLAN-COVER
071500     END-IF.
071600 6110-EXIT.
071700     EXIT.

071800 7000-LIST-REGISTER.
071900     MOVE SPACES TO WS-RPT-LINE.
072000     STRING "POST-DATED CHEQUES HELD AND PRESENTED - RUN DATE "
072100         WS-SYSTEM-DATE
072200         DELIMITED BY SIZE INTO WS-RPT-LINE.
072300     WRITE PL-LINE FROM WS-RPT-LINE.
072400     MOVE SPACES TO WS-RPT-LINE.
072500     STRING "SERIAL    CHEQUE NO  DRAWEE BANK          "
072600         "CHQ DATE       AMOUNT CUST-ID    STATUS"
072700         DELIMITED BY SIZE INTO WS-RPT-LINE.
072800     WRITE PL-LINE FROM WS-RPT-LINE.
072900     PERFORM 7010-LIST-ONE THRU 7010-EXIT
073000         VARYING WS-PD-SUB FROM 1 BY 1
073100         UNTIL WS-PD-SUB > WS-REGISTER-COUNT.
073200 7000-EXIT.
073300     EXIT.

073400 7010-LIST-ONE.
073500     IF WS-PD-STATUS(WS-PD-SUB) NOT = "H"
073600         AND WS-PD-STATUS(WS-PD-SUB) NOT = "P"
073700         GO TO 7010-EXIT
073800     END-IF.
073900     PERFORM 7100-FORMAT-LINE THRU 7100-EXIT.
074000     IF WS-PD-STATUS(WS-PD-SUB) = "H"
074100         MOVE "HELD" TO WS-RPT-LINE(90:4)
074200     ELSE
074300         MOVE "PRESENTED" TO WS-RPT-LINE(90:9)
074400     END-IF.
074500     WRITE PL-LINE FROM WS-RPT-LINE.
074600 7010-EXIT.
074700     EXIT.

074800 7100-FORMAT-LINE.
074900     MOVE WS-PD-AMOUNT(WS-PD-SUB) TO WS-AMOUNT-ED.
075000     MOVE SPACES TO WS-RPT-LINE.
075100     STRING WS-PD-SERIAL-NO(WS-PD-SUB) " "
075200         WS-PD-CHEQUE-NO(WS-PD-SUB) " "
075300         WS-PD-BANK-NAME(WS-PD-SUB) " "
075400         WS-PD-CHEQUE-DATE(WS-PD-SUB) " "
075500         WS-AMOUNT-ED " "
075600         WS-PD-CUST-ID(WS-PD-SUB)
075700         DELIMITED BY SIZE INTO WS-RPT-LINE.
075800 7100-EXIT.
075900     EXIT.

076000*-----------------------------------------------------------*
076100*    PDCPAY IS OPENED ON THE FIRST RECORD, SO A DAY WITH       *
076200*    NOTHING DUE LEAVES THE LAST FILE AS IT WAS.  IT IS        *
076300*    PICKED UP BY THE BILPAY RUN THAT FOLLOWS, AS CNTRPAY IS.  *
076400*-----------------------------------------------------------*
076500 8000-OPEN-PDCPAY.
076600     IF WS-PAY-OPEN
076700         GO TO 8000-EXIT
076800     END-IF.
076900     OPEN OUTPUT PDCPAY.
077000     IF NOT FS-PDCPAY-OK
077100         DISPLAY "BILPDC: UNABLE TO OPEN PDCPAY, STATUS "
077200             FS-PDCPAY
077300         MOVE "Y" TO WS-ABORT-SW
077400         GO TO 8000-EXIT
077500     END-IF.
077600     MOVE "Y" TO WS-PAY-OPEN-SW.
077700 8000-EXIT.
077800     EXIT.

077900 9000-TERMINATE.
078000     IF WS-FUNC-ADD AND FS-CUSTMAS-OK
078100         CLOSE CUSTMAS
078200     END-IF.
078300     IF WS-PAY-OPEN
078400         CLOSE PDCPAY
078500     END-IF.
078600     IF NOT WS-ABORT AND NOT WS-FUNC-LIST
078700         PERFORM 9100-REWRITE-REGISTER THRU 9100-EXIT
078800     END-IF.
078900     IF (WS-FUNC-PRESENT OR WS-FUNC-DISHONOUR OR WS-FUNC-LIST)
079000         AND FS-PDCRPT-OK
079100         CLOSE PDCRPT
079100         PERFORM 9680-FILE-REPORT THRU 9680-EXIT
079200     END-IF.
079300     IF FS-RUNLOG-OK
079400         PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT
079500         CLOSE RUNLOG
079600     END-IF.
079700     DISPLAY "=============================================".
079800     DISPLAY "BILPDC - POST-DATED CHEQUE REGISTER SUMMARY".
079900     DISPLAY "  CHEQUES REGISTERED : " WS-ADDED-COUNT.
080000     DISPLAY "  CHEQUES WITHDRAWN  : " WS-WITHDRAWN-COUNT.
080100     DISPLAY "  CHEQUES PRESENTED  : " WS-PRESENTED-COUNT.
080200     DISPLAY "  AMOUNT PRESENTED   : RS " WS-PRESENTED-TOTAL.
080300     DISPLAY "  STALE, NOT PRESENTED: " WS-STALE-COUNT.
080400     DISPLAY "  CHEQUES DISHONOURED: " WS-DISHONOURED-COUNT.
080500     DISPLAY "  PLANS NOT COVERED  : " WS-PLANS-FLAGGED.
080600     DISPLAY "=============================================".
080700 9000-EXIT.
080800     EXIT.

080900 9100-REWRITE-REGISTER.
081000     IF WS-REGISTER-COUNT = 0
081100         GO TO 9100-EXIT
081200     END-IF.
081300     OPEN OUTPUT PDCREG.
081400     IF NOT FS-PDCREG-OK
081500         DISPLAY "BILPDC: UNABLE TO REWRITE PDCREG, STATUS "
081600             FS-PDCREG
081700         GO TO 9100-EXIT
081800     END-IF.
081900     PERFORM 9110-WRITE-ONE THRU 9110-EXIT
082000         VARYING WS-PD-SUB FROM 1 BY 1
082100         UNTIL WS-PD-SUB > WS-REGISTER-COUNT.
082200     CLOSE PDCREG.
082300 9100-EXIT.
082400     EXIT.

082500 9110-WRITE-ONE.
082600     MOVE SPACES                          TO PD-RECORD.
082700     MOVE WS-PD-SERIAL-NO(WS-PD-SUB)     TO PD-SERIAL-NO.
082800     MOVE WS-PD-CUST-ID(WS-PD-SUB)       TO PD-CUST-ID.
082900     MOVE WS-PD-PLAN-START(WS-PD-SUB)    TO PD-PLAN-START.
083000     MOVE WS-PD-CHEQUE-NO(WS-PD-SUB)     TO PD-CHEQUE-NO.
083100     MOVE WS-PD-BANK-NAME(WS-PD-SUB)     TO PD-BANK-NAME.
083200     MOVE WS-PD-AMOUNT(WS-PD-SUB)        TO PD-AMOUNT.
083300     MOVE WS-PD-CHEQUE-DATE(WS-PD-SUB)   TO PD-CHEQUE-DATE.
083400     MOVE WS-PD-STATUS(WS-PD-SUB)        TO PD-STATUS.
083500     MOVE WS-PD-ADDED-DATE(WS-PD-SUB)    TO PD-ADDED-DATE.
083600     MOVE WS-PD-PRESENT-DATE(WS-PD-SUB)  TO PD-PRESENT-DATE.
083700     MOVE WS-PD-DISHON-DATE(WS-PD-SUB)   TO PD-DISHON-DATE.
083800     MOVE WS-PD-OPERATOR-ID(WS-PD-SUB)   TO PD-OPERATOR-ID.
083900     WRITE PD-RECORD.
084000 9110-EXIT.
084100     EXIT.

084200 9600-WRITE-RUNLOG.
084300     MOVE "BILPDC"         TO RL-PROGRAM-ID.
084400     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
084500     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
084600     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
084700     MOVE "PDCREG"         TO RL-INPUT-FILE.
084800     MOVE WS-REGISTER-COUNT TO RL-RECORDS-READ.
084900     COMPUTE RL-BILLS-PRODUCED = WS-PRESENTED-COUNT
085000         + WS-DISHONOURED-COUNT.
085100     MOVE WS-PLANS-FLAGGED TO RL-EXCEPTIONS.
085200     MOVE WS-PRESENTED-TOTAL TO RL-TOTAL-BILLED.
085300     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
085400     ACCEPT RL-END-TIME FROM TIME.
085500     WRITE RL-RECORD.
085600 9600-EXIT.
085700     EXIT.

085800*-----------------------------------------------------------*
085900*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
086000*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
086100*    OUTLIVES THE NEXT RUN.                                    *
086200*-----------------------------------------------------------*
086300 9680-FILE-REPORT.
086400     OPEN INPUT PDCRPT.
086500     IF NOT FS-PDCRPT-OK
086600         GO TO 9680-EXIT
086700     END-IF.
086800     MOVE "O"               TO RO-FUNCTION.
086900     MOVE "PDCRPT"          TO RO-REPORT-NAME.
087000     MOVE "BILPDC"          TO RO-PROGRAM-ID.
087100     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
087200     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
087300     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
087400     MOVE ZERO              TO RO-PERIOD.
087500     CALL "BILRPTF" USING RO-PARMS.
087600     IF RO-OK
087700         MOVE "N" TO WS-RO-EOF-SW
087800         PERFORM 9690-FILE-LINE THRU 9690-EXIT
087900             UNTIL WS-RO-EOF
088000         MOVE "C"          TO RO-FUNCTION
088100         CALL "BILRPTF" USING RO-PARMS
088200     END-IF.
088300     CLOSE PDCRPT.
088400 9680-EXIT.
088500     EXIT.

088600 9690-FILE-LINE.
088700     READ PDCRPT
088800         AT END
088900             MOVE "Y" TO WS-RO-EOF-SW
089000             GO TO 9690-EXIT
089100     END-READ.
089200     MOVE "L"               TO RO-FUNCTION.
089300     MOVE PL-LINE           TO RO-LINE.
089400     CALL "BILRPTF" USING RO-PARMS.
089500 9690-EXIT.
089600     EXIT.
