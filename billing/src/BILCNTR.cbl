002100*  MODIFICATION HISTORY                                      *
002200*  DATE       INIT  DESCRIPTION                               *
002300*  2026-09-02 RSH   ORIGINAL                                  *
002310*  2026-10-08 RSH   TAKE AN OPTIONAL INVOICE NUMBER WITH EACH   *
002320*                   RECEIPT AND RELEASE IT ON THE PAYMENT       *
002330*                   RECORD, SO BILPAY SETTLES THE INVOICE THE   *
002340*                   CUSTOMER CAME TO PAY FIRST.                 *
002340*  2026-10-09 RSH   TAKE THE TDS DEDUCTED AT SOURCE ON A      *
002340*                   NON-DOMESTIC ACCOUNT'S RECEIPT AND        *
002340*                   RELEASE IT ON THE PAYMENT RECORD; THE     *
002340*                   DRAWER BALANCES ON THE CASH ALONE.        *
002340*  2026-10-15 RSH   REFUSE A RECEIPT ON AN ACCOUNT THE TELLER *
002340*                   IS LINKED TO                              *
002400*-----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
009300 77  WS-CLOSE-TIME           PIC 9(08).
009400 77  WS-IN-CUST-ID           PIC X(10).
009500 77  WS-IN-AMOUNT            PIC 9(07)V99.
009550 77  WS-IN-INVOICE           PIC X(09).
009560 77  WS-IN-TDS               PIC 9(07)V99.
009600 77  WS-LAST-RECEIPT-NO      PIC 9(07) VALUE ZERO.
009700 77  WS-RECEIPT-NO           PIC X(12).
009800 77  WS-SESSION-COUNT        PIC 9(05) VALUE ZERO.
010400*    SIGN-ON PARAMETER BLOCK FOR THE BILSIGN SUBPROGRAM        *
010500*-----------------------------------------------------------*
010600 COPY SIGNPARM.
010600 COPY CFPARM.

010700*-----------------------------------------------------------*
010800*    THE SESSION'S RECEIPTS, HELD UNTIL THE SESSION BALANCES   *
011300         10  WS-RL-CUST-ID       PIC X(10).
011400         10  WS-RL-AMOUNT        PIC 9(07)V99.
011500         10  WS-RL-RECEIPT-NO    PIC X(12).
011550         10  WS-RL-INVOICE-NO    PIC 9(09).
011560         10  WS-RL-TDS-AMT       PIC 9(07)V99.

011600 PROCEDURE DIVISION.
011700 0000-MAINLINE SECTION.
019400                 " NOT ON FILE - RECEIPT REFUSED"
019500             GO TO 2000-EXIT
019600     END-READ.
019610     MOVE WS-IN-CUST-ID  TO CF-CUST-ID.
019620     MOVE "RECEIPT"      TO CF-ACTION.
019630     PERFORM 2100-CHECK-CONFLICT THRU 2100-EXIT.
019640     IF CF-CONFLICT
019650         GO TO 2000-EXIT
019660     END-IF.
019700     DISPLAY "CUSTOMER: " CM-NAME.
019800     DISPLAY "AMOUNT RECEIVED: " WITH NO ADVANCING.
019900     ACCEPT WS-IN-AMOUNT.
020200             " RECEIPT REFUSED"
020300         GO TO 2000-EXIT
020400     END-IF.
020410     DISPLAY "INVOICE NO BEING PAID (BLANK=NONE): "
020420         WITH NO ADVANCING.
020430     MOVE SPACES TO WS-IN-INVOICE.
020440     ACCEPT WS-IN-INVOICE.
020450     IF WS-IN-INVOICE NOT = SPACES
020460         AND WS-IN-INVOICE NOT NUMERIC
020470         DISPLAY "BILCNTR: INVOICE NO MUST BE 9 DIGITS -"
020480             " RECEIPT REFUSED"
020490         GO TO 2000-EXIT
020495     END-IF.
020496*    ONLY A NON-DOMESTIC PAYER DEDUCTS TAX AT SOURCE - THE
020497*    DEDUCTION IS NOT CASH AND STAYS OUT OF THE DRAWER TOTAL.
020498     MOVE ZERO TO WS-IN-TDS.
020499     IF NOT CM-CLASS-RESIDENTIAL
020499         DISPLAY "TDS DEDUCTED AT SOURCE (BLANK=NONE): "
020499             WITH NO ADVANCING
020499         ACCEPT WS-IN-TDS
020499         IF WS-IN-TDS NOT NUMERIC
020499             DISPLAY "BILCNTR: TDS MUST BE AN AMOUNT -"
020499                 " RECEIPT REFUSED"
020499             GO TO 2000-EXIT
020499         END-IF
020499     END-IF.
020500     IF WS-SESSION-COUNT >= 500
020600         DISPLAY "BILCNTR: SESSION IS FULL - CLOSE AND"
020700             " REOPEN TO CONTINUE"
021500     MOVE WS-IN-CUST-ID TO WS-RL-CUST-ID(WS-SESSION-COUNT).
021600     MOVE WS-IN-AMOUNT  TO WS-RL-AMOUNT(WS-SESSION-COUNT).
021700     MOVE WS-RECEIPT-NO TO WS-RL-RECEIPT-NO(WS-SESSION-COUNT).
021710     IF WS-IN-INVOICE = SPACES
021720         MOVE ZERO TO WS-RL-INVOICE-NO(WS-SESSION-COUNT)
021730     ELSE
021740         MOVE WS-IN-INVOICE TO
021750             WS-RL-INVOICE-NO(WS-SESSION-COUNT)
021760     END-IF.
021770     MOVE WS-IN-TDS     TO WS-RL-TDS-AMT(WS-SESSION-COUNT).
021800     ADD WS-IN-AMOUNT TO WS-SESSION-TOTAL.
021900     DISPLAY "BILCNTR: RECEIPT " WS-RECEIPT-NO
022000         " ISSUED - RS " WS-IN-AMOUNT.
022100 2000-EXIT.
022200     EXIT.

022210*-----------------------------------------------------------*
022210*    STAFF-ACCOUNT CONFLICT CHECK - AN OPERATOR LINKED ON   *
022210*    STAFFREG TO THE CUSTOMER MAY NOT ACT ON IT, AND NO     *
022210*    SUPERVISOR CAN SIGN IT THROUGH.  THE CALLER SETS       *
022210*    CF-CUST-ID AND CF-ACTION AND LEAVES THE CUSTOMER ALONE *
022210*    ON CF-CONFLICT - BILSTFC HAS ALREADY LOGGED IT.        *
022210*-----------------------------------------------------------*
022210 2100-CHECK-CONFLICT.
022210     MOVE WS-OPERATOR-ID  TO CF-OPERATOR-ID.
022210     MOVE "BILCNTR"       TO CF-PROGRAM-ID.
022210     CALL "BILSTFC" USING CF-PARMS.
022210 2100-EXIT.
022210     EXIT.

022300*-----------------------------------------------------------*
022400*    CLOSE-OUT - THE TELLER COUNTS THE DRAWER AND THE          *
022500*    SESSION IS BALANCED.  THE OVER/SHORT IS REPORTED AND      *
027700     MOVE WS-RL-RECEIPT-NO(WS-RL-SUB) TO PY-RECEIPT-NO.
027800     MOVE "CNTR"                      TO PY-SOURCE-CODE.
027900     MOVE "P"                         TO PY-TXN-TYPE.
027950     MOVE WS-RL-INVOICE-NO(WS-RL-SUB) TO PY-INVOICE-NO.
027960     MOVE WS-RL-TDS-AMT(WS-RL-SUB)    TO PY-TDS-AMT.
028000     WRITE PY-RECORD.
028100 3110-EXIT.
028200     EXIT.
