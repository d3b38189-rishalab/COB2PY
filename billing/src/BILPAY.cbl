003592*                   REWRITE, THE LOAD IS BOUNDED, AND AN           *
003592*                   ABANDONED RUN LEAVES LEDGER AND REGISTER       *
003592*                   UNTOUCHED.                                     *
003593*  2026-10-08 RSH   HONOR A CUSTOMER-DIRECTED ALLOCATION - A      *
003593*                   PAYMENT CARRYING AN INVOICE REFERENCE          *
003593*                   SETTLES THAT OPEN INVOICE FIRST, AND ONLY      *
003593*                   THE EXCESS FOLLOWS THE USUAL ARREARS-THEN-     *
003593*                   OLDEST RULE.  A REFERENCE NAMING AN INVOICE    *
003593*                   ALREADY PAID, CANCELLED (CANCLOG), UNKNOWN     *
003593*                   OR ANOTHER CUSTOMER'S IS LISTED ON INVREFX     *
003593*                   AND THE MONEY POSTS BY THE USUAL RULE.         *
003594*  2026-10-09 RSH   SETTLE FOR CASH PLUS TDS - THE TAX A           *
003594*                   NON-DOMESTIC CUSTOMER DEDUCTED AT SOURCE       *
003594*                   (PY-TDS-AMT) IS APPLIED WITH THE CASH, OPENED  *
003594*                   ON THE TDS REGISTER (TDSREG) TO AWAIT ITS      *
003594*                   CERTIFICATE, AND JOURNALED TO TDS RECEIVABLE.  *
003594*                   A CLAIM ON A DOMESTIC OR PREPAID ACCOUNT, OR   *
003594*                   WITHOUT A RECEIPT NUMBER, IS REFUSED TO        *
003594*                   PAYEXCP AND THE CASH POSTS ALONE.              *
003594*  2026-10-12 RSH   CARRY A BULK PAYMENT SHARE'S PARENT       *
003594*                   RECEIPT ONTO THE RECEIPT REGISTER.        *
003594*  2026-10-12 RSH   DISCOUNT, RECOVERY AND TDS JOURNALS ARE   *
003594*                   POSTED PER CUSTOMER THROUGH BILGLAC AND   *
003594*                   WRITTEN BY MAPPED ACCOUNT AND ZONE COST   *
003594*                   CENTRE.                                   *
003594*  2026-10-15 RSH   JOURNAL TOP-UPS, OVERPAYMENTS TO CREDIT,  *
003594*                   SUSPENSE RECEIPTS AND THEIR REVERSALS TO  *
003594*                   LIABJRN (VIA BILLIAB) FOR THE MONTH-END   *
003594*                   LIABILITY PROOF.                          *
003594*  2026-10-15 RSH   APPLY WHAT IS LEFT AFTER THE UTILITY      *
003594*                   BILLS TO THE INSTALMENTS BILLED ON THE    *
003594*                   CUSTOMER'S ON-BILL FINANCING LOAN         *
003594*                   (OBFREG), RESETTING THE MISSED COUNT AND  *
003594*                   CURING A DEFAULT WHEN THE DUE AMOUNT IS   *
003594*                   CLEARED.                                  *
003594*  2026-10-15 RSH   FILE RCVRRPT IN THE REPORT REPOSITORY     *
003594*                   THROUGH BILRPTF ONCE IT IS CLOSED.        *
003594*  2026-10-15 RSH   ABANDON THE RUN WHEN BILGLAC CANNOT POST  *
003594*                   AN AMOUNT (POSTING TABLE FULL).           *
003594*  2026-10-15 RSH   ABANDON THE RUN WHEN OBFREG HOLDS MORE    *
003594*                   LOANS THAN THE TABLE, RATHER THAN WRITE   *
003594*                   IT BACK SHORT.                            *
003594*  2026-10-15 RSH   RECORD ON PAYREG WHAT EACH RECEIPT PAID   *
003594*                   TO A FINANCING LOAN, AND PUT THE LOAN     *
003594*                   BACK AS IT STOOD WHEN THE RECEIPT IS      *
003594*                   REVERSED.                                 *
003594*  2026-10-15 RSH   FILE INVREFX IN THE REPORT REPOSITORY     *
003594*                   THROUGH BILRPTF ONCE IT IS CLOSED.        *
003600*-----------------------------------------------------------*
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
005920         ORGANIZATION IS SEQUENTIAL
005930         FILE STATUS IS FS-PAYPLAN.

005930     SELECT OBFREG ASSIGN TO "OBFREG"
005930         ORGANIZATION IS SEQUENTIAL
005930         FILE STATUS IS FS-OBFREG.

005940     SELECT PAYREG ASSIGN TO "PAYREG"
005950         ORGANIZATION IS SEQUENTIAL
005960         FILE STATUS IS FS-PAYREG.
005998         ORGANIZATION IS SEQUENTIAL
005998         FILE STATUS IS FS-GLEXTR.

005999     SELECT CANCLOG ASSIGN TO "CANCLOG"
005999         ORGANIZATION IS SEQUENTIAL
005999         FILE STATUS IS FS-CANCLOG.

005999     SELECT INVREFX ASSIGN TO "INVREFX"
005999         ORGANIZATION IS SEQUENTIAL
005999         FILE STATUS IS FS-INVREFX.

005999     SELECT TDSREG ASSIGN TO "TDSREG"
005999         ORGANIZATION IS SEQUENTIAL
005999         FILE STATUS IS FS-TDSREG.

006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  PAYMENT
007620     LABEL RECORDS ARE STANDARD.
007630 COPY PAYPLAN.

007630 FD  OBFREG
007630     LABEL RECORDS ARE STANDARD.
007630 COPY OBFREG.

007640 FD  PAYREG
007650     LABEL RECORDS ARE STANDARD.
007660 COPY PAYREG.
007698     LABEL RECORDS ARE STANDARD.
007698 COPY GLJRNL.

007699 FD  CANCLOG
007699     LABEL RECORDS ARE STANDARD.
007699 COPY CANCLOG.

007699 FD  INVREFX
007699     LABEL RECORDS ARE STANDARD.
007699 01  IR-LINE                     PIC X(80).

007699 FD  TDSREG
007699     LABEL RECORDS ARE STANDARD.
007699 COPY TDSREG.

007700 WORKING-STORAGE SECTION.
007800*-----------------------------------------------------------*
007900*    FILE STATUS SWITCHES                                    *
009000     88  FS-RUNLOG-OK                VALUE "00".
009010 77  FS-PAYPLAN              PIC X(02).
009020     88  FS-PAYPLAN-OK               VALUE "00".
009020 77  FS-OBFREG               PIC X(02).
009020     88  FS-OBFREG-OK                VALUE "00".
009030 77  FS-PAYREG               PIC X(02).
009040     88  FS-PAYREG-OK                VALUE "00".
009050 77  FS-OPENITEM             PIC X(02).
009097     88  FS-GLEXTR-OK                VALUE "00".
009098 77  WS-RT-EOF-SW            PIC X(01) VALUE "N".
009098     88  WS-RT-EOF                   VALUE "Y".
009099 77  FS-CANCLOG              PIC X(02).
009099     88  FS-CANCLOG-OK               VALUE "00".
009099 77  FS-INVREFX              PIC X(02).
009099     88  FS-INVREFX-OK               VALUE "00".
009099 77  WS-CL-EOF-SW            PIC X(01) VALUE "N".
009099     88  WS-CL-EOF                   VALUE "Y".
009099 77  FS-TDSREG               PIC X(02).
009099     88  FS-TDSREG-OK                VALUE "00".
009092 77  WS-XR-EOF-SW            PIC X(01) VALUE "N".
009093     88  WS-XR-EOF                   VALUE "Y".
009094 77  WS-XREF-HIT-SW          PIC X(01) VALUE "N".
010100     88  WS-MATCHED                  VALUE "Y".
010110 77  WS-PL-EOF-SW            PIC X(01) VALUE "N".
010120     88  WS-PL-EOF                   VALUE "Y".
010120 77  WS-OB-EOF-SW            PIC X(01) VALUE "N".
010120     88  WS-OB-EOF                   VALUE "Y".
010121 77  WS-PG-EOF-SW            PIC X(01) VALUE "N".
010122     88  WS-PG-EOF                   VALUE "Y".
010125 77  WS-OI-EOF-SW            PIC X(01) VALUE "N".
011199 77  WS-BH-SUB               PIC 9(05) VALUE ZERO.
011201 77  WS-SU-EOF-SW            PIC X(01) VALUE "N".
011202     88  WS-SU-EOF                   VALUE "Y".
011202 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
011202     88  WS-RO-EOF                   VALUE "Y".
011203 77  WS-LAST-SUSP-NO         PIC 9(07) VALUE ZERO.
011204 77  WS-SUSP-WRITTEN         PIC 9(07) VALUE ZERO.
011205 77  WS-AMT-TO-PREPAID       PIC 9(11)V99 VALUE ZERO.
011300 77  WS-AMT-TO-ARREARS       PIC 9(11)V99 VALUE ZERO.
011400 77  WS-AMT-TO-BILLS         PIC 9(11)V99 VALUE ZERO.
011500 77  WS-AMT-TO-CREDIT        PIC 9(11)V99 VALUE ZERO.
011500 77  WS-AMT-TO-FINANCE       PIC 9(11)V99 VALUE ZERO.
011500 77  WS-OBF-CURED            PIC 9(07) VALUE ZERO.

011600*-----------------------------------------------------------*
011700*    POSTING WORK FIELDS - THE UNAPPLIED REMAINDER OF THE      *
012100 77  WS-REMAINING            PIC 9(09)V99 VALUE ZERO.
012200 77  WS-APPLY-AMT            PIC 9(09)V99 VALUE ZERO.
012300 77  WS-OPEN-AMT             PIC 9(09)V99 VALUE ZERO.
012300*    WHAT THE RECEIPT IN HAND PAID TO A FINANCING LOAN, AND THE
012300*    LOAN'S MISSED COUNT AND STATUS BEFORE IT DID - KEPT ON
012300*    PAYREG SO A REVERSAL CAN PUT THE LOAN BACK.
012300 77  WS-RC-FINANCE-AMT       PIC 9(07)V99 VALUE ZERO.
012300 77  WS-RC-LOAN-NO           PIC 9(06) VALUE ZERO.
012300 77  WS-RC-LOAN-MISSED       PIC 9(02) VALUE ZERO.
012300 77  WS-RC-LOAN-STATUS       PIC X(01) VALUE SPACE.
012300 77  WS-RC-LOAN-STAT-DATE    PIC 9(08) VALUE ZERO.
012300 77  WS-FIN-BACKOUT          PIC 9(07)V99 VALUE ZERO.
012300 77  WS-AMT-FIN-REVERSED     PIC 9(11)V99 VALUE ZERO.

012310*-----------------------------------------------------------*
012320*    CUSTOMER-DIRECTED ALLOCATION - THE BILL THE PAYMENT'S      *
012330*    INVOICE REFERENCE NAMES, THE CANCELLED INVOICES (WHICH     *
012340*    NO LONGER APPEAR ON THE HISTORY UNDER THEIR OLD NUMBER),   *
012350*    AND THE LINE FOR A REFERENCE THAT COULD NOT BE HONORED.    *
012360*-----------------------------------------------------------*
012370 77  WS-NAMED-SUB            PIC 9(05) VALUE ZERO.
012371 77  WS-NAMED-CL-SUB         PIC 9(04) VALUE ZERO.
012371 77  WS-CL-SUB               PIC 9(04) VALUE ZERO.
012372 77  WS-NAMED-HONORED        PIC 9(07) VALUE ZERO.
012373 77  WS-NAMED-REFUSED        PIC 9(07) VALUE ZERO.
012374 77  WS-AMT-TO-NAMED         PIC 9(11)V99 VALUE ZERO.
012374 77  WS-NAMED-BEFORE         PIC 9(11)V99 VALUE ZERO.
012375 01  WS-IR-REASON            PIC X(34).
012376 01  WS-IR-AMT-ED            PIC ZZZZZZ9.99.
012377 01  WS-IR-LINE              PIC X(80).
012378 01  WS-CANCEL-TABLE.
012379     05  WS-CX-ENTRY OCCURS 1000 TIMES.
012380         10  WS-CX-ORIG-INVOICE  PIC 9(09).
012381         10  WS-CX-NEW-INVOICE   PIC 9(09).
012382 01  WS-CANCEL-COUNT             PIC 9(04) VALUE ZERO.

012383*-----------------------------------------------------------*
012384*    TAX DEDUCTED AT SOURCE - THE PART OF THE SETTLEMENT THE    *
012385*    CUSTOMER PAID TO THE GOVERNMENT ON OUR ACCOUNT, AND THE    *
012386*    FINANCIAL-YEAR QUARTER WHOSE CERTIFICATE WILL COVER IT.    *
012387*-----------------------------------------------------------*
012388 77  WS-TDS-AMT              PIC 9(07)V99 VALUE ZERO.
012389 77  WS-TDS-COUNT            PIC 9(05) VALUE ZERO.
012390 77  WS-TDS-REFUSED          PIC 9(05) VALUE ZERO.
012391 77  WS-TOTAL-TDS            PIC 9(11)V99 VALUE ZERO.
012392 77  WS-TDS-DATE             PIC 9(08) VALUE ZERO.
012393 77  WS-TDS-YEAR             PIC 9(04) VALUE ZERO.
012394 77  WS-TDS-MONTH            PIC 9(02) VALUE ZERO.
012395 01  WS-TDS-REASON           PIC X(40).

012410*-----------------------------------------------------------*
012420*    RECEIPTS ALREADY POSTED, LOADED FROM PAYREG AT STARTUP     *
012468         10  WS-PG-AMOUNT        PIC 9(07)V99.
012470         10  WS-PG-POST-DATE     PIC 9(08).
012472         10  WS-PG-REVERSED-SW   PIC X(01).
012474         10  WS-PG-PARENT-RECEIPT PIC X(12).
012474         10  WS-PG-FINANCE-AMT   PIC 9(07)V99.
012474         10  WS-PG-LOAN-NO       PIC 9(06).
012474         10  WS-PG-LOAN-MISSED   PIC 9(02).
012474         10  WS-PG-LOAN-STATUS   PIC X(01).
012474         10  WS-PG-LOAN-STAT-DATE PIC 9(08).
012490 01  WS-RECEIPT-COUNT        PIC 9(05) VALUE ZERO.
012492 77  WS-PG-CUTOFF-DATE       PIC 9(08) VALUE ZERO.
012494 77  WS-PG-DROPPED           PIC 9(05) VALUE ZERO.
012830*-----------------------------------------------------------*
012840 COPY PPTBL.

012840*-----------------------------------------------------------*
012840*    ON-BILL FINANCING LOANS, ONE LIVE ENTRY PER CUSTOMER       *
012840*-----------------------------------------------------------*
012840 COPY OBFTBL.

012845*-----------------------------------------------------------*
012846*    OPEN-ITEMS RECEIVABLE LEDGER                              *
012847*-----------------------------------------------------------*
012849     88  WS-LOCK-HELD                VALUE "Y".
012849 COPY LKPARM.

012849*-----------------------------------------------------------*
012849*    LEDGER-ACCOUNT BLOCK FOR THE BILGLAC SUBPROGRAM         *
012849*-----------------------------------------------------------*
012849 77  WS-GL-DETAILS           PIC 9(05) VALUE ZERO.
012849 77  WS-GL-HASH              PIC 9(09)V99 VALUE ZERO.
012849 COPY GLPARM.

012849*-----------------------------------------------------------*
012849*    LIABILITY-JOURNAL BLOCK FOR THE BILLIAB SUBPROGRAM      *
012849*-----------------------------------------------------------*
012849 77  WS-LIAB-BEFORE          PIC S9(09)V99 VALUE ZERO.
012849 COPY LQPARM.
012849 COPY RPTPARM.

012900 PROCEDURE DIVISION.
013000 0000-MAINLINE SECTION.
013100     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
013500         PERFORM 8000-FLAG-OVERDUE  THRU 8000-EXIT
013600         PERFORM 8500-REWRITE-HISTORY THRU 8500-EXIT
013650         PERFORM 8700-REWRITE-PLANS THRU 8700-EXIT
013650         PERFORM 8720-REWRITE-LOANS THRU 8720-EXIT
013660         PERFORM 8800-REWRITE-OPEN-ITEMS THRU 8800-EXIT
013700     END-IF.
013800     PERFORM 9000-TERMINATE         THRU 9000-EXIT.
017500     IF NOT WS-ABORT
017600         PERFORM 1100-LOAD-BILLHIST THRU 1100-EXIT
017650         PERFORM 1200-LOAD-PLANS    THRU 1200-EXIT
017650         PERFORM 1250-LOAD-LOANS    THRU 1250-EXIT
017652         PERFORM 1500-SCAN-SUSPENSE THRU 1500-EXIT
017652         OPEN OUTPUT RCVRRPT
017652         IF NOT FS-RCVRRPT-OK
017654                 FS-PAYSUSP
017654             MOVE "Y" TO WS-ABORT-SW
017654         END-IF
017654         OPEN OUTPUT INVREFX
017654         IF NOT FS-INVREFX-OK
017654             DISPLAY "BILPAY: UNABLE TO OPEN INVREFX, STATUS "
017654                 FS-INVREFX
017654             MOVE "Y" TO WS-ABORT-SW
017654         END-IF
017654         OPEN EXTEND TDSREG
017654         IF NOT FS-TDSREG-OK
017654             DISPLAY "BILPAY: UNABLE TO OPEN TDSREG, STATUS "
017654                 FS-TDSREG
017654             MOVE "Y" TO WS-ABORT-SW
017654         END-IF
017655         PERFORM 1400-LOAD-OPEN-ITEMS THRU 1400-EXIT
017660         PERFORM 1300-LOAD-RECEIPTS THRU 1300-EXIT
017665         PERFORM 1600-LOAD-XREFS THRU 1600-EXIT
017670         PERFORM 1700-LOAD-RATES THRU 1700-EXIT
017675         PERFORM 1800-LOAD-AMNESTY THRU 1800-EXIT
017680         PERFORM 1900-LOAD-CANCELLATIONS THRU 1900-EXIT
017700     END-IF.
017800     IF NOT WS-ABORT
017900         PERFORM 2100-READ-PAYMENT  THRU 2100-EXIT
019800     MOVE BH-DUE-DATE    TO WS-BH-DUE-DATE(WS-BILLHIST-COUNT).
019900     MOVE BH-AMOUNT-PAID TO WS-BH-AMT-PAID(WS-BILLHIST-COUNT).
020000     MOVE BH-PAID-DATE   TO WS-BH-PAID-DATE(WS-BILLHIST-COUNT).
020050     MOVE BH-INVOICE-NO  TO WS-BH-INVOICE-NO(WS-BILLHIST-COUNT).
020100     IF BH-PAID-FULL
020200         MOVE "Y"        TO WS-BH-PAID-SW(WS-BILLHIST-COUNT)
020300     ELSE
021281 1210-EXIT.
021282     EXIT.

021282*-----------------------------------------------------------*
021282*    THE FINANCING REGISTER IS OPTIONAL THE SAME WAY.           *
021282*-----------------------------------------------------------*
021282 1250-LOAD-LOANS.
021282     OPEN INPUT OBFREG.
021282     IF NOT FS-OBFREG-OK
021282         GO TO 1250-EXIT
021282     END-IF.
021282     READ OBFREG
021282         AT END
021282             MOVE "Y" TO WS-OB-EOF-SW
021282     END-READ.
021282     PERFORM 1260-STORE-LOAN THRU 1260-EXIT
021282         UNTIL WS-OB-EOF.
021282     CLOSE OBFREG.
021282 1250-EXIT.
021282     EXIT.

021282 1260-STORE-LOAN.
021282     IF WS-LOAN-COUNT >= 500
021282         DISPLAY "BILPAY: LOAN TABLE FULL - RUN ABANDONED"
021282             " BEFORE A LOAN COULD BE LOST"
021282         MOVE "Y" TO WS-ABORT-SW
021282         MOVE "Y" TO WS-OB-EOF-SW
021282         GO TO 1260-EXIT
021282     END-IF.
021282     ADD 1 TO WS-LOAN-COUNT.
021282     MOVE OB-RECORD TO WS-OB-ENTRY(WS-LOAN-COUNT).
021282     READ OBFREG
021282         AT END
021282             MOVE "Y" TO WS-OB-EOF-SW
021282     END-READ.
021282 1260-EXIT.
021282     EXIT.

021282*-----------------------------------------------------------*
021282*    THE SUSPENSE FILE IS PRE-SCANNED ONLY FOR ITS HIGHEST      *
021282*    NUMBER, SO NEW ITEMS CONTINUE THE SEQUENCE.  OPTIONAL      *
021299     MOVE PG-POST-DATE   TO WS-PG-POST-DATE(WS-RECEIPT-COUNT).
021299     MOVE PG-REVERSED-SW TO
021299         WS-PG-REVERSED-SW(WS-RECEIPT-COUNT).
021299     MOVE PG-PARENT-RECEIPT TO
021299         WS-PG-PARENT-RECEIPT(WS-RECEIPT-COUNT).
021299     MOVE PG-FINANCE-AMT TO
021299         WS-PG-FINANCE-AMT(WS-RECEIPT-COUNT).
021299     MOVE PG-LOAN-NO     TO WS-PG-LOAN-NO(WS-RECEIPT-COUNT).
021299     MOVE PG-LOAN-MISSED TO
021299         WS-PG-LOAN-MISSED(WS-RECEIPT-COUNT).
021299     MOVE PG-LOAN-STATUS TO
021299         WS-PG-LOAN-STATUS(WS-RECEIPT-COUNT).
021299     MOVE PG-LOAN-STAT-DATE TO
021299         WS-PG-LOAN-STAT-DATE(WS-RECEIPT-COUNT).
021299 1310-NEXT.
021299     READ PAYREG
021299         AT END
021291 1810-EXIT.
021291     EXIT.

021291*-----------------------------------------------------------*
021291*    CANCELLED INVOICES, FROM THE CANCEL-AND-REBILL REGISTER -  *
021291*    SO A PAYMENT STILL QUOTING THE OLD NUMBER CAN BE TOLD       *
021291*    APART FROM ONE QUOTING A NUMBER NEVER ISSUED.  NO           *
021291*    REGISTER MEANS NOTHING HAS BEEN CANCELLED.                  *
021291*-----------------------------------------------------------*
021291 1900-LOAD-CANCELLATIONS.
021291     OPEN INPUT CANCLOG.
021291     IF NOT FS-CANCLOG-OK
021291         GO TO 1900-EXIT
021291     END-IF.
021291     READ CANCLOG
021291         AT END
021291             MOVE "Y" TO WS-CL-EOF-SW
021291     END-READ.
021291     PERFORM 1910-STORE-CANCELLATION THRU 1910-EXIT
021291         UNTIL WS-CL-EOF.
021291     CLOSE CANCLOG.
021291 1900-EXIT.
021291     EXIT.

021291 1910-STORE-CANCELLATION.
021291     IF WS-CANCEL-COUNT < 1000
021291         ADD 1 TO WS-CANCEL-COUNT
021291         MOVE CL-ORIG-INVOICE-NO TO
021291             WS-CX-ORIG-INVOICE(WS-CANCEL-COUNT)
021291         MOVE CL-NEW-INVOICE-NO TO
021291             WS-CX-NEW-INVOICE(WS-CANCEL-COUNT)
021291     END-IF.
021291     READ CANCLOG
021291         AT END
021291             MOVE "Y" TO WS-CL-EOF-SW
021291     END-READ.
021291 1910-EXIT.
021291     EXIT.

021292 2195-SET-DISCOUNT-PARMS.
021292     MOVE ZERO TO WS-DISC-DAYS.
021292     MOVE ZERO TO WS-DISC-PCT.
023150             WS-PG-POST-DATE(WS-RECEIPT-COUNT)
023150         MOVE SPACE          TO
023150             WS-PG-REVERSED-SW(WS-RECEIPT-COUNT)
023150         MOVE PY-PARENT-RECEIPT TO
023150             WS-PG-PARENT-RECEIPT(WS-RECEIPT-COUNT)
023150         MOVE WS-RC-FINANCE-AMT TO
023150             WS-PG-FINANCE-AMT(WS-RECEIPT-COUNT)
023150         MOVE WS-RC-LOAN-NO  TO
023150             WS-PG-LOAN-NO(WS-RECEIPT-COUNT)
023150         MOVE WS-RC-LOAN-MISSED TO
023150             WS-PG-LOAN-MISSED(WS-RECEIPT-COUNT)
023150         MOVE WS-RC-LOAN-STATUS TO
023150             WS-PG-LOAN-STATUS(WS-RECEIPT-COUNT)
023150         MOVE WS-RC-LOAN-STAT-DATE TO
023150             WS-PG-LOAN-STAT-DATE(WS-RECEIPT-COUNT)
023151     ELSE
023152         DISPLAY "BILPAY: RECEIPT REGISTER FULL - "
023153             PY-RECEIPT-NO " NOT REGISTERED, REVIEW RETENTION"
023177     MOVE WS-OPERATOR-ID  TO SU-OPERATOR-ID.
023178     WRITE SU-RECORD.
023179     ADD 1 TO WS-SUSP-WRITTEN.
023179     MOVE "S"        TO LQ-LIABILITY.
023179     MOVE "RCV"      TO LQ-MOVE-TYPE.
023179     MOVE PY-AMOUNT  TO LQ-AMOUNT.
023179     MOVE PY-CUST-ID TO LQ-CUST-ID.
023179     PERFORM 2697-JOURNAL-LIABILITY THRU 2697-EXIT.
023180 2180-EXIT.
023181     EXIT.

023181     ADD WS-APPLY-AMT TO WS-WO-AMT-PAID(WS-WO-SUB).
023181     SUBTRACT WS-APPLY-AMT FROM WS-REMAINING.
023181     ADD WS-APPLY-AMT TO WS-AMT-RECOVERED.
023181     MOVE "6300-WOR"        TO GK-POST-TYPE.
023181     MOVE WS-APPLY-AMT      TO GK-AMOUNT.
023181     PERFORM 8985-POST-GL THRU 8985-EXIT.
023181     ADD 1 TO WS-RECOVERY-COUNT.
023181     MOVE "Y" TO WS-WO-CHANGED-SW(WS-WO-SUB).
023181     MOVE WS-APPLY-AMT TO WS-RCV-AMT-ED.
024600*-----------------------------------------------------------*
024700 2200-POST-PAYMENT.
024800     MOVE "N" TO WS-MATCH-SW.
024800     MOVE ZERO  TO WS-RC-FINANCE-AMT.
024800     MOVE ZERO  TO WS-RC-LOAN-NO.
024800     MOVE ZERO  TO WS-RC-LOAN-MISSED.
024800     MOVE SPACE TO WS-RC-LOAN-STATUS.
024800     MOVE ZERO  TO WS-RC-LOAN-STAT-DATE.
024900     MOVE PY-CUST-ID TO CM-CUST-ID.
025000     READ CUSTMAS
025100         INVALID KEY
025210             END-IF
025300     END-READ.
025400     MOVE "Y" TO WS-MATCH-SW.
025405     PERFORM 2300-VET-TDS THRU 2300-EXIT.
025410     IF CM-PREPAID
025420         ADD PY-AMOUNT TO CM-PREPAID-BALANCE
025430         ADD PY-AMOUNT TO WS-AMT-TO-PREPAID
025460                 DISPLAY "BILPAY: REWRITE FAILED FOR CUSTOMER "
025470                     CM-CUST-ID
025480         END-REWRITE
025480         MOVE "P"       TO LQ-LIABILITY
025480         MOVE "TOP"     TO LQ-MOVE-TYPE
025480         MOVE PY-AMOUNT TO LQ-AMOUNT
025480         MOVE CM-CUST-ID TO LQ-CUST-ID
025480         PERFORM 2697-JOURNAL-LIABILITY THRU 2697-EXIT
025490         GO TO 2200-EXIT
025495     END-IF.
025450     PERFORM 2195-SET-DISCOUNT-PARMS THRU 2195-EXIT.
025500     COMPUTE WS-REMAINING = PY-AMOUNT + WS-TDS-AMT.
025550     PERFORM 2210-APPLY-TO-NAMED-INVOICE THRU 2210-EXIT.
025600     PERFORM 2220-APPLY-TO-ARREARS THRU 2220-EXIT.
025700     PERFORM 2230-APPLY-TO-BILLS   THRU 2230-EXIT.
025700     PERFORM 2270-APPLY-TO-FINANCE THRU 2270-EXIT.
025710     PERFORM 2280-CHECK-AMNESTY THRU 2280-EXIT.
025720     IF WS-REMAINING > 0 AND WS-WO-COUNT > 0
025730         PERFORM 2360-APPLY-TO-RECOVERIES THRU 2360-EXIT
025740     END-IF.
025800     MOVE ZERO TO LQ-AMOUNT.
025800     IF WS-REMAINING > 0
025800         MOVE WS-REMAINING TO LQ-AMOUNT
025900         ADD WS-REMAINING TO CM-CREDIT-BALANCE
025950         IF CM-CREDIT-SINCE = ZERO
025960             MOVE WS-SYSTEM-DATE(1:6) TO CM-CREDIT-SINCE
026500             DISPLAY "BILPAY: REWRITE FAILED FOR CUSTOMER "
026600                 CM-CUST-ID
026700     END-REWRITE.
026700     MOVE "C"        TO LQ-LIABILITY.
026700     MOVE "OVP"      TO LQ-MOVE-TYPE.
026700     MOVE CM-CUST-ID TO LQ-CUST-ID.
026700     PERFORM 2697-JOURNAL-LIABILITY THRU 2697-EXIT.
026710     IF WS-TDS-AMT > 0
026720         PERFORM 2310-REGISTER-TDS THRU 2310-EXIT
026730     END-IF.
026800 2200-EXIT.
026900     EXIT.

026810*-----------------------------------------------------------*
026820*    TDS IS TAKEN ONLY FROM A POSTPAID, NON-DOMESTIC ACCOUNT,   *
026830*    AND ONLY ON A NUMBERED RECEIPT THE CERTIFICATE CAN LATER   *
026840*    BE RECORDED AGAINST.  ANY OTHER CLAIM IS REFUSED TO        *
026850*    PAYEXCP AND THE CASH POSTS ON ITS OWN.                     *
026860*-----------------------------------------------------------*
026870 2300-VET-TDS.
026871     MOVE ZERO TO WS-TDS-AMT.
026872     IF PY-TDS-AMT NOT NUMERIC OR PY-TDS-AMT = ZERO
026873         GO TO 2300-EXIT
026874     END-IF.
026875     IF CM-PREPAID
026876         MOVE "TDS NOT TAKEN ON A PREPAID TOP-UP"
026877             TO WS-TDS-REASON
026878         GO TO 2300-REFUSE
026879     END-IF.
026880     IF CM-CLASS-RESIDENTIAL
026881         MOVE "TDS CLAIMED ON A DOMESTIC ACCOUNT"
026882             TO WS-TDS-REASON
026883         GO TO 2300-REFUSE
026884     END-IF.
026885     IF PY-RECEIPT-NO = SPACES
026886         MOVE "TDS CLAIMED WITHOUT A RECEIPT NUMBER"
026887             TO WS-TDS-REASON
026888         GO TO 2300-REFUSE
026889     END-IF.
026890     MOVE PY-TDS-AMT TO WS-TDS-AMT.
026891     GO TO 2300-EXIT.
026892 2300-REFUSE.
026893     MOVE SPACES TO PX-RECORD.
026894     MOVE PY-CUST-ID    TO PX-CUST-ID.
026895     MOVE ZERO          TO PX-BILL-PERIOD.
026896     MOVE PY-TDS-AMT    TO PX-AMOUNT.
026897     SET PX-REASON-TDS TO TRUE.
026898     MOVE WS-TDS-REASON TO PX-REASON-TEXT.
026899     MOVE PY-RECEIPT-NO TO PX-RECEIPT-NO.
026899     WRITE PX-RECORD.
026899     ADD 1 TO WS-TDS-REFUSED.
026899 2300-EXIT.
026899     EXIT.

026899*-----------------------------------------------------------*
026899*    THE DEDUCTION OPENS ON THE TDS REGISTER UNDER THE          *
026899*    FINANCIAL-YEAR QUARTER OF THE PAYMENT, WITH THE DATE BY    *
026899*    WHICH THE DEDUCTOR MUST ISSUE THE QUARTER'S CERTIFICATE -  *
026899*    15 AUG, 15 NOV, 15 FEB AND 15 JUN FOR QUARTERS 1 TO 4.     *
026899*-----------------------------------------------------------*
026899 2310-REGISTER-TDS.
026899     IF PY-PAYMENT-DATE NUMERIC AND PY-PAYMENT-DATE > ZERO
026899         MOVE PY-PAYMENT-DATE TO WS-TDS-DATE
026899     ELSE
026899         MOVE WS-SYSTEM-DATE TO WS-TDS-DATE
026899     END-IF.
026899     MOVE WS-TDS-DATE(1:4) TO WS-TDS-YEAR.
026899     MOVE WS-TDS-DATE(5:2) TO WS-TDS-MONTH.
026899     MOVE SPACES          TO TD-RECORD.
026899     EVALUATE TRUE
026899         WHEN WS-TDS-MONTH >= 4 AND WS-TDS-MONTH <= 6
026899             MOVE WS-TDS-YEAR TO TD-FIN-YEAR
026899             MOVE 1           TO TD-QUARTER
026899             COMPUTE TD-CERT-DUE-DATE =
026899                 WS-TDS-YEAR * 10000 + 0815
026899         WHEN WS-TDS-MONTH >= 7 AND WS-TDS-MONTH <= 9
026899             MOVE WS-TDS-YEAR TO TD-FIN-YEAR
026899             MOVE 2           TO TD-QUARTER
026899             COMPUTE TD-CERT-DUE-DATE =
026899                 WS-TDS-YEAR * 10000 + 1115
026899         WHEN WS-TDS-MONTH >= 10
026899             MOVE WS-TDS-YEAR TO TD-FIN-YEAR
026899             MOVE 3           TO TD-QUARTER
026899             COMPUTE TD-CERT-DUE-DATE =
026899                 (WS-TDS-YEAR + 1) * 10000 + 0215
026899         WHEN OTHER
026899             COMPUTE TD-FIN-YEAR = WS-TDS-YEAR - 1
026899             MOVE 4           TO TD-QUARTER
026899             COMPUTE TD-CERT-DUE-DATE =
026899                 WS-TDS-YEAR * 10000 + 0615
026899     END-EVALUATE.
026899     MOVE PY-RECEIPT-NO   TO TD-RECEIPT-NO.
026899     MOVE PY-CUST-ID      TO TD-CUST-ID.
026899     MOVE WS-TDS-DATE     TO TD-PAY-DATE.
026899     MOVE WS-SYSTEM-DATE  TO TD-POST-DATE.
026899     MOVE PY-AMOUNT       TO TD-CASH-AMT.
026899     MOVE WS-TDS-AMT      TO TD-TDS-AMT.
026899     SET TD-STAT-OPEN     TO TRUE.
026899     MOVE ZERO            TO TD-CERT-DATE.
026899     MOVE ZERO            TO TD-MATCH-DATE.
026899     MOVE ZERO            TO TD-REVERSE-DATE.
026899     MOVE WS-OPERATOR-ID  TO TD-OPERATOR-ID.
026899     WRITE TD-RECORD.
026899     ADD 1 TO WS-TDS-COUNT.
026899     ADD WS-TDS-AMT TO WS-TOTAL-TDS.
026899     MOVE "1350-TDS"        TO GK-POST-TYPE.
026899     MOVE WS-TDS-AMT        TO GK-AMOUNT.
026899     PERFORM 8985-POST-GL THRU 8985-EXIT.
026899 2310-EXIT.
026899     EXIT.

026901*-----------------------------------------------------------*
026902*    CUSTOMER-DIRECTED ALLOCATION.  A PAYMENT NAMING ONE OF THE  *
026903*    CUSTOMER'S OPEN INVOICES SETTLES THAT BILL FIRST, THROUGH   *
026904*    THE SAME 2240 STEP AS THE OLDEST-FIRST RULE (SO THE         *
026905*    PROMPT-PAYMENT DISCOUNT AND THE LEDGER RELIEF STILL         *
026906*    APPLY); WHAT IS LEFT GOES ON BY THE USUAL RULE.  A          *
026907*    REFERENCE THAT CANNOT BE HONORED IS LISTED ON INVREFX AND   *
026908*    THE WHOLE PAYMENT FOLLOWS THE USUAL RULE.                   *
026909*-----------------------------------------------------------*
026910 2210-APPLY-TO-NAMED-INVOICE.
026911     IF PY-INVOICE-NO NOT NUMERIC OR PY-INVOICE-NO = ZERO
026912         GO TO 2210-EXIT
026913     END-IF.
026914     MOVE ZERO TO WS-NAMED-SUB.
026915     PERFORM 2212-MATCH-NAMED-BILL THRU 2212-EXIT
026916         VARYING WS-BH-SUB FROM 1 BY 1
026917         UNTIL WS-BH-SUB > WS-BILLHIST-COUNT
026918            OR WS-NAMED-SUB > 0.
026919     IF WS-NAMED-SUB = 0
026920         MOVE ZERO TO WS-NAMED-CL-SUB
026921         PERFORM 2214-MATCH-CANCELLED THRU 2214-EXIT
026922             VARYING WS-CL-SUB FROM 1 BY 1
026923             UNTIL WS-CL-SUB > WS-CANCEL-COUNT
026924                OR WS-NAMED-CL-SUB > 0
026925         IF WS-NAMED-CL-SUB > 0
026926             MOVE SPACES TO WS-IR-REASON
026927             STRING "CANCELLED - REBILLED AS "
026928                 WS-CX-NEW-INVOICE(WS-NAMED-CL-SUB)
026929                 DELIMITED BY SIZE INTO WS-IR-REASON
026930         ELSE
026931             MOVE "NOT AN OPEN INVOICE ON FILE"
026932                 TO WS-IR-REASON
026933         END-IF
026934         PERFORM 2216-LIST-REFUSED-REF THRU 2216-EXIT
026935         GO TO 2210-EXIT
026936     END-IF.
026937     IF WS-BH-CUST-ID(WS-NAMED-SUB) NOT = PY-CUST-ID
026938         MOVE SPACES TO WS-IR-REASON
026939         STRING "BELONGS TO CUSTOMER "
026940             WS-BH-CUST-ID(WS-NAMED-SUB)
026941             DELIMITED BY SIZE INTO WS-IR-REASON
026942         PERFORM 2216-LIST-REFUSED-REF THRU 2216-EXIT
026943         GO TO 2210-EXIT
026944     END-IF.
026945     IF WS-BH-PAID(WS-NAMED-SUB)
026946         OR WS-BH-AMT-PAID(WS-NAMED-SUB) >=
026947            WS-BH-BILL(WS-NAMED-SUB)
026948         MOVE "ALREADY PAID IN FULL" TO WS-IR-REASON
026949         PERFORM 2216-LIST-REFUSED-REF THRU 2216-EXIT
026950         GO TO 2210-EXIT
026951     END-IF.
026952     MOVE WS-AMT-TO-BILLS TO WS-NAMED-BEFORE.
026953     SET WS-BH-IDX TO WS-NAMED-SUB.
026954     PERFORM 2240-APPLY-ONE-BILL THRU 2240-EXIT.
026955     COMPUTE WS-AMT-TO-NAMED =
026956         WS-AMT-TO-NAMED + WS-AMT-TO-BILLS - WS-NAMED-BEFORE.
026957     ADD 1 TO WS-NAMED-HONORED.
026958 2210-EXIT.
026959     EXIT.

026960 2212-MATCH-NAMED-BILL.
026961     IF WS-BH-INVOICE-NO(WS-BH-SUB) = PY-INVOICE-NO
026962         MOVE WS-BH-SUB TO WS-NAMED-SUB
026963     END-IF.
026964 2212-EXIT.
026965     EXIT.

026966 2214-MATCH-CANCELLED.
026967     IF WS-CX-ORIG-INVOICE(WS-CL-SUB) = PY-INVOICE-NO
026968         MOVE WS-CL-SUB TO WS-NAMED-CL-SUB
026969     END-IF.
026970 2214-EXIT.
026971     EXIT.

026972 2216-LIST-REFUSED-REF.
026973     ADD 1 TO WS-NAMED-REFUSED.
026974     MOVE PY-AMOUNT TO WS-IR-AMT-ED.
026975     MOVE SPACES TO WS-IR-LINE.
026976     STRING PY-CUST-ID " " PY-RECEIPT-NO " " PY-INVOICE-NO
026977         " " WS-IR-AMT-ED " " WS-IR-REASON
026978         DELIMITED BY SIZE INTO WS-IR-LINE.
026979     WRITE IR-LINE FROM WS-IR-LINE.
026980 2216-EXIT.
026981     EXIT.

027000 2220-APPLY-TO-ARREARS.
027100     IF WS-REMAINING = 0 OR CM-ARREARS = 0
027200         GO TO 2220-EXIT
028373     IF WS-AE-FOUND = 0
028374         GO TO 2280-EXIT
028375     END-IF.
028376     IF PY-AMOUNT + WS-TDS-AMT
028376         < WS-AE-PRINCIPAL-AMT(WS-AE-FOUND)
028377         GO TO 2280-EXIT
028378     END-IF.
028379     IF WS-AE-WAIVER-AMT(WS-AE-FOUND) > CM-ARREARS
028393 2280-EXIT.
028394     EXIT.

028394*-----------------------------------------------------------*
028394*    ON-BILL FINANCING COMES AFTER THE UTILITY BILLS - WHAT IS   *
028394*    LEFT CLEARS THE INSTALMENTS BILLED ON THE CUSTOMER'S LOAN.  *
028394*    A LOAN WHOSE DUE AMOUNT IS PAID OFF HAS ITS MISSED COUNT    *
028394*    RESET (A DEFAULTED ONE IS CURED BACK TO ACTIVE), AND ONE    *
028394*    WITH NO PRINCIPAL LEFT TO BILL IS COMPLETED.  THE AMOUNT    *
028394*    AND THE LOAN AS IT STOOD GO ON PAYREG WITH THE RECEIPT, FOR *
028394*    2670-UNPAY-FINANCE SHOULD THE RECEIPT BE REVERSED.          *
028394*-----------------------------------------------------------*
028394 2270-APPLY-TO-FINANCE.
028394     IF WS-REMAINING = 0 OR WS-LOAN-COUNT = 0
028394         GO TO 2270-EXIT
028394     END-IF.
028394     MOVE ZERO TO WS-LOAN-SUB.
028394     PERFORM 2275-FIND-LOAN THRU 2275-EXIT
028394         VARYING WS-OB-IDX FROM 1 BY 1
028394         UNTIL WS-OB-IDX > WS-LOAN-COUNT OR WS-LOAN-SUB > 0.
028394     IF WS-LOAN-SUB = 0
028394         GO TO 2270-EXIT
028394     END-IF.
028394     IF WS-OB-DUE-AMT(WS-LOAN-SUB) = 0
028394         GO TO 2270-EXIT
028394     END-IF.
028394     IF WS-REMAINING < WS-OB-DUE-AMT(WS-LOAN-SUB)
028394         MOVE WS-REMAINING TO WS-APPLY-AMT
028394     ELSE
028394         MOVE WS-OB-DUE-AMT(WS-LOAN-SUB) TO WS-APPLY-AMT
028394     END-IF.
028394     MOVE WS-APPLY-AMT TO WS-RC-FINANCE-AMT.
028394     MOVE WS-OB-LOAN-NO(WS-LOAN-SUB)      TO WS-RC-LOAN-NO.
028394     MOVE WS-OB-MISSED-COUNT(WS-LOAN-SUB) TO WS-RC-LOAN-MISSED.
028394     MOVE WS-OB-STATUS(WS-LOAN-SUB)       TO WS-RC-LOAN-STATUS.
028394     MOVE WS-OB-STATUS-DATE(WS-LOAN-SUB)  TO WS-RC-LOAN-STAT-DATE.
028394     SUBTRACT WS-APPLY-AMT FROM WS-OB-DUE-AMT(WS-LOAN-SUB).
028394     ADD WS-APPLY-AMT TO WS-OB-PAID-TO-DATE(WS-LOAN-SUB).
028394     SUBTRACT WS-APPLY-AMT FROM WS-REMAINING.
028394     ADD WS-APPLY-AMT TO WS-AMT-TO-FINANCE.
028394     IF WS-OB-DUE-AMT(WS-LOAN-SUB) > 0
028394         GO TO 2270-EXIT
028394     END-IF.
028394     MOVE ZERO TO WS-OB-MISSED-COUNT(WS-LOAN-SUB).
028394     IF WS-OB-DEFAULTED(WS-LOAN-SUB)
028394         MOVE "A" TO WS-OB-STATUS(WS-LOAN-SUB)
028394         MOVE WS-SYSTEM-DATE TO WS-OB-STATUS-DATE(WS-LOAN-SUB)
028394         ADD 1 TO WS-OBF-CURED
028394     END-IF.
028394     IF WS-OB-PRIN-BAL(WS-LOAN-SUB) = 0
028394         MOVE "C" TO WS-OB-STATUS(WS-LOAN-SUB)
028394         MOVE WS-SYSTEM-DATE TO WS-OB-STATUS-DATE(WS-LOAN-SUB)
028394     END-IF.
028394 2270-EXIT.
028394     EXIT.

028394 2275-FIND-LOAN.
028394     IF WS-OB-CUST-ID(WS-OB-IDX) = PY-CUST-ID
028394         AND (WS-OB-ACTIVE(WS-OB-IDX)
028394             OR WS-OB-DEFAULTED(WS-OB-IDX))
028394         SET WS-LOAN-SUB TO WS-OB-IDX
028394     END-IF.
028394 2275-EXIT.
028394     EXIT.

028400 2230-APPLY-TO-BILLS.
028500     SET WS-BH-IDX TO 1.
028600     PERFORM 2240-APPLY-ONE-BILL THRU 2240-EXIT
031701     ADD 1 TO WS-BILLS-SETTLED.
031701     ADD 1 TO WS-DISC-COUNT.
031701     ADD WS-DISC-AMT TO WS-TOTAL-DISC.
031701     MOVE "6200-DSC"        TO GK-POST-TYPE.
031701     MOVE WS-DISC-AMT       TO GK-AMOUNT.
031701     PERFORM 8985-POST-GL THRU 8985-EXIT.
031701     IF CM-LAST-DISC-AMT NUMERIC
031701         ADD WS-DISC-AMT TO CM-LAST-DISC-AMT
031701     ELSE
031700     END-READ.
031700     MOVE PY-AMOUNT TO WS-BACKOUT.
031700     MOVE ZERO      TO WS-CLAWED.
031700     MOVE CM-PREPAID-BALANCE TO WS-LIAB-BEFORE.
031700     IF CM-PREPAID
031700         PERFORM 2695-REVERSE-TOPUP THRU 2695-EXIT
031700     ELSE
031700             SUBTRACT WS-CLAWED FROM CM-CREDIT-BALANCE
031700             SUBTRACT WS-CLAWED FROM WS-BACKOUT
031700         END-IF
031700*        THE SLICE THAT PAID A FINANCING INSTALMENT GOES BACK
031700*        ON THE LOAN AS DUE, NOT ON THE ARREARS.
031700         PERFORM 2675-UNPAY-FINANCE THRU 2675-EXIT
031700         PERFORM 2660-UNPAY-BILLS THRU 2660-EXIT
031700         COMPUTE CM-ARREARS =
031700             CM-ARREARS + PY-AMOUNT - WS-CLAWED - WS-FIN-BACKOUT
031700     END-IF.
031700     MOVE "Y" TO WS-PG-REVERSED-SW(WS-PG-FOUND-SUB).
031700     ADD WS-CHEQUE-FEE-AMT TO CM-CHEQUE-FEE-DUE.
031700             DISPLAY "BILPAY: REWRITE FAILED FOR CUSTOMER "
031700                 CM-CUST-ID
031700     END-REWRITE.
031700     MOVE CM-CUST-ID TO LQ-CUST-ID.
031700     IF CM-PREPAID
031700         MOVE "P"   TO LQ-LIABILITY
031700         MOVE "REV" TO LQ-MOVE-TYPE
031700         COMPUTE LQ-AMOUNT =
031700             CM-PREPAID-BALANCE - WS-LIAB-BEFORE
031700     ELSE
031700         MOVE "C"   TO LQ-LIABILITY
031700         MOVE "CLW" TO LQ-MOVE-TYPE
031700         COMPUTE LQ-AMOUNT = ZERO - WS-CLAWED
031700     END-IF.
031700     PERFORM 2697-JOURNAL-LIABILITY THRU 2697-EXIT.
031700     MOVE SPACES TO PX-RECORD.
031700     MOVE PY-CUST-ID TO PX-CUST-ID.
031700     MOVE ZERO       TO PX-BILL-PERIOD.
031700 2670-EXIT.
031700     EXIT.

031700*-----------------------------------------------------------*
031700*    A REVERSED RECEIPT THAT PAID A FINANCING INSTALMENT PUTS  *
031700*    THE LOAN BACK AS IT STOOD - THE AMOUNT DUE AGAIN, OFF     *
031700*    PAID-TO-DATE, AND THE MISSED COUNT AND STATUS (A CURE OR  *
031700*    A COMPLETION UNDONE) RESTORED FROM PAYREG.  A LOAN SINCE  *
031700*    SETTLED ON A FINAL BILL CANNOT BE REOPENED; ITS SLICE IS  *
031700*    LEFT ON THE ARREARS AND LISTED FOR THE LENDER.            *
031700*-----------------------------------------------------------*
031700 2675-UNPAY-FINANCE.
031700     MOVE ZERO TO WS-FIN-BACKOUT.
031700     IF WS-PG-FINANCE-AMT(WS-PG-FOUND-SUB) = 0
031700         GO TO 2675-EXIT
031700     END-IF.
031700     MOVE ZERO TO WS-LOAN-SUB.
031700     PERFORM 2676-FIND-LOAN-NO THRU 2676-EXIT
031700         VARYING WS-OB-IDX FROM 1 BY 1
031700         UNTIL WS-OB-IDX > WS-LOAN-COUNT OR WS-LOAN-SUB > 0.
031700     IF WS-LOAN-SUB = 0
031700         DISPLAY "BILPAY: LOAN " WS-PG-LOAN-NO(WS-PG-FOUND-SUB)
031700             " FOR REVERSED RECEIPT " PY-RECEIPT-NO
031700             " NOT ON OBFREG - INSTALMENT LEFT ON THE ARREARS"
031700         GO TO 2675-EXIT
031700     END-IF.
031700     IF WS-OB-FINAL-BILLED(WS-LOAN-SUB)
031700         DISPLAY "BILPAY: LOAN " WS-PG-LOAN-NO(WS-PG-FOUND-SUB)
031700             " SETTLED ON A FINAL BILL - REVERSED INSTALMENT"
031700             " LEFT ON THE ARREARS, ADVISE THE LENDER"
031700         GO TO 2675-EXIT
031700     END-IF.
031700     MOVE WS-PG-FINANCE-AMT(WS-PG-FOUND-SUB) TO WS-FIN-BACKOUT.
031700     IF WS-FIN-BACKOUT > WS-BACKOUT
031700         MOVE WS-BACKOUT TO WS-FIN-BACKOUT
031700     END-IF.
031700     ADD WS-FIN-BACKOUT TO WS-OB-DUE-AMT(WS-LOAN-SUB).
031700     SUBTRACT WS-FIN-BACKOUT FROM WS-OB-PAID-TO-DATE(WS-LOAN-SUB).
031700     MOVE WS-PG-LOAN-MISSED(WS-PG-FOUND-SUB) TO
031700         WS-OB-MISSED-COUNT(WS-LOAN-SUB).
031700     MOVE WS-PG-LOAN-STATUS(WS-PG-FOUND-SUB) TO
031700         WS-OB-STATUS(WS-LOAN-SUB).
031700     MOVE WS-PG-LOAN-STAT-DATE(WS-PG-FOUND-SUB) TO
031700         WS-OB-STATUS-DATE(WS-LOAN-SUB).
031700     SUBTRACT WS-FIN-BACKOUT FROM WS-BACKOUT.
031700     ADD WS-FIN-BACKOUT TO WS-AMT-FIN-REVERSED.
031700 2675-EXIT.
031700     EXIT.

031700 2676-FIND-LOAN-NO.
031700     IF WS-OB-LOAN-NO(WS-OB-IDX) =
031700             WS-PG-LOAN-NO(WS-PG-FOUND-SUB)
031700         SET WS-LOAN-SUB TO WS-OB-IDX
031700     END-IF.
031700 2676-EXIT.
031700     EXIT.

031700 2680-REOPEN-ITEM.
031700     PERFORM 2690-REOPEN-MATCH THRU 2690-EXIT
031700         VARYING WS-OI-SUB FROM 1 BY 1
031700 2695-EXIT.
031700     EXIT.

031700*-----------------------------------------------------------*
031700*    ONE MOVEMENT IN A BALANCE HELD FOR THE CUSTOMER - A      *
031700*    TOP-UP, AN OVERPAYMENT TO CREDIT, MONEY TO SUSPENSE OR   *
031700*    A REVERSAL OF ONE OF THEM - GOES TO THE LIABILITY        *
031700*    JOURNAL FOR THE MONTH-END BILLPRF PROOF.  THE CALLER     *
031700*    SETS THE LIABILITY, MOVE TYPE, CUSTOMER AND SIGNED       *
031700*    AMOUNT.                                                  *
031700*-----------------------------------------------------------*
031700 2697-JOURNAL-LIABILITY.
031700     MOVE "W"        TO LQ-FUNCTION.
031700     MOVE "BILPAY"   TO LQ-SOURCE.
031700     CALL "BILLIAB" USING LQ-PARMS.
031700 2697-EXIT.
031700     EXIT.

031800 8000-FLAG-OVERDUE.
031900     SET WS-BH-IDX TO 1.
032000     PERFORM 8100-CHECK-OVERDUE THRU 8100-EXIT
038531 8710-EXIT.
038532     EXIT.

038532*-----------------------------------------------------------*
038532*    THE FINANCING REGISTER IS WRITTEN BACK WHOLE AS WELL, SO   *
038532*    THE INSTALMENTS CLEARED AND LOANS CURED OR COMPLETED       *
038532*    PERSIST.                                                   *
038532*-----------------------------------------------------------*
038532 8720-REWRITE-LOANS.
038532     IF WS-LOAN-COUNT = 0
038532         GO TO 8720-EXIT
038532     END-IF.
038532     OPEN OUTPUT OBFREG.
038532     IF NOT FS-OBFREG-OK
038532         DISPLAY "BILPAY: UNABLE TO REWRITE OBFREG, STATUS "
038532             FS-OBFREG
038532         GO TO 8720-EXIT
038532     END-IF.
038532     PERFORM 8730-WRITE-ONE-LOAN THRU 8730-EXIT
038532         VARYING WS-OB-IDX FROM 1 BY 1
038532         UNTIL WS-OB-IDX > WS-LOAN-COUNT.
038532     CLOSE OBFREG.
038532 8720-EXIT.
038532     EXIT.

038532 8730-WRITE-ONE-LOAN.
038532     MOVE WS-OB-ENTRY(WS-OB-IDX) TO OB-RECORD.
038532     WRITE OB-RECORD.
038532 8730-EXIT.
038532     EXIT.

038540 8800-REWRITE-OPEN-ITEMS.
038540*    AN ABANDONED RUN MAY HOLD ONLY A PARTIAL TABLE -
038540*    LEAVE THE FILE AS IT STOOD.
038597     MOVE WS-PG-AMOUNT(WS-PG-SUB)      TO PG-AMOUNT.
038598     MOVE WS-PG-POST-DATE(WS-PG-SUB)   TO PG-POST-DATE.
038598     MOVE WS-PG-REVERSED-SW(WS-PG-SUB) TO PG-REVERSED-SW.
038598     MOVE WS-PG-PARENT-RECEIPT(WS-PG-SUB) TO PG-PARENT-RECEIPT.
038598     MOVE WS-PG-FINANCE-AMT(WS-PG-SUB)  TO PG-FINANCE-AMT.
038598     MOVE WS-PG-LOAN-NO(WS-PG-SUB)      TO PG-LOAN-NO.
038598     MOVE WS-PG-LOAN-MISSED(WS-PG-SUB)  TO PG-LOAN-MISSED.
038598     MOVE WS-PG-LOAN-STATUS(WS-PG-SUB)  TO PG-LOAN-STATUS.
038598     MOVE WS-PG-LOAN-STAT-DATE(WS-PG-SUB) TO PG-LOAN-STAT-DATE.
038599     WRITE PG-RECORD.
038600 8910-EXIT.
038601     EXIT.
038595             FS-GLEXTR
038595         GO TO 8950-EXIT
038595     END-IF.
038595     MOVE ZERO           TO WS-GL-DETAILS.
038595     MOVE ZERO           TO WS-GL-HASH.
038595     MOVE "H"            TO GJ-RECORD-TYPE.
038595     MOVE WS-SYSTEM-DATE TO GJ-RUN-DATE.
038595     MOVE WS-RUN-PERIOD  TO GJ-BILL-PERIOD.
038595     MOVE SPACES         TO GJ-ACCOUNT-CODE.
038595     MOVE "BILPAY GL EXTRACT" TO GJ-ACCOUNT-DESC.
038595     MOVE ZERO           TO GJ-AMOUNT.
038595     MOVE SPACES         TO GJ-COST-CENTRE.
038595     MOVE SPACES         TO GJ-POST-TYPE.
038595     WRITE GJ-RECORD.
038595     MOVE "D"            TO GJ-RECORD-TYPE.
038595     MOVE "6200-DSC"     TO GK-POST-TYPE.
038595     MOVE "PROMPT-PAYMENT DISCOUNTS" TO GJ-ACCOUNT-DESC.
038595     PERFORM 8975-WRITE-GL-LINES THRU 8975-EXIT.
038595     MOVE "T"            TO GJ-RECORD-TYPE.
038595     MOVE WS-GL-DETAILS  TO GJ-BILL-PERIOD.
038595     MOVE SPACES         TO GJ-ACCOUNT-CODE.
038595     MOVE "TRAILER - DETAIL COUNT AND HASH"
038595         TO GJ-ACCOUNT-DESC.
038595     MOVE WS-GL-HASH     TO GJ-AMOUNT.
038595     MOVE SPACES         TO GJ-COST-CENTRE.
038595     MOVE SPACES         TO GJ-POST-TYPE.
038595     WRITE GJ-RECORD.
038595     CLOSE GLEXTR.
038595 8950-EXIT.
038595             FS-GLEXTR
038595         GO TO 8955-EXIT
038595     END-IF.
038595     MOVE ZERO           TO WS-GL-DETAILS.
038595     MOVE ZERO           TO WS-GL-HASH.
038595     MOVE "H"            TO GJ-RECORD-TYPE.
038595     MOVE WS-SYSTEM-DATE TO GJ-RUN-DATE.
038595     MOVE WS-RUN-PERIOD  TO GJ-BILL-PERIOD.
038595     MOVE SPACES         TO GJ-ACCOUNT-CODE.
038595     MOVE "BILPAY GL EXTRACT" TO GJ-ACCOUNT-DESC.
038595     MOVE ZERO           TO GJ-AMOUNT.
038595     MOVE SPACES         TO GJ-COST-CENTRE.
038595     MOVE SPACES         TO GJ-POST-TYPE.
038595     WRITE GJ-RECORD.
038595     MOVE "D"            TO GJ-RECORD-TYPE.
038595     MOVE "6300-WOR"     TO GK-POST-TYPE.
038595     MOVE "WRITE-OFFS RECOVERED (REVERSAL)"
038595         TO GJ-ACCOUNT-DESC.
038595     PERFORM 8975-WRITE-GL-LINES THRU 8975-EXIT.
038595     MOVE "T"            TO GJ-RECORD-TYPE.
038595     MOVE WS-GL-DETAILS  TO GJ-BILL-PERIOD.
038595     MOVE SPACES         TO GJ-ACCOUNT-CODE.
038595     MOVE "TRAILER - DETAIL COUNT AND HASH"
038595         TO GJ-ACCOUNT-DESC.
038595     MOVE WS-GL-HASH     TO GJ-AMOUNT.
038595     MOVE SPACES         TO GJ-COST-CENTRE.
038595     MOVE SPACES         TO GJ-POST-TYPE.
038595     WRITE GJ-RECORD.
038595     CLOSE GLEXTR.
038595 8955-EXIT.
038595     EXIT.

038595*-----------------------------------------------------------*
038595*    THE TAX DEDUCTED AT SOURCE SETTLED BILLS LIKE CASH BUT IS  *
038595*    STILL OWED BY THE GOVERNMENT UNTIL THE CERTIFICATE IS      *
038595*    MATCHED - IT IS JOURNALED TO TDS RECEIVABLE, SAME H/D/T.   *
038595*-----------------------------------------------------------*
038595 8965-WRITE-TDS-GL.
038595     IF WS-TOTAL-TDS = 0
038595         GO TO 8965-EXIT
038595     END-IF.
038595     OPEN EXTEND GLEXTR.
038595     IF NOT FS-GLEXTR-OK
038595         DISPLAY "BILPAY: UNABLE TO OPEN BILGL, STATUS "
038595             FS-GLEXTR
038595         GO TO 8965-EXIT
038595     END-IF.
038595     MOVE ZERO           TO WS-GL-DETAILS.
038595     MOVE ZERO           TO WS-GL-HASH.
038595     MOVE "H"            TO GJ-RECORD-TYPE.
038595     MOVE WS-SYSTEM-DATE TO GJ-RUN-DATE.
038595     MOVE WS-RUN-PERIOD  TO GJ-BILL-PERIOD.
038595     MOVE SPACES         TO GJ-ACCOUNT-CODE.
038595     MOVE "BILPAY GL EXTRACT" TO GJ-ACCOUNT-DESC.
038595     MOVE ZERO           TO GJ-AMOUNT.
038595     MOVE SPACES         TO GJ-COST-CENTRE.
038595     MOVE SPACES         TO GJ-POST-TYPE.
038595     WRITE GJ-RECORD.
038595     MOVE "D"            TO GJ-RECORD-TYPE.
038595     MOVE "1350-TDS"     TO GK-POST-TYPE.
038595     MOVE "TDS RECEIVABLE" TO GJ-ACCOUNT-DESC.
038595     PERFORM 8975-WRITE-GL-LINES THRU 8975-EXIT.
038595     MOVE "T"            TO GJ-RECORD-TYPE.
038595     MOVE WS-GL-DETAILS  TO GJ-BILL-PERIOD.
038595     MOVE SPACES         TO GJ-ACCOUNT-CODE.
038595     MOVE "TRAILER - DETAIL COUNT AND HASH"
038595         TO GJ-ACCOUNT-DESC.
038595     MOVE WS-GL-HASH     TO GJ-AMOUNT.
038595     MOVE SPACES         TO GJ-COST-CENTRE.
038595     MOVE SPACES         TO GJ-POST-TYPE.
038595     WRITE GJ-RECORD.
038595     CLOSE GLEXTR.
038595 8965-EXIT.
038595     EXIT.

038595*-----------------------------------------------------------*
038595*    ONE D RECORD FOR EVERY ACCOUNT AND ZONE TOTAL BILGLAC    *
038595*    HOLDS FOR THE POSTING TYPE.                              *
038595*-----------------------------------------------------------*
038595 8975-WRITE-GL-LINES.
038595     MOVE "N"             TO GK-FUNCTION.
038595     MOVE ZERO            TO GK-CURSOR.
038595     MOVE SPACE           TO GK-RESULT.
038595     PERFORM 8980-WRITE-ONE-LINE THRU 8980-EXIT
038595         UNTIL GK-END.
038595 8975-EXIT.
038595     EXIT.

038595 8980-WRITE-ONE-LINE.
038595     CALL "BILGLAC" USING GK-PARMS.
038595     IF GK-END
038595         GO TO 8980-EXIT
038595     END-IF.
038595     MOVE GK-ACCOUNT-CODE TO GJ-ACCOUNT-CODE.
038595     MOVE GK-ZONE-CODE    TO GJ-COST-CENTRE.
038595     MOVE GK-POST-TYPE    TO GJ-POST-TYPE.
038595     MOVE GK-AMOUNT       TO GJ-AMOUNT.
038595     WRITE GJ-RECORD.
038595     ADD 1                TO WS-GL-DETAILS.
038595     ADD GJ-AMOUNT        TO WS-GL-HASH.
038595 8980-EXIT.
038595     EXIT.

038595*-----------------------------------------------------------*
038595*    POST ONE AMOUNT FOR THE CUSTOMER IN HAND.                *
038595*-----------------------------------------------------------*
038595 8985-POST-GL.
038595*    AN AMOUNT BILGLAC COULD NOT HOLD WOULD LEAVE THE GL
038595*    EXTRACT SHORT OF THE FIGURES POSTED - ABANDON THE RUN.
038595     MOVE "P"             TO GK-FUNCTION.
038595     MOVE CM-SERVICE-TYPE TO GK-SERVICE.
038595     MOVE CM-CUST-CLASS   TO GK-CLASS.
038595     MOVE CM-ZONE-CODE    TO GK-ZONE-CODE.
038595     MOVE PY-PAYMENT-DATE TO GK-POST-DATE.
038595     CALL "BILGLAC" USING GK-PARMS.
038595     IF GK-FAILED
038595         MOVE "Y" TO WS-ABORT-SW
038595     END-IF.
038595 8985-EXIT.
038595     EXIT.

038596 8960-REWRITE-AMNESTY.
038596     IF WS-ABORT OR WS-AMN-COUNT = 0
038596         GO TO 8960-EXIT
038850     PERFORM 8900-REWRITE-REGISTER THRU 8900-EXIT.
038855     PERFORM 8950-WRITE-DISCOUNT-GL THRU 8950-EXIT.
038855     PERFORM 8955-WRITE-RECOVERY-GL THRU 8955-EXIT.
038855     PERFORM 8965-WRITE-TDS-GL THRU 8965-EXIT.
038856     PERFORM 8960-REWRITE-AMNESTY THRU 8960-EXIT.
038855     CLOSE PAYSUSP.
038855     CLOSE RCVRRPT.
038855     PERFORM 9680-FILE-REPORT THRU 9680-EXIT.
038855     CLOSE INVREFX.
038855     PERFORM 9681-FILE-REFX-REPORT THRU 9681-EXIT.
038855     CLOSE TDSREG.
038900     CLOSE PAYEXCP.
039000     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
039100     CLOSE RUNLOG.
039600     DISPLAY "  PAYMENTS UNMATCHED: " WS-PAYMENTS-UNMATCHED.
039700     DISPLAY "  APPLIED TO ARREARS: RS " WS-AMT-TO-ARREARS.
039800     DISPLAY "  APPLIED TO BILLS  : RS " WS-AMT-TO-BILLS.
039900     DISPLAY "  TO FINANCE LOANS  : RS " WS-AMT-TO-FINANCE.
039900     DISPLAY "  FINANCE DEFAULTS CURED: " WS-OBF-CURED.
039900     DISPLAY "  FINANCE REVERSED  : RS " WS-AMT-FIN-REVERSED.
039900     DISPLAY "  TO CREDIT BALANCE : RS " WS-AMT-TO-CREDIT.
039910     DISPLAY "  PREPAID TOP-UPS   : RS " WS-AMT-TO-PREPAID.
040000     DISPLAY "  BILLS SETTLED     : " WS-BILLS-SETTLED.
040005     DISPLAY "  DISCOUNTS GRANTED : " WS-DISC-COUNT.
040006     DISPLAY "  DISCOUNT AMOUNT   : RS " WS-TOTAL-DISC.
040006     DISPLAY "  INVOICES NAMED    : " WS-NAMED-HONORED
040006         " RS " WS-AMT-TO-NAMED.
040006     DISPLAY "  REFERENCES REFUSED: " WS-NAMED-REFUSED.
040006     DISPLAY "  TDS TAKEN         : " WS-TDS-COUNT
040006         " RS " WS-TOTAL-TDS.
040006     DISPLAY "  TDS REFUSED       : " WS-TDS-REFUSED.
040006     DISPLAY "  RECOVERIES POSTED : " WS-RECOVERY-COUNT
040006         " RS " WS-AMT-RECOVERED.
040007     DISPLAY "  AMNESTY WAIVERS   : " WS-AMN-GRANTED
041500     WRITE RL-RECORD.
041600 9600-EXIT.
041700     EXIT.

041800*-----------------------------------------------------------*
041900*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
042000*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
042100*    OUTLIVES THE NEXT RUN.                                    *
042200*-----------------------------------------------------------*
042300 9680-FILE-REPORT.
042400     OPEN INPUT RCVRRPT.
042500     IF NOT FS-RCVRRPT-OK
042600         GO TO 9680-EXIT
042700     END-IF.
042800     MOVE "O"               TO RO-FUNCTION.
042900     MOVE "RCVRRPT"         TO RO-REPORT-NAME.
043000     MOVE "BILPAY"          TO RO-PROGRAM-ID.
043100     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
043200     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
043300     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
043400     MOVE ZERO              TO RO-PERIOD.
043500     CALL "BILRPTF" USING RO-PARMS.
043600     IF RO-OK
043700         MOVE "N" TO WS-RO-EOF-SW
043800         PERFORM 9690-FILE-LINE THRU 9690-EXIT
043900             UNTIL WS-RO-EOF
044000         MOVE "C"          TO RO-FUNCTION
044100         CALL "BILRPTF" USING RO-PARMS
044200     END-IF.
044300     CLOSE RCVRRPT.
044400 9680-EXIT.
044500     EXIT.

044600 9690-FILE-LINE.
044700     READ RCVRRPT
044800         AT END
044900             MOVE "Y" TO WS-RO-EOF-SW
045000             GO TO 9690-EXIT
045100     END-READ.
045200     MOVE "L"               TO RO-FUNCTION.
045300     MOVE RC-LINE           TO RO-LINE.
045400     CALL "BILRPTF" USING RO-PARMS.
045500 9690-EXIT.
045600     EXIT.

045600 9681-FILE-REFX-REPORT.
045600     OPEN INPUT INVREFX.
045600     IF NOT FS-INVREFX-OK
045600         GO TO 9681-EXIT
045600     END-IF.
045600     MOVE "O"               TO RO-FUNCTION.
045600     MOVE "INVREFX"         TO RO-REPORT-NAME.
045600     MOVE "BILPAY"          TO RO-PROGRAM-ID.
045600     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
045600     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
045600     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
045600     MOVE ZERO              TO RO-PERIOD.
045600     CALL "BILRPTF" USING RO-PARMS.
045600     IF RO-OK
045600         MOVE "N" TO WS-RO-EOF-SW
045600         PERFORM 9691-FILE-REFX-LINE THRU 9691-EXIT
045600             UNTIL WS-RO-EOF
045600         MOVE "C"          TO RO-FUNCTION
045600         CALL "BILRPTF" USING RO-PARMS
045600     END-IF.
045600     CLOSE INVREFX.
045600 9681-EXIT.
045600     EXIT.

045600 9691-FILE-REFX-LINE.
045600     READ INVREFX
045600         AT END
045600             MOVE "Y" TO WS-RO-EOF-SW
045600             GO TO 9691-EXIT
045600     END-READ.
045600     MOVE "L"               TO RO-FUNCTION.
045600     MOVE IR-LINE           TO RO-LINE.
045600     CALL "BILRPTF" USING RO-PARMS.
045600 9691-EXIT.
045600     EXIT.
