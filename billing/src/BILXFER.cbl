002000*                   REGISTER (BILLPREG) IN STEP AS BILLS      *
002000*                   POST, THROUGH THE BILPREG SUBPROGRAM.     *
002100*  2026-09-02 RSH   ORIGINAL                                  *
002100*  2026-10-15 RSH   JOURNAL THE SELLER'S CREDIT CLEARED ON    *
002100*                   RE-TITLE TO LIABJRN (VIA BILLIAB) FOR THE *
002100*                   MONTH-END LIABILITY PROOF.                *
002100*  2026-10-15 RSH   WRITE EACH RE-TITLE TO CUSTAUD WITH       *
002100*                   BEFORE AND AFTER IMAGES                   *
002100*  2026-10-15 RSH   WIDEN THE BEFORE-IMAGE TO THE GROWN       *
002100*                   CUSTOMER RECORD (MUNICIPAL OWN ACCOUNT).  *
002100*  2026-10-15 RSH   SETTLE THE OUTGOING OWNER'S ON-BILL       *
002100*                   FINANCING LOAN (OBFREG) ON THE FINAL BILL *
002100*                   - THE PRINCIPAL NOT YET BILLED AND ANY    *
002100*                   INSTALMENTS UNPAID FALL DUE WITH IT, AND  *
002100*                   THE LOAN IS MARKED SETTLED.               *
002100*  2026-10-15 RSH   FILE XFERRPT IN THE REPORT REPOSITORY    *
002100*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002100*  2026-10-15 RSH   SETTLE THE OUTGOING OWNER'S BANK         *
002100*                   GUARANTEES (BGREG) AFTER THE CASH        *
002100*                   DEPOSIT - DUES IT DID NOT COVER LEAVE A  *
002100*                   GUARANTEE IN FORCE CLAIM-DUE FOR         *
002100*                   BILBGTE TO INVOKE; ONE NOT NEEDED IS     *
002100*                   RELEASED.                                *
002100*  2026-10-15 RSH   ABANDON THE RUN WHEN OBFREG HOLDS MORE   *
002100*                   LOANS THAN THE TABLE, RATHER THAN WRITE  *
002100*                   IT BACK SHORT.                           *
002200*-----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003500         RECORD KEY IS CM-CUST-ID
003600         FILE STATUS IS FS-CUSTMAS.

003610     SELECT CUSTAUD ASSIGN TO "CUSTAUD"
003620         ORGANIZATION IS SEQUENTIAL
003630         FILE STATUS IS FS-CUSTAUD.

003700     SELECT BILLHIST ASSIGN TO "BILLHIST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
005400     SELECT RUNLOG ASSIGN TO "RUNLOG"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS FS-RUNLOG.
005610     SELECT OBFREG ASSIGN TO "OBFREG"
005620         ORGANIZATION IS SEQUENTIAL
005630         FILE STATUS IS FS-OBFREG.
005630     SELECT BGREG ASSIGN TO "BGREG"
005630         ORGANIZATION IS SEQUENTIAL
005630         FILE STATUS IS FS-BGREG.

005700 DATA DIVISION.
005800 FILE SECTION.
006300     LABEL RECORDS ARE STANDARD.
006400 COPY CUSTMAS.

006410 FD  CUSTAUD
006420     LABEL RECORDS ARE STANDARD.
006430 COPY CUSTAUD.

006500 FD  BILLHIST
006600     LABEL RECORDS ARE STANDARD.
006700 COPY BILLHIST.
008000 FD  RUNLOG
008100     LABEL RECORDS ARE STANDARD.
008200 COPY RUNLOG.
008210 FD  OBFREG
008220     LABEL RECORDS ARE STANDARD.
008230 COPY OBFREG.

008230 FD  BGREG
008230     LABEL RECORDS ARE STANDARD.
008230 COPY BGREG.

008300 WORKING-STORAGE SECTION.
008400*-----------------------------------------------------------*
008800     88  FS-XFERTXN-OK               VALUE "00".
008900 77  FS-CUSTMAS              PIC X(02).
009000     88  FS-CUSTMAS-OK               VALUE "00".
009010 77  FS-CUSTAUD              PIC X(02).
009020     88  FS-CUSTAUD-OK               VALUE "00".
009100 77  FS-BILLHIST             PIC X(02).
009200     88  FS-BILLHIST-OK              VALUE "00".
009300 77  FS-RATETAB              PIC X(02).
010000     88  FS-XFERRPT-OK               VALUE "00".
010100 77  FS-RUNLOG               PIC X(02).
010200     88  FS-RUNLOG-OK                VALUE "00".
010210 77  FS-OBFREG               PIC X(02).
010220     88  FS-OBFREG-OK                VALUE "00".
010220 77  FS-BGREG                PIC X(02).
010220     88  FS-BGREG-OK                 VALUE "00".

010300*-----------------------------------------------------------*
010400*    PROGRAM SWITCHES AND WORK FIELDS                         *
011100     88  WS-RT-EOF                   VALUE "Y".
011200 77  WS-IC-EOF-SW            PIC X(01) VALUE "N".
011300     88  WS-IC-EOF                   VALUE "Y".
011310 77  WS-OB-EOF-SW            PIC X(01) VALUE "N".
011320     88  WS-OB-EOF                   VALUE "Y".
011320 77  WS-BG-EOF-SW            PIC X(01) VALUE "N".
011320     88  WS-BG-EOF                   VALUE "Y".
011320 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
011320     88  WS-RO-EOF                   VALUE "Y".
011400 77  WS-OPERATOR-ID          PIC X(08).
011500 77  WS-SYSTEM-DATE          PIC 9(08).
011600 77  WS-SYSTEM-TIME          PIC 9(08).
013000 77  WS-TRANSFERS-DONE       PIC 9(05) VALUE ZERO.
013100 77  WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
013200 77  WS-TOTAL-FINAL          PIC 9(11)V99 VALUE ZERO.
013200 77  WS-LIAB-BEFORE          PIC S9(09)V99 VALUE ZERO.
013210 77  WS-OBF-PAYOFF           PIC 9(09)V99 VALUE ZERO.
013220 77  WS-OBF-SETTLED          PIC 9(05) VALUE ZERO.
013220 77  WS-BG-UNCOVERED         PIC 9(09)V99 VALUE ZERO.
013220 77  WS-BG-CLAIM             PIC 9(09)V99 VALUE ZERO.
013220 77  WS-BG-CLAIM-CNT         PIC 9(05) VALUE ZERO.
013220 77  WS-BG-RELEASE-CNT       PIC 9(05) VALUE ZERO.
013300 01  WS-RPT-LINE             PIC X(80).
013310 01  WS-BEFORE-IMAGE         PIC X(600).
013400 01  WS-AMT-ED               PIC ZZZZZZZ9.99.

013500*-----------------------------------------------------------*
013900 COPY BILCALC.

013900 COPY PBPARM.
013900 COPY LQPARM.
013910*-----------------------------------------------------------*
013920*    ON-BILL FINANCING LOANS, ONE LIVE ENTRY PER CUSTOMER       *
013930*-----------------------------------------------------------*
013940 COPY OBFTBL.
013940*-----------------------------------------------------------*
013940*    BANK GUARANTEES HELD IN LIEU OF A CASH DEPOSIT           *
013940*-----------------------------------------------------------*
013940 COPY BGTBL.
013940 COPY RPTPARM.

014000 PROCEDURE DIVISION.
014100 0000-MAINLINE SECTION.
016300             FS-CUSTMAS
016400         MOVE "Y" TO WS-ABORT-SW
016500     END-IF.
016510     OPEN EXTEND CUSTAUD.
016520     IF NOT FS-CUSTAUD-OK
016530         DISPLAY "BILXFER: UNABLE TO OPEN CUSTAUD, STATUS "
016540             FS-CUSTAUD
016550         MOVE "Y" TO WS-ABORT-SW
016560     END-IF.
016600     OPEN I-O BILLHIST.
016700     IF NOT FS-BILLHIST-OK
016800         DISPLAY "BILXFER: UNABLE TO OPEN BILLHIST, STATUS "
019000     IF NOT WS-ABORT
019100         PERFORM 1100-LOAD-RATE-TABLE THRU 1100-EXIT
019200         PERFORM 1300-READ-INVCTL-FILE THRU 1300-EXIT
019210         PERFORM 1400-LOAD-LOANS THRU 1400-EXIT
019210         PERFORM 1500-LOAD-GUARANTEES THRU 1500-EXIT
019300         PERFORM 2100-READ-TXN THRU 2100-EXIT
019400     END-IF.
019500 1000-EXIT.
025200 1310-EXIT.
025300     EXIT.

025310*-----------------------------------------------------------*
025320*    THE FINANCING REGISTER IS OPTIONAL - NO FILE MEANS NO      *
025330*    LOANS ON THE BOOKS.                                        *
025340*-----------------------------------------------------------*
025350 1400-LOAD-LOANS.
025351     OPEN INPUT OBFREG.
025352     IF NOT FS-OBFREG-OK
025353         GO TO 1400-EXIT
025354     END-IF.
025355     READ OBFREG
025356         AT END
025357             MOVE "Y" TO WS-OB-EOF-SW
025358     END-READ.
025359     PERFORM 1410-STORE-LOAN THRU 1410-EXIT
025360         UNTIL WS-OB-EOF.
025361     CLOSE OBFREG.
025362 1400-EXIT.
025363     EXIT.

025364 1410-STORE-LOAN.
025364     IF WS-LOAN-COUNT >= 500
025364         DISPLAY "BILXFER: LOAN TABLE FULL - RUN ABANDONED"
025364             " BEFORE A LOAN COULD BE LOST"
025364         MOVE "Y" TO WS-ABORT-SW
025364         MOVE "Y" TO WS-OB-EOF-SW
025364         GO TO 1410-EXIT
025364     END-IF.
025365     ADD 1 TO WS-LOAN-COUNT.
025366     MOVE OB-RECORD TO WS-OB-ENTRY(WS-LOAN-COUNT).
025367     READ OBFREG
025368         AT END
025369             MOVE "Y" TO WS-OB-EOF-SW
025370     END-READ.
025371 1410-EXIT.
025372     EXIT.

025373*-----------------------------------------------------------*
025373*    THE GUARANTEE REGISTER IS OPTIONAL - NO FILE MEANS NO    *
025373*    GUARANTEES HELD.                                         *
025373*-----------------------------------------------------------*
025373 1500-LOAD-GUARANTEES.
025373     OPEN INPUT BGREG.
025373     IF NOT FS-BGREG-OK
025373         GO TO 1500-EXIT
025373     END-IF.
025373     READ BGREG
025373         AT END
025373             MOVE "Y" TO WS-BG-EOF-SW
025373     END-READ.
025373     PERFORM 1510-STORE-GUARANTEE THRU 1510-EXIT
025373         UNTIL WS-BG-EOF.
025373     CLOSE BGREG.
025373 1500-EXIT.
025373     EXIT.

025374 1510-STORE-GUARANTEE.
025374     IF WS-BG-COUNT >= 500
025374         DISPLAY "BILXFER: GUARANTEE TABLE FULL - RUN"
025374             " ABANDONED BEFORE A GUARANTEE COULD BE LOST"
025374         MOVE "Y" TO WS-ABORT-SW
025374         MOVE "Y" TO WS-BG-EOF-SW
025374         GO TO 1510-EXIT
025374     END-IF.
025374     ADD 1 TO WS-BG-COUNT.
025374     MOVE BG-RECORD TO WS-BG-ENTRY(WS-BG-COUNT).
025374     READ BGREG
025374         AT END
025374             MOVE "Y" TO WS-BG-EOF-SW
025374     END-READ.
025374 1510-EXIT.
025374     EXIT.

025400 2100-READ-TXN.
025500     READ XFERTXN
025600         AT END
028300     PERFORM 4000-SETTLE-DEPOSIT THRU 4000-EXIT.
028400     PERFORM 5000-RETITLE-CONNECTION THRU 5000-EXIT.
028500     PERFORM 6000-PRINT-TRANSFER-LINE THRU 6000-EXIT.
028500     PERFORM 6100-SETTLE-GUARANTEES THRU 6100-EXIT.
028600     ADD 1 TO WS-TRANSFERS-DONE.
028700 2000-NEXT.
028800     PERFORM 2100-READ-TXN THRU 2100-EXIT.
030700         MOVE WS-PRORATED-MIN TO BC-BILL
030800     END-IF.
030900     COMPUTE WS-GST-AMT ROUNDED = BC-BILL * WS-GST-PCT / 100.
030910     PERFORM 3050-SETTLE-FINANCE THRU 3050-EXIT.
031000     COMPUTE WS-FINAL-AMOUNT =
031100         BC-BILL + WS-GST-AMT + CM-ARREARS
031200         - CM-CREDIT-BALANCE + WS-OBF-PAYOFF.
031300     IF WS-FINAL-AMOUNT < 0
031400         MOVE ZERO TO WS-FINAL-AMOUNT
031500     END-IF.
031700 3000-EXIT.
031800     EXIT.

031810*-----------------------------------------------------------*
031820*    AN ON-BILL FINANCING LOAN DOES NOT PASS TO THE BUYER - THE *
031830*    SELLER'S PRINCIPAL NOT YET BILLED AND ANY INSTALMENTS      *
031840*    UNPAID FALL DUE ON THE FINAL BILL, WITH NO FURTHER         *
031850*    INTEREST, AND THE LOAN IS MARKED SETTLED ON FINAL BILL.    *
031860*-----------------------------------------------------------*
031870 3050-SETTLE-FINANCE.
031871     MOVE ZERO TO WS-OBF-PAYOFF.
031872     MOVE ZERO TO WS-LOAN-SUB.
031873     IF WS-LOAN-COUNT = 0
031874         GO TO 3050-EXIT
031875     END-IF.
031876     PERFORM 3060-FIND-LOAN THRU 3060-EXIT
031877         VARYING WS-OB-IDX FROM 1 BY 1
031878         UNTIL WS-OB-IDX > WS-LOAN-COUNT OR WS-LOAN-SUB > 0.
031879     IF WS-LOAN-SUB = 0
031880         GO TO 3050-EXIT
031881     END-IF.
031882     COMPUTE WS-OBF-PAYOFF =
031883         WS-OB-PRIN-BAL(WS-LOAN-SUB) + WS-OB-DUE-AMT(WS-LOAN-SUB).
031884     ADD WS-OB-PRIN-BAL(WS-LOAN-SUB)
031885         TO WS-OB-PRIN-BILLED(WS-LOAN-SUB).
031886     MOVE WS-OBF-PAYOFF TO WS-OB-FINAL-AMT(WS-LOAN-SUB).
031887     MOVE ZERO TO WS-OB-PRIN-BAL(WS-LOAN-SUB).
031888     MOVE ZERO TO WS-OB-DUE-AMT(WS-LOAN-SUB).
031889     MOVE "F" TO WS-OB-STATUS(WS-LOAN-SUB).
031890     MOVE WS-SYSTEM-DATE TO WS-OB-STATUS-DATE(WS-LOAN-SUB).
031891     ADD 1 TO WS-OBF-SETTLED.
031892 3050-EXIT.
031893     EXIT.

031894 3060-FIND-LOAN.
031895     IF WS-OB-CUST-ID(WS-OB-IDX) = CM-CUST-ID
031896         AND (WS-OB-ACTIVE(WS-OB-IDX)
031897             OR WS-OB-DEFAULTED(WS-OB-IDX))
031898         SET WS-LOAN-SUB TO WS-OB-IDX
031899     END-IF.
031899 3060-EXIT.
031899     EXIT.

031900 3100-FIND-RATE-CLASS.
032000     SET WS-RATE-IDX TO 1.
032100     SEARCH WS-RATE-ENTRY
043500*    RE-TITLE - THE BUYER'S NAME AND CONTACT DETAILS REPLACE   *
043600*    THE SELLER'S ON THE SAME RECORD.  THE METER, CUSTOMER     *
043700*    ID, ADDRESS AND HISTORY STAY AS THEY WERE; THE BILLING    *
043800*    CLOCKS START FRESH FOR THE NEW OWNER.  THE CHANGE GOES    *
043810*    TO CUSTAUD WITH BEFORE AND AFTER IMAGES.                  *
043900*-----------------------------------------------------------*
044000 5000-RETITLE-CONNECTION.
044010     MOVE CM-RECORD         TO WS-BEFORE-IMAGE.
044100     MOVE XF-NEW-NAME       TO CM-NAME.
044200     MOVE XF-NEW-PHONE      TO CM-PHONE.
044300     MOVE XF-NEW-EMAIL      TO CM-EMAIL.
044500     MOVE XF-TRANSFER-UNITS TO CM-LAST-UNITS.
044600     MOVE WS-BILL-PERIOD    TO CM-LAST-BILL-PERIOD.
044700     MOVE ZERO              TO CM-ARREARS.
044800     MOVE CM-CREDIT-BALANCE TO WS-LIAB-BEFORE.
044800     MOVE ZERO              TO CM-CREDIT-BALANCE.
044900     MOVE ZERO              TO CM-CREDIT-SINCE.
045000     MOVE ZERO              TO CM-YTD-UNITS.
045700         INVALID KEY
045800             DISPLAY "BILXFER: REWRITE FAILED FOR "
045900                 XF-CUST-ID
045910         NOT INVALID KEY
045920             PERFORM 5050-WRITE-AUDIT THRU 5050-EXIT
046000     END-REWRITE.
046000     MOVE "XFR" TO LQ-MOVE-TYPE.
046000     PERFORM 5100-JOURNAL-LIABILITY THRU 5100-EXIT.
046100 5000-EXIT.
046200     EXIT.

046210 5050-WRITE-AUDIT.
046220     MOVE CM-CUST-ID        TO CA-CUST-ID.
046230     MOVE "C"               TO CA-ACTION.
046240     MOVE WS-OPERATOR-ID    TO CA-OPERATOR-ID.
046250     MOVE WS-SYSTEM-DATE    TO CA-AUDIT-DATE.
046260     MOVE WS-SYSTEM-TIME    TO CA-AUDIT-TIME.
046270     MOVE WS-BEFORE-IMAGE   TO CA-BEFORE-IMAGE.
046280     MOVE CM-RECORD         TO CA-AFTER-IMAGE.
046290     WRITE CA-RECORD.
046291 5050-EXIT.
046292     EXIT.

046200*-----------------------------------------------------------*
046200*    THE CHANGE IN THE CREDIT BALANCE JUST MADE GOES TO THE *
046200*    LIABILITY JOURNAL FOR THE MONTH-END BILLPRF PROOF -    *
046200*    THE CALLER SETS LQ-MOVE-TYPE AND SAVES THE BALANCE     *
046200*    BEFORE IN WS-LIAB-BEFORE.                              *
046200*-----------------------------------------------------------*
046200 5100-JOURNAL-LIABILITY.
046200     MOVE "W"             TO LQ-FUNCTION.
046200     MOVE "C"             TO LQ-LIABILITY.
046200     MOVE XF-CUST-ID      TO LQ-CUST-ID.
046200     MOVE "BILXFER"       TO LQ-SOURCE.
046200     COMPUTE LQ-AMOUNT = CM-CREDIT-BALANCE - WS-LIAB-BEFORE.
046200     CALL "BILLIAB" USING LQ-PARMS.
046200 5100-EXIT.
046200     EXIT.

046300 6000-PRINT-TRANSFER-LINE.
046400     MOVE SPACES TO WS-RPT-LINE.
046500     MOVE WS-FINAL-AMOUNT TO WS-AMT-ED.
046700         " NOW " XF-NEW-NAME(1:20)
046800         DELIMITED BY SIZE INTO WS-RPT-LINE.
046900     WRITE XP-LINE FROM WS-RPT-LINE.
046910     IF WS-OBF-PAYOFF > 0
046920         MOVE SPACES TO WS-RPT-LINE
046930         MOVE WS-OBF-PAYOFF TO WS-AMT-ED
046940         STRING "           INCL FINANCE LOAN "
046950             WS-OB-LOAN-NO(WS-LOAN-SUB) " RS " WS-AMT-ED
046960             DELIMITED BY SIZE INTO WS-RPT-LINE
046970         WRITE XP-LINE FROM WS-RPT-LINE
046980     END-IF.
047000 6000-EXIT.
047100     EXIT.

047110*-----------------------------------------------------------*
047120*    THE OUTGOING OWNER'S BANK GUARANTEES STAND BEHIND THE     *
047130*    CASH DEPOSIT, EXACTLY AS AT CLOSURE - WHAT THE DEPOSIT    *
047140*    LEFT DUE IS SET AGAINST THE GUARANTEES STILL IN FORCE ON  *
047150*    THE TRANSFER DATE, EACH UP TO ITS AMOUNT, AND THOSE ARE   *
047160*    MARKED CLAIM-DUE FOR BILBGTE TO INVOKE.  ONE WITH NOTHING *
047170*    LEFT TO COVER IS RELEASED.  THE BUYER LODGES FRESH        *
047180*    SECURITY.  EACH IS LISTED UNDER THE TRANSFER LINE.        *
047190*-----------------------------------------------------------*
047190 6100-SETTLE-GUARANTEES.
047190     MOVE WS-DUE-NOW-AMOUNT TO WS-BG-UNCOVERED.
047190     PERFORM 6110-SETTLE-ONE THRU 6110-EXIT
047190         VARYING WS-BG-IDX FROM 1 BY 1
047190         UNTIL WS-BG-IDX > WS-BG-COUNT.
047190 6100-EXIT.
047190     EXIT.

047190 6110-SETTLE-ONE.
047190     IF WS-BG-CUST-ID(WS-BG-IDX) NOT = XF-CUST-ID
047190         OR NOT WS-BG-ACTIVE(WS-BG-IDX)
047190         GO TO 6110-EXIT
047190     END-IF.
047190     MOVE WS-SYSTEM-DATE TO WS-BG-STATUS-DATE(WS-BG-IDX).
047190     MOVE WS-OPERATOR-ID TO WS-BG-OPERATOR-ID(WS-BG-IDX).
047190     MOVE SPACES TO WS-RPT-LINE.
047190     IF WS-BG-UNCOVERED > 0
047190         AND WS-BG-EXPIRY-DATE(WS-BG-IDX) >= XF-TRANSFER-DATE
047190         IF WS-BG-UNCOVERED > WS-BG-AMOUNT(WS-BG-IDX)
047190             MOVE WS-BG-AMOUNT(WS-BG-IDX) TO WS-BG-CLAIM
047190         ELSE
047190             MOVE WS-BG-UNCOVERED TO WS-BG-CLAIM
047190         END-IF
047190         SUBTRACT WS-BG-CLAIM FROM WS-BG-UNCOVERED
047190         MOVE "D"            TO WS-BG-STATUS(WS-BG-IDX)
047190         MOVE "F"            TO WS-BG-CLAIM-REASON(WS-BG-IDX)
047190         MOVE WS-BG-CLAIM    TO WS-BG-CLAIM-AMT(WS-BG-IDX)
047190         ADD 1 TO WS-BG-CLAIM-CNT
047190         MOVE WS-BG-CLAIM    TO WS-AMT-ED
047190         STRING "           BANK GUARANTEE "
047190             WS-BG-GUARANTEE-NO(WS-BG-IDX)
047190             " CLAIM DUE RS " WS-AMT-ED
047190             DELIMITED BY SIZE INTO WS-RPT-LINE
047190     ELSE
047190         MOVE "R"            TO WS-BG-STATUS(WS-BG-IDX)
047190         ADD 1 TO WS-BG-RELEASE-CNT
047190         STRING "           BANK GUARANTEE "
047190             WS-BG-GUARANTEE-NO(WS-BG-IDX)
047190             " RELEASED"
047190             DELIMITED BY SIZE INTO WS-RPT-LINE
047190     END-IF.
047190     WRITE XP-LINE FROM WS-RPT-LINE.
047190 6110-EXIT.
047190     EXIT.

047200 9000-TERMINATE.
047300     CLOSE XFERTXN.
047400     CLOSE CUSTMAS.
047410     CLOSE CUSTAUD.
047500     CLOSE BILLHIST.
047600     CLOSE DEPTXN.
047700     CLOSE XFERRPT.
047700     PERFORM 9680-FILE-REPORT THRU 9680-EXIT.
047800     PERFORM 9500-REWRITE-INVCTL THRU 9500-EXIT.
047810     PERFORM 9550-REWRITE-LOANS THRU 9550-EXIT.
047810     PERFORM 9570-REWRITE-GUARANTEES THRU 9570-EXIT.
047900     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
048000     CLOSE RUNLOG.
048100     DISPLAY "BILXFER: " WS-TRANSFERS-DONE
048200         " TRANSFER(S) DONE, " WS-REJECTED-COUNT
048300         " REJECTED".
048310     IF WS-OBF-SETTLED > 0
048320         DISPLAY "BILXFER: " WS-OBF-SETTLED
048330             " FINANCE LOAN(S) SETTLED ON FINAL BILL"
048340     END-IF.
048340     IF WS-BG-CLAIM-CNT > 0 OR WS-BG-RELEASE-CNT > 0
048340         DISPLAY "BILXFER: " WS-BG-CLAIM-CNT
048340             " GUARANTEE(S) CLAIM-DUE, " WS-BG-RELEASE-CNT
048340             " RELEASED"
048340     END-IF.
048400 9000-EXIT.
048500     EXIT.

049900 9500-EXIT.
050000     EXIT.

050010*-----------------------------------------------------------*
050020*    THE FINANCING REGISTER IS WRITTEN BACK WHOLE WHEN A LOAN   *
050030*    WAS SETTLED ON A FINAL BILL.                               *
050040*-----------------------------------------------------------*
050050 9550-REWRITE-LOANS.
050051     IF WS-OBF-SETTLED = 0
050052         GO TO 9550-EXIT
050053     END-IF.
050054     OPEN OUTPUT OBFREG.
050055     IF NOT FS-OBFREG-OK
050056         DISPLAY "BILXFER: UNABLE TO REWRITE OBFREG, STATUS "
050057             FS-OBFREG
050058         GO TO 9550-EXIT
050059     END-IF.
050060     PERFORM 9560-WRITE-ONE-LOAN THRU 9560-EXIT
050061         VARYING WS-OB-IDX FROM 1 BY 1
050062         UNTIL WS-OB-IDX > WS-LOAN-COUNT.
050063     CLOSE OBFREG.
050064 9550-EXIT.
050065     EXIT.

050066 9560-WRITE-ONE-LOAN.
050067     MOVE WS-OB-ENTRY(WS-OB-IDX) TO OB-RECORD.
050068     WRITE OB-RECORD.
050069 9560-EXIT.
050070     EXIT.

050071*-----------------------------------------------------------*
050071*    THE GUARANTEE REGISTER IS WRITTEN BACK WHOLE WHEN A      *
050071*    GUARANTEE WAS SETTLED ON A FINAL BILL.                   *
050071*-----------------------------------------------------------*
050071 9570-REWRITE-GUARANTEES.
050071     IF WS-BG-CLAIM-CNT = 0 AND WS-BG-RELEASE-CNT = 0
050071         GO TO 9570-EXIT
050071     END-IF.
050071     OPEN OUTPUT BGREG.
050071     IF NOT FS-BGREG-OK
050071         DISPLAY "BILXFER: UNABLE TO REWRITE BGREG, STATUS "
050071             FS-BGREG
050071         GO TO 9570-EXIT
050071     END-IF.
050071     PERFORM 9580-WRITE-ONE-GUARANTEE THRU 9580-EXIT
050071         VARYING WS-BG-IDX FROM 1 BY 1
050071         UNTIL WS-BG-IDX > WS-BG-COUNT.
050071     CLOSE BGREG.
050071 9570-EXIT.
050071     EXIT.

050072 9580-WRITE-ONE-GUARANTEE.
050072     MOVE WS-BG-ENTRY(WS-BG-IDX) TO BG-RECORD.
050072     WRITE BG-RECORD.
050072 9580-EXIT.
050072     EXIT.

050100 9600-WRITE-RUNLOG.
050200     MOVE "BILXFER"        TO RL-PROGRAM-ID.
050300     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
051300     WRITE RL-RECORD.
051400 9600-EXIT.
051500     EXIT.

051600*-----------------------------------------------------------*
051700*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
051800*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
051900*    OUTLIVES THE NEXT RUN.                                    *
052000*-----------------------------------------------------------*
052100 9680-FILE-REPORT.
052200     OPEN INPUT XFERRPT.
052300     IF NOT FS-XFERRPT-OK
052400         GO TO 9680-EXIT
052500     END-IF.
052600     MOVE "O"               TO RO-FUNCTION.
052700     MOVE "XFERRPT"         TO RO-REPORT-NAME.
052800     MOVE "BILXFER"         TO RO-PROGRAM-ID.
052900     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
053000     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
053100     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
053200     MOVE ZERO              TO RO-PERIOD.
053300     CALL "BILRPTF" USING RO-PARMS.
053400     IF RO-OK
053500         MOVE "N" TO WS-RO-EOF-SW
053600         PERFORM 9690-FILE-LINE THRU 9690-EXIT
053700             UNTIL WS-RO-EOF
053800         MOVE "C"          TO RO-FUNCTION
053900         CALL "BILRPTF" USING RO-PARMS
054000     END-IF.
054100     CLOSE XFERRPT.
054200 9680-EXIT.
054300     EXIT.

054400 9690-FILE-LINE.
054500     READ XFERRPT
054600         AT END
054700             MOVE "Y" TO WS-RO-EOF-SW
054800             GO TO 9690-EXIT
054900     END-READ.
055000     MOVE "L"               TO RO-FUNCTION.
055100     MOVE XP-LINE           TO RO-LINE.
055200     CALL "BILRPTF" USING RO-PARMS.
055300 9690-EXIT.
055400     EXIT.
