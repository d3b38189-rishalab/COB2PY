002200*                   THE POSTED BILL AND KEEP THE PERIOD-      *
002200*                   SEQUENCED REGISTER (BILLPREG) IN STEP     *
002200*                   THROUGH THE BILPREG SUBPROGRAM.           *
002200*  2026-09-16 RSH   CLEAR THE READER'S STATUS CODE ON THE     *
002200*                   HISTORY RECORD.                           *
002200*  2026-09-18 RSH   CLEAR THE READER ID AND CORRECTED FLAG ON *
002200*                   THE HISTORY RECORD.                       *
002200*  2026-10-01 RSH   ZERO THE PAPERLESS GREEN REBATE ON THE    *
002200*                   HISTORY RECORD.                           *
002200*  2026-10-06 RSH   ZERO THE NEW METER RENT ON THE HISTORY    *
002200*                   WRITTEN.                                  *
002200*  2026-10-07 RSH   ZERO THE NEW TARIFF-REVISION REPRICED     *
002200*                   ENERGY ON THE HISTORY WRITTEN.            *
002200*  2026-10-12 RSH   FINAL-BILL GL AMOUNTS POSTED THROUGH      *
002200*                   BILGLAC BY SERVICE, CLASS AND ZONE -      *
002200*                   MAPPED ACCOUNTS AND A ZONE COST CENTRE ON *
002200*                   EVERY D RECORD.                           *
002200*  2026-10-15 RSH   SETTLE THE CUSTOMER'S ON-BILL FINANCING   *
002200*                   LOAN (OBFREG) ON THE FINAL BILL - THE     *
002200*                   PRINCIPAL NOT YET BILLED (POSTED TO       *
002200*                   1270-OBF) AND ANY INSTALMENTS UNPAID FALL *
002200*                   DUE WITH IT, AND THE LOAN IS MARKED       *
002200*                   SETTLED.                                  *
002200*  2026-10-15 RSH   FILE CLSRPT IN THE REPORT REPOSITORY     *
002200*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002200*  2026-10-15 RSH   SETTLE THE CUSTOMER'S BANK GUARANTEES    *
002200*                   (BGREG) AFTER THE CASH DEPOSIT - DUES    *
002200*                   IT DID NOT COVER LEAVE A GUARANTEE IN    *
002200*                   FORCE CLAIM-DUE FOR BILBGTE TO INVOKE;   *
002200*                   ONE NOT NEEDED IS RELEASED.              *
002200*  2026-10-15 RSH   ABANDON THE RUN WHEN BILGLAC CANNOT POST *
002200*                   AN AMOUNT (POSTING TABLE FULL).          *
002200*  2026-10-15 RSH   ABANDON THE RUN WHEN OBFREG HOLDS MORE   *
002200*                   LOANS THAN THE TABLE, RATHER THAN WRITE  *
002200*                   IT BACK SHORT.                           *
002200*-----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
005190         ORGANIZATION IS SEQUENTIAL
005195         FILE STATUS IS FS-RUNLOG.

005196     SELECT OBFREG ASSIGN TO "OBFREG"
005197         ORGANIZATION IS SEQUENTIAL
005198         FILE STATUS IS FS-OBFREG.

005198     SELECT BGREG ASSIGN TO "BGREG"
005198         ORGANIZATION IS SEQUENTIAL
005198         FILE STATUS IS FS-BGREG.

005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  CLOSTXN
007485     LABEL RECORDS ARE STANDARD.
007490 COPY RUNLOG.

007491 FD  OBFREG
007492     LABEL RECORDS ARE STANDARD.
007493 COPY OBFREG.

007493 FD  BGREG
007493     LABEL RECORDS ARE STANDARD.
007493 COPY BGREG.

007500 WORKING-STORAGE SECTION.
007600*-----------------------------------------------------------*
007700*    FILE STATUS SWITCHES                                    *
009225     88  FS-GLEXTR-OK                VALUE "00".
009230 77  FS-RUNLOG               PIC X(02).
009240     88  FS-RUNLOG-OK                VALUE "00".
009250 77  FS-OBFREG               PIC X(02).
009260     88  FS-OBFREG-OK                VALUE "00".
009260 77  FS-BGREG                PIC X(02).
009260     88  FS-BGREG-OK                 VALUE "00".

009300*-----------------------------------------------------------*
009400*    PROGRAM SWITCHES                                        *
010100     88  WS-RT-EOF                   VALUE "Y".
010110 77  WS-IC-EOF-SW            PIC X(01) VALUE "N".
010120     88  WS-IC-EOF                   VALUE "Y".
010130 77  WS-OB-EOF-SW            PIC X(01) VALUE "N".
010140     88  WS-OB-EOF                   VALUE "Y".
010140 77  WS-BG-EOF-SW            PIC X(01) VALUE "N".
010140     88  WS-BG-EOF                   VALUE "Y".
010140 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
010140     88  WS-RO-EOF                   VALUE "Y".
010200 77  WS-CUST-FOUND-SW        PIC X(01) VALUE "N".
010300     88  WS-CUST-FOUND               VALUE "Y".
010400 77  WS-VALID-SW             PIC X(01) VALUE "N".
012400 77  WS-DRAW-AMOUNT          PIC 9(09)V99.
012450 77  WS-DUE-NOW-AMOUNT       PIC 9(09)V99.
012500 77  WS-REFUND-AMOUNT        PIC 9(09)V99.
012510 77  WS-OBF-PAYOFF           PIC 9(09)V99 VALUE ZERO.
012520 77  WS-OBF-ACCEL            PIC 9(09)V99 VALUE ZERO.
012530 77  WS-OBF-SETTLED          PIC 9(05) VALUE ZERO.
012530 77  WS-BG-UNCOVERED         PIC 9(09)V99 VALUE ZERO.
012530 77  WS-BG-CLAIM             PIC 9(09)V99 VALUE ZERO.
012530 77  WS-BG-CLAIM-CNT         PIC 9(05) VALUE ZERO.
012530 77  WS-BG-RELEASE-CNT       PIC 9(05) VALUE ZERO.

012540*-----------------------------------------------------------*
012550*    ON-BILL FINANCING LOANS, ONE LIVE ENTRY PER CUSTOMER     *
012560*-----------------------------------------------------------*
012570 COPY OBFTBL.

012580*-----------------------------------------------------------*
012580*    BANK GUARANTEES HELD IN LIEU OF A CASH DEPOSIT           *
012580*-----------------------------------------------------------*
012580 COPY BGTBL.

012600*-----------------------------------------------------------*
012700*    CALL PARAMETER BLOCK FOR THE SHARED TIER-CALC ROUTINE    *
013500 77  WS-TXN-REJECTED         PIC 9(05) VALUE ZERO.
013600 77  WS-TOTAL-FINAL-BILL     PIC 9(09)V99 VALUE ZERO.
013610 77  WS-GL-BILL-PERIOD       PIC 9(06) VALUE ZERO.
013620 77  WS-GL-DETAILS           PIC 9(05) VALUE ZERO.
013620 77  WS-GL-HASH              PIC 9(09)V99 VALUE ZERO.
013610 77  WS-INVOICE-NO           PIC 9(09) VALUE ZERO.
013620 77  WS-OPERATOR-ID          PIC X(08).
013630 77  WS-SYSTEM-DATE          PIC 9(08).
014300 01  WS-CLS-REFUND-ED        PIC ZZZZZZZZ9.99.

014400 COPY PBPARM.
014400 COPY GLPARM.
014400 COPY RPTPARM.

014400 PROCEDURE DIVISION.
014500 0000-MAINLINE SECTION.
019600     IF NOT WS-ABORT
019700         PERFORM 1100-LOAD-RATE-TABLE THRU 1100-EXIT
019800     END-IF.
019810     IF NOT WS-ABORT
019820         PERFORM 1200-LOAD-LOANS THRU 1200-EXIT
019830     END-IF.
019830     IF NOT WS-ABORT
019830         PERFORM 1300-LOAD-GUARANTEES THRU 1300-EXIT
019830     END-IF.
019900     IF NOT WS-ABORT
020000         PERFORM 2100-READ-TXN        THRU 2100-EXIT
020100     END-IF.
026880 1160-EXIT.
026890     EXIT.

026691*-----------------------------------------------------------*
026692*    THE FINANCING REGISTER IS OPTIONAL - NO FILE MEANS NO    *
026693*    LOANS ON THE BOOKS.                                      *
026694*-----------------------------------------------------------*
026695 1200-LOAD-LOANS.
026695     OPEN INPUT OBFREG.
026695     IF NOT FS-OBFREG-OK
026695         GO TO 1200-EXIT
026695     END-IF.
026695     READ OBFREG
026695         AT END
026695             MOVE "Y" TO WS-OB-EOF-SW
026695     END-READ.
026695     PERFORM 1210-STORE-LOAN THRU 1210-EXIT
026695         UNTIL WS-OB-EOF.
026695     CLOSE OBFREG.
026695 1200-EXIT.
026695     EXIT.

026696 1210-STORE-LOAN.
026696     IF WS-LOAN-COUNT >= 500
026696         DISPLAY "BILCLOSE: LOAN TABLE FULL - RUN ABANDONED"
026696             " BEFORE A LOAN COULD BE LOST"
026696         MOVE "Y" TO WS-ABORT-SW
026696         MOVE "Y" TO WS-OB-EOF-SW
026696         GO TO 1210-EXIT
026696     END-IF.
026696     ADD 1 TO WS-LOAN-COUNT.
026696     MOVE OB-RECORD TO WS-OB-ENTRY(WS-LOAN-COUNT).
026696     READ OBFREG
026696         AT END
026696             MOVE "Y" TO WS-OB-EOF-SW
026696     END-READ.
026696 1210-EXIT.
026696     EXIT.

026697*-----------------------------------------------------------*
026697*    THE GUARANTEE REGISTER IS OPTIONAL - NO FILE MEANS NO    *
026697*    GUARANTEES HELD.                                         *
026697*-----------------------------------------------------------*
026697 1300-LOAD-GUARANTEES.
026697     OPEN INPUT BGREG.
026697     IF NOT FS-BGREG-OK
026697         GO TO 1300-EXIT
026697     END-IF.
026697     READ BGREG
026697         AT END
026697             MOVE "Y" TO WS-BG-EOF-SW
026697     END-READ.
026697     PERFORM 1310-STORE-GUARANTEE THRU 1310-EXIT
026697         UNTIL WS-BG-EOF.
026697     CLOSE BGREG.
026697 1300-EXIT.
026697     EXIT.

026698 1310-STORE-GUARANTEE.
026698     IF WS-BG-COUNT >= 500
026698         DISPLAY "BILCLOSE: GUARANTEE TABLE FULL - RUN"
026698             " ABANDONED BEFORE A GUARANTEE COULD BE LOST"
026698         MOVE "Y" TO WS-ABORT-SW
026698         MOVE "Y" TO WS-BG-EOF-SW
026698         GO TO 1310-EXIT
026698     END-IF.
026698     ADD 1 TO WS-BG-COUNT.
026698     MOVE BG-RECORD TO WS-BG-ENTRY(WS-BG-COUNT).
026698     READ BGREG
026698         AT END
026698             MOVE "Y" TO WS-BG-EOF-SW
026698     END-READ.
026698 1310-EXIT.
026698     EXIT.

026700 2000-PROCESS-CLOSURE.
026800     ADD 1 TO WS-TXN-READ.
026900     PERFORM 2200-GET-CUSTOMER THRU 2200-EXIT.
027500             PERFORM 4600-WRITE-HISTORY      THRU 4600-EXIT
027600             PERFORM 4700-CLOSE-CUSTOMER     THRU 4700-EXIT
027700             PERFORM 4800-PRINT-CLOSURE-LINE THRU 4800-EXIT
027700             PERFORM 4900-SETTLE-GUARANTEES  THRU 4900-EXIT
027800             ADD 1 TO WS-TXN-CLOSED
027900         END-IF
028000     END-IF.
033600         MOVE WS-PRORATED-MIN TO BC-BILL
033700     END-IF.
033800     COMPUTE WS-GST-AMT ROUNDED = BC-BILL * WS-GST-PCT / 100.
033810     PERFORM 4050-SETTLE-FINANCE THRU 4050-EXIT.
033900     COMPUTE WS-FINAL-AMOUNT =
034000         BC-BILL + WS-GST-AMT + CM-ARREARS + WS-OBF-PAYOFF.
034100 4000-EXIT.
034200     EXIT.

034210*-----------------------------------------------------------*
034211*    AN ON-BILL FINANCING LOAN CANNOT OUTLIVE THE CONNECTION - *
034212*    THE PRINCIPAL NOT YET BILLED AND ANY INSTALMENTS UNPAID    *
034213*    FALL DUE ON THE FINAL BILL, WITH NO FURTHER INTEREST, AND  *
034214*    THE LOAN IS MARKED SETTLED ON FINAL BILL.  ONLY THE        *
034215*    PRINCIPAL BROUGHT FORWARD IS NEW TO THE GL - THE UNPAID    *
034216*    INSTALMENTS WERE POSTED WHEN THEY WERE BILLED.             *
034217*-----------------------------------------------------------*
034218 4050-SETTLE-FINANCE.
034219     MOVE ZERO TO WS-OBF-PAYOFF.
034220     MOVE ZERO TO WS-OBF-ACCEL.
034221     MOVE ZERO TO WS-LOAN-SUB.
034222     IF WS-LOAN-COUNT = 0
034223         GO TO 4050-EXIT
034224     END-IF.
034225     PERFORM 4060-FIND-LOAN THRU 4060-EXIT
034226         VARYING WS-OB-IDX FROM 1 BY 1
034227         UNTIL WS-OB-IDX > WS-LOAN-COUNT OR WS-LOAN-SUB > 0.
034228     IF WS-LOAN-SUB = 0
034229         GO TO 4050-EXIT
034230     END-IF.
034231     MOVE WS-OB-PRIN-BAL(WS-LOAN-SUB) TO WS-OBF-ACCEL.
034232     COMPUTE WS-OBF-PAYOFF =
034233         WS-OBF-ACCEL + WS-OB-DUE-AMT(WS-LOAN-SUB).
034234     ADD WS-OBF-ACCEL TO WS-OB-PRIN-BILLED(WS-LOAN-SUB).
034235     MOVE WS-OBF-PAYOFF TO WS-OB-FINAL-AMT(WS-LOAN-SUB).
034236     MOVE ZERO TO WS-OB-PRIN-BAL(WS-LOAN-SUB).
034237     MOVE ZERO TO WS-OB-DUE-AMT(WS-LOAN-SUB).
034238     MOVE "F" TO WS-OB-STATUS(WS-LOAN-SUB).
034239     MOVE WS-SYSTEM-DATE TO WS-OB-STATUS-DATE(WS-LOAN-SUB).
034240     ADD 1 TO WS-OBF-SETTLED.
034241 4050-EXIT.
034242     EXIT.

034243 4060-FIND-LOAN.
034244     IF WS-OB-CUST-ID(WS-OB-IDX) = CM-CUST-ID
034245         AND (WS-OB-ACTIVE(WS-OB-IDX)
034246             OR WS-OB-DEFAULTED(WS-OB-IDX))
034247         SET WS-LOAN-SUB TO WS-OB-IDX
034248     END-IF.
034249 4060-EXIT.
034250     EXIT.

034300 4500-APPLY-DEPOSIT.
034400     IF WS-FINAL-AMOUNT > CM-DEPOSIT-BALANCE
034500         MOVE CM-DEPOSIT-BALANCE TO WS-DRAW-AMOUNT
037999     MOVE ZERO           TO BH-DISCOUNT-AMT.
037999     MOVE ZERO           TO BH-READ-FROM-DATE.
037999     MOVE ZERO           TO BH-READ-TO-DATE.
037999     MOVE SPACE          TO BH-READ-STATUS.
037999     MOVE ZERO           TO BH-GREEN-REBATE.
037999     MOVE ZERO           TO BH-METER-RENT.
037999     MOVE ZERO           TO BH-REVISED-ENERGY.
037999     MOVE ZERO           TO BH-DUTY-EXEMPT.
037999     MOVE ZERO           TO BH-GST-EXEMPT.
037999     MOVE SPACES         TO BH-READER-ID.
037999     MOVE SPACE          TO BH-CORRECTED-SW.
038000     WRITE BH-RECORD
038010         INVALID KEY
038020             DISPLAY "BILCLOSE: DUPLICATE HISTORY KEY REJECTED "
038040     CALL "BILPREG" USING PR-PARMS.
038100     ADD WS-FINAL-AMOUNT TO WS-TOTAL-FINAL-BILL.
038110     MOVE WS-BILL-PERIOD TO WS-GL-BILL-PERIOD.
038120     MOVE "4000-REV"        TO GK-POST-TYPE.
038120     MOVE BC-BILL           TO GK-AMOUNT.
038120     PERFORM 9720-POST-GL THRU 9720-EXIT.
038130     MOVE "2310-TAX"        TO GK-POST-TYPE.
038130     MOVE WS-GST-AMT        TO GK-AMOUNT.
038130     PERFORM 9720-POST-GL THRU 9720-EXIT.
038140     MOVE "1310-ARR"        TO GK-POST-TYPE.
038140     MOVE CM-ARREARS        TO GK-AMOUNT.
038140     PERFORM 9720-POST-GL THRU 9720-EXIT.
038150     MOVE "1270-OBF"        TO GK-POST-TYPE.
038150     MOVE WS-OBF-ACCEL      TO GK-AMOUNT.
038150     PERFORM 9720-POST-GL THRU 9720-EXIT.
038200 4600-EXIT.
038300     EXIT.

040700 4800-EXIT.
040800     EXIT.

040810*-----------------------------------------------------------*
040820*    A BANK GUARANTEE STANDS BEHIND THE CASH DEPOSIT.  WHAT    *
040830*    THE DEPOSIT LEFT DUE IS SET AGAINST THE CUSTOMER'S        *
040840*    GUARANTEES STILL IN FORCE ON THE CLOSURE DATE, EACH UP    *
040850*    TO ITS AMOUNT, AND THOSE GUARANTEES ARE MARKED CLAIM-DUE  *
040860*    FOR BILBGTE TO INVOKE - THE PROCEEDS THEN POST THROUGH    *
040870*    BILPAY AGAINST THE FINAL BILL.  A GUARANTEE WITH NOTHING  *
040880*    LEFT TO COVER IS RELEASED.  EACH IS LISTED UNDER THE      *
040890*    CLOSURE LINE.                                             *
040890*-----------------------------------------------------------*
040890 4900-SETTLE-GUARANTEES.
040890     MOVE WS-DUE-NOW-AMOUNT TO WS-BG-UNCOVERED.
040890     PERFORM 4910-SETTLE-ONE THRU 4910-EXIT
040890         VARYING WS-BG-IDX FROM 1 BY 1
040890         UNTIL WS-BG-IDX > WS-BG-COUNT.
040890 4900-EXIT.
040890     EXIT.

040890 4910-SETTLE-ONE.
040890     IF WS-BG-CUST-ID(WS-BG-IDX) NOT = CX-CUST-ID
040890         OR NOT WS-BG-ACTIVE(WS-BG-IDX)
040890         GO TO 4910-EXIT
040890     END-IF.
040890     MOVE WS-SYSTEM-DATE TO WS-BG-STATUS-DATE(WS-BG-IDX).
040890     MOVE WS-OPERATOR-ID TO WS-BG-OPERATOR-ID(WS-BG-IDX).
040890     MOVE SPACES TO WS-CLS-LINE.
040890     IF WS-BG-UNCOVERED > 0
040890         AND WS-BG-EXPIRY-DATE(WS-BG-IDX) >= CX-CLOSURE-DATE
040890         IF WS-BG-UNCOVERED > WS-BG-AMOUNT(WS-BG-IDX)
040890             MOVE WS-BG-AMOUNT(WS-BG-IDX) TO WS-BG-CLAIM
040890         ELSE
040890             MOVE WS-BG-UNCOVERED TO WS-BG-CLAIM
040890         END-IF
040890         SUBTRACT WS-BG-CLAIM FROM WS-BG-UNCOVERED
040890         MOVE "D"            TO WS-BG-STATUS(WS-BG-IDX)
040890         MOVE "F"            TO WS-BG-CLAIM-REASON(WS-BG-IDX)
040890         MOVE WS-BG-CLAIM    TO WS-BG-CLAIM-AMT(WS-BG-IDX)
040890         ADD 1 TO WS-BG-CLAIM-CNT
040890         MOVE WS-BG-CLAIM    TO WS-CLS-AMT-ED
040890         STRING "    BANK GUARANTEE "
040890             WS-BG-GUARANTEE-NO(WS-BG-IDX)
040890             " CLAIM DUE RS " WS-CLS-AMT-ED
040890             DELIMITED BY SIZE INTO WS-CLS-LINE
040890     ELSE
040890         MOVE "R"            TO WS-BG-STATUS(WS-BG-IDX)
040890         ADD 1 TO WS-BG-RELEASE-CNT
040890         STRING "    BANK GUARANTEE "
040890             WS-BG-GUARANTEE-NO(WS-BG-IDX)
040890             " RELEASED"
040890             DELIMITED BY SIZE INTO WS-CLS-LINE
040890     END-IF.
040890     WRITE CR-LINE FROM WS-CLS-LINE.
040890 4910-EXIT.
040890     EXIT.

040900 3000-PRINT-TOTALS.
041000     MOVE SPACES TO WS-CLS-LINE.
041100     MOVE WS-TOTAL-FINAL-BILL TO WS-CLS-AMT-ED.
042200     CLOSE DEPTXN.
042300     CLOSE CLSEXCP.
042400     CLOSE CLSRPT.
042400     PERFORM 9680-FILE-REPORT THRU 9680-EXIT.
042410     OPEN OUTPUT INVCTL.
042420     MOVE WS-INVOICE-NO TO IC-LAST-INVOICE-NO.
042430     WRITE IC-RECORD.
042440     CLOSE INVCTL.
042444     PERFORM 9700-WRITE-GL-EXTRACT THRU 9700-EXIT.
042446     CLOSE GLEXTR.
042447     PERFORM 9550-REWRITE-LOANS THRU 9550-EXIT.
042447     PERFORM 9570-REWRITE-GUARANTEES THRU 9570-EXIT.
042450     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
042460     CLOSE RUNLOG.
042500     DISPLAY "=============================================".
042700     DISPLAY "  CLOSURE TRANSACTIONS READ   : " WS-TXN-READ.
042800     DISPLAY "  CONNECTIONS CLOSED          : " WS-TXN-CLOSED.
042900     DISPLAY "  TRANSACTIONS REJECTED       : " WS-TXN-REJECTED.
042910     DISPLAY "  FINANCE LOANS SETTLED       : " WS-OBF-SETTLED.
042910     DISPLAY "  GUARANTEES LEFT CLAIM-DUE   : " WS-BG-CLAIM-CNT.
042910     DISPLAY "  GUARANTEES RELEASED         : " WS-BG-RELEASE-CNT.
043000     DISPLAY "=============================================".
043050 9000-EXIT.
043060     EXIT.
043190     MOVE SPACES          TO GJ-ACCOUNT-CODE.
043195     MOVE "BILCLOSE GL EXTRACT" TO GJ-ACCOUNT-DESC.
043200     MOVE ZERO            TO GJ-AMOUNT.
043205     MOVE SPACES          TO GJ-COST-CENTRE.
043205     MOVE SPACES          TO GJ-POST-TYPE.
043205     WRITE GJ-RECORD.
043210     MOVE "D"             TO GJ-RECORD-TYPE.
043215     MOVE "4000-REV"      TO GK-POST-TYPE.
043220     MOVE "FINAL BILLS - REVENUE" TO GJ-ACCOUNT-DESC.
043225     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
043235     MOVE "2310-TAX"      TO GK-POST-TYPE.
043240     MOVE "FINAL BILLS - GST"     TO GJ-ACCOUNT-DESC.
043245     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
043255     MOVE "1310-ARR"      TO GK-POST-TYPE.
043260     MOVE "FINAL BILLS - ARREARS" TO GJ-ACCOUNT-DESC.
043265     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
043266     MOVE "1270-OBF"      TO GK-POST-TYPE.
043267     MOVE "FINAL BILLS - FINANCE PRINCIPAL"
043268         TO GJ-ACCOUNT-DESC.
043269     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
043275     MOVE "T"             TO GJ-RECORD-TYPE.
043280     MOVE WS-GL-DETAILS   TO GJ-BILL-PERIOD.
043285     MOVE SPACES          TO GJ-ACCOUNT-CODE.
043290     MOVE "TRAILER - DETAIL COUNT AND HASH"
043295         TO GJ-ACCOUNT-DESC.
043300     MOVE WS-GL-HASH      TO GJ-AMOUNT.
043310     MOVE SPACES          TO GJ-COST-CENTRE.
043310     MOVE SPACES          TO GJ-POST-TYPE.
043310     WRITE GJ-RECORD.
043315 9700-EXIT.
043320     EXIT.

043320*-----------------------------------------------------------*
043320*    ONE D RECORD FOR EVERY ACCOUNT AND ZONE TOTAL BILGLAC    *
043320*    HOLDS FOR THE POSTING TYPE.                              *
043320*-----------------------------------------------------------*
043320 9710-WRITE-GL-LINES.
043320     MOVE "N"             TO GK-FUNCTION.
043320     MOVE ZERO            TO GK-CURSOR.
043320     MOVE SPACE           TO GK-RESULT.
043320     PERFORM 9715-WRITE-ONE-LINE THRU 9715-EXIT
043320         UNTIL GK-END.
043320 9710-EXIT.
043320     EXIT.

043320 9715-WRITE-ONE-LINE.
043320     CALL "BILGLAC" USING GK-PARMS.
043320     IF GK-END
043320         GO TO 9715-EXIT
043320     END-IF.
043320     MOVE GK-ACCOUNT-CODE TO GJ-ACCOUNT-CODE.
043320     MOVE GK-ZONE-CODE    TO GJ-COST-CENTRE.
043320     MOVE GK-POST-TYPE    TO GJ-POST-TYPE.
043320     MOVE GK-AMOUNT       TO GJ-AMOUNT.
043320     WRITE GJ-RECORD.
043320     ADD 1                TO WS-GL-DETAILS.
043320     ADD GJ-AMOUNT        TO WS-GL-HASH.
043320 9715-EXIT.
043320     EXIT.

043320*-----------------------------------------------------------*
043320*    POST ONE AMOUNT FOR THE CUSTOMER IN HAND.                *
043320*-----------------------------------------------------------*
043320 9720-POST-GL.
043320*    AN AMOUNT BILGLAC COULD NOT HOLD WOULD LEAVE THE GL
043320*    EXTRACT SHORT OF THE FIGURES POSTED - ABANDON THE RUN.
043320     MOVE "P"             TO GK-FUNCTION.
043320     MOVE CM-SERVICE-TYPE TO GK-SERVICE.
043320     MOVE CM-CUST-CLASS   TO GK-CLASS.
043320     MOVE CM-ZONE-CODE    TO GK-ZONE-CODE.
043320     MOVE WS-SYSTEM-DATE  TO GK-POST-DATE.
043320     CALL "BILGLAC" USING GK-PARMS.
043320     IF GK-FAILED
043320         MOVE "Y" TO WS-ABORT-SW
043320     END-IF.
043320 9720-EXIT.
043320     EXIT.

043060*-----------------------------------------------------------*
043061*    THE FINANCING REGISTER IS WRITTEN BACK WHOLE WHEN A LOAN *
043062*    WAS SETTLED ON A FINAL BILL.                             *
043063*-----------------------------------------------------------*
043064 9550-REWRITE-LOANS.
043064     IF WS-OBF-SETTLED = 0
043064         GO TO 9550-EXIT
043064     END-IF.
043064     OPEN OUTPUT OBFREG.
043064     IF NOT FS-OBFREG-OK
043064         DISPLAY "BILCLOSE: UNABLE TO REWRITE OBFREG, STATUS "
043064             FS-OBFREG
043064         GO TO 9550-EXIT
043064     END-IF.
043064     PERFORM 9560-WRITE-ONE-LOAN THRU 9560-EXIT
043064         VARYING WS-OB-IDX FROM 1 BY 1
043064         UNTIL WS-OB-IDX > WS-LOAN-COUNT.
043064     CLOSE OBFREG.
043064 9550-EXIT.
043064     EXIT.

043065 9560-WRITE-ONE-LOAN.
043065     MOVE WS-OB-ENTRY(WS-OB-IDX) TO OB-RECORD.
043065     WRITE OB-RECORD.
043065 9560-EXIT.
043065     EXIT.

043066*-----------------------------------------------------------*
043066*    THE GUARANTEE REGISTER IS WRITTEN BACK WHOLE WHEN A      *
043066*    GUARANTEE WAS SETTLED ON A FINAL BILL.                   *
043066*-----------------------------------------------------------*
043066 9570-REWRITE-GUARANTEES.
043066     IF WS-BG-CLAIM-CNT = 0 AND WS-BG-RELEASE-CNT = 0
043066         GO TO 9570-EXIT
043066     END-IF.
043066     OPEN OUTPUT BGREG.
043066     IF NOT FS-BGREG-OK
043066         DISPLAY "BILCLOSE: UNABLE TO REWRITE BGREG, STATUS "
043066             FS-BGREG
043066         GO TO 9570-EXIT
043066     END-IF.
043066     PERFORM 9580-WRITE-ONE-GUARANTEE THRU 9580-EXIT
043066         VARYING WS-BG-IDX FROM 1 BY 1
043066         UNTIL WS-BG-IDX > WS-BG-COUNT.
043066     CLOSE BGREG.
043066 9570-EXIT.
043066     EXIT.

043067 9580-WRITE-ONE-GUARANTEE.
043067     MOVE WS-BG-ENTRY(WS-BG-IDX) TO BG-RECORD.
043067     WRITE BG-RECORD.
043067 9580-EXIT.
043067     EXIT.

043070 9600-WRITE-RUNLOG.
043080     MOVE "BILCLOSE"      TO RL-PROGRAM-ID.
043090     MOVE WS-OPERATOR-ID  TO RL-OPERATOR-ID.
043170     WRITE RL-RECORD.
043180 9600-EXIT.
043200     EXIT.

043300*-----------------------------------------------------------*
043400*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
043500*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
043600*    OUTLIVES THE NEXT RUN.                                    *
043700*-----------------------------------------------------------*
043800 9680-FILE-REPORT.
043900     OPEN INPUT CLSRPT.
044000     IF NOT FS-CLSRPT-OK
044100         GO TO 9680-EXIT
044200     END-IF.
044300     MOVE "O"               TO RO-FUNCTION.
044400     MOVE "CLSRPT"          TO RO-REPORT-NAME.
044500     MOVE "BILCLOSE"        TO RO-PROGRAM-ID.
044600     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
044700     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
044800     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
044900     MOVE ZERO              TO RO-PERIOD.
045000     CALL "BILRPTF" USING RO-PARMS.
045100     IF RO-OK
045200         MOVE "N" TO WS-RO-EOF-SW
045300         PERFORM 9690-FILE-LINE THRU 9690-EXIT
045400             UNTIL WS-RO-EOF
045500         MOVE "C"          TO RO-FUNCTION
045600         CALL "BILRPTF" USING RO-PARMS
045700     END-IF.
045800     CLOSE CLSRPT.
045900 9680-EXIT.
046000     EXIT.

046100 9690-FILE-LINE.
046200     READ CLSRPT
046300         AT END
046400             MOVE "Y" TO WS-RO-EOF-SW
046500             GO TO 9690-EXIT
046600     END-READ.
046700     MOVE "L"               TO RO-FUNCTION.
046800     MOVE CR-LINE           TO RO-LINE.
046900     CALL "BILRPTF" USING RO-PARMS.
047000 9690-EXIT.
047100     EXIT.
