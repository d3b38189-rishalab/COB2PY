002400*                   REGISTER (BILLPREG) IN STEP WITH THE     *
002400*                   REVERSED HISTORY RECORDS.                 *
002500*  2026-09-02 RSH   ORIGINAL                                  *
002500*  2026-10-10 RSH   RAISE A GST CREDIT NOTE (BILNOTE) AGAINST *
002500*                   EACH INVOICE REVERSED.                    *
002500*  2026-10-12 RSH   REVERSING ENTRIES ARE POSTED PER CUSTOMER *
002500*                   THROUGH BILGLAC AND WRITTEN BY MAPPED     *
002500*                   ACCOUNT AND ZONE COST CENTRE.             *
002500*  2026-10-15 RSH   ABANDON THE RUN WHEN BILGLAC CANNOT POST  *
002500*                   AN AMOUNT (POSTING TABLE FULL).           *
002600*-----------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
010700 77  WS-AMT-REVERSED         PIC 9(11)V99 VALUE ZERO.
010800 77  WS-ARREARS-PART         PIC S9(09)V99 VALUE ZERO.
010900 77  WS-ENERGY-PART          PIC S9(09)V99 VALUE ZERO.
011000 77  WS-GL-DETAILS           PIC 9(05) VALUE ZERO.
011000 77  WS-GL-HASH              PIC 9(09)V99 VALUE ZERO.
011600 77  WS-NOTES-RAISED         PIC 9(07) VALUE ZERO.
011600 77  WS-NOTE-PERIOD          PIC 9(06) VALUE ZERO.

011800*-----------------------------------------------------------*
011900*    OPEN-ITEMS RECEIVABLE LEDGER                              *
012900 COPY CYCPARM.

012900 COPY PBPARM.
012900 COPY GNPARM.
012900 COPY GLPARM.

013000 PROCEDURE DIVISION.
013100 0000-MAINLINE SECTION.
032490     MOVE BH-BILL-TYPE   TO PR-BILL-TYPE.
032495     MOVE BH-BILL-DATE   TO PR-BILL-DATE.
032496     CALL "BILPREG" USING PR-PARMS.
032497     PERFORM 4500-RAISE-CREDIT-NOTE THRU 4500-EXIT.
032500     ADD 1 TO WS-REVERSED-COUNT.
032600     ADD BH-BILL TO WS-AMT-REVERSED.
032700 2000-NEXT.
036200         + BH-SUBSIDY-AMT + BH-EXPORT-CREDIT.
036300     IF WS-ARREARS-PART > 0
036400         ADD WS-ARREARS-PART TO CM-ARREARS
036500         MOVE "1310-ARR-R"    TO GK-POST-TYPE
036500         MOVE WS-ARREARS-PART TO GK-AMOUNT
036500         PERFORM 8520-POST-GL THRU 8520-EXIT
036600     END-IF.
036700     REWRITE CM-RECORD
036800         INVALID KEY
038900     COMPUTE WS-ENERGY-PART = BH-TAXABLE-AMT
039000         - BH-FUEL-AMT - BH-DEMAND-AMT - BH-PF-AMT.
039100     IF WS-ENERGY-PART > 0
039200         MOVE "4000-REV-R"   TO GK-POST-TYPE
039200         MOVE WS-ENERGY-PART TO GK-AMOUNT
039200         PERFORM 8520-POST-GL THRU 8520-EXIT
039300     END-IF.
039400     MOVE "2310-TAX-R"      TO GK-POST-TYPE.
039400     MOVE BH-GST-AMT        TO GK-AMOUNT.
039400     PERFORM 8520-POST-GL THRU 8520-EXIT.
039500     MOVE "4200-FUE-R"      TO GK-POST-TYPE.
039500     MOVE BH-FUEL-AMT       TO GK-AMOUNT.
039500     PERFORM 8520-POST-GL THRU 8520-EXIT.
039600     MOVE "4300-SEW-R"      TO GK-POST-TYPE.
039600     MOVE BH-SEWER-AMT      TO GK-AMOUNT.
039600     PERFORM 8520-POST-GL THRU 8520-EXIT.
039700     MOVE "4400-DEM-R"      TO GK-POST-TYPE.
039700     MOVE BH-DEMAND-AMT     TO GK-AMOUNT.
039700     PERFORM 8520-POST-GL THRU 8520-EXIT.
039800     MOVE "2330-DTY-R"      TO GK-POST-TYPE.
039800     MOVE BH-DUTY-AMT       TO GK-AMOUNT.
039800     PERFORM 8520-POST-GL THRU 8520-EXIT.
039900 4000-EXIT.
039900     EXIT.

039901*-----------------------------------------------------------*
039902*    GST CREDIT NOTE FOR THE WHOLE TAXABLE VALUE AND TAX OF    *
039903*    THE REVERSED BILL.  A RUN OF A PERIOD NOT YET RETURNED    *
039904*    SIMPLY DROPS OUT OF THAT RETURN, SO ITS NOTE IS FOR       *
039905*    REFERENCE ONLY; AN EARLIER PERIOD'S NOTE NETS INTO THIS   *
039906*    MONTH'S RETURN.                                           *
039907*-----------------------------------------------------------*
039908 4500-RAISE-CREDIT-NOTE.
039909     IF BH-TAXABLE-AMT = ZERO AND BH-GST-AMT = ZERO
039910         GO TO 4500-EXIT
039911     END-IF.
039912     MOVE "W"            TO GP-FUNCTION.
039913     MOVE "C"            TO GP-NOTE-TYPE.
039914     MOVE BH-CUST-ID     TO GP-CUST-ID.
039915     MOVE WS-SYSTEM-DATE TO GP-NOTE-DATE.
039916     MOVE BH-INVOICE-NO  TO GP-ORIG-INVOICE-NO.
039917     MOVE BH-BILL-PERIOD TO GP-ORIG-PERIOD.
039918     MOVE BH-TAXABLE-AMT TO GP-TAXABLE-AMT.
039919     MOVE BH-GST-AMT     TO GP-GST-AMT.
039920     MOVE "RBKO"         TO GP-SOURCE.
039921     COMPUTE WS-NOTE-PERIOD = WS-SYSTEM-DATE / 100.
039922     IF BH-BILL-PERIOD < WS-NOTE-PERIOD
039923         MOVE "N" TO GP-RETURN-SW
039924     ELSE
039925         MOVE "H" TO GP-RETURN-SW
039926     END-IF.
039927     MOVE BH-NOTE        TO GP-REASON-TEXT.
039928     MOVE WS-OPERATOR-ID TO GP-OPERATOR-ID.
039929     CALL "BILNOTE" USING GP-PARMS.
039930     IF GP-OK
039931         ADD 1 TO WS-NOTES-RAISED
039932     ELSE
039933         DISPLAY "BILRBKO: GST CREDIT NOTE NOT RAISED FOR "
039934             "INVOICE " BH-INVOICE-NO " - RAISE IT BY HAND"
039935     END-IF.
039936 4500-EXIT.
040000     EXIT.

040100 8000-REWRITE-OPEN-ITEMS.
044100     MOVE SPACES          TO GJ-ACCOUNT-CODE.
044200     MOVE "BILRBKO GL EXTRACT" TO GJ-ACCOUNT-DESC.
044300     MOVE ZERO            TO GJ-AMOUNT.
044400     MOVE SPACES          TO GJ-COST-CENTRE.
044400     MOVE SPACES          TO GJ-POST-TYPE.
044400     WRITE GJ-RECORD.
044500     MOVE "D"             TO GJ-RECORD-TYPE.
044600     MOVE "4000-REV-R"    TO GK-POST-TYPE.
044700     MOVE "RUN BACKOUT - REVERSING ENTRY" TO GJ-ACCOUNT-DESC.
044800     PERFORM 8510-WRITE-GL-LINES THRU 8510-EXIT.
045000     MOVE "2310-TAX-R"    TO GK-POST-TYPE.
045100     PERFORM 8510-WRITE-GL-LINES THRU 8510-EXIT.
045300     MOVE "4200-FUE-R"    TO GK-POST-TYPE.
045400     PERFORM 8510-WRITE-GL-LINES THRU 8510-EXIT.
045600     MOVE "4300-SEW-R"    TO GK-POST-TYPE.
045700     PERFORM 8510-WRITE-GL-LINES THRU 8510-EXIT.
045900     MOVE "4400-DEM-R"    TO GK-POST-TYPE.
046000     PERFORM 8510-WRITE-GL-LINES THRU 8510-EXIT.
046200     MOVE "2330-DTY-R"    TO GK-POST-TYPE.
046300     PERFORM 8510-WRITE-GL-LINES THRU 8510-EXIT.
046500     MOVE "1310-ARR-R"    TO GK-POST-TYPE.
046600     MOVE "ARREARS REINSTATED" TO GJ-ACCOUNT-DESC.
046700     PERFORM 8510-WRITE-GL-LINES THRU 8510-EXIT.
046900     MOVE "T"             TO GJ-RECORD-TYPE.
047000     MOVE WS-GL-DETAILS   TO GJ-BILL-PERIOD.
047100     MOVE SPACES          TO GJ-ACCOUNT-CODE.
047200     MOVE "TRAILER - DETAIL COUNT AND HASH"
047300         TO GJ-ACCOUNT-DESC.
047400     MOVE WS-GL-HASH      TO GJ-AMOUNT.
047700     MOVE SPACES          TO GJ-COST-CENTRE.
047700     MOVE SPACES          TO GJ-POST-TYPE.
047700     WRITE GJ-RECORD.
047800 8500-EXIT.
047900     EXIT.

047900*-----------------------------------------------------------*
047900*    ONE D RECORD FOR EVERY ACCOUNT AND ZONE TOTAL BILGLAC    *
047900*    HOLDS FOR THE POSTING TYPE.                              *
047900*-----------------------------------------------------------*
047900 8510-WRITE-GL-LINES.
047900     MOVE "N"             TO GK-FUNCTION.
047900     MOVE ZERO            TO GK-CURSOR.
047900     MOVE SPACE           TO GK-RESULT.
047900     PERFORM 8515-WRITE-ONE-LINE THRU 8515-EXIT
047900         UNTIL GK-END.
047900 8510-EXIT.
047900     EXIT.

047900 8515-WRITE-ONE-LINE.
047900     CALL "BILGLAC" USING GK-PARMS.
047900     IF GK-END
047900         GO TO 8515-EXIT
047900     END-IF.
047900     MOVE GK-ACCOUNT-CODE TO GJ-ACCOUNT-CODE.
047900     MOVE GK-ZONE-CODE    TO GJ-COST-CENTRE.
047900     MOVE GK-POST-TYPE    TO GJ-POST-TYPE.
047900     MOVE GK-AMOUNT       TO GJ-AMOUNT.
047900     WRITE GJ-RECORD.
047900     ADD 1                TO WS-GL-DETAILS.
047900     ADD GJ-AMOUNT        TO WS-GL-HASH.
047900 8515-EXIT.
047900     EXIT.

047900*-----------------------------------------------------------*
047900*    POST ONE AMOUNT FOR THE CUSTOMER IN HAND.                *
047900*-----------------------------------------------------------*
047900 8520-POST-GL.
047900*    AN AMOUNT BILGLAC COULD NOT HOLD WOULD LEAVE THE GL
047900*    EXTRACT SHORT OF THE FIGURES POSTED - ABANDON THE RUN.
047900     MOVE "P"             TO GK-FUNCTION.
047900     MOVE CM-SERVICE-TYPE TO GK-SERVICE.
047900     MOVE CM-CUST-CLASS   TO GK-CLASS.
047900     MOVE CM-ZONE-CODE    TO GK-ZONE-CODE.
047900     MOVE WS-SYSTEM-DATE  TO GK-POST-DATE.
047900     CALL "BILGLAC" USING GK-PARMS.
047900     IF GK-FAILED
047900         MOVE "Y" TO WS-ABORT-SW
047900     END-IF.
047900 8520-EXIT.
047900     EXIT.

048000 8800-MARK-CYCLE.
048100     MOVE "B"        TO CS-FUNCTION.
048200     MOVE "BILBATCH" TO CS-PROGRAM-ID.
049500     DISPLAY "  BILLS REVERSED  : " WS-REVERSED-COUNT.
049600     DISPLAY "  AMOUNT REVERSED : RS " WS-AMT-REVERSED.
049700     DISPLAY "  SKIPPED (PAID)  : " WS-SKIPPED-PAID.
049700     DISPLAY "  GST CREDIT NOTES: " WS-NOTES-RAISED.
049800     DISPLAY "=============================================".
049900 9000-EXIT.
050000     EXIT.
