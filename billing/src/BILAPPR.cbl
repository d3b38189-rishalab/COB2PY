002102*                   THE POSTED BILL AND KEEP THE PERIOD-      *
002102*                   SEQUENCED REGISTER (BILLPREG) IN STEP     *
002102*                   THROUGH THE BILPREG SUBPROGRAM.           *
002102*  2026-09-16 RSH   CLEAR THE READER'S STATUS CODE ON THE     *
002102*                   HISTORY RECORD.                           *
002102*  2026-09-18 RSH   CARRY THE READER ID OF THE HELD BILL ONTO *
002102*                   THE HISTORY RECORD OF THE APPROVED BILL,  *
002102*                   AND BACK ONTO THE QUEUE FOR A BILL STILL  *
002102*                   PENDING.                                  *
002102*  2026-10-01 RSH   ZERO THE PAPERLESS GREEN REBATE ON THE    *
002102*                   HISTORY RECORD.                           *
002102*  2026-10-06 RSH   ZERO THE NEW METER RENT ON THE HISTORY    *
002102*                   WRITTEN.                                  *
002102*  2026-10-07 RSH   ZERO THE NEW TARIFF-REVISION REPRICED     *
002102*                   ENERGY ON THE HISTORY WRITTEN.            *
002102*  2026-10-10 RSH   GST CREDIT/DEBIT NOTE FOR ADJTXN          *
002102*                   CORRECTIONS                               *
002102*  2026-10-12 RSH   POST THE APPROVED BILLS' GL AMOUNTS       *
002102*                   THROUGH BILGLAC BY SERVICE, CLASS AND     *
002102*                   ZONE - MAPPED ACCOUNTS AND A ZONE COST    *
002102*                   CENTRE ON EVERY D RECORD.                 *
002102*  2026-10-15 RSH   JOURNAL THE CHANGE IN THE CREDIT BALANCE  *
002102*                   AT APPROVAL THROUGH BILLIAB FOR THE       *
002102*                   LIABILITY PROOF.                          *
002102*  2026-10-15 RSH   LEAVE A BILL HELD WHEN THE DECIDING       *
002102*                   SUPERVISOR IS LINKED TO THE ACCOUNT       *
002102*  2026-10-15 RSH   ABANDON THE RUN WHEN BILGLAC CANNOT POST  *
002102*                   AN AMOUNT (POSTING TABLE FULL).           *
002102*-----------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
012500 77  WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
012600 77  WS-NOTFOUND-COUNT       PIC 9(05) VALUE ZERO.
012700 77  WS-PENDING-COUNT        PIC 9(05) VALUE ZERO.
012700 77  WS-CONFLICT-COUNT       PIC 9(05) VALUE ZERO.
012800 77  WS-BILL-COUNT           PIC 9(07) VALUE ZERO.
012900 77  WS-TOTAL-UNITS          PIC 9(09) VALUE ZERO.
013000 77  WS-TOTAL-BILL           PIC 9(09)V99 VALUE ZERO.
013050 77  WS-GL-BILL-PERIOD       PIC 9(06) VALUE ZERO.
013100 77  WS-GL-DETAILS           PIC 9(05) VALUE ZERO.
013100 77  WS-GL-HASH              PIC 9(09)V99 VALUE ZERO.
013400 77  WS-GROSS-BILL           PIC 9(09)V99.
013500 77  WS-INVOICE-NO           PIC 9(09) VALUE ZERO.
013600 77  WS-PAYMENT-TERM-DAYS    PIC 9(03) VALUE 015.
014040 77  WS-TRL-CNT-ED           PIC 9(07).
014050 77  WS-TRL-AMT-ED           PIC 9(11).99.
014100 77  WS-CSV-BILL-ED          PIC 9(09).99.
014100 77  WS-NOTE-INCL            PIC 9(09)V99 VALUE ZERO.
014100 77  WS-NOTE-TAXABLE         PIC 9(09)V99 VALUE ZERO.
014100 77  WS-NOTE-GST             PIC 9(09)V99 VALUE ZERO.
014100 77  WS-GST-NOTES            PIC 9(07) VALUE ZERO.

014200*-----------------------------------------------------------*
014300*    PENDING-APPROVAL HOLD QUEUE, LOADED FROM APPRHLD          *
015090 COPY SIGNPARM.

015100 COPY PBPARM.
015100 COPY GNPARM.
015100 COPY GLPARM.
015100 COPY LQPARM.
015100 COPY CFPARM.
015100 77  WS-LIAB-BEFORE          PIC S9(09)V99 VALUE ZERO.

015100 PROCEDURE DIVISION.
015200 0000-MAINLINE SECTION.
026650        WS-AH-EXPORT-UNITS(WS-APPR-COUNT).
026660     MOVE AH-EXPORT-CREDIT   TO
026670        WS-AH-EXPORT-CREDIT(WS-APPR-COUNT).
026680     MOVE AH-READER-ID       TO
026690        WS-AH-READER-ID(WS-APPR-COUNT).
026700     READ APPRHLD
026800         AT END
026900             MOVE "Y" TO WS-AH-EOF-SW
028200 2000-PROCESS-DECISION.
028300     ADD 1 TO WS-TXN-READ.
028400     PERFORM 2150-FIND-HOLD-ENTRY THRU 2150-EXIT.
028410*    A DECISION BY A SUPERVISOR LINKED TO THE ACCOUNT IS NOT
028420*    ACTED ON - THE BILL STAYS HELD FOR ANOTHER SUPERVISOR.
028430     IF WS-FOUND
028440         MOVE AD-CUST-ID     TO CF-CUST-ID
028450         MOVE "BILL RELEASE" TO CF-ACTION
028460         PERFORM 2050-CHECK-CONFLICT THRU 2050-EXIT
028470         IF CF-CONFLICT
028480             ADD 1 TO WS-CONFLICT-COUNT
028495             GO TO 2000-NEXT
028497         END-IF
028498     END-IF.
028500     IF WS-FOUND
028600         IF AD-DECISION-APPROVE
028700             PERFORM 2200-APPROVE-BILL THRU 2200-EXIT
029100     ELSE
029200         PERFORM 2900-LOG-NOT-FOUND THRU 2900-EXIT
029300     END-IF.
029350 2000-NEXT.
029400     PERFORM 2100-READ-DECISION THRU 2100-EXIT.
029500 2000-EXIT.
029600     EXIT.

029610*-----------------------------------------------------------*
029610*    STAFF-ACCOUNT CONFLICT CHECK - AN OPERATOR LINKED ON   *
029610*    STAFFREG TO THE CUSTOMER MAY NOT ACT ON IT, AND NO     *
029610*    SUPERVISOR CAN SIGN IT THROUGH.  THE CALLER SETS       *
029610*    CF-CUST-ID AND CF-ACTION AND LEAVES THE CUSTOMER ALONE *
029610*    ON CF-CONFLICT - BILSTFC HAS ALREADY LOGGED IT.        *
029610*-----------------------------------------------------------*
029610 2050-CHECK-CONFLICT.
029610     MOVE WS-OPERATOR-ID  TO CF-OPERATOR-ID.
029610     MOVE "BILAPPR"       TO CF-PROGRAM-ID.
029610     CALL "BILSTFC" USING CF-PARMS.
029610 2050-EXIT.
029610     EXIT.

029700 2100-READ-DECISION.
029800     READ APPRTXN
029900         AT END
034970     MOVE ZERO                      TO CM-EST-UNITS.
035000     ADD WS-AH-UNITS(WS-APPR-IDX)   TO CM-YTD-UNITS.
035100     ADD WS-AH-TOTAL-BILL(WS-APPR-IDX) TO CM-YTD-BILL.
035150     MOVE CM-CREDIT-BALANCE TO WS-LIAB-BEFORE.
035200     MOVE WS-AH-CREDIT-APPLIED(WS-APPR-IDX) TO CM-CREDIT-BALANCE.
035250     MOVE "BIL" TO LQ-MOVE-TYPE.
035260     PERFORM 2270-JOURNAL-LIABILITY THRU 2270-EXIT.
035300     REWRITE CM-RECORD
035400         INVALID KEY
035500             DISPLAY "BILAPPR: REWRITE FAILED FOR CUSTOMER "
036100     ADD 1 TO WS-BILL-COUNT.
036200     ADD WS-AH-UNITS(WS-APPR-IDX)      TO WS-TOTAL-UNITS.
036300     ADD WS-AH-TOTAL-BILL(WS-APPR-IDX) TO WS-TOTAL-BILL.
036400     MOVE "4000-REV"  TO GK-POST-TYPE.
036400     MOVE BC-BILL     TO GK-AMOUNT.
036400     PERFORM 9720-POST-GL THRU 9720-EXIT.
036500     MOVE "2310-TAX"  TO GK-POST-TYPE.
036500     MOVE WS-AH-GST-AMOUNT(WS-APPR-IDX) TO GK-AMOUNT.
036500     PERFORM 9720-POST-GL THRU 9720-EXIT.
036600     MOVE "1310-ARR"  TO GK-POST-TYPE.
036600     MOVE WS-AH-ARREARS-PENALTY(WS-APPR-IDX) TO GK-AMOUNT.
036600     PERFORM 9720-POST-GL THRU 9720-EXIT.
036610     MOVE "4200-FUE"  TO GK-POST-TYPE.
036610     MOVE WS-AH-FUEL-AMT(WS-APPR-IDX) TO GK-AMOUNT.
036610     PERFORM 9720-POST-GL THRU 9720-EXIT.
036620     MOVE "4300-SEW"  TO GK-POST-TYPE.
036620     MOVE WS-AH-SEWER-AMT(WS-APPR-IDX) TO GK-AMOUNT.
036620     PERFORM 9720-POST-GL THRU 9720-EXIT.
036630     MOVE "4400-DEM"  TO GK-POST-TYPE.
036630     MOVE WS-AH-DEMAND-AMT(WS-APPR-IDX) TO GK-AMOUNT.
036630     PERFORM 9720-POST-GL THRU 9720-EXIT.
036640     MOVE "5100-BUY"  TO GK-POST-TYPE.
036640     MOVE WS-AH-EXPORT-CREDIT(WS-APPR-IDX) TO GK-AMOUNT.
036640     PERFORM 9720-POST-GL THRU 9720-EXIT.
036700     SET AH-STATUS-APPROVED TO TRUE.
036800     MOVE AH-HOLD-STATUS TO WS-AH-HOLD-STATUS(WS-APPR-IDX).
036900     MOVE AD-SUPERVISOR-ID TO WS-AH-SUPERVISOR-ID(WS-APPR-IDX).
038799     MOVE ZERO           TO BH-DISCOUNT-AMT.
038799     MOVE ZERO           TO BH-READ-FROM-DATE.
038799     MOVE ZERO           TO BH-READ-TO-DATE.
038799     MOVE SPACE          TO BH-READ-STATUS.
038799     MOVE ZERO           TO BH-GREEN-REBATE.
038799     MOVE ZERO           TO BH-METER-RENT.
038799     MOVE ZERO           TO BH-REVISED-ENERGY.
038799     MOVE ZERO           TO BH-DUTY-EXEMPT.
038799     MOVE ZERO           TO BH-GST-EXEMPT.
038799     MOVE WS-AH-READER-ID(WS-APPR-IDX) TO BH-READER-ID.
038799     MOVE SPACE          TO BH-CORRECTED-SW.
038800     WRITE BH-RECORD
038800         INVALID KEY
038800             DISPLAY "BILAPPR: DUPLICATE HISTORY KEY REJECTED "
038800     MOVE BH-BILL-TYPE   TO PR-BILL-TYPE.
038800     MOVE BH-BILL-DATE   TO PR-BILL-DATE.
038800     CALL "BILPREG" USING PR-PARMS.
038800     IF WS-AH-ADJUSTMENT-AMT(WS-APPR-IDX) NOT = ZERO
038800         PERFORM 2225-RAISE-ADJ-NOTE THRU 2225-EXIT
038800     END-IF.
038900 2220-EXIT.
039000     EXIT.

039000*-----------------------------------------------------------*
039000*    GST NOTE FOR THE ADJTXN CORRECTION CARRIED ON THE HELD    *
039000*    BILL, AS BILBATCH RAISES IT FOR A BILL POSTED DIRECTLY.   *
039000*    THE HOLD ENTRY DOES NOT KEEP THE GST RATE, SO THE         *
039000*    TAX-INCLUSIVE AMOUNT IS SPLIT IN THE SAME PROPORTION AS   *
039000*    THE BILL'S OWN TAXABLE VALUE AND GST.                     *
039000*-----------------------------------------------------------*
039000 2225-RAISE-ADJ-NOTE.
039000     IF WS-AH-ADJUSTMENT-AMT(WS-APPR-IDX) < ZERO
039000         MOVE "C" TO GP-NOTE-TYPE
039000         COMPUTE WS-NOTE-INCL =
039000             ZERO - WS-AH-ADJUSTMENT-AMT(WS-APPR-IDX)
039000     ELSE
039000         MOVE "D" TO GP-NOTE-TYPE
039000         MOVE WS-AH-ADJUSTMENT-AMT(WS-APPR-IDX) TO WS-NOTE-INCL
039000     END-IF.
039000     IF BH-TAXABLE-AMT + BH-GST-AMT = ZERO
039000         MOVE WS-NOTE-INCL TO WS-NOTE-TAXABLE
039000     ELSE
039000         COMPUTE WS-NOTE-TAXABLE ROUNDED =
039000             WS-NOTE-INCL * BH-TAXABLE-AMT
039000                 / (BH-TAXABLE-AMT + BH-GST-AMT)
039000     END-IF.
039000     COMPUTE WS-NOTE-GST = WS-NOTE-INCL - WS-NOTE-TAXABLE.
039000     MOVE "W"             TO GP-FUNCTION.
039000     MOVE CM-CUST-ID      TO GP-CUST-ID.
039000     MOVE WS-SYSTEM-DATE  TO GP-NOTE-DATE.
039000     MOVE ZERO            TO GP-ORIG-INVOICE-NO.
039000     MOVE BH-BILL-PERIOD  TO GP-ORIG-PERIOD.
039000     MOVE WS-NOTE-TAXABLE TO GP-TAXABLE-AMT.
039000     MOVE WS-NOTE-GST     TO GP-GST-AMT.
039000     MOVE "ADJT"          TO GP-SOURCE.
039000     MOVE "N"             TO GP-RETURN-SW.
039000     MOVE WS-AH-ADJ-REASON-TEXT(WS-APPR-IDX) TO GP-REASON-TEXT.
039000     MOVE WS-OPERATOR-ID  TO GP-OPERATOR-ID.
039000     CALL "BILNOTE" USING GP-PARMS.
039000     IF GP-OK
039000         ADD 1 TO WS-GST-NOTES
039000     ELSE
039000         DISPLAY "BILAPPR: NO GST NOTE FOR ADJUSTMENT TO "
039000             CM-CUST-ID " - RAISE BY HAND"
039000     END-IF.
039000 2225-EXIT.
039000     EXIT.

039100 2230-WRITE-CSV-EXTRACT.
039200     MOVE WS-AH-GST-AMOUNT(WS-APPR-IDX)    TO WS-CSV-GST-ED.
039300     MOVE BC-BILL                          TO WS-CSV-BILL-ED.
046806 2260-EXIT.
046807     EXIT.

046807*-----------------------------------------------------------*
046807*    THE CHANGE IN THE CREDIT BALANCE JUST MADE GOES TO THE *
046807*    LIABILITY JOURNAL FOR THE MONTH-END BILLPRF PROOF -    *
046807*    THE CALLER SETS LQ-MOVE-TYPE AND SAVES THE BALANCE     *
046807*    BEFORE IN WS-LIAB-BEFORE.                              *
046807*-----------------------------------------------------------*
046807 2270-JOURNAL-LIABILITY.
046807     MOVE "W"             TO LQ-FUNCTION.
046807     MOVE "C"             TO LQ-LIABILITY.
046807     MOVE CM-CUST-ID      TO LQ-CUST-ID.
046807     MOVE "BILAPPR"       TO LQ-SOURCE.
046807     COMPUTE LQ-AMOUNT = CM-CREDIT-BALANCE - WS-LIAB-BEFORE.
046807     CALL "BILLIAB" USING LQ-PARMS.
046807 2270-EXIT.
046807     EXIT.

046600*-----------------------------------------------------------*
046700*    ANY HOLD-QUEUE ENTRY STILL PENDING (NO DECISION SEEN        *
046800*    THIS RUN) IS WRITTEN BACK TO APPRHLD FOR THE NEXT RUN OF     *
051050             TO AH-EXPORT-UNITS
051060         MOVE WS-AH-EXPORT-CREDIT(WS-APPR-IDX)
051070             TO AH-EXPORT-CREDIT
051080         MOVE WS-AH-READER-ID(WS-APPR-IDX)   TO AH-READER-ID
051100         SET AH-STATUS-PENDING TO TRUE
051200         WRITE AH-RECORD
051300         ADD 1 TO WS-PENDING-COUNT
053900     DISPLAY "  BILLS REJECTED    : " WS-REJECTED-COUNT.
054000     DISPLAY "  DECISIONS UNMATCHED: " WS-NOTFOUND-COUNT.
054100     DISPLAY "  STILL PENDING     : " WS-PENDING-COUNT.
054100     DISPLAY "  HELD - CONFLICT   : " WS-CONFLICT-COUNT.
054200     DISPLAY "  TOTAL BILL AMT    : RS " WS-TOTAL-BILL.
054200     DISPLAY "  GST ADJ NOTES     : " WS-GST-NOTES.
054300     DISPLAY "=============================================".
054400 9500-EXIT.
054500     EXIT.
055940     MOVE SPACES          TO GJ-ACCOUNT-CODE.
055950     MOVE "BILAPPR GL EXTRACT" TO GJ-ACCOUNT-DESC.
055960     MOVE ZERO            TO GJ-AMOUNT.
055965     MOVE SPACES          TO GJ-COST-CENTRE.
055965     MOVE SPACES          TO GJ-POST-TYPE.
055970     WRITE GJ-RECORD.
055980     MOVE "D"             TO GJ-RECORD-TYPE.
056000     MOVE WS-SYSTEM-DATE  TO GJ-RUN-DATE.
056100     MOVE WS-GL-BILL-PERIOD TO GJ-BILL-PERIOD.
056200     MOVE "4000-REV"      TO GK-POST-TYPE.
056300     MOVE "APPROVED BILLS - REVENUE" TO GJ-ACCOUNT-DESC.
056400     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
056600     MOVE "2310-TAX"      TO GK-POST-TYPE.
056700     MOVE "APPROVED BILLS - GST"      TO GJ-ACCOUNT-DESC.
056800     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
057000     MOVE "1310-ARR"      TO GK-POST-TYPE.
057100     MOVE "APPROVED BILLS - ARREARS"  TO GJ-ACCOUNT-DESC.
057200     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
057301     MOVE "4200-FUE"      TO GK-POST-TYPE.
057302     MOVE "APPROVED BILLS - FUEL ADJ" TO GJ-ACCOUNT-DESC.
057303     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
057305     MOVE "4300-SEW"      TO GK-POST-TYPE.
057306     MOVE "APPROVED BILLS - SEWERAGE" TO GJ-ACCOUNT-DESC.
057307     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
057309     MOVE "4400-DEM"      TO GK-POST-TYPE.
057310     MOVE "APPROVED BILLS - DEMAND"   TO GJ-ACCOUNT-DESC.
057311     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
057313     MOVE "5100-BUY"      TO GK-POST-TYPE.
057314     MOVE "APPROVED BILLS - BUY-BACK" TO GJ-ACCOUNT-DESC.
057315     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
057317     MOVE "T"             TO GJ-RECORD-TYPE.
057320     MOVE WS-GL-DETAILS   TO GJ-BILL-PERIOD.
057330     MOVE SPACES          TO GJ-ACCOUNT-CODE.
057340     MOVE "TRAILER - DETAIL COUNT AND HASH"
057350         TO GJ-ACCOUNT-DESC.
057360     MOVE WS-GL-HASH      TO GJ-AMOUNT.
057370     MOVE SPACES          TO GJ-COST-CENTRE.
057370     MOVE SPACES          TO GJ-POST-TYPE.
057380     WRITE GJ-RECORD.
057400 9700-EXIT.
057500     EXIT.

057500*-----------------------------------------------------------*
057500*    ONE D RECORD FOR EVERY ACCOUNT AND ZONE TOTAL BILGLAC    *
057500*    HOLDS FOR THE POSTING TYPE.                              *
057500*-----------------------------------------------------------*
057500 9710-WRITE-GL-LINES.
057500     MOVE "N"             TO GK-FUNCTION.
057500     MOVE ZERO            TO GK-CURSOR.
057500     MOVE SPACE           TO GK-RESULT.
057500     PERFORM 9715-WRITE-ONE-LINE THRU 9715-EXIT
057500         UNTIL GK-END.
057500 9710-EXIT.
057500     EXIT.

057500 9715-WRITE-ONE-LINE.
057500     CALL "BILGLAC" USING GK-PARMS.
057500     IF GK-END
057500         GO TO 9715-EXIT
057500     END-IF.
057500     MOVE GK-ACCOUNT-CODE TO GJ-ACCOUNT-CODE.
057500     MOVE GK-ZONE-CODE    TO GJ-COST-CENTRE.
057500     MOVE GK-POST-TYPE    TO GJ-POST-TYPE.
057500     MOVE GK-AMOUNT       TO GJ-AMOUNT.
057500     WRITE GJ-RECORD.
057500     ADD 1                TO WS-GL-DETAILS.
057500     ADD GJ-AMOUNT        TO WS-GL-HASH.
057500 9715-EXIT.
057500     EXIT.

057500*-----------------------------------------------------------*
057500*    POST ONE AMOUNT FOR THE CUSTOMER IN HAND.                *
057500*-----------------------------------------------------------*
057500 9720-POST-GL.
057500*    AN AMOUNT BILGLAC COULD NOT HOLD WOULD LEAVE THE GL
057500*    EXTRACT SHORT OF THE FIGURES POSTED - ABANDON THE RUN.
057500     MOVE "P"             TO GK-FUNCTION.
057500     MOVE CM-SERVICE-TYPE TO GK-SERVICE.
057500     MOVE CM-CUST-CLASS   TO GK-CLASS.
057500     MOVE CM-ZONE-CODE    TO GK-ZONE-CODE.
057500     MOVE WS-SYSTEM-DATE  TO GK-POST-DATE.
057500     CALL "BILGLAC" USING GK-PARMS.
057500     IF GK-FAILED
057500         MOVE "Y" TO WS-ABORT-SW
057500     END-IF.
057500 9720-EXIT.
057500     EXIT.

057510*-----------------------------------------------------------*
057520*    THE OPEN-ITEMS LEDGER IS WRITTEN BACK WHOLE, SAME AS       *
057530*    BILBATCH, SO ROLLED ITEMS AND THE NEW BILLS PERSIST.       *
