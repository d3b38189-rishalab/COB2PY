002797*                   THE SLAB BENEFIT THE CUSTOMER WAS ENTITLED
002797*                   TO EACH MONTH IS PRESERVED INSTEAD OF THE
002797*                   WHOLE BACKLOG LANDING IN TIER 3.
002797*  2026-09-16 RSH   CLEAR THE READER'S STATUS CODE ON THE     *
002797*                   HISTORY RECORD.                           *
002797*  2026-09-18 RSH   CARRY THE READER ID OF THE QUEUED         *
002797*                   EXCEPTION ONTO THE HISTORY RECORD OF THE  *
002797*                   CORRECTED BILL, MARKED AS A REPROCESSED   *
002797*                   READING, AND BACK ONTO THE QUEUE FOR      *
002797*                   ANYTHING STILL UNRESOLVED.                *
002797*  2026-10-01 RSH   ZERO THE PAPERLESS GREEN REBATE ON THE    *
002797*                   HISTORY RECORD.                           *
002797*  2026-10-06 RSH   ZERO THE NEW METER RENT ON THE HISTORY    *
002797*                   WRITTEN.                                  *
002797*  2026-10-07 RSH   ZERO THE NEW TARIFF-REVISION REPRICED     *
002797*                   ENERGY ON THE HISTORY WRITTEN.            *
002797*  2026-10-12 RSH   GL LINES ARE POSTED PER CUSTOMER THROUGH  *
002797*                   BILGLAC AND WRITTEN BY MAPPED ACCOUNT AND *
002797*                   ZONE COST CENTRE.                         *
002797*  2026-10-15 RSH   JOURNAL THE CREDIT BALANCE CHANGE OF EACH *
002797*                   REPROCESSED BILL TO LIABJRN (VIA BILLIAB) *
002797*                   FOR THE MONTH-END LIABILITY PROOF.        *
002797*  2026-10-15 RSH   ABANDON THE RUN WHEN BILGLAC CANNOT POST  *
002797*                   AN AMOUNT (POSTING TABLE FULL).           *
002800*-----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
015200*    PRORATION AND VALIDATION CONSTANTS                       *
015300*-----------------------------------------------------------*
015400 77  WS-MAX-REASONABLE-UNITS PIC 9(09).
015400 77  WS-READER-ID            PIC X(08) VALUE SPACES.

015500*-----------------------------------------------------------*
015600*    BILL COMPUTATION WORK FIELDS                             *
018200 77  WS-TOTAL-UNITS          PIC 9(09) VALUE ZERO.
018300 77  WS-TOTAL-BILL           PIC 9(09)V99 VALUE ZERO.
018350 77  WS-GL-BILL-PERIOD       PIC 9(06) VALUE ZERO.
018400 77  WS-GL-DETAILS           PIC 9(05) VALUE ZERO.
018400 77  WS-GL-HASH              PIC 9(09)V99 VALUE ZERO.
018700 77  WS-INVOICE-NO           PIC 9(09) VALUE ZERO.
018800 77  WS-PAYMENT-TERM-DAYS    PIC 9(03) VALUE 015.
018900 77  WS-OPERATOR-ID          PIC X(08).
019360 77  WS-CU-MONTH             PIC 9(02) VALUE ZERO.
019360 77  WS-CU-ELAPSED           PIC S9(05) VALUE ZERO.
019360 77  WS-CATCHUP-COUNT        PIC 9(05) VALUE ZERO.
019360 77  WS-LIAB-BEFORE          PIC S9(09)V99 VALUE ZERO.

019360 COPY PBPARM.
019360 COPY GLPARM.
019360 COPY LQPARM.

019400 PROCEDURE DIVISION.
019500 0000-MAINLINE SECTION.
030000                 WS-RQ-REASON-CODE(WS-RQ-COUNT)
030100             MOVE EX-REASON-TEXT TO
030200                 WS-RQ-REASON-TEXT(WS-RQ-COUNT)
030200             MOVE EX-READER-ID   TO
030200                 WS-RQ-READER-ID(WS-RQ-COUNT)
030300     END-READ.
030400 1100-EXIT.
030500     EXIT.
045900             AND NOT WS-RQ-MATCHED(WS-RQ-IDX)
046000             MOVE "Y" TO WS-FOUND-SW
046100             SET WS-RQ-MATCHED(WS-RQ-IDX) TO TRUE
046100             MOVE WS-RQ-READER-ID(WS-RQ-IDX) TO WS-READER-ID
046200     END-SEARCH.
046200 2150-EXIT.
046300     EXIT.
052900     MOVE RP-CUST-ID     TO EX-CUST-ID.
053000     MOVE RP-BILL-PERIOD TO EX-BILL-PERIOD.
053100     MOVE RP-UNITS       TO EX-UNITS.
053100     MOVE WS-READER-ID   TO EX-READER-ID.
053200     WRITE EX-RECORD.
053300     DISPLAY "BILREPRO: RESUBMISSION STILL REJECTED - "
053400         EX-REASON-TEXT.
053700     EXIT.

053800 4000-COMPUTE-BILL.
053800     MOVE CM-CREDIT-BALANCE TO WS-LIAB-BEFORE.
053810*    ESTIMATES RAISED WHILE THE READING SAT IN THE EXCEPTION
053820*    QUEUE NET OFF THE CORRECTED READING, EXACTLY AS THE
053830*    BATCH RUN NETS THEM OFF THE NEXT REAL ONE - AN
056000             DISPLAY "BILREPRO: REWRITE FAILED FOR CUSTOMER "
056100                 CM-CUST-ID
056200     END-REWRITE.
056200     MOVE "BIL" TO LQ-MOVE-TYPE.
056200     PERFORM 4550-JOURNAL-LIABILITY THRU 4550-EXIT.
056210     IF WS-CU-PERIODS > 1
056220         ADD 1 TO WS-CATCHUP-COUNT
056230     END-IF.
057302     PERFORM 4500-PRINT-BILL         THRU 4500-EXIT.
057302     ADD WS-CU-UNITS TO WS-TOTAL-UNITS.
057302     ADD BILL        TO WS-TOTAL-BILL.
057302     MOVE "4000-REV"        TO GK-POST-TYPE.
057302     MOVE BC-BILL           TO GK-AMOUNT.
057302     PERFORM 9720-POST-GL THRU 9720-EXIT.
057302     MOVE "2310-TAX"        TO GK-POST-TYPE.
057302     MOVE WS-GST-AMT        TO GK-AMOUNT.
057302     PERFORM 9720-POST-GL THRU 9720-EXIT.
057302     MOVE "1310-ARR"        TO GK-POST-TYPE.
057302     MOVE WS-ARREARS-BILLED TO GK-AMOUNT.
057302     PERFORM 9720-POST-GL THRU 9720-EXIT.
057302 4010-EXIT.
057302     EXIT.

060299     MOVE ZERO           TO BH-DISCOUNT-AMT.
060299     MOVE ZERO           TO BH-READ-FROM-DATE.
060299     MOVE ZERO           TO BH-READ-TO-DATE.
060299     MOVE SPACE          TO BH-READ-STATUS.
060299     MOVE ZERO           TO BH-GREEN-REBATE.
060299     MOVE ZERO           TO BH-METER-RENT.
060299     MOVE ZERO           TO BH-REVISED-ENERGY.
060299     MOVE ZERO           TO BH-DUTY-EXEMPT.
060299     MOVE ZERO           TO BH-GST-EXEMPT.
060299     MOVE WS-READER-ID   TO BH-READER-ID.
060299     SET BH-CORR-REPROCESSED TO TRUE.
060300     WRITE BH-RECORD
060300         INVALID KEY
060300             DISPLAY "BILREPRO: DUPLICATE HISTORY KEY REJECTED "
065700 4500-EXIT.
065800     EXIT.

065800*-----------------------------------------------------------*
065800*    THE CHANGE IN THE CREDIT BALANCE JUST MADE GOES TO THE *
065800*    LIABILITY JOURNAL FOR THE MONTH-END BILLPRF PROOF -    *
065800*    THE CALLER SETS LQ-MOVE-TYPE AND SAVES THE BALANCE     *
065800*    BEFORE IN WS-LIAB-BEFORE.                              *
065800*-----------------------------------------------------------*
065800 4550-JOURNAL-LIABILITY.
065800     MOVE "W"             TO LQ-FUNCTION.
065800     MOVE "C"             TO LQ-LIABILITY.
065800     MOVE CM-CUST-ID      TO LQ-CUST-ID.
065800     MOVE "BILREPRO"      TO LQ-SOURCE.
065800     COMPUTE LQ-AMOUNT = CM-CREDIT-BALANCE - WS-LIAB-BEFORE.
065800     CALL "BILLIAB" USING LQ-PARMS.
065800 4550-EXIT.
065800     EXIT.

065900*-----------------------------------------------------------*
066000*    ANY EXCEPTION-TABLE ENTRY STILL UNMATCHED THIS RUN -         *
066100*    UNRESOLVED OR NOT A REASON CODE THIS PROGRAM HANDLES - IS      *
067700         MOVE WS-RQ-UNITS(WS-RQ-IDX)       TO EX-UNITS
067800         MOVE WS-RQ-REASON-CODE(WS-RQ-IDX) TO EX-REASON-CODE
067900         MOVE WS-RQ-REASON-TEXT(WS-RQ-IDX) TO EX-REASON-TEXT
067900         MOVE WS-RQ-READER-ID(WS-RQ-IDX)   TO EX-READER-ID
068000         WRITE EX-RECORD
068100         ADD 1 TO WS-REQUEUED-COUNT
068200     END-IF.
072840     MOVE SPACES          TO GJ-ACCOUNT-CODE.
072850     MOVE "BILREPRO GL EXTRACT" TO GJ-ACCOUNT-DESC.
072860     MOVE ZERO            TO GJ-AMOUNT.
072870     MOVE SPACES          TO GJ-COST-CENTRE.
072870     MOVE SPACES          TO GJ-POST-TYPE.
072870     WRITE GJ-RECORD.
072880     MOVE "D"             TO GJ-RECORD-TYPE.
072900     MOVE WS-SYSTEM-DATE  TO GJ-RUN-DATE.
073000     MOVE WS-GL-BILL-PERIOD TO GJ-BILL-PERIOD.
073100     MOVE "4000-REV"      TO GK-POST-TYPE.
073200     MOVE "REPROCESSED BILLS - REVENUE" TO GJ-ACCOUNT-DESC.
073300     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
073500     MOVE "2310-TAX"      TO GK-POST-TYPE.
073600     MOVE "REPROCESSED BILLS - GST"     TO GJ-ACCOUNT-DESC.
073700     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
073900     MOVE "1310-ARR"      TO GK-POST-TYPE.
074000     MOVE "REPROCESSED BILLS - ARREARS" TO GJ-ACCOUNT-DESC.
074100     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
074210     MOVE "T"             TO GJ-RECORD-TYPE.
074220     MOVE WS-GL-DETAILS   TO GJ-BILL-PERIOD.
074230     MOVE SPACES          TO GJ-ACCOUNT-CODE.
074240     MOVE "TRAILER - DETAIL COUNT AND HASH"
074250         TO GJ-ACCOUNT-DESC.
074260     MOVE WS-GL-HASH      TO GJ-AMOUNT.
074280     MOVE SPACES          TO GJ-COST-CENTRE.
074280     MOVE SPACES          TO GJ-POST-TYPE.
074280     WRITE GJ-RECORD.
074300 9700-EXIT.
074400     EXIT.

074400*-----------------------------------------------------------*
074400*    ONE D RECORD FOR EVERY ACCOUNT AND ZONE TOTAL BILGLAC    *
074400*    HOLDS FOR THE POSTING TYPE.                              *
074400*-----------------------------------------------------------*
074400 9710-WRITE-GL-LINES.
074400     MOVE "N"             TO GK-FUNCTION.
074400     MOVE ZERO            TO GK-CURSOR.
074400     MOVE SPACE           TO GK-RESULT.
074400     PERFORM 9715-WRITE-ONE-LINE THRU 9715-EXIT
074400         UNTIL GK-END.
074400 9710-EXIT.
074400     EXIT.

074400 9715-WRITE-ONE-LINE.
074400     CALL "BILGLAC" USING GK-PARMS.
074400     IF GK-END
074400         GO TO 9715-EXIT
074400     END-IF.
074400     MOVE GK-ACCOUNT-CODE TO GJ-ACCOUNT-CODE.
074400     MOVE GK-ZONE-CODE    TO GJ-COST-CENTRE.
074400     MOVE GK-POST-TYPE    TO GJ-POST-TYPE.
074400     MOVE GK-AMOUNT       TO GJ-AMOUNT.
074400     WRITE GJ-RECORD.
074400     ADD 1                TO WS-GL-DETAILS.
074400     ADD GJ-AMOUNT        TO WS-GL-HASH.
074400 9715-EXIT.
074400     EXIT.

074400*-----------------------------------------------------------*
074400*    POST ONE AMOUNT FOR THE CUSTOMER IN HAND.                *
074400*-----------------------------------------------------------*
074400 9720-POST-GL.
074400*    AN AMOUNT BILGLAC COULD NOT HOLD WOULD LEAVE THE GL
074400*    EXTRACT SHORT OF THE FIGURES POSTED - ABANDON THE RUN.
074400     MOVE "P"             TO GK-FUNCTION.
074400     MOVE CM-SERVICE-TYPE TO GK-SERVICE.
074400     MOVE CM-CUST-CLASS   TO GK-CLASS.
074400     MOVE CM-ZONE-CODE    TO GK-ZONE-CODE.
074400     MOVE WS-SYSTEM-DATE  TO GK-POST-DATE.
074400     CALL "BILGLAC" USING GK-PARMS.
074400     IF GK-FAILED
074400         MOVE "Y" TO WS-ABORT-SW
074400     END-IF.
074400 9720-EXIT.
074400     EXIT.

071010*-----------------------------------------------------------*
071020*    THE OPEN-ITEMS LEDGER IS WRITTEN BACK WHOLE, SAME AS       *
071030*    BILBATCH, SO ROLLED ITEMS AND THE NEW BILLS PERSIST.       *
