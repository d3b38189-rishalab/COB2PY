001985*                   CHANGE, THE SAME DAYS-WEIGHTED TWO-PART
001986*                   COMPUTATION AS BILBATCH, WHEN TWO RATETAB
001987*                   SCHEDULES SHARE THE BILL PERIOD.
001987*  2026-10-10 RSH   GST CREDIT/DEBIT NOTE FOR ADJTXN          *
001987*                   CORRECTIONS                               *
001987*  2026-10-15 RSH   JOURNAL THE CREDIT BALANCE CHANGE OF EACH *
001987*                   BILL TO LIABJRN (VIA BILLIAB) FOR THE     *
001987*                   MONTH-END LIABILITY PROOF.                *
001900*-----------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
005526 77  WS-PORTION-UNITS        PIC 9(07) VALUE ZERO.
005526 77  WS-PORTION-DAYS         PIC 9(02) VALUE ZERO.

005526*-----------------------------------------------------------*
005526*    GST NOTE FOR AN ADJTXN CORRECTION ON THE BILL             *
005526*-----------------------------------------------------------*
005526 77  WS-NOTE-INCL            PIC 9(09)V99 VALUE ZERO.
005526 77  WS-NOTE-TAXABLE         PIC 9(09)V99 VALUE ZERO.
005526 77  WS-NOTE-GST             PIC 9(09)V99 VALUE ZERO.
005526 77  WS-GST-NOTES            PIC 9(07) VALUE ZERO.
005526 77  WS-LIAB-BEFORE          PIC S9(09)V99 VALUE ZERO.

005510*-----------------------------------------------------------*
005510*    BUSINESS-DAY PARAMETER BLOCK FOR THE BILBDAY SUBPROGRAM   *
005510*-----------------------------------------------------------*
005595 COPY BILXTRA.

005595 COPY PBPARM.
005595 COPY GNPARM.
005595 COPY LQPARM.

005600 PROCEDURE DIVISION.
005700 0000-MAINLINE SECTION.
009970     EXIT.

009800 4000-COMPUTE-BILL.
009800     MOVE CM-CREDIT-BALANCE TO WS-LIAB-BEFORE.
009805     PERFORM 1150-FIND-RATE-CLASS THRU 1150-EXIT.
009806     PERFORM 1155-CHECK-RATE-SPLIT THRU 1155-EXIT.
009810     MOVE UNITS TO BC-UNITS.
010627     MOVE WS-BILL-PERIOD TO CM-LAST-BILL-PERIOD.
010628     ADD UNITS  TO CM-YTD-UNITS.
010629     ADD BILL   TO CM-YTD-BILL.
010629     MOVE "BIL" TO LQ-MOVE-TYPE.
010629     PERFORM 4550-JOURNAL-LIABILITY THRU 4550-EXIT.
010630     REWRITE CM-RECORD.
010640 4500-EXIT.
010650     EXIT.

010650*-----------------------------------------------------------*
010650*    THE CHANGE IN THE CREDIT BALANCE JUST MADE GOES TO THE *
010650*    LIABILITY JOURNAL FOR THE MONTH-END BILLPRF PROOF -    *
010650*    THE CALLER SETS LQ-MOVE-TYPE AND SAVES THE BALANCE     *
010650*    BEFORE IN WS-LIAB-BEFORE.                              *
010650*-----------------------------------------------------------*
010650 4550-JOURNAL-LIABILITY.
010650     MOVE "W"             TO LQ-FUNCTION.
010650     MOVE "C"             TO LQ-LIABILITY.
010650     MOVE CM-CUST-ID      TO LQ-CUST-ID.
010650     MOVE "BILLING"       TO LQ-SOURCE.
010650     COMPUTE LQ-AMOUNT = CM-CREDIT-BALANCE - WS-LIAB-BEFORE.
010650     CALL "BILLIAB" USING LQ-PARMS.
010650 4550-EXIT.
010650     EXIT.

010651 4700-WRITE-CSV-EXTRACT.
010652     MOVE BILL            TO WS-CSV-BILL-ED.
010653     MOVE WS-GST-AMT      TO WS-CSV-GST-ED.
010710     MOVE BH-BILL-TYPE   TO PR-BILL-TYPE.
010710     MOVE BH-BILL-DATE   TO PR-BILL-DATE.
010710     CALL "BILPREG" USING PR-PARMS.
010710     IF WS-ADJUSTMENT-TOTAL NOT = ZERO
010710         PERFORM 4620-RAISE-ADJ-NOTE THRU 4620-EXIT
010710     END-IF.
010720 4600-EXIT.
010730     EXIT.

010730*-----------------------------------------------------------*
010730*    GST NOTE FOR THE ADJTXN CORRECTION CARRIED ON THIS BILL - *
010730*    A CREDIT NOTE FOR A NET REDUCTION, A DEBIT NOTE FOR A NET *
010730*    INCREASE.  THE AMOUNT IS TAX-INCLUSIVE AND IS SPLIT AT    *
010730*    THE CUSTOMER'S GST RATE; IT CORRECTS A BILL ALREADY       *
010730*    RETURNED, SO THE NOTE NETS INTO THE RETURN.  BILNOTE      *
010730*    QUOTES THE LAST ORDINARY BILL BEFORE THIS PERIOD.         *
010730*-----------------------------------------------------------*
010730 4620-RAISE-ADJ-NOTE.
010730     IF WS-ADJUSTMENT-TOTAL < ZERO
010730         MOVE "C" TO GP-NOTE-TYPE
010730         COMPUTE WS-NOTE-INCL = ZERO - WS-ADJUSTMENT-TOTAL
010730     ELSE
010730         MOVE "D" TO GP-NOTE-TYPE
010730         MOVE WS-ADJUSTMENT-TOTAL TO WS-NOTE-INCL
010730     END-IF.
010730     COMPUTE WS-NOTE-TAXABLE ROUNDED =
010730         WS-NOTE-INCL * 100 / (100 + WS-GST-PCT).
010730     COMPUTE WS-NOTE-GST = WS-NOTE-INCL - WS-NOTE-TAXABLE.
010730     MOVE "W"             TO GP-FUNCTION.
010730     MOVE CM-CUST-ID      TO GP-CUST-ID.
010730     MOVE WS-SYSTEM-DATE  TO GP-NOTE-DATE.
010730     MOVE ZERO            TO GP-ORIG-INVOICE-NO.
010730     MOVE WS-BILL-PERIOD   TO GP-ORIG-PERIOD.
010730     MOVE WS-NOTE-TAXABLE TO GP-TAXABLE-AMT.
010730     MOVE WS-NOTE-GST     TO GP-GST-AMT.
010730     MOVE "ADJT"          TO GP-SOURCE.
010730     MOVE "N"             TO GP-RETURN-SW.
010730     MOVE WS-ADJ-REASON-FOUND TO GP-REASON-TEXT.
010730     MOVE WS-OPERATOR-ID  TO GP-OPERATOR-ID.
010730     CALL "BILNOTE" USING GP-PARMS.
010730     IF GP-OK
010730         ADD 1 TO WS-GST-NOTES
010730     ELSE
010730         DISPLAY "BILLING: NO GST NOTE FOR ADJUSTMENT TO "
010730             CM-CUST-ID " - RAISE BY HAND"
010730     END-IF.
010730 4620-EXIT.
010730     EXIT.

010800 5000-PRINT-BILL.
010805     INITIALIZE XT-EXTRAS.
010806     IF WS-SPLIT-BILL
