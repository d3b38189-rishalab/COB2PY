001900*  2026-08-22 RSH   ORIGINAL                                  *
009895*  2026-08-22 RSH   ONLY ORDINARY BILLS ENTER THE TRAILING-   *
009896*                   TWELVE AVERAGE.                             *
009896*  2026-10-15 RSH   JOURNAL THE CREDIT SETTLED ON             *
009896*                   CANCELLATION TO LIABJRN (VIA BILLIAB) FOR *
009896*                   THE MONTH-END LIABILITY PROOF.            *
002000*-----------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
008000 77  WS-BILL-CNT             PIC 9(03) VALUE ZERO.
008100 77  WS-LEVEL-AMT            PIC 9(07)V99 VALUE ZERO.
008200 77  WS-ACTIONS              PIC 9(03) VALUE ZERO.
008200 77  WS-LIAB-BEFORE          PIC S9(09)V99 VALUE ZERO.
008300 01  WS-AMT-ED               PIC ZZZZZZZ9.99.
008400 01  WS-DEV-ED               PIC -ZZZZZZZZ9.99.
008400 COPY LQPARM.

008500 PROCEDURE DIVISION.
008600 0000-MAINLINE SECTION.
020500         GO TO 3000-EXIT
020600     END-IF.
020700     MOVE CM-BUDGET-DEVIATION TO WS-DEV-ED.
020700     MOVE CM-CREDIT-BALANCE TO WS-LIAB-BEFORE.
020800     IF CM-BUDGET-DEVIATION > 0
020900         ADD CM-BUDGET-DEVIATION TO CM-ARREARS
021000     END-IF.
022200             GO TO 3000-EXIT
022300     END-REWRITE.
022400     ADD 1 TO WS-ACTIONS.
022400     MOVE "ADJ" TO LQ-MOVE-TYPE.
022400     PERFORM 3100-JOURNAL-LIABILITY THRU 3100-EXIT.
022500     DISPLAY "BILBUDG: " WS-CUST-ID " CANCELLED - DEVIATION "
022600         WS-DEV-ED " SETTLED TO THE ACCOUNT".
022700 3000-EXIT.
022800     EXIT.

022800*-----------------------------------------------------------*
022800*    THE CHANGE IN THE CREDIT BALANCE JUST MADE GOES TO THE *
022800*    LIABILITY JOURNAL FOR THE MONTH-END BILLPRF PROOF -    *
022800*    THE CALLER SETS LQ-MOVE-TYPE AND SAVES THE BALANCE     *
022800*    BEFORE IN WS-LIAB-BEFORE.                              *
022800*-----------------------------------------------------------*
022800 3100-JOURNAL-LIABILITY.
022800     MOVE "W"             TO LQ-FUNCTION.
022800     MOVE "C"             TO LQ-LIABILITY.
022800     MOVE CM-CUST-ID      TO LQ-CUST-ID.
022800     MOVE "BILBUDG"       TO LQ-SOURCE.
022800     COMPUTE LQ-AMOUNT = CM-CREDIT-BALANCE - WS-LIAB-BEFORE.
022800     CALL "BILLIAB" USING LQ-PARMS.
022800 3100-EXIT.
022800     EXIT.

022900 9000-TERMINATE.
023000     CLOSE CUSTMAS.
023100     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
