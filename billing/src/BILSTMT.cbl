002000*  MODIFICATION HISTORY                                      *
002100*  DATE       INIT  DESCRIPTION                               *
002200*  2026-09-02 RSH   ORIGINAL                                  *
002200*  2026-10-12 RSH   NAME THE BULK RECEIPT UNDER ANY PAYMENT   *
002200*                   THAT WAS A SHARE OF ONE.                  *
002300*-----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
012700         10  WS-IT-REF           PIC X(12).
012800         10  WS-IT-AMOUNT        PIC S9(09)V99.
012900         10  WS-IT-PICKED-SW     PIC X(01).
012910         10  WS-IT-PARENT        PIC X(12).
013000 01  WS-ITEM-COUNT               PIC 9(03) VALUE ZERO.

013100 PROCEDURE DIVISION.
025600             MOVE BH-BILL TO WS-IT-AMOUNT(WS-ITEM-COUNT)
025700     END-EVALUATE.
025800     MOVE "N" TO WS-IT-PICKED-SW(WS-ITEM-COUNT).
025810     MOVE SPACES TO WS-IT-PARENT(WS-ITEM-COUNT).
025900 2200-EXIT.
026000     EXIT.

029800     MOVE "PAYMENT       " TO WS-IT-LABEL(WS-ITEM-COUNT).
029900     COMPUTE WS-IT-AMOUNT(WS-ITEM-COUNT) = ZERO - PG-AMOUNT.
030000     MOVE "N" TO WS-IT-PICKED-SW(WS-ITEM-COUNT).
030010     MOVE PG-PARENT-RECEIPT TO WS-IT-PARENT(WS-ITEM-COUNT).
030100     IF PG-REVERSED
030200         IF WS-ITEM-COUNT >= 400
030300             GO TO 3100-NEXT
030900             WS-IT-LABEL(WS-ITEM-COUNT)
031000         MOVE PG-AMOUNT TO WS-IT-AMOUNT(WS-ITEM-COUNT)
031100         MOVE "N" TO WS-IT-PICKED-SW(WS-ITEM-COUNT)
031110         MOVE PG-PARENT-RECEIPT TO WS-IT-PARENT(WS-ITEM-COUNT)
031200     END-IF.
031300 3100-NEXT.
031400     READ PAYREG
035000     MOVE "ADJUSTMENT    " TO WS-IT-LABEL(WS-ITEM-COUNT).
035100     MOVE ADJ-AMOUNT TO WS-IT-AMOUNT(WS-ITEM-COUNT).
035200     MOVE "N" TO WS-IT-PICKED-SW(WS-ITEM-COUNT).
035210     MOVE SPACES TO WS-IT-PARENT(WS-ITEM-COUNT).
035300 4100-NEXT.
035400     READ ADJTXN
035500         AT END
044200     MOVE WS-AMT-ED TO WS-RPT-LINE(40:13).
044300     MOVE WS-BAL-ED TO WS-RPT-LINE(55:13).
044400     WRITE ST-LINE FROM WS-RPT-LINE.
044410*    A SHARE OF A BULK PAYMENT NAMES THE PAYER'S SINGLE
044420*    RECEIPT IT CAME FROM.
044430     IF WS-IT-PARENT(WS-IT-SUB2) NOT = SPACES
044440         MOVE SPACES TO WS-RPT-LINE
044450         STRING "         PART OF BULK RECEIPT "
044460             WS-IT-PARENT(WS-IT-SUB2)
044470             DELIMITED BY SIZE INTO WS-RPT-LINE
044480         WRITE ST-LINE FROM WS-RPT-LINE
044490     END-IF.
044500     ADD 1 TO WS-PRINTED-COUNT.
044600 7100-EXIT.
044700     EXIT.
