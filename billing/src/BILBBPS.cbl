002200*                   SAME DISCIPLINE THE LOCKBOX IMPORT       *
002200*                   (BILLBOX) ENFORCES.                       *
002300*  2026-09-02 RSH   ORIGINAL                                  *
002310*  2026-10-08 RSH   PASS THE SETTLED INVOICE NUMBER THROUGH TO  *
002320*                   THE PAYMENT RECORD, SO BILPAY SETTLES THE   *
002330*                   INVOICE THE NETWORK PRESENTED AND WAS PAID  *
002340*                   FOR BEFORE APPLYING ANY EXCESS.             *
002400*-----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
010910         10  WS-ST-AMOUNT        PIC 9(07)V99.
010910         10  WS-ST-PAY-DATE      PIC 9(08).
010910         10  WS-ST-NETWORK-REF   PIC X(12).
010910         10  WS-ST-INVOICE-NO    PIC 9(09).
010910 01  WS-ST-COUNT                 PIC 9(03) VALUE ZERO.
010910 77  WS-ST-SUB               PIC 9(03) VALUE ZERO.
011000 77  WS-OPERATOR-ID          PIC X(08).
032310     MOVE WS-ST-NETWORK-REF(WS-ST-SUB) TO PY-RECEIPT-NO.
032310     MOVE "BBPS"                       TO PY-SOURCE-CODE.
032310     MOVE "P"                          TO PY-TXN-TYPE.
032310     MOVE WS-ST-INVOICE-NO(WS-ST-SUB)  TO PY-INVOICE-NO.
032310     WRITE PY-RECORD.
032310     ADD 1 TO WS-RELEASED-COUNT.
032310 3300-EXIT.
034510                     WS-ST-PAY-DATE(WS-ST-COUNT)
034600                 MOVE BS-NETWORK-REF TO
034610                     WS-ST-NETWORK-REF(WS-ST-COUNT)
034611                 IF BS-INVOICE-NO NUMERIC
034612                     MOVE BS-INVOICE-NO TO
034613                         WS-ST-INVOICE-NO(WS-ST-COUNT)
034614                 ELSE
034615                     MOVE ZERO TO WS-ST-INVOICE-NO(WS-ST-COUNT)
034616                 END-IF
034620             END-IF
035100         WHEN OTHER
035200             DISPLAY "BILBBPS: UNKNOWN RECORD TYPE "
