000906*                   AND A CHANGED FLAG, SO BILPAY CAN POST PARTIAL    *
000907*                   PAYMENTS AGAINST EACH BILL AND REWRITE ONLY THE   *
000908*                   HISTORY RECORDS IT ACTUALLY TOUCHED.              *
000908*  2026-09-30 RSH   CARRY THE INVOICE NUMBER, SO BILREM CAN   *
000908*                   NAME THE INVOICE A NOTICE CHASES ON THE   *
000908*                   CORRESPONDENCE REGISTER.                  *
001000*-----------------------------------------------------------*
001100  01  WS-BILLHIST-TABLE.
001200      05  WS-BH-ENTRY OCCURS 2000 TIMES
001930          10  WS-BH-CHANGED-SW    PIC X(01) VALUE "N".
001940              88  WS-BH-CHANGED           VALUE "Y".
001940          10  WS-BH-DISC-AMT          PIC 9(07)V99.
001950          10  WS-BH-INVOICE-NO    PIC 9(09).
002000  01  WS-BILLHIST-COUNT           PIC 9(05) VALUE ZERO.
