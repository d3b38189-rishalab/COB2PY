000500*  ONE RECORD PER RECEIPT NUMBER BILPAY HAS ALREADY POSTED,    *
000600*  KEPT ACROSS RUNS SO A PAYMENT FILE SENT OR LOADED TWICE     *
000700*  IS REJECTED AT THE RECEIPT, NOT DISCOVERED BY A CUSTOMER.   *
000700*  A RECEIPT THAT PAID AN ON-BILL FINANCING INSTALMENT CARRIES *
000700*  THE AMOUNT, THE LOAN AND THE LOAN'S MISSED COUNT AND STATUS *
000700*  BEFORE THE PAYMENT, SO A DISHONOURED CHEQUE CAN PUT THE     *
000700*  LOAN BACK AS IT STOOD.                                      *
000800*-----------------------------------------------------------*
000900*  MODIFICATION HISTORY                                      *
001000*  DATE       INIT  DESCRIPTION                               *
001310*  2026-08-22 RSH   MARK A RECEIPT REVERSED, SO A BOUNCED     *
001320*                   CHEQUE PRESENTED TWICE IS REJECTED THE     *
001330*                   SAME AS A DUPLICATE PAYMENT.               *
001330*  2026-10-12 RSH   CARRY THE PARENT RECEIPT OF A BULK        *
001330*                   PAYMENT SHARE, FOR BIL360 AND THE         *
001330*                   STATEMENT OF ACCOUNT.                     *
001330*  2026-10-15 RSH   CARRY THE AMOUNT PAID TO A FINANCING      *
001330*                   LOAN AND THE LOAN'S PRIOR STATE.          *
001200*-----------------------------------------------------------*
001300  01  PG-RECORD.
001400      05  PG-RECEIPT-NO           PIC X(12).
001800      05  PG-POST-DATE            PIC 9(08).
001900      05  PG-REVERSED-SW          PIC X(01).
002000          88  PG-REVERSED                 VALUE "Y".
002100      05  PG-PARENT-RECEIPT       PIC X(12).
002200      05  PG-FINANCE-AMT          PIC 9(07)V99.
002300      05  PG-LOAN-NO              PIC 9(06).
002400      05  PG-LOAN-MISSED          PIC 9(02).
002500      05  PG-LOAN-STATUS          PIC X(01).
002600      05  PG-LOAN-STAT-DATE       PIC 9(08).
