001130*                   OFFICE, SO A FILE SENT OR LOADED TWICE IS   *
001140*                   CAUGHT BY THE RECEIPT REGISTER INSTEAD OF   *
001150*                   POSTING THE SAME MONEY TWICE.               *
001160*  2026-10-08 RSH   ADD THE OPTIONAL INVOICE REFERENCE - THE     *
001170*                   INVOICE THE CUSTOMER MEANT THE MONEY FOR.   *
001180*                   ZERO OR BLANK LEAVES BILPAY TO APPLY IT     *
001190*                   BY ITS USUAL OLDEST-FIRST RULE.             *
001191*  2026-10-09 RSH   ADD THE TDS AMOUNT THE CUSTOMER DEDUCTED AT  *
001192*                   SOURCE - THE BILL SETTLES FOR CASH PLUS     *
001193*                   TDS.  ZERO OR BLANK MEANS NO DEDUCTION.     *
001193*  2026-10-12 RSH   ADD THE PARENT RECEIPT - THE SINGLE       *
001193*                   RECEIPT OF A BULK PAYMENT THIS RECORD IS  *
001193*                   ONE SHARE OF.  BLANK FOR AN ORDINARY      *
001193*                   PAYMENT.                                  *
001200*-----------------------------------------------------------*
001300  01  PY-RECORD.
001400      05  PY-CUST-ID              PIC X(10).
001900      05  PY-TXN-TYPE             PIC X(01).
002000          88  PY-TYPE-PAYMENT             VALUE " " "P".
002100          88  PY-TYPE-REVERSAL            VALUE "R".
002200      05  PY-INVOICE-NO           PIC 9(09).
002300      05  PY-TDS-AMT              PIC 9(07)V99.
002400      05  PY-PARENT-RECEIPT       PIC X(12).
