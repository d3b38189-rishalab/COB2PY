001000*  MODIFICATION HISTORY                                      *
001100*  DATE       INIT  DESCRIPTION                               *
001200*  2026-08-22 RSH   ORIGINAL LAYOUT                           *
001210*  2026-10-08 RSH   CARRY THE INVOICE NUMBER FROM THE PAYMENT   *
001220*                   STUB, WHEN THE REMITTER WROTE ONE, IN THE   *
001230*                   DETAIL'S SPARE SPACE - BLANK ON OLDER FILES.*
001230*  2026-10-09 RSH   CARRY THE TDS THE REMITTER DEDUCTED AT    *
001230*                   SOURCE, FROM THE ADVICE ACCOMPANYING THE  *
001230*                   CHEQUE, IN THE DETAIL'S SPARE SPACE -     *
001230*                   BLANK ON OLDER FILES.                     *
001300*-----------------------------------------------------------*
001400  01  LB-RECORD.
001500      05  LB-REC-TYPE             PIC X(01).
002600          10  LB-AMOUNT           PIC 9(07)V99.
002700          10  LB-PAY-DATE         PIC 9(08).
002800          10  LB-RECEIPT-NO       PIC X(12).
002850          10  LB-INVOICE-NO       PIC 9(09).
002860          10  LB-TDS-AMT          PIC 9(07)V99.
002900          10  FILLER              PIC X(03).
003000      05  LB-TRL REDEFINES LB-DATA.
003100          10  LB-DETAIL-COUNT     PIC 9(07).
003200          10  LB-AMOUNT-TOTAL     PIC 9(11)V99.
