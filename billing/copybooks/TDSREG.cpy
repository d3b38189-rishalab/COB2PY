000100*-----------------------------------------------------------*
000200*  TDSREG.CPY                                                *
000300*  TDS DEDUCTION REGISTER RECORD LAYOUT                       *
000400*                                                             *
000500*  ONE RECORD PER PAYMENT ON WHICH THE CUSTOMER DEDUCTED      *
000600*  INCOME-TAX AT SOURCE.  BILPAY WRITES THE ENTRY OPEN WHEN   *
000700*  IT SETTLES THE BILL FOR CASH PLUS TDS; BILTDS RECORDS THE  *
000800*  CUSTOMER'S CERTIFICATE, MATCHES IT TO THE GOVERNMENT       *
000900*  TAX-CREDIT STATEMENT (TAXSTMT), AND REVERSES ONTO THE      *
001000*  ACCOUNT ANY DEDUCTION STILL WITHOUT A CERTIFICATE AFTER    *
001100*  THE QUARTER'S DUE DATE.                                    *
001200*                                                             *
001300*  THE QUARTER IS THE FINANCIAL-YEAR QUARTER OF THE PAYMENT   *
001400*  DATE (APR-JUN = 1 ... JAN-MAR = 4), TD-FIN-YEAR THE YEAR   *
001500*  IN WHICH THAT FINANCIAL YEAR BEGAN.                        *
001600*-----------------------------------------------------------*
001700*  MODIFICATION HISTORY                                      *
001800*  DATE       INIT  DESCRIPTION                               *
001900*  2026-10-09 RSH   ORIGINAL LAYOUT                           *
002000*-----------------------------------------------------------*
002100  01  TD-RECORD.
002200      05  TD-RECEIPT-NO           PIC X(12).
002300      05  TD-CUST-ID              PIC X(10).
002400      05  TD-PAY-DATE             PIC 9(08).
002500      05  TD-POST-DATE            PIC 9(08).
002600      05  TD-CASH-AMT             PIC 9(07)V99.
002700      05  TD-TDS-AMT              PIC 9(07)V99.
002800      05  TD-FIN-YEAR             PIC 9(04).
002900      05  TD-QUARTER              PIC 9(01).
003000      05  TD-CERT-DUE-DATE        PIC 9(08).
003100      05  TD-STATUS               PIC X(01).
003200          88  TD-STAT-OPEN                VALUE "O".
003300          88  TD-STAT-CERTIFIED           VALUE "C".
003400          88  TD-STAT-MATCHED             VALUE "M".
003500          88  TD-STAT-REVERSED            VALUE "R".
003600      05  TD-DEDUCTOR-TAN         PIC X(10).
003700      05  TD-CERT-NO              PIC X(12).
003800      05  TD-CERT-DATE            PIC 9(08).
003900      05  TD-MATCH-DATE           PIC 9(08).
004000      05  TD-REVERSE-DATE         PIC 9(08).
004100      05  TD-OPERATOR-ID          PIC X(08).
