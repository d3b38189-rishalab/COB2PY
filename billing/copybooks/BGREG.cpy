000100*-----------------------------------------------------------*
000200*  BGREG.CPY                                                   *
000300*  BANK-GUARANTEE REGISTER RECORD LAYOUT                       *
000400*                                                              *
000500*  ONE RECORD PER BANK GUARANTEE A CUSTOMER HAS LODGED IN      *
000600*  LIEU OF A CASH SECURITY DEPOSIT.  THE GUARANTEE NUMBER,     *
000700*  ISSUING BANK AND BRANCH, AMOUNT AND VALIDITY ARE KEYED      *
000800*  FROM THE BANK'S INSTRUMENT.  A LIVE GUARANTEE (ACTIVE)      *
000900*  COUNTS AS DEPOSIT HELD IN BILDADQ'S ADEQUACY REVIEW; AT     *
001000*  FINAL BILL BILCLOSE AND BILXFER MARK IT CLAIM-DUE FOR THE   *
001100*  DUES THE CASH DEPOSIT DID NOT COVER, OR RELEASED.  AN       *
001200*  INVOKED GUARANTEE CARRIES THE CLAIM LODGED AND, ONCE THE    *
001300*  BANK PAYS, THE PROCEEDS APPLIED AS A PAYMENT.  THE SERIAL   *
001400*  IS THE REGISTER'S OWN NUMBER - IT MAKES THE PROCEEDS'       *
001500*  RECEIPT NUMBER.  MAINTAINED BY BILBGTE.                     *
001600*-----------------------------------------------------------*
001700*  MODIFICATION HISTORY                                      *
001800*  DATE       INIT  DESCRIPTION                               *
001900*  2026-10-15 RSH   ORIGINAL LAYOUT                           *
002000*-----------------------------------------------------------*
002100  01  BG-RECORD.
002200      05  BG-SERIAL-NO            PIC 9(06).
002300      05  BG-CUST-ID              PIC X(10).
002400      05  BG-GUARANTEE-NO         PIC X(20).
002500      05  BG-BANK-NAME            PIC X(30).
002600      05  BG-BANK-BRANCH          PIC X(30).
002700      05  BG-BANK-CITY            PIC X(20).
002800      05  BG-AMOUNT               PIC 9(07)V99.
002900      05  BG-ISSUE-DATE           PIC 9(08).
003000      05  BG-EXPIRY-DATE          PIC 9(08).
003100      05  BG-STATUS               PIC X(01).
003200          88  BG-STAT-ACTIVE              VALUE "A".
003300          88  BG-STAT-CLAIM-DUE           VALUE "D".
003400          88  BG-STAT-INVOKED             VALUE "I".
003500          88  BG-STAT-ENCASHED            VALUE "E".
003600          88  BG-STAT-RELEASED            VALUE "R".
003700      05  BG-STATUS-DATE          PIC 9(08).
003800      05  BG-CLAIM-REASON         PIC X(01).
003900          88  BG-CLAIM-DEFAULT            VALUE "D".
004000          88  BG-CLAIM-NOT-RENEWED        VALUE "N".
004100          88  BG-CLAIM-FINAL-BILL         VALUE "F".
004200      05  BG-CLAIM-AMT            PIC 9(07)V99.
004300      05  BG-PROCEEDS-AMT         PIC 9(07)V99.
004400      05  BG-ADDED-DATE           PIC 9(08).
004500      05  BG-OPERATOR-ID          PIC X(08).
004600      05  FILLER                  PIC X(20).
