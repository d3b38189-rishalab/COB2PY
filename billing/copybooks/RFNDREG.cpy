000100*-----------------------------------------------------------*
000200*  RFNDREG.CPY                                                 *
000300*  REFUND DISBURSEMENT REGISTER RECORD LAYOUT                  *
000400*                                                              *
000500*  ONE RECORD PER REFUND BILRFND SENDS TO THE CHEQUE/TRANSFER  *
000600*  SYSTEM, FOLLOWED TO ITS END BY BILRFRC - THE INSTRUMENT     *
000700*  NUMBER ONCE THE PAYMENT SYSTEM ASSIGNS ONE, THEN PAID,      *
000800*  FAILED (A TRANSFER RETURNED) OR STALE (A CHEQUE NOT         *
000900*  PRESENTED WITHIN ITS VALIDITY).  MONEY FROM A FAILED OR     *
001000*  STALE REFUND GOES BACK AS A CREDIT ON THE ACCOUNT, OR TO    *
001100*  THE UNCLAIMED-REFUNDS LIABILITY WHEN THE ACCOUNT IS CLOSED  *
001200*  OR DISCONNECTED.                                            *
001300*-----------------------------------------------------------*
001400*  MODIFICATION HISTORY                                        *
001500*  DATE       INIT  DESCRIPTION                                *
001600*  2026-10-12 RSH   ORIGINAL LAYOUT                            *
001700*-----------------------------------------------------------*
001800  01  RG-RECORD.
001900      05  RG-REFUND-NO            PIC 9(09).
002000      05  RG-CUST-ID              PIC X(10).
002100      05  RG-AMOUNT               PIC 9(07)V99.
002200      05  RG-REFUND-DATE          PIC 9(08).
002300      05  RG-REASON               PIC X(01).
002400      05  RG-METHOD               PIC X(01).
002500          88  RG-BY-CHEQUE                VALUE "C".
002600          88  RG-BY-TRANSFER              VALUE "T".
002700      05  RG-INSTRUMENT-NO        PIC X(16).
002800      05  RG-INSTRUMENT-DATE      PIC 9(08).
002900      05  RG-STATUS               PIC X(01).
003000          88  RG-STAT-ISSUED              VALUE "I".
003100          88  RG-STAT-OUTSTANDING         VALUE "O".
003200          88  RG-STAT-PAID                VALUE "P".
003300          88  RG-STAT-FAILED              VALUE "F".
003400          88  RG-STAT-STALE               VALUE "S".
003500      05  RG-SETTLED-DATE         PIC 9(08).
003600      05  RG-REINSTATE-TO         PIC X(01).
003700          88  RG-TO-ACCOUNT               VALUE "A".
003800          88  RG-TO-UNCLAIMED             VALUE "U".
003900      05  FILLER                  PIC X(10).
