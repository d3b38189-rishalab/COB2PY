000100*-----------------------------------------------------------*
000200*  RFNDSTAT.CPY                                                *
000300*  BANK PAID-CHEQUE / TRANSFER-STATUS RECORD LAYOUT            *
000400*                                                              *
000500*  IMPORTED FROM THE BANK - ONE RECORD PER REFUND CHEQUE       *
000600*  PAID, OR PER REFUND TRANSFER CREDITED OR RETURNED,          *
000700*  IDENTIFIED BY THE INSTRUMENT NUMBER.  READ BY BILRFRC.      *
000800*-----------------------------------------------------------*
000900*  MODIFICATION HISTORY                                        *
001000*  DATE       INIT  DESCRIPTION                                *
001100*  2026-10-12 RSH   ORIGINAL LAYOUT                            *
001200*-----------------------------------------------------------*
001300  01  RX-RECORD.
001400      05  RX-METHOD               PIC X(01).
001500      05  RX-INSTRUMENT-NO        PIC X(16).
001600      05  RX-STATUS               PIC X(01).
001700          88  RX-STAT-PAID                VALUE "P".
001800          88  RX-STAT-FAILED              VALUE "F".
001900      05  RX-STATUS-DATE          PIC 9(08).
002000      05  RX-AMOUNT               PIC 9(07)V99.
002100      05  RX-BANK-REF             PIC X(12).
