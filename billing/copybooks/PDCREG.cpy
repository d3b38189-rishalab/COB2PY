000100*-----------------------------------------------------------*
000200*  PDCREG.CPY                                                 *
000300*  POST-DATED CHEQUE REGISTER RECORD.  ONE RECORD PER CHEQUE   *
000400*  HANDED OVER AT THE COUNTER, HELD UNTIL ITS DATE AND THEN    *
000500*  PRESENTED BY THE DAILY BILPDC RUN.  THE SERIAL IS ASSIGNED  *
000600*  AT REGISTRATION AND BECOMES THE RECEIPT NUMBER (PDC + THE   *
000700*  SERIAL) ON THE PAYMENT RECORD, SO A BOUNCE REVERSES THE     *
000800*  VERY RECEIPT THE PRESENTATION POSTED.  THE PLAN START       *
000900*  PERIOD TIES THE CHEQUE TO THE CUSTOMER'S PAYPLAN            *
001000*  INSTALLMENT PLAN - ZERO FOR A CHEQUE AGAINST ORDINARY       *
001100*  BILLS.                                                      *
001200*-----------------------------------------------------------*
001300*  MODIFICATION HISTORY                                      *
001400*  DATE       INIT  DESCRIPTION                               *
001500*  2026-10-12 RSH   ORIGINAL LAYOUT                           *
001600*-----------------------------------------------------------*
001700  01  PD-RECORD.
001800      05  PD-SERIAL-NO            PIC 9(09).
001900      05  PD-CUST-ID              PIC X(10).
002000      05  PD-PLAN-START           PIC 9(06).
002100      05  PD-CHEQUE-NO            PIC X(10).
002200      05  PD-BANK-NAME            PIC X(20).
002300      05  PD-AMOUNT               PIC 9(07)V99.
002400      05  PD-CHEQUE-DATE          PIC 9(08).
002500      05  PD-STATUS               PIC X(01).
002600          88  PD-STAT-HELD                VALUE "H".
002700          88  PD-STAT-PRESENTED           VALUE "P".
002800          88  PD-STAT-DISHONOURED         VALUE "D".
002900          88  PD-STAT-WITHDRAWN           VALUE "W".
003000      05  PD-ADDED-DATE           PIC 9(08).
003100      05  PD-PRESENT-DATE         PIC 9(08).
003200      05  PD-DISHON-DATE          PIC 9(08).
003300      05  PD-OPERATOR-ID          PIC X(08).
003400      05  FILLER                  PIC X(10).
