000100*-----------------------------------------------------------*
000200*  OBFREG.CPY                                                  *
000300*  ON-BILL FINANCING LOAN REGISTER RECORD LAYOUT               *
000400*                                                              *
000500*  ONE RECORD PER LOAN A CUSTOMER HAS TAKEN TO BUY AN          *
000600*  EFFICIENT APPLIANCE OR ROOFTOP SOLAR THROUGH THE BILL -     *
000700*  LED LIGHTING, AN EFFICIENT PUMP, OR A SOLAR PLANT.  THE     *
000800*  LENDER'S PRINCIPAL, ANNUAL RATE AND TERM ARE FIXED AT       *
000900*  ENROLMENT AND THE EQUATED MONTHLY INSTALMENT WORKED OUT     *
001000*  FROM THEM.  BILBATCH BILLS ONE INSTALMENT A PERIOD, SPLIT   *
001100*  INTO PRINCIPAL AND INTEREST ON THE REDUCING BALANCE;        *
001200*  BILPAY CLEARS THE BILLED-BUT-UNPAID AMOUNT; BILXFER AND     *
001300*  BILCLOSE SETTLE THE WHOLE BALANCE ON THE FINAL BILL.        *
001400*  ONE LIVE LOAN (ACTIVE OR DEFAULTED) PER CUSTOMER.           *
001500*  MAINTAINED BY BILOBF.                                       *
001600*-----------------------------------------------------------*
001700*  MODIFICATION HISTORY                                      *
001800*  DATE       INIT  DESCRIPTION                               *
001900*  2026-10-15 RSH   ORIGINAL LAYOUT                           *
002000*-----------------------------------------------------------*
002100  01  OB-RECORD.
002200      05  OB-LOAN-NO              PIC 9(06).
002300      05  OB-CUST-ID              PIC X(10).
002400      05  OB-SCHEME               PIC X(01).
002500          88  OB-SCHEME-LED               VALUE "L".
002600          88  OB-SCHEME-PUMP              VALUE "P".
002700          88  OB-SCHEME-SOLAR             VALUE "S".
002800      05  OB-LENDER-CODE          PIC X(06).
002900      05  OB-PRINCIPAL            PIC 9(07)V99.
003000      05  OB-RATE-PCT             PIC 9(02)V99.
003100      05  OB-TERM                 PIC 9(03).
003200      05  OB-INSTALMENT           PIC 9(07)V99.
003300      05  OB-START-PERIOD         PIC 9(06).
003400      05  OB-PRIN-BAL             PIC 9(07)V99.
003500      05  OB-INST-BILLED          PIC 9(03).
003600      05  OB-LAST-BILLED-PERIOD   PIC 9(06).
003700      05  OB-PRIN-BILLED          PIC 9(09)V99.
003800      05  OB-INT-BILLED           PIC 9(09)V99.
003900      05  OB-PAID-TO-DATE         PIC 9(09)V99.
004000      05  OB-DUE-AMT              PIC 9(07)V99.
004100      05  OB-MISSED-COUNT         PIC 9(02).
004200      05  OB-FINAL-AMT            PIC 9(09)V99.
004300      05  OB-STATUS               PIC X(01).
004400          88  OB-STAT-ACTIVE              VALUE "A".
004500          88  OB-STAT-DEFAULTED           VALUE "D".
004600          88  OB-STAT-COMPLETED           VALUE "C".
004700          88  OB-STAT-FINAL-BILLED        VALUE "F".
004800      05  OB-STATUS-DATE          PIC 9(08).
004900      05  OB-ENROL-DATE           PIC 9(08).
005000      05  OB-OPERATOR-ID          PIC X(08).
005100      05  FILLER                  PIC X(20).
