000100*-----------------------------------------------------------*
000200*  GNPARM.CPY                                                 *
000300*  CALL PARAMETER BLOCK FOR THE BILNOTE GST CREDIT/DEBIT NOTE  *
000400*  SUBPROGRAM - SAME CONVENTION AS PBPARM.CPY.  FUNCTION W     *
000500*  NUMBERS AND REGISTERS ONE NOTE.  THE CALLER SETS THE TYPE,  *
000600*  CUSTOMER, ORIGINAL INVOICE AND PERIOD, THE TAXABLE VALUE    *
000700*  AND TAX OF THE CHANGE, THE SOURCE AND THE RETURN SWITCH;    *
000800*  A ZERO ORIGINAL INVOICE ASKS BILNOTE TO TAKE THE CUSTOMER'S *
000900*  LAST ORDINARY BILL BEFORE GP-ORIG-PERIOD FROM BILLHIST.     *
001000*  THE NOTE NUMBER ISSUED COMES BACK IN GP-NOTE-NO.            *
001100*-----------------------------------------------------------*
001200*  MODIFICATION HISTORY                                      *
001300*  DATE       INIT  DESCRIPTION                               *
001400*  2026-10-10 RSH   ORIGINAL LAYOUT                           *
001500*-----------------------------------------------------------*
001600  01  GP-PARMS.
001700      05  GP-FUNCTION             PIC X(01).
001800          88  GP-FUNC-WRITE               VALUE "W".
001900      05  GP-NOTE-TYPE            PIC X(01).
002000          88  GP-CREDIT-NOTE              VALUE "C".
002100          88  GP-DEBIT-NOTE               VALUE "D".
002200      05  GP-CUST-ID              PIC X(10).
002300      05  GP-NOTE-DATE            PIC 9(08).
002400      05  GP-ORIG-INVOICE-NO      PIC 9(09).
002500      05  GP-ORIG-PERIOD          PIC 9(06).
002600      05  GP-TAXABLE-AMT          PIC 9(09)V99.
002700      05  GP-GST-AMT              PIC 9(09)V99.
002800      05  GP-SOURCE               PIC X(04).
002900      05  GP-RETURN-SW            PIC X(01).
003000      05  GP-REASON-TEXT          PIC X(30).
003100      05  GP-OPERATOR-ID          PIC X(08).
003200      05  GP-NOTE-NO              PIC 9(09).
003300      05  GP-RESULT               PIC X(01).
003400          88  GP-OK                       VALUE "Y".
003500          88  GP-FAILED                   VALUE "N".
