000100*-----------------------------------------------------------*
000200*  OBFTBL.CPY                                                  *
000300*  IN-MEMORY COPY OF THE ON-BILL FINANCING LOAN REGISTER,      *
000400*  LOADED ONCE AT STARTUP AND SEARCHED BY CUSTOMER ID.         *
000500*  SHARED BY BILBATCH (BILLS THE MONTH'S INSTALMENT, COUNTS    *
000600*  MISSED ONES), BILPAY (CLEARS THE BILLED INSTALMENTS),       *
000700*  BILXFER AND BILCLOSE (SETTLE THE LOAN ON THE FINAL BILL).   *
000800*  EACH PROGRAM WRITES THE WHOLE TABLE BACK TO OBFREG AT END   *
000900*  OF RUN.  THE ENTRY MIRRORS OB-RECORD FIELD FOR FIELD SO     *
001000*  THE RECORD IS MOVED IN AND OUT WHOLE.                       *
001100*-----------------------------------------------------------*
001200*  MODIFICATION HISTORY                                      *
001300*  DATE       INIT  DESCRIPTION                               *
001400*  2026-10-15 RSH   ORIGINAL LAYOUT                           *
001500*-----------------------------------------------------------*
001600  01  WS-LOAN-TABLE.
001700      05  WS-OB-ENTRY OCCURS 500 TIMES
001800                      INDEXED BY WS-OB-IDX.
001900          10  WS-OB-LOAN-NO           PIC 9(06).
002000          10  WS-OB-CUST-ID           PIC X(10).
002100          10  WS-OB-SCHEME            PIC X(01).
002200          10  WS-OB-LENDER-CODE       PIC X(06).
002300          10  WS-OB-PRINCIPAL         PIC 9(07)V99.
002400          10  WS-OB-RATE-PCT          PIC 9(02)V99.
002500          10  WS-OB-TERM              PIC 9(03).
002600          10  WS-OB-INSTALMENT        PIC 9(07)V99.
002700          10  WS-OB-START-PERIOD      PIC 9(06).
002800          10  WS-OB-PRIN-BAL          PIC 9(07)V99.
002900          10  WS-OB-INST-BILLED       PIC 9(03).
003000          10  WS-OB-LAST-BILLED       PIC 9(06).
003100          10  WS-OB-PRIN-BILLED       PIC 9(09)V99.
003200          10  WS-OB-INT-BILLED        PIC 9(09)V99.
003300          10  WS-OB-PAID-TO-DATE      PIC 9(09)V99.
003400          10  WS-OB-DUE-AMT           PIC 9(07)V99.
003500          10  WS-OB-MISSED-COUNT      PIC 9(02).
003600          10  WS-OB-FINAL-AMT         PIC 9(09)V99.
003700          10  WS-OB-STATUS            PIC X(01).
003800              88  WS-OB-ACTIVE                VALUE "A".
003900              88  WS-OB-DEFAULTED             VALUE "D".
004000              88  WS-OB-COMPLETED             VALUE "C".
004100              88  WS-OB-FINAL-BILLED          VALUE "F".
004200          10  WS-OB-STATUS-DATE       PIC 9(08).
004300          10  WS-OB-ENROL-DATE        PIC 9(08).
004400          10  WS-OB-OPERATOR-ID       PIC X(08).
004500          10  FILLER                  PIC X(20).
004600  01  WS-LOAN-COUNT                   PIC 9(03) VALUE ZERO.
004700  01  WS-LOAN-SUB                     PIC 9(03) VALUE ZERO.
