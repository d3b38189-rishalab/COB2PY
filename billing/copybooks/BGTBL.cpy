000100*-----------------------------------------------------------*
000200*  BGTBL.CPY                                                   *
000300*  IN-MEMORY COPY OF THE BANK-GUARANTEE REGISTER, LOADED ONCE  *
000400*  AT STARTUP AND SEARCHED BY CUSTOMER ID.  SHARED BY BILBGTE  *
000500*  (MAINTENANCE, EXPIRY LIST, INVOCATION), BILDADQ (COUNTS A   *
000600*  LIVE GUARANTEE AS DEPOSIT HELD), BILXFER AND BILCLOSE       *
000700*  (SETTLE IT ON THE FINAL BILL).  A PROGRAM THAT CHANGES AN   *
000800*  ENTRY WRITES THE WHOLE TABLE BACK TO BGREG AT END OF RUN.   *
000900*  THE ENTRY MIRRORS BG-RECORD FIELD FOR FIELD SO THE RECORD   *
001000*  IS MOVED IN AND OUT WHOLE.                                  *
001100*-----------------------------------------------------------*
001200*  MODIFICATION HISTORY                                      *
001300*  DATE       INIT  DESCRIPTION                               *
001400*  2026-10-15 RSH   ORIGINAL LAYOUT                           *
001500*-----------------------------------------------------------*
001600  01  WS-GUARANTEE-TABLE.
001700      05  WS-BG-ENTRY OCCURS 500 TIMES
001800                      INDEXED BY WS-BG-IDX.
001900          10  WS-BG-SERIAL-NO         PIC 9(06).
002000          10  WS-BG-CUST-ID           PIC X(10).
002100          10  WS-BG-GUARANTEE-NO      PIC X(20).
002200          10  WS-BG-BANK-NAME         PIC X(30).
002300          10  WS-BG-BANK-BRANCH       PIC X(30).
002400          10  WS-BG-BANK-CITY         PIC X(20).
002500          10  WS-BG-AMOUNT            PIC 9(07)V99.
002600          10  WS-BG-ISSUE-DATE        PIC 9(08).
002700          10  WS-BG-EXPIRY-DATE       PIC 9(08).
002800          10  WS-BG-STATUS            PIC X(01).
002900              88  WS-BG-ACTIVE                VALUE "A".
003000              88  WS-BG-CLAIM-DUE             VALUE "D".
003100              88  WS-BG-INVOKED               VALUE "I".
003200              88  WS-BG-ENCASHED              VALUE "E".
003300              88  WS-BG-RELEASED              VALUE "R".
003400          10  WS-BG-STATUS-DATE       PIC 9(08).
003500          10  WS-BG-CLAIM-REASON      PIC X(01).
003600          10  WS-BG-CLAIM-AMT         PIC 9(07)V99.
003700          10  WS-BG-PROCEEDS-AMT      PIC 9(07)V99.
003800          10  WS-BG-ADDED-DATE        PIC 9(08).
003900          10  WS-BG-OPERATOR-ID       PIC X(08).
004000          10  FILLER                  PIC X(20).
004100  01  WS-BG-COUNT                     PIC 9(03) VALUE ZERO.
004200  01  WS-BG-SUB                       PIC 9(03) VALUE ZERO.
