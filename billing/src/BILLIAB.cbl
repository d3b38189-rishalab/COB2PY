000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILLIAB.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILLIAB                                                     *
000900*  CUSTOMER-LIABILITY MOVEMENT SUBPROGRAM, CALLED BY EVERY     *
001000*  PROGRAM THAT MOVES MONEY THE BOARD HOLDS FOR A CUSTOMER -   *
001100*  THE SECURITY DEPOSIT (BILDEP), THE CREDIT BALANCE           *
001200*  (BILBATCH, BILLING, BILAPPR, BILREPRO, BILCANC, BILBUDG,    *
001300*  BILPAY, BILRFND, BILRFRC, BILSUSP, BILXFER), THE PREPAID    *
001400*  BALANCE (BILPAY, BILBATCH, BILSUSP) AND PAYMENT SUSPENSE    *
001500*  (BILPAY, BILSUSP).  FUNCTION W APPENDS ONE STAMPED          *
001600*  MOVEMENT TO LIABJRN, CREATING THE FILE ON FIRST USE.  A     *
001700*  MOVEMENT THAT CANNOT BE JOURNALLED COMES BACK LQ-FAILED     *
001800*  AND THE CALLER'S POSTING STANDS, AS WITH BILPREG - THE      *
001900*  MONTH-END BILLPRF PROOF THEN SHOWS THE GAP.                 *
002000*-----------------------------------------------------------*
002100*  MODIFICATION HISTORY                                        *
002200*  DATE       INIT  DESCRIPTION                                *
002300*  2026-10-15 RSH   ORIGINAL                                   *
002400*-----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.   IBM-370.
002800 OBJECT-COMPUTER.   IBM-370.

002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT LIABJRN ASSIGN TO "LIABJRN"
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS FS-LIABJRN.

003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  LIABJRN
003700     LABEL RECORDS ARE STANDARD.
003800 COPY LIABJRN.

003900 WORKING-STORAGE SECTION.
004000 77  FS-LIABJRN              PIC X(02).
004100     88  FS-LIABJRN-OK               VALUE "00".
004200     88  FS-LIABJRN-NOFILE           VALUE "35".

004300 LINKAGE SECTION.
004400 COPY LQPARM.

004500 PROCEDURE DIVISION USING LQ-PARMS.
004600 0000-MAINLINE SECTION.
004700     MOVE "N" TO LQ-RESULT.
004800     IF NOT LQ-FUNC-WRITE
004900         DISPLAY "BILLIAB: UNKNOWN FUNCTION " LQ-FUNCTION
005000         GOBACK
005100     END-IF.
005200     IF LQ-AMOUNT = ZERO
005300         MOVE "Y" TO LQ-RESULT
005400         GOBACK
005500     END-IF.
005600     OPEN EXTEND LIABJRN.
005700     IF FS-LIABJRN-NOFILE
005800         OPEN OUTPUT LIABJRN
005900     END-IF.
006000     IF NOT FS-LIABJRN-OK
006100         DISPLAY "BILLIAB: UNABLE TO OPEN LIABJRN, STATUS "
006200             FS-LIABJRN
006300         GOBACK
006400     END-IF.
006500     PERFORM 2000-WRITE-ONE THRU 2000-EXIT.
006600     CLOSE LIABJRN.
006700     GOBACK.

006800 2000-WRITE-ONE.
006900     MOVE SPACES       TO LJ-RECORD.
007000     ACCEPT LJ-DATE FROM DATE YYYYMMDD.
007100     ACCEPT LJ-TIME FROM TIME.
007200     MOVE LQ-LIABILITY TO LJ-LIABILITY.
007300     MOVE LQ-MOVE-TYPE TO LJ-MOVE-TYPE.
007400     MOVE LQ-CUST-ID   TO LJ-CUST-ID.
007500     MOVE LQ-AMOUNT    TO LJ-AMOUNT.
007600     MOVE LQ-SOURCE    TO LJ-SOURCE.
007700     WRITE LJ-RECORD.
007800     IF NOT FS-LIABJRN-OK
007900         DISPLAY "BILLIAB: JOURNAL WRITE FAILED FOR " LQ-CUST-ID
008000             " " LQ-LIABILITY " " LQ-MOVE-TYPE
008100         GO TO 2000-EXIT
008200     END-IF.
008300     MOVE "Y" TO LQ-RESULT.
008400 2000-EXIT.
008500     EXIT.
