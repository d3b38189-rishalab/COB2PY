000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILNOTE.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-10.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILNOTE                                                   *
000900*  GST CREDIT/DEBIT NOTE SUBPROGRAM, CALLED BY EVERY PROGRAM  *
001000*  THAT CHANGES THE VALUE OF A BILL ALREADY POSTED - BILCANC, *
001100*  BILRBKO, BILBATCH AND BILAPPR (ADJTXN CORRECTIONS) AND     *
001200*  BILINSP.  FUNCTION W TAKES THE NEXT NUMBER IN THE NOTE     *
001300*  TYPE'S OWN SERIES FROM NOTECTL AND WRITES THE NOTE TO THE  *
001400*  GSTNOTE REGISTER AGAINST THE ORIGINAL INVOICE.  WHEN THE   *
001500*  CALLER HAS NO INVOICE TO QUOTE, THE CUSTOMER'S LAST        *
001600*  ORDINARY BILL BEFORE THE PERIOD GIVEN IS TAKEN FROM        *
001700*  BILLHIST.  BOTH FILES ARE CREATED ON FIRST USE.  A NOTE    *
001800*  THAT CANNOT BE WRITTEN COMES BACK GP-FAILED AND THE        *
001900*  CALLER'S POSTING STANDS, AS WITH BILPREG.                  *
002000*-----------------------------------------------------------*
002100*  MODIFICATION HISTORY                                      *
002200*  DATE       INIT  DESCRIPTION                               *
002300*  2026-10-10 RSH   ORIGINAL                                  *
002400*-----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.   IBM-370.
002800 OBJECT-COMPUTER.   IBM-370.

002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT GSTNOTE ASSIGN TO "GSTNOTE"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS GN-KEY
003500         FILE STATUS IS FS-GSTNOTE.

003600     SELECT NOTECTL ASSIGN TO "NOTECTL"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS FS-NOTECTL.

003900     SELECT BILLHIST ASSIGN TO "BILLHIST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS BH-KEY
004300         FILE STATUS IS FS-BILLHIST.

004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  GSTNOTE
004700     LABEL RECORDS ARE STANDARD.
004800 COPY GSTNOTE.

004900 FD  NOTECTL
005000     LABEL RECORDS ARE STANDARD.
005100 COPY NOTECTL.

005200 FD  BILLHIST
005300     LABEL RECORDS ARE STANDARD.
005400 COPY BILLHIST.

005500 WORKING-STORAGE SECTION.
005600 77  FS-GSTNOTE              PIC X(02).
005700     88  FS-GSTNOTE-OK               VALUE "00".
005800 77  FS-NOTECTL              PIC X(02).
005900     88  FS-NOTECTL-OK               VALUE "00".
006000 77  FS-BILLHIST             PIC X(02).
006100     88  FS-BILLHIST-OK              VALUE "00".
006200 77  WS-BH-EOF-SW            PIC X(01) VALUE "N".
006300     88  WS-BH-EOF                   VALUE "Y".
006400 77  WS-LAST-CREDIT-NO       PIC 9(09) VALUE ZERO.
006500 77  WS-LAST-DEBIT-NO        PIC 9(09) VALUE ZERO.
006600 77  WS-ORIG-INVOICE-NO      PIC 9(09) VALUE ZERO.
006700 77  WS-ORIG-PERIOD          PIC 9(06) VALUE ZERO.

006800 LINKAGE SECTION.
006900 COPY GNPARM.

007000 PROCEDURE DIVISION USING GP-PARMS.
007100 0000-MAINLINE SECTION.
007200     MOVE "N"  TO GP-RESULT.
007300     MOVE ZERO TO GP-NOTE-NO.
007400     IF NOT GP-FUNC-WRITE
007500         DISPLAY "BILNOTE: UNKNOWN FUNCTION " GP-FUNCTION
007600         GOBACK
007700     END-IF.
007800     IF NOT GP-CREDIT-NOTE AND NOT GP-DEBIT-NOTE
007900         DISPLAY "BILNOTE: UNKNOWN NOTE TYPE " GP-NOTE-TYPE
008000         GOBACK
008100     END-IF.
008200     MOVE GP-ORIG-INVOICE-NO TO WS-ORIG-INVOICE-NO.
008300     MOVE GP-ORIG-PERIOD     TO WS-ORIG-PERIOD.
008400     IF GP-ORIG-INVOICE-NO = ZERO
008500         PERFORM 2000-FIND-ORIGINAL THRU 2000-EXIT
008600     END-IF.
008700     OPEN I-O GSTNOTE.
008800     IF NOT FS-GSTNOTE-OK
008900         OPEN OUTPUT GSTNOTE
009000         IF FS-GSTNOTE-OK
009100             CLOSE GSTNOTE
009200             OPEN I-O GSTNOTE
009300         END-IF
009400     END-IF.
009500     IF NOT FS-GSTNOTE-OK
009600         DISPLAY "BILNOTE: UNABLE TO OPEN GSTNOTE, STATUS "
009700             FS-GSTNOTE
009800         GOBACK
009900     END-IF.
010000     PERFORM 1000-READ-CONTROL THRU 1000-EXIT.
010100     PERFORM 3000-WRITE-NOTE   THRU 3000-EXIT.
010200     CLOSE GSTNOTE.
010300     IF GP-OK
010400         PERFORM 4000-REWRITE-CONTROL THRU 4000-EXIT
010500     END-IF.
010600     GOBACK.

010700*-----------------------------------------------------------*
010800*    THE NUMBER CONTROL - A MISSING FILE STARTS BOTH SERIES   *
010900*    AT ONE.                                                  *
011000*-----------------------------------------------------------*
011100 1000-READ-CONTROL.
011200     MOVE ZERO TO WS-LAST-CREDIT-NO.
011300     MOVE ZERO TO WS-LAST-DEBIT-NO.
011400     OPEN INPUT NOTECTL.
011500     IF NOT FS-NOTECTL-OK
011600         GO TO 1000-EXIT
011700     END-IF.
011800     READ NOTECTL
011900         AT END
012000             CONTINUE
012100         NOT AT END
012200             MOVE GC-LAST-CREDIT-NO TO WS-LAST-CREDIT-NO
012300             MOVE GC-LAST-DEBIT-NO  TO WS-LAST-DEBIT-NO
012400     END-READ.
012500     CLOSE NOTECTL.
012600 1000-EXIT.
012700     EXIT.

012800*-----------------------------------------------------------*
012900*    NO INVOICE QUOTED - THE CUSTOMER'S LAST ORDINARY BILL    *
013000*    BEFORE THE PERIOD GIVEN.  NONE ON FILE LEAVES THE NOTE   *
013100*    AGAINST INVOICE ZERO FOR THE TAX DESK TO ANNOTATE.       *
013200*-----------------------------------------------------------*
013300 2000-FIND-ORIGINAL.
013400     MOVE ZERO TO WS-ORIG-PERIOD.
013500     OPEN INPUT BILLHIST.
013600     IF NOT FS-BILLHIST-OK
013700         DISPLAY "BILNOTE: BILLHIST NOT AVAILABLE, STATUS "
013800             FS-BILLHIST " - NOTE RAISED WITHOUT AN INVOICE"
013900         GO TO 2000-EXIT
014000     END-IF.
014100     MOVE "N"        TO WS-BH-EOF-SW.
014200     MOVE GP-CUST-ID TO BH-CUST-ID.
014300     MOVE ZERO       TO BH-BILL-PERIOD.
014400     START BILLHIST KEY IS NOT LESS THAN BH-KEY
014500         INVALID KEY
014600             MOVE "Y" TO WS-BH-EOF-SW
014700     END-START.
014800     PERFORM 2100-SCAN-HISTORY THRU 2100-EXIT
014900         UNTIL WS-BH-EOF.
015000     CLOSE BILLHIST.
015100 2000-EXIT.
015200     EXIT.

015300 2100-SCAN-HISTORY.
015400     READ BILLHIST NEXT RECORD
015500         AT END
015600             MOVE "Y" TO WS-BH-EOF-SW
015700             GO TO 2100-EXIT
015800     END-READ.
015900     IF BH-CUST-ID NOT = GP-CUST-ID
016000         OR BH-BILL-PERIOD NOT < GP-ORIG-PERIOD
016100         MOVE "Y" TO WS-BH-EOF-SW
016200         GO TO 2100-EXIT
016300     END-IF.
016400     IF BH-TYPE-BILL
016500         MOVE BH-INVOICE-NO  TO WS-ORIG-INVOICE-NO
016600         MOVE BH-BILL-PERIOD TO WS-ORIG-PERIOD
016700     END-IF.
016800 2100-EXIT.
016900     EXIT.

017000 3000-WRITE-NOTE.
017100     MOVE SPACES TO GN-RECORD.
017200     MOVE GP-NOTE-TYPE TO GN-NOTE-TYPE.
017300     IF GP-CREDIT-NOTE
017400         ADD 1 TO WS-LAST-CREDIT-NO
017500         MOVE WS-LAST-CREDIT-NO TO GN-NOTE-NO
017600     ELSE
017700         ADD 1 TO WS-LAST-DEBIT-NO
017800         MOVE WS-LAST-DEBIT-NO  TO GN-NOTE-NO
017900     END-IF.
018000     MOVE GP-CUST-ID         TO GN-CUST-ID.
018100     MOVE GP-NOTE-DATE       TO GN-NOTE-DATE.
018200     COMPUTE GN-FILING-PERIOD = GP-NOTE-DATE / 100.
018300     MOVE WS-ORIG-INVOICE-NO TO GN-ORIG-INVOICE-NO.
018400     MOVE WS-ORIG-PERIOD     TO GN-ORIG-PERIOD.
018500     MOVE GP-TAXABLE-AMT     TO GN-TAXABLE-AMT.
018600     MOVE GP-GST-AMT         TO GN-GST-AMT.
018700     COMPUTE GN-NOTE-AMT = GP-TAXABLE-AMT + GP-GST-AMT.
018800     MOVE GP-SOURCE          TO GN-SOURCE.
018900     MOVE GP-RETURN-SW       TO GN-RETURN-SW.
019000     MOVE GP-REASON-TEXT     TO GN-REASON-TEXT.
019100     MOVE "N"                TO GN-PRINTED-SW.
019200     MOVE ZERO               TO GN-PRINT-DATE.
019300     MOVE SPACES             TO GN-EINV-REF.
019400     MOVE GP-OPERATOR-ID     TO GN-OPERATOR-ID.
019500     WRITE GN-RECORD
019600         INVALID KEY
019700             DISPLAY "BILNOTE: NOTE " GN-NOTE-TYPE GN-NOTE-NO
019800                 " ALREADY ON GSTNOTE - CHECK NOTECTL"
019900             GO TO 3000-EXIT
020000     END-WRITE.
020100     MOVE GN-NOTE-NO TO GP-NOTE-NO.
020200     MOVE "Y"        TO GP-RESULT.
020300 3000-EXIT.
020400     EXIT.

020500 4000-REWRITE-CONTROL.
020600     OPEN OUTPUT NOTECTL.
020700     IF NOT FS-NOTECTL-OK
020800         DISPLAY "BILNOTE: UNABLE TO REWRITE NOTECTL, STATUS "
020900             FS-NOTECTL
021000         GO TO 4000-EXIT
021100     END-IF.
021200     MOVE WS-LAST-CREDIT-NO TO GC-LAST-CREDIT-NO.
021300     MOVE WS-LAST-DEBIT-NO  TO GC-LAST-DEBIT-NO.
021400     WRITE GC-RECORD.
021500     CLOSE NOTECTL.
021600 4000-EXIT.
021700     EXIT.
