000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILNPRT.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-10.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILNPRT                                                   *
000900*  GST CREDIT/DEBIT NOTE PRINT RUN.  READS THE GSTNOTE       *
001000*  REGISTER FOR NOTES NOT YET PRINTED, PULLS NAME AND        *
001100*  ADDRESS FROM CUSTMAS AND PRINTS EACH NOTE THROUGH         *
001200*  BILPRINT - THE SAME HEADER AS A BILL, WITH THE NOTE       *
001300*  NUMBER, THE INVOICE IT AMENDS, THE TAXABLE VALUE, THE GST *
001400*  AND THE NOTE TOTAL.  A PRINTED NOTE IS STAMPED WITH THE   *
001500*  PRINT DATE SO A RERUN PRINTS ONLY NEW NOTES.  THE RUN IS  *
001600*  LOGGED TO RUNLOG.                                         *
001700*-----------------------------------------------------------*
001800*  MODIFICATION HISTORY                                      *
001900*  DATE       INIT  DESCRIPTION                               *
002000*  2026-10-10 RSH   ORIGINAL                                  *
002100*-----------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.   IBM-370.
002500 OBJECT-COMPUTER.   IBM-370.

002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT GSTNOTE ASSIGN TO "GSTNOTE"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS GN-KEY
003200         FILE STATUS IS FS-GSTNOTE.

003300     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS CM-CUST-ID
003700         FILE STATUS IS FS-CUSTMAS.

003800     SELECT RUNLOG ASSIGN TO "RUNLOG"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS FS-RUNLOG.

004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  GSTNOTE
004400     LABEL RECORDS ARE STANDARD.
004500 COPY GSTNOTE.

004600 FD  CUSTMAS
004700     LABEL RECORDS ARE STANDARD.
004800 COPY CUSTMAS.

004900 FD  RUNLOG
005000     LABEL RECORDS ARE STANDARD.
005100 COPY RUNLOG.

005200 WORKING-STORAGE SECTION.
005300*-----------------------------------------------------------*
005400*    FILE STATUS SWITCHES                                    *
005500*-----------------------------------------------------------*
005600 77  FS-GSTNOTE              PIC X(02).
005700     88  FS-GSTNOTE-OK               VALUE "00".
005800 77  FS-CUSTMAS              PIC X(02).
005900     88  FS-CUSTMAS-OK               VALUE "00".
006000 77  FS-RUNLOG               PIC X(02).
006100     88  FS-RUNLOG-OK                VALUE "00".

006200*-----------------------------------------------------------*
006300*    PROGRAM SWITCHES                                        *
006400*-----------------------------------------------------------*
006500 77  WS-ABORT-SW             PIC X(01) VALUE "N".
006600     88  WS-ABORT                    VALUE "Y".
006700 77  WS-EOF-SW               PIC X(01) VALUE "N".
006800     88  WS-EOF                      VALUE "Y".

006900*-----------------------------------------------------------*
007000*    OPERATOR, COUNTERS AND BILPRINT FILLER AMOUNTS           *
007100*-----------------------------------------------------------*
007200 77  WS-OPERATOR-ID          PIC X(08).
007300 77  WS-SYSTEM-DATE          PIC 9(08).
007400 77  WS-SYSTEM-TIME          PIC 9(08).
007500 77  WS-NOTES-READ           PIC 9(07) VALUE ZERO.
007600 77  WS-NOTES-PRINTED        PIC 9(07) VALUE ZERO.
007700 77  WS-NOTES-SKIPPED        PIC 9(07) VALUE ZERO.
007800 77  WS-CREDIT-TOTAL         PIC 9(11)V99 VALUE ZERO.
007900 77  WS-DEBIT-TOTAL          PIC 9(11)V99 VALUE ZERO.
008000 77  WS-ZERO-ADJ             PIC S9(07)V99 VALUE ZERO.
008100 77  WS-ZERO-ARREARS         PIC 9(07)V99 VALUE ZERO.
008200 77  WS-ZERO-CRED            PIC 9(07)V99 VALUE ZERO.
008300 77  WS-ZERO-SUBSIDY         PIC 9(09)V99 VALUE ZERO.
008400 77  WS-BLANK-REASON         PIC X(30) VALUE SPACES.
008500 77  WS-GROSS-NOTE           PIC 9(09)V99 VALUE ZERO.

008600*-----------------------------------------------------------*
008700*    BILPRINT PARAMETER BLOCKS                               *
008800*-----------------------------------------------------------*
008900 COPY BILCALC.
009000 COPY BILXTRA.

009100 PROCEDURE DIVISION.
009200 0000-MAINLINE SECTION.
009300     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
009400     IF NOT WS-ABORT
009500         PERFORM 2000-PRINT-NOTE THRU 2000-EXIT
009600             UNTIL WS-EOF
009700     END-IF.
009800     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
009900     STOP RUN.

010000 1000-INITIALIZE.
010100     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
010200     ACCEPT WS-SYSTEM-TIME FROM TIME.
010300     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
010400     ACCEPT WS-OPERATOR-ID.
010500     OPEN EXTEND RUNLOG.
010600     IF NOT FS-RUNLOG-OK
010700         DISPLAY "BILNPRT: UNABLE TO OPEN RUNLOG, STATUS "
010800             FS-RUNLOG
010900     END-IF.
011000     OPEN INPUT CUSTMAS.
011100     IF NOT FS-CUSTMAS-OK
011200         DISPLAY "BILNPRT: UNABLE TO OPEN CUSTMAS, STATUS "
011300             FS-CUSTMAS
011400         MOVE "Y" TO WS-ABORT-SW
011500         GO TO 1000-EXIT
011600     END-IF.
011700     OPEN I-O GSTNOTE.
011800     IF NOT FS-GSTNOTE-OK
011900         DISPLAY "BILNPRT: NO GST NOTES ON FILE, STATUS "
012000             FS-GSTNOTE
012100         MOVE "Y" TO WS-EOF-SW
012200     END-IF.
012300 1000-EXIT.
012400     EXIT.

012500*-----------------------------------------------------------*
012600*    ONE NOTE PER PASS.  A NOTE WHOSE CUSTOMER IS NO LONGER  *
012700*    ON CUSTMAS IS LEFT UNPRINTED FOR THE NEXT RUN.          *
012800*-----------------------------------------------------------*
012900 2000-PRINT-NOTE.
013000     READ GSTNOTE NEXT RECORD
013100         AT END
013200             MOVE "Y" TO WS-EOF-SW
013300             GO TO 2000-EXIT
013400     END-READ.
013500     ADD 1 TO WS-NOTES-READ.
013600     IF GN-PRINTED
013700         GO TO 2000-EXIT
013800     END-IF.
013900     MOVE GN-CUST-ID TO CM-CUST-ID.
014000     READ CUSTMAS
014100         INVALID KEY
014200             DISPLAY "BILNPRT: CUSTOMER " GN-CUST-ID
014300                 " NOT ON FILE - NOTE " GN-NOTE-TYPE GN-NOTE-NO
014400                 " NOT PRINTED"
014500             ADD 1 TO WS-NOTES-SKIPPED
014600             GO TO 2000-EXIT
014700     END-READ.
014800     INITIALIZE BC-PARMS.
014900     INITIALIZE XT-EXTRAS.
015000     MOVE GN-NOTE-TYPE       TO XT-NOTE-TYPE.
015100     MOVE GN-ORIG-INVOICE-NO TO XT-NOTE-ORIG-INV.
015200     MOVE GN-ORIG-PERIOD     TO XT-NOTE-ORIG-PERIOD.
015300     MOVE GN-TAXABLE-AMT     TO XT-NOTE-TAXABLE.
015400     MOVE GN-NOTE-DATE       TO XT-NOTE-DATE.
015500     MOVE GN-REASON-TEXT     TO XT-NOTE-REASON.
015600     MOVE GN-EINV-REF        TO XT-EINV-REF.
015700     MOVE GN-NOTE-AMT        TO WS-GROSS-NOTE.
015800     CALL "BILPRINT" USING CM-RECORD, BC-PARMS, GN-ORIG-PERIOD,
015900         GN-GST-AMT, WS-ZERO-ARREARS, WS-GROSS-NOTE,
016000         WS-ZERO-ADJ, WS-BLANK-REASON, WS-ZERO-SUBSIDY,
016100         WS-ZERO-CRED, GN-NOTE-NO, GN-NOTE-AMT, XT-EXTRAS.
016200     IF GN-CREDIT-NOTE
016300         ADD GN-NOTE-AMT TO WS-CREDIT-TOTAL
016400     ELSE
016500         ADD GN-NOTE-AMT TO WS-DEBIT-TOTAL
016600     END-IF.
016700     MOVE "Y"            TO GN-PRINTED-SW.
016800     MOVE WS-SYSTEM-DATE TO GN-PRINT-DATE.
016900     REWRITE GN-RECORD
017000         INVALID KEY
017100             DISPLAY "BILNPRT: UNABLE TO MARK NOTE " GN-NOTE-TYPE
017200                 GN-NOTE-NO " PRINTED"
017300     END-REWRITE.
017400     ADD 1 TO WS-NOTES-PRINTED.
017500 2000-EXIT.
017600     EXIT.

017700 9000-TERMINATE.
017800     IF NOT WS-ABORT
017900         CLOSE CUSTMAS
018000         CLOSE GSTNOTE
018100     END-IF.
018200     DISPLAY "=============================================".
018300     DISPLAY "BILNPRT - GST NOTE PRINT SUMMARY".
018400     DISPLAY "  NOTES READ        : " WS-NOTES-READ.
018500     DISPLAY "  NOTES PRINTED     : " WS-NOTES-PRINTED.
018600     DISPLAY "  LEFT UNPRINTED    : " WS-NOTES-SKIPPED.
018700     DISPLAY "  CREDIT NOTES TOTAL: RS " WS-CREDIT-TOTAL.
018800     DISPLAY "  DEBIT NOTES TOTAL : RS " WS-DEBIT-TOTAL.
018900     DISPLAY "=============================================".
019000     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
019100     CLOSE RUNLOG.
019200 9000-EXIT.
019300     EXIT.

019400 9600-WRITE-RUNLOG.
019500     MOVE "BILNPRT"        TO RL-PROGRAM-ID.
019600     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
019700     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
019800     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
019900     MOVE "GSTNOTE"        TO RL-INPUT-FILE.
020000     MOVE WS-NOTES-READ    TO RL-RECORDS-READ.
020100     MOVE WS-NOTES-PRINTED TO RL-BILLS-PRODUCED.
020200     MOVE WS-NOTES-SKIPPED TO RL-EXCEPTIONS.
020300     COMPUTE RL-TOTAL-BILLED = WS-DEBIT-TOTAL + WS-CREDIT-TOTAL.
020400     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
020500     ACCEPT RL-END-TIME FROM TIME.
020600     WRITE RL-RECORD.
020700 9600-EXIT.
020800     EXIT.
