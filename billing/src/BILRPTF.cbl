000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILRPTF.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILRPTF                                                     *
000900*  REPORT-REPOSITORY FILING SUBPROGRAM, CALLED BY EVERY        *
001000*  PROGRAM THAT WRITES A REPORT ONCE THE REPORT IS CLOSED, SO  *
001100*  A PRINT FILE THE NEXT RUN OVERWRITES IS NOT LOST.  THE      *
001200*  CALLER OPENS A FILING (O) WITH ITS RUNLOG STAMP, READS ITS  *
001300*  REPORT BACK AND PASSES EACH LINE (L), THEN CLOSES THE       *
001400*  FILING (C).  THE INDEX ENTRY GOES ON RPTIDX AS SOON AS THE  *
001500*  FILING OPENS, MARKED AS BEING FILED, AND IS MARKED FILED    *
001600*  WITH ITS LINE COUNT ON THE CLOSE - A RUN THAT DIES IN       *
001700*  BETWEEN LEAVES AN ENTRY BILRPTQ SHOWS AS INCOMPLETE.  BOTH  *
001800*  FILES ARE CREATED ON FIRST USE, AS BILCORR DOES FOR ITS     *
001900*  REGISTER, AND STAY OPEN FROM THE OPEN TO THE CLOSE.  A      *
002000*  REPOSITORY THAT CANNOT BE WRITTEN NEVER STOPS THE CALLER -  *
002100*  THE PRINTED REPORT STANDS AND THE FAILURE IS DISPLAYED.     *
002200*-----------------------------------------------------------*
002300*  MODIFICATION HISTORY                                      *
002400*  DATE       INIT  DESCRIPTION                               *
002500*  2026-10-15 RSH   ORIGINAL                                  *
002600*-----------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.

003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT RPTIDX ASSIGN TO "RPTIDX"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS RA-KEY
003700         FILE STATUS IS FS-RPTIDX.

003800     SELECT RPTLINE ASSIGN TO "RPTLINE"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS RY-KEY
004200         FILE STATUS IS FS-RPTLINE.

004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  RPTIDX
004600     LABEL RECORDS ARE STANDARD.
004700 COPY RPTIDX.

004800 FD  RPTLINE
004900     LABEL RECORDS ARE STANDARD.
005000 COPY RPTLINE.

005100 WORKING-STORAGE SECTION.
005200 77  FS-RPTIDX               PIC X(02).
005300     88  FS-RPTIDX-OK                VALUE "00".
005400 77  FS-RPTLINE              PIC X(02).
005500     88  FS-RPTLINE-OK               VALUE "00".
005600 77  WS-FILING-SW            PIC X(01) VALUE "N".
005700     88  WS-FILING                   VALUE "Y".
005800 77  WS-LINE-FAILED-SW       PIC X(01) VALUE "N".
005900     88  WS-LINE-FAILED              VALUE "Y".
006000 77  WS-LINE-COUNT           PIC 9(06) VALUE ZERO.
006100 77  WS-TODAY                PIC 9(08) VALUE ZERO.
006200 01  WS-FILING-KEY.
006300     05  WS-FK-REPORT-NAME   PIC X(08).
006400     05  WS-FK-RUN-DATE      PIC 9(08).
006500     05  WS-FK-RUN-TIME      PIC 9(08).

006600 LINKAGE SECTION.
006700 COPY RPTPARM.

006800 PROCEDURE DIVISION USING RO-PARMS.
006900 0000-MAINLINE SECTION.
007000     MOVE "N" TO RO-RESULT.
007100     EVALUATE TRUE
007200         WHEN RO-FUNC-OPEN
007300             PERFORM 1000-OPEN-FILING THRU 1000-EXIT
007400         WHEN RO-FUNC-LINE
007500             PERFORM 2000-FILE-LINE THRU 2000-EXIT
007600         WHEN RO-FUNC-CLOSE
007700             PERFORM 3000-CLOSE-FILING THRU 3000-EXIT
007800         WHEN OTHER
007900             DISPLAY "BILRPTF: UNKNOWN FUNCTION " RO-FUNCTION
008000     END-EVALUATE.
008100     GOBACK.

008200*-----------------------------------------------------------*
008300*    OPEN A FILING.  A FILING LEFT OPEN BY A CALLER THAT       *
008400*    NEVER CLOSED IT IS CLOSED FIRST, SO ITS LINES ARE KEPT.   *
008500*-----------------------------------------------------------*
008600 1000-OPEN-FILING.
008700     IF WS-FILING
008800         PERFORM 3000-CLOSE-FILING THRU 3000-EXIT
008900     END-IF.
009000     IF RO-REPORT-NAME = SPACES
009100         DISPLAY "BILRPTF: NO REPORT NAME - NOT FILED"
009200         GO TO 1000-EXIT
009300     END-IF.
009400     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
009500     IF RO-PERIOD NOT NUMERIC OR RO-PERIOD = ZERO
009600         MOVE RO-RUN-DATE(1:6) TO RO-PERIOD
009700     END-IF.
009800     OPEN I-O RPTIDX.
009900     IF NOT FS-RPTIDX-OK
010000         OPEN OUTPUT RPTIDX
010100         IF FS-RPTIDX-OK
010200             CLOSE RPTIDX
010300             OPEN I-O RPTIDX
010400         END-IF
010500     END-IF.
010600     IF NOT FS-RPTIDX-OK
010700         DISPLAY "BILRPTF: UNABLE TO OPEN RPTIDX, STATUS "
010800             FS-RPTIDX " - " RO-REPORT-NAME " NOT FILED"
010900         GO TO 1000-EXIT
011000     END-IF.
011100     OPEN I-O RPTLINE.
011200     IF NOT FS-RPTLINE-OK
011300         OPEN OUTPUT RPTLINE
011400         IF FS-RPTLINE-OK
011500             CLOSE RPTLINE
011600             OPEN I-O RPTLINE
011700         END-IF
011800     END-IF.
011900     IF NOT FS-RPTLINE-OK
012000         DISPLAY "BILRPTF: UNABLE TO OPEN RPTLINE, STATUS "
012100             FS-RPTLINE " - " RO-REPORT-NAME " NOT FILED"
012200         CLOSE RPTIDX
012300         GO TO 1000-EXIT
012400     END-IF.
012500     MOVE SPACES          TO RA-RECORD.
012600     MOVE RO-REPORT-NAME  TO RA-REPORT-NAME.
012700     MOVE RO-RUN-DATE     TO RA-RUN-DATE.
012800     MOVE RO-RUN-TIME     TO RA-RUN-TIME.
012900     MOVE RO-PROGRAM-ID   TO RA-PROGRAM-ID.
013000     MOVE RO-OPERATOR-ID  TO RA-OPERATOR-ID.
013100     MOVE RO-PERIOD       TO RA-PERIOD.
013200     MOVE ZERO            TO RA-LINE-COUNT.
013300     MOVE "O"             TO RA-STATUS.
013400     MOVE WS-TODAY        TO RA-STATUS-DATE.
013500     MOVE ZERO            TO RA-REPRINT-COUNT.
013600     MOVE ZERO            TO RA-LAST-REPRINT-DATE.
013700     WRITE RA-RECORD
013800         INVALID KEY
013900             IF FS-RPTIDX = "22"
014000                 MOVE "D" TO RO-RESULT
014100                 DISPLAY "BILRPTF: " RO-REPORT-NAME
014200                     " ALREADY FILED FOR THE RUN OF "
014300                     RO-RUN-DATE " " RO-RUN-TIME
014400             ELSE
014500                 DISPLAY "BILRPTF: RPTIDX WRITE FAILED, STATUS "
014600                     FS-RPTIDX " - " RO-REPORT-NAME " NOT FILED"
014700             END-IF
014800             CLOSE RPTIDX
014900             CLOSE RPTLINE
015000             GO TO 1000-EXIT
015100     END-WRITE.
015200     MOVE RA-KEY TO WS-FILING-KEY.
015300     MOVE ZERO   TO WS-LINE-COUNT.
015400     MOVE "N"    TO WS-LINE-FAILED-SW.
015500     MOVE "Y"    TO WS-FILING-SW.
015600     MOVE "Y"    TO RO-RESULT.
015700 1000-EXIT.
015800     EXIT.

015900*-----------------------------------------------------------*
016000*    FILE ONE LINE.  AFTER A FAILED WRITE THE REST OF THE      *
016100*    REPORT IS PASSED OVER AND THE FILING STAYS INCOMPLETE.    *
016200*-----------------------------------------------------------*
016300 2000-FILE-LINE.
016400     IF NOT WS-FILING OR WS-LINE-FAILED
016500         GO TO 2000-EXIT
016600     END-IF.
016700     ADD 1 TO WS-LINE-COUNT.
016800     MOVE WS-FK-REPORT-NAME TO RY-REPORT-NAME.
016900     MOVE WS-FK-RUN-DATE    TO RY-RUN-DATE.
017000     MOVE WS-FK-RUN-TIME    TO RY-RUN-TIME.
017100     MOVE WS-LINE-COUNT     TO RY-LINE-NO.
017200     MOVE RO-LINE           TO RY-TEXT.
017300     WRITE RY-RECORD
017400         INVALID KEY
017500             DISPLAY "BILRPTF: RPTLINE WRITE FAILED, STATUS "
017600                 FS-RPTLINE " AT LINE " WS-LINE-COUNT " OF "
017700                 WS-FK-REPORT-NAME
017800             MOVE "Y" TO WS-LINE-FAILED-SW
017900             GO TO 2000-EXIT
018000     END-WRITE.
018100     MOVE "Y" TO RO-RESULT.
018200 2000-EXIT.
018300     EXIT.

018400*-----------------------------------------------------------*
018500*    CLOSE THE FILING - THE INDEX ENTRY TAKES THE LINE COUNT   *
018600*    AND IS MARKED FILED, UNLESS A LINE WAS LOST.              *
018700*-----------------------------------------------------------*
018800 3000-CLOSE-FILING.
018900     IF NOT WS-FILING
019000         GO TO 3000-EXIT
019100     END-IF.
019200     MOVE "N" TO WS-FILING-SW.
019300     MOVE WS-FILING-KEY TO RA-KEY.
019400     READ RPTIDX
019500         INVALID KEY
019600             DISPLAY "BILRPTF: INDEX ENTRY FOR " WS-FK-REPORT-NAME
019700                 " LOST BEFORE THE FILING CLOSED"
019800             GO TO 3000-CLOSE-FILES
019900     END-READ.
020000     MOVE WS-LINE-COUNT TO RA-LINE-COUNT.
020100     IF NOT WS-LINE-FAILED
020200         MOVE "F" TO RA-STATUS
020300     END-IF.
020400     MOVE WS-TODAY TO RA-STATUS-DATE.
020500     REWRITE RA-RECORD
020600         INVALID KEY
020700             DISPLAY "BILRPTF: RPTIDX REWRITE FAILED, STATUS "
020800                 FS-RPTIDX " FOR " WS-FK-REPORT-NAME
020900             GO TO 3000-CLOSE-FILES
021000     END-REWRITE.
021100     IF NOT WS-LINE-FAILED
021200         MOVE "Y" TO RO-RESULT
021300     END-IF.
021400 3000-CLOSE-FILES.
021500     CLOSE RPTIDX.
021600     CLOSE RPTLINE.
021700 3000-EXIT.
021800     EXIT.
