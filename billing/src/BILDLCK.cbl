000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILDLCK.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-09-16.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILDLCK                                                   *
000900*  DOOR-LOCK ESCALATION LIST, RUN WEEKLY.  WALKS THE          *
001000*  CUSTOMER MASTER AND LISTS EVERY ACTIVE METERED PREMISES    *
001100*  THE READERS HAVE FOUND LOCKED THREE CYCLES RUNNING (OR     *
001200*  THE OPERATOR-KEYED NUMBER OF CYCLES) - THE LOCKED RUN      *
001300*  BILBATCH KEEPS ON CM-LOCKED-COUNT FROM THE READERS'        *
001400*  STATUS CODES - BY READING ROUTE FROM THE ROUTE BOOK, WITH  *
001500*  THE CONTACT PHONE AND ADDRESS, SO THE FIELD OFFICE CAN     *
001600*  BOOK AN APPOINTMENT READ INSTEAD OF ESTIMATING AGAIN.      *
001700*-----------------------------------------------------------*
001800*  MODIFICATION HISTORY                                      *
001900*  DATE       INIT  DESCRIPTION                               *
002000*  2026-09-16 RSH   ORIGINAL                                  *
002000*  2026-10-15 RSH   FILE LOCKRPT IN THE REPORT REPOSITORY    *
002000*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002100*-----------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.   IBM-370.
002500 OBJECT-COMPUTER.   IBM-370.

002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS CM-CUST-ID
003200         FILE STATUS IS FS-CUSTMAS.

003300     SELECT RTEBOOK ASSIGN TO "RTEBOOK"
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS FS-RTEBOOK.

003600     SELECT LOCKRPT ASSIGN TO "LOCKRPT"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS FS-LOCKRPT.

003900     SELECT RUNLOG ASSIGN TO "RUNLOG"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS FS-RUNLOG.

004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  CUSTMAS
004500     LABEL RECORDS ARE STANDARD.
004600 COPY CUSTMAS.

004700 FD  RTEBOOK
004800     LABEL RECORDS ARE STANDARD.
004900 COPY RTEBOOK.

005000 FD  LOCKRPT
005100     LABEL RECORDS ARE STANDARD.
005200 01  LK-LINE                     PIC X(80).

005300 FD  RUNLOG
005400     LABEL RECORDS ARE STANDARD.
005500 COPY RUNLOG.

005600 WORKING-STORAGE SECTION.
005700 77  FS-CUSTMAS              PIC X(02).
005800     88  FS-CUSTMAS-OK               VALUE "00".
005900 77  FS-RTEBOOK              PIC X(02).
006000     88  FS-RTEBOOK-OK               VALUE "00".
006100 77  FS-LOCKRPT              PIC X(02).
006200     88  FS-LOCKRPT-OK               VALUE "00".
006300 77  FS-RUNLOG               PIC X(02).
006400     88  FS-RUNLOG-OK                VALUE "00".

006500 77  WS-ABORT-SW             PIC X(01) VALUE "N".
006600     88  WS-ABORT                    VALUE "Y".
006700 77  WS-EOF-SW               PIC X(01) VALUE "N".
006800     88  WS-EOF                      VALUE "Y".
006900 77  WS-RB-EOF-SW            PIC X(01) VALUE "N".
007000     88  WS-RB-EOF                   VALUE "Y".
007000 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
007000     88  WS-RO-EOF                   VALUE "Y".
007100 77  WS-OPERATOR-ID          PIC X(08).
007200 77  WS-SYSTEM-DATE          PIC 9(08).
007300 77  WS-SYSTEM-TIME          PIC 9(08).
007400 77  WS-LOCK-CYCLES          PIC 9(02) VALUE ZERO.
007500 77  WS-CUSTS-READ           PIC 9(07) VALUE ZERO.
007600 77  WS-LISTED-COUNT         PIC 9(07) VALUE ZERO.
007700 77  WS-WORK-ROUTE           PIC X(04) VALUE SPACES.
007800 01  WS-RPT-LINE             PIC X(80).

007900*-----------------------------------------------------------*
008000*    ROUTE BOOK, KEYED HERE BY METER NUMBER SO EACH PREMISES   *
008100*    CARRIES ITS READING ROUTE                                 *
008200*-----------------------------------------------------------*
008300 01  WS-BOOK-TABLE.
008400     05  WS-BK-ENTRY OCCURS 2000 TIMES
008500                     INDEXED BY WS-BK-IDX.
008600         10  WS-BK-METER-NO      PIC X(12).
008700         10  WS-BK-ROUTE-ID      PIC X(04).
008800 01  WS-BOOK-COUNT               PIC 9(04) VALUE ZERO.
008800 COPY RPTPARM.

008900 PROCEDURE DIVISION.
009000 0000-MAINLINE SECTION.
009100     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
009200     IF NOT WS-ABORT
009300         PERFORM 2000-CHECK-CUSTOMER THRU 2000-EXIT
009400             UNTIL WS-EOF
009500     END-IF.
009600     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
009700     STOP RUN.

009800 1000-INITIALIZE.
009900     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
010000     ACCEPT WS-SYSTEM-TIME FROM TIME.
010100     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
010200     ACCEPT WS-OPERATOR-ID.
010300     DISPLAY "LOCKED CYCLES RUNNING (BLANK=3): "
010400         WITH NO ADVANCING.
010500     ACCEPT WS-LOCK-CYCLES.
010600     IF WS-LOCK-CYCLES NOT NUMERIC OR WS-LOCK-CYCLES = ZERO
010700         MOVE 3 TO WS-LOCK-CYCLES
010800     END-IF.
010900     OPEN INPUT CUSTMAS.
011000     IF NOT FS-CUSTMAS-OK
011100         DISPLAY "BILDLCK: UNABLE TO OPEN CUSTMAS, STATUS "
011200             FS-CUSTMAS
011300         MOVE "Y" TO WS-ABORT-SW
011400     END-IF.
011500     OPEN OUTPUT LOCKRPT.
011600     IF NOT FS-LOCKRPT-OK
011700         DISPLAY "BILDLCK: UNABLE TO OPEN LOCKRPT, STATUS "
011800             FS-LOCKRPT
011900         MOVE "Y" TO WS-ABORT-SW
012000     END-IF.
012100     OPEN EXTEND RUNLOG.
012200     IF NOT FS-RUNLOG-OK
012300         DISPLAY "BILDLCK: UNABLE TO OPEN RUNLOG, STATUS "
012400             FS-RUNLOG
012500         MOVE "Y" TO WS-ABORT-SW
012600     END-IF.
012700     IF NOT WS-ABORT
012800         PERFORM 1100-LOAD-ROUTE-BOOK THRU 1100-EXIT
012900         PERFORM 8000-WRITE-HEADER THRU 8000-EXIT
013000         PERFORM 2100-READ-CUSTOMER THRU 2100-EXIT
013100     END-IF.
013200 1000-EXIT.
013300     EXIT.

013400 1100-LOAD-ROUTE-BOOK.
013500     OPEN INPUT RTEBOOK.
013600     IF NOT FS-RTEBOOK-OK
013700         DISPLAY "BILDLCK: NO ROUTE BOOK - LIST PRINTS"
013800             " WITHOUT ROUTES"
013900         GO TO 1100-EXIT
014000     END-IF.
014100     READ RTEBOOK
014200         AT END
014300             MOVE "Y" TO WS-RB-EOF-SW
014400     END-READ.
014500     PERFORM 1110-STORE-BOOK-ENTRY THRU 1110-EXIT
014600         UNTIL WS-RB-EOF.
014700     CLOSE RTEBOOK.
014800 1100-EXIT.
014900     EXIT.

015000 1110-STORE-BOOK-ENTRY.
015100     IF WS-BOOK-COUNT < 2000
015200         ADD 1 TO WS-BOOK-COUNT
015300         MOVE RB-METER-NO TO WS-BK-METER-NO(WS-BOOK-COUNT)
015400         MOVE RB-ROUTE-ID TO WS-BK-ROUTE-ID(WS-BOOK-COUNT)
015500     END-IF.
015600     READ RTEBOOK
015700         AT END
015800             MOVE "Y" TO WS-RB-EOF-SW
015900     END-READ.
016000 1110-EXIT.
016100     EXIT.

016200*-----------------------------------------------------------*
016300*    ONE CUSTOMER - ONLY AN ACTIVE, METERED PREMISES WHOSE     *
016400*    LOCKED RUN HAS REACHED THE THRESHOLD IS LISTED.           *
016500*-----------------------------------------------------------*
016600 2000-CHECK-CUSTOMER.
016700     ADD 1 TO WS-CUSTS-READ.
016800     IF NOT CM-STAT-ACTIVE OR CM-UNMETERED
016900         GO TO 2000-NEXT
017000     END-IF.
017100     IF CM-LOCKED-COUNT NOT NUMERIC
017200         OR CM-LOCKED-COUNT < WS-LOCK-CYCLES
017300         GO TO 2000-NEXT
017400     END-IF.
017500     PERFORM 2300-FIND-ROUTE THRU 2300-EXIT.
017600     PERFORM 8100-WRITE-LIST-LINES THRU 8100-EXIT.
017700     ADD 1 TO WS-LISTED-COUNT.
017800 2000-NEXT.
017900     PERFORM 2100-READ-CUSTOMER THRU 2100-EXIT.
018000 2000-EXIT.
018100     EXIT.

018200 2100-READ-CUSTOMER.
018300     READ CUSTMAS NEXT RECORD
018400         AT END
018500             MOVE "Y" TO WS-EOF-SW
018600     END-READ.
018700 2100-EXIT.
018800     EXIT.

018900 2300-FIND-ROUTE.
019000     MOVE SPACES TO WS-WORK-ROUTE.
019100     IF WS-BOOK-COUNT = 0
019200         GO TO 2300-EXIT
019300     END-IF.
019400     SET WS-BK-IDX TO 1.
019500     SEARCH WS-BK-ENTRY
019600         AT END
019700             CONTINUE
019800         WHEN WS-BK-METER-NO(WS-BK-IDX) = CM-METER-NO
019900             MOVE WS-BK-ROUTE-ID(WS-BK-IDX) TO WS-WORK-ROUTE
020000     END-SEARCH.
020100 2300-EXIT.
020200     EXIT.

020300 8000-WRITE-HEADER.
020400     MOVE SPACES TO WS-RPT-LINE.
020500     STRING "DOOR-LOCK ESCALATION LIST - RUN " WS-SYSTEM-DATE
020600         " - LOCKED " WS-LOCK-CYCLES " OR MORE CYCLES"
020700         DELIMITED BY SIZE INTO WS-RPT-LINE.
020800     WRITE LK-LINE FROM WS-RPT-LINE.
020900     MOVE SPACES TO WS-RPT-LINE.
021000     MOVE
021100         "ROUTE CUSTOMER   METER-NO     CYC LAST-READ PHONE"
021200         TO WS-RPT-LINE.
021300     WRITE LK-LINE FROM WS-RPT-LINE.
021400 8000-EXIT.
021500     EXIT.

021600 8100-WRITE-LIST-LINES.
021700     MOVE SPACES TO WS-RPT-LINE.
021800     STRING WS-WORK-ROUTE "  "
021900         CM-CUST-ID " "
022000         CM-METER-NO " "
022100         CM-LOCKED-COUNT "  "
022200         CM-LAST-READ-DATE "  "
022300         CM-PHONE
022400         DELIMITED BY SIZE INTO WS-RPT-LINE.
022500     WRITE LK-LINE FROM WS-RPT-LINE.
022600     MOVE SPACES TO WS-RPT-LINE.
022700     STRING "      " CM-NAME " "
022800         CM-ADDR-LINE1 DELIMITED BY SIZE
022900         INTO WS-RPT-LINE.
023000     WRITE LK-LINE FROM WS-RPT-LINE.
023100     MOVE SPACES TO WS-RPT-LINE.
023200     STRING "      " CM-ADDR-LINE2 " "
023300         CM-ADDR-CITY " " CM-ADDR-PIN DELIMITED BY SIZE
023400         INTO WS-RPT-LINE.
023500     WRITE LK-LINE FROM WS-RPT-LINE.
023600 8100-EXIT.
023700     EXIT.

023800 9000-TERMINATE.
023900     CLOSE CUSTMAS.
024000     CLOSE LOCKRPT.
024000     PERFORM 9680-FILE-REPORT THRU 9680-EXIT.
024100     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
024200     CLOSE RUNLOG.
024300     DISPLAY "BILDLCK: " WS-LISTED-COUNT
024400         " PREMISES LOCKED " WS-LOCK-CYCLES
024500         " OR MORE CYCLES OF " WS-CUSTS-READ " CUSTOMER(S)".
024600 9000-EXIT.
024700     EXIT.

024800 9600-WRITE-RUNLOG.
024900     MOVE "BILDLCK"        TO RL-PROGRAM-ID.
025000     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
025100     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
025200     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
025300     MOVE "CUSTMAS"        TO RL-INPUT-FILE.
025400     MOVE WS-CUSTS-READ    TO RL-RECORDS-READ.
025500     MOVE WS-LISTED-COUNT  TO RL-BILLS-PRODUCED.
025600     MOVE ZERO             TO RL-EXCEPTIONS.
025700     MOVE ZERO             TO RL-TOTAL-BILLED.
025800     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
025900     ACCEPT RL-END-TIME FROM TIME.
026000     WRITE RL-RECORD.
026100 9600-EXIT.
026200     EXIT.

026300*-----------------------------------------------------------*
026400*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
026500*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
026600*    OUTLIVES THE NEXT RUN.                                    *
026700*-----------------------------------------------------------*
026800 9680-FILE-REPORT.
026900     OPEN INPUT LOCKRPT.
027000     IF NOT FS-LOCKRPT-OK
027100         GO TO 9680-EXIT
027200     END-IF.
027300     MOVE "O"               TO RO-FUNCTION.
027400     MOVE "LOCKRPT"         TO RO-REPORT-NAME.
027500     MOVE "BILDLCK"         TO RO-PROGRAM-ID.
027600     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
027700     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
027800     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
027900     MOVE ZERO              TO RO-PERIOD.
028000     CALL "BILRPTF" USING RO-PARMS.
028100     IF RO-OK
028200         MOVE "N" TO WS-RO-EOF-SW
028300         PERFORM 9690-FILE-LINE THRU 9690-EXIT
028400             UNTIL WS-RO-EOF
028500         MOVE "C"          TO RO-FUNCTION
028600         CALL "BILRPTF" USING RO-PARMS
028700     END-IF.
028800     CLOSE LOCKRPT.
028900 9680-EXIT.
029000     EXIT.

029100 9690-FILE-LINE.
029200     READ LOCKRPT
029300         AT END
029400             MOVE "Y" TO WS-RO-EOF-SW
029500             GO TO 9690-EXIT
029600     END-READ.
029700     MOVE "L"               TO RO-FUNCTION.
029800     MOVE LK-LINE           TO RO-LINE.
029900     CALL "BILRPTF" USING RO-PARMS.
030000 9690-EXIT.
030100     EXIT.
