000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILRDSC.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-09-18.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILRDSC                                                   *
000900*  METER-READER SCORECARD, RUN MONTHLY FOR AN OPERATOR-KEYED  *
001000*  BILL PERIOD.  EVERY BILL AND EVERY READING EXCEPTION OF    *
001100*  THE PERIOD CARRIES THE ID OF THE READER WHO WALKED THE     *
001200*  METER, SO PER READER THIS COUNTS:                          *
001300*    ASSIGNED  - METERS THAT CAME BACK ON THE READER'S ROUTES *
001400*                (BILLED, ESTIMATED OR EXCEPTED);             *
001500*    READ      - METERS ACTUALLY READ OFF THE DIALS;          *
001600*    ESTIMATED - METERS BILLED ON AN ESTIMATE BECAUSE THE     *
001700*                READER COULD NOT READ THEM, WITH THE RATE;   *
001800*    CORRECTED - READINGS THAT HAD TO BE PUT RIGHT - REJECTED *
001900*                AND STILL QUEUED, REPROCESSED BY BILREPRO,   *
002000*                CANCELLED AND REBILLED BY BILCANC, OR A      *
002100*                HANDHELD BILL BILSPOT REFUSED;               *
002200*    FLAGGED   - READINGS ON A METER BILMHLT HAS ON THE       *
002300*                INSPECTION QUEUE AS STUCK OR FLAT (ZERO      *
002400*                CONSUMPTION).                                *
002500*  A BILL WITH NO READER (SELF-READ, UNMETERED, CLOSURE,      *
002600*  INSPECTION ASSESSMENT) IS NOT ANY READER'S WORK AND IS     *
002700*  LEFT OUT.  THE EXCEPTION QUEUE AND THE INSPECTION QUEUE    *
002800*  ARE BOTH OPTIONAL.                                         *
002900*-----------------------------------------------------------*
003000*  MODIFICATION HISTORY                                      *
003100*  DATE       INIT  DESCRIPTION                               *
003200*  2026-09-18 RSH   ORIGINAL                                  *
003200*  2026-10-15 RSH   FILE RDRSCORE IN THE REPORT REPOSITORY    *
003200*                   THROUGH BILRPTF ONCE IT IS CLOSED.        *
003200*  2026-10-15 RSH   FILE RDRSCORE UNDER THE SCORECARD PERIOD. *
003300*-----------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-370.
003700 OBJECT-COMPUTER.   IBM-370.

003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT BILLHIST ASSIGN TO "BILLHIST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS BH-KEY
004400         FILE STATUS IS FS-BILLHIST.

004500     SELECT BILLEXCP ASSIGN TO "BILLEXCP"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS FS-BILLEXCP.

004800     SELECT MTRINSP ASSIGN TO "MTRINSP"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS FS-MTRINSP.

005100     SELECT RDRSCORE ASSIGN TO "RDRSCORE"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS FS-RDRSCORE.

005400     SELECT RUNLOG ASSIGN TO "RUNLOG"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS FS-RUNLOG.

005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  BILLHIST
006000     LABEL RECORDS ARE STANDARD.
006100 COPY BILLHIST.

006200 FD  BILLEXCP
006300     LABEL RECORDS ARE STANDARD.
006400 COPY BILLEXCP.

006500 FD  MTRINSP
006600     LABEL RECORDS ARE STANDARD.
006700 COPY MTRINSP.

006800 FD  RDRSCORE
006900     LABEL RECORDS ARE STANDARD.
007000 01  SC-LINE                     PIC X(80).

007100 FD  RUNLOG
007200     LABEL RECORDS ARE STANDARD.
007300 COPY RUNLOG.

007400 WORKING-STORAGE SECTION.
007500 77  FS-BILLHIST             PIC X(02).
007600     88  FS-BILLHIST-OK              VALUE "00".
007700 77  FS-BILLEXCP             PIC X(02).
007800     88  FS-BILLEXCP-OK              VALUE "00".
007900 77  FS-MTRINSP              PIC X(02).
008000     88  FS-MTRINSP-OK               VALUE "00".
008100 77  FS-RDRSCORE             PIC X(02).
008200     88  FS-RDRSCORE-OK              VALUE "00".
008300 77  FS-RUNLOG               PIC X(02).
008400     88  FS-RUNLOG-OK                VALUE "00".

008500 77  WS-ABORT-SW             PIC X(01) VALUE "N".
008600     88  WS-ABORT                    VALUE "Y".
008700 77  WS-EOF-SW               PIC X(01) VALUE "N".
008800     88  WS-EOF                      VALUE "Y".
008900 77  WS-EX-EOF-SW            PIC X(01) VALUE "N".
009000     88  WS-EX-EOF                   VALUE "Y".
009100 77  WS-MI-EOF-SW            PIC X(01) VALUE "N".
009200     88  WS-MI-EOF                   VALUE "Y".
009100 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
009100     88  WS-RO-EOF                   VALUE "Y".
009300 77  WS-FLAGGED-SW           PIC X(01) VALUE "N".
009400     88  WS-FLAGGED                  VALUE "Y".
009500 77  WS-OPERATOR-ID          PIC X(08).
009600 77  WS-SYSTEM-DATE          PIC 9(08).
009700 77  WS-SYSTEM-TIME          PIC 9(08).
009800 77  WS-SCORE-PERIOD         PIC 9(06) VALUE ZERO.
009900 77  WS-BILLS-READ           PIC 9(07) VALUE ZERO.
010000 77  WS-EXCPS-READ           PIC 9(07) VALUE ZERO.
010100 77  WS-WORK-READER          PIC X(08) VALUE SPACES.
010200 77  WS-OVERFLOW-COUNT       PIC 9(07) VALUE ZERO.
010300 77  WS-RD-SUB               PIC 9(03) VALUE ZERO.
010400 01  WS-RPT-LINE             PIC X(80).
010500 01  WS-CNT-ED               PIC ZZZZ9.
010600 01  WS-PCT-ED               PIC ZZ9.9.
010700 01  WS-EST-PCT              PIC 9(03)V9 VALUE ZERO.

010800*-----------------------------------------------------------*
010900*    ONE ROW PER READER, IN THE ORDER THE READERS ARE FIRST   *
011000*    MET, AND THE GRAND TOTALS                                 *
011100*-----------------------------------------------------------*
011200 01  WS-RDR-TABLE.
011300     05  WS-RD-ENTRY OCCURS 300 TIMES
011400                     INDEXED BY WS-RD-IDX.
011500         10  WS-RD-READER-ID     PIC X(08).
011600         10  WS-RD-ASSIGNED      PIC 9(05).
011700         10  WS-RD-READ          PIC 9(05).
011800         10  WS-RD-ESTIMATED     PIC 9(05).
011900         10  WS-RD-CORRECTED     PIC 9(05).
012000         10  WS-RD-FLAGGED       PIC 9(05).
012100 01  WS-RDR-COUNT                PIC 9(03) VALUE ZERO.
012200 01  WS-TOTAL-ROW.
012300     05  WS-TT-ASSIGNED          PIC 9(07) VALUE ZERO.
012400     05  WS-TT-READ              PIC 9(07) VALUE ZERO.
012500     05  WS-TT-ESTIMATED         PIC 9(07) VALUE ZERO.
012600     05  WS-TT-CORRECTED         PIC 9(07) VALUE ZERO.
012700     05  WS-TT-FLAGGED           PIC 9(07) VALUE ZERO.

012800*-----------------------------------------------------------*
012900*    CUSTOMERS BILMHLT HAS QUEUED FOR A STUCK OR FLAT METER    *
013000*-----------------------------------------------------------*
013100 01  WS-FLAG-TABLE.
013200     05  WS-FL-ENTRY OCCURS 5000 TIMES
013300                     INDEXED BY WS-FL-IDX.
013400         10  WS-FL-CUST-ID       PIC X(10).
013500 01  WS-FLAG-COUNT               PIC 9(04) VALUE ZERO.
013500 COPY RPTPARM.

013600 PROCEDURE DIVISION.
013700 0000-MAINLINE SECTION.
013800     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
013900     IF NOT WS-ABORT
014000         PERFORM 2000-TALLY-BILL THRU 2000-EXIT
014100             UNTIL WS-EOF
014200         PERFORM 3000-TALLY-EXCEPTIONS THRU 3000-EXIT
014300         PERFORM 8000-WRITE-HEADER THRU 8000-EXIT
014400         PERFORM 8100-WRITE-READER-LINE THRU 8100-EXIT
014500             VARYING WS-RD-SUB FROM 1 BY 1
014600             UNTIL WS-RD-SUB > WS-RDR-COUNT
014700         PERFORM 8200-WRITE-TOTAL-LINE THRU 8200-EXIT
014800     END-IF.
014900     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
015000     STOP RUN.

015100 1000-INITIALIZE.
015200     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
015300     ACCEPT WS-SYSTEM-TIME FROM TIME.
015400     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
015500     ACCEPT WS-OPERATOR-ID.
015600     DISPLAY "BILL PERIOD (YYYYMM): " WITH NO ADVANCING.
015700     ACCEPT WS-SCORE-PERIOD.
015800     IF WS-SCORE-PERIOD NOT NUMERIC OR WS-SCORE-PERIOD = ZERO
015900         DISPLAY "BILRDSC: A BILL PERIOD IS REQUIRED"
016000         MOVE "Y" TO WS-ABORT-SW
016100     END-IF.
016200     OPEN INPUT BILLHIST.
016300     IF NOT FS-BILLHIST-OK
016400         DISPLAY "BILRDSC: UNABLE TO OPEN BILLHIST, STATUS "
016500             FS-BILLHIST
016600         MOVE "Y" TO WS-ABORT-SW
016700     END-IF.
016800     OPEN OUTPUT RDRSCORE.
016900     IF NOT FS-RDRSCORE-OK
017000         DISPLAY "BILRDSC: UNABLE TO OPEN RDRSCORE, STATUS "
017100             FS-RDRSCORE
017200         MOVE "Y" TO WS-ABORT-SW
017300     END-IF.
017400     OPEN EXTEND RUNLOG.
017500     IF NOT FS-RUNLOG-OK
017600         DISPLAY "BILRDSC: UNABLE TO OPEN RUNLOG, STATUS "
017700             FS-RUNLOG
017800         MOVE "Y" TO WS-ABORT-SW
017900     END-IF.
018000     IF NOT WS-ABORT
018100         PERFORM 1100-LOAD-FLAGGED-METERS THRU 1100-EXIT
018200         PERFORM 2100-READ-BILL THRU 2100-EXIT
018300     END-IF.
018400 1000-EXIT.
018500     EXIT.

018600 1100-LOAD-FLAGGED-METERS.
018700     OPEN INPUT MTRINSP.
018800     IF NOT FS-MTRINSP-OK
018900         DISPLAY "BILRDSC: NO INSPECTION QUEUE - NOTHING"
019000             " COUNTED AS FLAGGED"
019100         GO TO 1100-EXIT
019200     END-IF.
019300     READ MTRINSP
019400         AT END
019500             MOVE "Y" TO WS-MI-EOF-SW
019600     END-READ.
019700     PERFORM 1110-STORE-FLAGGED-METER THRU 1110-EXIT
019800         UNTIL WS-MI-EOF.
019900     CLOSE MTRINSP.
020000 1100-EXIT.
020100     EXIT.

020200 1110-STORE-FLAGGED-METER.
020300     IF (MI-COND-STUCK OR MI-COND-ZERO)
020400         AND WS-FLAG-COUNT < 5000
020500         ADD 1 TO WS-FLAG-COUNT
020600         MOVE MI-CUST-ID TO WS-FL-CUST-ID(WS-FLAG-COUNT)
020700     END-IF.
020800     READ MTRINSP
020900         AT END
021000             MOVE "Y" TO WS-MI-EOF-SW
021100     END-READ.
021200 1110-EXIT.
021300     EXIT.

021400*-----------------------------------------------------------*
021500*    ONE HISTORY RECORD - ONLY AN ORDINARY BILL OF THE PERIOD  *
021600*    THAT A READER STANDS BEHIND IS COUNTED.                   *
021700*-----------------------------------------------------------*
021800 2000-TALLY-BILL.
021900     ADD 1 TO WS-BILLS-READ.
022000     IF BH-BILL-PERIOD NOT = WS-SCORE-PERIOD
022100         OR NOT BH-TYPE-BILL
022200         OR BH-READER-ID = SPACES
022300         GO TO 2000-NEXT
022400     END-IF.
022500     MOVE BH-READER-ID TO WS-WORK-READER.
022600     PERFORM 2500-FIND-READER THRU 2500-EXIT.
022700     IF WS-RD-SUB = 0
022800         GO TO 2000-NEXT
022900     END-IF.
023000     ADD 1 TO WS-RD-ASSIGNED(WS-RD-SUB).
023100     IF BH-ESTIMATED
023200         ADD 1 TO WS-RD-ESTIMATED(WS-RD-SUB)
023300     ELSE
023400         ADD 1 TO WS-RD-READ(WS-RD-SUB)
023500     END-IF.
023600     IF NOT BH-NOT-CORRECTED
023700         ADD 1 TO WS-RD-CORRECTED(WS-RD-SUB)
023800     END-IF.
023900     PERFORM 2600-CHECK-FLAGGED THRU 2600-EXIT.
024000     IF WS-FLAGGED
024100         ADD 1 TO WS-RD-FLAGGED(WS-RD-SUB)
024200     END-IF.
024300 2000-NEXT.
024400     PERFORM 2100-READ-BILL THRU 2100-EXIT.
024500 2000-EXIT.
024600     EXIT.

024700 2100-READ-BILL.
024800     READ BILLHIST NEXT RECORD
024900         AT END
025000             MOVE "Y" TO WS-EOF-SW
025100     END-READ.
025200 2100-EXIT.
025300     EXIT.

025400*-----------------------------------------------------------*
025500*    THE READER'S ROW, ADDED ON FIRST SIGHT.  WS-RD-SUB IS      *
025600*    LEFT ZERO WHEN THE TABLE IS FULL.                          *
025700*-----------------------------------------------------------*
025800 2500-FIND-READER.
025900     MOVE ZERO TO WS-RD-SUB.
026000     IF WS-RDR-COUNT > 0
026100         SET WS-RD-IDX TO 1
026200         SEARCH WS-RD-ENTRY
026300             AT END
026400                 CONTINUE
026500             WHEN WS-RD-READER-ID(WS-RD-IDX) = WS-WORK-READER
026600                 SET WS-RD-SUB TO WS-RD-IDX
026700         END-SEARCH
026800     END-IF.
026900     IF WS-RD-SUB > 0
027000         GO TO 2500-EXIT
027100     END-IF.
027200     IF WS-RDR-COUNT NOT < 300
027300         ADD 1 TO WS-OVERFLOW-COUNT
027400         GO TO 2500-EXIT
027500     END-IF.
027600     ADD 1 TO WS-RDR-COUNT.
027700     MOVE WS-RDR-COUNT   TO WS-RD-SUB.
027800     MOVE WS-WORK-READER TO WS-RD-READER-ID(WS-RD-SUB).
027900     MOVE ZERO TO WS-RD-ASSIGNED(WS-RD-SUB).
028000     MOVE ZERO TO WS-RD-READ(WS-RD-SUB).
028100     MOVE ZERO TO WS-RD-ESTIMATED(WS-RD-SUB).
028200     MOVE ZERO TO WS-RD-CORRECTED(WS-RD-SUB).
028300     MOVE ZERO TO WS-RD-FLAGGED(WS-RD-SUB).
028400 2500-EXIT.
028500     EXIT.

028600 2600-CHECK-FLAGGED.
028700     MOVE "N" TO WS-FLAGGED-SW.
028800     IF WS-FLAG-COUNT = 0
028900         GO TO 2600-EXIT
029000     END-IF.
029100     SET WS-FL-IDX TO 1.
029200     SEARCH WS-FL-ENTRY
029300         AT END
029400             CONTINUE
029500         WHEN WS-FL-CUST-ID(WS-FL-IDX) = BH-CUST-ID
029600             MOVE "Y" TO WS-FLAGGED-SW
029700     END-SEARCH.
029800 2600-EXIT.
029900     EXIT.

030000*-----------------------------------------------------------*
030100*    READINGS OF THE PERIOD STILL SITTING ON THE EXCEPTION     *
030200*    QUEUE NEVER REACHED THE HISTORY.  A METER LEFT UNREAD     *
030300*    (NO READING, BURNT) COUNTS AS ASSIGNED ONLY; A READING     *
030400*    REJECTED AS WRONG COUNTS AS READ AND CORRECTED - ONCE IT  *
030500*    IS REPROCESSED IT LEAVES THE QUEUE AND COUNTS FROM THE     *
030600*    HISTORY INSTEAD, SO IT IS NEVER COUNTED TWICE.  OTHER      *
030700*    REASONS ARE NOT THE READER'S DOING AND ARE PASSED OVER.    *
030800*-----------------------------------------------------------*
030900 3000-TALLY-EXCEPTIONS.
031000     OPEN INPUT BILLEXCP.
031100     IF NOT FS-BILLEXCP-OK
031200         DISPLAY "BILRDSC: NO EXCEPTION QUEUE - SCORECARD"
031300             " FROM HISTORY ONLY"
031400         GO TO 3000-EXIT
031500     END-IF.
031600     READ BILLEXCP
031700         AT END
031800             MOVE "Y" TO WS-EX-EOF-SW
031900     END-READ.
032000     PERFORM 3100-TALLY-ONE-EXCEPTION THRU 3100-EXIT
032100         UNTIL WS-EX-EOF.
032200     CLOSE BILLEXCP.
032300 3000-EXIT.
032400     EXIT.

032500 3100-TALLY-ONE-EXCEPTION.
032600     ADD 1 TO WS-EXCPS-READ.
032700     IF EX-BILL-PERIOD NOT = WS-SCORE-PERIOD
032800         OR EX-READER-ID = SPACES
032900         GO TO 3100-NEXT
033000     END-IF.
033100     IF NOT (EX-REASON-NO-READING OR EX-REASON-BURNT
033200         OR EX-REASON-NONNUMERIC OR EX-REASON-OUT-OF-RANGE
033300         OR EX-REASON-REGISTER OR EX-REASON-SPOT-MISMATCH)
033400         GO TO 3100-NEXT
033500     END-IF.
033600     MOVE EX-READER-ID TO WS-WORK-READER.
033700     PERFORM 2500-FIND-READER THRU 2500-EXIT.
033800     IF WS-RD-SUB = 0
033900         GO TO 3100-NEXT
034000     END-IF.
034100     ADD 1 TO WS-RD-ASSIGNED(WS-RD-SUB).
034200     IF EX-REASON-NO-READING OR EX-REASON-BURNT
034300         GO TO 3100-NEXT
034400     END-IF.
034500     ADD 1 TO WS-RD-READ(WS-RD-SUB).
034600     ADD 1 TO WS-RD-CORRECTED(WS-RD-SUB).
034700 3100-NEXT.
034800     READ BILLEXCP
034900         AT END
035000             MOVE "Y" TO WS-EX-EOF-SW
035100     END-READ.
035200 3100-EXIT.
035300     EXIT.

035400 8000-WRITE-HEADER.
035500     MOVE SPACES TO WS-RPT-LINE.
035600     STRING "METER-READER SCORECARD - PERIOD " WS-SCORE-PERIOD
035700         " - RUN " WS-SYSTEM-DATE
035800         DELIMITED BY SIZE INTO WS-RPT-LINE.
035900     WRITE SC-LINE FROM WS-RPT-LINE.
036000     MOVE SPACES TO WS-RPT-LINE.
036100     MOVE
036200         "READER    ASSIGNED   READ  ESTIMATED  EST-%  CORRECTED  
036300-        "FLAGGED"
036400         TO WS-RPT-LINE.
036500     WRITE SC-LINE FROM WS-RPT-LINE.
036600 8000-EXIT.
036700     EXIT.

036800 8100-WRITE-READER-LINE.
036900     ADD WS-RD-ASSIGNED(WS-RD-SUB)  TO WS-TT-ASSIGNED.
037000     ADD WS-RD-READ(WS-RD-SUB)      TO WS-TT-READ.
037100     ADD WS-RD-ESTIMATED(WS-RD-SUB) TO WS-TT-ESTIMATED.
037200     ADD WS-RD-CORRECTED(WS-RD-SUB) TO WS-TT-CORRECTED.
037300     ADD WS-RD-FLAGGED(WS-RD-SUB)   TO WS-TT-FLAGGED.
037400     MOVE ZERO TO WS-EST-PCT.
037500     IF WS-RD-ASSIGNED(WS-RD-SUB) > 0
037600         COMPUTE WS-EST-PCT ROUNDED =
037700             WS-RD-ESTIMATED(WS-RD-SUB) * 100
037800                 / WS-RD-ASSIGNED(WS-RD-SUB)
037900     END-IF.
038000     MOVE WS-RD-READER-ID(WS-RD-SUB) TO WS-WORK-READER.
038100     MOVE SPACES TO WS-RPT-LINE.
038200     MOVE WS-WORK-READER TO WS-RPT-LINE(1:8).
038300     MOVE WS-RD-ASSIGNED(WS-RD-SUB)  TO WS-CNT-ED.
038400     MOVE WS-CNT-ED TO WS-RPT-LINE(14:5).
038500     MOVE WS-RD-READ(WS-RD-SUB)      TO WS-CNT-ED.
038600     MOVE WS-CNT-ED TO WS-RPT-LINE(21:5).
038700     MOVE WS-RD-ESTIMATED(WS-RD-SUB) TO WS-CNT-ED.
038800     MOVE WS-CNT-ED TO WS-RPT-LINE(32:5).
038900     MOVE WS-EST-PCT TO WS-PCT-ED.
039000     MOVE WS-PCT-ED TO WS-RPT-LINE(39:5).
039100     MOVE WS-RD-CORRECTED(WS-RD-SUB) TO WS-CNT-ED.
039200     MOVE WS-CNT-ED TO WS-RPT-LINE(50:5).
039300     MOVE WS-RD-FLAGGED(WS-RD-SUB)   TO WS-CNT-ED.
039400     MOVE WS-CNT-ED TO WS-RPT-LINE(59:5).
039500     WRITE SC-LINE FROM WS-RPT-LINE.
039600 8100-EXIT.
039700     EXIT.

039800 8200-WRITE-TOTAL-LINE.
039900     MOVE ZERO TO WS-EST-PCT.
040000     IF WS-TT-ASSIGNED > 0
040100         COMPUTE WS-EST-PCT ROUNDED =
040200             WS-TT-ESTIMATED * 100 / WS-TT-ASSIGNED
040300     END-IF.
040400     MOVE SPACES TO WS-RPT-LINE.
040500     MOVE "TOTAL" TO WS-RPT-LINE(1:8).
040600     MOVE WS-TT-ASSIGNED  TO WS-CNT-ED.
040700     MOVE WS-CNT-ED TO WS-RPT-LINE(14:5).
040800     MOVE WS-TT-READ      TO WS-CNT-ED.
040900     MOVE WS-CNT-ED TO WS-RPT-LINE(21:5).
041000     MOVE WS-TT-ESTIMATED TO WS-CNT-ED.
041100     MOVE WS-CNT-ED TO WS-RPT-LINE(32:5).
041200     MOVE WS-EST-PCT TO WS-PCT-ED.
041300     MOVE WS-PCT-ED TO WS-RPT-LINE(39:5).
041400     MOVE WS-TT-CORRECTED TO WS-CNT-ED.
041500     MOVE WS-CNT-ED TO WS-RPT-LINE(50:5).
041600     MOVE WS-TT-FLAGGED   TO WS-CNT-ED.
041700     MOVE WS-CNT-ED TO WS-RPT-LINE(59:5).
041800     WRITE SC-LINE FROM WS-RPT-LINE.
041900 8200-EXIT.
042000     EXIT.

042100 9000-TERMINATE.
042200     CLOSE BILLHIST.
042300     CLOSE RDRSCORE.
042300     PERFORM 9680-FILE-REPORT THRU 9680-EXIT.
042400     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
042500     CLOSE RUNLOG.
042600     IF WS-OVERFLOW-COUNT > 0
042700         DISPLAY "BILRDSC: READER TABLE FULL - "
042800             WS-OVERFLOW-COUNT " RECORD(S) NOT SCORED"
042900     END-IF.
043000     DISPLAY "BILRDSC: " WS-RDR-COUNT " READER(S) SCORED FOR "
043100         WS-SCORE-PERIOD.
043200 9000-EXIT.
043300     EXIT.

043400 9600-WRITE-RUNLOG.
043500     MOVE "BILRDSC"        TO RL-PROGRAM-ID.
043600     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
043700     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
043800     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
043900     MOVE "BILLHIST"       TO RL-INPUT-FILE.
044000     COMPUTE RL-RECORDS-READ = WS-BILLS-READ + WS-EXCPS-READ.
044100     MOVE WS-RDR-COUNT     TO RL-BILLS-PRODUCED.
044200     MOVE WS-OVERFLOW-COUNT TO RL-EXCEPTIONS.
044300     MOVE ZERO             TO RL-TOTAL-BILLED.
044400     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
044500     ACCEPT RL-END-TIME FROM TIME.
044600     WRITE RL-RECORD.
044700 9600-EXIT.
044800     EXIT.

044800 9680-FILE-REPORT.
044800     OPEN INPUT RDRSCORE.
044800     IF NOT FS-RDRSCORE-OK
044800         GO TO 9680-EXIT
044800     END-IF.
044800     MOVE "O"               TO RO-FUNCTION.
044800     MOVE "RDRSCORE"        TO RO-REPORT-NAME.
044800     MOVE "BILRDSC"         TO RO-PROGRAM-ID.
044800     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
044800     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
044800     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
044800     MOVE WS-SCORE-PERIOD   TO RO-PERIOD.
044800     CALL "BILRPTF" USING RO-PARMS.
044800     IF RO-OK
044800         MOVE "N" TO WS-RO-EOF-SW
044800         PERFORM 9690-FILE-LINE THRU 9690-EXIT
044800             UNTIL WS-RO-EOF
044800         MOVE "C"          TO RO-FUNCTION
044800         CALL "BILRPTF" USING RO-PARMS
044800     END-IF.
044800     CLOSE RDRSCORE.
044800 9680-EXIT.
044800     EXIT.

044800 9690-FILE-LINE.
044800     READ RDRSCORE
044800         AT END
044800             MOVE "Y" TO WS-RO-EOF-SW
044800             GO TO 9690-EXIT
044800     END-READ.
044800     MOVE "L"               TO RO-FUNCTION.
044800     MOVE SC-LINE           TO RO-LINE.
044800     CALL "BILRPTF" USING RO-PARMS.
044800 9690-EXIT.
044800     EXIT.
