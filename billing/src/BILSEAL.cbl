000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILSEAL.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-09-25.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILSEAL                                                   *
000900*  METER SEAL REGISTER RUN.  APPLIES THE SEAL MOVEMENTS KEYED *
001000*  FROM THE STORES ISSUE BOOK AND THE CREWS' SEAL SHEETS      *
001100*  (SEALTXN) THROUGH THE BILSLUP SUBPROGRAM - SEALS ISSUED TO *
001200*  CREWS, FIXED ON A METER AT CHANGE-OUT, RETURNED UNUSED OR  *
001300*  VOIDED - AND CARRIES A FIXED SEAL ONTO THE METER'S ASSET   *
001400*  RECORD.  SEALS FIXED AT INSTALLATION AND AT INSPECTION     *
001500*  ARE TAKEN IN BY BILNEWC AND BILINSP.  THE RUN THEN WALKS   *
001600*  THE REGISTER AND LISTS EVERY SEAL ISSUED MORE THAN THE     *
001700*  OPERATOR-KEYED NUMBER OF DAYS AGO THAT IS STILL NOT        *
001800*  ACCOUNTED FOR - NEITHER FIXED, RETURNED NOR VOIDED.        *
001900*-----------------------------------------------------------*
002000*  MODIFICATION HISTORY                                      *
002100*  DATE       INIT  DESCRIPTION                               *
002200*  2026-09-25 RSH   ORIGINAL                                  *
002200*  2026-10-15 RSH   FILE SEALRPT IN THE REPORT REPOSITORY    *
002200*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002300*-----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.   IBM-370.
002700 OBJECT-COMPUTER.   IBM-370.

002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT SEALTXN ASSIGN TO "SEALTXN"
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS FS-SEALTXN.

003300     SELECT METERAST ASSIGN TO "METERAST"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS MA-METER-NO
003700         FILE STATUS IS FS-METERAST.

003800     SELECT SEALREG ASSIGN TO "SEALREG"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS SL-SEAL-NO
004200         FILE STATUS IS FS-SEALREG.

004300     SELECT SEALRPT ASSIGN TO "SEALRPT"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS FS-SEALRPT.

004600     SELECT RUNLOG ASSIGN TO "RUNLOG"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS FS-RUNLOG.

004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  SEALTXN
005200     LABEL RECORDS ARE STANDARD.
005300 COPY SEALTXN.

005400 FD  METERAST
005500     LABEL RECORDS ARE STANDARD.
005600 COPY METERAST.

005700 FD  SEALREG
005800     LABEL RECORDS ARE STANDARD.
005900 COPY SEALREG.

006000 FD  SEALRPT
006100     LABEL RECORDS ARE STANDARD.
006200 01  SE-LINE                     PIC X(80).

006300 FD  RUNLOG
006400     LABEL RECORDS ARE STANDARD.
006500 COPY RUNLOG.

006600 WORKING-STORAGE SECTION.
006700 77  FS-SEALTXN              PIC X(02).
006800     88  FS-SEALTXN-OK               VALUE "00".
006900 77  FS-METERAST             PIC X(02).
007000     88  FS-METERAST-OK              VALUE "00".
007100 77  FS-SEALREG              PIC X(02).
007200     88  FS-SEALREG-OK               VALUE "00".
007300 77  FS-SEALRPT              PIC X(02).
007400     88  FS-SEALRPT-OK               VALUE "00".
007500 77  FS-RUNLOG               PIC X(02).
007600     88  FS-RUNLOG-OK                VALUE "00".

007700 77  WS-ABORT-SW             PIC X(01) VALUE "N".
007800     88  WS-ABORT                    VALUE "Y".
007900 77  WS-EOF-SW               PIC X(01) VALUE "N".
008000     88  WS-EOF                      VALUE "Y".
008100 77  WS-SL-EOF-SW            PIC X(01) VALUE "N".
008200     88  WS-SL-EOF                   VALUE "Y".
008200 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
008200     88  WS-RO-EOF                   VALUE "Y".

008300*-----------------------------------------------------------*
008400*    OPERATOR, RUN AND WORK FIELDS                            *
008500*-----------------------------------------------------------*
008600 77  WS-OPERATOR-ID          PIC X(08).
008700 77  WS-SYSTEM-DATE          PIC 9(08).
008800 77  WS-SYSTEM-TIME          PIC 9(08).
008900 77  WS-GRACE-DAYS           PIC 9(03) VALUE ZERO.
009000 77  WS-TXN-DATE             PIC 9(08) VALUE ZERO.
009100 77  WS-REJECT-REASON        PIC X(30).
009200 77  WS-DAYS-OUT             PIC S9(05) VALUE ZERO.
009300 77  WS-DAYS-OUT-ED          PIC ZZZZ9.
009400 01  WS-RPT-LINE             PIC X(80).

009500*-----------------------------------------------------------*
009600*    RUN COUNTS                                               *
009700*-----------------------------------------------------------*
009800 77  WS-TXNS-READ            PIC 9(07) VALUE ZERO.
009900 77  WS-TXNS-ACCEPTED        PIC 9(07) VALUE ZERO.
010000 77  WS-TXNS-REJECTED        PIC 9(07) VALUE ZERO.
010100 77  WS-SEALS-ON-REGISTER    PIC 9(07) VALUE ZERO.
010200 77  WS-SEALS-OUTSTANDING    PIC 9(07) VALUE ZERO.
010300 77  WS-SEALS-UNACCOUNTED    PIC 9(07) VALUE ZERO.

010400*-----------------------------------------------------------*
010500*    SEAL-REGISTER PARAMETER BLOCK FOR THE BILSLUP SUBPROGRAM *
010600*-----------------------------------------------------------*
010700 COPY SUPARM.
010700 COPY RPTPARM.

010800 PROCEDURE DIVISION.
010900 0000-MAINLINE SECTION.
011000     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
011100     IF NOT WS-ABORT
011200         PERFORM 2000-PROCESS-TXN THRU 2000-EXIT
011300             UNTIL WS-EOF
011400         PERFORM 3000-LIST-UNACCOUNTED THRU 3000-EXIT
011500     END-IF.
011600     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
011700     STOP RUN.

011800 1000-INITIALIZE.
011900     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
012000     ACCEPT WS-SYSTEM-TIME FROM TIME.
012100     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
012200     ACCEPT WS-OPERATOR-ID.
012300     DISPLAY "DAYS TO ACCOUNT FOR AN ISSUED SEAL (BLANK=30): "
012400         WITH NO ADVANCING.
012500     ACCEPT WS-GRACE-DAYS.
012600     IF WS-GRACE-DAYS NOT NUMERIC OR WS-GRACE-DAYS = ZERO
012700         MOVE 30 TO WS-GRACE-DAYS
012800     END-IF.
012900     OPEN INPUT SEALTXN.
013000     IF NOT FS-SEALTXN-OK
013100         DISPLAY "BILSEAL: UNABLE TO OPEN SEALTXN, STATUS "
013200             FS-SEALTXN
013300         MOVE "Y" TO WS-ABORT-SW
013400         GO TO 1000-EXIT
013500     END-IF.
013600     OPEN I-O METERAST.
013700     IF NOT FS-METERAST-OK
013800         DISPLAY "BILSEAL: UNABLE TO OPEN METERAST, STATUS "
013900             FS-METERAST
014000         MOVE "Y" TO WS-ABORT-SW
014100         GO TO 1000-EXIT
014200     END-IF.
014300     OPEN OUTPUT SEALRPT.
014400     IF NOT FS-SEALRPT-OK
014500         DISPLAY "BILSEAL: UNABLE TO OPEN SEALRPT, STATUS "
014600             FS-SEALRPT
014700         MOVE "Y" TO WS-ABORT-SW
014800         GO TO 1000-EXIT
014900     END-IF.
015000     OPEN EXTEND RUNLOG.
015100     IF NOT FS-RUNLOG-OK
015200         DISPLAY "BILSEAL: UNABLE TO OPEN RUNLOG, STATUS "
015300             FS-RUNLOG
015400         MOVE "Y" TO WS-ABORT-SW
015500         GO TO 1000-EXIT
015600     END-IF.
015700     PERFORM 8000-WRITE-HEADER THRU 8000-EXIT.
015800     PERFORM 2900-READ-TXN THRU 2900-EXIT.
015900 1000-EXIT.
016000     EXIT.

016100*-----------------------------------------------------------*
016200*    ONE SEAL MOVEMENT - APPLIED THROUGH BILSLUP OR REJECTED   *
016300*    WITH ITS REASON ON THE RUN REPORT.  AN UNDATED MOVEMENT   *
016400*    TAKES TODAY'S DATE.                                       *
016500*-----------------------------------------------------------*
016600 2000-PROCESS-TXN.
016700     ADD 1 TO WS-TXNS-READ.
016800     MOVE SPACES TO WS-REJECT-REASON.
016900     IF SX-TXN-DATE NUMERIC AND SX-TXN-DATE > ZERO
017000         MOVE SX-TXN-DATE TO WS-TXN-DATE
017100     ELSE
017200         MOVE WS-SYSTEM-DATE TO WS-TXN-DATE
017300     END-IF.
017400     MOVE SPACES      TO SU-PARMS.
017500     MOVE SX-SEAL-NO  TO SU-SEAL-NO.
017600     MOVE SX-CREW-ID  TO SU-CREW-ID.
017700     MOVE WS-TXN-DATE TO SU-DATE.
017800     EVALUATE TRUE
017900         WHEN SX-SEAL-NO = SPACES
018000             MOVE "NO SEAL NUMBER" TO WS-REJECT-REASON
018100         WHEN SX-TXN-ISSUE
018200             PERFORM 2100-ISSUE-SEAL THRU 2100-EXIT
018300         WHEN SX-TXN-FIX
018400             PERFORM 2200-FIX-SEAL THRU 2200-EXIT
018500         WHEN SX-TXN-RETURN
018600             MOVE "U" TO SU-FUNCTION
018700             CALL "BILSLUP" USING SU-PARMS
018800             PERFORM 2800-CHECK-RESULT THRU 2800-EXIT
018900         WHEN SX-TXN-VOID
019000             PERFORM 2300-VOID-SEAL THRU 2300-EXIT
019100         WHEN OTHER
019200             MOVE "UNKNOWN TRANSACTION TYPE" TO WS-REJECT-REASON
019300     END-EVALUATE.
019400     IF WS-REJECT-REASON = SPACES
019500         ADD 1 TO WS-TXNS-ACCEPTED
019600     ELSE
019700         ADD 1 TO WS-TXNS-REJECTED
019800     END-IF.
019900     PERFORM 8100-WRITE-TXN-LINE THRU 8100-EXIT.
020000     PERFORM 2900-READ-TXN THRU 2900-EXIT.
020100 2000-EXIT.
020200     EXIT.

020300 2100-ISSUE-SEAL.
020400     IF SX-CREW-ID = SPACES
020500         MOVE "NO CREW" TO WS-REJECT-REASON
020600         GO TO 2100-EXIT
020700     END-IF.
020800     MOVE "I" TO SU-FUNCTION.
020900     CALL "BILSLUP" USING SU-PARMS.
021000     PERFORM 2800-CHECK-RESULT THRU 2800-EXIT.
021100 2100-EXIT.
021200     EXIT.

021300*-----------------------------------------------------------*
021400*    A SEAL FIXED ON A METER - THE METER MUST BE ON THE ASSET  *
021500*    REGISTER, AND THE SEAL IT CARRIED UNTIL NOW IS MARKED     *
021600*    REMOVED.  ONLY AN ACCEPTED SEAL GOES ON THE METER.        *
021700*-----------------------------------------------------------*
021800 2200-FIX-SEAL.
021900     MOVE SX-METER-NO TO MA-METER-NO.
022000     READ METERAST
022100         INVALID KEY
022200             MOVE "METER NOT ON THE ASSET REGISTER"
022300                 TO WS-REJECT-REASON
022400             GO TO 2200-EXIT
022500     END-READ.
022600     MOVE "F"         TO SU-FUNCTION.
022700     MOVE MA-SEAL-NO  TO SU-OLD-SEAL-NO.
022800     MOVE MA-METER-NO TO SU-METER-NO.
022900     MOVE MA-CUST-ID  TO SU-CUST-ID.
023000     IF SX-EVENT = SPACE
023100         MOVE "C"      TO SU-EVENT
023200     ELSE
023300         MOVE SX-EVENT TO SU-EVENT
023400     END-IF.
023500     CALL "BILSLUP" USING SU-PARMS.
023600     PERFORM 2800-CHECK-RESULT THRU 2800-EXIT.
023700     IF NOT SU-OK
023800         GO TO 2200-EXIT
023900     END-IF.
024000     MOVE SX-SEAL-NO  TO MA-SEAL-NO.
024100     MOVE WS-TXN-DATE TO MA-SEAL-DATE.
024200     REWRITE MA-RECORD
024300         INVALID KEY
024400             MOVE "ASSET REGISTER REWRITE FAILED"
024500                 TO WS-REJECT-REASON
024600     END-REWRITE.
024700 2200-EXIT.
024800     EXIT.

024900 2300-VOID-SEAL.
025000     IF SX-REASON = SPACES
025100         MOVE "NO REASON TO VOID" TO WS-REJECT-REASON
025200         GO TO 2300-EXIT
025300     END-IF.
025400     MOVE "V"       TO SU-FUNCTION.
025500     MOVE SX-REASON TO SU-REASON.
025600     CALL "BILSLUP" USING SU-PARMS.
025700     PERFORM 2800-CHECK-RESULT THRU 2800-EXIT.
025800 2300-EXIT.
025900     EXIT.

026000 2800-CHECK-RESULT.
026100     EVALUATE TRUE
026200         WHEN SU-OK
026300             CONTINUE
026400         WHEN SU-DUPLICATE
026500             MOVE "SEAL ALREADY ON THE REGISTER"
026600                 TO WS-REJECT-REASON
026700         WHEN SU-UNKNOWN-SEAL
026800             MOVE "SEAL NEVER ISSUED" TO WS-REJECT-REASON
026900         WHEN SU-NOT-WITH-CREW
027000             STRING "SEAL NOT WITH A CREW - STATUS "
027100                 SU-SEAL-STATUS
027200                 DELIMITED BY SIZE INTO WS-REJECT-REASON
027300         WHEN OTHER
027400             MOVE "SEAL REGISTER NOT UPDATED" TO WS-REJECT-REASON
027500     END-EVALUATE.
027600 2800-EXIT.
027700     EXIT.

027800 2900-READ-TXN.
027900     READ SEALTXN
028000         AT END
028100             MOVE "Y" TO WS-EOF-SW
028200     END-READ.
028300 2900-EXIT.
028400     EXIT.

028500*-----------------------------------------------------------*
028600*    SEALS ISSUED BUT NEVER ACCOUNTED FOR - STILL OUT WITH     *
028700*    THE CREW PAST THE GRACE DAYS, NOT ON ANY METER, NOT       *
028800*    BACK IN STORES AND NOT VOIDED.                            *
028900*-----------------------------------------------------------*
029000 3000-LIST-UNACCOUNTED.
029100     PERFORM 8200-WRITE-UNACCOUNTED-HEADER THRU 8200-EXIT.
029200     OPEN INPUT SEALREG.
029300     IF NOT FS-SEALREG-OK
029400         MOVE "NO SEAL REGISTER ON FILE" TO WS-RPT-LINE
029500         WRITE SE-LINE FROM WS-RPT-LINE
029600         GO TO 3000-EXIT
029700     END-IF.
029800     PERFORM 3900-READ-SEAL THRU 3900-EXIT.
029900     PERFORM 3100-CHECK-SEAL THRU 3100-EXIT
030000         UNTIL WS-SL-EOF.
030100     CLOSE SEALREG.
030200     MOVE SPACES TO WS-RPT-LINE.
030300     STRING "SEALS ON REGISTER " WS-SEALS-ON-REGISTER
030400         "  STILL WITH CREWS " WS-SEALS-OUTSTANDING
030500         "  UNACCOUNTED " WS-SEALS-UNACCOUNTED
030600         DELIMITED BY SIZE INTO WS-RPT-LINE.
030700     WRITE SE-LINE FROM WS-RPT-LINE.
030800 3000-EXIT.
030900     EXIT.

031000 3100-CHECK-SEAL.
031100     ADD 1 TO WS-SEALS-ON-REGISTER.
031200     IF NOT SL-STAT-ISSUED
031300         GO TO 3100-NEXT
031400     END-IF.
031500     ADD 1 TO WS-SEALS-OUTSTANDING.
031600     IF SL-ISSUE-DATE NOT NUMERIC OR SL-ISSUE-DATE = ZERO
031700         MOVE 99999 TO WS-DAYS-OUT
031800     ELSE
031900         COMPUTE WS-DAYS-OUT =
032000             FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE)
032100             - FUNCTION INTEGER-OF-DATE(SL-ISSUE-DATE)
032200     END-IF.
032300     IF WS-DAYS-OUT > WS-GRACE-DAYS
032400         PERFORM 8300-WRITE-UNACCOUNTED-LINE THRU 8300-EXIT
032500         ADD 1 TO WS-SEALS-UNACCOUNTED
032600     END-IF.
032700 3100-NEXT.
032800     PERFORM 3900-READ-SEAL THRU 3900-EXIT.
032900 3100-EXIT.
033000     EXIT.

033100 3900-READ-SEAL.
033200     READ SEALREG NEXT RECORD
033300         AT END
033400             MOVE "Y" TO WS-SL-EOF-SW
033500     END-READ.
033600 3900-EXIT.
033700     EXIT.

033800 8000-WRITE-HEADER.
033900     MOVE SPACES TO WS-RPT-LINE.
034000     STRING "METER SEAL REGISTER RUN - " WS-SYSTEM-DATE
034100         " OPERATOR " WS-OPERATOR-ID
034200         DELIMITED BY SIZE INTO WS-RPT-LINE.
034300     WRITE SE-LINE FROM WS-RPT-LINE.
034400     MOVE SPACES TO WS-RPT-LINE.
034500     MOVE "T SEAL-NO      DATE     CREW     METER-NO     RESULT"
034600         TO WS-RPT-LINE.
034700     WRITE SE-LINE FROM WS-RPT-LINE.
034800 8000-EXIT.
034900     EXIT.

035000 8100-WRITE-TXN-LINE.
035100     MOVE SPACES TO WS-RPT-LINE.
035200     IF WS-REJECT-REASON = SPACES
035300         STRING SX-TXN-TYPE " " SX-SEAL-NO " " WS-TXN-DATE " "
035400             SX-CREW-ID " " SX-METER-NO " APPLIED"
035500             DELIMITED BY SIZE INTO WS-RPT-LINE
035600     ELSE
035700         STRING SX-TXN-TYPE " " SX-SEAL-NO " " WS-TXN-DATE " "
035800             SX-CREW-ID " " SX-METER-NO " " WS-REJECT-REASON
035900             DELIMITED BY SIZE INTO WS-RPT-LINE
036000     END-IF.
036100     WRITE SE-LINE FROM WS-RPT-LINE.
036200 8100-EXIT.
036300     EXIT.

036400 8200-WRITE-UNACCOUNTED-HEADER.
036500     MOVE SPACES TO WS-RPT-LINE.
036600     WRITE SE-LINE FROM WS-RPT-LINE.
036700     STRING "SEALS ISSUED MORE THAN " WS-GRACE-DAYS
036800         " DAYS AGO AND NOT ACCOUNTED FOR"
036900         DELIMITED BY SIZE INTO WS-RPT-LINE.
037000     WRITE SE-LINE FROM WS-RPT-LINE.
037100     MOVE SPACES TO WS-RPT-LINE.
037200     MOVE "SEAL-NO      CREW     ISSUED    DAYS" TO WS-RPT-LINE.
037300     WRITE SE-LINE FROM WS-RPT-LINE.
037400 8200-EXIT.
037500     EXIT.

037600 8300-WRITE-UNACCOUNTED-LINE.
037700     MOVE WS-DAYS-OUT TO WS-DAYS-OUT-ED.
037800     MOVE SPACES TO WS-RPT-LINE.
037900     STRING SL-SEAL-NO " " SL-CREW-ID " " SL-ISSUE-DATE " "
038000         WS-DAYS-OUT-ED
038100         DELIMITED BY SIZE INTO WS-RPT-LINE.
038200     WRITE SE-LINE FROM WS-RPT-LINE.
038300 8300-EXIT.
038400     EXIT.

038500 9000-TERMINATE.
038600     IF NOT WS-ABORT
038700         CLOSE SEALTXN
038800         CLOSE METERAST
038900         CLOSE SEALRPT
038900         PERFORM 9680-FILE-REPORT THRU 9680-EXIT
039000         PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT
039100         CLOSE RUNLOG
039200     END-IF.
039300     DISPLAY "BILSEAL: " WS-TXNS-READ " MOVEMENT(S), "
039400         WS-TXNS-REJECTED " REJECTED, "
039500         WS-SEALS-UNACCOUNTED " SEAL(S) UNACCOUNTED FOR".
039600 9000-EXIT.
039700     EXIT.

039800 9600-WRITE-RUNLOG.
039900     MOVE "BILSEAL"         TO RL-PROGRAM-ID.
040000     MOVE WS-OPERATOR-ID    TO RL-OPERATOR-ID.
040100     MOVE WS-SYSTEM-DATE    TO RL-RUN-DATE.
040200     MOVE WS-SYSTEM-TIME    TO RL-RUN-TIME.
040300     MOVE "SEALTXN"         TO RL-INPUT-FILE.
040400     MOVE WS-TXNS-READ      TO RL-RECORDS-READ.
040500     MOVE WS-TXNS-ACCEPTED  TO RL-BILLS-PRODUCED.
040600     MOVE WS-TXNS-REJECTED  TO RL-EXCEPTIONS.
040700     MOVE ZERO              TO RL-TOTAL-BILLED.
040800     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
040900     ACCEPT RL-END-TIME FROM TIME.
041000     WRITE RL-RECORD.
041100 9600-EXIT.
041200     EXIT.

041300*-----------------------------------------------------------*
041400*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
041500*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
041600*    OUTLIVES THE NEXT RUN.                                    *
041700*-----------------------------------------------------------*
041800 9680-FILE-REPORT.
041900     OPEN INPUT SEALRPT.
042000     IF NOT FS-SEALRPT-OK
042100         GO TO 9680-EXIT
042200     END-IF.
042300     MOVE "O"               TO RO-FUNCTION.
042400     MOVE "SEALRPT"         TO RO-REPORT-NAME.
042500     MOVE "BILSEAL"         TO RO-PROGRAM-ID.
042600     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
042700     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
042800     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
042900     MOVE ZERO              TO RO-PERIOD.
043000     CALL "BILRPTF" USING RO-PARMS.
043100     IF RO-OK
043200         MOVE "N" TO WS-RO-EOF-SW
043300         PERFORM 9690-FILE-LINE THRU 9690-EXIT
043400             UNTIL WS-RO-EOF
043500         MOVE "C"          TO RO-FUNCTION
043600         CALL "BILRPTF" USING RO-PARMS
043700     END-IF.
043800     CLOSE SEALRPT.
043900 9680-EXIT.
044000     EXIT.

044100 9690-FILE-LINE.
044200     READ SEALRPT
044300         AT END
044400             MOVE "Y" TO WS-RO-EOF-SW
044500             GO TO 9690-EXIT
044600     END-READ.
044700     MOVE "L"               TO RO-FUNCTION.
044800     MOVE SE-LINE           TO RO-LINE.
044900     CALL "BILRPTF" USING RO-PARMS.
045000 9690-EXIT.
045100     EXIT.
