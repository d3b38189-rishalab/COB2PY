000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILOUTG.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-09-27.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILOUTG                                                   *
000900*  SUPPLY OUTAGE REGISTER RUN.  APPLIES THE CONTROL-ROOM      *
001000*  OUTAGE SHEETS (OUTTXN) TO THE OUTAGE REGISTER - AN OUTAGE  *
001100*  IS OPENED WHEN SUPPLY IS LOST ON A FEEDER AND CLOSED WHEN  *
001200*  IT IS RESTORED, WITH ITS DURATION IN MINUTES.  THE         *
001300*  CUSTOMERS AFFECTED ARE COUNTED WHEN THE OUTAGE IS OPENED:  *
001400*  EVERY METER IN THE ROUTE BOOK ON A ROUTE THE ROUTE-TO-     *
001500*  FEEDER MAP PUTS ON THE FEEDER.  EVERY ENTRY IS LISTED ON   *
001600*  THE RUN REPORT, APPLIED OR WITH ITS REASON FOR REFUSAL,    *
001700*  FOLLOWED BY THE OUTAGES STILL OPEN.  THE QUARTERLY         *
001800*  RELIABILITY INDICES ARE PRODUCED FROM THE REGISTER BY      *
001900*  BILRELI.                                                   *
002000*-----------------------------------------------------------*
002100*  MODIFICATION HISTORY                                      *
002200*  DATE       INIT  DESCRIPTION                               *
002300*  2026-09-27 RSH   ORIGINAL                                  *
002300*  2026-10-15 RSH   FILE OUTGRPT IN THE REPORT REPOSITORY    *
002300*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002400*-----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.   IBM-370.
002800 OBJECT-COMPUTER.   IBM-370.

002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OUTTXN ASSIGN TO "OUTTXN"
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS FS-OUTTXN.

003400     SELECT OUTAGE ASSIGN TO "OUTAGE"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS OG-OUTAGE-ID
003800         FILE STATUS IS FS-OUTAGE.

003900     SELECT RTEBOOK ASSIGN TO "RTEBOOK"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS FS-RTEBOOK.

004200     SELECT RTEFDR ASSIGN TO "RTEFDR"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS FS-RTEFDR.

004500     SELECT OUTGRPT ASSIGN TO "OUTGRPT"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS FS-OUTGRPT.

004800     SELECT RUNLOG ASSIGN TO "RUNLOG"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS FS-RUNLOG.

005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  OUTTXN
005400     LABEL RECORDS ARE STANDARD.
005500 COPY OUTTXN.

005600 FD  OUTAGE
005700     LABEL RECORDS ARE STANDARD.
005800 COPY OUTAGE.

005900 FD  RTEBOOK
006000     LABEL RECORDS ARE STANDARD.
006100 COPY RTEBOOK.

006200 FD  RTEFDR
006300     LABEL RECORDS ARE STANDARD.
006400 COPY RTEFDR.

006500 FD  OUTGRPT
006600     LABEL RECORDS ARE STANDARD.
006700 01  OR-LINE                     PIC X(80).

006800 FD  RUNLOG
006900     LABEL RECORDS ARE STANDARD.
007000 COPY RUNLOG.

007100 WORKING-STORAGE SECTION.
007200*-----------------------------------------------------------*
007300*    FILE STATUS SWITCHES                                    *
007400*-----------------------------------------------------------*
007500 77  FS-OUTTXN               PIC X(02).
007600     88  FS-OUTTXN-OK                VALUE "00".
007700 77  FS-OUTAGE               PIC X(02).
007800     88  FS-OUTAGE-OK                VALUE "00".
007900 77  FS-RTEBOOK              PIC X(02).
008000     88  FS-RTEBOOK-OK               VALUE "00".
008100 77  FS-RTEFDR               PIC X(02).
008200     88  FS-RTEFDR-OK                VALUE "00".
008300 77  FS-OUTGRPT              PIC X(02).
008400     88  FS-OUTGRPT-OK               VALUE "00".
008500 77  FS-RUNLOG               PIC X(02).
008600     88  FS-RUNLOG-OK                VALUE "00".

008700*-----------------------------------------------------------*
008800*    PROGRAM SWITCHES                                        *
008900*-----------------------------------------------------------*
009000 77  WS-ABORT-SW             PIC X(01) VALUE "N".
009100     88  WS-ABORT                    VALUE "Y".
009200 77  WS-EOF-SW               PIC X(01) VALUE "N".
009300     88  WS-EOF                      VALUE "Y".
009400 77  WS-RB-EOF-SW            PIC X(01) VALUE "N".
009500     88  WS-RB-EOF                   VALUE "Y".
009600 77  WS-RF-EOF-SW            PIC X(01) VALUE "N".
009700     88  WS-RF-EOF                   VALUE "Y".
009800 77  WS-OG-EOF-SW            PIC X(01) VALUE "N".
009900     88  WS-OG-EOF                   VALUE "Y".
009900 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
009900     88  WS-RO-EOF                   VALUE "Y".

010000*-----------------------------------------------------------*
010100*    OPERATOR, RUN AND WORK FIELDS                            *
010200*-----------------------------------------------------------*
010300 77  WS-OPERATOR-ID          PIC X(08).
010400 77  WS-SYSTEM-DATE          PIC 9(08).
010500 77  WS-SYSTEM-TIME          PIC 9(08).
010600 77  WS-REJECT-REASON        PIC X(30).
010700 77  WS-WORK-FEEDER          PIC X(06) VALUE SPACES.
010800 77  WS-BK-SUB               PIC 9(04) VALUE ZERO.
010900 77  WS-START-MIN            PIC S9(09) VALUE ZERO.
011000 77  WS-END-MIN              PIC S9(09) VALUE ZERO.
011100 77  WS-MINUTES              PIC S9(09) VALUE ZERO.
011200 01  WS-HHMM                 PIC 9(04).
011300 01  WS-HHMM-R REDEFINES WS-HHMM.
011400     05  WS-HHMM-HH          PIC 9(02).
011500     05  WS-HHMM-MM          PIC 9(02).
011600 01  WS-RPT-LINE             PIC X(80).
011700 01  WS-COUNT-ED             PIC ZZZZZZ9.

011800*-----------------------------------------------------------*
011900*    RUN COUNTS                                               *
012000*-----------------------------------------------------------*
012100 77  WS-TXNS-READ            PIC 9(07) VALUE ZERO.
012200 77  WS-TXNS-ACCEPTED        PIC 9(07) VALUE ZERO.
012300 77  WS-TXNS-REJECTED        PIC 9(07) VALUE ZERO.
012400 77  WS-STILL-OPEN           PIC 9(07) VALUE ZERO.

012500*-----------------------------------------------------------*
012600*    ROUTE BOOK - METER TO ROUTE, LOADED ONCE                  *
012700*-----------------------------------------------------------*
012800 01  WS-BOOK-TABLE.
012900     05  WS-BK-ENTRY OCCURS 2000 TIMES
013000                     INDEXED BY WS-BK-IDX.
013100         10  WS-BK-CUST-ID       PIC X(10).
013200         10  WS-BK-ROUTE-ID      PIC X(04).
013300 01  WS-BOOK-COUNT               PIC 9(04) VALUE ZERO.

013400*-----------------------------------------------------------*
013500*    ROUTE-TO-FEEDER MAP, LOADED ONCE                          *
013600*-----------------------------------------------------------*
013700 01  WS-MAP-TABLE.
013800     05  WS-MP-ENTRY OCCURS 200 TIMES
013900                     INDEXED BY WS-MP-IDX.
014000         10  WS-MP-ROUTE-ID      PIC X(04).
014100         10  WS-MP-FEEDER-ID     PIC X(06).
014200 01  WS-MAP-COUNT                PIC 9(03) VALUE ZERO.
014200 COPY RPTPARM.

014300 PROCEDURE DIVISION.
014400 0000-MAINLINE SECTION.
014500     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
014600     IF NOT WS-ABORT
014700         PERFORM 2000-PROCESS-TXN THRU 2000-EXIT
014800             UNTIL WS-EOF
014900         PERFORM 3000-LIST-OPEN THRU 3000-EXIT
015000     END-IF.
015100     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
015200     STOP RUN.

015300 1000-INITIALIZE.
015400     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
015500     ACCEPT WS-SYSTEM-TIME FROM TIME.
015600     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
015700     ACCEPT WS-OPERATOR-ID.
015800     OPEN INPUT OUTTXN.
015900     IF NOT FS-OUTTXN-OK
016000         DISPLAY "BILOUTG: UNABLE TO OPEN OUTTXN, STATUS "
016100             FS-OUTTXN
016200         MOVE "Y" TO WS-ABORT-SW
016300         GO TO 1000-EXIT
016400     END-IF.
016500     OPEN I-O OUTAGE.
016600     IF NOT FS-OUTAGE-OK
016700         OPEN OUTPUT OUTAGE
016800         IF FS-OUTAGE-OK
016900             CLOSE OUTAGE
017000             OPEN I-O OUTAGE
017100         END-IF
017200     END-IF.
017300     IF NOT FS-OUTAGE-OK
017400         DISPLAY "BILOUTG: UNABLE TO OPEN OUTAGE, STATUS "
017500             FS-OUTAGE
017600         MOVE "Y" TO WS-ABORT-SW
017700         GO TO 1000-EXIT
017800     END-IF.
017900     OPEN OUTPUT OUTGRPT.
018000     IF NOT FS-OUTGRPT-OK
018100         DISPLAY "BILOUTG: UNABLE TO OPEN OUTGRPT, STATUS "
018200             FS-OUTGRPT
018300         MOVE "Y" TO WS-ABORT-SW
018400         GO TO 1000-EXIT
018500     END-IF.
018600     OPEN EXTEND RUNLOG.
018700     IF NOT FS-RUNLOG-OK
018800         DISPLAY "BILOUTG: UNABLE TO OPEN RUNLOG, STATUS "
018900             FS-RUNLOG
019000         MOVE "Y" TO WS-ABORT-SW
019100         GO TO 1000-EXIT
019200     END-IF.
019300     PERFORM 1100-LOAD-ROUTE-BOOK THRU 1100-EXIT.
019400     PERFORM 1200-LOAD-FEEDER-MAP THRU 1200-EXIT.
019500     PERFORM 8000-WRITE-HEADER THRU 8000-EXIT.
019600     PERFORM 2900-READ-TXN THRU 2900-EXIT.
019700 1000-EXIT.
019800     EXIT.

019900*-----------------------------------------------------------*
020000*    THE ROUTE BOOK AND THE FEEDER MAP ARE NEEDED ONLY TO      *
020100*    COUNT THE CUSTOMERS AFFECTED - WITHOUT THEM AN OUTAGE IS  *
020200*    STILL REGISTERED, WITH NO CUSTOMERS COUNTED.              *
020300*-----------------------------------------------------------*
020400 1100-LOAD-ROUTE-BOOK.
020500     OPEN INPUT RTEBOOK.
020600     IF NOT FS-RTEBOOK-OK
020700         DISPLAY "BILOUTG: ROUTE BOOK NOT AVAILABLE - CUSTOMERS"
020800             " AFFECTED NOT COUNTED"
020900         GO TO 1100-EXIT
021000     END-IF.
021100     READ RTEBOOK
021200         AT END
021300             MOVE "Y" TO WS-RB-EOF-SW
021400     END-READ.
021500     PERFORM 1110-STORE-BOOK-ENTRY THRU 1110-EXIT
021600         UNTIL WS-RB-EOF.
021700     CLOSE RTEBOOK.
021800 1100-EXIT.
021900     EXIT.

022000 1110-STORE-BOOK-ENTRY.
022100     IF WS-BOOK-COUNT >= 2000
022200         DISPLAY "BILOUTG: ROUTE BOOK TABLE FULL - CUSTOMERS"
022300             " AFFECTED WILL BE UNDERCOUNTED"
022400         MOVE "Y" TO WS-RB-EOF-SW
022500         GO TO 1110-EXIT
022600     END-IF.
022700     ADD 1 TO WS-BOOK-COUNT.
022800     MOVE RB-CUST-ID  TO WS-BK-CUST-ID(WS-BOOK-COUNT).
022900     MOVE RB-ROUTE-ID TO WS-BK-ROUTE-ID(WS-BOOK-COUNT).
023000     READ RTEBOOK
023100         AT END
023200             MOVE "Y" TO WS-RB-EOF-SW
023300     END-READ.
023400 1110-EXIT.
023500     EXIT.

023600 1200-LOAD-FEEDER-MAP.
023700     OPEN INPUT RTEFDR.
023800     IF NOT FS-RTEFDR-OK
023900         DISPLAY "BILOUTG: FEEDER MAP NOT AVAILABLE - CUSTOMERS"
024000             " AFFECTED NOT COUNTED"
024100         GO TO 1200-EXIT
024200     END-IF.
024300     READ RTEFDR
024400         AT END
024500             MOVE "Y" TO WS-RF-EOF-SW
024600     END-READ.
024700     PERFORM 1210-STORE-MAP-ENTRY THRU 1210-EXIT
024800         UNTIL WS-RF-EOF.
024900     CLOSE RTEFDR.
025000 1200-EXIT.
025100     EXIT.

025200 1210-STORE-MAP-ENTRY.
025300     IF WS-MAP-COUNT >= 200
025400         DISPLAY "BILOUTG: FEEDER MAP TABLE FULL - CUSTOMERS"
025500             " AFFECTED WILL BE UNDERCOUNTED"
025600         MOVE "Y" TO WS-RF-EOF-SW
025700         GO TO 1210-EXIT
025800     END-IF.
025900     ADD 1 TO WS-MAP-COUNT.
026000     MOVE RF-ROUTE-ID  TO WS-MP-ROUTE-ID(WS-MAP-COUNT).
026100     MOVE RF-FEEDER-ID TO WS-MP-FEEDER-ID(WS-MAP-COUNT).
026200     READ RTEFDR
026300         AT END
026400             MOVE "Y" TO WS-RF-EOF-SW
026500     END-READ.
026600 1210-EXIT.
026700     EXIT.

026800*-----------------------------------------------------------*
026900*    ONE CONTROL-ROOM ENTRY - APPLIED OR REJECTED WITH ITS     *
027000*    REASON ON THE RUN REPORT.                                 *
027100*-----------------------------------------------------------*
027200 2000-PROCESS-TXN.
027300     ADD 1 TO WS-TXNS-READ.
027400     MOVE SPACES TO WS-REJECT-REASON.
027500     EVALUATE TRUE
027600         WHEN OT-OUTAGE-ID = SPACES
027700             MOVE "NO LOG NUMBER" TO WS-REJECT-REASON
027800         WHEN OT-TXN-START
027900             PERFORM 2100-OPEN-OUTAGE THRU 2100-EXIT
028000         WHEN OT-TXN-RESTORE
028100             PERFORM 2200-RESTORE-OUTAGE THRU 2200-EXIT
028200         WHEN OTHER
028300             MOVE "UNKNOWN TRANSACTION TYPE" TO WS-REJECT-REASON
028400     END-EVALUATE.
028500     IF WS-REJECT-REASON = SPACES
028600         ADD 1 TO WS-TXNS-ACCEPTED
028700     ELSE
028800         ADD 1 TO WS-TXNS-REJECTED
028900     END-IF.
029000     PERFORM 8100-WRITE-TXN-LINE THRU 8100-EXIT.
029100     PERFORM 2900-READ-TXN THRU 2900-EXIT.
029200 2000-EXIT.
029300     EXIT.

029400*-----------------------------------------------------------*
029500*    SUPPLY LOST - THE FEEDER, A PLANNED/UNPLANNED FLAG AND A  *
029600*    GOOD START ARE REQUIRED.  AN END ON THE SAME SHEET        *
029700*    CLOSES THE OUTAGE AT ONCE.                                *
029800*-----------------------------------------------------------*
029900 2100-OPEN-OUTAGE.
030000     IF OT-FEEDER-ID = SPACES
030100         MOVE "NO FEEDER" TO WS-REJECT-REASON
030200         GO TO 2100-EXIT
030300     END-IF.
030400     IF OT-PLANNED-SW NOT = "P" AND OT-PLANNED-SW NOT = "U"
030500         MOVE "PLANNED FLAG MUST BE P OR U" TO WS-REJECT-REASON
030600         GO TO 2100-EXIT
030700     END-IF.
030800     IF OT-START-DATE NOT NUMERIC OR OT-START-DATE = ZERO
030900         MOVE "START DATE NOT VALID" TO WS-REJECT-REASON
031000         GO TO 2100-EXIT
031100     END-IF.
031200     MOVE OT-START-TIME TO WS-HHMM.
031300     IF OT-START-TIME NOT NUMERIC
031400         OR WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
031500         MOVE "START TIME NOT VALID" TO WS-REJECT-REASON
031600         GO TO 2100-EXIT
031700     END-IF.
031800     MOVE OT-OUTAGE-ID TO OG-OUTAGE-ID.
031900     READ OUTAGE
032000         INVALID KEY
032100             CONTINUE
032200         NOT INVALID KEY
032300             MOVE "LOG NUMBER ALREADY ON THE REGISTER"
032400                 TO WS-REJECT-REASON
032500             GO TO 2100-EXIT
032600     END-READ.
032700     MOVE SPACES         TO OG-RECORD.
032800     MOVE OT-OUTAGE-ID   TO OG-OUTAGE-ID.
032900     MOVE OT-FEEDER-ID   TO OG-FEEDER-ID.
033000     MOVE OT-PLANNED-SW  TO OG-PLANNED-SW.
033100     MOVE OT-CAUSE-CODE  TO OG-CAUSE-CODE.
033200     MOVE OT-CAUSE-TEXT  TO OG-CAUSE-TEXT.
033300     MOVE OT-START-DATE  TO OG-START-DATE.
033400     MOVE OT-START-TIME  TO OG-START-TIME.
033500     MOVE ZERO           TO OG-END-DATE.
033600     MOVE ZERO           TO OG-END-TIME.
033700     MOVE ZERO           TO OG-DURATION-MIN.
033800     MOVE "O"            TO OG-STATUS.
033900     MOVE WS-OPERATOR-ID TO OG-OPERATOR-ID.
034000     PERFORM 2300-COUNT-AFFECTED THRU 2300-EXIT.
034100     IF OT-END-DATE NUMERIC AND OT-END-DATE > ZERO
034200         PERFORM 2400-SET-END THRU 2400-EXIT
034300         IF WS-REJECT-REASON NOT = SPACES
034400             GO TO 2100-EXIT
034500         END-IF
034600     END-IF.
034700     WRITE OG-RECORD
034800         INVALID KEY
034900             MOVE "OUTAGE REGISTER WRITE FAILED"
035000                 TO WS-REJECT-REASON
035100     END-WRITE.
035200 2100-EXIT.
035300     EXIT.

035400 2200-RESTORE-OUTAGE.
035500     MOVE OT-OUTAGE-ID TO OG-OUTAGE-ID.
035600     READ OUTAGE
035700         INVALID KEY
035800             MOVE "LOG NUMBER NOT ON THE REGISTER"
035900                 TO WS-REJECT-REASON
036000             GO TO 2200-EXIT
036100     END-READ.
036200     IF NOT OG-STAT-OPEN
036300         MOVE "OUTAGE ALREADY RESTORED" TO WS-REJECT-REASON
036400         GO TO 2200-EXIT
036500     END-IF.
036600     IF OT-END-DATE NOT NUMERIC OR OT-END-DATE = ZERO
036700         MOVE "END DATE NOT VALID" TO WS-REJECT-REASON
036800         GO TO 2200-EXIT
036900     END-IF.
037000     PERFORM 2400-SET-END THRU 2400-EXIT.
037100     IF WS-REJECT-REASON NOT = SPACES
037200         GO TO 2200-EXIT
037300     END-IF.
037400     REWRITE OG-RECORD
037500         INVALID KEY
037600             MOVE "OUTAGE REGISTER REWRITE FAILED"
037700                 TO WS-REJECT-REASON
037800     END-REWRITE.
037900 2200-EXIT.
038000     EXIT.

038100*-----------------------------------------------------------*
038200*    CUSTOMERS AFFECTED - EVERY METER IN THE ROUTE BOOK ON A   *
038300*    ROUTE THE MAP PUTS ON THE FEEDER.                         *
038400*-----------------------------------------------------------*
038500 2300-COUNT-AFFECTED.
038600     MOVE ZERO TO OG-CUST-AFFECTED.
038700     IF WS-BOOK-COUNT = 0 OR WS-MAP-COUNT = 0
038800         GO TO 2300-EXIT
038900     END-IF.
039000     PERFORM 2310-CHECK-BOOK-ENTRY THRU 2310-EXIT
039100         VARYING WS-BK-SUB FROM 1 BY 1
039200         UNTIL WS-BK-SUB > WS-BOOK-COUNT.
039300 2300-EXIT.
039400     EXIT.

039500 2310-CHECK-BOOK-ENTRY.
039600     MOVE SPACES TO WS-WORK-FEEDER.
039700     SET WS-MP-IDX TO 1.
039800     SEARCH WS-MP-ENTRY
039900         AT END
040000             CONTINUE
040100         WHEN WS-MP-ROUTE-ID(WS-MP-IDX) =
040200                 WS-BK-ROUTE-ID(WS-BK-SUB)
040300             MOVE WS-MP-FEEDER-ID(WS-MP-IDX) TO WS-WORK-FEEDER
040400     END-SEARCH.
040500     IF WS-WORK-FEEDER = OG-FEEDER-ID
040600         ADD 1 TO OG-CUST-AFFECTED
040700     END-IF.
040800 2310-EXIT.
040900     EXIT.

041000*-----------------------------------------------------------*
041100*    SUPPLY RESTORED - THE END MUST BE A GOOD TIME NO EARLIER  *
041200*    THAN THE START.  THE DURATION IS IN WHOLE MINUTES.        *
041300*-----------------------------------------------------------*
041400 2400-SET-END.
041500     MOVE OT-END-TIME TO WS-HHMM.
041600     IF OT-END-TIME NOT NUMERIC
041700         OR WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
041800         MOVE "END TIME NOT VALID" TO WS-REJECT-REASON
041900         GO TO 2400-EXIT
042000     END-IF.
042100     COMPUTE WS-END-MIN =
042200         FUNCTION INTEGER-OF-DATE(OT-END-DATE) * 1440
042300         + WS-HHMM-HH * 60 + WS-HHMM-MM.
042400     MOVE OG-START-TIME TO WS-HHMM.
042500     COMPUTE WS-START-MIN =
042600         FUNCTION INTEGER-OF-DATE(OG-START-DATE) * 1440
042700         + WS-HHMM-HH * 60 + WS-HHMM-MM.
042800     COMPUTE WS-MINUTES = WS-END-MIN - WS-START-MIN.
042900     IF WS-MINUTES < 0
043000         MOVE "END BEFORE START" TO WS-REJECT-REASON
043100         GO TO 2400-EXIT
043200     END-IF.
043300     MOVE OT-END-DATE TO OG-END-DATE.
043400     MOVE OT-END-TIME TO OG-END-TIME.
043500     MOVE WS-MINUTES  TO OG-DURATION-MIN.
043600     MOVE "R"         TO OG-STATUS.
043700 2400-EXIT.
043800     EXIT.

043900 2900-READ-TXN.
044000     READ OUTTXN
044100         AT END
044200             MOVE "Y" TO WS-EOF-SW
044300     END-READ.
044400 2900-EXIT.
044500     EXIT.

044600*-----------------------------------------------------------*
044700*    OUTAGES STILL OPEN AFTER THE SHEETS ARE APPLIED - THE     *
044800*    CONTROL ROOM CHASES A RESTORATION TIME FOR EACH.          *
044900*-----------------------------------------------------------*
045000 3000-LIST-OPEN.
045100     MOVE SPACES TO WS-RPT-LINE.
045200     WRITE OR-LINE FROM WS-RPT-LINE.
045300     MOVE "OUTAGES NOT YET RESTORED" TO WS-RPT-LINE.
045400     WRITE OR-LINE FROM WS-RPT-LINE.
045500     MOVE "LOG-NO     FEEDER P START         CUSTOMERS"
045600         TO WS-RPT-LINE.
045700     WRITE OR-LINE FROM WS-RPT-LINE.
045800     MOVE LOW-VALUES TO OG-OUTAGE-ID.
045900     START OUTAGE KEY IS > OG-OUTAGE-ID
046000         INVALID KEY
046100             MOVE "Y" TO WS-OG-EOF-SW
046200     END-START.
046300     PERFORM 3900-READ-OUTAGE THRU 3900-EXIT.
046400     PERFORM 3100-CHECK-OUTAGE THRU 3100-EXIT
046500         UNTIL WS-OG-EOF.
046600     MOVE SPACES TO WS-RPT-LINE.
046700     MOVE WS-STILL-OPEN TO WS-COUNT-ED.
046800     STRING "OUTAGES STILL OPEN: " WS-COUNT-ED
046900         DELIMITED BY SIZE INTO WS-RPT-LINE.
047000     WRITE OR-LINE FROM WS-RPT-LINE.
047100 3000-EXIT.
047200     EXIT.

047300 3100-CHECK-OUTAGE.
047400     IF OG-STAT-OPEN
047500         ADD 1 TO WS-STILL-OPEN
047600         MOVE OG-CUST-AFFECTED TO WS-COUNT-ED
047700         MOVE SPACES TO WS-RPT-LINE
047800         STRING OG-OUTAGE-ID " " OG-FEEDER-ID " " OG-PLANNED-SW
047900             " " OG-START-DATE " " OG-START-TIME " " WS-COUNT-ED
048000             DELIMITED BY SIZE INTO WS-RPT-LINE
048100         WRITE OR-LINE FROM WS-RPT-LINE
048200     END-IF.
048300     PERFORM 3900-READ-OUTAGE THRU 3900-EXIT.
048400 3100-EXIT.
048500     EXIT.

048600 3900-READ-OUTAGE.
048700     IF WS-OG-EOF
048800         GO TO 3900-EXIT
048900     END-IF.
049000     READ OUTAGE NEXT RECORD
049100         AT END
049200             MOVE "Y" TO WS-OG-EOF-SW
049300     END-READ.
049400 3900-EXIT.
049500     EXIT.

049600 8000-WRITE-HEADER.
049700     MOVE SPACES TO WS-RPT-LINE.
049800     STRING "SUPPLY OUTAGE REGISTER RUN - " WS-SYSTEM-DATE
049900         " OPERATOR " WS-OPERATOR-ID
050000         DELIMITED BY SIZE INTO WS-RPT-LINE.
050100     WRITE OR-LINE FROM WS-RPT-LINE.
050200     MOVE SPACES TO WS-RPT-LINE.
050300     MOVE "T LOG-NO     FEEDER CUSTOMERS RESULT" TO WS-RPT-LINE.
050400     WRITE OR-LINE FROM WS-RPT-LINE.
050500 8000-EXIT.
050600     EXIT.

050700 8100-WRITE-TXN-LINE.
050800     MOVE SPACES TO WS-RPT-LINE.
050900     IF WS-REJECT-REASON = SPACES
051000         MOVE OG-CUST-AFFECTED TO WS-COUNT-ED
051100         STRING OT-TXN-TYPE " " OT-OUTAGE-ID " " OG-FEEDER-ID
051200             "   " WS-COUNT-ED " APPLIED"
051300             DELIMITED BY SIZE INTO WS-RPT-LINE
051400     ELSE
051500         STRING OT-TXN-TYPE " " OT-OUTAGE-ID " " OT-FEEDER-ID
051600             "           " WS-REJECT-REASON
051700             DELIMITED BY SIZE INTO WS-RPT-LINE
051800     END-IF.
051900     WRITE OR-LINE FROM WS-RPT-LINE.
052000 8100-EXIT.
052100     EXIT.

052200 9000-TERMINATE.
052300     IF NOT WS-ABORT
052400         CLOSE OUTTXN
052500         CLOSE OUTAGE
052600         CLOSE OUTGRPT
052600         PERFORM 9680-FILE-REPORT THRU 9680-EXIT
052700         PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT
052800         CLOSE RUNLOG
052900     END-IF.
053000     DISPLAY "BILOUTG: " WS-TXNS-READ " ENTRY(IES), "
053100         WS-TXNS-REJECTED " REJECTED, "
053200         WS-STILL-OPEN " OUTAGE(S) STILL OPEN".
053300 9000-EXIT.
053400     EXIT.

053500 9600-WRITE-RUNLOG.
053600     MOVE "BILOUTG"         TO RL-PROGRAM-ID.
053700     MOVE WS-OPERATOR-ID    TO RL-OPERATOR-ID.
053800     MOVE WS-SYSTEM-DATE    TO RL-RUN-DATE.
053900     MOVE WS-SYSTEM-TIME    TO RL-RUN-TIME.
054000     MOVE "OUTTXN"          TO RL-INPUT-FILE.
054100     MOVE WS-TXNS-READ      TO RL-RECORDS-READ.
054200     MOVE WS-TXNS-ACCEPTED  TO RL-BILLS-PRODUCED.
054300     MOVE WS-TXNS-REJECTED  TO RL-EXCEPTIONS.
054400     MOVE ZERO              TO RL-TOTAL-BILLED.
054500     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
054600     ACCEPT RL-END-TIME FROM TIME.
054700     WRITE RL-RECORD.
054800 9600-EXIT.
054900     EXIT.

055000*-----------------------------------------------------------*
055100*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
055200*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
055300*    OUTLIVES THE NEXT RUN.                                    *
055400*-----------------------------------------------------------*
055500 9680-FILE-REPORT.
055600     OPEN INPUT OUTGRPT.
055700     IF NOT FS-OUTGRPT-OK
055800         GO TO 9680-EXIT
055900     END-IF.
056000     MOVE "O"               TO RO-FUNCTION.
056100     MOVE "OUTGRPT"         TO RO-REPORT-NAME.
056200     MOVE "BILOUTG"         TO RO-PROGRAM-ID.
056300     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
056400     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
056500     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
056600     MOVE ZERO              TO RO-PERIOD.
056700     CALL "BILRPTF" USING RO-PARMS.
056800     IF RO-OK
056900         MOVE "N" TO WS-RO-EOF-SW
057000         PERFORM 9690-FILE-LINE THRU 9690-EXIT
057100             UNTIL WS-RO-EOF
057200         MOVE "C"          TO RO-FUNCTION
057300         CALL "BILRPTF" USING RO-PARMS
057400     END-IF.
057500     CLOSE OUTGRPT.
057600 9680-EXIT.
057700     EXIT.

057800 9690-FILE-LINE.
057900     READ OUTGRPT
058000         AT END
058100             MOVE "Y" TO WS-RO-EOF-SW
058200             GO TO 9690-EXIT
058300     END-READ.
058400     MOVE "L"               TO RO-FUNCTION.
058500     MOVE OR-LINE           TO RO-LINE.
058600     CALL "BILRPTF" USING RO-PARMS.
058700 9690-EXIT.
058800     EXIT.
