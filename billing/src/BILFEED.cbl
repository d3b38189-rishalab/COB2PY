000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILFEED.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILFEED                                                     *
000900*  INBOUND FEED PRE-FLIGHT CHECK.  RUN AT THE START OF THE     *
001000*  NIGHT WINDOW, BEFORE BILNITE.  FOR EVERY FEED ON THE        *
001100*  FEEDCTL CONTROL FILE IT CHECKS THAT TONIGHT'S FILE HAS      *
001200*  ARRIVED AND LOOKS SANE:                                     *
001300*    - A FEED THAT MUST ARRIVE NIGHTLY AND IS NOT THERE IS     *
001400*      MISSING (OR STILL AWAITED, BEFORE ITS DUE TIME);        *
001500*    - A FEED WITH HEADER/TRAILER CONTROLS (LOCKBOX, DDBTACK,  *
001600*      BBPSSET) MUST CARRY A TRAILER WHOSE DETAIL COUNT        *
001700*      AGREES WITH THE DETAILS ACTUALLY ON THE FILE;           *
001800*    - THE DETAIL COUNT MUST LIE IN THE FEED'S NORMAL RANGE;   *
001900*    - AND MUST NOT SWING FURTHER THAN THE FEED'S TOLERANCE    *
002000*      FROM THE COUNT AT THE SAME POINT OF LAST MONTH'S CYCLE  *
002100*      (THE LATEST CHECK LAST MONTH ON OR BEFORE TODAY'S DAY). *
002200*  EVERY VERDICT IS APPENDED TO FEEDHIST, WHICH IS BOTH LAST   *
002300*  MONTH'S BASELINE NEXT MONTH AND WHAT BILNITE READS TO HOLD  *
002400*  THE STEP THAT DEPENDS ON A FAILED FEED.  NOTHING IS         *
002500*  CHANGED ON THE FEEDS THEMSELVES.                            *
002600*-----------------------------------------------------------*
002700*  MODIFICATION HISTORY                                        *
002800*  DATE       INIT  DESCRIPTION                                *
002900*  2026-10-15 RSH   ORIGINAL                                   *
003000*-----------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
003400 OBJECT-COMPUTER.   IBM-370.

003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT FEEDCTL ASSIGN TO "FEEDCTL"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS FS-FEEDCTL.

004000     SELECT FEEDHIST ASSIGN TO "FEEDHIST"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS FS-FEEDHIST.

004300     SELECT METERTXN ASSIGN TO "METERTXN"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS FS-FEED.

004600     SELECT READRTN ASSIGN TO "READRTN"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS FS-FEED.

004900     SELECT LOCKBOX ASSIGN TO "LOCKBOX"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS FS-FEED.

005200     SELECT DDBTACK ASSIGN TO "DDBTACK"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS FS-FEED.

005500     SELECT BBPSREQ ASSIGN TO "BBPSREQ"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS FS-FEED.

005800     SELECT BBPSSET ASSIGN TO "BBPSSET"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS FS-FEED.

006100     SELECT SELFREAD ASSIGN TO "SELFREAD"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS FS-FEED.

006400     SELECT SPOTBIL ASSIGN TO "SPOTBIL"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS FS-FEED.

006700     SELECT FEEDRDG ASSIGN TO "FEEDRDG"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS FS-FEED.

007000     SELECT RUNLOG ASSIGN TO "RUNLOG"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS FS-RUNLOG.

007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  FEEDCTL
007600     LABEL RECORDS ARE STANDARD.
007700 COPY FEEDCTL.

007800 FD  FEEDHIST
007900     LABEL RECORDS ARE STANDARD.
008000 COPY FEEDHIST.

008100 FD  METERTXN
008200     LABEL RECORDS ARE STANDARD.
008300 COPY METERTXN.

008400 FD  READRTN
008500     LABEL RECORDS ARE STANDARD.
008600 COPY READRTN.

008700 FD  LOCKBOX
008800     LABEL RECORDS ARE STANDARD.
008900 COPY LOCKBOX.

009000 FD  DDBTACK
009100     LABEL RECORDS ARE STANDARD.
009200 COPY DDBTACK.

009300 FD  BBPSREQ
009400     LABEL RECORDS ARE STANDARD.
009500 COPY BBPSREQ.

009600 FD  BBPSSET
009700     LABEL RECORDS ARE STANDARD.
009800 COPY BBPSSET.

009900 FD  SELFREAD
010000     LABEL RECORDS ARE STANDARD.
010100 COPY SELFREAD.

010200 FD  SPOTBIL
010300     LABEL RECORDS ARE STANDARD.
010400 COPY SPOTBIL.

010500 FD  FEEDRDG
010600     LABEL RECORDS ARE STANDARD.
010700 COPY FEEDRDG.

010800 FD  RUNLOG
010900     LABEL RECORDS ARE STANDARD.
011000 COPY RUNLOG.

011100 WORKING-STORAGE SECTION.
011200*-----------------------------------------------------------*
011300*    FILE STATUS SWITCHES - THE FEEDS ARE OPENED ONE AT A      *
011400*    TIME AND SHARE ONE STATUS.                                *
011500*-----------------------------------------------------------*
011600 77  FS-FEEDCTL              PIC X(02).
011700     88  FS-FEEDCTL-OK               VALUE "00".
011800 77  FS-FEEDHIST             PIC X(02).
011900     88  FS-FEEDHIST-OK              VALUE "00".
012000     88  FS-FEEDHIST-NOFILE          VALUE "35".
012100 77  FS-FEED                 PIC X(02).
012200     88  FS-FEED-OK                  VALUE "00".
012300     88  FS-FEED-NOFILE              VALUE "35".
012400 77  FS-RUNLOG               PIC X(02).
012500     88  FS-RUNLOG-OK                VALUE "00".

012600*-----------------------------------------------------------*
012700*    PROGRAM SWITCHES                                          *
012800*-----------------------------------------------------------*
012900 77  WS-ABORT-SW             PIC X(01) VALUE "N".
013000     88  WS-ABORT                    VALUE "Y".
013100 77  WS-EOF-SW               PIC X(01) VALUE "N".
013200     88  WS-EOF                      VALUE "Y".
013300 77  WS-FEED-EOF-SW          PIC X(01) VALUE "N".
013400     88  WS-FEED-EOF                 VALUE "Y".
013500 77  WS-ARRIVED-SW           PIC X(01) VALUE "N".
013600     88  WS-FEED-ARRIVED             VALUE "Y".
013700 77  WS-TRAILER-FEED-SW      PIC X(01) VALUE "N".
013800     88  WS-TRAILER-FEED             VALUE "Y".
013900 77  WS-TRAILER-SW           PIC X(01) VALUE "N".
014000     88  WS-TRAILER-SEEN             VALUE "Y".
014100 77  WS-MATCH-SW             PIC X(01) VALUE "N".
014200     88  WS-MATCHED                  VALUE "Y".

014300*-----------------------------------------------------------*
014400*    OPERATOR AND RUN-AUDIT FIELDS                             *
014500*-----------------------------------------------------------*
014600 77  WS-OPERATOR-ID          PIC X(08).
014700 77  WS-SYSTEM-DATE          PIC 9(08).
014800 77  WS-SYSTEM-TIME          PIC 9(08).
014900 77  WS-PRIOR-PERIOD         PIC 9(06).
015000 77  WS-PRIOR-YEAR           PIC 9(04).
015100 77  WS-PRIOR-MONTH          PIC 9(02).

015200*-----------------------------------------------------------*
015300*    ONE FEED'S COUNTS AND THE VERDICT ON IT                   *
015400*-----------------------------------------------------------*
015500 77  WS-REC-COUNT            PIC 9(07) VALUE ZERO.
015600 77  WS-TRL-COUNT            PIC 9(07) VALUE ZERO.
015700 77  WS-LAST-COUNT           PIC 9(07) VALUE ZERO.
015800 77  WS-SWING                PIC 9(07) VALUE ZERO.
015900 77  WS-STATUS               PIC X(01).
016000 77  WS-PROBLEM-TEXT         PIC X(40).
016100 01  WS-CNT-ED               PIC ZZZZZZ9.
016200 01  WS-CNT2-ED              PIC ZZZZZZ9.

016300*-----------------------------------------------------------*
016400*    CONTROL TOTALS                                            *
016500*-----------------------------------------------------------*
016600 77  WS-FEEDS-CHECKED        PIC 9(03) VALUE ZERO.
016700 77  WS-FEEDS-OK             PIC 9(03) VALUE ZERO.
016800 77  WS-FEEDS-NOT-SENT       PIC 9(03) VALUE ZERO.
016900 77  WS-FEEDS-FAILED         PIC 9(03) VALUE ZERO.

017000*-----------------------------------------------------------*
017100*    THE FEEDCTL CONTROL RECORDS, WITH EACH FEED'S COUNT AT    *
017200*    THE SAME POINT OF LAST MONTH'S CYCLE FROM FEEDHIST.       *
017300*-----------------------------------------------------------*
017400 01  WS-FEED-TABLE.
017500     05  WS-FD-ENTRY OCCURS 30 TIMES.
017600         10  WS-FD-CONTROL       PIC X(60).
017700         10  WS-FD-FEED-ID       PIC X(08).
017800         10  WS-FD-LAST-COUNT    PIC 9(07).
017900         10  WS-FD-LAST-DATE     PIC 9(08).
018000 01  WS-FD-COUNT                 PIC 9(02) VALUE ZERO.
018100 01  WS-FD-SUB                   PIC 9(02) VALUE ZERO.
018200 01  WS-SUB                      PIC 9(02) VALUE ZERO.
018300 01  WS-FOUND-SUB                PIC 9(02) VALUE ZERO.

018400 PROCEDURE DIVISION.
018500 0000-MAINLINE SECTION.
018600     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
018700     IF NOT WS-ABORT
018800         PERFORM 2000-CHECK-ONE-FEED THRU 2000-EXIT
018900             VARYING WS-FD-SUB FROM 1 BY 1
019000             UNTIL WS-FD-SUB > WS-FD-COUNT
019100     END-IF.
019200     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
019300     STOP RUN.

019400 1000-INITIALIZE.
019500     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
019600     ACCEPT WS-SYSTEM-TIME FROM TIME.
019700     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
019800     ACCEPT WS-OPERATOR-ID.
019900     MOVE WS-SYSTEM-DATE(1:4) TO WS-PRIOR-YEAR.
020000     MOVE WS-SYSTEM-DATE(5:2) TO WS-PRIOR-MONTH.
020100     IF WS-PRIOR-MONTH = 01
020200         MOVE 12 TO WS-PRIOR-MONTH
020300         SUBTRACT 1 FROM WS-PRIOR-YEAR
020400     ELSE
020500         SUBTRACT 1 FROM WS-PRIOR-MONTH
020600     END-IF.
020700     MOVE WS-PRIOR-YEAR  TO WS-PRIOR-PERIOD(1:4).
020800     MOVE WS-PRIOR-MONTH TO WS-PRIOR-PERIOD(5:2).
020900     OPEN EXTEND RUNLOG.
021000     IF NOT FS-RUNLOG-OK
021100         DISPLAY "BILFEED: UNABLE TO OPEN RUNLOG, STATUS "
021200             FS-RUNLOG
021300         MOVE "Y" TO WS-ABORT-SW
021400         GO TO 1000-EXIT
021500     END-IF.
021600     PERFORM 1100-LOAD-FEEDCTL THRU 1100-EXIT.
021700     IF WS-ABORT
021800         GO TO 1000-EXIT
021900     END-IF.
022000     PERFORM 1200-LOAD-LAST-MONTH THRU 1200-EXIT.
022100     OPEN EXTEND FEEDHIST.
022200     IF NOT FS-FEEDHIST-OK
022300         OPEN OUTPUT FEEDHIST
022400     END-IF.
022500     IF NOT FS-FEEDHIST-OK
022600         DISPLAY "BILFEED: UNABLE TO OPEN FEEDHIST, STATUS "
022700             FS-FEEDHIST
022800         MOVE "Y" TO WS-ABORT-SW
022900     END-IF.
023000 1000-EXIT.
023100     EXIT.

023200*-----------------------------------------------------------*
023300*    THE CONTROL FILE - ONE RECORD PER FEED.  WITHOUT IT THE   *
023400*    WINDOW CANNOT BE CLEARED TO RUN.                          *
023500*-----------------------------------------------------------*
023600 1100-LOAD-FEEDCTL.
023700     OPEN INPUT FEEDCTL.
023800     IF NOT FS-FEEDCTL-OK
023900         DISPLAY "BILFEED: UNABLE TO OPEN FEEDCTL, STATUS "
024000             FS-FEEDCTL
024100         MOVE "Y" TO WS-ABORT-SW
024200         GO TO 1100-EXIT
024300     END-IF.
024400     MOVE "N" TO WS-EOF-SW.
024500     READ FEEDCTL
024600         AT END
024700             MOVE "Y" TO WS-EOF-SW
024800     END-READ.
024900     PERFORM 1110-NOTE-FEED THRU 1110-EXIT
025000         UNTIL WS-EOF.
025100     CLOSE FEEDCTL.
025200     IF WS-FD-COUNT = ZERO AND NOT WS-ABORT
025300         DISPLAY "BILFEED: FEEDCTL HOLDS NO FEEDS"
025400         MOVE "Y" TO WS-ABORT-SW
025500     END-IF.
025600 1100-EXIT.
025700     EXIT.

025800 1110-NOTE-FEED.
025900     IF WS-FD-COUNT >= 30
026000         DISPLAY "BILFEED: FEED TABLE FULL - RUN ABANDONED"
026100         MOVE "Y" TO WS-ABORT-SW
026200         MOVE "Y" TO WS-EOF-SW
026300         GO TO 1110-EXIT
026400     END-IF.
026500     ADD 1 TO WS-FD-COUNT.
026600     MOVE FC-RECORD  TO WS-FD-CONTROL(WS-FD-COUNT).
026700     MOVE FC-FEED-ID TO WS-FD-FEED-ID(WS-FD-COUNT).
026800     MOVE ZERO       TO WS-FD-LAST-COUNT(WS-FD-COUNT).
026900     MOVE ZERO       TO WS-FD-LAST-DATE(WS-FD-COUNT).
027000     READ FEEDCTL
027100         AT END
027200             MOVE "Y" TO WS-EOF-SW
027300     END-READ.
027400 1110-EXIT.
027500     EXIT.

027600*-----------------------------------------------------------*
027700*    LAST MONTH'S BASELINE - FOR EACH FEED, THE LATEST CHECK   *
027800*    LAST MONTH ON OR BEFORE TODAY'S DAY OF THE MONTH THAT     *
027900*    FOUND THE FEED ON FILE.  NO HISTORY YET MEANS NO SWING    *
028000*    CHECK FOR THE FEED THIS TIME.                             *
028100*-----------------------------------------------------------*
028200 1200-LOAD-LAST-MONTH.
028300     OPEN INPUT FEEDHIST.
028400     IF NOT FS-FEEDHIST-OK
028500         GO TO 1200-EXIT
028600     END-IF.
028700     MOVE "N" TO WS-EOF-SW.
028800     READ FEEDHIST
028900         AT END
029000             MOVE "Y" TO WS-EOF-SW
029100     END-READ.
029200     PERFORM 1210-NOTE-HISTORY THRU 1210-EXIT
029300         UNTIL WS-EOF.
029400     CLOSE FEEDHIST.
029500 1200-EXIT.
029600     EXIT.

029700 1210-NOTE-HISTORY.
029800     IF FH-CHECK-DATE(1:6) = WS-PRIOR-PERIOD
029900        AND FH-CHECK-DATE(7:2) NOT > WS-SYSTEM-DATE(7:2)
030000        AND NOT FH-STAT-MISSING
030100        AND NOT FH-STAT-NOT-SENT
030200        AND NOT FH-STAT-UNKNOWN
030300         PERFORM 7100-FIND-FEED THRU 7100-EXIT
030400         IF WS-MATCHED
030500            AND FH-CHECK-DATE NOT < WS-FD-LAST-DATE(WS-FOUND-SUB)
030600             MOVE FH-RECORD-COUNT
030700                 TO WS-FD-LAST-COUNT(WS-FOUND-SUB)
030800             MOVE FH-CHECK-DATE
030900                 TO WS-FD-LAST-DATE(WS-FOUND-SUB)
031000         END-IF
031100     END-IF.
031200     READ FEEDHIST
031300         AT END
031400             MOVE "Y" TO WS-EOF-SW
031500     END-READ.
031600 1210-EXIT.
031700     EXIT.

031800*-----------------------------------------------------------*
031900*    ONE FEED - COUNT IT, JUDGE IT, RECORD THE VERDICT.        *
032000*-----------------------------------------------------------*
032100 2000-CHECK-ONE-FEED.
032200     MOVE WS-FD-CONTROL(WS-FD-SUB) TO FC-RECORD.
032300     MOVE WS-FD-LAST-COUNT(WS-FD-SUB) TO WS-LAST-COUNT.
032400     MOVE ZERO   TO WS-REC-COUNT.
032500     MOVE ZERO   TO WS-TRL-COUNT.
032600     MOVE "N"    TO WS-ARRIVED-SW.
032700     MOVE "N"    TO WS-TRAILER-FEED-SW.
032800     MOVE "N"    TO WS-TRAILER-SW.
032900     MOVE "N"    TO WS-FEED-EOF-SW.
033000     MOVE "G"    TO WS-STATUS.
033100     MOVE SPACES TO WS-PROBLEM-TEXT.
033200     ADD 1 TO WS-FEEDS-CHECKED.
033300     EVALUATE FC-FEED-ID
033400         WHEN "METERTXN"
033500             PERFORM 3000-COUNT-METERTXN THRU 3000-EXIT
033600         WHEN "READRTN "
033700             PERFORM 3100-COUNT-READRTN  THRU 3100-EXIT
033800         WHEN "LOCKBOX "
033900             PERFORM 3200-COUNT-LOCKBOX  THRU 3200-EXIT
034000         WHEN "DDBTACK "
034100             PERFORM 3300-COUNT-DDBTACK  THRU 3300-EXIT
034200         WHEN "BBPSREQ "
034300             PERFORM 3400-COUNT-BBPSREQ  THRU 3400-EXIT
034400         WHEN "BBPSSET "
034500             PERFORM 3500-COUNT-BBPSSET  THRU 3500-EXIT
034600         WHEN "SELFREAD"
034700             PERFORM 3600-COUNT-SELFREAD THRU 3600-EXIT
034800         WHEN "SPOTBIL "
034900             PERFORM 3700-COUNT-SPOTBIL  THRU 3700-EXIT
035000         WHEN "FEEDRDG "
035100             PERFORM 3800-COUNT-FEEDRDG  THRU 3800-EXIT
035200         WHEN OTHER
035300             MOVE "U" TO WS-STATUS
035400             MOVE "FEED NOT KNOWN TO THE PRE-FLIGHT CHECK"
035500                 TO WS-PROBLEM-TEXT
035600     END-EVALUATE.
035700     IF WS-STATUS = "G"
035800         PERFORM 2100-JUDGE-FEED THRU 2100-EXIT
035900     END-IF.
036000     PERFORM 2200-RECORD-VERDICT THRU 2200-EXIT.
036100 2000-EXIT.
036200     EXIT.

036300*-----------------------------------------------------------*
036400*    THE TESTS IN ORDER - ARRIVAL, TRAILER, RANGE, SWING.      *
036500*    THE FIRST FAILURE IS THE ONE NAMED.                       *
036600*-----------------------------------------------------------*
036700 2100-JUDGE-FEED.
036800     IF NOT WS-FEED-ARRIVED
036900         IF NOT FC-REQUIRED-NIGHTLY
037000             MOVE "A" TO WS-STATUS
037100             MOVE "NOT SENT TONIGHT" TO WS-PROBLEM-TEXT
037200             GO TO 2100-EXIT
037300         END-IF
037400         MOVE "M" TO WS-STATUS
037500         IF WS-SYSTEM-TIME(1:4) < FC-DUE-TIME
037600             STRING "NOT YET ARRIVED - DUE BY " FC-DUE-TIME
037700                 DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
037800         ELSE
037900             STRING "MISSING - WAS DUE BY " FC-DUE-TIME
038000                 DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
038100         END-IF
038200         GO TO 2100-EXIT
038300     END-IF.
038400     IF WS-TRAILER-FEED AND NOT WS-TRAILER-SEEN
038500         MOVE "T" TO WS-STATUS
038600         MOVE "TRAILER RECORD MISSING - FILE INCOMPLETE"
038700             TO WS-PROBLEM-TEXT
038800         GO TO 2100-EXIT
038900     END-IF.
039000     IF WS-TRAILER-FEED AND WS-TRL-COUNT NOT = WS-REC-COUNT
039100         MOVE "T" TO WS-STATUS
039200         MOVE WS-TRL-COUNT TO WS-CNT-ED
039300         MOVE WS-REC-COUNT TO WS-CNT2-ED
039400         STRING "TRAILER SAYS " WS-CNT-ED " FILE HOLDS "
039500             WS-CNT2-ED
039600             DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
039700         GO TO 2100-EXIT
039800     END-IF.
039900     MOVE WS-REC-COUNT TO WS-CNT-ED.
040000     IF WS-REC-COUNT < FC-MIN-COUNT
040100         MOVE "L" TO WS-STATUS
040200         MOVE FC-MIN-COUNT TO WS-CNT2-ED
040300         STRING WS-CNT-ED " RECORDS - BELOW MINIMUM " WS-CNT2-ED
040400             DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
040500         GO TO 2100-EXIT
040600     END-IF.
040700     IF FC-MAX-COUNT > ZERO AND WS-REC-COUNT > FC-MAX-COUNT
040800         MOVE "H" TO WS-STATUS
040900         MOVE FC-MAX-COUNT TO WS-CNT2-ED
041000         STRING WS-CNT-ED " RECORDS - ABOVE MAXIMUM " WS-CNT2-ED
041100             DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
041200         GO TO 2100-EXIT
041300     END-IF.
041400     IF FC-SWING-PCT = ZERO OR WS-LAST-COUNT = ZERO
041500         GO TO 2100-EXIT
041600     END-IF.
041700     IF WS-REC-COUNT > WS-LAST-COUNT
041800         COMPUTE WS-SWING = WS-REC-COUNT - WS-LAST-COUNT
041900     ELSE
042000         COMPUTE WS-SWING = WS-LAST-COUNT - WS-REC-COUNT
042100     END-IF.
042200     IF WS-SWING * 100 > WS-LAST-COUNT * FC-SWING-PCT
042300         MOVE "V" TO WS-STATUS
042400         MOVE WS-LAST-COUNT TO WS-CNT2-ED
042500         STRING WS-CNT-ED " RECORDS - LAST MONTH " WS-CNT2-ED
042600             DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
042700     END-IF.
042800 2100-EXIT.
042900     EXIT.

043000 2200-RECORD-VERDICT.
043100     MOVE FC-FEED-ID        TO FH-FEED-ID.
043200     MOVE FC-STEP-PROGRAM   TO FH-STEP-PROGRAM.
043300     MOVE WS-SYSTEM-DATE    TO FH-CHECK-DATE.
043400     MOVE WS-SYSTEM-TIME    TO FH-CHECK-TIME.
043500     MOVE WS-STATUS         TO FH-STATUS.
043600     MOVE WS-REC-COUNT      TO FH-RECORD-COUNT.
043700     MOVE WS-TRL-COUNT      TO FH-TRAILER-COUNT.
043800     MOVE WS-LAST-COUNT     TO FH-LAST-MONTH-COUNT.
043900     MOVE WS-PROBLEM-TEXT   TO FH-PROBLEM-TEXT.
044000     MOVE WS-OPERATOR-ID    TO FH-OPERATOR-ID.
044100     WRITE FH-RECORD.
044200     EVALUATE TRUE
044300         WHEN FH-STAT-OK
044400             ADD 1 TO WS-FEEDS-OK
044500         WHEN FH-STAT-NOT-SENT
044600             ADD 1 TO WS-FEEDS-NOT-SENT
044700         WHEN OTHER
044800             ADD 1 TO WS-FEEDS-FAILED
044900             DISPLAY "BILFEED: " FC-FEED-ID " (FOR "
045000                 FC-STEP-PROGRAM ") " WS-PROBLEM-TEXT
045100     END-EVALUATE.
045200 2200-EXIT.
045300     EXIT.

045400*-----------------------------------------------------------*
045500*    THE FEED COUNTERS - ONE PAIR OF PARAGRAPHS PER FEED.      *
045600*    A FEED NOT ON FILE IS SIMPLY NOT ARRIVED; ANY OTHER OPEN  *
045700*    FAILURE IS ALSO TREATED AS NOT ARRIVED, SO THE STEP IS    *
045800*    HELD RATHER THAN RUN ON A FILE THAT CANNOT BE READ.       *
045900*-----------------------------------------------------------*
046000 3000-COUNT-METERTXN.
046100     OPEN INPUT METERTXN.
046200     IF NOT FS-FEED-OK
046300         GO TO 3000-EXIT
046400     END-IF.
046500     MOVE "Y" TO WS-ARRIVED-SW.
046600     PERFORM 3010-READ-METERTXN THRU 3010-EXIT
046700         UNTIL WS-FEED-EOF.
046800     CLOSE METERTXN.
046900 3000-EXIT.
047000     EXIT.

047100 3010-READ-METERTXN.
047200     READ METERTXN
047300         AT END
047400             MOVE "Y" TO WS-FEED-EOF-SW
047500             GO TO 3010-EXIT
047600     END-READ.
047700     ADD 1 TO WS-REC-COUNT.
047800 3010-EXIT.
047900     EXIT.

048000 3100-COUNT-READRTN.
048100     OPEN INPUT READRTN.
048200     IF NOT FS-FEED-OK
048300         GO TO 3100-EXIT
048400     END-IF.
048500     MOVE "Y" TO WS-ARRIVED-SW.
048600     PERFORM 3110-READ-READRTN THRU 3110-EXIT
048700         UNTIL WS-FEED-EOF.
048800     CLOSE READRTN.
048900 3100-EXIT.
049000     EXIT.

049100 3110-READ-READRTN.
049200     READ READRTN
049300         AT END
049400             MOVE "Y" TO WS-FEED-EOF-SW
049500             GO TO 3110-EXIT
049600     END-READ.
049700     ADD 1 TO WS-REC-COUNT.
049800 3110-EXIT.
049900     EXIT.

050000 3200-COUNT-LOCKBOX.
050100     MOVE "Y" TO WS-TRAILER-FEED-SW.
050200     OPEN INPUT LOCKBOX.
050300     IF NOT FS-FEED-OK
050400         GO TO 3200-EXIT
050500     END-IF.
050600     MOVE "Y" TO WS-ARRIVED-SW.
050700     PERFORM 3210-READ-LOCKBOX THRU 3210-EXIT
050800         UNTIL WS-FEED-EOF.
050900     CLOSE LOCKBOX.
051000 3200-EXIT.
051100     EXIT.

051200 3210-READ-LOCKBOX.
051300     READ LOCKBOX
051400         AT END
051500             MOVE "Y" TO WS-FEED-EOF-SW
051600             GO TO 3210-EXIT
051700     END-READ.
051800     EVALUATE TRUE
051900         WHEN LB-TYPE-DETAIL
052000             ADD 1 TO WS-REC-COUNT
052100         WHEN LB-TYPE-TRAILER
052200             MOVE "Y" TO WS-TRAILER-SW
052300             MOVE LB-DETAIL-COUNT TO WS-TRL-COUNT
052400     END-EVALUATE.
052500 3210-EXIT.
052600     EXIT.

052700 3300-COUNT-DDBTACK.
052800     MOVE "Y" TO WS-TRAILER-FEED-SW.
052900     OPEN INPUT DDBTACK.
053000     IF NOT FS-FEED-OK
053100         GO TO 3300-EXIT
053200     END-IF.
053300     MOVE "Y" TO WS-ARRIVED-SW.
053400     PERFORM 3310-READ-DDBTACK THRU 3310-EXIT
053500         UNTIL WS-FEED-EOF.
053600     CLOSE DDBTACK.
053700 3300-EXIT.
053800     EXIT.

053900 3310-READ-DDBTACK.
054000     READ DDBTACK
054100         AT END
054200             MOVE "Y" TO WS-FEED-EOF-SW
054300             GO TO 3310-EXIT
054400     END-READ.
054500     EVALUATE TRUE
054600         WHEN DA-TYPE-DETAIL
054700             ADD 1 TO WS-REC-COUNT
054800         WHEN DA-TYPE-TRAILER
054900             MOVE "Y" TO WS-TRAILER-SW
055000             MOVE DA-DETAIL-COUNT TO WS-TRL-COUNT
055100     END-EVALUATE.
055200 3310-EXIT.
055300     EXIT.

055400 3400-COUNT-BBPSREQ.
055500     OPEN INPUT BBPSREQ.
055600     IF NOT FS-FEED-OK
055700         GO TO 3400-EXIT
055800     END-IF.
055900     MOVE "Y" TO WS-ARRIVED-SW.
056000     PERFORM 3410-READ-BBPSREQ THRU 3410-EXIT
056100         UNTIL WS-FEED-EOF.
056200     CLOSE BBPSREQ.
056300 3400-EXIT.
056400     EXIT.

056500 3410-READ-BBPSREQ.
056600     READ BBPSREQ
056700         AT END
056800             MOVE "Y" TO WS-FEED-EOF-SW
056900             GO TO 3410-EXIT
057000     END-READ.
057100     ADD 1 TO WS-REC-COUNT.
057200 3410-EXIT.
057300     EXIT.

057400 3500-COUNT-BBPSSET.
057500     MOVE "Y" TO WS-TRAILER-FEED-SW.
057600     OPEN INPUT BBPSSET.
057700     IF NOT FS-FEED-OK
057800         GO TO 3500-EXIT
057900     END-IF.
058000     MOVE "Y" TO WS-ARRIVED-SW.
058100     PERFORM 3510-READ-BBPSSET THRU 3510-EXIT
058200         UNTIL WS-FEED-EOF.
058300     CLOSE BBPSSET.
058400 3500-EXIT.
058500     EXIT.

058600 3510-READ-BBPSSET.
058700     READ BBPSSET
058800         AT END
058900             MOVE "Y" TO WS-FEED-EOF-SW
059000             GO TO 3510-EXIT
059100     END-READ.
059200     EVALUATE TRUE
059300         WHEN BS-TYPE-DETAIL
059400             ADD 1 TO WS-REC-COUNT
059500         WHEN BS-TYPE-TRAILER
059600             MOVE "Y" TO WS-TRAILER-SW
059700             MOVE BS-DETAIL-COUNT TO WS-TRL-COUNT
059800     END-EVALUATE.
059900 3510-EXIT.
060000     EXIT.

060100 3600-COUNT-SELFREAD.
060200     OPEN INPUT SELFREAD.
060300     IF NOT FS-FEED-OK
060400         GO TO 3600-EXIT
060500     END-IF.
060600     MOVE "Y" TO WS-ARRIVED-SW.
060700     PERFORM 3610-READ-SELFREAD THRU 3610-EXIT
060800         UNTIL WS-FEED-EOF.
060900     CLOSE SELFREAD.
061000 3600-EXIT.
061100     EXIT.

061200 3610-READ-SELFREAD.
061300     READ SELFREAD
061400         AT END
061500             MOVE "Y" TO WS-FEED-EOF-SW
061600             GO TO 3610-EXIT
061700     END-READ.
061800     ADD 1 TO WS-REC-COUNT.
061900 3610-EXIT.
062000     EXIT.

062100 3700-COUNT-SPOTBIL.
062200     OPEN INPUT SPOTBIL.
062300     IF NOT FS-FEED-OK
062400         GO TO 3700-EXIT
062500     END-IF.
062600     MOVE "Y" TO WS-ARRIVED-SW.
062700     PERFORM 3710-READ-SPOTBIL THRU 3710-EXIT
062800         UNTIL WS-FEED-EOF.
062900     CLOSE SPOTBIL.
063000 3700-EXIT.
063100     EXIT.

063200 3710-READ-SPOTBIL.
063300     READ SPOTBIL
063400         AT END
063500             MOVE "Y" TO WS-FEED-EOF-SW
063600             GO TO 3710-EXIT
063700     END-READ.
063800     ADD 1 TO WS-REC-COUNT.
063900 3710-EXIT.
064000     EXIT.

064100 3800-COUNT-FEEDRDG.
064200     OPEN INPUT FEEDRDG.
064300     IF NOT FS-FEED-OK
064400         GO TO 3800-EXIT
064500     END-IF.
064600     MOVE "Y" TO WS-ARRIVED-SW.
064700     PERFORM 3810-READ-FEEDRDG THRU 3810-EXIT
064800         UNTIL WS-FEED-EOF.
064900     CLOSE FEEDRDG.
065000 3800-EXIT.
065100     EXIT.

065200 3810-READ-FEEDRDG.
065300     READ FEEDRDG
065400         AT END
065500             MOVE "Y" TO WS-FEED-EOF-SW
065600             GO TO 3810-EXIT
065700     END-READ.
065800     ADD 1 TO WS-REC-COUNT.
065900 3810-EXIT.
066000     EXIT.

066100 7100-FIND-FEED.
066200     MOVE "N" TO WS-MATCH-SW.
066300     MOVE ZERO TO WS-FOUND-SUB.
066400     PERFORM 7110-MATCH-FEED THRU 7110-EXIT
066500         VARYING WS-SUB FROM 1 BY 1
066600         UNTIL WS-SUB > WS-FD-COUNT
066700            OR WS-MATCHED.
066800 7100-EXIT.
066900     EXIT.

067000 7110-MATCH-FEED.
067100     IF WS-FD-FEED-ID(WS-SUB) = FH-FEED-ID
067200         MOVE "Y" TO WS-MATCH-SW
067300         MOVE WS-SUB TO WS-FOUND-SUB
067400     END-IF.
067500 7110-EXIT.
067600     EXIT.

067700 9000-TERMINATE.
067800     IF FS-FEEDHIST-OK
067900         CLOSE FEEDHIST
068000     END-IF.
068100     IF FS-RUNLOG-OK
068200         PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT
068300         CLOSE RUNLOG
068400     END-IF.
068500     DISPLAY "=============================================".
068600     DISPLAY "BILFEED - INBOUND FEED PRE-FLIGHT SUMMARY".
068700     DISPLAY "  FEEDS CHECKED       : " WS-FEEDS-CHECKED.
068800     DISPLAY "  FEEDS IN ORDER      : " WS-FEEDS-OK.
068900     DISPLAY "  NOT SENT (OPTIONAL) : " WS-FEEDS-NOT-SENT.
069000     DISPLAY "  FEEDS FAILED        : " WS-FEEDS-FAILED.
069100     IF WS-FEEDS-FAILED > ZERO
069200         DISPLAY "BILNITE WILL HOLD THE STEPS THAT DEPEND ON THE"
069300             " FAILED FEEDS"
069400     END-IF.
069500     DISPLAY "=============================================".
069600 9000-EXIT.
069700     EXIT.

069800 9600-WRITE-RUNLOG.
069900     MOVE "BILFEED"        TO RL-PROGRAM-ID.
070000     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
070100     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
070200     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
070300     MOVE "FEEDCTL"        TO RL-INPUT-FILE.
070400     MOVE WS-FEEDS-CHECKED TO RL-RECORDS-READ.
070500     MOVE WS-FEEDS-OK      TO RL-BILLS-PRODUCED.
070600     MOVE WS-FEEDS-FAILED  TO RL-EXCEPTIONS.
070700     MOVE ZERO             TO RL-TOTAL-BILLED.
070800     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
070900     ACCEPT RL-END-TIME FROM TIME.
071000     WRITE RL-RECORD.
071100 9600-EXIT.
071200     EXIT.
