000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILVSUS.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-05.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILVSUS                                                   *
000900*  VOLUNTARY TEMPORARY SUSPENSION OF SUPPLY, FOR A HOLIDAY     *
001000*  HOME OR A SHOP SHUT FOR RENOVATION - NEITHER AN ARREARS     *
001100*  DISCONNECTION (BILDISC) NOR A CLOSURE (BILCLOSE).  THREE    *
001200*  FUNCTIONS, PICKED AT STARTUP:                               *
001300*    Q - TAKE A CUSTOMER'S REQUEST: THE DATE SUPPLY IS TO GO   *
001400*        OFF, THE EXPECTED RESUME DATE, AND THE SUSPENSION FEE,*
001500*        WHICH BILLS AS ITS OWN LINE ON THE NEXT CYCLE;        *
001600*    X - EXTEND A SUSPENSION TO A LATER RESUME DATE, WITH ANY  *
001700*        FURTHER FEE, WHILE THE RESUME ORDER IS NOT YET OUT;   *
001800*    S - THE DAILY SWEEP: A REQUEST WHOSE START DATE HAS COME  *
001900*        GETS A DISCONNECTION WORK ORDER, AND A SUSPENSION     *
002000*        WHOSE RESUME DATE HAS COME GETS A RECONNECTION WORK   *
002100*        ORDER, ON BILDISC'S ORDER BOOK.  THE ORDER NUMBER IS  *
002200*        HELD ON THE MASTER SO BILDISC, COMPLETING IT, KNOWS   *
002300*        THE ORDER IS A VOLUNTARY ONE.                         *
002400*  WHILE SUSPENDED THE ACCOUNT IS BILLED THE REDUCED FIXED     *
002500*  CHARGE FROM THE RATE TABLE (BILBATCH) AND ITS METER IS      *
002600*  MARKED ON THE ROUTE SHEET AS NOT TO BE READ (BILROUT).      *
002700*-----------------------------------------------------------*
002800*  MODIFICATION HISTORY                                      *
002900*  DATE       INIT  DESCRIPTION                               *
003000*  2026-10-05 RSH   ORIGINAL                                  *
003100*-----------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.

003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS CM-CUST-ID
004200         FILE STATUS IS FS-CUSTMAS.

004300     SELECT DISCWO ASSIGN TO "DISCWO"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS FS-DISCWO.

004600     SELECT RUNLOG ASSIGN TO "RUNLOG"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS FS-RUNLOG.

004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  CUSTMAS
005200     LABEL RECORDS ARE STANDARD.
005300 COPY CUSTMAS.

005400 FD  DISCWO
005500     LABEL RECORDS ARE STANDARD.
005600 COPY DISCWO.

005700 FD  RUNLOG
005800     LABEL RECORDS ARE STANDARD.
005900 COPY RUNLOG.

006000 WORKING-STORAGE SECTION.
006100 77  FS-CUSTMAS              PIC X(02).
006200     88  FS-CUSTMAS-OK               VALUE "00".
006300 77  FS-DISCWO               PIC X(02).
006400     88  FS-DISCWO-OK                VALUE "00".
006500 77  FS-RUNLOG               PIC X(02).
006600     88  FS-RUNLOG-OK                VALUE "00".

006700 77  WS-ABORT-SW             PIC X(01) VALUE "N".
006800     88  WS-ABORT                    VALUE "Y".
006900 77  WS-CM-EOF-SW            PIC X(01) VALUE "N".
007000     88  WS-CM-EOF                   VALUE "Y".
007100 77  WS-WO-EOF-SW            PIC X(01) VALUE "N".
007200     88  WS-WO-EOF                   VALUE "Y".
007300 77  WS-OPEN-ORDER-SW        PIC X(01) VALUE "N".
007400     88  WS-OPEN-ORDER               VALUE "Y".
007500 77  WS-OPERATOR-ID          PIC X(08).
007600 77  WS-SYSTEM-DATE          PIC 9(08).
007700 77  WS-SYSTEM-TIME          PIC 9(08).
007800 77  WS-FUNCTION             PIC X(01).
007900     88  WS-FUNC-REQUEST             VALUE "Q".
008000     88  WS-FUNC-EXTEND              VALUE "X".
008100     88  WS-FUNC-SWEEP               VALUE "S".
008200 77  WS-IN-CUST-ID           PIC X(10).
008300 77  WS-IN-FROM              PIC 9(08).
008400 77  WS-IN-TO                PIC 9(08).
008500 77  WS-IN-FEE               PIC 9(05)V99.
008600 77  WS-NEW-ORDER-TYPE       PIC X(01).
008700 77  WS-LAST-ORDER-NO        PIC 9(07) VALUE ZERO.
008800 77  WS-WO-SUB               PIC 9(04) VALUE ZERO.
008900 77  WS-REQUESTED-COUNT      PIC 9(05) VALUE ZERO.
009000 77  WS-EXTENDED-COUNT       PIC 9(05) VALUE ZERO.
009100 77  WS-STOP-COUNT           PIC 9(05) VALUE ZERO.
009200 77  WS-RESUME-COUNT         PIC 9(05) VALUE ZERO.
009300 77  WS-LAPSED-COUNT         PIC 9(05) VALUE ZERO.
009400 77  WS-SCANNED-COUNT        PIC 9(07) VALUE ZERO.

009500*-----------------------------------------------------------*
009600*    THE WHOLE WORK-ORDER FILE, HELD IN STORAGE AND WRITTEN    *
009700*    BACK WHOLE - THE SAME IDIOM BILDISC USES, SO BOTH          *
009800*    PROGRAMS SEE ONE CONSISTENT ORDER BOOK.                    *
009900*-----------------------------------------------------------*
010000 01  WS-ORDER-TABLE.
010100     05  WS-WO-ENTRY OCCURS 2000 TIMES
010200                     INDEXED BY WS-WO-IDX.
010300         10  WS-WO-ORDER-NO      PIC 9(07).
010400         10  WS-WO-ORDER-TYPE    PIC X(01).
010500         10  WS-WO-CUST-ID       PIC X(10).
010600         10  WS-WO-NAME          PIC X(30).
010700         10  WS-WO-ADDR-LINE1    PIC X(30).
010800         10  WS-WO-ADDR-LINE2    PIC X(30).
010900         10  WS-WO-METER-NO      PIC X(12).
011000         10  WS-WO-ARREARS       PIC 9(09)V99.
011100         10  WS-WO-ISSUE-DATE    PIC 9(08).
011200         10  WS-WO-STATUS        PIC X(01).
011300         10  WS-WO-COMPLETE-DATE PIC 9(08).
011400         10  WS-WO-CHANNEL       PIC X(01).
011500         10  WS-WO-FAIL-REASON   PIC X(20).
011600 01  WS-ORDER-COUNT              PIC 9(04) VALUE ZERO.

011700 PROCEDURE DIVISION.
011800 0000-MAINLINE SECTION.
011900     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
012000     IF NOT WS-ABORT
012100         EVALUATE TRUE
012200             WHEN WS-FUNC-REQUEST
012300                 PERFORM 3000-TAKE-REQUEST THRU 3000-EXIT
012400             WHEN WS-FUNC-EXTEND
012500                 PERFORM 4000-EXTEND-SUSPENSION THRU 4000-EXIT
012600             WHEN WS-FUNC-SWEEP
012700                 PERFORM 2000-SWEEP-SUSPENSIONS THRU 2000-EXIT
012800                     UNTIL WS-CM-EOF
012900                 PERFORM 8000-REWRITE-ORDERS THRU 8000-EXIT
013000             WHEN OTHER
013100                 DISPLAY "BILVSUS: UNKNOWN FUNCTION "
013200                     WS-FUNCTION
013300         END-EVALUATE
013400     END-IF.
013500     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
013600     STOP RUN.

013700 1000-INITIALIZE.
013800     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
013900     ACCEPT WS-SYSTEM-TIME FROM TIME.
014000     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
014100     ACCEPT WS-OPERATOR-ID.
014200     DISPLAY "FUNCTION (Q=REQUEST X=EXTEND S=SWEEP): "
014300         WITH NO ADVANCING.
014400     ACCEPT WS-FUNCTION.
014500     OPEN I-O CUSTMAS.
014600     IF NOT FS-CUSTMAS-OK
014700         DISPLAY "BILVSUS: UNABLE TO OPEN CUSTMAS, STATUS "
014800             FS-CUSTMAS
014900         MOVE "Y" TO WS-ABORT-SW
015000         GO TO 1000-EXIT
015100     END-IF.
015200     OPEN EXTEND RUNLOG.
015300     IF NOT FS-RUNLOG-OK
015400         DISPLAY "BILVSUS: UNABLE TO OPEN RUNLOG, STATUS "
015500             FS-RUNLOG
015600         MOVE "Y" TO WS-ABORT-SW
015700         GO TO 1000-EXIT
015800     END-IF.
015900     IF WS-FUNC-SWEEP
016000         PERFORM 1100-LOAD-ORDERS THRU 1100-EXIT
016100         MOVE LOW-VALUES TO CM-CUST-ID
016200         START CUSTMAS KEY IS >= CM-CUST-ID
016300             INVALID KEY
016400                 MOVE "Y" TO WS-CM-EOF-SW
016500         END-START
016600     END-IF.
016700 1000-EXIT.
016800     EXIT.

016900 1100-LOAD-ORDERS.
017000     OPEN INPUT DISCWO.
017100     IF NOT FS-DISCWO-OK
017200         GO TO 1100-EXIT
017300     END-IF.
017400     READ DISCWO
017500         AT END
017600             MOVE "Y" TO WS-WO-EOF-SW
017700     END-READ.
017800     PERFORM 1110-STORE-ORDER THRU 1110-EXIT
017900         UNTIL WS-WO-EOF.
018000     CLOSE DISCWO.
018100 1100-EXIT.
018200     EXIT.

018300 1110-STORE-ORDER.
018400     IF WS-ORDER-COUNT < 2000
018500         ADD 1 TO WS-ORDER-COUNT
018600         MOVE WO-ORDER-NO      TO
018700             WS-WO-ORDER-NO(WS-ORDER-COUNT)
018800         MOVE WO-ORDER-TYPE    TO
018900             WS-WO-ORDER-TYPE(WS-ORDER-COUNT)
019000         MOVE WO-CUST-ID       TO WS-WO-CUST-ID(WS-ORDER-COUNT)
019100         MOVE WO-NAME          TO WS-WO-NAME(WS-ORDER-COUNT)
019200         MOVE WO-ADDR-LINE1    TO
019300             WS-WO-ADDR-LINE1(WS-ORDER-COUNT)
019400         MOVE WO-ADDR-LINE2    TO
019500             WS-WO-ADDR-LINE2(WS-ORDER-COUNT)
019600         MOVE WO-METER-NO      TO
019700             WS-WO-METER-NO(WS-ORDER-COUNT)
019800         MOVE WO-ARREARS       TO WS-WO-ARREARS(WS-ORDER-COUNT)
019900         MOVE WO-ISSUE-DATE    TO
020000             WS-WO-ISSUE-DATE(WS-ORDER-COUNT)
020100         MOVE WO-STATUS        TO WS-WO-STATUS(WS-ORDER-COUNT)
020200         MOVE WO-COMPLETE-DATE TO
020300             WS-WO-COMPLETE-DATE(WS-ORDER-COUNT)
020400         MOVE WO-CHANNEL       TO WS-WO-CHANNEL(WS-ORDER-COUNT)
020500         MOVE WO-FAIL-REASON   TO
020600             WS-WO-FAIL-REASON(WS-ORDER-COUNT)
020700         IF WO-ORDER-NO > WS-LAST-ORDER-NO
020800             MOVE WO-ORDER-NO TO WS-LAST-ORDER-NO
020900         END-IF
021000     END-IF.
021100     READ DISCWO
021200         AT END
021300             MOVE "Y" TO WS-WO-EOF-SW
021400     END-READ.
021500 1110-EXIT.
021600     EXIT.

021700*-----------------------------------------------------------*
021800*    THE SWEEP - EACH ACCOUNT WITH A SUSPENSION ON FILE AND NO  *
021900*    ORDER OF ITS OWN STILL OUT IS MOVED ON A STEP:            *
022000*      A REQUEST WHOSE START DATE HAS COME, ON AN ACTIVE       *
022100*      SUPPLY, GETS A DISCONNECTION ORDER;                     *
022200*      A REQUEST WHOSE RESUME DATE CAME BEFORE THE SUPPLY WAS  *
022300*      EVER OFF IS DROPPED;                                    *
022400*      A SUSPENDED SUPPLY WHOSE RESUME DATE HAS COME GETS A    *
022500*      RECONNECTION ORDER.                                     *
022600*    NO ORDER IS RAISED WHILE ANY OTHER ORDER IS OPEN FOR THE  *
022700*    CUSTOMER - THE NEXT SWEEP TRIES AGAIN.                    *
022800*-----------------------------------------------------------*
022900 2000-SWEEP-SUSPENSIONS.
023000     READ CUSTMAS NEXT RECORD
023100         AT END
023200             MOVE "Y" TO WS-CM-EOF-SW
023300             GO TO 2000-EXIT
023400     END-READ.
023500     ADD 1 TO WS-SCANNED-COUNT.
023600     IF NOT CM-VOLSUSP-REQUESTED AND NOT CM-VOLSUSP-ON
023700         GO TO 2000-EXIT
023800     END-IF.
023900     IF CM-VOLSUSP-ORDER-NO NUMERIC
024000         AND CM-VOLSUSP-ORDER-NO NOT = ZERO
024100         GO TO 2000-EXIT
024200     END-IF.
024300     IF CM-VOLSUSP-ON
024400         PERFORM 2300-RESUME-SUPPLY THRU 2300-EXIT
024500         GO TO 2000-EXIT
024600     END-IF.
024700     IF CM-VOLSUSP-TO <= WS-SYSTEM-DATE
024800         PERFORM 2400-DROP-REQUEST THRU 2400-EXIT
024900         GO TO 2000-EXIT
025000     END-IF.
025100     IF CM-VOLSUSP-FROM > WS-SYSTEM-DATE
025200         GO TO 2000-EXIT
025300     END-IF.
025400     IF NOT CM-STAT-ACTIVE
025500         DISPLAY "BILVSUS: " CM-CUST-ID
025600             " NOT ACTIVE - SUSPENSION REQUEST HELD"
025700         GO TO 2000-EXIT
025800     END-IF.
025900     PERFORM 2100-CHECK-OPEN-ORDER THRU 2100-EXIT.
026000     IF WS-OPEN-ORDER
026100         GO TO 2000-EXIT
026200     END-IF.
026300     MOVE "D" TO WS-NEW-ORDER-TYPE.
026400     PERFORM 2200-ISSUE-ORDER THRU 2200-EXIT.
026500     IF CM-VOLSUSP-ORDER-NO = ZERO
026600         GO TO 2000-EXIT
026700     END-IF.
026800     ADD 1 TO WS-STOP-COUNT.
026900     DISPLAY "BILVSUS: SUPPLY TO BE SUSPENDED FOR " CM-CUST-ID
027000         " UNTIL " CM-VOLSUSP-TO " - DISCONNECTION ORDERED".
027100 2000-EXIT.
027200     EXIT.

027300 2100-CHECK-OPEN-ORDER.
027400     MOVE "N" TO WS-OPEN-ORDER-SW.
027500     PERFORM 2110-CHECK-ONE-ORDER THRU 2110-EXIT
027600         VARYING WS-WO-SUB FROM 1 BY 1
027700         UNTIL WS-WO-SUB > WS-ORDER-COUNT OR WS-OPEN-ORDER.
027800 2100-EXIT.
027900     EXIT.

028000 2110-CHECK-ONE-ORDER.
028100     IF WS-WO-CUST-ID(WS-WO-SUB) = CM-CUST-ID
028200         AND WS-WO-STATUS(WS-WO-SUB) = "O"
028300         MOVE "Y" TO WS-OPEN-ORDER-SW
028400     END-IF.
028500 2110-EXIT.
028600     EXIT.

028700*-----------------------------------------------------------*
028800*    A NEW ORDER ON THE BOOK, ITS NUMBER KEPT ON THE MASTER.   *
028900*    VOLUNTARY ORDERS GO TO THE FIELD CREW.                    *
029000*-----------------------------------------------------------*
029100 2200-ISSUE-ORDER.
029200     IF WS-ORDER-COUNT >= 2000
029300         DISPLAY "BILVSUS: ORDER TABLE FULL - " CM-CUST-ID
029400             " SKIPPED"
029500         GO TO 2200-EXIT
029600     END-IF.
029700     ADD 1 TO WS-LAST-ORDER-NO.
029800     ADD 1 TO WS-ORDER-COUNT.
029900     MOVE WS-LAST-ORDER-NO TO
030000         WS-WO-ORDER-NO(WS-ORDER-COUNT).
030100     MOVE WS-NEW-ORDER-TYPE TO
030200         WS-WO-ORDER-TYPE(WS-ORDER-COUNT).
030300     MOVE CM-CUST-ID       TO WS-WO-CUST-ID(WS-ORDER-COUNT).
030400     MOVE CM-NAME          TO WS-WO-NAME(WS-ORDER-COUNT).
030500     MOVE CM-ADDR-LINE1    TO WS-WO-ADDR-LINE1(WS-ORDER-COUNT).
030600     MOVE CM-ADDR-LINE2    TO WS-WO-ADDR-LINE2(WS-ORDER-COUNT).
030700     MOVE CM-METER-NO      TO WS-WO-METER-NO(WS-ORDER-COUNT).
030800     MOVE CM-ARREARS       TO WS-WO-ARREARS(WS-ORDER-COUNT).
030900     MOVE WS-SYSTEM-DATE   TO WS-WO-ISSUE-DATE(WS-ORDER-COUNT).
031000     MOVE "O"              TO WS-WO-STATUS(WS-ORDER-COUNT).
031100     MOVE ZERO             TO
031200         WS-WO-COMPLETE-DATE(WS-ORDER-COUNT).
031300     MOVE SPACE            TO WS-WO-CHANNEL(WS-ORDER-COUNT).
031400     MOVE SPACES           TO WS-WO-FAIL-REASON(WS-ORDER-COUNT).
031500     MOVE WS-LAST-ORDER-NO TO CM-VOLSUSP-ORDER-NO.
031600     REWRITE CM-RECORD
031700         INVALID KEY
031800             DISPLAY "BILVSUS: REWRITE FAILED FOR " CM-CUST-ID
031900     END-REWRITE.
032000 2200-EXIT.
032100     EXIT.

032200 2300-RESUME-SUPPLY.
032300     IF CM-VOLSUSP-TO > WS-SYSTEM-DATE
032400         GO TO 2300-EXIT
032500     END-IF.
032600     IF NOT CM-STAT-SUSPENDED
032700         GO TO 2300-EXIT
032800     END-IF.
032900     PERFORM 2100-CHECK-OPEN-ORDER THRU 2100-EXIT.
033000     IF WS-OPEN-ORDER
033100         GO TO 2300-EXIT
033200     END-IF.
033300     MOVE "R" TO WS-NEW-ORDER-TYPE.
033400     PERFORM 2200-ISSUE-ORDER THRU 2200-EXIT.
033500     IF CM-VOLSUSP-ORDER-NO = ZERO
033600         GO TO 2300-EXIT
033700     END-IF.
033800     ADD 1 TO WS-RESUME-COUNT.
033900     DISPLAY "BILVSUS: SUSPENSION ENDS FOR " CM-CUST-ID
034000         " (RESUME " CM-VOLSUSP-TO ") - RECONNECTION ORDERED".
034100 2300-EXIT.
034200     EXIT.

034300 2400-DROP-REQUEST.
034400     MOVE SPACE TO CM-VOLSUSP-SW.
034500     MOVE ZERO  TO CM-VOLSUSP-FROM.
034600     MOVE ZERO  TO CM-VOLSUSP-TO.
034700     REWRITE CM-RECORD
034800         INVALID KEY
034900             DISPLAY "BILVSUS: REWRITE FAILED FOR " CM-CUST-ID
035000             GO TO 2400-EXIT
035100     END-REWRITE.
035200     ADD 1 TO WS-LAPSED-COUNT.
035300     DISPLAY "BILVSUS: SUSPENSION REQUEST FOR " CM-CUST-ID
035400         " LAPSED - RESUME DATE PASSED BEFORE SUPPLY WENT OFF".
035500 2400-EXIT.
035600     EXIT.

035700*-----------------------------------------------------------*
035800*    A REQUEST - ONLY AN ACTIVE SUPPLY WITH NO SUSPENSION      *
035900*    ALREADY ON FILE.  THE START MAY BE TODAY OR LATER; THE    *
036000*    RESUME DATE MUST FOLLOW IT.  THE FEE IS SET FOR THE NEXT  *
036100*    BILL.                                                     *
036200*-----------------------------------------------------------*
036300 3000-TAKE-REQUEST.
036400     DISPLAY "CUSTOMER ID: " WITH NO ADVANCING.
036500     ACCEPT WS-IN-CUST-ID.
036600     DISPLAY "SUSPEND FROM (YYYYMMDD): " WITH NO ADVANCING.
036700     ACCEPT WS-IN-FROM.
036800     DISPLAY "EXPECTED RESUME DATE (YYYYMMDD): "
036900         WITH NO ADVANCING.
037000     ACCEPT WS-IN-TO.
037100     DISPLAY "SUSPENSION FEE: " WITH NO ADVANCING.
037200     ACCEPT WS-IN-FEE.
037300     IF WS-IN-FROM NOT NUMERIC
037400         OR WS-IN-FROM < WS-SYSTEM-DATE
037500         DISPLAY "BILVSUS: START MUST BE TODAY OR A FUTURE DATE"
037600         GO TO 3000-EXIT
037700     END-IF.
037800     IF WS-IN-TO NOT NUMERIC
037900         OR WS-IN-TO <= WS-IN-FROM
038000         DISPLAY "BILVSUS: RESUME DATE MUST FOLLOW THE START"
038100         GO TO 3000-EXIT
038200     END-IF.
038300     IF WS-IN-FEE NOT NUMERIC
038400         MOVE ZERO TO WS-IN-FEE
038500     END-IF.
038600     MOVE WS-IN-CUST-ID TO CM-CUST-ID.
038700     READ CUSTMAS
038800         INVALID KEY
038900             DISPLAY "BILVSUS: CUSTOMER " WS-IN-CUST-ID
039000                 " NOT ON FILE"
039100             GO TO 3000-EXIT
039200     END-READ.
039300     IF NOT CM-STAT-ACTIVE
039400         DISPLAY "BILVSUS: " WS-IN-CUST-ID
039500             " IS NOT AN ACTIVE SUPPLY"
039600         GO TO 3000-EXIT
039700     END-IF.
039800     IF CM-VOLSUSP-REQUESTED OR CM-VOLSUSP-ON
039900         DISPLAY "BILVSUS: " WS-IN-CUST-ID
040000             " ALREADY HAS A SUSPENSION ON FILE - USE X TO EXTEND"
040100         GO TO 3000-EXIT
040200     END-IF.
040300     MOVE "R"          TO CM-VOLSUSP-SW.
040400     MOVE WS-IN-FROM   TO CM-VOLSUSP-FROM.
040500     MOVE WS-IN-TO     TO CM-VOLSUSP-TO.
040600     MOVE ZERO         TO CM-VOLSUSP-ORDER-NO.
040700     PERFORM 3100-ADD-FEE THRU 3100-EXIT.
040800     REWRITE CM-RECORD
040900         INVALID KEY
041000             DISPLAY "BILVSUS: REWRITE FAILED FOR "
041100                 WS-IN-CUST-ID
041200             GO TO 3000-EXIT
041300     END-REWRITE.
041400     ADD 1 TO WS-REQUESTED-COUNT.
041500     DISPLAY "BILVSUS: " WS-IN-CUST-ID " SUSPENSION FROM "
041600         WS-IN-FROM " TO " WS-IN-TO " FEE RS " WS-IN-FEE.
041700 3000-EXIT.
041800     EXIT.

041900 3100-ADD-FEE.
042000     IF CM-SUSP-FEE-DUE NUMERIC
042100         ADD WS-IN-FEE TO CM-SUSP-FEE-DUE
042200     ELSE
042300         MOVE WS-IN-FEE TO CM-SUSP-FEE-DUE
042400     END-IF.
042500 3100-EXIT.
042600     EXIT.

042700*-----------------------------------------------------------*
042800*    EXTENSION - THE RESUME DATE MOVES OUT, SO THE SWEEP DOES  *
042900*    NOT RECONNECT.  TOO LATE ONCE THE RECONNECTION ORDER IS   *
043000*    OUT; ANY FURTHER FEE IS SET FOR THE NEXT BILL.            *
043100*-----------------------------------------------------------*
043200 4000-EXTEND-SUSPENSION.
043300     DISPLAY "CUSTOMER ID: " WITH NO ADVANCING.
043400     ACCEPT WS-IN-CUST-ID.
043500     DISPLAY "NEW RESUME DATE (YYYYMMDD): " WITH NO ADVANCING.
043600     ACCEPT WS-IN-TO.
043700     DISPLAY "EXTENSION FEE: " WITH NO ADVANCING.
043800     ACCEPT WS-IN-FEE.
043900     IF WS-IN-TO NOT NUMERIC
044000         OR WS-IN-TO <= WS-SYSTEM-DATE
044100         DISPLAY "BILVSUS: NEW RESUME DATE MUST BE A FUTURE DATE"
044200         GO TO 4000-EXIT
044300     END-IF.
044400     IF WS-IN-FEE NOT NUMERIC
044500         MOVE ZERO TO WS-IN-FEE
044600     END-IF.
044700     MOVE WS-IN-CUST-ID TO CM-CUST-ID.
044800     READ CUSTMAS
044900         INVALID KEY
045000             DISPLAY "BILVSUS: CUSTOMER " WS-IN-CUST-ID
045100                 " NOT ON FILE"
045200             GO TO 4000-EXIT
045300     END-READ.
045400     IF NOT CM-VOLSUSP-REQUESTED AND NOT CM-VOLSUSP-ON
045500         DISPLAY "BILVSUS: " WS-IN-CUST-ID
045600             " HAS NO SUSPENSION ON FILE"
045700         GO TO 4000-EXIT
045800     END-IF.
045900     IF WS-IN-TO <= CM-VOLSUSP-FROM
046000         DISPLAY "BILVSUS: RESUME DATE MUST FOLLOW THE START "
046100             CM-VOLSUSP-FROM
046200         GO TO 4000-EXIT
046300     END-IF.
046400     IF CM-VOLSUSP-ON
046500         AND CM-VOLSUSP-ORDER-NO NOT = ZERO
046600         DISPLAY "BILVSUS: " WS-IN-CUST-ID
046700             " RECONNECTION ALREADY ORDERED - ORDER "
046800             CM-VOLSUSP-ORDER-NO
046900         GO TO 4000-EXIT
047000     END-IF.
047100     MOVE WS-IN-TO TO CM-VOLSUSP-TO.
047200     PERFORM 3100-ADD-FEE THRU 3100-EXIT.
047300     REWRITE CM-RECORD
047400         INVALID KEY
047500             DISPLAY "BILVSUS: REWRITE FAILED FOR "
047600                 WS-IN-CUST-ID
047700             GO TO 4000-EXIT
047800     END-REWRITE.
047900     ADD 1 TO WS-EXTENDED-COUNT.
048000     DISPLAY "BILVSUS: " WS-IN-CUST-ID " EXTENDED TO "
048100         WS-IN-TO " FEE RS " WS-IN-FEE.
048200 4000-EXIT.
048300     EXIT.

048400 8000-REWRITE-ORDERS.
048500     IF WS-STOP-COUNT = 0 AND WS-RESUME-COUNT = 0
048600         GO TO 8000-EXIT
048700     END-IF.
048800     OPEN OUTPUT DISCWO.
048900     IF NOT FS-DISCWO-OK
049000         DISPLAY "BILVSUS: UNABLE TO REWRITE DISCWO, STATUS "
049100             FS-DISCWO
049200         GO TO 8000-EXIT
049300     END-IF.
049400     PERFORM 8100-WRITE-ONE-ORDER THRU 8100-EXIT
049500         VARYING WS-WO-SUB FROM 1 BY 1
049600         UNTIL WS-WO-SUB > WS-ORDER-COUNT.
049700     CLOSE DISCWO.
049800 8000-EXIT.
049900     EXIT.

050000 8100-WRITE-ONE-ORDER.
050100     MOVE WS-WO-ORDER-NO(WS-WO-SUB)      TO WO-ORDER-NO.
050200     MOVE WS-WO-ORDER-TYPE(WS-WO-SUB)    TO WO-ORDER-TYPE.
050300     MOVE WS-WO-CUST-ID(WS-WO-SUB)       TO WO-CUST-ID.
050400     MOVE WS-WO-NAME(WS-WO-SUB)          TO WO-NAME.
050500     MOVE WS-WO-ADDR-LINE1(WS-WO-SUB)    TO WO-ADDR-LINE1.
050600     MOVE WS-WO-ADDR-LINE2(WS-WO-SUB)    TO WO-ADDR-LINE2.
050700     MOVE WS-WO-METER-NO(WS-WO-SUB)      TO WO-METER-NO.
050800     MOVE WS-WO-ARREARS(WS-WO-SUB)       TO WO-ARREARS.
050900     MOVE WS-WO-ISSUE-DATE(WS-WO-SUB)    TO WO-ISSUE-DATE.
051000     MOVE WS-WO-STATUS(WS-WO-SUB)        TO WO-STATUS.
051100     MOVE WS-WO-COMPLETE-DATE(WS-WO-SUB) TO WO-COMPLETE-DATE.
051200     MOVE WS-WO-CHANNEL(WS-WO-SUB)       TO WO-CHANNEL.
051300     MOVE WS-WO-FAIL-REASON(WS-WO-SUB)   TO WO-FAIL-REASON.
051400     WRITE WO-RECORD.
051500 8100-EXIT.
051600     EXIT.

051700 9000-TERMINATE.
051800     CLOSE CUSTMAS.
051900     IF NOT WS-ABORT
052000         PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT
052100         CLOSE RUNLOG
052200     END-IF.
052300     DISPLAY "BILVSUS: " WS-REQUESTED-COUNT " REQUESTED, "
052400         WS-EXTENDED-COUNT " EXTENDED, " WS-STOP-COUNT
052500         " SUSPENDED, " WS-RESUME-COUNT " RESUMED, "
052600         WS-LAPSED-COUNT " LAPSED".
052700 9000-EXIT.
052800     EXIT.

052900 9600-WRITE-RUNLOG.
053000     MOVE "BILVSUS"        TO RL-PROGRAM-ID.
053100     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
053200     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
053300     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
053400     MOVE "CUSTMAS"        TO RL-INPUT-FILE.
053500     MOVE WS-SCANNED-COUNT TO RL-RECORDS-READ.
053600     COMPUTE RL-BILLS-PRODUCED = WS-STOP-COUNT + WS-RESUME-COUNT.
053700     MOVE ZERO             TO RL-EXCEPTIONS.
053800     MOVE ZERO             TO RL-TOTAL-BILLED.
053900     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
054000     ACCEPT RL-END-TIME FROM TIME.
054100     WRITE RL-RECORD.
054200 9600-EXIT.
054300     EXIT.
