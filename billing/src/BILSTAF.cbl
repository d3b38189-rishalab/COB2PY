000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILSTAF.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILSTAF                                                     *
000900*  STAFF-ACCOUNT CONFLICT REGISTER MAINTENANCE AND REPORT.     *
001000*  STAFFREG LINKS EACH OPERATOR ID TO THE CUSTOMER ACCOUNTS    *
001100*  THE OPERATOR OR THEIR DECLARED FAMILY HOLDS; BILSTFC        *
001200*  REFUSES ANY PROGRAM'S ACTION BY THAT OPERATOR ON THOSE      *
001300*  ACCOUNTS AND LOGS IT TO CONFLOG.  FUNCTIONS:                *
001400*    A - ADD A LINK (BILSIGN SIGN-ON, ANY LEVEL - A            *
001500*        DECLARATION ONLY TAKES ACCESS AWAY, SO AN OPERATOR    *
001600*        MAY RECORD THEIR OWN).  THE OPERATOR MUST BE ON       *
001700*        OPRPROF AND THE CUSTOMER ON THE MASTER;               *
001800*    X - WITHDRAW A LINK DECLARED IN ERROR (SUPERVISOR         *
001900*        SIGN-ON, NEVER THE LINKED OPERATOR, REASON            *
002000*        REQUIRED).  THE LINK STAYS ON FILE MARKED X AND THE   *
002100*        WITHDRAWAL IS SHOWN ON THE MONTHLY REPORT;            *
002200*    L - LIST THE ACTIVE REGISTER;                             *
002300*    R - MONTHLY REPORT FOR A PERIOD - EVERY ACTION REFUSED    *
002400*        AS A CONFLICT, AND EVERY LINK ADDED OR WITHDRAWN.     *
002500*        THE PERIOD COMES FROM THE "BILSTAF " PARMCARD CARD    *
002600*        WHEN ONE IS ON FILE, OTHERWISE IT IS KEYED (BLANK IS  *
002700*        LAST MONTH).                                          *
002800*-----------------------------------------------------------*
002900*  MODIFICATION HISTORY                                        *
003000*  DATE       INIT  DESCRIPTION                                *
003100*  2026-10-15 RSH   ORIGINAL                                   *
003100*  2026-10-15 RSH   FILE STAFRPT IN THE REPORT REPOSITORY    *
003100*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
003200*-----------------------------------------------------------*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-370.
003600 OBJECT-COMPUTER.   IBM-370.

003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT STAFFREG ASSIGN TO "STAFFREG"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS FS-STAFFREG.

004200     SELECT CONFLOG ASSIGN TO "CONFLOG"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS FS-CONFLOG.

004500     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS CM-CUST-ID
004900         FILE STATUS IS FS-CUSTMAS.

005000     SELECT OPRPROF ASSIGN TO "OPRPROF"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS FS-OPRPROF.

005300     SELECT STAFRPT ASSIGN TO "STAFRPT"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS FS-STAFRPT.

005600     SELECT PARMCARD ASSIGN TO "PARMCARD"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS FS-PARMCARD.

005900     SELECT RUNLOG ASSIGN TO "RUNLOG"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS FS-RUNLOG.

006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  STAFFREG
006500     LABEL RECORDS ARE STANDARD.
006600 COPY STAFFREG.

006700 FD  CONFLOG
006800     LABEL RECORDS ARE STANDARD.
006900 COPY CONFLOG.

007000 FD  CUSTMAS
007100     LABEL RECORDS ARE STANDARD.
007200 COPY CUSTMAS.

007300 FD  OPRPROF
007400     LABEL RECORDS ARE STANDARD.
007500 COPY OPRPROF.

007600 FD  STAFRPT
007700     LABEL RECORDS ARE STANDARD.
007800 01  SF-LINE                     PIC X(120).

007900 FD  PARMCARD
008000     LABEL RECORDS ARE STANDARD.
008100 COPY PARMCARD.

008200 FD  RUNLOG
008300     LABEL RECORDS ARE STANDARD.
008400 COPY RUNLOG.

008500 WORKING-STORAGE SECTION.
008600*-----------------------------------------------------------*
008700*    FILE STATUS SWITCHES                                      *
008800*-----------------------------------------------------------*
008900 77  FS-STAFFREG             PIC X(02).
009000     88  FS-STAFFREG-OK              VALUE "00".
009100 77  FS-CONFLOG              PIC X(02).
009200     88  FS-CONFLOG-OK               VALUE "00".
009300 77  FS-CUSTMAS              PIC X(02).
009400     88  FS-CUSTMAS-OK               VALUE "00".
009500 77  FS-OPRPROF              PIC X(02).
009600     88  FS-OPRPROF-OK               VALUE "00".
009700 77  FS-STAFRPT              PIC X(02).
009800     88  FS-STAFRPT-OK               VALUE "00".
009900 77  FS-PARMCARD             PIC X(02).
010000     88  FS-PARMCARD-OK              VALUE "00".
010100 77  FS-RUNLOG               PIC X(02).
010200     88  FS-RUNLOG-OK                VALUE "00".

010300*-----------------------------------------------------------*
010400*    PROGRAM SWITCHES AND WORK FIELDS                          *
010500*-----------------------------------------------------------*
010600 77  WS-ABORT-SW             PIC X(01) VALUE "N".
010700     88  WS-ABORT                    VALUE "Y".
010800 77  WS-SA-EOF-SW            PIC X(01) VALUE "N".
010900     88  WS-SA-EOF                   VALUE "Y".
011000 77  WS-CG-EOF-SW            PIC X(01) VALUE "N".
011100     88  WS-CG-EOF                   VALUE "Y".
011200 77  WS-OP-EOF-SW            PIC X(01) VALUE "N".
011300     88  WS-OP-EOF                   VALUE "Y".
011400 77  WS-PC-EOF-SW            PIC X(01) VALUE "N".
011500     88  WS-PC-EOF                   VALUE "Y".
011500 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
011500     88  WS-RO-EOF                   VALUE "Y".
011600 77  WS-CARD-FOUND-SW        PIC X(01) VALUE "N".
011700     88  WS-CARD-FOUND               VALUE "Y".
011800 77  WS-OPERATOR-FOUND-SW    PIC X(01) VALUE "N".
011900     88  WS-OPERATOR-FOUND           VALUE "Y".
012000 77  WS-OPERATOR-ID          PIC X(08).
012100 77  WS-PASSWORD             PIC X(08).
012200 77  WS-SYSTEM-DATE          PIC 9(08).
012300 77  WS-SYSTEM-TIME          PIC 9(08).
012400 77  WS-FUNCTION             PIC X(01).
012500     88  WS-FUNC-ADD                 VALUE "A".
012600     88  WS-FUNC-WITHDRAW            VALUE "X".
012700     88  WS-FUNC-LIST                VALUE "L".
012800     88  WS-FUNC-REPORT              VALUE "R".
012900 77  WS-IN-OPERATOR-ID       PIC X(08).
013000 77  WS-IN-CUST-ID           PIC X(10).
013100 77  WS-IN-RELATION          PIC X(01).
013200     88  WS-IN-RELATION-VALID        VALUE "S" "F" "O".
013300 77  WS-IN-HOLDER-NAME       PIC X(30).
013400 77  WS-IN-REASON            PIC X(30).
013500 77  WS-REPORT-PERIOD        PIC 9(06) VALUE ZERO.
013600 77  WS-PERIOD-YEAR          PIC 9(04).
013700 77  WS-PERIOD-MONTH         PIC 9(02).
013800 77  WS-FOUND-SUB            PIC 9(03) VALUE ZERO.
013900 77  WS-SA-SUB               PIC 9(03) VALUE ZERO.
014000 77  WS-ADDED-COUNT          PIC 9(03) VALUE ZERO.
014100 77  WS-WITHDRAWN-COUNT      PIC 9(03) VALUE ZERO.
014200 77  WS-ACTIVE-COUNT         PIC 9(03) VALUE ZERO.
014300 77  WS-BLOCKED-COUNT        PIC 9(05) VALUE ZERO.
014400 77  WS-PERIOD-ADDS          PIC 9(03) VALUE ZERO.
014500 77  WS-PERIOD-WITHDRAWALS   PIC 9(03) VALUE ZERO.
014600 77  WS-COUNT-ED             PIC ZZZZ9.
014700 01  WS-RPT-LINE             PIC X(120).

014800 COPY SIGNPARM.

014900*-----------------------------------------------------------*
015000*    THE WHOLE REGISTER, HELD IN STORAGE AND WRITTEN BACK      *
015100*    WHOLE AT END OF RUN.                                      *
015200*-----------------------------------------------------------*
015300 01  WS-STAFFREG-TABLE.
015400     05  WS-SA-ENTRY OCCURS 500 TIMES.
015500         10  WS-SA-OPERATOR-ID   PIC X(08).
015600         10  WS-SA-CUST-ID       PIC X(10).
015700         10  WS-SA-RELATION      PIC X(01).
015800         10  WS-SA-HOLDER-NAME   PIC X(30).
015900         10  WS-SA-STATUS        PIC X(01).
016000         10  WS-SA-ADDED-DATE    PIC 9(08).
016100         10  WS-SA-ADDED-BY      PIC X(08).
016200         10  WS-SA-CHANGED-DATE  PIC 9(08).
016300         10  WS-SA-CHANGED-BY    PIC X(08).
016400         10  WS-SA-REASON        PIC X(30).
016500 01  WS-TABLE-COUNT              PIC 9(03) VALUE ZERO.
016500 COPY RPTPARM.

016600 PROCEDURE DIVISION.
016700 0000-MAINLINE SECTION.
016800     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
016900     IF NOT WS-ABORT
017000         EVALUATE TRUE
017100             WHEN WS-FUNC-ADD
017200                 PERFORM 2000-ADD-LINK THRU 2000-EXIT
017300             WHEN WS-FUNC-WITHDRAW
017400                 PERFORM 3000-WITHDRAW-LINK THRU 3000-EXIT
017500             WHEN WS-FUNC-LIST
017600                 PERFORM 4000-LIST-REGISTER THRU 4000-EXIT
017700             WHEN WS-FUNC-REPORT
017800                 PERFORM 5000-MONTHLY-REPORT THRU 5000-EXIT
017900             WHEN OTHER
018000                 DISPLAY "BILSTAF: UNKNOWN FUNCTION "
018100                     WS-FUNCTION
018200         END-EVALUATE
018300     END-IF.
018400     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
018500     STOP RUN.

018600 1000-INITIALIZE.
018700     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
018800     ACCEPT WS-SYSTEM-TIME FROM TIME.
018900     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
019000     ACCEPT WS-OPERATOR-ID.
019100     DISPLAY "FUNCTION (A=ADD X=WITHDRAW L=LIST R=MONTHLY"
019200         " REPORT): " WITH NO ADVANCING.
019300     ACCEPT WS-FUNCTION.
019400*    A DECLARATION IS SIGNED FOR BY WHOEVER RECORDS IT; TAKING
019500*    ONE OFF NEEDS A SUPERVISOR.
019600     IF WS-FUNC-ADD OR WS-FUNC-WITHDRAW
019700         DISPLAY "PASSWORD: " WITH NO ADVANCING
019800         ACCEPT WS-PASSWORD
019900         MOVE WS-OPERATOR-ID TO SG-OPERATOR-ID
020000         MOVE WS-PASSWORD    TO SG-PASSWORD
020100         MOVE SPACES         TO WS-PASSWORD
020200         IF WS-FUNC-WITHDRAW
020300             MOVE 2          TO SG-REQUIRED-LEVEL
020400         ELSE
020500             MOVE 1          TO SG-REQUIRED-LEVEL
020600         END-IF
020700         CALL "BILSIGN" USING SG-PARMS
020800         IF NOT SG-OK
020900             DISPLAY "BILSTAF: SIGN-ON REFUSED - RUN ABANDONED"
021000             MOVE "Y" TO WS-ABORT-SW
021100             GO TO 1000-EXIT
021200         END-IF
021300     END-IF.
021400     OPEN EXTEND RUNLOG.
021500     IF NOT FS-RUNLOG-OK
021600         DISPLAY "BILSTAF: UNABLE TO OPEN RUNLOG, STATUS "
021700             FS-RUNLOG
021800         MOVE "Y" TO WS-ABORT-SW
021900         GO TO 1000-EXIT
022000     END-IF.
022100     PERFORM 1100-LOAD-TABLE THRU 1100-EXIT.
022200     IF WS-FUNC-ADD
022300         OPEN INPUT CUSTMAS
022400         IF NOT FS-CUSTMAS-OK
022500             DISPLAY "BILSTAF: UNABLE TO OPEN CUSTMAS, STATUS "
022600                 FS-CUSTMAS
022700             MOVE "Y" TO WS-ABORT-SW
022800             GO TO 1000-EXIT
022900         END-IF
023000     END-IF.
023100     IF WS-FUNC-REPORT
023200         PERFORM 1050-SET-PERIOD THRU 1050-EXIT
023300     END-IF.
023400     IF WS-FUNC-LIST OR WS-FUNC-REPORT
023500         OPEN OUTPUT STAFRPT
023600         IF NOT FS-STAFRPT-OK
023700             DISPLAY "BILSTAF: UNABLE TO OPEN STAFRPT, STATUS "
023800                 FS-STAFRPT
023900             MOVE "Y" TO WS-ABORT-SW
024000         END-IF
024100     END-IF.
024200 1000-EXIT.
024300     EXIT.

024400*-----------------------------------------------------------*
024500*    THE REPORT PERIOD - FROM THE CARD FOR THE UNATTENDED      *
024600*    MONTH-END RUN, OTHERWISE KEYED; BLANK IS LAST MONTH.      *
024700*-----------------------------------------------------------*
024800 1050-SET-PERIOD.
024900     OPEN INPUT PARMCARD.
025000     IF FS-PARMCARD-OK
025100         READ PARMCARD
025200             AT END
025300                 MOVE "Y" TO WS-PC-EOF-SW
025400         END-READ
025500         PERFORM 1055-SCAN-ONE-CARD THRU 1055-EXIT
025600             UNTIL WS-PC-EOF OR WS-CARD-FOUND
025700         CLOSE PARMCARD
025800     END-IF.
025900     IF WS-CARD-FOUND AND PC-PERIOD > ZERO
026000         MOVE PC-PERIOD TO WS-REPORT-PERIOD
026100     ELSE
026200         DISPLAY "REPORT PERIOD (YYYYMM, BLANK=LAST MONTH): "
026300             WITH NO ADVANCING
026400         ACCEPT WS-REPORT-PERIOD
026500     END-IF.
026600     IF WS-REPORT-PERIOD = ZERO
026700         MOVE WS-SYSTEM-DATE(1:4) TO WS-PERIOD-YEAR
026800         MOVE WS-SYSTEM-DATE(5:2) TO WS-PERIOD-MONTH
026900         IF WS-PERIOD-MONTH = 1
027000             MOVE 12 TO WS-PERIOD-MONTH
027100             SUBTRACT 1 FROM WS-PERIOD-YEAR
027200         ELSE
027300             SUBTRACT 1 FROM WS-PERIOD-MONTH
027400         END-IF
027500         COMPUTE WS-REPORT-PERIOD = WS-PERIOD-YEAR * 100
027600             + WS-PERIOD-MONTH
027700     END-IF.
027800 1050-EXIT.
027900     EXIT.

028000 1055-SCAN-ONE-CARD.
028100     IF PC-PROGRAM-ID = "BILSTAF "
028200         MOVE "Y" TO WS-CARD-FOUND-SW
028300         GO TO 1055-EXIT
028400     END-IF.
028500     READ PARMCARD
028600         AT END
028700             MOVE "Y" TO WS-PC-EOF-SW
028800     END-READ.
028900 1055-EXIT.
029000     EXIT.

029100*-----------------------------------------------------------*
029200*    THE REGISTER IS OPTIONAL ON FIRST USE - THE FIRST LINK    *
029300*    CREATES IT.                                               *
029400*-----------------------------------------------------------*
029500 1100-LOAD-TABLE.
029600     OPEN INPUT STAFFREG.
029700     IF NOT FS-STAFFREG-OK
029800         GO TO 1100-EXIT
029900     END-IF.
030000     READ STAFFREG
030100         AT END
030200             MOVE "Y" TO WS-SA-EOF-SW
030300     END-READ.
030400     PERFORM 1110-STORE-ONE THRU 1110-EXIT
030500         UNTIL WS-SA-EOF.
030600     CLOSE STAFFREG.
030700 1100-EXIT.
030800     EXIT.

030900 1110-STORE-ONE.
031000     IF WS-TABLE-COUNT >= 500
031100         DISPLAY "BILSTAF: REGISTER TABLE FULL - RUN"
031200             " ABANDONED BEFORE A LINK COULD BE LOST"
031300         MOVE "Y" TO WS-ABORT-SW
031400         MOVE "Y" TO WS-SA-EOF-SW
031500         GO TO 1110-EXIT
031600     END-IF.
031700     ADD 1 TO WS-TABLE-COUNT.
031800     MOVE SA-OPERATOR-ID  TO WS-SA-OPERATOR-ID(WS-TABLE-COUNT).
031900     MOVE SA-CUST-ID      TO WS-SA-CUST-ID(WS-TABLE-COUNT).
032000     MOVE SA-RELATION     TO WS-SA-RELATION(WS-TABLE-COUNT).
032100     MOVE SA-HOLDER-NAME  TO WS-SA-HOLDER-NAME(WS-TABLE-COUNT).
032200     MOVE SA-STATUS       TO WS-SA-STATUS(WS-TABLE-COUNT).
032300     MOVE SA-ADDED-DATE   TO WS-SA-ADDED-DATE(WS-TABLE-COUNT).
032400     MOVE SA-ADDED-BY     TO WS-SA-ADDED-BY(WS-TABLE-COUNT).
032500     MOVE SA-CHANGED-DATE TO WS-SA-CHANGED-DATE(WS-TABLE-COUNT).
032600     MOVE SA-CHANGED-BY   TO WS-SA-CHANGED-BY(WS-TABLE-COUNT).
032700     MOVE SA-REASON       TO WS-SA-REASON(WS-TABLE-COUNT).
032800     IF SA-STAT-ACTIVE
032900         ADD 1 TO WS-ACTIVE-COUNT
033000     END-IF.
033100     READ STAFFREG
033200         AT END
033300             MOVE "Y" TO WS-SA-EOF-SW
033400     END-READ.
033500 1110-EXIT.
033600     EXIT.

033700*-----------------------------------------------------------*
033800*    A NEW LINK NAMES AN OPERATOR ON OPRPROF AND A CUSTOMER    *
033900*    ON THE MASTER.  THE HOLDER NAME DEFAULTS TO THE NAME ON   *
034000*    THE ACCOUNT.                                              *
034100*-----------------------------------------------------------*
034200 2000-ADD-LINK.
034300     DISPLAY "OPERATOR ID TO LINK: " WITH NO ADVANCING.
034400     ACCEPT WS-IN-OPERATOR-ID.
034500     DISPLAY "CUSTOMER ID: " WITH NO ADVANCING.
034600     ACCEPT WS-IN-CUST-ID.
034700     DISPLAY "RELATION (S=OWN ACCOUNT F=FAMILY O=OTHER): "
034800         WITH NO ADVANCING.
034900     ACCEPT WS-IN-RELATION.
035000     DISPLAY "ACCOUNT HOLDER NAME (BLANK=AS ON ACCOUNT): "
035100         WITH NO ADVANCING.
035200     ACCEPT WS-IN-HOLDER-NAME.
035300     IF NOT WS-IN-RELATION-VALID
035400         DISPLAY "BILSTAF: RELATION MUST BE S, F OR O"
035500         GO TO 2000-EXIT
035600     END-IF.
035700     PERFORM 2600-CHECK-OPERATOR THRU 2600-EXIT.
035800     IF NOT WS-OPERATOR-FOUND
035900         DISPLAY "BILSTAF: " WS-IN-OPERATOR-ID
036000             " IS NOT AN OPERATOR ON OPRPROF"
036100         GO TO 2000-EXIT
036200     END-IF.
036300     MOVE WS-IN-CUST-ID TO CM-CUST-ID.
036400     READ CUSTMAS
036500         INVALID KEY
036600             DISPLAY "BILSTAF: CUSTOMER " WS-IN-CUST-ID
036700                 " NOT ON FILE"
036800             GO TO 2000-EXIT
036900     END-READ.
037000     IF WS-IN-HOLDER-NAME = SPACES
037100         MOVE CM-NAME TO WS-IN-HOLDER-NAME
037200     END-IF.
037300     PERFORM 2500-FIND-ACTIVE-LINK THRU 2500-EXIT.
037400     IF WS-FOUND-SUB > 0
037500         DISPLAY "BILSTAF: " WS-IN-OPERATOR-ID " IS ALREADY"
037600             " LINKED TO " WS-IN-CUST-ID
037700         GO TO 2000-EXIT
037800     END-IF.
037900     IF WS-TABLE-COUNT >= 500
038000         DISPLAY "BILSTAF: REGISTER TABLE FULL - LINK NOT"
038100             " RECORDED"
038200         GO TO 2000-EXIT
038300     END-IF.
038400     ADD 1 TO WS-TABLE-COUNT.
038500     MOVE WS-IN-OPERATOR-ID TO WS-SA-OPERATOR-ID(WS-TABLE-COUNT).
038600     MOVE WS-IN-CUST-ID     TO WS-SA-CUST-ID(WS-TABLE-COUNT).
038700     MOVE WS-IN-RELATION    TO WS-SA-RELATION(WS-TABLE-COUNT).
038800     MOVE WS-IN-HOLDER-NAME TO WS-SA-HOLDER-NAME(WS-TABLE-COUNT).
038900     MOVE "A"               TO WS-SA-STATUS(WS-TABLE-COUNT).
039000     MOVE WS-SYSTEM-DATE    TO WS-SA-ADDED-DATE(WS-TABLE-COUNT).
039100     MOVE WS-OPERATOR-ID    TO WS-SA-ADDED-BY(WS-TABLE-COUNT).
039200     MOVE WS-SYSTEM-DATE    TO
039300         WS-SA-CHANGED-DATE(WS-TABLE-COUNT).
039400     MOVE WS-OPERATOR-ID    TO WS-SA-CHANGED-BY(WS-TABLE-COUNT).
039500     MOVE SPACES            TO WS-SA-REASON(WS-TABLE-COUNT).
039600     ADD 1 TO WS-ADDED-COUNT.
039700     ADD 1 TO WS-ACTIVE-COUNT.
039800     DISPLAY "BILSTAF: " WS-IN-OPERATOR-ID " LINKED TO "
039900         WS-IN-CUST-ID " (" WS-IN-RELATION ") - "
040000         WS-IN-HOLDER-NAME.
040100 2000-EXIT.
040200     EXIT.

040300 2500-FIND-ACTIVE-LINK.
040400     MOVE ZERO TO WS-FOUND-SUB.
040500     PERFORM 2510-MATCH-LINK THRU 2510-EXIT
040600         VARYING WS-SA-SUB FROM 1 BY 1
040700         UNTIL WS-SA-SUB > WS-TABLE-COUNT
040800            OR WS-FOUND-SUB > 0.
040900 2500-EXIT.
041000     EXIT.

041100 2510-MATCH-LINK.
041200     IF WS-SA-OPERATOR-ID(WS-SA-SUB) = WS-IN-OPERATOR-ID
041300         AND WS-SA-CUST-ID(WS-SA-SUB) = WS-IN-CUST-ID
041400         AND WS-SA-STATUS(WS-SA-SUB) = "A"
041500         MOVE WS-SA-SUB TO WS-FOUND-SUB
041600     END-IF.
041700 2510-EXIT.
041800     EXIT.

041900 2600-CHECK-OPERATOR.
042000     MOVE "N" TO WS-OPERATOR-FOUND-SW.
042100     MOVE "N" TO WS-OP-EOF-SW.
042200     OPEN INPUT OPRPROF.
042300     IF NOT FS-OPRPROF-OK
042400         DISPLAY "BILSTAF: UNABLE TO OPEN OPRPROF, STATUS "
042500             FS-OPRPROF
042600         GO TO 2600-EXIT
042700     END-IF.
042800     READ OPRPROF
042900         AT END
043000             MOVE "Y" TO WS-OP-EOF-SW
043100     END-READ.
043200     PERFORM 2610-MATCH-OPERATOR THRU 2610-EXIT
043300         UNTIL WS-OP-EOF OR WS-OPERATOR-FOUND.
043400     CLOSE OPRPROF.
043500 2600-EXIT.
043600     EXIT.

043700 2610-MATCH-OPERATOR.
043800     IF OP-OPERATOR-ID = WS-IN-OPERATOR-ID
043900         MOVE "Y" TO WS-OPERATOR-FOUND-SW
044000         GO TO 2610-EXIT
044100     END-IF.
044200     READ OPRPROF
044300         AT END
044400             MOVE "Y" TO WS-OP-EOF-SW
044500     END-READ.
044600 2610-EXIT.
044700     EXIT.

044800*-----------------------------------------------------------*
044900*    ONLY A SUPERVISOR WHO IS NOT THE LINKED OPERATOR MAY      *
045000*    WITHDRAW A LINK, AND MUST SAY WHY.  THE WITHDRAWAL IS     *
045100*    ON THE NEXT MONTHLY REPORT FOR INTERNAL AUDIT TO SEE.     *
045200*-----------------------------------------------------------*
045300 3000-WITHDRAW-LINK.
045400     DISPLAY "LINKED OPERATOR ID: " WITH NO ADVANCING.
045500     ACCEPT WS-IN-OPERATOR-ID.
045600     DISPLAY "CUSTOMER ID: " WITH NO ADVANCING.
045700     ACCEPT WS-IN-CUST-ID.
045800     DISPLAY "REASON FOR WITHDRAWAL: " WITH NO ADVANCING.
045900     ACCEPT WS-IN-REASON.
046000     IF WS-IN-OPERATOR-ID = WS-OPERATOR-ID
046100         DISPLAY "BILSTAF: A LINK MAY NOT BE WITHDRAWN BY THE"
046200             " LINKED OPERATOR"
046300         GO TO 3000-EXIT
046400     END-IF.
046500     IF WS-IN-REASON = SPACES
046600         DISPLAY "BILSTAF: A REASON IS REQUIRED"
046700         GO TO 3000-EXIT
046800     END-IF.
046900     PERFORM 2500-FIND-ACTIVE-LINK THRU 2500-EXIT.
047000     IF WS-FOUND-SUB = 0
047100         DISPLAY "BILSTAF: NO ACTIVE LINK FOR " WS-IN-OPERATOR-ID
047200             " / " WS-IN-CUST-ID
047300         GO TO 3000-EXIT
047400     END-IF.
047500     MOVE "X"            TO WS-SA-STATUS(WS-FOUND-SUB).
047600     MOVE WS-SYSTEM-DATE TO WS-SA-CHANGED-DATE(WS-FOUND-SUB).
047700     MOVE WS-OPERATOR-ID TO WS-SA-CHANGED-BY(WS-FOUND-SUB).
047800     MOVE WS-IN-REASON   TO WS-SA-REASON(WS-FOUND-SUB).
047900     ADD 1 TO WS-WITHDRAWN-COUNT.
048000     SUBTRACT 1 FROM WS-ACTIVE-COUNT.
048100     DISPLAY "BILSTAF: LINK " WS-IN-OPERATOR-ID " / "
048200         WS-IN-CUST-ID " WITHDRAWN".
048300 3000-EXIT.
048400     EXIT.

048500 4000-LIST-REGISTER.
048600     MOVE SPACES TO WS-RPT-LINE.
048700     STRING "STAFF-ACCOUNT CONFLICT REGISTER - RUN DATE "
048800         WS-SYSTEM-DATE
048900         DELIMITED BY SIZE INTO WS-RPT-LINE.
049000     WRITE SF-LINE FROM WS-RPT-LINE.
049100     PERFORM 4050-COLUMN-HEADING THRU 4050-EXIT.
049200     PERFORM 4100-LIST-ONE THRU 4100-EXIT
049300         VARYING WS-SA-SUB FROM 1 BY 1
049400         UNTIL WS-SA-SUB > WS-TABLE-COUNT.
049500 4000-EXIT.
049600     EXIT.

049700 4050-COLUMN-HEADING.
049800     MOVE SPACES TO WS-RPT-LINE.
049900     STRING "OPERATOR CUSTOMER   R HOLDER NAME                   "
050000         "S CHANGED  BY       REASON"
050100         DELIMITED BY SIZE INTO WS-RPT-LINE.
050200     WRITE SF-LINE FROM WS-RPT-LINE.
050300 4050-EXIT.
050400     EXIT.

050500 4100-LIST-ONE.
050600     IF WS-SA-STATUS(WS-SA-SUB) NOT = "A"
050700         GO TO 4100-EXIT
050800     END-IF.
050900     PERFORM 4200-FORMAT-LINE THRU 4200-EXIT.
051000     WRITE SF-LINE FROM WS-RPT-LINE.
051100 4100-EXIT.
051200     EXIT.

051300 4200-FORMAT-LINE.
051400     MOVE SPACES TO WS-RPT-LINE.
051500     STRING WS-SA-OPERATOR-ID(WS-SA-SUB) " "
051600         WS-SA-CUST-ID(WS-SA-SUB) " "
051700         WS-SA-RELATION(WS-SA-SUB) " "
051800         WS-SA-HOLDER-NAME(WS-SA-SUB) " "
051900         WS-SA-STATUS(WS-SA-SUB) " "
052000         WS-SA-CHANGED-DATE(WS-SA-SUB) " "
052100         WS-SA-CHANGED-BY(WS-SA-SUB) " "
052200         WS-SA-REASON(WS-SA-SUB)
052300         DELIMITED BY SIZE INTO WS-RPT-LINE.
052400 4200-EXIT.
052500     EXIT.

052600*-----------------------------------------------------------*
052700*    THE MONTHLY REPORT.  PART ONE IS EVERY ACTION REFUSED     *
052800*    IN THE PERIOD, FROM CONFLOG; PART TWO EVERY LINK ADDED    *
052900*    OR WITHDRAWN IN THE PERIOD, SO A LINK TAKEN OFF AND PUT   *
053000*    BACK AROUND AN ACTION CANNOT PASS UNSEEN.                 *
053100*-----------------------------------------------------------*
053200 5000-MONTHLY-REPORT.
053300     MOVE SPACES TO WS-RPT-LINE.
053400     STRING "STAFF-ACCOUNT CONFLICTS FOR PERIOD "
053500         WS-REPORT-PERIOD " - RUN DATE " WS-SYSTEM-DATE
053600         DELIMITED BY SIZE INTO WS-RPT-LINE.
053700     WRITE SF-LINE FROM WS-RPT-LINE.
053800     MOVE SPACES TO WS-RPT-LINE.
053900     WRITE SF-LINE FROM WS-RPT-LINE.
054000     MOVE "ACTIONS ATTEMPTED AND BLOCKED" TO WS-RPT-LINE.
054100     WRITE SF-LINE FROM WS-RPT-LINE.
054200     MOVE SPACES TO WS-RPT-LINE.
054300     STRING "DATE     TIME     OPERATOR CUSTOMER   PROGRAM  "
054400         "ACTION       R"
054500         DELIMITED BY SIZE INTO WS-RPT-LINE.
054600     WRITE SF-LINE FROM WS-RPT-LINE.
054700     OPEN INPUT CONFLOG.
054800     IF FS-CONFLOG-OK
054900         READ CONFLOG
055000             AT END
055100                 MOVE "Y" TO WS-CG-EOF-SW
055200         END-READ
055300         PERFORM 5100-REPORT-ATTEMPT THRU 5100-EXIT
055400             UNTIL WS-CG-EOF
055500         CLOSE CONFLOG
055600     END-IF.
055700     MOVE WS-BLOCKED-COUNT TO WS-COUNT-ED.
055800     MOVE SPACES TO WS-RPT-LINE.
055900     STRING "ACTIONS BLOCKED   " WS-COUNT-ED
056000         DELIMITED BY SIZE INTO WS-RPT-LINE.
056100     WRITE SF-LINE FROM WS-RPT-LINE.
056200     MOVE SPACES TO WS-RPT-LINE.
056300     WRITE SF-LINE FROM WS-RPT-LINE.
056400     MOVE "REGISTER CHANGES" TO WS-RPT-LINE.
056500     WRITE SF-LINE FROM WS-RPT-LINE.
056600     PERFORM 4050-COLUMN-HEADING THRU 4050-EXIT.
056700     PERFORM 5200-REPORT-CHANGE THRU 5200-EXIT
056800         VARYING WS-SA-SUB FROM 1 BY 1
056900         UNTIL WS-SA-SUB > WS-TABLE-COUNT.
057000     MOVE WS-PERIOD-ADDS TO WS-COUNT-ED.
057100     MOVE SPACES TO WS-RPT-LINE.
057200     STRING "LINKS ADDED       " WS-COUNT-ED
057300         DELIMITED BY SIZE INTO WS-RPT-LINE.
057400     WRITE SF-LINE FROM WS-RPT-LINE.
057500     MOVE WS-PERIOD-WITHDRAWALS TO WS-COUNT-ED.
057600     MOVE SPACES TO WS-RPT-LINE.
057700     STRING "LINKS WITHDRAWN   " WS-COUNT-ED
057800         DELIMITED BY SIZE INTO WS-RPT-LINE.
057900     WRITE SF-LINE FROM WS-RPT-LINE.
058000     MOVE WS-ACTIVE-COUNT TO WS-COUNT-ED.
058100     MOVE SPACES TO WS-RPT-LINE.
058200     STRING "LINKS IN FORCE    " WS-COUNT-ED
058300         DELIMITED BY SIZE INTO WS-RPT-LINE.
058400     WRITE SF-LINE FROM WS-RPT-LINE.
058500 5000-EXIT.
058600     EXIT.

058700 5100-REPORT-ATTEMPT.
058800     IF CG-LOG-DATE(1:6) = WS-REPORT-PERIOD
058900         ADD 1 TO WS-BLOCKED-COUNT
059000         MOVE SPACES TO WS-RPT-LINE
059100         STRING CG-LOG-DATE " " CG-LOG-TIME " "
059200             CG-OPERATOR-ID " " CG-CUST-ID " "
059300             CG-PROGRAM-ID " " CG-ACTION " " CG-RELATION
059400             DELIMITED BY SIZE INTO WS-RPT-LINE
059500         WRITE SF-LINE FROM WS-RPT-LINE
059600     END-IF.
059700     READ CONFLOG
059800         AT END
059900             MOVE "Y" TO WS-CG-EOF-SW
060000     END-READ.
060100 5100-EXIT.
060200     EXIT.

060300 5200-REPORT-CHANGE.
060400     IF WS-SA-ADDED-DATE(WS-SA-SUB)(1:6) = WS-REPORT-PERIOD
060500         ADD 1 TO WS-PERIOD-ADDS
060600     END-IF.
060700     IF WS-SA-STATUS(WS-SA-SUB) = "X"
060800         AND WS-SA-CHANGED-DATE(WS-SA-SUB)(1:6) = WS-REPORT-PERIOD
060900         ADD 1 TO WS-PERIOD-WITHDRAWALS
061000     END-IF.
061100     IF WS-SA-ADDED-DATE(WS-SA-SUB)(1:6) = WS-REPORT-PERIOD
061200         OR WS-SA-CHANGED-DATE(WS-SA-SUB)(1:6) = WS-REPORT-PERIOD
061300         PERFORM 4200-FORMAT-LINE THRU 4200-EXIT
061400         WRITE SF-LINE FROM WS-RPT-LINE
061500     END-IF.
061600 5200-EXIT.
061700     EXIT.

061800 9000-TERMINATE.
061900     IF (WS-FUNC-ADD OR WS-FUNC-WITHDRAW) AND NOT WS-ABORT
062000         PERFORM 9100-REWRITE-TABLE THRU 9100-EXIT
062100     END-IF.
062200     IF WS-FUNC-ADD AND FS-CUSTMAS-OK
062300         CLOSE CUSTMAS
062400     END-IF.
062500     IF (WS-FUNC-LIST OR WS-FUNC-REPORT) AND FS-STAFRPT-OK
062600         CLOSE STAFRPT
062600         PERFORM 9680-FILE-REPORT THRU 9680-EXIT
062700     END-IF.
062800     IF FS-RUNLOG-OK
062900         PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT
063000         CLOSE RUNLOG
063100     END-IF.
063200     DISPLAY "BILSTAF: ADDED " WS-ADDED-COUNT
063300         " WITHDRAWN " WS-WITHDRAWN-COUNT
063400         " IN FORCE " WS-ACTIVE-COUNT
063500         " BLOCKED IN PERIOD " WS-BLOCKED-COUNT.
063600 9000-EXIT.
063700     EXIT.

063800 9100-REWRITE-TABLE.
063900     IF WS-ADDED-COUNT = ZERO AND WS-WITHDRAWN-COUNT = ZERO
064000         GO TO 9100-EXIT
064100     END-IF.
064200     OPEN OUTPUT STAFFREG.
064300     IF NOT FS-STAFFREG-OK
064400         DISPLAY "BILSTAF: UNABLE TO REWRITE STAFFREG, STATUS "
064500             FS-STAFFREG
064600         GO TO 9100-EXIT
064700     END-IF.
064800     PERFORM 9110-WRITE-ONE THRU 9110-EXIT
064900         VARYING WS-SA-SUB FROM 1 BY 1
065000         UNTIL WS-SA-SUB > WS-TABLE-COUNT.
065100     CLOSE STAFFREG.
065200 9100-EXIT.
065300     EXIT.

065400 9110-WRITE-ONE.
065500     MOVE SPACES                         TO SA-RECORD.
065600     MOVE WS-SA-OPERATOR-ID(WS-SA-SUB)   TO SA-OPERATOR-ID.
065700     MOVE WS-SA-CUST-ID(WS-SA-SUB)       TO SA-CUST-ID.
065800     MOVE WS-SA-RELATION(WS-SA-SUB)      TO SA-RELATION.
065900     MOVE WS-SA-HOLDER-NAME(WS-SA-SUB)   TO SA-HOLDER-NAME.
066000     MOVE WS-SA-STATUS(WS-SA-SUB)        TO SA-STATUS.
066100     MOVE WS-SA-ADDED-DATE(WS-SA-SUB)    TO SA-ADDED-DATE.
066200     MOVE WS-SA-ADDED-BY(WS-SA-SUB)      TO SA-ADDED-BY.
066300     MOVE WS-SA-CHANGED-DATE(WS-SA-SUB)  TO SA-CHANGED-DATE.
066400     MOVE WS-SA-CHANGED-BY(WS-SA-SUB)    TO SA-CHANGED-BY.
066500     MOVE WS-SA-REASON(WS-SA-SUB)        TO SA-REASON.
066600     WRITE SA-RECORD.
066700 9110-EXIT.
066800     EXIT.

066900 9600-WRITE-RUNLOG.
067000     MOVE "BILSTAF"        TO RL-PROGRAM-ID.
067100     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
067200     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
067300     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
067400     MOVE "STAFFREG"       TO RL-INPUT-FILE.
067500     MOVE WS-TABLE-COUNT   TO RL-RECORDS-READ.
067600     COMPUTE RL-BILLS-PRODUCED = WS-ADDED-COUNT
067700         + WS-WITHDRAWN-COUNT.
067800     MOVE WS-BLOCKED-COUNT TO RL-EXCEPTIONS.
067900     MOVE ZERO             TO RL-TOTAL-BILLED.
068000     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
068100     ACCEPT RL-END-TIME FROM TIME.
068200     WRITE RL-RECORD.
068300 9600-EXIT.
068400     EXIT.

068500*-----------------------------------------------------------*
068600*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
068700*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
068800*    OUTLIVES THE NEXT RUN.                                    *
068900*-----------------------------------------------------------*
069000 9680-FILE-REPORT.
069100     OPEN INPUT STAFRPT.
069200     IF NOT FS-STAFRPT-OK
069300         GO TO 9680-EXIT
069400     END-IF.
069500     MOVE "O"               TO RO-FUNCTION.
069600     MOVE "STAFRPT"         TO RO-REPORT-NAME.
069700     MOVE "BILSTAF"         TO RO-PROGRAM-ID.
069800     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
069900     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
070000     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
070100     MOVE WS-REPORT-PERIOD  TO RO-PERIOD.
070200     CALL "BILRPTF" USING RO-PARMS.
070300     IF RO-OK
070400         MOVE "N" TO WS-RO-EOF-SW
070500         PERFORM 9690-FILE-LINE THRU 9690-EXIT
070600             UNTIL WS-RO-EOF
070700         MOVE "C"          TO RO-FUNCTION
070800         CALL "BILRPTF" USING RO-PARMS
070900     END-IF.
071000     CLOSE STAFRPT.
071100 9680-EXIT.
071200     EXIT.

071300 9690-FILE-LINE.
071400     READ STAFRPT
071500         AT END
071600             MOVE "Y" TO WS-RO-EOF-SW
071700             GO TO 9690-EXIT
071800     END-READ.
071900     MOVE "L"               TO RO-FUNCTION.
072000     MOVE SF-LINE           TO RO-LINE.
072100     CALL "BILRPTF" USING RO-PARMS.
072200 9690-EXIT.
072300     EXIT.
