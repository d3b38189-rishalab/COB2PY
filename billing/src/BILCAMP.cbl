000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILCAMP.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILCAMP                                                     *
000900*  CRITERIA-BASED CUSTOMER SELECTION FOR AWARENESS DRIVES,     *
001000*  SURVEYS AND SPECIAL NOTICES.  WALKS THE CUSTOMER MASTER     *
001100*  AND SELECTS EVERY CUSTOMER MEETING UP TO TEN CRITERIA,      *
001200*  EACH JOINED TO THE NEXT BY AND OR OR - AND BINDS TIGHTER    *
001300*  THAN OR, SO "A AND B OR C" IS (A AND B) OR C.  A CRITERION  *
001400*  TESTS ONE FIELD - EQ, NE, GE, LE, OR BT (BETWEEN, BOTH      *
001500*  ENDS INCLUDED) - AGAINST:                                   *
001600*    CLASS, SERVICE, STATUS    - THE MASTER CODES;             *
001700*    ZONE, WARD                - THE MASTER CODES;             *
001800*    ROUTE                     - THE READING ROUTE FROM THE    *
001900*                                ROUTE BOOK;                   *
002000*    ARREARS, CREDIT           - RUPEE BANDS;                  *
002100*    GRADE, DUNLEVEL           - PAY GRADE, DUNNING LEVEL;     *
002200*    SUBSIDY, PREPAID, BUDGET,                                 *
002300*    PAPERLESS                 - Y OR N;                       *
002400*    AVGUNITS                  - AVERAGE UNITS PER BILL OVER   *
002500*                                THE LAST N PERIODS, FROM      *
002600*                                BILLHIST.                     *
002700*  CRITERIA ARE KEYED, OR RECALLED BY NAME FROM SELDEF WHERE A *
002800*  SELECTION CAN BE SAVED FOR RE-RUNNING.  OUTPUT IS EITHER    *
002900*  THE COUNT ALONE, OR THE COUNT WITH A PRINTED LIST           *
003000*  (CAMPLST), ADDRESS LABELS (CAMPLBL) AND AN SMS/EMAIL        *
003100*  EXTRACT (CAMPNOTF) IN THE BILLNOTF FORMAT.  NO LABEL IS     *
003200*  PRINTED FOR AN ADDRESS MARKED UNDELIVERABLE AND NO EXTRACT  *
003300*  LINE IS WRITTEN FOR A CUSTOMER FLAGGED FOR NO               *
003400*  NOTIFICATION.  EVERY RUN IS LOGGED TO RUNLOG UNDER THE      *
003500*  SELECTION NAME, AND ITS CRITERIA TO SELLOG WITH THE SAME    *
003600*  RUN DATE AND TIME.                                          *
003700*-----------------------------------------------------------*
003800*  MODIFICATION HISTORY                                        *
003900*  DATE       INIT  DESCRIPTION                                *
004000*  2026-10-15 RSH   ORIGINAL                                   *
004000*  2026-10-15 RSH   FILE CAMPLST IN THE REPORT REPOSITORY      *
004000*                   THROUGH BILRPTF ONCE IT IS CLOSED.         *
004100*-----------------------------------------------------------*
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.   IBM-370.
004500 OBJECT-COMPUTER.   IBM-370.

004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS CM-CUST-ID
005200         FILE STATUS IS FS-CUSTMAS.

005300     SELECT BILLHIST ASSIGN TO "BILLHIST"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS BH-KEY
005700         FILE STATUS IS FS-BILLHIST.

005800     SELECT RTEBOOK ASSIGN TO "RTEBOOK"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS FS-RTEBOOK.

006100     SELECT SELDEF ASSIGN TO "SELDEF"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS FS-SELDEF.

006400     SELECT SELLOG ASSIGN TO "SELLOG"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS FS-SELLOG.

006700     SELECT CAMPLST ASSIGN TO "CAMPLST"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS FS-CAMPLST.

007000     SELECT CAMPLBL ASSIGN TO "CAMPLBL"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS FS-CAMPLBL.

007300     SELECT NOTIFEXT ASSIGN TO "CAMPNOTF"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS FS-NOTIFEXT.

007600     SELECT RUNLOG ASSIGN TO "RUNLOG"
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS FS-RUNLOG.

007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  CUSTMAS
008200     LABEL RECORDS ARE STANDARD.
008300 COPY CUSTMAS.

008400 FD  BILLHIST
008500     LABEL RECORDS ARE STANDARD.
008600 COPY BILLHIST.

008700 FD  RTEBOOK
008800     LABEL RECORDS ARE STANDARD.
008900 COPY RTEBOOK.

009000 FD  SELDEF
009100     LABEL RECORDS ARE STANDARD.
009200 01  SF-RECORD                   PIC X(575).

009300 FD  SELLOG
009400     LABEL RECORDS ARE STANDARD.
009500 COPY SELLOG.

009600 FD  CAMPLST
009700     LABEL RECORDS ARE STANDARD.
009800 01  CL-LINE                     PIC X(100).

009900 FD  CAMPLBL
010000     LABEL RECORDS ARE STANDARD.
010100 01  LB-LINE                     PIC X(40).

010200 FD  NOTIFEXT.
010300 COPY NOTEXTR.

010400 FD  RUNLOG
010500     LABEL RECORDS ARE STANDARD.
010600 COPY RUNLOG.

010700 WORKING-STORAGE SECTION.
010800*-----------------------------------------------------------*
010900*    FILE STATUS SWITCHES                                      *
011000*-----------------------------------------------------------*
011100 77  FS-CUSTMAS              PIC X(02).
011200     88  FS-CUSTMAS-OK               VALUE "00".
011300 77  FS-BILLHIST             PIC X(02).
011400     88  FS-BILLHIST-OK              VALUE "00".
011500 77  FS-RTEBOOK              PIC X(02).
011600     88  FS-RTEBOOK-OK               VALUE "00".
011700 77  FS-SELDEF               PIC X(02).
011800     88  FS-SELDEF-OK                VALUE "00".
011900     88  FS-SELDEF-NOFILE            VALUE "35".
012000 77  FS-SELLOG               PIC X(02).
012100     88  FS-SELLOG-OK                VALUE "00".
012200 77  FS-CAMPLST              PIC X(02).
012300     88  FS-CAMPLST-OK               VALUE "00".
012400 77  FS-CAMPLBL              PIC X(02).
012500     88  FS-CAMPLBL-OK               VALUE "00".
012600 77  FS-NOTIFEXT             PIC X(02).
012700     88  FS-NOTIFEXT-OK              VALUE "00".
012800 77  FS-RUNLOG               PIC X(02).
012900     88  FS-RUNLOG-OK                VALUE "00".

013000*-----------------------------------------------------------*
013100*    PROGRAM SWITCHES                                          *
013200*-----------------------------------------------------------*
013300 77  WS-ABORT-SW             PIC X(01) VALUE "N".
013400     88  WS-ABORT                    VALUE "Y".
013500 77  WS-EOF-SW               PIC X(01) VALUE "N".
013600     88  WS-EOF                      VALUE "Y".
013700 77  WS-SD-EOF-SW            PIC X(01) VALUE "N".
013800     88  WS-SD-EOF                   VALUE "Y".
013900 77  WS-RB-EOF-SW            PIC X(01) VALUE "N".
014000     88  WS-RB-EOF                   VALUE "Y".
014100 77  WS-BH-EOF-SW            PIC X(01) VALUE "N".
014200     88  WS-BH-EOF                   VALUE "Y".
014100 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
014100     88  WS-RO-EOF                   VALUE "Y".
014300 77  WS-SOURCE               PIC X(01).
014400     88  WS-SOURCE-SAVED             VALUE "S".
014500     88  WS-SOURCE-NEW               VALUE "N".
014600 77  WS-OUTPUT               PIC X(01).
014700     88  WS-OUTPUT-COUNT             VALUE "C".
014800     88  WS-OUTPUT-ALL               VALUE "A".
014900 77  WS-ENTRY-SW             PIC X(01) VALUE "N".
015000     88  WS-ENTRY-DONE               VALUE "Y".
015100 77  WS-CHANGED-SW           PIC X(01) VALUE "N".
015200     88  WS-CHANGED                  VALUE "Y".
015300 77  WS-NEW-SAVE-SW          PIC X(01) VALUE "N".
015400     88  WS-NEW-SAVE                 VALUE "Y".
015500 77  WS-MATCH-SW             PIC X(01) VALUE "N".
015600     88  WS-MATCHED                  VALUE "Y".
015700 77  WS-SELECTED-SW          PIC X(01) VALUE "N".
015800     88  WS-SELECTED                 VALUE "Y".
015900 77  WS-GROUP-SW             PIC X(01) VALUE "Y".
016000     88  WS-GROUP-TRUE               VALUE "Y".
016100 77  WS-TEST-SW              PIC X(01) VALUE "N".
016200     88  WS-TEST-TRUE                VALUE "Y".
016300 77  WS-CMP-NUMERIC-SW       PIC X(01) VALUE "N".
016400     88  WS-CMP-NUMERIC              VALUE "Y".
016500 77  WS-ROUTE-DONE-SW        PIC X(01) VALUE "N".
016600     88  WS-ROUTE-DONE               VALUE "Y".
016700 77  WS-USES-ROUTE-SW        PIC X(01) VALUE "N".
016800     88  WS-USES-ROUTE               VALUE "Y".
016900 77  WS-USES-UNITS-SW        PIC X(01) VALUE "N".
017000     88  WS-USES-UNITS               VALUE "Y".
017100 77  WS-HIST-OPEN-SW         PIC X(01) VALUE "N".
017200     88  WS-HIST-OPEN                VALUE "Y".
017300 77  WS-CUST-OPEN-SW         PIC X(01) VALUE "N".
017400     88  WS-CUST-OPEN                VALUE "Y".

017500*-----------------------------------------------------------*
017600*    OPERATOR AND RUN-AUDIT FIELDS                             *
017700*-----------------------------------------------------------*
017800 77  WS-OPERATOR-ID          PIC X(08).
017900 77  WS-SYSTEM-DATE          PIC 9(08).
018000 77  WS-SYSTEM-TIME          PIC 9(08).
018100 77  WS-RUN-NAME             PIC X(12) VALUE SPACES.
018200 77  WS-SAVE-NAME            PIC X(12) VALUE SPACES.
018300 01  WS-RUN-DATE-PARTS.
018400     05  WS-RUN-YYYY         PIC 9(04).
018500     05  WS-RUN-MM           PIC 9(02).
018600     05  FILLER              PIC 9(02).

018700*-----------------------------------------------------------*
018800*    CRITERION ENTRY                                           *
018900*-----------------------------------------------------------*
019000 77  WS-IN-FIELD             PIC X(10).
019100     88  WS-FLD-TEXT                 VALUE "CLASS" "SERVICE"
019200                                           "STATUS" "ZONE"
019300                                           "WARD" "ROUTE"
019400                                           "GRADE" "DUNLEVEL"
019500                                           "SUBSIDY" "PREPAID"
019600                                           "BUDGET" "PAPERLESS".
019700     88  WS-FLD-NUMERIC              VALUE "ARREARS" "CREDIT"
019800                                           "AVGUNITS".
019900 77  WS-IN-OPER              PIC X(02).
020000 77  WS-IN-CONNECT           PIC X(03).
020100     88  WS-IN-CONN-VALID            VALUE "AND" "OR " "   ".
020200 77  WS-IN-TEXT              PIC X(04).
020300 77  WS-IN-AMT               PIC 9(09)V99.
020400 77  WS-IN-PERIODS           PIC 9(02).

020500*-----------------------------------------------------------*
020600*    THE SELECTION BEING RUN                                   *
020700*-----------------------------------------------------------*
020800 COPY SELDEF.
020900 01  WS-CRIT-SUB             PIC 9(02) VALUE ZERO.
021000 01  WS-CMP-TEXT             PIC X(04).
021100 01  WS-CMP-AMT              PIC 9(09)V99.

021200*-----------------------------------------------------------*
021300*    SAVED SELECTIONS, HELD WHOLE AND WRITTEN BACK WHEN ONE    *
021400*    IS ADDED OR RE-RUN                                        *
021500*-----------------------------------------------------------*
021600 01  WS-SD-TABLE.
021700     05  WS-SD-ENTRY OCCURS 100 TIMES.
021800         10  WS-SD-IMAGE         PIC X(575).
021900         10  WS-SD-KEY REDEFINES WS-SD-IMAGE.
022000             15  WS-SD-NAME      PIC X(12).
022100             15  FILLER          PIC X(563).
022200 01  WS-SD-COUNT                 PIC 9(03) VALUE ZERO.
022300 01  WS-SD-SUB                   PIC 9(03) VALUE ZERO.
022400 01  WS-FOUND-SUB                PIC 9(03) VALUE ZERO.

022500*-----------------------------------------------------------*
022600*    ROUTE BOOK, KEYED HERE BY METER NUMBER SO EACH PREMISES   *
022700*    CARRIES ITS READING ROUTE                                 *
022800*-----------------------------------------------------------*
022900 01  WS-BOOK-TABLE.
023000     05  WS-BK-ENTRY OCCURS 2000 TIMES
023100                     INDEXED BY WS-BK-IDX.
023200         10  WS-BK-METER-NO      PIC X(12).
023300         10  WS-BK-ROUTE-ID      PIC X(04).
023400 01  WS-BOOK-COUNT               PIC 9(04) VALUE ZERO.
023500 77  WS-WORK-ROUTE               PIC X(04) VALUE SPACES.

023600*-----------------------------------------------------------*
023700*    AVERAGE UNITS OVER THE LAST N PERIODS                     *
023800*-----------------------------------------------------------*
023900 77  WS-MONTHS               PIC 9(06) VALUE ZERO.
024000 77  WS-FROM-YYYY            PIC 9(04) VALUE ZERO.
024100 77  WS-FROM-MM              PIC 9(02) VALUE ZERO.
024200 77  WS-FROM-PERIOD          PIC 9(06) VALUE ZERO.
024300 77  WS-UNITS-SUM            PIC 9(09) VALUE ZERO.
024400 77  WS-UNITS-BILLS          PIC 9(03) VALUE ZERO.
024500 77  WS-AVG-UNITS            PIC 9(07)V99 VALUE ZERO.

024600*-----------------------------------------------------------*
024700*    CONTROL TOTALS                                            *
024800*-----------------------------------------------------------*
024900 77  WS-CUSTS-READ           PIC 9(07) VALUE ZERO.
025000 77  WS-SELECTED-COUNT       PIC 9(07) VALUE ZERO.
025100 77  WS-SELECTED-ARREARS     PIC 9(11)V99 VALUE ZERO.
025200 77  WS-LABEL-COUNT          PIC 9(07) VALUE ZERO.
025300 77  WS-LABEL-WITHHELD       PIC 9(07) VALUE ZERO.
025400 77  WS-NOTIF-LINES          PIC 9(07) VALUE ZERO.
025500 77  WS-NOTIF-SKIPPED        PIC 9(07) VALUE ZERO.
025600 77  WS-NOTIF-TOTAL          PIC 9(11)V99 VALUE ZERO.

025700*-----------------------------------------------------------*
025800*    REPORT WORK FIELDS                                        *
025900*-----------------------------------------------------------*
026000 01  WS-RPT-LINE             PIC X(100).
026100 01  WS-CRIT-TEXT            PIC X(60).
026200 01  WS-LOW-ED               PIC Z(08)9.99.
026300 01  WS-HIGH-ED              PIC Z(08)9.99.
026400 01  WS-ARR-ED               PIC Z(06)9.99.
026500 01  WS-CNT-ED               PIC ZZZZZZ9.
026600 01  WS-TRL-CNT-ED           PIC 9(07).
026700 01  WS-TRL-AMT-ED           PIC 9(11).99.
026700 COPY RPTPARM.

026800 PROCEDURE DIVISION.
026900 0000-MAINLINE SECTION.
027000     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
027100     IF NOT WS-ABORT
027200         PERFORM 2000-SELECT-CUSTOMER THRU 2000-EXIT
027300             UNTIL WS-EOF
027400         PERFORM 8400-WRITE-TOTALS THRU 8400-EXIT
027500     END-IF.
027600     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
027700     STOP RUN.

027800 1000-INITIALIZE.
027900     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
028000     ACCEPT WS-SYSTEM-TIME FROM TIME.
028100     MOVE WS-SYSTEM-DATE TO WS-RUN-DATE-PARTS.
028200     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
028300     ACCEPT WS-OPERATOR-ID.
028400     OPEN EXTEND RUNLOG.
028500     IF NOT FS-RUNLOG-OK
028600         DISPLAY "BILCAMP: UNABLE TO OPEN RUNLOG, STATUS "
028700             FS-RUNLOG
028800         MOVE "Y" TO WS-ABORT-SW
028900         GO TO 1000-EXIT
029000     END-IF.
029100     PERFORM 1100-LOAD-SELECTIONS THRU 1100-EXIT.
029200     IF WS-ABORT
029300         GO TO 1000-EXIT
029400     END-IF.
029500     DISPLAY "SELECTION (S=SAVED BY NAME N=NEW CRITERIA): "
029600         WITH NO ADVANCING.
029700     ACCEPT WS-SOURCE.
029800     EVALUATE TRUE
029900         WHEN WS-SOURCE-SAVED
030000             PERFORM 1200-RECALL-SELECTION THRU 1200-EXIT
030100         WHEN WS-SOURCE-NEW
030200             PERFORM 1300-ENTER-CRITERIA   THRU 1300-EXIT
030300         WHEN OTHER
030400             DISPLAY "BILCAMP: SELECTION MUST BE S OR N"
030500             MOVE "Y" TO WS-ABORT-SW
030600     END-EVALUATE.
030700     IF WS-ABORT
030800         GO TO 1000-EXIT
030900     END-IF.
031000     DISPLAY "OUTPUT (C=COUNT ONLY A=LIST, LABELS AND EXTRACT): "
031100         WITH NO ADVANCING.
031200     ACCEPT WS-OUTPUT.
031300     IF NOT WS-OUTPUT-COUNT AND NOT WS-OUTPUT-ALL
031400         DISPLAY "BILCAMP: OUTPUT MUST BE C OR A"
031500         MOVE "Y" TO WS-ABORT-SW
031600         GO TO 1000-EXIT
031700     END-IF.
031800     PERFORM 1400-NOTE-FIELDS-USED THRU 1400-EXIT
031900         VARYING WS-CRIT-SUB FROM 1 BY 1
032000         UNTIL WS-CRIT-SUB > SD-CRIT-COUNT.
032100     OPEN INPUT CUSTMAS.
032200     IF NOT FS-CUSTMAS-OK
032300         DISPLAY "BILCAMP: UNABLE TO OPEN CUSTMAS, STATUS "
032400             FS-CUSTMAS
032500         MOVE "Y" TO WS-ABORT-SW
032600         GO TO 1000-EXIT
032700     END-IF.
032800     MOVE "Y" TO WS-CUST-OPEN-SW.
032900     IF WS-USES-UNITS
033000         OPEN INPUT BILLHIST
033100         IF NOT FS-BILLHIST-OK
033200             DISPLAY "BILCAMP: UNABLE TO OPEN BILLHIST, STATUS "
033300                 FS-BILLHIST
033400             MOVE "Y" TO WS-ABORT-SW
033500             GO TO 1000-EXIT
033600         END-IF
033700         MOVE "Y" TO WS-HIST-OPEN-SW
033800     END-IF.
033900     IF WS-USES-ROUTE OR WS-OUTPUT-ALL
034000         PERFORM 1500-LOAD-ROUTE-BOOK THRU 1500-EXIT
034100     END-IF.
034200     IF WS-ABORT
034300         GO TO 1000-EXIT
034400     END-IF.
034500     IF WS-OUTPUT-ALL
034600         PERFORM 1600-OPEN-OUTPUTS THRU 1600-EXIT
034700     END-IF.
034800     IF WS-ABORT
034900         GO TO 1000-EXIT
035000     END-IF.
035100     PERFORM 2900-READ-CUSTOMER THRU 2900-EXIT.
035200 1000-EXIT.
035300     EXIT.

035400*-----------------------------------------------------------*
035500*    SAVED SELECTIONS.  NO SELDEF YET SIMPLY MEANS NOTHING     *
035600*    HAS BEEN SAVED.                                           *
035700*-----------------------------------------------------------*
035800 1100-LOAD-SELECTIONS.
035900     OPEN INPUT SELDEF.
036000     IF FS-SELDEF-NOFILE
036100         GO TO 1100-EXIT
036200     END-IF.
036300     IF NOT FS-SELDEF-OK
036400         DISPLAY "BILCAMP: UNABLE TO OPEN SELDEF, STATUS "
036500             FS-SELDEF
036600         MOVE "Y" TO WS-ABORT-SW
036700         GO TO 1100-EXIT
036800     END-IF.
036900     READ SELDEF
037000         AT END
037100             MOVE "Y" TO WS-SD-EOF-SW
037200     END-READ.
037300     PERFORM 1110-STORE-SELECTION THRU 1110-EXIT
037400         UNTIL WS-SD-EOF.
037500     CLOSE SELDEF.
037600 1100-EXIT.
037700     EXIT.

037800 1110-STORE-SELECTION.
037900     IF WS-SD-COUNT >= 100
038000         DISPLAY "BILCAMP: SELECTION TABLE FULL - RUN"
038100             " ABANDONED BEFORE A SELECTION COULD BE LOST"
038200         MOVE "Y" TO WS-ABORT-SW
038300         MOVE "Y" TO WS-SD-EOF-SW
038400         GO TO 1110-EXIT
038500     END-IF.
038600     ADD 1 TO WS-SD-COUNT.
038700     MOVE SF-RECORD TO WS-SD-IMAGE(WS-SD-COUNT).
038800     READ SELDEF
038900         AT END
039000             MOVE "Y" TO WS-SD-EOF-SW
039100     END-READ.
039200 1110-EXIT.
039300     EXIT.

039400 1200-RECALL-SELECTION.
039500     DISPLAY "SELECTION NAME: " WITH NO ADVANCING.
039600     ACCEPT WS-RUN-NAME.
039700     PERFORM 1250-FIND-SELECTION THRU 1250-EXIT.
039800     IF NOT WS-MATCHED
039900         DISPLAY "BILCAMP: NO SAVED SELECTION " WS-RUN-NAME
040000         MOVE "Y" TO WS-ABORT-SW
040100         GO TO 1200-EXIT
040200     END-IF.
040300     MOVE WS-SD-IMAGE(WS-FOUND-SUB) TO SD-RECORD.
040400     DISPLAY "BILCAMP: " SD-SEL-NAME " - " SD-DESCRIPTION.
040500     PERFORM 1260-SHOW-CRITERION THRU 1260-EXIT
040600         VARYING WS-CRIT-SUB FROM 1 BY 1
040700         UNTIL WS-CRIT-SUB > SD-CRIT-COUNT.
040800 1200-EXIT.
040900     EXIT.

041000 1250-FIND-SELECTION.
041100     MOVE "N" TO WS-MATCH-SW.
041200     PERFORM 1255-MATCH-SELECTION THRU 1255-EXIT
041300         VARYING WS-SD-SUB FROM 1 BY 1
041400         UNTIL WS-SD-SUB > WS-SD-COUNT OR WS-MATCHED.
041500 1250-EXIT.
041600     EXIT.

041700 1255-MATCH-SELECTION.
041800     IF WS-SD-NAME(WS-SD-SUB) = WS-RUN-NAME
041900         MOVE "Y" TO WS-MATCH-SW
042000         MOVE WS-SD-SUB TO WS-FOUND-SUB
042100     END-IF.
042200 1255-EXIT.
042300     EXIT.

042400 1260-SHOW-CRITERION.
042500     PERFORM 7000-FORMAT-CRITERION THRU 7000-EXIT.
042600     DISPLAY "  " WS-CRIT-TEXT.
042700 1260-EXIT.
042800     EXIT.

042900*-----------------------------------------------------------*
043000*    NEW CRITERIA, KEYED ONE AT A TIME UNTIL THE OPERATOR      *
043100*    GIVES NO JOIN TO A NEXT ONE, THEN OPTIONALLY SAVED.       *
043200*-----------------------------------------------------------*
043300 1300-ENTER-CRITERIA.
043400     MOVE SPACES TO SD-RECORD.
043500     MOVE ZERO TO SD-CREATED-DATE SD-LAST-RUN-DATE
043600                  SD-LAST-RUN-COUNT SD-CRIT-COUNT.
043700     DISPLAY "FIELDS: CLASS SERVICE STATUS ZONE WARD ROUTE"
043800         " GRADE DUNLEVEL".
043900     DISPLAY "        SUBSIDY PREPAID BUDGET PAPERLESS (Y OR N)".
044000     DISPLAY "        ARREARS CREDIT (RUPEES)"
044100         " AVGUNITS (UNITS PER BILL)".
044200     DISPLAY "TESTS:  EQ NE GE LE BT (BETWEEN, ENDS INCLUDED)"
044300         " - AND BINDS TIGHTER THAN OR".
044400     MOVE "N" TO WS-ENTRY-SW.
044500     PERFORM 1310-ENTER-ONE-CRITERION THRU 1310-EXIT
044600         UNTIL WS-ENTRY-DONE.
044700     IF SD-CRIT-COUNT = ZERO
044800         DISPLAY "BILCAMP: NO CRITERIA KEYED - NOTHING TO SELECT"
044900         MOVE "Y" TO WS-ABORT-SW
045000         GO TO 1300-EXIT
045100     END-IF.
045200     DISPLAY "SAVE AS (BLANK = DO NOT SAVE): " WITH NO ADVANCING.
045300     ACCEPT WS-SAVE-NAME.
045400     IF WS-SAVE-NAME = SPACES
045500         MOVE "ONE-OFF" TO WS-RUN-NAME
045600         MOVE "ONE-OFF" TO SD-SEL-NAME
045700         GO TO 1300-EXIT
045800     END-IF.
045900     MOVE WS-SAVE-NAME TO WS-RUN-NAME.
046000     PERFORM 1250-FIND-SELECTION THRU 1250-EXIT.
046100     IF WS-MATCHED
046200         DISPLAY "BILCAMP: " WS-SAVE-NAME " IS ALREADY SAVED -"
046300             " RUN AS A ONE-OFF, NOT SAVED"
046400         MOVE "ONE-OFF" TO WS-RUN-NAME
046500         MOVE "ONE-OFF" TO SD-SEL-NAME
046600         GO TO 1300-EXIT
046700     END-IF.
046800     IF WS-SD-COUNT >= 100
046900         DISPLAY "BILCAMP: SELECTION TABLE FULL -"
047000             " RUN AS A ONE-OFF, NOT SAVED"
047100         MOVE "ONE-OFF" TO WS-RUN-NAME
047200         MOVE "ONE-OFF" TO SD-SEL-NAME
047300         GO TO 1300-EXIT
047400     END-IF.
047500     DISPLAY "DESCRIPTION: " WITH NO ADVANCING.
047600     ACCEPT SD-DESCRIPTION.
047700     MOVE WS-SAVE-NAME   TO SD-SEL-NAME.
047800     MOVE WS-OPERATOR-ID TO SD-CREATED-BY.
047900     MOVE WS-SYSTEM-DATE TO SD-CREATED-DATE.
048000     ADD 1 TO WS-SD-COUNT.
048100     MOVE WS-SD-COUNT TO WS-FOUND-SUB.
048200     MOVE "Y" TO WS-NEW-SAVE-SW.
048300 1300-EXIT.
048400     EXIT.

048500 1310-ENTER-ONE-CRITERION.
048600     COMPUTE WS-CRIT-SUB = SD-CRIT-COUNT + 1.
048700     DISPLAY "CRITERION " WS-CRIT-SUB " FIELD (BLANK = NO MORE): "
048800         WITH NO ADVANCING.
048900     ACCEPT WS-IN-FIELD.
049000     IF WS-IN-FIELD = SPACES
049100         MOVE "Y" TO WS-ENTRY-SW
049200         GO TO 1310-EXIT
049300     END-IF.
049400     IF NOT WS-FLD-TEXT AND NOT WS-FLD-NUMERIC
049500         DISPLAY "BILCAMP: UNKNOWN FIELD " WS-IN-FIELD
049600         GO TO 1310-EXIT
049700     END-IF.
049800     DISPLAY "  TEST (EQ NE GE LE BT): " WITH NO ADVANCING.
049900     ACCEPT WS-IN-OPER.
050000     MOVE WS-IN-FIELD TO SD-FIELD(WS-CRIT-SUB).
050100     MOVE WS-IN-OPER  TO SD-OPER(WS-CRIT-SUB).
050200     IF NOT SD-OP-VALID(WS-CRIT-SUB)
050300         DISPLAY "BILCAMP: UNKNOWN TEST " WS-IN-OPER
050400         GO TO 1310-EXIT
050500     END-IF.
050600     MOVE SPACES TO SD-LOW-TEXT(WS-CRIT-SUB)
050700                    SD-HIGH-TEXT(WS-CRIT-SUB)
050800                    SD-CONNECT(WS-CRIT-SUB).
050900     MOVE ZERO   TO SD-LOW-AMT(WS-CRIT-SUB)
051000                    SD-HIGH-AMT(WS-CRIT-SUB)
051100                    SD-PERIODS(WS-CRIT-SUB).
051200     IF WS-FLD-NUMERIC
051300         PERFORM 1320-ENTER-AMOUNTS THRU 1320-EXIT
051400     ELSE
051500         PERFORM 1330-ENTER-CODES   THRU 1330-EXIT
051600     END-IF.
051700     DISPLAY "  JOIN TO NEXT (AND / OR / BLANK = LAST): "
051800         WITH NO ADVANCING.
051900     ACCEPT WS-IN-CONNECT.
052000     IF NOT WS-IN-CONN-VALID
052100         DISPLAY "BILCAMP: JOIN MUST BE AND OR OR - CRITERION"
052200             " TAKEN AS THE LAST"
052300         MOVE SPACES TO WS-IN-CONNECT
052400     END-IF.
052500     MOVE WS-IN-CONNECT TO SD-CONNECT(WS-CRIT-SUB).
052600     MOVE WS-CRIT-SUB TO SD-CRIT-COUNT.
052700     IF WS-IN-CONNECT = SPACES OR SD-CRIT-COUNT >= 10
052800         MOVE SPACES TO SD-CONNECT(WS-CRIT-SUB)
052900         MOVE "Y" TO WS-ENTRY-SW
053000     END-IF.
053100 1310-EXIT.
053200     EXIT.

053300 1320-ENTER-AMOUNTS.
053400     IF WS-IN-FIELD = "AVGUNITS"
053500         DISPLAY "  OVER HOW MANY PERIODS (BLANK=3): "
053600             WITH NO ADVANCING
053700         ACCEPT WS-IN-PERIODS
053800         IF WS-IN-PERIODS NOT NUMERIC OR WS-IN-PERIODS = ZERO
053900             MOVE 3 TO WS-IN-PERIODS
054000         END-IF
054100         MOVE WS-IN-PERIODS TO SD-PERIODS(WS-CRIT-SUB)
054200     END-IF.
054300     IF SD-OP-BT(WS-CRIT-SUB)
054400         DISPLAY "  FROM: " WITH NO ADVANCING
054500     ELSE
054600         DISPLAY "  VALUE: " WITH NO ADVANCING
054700     END-IF.
054800     ACCEPT WS-IN-AMT.
054900     MOVE WS-IN-AMT TO SD-LOW-AMT(WS-CRIT-SUB).
055000     IF SD-OP-BT(WS-CRIT-SUB)
055100         DISPLAY "  TO: " WITH NO ADVANCING
055200         ACCEPT WS-IN-AMT
055300         MOVE WS-IN-AMT TO SD-HIGH-AMT(WS-CRIT-SUB)
055400     END-IF.
055500 1320-EXIT.
055600     EXIT.

055700 1330-ENTER-CODES.
055800     IF SD-OP-BT(WS-CRIT-SUB)
055900         DISPLAY "  FROM: " WITH NO ADVANCING
056000     ELSE
056100         DISPLAY "  VALUE: " WITH NO ADVANCING
056200     END-IF.
056300     ACCEPT WS-IN-TEXT.
056400     MOVE WS-IN-TEXT TO SD-LOW-TEXT(WS-CRIT-SUB).
056500     IF SD-OP-BT(WS-CRIT-SUB)
056600         DISPLAY "  TO: " WITH NO ADVANCING
056700         ACCEPT WS-IN-TEXT
056800         MOVE WS-IN-TEXT TO SD-HIGH-TEXT(WS-CRIT-SUB)
056900     END-IF.
057000 1330-EXIT.
057100     EXIT.

057200 1400-NOTE-FIELDS-USED.
057300     IF SD-FIELD(WS-CRIT-SUB) = "ROUTE"
057400         MOVE "Y" TO WS-USES-ROUTE-SW
057500     END-IF.
057600     IF SD-FIELD(WS-CRIT-SUB) = "AVGUNITS"
057700         MOVE "Y" TO WS-USES-UNITS-SW
057800     END-IF.
057900 1400-EXIT.
058000     EXIT.

058100 1500-LOAD-ROUTE-BOOK.
058200     OPEN INPUT RTEBOOK.
058300     IF NOT FS-RTEBOOK-OK
058400         IF WS-USES-ROUTE
058500             DISPLAY "BILCAMP: NO ROUTE BOOK - A ROUTE CRITERION"
058600                 " CANNOT BE TESTED"
058700             MOVE "Y" TO WS-ABORT-SW
058800         ELSE
058900             DISPLAY "BILCAMP: NO ROUTE BOOK - LIST PRINTS"
059000                 " WITHOUT ROUTES"
059100         END-IF
059200         GO TO 1500-EXIT
059300     END-IF.
059400     READ RTEBOOK
059500         AT END
059600             MOVE "Y" TO WS-RB-EOF-SW
059700     END-READ.
059800     PERFORM 1510-STORE-BOOK-ENTRY THRU 1510-EXIT
059900         UNTIL WS-RB-EOF.
060000     CLOSE RTEBOOK.
060100 1500-EXIT.
060200     EXIT.

060300 1510-STORE-BOOK-ENTRY.
060400     IF WS-BOOK-COUNT < 2000
060500         ADD 1 TO WS-BOOK-COUNT
060600         MOVE RB-METER-NO TO WS-BK-METER-NO(WS-BOOK-COUNT)
060700         MOVE RB-ROUTE-ID TO WS-BK-ROUTE-ID(WS-BOOK-COUNT)
060800     END-IF.
060900     READ RTEBOOK
061000         AT END
061100             MOVE "Y" TO WS-RB-EOF-SW
061200     END-READ.
061300 1510-EXIT.
061400     EXIT.

061500 1600-OPEN-OUTPUTS.
061600     OPEN OUTPUT CAMPLST.
061700     IF NOT FS-CAMPLST-OK
061800         DISPLAY "BILCAMP: UNABLE TO OPEN CAMPLST, STATUS "
061900             FS-CAMPLST
062000         MOVE "Y" TO WS-ABORT-SW
062100         GO TO 1600-EXIT
062200     END-IF.
062300     OPEN OUTPUT CAMPLBL.
062400     IF NOT FS-CAMPLBL-OK
062500         DISPLAY "BILCAMP: UNABLE TO OPEN CAMPLBL, STATUS "
062600             FS-CAMPLBL
062700         MOVE "Y" TO WS-ABORT-SW
062800         GO TO 1600-EXIT
062900     END-IF.
063000     OPEN OUTPUT NOTIFEXT.
063100     IF NOT FS-NOTIFEXT-OK
063200         DISPLAY "BILCAMP: UNABLE TO OPEN CAMPNOTF, STATUS "
063300             FS-NOTIFEXT
063400         MOVE "Y" TO WS-ABORT-SW
063500         GO TO 1600-EXIT
063600     END-IF.
063700     MOVE SPACES TO NE-RECORD.
063800     STRING "H," WS-SYSTEM-DATE "," WS-SYSTEM-DATE(1:6)
063900         ",BILCAMP" DELIMITED BY SIZE INTO NE-RECORD.
064000     WRITE NE-RECORD.
064100     PERFORM 8000-WRITE-HEADER THRU 8000-EXIT.
064200 1600-EXIT.
064300     EXIT.

064400*-----------------------------------------------------------*
064500*    ONE CUSTOMER - TESTED AGAINST THE CRITERIA AND, IF        *
064600*    SELECTED, COUNTED AND WRITTEN TO THE OUTPUTS.             *
064700*-----------------------------------------------------------*
064800 2000-SELECT-CUSTOMER.
064900     ADD 1 TO WS-CUSTS-READ.
065000     MOVE "N" TO WS-ROUTE-DONE-SW.
065100     MOVE "N" TO WS-SELECTED-SW.
065200     MOVE "Y" TO WS-GROUP-SW.
065300     PERFORM 2100-TEST-CRITERION THRU 2100-EXIT
065400         VARYING WS-CRIT-SUB FROM 1 BY 1
065500         UNTIL WS-CRIT-SUB > SD-CRIT-COUNT OR WS-SELECTED.
065600     IF NOT WS-SELECTED
065700         GO TO 2000-NEXT
065800     END-IF.
065900     ADD 1 TO WS-SELECTED-COUNT.
066000     ADD CM-ARREARS TO WS-SELECTED-ARREARS.
066100     IF WS-OUTPUT-ALL
066200         PERFORM 2500-FIND-ROUTE THRU 2500-EXIT
066300         PERFORM 8100-WRITE-LIST-LINE THRU 8100-EXIT
066400         PERFORM 8200-WRITE-LABEL THRU 8200-EXIT
066500         PERFORM 8300-WRITE-EXTRACT THRU 8300-EXIT
066600     END-IF.
066700 2000-NEXT.
066800     PERFORM 2900-READ-CUSTOMER THRU 2900-EXIT.
066900 2000-EXIT.
067000     EXIT.

067100*-----------------------------------------------------------*
067200*    ONE CRITERION.  WHILE THE CURRENT AND-GROUP IS STILL      *
067300*    TRUE THE TEST IS APPLIED; AT AN OR, OR THE LAST           *
067400*    CRITERION, A GROUP STILL TRUE SELECTS THE CUSTOMER AND A  *
067500*    FRESH GROUP STARTS.                                       *
067600*-----------------------------------------------------------*
067700 2100-TEST-CRITERION.
067800     IF WS-GROUP-TRUE
067900         PERFORM 2200-LOAD-FIELD-VALUE THRU 2200-EXIT
068000         PERFORM 2300-APPLY-TEST THRU 2300-EXIT
068100         IF NOT WS-TEST-TRUE
068200             MOVE "N" TO WS-GROUP-SW
068300         END-IF
068400     END-IF.
068500     IF SD-CONN-OR(WS-CRIT-SUB) OR WS-CRIT-SUB = SD-CRIT-COUNT
068600         IF WS-GROUP-TRUE
068700             MOVE "Y" TO WS-SELECTED-SW
068800         END-IF
068900         MOVE "Y" TO WS-GROUP-SW
069000     END-IF.
069100 2100-EXIT.
069200     EXIT.

069300 2200-LOAD-FIELD-VALUE.
069400     MOVE SPACES TO WS-CMP-TEXT.
069500     MOVE ZERO TO WS-CMP-AMT.
069600     MOVE "N" TO WS-CMP-NUMERIC-SW.
069700     EVALUATE SD-FIELD(WS-CRIT-SUB)
069800         WHEN "CLASS"
069900             MOVE CM-CUST-CLASS TO WS-CMP-TEXT
070000         WHEN "SERVICE"
070100             MOVE CM-SERVICE-TYPE TO WS-CMP-TEXT
070200         WHEN "STATUS"
070300             MOVE CM-CONN-STATUS TO WS-CMP-TEXT
070400         WHEN "ZONE"
070500             MOVE CM-ZONE-CODE TO WS-CMP-TEXT
070600         WHEN "WARD"
070700             MOVE CM-WARD-CODE TO WS-CMP-TEXT
070800         WHEN "ROUTE"
070900             PERFORM 2500-FIND-ROUTE THRU 2500-EXIT
071000             MOVE WS-WORK-ROUTE TO WS-CMP-TEXT
071100         WHEN "GRADE"
071200             MOVE CM-PAY-GRADE TO WS-CMP-TEXT
071300         WHEN "DUNLEVEL"
071400             MOVE CM-DUNNING-LEVEL TO WS-CMP-TEXT
071500         WHEN "SUBSIDY"
071600             MOVE "N" TO WS-CMP-TEXT
071700             IF CM-SUBSIDY-ELIGIBLE
071800                 MOVE "Y" TO WS-CMP-TEXT
071900             END-IF
072000         WHEN "PREPAID"
072100             MOVE "N" TO WS-CMP-TEXT
072200             IF CM-PREPAID
072300                 MOVE "Y" TO WS-CMP-TEXT
072400             END-IF
072500         WHEN "BUDGET"
072600             MOVE "N" TO WS-CMP-TEXT
072700             IF CM-BUDGET-ENROLLED
072800                 MOVE "Y" TO WS-CMP-TEXT
072900             END-IF
073000         WHEN "PAPERLESS"
073100             MOVE "N" TO WS-CMP-TEXT
073200             IF CM-PAPERLESS
073300                 MOVE "Y" TO WS-CMP-TEXT
073400             END-IF
073500         WHEN "ARREARS"
073600             MOVE "Y" TO WS-CMP-NUMERIC-SW
073700             MOVE CM-ARREARS TO WS-CMP-AMT
073800         WHEN "CREDIT"
073900             MOVE "Y" TO WS-CMP-NUMERIC-SW
074000             MOVE CM-CREDIT-BALANCE TO WS-CMP-AMT
074100         WHEN "AVGUNITS"
074200             MOVE "Y" TO WS-CMP-NUMERIC-SW
074300             PERFORM 2600-AVERAGE-UNITS THRU 2600-EXIT
074400             MOVE WS-AVG-UNITS TO WS-CMP-AMT
074500     END-EVALUATE.
074600 2200-EXIT.
074700     EXIT.

074800 2300-APPLY-TEST.
074900     MOVE "N" TO WS-TEST-SW.
075000     IF WS-CMP-NUMERIC
075100         PERFORM 2310-TEST-AMOUNT THRU 2310-EXIT
075200     ELSE
075300         PERFORM 2320-TEST-CODE   THRU 2320-EXIT
075400     END-IF.
075500 2300-EXIT.
075600     EXIT.

075700 2310-TEST-AMOUNT.
075800     EVALUATE TRUE
075900         WHEN SD-OP-EQ(WS-CRIT-SUB)
076000             IF WS-CMP-AMT = SD-LOW-AMT(WS-CRIT-SUB)
076100                 MOVE "Y" TO WS-TEST-SW
076200             END-IF
076300         WHEN SD-OP-NE(WS-CRIT-SUB)
076400             IF WS-CMP-AMT NOT = SD-LOW-AMT(WS-CRIT-SUB)
076500                 MOVE "Y" TO WS-TEST-SW
076600             END-IF
076700         WHEN SD-OP-GE(WS-CRIT-SUB)
076800             IF WS-CMP-AMT >= SD-LOW-AMT(WS-CRIT-SUB)
076900                 MOVE "Y" TO WS-TEST-SW
077000             END-IF
077100         WHEN SD-OP-LE(WS-CRIT-SUB)
077200             IF WS-CMP-AMT <= SD-LOW-AMT(WS-CRIT-SUB)
077300                 MOVE "Y" TO WS-TEST-SW
077400             END-IF
077500         WHEN SD-OP-BT(WS-CRIT-SUB)
077600             IF WS-CMP-AMT >= SD-LOW-AMT(WS-CRIT-SUB)
077700                AND WS-CMP-AMT <= SD-HIGH-AMT(WS-CRIT-SUB)
077800                 MOVE "Y" TO WS-TEST-SW
077900             END-IF
078000     END-EVALUATE.
078100 2310-EXIT.
078200     EXIT.

078300 2320-TEST-CODE.
078400     EVALUATE TRUE
078500         WHEN SD-OP-EQ(WS-CRIT-SUB)
078600             IF WS-CMP-TEXT = SD-LOW-TEXT(WS-CRIT-SUB)
078700                 MOVE "Y" TO WS-TEST-SW
078800             END-IF
078900         WHEN SD-OP-NE(WS-CRIT-SUB)
079000             IF WS-CMP-TEXT NOT = SD-LOW-TEXT(WS-CRIT-SUB)
079100                 MOVE "Y" TO WS-TEST-SW
079200             END-IF
079300         WHEN SD-OP-GE(WS-CRIT-SUB)
079400             IF WS-CMP-TEXT >= SD-LOW-TEXT(WS-CRIT-SUB)
079500                 MOVE "Y" TO WS-TEST-SW
079600             END-IF
079700         WHEN SD-OP-LE(WS-CRIT-SUB)
079800             IF WS-CMP-TEXT <= SD-LOW-TEXT(WS-CRIT-SUB)
079900                 MOVE "Y" TO WS-TEST-SW
080000             END-IF
080100         WHEN SD-OP-BT(WS-CRIT-SUB)
080200             IF WS-CMP-TEXT >= SD-LOW-TEXT(WS-CRIT-SUB)
080300                AND WS-CMP-TEXT <= SD-HIGH-TEXT(WS-CRIT-SUB)
080400                 MOVE "Y" TO WS-TEST-SW
080500             END-IF
080600     END-EVALUATE.
080700 2320-EXIT.
080800     EXIT.

080900 2500-FIND-ROUTE.
081000     IF WS-ROUTE-DONE
081100         GO TO 2500-EXIT
081200     END-IF.
081300     MOVE "Y" TO WS-ROUTE-DONE-SW.
081400     MOVE SPACES TO WS-WORK-ROUTE.
081500     IF WS-BOOK-COUNT = 0
081600         GO TO 2500-EXIT
081700     END-IF.
081800     SET WS-BK-IDX TO 1.
081900     SEARCH WS-BK-ENTRY
082000         AT END
082100             CONTINUE
082200         WHEN WS-BK-IDX > WS-BOOK-COUNT
082300             CONTINUE
082400         WHEN WS-BK-METER-NO(WS-BK-IDX) = CM-METER-NO
082500             MOVE WS-BK-ROUTE-ID(WS-BK-IDX) TO WS-WORK-ROUTE
082600     END-SEARCH.
082700 2500-EXIT.
082800     EXIT.

082900*-----------------------------------------------------------*
083000*    AVERAGE UNITS PER BILL OVER THE LAST N PERIODS, COUNTING  *
083100*    BACK FROM THE RUN MONTH.  ONLY ORDINARY BILLS COUNT - A   *
083200*    WRITE-OFF OR REVERSAL RECORD CARRIES NO CONSUMPTION.  A   *
083300*    CUSTOMER WITH NO BILL IN THE WINDOW AVERAGES ZERO.        *
083400*-----------------------------------------------------------*
083500 2600-AVERAGE-UNITS.
083600     MOVE ZERO TO WS-UNITS-SUM WS-UNITS-BILLS WS-AVG-UNITS.
083700     IF NOT WS-HIST-OPEN
083800         GO TO 2600-EXIT
083900     END-IF.
084000     COMPUTE WS-MONTHS = WS-RUN-YYYY * 12 + WS-RUN-MM - 1
084100         - SD-PERIODS(WS-CRIT-SUB).
084200     DIVIDE WS-MONTHS BY 12 GIVING WS-FROM-YYYY
084300         REMAINDER WS-FROM-MM.
084400     ADD 1 TO WS-FROM-MM.
084500     COMPUTE WS-FROM-PERIOD = WS-FROM-YYYY * 100 + WS-FROM-MM.
084600     MOVE CM-CUST-ID     TO BH-CUST-ID.
084700     MOVE WS-FROM-PERIOD TO BH-BILL-PERIOD.
084800     MOVE "N" TO WS-BH-EOF-SW.
084900     START BILLHIST KEY IS > BH-KEY
085000         INVALID KEY
085100             MOVE "Y" TO WS-BH-EOF-SW
085200     END-START.
085300     PERFORM 2610-ADD-ONE-BILL THRU 2610-EXIT
085400         UNTIL WS-BH-EOF.
085500     IF WS-UNITS-BILLS > ZERO
085600         COMPUTE WS-AVG-UNITS ROUNDED
085700             = WS-UNITS-SUM / WS-UNITS-BILLS
085800     END-IF.
085900 2600-EXIT.
086000     EXIT.

086100 2610-ADD-ONE-BILL.
086200     READ BILLHIST NEXT RECORD
086300         AT END
086400             MOVE "Y" TO WS-BH-EOF-SW
086500             GO TO 2610-EXIT
086600     END-READ.
086700     IF BH-CUST-ID NOT = CM-CUST-ID
086800         MOVE "Y" TO WS-BH-EOF-SW
086900         GO TO 2610-EXIT
087000     END-IF.
087100     IF BH-TYPE-BILL
087200         ADD BH-UNITS TO WS-UNITS-SUM
087300         ADD 1 TO WS-UNITS-BILLS
087400     END-IF.
087500 2610-EXIT.
087600     EXIT.

087700 2900-READ-CUSTOMER.
087800     READ CUSTMAS NEXT RECORD
087900         AT END
088000             MOVE "Y" TO WS-EOF-SW
088100     END-READ.
088200 2900-EXIT.
088300     EXIT.

088400*-----------------------------------------------------------*
088500*    ONE CRITERION AS A LINE OF TEXT, FOR THE SCREEN, THE      *
088600*    LIST HEADING AND SELLOG.                                  *
088700*-----------------------------------------------------------*
088800 7000-FORMAT-CRITERION.
088900     MOVE SPACES TO WS-CRIT-TEXT.
089000     IF SD-FIELD(WS-CRIT-SUB) = "ARREARS" OR "CREDIT"
089100                                 OR "AVGUNITS"
089200         MOVE SD-LOW-AMT(WS-CRIT-SUB)  TO WS-LOW-ED
089300         MOVE SD-HIGH-AMT(WS-CRIT-SUB) TO WS-HIGH-ED
089400         IF SD-OP-BT(WS-CRIT-SUB)
089500             STRING SD-FIELD(WS-CRIT-SUB) " "
089600                 SD-OPER(WS-CRIT-SUB) " " WS-LOW-ED " -"
089700                 WS-HIGH-ED DELIMITED BY SIZE INTO WS-CRIT-TEXT
089800         ELSE
089900             STRING SD-FIELD(WS-CRIT-SUB) " "
090000                 SD-OPER(WS-CRIT-SUB) " " WS-LOW-ED
090100                 DELIMITED BY SIZE INTO WS-CRIT-TEXT
090200         END-IF
090300     ELSE
090400         IF SD-OP-BT(WS-CRIT-SUB)
090500             STRING SD-FIELD(WS-CRIT-SUB) " "
090600                 SD-OPER(WS-CRIT-SUB) " " SD-LOW-TEXT(WS-CRIT-SUB)
090700                 " - " SD-HIGH-TEXT(WS-CRIT-SUB)
090800                 DELIMITED BY SIZE INTO WS-CRIT-TEXT
090900         ELSE
091000             STRING SD-FIELD(WS-CRIT-SUB) " "
091100                 SD-OPER(WS-CRIT-SUB) " " SD-LOW-TEXT(WS-CRIT-SUB)
091200                 DELIMITED BY SIZE INTO WS-CRIT-TEXT
091300         END-IF
091400     END-IF.
091500     IF SD-FIELD(WS-CRIT-SUB) = "AVGUNITS"
091600         MOVE "OVER"                  TO WS-CRIT-TEXT(42:4)
091700         MOVE SD-PERIODS(WS-CRIT-SUB) TO WS-CRIT-TEXT(47:2)
091800         MOVE "PERIODS"               TO WS-CRIT-TEXT(50:7)
091900     END-IF.
092000     MOVE SD-CONNECT(WS-CRIT-SUB) TO WS-CRIT-TEXT(58:3).
092100 7000-EXIT.
092200     EXIT.

092300*-----------------------------------------------------------*
092400*    LIST, LABELS AND EXTRACT                                  *
092500*-----------------------------------------------------------*
092600 8000-WRITE-HEADER.
092700     MOVE SPACES TO WS-RPT-LINE.
092800     STRING "CUSTOMER SELECTION - RUN " WS-SYSTEM-DATE " "
092900         WS-SYSTEM-TIME(1:4) " BY " WS-OPERATOR-ID
093000         DELIMITED BY SIZE INTO WS-RPT-LINE.
093100     WRITE CL-LINE FROM WS-RPT-LINE.
093200     MOVE SPACES TO WS-RPT-LINE.
093300     STRING "SELECTION " WS-RUN-NAME " " SD-DESCRIPTION
093400         DELIMITED BY SIZE INTO WS-RPT-LINE.
093500     WRITE CL-LINE FROM WS-RPT-LINE.
093600     MOVE "CRITERIA (AND BINDS TIGHTER THAN OR):" TO WS-RPT-LINE.
093700     WRITE CL-LINE FROM WS-RPT-LINE.
093800     PERFORM 8010-WRITE-CRITERION THRU 8010-EXIT
093900         VARYING WS-CRIT-SUB FROM 1 BY 1
094000         UNTIL WS-CRIT-SUB > SD-CRIT-COUNT.
094100     MOVE SPACES TO WS-RPT-LINE.
094200     WRITE CL-LINE FROM WS-RPT-LINE.
094300     MOVE "CUSTOMER   NAME                           CL ST ZN"
094400         & " WRD ROUT GR DL    ARREARS" TO WS-RPT-LINE.
094500     WRITE CL-LINE FROM WS-RPT-LINE.
094600 8000-EXIT.
094700     EXIT.

094800 8010-WRITE-CRITERION.
094900     PERFORM 7000-FORMAT-CRITERION THRU 7000-EXIT.
095000     MOVE SPACES TO WS-RPT-LINE.
095100     STRING "  " WS-CRIT-TEXT DELIMITED BY SIZE INTO WS-RPT-LINE.
095200     WRITE CL-LINE FROM WS-RPT-LINE.
095300 8010-EXIT.
095400     EXIT.

095500 8100-WRITE-LIST-LINE.
095600     MOVE CM-ARREARS TO WS-ARR-ED.
095700     MOVE SPACES TO WS-RPT-LINE.
095800     STRING CM-CUST-ID " " CM-NAME " " CM-CUST-CLASS "  "
095900         CM-CONN-STATUS "  " CM-ZONE-CODE " " CM-WARD-CODE " "
096000         WS-WORK-ROUTE " " CM-PAY-GRADE "  " CM-DUNNING-LEVEL
096100         " " WS-ARR-ED
096200         DELIMITED BY SIZE INTO WS-RPT-LINE.
096300     WRITE CL-LINE FROM WS-RPT-LINE.
096400 8100-EXIT.
096500     EXIT.

096600 8200-WRITE-LABEL.
096700     IF CM-UNDELIVERABLE
096800         ADD 1 TO WS-LABEL-WITHHELD
096900         GO TO 8200-EXIT
097000     END-IF.
097100     WRITE LB-LINE FROM CM-NAME.
097200     WRITE LB-LINE FROM CM-ADDR-LINE1.
097300     WRITE LB-LINE FROM CM-ADDR-LINE2.
097400     MOVE SPACES TO LB-LINE.
097500     STRING CM-ADDR-CITY " " CM-ADDR-STATE " " CM-ADDR-PIN
097600         DELIMITED BY SIZE INTO LB-LINE.
097700     WRITE LB-LINE.
097800     MOVE SPACES TO LB-LINE.
097900     WRITE LB-LINE.
098000     ADD 1 TO WS-LABEL-COUNT.
098100 8200-EXIT.
098200     EXIT.

098300 8300-WRITE-EXTRACT.
098400     IF CM-NOTIFY-NONE
098500         ADD 1 TO WS-NOTIF-SKIPPED
098600         GO TO 8300-EXIT
098700     END-IF.
098800     MOVE SPACES TO NE-RECORD.
098900     STRING CM-CUST-ID       DELIMITED BY SIZE
099000            ","              DELIMITED BY SIZE
099100            CM-NOTIFY-METHOD DELIMITED BY SIZE
099200            ","              DELIMITED BY SIZE
099300            CM-PHONE         DELIMITED BY SIZE
099400            ","              DELIMITED BY SIZE
099500            CM-EMAIL         DELIMITED BY SIZE
099600            ",CAMPAIGN,"     DELIMITED BY SIZE
099700            WS-RUN-NAME      DELIMITED BY SIZE
099800            ","              DELIMITED BY SIZE
099900            WS-SYSTEM-DATE   DELIMITED BY SIZE
100000       INTO NE-RECORD
100100     END-STRING.
100200     WRITE NE-RECORD.
100300     ADD 1 TO WS-NOTIF-LINES.
100400     ADD CM-ARREARS TO WS-NOTIF-TOTAL.
100500 8300-EXIT.
100600     EXIT.

100700 8400-WRITE-TOTALS.
100800     DISPLAY "BILCAMP: " WS-RUN-NAME " SELECTED "
100900         WS-SELECTED-COUNT " OF " WS-CUSTS-READ " CUSTOMER(S)".
101000     IF NOT WS-OUTPUT-ALL
101100         GO TO 8400-EXIT
101200     END-IF.
101300     MOVE SPACES TO WS-RPT-LINE.
101400     WRITE CL-LINE FROM WS-RPT-LINE.
101500     MOVE WS-CUSTS-READ TO WS-CNT-ED.
101600     MOVE SPACES TO WS-RPT-LINE.
101700     STRING "CUSTOMERS READ              " WS-CNT-ED
101800         DELIMITED BY SIZE INTO WS-RPT-LINE.
101900     WRITE CL-LINE FROM WS-RPT-LINE.
102000     MOVE WS-SELECTED-COUNT TO WS-CNT-ED.
102100     MOVE SPACES TO WS-RPT-LINE.
102200     STRING "CUSTOMERS SELECTED          " WS-CNT-ED
102300         DELIMITED BY SIZE INTO WS-RPT-LINE.
102400     WRITE CL-LINE FROM WS-RPT-LINE.
102500     MOVE WS-LABEL-COUNT TO WS-CNT-ED.
102600     MOVE SPACES TO WS-RPT-LINE.
102700     STRING "ADDRESS LABELS PRINTED      " WS-CNT-ED
102800         DELIMITED BY SIZE INTO WS-RPT-LINE.
102900     WRITE CL-LINE FROM WS-RPT-LINE.
103000     MOVE WS-LABEL-WITHHELD TO WS-CNT-ED.
103100     MOVE SPACES TO WS-RPT-LINE.
103200     STRING "  WITHHELD - UNDELIVERABLE  " WS-CNT-ED
103300         DELIMITED BY SIZE INTO WS-RPT-LINE.
103400     WRITE CL-LINE FROM WS-RPT-LINE.
103500     MOVE WS-NOTIF-LINES TO WS-CNT-ED.
103600     MOVE SPACES TO WS-RPT-LINE.
103700     STRING "SMS/EMAIL EXTRACT LINES     " WS-CNT-ED
103800         DELIMITED BY SIZE INTO WS-RPT-LINE.
103900     WRITE CL-LINE FROM WS-RPT-LINE.
104000     MOVE WS-NOTIF-SKIPPED TO WS-CNT-ED.
104100     MOVE SPACES TO WS-RPT-LINE.
104200     STRING "  SKIPPED - NO NOTIFICATION " WS-CNT-ED
104300         DELIMITED BY SIZE INTO WS-RPT-LINE.
104400     WRITE CL-LINE FROM WS-RPT-LINE.
104500     MOVE SPACES TO NE-RECORD.
104600     MOVE WS-NOTIF-LINES TO WS-TRL-CNT-ED.
104700     MOVE WS-NOTIF-TOTAL TO WS-TRL-AMT-ED.
104800     STRING "T," WS-TRL-CNT-ED "," WS-TRL-AMT-ED
104900         DELIMITED BY SIZE INTO NE-RECORD.
105000     WRITE NE-RECORD.
105100 8400-EXIT.
105200     EXIT.

105300 9000-TERMINATE.
105400     IF WS-CUST-OPEN
105500         CLOSE CUSTMAS
105600     END-IF.
105700     IF WS-HIST-OPEN
105800         CLOSE BILLHIST
105900     END-IF.
106000     IF WS-OUTPUT-ALL
106100         CLOSE CAMPLST
106100         PERFORM 9680-FILE-REPORT THRU 9680-EXIT
106200         CLOSE CAMPLBL
106300         CLOSE NOTIFEXT
106400     END-IF.
106500     IF NOT WS-ABORT
106600         PERFORM 9100-UPDATE-SELECTION THRU 9100-EXIT
106700         PERFORM 9200-WRITE-SELLOG THRU 9200-EXIT
106800     END-IF.
106900     IF FS-RUNLOG-OK
107000         PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT
107100         CLOSE RUNLOG
107200     END-IF.
107300 9000-EXIT.
107400     EXIT.

107500*-----------------------------------------------------------*
107600*    A NEW OR RE-RUN SAVED SELECTION IS STAMPED WITH THIS      *
107700*    RUN AND THE SAVED SELECTIONS ARE WRITTEN BACK.            *
107800*-----------------------------------------------------------*
107900 9100-UPDATE-SELECTION.
108000     IF NOT WS-SOURCE-SAVED AND NOT WS-NEW-SAVE
108100         GO TO 9100-EXIT
108200     END-IF.
108300     MOVE WS-SYSTEM-DATE    TO SD-LAST-RUN-DATE.
108400     MOVE WS-SELECTED-COUNT TO SD-LAST-RUN-COUNT.
108500     MOVE SD-RECORD TO WS-SD-IMAGE(WS-FOUND-SUB).
108600     OPEN OUTPUT SELDEF.
108700     IF NOT FS-SELDEF-OK
108800         DISPLAY "BILCAMP: UNABLE TO REWRITE SELDEF, STATUS "
108900             FS-SELDEF
109000         GO TO 9100-EXIT
109100     END-IF.
109200     PERFORM 9110-WRITE-ONE THRU 9110-EXIT
109300         VARYING WS-SD-SUB FROM 1 BY 1
109400         UNTIL WS-SD-SUB > WS-SD-COUNT.
109500     CLOSE SELDEF.
109600 9100-EXIT.
109700     EXIT.

109800 9110-WRITE-ONE.
109900     MOVE WS-SD-IMAGE(WS-SD-SUB) TO SF-RECORD.
110000     WRITE SF-RECORD.
110100 9110-EXIT.
110200     EXIT.

110300 9200-WRITE-SELLOG.
110400     OPEN EXTEND SELLOG.
110500     IF NOT FS-SELLOG-OK
110600         OPEN OUTPUT SELLOG
110700     END-IF.
110800     IF NOT FS-SELLOG-OK
110900         DISPLAY "BILCAMP: UNABLE TO OPEN SELLOG, STATUS "
111000             FS-SELLOG
111100         GO TO 9200-EXIT
111200     END-IF.
111300     PERFORM 9210-LOG-ONE-CRITERION THRU 9210-EXIT
111400         VARYING WS-CRIT-SUB FROM 1 BY 1
111500         UNTIL WS-CRIT-SUB > SD-CRIT-COUNT.
111600     CLOSE SELLOG.
111700 9200-EXIT.
111800     EXIT.

111900 9210-LOG-ONE-CRITERION.
112000     PERFORM 7000-FORMAT-CRITERION THRU 7000-EXIT.
112100     MOVE SPACES            TO SE-RECORD.
112200     MOVE WS-SYSTEM-DATE    TO SE-RUN-DATE.
112300     MOVE WS-SYSTEM-TIME    TO SE-RUN-TIME.
112400     MOVE WS-OPERATOR-ID    TO SE-OPERATOR-ID.
112500     MOVE WS-RUN-NAME       TO SE-SEL-NAME.
112600     MOVE WS-OUTPUT         TO SE-OUTPUT.
112700     MOVE WS-CRIT-SUB       TO SE-CRIT-SEQ.
112800     MOVE WS-CRIT-TEXT      TO SE-CRIT-TEXT.
112900     MOVE WS-SELECTED-COUNT TO SE-SELECTED-COUNT.
113000     WRITE SE-RECORD.
113100 9210-EXIT.
113200     EXIT.

113300 9600-WRITE-RUNLOG.
113400     MOVE "BILCAMP"         TO RL-PROGRAM-ID.
113500     MOVE WS-OPERATOR-ID    TO RL-OPERATOR-ID.
113600     MOVE WS-SYSTEM-DATE    TO RL-RUN-DATE.
113700     MOVE WS-SYSTEM-TIME    TO RL-RUN-TIME.
113800     MOVE WS-RUN-NAME       TO RL-INPUT-FILE.
113900     MOVE WS-CUSTS-READ     TO RL-RECORDS-READ.
114000     MOVE WS-SELECTED-COUNT TO RL-BILLS-PRODUCED.
114100     COMPUTE RL-EXCEPTIONS = WS-LABEL-WITHHELD + WS-NOTIF-SKIPPED.
114200     MOVE ZERO              TO RL-TOTAL-BILLED.
114300     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
114400     ACCEPT RL-END-TIME FROM TIME.
114500     WRITE RL-RECORD.
114600 9600-EXIT.
114700     EXIT.

114700 9680-FILE-REPORT.
114700     OPEN INPUT CAMPLST.
114700     IF NOT FS-CAMPLST-OK
114700         GO TO 9680-EXIT
114700     END-IF.
114700     MOVE "O"               TO RO-FUNCTION.
114700     MOVE "CAMPLST"         TO RO-REPORT-NAME.
114700     MOVE "BILCAMP"         TO RO-PROGRAM-ID.
114700     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
114700     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
114700     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
114700     MOVE ZERO              TO RO-PERIOD.
114700     CALL "BILRPTF" USING RO-PARMS.
114700     IF RO-OK
114700         MOVE "N" TO WS-RO-EOF-SW
114700         PERFORM 9690-FILE-LINE THRU 9690-EXIT
114700             UNTIL WS-RO-EOF
114700         MOVE "C"          TO RO-FUNCTION
114700         CALL "BILRPTF" USING RO-PARMS
114700     END-IF.
114700     CLOSE CAMPLST.
114700 9680-EXIT.
114700     EXIT.

114700 9690-FILE-LINE.
114700     READ CAMPLST
114700         AT END
114700             MOVE "Y" TO WS-RO-EOF-SW
114700             GO TO 9690-EXIT
114700     END-READ.
114700     MOVE "L"               TO RO-FUNCTION.
114700     MOVE CL-LINE           TO RO-LINE.
114700     CALL "BILRPTF" USING RO-PARMS.
114700 9690-EXIT.
114700     EXIT.
