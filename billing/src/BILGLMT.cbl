000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILGLMT.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-12.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILGLMT                                                     *
000900*  GENERAL LEDGER ACCOUNT MAPPING MAINTENANCE.  EVERY GL       *
001000*  EXTRACT LINE IS POSTED UNDER A POSTING TYPE (THE CHART      *
001100*  CODE THE PROGRAM HAS ALWAYS USED - 4000-REV, 2310-TAX-R     *
001200*  ...) AND BILGLAC LOOKS THE LEDGER ACCOUNT UP IN GLMAP BY    *
001300*  POSTING TYPE, SERVICE AND CUSTOMER CLASS AS AT THE POSTING  *
001400*  DATE, SO A CHANGE TO THE CHART IS A TABLE ROW, NOT A CODE   *
001500*  CHANGE.  FOUR FUNCTIONS:                                    *
001600*    A - ADD A MAPPING ROW (SUPERVISOR SIGN-ON; A KNOWN        *
001700*        POSTING TYPE, SERVICE E/W/*, CLASS R/C/I/T/*, AN      *
001800*        EFFECTIVE DATE AND THE LEDGER ACCOUNT REQUIRED).      *
001900*        A ROW IS NEVER CHANGED IN PLACE - A NEW ACCOUNT       *
002000*        FROM A LATER DATE IS A NEW ROW;                       *
002100*    X - WITHDRAW A ROW ENTERED IN ERROR (SUPERVISOR           *
002200*        SIGN-ON);                                             *
002300*    L - LIST THE ACTIVE TABLE;                                *
002400*    V - VALIDATION REPORT - DUPLICATE KEYS, ROWS NAMING AN    *
002500*        UNKNOWN POSTING TYPE, SERVICE OR CLASS, AND EVERY     *
002600*        POSTING TYPE WITH NO CATCH-ALL (* *) ROW IN FORCE     *
002700*        TODAY, WHICH WOULD FALL THROUGH TO ITS OWN CODE.      *
002800*        RUN AFTER EVERY CHANGE AND BEFORE THE BILLING CYCLE.  *
002900*-----------------------------------------------------------*
003000*  MODIFICATION HISTORY                                        *
003100*  DATE       INIT  DESCRIPTION                                *
003200*  2026-10-12 RSH   ORIGINAL                                   *
003200*  2026-10-15 RSH   KNOW THE DOUBTFUL-DEBT PROVISION POSTING   *
003200*                   TYPES 6110-PRV AND 6110-PRV-R.             *
003200*  2026-10-15 RSH   ADD THE FRANCHISEE SETTLEMENT, MUNICIPAL  *
003200*                   DUES OFFSET AND POWER-PURCHASE REVERSAL   *
003200*                   POSTING TYPES TO THE KNOWN LIST.          *
003200*  2026-10-15 RSH   THEFT ASSESSMENT ENERGY AND COMPOUNDING   *
003200*                   POSTING TYPES 4170-THF AND 4180-CMP.      *
003200*  2026-10-15 RSH   ADD THE ON-BILL FINANCING PRINCIPAL AND   *
003200*                   INTEREST POSTING TYPES 1270-OBF AND       *
003200*                   4190-OBI.                                 *
003200*  2026-10-15 RSH   FILE GLMRPT IN THE REPORT REPOSITORY     *
003200*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
003300*-----------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-370.
003700 OBJECT-COMPUTER.   IBM-370.

003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT GLMAP ASSIGN TO "GLMAP"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS FS-GLMAP.

004300     SELECT GLMRPT ASSIGN TO "GLMRPT"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS FS-GLMRPT.

004600     SELECT RUNLOG ASSIGN TO "RUNLOG"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS FS-RUNLOG.

004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  GLMAP
005200     LABEL RECORDS ARE STANDARD.
005300 COPY GLMAP.

005400 FD  GLMRPT
005500     LABEL RECORDS ARE STANDARD.
005600 01  GM-LINE                     PIC X(120).

005700 FD  RUNLOG
005800     LABEL RECORDS ARE STANDARD.
005900 COPY RUNLOG.

006000 WORKING-STORAGE SECTION.
006100*-----------------------------------------------------------*
006200*    FILE STATUS SWITCHES                                      *
006300*-----------------------------------------------------------*
006400 77  FS-GLMAP                PIC X(02).
006500     88  FS-GLMAP-OK                 VALUE "00".
006600 77  FS-GLMRPT               PIC X(02).
006700     88  FS-GLMRPT-OK                VALUE "00".
006800 77  FS-RUNLOG               PIC X(02).
006900     88  FS-RUNLOG-OK                VALUE "00".

007000*-----------------------------------------------------------*
007100*    PROGRAM SWITCHES AND WORK FIELDS                          *
007200*-----------------------------------------------------------*
007300 77  WS-ABORT-SW             PIC X(01) VALUE "N".
007400     88  WS-ABORT                    VALUE "Y".
007500 77  WS-GA-EOF-SW            PIC X(01) VALUE "N".
007600     88  WS-GA-EOF                   VALUE "Y".
007600 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
007600     88  WS-RO-EOF                   VALUE "Y".
007700 77  WS-KNOWN-SW             PIC X(01) VALUE "N".
007800     88  WS-KNOWN                    VALUE "Y".
007900 77  WS-CATCH-ALL-SW         PIC X(01) VALUE "N".
008000     88  WS-CATCH-ALL                VALUE "Y".
008100 77  WS-OPERATOR-ID          PIC X(08).
008200 77  WS-PASSWORD             PIC X(08).
008300 77  WS-SYSTEM-DATE          PIC 9(08).
008400 77  WS-SYSTEM-TIME          PIC 9(08).
008500 77  WS-FUNCTION             PIC X(01).
008600     88  WS-FUNC-ADD                 VALUE "A".
008700     88  WS-FUNC-WITHDRAW            VALUE "X".
008800     88  WS-FUNC-LIST                VALUE "L".
008900     88  WS-FUNC-VALIDATE            VALUE "V".
009000 77  WS-IN-POST-TYPE         PIC X(10).
009100 77  WS-IN-SERVICE           PIC X(01).
009200     88  WS-IN-SERVICE-VALID         VALUE "E" "W" "*".
009300 77  WS-IN-CLASS             PIC X(01).
009400     88  WS-IN-CLASS-VALID           VALUE "R" "C" "I" "T" "*".
009500 77  WS-IN-EFF-DATE          PIC 9(08).
009600 77  WS-IN-ACCOUNT-CODE      PIC X(10).
009700 77  WS-IN-ACCOUNT-DESC      PIC X(30).
009800 77  WS-FOUND-SUB            PIC 9(03) VALUE ZERO.
009900 77  WS-GA-SUB               PIC 9(03) VALUE ZERO.
010000 77  WS-DP-SUB               PIC 9(03) VALUE ZERO.
010100 77  WS-KT-SUB               PIC 9(03) VALUE ZERO.
010200 77  WS-ADDED-COUNT          PIC 9(03) VALUE ZERO.
010300 77  WS-WITHDRAWN-COUNT      PIC 9(03) VALUE ZERO.
010400 77  WS-ACTIVE-COUNT         PIC 9(03) VALUE ZERO.
010500 77  WS-PROBLEM-COUNT        PIC 9(03) VALUE ZERO.
010600 77  WS-CHECK-TYPE           PIC X(10).
010700 01  WS-RPT-LINE             PIC X(120).

010800 COPY SIGNPARM.

010900*-----------------------------------------------------------*
011000*    THE WHOLE TABLE, HELD IN STORAGE AND WRITTEN BACK WHOLE   *
011100*    AT END OF RUN.                                            *
011200*-----------------------------------------------------------*
011300 01  WS-GLMAP-TABLE.
011400     05  WS-GA-ENTRY OCCURS 500 TIMES.
011500         10  WS-GA-POST-TYPE     PIC X(10).
011600         10  WS-GA-SERVICE       PIC X(01).
011700         10  WS-GA-CLASS         PIC X(01).
011800         10  WS-GA-EFF-DATE      PIC 9(08).
011900         10  WS-GA-ACCOUNT-CODE  PIC X(10).
012000         10  WS-GA-ACCOUNT-DESC  PIC X(30).
012100         10  WS-GA-STATUS        PIC X(01).
012200         10  WS-GA-CHANGED-DATE  PIC 9(08).
012300         10  WS-GA-OPERATOR-ID   PIC X(08).
012400 01  WS-TABLE-COUNT              PIC 9(03) VALUE ZERO.

012500*-----------------------------------------------------------*
012600*    EVERY POSTING TYPE A PROGRAM WRITES TO THE GL EXTRACT.    *
012700*    A NEW POSTING TYPE IN ANY PROGRAM IS ADDED HERE TOO, OR   *
012800*    FINANCE CANNOT MAP IT.                                    *
012900*-----------------------------------------------------------*
013000 01  WS-KNOWN-TYPE-VALUES.
013100     05  FILLER  PIC X(10) VALUE "1210-RFD".
013200     05  FILLER  PIC X(10) VALUE "1210-RFD-R".
013300     05  FILLER  PIC X(10) VALUE "1260-TRV".
013400     05  FILLER  PIC X(10) VALUE "1260-TRV-R".
013410     05  FILLER  PIC X(10) VALUE "1270-OBF".
013500     05  FILLER  PIC X(10) VALUE "1310-ARR".
013600     05  FILLER  PIC X(10) VALUE "1310-ARR-R".
013600     05  FILLER  PIC X(10) VALUE "1310-DOF".
013700     05  FILLER  PIC X(10) VALUE "1320-ACR".
013800     05  FILLER  PIC X(10) VALUE "1320-ACR-R".
013900     05  FILLER  PIC X(10) VALUE "1350-TDS".
013900     05  FILLER  PIC X(10) VALUE "1370-FRN".
014000     05  FILLER  PIC X(10) VALUE "2310-TAX".
014100     05  FILLER  PIC X(10) VALUE "2310-TAX-R".
014200     05  FILLER  PIC X(10) VALUE "2330-DOF".
014200     05  FILLER  PIC X(10) VALUE "2330-DTY".
014300     05  FILLER  PIC X(10) VALUE "2330-DTY-R".
014300     05  FILLER  PIC X(10) VALUE "2370-FRN".
014400     05  FILLER  PIC X(10) VALUE "2400-DEP".
014500     05  FILLER  PIC X(10) VALUE "2450-UNC".
014600     05  FILLER  PIC X(10) VALUE "2900-RND".
014700     05  FILLER  PIC X(10) VALUE "4000-REV".
014800     05  FILLER  PIC X(10) VALUE "4000-REV-R".
014900     05  FILLER  PIC X(10) VALUE "4010-TRV".
015000     05  FILLER  PIC X(10) VALUE "4010-TRV-R".
015100     05  FILLER  PIC X(10) VALUE "4100-FEE".
015200     05  FILLER  PIC X(10) VALUE "4110-CHQ".
015300     05  FILLER  PIC X(10) VALUE "4120-TMP".
015400     05  FILLER  PIC X(10) VALUE "4130-LGL".
015500     05  FILLER  PIC X(10) VALUE "4140-LDC".
015600     05  FILLER  PIC X(10) VALUE "4150-SUS".
015700     05  FILLER  PIC X(10) VALUE "4160-MTR".
015710     05  FILLER  PIC X(10) VALUE "4170-THF".
015720     05  FILLER  PIC X(10) VALUE "4180-CMP".
015730     05  FILLER  PIC X(10) VALUE "4190-OBI".
015800     05  FILLER  PIC X(10) VALUE "4200-FUE".
015900     05  FILLER  PIC X(10) VALUE "4200-FUE-R".
016000     05  FILLER  PIC X(10) VALUE "4300-SEW".
016100     05  FILLER  PIC X(10) VALUE "4300-SEW-R".
016200     05  FILLER  PIC X(10) VALUE "4400-DEM".
016300     05  FILLER  PIC X(10) VALUE "4400-DEM-R".
016400     05  FILLER  PIC X(10) VALUE "4500-PFP".
016400     05  FILLER  PIC X(10) VALUE "4500-PFP-R".
016500     05  FILLER  PIC X(10) VALUE "4900-ACR".
016600     05  FILLER  PIC X(10) VALUE "4900-ACR-R".
016700     05  FILLER  PIC X(10) VALUE "5100-BUY".
016800     05  FILLER  PIC X(10) VALUE "5100-BUY-R".
016900     05  FILLER  PIC X(10) VALUE "5300-PFR".
016900     05  FILLER  PIC X(10) VALUE "5300-PFR-R".
017000     05  FILLER  PIC X(10) VALUE "5310-GRN".
017100     05  FILLER  PIC X(10) VALUE "6100-BDD".
017200     05  FILLER  PIC X(10) VALUE "6100-COM".
017210     05  FILLER  PIC X(10) VALUE "6110-PRV".
017220     05  FILLER  PIC X(10) VALUE "6110-PRV-R".
017300     05  FILLER  PIC X(10) VALUE "6200-DSC".
017400     05  FILLER  PIC X(10) VALUE "6300-WOR".
017500 01  WS-KNOWN-TYPE-TABLE REDEFINES WS-KNOWN-TYPE-VALUES.
017600     05  WS-KT-POST-TYPE         PIC X(10) OCCURS 56 TIMES.
017700 77  WS-KNOWN-TYPE-COUNT         PIC 9(03) VALUE 56.
017700 COPY RPTPARM.

017800 PROCEDURE DIVISION.
017900 0000-MAINLINE SECTION.
018000     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
018100     IF NOT WS-ABORT
018200         EVALUATE TRUE
018300             WHEN WS-FUNC-ADD
018400                 PERFORM 2000-ADD-MAPPING THRU 2000-EXIT
018500             WHEN WS-FUNC-WITHDRAW
018600                 PERFORM 3000-WITHDRAW-MAPPING THRU 3000-EXIT
018700             WHEN WS-FUNC-LIST
018800                 PERFORM 4000-LIST-TABLE THRU 4000-EXIT
018900             WHEN WS-FUNC-VALIDATE
019000                 PERFORM 5000-VALIDATE-TABLE THRU 5000-EXIT
019100             WHEN OTHER
019200                 DISPLAY "BILGLMT: UNKNOWN FUNCTION "
019300                     WS-FUNCTION
019400         END-EVALUATE
019500     END-IF.
019600     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
019700     STOP RUN.

019800 1000-INITIALIZE.
019900     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
020000     ACCEPT WS-SYSTEM-TIME FROM TIME.
020100     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
020200     ACCEPT WS-OPERATOR-ID.
020300     DISPLAY "FUNCTION (A=ADD X=WITHDRAW L=LIST V=VALIDATE): "
020400         WITH NO ADVANCING.
020500     ACCEPT WS-FUNCTION.
020600*    A MAPPING ROW DECIDES WHERE THE BOARD'S REVENUE IS BOOKED,
020700*    SO IT IS SIGNED FOR LIKE A RATE CHANGE.
020800     IF WS-FUNC-ADD OR WS-FUNC-WITHDRAW
020900         DISPLAY "PASSWORD: " WITH NO ADVANCING
021000         ACCEPT WS-PASSWORD
021100         MOVE WS-OPERATOR-ID TO SG-OPERATOR-ID
021200         MOVE WS-PASSWORD    TO SG-PASSWORD
021300         MOVE 2              TO SG-REQUIRED-LEVEL
021400         CALL "BILSIGN" USING SG-PARMS
021500         IF NOT SG-OK
021600             DISPLAY "BILGLMT: SIGN-ON REFUSED - RUN ABANDONED"
021700             MOVE "Y" TO WS-ABORT-SW
021800             GO TO 1000-EXIT
021900         END-IF
022000     END-IF.
022100     OPEN EXTEND RUNLOG.
022200     IF NOT FS-RUNLOG-OK
022300         DISPLAY "BILGLMT: UNABLE TO OPEN RUNLOG, STATUS "
022400             FS-RUNLOG
022500         MOVE "Y" TO WS-ABORT-SW
022600         GO TO 1000-EXIT
022700     END-IF.
022800     PERFORM 1100-LOAD-TABLE THRU 1100-EXIT.
022900     IF WS-FUNC-LIST OR WS-FUNC-VALIDATE
023000         OPEN OUTPUT GLMRPT
023100         IF NOT FS-GLMRPT-OK
023200             DISPLAY "BILGLMT: UNABLE TO OPEN GLMRPT, STATUS "
023300                 FS-GLMRPT
023400             MOVE "Y" TO WS-ABORT-SW
023500         END-IF
023600     END-IF.
023700 1000-EXIT.
023800     EXIT.

023900*-----------------------------------------------------------*
024000*    THE TABLE FILE IS OPTIONAL ON FIRST USE - THE FIRST ROW   *
024100*    CREATES IT.  UNTIL THEN BILGLAC POSTS EVERY LINE TO ITS   *
024200*    OWN POSTING TYPE, AS THE EXTRACTS ALWAYS DID.             *
024300*-----------------------------------------------------------*
024400 1100-LOAD-TABLE.
024500     OPEN INPUT GLMAP.
024600     IF NOT FS-GLMAP-OK
024700         GO TO 1100-EXIT
024800     END-IF.
024900     READ GLMAP
025000         AT END
025100             MOVE "Y" TO WS-GA-EOF-SW
025200     END-READ.
025300     PERFORM 1110-STORE-ONE THRU 1110-EXIT
025400         UNTIL WS-GA-EOF.
025500     CLOSE GLMAP.
025600 1100-EXIT.
025700     EXIT.

025800 1110-STORE-ONE.
025900     IF WS-TABLE-COUNT >= 500
026000         DISPLAY "BILGLMT: MAPPING TABLE FULL - RUN"
026100             " ABANDONED BEFORE A ROW COULD BE LOST"
026200         MOVE "Y" TO WS-ABORT-SW
026300         MOVE "Y" TO WS-GA-EOF-SW
026400         GO TO 1110-EXIT
026500     END-IF.
026600     ADD 1 TO WS-TABLE-COUNT.
026700     MOVE GA-POST-TYPE    TO WS-GA-POST-TYPE(WS-TABLE-COUNT).
026800     MOVE GA-SERVICE      TO WS-GA-SERVICE(WS-TABLE-COUNT).
026900     MOVE GA-CLASS        TO WS-GA-CLASS(WS-TABLE-COUNT).
027000     MOVE GA-EFF-DATE     TO WS-GA-EFF-DATE(WS-TABLE-COUNT).
027100     MOVE GA-ACCOUNT-CODE TO WS-GA-ACCOUNT-CODE(WS-TABLE-COUNT).
027200     MOVE GA-ACCOUNT-DESC TO WS-GA-ACCOUNT-DESC(WS-TABLE-COUNT).
027300     MOVE GA-STATUS       TO WS-GA-STATUS(WS-TABLE-COUNT).
027400     MOVE GA-CHANGED-DATE TO WS-GA-CHANGED-DATE(WS-TABLE-COUNT).
027500     MOVE GA-OPERATOR-ID  TO WS-GA-OPERATOR-ID(WS-TABLE-COUNT).
027600     IF GA-STAT-ACTIVE
027700         ADD 1 TO WS-ACTIVE-COUNT
027800     END-IF.
027900     READ GLMAP
028000         AT END
028100             MOVE "Y" TO WS-GA-EOF-SW
028200     END-READ.
028300 1110-EXIT.
028400     EXIT.

028500*-----------------------------------------------------------*
028600*    A NEW ROW MUST NAME A POSTING TYPE SOME PROGRAM WRITES,   *
028700*    AND MAY NOT DUPLICATE THE KEY OF AN ACTIVE ROW - A        *
028800*    CORRECTION WITHDRAWS THE OLD ROW FIRST.                   *
028900*-----------------------------------------------------------*
029000 2000-ADD-MAPPING.
029100     DISPLAY "POSTING TYPE (E.G. 4000-REV): " WITH NO ADVANCING.
029200     ACCEPT WS-IN-POST-TYPE.
029300     DISPLAY "SERVICE (E=ELECTRIC W=WATER *=ANY): "
029400         WITH NO ADVANCING.
029500     ACCEPT WS-IN-SERVICE.
029600     DISPLAY "CLASS (R C I T *=ANY): " WITH NO ADVANCING.
029700     ACCEPT WS-IN-CLASS.
029800     DISPLAY "EFFECTIVE FROM (YYYYMMDD): " WITH NO ADVANCING.
029900     ACCEPT WS-IN-EFF-DATE.
030000     DISPLAY "LEDGER ACCOUNT CODE: " WITH NO ADVANCING.
030100     ACCEPT WS-IN-ACCOUNT-CODE.
030200     DISPLAY "ACCOUNT DESCRIPTION: " WITH NO ADVANCING.
030300     ACCEPT WS-IN-ACCOUNT-DESC.
030400     MOVE WS-IN-POST-TYPE TO WS-CHECK-TYPE.
030500     PERFORM 6000-CHECK-KNOWN-TYPE THRU 6000-EXIT.
030600     IF NOT WS-KNOWN
030700         DISPLAY "BILGLMT: " WS-IN-POST-TYPE " IS NOT A POSTING"
030800             " TYPE ANY PROGRAM WRITES"
030900         GO TO 2000-EXIT
031000     END-IF.
031100     IF NOT WS-IN-SERVICE-VALID
031200         DISPLAY "BILGLMT: SERVICE MUST BE E, W OR *"
031300         GO TO 2000-EXIT
031400     END-IF.
031500     IF NOT WS-IN-CLASS-VALID
031600         DISPLAY "BILGLMT: CLASS MUST BE R, C, I, T OR *"
031700         GO TO 2000-EXIT
031800     END-IF.
031900     IF WS-IN-EFF-DATE NOT NUMERIC
032000         OR WS-IN-EFF-DATE = ZERO
032100         DISPLAY "BILGLMT: EFFECTIVE DATE MUST BE YYYYMMDD"
032200         GO TO 2000-EXIT
032300     END-IF.
032400     IF WS-IN-ACCOUNT-CODE = SPACES
032500         DISPLAY "BILGLMT: LEDGER ACCOUNT CODE IS REQUIRED"
032600         GO TO 2000-EXIT
032700     END-IF.
032800     PERFORM 2500-FIND-ACTIVE-KEY THRU 2500-EXIT.
032900     IF WS-FOUND-SUB > 0
033000         DISPLAY "BILGLMT: " WS-IN-POST-TYPE " " WS-IN-SERVICE
033100             " " WS-IN-CLASS " FROM " WS-IN-EFF-DATE
033200             " ALREADY MAPS TO "
033300             WS-GA-ACCOUNT-CODE(WS-FOUND-SUB)
033400             " - WITHDRAW IT FIRST"
033500         GO TO 2000-EXIT
033600     END-IF.
033700     IF WS-TABLE-COUNT >= 500
033800         DISPLAY "BILGLMT: MAPPING TABLE FULL - ROW NOT RECORDED"
033900         GO TO 2000-EXIT
034000     END-IF.
034100     ADD 1 TO WS-TABLE-COUNT.
034200     MOVE WS-IN-POST-TYPE    TO WS-GA-POST-TYPE(WS-TABLE-COUNT).
034300     MOVE WS-IN-SERVICE      TO WS-GA-SERVICE(WS-TABLE-COUNT).
034400     MOVE WS-IN-CLASS        TO WS-GA-CLASS(WS-TABLE-COUNT).
034500     MOVE WS-IN-EFF-DATE     TO WS-GA-EFF-DATE(WS-TABLE-COUNT).
034600     MOVE WS-IN-ACCOUNT-CODE TO
034700         WS-GA-ACCOUNT-CODE(WS-TABLE-COUNT).
034800     MOVE WS-IN-ACCOUNT-DESC TO
034900         WS-GA-ACCOUNT-DESC(WS-TABLE-COUNT).
035000     MOVE "A"                TO WS-GA-STATUS(WS-TABLE-COUNT).
035100     MOVE WS-SYSTEM-DATE     TO
035200         WS-GA-CHANGED-DATE(WS-TABLE-COUNT).
035300     MOVE WS-OPERATOR-ID     TO
035400         WS-GA-OPERATOR-ID(WS-TABLE-COUNT).
035500     ADD 1 TO WS-ADDED-COUNT.
035600     ADD 1 TO WS-ACTIVE-COUNT.
035700     DISPLAY "BILGLMT: " WS-IN-POST-TYPE " " WS-IN-SERVICE " "
035800         WS-IN-CLASS " FROM " WS-IN-EFF-DATE " MAPPED TO "
035900         WS-IN-ACCOUNT-CODE.
036000 2000-EXIT.
036100     EXIT.

036200 2500-FIND-ACTIVE-KEY.
036300     MOVE ZERO TO WS-FOUND-SUB.
036400     PERFORM 2510-MATCH-KEY THRU 2510-EXIT
036500         VARYING WS-GA-SUB FROM 1 BY 1
036600         UNTIL WS-GA-SUB > WS-TABLE-COUNT
036700            OR WS-FOUND-SUB > 0.
036800 2500-EXIT.
036900     EXIT.

037000 2510-MATCH-KEY.
037100     IF WS-GA-POST-TYPE(WS-GA-SUB) = WS-IN-POST-TYPE
037200         AND WS-GA-SERVICE(WS-GA-SUB) = WS-IN-SERVICE
037300         AND WS-GA-CLASS(WS-GA-SUB) = WS-IN-CLASS
037400         AND WS-GA-EFF-DATE(WS-GA-SUB) = WS-IN-EFF-DATE
037500         AND WS-GA-STATUS(WS-GA-SUB) = "A"
037600         MOVE WS-GA-SUB TO WS-FOUND-SUB
037700     END-IF.
037800 2510-EXIT.
037900     EXIT.

038000*-----------------------------------------------------------*
038100*    A WITHDRAWN ROW STAYS ON FILE, MARKED X, AS THE RECORD    *
038200*    OF WHERE THE LEDGER WAS POINTED AND BY WHOM.              *
038300*-----------------------------------------------------------*
038400 3000-WITHDRAW-MAPPING.
038500     DISPLAY "POSTING TYPE: " WITH NO ADVANCING.
038600     ACCEPT WS-IN-POST-TYPE.
038700     DISPLAY "SERVICE (E W *): " WITH NO ADVANCING.
038800     ACCEPT WS-IN-SERVICE.
038900     DISPLAY "CLASS (R C I T *): " WITH NO ADVANCING.
039000     ACCEPT WS-IN-CLASS.
039100     DISPLAY "EFFECTIVE FROM (YYYYMMDD): " WITH NO ADVANCING.
039200     ACCEPT WS-IN-EFF-DATE.
039300     PERFORM 2500-FIND-ACTIVE-KEY THRU 2500-EXIT.
039400     IF WS-FOUND-SUB = 0
039500         DISPLAY "BILGLMT: NO ACTIVE ROW FOR " WS-IN-POST-TYPE
039600             " " WS-IN-SERVICE " " WS-IN-CLASS " FROM "
039700             WS-IN-EFF-DATE
039800         GO TO 3000-EXIT
039900     END-IF.
040000     MOVE "X"            TO WS-GA-STATUS(WS-FOUND-SUB).
040100     MOVE WS-SYSTEM-DATE TO WS-GA-CHANGED-DATE(WS-FOUND-SUB).
040200     MOVE WS-OPERATOR-ID TO WS-GA-OPERATOR-ID(WS-FOUND-SUB).
040300     ADD 1 TO WS-WITHDRAWN-COUNT.
040400     SUBTRACT 1 FROM WS-ACTIVE-COUNT.
040500     DISPLAY "BILGLMT: " WS-IN-POST-TYPE " " WS-IN-SERVICE " "
040600         WS-IN-CLASS " FROM " WS-IN-EFF-DATE " WITHDRAWN - WAS "
040700         WS-GA-ACCOUNT-CODE(WS-FOUND-SUB).
040800 3000-EXIT.
040900     EXIT.

041000 4000-LIST-TABLE.
041100     MOVE SPACES TO WS-RPT-LINE.
041200     STRING "GL ACCOUNT MAPPING - RUN DATE " WS-SYSTEM-DATE
041300         DELIMITED BY SIZE INTO WS-RPT-LINE.
041400     WRITE GM-LINE FROM WS-RPT-LINE.
041500     PERFORM 4050-COLUMN-HEADING THRU 4050-EXIT.
041600     PERFORM 4100-LIST-ONE THRU 4100-EXIT
041700         VARYING WS-GA-SUB FROM 1 BY 1
041800         UNTIL WS-GA-SUB > WS-TABLE-COUNT.
041900 4000-EXIT.
042000     EXIT.

042100 4050-COLUMN-HEADING.
042200     MOVE SPACES TO WS-RPT-LINE.
042300     STRING "POST-TYPE  S C EFF-FROM ACCOUNT    "
042400         "DESCRIPTION                    CHANGED  BY"
042500         DELIMITED BY SIZE INTO WS-RPT-LINE.
042600     WRITE GM-LINE FROM WS-RPT-LINE.
042700 4050-EXIT.
042800     EXIT.

042900 4100-LIST-ONE.
043000     IF WS-GA-STATUS(WS-GA-SUB) NOT = "A"
043100         GO TO 4100-EXIT
043200     END-IF.
043300     PERFORM 4200-FORMAT-LINE THRU 4200-EXIT.
043400     WRITE GM-LINE FROM WS-RPT-LINE.
043500 4100-EXIT.
043600     EXIT.

043700 4200-FORMAT-LINE.
043800     MOVE SPACES TO WS-RPT-LINE.
043900     STRING WS-GA-POST-TYPE(WS-GA-SUB) " "
044000         WS-GA-SERVICE(WS-GA-SUB) " "
044100         WS-GA-CLASS(WS-GA-SUB) " "
044200         WS-GA-EFF-DATE(WS-GA-SUB) " "
044300         WS-GA-ACCOUNT-CODE(WS-GA-SUB) " "
044400         WS-GA-ACCOUNT-DESC(WS-GA-SUB) " "
044500         WS-GA-CHANGED-DATE(WS-GA-SUB) " "
044600         WS-GA-OPERATOR-ID(WS-GA-SUB)
044700         DELIMITED BY SIZE INTO WS-RPT-LINE.
044800 4200-EXIT.
044900     EXIT.

045000*-----------------------------------------------------------*
045100*    THE VALIDATION REPORT.  EACH ACTIVE ROW IS CHECKED FOR    *
045200*    A DUPLICATE KEY LATER IN THE TABLE AND FOR AN UNKNOWN     *
045300*    POSTING TYPE, SERVICE OR CLASS; THEN EVERY KNOWN POSTING  *
045400*    TYPE IS CHECKED FOR A CATCH-ALL ROW IN FORCE TODAY.  A    *
045500*    CUSTOMER WHOSE SERVICE AND CLASS HAVE NO ROW OF THEIR     *
045600*    OWN FALLS TO THE CATCH-ALL; WITHOUT ONE THE LINE POSTS    *
045700*    UNDER ITS OWN POSTING TYPE AND THE RUN SAYS SO.           *
045800*-----------------------------------------------------------*
045900 5000-VALIDATE-TABLE.
046000     MOVE SPACES TO WS-RPT-LINE.
046100     STRING "GL ACCOUNT MAPPING VALIDATION - RUN DATE "
046200         WS-SYSTEM-DATE
046300         DELIMITED BY SIZE INTO WS-RPT-LINE.
046400     WRITE GM-LINE FROM WS-RPT-LINE.
046500     PERFORM 4050-COLUMN-HEADING THRU 4050-EXIT.
046600     PERFORM 5100-CHECK-ROW THRU 5100-EXIT
046700         VARYING WS-GA-SUB FROM 1 BY 1
046800         UNTIL WS-GA-SUB > WS-TABLE-COUNT.
046900     PERFORM 5200-CHECK-CATCH-ALL THRU 5200-EXIT
047000         VARYING WS-KT-SUB FROM 1 BY 1
047100         UNTIL WS-KT-SUB > WS-KNOWN-TYPE-COUNT.
047200     IF WS-PROBLEM-COUNT = ZERO
047300         MOVE "NO PROBLEMS FOUND - EVERY POSTING TYPE IS MAPPED"
047400             TO WS-RPT-LINE
047500         WRITE GM-LINE FROM WS-RPT-LINE
047600     END-IF.
047700 5000-EXIT.
047800     EXIT.

047900 5100-CHECK-ROW.
048000     IF WS-GA-STATUS(WS-GA-SUB) NOT = "A"
048100         GO TO 5100-EXIT
048200     END-IF.
048300     MOVE WS-GA-POST-TYPE(WS-GA-SUB) TO WS-CHECK-TYPE.
048400     PERFORM 6000-CHECK-KNOWN-TYPE THRU 6000-EXIT.
048500     IF NOT WS-KNOWN
048600         MOVE "UNKNOWN POSTING TYPE" TO WS-IN-ACCOUNT-DESC
048700         PERFORM 5900-REPORT-ROW THRU 5900-EXIT
048800     END-IF.
048900     MOVE WS-GA-SERVICE(WS-GA-SUB) TO WS-IN-SERVICE.
049000     IF NOT WS-IN-SERVICE-VALID
049100         MOVE "UNKNOWN SERVICE" TO WS-IN-ACCOUNT-DESC
049200         PERFORM 5900-REPORT-ROW THRU 5900-EXIT
049300     END-IF.
049400     MOVE WS-GA-CLASS(WS-GA-SUB) TO WS-IN-CLASS.
049500     IF NOT WS-IN-CLASS-VALID
049600         MOVE "UNKNOWN CUSTOMER CLASS" TO WS-IN-ACCOUNT-DESC
049700         PERFORM 5900-REPORT-ROW THRU 5900-EXIT
049800     END-IF.
049900     IF WS-GA-ACCOUNT-CODE(WS-GA-SUB) = SPACES
050000         MOVE "NO LEDGER ACCOUNT" TO WS-IN-ACCOUNT-DESC
050100         PERFORM 5900-REPORT-ROW THRU 5900-EXIT
050200     END-IF.
050300     MOVE ZERO TO WS-FOUND-SUB.
050400     PERFORM 5110-MATCH-DUPLICATE THRU 5110-EXIT
050500         VARYING WS-DP-SUB FROM WS-GA-SUB BY 1
050600         UNTIL WS-DP-SUB > WS-TABLE-COUNT
050700            OR WS-FOUND-SUB > 0.
050800     IF WS-FOUND-SUB > 0
050900         MOVE "DUPLICATE KEY - SECOND ROW FOLLOWS"
051000             TO WS-IN-ACCOUNT-DESC
051100         PERFORM 5900-REPORT-ROW THRU 5900-EXIT
051200         MOVE WS-GA-SUB    TO WS-DP-SUB
051300         MOVE WS-FOUND-SUB TO WS-GA-SUB
051400         PERFORM 4200-FORMAT-LINE THRU 4200-EXIT
051500         WRITE GM-LINE FROM WS-RPT-LINE
051600         MOVE WS-DP-SUB    TO WS-GA-SUB
051700     END-IF.
051800 5100-EXIT.
051900     EXIT.

052000 5110-MATCH-DUPLICATE.
052100     IF WS-DP-SUB NOT = WS-GA-SUB
052200         AND WS-GA-STATUS(WS-DP-SUB) = "A"
052300         AND WS-GA-POST-TYPE(WS-DP-SUB) =
052400             WS-GA-POST-TYPE(WS-GA-SUB)
052500         AND WS-GA-SERVICE(WS-DP-SUB) = WS-GA-SERVICE(WS-GA-SUB)
052600         AND WS-GA-CLASS(WS-DP-SUB) = WS-GA-CLASS(WS-GA-SUB)
052700         AND WS-GA-EFF-DATE(WS-DP-SUB) = WS-GA-EFF-DATE(WS-GA-SUB)
052800         MOVE WS-DP-SUB TO WS-FOUND-SUB
052900     END-IF.
053000 5110-EXIT.
053100     EXIT.

053200 5200-CHECK-CATCH-ALL.
053300     MOVE "N" TO WS-CATCH-ALL-SW.
053400     PERFORM 5210-MATCH-CATCH-ALL THRU 5210-EXIT
053500         VARYING WS-GA-SUB FROM 1 BY 1
053600         UNTIL WS-GA-SUB > WS-TABLE-COUNT
053700            OR WS-CATCH-ALL.
053800     IF WS-CATCH-ALL
053900         GO TO 5200-EXIT
054000     END-IF.
054100     ADD 1 TO WS-PROBLEM-COUNT.
054200     MOVE SPACES TO WS-RPT-LINE.
054300     STRING WS-KT-POST-TYPE(WS-KT-SUB)
054400         " * * NO CATCH-ALL ROW IN FORCE - AN UNMAPPED SERVICE"
054500         " OR CLASS POSTS TO " WS-KT-POST-TYPE(WS-KT-SUB)
054600         DELIMITED BY SIZE INTO WS-RPT-LINE.
054700     WRITE GM-LINE FROM WS-RPT-LINE.
054800 5200-EXIT.
054900     EXIT.

055000 5210-MATCH-CATCH-ALL.
055100     IF WS-GA-POST-TYPE(WS-GA-SUB) = WS-KT-POST-TYPE(WS-KT-SUB)
055200         AND WS-GA-SERVICE(WS-GA-SUB) = "*"
055300         AND WS-GA-CLASS(WS-GA-SUB) = "*"
055400         AND WS-GA-STATUS(WS-GA-SUB) = "A"
055500         AND WS-GA-EFF-DATE(WS-GA-SUB) <= WS-SYSTEM-DATE
055600         MOVE "Y" TO WS-CATCH-ALL-SW
055700     END-IF.
055800 5210-EXIT.
055900     EXIT.

056000*-----------------------------------------------------------*
056100*    ONE PROBLEM LINE - THE ROW AS LISTED, THEN THE REASON,    *
056200*    CARRIED IN WS-IN-ACCOUNT-DESC.                            *
056300*-----------------------------------------------------------*
056400 5900-REPORT-ROW.
056500     ADD 1 TO WS-PROBLEM-COUNT.
056600     PERFORM 4200-FORMAT-LINE THRU 4200-EXIT.
056700     WRITE GM-LINE FROM WS-RPT-LINE.
056800     MOVE SPACES TO WS-RPT-LINE.
056900     STRING "           ** " WS-IN-ACCOUNT-DESC
057000         DELIMITED BY SIZE INTO WS-RPT-LINE.
057100     WRITE GM-LINE FROM WS-RPT-LINE.
057200 5900-EXIT.
057300     EXIT.

057400 6000-CHECK-KNOWN-TYPE.
057500     MOVE "N" TO WS-KNOWN-SW.
057600     PERFORM 6010-MATCH-TYPE THRU 6010-EXIT
057700         VARYING WS-KT-SUB FROM 1 BY 1
057800         UNTIL WS-KT-SUB > WS-KNOWN-TYPE-COUNT
057900            OR WS-KNOWN.
058000 6000-EXIT.
058100     EXIT.

058200 6010-MATCH-TYPE.
058300     IF WS-KT-POST-TYPE(WS-KT-SUB) = WS-CHECK-TYPE
058400         MOVE "Y" TO WS-KNOWN-SW
058500     END-IF.
058600 6010-EXIT.
058700     EXIT.

058800 9000-TERMINATE.
058900     IF (WS-FUNC-ADD OR WS-FUNC-WITHDRAW) AND NOT WS-ABORT
059000         PERFORM 9100-REWRITE-TABLE THRU 9100-EXIT
059100     END-IF.
059200     IF (WS-FUNC-LIST OR WS-FUNC-VALIDATE) AND FS-GLMRPT-OK
059300         CLOSE GLMRPT
059300         PERFORM 9680-FILE-REPORT THRU 9680-EXIT
059400     END-IF.
059500     IF FS-RUNLOG-OK
059600         PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT
059700         CLOSE RUNLOG
059800     END-IF.
059900     DISPLAY "BILGLMT: ADDED " WS-ADDED-COUNT
060000         " WITHDRAWN " WS-WITHDRAWN-COUNT
060100         " ACTIVE ON FILE " WS-ACTIVE-COUNT
060200         " PROBLEMS " WS-PROBLEM-COUNT.
060300 9000-EXIT.
060400     EXIT.

060500 9100-REWRITE-TABLE.
060600     OPEN OUTPUT GLMAP.
060700     IF NOT FS-GLMAP-OK
060800         DISPLAY "BILGLMT: UNABLE TO REWRITE GLMAP, STATUS "
060900             FS-GLMAP
061000         GO TO 9100-EXIT
061100     END-IF.
061200     PERFORM 9110-WRITE-ONE THRU 9110-EXIT
061300         VARYING WS-GA-SUB FROM 1 BY 1
061400         UNTIL WS-GA-SUB > WS-TABLE-COUNT.
061500     CLOSE GLMAP.
061600 9100-EXIT.
061700     EXIT.

061800 9110-WRITE-ONE.
061900     MOVE SPACES                         TO GA-RECORD.
062000     MOVE WS-GA-POST-TYPE(WS-GA-SUB)     TO GA-POST-TYPE.
062100     MOVE WS-GA-SERVICE(WS-GA-SUB)       TO GA-SERVICE.
062200     MOVE WS-GA-CLASS(WS-GA-SUB)         TO GA-CLASS.
062300     MOVE WS-GA-EFF-DATE(WS-GA-SUB)      TO GA-EFF-DATE.
062400     MOVE WS-GA-ACCOUNT-CODE(WS-GA-SUB)  TO GA-ACCOUNT-CODE.
062500     MOVE WS-GA-ACCOUNT-DESC(WS-GA-SUB)  TO GA-ACCOUNT-DESC.
062600     MOVE WS-GA-STATUS(WS-GA-SUB)        TO GA-STATUS.
062700     MOVE WS-GA-CHANGED-DATE(WS-GA-SUB)  TO GA-CHANGED-DATE.
062800     MOVE WS-GA-OPERATOR-ID(WS-GA-SUB)   TO GA-OPERATOR-ID.
062900     WRITE GA-RECORD.
063000 9110-EXIT.
063100     EXIT.

063200 9600-WRITE-RUNLOG.
063300     MOVE "BILGLMT"        TO RL-PROGRAM-ID.
063400     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
063500     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
063600     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
063700     MOVE "GLMAP"          TO RL-INPUT-FILE.
063800     MOVE WS-TABLE-COUNT   TO RL-RECORDS-READ.
063900     COMPUTE RL-BILLS-PRODUCED = WS-ADDED-COUNT
064000         + WS-WITHDRAWN-COUNT.
064100     MOVE WS-PROBLEM-COUNT TO RL-EXCEPTIONS.
064200     MOVE ZERO             TO RL-TOTAL-BILLED.
064300     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
064400     ACCEPT RL-END-TIME FROM TIME.
064500     WRITE RL-RECORD.
064600 9600-EXIT.
064700     EXIT.

064800*-----------------------------------------------------------*
064900*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
065000*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
065100*    OUTLIVES THE NEXT RUN.                                    *
065200*-----------------------------------------------------------*
065300 9680-FILE-REPORT.
065400     OPEN INPUT GLMRPT.
065500     IF NOT FS-GLMRPT-OK
065600         GO TO 9680-EXIT
065700     END-IF.
065800     MOVE "O"               TO RO-FUNCTION.
065900     MOVE "GLMRPT"          TO RO-REPORT-NAME.
066000     MOVE "BILGLMT"         TO RO-PROGRAM-ID.
066100     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
066200     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
066300     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
066400     MOVE ZERO              TO RO-PERIOD.
066500     CALL "BILRPTF" USING RO-PARMS.
066600     IF RO-OK
066700         MOVE "N" TO WS-RO-EOF-SW
066800         PERFORM 9690-FILE-LINE THRU 9690-EXIT
066900             UNTIL WS-RO-EOF
067000         MOVE "C"          TO RO-FUNCTION
067100         CALL "BILRPTF" USING RO-PARMS
067200     END-IF.
067300     CLOSE GLMRPT.
067400 9680-EXIT.
067500     EXIT.

067600 9690-FILE-LINE.
067700     READ GLMRPT
067800         AT END
067900             MOVE "Y" TO WS-RO-EOF-SW
068000             GO TO 9690-EXIT
068100     END-READ.
068200     MOVE "L"               TO RO-FUNCTION.
068300     MOVE GM-LINE           TO RO-LINE.
068400     CALL "BILRPTF" USING RO-PARMS.
068500 9690-EXIT.
068600     EXIT.
