000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILOPER.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILOPER                                                     *
000900*  OPERATOR PROFILE MAINTENANCE.  OPRPROF HOLDS EVERY ID       *
001000*  THAT CAN SIGN ON THROUGH BILSIGN, WITH ITS PASSWORD HASH,   *
001100*  LEVEL, STATUS AND PASSWORD HISTORY.  FUNCTIONS:             *
001200*    C - CHANGE OWN PASSWORD.  NO BILSIGN SIGN-ON - THE        *
001300*        CURRENT PASSWORD IS CHECKED HERE, SO AN EXPIRED OR    *
001400*        RESET PASSWORD CAN STILL BE CHANGED.  A WRONG         *
001500*        CURRENT PASSWORD COUNTS TOWARDS LOCKOUT AS AT         *
001600*        SIGN-ON.  THE NEW ONE MUST BE 6 TO 8 CHARACTERS       *
001700*        WITH NO SPACES AND AT LEAST ONE DIGIT, NOT THE ID,    *
001800*        AND NOT THE CURRENT OR ANY OF THE LAST FIVE;          *
001900*    A - ADD AN OPERATOR WITH A TEMPORARY PASSWORD THAT MUST   *
002000*        BE CHANGED BEFORE FIRST USE (SUPERVISOR SIGN-ON);     *
002100*    U - UNLOCK A LOCKED ID OR RE-ENABLE A DORMANT ONE         *
002200*        (SUPERVISOR SIGN-ON);                                 *
002300*    R - RESET A FORGOTTEN PASSWORD TO A TEMPORARY ONE,        *
002400*        CLEARING ANY LOCK (SUPERVISOR SIGN-ON);               *
002500*    X - WITHDRAW AN ID - IT STAYS ON FILE FOR THE ACCESS      *
002600*        REVIEW AND IS NEVER REISSUED (SUPERVISOR SIGN-ON);    *
002700*    D - DORMANT SWEEP - DISABLES EVERY ACTIVE ID UNUSED FOR   *
002800*        90 DAYS.  RUN NIGHTLY; NEEDS NO SIGN-ON AS IT ONLY    *
002900*        TAKES ACCESS AWAY;                                    *
003000*    L - OPERATOR ACCESS REPORT (OPRRPT) FOR THE QUARTERLY     *
003100*        ACCESS REVIEW - LEVEL, STATUS, LAST SIGN-ON, PASSWORD *
003200*        AGE AND FAILURES FOR EVERY ID, WITH SUMMARY COUNTS;   *
003300*    M - ONE-TIME CONVERSION OF THE OLD CLEAR-TEXT PROFILE     *
003400*        FILE (OPROLD) TO OPRPROF.  EVERY PASSWORD IS HASHED   *
003500*        AND MARKED FOR CHANGE AT NEXT USE.  REFUSED ONCE      *
003600*        OPRPROF EXISTS.                                       *
003700*  A SUPERVISOR CANNOT UNLOCK, RESET OR WITHDRAW THEIR OWN ID. *
003800*  PASSWORD LIFE AND LOCKOUT LIMIT ARE READ FROM THE SAME      *
003900*  "BILSIGN " PARMCARD CARD BILSIGN USES.                      *
004000*-----------------------------------------------------------*
004100*  MODIFICATION HISTORY                                        *
004200*  DATE       INIT  DESCRIPTION                                *
004300*  2026-10-15 RSH   ORIGINAL                                   *
004300*  2026-10-15 RSH   FILE OPRRPT IN THE REPORT REPOSITORY       *
004300*                   THROUGH BILRPTF ONCE IT IS CLOSED.         *
004300*  2026-10-15 RSH   GIVE EACH ID ITS OWN PASSWORD SALT, SET    *
004300*                   ON ADD AND CONVERSION, FOR BILHASH.        *
004400*-----------------------------------------------------------*
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.   IBM-370.
004800 OBJECT-COMPUTER.   IBM-370.

004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT OPRPROF ASSIGN TO "OPRPROF"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS FS-OPRPROF.

005400     SELECT OPROLD ASSIGN TO "OPROLD"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS FS-OPROLD.

005700     SELECT OPRRPT ASSIGN TO "OPRRPT"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS FS-OPRRPT.

006000     SELECT PARMCARD ASSIGN TO "PARMCARD"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS FS-PARMCARD.

006300     SELECT RUNLOG ASSIGN TO "RUNLOG"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS FS-RUNLOG.

006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  OPRPROF
006900     LABEL RECORDS ARE STANDARD.
007000 COPY OPRPROF.

007100*-----------------------------------------------------------*
007200*    THE ORIGINAL CLEAR-TEXT PROFILE LAYOUT, READ ONLY BY THE  *
007300*    M CONVERSION.                                             *
007400*-----------------------------------------------------------*
007500 FD  OPROLD
007600     LABEL RECORDS ARE STANDARD.
007700 01  OO-RECORD.
007800     05  OO-OPERATOR-ID          PIC X(08).
007900     05  OO-PASSWORD             PIC X(08).
008000     05  OO-AUTH-LEVEL           PIC 9(01).

008100 FD  OPRRPT
008200     LABEL RECORDS ARE STANDARD.
008300 01  OR-LINE                     PIC X(132).

008400 FD  PARMCARD
008500     LABEL RECORDS ARE STANDARD.
008600 COPY PARMCARD.

008700 FD  RUNLOG
008800     LABEL RECORDS ARE STANDARD.
008900 COPY RUNLOG.

009000 WORKING-STORAGE SECTION.
009100*-----------------------------------------------------------*
009200*    FILE STATUS SWITCHES                                      *
009300*-----------------------------------------------------------*
009400 77  FS-OPRPROF              PIC X(02).
009500     88  FS-OPRPROF-OK               VALUE "00".
009600 77  FS-OPROLD               PIC X(02).
009700     88  FS-OPROLD-OK                VALUE "00".
009800 77  FS-OPRRPT               PIC X(02).
009900     88  FS-OPRRPT-OK                VALUE "00".
010000 77  FS-PARMCARD             PIC X(02).
010100     88  FS-PARMCARD-OK              VALUE "00".
010200 77  FS-RUNLOG               PIC X(02).
010300     88  FS-RUNLOG-OK                VALUE "00".

010400*-----------------------------------------------------------*
010500*    PROGRAM SWITCHES AND WORK FIELDS                          *
010600*-----------------------------------------------------------*
010700 77  WS-ABORT-SW             PIC X(01) VALUE "N".
010800     88  WS-ABORT                    VALUE "Y".
010900 77  WS-OP-EOF-SW            PIC X(01) VALUE "N".
011000     88  WS-OP-EOF                   VALUE "Y".
011100 77  WS-OO-EOF-SW            PIC X(01) VALUE "N".
011200     88  WS-OO-EOF                   VALUE "Y".
011300 77  WS-PC-EOF-SW            PIC X(01) VALUE "N".
011400     88  WS-PC-EOF                   VALUE "Y".
011400 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
011400     88  WS-RO-EOF                   VALUE "Y".
011500 77  WS-CARD-FOUND-SW        PIC X(01) VALUE "N".
011600     88  WS-CARD-FOUND               VALUE "Y".
011700 77  WS-CHANGED-SW           PIC X(01) VALUE "N".
011800     88  WS-CHANGED                  VALUE "Y".
011900 77  WS-PWD-OK-SW            PIC X(01) VALUE "N".
012000     88  WS-PWD-OK                   VALUE "Y".
012100 77  WS-IDLE-SW              PIC X(01) VALUE "N".
012200     88  WS-IDLE                     VALUE "Y".
012300 77  WS-EXPIRED-SW           PIC X(01) VALUE "N".
012400     88  WS-EXPIRED                  VALUE "Y".
012500 77  WS-OPERATOR-ID          PIC X(08).
012600 77  WS-PASSWORD             PIC X(08).
012700 77  WS-SYSTEM-DATE          PIC 9(08).
012800 77  WS-SYSTEM-TIME          PIC 9(08).
012900 77  WS-FUNCTION             PIC X(01).
013000     88  WS-FUNC-CHANGE              VALUE "C".
013100     88  WS-FUNC-ADD                 VALUE "A".
013200     88  WS-FUNC-UNLOCK              VALUE "U".
013300     88  WS-FUNC-RESET               VALUE "R".
013400     88  WS-FUNC-WITHDRAW            VALUE "X".
013500     88  WS-FUNC-DORMANT             VALUE "D".
013600     88  WS-FUNC-LIST                VALUE "L".
013700     88  WS-FUNC-MIGRATE             VALUE "M".
013800     88  WS-FUNC-SUPERVISOR          VALUE "A" "U" "R" "X".
013900 77  WS-IN-TARGET-ID         PIC X(08).
014000 77  WS-IN-LEVEL             PIC X(01).
014100     88  WS-IN-LEVEL-VALID           VALUE "1" "2".
014200 77  WS-IN-CURRENT-PWD       PIC X(08).
014300 77  WS-IN-NEW-PWD           PIC X(08).
014400 77  WS-IN-CONFIRM-PWD       PIC X(08).
014500 77  WS-CHECK-ID             PIC X(08).
014600 77  WS-NEW-HASH             PIC 9(15).
014600 77  WS-NEW-SALT             PIC X(08).
014600 77  WS-SALT-SEQ             PIC 9(02) VALUE ZERO.
014600 01  WS-SALT-CLOCK           PIC 9(08).
014600 01  WS-SALT-CLOCK-PARTS REDEFINES WS-SALT-CLOCK.
014600     05  FILLER                  PIC 9(02).
014600     05  WS-SALT-CLOCK-LOW       PIC 9(06).
014600 01  WS-SALT-BUILD.
014600     05  WS-SALT-BUILD-SEQ       PIC 9(02).
014600     05  WS-SALT-BUILD-CLOCK     PIC 9(06).
014700 77  WS-SPACE-COUNT          PIC 9(02).
014800 77  WS-DIGIT-COUNT          PIC 9(02).
014900 77  WS-PWD-LENGTH           PIC 9(02).
015000 77  WS-FIND-ID              PIC X(08).
015100 77  WS-FOUND-SUB            PIC 9(03) VALUE ZERO.
015200 77  WS-OP-SUB               PIC 9(03) VALUE ZERO.
015300 77  WS-HX-SUB               PIC 9(01) VALUE ZERO.
015400 77  WS-LAST-USE-DATE        PIC 9(08).
015500 77  WS-DAYS-IDLE            PIC S9(05).
015600 77  WS-PWD-AGE              PIC S9(05).
015700 77  WS-DAYS-LEFT            PIC S9(05).

015800*-----------------------------------------------------------*
015900*    PASSWORD POLICY - LIFE AND LOCKOUT LIMIT MAY BE SET ON    *
016000*    THE "BILSIGN " PARMCARD CARD.                             *
016100*-----------------------------------------------------------*
016200 77  WS-PWD-LIFE-DAYS        PIC 9(03) VALUE 60.
016300 77  WS-FAIL-LIMIT           PIC 9(02) VALUE 5.
016400 77  WS-DORMANT-DAYS         PIC 9(03) VALUE 90.
016500 77  WS-PWD-MIN-LENGTH       PIC 9(02) VALUE 6.
016600 77  WS-HISTORY-DEPTH        PIC 9(01) VALUE 5.

016700*-----------------------------------------------------------*
016800*    RUN COUNTS                                                *
016900*-----------------------------------------------------------*
017000 77  WS-ACTION-COUNT         PIC 9(03) VALUE ZERO.
017100 77  WS-REFUSED-COUNT        PIC 9(03) VALUE ZERO.
017200 77  WS-MIGRATED-COUNT       PIC 9(03) VALUE ZERO.
017300 77  WS-ACTIVE-COUNT         PIC 9(03) VALUE ZERO.
017400 77  WS-LOCKED-COUNT         PIC 9(03) VALUE ZERO.
017500 77  WS-DORMANT-COUNT        PIC 9(03) VALUE ZERO.
017600 77  WS-WITHDRAWN-COUNT      PIC 9(03) VALUE ZERO.
017700 77  WS-EXPIRED-COUNT        PIC 9(03) VALUE ZERO.
017800 77  WS-IDLE-COUNT           PIC 9(03) VALUE ZERO.
017900 77  WS-SUPERVISOR-COUNT     PIC 9(03) VALUE ZERO.

018000 01  WS-RPT-LINE             PIC X(132).
018100 01  WS-RPT-DETAIL.
018200     05  WS-RD-OPERATOR-ID       PIC X(08).
018300     05  FILLER                  PIC X(02) VALUE SPACES.
018400     05  WS-RD-LEVEL             PIC 9(01).
018500     05  FILLER                  PIC X(03) VALUE SPACES.
018600     05  WS-RD-STATUS            PIC X(09).
018700     05  FILLER                  PIC X(01) VALUE SPACES.
018800     05  WS-RD-LAST-SIGNON       PIC X(08).
018900     05  FILLER                  PIC X(01) VALUE SPACES.
019000     05  WS-RD-DAYS-IDLE         PIC ZZZZ9.
019100     05  FILLER                  PIC X(02) VALUE SPACES.
019200     05  WS-RD-PWD-CHANGED       PIC X(08).
019300     05  FILLER                  PIC X(01) VALUE SPACES.
019400     05  WS-RD-PWD-AGE           PIC ZZZZ9.
019500     05  FILLER                  PIC X(01) VALUE SPACES.
019600     05  WS-RD-DAYS-LEFT         PIC -ZZZ9.
019700     05  FILLER                  PIC X(02) VALUE SPACES.
019800     05  WS-RD-FAIL-COUNT        PIC Z9.
019900     05  FILLER                  PIC X(02) VALUE SPACES.
020000     05  WS-RD-STATUS-DATE       PIC X(08).
020100     05  FILLER                  PIC X(01) VALUE SPACES.
020200     05  WS-RD-STATUS-BY         PIC X(08).
020300     05  FILLER                  PIC X(01) VALUE SPACES.
020400     05  WS-RD-FLAG              PIC X(30).
020500 01  WS-RPT-COUNT-ED             PIC ZZ9.

020600 COPY SIGNPARM.
020700 COPY HSPARM.

020800*-----------------------------------------------------------*
020900*    THE WHOLE PROFILE FILE, HELD IN STORAGE AND WRITTEN BACK  *
021000*    WHOLE AT END OF RUN.                                      *
021100*-----------------------------------------------------------*
021200 01  WS-PROFILE-TABLE.
021300     05  WS-OP-ENTRY OCCURS 100 TIMES.
021400         10  WS-OP-OPERATOR-ID   PIC X(08).
021500         10  WS-OP-PASSWORD-HASH PIC 9(15).
021600         10  WS-OP-AUTH-LEVEL    PIC 9(01).
021700         10  WS-OP-STATUS        PIC X(01).
021800         10  WS-OP-PWD-CHANGED   PIC 9(08).
021900         10  WS-OP-FAIL-COUNT    PIC 9(02).
022000         10  WS-OP-LAST-SIGNON   PIC 9(08).
022100         10  WS-OP-ENABLED-DATE  PIC 9(08).
022200         10  WS-OP-STATUS-DATE   PIC 9(08).
022300         10  WS-OP-STATUS-BY     PIC X(08).
022300         10  WS-OP-SALT          PIC X(08).
022400         10  WS-OP-PWD-HISTORY.
022500             15  WS-OP-PREV-HASH PIC 9(15) OCCURS 5 TIMES.
022600 01  WS-PROFILE-COUNT            PIC 9(03) VALUE ZERO.
022600 COPY RPTPARM.

022700 PROCEDURE DIVISION.
022800 0000-MAINLINE SECTION.
022900     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
023000     IF NOT WS-ABORT
023100         EVALUATE TRUE
023200             WHEN WS-FUNC-CHANGE
023300                 PERFORM 2000-CHANGE-OWN-PASSWORD THRU 2000-EXIT
023400             WHEN WS-FUNC-ADD
023500                 PERFORM 3000-ADD-OPERATOR THRU 3000-EXIT
023600             WHEN WS-FUNC-UNLOCK
023700                 PERFORM 4000-UNLOCK-OPERATOR THRU 4000-EXIT
023800             WHEN WS-FUNC-RESET
023900                 PERFORM 5000-RESET-PASSWORD THRU 5000-EXIT
024000             WHEN WS-FUNC-WITHDRAW
024100                 PERFORM 6000-WITHDRAW-OPERATOR THRU 6000-EXIT
024200             WHEN WS-FUNC-DORMANT
024300                 PERFORM 7000-DORMANT-SWEEP THRU 7000-EXIT
024400             WHEN WS-FUNC-LIST
024500                 PERFORM 8000-ACCESS-REPORT THRU 8000-EXIT
024600             WHEN WS-FUNC-MIGRATE
024700                 PERFORM 8500-MIGRATE-PROFILES THRU 8500-EXIT
024800             WHEN OTHER
024900                 DISPLAY "BILOPER: UNKNOWN FUNCTION "
025000                     WS-FUNCTION
025100         END-EVALUATE
025200     END-IF.
025300     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
025400     STOP RUN.

025500 1000-INITIALIZE.
025600     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
025700     ACCEPT WS-SYSTEM-TIME FROM TIME.
025800     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
025900     ACCEPT WS-OPERATOR-ID.
026000     DISPLAY "C=CHANGE OWN PASSWORD A=ADD U=UNLOCK R=RESET"
026100         " X=WITHDRAW".
026200     DISPLAY "D=DORMANT SWEEP L=ACCESS REPORT M=MIGRATE"
026300         " - FUNCTION: " WITH NO ADVANCING.
026400     ACCEPT WS-FUNCTION.
026500*    WHO MAY SIGN ON IS ITSELF SIGNED FOR BY A SUPERVISOR.  THE
026600*    SIGN-ON COMES FIRST SO ITS OWN SIGN-ON DATE IS ON FILE
026700*    BEFORE THE TABLE IS LOADED.
026800     IF WS-FUNC-SUPERVISOR
026900         DISPLAY "PASSWORD: " WITH NO ADVANCING
027000         ACCEPT WS-PASSWORD
027100         MOVE WS-OPERATOR-ID TO SG-OPERATOR-ID
027200         MOVE WS-PASSWORD    TO SG-PASSWORD
027300         MOVE SPACES         TO WS-PASSWORD
027400         MOVE 2              TO SG-REQUIRED-LEVEL
027500         CALL "BILSIGN" USING SG-PARMS
027600         IF NOT SG-OK
027700             DISPLAY "BILOPER: SIGN-ON REFUSED - RUN ABANDONED"
027800             MOVE "Y" TO WS-ABORT-SW
027900             GO TO 1000-EXIT
028000         END-IF
028100     END-IF.
028200     OPEN EXTEND RUNLOG.
028300     IF NOT FS-RUNLOG-OK
028400         DISPLAY "BILOPER: UNABLE TO OPEN RUNLOG, STATUS "
028500             FS-RUNLOG
028600         MOVE "Y" TO WS-ABORT-SW
028700         GO TO 1000-EXIT
028800     END-IF.
028900     PERFORM 1050-READ-PARM-CARD THRU 1050-EXIT.
029000     IF WS-FUNC-MIGRATE
029100         PERFORM 1200-CHECK-NO-PROFILES THRU 1200-EXIT
029200         GO TO 1000-EXIT
029300     END-IF.
029400     PERFORM 1100-LOAD-TABLE THRU 1100-EXIT.
029500     IF WS-ABORT
029600         GO TO 1000-EXIT
029700     END-IF.
029800     IF WS-FUNC-LIST
029900         OPEN OUTPUT OPRRPT
030000         IF NOT FS-OPRRPT-OK
030100             DISPLAY "BILOPER: UNABLE TO OPEN OPRRPT, STATUS "
030200                 FS-OPRRPT
030300             MOVE "Y" TO WS-ABORT-SW
030400         END-IF
030500     END-IF.
030600 1000-EXIT.
030700     EXIT.

030800*-----------------------------------------------------------*
030900*    PASSWORD POLICY FROM THE "BILSIGN " PARAMETER CARD, SO    *
031000*    THIS PROGRAM AND THE SIGN-ON ALWAYS AGREE.                *
031100*-----------------------------------------------------------*
031200 1050-READ-PARM-CARD.
031300     MOVE "N" TO WS-CARD-FOUND-SW.
031400     OPEN INPUT PARMCARD.
031500     IF NOT FS-PARMCARD-OK
031600         GO TO 1050-EXIT
031700     END-IF.
031800     READ PARMCARD
031900         AT END
032000             MOVE "Y" TO WS-PC-EOF-SW
032100     END-READ.
032200     PERFORM 1055-SCAN-ONE-CARD THRU 1055-EXIT
032300         UNTIL WS-PC-EOF OR WS-CARD-FOUND.
032400     CLOSE PARMCARD.
032500     IF WS-CARD-FOUND
032600         IF PC-DAYS > ZERO
032700             MOVE PC-DAYS  TO WS-PWD-LIFE-DAYS
032800         END-IF
032900         IF PC-YEARS > ZERO
033000             MOVE PC-YEARS TO WS-FAIL-LIMIT
033100         END-IF
033200     END-IF.
033300 1050-EXIT.
033400     EXIT.

033500 1055-SCAN-ONE-CARD.
033600     IF PC-PROGRAM-ID = "BILSIGN "
033700         MOVE "Y" TO WS-CARD-FOUND-SW
033800         GO TO 1055-EXIT
033900     END-IF.
034000     READ PARMCARD
034100         AT END
034200             MOVE "Y" TO WS-PC-EOF-SW
034300     END-READ.
034400 1055-EXIT.
034500     EXIT.

034600*-----------------------------------------------------------*
034700*    UNLIKE THE OTHER TABLES, THE PROFILE FILE MUST EXIST -    *
034800*    IT IS CREATED ONCE BY THE M CONVERSION.                   *
034900*-----------------------------------------------------------*
035000 1100-LOAD-TABLE.
035100     OPEN INPUT OPRPROF.
035200     IF NOT FS-OPRPROF-OK
035300         DISPLAY "BILOPER: UNABLE TO OPEN OPRPROF, STATUS "
035400             FS-OPRPROF
035500         MOVE "Y" TO WS-ABORT-SW
035600         GO TO 1100-EXIT
035700     END-IF.
035800     READ OPRPROF
035900         AT END
036000             MOVE "Y" TO WS-OP-EOF-SW
036100     END-READ.
036200     PERFORM 1110-STORE-ONE THRU 1110-EXIT
036300         UNTIL WS-OP-EOF.
036400     CLOSE OPRPROF.
036500 1100-EXIT.
036600     EXIT.

036700 1110-STORE-ONE.
036800     IF WS-PROFILE-COUNT >= 100
036900         DISPLAY "BILOPER: PROFILE TABLE FULL - RUN"
037000             " ABANDONED BEFORE A PROFILE COULD BE LOST"
037100         MOVE "Y" TO WS-ABORT-SW
037200         MOVE "Y" TO WS-OP-EOF-SW
037300         GO TO 1110-EXIT
037400     END-IF.
037500     ADD 1 TO WS-PROFILE-COUNT.
037600     MOVE OP-OPERATOR-ID   TO WS-OP-OPERATOR-ID(WS-PROFILE-COUNT).
037700     MOVE OP-PASSWORD-HASH TO
037800         WS-OP-PASSWORD-HASH(WS-PROFILE-COUNT).
037900     MOVE OP-AUTH-LEVEL    TO WS-OP-AUTH-LEVEL(WS-PROFILE-COUNT).
038000     MOVE OP-STATUS        TO WS-OP-STATUS(WS-PROFILE-COUNT).
038100     MOVE OP-PWD-CHANGED   TO WS-OP-PWD-CHANGED(WS-PROFILE-COUNT).
038200     MOVE OP-FAIL-COUNT    TO WS-OP-FAIL-COUNT(WS-PROFILE-COUNT).
038300     MOVE OP-LAST-SIGNON   TO WS-OP-LAST-SIGNON(WS-PROFILE-COUNT).
038400     MOVE OP-ENABLED-DATE  TO
038500         WS-OP-ENABLED-DATE(WS-PROFILE-COUNT).
038600     MOVE OP-STATUS-DATE   TO WS-OP-STATUS-DATE(WS-PROFILE-COUNT).
038700     MOVE OP-STATUS-BY     TO WS-OP-STATUS-BY(WS-PROFILE-COUNT).
038700     MOVE OP-PASSWORD-SALT TO WS-OP-SALT(WS-PROFILE-COUNT).
038800     MOVE OP-PASSWORD-HISTORY TO
038900         WS-OP-PWD-HISTORY(WS-PROFILE-COUNT).
039000     READ OPRPROF
039100         AT END
039200             MOVE "Y" TO WS-OP-EOF-SW
039300     END-READ.
039400 1110-EXIT.
039500     EXIT.

039600 1200-CHECK-NO-PROFILES.
039700     OPEN INPUT OPRPROF.
039800     IF FS-OPRPROF-OK
039900         CLOSE OPRPROF
040000         DISPLAY "BILOPER: OPRPROF ALREADY EXISTS - CONVERSION"
040100             " REFUSED"
040200         MOVE "Y" TO WS-ABORT-SW
040300     END-IF.
040400 1200-EXIT.
040500     EXIT.

040600*-----------------------------------------------------------*
040700*    CHANGE OWN PASSWORD.  THE ID MUST BE ACTIVE - A LOCKED,   *
040800*    DORMANT OR WITHDRAWN ID GOES TO A SUPERVISOR - AND THE    *
040900*    CURRENT PASSWORD MUST BE RIGHT.                           *
041000*-----------------------------------------------------------*
041100 2000-CHANGE-OWN-PASSWORD.
041200     MOVE WS-OPERATOR-ID TO WS-FIND-ID.
041300     PERFORM 2700-FIND-OPERATOR THRU 2700-EXIT.
041400     IF WS-FOUND-SUB = 0
041500         DISPLAY "BILOPER: " WS-OPERATOR-ID " IS NOT ON OPRPROF"
041600         ADD 1 TO WS-REFUSED-COUNT
041700         GO TO 2000-EXIT
041800     END-IF.
041900     IF WS-OP-STATUS(WS-FOUND-SUB) NOT = "A"
042000         DISPLAY "BILOPER: " WS-OPERATOR-ID " IS NOT ACTIVE"
042100             " (STATUS " WS-OP-STATUS(WS-FOUND-SUB)
042200             ") - SEE A SUPERVISOR"
042300         ADD 1 TO WS-REFUSED-COUNT
042400         GO TO 2000-EXIT
042500     END-IF.
042600     MOVE WS-FOUND-SUB TO WS-OP-SUB.
042700     PERFORM 2900-CHECK-IDLE THRU 2900-EXIT.
042800     IF WS-IDLE
042900         PERFORM 2920-MAKE-DORMANT THRU 2920-EXIT
043000         DISPLAY "BILOPER: " WS-OPERATOR-ID " UNUSED FOR OVER "
043100             WS-DORMANT-DAYS " DAYS - NOW DISABLED, SEE A"
043200             " SUPERVISOR"
043300         ADD 1 TO WS-REFUSED-COUNT
043400         GO TO 2000-EXIT
043500     END-IF.
043600     DISPLAY "CURRENT PASSWORD: " WITH NO ADVANCING.
043700     ACCEPT WS-IN-CURRENT-PWD.
043800     MOVE WS-OPERATOR-ID    TO HS-OPERATOR-ID.
043900     MOVE WS-IN-CURRENT-PWD TO HS-PASSWORD.
043900     MOVE WS-OP-SALT(WS-FOUND-SUB) TO HS-SALT.
044000     MOVE SPACES            TO WS-IN-CURRENT-PWD.
044100     PERFORM 2750-HASH-PASSWORD THRU 2750-EXIT.
044200     IF HS-HASH NOT = WS-OP-PASSWORD-HASH(WS-FOUND-SUB)
044300         PERFORM 2910-COUNT-FAILURE THRU 2910-EXIT
044400         ADD 1 TO WS-REFUSED-COUNT
044500         GO TO 2000-EXIT
044600     END-IF.
044700     IF WS-OP-FAIL-COUNT(WS-FOUND-SUB) > ZERO
044800         MOVE ZERO TO WS-OP-FAIL-COUNT(WS-FOUND-SUB)
044900         MOVE "Y"  TO WS-CHANGED-SW
045000     END-IF.
045100     DISPLAY "NEW PASSWORD: " WITH NO ADVANCING.
045200     ACCEPT WS-IN-NEW-PWD.
045300     DISPLAY "NEW PASSWORD AGAIN: " WITH NO ADVANCING.
045400     ACCEPT WS-IN-CONFIRM-PWD.
045500     IF WS-IN-NEW-PWD NOT = WS-IN-CONFIRM-PWD
045600         DISPLAY "BILOPER: THE TWO NEW PASSWORDS DIFFER -"
045700             " NOT CHANGED"
045800         ADD 1 TO WS-REFUSED-COUNT
045900         GO TO 2000-EXIT
046000     END-IF.
046100     MOVE WS-OPERATOR-ID TO WS-CHECK-ID.
046100     MOVE WS-OP-SALT(WS-FOUND-SUB) TO WS-NEW-SALT.
046200     PERFORM 2800-CHECK-PASSWORD-RULES THRU 2800-EXIT.
046300     IF NOT WS-PWD-OK
046400         ADD 1 TO WS-REFUSED-COUNT
046500         GO TO 2000-EXIT
046600     END-IF.
046700     PERFORM 2850-CHECK-REUSE THRU 2850-EXIT.
046800     IF NOT WS-PWD-OK
046900         ADD 1 TO WS-REFUSED-COUNT
047000         GO TO 2000-EXIT
047100     END-IF.
047200     PERFORM 2950-STORE-NEW-HASH THRU 2950-EXIT.
047300     MOVE WS-SYSTEM-DATE TO WS-OP-PWD-CHANGED(WS-FOUND-SUB).
047400     MOVE WS-SYSTEM-DATE TO WS-OP-LAST-SIGNON(WS-FOUND-SUB).
047500     ADD 1 TO WS-ACTION-COUNT.
047600     DISPLAY "BILOPER: PASSWORD CHANGED FOR " WS-OPERATOR-ID.
047700 2000-EXIT.
047800     EXIT.

047900 2700-FIND-OPERATOR.
048000     MOVE ZERO TO WS-FOUND-SUB.
048100     PERFORM 2710-MATCH-ID THRU 2710-EXIT
048200         VARYING WS-OP-SUB FROM 1 BY 1
048300         UNTIL WS-OP-SUB > WS-PROFILE-COUNT
048400            OR WS-FOUND-SUB > 0.
048500 2700-EXIT.
048600     EXIT.

048700 2710-MATCH-ID.
048800     IF WS-OP-OPERATOR-ID(WS-OP-SUB) = WS-FIND-ID
048900         MOVE WS-OP-SUB TO WS-FOUND-SUB
049000     END-IF.
049100 2710-EXIT.
049200     EXIT.

049300*-----------------------------------------------------------*
049400*    THE CALLER LOADS HS-OPERATOR-ID, HS-PASSWORD AND THE      *
049500*    ID'S SALT IN HS-SALT; THE CLEAR PASSWORD IS BLANKED AS    *
049500*    SOON AS IT IS HASHED.                                     *
049600*-----------------------------------------------------------*
049700 2750-HASH-PASSWORD.
049800     CALL "BILHASH" USING HS-PARMS.
049900     MOVE SPACES TO HS-PASSWORD.
050000 2750-EXIT.
050100     EXIT.

050100*-----------------------------------------------------------*
050100*    A SALT FOR A NEW ID, LEFT IN WS-NEW-SALT - A RUN SEQUENCE *
050100*    AND THE TIME OF DAY TO THE HUNDREDTH.  IT IS NOT SECRET;  *
050100*    IT ONLY HAS TO DIFFER FROM ONE ID TO THE NEXT, SO THAT    *
050100*    THE SAME PASSWORD NEVER HASHES TO THE SAME VALUE TWICE.   *
050100*    THE SALT STAYS WITH THE ID FOR LIFE, SO EARLIER HASHES IN *
050100*    THE HISTORY STILL COMPARE.                                *
050100*-----------------------------------------------------------*
050100 2780-MAKE-SALT.
050100     ACCEPT WS-SALT-CLOCK FROM TIME.
050100     ADD 1 TO WS-SALT-SEQ.
050100     MOVE WS-SALT-SEQ       TO WS-SALT-BUILD-SEQ.
050100     MOVE WS-SALT-CLOCK-LOW TO WS-SALT-BUILD-CLOCK.
050100     MOVE WS-SALT-BUILD     TO WS-NEW-SALT.
050100 2780-EXIT.
050100     EXIT.

050200*-----------------------------------------------------------*
050300*    RULES FOR ANY NEW PASSWORD, OWN OR TEMPORARY, IN          *
050400*    WS-IN-NEW-PWD FOR THE ID IN WS-CHECK-ID, WHOSE SALT IS    *
050500*    IN WS-NEW-SALT.  ON SUCCESS THE HASH IS LEFT IN           *
050500*    WS-NEW-HASH.                                              *
050600*-----------------------------------------------------------*
050700 2800-CHECK-PASSWORD-RULES.
050800     MOVE "N" TO WS-PWD-OK-SW.
050900     MOVE ZERO TO WS-SPACE-COUNT.
051000     MOVE ZERO TO WS-DIGIT-COUNT.
051100     INSPECT WS-IN-NEW-PWD TALLYING WS-SPACE-COUNT FOR ALL SPACES.
051200     INSPECT WS-IN-NEW-PWD TALLYING WS-DIGIT-COUNT
051300         FOR ALL "0" "1" "2" "3" "4" "5" "6" "7" "8" "9".
051400     COMPUTE WS-PWD-LENGTH = 8 - WS-SPACE-COUNT.
051500     IF WS-PWD-LENGTH < WS-PWD-MIN-LENGTH
051600         DISPLAY "BILOPER: A PASSWORD MUST BE 6 TO 8 CHARACTERS"
051700             " - NOT CHANGED"
051800         GO TO 2800-EXIT
051900     END-IF.
052000     MOVE ZERO TO WS-SPACE-COUNT.
052100     INSPECT WS-IN-NEW-PWD(1:WS-PWD-LENGTH)
052200         TALLYING WS-SPACE-COUNT FOR ALL SPACES.
052300     IF WS-SPACE-COUNT > ZERO
052400         DISPLAY "BILOPER: A PASSWORD MAY NOT CONTAIN SPACES"
052500             " - NOT CHANGED"
052600         GO TO 2800-EXIT
052700     END-IF.
052800     IF WS-DIGIT-COUNT = ZERO
052900         DISPLAY "BILOPER: A PASSWORD MUST CONTAIN A DIGIT"
053000             " - NOT CHANGED"
053100         GO TO 2800-EXIT
053200     END-IF.
053300     IF WS-IN-NEW-PWD = WS-CHECK-ID
053400         DISPLAY "BILOPER: A PASSWORD MAY NOT BE THE OPERATOR ID"
053500             " - NOT CHANGED"
053600         GO TO 2800-EXIT
053700     END-IF.
053800     MOVE WS-CHECK-ID   TO HS-OPERATOR-ID.
053900     MOVE WS-IN-NEW-PWD TO HS-PASSWORD.
053900     MOVE WS-NEW-SALT   TO HS-SALT.
054000     PERFORM 2750-HASH-PASSWORD THRU 2750-EXIT.
054100     MOVE HS-HASH       TO WS-NEW-HASH.
054200     MOVE "Y" TO WS-PWD-OK-SW.
054300 2800-EXIT.
054400     EXIT.

054500*-----------------------------------------------------------*
054600*    NOT THE CURRENT PASSWORD AND NOT ANY OF THE LAST FIVE -   *
054700*    COMPARED HASH TO HASH.                                    *
054800*-----------------------------------------------------------*
054900 2850-CHECK-REUSE.
055000     IF WS-NEW-HASH = WS-OP-PASSWORD-HASH(WS-FOUND-SUB)
055100         MOVE "N" TO WS-PWD-OK-SW
055200     END-IF.
055300     PERFORM 2860-MATCH-HISTORY THRU 2860-EXIT
055400         VARYING WS-HX-SUB FROM 1 BY 1
055500         UNTIL WS-HX-SUB > WS-HISTORY-DEPTH.
055600     IF NOT WS-PWD-OK
055700         DISPLAY "BILOPER: THAT PASSWORD HAS BEEN USED RECENTLY"
055800             " - NOT CHANGED"
055900     END-IF.
056000 2850-EXIT.
056100     EXIT.

056200 2860-MATCH-HISTORY.
056300     IF WS-OP-PREV-HASH(WS-FOUND-SUB, WS-HX-SUB) = WS-NEW-HASH
056400         MOVE "N" TO WS-PWD-OK-SW
056500     END-IF.
056600 2860-EXIT.
056700     EXIT.

056800*-----------------------------------------------------------*
056900*    IDLE TEST FOR THE ENTRY AT WS-OP-SUB - DAYS SINCE ITS     *
057000*    LAST GOOD SIGN-ON, OR SINCE IT WAS ADDED OR RE-ENABLED    *
057100*    IF THAT IS LATER.  SAME RULE AS BILSIGN.                  *
057200*-----------------------------------------------------------*
057300 2900-CHECK-IDLE.
057400     MOVE "N" TO WS-IDLE-SW.
057500     MOVE ZERO TO WS-DAYS-IDLE.
057600     MOVE WS-OP-LAST-SIGNON(WS-OP-SUB) TO WS-LAST-USE-DATE.
057700     IF WS-OP-ENABLED-DATE(WS-OP-SUB) > WS-LAST-USE-DATE
057800         MOVE WS-OP-ENABLED-DATE(WS-OP-SUB) TO WS-LAST-USE-DATE
057900     END-IF.
058000     IF WS-LAST-USE-DATE = ZERO
058100         GO TO 2900-EXIT
058200     END-IF.
058300     COMPUTE WS-DAYS-IDLE =
058400         FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE)
058500         - FUNCTION INTEGER-OF-DATE(WS-LAST-USE-DATE).
058600     IF WS-DAYS-IDLE > WS-DORMANT-DAYS
058700         MOVE "Y" TO WS-IDLE-SW
058800     END-IF.
058900 2900-EXIT.
059000     EXIT.

059100 2910-COUNT-FAILURE.
059200     IF WS-OP-FAIL-COUNT(WS-FOUND-SUB) < 99
059300         ADD 1 TO WS-OP-FAIL-COUNT(WS-FOUND-SUB)
059400     END-IF.
059500     MOVE "Y" TO WS-CHANGED-SW.
059600     IF WS-OP-FAIL-COUNT(WS-FOUND-SUB) >= WS-FAIL-LIMIT
059700         MOVE "L"            TO WS-OP-STATUS(WS-FOUND-SUB)
059800         MOVE WS-SYSTEM-DATE TO WS-OP-STATUS-DATE(WS-FOUND-SUB)
059900         MOVE "BILOPER"      TO WS-OP-STATUS-BY(WS-FOUND-SUB)
060000         DISPLAY "BILOPER: WRONG CURRENT PASSWORD - "
060100             WS-OPERATOR-ID " NOW LOCKED, SEE A SUPERVISOR"
060200     ELSE
060300         DISPLAY "BILOPER: WRONG CURRENT PASSWORD - NOT CHANGED"
060400     END-IF.
060500 2910-EXIT.
060600     EXIT.

060700 2920-MAKE-DORMANT.
060800     MOVE "D"            TO WS-OP-STATUS(WS-OP-SUB).
060900     MOVE WS-SYSTEM-DATE TO WS-OP-STATUS-DATE(WS-OP-SUB).
061000     MOVE WS-OPERATOR-ID TO WS-OP-STATUS-BY(WS-OP-SUB).
061100     MOVE "Y"            TO WS-CHANGED-SW.
061200 2920-EXIT.
061300     EXIT.

061400*-----------------------------------------------------------*
061500*    THE OUTGOING HASH JOINS THE HISTORY, THE OLDEST DROPS     *
061600*    OFF, AND THE NEW HASH TAKES ITS PLACE.                    *
061700*-----------------------------------------------------------*
061800 2950-STORE-NEW-HASH.
061900     PERFORM 2960-SHIFT-HISTORY THRU 2960-EXIT
062000         VARYING WS-HX-SUB FROM WS-HISTORY-DEPTH BY -1
062100         UNTIL WS-HX-SUB < 2.
062200     MOVE WS-OP-PASSWORD-HASH(WS-FOUND-SUB) TO
062300         WS-OP-PREV-HASH(WS-FOUND-SUB, 1).
062400     MOVE WS-NEW-HASH TO WS-OP-PASSWORD-HASH(WS-FOUND-SUB).
062500     MOVE ZERO        TO WS-OP-FAIL-COUNT(WS-FOUND-SUB).
062600     MOVE "Y"         TO WS-CHANGED-SW.
062700 2950-EXIT.
062800     EXIT.

062900 2960-SHIFT-HISTORY.
063000     MOVE WS-OP-PREV-HASH(WS-FOUND-SUB, WS-HX-SUB - 1) TO
063100         WS-OP-PREV-HASH(WS-FOUND-SUB, WS-HX-SUB).
063200 2960-EXIT.
063300     EXIT.

063400*-----------------------------------------------------------*
063500*    SUPERVISOR FUNCTIONS NAME ANOTHER OPERATOR'S ID - NEVER   *
063600*    THEIR OWN, SO NO ONE CAN UNLOCK OR RESET THEMSELVES.      *
063700*-----------------------------------------------------------*
063800 2990-ACCEPT-TARGET.
063900     DISPLAY "OPERATOR ID TO MAINTAIN: " WITH NO ADVANCING.
064000     ACCEPT WS-IN-TARGET-ID.
064100     MOVE WS-IN-TARGET-ID TO WS-FIND-ID.
064200     PERFORM 2700-FIND-OPERATOR THRU 2700-EXIT.
064300     IF WS-IN-TARGET-ID = WS-OPERATOR-ID
064400         DISPLAY "BILOPER: A SUPERVISOR MAY NOT MAINTAIN THEIR"
064500             " OWN ID"
064600         MOVE ZERO TO WS-FOUND-SUB
064700         ADD 1 TO WS-REFUSED-COUNT
064800         GO TO 2990-EXIT
064900     END-IF.
065000     IF WS-FOUND-SUB = 0 AND NOT WS-FUNC-ADD
065100         DISPLAY "BILOPER: " WS-IN-TARGET-ID " IS NOT ON OPRPROF"
065200         ADD 1 TO WS-REFUSED-COUNT
065300     END-IF.
065400 2990-EXIT.
065500     EXIT.

065600*-----------------------------------------------------------*
065700*    A NEW ID IS GIVEN A TEMPORARY PASSWORD WITH A ZERO        *
065800*    CHANGED DATE, SO BILSIGN REFUSES IT UNTIL THE OPERATOR    *
065900*    HAS CHOSEN THEIR OWN.  AN ID IS NEVER REISSUED - A        *
066000*    WITHDRAWN ONE STAYS ON FILE UNDER ITS OLD OWNER.          *
066100*-----------------------------------------------------------*
066200 3000-ADD-OPERATOR.
066300     PERFORM 2990-ACCEPT-TARGET THRU 2990-EXIT.
066400     IF WS-IN-TARGET-ID = WS-OPERATOR-ID
066500         GO TO 3000-EXIT
066600     END-IF.
066700     IF WS-IN-TARGET-ID = SPACES
066800         DISPLAY "BILOPER: OPERATOR ID IS REQUIRED"
066900         ADD 1 TO WS-REFUSED-COUNT
067000         GO TO 3000-EXIT
067100     END-IF.
067200     IF WS-FOUND-SUB > 0
067300         DISPLAY "BILOPER: " WS-IN-TARGET-ID " IS ALREADY ON"
067400             " OPRPROF (STATUS " WS-OP-STATUS(WS-FOUND-SUB) ")"
067500         ADD 1 TO WS-REFUSED-COUNT
067600         GO TO 3000-EXIT
067700     END-IF.
067800     DISPLAY "LEVEL (1=OPERATOR 2=SUPERVISOR): "
067900         WITH NO ADVANCING.
068000     ACCEPT WS-IN-LEVEL.
068100     IF NOT WS-IN-LEVEL-VALID
068200         DISPLAY "BILOPER: LEVEL MUST BE 1 OR 2"
068300         ADD 1 TO WS-REFUSED-COUNT
068400         GO TO 3000-EXIT
068500     END-IF.
068600     DISPLAY "TEMPORARY PASSWORD: " WITH NO ADVANCING.
068700     ACCEPT WS-IN-NEW-PWD.
068800     MOVE WS-IN-TARGET-ID TO WS-CHECK-ID.
068800     PERFORM 2780-MAKE-SALT THRU 2780-EXIT.
068900     PERFORM 2800-CHECK-PASSWORD-RULES THRU 2800-EXIT.
069000     MOVE SPACES TO WS-IN-NEW-PWD.
069100     IF NOT WS-PWD-OK
069200         ADD 1 TO WS-REFUSED-COUNT
069300         GO TO 3000-EXIT
069400     END-IF.
069500     IF WS-PROFILE-COUNT >= 100
069600         DISPLAY "BILOPER: PROFILE TABLE FULL - NOT ADDED"
069700         ADD 1 TO WS-REFUSED-COUNT
069800         GO TO 3000-EXIT
069900     END-IF.
070000     ADD 1 TO WS-PROFILE-COUNT.
070100     MOVE WS-PROFILE-COUNT TO WS-FOUND-SUB.
070200     MOVE WS-IN-TARGET-ID  TO WS-OP-OPERATOR-ID(WS-FOUND-SUB).
070300     MOVE WS-NEW-HASH      TO WS-OP-PASSWORD-HASH(WS-FOUND-SUB).
070400     MOVE WS-IN-LEVEL      TO WS-OP-AUTH-LEVEL(WS-FOUND-SUB).
070500     MOVE "A"              TO WS-OP-STATUS(WS-FOUND-SUB).
070600     MOVE ZERO             TO WS-OP-PWD-CHANGED(WS-FOUND-SUB).
070700     MOVE ZERO             TO WS-OP-FAIL-COUNT(WS-FOUND-SUB).
070800     MOVE ZERO             TO WS-OP-LAST-SIGNON(WS-FOUND-SUB).
070900     MOVE WS-SYSTEM-DATE   TO WS-OP-ENABLED-DATE(WS-FOUND-SUB).
071000     MOVE WS-SYSTEM-DATE   TO WS-OP-STATUS-DATE(WS-FOUND-SUB).
071100     MOVE WS-OPERATOR-ID   TO WS-OP-STATUS-BY(WS-FOUND-SUB).
071100     MOVE WS-NEW-SALT      TO WS-OP-SALT(WS-FOUND-SUB).
071200     MOVE ZERO             TO WS-OP-PWD-HISTORY(WS-FOUND-SUB).
071300     MOVE "Y"              TO WS-CHANGED-SW.
071400     ADD 1 TO WS-ACTION-COUNT.
071500     DISPLAY "BILOPER: " WS-IN-TARGET-ID " ADDED AT LEVEL "
071600         WS-IN-LEVEL " - PASSWORD MUST BE CHANGED AT FIRST USE".
071700 3000-EXIT.
071800     EXIT.

071900*-----------------------------------------------------------*
072000*    A LOCKED OR DORMANT ID IS MADE ACTIVE WITH A CLEAN        *
072100*    FAILURE COUNT; THE RE-ENABLE DATE RESTARTS THE 90-DAY     *
072200*    IDLE CLOCK SO IT IS NOT DISABLED AGAIN AT ONCE.           *
072300*-----------------------------------------------------------*
072400 4000-UNLOCK-OPERATOR.
072500     PERFORM 2990-ACCEPT-TARGET THRU 2990-EXIT.
072600     IF WS-FOUND-SUB = 0
072700         GO TO 4000-EXIT
072800     END-IF.
072900     IF WS-OP-STATUS(WS-FOUND-SUB) NOT = "L"
073000         AND WS-OP-STATUS(WS-FOUND-SUB) NOT = "D"
073100         DISPLAY "BILOPER: " WS-IN-TARGET-ID " IS NOT LOCKED OR"
073200             " DORMANT (STATUS " WS-OP-STATUS(WS-FOUND-SUB) ")"
073300         ADD 1 TO WS-REFUSED-COUNT
073400         GO TO 4000-EXIT
073500     END-IF.
073600     DISPLAY "BILOPER: " WS-IN-TARGET-ID " WAS "
073700         WS-OP-STATUS(WS-FOUND-SUB) " SINCE "
073800         WS-OP-STATUS-DATE(WS-FOUND-SUB) " - NOW ACTIVE".
073900     MOVE "A"            TO WS-OP-STATUS(WS-FOUND-SUB).
074000     MOVE ZERO           TO WS-OP-FAIL-COUNT(WS-FOUND-SUB).
074100     MOVE WS-SYSTEM-DATE TO WS-OP-ENABLED-DATE(WS-FOUND-SUB).
074200     MOVE WS-SYSTEM-DATE TO WS-OP-STATUS-DATE(WS-FOUND-SUB).
074300     MOVE WS-OPERATOR-ID TO WS-OP-STATUS-BY(WS-FOUND-SUB).
074400     MOVE "Y"            TO WS-CHANGED-SW.
074500     ADD 1 TO WS-ACTION-COUNT.
074600 4000-EXIT.
074700     EXIT.

074800*-----------------------------------------------------------*
074900*    A FORGOTTEN PASSWORD IS REPLACED BY A TEMPORARY ONE THE   *
075000*    OPERATOR MUST CHANGE BEFORE USE.  A LOCK IS CLEARED, AS   *
075100*    A LOCKOUT IS THE USUAL REASON FOR THE RESET; A DORMANT    *
075200*    ID STILL NEEDS FUNCTION U.                                *
075300*-----------------------------------------------------------*
075400 5000-RESET-PASSWORD.
075500     PERFORM 2990-ACCEPT-TARGET THRU 2990-EXIT.
075600     IF WS-FOUND-SUB = 0
075700         GO TO 5000-EXIT
075800     END-IF.
075900     IF WS-OP-STATUS(WS-FOUND-SUB) = "X"
076000         DISPLAY "BILOPER: " WS-IN-TARGET-ID " IS WITHDRAWN"
076100         ADD 1 TO WS-REFUSED-COUNT
076200         GO TO 5000-EXIT
076300     END-IF.
076400     DISPLAY "TEMPORARY PASSWORD: " WITH NO ADVANCING.
076500     ACCEPT WS-IN-NEW-PWD.
076600     MOVE WS-IN-TARGET-ID TO WS-CHECK-ID.
076600     MOVE WS-OP-SALT(WS-FOUND-SUB) TO WS-NEW-SALT.
076700     PERFORM 2800-CHECK-PASSWORD-RULES THRU 2800-EXIT.
076800     MOVE SPACES TO WS-IN-NEW-PWD.
076900     IF NOT WS-PWD-OK
077000         ADD 1 TO WS-REFUSED-COUNT
077100         GO TO 5000-EXIT
077200     END-IF.
077300     PERFORM 2950-STORE-NEW-HASH THRU 2950-EXIT.
077400     MOVE ZERO TO WS-OP-PWD-CHANGED(WS-FOUND-SUB).
077500     IF WS-OP-STATUS(WS-FOUND-SUB) = "L"
077600         MOVE "A"            TO WS-OP-STATUS(WS-FOUND-SUB)
077700         MOVE WS-SYSTEM-DATE TO WS-OP-STATUS-DATE(WS-FOUND-SUB)
077800         MOVE WS-OPERATOR-ID TO WS-OP-STATUS-BY(WS-FOUND-SUB)
077900     END-IF.
078000     ADD 1 TO WS-ACTION-COUNT.
078100     DISPLAY "BILOPER: PASSWORD RESET FOR " WS-IN-TARGET-ID
078200         " - MUST BE CHANGED AT NEXT USE".
078300 5000-EXIT.
078400     EXIT.

078500 6000-WITHDRAW-OPERATOR.
078600     PERFORM 2990-ACCEPT-TARGET THRU 2990-EXIT.
078700     IF WS-FOUND-SUB = 0
078800         GO TO 6000-EXIT
078900     END-IF.
079000     IF WS-OP-STATUS(WS-FOUND-SUB) = "X"
079100         DISPLAY "BILOPER: " WS-IN-TARGET-ID " IS ALREADY"
079200             " WITHDRAWN"
079300         ADD 1 TO WS-REFUSED-COUNT
079400         GO TO 6000-EXIT
079500     END-IF.
079600     MOVE "X"            TO WS-OP-STATUS(WS-FOUND-SUB).
079700     MOVE WS-SYSTEM-DATE TO WS-OP-STATUS-DATE(WS-FOUND-SUB).
079800     MOVE WS-OPERATOR-ID TO WS-OP-STATUS-BY(WS-FOUND-SUB).
079900     MOVE "Y"            TO WS-CHANGED-SW.
080000     ADD 1 TO WS-ACTION-COUNT.
080100     DISPLAY "BILOPER: " WS-IN-TARGET-ID " WITHDRAWN".
080200 6000-EXIT.
080300     EXIT.

080400*-----------------------------------------------------------*
080500*    THE NIGHTLY SWEEP.  BILSIGN ALSO DISABLES AN IDLE ID AT   *
080600*    ITS NEXT ATTEMPT; THE SWEEP MAKES SURE ONE NEVER TRIED    *
080700*    AGAIN IS SHOWN DISABLED ON THE ACCESS REPORT TOO.         *
080800*-----------------------------------------------------------*
080900 7000-DORMANT-SWEEP.
081000     PERFORM 7100-SWEEP-ONE THRU 7100-EXIT
081100         VARYING WS-OP-SUB FROM 1 BY 1
081200         UNTIL WS-OP-SUB > WS-PROFILE-COUNT.
081300 7000-EXIT.
081400     EXIT.

081500 7100-SWEEP-ONE.
081600     IF WS-OP-STATUS(WS-OP-SUB) NOT = "A"
081700         GO TO 7100-EXIT
081800     END-IF.
081900     PERFORM 2900-CHECK-IDLE THRU 2900-EXIT.
082000     IF NOT WS-IDLE
082100         GO TO 7100-EXIT
082200     END-IF.
082300     PERFORM 2920-MAKE-DORMANT THRU 2920-EXIT.
082400     ADD 1 TO WS-ACTION-COUNT.
082500     DISPLAY "BILOPER: " WS-OP-OPERATOR-ID(WS-OP-SUB)
082600         " DISABLED - LAST USED " WS-LAST-USE-DATE.
082700 7100-EXIT.
082800     EXIT.

082900*-----------------------------------------------------------*
083000*    THE QUARTERLY ACCESS REVIEW REPORT - EVERY ID ON FILE,    *
083100*    WITHDRAWN ONES INCLUDED, SO THE REVIEWER SEES WHO WAS     *
083200*    REMOVED AND BY WHOM.  AN ACTIVE ID WITH AN EXPIRED        *
083300*    PASSWORD, NO PASSWORD OF ITS OWN YET, OR IDLE PAST THE    *
083400*    DORMANT LIMIT IS FLAGGED FOR FOLLOW-UP.                   *
083500*-----------------------------------------------------------*
083600 8000-ACCESS-REPORT.
083700     MOVE SPACES TO WS-RPT-LINE.
083800     STRING "OPERATOR ACCESS REVIEW - RUN DATE " WS-SYSTEM-DATE
083900         DELIMITED BY SIZE INTO WS-RPT-LINE.
084000     WRITE OR-LINE FROM WS-RPT-LINE.
084100     MOVE SPACES TO WS-RPT-LINE.
084200     STRING "PASSWORD LIFE " WS-PWD-LIFE-DAYS " DAYS, LOCKOUT"
084300         " AFTER " WS-FAIL-LIMIT " FAILURES, DISABLED AFTER "
084400         WS-DORMANT-DAYS " DAYS UNUSED"
084500         DELIMITED BY SIZE INTO WS-RPT-LINE.
084600     WRITE OR-LINE FROM WS-RPT-LINE.
084700     MOVE SPACES TO WS-RPT-LINE.
084800     WRITE OR-LINE FROM WS-RPT-LINE.
084900     MOVE SPACES TO WS-RPT-LINE.
085000     STRING "OPERATOR LVL STATUS    LAST-ON   IDLE  PWD-SET"
085100         "    AGE  LEFT  FL  CHANGED  BY"
085200         DELIMITED BY SIZE INTO WS-RPT-LINE.
085300     WRITE OR-LINE FROM WS-RPT-LINE.
085400     PERFORM 8100-REPORT-ONE THRU 8100-EXIT
085500         VARYING WS-OP-SUB FROM 1 BY 1
085600         UNTIL WS-OP-SUB > WS-PROFILE-COUNT.
085700     PERFORM 8300-REPORT-SUMMARY THRU 8300-EXIT.
085800 8000-EXIT.
085900     EXIT.

086000 8100-REPORT-ONE.
086100     MOVE SPACES TO WS-RD-FLAG.
086200     MOVE WS-OP-OPERATOR-ID(WS-OP-SUB) TO WS-RD-OPERATOR-ID.
086300     MOVE WS-OP-AUTH-LEVEL(WS-OP-SUB)  TO WS-RD-LEVEL.
086400     IF WS-OP-AUTH-LEVEL(WS-OP-SUB) = 2
086500         AND WS-OP-STATUS(WS-OP-SUB) NOT = "X"
086600         ADD 1 TO WS-SUPERVISOR-COUNT
086700     END-IF.
086800     EVALUATE WS-OP-STATUS(WS-OP-SUB)
086900         WHEN "A"
087000             MOVE "ACTIVE"    TO WS-RD-STATUS
087100             ADD 1 TO WS-ACTIVE-COUNT
087200         WHEN "L"
087300             MOVE "LOCKED"    TO WS-RD-STATUS
087400             ADD 1 TO WS-LOCKED-COUNT
087500         WHEN "D"
087600             MOVE "DORMANT"   TO WS-RD-STATUS
087700             ADD 1 TO WS-DORMANT-COUNT
087800         WHEN "X"
087900             MOVE "WITHDRAWN" TO WS-RD-STATUS
088000             ADD 1 TO WS-WITHDRAWN-COUNT
088100         WHEN OTHER
088200             MOVE "UNKNOWN"   TO WS-RD-STATUS
088300     END-EVALUATE.
088400     IF WS-OP-LAST-SIGNON(WS-OP-SUB) = ZERO
088500         MOVE "NEVER"    TO WS-RD-LAST-SIGNON
088600     ELSE
088700         MOVE WS-OP-LAST-SIGNON(WS-OP-SUB) TO WS-RD-LAST-SIGNON
088800     END-IF.
088900     PERFORM 2900-CHECK-IDLE THRU 2900-EXIT.
089000     MOVE WS-DAYS-IDLE TO WS-RD-DAYS-IDLE.
089100     PERFORM 8150-PASSWORD-AGE THRU 8150-EXIT.
089200     MOVE WS-OP-FAIL-COUNT(WS-OP-SUB)  TO WS-RD-FAIL-COUNT.
089300     MOVE WS-OP-STATUS-DATE(WS-OP-SUB) TO WS-RD-STATUS-DATE.
089400     MOVE WS-OP-STATUS-BY(WS-OP-SUB)   TO WS-RD-STATUS-BY.
089500     IF WS-OP-STATUS(WS-OP-SUB) = "A"
089600         EVALUATE TRUE
089700             WHEN WS-IDLE
089800                 MOVE "** IDLE - DUE FOR DISABLING" TO WS-RD-FLAG
089900                 ADD 1 TO WS-IDLE-COUNT
090000             WHEN WS-OP-PWD-CHANGED(WS-OP-SUB) = ZERO
090100                 MOVE "** TEMPORARY PASSWORD"       TO WS-RD-FLAG
090200                 ADD 1 TO WS-EXPIRED-COUNT
090300             WHEN WS-EXPIRED
090400                 MOVE "** PASSWORD EXPIRED"         TO WS-RD-FLAG
090500                 ADD 1 TO WS-EXPIRED-COUNT
090600         END-EVALUATE
090700     END-IF.
090800     WRITE OR-LINE FROM WS-RPT-DETAIL.
090900 8100-EXIT.
091000     EXIT.

091100 8150-PASSWORD-AGE.
091200     MOVE "N" TO WS-EXPIRED-SW.
091300     IF WS-OP-PWD-CHANGED(WS-OP-SUB) = ZERO
091400         MOVE "RESET"  TO WS-RD-PWD-CHANGED
091500         MOVE ZERO     TO WS-RD-PWD-AGE
091600         MOVE ZERO     TO WS-RD-DAYS-LEFT
091700         MOVE "Y"      TO WS-EXPIRED-SW
091800         GO TO 8150-EXIT
091900     END-IF.
092000     MOVE WS-OP-PWD-CHANGED(WS-OP-SUB) TO WS-RD-PWD-CHANGED.
092100     COMPUTE WS-PWD-AGE =
092200         FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE)
092300         - FUNCTION INTEGER-OF-DATE(WS-OP-PWD-CHANGED(WS-OP-SUB)).
092400     COMPUTE WS-DAYS-LEFT = WS-PWD-LIFE-DAYS - WS-PWD-AGE.
092500     MOVE WS-PWD-AGE   TO WS-RD-PWD-AGE.
092600     MOVE WS-DAYS-LEFT TO WS-RD-DAYS-LEFT.
092700     IF WS-DAYS-LEFT <= ZERO
092800         MOVE "Y" TO WS-EXPIRED-SW
092900     END-IF.
093000 8150-EXIT.
093100     EXIT.

093200 8300-REPORT-SUMMARY.
093300     MOVE SPACES TO WS-RPT-LINE.
093400     WRITE OR-LINE FROM WS-RPT-LINE.
093500     MOVE WS-PROFILE-COUNT TO WS-RPT-COUNT-ED.
093600     MOVE SPACES TO WS-RPT-LINE.
093700     STRING "IDS ON FILE          " WS-RPT-COUNT-ED
093800         DELIMITED BY SIZE INTO WS-RPT-LINE.
093900     WRITE OR-LINE FROM WS-RPT-LINE.
094000     MOVE WS-ACTIVE-COUNT TO WS-RPT-COUNT-ED.
094100     MOVE SPACES TO WS-RPT-LINE.
094200     STRING "  ACTIVE             " WS-RPT-COUNT-ED
094300         DELIMITED BY SIZE INTO WS-RPT-LINE.
094400     WRITE OR-LINE FROM WS-RPT-LINE.
094500     MOVE WS-LOCKED-COUNT TO WS-RPT-COUNT-ED.
094600     MOVE SPACES TO WS-RPT-LINE.
094700     STRING "  LOCKED             " WS-RPT-COUNT-ED
094800         DELIMITED BY SIZE INTO WS-RPT-LINE.
094900     WRITE OR-LINE FROM WS-RPT-LINE.
095000     MOVE WS-DORMANT-COUNT TO WS-RPT-COUNT-ED.
095100     MOVE SPACES TO WS-RPT-LINE.
095200     STRING "  DORMANT            " WS-RPT-COUNT-ED
095300         DELIMITED BY SIZE INTO WS-RPT-LINE.
095400     WRITE OR-LINE FROM WS-RPT-LINE.
095500     MOVE WS-WITHDRAWN-COUNT TO WS-RPT-COUNT-ED.
095600     MOVE SPACES TO WS-RPT-LINE.
095700     STRING "  WITHDRAWN          " WS-RPT-COUNT-ED
095800         DELIMITED BY SIZE INTO WS-RPT-LINE.
095900     WRITE OR-LINE FROM WS-RPT-LINE.
096000     MOVE WS-SUPERVISOR-COUNT TO WS-RPT-COUNT-ED.
096100     MOVE SPACES TO WS-RPT-LINE.
096200     STRING "SUPERVISOR-LEVEL IDS " WS-RPT-COUNT-ED
096300         "  (NOT WITHDRAWN)"
096400         DELIMITED BY SIZE INTO WS-RPT-LINE.
096500     WRITE OR-LINE FROM WS-RPT-LINE.
096600     MOVE WS-EXPIRED-COUNT TO WS-RPT-COUNT-ED.
096700     MOVE SPACES TO WS-RPT-LINE.
096800     STRING "ACTIVE, PASSWORD DUE " WS-RPT-COUNT-ED
096900         DELIMITED BY SIZE INTO WS-RPT-LINE.
097000     WRITE OR-LINE FROM WS-RPT-LINE.
097100     MOVE WS-IDLE-COUNT TO WS-RPT-COUNT-ED.
097200     MOVE SPACES TO WS-RPT-LINE.
097300     STRING "ACTIVE, IDLE OVER " WS-DORMANT-DAYS " "
097400         WS-RPT-COUNT-ED "  (RUN FUNCTION D)"
097500         DELIMITED BY SIZE INTO WS-RPT-LINE.
097600     WRITE OR-LINE FROM WS-RPT-LINE.
097700 8300-EXIT.
097800     EXIT.

097900*-----------------------------------------------------------*
098000*    ONE-TIME CONVERSION FROM THE CLEAR-TEXT LAYOUT.  EVERY    *
098100*    ID COMES ACROSS ACTIVE, AT ITS OLD LEVEL, WITH ITS OLD    *
098200*    PASSWORD HASHED AND A ZERO CHANGED DATE - SO EACH         *
098300*    OPERATOR SIGNS ON ONCE MORE WITH THE OLD PASSWORD,        *
098400*    THROUGH FUNCTION C, AND THEN NEVER IN CLEAR AGAIN.  THE   *
098500*    IDLE CLOCK STARTS FROM THE CONVERSION DATE.  OPROLD IS    *
098600*    SCRATCHED ONCE THE NEW FILE IS VERIFIED.                  *
098700*-----------------------------------------------------------*
098800 8500-MIGRATE-PROFILES.
098900     OPEN INPUT OPROLD.
099000     IF NOT FS-OPROLD-OK
099100         DISPLAY "BILOPER: UNABLE TO OPEN OPROLD, STATUS "
099200             FS-OPROLD
099300         GO TO 8500-EXIT
099400     END-IF.
099500     OPEN OUTPUT OPRPROF.
099600     IF NOT FS-OPRPROF-OK
099700         DISPLAY "BILOPER: UNABLE TO CREATE OPRPROF, STATUS "
099800             FS-OPRPROF
099900         CLOSE OPROLD
100000         GO TO 8500-EXIT
100100     END-IF.
100200     READ OPROLD
100300         AT END
100400             MOVE "Y" TO WS-OO-EOF-SW
100500     END-READ.
100600     PERFORM 8510-MIGRATE-ONE THRU 8510-EXIT
100700         UNTIL WS-OO-EOF.
100800     CLOSE OPROLD.
100900     CLOSE OPRPROF.
101000     MOVE WS-MIGRATED-COUNT TO WS-PROFILE-COUNT.
101100     DISPLAY "BILOPER: " WS-MIGRATED-COUNT " PROFILES CONVERTED"
101200         " - EVERY PASSWORD MUST BE CHANGED AT NEXT USE".
101300 8500-EXIT.
101400     EXIT.

101500 8510-MIGRATE-ONE.
101600     PERFORM 2780-MAKE-SALT THRU 2780-EXIT.
101600     MOVE OO-OPERATOR-ID TO HS-OPERATOR-ID.
101700     MOVE OO-PASSWORD    TO HS-PASSWORD.
101700     MOVE WS-NEW-SALT    TO HS-SALT.
101800     PERFORM 2750-HASH-PASSWORD THRU 2750-EXIT.
101900     MOVE SPACES         TO OP-RECORD.
102000     MOVE OO-OPERATOR-ID TO OP-OPERATOR-ID.
102100     MOVE HS-HASH        TO OP-PASSWORD-HASH.
102200     MOVE OO-AUTH-LEVEL  TO OP-AUTH-LEVEL.
102300     MOVE "A"            TO OP-STATUS.
102400     MOVE ZERO           TO OP-PWD-CHANGED.
102500     MOVE ZERO           TO OP-FAIL-COUNT.
102600     MOVE ZERO           TO OP-LAST-SIGNON.
102700     MOVE WS-SYSTEM-DATE TO OP-ENABLED-DATE.
102800     MOVE WS-SYSTEM-DATE TO OP-STATUS-DATE.
102900     MOVE WS-OPERATOR-ID TO OP-STATUS-BY.
102900     MOVE WS-NEW-SALT    TO OP-PASSWORD-SALT.
103000     MOVE ZERO           TO OP-PASSWORD-HISTORY.
103100     WRITE OP-RECORD.
103200     ADD 1 TO WS-MIGRATED-COUNT.
103300     READ OPROLD
103400         AT END
103500             MOVE "Y" TO WS-OO-EOF-SW
103600     END-READ.
103700 8510-EXIT.
103800     EXIT.

103900 9000-TERMINATE.
104000     MOVE SPACES TO WS-IN-CURRENT-PWD.
104100     MOVE SPACES TO WS-IN-NEW-PWD.
104200     MOVE SPACES TO WS-IN-CONFIRM-PWD.
104300     IF WS-CHANGED AND NOT WS-ABORT
104400         PERFORM 9100-REWRITE-TABLE THRU 9100-EXIT
104500     END-IF.
104600     IF WS-FUNC-LIST AND FS-OPRRPT-OK
104700         CLOSE OPRRPT
104700         PERFORM 9680-FILE-REPORT THRU 9680-EXIT
104800     END-IF.
104900     IF FS-RUNLOG-OK
105000         PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT
105100         CLOSE RUNLOG
105200     END-IF.
105300     DISPLAY "BILOPER: CHANGES " WS-ACTION-COUNT
105400         " REFUSED " WS-REFUSED-COUNT
105500         " IDS ON FILE " WS-PROFILE-COUNT.
105600 9000-EXIT.
105700     EXIT.

105800 9100-REWRITE-TABLE.
105900     OPEN OUTPUT OPRPROF.
106000     IF NOT FS-OPRPROF-OK
106100         DISPLAY "BILOPER: UNABLE TO REWRITE OPRPROF, STATUS "
106200             FS-OPRPROF
106300         GO TO 9100-EXIT
106400     END-IF.
106500     PERFORM 9110-WRITE-ONE THRU 9110-EXIT
106600         VARYING WS-OP-SUB FROM 1 BY 1
106700         UNTIL WS-OP-SUB > WS-PROFILE-COUNT.
106800     CLOSE OPRPROF.
106900 9100-EXIT.
107000     EXIT.

107100 9110-WRITE-ONE.
107200     MOVE SPACES                         TO OP-RECORD.
107300     MOVE WS-OP-OPERATOR-ID(WS-OP-SUB)   TO OP-OPERATOR-ID.
107400     MOVE WS-OP-PASSWORD-HASH(WS-OP-SUB) TO OP-PASSWORD-HASH.
107500     MOVE WS-OP-AUTH-LEVEL(WS-OP-SUB)    TO OP-AUTH-LEVEL.
107600     MOVE WS-OP-STATUS(WS-OP-SUB)        TO OP-STATUS.
107700     MOVE WS-OP-PWD-CHANGED(WS-OP-SUB)   TO OP-PWD-CHANGED.
107800     MOVE WS-OP-FAIL-COUNT(WS-OP-SUB)    TO OP-FAIL-COUNT.
107900     MOVE WS-OP-LAST-SIGNON(WS-OP-SUB)   TO OP-LAST-SIGNON.
108000     MOVE WS-OP-ENABLED-DATE(WS-OP-SUB)  TO OP-ENABLED-DATE.
108100     MOVE WS-OP-STATUS-DATE(WS-OP-SUB)   TO OP-STATUS-DATE.
108200     MOVE WS-OP-STATUS-BY(WS-OP-SUB)     TO OP-STATUS-BY.
108200     MOVE WS-OP-SALT(WS-OP-SUB)          TO OP-PASSWORD-SALT.
108300     MOVE WS-OP-PWD-HISTORY(WS-OP-SUB)   TO OP-PASSWORD-HISTORY.
108400     WRITE OP-RECORD.
108500 9110-EXIT.
108600     EXIT.

108700 9600-WRITE-RUNLOG.
108800     MOVE "BILOPER"        TO RL-PROGRAM-ID.
108900     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
109000     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
109100     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
109200     IF WS-FUNC-MIGRATE
109300         MOVE "OPROLD"     TO RL-INPUT-FILE
109400     ELSE
109500         MOVE "OPRPROF"    TO RL-INPUT-FILE
109600     END-IF.
109700     MOVE WS-PROFILE-COUNT TO RL-RECORDS-READ.
109800     COMPUTE RL-BILLS-PRODUCED = WS-ACTION-COUNT
109900         + WS-MIGRATED-COUNT.
110000     MOVE WS-REFUSED-COUNT TO RL-EXCEPTIONS.
110100     MOVE ZERO             TO RL-TOTAL-BILLED.
110200     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
110300     ACCEPT RL-END-TIME FROM TIME.
110400     WRITE RL-RECORD.
110500 9600-EXIT.
110600     EXIT.

110700*-----------------------------------------------------------*
110800*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
110900*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
111000*    OUTLIVES THE NEXT RUN.                                    *
111100*-----------------------------------------------------------*
111200 9680-FILE-REPORT.
111300     OPEN INPUT OPRRPT.
111400     IF NOT FS-OPRRPT-OK
111500         GO TO 9680-EXIT
111600     END-IF.
111700     MOVE "O"               TO RO-FUNCTION.
111800     MOVE "OPRRPT"          TO RO-REPORT-NAME.
111900     MOVE "BILOPER"         TO RO-PROGRAM-ID.
112000     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
112100     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
112200     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
112300     MOVE ZERO              TO RO-PERIOD.
112400     CALL "BILRPTF" USING RO-PARMS.
112500     IF RO-OK
112600         MOVE "N" TO WS-RO-EOF-SW
112700         PERFORM 9690-FILE-LINE THRU 9690-EXIT
112800             UNTIL WS-RO-EOF
112900         MOVE "C"          TO RO-FUNCTION
113000         CALL "BILRPTF" USING RO-PARMS
113100     END-IF.
113200     CLOSE OPRRPT.
113300 9680-EXIT.
113400     EXIT.

113500 9690-FILE-LINE.
113600     READ OPRRPT
113700         AT END
113800             MOVE "Y" TO WS-RO-EOF-SW
113900             GO TO 9690-EXIT
114000     END-READ.
114100     MOVE "L"               TO RO-FUNCTION.
114200     MOVE OR-LINE           TO RO-LINE.
114300     CALL "BILRPTF" USING RO-PARMS.
114400 9690-EXIT.
114500     EXIT.
