001500*  PLACE, SO NO CALLER CAN FORGET TO.  THE PROFILE FILE IS     *
001600*  LOADED ON THE FIRST CALL AND HELD FOR THE REST OF THE       *
001700*  RUN, SAME AS BILPRINT HOLDS ITS FILES.                      *
001710*                                                             *
001720*  THE KEYED PASSWORD IS HASHED BY BILHASH AND COMPARED WITH   *
001730*  THE STORED HASH - IT IS NEVER HELD OR COMPARED IN CLEAR.    *
001740*  PASSWORD POLICY COMES FROM THE "BILSIGN " PARMCARD CARD -   *
001750*  PC-DAYS IS THE PASSWORD LIFE IN DAYS (DEFAULT 60) AND       *
001760*  PC-YEARS THE CONSECUTIVE FAILURES BEFORE LOCKOUT (DEFAULT   *
001770*  5).  A LOCKED, DORMANT OR WITHDRAWN ID IS REFUSED; AN ID    *
001780*  UNUSED FOR 90 DAYS IS MADE DORMANT AT ITS NEXT ATTEMPT (AND *
001790*  BY THE BILOPER SWEEP).  AN EXPIRED PASSWORD IS REFUSED      *
001791*  WITH A PWD-EXPIRED TAG - THE OPERATOR CHANGES IT THROUGH    *
001792*  BILOPER FUNCTION C, SO NO UNATTENDED RUN EVER STOPS AT A    *
001793*  PASSWORD PROMPT.  FAILURE COUNTS, LOCKS AND SIGN-ON DATES   *
001794*  ARE WRITTEN BACK TO OPRPROF AS THEY CHANGE.                 *
001800*-----------------------------------------------------------*
001900*  MODIFICATION HISTORY                                      *
002000*  DATE       INIT  DESCRIPTION                               *
002100*  2026-08-22 RSH   ORIGINAL                                  *
002110*  2026-10-15 RSH   HASHED PASSWORDS, PASSWORD EXPIRY, LOCKOUT *
002120*                   AFTER REPEATED FAILURES, DORMANT IDS      *
002120*  2026-10-15 RSH   AN OPRPROF LARGER THAN THE TABLE REFUSES  *
002120*                   EVERY SIGN-ON AND IS NEVER WRITTEN BACK,  *
002120*                   SO NO PROFILE PAST THE 100TH IS DROPPED.  *
002120*  2026-10-15 RSH   THE PASSWORD IS HASHED WITH THE SALT      *
002120*                   HELD ON THE OPERATOR'S PROFILE.           *
002200*-----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS FS-RUNLOG.

003410     SELECT PARMCARD ASSIGN TO "PARMCARD"
003420         ORGANIZATION IS SEQUENTIAL
003430         FILE STATUS IS FS-PARMCARD.

003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  OPRPROF
004100     LABEL RECORDS ARE STANDARD.
004200 COPY RUNLOG.

004210 FD  PARMCARD
004220     LABEL RECORDS ARE STANDARD.
004230 COPY PARMCARD.

004300 WORKING-STORAGE SECTION.
004400 77  FS-OPRPROF              PIC X(02).
004500     88  FS-OPRPROF-OK               VALUE "00".
004600 77  FS-RUNLOG               PIC X(02).
004700     88  FS-RUNLOG-OK                VALUE "00".
004710 77  FS-PARMCARD             PIC X(02).
004720     88  FS-PARMCARD-OK              VALUE "00".
004800 77  WS-LOADED-SW            PIC X(01) VALUE "N".
004900     88  WS-LOADED                   VALUE "Y".
005000 77  WS-OP-EOF-SW            PIC X(01) VALUE "N".
005100     88  WS-OP-EOF                   VALUE "Y".
005110 77  WS-PC-EOF-SW            PIC X(01) VALUE "N".
005120     88  WS-PC-EOF                   VALUE "Y".
005130 77  WS-CARD-FOUND-SW        PIC X(01) VALUE "N".
005140     88  WS-CARD-FOUND               VALUE "Y".
005150 77  WS-CHANGED-SW           PIC X(01) VALUE "N".
005160     88  WS-CHANGED                  VALUE "Y".
005160 77  WS-TABLE-FULL-SW        PIC X(01) VALUE "N".
005160     88  WS-TABLE-FULL               VALUE "Y".
005200 77  WS-FOUND-SUB            PIC 9(03) VALUE ZERO.
005300 77  WS-SUB                  PIC 9(03).
005400 77  WS-SYSTEM-DATE          PIC 9(08).
005500 77  WS-SYSTEM-TIME          PIC 9(08).
005600 77  WS-DENY-TEXT            PIC X(12).
005610 77  WS-PWD-LIFE-DAYS        PIC 9(03) VALUE 60.
005620 77  WS-FAIL-LIMIT           PIC 9(02) VALUE 5.
005630 77  WS-DORMANT-DAYS         PIC 9(03) VALUE 90.
005640 77  WS-EXPIRY-WARN-DAYS     PIC 9(03) VALUE 7.
005650 77  WS-LAST-USE-DATE        PIC 9(08).
005660 77  WS-DAYS-IDLE            PIC S9(05).
005670 77  WS-PWD-AGE              PIC S9(05).
005680 77  WS-DAYS-LEFT            PIC S9(05).
005690 77  WS-DAYS-LEFT-ED         PIC ZZ9.

005700*-----------------------------------------------------------*
005800*    OPERATOR PROFILES, LOADED ON THE FIRST CALL               *
006000 01  WS-PROFILE-TABLE.
006100     05  WS-OP-ENTRY OCCURS 100 TIMES.
006200         10  WS-OP-OPERATOR-ID   PIC X(08).
006300         10  WS-OP-PASSWORD-HASH PIC 9(15).
006400         10  WS-OP-AUTH-LEVEL    PIC 9(01).
006410         10  WS-OP-STATUS        PIC X(01).
006420         10  WS-OP-PWD-CHANGED   PIC 9(08).
006430         10  WS-OP-FAIL-COUNT    PIC 9(02).
006440         10  WS-OP-LAST-SIGNON   PIC 9(08).
006450         10  WS-OP-ENABLED-DATE  PIC 9(08).
006460         10  WS-OP-STATUS-DATE   PIC 9(08).
006470         10  WS-OP-STATUS-BY     PIC X(08).
006470         10  WS-OP-SALT          PIC X(08).
006480         10  WS-OP-PWD-HISTORY   PIC X(75).
006500 01  WS-PROFILE-COUNT            PIC 9(03) VALUE ZERO.

006510 COPY HSPARM.

006600 LINKAGE SECTION.
006700 COPY SIGNPARM.

006800 PROCEDURE DIVISION USING SG-PARMS.
006900 0000-MAINLINE SECTION.
007000     IF NOT WS-LOADED
007010         PERFORM 1050-READ-PARM-CARD THRU 1050-EXIT
007100         PERFORM 1000-LOAD-PROFILES THRU 1000-EXIT
007200         MOVE "Y" TO WS-LOADED-SW
007300     END-IF.
007400     PERFORM 2000-CHECK-SIGNON THRU 2000-EXIT.
007410     MOVE SPACES TO SG-PASSWORD.
007420     IF WS-CHANGED
007430         PERFORM 3000-REWRITE-PROFILES THRU 3000-EXIT
007440         MOVE "N" TO WS-CHANGED-SW
007450     END-IF.
007500     GOBACK.

007600 1000-LOAD-PROFILES.
009000 1000-EXIT.
009100     EXIT.

009110*-----------------------------------------------------------*
009120*    PASSWORD POLICY FROM THE "BILSIGN " PARAMETER CARD.  NO   *
009130*    CARD, OR A ZERO FIELD, LEAVES THE DEFAULT IN FORCE.       *
009140*-----------------------------------------------------------*
009150 1050-READ-PARM-CARD.
009151     MOVE "N" TO WS-CARD-FOUND-SW.
009152     OPEN INPUT PARMCARD.
009153     IF NOT FS-PARMCARD-OK
009154         GO TO 1050-EXIT
009155     END-IF.
009156     READ PARMCARD
009157         AT END
009158             MOVE "Y" TO WS-PC-EOF-SW
009159     END-READ.
009160     PERFORM 1055-SCAN-ONE-CARD THRU 1055-EXIT
009161         UNTIL WS-PC-EOF OR WS-CARD-FOUND.
009162     CLOSE PARMCARD.
009163     IF WS-CARD-FOUND
009164         IF PC-DAYS > ZERO
009165             MOVE PC-DAYS  TO WS-PWD-LIFE-DAYS
009166         END-IF
009167         IF PC-YEARS > ZERO
009168             MOVE PC-YEARS TO WS-FAIL-LIMIT
009169         END-IF
009170     END-IF.
009171 1050-EXIT.
009172     EXIT.

009173 1055-SCAN-ONE-CARD.
009174     IF PC-PROGRAM-ID = "BILSIGN "
009175         MOVE "Y" TO WS-CARD-FOUND-SW
009176         GO TO 1055-EXIT
009177     END-IF.
009178     READ PARMCARD
009179         AT END
009180             MOVE "Y" TO WS-PC-EOF-SW
009181     END-READ.
009182 1055-EXIT.
009183     EXIT.

009200 1100-STORE-PROFILE.
009210     IF WS-PROFILE-COUNT >= 100
009220         DISPLAY "BILSIGN: PROFILE TABLE FULL - SIGN-ON REFUSED"
009230             " AND OPRPROF LEFT AS IT STOOD"
009240         MOVE "Y" TO WS-TABLE-FULL-SW
009250         MOVE "Y" TO WS-OP-EOF-SW
009260         GO TO 1100-EXIT
009270     END-IF.
009300     IF WS-PROFILE-COUNT < 100
009400         ADD 1 TO WS-PROFILE-COUNT
009500         MOVE OP-OPERATOR-ID TO
009600             WS-OP-OPERATOR-ID(WS-PROFILE-COUNT)
009700         MOVE OP-PASSWORD-HASH TO
009710             WS-OP-PASSWORD-HASH(WS-PROFILE-COUNT)
009800         MOVE OP-AUTH-LEVEL TO
009900             WS-OP-AUTH-LEVEL(WS-PROFILE-COUNT)
009910         MOVE OP-STATUS TO WS-OP-STATUS(WS-PROFILE-COUNT)
009920         MOVE OP-PWD-CHANGED TO
009921             WS-OP-PWD-CHANGED(WS-PROFILE-COUNT)
009930         MOVE OP-FAIL-COUNT TO
009931             WS-OP-FAIL-COUNT(WS-PROFILE-COUNT)
009940         MOVE OP-LAST-SIGNON TO
009941             WS-OP-LAST-SIGNON(WS-PROFILE-COUNT)
009950         MOVE OP-ENABLED-DATE TO
009951             WS-OP-ENABLED-DATE(WS-PROFILE-COUNT)
009960         MOVE OP-STATUS-DATE TO
009961             WS-OP-STATUS-DATE(WS-PROFILE-COUNT)
009970         MOVE OP-STATUS-BY TO
009971             WS-OP-STATUS-BY(WS-PROFILE-COUNT)
009971         MOVE OP-PASSWORD-SALT TO
009971             WS-OP-SALT(WS-PROFILE-COUNT)
009980         MOVE OP-PASSWORD-HISTORY TO
009981             WS-OP-PWD-HISTORY(WS-PROFILE-COUNT)
010000     END-IF.
010100     READ OPRPROF
010200         AT END
010900*    INSUFFICIENT LEVEL ALL DENY, EACH LOGGED TO RUNLOG        *
011000*    WITH A DISTINCT TAG.  AN EMPTY PROFILE FILE DENIES        *
011100*    EVERYTHING - A MISSING CONTROL IS NOT AN OPEN DOOR.       *
011110*    A LOCKED, DORMANT OR WITHDRAWN ID IS REFUSED BEFORE ITS   *
011120*    PASSWORD IS EVEN TRIED, SO A LOCKED ID CANNOT BE PROBED.  *
011130*    A PROFILE FILE TOO BIG FOR THE TABLE DENIES EVERYTHING    *
011140*    TOO - THE LATER PROFILES WERE NEVER SEEN, AND WRITING THE *
011150*    TABLE BACK WOULD DROP THEM.                               *
011200*-----------------------------------------------------------*
011300 2000-CHECK-SIGNON.
011400     MOVE "N"  TO SG-RESULT.
011500     MOVE ZERO TO SG-AUTH-LEVEL.
011600     MOVE ZERO TO WS-FOUND-SUB.
011610     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
011620     IF WS-TABLE-FULL
011630         MOVE "TABLE-FULL" TO WS-DENY-TEXT
011640         PERFORM 9600-LOG-REFUSAL THRU 9600-EXIT
011650         GO TO 2000-EXIT
011660     END-IF.
011700     PERFORM 2100-MATCH-PROFILE THRU 2100-EXIT
011800         VARYING WS-SUB FROM 1 BY 1
011900         UNTIL WS-SUB > WS-PROFILE-COUNT
012300         PERFORM 9600-LOG-REFUSAL THRU 9600-EXIT
012400         GO TO 2000-EXIT
012500     END-IF.
012510     EVALUATE WS-OP-STATUS(WS-FOUND-SUB)
012520         WHEN "L"
012530             MOVE "LOCKED-OUT" TO WS-DENY-TEXT
012540         WHEN "D"
012550             MOVE "DORMANT-ID" TO WS-DENY-TEXT
012560         WHEN "X"
012570             MOVE "WITHDRAWN-ID" TO WS-DENY-TEXT
012580         WHEN OTHER
012590             MOVE SPACES TO WS-DENY-TEXT
012591     END-EVALUATE.
012592     IF WS-DENY-TEXT NOT = SPACES
012593         PERFORM 9600-LOG-REFUSAL THRU 9600-EXIT
012594         GO TO 2000-EXIT
012595     END-IF.
012596     PERFORM 2200-CHECK-DORMANT THRU 2200-EXIT.
012597     IF WS-DENY-TEXT NOT = SPACES
012598         PERFORM 9600-LOG-REFUSAL THRU 9600-EXIT
012599         GO TO 2000-EXIT
012600     END-IF.
012601     MOVE SG-OPERATOR-ID TO HS-OPERATOR-ID.
012602     MOVE SG-PASSWORD    TO HS-PASSWORD.
012602     MOVE WS-OP-SALT(WS-FOUND-SUB) TO HS-SALT.
012603     CALL "BILHASH" USING HS-PARMS.
012604     MOVE SPACES         TO HS-PASSWORD.
012605     IF WS-OP-PASSWORD-HASH(WS-FOUND-SUB) NOT = HS-HASH
012606         PERFORM 2300-COUNT-FAILURE THRU 2300-EXIT
012700         PERFORM 9600-LOG-REFUSAL THRU 9600-EXIT
012800         GO TO 2000-EXIT
013000     END-IF.
013010     IF WS-OP-FAIL-COUNT(WS-FOUND-SUB) > ZERO
013020         MOVE ZERO TO WS-OP-FAIL-COUNT(WS-FOUND-SUB)
013030         MOVE "Y"  TO WS-CHANGED-SW
013040     END-IF.
013050     PERFORM 2400-CHECK-EXPIRY THRU 2400-EXIT.
013060     IF WS-DENY-TEXT NOT = SPACES
013070         PERFORM 9600-LOG-REFUSAL THRU 9600-EXIT
013080         GO TO 2000-EXIT
013090     END-IF.
013091     IF WS-OP-LAST-SIGNON(WS-FOUND-SUB) NOT = WS-SYSTEM-DATE
013092         MOVE WS-SYSTEM-DATE TO
013093             WS-OP-LAST-SIGNON(WS-FOUND-SUB)
013094         MOVE "Y" TO WS-CHANGED-SW
013095     END-IF.
013100     MOVE WS-OP-AUTH-LEVEL(WS-FOUND-SUB) TO SG-AUTH-LEVEL.
013200     IF SG-AUTH-LEVEL < SG-REQUIRED-LEVEL
013300         MOVE "LOW-LEVEL" TO WS-DENY-TEXT
013400         PERFORM 9600-LOG-REFUSAL THRU 9600-EXIT
013500         GO TO 2000-EXIT
013600     END-IF.
013610     IF WS-DAYS-LEFT <= WS-EXPIRY-WARN-DAYS
013615         MOVE WS-DAYS-LEFT TO WS-DAYS-LEFT-ED
013620         DISPLAY "BILSIGN: PASSWORD FOR " SG-OPERATOR-ID
013630             " EXPIRES IN" WS-DAYS-LEFT-ED " DAYS - CHANGE IT"
013640             " WITH BILOPER FUNCTION C"
013650     END-IF.
013700     MOVE "Y" TO SG-RESULT.
013800 2000-EXIT.
013900     EXIT.
014400 2100-EXIT.
014500     EXIT.

014510*-----------------------------------------------------------*
014520*    AN ID NOT USED FOR 90 DAYS - COUNTED FROM ITS LAST GOOD  *
014530*    SIGN-ON, OR FROM ITS CREATION OR RE-ENABLING IF LATER -  *
014540*    IS DISABLED HERE AT ITS NEXT ATTEMPT.  ONLY A SUPERVISOR *
014550*    CAN RE-ENABLE IT, THROUGH BILOPER.                       *
014560*-----------------------------------------------------------*
014570 2200-CHECK-DORMANT.
014571     MOVE SPACES TO WS-DENY-TEXT.
014572     MOVE WS-OP-LAST-SIGNON(WS-FOUND-SUB) TO WS-LAST-USE-DATE.
014573     IF WS-OP-ENABLED-DATE(WS-FOUND-SUB) > WS-LAST-USE-DATE
014574         MOVE WS-OP-ENABLED-DATE(WS-FOUND-SUB)
014575             TO WS-LAST-USE-DATE
014576     END-IF.
014577     IF WS-LAST-USE-DATE = ZERO
014578         GO TO 2200-EXIT
014579     END-IF.
014580     COMPUTE WS-DAYS-IDLE =
014581         FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE)
014582         - FUNCTION INTEGER-OF-DATE(WS-LAST-USE-DATE).
014583     IF WS-DAYS-IDLE > WS-DORMANT-DAYS
014584         MOVE "D"            TO WS-OP-STATUS(WS-FOUND-SUB)
014585         MOVE WS-SYSTEM-DATE TO WS-OP-STATUS-DATE(WS-FOUND-SUB)
014586         MOVE "BILSIGN"      TO WS-OP-STATUS-BY(WS-FOUND-SUB)
014587         MOVE "Y"            TO WS-CHANGED-SW
014588         MOVE "DORMANT-ID"   TO WS-DENY-TEXT
014589     END-IF.
014590 2200-EXIT.
014591     EXIT.

014592*-----------------------------------------------------------*
014593*    A WRONG PASSWORD COUNTS AGAINST THE ID; THE FAILURE THAT *
014594*    REACHES THE LIMIT LOCKS IT AND IS LOGGED AS SUCH.  THE   *
014595*    COUNT CLEARS ON THE NEXT GOOD SIGN-ON, SO ONLY           *
014596*    CONSECUTIVE FAILURES LOCK.                               *
014597*-----------------------------------------------------------*
014598 2300-COUNT-FAILURE.
014599     MOVE "BAD-PASSWORD" TO WS-DENY-TEXT.
014600     IF WS-OP-FAIL-COUNT(WS-FOUND-SUB) < 99
014601         ADD 1 TO WS-OP-FAIL-COUNT(WS-FOUND-SUB)
014602     END-IF.
014603     MOVE "Y" TO WS-CHANGED-SW.
014604     IF WS-OP-FAIL-COUNT(WS-FOUND-SUB) >= WS-FAIL-LIMIT
014605         MOVE "L"            TO WS-OP-STATUS(WS-FOUND-SUB)
014606         MOVE WS-SYSTEM-DATE TO WS-OP-STATUS-DATE(WS-FOUND-SUB)
014607         MOVE "BILSIGN"      TO WS-OP-STATUS-BY(WS-FOUND-SUB)
014608         MOVE "BAD-PWD-LOCK" TO WS-DENY-TEXT
014609         DISPLAY "BILSIGN: " SG-OPERATOR-ID " LOCKED AFTER "
014610             WS-OP-FAIL-COUNT(WS-FOUND-SUB)
014611             " FAILED SIGN-ONS - A SUPERVISOR MUST UNLOCK IT"
014612     END-IF.
014613 2300-EXIT.
014614     EXIT.

014615*-----------------------------------------------------------*
014616*    A NEW OR RESET ID CARRIES A ZERO CHANGED DATE AND MUST   *
014617*    BE GIVEN A PASSWORD OF THE OPERATOR'S OWN BEFORE USE;    *
014618*    OTHERWISE THE PASSWORD LAPSES AFTER ITS LIFE IN DAYS.    *
014619*-----------------------------------------------------------*
014620 2400-CHECK-EXPIRY.
014621     MOVE SPACES TO WS-DENY-TEXT.
014622     IF WS-OP-PWD-CHANGED(WS-FOUND-SUB) = ZERO
014623         MOVE "PWD-EXPIRED" TO WS-DENY-TEXT
014624         MOVE ZERO TO WS-DAYS-LEFT
014625     ELSE
014626         COMPUTE WS-PWD-AGE =
014627             FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE)
014628             - FUNCTION INTEGER-OF-DATE(
014629               WS-OP-PWD-CHANGED(WS-FOUND-SUB))
014630         COMPUTE WS-DAYS-LEFT = WS-PWD-LIFE-DAYS - WS-PWD-AGE
014631         IF WS-DAYS-LEFT <= ZERO
014632             MOVE "PWD-EXPIRED" TO WS-DENY-TEXT
014633         END-IF
014634     END-IF.
014635     IF WS-DENY-TEXT NOT = SPACES
014636         DISPLAY "BILSIGN: PASSWORD FOR " SG-OPERATOR-ID
014637             " HAS EXPIRED - CHANGE IT WITH BILOPER FUNCTION C"
014638     END-IF.
014639 2400-EXIT.
014640     EXIT.

014641*-----------------------------------------------------------*
014642*    THE WHOLE PROFILE FILE IS WRITTEN BACK WHEN A FAILURE    *
014643*    COUNT, LOCK, DORMANT FLAG OR SIGN-ON DATE HAS CHANGED.   *
014644*-----------------------------------------------------------*
014645 3000-REWRITE-PROFILES.
014646     IF WS-PROFILE-COUNT = ZERO OR WS-TABLE-FULL
014647         GO TO 3000-EXIT
014648     END-IF.
014649     OPEN OUTPUT OPRPROF.
014650     IF NOT FS-OPRPROF-OK
014651         DISPLAY "BILSIGN: UNABLE TO REWRITE OPRPROF, STATUS "
014652             FS-OPRPROF
014653         GO TO 3000-EXIT
014654     END-IF.
014655     PERFORM 3100-WRITE-ONE THRU 3100-EXIT
014656         VARYING WS-SUB FROM 1 BY 1
014657         UNTIL WS-SUB > WS-PROFILE-COUNT.
014658     CLOSE OPRPROF.
014659 3000-EXIT.
014660     EXIT.

014661 3100-WRITE-ONE.
014662     MOVE SPACES                        TO OP-RECORD.
014663     MOVE WS-OP-OPERATOR-ID(WS-SUB)     TO OP-OPERATOR-ID.
014664     MOVE WS-OP-PASSWORD-HASH(WS-SUB)   TO OP-PASSWORD-HASH.
014665     MOVE WS-OP-AUTH-LEVEL(WS-SUB)      TO OP-AUTH-LEVEL.
014666     MOVE WS-OP-STATUS(WS-SUB)          TO OP-STATUS.
014667     MOVE WS-OP-PWD-CHANGED(WS-SUB)     TO OP-PWD-CHANGED.
014668     MOVE WS-OP-FAIL-COUNT(WS-SUB)      TO OP-FAIL-COUNT.
014669     MOVE WS-OP-LAST-SIGNON(WS-SUB)     TO OP-LAST-SIGNON.
014670     MOVE WS-OP-ENABLED-DATE(WS-SUB)    TO OP-ENABLED-DATE.
014671     MOVE WS-OP-STATUS-DATE(WS-SUB)     TO OP-STATUS-DATE.
014672     MOVE WS-OP-STATUS-BY(WS-SUB)       TO OP-STATUS-BY.
014672     MOVE WS-OP-SALT(WS-SUB)            TO OP-PASSWORD-SALT.
014673     MOVE WS-OP-PWD-HISTORY(WS-SUB)     TO OP-PASSWORD-HISTORY.
014674     WRITE OP-RECORD.
014675 3100-EXIT.
014676     EXIT.

014677 9600-LOG-REFUSAL.
014700     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
014800     ACCEPT WS-SYSTEM-TIME FROM TIME.
014900     OPEN EXTEND RUNLOG.
