000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILCAUD.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILCAUD                                                     *
000900*  MASTER-CHANGE REVIEW CHECK, CALLED BEFORE MONEY LEAVES AN   *
001000*  ACCOUNT BY REFUND OR WRITE-OFF.  CUSTAUD HOLDS EVERY        *
001100*  MASTER CHANGE WITH BEFORE AND AFTER IMAGES; THE CHANGES     *
001200*  THAT MOVED THE NAME, THE ADDRESS, THE PHONE OR THE DEPOSIT  *
001300*  ARE LOADED ON THE FIRST CALL AND HELD FOR THE RUN.  THE     *
001400*  CALLER GETS MC-FLAGGED BACK WHEN ONE OF THOSE CHANGES WAS   *
001500*  MADE WITHIN THE REVIEW WINDOW OF THE DATE THE REFUND OR     *
001600*  WRITE-OFF WAS KEYED (OR AT ANY TIME AFTER IT), OR WAS MADE  *
001700*  BY THE SAME OPERATOR WHO KEYED IT AT ANY TIME IN THE        *
001800*  LOOK-BACK.  THE WINDOW (PC-DAYS, DEFAULT 30) AND THE        *
001900*  LOOK-BACK IN YEARS (PC-YEARS, DEFAULT 1) COME FROM THE      *
002000*  "BILCAUD " PARMCARD CARD, SO EVERY CALLER JUDGES ALIKE.     *
002100*-----------------------------------------------------------*
002200*  MODIFICATION HISTORY                                        *
002300*  DATE       INIT  DESCRIPTION                                *
002400*  2026-10-15 RSH   ORIGINAL                                   *
002500*-----------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.   IBM-370.
002900 OBJECT-COMPUTER.   IBM-370.

003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CUSTAUD ASSIGN TO "CUSTAUD"
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS FS-CUSTAUD.

003500     SELECT PARMCARD ASSIGN TO "PARMCARD"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS FS-PARMCARD.

003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  CUSTAUD
004100     LABEL RECORDS ARE STANDARD.
004200 COPY CUSTAUD.

004300 FD  PARMCARD
004400     LABEL RECORDS ARE STANDARD.
004500 COPY PARMCARD.

004600 WORKING-STORAGE SECTION.
004700 77  FS-CUSTAUD              PIC X(02).
004800     88  FS-CUSTAUD-OK               VALUE "00".
004900 77  FS-PARMCARD             PIC X(02).
005000     88  FS-PARMCARD-OK              VALUE "00".
005100 77  WS-LOADED-SW            PIC X(01) VALUE "N".
005200     88  WS-LOADED                   VALUE "Y".
005300 77  WS-CA-EOF-SW            PIC X(01) VALUE "N".
005400     88  WS-CA-EOF                   VALUE "Y".
005500 77  WS-PC-EOF-SW            PIC X(01) VALUE "N".
005600     88  WS-PC-EOF                   VALUE "Y".
005700 77  WS-CARD-FOUND-SW        PIC X(01) VALUE "N".
005800     88  WS-CARD-FOUND               VALUE "Y".
005900 77  WS-FULL-SW              PIC X(01) VALUE "N".
006000     88  WS-TABLE-FULL               VALUE "Y".
006100 77  WS-SYSTEM-DATE          PIC 9(08).
006200 77  WS-WINDOW-DAYS          PIC 9(03) VALUE 30.
006300 77  WS-LOOKBACK-YEARS       PIC 9(02) VALUE 1.
006400 77  WS-LOOKBACK-DAYS        PIC 9(05) VALUE ZERO.
006500 77  WS-TODAY-INT            PIC 9(07) VALUE ZERO.
006600 77  WS-CUTOFF-INT           PIC 9(07) VALUE ZERO.
006700 77  WS-ASOF-INT             PIC 9(07) VALUE ZERO.
006800 77  WS-DAYS-APART           PIC S9(07) VALUE ZERO.
006900 77  WS-AU-SUB               PIC 9(04).
007000 77  WS-FIELDS               PIC X(04).
007100 77  WS-BEFORE-NAME          PIC X(30).
007200 77  WS-BEFORE-ADDRESS       PIC X(88).
007300 77  WS-BEFORE-PHONE         PIC X(15).
007400 77  WS-BEFORE-DEPOSIT       PIC 9(07)V99.

007500*-----------------------------------------------------------*
007600*    THE AUDIT IMAGES ARE READ THROUGH THE MASTER LAYOUT       *
007700*-----------------------------------------------------------*
007800 COPY CUSTMAS.

007900*-----------------------------------------------------------*
008000*    SENSITIVE CHANGES IN THE LOOK-BACK, LOADED ON THE FIRST   *
008100*    CALL.  WS-AU-FIELDS CARRIES N, A, P AND D AS FOR          *
008200*    MC-FIELDS-CHANGED.                                        *
008300*-----------------------------------------------------------*
008400 01  WS-CHANGE-TABLE.
008500     05  WS-AU-ENTRY OCCURS 9999 TIMES.
008600         10  WS-AU-CUST-ID       PIC X(10).
008700         10  WS-AU-DATE          PIC 9(08).
008800         10  WS-AU-OPERATOR-ID   PIC X(08).
008900         10  WS-AU-FIELDS        PIC X(04).
009000 01  WS-CHANGE-COUNT             PIC 9(04) VALUE ZERO.

009100 LINKAGE SECTION.
009200 COPY MCPARM.

009300 PROCEDURE DIVISION USING MC-PARMS.
009400 0000-MAINLINE SECTION.
009500     IF NOT WS-LOADED
009600         PERFORM 1000-LOAD-CHANGES THRU 1000-EXIT
009700         MOVE "Y" TO WS-LOADED-SW
009800     END-IF.
009900     PERFORM 2000-CHECK-ACCOUNT THRU 2000-EXIT.
010000     GOBACK.

010100*-----------------------------------------------------------*
010200*    NO CUSTAUD ON FILE MEANS NO CHANGES TO REVIEW.  ONLY      *
010300*    CHANGES - NOT NEW ACCOUNTS - INSIDE THE LOOK-BACK ARE     *
010400*    KEPT.                                                     *
010500*-----------------------------------------------------------*
010600 1000-LOAD-CHANGES.
010700     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
010800     PERFORM 1050-READ-PARM-CARD THRU 1050-EXIT.
010900     IF WS-CARD-FOUND
011000         MOVE PC-DAYS  TO WS-WINDOW-DAYS
011100         MOVE PC-YEARS TO WS-LOOKBACK-YEARS
011200     END-IF.
011300     IF WS-WINDOW-DAYS NOT NUMERIC OR WS-WINDOW-DAYS = ZERO
011400         MOVE 30 TO WS-WINDOW-DAYS
011500     END-IF.
011600     IF WS-LOOKBACK-YEARS NOT NUMERIC OR WS-LOOKBACK-YEARS = ZERO
011700         MOVE 1 TO WS-LOOKBACK-YEARS
011800     END-IF.
011900     COMPUTE WS-LOOKBACK-DAYS = WS-LOOKBACK-YEARS * 365.
012000     IF WS-LOOKBACK-DAYS < WS-WINDOW-DAYS
012100         MOVE WS-WINDOW-DAYS TO WS-LOOKBACK-DAYS
012200     END-IF.
012300     COMPUTE WS-TODAY-INT =
012400         FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE).
012500     COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-LOOKBACK-DAYS.
012600     OPEN INPUT CUSTAUD.
012700     IF NOT FS-CUSTAUD-OK
012800         GO TO 1000-EXIT
012900     END-IF.
013000     READ CUSTAUD
013100         AT END
013200             MOVE "Y" TO WS-CA-EOF-SW
013300     END-READ.
013400     PERFORM 1100-STORE-CHANGE THRU 1100-EXIT
013500         UNTIL WS-CA-EOF.
013600     CLOSE CUSTAUD.
013700 1000-EXIT.
013800     EXIT.

013900 1050-READ-PARM-CARD.
014000     OPEN INPUT PARMCARD.
014100     IF NOT FS-PARMCARD-OK
014200         GO TO 1050-EXIT
014300     END-IF.
014400     READ PARMCARD
014500         AT END
014600             MOVE "Y" TO WS-PC-EOF-SW
014700     END-READ.
014800     PERFORM 1055-SCAN-ONE-CARD THRU 1055-EXIT
014900         UNTIL WS-PC-EOF OR WS-CARD-FOUND.
015000     CLOSE PARMCARD.
015100 1050-EXIT.
015200     EXIT.

015300 1055-SCAN-ONE-CARD.
015400     IF PC-PROGRAM-ID = "BILCAUD "
015500         MOVE "Y" TO WS-CARD-FOUND-SW
015600         GO TO 1055-EXIT
015700     END-IF.
015800     READ PARMCARD
015900         AT END
016000             MOVE "Y" TO WS-PC-EOF-SW
016100     END-READ.
016200 1055-EXIT.
016300     EXIT.

016400 1100-STORE-CHANGE.
016500     IF CA-ACTION-ADD
016600         OR CA-AUDIT-DATE NOT NUMERIC
016700         OR CA-AUDIT-DATE = ZERO
016800         GO TO 1100-NEXT
016900     END-IF.
017000     IF FUNCTION INTEGER-OF-DATE(CA-AUDIT-DATE) < WS-CUTOFF-INT
017100         GO TO 1100-NEXT
017200     END-IF.
017300     MOVE CA-BEFORE-IMAGE    TO CM-RECORD.
017400     MOVE CM-NAME            TO WS-BEFORE-NAME.
017500     MOVE CM-ADDRESS         TO WS-BEFORE-ADDRESS.
017600     MOVE CM-PHONE           TO WS-BEFORE-PHONE.
017700     MOVE CM-DEPOSIT-BALANCE TO WS-BEFORE-DEPOSIT.
017800     MOVE CA-AFTER-IMAGE     TO CM-RECORD.
017900     MOVE SPACES TO WS-FIELDS.
018000     IF CM-NAME NOT = WS-BEFORE-NAME
018100         MOVE "N" TO WS-FIELDS(1:1)
018200     END-IF.
018300     IF CM-ADDRESS NOT = WS-BEFORE-ADDRESS
018400         MOVE "A" TO WS-FIELDS(2:1)
018500     END-IF.
018600     IF CM-PHONE NOT = WS-BEFORE-PHONE
018700         MOVE "P" TO WS-FIELDS(3:1)
018800     END-IF.
018900     IF CM-DEPOSIT-BALANCE NOT = WS-BEFORE-DEPOSIT
019000         MOVE "D" TO WS-FIELDS(4:1)
019100     END-IF.
019200     IF WS-FIELDS = SPACES
019300         GO TO 1100-NEXT
019400     END-IF.
019500     IF WS-CHANGE-COUNT >= 9999
019600         IF NOT WS-TABLE-FULL
019700             DISPLAY "BILCAUD: CHANGE TABLE FULL - CHANGES FROM "
019800                 CA-AUDIT-DATE " ON ARE NOT REVIEWED"
019900             MOVE "Y" TO WS-FULL-SW
020000         END-IF
020100         GO TO 1100-NEXT
020200     END-IF.
020300     ADD 1 TO WS-CHANGE-COUNT.
020400     MOVE CA-CUST-ID     TO WS-AU-CUST-ID(WS-CHANGE-COUNT).
020500     MOVE CA-AUDIT-DATE  TO WS-AU-DATE(WS-CHANGE-COUNT).
020600     MOVE CA-OPERATOR-ID TO WS-AU-OPERATOR-ID(WS-CHANGE-COUNT).
020700     MOVE WS-FIELDS      TO WS-AU-FIELDS(WS-CHANGE-COUNT).
020800 1100-NEXT.
020900     READ CUSTAUD
021000         AT END
021100             MOVE "Y" TO WS-CA-EOF-SW
021200     END-READ.
021300 1100-EXIT.
021400     EXIT.

021500*-----------------------------------------------------------*
021600*    A CHANGE WITHIN THE WINDOW BEFORE THE AS-OF DATE, OR ANY  *
021700*    TIME AFTER IT, IS RECENT.  A CHANGE BY THE OPERATOR WHO   *
021800*    KEYED THE MONEY IS FLAGGED HOWEVER OLD, WITHIN THE        *
021900*    LOOK-BACK.                                                *
022000*-----------------------------------------------------------*
022100 2000-CHECK-ACCOUNT.
022200     MOVE "N"            TO MC-RESULT.
022300     MOVE "N"            TO MC-RECENT-SW.
022400     MOVE "N"            TO MC-SAME-OPER-SW.
022500     MOVE SPACES         TO MC-FIELDS-CHANGED.
022600     MOVE ZERO           TO MC-CHANGE-DATE.
022700     MOVE SPACES         TO MC-CHANGED-BY.
022800     MOVE WS-WINDOW-DAYS TO MC-WINDOW-DAYS.
022900     IF MC-CUST-ID = SPACES
023000         GO TO 2000-EXIT
023100     END-IF.
023200     IF MC-AS-OF-DATE NOT NUMERIC OR MC-AS-OF-DATE = ZERO
023300         MOVE WS-SYSTEM-DATE TO MC-AS-OF-DATE
023400     END-IF.
023500     COMPUTE WS-ASOF-INT =
023600         FUNCTION INTEGER-OF-DATE(MC-AS-OF-DATE).
023700     PERFORM 2100-MATCH-CHANGE THRU 2100-EXIT
023800         VARYING WS-AU-SUB FROM 1 BY 1
023900         UNTIL WS-AU-SUB > WS-CHANGE-COUNT.
024000     IF MC-RECENT-CHANGE OR MC-SAME-OPERATOR
024100         MOVE "Y" TO MC-RESULT
024200     END-IF.
024300 2000-EXIT.
024400     EXIT.

024500 2100-MATCH-CHANGE.
024600     IF WS-AU-CUST-ID(WS-AU-SUB) NOT = MC-CUST-ID
024700         GO TO 2100-EXIT
024800     END-IF.
024900     COMPUTE WS-DAYS-APART = WS-ASOF-INT -
025000         FUNCTION INTEGER-OF-DATE(WS-AU-DATE(WS-AU-SUB)).
025100     IF WS-DAYS-APART <= WS-WINDOW-DAYS
025200         MOVE "Y" TO MC-RECENT-SW
025300         PERFORM 2200-TAKE-CHANGE THRU 2200-EXIT
025400     END-IF.
025500     IF MC-OPERATOR-ID NOT = SPACES
025600         AND WS-AU-OPERATOR-ID(WS-AU-SUB) = MC-OPERATOR-ID
025700         MOVE "Y" TO MC-SAME-OPER-SW
025800         PERFORM 2200-TAKE-CHANGE THRU 2200-EXIT
025900     END-IF.
026000 2100-EXIT.
026100     EXIT.

026200 2200-TAKE-CHANGE.
026300     IF WS-AU-FIELDS(WS-AU-SUB)(1:1) NOT = SPACE
026400         MOVE "N" TO MC-NAME-SW
026500     END-IF.
026600     IF WS-AU-FIELDS(WS-AU-SUB)(2:1) NOT = SPACE
026700         MOVE "A" TO MC-ADDR-SW
026800     END-IF.
026900     IF WS-AU-FIELDS(WS-AU-SUB)(3:1) NOT = SPACE
027000         MOVE "P" TO MC-PHONE-SW
027100     END-IF.
027200     IF WS-AU-FIELDS(WS-AU-SUB)(4:1) NOT = SPACE
027300         MOVE "D" TO MC-DEPOSIT-SW
027400     END-IF.
027500     IF WS-AU-DATE(WS-AU-SUB) >= MC-CHANGE-DATE
027600         MOVE WS-AU-DATE(WS-AU-SUB)        TO MC-CHANGE-DATE
027700         MOVE WS-AU-OPERATOR-ID(WS-AU-SUB) TO MC-CHANGED-BY
027800     END-IF.
027900 2200-EXIT.
028000     EXIT.
