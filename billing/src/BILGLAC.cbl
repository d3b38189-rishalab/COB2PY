000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILGLAC.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-12.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILGLAC                                                     *
000900*  LEDGER ACCOUNT SUBPROGRAM, CALLED BY EVERY PROGRAM THAT     *
001000*  WRITES THE BILGL EXTRACT.  THE GLMAP TABLE IS LOADED ON     *
001100*  THE FIRST CALL AND HELD FOR THE RUN.  A POSTING TYPE IS     *
001200*  RESOLVED TO THE ACCOUNT OF THE MOST SPECIFIC ACTIVE ROW -   *
001300*  EXACT SERVICE BEFORE ANY SERVICE, EXACT CLASS BEFORE ANY    *
001400*  CLASS - WITH THE LATEST EFFECTIVE DATE NOT AFTER THE        *
001500*  POSTING DATE.  POSTINGS ARE TOTALLED BY POSTING TYPE,       *
001600*  ZONE COST CENTRE AND ACCOUNT IN KEY ORDER, AND HANDED       *
001700*  BACK ONE TOTAL AT A TIME FOR THE CALLER'S D RECORDS, SO     *
001800*  THE LEDGER CAN REPORT REVENUE AND RECEIVABLES BY ZONE.      *
001900*  SEE GLPARM.CPY FOR THE FUNCTIONS.                           *
002000*-----------------------------------------------------------*
002100*  MODIFICATION HISTORY                                        *
002200*  DATE       INIT  DESCRIPTION                                *
002300*  2026-10-12 RSH   ORIGINAL                                   *
002300*  2026-10-15 RSH   POSTING TABLE RAISED TO 9000 TOTALS. A     *
002300*                   POSTING IT CANNOT HOLD COMES BACK          *
002300*                   GK-FAILED FOR THE CALLER TO ABANDON ITS    *
002300*                   RUN.                                       *
002400*-----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.   IBM-370.
002800 OBJECT-COMPUTER.   IBM-370.

002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT GLMAP ASSIGN TO "GLMAP"
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS FS-GLMAP.

003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  GLMAP
003700     LABEL RECORDS ARE STANDARD.
003800 COPY GLMAP.

003900 WORKING-STORAGE SECTION.
004000 77  FS-GLMAP                PIC X(02).
004100     88  FS-GLMAP-OK                 VALUE "00".
004200 77  WS-LOADED-SW            PIC X(01) VALUE "N".
004300     88  WS-LOADED                   VALUE "Y".
004400 77  WS-GA-EOF-SW            PIC X(01) VALUE "N".
004500     88  WS-GA-EOF                   VALUE "Y".
004600 77  WS-MAP-COUNT            PIC 9(04) VALUE ZERO.
004700 77  WS-MP-SUB               PIC 9(04) VALUE ZERO.
004800 77  WS-BEST-SUB             PIC 9(04) VALUE ZERO.
004900 77  WS-BEST-RANK            PIC 9(01) VALUE ZERO.
005000 77  WS-BEST-DATE            PIC 9(08) VALUE ZERO.
005100 77  WS-RANK                 PIC 9(01) VALUE ZERO.
005200 77  WS-TOTAL-COUNT          PIC 9(04) VALUE ZERO.
005300 77  WS-PT-SUB               PIC 9(04) VALUE ZERO.
005400 77  WS-PT-FOUND             PIC 9(04) VALUE ZERO.
005500 77  WS-PT-INSERT            PIC 9(04) VALUE ZERO.
005600 77  WS-PT-FROM              PIC 9(04) VALUE ZERO.

005700*-----------------------------------------------------------*
005800*    THE MAPPING TABLE - ACTIVE ROWS ONLY.                     *
005900*-----------------------------------------------------------*
006000 01  WS-MAP-TABLE.
006100     05  WS-MP-ENTRY OCCURS 500 TIMES.
006200         10  WS-MP-POST-TYPE     PIC X(10).
006300         10  WS-MP-SERVICE       PIC X(01).
006400         10  WS-MP-CLASS         PIC X(01).
006500         10  WS-MP-EFF-DATE      PIC 9(08).
006600         10  WS-MP-ACCOUNT-CODE  PIC X(10).

006700*-----------------------------------------------------------*
006800*    THE POSTING TOTALS, KEPT IN KEY ORDER.                    *
006900*-----------------------------------------------------------*
007000 01  WS-NEW-KEY.
007100     05  WS-NK-POST-TYPE         PIC X(10).
007200     05  WS-NK-ZONE-CODE         PIC X(02).
007300     05  WS-NK-ACCOUNT-CODE      PIC X(10).
007400 01  WS-TOTAL-TABLE.
007500     05  WS-PT-ENTRY OCCURS 9000 TIMES.
007600         10  WS-PT-KEY.
007700             15  WS-PT-POST-TYPE     PIC X(10).
007800             15  WS-PT-ZONE-CODE     PIC X(02).
007900             15  WS-PT-ACCOUNT-CODE  PIC X(10).
008000         10  WS-PT-AMOUNT            PIC S9(09)V99.

008100 LINKAGE SECTION.
008200 COPY GLPARM.

008300 PROCEDURE DIVISION USING GK-PARMS.
008400 0000-MAINLINE SECTION.
008500     IF NOT WS-LOADED
008600         PERFORM 1000-LOAD-MAP THRU 1000-EXIT
008700     END-IF.
008800     EVALUATE TRUE
008900         WHEN GK-FUNC-RESOLVE
009000             PERFORM 2000-RESOLVE THRU 2000-EXIT
009100         WHEN GK-FUNC-POST
009200             PERFORM 3000-POST THRU 3000-EXIT
009300         WHEN GK-FUNC-NEXT
009400             PERFORM 4000-NEXT-TOTAL THRU 4000-EXIT
009500         WHEN OTHER
009600             DISPLAY "BILGLAC: UNKNOWN FUNCTION " GK-FUNCTION
009700             MOVE "N" TO GK-RESULT
009800     END-EVALUATE.
009900     GOBACK.

010000*-----------------------------------------------------------*
010100*    A MISSING TABLE LEAVES EVERY POSTING ON ITS OWN CODE,     *
010200*    AS BEFORE THE TABLE EXISTED.                              *
010300*-----------------------------------------------------------*
010400 1000-LOAD-MAP.
010500     MOVE "Y" TO WS-LOADED-SW.
010600     OPEN INPUT GLMAP.
010700     IF NOT FS-GLMAP-OK
010800         DISPLAY "BILGLAC: GLMAP NOT AVAILABLE, STATUS " FS-GLMAP
010900             " - POSTING TYPES USED AS ACCOUNTS"
011000         GO TO 1000-EXIT
011100     END-IF.
011200     PERFORM 1100-STORE-ROW THRU 1100-EXIT
011300         UNTIL WS-GA-EOF.
011400     CLOSE GLMAP.
011500 1000-EXIT.
011600     EXIT.

011700 1100-STORE-ROW.
011800     READ GLMAP
011900         AT END
012000             MOVE "Y" TO WS-GA-EOF-SW
012100             GO TO 1100-EXIT
012200     END-READ.
012300     IF NOT GA-STAT-ACTIVE
012400         GO TO 1100-EXIT
012500     END-IF.
012600     IF WS-MAP-COUNT >= 500
012700         DISPLAY "BILGLAC: GLMAP TABLE FULL - " GA-POST-TYPE
012800             " " GA-SERVICE GA-CLASS " " GA-EFF-DATE " IGNORED"
012900         GO TO 1100-EXIT
013000     END-IF.
013100     ADD 1 TO WS-MAP-COUNT.
013200     MOVE GA-POST-TYPE    TO WS-MP-POST-TYPE(WS-MAP-COUNT).
013300     MOVE GA-SERVICE      TO WS-MP-SERVICE(WS-MAP-COUNT).
013400     MOVE GA-CLASS        TO WS-MP-CLASS(WS-MAP-COUNT).
013500     MOVE GA-EFF-DATE     TO WS-MP-EFF-DATE(WS-MAP-COUNT).
013600     MOVE GA-ACCOUNT-CODE TO WS-MP-ACCOUNT-CODE(WS-MAP-COUNT).
013700 1100-EXIT.
013800     EXIT.

013900*-----------------------------------------------------------*
014000*    RANK EACH ROW FOR THE POSTING TYPE IN FORCE ON THE        *
014100*    POSTING DATE - 4 FOR EXACT SERVICE AND CLASS, 3 FOR       *
014200*    EXACT SERVICE ONLY, 2 FOR EXACT CLASS ONLY, 1 FOR THE     *
014300*    CATCH-ALL ROW - AND TAKE THE HIGHEST, LATEST DATE ON A    *
014400*    TIE.                                                      *
014500*-----------------------------------------------------------*
014600 2000-RESOLVE.
014700     MOVE ZERO TO WS-BEST-SUB.
014800     MOVE ZERO TO WS-BEST-RANK.
014900     MOVE ZERO TO WS-BEST-DATE.
015000     PERFORM 2100-RANK-ROW THRU 2100-EXIT
015100         VARYING WS-MP-SUB FROM 1 BY 1
015200         UNTIL WS-MP-SUB > WS-MAP-COUNT.
015300     IF WS-BEST-SUB = ZERO
015400         MOVE GK-POST-TYPE TO GK-ACCOUNT-CODE
015500         MOVE "U"          TO GK-RESULT
015600     ELSE
015700         MOVE WS-MP-ACCOUNT-CODE(WS-BEST-SUB) TO GK-ACCOUNT-CODE
015800         MOVE "Y"          TO GK-RESULT
015900     END-IF.
016000 2000-EXIT.
016100     EXIT.

016200 2100-RANK-ROW.
016300     IF WS-MP-POST-TYPE(WS-MP-SUB) NOT = GK-POST-TYPE
016400         OR WS-MP-EFF-DATE(WS-MP-SUB) > GK-POST-DATE
016500         GO TO 2100-EXIT
016600     END-IF.
016700     MOVE 1 TO WS-RANK.
016800     IF WS-MP-SERVICE(WS-MP-SUB) = GK-SERVICE
016900         ADD 2 TO WS-RANK
017000     ELSE
017100         IF WS-MP-SERVICE(WS-MP-SUB) NOT = "*"
017200             GO TO 2100-EXIT
017300         END-IF
017400     END-IF.
017500     IF WS-MP-CLASS(WS-MP-SUB) = GK-CLASS
017600         ADD 1 TO WS-RANK
017700     ELSE
017800         IF WS-MP-CLASS(WS-MP-SUB) NOT = "*"
017900             GO TO 2100-EXIT
018000         END-IF
018100     END-IF.
018200     IF WS-RANK < WS-BEST-RANK
018300         GO TO 2100-EXIT
018400     END-IF.
018500     IF WS-RANK = WS-BEST-RANK
018600         AND WS-MP-EFF-DATE(WS-MP-SUB) NOT > WS-BEST-DATE
018700         GO TO 2100-EXIT
018800     END-IF.
018900     MOVE WS-MP-SUB                  TO WS-BEST-SUB.
019000     MOVE WS-RANK                    TO WS-BEST-RANK.
019100     MOVE WS-MP-EFF-DATE(WS-MP-SUB)  TO WS-BEST-DATE.
019200 2100-EXIT.
019300     EXIT.

019400*-----------------------------------------------------------*
019500*    ADD THE AMOUNT TO ITS POSTING TYPE, ZONE AND ACCOUNT      *
019600*    TOTAL, OPENING A NEW TOTAL IN KEY ORDER WHEN IT IS THE    *
019700*    FIRST.  AN UNMAPPED TYPE IS REPORTED ONCE PER TOTAL.      *
019700*    WITH THE TABLE FULL THE AMOUNT CANNOT BE HELD - IT COMES  *
019700*    BACK GK-FAILED AND THE CALLER ABANDONS ITS RUN.           *
019800*-----------------------------------------------------------*
019900 3000-POST.
020000     IF GK-AMOUNT = ZERO
020100         MOVE "Y" TO GK-RESULT
020200         GO TO 3000-EXIT
020300     END-IF.
020400     PERFORM 2000-RESOLVE THRU 2000-EXIT.
020500     MOVE GK-POST-TYPE    TO WS-NK-POST-TYPE.
020600     MOVE GK-ZONE-CODE    TO WS-NK-ZONE-CODE.
020700     MOVE GK-ACCOUNT-CODE TO WS-NK-ACCOUNT-CODE.
020800     MOVE ZERO TO WS-PT-FOUND.
020900     MOVE ZERO TO WS-PT-INSERT.
021000     PERFORM 3100-MATCH-TOTAL THRU 3100-EXIT
021100         VARYING WS-PT-SUB FROM 1 BY 1
021200         UNTIL WS-PT-SUB > WS-TOTAL-COUNT
021300            OR WS-PT-FOUND > 0
021400            OR WS-PT-INSERT > 0.
021500     IF WS-PT-FOUND > 0
021600         ADD GK-AMOUNT TO WS-PT-AMOUNT(WS-PT-FOUND)
021700         GO TO 3000-EXIT
021800     END-IF.
021900     IF WS-TOTAL-COUNT >= 9000
022000         DISPLAY "BILGLAC: POSTING TABLE FULL - " GK-POST-TYPE
022100             " ZONE " GK-ZONE-CODE " NOT POSTED - RUN ABANDONED"
022200         MOVE "N" TO GK-RESULT
022300         GO TO 3000-EXIT
022400     END-IF.
022500     IF GK-UNMAPPED
022600         DISPLAY "BILGLAC: NO GL MAPPING FOR " GK-POST-TYPE
022700             " SERVICE " GK-SERVICE " CLASS " GK-CLASS
022800             " - POSTED TO " GK-POST-TYPE
022900     END-IF.
023000     IF WS-PT-INSERT = ZERO
023100         COMPUTE WS-PT-INSERT = WS-TOTAL-COUNT + 1
023200     ELSE
023300         PERFORM 3200-SHIFT-DOWN THRU 3200-EXIT
023400             VARYING WS-PT-FROM FROM WS-TOTAL-COUNT BY -1
023500             UNTIL WS-PT-FROM < WS-PT-INSERT
023600     END-IF.
023700     ADD 1 TO WS-TOTAL-COUNT.
023800     MOVE WS-NEW-KEY TO WS-PT-KEY(WS-PT-INSERT).
023900     MOVE GK-AMOUNT  TO WS-PT-AMOUNT(WS-PT-INSERT).
024000 3000-EXIT.
024100     EXIT.

024200 3100-MATCH-TOTAL.
024300     IF WS-PT-KEY(WS-PT-SUB) = WS-NEW-KEY
024400         MOVE WS-PT-SUB TO WS-PT-FOUND
024500     END-IF.
024600     IF WS-PT-KEY(WS-PT-SUB) > WS-NEW-KEY
024700         MOVE WS-PT-SUB TO WS-PT-INSERT
024800     END-IF.
024900 3100-EXIT.
025000     EXIT.

025100 3200-SHIFT-DOWN.
025200     MOVE WS-PT-ENTRY(WS-PT-FROM) TO WS-PT-ENTRY(WS-PT-FROM + 1).
025300 3200-EXIT.
025400     EXIT.

025500*-----------------------------------------------------------*
025600*    THE NEXT TOTAL OF THE POSTING TYPE AFTER THE CURSOR.      *
025700*-----------------------------------------------------------*
025800 4000-NEXT-TOTAL.
025900     MOVE ZERO TO WS-PT-FOUND.
026000     COMPUTE WS-PT-FROM = GK-CURSOR + 1.
026100     PERFORM 4100-MATCH-TYPE THRU 4100-EXIT
026200         VARYING WS-PT-SUB FROM WS-PT-FROM BY 1
026300         UNTIL WS-PT-SUB > WS-TOTAL-COUNT
026400            OR WS-PT-FOUND > 0.
026500     IF WS-PT-FOUND = ZERO
026600         MOVE "E" TO GK-RESULT
026700         GO TO 4000-EXIT
026800     END-IF.
026900     MOVE WS-PT-FOUND                     TO GK-CURSOR.
027000     MOVE WS-PT-ZONE-CODE(WS-PT-FOUND)    TO GK-ZONE-CODE.
027100     MOVE WS-PT-ACCOUNT-CODE(WS-PT-FOUND) TO GK-ACCOUNT-CODE.
027200     MOVE WS-PT-AMOUNT(WS-PT-FOUND)       TO GK-AMOUNT.
027300     MOVE "Y" TO GK-RESULT.
027400 4000-EXIT.
027500     EXIT.

027600 4100-MATCH-TYPE.
027700     IF WS-PT-POST-TYPE(WS-PT-SUB) = GK-POST-TYPE
027800         MOVE WS-PT-SUB TO WS-PT-FOUND
027900     END-IF.
028000 4100-EXIT.
028100     EXIT.
