000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILSTFC.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILSTFC                                                     *
000900*  STAFF-ACCOUNT CONFLICT CHECK, CALLED BY EVERY PROGRAM       *
001000*  THAT ACTS ON A CUSTOMER UNDER AN OPERATOR ID - BEFORE THE   *
001100*  ACTION, NOT AFTER.  AN OPERATOR LINKED ON STAFFREG TO THE   *
001200*  CUSTOMER (THEIR OWN ACCOUNT, A DECLARED RELATIVE'S, OR      *
001300*  ANOTHER DECLARED INTEREST) GETS CF-CONFLICT BACK, AND THE   *
001400*  REFUSAL IS LOGGED HERE - TO CONFLOG FOR THE MONTHLY         *
001500*  REPORT AND TO RUNLOG - IN ONE PLACE, SAME AS BILSIGN, SO    *
001600*  NO CALLER CAN FORGET TO.  THERE IS NO OVERRIDE: THE CHECK   *
001700*  IS MADE ON WHOEVER IS ACTING, SUPERVISOR OR NOT, AND THE    *
001800*  ONLY WAY PAST IT IS FOR SOMEONE ELSE TO DO THE WORK.  THE   *
001900*  REGISTER IS LOADED ON THE FIRST CALL AND HELD FOR THE RUN.  *
002000*-----------------------------------------------------------*
002100*  MODIFICATION HISTORY                                        *
002200*  DATE       INIT  DESCRIPTION                                *
002300*  2026-10-15 RSH   ORIGINAL                                   *
002400*-----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.   IBM-370.
002800 OBJECT-COMPUTER.   IBM-370.

002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT STAFFREG ASSIGN TO "STAFFREG"
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS FS-STAFFREG.

003400     SELECT CONFLOG ASSIGN TO "CONFLOG"
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS FS-CONFLOG.

003700     SELECT RUNLOG ASSIGN TO "RUNLOG"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS FS-RUNLOG.

004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  STAFFREG
004300     LABEL RECORDS ARE STANDARD.
004400 COPY STAFFREG.

004500 FD  CONFLOG
004600     LABEL RECORDS ARE STANDARD.
004700 COPY CONFLOG.

004800 FD  RUNLOG
004900     LABEL RECORDS ARE STANDARD.
005000 COPY RUNLOG.

005100 WORKING-STORAGE SECTION.
005200 77  FS-STAFFREG             PIC X(02).
005300     88  FS-STAFFREG-OK              VALUE "00".
005400 77  FS-CONFLOG              PIC X(02).
005500     88  FS-CONFLOG-OK               VALUE "00".
005600     88  FS-CONFLOG-NOFILE           VALUE "35".
005700 77  FS-RUNLOG               PIC X(02).
005800     88  FS-RUNLOG-OK                VALUE "00".
005900 77  WS-LOADED-SW            PIC X(01) VALUE "N".
006000     88  WS-LOADED                   VALUE "Y".
006100 77  WS-SA-EOF-SW            PIC X(01) VALUE "N".
006200     88  WS-SA-EOF                   VALUE "Y".
006300 77  WS-FOUND-SUB            PIC 9(03) VALUE ZERO.
006400 77  WS-SUB                  PIC 9(03).
006500 77  WS-SYSTEM-DATE          PIC 9(08).
006600 77  WS-SYSTEM-TIME          PIC 9(08).

006700*-----------------------------------------------------------*
006800*    ACTIVE LINKS, LOADED ON THE FIRST CALL                    *
006900*-----------------------------------------------------------*
007000 01  WS-LINK-TABLE.
007100     05  WS-SA-ENTRY OCCURS 500 TIMES.
007200         10  WS-SA-OPERATOR-ID   PIC X(08).
007300         10  WS-SA-CUST-ID       PIC X(10).
007400         10  WS-SA-RELATION      PIC X(01).
007500 01  WS-LINK-COUNT               PIC 9(03) VALUE ZERO.

007600 LINKAGE SECTION.
007700 COPY CFPARM.

007800 PROCEDURE DIVISION USING CF-PARMS.
007900 0000-MAINLINE SECTION.
008000     IF NOT WS-LOADED
008100         PERFORM 1000-LOAD-REGISTER THRU 1000-EXIT
008200         MOVE "Y" TO WS-LOADED-SW
008300     END-IF.
008400     PERFORM 2000-CHECK-CONFLICT THRU 2000-EXIT.
008500     GOBACK.

008600*-----------------------------------------------------------*
008700*    NO REGISTER ON FILE MEANS NO LINKS DECLARED YET - EVERY   *
008800*    ACTION IS CLEAR.  A FULL TABLE IS REPORTED, NOT IGNORED.  *
008900*-----------------------------------------------------------*
009000 1000-LOAD-REGISTER.
009100     OPEN INPUT STAFFREG.
009200     IF NOT FS-STAFFREG-OK
009300         GO TO 1000-EXIT
009400     END-IF.
009500     READ STAFFREG
009600         AT END
009700             MOVE "Y" TO WS-SA-EOF-SW
009800     END-READ.
009900     PERFORM 1100-STORE-LINK THRU 1100-EXIT
010000         UNTIL WS-SA-EOF.
010100     CLOSE STAFFREG.
010200 1000-EXIT.
010300     EXIT.

010400 1100-STORE-LINK.
010500     IF SA-STAT-ACTIVE
010600         IF WS-LINK-COUNT < 500
010700             ADD 1 TO WS-LINK-COUNT
010800             MOVE SA-OPERATOR-ID TO
010900                 WS-SA-OPERATOR-ID(WS-LINK-COUNT)
011000             MOVE SA-CUST-ID     TO WS-SA-CUST-ID(WS-LINK-COUNT)
011100             MOVE SA-RELATION    TO WS-SA-RELATION(WS-LINK-COUNT)
011200         ELSE
011300             DISPLAY "BILSTFC: STAFFREG TABLE FULL - LINK FOR "
011400                 SA-OPERATOR-ID " / " SA-CUST-ID " NOT LOADED"
011500         END-IF
011600     END-IF.
011700     READ STAFFREG
011800         AT END
011900             MOVE "Y" TO WS-SA-EOF-SW
012000     END-READ.
012100 1100-EXIT.
012200     EXIT.

012300 2000-CHECK-CONFLICT.
012400     MOVE "Y"  TO CF-RESULT.
012500     MOVE ZERO TO WS-FOUND-SUB.
012600     IF CF-OPERATOR-ID = SPACES OR CF-CUST-ID = SPACES
012700         GO TO 2000-EXIT
012800     END-IF.
012900     PERFORM 2100-MATCH-LINK THRU 2100-EXIT
013000         VARYING WS-SUB FROM 1 BY 1
013100         UNTIL WS-SUB > WS-LINK-COUNT
013200            OR WS-FOUND-SUB > 0.
013300     IF WS-FOUND-SUB = 0
013400         GO TO 2000-EXIT
013500     END-IF.
013600     MOVE "N" TO CF-RESULT.
013700     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
013800     ACCEPT WS-SYSTEM-TIME FROM TIME.
013900     PERFORM 9500-LOG-CONFLICT THRU 9500-EXIT.
014000     PERFORM 9600-LOG-REFUSAL THRU 9600-EXIT.
014100     DISPLAY "BILSTFC: " CF-ACTION " ON " CF-CUST-ID
014200         " REFUSED - " CF-OPERATOR-ID " IS LINKED TO THE ACCOUNT"
014300         " (" WS-SA-RELATION(WS-FOUND-SUB) ") - ANOTHER OPERATOR"
014400         " MUST ACT".
014500 2000-EXIT.
014600     EXIT.

014700 2100-MATCH-LINK.
014800     IF WS-SA-OPERATOR-ID(WS-SUB) = CF-OPERATOR-ID
014900         AND WS-SA-CUST-ID(WS-SUB) = CF-CUST-ID
015000         MOVE WS-SUB TO WS-FOUND-SUB
015100     END-IF.
015200 2100-EXIT.
015300     EXIT.

015400 9500-LOG-CONFLICT.
015500     OPEN EXTEND CONFLOG.
015600     IF FS-CONFLOG-NOFILE
015700         OPEN OUTPUT CONFLOG
015800     END-IF.
015900     IF NOT FS-CONFLOG-OK
016000         DISPLAY "BILSTFC: UNABLE TO OPEN CONFLOG, STATUS "
016100             FS-CONFLOG
016200         GO TO 9500-EXIT
016300     END-IF.
016400     MOVE SPACES          TO CG-RECORD.
016500     MOVE WS-SYSTEM-DATE  TO CG-LOG-DATE.
016600     MOVE WS-SYSTEM-TIME  TO CG-LOG-TIME.
016700     MOVE CF-OPERATOR-ID  TO CG-OPERATOR-ID.
016800     MOVE CF-CUST-ID      TO CG-CUST-ID.
016900     MOVE CF-PROGRAM-ID   TO CG-PROGRAM-ID.
017000     MOVE CF-ACTION       TO CG-ACTION.
017100     MOVE WS-SA-RELATION(WS-FOUND-SUB) TO CG-RELATION.
017200     WRITE CG-RECORD.
017300     CLOSE CONFLOG.
017400 9500-EXIT.
017500     EXIT.

017600 9600-LOG-REFUSAL.
017700     OPEN EXTEND RUNLOG.
017800     IF NOT FS-RUNLOG-OK
017900         DISPLAY "BILSTFC: UNABLE TO OPEN RUNLOG, STATUS "
018000             FS-RUNLOG
018100         GO TO 9600-EXIT
018200     END-IF.
018300     MOVE "BILSTFC"        TO RL-PROGRAM-ID.
018400     MOVE CF-OPERATOR-ID   TO RL-OPERATOR-ID.
018500     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
018600     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
018700     MOVE "CONFLICT"       TO RL-INPUT-FILE.
018800     MOVE ZERO             TO RL-RECORDS-READ.
018900     MOVE ZERO             TO RL-BILLS-PRODUCED.
019000     MOVE 1                TO RL-EXCEPTIONS.
019100     MOVE ZERO             TO RL-TOTAL-BILLED.
019200     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
019300     ACCEPT RL-END-TIME FROM TIME.
019400     WRITE RL-RECORD.
019500     CLOSE RUNLOG.
019600 9600-EXIT.
019700     EXIT.
