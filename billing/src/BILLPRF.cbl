000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILLPRF.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILLPRF                                                     *
000900*  MONTH-END PROOF OF THE MONEY HELD FOR CUSTOMERS - THE       *
001000*  LIABILITY SIDE THAT BILRECN DOES NOT COVER.  TOTALS FROM    *
001100*  THE MASTER AND SUSPENSE FILES EACH OF FOUR LIABILITIES:     *
001200*    D  SECURITY DEPOSITS        CM-DEPOSIT-BALANCE            *
001300*    C  CREDIT BALANCES          CM-CREDIT-BALANCE             *
001400*    P  PREPAID BALANCES         CM-PREPAID-BALANCE            *
001500*    S  UNAPPLIED RECEIPTS       OPEN ITEMS ON PAYSUSP         *
001600*  AND PROVES EACH TWO WAYS.  THE ROLL-FORWARD TAKES LAST      *
001700*  MONTH'S CLOSING FROM LIABBAL AND ADDS EVERY MOVEMENT THE    *
001800*  POSTING PROGRAMS HAVE JOURNALLED TO LIABJRN SINCE (VIA      *
001900*  BILLIAB) - DEPOSITS, INTEREST AND REFUNDS FROM BILDEP,      *
002000*  TOP-UPS AND DRAW-DOWNS, CREDIT RAISED AND APPLIED,          *
002100*  SUSPENSE RECEIVED, APPLIED AND REFUNDED - AND THE RESULT    *
002200*  MUST EQUAL THE SUBLEDGER TOTAL.  THE GL TIE COMPARES THE    *
002300*  SUBLEDGER TOTAL WITH THE CONTROL-ACCOUNT BALANCE FINANCE    *
002400*  HAS KEYED ON GLCTL FROM THE TRIAL BALANCE.  EACH TEST       *
002500*  PRINTS PASS OR FAIL WITH THE EXACT DIFFERENCE ON LPRFRPT,   *
002600*  AS BILRECN DOES, AND THE CLOSING BALANCES ARE WRITTEN       *
002700*  BACK TO LIABBAL TO OPEN NEXT MONTH.                         *
002800*-----------------------------------------------------------*
002900*  MODIFICATION HISTORY                                        *
003000*  DATE       INIT  DESCRIPTION                                *
003100*  2026-10-15 RSH   ORIGINAL                                   *
003100*  2026-10-15 RSH   FILE LPRFRPT IN THE REPORT REPOSITORY    *
003100*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
003200*-----------------------------------------------------------*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-370.
003600 OBJECT-COMPUTER.   IBM-370.

003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS CM-CUST-ID
004300         FILE STATUS IS FS-CUSTMAS.

004400     SELECT PAYSUSP ASSIGN TO "PAYSUSP"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS FS-PAYSUSP.

004700     SELECT LIABJRN ASSIGN TO "LIABJRN"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS FS-LIABJRN.

005000     SELECT LIABBAL ASSIGN TO "LIABBAL"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS FS-LIABBAL.

005300     SELECT GLCTL ASSIGN TO "GLCTL"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS FS-GLCTL.

005600     SELECT LPRFRPT ASSIGN TO "LPRFRPT"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS FS-LPRFRPT.

005900     SELECT RUNLOG ASSIGN TO "RUNLOG"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS FS-RUNLOG.

006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  CUSTMAS
006500     LABEL RECORDS ARE STANDARD.
006600 COPY CUSTMAS.

006700 FD  PAYSUSP
006800     LABEL RECORDS ARE STANDARD.
006900 COPY PAYSUSP.

007000 FD  LIABJRN
007100     LABEL RECORDS ARE STANDARD.
007200 COPY LIABJRN.

007300 FD  LIABBAL
007400     LABEL RECORDS ARE STANDARD.
007500 COPY LIABBAL.

007600 FD  GLCTL
007700     LABEL RECORDS ARE STANDARD.
007800 COPY GLCTL.

007900 FD  LPRFRPT
008000     LABEL RECORDS ARE STANDARD.
008100 01  LP-LINE                     PIC X(100).

008200 FD  RUNLOG
008300     LABEL RECORDS ARE STANDARD.
008400 COPY RUNLOG.

008500 WORKING-STORAGE SECTION.
008600*-----------------------------------------------------------*
008700*    FILE STATUS SWITCHES                                      *
008800*-----------------------------------------------------------*
008900 77  FS-CUSTMAS              PIC X(02).
009000     88  FS-CUSTMAS-OK               VALUE "00".
009100 77  FS-PAYSUSP              PIC X(02).
009200     88  FS-PAYSUSP-OK               VALUE "00".
009300 77  FS-LIABJRN              PIC X(02).
009400     88  FS-LIABJRN-OK               VALUE "00".
009500 77  FS-LIABBAL              PIC X(02).
009600     88  FS-LIABBAL-OK               VALUE "00".
009700 77  FS-GLCTL                PIC X(02).
009800     88  FS-GLCTL-OK                 VALUE "00".
009900 77  FS-LPRFRPT              PIC X(02).
010000     88  FS-LPRFRPT-OK               VALUE "00".
010100 77  FS-RUNLOG               PIC X(02).
010200     88  FS-RUNLOG-OK                VALUE "00".

010300*-----------------------------------------------------------*
010400*    PROGRAM SWITCHES                                          *
010500*-----------------------------------------------------------*
010600 77  WS-ABORT-SW             PIC X(01) VALUE "N".
010700     88  WS-ABORT                    VALUE "Y".
010800 77  WS-EOF-SW               PIC X(01) VALUE "N".
010900     88  WS-EOF                      VALUE "Y".
011000 77  WS-SU-EOF-SW            PIC X(01) VALUE "N".
011100     88  WS-SU-EOF                   VALUE "Y".
011200 77  WS-LJ-EOF-SW            PIC X(01) VALUE "N".
011300     88  WS-LJ-EOF                   VALUE "Y".
011400 77  WS-LY-EOF-SW            PIC X(01) VALUE "N".
011500     88  WS-LY-EOF                   VALUE "Y".
011600 77  WS-GT-EOF-SW            PIC X(01) VALUE "N".
011700     88  WS-GT-EOF                   VALUE "Y".
011700 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
011700     88  WS-RO-EOF                   VALUE "Y".
011800 77  WS-PASS-SW              PIC X(01) VALUE "Y".
011900     88  WS-ALL-PASS                 VALUE "Y".

012000*-----------------------------------------------------------*
012100*    OPERATOR, RUN AND WORK FIELDS                             *
012200*-----------------------------------------------------------*
012300 77  WS-OPERATOR-ID          PIC X(08).
012400 77  WS-SYSTEM-DATE          PIC 9(08).
012500 77  WS-SYSTEM-TIME          PIC 9(08).
012600 77  WS-RUN-PERIOD           PIC 9(06).
012700 77  WS-CUST-READ            PIC 9(07) VALUE ZERO.
012800 77  WS-SUSP-READ            PIC 9(07) VALUE ZERO.
012900 77  WS-JRN-READ             PIC 9(07) VALUE ZERO.
013000 77  WS-JRN-USED             PIC 9(07) VALUE ZERO.
013100 77  WS-JRN-UNKNOWN          PIC 9(07) VALUE ZERO.
013200 77  WS-FAIL-COUNT           PIC 9(03) VALUE ZERO.
013300 77  WS-GL-MISSING           PIC 9(03) VALUE ZERO.
013400 77  WS-INTEREST-MEMO        PIC S9(11)V99 VALUE ZERO.
013500 77  WS-TOTAL-HELD           PIC S9(11)V99 VALUE ZERO.
013600 77  WS-DIFF                 PIC S9(13)V99 VALUE ZERO.
013700 77  WS-LIAB-CODE            PIC X(01).
013800 77  WS-LB                   PIC 9(01) VALUE ZERO.
013900 77  WS-MT                   PIC 9(02) VALUE ZERO.
014000 77  WS-MT-FOUND             PIC 9(02) VALUE ZERO.
014100 01  WS-LIAB-CODES           PIC X(04) VALUE "DCPS".
014200 01  WS-RPT-LINE             PIC X(100).
014300 01  WS-AMT-ED               PIC -ZZZZZZZZZZ9.99.
014400 01  WS-DIFF-ED              PIC -ZZZZZZZZZZZ9.99.
014500 01  WS-CNT-ED               PIC ZZZZZZ9.
014600 01  WS-TEST-NAME            PIC X(40).

014700*-----------------------------------------------------------*
014800*    THE JOURNAL WINDOW - A MOVEMENT COUNTS IF IT WAS STAMPED  *
014900*    AFTER LAST MONTH'S PROOF AND NO LATER THAN THIS ONE.      *
015000*-----------------------------------------------------------*
015100 01  WS-NOW-STAMP-X.
015200     05  WS-NOW-DATE             PIC 9(08).
015300     05  WS-NOW-TIME             PIC 9(08).
015400 01  WS-NOW-STAMP REDEFINES WS-NOW-STAMP-X
015500                                 PIC 9(16).
015600 01  WS-JRN-STAMP-X.
015700     05  WS-JRN-DATE             PIC 9(08).
015800     05  WS-JRN-TIME             PIC 9(08).
015900 01  WS-JRN-STAMP REDEFINES WS-JRN-STAMP-X
016000                                 PIC 9(16).

016100*-----------------------------------------------------------*
016200*    ONE ENTRY PER LIABILITY, IN WS-LIAB-CODES ORDER, WITH     *
016300*    THE OPENING BALANCE AND JOURNAL START FROM LIABBAL, THE   *
016400*    MOVEMENTS BY TYPE, THE SUBLEDGER TOTAL AND THE GL         *
016500*    CONTROL BALANCE.                                          *
016600*-----------------------------------------------------------*
016700 01  WS-LIAB-TABLE.
016800     05  WS-LB-ENTRY OCCURS 4 TIMES.
016900         10  WS-LB-NAME          PIC X(24).
017000         10  WS-LB-PRIOR-SW      PIC X(01).
017100             88  WS-LB-HAS-PRIOR         VALUE "Y".
017200         10  WS-LB-OPENING       PIC S9(11)V99.
017300         10  WS-LB-FROM-STAMP    PIC 9(16).
017400         10  WS-LB-MOVES         PIC S9(11)V99.
017500         10  WS-LB-EXPECTED      PIC S9(11)V99.
017600         10  WS-LB-ACTUAL        PIC S9(11)V99.
017700         10  WS-LB-GL-SW         PIC X(01).
017800             88  WS-LB-GL-FOUND          VALUE "Y".
017900         10  WS-LB-GL-ACCOUNT    PIC X(10).
018000         10  WS-LB-GL-BALANCE    PIC S9(11)V99.
018100         10  WS-LB-MT-COUNT      PIC 9(02).
018200         10  WS-LB-MT-ENTRY OCCURS 15 TIMES.
018300             15  WS-LB-MT-CODE   PIC X(03).
018400             15  WS-LB-MT-ITEMS  PIC 9(07).
018500             15  WS-LB-MT-AMOUNT PIC S9(11)V99.
018600 01  WS-LIAB-NAMES.
018700     05  FILLER                  PIC X(24)
018800                                 VALUE "CUSTOMER DEPOSITS".
018900     05  FILLER                  PIC X(24)
019000                                 VALUE "CREDIT BALANCES".
019100     05  FILLER                  PIC X(24)
019200                                 VALUE "PREPAID BALANCES".
019300     05  FILLER                  PIC X(24)
019400                                 VALUE "UNAPPLIED RECEIPTS".
019500 01  WS-LIAB-NAME-TABLE REDEFINES WS-LIAB-NAMES.
019600     05  WS-LIAB-NAME            PIC X(24) OCCURS 4 TIMES.
019600 COPY RPTPARM.

019700 PROCEDURE DIVISION.
019800 0000-MAINLINE SECTION.
019900     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
020000     IF NOT WS-ABORT
020100         PERFORM 2000-TOTAL-MASTER THRU 2000-EXIT
020200             UNTIL WS-EOF
020300         PERFORM 3000-TOTAL-SUSPENSE THRU 3000-EXIT
020400         PERFORM 4000-ROLL-JOURNAL THRU 4000-EXIT
020500         PERFORM 5000-PRINT-PROOF THRU 5000-EXIT
020600         PERFORM 9100-REWRITE-BALANCES THRU 9100-EXIT
020700     END-IF.
020800     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
020900     STOP RUN.

021000 1000-INITIALIZE.
021100     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
021200     ACCEPT WS-SYSTEM-TIME FROM TIME.
021300     MOVE WS-SYSTEM-DATE(1:6) TO WS-RUN-PERIOD.
021400     MOVE WS-SYSTEM-DATE TO WS-NOW-DATE.
021500     MOVE WS-SYSTEM-TIME TO WS-NOW-TIME.
021600     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
021700     ACCEPT WS-OPERATOR-ID.
021800     INITIALIZE WS-LIAB-TABLE.
021900     PERFORM 1050-SET-NAME THRU 1050-EXIT
022000         VARYING WS-LB FROM 1 BY 1 UNTIL WS-LB > 4.
022100     OPEN EXTEND RUNLOG.
022200     IF NOT FS-RUNLOG-OK
022300         DISPLAY "BILLPRF: UNABLE TO OPEN RUNLOG, STATUS "
022400             FS-RUNLOG
022500         MOVE "Y" TO WS-ABORT-SW
022600         GO TO 1000-EXIT
022700     END-IF.
022800     PERFORM 1100-LOAD-BALANCES THRU 1100-EXIT.
022900     IF WS-ABORT
023000         GO TO 1000-EXIT
023100     END-IF.
023200     PERFORM 1200-LOAD-GL-CONTROL THRU 1200-EXIT.
023300     OPEN INPUT CUSTMAS.
023400     IF NOT FS-CUSTMAS-OK
023500         DISPLAY "BILLPRF: UNABLE TO OPEN CUSTMAS, STATUS "
023600             FS-CUSTMAS
023700         MOVE "Y" TO WS-ABORT-SW
023800     END-IF.
023900     OPEN OUTPUT LPRFRPT.
024000     IF NOT FS-LPRFRPT-OK
024100         DISPLAY "BILLPRF: UNABLE TO OPEN LPRFRPT, STATUS "
024200             FS-LPRFRPT
024300         MOVE "Y" TO WS-ABORT-SW
024400     END-IF.
024500     IF NOT WS-ABORT
024600         PERFORM 2100-READ-CUSTOMER THRU 2100-EXIT
024700     END-IF.
024800 1000-EXIT.
024900     EXIT.

025000 1050-SET-NAME.
025100     MOVE WS-LIAB-NAME(WS-LB) TO WS-LB-NAME(WS-LB).
025200 1050-EXIT.
025300     EXIT.

025400*-----------------------------------------------------------*
025500*    LAST MONTH'S PROOF.  A RECORD FROM AN EARLIER MONTH       *
025600*    OPENS THIS ONE AT ITS CLOSING BALANCE FROM ITS END        *
025700*    STAMP; A RECORD FROM THIS MONTH MEANS THE PROOF IS BEING  *
025800*    RERUN AND IS REPEATED FROM THE SAME OPENING AND START     *
025900*    STAMP.  WITH NO RECORD AT ALL THIS IS THE FIRST PROOF.    *
026000*-----------------------------------------------------------*
026100 1100-LOAD-BALANCES.
026200     OPEN INPUT LIABBAL.
026300     IF NOT FS-LIABBAL-OK
026400         DISPLAY "BILLPRF: NO LIABBAL ON FILE - FIRST PROOF, "
026500             "OPENING BALANCES DERIVED"
026600         GO TO 1100-EXIT
026700     END-IF.
026800     READ LIABBAL
026900         AT END
027000             MOVE "Y" TO WS-LY-EOF-SW
027100     END-READ.
027200     PERFORM 1110-STORE-BALANCE THRU 1110-EXIT
027300         UNTIL WS-LY-EOF.
027400     CLOSE LIABBAL.
027500 1100-EXIT.
027600     EXIT.

027700 1110-STORE-BALANCE.
027800     MOVE LY-LIABILITY TO WS-LIAB-CODE.
027900     PERFORM 2900-SET-LIAB-SUB THRU 2900-EXIT.
028000     IF WS-LB = 0
028100         GO TO 1110-READ
028200     END-IF.
028300     IF LY-PERIOD > WS-RUN-PERIOD
028400         DISPLAY "BILLPRF: LIABBAL IS STAMPED " LY-PERIOD
028500             " - LATER THAN THIS PERIOD, RUN ABANDONED"
028600         MOVE "Y" TO WS-ABORT-SW
028700         MOVE "Y" TO WS-LY-EOF-SW
028800         GO TO 1110-EXIT
028900     END-IF.
029000     MOVE "Y" TO WS-LB-PRIOR-SW(WS-LB).
029100     IF LY-PERIOD = WS-RUN-PERIOD
029200         MOVE LY-OPENING    TO WS-LB-OPENING(WS-LB)
029300         MOVE LY-FROM-STAMP TO WS-LB-FROM-STAMP(WS-LB)
029400     ELSE
029500         MOVE LY-CLOSING    TO WS-LB-OPENING(WS-LB)
029600         MOVE LY-TO-STAMP   TO WS-LB-FROM-STAMP(WS-LB)
029700     END-IF.
029800 1110-READ.
029900     READ LIABBAL
030000         AT END
030100             MOVE "Y" TO WS-LY-EOF-SW
030200     END-READ.
030300 1110-EXIT.
030400     EXIT.

030500*-----------------------------------------------------------*
030600*    THE CONTROL-ACCOUNT BALANCES FINANCE KEYED FOR THIS       *
030700*    PERIOD.  THE FILE IS OPTIONAL - A LIABILITY WITH NO       *
030800*    BALANCE KEYED IS REPORTED AS NOT TIED RATHER THAN FAILED. *
030900*-----------------------------------------------------------*
031000 1200-LOAD-GL-CONTROL.
031100     OPEN INPUT GLCTL.
031200     IF NOT FS-GLCTL-OK
031300         DISPLAY "BILLPRF: NO GLCTL ON FILE - GL TIE NOT MADE"
031400         GO TO 1200-EXIT
031500     END-IF.
031600     READ GLCTL
031700         AT END
031800             MOVE "Y" TO WS-GT-EOF-SW
031900     END-READ.
032000     PERFORM 1210-STORE-CONTROL THRU 1210-EXIT
032100         UNTIL WS-GT-EOF.
032200     CLOSE GLCTL.
032300 1200-EXIT.
032400     EXIT.

032500 1210-STORE-CONTROL.
032600     IF GT-PERIOD = WS-RUN-PERIOD
032700         MOVE GT-LIABILITY TO WS-LIAB-CODE
032800         PERFORM 2900-SET-LIAB-SUB THRU 2900-EXIT
032900         IF WS-LB > 0
033000             MOVE "Y"             TO WS-LB-GL-SW(WS-LB)
033100             MOVE GT-ACCOUNT-CODE TO WS-LB-GL-ACCOUNT(WS-LB)
033200             MOVE GT-BALANCE      TO WS-LB-GL-BALANCE(WS-LB)
033300         END-IF
033400     END-IF.
033500     READ GLCTL
033600         AT END
033700             MOVE "Y" TO WS-GT-EOF-SW
033800     END-READ.
033900 1210-EXIT.
034000     EXIT.

034100*-----------------------------------------------------------*
034200*    EVERY ACCOUNT ON THE MASTER, WHATEVER ITS STATUS - A      *
034300*    CLOSED ACCOUNT STILL AWAITING ITS REFUND IS STILL OWED.   *
034400*    THE INTEREST STAMP IS ALREADY INSIDE THE DEPOSIT BALANCE  *
034500*    (BILDEP POSTS IT) AND IS TOTALLED ONLY AS A MEMO.         *
034600*-----------------------------------------------------------*
034700 2000-TOTAL-MASTER.
034800     ADD 1 TO WS-CUST-READ.
034900     IF CM-DEPOSIT-BALANCE NUMERIC
035000         ADD CM-DEPOSIT-BALANCE TO WS-LB-ACTUAL(1)
035100     END-IF.
035200     IF CM-DEPOSIT-INTEREST NUMERIC
035300         ADD CM-DEPOSIT-INTEREST TO WS-INTEREST-MEMO
035400     END-IF.
035500     IF CM-CREDIT-BALANCE NUMERIC
035600         ADD CM-CREDIT-BALANCE TO WS-LB-ACTUAL(2)
035700     END-IF.
035800     IF CM-PREPAID-BALANCE NUMERIC
035900         ADD CM-PREPAID-BALANCE TO WS-LB-ACTUAL(3)
036000     END-IF.
036100     PERFORM 2100-READ-CUSTOMER THRU 2100-EXIT.
036200 2000-EXIT.
036300     EXIT.

036400 2100-READ-CUSTOMER.
036500     READ CUSTMAS NEXT RECORD
036600         AT END
036700             MOVE "Y" TO WS-EOF-SW
036800     END-READ.
036900 2100-EXIT.
037000     EXIT.

037100 2900-SET-LIAB-SUB.
037200     EVALUATE WS-LIAB-CODE
037300         WHEN "D"
037400             MOVE 1 TO WS-LB
037500         WHEN "C"
037600             MOVE 2 TO WS-LB
037700         WHEN "P"
037800             MOVE 3 TO WS-LB
037900         WHEN "S"
038000             MOVE 4 TO WS-LB
038100         WHEN OTHER
038200             MOVE 0 TO WS-LB
038300     END-EVALUATE.
038400 2900-EXIT.
038500     EXIT.

038600*-----------------------------------------------------------*
038700*    ONLY OPEN SUSPENSE ITEMS ARE STILL OWED - AN APPLIED      *
038800*    ITEM IS NOW IN A CUSTOMER BALANCE AND A REFUNDED ONE HAS  *
038900*    LEFT.  NO PAYSUSP MEANS NOTHING IS IN SUSPENSE.           *
039000*-----------------------------------------------------------*
039100 3000-TOTAL-SUSPENSE.
039200     OPEN INPUT PAYSUSP.
039300     IF NOT FS-PAYSUSP-OK
039400         GO TO 3000-EXIT
039500     END-IF.
039600     READ PAYSUSP
039700         AT END
039800             MOVE "Y" TO WS-SU-EOF-SW
039900     END-READ.
040000     PERFORM 3100-ADD-SUSPENSE THRU 3100-EXIT
040100         UNTIL WS-SU-EOF.
040200     CLOSE PAYSUSP.
040300 3000-EXIT.
040400     EXIT.

040500 3100-ADD-SUSPENSE.
040600     ADD 1 TO WS-SUSP-READ.
040700     IF SU-STAT-OPEN
040800         ADD SU-AMOUNT TO WS-LB-ACTUAL(4)
040900     END-IF.
041000     READ PAYSUSP
041100         AT END
041200             MOVE "Y" TO WS-SU-EOF-SW
041300     END-READ.
041400 3100-EXIT.
041500     EXIT.

041600*-----------------------------------------------------------*
041700*    EACH LIABILITY'S MOVEMENTS SINCE ITS OWN START STAMP,     *
041800*    TOTALLED BY MOVE TYPE.  A MISSING JOURNAL MEANS NOTHING   *
041900*    HAS MOVED.                                                *
042000*-----------------------------------------------------------*
042100 4000-ROLL-JOURNAL.
042200     OPEN INPUT LIABJRN.
042300     IF NOT FS-LIABJRN-OK
042400         DISPLAY "BILLPRF: NO LIABJRN ON FILE - NO MOVEMENTS"
042500         GO TO 4000-EXIT
042600     END-IF.
042700     READ LIABJRN
042800         AT END
042900             MOVE "Y" TO WS-LJ-EOF-SW
043000     END-READ.
043100     PERFORM 4100-ADD-MOVEMENT THRU 4100-EXIT
043200         UNTIL WS-LJ-EOF.
043300     CLOSE LIABJRN.
043400 4000-EXIT.
043500     EXIT.

043600 4100-ADD-MOVEMENT.
043700     ADD 1 TO WS-JRN-READ.
043800     MOVE LJ-LIABILITY TO WS-LIAB-CODE.
043900     PERFORM 2900-SET-LIAB-SUB THRU 2900-EXIT.
044000     IF WS-LB = 0
044100         ADD 1 TO WS-JRN-UNKNOWN
044200         GO TO 4100-READ
044300     END-IF.
044400     MOVE LJ-DATE TO WS-JRN-DATE.
044500     MOVE LJ-TIME TO WS-JRN-TIME.
044600     IF WS-JRN-STAMP NOT > WS-LB-FROM-STAMP(WS-LB)
044700         OR WS-JRN-STAMP > WS-NOW-STAMP
044800         GO TO 4100-READ
044900     END-IF.
045000     MOVE ZERO TO WS-MT-FOUND.
045100     PERFORM 4200-MATCH-TYPE THRU 4200-EXIT
045200         VARYING WS-MT FROM 1 BY 1
045300         UNTIL WS-MT > WS-LB-MT-COUNT(WS-LB)
045400            OR WS-MT-FOUND > 0.
045500     IF WS-MT-FOUND = 0
045600         IF WS-LB-MT-COUNT(WS-LB) >= 15
045700             MOVE 15 TO WS-MT-FOUND
045800             MOVE "***" TO WS-LB-MT-CODE(WS-LB, 15)
045900         ELSE
046000             ADD 1 TO WS-LB-MT-COUNT(WS-LB)
046100             MOVE WS-LB-MT-COUNT(WS-LB) TO WS-MT-FOUND
046200             MOVE LJ-MOVE-TYPE
046300                 TO WS-LB-MT-CODE(WS-LB, WS-MT-FOUND)
046400         END-IF
046500     END-IF.
046600     ADD 1 TO WS-LB-MT-ITEMS(WS-LB, WS-MT-FOUND).
046700     ADD LJ-AMOUNT TO WS-LB-MT-AMOUNT(WS-LB, WS-MT-FOUND).
046800     ADD LJ-AMOUNT TO WS-LB-MOVES(WS-LB).
046900     ADD 1 TO WS-JRN-USED.
047000 4100-READ.
047100     READ LIABJRN
047200         AT END
047300             MOVE "Y" TO WS-LJ-EOF-SW
047400     END-READ.
047500 4100-EXIT.
047600     EXIT.

047700 4200-MATCH-TYPE.
047800     IF WS-LB-MT-CODE(WS-LB, WS-MT) = LJ-MOVE-TYPE
047900         MOVE WS-MT TO WS-MT-FOUND
048000     END-IF.
048100 4200-EXIT.
048200     EXIT.

048300 5000-PRINT-PROOF.
048400     MOVE SPACES TO WS-RPT-LINE.
048500     STRING "CUSTOMER-LIABILITY SUBLEDGER PROOF AS AT "
048600         WS-SYSTEM-DATE " PERIOD " WS-RUN-PERIOD
048700         DELIMITED BY SIZE INTO WS-RPT-LINE.
048800     WRITE LP-LINE FROM WS-RPT-LINE.
048900     MOVE SPACES TO WS-RPT-LINE.
049000     WRITE LP-LINE FROM WS-RPT-LINE.
049100     PERFORM 5100-PRINT-LIABILITY THRU 5100-EXIT
049200         VARYING WS-LB FROM 1 BY 1 UNTIL WS-LB > 4.
049300     MOVE SPACES TO WS-RPT-LINE.
049400     MOVE WS-TOTAL-HELD TO WS-AMT-ED.
049500     STRING "TOTAL HELD FOR CUSTOMERS" DELIMITED BY SIZE
049600         INTO WS-RPT-LINE.
049700     MOVE WS-AMT-ED TO WS-RPT-LINE(45:15).
049800     WRITE LP-LINE FROM WS-RPT-LINE.
049900     MOVE SPACES TO WS-RPT-LINE.
050000     IF WS-ALL-PASS
050100         IF WS-GL-MISSING = 0
050200             STRING "VERDICT: PASS - SUBLEDGER, ROLL-FORWARD "
050300                 "AND GL AGREE" DELIMITED BY SIZE INTO WS-RPT-LINE
050400         ELSE
050500             MOVE WS-GL-MISSING TO WS-CNT-ED
050600             STRING "VERDICT: PASS - ROLL-FORWARD AGREES, GL NOT "
050700                 "TIED FOR" WS-CNT-ED " LIABILITIES"
050800                 DELIMITED BY SIZE INTO WS-RPT-LINE
050900         END-IF
051000     ELSE
051100         MOVE "VERDICT: FAIL - SEE DISCREPANCIES ABOVE"
051200             TO WS-RPT-LINE
051300     END-IF.
051400     WRITE LP-LINE FROM WS-RPT-LINE.
051500     DISPLAY "BILLPRF: " WS-RPT-LINE.
051600 5000-EXIT.
051700     EXIT.

051800*-----------------------------------------------------------*
051900*    ONE LIABILITY - OPENING, EACH MOVE TYPE, EXPECTED AND     *
052000*    ACTUAL CLOSING, THEN THE TWO TESTS.  ON THE FIRST PROOF   *
052100*    THE OPENING IS DERIVED BACK FROM THE SUBLEDGER, SO THE    *
052200*    ROLL-FORWARD PASSES BY CONSTRUCTION AND ONLY THE GL TIE   *
052300*    IS A REAL TEST.                                           *
052400*-----------------------------------------------------------*
052500 5100-PRINT-LIABILITY.
052600     IF NOT WS-LB-HAS-PRIOR(WS-LB)
052700         COMPUTE WS-LB-OPENING(WS-LB) =
052800             WS-LB-ACTUAL(WS-LB) - WS-LB-MOVES(WS-LB)
052900     END-IF.
053000     COMPUTE WS-LB-EXPECTED(WS-LB) =
053100         WS-LB-OPENING(WS-LB) + WS-LB-MOVES(WS-LB).
053200     ADD WS-LB-ACTUAL(WS-LB) TO WS-TOTAL-HELD.
053300     MOVE SPACES TO WS-RPT-LINE.
053400     STRING WS-LB-NAME(WS-LB) DELIMITED BY "  "
053500         " (" WS-LIAB-CODES(WS-LB:1) ")"
053600         DELIMITED BY SIZE INTO WS-RPT-LINE.
053700     WRITE LP-LINE FROM WS-RPT-LINE.
053800     MOVE SPACES TO WS-RPT-LINE.
053900     IF WS-LB-HAS-PRIOR(WS-LB)
054000         MOVE "  OPENING BALANCE" TO WS-RPT-LINE
054100     ELSE
054200         MOVE "  OPENING BALANCE (FIRST PROOF - DERIVED)"
054300             TO WS-RPT-LINE
054400     END-IF.
054500     MOVE WS-LB-OPENING(WS-LB) TO WS-AMT-ED.
054600     MOVE WS-AMT-ED TO WS-RPT-LINE(45:15).
054700     WRITE LP-LINE FROM WS-RPT-LINE.
054800     PERFORM 5200-PRINT-MOVE-TYPE THRU 5200-EXIT
054900         VARYING WS-MT FROM 1 BY 1
055000         UNTIL WS-MT > WS-LB-MT-COUNT(WS-LB).
055100     MOVE SPACES TO WS-RPT-LINE.
055200     MOVE "  EXPECTED CLOSING (ROLL-FORWARD)" TO WS-RPT-LINE.
055300     MOVE WS-LB-EXPECTED(WS-LB) TO WS-AMT-ED.
055400     MOVE WS-AMT-ED TO WS-RPT-LINE(45:15).
055500     WRITE LP-LINE FROM WS-RPT-LINE.
055600     MOVE SPACES TO WS-RPT-LINE.
055700     MOVE "  SUBLEDGER CLOSING" TO WS-RPT-LINE.
055800     MOVE WS-LB-ACTUAL(WS-LB) TO WS-AMT-ED.
055900     MOVE WS-AMT-ED TO WS-RPT-LINE(45:15).
056000     WRITE LP-LINE FROM WS-RPT-LINE.
056100     IF WS-LB = 1
056200         MOVE SPACES TO WS-RPT-LINE
056300         MOVE "  MEMO - INTEREST STAMPED, INCLUDED ABOVE"
056400             TO WS-RPT-LINE
056500         MOVE WS-INTEREST-MEMO TO WS-AMT-ED
056600         MOVE WS-AMT-ED TO WS-RPT-LINE(45:15)
056700         WRITE LP-LINE FROM WS-RPT-LINE
056800     END-IF.
056900     MOVE "ROLL-FORWARD VS SUBLEDGER" TO WS-TEST-NAME.
057000     COMPUTE WS-DIFF =
057100         WS-LB-ACTUAL(WS-LB) - WS-LB-EXPECTED(WS-LB).
057200     PERFORM 5300-PRINT-ONE-TEST THRU 5300-EXIT.
057300     MOVE SPACES TO WS-RPT-LINE.
057400     IF WS-LB-GL-FOUND(WS-LB)
057500         STRING "  GL CONTROL " WS-LB-GL-ACCOUNT(WS-LB)
057600             DELIMITED BY SIZE INTO WS-RPT-LINE
057700         MOVE WS-LB-GL-BALANCE(WS-LB) TO WS-AMT-ED
057800         MOVE WS-AMT-ED TO WS-RPT-LINE(45:15)
057900         WRITE LP-LINE FROM WS-RPT-LINE
058000         MOVE "GL CONTROL VS SUBLEDGER" TO WS-TEST-NAME
058100         COMPUTE WS-DIFF =
058200             WS-LB-ACTUAL(WS-LB) - WS-LB-GL-BALANCE(WS-LB)
058300         PERFORM 5300-PRINT-ONE-TEST THRU 5300-EXIT
058400     ELSE
058500         MOVE "  GL CONTROL NOT SUPPLIED ON GLCTL - NOT TIED"
058600             TO WS-RPT-LINE
058700         WRITE LP-LINE FROM WS-RPT-LINE
058800         ADD 1 TO WS-GL-MISSING
058900     END-IF.
059000     MOVE SPACES TO WS-RPT-LINE.
059100     WRITE LP-LINE FROM WS-RPT-LINE.
059200 5100-EXIT.
059300     EXIT.

059400 5200-PRINT-MOVE-TYPE.
059500     MOVE SPACES TO WS-RPT-LINE.
059600     MOVE WS-LB-MT-ITEMS(WS-LB, WS-MT) TO WS-CNT-ED.
059700     STRING "    MOVEMENT " WS-LB-MT-CODE(WS-LB, WS-MT)
059800         "  ITEMS " WS-CNT-ED
059900         DELIMITED BY SIZE INTO WS-RPT-LINE.
060000     MOVE WS-LB-MT-AMOUNT(WS-LB, WS-MT) TO WS-AMT-ED.
060100     MOVE WS-AMT-ED TO WS-RPT-LINE(45:15).
060200     WRITE LP-LINE FROM WS-RPT-LINE.
060300 5200-EXIT.
060400     EXIT.

060500 5300-PRINT-ONE-TEST.
060600     MOVE SPACES TO WS-RPT-LINE.
060700     IF WS-DIFF = ZERO
060800         STRING "  " WS-TEST-NAME DELIMITED BY "  "
060900             " - PASS" DELIMITED BY SIZE INTO WS-RPT-LINE
061000     ELSE
061100         MOVE WS-DIFF TO WS-DIFF-ED
061200         STRING "  " WS-TEST-NAME DELIMITED BY "  "
061300             " - FAIL - DIFFERENCE RS " WS-DIFF-ED
061400             DELIMITED BY SIZE INTO WS-RPT-LINE
061500         MOVE "N" TO WS-PASS-SW
061600         ADD 1 TO WS-FAIL-COUNT
061700     END-IF.
061800     WRITE LP-LINE FROM WS-RPT-LINE.
061900 5300-EXIT.
062000     EXIT.

062100 9000-TERMINATE.
062200     CLOSE CUSTMAS.
062300     CLOSE LPRFRPT.
062300     PERFORM 9680-FILE-REPORT THRU 9680-EXIT.
062400     IF FS-RUNLOG-OK
062500         PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT
062600         CLOSE RUNLOG
062700     END-IF.
062800     DISPLAY "=============================================".
062900     DISPLAY "BILLPRF - CUSTOMER-LIABILITY SUBLEDGER PROOF".
063000     DISPLAY "  CUSTOMERS READ     : " WS-CUST-READ.
063100     DISPLAY "  SUSPENSE ITEMS     : " WS-SUSP-READ.
063200     DISPLAY "  JOURNAL LINES READ : " WS-JRN-READ.
063300     DISPLAY "  MOVEMENTS PROVED   : " WS-JRN-USED.
063400     DISPLAY "  UNKNOWN LIABILITY  : " WS-JRN-UNKNOWN.
063500     DISPLAY "  TESTS FAILED       : " WS-FAIL-COUNT.
063600     DISPLAY "  GL NOT TIED        : " WS-GL-MISSING.
063700     DISPLAY "=============================================".
063800 9000-EXIT.
063900     EXIT.

064000*-----------------------------------------------------------*
064100*    THE SUBLEDGER CLOSING OPENS NEXT MONTH, FROM THIS RUN'S   *
064200*    STAMP.  THE OPENING AND START STAMP ARE KEPT SO A RERUN   *
064300*    THIS MONTH REPEATS THE SAME PROOF.                        *
064400*-----------------------------------------------------------*
064500 9100-REWRITE-BALANCES.
064600     OPEN OUTPUT LIABBAL.
064700     IF NOT FS-LIABBAL-OK
064800         DISPLAY "BILLPRF: UNABLE TO REWRITE LIABBAL, STATUS "
064900             FS-LIABBAL " - SET IT BEFORE NEXT MONTH'S RUN"
065000         GO TO 9100-EXIT
065100     END-IF.
065200     PERFORM 9110-WRITE-ONE-BALANCE THRU 9110-EXIT
065300         VARYING WS-LB FROM 1 BY 1 UNTIL WS-LB > 4.
065400     CLOSE LIABBAL.
065500 9100-EXIT.
065600     EXIT.

065700 9110-WRITE-ONE-BALANCE.
065800     MOVE SPACES                   TO LY-RECORD.
065900     MOVE WS-RUN-PERIOD            TO LY-PERIOD.
066000     MOVE WS-LIAB-CODES(WS-LB:1)   TO LY-LIABILITY.
066100     MOVE WS-LB-OPENING(WS-LB)     TO LY-OPENING.
066200     MOVE WS-LB-ACTUAL(WS-LB)      TO LY-CLOSING.
066300     MOVE WS-LB-FROM-STAMP(WS-LB)  TO LY-FROM-STAMP.
066400     MOVE WS-NOW-STAMP             TO LY-TO-STAMP.
066500     WRITE LY-RECORD.
066600 9110-EXIT.
066700     EXIT.

066800 9600-WRITE-RUNLOG.
066900     MOVE "BILLPRF"         TO RL-PROGRAM-ID.
067000     MOVE WS-OPERATOR-ID    TO RL-OPERATOR-ID.
067100     MOVE WS-SYSTEM-DATE    TO RL-RUN-DATE.
067200     MOVE WS-SYSTEM-TIME    TO RL-RUN-TIME.
067300     MOVE "CUSTMAS"         TO RL-INPUT-FILE.
067400     MOVE WS-CUST-READ      TO RL-RECORDS-READ.
067500     MOVE WS-JRN-USED       TO RL-BILLS-PRODUCED.
067600     MOVE WS-FAIL-COUNT     TO RL-EXCEPTIONS.
067700     MOVE WS-TOTAL-HELD     TO RL-TOTAL-BILLED.
067800     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
067900     ACCEPT RL-END-TIME FROM TIME.
068000     WRITE RL-RECORD.
068100 9600-EXIT.
068200     EXIT.

068300*-----------------------------------------------------------*
068400*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
068500*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
068600*    OUTLIVES THE NEXT RUN.                                    *
068700*-----------------------------------------------------------*
068800 9680-FILE-REPORT.
068900     OPEN INPUT LPRFRPT.
069000     IF NOT FS-LPRFRPT-OK
069100         GO TO 9680-EXIT
069200     END-IF.
069300     MOVE "O"               TO RO-FUNCTION.
069400     MOVE "LPRFRPT"         TO RO-REPORT-NAME.
069500     MOVE "BILLPRF"         TO RO-PROGRAM-ID.
069600     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
069700     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
069800     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
069900     MOVE ZERO              TO RO-PERIOD.
070000     CALL "BILRPTF" USING RO-PARMS.
070100     IF RO-OK
070200         MOVE "N" TO WS-RO-EOF-SW
070300         PERFORM 9690-FILE-LINE THRU 9690-EXIT
070400             UNTIL WS-RO-EOF
070500         MOVE "C"          TO RO-FUNCTION
070600         CALL "BILRPTF" USING RO-PARMS
070700     END-IF.
070800     CLOSE LPRFRPT.
070900 9680-EXIT.
071000     EXIT.

071100 9690-FILE-LINE.
071200     READ LPRFRPT
071300         AT END
071400             MOVE "Y" TO WS-RO-EOF-SW
071500             GO TO 9690-EXIT
071600     END-READ.
071700     MOVE "L"               TO RO-FUNCTION.
071800     MOVE LP-LINE           TO RO-LINE.
071900     CALL "BILRPTF" USING RO-PARMS.
072000 9690-EXIT.
072100     EXIT.
