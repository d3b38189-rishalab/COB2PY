002362*                   IS ON FILE, FALLING BACK TO THE PROMPTS,  *
002362*                   AND ECHO THE PARAMETERS USED TO THE RUN   *
002362*                   LOG.                                      *
002362*  2026-10-12 RSH   NUMBER EACH REFUND AND RECORD IT ON THE   *
002362*                   REFUND REGISTER (RFNDREG), WHERE BILRFRC  *
002362*                   FOLLOWS IT TO PAID, FAILED OR STALE.      *
002362*  2026-10-12 RSH   GL LINES ARE POSTED PER CUSTOMER THROUGH  *
002362*                   BILGLAC AND WRITTEN BY MAPPED ACCOUNT AND *
002362*                   ZONE COST CENTRE.                         *
002362*  2026-10-15 RSH   JOURNAL EACH CREDIT REFUNDED TO LIABJRN   *
002362*                   (VIA BILLIAB) FOR THE MONTH-END LIABILITY *
002362*                   PROOF.                                    *
002362*  2026-10-15 RSH   HOLD BACK A REFUND ON AN ACCOUNT THE      *
002362*                   OPERATOR IS LINKED TO                     *
002362*  2026-10-15 RSH   HOLD A REFUND ON RFNDHLD WHEN BILCAUD     *
002362*                   FINDS A RECENT NAME, ADDRESS, PHONE OR    *
002362*                   DEPOSIT CHANGE, OR ONE BY THE REFUND      *
002362*                   OPERATOR; ISSUE HOLDS A SECOND SUPERVISOR *
002362*                   HAS RELEASED                              *
002362*  2026-10-15 RSH   ABANDON THE RUN WHEN BILGLAC CANNOT POST  *
002362*                   AN AMOUNT (POSTING TABLE FULL).           *
002200*-----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS FS-GLEXTR.

003810     SELECT RFNDREG ASSIGN TO "RFNDREG"
003820         ORGANIZATION IS SEQUENTIAL
003830         FILE STATUS IS FS-RFNDREG.

003840     SELECT RFNDHLD ASSIGN TO "RFNDHLD"
003850         ORGANIZATION IS SEQUENTIAL
003860         FILE STATUS IS FS-RFNDHLD.

003900     SELECT PARMCARD ASSIGN TO "PARMCARD"
003900         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS FS-PARMCARD.
005200     LABEL RECORDS ARE STANDARD.
005300 COPY GLJRNL.

005310 FD  RFNDREG
005320     LABEL RECORDS ARE STANDARD.
005330 COPY RFNDREG.

005340 FD  RFNDHLD
005350     LABEL RECORDS ARE STANDARD.
005360 01  RH-FILE-RECORD              PIC X(94).

005300 FD  PARMCARD
005300     LABEL RECORDS ARE STANDARD.
005300 COPY PARMCARD.
006500 77  FS-GLEXTR               PIC X(02).
006600     88  FS-GLEXTR-OK                VALUE "00".
006610     88  FS-GLEXTR-NOFILE            VALUE "35".
006610 77  FS-RFNDREG              PIC X(02).
006620     88  FS-RFNDREG-OK               VALUE "00".
006630     88  FS-RFNDREG-NOFILE           VALUE "35".
006640 77  WS-RG-EOF-SW            PIC X(01) VALUE "N".
006650     88  WS-RG-EOF                   VALUE "Y".
006660 77  FS-RFNDHLD              PIC X(02).
006670     88  FS-RFNDHLD-OK               VALUE "00".
006680 77  WS-RH-EOF-SW            PIC X(01) VALUE "N".
006690     88  WS-RH-EOF                   VALUE "Y".
006700 77  FS-RUNLOG               PIC X(02).
006800     88  FS-RUNLOG-OK                VALUE "00".
006800 77  FS-PARMCARD             PIC X(02).
009100 77  WS-MONTHS-OLD           PIC S9(05) VALUE ZERO.
009200 77  WS-REFUND-COUNT         PIC 9(07) VALUE ZERO.
009300 77  WS-REFUND-TOTAL         PIC 9(11)V99 VALUE ZERO.
009300 77  WS-REFUND-HELD          PIC 9(07) VALUE ZERO.
009400 77  WS-REFUND-REASON        PIC X(01).
009410 77  WS-LAST-REFUND-NO       PIC 9(09) VALUE ZERO.
009420 77  WS-GL-DETAILS           PIC 9(05) VALUE ZERO.
009420 77  WS-GL-HASH              PIC 9(09)V99 VALUE ZERO.
009420 77  WS-LIAB-BEFORE          PIC S9(09)V99 VALUE ZERO.
009430 COPY GLPARM.
009430 COPY LQPARM.
009430 COPY CFPARM.
009440 COPY MCPARM.

009450*-----------------------------------------------------------*
009460*    THE REFUND REVIEW HOLD QUEUE, HELD IN STORAGE AND         *
009470*    WRITTEN BACK WHOLE AT END OF RUN - THE APPRHLD IDIOM.     *
009480*-----------------------------------------------------------*
009490 COPY RFNDHLD.
009491 01  WS-HOLD-TABLE.
009492     05  WS-RH-ENTRY             PIC X(94) OCCURS 500 TIMES.
009493 77  WS-RH-COUNT             PIC 9(04) VALUE ZERO.
009494 77  WS-RH-SUB               PIC 9(04) VALUE ZERO.
009495 77  WS-RH-FOUND             PIC 9(04) VALUE ZERO.
009496 77  WS-RH-ISSUE-SUB         PIC 9(04) VALUE ZERO.
009497 77  WS-REVIEW-HELD          PIC 9(07) VALUE ZERO.
009498 77  WS-REVIEW-RELEASED      PIC 9(07) VALUE ZERO.

009500 PROCEDURE DIVISION.
009600 0000-MAINLINE SECTION.
013800             FS-GLEXTR
013900         MOVE "Y" TO WS-ABORT-SW
014000     END-IF.
014010     PERFORM 1070-FIND-LAST-REFUND THRU 1070-EXIT.
014020     OPEN EXTEND RFNDREG.
014030     IF FS-RFNDREG-NOFILE
014040         OPEN OUTPUT RFNDREG
014050     END-IF.
014060     IF NOT FS-RFNDREG-OK
014070         DISPLAY "BILRFND: UNABLE TO OPEN RFNDREG, STATUS "
014080             FS-RFNDREG
014090         MOVE "Y" TO WS-ABORT-SW
014095     END-IF.
014096     PERFORM 1080-LOAD-HOLDS THRU 1080-EXIT.
014100     OPEN EXTEND RUNLOG.
014200     IF NOT FS-RUNLOG-OK
014300         DISPLAY "BILRFND: UNABLE TO OPEN RUNLOG, STATUS "
014800 1060-EXIT.
014800     EXIT.

014810*-----------------------------------------------------------*
014820*    REFUND NUMBERS CONTINUE FROM THE HIGHEST ON THE REFUND     *
014830*    REGISTER.  THE REGISTER IS CREATED ON FIRST USE.           *
014840*-----------------------------------------------------------*
014850 1070-FIND-LAST-REFUND.
014851     MOVE ZERO TO WS-LAST-REFUND-NO.
014852     OPEN INPUT RFNDREG.
014853     IF NOT FS-RFNDREG-OK
014854         GO TO 1070-EXIT
014855     END-IF.
014856     PERFORM 1075-READ-REGISTER THRU 1075-EXIT
014857         UNTIL WS-RG-EOF.
014858     CLOSE RFNDREG.
014859 1070-EXIT.
014860     EXIT.

014870 1075-READ-REGISTER.
014871     READ RFNDREG
014872         AT END
014873             MOVE "Y" TO WS-RG-EOF-SW
014874             GO TO 1075-EXIT
014875     END-READ.
014876     IF RG-REFUND-NO > WS-LAST-REFUND-NO
014877         MOVE RG-REFUND-NO TO WS-LAST-REFUND-NO
014878     END-IF.
014879 1075-EXIT.
014880     EXIT.

014881*-----------------------------------------------------------*
014882*    THE HOLD QUEUE IS OPTIONAL ON FIRST USE.                  *
014883*-----------------------------------------------------------*
014884 1080-LOAD-HOLDS.
014885     OPEN INPUT RFNDHLD.
014886     IF NOT FS-RFNDHLD-OK
014887         GO TO 1080-EXIT
014888     END-IF.
014889     READ RFNDHLD
014890         AT END
014891             MOVE "Y" TO WS-RH-EOF-SW
014892     END-READ.
014893     PERFORM 1085-STORE-HOLD THRU 1085-EXIT
014894         UNTIL WS-RH-EOF.
014895     CLOSE RFNDHLD.
014896 1080-EXIT.
014897     EXIT.

014898 1085-STORE-HOLD.
014899     IF WS-RH-COUNT >= 500
014899         DISPLAY "BILRFND: RFNDHLD TABLE FULL - RUN"
014899             " ABANDONED BEFORE THE QUEUE COULD BE DAMAGED"
014899         MOVE "Y" TO WS-ABORT-SW
014899         MOVE "Y" TO WS-RH-EOF-SW
014899         GO TO 1085-EXIT
014899     END-IF.
014899     ADD 1 TO WS-RH-COUNT.
014899     MOVE RH-FILE-RECORD TO WS-RH-ENTRY(WS-RH-COUNT).
014899     READ RFNDHLD
014899         AT END
014899             MOVE "Y" TO WS-RH-EOF-SW
014899     END-READ.
014899 1085-EXIT.
014899     EXIT.

014900 2000-SCAN-CUSTOMERS.
015000     READ CUSTMAS NEXT RECORD
015100         AT END
018900         MOVE "Y" TO WS-REFUND-SW
019000         MOVE "T" TO WS-REFUND-REASON
019100     END-IF.
019110*    A REFUND ON AN ACCOUNT THE OPERATOR IS LINKED TO IS HELD
019120*    BACK FOR ANOTHER OPERATOR'S RUN.
019130     IF WS-REFUND-DUE
019140         MOVE CM-CUST-ID     TO CF-CUST-ID
019150         MOVE "REFUND"       TO CF-ACTION
019160         PERFORM 2200-CHECK-CONFLICT THRU 2200-EXIT
019170         IF CF-CONFLICT
019180             MOVE "N" TO WS-REFUND-SW
019190             ADD 1 TO WS-REFUND-HELD
019195         END-IF
019198     END-IF.
019199     IF WS-REFUND-DUE
019199         PERFORM 2300-REVIEW-CHANGES THRU 2300-EXIT
019199     END-IF.
019200     IF WS-REFUND-DUE
019300         PERFORM 3000-ISSUE-REFUND THRU 3000-EXIT
019400     END-IF.
019500 2100-EXIT.
019600     EXIT.

019610*-----------------------------------------------------------*
019610*    STAFF-ACCOUNT CONFLICT CHECK - AN OPERATOR LINKED ON   *
019610*    STAFFREG TO THE CUSTOMER MAY NOT ACT ON IT, AND NO     *
019610*    SUPERVISOR CAN SIGN IT THROUGH.  THE CALLER SETS       *
019610*    CF-CUST-ID AND CF-ACTION AND LEAVES THE CUSTOMER ALONE *
019610*    ON CF-CONFLICT - BILSTFC HAS ALREADY LOGGED IT.        *
019610*-----------------------------------------------------------*
019610 2200-CHECK-CONFLICT.
019610     MOVE WS-OPERATOR-ID  TO CF-OPERATOR-ID.
019610     MOVE "BILRFND"       TO CF-PROGRAM-ID.
019610     CALL "BILSTFC" USING CF-PARMS.
019610 2200-EXIT.
019610     EXIT.

019620*-----------------------------------------------------------*
019620*    MASTER-CHANGE REVIEW.  A REFUND ON AN ACCOUNT WHOSE      *
019620*    NAME, ADDRESS, PHONE OR DEPOSIT WAS CHANGED RECENTLY,    *
019620*    OR WAS EVER CHANGED BY THE OPERATOR RUNNING THE          *
019620*    REFUNDS, GOES TO RFNDHLD INSTEAD OF THE EXTRACT.  A      *
019620*    HOLD A SECOND SUPERVISOR HAS RELEASED IN BILMCRV IS      *
019620*    ISSUED, UNLESS THE CREDIT HAS SINCE GROWN PAST THE       *
019620*    AMOUNT RELEASED - THEN THE RELEASE LAPSES AND THE        *
019620*    REFUND IS REVIEWED AGAIN.                                *
019620*-----------------------------------------------------------*
019620 2300-REVIEW-CHANGES.
019620     MOVE ZERO TO WS-RH-ISSUE-SUB.
019620     MOVE ZERO TO WS-RH-FOUND.
019620     PERFORM 2310-MATCH-HOLD THRU 2310-EXIT
019620         VARYING WS-RH-SUB FROM 1 BY 1
019620         UNTIL WS-RH-SUB > WS-RH-COUNT.
019620     IF WS-RH-FOUND > 0
019620         MOVE WS-RH-ENTRY(WS-RH-FOUND) TO RH-RECORD
019620         IF RH-STAT-PENDING
019620             MOVE CM-CREDIT-BALANCE TO RH-AMOUNT
019620             MOVE RH-RECORD TO WS-RH-ENTRY(WS-RH-FOUND)
019620             MOVE "N" TO WS-REFUND-SW
019620             ADD 1 TO WS-REVIEW-HELD
019620             GO TO 2300-EXIT
019620         END-IF
019620         IF CM-CREDIT-BALANCE NOT > RH-AMOUNT
019620             MOVE WS-RH-FOUND TO WS-RH-ISSUE-SUB
019620             ADD 1 TO WS-REVIEW-RELEASED
019620             GO TO 2300-EXIT
019620         END-IF
019620         MOVE "L"            TO RH-STATUS
019620         MOVE WS-SYSTEM-DATE TO RH-CLOSED-DATE
019620         MOVE RH-RECORD TO WS-RH-ENTRY(WS-RH-FOUND)
019620     END-IF.
019620     MOVE CM-CUST-ID     TO MC-CUST-ID.
019620     MOVE WS-OPERATOR-ID TO MC-OPERATOR-ID.
019620     MOVE WS-SYSTEM-DATE TO MC-AS-OF-DATE.
019620     CALL "BILCAUD" USING MC-PARMS.
019620     IF MC-CLEAN
019620         GO TO 2300-EXIT
019620     END-IF.
019620     MOVE "N" TO WS-REFUND-SW.
019620     ADD 1 TO WS-REVIEW-HELD.
019620     IF WS-RH-COUNT >= 500
019620         DISPLAY "BILRFND: RFNDHLD TABLE FULL - REFUND FOR "
019620             CM-CUST-ID " NEITHER ISSUED NOR QUEUED"
019620         GO TO 2300-EXIT
019620     END-IF.
019620     MOVE SPACES             TO RH-RECORD.
019620     MOVE CM-CUST-ID         TO RH-CUST-ID.
019620     MOVE CM-CREDIT-BALANCE  TO RH-AMOUNT.
019620     MOVE WS-REFUND-REASON   TO RH-REASON.
019620     MOVE WS-SYSTEM-DATE     TO RH-HOLD-DATE.
019620     MOVE WS-OPERATOR-ID     TO RH-HELD-BY.
019620     MOVE MC-RECENT-SW       TO RH-RECENT-SW.
019620     MOVE MC-SAME-OPER-SW    TO RH-SAME-OPER-SW.
019620     MOVE MC-FIELDS-CHANGED  TO RH-FIELDS-CHANGED.
019620     MOVE MC-CHANGE-DATE     TO RH-CHANGE-DATE.
019620     MOVE MC-CHANGED-BY      TO RH-CHANGED-BY.
019620     MOVE "P"                TO RH-STATUS.
019620     MOVE ZERO               TO RH-DECISION-DATE.
019620     MOVE ZERO               TO RH-REFUND-NO.
019620     MOVE ZERO               TO RH-CLOSED-DATE.
019620     ADD 1 TO WS-RH-COUNT.
019620     MOVE RH-RECORD TO WS-RH-ENTRY(WS-RH-COUNT).
019620     DISPLAY "BILRFND: REFUND FOR " CM-CUST-ID
019620         " HELD FOR REVIEW - " MC-FIELDS-CHANGED " CHANGED "
019620         MC-CHANGE-DATE " BY " MC-CHANGED-BY.
019620 2300-EXIT.
019620     EXIT.

019620 2310-MATCH-HOLD.
019620     MOVE WS-RH-ENTRY(WS-RH-SUB) TO RH-RECORD.
019620     IF RH-CUST-ID = CM-CUST-ID
019620         AND (RH-STAT-PENDING OR RH-STAT-RELEASED)
019620         MOVE WS-RH-SUB TO WS-RH-FOUND
019620     END-IF.
019620 2310-EXIT.
019620     EXIT.

019700 3000-ISSUE-REFUND.
019800     MOVE SPACES             TO RF-RECORD.
019900     MOVE CM-CUST-ID         TO RF-CUST-ID.
020300     MOVE CM-CREDIT-BALANCE  TO RF-AMOUNT.
020400     MOVE WS-SYSTEM-DATE     TO RF-REFUND-DATE.
020500     MOVE WS-REFUND-REASON   TO RF-REASON.
020510     ADD 1 TO WS-LAST-REFUND-NO.
020520     MOVE WS-LAST-REFUND-NO  TO RF-REFUND-NO.
020600     WRITE RF-RECORD.
020610     MOVE SPACES             TO RG-RECORD.
020620     MOVE WS-LAST-REFUND-NO  TO RG-REFUND-NO.
020630     MOVE CM-CUST-ID         TO RG-CUST-ID.
020640     MOVE CM-CREDIT-BALANCE  TO RG-AMOUNT.
020650     MOVE WS-SYSTEM-DATE     TO RG-REFUND-DATE.
020660     MOVE WS-REFUND-REASON   TO RG-REASON.
020670     MOVE ZERO               TO RG-INSTRUMENT-DATE.
020680     MOVE "I"                TO RG-STATUS.
020690     MOVE ZERO               TO RG-SETTLED-DATE.
020695     WRITE RG-RECORD.
020696     IF WS-RH-ISSUE-SUB > 0
020697         MOVE WS-RH-ENTRY(WS-RH-ISSUE-SUB) TO RH-RECORD
020698         MOVE "I"               TO RH-STATUS
020698         MOVE WS-LAST-REFUND-NO TO RH-REFUND-NO
020698         MOVE WS-SYSTEM-DATE    TO RH-CLOSED-DATE
020699         MOVE RH-RECORD TO WS-RH-ENTRY(WS-RH-ISSUE-SUB)
020699     END-IF.
020700     ADD 1 TO WS-REFUND-COUNT.
020800     ADD CM-CREDIT-BALANCE TO WS-REFUND-TOTAL.
020800     MOVE "1210-RFD"        TO GK-POST-TYPE.
020800     MOVE CM-CREDIT-BALANCE TO GK-AMOUNT.
020800     PERFORM 9720-POST-GL THRU 9720-EXIT.
020900     MOVE CM-CREDIT-BALANCE TO WS-LIAB-BEFORE.
020900     MOVE ZERO TO CM-CREDIT-BALANCE.
021000     MOVE ZERO TO CM-CREDIT-SINCE.
021100     REWRITE CM-RECORD
021200         INVALID KEY
021300             DISPLAY "BILRFND: REWRITE FAILED FOR " CM-CUST-ID
021400     END-REWRITE.
021400     MOVE "RFD" TO LQ-MOVE-TYPE.
021400     PERFORM 3100-JOURNAL-LIABILITY THRU 3100-EXIT.
021500 3000-EXIT.
021600     EXIT.

021600*-----------------------------------------------------------*
021600*    THE CHANGE IN THE CREDIT BALANCE JUST MADE GOES TO THE *
021600*    LIABILITY JOURNAL FOR THE MONTH-END BILLPRF PROOF -    *
021600*    THE CALLER SETS LQ-MOVE-TYPE AND SAVES THE BALANCE     *
021600*    BEFORE IN WS-LIAB-BEFORE.                              *
021600*-----------------------------------------------------------*
021600 3100-JOURNAL-LIABILITY.
021600     MOVE "W"             TO LQ-FUNCTION.
021600     MOVE "C"             TO LQ-LIABILITY.
021600     MOVE CM-CUST-ID      TO LQ-CUST-ID.
021600     MOVE "BILRFND"       TO LQ-SOURCE.
021600     COMPUTE LQ-AMOUNT = CM-CREDIT-BALANCE - WS-LIAB-BEFORE.
021600     CALL "BILLIAB" USING LQ-PARMS.
021600 3100-EXIT.
021600     EXIT.

021700 9700-WRITE-GL-EXTRACT.
021710     MOVE "H"             TO GJ-RECORD-TYPE.
021720     MOVE WS-SYSTEM-DATE  TO GJ-RUN-DATE.
021740     MOVE SPACES          TO GJ-ACCOUNT-CODE.
021750     MOVE "BILRFND GL EXTRACT" TO GJ-ACCOUNT-DESC.
021760     MOVE ZERO            TO GJ-AMOUNT.
021770     MOVE SPACES          TO GJ-COST-CENTRE.
021770     MOVE SPACES          TO GJ-POST-TYPE.
021770     WRITE GJ-RECORD.
021780     MOVE "D"             TO GJ-RECORD-TYPE.
021800     MOVE WS-SYSTEM-DATE  TO GJ-RUN-DATE.
021900     MOVE WS-RUN-PERIOD   TO GJ-BILL-PERIOD.
022000     MOVE "1210-RFD"      TO GK-POST-TYPE.
022100     MOVE "CUSTOMER CREDIT REFUNDS" TO GJ-ACCOUNT-DESC.
022200     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
022310     MOVE "T"             TO GJ-RECORD-TYPE.
022320     MOVE WS-GL-DETAILS   TO GJ-BILL-PERIOD.
022330     MOVE SPACES          TO GJ-ACCOUNT-CODE.
022340     MOVE "TRAILER - DETAIL COUNT AND HASH"
022350         TO GJ-ACCOUNT-DESC.
022360     MOVE WS-GL-HASH      TO GJ-AMOUNT.
022370     MOVE SPACES          TO GJ-COST-CENTRE.
022370     MOVE SPACES          TO GJ-POST-TYPE.
022370     WRITE GJ-RECORD.
022400 9700-EXIT.
022500     EXIT.

022500*-----------------------------------------------------------*
022500*    ONE D RECORD FOR EVERY ACCOUNT AND ZONE TOTAL BILGLAC    *
022500*    HOLDS FOR THE POSTING TYPE.                              *
022500*-----------------------------------------------------------*
022500 9710-WRITE-GL-LINES.
022500     MOVE "N"             TO GK-FUNCTION.
022500     MOVE ZERO            TO GK-CURSOR.
022500     MOVE SPACE           TO GK-RESULT.
022500     PERFORM 9715-WRITE-ONE-LINE THRU 9715-EXIT
022500         UNTIL GK-END.
022500 9710-EXIT.
022500     EXIT.

022500 9715-WRITE-ONE-LINE.
022500     CALL "BILGLAC" USING GK-PARMS.
022500     IF GK-END
022500         GO TO 9715-EXIT
022500     END-IF.
022500     MOVE GK-ACCOUNT-CODE TO GJ-ACCOUNT-CODE.
022500     MOVE GK-ZONE-CODE    TO GJ-COST-CENTRE.
022500     MOVE GK-POST-TYPE    TO GJ-POST-TYPE.
022500     MOVE GK-AMOUNT       TO GJ-AMOUNT.
022500     WRITE GJ-RECORD.
022500     ADD 1                TO WS-GL-DETAILS.
022500     ADD GJ-AMOUNT        TO WS-GL-HASH.
022500 9715-EXIT.
022500     EXIT.

022500*-----------------------------------------------------------*
022500*    POST ONE AMOUNT FOR THE CUSTOMER IN HAND.                *
022500*-----------------------------------------------------------*
022500 9720-POST-GL.
022500*    AN AMOUNT BILGLAC COULD NOT HOLD WOULD LEAVE THE GL
022500*    EXTRACT SHORT OF THE FIGURES POSTED - ABANDON THE RUN.
022500     MOVE "P"             TO GK-FUNCTION.
022500     MOVE CM-SERVICE-TYPE TO GK-SERVICE.
022500     MOVE CM-CUST-CLASS   TO GK-CLASS.
022500     MOVE CM-ZONE-CODE    TO GK-ZONE-CODE.
022500     MOVE WS-SYSTEM-DATE  TO GK-POST-DATE.
022500     CALL "BILGLAC" USING GK-PARMS.
022500     IF GK-FAILED
022500         MOVE "Y" TO WS-ABORT-SW
022500     END-IF.
022500 9720-EXIT.
022500     EXIT.

022600 9000-TERMINATE.
022700     CLOSE CUSTMAS.
022800     CLOSE REFEXTR.
022810     CLOSE RFNDREG.
022820     IF NOT WS-ABORT
022830         PERFORM 9100-REWRITE-HOLDS THRU 9100-EXIT
022840     END-IF.
022900     CLOSE GLEXTR.
023000     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
023100     CLOSE RUNLOG.
023300     DISPLAY "BILRFND - CREDIT REFUND SUMMARY".
023400     DISPLAY "  REFUNDS ISSUED : " WS-REFUND-COUNT.
023500     DISPLAY "  TOTAL REFUNDED : RS " WS-REFUND-TOTAL.
023500     DISPLAY "  HELD - LINKED  : " WS-REFUND-HELD.
023500     DISPLAY "  HELD - REVIEW  : " WS-REVIEW-HELD.
023500     DISPLAY "  RELEASED ISSUED: " WS-REVIEW-RELEASED.
023600     DISPLAY "=============================================".
023700 9000-EXIT.
023800     EXIT.

023810*-----------------------------------------------------------*
023820*    OPEN AND RELEASED HOLDS ARE ALWAYS WRITTEN BACK; ISSUED   *
023830*    AND LAPSED ONES ONLY IN THE MONTH THEY WERE CLOSED.       *
023840*-----------------------------------------------------------*
023850 9100-REWRITE-HOLDS.
023860     IF WS-RH-COUNT = 0
023870         GO TO 9100-EXIT
023880     END-IF.
023890     OPEN OUTPUT RFNDHLD.
023891     IF NOT FS-RFNDHLD-OK
023892         DISPLAY "BILRFND: UNABLE TO REWRITE RFNDHLD, STATUS "
023893             FS-RFNDHLD
023894         GO TO 9100-EXIT
023895     END-IF.
023896     PERFORM 9110-WRITE-HOLD THRU 9110-EXIT
023897         VARYING WS-RH-SUB FROM 1 BY 1
023898         UNTIL WS-RH-SUB > WS-RH-COUNT.
023899     CLOSE RFNDHLD.
023899 9100-EXIT.
023899     EXIT.

023899 9110-WRITE-HOLD.
023899     MOVE WS-RH-ENTRY(WS-RH-SUB) TO RH-RECORD.
023899     IF (RH-STAT-ISSUED OR RH-STAT-LAPSED)
023899         AND RH-CLOSED-DATE(1:6) < WS-SYSTEM-DATE(1:6)
023899         GO TO 9110-EXIT
023899     END-IF.
023899     WRITE RH-FILE-RECORD FROM WS-RH-ENTRY(WS-RH-SUB).
023899 9110-EXIT.
023899     EXIT.

023900 9600-WRITE-RUNLOG.
024000     MOVE "BILRFND"        TO RL-PROGRAM-ID.
024100     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
