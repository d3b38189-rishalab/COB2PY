000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILRETN.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILRETN                                                     *
000900*  PERSONAL-DATA RETENTION RUN.  ONCE THE STATUTORY RETENTION  *
001000*  PERIOD FOR FINANCIAL RECORDS HAS PASSED SINCE A CLOSED      *
001100*  ACCOUNT WAS LAST BILLED, THE PERSONAL DATA HELD FOR IT IS   *
001200*  ANONYMIZED:                                                 *
001300*    - CUSTARCH  NAME SET TO "ANONYMIZED", ADDRESS LINES,      *
001400*                PHONE AND EMAIL CLEARED;                      *
001500*    - CUSTAUD   THE SAME FIELDS CLEARED IN BOTH THE BEFORE    *
001600*                AND AFTER IMAGE OF EVERY CHANGE RECORDED;     *
001700*    - MANDATE   THE BANK ACCOUNT NUMBER CLEARED.              *
001800*  CITY, STATE AND PIN ARE KEPT (THEY LOCATE THE SUPPLY, NOT   *
001900*  THE PERSON) AS ARE THE METER NUMBER, EVERY AMOUNT AND EVERY *
002000*  DATE, SO THE ACCOUNTS STILL BALANCE.  BILLARC CARRIES NO    *
002100*  PERSONAL FIELDS AND IS NOT TOUCHED.                         *
002200*  AN ACCOUNT QUALIFIES WHEN ITS LAST BILLED PERIOD (OR, IF IT *
002300*  WAS NEVER BILLED, ITS APPLICATION MONTH) IS EARLIER THAN    *
002400*  THE RUN MONTH LESS THE RETENTION YEARS - EIGHT BY DEFAULT,  *
002500*  A YEAR BEYOND THE SEVEN BILARCH KEEPS, SO THE BILLS ARE     *
002600*  ALREADY ARCHIVED.  A PARMCARD CARD FOR BILRETN OVERRIDES    *
002700*  THE YEARS.  EVERY ANONYMIZATION IS LOGGED TO ANONLOG.       *
002800*  LIKE BILARCH, THIS JOB NEVER UPDATES ITS INPUTS: IT WRITES  *
002900*  NEW GENERATIONS CUSTANEW, CUSTAUDN AND MANDNEW, WHICH       *
003000*  OPERATIONS PROMOTES ONCE THE RUN COMPLETES CLEANLY.  A      *
003100*  RE-RUN FINDS THE NAME ALREADY ANONYMIZED AND LOGS NOTHING   *
003200*  FURTHER FOR THAT ACCOUNT.                                   *
003300*-----------------------------------------------------------*
003400*  MODIFICATION HISTORY                                        *
003500*  DATE       INIT  DESCRIPTION                                *
003600*  2026-10-15 RSH   ORIGINAL                                   *
003600*  2026-10-15 RSH   WIDEN THE RECORD IMAGES TO THE GROWN       *
003600*                   CUSTOMER RECORD (MUNICIPAL OWN ACCOUNT).   *
003700*-----------------------------------------------------------*
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-370.
004100 OBJECT-COMPUTER.   IBM-370.

004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT CUSTARCH ASSIGN TO "CUSTARCH"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS FS-CUSTARCH.

004700     SELECT CUSTANEW ASSIGN TO "CUSTANEW"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS FS-CUSTANEW.

005000     SELECT CUSTAUD ASSIGN TO "CUSTAUD"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS FS-CUSTAUD.

005300     SELECT CUSTAUDN ASSIGN TO "CUSTAUDN"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS FS-CUSTAUDN.

005600     SELECT MANDATE ASSIGN TO "MANDATE"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS FS-MANDATE.

005900     SELECT MANDNEW ASSIGN TO "MANDNEW"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS FS-MANDNEW.

006200     SELECT ANONLOG ASSIGN TO "ANONLOG"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS FS-ANONLOG.

006500     SELECT PARMCARD ASSIGN TO "PARMCARD"
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS FS-PARMCARD.

006800     SELECT RUNLOG ASSIGN TO "RUNLOG"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS FS-RUNLOG.

007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  CUSTARCH
007400     LABEL RECORDS ARE STANDARD.
007500 01  AC-RECORD                   PIC X(600).

007600 FD  CUSTANEW
007700     LABEL RECORDS ARE STANDARD.
007800 01  CN-RECORD                   PIC X(600).

007900 FD  CUSTAUD
008000     LABEL RECORDS ARE STANDARD.
008100 COPY CUSTAUD.

008200 FD  CUSTAUDN
008300     LABEL RECORDS ARE STANDARD.
008400 COPY CUSTAUD REPLACING LEADING ==CA-== BY ==CU-==.

008500 FD  MANDATE
008600     LABEL RECORDS ARE STANDARD.
008700 COPY MANDATE.

008800 FD  MANDNEW
008900     LABEL RECORDS ARE STANDARD.
009000 COPY MANDATE REPLACING LEADING ==MD-== BY ==MN-==.

009100 FD  ANONLOG
009200     LABEL RECORDS ARE STANDARD.
009300 COPY ANONLOG.

009400 FD  PARMCARD
009500     LABEL RECORDS ARE STANDARD.
009600 COPY PARMCARD.

009700 FD  RUNLOG
009800     LABEL RECORDS ARE STANDARD.
009900 COPY RUNLOG.

010000 WORKING-STORAGE SECTION.
010100*-----------------------------------------------------------*
010200*    FILE STATUS SWITCHES                                      *
010300*-----------------------------------------------------------*
010400 77  FS-CUSTARCH             PIC X(02).
010500     88  FS-CUSTARCH-OK              VALUE "00".
010600 77  FS-CUSTANEW             PIC X(02).
010700     88  FS-CUSTANEW-OK              VALUE "00".
010800 77  FS-CUSTAUD              PIC X(02).
010900     88  FS-CUSTAUD-OK               VALUE "00".
011000     88  FS-CUSTAUD-NOFILE           VALUE "35".
011100 77  FS-CUSTAUDN             PIC X(02).
011200     88  FS-CUSTAUDN-OK              VALUE "00".
011300 77  FS-MANDATE              PIC X(02).
011400     88  FS-MANDATE-OK               VALUE "00".
011500     88  FS-MANDATE-NOFILE           VALUE "35".
011600 77  FS-MANDNEW              PIC X(02).
011700     88  FS-MANDNEW-OK               VALUE "00".
011800 77  FS-ANONLOG              PIC X(02).
011900     88  FS-ANONLOG-OK               VALUE "00".
012000 77  FS-PARMCARD             PIC X(02).
012100     88  FS-PARMCARD-OK              VALUE "00".
012200 77  FS-RUNLOG               PIC X(02).
012300     88  FS-RUNLOG-OK                VALUE "00".

012400*-----------------------------------------------------------*
012500*    PROGRAM SWITCHES                                          *
012600*-----------------------------------------------------------*
012700 77  WS-ABORT-SW             PIC X(01) VALUE "N".
012800     88  WS-ABORT                    VALUE "Y".
012900 77  WS-EOF-SW               PIC X(01) VALUE "N".
013000     88  WS-EOF                      VALUE "Y".
013100 77  WS-PC-EOF-SW            PIC X(01) VALUE "N".
013200     88  WS-PC-EOF                   VALUE "Y".
013300 77  WS-CARD-FOUND-SW        PIC X(01) VALUE "N".
013400     88  WS-CARD-FOUND               VALUE "Y".
013500 77  WS-MATCH-SW             PIC X(01) VALUE "N".
013600     88  WS-MATCHED                  VALUE "Y".
013700 77  WS-AUD-OPEN-SW          PIC X(01) VALUE "N".
013800     88  WS-AUD-OPEN                 VALUE "Y".
013900 77  WS-MND-OPEN-SW          PIC X(01) VALUE "N".
014000     88  WS-MND-OPEN                 VALUE "Y".

014100*-----------------------------------------------------------*
014200*    OPERATOR AND RUN-AUDIT FIELDS                             *
014300*-----------------------------------------------------------*
014400 77  WS-OPERATOR-ID          PIC X(08).
014500 77  WS-SYSTEM-DATE          PIC 9(08).
014600 77  WS-SYSTEM-TIME          PIC 9(08).

014700*-----------------------------------------------------------*
014800*    RETENTION PERIOD AND CUTOFF                               *
014900*-----------------------------------------------------------*
015000 77  WS-RETENTION-YEARS      PIC 9(02) VALUE 08.
015100 77  WS-CUR-YEAR             PIC 9(04).
015200 77  WS-CUTOFF-YEAR          PIC 9(04).
015300 77  WS-CUTOFF-PERIOD        PIC 9(06).
015400 77  WS-AGE-PERIOD           PIC 9(06).
015500 77  WS-ANON-NAME            PIC X(30) VALUE "ANONYMIZED".

015600*-----------------------------------------------------------*
015700*    CONTROL TOTALS - RECORDS IN MUST EQUAL RECORDS OUT ON     *
015800*    EVERY FILE, AND THE ARCHIVE AMOUNTS MUST BE UNCHANGED.    *
015900*-----------------------------------------------------------*
016000 77  WS-ARCH-READ            PIC 9(07) VALUE ZERO.
016100 77  WS-ARCH-WRITTEN         PIC 9(07) VALUE ZERO.
016200 77  WS-ARCH-ANONYMIZED      PIC 9(07) VALUE ZERO.
016300 77  WS-ARCH-ALREADY         PIC 9(07) VALUE ZERO.
016400 77  WS-AUD-READ             PIC 9(07) VALUE ZERO.
016500 77  WS-AUD-WRITTEN          PIC 9(07) VALUE ZERO.
016600 77  WS-AUD-ANONYMIZED       PIC 9(07) VALUE ZERO.
016700 77  WS-MND-READ             PIC 9(07) VALUE ZERO.
016800 77  WS-MND-WRITTEN          PIC 9(07) VALUE ZERO.
016900 77  WS-MND-ANONYMIZED       PIC 9(07) VALUE ZERO.
017000 77  WS-LOG-WRITTEN          PIC 9(07) VALUE ZERO.
017100 77  WS-ARREARS-IN           PIC 9(11)V99 VALUE ZERO.
017200 77  WS-ARREARS-OUT          PIC 9(11)V99 VALUE ZERO.
017300 77  WS-DEPOSIT-IN           PIC 9(11)V99 VALUE ZERO.
017400 77  WS-DEPOSIT-OUT          PIC 9(11)V99 VALUE ZERO.
017500 01  WS-AMT-ED               PIC ZZZZZZZZZZ9.99.

017600*-----------------------------------------------------------*
017700*    ACCOUNTS PAST RETENTION - BUILT FROM THE ARCHIVE PASS SO  *
017800*    THE AUDIT TRAIL AND MANDATE PASSES ARE ONE SCAN EACH.     *
017900*    THE COUNTS FEED THE ANONLOG RECORDS WRITTEN AT THE END.   *
018000*-----------------------------------------------------------*
018100 01  WS-RETN-TABLE.
018200     05  WS-RT-ENTRY OCCURS 5000 TIMES.
018300         10  WS-RT-CUST-ID       PIC X(10).
018400         10  WS-RT-PERIOD        PIC 9(06).
018500         10  WS-RT-AUD-COUNT     PIC 9(05).
018600         10  WS-RT-MND-COUNT     PIC 9(05).
018700 01  WS-RT-COUNT                 PIC 9(04) VALUE ZERO.
018800 01  WS-SUB                      PIC 9(04) VALUE ZERO.
018900 01  WS-FOUND-SUB                PIC 9(04) VALUE ZERO.
019000 01  WS-WANTED-ID                PIC X(10).

019100*-----------------------------------------------------------*
019200*    WORK COPY OF A MASTER IMAGE BEING ANONYMIZED              *
019300*-----------------------------------------------------------*
019400 COPY CUSTMAS REPLACING LEADING ==CM-== BY ==WK-==.
019500 01  WS-IMAGE-BEFORE             PIC X(600).

019600*-----------------------------------------------------------*
019700*    CYCLE-STATUS PARAMETER BLOCK FOR THE BILCYC SUBPROGRAM    *
019800*-----------------------------------------------------------*
019900 COPY CYCPARM.

020000 PROCEDURE DIVISION.
020100 0000-MAINLINE SECTION.
020200     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
020300     IF NOT WS-ABORT
020400         PERFORM 2000-ARCHIVE-PASS  THRU 2000-EXIT
020500     END-IF.
020600     IF NOT WS-ABORT
020700         PERFORM 3000-AUDIT-PASS    THRU 3000-EXIT
020800         PERFORM 4000-MANDATE-PASS  THRU 4000-EXIT
020900         PERFORM 5000-LOG-TRAILS    THRU 5000-EXIT
021000     END-IF.
021100     PERFORM 9000-TERMINATE         THRU 9000-EXIT.
021200     STOP RUN.

021300 1000-INITIALIZE.
021400     OPEN INPUT CUSTARCH.
021500     IF NOT FS-CUSTARCH-OK
021600         DISPLAY "BILRETN: UNABLE TO OPEN CUSTARCH, STATUS "
021700             FS-CUSTARCH
021800         MOVE "Y" TO WS-ABORT-SW
021900     END-IF.
022000     OPEN OUTPUT CUSTANEW.
022100     IF NOT FS-CUSTANEW-OK
022200         DISPLAY "BILRETN: UNABLE TO OPEN CUSTANEW, STATUS "
022300             FS-CUSTANEW
022400         MOVE "Y" TO WS-ABORT-SW
022500     END-IF.
022600     OPEN EXTEND ANONLOG.
022700     IF NOT FS-ANONLOG-OK
022800         OPEN OUTPUT ANONLOG
022900     END-IF.
023000     IF NOT FS-ANONLOG-OK
023100         DISPLAY "BILRETN: UNABLE TO OPEN ANONLOG, STATUS "
023200             FS-ANONLOG
023300         MOVE "Y" TO WS-ABORT-SW
023400     END-IF.
023500     OPEN EXTEND RUNLOG.
023600     IF NOT FS-RUNLOG-OK
023700         DISPLAY "BILRETN: UNABLE TO OPEN RUNLOG, STATUS "
023800             FS-RUNLOG
023900         MOVE "Y" TO WS-ABORT-SW
024000     END-IF.
024100     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
024200     IF WS-ABORT
024300         GO TO 1000-EXIT
024400     END-IF.
024500     PERFORM 1150-CHECK-CYCLE THRU 1150-EXIT.
024600     IF WS-ABORT
024700         GO TO 1000-EXIT
024800     END-IF.
024900     ACCEPT WS-SYSTEM-TIME FROM TIME.
025000     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
025100     ACCEPT WS-OPERATOR-ID.
025200     PERFORM 1050-READ-PARM-CARD THRU 1050-EXIT.
025300     IF WS-CARD-FOUND AND PC-YEARS > 0
025400         MOVE PC-YEARS TO WS-RETENTION-YEARS
025500     END-IF.
025600     PERFORM 1060-ECHO-PARMS THRU 1060-EXIT.
025700     MOVE WS-RETENTION-YEARS TO RL-RECORDS-READ.
025800     MOVE ZERO TO RL-BILLS-PRODUCED.
025900     MOVE ZERO TO RL-EXCEPTIONS.
026000     MOVE ZERO TO RL-TOTAL-BILLED.
026100     MOVE WS-SYSTEM-DATE TO RL-END-DATE.
026200     MOVE WS-SYSTEM-TIME TO RL-END-TIME.
026300     WRITE RL-RECORD.
026400     PERFORM 1100-SET-CUTOFF-PERIOD THRU 1100-EXIT.
026500 1000-EXIT.
026600     EXIT.

026700*-----------------------------------------------------------*
026800*    THE RUN-PARAMETER CARD - WHEN ONE IS ON FILE FOR THIS     *
026900*    PROGRAM ITS YEARS REPLACE THE DEFAULT RETENTION.  THE     *
027000*    PARAMETERS USED ARE ECHOED TO THE RUN LOG EITHER WAY.     *
027100*-----------------------------------------------------------*
027200 1050-READ-PARM-CARD.
027300     MOVE "N" TO WS-CARD-FOUND-SW.
027400     OPEN INPUT PARMCARD.
027500     IF NOT FS-PARMCARD-OK
027600         GO TO 1050-EXIT
027700     END-IF.
027800     READ PARMCARD
027900         AT END
028000             MOVE "Y" TO WS-PC-EOF-SW
028100     END-READ.
028200     PERFORM 1055-SCAN-ONE-CARD THRU 1055-EXIT
028300         UNTIL WS-PC-EOF OR WS-CARD-FOUND.
028400     CLOSE PARMCARD.
028500 1050-EXIT.
028600     EXIT.

028700 1055-SCAN-ONE-CARD.
028800     IF PC-PROGRAM-ID = "BILRETN "
028900         MOVE "Y" TO WS-CARD-FOUND-SW
029000         GO TO 1055-EXIT
029100     END-IF.
029200     READ PARMCARD
029300         AT END
029400             MOVE "Y" TO WS-PC-EOF-SW
029500     END-READ.
029600 1055-EXIT.
029700     EXIT.

029800 1060-ECHO-PARMS.
029900     MOVE "BILRETN " TO RL-PROGRAM-ID.
030000     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
030100     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
030200     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
030300     IF WS-CARD-FOUND
030400         MOVE "PARM-CARD"  TO RL-INPUT-FILE
030500     ELSE
030600         MOVE "PARM-KEYED" TO RL-INPUT-FILE
030700     END-IF.
030800 1060-EXIT.
030900     EXIT.

031000 1100-SET-CUTOFF-PERIOD.
031100     MOVE WS-SYSTEM-DATE(1:4) TO WS-CUR-YEAR.
031200     COMPUTE WS-CUTOFF-YEAR = WS-CUR-YEAR - WS-RETENTION-YEARS.
031300     MOVE WS-CUTOFF-YEAR      TO WS-CUTOFF-PERIOD(1:4).
031400     MOVE WS-SYSTEM-DATE(5:2) TO WS-CUTOFF-PERIOD(5:2).
031500 1100-EXIT.
031600     EXIT.

031700*-----------------------------------------------------------*
031800*    CYCLE-SEQUENCE CHECK - THE AUDIT TRAIL AND MANDATES ARE   *
031900*    REWRITTEN AS NEW GENERATIONS, SO NOTHING ELSE MAY BE      *
032000*    RUNNING AGAINST THEM.                                     *
032100*-----------------------------------------------------------*
032200 1150-CHECK-CYCLE.
032300     MOVE "R"        TO CS-FUNCTION.
032400     MOVE "BILRETN"  TO CS-PROGRAM-ID.
032500     MOVE ZERO       TO CS-PERIOD.
032600     CALL "BILCYC" USING CS-PARMS.
032700     IF CS-FOUND
032800         DISPLAY "BILRETN: ANOTHER RUN IS IN FLIGHT -"
032900             " RETENTION RUN ABANDONED"
033000         MOVE "Y" TO WS-ABORT-SW
033100         GO TO 1150-EXIT
033200     END-IF.
033300     MOVE "S"        TO CS-FUNCTION.
033400     MOVE "BILRETN"  TO CS-PROGRAM-ID.
033500     MOVE WS-SYSTEM-DATE(1:6) TO CS-PERIOD.
033600     CALL "BILCYC" USING CS-PARMS.
033700 1150-EXIT.
033800     EXIT.

033900*-----------------------------------------------------------*
034000*    PASS 1 - THE CLOSED-ACCOUNT ARCHIVE.  EVERY RECORD IS     *
034100*    COPIED TO CUSTANEW; THOSE PAST RETENTION ARE ANONYMIZED   *
034200*    ON THE WAY AND NOTED FOR THE LATER PASSES.                *
034300*-----------------------------------------------------------*
034400 2000-ARCHIVE-PASS.
034500     PERFORM 2100-READ-CUSTARCH THRU 2100-EXIT.
034600     PERFORM 2200-ARCHIVE-ONE THRU 2200-EXIT
034700         UNTIL WS-EOF OR WS-ABORT.
034800 2000-EXIT.
034900     EXIT.

035000 2100-READ-CUSTARCH.
035100     READ CUSTARCH
035200         AT END
035300             MOVE "Y" TO WS-EOF-SW
035400     END-READ.
035500 2100-EXIT.
035600     EXIT.

035700 2200-ARCHIVE-ONE.
035800     ADD 1 TO WS-ARCH-READ.
035900     MOVE AC-RECORD TO WK-RECORD.
036000     ADD WK-ARREARS         TO WS-ARREARS-IN.
036100     ADD WK-DEPOSIT-BALANCE TO WS-DEPOSIT-IN.
036200     IF WK-LAST-BILL-PERIOD NUMERIC
036300        AND WK-LAST-BILL-PERIOD > ZERO
036400         MOVE WK-LAST-BILL-PERIOD TO WS-AGE-PERIOD
036500     ELSE
036600         IF WK-APPLY-DATE NUMERIC
036700             MOVE WK-APPLY-DATE(1:6) TO WS-AGE-PERIOD
036800         ELSE
036900             MOVE ZERO TO WS-AGE-PERIOD
037000         END-IF
037100     END-IF.
037200     IF WS-AGE-PERIOD > ZERO
037300        AND WS-AGE-PERIOD < WS-CUTOFF-PERIOD
037400         PERFORM 2300-PAST-RETENTION THRU 2300-EXIT
037500     END-IF.
037600     MOVE WK-RECORD TO CN-RECORD.
037700     WRITE CN-RECORD.
037800     ADD 1 TO WS-ARCH-WRITTEN.
037900     ADD WK-ARREARS         TO WS-ARREARS-OUT.
038000     ADD WK-DEPOSIT-BALANCE TO WS-DEPOSIT-OUT.
038100     PERFORM 2100-READ-CUSTARCH THRU 2100-EXIT.
038200 2200-EXIT.
038300     EXIT.

038400 2300-PAST-RETENTION.
038500     MOVE WK-CUST-ID TO WS-WANTED-ID.
038600     PERFORM 7100-FIND-CUST THRU 7100-EXIT.
038700     IF NOT WS-MATCHED
038800         IF WS-RT-COUNT >= 5000
038900             DISPLAY "BILRETN: RETENTION TABLE FULL -"
039000                 " RUN ABANDONED"
039100             MOVE "Y" TO WS-ABORT-SW
039200             GO TO 2300-EXIT
039300         END-IF
039400         ADD 1 TO WS-RT-COUNT
039500         MOVE WK-CUST-ID    TO WS-RT-CUST-ID(WS-RT-COUNT)
039600         MOVE WS-AGE-PERIOD TO WS-RT-PERIOD(WS-RT-COUNT)
039700         MOVE ZERO          TO WS-RT-AUD-COUNT(WS-RT-COUNT)
039800         MOVE ZERO          TO WS-RT-MND-COUNT(WS-RT-COUNT)
039900     END-IF.
040000     IF WK-NAME = WS-ANON-NAME
040100         ADD 1 TO WS-ARCH-ALREADY
040200         GO TO 2300-EXIT
040300     END-IF.
040400     PERFORM 7000-ANONYMIZE-IMAGE THRU 7000-EXIT.
040500     ADD 1 TO WS-ARCH-ANONYMIZED.
040600     MOVE WK-CUST-ID    TO AN-CUST-ID.
040700     MOVE "CUSTARCH"    TO AN-FILE-ID.
040800     MOVE WS-AGE-PERIOD TO AN-LAST-PERIOD.
040900     MOVE "NAME ADDRESS PHONE EMAIL" TO AN-FIELDS.
041000     MOVE 1             TO AN-RECORDS.
041100     PERFORM 8000-WRITE-ANONLOG THRU 8000-EXIT.
041200 2300-EXIT.
041300     EXIT.

041400*-----------------------------------------------------------*
041500*    PASS 2 - THE MASTER-CHANGE AUDIT TRAIL.  BOTH IMAGES OF   *
041600*    EVERY CHANGE FOR AN ACCOUNT PAST RETENTION ARE CLEARED.   *
041700*    AN ADD HAS NO BEFORE IMAGE, WHICH IS LEFT BLANK.          *
041800*-----------------------------------------------------------*
041900 3000-AUDIT-PASS.
042000     OPEN INPUT CUSTAUD.
042100     IF FS-CUSTAUD-NOFILE
042200         GO TO 3000-EXIT
042300     END-IF.
042400     IF NOT FS-CUSTAUD-OK
042500         DISPLAY "BILRETN: UNABLE TO OPEN CUSTAUD, STATUS "
042600             FS-CUSTAUD
042700         MOVE "Y" TO WS-ABORT-SW
042800         GO TO 3000-EXIT
042900     END-IF.
043000     OPEN OUTPUT CUSTAUDN.
043100     IF NOT FS-CUSTAUDN-OK
043200         DISPLAY "BILRETN: UNABLE TO OPEN CUSTAUDN, STATUS "
043300             FS-CUSTAUDN
043400         CLOSE CUSTAUD
043500         MOVE "Y" TO WS-ABORT-SW
043600         GO TO 3000-EXIT
043700     END-IF.
043800     MOVE "Y" TO WS-AUD-OPEN-SW.
043900     MOVE "N" TO WS-EOF-SW.
044000     PERFORM 3100-READ-CUSTAUD THRU 3100-EXIT.
044100     PERFORM 3200-AUDIT-ONE THRU 3200-EXIT
044200         UNTIL WS-EOF.
044300 3000-EXIT.
044400     EXIT.

044500 3100-READ-CUSTAUD.
044600     READ CUSTAUD
044700         AT END
044800             MOVE "Y" TO WS-EOF-SW
044900     END-READ.
045000 3100-EXIT.
045100     EXIT.

045200 3200-AUDIT-ONE.
045300     ADD 1 TO WS-AUD-READ.
045400     MOVE CA-CUST-ID TO WS-WANTED-ID.
045500     PERFORM 7100-FIND-CUST THRU 7100-EXIT.
045600     IF WS-MATCHED
045700         PERFORM 3300-CLEAR-IMAGES THRU 3300-EXIT
045800     END-IF.
045900     MOVE CA-RECORD TO CU-RECORD.
046000     WRITE CU-RECORD.
046100     ADD 1 TO WS-AUD-WRITTEN.
046200     PERFORM 3100-READ-CUSTAUD THRU 3100-EXIT.
046300 3200-EXIT.
046400     EXIT.

046500 3300-CLEAR-IMAGES.
046600     MOVE "N" TO WS-MATCH-SW.
046700     IF CA-BEFORE-IMAGE NOT = SPACES
046800         MOVE CA-BEFORE-IMAGE TO WK-RECORD
046900         MOVE WK-RECORD       TO WS-IMAGE-BEFORE
047000         PERFORM 7000-ANONYMIZE-IMAGE THRU 7000-EXIT
047100         IF WK-RECORD NOT = WS-IMAGE-BEFORE
047200             MOVE WK-RECORD TO CA-BEFORE-IMAGE
047300             MOVE "Y" TO WS-MATCH-SW
047400         END-IF
047500     END-IF.
047600     IF CA-AFTER-IMAGE NOT = SPACES
047700         MOVE CA-AFTER-IMAGE  TO WK-RECORD
047800         MOVE WK-RECORD       TO WS-IMAGE-BEFORE
047900         PERFORM 7000-ANONYMIZE-IMAGE THRU 7000-EXIT
048000         IF WK-RECORD NOT = WS-IMAGE-BEFORE
048100             MOVE WK-RECORD TO CA-AFTER-IMAGE
048200             MOVE "Y" TO WS-MATCH-SW
048300         END-IF
048400     END-IF.
048500     IF WS-MATCHED
048600         ADD 1 TO WS-AUD-ANONYMIZED
048700         ADD 1 TO WS-RT-AUD-COUNT(WS-FOUND-SUB)
048800     END-IF.
048900 3300-EXIT.
049000     EXIT.

049100*-----------------------------------------------------------*
049200*    PASS 3 - DIRECT-DEBIT MANDATES.  THE BANK ACCOUNT NUMBER  *
049300*    IS CLEARED; THE BANK CODE NAMES ONLY THE BRANCH AND THE   *
049400*    LIMIT AND DATES ARE KEPT.                                 *
049500*-----------------------------------------------------------*
049600 4000-MANDATE-PASS.
049700     IF WS-ABORT
049800         GO TO 4000-EXIT
049900     END-IF.
050000     OPEN INPUT MANDATE.
050100     IF FS-MANDATE-NOFILE
050200         GO TO 4000-EXIT
050300     END-IF.
050400     IF NOT FS-MANDATE-OK
050500         DISPLAY "BILRETN: UNABLE TO OPEN MANDATE, STATUS "
050600             FS-MANDATE
050700         MOVE "Y" TO WS-ABORT-SW
050800         GO TO 4000-EXIT
050900     END-IF.
051000     OPEN OUTPUT MANDNEW.
051100     IF NOT FS-MANDNEW-OK
051200         DISPLAY "BILRETN: UNABLE TO OPEN MANDNEW, STATUS "
051300             FS-MANDNEW
051400         CLOSE MANDATE
051500         MOVE "Y" TO WS-ABORT-SW
051600         GO TO 4000-EXIT
051700     END-IF.
051800     MOVE "Y" TO WS-MND-OPEN-SW.
051900     MOVE "N" TO WS-EOF-SW.
052000     PERFORM 4100-READ-MANDATE THRU 4100-EXIT.
052100     PERFORM 4200-MANDATE-ONE THRU 4200-EXIT
052200         UNTIL WS-EOF.
052300 4000-EXIT.
052400     EXIT.

052500 4100-READ-MANDATE.
052600     READ MANDATE
052700         AT END
052800             MOVE "Y" TO WS-EOF-SW
052900     END-READ.
053000 4100-EXIT.
053100     EXIT.

053200 4200-MANDATE-ONE.
053300     ADD 1 TO WS-MND-READ.
053400     MOVE MD-CUST-ID TO WS-WANTED-ID.
053500     PERFORM 7100-FIND-CUST THRU 7100-EXIT.
053600     IF WS-MATCHED AND MD-BANK-ACCT NOT = SPACES
053700         MOVE SPACES TO MD-BANK-ACCT
053800         ADD 1 TO WS-MND-ANONYMIZED
053900         ADD 1 TO WS-RT-MND-COUNT(WS-FOUND-SUB)
054000     END-IF.
054100     MOVE MD-RECORD TO MN-RECORD.
054200     WRITE MN-RECORD.
054300     ADD 1 TO WS-MND-WRITTEN.
054400     PERFORM 4100-READ-MANDATE THRU 4100-EXIT.
054500 4200-EXIT.
054600     EXIT.

054700*-----------------------------------------------------------*
054800*    ONE ANONLOG RECORD PER ACCOUNT FOR EACH OF THE AUDIT      *
054900*    TRAIL AND MANDATE FILES WHERE ANYTHING WAS CLEARED.       *
055000*-----------------------------------------------------------*
055100 5000-LOG-TRAILS.
055200     IF WS-ABORT
055300         GO TO 5000-EXIT
055400     END-IF.
055500     PERFORM 5100-LOG-ONE-CUST THRU 5100-EXIT
055600         VARYING WS-SUB FROM 1 BY 1
055700         UNTIL WS-SUB > WS-RT-COUNT.
055800 5000-EXIT.
055900     EXIT.

056000 5100-LOG-ONE-CUST.
056100     MOVE WS-RT-CUST-ID(WS-SUB) TO AN-CUST-ID.
056200     MOVE WS-RT-PERIOD(WS-SUB)  TO AN-LAST-PERIOD.
056300     IF WS-RT-AUD-COUNT(WS-SUB) > ZERO
056400         MOVE "CUSTAUD"  TO AN-FILE-ID
056500         MOVE "NAME ADDRESS PHONE EMAIL" TO AN-FIELDS
056600         MOVE WS-RT-AUD-COUNT(WS-SUB) TO AN-RECORDS
056700         PERFORM 8000-WRITE-ANONLOG THRU 8000-EXIT
056800     END-IF.
056900     IF WS-RT-MND-COUNT(WS-SUB) > ZERO
057000         MOVE WS-RT-CUST-ID(WS-SUB) TO AN-CUST-ID
057100         MOVE WS-RT-PERIOD(WS-SUB)  TO AN-LAST-PERIOD
057200         MOVE "MANDATE"  TO AN-FILE-ID
057300         MOVE "BANK ACCOUNT" TO AN-FIELDS
057400         MOVE WS-RT-MND-COUNT(WS-SUB) TO AN-RECORDS
057500         PERFORM 8000-WRITE-ANONLOG THRU 8000-EXIT
057600     END-IF.
057700 5100-EXIT.
057800     EXIT.

057900*-----------------------------------------------------------*
058000*    CLEAR THE PERSONAL DETAILS IN THE WORK IMAGE.  A BLANK    *
058100*    NAME STAYS BLANK.                                         *
058200*-----------------------------------------------------------*
058300 7000-ANONYMIZE-IMAGE.
058400     IF WK-NAME NOT = SPACES
058500         MOVE WS-ANON-NAME TO WK-NAME
058600     END-IF.
058700     MOVE SPACES TO WK-ADDR-LINE1.
058800     MOVE SPACES TO WK-ADDR-LINE2.
058900     MOVE SPACES TO WK-PHONE.
059000     MOVE SPACES TO WK-EMAIL.
059100 7000-EXIT.
059200     EXIT.

059300 7100-FIND-CUST.
059400     MOVE "N" TO WS-MATCH-SW.
059500     MOVE ZERO TO WS-FOUND-SUB.
059600     PERFORM 7110-MATCH-CUST THRU 7110-EXIT
059700         VARYING WS-SUB FROM 1 BY 1
059800         UNTIL WS-SUB > WS-RT-COUNT
059900            OR WS-MATCHED.
060000 7100-EXIT.
060100     EXIT.

060200 7110-MATCH-CUST.
060300     IF WS-RT-CUST-ID(WS-SUB) = WS-WANTED-ID
060400         MOVE "Y" TO WS-MATCH-SW
060500         MOVE WS-SUB TO WS-FOUND-SUB
060600     END-IF.
060700 7110-EXIT.
060800     EXIT.

060900 8000-WRITE-ANONLOG.
061000     MOVE WS-SYSTEM-DATE TO AN-RUN-DATE.
061100     MOVE WS-SYSTEM-TIME TO AN-RUN-TIME.
061200     MOVE WS-OPERATOR-ID TO AN-OPERATOR-ID.
061300     WRITE AN-RECORD.
061400     ADD 1 TO WS-LOG-WRITTEN.
061500 8000-EXIT.
061600     EXIT.

061700 9000-TERMINATE.
061800     CLOSE CUSTARCH.
061900     CLOSE CUSTANEW.
062000     IF WS-AUD-OPEN
062100         CLOSE CUSTAUD
062200         CLOSE CUSTAUDN
062300     END-IF.
062400     IF WS-MND-OPEN
062500         CLOSE MANDATE
062600         CLOSE MANDNEW
062700     END-IF.
062800     CLOSE ANONLOG.
062900     IF NOT WS-ABORT
063000         MOVE "E"        TO CS-FUNCTION
063100         MOVE "BILRETN"  TO CS-PROGRAM-ID
063200         MOVE WS-SYSTEM-DATE(1:6) TO CS-PERIOD
063300         CALL "BILCYC" USING CS-PARMS
063400     END-IF.
063500     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
063600     CLOSE RUNLOG.
063700     DISPLAY "=============================================".
063800     DISPLAY "BILRETN - PERSONAL-DATA RETENTION SUMMARY".
063900     DISPLAY "  RETENTION YEARS     : " WS-RETENTION-YEARS.
064000     DISPLAY "  CUTOFF PERIOD       : " WS-CUTOFF-PERIOD.
064100     DISPLAY "  ACCOUNTS PAST CUTOFF: " WS-RT-COUNT.
064200     DISPLAY "  CUSTARCH READ       : " WS-ARCH-READ.
064300     DISPLAY "  CUSTANEW WRITTEN    : " WS-ARCH-WRITTEN.
064400     DISPLAY "    NEWLY ANONYMIZED  : " WS-ARCH-ANONYMIZED.
064500     DISPLAY "    ALREADY ANONYMIZED: " WS-ARCH-ALREADY.
064600     MOVE WS-ARREARS-IN TO WS-AMT-ED.
064700     DISPLAY "  ARREARS IN       RS : " WS-AMT-ED.
064800     MOVE WS-ARREARS-OUT TO WS-AMT-ED.
064900     DISPLAY "  ARREARS OUT      RS : " WS-AMT-ED.
065000     MOVE WS-DEPOSIT-IN TO WS-AMT-ED.
065100     DISPLAY "  DEPOSITS IN      RS : " WS-AMT-ED.
065200     MOVE WS-DEPOSIT-OUT TO WS-AMT-ED.
065300     DISPLAY "  DEPOSITS OUT     RS : " WS-AMT-ED.
065400     DISPLAY "  CUSTAUD READ        : " WS-AUD-READ.
065500     DISPLAY "  CUSTAUDN WRITTEN    : " WS-AUD-WRITTEN.
065600     DISPLAY "    IMAGES CLEARED    : " WS-AUD-ANONYMIZED.
065700     DISPLAY "  MANDATE READ        : " WS-MND-READ.
065800     DISPLAY "  MANDNEW WRITTEN     : " WS-MND-WRITTEN.
065900     DISPLAY "    ACCOUNTS CLEARED  : " WS-MND-ANONYMIZED.
066000     DISPLAY "  ANONLOG RECORDS     : " WS-LOG-WRITTEN.
066100     IF WS-ABORT
066200         DISPLAY "RUN ABANDONED - DO NOT PROMOTE ANY NEW"
066300             " GENERATION"
066400     ELSE
066500         DISPLAY "PROMOTE CUSTANEW OVER CUSTARCH, CUSTAUDN OVER"
066600         DISPLAY "CUSTAUD AND MANDNEW OVER MANDATE TO COMPLETE"
066700             " THE RUN"
066800     END-IF.
066900     DISPLAY "=============================================".
067000 9000-EXIT.
067100     EXIT.

067200 9600-WRITE-RUNLOG.
067300     MOVE "BILRETN"        TO RL-PROGRAM-ID.
067400     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
067500     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
067600     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
067700     MOVE "CUSTARCH"       TO RL-INPUT-FILE.
067800     MOVE WS-ARCH-READ     TO RL-RECORDS-READ.
067900     MOVE WS-ARCH-ANONYMIZED TO RL-BILLS-PRODUCED.
068000     MOVE ZERO             TO RL-EXCEPTIONS.
068100     MOVE ZERO             TO RL-TOTAL-BILLED.
068200     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
068300     ACCEPT RL-END-TIME FROM TIME.
068400     WRITE RL-RECORD.
068500 9600-EXIT.
068600     EXIT.
