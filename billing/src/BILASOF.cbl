000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILASOF.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILASOF                                                     *
000900*  POINT-IN-TIME CUSTOMER INQUIRY.  CUSTMAS HOLDS ONLY TODAY'S *
001000*  VALUES; A DISPUTE OR A COURT CASE ASKS WHAT THE ACCOUNT     *
001100*  LOOKED LIKE WHEN A BILL WAS RAISED.  GIVEN A CUSTOMER ID    *
001200*  AND AN AS-OF DATE, THIS REBUILDS THE CM-RECORD AS IT STOOD  *
001300*  AT THE END OF THAT DAY BY REPLAYING CUSTAUD BACK FROM       *
001400*  TODAY - THE BEFORE IMAGE OF THE FIRST CHANGE MADE AFTER     *
001500*  THE DATE IS THE RECORD AS IT WAS ON IT.  CUSTAUD CARRIES    *
001600*  BILMNT MAINTENANCE, BILSREC CORRECTIONS, BILMASS            *
001700*  RECLASSIFICATIONS, BILLOAD LOAD CHANGES AND BILXFER         *
001800*  TRANSFERS.  EVERY FIELD IS SHOWN THEN AND TODAY, THOSE      *
001900*  THAT DIFFER ARE MARKED, AND THE SAME LINES ARE PRINTED TO   *
002000*  ASOFRPT FOR THE CASE FILE.                                  *
002100*  BALANCES AND COUNTERS THE BILLING RUN KEEPS ARE NOT         *
002200*  AUDITED CHANGES, SO THEY SHOW AS THEY STOOD AT THE NEXT     *
002300*  RECORDED CHANGE; THE REPORT SAYS SO.                        *
002400*-----------------------------------------------------------*
002500*  MODIFICATION HISTORY                                        *
002600*  DATE       INIT  DESCRIPTION                                *
002700*  2026-10-15 RSH   ORIGINAL                                   *
002700*  2026-10-15 RSH   SHOW THE MUNICIPAL OWN-ACCOUNT FIELD.      *
002700*  2026-10-15 RSH   FILE ASOFRPT IN THE REPORT REPOSITORY    *
002700*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002800*-----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.   IBM-370.
003200 OBJECT-COMPUTER.   IBM-370.

003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS CM-CUST-ID
003900         FILE STATUS IS FS-CUSTMAS.

004000     SELECT CUSTAUD ASSIGN TO "CUSTAUD"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS FS-CUSTAUD.

004300     SELECT ASOFRPT ASSIGN TO "ASOFRPT"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS FS-ASOFRPT.

004600     SELECT RUNLOG ASSIGN TO "RUNLOG"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS FS-RUNLOG.

004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  CUSTMAS
005200     LABEL RECORDS ARE STANDARD.
005300 COPY CUSTMAS.

005400 FD  CUSTAUD
005500     LABEL RECORDS ARE STANDARD.
005600 COPY CUSTAUD.

005700 FD  ASOFRPT
005800     LABEL RECORDS ARE STANDARD.
005900 01  AF-LINE                     PIC X(120).

006000 FD  RUNLOG
006100     LABEL RECORDS ARE STANDARD.
006200 COPY RUNLOG.

006300 WORKING-STORAGE SECTION.
006400*-----------------------------------------------------------*
006500*    FILE STATUS SWITCHES                                      *
006600*-----------------------------------------------------------*
006700 77  FS-CUSTMAS              PIC X(02).
006800     88  FS-CUSTMAS-OK               VALUE "00".
006900 77  FS-CUSTAUD              PIC X(02).
007000     88  FS-CUSTAUD-OK               VALUE "00".
007100     88  FS-CUSTAUD-NOFILE           VALUE "35".
007200 77  FS-ASOFRPT              PIC X(02).
007300     88  FS-ASOFRPT-OK               VALUE "00".
007400 77  FS-RUNLOG               PIC X(02).
007500     88  FS-RUNLOG-OK                VALUE "00".

007600*-----------------------------------------------------------*
007700*    PROGRAM SWITCHES AND WORK FIELDS                          *
007800*-----------------------------------------------------------*
007900 77  WS-ABORT-SW             PIC X(01) VALUE "N".
008000     88  WS-ABORT                    VALUE "Y".
008100 77  WS-CA-EOF-SW            PIC X(01) VALUE "N".
008200     88  WS-CA-EOF                   VALUE "Y".
008200 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
008200     88  WS-RO-EOF                   VALUE "Y".
008300 77  WS-REBUILT-SW           PIC X(01) VALUE "N".
008400     88  WS-REBUILT                  VALUE "Y".
008500 77  WS-NOT-OPEN-SW          PIC X(01) VALUE "N".
008600     88  WS-NOT-YET-OPEN             VALUE "Y".
008700 77  WS-CM-OPEN-SW           PIC X(01) VALUE "N".
008800     88  WS-CM-OPEN                  VALUE "Y".
008900 77  WS-CA-OPEN-SW           PIC X(01) VALUE "N".
009000     88  WS-CA-OPEN                  VALUE "Y".
009100 77  WS-OPERATOR-ID          PIC X(08).
009200 77  WS-SYSTEM-DATE          PIC 9(08).
009300 77  WS-SYSTEM-TIME          PIC 9(08).
009400 77  WS-WANTED-ID            PIC X(10).
009500 77  WS-AS-OF-DATE           PIC 9(08) VALUE ZERO.
009600 77  WS-NEXT-DATE            PIC 9(08) VALUE ZERO.
009700 77  WS-NEXT-TIME            PIC 9(08) VALUE ZERO.
009800 77  WS-NEXT-OPERATOR        PIC X(08) VALUE SPACES.
009900 77  WS-AUDIT-READ           PIC 9(07) VALUE ZERO.
010000 77  WS-CHANGES-BEFORE       PIC 9(05) VALUE ZERO.
010100 77  WS-CHANGES-AFTER        PIC 9(05) VALUE ZERO.
010200 77  WS-DIFF-COUNT           PIC 9(03) VALUE ZERO.
010300 77  WS-THEN-AMT             PIC S9(09)V99 VALUE ZERO.
010400 77  WS-NOW-AMT              PIC S9(09)V99 VALUE ZERO.
010500 77  WS-AMT-ED               PIC -ZZZ,ZZZ,ZZ9.99.
010600 77  WS-COUNT-ED             PIC ZZZZ9.
010700 01  WS-RPT-LINE             PIC X(120).

010800*-----------------------------------------------------------*
010900*    ONE FIELD, THEN AND TODAY, AS SHOWN AND PRINTED.          *
011000*-----------------------------------------------------------*
011100 01  WS-FIELD-LINE.
011200     05  WS-FLD-LABEL            PIC X(20).
011300     05  FILLER                  PIC X(01) VALUE SPACE.
011400     05  WS-THEN-VALUE           PIC X(40).
011500     05  FILLER                  PIC X(01) VALUE SPACE.
011600     05  WS-NOW-VALUE            PIC X(40).
011700     05  FILLER                  PIC X(01) VALUE SPACE.
011800     05  WS-FLD-FLAG             PIC X(08).

011900*-----------------------------------------------------------*
012000*    THE RECORD AS IT STOOD ON THE AS-OF DATE, IN THE LIVE     *
012100*    LAYOUT UNDER PT- NAMES.                                   *
012200*-----------------------------------------------------------*
012300 COPY CUSTMAS REPLACING LEADING ==CM-== BY ==PT-==.
012300 COPY RPTPARM.

012400 PROCEDURE DIVISION.
012500 0000-MAINLINE SECTION.
012600     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
012700     IF NOT WS-ABORT
012800         PERFORM 2000-REPLAY-AUDIT THRU 2000-EXIT
012900         PERFORM 3000-SHOW-RECORD  THRU 3000-EXIT
013000     END-IF.
013100     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
013200     STOP RUN.

013300 1000-INITIALIZE.
013400     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
013500     ACCEPT WS-SYSTEM-TIME FROM TIME.
013600     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
013700     ACCEPT WS-OPERATOR-ID.
013800     DISPLAY "CUSTOMER ID: " WITH NO ADVANCING.
013900     ACCEPT WS-WANTED-ID.
014000     DISPLAY "AS-OF DATE (YYYYMMDD): " WITH NO ADVANCING.
014100     ACCEPT WS-AS-OF-DATE.
014200     IF WS-AS-OF-DATE NOT NUMERIC OR WS-AS-OF-DATE = ZERO
014300         DISPLAY "BILASOF: AS-OF DATE IS NOT VALID"
014400         MOVE "Y" TO WS-ABORT-SW
014500         GO TO 1000-EXIT
014600     END-IF.
014700     IF WS-AS-OF-DATE > WS-SYSTEM-DATE
014800         DISPLAY "BILASOF: AS-OF DATE IS IN THE FUTURE"
014900         MOVE "Y" TO WS-ABORT-SW
015000         GO TO 1000-EXIT
015100     END-IF.
015200     OPEN INPUT CUSTMAS.
015300     IF NOT FS-CUSTMAS-OK
015400         DISPLAY "BILASOF: UNABLE TO OPEN CUSTMAS, STATUS "
015500             FS-CUSTMAS
015600         MOVE "Y" TO WS-ABORT-SW
015700         GO TO 1000-EXIT
015800     END-IF.
015900     MOVE "Y" TO WS-CM-OPEN-SW.
016000     MOVE WS-WANTED-ID TO CM-CUST-ID.
016100     READ CUSTMAS
016200         INVALID KEY
016300             DISPLAY "BILASOF: CUSTOMER " WS-WANTED-ID
016400                 " NOT ON THE MASTER - BILCARQ SHOWS A CLOSED"
016500                 " ACCOUNT"
016600             MOVE "Y" TO WS-ABORT-SW
016700             GO TO 1000-EXIT
016800     END-READ.
016900     OPEN INPUT CUSTAUD.
017000     IF NOT FS-CUSTAUD-OK AND NOT FS-CUSTAUD-NOFILE
017100         DISPLAY "BILASOF: UNABLE TO OPEN CUSTAUD, STATUS "
017200             FS-CUSTAUD
017300         MOVE "Y" TO WS-ABORT-SW
017400         GO TO 1000-EXIT
017500     END-IF.
017600     IF FS-CUSTAUD-OK
017700         MOVE "Y" TO WS-CA-OPEN-SW
017800     END-IF.
017900     OPEN OUTPUT ASOFRPT.
018000     IF NOT FS-ASOFRPT-OK
018100         DISPLAY "BILASOF: UNABLE TO OPEN ASOFRPT, STATUS "
018200             FS-ASOFRPT
018300         MOVE "Y" TO WS-ABORT-SW
018400         GO TO 1000-EXIT
018500     END-IF.
018600     OPEN EXTEND RUNLOG.
018700     IF NOT FS-RUNLOG-OK
018800         DISPLAY "BILASOF: UNABLE TO OPEN RUNLOG, STATUS "
018900             FS-RUNLOG
019000     END-IF.
019100 1000-EXIT.
019200     EXIT.

019300*-----------------------------------------------------------*
019400*    START FROM TODAY'S RECORD.  THE EARLIEST CHANGE AFTER     *
019500*    THE AS-OF DATE CARRIES THE RECORD AS IT STOOD BEFORE IT;  *
019600*    WHEN THAT CHANGE IS THE ACCOUNT BEING ADDED, THERE WAS    *
019700*    NO ACCOUNT ON THE DATE.  NO LATER CHANGE MEANS TODAY'S    *
019800*    RECORD IS THE RECORD AS IT STOOD.                         *
019900*-----------------------------------------------------------*
020000 2000-REPLAY-AUDIT.
020100     MOVE CM-RECORD TO PT-RECORD.
020200     IF NOT WS-CA-OPEN
020300         GO TO 2000-EXIT
020400     END-IF.
020500     READ CUSTAUD
020600         AT END
020700             MOVE "Y" TO WS-CA-EOF-SW
020800     END-READ.
020900     PERFORM 2100-REPLAY-ONE THRU 2100-EXIT
021000         UNTIL WS-CA-EOF.
021100 2000-EXIT.
021200     EXIT.

021300 2100-REPLAY-ONE.
021400     ADD 1 TO WS-AUDIT-READ.
021500     IF CA-CUST-ID NOT = WS-WANTED-ID
021600         GO TO 2100-NEXT
021700     END-IF.
021800     IF CA-AUDIT-DATE NOT > WS-AS-OF-DATE
021900         ADD 1 TO WS-CHANGES-BEFORE
022000         GO TO 2100-NEXT
022100     END-IF.
022200     ADD 1 TO WS-CHANGES-AFTER.
022300     IF WS-REBUILT
022400         AND (CA-AUDIT-DATE > WS-NEXT-DATE
022500          OR (CA-AUDIT-DATE = WS-NEXT-DATE
022600              AND CA-AUDIT-TIME NOT < WS-NEXT-TIME))
022700         GO TO 2100-NEXT
022800     END-IF.
022900     MOVE "Y"             TO WS-REBUILT-SW.
023000     MOVE CA-AUDIT-DATE   TO WS-NEXT-DATE.
023100     MOVE CA-AUDIT-TIME   TO WS-NEXT-TIME.
023200     MOVE CA-OPERATOR-ID  TO WS-NEXT-OPERATOR.
023300     MOVE CA-BEFORE-IMAGE TO PT-RECORD.
023400     IF CA-ACTION-ADD
023500         MOVE "Y" TO WS-NOT-OPEN-SW
023600     ELSE
023700         MOVE "N" TO WS-NOT-OPEN-SW
023800     END-IF.
023900 2100-NEXT.
024000     READ CUSTAUD
024100         AT END
024200             MOVE "Y" TO WS-CA-EOF-SW
024300     END-READ.
024400 2100-EXIT.
024500     EXIT.

024600*-----------------------------------------------------------*
024700*    THE RESULT, FIELD BY FIELD, TO THE SCREEN AND ASOFRPT.    *
024800*-----------------------------------------------------------*
024900 3000-SHOW-RECORD.
025000     MOVE SPACES TO WS-RPT-LINE.
025100     STRING "CUSTOMER " WS-WANTED-ID " AS AT END OF "
025200         WS-AS-OF-DATE " - PRINTED " WS-SYSTEM-DATE
025300         " FOR " WS-OPERATOR-ID
025400         DELIMITED BY SIZE INTO WS-RPT-LINE.
025500     PERFORM 3900-PUT-LINE THRU 3900-EXIT.
025600     MOVE SPACES TO WS-RPT-LINE.
025700     IF WS-REBUILT
025800         STRING "REBUILT FROM CUSTAUD - RECORD AS BEFORE THE"
025900             " CHANGE OF " WS-NEXT-DATE " " WS-NEXT-TIME
026000             " BY " WS-NEXT-OPERATOR
026100             DELIMITED BY SIZE INTO WS-RPT-LINE
026200     ELSE
026300         STRING "NO RECORDED CHANGE SINCE " WS-AS-OF-DATE
026400             " - THE RECORD IS AS ON THE MASTER TODAY"
026500             DELIMITED BY SIZE INTO WS-RPT-LINE
026600     END-IF.
026700     PERFORM 3900-PUT-LINE THRU 3900-EXIT.
026800     MOVE SPACES TO WS-RPT-LINE.
026900     MOVE WS-CHANGES-BEFORE TO WS-COUNT-ED.
027000     STRING "RECORDED CHANGES ON OR BEFORE THE DATE " WS-COUNT-ED
027100         DELIMITED BY SIZE INTO WS-RPT-LINE.
027200     PERFORM 3900-PUT-LINE THRU 3900-EXIT.
027300     MOVE SPACES TO WS-RPT-LINE.
027400     MOVE WS-CHANGES-AFTER TO WS-COUNT-ED.
027500     STRING "RECORDED CHANGES SINCE                  " WS-COUNT-ED
027600         DELIMITED BY SIZE INTO WS-RPT-LINE.
027700     PERFORM 3900-PUT-LINE THRU 3900-EXIT.
027800     IF WS-NOT-YET-OPEN
027900         MOVE SPACES TO WS-RPT-LINE
028000         STRING "THE ACCOUNT WAS NOT YET OPEN ON "
028100             WS-AS-OF-DATE " - ADDED " WS-NEXT-DATE
028200             " BY " WS-NEXT-OPERATOR
028300             DELIMITED BY SIZE INTO WS-RPT-LINE
028400         PERFORM 3900-PUT-LINE THRU 3900-EXIT
028500         GO TO 3000-EXIT
028600     END-IF.
028700     IF WS-REBUILT
028800         MOVE SPACES TO WS-RPT-LINE
028900         STRING "BALANCES AND COUNTERS KEPT BY THE BILLING RUN"
029000             " ARE AS AT THE NEXT RECORDED CHANGE"
029100             DELIMITED BY SIZE INTO WS-RPT-LINE
029200         PERFORM 3900-PUT-LINE THRU 3900-EXIT
029300     END-IF.
029400     MOVE SPACES TO WS-RPT-LINE.
029500     PERFORM 3900-PUT-LINE THRU 3900-EXIT.
029600     MOVE SPACES TO WS-FIELD-LINE.
029700     MOVE "FIELD"           TO WS-FLD-LABEL.
029800     MOVE "AS AT THE DATE"  TO WS-THEN-VALUE.
029900     MOVE "TODAY"           TO WS-NOW-VALUE.
030000     MOVE WS-FIELD-LINE     TO WS-RPT-LINE.
030100     PERFORM 3900-PUT-LINE THRU 3900-EXIT.
030200     PERFORM 3010-SHOW-IDENTITY   THRU 3010-EXIT.
030300     PERFORM 3020-SHOW-ACCOUNT    THRU 3020-EXIT.
030400     PERFORM 3030-SHOW-CONNECTION THRU 3030-EXIT.
030500     MOVE SPACES TO WS-RPT-LINE.
030600     PERFORM 3900-PUT-LINE THRU 3900-EXIT.
030700     MOVE SPACES TO WS-RPT-LINE.
030800     STRING "FIELDS DIFFERING FROM TODAY " WS-DIFF-COUNT
030900         DELIMITED BY SIZE INTO WS-RPT-LINE.
031000     PERFORM 3900-PUT-LINE THRU 3900-EXIT.
031100 3000-EXIT.
031200     EXIT.

031300 3010-SHOW-IDENTITY.
031400     MOVE "NAME"                 TO WS-FLD-LABEL.
031500     MOVE PT-NAME                TO WS-THEN-VALUE.
031600     MOVE CM-NAME                TO WS-NOW-VALUE.
031700     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
031800     MOVE "ADDR-LINE1"           TO WS-FLD-LABEL.
031900     MOVE PT-ADDR-LINE1          TO WS-THEN-VALUE.
032000     MOVE CM-ADDR-LINE1          TO WS-NOW-VALUE.
032100     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
032200     MOVE "ADDR-LINE2"           TO WS-FLD-LABEL.
032300     MOVE PT-ADDR-LINE2          TO WS-THEN-VALUE.
032400     MOVE CM-ADDR-LINE2          TO WS-NOW-VALUE.
032500     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
032600     MOVE "ADDR-CITY"            TO WS-FLD-LABEL.
032700     MOVE PT-ADDR-CITY           TO WS-THEN-VALUE.
032800     MOVE CM-ADDR-CITY           TO WS-NOW-VALUE.
032900     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
033000     MOVE "ADDR-STATE"           TO WS-FLD-LABEL.
033100     MOVE PT-ADDR-STATE          TO WS-THEN-VALUE.
033200     MOVE CM-ADDR-STATE          TO WS-NOW-VALUE.
033300     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
033400     MOVE "ADDR-PIN"             TO WS-FLD-LABEL.
033500     MOVE PT-ADDR-PIN            TO WS-THEN-VALUE.
033600     MOVE CM-ADDR-PIN            TO WS-NOW-VALUE.
033700     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
033800     MOVE "METER-NO"             TO WS-FLD-LABEL.
033900     MOVE PT-METER-NO            TO WS-THEN-VALUE.
034000     MOVE CM-METER-NO            TO WS-NOW-VALUE.
034100     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
034200     MOVE "CONN-STATUS"          TO WS-FLD-LABEL.
034300     MOVE PT-CONN-STATUS         TO WS-THEN-VALUE.
034400     MOVE CM-CONN-STATUS         TO WS-NOW-VALUE.
034500     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
034600     MOVE "LAST-UNITS"           TO WS-FLD-LABEL.
034700     MOVE PT-LAST-UNITS          TO WS-THEN-VALUE.
034800     MOVE CM-LAST-UNITS          TO WS-NOW-VALUE.
034900     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
035000     MOVE "ARREARS"              TO WS-FLD-LABEL.
035100     MOVE PT-ARREARS             TO WS-THEN-AMT.
035200     MOVE CM-ARREARS             TO WS-NOW-AMT.
035300     PERFORM 3200-SHOW-AMOUNT THRU 3200-EXIT.
035400     MOVE "CUST-CLASS"           TO WS-FLD-LABEL.
035500     MOVE PT-CUST-CLASS          TO WS-THEN-VALUE.
035600     MOVE CM-CUST-CLASS          TO WS-NOW-VALUE.
035700     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
035800     MOVE "LAST-BILL-PERIOD"     TO WS-FLD-LABEL.
035900     MOVE PT-LAST-BILL-PERIOD    TO WS-THEN-VALUE.
036000     MOVE CM-LAST-BILL-PERIOD    TO WS-NOW-VALUE.
036100     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
036200     MOVE "YTD-UNITS"            TO WS-FLD-LABEL.
036300     MOVE PT-YTD-UNITS           TO WS-THEN-VALUE.
036400     MOVE CM-YTD-UNITS           TO WS-NOW-VALUE.
036500     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
036600     MOVE "YTD-BILL"             TO WS-FLD-LABEL.
036700     MOVE PT-YTD-BILL            TO WS-THEN-AMT.
036800     MOVE CM-YTD-BILL            TO WS-NOW-AMT.
036900     PERFORM 3200-SHOW-AMOUNT THRU 3200-EXIT.
037000     MOVE "CREDIT-BALANCE"       TO WS-FLD-LABEL.
037100     MOVE PT-CREDIT-BALANCE      TO WS-THEN-AMT.
037200     MOVE CM-CREDIT-BALANCE      TO WS-NOW-AMT.
037300     PERFORM 3200-SHOW-AMOUNT THRU 3200-EXIT.
037400     MOVE "SERVICE-TYPE"         TO WS-FLD-LABEL.
037500     MOVE PT-SERVICE-TYPE        TO WS-THEN-VALUE.
037600     MOVE CM-SERVICE-TYPE        TO WS-NOW-VALUE.
037700     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
037800     MOVE "DEPOSIT-BALANCE"      TO WS-FLD-LABEL.
037900     MOVE PT-DEPOSIT-BALANCE     TO WS-THEN-AMT.
038000     MOVE CM-DEPOSIT-BALANCE     TO WS-NOW-AMT.
038100     PERFORM 3200-SHOW-AMOUNT THRU 3200-EXIT.
038200     MOVE "SUBSIDY-SW"           TO WS-FLD-LABEL.
038300     MOVE PT-SUBSIDY-SW          TO WS-THEN-VALUE.
038400     MOVE CM-SUBSIDY-SW          TO WS-NOW-VALUE.
038500     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
038600     MOVE "SUBSIDY-TYPE"         TO WS-FLD-LABEL.
038700     MOVE PT-SUBSIDY-TYPE        TO WS-THEN-VALUE.
038800     MOVE CM-SUBSIDY-TYPE        TO WS-NOW-VALUE.
038900     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
039000     MOVE "SUBSIDY-RATE"         TO WS-FLD-LABEL.
039100     MOVE PT-SUBSIDY-RATE        TO WS-THEN-AMT.
039200     MOVE CM-SUBSIDY-RATE        TO WS-NOW-AMT.
039300     PERFORM 3200-SHOW-AMOUNT THRU 3200-EXIT.
039400     MOVE "LANG-CODE"            TO WS-FLD-LABEL.
039500     MOVE PT-LANG-CODE           TO WS-THEN-VALUE.
039600     MOVE CM-LANG-CODE           TO WS-NOW-VALUE.
039700     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
039800     MOVE "PHONE"                TO WS-FLD-LABEL.
039900     MOVE PT-PHONE               TO WS-THEN-VALUE.
040000     MOVE CM-PHONE               TO WS-NOW-VALUE.
040100     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
040200     MOVE "EMAIL"                TO WS-FLD-LABEL.
040300     MOVE PT-EMAIL               TO WS-THEN-VALUE.
040400     MOVE CM-EMAIL               TO WS-NOW-VALUE.
040500     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
040600     MOVE "NOTIFY-METHOD"        TO WS-FLD-LABEL.
040700     MOVE PT-NOTIFY-METHOD       TO WS-THEN-VALUE.
040800     MOVE CM-NOTIFY-METHOD       TO WS-NOW-VALUE.
040900     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
041000     MOVE "ACCOUNT-HOLDER-ID"    TO WS-FLD-LABEL.
041100     MOVE PT-ACCOUNT-HOLDER-ID   TO WS-THEN-VALUE.
041200     MOVE CM-ACCOUNT-HOLDER-ID   TO WS-NOW-VALUE.
041300     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
041400 3010-EXIT.
041500     EXIT.

041600 3020-SHOW-ACCOUNT.
041700     MOVE "CYCLE-FREQ"           TO WS-FLD-LABEL.
041800     MOVE PT-CYCLE-FREQ          TO WS-THEN-VALUE.
041900     MOVE CM-CYCLE-FREQ          TO WS-NOW-VALUE.
042000     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
042100     MOVE "PENDING-PERIOD"       TO WS-FLD-LABEL.
042200     MOVE PT-PENDING-PERIOD      TO WS-THEN-VALUE.
042300     MOVE CM-PENDING-PERIOD      TO WS-NOW-VALUE.
042400     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
042500     MOVE "EST-UNITS"            TO WS-FLD-LABEL.
042600     MOVE PT-EST-UNITS           TO WS-THEN-VALUE.
042700     MOVE CM-EST-UNITS           TO WS-NOW-VALUE.
042800     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
042900     MOVE "DUNNING-LEVEL"        TO WS-FLD-LABEL.
043000     MOVE PT-DUNNING-LEVEL       TO WS-THEN-VALUE.
043100     MOVE CM-DUNNING-LEVEL       TO WS-NOW-VALUE.
043200     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
043300     MOVE "DUNNING-DATE"         TO WS-FLD-LABEL.
043400     MOVE PT-DUNNING-DATE        TO WS-THEN-VALUE.
043500     MOVE CM-DUNNING-DATE        TO WS-NOW-VALUE.
043600     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
043700     MOVE "RECONN-FEE-DUE"       TO WS-FLD-LABEL.
043800     MOVE PT-RECONN-FEE-DUE      TO WS-THEN-AMT.
043900     MOVE CM-RECONN-FEE-DUE      TO WS-NOW-AMT.
044000     PERFORM 3200-SHOW-AMOUNT THRU 3200-EXIT.
044100     MOVE "CREDIT-SINCE"         TO WS-FLD-LABEL.
044200     MOVE PT-CREDIT-SINCE        TO WS-THEN-VALUE.
044300     MOVE CM-CREDIT-SINCE        TO WS-NOW-VALUE.
044400     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
044500     MOVE "DEPOSIT-INTEREST"     TO WS-FLD-LABEL.
044600     MOVE PT-DEPOSIT-INTEREST    TO WS-THEN-AMT.
044700     MOVE CM-DEPOSIT-INTEREST    TO WS-NOW-AMT.
044800     PERFORM 3200-SHOW-AMOUNT THRU 3200-EXIT.
044900     MOVE "BUDGET-SW"            TO WS-FLD-LABEL.
045000     MOVE PT-BUDGET-SW           TO WS-THEN-VALUE.
045100     MOVE CM-BUDGET-SW           TO WS-NOW-VALUE.
045200     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
045300     MOVE "BUDGET-AMT"           TO WS-FLD-LABEL.
045400     MOVE PT-BUDGET-AMT          TO WS-THEN-AMT.
045500     MOVE CM-BUDGET-AMT          TO WS-NOW-AMT.
045600     PERFORM 3200-SHOW-AMOUNT THRU 3200-EXIT.
045700     MOVE "BUDGET-DEVIATION"     TO WS-FLD-LABEL.
045800     MOVE PT-BUDGET-DEVIATION    TO WS-THEN-AMT.
045900     MOVE CM-BUDGET-DEVIATION    TO WS-NOW-AMT.
046000     PERFORM 3200-SHOW-AMOUNT THRU 3200-EXIT.
046100     MOVE "BUDGET-ANNIV-MM"      TO WS-FLD-LABEL.
046200     MOVE PT-BUDGET-ANNIV-MM     TO WS-THEN-VALUE.
046300     MOVE CM-BUDGET-ANNIV-MM     TO WS-NOW-VALUE.
046400     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
046500     MOVE "PREPAID-SW"           TO WS-FLD-LABEL.
046600     MOVE PT-PREPAID-SW          TO WS-THEN-VALUE.
046700     MOVE CM-PREPAID-SW          TO WS-NOW-VALUE.
046800     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
046900     MOVE "PREPAID-BALANCE"      TO WS-FLD-LABEL.
047000     MOVE PT-PREPAID-BALANCE     TO WS-THEN-AMT.
047100     MOVE CM-PREPAID-BALANCE     TO WS-NOW-AMT.
047200     PERFORM 3200-SHOW-AMOUNT THRU 3200-EXIT.
047300     MOVE "CHEQUE-FEE-DUE"       TO WS-FLD-LABEL.
047400     MOVE PT-CHEQUE-FEE-DUE      TO WS-THEN-AMT.
047500     MOVE CM-CHEQUE-FEE-DUE      TO WS-NOW-AMT.
047600     PERFORM 3200-SHOW-AMOUNT THRU 3200-EXIT.
047700     MOVE "SANCT-LOAD-KW"        TO WS-FLD-LABEL.
047800     MOVE PT-SANCT-LOAD-KW       TO WS-THEN-VALUE.
047900     MOVE CM-SANCT-LOAD-KW       TO WS-NOW-VALUE.
048000     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
048100     MOVE "UNMETERED-SW"         TO WS-FLD-LABEL.
048200     MOVE PT-UNMETERED-SW        TO WS-THEN-VALUE.
048300     MOVE CM-UNMETERED-SW        TO WS-NOW-VALUE.
048400     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
048500     MOVE "FIXTURE-COUNT"        TO WS-FLD-LABEL.
048600     MOVE PT-FIXTURE-COUNT       TO WS-THEN-VALUE.
048700     MOVE CM-FIXTURE-COUNT       TO WS-NOW-VALUE.
048800     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
048900     MOVE "ROUNDOFF-BAL"         TO WS-FLD-LABEL.
049000     MOVE PT-ROUNDOFF-BAL        TO WS-THEN-AMT.
049100     MOVE CM-ROUNDOFF-BAL        TO WS-NOW-AMT.
049200     PERFORM 3200-SHOW-AMOUNT THRU 3200-EXIT.
049300     MOVE "ZONE-CODE"            TO WS-FLD-LABEL.
049400     MOVE PT-ZONE-CODE           TO WS-THEN-VALUE.
049500     MOVE CM-ZONE-CODE           TO WS-NOW-VALUE.
049600     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
049700     MOVE "WARD-CODE"            TO WS-FLD-LABEL.
049800     MOVE PT-WARD-CODE           TO WS-THEN-VALUE.
049900     MOVE CM-WARD-CODE           TO WS-NOW-VALUE.
050000     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
050100     MOVE "TEMP-EXPIRY-DATE"     TO WS-FLD-LABEL.
050200     MOVE PT-TEMP-EXPIRY-DATE    TO WS-THEN-VALUE.
050300     MOVE CM-TEMP-EXPIRY-DATE    TO WS-NOW-VALUE.
050400     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
050500     MOVE "TEMP-FEE-DUE"         TO WS-FLD-LABEL.
050600     MOVE PT-TEMP-FEE-DUE        TO WS-THEN-AMT.
050700     MOVE CM-TEMP-FEE-DUE        TO WS-NOW-AMT.
050800     PERFORM 3200-SHOW-AMOUNT THRU 3200-EXIT.
050900     MOVE "LAST-READ-DATE"       TO WS-FLD-LABEL.
051000     MOVE PT-LAST-READ-DATE      TO WS-THEN-VALUE.
051100     MOVE CM-LAST-READ-DATE      TO WS-NOW-VALUE.
051200     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
051300     MOVE "LAST-DISC-AMT"        TO WS-FLD-LABEL.
051400     MOVE PT-LAST-DISC-AMT       TO WS-THEN-AMT.
051500     MOVE CM-LAST-DISC-AMT       TO WS-NOW-AMT.
051600     PERFORM 3200-SHOW-AMOUNT THRU 3200-EXIT.
051700     MOVE "UNDELIV-SW"           TO WS-FLD-LABEL.
051800     MOVE PT-UNDELIV-SW          TO WS-THEN-VALUE.
051900     MOVE CM-UNDELIV-SW          TO WS-NOW-VALUE.
052000     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
052100     MOVE "PAY-GRADE"            TO WS-FLD-LABEL.
052200     MOVE PT-PAY-GRADE           TO WS-THEN-VALUE.
052300     MOVE CM-PAY-GRADE           TO WS-NOW-VALUE.
052400     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
052500     MOVE "LITIGATION-SW"        TO WS-FLD-LABEL.
052600     MOVE PT-LITIGATION-SW       TO WS-THEN-VALUE.
052700     MOVE CM-LITIGATION-SW       TO WS-NOW-VALUE.
052800     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
052900     MOVE "LEGAL-FEE-DUE"        TO WS-FLD-LABEL.
053000     MOVE PT-LEGAL-FEE-DUE       TO WS-THEN-AMT.
053100     MOVE CM-LEGAL-FEE-DUE       TO WS-NOW-AMT.
053200     PERFORM 3200-SHOW-AMOUNT THRU 3200-EXIT.
053300     MOVE "PREV-LOAD-KW"         TO WS-FLD-LABEL.
053400     MOVE PT-PREV-LOAD-KW        TO WS-THEN-VALUE.
053500     MOVE CM-PREV-LOAD-KW        TO WS-NOW-VALUE.
053600     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
053700     MOVE "LOAD-EFF-DATE"        TO WS-FLD-LABEL.
053800     MOVE PT-LOAD-EFF-DATE       TO WS-THEN-VALUE.
053900     MOVE CM-LOAD-EFF-DATE       TO WS-NOW-VALUE.
054000     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
054100     MOVE "LOADCHG-FEE-DUE"      TO WS-FLD-LABEL.
054200     MOVE PT-LOADCHG-FEE-DUE     TO WS-THEN-AMT.
054300     MOVE CM-LOADCHG-FEE-DUE     TO WS-NOW-AMT.
054400     PERFORM 3200-SHOW-AMOUNT THRU 3200-EXIT.
054500 3020-EXIT.
054600     EXIT.

054700 3030-SHOW-CONNECTION.
054800     MOVE "TENANT-BILL-SW"       TO WS-FLD-LABEL.
054900     MOVE PT-TENANT-BILL-SW      TO WS-THEN-VALUE.
055000     MOVE CM-TENANT-BILL-SW      TO WS-NOW-VALUE.
055100     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
055200     MOVE "PREV-READING"         TO WS-FLD-LABEL.
055300     MOVE PT-PREV-READING        TO WS-THEN-VALUE.
055400     MOVE CM-PREV-READING        TO WS-NOW-VALUE.
055500     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
055600     MOVE "CURR-READING"         TO WS-FLD-LABEL.
055700     MOVE PT-CURR-READING        TO WS-THEN-VALUE.
055800     MOVE CM-CURR-READING        TO WS-NOW-VALUE.
055900     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
056000     MOVE "NOREAD-COUNT"         TO WS-FLD-LABEL.
056100     MOVE PT-NOREAD-COUNT        TO WS-THEN-VALUE.
056200     MOVE CM-NOREAD-COUNT        TO WS-NOW-VALUE.
056300     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
056400     MOVE "LOCKED-COUNT"         TO WS-FLD-LABEL.
056500     MOVE PT-LOCKED-COUNT        TO WS-THEN-VALUE.
056600     MOVE CM-LOCKED-COUNT        TO WS-NOW-VALUE.
056700     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
056800     MOVE "LAST-READ-STATUS"     TO WS-FLD-LABEL.
056900     MOVE PT-LAST-READ-STATUS    TO WS-THEN-VALUE.
057000     MOVE CM-LAST-READ-STATUS    TO WS-NOW-VALUE.
057100     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
057200     MOVE "DT-CODE"              TO WS-FLD-LABEL.
057300     MOVE PT-DT-CODE             TO WS-THEN-VALUE.
057400     MOVE CM-DT-CODE             TO WS-NOW-VALUE.
057500     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
057600     MOVE "POLE-NO"              TO WS-FLD-LABEL.
057700     MOVE PT-POLE-NO             TO WS-THEN-VALUE.
057800     MOVE CM-POLE-NO             TO WS-NOW-VALUE.
057900     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
058000     MOVE "APPLY-DATE"           TO WS-FLD-LABEL.
058100     MOVE PT-APPLY-DATE          TO WS-THEN-VALUE.
058200     MOVE CM-APPLY-DATE          TO WS-NOW-VALUE.
058300     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
058400     MOVE "CONNECT-DATE"         TO WS-FLD-LABEL.
058500     MOVE PT-CONNECT-DATE        TO WS-THEN-VALUE.
058600     MOVE CM-CONNECT-DATE        TO WS-NOW-VALUE.
058700     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
058800     MOVE "NOTIF-STATUS"         TO WS-FLD-LABEL.
058900     MOVE PT-NOTIF-STATUS        TO WS-THEN-VALUE.
059000     MOVE CM-NOTIF-STATUS        TO WS-NOW-VALUE.
059100     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
059200     MOVE "NOTIF-STATUS-DATE"    TO WS-FLD-LABEL.
059300     MOVE PT-NOTIF-STATUS-DATE   TO WS-THEN-VALUE.
059400     MOVE CM-NOTIF-STATUS-DATE   TO WS-NOW-VALUE.
059500     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
059600     MOVE "NOTIF-FAIL-COUNT"     TO WS-FLD-LABEL.
059700     MOVE PT-NOTIF-FAIL-COUNT    TO WS-THEN-VALUE.
059800     MOVE CM-NOTIF-FAIL-COUNT    TO WS-NOW-VALUE.
059900     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
060000     MOVE "PRINT-FALLBACK-SW"    TO WS-FLD-LABEL.
060100     MOVE PT-PRINT-FALLBACK-SW   TO WS-THEN-VALUE.
060200     MOVE CM-PRINT-FALLBACK-SW   TO WS-NOW-VALUE.
060300     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
060400     MOVE "FALLBACK-NOTIFY"      TO WS-FLD-LABEL.
060500     MOVE PT-FALLBACK-NOTIFY     TO WS-THEN-VALUE.
060600     MOVE CM-FALLBACK-NOTIFY     TO WS-NOW-VALUE.
060700     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
060800     MOVE "PAPERLESS-SW"         TO WS-FLD-LABEL.
060900     MOVE PT-PAPERLESS-SW        TO WS-THEN-VALUE.
061000     MOVE CM-PAPERLESS-SW        TO WS-NOW-VALUE.
061100     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
061200     MOVE "PAPERLESS-DATE"       TO WS-FLD-LABEL.
061300     MOVE PT-PAPERLESS-DATE      TO WS-THEN-VALUE.
061400     MOVE CM-PAPERLESS-DATE      TO WS-NOW-VALUE.
061500     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
061600     MOVE "PAPERLESS-CHANNEL"    TO WS-FLD-LABEL.
061700     MOVE PT-PAPERLESS-CHANNEL   TO WS-THEN-VALUE.
061800     MOVE CM-PAPERLESS-CHANNEL   TO WS-NOW-VALUE.
061900     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
062000     MOVE "VOLSUSP-SW"           TO WS-FLD-LABEL.
062100     MOVE PT-VOLSUSP-SW          TO WS-THEN-VALUE.
062200     MOVE CM-VOLSUSP-SW          TO WS-NOW-VALUE.
062300     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
062400     MOVE "VOLSUSP-FROM"         TO WS-FLD-LABEL.
062500     MOVE PT-VOLSUSP-FROM        TO WS-THEN-VALUE.
062600     MOVE CM-VOLSUSP-FROM        TO WS-NOW-VALUE.
062700     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
062800     MOVE "VOLSUSP-TO"           TO WS-FLD-LABEL.
062900     MOVE PT-VOLSUSP-TO          TO WS-THEN-VALUE.
063000     MOVE CM-VOLSUSP-TO          TO WS-NOW-VALUE.
063100     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
063200     MOVE "VOLSUSP-ORDER-NO"     TO WS-FLD-LABEL.
063300     MOVE PT-VOLSUSP-ORDER-NO    TO WS-THEN-VALUE.
063400     MOVE CM-VOLSUSP-ORDER-NO    TO WS-NOW-VALUE.
063500     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
063600     MOVE "SUSP-FEE-DUE"         TO WS-FLD-LABEL.
063700     MOVE PT-SUSP-FEE-DUE        TO WS-THEN-AMT.
063800     MOVE CM-SUSP-FEE-DUE        TO WS-NOW-AMT.
063900     PERFORM 3200-SHOW-AMOUNT THRU 3200-EXIT.
064000     MOVE "TARREV-BAL"           TO WS-FLD-LABEL.
064100     MOVE PT-TARREV-BAL          TO WS-THEN-AMT.
064200     MOVE CM-TARREV-BAL          TO WS-NOW-AMT.
064300     PERFORM 3200-SHOW-AMOUNT THRU 3200-EXIT.
064400     MOVE "TARREV-INSTAL"        TO WS-FLD-LABEL.
064500     MOVE PT-TARREV-INSTAL       TO WS-THEN-AMT.
064600     MOVE CM-TARREV-INSTAL       TO WS-NOW-AMT.
064700     PERFORM 3200-SHOW-AMOUNT THRU 3200-EXIT.
064800     MOVE "TARREV-LEFT"          TO WS-FLD-LABEL.
064900     MOVE PT-TARREV-LEFT         TO WS-THEN-VALUE.
065000     MOVE CM-TARREV-LEFT         TO WS-NOW-VALUE.
065100     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
065200     MOVE "GOVT-DDO-CODE"        TO WS-FLD-LABEL.
065300     MOVE PT-GOVT-DDO-CODE       TO WS-THEN-VALUE.
065400     MOVE CM-GOVT-DDO-CODE       TO WS-NOW-VALUE.
065500     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
065500     MOVE "MUNI-ACCT"            TO WS-FLD-LABEL.
065500     MOVE PT-MUNI-ACCT           TO WS-THEN-VALUE.
065500     MOVE CM-MUNI-ACCT           TO WS-NOW-VALUE.
065500     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
065600 3030-EXIT.
065700     EXIT.

065800*-----------------------------------------------------------*
065900*    ONE FIELD LINE.  A FIELD THAT DIFFERS FROM TODAY IS       *
066000*    MARKED CHANGED.                                           *
066100*-----------------------------------------------------------*
066200 3100-SHOW-TEXT.
066300     IF WS-THEN-VALUE = WS-NOW-VALUE
066400         MOVE SPACES    TO WS-FLD-FLAG
066500     ELSE
066600         MOVE "CHANGED" TO WS-FLD-FLAG
066700         ADD 1 TO WS-DIFF-COUNT
066800     END-IF.
066900     MOVE WS-FIELD-LINE TO WS-RPT-LINE.
067000     PERFORM 3900-PUT-LINE THRU 3900-EXIT.
067100     MOVE SPACES TO WS-FIELD-LINE.
067200 3100-EXIT.
067300     EXIT.

067400 3200-SHOW-AMOUNT.
067500     MOVE WS-THEN-AMT TO WS-AMT-ED.
067600     MOVE WS-AMT-ED   TO WS-THEN-VALUE.
067700     MOVE WS-NOW-AMT  TO WS-AMT-ED.
067800     MOVE WS-AMT-ED   TO WS-NOW-VALUE.
067900     PERFORM 3100-SHOW-TEXT THRU 3100-EXIT.
068000 3200-EXIT.
068100     EXIT.

068200 3900-PUT-LINE.
068300     DISPLAY WS-RPT-LINE.
068400     WRITE AF-LINE FROM WS-RPT-LINE.
068500 3900-EXIT.
068600     EXIT.

068700 9000-TERMINATE.
068800     IF WS-CM-OPEN
068900         CLOSE CUSTMAS
069000     END-IF.
069100     IF WS-CA-OPEN
069200         CLOSE CUSTAUD
069300     END-IF.
069400     IF FS-ASOFRPT-OK
069500         CLOSE ASOFRPT
069500         PERFORM 9680-FILE-REPORT THRU 9680-EXIT
069600     END-IF.
069700     IF FS-RUNLOG-OK
069800         PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT
069900         CLOSE RUNLOG
070000     END-IF.
070100 9000-EXIT.
070200     EXIT.

070300 9600-WRITE-RUNLOG.
070400     MOVE "BILASOF"        TO RL-PROGRAM-ID.
070500     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
070600     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
070700     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
070800     MOVE "CUSTAUD"        TO RL-INPUT-FILE.
070900     MOVE WS-AUDIT-READ    TO RL-RECORDS-READ.
071000     MOVE WS-DIFF-COUNT    TO RL-BILLS-PRODUCED.
071100     MOVE ZERO             TO RL-EXCEPTIONS.
071200     MOVE ZERO             TO RL-TOTAL-BILLED.
071300     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
071400     ACCEPT RL-END-TIME FROM TIME.
071500     WRITE RL-RECORD.
071600 9600-EXIT.
071700     EXIT.

071800*-----------------------------------------------------------*
071900*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
072000*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
072100*    OUTLIVES THE NEXT RUN.                                    *
072200*-----------------------------------------------------------*
072300 9680-FILE-REPORT.
072400     OPEN INPUT ASOFRPT.
072500     IF NOT FS-ASOFRPT-OK
072600         GO TO 9680-EXIT
072700     END-IF.
072800     MOVE "O"               TO RO-FUNCTION.
072900     MOVE "ASOFRPT"         TO RO-REPORT-NAME.
073000     MOVE "BILASOF"         TO RO-PROGRAM-ID.
073100     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
073200     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
073300     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
073400     MOVE ZERO              TO RO-PERIOD.
073500     CALL "BILRPTF" USING RO-PARMS.
073600     IF RO-OK
073700         MOVE "N" TO WS-RO-EOF-SW
073800         PERFORM 9690-FILE-LINE THRU 9690-EXIT
073900             UNTIL WS-RO-EOF
074000         MOVE "C"          TO RO-FUNCTION
074100         CALL "BILRPTF" USING RO-PARMS
074200     END-IF.
074300     CLOSE ASOFRPT.
074400 9680-EXIT.
074500     EXIT.

074600 9690-FILE-LINE.
074700     READ ASOFRPT
074800         AT END
074900             MOVE "Y" TO WS-RO-EOF-SW
075000             GO TO 9690-EXIT
075100     END-READ.
075200     MOVE "L"               TO RO-FUNCTION.
075300     MOVE AF-LINE           TO RO-LINE.
075400     CALL "BILRPTF" USING RO-PARMS.
075500 9690-EXIT.
075600     EXIT.
