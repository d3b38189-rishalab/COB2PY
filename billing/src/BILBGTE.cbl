000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILBGTE.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILBGTE                                                     *
000900*  BANK-GUARANTEE REGISTER.  A LARGE CUSTOMER MAY LODGE A      *
001000*  BANK GUARANTEE IN LIEU OF A CASH SECURITY DEPOSIT.  THE     *
001100*  GUARANTEE IS NOT MONEY ON CUSTMAS - IT LIVES ON BGREG, AND  *
001200*  BILDADQ COUNTS A LIVE ONE AS DEPOSIT HELD, WHILE BILXFER    *
001300*  AND BILCLOSE SET IT AGAINST THE DUES THE CASH DEPOSIT DOES  *
001400*  NOT COVER ON THE FINAL BILL.  SEVEN FUNCTIONS, PICKED BY    *
001500*  THE OPERATOR AT STARTUP:                                    *
001600*    A - ADD A GUARANTEE (SUPERVISOR; NUMBER, ISSUING BANK,    *
001700*        BRANCH, AMOUNT, ISSUE AND EXPIRY DATES REQUIRED);     *
001800*    N - EXTEND A GUARANTEE THE BANK HAS RENEWED (SUPERVISOR;  *
001900*        NEW EXPIRY DATE, AND THE NEW AMOUNT IF IT CHANGED);   *
002000*    R - RELEASE A GUARANTEE NO LONGER NEEDED (SUPERVISOR);    *
002100*    L - LIST THE LIVE REGISTER;                               *
002200*    E - EXPIRY LIST - EVERY ACTIVE GUARANTEE LAPSING WITHIN   *
002300*        60 DAYS, BANDED AT 60 AND 30 DAYS SO RENEWAL IS       *
002400*        DEMANDED IN TIME, THOSE ALREADY LAPSED, AND THOSE     *
002500*        LEFT CLAIM-DUE BY A FINAL BILL.  RUN MONTHLY;         *
002600*    I - INVOKE A GUARANTEE ON DEFAULT, ON FAILURE TO RENEW,   *
002700*        OR FOR THE FINAL-BILL DUES IT WAS LEFT TO COVER       *
002800*        (SUPERVISOR).  THE CLAIM LETTER TO THE BANK GOES TO   *
002900*        BGCLAIM;                                              *
003000*    P - RECORD THE PROCEEDS THE BANK PAID ON AN INVOKED       *
003100*        GUARANTEE (SUPERVISOR).  THEY GO OUT AS A PY-RECORD   *
003200*        UNDER SOURCE CODE BG (BGPAY) FOR THE BILPAY RUN THAT  *
003300*        FOLLOWS, SO THEY ARE APPLIED LIKE ANY OTHER PAYMENT.  *
003400*  THE REGISTER (BGREG) IS HELD WHOLE IN STORAGE AND WRITTEN   *
003500*  BACK AT END OF RUN.                                         *
003600*-----------------------------------------------------------*
003700*  MODIFICATION HISTORY                                      *
003800*  DATE       INIT  DESCRIPTION                               *
003900*  2026-10-15 RSH   ORIGINAL                                  *
004000*-----------------------------------------------------------*
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.   IBM-370.
004400 OBJECT-COMPUTER.   IBM-370.

004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT BGREG ASSIGN TO "BGREG"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS FS-BGREG.

005000     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS CM-CUST-ID
005400         FILE STATUS IS FS-CUSTMAS.

005500     SELECT BGRPT ASSIGN TO "BGRPT"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS FS-BGRPT.

005800     SELECT BGCLAIM ASSIGN TO "BGCLAIM"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS FS-BGCLAIM.

006100     SELECT BGPAY ASSIGN TO "BGPAY"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS FS-BGPAY.

006400     SELECT RUNLOG ASSIGN TO "RUNLOG"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS FS-RUNLOG.

006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  BGREG
007000     LABEL RECORDS ARE STANDARD.
007100 COPY BGREG.

007200 FD  CUSTMAS
007300     LABEL RECORDS ARE STANDARD.
007400 COPY CUSTMAS.

007500 FD  BGRPT
007600     LABEL RECORDS ARE STANDARD.
007700 01  GR-LINE                     PIC X(120).

007800 FD  BGCLAIM
007900     LABEL RECORDS ARE STANDARD.
008000 COPY BILINV REPLACING ==INV-LINE== BY ==GC-LINE==.

008100 FD  BGPAY
008200     LABEL RECORDS ARE STANDARD.
008300 COPY PAYMENT.

008400 FD  RUNLOG
008500     LABEL RECORDS ARE STANDARD.
008600 COPY RUNLOG.

008700 WORKING-STORAGE SECTION.
008800*-----------------------------------------------------------*
008900*    FILE STATUS SWITCHES                                      *
009000*-----------------------------------------------------------*
009100 77  FS-BGREG                PIC X(02).
009200     88  FS-BGREG-OK                 VALUE "00".
009300 77  FS-CUSTMAS              PIC X(02).
009400     88  FS-CUSTMAS-OK               VALUE "00".
009500 77  FS-BGRPT                PIC X(02).
009600     88  FS-BGRPT-OK                 VALUE "00".
009700 77  FS-BGCLAIM              PIC X(02).
009800     88  FS-BGCLAIM-OK               VALUE "00".
009900 77  FS-BGPAY                PIC X(02).
010000     88  FS-BGPAY-OK                 VALUE "00".
010100 77  FS-RUNLOG               PIC X(02).
010200     88  FS-RUNLOG-OK                VALUE "00".

010300*-----------------------------------------------------------*
010400*    PROGRAM SWITCHES                                          *
010500*-----------------------------------------------------------*
010600 77  WS-ABORT-SW             PIC X(01) VALUE "N".
010700     88  WS-ABORT                    VALUE "Y".
010800 77  WS-BG-EOF-SW            PIC X(01) VALUE "N".
010900     88  WS-BG-EOF                   VALUE "Y".
011000 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
011100     88  WS-RO-EOF                   VALUE "Y".
011200 77  WS-CM-OPEN-SW           PIC X(01) VALUE "N".
011300     88  WS-CM-OPEN                  VALUE "Y".

011400*-----------------------------------------------------------*
011500*    OPERATOR AND INPUT FIELDS                                 *
011600*-----------------------------------------------------------*
011700 77  WS-OPERATOR-ID          PIC X(08).
011800 77  WS-PASSWORD             PIC X(08).
011900 77  WS-SYSTEM-DATE          PIC 9(08).
012000 77  WS-SYSTEM-TIME          PIC 9(08).
012100 77  WS-FUNCTION             PIC X(01).
012200     88  WS-FUNC-ADD                 VALUE "A".
012300     88  WS-FUNC-EXTEND              VALUE "N".
012400     88  WS-FUNC-RELEASE             VALUE "R".
012500     88  WS-FUNC-LIST                VALUE "L".
012600     88  WS-FUNC-EXPIRY              VALUE "E".
012700     88  WS-FUNC-INVOKE              VALUE "I".
012800     88  WS-FUNC-PROCEEDS            VALUE "P".
012900     88  WS-FUNC-VALID               VALUE "A" "N" "R" "L"
013000                                           "E" "I" "P".
013100     88  WS-FUNC-SIGNED              VALUE "A" "N" "R" "I"
013200                                           "P".
013300 77  WS-IN-CUST-ID           PIC X(10).
013400 77  WS-IN-GUARANTEE-NO      PIC X(20).
013500 77  WS-IN-BANK-NAME         PIC X(30).
013600 77  WS-IN-BANK-BRANCH       PIC X(30).
013700 77  WS-IN-BANK-CITY         PIC X(20).
013800 77  WS-IN-AMOUNT            PIC 9(07)V99.
013900 77  WS-IN-ISSUE-DATE        PIC 9(08).
014000 77  WS-IN-EXPIRY-DATE       PIC 9(08).
014100 77  WS-IN-REASON            PIC X(01).
014200     88  WS-IN-REASON-VALID          VALUE "D" "N".

014300*-----------------------------------------------------------*
014400*    EXPIRY BANDS.  THE FIRST RENEWAL DEMAND GOES OUT 60 DAYS  *
014500*    AHEAD, THE FINAL ONE 30 DAYS AHEAD - A GUARANTEE NOT      *
014600*    RENEWED BY THEN IS INVOKED BEFORE IT LAPSES, SINCE THE    *
014700*    BANK WILL NOT HONOUR A CLAIM AFTER EXPIRY.                *
014800*-----------------------------------------------------------*
014900 77  WS-FIRST-DAYS           PIC 9(03) VALUE 060.
015000 77  WS-FINAL-DAYS           PIC 9(03) VALUE 030.
015100 77  WS-FIRST-HORIZON        PIC 9(08).
015200 77  WS-FINAL-HORIZON        PIC 9(08).

015300*-----------------------------------------------------------*
015400*    REGISTER WORK FIELDS AND RUN COUNTS                       *
015500*-----------------------------------------------------------*
015600 77  WS-LAST-SERIAL          PIC 9(06) VALUE ZERO.
015700 77  WS-FOUND-SUB            PIC 9(03) VALUE ZERO.
015800 77  WS-CLAIM-AMT            PIC 9(07)V99 VALUE ZERO.
015900 77  WS-CHANGED-COUNT        PIC 9(03) VALUE ZERO.
016000 77  WS-LIVE-COUNT           PIC 9(03) VALUE ZERO.
016100 77  WS-EXPIRING-COUNT       PIC 9(03) VALUE ZERO.
016200 77  WS-LIVE-TOTAL           PIC 9(11)V99 VALUE ZERO.
016300 77  WS-EXPIRY-TAG           PIC X(09).
016400 77  WS-CUST-NAME            PIC X(30).

016500*-----------------------------------------------------------*
016600*    PRINT LINES AND EDITED FIELDS                             *
016700*-----------------------------------------------------------*
016800 01  WS-RPT-LINE             PIC X(120).
016900 01  WS-CLM-LINE             PIC X(80).
017000 01  WS-AMT-ED               PIC ZZZZZZ9.99.
017100 01  WS-AMT2-ED              PIC ZZZZZZ9.99.
017200 01  WS-TOT-ED               PIC ZZZZZZZZZZ9.99.
017300 01  WS-COUNT-ED             PIC ZZ9.
017400 01  WS-RECEIPT-NO.
017500     05  FILLER              PIC X(02) VALUE "BG".
017600     05  WS-RECEIPT-SERIAL   PIC 9(06).
017700     05  FILLER              PIC X(04) VALUE SPACES.

017800*-----------------------------------------------------------*
017900*    THE WHOLE REGISTER, HELD IN STORAGE AND WRITTEN BACK      *
018000*    WHOLE AT END OF RUN, AND THE SIGN-ON PARAMETER BLOCKS.    *
018100*-----------------------------------------------------------*
018200 COPY BGTBL.
018300 COPY SIGNPARM.
018400 COPY CFPARM.
018500 COPY RPTPARM.

018600 PROCEDURE DIVISION.
018700 0000-MAINLINE SECTION.
018800     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
018900     IF NOT WS-ABORT
019000         EVALUATE TRUE
019100             WHEN WS-FUNC-ADD
019200                 PERFORM 2000-ADD-GUARANTEE THRU 2000-EXIT
019300             WHEN WS-FUNC-EXTEND
019400                 PERFORM 3000-EXTEND-GUARANTEE THRU 3000-EXIT
019500             WHEN WS-FUNC-RELEASE
019600                 PERFORM 3500-RELEASE-GUARANTEE THRU 3500-EXIT
019700             WHEN WS-FUNC-LIST
019800                 PERFORM 4000-LIST-REGISTER THRU 4000-EXIT
019900             WHEN WS-FUNC-EXPIRY
020000                 PERFORM 5000-EXPIRY-LIST THRU 5000-EXIT
020100             WHEN WS-FUNC-INVOKE
020200                 PERFORM 6000-INVOKE-GUARANTEE THRU 6000-EXIT
020300             WHEN WS-FUNC-PROCEEDS
020400                 PERFORM 7000-RECORD-PROCEEDS THRU 7000-EXIT
020500         END-EVALUATE
020600     END-IF.
020700     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
020800     STOP RUN.

020900 1000-INITIALIZE.
021000     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
021100     ACCEPT WS-SYSTEM-TIME FROM TIME.
021200     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
021300     ACCEPT WS-OPERATOR-ID.
021400     DISPLAY "FUNCTION (A=ADD N=EXTEND R=RELEASE L=LIST "
021500         "E=EXPIRY I=INVOKE P=PROCEEDS): " WITH NO ADVANCING.
021600     ACCEPT WS-FUNCTION.
021700     IF NOT WS-FUNC-VALID
021800         DISPLAY "BILBGTE: UNKNOWN FUNCTION " WS-FUNCTION
021900         MOVE "Y" TO WS-ABORT-SW
022000         GO TO 1000-EXIT
022100     END-IF.
022200*    A GUARANTEE STANDS IN FOR THE CUSTOMER'S CASH SECURITY,
022300*    AND INVOKING ONE CALLS ON A BANK FOR MONEY, SO EVERY
022400*    CHANGE TO THE REGISTER IS SIGNED FOR BY A SUPERVISOR.
022500     IF WS-FUNC-SIGNED
022600         DISPLAY "PASSWORD: " WITH NO ADVANCING
022700         ACCEPT WS-PASSWORD
022800         MOVE WS-OPERATOR-ID TO SG-OPERATOR-ID
022900         MOVE WS-PASSWORD    TO SG-PASSWORD
023000         MOVE 2              TO SG-REQUIRED-LEVEL
023100         CALL "BILSIGN" USING SG-PARMS
023200         IF NOT SG-OK
023300             DISPLAY "BILBGTE: SIGN-ON REFUSED - RUN ABANDONED"
023400             MOVE "Y" TO WS-ABORT-SW
023500             GO TO 1000-EXIT
023600         END-IF
023700     END-IF.
023800     OPEN EXTEND RUNLOG.
023900     IF NOT FS-RUNLOG-OK
024000         DISPLAY "BILBGTE: UNABLE TO OPEN RUNLOG, STATUS "
024100             FS-RUNLOG
024200         MOVE "Y" TO WS-ABORT-SW
024300         GO TO 1000-EXIT
024400     END-IF.
024500     PERFORM 1100-LOAD-REGISTER THRU 1100-EXIT.
024600     IF WS-ABORT
024700         GO TO 1000-EXIT
024800     END-IF.
024900     IF WS-FUNC-ADD OR WS-FUNC-EXPIRY OR WS-FUNC-INVOKE
025000         OPEN INPUT CUSTMAS
025100         IF NOT FS-CUSTMAS-OK
025200             DISPLAY "BILBGTE: UNABLE TO OPEN CUSTMAS, STATUS "
025300                 FS-CUSTMAS
025400             MOVE "Y" TO WS-ABORT-SW
025500             GO TO 1000-EXIT
025600         END-IF
025700         MOVE "Y" TO WS-CM-OPEN-SW
025800     END-IF.
025900     IF WS-FUNC-LIST OR WS-FUNC-EXPIRY
026000         OPEN OUTPUT BGRPT
026100         IF NOT FS-BGRPT-OK
026200             DISPLAY "BILBGTE: UNABLE TO OPEN BGRPT, STATUS "
026300                 FS-BGRPT
026400             MOVE "Y" TO WS-ABORT-SW
026500         END-IF
026600     END-IF.
026700     IF WS-FUNC-INVOKE
026800         OPEN OUTPUT BGCLAIM
026900         IF NOT FS-BGCLAIM-OK
027000             DISPLAY "BILBGTE: UNABLE TO OPEN BGCLAIM, STATUS "
027100                 FS-BGCLAIM
027200             MOVE "Y" TO WS-ABORT-SW
027300         END-IF
027400     END-IF.
027500     IF WS-FUNC-PROCEEDS
027600         OPEN OUTPUT BGPAY
027700         IF NOT FS-BGPAY-OK
027800             DISPLAY "BILBGTE: UNABLE TO OPEN BGPAY, STATUS "
027900                 FS-BGPAY
028000             MOVE "Y" TO WS-ABORT-SW
028100         END-IF
028200     END-IF.
028300 1000-EXIT.
028400     EXIT.

028500*-----------------------------------------------------------*
028600*    THE REGISTER FILE IS OPTIONAL ON FIRST USE - THE FIRST    *
028700*    GUARANTEE ADDED CREATES IT.  THE HIGHEST SERIAL ON FILE   *
028800*    IS KEPT SO THE NEXT ONE FOLLOWS ON.                       *
028900*-----------------------------------------------------------*
029000 1100-LOAD-REGISTER.
029100     OPEN INPUT BGREG.
029200     IF NOT FS-BGREG-OK
029300         GO TO 1100-EXIT
029400     END-IF.
029500     READ BGREG
029600         AT END
029700             MOVE "Y" TO WS-BG-EOF-SW
029800     END-READ.
029900     PERFORM 1110-STORE-ONE THRU 1110-EXIT
030000         UNTIL WS-BG-EOF.
030100     CLOSE BGREG.
030200 1100-EXIT.
030300     EXIT.

030400 1110-STORE-ONE.
030500     IF WS-BG-COUNT >= 500
030600         DISPLAY "BILBGTE: GUARANTEE TABLE FULL - RUN ABANDONED"
030700             " BEFORE A GUARANTEE COULD BE LOST"
030800         MOVE "Y" TO WS-ABORT-SW
030900         MOVE "Y" TO WS-BG-EOF-SW
031000         GO TO 1110-EXIT
031100     END-IF.
031200     ADD 1 TO WS-BG-COUNT.
031300     MOVE BG-RECORD TO WS-BG-ENTRY(WS-BG-COUNT).
031400     IF BG-SERIAL-NO > WS-LAST-SERIAL
031500         MOVE BG-SERIAL-NO TO WS-LAST-SERIAL
031600     END-IF.
031700     READ BGREG
031800         AT END
031900             MOVE "Y" TO WS-BG-EOF-SW
032000     END-READ.
032100 1110-EXIT.
032200     EXIT.

032300*-----------------------------------------------------------*
032400*    ADD ONE GUARANTEE.  THE SAME BANK'S NUMBER MAY NOT BE     *
032500*    ENTERED TWICE - A RENEWAL BY AMENDMENT IS AN EXTENSION    *
032600*    (FUNCTION N), NOT A SECOND GUARANTEE.                     *
032700*-----------------------------------------------------------*
032800 2000-ADD-GUARANTEE.
032900     DISPLAY "CUSTOMER ID: " WITH NO ADVANCING.
033000     ACCEPT WS-IN-CUST-ID.
033100     MOVE WS-IN-CUST-ID  TO CF-CUST-ID.
033200     MOVE "BG ADD"      TO CF-ACTION.
033300     PERFORM 2600-CHECK-CONFLICT THRU 2600-EXIT.
033400     IF CF-CONFLICT
033500         GO TO 2000-EXIT
033600     END-IF.
033700     DISPLAY "GUARANTEE NUMBER: " WITH NO ADVANCING.
033800     ACCEPT WS-IN-GUARANTEE-NO.
033900     DISPLAY "ISSUING BANK: " WITH NO ADVANCING.
034000     ACCEPT WS-IN-BANK-NAME.
034100     DISPLAY "BRANCH ADDRESS: " WITH NO ADVANCING.
034200     ACCEPT WS-IN-BANK-BRANCH.
034300     DISPLAY "BRANCH CITY: " WITH NO ADVANCING.
034400     ACCEPT WS-IN-BANK-CITY.
034500     DISPLAY "GUARANTEED AMOUNT: " WITH NO ADVANCING.
034600     ACCEPT WS-IN-AMOUNT.
034700     DISPLAY "ISSUE DATE (YYYYMMDD): " WITH NO ADVANCING.
034800     ACCEPT WS-IN-ISSUE-DATE.
034900     DISPLAY "EXPIRY DATE (YYYYMMDD): " WITH NO ADVANCING.
035000     ACCEPT WS-IN-EXPIRY-DATE.
035100     IF WS-IN-GUARANTEE-NO = SPACES
035200         OR WS-IN-BANK-NAME = SPACES
035300         OR WS-IN-BANK-BRANCH = SPACES
035400         DISPLAY "BILBGTE: GUARANTEE NUMBER, ISSUING BANK AND"
035500             " BRANCH ARE REQUIRED"
035600         GO TO 2000-EXIT
035700     END-IF.
035800     IF WS-IN-AMOUNT NOT NUMERIC OR WS-IN-AMOUNT = ZERO
035900         DISPLAY "BILBGTE: NO GUARANTEED AMOUNT - REFUSED"
036000         GO TO 2000-EXIT
036100     END-IF.
036200     IF WS-IN-ISSUE-DATE NOT NUMERIC
036300         OR WS-IN-EXPIRY-DATE NOT NUMERIC
036400         OR WS-IN-ISSUE-DATE > WS-SYSTEM-DATE
036500         OR WS-IN-EXPIRY-DATE <= WS-SYSTEM-DATE
036600         DISPLAY "BILBGTE: THE GUARANTEE MUST ALREADY BE ISSUED"
036700             " AND EXPIRE AFTER TODAY"
036800         GO TO 2000-EXIT
036900     END-IF.
037000     MOVE WS-IN-CUST-ID TO CM-CUST-ID.
037100     READ CUSTMAS
037200         INVALID KEY
037300             DISPLAY "BILBGTE: CUSTOMER " WS-IN-CUST-ID
037400                 " NOT ON FILE"
037500             GO TO 2000-EXIT
037600     END-READ.
037700     IF CM-STAT-CLOSED
037800         DISPLAY "BILBGTE: CUSTOMER " WS-IN-CUST-ID
037900             " IS CLOSED - NO SECURITY IS TAKEN"
038000         GO TO 2000-EXIT
038100     END-IF.
038200     MOVE ZERO TO WS-FOUND-SUB.
038300     PERFORM 2510-MATCH-DUPLICATE THRU 2510-EXIT
038400         VARYING WS-BG-SUB FROM 1 BY 1
038500         UNTIL WS-BG-SUB > WS-BG-COUNT
038600            OR WS-FOUND-SUB > 0.
038700     IF WS-FOUND-SUB > 0
038800         DISPLAY "BILBGTE: GUARANTEE " WS-IN-GUARANTEE-NO
038900             " OF " WS-IN-BANK-NAME " IS ALREADY ON THE"
039000             " REGISTER - EXTEND IT INSTEAD"
039100         GO TO 2000-EXIT
039200     END-IF.
039300     IF WS-BG-COUNT >= 500
039400         DISPLAY "BILBGTE: GUARANTEE TABLE FULL - GUARANTEE"
039500             " NOT RECORDED"
039600         GO TO 2000-EXIT
039700     END-IF.
039800     ADD 1 TO WS-LAST-SERIAL.
039900     MOVE SPACES TO BG-RECORD.
040000     MOVE WS-LAST-SERIAL     TO BG-SERIAL-NO.
040100     MOVE WS-IN-CUST-ID      TO BG-CUST-ID.
040200     MOVE WS-IN-GUARANTEE-NO TO BG-GUARANTEE-NO.
040300     MOVE WS-IN-BANK-NAME    TO BG-BANK-NAME.
040400     MOVE WS-IN-BANK-BRANCH  TO BG-BANK-BRANCH.
040500     MOVE WS-IN-BANK-CITY    TO BG-BANK-CITY.
040600     MOVE WS-IN-AMOUNT       TO BG-AMOUNT.
040700     MOVE WS-IN-ISSUE-DATE   TO BG-ISSUE-DATE.
040800     MOVE WS-IN-EXPIRY-DATE  TO BG-EXPIRY-DATE.
040900     MOVE "A"                TO BG-STATUS.
041000     MOVE WS-SYSTEM-DATE     TO BG-STATUS-DATE.
041100     MOVE SPACE              TO BG-CLAIM-REASON.
041200     MOVE ZERO               TO BG-CLAIM-AMT.
041300     MOVE ZERO               TO BG-PROCEEDS-AMT.
041400     MOVE WS-SYSTEM-DATE     TO BG-ADDED-DATE.
041500     MOVE WS-OPERATOR-ID     TO BG-OPERATOR-ID.
041600     ADD 1 TO WS-BG-COUNT.
041700     MOVE BG-RECORD TO WS-BG-ENTRY(WS-BG-COUNT).
041800     ADD 1 TO WS-CHANGED-COUNT.
041900     MOVE WS-IN-AMOUNT TO WS-AMT-ED.
042000     DISPLAY "BILBGTE: GUARANTEE " WS-IN-GUARANTEE-NO
042100         " FOR RS " WS-AMT-ED " RECORDED FOR " WS-IN-CUST-ID
042200         " - VALID TO " WS-IN-EXPIRY-DATE.
042300 2000-EXIT.
042400     EXIT.

042500 2510-MATCH-DUPLICATE.
042600     IF WS-BG-GUARANTEE-NO(WS-BG-SUB) = WS-IN-GUARANTEE-NO
042700         AND WS-BG-BANK-NAME(WS-BG-SUB) = WS-IN-BANK-NAME
042800         MOVE WS-BG-SUB TO WS-FOUND-SUB
042900     END-IF.
043000 2510-EXIT.
043100     EXIT.

043200*-----------------------------------------------------------*
043300*    STAFF-ACCOUNT CONFLICT CHECK - AN OPERATOR LINKED ON   *
043400*    STAFFREG TO THE CUSTOMER MAY NOT ACT ON IT, AND NO     *
043500*    SUPERVISOR CAN SIGN IT THROUGH.  THE CALLER SETS       *
043600*    CF-CUST-ID AND CF-ACTION AND LEAVES THE CUSTOMER ALONE *
043700*    ON CF-CONFLICT - BILSTFC HAS ALREADY LOGGED IT.        *
043800*-----------------------------------------------------------*
043900 2600-CHECK-CONFLICT.
044000     MOVE WS-OPERATOR-ID  TO CF-OPERATOR-ID.
044100     MOVE "BILBGTE"       TO CF-PROGRAM-ID.
044200     CALL "BILSTFC" USING CF-PARMS.
044300 2600-EXIT.
044400     EXIT.

044500*-----------------------------------------------------------*
044600*    FIND THE CUSTOMER'S GUARANTEE BY NUMBER, WHATEVER ITS     *
044700*    STATUS - THE CALLER DECIDES WHETHER THE STATUS ALLOWS     *
044800*    WHAT IS ASKED.  WS-FOUND-SUB IS ZERO IF IT IS NOT THERE.  *
044900*-----------------------------------------------------------*
045000 2700-FIND-GUARANTEE.
045100     DISPLAY "GUARANTEE NUMBER: " WITH NO ADVANCING.
045200     ACCEPT WS-IN-GUARANTEE-NO.
045300     MOVE ZERO TO WS-FOUND-SUB.
045400     PERFORM 2710-MATCH-GUARANTEE THRU 2710-EXIT
045500         VARYING WS-BG-SUB FROM 1 BY 1
045600         UNTIL WS-BG-SUB > WS-BG-COUNT
045700            OR WS-FOUND-SUB > 0.
045800     IF WS-FOUND-SUB = 0
045900         DISPLAY "BILBGTE: NO GUARANTEE " WS-IN-GUARANTEE-NO
046000             " ON FILE FOR " WS-IN-CUST-ID
046100     END-IF.
046200 2700-EXIT.
046300     EXIT.

046400 2710-MATCH-GUARANTEE.
046500     IF WS-BG-CUST-ID(WS-BG-SUB) = WS-IN-CUST-ID
046600         AND WS-BG-GUARANTEE-NO(WS-BG-SUB) = WS-IN-GUARANTEE-NO
046700         MOVE WS-BG-SUB TO WS-FOUND-SUB
046800     END-IF.
046900 2710-EXIT.
047000     EXIT.

047100*-----------------------------------------------------------*
047200*    THE BANK HAS RENEWED THE GUARANTEE BY AMENDMENT - THE     *
047300*    EXPIRY MOVES OUT AND, IF THE AMENDMENT CHANGED IT, THE    *
047400*    AMOUNT WITH IT.  ONLY AN ACTIVE GUARANTEE IS EXTENDED.    *
047500*-----------------------------------------------------------*
047600 3000-EXTEND-GUARANTEE.
047700     DISPLAY "CUSTOMER ID: " WITH NO ADVANCING.
047800     ACCEPT WS-IN-CUST-ID.
047900     MOVE WS-IN-CUST-ID  TO CF-CUST-ID.
048000     MOVE "BG EXTEND"   TO CF-ACTION.
048100     PERFORM 2600-CHECK-CONFLICT THRU 2600-EXIT.
048200     IF CF-CONFLICT
048300         GO TO 3000-EXIT
048400     END-IF.
048500     PERFORM 2700-FIND-GUARANTEE THRU 2700-EXIT.
048600     IF WS-FOUND-SUB = 0
048700         GO TO 3000-EXIT
048800     END-IF.
048900     IF NOT WS-BG-ACTIVE(WS-FOUND-SUB)
049000         DISPLAY "BILBGTE: GUARANTEE " WS-IN-GUARANTEE-NO
049100             " IS NOT ACTIVE (STATUS "
049200             WS-BG-STATUS(WS-FOUND-SUB) ") - NOT EXTENDED"
049300         GO TO 3000-EXIT
049400     END-IF.
049500     DISPLAY "NEW EXPIRY DATE (YYYYMMDD): " WITH NO ADVANCING.
049600     ACCEPT WS-IN-EXPIRY-DATE.
049700     DISPLAY "NEW AMOUNT (0 = UNCHANGED): " WITH NO ADVANCING.
049800     ACCEPT WS-IN-AMOUNT.
049900     IF WS-IN-EXPIRY-DATE NOT NUMERIC
050000         OR WS-IN-EXPIRY-DATE <= WS-BG-EXPIRY-DATE(WS-FOUND-SUB)
050100         OR WS-IN-EXPIRY-DATE <= WS-SYSTEM-DATE
050200         DISPLAY "BILBGTE: NEW EXPIRY MUST BE LATER THAN "
050300             WS-BG-EXPIRY-DATE(WS-FOUND-SUB) " AND TODAY"
050400         GO TO 3000-EXIT
050500     END-IF.
050600     IF WS-IN-AMOUNT NOT NUMERIC
050700         MOVE ZERO TO WS-IN-AMOUNT
050800     END-IF.
050900     MOVE WS-IN-EXPIRY-DATE TO WS-BG-EXPIRY-DATE(WS-FOUND-SUB).
051000     IF WS-IN-AMOUNT > ZERO
051100         MOVE WS-IN-AMOUNT TO WS-BG-AMOUNT(WS-FOUND-SUB)
051200     END-IF.
051300     MOVE WS-SYSTEM-DATE TO WS-BG-STATUS-DATE(WS-FOUND-SUB).
051400     MOVE WS-OPERATOR-ID TO WS-BG-OPERATOR-ID(WS-FOUND-SUB).
051500     ADD 1 TO WS-CHANGED-COUNT.
051600     MOVE WS-BG-AMOUNT(WS-FOUND-SUB) TO WS-AMT-ED.
051700     DISPLAY "BILBGTE: GUARANTEE " WS-IN-GUARANTEE-NO
051800         " EXTENDED TO " WS-IN-EXPIRY-DATE " FOR RS "
051900         WS-AMT-ED.
052000 3000-EXIT.
052100     EXIT.

052200*-----------------------------------------------------------*
052300*    RELEASE - THE GUARANTEE IS RETURNED, E.G. REPLACED BY A   *
052400*    CASH DEPOSIT, OR A CLAIM LEFT BY A FINAL BILL WHOSE DUES  *
052500*    WERE PAID.  AN INVOKED GUARANTEE IS SETTLED BY ITS        *
052600*    PROCEEDS, NOT RELEASED.                                   *
052700*-----------------------------------------------------------*
052800 3500-RELEASE-GUARANTEE.
052900     DISPLAY "CUSTOMER ID: " WITH NO ADVANCING.
053000     ACCEPT WS-IN-CUST-ID.
053100     MOVE WS-IN-CUST-ID  TO CF-CUST-ID.
053200     MOVE "BG RELEASE"  TO CF-ACTION.
053300     PERFORM 2600-CHECK-CONFLICT THRU 2600-EXIT.
053400     IF CF-CONFLICT
053500         GO TO 3500-EXIT
053600     END-IF.
053700     PERFORM 2700-FIND-GUARANTEE THRU 2700-EXIT.
053800     IF WS-FOUND-SUB = 0
053900         GO TO 3500-EXIT
054000     END-IF.
054100     IF NOT WS-BG-ACTIVE(WS-FOUND-SUB)
054200         AND NOT WS-BG-CLAIM-DUE(WS-FOUND-SUB)
054300         DISPLAY "BILBGTE: GUARANTEE " WS-IN-GUARANTEE-NO
054400             " CANNOT BE RELEASED (STATUS "
054500             WS-BG-STATUS(WS-FOUND-SUB) ")"
054600         GO TO 3500-EXIT
054700     END-IF.
054800     MOVE "R"            TO WS-BG-STATUS(WS-FOUND-SUB).
054900     MOVE ZERO           TO WS-BG-CLAIM-AMT(WS-FOUND-SUB).
055000     MOVE SPACE          TO WS-BG-CLAIM-REASON(WS-FOUND-SUB).
055100     MOVE WS-SYSTEM-DATE TO WS-BG-STATUS-DATE(WS-FOUND-SUB).
055200     MOVE WS-OPERATOR-ID TO WS-BG-OPERATOR-ID(WS-FOUND-SUB).
055300     ADD 1 TO WS-CHANGED-COUNT.
055400     DISPLAY "BILBGTE: GUARANTEE " WS-IN-GUARANTEE-NO
055500         " RELEASED FOR " WS-IN-CUST-ID
055600         " - RETURN THE INSTRUMENT TO THE CUSTOMER".
055700 3500-EXIT.
055800     EXIT.

055900*-----------------------------------------------------------*
056000*    THE LIVE REGISTER - ACTIVE, CLAIM-DUE AND INVOKED         *
056100*    GUARANTEES, WITH THE TOTAL STILL STANDING AS SECURITY.    *
056200*-----------------------------------------------------------*
056300 4000-LIST-REGISTER.
056400     MOVE SPACES TO WS-RPT-LINE.
056500     STRING "BANK GUARANTEES ON FILE - RUN DATE "
056600         WS-SYSTEM-DATE
056700         DELIMITED BY SIZE INTO WS-RPT-LINE.
056800     WRITE GR-LINE FROM WS-RPT-LINE.
056900     PERFORM 4300-WRITE-HEADING THRU 4300-EXIT.
057000     PERFORM 4100-LIST-ONE THRU 4100-EXIT
057100         VARYING WS-BG-SUB FROM 1 BY 1
057200         UNTIL WS-BG-SUB > WS-BG-COUNT.
057300     MOVE SPACES TO WS-RPT-LINE.
057400     WRITE GR-LINE FROM WS-RPT-LINE.
057500     MOVE WS-LIVE-COUNT TO WS-COUNT-ED.
057600     MOVE WS-LIVE-TOTAL TO WS-TOT-ED.
057700     MOVE SPACES TO WS-RPT-LINE.
057800     STRING "GUARANTEES ACTIVE " WS-COUNT-ED
057900         "   SECURITY HELD RS " WS-TOT-ED
058000         DELIMITED BY SIZE INTO WS-RPT-LINE.
058100     WRITE GR-LINE FROM WS-RPT-LINE.
058200 4000-EXIT.
058300     EXIT.

058400 4100-LIST-ONE.
058500     IF NOT WS-BG-ACTIVE(WS-BG-SUB)
058600         AND NOT WS-BG-CLAIM-DUE(WS-BG-SUB)
058700         AND NOT WS-BG-INVOKED(WS-BG-SUB)
058800         GO TO 4100-EXIT
058900     END-IF.
059000     IF WS-BG-ACTIVE(WS-BG-SUB)
059100         ADD 1 TO WS-LIVE-COUNT
059200         ADD WS-BG-AMOUNT(WS-BG-SUB) TO WS-LIVE-TOTAL
059300     END-IF.
059400     EVALUATE TRUE
059500         WHEN WS-BG-ACTIVE(WS-BG-SUB)
059600             MOVE "ACTIVE   " TO WS-EXPIRY-TAG
059700         WHEN WS-BG-CLAIM-DUE(WS-BG-SUB)
059800             MOVE "CLAIM DUE" TO WS-EXPIRY-TAG
059900         WHEN OTHER
060000             MOVE "INVOKED  " TO WS-EXPIRY-TAG
060100     END-EVALUATE.
060200     PERFORM 4200-FORMAT-LINE THRU 4200-EXIT.
060300     WRITE GR-LINE FROM WS-RPT-LINE.
060400 4100-EXIT.
060500     EXIT.

060600 4200-FORMAT-LINE.
060700     MOVE WS-BG-AMOUNT(WS-BG-SUB)    TO WS-AMT-ED.
060800     MOVE WS-BG-CLAIM-AMT(WS-BG-SUB) TO WS-AMT2-ED.
060900     MOVE SPACES TO WS-RPT-LINE.
061000     STRING WS-BG-SERIAL-NO(WS-BG-SUB) " "
061100         WS-BG-CUST-ID(WS-BG-SUB) " "
061200         WS-BG-GUARANTEE-NO(WS-BG-SUB) " "
061300         WS-BG-BANK-NAME(WS-BG-SUB)(1:20) " "
061400         WS-AMT-ED " "
061500         WS-BG-ISSUE-DATE(WS-BG-SUB) " "
061600         WS-BG-EXPIRY-DATE(WS-BG-SUB) " "
061700         WS-EXPIRY-TAG " "
061800         WS-AMT2-ED
061900         DELIMITED BY SIZE INTO WS-RPT-LINE.
062000 4200-EXIT.
062100     EXIT.

062200 4300-WRITE-HEADING.
062300     MOVE SPACES TO WS-RPT-LINE.
062400     STRING "SERIAL CUST-ID    GUARANTEE NO         "
062500         "ISSUING BANK             AMOUNT ISSUED   "
062600         "EXPIRES  STATUS         CLAIMED"
062700         DELIMITED BY SIZE INTO WS-RPT-LINE.
062800     WRITE GR-LINE FROM WS-RPT-LINE.
062900 4300-EXIT.
063000     EXIT.

063100*-----------------------------------------------------------*
063200*    EVERY ACTIVE GUARANTEE LAPSING WITHIN 60 DAYS, BANDED -   *
063300*    60 DAYS FOR THE FIRST RENEWAL DEMAND, 30 DAYS FOR THE     *
063400*    FINAL ONE (INVOKE IF NOT RENEWED BY EXPIRY), LAPSED FOR   *
063500*    ONE ALREADY PAST ITS DATE - AND EVERY GUARANTEE A FINAL   *
063600*    BILL LEFT CLAIM-DUE, WITH THE CUSTOMER'S NAME FOR THE     *
063700*    DEMAND.                                                   *
063800*-----------------------------------------------------------*
063900 5000-EXPIRY-LIST.
064000     COMPUTE WS-FIRST-HORIZON = FUNCTION DATE-OF-INTEGER(
064100         FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE)
064200             + WS-FIRST-DAYS).
064300     COMPUTE WS-FINAL-HORIZON = FUNCTION DATE-OF-INTEGER(
064400         FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE)
064500             + WS-FINAL-DAYS).
064600     MOVE SPACES TO WS-RPT-LINE.
064700     STRING "BANK GUARANTEES DUE FOR RENEWAL OR CLAIM BY "
064800         WS-FIRST-HORIZON " - RUN DATE " WS-SYSTEM-DATE
064900         DELIMITED BY SIZE INTO WS-RPT-LINE.
065000     WRITE GR-LINE FROM WS-RPT-LINE.
065100     PERFORM 4300-WRITE-HEADING THRU 4300-EXIT.
065200     PERFORM 5100-EXPIRY-ONE THRU 5100-EXIT
065300         VARYING WS-BG-SUB FROM 1 BY 1
065400         UNTIL WS-BG-SUB > WS-BG-COUNT.
065500     IF WS-EXPIRING-COUNT = ZERO
065600         MOVE "NO GUARANTEE FALLS DUE FOR RENEWAL OR CLAIM"
065700             TO WS-RPT-LINE
065800         WRITE GR-LINE FROM WS-RPT-LINE
065900     END-IF.
066000 5000-EXIT.
066100     EXIT.

066200 5100-EXPIRY-ONE.
066300     EVALUATE TRUE
066400         WHEN WS-BG-CLAIM-DUE(WS-BG-SUB)
066500             MOVE "CLAIM DUE" TO WS-EXPIRY-TAG
066600         WHEN NOT WS-BG-ACTIVE(WS-BG-SUB)
066700             GO TO 5100-EXIT
066800         WHEN WS-BG-EXPIRY-DATE(WS-BG-SUB) > WS-FIRST-HORIZON
066900             GO TO 5100-EXIT
067000         WHEN WS-BG-EXPIRY-DATE(WS-BG-SUB) < WS-SYSTEM-DATE
067100             MOVE "LAPSED   " TO WS-EXPIRY-TAG
067200         WHEN WS-BG-EXPIRY-DATE(WS-BG-SUB) <= WS-FINAL-HORIZON
067300             MOVE "30 DAYS  " TO WS-EXPIRY-TAG
067400         WHEN OTHER
067500             MOVE "60 DAYS  " TO WS-EXPIRY-TAG
067600     END-EVALUATE.
067700     ADD 1 TO WS-EXPIRING-COUNT.
067800     MOVE WS-BG-CUST-ID(WS-BG-SUB) TO CM-CUST-ID.
067900     READ CUSTMAS
068000         INVALID KEY
068100             MOVE "** NOT ON CUSTMAS **" TO WS-CUST-NAME
068200         NOT INVALID KEY
068300             MOVE CM-NAME TO WS-CUST-NAME
068400     END-READ.
068500     PERFORM 4200-FORMAT-LINE THRU 4200-EXIT.
068600     WRITE GR-LINE FROM WS-RPT-LINE.
068700     MOVE SPACES TO WS-RPT-LINE.
068800     STRING "       " WS-CUST-NAME " - "
068900         WS-BG-BANK-BRANCH(WS-BG-SUB) " "
069000         WS-BG-BANK-CITY(WS-BG-SUB)
069100         DELIMITED BY SIZE INTO WS-RPT-LINE.
069200     WRITE GR-LINE FROM WS-RPT-LINE.
069300 5100-EXIT.
069400     EXIT.

069500*-----------------------------------------------------------*
069600*    INVOKE A GUARANTEE.  ONE LEFT CLAIM-DUE BY A FINAL BILL   *
069700*    IS CLAIMED FOR THE DUES IT WAS LEFT TO COVER; AN ACTIVE   *
069800*    ONE IS INVOKED FOR DEFAULT OR FOR FAILURE TO RENEW, FOR   *
069900*    THE AMOUNT KEYED OR IN FULL.  THE BANK HONOURS A CLAIM    *
070000*    ONLY WHILE THE GUARANTEE IS IN FORCE, SO A LAPSED ONE IS  *
070100*    REFUSED.  THE CLAIM LETTER GOES TO BGCLAIM.               *
070200*-----------------------------------------------------------*
070300 6000-INVOKE-GUARANTEE.
070400     DISPLAY "CUSTOMER ID: " WITH NO ADVANCING.
070500     ACCEPT WS-IN-CUST-ID.
070600     MOVE WS-IN-CUST-ID  TO CF-CUST-ID.
070700     MOVE "BG INVOKE"   TO CF-ACTION.
070800     PERFORM 2600-CHECK-CONFLICT THRU 2600-EXIT.
070900     IF CF-CONFLICT
071000         GO TO 6000-EXIT
071100     END-IF.
071200     PERFORM 2700-FIND-GUARANTEE THRU 2700-EXIT.
071300     IF WS-FOUND-SUB = 0
071400         GO TO 6000-EXIT
071500     END-IF.
071600     IF NOT WS-BG-ACTIVE(WS-FOUND-SUB)
071700         AND NOT WS-BG-CLAIM-DUE(WS-FOUND-SUB)
071800         DISPLAY "BILBGTE: GUARANTEE " WS-IN-GUARANTEE-NO
071900             " CANNOT BE INVOKED (STATUS "
072000             WS-BG-STATUS(WS-FOUND-SUB) ")"
072100         GO TO 6000-EXIT
072200     END-IF.
072300     IF WS-BG-EXPIRY-DATE(WS-FOUND-SUB) < WS-SYSTEM-DATE
072400         DISPLAY "BILBGTE: GUARANTEE " WS-IN-GUARANTEE-NO
072500             " LAPSED ON " WS-BG-EXPIRY-DATE(WS-FOUND-SUB)
072600             " - THE BANK WILL NOT HONOUR A CLAIM"
072700         GO TO 6000-EXIT
072800     END-IF.
072900     IF WS-BG-CLAIM-DUE(WS-FOUND-SUB)
073000         MOVE "F" TO WS-IN-REASON
073100         MOVE WS-BG-CLAIM-AMT(WS-FOUND-SUB) TO WS-CLAIM-AMT
073200     ELSE
073300         DISPLAY "REASON (D=DEFAULT N=NOT RENEWED): "
073400             WITH NO ADVANCING
073500         ACCEPT WS-IN-REASON
073600         IF NOT WS-IN-REASON-VALID
073700             DISPLAY "BILBGTE: REASON MUST BE D OR N"
073800             GO TO 6000-EXIT
073900         END-IF
074000         DISPLAY "AMOUNT TO CLAIM (0 = FULL GUARANTEE): "
074100             WITH NO ADVANCING
074200         ACCEPT WS-IN-AMOUNT
074300         IF WS-IN-AMOUNT NOT NUMERIC OR WS-IN-AMOUNT = ZERO
074400             MOVE WS-BG-AMOUNT(WS-FOUND-SUB) TO WS-CLAIM-AMT
074500         ELSE
074600             MOVE WS-IN-AMOUNT TO WS-CLAIM-AMT
074700         END-IF
074800     END-IF.
074900     IF WS-CLAIM-AMT = ZERO
075000         OR WS-CLAIM-AMT > WS-BG-AMOUNT(WS-FOUND-SUB)
075100         MOVE WS-BG-AMOUNT(WS-FOUND-SUB) TO WS-AMT-ED
075200         DISPLAY "BILBGTE: THE CLAIM MUST BE OVER NIL AND AT"
075300             " MOST THE GUARANTEED RS " WS-AMT-ED
075400         GO TO 6000-EXIT
075500     END-IF.
075600     MOVE WS-IN-CUST-ID TO CM-CUST-ID.
075700     READ CUSTMAS
075800         INVALID KEY
075900             MOVE "** NOT ON CUSTMAS **" TO CM-NAME
076000     END-READ.
076100     PERFORM 6100-PRINT-CLAIM THRU 6100-EXIT.
076200     MOVE "I"            TO WS-BG-STATUS(WS-FOUND-SUB).
076300     MOVE WS-IN-REASON   TO WS-BG-CLAIM-REASON(WS-FOUND-SUB).
076400     MOVE WS-CLAIM-AMT   TO WS-BG-CLAIM-AMT(WS-FOUND-SUB).
076500     MOVE WS-SYSTEM-DATE TO WS-BG-STATUS-DATE(WS-FOUND-SUB).
076600     MOVE WS-OPERATOR-ID TO WS-BG-OPERATOR-ID(WS-FOUND-SUB).
076700     ADD 1 TO WS-CHANGED-COUNT.
076800     MOVE WS-CLAIM-AMT TO WS-AMT-ED.
076900     DISPLAY "BILBGTE: GUARANTEE " WS-IN-GUARANTEE-NO
077000         " INVOKED FOR RS " WS-AMT-ED
077100         " - CLAIM LETTER ON BGCLAIM".
077200 6000-EXIT.
077300     EXIT.

077400*-----------------------------------------------------------*
077500*    THE CLAIM LETTER TO THE ISSUING BRANCH.  THE REFERENCE    *
077600*    QUOTED IS THE RECEIPT NUMBER THE PROCEEDS WILL POST       *
077700*    UNDER.                                                    *
077800*-----------------------------------------------------------*
077900 6100-PRINT-CLAIM.
078000     MOVE WS-BG-SERIAL-NO(WS-FOUND-SUB) TO WS-RECEIPT-SERIAL.
078100     MOVE ALL "-" TO WS-CLM-LINE.
078200     WRITE GC-LINE FROM WS-CLM-LINE.
078300     MOVE SPACES TO WS-CLM-LINE.
078400     STRING "DATE: " WS-SYSTEM-DATE
078500         DELIMITED BY SIZE INTO WS-CLM-LINE.
078600     WRITE GC-LINE FROM WS-CLM-LINE.
078700     MOVE SPACES TO WS-CLM-LINE.
078800     STRING "TO:   THE MANAGER, "
078900         WS-BG-BANK-NAME(WS-FOUND-SUB)
079000         DELIMITED BY SIZE INTO WS-CLM-LINE.
079100     WRITE GC-LINE FROM WS-CLM-LINE.
079200     MOVE SPACES TO WS-CLM-LINE.
079300     STRING "      " WS-BG-BANK-BRANCH(WS-FOUND-SUB)
079400         DELIMITED BY SIZE INTO WS-CLM-LINE.
079500     WRITE GC-LINE FROM WS-CLM-LINE.
079600     MOVE SPACES TO WS-CLM-LINE.
079700     STRING "      " WS-BG-BANK-CITY(WS-FOUND-SUB)
079800         DELIMITED BY SIZE INTO WS-CLM-LINE.
079900     WRITE GC-LINE FROM WS-CLM-LINE.
080000     MOVE SPACES TO WS-CLM-LINE.
080100     WRITE GC-LINE FROM WS-CLM-LINE.
080200     STRING "INVOCATION OF BANK GUARANTEE NO "
080300         WS-BG-GUARANTEE-NO(WS-FOUND-SUB)
080400         DELIMITED BY SIZE INTO WS-CLM-LINE.
080500     WRITE GC-LINE FROM WS-CLM-LINE.
080600     MOVE SPACES TO WS-CLM-LINE.
080700     MOVE WS-BG-AMOUNT(WS-FOUND-SUB) TO WS-AMT-ED.
080800     STRING "DATED " WS-BG-ISSUE-DATE(WS-FOUND-SUB)
080900         " VALID TO " WS-BG-EXPIRY-DATE(WS-FOUND-SUB)
081000         " FOR RS " WS-AMT-ED
081100         DELIMITED BY SIZE INTO WS-CLM-LINE.
081200     WRITE GC-LINE FROM WS-CLM-LINE.
081300     MOVE SPACES TO WS-CLM-LINE.
081400     STRING "ON BEHALF OF: " CM-NAME
081500         " (CUSTOMER " WS-IN-CUST-ID ")"
081600         DELIMITED BY SIZE INTO WS-CLM-LINE.
081700     WRITE GC-LINE FROM WS-CLM-LINE.
081800     MOVE SPACES TO WS-CLM-LINE.
081900     WRITE GC-LINE FROM WS-CLM-LINE.
082000     EVALUATE WS-IN-REASON
082100         WHEN "D"
082200             STRING "THE CUSTOMER HAS DEFAULTED ON DUES OWED TO"
082300                 " THE BOARD."
082400                 DELIMITED BY SIZE INTO WS-CLM-LINE
082500         WHEN "N"
082600             STRING "THE CUSTOMER HAS NOT RENEWED THE GUARANTEE"
082700                 " BEFORE ITS EXPIRY."
082800                 DELIMITED BY SIZE INTO WS-CLM-LINE
082900         WHEN OTHER
083000             STRING "THE CONNECTION HAS BEEN FINAL-BILLED AND"
083100                 " THE DUES REMAIN UNPAID."
083200                 DELIMITED BY SIZE INTO WS-CLM-LINE
083300     END-EVALUATE.
083400     WRITE GC-LINE FROM WS-CLM-LINE.
083500     MOVE SPACES TO WS-CLM-LINE.
083600     MOVE WS-CLAIM-AMT TO WS-AMT-ED.
083700     STRING "WE HEREBY INVOKE THE GUARANTEE AND CLAIM RS "
083800         WS-AMT-ED "."
083900         DELIMITED BY SIZE INTO WS-CLM-LINE.
084000     WRITE GC-LINE FROM WS-CLM-LINE.
084100     MOVE SPACES TO WS-CLM-LINE.
084200     STRING "PLEASE REMIT THE AMOUNT QUOTING REFERENCE "
084300         WS-RECEIPT-NO
084400         DELIMITED BY SIZE INTO WS-CLM-LINE.
084500     WRITE GC-LINE FROM WS-CLM-LINE.
084600     MOVE ALL "-" TO WS-CLM-LINE.
084700     WRITE GC-LINE FROM WS-CLM-LINE.
084800 6100-EXIT.
084900     EXIT.

085000*-----------------------------------------------------------*
085100*    THE BANK HAS PAID AN INVOKED GUARANTEE.  THE PROCEEDS GO  *
085200*    OUT AS A PY-RECORD UNDER SOURCE CODE BG, RECEIPT NUMBER   *
085300*    BG PLUS THE REGISTER SERIAL, SO BILPAY APPLIES THEM TO    *
085400*    THE CUSTOMER'S BILLS LIKE ANY OTHER PAYMENT AND ITS       *
085500*    RECEIPT REGISTER STOPS THEM POSTING TWICE.                *
085600*-----------------------------------------------------------*
085700 7000-RECORD-PROCEEDS.
085800     DISPLAY "CUSTOMER ID: " WITH NO ADVANCING.
085900     ACCEPT WS-IN-CUST-ID.
086000     MOVE WS-IN-CUST-ID  TO CF-CUST-ID.
086100     MOVE "BG PROCEEDS" TO CF-ACTION.
086200     PERFORM 2600-CHECK-CONFLICT THRU 2600-EXIT.
086300     IF CF-CONFLICT
086400         GO TO 7000-EXIT
086500     END-IF.
086600     PERFORM 2700-FIND-GUARANTEE THRU 2700-EXIT.
086700     IF WS-FOUND-SUB = 0
086800         GO TO 7000-EXIT
086900     END-IF.
087000     IF NOT WS-BG-INVOKED(WS-FOUND-SUB)
087100         DISPLAY "BILBGTE: GUARANTEE " WS-IN-GUARANTEE-NO
087200             " HAS NOT BEEN INVOKED (STATUS "
087300             WS-BG-STATUS(WS-FOUND-SUB) ")"
087400         GO TO 7000-EXIT
087500     END-IF.
087600     DISPLAY "AMOUNT RECEIVED (0 = CLAIM IN FULL): "
087700         WITH NO ADVANCING.
087800     ACCEPT WS-IN-AMOUNT.
087900     IF WS-IN-AMOUNT NOT NUMERIC OR WS-IN-AMOUNT = ZERO
088000         MOVE WS-BG-CLAIM-AMT(WS-FOUND-SUB) TO WS-IN-AMOUNT
088100     END-IF.
088200     IF WS-IN-AMOUNT > WS-BG-CLAIM-AMT(WS-FOUND-SUB)
088300         MOVE WS-BG-CLAIM-AMT(WS-FOUND-SUB) TO WS-AMT-ED
088400         DISPLAY "BILBGTE: MORE THAN THE RS " WS-AMT-ED
088500             " CLAIMED - PROCEEDS NOT RECORDED"
088600         GO TO 7000-EXIT
088700     END-IF.
088800     MOVE WS-BG-SERIAL-NO(WS-FOUND-SUB) TO WS-RECEIPT-SERIAL.
088900     MOVE SPACES TO PY-RECORD.
089000     MOVE WS-IN-CUST-ID             TO PY-CUST-ID.
089100     MOVE WS-IN-AMOUNT              TO PY-AMOUNT.
089200     MOVE WS-SYSTEM-DATE            TO PY-PAYMENT-DATE.
089300     MOVE WS-RECEIPT-NO             TO PY-RECEIPT-NO.
089400     MOVE "BG  "                    TO PY-SOURCE-CODE.
089500     MOVE "P"                       TO PY-TXN-TYPE.
089600     MOVE ZERO                      TO PY-INVOICE-NO.
089700     MOVE ZERO                      TO PY-TDS-AMT.
089800     WRITE PY-RECORD.
089900     MOVE "E"            TO WS-BG-STATUS(WS-FOUND-SUB).
090000     MOVE WS-IN-AMOUNT   TO WS-BG-PROCEEDS-AMT(WS-FOUND-SUB).
090100     MOVE WS-SYSTEM-DATE TO WS-BG-STATUS-DATE(WS-FOUND-SUB).
090200     MOVE WS-OPERATOR-ID TO WS-BG-OPERATOR-ID(WS-FOUND-SUB).
090300     ADD 1 TO WS-CHANGED-COUNT.
090400     MOVE WS-IN-AMOUNT TO WS-AMT-ED.
090500     DISPLAY "BILBGTE: PROCEEDS RS " WS-AMT-ED " ON GUARANTEE "
090600         WS-IN-GUARANTEE-NO " WRITTEN TO BGPAY AS RECEIPT "
090700         WS-RECEIPT-NO " - RUN BILPAY TO APPLY THEM".
090800 7000-EXIT.
090900     EXIT.

091000 9000-TERMINATE.
091100     IF WS-CM-OPEN
091200         CLOSE CUSTMAS
091300     END-IF.
091400     IF WS-ABORT
091500         GO TO 9000-EXIT
091600     END-IF.
091700     IF WS-FUNC-LIST OR WS-FUNC-EXPIRY
091800         CLOSE BGRPT
091900         PERFORM 9680-FILE-REPORT THRU 9680-EXIT
092000     END-IF.
092100     IF WS-FUNC-INVOKE
092200         CLOSE BGCLAIM
092300     END-IF.
092400     IF WS-FUNC-PROCEEDS
092500         CLOSE BGPAY
092600     END-IF.
092700     PERFORM 9100-REWRITE-REGISTER THRU 9100-EXIT.
092800     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
092900     CLOSE RUNLOG.
093000     DISPLAY "BILBGTE: GUARANTEES ON FILE " WS-BG-COUNT
093100         " CHANGED " WS-CHANGED-COUNT
093200         " DUE FOR RENEWAL OR CLAIM " WS-EXPIRING-COUNT.
093300 9000-EXIT.
093400     EXIT.

093500 9100-REWRITE-REGISTER.
093600     IF WS-CHANGED-COUNT = 0
093700         GO TO 9100-EXIT
093800     END-IF.
093900     OPEN OUTPUT BGREG.
094000     IF NOT FS-BGREG-OK
094100         DISPLAY "BILBGTE: UNABLE TO REWRITE BGREG, STATUS "
094200             FS-BGREG
094300         GO TO 9100-EXIT
094400     END-IF.
094500     PERFORM 9110-WRITE-ONE THRU 9110-EXIT
094600         VARYING WS-BG-SUB FROM 1 BY 1
094700         UNTIL WS-BG-SUB > WS-BG-COUNT.
094800     CLOSE BGREG.
094900 9100-EXIT.
095000     EXIT.

095100 9110-WRITE-ONE.
095200     MOVE WS-BG-ENTRY(WS-BG-SUB) TO BG-RECORD.
095300     WRITE BG-RECORD.
095400 9110-EXIT.
095500     EXIT.

095600 9600-WRITE-RUNLOG.
095700     MOVE "BILBGTE"        TO RL-PROGRAM-ID.
095800     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
095900     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
096000     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
096100     MOVE "BGREG"          TO RL-INPUT-FILE.
096200     MOVE WS-BG-COUNT      TO RL-RECORDS-READ.
096300     MOVE WS-CHANGED-COUNT TO RL-BILLS-PRODUCED.
096400     MOVE WS-EXPIRING-COUNT TO RL-EXCEPTIONS.
096500     MOVE ZERO             TO RL-TOTAL-BILLED.
096600     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
096700     ACCEPT RL-END-TIME FROM TIME.
096800     WRITE RL-RECORD.
096900 9600-EXIT.
097000     EXIT.

097100*-----------------------------------------------------------*
097200*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
097300*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
097400*    OUTLIVES THE NEXT RUN.                                    *
097500*-----------------------------------------------------------*
097600 9680-FILE-REPORT.
097700     OPEN INPUT BGRPT.
097800     IF NOT FS-BGRPT-OK
097900         GO TO 9680-EXIT
098000     END-IF.
098100     MOVE "O"               TO RO-FUNCTION.
098200     MOVE "BGRPT"           TO RO-REPORT-NAME.
098300     MOVE "BILBGTE"         TO RO-PROGRAM-ID.
098400     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
098500     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
098600     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
098700     MOVE ZERO              TO RO-PERIOD.
098800     CALL "BILRPTF" USING RO-PARMS.
098900     IF RO-OK
099000         MOVE "N" TO WS-RO-EOF-SW
099100         PERFORM 9690-FILE-LINE THRU 9690-EXIT
099200             UNTIL WS-RO-EOF
099300         MOVE "C"          TO RO-FUNCTION
099400         CALL "BILRPTF" USING RO-PARMS
099500     END-IF.
099600     CLOSE BGRPT.
099700 9680-EXIT.
099800     EXIT.

099900 9690-FILE-LINE.
100000     READ BGRPT
100100         AT END
100200             MOVE "Y" TO WS-RO-EOF-SW
100300             GO TO 9690-EXIT
100400     END-READ.
100500     MOVE "L"               TO RO-FUNCTION.
100600     MOVE GR-LINE           TO RO-LINE.
100700     CALL "BILRPTF" USING RO-PARMS.
100800 9690-EXIT.
100900     EXIT.
