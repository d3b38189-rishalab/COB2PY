000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILCMPL.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-09-28.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILCMPL                                                   *
000900*  CUSTOMER COMPLAINT REGISTER.  REPLACES THE PAPER REGISTERS *
001000*  KEPT AT EACH ZONE OFFICE.  FIVE FUNCTIONS, PICKED BY THE   *
001100*  OPERATOR AT STARTUP:                                       *
001200*    O - LOG A COMPLAINT AGAINST AN ACCOUNT, WITH CATEGORY,   *
001300*        SUB-CATEGORY, THE INVOICE OR WORK ORDER IT IS ABOUT  *
001400*        AND, OPTIONALLY, THE DESK IT GOES TO.  A BILLING     *
001500*        COMPLAINT ON AN INVOICE CAN OPEN THE BILLING         *
001600*        DISPUTE IN THE SAME STEP, UNDER THE SAME RULES AS    *
001700*        BILDSPT FUNCTION O;                                  *
001800*    A - ASSIGN OR RE-ASSIGN A COMPLAINT TO A DESK;           *
001900*    N - ADD A PROGRESS NOTE;                                 *
002000*    C - CLOSE A COMPLAINT WITH ITS CLOSURE NOTES;            *
002100*    R - PRINT THE DAILY OPEN-COMPLAINTS REPORT BY ZONE,      *
002200*        MARKING EVERY COMPLAINT PAST ITS CATEGORY'S TARGET.  *
002300*  EVERY EVENT IS LOGGED TO THE COMPHIST STATUS HISTORY.      *
002400*-----------------------------------------------------------*
002500*  MODIFICATION HISTORY                                      *
002600*  DATE       INIT  DESCRIPTION                               *
002700*  2026-09-28 RSH   ORIGINAL                                  *
002700*  2026-10-15 RSH   FILE CMPLRPT IN THE REPORT REPOSITORY    *
002700*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002700*  2026-10-15 RSH   FILE THE REPORT UNDER THE PERIOD KEYED.  *
002800*-----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.   IBM-370.
003200 OBJECT-COMPUTER.   IBM-370.

003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT COMPREG ASSIGN TO "COMPREG"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS CP-COMPLAINT-NO
003900         FILE STATUS IS FS-COMPREG.

004000     SELECT COMPHIST ASSIGN TO "COMPHIST"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS FS-COMPHIST.

004300     SELECT COMPCTL ASSIGN TO "COMPCTL"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS FS-COMPCTL.

004600     SELECT CMPLCAT ASSIGN TO "CMPLCAT"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS FS-CMPLCAT.

004900     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS CM-CUST-ID
005300         FILE STATUS IS FS-CUSTMAS.

005400     SELECT BILLHIST ASSIGN TO "BILLHIST"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS BH-KEY
005800         FILE STATUS IS FS-BILLHIST.

005900     SELECT DISPREG ASSIGN TO "DISPREG"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS FS-DISPREG.

006200     SELECT CMPLRPT ASSIGN TO "CMPLRPT"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS FS-CMPLRPT.

006500     SELECT RUNLOG ASSIGN TO "RUNLOG"
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS FS-RUNLOG.

006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  COMPREG
007100     LABEL RECORDS ARE STANDARD.
007200 COPY COMPREG.

007300 FD  COMPHIST
007400     LABEL RECORDS ARE STANDARD.
007500 COPY COMPHIST.

007600 FD  COMPCTL
007700     LABEL RECORDS ARE STANDARD.
007800 COPY COMPCTL.

007900 FD  CMPLCAT
008000     LABEL RECORDS ARE STANDARD.
008100 COPY CMPLCAT.

008200 FD  CUSTMAS
008300     LABEL RECORDS ARE STANDARD.
008400 COPY CUSTMAS.

008500 FD  BILLHIST
008600     LABEL RECORDS ARE STANDARD.
008700 COPY BILLHIST.

008800 FD  DISPREG
008900     LABEL RECORDS ARE STANDARD.
009000 COPY DISPREG.

009100 FD  CMPLRPT
009200     LABEL RECORDS ARE STANDARD.
009300 01  CL-LINE                     PIC X(80).

009400 FD  RUNLOG
009500     LABEL RECORDS ARE STANDARD.
009600 COPY RUNLOG.

009700 WORKING-STORAGE SECTION.
009800*-----------------------------------------------------------*
009900*    FILE STATUS SWITCHES                                    *
010000*-----------------------------------------------------------*
010100 77  FS-COMPREG              PIC X(02).
010200     88  FS-COMPREG-OK               VALUE "00".
010300 77  FS-COMPHIST             PIC X(02).
010400     88  FS-COMPHIST-OK              VALUE "00".
010500 77  FS-COMPCTL              PIC X(02).
010600     88  FS-COMPCTL-OK               VALUE "00".
010700 77  FS-CMPLCAT              PIC X(02).
010800     88  FS-CMPLCAT-OK               VALUE "00".
010900 77  FS-CUSTMAS              PIC X(02).
011000     88  FS-CUSTMAS-OK               VALUE "00".
011100 77  FS-BILLHIST             PIC X(02).
011200     88  FS-BILLHIST-OK              VALUE "00".
011300 77  FS-DISPREG              PIC X(02).
011400     88  FS-DISPREG-OK               VALUE "00".
011500 77  FS-CMPLRPT              PIC X(02).
011600     88  FS-CMPLRPT-OK               VALUE "00".
011700 77  FS-RUNLOG               PIC X(02).
011800     88  FS-RUNLOG-OK                VALUE "00".

011900*-----------------------------------------------------------*
012000*    PROGRAM SWITCHES                                        *
012100*-----------------------------------------------------------*
012200 77  WS-ABORT-SW             PIC X(01) VALUE "N".
012300     88  WS-ABORT                    VALUE "Y".
012400 77  WS-EOF-SW               PIC X(01) VALUE "N".
012500     88  WS-EOF                      VALUE "Y".
012600 77  WS-CQ-EOF-SW            PIC X(01) VALUE "N".
012700     88  WS-CQ-EOF                   VALUE "Y".
012800 77  WS-CC-EOF-SW            PIC X(01) VALUE "N".
012900     88  WS-CC-EOF                   VALUE "Y".
013000 77  WS-DP-EOF-SW            PIC X(01) VALUE "N".
013100     88  WS-DP-EOF                   VALUE "Y".
013100 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
013100     88  WS-RO-EOF                   VALUE "Y".
013200 77  WS-DP-FOUND-SW          PIC X(01) VALUE "N".
013300     88  WS-DP-FOUND                 VALUE "Y".
013400 77  WS-BH-OPEN-SW           PIC X(01) VALUE "N".
013500     88  WS-BH-OPEN                  VALUE "Y".
013600 77  WS-CTL-CHANGED-SW       PIC X(01) VALUE "N".
013700     88  WS-CTL-CHANGED              VALUE "Y".
013800 77  WS-CP-OPEN-SW           PIC X(01) VALUE "N".
013900     88  WS-CP-OPEN                  VALUE "Y".
014000 77  WS-CH-OPEN-SW           PIC X(01) VALUE "N".
014100     88  WS-CH-OPEN                  VALUE "Y".
014200 77  WS-RP-OPEN-SW           PIC X(01) VALUE "N".
014300     88  WS-RP-OPEN                  VALUE "Y".
014400 77  WS-CM-OPEN-SW           PIC X(01) VALUE "N".
014500     88  WS-CM-OPEN                  VALUE "Y".
014600 77  WS-FUNCTION             PIC X(01).
014700     88  WS-FUNC-OPEN                VALUE "O".
014800     88  WS-FUNC-ASSIGN              VALUE "A".
014900     88  WS-FUNC-NOTE                VALUE "N".
015000     88  WS-FUNC-CLOSE               VALUE "C".
015100     88  WS-FUNC-REPORT              VALUE "R".

015200*-----------------------------------------------------------*
015300*    OPERATOR, RUN AND WORK FIELDS                            *
015400*-----------------------------------------------------------*
015500 77  WS-OPERATOR-ID          PIC X(08).
015600 77  WS-SYSTEM-DATE          PIC 9(08).
015700 01  WS-SYSTEM-TIME          PIC 9(08).
015800 01  WS-SYSTEM-TIME-R REDEFINES WS-SYSTEM-TIME.
015900     05  WS-SYS-HHMM         PIC 9(04).
016000     05  FILLER              PIC 9(04).
016100 77  WS-LAST-COMPLAINT-NO    PIC 9(08) VALUE ZERO.
016200 77  WS-IN-COMPLAINT-NO      PIC 9(08) VALUE ZERO.
016300 77  WS-IN-CUST-ID           PIC X(10).
016400 77  WS-IN-CATEGORY          PIC X(02).
016500 77  WS-IN-SUBCATEGORY       PIC X(02).
016600 77  WS-IN-PERIOD            PIC 9(06) VALUE ZERO.
016700 77  WS-IN-WORK-ORDER        PIC X(10).
016800 77  WS-IN-DESK              PIC X(08).
016900 77  WS-IN-TEXT              PIC X(60).
017000 77  WS-IN-REPLY             PIC X(01).
017100 77  WS-TARGET-HOURS         PIC 9(04) VALUE ZERO.
017200 77  WS-CC-SUB               PIC 9(03) VALUE ZERO.
017300 77  WS-CAT-FOUND            PIC 9(03) VALUE ZERO.
017400 01  WS-HHMM                 PIC 9(04).
017500 01  WS-HHMM-R REDEFINES WS-HHMM.
017600     05  WS-HHMM-HH          PIC 9(02).
017700     05  WS-HHMM-MM          PIC 9(02).
017800 77  WS-MINUTES              PIC 9(11) VALUE ZERO.
017900 77  WS-DAY-NO               PIC 9(07) VALUE ZERO.
018000 77  WS-REM-MIN              PIC 9(04) VALUE ZERO.
018100 77  WS-NOW-MIN              PIC 9(11) VALUE ZERO.
018200 77  WS-DUE-MIN              PIC 9(11) VALUE ZERO.
018300 77  WS-OVER-HOURS           PIC 9(07) VALUE ZERO.
018400 01  WS-RPT-LINE             PIC X(80).
018500 01  WS-COUNT-ED             PIC ZZZZ9.
018600 01  WS-HOURS-ED             PIC ZZZZZZ9.

018700*-----------------------------------------------------------*
018800*    RUN COUNTS                                               *
018900*-----------------------------------------------------------*
019000 77  WS-LOGGED-COUNT         PIC 9(05) VALUE ZERO.
019100 77  WS-UPDATED-COUNT        PIC 9(05) VALUE ZERO.
019200 77  WS-OPEN-COUNT           PIC 9(05) VALUE ZERO.
019300 77  WS-BREACH-COUNT         PIC 9(05) VALUE ZERO.
019400 77  WS-REG-READ             PIC 9(07) VALUE ZERO.

019500*-----------------------------------------------------------*
019600*    COMPLAINT CATEGORIES AND TARGETS, LOADED ONCE             *
019700*-----------------------------------------------------------*
019800 01  WS-CATEGORY-TABLE.
019900     05  WS-CC-ENTRY OCCURS 50 TIMES.
020000         10  WS-CC-CATEGORY      PIC X(02).
020100         10  WS-CC-DESCRIPTION   PIC X(30).
020200         10  WS-CC-TARGET-HOURS  PIC 9(04).
020300 01  WS-CATEGORY-COUNT           PIC 9(03) VALUE ZERO.

020400*-----------------------------------------------------------*
020500*    OPEN COMPLAINTS FOR THE REPORT, AND THE ZONES THEY FALL   *
020600*    IN, IN THE ORDER FIRST MET                                *
020700*-----------------------------------------------------------*
020800 01  WS-OPEN-TABLE.
020900     05  WS-OC-ENTRY OCCURS 2000 TIMES.
021000         10  WS-OC-COMPLAINT-NO  PIC 9(08).
021100         10  WS-OC-CUST-ID       PIC X(10).
021200         10  WS-OC-ZONE-CODE     PIC X(02).
021300         10  WS-OC-CATEGORY      PIC X(02).
021400         10  WS-OC-DESK-ID       PIC X(08).
021500         10  WS-OC-OPEN-DATE     PIC 9(08).
021600         10  WS-OC-DUE-DATE      PIC 9(08).
021700         10  WS-OC-DUE-TIME      PIC 9(04).
021800         10  WS-OC-OVER-HOURS    PIC 9(07).
021900         10  WS-OC-BREACH-SW     PIC X(01).
022000 01  WS-OC-COUNT                 PIC 9(04) VALUE ZERO.
022100 77  WS-OC-SUB                   PIC 9(04) VALUE ZERO.

022200 01  WS-ZONE-TABLE.
022300     05  WS-ZN-ENTRY OCCURS 100 TIMES.
022400         10  WS-ZN-ZONE-CODE     PIC X(02).
022500         10  WS-ZN-OPEN          PIC 9(05).
022600         10  WS-ZN-BREACHED      PIC 9(05).
022700 01  WS-ZONE-COUNT               PIC 9(03) VALUE ZERO.
022800 77  WS-ZN-SUB                   PIC 9(03) VALUE ZERO.
022900 77  WS-ZN-FOUND                 PIC 9(03) VALUE ZERO.
022900 COPY RPTPARM.

023000 PROCEDURE DIVISION.
023100 0000-MAINLINE SECTION.
023200     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
023300     IF NOT WS-ABORT
023400         EVALUATE TRUE
023500             WHEN WS-FUNC-OPEN
023600                 PERFORM 2000-LOG-COMPLAINT THRU 2000-EXIT
023700             WHEN WS-FUNC-ASSIGN
023800                 PERFORM 3000-ASSIGN-DESK THRU 3000-EXIT
023900             WHEN WS-FUNC-NOTE
024000                 PERFORM 3100-ADD-NOTE THRU 3100-EXIT
024100             WHEN WS-FUNC-CLOSE
024200                 PERFORM 3200-CLOSE-COMPLAINT THRU 3200-EXIT
024300             WHEN WS-FUNC-REPORT
024400                 PERFORM 4000-OPEN-REPORT THRU 4000-EXIT
024500             WHEN OTHER
024600                 DISPLAY "BILCMPL: UNKNOWN FUNCTION "
024700                     WS-FUNCTION
024800         END-EVALUATE
024900     END-IF.
025000     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
025100     STOP RUN.

025200 1000-INITIALIZE.
025300     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
025400     ACCEPT WS-SYSTEM-TIME FROM TIME.
025500     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
025600     ACCEPT WS-OPERATOR-ID.
025700     DISPLAY "FUNCTION (O=LOG A=ASSIGN N=NOTE C=CLOSE R=REPORT): "
025800         WITH NO ADVANCING.
025900     ACCEPT WS-FUNCTION.
026000     OPEN EXTEND RUNLOG.
026100     IF NOT FS-RUNLOG-OK
026200         DISPLAY "BILCMPL: UNABLE TO OPEN RUNLOG, STATUS "
026300             FS-RUNLOG
026400         MOVE "Y" TO WS-ABORT-SW
026500         GO TO 1000-EXIT
026600     END-IF.
026700     OPEN I-O COMPREG.
026800     IF NOT FS-COMPREG-OK
026900         OPEN OUTPUT COMPREG
027000         IF FS-COMPREG-OK
027100             CLOSE COMPREG
027200             OPEN I-O COMPREG
027300         END-IF
027400     END-IF.
027500     IF NOT FS-COMPREG-OK
027600         DISPLAY "BILCMPL: UNABLE TO OPEN COMPREG, STATUS "
027700             FS-COMPREG
027800         MOVE "Y" TO WS-ABORT-SW
027900         GO TO 1000-EXIT
028000     END-IF.
028100     MOVE "Y" TO WS-CP-OPEN-SW.
028200     PERFORM 1100-LOAD-CATEGORIES THRU 1100-EXIT.
028300     IF WS-FUNC-REPORT
028400         OPEN OUTPUT CMPLRPT
028500         IF NOT FS-CMPLRPT-OK
028600             DISPLAY "BILCMPL: UNABLE TO OPEN CMPLRPT, STATUS "
028700                 FS-CMPLRPT
028800             MOVE "Y" TO WS-ABORT-SW
028900         ELSE
029000             MOVE "Y" TO WS-RP-OPEN-SW
029100         END-IF
029200         GO TO 1000-EXIT
029300     END-IF.
029400     OPEN EXTEND COMPHIST.
029500     IF NOT FS-COMPHIST-OK
029600         OPEN OUTPUT COMPHIST
029700     END-IF.
029800     IF NOT FS-COMPHIST-OK
029900         DISPLAY "BILCMPL: UNABLE TO OPEN COMPHIST, STATUS "
030000             FS-COMPHIST
030100         MOVE "Y" TO WS-ABORT-SW
030200         GO TO 1000-EXIT
030300     END-IF.
030400     MOVE "Y" TO WS-CH-OPEN-SW.
030500     IF NOT WS-FUNC-OPEN
030600         GO TO 1000-EXIT
030700     END-IF.
030800     IF WS-CATEGORY-COUNT = 0
030900         DISPLAY "BILCMPL: NO COMPLAINT CATEGORIES ON CMPLCAT"
031000         MOVE "Y" TO WS-ABORT-SW
031100         GO TO 1000-EXIT
031200     END-IF.
031300     OPEN INPUT COMPCTL.
031400     IF FS-COMPCTL-OK
031500         PERFORM 1200-READ-COMPCTL THRU 1200-EXIT
031600             UNTIL WS-CQ-EOF
031700         CLOSE COMPCTL
031800     END-IF.
031900     OPEN INPUT CUSTMAS.
032000     IF NOT FS-CUSTMAS-OK
032100         DISPLAY "BILCMPL: UNABLE TO OPEN CUSTMAS, STATUS "
032200             FS-CUSTMAS
032300         MOVE "Y" TO WS-ABORT-SW
032400         GO TO 1000-EXIT
032500     END-IF.
032600     MOVE "Y" TO WS-CM-OPEN-SW.
032700     OPEN I-O BILLHIST.
032800     IF FS-BILLHIST-OK
032900         MOVE "Y" TO WS-BH-OPEN-SW
033000     END-IF.
033100 1000-EXIT.
033200     EXIT.

033300 1100-LOAD-CATEGORIES.
033400     OPEN INPUT CMPLCAT.
033500     IF NOT FS-CMPLCAT-OK
033600         GO TO 1100-EXIT
033700     END-IF.
033800     READ CMPLCAT
033900         AT END
034000             MOVE "Y" TO WS-CC-EOF-SW
034100     END-READ.
034200     PERFORM 1110-STORE-CATEGORY THRU 1110-EXIT
034300         UNTIL WS-CC-EOF.
034400     CLOSE CMPLCAT.
034500 1100-EXIT.
034600     EXIT.

034700 1110-STORE-CATEGORY.
034800     IF WS-CATEGORY-COUNT >= 50
034900         DISPLAY "BILCMPL: CATEGORY TABLE FULL - REST IGNORED"
035000         MOVE "Y" TO WS-CC-EOF-SW
035100         GO TO 1110-EXIT
035200     END-IF.
035300     ADD 1 TO WS-CATEGORY-COUNT.
035400     MOVE CC-CATEGORY    TO WS-CC-CATEGORY(WS-CATEGORY-COUNT).
035500     MOVE CC-DESCRIPTION TO WS-CC-DESCRIPTION(WS-CATEGORY-COUNT).
035600     IF CC-TARGET-HOURS NUMERIC
035700         MOVE CC-TARGET-HOURS
035800             TO WS-CC-TARGET-HOURS(WS-CATEGORY-COUNT)
035900     ELSE
036000         MOVE ZERO TO WS-CC-TARGET-HOURS(WS-CATEGORY-COUNT)
036100     END-IF.
036200     READ CMPLCAT
036300         AT END
036400             MOVE "Y" TO WS-CC-EOF-SW
036500     END-READ.
036600 1110-EXIT.
036700     EXIT.

036800 1200-READ-COMPCTL.
036900     READ COMPCTL
037000         AT END
037100             MOVE "Y" TO WS-CQ-EOF-SW
037200         NOT AT END
037300             MOVE CQ-LAST-COMPLAINT-NO TO WS-LAST-COMPLAINT-NO
037400     END-READ.
037500 1200-EXIT.
037600     EXIT.

037700*-----------------------------------------------------------*
037800*    LOG A COMPLAINT - THE ACCOUNT MUST BE ON THE MASTER AND   *
037900*    THE CATEGORY ON THE TABLE.  A BILL PERIOD, IF KEYED,      *
038000*    MUST BE AN INVOICE ON THE HISTORY.                        *
038100*-----------------------------------------------------------*
038200 2000-LOG-COMPLAINT.
038300     DISPLAY "CUSTOMER ID: " WITH NO ADVANCING.
038400     ACCEPT WS-IN-CUST-ID.
038500     MOVE WS-IN-CUST-ID TO CM-CUST-ID.
038600     READ CUSTMAS
038700         INVALID KEY
038800             DISPLAY "BILCMPL: CUSTOMER " WS-IN-CUST-ID
038900                 " NOT ON FILE"
039000             GO TO 2000-EXIT
039100     END-READ.
039200     DISPLAY "CATEGORY (BL SP MT ST ...): " WITH NO ADVANCING.
039300     ACCEPT WS-IN-CATEGORY.
039400     PERFORM 2100-FIND-CATEGORY THRU 2100-EXIT.
039500     IF WS-CAT-FOUND = 0
039600         DISPLAY "BILCMPL: CATEGORY " WS-IN-CATEGORY
039700             " NOT ON THE CATEGORY TABLE"
039800         GO TO 2000-EXIT
039900     END-IF.
040000     DISPLAY "SUB-CATEGORY: " WITH NO ADVANCING.
040100     ACCEPT WS-IN-SUBCATEGORY.
040200     DISPLAY "BILL PERIOD COMPLAINED OF (YYYYMM, BLANK=NONE): "
040300         WITH NO ADVANCING.
040400     ACCEPT WS-IN-PERIOD.
040500     IF WS-IN-PERIOD NOT NUMERIC
040600         MOVE ZERO TO WS-IN-PERIOD
040700     END-IF.
040800     DISPLAY "WORK ORDER NO (BLANK=NONE): " WITH NO ADVANCING.
040900     ACCEPT WS-IN-WORK-ORDER.
041000     DISPLAY "DESK (BLANK=NOT YET ASSIGNED): " WITH NO ADVANCING.
041100     ACCEPT WS-IN-DESK.
041200     DISPLAY "COMPLAINT: " WITH NO ADVANCING.
041300     ACCEPT WS-IN-TEXT.
041400     MOVE SPACES         TO CP-RECORD.
041500     MOVE ZERO           TO CP-BILL-PERIOD.
041600     MOVE ZERO           TO CP-INVOICE-NO.
041700     IF WS-IN-PERIOD > ZERO
041800         IF NOT WS-BH-OPEN
041900             DISPLAY "BILCMPL: HISTORY NOT AVAILABLE - INVOICE"
042000                 " CANNOT BE LINKED"
042100             GO TO 2000-EXIT
042200         END-IF
042300         MOVE WS-IN-CUST-ID TO BH-CUST-ID
042400         MOVE WS-IN-PERIOD  TO BH-BILL-PERIOD
042500         READ BILLHIST
042600             INVALID KEY
042700                 DISPLAY "BILCMPL: NO INVOICE ON HISTORY FOR "
042800                     WS-IN-CUST-ID " " WS-IN-PERIOD
042900                 GO TO 2000-EXIT
043000         END-READ
043100         MOVE BH-BILL-PERIOD TO CP-BILL-PERIOD
043200         MOVE BH-INVOICE-NO  TO CP-INVOICE-NO
043300     END-IF.
043400     ADD 1 TO WS-LAST-COMPLAINT-NO.
043500     MOVE "Y" TO WS-CTL-CHANGED-SW.
043600     MOVE WS-LAST-COMPLAINT-NO TO CP-COMPLAINT-NO.
043700     MOVE WS-IN-CUST-ID  TO CP-CUST-ID.
043800     MOVE CM-ZONE-CODE   TO CP-ZONE-CODE.
043900     MOVE WS-IN-CATEGORY TO CP-CATEGORY.
044000     MOVE WS-IN-SUBCATEGORY TO CP-SUBCATEGORY.
044100     MOVE WS-IN-WORK-ORDER TO CP-WORK-ORDER-NO.
044200     MOVE WS-IN-DESK     TO CP-DESK-ID.
044300     IF WS-IN-DESK = SPACES
044400         MOVE "L"        TO CP-STATUS
044500     ELSE
044600         MOVE "A"        TO CP-STATUS
044700     END-IF.
044800     MOVE WS-SYSTEM-DATE TO CP-OPEN-DATE.
044900     MOVE WS-SYS-HHMM    TO CP-OPEN-TIME.
045000     MOVE WS-CC-TARGET-HOURS(WS-CAT-FOUND) TO CP-TARGET-HOURS.
045100     PERFORM 2200-SET-DUE THRU 2200-EXIT.
045200     MOVE ZERO           TO CP-CLOSE-DATE.
045300     MOVE ZERO           TO CP-CLOSE-TIME.
045400     MOVE "N"            TO CP-DISPUTE-SW.
045500     MOVE WS-OPERATOR-ID TO CP-OPERATOR-ID.
045600     MOVE WS-IN-TEXT     TO CP-DESCRIPTION.
045700     IF CP-CAT-BILLING AND CP-BILL-PERIOD > ZERO
045800         DISPLAY "OPEN A BILLING DISPUTE ON INVOICE "
045900             CP-INVOICE-NO " (Y/N): " WITH NO ADVANCING
046000         ACCEPT WS-IN-REPLY
046100         IF WS-IN-REPLY = "Y"
046200             PERFORM 2600-OPEN-DISPUTE THRU 2600-EXIT
046300         END-IF
046400     END-IF.
046500     WRITE CP-RECORD
046600         INVALID KEY
046700             DISPLAY "BILCMPL: COMPLAINT " CP-COMPLAINT-NO
046800                 " ALREADY ON THE REGISTER - CHECK COMPCTL"
046900             GO TO 2000-EXIT
047000     END-WRITE.
047100     MOVE "L" TO CH-EVENT.
047200     MOVE CP-DESCRIPTION TO CH-NOTE.
047300     PERFORM 8000-WRITE-HISTORY THRU 8000-EXIT.
047400     ADD 1 TO WS-LOGGED-COUNT.
047500     DISPLAY "BILCMPL: COMPLAINT " CP-COMPLAINT-NO
047600         " LOGGED FOR " CP-CUST-ID " - DUE " CP-DUE-DATE
047700         " " CP-DUE-TIME.
047800 2000-EXIT.
047900     EXIT.

048000 2100-FIND-CATEGORY.
048100     MOVE ZERO TO WS-CAT-FOUND.
048200     PERFORM 2110-MATCH-CATEGORY THRU 2110-EXIT
048300         VARYING WS-CC-SUB FROM 1 BY 1
048400         UNTIL WS-CC-SUB > WS-CATEGORY-COUNT
048500            OR WS-CAT-FOUND > 0.
048600 2100-EXIT.
048700     EXIT.

048800 2110-MATCH-CATEGORY.
048900     IF WS-CC-CATEGORY(WS-CC-SUB) = WS-IN-CATEGORY
049000         MOVE WS-CC-SUB TO WS-CAT-FOUND
049100     END-IF.
049200 2110-EXIT.
049300     EXIT.

049400*-----------------------------------------------------------*
049500*    DUE = LOGGED DATE/TIME PLUS THE TARGET HOURS, CARRIED     *
049600*    ACROSS MIDNIGHT THROUGH THE DAY NUMBER.                   *
049700*-----------------------------------------------------------*
049800 2200-SET-DUE.
049900     MOVE CP-OPEN-TIME TO WS-HHMM.
050000     COMPUTE WS-MINUTES =
050100         FUNCTION INTEGER-OF-DATE(CP-OPEN-DATE) * 1440
050200         + WS-HHMM-HH * 60 + WS-HHMM-MM
050300         + CP-TARGET-HOURS * 60.
050400     DIVIDE WS-MINUTES BY 1440 GIVING WS-DAY-NO
050500         REMAINDER WS-REM-MIN.
050600     COMPUTE CP-DUE-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-NO).
050700     DIVIDE WS-REM-MIN BY 60 GIVING WS-HHMM-HH
050800         REMAINDER WS-HHMM-MM.
050900     MOVE WS-HHMM TO CP-DUE-TIME.
051000 2200-EXIT.
051100     EXIT.

051200*-----------------------------------------------------------*
051300*    THE BILLING DISPUTE, OPENED UNDER BILDSPT'S RULES - THE   *
051400*    INVOICE IS ON THE HISTORY (ALREADY READ ABOVE), ONLY ONE  *
051500*    OPEN DISPUTE PER CUSTOMER AND PERIOD, AND THE HISTORY     *
051600*    RECORD IS MARKED SO COLLECTION STANDS DOWN.  THE ENTRY    *
051700*    IS ADDED TO THE END OF THE DISPUTE REGISTER.              *
051800*-----------------------------------------------------------*
051900 2600-OPEN-DISPUTE.
052000     MOVE "N" TO WS-DP-FOUND-SW.
052100     MOVE "N" TO WS-DP-EOF-SW.
052200     OPEN INPUT DISPREG.
052300     IF FS-DISPREG-OK
052400         PERFORM 2610-CHECK-DISPUTE THRU 2610-EXIT
052500             UNTIL WS-DP-EOF
052600         CLOSE DISPREG
052700     END-IF.
052800     IF WS-DP-FOUND
052900         DISPLAY "BILCMPL: A DISPUTE IS ALREADY OPEN FOR "
053000             CP-CUST-ID " " CP-BILL-PERIOD
053100         GO TO 2600-EXIT
053200     END-IF.
053300     MOVE "Y" TO BH-DISPUTE-SW.
053400     REWRITE BH-RECORD
053500         INVALID KEY
053600             DISPLAY "BILCMPL: HISTORY REWRITE FAILED - DISPUTE"
053700                 " NOT OPENED"
053800             GO TO 2600-EXIT
053900     END-REWRITE.
054000     OPEN EXTEND DISPREG.
054100     IF NOT FS-DISPREG-OK
054200         OPEN OUTPUT DISPREG
054300     END-IF.
054400     IF NOT FS-DISPREG-OK
054500         DISPLAY "BILCMPL: UNABLE TO OPEN DISPREG, STATUS "
054600             FS-DISPREG " - HISTORY MARKED, REGISTER NOT"
054700         GO TO 2600-EXIT
054800     END-IF.
054900     MOVE SPACES         TO DP-RECORD.
055000     MOVE CP-CUST-ID     TO DP-CUST-ID.
055100     MOVE CP-BILL-PERIOD TO DP-BILL-PERIOD.
055200     MOVE WS-SYSTEM-DATE TO DP-OPEN-DATE.
055300     MOVE "O"            TO DP-STATUS.
055400     MOVE SPACE          TO DP-OUTCOME.
055500     MOVE ZERO           TO DP-RESOLVE-DATE.
055600     MOVE WS-OPERATOR-ID TO DP-OPERATOR-ID.
055700     STRING "COMPLAINT " CP-COMPLAINT-NO " " CP-DESCRIPTION
055800         DELIMITED BY SIZE INTO DP-REASON-TEXT.
055900     WRITE DP-RECORD.
056000     CLOSE DISPREG.
056100     MOVE "Y" TO CP-DISPUTE-SW.
056200     DISPLAY "BILCMPL: DISPUTE OPENED FOR " CP-CUST-ID
056300         " PERIOD " CP-BILL-PERIOD
056400         " - COLLECTION FROZEN ON THE INVOICE".
056500 2600-EXIT.
056600     EXIT.

056700 2610-CHECK-DISPUTE.
056800     READ DISPREG
056900         AT END
057000             MOVE "Y" TO WS-DP-EOF-SW
057100             GO TO 2610-EXIT
057200     END-READ.
057300     IF DP-CUST-ID = CP-CUST-ID
057400         AND DP-BILL-PERIOD = CP-BILL-PERIOD
057500         AND DP-STAT-OPEN
057600         MOVE "Y" TO WS-DP-FOUND-SW
057700         MOVE "Y" TO WS-DP-EOF-SW
057800     END-IF.
057900 2610-EXIT.
058000     EXIT.

058100*-----------------------------------------------------------*
058200*    ASSIGN, NOTE AND CLOSE - THE COMPLAINT MUST BE ON THE     *
058300*    REGISTER AND STILL OPEN.                                  *
058400*-----------------------------------------------------------*
058500 3000-ASSIGN-DESK.
058600     PERFORM 3900-GET-OPEN-COMPLAINT THRU 3900-EXIT.
058700     IF WS-IN-COMPLAINT-NO = ZERO
058800         GO TO 3000-EXIT
058900     END-IF.
059000     DISPLAY "DESK: " WITH NO ADVANCING.
059100     ACCEPT WS-IN-DESK.
059200     IF WS-IN-DESK = SPACES
059300         DISPLAY "BILCMPL: A DESK IS REQUIRED"
059400         GO TO 3000-EXIT
059500     END-IF.
059600     DISPLAY "NOTE: " WITH NO ADVANCING.
059700     ACCEPT WS-IN-TEXT.
059800     MOVE WS-IN-DESK TO CP-DESK-ID.
059900     MOVE "A"        TO CP-STATUS.
060000     MOVE "A"        TO CH-EVENT.
060100     PERFORM 3800-REWRITE-COMPLAINT THRU 3800-EXIT.
060200 3000-EXIT.
060300     EXIT.

060400 3100-ADD-NOTE.
060500     PERFORM 3900-GET-OPEN-COMPLAINT THRU 3900-EXIT.
060600     IF WS-IN-COMPLAINT-NO = ZERO
060700         GO TO 3100-EXIT
060800     END-IF.
060900     DISPLAY "NOTE: " WITH NO ADVANCING.
061000     ACCEPT WS-IN-TEXT.
061100     IF WS-IN-TEXT = SPACES
061200         DISPLAY "BILCMPL: A NOTE IS REQUIRED"
061300         GO TO 3100-EXIT
061400     END-IF.
061500     MOVE "N" TO CH-EVENT.
061600     MOVE WS-IN-TEXT TO CH-NOTE.
061700     PERFORM 8000-WRITE-HISTORY THRU 8000-EXIT.
061800     ADD 1 TO WS-UPDATED-COUNT.
061900     DISPLAY "BILCMPL: NOTE ADDED TO COMPLAINT " CP-COMPLAINT-NO.
062000 3100-EXIT.
062100     EXIT.

062200 3200-CLOSE-COMPLAINT.
062300     PERFORM 3900-GET-OPEN-COMPLAINT THRU 3900-EXIT.
062400     IF WS-IN-COMPLAINT-NO = ZERO
062500         GO TO 3200-EXIT
062600     END-IF.
062700     DISPLAY "CLOSURE NOTES: " WITH NO ADVANCING.
062800     ACCEPT WS-IN-TEXT.
062900     IF WS-IN-TEXT = SPACES
063000         DISPLAY "BILCMPL: CLOSURE NOTES ARE REQUIRED"
063100         GO TO 3200-EXIT
063200     END-IF.
063300     MOVE "C"            TO CP-STATUS.
063400     MOVE WS-SYSTEM-DATE TO CP-CLOSE-DATE.
063500     MOVE WS-SYS-HHMM    TO CP-CLOSE-TIME.
063600     MOVE WS-IN-TEXT     TO CP-CLOSE-NOTES.
063700     MOVE "C"            TO CH-EVENT.
063800     PERFORM 3800-REWRITE-COMPLAINT THRU 3800-EXIT.
063900 3200-EXIT.
064000     EXIT.

064100 3800-REWRITE-COMPLAINT.
064200     REWRITE CP-RECORD
064300         INVALID KEY
064400             DISPLAY "BILCMPL: REWRITE FAILED FOR COMPLAINT "
064500                 CP-COMPLAINT-NO
064600             GO TO 3800-EXIT
064700     END-REWRITE.
064800     MOVE WS-IN-TEXT TO CH-NOTE.
064900     PERFORM 8000-WRITE-HISTORY THRU 8000-EXIT.
065000     ADD 1 TO WS-UPDATED-COUNT.
065100     DISPLAY "BILCMPL: COMPLAINT " CP-COMPLAINT-NO
065200         " NOW STATUS " CP-STATUS " DESK " CP-DESK-ID.
065300 3800-EXIT.
065400     EXIT.

065500 3900-GET-OPEN-COMPLAINT.
065600     DISPLAY "COMPLAINT NO: " WITH NO ADVANCING.
065700     ACCEPT WS-IN-COMPLAINT-NO.
065800     IF WS-IN-COMPLAINT-NO NOT NUMERIC
065900         MOVE ZERO TO WS-IN-COMPLAINT-NO
066000     END-IF.
066100     MOVE WS-IN-COMPLAINT-NO TO CP-COMPLAINT-NO.
066200     READ COMPREG
066300         INVALID KEY
066400             DISPLAY "BILCMPL: COMPLAINT " WS-IN-COMPLAINT-NO
066500                 " NOT ON THE REGISTER"
066600             MOVE ZERO TO WS-IN-COMPLAINT-NO
066700             GO TO 3900-EXIT
066800     END-READ.
066900     IF CP-STAT-CLOSED
067000         DISPLAY "BILCMPL: COMPLAINT " WS-IN-COMPLAINT-NO
067100             " IS ALREADY CLOSED"
067200         MOVE ZERO TO WS-IN-COMPLAINT-NO
067300     END-IF.
067400 3900-EXIT.
067500     EXIT.

067600*-----------------------------------------------------------*
067700*    DAILY OPEN-COMPLAINTS REPORT - EVERY OPEN COMPLAINT,      *
067800*    GROUPED BY THE ZONE IT WAS LOGGED IN, WITH THOSE PAST     *
067900*    THEIR DUE TIME MARKED AND THE HOURS OVERDUE.              *
068000*-----------------------------------------------------------*
068100 4000-OPEN-REPORT.
068200     MOVE WS-SYS-HHMM TO WS-HHMM.
068300     COMPUTE WS-NOW-MIN =
068400         FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE) * 1440
068500         + WS-HHMM-HH * 60 + WS-HHMM-MM.
068600     MOVE ZERO TO CP-COMPLAINT-NO.
068700     START COMPREG KEY IS > CP-COMPLAINT-NO
068800         INVALID KEY
068900             MOVE "Y" TO WS-EOF-SW
069000     END-START.
069100     PERFORM 4100-LOAD-OPEN THRU 4100-EXIT
069200         UNTIL WS-EOF.
069300     MOVE SPACES TO WS-RPT-LINE.
069400     STRING "OPEN COMPLAINTS BY ZONE - RUN " WS-SYSTEM-DATE
069500         " " WS-SYS-HHMM
069600         DELIMITED BY SIZE INTO WS-RPT-LINE.
069700     WRITE CL-LINE FROM WS-RPT-LINE.
069800     PERFORM 4200-REPORT-ZONE THRU 4200-EXIT
069900         VARYING WS-ZN-SUB FROM 1 BY 1
070000         UNTIL WS-ZN-SUB > WS-ZONE-COUNT.
070100     MOVE SPACES TO WS-RPT-LINE.
070200     WRITE CL-LINE FROM WS-RPT-LINE.
070300     MOVE WS-OPEN-COUNT TO WS-COUNT-ED.
070400     STRING "ALL ZONES OPEN " WS-COUNT-ED
070500         DELIMITED BY SIZE INTO WS-RPT-LINE.
070600     MOVE WS-BREACH-COUNT TO WS-COUNT-ED.
070700     MOVE WS-COUNT-ED TO WS-RPT-LINE(22:5).
070800     MOVE "PAST TARGET" TO WS-RPT-LINE(28:11).
070900     WRITE CL-LINE FROM WS-RPT-LINE.
071000 4000-EXIT.
071100     EXIT.

071200 4100-LOAD-OPEN.
071300     READ COMPREG NEXT RECORD
071400         AT END
071500             MOVE "Y" TO WS-EOF-SW
071600             GO TO 4100-EXIT
071700     END-READ.
071800     ADD 1 TO WS-REG-READ.
071900     IF CP-STAT-CLOSED
072000         GO TO 4100-EXIT
072100     END-IF.
072200     IF WS-OC-COUNT >= 2000
072300         DISPLAY "BILCMPL: OPEN-COMPLAINT TABLE FULL - REPORT"
072400             " INCOMPLETE"
072500         MOVE "Y" TO WS-EOF-SW
072600         GO TO 4100-EXIT
072700     END-IF.
072800     ADD 1 TO WS-OC-COUNT.
072900     ADD 1 TO WS-OPEN-COUNT.
073000     MOVE CP-COMPLAINT-NO TO WS-OC-COMPLAINT-NO(WS-OC-COUNT).
073100     MOVE CP-CUST-ID      TO WS-OC-CUST-ID(WS-OC-COUNT).
073200     MOVE CP-ZONE-CODE    TO WS-OC-ZONE-CODE(WS-OC-COUNT).
073300     MOVE CP-CATEGORY     TO WS-OC-CATEGORY(WS-OC-COUNT).
073400     MOVE CP-DESK-ID      TO WS-OC-DESK-ID(WS-OC-COUNT).
073500     MOVE CP-OPEN-DATE    TO WS-OC-OPEN-DATE(WS-OC-COUNT).
073600     MOVE CP-DUE-DATE     TO WS-OC-DUE-DATE(WS-OC-COUNT).
073700     MOVE CP-DUE-TIME     TO WS-OC-DUE-TIME(WS-OC-COUNT).
073800     MOVE "N"             TO WS-OC-BREACH-SW(WS-OC-COUNT).
073900     MOVE ZERO            TO WS-OC-OVER-HOURS(WS-OC-COUNT).
074000     MOVE CP-DUE-TIME TO WS-HHMM.
074100     COMPUTE WS-DUE-MIN =
074200         FUNCTION INTEGER-OF-DATE(CP-DUE-DATE) * 1440
074300         + WS-HHMM-HH * 60 + WS-HHMM-MM.
074400     PERFORM 4300-FIND-ZONE-SLOT THRU 4300-EXIT.
074500     IF WS-ZN-FOUND > 0
074600         ADD 1 TO WS-ZN-OPEN(WS-ZN-FOUND)
074700     END-IF.
074800     IF WS-NOW-MIN > WS-DUE-MIN
074900         COMPUTE WS-OVER-HOURS = (WS-NOW-MIN - WS-DUE-MIN) / 60
075000         MOVE WS-OVER-HOURS TO WS-OC-OVER-HOURS(WS-OC-COUNT)
075100         MOVE "Y" TO WS-OC-BREACH-SW(WS-OC-COUNT)
075200         ADD 1 TO WS-BREACH-COUNT
075300         IF WS-ZN-FOUND > 0
075400             ADD 1 TO WS-ZN-BREACHED(WS-ZN-FOUND)
075500         END-IF
075600     END-IF.
075700 4100-EXIT.
075800     EXIT.

075900 4200-REPORT-ZONE.
076000     MOVE SPACES TO WS-RPT-LINE.
076100     WRITE CL-LINE FROM WS-RPT-LINE.
076200     MOVE WS-ZN-OPEN(WS-ZN-SUB) TO WS-COUNT-ED.
076300     STRING "ZONE " WS-ZN-ZONE-CODE(WS-ZN-SUB)
076400         "        " WS-COUNT-ED
076500         DELIMITED BY SIZE INTO WS-RPT-LINE.
076600     MOVE WS-ZN-BREACHED(WS-ZN-SUB) TO WS-COUNT-ED.
076700     MOVE WS-COUNT-ED TO WS-RPT-LINE(22:5).
076800     MOVE "PAST TARGET" TO WS-RPT-LINE(28:11).
076900     WRITE CL-LINE FROM WS-RPT-LINE.
077000     MOVE "COMPLAINT CUST-ID    CT DESK     LOGGED   DUE"
077100         TO WS-RPT-LINE.
077200     WRITE CL-LINE FROM WS-RPT-LINE.
077300     PERFORM 4210-REPORT-ONE THRU 4210-EXIT
077400         VARYING WS-OC-SUB FROM 1 BY 1
077500         UNTIL WS-OC-SUB > WS-OC-COUNT.
077600 4200-EXIT.
077700     EXIT.

077800 4210-REPORT-ONE.
077900     IF WS-OC-ZONE-CODE(WS-OC-SUB)
078000         NOT = WS-ZN-ZONE-CODE(WS-ZN-SUB)
078100         GO TO 4210-EXIT
078200     END-IF.
078300     MOVE SPACES TO WS-RPT-LINE.
078400     STRING WS-OC-COMPLAINT-NO(WS-OC-SUB) "  "
078500         WS-OC-CUST-ID(WS-OC-SUB) " "
078600         WS-OC-CATEGORY(WS-OC-SUB) " "
078700         WS-OC-DESK-ID(WS-OC-SUB) " "
078800         WS-OC-OPEN-DATE(WS-OC-SUB) " "
078900         WS-OC-DUE-DATE(WS-OC-SUB) " "
079000         WS-OC-DUE-TIME(WS-OC-SUB)
079100         DELIMITED BY SIZE INTO WS-RPT-LINE.
079200     IF WS-OC-BREACH-SW(WS-OC-SUB) = "Y"
079300         MOVE WS-OC-OVER-HOURS(WS-OC-SUB) TO WS-HOURS-ED
079400         MOVE "** BREACH" TO WS-RPT-LINE(64:9)
079500         MOVE WS-HOURS-ED TO WS-RPT-LINE(73:7)
079600     END-IF.
079700     WRITE CL-LINE FROM WS-RPT-LINE.
079800 4210-EXIT.
079900     EXIT.

080000 4300-FIND-ZONE-SLOT.
080100     MOVE ZERO TO WS-ZN-FOUND.
080200     PERFORM 4310-MATCH-ZONE THRU 4310-EXIT
080300         VARYING WS-ZN-SUB FROM 1 BY 1
080400         UNTIL WS-ZN-SUB > WS-ZONE-COUNT
080500            OR WS-ZN-FOUND > 0.
080600     IF WS-ZN-FOUND = 0
080700         IF WS-ZONE-COUNT >= 100
080800             DISPLAY "BILCMPL: ZONE TABLE FULL - ZONE "
080900                 CP-ZONE-CODE " NOT TOTALLED"
081000             GO TO 4300-EXIT
081100         END-IF
081200         ADD 1 TO WS-ZONE-COUNT
081300         MOVE WS-ZONE-COUNT TO WS-ZN-FOUND
081400         MOVE CP-ZONE-CODE TO WS-ZN-ZONE-CODE(WS-ZN-FOUND)
081500         MOVE ZERO TO WS-ZN-OPEN(WS-ZN-FOUND)
081600         MOVE ZERO TO WS-ZN-BREACHED(WS-ZN-FOUND)
081700     END-IF.
081800 4300-EXIT.
081900     EXIT.

082000 4310-MATCH-ZONE.
082100     IF WS-ZN-ZONE-CODE(WS-ZN-SUB) = CP-ZONE-CODE
082200         MOVE WS-ZN-SUB TO WS-ZN-FOUND
082300     END-IF.
082400 4310-EXIT.
082500     EXIT.

082600 8000-WRITE-HISTORY.
082700     MOVE CP-COMPLAINT-NO TO CH-COMPLAINT-NO.
082800     MOVE WS-SYSTEM-DATE  TO CH-EVENT-DATE.
082900     MOVE WS-SYS-HHMM     TO CH-EVENT-TIME.
083000     MOVE CP-STATUS       TO CH-STATUS.
083100     MOVE CP-DESK-ID      TO CH-DESK-ID.
083200     MOVE WS-OPERATOR-ID  TO CH-OPERATOR-ID.
083300     WRITE CH-RECORD.
083400 8000-EXIT.
083500     EXIT.

083600 9000-TERMINATE.
083700     IF WS-CTL-CHANGED
083800         OPEN OUTPUT COMPCTL
083900         MOVE WS-LAST-COMPLAINT-NO TO CQ-LAST-COMPLAINT-NO
084000         WRITE CQ-RECORD
084100         CLOSE COMPCTL
084200     END-IF.
084300     IF WS-CP-OPEN
084400         CLOSE COMPREG
084500     END-IF.
084600     IF WS-RP-OPEN
084700         CLOSE CMPLRPT
084700         PERFORM 9680-FILE-REPORT THRU 9680-EXIT
084800     END-IF.
084900     IF WS-CH-OPEN
085000         CLOSE COMPHIST
085100     END-IF.
085200     IF WS-CM-OPEN
085300         CLOSE CUSTMAS
085400     END-IF.
085500     IF WS-BH-OPEN
085600         CLOSE BILLHIST
085700     END-IF.
085800     IF FS-RUNLOG-OK
085900         PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT
086000         CLOSE RUNLOG
086100     END-IF.
086200     DISPLAY "BILCMPL: LOGGED " WS-LOGGED-COUNT
086300         " UPDATED " WS-UPDATED-COUNT
086400         " OPEN " WS-OPEN-COUNT
086500         " PAST TARGET " WS-BREACH-COUNT.
086600 9000-EXIT.
086700     EXIT.

086800 9600-WRITE-RUNLOG.
086900     MOVE "BILCMPL"        TO RL-PROGRAM-ID.
087000     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
087100     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
087200     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
087300     MOVE "COMPREG"        TO RL-INPUT-FILE.
087400     MOVE WS-REG-READ      TO RL-RECORDS-READ.
087500     COMPUTE RL-BILLS-PRODUCED = WS-LOGGED-COUNT
087600         + WS-UPDATED-COUNT.
087700     MOVE WS-BREACH-COUNT  TO RL-EXCEPTIONS.
087800     MOVE ZERO             TO RL-TOTAL-BILLED.
087900     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
088000     ACCEPT RL-END-TIME FROM TIME.
088100     WRITE RL-RECORD.
088200 9600-EXIT.
088300     EXIT.

088400*-----------------------------------------------------------*
088500*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
088600*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
088700*    OUTLIVES THE NEXT RUN.                                    *
088800*-----------------------------------------------------------*
088900 9680-FILE-REPORT.
089000     OPEN INPUT CMPLRPT.
089100     IF NOT FS-CMPLRPT-OK
089200         GO TO 9680-EXIT
089300     END-IF.
089400     MOVE "O"               TO RO-FUNCTION.
089500     MOVE "CMPLRPT"         TO RO-REPORT-NAME.
089600     MOVE "BILCMPL"         TO RO-PROGRAM-ID.
089700     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
089800     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
089900     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
090000     MOVE WS-IN-PERIOD      TO RO-PERIOD.
090100     CALL "BILRPTF" USING RO-PARMS.
090200     IF RO-OK
090300         MOVE "N" TO WS-RO-EOF-SW
090400         PERFORM 9690-FILE-LINE THRU 9690-EXIT
090500             UNTIL WS-RO-EOF
090600         MOVE "C"          TO RO-FUNCTION
090700         CALL "BILRPTF" USING RO-PARMS
090800     END-IF.
090900     CLOSE CMPLRPT.
091000 9680-EXIT.
091100     EXIT.

091200 9690-FILE-LINE.
091300     READ CMPLRPT
091400         AT END
091500             MOVE "Y" TO WS-RO-EOF-SW
091600             GO TO 9690-EXIT
091700     END-READ.
091800     MOVE "L"               TO RO-FUNCTION.
091900     MOVE CL-LINE           TO RO-LINE.
092000     CALL "BILRPTF" USING RO-PARMS.
092100 9690-EXIT.
092200     EXIT.
