000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILTHFT.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILTHFT                                                     *
000900*  THEFT CASES BILLED TO NON-CUSTOMERS.  AN UNAUTHORISED       *
001000*  CONNECTION - A HOOK ON THE LINE, A TAP BEFORE THE METER OF  *
001100*  A HOUSE THAT HAS NONE - IS FOUND BY THE VIGILANCE SQUAD     *
001200*  AGAINST SOMEBODY WHO HAS NO ACCOUNT TO BILL.  TWO           *
001300*  FUNCTIONS, PICKED BY THE OPERATOR AT STARTUP:               *
001400*    A - BOOK THE CASE AND ASSESS IT (SUPERVISOR).  A          *
001500*        PROVISIONAL ACCOUNT IS OPENED ON CUSTMAS FOR THE      *
001600*        OFFENDER (STATUS P - NO BATCH RUN BILLS IT), AND THE  *
001700*        STATUTORY CONNECTED-LOAD ASSESSMENT IS RAISED ON IT:  *
001800*        LOAD FOUND X HOURS A DAY X DAYS OF USE, PRICED AT     *
001900*        THE MULTIPLE OF THE APPLICABLE TARIFF, WITH GST, AND  *
002000*        THE COMPOUNDING CHARGE ON TOP.  THE BILL POSTS TO     *
002100*        BILLHIST AND OPENITEM UNDER ITS OWN INVCTL INVOICE    *
002200*        NUMBER AND IS PRINTED TO THFTBIL FOR SERVICE ON THE   *
002300*        OFFENDER WITH THE POLICE COMPLAINT REFERENCE.         *
002400*    S - STATUS SWEEP.  A CASE WHOSE BILL BILPAY HAS SETTLED   *
002500*        IS MARKED PAID AND ITS PROVISIONAL ACCOUNT CLOSED; AN *
002600*        UNPAID CASE THE RECOVERY CELL HAS TAKEN TO COURT      *
002700*        THROUGH BILLEGL (LEGCASE, AGAINST THE PROVISIONAL     *
002800*        ACCOUNT) IS MARKED IN COURT WITH ITS CASE NUMBER.     *
002900*        EVERY CASE IS LISTED ON THFTRPT.                      *
003000*  THE ASSESSMENT GOES ON THE SHARED GL EXTRACT UNDER ITS OWN  *
003100*  POSTING TYPES (4170-THF ENERGY, 4180-CMP COMPOUNDING), NOT  *
003200*  4000-REV, SO IT NEVER SWELLS THE REGULAR REVENUE LINE.      *
003300*  THE REGISTER (THFTREG) IS HELD WHOLE IN STORAGE AND         *
003400*  WRITTEN BACK AT END OF RUN, THE SAME IDIOM BILLEGL USES.    *
003500*-----------------------------------------------------------*
003600*  MODIFICATION HISTORY                                      *
003700*  DATE       INIT  DESCRIPTION                               *
003800*  2026-10-15 RSH   ORIGINAL                                  *
003800*  2026-10-15 RSH   FILE THFTRPT IN THE REPORT REPOSITORY    *
003800*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
003800*  2026-10-15 RSH   ABANDON THE RUN WHEN BILGLAC CANNOT POST *
003800*                   AN AMOUNT (POSTING TABLE FULL).          *
003900*-----------------------------------------------------------*
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.   IBM-370.
004300 OBJECT-COMPUTER.   IBM-370.

004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT THFTREG ASSIGN TO "THFTREG"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS FS-THFTREG.

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

005900     SELECT RATETAB ASSIGN TO "RATETAB"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS FS-RATETAB.

006200     SELECT INVCTL ASSIGN TO "INVCTL"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS FS-INVCTL.

006500     SELECT ZONEWARD ASSIGN TO "ZONEWARD"
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS FS-ZONEWARD.

006800     SELECT OPENITEM ASSIGN TO "OPENITEM"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS FS-OPENITEM.

007100     SELECT LEGCASE ASSIGN TO "LEGCASE"
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS FS-LEGCASE.

007400     SELECT THFTBIL ASSIGN TO "THFTBIL"
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS FS-THFTBIL.

007700     SELECT THFTRPT ASSIGN TO "THFTRPT"
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS FS-THFTRPT.

008000     SELECT GLEXTR ASSIGN TO "BILGL"
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS FS-GLEXTR.

008300     SELECT RUNLOG ASSIGN TO "RUNLOG"
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS FS-RUNLOG.

008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  THFTREG
008900     LABEL RECORDS ARE STANDARD.
009000 COPY THFTREG.

009100 FD  CUSTMAS
009200     LABEL RECORDS ARE STANDARD.
009300 COPY CUSTMAS.

009400 FD  BILLHIST
009500     LABEL RECORDS ARE STANDARD.
009600 COPY BILLHIST.

009700 FD  RATETAB
009800     LABEL RECORDS ARE STANDARD.
009900 COPY RATETAB.

010000 FD  INVCTL
010100     LABEL RECORDS ARE STANDARD.
010200 COPY INVCTL.

010300 FD  ZONEWARD
010400     LABEL RECORDS ARE STANDARD.
010500 COPY ZONEWARD.

010600 FD  OPENITEM
010700     LABEL RECORDS ARE STANDARD.
010800 COPY OPENITEM.

010900 FD  LEGCASE
011000     LABEL RECORDS ARE STANDARD.
011100 COPY LEGCASE.

011200 FD  THFTBIL
011300     LABEL RECORDS ARE STANDARD.
011400 01  TB-LINE                     PIC X(80).

011500 FD  THFTRPT
011600     LABEL RECORDS ARE STANDARD.
011700 01  TR-LINE                     PIC X(100).

011800 FD  GLEXTR
011900     LABEL RECORDS ARE STANDARD.
012000 COPY GLJRNL.

012100 FD  RUNLOG
012200     LABEL RECORDS ARE STANDARD.
012300 COPY RUNLOG.

012400 WORKING-STORAGE SECTION.
012500*-----------------------------------------------------------*
012600*    FILE STATUS SWITCHES                                      *
012700*-----------------------------------------------------------*
012800 77  FS-THFTREG              PIC X(02).
012900     88  FS-THFTREG-OK               VALUE "00".
013000 77  FS-CUSTMAS              PIC X(02).
013100     88  FS-CUSTMAS-OK               VALUE "00".
013200 77  FS-BILLHIST             PIC X(02).
013300     88  FS-BILLHIST-OK              VALUE "00".
013400 77  FS-RATETAB              PIC X(02).
013500     88  FS-RATETAB-OK               VALUE "00".
013600 77  FS-INVCTL               PIC X(02).
013700     88  FS-INVCTL-OK                VALUE "00".
013800 77  FS-ZONEWARD             PIC X(02).
013900     88  FS-ZONEWARD-OK              VALUE "00".
014000 77  FS-OPENITEM             PIC X(02).
014100     88  FS-OPENITEM-OK              VALUE "00".
014200 77  FS-LEGCASE              PIC X(02).
014300     88  FS-LEGCASE-OK               VALUE "00".
014400 77  FS-THFTBIL              PIC X(02).
014500     88  FS-THFTBIL-OK               VALUE "00".
014600     88  FS-THFTBIL-NOFILE           VALUE "35".
014700 77  FS-THFTRPT              PIC X(02).
014800     88  FS-THFTRPT-OK               VALUE "00".
014900 77  FS-GLEXTR               PIC X(02).
015000     88  FS-GLEXTR-OK                VALUE "00".
015100     88  FS-GLEXTR-NOFILE            VALUE "35".
015200 77  FS-RUNLOG               PIC X(02).
015300     88  FS-RUNLOG-OK                VALUE "00".

015400*-----------------------------------------------------------*
015500*    PROGRAM SWITCHES                                          *
015600*-----------------------------------------------------------*
015700 77  WS-ABORT-SW             PIC X(01) VALUE "N".
015800     88  WS-ABORT                    VALUE "Y".
015900 77  WS-TF-EOF-SW            PIC X(01) VALUE "N".
016000     88  WS-TF-EOF                   VALUE "Y".
016100 77  WS-RT-EOF-SW            PIC X(01) VALUE "N".
016200     88  WS-RT-EOF                   VALUE "Y".
016300 77  WS-IC-EOF-SW            PIC X(01) VALUE "N".
016400     88  WS-IC-EOF                   VALUE "Y".
016500 77  WS-ZW-EOF-SW            PIC X(01) VALUE "N".
016600     88  WS-ZW-EOF                   VALUE "Y".
016700 77  WS-LG-EOF-SW            PIC X(01) VALUE "N".
016800     88  WS-LG-EOF                   VALUE "Y".
016800 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
016800     88  WS-RO-EOF                   VALUE "Y".
016900 77  WS-ZW-VALID-SW          PIC X(01) VALUE "N".
017000     88  WS-ZW-VALID                 VALUE "Y".
017100 77  WS-RATE-FOUND-SW        PIC X(01) VALUE "N".
017200     88  WS-RATE-FOUND               VALUE "Y".

017300*-----------------------------------------------------------*
017400*    OPERATOR AND INPUT FIELDS                                 *
017500*-----------------------------------------------------------*
017600 77  WS-OPERATOR-ID          PIC X(08).
017700 77  WS-PASSWORD             PIC X(08).
017800 77  WS-SYSTEM-DATE          PIC 9(08).
017900 77  WS-SYSTEM-TIME          PIC 9(08).
018000 77  WS-BILL-PERIOD          PIC 9(06) VALUE ZERO.
018100 77  WS-FUNCTION             PIC X(01).
018200     88  WS-FUNC-ASSESS              VALUE "A".
018300     88  WS-FUNC-SWEEP               VALUE "S".
018400 77  WS-IN-NAME              PIC X(30).
018500 77  WS-IN-ADDR-LINE1        PIC X(30).
018600 77  WS-IN-ADDR-LINE2        PIC X(30).
018700 77  WS-IN-ADDR-CITY         PIC X(20).
018800 77  WS-IN-ADDR-STATE        PIC X(02).
018900 77  WS-IN-ADDR-PIN          PIC X(06).
019000 77  WS-IN-ZONE-CODE         PIC X(02).
019100 77  WS-IN-WARD-CODE         PIC X(03).
019200 77  WS-IN-CLASS             PIC X(01).
019300 77  WS-IN-POLICE-REF        PIC X(20).
019400 77  WS-IN-DETECT-DATE       PIC 9(08).
019500 77  WS-IN-LOAD-KW           PIC 9(05)V99.
019600 77  WS-IN-HOURS             PIC 9(02).
019700 77  WS-IN-DAYS              PIC 9(03).
019800 77  WS-IN-MULTIPLE          PIC 9(01)V9.
019900 77  WS-IN-COMPOUND          PIC 9(07)V99.

020000*-----------------------------------------------------------*
020100*    ASSESSMENT WORK FIELDS.  THE STATUTE ALLOWS THE           *
020200*    ASSESSMENT TO REACH BACK TWELVE MONTHS AT MOST, AND       *
020300*    PRICES UNAUTHORISED USE AT TWICE THE TARIFF UNLESS THE    *
020400*    ASSESSING OFFICER KEYS ANOTHER MULTIPLE.  THE TARIFF IS   *
020500*    THE TOP-SLAB ENERGY RATE OF THE SCHEDULE FOR THE CLASS    *
020600*    OF USE FOUND - AN UNMETERED SUPPLY HAS NO SLABS TO WALK.  *
020700*    THE COMPOUNDING CHARGE, WHEN NOT KEYED, IS THE PER-KW     *
020800*    RATE FOR THE CLASS ON THE CONNECTED LOAD.                 *
020900*-----------------------------------------------------------*
021000 77  WS-MAX-DAYS             PIC 9(03) VALUE 365.
021100 77  WS-DEFAULT-MULTIPLE     PIC 9(01)V9 VALUE 2.0.
021200 77  WS-CMP-RATE-RESIDENTIAL PIC 9(05)V99 VALUE 2000.00.
021300 77  WS-CMP-RATE-COMMERCIAL  PIC 9(05)V99 VALUE 4000.00.
021400 77  WS-CMP-RATE-INDUSTRIAL  PIC 9(05)V99 VALUE 10000.00.
021500 77  WS-CMP-RATE             PIC 9(05)V99 VALUE ZERO.
021600 77  WS-TARIFF-RATE          PIC 9(03)V99 VALUE ZERO.
021700 77  WS-GST-PCT              PIC 9(02)V99 VALUE ZERO.
021800 77  WS-UNITS-WORK           PIC 9(09) VALUE ZERO.
021900 77  WS-ENERGY-AMT           PIC 9(09)V99 VALUE ZERO.
022000 77  WS-GST-AMT              PIC 9(09)V99 VALUE ZERO.
022100 77  WS-COMPOUND-AMT         PIC 9(07)V99 VALUE ZERO.
022200 77  WS-TOTAL-AMT            PIC 9(09)V99 VALUE ZERO.
022300 77  WS-INVOICE-NO           PIC 9(09) VALUE ZERO.
022400 77  WS-PAYMENT-TERM-DAYS    PIC 9(03) VALUE 015.
022500 77  WS-DUE-DATE             PIC 9(08) VALUE ZERO.
022600 01  WS-PROV-CUST-ID.
022700     05  WS-PCI-PREFIX       PIC X(01) VALUE "T".
022800     05  WS-PCI-SEQ          PIC 9(09).

022900*-----------------------------------------------------------*
023000*    REGISTER WORK FIELDS AND RUN COUNTS                       *
023100*-----------------------------------------------------------*
023200 77  WS-TC-SUB               PIC 9(04) VALUE ZERO.
023300 77  WS-LC-SUB               PIC 9(03) VALUE ZERO.
023400 77  WS-LC-FOUND             PIC 9(03) VALUE ZERO.
023500 77  WS-LAST-CASE-NO         PIC 9(06) VALUE ZERO.
023600 77  WS-ASSESSED-COUNT       PIC 9(05) VALUE ZERO.
023700 77  WS-PAID-COUNT           PIC 9(05) VALUE ZERO.
023800 77  WS-COURT-COUNT          PIC 9(05) VALUE ZERO.
023900 77  WS-CLOSED-COUNT         PIC 9(05) VALUE ZERO.
024000 77  WS-TOTAL-POSTED         PIC 9(11)V99 VALUE ZERO.
024100 77  WS-RPT-ASSESSED         PIC 9(11)V99 VALUE ZERO.
024200 77  WS-RPT-COLLECTED        PIC 9(11)V99 VALUE ZERO.
024300 77  WS-RPT-OUTSTANDING      PIC 9(11)V99 VALUE ZERO.
024400 77  WS-GL-DETAILS           PIC 9(06) VALUE ZERO.
024500 77  WS-GL-HASH              PIC S9(11)V99 VALUE ZERO.

024600*-----------------------------------------------------------*
024700*    PRINT LINES AND EDITED FIELDS                             *
024800*-----------------------------------------------------------*
024900 01  WS-BILL-LINE            PIC X(80).
025000 01  WS-RPT-LINE             PIC X(100).
025100 01  WS-AMT-ED               PIC ZZZZZZZZ9.99.
025200 01  WS-AMT2-ED              PIC ZZZZZZZZ9.99.
025300 01  WS-TOT-ED               PIC ZZZZZZZZZZ9.99.
025400 01  WS-LOAD-ED              PIC ZZZZ9.99.
025500 01  WS-RATE-ED              PIC ZZ9.99.
025600 01  WS-MULT-ED              PIC 9.9.
025700 01  WS-UNITS-ED             PIC ZZZZZZ9.
025800 01  WS-COUNT-ED             PIC ZZZZ9.

025900*-----------------------------------------------------------*
026000*    THE WHOLE REGISTER, HELD IN STORAGE AND WRITTEN BACK      *
026100*    WHOLE AT END OF RUN.                                      *
026200*-----------------------------------------------------------*
026300 01  WS-CASE-REGISTER.
026400     05  WS-TC-ENTRY OCCURS 1000 TIMES.
026500         10  WS-TC-CASE-NO           PIC 9(06).
026600         10  WS-TC-CUST-ID           PIC X(10).
026700         10  WS-TC-NAME              PIC X(30).
026800         10  WS-TC-POLICE-REF        PIC X(20).
026900         10  WS-TC-DETECT-DATE       PIC 9(08).
027000         10  WS-TC-SERVICE-TYPE      PIC X(01).
027100         10  WS-TC-CUST-CLASS        PIC X(01).
027200         10  WS-TC-LOAD-KW           PIC 9(05)V99.
027300         10  WS-TC-HOURS             PIC 9(02).
027400         10  WS-TC-DAYS              PIC 9(03).
027500         10  WS-TC-MULTIPLE          PIC 9(01)V9.
027600         10  WS-TC-TARIFF-RATE       PIC 9(03)V99.
027700         10  WS-TC-UNITS             PIC 9(07).
027800         10  WS-TC-ENERGY-AMT        PIC 9(09)V99.
027900         10  WS-TC-GST-AMT           PIC 9(09)V99.
028000         10  WS-TC-COMPOUND-AMT      PIC 9(07)V99.
028100         10  WS-TC-TOTAL-AMT         PIC 9(09)V99.
028200         10  WS-TC-INVOICE-NO        PIC 9(09).
028300         10  WS-TC-BILL-PERIOD       PIC 9(06).
028400         10  WS-TC-STATUS            PIC X(01).
028500         10  WS-TC-STATUS-DATE       PIC 9(08).
028600         10  WS-TC-AMOUNT-PAID       PIC 9(09)V99.
028700         10  WS-TC-LEGAL-CASE-NO     PIC X(12).
028800         10  WS-TC-OPERATOR-ID       PIC X(08).
028900 01  WS-REGISTER-COUNT           PIC 9(04) VALUE ZERO.

029000*-----------------------------------------------------------*
029100*    THE LEGAL-RECOVERY CASES ON LEGCASE THAT STAND AGAINST    *
029200*    A PROVISIONAL ACCOUNT - BILLEGL KEEPS THE REGISTER, THE   *
029300*    SWEEP ONLY READS IT.                                      *
029400*-----------------------------------------------------------*
029500 01  WS-LEGAL-TABLE.
029600     05  WS-LC-ENTRY OCCURS 300 TIMES.
029700         10  WS-LC-CASE-NO           PIC X(12).
029800         10  WS-LC-CUST-ID           PIC X(10).
029900         10  WS-LC-STATUS            PIC X(01).
030000 01  WS-LEGAL-COUNT              PIC 9(03) VALUE ZERO.

030100*-----------------------------------------------------------*
030200*    RATE TABLE, ZONE/WARD TABLE AND CALL PARAMETER BLOCKS     *
030300*-----------------------------------------------------------*
030400 COPY RATETBL.
030500 COPY ZWTBL.
030600 COPY BDPARM.
030700 COPY PBPARM.
030800 COPY GLPARM.
030900 COPY SIGNPARM.
030900 COPY RPTPARM.

031000 PROCEDURE DIVISION.
031100 0000-MAINLINE SECTION.
031200     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
031300     IF NOT WS-ABORT
031400         EVALUATE TRUE
031500             WHEN WS-FUNC-ASSESS
031600                 PERFORM 2000-ASSESS-CASE THRU 2000-EXIT
031700                 PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
031800             WHEN WS-FUNC-SWEEP
031900                 PERFORM 5000-STATUS-SWEEP THRU 5000-EXIT
032000         END-EVALUATE
032100     END-IF.
032200     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
032300     STOP RUN.

032400 1000-INITIALIZE.
032500     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
032600     ACCEPT WS-SYSTEM-TIME FROM TIME.
032700     MOVE WS-SYSTEM-DATE(1:6) TO WS-BILL-PERIOD.
032800     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
032900     ACCEPT WS-OPERATOR-ID.
033000     DISPLAY "FUNCTION (A=ASSESS CASE S=STATUS SWEEP): "
033100         WITH NO ADVANCING.
033200     ACCEPT WS-FUNCTION.
033300     IF NOT WS-FUNC-ASSESS AND NOT WS-FUNC-SWEEP
033400         DISPLAY "BILTHFT: UNKNOWN FUNCTION " WS-FUNCTION
033500         MOVE "Y" TO WS-ABORT-SW
033600         GO TO 1000-EXIT
033700     END-IF.
033800*    AN ASSESSMENT OPENS AN ACCOUNT AND RAISES A BILL THE
033900*    OFFENDER MAY CONTEST IN COURT, SO IT IS A SUPERVISOR'S
034000*    FUNCTION.
034100     IF WS-FUNC-ASSESS
034200         DISPLAY "PASSWORD: " WITH NO ADVANCING
034300         ACCEPT WS-PASSWORD
034400         MOVE WS-OPERATOR-ID TO SG-OPERATOR-ID
034500         MOVE WS-PASSWORD    TO SG-PASSWORD
034600         MOVE 2              TO SG-REQUIRED-LEVEL
034700         CALL "BILSIGN" USING SG-PARMS
034800         IF NOT SG-OK
034900             DISPLAY "BILTHFT: SIGN-ON REFUSED - RUN ABANDONED"
035000             MOVE "Y" TO WS-ABORT-SW
035100             GO TO 1000-EXIT
035200         END-IF
035300     END-IF.
035400     OPEN EXTEND RUNLOG.
035500     IF NOT FS-RUNLOG-OK
035600         DISPLAY "BILTHFT: UNABLE TO OPEN RUNLOG, STATUS "
035700             FS-RUNLOG
035800         MOVE "Y" TO WS-ABORT-SW
035900         GO TO 1000-EXIT
036000     END-IF.
036100     PERFORM 1100-LOAD-REGISTER THRU 1100-EXIT.
036200     IF WS-ABORT
036300         GO TO 1000-EXIT
036400     END-IF.
036500     OPEN I-O CUSTMAS.
036600     IF NOT FS-CUSTMAS-OK
036700         DISPLAY "BILTHFT: UNABLE TO OPEN CUSTMAS, STATUS "
036800             FS-CUSTMAS
036900         MOVE "Y" TO WS-ABORT-SW
037000         GO TO 1000-EXIT
037100     END-IF.
037200     IF WS-FUNC-SWEEP
037300         OPEN INPUT BILLHIST
037400     ELSE
037500         OPEN I-O BILLHIST
037600     END-IF.
037700     IF NOT FS-BILLHIST-OK
037800         DISPLAY "BILTHFT: UNABLE TO OPEN BILLHIST, STATUS "
037900             FS-BILLHIST
038000         MOVE "Y" TO WS-ABORT-SW
038100         GO TO 1000-EXIT
038200     END-IF.
038300     IF WS-FUNC-SWEEP
038400         PERFORM 1500-LOAD-LEGAL-CASES THRU 1500-EXIT
038500         OPEN OUTPUT THFTRPT
038600         IF NOT FS-THFTRPT-OK
038700             DISPLAY "BILTHFT: UNABLE TO OPEN THFTRPT, STATUS "
038800                 FS-THFTRPT
038900             MOVE "Y" TO WS-ABORT-SW
039000         END-IF
039100         GO TO 1000-EXIT
039200     END-IF.
039300     PERFORM 1200-LOAD-RATE-TABLE THRU 1200-EXIT.
039400     IF WS-ABORT
039500         GO TO 1000-EXIT
039600     END-IF.
039700     PERFORM 1300-READ-INVCTL-FILE THRU 1300-EXIT.
039800     PERFORM 1400-LOAD-ZONEWARD THRU 1400-EXIT.
039900     OPEN EXTEND OPENITEM.
040000     IF NOT FS-OPENITEM-OK
040100         DISPLAY "BILTHFT: UNABLE TO OPEN OPENITEM, STATUS "
040200             FS-OPENITEM
040300         MOVE "Y" TO WS-ABORT-SW
040400         GO TO 1000-EXIT
040500     END-IF.
040600     OPEN EXTEND THFTBIL.
040700     IF FS-THFTBIL-NOFILE
040800         OPEN OUTPUT THFTBIL
040900     END-IF.
041000     IF NOT FS-THFTBIL-OK
041100         DISPLAY "BILTHFT: UNABLE TO OPEN THFTBIL, STATUS "
041200             FS-THFTBIL
041300         MOVE "Y" TO WS-ABORT-SW
041400     END-IF.
041500 1000-EXIT.
041600     EXIT.

041700*-----------------------------------------------------------*
041800*    THE REGISTER FILE IS OPTIONAL ON FIRST USE - THE FIRST    *
041900*    CASE BOOKED CREATES IT.  THE HIGHEST CASE NUMBER ON FILE  *
042000*    IS KEPT SO THE NEXT ONE FOLLOWS ON.                       *
042100*-----------------------------------------------------------*
042200 1100-LOAD-REGISTER.
042300     OPEN INPUT THFTREG.
042400     IF NOT FS-THFTREG-OK
042500         GO TO 1100-EXIT
042600     END-IF.
042700     READ THFTREG
042800         AT END
042900             MOVE "Y" TO WS-TF-EOF-SW
043000     END-READ.
043100     PERFORM 1110-STORE-CASE THRU 1110-EXIT
043200         UNTIL WS-TF-EOF.
043300     CLOSE THFTREG.
043400 1100-EXIT.
043500     EXIT.

043600 1110-STORE-CASE.
043700     IF WS-REGISTER-COUNT >= 1000
043800         DISPLAY "BILTHFT: CASE TABLE FULL - RUN ABANDONED"
043900             " BEFORE A CASE COULD BE LOST"
044000         MOVE "Y" TO WS-ABORT-SW
044100         MOVE "Y" TO WS-TF-EOF-SW
044200         GO TO 1110-EXIT
044300     END-IF.
044400     ADD 1 TO WS-REGISTER-COUNT.
044500     MOVE WS-REGISTER-COUNT TO WS-TC-SUB.
044600     MOVE TF-CASE-NO        TO WS-TC-CASE-NO(WS-TC-SUB).
044700     MOVE TF-CUST-ID        TO WS-TC-CUST-ID(WS-TC-SUB).
044800     MOVE TF-NAME           TO WS-TC-NAME(WS-TC-SUB).
044900     MOVE TF-POLICE-REF     TO WS-TC-POLICE-REF(WS-TC-SUB).
045000     MOVE TF-DETECT-DATE    TO WS-TC-DETECT-DATE(WS-TC-SUB).
045100     MOVE TF-SERVICE-TYPE   TO WS-TC-SERVICE-TYPE(WS-TC-SUB).
045200     MOVE TF-CUST-CLASS     TO WS-TC-CUST-CLASS(WS-TC-SUB).
045300     MOVE TF-LOAD-KW        TO WS-TC-LOAD-KW(WS-TC-SUB).
045400     MOVE TF-HOURS          TO WS-TC-HOURS(WS-TC-SUB).
045500     MOVE TF-DAYS           TO WS-TC-DAYS(WS-TC-SUB).
045600     MOVE TF-MULTIPLE       TO WS-TC-MULTIPLE(WS-TC-SUB).
045700     MOVE TF-TARIFF-RATE    TO WS-TC-TARIFF-RATE(WS-TC-SUB).
045800     MOVE TF-UNITS          TO WS-TC-UNITS(WS-TC-SUB).
045900     MOVE TF-ENERGY-AMT     TO WS-TC-ENERGY-AMT(WS-TC-SUB).
046000     MOVE TF-GST-AMT        TO WS-TC-GST-AMT(WS-TC-SUB).
046100     MOVE TF-COMPOUND-AMT   TO WS-TC-COMPOUND-AMT(WS-TC-SUB).
046200     MOVE TF-TOTAL-AMT      TO WS-TC-TOTAL-AMT(WS-TC-SUB).
046300     MOVE TF-INVOICE-NO     TO WS-TC-INVOICE-NO(WS-TC-SUB).
046400     MOVE TF-BILL-PERIOD    TO WS-TC-BILL-PERIOD(WS-TC-SUB).
046500     MOVE TF-STATUS         TO WS-TC-STATUS(WS-TC-SUB).
046600     MOVE TF-STATUS-DATE    TO WS-TC-STATUS-DATE(WS-TC-SUB).
046700     MOVE TF-AMOUNT-PAID    TO WS-TC-AMOUNT-PAID(WS-TC-SUB).
046800     MOVE TF-LEGAL-CASE-NO  TO WS-TC-LEGAL-CASE-NO(WS-TC-SUB).
046900     MOVE TF-OPERATOR-ID    TO WS-TC-OPERATOR-ID(WS-TC-SUB).
047000     IF TF-CASE-NO > WS-LAST-CASE-NO
047100         MOVE TF-CASE-NO TO WS-LAST-CASE-NO
047200     END-IF.
047300     READ THFTREG
047400         AT END
047500             MOVE "Y" TO WS-TF-EOF-SW
047600     END-READ.
047700 1110-EXIT.
047800     EXIT.

047900 1200-LOAD-RATE-TABLE.
048000     OPEN INPUT RATETAB.
048100     IF NOT FS-RATETAB-OK
048200         DISPLAY "BILTHFT: UNABLE TO OPEN RATETAB, STATUS "
048300             FS-RATETAB
048400         MOVE "Y" TO WS-ABORT-SW
048500         GO TO 1200-EXIT
048600     END-IF.
048700     READ RATETAB
048800         AT END
048900             MOVE "Y" TO WS-RT-EOF-SW
049000     END-READ.
049100     PERFORM 1210-STORE-RATE-ENTRY THRU 1210-EXIT
049200         UNTIL WS-RT-EOF.
049300     CLOSE RATETAB.
049400 1200-EXIT.
049500     EXIT.

049600 1210-STORE-RATE-ENTRY.
049700     IF WS-RATE-COUNT < 60
049800         ADD 1 TO WS-RATE-COUNT
049900         MOVE RT-SERVICE-TYPE TO
050000             WS-RT-SERVICE-TYPE(WS-RATE-COUNT)
050100         MOVE RT-CUST-CLASS  TO WS-RT-CUST-CLASS(WS-RATE-COUNT)
050200         MOVE RT-TIER1-RATE  TO WS-RT-TIER1-RATE(WS-RATE-COUNT)
050300         MOVE RT-TIER2-RATE  TO WS-RT-TIER2-RATE(WS-RATE-COUNT)
050400         MOVE RT-TIER3-RATE  TO WS-RT-TIER3-RATE(WS-RATE-COUNT)
050500         MOVE RT-GST-PCT     TO WS-RT-GST-PCT(WS-RATE-COUNT)
050600         MOVE RT-EFF-FROM    TO WS-RT-EFF-FROM(WS-RATE-COUNT)
050700         MOVE RT-EFF-TO      TO WS-RT-EFF-TO(WS-RATE-COUNT)
050800     END-IF.
050900     READ RATETAB
051000         AT END
051100             MOVE "Y" TO WS-RT-EOF-SW
051200     END-READ.
051300 1210-EXIT.
051400     EXIT.

051500 1300-READ-INVCTL-FILE.
051600     MOVE ZERO TO WS-INVOICE-NO.
051700     OPEN INPUT INVCTL.
051800     IF NOT FS-INVCTL-OK
051900         GO TO 1300-EXIT
052000     END-IF.
052100     PERFORM 1310-READ-INVCTL THRU 1310-EXIT
052200         UNTIL WS-IC-EOF.
052300     CLOSE INVCTL.
052400 1300-EXIT.
052500     EXIT.

052600 1310-READ-INVCTL.
052700     READ INVCTL
052800         AT END
052900             MOVE "Y" TO WS-IC-EOF-SW
053000         NOT AT END
053100             MOVE IC-LAST-INVOICE-NO TO WS-INVOICE-NO
053200     END-READ.
053300 1310-EXIT.
053400     EXIT.

053500*-----------------------------------------------------------*
053600*    THE HIERARCHY FILE IS OPTIONAL - A SITE NOT YET CODED     *
053700*    BY ZONE SIMPLY HAS NO FILE, AND BLANK CODES PASS.         *
053800*-----------------------------------------------------------*
053900 1400-LOAD-ZONEWARD.
054000     OPEN INPUT ZONEWARD.
054100     IF NOT FS-ZONEWARD-OK
054200         GO TO 1400-EXIT
054300     END-IF.
054400     READ ZONEWARD
054500         AT END
054600             MOVE "Y" TO WS-ZW-EOF-SW
054700     END-READ.
054800     PERFORM 1410-STORE-ZW THRU 1410-EXIT
054900         UNTIL WS-ZW-EOF.
055000     CLOSE ZONEWARD.
055100 1400-EXIT.
055200     EXIT.

055300 1410-STORE-ZW.
055400     IF WS-ZW-COUNT < 200
055500         ADD 1 TO WS-ZW-COUNT
055600         MOVE ZW-ZONE-CODE TO WS-ZW-ZONE-CODE(WS-ZW-COUNT)
055700         MOVE ZW-WARD-CODE TO WS-ZW-WARD-CODE(WS-ZW-COUNT)
055800         MOVE ZW-NAME      TO WS-ZW-NAME(WS-ZW-COUNT)
055900     END-IF.
056000     READ ZONEWARD
056100         AT END
056200             MOVE "Y" TO WS-ZW-EOF-SW
056300     END-READ.
056400 1410-EXIT.
056500     EXIT.

056600*-----------------------------------------------------------*
056700*    ONLY THE CASES FILED AGAINST A PROVISIONAL ACCOUNT ARE    *
056800*    KEPT.  LEGCASE IS OPTIONAL - NO CASE MAY YET BE FILED.    *
056900*-----------------------------------------------------------*
057000 1500-LOAD-LEGAL-CASES.
057100     OPEN INPUT LEGCASE.
057200     IF NOT FS-LEGCASE-OK
057300         GO TO 1500-EXIT
057400     END-IF.
057500     READ LEGCASE
057600         AT END
057700             MOVE "Y" TO WS-LG-EOF-SW
057800     END-READ.
057900     PERFORM 1510-STORE-LEGAL-CASE THRU 1510-EXIT
058000         UNTIL WS-LG-EOF.
058100     CLOSE LEGCASE.
058200 1500-EXIT.
058300     EXIT.

058400 1510-STORE-LEGAL-CASE.
058500     IF LG-CUST-ID(1:1) = WS-PCI-PREFIX
058600         AND WS-LEGAL-COUNT < 300
058700         ADD 1 TO WS-LEGAL-COUNT
058800         MOVE LG-CASE-NO TO WS-LC-CASE-NO(WS-LEGAL-COUNT)
058900         MOVE LG-CUST-ID TO WS-LC-CUST-ID(WS-LEGAL-COUNT)
059000         MOVE LG-STATUS  TO WS-LC-STATUS(WS-LEGAL-COUNT)
059100     END-IF.
059200     READ LEGCASE
059300         AT END
059400             MOVE "Y" TO WS-LG-EOF-SW
059500     END-READ.
059600 1510-EXIT.
059700     EXIT.

059800*-----------------------------------------------------------*
059900*    BOOK AND ASSESS ONE CASE.  EVERYTHING IS KEYED AND        *
060000*    CHECKED BEFORE THE PROVISIONAL ACCOUNT IS OPENED, SO A    *
060100*    REFUSED CASE LEAVES NOTHING BEHIND.                       *
060200*-----------------------------------------------------------*
060300 2000-ASSESS-CASE.
060400     DISPLAY "OFFENDER NAME: " WITH NO ADVANCING.
060500     ACCEPT WS-IN-NAME.
060600     DISPLAY "PREMISES ADDRESS LINE 1: " WITH NO ADVANCING.
060700     ACCEPT WS-IN-ADDR-LINE1.
060800     DISPLAY "PREMISES ADDRESS LINE 2: " WITH NO ADVANCING.
060900     ACCEPT WS-IN-ADDR-LINE2.
061000     DISPLAY "CITY: " WITH NO ADVANCING.
061100     ACCEPT WS-IN-ADDR-CITY.
061200     DISPLAY "STATE: " WITH NO ADVANCING.
061300     ACCEPT WS-IN-ADDR-STATE.
061400     DISPLAY "PIN: " WITH NO ADVANCING.
061500     ACCEPT WS-IN-ADDR-PIN.
061600     DISPLAY "ZONE CODE: " WITH NO ADVANCING.
061700     ACCEPT WS-IN-ZONE-CODE.
061800     DISPLAY "WARD CODE: " WITH NO ADVANCING.
061900     ACCEPT WS-IN-WARD-CODE.
062000     DISPLAY "CLASS OF USE FOUND (R/C/I): " WITH NO ADVANCING.
062100     ACCEPT WS-IN-CLASS.
062200     DISPLAY "POLICE COMPLAINT REFERENCE: " WITH NO ADVANCING.
062300     ACCEPT WS-IN-POLICE-REF.
062400     DISPLAY "DATE DETECTED (YYYYMMDD): " WITH NO ADVANCING.
062500     ACCEPT WS-IN-DETECT-DATE.
062600     DISPLAY "CONNECTED LOAD FOUND (KW): " WITH NO ADVANCING.
062700     ACCEPT WS-IN-LOAD-KW.
062800     DISPLAY "HOURS OF USE PER DAY: " WITH NO ADVANCING.
062900     ACCEPT WS-IN-HOURS.
063000     DISPLAY "DAYS OF USE ASSESSED: " WITH NO ADVANCING.
063100     ACCEPT WS-IN-DAYS.
063200     DISPLAY "TARIFF MULTIPLE (0 = STATUTORY 2.0): "
063300         WITH NO ADVANCING.
063400     ACCEPT WS-IN-MULTIPLE.
063500     DISPLAY "COMPOUNDING CHARGE (0 = PER-KW SCHEDULE): "
063600         WITH NO ADVANCING.
063700     ACCEPT WS-IN-COMPOUND.
063800     IF WS-IN-NAME = SPACES OR WS-IN-ADDR-LINE1 = SPACES
063900         DISPLAY "BILTHFT: OFFENDER NAME AND PREMISES ARE"
064000             " REQUIRED - CASE REFUSED"
064100         GO TO 2000-EXIT
064200     END-IF.
064300     IF WS-IN-POLICE-REF = SPACES
064400         DISPLAY "BILTHFT: NO POLICE COMPLAINT REFERENCE -"
064500             " CASE REFUSED"
064600         GO TO 2000-EXIT
064700     END-IF.
064800     IF WS-IN-CLASS NOT = "R" AND WS-IN-CLASS NOT = "C"
064900         AND WS-IN-CLASS NOT = "I"
065000         DISPLAY "BILTHFT: CLASS OF USE MUST BE R, C OR I"
065100         GO TO 2000-EXIT
065200     END-IF.
065300     IF WS-IN-DETECT-DATE NOT NUMERIC
065400         OR WS-IN-DETECT-DATE = ZERO
065500         OR WS-IN-DETECT-DATE > WS-SYSTEM-DATE
065600         DISPLAY "BILTHFT: DATE DETECTED " WS-IN-DETECT-DATE
065700             " IS NOT A PAST DATE - CASE REFUSED"
065800         GO TO 2000-EXIT
065900     END-IF.
066000     IF WS-IN-LOAD-KW NOT NUMERIC OR WS-IN-LOAD-KW = 0
066100         DISPLAY "BILTHFT: NO CONNECTED LOAD - CASE REFUSED"
066200         GO TO 2000-EXIT
066300     END-IF.
066400     IF WS-IN-HOURS NOT NUMERIC OR WS-IN-HOURS = 0
066500         OR WS-IN-HOURS > 24
066600         DISPLAY "BILTHFT: HOURS PER DAY MUST BE 1 TO 24"
066700         GO TO 2000-EXIT
066800     END-IF.
066900     IF WS-IN-DAYS NOT NUMERIC OR WS-IN-DAYS = 0
067000         OR WS-IN-DAYS > WS-MAX-DAYS
067100         DISPLAY "BILTHFT: DAYS OF USE MUST BE 1 TO "
067200             WS-MAX-DAYS " - CASE REFUSED"
067300         GO TO 2000-EXIT
067400     END-IF.
067500     IF WS-IN-MULTIPLE NOT NUMERIC OR WS-IN-MULTIPLE = 0
067600         MOVE WS-DEFAULT-MULTIPLE TO WS-IN-MULTIPLE
067700     END-IF.
067800     IF WS-IN-COMPOUND NOT NUMERIC
067900         MOVE ZERO TO WS-IN-COMPOUND
068000     END-IF.
068100     PERFORM 2050-CHECK-ZONE-WARD THRU 2050-EXIT.
068200     IF NOT WS-ZW-VALID
068300         DISPLAY "BILTHFT: ZONE " WS-IN-ZONE-CODE " WARD "
068400             WS-IN-WARD-CODE " NOT ON THE HIERARCHY"
068500         GO TO 2000-EXIT
068600     END-IF.
068700     IF WS-REGISTER-COUNT >= 1000
068800         DISPLAY "BILTHFT: CASE TABLE FULL - CASE NOT BOOKED"
068900         GO TO 2000-EXIT
069000     END-IF.
069100     PERFORM 2100-FIND-TARIFF THRU 2100-EXIT.
069200     IF NOT WS-RATE-FOUND
069300         DISPLAY "BILTHFT: NO ELECTRICITY SCHEDULE IN FORCE FOR"
069400             " CLASS " WS-IN-CLASS " - CASE REFUSED"
069500         GO TO 2000-EXIT
069600     END-IF.
069700     PERFORM 2200-COMPUTE-ASSESSMENT THRU 2200-EXIT.
069800     IF WS-UNITS-WORK > 9999999
069900         DISPLAY "BILTHFT: ASSESSED UNITS OVER 9999999 -"
070000             " ASSESS BY HAND"
070100         GO TO 2000-EXIT
070200     END-IF.
070300     ADD 1 TO WS-LAST-CASE-NO.
070400     MOVE WS-LAST-CASE-NO TO WS-PCI-SEQ.
070500     PERFORM 2300-OPEN-PROVISIONAL THRU 2300-EXIT.
070600     IF WS-ABORT
070700         GO TO 2000-EXIT
070800     END-IF.
070900     PERFORM 2400-POST-BILL THRU 2400-EXIT.
071000     IF WS-ABORT
071100         DELETE CUSTMAS RECORD
071200             INVALID KEY
071300                 CONTINUE
071400         END-DELETE
071500         GO TO 2000-EXIT
071600     END-IF.
071700     PERFORM 2500-ADD-TO-REGISTER THRU 2500-EXIT.
071800     PERFORM 2600-PRINT-BILL THRU 2600-EXIT.
071900     ADD 1 TO WS-ASSESSED-COUNT.
072000     ADD WS-TOTAL-AMT TO WS-TOTAL-POSTED.
072100     MOVE WS-TOTAL-AMT TO WS-AMT-ED.
072200     DISPLAY "BILTHFT: CASE " WS-LAST-CASE-NO " BOOKED ON "
072300         WS-PROV-CUST-ID " - ASSESSMENT " WS-AMT-ED
072400         " INVOICE " WS-INVOICE-NO.
072500 2000-EXIT.
072600     EXIT.

072700 2050-CHECK-ZONE-WARD.
072800     MOVE "N" TO WS-ZW-VALID-SW.
072900     IF WS-IN-ZONE-CODE = SPACES
073000         MOVE "Y" TO WS-ZW-VALID-SW
073100         GO TO 2050-EXIT
073200     END-IF.
073300     IF WS-ZW-COUNT = 0
073400         MOVE "Y" TO WS-ZW-VALID-SW
073500         GO TO 2050-EXIT
073600     END-IF.
073700     SET WS-ZW-IDX TO 1.
073800     SEARCH WS-ZW-ENTRY
073900         AT END
074000             CONTINUE
074100         WHEN WS-ZW-ZONE-CODE(WS-ZW-IDX) = WS-IN-ZONE-CODE
074200             AND WS-ZW-WARD-CODE(WS-ZW-IDX) = WS-IN-WARD-CODE
074300             MOVE "Y" TO WS-ZW-VALID-SW
074400     END-SEARCH.
074500 2050-EXIT.
074600     EXIT.

074700*-----------------------------------------------------------*
074800*    THE ELECTRICITY SCHEDULE FOR THE CLASS OF USE FOUND, IN   *
074900*    FORCE FOR THE ASSESSMENT PERIOD.  THE TOP SLAB RATE IS    *
075000*    THE TARIFF; A SCHEDULE WITHOUT ONE FALLS BACK TO ITS      *
075100*    FIRST SLAB.                                               *
075200*-----------------------------------------------------------*
075300 2100-FIND-TARIFF.
075400     MOVE "N" TO WS-RATE-FOUND-SW.
075500     SET WS-RATE-IDX TO 1.
075600     SEARCH WS-RATE-ENTRY
075700         AT END
075800             CONTINUE
075900         WHEN WS-RT-SERVICE-TYPE(WS-RATE-IDX) = "E"
076000             AND WS-RT-CUST-CLASS(WS-RATE-IDX) = WS-IN-CLASS
076100             AND WS-BILL-PERIOD >= WS-RT-EFF-FROM(WS-RATE-IDX)
076200             AND WS-BILL-PERIOD <= WS-RT-EFF-TO(WS-RATE-IDX)
076300             MOVE "Y" TO WS-RATE-FOUND-SW
076400     END-SEARCH.
076500     IF NOT WS-RATE-FOUND
076600         GO TO 2100-EXIT
076700     END-IF.
076800     MOVE WS-RT-TIER3-RATE(WS-RATE-IDX) TO WS-TARIFF-RATE.
076900     IF WS-TARIFF-RATE = 0
077000         MOVE WS-RT-TIER1-RATE(WS-RATE-IDX) TO WS-TARIFF-RATE
077100     END-IF.
077200     MOVE WS-RT-GST-PCT(WS-RATE-IDX) TO WS-GST-PCT.
077300 2100-EXIT.
077400     EXIT.

077500*-----------------------------------------------------------*
077600*    THE CONNECTED-LOAD FORMULA.  GST IS ON THE ENERGY         *
077700*    ASSESSED ONLY - THE COMPOUNDING CHARGE SETTLES THE        *
077800*    OFFENCE AND IS NOT A SUPPLY.                              *
077900*-----------------------------------------------------------*
078000 2200-COMPUTE-ASSESSMENT.
078100     COMPUTE WS-UNITS-WORK ROUNDED =
078200         WS-IN-LOAD-KW * WS-IN-HOURS * WS-IN-DAYS.
078300     COMPUTE WS-ENERGY-AMT ROUNDED =
078400         WS-UNITS-WORK * WS-TARIFF-RATE * WS-IN-MULTIPLE.
078500     COMPUTE WS-GST-AMT ROUNDED =
078600         WS-ENERGY-AMT * WS-GST-PCT / 100.
078700     IF WS-IN-COMPOUND > 0
078800         MOVE WS-IN-COMPOUND TO WS-COMPOUND-AMT
078900     ELSE
079000         EVALUATE WS-IN-CLASS
079100             WHEN "R"
079200                 MOVE WS-CMP-RATE-RESIDENTIAL TO WS-CMP-RATE
079300             WHEN "C"
079400                 MOVE WS-CMP-RATE-COMMERCIAL  TO WS-CMP-RATE
079500             WHEN OTHER
079600                 MOVE WS-CMP-RATE-INDUSTRIAL  TO WS-CMP-RATE
079700         END-EVALUATE
079800         COMPUTE WS-COMPOUND-AMT ROUNDED =
079900             WS-IN-LOAD-KW * WS-CMP-RATE
080000     END-IF.
080100     COMPUTE WS-TOTAL-AMT =
080200         WS-ENERGY-AMT + WS-GST-AMT + WS-COMPOUND-AMT.
080300 2200-EXIT.
080400     EXIT.

080500*-----------------------------------------------------------*
080600*    THE PROVISIONAL ACCOUNT.  STATUS P KEEPS IT OUT OF EVERY  *
080700*    BATCH RUN, REMINDER AND DISCONNECTION - IT EXISTS TO      *
080800*    CARRY THE ASSESSMENT, TAKE THE PAYMENT THROUGH BILPAY     *
080900*    AND, IF IT COMES TO THAT, THE COURT CASE THROUGH BILLEGL. *
081000*-----------------------------------------------------------*
081100 2300-OPEN-PROVISIONAL.
081200     MOVE SPACES TO CM-RECORD.
081300     MOVE WS-PROV-CUST-ID  TO CM-CUST-ID.
081400     MOVE WS-IN-NAME       TO CM-NAME.
081500     MOVE WS-IN-ADDR-LINE1 TO CM-ADDR-LINE1.
081600     MOVE WS-IN-ADDR-LINE2 TO CM-ADDR-LINE2.
081700     MOVE WS-IN-ADDR-CITY  TO CM-ADDR-CITY.
081800     MOVE WS-IN-ADDR-STATE TO CM-ADDR-STATE.
081900     MOVE WS-IN-ADDR-PIN   TO CM-ADDR-PIN.
082000     MOVE WS-IN-ZONE-CODE  TO CM-ZONE-CODE.
082100     MOVE WS-IN-WARD-CODE  TO CM-WARD-CODE.
082200     MOVE WS-IN-CLASS      TO CM-CUST-CLASS.
082300     MOVE "E"              TO CM-SERVICE-TYPE.
082400     MOVE "P"              TO CM-CONN-STATUS.
082500     MOVE "N"              TO CM-SUBSIDY-SW.
082600     MOVE "N"              TO CM-NOTIFY-METHOD.
082700     MOVE ZERO TO CM-LAST-UNITS CM-ARREARS CM-LAST-BILL-PERIOD
082800                  CM-YTD-UNITS CM-YTD-BILL CM-CREDIT-BALANCE
082900                  CM-DEPOSIT-BALANCE CM-SUBSIDY-RATE
083000                  CM-PENDING-PERIOD CM-EST-UNITS
083100                  CM-DUNNING-LEVEL CM-DUNNING-DATE
083200                  CM-RECONN-FEE-DUE CM-CREDIT-SINCE
083300                  CM-DEPOSIT-INTEREST CM-BUDGET-AMT
083400                  CM-BUDGET-DEVIATION CM-BUDGET-ANNIV-MM
083500                  CM-PREPAID-BALANCE CM-CHEQUE-FEE-DUE
083600                  CM-SANCT-LOAD-KW CM-FIXTURE-COUNT
083700                  CM-ROUNDOFF-BAL CM-TEMP-EXPIRY-DATE
083800                  CM-TEMP-FEE-DUE CM-LEGAL-FEE-DUE
083900                  CM-LAST-READ-DATE CM-PREV-LOAD-KW
084000                  CM-LOAD-EFF-DATE CM-LOADCHG-FEE-DUE
084100                  CM-PREV-READING CM-CURR-READING
084200                  CM-NOREAD-COUNT CM-LOCKED-COUNT
084300                  CM-VOLSUSP-FROM CM-VOLSUSP-TO
084400                  CM-VOLSUSP-ORDER-NO CM-SUSP-FEE-DUE
084500                  CM-TARREV-BAL CM-TARREV-INSTAL
084600                  CM-TARREV-LEFT CM-APPLY-DATE
084700                  CM-CONNECT-DATE CM-NOTIF-STATUS-DATE
084800                  CM-NOTIF-FAIL-COUNT CM-PAPERLESS-DATE.
084900     WRITE CM-RECORD
085000         INVALID KEY
085100             DISPLAY "BILTHFT: ACCOUNT " WS-PROV-CUST-ID
085200                 " ALREADY ON THE MASTER - CASE NOT BOOKED"
085300             MOVE "Y" TO WS-ABORT-SW
085400     END-WRITE.
085500 2300-EXIT.
085600     EXIT.

085700*-----------------------------------------------------------*
085800*    THE ASSESSMENT BILL - ON THE HISTORY UNDER ITS OWN        *
085900*    INVOICE NUMBER, ON THE PERIOD REGISTER AND THE OPEN-ITEMS *
086000*    LEDGER, AND INTO THE RUN'S GL TOTALS.                     *
086100*-----------------------------------------------------------*
086200 2400-POST-BILL.
086300     ADD 1 TO WS-INVOICE-NO.
086400     COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
086500         FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE)
086600             + WS-PAYMENT-TERM-DAYS).
086700     MOVE "A"         TO BD-FUNCTION.
086800     MOVE WS-DUE-DATE TO BD-DATE-1.
086900     CALL "BILBDAY" USING BD-PARMS.
087000     IF BD-OK
087100         MOVE BD-RESULT-DATE TO WS-DUE-DATE
087200     END-IF.
087300     MOVE SPACES          TO BH-RECORD.
087400     MOVE WS-PROV-CUST-ID TO BH-CUST-ID.
087500     MOVE WS-BILL-PERIOD  TO BH-BILL-PERIOD.
087600     MOVE WS-UNITS-WORK   TO BH-UNITS.
087700     MOVE WS-TOTAL-AMT    TO BH-BILL.
087800     MOVE ZERO            TO BH-TIER1-UNITS.
087900     MOVE ZERO            TO BH-TIER2-UNITS.
088000     MOVE ZERO            TO BH-TIER3-UNITS.
088100     MOVE WS-SYSTEM-DATE  TO BH-BILL-DATE.
088200     MOVE WS-DUE-DATE     TO BH-DUE-DATE.
088300     MOVE WS-INVOICE-NO   TO BH-INVOICE-NO.
088400     MOVE SPACE           TO BH-ESTIMATED-SW.
088500     MOVE SPACE           TO BH-PAID-STATUS.
088600     MOVE ZERO            TO BH-AMOUNT-PAID.
088700     MOVE ZERO            TO BH-PAID-DATE.
088800     MOVE SPACE           TO BH-METER-CHANGE-SW.
088900     MOVE WS-GST-AMT      TO BH-GST-AMT.
089000     MOVE WS-ENERGY-AMT   TO BH-TAXABLE-AMT.
089100     MOVE ZERO            TO BH-FUEL-AMT.
089200     MOVE SPACE           TO BH-BILL-TYPE.
089300     MOVE SPACES          TO BH-NOTE.
089400     STRING "THEFT ASSESSMENT CASE " WS-LAST-CASE-NO
089500         DELIMITED BY SIZE INTO BH-NOTE.
089600     MOVE ZERO            TO BH-SUBSIDY-AMT.
089700     MOVE ZERO            TO BH-SEWER-AMT.
089800     MOVE ZERO            TO BH-DEMAND-AMT.
089900     MOVE ZERO            TO BH-PEAK-UNITS.
090000     MOVE ZERO            TO BH-OFFPEAK-UNITS.
090100     MOVE ZERO            TO BH-EXPORT-UNITS.
090200     MOVE ZERO            TO BH-EXPORT-CREDIT.
090300     MOVE SPACE           TO BH-RATE-SPLIT-SW.
090400     MOVE ZERO            TO BH-SPLIT1-UNITS.
090500     MOVE ZERO            TO BH-SPLIT1-AMT.
090600     MOVE ZERO            TO BH-SPLIT2-UNITS.
090700     MOVE ZERO            TO BH-SPLIT2-AMT.
090800     MOVE ZERO            TO BH-PF-VALUE.
090900     MOVE ZERO            TO BH-PF-AMT.
091000     MOVE ZERO            TO BH-DUTY-AMT.
091100     MOVE SPACE           TO BH-DISPUTE-SW.
091200     MOVE SPACE           TO BH-SELFREAD-SW.
091300     MOVE SPACES          TO BH-EINV-REF.
091400     MOVE ZERO            TO BH-DISCOUNT-AMT.
091500     MOVE ZERO            TO BH-READ-FROM-DATE.
091600     MOVE ZERO            TO BH-READ-TO-DATE.
091700     MOVE SPACE           TO BH-READ-STATUS.
091800     MOVE ZERO            TO BH-GREEN-REBATE.
091900     MOVE ZERO            TO BH-METER-RENT.
092000     MOVE ZERO            TO BH-REVISED-ENERGY.
092100     MOVE ZERO            TO BH-DUTY-EXEMPT.
092200     MOVE ZERO            TO BH-GST-EXEMPT.
092300     MOVE SPACES          TO BH-READER-ID.
092400     MOVE SPACE           TO BH-CORRECTED-SW.
092500     WRITE BH-RECORD
092600         INVALID KEY
092700             DISPLAY "BILTHFT: HISTORY ALREADY HOLDS "
092800                 WS-PROV-CUST-ID " " WS-BILL-PERIOD
092900                 " - CASE NOT BOOKED"
093000             SUBTRACT 1 FROM WS-INVOICE-NO
093100             SUBTRACT 1 FROM WS-LAST-CASE-NO
093200             MOVE "Y" TO WS-ABORT-SW
093300             GO TO 2400-EXIT
093400     END-WRITE.
093500     MOVE "W"            TO PR-FUNCTION.
093600     MOVE BH-BILL-PERIOD TO PR-BILL-PERIOD.
093700     MOVE BH-CUST-ID     TO PR-CUST-ID.
093800     MOVE BH-INVOICE-NO  TO PR-INVOICE-NO.
093900     MOVE BH-BILL        TO PR-BILL.
094000     MOVE BH-BILL-TYPE   TO PR-BILL-TYPE.
094100     MOVE BH-BILL-DATE   TO PR-BILL-DATE.
094200     CALL "BILPREG" USING PR-PARMS.
094300     MOVE WS-PROV-CUST-ID TO OI-CUST-ID.
094400     MOVE WS-INVOICE-NO   TO OI-INVOICE-NO.
094500     MOVE WS-BILL-PERIOD  TO OI-BILL-PERIOD.
094600     MOVE WS-TOTAL-AMT    TO OI-ORIG-AMOUNT.
094700     MOVE WS-TOTAL-AMT    TO OI-OPEN-AMOUNT.
094800     MOVE "O"             TO OI-STATUS.
094900     WRITE OI-RECORD.
095000     PERFORM 2450-REWRITE-INVCTL THRU 2450-EXIT.
095100     MOVE "4170-THF"      TO GK-POST-TYPE.
095200     MOVE WS-ENERGY-AMT   TO GK-AMOUNT.
095300     PERFORM 8200-POST-GL THRU 8200-EXIT.
095400     MOVE "4180-CMP"      TO GK-POST-TYPE.
095500     MOVE WS-COMPOUND-AMT TO GK-AMOUNT.
095600     PERFORM 8200-POST-GL THRU 8200-EXIT.
095700     MOVE "2310-TAX"      TO GK-POST-TYPE.
095800     MOVE WS-GST-AMT      TO GK-AMOUNT.
095900     PERFORM 8200-POST-GL THRU 8200-EXIT.
096000 2400-EXIT.
096100     EXIT.

096200 2450-REWRITE-INVCTL.
096300     OPEN OUTPUT INVCTL.
096400     IF NOT FS-INVCTL-OK
096500         DISPLAY "BILTHFT: UNABLE TO REWRITE INVCTL, STATUS "
096600             FS-INVCTL
096700         GO TO 2450-EXIT
096800     END-IF.
096900     MOVE WS-INVOICE-NO TO IC-LAST-INVOICE-NO.
097000     WRITE IC-RECORD.
097100     CLOSE INVCTL.
097200 2450-EXIT.
097300     EXIT.

097400 2500-ADD-TO-REGISTER.
097500     ADD 1 TO WS-REGISTER-COUNT.
097600     MOVE WS-REGISTER-COUNT TO WS-TC-SUB.
097700     MOVE WS-LAST-CASE-NO   TO WS-TC-CASE-NO(WS-TC-SUB).
097800     MOVE WS-PROV-CUST-ID   TO WS-TC-CUST-ID(WS-TC-SUB).
097900     MOVE WS-IN-NAME        TO WS-TC-NAME(WS-TC-SUB).
098000     MOVE WS-IN-POLICE-REF  TO WS-TC-POLICE-REF(WS-TC-SUB).
098100     MOVE WS-IN-DETECT-DATE TO WS-TC-DETECT-DATE(WS-TC-SUB).
098200     MOVE "E"               TO WS-TC-SERVICE-TYPE(WS-TC-SUB).
098300     MOVE WS-IN-CLASS       TO WS-TC-CUST-CLASS(WS-TC-SUB).
098400     MOVE WS-IN-LOAD-KW     TO WS-TC-LOAD-KW(WS-TC-SUB).
098500     MOVE WS-IN-HOURS       TO WS-TC-HOURS(WS-TC-SUB).
098600     MOVE WS-IN-DAYS        TO WS-TC-DAYS(WS-TC-SUB).
098700     MOVE WS-IN-MULTIPLE    TO WS-TC-MULTIPLE(WS-TC-SUB).
098800     MOVE WS-TARIFF-RATE    TO WS-TC-TARIFF-RATE(WS-TC-SUB).
098900     MOVE WS-UNITS-WORK     TO WS-TC-UNITS(WS-TC-SUB).
099000     MOVE WS-ENERGY-AMT     TO WS-TC-ENERGY-AMT(WS-TC-SUB).
099100     MOVE WS-GST-AMT        TO WS-TC-GST-AMT(WS-TC-SUB).
099200     MOVE WS-COMPOUND-AMT   TO WS-TC-COMPOUND-AMT(WS-TC-SUB).
099300     MOVE WS-TOTAL-AMT      TO WS-TC-TOTAL-AMT(WS-TC-SUB).
099400     MOVE WS-INVOICE-NO     TO WS-TC-INVOICE-NO(WS-TC-SUB).
099500     MOVE WS-BILL-PERIOD    TO WS-TC-BILL-PERIOD(WS-TC-SUB).
099600     MOVE "A"               TO WS-TC-STATUS(WS-TC-SUB).
099700     MOVE WS-SYSTEM-DATE    TO WS-TC-STATUS-DATE(WS-TC-SUB).
099800     MOVE ZERO              TO WS-TC-AMOUNT-PAID(WS-TC-SUB).
099900     MOVE SPACES            TO WS-TC-LEGAL-CASE-NO(WS-TC-SUB).
100000     MOVE WS-OPERATOR-ID    TO WS-TC-OPERATOR-ID(WS-TC-SUB).
100100 2500-EXIT.
100200     EXIT.

100300*-----------------------------------------------------------*
100400*    THE NUMBERED ASSESSMENT BILL, SERVED ON THE OFFENDER      *
100500*    WITH THE WORKING OF THE FORMULA SHOWN IN FULL.            *
100600*-----------------------------------------------------------*
100700 2600-PRINT-BILL.
100800     MOVE "ASSESSMENT BILL - UNAUTHORISED USE OF ELECTRICITY"
100900         TO WS-BILL-LINE.
101000     WRITE TB-LINE FROM WS-BILL-LINE.
101100     MOVE SPACES TO WS-BILL-LINE.
101200     STRING "BILL NO " WS-INVOICE-NO "  DATE " WS-SYSTEM-DATE
101300         "  PAY BY " WS-DUE-DATE
101400         DELIMITED BY SIZE INTO WS-BILL-LINE.
101500     WRITE TB-LINE FROM WS-BILL-LINE.
101600     MOVE SPACES TO WS-BILL-LINE.
101700     STRING "ACCOUNT " WS-PROV-CUST-ID "  THEFT CASE "
101800         WS-LAST-CASE-NO
101900         DELIMITED BY SIZE INTO WS-BILL-LINE.
102000     WRITE TB-LINE FROM WS-BILL-LINE.
102100     MOVE SPACES TO WS-BILL-LINE.
102200     STRING "NAME    " WS-IN-NAME
102300         DELIMITED BY SIZE INTO WS-BILL-LINE.
102400     WRITE TB-LINE FROM WS-BILL-LINE.
102500     MOVE SPACES TO WS-BILL-LINE.
102600     STRING "        " WS-IN-ADDR-LINE1 " " WS-IN-ADDR-LINE2
102700         DELIMITED BY SIZE INTO WS-BILL-LINE.
102800     WRITE TB-LINE FROM WS-BILL-LINE.
102900     MOVE SPACES TO WS-BILL-LINE.
103000     STRING "        " WS-IN-ADDR-CITY " " WS-IN-ADDR-STATE
103100         " " WS-IN-ADDR-PIN
103200         DELIMITED BY SIZE INTO WS-BILL-LINE.
103300     WRITE TB-LINE FROM WS-BILL-LINE.
103400     MOVE SPACES TO WS-BILL-LINE.
103500     STRING "POLICE COMPLAINT " WS-IN-POLICE-REF
103600         "  DETECTED " WS-IN-DETECT-DATE
103700         DELIMITED BY SIZE INTO WS-BILL-LINE.
103800     WRITE TB-LINE FROM WS-BILL-LINE.
103900     MOVE WS-IN-LOAD-KW TO WS-LOAD-ED.
104000     MOVE SPACES TO WS-BILL-LINE.
104100     STRING "CONNECTED LOAD " WS-LOAD-ED " KW X "
104200         WS-IN-HOURS " HOURS/DAY X " WS-IN-DAYS " DAYS"
104300         DELIMITED BY SIZE INTO WS-BILL-LINE.
104400     WRITE TB-LINE FROM WS-BILL-LINE.
104500     MOVE WS-UNITS-WORK  TO WS-UNITS-ED.
104600     MOVE WS-TARIFF-RATE TO WS-RATE-ED.
104700     MOVE WS-IN-MULTIPLE TO WS-MULT-ED.
104800     MOVE SPACES TO WS-BILL-LINE.
104900     STRING "= " WS-UNITS-ED " UNITS AT RS " WS-RATE-ED
105000         " X " WS-MULT-ED " TIMES THE TARIFF"
105100         DELIMITED BY SIZE INTO WS-BILL-LINE.
105200     WRITE TB-LINE FROM WS-BILL-LINE.
105300     MOVE WS-ENERGY-AMT TO WS-AMT-ED.
105400     MOVE SPACES TO WS-BILL-LINE.
105500     STRING "ENERGY ASSESSED            " WS-AMT-ED
105600         DELIMITED BY SIZE INTO WS-BILL-LINE.
105700     WRITE TB-LINE FROM WS-BILL-LINE.
105800     MOVE WS-GST-AMT TO WS-AMT-ED.
105900     MOVE SPACES TO WS-BILL-LINE.
106000     STRING "GST                        " WS-AMT-ED
106100         DELIMITED BY SIZE INTO WS-BILL-LINE.
106200     WRITE TB-LINE FROM WS-BILL-LINE.
106300     MOVE WS-COMPOUND-AMT TO WS-AMT-ED.
106400     MOVE SPACES TO WS-BILL-LINE.
106500     STRING "COMPOUNDING CHARGE         " WS-AMT-ED
106600         DELIMITED BY SIZE INTO WS-BILL-LINE.
106700     WRITE TB-LINE FROM WS-BILL-LINE.
106800     MOVE WS-TOTAL-AMT TO WS-AMT-ED.
106900     MOVE SPACES TO WS-BILL-LINE.
107000     STRING "TOTAL PAYABLE              " WS-AMT-ED
107100         DELIMITED BY SIZE INTO WS-BILL-LINE.
107200     WRITE TB-LINE FROM WS-BILL-LINE.
107300     MOVE SPACES TO WS-BILL-LINE.
107400     WRITE TB-LINE FROM WS-BILL-LINE.
107500 2600-EXIT.
107600     EXIT.

107700*-----------------------------------------------------------*
107800*    STATUS SWEEP.  PAYMENT IS READ OFF THE BILL ON THE        *
107900*    HISTORY, WHICH BILPAY MARKS AS IT APPLIES MONEY; COURT    *
108000*    REFERRAL IS READ OFF BILLEGL'S CASE REGISTER.  A PAID     *
108100*    CASE IS FINISHED WHATEVER THE COURT IS DOING - THE        *
108200*    RECOVERY CELL WITHDRAWS THE SUIT THROUGH BILLEGL.         *
108300*-----------------------------------------------------------*
108400 5000-STATUS-SWEEP.
108500     MOVE SPACES TO WS-RPT-LINE.
108600     STRING "THEFT CASE REGISTER - RUN DATE " WS-SYSTEM-DATE
108700         DELIMITED BY SIZE INTO WS-RPT-LINE.
108800     WRITE TR-LINE FROM WS-RPT-LINE.
108900     MOVE SPACES TO WS-RPT-LINE.
109000     MOVE "CASE   ACCOUNT    POLICE REFERENCE     INVOICE"
109100         TO WS-RPT-LINE.
109200     MOVE "      ASSESSED         PAID ST LEGAL CASE"
109300         TO WS-RPT-LINE(48:41).
109400     WRITE TR-LINE FROM WS-RPT-LINE.
109500     PERFORM 5100-SWEEP-ONE THRU 5100-EXIT
109600         VARYING WS-TC-SUB FROM 1 BY 1
109700         UNTIL WS-TC-SUB > WS-REGISTER-COUNT.
109800     MOVE SPACES TO WS-RPT-LINE.
109900     WRITE TR-LINE FROM WS-RPT-LINE.
110000     MOVE WS-RPT-ASSESSED TO WS-TOT-ED.
110100     MOVE SPACES TO WS-RPT-LINE.
110200     STRING "TOTAL ASSESSED     " WS-TOT-ED
110300         DELIMITED BY SIZE INTO WS-RPT-LINE.
110400     WRITE TR-LINE FROM WS-RPT-LINE.
110500     MOVE WS-RPT-COLLECTED TO WS-TOT-ED.
110600     MOVE SPACES TO WS-RPT-LINE.
110700     STRING "TOTAL COLLECTED    " WS-TOT-ED
110800         DELIMITED BY SIZE INTO WS-RPT-LINE.
110900     WRITE TR-LINE FROM WS-RPT-LINE.
111000     MOVE WS-RPT-OUTSTANDING TO WS-TOT-ED.
111100     MOVE SPACES TO WS-RPT-LINE.
111200     STRING "STILL OUTSTANDING  " WS-TOT-ED
111300         DELIMITED BY SIZE INTO WS-RPT-LINE.
111400     WRITE TR-LINE FROM WS-RPT-LINE.
111500 5000-EXIT.
111600     EXIT.

111700 5100-SWEEP-ONE.
111800     IF WS-TC-STATUS(WS-TC-SUB) = "A"
111900         OR WS-TC-STATUS(WS-TC-SUB) = "L"
112000         PERFORM 5200-CHECK-PAYMENT THRU 5200-EXIT
112100     END-IF.
112200     IF WS-TC-STATUS(WS-TC-SUB) = "A"
112300         OR WS-TC-STATUS(WS-TC-SUB) = "L"
112400         PERFORM 5400-CHECK-COURT THRU 5400-EXIT
112500     END-IF.
112600     ADD WS-TC-TOTAL-AMT(WS-TC-SUB)   TO WS-RPT-ASSESSED.
112700     ADD WS-TC-AMOUNT-PAID(WS-TC-SUB) TO WS-RPT-COLLECTED.
112800     IF WS-TC-STATUS(WS-TC-SUB) NOT = "C"
112900         AND WS-TC-TOTAL-AMT(WS-TC-SUB) >
113000             WS-TC-AMOUNT-PAID(WS-TC-SUB)
113100         COMPUTE WS-RPT-OUTSTANDING = WS-RPT-OUTSTANDING
113200             + WS-TC-TOTAL-AMT(WS-TC-SUB)
113300             - WS-TC-AMOUNT-PAID(WS-TC-SUB)
113400     END-IF.
113500     MOVE WS-TC-TOTAL-AMT(WS-TC-SUB)   TO WS-AMT-ED.
113600     MOVE WS-TC-AMOUNT-PAID(WS-TC-SUB) TO WS-AMT2-ED.
113700     MOVE SPACES TO WS-RPT-LINE.
113800     STRING WS-TC-CASE-NO(WS-TC-SUB) " "
113900         WS-TC-CUST-ID(WS-TC-SUB) " "
114000         WS-TC-POLICE-REF(WS-TC-SUB) " "
114100         WS-TC-INVOICE-NO(WS-TC-SUB) " "
114200         WS-AMT-ED " " WS-AMT2-ED " "
114300         WS-TC-STATUS(WS-TC-SUB) "  "
114400         WS-TC-LEGAL-CASE-NO(WS-TC-SUB)
114500         DELIMITED BY SIZE INTO WS-RPT-LINE.
114600     WRITE TR-LINE FROM WS-RPT-LINE.
114700 5100-EXIT.
114800     EXIT.

114900 5200-CHECK-PAYMENT.
115000     MOVE WS-TC-CUST-ID(WS-TC-SUB)     TO BH-CUST-ID.
115100     MOVE WS-TC-BILL-PERIOD(WS-TC-SUB) TO BH-BILL-PERIOD.
115200     READ BILLHIST
115300         INVALID KEY
115400             DISPLAY "BILTHFT: ASSESSMENT BILL FOR CASE "
115500                 WS-TC-CASE-NO(WS-TC-SUB) " NOT ON THE HISTORY"
115600             GO TO 5200-EXIT
115700     END-READ.
115800     MOVE BH-AMOUNT-PAID TO WS-TC-AMOUNT-PAID(WS-TC-SUB).
115900     IF NOT BH-PAID-FULL
116000         GO TO 5200-EXIT
116100     END-IF.
116200     MOVE "P"            TO WS-TC-STATUS(WS-TC-SUB).
116300     MOVE WS-SYSTEM-DATE TO WS-TC-STATUS-DATE(WS-TC-SUB).
116400     MOVE WS-OPERATOR-ID TO WS-TC-OPERATOR-ID(WS-TC-SUB).
116500     ADD 1 TO WS-PAID-COUNT.
116600     PERFORM 5300-CLOSE-PROVISIONAL THRU 5300-EXIT.
116700 5200-EXIT.
116800     EXIT.

116900*-----------------------------------------------------------*
117000*    THE PAID CASE'S PROVISIONAL ACCOUNT IS CLOSED, THE SAME   *
117100*    STATUS BILCLOSE LEAVES - A LITIGATION HOLD STAYS UNTIL    *
117200*    BILLEGL LIFTS IT WITH THE SUIT.                           *
117300*-----------------------------------------------------------*
117400 5300-CLOSE-PROVISIONAL.
117500     MOVE WS-TC-CUST-ID(WS-TC-SUB) TO CM-CUST-ID.
117600     READ CUSTMAS
117700         INVALID KEY
117800             DISPLAY "BILTHFT: ACCOUNT " CM-CUST-ID
117900                 " GONE FROM THE MASTER"
118000             GO TO 5300-EXIT
118100     END-READ.
118200     MOVE "X" TO CM-CONN-STATUS.
118300     REWRITE CM-RECORD
118400         INVALID KEY
118500             DISPLAY "BILTHFT: MASTER REWRITE FAILED FOR "
118600                 CM-CUST-ID
118700     END-REWRITE.
118800     DISPLAY "BILTHFT: CASE " WS-TC-CASE-NO(WS-TC-SUB)
118900         " PAID - ACCOUNT " CM-CUST-ID " CLOSED".
119000 5300-EXIT.
119100     EXIT.

119200*-----------------------------------------------------------*
119300*    THE LATEST SUIT ON LEGCASE AGAINST THE PROVISIONAL        *
119400*    ACCOUNT.  A FILED CASE PUTS THE THEFT CASE IN COURT; A    *
119500*    SUIT CLOSED WITHOUT THE BILL BEING PAID CLOSES IT.  A     *
119600*    DECREE OR A SETTLEMENT LEAVES IT IN COURT UNTIL THE       *
119700*    MONEY ARRIVES THROUGH BILPAY.                             *
119800*-----------------------------------------------------------*
119900 5400-CHECK-COURT.
120000     MOVE ZERO TO WS-LC-FOUND.
120100     PERFORM 5410-MATCH-LEGAL THRU 5410-EXIT
120200         VARYING WS-LC-SUB FROM 1 BY 1
120300         UNTIL WS-LC-SUB > WS-LEGAL-COUNT.
120400     IF WS-LC-FOUND = 0
120500         GO TO 5400-EXIT
120600     END-IF.
120700     IF WS-LC-STATUS(WS-LC-FOUND) = "C"
120800         MOVE "C"            TO WS-TC-STATUS(WS-TC-SUB)
120900         MOVE WS-SYSTEM-DATE TO WS-TC-STATUS-DATE(WS-TC-SUB)
121000         MOVE WS-OPERATOR-ID TO WS-TC-OPERATOR-ID(WS-TC-SUB)
121100         MOVE WS-LC-CASE-NO(WS-LC-FOUND) TO
121200             WS-TC-LEGAL-CASE-NO(WS-TC-SUB)
121300         ADD 1 TO WS-CLOSED-COUNT
121400         GO TO 5400-EXIT
121500     END-IF.
121600     IF WS-TC-STATUS(WS-TC-SUB) = "L"
121700         AND WS-TC-LEGAL-CASE-NO(WS-TC-SUB) =
121800             WS-LC-CASE-NO(WS-LC-FOUND)
121900         GO TO 5400-EXIT
122000     END-IF.
122100     MOVE "L"            TO WS-TC-STATUS(WS-TC-SUB).
122200     MOVE WS-SYSTEM-DATE TO WS-TC-STATUS-DATE(WS-TC-SUB).
122300     MOVE WS-OPERATOR-ID TO WS-TC-OPERATOR-ID(WS-TC-SUB).
122400     MOVE WS-LC-CASE-NO(WS-LC-FOUND) TO
122500         WS-TC-LEGAL-CASE-NO(WS-TC-SUB).
122600     ADD 1 TO WS-COURT-COUNT.
122700     DISPLAY "BILTHFT: CASE " WS-TC-CASE-NO(WS-TC-SUB)
122800         " REFERRED TO COURT - SUIT "
122900         WS-LC-CASE-NO(WS-LC-FOUND).
123000 5400-EXIT.
123100     EXIT.

123200 5410-MATCH-LEGAL.
123300     IF WS-LC-CUST-ID(WS-LC-SUB) = WS-TC-CUST-ID(WS-TC-SUB)
123400         MOVE WS-LC-SUB TO WS-LC-FOUND
123500     END-IF.
123600 5410-EXIT.
123700     EXIT.

123800*-----------------------------------------------------------*
123900*    THE ASSESSMENTS GO ON THE SHARED GL EXTRACT IN THE USUAL  *
124000*    H/D/T FRAMING, EACH POSTING TYPE BY MAPPED ACCOUNT AND    *
124100*    ZONE COST CENTRE.                                         *
124200*-----------------------------------------------------------*
124300 8000-WRITE-JOURNAL.
124400     IF WS-ASSESSED-COUNT = 0
124500         GO TO 8000-EXIT
124600     END-IF.
124700     OPEN EXTEND GLEXTR.
124800     IF FS-GLEXTR-NOFILE
124900         OPEN OUTPUT GLEXTR
125000     END-IF.
125100     IF NOT FS-GLEXTR-OK
125200         DISPLAY "BILTHFT: UNABLE TO OPEN BILGL, STATUS "
125300             FS-GLEXTR
125400         GO TO 8000-EXIT
125500     END-IF.
125600     MOVE "H"            TO GJ-RECORD-TYPE.
125700     MOVE WS-SYSTEM-DATE TO GJ-RUN-DATE.
125800     MOVE WS-BILL-PERIOD TO GJ-BILL-PERIOD.
125900     MOVE SPACES         TO GJ-ACCOUNT-CODE.
126000     MOVE "BILTHFT GL EXTRACT" TO GJ-ACCOUNT-DESC.
126100     MOVE ZERO           TO GJ-AMOUNT.
126200     MOVE SPACES         TO GJ-COST-CENTRE.
126300     MOVE SPACES         TO GJ-POST-TYPE.
126400     WRITE GJ-RECORD.
126500     MOVE "D"            TO GJ-RECORD-TYPE.
126600     MOVE "4170-THF"     TO GK-POST-TYPE.
126700     MOVE "THEFT ASSESSMENT - ENERGY" TO GJ-ACCOUNT-DESC.
126800     PERFORM 8010-WRITE-GL-LINES THRU 8010-EXIT.
126900     MOVE "4180-CMP"     TO GK-POST-TYPE.
127000     MOVE "THEFT ASSESSMENT - COMPOUNDING"
127100         TO GJ-ACCOUNT-DESC.
127200     PERFORM 8010-WRITE-GL-LINES THRU 8010-EXIT.
127300     MOVE "2310-TAX"     TO GK-POST-TYPE.
127400     MOVE "THEFT ASSESSMENT - GST" TO GJ-ACCOUNT-DESC.
127500     PERFORM 8010-WRITE-GL-LINES THRU 8010-EXIT.
127600     MOVE "T"            TO GJ-RECORD-TYPE.
127700     MOVE WS-GL-DETAILS  TO GJ-BILL-PERIOD.
127800     MOVE SPACES         TO GJ-ACCOUNT-CODE.
127900     MOVE "TRAILER - DETAIL COUNT AND HASH"
128000         TO GJ-ACCOUNT-DESC.
128100     MOVE WS-GL-HASH     TO GJ-AMOUNT.
128200     MOVE SPACES         TO GJ-COST-CENTRE.
128300     MOVE SPACES         TO GJ-POST-TYPE.
128400     WRITE GJ-RECORD.
128500     CLOSE GLEXTR.
128600 8000-EXIT.
128700     EXIT.

128800*-----------------------------------------------------------*
128900*    ONE D RECORD FOR EVERY ACCOUNT AND ZONE TOTAL BILGLAC     *
129000*    HOLDS FOR THE POSTING TYPE.                               *
129100*-----------------------------------------------------------*
129200 8010-WRITE-GL-LINES.
129300     MOVE "N"             TO GK-FUNCTION.
129400     MOVE ZERO            TO GK-CURSOR.
129500     MOVE SPACE           TO GK-RESULT.
129600     PERFORM 8015-WRITE-ONE-LINE THRU 8015-EXIT
129700         UNTIL GK-END.
129800 8010-EXIT.
129900     EXIT.

130000 8015-WRITE-ONE-LINE.
130100     CALL "BILGLAC" USING GK-PARMS.
130200     IF GK-END
130300         GO TO 8015-EXIT
130400     END-IF.
130500     MOVE GK-ACCOUNT-CODE TO GJ-ACCOUNT-CODE.
130600     MOVE GK-ZONE-CODE    TO GJ-COST-CENTRE.
130700     MOVE GK-POST-TYPE    TO GJ-POST-TYPE.
130800     MOVE GK-AMOUNT       TO GJ-AMOUNT.
130900     WRITE GJ-RECORD.
131000     ADD 1                TO WS-GL-DETAILS.
131100     ADD GJ-AMOUNT        TO WS-GL-HASH.
131200 8015-EXIT.
131300     EXIT.

131400*-----------------------------------------------------------*
131500*    POST ONE AMOUNT FOR THE PROVISIONAL ACCOUNT IN HAND.      *
131600*-----------------------------------------------------------*
131700 8200-POST-GL.
131700*    AN AMOUNT BILGLAC COULD NOT HOLD WOULD LEAVE THE GL
131700*    EXTRACT SHORT OF THE FIGURES POSTED - ABANDON THE RUN.
131800     IF GK-AMOUNT = 0
131900         GO TO 8200-EXIT
132000     END-IF.
132100     MOVE "P"             TO GK-FUNCTION.
132200     MOVE CM-SERVICE-TYPE TO GK-SERVICE.
132300     MOVE CM-CUST-CLASS   TO GK-CLASS.
132400     MOVE CM-ZONE-CODE    TO GK-ZONE-CODE.
132500     MOVE WS-SYSTEM-DATE  TO GK-POST-DATE.
132600     CALL "BILGLAC" USING GK-PARMS.
132600     IF GK-FAILED
132600         MOVE "Y" TO WS-ABORT-SW
132600     END-IF.
132700 8200-EXIT.
132800     EXIT.

132900 9000-TERMINATE.
133000     IF NOT WS-ABORT OR WS-ASSESSED-COUNT > 0
133100         CLOSE CUSTMAS
133200         CLOSE BILLHIST
133300         IF WS-FUNC-ASSESS
133400             CLOSE OPENITEM
133500             CLOSE THFTBIL
133600         ELSE
133700             CLOSE THFTRPT
133700             PERFORM 9680-FILE-REPORT THRU 9680-EXIT
133800         END-IF
133900     END-IF.
134000     IF NOT WS-ABORT
134100         PERFORM 9200-REWRITE-REGISTER THRU 9200-EXIT
134200         PERFORM 9600-WRITE-RUNLOG     THRU 9600-EXIT
134300         CLOSE RUNLOG
134400     END-IF.
134500     DISPLAY "BILTHFT: ASSESSED " WS-ASSESSED-COUNT
134600         " PAID " WS-PAID-COUNT
134700         " TO COURT " WS-COURT-COUNT
134800         " CLOSED " WS-CLOSED-COUNT.
134900 9000-EXIT.
135000     EXIT.

135100 9200-REWRITE-REGISTER.
135200     IF WS-ASSESSED-COUNT = 0 AND WS-PAID-COUNT = 0
135300         AND WS-COURT-COUNT = 0 AND WS-CLOSED-COUNT = 0
135400         GO TO 9200-EXIT
135500     END-IF.
135600     OPEN OUTPUT THFTREG.
135700     IF NOT FS-THFTREG-OK
135800         DISPLAY "BILTHFT: UNABLE TO REWRITE THFTREG, STATUS "
135900             FS-THFTREG
136000         GO TO 9200-EXIT
136100     END-IF.
136200     PERFORM 9210-WRITE-ONE THRU 9210-EXIT
136300         VARYING WS-TC-SUB FROM 1 BY 1
136400         UNTIL WS-TC-SUB > WS-REGISTER-COUNT.
136500     CLOSE THFTREG.
136600 9200-EXIT.
136700     EXIT.

136800 9210-WRITE-ONE.
136900     MOVE SPACES TO TF-RECORD.
137000     MOVE WS-TC-CASE-NO(WS-TC-SUB)       TO TF-CASE-NO.
137100     MOVE WS-TC-CUST-ID(WS-TC-SUB)       TO TF-CUST-ID.
137200     MOVE WS-TC-NAME(WS-TC-SUB)          TO TF-NAME.
137300     MOVE WS-TC-POLICE-REF(WS-TC-SUB)    TO TF-POLICE-REF.
137400     MOVE WS-TC-DETECT-DATE(WS-TC-SUB)   TO TF-DETECT-DATE.
137500     MOVE WS-TC-SERVICE-TYPE(WS-TC-SUB)  TO TF-SERVICE-TYPE.
137600     MOVE WS-TC-CUST-CLASS(WS-TC-SUB)    TO TF-CUST-CLASS.
137700     MOVE WS-TC-LOAD-KW(WS-TC-SUB)       TO TF-LOAD-KW.
137800     MOVE WS-TC-HOURS(WS-TC-SUB)         TO TF-HOURS.
137900     MOVE WS-TC-DAYS(WS-TC-SUB)          TO TF-DAYS.
138000     MOVE WS-TC-MULTIPLE(WS-TC-SUB)      TO TF-MULTIPLE.
138100     MOVE WS-TC-TARIFF-RATE(WS-TC-SUB)   TO TF-TARIFF-RATE.
138200     MOVE WS-TC-UNITS(WS-TC-SUB)         TO TF-UNITS.
138300     MOVE WS-TC-ENERGY-AMT(WS-TC-SUB)    TO TF-ENERGY-AMT.
138400     MOVE WS-TC-GST-AMT(WS-TC-SUB)       TO TF-GST-AMT.
138500     MOVE WS-TC-COMPOUND-AMT(WS-TC-SUB)  TO TF-COMPOUND-AMT.
138600     MOVE WS-TC-TOTAL-AMT(WS-TC-SUB)     TO TF-TOTAL-AMT.
138700     MOVE WS-TC-INVOICE-NO(WS-TC-SUB)    TO TF-INVOICE-NO.
138800     MOVE WS-TC-BILL-PERIOD(WS-TC-SUB)   TO TF-BILL-PERIOD.
138900     MOVE WS-TC-STATUS(WS-TC-SUB)        TO TF-STATUS.
139000     MOVE WS-TC-STATUS-DATE(WS-TC-SUB)   TO TF-STATUS-DATE.
139100     MOVE WS-TC-AMOUNT-PAID(WS-TC-SUB)   TO TF-AMOUNT-PAID.
139200     MOVE WS-TC-LEGAL-CASE-NO(WS-TC-SUB) TO TF-LEGAL-CASE-NO.
139300     MOVE WS-TC-OPERATOR-ID(WS-TC-SUB)   TO TF-OPERATOR-ID.
139400     WRITE TF-RECORD.
139500 9210-EXIT.
139600     EXIT.

139700 9600-WRITE-RUNLOG.
139800     MOVE "BILTHFT"        TO RL-PROGRAM-ID.
139900     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
140000     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
140100     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
140200     MOVE "THFTREG"        TO RL-INPUT-FILE.
140300     MOVE WS-REGISTER-COUNT TO RL-RECORDS-READ.
140400     MOVE WS-ASSESSED-COUNT TO RL-BILLS-PRODUCED.
140500     MOVE ZERO             TO RL-EXCEPTIONS.
140600     MOVE WS-TOTAL-POSTED  TO RL-TOTAL-BILLED.
140700     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
140800     ACCEPT RL-END-TIME FROM TIME.
140900     WRITE RL-RECORD.
141000 9600-EXIT.
141100     EXIT.

141200*-----------------------------------------------------------*
141300*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
141400*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
141500*    OUTLIVES THE NEXT RUN.                                    *
141600*-----------------------------------------------------------*
141700 9680-FILE-REPORT.
141800     OPEN INPUT THFTRPT.
141900     IF NOT FS-THFTRPT-OK
142000         GO TO 9680-EXIT
142100     END-IF.
142200     MOVE "O"               TO RO-FUNCTION.
142300     MOVE "THFTRPT"         TO RO-REPORT-NAME.
142400     MOVE "BILTHFT"         TO RO-PROGRAM-ID.
142500     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
142600     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
142700     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
142800     MOVE ZERO              TO RO-PERIOD.
142900     CALL "BILRPTF" USING RO-PARMS.
143000     IF RO-OK
143100         MOVE "N" TO WS-RO-EOF-SW
143200         PERFORM 9690-FILE-LINE THRU 9690-EXIT
143300             UNTIL WS-RO-EOF
143400         MOVE "C"          TO RO-FUNCTION
143500         CALL "BILRPTF" USING RO-PARMS
143600     END-IF.
143700     CLOSE THFTRPT.
143800 9680-EXIT.
143900     EXIT.

144000 9690-FILE-LINE.
144100     READ THFTRPT
144200         AT END
144300             MOVE "Y" TO WS-RO-EOF-SW
144400             GO TO 9690-EXIT
144500     END-READ.
144600     MOVE "L"               TO RO-FUNCTION.
144700     MOVE TR-LINE           TO RO-LINE.
144800     CALL "BILRPTF" USING RO-PARMS.
144900 9690-EXIT.
145000     EXIT.
