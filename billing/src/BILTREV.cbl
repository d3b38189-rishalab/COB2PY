000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILTREV.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-07.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILTREV                                                   *
000900*  RETROSPECTIVE TARIFF REVISION.  THE COMMISSION'S TARIFF    *
001000*  ORDER OFTEN ARRIVES MONTHS LATE WITH RETROSPECTIVE EFFECT. *
001100*  ONCE BILRATE HAS PUT THE REVISED EFFECTIVE-DATED SCHEDULE  *
001200*  ON RATETAB, A SUPERVISOR RUNS THIS PROGRAM FOR ONE SERVICE *
001300*  TYPE, ONE CLASS AND A RANGE OF PAST BILL PERIODS.  EACH    *
001400*  BILL ON BILLHIST IN THE RANGE HAS ITS ENERGY CHARGE        *
001500*  REPRICED THROUGH BILCALC UNDER THE SCHEDULE NOW IN FORCE   *
001600*  FOR ITS PERIOD - THE SAME SEASONAL SCALING, SLAB-LIMIT     *
001700*  SCALING AND MINIMUM CHARGE THE BATCH RUN APPLIED - AND THE *
001800*  DIFFERENCE FROM WHAT WAS BILLED, WITH ITS GST, IS:         *
001900*    - ADDED TO THE CUSTOMER'S TARIFF-REVISION BALANCE ON      *
002000*      CUSTMAS, WHICH BILBATCH BILLS AS ONE "TARIFF REVISION   *
002100*      ARREARS" LINE (OR A REFUND LINE WHEN THE BALANCE IS     *
002200*      NEGATIVE) IN THE NUMBER OF INSTALMENTS ASKED FOR, EACH  *
002300*      CARRIED ON THAT BILL'S OWN OPEN ITEM;                   *
002400*    - JOURNALLED PERIOD BY PERIOD TO THE GL EXTRACT, REVENUE  *
002500*      AND GST SEPARATELY, RECOVERIES AND REFUNDS ON THEIR OWN *
002600*      ACCOUNTS.                                               *
002700*  THE REPRICED CHARGE IS KEPT ON THE HISTORY RECORD, SO A    *
002800*  LATER REVISION OF THE SAME PERIODS BILLS ONLY THE FURTHER  *
002900*  DIFFERENCE AND A RERUN BILLS NOTHING TWICE.  A PROOF RUN   *
003000*  PRINTS THE REPORT AND POSTS NOTHING.                       *
003100*-----------------------------------------------------------*
003200*  MODIFICATION HISTORY                                      *
003300*  DATE       INIT  DESCRIPTION                               *
003400*  2026-10-07 RSH   ORIGINAL                                  *
003400*  2026-10-12 RSH   THE PERIOD JOURNAL IS CUT BY ZONE WITHIN  *
003400*                   EACH PERIOD, EACH LINE'S LEDGER ACCOUNT   *
003400*                   RESOLVED THROUGH BILGLAC FOR THE REVISED  *
003400*                   SERVICE AND CLASS AND ITS ZONE CARRIED AS *
003400*                   THE COST CENTRE.                          *
003400*  2026-10-15 RSH   FILE TREVRPT IN THE REPORT REPOSITORY    *
003400*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
003500*-----------------------------------------------------------*
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.   IBM-370.
003900 OBJECT-COMPUTER.   IBM-370.

004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS CM-CUST-ID
004600         FILE STATUS IS FS-CUSTMAS.

004700     SELECT BILLHIST ASSIGN TO "BILLHIST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS BH-KEY
005100         FILE STATUS IS FS-BILLHIST.

005200     SELECT RATETAB ASSIGN TO "RATETAB"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS FS-RATETAB.

005500     SELECT CONTRACT ASSIGN TO "CONTRACT"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS FS-CONTRACT.

005800     SELECT GLEXTR ASSIGN TO "BILGL"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS FS-GLEXTR.

006100     SELECT TREVRPT ASSIGN TO "TREVRPT"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS FS-TREVRPT.

006400     SELECT RUNLOG ASSIGN TO "RUNLOG"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS FS-RUNLOG.

006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  CUSTMAS
007000     LABEL RECORDS ARE STANDARD.
007100 COPY CUSTMAS.

007200 FD  BILLHIST
007300     LABEL RECORDS ARE STANDARD.
007400 COPY BILLHIST.

007500 FD  RATETAB
007600     LABEL RECORDS ARE STANDARD.
007700 COPY RATETAB.

007800 FD  CONTRACT
007900     LABEL RECORDS ARE STANDARD.
008000 COPY CONTRACT.

008100 FD  GLEXTR
008200     LABEL RECORDS ARE STANDARD.
008300 COPY GLJRNL.

008400 FD  TREVRPT
008500     LABEL RECORDS ARE STANDARD.
008600 COPY TREVRPT.

008700 FD  RUNLOG
008800     LABEL RECORDS ARE STANDARD.
008900 COPY RUNLOG.

009000 WORKING-STORAGE SECTION.
009100*-----------------------------------------------------------*
009200*    FILE STATUS SWITCHES                                    *
009300*-----------------------------------------------------------*
009400 77  FS-CUSTMAS              PIC X(02).
009500     88  FS-CUSTMAS-OK               VALUE "00".
009600 77  FS-BILLHIST             PIC X(02).
009700     88  FS-BILLHIST-OK              VALUE "00".
009800 77  FS-RATETAB              PIC X(02).
009900     88  FS-RATETAB-OK               VALUE "00".
010000 77  FS-CONTRACT             PIC X(02).
010100     88  FS-CONTRACT-OK              VALUE "00".
010200 77  FS-GLEXTR               PIC X(02).
010300     88  FS-GLEXTR-OK                VALUE "00".
010400     88  FS-GLEXTR-NOFILE            VALUE "35".
010500 77  FS-TREVRPT              PIC X(02).
010600     88  FS-TREVRPT-OK               VALUE "00".
010700 77  FS-RUNLOG               PIC X(02).
010800     88  FS-RUNLOG-OK                VALUE "00".

010900*-----------------------------------------------------------*
011000*    PROGRAM SWITCHES                                        *
011100*-----------------------------------------------------------*
011200 77  WS-ABORT-SW             PIC X(01) VALUE "N".
011300     88  WS-ABORT                    VALUE "Y".
011400 77  WS-CM-EOF-SW            PIC X(01) VALUE "N".
011500     88  WS-CM-EOF                   VALUE "Y".
011600 77  WS-BH-EOF-SW            PIC X(01) VALUE "N".
011700     88  WS-BH-EOF                   VALUE "Y".
011800 77  WS-RT-EOF-SW            PIC X(01) VALUE "N".
011900     88  WS-RT-EOF                   VALUE "Y".
012000 77  WS-CN-EOF-SW            PIC X(01) VALUE "N".
012100     88  WS-CN-EOF                   VALUE "Y".
012100 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
012100     88  WS-RO-EOF                   VALUE "Y".
012200 77  WS-RATE-FOUND-SW        PIC X(01) VALUE "N".
012300     88  WS-RATE-FOUND               VALUE "Y".
012400 77  WS-CONTRACT-SW          PIC X(01) VALUE "N".
012500     88  WS-ON-CONTRACT              VALUE "Y".
012600 77  WS-PEAK-SW              PIC X(01) VALUE "N".
012700     88  WS-PEAK-MONTH               VALUE "Y".
012800 77  WS-PROOF-SW             PIC X(01) VALUE "N".
012900     88  WS-PROOF-RUN                VALUE "Y".
013000 77  WS-POST-GL-SW           PIC X(01) VALUE "N".
013100     88  WS-POST-GL                  VALUE "Y".

013200*-----------------------------------------------------------*
013300*    OPERATOR, RUN AND PARAMETER FIELDS                       *
013400*-----------------------------------------------------------*
013500 77  WS-OPERATOR-ID          PIC X(08).
013600 77  WS-PASSWORD             PIC X(08).
013700 77  WS-SYSTEM-DATE          PIC 9(08).
013800 77  WS-SYSTEM-TIME          PIC 9(08).
013900 77  WS-IN-SERVICE           PIC X(01).
014000 77  WS-IN-CLASS             PIC X(01).
014100 77  WS-IN-INSTAL            PIC 9(02).
014200 77  WS-IN-ORDER-REF         PIC X(20).
014300 01  WS-IN-FROM              PIC 9(06).
014400 01  WS-FROM-KEY REDEFINES WS-IN-FROM.
014500     05  WS-FROM-YYYY        PIC 9(04).
014600     05  WS-FROM-MM          PIC 9(02).
014700 01  WS-IN-TO                PIC 9(06).
014800 01  WS-TO-KEY REDEFINES WS-IN-TO.
014900     05  WS-TO-YYYY          PIC 9(04).
015000     05  WS-TO-MM            PIC 9(02).
015100 01  WS-PD-WORK              PIC 9(06).
015200 01  WS-PD-WORK-KEY REDEFINES WS-PD-WORK.
015300     05  WS-PD-WORK-YYYY     PIC 9(04).
015400     05  WS-PD-WORK-MM       PIC 9(02).

015500*-----------------------------------------------------------*
015600*    REPRICING WORK FIELDS                                    *
015700*-----------------------------------------------------------*
015800 77  WS-GST-PCT              PIC 9(02)V99 VALUE ZERO.
015900 77  WS-MIN-CHARGE           PIC 9(05)V99 VALUE ZERO.
016000 77  WS-BILL-MONTH           PIC 9(02) VALUE ZERO.
016100 77  WS-PEAK-FROM            PIC 9(02) VALUE ZERO.
016200 77  WS-PEAK-TO              PIC 9(02) VALUE ZERO.
016300 77  WS-PEAK-PCT             PIC 9(03)V99 VALUE ZERO.
016400 77  WS-SPAN-DAYS            PIC 9(03) VALUE ZERO.
016500 77  WS-STD-CYCLE-DAYS       PIC 9(03) VALUE 030.
016600 77  WS-PEAK-AMT             PIC 9(09)V99 VALUE ZERO.
016700 77  WS-OFFPEAK-AMT          PIC 9(09)V99 VALUE ZERO.
016800 77  WS-BILLED-ENERGY        PIC S9(09)V99 VALUE ZERO.
016900 77  WS-REVISED-ENERGY       PIC 9(09)V99 VALUE ZERO.
017000 77  WS-ENERGY-DIFF          PIC S9(09)V99 VALUE ZERO.
017100 77  WS-GST-DIFF             PIC S9(09)V99 VALUE ZERO.
017200 77  WS-CUST-ENERGY          PIC S9(09)V99 VALUE ZERO.
017300 77  WS-CUST-GST             PIC S9(09)V99 VALUE ZERO.
017400 77  WS-CUST-DIFF            PIC S9(09)V99 VALUE ZERO.
017500 77  WS-NEW-BAL              PIC S9(07)V99 VALUE ZERO.
017600 77  WS-NEW-INSTAL           PIC S9(07)V99 VALUE ZERO.
017700 77  WS-NEW-LEFT             PIC 9(02) VALUE ZERO.
017800 77  WS-PD-SPAN              PIC S9(05) VALUE ZERO.
017900 77  WS-PD-SUB               PIC 9(03) VALUE ZERO.
018000 77  WS-PD-COUNT             PIC 9(03) VALUE ZERO.

018100*-----------------------------------------------------------*
018200*    RUN COUNTS AND TOTALS                                    *
018300*-----------------------------------------------------------*
018400 77  WS-CUST-READ            PIC 9(07) VALUE ZERO.
018500 77  WS-CUST-REVISED         PIC 9(07) VALUE ZERO.
018600 77  WS-RECOVERY-COUNT       PIC 9(07) VALUE ZERO.
018700 77  WS-REFUND-COUNT         PIC 9(07) VALUE ZERO.
018800 77  WS-PERIODS-REPRICED     PIC 9(07) VALUE ZERO.
018900 77  WS-PERIODS-SPLIT        PIC 9(05) VALUE ZERO.
019000 77  WS-NO-RATE-COUNT        PIC 9(05) VALUE ZERO.
019100 77  WS-CONTRACT-SKIPPED     PIC 9(05) VALUE ZERO.
019200 77  WS-CLOSED-SKIPPED       PIC 9(05) VALUE ZERO.
019300 77  WS-FAIL-COUNT           PIC 9(05) VALUE ZERO.
019400 77  WS-TOT-RECOVERY         PIC 9(11)V99 VALUE ZERO.
019500 77  WS-TOT-REFUND           PIC 9(11)V99 VALUE ZERO.
019600 77  WS-GL-DETAIL-COUNT      PIC 9(05) VALUE ZERO.
019700 77  WS-GL-HASH              PIC 9(11)V99 VALUE ZERO.

019800*-----------------------------------------------------------*
019900*    REPORT LINE AND EDITED FIELDS                            *
020000*-----------------------------------------------------------*
020100 01  WS-TV-LINE              PIC X(80).
020200 01  WS-UNITS-ED             PIC ZZZZZZ9.
020300 01  WS-AMT-ED               PIC ZZZZZZZ9.99.
020400 01  WS-AMT2-ED              PIC ZZZZZZZ9.99.
020500 01  WS-AMT3-ED              PIC ZZZZZZZ9.99.
020600 01  WS-AMT4-ED              PIC ZZZZZZZ9.99.
020700 01  WS-DIFF-ED              PIC -ZZZZZZ9.99.
020800 01  WS-GST-ED               PIC -ZZZZZ9.99.
020900 01  WS-INSTAL-ED            PIC -ZZZZZZ9.99.
021000 01  WS-LEFT-ED              PIC Z9.
021100 01  WS-COUNT-ED             PIC ZZZZZZ9.
021200 01  WS-TOTAL-ED             PIC ZZZZZZZZZZ9.99.

021300*-----------------------------------------------------------*
021400*    ONE ENTRY PER CALENDAR PERIOD IN THE REVISED RANGE -     *
021500*    THE GL AND GST JOURNAL IS CUT FROM THESE.  RECOVERIES     *
021600*    AND REFUNDS ARE KEPT APART SO EACH POSTS TO ITS OWN       *
021700*    ACCOUNT RATHER THAN NETTING.                              *
021800*-----------------------------------------------------------*
021900 01  WS-PERIOD-TABLE.
022000     05  WS-PD-ENTRY OCCURS 120 TIMES.
022100         10  WS-PD-PERIOD        PIC 9(06).
022200         10  WS-PD-REC-ENERGY    PIC 9(09)V99.
022300         10  WS-PD-REF-ENERGY    PIC 9(09)V99.
022400         10  WS-PD-REC-GST       PIC 9(09)V99.
022500         10  WS-PD-REF-GST       PIC 9(09)V99.

022510*-----------------------------------------------------------*
022520*    THE SAME AMOUNTS AGAIN, BROKEN DOWN BY THE CUSTOMER'S     *
022530*    ZONE WITHIN EACH PERIOD - THE GL LINES ARE CUT FROM       *
022540*    THESE SO EACH CARRIES ITS ZONE COST CENTRE.  SHOULD THE   *
022550*    TABLE FILL, THE JOURNAL FALLS BACK TO THE PERIOD TOTALS   *
022560*    ABOVE WITH NO COST CENTRE RATHER THAN DROP AN AMOUNT.     *
022570*-----------------------------------------------------------*
022580 77  WS-PZ-SUB               PIC 9(04) VALUE ZERO.
022580 77  WS-PZ-HIT               PIC 9(04) VALUE ZERO.
022580 77  WS-PZ-COUNT             PIC 9(04) VALUE ZERO.
022580 77  WS-PZ-FULL-SW           PIC X(01) VALUE "N".
022580     88  WS-PZ-FULL                  VALUE "Y".
022590 01  WS-PERIOD-ZONE-TABLE.
022590     05  WS-PZ-ENTRY OCCURS 3000 TIMES.
022590         10  WS-PZ-PD-SUB        PIC 9(03).
022590         10  WS-PZ-ZONE          PIC X(02).
022590         10  WS-PZ-REC-ENERGY    PIC 9(09)V99.
022590         10  WS-PZ-REF-ENERGY    PIC 9(09)V99.
022590         10  WS-PZ-REC-GST       PIC 9(09)V99.
022590         10  WS-PZ-REF-GST       PIC 9(09)V99.

022595*-----------------------------------------------------------*
022595*    THE AMOUNTS OF THE ONE JOURNAL SET IN HAND                *
022595*-----------------------------------------------------------*
022595 77  WS-JR-ZONE              PIC X(02).
022595 77  WS-JR-REC-ENERGY        PIC 9(09)V99 VALUE ZERO.
022595 77  WS-JR-REF-ENERGY        PIC 9(09)V99 VALUE ZERO.
022595 77  WS-JR-REC-GST           PIC 9(09)V99 VALUE ZERO.
022595 77  WS-JR-REF-GST           PIC 9(09)V99 VALUE ZERO.

022600*-----------------------------------------------------------*
022700*    RATE TABLE, CONTRACT TABLE, TIER-CALC AND SIGN-ON BLOCKS *
022800*-----------------------------------------------------------*
022900 COPY RATETBL.
023000 COPY CONTBL.
023100 COPY BILCALC.
023200 COPY SIGNPARM.
023200 COPY GLPARM.
023200 COPY RPTPARM.

023300 PROCEDURE DIVISION.
023400 0000-MAINLINE SECTION.
023500     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
023600     IF NOT WS-ABORT
023700         PERFORM 2000-REVISE-CUSTOMER THRU 2000-EXIT
023800             UNTIL WS-CM-EOF
023900         PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT
024000     END-IF.
024100     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
024200     STOP RUN.

024300 1000-INITIALIZE.
024400     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
024500     ACCEPT WS-SYSTEM-TIME FROM TIME.
024600     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
024700     ACCEPT WS-OPERATOR-ID.
024800     DISPLAY "PASSWORD: " WITH NO ADVANCING.
024900     ACCEPT WS-PASSWORD.
025000     MOVE WS-OPERATOR-ID TO SG-OPERATOR-ID.
025100     MOVE WS-PASSWORD    TO SG-PASSWORD.
025200     MOVE 2              TO SG-REQUIRED-LEVEL.
025300     CALL "BILSIGN" USING SG-PARMS.
025400     IF NOT SG-OK
025500         DISPLAY "BILTREV: SIGN-ON REFUSED - RUN ABANDONED"
025600         MOVE "Y" TO WS-ABORT-SW
025700         GO TO 1000-EXIT
025800     END-IF.
025900     DISPLAY "SERVICE TYPE (E/W): " WITH NO ADVANCING.
026000     ACCEPT WS-IN-SERVICE.
026100     DISPLAY "CUSTOMER CLASS (R/C/I/T): " WITH NO ADVANCING.
026200     ACCEPT WS-IN-CLASS.
026300     DISPLAY "FIRST PERIOD REVISED (YYYYMM): " WITH NO ADVANCING.
026400     ACCEPT WS-IN-FROM.
026500     DISPLAY "LAST PERIOD REVISED (YYYYMM): " WITH NO ADVANCING.
026600     ACCEPT WS-IN-TO.
026700     DISPLAY "INSTALMENTS (1-24, BLANK FOR ONE): "
026800         WITH NO ADVANCING.
026900     ACCEPT WS-IN-INSTAL.
027000     DISPLAY "TARIFF ORDER REFERENCE: " WITH NO ADVANCING.
027100     ACCEPT WS-IN-ORDER-REF.
027200     DISPLAY "PROOF RUN ONLY (Y/N): " WITH NO ADVANCING.
027300     ACCEPT WS-PROOF-SW.
027400     PERFORM 1050-VALIDATE-PARMS THRU 1050-EXIT.
027500     IF WS-ABORT
027600         GO TO 1000-EXIT
027700     END-IF.
027800     OPEN I-O CUSTMAS.
027900     IF NOT FS-CUSTMAS-OK
028000         DISPLAY "BILTREV: UNABLE TO OPEN CUSTMAS, STATUS "
028100             FS-CUSTMAS
028200         MOVE "Y" TO WS-ABORT-SW
028300         GO TO 1000-EXIT
028400     END-IF.
028500     OPEN I-O BILLHIST.
028600     IF NOT FS-BILLHIST-OK
028700         DISPLAY "BILTREV: UNABLE TO OPEN BILLHIST, STATUS "
028800             FS-BILLHIST
028900         MOVE "Y" TO WS-ABORT-SW
029000         GO TO 1000-EXIT
029100     END-IF.
029200     OPEN OUTPUT TREVRPT.
029300     IF NOT FS-TREVRPT-OK
029400         DISPLAY "BILTREV: UNABLE TO OPEN TREVRPT, STATUS "
029500             FS-TREVRPT
029600         MOVE "Y" TO WS-ABORT-SW
029700         GO TO 1000-EXIT
029800     END-IF.
029900     IF NOT WS-PROOF-RUN
030000         PERFORM 1060-OPEN-GL THRU 1060-EXIT
030100     END-IF.
030200     IF WS-ABORT
030300         GO TO 1000-EXIT
030400     END-IF.
030500     OPEN EXTEND RUNLOG.
030600     IF NOT FS-RUNLOG-OK
030700         DISPLAY "BILTREV: UNABLE TO OPEN RUNLOG, STATUS "
030800             FS-RUNLOG
030900         MOVE "Y" TO WS-ABORT-SW
031000         GO TO 1000-EXIT
031100     END-IF.
031200     PERFORM 1100-LOAD-RATE-TABLE THRU 1100-EXIT.
031300     IF WS-ABORT
031400         GO TO 1000-EXIT
031500     END-IF.
031600     PERFORM 1200-LOAD-CONTRACTS  THRU 1200-EXIT.
031700     PERFORM 1300-BUILD-PERIODS   THRU 1300-EXIT.
031800     PERFORM 1400-WRITE-HEADINGS  THRU 1400-EXIT.
031900     MOVE LOW-VALUES TO CM-CUST-ID.
032000     START CUSTMAS KEY IS >= CM-CUST-ID
032100         INVALID KEY
032200             MOVE "Y" TO WS-CM-EOF-SW
032300     END-START.
032400 1000-EXIT.
032500     EXIT.

032600*-----------------------------------------------------------*
032700*    THE REVISION MUST NAME ONE SERVICE, ONE CLASS AND A       *
032800*    RANGE OF PERIODS ALREADY BILLED, NO LONGER THAN TEN       *
032900*    YEARS.  THE ORDER REFERENCE IS REQUIRED - IT IS THE       *
033000*    AUDIT TRAIL BEHIND EVERY AMOUNT THE RUN POSTS.            *
033100*-----------------------------------------------------------*
033200 1050-VALIDATE-PARMS.
033300     IF WS-IN-SERVICE NOT = "E" AND WS-IN-SERVICE NOT = "W"
033400         DISPLAY "BILTREV: SERVICE TYPE MUST BE E OR W"
033500         MOVE "Y" TO WS-ABORT-SW
033600         GO TO 1050-EXIT
033700     END-IF.
033800     IF WS-IN-CLASS NOT = "R" AND WS-IN-CLASS NOT = "C"
033900         AND WS-IN-CLASS NOT = "I" AND WS-IN-CLASS NOT = "T"
034000         DISPLAY "BILTREV: CUSTOMER CLASS MUST BE R, C, I OR T"
034100         MOVE "Y" TO WS-ABORT-SW
034200         GO TO 1050-EXIT
034300     END-IF.
034400     IF WS-IN-FROM NOT NUMERIC
034500         OR WS-FROM-MM < 1 OR WS-FROM-MM > 12
034600         DISPLAY "BILTREV: FIRST PERIOD IS NOT A VALID YYYYMM"
034700         MOVE "Y" TO WS-ABORT-SW
034800         GO TO 1050-EXIT
034900     END-IF.
035000     IF WS-IN-TO NOT NUMERIC
035100         OR WS-TO-MM < 1 OR WS-TO-MM > 12
035200         DISPLAY "BILTREV: LAST PERIOD IS NOT A VALID YYYYMM"
035300         MOVE "Y" TO WS-ABORT-SW
035400         GO TO 1050-EXIT
035500     END-IF.
035600     IF WS-IN-TO < WS-IN-FROM
035700         DISPLAY "BILTREV: LAST PERIOD PRECEDES THE FIRST"
035800         MOVE "Y" TO WS-ABORT-SW
035900         GO TO 1050-EXIT
036000     END-IF.
036100     IF WS-IN-TO > WS-SYSTEM-DATE(1:6)
036200         DISPLAY "BILTREV: A REVISION CANNOT REACH A PERIOD NOT"
036300             " YET BILLED"
036400         MOVE "Y" TO WS-ABORT-SW
036500         GO TO 1050-EXIT
036600     END-IF.
036700     COMPUTE WS-PD-SPAN = (WS-TO-YYYY - WS-FROM-YYYY) * 12
036800         + WS-TO-MM - WS-FROM-MM + 1.
036900     IF WS-PD-SPAN > 120
037000         DISPLAY "BILTREV: NO MORE THAN 120 PERIODS IN ONE"
037100             " REVISION"
037200         MOVE "Y" TO WS-ABORT-SW
037300         GO TO 1050-EXIT
037400     END-IF.
037500     MOVE WS-PD-SPAN TO WS-PD-COUNT.
037600     IF WS-IN-INSTAL NOT NUMERIC OR WS-IN-INSTAL = 0
037700         MOVE 1 TO WS-IN-INSTAL
037800     END-IF.
037900     IF WS-IN-INSTAL > 24
038000         DISPLAY "BILTREV: NO MORE THAN 24 INSTALMENTS"
038100         MOVE "Y" TO WS-ABORT-SW
038200         GO TO 1050-EXIT
038300     END-IF.
038400     IF WS-IN-ORDER-REF = SPACES
038500         DISPLAY "BILTREV: THE TARIFF ORDER REFERENCE IS REQUIRED"
038600         MOVE "Y" TO WS-ABORT-SW
038700         GO TO 1050-EXIT
038800     END-IF.
038900     IF WS-PROOF-SW NOT = "Y"
039000         MOVE "N" TO WS-PROOF-SW
039100     END-IF.
039200 1050-EXIT.
039300     EXIT.

039400 1060-OPEN-GL.
039500     OPEN EXTEND GLEXTR.
039600     IF FS-GLEXTR-NOFILE
039700         OPEN OUTPUT GLEXTR
039800     END-IF.
039900     IF NOT FS-GLEXTR-OK
040000         DISPLAY "BILTREV: UNABLE TO OPEN BILGL, STATUS "
040100             FS-GLEXTR
040200         MOVE "Y" TO WS-ABORT-SW
040300     END-IF.
040400 1060-EXIT.
040500     EXIT.

040600 1100-LOAD-RATE-TABLE.
040700     OPEN INPUT RATETAB.
040800     IF NOT FS-RATETAB-OK
040900         DISPLAY "BILTREV: UNABLE TO OPEN RATETAB, STATUS "
041000             FS-RATETAB
041100         MOVE "Y" TO WS-ABORT-SW
041200         GO TO 1100-EXIT
041300     END-IF.
041400     READ RATETAB
041500         AT END
041600             MOVE "Y" TO WS-RT-EOF-SW
041700     END-READ.
041800     PERFORM 1110-STORE-RATE-ENTRY THRU 1110-EXIT
041900         UNTIL WS-RT-EOF.
042000     CLOSE RATETAB.
042100 1100-EXIT.
042200     EXIT.

042300 1110-STORE-RATE-ENTRY.
042400     IF WS-RATE-COUNT >= 60
042500         DISPLAY "BILTREV: RATETAB HOLDS MORE THAN 60 SCHEDULES"
042600             " - RUN ABANDONED"
042700         MOVE "Y" TO WS-ABORT-SW
042800         MOVE "Y" TO WS-RT-EOF-SW
042900         GO TO 1110-EXIT
043000     END-IF.
043100     ADD 1 TO WS-RATE-COUNT.
043200     MOVE RT-SERVICE-TYPE TO WS-RT-SERVICE-TYPE(WS-RATE-COUNT).
043300     MOVE RT-CUST-CLASS  TO WS-RT-CUST-CLASS(WS-RATE-COUNT).
043400     MOVE RT-TIER1-LIMIT TO WS-RT-TIER1-LIMIT(WS-RATE-COUNT).
043500     MOVE RT-TIER1-RATE  TO WS-RT-TIER1-RATE(WS-RATE-COUNT).
043600     MOVE RT-TIER2-LIMIT TO WS-RT-TIER2-LIMIT(WS-RATE-COUNT).
043700     MOVE RT-TIER2-RATE  TO WS-RT-TIER2-RATE(WS-RATE-COUNT).
043800     MOVE RT-TIER3-RATE  TO WS-RT-TIER3-RATE(WS-RATE-COUNT).
043900     MOVE RT-GST-PCT     TO WS-RT-GST-PCT(WS-RATE-COUNT).
044000     MOVE RT-MIN-CHARGE  TO WS-RT-MIN-CHARGE(WS-RATE-COUNT).
044100     MOVE RT-EFF-FROM    TO WS-RT-EFF-FROM(WS-RATE-COUNT).
044200     MOVE RT-EFF-TO      TO WS-RT-EFF-TO(WS-RATE-COUNT).
044300     MOVE RT-PEAK-FROM-MONTH TO
044400         WS-RT-PEAK-FROM-MONTH(WS-RATE-COUNT).
044500     MOVE RT-PEAK-TO-MONTH TO
044600         WS-RT-PEAK-TO-MONTH(WS-RATE-COUNT).
044700     MOVE RT-PEAK-MULT-PCT TO
044800         WS-RT-PEAK-MULT-PCT(WS-RATE-COUNT).
044900     MOVE RT-PEAK-UNIT-RATE TO
045000         WS-RT-PEAK-UNIT-RATE(WS-RATE-COUNT).
045100     MOVE RT-OFFPEAK-UNIT-RATE TO
045200         WS-RT-OFFPK-UNIT-RATE(WS-RATE-COUNT).
045300     READ RATETAB
045400         AT END
045500             MOVE "Y" TO WS-RT-EOF-SW
045600     END-READ.
045700 1110-EXIT.
045800     EXIT.

045900*-----------------------------------------------------------*
046000*    THE CONTRACT FILE IS OPTIONAL.  A CUSTOMER ON A           *
046100*    NEGOTIATED CONTRACT IS PRICED BY ITS AGREEMENT, NOT BY    *
046200*    THE CLASS SCHEDULE BEING REVISED, AND IS PASSED OVER.     *
046300*-----------------------------------------------------------*
046400 1200-LOAD-CONTRACTS.
046500     OPEN INPUT CONTRACT.
046600     IF NOT FS-CONTRACT-OK
046700         GO TO 1200-EXIT
046800     END-IF.
046900     READ CONTRACT
047000         AT END
047100             MOVE "Y" TO WS-CN-EOF-SW
047200     END-READ.
047300     PERFORM 1210-STORE-CONTRACT THRU 1210-EXIT
047400         UNTIL WS-CN-EOF.
047500     CLOSE CONTRACT.
047600 1200-EXIT.
047700     EXIT.

047800 1210-STORE-CONTRACT.
047900     IF WS-CONTRACT-COUNT >= 50
048000         DISPLAY "BILTREV: CONTRACT TABLE FULL - REMAINING"
048100             " CONTRACTS NOT LOADED"
048200         MOVE "Y" TO WS-CN-EOF-SW
048300         GO TO 1210-EXIT
048400     END-IF.
048500     ADD 1 TO WS-CONTRACT-COUNT.
048600     MOVE CN-CUST-ID       TO WS-CN-CUST-ID(WS-CONTRACT-COUNT).
048700     MOVE CN-RATE-PER-UNIT TO
048800         WS-CN-RATE-PER-UNIT(WS-CONTRACT-COUNT).
048900     MOVE CN-EXPIRY-DATE   TO
049000         WS-CN-EXPIRY-DATE(WS-CONTRACT-COUNT).
049100     MOVE CN-MIN-OFFTAKE-UNITS TO
049200         WS-CN-MIN-OFFTAKE(WS-CONTRACT-COUNT).
049300     MOVE CN-STATUS        TO WS-CN-STATUS(WS-CONTRACT-COUNT).
049400     READ CONTRACT
049500         AT END
049600             MOVE "Y" TO WS-CN-EOF-SW
049700     END-READ.
049800 1210-EXIT.
049900     EXIT.

050000 1300-BUILD-PERIODS.
050100     MOVE WS-IN-FROM TO WS-PD-WORK.
050200     PERFORM 1310-ADD-PERIOD THRU 1310-EXIT
050300         VARYING WS-PD-SUB FROM 1 BY 1
050400         UNTIL WS-PD-SUB > WS-PD-COUNT.
050500 1300-EXIT.
050600     EXIT.

050700 1310-ADD-PERIOD.
050800     MOVE WS-PD-WORK TO WS-PD-PERIOD(WS-PD-SUB).
050900     MOVE ZERO TO WS-PD-REC-ENERGY(WS-PD-SUB).
051000     MOVE ZERO TO WS-PD-REF-ENERGY(WS-PD-SUB).
051100     MOVE ZERO TO WS-PD-REC-GST(WS-PD-SUB).
051200     MOVE ZERO TO WS-PD-REF-GST(WS-PD-SUB).
051300     ADD 1 TO WS-PD-WORK-MM.
051400     IF WS-PD-WORK-MM > 12
051500         MOVE 1 TO WS-PD-WORK-MM
051600         ADD 1 TO WS-PD-WORK-YYYY
051700     END-IF.
051800 1310-EXIT.
051900     EXIT.

052000 1400-WRITE-HEADINGS.
052100     MOVE SPACES TO WS-TV-LINE.
052200     STRING "BILTREV - RETROSPECTIVE TARIFF REVISION"
052300         "        RUN DATE " WS-SYSTEM-DATE
052400         DELIMITED BY SIZE INTO WS-TV-LINE.
052500     WRITE TV-LINE FROM WS-TV-LINE.
052600     MOVE SPACES TO WS-TV-LINE.
052700     STRING "TARIFF ORDER " WS-IN-ORDER-REF
052800         " SERVICE " WS-IN-SERVICE " CLASS " WS-IN-CLASS
052900         " PERIODS " WS-IN-FROM " TO " WS-IN-TO
053000         DELIMITED BY SIZE INTO WS-TV-LINE.
053100     WRITE TV-LINE FROM WS-TV-LINE.
053200     MOVE WS-IN-INSTAL TO WS-LEFT-ED.
053300     MOVE SPACES TO WS-TV-LINE.
053400     IF WS-PROOF-RUN
053500         STRING "INSTALMENTS " WS-LEFT-ED
053600             "    PROOF RUN - NOTHING POSTED"
053700             DELIMITED BY SIZE INTO WS-TV-LINE
053800     ELSE
053900         STRING "INSTALMENTS " WS-LEFT-ED
054000             "    SUPERVISOR " WS-OPERATOR-ID
054100             DELIMITED BY SIZE INTO WS-TV-LINE
054200     END-IF.
054300     WRITE TV-LINE FROM WS-TV-LINE.
054400     MOVE SPACES TO WS-TV-LINE.
054500     WRITE TV-LINE FROM WS-TV-LINE.
054600     STRING "CUSTOMER   PERIOD   UNITS"
054700         "      BILLED     REVISED"
054800         "  DIFFERENCE        GST"
054900         DELIMITED BY SIZE INTO WS-TV-LINE.
055000     WRITE TV-LINE FROM WS-TV-LINE.
055100 1400-EXIT.
055200     EXIT.

055300*-----------------------------------------------------------*
055400*    ONE CUSTOMER OF THE CLASS AND SERVICE REVISED - EVERY      *
055500*    BILL IN THE RANGE REPRICED, AND WHATEVER DIFFERENCE IS     *
055600*    LEFT POSTED TO THE MASTER FOR THE NEXT BILLS.  A FLAT-     *
055700*    RATE UNMETERED ACCOUNT IS NOT ON THE ENERGY SCHEDULE, AND  *
055800*    A CLOSED ACCOUNT HAS NO NEXT BILL TO CARRY THE DIFFERENCE  *
055900*    - IT IS LISTED FOR THE COMMERCIAL OFFICER INSTEAD.         *
056000*-----------------------------------------------------------*
056100 2000-REVISE-CUSTOMER.
056200     READ CUSTMAS NEXT RECORD
056300         AT END
056400             MOVE "Y" TO WS-CM-EOF-SW
056500             GO TO 2000-EXIT
056600     END-READ.
056700     ADD 1 TO WS-CUST-READ.
056800     IF CM-SERVICE-TYPE NOT = WS-IN-SERVICE
056900         OR CM-CUST-CLASS NOT = WS-IN-CLASS
057000         GO TO 2000-EXIT
057100     END-IF.
057200     IF CM-UNMETERED
057300         GO TO 2000-EXIT
057400     END-IF.
057500     PERFORM 2050-CHECK-CONTRACT THRU 2050-EXIT.
057600     IF WS-ON-CONTRACT
057700         ADD 1 TO WS-CONTRACT-SKIPPED
057800         GO TO 2000-EXIT
057900     END-IF.
058000     IF CM-STAT-CLOSED
058100         ADD 1 TO WS-CLOSED-SKIPPED
058200         DISPLAY "BILTREV: " CM-CUST-ID
058300             " CLOSED - NO NEXT BILL, NOT REVISED"
058400         GO TO 2000-EXIT
058500     END-IF.
058600     MOVE ZERO TO WS-CUST-ENERGY.
058700     MOVE ZERO TO WS-CUST-GST.
058800     MOVE "N"        TO WS-BH-EOF-SW.
058900     MOVE CM-CUST-ID TO BH-CUST-ID.
059000     MOVE WS-IN-FROM TO BH-BILL-PERIOD.
059100     START BILLHIST KEY IS >= BH-KEY
059200         INVALID KEY
059300             GO TO 2000-EXIT
059400     END-START.
059500     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
059600     PERFORM 2200-REPRICE-PERIOD THRU 2200-EXIT
059700         UNTIL WS-BH-EOF.
059800     COMPUTE WS-CUST-DIFF = WS-CUST-ENERGY + WS-CUST-GST.
059900     IF WS-CUST-DIFF = 0
060000         GO TO 2000-EXIT
060100     END-IF.
060200     PERFORM 2400-POST-CUSTOMER THRU 2400-EXIT.
060300 2000-EXIT.
060400     EXIT.

060500 2050-CHECK-CONTRACT.
060600     MOVE "N" TO WS-CONTRACT-SW.
060700     IF WS-CONTRACT-COUNT = 0
060800         GO TO 2050-EXIT
060900     END-IF.
061000     SET WS-CN-IDX TO 1.
061100     SEARCH WS-CN-ENTRY
061200         AT END
061300             CONTINUE
061400         WHEN WS-CN-CUST-ID(WS-CN-IDX) = CM-CUST-ID
061500             AND WS-CN-STATUS(WS-CN-IDX) = "A"
061600             MOVE "Y" TO WS-CONTRACT-SW
061700     END-SEARCH.
061800 2050-EXIT.
061900     EXIT.

062000 2100-READ-HISTORY.
062100     READ BILLHIST NEXT RECORD
062200         AT END
062300             MOVE "Y" TO WS-BH-EOF-SW
062400             GO TO 2100-EXIT
062500     END-READ.
062600     IF BH-CUST-ID NOT = CM-CUST-ID
062700         OR BH-BILL-PERIOD > WS-IN-TO
062800         MOVE "Y" TO WS-BH-EOF-SW
062900     END-IF.
063000 2100-EXIT.
063100     EXIT.

063200*-----------------------------------------------------------*
063300*    ONE PAST BILL REPRICED.  ONLY A REGULAR BILL WITH UNITS    *
063400*    ON IT IS TOUCHED - WRITE-OFF AND REVERSAL MARKERS AND A    *
063500*    FLAT-RATE OR ZERO-CONSUMPTION BILL HAVE NO ENERGY CHARGE   *
063600*    TO REVISE.  A BILL THAT WAS ALREADY SPLIT ACROSS TWO       *
063700*    SCHEDULES CANNOT BE REPRICED FROM ITS TOTAL UNITS AND IS   *
063800*    LEFT FOR A CORRECTION BY HAND.  THE HISTORY IS MARKED      *
063900*    BEFORE THE DIFFERENCE IS COUNTED, SO A PERIOD IS NEVER     *
064000*    BILLED WITHOUT ITS MARK.                                   *
064100*-----------------------------------------------------------*
064200 2200-REPRICE-PERIOD.
064300     IF NOT BH-TYPE-BILL OR BH-UNITS = 0
064400         OR BH-NOTE = "UNMETERED FLAT-RATE BILL"
064500         GO TO 2200-NEXT
064600     END-IF.
064700     IF BH-RATE-SPLIT
064800         ADD 1 TO WS-PERIODS-SPLIT
064900         DISPLAY "BILTREV: " BH-CUST-ID " " BH-BILL-PERIOD
065000             " PRICED ACROSS TWO SCHEDULES - REVISE BY HAND"
065100         GO TO 2200-NEXT
065200     END-IF.
065300     PERFORM 2300-FIND-SCHEDULE THRU 2300-EXIT.
065400     IF NOT WS-RATE-FOUND
065500         ADD 1 TO WS-NO-RATE-COUNT
065600         DISPLAY "BILTREV: NO SCHEDULE ON FILE FOR PERIOD "
065700             BH-BILL-PERIOD " - " BH-CUST-ID " NOT REPRICED"
065800         GO TO 2200-NEXT
065900     END-IF.
066000     PERFORM 2310-BILLED-ENERGY  THRU 2310-EXIT.
066100     PERFORM 2320-REVISED-ENERGY THRU 2320-EXIT.
066200     ADD 1 TO WS-PERIODS-REPRICED.
066300     COMPUTE WS-ENERGY-DIFF =
066400         WS-REVISED-ENERGY - WS-BILLED-ENERGY.
066500     IF WS-ENERGY-DIFF = 0
066600         GO TO 2200-NEXT
066700     END-IF.
066800     IF NOT WS-PROOF-RUN
066900         MOVE WS-REVISED-ENERGY TO BH-REVISED-ENERGY
067000         REWRITE BH-RECORD
067100             INVALID KEY
067200                 DISPLAY "BILTREV: HISTORY REWRITE FAILED FOR "
067300                     BH-CUST-ID " " BH-BILL-PERIOD
067400                 ADD 1 TO WS-FAIL-COUNT
067500                 GO TO 2200-NEXT
067600         END-REWRITE
067700     END-IF.
067800     COMPUTE WS-GST-DIFF ROUNDED =
067900         WS-ENERGY-DIFF * WS-GST-PCT / 100.
068000     ADD WS-ENERGY-DIFF TO WS-CUST-ENERGY.
068100     ADD WS-GST-DIFF    TO WS-CUST-GST.
068200     PERFORM 2330-ADD-TO-PERIOD THRU 2330-EXIT.
068300     PERFORM 2340-WRITE-DETAIL  THRU 2340-EXIT.
068400 2200-NEXT.
068500     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
068600 2200-EXIT.
068700     EXIT.

068800*-----------------------------------------------------------*
068900*    THE SCHEDULE NOW ON FILE FOR THE BILL'S OWN PERIOD.        *
069000*    BILRATE REFUSES OVERLAPPING DATES, SO THERE IS AT MOST     *
069100*    ONE.  NONE MEANS THE PERIOD IS NOT REPRICED AT ALL -       *
069200*    FALLING BACK TO ANOTHER SCHEDULE WOULD BILL A FALSE        *
069300*    DIFFERENCE.                                                *
069400*-----------------------------------------------------------*
069500 2300-FIND-SCHEDULE.
069600     MOVE "N" TO WS-RATE-FOUND-SW.
069700     SET WS-RATE-IDX TO 1.
069800     SEARCH WS-RATE-ENTRY
069900         AT END
070000             CONTINUE
070100         WHEN WS-RT-SERVICE-TYPE(WS-RATE-IDX) = WS-IN-SERVICE
070200             AND WS-RT-CUST-CLASS(WS-RATE-IDX) = WS-IN-CLASS
070300             AND BH-BILL-PERIOD >= WS-RT-EFF-FROM(WS-RATE-IDX)
070400             AND BH-BILL-PERIOD <= WS-RT-EFF-TO(WS-RATE-IDX)
070500             MOVE "Y" TO WS-RATE-FOUND-SW
070600     END-SEARCH.
070700 2300-EXIT.
070800     EXIT.

070900*-----------------------------------------------------------*
071000*    WHAT THE BILL CHARGED FOR ENERGY - THE REPRICED CHARGE IF  *
071100*    AN EARLIER REVISION REACHED THE PERIOD, OTHERWISE THE      *
071200*    TAXABLE VALUE LESS THE FUEL, DEMAND AND POWER-FACTOR       *
071300*    COMPONENTS.  A BILCANC REBILL LEAVES THE POWER-FACTOR      *
071400*    AMOUNT OUT OF ITS TAXABLE VALUE.                           *
071500*-----------------------------------------------------------*
071600 2310-BILLED-ENERGY.
071700     IF BH-REVISED-ENERGY NUMERIC AND BH-REVISED-ENERGY > 0
071800         MOVE BH-REVISED-ENERGY TO WS-BILLED-ENERGY
071900         GO TO 2310-EXIT
072000     END-IF.
072100     COMPUTE WS-BILLED-ENERGY = BH-TAXABLE-AMT - BH-FUEL-AMT
072200         - BH-DEMAND-AMT.
072300     IF BH-PF-AMT NUMERIC AND NOT BH-CORR-REBILLED
072400         SUBTRACT BH-PF-AMT FROM WS-BILLED-ENERGY
072500     END-IF.
072600     IF WS-BILLED-ENERGY < 0
072700         MOVE ZERO TO WS-BILLED-ENERGY
072800     END-IF.
072900 2310-EXIT.
073000     EXIT.

073100*-----------------------------------------------------------*
073200*    THE SAME ENERGY CHARGE UNDER THE REVISED SCHEDULE.  A      *
073300*    TIME-OF-USE BILL IS PRICED FROM ITS TWO REGISTERS; ANY     *
073400*    OTHER GOES THROUGH BILCALC WITH THE PEAK-SEASON RATES AND  *
073500*    THE SLAB LIMITS SCALED FOR THE DAYS THE READING COVERED,   *
073600*    AS THE BATCH RUN PRICED IT.  THE MINIMUM CHARGE APPLIES    *
073700*    EITHER WAY.                                                *
073800*-----------------------------------------------------------*
073900 2320-REVISED-ENERGY.
074000     MOVE WS-RT-TIER1-LIMIT(WS-RATE-IDX) TO BC-TIER1-LIMIT.
074100     MOVE WS-RT-TIER1-RATE(WS-RATE-IDX)  TO BC-TIER1-RATE.
074200     MOVE WS-RT-TIER2-LIMIT(WS-RATE-IDX) TO BC-TIER2-LIMIT.
074300     MOVE WS-RT-TIER2-RATE(WS-RATE-IDX)  TO BC-TIER2-RATE.
074400     MOVE WS-RT-TIER3-RATE(WS-RATE-IDX)  TO BC-TIER3-RATE.
074500     MOVE WS-RT-GST-PCT(WS-RATE-IDX)     TO WS-GST-PCT.
074600     MOVE WS-RT-MIN-CHARGE(WS-RATE-IDX)  TO WS-MIN-CHARGE.
074700     IF BH-PEAK-UNITS NUMERIC AND BH-OFFPEAK-UNITS NUMERIC
074800         AND (BH-PEAK-UNITS > 0 OR BH-OFFPEAK-UNITS > 0)
074900         AND (WS-RT-PEAK-UNIT-RATE(WS-RATE-IDX) > 0
075000           OR WS-RT-OFFPK-UNIT-RATE(WS-RATE-IDX) > 0)
075100         COMPUTE WS-PEAK-AMT ROUNDED = BH-PEAK-UNITS
075200             * WS-RT-PEAK-UNIT-RATE(WS-RATE-IDX)
075300         COMPUTE WS-OFFPEAK-AMT ROUNDED = BH-OFFPEAK-UNITS
075400             * WS-RT-OFFPK-UNIT-RATE(WS-RATE-IDX)
075500         COMPUTE BC-BILL = WS-PEAK-AMT + WS-OFFPEAK-AMT
075600     ELSE
075700         PERFORM 2350-APPLY-SEASONAL-RATE THRU 2350-EXIT
075800         PERFORM 2360-SCALE-SLAB-LIMITS   THRU 2360-EXIT
075900         MOVE BH-UNITS TO BC-UNITS
076000         CALL "BILCALC" USING BC-PARMS
076100     END-IF.
076200     IF BC-BILL < WS-MIN-CHARGE
076300         MOVE WS-MIN-CHARGE TO BC-BILL
076400     END-IF.
076500     MOVE BC-BILL TO WS-REVISED-ENERGY.
076600 2320-EXIT.
076700     EXIT.

076800 2330-ADD-TO-PERIOD.
076900     MOVE BH-BILL-PERIOD TO WS-PD-WORK.
077000     COMPUTE WS-PD-SUB = (WS-PD-WORK-YYYY - WS-FROM-YYYY) * 12
077100         + WS-PD-WORK-MM - WS-FROM-MM + 1.
077200     IF WS-ENERGY-DIFF > 0
077300         ADD WS-ENERGY-DIFF TO WS-PD-REC-ENERGY(WS-PD-SUB)
077400     ELSE
077500         SUBTRACT WS-ENERGY-DIFF FROM WS-PD-REF-ENERGY(WS-PD-SUB)
077600     END-IF.
077700     IF WS-GST-DIFF > 0
077800         ADD WS-GST-DIFF TO WS-PD-REC-GST(WS-PD-SUB)
077900     END-IF.
078000     IF WS-GST-DIFF < 0
078100         SUBTRACT WS-GST-DIFF FROM WS-PD-REF-GST(WS-PD-SUB)
078200     END-IF.
078250     PERFORM 2335-ADD-TO-ZONE THRU 2335-EXIT.
078300 2330-EXIT.
078400     EXIT.

078410 2335-ADD-TO-ZONE.
078410     IF WS-PZ-FULL
078410         GO TO 2335-EXIT
078410     END-IF.
078410     MOVE ZERO TO WS-PZ-HIT.
078410     PERFORM 2336-MATCH-ZONE THRU 2336-EXIT
078410         VARYING WS-PZ-SUB FROM 1 BY 1
078410         UNTIL WS-PZ-SUB > WS-PZ-COUNT.
078410     IF WS-PZ-HIT = ZERO
078410         IF WS-PZ-COUNT >= 3000
078410             DISPLAY "BILTREV: PERIOD/ZONE TABLE FULL AT 3000 -"
078410                 " GL JOURNAL BOOKED BY PERIOD WITHOUT ZONE"
078410             MOVE "Y" TO WS-PZ-FULL-SW
078410             GO TO 2335-EXIT
078410         END-IF
078410         ADD 1 TO WS-PZ-COUNT
078410         MOVE WS-PZ-COUNT  TO WS-PZ-HIT
078410         MOVE WS-PD-SUB    TO WS-PZ-PD-SUB(WS-PZ-HIT)
078410         MOVE CM-ZONE-CODE TO WS-PZ-ZONE(WS-PZ-HIT)
078410         MOVE ZERO TO WS-PZ-REC-ENERGY(WS-PZ-HIT)
078410         MOVE ZERO TO WS-PZ-REF-ENERGY(WS-PZ-HIT)
078410         MOVE ZERO TO WS-PZ-REC-GST(WS-PZ-HIT)
078410         MOVE ZERO TO WS-PZ-REF-GST(WS-PZ-HIT)
078410     END-IF.
078410     IF WS-ENERGY-DIFF > 0
078410         ADD WS-ENERGY-DIFF TO WS-PZ-REC-ENERGY(WS-PZ-HIT)
078410     ELSE
078410         SUBTRACT WS-ENERGY-DIFF FROM WS-PZ-REF-ENERGY(WS-PZ-HIT)
078410     END-IF.
078410     IF WS-GST-DIFF > 0
078410         ADD WS-GST-DIFF TO WS-PZ-REC-GST(WS-PZ-HIT)
078410     END-IF.
078410     IF WS-GST-DIFF < 0
078410         SUBTRACT WS-GST-DIFF FROM WS-PZ-REF-GST(WS-PZ-HIT)
078410     END-IF.
078410 2335-EXIT.
078410     EXIT.

078420 2336-MATCH-ZONE.
078420     IF WS-PZ-PD-SUB(WS-PZ-SUB) = WS-PD-SUB
078420         AND WS-PZ-ZONE(WS-PZ-SUB) = CM-ZONE-CODE
078420         MOVE WS-PZ-SUB TO WS-PZ-HIT
078420     END-IF.
078420 2336-EXIT.
078420     EXIT.

078500 2340-WRITE-DETAIL.
078600     MOVE BH-UNITS          TO WS-UNITS-ED.
078700     MOVE WS-BILLED-ENERGY  TO WS-AMT-ED.
078800     MOVE WS-REVISED-ENERGY TO WS-AMT2-ED.
078900     MOVE WS-ENERGY-DIFF    TO WS-DIFF-ED.
079000     MOVE WS-GST-DIFF       TO WS-GST-ED.
079100     MOVE SPACES TO WS-TV-LINE.
079200     STRING CM-CUST-ID " " BH-BILL-PERIOD " " WS-UNITS-ED " "
079300         WS-AMT-ED " " WS-AMT2-ED " " WS-DIFF-ED " " WS-GST-ED
079400         DELIMITED BY SIZE INTO WS-TV-LINE.
079500     WRITE TV-LINE FROM WS-TV-LINE.
079600 2340-EXIT.
079700     EXIT.

079800*-----------------------------------------------------------*
079900*    THE SAME PEAK-SEASON SCALING THE BATCH RUN APPLIED,        *
080000*    KEYED TO THE BILL'S OWN PERIOD.                            *
080100*-----------------------------------------------------------*
080200 2350-APPLY-SEASONAL-RATE.
080300     MOVE BH-BILL-PERIOD(5:2) TO WS-BILL-MONTH.
080400     MOVE "N" TO WS-PEAK-SW.
080500     MOVE WS-RT-PEAK-FROM-MONTH(WS-RATE-IDX) TO WS-PEAK-FROM.
080600     MOVE WS-RT-PEAK-TO-MONTH(WS-RATE-IDX)   TO WS-PEAK-TO.
080700     MOVE WS-RT-PEAK-MULT-PCT(WS-RATE-IDX)   TO WS-PEAK-PCT.
080800     IF WS-PEAK-PCT > 0
080900         IF WS-PEAK-FROM <= WS-PEAK-TO
081000             IF WS-BILL-MONTH >= WS-PEAK-FROM
081100                 AND WS-BILL-MONTH <= WS-PEAK-TO
081200                 MOVE "Y" TO WS-PEAK-SW
081300             END-IF
081400         ELSE
081500             IF WS-BILL-MONTH >= WS-PEAK-FROM
081600                 OR WS-BILL-MONTH <= WS-PEAK-TO
081700                 MOVE "Y" TO WS-PEAK-SW
081800             END-IF
081900         END-IF
082000     END-IF.
082100     IF WS-PEAK-MONTH
082200         COMPUTE BC-TIER1-RATE ROUNDED =
082300             BC-TIER1-RATE * WS-PEAK-PCT / 100
082400         COMPUTE BC-TIER2-RATE ROUNDED =
082500             BC-TIER2-RATE * WS-PEAK-PCT / 100
082600         COMPUTE BC-TIER3-RATE ROUNDED =
082700             BC-TIER3-RATE * WS-PEAK-PCT / 100
082800     END-IF.
082900 2350-EXIT.
083000     EXIT.

083100*-----------------------------------------------------------*
083200*    THE SLAB LIMITS AS THE BATCH RUN SET THEM - SCALED TO THE  *
083300*    READING SPAN KEPT ON THE HISTORY, OR DOUBLED FOR AN        *
083400*    UNDATED BILL ON A BIMONTHLY CYCLE.                         *
083500*-----------------------------------------------------------*
083600 2360-SCALE-SLAB-LIMITS.
083700     MOVE ZERO TO WS-SPAN-DAYS.
083800     IF BH-READ-FROM-DATE NUMERIC AND BH-READ-TO-DATE NUMERIC
083900         AND BH-READ-FROM-DATE > 0
084000         AND BH-READ-TO-DATE > BH-READ-FROM-DATE
084100         COMPUTE WS-SPAN-DAYS =
084200             FUNCTION INTEGER-OF-DATE(BH-READ-TO-DATE)
084300             - FUNCTION INTEGER-OF-DATE(BH-READ-FROM-DATE)
084400         IF WS-SPAN-DAYS > 99
084500             MOVE 99 TO WS-SPAN-DAYS
084600         END-IF
084700     END-IF.
084800     IF WS-SPAN-DAYS > 0
084900         COMPUTE BC-TIER1-LIMIT ROUNDED =
085000             BC-TIER1-LIMIT * WS-SPAN-DAYS / WS-STD-CYCLE-DAYS
085100         COMPUTE BC-TIER2-LIMIT ROUNDED =
085200             BC-TIER2-LIMIT * WS-SPAN-DAYS / WS-STD-CYCLE-DAYS
085300     ELSE
085400         IF CM-CYCLE-BIMONTHLY
085500             MULTIPLY 2 BY BC-TIER1-LIMIT
085600             MULTIPLY 2 BY BC-TIER2-LIMIT
085700         END-IF
085800     END-IF.
085900 2360-EXIT.
086000     EXIT.

086100*-----------------------------------------------------------*
086200*    THE CUSTOMER'S DIFFERENCE, WITH GST, JOINS ANY REVISION    *
086300*    BALANCE STILL BEING BILLED, AND THE WHOLE IS SPREAD OVER   *
086400*    THE INSTALMENTS ASKED FOR THIS TIME.  BILBATCH BILLS ONE   *
086500*    INSTALMENT A CYCLE AND WHATEVER IS LEFT ON THE LAST.       *
086600*-----------------------------------------------------------*
086700 2400-POST-CUSTOMER.
086800     ADD 1 TO WS-CUST-REVISED.
086900     IF WS-CUST-DIFF > 0
087000         ADD 1 TO WS-RECOVERY-COUNT
087100         ADD WS-CUST-DIFF TO WS-TOT-RECOVERY
087200     ELSE
087300         ADD 1 TO WS-REFUND-COUNT
087400         SUBTRACT WS-CUST-DIFF FROM WS-TOT-REFUND
087500     END-IF.
087600     IF CM-TARREV-BAL NUMERIC
087700         COMPUTE WS-NEW-BAL = CM-TARREV-BAL + WS-CUST-DIFF
087800     ELSE
087900         MOVE WS-CUST-DIFF TO WS-NEW-BAL
088000     END-IF.
088100     IF WS-NEW-BAL = 0
088200         MOVE ZERO TO WS-NEW-INSTAL
088300         MOVE ZERO TO WS-NEW-LEFT
088400     ELSE
088500         MOVE WS-IN-INSTAL TO WS-NEW-LEFT
088600         COMPUTE WS-NEW-INSTAL ROUNDED = WS-NEW-BAL / WS-NEW-LEFT
088700     END-IF.
088800     PERFORM 2410-WRITE-CUST-TOTAL THRU 2410-EXIT.
088900     IF WS-PROOF-RUN
089000         GO TO 2400-EXIT
089100     END-IF.
089200     MOVE WS-NEW-BAL    TO CM-TARREV-BAL.
089300     MOVE WS-NEW-INSTAL TO CM-TARREV-INSTAL.
089400     MOVE WS-NEW-LEFT   TO CM-TARREV-LEFT.
089500     REWRITE CM-RECORD
089600         INVALID KEY
089700             DISPLAY "BILTREV: REWRITE FAILED FOR " CM-CUST-ID
089800                 " - REVISION OF RS " WS-DIFF-ED " NOT POSTED"
089900             ADD 1 TO WS-FAIL-COUNT
090000     END-REWRITE.
090100 2400-EXIT.
090200     EXIT.

090300 2410-WRITE-CUST-TOTAL.
090400     MOVE WS-CUST-DIFF  TO WS-DIFF-ED.
090500     MOVE WS-CUST-GST   TO WS-GST-ED.
090600     MOVE WS-NEW-LEFT   TO WS-LEFT-ED.
090700     MOVE WS-NEW-INSTAL TO WS-INSTAL-ED.
090800     MOVE SPACES TO WS-TV-LINE.
090900     STRING CM-CUST-ID " TOTAL" WS-DIFF-ED " INCL GST" WS-GST-ED
091000         "  BILLED AS " WS-LEFT-ED " X RS" WS-INSTAL-ED
091100         DELIMITED BY SIZE INTO WS-TV-LINE.
091200     WRITE TV-LINE FROM WS-TV-LINE.
091300     MOVE SPACES TO WS-TV-LINE.
091400     WRITE TV-LINE FROM WS-TV-LINE.
091500 2410-EXIT.
091600     EXIT.

091700*-----------------------------------------------------------*
091800*    THE PERIOD-BY-PERIOD JOURNAL - PRINTED ALWAYS, POSTED TO   *
091900*    THE GL EXTRACT ONLY ON A LIVE RUN THAT REVISED SOMEBODY.   *
092000*    EACH PERIOD CARRIES UP TO FOUR DETAIL ROWS: RECOVERED AND  *
092100*    REFUNDED ENERGY, AND THE GST ON EACH, THE REFUNDS ON THE   *
092200*    -R ACCOUNTS SO THE PERIOD RECONCILIATION NETS THEM OFF.    *
092300*-----------------------------------------------------------*
092400 7000-WRITE-JOURNAL.
092500     IF NOT WS-PROOF-RUN AND WS-CUST-REVISED > 0
092600         MOVE "Y" TO WS-POST-GL-SW
092700     END-IF.
092800     MOVE SPACES TO WS-TV-LINE.
092900     WRITE TV-LINE FROM WS-TV-LINE.
093000     MOVE "REVENUE AND GST JOURNAL BY PERIOD" TO WS-TV-LINE.
093100     WRITE TV-LINE FROM WS-TV-LINE.
093200     MOVE SPACES TO WS-TV-LINE.
093300     STRING "PERIOD     ENERGY REC   ENERGY REF"
093400         "      GST REC      GST REF"
093500         DELIMITED BY SIZE INTO WS-TV-LINE.
093600     WRITE TV-LINE FROM WS-TV-LINE.
093700     IF WS-POST-GL
093800         MOVE "H"             TO GJ-RECORD-TYPE
093900         MOVE WS-SYSTEM-DATE  TO GJ-RUN-DATE
094000         MOVE WS-IN-TO        TO GJ-BILL-PERIOD
094100         MOVE SPACES          TO GJ-ACCOUNT-CODE
094200         MOVE "BILTREV GL EXTRACT" TO GJ-ACCOUNT-DESC
094300         MOVE ZERO            TO GJ-AMOUNT
094350         MOVE SPACES          TO GJ-COST-CENTRE
094350         MOVE SPACES          TO GJ-POST-TYPE
094400         WRITE GJ-RECORD
094500     END-IF.
094600     PERFORM 7100-JOURNAL-ONE-PERIOD THRU 7100-EXIT
094700         VARYING WS-PD-SUB FROM 1 BY 1
094800         UNTIL WS-PD-SUB > WS-PD-COUNT.
094900     MOVE SPACES TO WS-TV-LINE.
095000     WRITE TV-LINE FROM WS-TV-LINE.
095100     MOVE WS-TOT-RECOVERY   TO WS-TOTAL-ED.
095200     MOVE WS-RECOVERY-COUNT TO WS-COUNT-ED.
095300     MOVE SPACES TO WS-TV-LINE.
095400     STRING "TOTAL TO RECOVER  RS" WS-TOTAL-ED " FROM "
095500         WS-COUNT-ED " CUSTOMERS"
095600         DELIMITED BY SIZE INTO WS-TV-LINE.
095700     WRITE TV-LINE FROM WS-TV-LINE.
095800     MOVE WS-TOT-REFUND     TO WS-TOTAL-ED.
095900     MOVE WS-REFUND-COUNT   TO WS-COUNT-ED.
096000     MOVE SPACES TO WS-TV-LINE.
096100     STRING "TOTAL TO REFUND   RS" WS-TOTAL-ED " TO   "
096200         WS-COUNT-ED " CUSTOMERS"
096300         DELIMITED BY SIZE INTO WS-TV-LINE.
096400     WRITE TV-LINE FROM WS-TV-LINE.
096500     IF WS-POST-GL
096600         MOVE "T"             TO GJ-RECORD-TYPE
096700         MOVE WS-GL-DETAIL-COUNT TO GJ-BILL-PERIOD
096800         MOVE SPACES          TO GJ-ACCOUNT-CODE
096900         MOVE "TRAILER - DETAIL COUNT AND HASH"
097000             TO GJ-ACCOUNT-DESC
097100         MOVE WS-GL-HASH      TO GJ-AMOUNT
097150         MOVE SPACES          TO GJ-COST-CENTRE
097150         MOVE SPACES          TO GJ-POST-TYPE
097200         WRITE GJ-RECORD
097300     END-IF.
097400 7000-EXIT.
097500     EXIT.

097600 7100-JOURNAL-ONE-PERIOD.
097700     IF WS-PD-REC-ENERGY(WS-PD-SUB) = 0
097800         AND WS-PD-REF-ENERGY(WS-PD-SUB) = 0
097900         AND WS-PD-REC-GST(WS-PD-SUB) = 0
098000         AND WS-PD-REF-GST(WS-PD-SUB) = 0
098100         GO TO 7100-EXIT
098200     END-IF.
098300     MOVE WS-PD-REC-ENERGY(WS-PD-SUB) TO WS-AMT-ED.
098400     MOVE WS-PD-REF-ENERGY(WS-PD-SUB) TO WS-AMT2-ED.
098500     MOVE WS-PD-REC-GST(WS-PD-SUB)    TO WS-AMT3-ED.
098600     MOVE WS-PD-REF-GST(WS-PD-SUB)    TO WS-AMT4-ED.
098700     MOVE SPACES TO WS-TV-LINE.
098800     STRING WS-PD-PERIOD(WS-PD-SUB) "    " WS-AMT-ED "  "
098900         WS-AMT2-ED "  " WS-AMT3-ED "  " WS-AMT4-ED
099000         DELIMITED BY SIZE INTO WS-TV-LINE.
099100     WRITE TV-LINE FROM WS-TV-LINE.
099200     IF NOT WS-POST-GL
099300         GO TO 7100-EXIT
099400     END-IF.
099410     IF NOT WS-PZ-FULL
099420         PERFORM 7110-JOURNAL-ONE-ZONE THRU 7110-EXIT
099430             VARYING WS-PZ-SUB FROM 1 BY 1
099440             UNTIL WS-PZ-SUB > WS-PZ-COUNT
099450         GO TO 7100-EXIT
099460     END-IF.
099470     MOVE SPACES                      TO WS-JR-ZONE.
099480     MOVE WS-PD-REC-ENERGY(WS-PD-SUB) TO WS-JR-REC-ENERGY.
099490     MOVE WS-PD-REF-ENERGY(WS-PD-SUB) TO WS-JR-REF-ENERGY.
099491     MOVE WS-PD-REC-GST(WS-PD-SUB)    TO WS-JR-REC-GST.
099492     MOVE WS-PD-REF-GST(WS-PD-SUB)    TO WS-JR-REF-GST.
099493     PERFORM 7150-JOURNAL-AMOUNTS THRU 7150-EXIT.
101900 7100-EXIT.
102000     EXIT.

102001 7110-JOURNAL-ONE-ZONE.
102002     IF WS-PZ-PD-SUB(WS-PZ-SUB) NOT = WS-PD-SUB
102003         GO TO 7110-EXIT
102004     END-IF.
102005     MOVE WS-PZ-ZONE(WS-PZ-SUB)       TO WS-JR-ZONE.
102006     MOVE WS-PZ-REC-ENERGY(WS-PZ-SUB) TO WS-JR-REC-ENERGY.
102007     MOVE WS-PZ-REF-ENERGY(WS-PZ-SUB) TO WS-JR-REF-ENERGY.
102008     MOVE WS-PZ-REC-GST(WS-PZ-SUB)    TO WS-JR-REC-GST.
102009     MOVE WS-PZ-REF-GST(WS-PZ-SUB)    TO WS-JR-REF-GST.
102010     PERFORM 7150-JOURNAL-AMOUNTS THRU 7150-EXIT.
102011 7110-EXIT.
102012     EXIT.

102013 7150-JOURNAL-AMOUNTS.
102014     IF WS-JR-REC-ENERGY > 0
102015         MOVE "4010-TRV"      TO GK-POST-TYPE
102016         MOVE "TARIFF REVISION RECOVERY" TO GJ-ACCOUNT-DESC
102017         MOVE WS-JR-REC-ENERGY TO GJ-AMOUNT
102018         PERFORM 7200-WRITE-GL-DETAIL THRU 7200-EXIT
102019     END-IF.
102020     IF WS-JR-REF-ENERGY > 0
102021         MOVE "4010-TRV-R"    TO GK-POST-TYPE
102022         MOVE "TARIFF REVISION REFUND" TO GJ-ACCOUNT-DESC
102023         MOVE WS-JR-REF-ENERGY TO GJ-AMOUNT
102024         PERFORM 7200-WRITE-GL-DETAIL THRU 7200-EXIT
102025     END-IF.
102026     IF WS-JR-REC-GST > 0
102027         MOVE "2310-TAX"      TO GK-POST-TYPE
102028         MOVE "GST ON TARIFF REVISION" TO GJ-ACCOUNT-DESC
102029         MOVE WS-JR-REC-GST   TO GJ-AMOUNT
102030         PERFORM 7200-WRITE-GL-DETAIL THRU 7200-EXIT
102031     END-IF.
102032     IF WS-JR-REF-GST > 0
102033         MOVE "2310-TAX-R"    TO GK-POST-TYPE
102034         MOVE "GST ON TARIFF REVISION REFUND" TO GJ-ACCOUNT-DESC
102035         MOVE WS-JR-REF-GST   TO GJ-AMOUNT
102036         PERFORM 7200-WRITE-GL-DETAIL THRU 7200-EXIT
102037     END-IF.
102038 7150-EXIT.
102039     EXIT.

102100 7200-WRITE-GL-DETAIL.
102110     MOVE "R"                     TO GK-FUNCTION.
102120     MOVE WS-IN-SERVICE           TO GK-SERVICE.
102130     MOVE WS-IN-CLASS             TO GK-CLASS.
102140     MOVE WS-SYSTEM-DATE          TO GK-POST-DATE.
102150     CALL "BILGLAC" USING GK-PARMS.
102200     MOVE "D"                     TO GJ-RECORD-TYPE.
102300     MOVE WS-SYSTEM-DATE          TO GJ-RUN-DATE.
102400     MOVE WS-PD-PERIOD(WS-PD-SUB) TO GJ-BILL-PERIOD.
102410     MOVE GK-ACCOUNT-CODE         TO GJ-ACCOUNT-CODE.
102420     MOVE WS-JR-ZONE              TO GJ-COST-CENTRE.
102430     MOVE GK-POST-TYPE            TO GJ-POST-TYPE.
102500     WRITE GJ-RECORD.
102600     ADD 1         TO WS-GL-DETAIL-COUNT.
102700     ADD GJ-AMOUNT TO WS-GL-HASH.
102800 7200-EXIT.
102900     EXIT.

103000 9000-TERMINATE.
103100     CLOSE CUSTMAS.
103200     CLOSE BILLHIST.
103300     CLOSE TREVRPT.
103300     PERFORM 9680-FILE-REPORT THRU 9680-EXIT.
103400     IF NOT WS-PROOF-RUN
103500         CLOSE GLEXTR
103600     END-IF.
103700     IF NOT WS-ABORT
103800         PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT
103900         CLOSE RUNLOG
104000     END-IF.
104100     DISPLAY "BILTREV: " WS-CUST-REVISED " CUSTOMERS REVISED, "
104200         WS-PERIODS-REPRICED " BILLS REPRICED, "
104300         WS-RECOVERY-COUNT " RECOVERIES, "
104400         WS-REFUND-COUNT " REFUNDS".
104500     IF WS-PERIODS-SPLIT > 0 OR WS-NO-RATE-COUNT > 0
104600         DISPLAY "BILTREV: " WS-PERIODS-SPLIT
104700             " SPLIT-RATE BILLS AND " WS-NO-RATE-COUNT
104800             " BILLS WITH NO SCHEDULE LEFT UNREVISED"
104900     END-IF.
105000     IF WS-CONTRACT-SKIPPED > 0 OR WS-CLOSED-SKIPPED > 0
105100         DISPLAY "BILTREV: " WS-CONTRACT-SKIPPED
105200             " CONTRACT AND " WS-CLOSED-SKIPPED
105300             " CLOSED ACCOUNTS PASSED OVER"
105400     END-IF.
105500     IF WS-PROOF-RUN
105600         DISPLAY "BILTREV: PROOF RUN - NOTHING POSTED"
105700     END-IF.
105800 9000-EXIT.
105900     EXIT.

106000 9600-WRITE-RUNLOG.
106100     MOVE "BILTREV"        TO RL-PROGRAM-ID.
106200     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
106300     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
106400     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
106500     MOVE "BILLHIST"       TO RL-INPUT-FILE.
106600     MOVE WS-PERIODS-REPRICED TO RL-RECORDS-READ.
106700     MOVE WS-CUST-REVISED  TO RL-BILLS-PRODUCED.
106800     COMPUTE RL-EXCEPTIONS = WS-PERIODS-SPLIT + WS-NO-RATE-COUNT
106900         + WS-FAIL-COUNT.
107000     MOVE WS-TOT-RECOVERY  TO RL-TOTAL-BILLED.
107100     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
107200     ACCEPT RL-END-TIME FROM TIME.
107300     WRITE RL-RECORD.
107400 9600-EXIT.
107500     EXIT.

107600*-----------------------------------------------------------*
107700*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
107800*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
107900*    OUTLIVES THE NEXT RUN.                                    *
108000*-----------------------------------------------------------*
108100 9680-FILE-REPORT.
108200     OPEN INPUT TREVRPT.
108300     IF NOT FS-TREVRPT-OK
108400         GO TO 9680-EXIT
108500     END-IF.
108600     MOVE "O"               TO RO-FUNCTION.
108700     MOVE "TREVRPT"         TO RO-REPORT-NAME.
108800     MOVE "BILTREV"         TO RO-PROGRAM-ID.
108900     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
109000     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
109100     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
109200     MOVE ZERO              TO RO-PERIOD.
109300     CALL "BILRPTF" USING RO-PARMS.
109400     IF RO-OK
109500         MOVE "N" TO WS-RO-EOF-SW
109600         PERFORM 9690-FILE-LINE THRU 9690-EXIT
109700             UNTIL WS-RO-EOF
109800         MOVE "C"          TO RO-FUNCTION
109900         CALL "BILRPTF" USING RO-PARMS
110000     END-IF.
110100     CLOSE TREVRPT.
110200 9680-EXIT.
110300     EXIT.

110400 9690-FILE-LINE.
110500     READ TREVRPT
110600         AT END
110700             MOVE "Y" TO WS-RO-EOF-SW
110800             GO TO 9690-EXIT
110900     END-READ.
111000     MOVE "L"               TO RO-FUNCTION.
111100     MOVE TV-LINE           TO RO-LINE.
111200     CALL "BILRPTF" USING RO-PARMS.
111300 9690-EXIT.
111400     EXIT.
