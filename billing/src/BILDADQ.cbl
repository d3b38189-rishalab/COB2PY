002411*                   CUSTOMER'S PAYMENT-BEHAVIOR GRADE         *
002412*                   (BILSCOR) - A PROMPT PAYER NEEDS LESS     *
002413*                   COVER, A CHRONIC LATE PAYER MORE.         *
002413*  2026-09-30 RSH   EACH DEMAND NOTICE IS RECORDED ON THE     *
002413*                   CORRESPONDENCE REGISTER (CORRREG, THROUGH *
002413*                   BILCORR) AS PROOF OF SERVICE.             *
002413*  2026-10-15 RSH   A LIVE BANK GUARANTEE ON BGREG COUNTS     *
002413*                   AS SECURITY HELD ALONGSIDE THE CASH       *
002413*                   DEPOSIT, SO A CUSTOMER COVERED BY ONE IS  *
002413*                   NOT SENT A DEMAND.                        *
002200*-----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS FS-DEPDEM.

004410     SELECT BGREG ASSIGN TO "BGREG"
004420         ORGANIZATION IS SEQUENTIAL
004430         FILE STATUS IS FS-BGREG.

004500     SELECT RUNLOG ASSIGN TO "RUNLOG"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS FS-RUNLOG.
006000     LABEL RECORDS ARE STANDARD.
006100 COPY BILINV REPLACING ==INV-LINE== BY ==DM-LINE==.

006110 FD  BGREG
006120     LABEL RECORDS ARE STANDARD.
006130 COPY BGREG.

006200 FD  RUNLOG
006300     LABEL RECORDS ARE STANDARD.
006400 COPY RUNLOG.
007600     88  FS-DEPDEM-OK                VALUE "00".
007700 77  FS-RUNLOG               PIC X(02).
007800     88  FS-RUNLOG-OK                VALUE "00".
007810 77  FS-BGREG                PIC X(02).
007820     88  FS-BGREG-OK                 VALUE "00".

007900*-----------------------------------------------------------*
008000*    PROGRAM SWITCHES                                        *
008500     88  WS-CM-EOF                   VALUE "Y".
008600 77  WS-BH-EOF-SW            PIC X(01).
008700     88  WS-BH-EOF                   VALUE "Y".
008710 77  WS-BG-EOF-SW            PIC X(01) VALUE "N".
008720     88  WS-BG-EOF                   VALUE "Y".

008800*-----------------------------------------------------------*
008900*    OPERATOR, RUN AND WORK FIELDS                            *
010000 77  WS-REQUIRED-DEP         PIC 9(09)V99 VALUE ZERO.
010010 77  WS-GRADE-PCT            PIC 9(03) VALUE 100.
010100 77  WS-SHORTFALL            PIC 9(09)V99 VALUE ZERO.
010110 77  WS-GUARANTEE-HELD       PIC 9(09)V99 VALUE ZERO.
010120 77  WS-SECURITY-HELD        PIC 9(09)V99 VALUE ZERO.
010200 77  WS-DE-MINIMIS           PIC 9(05)V99 VALUE 50.00.
010300 77  WS-REVIEWED-COUNT       PIC 9(07) VALUE ZERO.
010400 77  WS-DEMAND-COUNT         PIC 9(07) VALUE ZERO.
010500 77  WS-DEMAND-TOTAL         PIC 9(11)V99 VALUE ZERO.
010510 77  WS-UNRECORDED-COUNT     PIC 9(07) VALUE ZERO.
010600 01  WS-DEM-LINE             PIC X(80).
010700 01  WS-AMT-ED               PIC ZZZZZZZZ9.99.
010800 01  WS-AMT2-ED              PIC ZZZZZZZZ9.99.

010810*-----------------------------------------------------------*
010820*    CORRESPONDENCE-REGISTER PARAMETER BLOCK FOR BILCORR       *
010830*-----------------------------------------------------------*
010840 COPY CWPARM.

010850*-----------------------------------------------------------*
010860*    BANK GUARANTEES HELD IN LIEU OF CASH, LOADED ONCE        *
010870*-----------------------------------------------------------*
010880 COPY BGTBL.

010900 PROCEDURE DIVISION.
011000 0000-MAINLINE SECTION.
011100     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
015200             FS-RUNLOG
015300         MOVE "Y" TO WS-ABORT-SW
015400     END-IF.
015410     IF NOT WS-ABORT
015420         PERFORM 1100-LOAD-GUARANTEES THRU 1100-EXIT
015430     END-IF.
015500 1000-EXIT.
015600     EXIT.

015610*-----------------------------------------------------------*
015620*    THE GUARANTEE REGISTER IS OPTIONAL - NO FILE MEANS NO     *
015630*    GUARANTEES HELD.                                          *
015640*-----------------------------------------------------------*
015650 1100-LOAD-GUARANTEES.
015650     OPEN INPUT BGREG.
015650     IF NOT FS-BGREG-OK
015650         GO TO 1100-EXIT
015650     END-IF.
015650     READ BGREG
015650         AT END
015650             MOVE "Y" TO WS-BG-EOF-SW
015650     END-READ.
015650     PERFORM 1110-STORE-GUARANTEE THRU 1110-EXIT
015650         UNTIL WS-BG-EOF.
015650     CLOSE BGREG.
015650 1100-EXIT.
015650     EXIT.

015660 1110-STORE-GUARANTEE.
015660     IF WS-BG-COUNT >= 500
015660         DISPLAY "BILDADQ: GUARANTEE TABLE FULL - RUN"
015660             " ABANDONED BEFORE A COVERED CUSTOMER IS DEMANDED"
015660         MOVE "Y" TO WS-ABORT-SW
015660         MOVE "Y" TO WS-BG-EOF-SW
015660         GO TO 1110-EXIT
015660     END-IF.
015660     ADD 1 TO WS-BG-COUNT.
015660     MOVE BG-RECORD TO WS-BG-ENTRY(WS-BG-COUNT).
015660     READ BGREG
015660         AT END
015660             MOVE "Y" TO WS-BG-EOF-SW
015660     END-READ.
015660 1110-EXIT.
015660     EXIT.

015700 2000-REVIEW-CUSTOMER.
015800     READ CUSTMAS NEXT RECORD
015900         AT END
017900     COMPUTE WS-REQUIRED-DEP ROUNDED =
018000         WS-AVG-BILL * WS-COVER-MONTHS
018010         * WS-GRADE-PCT / 100.
018010     PERFORM 2200-SUM-GUARANTEES THRU 2200-EXIT.
018020     COMPUTE WS-SECURITY-HELD =
018030         CM-DEPOSIT-BALANCE + WS-GUARANTEE-HELD.
018100     IF WS-SECURITY-HELD >= WS-REQUIRED-DEP
018200         GO TO 2000-EXIT
018300     END-IF.
018400     COMPUTE WS-SHORTFALL =
018500         WS-REQUIRED-DEP - WS-SECURITY-HELD.
018600     IF WS-SHORTFALL < WS-DE-MINIMIS
018700         GO TO 2000-EXIT
018800     END-IF.
022900 2110-EXIT.
023000     EXIT.

023010*-----------------------------------------------------------*
023020*    A BANK GUARANTEE COUNTS AS SECURITY ONLY WHILE IT IS      *
023030*    ACTIVE AND IN FORCE ON THE RUN DATE - ONE LAPSED, LEFT    *
023040*    CLAIM-DUE, INVOKED OR RELEASED NO LONGER STANDS BEHIND    *
023050*    THE ACCOUNT.  BILBGTE'S EXPIRY LIST CHASES THE RENEWALS.  *
023060*-----------------------------------------------------------*
023070 2200-SUM-GUARANTEES.
023070     MOVE ZERO TO WS-GUARANTEE-HELD.
023070     PERFORM 2210-ADD-GUARANTEE THRU 2210-EXIT
023070         VARYING WS-BG-IDX FROM 1 BY 1
023070         UNTIL WS-BG-IDX > WS-BG-COUNT.
023070 2200-EXIT.
023070     EXIT.

023080 2210-ADD-GUARANTEE.
023080     IF WS-BG-CUST-ID(WS-BG-IDX) = CM-CUST-ID
023080         AND WS-BG-ACTIVE(WS-BG-IDX)
023080         AND WS-BG-ISSUE-DATE(WS-BG-IDX) <= WS-SYSTEM-DATE
023080         AND WS-BG-EXPIRY-DATE(WS-BG-IDX) >= WS-SYSTEM-DATE
023080         ADD WS-BG-AMOUNT(WS-BG-IDX) TO WS-GUARANTEE-HELD
023080     END-IF.
023080 2210-EXIT.
023080     EXIT.

023100 3000-RAISE-DEMAND.
023200     MOVE SPACES         TO DT-RECORD.
023300     MOVE CM-CUST-ID     TO DT-CUST-ID.
023600     MOVE WS-SYSTEM-DATE TO DT-TXN-DATE.
023700     WRITE DT-RECORD.
023800     PERFORM 3100-PRINT-NOTICE THRU 3100-EXIT.
023810     PERFORM 3200-RECORD-NOTICE THRU 3200-EXIT.
023900     ADD 1 TO WS-DEMAND-COUNT.
024000     ADD WS-SHORTFALL TO WS-DEMAND-TOTAL.
024100 3000-EXIT.
025600         DELIMITED BY SIZE INTO WS-DEM-LINE.
025700     WRITE DM-LINE FROM WS-DEM-LINE.
025800     MOVE SPACES TO WS-DEM-LINE.
025900     MOVE WS-SECURITY-HELD   TO WS-AMT-ED.
026000     MOVE WS-REQUIRED-DEP    TO WS-AMT2-ED.
026100     STRING "DEPOSIT HELD RS " WS-AMT-ED
026200         "  REQUIRED RS " WS-AMT2-ED
026300         DELIMITED BY SIZE INTO WS-DEM-LINE.
026400     WRITE DM-LINE FROM WS-DEM-LINE.
026410     IF WS-GUARANTEE-HELD > 0
026420         MOVE SPACES TO WS-DEM-LINE
026430         MOVE WS-GUARANTEE-HELD TO WS-AMT-ED
026440         STRING "  (INCLUDING BANK GUARANTEES OF RS " WS-AMT-ED
026450             ")"
026460             DELIMITED BY SIZE INTO WS-DEM-LINE
026470         WRITE DM-LINE FROM WS-DEM-LINE
026480     END-IF.
026500     MOVE SPACES TO WS-DEM-LINE.
026600     MOVE WS-SHORTFALL TO WS-AMT-ED.
026700     STRING "PLEASE PAY THE ADDITIONAL DEPOSIT OF RS "
027300 3100-EXIT.
027400     EXIT.

027410*-----------------------------------------------------------*
027420*    THE DEMAND GOES ON THE CORRESPONDENCE REGISTER AS PROOF   *
027430*    OF SERVICE.  IT CHASES NO INVOICE.                        *
027440*-----------------------------------------------------------*
027450 3200-RECORD-NOTICE.
027460     MOVE "W"            TO CW-FUNCTION.
027470     MOVE CM-CUST-ID     TO CW-CUST-ID.
027480     MOVE "DD"           TO CW-NOTICE-TYPE.
027490     MOVE WS-SYSTEM-DATE TO CW-DATE.
027500     MOVE "P"            TO CW-CHANNEL.
027510     MOVE CM-ADDRESS     TO CW-ADDRESS.
027520     MOVE ZERO           TO CW-INVOICE-NO.
027530     MOVE SPACES         TO CW-REFERENCE.
027540     MOVE "BILDADQ"      TO CW-PROGRAM-ID.
027550     CALL "BILCORR" USING CW-PARMS.
027560     IF CW-FAILED
027570         DISPLAY "BILDADQ: DEMAND FOR " CM-CUST-ID
027580             " NOT ON THE CORRESPONDENCE REGISTER"
027590         ADD 1 TO WS-UNRECORDED-COUNT
027600     END-IF.
027610 3200-EXIT.
027620     EXIT.

027500 9000-TERMINATE.
027600     CLOSE CUSTMAS.
027700     CLOSE BILLHIST.
028400     DISPLAY "  CUSTOMERS REVIEWED: " WS-REVIEWED-COUNT.
028500     DISPLAY "  DEMANDS RAISED    : " WS-DEMAND-COUNT.
028600     DISPLAY "  AMOUNT DEMANDED   : RS " WS-DEMAND-TOTAL.
028610     IF WS-UNRECORDED-COUNT > 0
028620         DISPLAY "  NOT ON CORRESPONDENCE REGISTER: "
028630             WS-UNRECORDED-COUNT
028640     END-IF.
028700     DISPLAY "  RUN BILDEP TO RECORD THE DEMANDS.".
028800     DISPLAY "=============================================".
028900 9000-EXIT.
