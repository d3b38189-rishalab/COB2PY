002354*                   THE -R ACCOUNTS, AND REFUSE TO CANCEL AN   *
002356*                   INVOICE WITH PAYMENTS APPLIED - REVERSE    *
002358*                   THE PAYMENT FIRST.                          *
002358*  2026-09-18 RSH   MARK THE REWRITTEN HISTORY RECORD AS      *
002358*                   CANCELLED AND REBILLED, KEEPING THE       *
002358*                   ORIGINAL READER ID, FOR THE READER        *
002358*                   SCORECARD.                                *
002358*  2026-10-07 RSH   CLEAR THE TARIFF-REVISION REPRICED ENERGY *
002358*                   ON THE REBILLED HISTORY - THE REBILL IS   *
002358*                   PRICED UNDER THE RATES NOW ON FILE.       *
002358*  2026-10-10 RSH   RAISE A GST CREDIT OR DEBIT NOTE          *
002358*                   (BILNOTE) FOR THE CHANGE IN TAXABLE VALUE *
002358*                   AND TAX AGAINST THE ORIGINAL INVOICE.     *
002358*  2026-10-11 RSH   HONOUR A GST EXEMPTION CERTIFICATE ON THE *
002358*                   EXMTREG REGISTER WHEN REBILLING, AS THE   *
002358*                   BATCH RUN DOES.                           *
002358*  2026-10-12 RSH   THE REVERSING AND REBILLED GL LINES TAKE  *
002358*                   THEIR ACCOUNTS FROM THE GLMAP TABLE       *
002358*                   THROUGH BILGLAC AND CARRY THE CUSTOMER'S  *
002358*                   ZONE AS COST CENTRE.                      *
002358*  2026-10-15 RSH   JOURNAL ANY CREDIT RAISED BY THE REBILL   *
002358*                   TO LIABJRN (VIA BILLIAB) FOR THE          *
002358*                   MONTH-END LIABILITY PROOF.                *
002358*  2026-10-15 RSH   REFUSE CANCEL WHERE OPERATOR IS LINKED TO *
002358*                   THE ACCOUNT                               *
002400*-----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS FS-INVCTL.

005510     SELECT EXMTREG ASSIGN TO "EXMTREG"
005520         ORGANIZATION IS SEQUENTIAL
005530         FILE STATUS IS FS-EXMTREG.

005600     SELECT RUNLOG ASSIGN TO "RUNLOG"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS FS-RUNLOG.
008000     LABEL RECORDS ARE STANDARD.
008100 COPY INVCTL.

008110 FD  EXMTREG
008120     LABEL RECORDS ARE STANDARD.
008130 COPY EXMTREG.

008200 FD  RUNLOG
008300     LABEL RECORDS ARE STANDARD.
008400 COPY RUNLOG.
010400     88  FS-INVCTL-OK                VALUE "00".
010500 77  FS-RUNLOG               PIC X(02).
010600     88  FS-RUNLOG-OK                VALUE "00".
010610 77  FS-EXMTREG              PIC X(02).
010620     88  FS-EXMTREG-OK               VALUE "00".

010700*-----------------------------------------------------------*
010800*    PROGRAM SWITCHES                                        *
013800 77  WS-GST-PCT              PIC 9(02)V99.
013900 77  WS-MIN-CHARGE           PIC 9(05)V99.
014000 77  WS-GST-AMT              PIC 9(09)V99.
014010 77  WS-GST-EXEMPT           PIC 9(09)V99 VALUE ZERO.
014020 77  WS-GST-XM-PCT           PIC 9(03)V99 VALUE ZERO.
014030 77  WS-XM-EOF-SW            PIC X(01) VALUE "N".
014040     88  WS-XM-EOF                   VALUE "Y".
014100 77  WS-NEW-BILL             PIC 9(09)V99 VALUE ZERO.
014102 77  WS-ORIG-FUEL            PIC 9(09)V99 VALUE ZERO.
014104 77  WS-ORIG-SEWER           PIC 9(09)V99 VALUE ZERO.
014108 77  WS-ORIG-SUBSIDY         PIC 9(09)V99 VALUE ZERO.
014110 77  WS-ORIG-EXP-UNITS       PIC 9(07) VALUE ZERO.
014112 77  WS-ORIG-EXP-CREDIT      PIC 9(09)V99 VALUE ZERO.
014112 77  WS-LIAB-BEFORE          PIC S9(09)V99 VALUE ZERO.
014114 77  WS-ORIG-ENERGY          PIC S9(09)V99 VALUE ZERO.
014116 77  WS-FA-EOF-SW            PIC X(01) VALUE "N".
014118     88  WS-FA-EOF                   VALUE "Y".
014200 77  WS-INVOICE-NO           PIC 9(09) VALUE ZERO.
014300 77  WS-ARREARS-RELIEF       PIC 9(09)V99 VALUE ZERO.
014400 77  WS-CANCELS-POSTED       PIC 9(03) VALUE ZERO.
014400 77  WS-NOTE-TAXABLE         PIC S9(09)V99 VALUE ZERO.
014400 77  WS-NOTE-GST             PIC S9(09)V99 VALUE ZERO.
014400 77  WS-NOTE-TOTAL           PIC S9(09)V99 VALUE ZERO.
014400 77  WS-NOTE-PERIOD          PIC 9(06) VALUE ZERO.

014500*-----------------------------------------------------------*
014600*    RATE TABLE, TIER-CALC, LEDGER AND SIGN-ON BLOCKS          *
015100 COPY SIGNPARM.

015100 COPY PBPARM.
015100 COPY GNPARM.
015100 COPY GLPARM.
015100 COPY LQPARM.
015100 COPY CFPARM.

015200 PROCEDURE DIVISION.
015300 0000-MAINLINE SECTION.
015900         PERFORM 3000-BACK-OUT-ORIGINAL THRU 3000-EXIT
016000         PERFORM 4000-REBILL            THRU 4000-EXIT
016100         PERFORM 5000-LOG-CANCELLATION  THRU 5000-EXIT
016100         PERFORM 6000-RAISE-GST-NOTE    THRU 6000-EXIT
016200     END-IF.
016300     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
016400     STOP RUN.
019100         MOVE "Y" TO WS-ABORT-SW
019200         GO TO 1000-EXIT
019300     END-IF.
019310     MOVE WS-CUST-ID      TO CF-CUST-ID.
019320     MOVE "CANCEL"        TO CF-ACTION.
019330     PERFORM 1050-CHECK-CONFLICT THRU 1050-EXIT.
019340     IF CF-CONFLICT
019350         MOVE "Y" TO WS-ABORT-SW
019360         GO TO 1000-EXIT
019370     END-IF.
019400     OPEN I-O CUSTMAS.
019500     IF NOT FS-CUSTMAS-OK
019600         DISPLAY "BILCANC: UNABLE TO OPEN CUSTMAS, STATUS "
024100 1000-EXIT.
024200     EXIT.

024210*-----------------------------------------------------------*
024210*    STAFF-ACCOUNT CONFLICT CHECK - AN OPERATOR LINKED ON   *
024210*    STAFFREG TO THE CUSTOMER MAY NOT ACT ON IT, AND NO     *
024210*    SUPERVISOR CAN SIGN IT THROUGH.  THE CALLER SETS       *
024210*    CF-CUST-ID AND CF-ACTION AND LEAVES THE CUSTOMER ALONE *
024210*    ON CF-CONFLICT - BILSTFC HAS ALREADY LOGGED IT.        *
024210*-----------------------------------------------------------*
024210 1050-CHECK-CONFLICT.
024210     MOVE WS-OPERATOR-ID  TO CF-OPERATOR-ID.
024210     MOVE "BILCANC"       TO CF-PROGRAM-ID.
024210     CALL "BILSTFC" USING CF-PARMS.
024210 1050-EXIT.
024210     EXIT.

024300 1100-LOAD-RATE-TABLE.
024400     OPEN INPUT RATETAB.
024500     IF NOT FS-RATETAB-OK
036600*    THE OPEN ITEM CLOSED, AND REVERSING GL ROWS WRITTEN.      *
036700*-----------------------------------------------------------*
036800 3000-BACK-OUT-ORIGINAL.
036800     MOVE CM-CREDIT-BALANCE TO WS-LIAB-BEFORE.
036900     IF WS-ORIG-UNITS > CM-YTD-UNITS
037000         MOVE ZERO TO CM-YTD-UNITS
037100     ELSE
038800     MOVE SPACES          TO GJ-ACCOUNT-CODE.
038900     MOVE "BILCANC GL EXTRACT" TO GJ-ACCOUNT-DESC.
039000     MOVE ZERO            TO GJ-AMOUNT.
039050     MOVE SPACES          TO GJ-COST-CENTRE.
039050     MOVE SPACES          TO GJ-POST-TYPE.
039100     WRITE GJ-RECORD.
039200     MOVE "D"             TO GJ-RECORD-TYPE.
039250*    THE -R ACCOUNTS MARK REVERSING ENTRIES, SO THE PERIOD
039274     IF WS-ORIG-ENERGY < 0
039276         MOVE ZERO TO WS-ORIG-ENERGY
039278     END-IF.
039300     MOVE "4000-REV-R"    TO GK-POST-TYPE.
039400     MOVE "CANCELLATION - REVERSING ENTRY" TO GJ-ACCOUNT-DESC.
039500     MOVE WS-ORIG-ENERGY TO GJ-AMOUNT.
039600     PERFORM 9700-WRITE-GL-DETAIL THRU 9700-EXIT.
039700     MOVE "2310-TAX-R"    TO GK-POST-TYPE.
039800     MOVE "CANCELLATION - REVERSING ENTRY" TO GJ-ACCOUNT-DESC.
039900     MOVE WS-ORIG-GST     TO GJ-AMOUNT.
040000     PERFORM 9700-WRITE-GL-DETAIL THRU 9700-EXIT.
040010     MOVE "4200-FUE-R"    TO GK-POST-TYPE.
040012     MOVE WS-ORIG-FUEL    TO GJ-AMOUNT.
040014     PERFORM 9700-WRITE-GL-DETAIL THRU 9700-EXIT.
040016     MOVE "4300-SEW-R"    TO GK-POST-TYPE.
040018     MOVE WS-ORIG-SEWER   TO GJ-AMOUNT.
040020     PERFORM 9700-WRITE-GL-DETAIL THRU 9700-EXIT.
040022     MOVE "4400-DEM-R"    TO GK-POST-TYPE.
040024     MOVE WS-ORIG-DEMAND  TO GJ-AMOUNT.
040026     PERFORM 9700-WRITE-GL-DETAIL THRU 9700-EXIT.
040028     MOVE "5100-BUY-R"    TO GK-POST-TYPE.
040030     MOVE WS-ORIG-EXP-CREDIT TO GJ-AMOUNT.
040032     PERFORM 9700-WRITE-GL-DETAIL THRU 9700-EXIT.
040100 3000-EXIT.
040200     EXIT.

044900     COMPUTE WS-GST-AMT ROUNDED =
044910         (BC-BILL + WS-FUEL-AMT + WS-DEMAND-AMT)
044920             * WS-GST-PCT / 100.
044925     PERFORM 4400-APPLY-GST-EXEMPTION THRU 4400-EXIT.
044930     MOVE ZERO TO WS-SUBSIDY-AMT.
044932     IF CM-SUBSIDY-ELIGIBLE
044934         IF CM-SUBSIDY-FIXED
046850     MOVE ZERO           TO BH-OFFPEAK-UNITS.
046860     MOVE WS-ORIG-EXP-UNITS TO BH-EXPORT-UNITS.
046870     MOVE WS-EXPORT-CREDIT  TO BH-EXPORT-CREDIT.
046880*    THE READER ID IS LEFT AS IT WAS - THE REBILL IS CHARGED
046880*    AGAINST THE READING THAT POSTED WRONG.
046880     SET BH-CORR-REBILLED   TO TRUE.
046880*    THE REBILL IS PRICED UNDER THE RATES NOW ON FILE, SO ANY
046880*    EARLIER TARIFF-REVISION REPRICING NO LONGER APPLIES.
046880     MOVE ZERO              TO BH-REVISED-ENERGY.
046880     MOVE ZERO              TO BH-DUTY-EXEMPT.
046880     MOVE WS-GST-EXEMPT     TO BH-GST-EXEMPT.
046900     STRING "REBILL OF INV " DELIMITED BY SIZE
047000         WS-ASK-INVOICE DELIMITED BY SIZE
047100         INTO BH-NOTE.
048300         INVALID KEY
048400             DISPLAY "BILCANC: REWRITE FAILED FOR " CM-CUST-ID
048500     END-REWRITE.
048500     MOVE "ADJ" TO LQ-MOVE-TYPE.
048500     PERFORM 4500-JOURNAL-LIABILITY THRU 4500-EXIT.
048600     PERFORM 4100-ADD-OPEN-ITEM THRU 4100-EXIT.
048700     MOVE "D"             TO GJ-RECORD-TYPE.
048800     MOVE "4000-REV"      TO GK-POST-TYPE.
048900     MOVE "REBILLED REVENUE" TO GJ-ACCOUNT-DESC.
049000     MOVE BC-BILL         TO GJ-AMOUNT.
049100     PERFORM 9700-WRITE-GL-DETAIL THRU 9700-EXIT.
049200     MOVE "2310-TAX"      TO GK-POST-TYPE.
049300     MOVE "REBILLED GST"  TO GJ-ACCOUNT-DESC.
049400     MOVE WS-GST-AMT      TO GJ-AMOUNT.
049500     PERFORM 9700-WRITE-GL-DETAIL THRU 9700-EXIT.
049510     MOVE "4200-FUE"      TO GK-POST-TYPE.
049512     MOVE "REBILLED FUEL ADJ" TO GJ-ACCOUNT-DESC.
049514     MOVE WS-FUEL-AMT     TO GJ-AMOUNT.
049516     PERFORM 9700-WRITE-GL-DETAIL THRU 9700-EXIT.
049520     MOVE "4300-SEW"      TO GK-POST-TYPE.
049522     MOVE "REBILLED SEWERAGE" TO GJ-ACCOUNT-DESC.
049524     MOVE WS-SEWER-AMT    TO GJ-AMOUNT.
049526     PERFORM 9700-WRITE-GL-DETAIL THRU 9700-EXIT.
049530     MOVE "4400-DEM"      TO GK-POST-TYPE.
049532     MOVE "REBILLED DEMAND" TO GJ-ACCOUNT-DESC.
049534     MOVE WS-DEMAND-AMT   TO GJ-AMOUNT.
049536     PERFORM 9700-WRITE-GL-DETAIL THRU 9700-EXIT.
049540     MOVE "5100-BUY"      TO GK-POST-TYPE.
049542     MOVE "REBILLED BUY-BACK" TO GJ-ACCOUNT-DESC.
049544     MOVE WS-EXPORT-CREDIT TO GJ-AMOUNT.
049546     PERFORM 9700-WRITE-GL-DETAIL THRU 9700-EXIT.
049600     MOVE "T"             TO GJ-RECORD-TYPE.
049700     MOVE 12              TO GJ-BILL-PERIOD.
049800     MOVE SPACES          TO GJ-ACCOUNT-CODE.
050120         + WS-ORIG-EXP-CREDIT
050200         + BC-BILL + WS-GST-AMT + WS-FUEL-AMT
050210         + WS-SEWER-AMT + WS-DEMAND-AMT + WS-EXPORT-CREDIT.
050250     MOVE SPACES          TO GJ-COST-CENTRE.
050250     MOVE SPACES          TO GJ-POST-TYPE.
050300     WRITE GJ-RECORD.
050400     ADD 1 TO WS-CANCELS-POSTED.
050500 4000-EXIT.
052065 4300-EXIT.
052066     EXIT.

052067*-----------------------------------------------------------*
052068*    A GST EXEMPTION CERTIFICATE VALID ON THE REBILL DATE      *
052069*    REMITS ITS PERCENTAGE OF THE TAX, AS IN THE BATCH RUN.    *
052070*    THE REGISTER IS SCANNED FOR THE ONE CUSTOMER; WITH NO     *
052071*    REGISTER THE FULL TAX STANDS.                             *
052072*-----------------------------------------------------------*
052073 4400-APPLY-GST-EXEMPTION.
052074     MOVE ZERO TO WS-GST-EXEMPT.
052075     MOVE ZERO TO WS-GST-XM-PCT.
052076     MOVE "N"  TO WS-XM-EOF-SW.
052077     OPEN INPUT EXMTREG.
052078     IF NOT FS-EXMTREG-OK
052079         GO TO 4400-EXIT
052080     END-IF.
052081     PERFORM 4410-SCAN-EXEMPTION THRU 4410-EXIT
052082         UNTIL WS-XM-EOF.
052083     CLOSE EXMTREG.
052084     COMPUTE WS-GST-EXEMPT ROUNDED =
052085         WS-GST-AMT * WS-GST-XM-PCT / 100.
052086     SUBTRACT WS-GST-EXEMPT FROM WS-GST-AMT.
052087 4400-EXIT.
052088     EXIT.

052089 4410-SCAN-EXEMPTION.
052090     READ EXMTREG
052091         AT END
052092             MOVE "Y" TO WS-XM-EOF-SW
052093             GO TO 4410-EXIT
052094     END-READ.
052095     IF XM-CUST-ID = CM-CUST-ID
052096         AND XM-TAX-GST
052097         AND XM-STAT-ACTIVE
052098         AND XM-VALID-FROM <= WS-SYSTEM-DATE
052099         AND XM-VALID-TO >= WS-SYSTEM-DATE
052100         MOVE XM-EXEMPT-PCT TO WS-GST-XM-PCT
052100         MOVE "Y" TO WS-XM-EOF-SW
052100     END-IF.
052100 4410-EXIT.
052100     EXIT.

052100*-----------------------------------------------------------*
052100*    THE CHANGE IN THE CREDIT BALANCE JUST MADE GOES TO THE *
052100*    LIABILITY JOURNAL FOR THE MONTH-END BILLPRF PROOF -    *
052100*    THE CALLER SETS LQ-MOVE-TYPE AND SAVES THE BALANCE     *
052100*    BEFORE IN WS-LIAB-BEFORE.                              *
052100*-----------------------------------------------------------*
052100 4500-JOURNAL-LIABILITY.
052100     MOVE "W"             TO LQ-FUNCTION.
052100     MOVE "C"             TO LQ-LIABILITY.
052100     MOVE CM-CUST-ID      TO LQ-CUST-ID.
052100     MOVE "BILCANC"       TO LQ-SOURCE.
052100     COMPUTE LQ-AMOUNT = CM-CREDIT-BALANCE - WS-LIAB-BEFORE.
052100     CALL "BILLIAB" USING LQ-PARMS.
052100 4500-EXIT.
052100     EXIT.

052100 5000-LOG-CANCELLATION.
052200     MOVE WS-CUST-ID     TO CL-CUST-ID.
052300     MOVE WS-ORIG-PERIOD TO CL-BILL-PERIOD.
053400 5000-EXIT.
053500     EXIT.

053510*-----------------------------------------------------------*
053511*    GST CREDIT OR DEBIT NOTE FOR THE CHANGE IN THE BILL'S     *
053512*    TAXABLE VALUE AND TAX, AGAINST THE ORIGINAL INVOICE.  A   *
053513*    BILL OF A PERIOD NOT YET RETURNED IS RETURNED AS NOW      *
053514*    REWRITTEN, SO ITS NOTE IS FOR REFERENCE ONLY; AN EARLIER  *
053515*    PERIOD'S NOTE NETS INTO THIS MONTH'S RETURN.              *
053516*-----------------------------------------------------------*
053517 6000-RAISE-GST-NOTE.
053518     IF WS-ABORT
053519         GO TO 6000-EXIT
053520     END-IF.
053521     COMPUTE WS-NOTE-TAXABLE = BC-BILL + WS-FUEL-AMT
053522         + WS-DEMAND-AMT - WS-ORIG-TAXABLE.
053523     COMPUTE WS-NOTE-GST = WS-GST-AMT - WS-ORIG-GST.
053524     COMPUTE WS-NOTE-TOTAL = WS-NOTE-TAXABLE + WS-NOTE-GST.
053525     IF WS-NOTE-TOTAL = ZERO
053526         GO TO 6000-EXIT
053527     END-IF.
053528     IF WS-NOTE-TOTAL < ZERO
053529         MOVE "C" TO GP-NOTE-TYPE
053530         COMPUTE WS-NOTE-TAXABLE = ZERO - WS-NOTE-TAXABLE
053531         COMPUTE WS-NOTE-GST     = ZERO - WS-NOTE-GST
053532     ELSE
053533         MOVE "D" TO GP-NOTE-TYPE
053534     END-IF.
053535     MOVE "W"             TO GP-FUNCTION.
053536     MOVE WS-CUST-ID      TO GP-CUST-ID.
053537     MOVE WS-SYSTEM-DATE  TO GP-NOTE-DATE.
053538     MOVE WS-ASK-INVOICE  TO GP-ORIG-INVOICE-NO.
053539     MOVE WS-ORIG-PERIOD  TO GP-ORIG-PERIOD.
053540     MOVE WS-NOTE-TAXABLE TO GP-TAXABLE-AMT.
053541     MOVE WS-NOTE-GST     TO GP-GST-AMT.
053542     MOVE "CANC"          TO GP-SOURCE.
053543     COMPUTE WS-NOTE-PERIOD = WS-SYSTEM-DATE / 100.
053544     IF WS-ORIG-PERIOD < WS-NOTE-PERIOD
053545         MOVE "N" TO GP-RETURN-SW
053546     ELSE
053547         MOVE "H" TO GP-RETURN-SW
053548     END-IF.
053549     MOVE WS-REASON-TEXT  TO GP-REASON-TEXT.
053550     MOVE WS-OPERATOR-ID  TO GP-OPERATOR-ID.
053551     CALL "BILNOTE" USING GP-PARMS.
053552     IF GP-OK
053553         DISPLAY "BILCANC: GST NOTE " GP-NOTE-TYPE GP-NOTE-NO
053554             " RAISED AGAINST INVOICE " WS-ASK-INVOICE
053555     ELSE
053556         DISPLAY "BILCANC: GST NOTE NOT RAISED FOR INVOICE "
053557             WS-ASK-INVOICE " - RAISE IT BY HAND"
053558     END-IF.
053559 6000-EXIT.
053560     EXIT.

053600 9000-TERMINATE.
053700     IF WS-CANCELS-POSTED > 0
053800         PERFORM 9200-REWRITE-OPEN-ITEMS THRU 9200-EXIT
058800     WRITE RL-RECORD.
058900 9600-EXIT.
059000     EXIT.

059100*-----------------------------------------------------------*
059100*    RESOLVE THE POSTING TYPE'S LEDGER ACCOUNT FOR THE      *
059100*    CUSTOMER IN HAND THROUGH BILGLAC AND WRITE THE D       *
059100*    RECORD UNDER ITS ZONE COST CENTRE.                     *
059100*-----------------------------------------------------------*
059100 9700-WRITE-GL-DETAIL.
059100     MOVE "R"             TO GK-FUNCTION.
059100     MOVE CM-SERVICE-TYPE TO GK-SERVICE.
059100     MOVE CM-CUST-CLASS   TO GK-CLASS.
059100     MOVE WS-SYSTEM-DATE  TO GK-POST-DATE.
059100     CALL "BILGLAC" USING GK-PARMS.
059100     MOVE GK-ACCOUNT-CODE TO GJ-ACCOUNT-CODE.
059100     MOVE CM-ZONE-CODE    TO GJ-COST-CENTRE.
059100     MOVE GK-POST-TYPE    TO GJ-POST-TYPE.
059100     WRITE GJ-RECORD.
059100 9700-EXIT.
059100     EXIT.
