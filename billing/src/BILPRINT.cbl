002131*                   BANNER LINE BELOW THE INVOICE NUMBER, SO AN           *
002132*                   ESTIMATED BILL IS MARKED AS SUCH ON THE FACE          *
002133*                   OF THE INVOICE.                                       *
002133*  2026-09-16 RSH   PRINT THE READER'S REASON UNDER THE BANNER*
002133*                   OF AN ESTIMATED BILL WHOSE METER COULD NOT*
002133*                   BE READ.                                  *
002133*  2026-10-01 RSH   PRINT THE PAPERLESS GREEN REBATE AS A     *
002133*                   CREDIT LINE.                              *
002133*  2026-10-01 RSH   PRINT A CONSUMPTION HISTORY BLOCK BELOW   *
002133*                   THE YEAR-TO-DATE LINE - THE TWELVE BILLED *
002133*                   PERIODS BEFORE THIS ONE FROM BILLHIST     *
002133*                   WITH UNITS, AMOUNT, ESTIMATED/SELF-READ   *
002133*                   MARK, UNITS PER DAY AND A BAR, AND THE    *
002133*                   AVERAGE DAILY USE AGAINST THIS BILL'S.    *
002133*                   REPRINTS FROM BILDUPL CARRY IT TOO.       *
002133*  2026-10-05 RSH   PRINT THE VOLUNTARY-SUSPENSION FEE LINE.  *
002133*  2026-10-06 RSH   PRINT THE METER RENT AS ITS OWN INVOICE   *
002133*                   LINE.                                     *
002133*  2026-10-07 RSH   PRINT THE TARIFF-REVISION ARREARS OR      *
002133*                   REFUND LINE.                              *
002133*  2026-10-10 RSH   PRINT A GST CREDIT OR DEBIT NOTE WHEN     *
002133*                   XT-EXTRAS CARRIES A NOTE TYPE.            *
002133*  2026-10-11 RSH   PRINT THE TAX-EXEMPTION CERTIFICATE       *
002133*                   REFERENCE UNDER THE MUNICIPAL DUTY AND    *
002133*                   GST LINES WHEN AN EXEMPTION WAS APPLIED.  *
002133*  2026-10-15 RSH   SHOW THE ON-BILL FINANCING INSTALMENT     *
002133*                   WITH ITS INTEREST, ANY INSTALMENTS        *
002133*                   OVERDUE, THE LOAN BALANCE AND THE TOTAL   *
002133*                   PAYABLE WITH FINANCE BELOW THE TOTAL.     *
002100*-----------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
003020         ORGANIZATION IS SEQUENTIAL
003030         FILE STATUS IS FS-LANGTAB.

003040     SELECT BILLHIST ASSIGN TO "BILLHIST"
003050         ORGANIZATION IS INDEXED
003060         ACCESS MODE IS DYNAMIC
003070         RECORD KEY IS BH-KEY
003080         FILE STATUS IS FS-BILLHIST.

003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  INVOICE
003520     LABEL RECORDS ARE STANDARD.
003530 COPY LANGTAB.

003540 FD  BILLHIST
003550     LABEL RECORDS ARE STANDARD.
003560 COPY BILLHIST.

003600 WORKING-STORAGE SECTION.
003700 77  FS-INVOICE              PIC X(02).
003800     88  FS-INVOICE-OK               VALUE "00".
003810 77  FS-LANGTAB              PIC X(02).
003820     88  FS-LANGTAB-OK               VALUE "00".
003821 77  FS-BILLHIST             PIC X(02).
003822     88  FS-BILLHIST-OK              VALUE "00".
003823 77  WS-BH-OPEN-SW           PIC X(01) VALUE "N".
003824     88  WS-BH-AVAILABLE             VALUE "Y".
003825 77  WS-BH-EOF-SW            PIC X(01) VALUE "N".
003826     88  WS-BH-EOF                   VALUE "Y".
003830 77  WS-LT-EOF-SW            PIC X(01) VALUE "N".
003840     88  WS-LT-EOF                   VALUE "Y".
003900 77  WS-OPEN-SW              PIC X(01) VALUE "N".
004600 01  WS-INV-TOTAL-AMT            PIC ZZZZZZZZ9.99.
004650 01  WS-INV-ARREARS-AMT          PIC ZZZZZZ9.99.
004660 01  WS-INV-GST-AMT              PIC ZZZZZZZZ9.99.
004661 01  WS-INV-EXEMPT-PCT           PIC ZZ9.99.
004670 01  WS-INV-YTD-UNITS            PIC ZZZZZZ9.
004680 01  WS-INV-YTD-BILL             PIC ZZZZZZZZ9.99.
004690 01  WS-INV-GROSS-AMT            PIC ZZZZZZZZ9.99.
004697 01  WS-INV-SVC-NAME             PIC X(11).
004698 01  WS-INV-UOM                  PIC X(05).
004699 01  WS-INV-SUBSIDY-AMT          PIC ZZZZZZZZ9.99.
004699 01  WS-INV-OBF-INT-AMT          PIC ZZZZZZ9.99.
004699 01  WS-INV-OBF-LOAN-NO          PIC 9(06).
004699 01  WS-OBF-PAYABLE              PIC 9(09)V99.

004699*-----------------------------------------------------------*
004699*    CONSUMPTION HISTORY - THE TWELVE BILLED PERIODS BEFORE    *
004699*    THE ONE ON THIS INVOICE, OLDEST FIRST.                    *
004699*-----------------------------------------------------------*
004699 01  WS-HIST-TABLE.
004699     05  WS-HS-ENTRY OCCURS 12 TIMES.
004699         10  WS-HS-PERIOD        PIC 9(06).
004699         10  WS-HS-UNITS         PIC 9(07).
004699         10  WS-HS-BILL          PIC 9(09)V99.
004699         10  WS-HS-MARK          PIC X(01).
004699         10  WS-HS-DAYS          PIC 9(05).
004699 01  WS-HS-COUNT                 PIC 9(02) VALUE ZERO.
004699 01  WS-HS-SUB                   PIC 9(02) VALUE ZERO.
004699 01  WS-HS-MAX-UNITS             PIC 9(07) VALUE ZERO.
004699 01  WS-HS-TOT-UNITS             PIC 9(09) VALUE ZERO.
004699 01  WS-HS-TOT-DAYS              PIC 9(07) VALUE ZERO.
004699 01  WS-HS-BAR-LEN               PIC 9(02) VALUE ZERO.
004699 01  WS-HS-DAILY                 PIC 9(05)V99 VALUE ZERO.
004699 01  WS-HS-BAR                   PIC X(30) VALUE ALL "*".
004699 01  WS-HS-UNITS-ED              PIC ZZZZZZ9.
004699 01  WS-HS-BILL-ED               PIC ZZZZZZZZ9.99.
004699 01  WS-HS-DAILY-ED              PIC ZZZZ9.99.
004699 01  WS-HS-DAILY2-ED             PIC ZZZZ9.99.

004700 LINKAGE SECTION.
004800 COPY CUSTMAS.
006300                 FS-INVOICE
006400         END-IF
006410         PERFORM 1100-LOAD-LANGUAGE-TABLE THRU 1100-EXIT
006420         OPEN INPUT BILLHIST
006430         IF FS-BILLHIST-OK
006440             MOVE "Y" TO WS-BH-OPEN-SW
006450         ELSE
006460             DISPLAY "BILPRINT: BILLHIST NOT AVAILABLE, STATUS "
006470                 FS-BILLHIST " - NO CONSUMPTION HISTORY PRINTED"
006480         END-IF
006500         MOVE "Y" TO WS-OPEN-SW
006600     END-IF.
006700 1000-EXIT.
011037         WS-INV-SVC-NAME DELIMITED BY SIZE
011033         INTO WS-INV-LINE.
011034     WRITE INV-LINE FROM WS-INV-LINE.
011034     IF XT-CREDIT-NOTE OR XT-DEBIT-NOTE
011034         PERFORM 5600-PRINT-NOTE THRU 5600-EXIT
011034         GO TO 5000-EXIT
011034     END-IF.
011040     MOVE SPACES TO WS-INV-LINE.
011045     MOVE WS-LT-LBL-PERIOD(WS-LANG-IDX) TO WS-INV-LABEL.
011050     STRING WS-INV-LABEL DELIMITED BY SIZE
011079         END-STRING
011079         WRITE INV-LINE FROM WS-INV-LINE
011079     END-IF.
011079     IF XT-READ-STATUS NOT = SPACE
011079         MOVE SPACES TO WS-INV-LINE
011079         EVALUATE XT-READ-STATUS
011079             WHEN "L"
011079                 MOVE "METER NOT READ - PREMISES LOCKED"
011079                     TO WS-INV-LINE
011079             WHEN "B"
011079                 MOVE "METER NOT READ - METER BURNT"
011079                     TO WS-INV-LINE
011079             WHEN "N"
011079                 MOVE "METER NOT READ - METER NOT FOUND"
011079                     TO WS-INV-LINE
011079             WHEN "A"
011079                 MOVE "METER NOT READ - NO ACCESS TO METER"
011079                     TO WS-INV-LINE
011079             WHEN "F"
011079                 MOVE "METER NOT READ - METER DISPLAY FAULTY"
011079                     TO WS-INV-LINE
011079             WHEN OTHER
011079                 MOVE "METER NOT READ" TO WS-INV-LINE
011079         END-EVALUATE
011079         WRITE INV-LINE FROM WS-INV-LINE
011079     END-IF.
011080     MOVE ALL "-" TO WS-INV-LINE.
011090     WRITE INV-LINE FROM WS-INV-LINE.
011100     IF XT-TOU-BILL
011099         END-STRING
011099         WRITE INV-LINE FROM WS-INV-LINE
011099     END-IF.
011099     IF XT-GREEN-REBATE > 0
011099         MOVE SPACES TO WS-INV-LINE
011099         MOVE XT-GREEN-REBATE TO WS-INV-GST-AMT
011099         STRING "PAPERLESS REBATE:   RS -" DELIMITED BY SIZE
011099             WS-INV-GST-AMT DELIMITED BY SIZE
011099             INTO WS-INV-LINE
011099         END-STRING
011099         WRITE INV-LINE FROM WS-INV-LINE
011099     END-IF.
011100     IF XT-SEWER-AMT > 0
011100         MOVE SPACES TO WS-INV-LINE
011100         MOVE XT-SEWER-AMT TO WS-INV-GST-AMT
011100         END-STRING
011100         WRITE INV-LINE FROM WS-INV-LINE
011100     END-IF.
011100     IF XT-DUTY-CERT NOT = SPACES
011100         MOVE SPACES TO WS-INV-LINE
011100         MOVE XT-DUTY-EXEMPT-PCT TO WS-INV-EXEMPT-PCT
011100         STRING "  DUTY EXEMPT CERT: " DELIMITED BY SIZE
011100             XT-DUTY-CERT DELIMITED BY SIZE
011100             " (" DELIMITED BY SIZE
011100             WS-INV-EXEMPT-PCT DELIMITED BY SIZE
011100             "% EXEMPT)" DELIMITED BY SIZE
011100             INTO WS-INV-LINE
011100         END-STRING
011100         WRITE INV-LINE FROM WS-INV-LINE
011100     END-IF.
011100     IF XT-METER-RENT > 0
011100         MOVE SPACES TO WS-INV-LINE
011100         MOVE XT-METER-RENT TO WS-INV-GST-AMT
011100         STRING "METER RENT:         RS " DELIMITED BY SIZE
011100             WS-INV-GST-AMT DELIMITED BY SIZE
011100             INTO WS-INV-LINE
011100         END-STRING
011100         WRITE INV-LINE FROM WS-INV-LINE
011100     END-IF.
011101     MOVE SPACES TO WS-INV-LINE.
011102     MOVE PR-GST-AMT TO WS-INV-GST-AMT.
011102     MOVE WS-LT-LBL-GST(WS-LANG-IDX) TO WS-INV-LABEL.
011105         WS-INV-GST-AMT DELIMITED BY SIZE
011106         INTO WS-INV-LINE.
011107     WRITE INV-LINE FROM WS-INV-LINE.
011107     IF XT-GST-CERT NOT = SPACES
011107         MOVE SPACES TO WS-INV-LINE
011107         MOVE XT-GST-EXEMPT-PCT TO WS-INV-EXEMPT-PCT
011107         STRING "  GST EXEMPT CERT:  " DELIMITED BY SIZE
011107             XT-GST-CERT DELIMITED BY SIZE
011107             " (" DELIMITED BY SIZE
011107             WS-INV-EXEMPT-PCT DELIMITED BY SIZE
011107             "% EXEMPT)" DELIMITED BY SIZE
011107             INTO WS-INV-LINE
011107         END-STRING
011107         WRITE INV-LINE FROM WS-INV-LINE
011107     END-IF.
011105     IF PR-ARREARS > 0
011106         MOVE SPACES TO WS-INV-LINE
011107         MOVE PR-ARREARS TO WS-INV-ARREARS-AMT
011111         END-STRING
011111         WRITE INV-LINE FROM WS-INV-LINE
011111     END-IF.
011111     IF XT-SUSP-FEE > 0
011111         MOVE SPACES TO WS-INV-LINE
011111         MOVE XT-SUSP-FEE TO WS-INV-ARREARS-AMT
011111         STRING "SUPPLY SUSPENSION FEE: RS "
011111             DELIMITED BY SIZE
011111             WS-INV-ARREARS-AMT DELIMITED BY SIZE
011111             INTO WS-INV-LINE
011111         END-STRING
011111         WRITE INV-LINE FROM WS-INV-LINE
011111     END-IF.
011111     IF XT-TARREV-AMT > 0
011111         MOVE SPACES TO WS-INV-LINE
011111         MOVE XT-TARREV-AMT TO WS-INV-ARREARS-AMT
011111         STRING "TARIFF REVISION ARREARS: RS "
011111             DELIMITED BY SIZE
011111             WS-INV-ARREARS-AMT DELIMITED BY SIZE
011111             INTO WS-INV-LINE
011111         END-STRING
011111         WRITE INV-LINE FROM WS-INV-LINE
011111     END-IF.
011111     IF XT-TARREV-AMT < 0
011111         MOVE SPACES TO WS-INV-LINE
011111         COMPUTE WS-INV-ARREARS-AMT = ZERO - XT-TARREV-AMT
011111         STRING "TARIFF REVISION REFUND:  RS -"
011111             DELIMITED BY SIZE
011111             WS-INV-ARREARS-AMT DELIMITED BY SIZE
011111             INTO WS-INV-LINE
011111         END-STRING
011111         WRITE INV-LINE FROM WS-INV-LINE
011111     END-IF.
011112     IF XT-RECONN-FEE > 0
011112         MOVE SPACES TO WS-INV-LINE
011112         MOVE XT-RECONN-FEE TO WS-INV-ARREARS-AMT
011174         END-STRING
011174         WRITE INV-LINE FROM WS-INV-LINE
011174     END-IF.
011174*    AN ON-BILL FINANCING INSTALMENT IS PAYABLE WITH THE BILL
011174*    BUT IS NOT PART OF IT - IT PRINTS BELOW THE TOTAL WITH
011174*    WHAT IS OVERDUE, THE LOAN BALANCE, AND THE BILL AND THE
011174*    FINANCE DUE TOGETHER.
011174     IF XT-OBF-INSTAL > 0 OR XT-OBF-OVERDUE > 0
011174         MOVE SPACES TO WS-INV-LINE
011174         MOVE XT-OBF-LOAN-NO TO WS-INV-OBF-LOAN-NO
011174         MOVE XT-OBF-INSTAL TO WS-INV-ARREARS-AMT
011174         MOVE XT-OBF-INTEREST TO WS-INV-OBF-INT-AMT
011174         STRING "FINANCE LOAN " DELIMITED BY SIZE
011174             WS-INV-OBF-LOAN-NO DELIMITED BY SIZE
011174             " INSTALMENT: RS " DELIMITED BY SIZE
011174             WS-INV-ARREARS-AMT DELIMITED BY SIZE
011174             " (INTEREST RS " DELIMITED BY SIZE
011174             WS-INV-OBF-INT-AMT DELIMITED BY SIZE
011174             ")" DELIMITED BY SIZE
011174             INTO WS-INV-LINE
011174         END-STRING
011174         WRITE INV-LINE FROM WS-INV-LINE
011174         IF XT-OBF-OVERDUE > 0
011174             MOVE SPACES TO WS-INV-LINE
011174             MOVE XT-OBF-OVERDUE TO WS-INV-ARREARS-AMT
011174             STRING "FINANCE INSTALMENTS OVERDUE: RS "
011174                 DELIMITED BY SIZE
011174                 WS-INV-ARREARS-AMT DELIMITED BY SIZE
011174                 INTO WS-INV-LINE
011174             END-STRING
011174             WRITE INV-LINE FROM WS-INV-LINE
011174         END-IF
011174         MOVE SPACES TO WS-INV-LINE
011174         MOVE XT-OBF-BALANCE TO WS-INV-TOTAL-AMT
011174         STRING "FINANCE BALANCE OUTSTANDING: RS "
011174             DELIMITED BY SIZE
011174             WS-INV-TOTAL-AMT DELIMITED BY SIZE
011174             INTO WS-INV-LINE
011174         END-STRING
011174         WRITE INV-LINE FROM WS-INV-LINE
011174         MOVE SPACES TO WS-INV-LINE
011174         COMPUTE WS-OBF-PAYABLE =
011174             PR-BILL + XT-OBF-INSTAL + XT-OBF-OVERDUE
011174         MOVE WS-OBF-PAYABLE TO WS-INV-TOTAL-AMT
011174         STRING "TOTAL PAYABLE WITH FINANCE: RS "
011174             DELIMITED BY SIZE
011174             WS-INV-TOTAL-AMT DELIMITED BY SIZE
011174             INTO WS-INV-LINE
011174         END-STRING
011174         WRITE INV-LINE FROM WS-INV-LINE
011174     END-IF.
011175     MOVE SPACES TO WS-INV-LINE.
011176     MOVE CM-YTD-UNITS TO WS-INV-YTD-UNITS.
011177     MOVE CM-YTD-BILL  TO WS-INV-YTD-BILL.
011180        " " WS-LT-LBL-YTDBILLED(WS-LANG-IDX) DELIMITED BY SPACE
011182         INTO WS-INV-LINE.
011183     WRITE INV-LINE FROM WS-INV-LINE.
011184     IF WS-BH-AVAILABLE
011184         PERFORM 5400-LOAD-HISTORY  THRU 5400-EXIT
011184         PERFORM 5500-PRINT-HISTORY THRU 5500-EXIT
011184     END-IF.
011179     IF XT-MSG1-TEXT NOT = SPACES
011179         MOVE SPACES TO WS-INV-LINE
011179         STRING "* " XT-MSG1-TEXT DELIMITED BY SIZE
011850     WRITE INV-LINE FROM WS-INV-LINE.
011860 5110-EXIT.
011870     EXIT.

011871*-----------------------------------------------------------*
011872*    CONSUMPTION HISTORY - THE CUSTOMER'S BILLED PERIODS       *
011873*    BEFORE THIS ONE, KEEPING THE LAST TWELVE.  WRITE-OFF AND  *
011874*    REVERSAL ENTRIES ARE NOT CONSUMPTION AND ARE PASSED BY.   *
011875*-----------------------------------------------------------*
011876 5400-LOAD-HISTORY.
011877     MOVE ZERO TO WS-HS-COUNT.
011878     MOVE "N"  TO WS-BH-EOF-SW.
011879     MOVE CM-CUST-ID TO BH-CUST-ID.
011880     MOVE ZERO       TO BH-BILL-PERIOD.
011881     START BILLHIST KEY IS NOT LESS THAN BH-KEY
011882         INVALID KEY
011883             GO TO 5400-EXIT
011884     END-START.
011885     PERFORM 5410-READ-HISTORY THRU 5410-EXIT.
011886     PERFORM 5420-KEEP-PERIOD THRU 5420-EXIT
011887         UNTIL WS-BH-EOF.
011888 5400-EXIT.
011889     EXIT.

011890 5410-READ-HISTORY.
011891     READ BILLHIST NEXT RECORD
011892         AT END
011893             MOVE "Y" TO WS-BH-EOF-SW
011894             GO TO 5410-EXIT
011895     END-READ.
011896     IF BH-CUST-ID NOT = CM-CUST-ID
011897         OR BH-BILL-PERIOD NOT < PR-BILL-PERIOD
011898         MOVE "Y" TO WS-BH-EOF-SW
011899     END-IF.
011900 5410-EXIT.
011901     EXIT.

011902 5420-KEEP-PERIOD.
011903     IF NOT BH-TYPE-BILL
011904         GO TO 5420-NEXT
011905     END-IF.
011906     IF WS-HS-COUNT = 12
011907         PERFORM 5430-SHIFT-ENTRY THRU 5430-EXIT
011908             VARYING WS-HS-SUB FROM 1 BY 1
011909             UNTIL WS-HS-SUB > 11
011910     ELSE
011911         ADD 1 TO WS-HS-COUNT
011912     END-IF.
011913     MOVE BH-BILL-PERIOD TO WS-HS-PERIOD(WS-HS-COUNT).
011914     MOVE BH-UNITS       TO WS-HS-UNITS(WS-HS-COUNT).
011915     MOVE BH-BILL        TO WS-HS-BILL(WS-HS-COUNT).
011916     EVALUATE TRUE
011917         WHEN BH-ESTIMATED
011918             MOVE "E" TO WS-HS-MARK(WS-HS-COUNT)
011919         WHEN BH-SELFREAD
011920             MOVE "S" TO WS-HS-MARK(WS-HS-COUNT)
011921         WHEN OTHER
011922             MOVE " " TO WS-HS-MARK(WS-HS-COUNT)
011923     END-EVALUATE.
011924     MOVE ZERO TO WS-HS-DAYS(WS-HS-COUNT).
011925     IF BH-READ-FROM-DATE > 0
011926         AND BH-READ-TO-DATE > BH-READ-FROM-DATE
011927         COMPUTE WS-HS-DAYS(WS-HS-COUNT) =
011928             FUNCTION INTEGER-OF-DATE(BH-READ-TO-DATE)
011929             - FUNCTION INTEGER-OF-DATE(BH-READ-FROM-DATE)
011930     END-IF.
011931 5420-NEXT.
011932     PERFORM 5410-READ-HISTORY THRU 5410-EXIT.
011933 5420-EXIT.
011934     EXIT.

011935 5430-SHIFT-ENTRY.
011936     MOVE WS-HS-ENTRY(WS-HS-SUB + 1) TO WS-HS-ENTRY(WS-HS-SUB).
011937 5430-EXIT.
011938     EXIT.

011939*-----------------------------------------------------------*
011940*    ONE LINE PER PERIOD - UNITS, AMOUNT, UNITS PER DAY OVER   *
011941*    THE READING-DATE SPAN AND A BAR SCALED TO THE HIGHEST     *
011942*    PERIOD.  E MARKS AN ESTIMATED BILL, S A SELF-READ ONE.    *
011943*    THE FOOT GIVES THE AVERAGE DAILY USE ACROSS THE PERIODS   *
011944*    AGAINST THIS BILL'S OWN.                                  *
011945*-----------------------------------------------------------*
011946 5500-PRINT-HISTORY.
011947     IF WS-HS-COUNT = 0
011948         GO TO 5500-EXIT
011949     END-IF.
011950     MOVE ZERO TO WS-HS-MAX-UNITS.
011951     MOVE ZERO TO WS-HS-TOT-UNITS.
011952     MOVE ZERO TO WS-HS-TOT-DAYS.
011953     PERFORM 5510-TOTAL-ENTRY THRU 5510-EXIT
011954         VARYING WS-HS-SUB FROM 1 BY 1
011955         UNTIL WS-HS-SUB > WS-HS-COUNT.
011956     MOVE SPACES TO WS-INV-LINE.
011957     STRING "CONSUMPTION HISTORY - LAST " WS-HS-COUNT
011958         " BILLED PERIOD(S)  (E=ESTIMATED S=SELF-READ)"
011959         DELIMITED BY SIZE INTO WS-INV-LINE
011960     END-STRING.
011961     WRITE INV-LINE FROM WS-INV-LINE.
011962     MOVE SPACES TO WS-INV-LINE.
011963     STRING "PERIOD     " WS-INV-UOM "       AMOUNT  PER DAY"
011964         DELIMITED BY SIZE INTO WS-INV-LINE
011965     END-STRING.
011966     WRITE INV-LINE FROM WS-INV-LINE.
011967     PERFORM 5520-PRINT-ENTRY THRU 5520-EXIT
011968         VARYING WS-HS-SUB FROM 1 BY 1
011969         UNTIL WS-HS-SUB > WS-HS-COUNT.
011970     IF WS-HS-TOT-DAYS = 0
011971         GO TO 5500-EXIT
011972     END-IF.
011973     COMPUTE WS-HS-DAILY ROUNDED =
011974         WS-HS-TOT-UNITS / WS-HS-TOT-DAYS.
011975     MOVE WS-HS-DAILY TO WS-HS-DAILY-ED.
011976     MOVE ZERO TO WS-HS-DAILY.
011977     IF XT-READ-FROM-DATE > 0
011978         AND XT-READ-TO-DATE > XT-READ-FROM-DATE
011979         COMPUTE WS-HS-DAILY ROUNDED = BC-UNITS /
011980             (FUNCTION INTEGER-OF-DATE(XT-READ-TO-DATE)
011981             - FUNCTION INTEGER-OF-DATE(XT-READ-FROM-DATE))
011982     END-IF.
011983     MOVE WS-HS-DAILY TO WS-HS-DAILY2-ED.
011984     MOVE SPACES TO WS-INV-LINE.
011985     STRING "AVERAGE DAILY USE: " WS-HS-DAILY-ED " "
011986         WS-INV-UOM DELIMITED BY SPACE
011987         "   THIS BILL: " WS-HS-DAILY2-ED " "
011988         WS-INV-UOM DELIMITED BY SPACE
011989         INTO WS-INV-LINE
011990     END-STRING.
011991     WRITE INV-LINE FROM WS-INV-LINE.
011992 5500-EXIT.
011993     EXIT.

011994 5510-TOTAL-ENTRY.
011995     IF WS-HS-UNITS(WS-HS-SUB) > WS-HS-MAX-UNITS
011996         MOVE WS-HS-UNITS(WS-HS-SUB) TO WS-HS-MAX-UNITS
011997     END-IF.
011998     IF WS-HS-DAYS(WS-HS-SUB) > 0
011999         ADD WS-HS-UNITS(WS-HS-SUB) TO WS-HS-TOT-UNITS
012000         ADD WS-HS-DAYS(WS-HS-SUB)  TO WS-HS-TOT-DAYS
012001     END-IF.
012002 5510-EXIT.
012003     EXIT.

012004 5520-PRINT-ENTRY.
012005     MOVE WS-HS-UNITS(WS-HS-SUB) TO WS-HS-UNITS-ED.
012006     MOVE WS-HS-BILL(WS-HS-SUB)  TO WS-HS-BILL-ED.
012007     MOVE ZERO TO WS-HS-DAILY.
012008     IF WS-HS-DAYS(WS-HS-SUB) > 0
012009         COMPUTE WS-HS-DAILY ROUNDED =
012010             WS-HS-UNITS(WS-HS-SUB) / WS-HS-DAYS(WS-HS-SUB)
012011     END-IF.
012012     MOVE WS-HS-DAILY TO WS-HS-DAILY-ED.
012013     MOVE ZERO TO WS-HS-BAR-LEN.
012014     IF WS-HS-MAX-UNITS > 0
012015         COMPUTE WS-HS-BAR-LEN ROUNDED =
012016             WS-HS-UNITS(WS-HS-SUB) * 30 / WS-HS-MAX-UNITS
012017     END-IF.
012018     IF WS-HS-BAR-LEN = 0 AND WS-HS-UNITS(WS-HS-SUB) > 0
012019         MOVE 1 TO WS-HS-BAR-LEN
012020     END-IF.
012021     MOVE SPACES TO WS-INV-LINE.
012022     STRING WS-HS-PERIOD(WS-HS-SUB) " " WS-HS-MARK(WS-HS-SUB)
012023         " " WS-HS-UNITS-ED " " WS-HS-BILL-ED " "
012024         WS-HS-DAILY-ED " "
012025         DELIMITED BY SIZE INTO WS-INV-LINE
012026     END-STRING.
012027     IF WS-HS-BAR-LEN > 0
012028         MOVE WS-HS-BAR(1:WS-HS-BAR-LEN) TO WS-INV-LINE(41:30)
012029     END-IF.
012030     WRITE INV-LINE FROM WS-INV-LINE.
012031 5520-EXIT.
012032     EXIT.

012033*-----------------------------------------------------------*
012034*    GST CREDIT OR DEBIT NOTE, PRINTED BELOW THE SAME NAME,    *
012035*    ADDRESS AND METER HEADER AS A BILL.  PR-INVOICE-NO IS     *
012036*    THE NOTE NUMBER, PR-GST-AMT THE TAX AND PR-BILL THE NOTE  *
012037*    TOTAL; THE INVOICE IT AMENDS COMES IN XT-EXTRAS.          *
012038*-----------------------------------------------------------*
012039 5600-PRINT-NOTE.
012040     MOVE SPACES TO WS-INV-LINE.
012041     IF XT-CREDIT-NOTE
012042         MOVE "*** GST CREDIT NOTE ***" TO WS-INV-LINE
012043     ELSE
012044         MOVE "*** GST DEBIT NOTE ***" TO WS-INV-LINE
012045     END-IF.
012046     WRITE INV-LINE FROM WS-INV-LINE.
012047     MOVE SPACES TO WS-INV-LINE.
012048     STRING "NOTE NO: " PR-INVOICE-NO "   DATE: " XT-NOTE-DATE
012049         DELIMITED BY SIZE INTO WS-INV-LINE
012050     END-STRING.
012051     WRITE INV-LINE FROM WS-INV-LINE.
012052     MOVE SPACES TO WS-INV-LINE.
012053     STRING "AGAINST INVOICE: " XT-NOTE-ORIG-INV
012054         "   PERIOD: " XT-NOTE-ORIG-PERIOD
012055         DELIMITED BY SIZE INTO WS-INV-LINE
012056     END-STRING.
012057     WRITE INV-LINE FROM WS-INV-LINE.
012058     IF XT-EINV-REF NOT = SPACES
012059         MOVE SPACES TO WS-INV-LINE
012060         STRING "E-INVOICE REF: " XT-EINV-REF
012061             DELIMITED BY SIZE INTO WS-INV-LINE
012062         END-STRING
012063         WRITE INV-LINE FROM WS-INV-LINE
012064     END-IF.
012065     IF XT-NOTE-REASON NOT = SPACES
012066         MOVE SPACES TO WS-INV-LINE
012067         STRING "REASON: " XT-NOTE-REASON
012068             DELIMITED BY SIZE INTO WS-INV-LINE
012069         END-STRING
012070         WRITE INV-LINE FROM WS-INV-LINE
012071     END-IF.
012072     MOVE SPACES TO WS-INV-LINE.
012073     MOVE XT-NOTE-TAXABLE TO WS-INV-GROSS-AMT.
012074     STRING "TAXABLE VALUE:      RS " WS-INV-GROSS-AMT
012075         DELIMITED BY SIZE INTO WS-INV-LINE
012076     END-STRING.
012077     WRITE INV-LINE FROM WS-INV-LINE.
012078     MOVE SPACES TO WS-INV-LINE.
012079     MOVE PR-GST-AMT TO WS-INV-GST-AMT.
012080     MOVE WS-LT-LBL-GST(WS-LANG-IDX) TO WS-INV-LABEL.
012081     STRING WS-INV-LABEL DELIMITED BY SIZE
012082         "RS " DELIMITED BY SIZE
012083         WS-INV-GST-AMT DELIMITED BY SIZE
012084         INTO WS-INV-LINE
012085     END-STRING.
012086     WRITE INV-LINE FROM WS-INV-LINE.
012087     MOVE SPACES TO WS-INV-LINE.
012088     MOVE PR-BILL TO WS-INV-TOTAL-AMT.
012089     STRING "NOTE TOTAL:         RS " WS-INV-TOTAL-AMT
012090         DELIMITED BY SIZE INTO WS-INV-LINE
012091     END-STRING.
012092     WRITE INV-LINE FROM WS-INV-LINE.
012093     MOVE ALL "-" TO WS-INV-LINE.
012094     WRITE INV-LINE FROM WS-INV-LINE.
012095 5600-EXIT.
012096     EXIT.
