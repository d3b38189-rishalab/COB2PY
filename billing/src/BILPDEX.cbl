000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILPDEX.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILPDEX                                                     *
000900*  PERSONAL-DATA ACCESS EXPORT.  UNDER THE DATA-PROTECTION     *
001000*  LAW A CUSTOMER MAY ASK FOR A COPY OF EVERYTHING HELD ABOUT  *
001100*  THEM.  GIVEN ONE CUSTOMER ID THIS GATHERS IT FROM EVERY     *
001200*  FILE THAT CARRIES THE ID AND WRITES ONE READABLE EXPORT TO  *
001300*  PDEXPORT, IN THE MANNER OF THE BIL360 VIEW:                 *
001400*    - THE LIVE MASTER (CUSTMAS) AND ANY ARCHIVED MASTER       *
001500*      (CUSTARCH);                                             *
001600*    - DIRECT-DEBIT MANDATES AND THE BANK DETAILS ON THEM;     *
001700*    - EVERY BILL ON BILLHIST AND ON THE BILLARC ARCHIVE;      *
001800*    - RECEIPTS (PAYREG) AND DEPOSIT TRANSACTIONS (DEPTXN);    *
001900*    - DISPUTES (DISPREG), COMPLAINTS (COMPREG) AND LEGAL      *
002000*      CASES (LEGCASE), OPEN OR CLOSED;                        *
002100*    - THE MASTER-CHANGE AUDIT TRAIL (CUSTAUD), WITH EACH      *
002200*      CHANGE TO A PERSONAL DETAIL SHOWN BEFORE AND AFTER.     *
002300*  THE EXPORT IS READ-ONLY - NOTHING IS CHANGED - AND EVERY    *
002400*  REQUEST IS RECORDED ON THE RUN LOG WITH THE OPERATOR.       *
002500*-----------------------------------------------------------*
002600*  MODIFICATION HISTORY                                        *
002700*  DATE       INIT  DESCRIPTION                                *
002800*  2026-10-15 RSH   ORIGINAL                                   *
002800*  2026-10-15 RSH   WIDEN THE ARCHIVE RECORD TO THE GROWN      *
002800*                   CUSTOMER RECORD (MUNICIPAL OWN ACCOUNT).   *
002900*-----------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.

003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS CM-CUST-ID
004000         FILE STATUS IS FS-CUSTMAS.

004100     SELECT CUSTARCH ASSIGN TO "CUSTARCH"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS FS-CUSTARCH.

004400     SELECT MANDATE ASSIGN TO "MANDATE"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS FS-MANDATE.

004700     SELECT BILLHIST ASSIGN TO "BILLHIST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS BH-KEY
005100         FILE STATUS IS FS-BILLHIST.

005200     SELECT BILLARC ASSIGN TO "BILLARC"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS FS-BILLARC.

005500     SELECT PAYREG ASSIGN TO "PAYREG"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS FS-PAYREG.

005800     SELECT DEPTXN ASSIGN TO "DEPTXN"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS FS-DEPTXN.

006100     SELECT DISPREG ASSIGN TO "DISPREG"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS FS-DISPREG.

006400     SELECT COMPREG ASSIGN TO "COMPREG"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS CP-COMPLAINT-NO
006800         FILE STATUS IS FS-COMPREG.

006900     SELECT LEGCASE ASSIGN TO "LEGCASE"
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS FS-LEGCASE.

007200     SELECT CUSTAUD ASSIGN TO "CUSTAUD"
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS FS-CUSTAUD.

007500     SELECT PDEXPORT ASSIGN TO "PDEXPORT"
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS FS-PDEXPORT.

007800     SELECT RUNLOG ASSIGN TO "RUNLOG"
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS FS-RUNLOG.

008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  CUSTMAS
008400     LABEL RECORDS ARE STANDARD.
008500 COPY CUSTMAS.

008600 FD  CUSTARCH
008700     LABEL RECORDS ARE STANDARD.
008800 01  AC-RECORD                   PIC X(600).

008900 FD  MANDATE
009000     LABEL RECORDS ARE STANDARD.
009100 COPY MANDATE.

009200 FD  BILLHIST
009300     LABEL RECORDS ARE STANDARD.
009400 COPY BILLHIST.

009500 FD  BILLARC
009600     LABEL RECORDS ARE STANDARD.
009700 COPY BILLHIST REPLACING LEADING ==BH-== BY ==BA-==.

009800 FD  PAYREG
009900     LABEL RECORDS ARE STANDARD.
010000 COPY PAYREG.

010100 FD  DEPTXN
010200     LABEL RECORDS ARE STANDARD.
010300 COPY DEPTXN.

010400 FD  DISPREG
010500     LABEL RECORDS ARE STANDARD.
010600 COPY DISPREG.

010700 FD  COMPREG
010800     LABEL RECORDS ARE STANDARD.
010900 COPY COMPREG.

011000 FD  LEGCASE
011100     LABEL RECORDS ARE STANDARD.
011200 COPY LEGCASE.

011300 FD  CUSTAUD
011400     LABEL RECORDS ARE STANDARD.
011500 COPY CUSTAUD.

011600 FD  PDEXPORT
011700     LABEL RECORDS ARE STANDARD.
011800 01  PX-LINE                     PIC X(100).

011900 FD  RUNLOG
012000     LABEL RECORDS ARE STANDARD.
012100 COPY RUNLOG.

012200 WORKING-STORAGE SECTION.
012300*-----------------------------------------------------------*
012400*    FILE STATUS SWITCHES                                      *
012500*-----------------------------------------------------------*
012600 77  FS-CUSTMAS              PIC X(02).
012700     88  FS-CUSTMAS-OK               VALUE "00".
012800 77  FS-CUSTARCH             PIC X(02).
012900     88  FS-CUSTARCH-OK              VALUE "00".
013000 77  FS-MANDATE              PIC X(02).
013100     88  FS-MANDATE-OK               VALUE "00".
013200 77  FS-BILLHIST             PIC X(02).
013300     88  FS-BILLHIST-OK              VALUE "00".
013400 77  FS-BILLARC              PIC X(02).
013500     88  FS-BILLARC-OK               VALUE "00".
013600 77  FS-PAYREG               PIC X(02).
013700     88  FS-PAYREG-OK                VALUE "00".
013800 77  FS-DEPTXN               PIC X(02).
013900     88  FS-DEPTXN-OK                VALUE "00".
014000 77  FS-DISPREG              PIC X(02).
014100     88  FS-DISPREG-OK               VALUE "00".
014200 77  FS-COMPREG              PIC X(02).
014300     88  FS-COMPREG-OK               VALUE "00".
014400 77  FS-LEGCASE              PIC X(02).
014500     88  FS-LEGCASE-OK               VALUE "00".
014600 77  FS-CUSTAUD              PIC X(02).
014700     88  FS-CUSTAUD-OK               VALUE "00".
014800 77  FS-PDEXPORT             PIC X(02).
014900     88  FS-PDEXPORT-OK              VALUE "00".
015000 77  FS-RUNLOG               PIC X(02).
015100     88  FS-RUNLOG-OK                VALUE "00".

015200*-----------------------------------------------------------*
015300*    PROGRAM SWITCHES AND WORK FIELDS                          *
015400*-----------------------------------------------------------*
015500 77  WS-ABORT-SW             PIC X(01) VALUE "N".
015600     88  WS-ABORT                    VALUE "Y".
015700 77  WS-EOF-SW               PIC X(01) VALUE "N".
015800     88  WS-EOF                      VALUE "Y".
015900 77  WS-ANY-SW               PIC X(01) VALUE "N".
016000     88  WS-ANY-SHOWN                VALUE "Y".
016100 77  WS-HELD-SW              PIC X(01) VALUE "N".
016200     88  WS-ANYTHING-HELD            VALUE "Y".
016300 77  WS-DIFF-SW              PIC X(01) VALUE "N".
016400     88  WS-PERSONAL-CHANGED         VALUE "Y".
016500 77  WS-OPERATOR-ID          PIC X(08).
016600 77  WS-SYSTEM-DATE          PIC 9(08).
016700 77  WS-SYSTEM-TIME          PIC 9(08).
016800 77  WS-CUST-ID              PIC X(10).
016900 77  WS-LINES-WRITTEN        PIC 9(07) VALUE ZERO.
017000 77  WS-ITEMS-FOUND          PIC 9(07) VALUE ZERO.
017100 77  WS-SECTION-TITLE        PIC X(60).
017200 77  WS-FLD-LABEL            PIC X(14).
017300 77  WS-BEFORE-VALUE         PIC X(40).
017400 77  WS-AFTER-VALUE          PIC X(40).
017500 01  WS-AMT-ED               PIC ZZZZZZZZ9.99.
017600 01  WS-AMT2-ED              PIC ZZZZZZZZ9.99.
017700 01  WS-SAMT-ED              PIC -ZZZZZZZZ9.99.
017800 01  WS-UNITS-ED             PIC ZZZZZZ9.
017900 01  WS-RPT-LINE             PIC X(100).

018000*-----------------------------------------------------------*
018100*    THE TWO IMAGES OF AN AUDITED CHANGE, IN THE LIVE LAYOUT,  *
018200*    SO THE PERSONAL DETAILS CAN BE SHOWN BEFORE AND AFTER.    *
018300*-----------------------------------------------------------*
018400 COPY CUSTMAS REPLACING LEADING ==CM-== BY ==AB-==.
018500 COPY CUSTMAS REPLACING LEADING ==CM-== BY ==AA-==.

018600 PROCEDURE DIVISION.
018700 0000-MAINLINE SECTION.
018800     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
018900     IF NOT WS-ABORT
019000         PERFORM 2000-EXPORT-MASTER   THRU 2000-EXIT
019100         PERFORM 2100-EXPORT-ARCHIVE  THRU 2100-EXIT
019200         PERFORM 2500-EXPORT-MANDATES THRU 2500-EXIT
019300         PERFORM 3000-EXPORT-BILLS    THRU 3000-EXIT
019400         PERFORM 3100-EXPORT-ARCH-BILLS THRU 3100-EXIT
019500         PERFORM 4000-EXPORT-RECEIPTS THRU 4000-EXIT
019600         PERFORM 4100-EXPORT-DEPOSITS THRU 4100-EXIT
019700         PERFORM 5000-EXPORT-DISPUTES THRU 5000-EXIT
019800         PERFORM 5100-EXPORT-COMPLAINTS THRU 5100-EXIT
019900         PERFORM 5200-EXPORT-LEGAL    THRU 5200-EXIT
020000         PERFORM 6000-EXPORT-AUDIT    THRU 6000-EXIT
020100         PERFORM 7000-EXPORT-TRAILER  THRU 7000-EXIT
020200     END-IF.
020300     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
020400     STOP RUN.

020500 1000-INITIALIZE.
020600     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
020700     ACCEPT WS-SYSTEM-TIME FROM TIME.
020800     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
020900     ACCEPT WS-OPERATOR-ID.
021000     DISPLAY "CUSTOMER ID: " WITH NO ADVANCING.
021100     ACCEPT WS-CUST-ID.
021200     IF WS-CUST-ID = SPACES
021300         DISPLAY "BILPDEX: NO CUSTOMER ID GIVEN"
021400         MOVE "Y" TO WS-ABORT-SW
021500         GO TO 1000-EXIT
021600     END-IF.
021700     OPEN OUTPUT PDEXPORT.
021800     IF NOT FS-PDEXPORT-OK
021900         DISPLAY "BILPDEX: UNABLE TO OPEN PDEXPORT, STATUS "
022000             FS-PDEXPORT
022100         MOVE "Y" TO WS-ABORT-SW
022200         GO TO 1000-EXIT
022300     END-IF.
022400     OPEN EXTEND RUNLOG.
022500     IF NOT FS-RUNLOG-OK
022600         DISPLAY "BILPDEX: UNABLE TO OPEN RUNLOG, STATUS "
022700             FS-RUNLOG
022800     END-IF.
022900     MOVE SPACES TO WS-RPT-LINE.
023000     STRING "PERSONAL DATA HELD FOR CUSTOMER " WS-CUST-ID
023100         DELIMITED BY SIZE INTO WS-RPT-LINE.
023200     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
023300     MOVE SPACES TO WS-RPT-LINE.
023400     STRING "PREPARED " WS-SYSTEM-DATE " " WS-SYSTEM-TIME(1:4)
023500         " BY " WS-OPERATOR-ID
023600         DELIMITED BY SIZE INTO WS-RPT-LINE.
023700     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
023800 1000-EXIT.
023900     EXIT.

024000*-----------------------------------------------------------*
024100*    THE LIVE CUSTOMER MASTER.                                 *
024200*-----------------------------------------------------------*
024300 2000-EXPORT-MASTER.
024400     MOVE "CUSTOMER MASTER (LIVE ACCOUNT)" TO WS-SECTION-TITLE.
024500     PERFORM 8000-SECTION-HEAD THRU 8000-EXIT.
024600     OPEN INPUT CUSTMAS.
024700     IF NOT FS-CUSTMAS-OK
024800         GO TO 2000-DONE
024900     END-IF.
025000     MOVE WS-CUST-ID TO CM-CUST-ID.
025100     READ CUSTMAS
025200         INVALID KEY
025300             CLOSE CUSTMAS
025400             GO TO 2000-DONE
025500     END-READ.
025600     PERFORM 2200-SHOW-MASTER THRU 2200-EXIT.
025700     CLOSE CUSTMAS.
025800 2000-DONE.
025900     PERFORM 8050-SECTION-END THRU 8050-EXIT.
026000 2000-EXIT.
026100     EXIT.

026200*-----------------------------------------------------------*
026300*    THE CLOSED-ACCOUNT ARCHIVE - THE RECORD BILCARC MOVED     *
026400*    OFF THE MASTER, IN THE SAME LAYOUT.                       *
026500*-----------------------------------------------------------*
026600 2100-EXPORT-ARCHIVE.
026700     MOVE "CUSTOMER MASTER (ARCHIVED CLOSED ACCOUNT)"
026800         TO WS-SECTION-TITLE.
026900     PERFORM 8000-SECTION-HEAD THRU 8000-EXIT.
027000     MOVE "N" TO WS-EOF-SW.
027100     OPEN INPUT CUSTARCH.
027200     IF NOT FS-CUSTARCH-OK
027300         GO TO 2100-DONE
027400     END-IF.
027500     PERFORM 2110-ARCHIVE-ONE THRU 2110-EXIT
027600         UNTIL WS-EOF.
027700     CLOSE CUSTARCH.
027800 2100-DONE.
027900     PERFORM 8050-SECTION-END THRU 8050-EXIT.
028000 2100-EXIT.
028100     EXIT.

028200 2110-ARCHIVE-ONE.
028300     READ CUSTARCH
028400         AT END
028500             MOVE "Y" TO WS-EOF-SW
028600             GO TO 2110-EXIT
028700     END-READ.
028800     IF AC-RECORD(1:10) NOT = WS-CUST-ID
028900         GO TO 2110-EXIT
029000     END-IF.
029100     MOVE AC-RECORD TO CM-RECORD.
029200     PERFORM 2200-SHOW-MASTER THRU 2200-EXIT.
029300 2110-EXIT.
029400     EXIT.

029500*-----------------------------------------------------------*
029600*    ONE MASTER RECORD IN CM-RECORD - THE PERSONAL DETAILS     *
029700*    FIRST, THEN THE ACCOUNT DETAILS HELD WITH THEM.           *
029800*-----------------------------------------------------------*
029900 2200-SHOW-MASTER.
030000     MOVE "Y" TO WS-ANY-SW.
030100     ADD 1 TO WS-ITEMS-FOUND.
030200     MOVE SPACES TO WS-RPT-LINE.
030300     STRING "  NAME            : " CM-NAME
030400         DELIMITED BY SIZE INTO WS-RPT-LINE.
030500     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
030600     MOVE SPACES TO WS-RPT-LINE.
030700     STRING "  ADDRESS         : " CM-ADDR-LINE1
030800         DELIMITED BY SIZE INTO WS-RPT-LINE.
030900     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
031000     MOVE SPACES TO WS-RPT-LINE.
031100     STRING "                    " CM-ADDR-LINE2
031200         DELIMITED BY SIZE INTO WS-RPT-LINE.
031300     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
031400     MOVE SPACES TO WS-RPT-LINE.
031500     STRING "                    " CM-ADDR-CITY " "
031600         CM-ADDR-STATE " " CM-ADDR-PIN
031700         DELIMITED BY SIZE INTO WS-RPT-LINE.
031800     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
031900     MOVE SPACES TO WS-RPT-LINE.
032000     STRING "  PHONE           : " CM-PHONE
032100         DELIMITED BY SIZE INTO WS-RPT-LINE.
032200     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
032300     MOVE SPACES TO WS-RPT-LINE.
032400     STRING "  EMAIL           : " CM-EMAIL
032500         DELIMITED BY SIZE INTO WS-RPT-LINE.
032600     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
032700     MOVE SPACES TO WS-RPT-LINE.
032800     STRING "  NOTIFY BY       : " CM-NOTIFY-METHOD
032900         "   PAPERLESS " CM-PAPERLESS-SW
033000         "   BILL LANGUAGE " CM-LANG-CODE
033100         DELIMITED BY SIZE INTO WS-RPT-LINE.
033200     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
033300     MOVE SPACES TO WS-RPT-LINE.
033400     STRING "  METER           : " CM-METER-NO
033500         "   SERVICE " CM-SERVICE-TYPE
033600         "   CLASS " CM-CUST-CLASS
033700         "   STATUS " CM-CONN-STATUS
033800         DELIMITED BY SIZE INTO WS-RPT-LINE.
033900     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
034000     MOVE SPACES TO WS-RPT-LINE.
034100     STRING "  ACCOUNT HOLDER  : " CM-ACCOUNT-HOLDER-ID
034200         "   APPLIED " CM-APPLY-DATE
034300         "   CONNECTED " CM-CONNECT-DATE
034400         DELIMITED BY SIZE INTO WS-RPT-LINE.
034500     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
034600     MOVE CM-ARREARS        TO WS-AMT-ED.
034700     MOVE CM-CREDIT-BALANCE TO WS-AMT2-ED.
034800     MOVE SPACES TO WS-RPT-LINE.
034900     STRING "  ARREARS      RS : " WS-AMT-ED
035000         "   CREDIT BALANCE RS " WS-AMT2-ED
035100         DELIMITED BY SIZE INTO WS-RPT-LINE.
035200     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
035300     MOVE CM-DEPOSIT-BALANCE TO WS-AMT-ED.
035400     MOVE CM-PREPAID-BALANCE TO WS-SAMT-ED.
035500     MOVE SPACES TO WS-RPT-LINE.
035600     STRING "  DEPOSIT      RS : " WS-AMT-ED
035700         "   PREPAID BALANCE RS " WS-SAMT-ED
035800         DELIMITED BY SIZE INTO WS-RPT-LINE.
035900     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
036000     MOVE SPACES TO WS-RPT-LINE.
036100     STRING "  LAST BILLED     : " CM-LAST-BILL-PERIOD
036200         "   DUNNING LEVEL " CM-DUNNING-LEVEL
036300         "   LITIGATION " CM-LITIGATION-SW
036400         DELIMITED BY SIZE INTO WS-RPT-LINE.
036500     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
036600 2200-EXIT.
036700     EXIT.

036800*-----------------------------------------------------------*
036900*    DIRECT-DEBIT MANDATES - THE BANK DETAILS WE HOLD.         *
037000*-----------------------------------------------------------*
037100 2500-EXPORT-MANDATES.
037200     MOVE "DIRECT-DEBIT MANDATES (BANK DETAILS)"
037300         TO WS-SECTION-TITLE.
037400     PERFORM 8000-SECTION-HEAD THRU 8000-EXIT.
037500     MOVE "N" TO WS-EOF-SW.
037600     OPEN INPUT MANDATE.
037700     IF NOT FS-MANDATE-OK
037800         GO TO 2500-DONE
037900     END-IF.
038000     PERFORM 2510-MANDATE-ONE THRU 2510-EXIT
038100         UNTIL WS-EOF.
038200     CLOSE MANDATE.
038300 2500-DONE.
038400     PERFORM 8050-SECTION-END THRU 8050-EXIT.
038500 2500-EXIT.
038600     EXIT.

038700 2510-MANDATE-ONE.
038800     READ MANDATE
038900         AT END
039000             MOVE "Y" TO WS-EOF-SW
039100             GO TO 2510-EXIT
039200     END-READ.
039300     IF MD-CUST-ID NOT = WS-CUST-ID
039400         GO TO 2510-EXIT
039500     END-IF.
039600     MOVE "Y" TO WS-ANY-SW.
039700     ADD 1 TO WS-ITEMS-FOUND.
039800     MOVE MD-LIMIT-AMT TO WS-AMT-ED.
039900     MOVE SPACES TO WS-RPT-LINE.
040000     STRING "  ACCOUNT " MD-BANK-ACCT " BANK " MD-BANK-CODE
040100         " LIMIT RS " WS-AMT-ED " STATUS " MD-STATUS
040200         " TAKEN " MD-TAKEN-DATE
040300         DELIMITED BY SIZE INTO WS-RPT-LINE.
040400     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
040500 2510-EXIT.
040600     EXIT.

040700*-----------------------------------------------------------*
040800*    BILLS - THE KEYED HISTORY FROM THE CUSTOMER'S FIRST KEY,  *
040900*    THEN THE ARCHIVE WRITTEN BY BILARCH.                      *
041000*-----------------------------------------------------------*
041100 3000-EXPORT-BILLS.
041200     MOVE "BILLS (CURRENT HISTORY)" TO WS-SECTION-TITLE.
041300     PERFORM 8000-SECTION-HEAD THRU 8000-EXIT.
041400     MOVE "N" TO WS-EOF-SW.
041500     OPEN INPUT BILLHIST.
041600     IF NOT FS-BILLHIST-OK
041700         GO TO 3000-DONE
041800     END-IF.
041900     MOVE WS-CUST-ID TO BH-CUST-ID.
042000     MOVE ZERO       TO BH-BILL-PERIOD.
042100     START BILLHIST KEY IS >= BH-KEY
042200         INVALID KEY
042300             MOVE "Y" TO WS-EOF-SW
042400     END-START.
042500     PERFORM 3010-BILL-ONE THRU 3010-EXIT
042600         UNTIL WS-EOF.
042700     CLOSE BILLHIST.
042800 3000-DONE.
042900     PERFORM 8050-SECTION-END THRU 8050-EXIT.
043000 3000-EXIT.
043100     EXIT.

043200 3010-BILL-ONE.
043300     READ BILLHIST NEXT RECORD
043400         AT END
043500             MOVE "Y" TO WS-EOF-SW
043600             GO TO 3010-EXIT
043700     END-READ.
043800     IF BH-CUST-ID NOT = WS-CUST-ID
043900         MOVE "Y" TO WS-EOF-SW
044000         GO TO 3010-EXIT
044100     END-IF.
044200     MOVE "Y" TO WS-ANY-SW.
044300     ADD 1 TO WS-ITEMS-FOUND.
044400     MOVE BH-UNITS       TO WS-UNITS-ED.
044500     MOVE BH-BILL        TO WS-AMT-ED.
044600     MOVE BH-AMOUNT-PAID TO WS-AMT2-ED.
044700     MOVE SPACES TO WS-RPT-LINE.
044800     STRING "  " BH-BILL-PERIOD " INV " BH-INVOICE-NO
044900         " BILLED " BH-BILL-DATE " UNITS " WS-UNITS-ED
045000         " RS " WS-AMT-ED " PAID RS " WS-AMT2-ED
045100         " " BH-PAID-STATUS
045200         DELIMITED BY SIZE INTO WS-RPT-LINE.
045300     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
045400 3010-EXIT.
045500     EXIT.

045600 3100-EXPORT-ARCH-BILLS.
045700     MOVE "BILLS (ARCHIVED HISTORY)" TO WS-SECTION-TITLE.
045800     PERFORM 8000-SECTION-HEAD THRU 8000-EXIT.
045900     MOVE "N" TO WS-EOF-SW.
046000     OPEN INPUT BILLARC.
046100     IF NOT FS-BILLARC-OK
046200         GO TO 3100-DONE
046300     END-IF.
046400     PERFORM 3110-ARCH-BILL-ONE THRU 3110-EXIT
046500         UNTIL WS-EOF.
046600     CLOSE BILLARC.
046700 3100-DONE.
046800     PERFORM 8050-SECTION-END THRU 8050-EXIT.
046900 3100-EXIT.
047000     EXIT.

047100 3110-ARCH-BILL-ONE.
047200     READ BILLARC
047300         AT END
047400             MOVE "Y" TO WS-EOF-SW
047500             GO TO 3110-EXIT
047600     END-READ.
047700     IF BA-CUST-ID NOT = WS-CUST-ID
047800         GO TO 3110-EXIT
047900     END-IF.
048000     MOVE "Y" TO WS-ANY-SW.
048100     ADD 1 TO WS-ITEMS-FOUND.
048200     MOVE BA-UNITS       TO WS-UNITS-ED.
048300     MOVE BA-BILL        TO WS-AMT-ED.
048400     MOVE BA-AMOUNT-PAID TO WS-AMT2-ED.
048500     MOVE SPACES TO WS-RPT-LINE.
048600     STRING "  " BA-BILL-PERIOD " INV " BA-INVOICE-NO
048700         " BILLED " BA-BILL-DATE " UNITS " WS-UNITS-ED
048800         " RS " WS-AMT-ED " PAID RS " WS-AMT2-ED
048900         " " BA-PAID-STATUS
049000         DELIMITED BY SIZE INTO WS-RPT-LINE.
049100     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
049200 3110-EXIT.
049300     EXIT.

049400*-----------------------------------------------------------*
049500*    MONEY RECEIVED - RECEIPTS AND DEPOSIT TRANSACTIONS.       *
049600*-----------------------------------------------------------*
049700 4000-EXPORT-RECEIPTS.
049800     MOVE "RECEIPTS" TO WS-SECTION-TITLE.
049900     PERFORM 8000-SECTION-HEAD THRU 8000-EXIT.
050000     MOVE "N" TO WS-EOF-SW.
050100     OPEN INPUT PAYREG.
050200     IF NOT FS-PAYREG-OK
050300         GO TO 4000-DONE
050400     END-IF.
050500     PERFORM 4010-RECEIPT-ONE THRU 4010-EXIT
050600         UNTIL WS-EOF.
050700     CLOSE PAYREG.
050800 4000-DONE.
050900     PERFORM 8050-SECTION-END THRU 8050-EXIT.
051000 4000-EXIT.
051100     EXIT.

051200 4010-RECEIPT-ONE.
051300     READ PAYREG
051400         AT END
051500             MOVE "Y" TO WS-EOF-SW
051600             GO TO 4010-EXIT
051700     END-READ.
051800     IF PG-CUST-ID NOT = WS-CUST-ID
051900         GO TO 4010-EXIT
052000     END-IF.
052100     MOVE "Y" TO WS-ANY-SW.
052200     ADD 1 TO WS-ITEMS-FOUND.
052300     MOVE PG-AMOUNT TO WS-AMT-ED.
052400     MOVE SPACES TO WS-RPT-LINE.
052500     STRING "  " PG-POST-DATE " RECEIPT " PG-RECEIPT-NO
052600         " " PG-SOURCE-CODE " RS " WS-AMT-ED
052700         " REVERSED " PG-REVERSED-SW
052800         DELIMITED BY SIZE INTO WS-RPT-LINE.
052900     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
053000 4010-EXIT.
053100     EXIT.

053200 4100-EXPORT-DEPOSITS.
053300     MOVE "DEPOSIT TRANSACTIONS" TO WS-SECTION-TITLE.
053400     PERFORM 8000-SECTION-HEAD THRU 8000-EXIT.
053500     MOVE "N" TO WS-EOF-SW.
053600     OPEN INPUT DEPTXN.
053700     IF NOT FS-DEPTXN-OK
053800         GO TO 4100-DONE
053900     END-IF.
054000     PERFORM 4110-DEPOSIT-ONE THRU 4110-EXIT
054100         UNTIL WS-EOF.
054200     CLOSE DEPTXN.
054300 4100-DONE.
054400     PERFORM 8050-SECTION-END THRU 8050-EXIT.
054500 4100-EXIT.
054600     EXIT.

054700 4110-DEPOSIT-ONE.
054800     READ DEPTXN
054900         AT END
055000             MOVE "Y" TO WS-EOF-SW
055100             GO TO 4110-EXIT
055200     END-READ.
055300     IF DT-CUST-ID NOT = WS-CUST-ID
055400         GO TO 4110-EXIT
055500     END-IF.
055600     MOVE "Y" TO WS-ANY-SW.
055700     ADD 1 TO WS-ITEMS-FOUND.
055800     MOVE DT-AMOUNT TO WS-AMT-ED.
055900     MOVE SPACES TO WS-RPT-LINE.
056000     STRING "  " DT-TXN-DATE " TYPE " DT-TXN-TYPE
056100         " RS " WS-AMT-ED
056200         DELIMITED BY SIZE INTO WS-RPT-LINE.
056300     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
056400 4110-EXIT.
056500     EXIT.

056600*-----------------------------------------------------------*
056700*    DISPUTES, COMPLAINTS AND LEGAL CASES - OPEN OR CLOSED.    *
056800*-----------------------------------------------------------*
056900 5000-EXPORT-DISPUTES.
057000     MOVE "BILLING DISPUTES" TO WS-SECTION-TITLE.
057100     PERFORM 8000-SECTION-HEAD THRU 8000-EXIT.
057200     MOVE "N" TO WS-EOF-SW.
057300     OPEN INPUT DISPREG.
057400     IF NOT FS-DISPREG-OK
057500         GO TO 5000-DONE
057600     END-IF.
057700     PERFORM 5010-DISPUTE-ONE THRU 5010-EXIT
057800         UNTIL WS-EOF.
057900     CLOSE DISPREG.
058000 5000-DONE.
058100     PERFORM 8050-SECTION-END THRU 8050-EXIT.
058200 5000-EXIT.
058300     EXIT.

058400 5010-DISPUTE-ONE.
058500     READ DISPREG
058600         AT END
058700             MOVE "Y" TO WS-EOF-SW
058800             GO TO 5010-EXIT
058900     END-READ.
059000     IF DP-CUST-ID NOT = WS-CUST-ID
059100         GO TO 5010-EXIT
059200     END-IF.
059300     MOVE "Y" TO WS-ANY-SW.
059400     ADD 1 TO WS-ITEMS-FOUND.
059500     MOVE SPACES TO WS-RPT-LINE.
059600     STRING "  BILL " DP-BILL-PERIOD " OPENED " DP-OPEN-DATE
059700         " STATUS " DP-STATUS " OUTCOME " DP-OUTCOME
059800         " RESOLVED " DP-RESOLVE-DATE
059900         DELIMITED BY SIZE INTO WS-RPT-LINE.
060000     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
060100     MOVE SPACES TO WS-RPT-LINE.
060200     STRING "    " DP-REASON-TEXT
060300         DELIMITED BY SIZE INTO WS-RPT-LINE.
060400     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
060500 5010-EXIT.
060600     EXIT.

060700 5100-EXPORT-COMPLAINTS.
060800     MOVE "COMPLAINTS" TO WS-SECTION-TITLE.
060900     PERFORM 8000-SECTION-HEAD THRU 8000-EXIT.
061000     MOVE "N" TO WS-EOF-SW.
061100     OPEN INPUT COMPREG.
061200     IF NOT FS-COMPREG-OK
061300         GO TO 5100-DONE
061400     END-IF.
061500     PERFORM 5110-COMPLAINT-ONE THRU 5110-EXIT
061600         UNTIL WS-EOF.
061700     CLOSE COMPREG.
061800 5100-DONE.
061900     PERFORM 8050-SECTION-END THRU 8050-EXIT.
062000 5100-EXIT.
062100     EXIT.

062200 5110-COMPLAINT-ONE.
062300     READ COMPREG NEXT RECORD
062400         AT END
062500             MOVE "Y" TO WS-EOF-SW
062600             GO TO 5110-EXIT
062700     END-READ.
062800     IF CP-CUST-ID NOT = WS-CUST-ID
062900         GO TO 5110-EXIT
063000     END-IF.
063100     MOVE "Y" TO WS-ANY-SW.
063200     ADD 1 TO WS-ITEMS-FOUND.
063300     MOVE SPACES TO WS-RPT-LINE.
063400     STRING "  " CP-COMPLAINT-NO " " CP-CATEGORY "/"
063500         CP-SUBCATEGORY " LOGGED " CP-OPEN-DATE
063600         " STATUS " CP-STATUS " CLOSED " CP-CLOSE-DATE
063700         DELIMITED BY SIZE INTO WS-RPT-LINE.
063800     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
063900     MOVE SPACES TO WS-RPT-LINE.
064000     STRING "    " CP-DESCRIPTION
064100         DELIMITED BY SIZE INTO WS-RPT-LINE.
064200     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
064300     IF CP-CLOSE-NOTES NOT = SPACES
064400         MOVE SPACES TO WS-RPT-LINE
064500         STRING "    CLOSED: " CP-CLOSE-NOTES
064600             DELIMITED BY SIZE INTO WS-RPT-LINE
064700         PERFORM 8100-PUT-LINE THRU 8100-EXIT
064800     END-IF.
064900 5110-EXIT.
065000     EXIT.

065100 5200-EXPORT-LEGAL.
065200     MOVE "LEGAL RECOVERY CASES" TO WS-SECTION-TITLE.
065300     PERFORM 8000-SECTION-HEAD THRU 8000-EXIT.
065400     MOVE "N" TO WS-EOF-SW.
065500     OPEN INPUT LEGCASE.
065600     IF NOT FS-LEGCASE-OK
065700         GO TO 5200-DONE
065800     END-IF.
065900     PERFORM 5210-CASE-ONE THRU 5210-EXIT
066000         UNTIL WS-EOF.
066100     CLOSE LEGCASE.
066200 5200-DONE.
066300     PERFORM 8050-SECTION-END THRU 8050-EXIT.
066400 5200-EXIT.
066500     EXIT.

066600 5210-CASE-ONE.
066700     READ LEGCASE
066800         AT END
066900             MOVE "Y" TO WS-EOF-SW
067000             GO TO 5210-EXIT
067100     END-READ.
067200     IF LG-CUST-ID NOT = WS-CUST-ID
067300         GO TO 5210-EXIT
067400     END-IF.
067500     MOVE "Y" TO WS-ANY-SW.
067600     ADD 1 TO WS-ITEMS-FOUND.
067700     MOVE LG-CLAIM-AMT TO WS-AMT-ED.
067800     MOVE SPACES TO WS-RPT-LINE.
067900     STRING "  CASE " LG-CASE-NO " " LG-COURT
068000         " FILED " LG-FILED-DATE " CLAIM RS " WS-AMT-ED
068100         DELIMITED BY SIZE INTO WS-RPT-LINE.
068200     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
068300     MOVE SPACES TO WS-RPT-LINE.
068400     STRING "    STATUS " LG-STATUS " ON " LG-STATUS-DATE
068500         " " LG-NOTE
068600         DELIMITED BY SIZE INTO WS-RPT-LINE.
068700     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
068800 5210-EXIT.
068900     EXIT.

069000*-----------------------------------------------------------*
069100*    THE MASTER-CHANGE AUDIT TRAIL.  EVERY CHANGE IS LISTED;   *
069200*    A CHANGE TO A PERSONAL DETAIL SHOWS THE DETAIL BEFORE     *
069300*    AND AFTER.                                                *
069400*-----------------------------------------------------------*
069500 6000-EXPORT-AUDIT.
069600     MOVE "CHANGES RECORDED TO THE CUSTOMER MASTER"
069700         TO WS-SECTION-TITLE.
069800     PERFORM 8000-SECTION-HEAD THRU 8000-EXIT.
069900     MOVE "N" TO WS-EOF-SW.
070000     OPEN INPUT CUSTAUD.
070100     IF NOT FS-CUSTAUD-OK
070200         GO TO 6000-DONE
070300     END-IF.
070400     PERFORM 6010-AUDIT-ONE THRU 6010-EXIT
070500         UNTIL WS-EOF.
070600     CLOSE CUSTAUD.
070700 6000-DONE.
070800     PERFORM 8050-SECTION-END THRU 8050-EXIT.
070900 6000-EXIT.
071000     EXIT.

071100 6010-AUDIT-ONE.
071200     READ CUSTAUD
071300         AT END
071400             MOVE "Y" TO WS-EOF-SW
071500             GO TO 6010-EXIT
071600     END-READ.
071700     IF CA-CUST-ID NOT = WS-CUST-ID
071800         GO TO 6010-EXIT
071900     END-IF.
072000     MOVE "Y" TO WS-ANY-SW.
072100     ADD 1 TO WS-ITEMS-FOUND.
072200     MOVE SPACES TO WS-RPT-LINE.
072300     STRING "  " CA-AUDIT-DATE " " CA-AUDIT-TIME(1:4)
072400         " ACTION " CA-ACTION " BY " CA-OPERATOR-ID
072500         DELIMITED BY SIZE INTO WS-RPT-LINE.
072600     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
072700     IF CA-ACTION-ADD
072800         MOVE SPACES TO WS-RPT-LINE
072900         STRING "    ACCOUNT OPENED AS " CA-AFTER-IMAGE(11:30)
073000             DELIMITED BY SIZE INTO WS-RPT-LINE
073100         PERFORM 8100-PUT-LINE THRU 8100-EXIT
073200         GO TO 6010-EXIT
073300     END-IF.
073400     MOVE CA-BEFORE-IMAGE TO AB-RECORD.
073500     MOVE CA-AFTER-IMAGE  TO AA-RECORD.
073600     MOVE "N" TO WS-DIFF-SW.
073700     MOVE "NAME"          TO WS-FLD-LABEL.
073800     MOVE AB-NAME         TO WS-BEFORE-VALUE.
073900     MOVE AA-NAME         TO WS-AFTER-VALUE.
074000     PERFORM 6100-COMPARE-FIELD THRU 6100-EXIT.
074100     MOVE "ADDRESS 1"     TO WS-FLD-LABEL.
074200     MOVE AB-ADDR-LINE1   TO WS-BEFORE-VALUE.
074300     MOVE AA-ADDR-LINE1   TO WS-AFTER-VALUE.
074400     PERFORM 6100-COMPARE-FIELD THRU 6100-EXIT.
074500     MOVE "ADDRESS 2"     TO WS-FLD-LABEL.
074600     MOVE AB-ADDR-LINE2   TO WS-BEFORE-VALUE.
074700     MOVE AA-ADDR-LINE2   TO WS-AFTER-VALUE.
074800     PERFORM 6100-COMPARE-FIELD THRU 6100-EXIT.
074900     MOVE "CITY"          TO WS-FLD-LABEL.
075000     MOVE AB-ADDR-CITY    TO WS-BEFORE-VALUE.
075100     MOVE AA-ADDR-CITY    TO WS-AFTER-VALUE.
075200     PERFORM 6100-COMPARE-FIELD THRU 6100-EXIT.
075300     MOVE "PIN"           TO WS-FLD-LABEL.
075400     MOVE AB-ADDR-PIN     TO WS-BEFORE-VALUE.
075500     MOVE AA-ADDR-PIN     TO WS-AFTER-VALUE.
075600     PERFORM 6100-COMPARE-FIELD THRU 6100-EXIT.
075700     MOVE "PHONE"         TO WS-FLD-LABEL.
075800     MOVE AB-PHONE        TO WS-BEFORE-VALUE.
075900     MOVE AA-PHONE        TO WS-AFTER-VALUE.
076000     PERFORM 6100-COMPARE-FIELD THRU 6100-EXIT.
076100     MOVE "EMAIL"         TO WS-FLD-LABEL.
076200     MOVE AB-EMAIL        TO WS-BEFORE-VALUE.
076300     MOVE AA-EMAIL        TO WS-AFTER-VALUE.
076400     PERFORM 6100-COMPARE-FIELD THRU 6100-EXIT.
076500     MOVE "METER"         TO WS-FLD-LABEL.
076600     MOVE AB-METER-NO     TO WS-BEFORE-VALUE.
076700     MOVE AA-METER-NO     TO WS-AFTER-VALUE.
076800     PERFORM 6100-COMPARE-FIELD THRU 6100-EXIT.
076900     IF NOT WS-PERSONAL-CHANGED
077000         MOVE "    ACCOUNT DETAILS CHANGED - NO PERSONAL DETAIL"
077100             TO WS-RPT-LINE
077200         PERFORM 8100-PUT-LINE THRU 8100-EXIT
077300     END-IF.
077400 6010-EXIT.
077500     EXIT.

077600 6100-COMPARE-FIELD.
077700     IF WS-BEFORE-VALUE = WS-AFTER-VALUE
077800         GO TO 6100-EXIT
077900     END-IF.
078000     MOVE "Y" TO WS-DIFF-SW.
078100     MOVE SPACES TO WS-RPT-LINE.
078200     STRING "    " WS-FLD-LABEL " WAS " WS-BEFORE-VALUE
078300         DELIMITED BY SIZE INTO WS-RPT-LINE.
078400     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
078500     MOVE SPACES TO WS-RPT-LINE.
078600     STRING "    " WS-FLD-LABEL " NOW " WS-AFTER-VALUE
078700         DELIMITED BY SIZE INTO WS-RPT-LINE.
078800     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
078900 6100-EXIT.
079000     EXIT.

079100 7000-EXPORT-TRAILER.
079200     MOVE SPACES TO WS-RPT-LINE.
079300     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
079400     MOVE SPACES TO WS-RPT-LINE.
079500     IF WS-ANYTHING-HELD
079600         STRING "END OF EXPORT - " WS-ITEMS-FOUND
079700             " RECORDS HELD FOR CUSTOMER " WS-CUST-ID
079800             DELIMITED BY SIZE INTO WS-RPT-LINE
079900     ELSE
080000         STRING "END OF EXPORT - NOTHING IS HELD FOR CUSTOMER "
080100             WS-CUST-ID
080200             DELIMITED BY SIZE INTO WS-RPT-LINE
080300     END-IF.
080400     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
080500     DISPLAY "BILPDEX: " WS-ITEMS-FOUND " RECORDS FOR "
080600         WS-CUST-ID " WRITTEN TO PDEXPORT".
080700 7000-EXIT.
080800     EXIT.

080900*-----------------------------------------------------------*
081000*    SECTION HEADING AND CLOSE, AND THE EXPORT LINE WRITER.    *
081100*-----------------------------------------------------------*
081200 8000-SECTION-HEAD.
081300     MOVE "N" TO WS-ANY-SW.
081400     MOVE SPACES TO WS-RPT-LINE.
081500     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
081600     MOVE WS-SECTION-TITLE TO WS-RPT-LINE.
081700     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
081800 8000-EXIT.
081900     EXIT.

082000 8050-SECTION-END.
082100     IF WS-ANY-SHOWN
082200         MOVE "Y" TO WS-HELD-SW
082300     ELSE
082400         MOVE "  (NONE HELD)" TO WS-RPT-LINE
082500         PERFORM 8100-PUT-LINE THRU 8100-EXIT
082600     END-IF.
082700 8050-EXIT.
082800     EXIT.

082900 8100-PUT-LINE.
083000     WRITE PX-LINE FROM WS-RPT-LINE.
083100     ADD 1 TO WS-LINES-WRITTEN.
083200 8100-EXIT.
083300     EXIT.

083400 9000-TERMINATE.
083500     IF FS-PDEXPORT-OK
083600         CLOSE PDEXPORT
083700     END-IF.
083800     IF FS-RUNLOG-OK
083900         PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT
084000         CLOSE RUNLOG
084100     END-IF.
084200 9000-EXIT.
084300     EXIT.

084400*-----------------------------------------------------------*
084500*    THE RUN LOG RECORD IS THE RECORD OF THE ACCESS REQUEST -  *
084600*    WHO RAN IT, WHEN, AND HOW MUCH WAS HANDED OVER.           *
084700*-----------------------------------------------------------*
084800 9600-WRITE-RUNLOG.
084900     MOVE "BILPDEX"        TO RL-PROGRAM-ID.
085000     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
085100     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
085200     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
085300     MOVE WS-CUST-ID       TO RL-INPUT-FILE.
085400     MOVE WS-ITEMS-FOUND   TO RL-RECORDS-READ.
085500     MOVE WS-LINES-WRITTEN TO RL-BILLS-PRODUCED.
085600     MOVE ZERO             TO RL-EXCEPTIONS.
085700     MOVE ZERO             TO RL-TOTAL-BILLED.
085800     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
085900     ACCEPT RL-END-TIME FROM TIME.
086000     WRITE RL-RECORD.
086100 9600-EXIT.
086200     EXIT.
