000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILMASK.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILMASK                                                     *
000900*  MASKED TEST-DATA COPY.  RATE CHANGES AND NEW PROGRAMS ARE   *
001000*  TRIED ON A COPY OF CUSTMAS, BILLHIST, PAYMENT AND MANDATE;  *
001100*  THIS BUILDS THAT COPY (TSTCUST, TSTHIST, TSTPAY, TSTMNDT)   *
001200*  WITH THE CUSTOMER'S NAME, STREET ADDRESS, PHONE, EMAIL,     *
001300*  METER NUMBER AND MANDATE BANK ACCOUNT REPLACED BY MADE-UP   *
001400*  VALUES.  EVERY MADE-UP VALUE IS WORKED OUT FROM THE         *
001500*  CUSTOMER ID ALONE, SO A CUSTOMER GETS THE SAME NAME, METER  *
001600*  AND ACCOUNT IN EVERY FILE AND ON EVERY RUN, AND THE FILES   *
001700*  STILL JOIN UP.  CUSTOMER IDS, AMOUNTS, UNITS, DATES, CLASS, *
001800*  CITY/STATE/PIN AND EVERY OTHER BILLING FIELD ARE COPIED AS  *
001900*  THEY ARE.  A FIELD THAT IS BLANK ON PRODUCTION STAYS BLANK, *
002000*  SO NOTIFICATION AND MANDATE LOGIC BEHAVES THE SAME ON THE   *
002100*  COPY.  BILLHIST AND PAYMENT CARRY NO PERSONAL DETAILS AND   *
002200*  ARE COPIED WHOLE.                                           *
002300*  ONCE WRITTEN, THE MASKED CUSTOMER AND MANDATE FILES ARE     *
002400*  READ BACK AND EVERY MASKED FIELD IS COMPARED WITH THE       *
002500*  PRODUCTION RECORD; MASKRPT SHOWS THE COUNTS AND NAMES ANY   *
002600*  CUSTOMER WHOSE PRODUCTION VALUE SURVIVED (BY CUSTOMER AND   *
002700*  FIELD ONLY - THE VALUE ITSELF IS NEVER PRINTED).  THE COPY  *
002800*  IS FIT TO RELEASE ONLY WHEN THE SURVIVOR TOTAL IS ZERO.     *
002900*  MADE-UP EMAILS USE THE RESERVED EXAMPLE.COM DOMAIN SO NO    *
003000*  TEST RUN CAN REACH A REAL MAILBOX.                          *
003100*-----------------------------------------------------------*
003200*  MODIFICATION HISTORY                                        *
003300*  DATE       INIT  DESCRIPTION                                *
003400*  2026-10-15 RSH   ORIGINAL                                   *
003400*  2026-10-15 RSH   FILE MASKRPT IN THE REPORT REPOSITORY    *
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

005200     SELECT PAYMENT ASSIGN TO "PAYMENT"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS FS-PAYMENT.

005500     SELECT MANDATE ASSIGN TO "MANDATE"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS FS-MANDATE.

005800     SELECT TSTCUST ASSIGN TO "TSTCUST"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS TC-CUST-ID
006200         FILE STATUS IS FS-TSTCUST.

006300     SELECT TSTHIST ASSIGN TO "TSTHIST"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS TH-KEY
006700         FILE STATUS IS FS-TSTHIST.

006800     SELECT TSTPAY ASSIGN TO "TSTPAY"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS FS-TSTPAY.

007100     SELECT TSTMNDT ASSIGN TO "TSTMNDT"
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS FS-TSTMNDT.

007400     SELECT MASKRPT ASSIGN TO "MASKRPT"
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS FS-MASKRPT.

007700     SELECT RUNLOG ASSIGN TO "RUNLOG"
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS FS-RUNLOG.

008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  CUSTMAS
008300     LABEL RECORDS ARE STANDARD.
008400 COPY CUSTMAS.

008500 FD  BILLHIST
008600     LABEL RECORDS ARE STANDARD.
008700 COPY BILLHIST.

008800 FD  PAYMENT
008900     LABEL RECORDS ARE STANDARD.
009000 COPY PAYMENT.

009100 FD  MANDATE
009200     LABEL RECORDS ARE STANDARD.
009300 COPY MANDATE.

009400 FD  TSTCUST
009500     LABEL RECORDS ARE STANDARD.
009600 COPY CUSTMAS REPLACING LEADING ==CM-== BY ==TC-==.

009700 FD  TSTHIST
009800     LABEL RECORDS ARE STANDARD.
009900 COPY BILLHIST REPLACING LEADING ==BH-== BY ==TH-==.

010000 FD  TSTPAY
010100     LABEL RECORDS ARE STANDARD.
010200 COPY PAYMENT REPLACING LEADING ==PY-== BY ==TP-==.

010300 FD  TSTMNDT
010400     LABEL RECORDS ARE STANDARD.
010500 COPY MANDATE REPLACING LEADING ==MD-== BY ==TM-==.

010600 FD  MASKRPT
010700     LABEL RECORDS ARE STANDARD.
010800 01  MK-LINE                     PIC X(100).

010900 FD  RUNLOG
011000     LABEL RECORDS ARE STANDARD.
011100 COPY RUNLOG.

011200 WORKING-STORAGE SECTION.
011300*-----------------------------------------------------------*
011400*    FILE STATUS SWITCHES                                      *
011500*-----------------------------------------------------------*
011600 77  FS-CUSTMAS              PIC X(02).
011700     88  FS-CUSTMAS-OK               VALUE "00".
011800 77  FS-BILLHIST             PIC X(02).
011900     88  FS-BILLHIST-OK              VALUE "00".
012000     88  FS-BILLHIST-NOFILE          VALUE "35".
012100 77  FS-PAYMENT              PIC X(02).
012200     88  FS-PAYMENT-OK               VALUE "00".
012300     88  FS-PAYMENT-NOFILE           VALUE "35".
012400 77  FS-MANDATE              PIC X(02).
012500     88  FS-MANDATE-OK               VALUE "00".
012600     88  FS-MANDATE-NOFILE           VALUE "35".
012700 77  FS-TSTCUST              PIC X(02).
012800     88  FS-TSTCUST-OK               VALUE "00".
012900 77  FS-TSTHIST              PIC X(02).
013000     88  FS-TSTHIST-OK               VALUE "00".
013100 77  FS-TSTPAY               PIC X(02).
013200     88  FS-TSTPAY-OK                VALUE "00".
013300 77  FS-TSTMNDT              PIC X(02).
013400     88  FS-TSTMNDT-OK               VALUE "00".
013500 77  FS-MASKRPT              PIC X(02).
013600     88  FS-MASKRPT-OK               VALUE "00".
013700 77  FS-RUNLOG               PIC X(02).
013800     88  FS-RUNLOG-OK                VALUE "00".

013900*-----------------------------------------------------------*
014000*    PROGRAM SWITCHES AND CONTROL TOTALS                       *
014100*-----------------------------------------------------------*
014200 77  WS-ABORT-SW             PIC X(01) VALUE "N".
014300     88  WS-ABORT                    VALUE "Y".
014400 77  WS-EOF-SW               PIC X(01) VALUE "N".
014500     88  WS-EOF                      VALUE "Y".
014600 77  WS-TST-EOF-SW           PIC X(01) VALUE "N".
014700     88  WS-TST-EOF                  VALUE "Y".
014700 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
014700     88  WS-RO-EOF                   VALUE "Y".
014800 77  WS-BH-OPEN-SW           PIC X(01) VALUE "N".
014900     88  WS-BH-OPEN                  VALUE "Y".
015000 77  WS-PY-OPEN-SW           PIC X(01) VALUE "N".
015100     88  WS-PY-OPEN                  VALUE "Y".
015200 77  WS-MD-OPEN-SW           PIC X(01) VALUE "N".
015300     88  WS-MD-OPEN                  VALUE "Y".
015400 77  WS-OPERATOR-ID          PIC X(08).
015500 77  WS-SYSTEM-DATE          PIC 9(08).
015600 77  WS-SYSTEM-TIME          PIC 9(08).
015700 77  WS-CUST-READ            PIC 9(07) VALUE ZERO.
015800 77  WS-CUST-WRITTEN         PIC 9(07) VALUE ZERO.
015900 77  WS-HIST-READ            PIC 9(07) VALUE ZERO.
016000 77  WS-HIST-WRITTEN         PIC 9(07) VALUE ZERO.
016100 77  WS-PAY-READ             PIC 9(07) VALUE ZERO.
016200 77  WS-PAY-WRITTEN          PIC 9(07) VALUE ZERO.
016300 77  WS-MAND-READ            PIC 9(07) VALUE ZERO.
016400 77  WS-MAND-WRITTEN         PIC 9(07) VALUE ZERO.
016500 77  WS-CUST-PROVED          PIC 9(07) VALUE ZERO.
016600 77  WS-MAND-PROVED          PIC 9(07) VALUE ZERO.
016700 77  WS-UNMATCHED            PIC 9(07) VALUE ZERO.
016800 77  WS-WRITE-ERRORS         PIC 9(07) VALUE ZERO.
016900 77  WS-SURVIVOR-TOTAL       PIC 9(07) VALUE ZERO.
017000 77  WS-COUNT-ED             PIC Z,ZZZ,ZZ9.
017100 01  WS-RPT-LINE             PIC X(100).

017200*-----------------------------------------------------------*
017300*    MADE-UP VALUE WORK AREAS.  THE CUSTOMER ID IS TURNED      *
017400*    INTO DIGITS (LETTERS TO THEIR ALPHABET POSITION MOD 10),  *
017500*    THEN SCRAMBLED SO IDS NEXT TO EACH OTHER DO NOT GET       *
017600*    NAMES NEXT TO EACH OTHER.                                 *
017700*-----------------------------------------------------------*
017800 01  WS-MASK-DIGITS          PIC X(10).
017900 01  WS-MASK-SEED REDEFINES WS-MASK-DIGITS
018000                             PIC 9(10).
018100 77  WS-MASK-WORK            PIC 9(15) VALUE ZERO.
018200 77  WS-MASK-QUOT            PIC 9(15) VALUE ZERO.
018300 77  WS-MASK-HASH            PIC 9(06) VALUE ZERO.
018400 77  WS-MASK-REST            PIC 9(06) VALUE ZERO.
018500 77  WS-FIRST-SUB            PIC 9(02) VALUE ZERO.
018600 77  WS-LAST-SUB             PIC 9(02) VALUE ZERO.
018700 77  WS-STREET-SUB           PIC 9(02) VALUE ZERO.
018800 77  WS-AREA-SUB             PIC 9(02) VALUE ZERO.
018900 77  WS-HOUSE-NO             PIC 9(03) VALUE ZERO.
019000 77  WS-FAKE-NAME            PIC X(30).
019100 77  WS-FAKE-LINE1           PIC X(30).
019200 77  WS-FAKE-LINE2           PIC X(30).
019300 77  WS-FAKE-PHONE           PIC X(15).
019400 77  WS-FAKE-EMAIL           PIC X(40).
019500 77  WS-FAKE-METER           PIC X(12).
019600 77  WS-FAKE-BANK-ACCT       PIC X(18).

019700 01  WS-FIRST-NAME-VALUES.
019800     05  FILLER  PIC X(10) VALUE "ANAND".
019900     05  FILLER  PIC X(10) VALUE "BHARATI".
020000     05  FILLER  PIC X(10) VALUE "CHETAN".
020100     05  FILLER  PIC X(10) VALUE "DEEPA".
020200     05  FILLER  PIC X(10) VALUE "GANESH".
020300     05  FILLER  PIC X(10) VALUE "HEMA".
020400     05  FILLER  PIC X(10) VALUE "IMRAN".
020500     05  FILLER  PIC X(10) VALUE "JAYA".
020600     05  FILLER  PIC X(10) VALUE "KIRAN".
020700     05  FILLER  PIC X(10) VALUE "LATA".
020800     05  FILLER  PIC X(10) VALUE "MOHAN".
020900     05  FILLER  PIC X(10) VALUE "NALINI".
021000     05  FILLER  PIC X(10) VALUE "PRAKASH".
021100     05  FILLER  PIC X(10) VALUE "RADHA".
021200     05  FILLER  PIC X(10) VALUE "SURESH".
021300     05  FILLER  PIC X(10) VALUE "TARA".
021400     05  FILLER  PIC X(10) VALUE "UMESH".
021500     05  FILLER  PIC X(10) VALUE "VANDANA".
021600     05  FILLER  PIC X(10) VALUE "YUSUF".
021700     05  FILLER  PIC X(10) VALUE "ZARINA".
021800 01  WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
021900     05  WS-FIRST-NAME           PIC X(10) OCCURS 20 TIMES.

022000 01  WS-LAST-NAME-VALUES.
022100     05  FILLER  PIC X(10) VALUE "ACHARYA".
022200     05  FILLER  PIC X(10) VALUE "BHAT".
022300     05  FILLER  PIC X(10) VALUE "CHAWLA".
022400     05  FILLER  PIC X(10) VALUE "DESAI".
022500     05  FILLER  PIC X(10) VALUE "GUPTA".
022600     05  FILLER  PIC X(10) VALUE "IYER".
022700     05  FILLER  PIC X(10) VALUE "JOSHI".
022800     05  FILLER  PIC X(10) VALUE "KAMATH".
022900     05  FILLER  PIC X(10) VALUE "KHAN".
023000     05  FILLER  PIC X(10) VALUE "MENON".
023100     05  FILLER  PIC X(10) VALUE "NAIK".
023200     05  FILLER  PIC X(10) VALUE "PATIL".
023300     05  FILLER  PIC X(10) VALUE "RAO".
023400     05  FILLER  PIC X(10) VALUE "REDDY".
023500     05  FILLER  PIC X(10) VALUE "SHARMA".
023600     05  FILLER  PIC X(10) VALUE "SHETTY".
023700     05  FILLER  PIC X(10) VALUE "SINGH".
023800     05  FILLER  PIC X(10) VALUE "THOMAS".
023900     05  FILLER  PIC X(10) VALUE "VERMA".
024000     05  FILLER  PIC X(10) VALUE "YADAV".
024100 01  WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAME-VALUES.
024200     05  WS-LAST-NAME            PIC X(10) OCCURS 20 TIMES.

024300 01  WS-STREET-VALUES.
024400     05  FILLER  PIC X(20) VALUE "MG ROAD".
024500     05  FILLER  PIC X(20) VALUE "STATION ROAD".
024600     05  FILLER  PIC X(20) VALUE "TEMPLE STREET".
024700     05  FILLER  PIC X(20) VALUE "MARKET ROAD".
024800     05  FILLER  PIC X(20) VALUE "LAKE VIEW ROAD".
024900     05  FILLER  PIC X(20) VALUE "CHURCH STREET".
025000     05  FILLER  PIC X(20) VALUE "HOSPITAL ROAD".
025100     05  FILLER  PIC X(20) VALUE "SCHOOL LANE".
025200     05  FILLER  PIC X(20) VALUE "GARDEN CROSS".
025300     05  FILLER  PIC X(20) VALUE "MAIN ROAD".
025400 01  WS-STREET-TABLE REDEFINES WS-STREET-VALUES.
025500     05  WS-STREET-NAME          PIC X(20) OCCURS 10 TIMES.

025600 01  WS-AREA-VALUES.
025700     05  FILLER  PIC X(20) VALUE "SHANTI NAGAR".
025800     05  FILLER  PIC X(20) VALUE "GANDHI COLONY".
025900     05  FILLER  PIC X(20) VALUE "NEW EXTENSION".
026000     05  FILLER  PIC X(20) VALUE "INDUSTRIAL AREA".
026100     05  FILLER  PIC X(20) VALUE "OLD TOWN".
026200     05  FILLER  PIC X(20) VALUE "RAILWAY LAYOUT".
026300     05  FILLER  PIC X(20) VALUE "VIDYA NAGAR".
026400     05  FILLER  PIC X(20) VALUE "HOUSING BOARD".
026500     05  FILLER  PIC X(20) VALUE "NEHRU NAGAR".
026600     05  FILLER  PIC X(20) VALUE "PARK EXTENSION".
026700 01  WS-AREA-TABLE REDEFINES WS-AREA-VALUES.
026800     05  WS-AREA-NAME            PIC X(20) OCCURS 10 TIMES.

026900*-----------------------------------------------------------*
027000*    PROOF COUNTS, ONE ENTRY PER MASKED FIELD IN THE ORDER     *
027100*    OF THE NAMES BELOW.                                       *
027200*-----------------------------------------------------------*
027300 01  WS-PROOF-NAME-VALUES.
027400     05  FILLER  PIC X(16) VALUE "CUSTOMER NAME".
027500     05  FILLER  PIC X(16) VALUE "ADDRESS LINE 1".
027600     05  FILLER  PIC X(16) VALUE "ADDRESS LINE 2".
027700     05  FILLER  PIC X(16) VALUE "PHONE".
027800     05  FILLER  PIC X(16) VALUE "EMAIL".
027900     05  FILLER  PIC X(16) VALUE "METER NUMBER".
028000     05  FILLER  PIC X(16) VALUE "MANDATE BANK A/C".
028100 01  WS-PROOF-NAME-TABLE REDEFINES WS-PROOF-NAME-VALUES.
028200     05  WS-PROOF-NAME           PIC X(16) OCCURS 7 TIMES.
028300 77  WS-PROOF-COUNT          PIC 9(02) VALUE 7.
028400 01  WS-PROOF-TABLE.
028500     05  WS-PROOF-ENTRY OCCURS 7 TIMES.
028600         10  WS-PF-CHECKED       PIC 9(07).
028700         10  WS-PF-BLANK         PIC 9(07).
028800         10  WS-PF-SURVIVED      PIC 9(07).
028900 77  WS-PF-SUB               PIC 9(02) VALUE ZERO.
029000 77  WS-PROD-VALUE           PIC X(40).
029100 77  WS-TEST-VALUE           PIC X(40).
029200 77  WS-PROOF-CUST-ID        PIC X(10).

029300 01  WS-PROOF-LINE.
029400     05  WS-PL-NAME              PIC X(16).
029500     05  FILLER                  PIC X(02) VALUE SPACES.
029600     05  WS-PL-CHECKED           PIC Z,ZZZ,ZZ9.
029700     05  FILLER                  PIC X(03) VALUE SPACES.
029800     05  WS-PL-BLANK             PIC Z,ZZZ,ZZ9.
029900     05  FILLER                  PIC X(03) VALUE SPACES.
030000     05  WS-PL-SURVIVED          PIC Z,ZZZ,ZZ9.
030000 COPY RPTPARM.

030100 PROCEDURE DIVISION.
030200 0000-MAINLINE SECTION.
030300     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
030400     IF NOT WS-ABORT
030500         PERFORM 2000-MASK-CUSTOMERS THRU 2000-EXIT
030600         PERFORM 3000-COPY-HISTORY   THRU 3000-EXIT
030700         PERFORM 3500-COPY-PAYMENTS  THRU 3500-EXIT
030800         PERFORM 4000-MASK-MANDATES  THRU 4000-EXIT
030900         PERFORM 6000-PROVE-CUSTOMERS THRU 6000-EXIT
031000         IF NOT WS-ABORT
031100             PERFORM 6500-PROVE-MANDATES THRU 6500-EXIT
031200         END-IF
031300         PERFORM 7000-WRITE-PROOF    THRU 7000-EXIT
031400     END-IF.
031500     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
031600     STOP RUN.

031700 1000-INITIALIZE.
031800     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
031900     ACCEPT WS-SYSTEM-TIME FROM TIME.
032000     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
032100     ACCEPT WS-OPERATOR-ID.
032200     INITIALIZE WS-PROOF-TABLE.
032300     OPEN INPUT CUSTMAS.
032400     IF NOT FS-CUSTMAS-OK
032500         DISPLAY "BILMASK: UNABLE TO OPEN CUSTMAS, STATUS "
032600             FS-CUSTMAS
032700         MOVE "Y" TO WS-ABORT-SW
032800         GO TO 1000-EXIT
032900     END-IF.
033000     OPEN INPUT BILLHIST.
033100     IF NOT FS-BILLHIST-OK AND NOT FS-BILLHIST-NOFILE
033200         DISPLAY "BILMASK: UNABLE TO OPEN BILLHIST, STATUS "
033300             FS-BILLHIST
033400         MOVE "Y" TO WS-ABORT-SW
033500         GO TO 1000-EXIT
033600     END-IF.
033700     IF FS-BILLHIST-OK
033800         MOVE "Y" TO WS-BH-OPEN-SW
033900     END-IF.
034000     OPEN INPUT PAYMENT.
034100     IF NOT FS-PAYMENT-OK AND NOT FS-PAYMENT-NOFILE
034200         DISPLAY "BILMASK: UNABLE TO OPEN PAYMENT, STATUS "
034300             FS-PAYMENT
034400         MOVE "Y" TO WS-ABORT-SW
034500         GO TO 1000-EXIT
034600     END-IF.
034700     IF FS-PAYMENT-OK
034800         MOVE "Y" TO WS-PY-OPEN-SW
034900     END-IF.
035000     OPEN INPUT MANDATE.
035100     IF NOT FS-MANDATE-OK AND NOT FS-MANDATE-NOFILE
035200         DISPLAY "BILMASK: UNABLE TO OPEN MANDATE, STATUS "
035300             FS-MANDATE
035400         MOVE "Y" TO WS-ABORT-SW
035500         GO TO 1000-EXIT
035600     END-IF.
035700     IF FS-MANDATE-OK
035800         MOVE "Y" TO WS-MD-OPEN-SW
035900     END-IF.
036000     OPEN OUTPUT TSTCUST.
036100     IF NOT FS-TSTCUST-OK
036200         DISPLAY "BILMASK: UNABLE TO OPEN TSTCUST, STATUS "
036300             FS-TSTCUST
036400         MOVE "Y" TO WS-ABORT-SW
036500         GO TO 1000-EXIT
036600     END-IF.
036700     OPEN OUTPUT TSTHIST.
036800     IF NOT FS-TSTHIST-OK
036900         DISPLAY "BILMASK: UNABLE TO OPEN TSTHIST, STATUS "
037000             FS-TSTHIST
037100         MOVE "Y" TO WS-ABORT-SW
037200         GO TO 1000-EXIT
037300     END-IF.
037400     OPEN OUTPUT TSTPAY.
037500     IF NOT FS-TSTPAY-OK
037600         DISPLAY "BILMASK: UNABLE TO OPEN TSTPAY, STATUS "
037700             FS-TSTPAY
037800         MOVE "Y" TO WS-ABORT-SW
037900         GO TO 1000-EXIT
038000     END-IF.
038100     OPEN OUTPUT TSTMNDT.
038200     IF NOT FS-TSTMNDT-OK
038300         DISPLAY "BILMASK: UNABLE TO OPEN TSTMNDT, STATUS "
038400             FS-TSTMNDT
038500         MOVE "Y" TO WS-ABORT-SW
038600         GO TO 1000-EXIT
038700     END-IF.
038800     OPEN OUTPUT MASKRPT.
038900     IF NOT FS-MASKRPT-OK
039000         DISPLAY "BILMASK: UNABLE TO OPEN MASKRPT, STATUS "
039100             FS-MASKRPT
039200         MOVE "Y" TO WS-ABORT-SW
039300         GO TO 1000-EXIT
039400     END-IF.
039500     OPEN EXTEND RUNLOG.
039600     IF NOT FS-RUNLOG-OK
039700         DISPLAY "BILMASK: UNABLE TO OPEN RUNLOG, STATUS "
039800             FS-RUNLOG
039900     END-IF.
040000 1000-EXIT.
040100     EXIT.

040200*-----------------------------------------------------------*
040300*    CUSTOMER MASTER - EVERY RECORD COPIED, THE PERSONAL       *
040400*    FIELDS THAT ARE NOT BLANK REPLACED BY MADE-UP ONES.       *
040500*-----------------------------------------------------------*
040600 2000-MASK-CUSTOMERS.
040700     MOVE "N" TO WS-EOF-SW.
040800     READ CUSTMAS NEXT RECORD
040900         AT END
041000             MOVE "Y" TO WS-EOF-SW
041100     END-READ.
041200     PERFORM 2100-MASK-ONE THRU 2100-EXIT
041300         UNTIL WS-EOF.
041400 2000-EXIT.
041500     EXIT.

041600 2100-MASK-ONE.
041700     ADD 1 TO WS-CUST-READ.
041800     MOVE CM-RECORD  TO TC-RECORD.
041900     MOVE CM-CUST-ID TO WS-MASK-DIGITS.
042000     PERFORM 5000-BUILD-FAKES THRU 5000-EXIT.
042100     IF CM-NAME NOT = SPACES
042200         MOVE WS-FAKE-NAME   TO TC-NAME
042300     END-IF.
042400     IF CM-ADDR-LINE1 NOT = SPACES
042500         MOVE WS-FAKE-LINE1  TO TC-ADDR-LINE1
042600     END-IF.
042700     IF CM-ADDR-LINE2 NOT = SPACES
042800         MOVE WS-FAKE-LINE2  TO TC-ADDR-LINE2
042900     END-IF.
043000     IF CM-PHONE NOT = SPACES
043100         MOVE WS-FAKE-PHONE  TO TC-PHONE
043200     END-IF.
043300     IF CM-EMAIL NOT = SPACES
043400         MOVE WS-FAKE-EMAIL  TO TC-EMAIL
043500     END-IF.
043600     IF CM-METER-NO NOT = SPACES
043700         MOVE WS-FAKE-METER  TO TC-METER-NO
043800     END-IF.
043900     WRITE TC-RECORD
044000         INVALID KEY
044100             DISPLAY "BILMASK: TSTCUST WRITE FAILED FOR "
044200                 CM-CUST-ID ", STATUS " FS-TSTCUST
044300             ADD 1 TO WS-WRITE-ERRORS
044400         NOT INVALID KEY
044500             ADD 1 TO WS-CUST-WRITTEN
044600     END-WRITE.
044700     READ CUSTMAS NEXT RECORD
044800         AT END
044900             MOVE "Y" TO WS-EOF-SW
045000     END-READ.
045100 2100-EXIT.
045200     EXIT.

045300*-----------------------------------------------------------*
045400*    BILLING HISTORY - NO PERSONAL FIELDS, COPIED WHOLE.       *
045500*-----------------------------------------------------------*
045600 3000-COPY-HISTORY.
045700     IF NOT WS-BH-OPEN
045800         GO TO 3000-EXIT
045900     END-IF.
046000     MOVE "N" TO WS-EOF-SW.
046100     READ BILLHIST NEXT RECORD
046200         AT END
046300             MOVE "Y" TO WS-EOF-SW
046400     END-READ.
046500     PERFORM 3100-COPY-ONE-HIST THRU 3100-EXIT
046600         UNTIL WS-EOF.
046700 3000-EXIT.
046800     EXIT.

046900 3100-COPY-ONE-HIST.
047000     ADD 1 TO WS-HIST-READ.
047100     MOVE BH-RECORD TO TH-RECORD.
047200     WRITE TH-RECORD
047300         INVALID KEY
047400             DISPLAY "BILMASK: TSTHIST WRITE FAILED FOR "
047500                 BH-CUST-ID " " BH-BILL-PERIOD
047600                 ", STATUS " FS-TSTHIST
047700             ADD 1 TO WS-WRITE-ERRORS
047800         NOT INVALID KEY
047900             ADD 1 TO WS-HIST-WRITTEN
048000     END-WRITE.
048100     READ BILLHIST NEXT RECORD
048200         AT END
048300             MOVE "Y" TO WS-EOF-SW
048400     END-READ.
048500 3100-EXIT.
048600     EXIT.

048700*-----------------------------------------------------------*
048800*    PAYMENTS - NO PERSONAL FIELDS, COPIED WHOLE.              *
048900*-----------------------------------------------------------*
049000 3500-COPY-PAYMENTS.
049100     IF NOT WS-PY-OPEN
049200         GO TO 3500-EXIT
049300     END-IF.
049400     MOVE "N" TO WS-EOF-SW.
049500     READ PAYMENT
049600         AT END
049700             MOVE "Y" TO WS-EOF-SW
049800     END-READ.
049900     PERFORM 3600-COPY-ONE-PAY THRU 3600-EXIT
050000         UNTIL WS-EOF.
050100 3500-EXIT.
050200     EXIT.

050300 3600-COPY-ONE-PAY.
050400     ADD 1 TO WS-PAY-READ.
050500     MOVE PY-RECORD TO TP-RECORD.
050600     WRITE TP-RECORD.
050700     ADD 1 TO WS-PAY-WRITTEN.
050800     READ PAYMENT
050900         AT END
051000             MOVE "Y" TO WS-EOF-SW
051100     END-READ.
051200 3600-EXIT.
051300     EXIT.

051400*-----------------------------------------------------------*
051500*    MANDATES - THE BANK ACCOUNT IS MADE UP FROM THE CUSTOMER  *
051600*    ID; THE BANK CODE IS LEFT SO DEBIT ROUTING STILL WORKS.   *
051700*-----------------------------------------------------------*
051800 4000-MASK-MANDATES.
051900     IF NOT WS-MD-OPEN
052000         GO TO 4000-EXIT
052100     END-IF.
052200     MOVE "N" TO WS-EOF-SW.
052300     READ MANDATE
052400         AT END
052500             MOVE "Y" TO WS-EOF-SW
052600     END-READ.
052700     PERFORM 4100-MASK-ONE-MAND THRU 4100-EXIT
052800         UNTIL WS-EOF.
052900 4000-EXIT.
053000     EXIT.

053100 4100-MASK-ONE-MAND.
053200     ADD 1 TO WS-MAND-READ.
053300     MOVE MD-RECORD  TO TM-RECORD.
053400     MOVE MD-CUST-ID TO WS-MASK-DIGITS.
053500     PERFORM 5000-BUILD-FAKES THRU 5000-EXIT.
053600     IF MD-BANK-ACCT NOT = SPACES
053700         MOVE WS-FAKE-BANK-ACCT TO TM-BANK-ACCT
053800     END-IF.
053900     WRITE TM-RECORD.
054000     ADD 1 TO WS-MAND-WRITTEN.
054100     READ MANDATE
054200         AT END
054300             MOVE "Y" TO WS-EOF-SW
054400     END-READ.
054500 4100-EXIT.
054600     EXIT.

054700*-----------------------------------------------------------*
054800*    MADE-UP VALUES FOR THE CUSTOMER ID IN WS-MASK-DIGITS.     *
054900*    THE SAME ID ALWAYS GIVES THE SAME VALUES.  THE METER AND  *
055000*    BANK ACCOUNT CARRY THE ID'S DIGITS SO THEY STAY UNIQUE.   *
055100*-----------------------------------------------------------*
055200 5000-BUILD-FAKES.
055300     INSPECT WS-MASK-DIGITS CONVERTING
055400         "ABCDEFGHIJKLMNOPQRSTUVWXYZ -/."
055500         TO "123456789012345678901234560000".
055600     IF WS-MASK-DIGITS NOT NUMERIC
055700         MOVE ZERO TO WS-MASK-SEED
055800     END-IF.
055900     COMPUTE WS-MASK-WORK = WS-MASK-SEED * 7919 + 104729.
056000     DIVIDE WS-MASK-WORK BY 999983
056100         GIVING WS-MASK-QUOT REMAINDER WS-MASK-HASH.
056200     DIVIDE WS-MASK-HASH BY 20
056300         GIVING WS-MASK-REST REMAINDER WS-FIRST-SUB.
056400     ADD 1 TO WS-FIRST-SUB.
056500     DIVIDE WS-MASK-REST BY 20
056600         GIVING WS-MASK-REST REMAINDER WS-LAST-SUB.
056700     ADD 1 TO WS-LAST-SUB.
056800     DIVIDE WS-MASK-REST BY 10
056900         GIVING WS-MASK-REST REMAINDER WS-STREET-SUB.
057000     ADD 1 TO WS-STREET-SUB.
057100     DIVIDE WS-MASK-REST BY 10
057200         GIVING WS-MASK-REST REMAINDER WS-AREA-SUB.
057300     ADD 1 TO WS-AREA-SUB.
057400     DIVIDE WS-MASK-HASH BY 997
057500         GIVING WS-MASK-REST REMAINDER WS-HOUSE-NO.
057600     ADD 1 TO WS-HOUSE-NO.
057700     MOVE SPACES TO WS-FAKE-NAME.
057800     STRING WS-FIRST-NAME (WS-FIRST-SUB) DELIMITED BY SPACE
057900         " " DELIMITED BY SIZE
058000         WS-LAST-NAME (WS-LAST-SUB) DELIMITED BY SPACE
058100         INTO WS-FAKE-NAME.
058200     MOVE SPACES TO WS-FAKE-LINE1.
058300     STRING "NO " WS-HOUSE-NO " " DELIMITED BY SIZE
058400         WS-STREET-NAME (WS-STREET-SUB) DELIMITED BY SIZE
058500         INTO WS-FAKE-LINE1.
058600     MOVE WS-AREA-NAME (WS-AREA-SUB) TO WS-FAKE-LINE2.
058700     MOVE SPACES TO WS-FAKE-PHONE.
058800     STRING "9" WS-MASK-HASH WS-MASK-DIGITS (8:3)
058900         DELIMITED BY SIZE INTO WS-FAKE-PHONE.
059000     MOVE SPACES TO WS-FAKE-EMAIL.
059100     STRING WS-FIRST-NAME (WS-FIRST-SUB) DELIMITED BY SPACE
059200         "." DELIMITED BY SIZE
059300         WS-LAST-NAME (WS-LAST-SUB) DELIMITED BY SPACE
059400         WS-MASK-DIGITS (7:4) "@EXAMPLE.COM" DELIMITED BY SIZE
059500         INTO WS-FAKE-EMAIL.
059600     MOVE SPACES TO WS-FAKE-METER.
059700     STRING "TM" WS-MASK-DIGITS DELIMITED BY SIZE
059800         INTO WS-FAKE-METER.
059900     MOVE SPACES TO WS-FAKE-BANK-ACCT.
060000     STRING "5010" WS-MASK-DIGITS DELIMITED BY SIZE
060100         INTO WS-FAKE-BANK-ACCT.
060200 5000-EXIT.
060300     EXIT.

060400*-----------------------------------------------------------*
060500*    PROOF - READ THE MASKED CUSTOMER FILE BACK AND COMPARE    *
060600*    EACH MASKED FIELD WITH THE PRODUCTION RECORD.             *
060700*-----------------------------------------------------------*
060800 6000-PROVE-CUSTOMERS.
060900     CLOSE TSTCUST.
061000     OPEN INPUT TSTCUST.
061100     IF NOT FS-TSTCUST-OK
061200         DISPLAY "BILMASK: UNABLE TO REOPEN TSTCUST, STATUS "
061300             FS-TSTCUST
061400         MOVE "Y" TO WS-ABORT-SW
061500         GO TO 6000-EXIT
061600     END-IF.
061700     MOVE "N" TO WS-TST-EOF-SW.
061800     READ TSTCUST NEXT RECORD
061900         AT END
062000             MOVE "Y" TO WS-TST-EOF-SW
062100     END-READ.
062200     PERFORM 6100-PROVE-ONE-CUST THRU 6100-EXIT
062300         UNTIL WS-TST-EOF.
062400 6000-EXIT.
062500     EXIT.

062600 6100-PROVE-ONE-CUST.
062700     MOVE TC-CUST-ID TO CM-CUST-ID.
062800     READ CUSTMAS
062900         INVALID KEY
063000             ADD 1 TO WS-UNMATCHED
063100             GO TO 6100-NEXT
063200     END-READ.
063300     ADD 1 TO WS-CUST-PROVED.
063400     MOVE TC-CUST-ID    TO WS-PROOF-CUST-ID.
063500     MOVE 1             TO WS-PF-SUB.
063600     MOVE CM-NAME       TO WS-PROD-VALUE.
063700     MOVE TC-NAME       TO WS-TEST-VALUE.
063800     PERFORM 6900-CHECK-FIELD THRU 6900-EXIT.
063900     MOVE 2             TO WS-PF-SUB.
064000     MOVE CM-ADDR-LINE1 TO WS-PROD-VALUE.
064100     MOVE TC-ADDR-LINE1 TO WS-TEST-VALUE.
064200     PERFORM 6900-CHECK-FIELD THRU 6900-EXIT.
064300     MOVE 3             TO WS-PF-SUB.
064400     MOVE CM-ADDR-LINE2 TO WS-PROD-VALUE.
064500     MOVE TC-ADDR-LINE2 TO WS-TEST-VALUE.
064600     PERFORM 6900-CHECK-FIELD THRU 6900-EXIT.
064700     MOVE 4             TO WS-PF-SUB.
064800     MOVE CM-PHONE      TO WS-PROD-VALUE.
064900     MOVE TC-PHONE      TO WS-TEST-VALUE.
065000     PERFORM 6900-CHECK-FIELD THRU 6900-EXIT.
065100     MOVE 5             TO WS-PF-SUB.
065200     MOVE CM-EMAIL      TO WS-PROD-VALUE.
065300     MOVE TC-EMAIL      TO WS-TEST-VALUE.
065400     PERFORM 6900-CHECK-FIELD THRU 6900-EXIT.
065500     MOVE 6             TO WS-PF-SUB.
065600     MOVE CM-METER-NO   TO WS-PROD-VALUE.
065700     MOVE TC-METER-NO   TO WS-TEST-VALUE.
065800     PERFORM 6900-CHECK-FIELD THRU 6900-EXIT.
065900 6100-NEXT.
066000     READ TSTCUST NEXT RECORD
066100         AT END
066200             MOVE "Y" TO WS-TST-EOF-SW
066300     END-READ.
066400 6100-EXIT.
066500     EXIT.

066600*-----------------------------------------------------------*
066700*    PROOF - THE MASKED MANDATE FILE IS IN THE SAME ORDER AS   *
066800*    THE PRODUCTION ONE, SO THE TWO ARE READ SIDE BY SIDE.     *
066900*-----------------------------------------------------------*
067000 6500-PROVE-MANDATES.
067100     IF NOT WS-MD-OPEN
067200         GO TO 6500-EXIT
067300     END-IF.
067400     CLOSE MANDATE.
067500     CLOSE TSTMNDT.
067600     OPEN INPUT MANDATE.
067700     OPEN INPUT TSTMNDT.
067800     IF NOT FS-MANDATE-OK OR NOT FS-TSTMNDT-OK
067900         DISPLAY "BILMASK: UNABLE TO REOPEN MANDATE/TSTMNDT, "
068000             "STATUS " FS-MANDATE "/" FS-TSTMNDT
068100         MOVE "Y" TO WS-ABORT-SW
068200         GO TO 6500-EXIT
068300     END-IF.
068400     MOVE "N" TO WS-TST-EOF-SW.
068500     PERFORM 6600-PROVE-ONE-MAND THRU 6600-EXIT
068600         UNTIL WS-TST-EOF.
068700 6500-EXIT.
068800     EXIT.

068900 6600-PROVE-ONE-MAND.
069000     READ TSTMNDT
069100         AT END
069200             MOVE "Y" TO WS-TST-EOF-SW
069300             GO TO 6600-EXIT
069400     END-READ.
069500     READ MANDATE
069600         AT END
069700             ADD 1 TO WS-UNMATCHED
069800             GO TO 6600-EXIT
069900     END-READ.
070000     IF MD-CUST-ID NOT = TM-CUST-ID
070100         ADD 1 TO WS-UNMATCHED
070200         GO TO 6600-EXIT
070300     END-IF.
070400     ADD 1 TO WS-MAND-PROVED.
070500     MOVE TM-CUST-ID    TO WS-PROOF-CUST-ID.
070600     MOVE 7             TO WS-PF-SUB.
070700     MOVE MD-BANK-ACCT  TO WS-PROD-VALUE.
070800     MOVE TM-BANK-ACCT  TO WS-TEST-VALUE.
070900     PERFORM 6900-CHECK-FIELD THRU 6900-EXIT.
071000 6600-EXIT.
071100     EXIT.

071200*-----------------------------------------------------------*
071300*    ONE MASKED FIELD.  A PRODUCTION VALUE THAT IS BLANK HAS   *
071400*    NOTHING TO HIDE; ANY OTHER VALUE STILL ON THE TEST COPY   *
071500*    IS A SURVIVOR AND IS NAMED (NOT PRINTED) ON THE REPORT.   *
071600*-----------------------------------------------------------*
071700 6900-CHECK-FIELD.
071800     ADD 1 TO WS-PF-CHECKED (WS-PF-SUB).
071900     IF WS-PROD-VALUE = SPACES
072000         ADD 1 TO WS-PF-BLANK (WS-PF-SUB)
072100         GO TO 6900-EXIT
072200     END-IF.
072300     IF WS-TEST-VALUE NOT = WS-PROD-VALUE
072400         GO TO 6900-EXIT
072500     END-IF.
072600     ADD 1 TO WS-PF-SURVIVED (WS-PF-SUB).
072700     ADD 1 TO WS-SURVIVOR-TOTAL.
072800     MOVE SPACES TO WS-RPT-LINE.
072900     STRING "SURVIVOR - CUSTOMER " WS-PROOF-CUST-ID
073000         " FIELD " WS-PROOF-NAME (WS-PF-SUB)
073100         DELIMITED BY SIZE INTO WS-RPT-LINE.
073200     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
073300 6900-EXIT.
073400     EXIT.

073500*-----------------------------------------------------------*
073600*    THE PROOF REPORT - FILE COUNTS, FIELD COUNTS, VERDICT.    *
073700*-----------------------------------------------------------*
073800 7000-WRITE-PROOF.
073900     MOVE SPACES TO WS-RPT-LINE.
074000     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
074100     MOVE SPACES TO WS-RPT-LINE.
074200     STRING "MASKED TEST COPY - RUN " WS-SYSTEM-DATE " "
074300         WS-SYSTEM-TIME " BY " WS-OPERATOR-ID
074400         DELIMITED BY SIZE INTO WS-RPT-LINE.
074500     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
074600     MOVE SPACES TO WS-RPT-LINE.
074700     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
074800     MOVE "FILE        READ      WRITTEN" TO WS-RPT-LINE.
074900     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
075000     MOVE SPACES TO WS-RPT-LINE.
075100     MOVE WS-CUST-READ TO WS-COUNT-ED.
075200     STRING "CUSTMAS  " WS-COUNT-ED DELIMITED BY SIZE
075300         INTO WS-RPT-LINE.
075400     MOVE WS-CUST-WRITTEN TO WS-COUNT-ED.
075500     MOVE WS-COUNT-ED TO WS-RPT-LINE (21:9).
075600     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
075700     MOVE SPACES TO WS-RPT-LINE.
075800     MOVE WS-HIST-READ TO WS-COUNT-ED.
075900     STRING "BILLHIST " WS-COUNT-ED DELIMITED BY SIZE
076000         INTO WS-RPT-LINE.
076100     MOVE WS-HIST-WRITTEN TO WS-COUNT-ED.
076200     MOVE WS-COUNT-ED TO WS-RPT-LINE (21:9).
076300     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
076400     MOVE SPACES TO WS-RPT-LINE.
076500     MOVE WS-PAY-READ TO WS-COUNT-ED.
076600     STRING "PAYMENT  " WS-COUNT-ED DELIMITED BY SIZE
076700         INTO WS-RPT-LINE.
076800     MOVE WS-PAY-WRITTEN TO WS-COUNT-ED.
076900     MOVE WS-COUNT-ED TO WS-RPT-LINE (21:9).
077000     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
077100     MOVE SPACES TO WS-RPT-LINE.
077200     MOVE WS-MAND-READ TO WS-COUNT-ED.
077300     STRING "MANDATE  " WS-COUNT-ED DELIMITED BY SIZE
077400         INTO WS-RPT-LINE.
077500     MOVE WS-MAND-WRITTEN TO WS-COUNT-ED.
077600     MOVE WS-COUNT-ED TO WS-RPT-LINE (21:9).
077700     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
077800     MOVE SPACES TO WS-RPT-LINE.
077900     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
078000     MOVE SPACES TO WS-RPT-LINE.
078100     MOVE WS-CUST-PROVED TO WS-COUNT-ED.
078200     STRING "CUSTOMERS READ BACK AND COMPARED " WS-COUNT-ED
078300         DELIMITED BY SIZE INTO WS-RPT-LINE.
078400     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
078500     MOVE SPACES TO WS-RPT-LINE.
078600     MOVE WS-MAND-PROVED TO WS-COUNT-ED.
078700     STRING "MANDATES READ BACK AND COMPARED  " WS-COUNT-ED
078800         DELIMITED BY SIZE INTO WS-RPT-LINE.
078900     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
079000     MOVE SPACES TO WS-RPT-LINE.
079100     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
079200     MOVE "MASKED FIELD        CHECKED   PROD BLANK    SURVIVED"
079300         TO WS-RPT-LINE.
079400     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
079500     PERFORM 7100-PROOF-FIELD-LINE THRU 7100-EXIT
079600         VARYING WS-PF-SUB FROM 1 BY 1
079700         UNTIL WS-PF-SUB > WS-PROOF-COUNT.
079800     MOVE SPACES TO WS-RPT-LINE.
079900     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
080000     IF WS-UNMATCHED > ZERO OR WS-WRITE-ERRORS > ZERO
080100         MOVE SPACES TO WS-RPT-LINE
080200         MOVE WS-UNMATCHED TO WS-COUNT-ED
080300         STRING "TEST RECORDS WITH NO PRODUCTION MATCH "
080400             WS-COUNT-ED DELIMITED BY SIZE INTO WS-RPT-LINE
080500         PERFORM 7900-PUT-LINE THRU 7900-EXIT
080600         MOVE SPACES TO WS-RPT-LINE
080700         MOVE WS-WRITE-ERRORS TO WS-COUNT-ED
080800         STRING "RECORDS NOT WRITTEN TO THE TEST COPY  "
080900             WS-COUNT-ED DELIMITED BY SIZE INTO WS-RPT-LINE
081000         PERFORM 7900-PUT-LINE THRU 7900-EXIT
081100     END-IF.
081200     MOVE SPACES TO WS-RPT-LINE.
081300     IF WS-ABORT
081400         STRING "RESULT: *** PROOF NOT COMPLETED - DO NOT RELEASE"
081500             " THE TEST COPY ***"
081600             DELIMITED BY SIZE INTO WS-RPT-LINE
081700         PERFORM 7900-PUT-LINE THRU 7900-EXIT
081800         GO TO 7000-EXIT
081900     END-IF.
082000     IF WS-SURVIVOR-TOTAL = ZERO
082100         STRING "RESULT: NO PRODUCTION VALUE SURVIVED IN ANY"
082200             " MASKED FIELD"
082300             DELIMITED BY SIZE INTO WS-RPT-LINE
082400     ELSE
082500         MOVE WS-SURVIVOR-TOTAL TO WS-COUNT-ED
082600         STRING "RESULT: *** " WS-COUNT-ED
082700             " PRODUCTION VALUES SURVIVED - DO NOT RELEASE THE"
082800             " TEST COPY ***"
082900             DELIMITED BY SIZE INTO WS-RPT-LINE
083000     END-IF.
083100     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
083200 7000-EXIT.
083300     EXIT.

083400 7100-PROOF-FIELD-LINE.
083500     MOVE WS-PROOF-NAME (WS-PF-SUB)  TO WS-PL-NAME.
083600     MOVE WS-PF-CHECKED (WS-PF-SUB)  TO WS-PL-CHECKED.
083700     MOVE WS-PF-BLANK (WS-PF-SUB)    TO WS-PL-BLANK.
083800     MOVE WS-PF-SURVIVED (WS-PF-SUB) TO WS-PL-SURVIVED.
083900     MOVE WS-PROOF-LINE TO WS-RPT-LINE.
084000     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
084100 7100-EXIT.
084200     EXIT.

084300 7900-PUT-LINE.
084400     DISPLAY WS-RPT-LINE.
084500     WRITE MK-LINE FROM WS-RPT-LINE.
084600 7900-EXIT.
084700     EXIT.

084800 9000-TERMINATE.
084900     CLOSE CUSTMAS.
085000     IF WS-BH-OPEN
085100         CLOSE BILLHIST
085200     END-IF.
085300     IF WS-PY-OPEN
085400         CLOSE PAYMENT
085500     END-IF.
085600     IF WS-MD-OPEN
085700         CLOSE MANDATE
085800     END-IF.
085900     CLOSE TSTCUST.
086000     CLOSE TSTHIST.
086100     CLOSE TSTPAY.
086200     CLOSE TSTMNDT.
086300     IF FS-MASKRPT-OK
086400         CLOSE MASKRPT
086400         PERFORM 9680-FILE-REPORT THRU 9680-EXIT
086500     END-IF.
086600     IF FS-RUNLOG-OK
086700         PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT
086800         CLOSE RUNLOG
086900     END-IF.
087000 9000-EXIT.
087100     EXIT.

087200 9600-WRITE-RUNLOG.
087300     MOVE "BILMASK"        TO RL-PROGRAM-ID.
087400     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
087500     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
087600     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
087700     MOVE "CUSTMAS"        TO RL-INPUT-FILE.
087800     MOVE WS-CUST-READ     TO RL-RECORDS-READ.
087900     MOVE WS-CUST-WRITTEN  TO RL-BILLS-PRODUCED.
088000     MOVE WS-SURVIVOR-TOTAL TO RL-EXCEPTIONS.
088100     MOVE ZERO             TO RL-TOTAL-BILLED.
088200     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
088300     ACCEPT RL-END-TIME FROM TIME.
088400     WRITE RL-RECORD.
088500 9600-EXIT.
088600     EXIT.

088700*-----------------------------------------------------------*
088800*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
088900*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
089000*    OUTLIVES THE NEXT RUN.                                    *
089100*-----------------------------------------------------------*
089200 9680-FILE-REPORT.
089300     OPEN INPUT MASKRPT.
089400     IF NOT FS-MASKRPT-OK
089500         GO TO 9680-EXIT
089600     END-IF.
089700     MOVE "O"               TO RO-FUNCTION.
089800     MOVE "MASKRPT"         TO RO-REPORT-NAME.
089900     MOVE "BILMASK"         TO RO-PROGRAM-ID.
090000     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
090100     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
090200     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
090300     MOVE ZERO              TO RO-PERIOD.
090400     CALL "BILRPTF" USING RO-PARMS.
090500     IF RO-OK
090600         MOVE "N" TO WS-RO-EOF-SW
090700         PERFORM 9690-FILE-LINE THRU 9690-EXIT
090800             UNTIL WS-RO-EOF
090900         MOVE "C"          TO RO-FUNCTION
091000         CALL "BILRPTF" USING RO-PARMS
091100     END-IF.
091200     CLOSE MASKRPT.
091300 9680-EXIT.
091400     EXIT.

091500 9690-FILE-LINE.
091600     READ MASKRPT
091700         AT END
091800             MOVE "Y" TO WS-RO-EOF-SW
091900             GO TO 9690-EXIT
092000     END-READ.
092100     MOVE "L"               TO RO-FUNCTION.
092200     MOVE MK-LINE           TO RO-LINE.
092300     CALL "BILRPTF" USING RO-PARMS.
092400 9690-EXIT.
092500     EXIT.
