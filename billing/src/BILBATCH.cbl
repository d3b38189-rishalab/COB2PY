001971*                   TIER LIMITS SCALED THE SAME WAY, AND THE            *
001972*                   TWO-PART COMPUTATION IS SHOWN ON THE                *
001973*                   INVOICE AND CARRIED ON BILLHIST.                    *
001973*  2026-09-14 RSH   DERIVE THE CONSUMPTION FROM THE PREVIOUS  *
001973*                   AND CURRENT REGISTER READINGS WHEN A      *
001973*                   TRANSACTION CARRIES THEM, THROUGH THE     *
001973*                   SHARED BILDIAL SUBPROGRAM - DIAL ROLLOVER *
001973*                   DETECTED AGAINST THE METER'S DIAL COUNT   *
001973*                   AND THE CT/PT MULTIPLYING FACTOR APPLIED, *
001973*                   BOTH FROM METERAST, SO HT AND CT-OPERATED *
001973*                   METERS ARE NO LONGER HAND-MULTIPLIED      *
001973*                   BEFORE KEYING.  THE SUBSIDIARY REGISTERS  *
001973*                   TAKE THE SAME FACTOR.  A BACKWARD OR      *
001973*                   OVER-WIDE READING, OR A PREVIOUS READING  *
001973*                   THAT DISAGREES WITH THE MASTER, GOES TO   *
001973*                   BILLEXCP.  THE MASTER KEEPS THE REGISTER  *
001973*                   READINGS OF THE LAST BILLED READING.      *
001973*  2026-09-16 RSH   A READING RETURNED UNREAD WITH THE        *
001973*                   READER'S STATUS CODE IS ESTIMATED LIKE A  *
001973*                   MISSING ONE, THE CODE CARRIED ONTO THE    *
001973*                   ESTIMATED BILL AND BILLHIST; THE MASTER   *
001973*                   COUNTS CONSECUTIVE NON-READINGS AND       *
001973*                   CONSECUTIVE DOOR-LOCKED ONES FOR THE      *
001973*                   ESCALATION LIST.  A METER REPORTED BURNT  *
001973*                   IS NOT ESTIMATED AGAIN - IT IS QUEUED ONCE*
001973*                   ON MTRINSP FOR BILINSP AND EXCEPTED AS    *
001973*                   BRNT.                                     *
001973*  2026-09-18 RSH   CARRY THE READER ID FROM THE METER        *
001973*                   TRANSACTION ONTO THE HISTORY RECORD AND   *
001973*                   ONTO ANY EXCEPTION THE READING RAISES - AN*
001973*                   ESTIMATE MADE BECAUSE THE READER COULD NOT*
001973*                   READ THE METER IS ATTRIBUTED TO THAT      *
001973*                   READER.                                   *
001973*  2026-09-18 RSH   CARRY THE READER ID ONTO A BILL HELD FOR  *
001973*                   SUPERVISOR APPROVAL.                      *
001973*  2026-09-21 RSH   RECORD THE CUSTOMER ON THE ASSET RECORD OF*
001973*                   A METER FITTED AT CHANGE-OUT.             *
001973*  2026-09-24 RSH   AT CHANGE-OUT, DATE THE REMOVED METER FOR *
001973*                   ITS RETURN TO STORES AND PUT A            *
001973*                   STORES-ISSUED NEW METER IN SERVICE,       *
001973*                   KEEPING ITS MAKE, LOT AND WARRANTY.       *
001973*  2026-09-25 RSH   ZERO THE NEW SEAL DATE ON A METER ADDED TO*
001973*                   THE ASSET REGISTER AT CHANGE-OUT.         *
001973*  2026-09-30 RSH   EACH NOTIFICATION LINE CARRIES A          *
001973*                   REFERENCE, AND IS LOGGED UNDER IT ON      *
001973*                   NOTFLOG, SO BILDLVR CAN MATCH THE         *
001973*                   GATEWAY'S DELIVERY RECEIPTS BACK TO IT.   *
001973*  2026-10-01 RSH   PAPERLESS E-BILL - AN ENROLLED ACCOUNT'S  *
001973*                   BILL IMAGE GOES TO THE EMAIL GATEWAY      *
001973*                   EXTRACT (BILLEBIL) IN PLACE OF THE        *
001973*                   PRINT-BUREAU RECORD, LOGGED ON NOTFLOG    *
001973*                   FOR ITS DELIVERY RECEIPT, AND THE         *
001973*                   SCHEDULE'S GREEN REBATE IS CREDITED AS AN *
001973*                   INVOICE LINE AND JOURNALLED. THE BUREAU   *
001973*                   TRAILER NOW TOTALS ONLY THE INVOICES      *
001973*                   ACTUALLY SENT TO THE BUREAU.              *
001973*  2026-10-05 RSH   A SUPPLY VOLUNTARILY SUSPENDED (BILVSUS)  *
001973*                   IS NOT READ OR ESTIMATED - IT BILLS THE   *
001973*                   SCHEDULE'S REDUCED SUSPENDED FIXED CHARGE *
001973*                   IN PLACE OF THE CONSUMPTION CHARGE,       *
001973*                   MINIMUM AND DEMAND CHARGE, AND A READING  *
001973*                   THAT ARRIVES FOR IT IS SET ASIDE. THE     *
001973*                   SUSPENSION FEE BILLS AS ITS OWN LINE AND  *
001973*                   IS JOURNALLED.                            *
001973*  2026-10-06 RSH   METER RENT - THE MONTHLY RENT FOR THE     *
001973*                   METER'S TYPE FROM THE NEW METRENT TABLE,  *
001973*                   CHARGED AS ITS OWN INVOICE, HISTORY AND   *
001973*                   GL LINE (4160-MTR) UNLESS THE CUSTOMER    *
001973*                   OWNS THE METER, AND SHARED BETWEEN THE    *
001973*                   OLD AND NEW METERS BY DAYS IN A           *
001973*                   CHANGE-OUT PERIOD.                        *
001973*  2026-10-07 RSH   RETROSPECTIVE TARIFF REVISION - THE       *
001973*                   BALANCE BILTREV LEFT ON THE MASTER IS     *
001973*                   BILLED AS ITS OWN INVOICE LINE, A         *
001973*                   RECOVERY OR A REFUND, ONE INSTALMENT A    *
001973*                   CYCLE AND THE REMAINDER ON THE LAST, WITH *
001973*                   GL LINES 1260-TRV AND 1260-TRV-R.         *
001973*  2026-10-10 RSH   GST CREDIT/DEBIT NOTE FOR ADJTXN          *
001973*                   CORRECTIONS                               *
001973*  2026-10-11 RSH   HONOUR THE TAX-EXEMPTION CERTIFICATE      *
001973*                   REGISTER (EXMTREG): REMIT THE CERTIFIED   *
001973*                   PERCENTAGE OF ELECTRICITY DUTY AND GST,   *
001973*                   KEEP THE AMOUNTS REMITTED ON BILLHIST AND *
001973*                   PRINT THE CERTIFICATE ON THE INVOICE.     *
001973*  2026-10-12 RSH   POST EVERY GL AMOUNT THROUGH BILGLAC      *
001973*                   UNDER THE CUSTOMER'S SERVICE, CLASS AND   *
001973*                   ZONE - THE ACCOUNT NOW COMES FROM THE     *
001973*                   GLMAP TABLE AND EACH D RECORD CARRIES THE *
001973*                   ZONE COST CENTRE. THE TRAILER COUNTS THE  *
001973*                   D RECORDS ACTUALLY WRITTEN.               *
001973*  2026-10-15 RSH   JOURNAL THE NET CREDIT AND PREPAID        *
001973*                   BALANCE CHANGE OF EACH BILL TO LIABJRN    *
001973*                   (VIA BILLIAB) FOR THE MONTH-END LIABILITY *
001973*                   PROOF.                                    *
001973*  2026-10-15 RSH   DROP AN ADJTXN ADJUSTMENT FOR A CUSTOMER  *
001973*                   THE SIGNED-ON OPERATOR IS LINKED TO ON    *
001973*                   STAFFREG (VIA BILSTFC), COUNTED AS AN     *
001973*                   EXCEPTION.                                *
001973*  2026-10-15 RSH   ON-BILL FINANCING - BILL THE MONTH'S      *
001973*                   INSTALMENT OF THE CUSTOMER'S LOAN ON THE  *
001973*                   NEW OBFREG REGISTER AS ITS OWN INVOICE    *
001973*                   LINE OUTSIDE THE UTILITY BILL, SPLIT INTO *
001973*                   PRINCIPAL (1270-OBF) AND INTEREST         *
001973*                   (4190-OBI) ON THE GL, AND PUT A LOAN INTO *
001973*                   DEFAULT AFTER THREE MISSED INSTALMENTS.   *
001973*  2026-10-15 RSH   ABANDON THE RUN WHEN BILGLAC CANNOT POST  *
001973*                   AN AMOUNT (POSTING TABLE FULL).           *
001973*  2026-10-15 RSH   ABANDON THE RUN WHEN OBFREG HOLDS MORE    *
001973*                   LOANS THAN THE TABLE, RATHER THAN WRITE   *
001973*                   IT BACK SHORT.                            *
001973*  2026-10-15 RSH   CHECK AN ADJUSTMENT'S OWN OPERATOR ID     *
001973*                   (ADJ-OPERATOR-ID) AGAINST STAFFREG.       *
001973*  2026-10-15 RSH   ON A REGISTER-READ CHANGE-OUT, DERIVE     *
001973*                   THE OLD METER'S UNITS THROUGH BILDIAL     *
001973*                   UNDER ITS OWN DIALS AND FACTOR BEFORE     *
001973*                   ADDING THEM, AND APPLY THE 100X CHECK TO  *
001973*                   THE COMBINED FIGURE.                      *
001800*-----------------------------------------------------------*
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
003617         ORGANIZATION IS LINE SEQUENTIAL
003618         FILE STATUS IS FS-NOTIFEXT.

003618     SELECT NOTFLOG ASSIGN TO "NOTFLOG"
003618         ORGANIZATION IS INDEXED
003618         ACCESS MODE IS DYNAMIC
003618         RECORD KEY IS NL-REF
003618         FILE STATUS IS FS-NOTFLOG.

003619     SELECT CONSALRT ASSIGN TO "BILLALRT"
003620         ORGANIZATION IS LINE SEQUENTIAL
003621         FILE STATUS IS FS-CONSALRT.
003623         ORGANIZATION IS SEQUENTIAL
003624         FILE STATUS IS FS-PAYPLAN.

003624     SELECT OBFREG ASSIGN TO "OBFREG"
003624         ORGANIZATION IS SEQUENTIAL
003624         FILE STATUS IS FS-OBFREG.

003622     SELECT FUELADJ ASSIGN TO "FUELADJ"
003622         ORGANIZATION IS SEQUENTIAL
003622         FILE STATUS IS FS-FUELADJ.
003624         ORGANIZATION IS LINE SEQUENTIAL
003624         FILE STATUS IS FS-BUREXTR.

003624     SELECT EBILEXT ASSIGN TO "BILLEBIL"
003624         ORGANIZATION IS LINE SEQUENTIAL
003624         FILE STATUS IS FS-EBILEXT.

003625     SELECT PROOFCTL ASSIGN TO "PROOFCTL"
003626         ORGANIZATION IS SEQUENTIAL
003627         FILE STATUS IS FS-PROOFCTL.
003626         ORGANIZATION IS SEQUENTIAL
003626         FILE STATUS IS FS-DUTYTAB.

003626     SELECT EXMTREG ASSIGN TO "EXMTREG"
003626         ORGANIZATION IS SEQUENTIAL
003626         FILE STATUS IS FS-EXMTREG.

003626     SELECT METRENT ASSIGN TO "METRENT"
003626         ORGANIZATION IS SEQUENTIAL
003626         FILE STATUS IS FS-METRENT.

003627     SELECT CONTRACT ASSIGN TO "CONTRACT"
003627         ORGANIZATION IS SEQUENTIAL
003627         FILE STATUS IS FS-CONTRACT.
003629         ORGANIZATION IS SEQUENTIAL
003630         FILE STATUS IS FS-BILLREG.

003631     SELECT MTRINSP ASSIGN TO "MTRINSP"
003631         ORGANIZATION IS SEQUENTIAL
003631         FILE STATUS IS FS-MTRINSP.

003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  CUSTMAS
004699 FD  NOTIFEXT.
004699 COPY NOTEXTR.

004699 FD  NOTFLOG
004699     LABEL RECORDS ARE STANDARD.
004699 COPY NOTFLOG.

004699 FD  CONSALRT.
004699 COPY CONSALRT.

004699     LABEL RECORDS ARE STANDARD.
004699 COPY PAYPLAN.

004699 FD  OBFREG
004699     LABEL RECORDS ARE STANDARD.
004699 COPY OBFREG.

004699 FD  FUELADJ
004699     LABEL RECORDS ARE STANDARD.
004699 COPY FUELADJ.
004699 FD  BUREXTR.
004699 COPY BUREXTR.

004699 FD  EBILEXT.
004699 COPY BUREXTR REPLACING
004699     ==BX-RECORD==           BY ==EB-RECORD==
004699     ==BX-LINE==             BY ==EB-LINE==.

004699 FD  PROOFCTL
004699     LABEL RECORDS ARE STANDARD.
004699 COPY PROOFCTL.
004699     LABEL RECORDS ARE STANDARD.
004699 COPY DUTYTAB.

004699 FD  EXMTREG
004699     LABEL RECORDS ARE STANDARD.
004699 COPY EXMTREG.

004699 FD  METRENT
004699     LABEL RECORDS ARE STANDARD.
004699 COPY METRENT.

004699 FD  CONTRACT
004699     LABEL RECORDS ARE STANDARD.
004699 COPY CONTRACT.
004699     LABEL RECORDS ARE STANDARD.
004699 COPY BILLREG.

004699 FD  MTRINSP
004699     LABEL RECORDS ARE STANDARD.
004699 COPY MTRINSP.

004700 WORKING-STORAGE SECTION.
004800*-----------------------------------------------------------*
004900*    FILE STATUS SWITCHES                                    *
005799     88  FS-APPRHLD-OK               VALUE "00".
005799 77  FS-NOTIFEXT             PIC X(02).
005799     88  FS-NOTIFEXT-OK              VALUE "00".
005799 77  FS-NOTFLOG              PIC X(02).
005799     88  FS-NOTFLOG-OK               VALUE "00".
005799 77  FS-CONSALRT             PIC X(02).
005799     88  FS-CONSALRT-OK              VALUE "00".
005799 77  FS-PAYPLAN              PIC X(02).
005799     88  FS-PAYPLAN-OK               VALUE "00".
005799 77  FS-OBFREG               PIC X(02).
005799     88  FS-OBFREG-OK                VALUE "00".
005799 77  FS-FUELADJ              PIC X(02).
005799     88  FS-FUELADJ-OK               VALUE "00".
005799 77  FS-OPENITEM             PIC X(02).
005799     88  FS-OPENITEM-OK              VALUE "00".
005799 77  FS-BUREXTR              PIC X(02).
005799     88  FS-BUREXTR-OK               VALUE "00".
005799 77  FS-EBILEXT              PIC X(02).
005799     88  FS-EBILEXT-OK               VALUE "00".
005799 77  FS-PROOFCTL             PIC X(02).
005799     88  FS-PROOFCTL-OK              VALUE "00".
005799 77  FS-BILLREG              PIC X(02).
005799     88  FS-CONTRACT-OK              VALUE "00".
005799 77  FS-DUTYTAB              PIC X(02).
005799     88  FS-DUTYTAB-OK               VALUE "00".
005799 77  FS-EXMTREG              PIC X(02).
005799     88  FS-EXMTREG-OK               VALUE "00".
005799 77  FS-METRENT              PIC X(02).
005799     88  FS-METRENT-OK               VALUE "00".
005799 77  FS-DISPREG              PIC X(02).
005799     88  FS-DISPREG-OK               VALUE "00".
005799 77  FS-BILLMSG              PIC X(02).
005799 77  FS-METERAST             PIC X(02).
005799     88  FS-METERAST-OK              VALUE "00".
005799     88  FS-METERAST-NOFILE          VALUE "35".
005799 77  FS-MTRINSP              PIC X(02).
005799     88  FS-MTRINSP-OK               VALUE "00".
005799     88  FS-MTRINSP-NOFILE           VALUE "35".

005800*-----------------------------------------------------------*
005900*    PROGRAM SWITCHES                                        *
006464     88  WS-IC-EOF                   VALUE "Y".
006463 77  WS-PL-EOF-SW            PIC X(01) VALUE "N".
006464     88  WS-PL-EOF                   VALUE "Y".
006464 77  WS-OB-EOF-SW            PIC X(01) VALUE "N".
006464     88  WS-OB-EOF                   VALUE "Y".
006463 77  WS-RESTART-SW           PIC X(01) VALUE "N".
006464     88  WS-RESTART                  VALUE "Y".
006465 77  WS-RESTART-CUST-ID      PIC X(10) VALUE SPACES.
006683 77  WS-INVOICE-NO           PIC 9(09) VALUE ZERO.
006684 77  WS-CKPT-INTERVAL        PIC 9(03) VALUE 050.
006685 77  WS-CKPT-COUNTER         PIC 9(03) VALUE ZERO.
006689 77  WS-PAYMENT-TERM-DAYS    PIC 9(03) VALUE 015.
006690 77  WS-APPROVAL-LIMIT       PIC 9(07)V99 VALUE ZERO.
006691 77  WS-HOLD-SW              PIC X(01) VALUE "N".
006692     88  WS-FA-EOF                   VALUE "Y".
006692 77  WS-FUEL-RATE            PIC 9(02)V999 VALUE ZERO.
006692 77  WS-FUEL-AMT             PIC 9(09)V99 VALUE ZERO.
006692 77  WS-CHEQUE-FEE           PIC 9(05)V99 VALUE ZERO.
006692 77  WS-EST-REMAINDER        PIC 9(07) VALUE ZERO.
006692 77  WS-SEWER-PCT            PIC 9(02)V99 VALUE ZERO.
006692 77  WS-SEWER-AMT            PIC 9(09)V99 VALUE ZERO.
006692 77  WS-DEMAND-RATE          PIC 9(05)V99 VALUE ZERO.
006692 77  WS-DEMAND-AMT           PIC 9(09)V99 VALUE ZERO.
006692 77  WS-LOAD-LIMIT-UNITS     PIC 9(09) VALUE ZERO.
006692 77  WS-TOU-SW               PIC X(01) VALUE "N".
006692     88  WS-TOU-BILL                 VALUE "Y".
006692 77  WS-BUYBACK-RATE         PIC 9(03)V99 VALUE ZERO.
006692 77  WS-EXPORT-UNITS         PIC 9(07) VALUE ZERO.
006692 77  WS-EXPORT-CREDIT        PIC 9(09)V99 VALUE ZERO.
006693 77  WS-CSV-LINES            PIC 9(07) VALUE ZERO.
006693 77  WS-NOTIF-LINES          PIC 9(07) VALUE ZERO.
006693 77  WS-NOTIF-TOTAL          PIC 9(11)V99 VALUE ZERO.
006693 77  WS-NOTIF-SEQ            PIC 9(05) VALUE ZERO.
006693 77  WS-NOTIF-MSG-TYPE       PIC X(01).
006693 01  WS-TRL-CNT-ED           PIC 9(07).
006693 01  WS-TRL-AMT-ED           PIC 9(11).99.
006693 77  WS-BUR-SEQ              PIC 9(07) VALUE ZERO.
006694 77  WS-TOP-SAVE-AMT         PIC 9(09)V99.
006694 77  WS-TOP-WORK-ID          PIC X(10).
006694 77  WS-TOP-WORK-AMT         PIC 9(09)V99.
006694 77  WS-CREDIT-BEFORE        PIC S9(09)V99 VALUE ZERO.
006694 77  WS-PREPAID-BEFORE       PIC S9(09)V99 VALUE ZERO.
006694 01  WS-REG-LINE             PIC X(80).
006694 01  WS-REG-AMT-ED           PIC ZZZZZZZZ9.99.
006694 01  WS-REG-CNT-ED           PIC ZZZZZZ9.
006696 77  WS-ESTIMATE-SW          PIC X(01) VALUE "N".
006696     88  WS-ESTIMATING               VALUE "Y".
006696 77  WS-ESTIMATE-COUNT       PIC 9(07) VALUE ZERO.
006696 01  WS-SAVED-TXN            PIC X(104).
006696 77  WS-NOREAD-STATUS        PIC X(01) VALUE SPACE.
006696     88  WS-NOREAD-NONE              VALUE " ".
006696     88  WS-NOREAD-DOOR-LOCKED       VALUE "L".
006696     88  WS-NOREAD-METER-BURNT       VALUE "B".
006696 77  WS-BURNT-COUNT          PIC 9(07) VALUE ZERO.
006696 77  WS-READER-ID            PIC X(08) VALUE SPACES.
006696 77  WS-CHANGEOUT-SW         PIC X(01) VALUE "N".
006696     88  WS-CHANGEOUT                VALUE "Y".
006696 77  WS-CHANGEOUT-COUNT      PIC 9(07) VALUE ZERO.
006696 77  WS-RECONN-FEE           PIC 9(05)V99 VALUE ZERO.
006696 77  WS-TEMP-FEE             PIC 9(05)V99 VALUE ZERO.
006696 77  WS-LEGAL-FEE            PIC 9(05)V99 VALUE ZERO.
006696 77  WS-LOADCHG-FEE          PIC 9(05)V99 VALUE ZERO.
006696 77  WS-LOADCHG-DAY          PIC 9(02) VALUE ZERO.
006696 77  WS-WEIGHTED-KW          PIC 9(07)V99 VALUE ZERO.
006696 77  WS-DEP-INTEREST         PIC 9(05)V99 VALUE ZERO.
006696 77  WS-LAST-DISC            PIC 9(05)V99 VALUE ZERO.
006689 77  WS-UNDELIV-SKIPPED      PIC 9(07) VALUE ZERO.

006690*-----------------------------------------------------------*
006691     88  WS-DT-EOF                   VALUE "Y".
006691 77  WS-DUTY-PCT             PIC 9(02)V99 VALUE ZERO.
006691 77  WS-DUTY-AMT             PIC 9(09)V99 VALUE ZERO.

006691*-----------------------------------------------------------*
006691*    TAX-EXEMPTION CERTIFICATE WORK FIELDS                     *
006691*-----------------------------------------------------------*
006691 77  WS-XM-EOF-SW            PIC X(01) VALUE "N".
006691     88  WS-XM-EOF                   VALUE "Y".
006691 77  WS-DUTY-EXEMPT          PIC 9(09)V99 VALUE ZERO.
006691 77  WS-DUTY-XM-PCT          PIC 9(03)V99 VALUE ZERO.
006691 77  WS-DUTY-CERT            PIC X(20) VALUE SPACES.
006691 77  WS-GST-EXEMPT           PIC 9(09)V99 VALUE ZERO.
006691 77  WS-GST-XM-PCT           PIC 9(03)V99 VALUE ZERO.
006691 77  WS-GST-CERT             PIC X(20) VALUE SPACES.
006691 77  WS-NOTE-GST-PCT         PIC 9(02)V9999 VALUE ZERO.
006691 77  WS-EXEMPT-BILLS         PIC 9(07) VALUE ZERO.

006691*-----------------------------------------------------------*
006691*    ACTUAL-READING-SPAN WORK FIELDS                           *
006691 77  WS-READ-FROM-DATE       PIC 9(08) VALUE ZERO.
006691 77  WS-READ-TO-DATE         PIC 9(08) VALUE ZERO.

006691*-----------------------------------------------------------*
006691*    REGISTER-READING (DIAL ROLLOVER/MULTIPLYING FACTOR) WORK   *
006691*-----------------------------------------------------------*
006691 77  WS-REGISTER-SW          PIC X(01) VALUE "N".
006691     88  WS-REGISTER-READ            VALUE "Y".
006691 77  WS-REG-FAULT-SW         PIC X(01) VALUE "N".
006691     88  WS-REG-FAULT                VALUE "Y".
006691 77  WS-REG-FAULT-TEXT       PIC X(40) VALUE SPACES.
006691 77  WS-REG-METER-NO         PIC X(12) VALUE SPACES.
006691 77  WS-OLD-METER-UNITS      PIC 9(07) VALUE ZERO.
006691 77  WS-ROLLOVER-COUNT       PIC 9(07) VALUE ZERO.
006691 77  WS-FACTORED-COUNT       PIC 9(07) VALUE ZERO.

006692*-----------------------------------------------------------*
006692*    WHOLE-RUPEE ROUNDING WORK FIELDS                          *
006692*-----------------------------------------------------------*
006692 77  WS-ROUND-CARRY          PIC S9(03)V99 VALUE ZERO.
006692 77  WS-ROUNDED-BILL         PIC 9(09) VALUE ZERO.
006692 77  WS-ROUND-DIFF           PIC S9(01)V99 VALUE ZERO.

006693*-----------------------------------------------------------*
006693*    UNMETERED FLAT-RATE BILLING WORK FIELDS                   *
006693 77  WS-UNMETERED-BASIS      PIC 9(05) VALUE ZERO.
006693 77  WS-UNMETERED-COUNT      PIC 9(07) VALUE ZERO.

006693*-----------------------------------------------------------*
006693*    VOLUNTARY-SUSPENSION BILLING WORK FIELDS                  *
006693*-----------------------------------------------------------*
006693 77  WS-SUSPENDED-SW         PIC X(01) VALUE "N".
006693     88  WS-SUSPENDED-BILL           VALUE "Y".
006693 77  WS-SUSP-CHARGE          PIC 9(05)V99 VALUE ZERO.
006693 77  WS-SUSP-FEE             PIC 9(05)V99 VALUE ZERO.
006693 77  WS-SUSPENDED-COUNT      PIC 9(07) VALUE ZERO.

006694*-----------------------------------------------------------*
006694*    POWER-FACTOR CLAUSE WORK FIELDS                           *
006694*-----------------------------------------------------------*
006694 77  WS-PF-REBATE-PCT        PIC 9(02)V99 VALUE ZERO.
006694 77  WS-PF-VALUE             PIC 9(01)V99 VALUE ZERO.
006694 77  WS-PF-AMT               PIC S9(09)V99 VALUE ZERO.
006694 77  WS-PF-COUNT             PIC 9(07) VALUE ZERO.
006694 77  WS-GREEN-RATE           PIC 9(03)V99 VALUE ZERO.
006694 77  WS-GREEN-REBATE         PIC 9(05)V99 VALUE ZERO.
006694 77  WS-EBILL-SW             PIC X(01) VALUE "N".
006694     88  WS-EBILL                    VALUE "Y".
006694 77  WS-EBILL-COUNT          PIC 9(07) VALUE ZERO.
006694 77  WS-EBILL-TOTAL          PIC 9(11)V99 VALUE ZERO.
006694 77  WS-BUR-INVOICES         PIC 9(07) VALUE ZERO.
006694 77  WS-BUR-AMOUNT           PIC 9(11)V99 VALUE ZERO.
006694 77  WS-RN-EOF-SW            PIC X(01) VALUE "N".
006694     88  WS-RN-EOF                   VALUE "Y".
006694 77  WS-METER-RENT           PIC 9(05)V99 VALUE ZERO.
006694 77  WS-RENT-METER-NO        PIC X(12) VALUE SPACES.
006694 77  WS-RENT-TYPE            PIC X(01) VALUE SPACE.
006694 77  WS-RENT-AMT             PIC 9(03)V99 VALUE ZERO.
006694 77  WS-RENT-OLD-AMT         PIC 9(03)V99 VALUE ZERO.
006694 77  WS-RENT-OLD-DAYS        PIC 9(03) VALUE ZERO.

006694*-----------------------------------------------------------*
006694*    RETROSPECTIVE TARIFF REVISION WORK FIELDS - THE AMOUNT    *
006694*    BILLED IS NEGATIVE WHEN THE REVISION IS A REFUND.         *
006694*-----------------------------------------------------------*
006694 77  WS-TARREV-AMT           PIC S9(07)V99 VALUE ZERO.

006694*-----------------------------------------------------------*
006694*    ON-BILL FINANCING WORK FIELDS - THE INSTALMENT IS SPLIT   *
006694*    INTO PRINCIPAL AND INTEREST AND STANDS OUTSIDE THE        *
006694*    UTILITY BILL.  THREE INSTALMENTS MISSED IN A ROW PUT THE  *
006694*    LOAN INTO DEFAULT FOR THE LENDER.                         *
006694*-----------------------------------------------------------*
006694 77  WS-OBF-PRIN             PIC 9(07)V99 VALUE ZERO.
006694 77  WS-OBF-INT              PIC 9(07)V99 VALUE ZERO.
006694 77  WS-OBF-INSTAL           PIC 9(07)V99 VALUE ZERO.
006694 77  WS-OBF-OVERDUE          PIC 9(07)V99 VALUE ZERO.
006694 77  WS-OBF-BALANCE          PIC 9(09)V99 VALUE ZERO.
006694 77  WS-OBF-DEFAULT-LIMIT    PIC 9(02) VALUE 3.
006694 77  WS-OBF-BILL-COUNT       PIC 9(07) VALUE ZERO.
006694 77  WS-OBF-DEFAULT-COUNT    PIC 9(07) VALUE ZERO.

006694*-----------------------------------------------------------*
006694*    GL EXTRACT CONTROLS - THE AMOUNTS THEMSELVES ARE POSTED,  *
006694*    CUSTOMER BY CUSTOMER, THROUGH BILGLAC, WHICH TOTALS THEM  *
006694*    BY POSTING TYPE, MAPPED ACCOUNT AND ZONE COST CENTRE.     *
006694*-----------------------------------------------------------*
006694 77  WS-GL-DETAILS           PIC 9(05) VALUE ZERO.
006694 77  WS-GL-HASH              PIC 9(09)V99 VALUE ZERO.

006695*-----------------------------------------------------------*
006695*    SPECIAL-CONTRACT PRICING WORK FIELDS                      *
006687*-----------------------------------------------------------*
006688 01  WS-ADJUSTMENT-TOTAL         PIC S9(07)V99 VALUE ZERO.
006688 01  WS-ADJ-REASON-FOUND         PIC X(30) VALUE SPACES.
006688 01  WS-NOTE-INCL                PIC 9(09)V99 VALUE ZERO.
006688 01  WS-NOTE-TAXABLE             PIC 9(09)V99 VALUE ZERO.
006688 01  WS-NOTE-GST                 PIC 9(09)V99 VALUE ZERO.
006688 01  WS-GST-NOTES                PIC 9(07) VALUE ZERO.

006689*-----------------------------------------------------------*
006690*    INSTALLMENT PAYMENT PLANS, ONE ENTRY PER CUSTOMER          *
006691*-----------------------------------------------------------*
006692 COPY PPTBL.

006692*-----------------------------------------------------------*
006692*    ON-BILL FINANCING LOANS, ONE LIVE ENTRY PER CUSTOMER       *
006692*-----------------------------------------------------------*
006692 COPY OBFTBL.

006692*-----------------------------------------------------------*
006692*    FUEL-ADJUSTMENT RATES BY PERIOD AND SERVICE TYPE           *
006692*-----------------------------------------------------------*
006692*-----------------------------------------------------------*
006692 COPY DTYTBL.

006692*-----------------------------------------------------------*
006692*    MONTHLY METER RENT, ONE ENTRY PER METER TYPE              *
006692*-----------------------------------------------------------*
006692 COPY MRNTBL.

006692*-----------------------------------------------------------*
006692*    TAX-EXEMPTION CERTIFICATES CURRENT AT THE RUN DATE        *
006692*-----------------------------------------------------------*
006692 COPY XMTBL.

006692*-----------------------------------------------------------*
006692*    OPEN DISPUTES, LOADED FROM THE DISPUTE REGISTER           *
006692*-----------------------------------------------------------*
006692*-----------------------------------------------------------*
006692 COPY BDPARM.

006692*-----------------------------------------------------------*
006692*    REGISTER-READING PARAMETER BLOCK FOR THE BILDIAL          *
006692*    SUBPROGRAM                                                *
006692*-----------------------------------------------------------*
006692 COPY DLPARM.

006692*-----------------------------------------------------------*
006692*    CYCLE-STATUS PARAMETER BLOCK FOR THE BILCYC SUBPROGRAM    *
006692*-----------------------------------------------------------*
007440 COPY BILXTRA.

007440 COPY PBPARM.
007440 COPY GNPARM.
007440 COPY GLPARM.
007440 COPY LQPARM.
007440 COPY CFPARM.

007500 PROCEDURE DIVISION.
007600 0000-MAINLINE SECTION.
009670                 ",BILBATCH" DELIMITED BY SIZE INTO NE-RECORD
009670             WRITE NE-RECORD
009670         END-IF
009670         OPEN I-O NOTFLOG
009670         IF NOT FS-NOTFLOG-OK
009670             OPEN OUTPUT NOTFLOG
009670             IF FS-NOTFLOG-OK
009670                 CLOSE NOTFLOG
009670                 OPEN I-O NOTFLOG
009670             END-IF
009670         END-IF
009670         IF NOT FS-NOTFLOG-OK
009670             DISPLAY "BILBATCH: UNABLE TO OPEN NOTFLOG, STATUS "
009670                 FS-NOTFLOG
009670             MOVE "Y" TO WS-ABORT-SW
009670         END-IF
009670         OPEN OUTPUT CONSALRT
009670         IF NOT FS-CONSALRT-OK
009670             DISPLAY "BILBATCH: UNABLE TO OPEN BILLALRT, STATUS "
009670                 FS-TENSTMT
009670             MOVE "Y" TO WS-ABORT-SW
009670         END-IF
009670*        BURNT METERS JOIN THE INSPECTION QUEUE BILMHLT
009670*        BUILDS - ADDED TO, NEVER REPLACED.
009670         OPEN EXTEND MTRINSP
009670         IF FS-MTRINSP-NOFILE
009670             OPEN OUTPUT MTRINSP
009670         END-IF
009670         IF NOT FS-MTRINSP-OK
009670             DISPLAY "BILBATCH: UNABLE TO OPEN MTRINSP, STATUS "
009670                 FS-MTRINSP
009670             MOVE "Y" TO WS-ABORT-SW
009670         END-IF
009670     END-IF.
009671     OPEN INPUT SUBMTR.
009672     IF NOT FS-SUBMTR-OK
009698                 "|BILBATCH" DELIMITED BY SIZE INTO BX-LINE
009698             WRITE BX-RECORD
009698         END-IF
009698         OPEN OUTPUT EBILEXT
009698         IF NOT FS-EBILEXT-OK
009698             DISPLAY "BILBATCH: UNABLE TO OPEN BILLEBIL, STATUS "
009698                 FS-EBILEXT
009698             MOVE "Y" TO WS-ABORT-SW
009698         ELSE
009698             MOVE SPACES TO EB-LINE
009698             STRING "H|" WS-SYSTEM-DATE "|" WS-BILL-PERIOD
009698                 "|BILBATCH" DELIMITED BY SIZE INTO EB-LINE
009698             WRITE EB-RECORD
009698         END-IF
009698     END-IF.
009698     IF WS-PROOF-MODE
009698         OPEN OUTPUT BILLREG
009734     IF NOT WS-ABORT
009735         PERFORM 1350-LOAD-PLANS THRU 1350-EXIT
009736     END-IF.
009736     IF NOT WS-ABORT
009736         PERFORM 1340-LOAD-LOANS THRU 1340-EXIT
009736     END-IF.
009737     IF NOT WS-ABORT
009738         PERFORM 1370-LOAD-OPEN-ITEMS THRU 1370-EXIT
009739     END-IF.
009746     IF NOT WS-ABORT
009747         PERFORM 1180-LOAD-DUTY-TABLE THRU 1180-EXIT
009748     END-IF.
009748     IF NOT WS-ABORT
009748         PERFORM 1186-LOAD-RENT-TABLE THRU 1186-EXIT
009748     END-IF.
009748     IF NOT WS-ABORT
009748         PERFORM 1188-LOAD-EXEMPTIONS THRU 1188-EXIT
009748     END-IF.
009749     IF NOT WS-ABORT
009750         PERFORM 1190-LOAD-DISPUTES THRU 1190-EXIT
009751     END-IF.
012608        WS-RT-PF-REBATE-PCT(WS-RATE-COUNT).
012608     MOVE RT-EFF-FROM-DAY    TO
012608        WS-RT-EFF-FROM-DAY(WS-RATE-COUNT).
012608     MOVE RT-GREEN-REBATE    TO
012608        WS-RT-GREEN-REBATE(WS-RATE-COUNT).
012608     MOVE RT-SUSP-CHARGE     TO
012608        WS-RT-SUSP-CHARGE(WS-RATE-COUNT).
012596     READ RATETAB
012597         AT END
012598             MOVE "Y" TO WS-RT-EOF-SW
012777         TO WS-PF-PENALTY-PCT.
012777     MOVE WS-RT-PF-REBATE-PCT(WS-RATE-IDX)
012777         TO WS-PF-REBATE-PCT.
012777     MOVE WS-RT-GREEN-REBATE(WS-RATE-IDX)
012777         TO WS-GREEN-RATE.
012777     MOVE WS-RT-SUSP-CHARGE(WS-RATE-IDX)
012777         TO WS-SUSP-CHARGE.
012778     MOVE WS-RT-MIN-NORMAL-UNITS(WS-RATE-IDX) TO
012779         WS-MIN-NORMAL-UNITS.
012779     MOVE WS-RT-MAX-NORMAL-UNITS(WS-RATE-IDX) TO
012820         TO WS-PF-PENALTY-PCT.
012820     MOVE WS-RT-PF-REBATE-PCT(WS-SPLIT-NEW-SUB)
012820         TO WS-PF-REBATE-PCT.
012820     MOVE WS-RT-GREEN-REBATE(WS-SPLIT-NEW-SUB)
012820         TO WS-GREEN-RATE.
012820     MOVE WS-RT-SUSP-CHARGE(WS-SPLIT-NEW-SUB)
012820         TO WS-SUSP-CHARGE.
012820 1155-EXIT.
012820     EXIT.

012821 1185-EXIT.
012821     EXIT.

012821*-----------------------------------------------------------*
012821*    THE EXEMPTION REGISTER IS OPTIONAL - WITH NO FILE EVERY   *
012821*    BILL CARRIES FULL GST AND DUTY, AS BEFORE.  ONLY ACTIVE   *
012821*    CERTIFICATES NOT YET LAPSED ARE HELD.                     *
012821*-----------------------------------------------------------*
012821 1188-LOAD-EXEMPTIONS.
012821     OPEN INPUT EXMTREG.
012821     IF NOT FS-EXMTREG-OK
012821         GO TO 1188-EXIT
012821     END-IF.
012821     READ EXMTREG
012821         AT END
012821             MOVE "Y" TO WS-XM-EOF-SW
012821     END-READ.
012821     PERFORM 1189-STORE-EXEMPTION THRU 1189-EXIT
012821         UNTIL WS-XM-EOF.
012821     CLOSE EXMTREG.
012821 1188-EXIT.
012821     EXIT.

012821 1189-STORE-EXEMPTION.
012821     IF NOT XM-STAT-ACTIVE
012821         OR XM-VALID-TO < WS-SYSTEM-DATE
012821         GO TO 1189-READ
012821     END-IF.
012821     IF WS-EXEMPT-COUNT >= 300
012821         DISPLAY "BILBATCH: EXEMPTION TABLE FULL - RUN"
012821             " ABANDONED BEFORE A CERTIFICATE COULD BE"
012821             " SILENTLY DROPPED"
012821         MOVE "Y" TO WS-ABORT-SW
012821         MOVE "Y" TO WS-XM-EOF-SW
012821         GO TO 1189-EXIT
012821     END-IF.
012821     ADD 1 TO WS-EXEMPT-COUNT.
012821     MOVE XM-CUST-ID    TO WS-XM-CUST-ID(WS-EXEMPT-COUNT).
012821     MOVE XM-TAX-TYPE   TO WS-XM-TAX-TYPE(WS-EXEMPT-COUNT).
012821     MOVE XM-EXEMPT-PCT TO WS-XM-EXEMPT-PCT(WS-EXEMPT-COUNT).
012821     MOVE XM-CERT-NO    TO WS-XM-CERT-NO(WS-EXEMPT-COUNT).
012821     MOVE XM-VALID-FROM TO WS-XM-VALID-FROM(WS-EXEMPT-COUNT).
012821     MOVE XM-VALID-TO   TO WS-XM-VALID-TO(WS-EXEMPT-COUNT).
012821 1189-READ.
012821     READ EXMTREG
012821         AT END
012821             MOVE "Y" TO WS-XM-EOF-SW
012821     END-READ.
012821 1189-EXIT.
012821     EXIT.

012822*-----------------------------------------------------------*
012822*    THE METER-RENT TABLE IS OPTIONAL - WITH NO FILE NO RENT    *
012822*    IS CHARGED, AS BEFORE.                                     *
012822*-----------------------------------------------------------*
012822 1186-LOAD-RENT-TABLE.
012822     OPEN INPUT METRENT.
012822     IF NOT FS-METRENT-OK
012822         GO TO 1186-EXIT
012822     END-IF.
012822     READ METRENT
012822         AT END
012822             MOVE "Y" TO WS-RN-EOF-SW
012822     END-READ.
012822     PERFORM 1187-STORE-RENT-RATE THRU 1187-EXIT
012822         UNTIL WS-RN-EOF.
012822     CLOSE METRENT.
012822 1186-EXIT.
012822     EXIT.

012822 1187-STORE-RENT-RATE.
012822     IF WS-RENT-COUNT >= 20
012822         DISPLAY "BILBATCH: METER-RENT TABLE FULL - RUN"
012822             " ABANDONED BEFORE A METER TYPE COULD BE"
012822             " SILENTLY DROPPED"
012822         MOVE "Y" TO WS-ABORT-SW
012822         MOVE "Y" TO WS-RN-EOF-SW
012822         GO TO 1187-EXIT
012822     END-IF.
012822     ADD 1 TO WS-RENT-COUNT.
012822     MOVE RN-METER-TYPE   TO WS-RN-METER-TYPE(WS-RENT-COUNT).
012822     MOVE RN-MONTHLY-RENT TO WS-RN-MONTHLY-RENT(WS-RENT-COUNT).
012822     READ METRENT
012822         AT END
012822             MOVE "Y" TO WS-RN-EOF-SW
012822     END-READ.
012822 1187-EXIT.
012822     EXIT.

012821*-----------------------------------------------------------*
012821*    THE DISPUTE REGISTER IS OPTIONAL - ONLY OPEN ENTRIES ARE   *
012821*    LOADED; AN ACCOUNT WITH ONE CARRIES ITS ARREARS WITHOUT    *
012838 1300-EXIT.
012839     EXIT.

012851*-----------------------------------------------------------*
012851*    THE FINANCING REGISTER IS OPTIONAL IN THE SAME WAY AS THE  *
012851*    PLAN FILE - NO FILE MEANS NO LOANS ON THE BOOKS.  THE      *
012851*    TABLE ENTRY MIRRORS THE RECORD, SO IT MOVES IN WHOLE.      *
012851*-----------------------------------------------------------*
012851 1340-LOAD-LOANS.
012851     OPEN INPUT OBFREG.
012851     IF NOT FS-OBFREG-OK
012851         GO TO 1340-EXIT
012851     END-IF.
012851     READ OBFREG
012851         AT END
012851             MOVE "Y" TO WS-OB-EOF-SW
012851     END-READ.
012851     PERFORM 1345-STORE-LOAN THRU 1345-EXIT
012851         UNTIL WS-OB-EOF.
012851     CLOSE OBFREG.
012851 1340-EXIT.
012851     EXIT.

012851 1345-STORE-LOAN.
012851     IF WS-LOAN-COUNT >= 500
012851         DISPLAY "BILBATCH: LOAN TABLE FULL - RUN ABANDONED"
012851             " BEFORE A LOAN COULD BE LOST"
012851         MOVE "Y" TO WS-ABORT-SW
012851         MOVE "Y" TO WS-OB-EOF-SW
012851         GO TO 1345-EXIT
012851     END-IF.
012851     ADD 1 TO WS-LOAN-COUNT.
012851     MOVE OB-RECORD TO WS-OB-ENTRY(WS-LOAN-COUNT).
012851     READ OBFREG
012851         AT END
012851             MOVE "Y" TO WS-OB-EOF-SW
012851     END-READ.
012851 1345-EXIT.
012851     EXIT.

012851*-----------------------------------------------------------*
012851*    THE PAYMENT-PLAN FILE IS OPTIONAL - A SITE WITH NO PLANS    *
012851*    ON FOOT SIMPLY HAS NO FILE, THE SAME WAY CHKPT AND INVCTL    *
012811*    A TYPE C (METER CHANGE-OUT) TRANSACTION CARRIES THE OLD    *
012811*    METER'S FINAL READING SEPARATELY - FOLD IT INTO MT-UNITS    *
012811*    SO ONE BILL COVERS THE WHOLE CYCLE ACROSS BOTH METERS.      *
012811*    ON A REGISTER-READ TRANSACTION THE OLD METER'S SHARE HAS    *
012811*    ALREADY BEEN DERIVED THROUGH BILDIAL (2277); A UNITS-ONLY   *
012811*    TRANSACTION'S FIGURE IS TAKEN AS KEYED, AS MT-UNITS IS.     *
012811*-----------------------------------------------------------*
012811 2275-CHECK-CHANGEOUT.
012811     MOVE "N" TO WS-CHANGEOUT-SW.
012811     IF NOT MT-TYPE-CHANGEOUT OR WS-REG-FAULT
012811         GO TO 2275-EXIT
012811     END-IF.
012811     MOVE "Y" TO WS-CHANGEOUT-SW.
012811     IF NOT WS-REGISTER-READ
012811         MOVE MT-OLD-FINAL-UNITS TO WS-OLD-METER-UNITS
012811     END-IF.
012811     ADD WS-OLD-METER-UNITS TO MT-UNITS
012811         ON SIZE ERROR
012811             MOVE "Y" TO WS-REG-FAULT-SW
012811             MOVE "COMBINED METER UNITS OVERFLOW THE FIELD"
012811                 TO WS-REG-FAULT-TEXT
012811     END-ADD.
012811 2275-EXIT.
012811     EXIT.

012811*-----------------------------------------------------------*
012811*    A TRANSACTION CARRYING REGISTER READINGS HAS ITS UNITS     *
012811*    DERIVED HERE, BEFORE THE CHANGE-OUT FOLD AND VALIDATION -  *
012811*    ROLLOVER AND THE CT/PT MULTIPLYING FACTOR THROUGH BILDIAL, *
012811*    WITH THE METER'S DIALS AND FACTOR FROM THE ASSET REGISTER. *
012811*    A ZERO PREVIOUS READING TAKES THE MASTER'S; ONE THAT        *
012811*    DISAGREES WITH THE MASTER IS REFUSED (EXCEPT ON A CHANGE-   *
012811*    OUT, WHERE IT IS THE NEW METER'S OPENING READING).  A       *
012811*    UNITS-ONLY TRANSACTION PASSES THROUGH UNTOUCHED.            *
012811*    ON A CHANGE-OUT THE OLD METER'S SHARE IS DERIVED THE SAME   *
012811*    WAY AFTERWARDS (2277), UNDER THAT METER'S OWN DIALS AND     *
012811*    FACTOR.                                                     *
012811*-----------------------------------------------------------*
012811 2276-DERIVE-REGISTER-UNITS.
012811     MOVE "N"    TO WS-REGISTER-SW.
012811     MOVE "N"    TO WS-REG-FAULT-SW.
012811     MOVE SPACES TO WS-REG-FAULT-TEXT.
012811     MOVE ZERO   TO WS-OLD-METER-UNITS.
012811     IF MT-PREV-READING NOT NUMERIC
012811         OR MT-CURR-READING NOT NUMERIC
012811         GO TO 2276-EXIT
012811     END-IF.
012811     IF MT-PREV-READING = ZERO AND MT-CURR-READING = ZERO
012811         GO TO 2276-EXIT
012811     END-IF.
012811     MOVE "Y" TO WS-REGISTER-SW.
012811     IF MT-TYPE-CHANGEOUT
012811         MOVE MT-NEW-METER-NO TO WS-REG-METER-NO
012811     ELSE
012811         MOVE CM-METER-NO TO WS-REG-METER-NO
012811         IF MT-PREV-READING = ZERO
012811             MOVE CM-CURR-READING TO MT-PREV-READING
012811         END-IF
012811         IF MT-PREV-READING NOT = CM-CURR-READING
012811             AND CM-CURR-READING > 0
012811             MOVE "Y" TO WS-REG-FAULT-SW
012811             MOVE "PREVIOUS READING DISAGREES WITH MASTER"
012811                 TO WS-REG-FAULT-TEXT
012811             GO TO 2276-EXIT
012811         END-IF
012811     END-IF.
012811     MOVE ZERO TO DL-DIAL-DIGITS.
012811     MOVE ZERO TO DL-MULT-FACTOR.
012811     MOVE WS-REG-METER-NO TO MA-METER-NO.
012811     READ METERAST
012811         INVALID KEY
012811             CONTINUE
012811         NOT INVALID KEY
012811             MOVE MA-DIAL-DIGITS TO DL-DIAL-DIGITS
012811             MOVE MA-MULT-FACTOR TO DL-MULT-FACTOR
012811     END-READ.
012811     MOVE MT-PREV-READING TO DL-PREV-READING.
012811     MOVE MT-CURR-READING TO DL-CURR-READING.
012811     CALL "BILDIAL" USING DL-PARMS.
012811     EVALUATE TRUE
012811         WHEN DL-BACKWARD
012811             MOVE "READING RUNS BACKWARD - NOT A ROLLOVER"
012811                 TO WS-REG-FAULT-TEXT
012811         WHEN DL-TOO-WIDE
012811             MOVE "READING WIDER THAN THE METER'S DIALS"
012811                 TO WS-REG-FAULT-TEXT
012811         WHEN DL-OVERFLOW
012811             MOVE "MULTIPLIED UNITS OVERFLOW THE FIELD"
012811                 TO WS-REG-FAULT-TEXT
012811     END-EVALUATE.
012811     IF NOT DL-OK
012811         MOVE "Y" TO WS-REG-FAULT-SW
012811         GO TO 2276-EXIT
012811     END-IF.
012811     MOVE DL-UNITS TO MT-UNITS.
012811     IF DL-ROLLED-OVER
012811         ADD 1 TO WS-ROLLOVER-COUNT
012811     END-IF.
012811*    THE CT/PT RATIO SCALES EVERY REGISTER ON THE METER, NOT
012811*    JUST THE KWH DIALS.
012811     IF DL-MULT-FACTOR NUMERIC AND DL-MULT-FACTOR > 1
012811         ADD 1 TO WS-FACTORED-COUNT
012811         COMPUTE MT-PEAK-UNITS ROUNDED =
012811             MT-PEAK-UNITS * DL-MULT-FACTOR
012811         COMPUTE MT-OFFPEAK-UNITS ROUNDED =
012811             MT-OFFPEAK-UNITS * DL-MULT-FACTOR
012811         COMPUTE MT-EXPORT-UNITS ROUNDED =
012811             MT-EXPORT-UNITS * DL-MULT-FACTOR
012811         COMPUTE MT-KVAH-UNITS ROUNDED =
012811             MT-KVAH-UNITS * DL-MULT-FACTOR
012811     END-IF.
012811     IF MT-TYPE-CHANGEOUT
012811         PERFORM 2277-DERIVE-OLD-METER-UNITS THRU 2277-EXIT
012811     END-IF.
012811 2276-EXIT.
012811     EXIT.

012811*-----------------------------------------------------------*
012811*    THE OLD METER'S SHARE OF A REGISTER-READ CHANGE-OUT.  ITS   *
012811*    FINAL REGISTER READING (MT-OLD-FINAL-UNITS) IS TAKEN        *
012811*    AGAINST THE LAST READING ON THE MASTER, UNDER THE OLD       *
012811*    METER'S DIALS AND CT/PT FACTOR FROM METERAST - THE MASTER   *
012811*    STILL NAMES THE OLD METER UNTIL THE BILL IS POSTED - SO     *
012811*    ITS UNITS ARE ROLLOVER-CHECKED AND MULTIPLIED EXACTLY AS    *
012811*    THE NEW METER'S ARE.                                        *
012811*-----------------------------------------------------------*
012811 2277-DERIVE-OLD-METER-UNITS.
012811     IF MT-OLD-FINAL-UNITS NOT NUMERIC
012811         MOVE "Y" TO WS-REG-FAULT-SW
012811         MOVE "OLD METER FINAL READING IS NOT NUMERIC"
012811             TO WS-REG-FAULT-TEXT
012811         GO TO 2277-EXIT
012811     END-IF.
012811     MOVE ZERO TO DL-DIAL-DIGITS.
012811     MOVE ZERO TO DL-MULT-FACTOR.
012811     MOVE CM-METER-NO TO MA-METER-NO.
012811     READ METERAST
012811         INVALID KEY
012811             CONTINUE
012811         NOT INVALID KEY
012811             MOVE MA-DIAL-DIGITS TO DL-DIAL-DIGITS
012811             MOVE MA-MULT-FACTOR TO DL-MULT-FACTOR
012811     END-READ.
012811     MOVE CM-CURR-READING    TO DL-PREV-READING.
012811     MOVE MT-OLD-FINAL-UNITS TO DL-CURR-READING.
012811     CALL "BILDIAL" USING DL-PARMS.
012811     EVALUATE TRUE
012811         WHEN DL-BACKWARD
012811             MOVE "OLD METER READING RUNS BACKWARD"
012811                 TO WS-REG-FAULT-TEXT
012811         WHEN DL-TOO-WIDE
012811             MOVE "OLD METER READING WIDER THAN ITS DIALS"
012811                 TO WS-REG-FAULT-TEXT
012811         WHEN DL-OVERFLOW
012811             MOVE "OLD METER UNITS OVERFLOW THE FIELD"
012811                 TO WS-REG-FAULT-TEXT
012811     END-EVALUATE.
012811     IF NOT DL-OK
012811         MOVE "Y" TO WS-REG-FAULT-SW
012811         GO TO 2277-EXIT
012811     END-IF.
012811     MOVE DL-UNITS TO WS-OLD-METER-UNITS.
012811     IF DL-ROLLED-OVER
012811         ADD 1 TO WS-ROLLOVER-COUNT
012811     END-IF.
012811     IF DL-MULT-FACTOR NUMERIC AND DL-MULT-FACTOR > 1
012811         ADD 1 TO WS-FACTORED-COUNT
012811     END-IF.
012811 2277-EXIT.
012811     EXIT.

012811*-----------------------------------------------------------*
012811*    THE SUB-METER CURSOR.  THE MASTER PASS ARRIVES IN KEY      *
012811*    ORDER, SO THE FILE IS CONSUMED FORWARD ONLY - A RECORD     *
012869         GO TO 2280-EXIT
012869     END-IF.
012869     MOVE ADJ-CUST-ID TO WS-ADJ-PREV-CUST.
012869*    AN ADJUSTMENT WHOSE OPERATOR IS CONFLICTED ON THE
012869*    CUSTOMER IS DROPPED - THE BILL GOES OUT AS COMPUTED AND
012869*    THE ITEM MUST BE RE-KEYED BY ANOTHER OPERATOR.  AN ITEM
012869*    WITH NO OPERATOR ON IT IS CHECKED AGAINST THE OPERATOR
012869*    WHO SIGNED ON TO THE RUN.
012870     IF ADJ-CUST-ID = MT-CUST-ID
012870         MOVE ADJ-CUST-ID    TO CF-CUST-ID
012870         MOVE ADJ-OPERATOR-ID TO CF-OPERATOR-ID
012870         IF ADJ-OPERATOR-ID = SPACES
012870             MOVE WS-OPERATOR-ID TO CF-OPERATOR-ID
012870         END-IF
012870         MOVE "ADJUSTMENT"   TO CF-ACTION
012870         PERFORM 2285-CHECK-CONFLICT THRU 2285-EXIT
012870         IF CF-CONFLICT
012870             ADD 1 TO WS-EXCEPTION-COUNT
012870         ELSE
012871             ADD ADJ-AMOUNT TO WS-ADJUSTMENT-TOTAL
012872             MOVE ADJ-REASON-TEXT TO WS-ADJ-REASON-FOUND
012872         END-IF
012874     END-IF.
012874     READ ADJTXN
012874         AT END
012874 2280-EXIT.
012875     EXIT.

012875*-----------------------------------------------------------*
012875*    STAFF-ACCOUNT CONFLICT CHECK - AN OPERATOR LINKED ON   *
012875*    STAFFREG TO THE CUSTOMER MAY NOT ACT ON IT, AND NO     *
012875*    SUPERVISOR CAN SIGN IT THROUGH.  THE CALLER SETS       *
012875*    CF-CUST-ID, CF-ACTION AND CF-OPERATOR-ID AND LEAVES    *
012875*    THE CUSTOMER ALONE ON CF-CONFLICT - BILSTFC HAS        *
012875*    ALREADY LOGGED IT.                                     *
012875*-----------------------------------------------------------*
012875 2285-CHECK-CONFLICT.
012875     MOVE "BILBATCH"      TO CF-PROGRAM-ID.
012875     CALL "BILSTFC" USING CF-PARMS.
012875 2285-EXIT.
012875     EXIT.

012876 2290-APPLY-SUBSIDY.
012877     MOVE ZERO TO WS-SUBSIDY-AMT.
012878     IF CM-SUBSIDY-ELIGIBLE
012606         GO TO 2000-SKIP
012607     END-IF.
012700     PERFORM 2050-MATCH-TXN      THRU 2050-EXIT.
012700*    A METER THE READER COULD NOT READ COMES BACK WITH ZERO
012700*    UNITS AND THE REASON - IT IS BILLED AS IF NO READING
012700*    HAD ARRIVED, THE REASON TRAVELLING WITH THE ESTIMATE.
012700     MOVE SPACE TO WS-NOREAD-STATUS.
012700     MOVE SPACES TO WS-READER-ID.
012700     IF WS-CUST-FOUND
012700         MOVE MT-READER-ID TO WS-READER-ID
012700     END-IF.
012700     IF WS-CUST-FOUND AND NOT MT-STAT-READ
012700         MOVE MT-READ-STATUS TO WS-NOREAD-STATUS
012700         MOVE CM-CUST-ID TO WS-PRIOR-CUST-ID
012700         MOVE "N" TO WS-CUST-FOUND-SW
012700     END-IF.
012700*    A SUPPLY THE CUSTOMER HAS HAD SUSPENDED IS OFF THE ROUTE -
012700*    A READING THAT COMES IN ANYWAY IS SET ASIDE AND THE
012700*    SUSPENDED FIXED CHARGE BILLED.
012700     IF WS-CUST-FOUND AND CM-STAT-SUSPENDED AND CM-VOLSUSP-ON
012700         DISPLAY "BILBATCH: READING FOR " CM-CUST-ID
012700             " IGNORED - SUPPLY VOLUNTARILY SUSPENDED"
012700         MOVE CM-CUST-ID TO WS-PRIOR-CUST-ID
012700         MOVE "N" TO WS-CUST-FOUND-SW
012700     END-IF.
012800     IF WS-CUST-FOUND
012801         MOVE CM-CUST-ID TO WS-PRIOR-CUST-ID
012802         PERFORM 2276-DERIVE-REGISTER-UNITS THRU 2276-EXIT
012802         PERFORM 2275-CHECK-CHANGEOUT THRU 2275-EXIT
012805         PERFORM 2250-AGGREGATE-SUBMETERS THRU 2250-EXIT
012810         PERFORM 2300-VALIDATE-UNITS THRU 2300-EXIT
014350     MOVE MT-CUST-ID TO EX-CUST-ID.
014355     MOVE WS-BILL-PERIOD TO EX-BILL-PERIOD.
014360     MOVE MT-UNITS   TO EX-UNITS.
014360     MOVE MT-READER-ID TO EX-READER-ID.
014365     IF MT-CUST-ID = WS-PRIOR-CUST-ID
014366         SET EX-REASON-DUPLICATE TO TRUE
014367         MOVE "DUPLICATE READING - CUSTOMER ALREADY BILLED"
014439*    FROM CONSUMPTION THE SYSTEM ITSELF ALREADY BILLED ONCE.       *
014440*-----------------------------------------------------------*
014440 2450-ESTIMATE-BILL.
014439*    A VOLUNTARILY SUSPENDED SUPPLY IS NOT READ - IT IS BILLED
014439*    THE SCHEDULE'S SUSPENDED FIXED CHARGE HERE, NOT ESTIMATED.
014439     IF CM-STAT-SUSPENDED AND CM-VOLSUSP-ON
014439         PERFORM 2480-BILL-SUSPENDED THRU 2480-EXIT
014439         GO TO 2450-EXIT
014439     END-IF.
014439*    AN UNMETERED CONNECTION NEVER HAS A READING - IT IS
014439*    BILLED ITS FLAT RATE HERE, NOT ESTIMATED.
014439     IF CM-UNMETERED
014439         PERFORM 2460-BILL-UNMETERED THRU 2460-EXIT
014439         GO TO 2450-EXIT
014439     END-IF.
014439     IF WS-NOREAD-METER-BURNT
014439         PERFORM 2470-QUEUE-BURNT-METER THRU 2470-EXIT
014439         GO TO 2450-EXIT
014439     END-IF.
014440     MOVE "N" TO WS-ESTIMATE-SW.
014440     IF CM-STAT-ACTIVE
014440         AND CM-PENDING-PERIOD = ZERO
014440     MOVE ZERO           TO MT-EXPORT-UNITS.
014440     MOVE ZERO           TO MT-KVAH-UNITS.
014440     MOVE ZERO           TO MT-READING-DATE.
014440     MOVE ZERO           TO MT-PREV-READING.
014440     MOVE ZERO           TO MT-CURR-READING.
014440     MOVE WS-NOREAD-STATUS TO MT-READ-STATUS.
014440     MOVE WS-READER-ID   TO MT-READER-ID.
014440     MOVE ZERO           TO MT-CHANGE-DATE.
014440     MOVE "N"            TO WS-CHANGEOUT-SW.
014440     MOVE "N"            TO WS-REGISTER-SW.
014440     PERFORM 4000-COMPUTE-BILL      THRU 4000-EXIT.
014440     PERFORM 4500-UPDATE-CUSTOMER   THRU 4500-EXIT.
014440     PERFORM 4600-WRITE-HISTORY     THRU 4600-EXIT.
014441     MOVE ZERO           TO MT-EXPORT-UNITS.
014441     MOVE ZERO           TO MT-KVAH-UNITS.
014441     MOVE ZERO           TO MT-READING-DATE.
014441     MOVE ZERO           TO MT-PREV-READING.
014441     MOVE ZERO           TO MT-CURR-READING.
014441     MOVE SPACE          TO MT-READ-STATUS.
014441     MOVE SPACES         TO MT-READER-ID.
014441     MOVE ZERO           TO MT-CHANGE-DATE.
014441     MOVE "N"            TO WS-CHANGEOUT-SW.
014441     MOVE "N"            TO WS-REGISTER-SW.
014441     MOVE "Y"            TO WS-UNMETERED-SW.
014441     PERFORM 4000-COMPUTE-BILL      THRU 4000-EXIT.
014441     PERFORM 4500-UPDATE-CUSTOMER   THRU 4500-EXIT.
014441 2460-EXIT.
014441     EXIT.

014441*-----------------------------------------------------------*
014441*    FIXED-CHARGE BILL FOR A VOLUNTARILY SUSPENDED SUPPLY - THE  *
014441*    SCHEDULE'S REDUCED FIXED CHARGE STANDS IN FOR THE           *
014441*    CONSUMPTION CHARGE AND THE MINIMUM, ON A ZERO-UNITS         *
014441*    TRANSACTION, THROUGH THE NORMAL POSTING PARAGRAPHS - THE    *
014441*    SAME SAVE/RESTORE PATTERN THE UNMETERED PATH USES.  ARREARS *
014441*    AND FEES DUE BILL AS ON ANY OTHER BILL.                     *
014441*-----------------------------------------------------------*
014441 2480-BILL-SUSPENDED.
014441     IF CM-PENDING-PERIOD > 0
014441         OR CM-LAST-BILL-PERIOD = WS-BILL-PERIOD
014441         GO TO 2480-EXIT
014441     END-IF.
014441     MOVE MT-RECORD      TO WS-SAVED-TXN.
014441     MOVE CM-CUST-ID     TO MT-CUST-ID.
014441     MOVE ZERO           TO MT-UNITS.
014441     MOVE SPACE          TO MT-TXN-TYPE.
014441     MOVE ZERO           TO MT-OLD-FINAL-UNITS.
014441     MOVE SPACES         TO MT-NEW-METER-NO.
014441     MOVE ZERO           TO MT-PEAK-UNITS.
014441     MOVE ZERO           TO MT-OFFPEAK-UNITS.
014441     MOVE ZERO           TO MT-EXPORT-UNITS.
014441     MOVE ZERO           TO MT-KVAH-UNITS.
014441     MOVE ZERO           TO MT-READING-DATE.
014441     MOVE ZERO           TO MT-PREV-READING.
014441     MOVE ZERO           TO MT-CURR-READING.
014441     MOVE SPACE          TO MT-READ-STATUS.
014441     MOVE SPACES         TO MT-READER-ID.
014441     MOVE ZERO           TO MT-CHANGE-DATE.
014441     MOVE "N"            TO WS-CHANGEOUT-SW.
014441     MOVE "N"            TO WS-REGISTER-SW.
014441     MOVE "Y"            TO WS-SUSPENDED-SW.
014441     PERFORM 4000-COMPUTE-BILL      THRU 4000-EXIT.
014441     PERFORM 4500-UPDATE-CUSTOMER   THRU 4500-EXIT.
014441     PERFORM 4600-WRITE-HISTORY     THRU 4600-EXIT.
014441     PERFORM 4700-WRITE-CSV-EXTRACT THRU 4700-EXIT.
014441     PERFORM 4750-WRITE-BUREAU THRU 4750-EXIT.
014441     PERFORM 4650-WRITE-NOTIFICATION THRU 4650-EXIT.
014441     PERFORM 5000-PRINT-BILL        THRU 5000-EXIT.
014441     PERFORM 5500-ACCUMULATE-TOTALS THRU 5500-EXIT.
014441     ADD 1 TO WS-SUSPENDED-COUNT.
014441     MOVE WS-SAVED-TXN TO MT-RECORD.
014441     MOVE "N" TO WS-SUSPENDED-SW.
014441 2480-EXIT.
014441     EXIT.

014442*-----------------------------------------------------------*
014442*    A METER THE READER FOUND BURNT IS NOT ESTIMATED AGAIN -    *
014442*    IT GOES ONTO THE MTRINSP QUEUE FOR BILINSP (ONCE: A METER  *
014442*    ALREADY REPORTED BURNT IS ALREADY QUEUED) AND IS EXCEPTED  *
014442*    UNTIL THE CREW'S RESULT IS IN.                             *
014442*-----------------------------------------------------------*
014442 2470-QUEUE-BURNT-METER.
014442     IF NOT CM-STAT-ACTIVE
014442         OR CM-LAST-BILL-PERIOD = WS-BILL-PERIOD
014442         GO TO 2470-EXIT
014442     END-IF.
014442     MOVE SPACES TO EX-RECORD.
014442     MOVE CM-CUST-ID TO EX-CUST-ID.
014442     MOVE WS-BILL-PERIOD TO EX-BILL-PERIOD.
014442     MOVE ZERO TO EX-UNITS.
014442     MOVE WS-READER-ID TO EX-READER-ID.
014442     SET EX-REASON-BURNT TO TRUE.
014442     MOVE "METER BURNT - QUEUED FOR INSPECTION" TO EX-REASON-TEXT.
014442     ADD 1 TO WS-EXCEPTION-COUNT.
014442     IF WS-PROOF-MODE
014442         GO TO 2470-EXIT
014442     END-IF.
014442     WRITE EX-RECORD.
014442     IF NOT CM-LAST-STAT-METER-BURNT
014442         MOVE CM-CUST-ID    TO MI-CUST-ID
014442         MOVE CM-METER-NO   TO MI-METER-NO
014442         SET MI-COND-BURNT  TO TRUE
014442         MOVE CM-LAST-UNITS TO MI-LAST-UNITS
014442         MOVE CM-LAST-UNITS TO MI-AVG-UNITS
014442         MOVE ZERO          TO MI-PERIODS-SEEN
014442         WRITE MI-RECORD
014442         ADD 1 TO WS-BURNT-COUNT
014442     END-IF.
014442     PERFORM 4530-TRACK-READ-STATUS THRU 4530-EXIT.
014442     REWRITE CM-RECORD
014442         INVALID KEY
014442             DISPLAY "BILBATCH: REWRITE FAILED FOR CUSTOMER "
014442                 CM-CUST-ID
014442     END-REWRITE.
014442 2470-EXIT.
014442     EXIT.

014440 2400-LOG-NO-READING.
014450     IF CM-STAT-ACTIVE
014460         MOVE SPACES TO EX-RECORD
014470         MOVE CM-CUST-ID TO EX-CUST-ID
014475         MOVE WS-BILL-PERIOD TO EX-BILL-PERIOD
014480         MOVE ZERO TO EX-UNITS
014480         MOVE WS-READER-ID TO EX-READER-ID
014490         SET EX-REASON-NO-READING TO TRUE
014500         MOVE "NO METER READING RECEIVED FOR THIS PERIOD"
014510             TO EX-REASON-TEXT
014510         IF NOT WS-NOREAD-NONE
014510             MOVE SPACES TO EX-REASON-TEXT
014510             STRING "METER NOT READ - READER STATUS "
014510                 WS-NOREAD-STATUS
014510                 DELIMITED BY SIZE INTO EX-REASON-TEXT
014510         END-IF
014515         IF NOT WS-PROOF-MODE
014520             WRITE EX-RECORD
014525         END-IF
015340     MOVE MT-CUST-ID TO EX-CUST-ID.
015345     MOVE WS-BILL-PERIOD TO EX-BILL-PERIOD.
015350     MOVE MT-UNITS   TO EX-UNITS.
015350     MOVE MT-READER-ID TO EX-READER-ID.
015351     PERFORM 2295-COMPUTE-MONTHS-ELAPSED THRU 2295-EXIT.
015354     IF CM-UNMETERED
015354         SET EX-REASON-REJECTED TO TRUE
015359         MOVE "BI-MONTHLY CUSTOMER NOT YET DUE FOR BILLING"
015359             TO EX-REASON-TEXT
015359         MOVE "N" TO WS-VALID-SW
015359     ELSE IF WS-REG-FAULT
015359         SET EX-REASON-REGISTER TO TRUE
015359         MOVE WS-REG-FAULT-TEXT TO EX-REASON-TEXT
015359         MOVE "N" TO WS-VALID-SW
015360     ELSE IF MT-UNITS NOT NUMERIC
015370         SET EX-REASON-NONNUMERIC TO TRUE
015380         MOVE "METER READING IS NOT NUMERIC" TO EX-REASON-TEXT
015390         MOVE "N" TO WS-VALID-SW
015400     ELSE
015410         IF CM-LAST-UNITS > 0
015420             COMPUTE WS-MAX-REASONABLE-UNITS =
015430                 CM-LAST-UNITS * 100
015440             IF MT-UNITS > WS-MAX-REASONABLE-UNITS
015560     EXIT.

015400 4000-COMPUTE-BILL.
015401     MOVE CM-CREDIT-BALANCE  TO WS-CREDIT-BEFORE.
015401     MOVE CM-PREPAID-BALANCE TO WS-PREPAID-BEFORE.
015401     MOVE ZERO TO WS-EST-REMAINDER.
015401     IF NOT WS-ESTIMATING AND CM-EST-UNITS > 0
015402         IF MT-UNITS > CM-EST-UNITS
015406         END-IF
015407     END-IF.
015450     PERFORM 1150-FIND-RATE-CLASS THRU 1150-EXIT.
015450     IF WS-CONTRACT-BILL OR WS-SUSPENDED-BILL
015450         MOVE "N" TO WS-SPLIT-SW
015450     ELSE
015450         PERFORM 1155-CHECK-RATE-SPLIT THRU 1155-EXIT
015500     MOVE BC-TIER2-LIMIT TO WS-TN-T2-LIMIT.
015500     MOVE BC-TIER2-RATE  TO WS-TN-T2-RATE.
015500     MOVE BC-TIER3-RATE  TO WS-TN-T3-RATE.
015598     IF WS-SUSPENDED-BILL
015598         PERFORM 4044-PRICE-SUSPENDED THRU 4044-EXIT
015598     ELSE
015598     IF WS-UNMETERED-BILL
015598         PERFORM 4045-PRICE-UNMETERED THRU 4045-EXIT
015598     ELSE
015600         END-IF
015601     END-IF
015601     END-IF
015601     END-IF
015601     END-IF.
015604*    THE CONTRACT'S MINIMUM-OFFTAKE CLAUSE REPLACES THE
015604*    CLASS MINIMUM CHARGE, AS THE SUSPENDED FIXED CHARGE DOES.
015605     IF BC-BILL < WS-MIN-CHARGE AND NOT WS-CONTRACT-BILL
015605         AND NOT WS-SUSPENDED-BILL
015606         MOVE WS-MIN-CHARGE TO BC-BILL
015607     END-IF.
015607*    THE TENANT ALLOCATION IS A STATEMENT SERVICE ONLY - THE
015609     PERFORM 4068-APPLY-DEMAND-CHARGE THRU 4068-EXIT.
015609     PERFORM 4069-APPLY-POWER-FACTOR THRU 4069-EXIT.
015609     PERFORM 4072-APPLY-EXPORT-CREDIT THRU 4072-EXIT.
015609     PERFORM 4074-APPLY-GREEN-REBATE THRU 4074-EXIT.
015609     PERFORM 4076-APPLY-METER-RENT THRU 4076-EXIT.
015610     PERFORM 4080-SET-ARREARS-BILLED THRU 4080-EXIT.
015617     COMPUTE WS-GST-AMT ROUNDED =
015617         (BC-BILL + WS-FUEL-AMT + WS-DEMAND-AMT + WS-PF-AMT)
015617         * WS-GST-PCT / 100.
015617     PERFORM 4079-APPLY-GST-EXEMPTION THRU 4079-EXIT.
015618     COMPUTE WS-GROSS-BILL =
015618         BC-BILL + WS-FUEL-AMT + WS-DEMAND-AMT + WS-PF-AMT
015618         + WS-SEWER-AMT + WS-DUTY-AMT + WS-GST-AMT
015618         + WS-METER-RENT + WS-ARREARS-BILLED.
015619     PERFORM 2270-APPLY-ADJUSTMENTS THRU 2270-EXIT.
015620     PERFORM 2290-APPLY-SUBSIDY     THRU 2290-EXIT.
015620     IF CM-RECONN-FEE-DUE NUMERIC
015620     ELSE
015620         MOVE ZERO TO WS-LOADCHG-FEE
015620     END-IF.
015620     IF CM-SUSP-FEE-DUE NUMERIC
015620         MOVE CM-SUSP-FEE-DUE TO WS-SUSP-FEE
015620     ELSE
015620         MOVE ZERO TO WS-SUSP-FEE
015620     END-IF.
015620*    A RETROSPECTIVE TARIFF REVISION (BILTREV) BILLS ITS
015620*    INSTALMENT, OR THE WHOLE BALANCE ON THE LAST ONE.
015620     MOVE ZERO TO WS-TARREV-AMT.
015620     IF CM-TARREV-BAL NUMERIC AND CM-TARREV-BAL NOT = ZERO
015620         IF CM-TARREV-LEFT NOT NUMERIC OR CM-TARREV-LEFT <= 1
015620             MOVE CM-TARREV-BAL TO WS-TARREV-AMT
015620         ELSE
015620             MOVE CM-TARREV-INSTAL TO WS-TARREV-AMT
015620         END-IF
015620     END-IF.
015620*    A MASTER CONVERTED BEFORE THE ROUND-OFF FIELD EXISTED
015620*    CARRIES SPACES THERE - TREAT IT AS NO CARRY.
015620     IF CM-ROUNDOFF-BAL NUMERIC
015620     END-IF.
015621     COMPUTE WS-NET-BILL =
015621         WS-GROSS-BILL + WS-ADJUSTMENT-TOTAL - CM-CREDIT-BALANCE
015621             - WS-SUBSIDY-AMT - WS-EXPORT-CREDIT - WS-GREEN-REBATE
015621             + WS-RECONN-FEE + WS-CHEQUE-FEE + WS-TEMP-FEE
015621             + WS-LEGAL-FEE + WS-LOADCHG-FEE + WS-SUSP-FEE
015621             + WS-TARREV-AMT + WS-ROUND-CARRY.
015622     IF WS-NET-BILL < 0
015623         MOVE ZERO TO BILL
015624         COMPUTE CM-CREDIT-BALANCE = ZERO - WS-NET-BILL
015650         SUBTRACT WS-LOADCHG-FEE FROM BILL
015651         MOVE ZERO TO WS-LOADCHG-FEE
015652     END-IF.
015652     IF WS-HOLD-BILL AND WS-SUSP-FEE > 0
015652         SUBTRACT WS-SUSP-FEE FROM BILL
015652         MOVE ZERO TO WS-SUSP-FEE
015652     END-IF.
015652     IF WS-HOLD-BILL AND WS-TARREV-AMT NOT = 0
015652         SUBTRACT WS-TARREV-AMT FROM BILL
015652         MOVE ZERO TO WS-TARREV-AMT
015652     END-IF.
015653*    THE FEES JUST BACKED OUT CARRY PAISE - A HELD BILL
015654*    GOES TO THE APPROVAL QUEUE IN WHOLE RUPEES LIKE ANY
015655*    OTHER.
015657         COMPUTE WS-ROUNDED-BILL ROUNDED = BILL
015658         MOVE WS-ROUNDED-BILL TO BILL
015659     END-IF.
015659*    AN ON-BILL FINANCING INSTALMENT RIDES ON THE SAME INVOICE
015659*    BUT IS NOT PART OF BILL - IT CARRIES NO PENALTY AND NEVER
015659*    COUNTS TOWARDS DISCONNECTION.  A HELD BILL DEFERS IT TO
015659*    THE NEXT CYCLE.
015659     PERFORM 4040-PRICE-FINANCE THRU 4040-EXIT.
015659     IF WS-HOLD-BILL
015659         MOVE ZERO TO WS-LOAN-SUB
015659         MOVE ZERO TO WS-OBF-PRIN
015659         MOVE ZERO TO WS-OBF-INT
015659         MOVE ZERO TO WS-OBF-INSTAL
015659     END-IF.
015700 4000-EXIT.
015800     EXIT.

015800*-----------------------------------------------------------*
015800*    ON-BILL FINANCING - THE MONTH'S EQUATED INSTALMENT FOR     *
015800*    THE CUSTOMER'S LIVE LOAN, ONCE A PERIOD FROM THE LOAN'S     *
015800*    START.  INTEREST IS A MONTH AT THE ANNUAL RATE ON THE       *
015800*    PRINCIPAL STILL TO BE BILLED AND THE REST OF THE            *
015800*    INSTALMENT REDUCES THAT PRINCIPAL; THE LAST INSTALMENT OF   *
015800*    THE TERM TAKES WHATEVER PRINCIPAL IS LEFT.  A LOAN WHOSE    *
015800*    PRINCIPAL IS ALL BILLED STILL SHOWS WHAT IS OVERDUE.        *
015800*    PREPAID ACCOUNTS ARE NEVER ENROLLED.                        *
015800*-----------------------------------------------------------*
015800 4040-PRICE-FINANCE.
015800     MOVE ZERO TO WS-OBF-PRIN.
015800     MOVE ZERO TO WS-OBF-INT.
015800     MOVE ZERO TO WS-OBF-INSTAL.
015800     MOVE ZERO TO WS-OBF-OVERDUE.
015800     MOVE ZERO TO WS-OBF-BALANCE.
015800     MOVE ZERO TO WS-LOAN-SUB.
015800     IF WS-LOAN-COUNT = 0 OR CM-PREPAID
015800         GO TO 4040-EXIT
015800     END-IF.
015800     PERFORM 4041-FIND-LOAN THRU 4041-EXIT
015800         VARYING WS-OB-IDX FROM 1 BY 1
015800         UNTIL WS-OB-IDX > WS-LOAN-COUNT OR WS-LOAN-SUB > 0.
015800     IF WS-LOAN-SUB = 0
015800         GO TO 4040-EXIT
015800     END-IF.
015800     IF WS-OB-START-PERIOD(WS-LOAN-SUB) > WS-BILL-PERIOD
015800         OR WS-OB-LAST-BILLED(WS-LOAN-SUB) >= WS-BILL-PERIOD
015800         MOVE ZERO TO WS-LOAN-SUB
015800         GO TO 4040-EXIT
015800     END-IF.
015800     MOVE WS-OB-DUE-AMT(WS-LOAN-SUB) TO WS-OBF-OVERDUE.
015800     IF WS-OB-PRIN-BAL(WS-LOAN-SUB) > 0
015800         COMPUTE WS-OBF-INT ROUNDED =
015800             WS-OB-PRIN-BAL(WS-LOAN-SUB)
015800                 * WS-OB-RATE-PCT(WS-LOAN-SUB) / 1200
015800         EVALUATE TRUE
015800             WHEN WS-OB-INST-BILLED(WS-LOAN-SUB) + 1
015800                      >= WS-OB-TERM(WS-LOAN-SUB)
015800                 MOVE WS-OB-PRIN-BAL(WS-LOAN-SUB) TO WS-OBF-PRIN
015800             WHEN WS-OB-INSTALMENT(WS-LOAN-SUB) - WS-OBF-INT
015800                      >= WS-OB-PRIN-BAL(WS-LOAN-SUB)
015800                 MOVE WS-OB-PRIN-BAL(WS-LOAN-SUB) TO WS-OBF-PRIN
015800             WHEN WS-OB-INSTALMENT(WS-LOAN-SUB) > WS-OBF-INT
015800                 COMPUTE WS-OBF-PRIN =
015800                     WS-OB-INSTALMENT(WS-LOAN-SUB) - WS-OBF-INT
015800             WHEN OTHER
015800                 MOVE ZERO TO WS-OBF-PRIN
015800         END-EVALUATE
015800     END-IF.
015800     COMPUTE WS-OBF-INSTAL = WS-OBF-PRIN + WS-OBF-INT.
015800     COMPUTE WS-OBF-BALANCE =
015800         WS-OB-PRIN-BAL(WS-LOAN-SUB) - WS-OBF-PRIN
015800             + WS-OBF-OVERDUE + WS-OBF-INSTAL.
015800 4040-EXIT.
015800     EXIT.

015800 4041-FIND-LOAN.
015800     IF WS-OB-CUST-ID(WS-OB-IDX) = CM-CUST-ID
015800         AND (WS-OB-ACTIVE(WS-OB-IDX)
015800             OR WS-OB-DEFAULTED(WS-OB-IDX))
015800         SET WS-LOAN-SUB TO WS-OB-IDX
015800     END-IF.
015800 4041-EXIT.
015800     EXIT.

015801*-----------------------------------------------------------*
015802*    ARREARS CARRIED INTO THE BILL.  A CUSTOMER WITH NO          *
015803*    ACTIVE PAYMENT PLAN CARRIES THE FULL ARREARS PLUS THE       *
015807 4072-EXIT.
015807     EXIT.

015807*-----------------------------------------------------------*
015807*    PAPERLESS E-BILL - AN ENROLLED ACCOUNT WITH AN EMAIL       *
015807*    ADDRESS IS SENT ITS BILL IMAGE BY EMAIL INSTEAD OF BY      *
015807*    THE PRINT BUREAU, AND EARNS THE SCHEDULE'S GREEN REBATE.   *
015807*    AN ACCOUNT BILDLVR HAS PUT BACK ON PRINTED BILLS GETS      *
015807*    NEITHER UNTIL ITS CONTACT DETAILS ARE CORRECTED.  THE      *
015807*    REBATE IS A CREDIT OUTSIDE THE GST BASE, LIKE THE EXPORT   *
015807*    CREDIT.                                                    *
015807*-----------------------------------------------------------*
015807 4074-APPLY-GREEN-REBATE.
015807     MOVE "N"  TO WS-EBILL-SW.
015807     MOVE ZERO TO WS-GREEN-REBATE.
015807     IF NOT CM-PAPERLESS OR CM-PRINT-FALLBACK
015807         OR CM-EMAIL = SPACES
015807         GO TO 4074-EXIT
015807     END-IF.
015807     MOVE "Y"           TO WS-EBILL-SW.
015807     MOVE WS-GREEN-RATE TO WS-GREEN-REBATE.
015807 4074-EXIT.
015807     EXIT.

015807*-----------------------------------------------------------*
015807*    METER RENT - THE MONTHLY RENT FOR THE TYPE OF METER ON     *
015807*    THE ASSET REGISTER, TWICE OVER ON A BIMONTHLY CYCLE.  A    *
015807*    METER THE CUSTOMER OWNS BEARS NONE.  IN THE PERIOD A       *
015807*    METER IS CHANGED OUT THE OLD AND NEW METERS' RENTS ARE     *
015807*    SHARED BY THE DAYS EACH WAS IN, WHEN THE CHANGE DATE AND   *
015807*    THE READING SPAN ARE BOTH KNOWN; OTHERWISE THE NEW METER'S *
015807*    RENT STANDS.  THE RENT IS OUTSIDE THE GST BASE.            *
015807*-----------------------------------------------------------*
015807 4076-APPLY-METER-RENT.
015807     MOVE ZERO TO WS-METER-RENT.
015807     IF WS-RENT-COUNT = 0 OR WS-UNMETERED-BILL
015807         GO TO 4076-EXIT
015807     END-IF.
015807     MOVE CM-METER-NO TO WS-RENT-METER-NO.
015807     PERFORM 4077-RENT-FOR-METER THRU 4077-EXIT.
015807     IF WS-CHANGEOUT
015807         MOVE WS-RENT-AMT     TO WS-RENT-OLD-AMT
015807         MOVE MT-NEW-METER-NO TO WS-RENT-METER-NO
015807         PERFORM 4077-RENT-FOR-METER THRU 4077-EXIT
015807         IF WS-SPAN-DAYS > 0
015807             AND MT-CHANGE-DATE NUMERIC
015807             AND MT-CHANGE-DATE > WS-READ-FROM-DATE
015807             AND MT-CHANGE-DATE < WS-READ-TO-DATE
015807             COMPUTE WS-RENT-OLD-DAYS =
015807                 FUNCTION INTEGER-OF-DATE(MT-CHANGE-DATE)
015807                 - FUNCTION INTEGER-OF-DATE(WS-READ-FROM-DATE)
015807             IF WS-RENT-OLD-DAYS < WS-SPAN-DAYS
015807                 COMPUTE WS-RENT-AMT ROUNDED =
015807                     (WS-RENT-OLD-AMT * WS-RENT-OLD-DAYS
015807                     + WS-RENT-AMT
015807                     * (WS-SPAN-DAYS - WS-RENT-OLD-DAYS))
015807                     / WS-SPAN-DAYS
015807             END-IF
015807         END-IF
015807     END-IF.
015807     IF CM-CYCLE-BIMONTHLY
015807         COMPUTE WS-METER-RENT = WS-RENT-AMT * 2
015807     ELSE
015807         MOVE WS-RENT-AMT TO WS-METER-RENT
015807     END-IF.
015807 4076-EXIT.
015807     EXIT.

015807*-----------------------------------------------------------*
015807*    THE RENT FOR ONE METER.  AN UNCLASSIFIED METER (OR ONE     *
015807*    NOT ON THE REGISTER) IS TAKEN AS SMART IF FLAGGED SO, CT-  *
015807*    OPERATED IF IT CARRIES A MULTIPLYING FACTOR, OTHERWISE     *
015807*    SINGLE-PHASE.  A TYPE MISSING FROM THE TABLE BEARS NONE.   *
015807*-----------------------------------------------------------*
015807 4077-RENT-FOR-METER.
015807     MOVE ZERO  TO WS-RENT-AMT.
015807     MOVE "1"   TO WS-RENT-TYPE.
015807     MOVE WS-RENT-METER-NO TO MA-METER-NO.
015807     READ METERAST
015807         INVALID KEY
015807             GO TO 4077-SEARCH
015807     END-READ.
015807     IF MA-CUSTOMER-OWNED
015807         GO TO 4077-EXIT
015807     END-IF.
015807     EVALUATE TRUE
015807         WHEN MA-METER-TYPE NOT = SPACE
015807             MOVE MA-METER-TYPE TO WS-RENT-TYPE
015807         WHEN MA-SMART
015807             MOVE "S" TO WS-RENT-TYPE
015807         WHEN MA-MULT-FACTOR NUMERIC AND MA-MULT-FACTOR > 1
015807             MOVE "C" TO WS-RENT-TYPE
015807     END-EVALUATE.
015807 4077-SEARCH.
015807     SET WS-RN-IDX TO 1.
015807     SEARCH WS-RN-ENTRY
015807         AT END
015807             CONTINUE
015807         WHEN WS-RN-METER-TYPE(WS-RN-IDX) = WS-RENT-TYPE
015807             MOVE WS-RN-MONTHLY-RENT(WS-RN-IDX) TO WS-RENT-AMT
015807     END-SEARCH.
015807 4077-EXIT.
015807     EXIT.

015808*-----------------------------------------------------------*
015808*    TIME-OF-USE PRICING - EACH REGISTER AT ITS OWN RATE,       *
015808*    REPLACING THE TIER ARITHMETIC.  THE TOTAL READ STAYS       *
015809     IF WS-UNMETERED-BILL
015809         GO TO 4068-EXIT
015809     END-IF.
015809*    NOR IS IT LEVIED ON A SUPPLY SUSPENDED AT THE CUSTOMER'S
015809*    REQUEST - THE SUSPENDED FIXED CHARGE IS ALL THAT BILLS.
015809     IF WS-SUSPENDED-BILL
015809         GO TO 4068-EXIT
015809     END-IF.
015809     IF NOT CM-SVC-ELECTRICITY
015809         GO TO 4068-EXIT
015809     END-IF.
015810 4066-APPLY-MUNICIPAL-DUTY.
015810     MOVE ZERO TO WS-DUTY-PCT.
015810     MOVE ZERO TO WS-DUTY-AMT.
015810     MOVE ZERO TO WS-DUTY-EXEMPT.
015810     MOVE ZERO TO WS-DUTY-XM-PCT.
015810     MOVE SPACES TO WS-DUTY-CERT.
015810     IF NOT CM-SVC-ELECTRICITY
015810         GO TO 4066-EXIT
015810     END-IF.
015810     END-SEARCH.
015810     COMPUTE WS-DUTY-AMT ROUNDED =
015810         BC-BILL * WS-DUTY-PCT / 100.
015810     PERFORM 4067-APPLY-DUTY-EXEMPTION THRU 4067-EXIT.
015810 4066-EXIT.
015810     EXIT.

015810*-----------------------------------------------------------*
015810*    A DUTY EXEMPTION CERTIFICATE VALID ON THE BILL DATE       *
015810*    REMITS ITS PERCENTAGE OF THE DUTY.  THE AMOUNT REMITTED   *
015810*    IS KEPT ON BILLHIST FOR THE BILDUTY RETURN.               *
015810*-----------------------------------------------------------*
015810 4067-APPLY-DUTY-EXEMPTION.
015810     IF WS-EXEMPT-COUNT = 0
015810         GO TO 4067-EXIT
015810     END-IF.
015810     SET WS-XM-IDX TO 1.
015810     SEARCH WS-XM-ENTRY
015810         AT END
015810             GO TO 4067-EXIT
015810         WHEN WS-XM-CUST-ID(WS-XM-IDX) = CM-CUST-ID
015810          AND WS-XM-TAX-TYPE(WS-XM-IDX) = "D"
015810          AND WS-XM-VALID-FROM(WS-XM-IDX) <= WS-SYSTEM-DATE
015810          AND WS-XM-VALID-TO(WS-XM-IDX) >= WS-SYSTEM-DATE
015810             MOVE WS-XM-EXEMPT-PCT(WS-XM-IDX) TO WS-DUTY-XM-PCT
015810             MOVE WS-XM-CERT-NO(WS-XM-IDX)    TO WS-DUTY-CERT
015810     END-SEARCH.
015810     COMPUTE WS-DUTY-EXEMPT ROUNDED =
015810         WS-DUTY-AMT * WS-DUTY-XM-PCT / 100.
015810     SUBTRACT WS-DUTY-EXEMPT FROM WS-DUTY-AMT.
015810 4067-EXIT.
015810     EXIT.

015810*-----------------------------------------------------------*
015810*    THE SAME FOR GST.  A BILL CARRYING EITHER EXEMPTION IS    *
015810*    COUNTED ONCE FOR THE RUN SUMMARY.                         *
015810*-----------------------------------------------------------*
015810 4079-APPLY-GST-EXEMPTION.
015810     MOVE ZERO TO WS-GST-EXEMPT.
015810     MOVE ZERO TO WS-GST-XM-PCT.
015810     MOVE SPACES TO WS-GST-CERT.
015810     IF WS-EXEMPT-COUNT = 0
015810         GO TO 4079-EXIT
015810     END-IF.
015810     SET WS-XM-IDX TO 1.
015810     SEARCH WS-XM-ENTRY
015810         AT END
015810             GO TO 4079-COUNT
015810         WHEN WS-XM-CUST-ID(WS-XM-IDX) = CM-CUST-ID
015810          AND WS-XM-TAX-TYPE(WS-XM-IDX) = "G"
015810          AND WS-XM-VALID-FROM(WS-XM-IDX) <= WS-SYSTEM-DATE
015810          AND WS-XM-VALID-TO(WS-XM-IDX) >= WS-SYSTEM-DATE
015810             MOVE WS-XM-EXEMPT-PCT(WS-XM-IDX) TO WS-GST-XM-PCT
015810             MOVE WS-XM-CERT-NO(WS-XM-IDX)    TO WS-GST-CERT
015810     END-SEARCH.
015810     COMPUTE WS-GST-EXEMPT ROUNDED =
015810         WS-GST-AMT * WS-GST-XM-PCT / 100.
015810     SUBTRACT WS-GST-EXEMPT FROM WS-GST-AMT.
015810 4079-COUNT.
015810     IF WS-DUTY-CERT NOT = SPACES OR WS-GST-CERT NOT = SPACES
015810         ADD 1 TO WS-EXEMPT-BILLS
015810     END-IF.
015810 4079-EXIT.
015810     EXIT.

015811*-----------------------------------------------------------*
015811*    FUEL-ADJUSTMENT SURCHARGE - PER UNIT BILLED, AT THE RATE   *
015811*    ON FILE FOR THIS PERIOD AND SERVICE TYPE.  NO RATE ON      *
015713 4094-EXIT.
015713     EXIT.

015714*-----------------------------------------------------------*
015714*    SUSPENDED FIXED-CHARGE PRICING - THE SCHEDULE'S REDUCED    *
015714*    FIXED CHARGE IS THE WHOLE ENERGY CHARGE; NO UNITS BILL.    *
015714*-----------------------------------------------------------*
015714 4044-PRICE-SUSPENDED.
015714     MOVE WS-SUSP-CHARGE TO BC-BILL.
015714     MOVE ZERO TO BC-UNITS.
015714     MOVE ZERO TO BC-TIER1-UNITS.
015714     MOVE ZERO TO BC-TIER2-UNITS.
015714     MOVE ZERO TO BC-TIER3-UNITS.
015714 4044-EXIT.
015714     EXIT.

015714*-----------------------------------------------------------*
015714*    UNMETERED FLAT-RATE PRICING - THE SCHEDULE'S UNMETERED     *
015714*    RATE TIMES THE FIXTURE COUNT, OR THE SANCTIONED LOAD       *
015709     MOVE WS-DEMAND-AMT  TO AH-DEMAND-AMT.
015709     MOVE WS-EXPORT-UNITS TO AH-EXPORT-UNITS.
015709     MOVE WS-EXPORT-CREDIT TO AH-EXPORT-CREDIT.
015709     MOVE MT-READER-ID   TO AH-READER-ID.
015709     SET AH-STATUS-PENDING TO TRUE.
015709     MOVE SPACES         TO AH-SUPERVISOR-ID.
015709     MOVE ZERO           TO AH-DECISION-DATE.
015709     WRITE AH-RECORD.
015709     MOVE WS-BILL-PERIOD TO CM-PENDING-PERIOD.
015709     PERFORM 4570-JOURNAL-BALANCES THRU 4570-EXIT.
015709     REWRITE CM-RECORD
015709         INVALID KEY
015709             DISPLAY "BILBATCH: REWRITE FAILED FOR CUSTOMER "
015719     IF WS-LOADCHG-FEE > 0
015719         MOVE ZERO TO CM-LOADCHG-FEE-DUE
015719     END-IF.
015719     IF WS-SUSP-FEE > 0
015719         MOVE ZERO TO CM-SUSP-FEE-DUE
015719     END-IF.
015719     IF WS-TARREV-AMT NOT = 0
015719         SUBTRACT WS-TARREV-AMT FROM CM-TARREV-BAL
015719         IF CM-TARREV-LEFT NUMERIC AND CM-TARREV-LEFT > 0
015719             SUBTRACT 1 FROM CM-TARREV-LEFT
015719         END-IF
015719         IF CM-TARREV-BAL = 0
015719             MOVE ZERO TO CM-TARREV-INSTAL
015719             MOVE ZERO TO CM-TARREV-LEFT
015719         END-IF
015719     END-IF.
015719     PERFORM 4540-POST-FINANCE THRU 4540-EXIT.
015719*    A LOAD CHANGE THAT THIS BILL HAS NOW TAKEN THROUGH
015719*    THE DAY-WEIGHTED DEMAND CHARGE IS SPENT - THE NEXT
015719*    PERIOD BILLS WHOLLY AT THE NEW LOAD.
015719         MOVE WS-READ-TO-DATE TO CM-LAST-READ-DATE
015719     END-IF.
015720     MOVE MT-UNITS TO CM-LAST-UNITS.
015720     IF WS-REGISTER-READ
015720         MOVE MT-PREV-READING TO CM-PREV-READING
015720         MOVE MT-CURR-READING TO CM-CURR-READING
015720     END-IF.
015721     IF WS-PLAN-SUB > 0
015722         AND WS-BILL-PERIOD = WS-PP-NEXT-DUE-PERIOD(WS-PLAN-SUB)
015722         IF WS-ARREARS-BILLED > CM-ARREARS
015727     MOVE WS-BILL-PERIOD TO CM-LAST-BILL-PERIOD.
015728     ADD MT-UNITS  TO CM-YTD-UNITS.
015729     ADD BILL      TO CM-YTD-BILL.
015729     PERFORM 4530-TRACK-READ-STATUS THRU 4530-EXIT.
015729     PERFORM 4570-JOURNAL-BALANCES THRU 4570-EXIT.
015730     REWRITE CM-RECORD.
015740 4500-EXIT.
015750     EXIT.

015751*-----------------------------------------------------------*
015751*    CONSECUTIVE NON-READINGS - ANY BILL NOT ON AN ACTUAL       *
015751*    READING ADDS ONE, AND A DOOR-LOCKED ONE ALSO ADDS TO THE   *
015751*    LOCKED RUN THE ESCALATION LIST WATCHES.  AN ACTUAL         *
015751*    READING CLEARS BOTH.  AN UNMETERED BILL HAS NO READING TO  *
015751*    MISS.                                                      *
015751*-----------------------------------------------------------*
015751 4530-TRACK-READ-STATUS.
015751     IF CM-NOREAD-COUNT NOT NUMERIC
015751         MOVE ZERO TO CM-NOREAD-COUNT
015751     END-IF.
015751     IF CM-LOCKED-COUNT NOT NUMERIC
015751         MOVE ZERO TO CM-LOCKED-COUNT
015751     END-IF.
015751     IF WS-UNMETERED-BILL
015751         GO TO 4530-EXIT
015751     END-IF.
015751     IF NOT WS-ESTIMATING AND WS-NOREAD-NONE
015751         MOVE ZERO  TO CM-NOREAD-COUNT
015751         MOVE ZERO  TO CM-LOCKED-COUNT
015751         MOVE SPACE TO CM-LAST-READ-STATUS
015751         GO TO 4530-EXIT
015751     END-IF.
015751     IF CM-NOREAD-COUNT < 99
015751         ADD 1 TO CM-NOREAD-COUNT
015751     END-IF.
015751     IF WS-NOREAD-DOOR-LOCKED
015751         IF CM-LOCKED-COUNT < 99
015751             ADD 1 TO CM-LOCKED-COUNT
015751         END-IF
015751     ELSE
015751         MOVE ZERO TO CM-LOCKED-COUNT
015751     END-IF.
015751     MOVE WS-NOREAD-STATUS TO CM-LAST-READ-STATUS.
015751 4530-EXIT.
015751     EXIT.

015741*-----------------------------------------------------------*
015742*    A CHANGE-OUT MOVES THE ASSET REGISTER WITH THE HARDWARE   *
015743*    - THE REPLACED METER IS RETIRED, DATED FOR ITS RETURN TO  *
015743*    STORES, AND THE NEW ONE GOES IN SERVICE WITH TODAY AS     *
015744*    ITS INSTALL AND TEST-CLOCK DATE.  A NEW METER STORES      *
015744*    ISSUED IS ALREADY ON THE REGISTER AND KEEPS ITS MAKE, LOT *
015744*    AND WARRANTY.                                             *
015745*-----------------------------------------------------------*
015746 4510-SWAP-METER-ASSET.
015746     MOVE CM-METER-NO TO MA-METER-NO.
015746             CONTINUE
015746         NOT INVALID KEY
015746             MOVE "R" TO MA-STATUS
015746             MOVE WS-SYSTEM-DATE TO MA-REMOVAL-DATE
015746             REWRITE MA-RECORD
015746                 INVALID KEY
015746                     CONTINUE
015746             END-REWRITE
015746     END-READ.
015746     MOVE MT-NEW-METER-NO TO MA-METER-NO.
015746     READ METERAST
015746         INVALID KEY
015746             CONTINUE
015746         NOT INVALID KEY
015746             IF MA-STAT-IN-STORES
015746                 PERFORM 4520-INSTALL-STORES-METER
015746                     THRU 4520-EXIT
015746                 GO TO 4510-EXIT
015746             END-IF
015746     END-READ.
015746     MOVE SPACES          TO MA-RECORD.
015746     MOVE MT-NEW-METER-NO TO MA-METER-NO.
015746     MOVE "UNKNOWN"       TO MA-MAKE.
015746     MOVE WS-SYSTEM-DATE  TO MA-INSTALL-DATE.
015746     MOVE WS-SYSTEM-DATE  TO MA-LAST-TEST-DATE.
015746     MOVE "I"             TO MA-STATUS.
015746     MOVE ZERO            TO MA-DIAL-DIGITS.
015746     MOVE ZERO            TO MA-MULT-FACTOR.
015746     MOVE CM-CUST-ID      TO MA-CUST-ID.
015746     MOVE ZERO            TO MA-RECEIPT-DATE.
015746     MOVE ZERO            TO MA-WARRANTY-MONTHS.
015746     MOVE ZERO            TO MA-ISSUE-DATE.
015746     MOVE ZERO            TO MA-REMOVAL-DATE.
015746     MOVE ZERO            TO MA-RETURN-DATE.
015746     MOVE ZERO            TO MA-CLAIM-DATE.
015746     MOVE ZERO            TO MA-SEAL-DATE.
015746     WRITE MA-RECORD
015746         INVALID KEY
015746             MOVE "I" TO MA-STATUS
015746 4510-EXIT.
015746     EXIT.

015747 4520-INSTALL-STORES-METER.
015747     MOVE WS-SYSTEM-DATE  TO MA-INSTALL-DATE.
015747     IF MA-LAST-TEST-DATE NOT NUMERIC
015747         OR MA-LAST-TEST-DATE = ZERO
015747         MOVE WS-SYSTEM-DATE TO MA-LAST-TEST-DATE
015747     END-IF.
015747     MOVE "I"             TO MA-STATUS.
015747     MOVE CM-CUST-ID      TO MA-CUST-ID.
015747     REWRITE MA-RECORD
015747         INVALID KEY
015747             DISPLAY "BILBATCH: ASSET REGISTER WRITE"
015747                 " FAILED FOR " MT-NEW-METER-NO
015747     END-REWRITE.
015747 4520-EXIT.
015747     EXIT.

015751 4700-WRITE-CSV-EXTRACT.
015751     IF WS-PROOF-MODE
015751         GO TO 4700-EXIT
015773     IF WS-PROOF-MODE
015773         GO TO 4750-EXIT
015773     END-IF.
015773*    A PAPERLESS ACCOUNT'S BILL IMAGE GOES TO THE EMAIL
015773*    GATEWAY (BILLEBIL) IN THE SAME I/L LAYOUT, UNDER AN E
015773*    RECORD CARRYING THE ADDRESS AND THE NOTFLOG REFERENCE
015773*    ITS DELIVERY RECEIPT WILL QUOTE.
015773     IF WS-EBILL
015773         PERFORM 4780-WRITE-EBILL-HEADER THRU 4780-EXIT
015773     ELSE
015773*        MAIL TO A KNOWN-DEAD ADDRESS IS WASTE - THE BUREAU
015773*        EXTRACT IS SUPPRESSED AND THE NOTIFICATION EXTRACT
015773*        CARRIES THE BILL WHERE CM-NOTIFY-METHOD ALLOWS.
015773         IF CM-UNDELIVERABLE
015773             ADD 1 TO WS-UNDELIV-SKIPPED
015773             GO TO 4750-EXIT
015773         END-IF
015773         ADD 1    TO WS-BUR-INVOICES
015773         ADD BILL TO WS-BUR-AMOUNT
015773     END-IF.
015773     ADD 1 TO WS-BUR-SEQ.
015773     MOVE SPACES TO BX-LINE.
015773         CM-SERVICE-TYPE "|" WS-BILL-PERIOD "|"
015773         CM-LANG-CODE
015773         DELIMITED BY SIZE INTO BX-LINE.
015773     PERFORM 4790-PUT-LINE THRU 4790-EXIT.
015773     IF BC-TIER1-UNITS > 0
015773         MOVE BC-TIER1-UNITS TO WS-BUR-UNITS-ED
015773         MOVE BC-TIER1-RATE  TO WS-BUR-RATE-ED
015773         MOVE "LOADFEE" TO WS-BUR-LABEL
015773         PERFORM 4770-WRITE-AMT-LINE THRU 4770-EXIT
015773     END-IF.
015773     IF WS-SUSP-FEE > 0
015773         MOVE WS-SUSP-FEE TO WS-BUR-AMT-ED
015773         MOVE "SUSPFEE" TO WS-BUR-LABEL
015773         PERFORM 4770-WRITE-AMT-LINE THRU 4770-EXIT
015773     END-IF.
015773     IF WS-TARREV-AMT > 0
015773         MOVE WS-TARREV-AMT TO WS-BUR-AMT-ED
015773         MOVE "TARIFFREV" TO WS-BUR-LABEL
015773         PERFORM 4770-WRITE-AMT-LINE THRU 4770-EXIT
015773     END-IF.
015773     IF WS-TARREV-AMT < 0
015773         COMPUTE WS-BUR-AMT-ED = ZERO - WS-TARREV-AMT
015773         MOVE "TARIFFREFD" TO WS-BUR-LABEL
015773         PERFORM 4770-WRITE-AMT-LINE THRU 4770-EXIT
015773     END-IF.
015773     IF WS-OBF-INSTAL > 0
015773         MOVE WS-OBF-INSTAL TO WS-BUR-AMT-ED
015773         MOVE "FINANCEINST" TO WS-BUR-LABEL
015773         PERFORM 4770-WRITE-AMT-LINE THRU 4770-EXIT
015773     END-IF.
015773     IF WS-DEP-INTEREST > 0
015773         MOVE WS-DEP-INTEREST TO WS-BUR-AMT-ED
015773         MOVE "DEPINT" TO WS-BUR-LABEL
015773         MOVE "DUTY" TO WS-BUR-LABEL
015773         PERFORM 4770-WRITE-AMT-LINE THRU 4770-EXIT
015773     END-IF.
015773     IF WS-METER-RENT > 0
015773         MOVE WS-METER-RENT TO WS-BUR-AMT-ED
015773         MOVE "METERRENT" TO WS-BUR-LABEL
015773         PERFORM 4770-WRITE-AMT-LINE THRU 4770-EXIT
015773     END-IF.
015773     IF WS-PF-AMT > 0
015773         MOVE WS-PF-AMT TO WS-BUR-AMT-ED
015773         MOVE "PFPENALTY" TO WS-BUR-LABEL
015773         MOVE "EXPORTCR" TO WS-BUR-LABEL
015773         PERFORM 4770-WRITE-AMT-LINE THRU 4770-EXIT
015773     END-IF.
015773     IF WS-GREEN-REBATE > 0
015773         MOVE WS-GREEN-REBATE TO WS-BUR-AMT-ED
015773         MOVE "GREENREB" TO WS-BUR-LABEL
015773         PERFORM 4770-WRITE-AMT-LINE THRU 4770-EXIT
015773     END-IF.
015773     IF CM-CREDIT-BALANCE > 0
015773         MOVE CM-CREDIT-BALANCE TO WS-BUR-AMT-ED
015773         MOVE "CREDITBAL" TO WS-BUR-LABEL
015773         WS-BUR-UNITS-ED "|" WS-BUR-RATE-ED "|"
015773         WS-BUR-AMT-ED
015773         DELIMITED BY SIZE INTO BX-LINE.
015773     PERFORM 4790-PUT-LINE THRU 4790-EXIT.
015773 4760-EXIT.
015773     EXIT.

015773         "|" DELIMITED BY SIZE
015773         WS-BUR-AMT-ED DELIMITED BY SIZE
015773         INTO BX-LINE.
015773     PERFORM 4790-PUT-LINE THRU 4790-EXIT.
015773 4770-EXIT.
015773     EXIT.

015773 4780-WRITE-EBILL-HEADER.
015773     MOVE "E" TO WS-NOTIF-MSG-TYPE.
015773     PERFORM 4660-LOG-NOTIFICATION THRU 4660-EXIT.
015773     ADD 1 TO WS-BUR-SEQ.
015773     MOVE SPACES TO EB-LINE.
015773     STRING "E|" DELIMITED BY SIZE
015773         WS-BUR-SEQ DELIMITED BY SIZE
015773         "|" DELIMITED BY SIZE
015773         WS-INVOICE-NO DELIMITED BY SIZE
015773         "|" DELIMITED BY SIZE
015773         CM-EMAIL DELIMITED BY SPACE
015773         "|" DELIMITED BY SIZE
015773         NL-REF DELIMITED BY SIZE
015773         INTO EB-LINE.
015773     WRITE EB-RECORD.
015773     ADD 1    TO WS-EBILL-COUNT.
015773     ADD BILL TO WS-EBILL-TOTAL.
015773 4780-EXIT.
015773     EXIT.

015773 4790-PUT-LINE.
015773     IF WS-EBILL
015773         MOVE BX-LINE TO EB-LINE
015773         WRITE EB-RECORD
015773     ELSE
015773         WRITE BX-RECORD
015773     END-IF.
015773 4790-EXIT.
015773     EXIT.

015760 4600-WRITE-HISTORY.
015760     IF WS-PROOF-MODE
015760         GO TO 4600-EXIT
015799     MOVE WS-EXPORT-CREDIT TO BH-EXPORT-CREDIT.
015799     MOVE WS-PF-VALUE    TO BH-PF-VALUE.
015799     MOVE WS-PF-AMT      TO BH-PF-AMT.
015799     MOVE WS-GREEN-REBATE TO BH-GREEN-REBATE.
015799     MOVE WS-METER-RENT  TO BH-METER-RENT.
015799     MOVE ZERO           TO BH-REVISED-ENERGY.
015799     MOVE WS-DUTY-EXEMPT TO BH-DUTY-EXEMPT.
015799     MOVE WS-GST-EXEMPT  TO BH-GST-EXEMPT.
015799     MOVE WS-DUTY-AMT    TO BH-DUTY-AMT.
015799     MOVE SPACE          TO BH-DISPUTE-SW.
015799     IF MT-TYPE-SELFREAD AND NOT WS-ESTIMATING
015799     MOVE ZERO           TO BH-DISCOUNT-AMT.
015799     MOVE WS-READ-FROM-DATE TO BH-READ-FROM-DATE.
015799     MOVE WS-READ-TO-DATE   TO BH-READ-TO-DATE.
015799     MOVE WS-NOREAD-STATUS  TO BH-READ-STATUS.
015799     MOVE MT-READER-ID      TO BH-READER-ID.
015799     MOVE SPACE             TO BH-CORRECTED-SW.
015799     IF WS-SPLIT-BILL AND NOT WS-TOU-BILL
015799         MOVE "Y"             TO BH-RATE-SPLIT-SW
015799         MOVE WS-SPLIT1-UNITS TO BH-SPLIT1-UNITS
015797     IF NOT WS-PREPAID-BILL
015797         PERFORM 4610-ADD-OPEN-ITEM THRU 4610-EXIT
015797     END-IF.
015797     IF WS-ADJUSTMENT-TOTAL NOT = ZERO
015797         PERFORM 4620-RAISE-ADJ-NOTE THRU 4620-EXIT
015797     END-IF.
015798 4600-EXIT.
015799     EXIT.

015805         GO TO 4650-EXIT
015805     END-IF.
015806     IF NOT CM-NOTIFY-NONE
015806         MOVE "B" TO WS-NOTIF-MSG-TYPE
015806         PERFORM 4660-LOG-NOTIFICATION THRU 4660-EXIT
015807         MOVE SPACES         TO NE-RECORD
015808         STRING CM-CUST-ID       DELIMITED BY SIZE
015809                ","              DELIMITED BY SIZE
015820                BH-DUE-DATE      DELIMITED BY SIZE
015821                ","              DELIMITED BY SIZE
015822                WS-INVOICE-NO    DELIMITED BY SIZE
015822                ","              DELIMITED BY SIZE
015822                NL-REF           DELIMITED BY SIZE
015823           INTO NE-RECORD
015824         END-STRING
015825         WRITE NE-RECORD
015826     IF WS-PREPAID-BILL
015826         AND CM-PREPAID-BALANCE < WS-LOWBAL-LIMIT
015826         AND NOT CM-NOTIFY-NONE
015826         MOVE "L" TO WS-NOTIF-MSG-TYPE
015826         PERFORM 4660-LOG-NOTIFICATION THRU 4660-EXIT
015826         MOVE SPACES TO NE-RECORD
015826         STRING CM-CUST-ID       DELIMITED BY SIZE
015826                ","              DELIMITED BY SIZE
015826                CM-EMAIL         DELIMITED BY SIZE
015826                ",LOWBAL,"       DELIMITED BY SIZE
015826                WS-BILL-PERIOD   DELIMITED BY SIZE
015826                ","              DELIMITED BY SIZE
015826                NL-REF           DELIMITED BY SIZE
015826           INTO NE-RECORD
015826         END-STRING
015826         WRITE NE-RECORD
015827 4650-EXIT.
015828     EXIT.

015829*-----------------------------------------------------------*
015829*    EVERY EXTRACT LINE IS LOGGED UNDER THE REFERENCE IT        *
015829*    CARRIES, SO THE GATEWAY'S DELIVERY RECEIPTS CAN BE         *
015829*    MATCHED BACK TO IT (BILDLVR).  EACH CHANNEL THE CUSTOMER   *
015829*    IS NOTIFIED ON STARTS PENDING.                             *
015829*-----------------------------------------------------------*
015829 4660-LOG-NOTIFICATION.
015829     ADD 1 TO WS-NOTIF-SEQ.
015829     MOVE SPACES              TO NL-RECORD.
015829     MOVE WS-SYSTEM-DATE      TO NL-REF-DATE.
015829     MOVE WS-SYSTEM-TIME(1:6) TO NL-REF-TIME.
015829     MOVE WS-NOTIF-SEQ        TO NL-REF-SEQ.
015829     MOVE CM-CUST-ID          TO NL-CUST-ID.
015829     MOVE WS-NOTIF-MSG-TYPE   TO NL-MSG-TYPE.
015829     MOVE CM-NOTIFY-METHOD    TO NL-NOTIFY-METHOD.
015829     MOVE CM-PHONE            TO NL-PHONE.
015829     MOVE CM-EMAIL            TO NL-EMAIL.
015829     MOVE CM-ZONE-CODE        TO NL-ZONE-CODE.
015829     MOVE WS-BILL-PERIOD      TO NL-BILL-PERIOD.
015829     IF NL-MSG-BILL OR NL-MSG-EBILL
015829         MOVE WS-INVOICE-NO   TO NL-INVOICE-NO
015829     ELSE
015829         MOVE ZERO            TO NL-INVOICE-NO
015829     END-IF.
015829     MOVE WS-SYSTEM-DATE      TO NL-SENT-DATE.
015829     MOVE ZERO                TO NL-SMS-DATE.
015829     MOVE ZERO                TO NL-EMAIL-DATE.
015829     IF (CM-NOTIFY-SMS OR CM-NOTIFY-BOTH)
015829         AND NOT NL-MSG-EBILL
015829         MOVE "P" TO NL-SMS-STATUS
015829     END-IF.
015829*    AN E-BILL GOES BY EMAIL WHATEVER THE ALERT METHOD IS.
015829     IF CM-NOTIFY-EMAIL OR CM-NOTIFY-BOTH OR NL-MSG-EBILL
015829         MOVE "P" TO NL-EMAIL-STATUS
015829     END-IF.
015829     WRITE NL-RECORD
015829         INVALID KEY
015829             DISPLAY "BILBATCH: NOTIFICATION LOG WRITE FAILED "
015829                 "FOR " CM-CUST-ID
015829     END-WRITE.
015829 4660-EXIT.
015829     EXIT.

015840*-----------------------------------------------------------*
015840*    BUDGET BILLING - OUTSIDE THE ANNIVERSARY MONTH THE         *
015840*    CUSTOMER PAYS THE LEVEL AMOUNT AND THE DIFFERENCE          *
015840 4075-EXIT.
015840     EXIT.

015841*-----------------------------------------------------------*
015841*    ON-BILL FINANCING - THE INSTALMENT JUST BILLED MOVES FROM   *
015841*    PRINCIPAL OUTSTANDING TO DUE ON THE LOAN.  A PREVIOUS        *
015841*    INSTALMENT STILL UNPAID AT THIS BILL IS A MISSED ONE; THE    *
015841*    THIRD IN A ROW PUTS THE LOAN INTO DEFAULT.  BILPAY CLEARS    *
015841*    THE MISSED COUNT WHEN THE DUE AMOUNT IS PAID OFF.            *
015841*-----------------------------------------------------------*
015841 4540-POST-FINANCE.
015841     IF WS-LOAN-SUB = 0
015841         GO TO 4540-EXIT
015841     END-IF.
015841     IF WS-OBF-OVERDUE > 0
015841         ADD 1 TO WS-OB-MISSED-COUNT(WS-LOAN-SUB)
015841         IF WS-OB-MISSED-COUNT(WS-LOAN-SUB)
015841                 >= WS-OBF-DEFAULT-LIMIT
015841             AND WS-OB-ACTIVE(WS-LOAN-SUB)
015841             MOVE "D" TO WS-OB-STATUS(WS-LOAN-SUB)
015841             MOVE WS-SYSTEM-DATE TO WS-OB-STATUS-DATE(WS-LOAN-SUB)
015841             ADD 1 TO WS-OBF-DEFAULT-COUNT
015841         END-IF
015841     END-IF.
015841     SUBTRACT WS-OBF-PRIN FROM WS-OB-PRIN-BAL(WS-LOAN-SUB).
015841     ADD WS-OBF-PRIN   TO WS-OB-PRIN-BILLED(WS-LOAN-SUB).
015841     ADD WS-OBF-INT    TO WS-OB-INT-BILLED(WS-LOAN-SUB).
015841     ADD WS-OBF-INSTAL TO WS-OB-DUE-AMT(WS-LOAN-SUB).
015841     IF WS-OBF-INSTAL > 0
015841         ADD 1 TO WS-OB-INST-BILLED(WS-LOAN-SUB)
015841         ADD 1 TO WS-OBF-BILL-COUNT
015841     END-IF.
015841     MOVE WS-BILL-PERIOD TO WS-OB-LAST-BILLED(WS-LOAN-SUB).
015841 4540-EXIT.
015841     EXIT.

015841*-----------------------------------------------------------*
015842*    A FULL ARREARS ROLL ABSORBS EVERY OPEN ITEM INTO THE       *
015843*    NEW BILL - THE OLD ITEMS ARE MARKED ROLLED SO THE SAME     *
015887 4565-EXIT.
015888     EXIT.

015888*-----------------------------------------------------------*
015888*    THE BILL MOVES THE CREDIT BALANCE (APPLIED AGAINST OR  *
015888*    CARRIED FORWARD) AND DRAWS THE PREPAID BALANCE DOWN.   *
015888*    EACH NET CHANGE SINCE 4000 SAVED THE BALANCES GOES TO  *
015888*    THE LIABILITY JOURNAL BEFORE THE MASTER IS REWRITTEN.  *
015888*-----------------------------------------------------------*
015888 4570-JOURNAL-BALANCES.
015888     MOVE "C"   TO LQ-LIABILITY.
015888     MOVE "BIL" TO LQ-MOVE-TYPE.
015888     COMPUTE LQ-AMOUNT = CM-CREDIT-BALANCE - WS-CREDIT-BEFORE.
015888     PERFORM 4575-JOURNAL-LIABILITY THRU 4575-EXIT.
015888     MOVE "P"   TO LQ-LIABILITY.
015888     MOVE "DRW" TO LQ-MOVE-TYPE.
015888     COMPUTE LQ-AMOUNT = CM-PREPAID-BALANCE - WS-PREPAID-BEFORE.
015888     PERFORM 4575-JOURNAL-LIABILITY THRU 4575-EXIT.
015888 4570-EXIT.
015888     EXIT.

015888*-----------------------------------------------------------*
015888*    ONE MOVEMENT IN A BALANCE HELD FOR THE CUSTOMER GOES   *
015888*    TO THE LIABILITY JOURNAL FOR THE MONTH-END BILLPRF     *
015888*    PROOF - THE CALLER SETS LQ-LIABILITY, LQ-MOVE-TYPE AND *
015888*    THE SIGNED LQ-AMOUNT.                                  *
015888*-----------------------------------------------------------*
015888 4575-JOURNAL-LIABILITY.
015888     MOVE "W"             TO LQ-FUNCTION.
015888     MOVE CM-CUST-ID      TO LQ-CUST-ID.
015888     MOVE "BILBATCH"      TO LQ-SOURCE.
015888     CALL "BILLIAB" USING LQ-PARMS.
015888 4575-EXIT.
015888     EXIT.

015889 4610-ADD-OPEN-ITEM.
015890     IF WS-OI-COUNT >= 2000
015891         DISPLAY "BILBATCH: OPEN-ITEM LEDGER FULL - "
015899 4610-EXIT.
015899     EXIT.

015899*-----------------------------------------------------------*
015899*    GST NOTE FOR THE ADJTXN CORRECTION CARRIED ON THIS BILL - *
015899*    A CREDIT NOTE FOR A NET REDUCTION, A DEBIT NOTE FOR A NET *
015899*    INCREASE.  THE AMOUNT IS TAX-INCLUSIVE AND IS SPLIT AT    *
015899*    THE CUSTOMER'S GST RATE; IT CORRECTS A BILL ALREADY       *
015899*    RETURNED, SO THE NOTE NETS INTO THE RETURN.  BILNOTE      *
015899*    QUOTES THE LAST ORDINARY BILL BEFORE THIS PERIOD.         *
015899*-----------------------------------------------------------*
015899 4620-RAISE-ADJ-NOTE.
015899     IF WS-ADJUSTMENT-TOTAL < ZERO
015899         MOVE "C" TO GP-NOTE-TYPE
015899         COMPUTE WS-NOTE-INCL = ZERO - WS-ADJUSTMENT-TOTAL
015899     ELSE
015899         MOVE "D" TO GP-NOTE-TYPE
015899         MOVE WS-ADJUSTMENT-TOTAL TO WS-NOTE-INCL
015899     END-IF.
015899     COMPUTE WS-NOTE-GST-PCT ROUNDED =
015899         WS-GST-PCT * (100 - WS-GST-XM-PCT) / 100.
015899     COMPUTE WS-NOTE-TAXABLE ROUNDED =
015899         WS-NOTE-INCL * 100 / (100 + WS-NOTE-GST-PCT).
015899     COMPUTE WS-NOTE-GST = WS-NOTE-INCL - WS-NOTE-TAXABLE.
015899     MOVE "W"             TO GP-FUNCTION.
015899     MOVE CM-CUST-ID      TO GP-CUST-ID.
015899     MOVE WS-SYSTEM-DATE  TO GP-NOTE-DATE.
015899     MOVE ZERO            TO GP-ORIG-INVOICE-NO.
015899     MOVE WS-BILL-PERIOD   TO GP-ORIG-PERIOD.
015899     MOVE WS-NOTE-TAXABLE TO GP-TAXABLE-AMT.
015899     MOVE WS-NOTE-GST     TO GP-GST-AMT.
015899     MOVE "ADJT"          TO GP-SOURCE.
015899     MOVE "N"             TO GP-RETURN-SW.
015899     MOVE WS-ADJ-REASON-FOUND TO GP-REASON-TEXT.
015899     MOVE WS-OPERATOR-ID  TO GP-OPERATOR-ID.
015899     CALL "BILNOTE" USING GP-PARMS.
015899     IF GP-OK
015899         ADD 1 TO WS-GST-NOTES
015899     ELSE
015899         DISPLAY "BILBATCH: NO GST NOTE FOR ADJUSTMENT TO "
015899             CM-CUST-ID " - RAISE BY HAND"
015899     END-IF.
015899 4620-EXIT.
015899     EXIT.

015900 5000-PRINT-BILL.
015901     IF WS-PROOF-MODE
015902         GO TO 5000-EXIT
015905     INITIALIZE XT-EXTRAS.
015906     IF WS-ESTIMATING
015907         MOVE "ESTIMATED" TO XT-BILL-MARK
015907         MOVE WS-NOREAD-STATUS TO XT-READ-STATUS
015908     END-IF.
015908     IF WS-CONTRACT-BILL
015908         MOVE "CONTRACT" TO XT-BILL-MARK
015908     IF WS-UNMETERED-BILL
015908         MOVE "UNMETERED" TO XT-BILL-MARK
015908     END-IF.
015908     IF WS-SUSPENDED-BILL
015908         MOVE "SUSPENDED" TO XT-BILL-MARK
015908     END-IF.
015908     IF MT-TYPE-SELFREAD AND NOT WS-ESTIMATING
015908         AND NOT WS-UNMETERED-BILL
015908         MOVE "SELF-READ" TO XT-BILL-MARK
015909     MOVE WS-TEMP-FEE TO XT-TEMP-FEE.
015909     MOVE WS-LEGAL-FEE TO XT-LEGAL-FEE.
015909     MOVE WS-LOADCHG-FEE TO XT-LOADCHG-FEE.
015909     MOVE WS-SUSP-FEE TO XT-SUSP-FEE.
015909     MOVE WS-TARREV-AMT TO XT-TARREV-AMT.
015909     IF WS-LOAN-SUB > 0
015909         MOVE WS-OB-LOAN-NO(WS-LOAN-SUB) TO XT-OBF-LOAN-NO
015909         MOVE WS-OBF-INSTAL  TO XT-OBF-INSTAL
015909         MOVE WS-OBF-INT     TO XT-OBF-INTEREST
015909         MOVE WS-OBF-OVERDUE TO XT-OBF-OVERDUE
015909         MOVE WS-OBF-BALANCE TO XT-OBF-BALANCE
015909     END-IF.
015909     MOVE WS-LAST-DISC TO XT-DISC-AMT.
015909     MOVE WS-READ-FROM-DATE TO XT-READ-FROM-DATE.
015909     MOVE WS-READ-TO-DATE   TO XT-READ-TO-DATE.
015909     MOVE WS-EXPORT-CREDIT TO XT-EXPORT-CREDIT.
015909     MOVE WS-PF-VALUE TO XT-PF-VALUE.
015909     MOVE WS-PF-AMT   TO XT-PF-AMT.
015909     MOVE WS-GREEN-REBATE TO XT-GREEN-REBATE.
015909     MOVE WS-ROUND-DIFF TO XT-ROUND-ADJ.
015909     MOVE WS-DUTY-AMT   TO XT-DUTY-AMT.
015909     MOVE WS-DUTY-CERT  TO XT-DUTY-CERT.
015909     MOVE WS-DUTY-XM-PCT TO XT-DUTY-EXEMPT-PCT.
015909     MOVE WS-GST-CERT   TO XT-GST-CERT.
015909     MOVE WS-GST-XM-PCT TO XT-GST-EXEMPT-PCT.
015909     MOVE WS-METER-RENT TO XT-METER-RENT.
015909     IF WS-SPLIT-BILL AND NOT WS-TOU-BILL
015909         MOVE "Y"             TO XT-SPLIT-SW
015909         MOVE WS-SPLIT-DAY    TO XT-SPLIT-DAY
016620     ADD 1 TO WS-BILL-COUNT.
016630     ADD MT-UNITS TO WS-TOTAL-UNITS.
016640     ADD BILL     TO WS-TOTAL-BILL.
016644     PERFORM 5530-POST-GL THRU 5530-EXIT.
016650 5500-EXIT.
016660     EXIT.

016670*-----------------------------------------------------------*
016670*    THE SAME AMOUNTS POSTED TO THE LEDGER UNDER THE           *
016670*    CUSTOMER'S SERVICE, CLASS AND ZONE.  THE ROUND-OFF GOES   *
016670*    SIGNED AND NETS WITHIN EACH ZONE.                         *
016670*-----------------------------------------------------------*
016670 5530-POST-GL.
016670     MOVE "4000-REV"        TO GK-POST-TYPE.
016670     MOVE BC-BILL           TO GK-AMOUNT.
016670     PERFORM 9720-POST-GL THRU 9720-EXIT.
016670     MOVE "2310-TAX"        TO GK-POST-TYPE.
016670     MOVE WS-GST-AMT        TO GK-AMOUNT.
016670     PERFORM 9720-POST-GL THRU 9720-EXIT.
016670     MOVE "1310-ARR"        TO GK-POST-TYPE.
016670     MOVE WS-ARREARS-BILLED TO GK-AMOUNT.
016670     PERFORM 9720-POST-GL THRU 9720-EXIT.
016670     MOVE "4100-FEE"        TO GK-POST-TYPE.
016670     MOVE WS-RECONN-FEE     TO GK-AMOUNT.
016670     PERFORM 9720-POST-GL THRU 9720-EXIT.
016670     MOVE "4200-FUE"        TO GK-POST-TYPE.
016670     MOVE WS-FUEL-AMT       TO GK-AMOUNT.
016670     PERFORM 9720-POST-GL THRU 9720-EXIT.
016670     MOVE "4120-TMP"        TO GK-POST-TYPE.
016670     MOVE WS-TEMP-FEE       TO GK-AMOUNT.
016670     PERFORM 9720-POST-GL THRU 9720-EXIT.
016670     MOVE "4130-LGL"        TO GK-POST-TYPE.
016670     MOVE WS-LEGAL-FEE      TO GK-AMOUNT.
016670     PERFORM 9720-POST-GL THRU 9720-EXIT.
016670     MOVE "4140-LDC"        TO GK-POST-TYPE.
016670     MOVE WS-LOADCHG-FEE    TO GK-AMOUNT.
016670     PERFORM 9720-POST-GL THRU 9720-EXIT.
016670     MOVE "4150-SUS"        TO GK-POST-TYPE.
016670     MOVE WS-SUSP-FEE       TO GK-AMOUNT.
016670     PERFORM 9720-POST-GL THRU 9720-EXIT.
016670     MOVE "4160-MTR"        TO GK-POST-TYPE.
016670     MOVE WS-METER-RENT     TO GK-AMOUNT.
016670     PERFORM 9720-POST-GL THRU 9720-EXIT.
016670     IF WS-TARREV-AMT < 0
016670         MOVE "1260-TRV-R"  TO GK-POST-TYPE
016670         COMPUTE GK-AMOUNT = ZERO - WS-TARREV-AMT
016670     ELSE
016670         MOVE "1260-TRV"    TO GK-POST-TYPE
016670         MOVE WS-TARREV-AMT TO GK-AMOUNT
016670     END-IF.
016670     PERFORM 9720-POST-GL THRU 9720-EXIT.
016670     MOVE "1270-OBF"        TO GK-POST-TYPE.
016670     MOVE WS-OBF-PRIN       TO GK-AMOUNT.
016670     PERFORM 9720-POST-GL THRU 9720-EXIT.
016670     MOVE "4190-OBI"        TO GK-POST-TYPE.
016670     MOVE WS-OBF-INT        TO GK-AMOUNT.
016670     PERFORM 9720-POST-GL THRU 9720-EXIT.
016670     MOVE "4110-CHQ"        TO GK-POST-TYPE.
016670     MOVE WS-CHEQUE-FEE     TO GK-AMOUNT.
016670     PERFORM 9720-POST-GL THRU 9720-EXIT.
016670     MOVE "4300-SEW"        TO GK-POST-TYPE.
016670     MOVE WS-SEWER-AMT      TO GK-AMOUNT.
016670     PERFORM 9720-POST-GL THRU 9720-EXIT.
016670     MOVE "2330-DTY"        TO GK-POST-TYPE.
016670     MOVE WS-DUTY-AMT       TO GK-AMOUNT.
016670     PERFORM 9720-POST-GL THRU 9720-EXIT.
016670     MOVE "4400-DEM"        TO GK-POST-TYPE.
016670     MOVE WS-DEMAND-AMT     TO GK-AMOUNT.
016670     PERFORM 9720-POST-GL THRU 9720-EXIT.
016670     IF WS-PF-AMT < 0
016670         MOVE "5300-PFR"    TO GK-POST-TYPE
016670         COMPUTE GK-AMOUNT = ZERO - WS-PF-AMT
016670     ELSE
016670         MOVE "4500-PFP"    TO GK-POST-TYPE
016670         MOVE WS-PF-AMT     TO GK-AMOUNT
016670     END-IF.
016670     PERFORM 9720-POST-GL THRU 9720-EXIT.
016670     MOVE "5100-BUY"        TO GK-POST-TYPE.
016670     MOVE WS-EXPORT-CREDIT  TO GK-AMOUNT.
016670     PERFORM 9720-POST-GL THRU 9720-EXIT.
016670     MOVE "5310-GRN"        TO GK-POST-TYPE.
016670     MOVE WS-GREEN-REBATE   TO GK-AMOUNT.
016670     PERFORM 9720-POST-GL THRU 9720-EXIT.
016670     MOVE "2900-RND"        TO GK-POST-TYPE.
016670     MOVE WS-ROUND-DIFF     TO GK-AMOUNT.
016670     PERFORM 9720-POST-GL THRU 9720-EXIT.
016670 5530-EXIT.
016670     EXIT.

016660*-----------------------------------------------------------*
016660*    KEEP THE FIVE LARGEST BILLS OF THE RUN, BIGGEST FIRST,    *
016660*    FOR THE PROOF REGISTER.  A NEW ENTRY BUBBLES DOWN SO      *
016900     CLOSE METERTXN.
016903     IF NOT WS-PROOF-MODE
016903         CLOSE TENSTMT
016903         CLOSE MTRINSP
016903     END-IF.
016905     CLOSE SUBMTR.
016910     CLOSE ADJTXN.
016916         DELIMITED BY SIZE INTO NE-RECORD.
016916     WRITE NE-RECORD.
016917     CLOSE NOTIFEXT.
016917     CLOSE NOTFLOG.
016918     CLOSE CONSALRT.
016934     MOVE SPACES TO BX-LINE.
016934     MOVE WS-BUR-INVOICES TO WS-BUR-COUNT-ED.
016934     MOVE WS-BUR-AMOUNT   TO WS-BUR-TOTAL-ED.
016934     STRING "T|" WS-BUR-COUNT-ED "|" WS-BUR-TOTAL-ED
016934         DELIMITED BY SIZE INTO BX-LINE.
016934     WRITE BX-RECORD.
016934     CLOSE BUREXTR.
016934     MOVE SPACES TO EB-LINE.
016934     MOVE WS-EBILL-COUNT TO WS-BUR-COUNT-ED.
016934     MOVE WS-EBILL-TOTAL TO WS-BUR-TOTAL-ED.
016934     STRING "T|" WS-BUR-COUNT-ED "|" WS-BUR-TOTAL-ED
016934         DELIMITED BY SIZE INTO EB-LINE.
016934     WRITE EB-RECORD.
016934     CLOSE EBILEXT.
016934     MOVE SPACES TO CE-LINE.
016934     MOVE WS-CSV-LINES TO WS-TRL-CNT-ED.
016934     MOVE WS-TOTAL-BILL TO WS-TRL-AMT-ED.
016941         CLOSE CHKPT
016942     END-IF.
016942     PERFORM 9800-REWRITE-PLANS THRU 9800-EXIT.
016942     PERFORM 9820-REWRITE-LOANS THRU 9820-EXIT.
016942     PERFORM 9850-REWRITE-OPEN-ITEMS THRU 9850-EXIT.
016943     PERFORM 9700-WRITE-GL-EXTRACT THRU 9700-EXIT.
016944     CLOSE GLEXTR.
017560     DISPLAY "  TOTAL BILL AMT  : RS " WS-TOTAL-BILL.
017565     DISPLAY "  HELD FOR APPROVAL: " WS-HOLD-COUNT.
017566     DISPLAY "  ESTIMATED BILLS : " WS-ESTIMATE-COUNT.
017566     DISPLAY "  BURNT METERS QUEUED: " WS-BURNT-COUNT.
017566     DISPLAY "  METER CHANGE-OUTS: " WS-CHANGEOUT-COUNT.
017566     DISPLAY "  DIAL ROLLOVERS   : " WS-ROLLOVER-COUNT.
017566     DISPLAY "  FACTORED METERS  : " WS-FACTORED-COUNT.
017566     DISPLAY "  BUDGET BILLS     : " WS-BUDGET-COUNT.
017566     DISPLAY "  PREPAID STATEMENTS: " WS-PREPAID-COUNT.
017566     DISPLAY "  TOU BILLS        : " WS-TOU-COUNT.
017566     DISPLAY "  PLAN INSTALLMENTS BILLED: " WS-PLAN-BILL-COUNT.
017566     DISPLAY "  PLANS CANCELLED  : " WS-PLAN-CANCEL-COUNT.
017566     DISPLAY "  FINANCE INSTALMENTS BILLED: " WS-OBF-BILL-COUNT.
017566     DISPLAY "  FINANCE LOANS DEFAULTED: " WS-OBF-DEFAULT-COUNT.
017566     DISPLAY "  RATE-SPLIT BILLS : " WS-SPLIT-COUNT.
017566     DISPLAY "  CONTRACT BILLS   : " WS-CONTRACT-COUNT-BILLED.
017566     DISPLAY "  PF PENALTY/REBATE: " WS-PF-COUNT.
017566     DISPLAY "  UNMETERED BILLS  : " WS-UNMETERED-COUNT.
017566     DISPLAY "  SUSPENDED BILLS  : " WS-SUSPENDED-COUNT.
017566     DISPLAY "  PENALTY FREEZES  : " WS-DISPUTE-FREEZES.
017566     DISPLAY "  BUREAU SUPPRESSED: " WS-UNDELIV-SKIPPED.
017566     DISPLAY "  PAPERLESS E-BILLS: " WS-EBILL-COUNT.
017566     DISPLAY "  TENANT STATEMENTS: " WS-STMT-COUNT.
017566     DISPLAY "  GST ADJ NOTES    : " WS-GST-NOTES.
017566     DISPLAY "  TAX-EXEMPT BILLS : " WS-EXEMPT-BILLS.
017566     PERFORM 9510-SHOW-MSG-COUNT THRU 9510-EXIT
017566         VARYING WS-MSG-SUB FROM 1 BY 1
017566         UNTIL WS-MSG-SUB > WS-MSG-COUNT.
017721 9810-EXIT.
017721     EXIT.

017721*-----------------------------------------------------------*
017721*    THE FINANCING REGISTER IS WRITTEN BACK WHOLE THE SAME WAY, *
017721*    CARRYING THE INSTALMENTS BILLED AND ANY NEW DEFAULTS.      *
017721*-----------------------------------------------------------*
017721 9820-REWRITE-LOANS.
017721*    AN ABANDONED RUN MAY HOLD ONLY A PARTIAL TABLE -
017721*    LEAVE THE FILE AS IT STOOD.
017721     IF WS-ABORT
017721         GO TO 9820-EXIT
017721     END-IF.
017721     IF WS-LOAN-COUNT = 0
017721         GO TO 9820-EXIT
017721     END-IF.
017721     OPEN OUTPUT OBFREG.
017721     IF NOT FS-OBFREG-OK
017721         DISPLAY "BILBATCH: UNABLE TO REWRITE OBFREG, STATUS "
017721             FS-OBFREG
017721         GO TO 9820-EXIT
017721     END-IF.
017721     PERFORM 9830-WRITE-ONE-LOAN THRU 9830-EXIT
017721         VARYING WS-OB-IDX FROM 1 BY 1
017721         UNTIL WS-OB-IDX > WS-LOAN-COUNT.
017721     CLOSE OBFREG.
017721 9820-EXIT.
017721     EXIT.

017721 9830-WRITE-ONE-LOAN.
017721     MOVE WS-OB-ENTRY(WS-OB-IDX) TO OB-RECORD.
017721     WRITE OB-RECORD.
017721 9830-EXIT.
017721     EXIT.

017720 9850-REWRITE-OPEN-ITEMS.
017720*    AN ABANDONED RUN MAY HOLD ONLY A PARTIAL TABLE -
017720*    LEAVE THE FILE AS IT STOOD.
017721     MOVE SPACES          TO GJ-ACCOUNT-CODE.
017721     MOVE "BILBATCH GL EXTRACT" TO GJ-ACCOUNT-DESC.
017721     MOVE ZERO            TO GJ-AMOUNT.
017721     MOVE SPACES          TO GJ-COST-CENTRE.
017721     MOVE SPACES          TO GJ-POST-TYPE.
017721     WRITE GJ-RECORD.
017722     MOVE "D"             TO GJ-RECORD-TYPE.
017722     MOVE "4000-REV"       TO GK-POST-TYPE.
017722     MOVE "UTILITY REVENUE BILLED" TO GJ-ACCOUNT-DESC.
017722     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
017722     MOVE "2310-TAX"       TO GK-POST-TYPE.
017722     MOVE "GST COLLECTED" TO GJ-ACCOUNT-DESC.
017722     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
017722     MOVE "1310-ARR"       TO GK-POST-TYPE.
017722     MOVE "ARREARS RECOGNIZED" TO GJ-ACCOUNT-DESC.
017722     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
017722     MOVE "4100-FEE"       TO GK-POST-TYPE.
017722     MOVE "RECONNECTION FEES BILLED" TO GJ-ACCOUNT-DESC.
017722     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
017722     MOVE "4200-FUE"       TO GK-POST-TYPE.
017722     MOVE "FUEL ADJUSTMENT BILLED" TO GJ-ACCOUNT-DESC.
017722     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
017722     MOVE "4120-TMP"       TO GK-POST-TYPE.
017722     MOVE "TEMPORARY-SUPPLY EXTENSION FEES"
017722         TO GJ-ACCOUNT-DESC.
017722     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
017722     MOVE "4130-LGL"       TO GK-POST-TYPE.
017722     MOVE "LEGAL CHARGES RECOVERED" TO GJ-ACCOUNT-DESC.
017722     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
017722     MOVE "4140-LDC"       TO GK-POST-TYPE.
017722     MOVE "LOAD-CHANGE FEES BILLED" TO GJ-ACCOUNT-DESC.
017722     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
017722     MOVE "4150-SUS"       TO GK-POST-TYPE.
017722     MOVE "VOLUNTARY SUSPENSION FEES"
017722         TO GJ-ACCOUNT-DESC.
017722     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
017722     MOVE "4160-MTR"       TO GK-POST-TYPE.
017722     MOVE "METER RENT BILLED" TO GJ-ACCOUNT-DESC.
017722     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
017722     MOVE "1260-TRV"       TO GK-POST-TYPE.
017722     MOVE "TARIFF REVISION BILLED" TO GJ-ACCOUNT-DESC.
017722     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
017722     MOVE "1260-TRV-R"     TO GK-POST-TYPE.
017722     MOVE "TARIFF REVISION CREDITED" TO GJ-ACCOUNT-DESC.
017722     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
017722     MOVE "1270-OBF"       TO GK-POST-TYPE.
017722     MOVE "FINANCE PRINCIPAL BILLED" TO GJ-ACCOUNT-DESC.
017722     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
017722     MOVE "4190-OBI"       TO GK-POST-TYPE.
017722     MOVE "FINANCE INTEREST BILLED" TO GJ-ACCOUNT-DESC.
017722     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
017722     MOVE "4110-CHQ"       TO GK-POST-TYPE.
017722     MOVE "DISHONOURED CHEQUE FEES" TO GJ-ACCOUNT-DESC.
017722     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
017722     MOVE "4300-SEW"       TO GK-POST-TYPE.
017722     MOVE "SEWERAGE CHARGES BILLED" TO GJ-ACCOUNT-DESC.
017722     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
017722     MOVE "2330-DTY"       TO GK-POST-TYPE.
017722     MOVE "MUNICIPAL DUTY COLLECTED" TO GJ-ACCOUNT-DESC.
017722     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
017722     MOVE "4400-DEM"       TO GK-POST-TYPE.
017722     MOVE "DEMAND CHARGES BILLED" TO GJ-ACCOUNT-DESC.
017722     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
017722     MOVE "4500-PFP"       TO GK-POST-TYPE.
017722     MOVE "POWER-FACTOR PENALTIES" TO GJ-ACCOUNT-DESC.
017722     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
017722     MOVE "5300-PFR"       TO GK-POST-TYPE.
017722     MOVE "POWER-FACTOR REBATES" TO GJ-ACCOUNT-DESC.
017722     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
017722     MOVE "5100-BUY"       TO GK-POST-TYPE.
017722     MOVE "SOLAR BUY-BACK CREDITS" TO GJ-ACCOUNT-DESC.
017722     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
017722     MOVE "5310-GRN"       TO GK-POST-TYPE.
017722     MOVE "PAPERLESS GREEN REBATES" TO GJ-ACCOUNT-DESC.
017722     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
017722     MOVE "2900-RND"       TO GK-POST-TYPE.
017722     MOVE "ROUND-OFF CARRIED" TO GJ-ACCOUNT-DESC.
017722     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
017744     MOVE "T"             TO GJ-RECORD-TYPE.
017745     MOVE WS-GL-DETAILS   TO GJ-BILL-PERIOD.
017746     MOVE SPACES          TO GJ-ACCOUNT-CODE.
017747     MOVE "TRAILER - DETAIL COUNT AND HASH"
017748         TO GJ-ACCOUNT-DESC.
017749     MOVE WS-GL-HASH      TO GJ-AMOUNT.
017750     MOVE SPACES          TO GJ-COST-CENTRE.
017750     MOVE SPACES          TO GJ-POST-TYPE.
017751     WRITE GJ-RECORD.
017736 9700-EXIT.
017737     EXIT.

017737*-----------------------------------------------------------*
017737*    ONE D RECORD FOR EVERY ACCOUNT AND ZONE TOTAL BILGLAC    *
017737*    HOLDS FOR THE POSTING TYPE.  THE ROUND-OFF DESCRIPTION   *
017737*    SAYS WHICH WAY EACH ZONE'S NET FELL.                     *
017737*-----------------------------------------------------------*
017737 9710-WRITE-GL-LINES.
017737     MOVE "N"             TO GK-FUNCTION.
017737     MOVE ZERO            TO GK-CURSOR.
017737     MOVE SPACE           TO GK-RESULT.
017737     PERFORM 9715-WRITE-ONE-LINE THRU 9715-EXIT
017737         UNTIL GK-END.
017737 9710-EXIT.
017737     EXIT.

017737 9715-WRITE-ONE-LINE.
017737     CALL "BILGLAC" USING GK-PARMS.
017737     IF GK-END
017737         GO TO 9715-EXIT
017737     END-IF.
017737     IF GK-POST-TYPE = "2900-RND"
017737         IF GK-AMOUNT < 0
017737             MOVE "ROUND-OFF CARRIED (NET OVER-BILLED)"
017737                 TO GJ-ACCOUNT-DESC
017737         ELSE
017737             MOVE "ROUND-OFF CARRIED (NET UNDER-BILLED)"
017737                 TO GJ-ACCOUNT-DESC
017737         END-IF
017737     END-IF.
017737     MOVE GK-ACCOUNT-CODE TO GJ-ACCOUNT-CODE.
017737     MOVE GK-ZONE-CODE    TO GJ-COST-CENTRE.
017737     MOVE GK-POST-TYPE    TO GJ-POST-TYPE.
017737     MOVE GK-AMOUNT       TO GJ-AMOUNT.
017737     WRITE GJ-RECORD.
017737     ADD 1                TO WS-GL-DETAILS.
017737     ADD GJ-AMOUNT        TO WS-GL-HASH.
017737 9715-EXIT.
017737     EXIT.

017737*-----------------------------------------------------------*
017737*    POST ONE AMOUNT FOR THE CUSTOMER IN HAND.                *
017737*-----------------------------------------------------------*
017737 9720-POST-GL.
017737*    AN AMOUNT BILGLAC COULD NOT HOLD WOULD LEAVE THE GL
017737*    EXTRACT SHORT OF THE FIGURES POSTED - ABANDON THE RUN.
017737     MOVE "P"             TO GK-FUNCTION.
017737     MOVE CM-SERVICE-TYPE TO GK-SERVICE.
017737     MOVE CM-CUST-CLASS   TO GK-CLASS.
017737     MOVE CM-ZONE-CODE    TO GK-ZONE-CODE.
017737     MOVE WS-SYSTEM-DATE  TO GK-POST-DATE.
017737     CALL "BILGLAC" USING GK-PARMS.
017737     IF GK-FAILED
017737         MOVE "Y" TO WS-ABORT-SW
017737     END-IF.
017737 9720-EXIT.
017737     EXIT.
