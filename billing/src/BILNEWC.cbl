002200*                   INSTALLATION.                             *
002200*  2026-09-02 RSH   ZERO THE NEW MASTER FIELDS (FIXTURES,    *
002200*                   ROUND-OFF BALANCE) ON A FRESH RECORD.    *
002200*  2026-09-14 RSH   ZERO THE NEW METER REGISTER READINGS AND  *
002200*                   START THE ASSET REGISTER ENTRY WITH       *
002200*                   DEFAULT DIALS AND MULTIPLYING FACTOR.     *
002200*  2026-09-16 RSH   ZERO THE NEW NON-READING COUNTS ON A FRESH*
002200*                   RECORD.                                   *
002200*  2026-09-21 RSH   RECORD THE NEW CONNECTION'S CUSTOMER ON   *
002200*                   ITS METER ASSET RECORD.                   *
002200*  2026-09-24 RSH   A METER STORES HAS ISSUED IS ALREADY ON   *
002200*                   THE ASSET REGISTER - PUT IT IN SERVICE FOR*
002200*                   THE NEW CUSTOMER, KEEPING ITS MAKE, LOT   *
002200*                   AND WARRANTY.                             *
002200*  2026-09-25 RSH   RECORD THE SEAL FIXED AT INSTALLATION ON  *
002200*                   THE METER'S ASSET RECORD AND ON THE SEAL  *
002200*                   REGISTER THROUGH BILSLUP, AND PRINT IT ON *
002200*                   THE WORK ORDER.                           *
002200*  2026-09-26 RSH   INDEX THE NEW CONNECTION TO ITS           *
002200*                   TRANSFORMER AND POLE, TAKE ITS SANCTIONED *
002200*                   LOAD FROM THE APPLICATION, AND REFUSE NEW *
002200*                   LOAD ON A TRANSFORMER ALREADY OVER ITS    *
002200*                   LOADING LIMIT WITHOUT AN ENGINEER'S       *
002200*                   OVERRIDE.                                 *
002200*  2026-09-29 RSH   STAMP THE APPLICATION DATE AND THE        *
002200*                   CONNECTION DATE ON THE NEW CUSTOMER FOR   *
002200*                   THE STANDARDS-OF-PERFORMANCE RUN, AND     *
002200*                   REJECT AN APPLICATION DATED AFTER THE RUN.*
002200*  2026-10-03 RSH   MATCH EACH APPLICATION BY ADDRESS AND PIN *
002200*                   OR METER NUMBER AGAINST CUSTMAS, THE      *
002200*                   CUSTARCH ARCHIVE AND THE WRITTEN-OFF      *
002200*                   HISTORY, AND HOLD ONE AT A PREMISES STILL *
002200*                   OWING ON THE PREMHLD QUEUE FOR BILPREM;   *
002200*                   ONBOARD HOLDS THE COMMERCIAL OFFICER HAS  *
002200*                   RELEASED, TRANSFERRING THE OLD DUES AS AN *
002200*                   OPENING OPEN ITEM WHERE DIRECTED.         *
002300*  2026-10-05 RSH   WIDEN THE ARCHIVE RECORD TO THE GROWN     *
002300*                   CUSTOMER RECORD (VOLUNTARY SUSPENSION).   *
002300*                   COUNT A SUSPENSION FEE STILL DUE AMONG A  *
002300*                   PREMISES' OLD DUES.                       *
002300*  2026-10-07 RSH   WIDEN THE ARCHIVE RECORD TO THE GROWN     *
002300*                   CUSTOMER RECORD (TARIFF REVISION BALANCE). *
002300*  2026-10-07 RSH   COUNT A TARIFF-REVISION RECOVERY NOT YET  *
002300*                   BILLED AMONG A PREMISES' OLD DUES AND     *
002300*                   CARRY IT ON A TRANSFER; CLEAR THE NEW     *
002300*                   FIELDS ON A NEW CUSTOMER.                 *
002300*  2026-10-12 RSH   WIDEN THE ARCHIVE RECORD TO THE GROWN     *
002300*                   CUSTOMER RECORD (GOVERNMENT DDO CODE).    *
002300*  2026-10-15 RSH   WIDEN THE ARCHIVE RECORD TO THE GROWN     *
002300*                   CUSTOMER RECORD (MUNICIPAL OWN ACCOUNT).  *
002300*  2026-10-15 RSH   FILE NEWCEXCP IN THE REPORT REPOSITORY    *
002300*                   THROUGH BILRPTF ONCE IT IS CLOSED.        *
002300*-----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
003253         RECORD KEY IS MA-METER-NO
003254         FILE STATUS IS FS-METERAST.

003255     SELECT DTMAST ASSIGN TO "DTMAST"
003255         ORGANIZATION IS INDEXED
003255         ACCESS MODE IS DYNAMIC
003255         RECORD KEY IS TM-DT-CODE
003255         FILE STATUS IS FS-DTMAST.

003300     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS FS-NCCTL.

004900     SELECT CUSTARCH ASSIGN TO "CUSTARCH"
004900         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS FS-CUSTARCH.

004900     SELECT BILLHIST ASSIGN TO "BILLHIST"
004900         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS BH-KEY
004900         FILE STATUS IS FS-BILLHIST.

004900     SELECT OPENITEM ASSIGN TO "OPENITEM"
004900         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS FS-OPENITEM.

004900     SELECT PREMHLD ASSIGN TO "PREMHLD"
004900         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS FS-PREMHLD.

005000     SELECT RUNLOG ASSIGN TO "RUNLOG"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS FS-RUNLOG.
005700     LABEL RECORDS ARE STANDARD.
005700 COPY METERAST.

005700 FD  DTMAST
005700     LABEL RECORDS ARE STANDARD.
005700 COPY DTMAST.

005800 FD  CUSTMAS
005900     LABEL RECORDS ARE STANDARD.
006000 COPY CUSTMAS.
007100     LABEL RECORDS ARE STANDARD.
007200 COPY NCCTL.

007200 FD  CUSTARCH
007200     LABEL RECORDS ARE STANDARD.
007200 01  AC-RECORD                   PIC X(600).

007200 FD  BILLHIST
007200     LABEL RECORDS ARE STANDARD.
007200 COPY BILLHIST.

007200 FD  OPENITEM
007200     LABEL RECORDS ARE STANDARD.
007200 COPY OPENITEM.

007200 FD  PREMHLD
007200     LABEL RECORDS ARE STANDARD.
007200 01  PH-FILE-RECORD              PIC X(416).

007300 FD  RUNLOG
007400     LABEL RECORDS ARE STANDARD.
007500 COPY RUNLOG.
008300 77  FS-METERAST             PIC X(02).
008300     88  FS-METERAST-OK              VALUE "00".
008300     88  FS-METERAST-NOFILE          VALUE "35".
008300 77  FS-DTMAST               PIC X(02).
008300     88  FS-DTMAST-OK                VALUE "00".
008300 77  WS-DT-OPEN-SW           PIC X(01) VALUE "N".
008300     88  WS-DT-OPEN                  VALUE "Y".
008300 77  WS-DT-VALID-SW          PIC X(01) VALUE "N".
008300     88  WS-DT-VALID                 VALUE "Y".
008300 77  WS-DT-LIMIT-KW          PIC 9(07) VALUE ZERO.
008300 77  FS-ZONEWARD             PIC X(02).
008300     88  FS-ZONEWARD-OK              VALUE "00".
008300 77  WS-ZW-EOF-SW            PIC X(01) VALUE "N".
009100     88  FS-NCCTL-OK                 VALUE "00".
009200 77  FS-RUNLOG               PIC X(02).
009300     88  FS-RUNLOG-OK                VALUE "00".
009300 77  FS-CUSTARCH             PIC X(02).
009300     88  FS-CUSTARCH-OK              VALUE "00".
009300 77  FS-BILLHIST             PIC X(02).
009300     88  FS-BILLHIST-OK              VALUE "00".
009300 77  FS-OPENITEM             PIC X(02).
009300     88  FS-OPENITEM-OK              VALUE "00".
009300 77  FS-PREMHLD              PIC X(02).
009300     88  FS-PREMHLD-OK               VALUE "00".

009400*-----------------------------------------------------------*
009500*    PROGRAM SWITCHES                                        *
010400     88  WS-VALID                    VALUE "Y".
010500 77  WS-STATE-OK-SW          PIC X(01).
010600     88  WS-STATE-OK                 VALUE "Y".
010600 77  WS-AP-EOF-SW            PIC X(01) VALUE "N".
010600     88  WS-AP-EOF                   VALUE "Y".
010600 77  WS-CM-EOF-SW            PIC X(01) VALUE "N".
010600     88  WS-CM-EOF                   VALUE "Y".
010600 77  WS-CA-EOF-SW            PIC X(01) VALUE "N".
010600     88  WS-CA-EOF                   VALUE "Y".
010600 77  WS-BH-EOF-SW            PIC X(01) VALUE "N".
010600     88  WS-BH-EOF                   VALUE "Y".
010600 77  WS-OI-EOF-SW            PIC X(01) VALUE "N".
010600     88  WS-OI-EOF                   VALUE "Y".
010600 77  WS-PH-EOF-SW            PIC X(01) VALUE "N".
010600     88  WS-PH-EOF                   VALUE "Y".
010600 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
010600     88  WS-RO-EOF                   VALUE "Y".
010600 77  WS-OI-CHANGED-SW        PIC X(01) VALUE "N".
010600     88  WS-OI-CHANGED               VALUE "Y".
010600 77  WS-DUE-DONE-SW          PIC X(01) VALUE "N".
010600     88  WS-DUE-DONE                 VALUE "Y".
010600 77  WS-PREM-HELD-SW         PIC X(01) VALUE "N".
010600     88  WS-PREM-HELD                VALUE "Y".
010600 77  WS-HOLD-FOUND-SW        PIC X(01) VALUE "N".
010600     88  WS-HOLD-FOUND               VALUE "Y".
010600 77  WS-CREATED-SW           PIC X(01) VALUE "N".
010600     88  WS-CREATED                  VALUE "Y".

010700*-----------------------------------------------------------*
010800*    OPERATOR, RUN AND WORK FIELDS                            *
011600 77  WS-APPS-READ            PIC 9(05) VALUE ZERO.
011700 77  WS-APPS-ACCEPTED        PIC 9(05) VALUE ZERO.
011800 77  WS-APPS-REJECTED        PIC 9(05) VALUE ZERO.
011800 77  WS-APPS-HELD            PIC 9(05) VALUE ZERO.
011800 77  WS-HOLDS-ONBOARDED      PIC 9(05) VALUE ZERO.
011900 77  WS-DEPOSIT-AMT          PIC 9(07)V99 VALUE ZERO.
012000 01  WS-NEW-CUST-ID.
012100     05  WS-NCI-PREFIX       PIC X(01) VALUE "C".
014000*-----------------------------------------------------------*
014000 COPY ZWTBL.

014000*-----------------------------------------------------------*
014000*    SEAL-REGISTER PARAMETER BLOCK FOR THE BILSLUP SUBPROGRAM *
014000*-----------------------------------------------------------*
014000 77  WS-OLD-SEAL-NO          PIC X(12).
014000 COPY SUPARM.

014000*-----------------------------------------------------------*
014000*    PREMISES OF THIS RUN'S APPLICATIONS, IN CONNAPP ORDER,    *
014000*    WITH THE OLD ACCOUNTS AT THE SAME PREMISES THAT STILL     *
014000*    CARRY DUES - BUILT BY ONE PASS OF CUSTMAS AND CUSTARCH    *
014000*    BEFORE ANY APPLICATION IS ONBOARDED.                      *
014000*-----------------------------------------------------------*
014000 01  WS-PREMISES-TABLE.
014000     05  WS-PA-ENTRY OCCURS 500 TIMES.
014000         10  WS-PA-ADDR-LINE1    PIC X(30).
014000         10  WS-PA-ADDR-PIN      PIC X(06).
014000         10  WS-PA-METER-NO      PIC X(12).
014000         10  WS-PA-ACCT-COUNT    PIC 9(02).
014000         10  WS-PA-ACCT OCCURS 3 TIMES.
014000             15  WS-PA-CUST-ID   PIC X(10).
014000             15  WS-PA-SOURCE    PIC X(01).
014000             15  WS-PA-MATCH-ON  PIC X(01).
014000             15  WS-PA-DUES      PIC 9(09)V99.
014000             15  WS-PA-WOFF      PIC 9(09)V99.
014000         10  WS-PA-TOTAL         PIC 9(09)V99.
014000 77  WS-PA-COUNT             PIC 9(04) VALUE ZERO.
014000 77  WS-PA-SUB               PIC 9(04) VALUE ZERO.
014000 77  WS-ACCT-SUB             PIC 9(02) VALUE ZERO.
014000 77  WS-SOURCE               PIC X(01).
014000 77  WS-MATCH-ON             PIC X(01).
014000 77  WS-DUE-CUST-ID          PIC X(10).
014000 77  WS-DUE-OUTSTANDING      PIC 9(09)V99 VALUE ZERO.
014000 77  WS-DUE-WOFF             PIC 9(09)V99 VALUE ZERO.
014000 77  WS-XFER-AMT             PIC 9(09)V99 VALUE ZERO.
014000 77  WS-AMT-ED               PIC ZZZZZZZZ9.99.

014000*-----------------------------------------------------------*
014000*    THE PREMISES-DUES HOLD QUEUE, HELD IN STORAGE AND WRITTEN *
014000*    BACK WHOLE AT END OF RUN - THE APPRHLD IDIOM.             *
014000*-----------------------------------------------------------*
014000 COPY PREMHLD.
014000 01  WS-HOLD-TABLE.
014000     05  WS-PH-ENTRY             PIC X(416) OCCURS 500 TIMES.
014000 77  WS-PH-COUNT             PIC 9(04) VALUE ZERO.
014000 77  WS-PH-SUB               PIC 9(04) VALUE ZERO.

014000*-----------------------------------------------------------*
014000*    OPEN-ITEMS LEDGER - THE DUES ON AN OLD ACCOUNT, AND THE   *
014000*    OPENING ITEM A TRANSFER RAISES ON THE NEW ONE.            *
014000*-----------------------------------------------------------*
014000 COPY OITBL.
014000 COPY RPTPARM.

014100 PROCEDURE DIVISION.
014200 0000-MAINLINE SECTION.
014300     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
014400     IF NOT WS-ABORT
014500         PERFORM 2500-ONBOARD-RELEASED THRU 2500-EXIT
014500             VARYING WS-PH-SUB FROM 1 BY 1
014500             UNTIL WS-PH-SUB > WS-PH-COUNT
014500         PERFORM 2100-READ-APPLICATION THRU 2100-EXIT
014500         PERFORM 2000-PROCESS-APPLICATION THRU 2000-EXIT
014600             UNTIL WS-EOF
014700     END-IF.
016059         MOVE "Y" TO WS-ABORT-SW
016060     END-IF.
016061     PERFORM 1400-LOAD-ZONEWARD THRU 1400-EXIT.
016062*    THE TRANSFORMER MASTER IS OPTIONAL UNTIL THE ENGINEERS
016062*    HAVE SURVEYED THE NETWORK - WITHOUT IT A CONNECTION IS
016062*    INDEXED AS KEYED AND THE LOAD IS NOT CHECKED.
016062     OPEN I-O DTMAST.
016062     IF FS-DTMAST-OK
016062         MOVE "Y" TO WS-DT-OPEN-SW
016062     END-IF.
016100     OPEN I-O CUSTMAS.
016200     IF NOT FS-CUSTMAS-OK
016300         DISPLAY "BILNEWC: UNABLE TO OPEN CUSTMAS, STATUS "
018200             FS-NEWWO
018300         MOVE "Y" TO WS-ABORT-SW
018400     END-IF.
018400     OPEN I-O BILLHIST.
018400     IF NOT FS-BILLHIST-OK
018400         DISPLAY "BILNEWC: UNABLE TO OPEN BILLHIST, STATUS "
018400             FS-BILLHIST
018400         MOVE "Y" TO WS-ABORT-SW
018400     END-IF.
018500     OPEN EXTEND RUNLOG.
018600     IF NOT FS-RUNLOG-OK
018700         DISPLAY "BILNEWC: UNABLE TO OPEN RUNLOG, STATUS "
019500             UNTIL WS-NC-EOF
019600         CLOSE NCCTL
019700     END-IF.
019800     PERFORM 1500-LOAD-HOLDS THRU 1500-EXIT.
019800     PERFORM 1600-LOAD-OPEN-ITEMS THRU 1600-EXIT.
019800     IF NOT WS-ABORT
019900         PERFORM 1700-SCAN-PREMISES THRU 1700-EXIT
020000     END-IF.
020100 1000-EXIT.
020200     EXIT.
021200 2000-PROCESS-APPLICATION.
021300     ADD 1 TO WS-APPS-READ.
021400     PERFORM 6000-VALIDATE-APPLICATION THRU 6000-EXIT.
021400     IF WS-VALID
021400         PERFORM 6500-CHECK-PREMISES THRU 6500-EXIT
021400     END-IF.
021500     IF WS-VALID
021500         IF WS-PREM-HELD
021500             PERFORM 2800-HOLD-APPLICATION THRU 2800-EXIT
021500         ELSE
021600             PERFORM 3000-CREATE-CUSTOMER THRU 3000-EXIT
021600         END-IF
021700     ELSE
021800         PERFORM 2900-REJECT-APPLICATION THRU 2900-EXIT
021900     END-IF.
023700 2900-EXIT.
023800     EXIT.

023700*-----------------------------------------------------------*
023700*    HOLDS THE COMMERCIAL OFFICER HAS RELEASED ARE ONBOARDED   *
023700*    FROM THE APPLICATION KEPT ON THE QUEUE, BEFORE THE DAY'S  *
023700*    CONNAPP.  THE FULL VALIDATION STILL APPLIES; A TRANSFER   *
023700*    RELEASE CARRIES THE OLD DUES ONTO THE NEW ACCOUNT.        *
023700*-----------------------------------------------------------*
023700 2500-ONBOARD-RELEASED.
023700     MOVE WS-PH-ENTRY(WS-PH-SUB) TO PH-RECORD.
023700     IF NOT PH-STAT-CLEARED AND NOT PH-STAT-TRANSFER
023700         GO TO 2500-EXIT
023700     END-IF.
023700     MOVE PH-APPLICATION TO AP-RECORD.
023700     PERFORM 6000-VALIDATE-APPLICATION THRU 6000-EXIT.
023700     IF NOT WS-VALID
023700         PERFORM 2900-REJECT-APPLICATION THRU 2900-EXIT
023700         MOVE "X" TO PH-STATUS
023700         GO TO 2500-SAVE
023700     END-IF.
023700     PERFORM 3000-CREATE-CUSTOMER THRU 3000-EXIT.
023700     IF NOT WS-CREATED
023700         MOVE "X" TO PH-STATUS
023700         GO TO 2500-SAVE
023700     END-IF.
023700     MOVE CM-CUST-ID TO PH-NEW-CUST-ID.
023700     IF PH-STAT-TRANSFER
023700         PERFORM 3300-TRANSFER-DUES THRU 3300-EXIT
023700     END-IF.
023700     MOVE "O" TO PH-STATUS.
023700     ADD 1 TO WS-HOLDS-ONBOARDED.
023700 2500-SAVE.
023700     MOVE PH-RECORD TO WS-PH-ENTRY(WS-PH-SUB).
023700 2500-EXIT.
023700     EXIT.

023700*-----------------------------------------------------------*
023700*    AN APPLICATION AT A PREMISES STILL OWING IS HELD FOR THE  *
023700*    COMMERCIAL OFFICER (BILPREM), WITH THE ACCOUNTS AND DUES  *
023700*    FOUND, INSTEAD OF BEING ONBOARDED.  ONE ALREADY PENDING   *
023700*    ON THE QUEUE IS NOT QUEUED TWICE.                         *
023700*-----------------------------------------------------------*
023700 2800-HOLD-APPLICATION.
023700     MOVE "N" TO WS-HOLD-FOUND-SW.
023700     PERFORM 2820-FIND-PENDING THRU 2820-EXIT
023700         VARYING WS-PH-SUB FROM 1 BY 1
023700         UNTIL WS-PH-SUB > WS-PH-COUNT OR WS-HOLD-FOUND.
023700     IF WS-HOLD-FOUND
023700         ADD 1 TO WS-APPS-HELD
023700         DISPLAY "BILNEWC: APPLICATION FOR " AP-NAME
023700             " ALREADY HELD FOR PREMISES DUES"
023700         GO TO 2800-EXIT
023700     END-IF.
023700     IF WS-PH-COUNT >= 500
023700         MOVE "PREMISES OWES DUES - HOLD QUEUE FULL"
023700             TO WS-ERROR-TEXT
023700         PERFORM 2900-REJECT-APPLICATION THRU 2900-EXIT
023700         GO TO 2800-EXIT
023700     END-IF.
023700     MOVE SPACES TO PH-RECORD.
023700     MOVE AP-RECORD      TO PH-APPLICATION.
023700     MOVE WS-SYSTEM-DATE TO PH-HOLD-DATE.
023700     MOVE WS-OPERATOR-ID TO PH-HELD-BY.
023700     MOVE WS-PA-ACCT-COUNT(WS-APPS-READ) TO PH-ACCT-COUNT.
023700     PERFORM 2810-COPY-ACCOUNT THRU 2810-EXIT
023700         VARYING WS-ACCT-SUB FROM 1 BY 1
023700         UNTIL WS-ACCT-SUB > 3.
023700     MOVE WS-PA-TOTAL(WS-APPS-READ) TO PH-TOTAL-DUES.
023700     MOVE "P"            TO PH-STATUS.
023700     MOVE ZERO           TO PH-DECISION-DATE.
023700     MOVE ZERO           TO PH-TRANSFER-AMT.
023700     ADD 1 TO WS-PH-COUNT.
023700     MOVE PH-RECORD TO WS-PH-ENTRY(WS-PH-COUNT).
023700     ADD 1 TO WS-APPS-HELD.
023700     MOVE PH-TOTAL-DUES TO WS-AMT-ED.
023700     DISPLAY "BILNEWC: APPLICATION FOR " AP-NAME
023700         " HELD - PREMISES OWES RS " WS-AMT-ED
023700         " ON " PH-OLD-CUST-ID(1).
023700 2800-EXIT.
023700     EXIT.

023700 2810-COPY-ACCOUNT.
023700     IF WS-ACCT-SUB > WS-PA-ACCT-COUNT(WS-APPS-READ)
023700         MOVE SPACES TO PH-OLD-CUST-ID(WS-ACCT-SUB)
023700                        PH-OLD-SOURCE(WS-ACCT-SUB)
023700                        PH-MATCH-ON(WS-ACCT-SUB)
023700         MOVE ZERO   TO PH-OLD-DUES(WS-ACCT-SUB)
023700                        PH-OLD-WOFF(WS-ACCT-SUB)
023700         GO TO 2810-EXIT
023700     END-IF.
023700     MOVE WS-PA-CUST-ID(WS-APPS-READ WS-ACCT-SUB)
023700         TO PH-OLD-CUST-ID(WS-ACCT-SUB).
023700     MOVE WS-PA-SOURCE(WS-APPS-READ WS-ACCT-SUB)
023700         TO PH-OLD-SOURCE(WS-ACCT-SUB).
023700     MOVE WS-PA-MATCH-ON(WS-APPS-READ WS-ACCT-SUB)
023700         TO PH-MATCH-ON(WS-ACCT-SUB).
023700     MOVE WS-PA-DUES(WS-APPS-READ WS-ACCT-SUB)
023700         TO PH-OLD-DUES(WS-ACCT-SUB).
023700     MOVE WS-PA-WOFF(WS-APPS-READ WS-ACCT-SUB)
023700         TO PH-OLD-WOFF(WS-ACCT-SUB).
023700 2810-EXIT.
023700     EXIT.

023700 2820-FIND-PENDING.
023700     MOVE WS-PH-ENTRY(WS-PH-SUB) TO PH-RECORD.
023700     IF PH-STAT-PENDING AND PH-APPLICATION = AP-RECORD
023700         MOVE "Y" TO WS-HOLD-FOUND-SW
023700     END-IF.
023700 2820-EXIT.
023700     EXIT.

023900*-----------------------------------------------------------*
024000*    A CLEAN APPLICATION BECOMES A CUSTOMER - ID FROM THE      *
024100*    CONTROL SEQUENCE, EVERY BALANCE AT ZERO, ACTIVE FROM      *
024300 1450-EXIT.
024300     EXIT.

024300*-----------------------------------------------------------*
024300*    THE TRANSFORMER KEYED ON THE APPLICATION MUST BE ON THE   *
024300*    MASTER, AND NO NEW LOAD GOES ON ONE ALREADY OVER ITS      *
024300*    LOADING LIMIT UNLESS AN ENGINEER HAS AUTHORISED IT.  A    *
024300*    BLANK CODE PASSES - THE CONNECTION IS LISTED AS NOT YET   *
024300*    INDEXED BY THE LOADING REPORT.                            *
024300*-----------------------------------------------------------*
024300 1460-CHECK-TRANSFORMER.
024300     MOVE "Y" TO WS-DT-VALID-SW.
024300     IF AP-DT-CODE = SPACES OR NOT WS-DT-OPEN
024300         GO TO 1460-EXIT
024300     END-IF.
024300     MOVE AP-DT-CODE TO TM-DT-CODE.
024300     READ DTMAST
024300         INVALID KEY
024300             MOVE "TRANSFORMER NOT ON THE MASTER"
024300                 TO WS-ERROR-TEXT
024300             MOVE "N" TO WS-DT-VALID-SW
024300             GO TO 1460-EXIT
024300     END-READ.
024300     COMPUTE WS-DT-LIMIT-KW = TM-KVA-RATING * TM-LIMIT-PCT / 100.
024300     IF TM-CONNECTED-KW NOT > WS-DT-LIMIT-KW
024300         GO TO 1460-EXIT
024300     END-IF.
024300     IF AP-ENGR-OVERRIDE = SPACES
024300         MOVE "TRANSFORMER OVERLOADED - NEEDS ENGINEER OVERRIDE"
024300             TO WS-ERROR-TEXT
024300         MOVE "N" TO WS-DT-VALID-SW
024300         GO TO 1460-EXIT
024300     END-IF.
024300     DISPLAY "BILNEWC: LOAD ADDED TO OVERLOADED TRANSFORMER "
024300         TM-DT-CODE " UNDER OVERRIDE BY " AP-ENGR-OVERRIDE.
024300 1460-EXIT.
024300     EXIT.

024300*-----------------------------------------------------------*
024300*    THE HOLD QUEUE IS OPTIONAL ON FIRST USE.                  *
024300*-----------------------------------------------------------*
024300 1500-LOAD-HOLDS.
024300     OPEN INPUT PREMHLD.
024300     IF NOT FS-PREMHLD-OK
024300         GO TO 1500-EXIT
024300     END-IF.
024300     READ PREMHLD
024300         AT END
024300             MOVE "Y" TO WS-PH-EOF-SW
024300     END-READ.
024300     PERFORM 1510-STORE-HOLD THRU 1510-EXIT
024300         UNTIL WS-PH-EOF.
024300     CLOSE PREMHLD.
024300 1500-EXIT.
024300     EXIT.

024300 1510-STORE-HOLD.
024300     IF WS-PH-COUNT >= 500
024300         DISPLAY "BILNEWC: PREMHLD TABLE FULL - RUN"
024300             " ABANDONED BEFORE THE QUEUE COULD BE DAMAGED"
024300         MOVE "Y" TO WS-ABORT-SW
024300         MOVE "Y" TO WS-PH-EOF-SW
024300         GO TO 1510-EXIT
024300     END-IF.
024300     ADD 1 TO WS-PH-COUNT.
024300     MOVE PH-FILE-RECORD TO WS-PH-ENTRY(WS-PH-COUNT).
024300     READ PREMHLD
024300         AT END
024300             MOVE "Y" TO WS-PH-EOF-SW
024300     END-READ.
024300 1510-EXIT.
024300     EXIT.

024300 1600-LOAD-OPEN-ITEMS.
024300     OPEN INPUT OPENITEM.
024300     IF NOT FS-OPENITEM-OK
024300         GO TO 1600-EXIT
024300     END-IF.
024300     READ OPENITEM
024300         AT END
024300             MOVE "Y" TO WS-OI-EOF-SW
024300     END-READ.
024300     PERFORM 1610-STORE-OPEN-ITEM THRU 1610-EXIT
024300         UNTIL WS-OI-EOF.
024300     CLOSE OPENITEM.
024300 1600-EXIT.
024300     EXIT.

024300 1610-STORE-OPEN-ITEM.
024300     IF WS-OI-COUNT >= 2000
024300         DISPLAY "BILNEWC: OPEN-ITEM TABLE FULL -"
024300             " RUN ABANDONED BEFORE THE LEDGER"
024300             " COULD BE DAMAGED"
024300         MOVE "Y" TO WS-ABORT-SW
024300         MOVE "Y" TO WS-OI-EOF-SW
024300         GO TO 1610-EXIT
024300     END-IF.
024300     ADD 1 TO WS-OI-COUNT.
024300     MOVE OI-CUST-ID     TO WS-OI-CUST-ID(WS-OI-COUNT).
024300     MOVE OI-INVOICE-NO  TO WS-OI-INVOICE-NO(WS-OI-COUNT).
024300     MOVE OI-BILL-PERIOD TO WS-OI-BILL-PERIOD(WS-OI-COUNT).
024300     MOVE OI-ORIG-AMOUNT TO WS-OI-ORIG-AMOUNT(WS-OI-COUNT).
024300     MOVE OI-OPEN-AMOUNT TO WS-OI-OPEN-AMOUNT(WS-OI-COUNT).
024300     MOVE OI-STATUS      TO WS-OI-STATUS(WS-OI-COUNT).
024300     READ OPENITEM
024300         AT END
024300             MOVE "Y" TO WS-OI-EOF-SW
024300     END-READ.
024300 1610-EXIT.
024300     EXIT.

024300*-----------------------------------------------------------*
024300*    A CUSTOMER WHO LEAVES DUES BEHIND MUST NOT COME BACK TO   *
024300*    THE SAME PREMISES UNDER ANOTHER NAME.  EVERY APPLICATION  *
024300*    IS MATCHED - ADDRESS LINE 1 WITH THE PIN, OR THE METER    *
024300*    NUMBER - AGAINST THE LIVE MASTER AND THE CLOSED-ACCOUNT   *
024300*    ARCHIVE, AND EACH MATCHING ACCOUNT STILL OWING (OPEN      *
024300*    ITEMS OR ARREARS, FEES DUE, OR WRITTEN-OFF BILLS NOT YET   *
024300*    RECOVERED) IS NOTED AGAINST THE APPLICATION.  ONE PASS OF *
024300*    EACH FILE SERVES THE WHOLE RUN; CONNAPP IS THEN REOPENED  *
024300*    FOR THE ONBOARDING PASS.  THE ARCHIVE IS OPTIONAL.        *
024300*-----------------------------------------------------------*
024300 1700-SCAN-PREMISES.
024300     MOVE "N" TO WS-AP-EOF-SW.
024300     PERFORM 1710-STORE-PREMISES THRU 1710-EXIT
024300         UNTIL WS-AP-EOF.
024300     CLOSE CONNAPP.
024300     OPEN INPUT CONNAPP.
024300     IF WS-PA-COUNT = 0
024300         GO TO 1700-EXIT
024300     END-IF.
024300     MOVE "L" TO WS-SOURCE.
024300     MOVE LOW-VALUES TO CM-CUST-ID.
024300     START CUSTMAS KEY IS NOT LESS THAN CM-CUST-ID
024300         INVALID KEY
024300             MOVE "Y" TO WS-CM-EOF-SW
024300     END-START.
024300     PERFORM 1720-SCAN-MASTER THRU 1720-EXIT
024300         UNTIL WS-CM-EOF.
024300     MOVE "A" TO WS-SOURCE.
024300     OPEN INPUT CUSTARCH.
024300     IF FS-CUSTARCH-OK
024300         PERFORM 1730-SCAN-ARCHIVE THRU 1730-EXIT
024300             UNTIL WS-CA-EOF
024300         CLOSE CUSTARCH
024300     END-IF.
024300 1700-EXIT.
024300     EXIT.

024300 1710-STORE-PREMISES.
024300     READ CONNAPP
024300         AT END
024300             MOVE "Y" TO WS-AP-EOF-SW
024300             GO TO 1710-EXIT
024300     END-READ.
024300     IF WS-PA-COUNT >= 500
024300         GO TO 1710-EXIT
024300     END-IF.
024300     ADD 1 TO WS-PA-COUNT.
024300     MOVE AP-ADDR-LINE1 TO WS-PA-ADDR-LINE1(WS-PA-COUNT).
024300     MOVE AP-ADDR-PIN   TO WS-PA-ADDR-PIN(WS-PA-COUNT).
024300     MOVE AP-METER-NO   TO WS-PA-METER-NO(WS-PA-COUNT).
024300     MOVE ZERO          TO WS-PA-ACCT-COUNT(WS-PA-COUNT).
024300     MOVE ZERO          TO WS-PA-TOTAL(WS-PA-COUNT).
024300 1710-EXIT.
024300     EXIT.

024300 1720-SCAN-MASTER.
024300     READ CUSTMAS NEXT RECORD
024300         AT END
024300             MOVE "Y" TO WS-CM-EOF-SW
024300             GO TO 1720-EXIT
024300     END-READ.
024300     MOVE "N" TO WS-DUE-DONE-SW.
024300     PERFORM 1740-MATCH-ONE-APP THRU 1740-EXIT
024300         VARYING WS-PA-SUB FROM 1 BY 1
024300         UNTIL WS-PA-SUB > WS-PA-COUNT.
024300 1720-EXIT.
024300     EXIT.

024300 1730-SCAN-ARCHIVE.
024300     READ CUSTARCH
024300         AT END
024300             MOVE "Y" TO WS-CA-EOF-SW
024300             GO TO 1730-EXIT
024300     END-READ.
024300     MOVE AC-RECORD TO CM-RECORD.
024300     MOVE "N" TO WS-DUE-DONE-SW.
024300     PERFORM 1740-MATCH-ONE-APP THRU 1740-EXIT
024300         VARYING WS-PA-SUB FROM 1 BY 1
024300         UNTIL WS-PA-SUB > WS-PA-COUNT.
024300 1730-EXIT.
024300     EXIT.

024300 1740-MATCH-ONE-APP.
024300     MOVE SPACE TO WS-MATCH-ON.
024300     IF WS-PA-ADDR-LINE1(WS-PA-SUB) NOT = SPACES
024300         AND WS-PA-ADDR-LINE1(WS-PA-SUB) = CM-ADDR-LINE1
024300         AND WS-PA-ADDR-PIN(WS-PA-SUB) = CM-ADDR-PIN
024300         MOVE "A" TO WS-MATCH-ON
024300     END-IF.
024300     IF WS-PA-METER-NO(WS-PA-SUB) NOT = SPACES
024300         AND WS-PA-METER-NO(WS-PA-SUB) = CM-METER-NO
024300         MOVE "M" TO WS-MATCH-ON
024300     END-IF.
024300     IF WS-MATCH-ON = SPACE
024300         GO TO 1740-EXIT
024300     END-IF.
024300     IF NOT WS-DUE-DONE
024300         PERFORM 1800-COMPUTE-DUES THRU 1800-EXIT
024300         MOVE "Y" TO WS-DUE-DONE-SW
024300     END-IF.
024300     IF WS-DUE-OUTSTANDING = 0 AND WS-DUE-WOFF = 0
024300         GO TO 1740-EXIT
024300     END-IF.
024300     ADD 1 TO WS-PA-ACCT-COUNT(WS-PA-SUB).
024300     ADD WS-DUE-OUTSTANDING WS-DUE-WOFF TO WS-PA-TOTAL(WS-PA-SUB).
024300     IF WS-PA-ACCT-COUNT(WS-PA-SUB) > 3
024300         GO TO 1740-EXIT
024300     END-IF.
024300     MOVE WS-PA-ACCT-COUNT(WS-PA-SUB) TO WS-ACCT-SUB.
024300     MOVE CM-CUST-ID  TO WS-PA-CUST-ID(WS-PA-SUB WS-ACCT-SUB).
024300     MOVE WS-SOURCE   TO WS-PA-SOURCE(WS-PA-SUB WS-ACCT-SUB).
024300     MOVE WS-MATCH-ON TO WS-PA-MATCH-ON(WS-PA-SUB WS-ACCT-SUB).
024300     MOVE WS-DUE-OUTSTANDING
024300                      TO WS-PA-DUES(WS-PA-SUB WS-ACCT-SUB).
024300     MOVE WS-DUE-WOFF TO WS-PA-WOFF(WS-PA-SUB WS-ACCT-SUB).
024300 1740-EXIT.
024300     EXIT.

024300*-----------------------------------------------------------*
024300*    WHAT THE ACCOUNT IN CM-RECORD STILL OWES.  THE OPEN ITEMS *
024300*    ARE THE BALANCE WHEN THE ACCOUNT IS ON THE LEDGER, THE    *
024300*    LUMP ARREARS WHEN IT IS NOT - THE BILLING RUN'S OWN RULE  *
024300*    - PLUS ANY FEES STILL DUE; WRITTEN-OFF BILLS COUNT FOR    *
024300*    WHATEVER HAS NOT COME BACK AS A RECOVERY.                 *
024300*-----------------------------------------------------------*
024300 1800-COMPUTE-DUES.
024300     MOVE CM-CUST-ID TO WS-DUE-CUST-ID.
024300     MOVE ZERO TO WS-DUE-OUTSTANDING WS-DUE-WOFF.
024300     PERFORM 1810-ADD-OPEN-ITEM THRU 1810-EXIT
024300         VARYING WS-OI-SUB FROM 1 BY 1
024300         UNTIL WS-OI-SUB > WS-OI-COUNT.
024300     IF WS-DUE-OUTSTANDING = 0
024300         MOVE CM-ARREARS TO WS-DUE-OUTSTANDING
024300     END-IF.
024300     ADD CM-RECONN-FEE-DUE CM-CHEQUE-FEE-DUE CM-TEMP-FEE-DUE
024300         CM-LEGAL-FEE-DUE CM-LOADCHG-FEE-DUE
024300         TO WS-DUE-OUTSTANDING.
024300     IF CM-SUSP-FEE-DUE NUMERIC
024300         ADD CM-SUSP-FEE-DUE TO WS-DUE-OUTSTANDING
024300     END-IF.
024300     IF CM-TARREV-BAL NUMERIC AND CM-TARREV-BAL > 0
024300         ADD CM-TARREV-BAL TO WS-DUE-OUTSTANDING
024300     END-IF.
024300     MOVE "N" TO WS-BH-EOF-SW.
024300     MOVE WS-DUE-CUST-ID TO BH-CUST-ID.
024300     MOVE ZERO           TO BH-BILL-PERIOD.
024300     START BILLHIST KEY IS NOT LESS THAN BH-KEY
024300         INVALID KEY
024300             GO TO 1800-EXIT
024300     END-START.
024300     PERFORM 1820-READ-HISTORY THRU 1820-EXIT.
024300     PERFORM 1830-ADD-WRITEOFF THRU 1830-EXIT
024300         UNTIL WS-BH-EOF.
024300 1800-EXIT.
024300     EXIT.

024300 1810-ADD-OPEN-ITEM.
024300     IF WS-OI-CUST-ID(WS-OI-SUB) = WS-DUE-CUST-ID
024300         AND WS-OI-OPEN(WS-OI-SUB)
024300         ADD WS-OI-OPEN-AMOUNT(WS-OI-SUB) TO WS-DUE-OUTSTANDING
024300     END-IF.
024300 1810-EXIT.
024300     EXIT.

024300 1820-READ-HISTORY.
024300     READ BILLHIST NEXT RECORD
024300         AT END
024300             MOVE "Y" TO WS-BH-EOF-SW
024300             GO TO 1820-EXIT
024300     END-READ.
024300     IF BH-CUST-ID NOT = WS-DUE-CUST-ID
024300         MOVE "Y" TO WS-BH-EOF-SW
024300     END-IF.
024300 1820-EXIT.
024300     EXIT.

024300 1830-ADD-WRITEOFF.
024300     IF BH-TYPE-BILL AND BH-WRITTEN-OFF
024300         AND BH-BILL > BH-AMOUNT-PAID
024300         COMPUTE WS-DUE-WOFF = WS-DUE-WOFF
024300             + BH-BILL - BH-AMOUNT-PAID
024300     END-IF.
024300     PERFORM 1820-READ-HISTORY THRU 1820-EXIT.
024300 1830-EXIT.
024300     EXIT.

024400 3000-CREATE-CUSTOMER.
024400     MOVE "N" TO WS-CREATED-SW.
024500     ADD 1 TO WS-LAST-CUST-SEQ.
024600     MOVE WS-LAST-CUST-SEQ TO WS-NCI-SEQ.
024610     PERFORM 1450-CHECK-ZONE-WARD THRU 1450-EXIT.
024650         PERFORM 2900-REJECT-APPLICATION THRU 2900-EXIT
024660         GO TO 3000-EXIT
024670     END-IF.
024680     PERFORM 1460-CHECK-TRANSFORMER THRU 1460-EXIT.
024690     IF NOT WS-DT-VALID
024690         PERFORM 2900-REJECT-APPLICATION THRU 2900-EXIT
024690         GO TO 3000-EXIT
024690     END-IF.
024700     MOVE SPACES TO CM-RECORD.
024800     MOVE WS-NEW-CUST-ID TO CM-CUST-ID.
024900     MOVE AP-NAME        TO CM-NAME.
027126                  CM-ROUNDOFF-BAL CM-TEMP-EXPIRY-DATE
027127                  CM-TEMP-FEE-DUE CM-LEGAL-FEE-DUE
027128                  CM-LAST-READ-DATE CM-PREV-LOAD-KW
027129                  CM-LOAD-EFF-DATE CM-LOADCHG-FEE-DUE
027129                  CM-PREV-READING CM-CURR-READING
027129                  CM-NOREAD-COUNT CM-LOCKED-COUNT
027129                  CM-VOLSUSP-FROM CM-VOLSUSP-TO
027129                  CM-VOLSUSP-ORDER-NO CM-SUSP-FEE-DUE
027129                  CM-TARREV-BAL CM-TARREV-INSTAL
027129                  CM-TARREV-LEFT.
027130     MOVE SPACE TO CM-BUDGET-SW.
027140     MOVE SPACE TO CM-PREPAID-SW.
027150     MOVE SPACE TO CM-UNMETERED-SW.
027160     MOVE SPACE TO CM-PAY-GRADE.
027170     MOVE SPACE TO CM-LITIGATION-SW.
027180     MOVE SPACE TO CM-TENANT-BILL-SW.
027180     MOVE SPACE TO CM-VOLSUSP-SW.
027190     MOVE AP-DT-CODE     TO CM-DT-CODE.
027190     MOVE AP-POLE-NO     TO CM-POLE-NO.
027190     IF AP-SANCT-LOAD-KW NUMERIC
027190         MOVE AP-SANCT-LOAD-KW TO CM-SANCT-LOAD-KW
027190     END-IF.
027195     IF AP-APPLY-DATE NUMERIC
027195         MOVE AP-APPLY-DATE TO CM-APPLY-DATE
027195     ELSE
027195         MOVE ZERO          TO CM-APPLY-DATE
027195     END-IF.
027195     MOVE WS-SYSTEM-DATE TO CM-CONNECT-DATE.
027200     WRITE CM-RECORD
027300         INVALID KEY
027400             MOVE "ASSIGNED CUSTOMER ID ALREADY ON FILE"
027700             GO TO 3000-EXIT
027800     END-WRITE.
027850     PERFORM 3050-REGISTER-METER-ASSET THRU 3050-EXIT.
027860     PERFORM 3090-ADD-TRANSFORMER-LOAD THRU 3090-EXIT.
027900     PERFORM 3100-WRITE-DEPOSIT-DEMAND THRU 3100-EXIT.
028000     PERFORM 3200-PRINT-WORK-ORDER     THRU 3200-EXIT.
028100     ADD 1 TO WS-APPS-ACCEPTED.
028100     MOVE "Y" TO WS-CREATED-SW.
028200     DISPLAY "BILNEWC: CUSTOMER " CM-CUST-ID " CREATED".
028300 3000-EXIT.
028400     EXIT.
028410*-----------------------------------------------------------*
028411*    THE METER GOES ON THE ASSET REGISTER THE DAY IT IS        *
028412*    INSTALLED - THE TEST CLOCK STARTS AT INSTALLATION.  A     *
028413*    METER STORES RECEIVED AND ISSUED IS ALREADY ON THE        *
028414*    REGISTER AND IS PUT IN SERVICE, KEEPING ITS MAKE, LOT     *
028414*    AND WARRANTY; ANY OTHER METER ALREADY ON THE REGISTER (A  *
028414*    RE-USED NUMBER) IS LEFT AS IT STANDS.                     *
028415*-----------------------------------------------------------*
028416 3050-REGISTER-METER-ASSET.
028417     IF CM-METER-NO = SPACES
028418         GO TO 3050-EXIT
028419     END-IF.
028419     MOVE CM-METER-NO TO MA-METER-NO.
028419     READ METERAST
028419         INVALID KEY
028419             CONTINUE
028419         NOT INVALID KEY
028419             PERFORM 3060-INSTALL-STORES-METER THRU 3060-EXIT
028419             GO TO 3050-EXIT
028419     END-READ.
028420     MOVE SPACES         TO MA-RECORD.
028421     MOVE CM-METER-NO    TO MA-METER-NO.
028422     MOVE "UNKNOWN"      TO MA-MAKE.
028424     MOVE WS-SYSTEM-DATE TO MA-INSTALL-DATE.
028425     MOVE WS-SYSTEM-DATE TO MA-LAST-TEST-DATE.
028426     MOVE "I"            TO MA-STATUS.
028426     MOVE ZERO           TO MA-DIAL-DIGITS.
028426     MOVE ZERO           TO MA-MULT-FACTOR.
028426     MOVE CM-CUST-ID     TO MA-CUST-ID.
028426     MOVE ZERO           TO MA-RECEIPT-DATE.
028426     MOVE ZERO           TO MA-WARRANTY-MONTHS.
028426     MOVE ZERO           TO MA-ISSUE-DATE.
028426     MOVE ZERO           TO MA-REMOVAL-DATE.
028426     MOVE ZERO           TO MA-RETURN-DATE.
028426     MOVE ZERO           TO MA-CLAIM-DATE.
028426     MOVE SPACES         TO WS-OLD-SEAL-NO.
028426     PERFORM 3070-SET-METER-SEAL THRU 3070-EXIT.
028427     WRITE MA-RECORD
028428         INVALID KEY
028429             DISPLAY "BILNEWC: METER " CM-METER-NO
028430                 " ALREADY ON THE ASSET REGISTER"
028430             GO TO 3050-EXIT
028431     END-WRITE.
028431     PERFORM 3080-REGISTER-SEAL THRU 3080-EXIT.
028432 3050-EXIT.
028433     EXIT.

028434 3060-INSTALL-STORES-METER.
028434     IF NOT MA-STAT-IN-STORES
028434         DISPLAY "BILNEWC: METER " CM-METER-NO
028434             " ALREADY ON THE ASSET REGISTER"
028434         GO TO 3060-EXIT
028434     END-IF.
028434     IF MA-STAT-IN-STOCK
028434         DISPLAY "BILNEWC: METER " CM-METER-NO
028434             " FITTED WITHOUT A STORES ISSUE"
028434     END-IF.
028434     MOVE WS-SYSTEM-DATE TO MA-INSTALL-DATE.
028434     IF MA-LAST-TEST-DATE NOT NUMERIC
028434         OR MA-LAST-TEST-DATE = ZERO
028434         MOVE WS-SYSTEM-DATE TO MA-LAST-TEST-DATE
028434     END-IF.
028434     MOVE "I"            TO MA-STATUS.
028434     MOVE CM-CUST-ID     TO MA-CUST-ID.
028434     MOVE MA-SEAL-NO     TO WS-OLD-SEAL-NO.
028434     PERFORM 3070-SET-METER-SEAL THRU 3070-EXIT.
028434     REWRITE MA-RECORD
028434         INVALID KEY
028434             DISPLAY "BILNEWC: ASSET REGISTER REWRITE FAILED"
028434                 " FOR " CM-METER-NO
028434             GO TO 3060-EXIT
028434     END-REWRITE.
028434     PERFORM 3080-REGISTER-SEAL THRU 3080-EXIT.
028434 3060-EXIT.
028434     EXIT.

028435*-----------------------------------------------------------*
028435*    THE SEAL THE CREW FIXED AT INSTALLATION GOES ON THE       *
028435*    METER'S ASSET RECORD AS IT STANDS ON THE METER, AND IS    *
028435*    RECORDED AGAINST IT ON THE SEAL REGISTER.  A SEAL THE     *
028435*    REGISTER CANNOT ACCOUNT FOR IS STILL RECORDED ON THE      *
028435*    METER, WITH A WARNING FOR STORES TO FOLLOW UP.            *
028435*-----------------------------------------------------------*
028435 3070-SET-METER-SEAL.
028435     IF AP-SEAL-NO = SPACES
028435         IF WS-OLD-SEAL-NO = SPACES
028435             MOVE ZERO TO MA-SEAL-DATE
028435         END-IF
028435         GO TO 3070-EXIT
028435     END-IF.
028435     MOVE AP-SEAL-NO     TO MA-SEAL-NO.
028435     MOVE WS-SYSTEM-DATE TO MA-SEAL-DATE.
028435 3070-EXIT.
028435     EXIT.

028436 3080-REGISTER-SEAL.
028436     IF AP-SEAL-NO = SPACES
028436         GO TO 3080-EXIT
028436     END-IF.
028436     MOVE SPACES         TO SU-PARMS.
028436     MOVE "F"            TO SU-FUNCTION.
028436     MOVE AP-SEAL-NO     TO SU-SEAL-NO.
028436     MOVE WS-OLD-SEAL-NO TO SU-OLD-SEAL-NO.
028436     MOVE CM-METER-NO    TO SU-METER-NO.
028436     MOVE CM-CUST-ID     TO SU-CUST-ID.
028436     MOVE "N"            TO SU-EVENT.
028436     MOVE WS-SYSTEM-DATE TO SU-DATE.
028436     CALL "BILSLUP" USING SU-PARMS.
028436     IF NOT SU-OK
028436         DISPLAY "BILNEWC: SEAL " AP-SEAL-NO " ON METER "
028436             CM-METER-NO " NOT ACCOUNTED FOR ON THE SEAL"
028436             " REGISTER - RESULT " SU-RESULT
028436     END-IF.
028436 3080-EXIT.
028436     EXIT.

028437*-----------------------------------------------------------*
028437*    THE NEW CONNECTION'S LOAD GOES ONTO ITS TRANSFORMER'S     *
028437*    CONNECTED LOAD, SO THE NEXT APPLICATION ON THE SAME       *
028437*    TRANSFORMER IS CHECKED AGAINST IT.                        *
028437*-----------------------------------------------------------*
028437 3090-ADD-TRANSFORMER-LOAD.
028437     IF CM-DT-CODE = SPACES OR NOT WS-DT-OPEN
028437         OR CM-SANCT-LOAD-KW = ZERO
028437         GO TO 3090-EXIT
028437     END-IF.
028437     MOVE CM-DT-CODE TO TM-DT-CODE.
028437     READ DTMAST
028437         INVALID KEY
028437             GO TO 3090-EXIT
028437     END-READ.
028437     ADD CM-SANCT-LOAD-KW TO TM-CONNECTED-KW.
028437     REWRITE TM-RECORD
028437         INVALID KEY
028437             DISPLAY "BILNEWC: TRANSFORMER " CM-DT-CODE
028437                 " LOAD NOT UPDATED"
028437     END-REWRITE.
028437 3090-EXIT.
028437     EXIT.

028500 3100-WRITE-DEPOSIT-DEMAND.
028600     EVALUATE TRUE
028700         WHEN CM-CLASS-COMMERCIAL
032400         "  METER " CM-METER-NO
032500         DELIMITED BY SIZE INTO WS-WO-LINE.
032600     WRITE NW-LINE FROM WS-WO-LINE.
032600     IF AP-DT-CODE NOT = SPACES
032600         MOVE SPACES TO WS-WO-LINE
032600         STRING "TRANSFORMER " AP-DT-CODE "  POLE " AP-POLE-NO
032600             "  LOAD KW " CM-SANCT-LOAD-KW
032600             DELIMITED BY SIZE INTO WS-WO-LINE
032600         WRITE NW-LINE FROM WS-WO-LINE
032600     END-IF.
032600     IF AP-SEAL-NO NOT = SPACES
032600         MOVE SPACES TO WS-WO-LINE
032600         STRING "SEAL FIXED " AP-SEAL-NO
032600             DELIMITED BY SIZE INTO WS-WO-LINE
032600         WRITE NW-LINE FROM WS-WO-LINE
032600     END-IF.
032700     MOVE ALL "-" TO WS-WO-LINE.
032800     WRITE NW-LINE FROM WS-WO-LINE.
032900 3200-EXIT.
033000     EXIT.

032900*-----------------------------------------------------------*
032900*    TRANSFER OF A PREMISES' OLD DUES ONTO THE NEW ACCOUNT.    *
032900*    EACH OLD ACCOUNT ON THE HOLD IS CLEARED AS IT STANDS      *
032900*    TODAY - ITS OPEN ITEMS ROLLED (OR ITS LUMP ARREARS        *
032900*    ZEROED), ITS FEES DUE ZEROED, AND ITS UNRECOVERED         *
032900*    WRITTEN-OFF BILLS MARKED PAID - AND WHAT WAS CLEARED      *
032900*    BECOMES ONE OPENING OPEN ITEM ON THE NEW ACCOUNT, WHICH   *
032900*    THE NEXT BILL CARRIES AS ARREARS.                         *
032900*-----------------------------------------------------------*
032900 3300-TRANSFER-DUES.
032900     IF WS-OI-COUNT >= 2000
032900         DISPLAY "BILNEWC: OPEN-ITEM TABLE FULL - DUES NOT"
032900             " TRANSFERRED TO " PH-NEW-CUST-ID
032900         GO TO 3300-EXIT
032900     END-IF.
032900     MOVE ZERO TO PH-TRANSFER-AMT.
032900     PERFORM 3310-TRANSFER-ONE THRU 3310-EXIT
032900         VARYING WS-ACCT-SUB FROM 1 BY 1
032900         UNTIL WS-ACCT-SUB > 3
032900            OR WS-ACCT-SUB > PH-ACCT-COUNT.
032900     IF PH-TRANSFER-AMT = 0
032900         GO TO 3300-EXIT
032900     END-IF.
032900     ADD 1 TO WS-OI-COUNT.
032900     MOVE PH-NEW-CUST-ID  TO WS-OI-CUST-ID(WS-OI-COUNT).
032900     MOVE ZERO            TO WS-OI-INVOICE-NO(WS-OI-COUNT).
032900     MOVE WS-SYSTEM-DATE(1:6) TO WS-OI-BILL-PERIOD(WS-OI-COUNT).
032900     MOVE PH-TRANSFER-AMT TO WS-OI-ORIG-AMOUNT(WS-OI-COUNT).
032900     MOVE PH-TRANSFER-AMT TO WS-OI-OPEN-AMOUNT(WS-OI-COUNT).
032900     MOVE "O"             TO WS-OI-STATUS(WS-OI-COUNT).
032900     MOVE "Y" TO WS-OI-CHANGED-SW.
032900     MOVE PH-TRANSFER-AMT TO WS-AMT-ED.
032900     DISPLAY "BILNEWC: OLD DUES RS " WS-AMT-ED
032900         " TRANSFERRED TO " PH-NEW-CUST-ID.
032900 3300-EXIT.
032900     EXIT.

032900 3310-TRANSFER-ONE.
032900     MOVE PH-OLD-CUST-ID(WS-ACCT-SUB) TO WS-DUE-CUST-ID.
032900     IF NOT PH-SRC-LIVE(WS-ACCT-SUB)
032900         GO TO 3310-WOFF
032900     END-IF.
032900     MOVE WS-DUE-CUST-ID TO CM-CUST-ID.
032900     READ CUSTMAS
032900         INVALID KEY
032900             GO TO 3310-WOFF
032900     END-READ.
032900     MOVE ZERO TO WS-XFER-AMT.
032900     PERFORM 3320-ROLL-ONE-ITEM THRU 3320-EXIT
032900         VARYING WS-OI-SUB FROM 1 BY 1
032900         UNTIL WS-OI-SUB > WS-OI-COUNT.
032900     IF WS-XFER-AMT = 0
032900         MOVE CM-ARREARS TO WS-XFER-AMT
032900     END-IF.
032900     ADD CM-RECONN-FEE-DUE CM-CHEQUE-FEE-DUE CM-TEMP-FEE-DUE
032900         CM-LEGAL-FEE-DUE CM-LOADCHG-FEE-DUE
032900         TO WS-XFER-AMT.
032900     IF CM-SUSP-FEE-DUE NUMERIC
032900         ADD CM-SUSP-FEE-DUE TO WS-XFER-AMT
032900     END-IF.
032900*    A TARIFF-REVISION REFUND STILL DUE STAYS WITH THE OLD
032900*    ACCOUNT; ONLY A RECOVERY TRAVELS WITH THE DUES.
032900     IF CM-TARREV-BAL NUMERIC AND CM-TARREV-BAL > 0
032900         ADD CM-TARREV-BAL TO WS-XFER-AMT
032900         MOVE ZERO TO CM-TARREV-BAL CM-TARREV-INSTAL
032900                      CM-TARREV-LEFT
032900     END-IF.
032900     MOVE ZERO TO CM-ARREARS CM-RECONN-FEE-DUE CM-CHEQUE-FEE-DUE
032900                  CM-TEMP-FEE-DUE CM-LEGAL-FEE-DUE
032900                  CM-LOADCHG-FEE-DUE CM-SUSP-FEE-DUE.
032900     REWRITE CM-RECORD
032900         INVALID KEY
032900             DISPLAY "BILNEWC: REWRITE FAILED FOR " CM-CUST-ID
032900                 " - ITS DUES NOT TRANSFERRED"
032900             GO TO 3310-WOFF
032900     END-REWRITE.
032900     ADD WS-XFER-AMT TO PH-TRANSFER-AMT.
032900 3310-WOFF.
032900     MOVE "N" TO WS-BH-EOF-SW.
032900     MOVE WS-DUE-CUST-ID TO BH-CUST-ID.
032900     MOVE ZERO           TO BH-BILL-PERIOD.
032900     START BILLHIST KEY IS NOT LESS THAN BH-KEY
032900         INVALID KEY
032900             GO TO 3310-EXIT
032900     END-START.
032900     PERFORM 1820-READ-HISTORY THRU 1820-EXIT.
032900     PERFORM 3330-CLEAR-WRITEOFF THRU 3330-EXIT
032900         UNTIL WS-BH-EOF.
032900 3310-EXIT.
032900     EXIT.

032900 3320-ROLL-ONE-ITEM.
032900     IF WS-OI-CUST-ID(WS-OI-SUB) = WS-DUE-CUST-ID
032900         AND WS-OI-OPEN(WS-OI-SUB)
032900         ADD WS-OI-OPEN-AMOUNT(WS-OI-SUB) TO WS-XFER-AMT
032900         MOVE ZERO TO WS-OI-OPEN-AMOUNT(WS-OI-SUB)
032900         MOVE "R"  TO WS-OI-STATUS(WS-OI-SUB)
032900         MOVE "Y"  TO WS-OI-CHANGED-SW
032900     END-IF.
032900 3320-EXIT.
032900     EXIT.

032900 3330-CLEAR-WRITEOFF.
032900     IF NOT BH-TYPE-BILL OR NOT BH-WRITTEN-OFF
032900         OR BH-BILL NOT > BH-AMOUNT-PAID
032900         GO TO 3330-NEXT
032900     END-IF.
032900     COMPUTE WS-XFER-AMT = BH-BILL - BH-AMOUNT-PAID.
032900     MOVE BH-BILL        TO BH-AMOUNT-PAID.
032900     MOVE WS-SYSTEM-DATE TO BH-PAID-DATE.
032900     REWRITE BH-RECORD
032900         INVALID KEY
032900             DISPLAY "BILNEWC: HISTORY REWRITE FAILED FOR "
032900                 BH-CUST-ID " " BH-BILL-PERIOD
032900         NOT INVALID KEY
032900             ADD WS-XFER-AMT TO PH-TRANSFER-AMT
032900     END-REWRITE.
032900 3330-NEXT.
032900     PERFORM 1820-READ-HISTORY THRU 1820-EXIT.
032900 3330-EXIT.
032900     EXIT.

033100*-----------------------------------------------------------*
033200*    APPLICATION VALIDATION - THE SAME RULES BILMNT APPLIES    *
033300*    AND THE BILLING RUN ASSUMES.  FIRST FAILURE WINS.         *
036800         MOVE "N" TO WS-VALID-SW
036900         GO TO 6000-EXIT
037000     END-IF.
037010     IF AP-APPLY-DATE NUMERIC
037020         AND AP-APPLY-DATE > WS-SYSTEM-DATE
037030         MOVE "APPLICATION DATE IS AFTER TODAY" TO WS-ERROR-TEXT
037040         MOVE "N" TO WS-VALID-SW
037050         GO TO 6000-EXIT
037060     END-IF.
037100     IF AP-NOTIFY-METHOD NOT = "S" AND NOT = "E"
037200         AND NOT = "B" AND NOT = "N"
037300         MOVE "NOTIFY METHOD MUST BE S, E, B OR N"
040400 6110-EXIT.
040500     EXIT.

040400*-----------------------------------------------------------*
040400*    THE PRE-PASS RESULT FOR THIS APPLICATION.  ONE BEYOND THE *
040400*    PREMISES TABLE WAS NEVER CHECKED AND GOES BACK TO THE     *
040400*    COUNTER RATHER THAN THROUGH UNCHECKED.                    *
040400*-----------------------------------------------------------*
040400 6500-CHECK-PREMISES.
040400     MOVE "N" TO WS-PREM-HELD-SW.
040400     IF WS-APPS-READ > WS-PA-COUNT
040400         MOVE "PREMISES NOT CHECKED - RESUBMIT NEXT RUN"
040400             TO WS-ERROR-TEXT
040400         MOVE "N" TO WS-VALID-SW
040400         GO TO 6500-EXIT
040400     END-IF.
040400     IF WS-PA-ACCT-COUNT(WS-APPS-READ) > 0
040400         MOVE "Y" TO WS-PREM-HELD-SW
040400     END-IF.
040400 6500-EXIT.
040400     EXIT.

040600 9000-TERMINATE.
040700     CLOSE CONNAPP.
040800     CLOSE CUSTMAS.
040800     CLOSE METERAST.
040800     IF WS-DT-OPEN
040800         CLOSE DTMAST
040800     END-IF.
040900     CLOSE DEPTXN.
041000     CLOSE NEWCEXCP.
041000     PERFORM 9680-FILE-REPORT THRU 9680-EXIT.
041100     CLOSE NEWWO.
041100     IF NOT WS-ABORT
041100         PERFORM 9100-REWRITE-HOLDS      THRU 9100-EXIT
041100         PERFORM 9200-REWRITE-OPEN-ITEMS THRU 9200-EXIT
041100     END-IF.
041100     CLOSE BILLHIST.
041200     OPEN OUTPUT NCCTL.
041300     MOVE WS-LAST-CUST-SEQ TO NC-LAST-CUST-SEQ.
041400     WRITE NC-RECORD.
042000     DISPLAY "  APPLICATIONS READ    : " WS-APPS-READ.
042100     DISPLAY "  CUSTOMERS CREATED    : " WS-APPS-ACCEPTED.
042200     DISPLAY "  APPLICATIONS REFUSED : " WS-APPS-REJECTED.
042200     DISPLAY "  HELD FOR OLD DUES    : " WS-APPS-HELD.
042200     DISPLAY "  HOLDS ONBOARDED      : " WS-HOLDS-ONBOARDED.
042300     DISPLAY "  RUN BILDEP TO RECORD THE DEPOSIT DEMANDS.".
042400     DISPLAY "=============================================".
042500 9000-EXIT.
042600     EXIT.

042600 9100-REWRITE-HOLDS.
042600     IF WS-PH-COUNT = 0
042600         GO TO 9100-EXIT
042600     END-IF.
042600     OPEN OUTPUT PREMHLD.
042600     IF NOT FS-PREMHLD-OK
042600         DISPLAY "BILNEWC: UNABLE TO REWRITE PREMHLD, STATUS "
042600             FS-PREMHLD
042600         GO TO 9100-EXIT
042600     END-IF.
042600     PERFORM 9110-WRITE-HOLD THRU 9110-EXIT
042600         VARYING WS-PH-SUB FROM 1 BY 1
042600         UNTIL WS-PH-SUB > WS-PH-COUNT.
042600     CLOSE PREMHLD.
042600 9100-EXIT.
042600     EXIT.

042600 9110-WRITE-HOLD.
042600     WRITE PH-FILE-RECORD FROM WS-PH-ENTRY(WS-PH-SUB).
042600 9110-EXIT.
042600     EXIT.

042600 9200-REWRITE-OPEN-ITEMS.
042600     IF NOT WS-OI-CHANGED
042600         GO TO 9200-EXIT
042600     END-IF.
042600     OPEN OUTPUT OPENITEM.
042600     IF NOT FS-OPENITEM-OK
042600         DISPLAY "BILNEWC: UNABLE TO REWRITE OPENITEM, STATUS "
042600             FS-OPENITEM
042600         GO TO 9200-EXIT
042600     END-IF.
042600     PERFORM 9210-WRITE-ONE-ITEM THRU 9210-EXIT
042600         VARYING WS-OI-SUB FROM 1 BY 1
042600         UNTIL WS-OI-SUB > WS-OI-COUNT.
042600     CLOSE OPENITEM.
042600 9200-EXIT.
042600     EXIT.

042600 9210-WRITE-ONE-ITEM.
042600*    A SETTLED OR ROLLED ITEM WITH NOTHING OPEN HAS DONE
042600*    ITS JOB - IT FALLS OFF THE LEDGER HERE; HISTORY IS
042600*    THE PERMANENT RECORD.
042600     IF (WS-OI-STATUS(WS-OI-SUB) = "S"
042600         OR WS-OI-STATUS(WS-OI-SUB) = "R")
042600         AND WS-OI-OPEN-AMOUNT(WS-OI-SUB) = 0
042600         GO TO 9210-EXIT
042600     END-IF.
042600     MOVE WS-OI-CUST-ID(WS-OI-SUB)     TO OI-CUST-ID.
042600     MOVE WS-OI-INVOICE-NO(WS-OI-SUB)  TO OI-INVOICE-NO.
042600     MOVE WS-OI-BILL-PERIOD(WS-OI-SUB) TO OI-BILL-PERIOD.
042600     MOVE WS-OI-ORIG-AMOUNT(WS-OI-SUB) TO OI-ORIG-AMOUNT.
042600     MOVE WS-OI-OPEN-AMOUNT(WS-OI-SUB) TO OI-OPEN-AMOUNT.
042600     MOVE WS-OI-STATUS(WS-OI-SUB)      TO OI-STATUS.
042600     WRITE OI-RECORD.
042600 9210-EXIT.
042600     EXIT.

042700 9600-WRITE-RUNLOG.
042800     MOVE "BILNEWC"        TO RL-PROGRAM-ID.
042900     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
043200     MOVE "CONNAPP"        TO RL-INPUT-FILE.
043300     MOVE WS-APPS-READ     TO RL-RECORDS-READ.
043400     MOVE WS-APPS-ACCEPTED TO RL-BILLS-PRODUCED.
043500     COMPUTE RL-EXCEPTIONS = WS-APPS-REJECTED + WS-APPS-HELD.
043600     MOVE ZERO             TO RL-TOTAL-BILLED.
043700     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
043700     ACCEPT RL-END-TIME FROM TIME.
043700     WRITE RL-RECORD.
043800 9600-EXIT.
043900     EXIT.

043900 9680-FILE-REPORT.
043900     OPEN INPUT NEWCEXCP.
043900     IF NOT FS-NEWCEXCP-OK
043900         GO TO 9680-EXIT
043900     END-IF.
043900     MOVE "O"               TO RO-FUNCTION.
043900     MOVE "NEWCEXCP"        TO RO-REPORT-NAME.
043900     MOVE "BILNEWC"         TO RO-PROGRAM-ID.
043900     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
043900     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
043900     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
043900     MOVE ZERO              TO RO-PERIOD.
043900     CALL "BILRPTF" USING RO-PARMS.
043900     IF RO-OK
043900         MOVE "N" TO WS-RO-EOF-SW
043900         PERFORM 9690-FILE-LINE THRU 9690-EXIT
043900             UNTIL WS-RO-EOF
043900         MOVE "C"          TO RO-FUNCTION
043900         CALL "BILRPTF" USING RO-PARMS
043900     END-IF.
043900     CLOSE NEWCEXCP.
043900 9680-EXIT.
043900     EXIT.

043900 9690-FILE-LINE.
043900     READ NEWCEXCP
043900         AT END
043900             MOVE "Y" TO WS-RO-EOF-SW
043900             GO TO 9690-EXIT
043900     END-READ.
043900     MOVE "L"               TO RO-FUNCTION.
043900*    THE APPLICATION AS FAR AS THE LINE ALLOWS, THEN WHY IT
043900*    WAS REFUSED.
043900     MOVE SPACES            TO RO-LINE.
043900     MOVE NX-APPLICATION    TO RO-LINE(1:72).
043900     MOVE NX-REASON-TEXT    TO RO-LINE(73:60).
043900     CALL "BILRPTF" USING RO-PARMS.
043900 9690-EXIT.
043900     EXIT.
