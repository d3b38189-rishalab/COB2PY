002230*  2026-09-02 RSH   MAINTAIN THE NEW UNMETERED-CONNECTION      *
002231*                   FLAG AND FIXTURE COUNT AS CHANGE FIELDS    *
002232*                   16 AND 17.                                 *
002300*  2026-09-14 RSH   WIDEN THE BEFORE-IMAGE TO THE GROWN       *
002300*                   CUSTOMER RECORD (REGISTER READINGS).      *
002300*  2026-09-16 RSH   WIDEN THE BEFORE-IMAGE TO THE GROWN       *
002300*                   CUSTOMER RECORD (FOR THE NEW FIELDS).     *
002300*  2026-09-26 RSH   WIDEN THE BEFORE-IMAGE TO THE GROWN       *
002300*                   CUSTOMER RECORD (TRANSFORMER AND POLE).   *
002300*  2026-09-26 RSH   MAINTAIN THE TRANSFORMER (FIELD 21,       *
002300*                   CHECKED AGAINST THE TRANSFORMER MASTER)   *
002300*                   AND THE POLE NUMBER (FIELD 22).           *
002300*  2026-09-29 RSH   WIDEN THE BEFORE-IMAGE TO THE GROWN       *
002300*                   CUSTOMER RECORD (APPLICATION AND          *
002300*                   CONNECTION DATES).                        *
002300*  2026-09-30 RSH   WIDEN THE BEFORE-IMAGE TO THE GROWN       *
002300*                   CUSTOMER RECORD (NOTIFICATION             *
002300*                   DELIVERY STATUS).                         *
002300*  2026-10-01 RSH   WIDEN THE BEFORE-IMAGE TO THE GROWN       *
002300*                   CUSTOMER RECORD (PAPERLESS E-BILL).       *
002300*  2026-10-01 RSH   FIELD 23 - PAPERLESS E-BILL ENROLMENT WITH*
002300*                   THE CONSENT DATE AND CHANNEL, OR A DATED  *
002300*                   OPT-OUT; PAPERLESS NEEDS AN EMAIL ADDRESS.*
002300*  2026-10-05 RSH   WIDEN THE BEFORE-IMAGE TO THE GROWN       *
002300*                   CUSTOMER RECORD (VOLUNTARY SUSPENSION).   *
002300*  2026-10-07 RSH   WIDEN THE BEFORE-IMAGE TO THE GROWN       *
002300*                   CUSTOMER RECORD (TARIFF REVISION BALANCE). *
002300*  2026-10-12 RSH   WIDEN THE BEFORE-IMAGE TO THE GROWN       *
002300*                   CUSTOMER RECORD (GOVERNMENT DDO CODE).    *
002300*  2026-10-12 RSH   MAINTAIN THE GOVERNMENT DDO CODE (FIELD   *
002300*                   24, CHECKED AGAINST THE GOVTDEPT MASTER;  *
002300*                   AN INACTIVE DDO CANNOT TAKE A NEW         *
002300*                   CONNECTION).                              *
002300*  2026-10-15 RSH   WIDEN THE BEFORE-IMAGE TO THE GROWN       *
002300*                   CUSTOMER RECORD (MUNICIPAL OWN ACCOUNT).  *
002300*  2026-10-15 RSH   MAINTAIN THE MUNICIPALITY WHOSE OWN       *
002300*                   ACCOUNT THE CONNECTION IS (FIELD 25,      *
002300*                   BLANK UNLINKS IT).                        *
002300*-----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
003300         RECORD KEY IS CM-CUST-ID
003400         FILE STATUS IS FS-CUSTMAS.

003400     SELECT DTMAST ASSIGN TO "DTMAST"
003400         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS TM-DT-CODE
003400         FILE STATUS IS FS-DTMAST.

003400     SELECT GOVTDEPT ASSIGN TO "GOVTDEPT"
003400         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS GD-DDO-CODE
003400         FILE STATUS IS FS-GOVTDEPT.

003500     SELECT CUSTAUD ASSIGN TO "CUSTAUD"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS FS-CUSTAUD.
004400     LABEL RECORDS ARE STANDARD.
004500 COPY CUSTMAS.

004500 FD  DTMAST
004500     LABEL RECORDS ARE STANDARD.
004500 COPY DTMAST.

004500 FD  GOVTDEPT
004500     LABEL RECORDS ARE STANDARD.
004500 COPY GOVTDEPT.

004600 FD  CUSTAUD
004700     LABEL RECORDS ARE STANDARD.
004800 COPY CUSTAUD.
005700     88  WS-ZW-VALID                 VALUE "Y".
005700 77  WS-SAVE-ZONE-CODE       PIC X(02).
005700 77  WS-SAVE-WARD-CODE       PIC X(03).
005700 77  FS-DTMAST               PIC X(02).
005700     88  FS-DTMAST-OK                VALUE "00".
005700 77  WS-DT-OPEN-SW           PIC X(01) VALUE "N".
005700     88  WS-DT-OPEN                  VALUE "Y".
005700 77  FS-GOVTDEPT             PIC X(02).
005700     88  FS-GOVTDEPT-OK              VALUE "00".
005700 77  WS-GD-OPEN-SW           PIC X(01) VALUE "N".
005700     88  WS-GD-OPEN                  VALUE "Y".
005800 77  FS-CUSTAUD              PIC X(02).
005900     88  FS-CUSTAUD-OK               VALUE "00".
006000 77  FS-RUNLOG               PIC X(02).
008520 77  WS-LOAD-LEN             PIC 9(02) VALUE ZERO.
008530 77  WS-LOAD-POS             PIC 9(02) VALUE ZERO.
008540 77  WS-LOAD-SUB             PIC S9(02) VALUE ZERO.
008550 77  WS-CONSENT-CHANNEL      PIC X(01).
008600 77  WS-ERROR-TEXT           PIC X(60).
008700 77  WS-ACTIONS-TAKEN        PIC 9(05) VALUE ZERO.
008800 77  WS-BEFORE-IMAGE         PIC X(600).
008900 77  WS-STATE-SUB            PIC 9(02).
009000 77  WS-STATE-OK-SW          PIC X(01).
009100     88  WS-STATE-OK                 VALUE "Y".
011400     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
011500     ACCEPT WS-OPERATOR-ID.
011510     PERFORM 1400-LOAD-ZONEWARD THRU 1400-EXIT.
011520     OPEN INPUT DTMAST.
011520     IF FS-DTMAST-OK
011520         MOVE "Y" TO WS-DT-OPEN-SW
011520     END-IF.
011520     OPEN INPUT GOVTDEPT.
011520     IF FS-GOVTDEPT-OK
011520         MOVE "Y" TO WS-GD-OPEN-SW
011520     END-IF.
011600     OPEN I-O CUSTMAS.
011700     IF NOT FS-CUSTMAS-OK
011800         DISPLAY "BILMNT: UNABLE TO OPEN CUSTMAS, STATUS "
023400         DISPLAY "BILMNT: NOT CHANGED - " WS-ERROR-TEXT
023500         GO TO 4000-EXIT
023600     END-IF.
023700     IF CM-RECORD = WS-BEFORE-IMAGE(1:600)
023800         DISPLAY "BILMNT: NOTHING CHANGED"
023900         GO TO 4000-EXIT
024000     END-IF.
025450     DISPLAY "       14=PREPAID(Y/BLANK) 15=LOAD-KW".
025460     DISPLAY "       16=UNMETERED(Y/BLANK) 17=FIXTURES".
025470     DISPLAY "       18=ZONE 19=WARD".
025480     DISPLAY "       20=TENANT-BILLING(Y/BLANK)".
025490     DISPLAY "       21=TRANSFORMER 22=POLE".
025490     DISPLAY "       23=PAPERLESS(Y/N) 24=GOVT-DDO".
025490     DISPLAY "       25=MUNICIPAL-ACCOUNT 0=DONE".
025500     DISPLAY "FIELD NO: " WITH NO ADVANCING.
025600     ACCEPT WS-FIELD-NO.
025700     IF WS-FIELD-NO = 0
027597                 DISPLAY "BILMNT: TENANT-BILLING FLAG MUST BE"
027598                     " Y OR BLANK - NOT CHANGED"
027599             END-IF
027599         WHEN 21 PERFORM 4190-SET-TRANSFORMER THRU 4190-EXIT
027599         WHEN 22 MOVE WS-NEW-VALUE TO CM-POLE-NO
027599         WHEN 23 PERFORM 4195-SET-PAPERLESS THRU 4195-EXIT
027599         WHEN 24 PERFORM 4197-SET-GOVT-DDO THRU 4197-EXIT
027599         WHEN 25 MOVE WS-NEW-VALUE TO CM-MUNI-ACCT
027600         WHEN OTHER
027700             DISPLAY "BILMNT: NO SUCH FIELD"
027800     END-EVALUATE.
028015 4180-EXIT.
028015     EXIT.

028015*-----------------------------------------------------------*
028015*    FIELD 21 - THE TRANSFORMER MUST BE ON THE MASTER.  THE    *
028015*    CONNECTED LOAD IS NOT MOVED HERE; THE LOADING RUN         *
028015*    RECOUNTS IT FROM THE CUSTOMER MASTER.                     *
028015*-----------------------------------------------------------*
028015 4190-SET-TRANSFORMER.
028015     IF WS-NEW-VALUE = SPACES OR NOT WS-DT-OPEN
028015         MOVE WS-NEW-VALUE TO CM-DT-CODE
028015         GO TO 4190-EXIT
028015     END-IF.
028015     MOVE WS-NEW-VALUE TO TM-DT-CODE.
028015     READ DTMAST
028015         INVALID KEY
028015             DISPLAY "BILMNT: TRANSFORMER NOT ON THE MASTER"
028015                 " - NOT CHANGED"
028015             GO TO 4190-EXIT
028015     END-READ.
028015     MOVE TM-DT-CODE TO CM-DT-CODE.
028015 4190-EXIT.
028015     EXIT.

028015*-----------------------------------------------------------*
028015*    FIELD 23 - PAPERLESS E-BILL.  Y ENROLS THE ACCOUNT AND    *
028015*    RECORDS THE DATE AND THE CHANNEL THE CONSENT CAME         *
028015*    THROUGH; N OPTS IT OUT, DATED.  RE-KEYING Y PUTS AN       *
028015*    ACCOUNT DROPPED BACK TO PAPER BY BILDLVR ON AGAIN.        *
028015*-----------------------------------------------------------*
028015 4195-SET-PAPERLESS.
028015     EVALUATE WS-NEW-VALUE(1:1)
028015         WHEN "Y"
028015             DISPLAY "CONSENT CHANNEL (W=WEB C=COUNTER P=PHONE"
028015                 " F=FORM): " WITH NO ADVANCING
028015             ACCEPT WS-CONSENT-CHANNEL
028015             IF NOT (WS-CONSENT-CHANNEL = "W" OR "C"
028015                     OR "P" OR "F")
028015                 DISPLAY "BILMNT: CONSENT CHANNEL MUST BE W, C,"
028015                     " P OR F - NOT CHANGED"
028015                 GO TO 4195-EXIT
028015             END-IF
028015             MOVE "Y"                TO CM-PAPERLESS-SW
028015             MOVE WS-SYSTEM-DATE     TO CM-PAPERLESS-DATE
028015             MOVE WS-CONSENT-CHANNEL TO CM-PAPERLESS-CHANNEL
028015         WHEN "N"
028015             IF NOT (CM-PAPERLESS OR CM-PAPERLESS-DROPPED)
028015                 DISPLAY "BILMNT: NOT ENROLLED - NOT CHANGED"
028015                 GO TO 4195-EXIT
028015             END-IF
028015             MOVE "N"                TO CM-PAPERLESS-SW
028015             MOVE WS-SYSTEM-DATE     TO CM-PAPERLESS-DATE
028015         WHEN OTHER
028015             DISPLAY "BILMNT: PAPERLESS MUST BE Y OR N"
028015                 " - NOT CHANGED"
028015     END-EVALUATE.
028015 4195-EXIT.
028015     EXIT.

028015*-----------------------------------------------------------*
028015*    FIELD 24 - THE GOVERNMENT DDO WHO PAYS FOR THE            *
028015*    CONNECTION.  BLANK UNLINKS IT.  THE DDO MUST BE ON THE    *
028015*    MASTER AND STILL ACTIVE; A SITE WITH NO MASTER YET TAKES  *
028015*    ANY CODE, AS FOR THE TRANSFORMER.                         *
028015*-----------------------------------------------------------*
028015 4197-SET-GOVT-DDO.
028015     IF WS-NEW-VALUE = SPACES OR NOT WS-GD-OPEN
028015         MOVE WS-NEW-VALUE TO CM-GOVT-DDO-CODE
028015         GO TO 4197-EXIT
028015     END-IF.
028015     MOVE WS-NEW-VALUE TO GD-DDO-CODE.
028015     READ GOVTDEPT
028015         INVALID KEY
028015             DISPLAY "BILMNT: DDO NOT ON THE GOVTDEPT MASTER"
028015                 " - NOT CHANGED"
028015             GO TO 4197-EXIT
028015     END-READ.
028015     IF NOT GD-ACTIVE
028015         DISPLAY "BILMNT: DDO " GD-DDO-CODE " IS INACTIVE"
028015             " - NOT CHANGED"
028015         GO TO 4197-EXIT
028015     END-IF.
028015     MOVE GD-DDO-CODE TO CM-GOVT-DDO-CODE.
028015 4197-EXIT.
028015     EXIT.

028016 4150-SET-SANCT-LOAD.
028017     MOVE ZERO TO WS-LOAD-LEN.
028018     PERFORM 4160-FIND-VALUE-END THRU 4160-EXIT
030800     IF NOT (CM-STAT-ACTIVE OR CM-STAT-SUSPENDED
030900             OR CM-STAT-DISCONNECTED OR CM-STAT-CLOSED)
031000         DISPLAY "BILMNT: INVALID STATUS - NOT CHANGED"
031100         MOVE WS-BEFORE-IMAGE(1:600) TO CM-RECORD
031200         GO TO 5000-EXIT
031300     END-IF.
031400     REWRITE CM-RECORD
040200         MOVE "EMAIL NOTIFICATION NEEDS AN EMAIL ADDRESS"
040300             TO WS-ERROR-TEXT
040400         MOVE "N" TO WS-VALID-SW
040450         GO TO 6200-EXIT
040500     END-IF.
040510     IF CM-PAPERLESS AND CM-EMAIL = SPACES
040520         MOVE "PAPERLESS BILLING NEEDS AN EMAIL ADDRESS"
040530             TO WS-ERROR-TEXT
040540         MOVE "N" TO WS-VALID-SW
040550     END-IF.
040600 6200-EXIT.
040700     EXIT.

042000 9000-TERMINATE.
042100     CLOSE CUSTMAS.
042200     CLOSE CUSTAUD.
042200     IF WS-DT-OPEN
042200         CLOSE DTMAST
042200     END-IF.
042200     IF WS-GD-OPEN
042200         CLOSE GOVTDEPT
042200     END-IF.
042300     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
042400     CLOSE RUNLOG.
042500     DISPLAY "BILMNT: " WS-ACTIONS-TAKEN " MAINTENANCE "
