002200*  MODIFICATION HISTORY                                      *
002300*  DATE       INIT  DESCRIPTION                               *
002400*  2026-09-02 RSH   ORIGINAL                                  *
002400*  2026-09-26 RSH   REFUSE AN INCREASE ON A TRANSFORMER       *
002400*                   ALREADY OVER ITS LOADING LIMIT WITHOUT AN *
002400*                   ENGINEER'S OVERRIDE, AND CARRY THE CHANGE *
002400*                   ONTO THE TRANSFORMER'S CONNECTED LOAD.    *
002400*  2026-10-15 RSH   WRITE EACH LOAD CHANGE TO CUSTAUD WITH    *
002400*                   BEFORE AND AFTER IMAGES                   *
002400*  2026-10-15 RSH   WIDEN THE BEFORE-IMAGE TO THE GROWN       *
002400*                   CUSTOMER RECORD (MUNICIPAL OWN ACCOUNT).  *
002500*-----------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
003800         RECORD KEY IS CM-CUST-ID
003900         FILE STATUS IS FS-CUSTMAS.

003910     SELECT CUSTAUD ASSIGN TO "CUSTAUD"
003920         ORGANIZATION IS SEQUENTIAL
003930         FILE STATUS IS FS-CUSTAUD.

004000     SELECT METERAST ASSIGN TO "METERAST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS MA-METER-NO
004400         FILE STATUS IS FS-METERAST.

004400     SELECT DTMAST ASSIGN TO "DTMAST"
004400         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS TM-DT-CODE
004400         FILE STATUS IS FS-DTMAST.

004500     SELECT LOADHIST ASSIGN TO "LOADHIST"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS FS-LOADHIST.
005700     LABEL RECORDS ARE STANDARD.
005800 COPY CUSTMAS.

005810 FD  CUSTAUD
005820     LABEL RECORDS ARE STANDARD.
005830 COPY CUSTAUD.

005900 FD  METERAST
006000     LABEL RECORDS ARE STANDARD.
006100 COPY METERAST.

006100 FD  DTMAST
006100     LABEL RECORDS ARE STANDARD.
006100 COPY DTMAST.

006200 FD  LOADHIST
006300     LABEL RECORDS ARE STANDARD.
006400 COPY LOADHIST.
007300     88  FS-LOADCHG-OK               VALUE "00".
007400 77  FS-CUSTMAS              PIC X(02).
007500     88  FS-CUSTMAS-OK               VALUE "00".
007510 77  FS-CUSTAUD              PIC X(02).
007520     88  FS-CUSTAUD-OK               VALUE "00".
007600 77  FS-METERAST             PIC X(02).
007700     88  FS-METERAST-OK              VALUE "00".
007700 77  FS-DTMAST               PIC X(02).
007700     88  FS-DTMAST-OK                VALUE "00".
007800 77  FS-LOADHIST             PIC X(02).
007900     88  FS-LOADHIST-OK              VALUE "00".
008000 77  FS-RUNLOG               PIC X(02).
009300 77  WS-REQS-READ            PIC 9(05) VALUE ZERO.
009400 77  WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.
009500 77  WS-REFUSED-COUNT        PIC 9(05) VALUE ZERO.
009500 77  WS-DT-OPEN-SW           PIC X(01) VALUE "N".
009500     88  WS-DT-OPEN                  VALUE "Y".
009510 01  WS-BEFORE-IMAGE         PIC X(600).
009500 77  WS-DT-LIMIT-KW          PIC 9(07) VALUE ZERO.

009600 PROCEDURE DIVISION.
009700 0000-MAINLINE SECTION.
012700         MOVE "Y" TO WS-ABORT-SW
012800         GO TO 1000-EXIT
012900     END-IF.
012910     OPEN EXTEND CUSTAUD.
012920     IF NOT FS-CUSTAUD-OK
012930         DISPLAY "BILLOAD: UNABLE TO OPEN CUSTAUD, STATUS "
012940             FS-CUSTAUD
012950         MOVE "Y" TO WS-ABORT-SW
012960         GO TO 1000-EXIT
012970     END-IF.
013000     OPEN INPUT METERAST.
013100     IF NOT FS-METERAST-OK
013200         DISPLAY "BILLOAD: METER ASSET REGISTER NOT"
013300             " AVAILABLE - CAPACITY NOT CHECKED"
013400     END-IF.
013400     OPEN I-O DTMAST.
013400     IF FS-DTMAST-OK
013400         MOVE "Y" TO WS-DT-OPEN-SW
013400     END-IF.
013500     OPEN EXTEND LOADHIST.
013600     IF NOT FS-LOADHIST-OK
013700         OPEN OUTPUT LOADHIST
020800         ADD 1 TO WS-REFUSED-COUNT
020900         GO TO 2000-NEXT
021000     END-IF.
021000     PERFORM 2250-CHECK-TRANSFORMER THRU 2250-EXIT.
021000     IF WS-ABORT
021000         MOVE "N" TO WS-ABORT-SW
021000         ADD 1 TO WS-REFUSED-COUNT
021000         GO TO 2000-NEXT
021000     END-IF.
021090     MOVE CM-RECORD        TO WS-BEFORE-IMAGE.
021100     MOVE CM-SANCT-LOAD-KW TO CM-PREV-LOAD-KW.
021200     MOVE LD-REQ-LOAD-KW   TO CM-SANCT-LOAD-KW.
021300     MOVE LD-EFF-DATE      TO CM-LOAD-EFF-DATE.
022100             ADD 1 TO WS-REFUSED-COUNT
022200             GO TO 2000-NEXT
022300     END-REWRITE.
022310     PERFORM 2280-WRITE-AUDIT THRU 2280-EXIT.
022400     PERFORM 2300-WRITE-HISTORY THRU 2300-EXIT.
022400     PERFORM 2350-ADJUST-TRANSFORMER THRU 2350-EXIT.
022500     ADD 1 TO WS-APPLIED-COUNT.
022600     DISPLAY "BILLOAD: " LD-CUST-ID " LOAD "
022700         CM-PREV-LOAD-KW " KW -> " CM-SANCT-LOAD-KW
026400 2200-EXIT.
026500     EXIT.

026500*-----------------------------------------------------------*
026500*    AN INCREASE IS REFUSED ON A TRANSFORMER ALREADY OVER ITS   *
026500*    LOADING LIMIT UNLESS AN ENGINEER HAS AUTHORISED IT.  A     *
026500*    CONNECTION NOT YET INDEXED, OR NO TRANSFORMER MASTER,      *
026500*    PASSES - THE LOADING REPORT LISTS IT.                      *
026500*-----------------------------------------------------------*
026500 2250-CHECK-TRANSFORMER.
026500     IF CM-DT-CODE = SPACES OR NOT WS-DT-OPEN
026500         GO TO 2250-EXIT
026500     END-IF.
026500     IF LD-REQ-LOAD-KW NOT > CM-SANCT-LOAD-KW
026500         GO TO 2250-EXIT
026500     END-IF.
026500     MOVE CM-DT-CODE TO TM-DT-CODE.
026500     READ DTMAST
026500         INVALID KEY
026500             GO TO 2250-EXIT
026500     END-READ.
026500     COMPUTE WS-DT-LIMIT-KW = TM-KVA-RATING * TM-LIMIT-PCT / 100.
026500     IF TM-CONNECTED-KW NOT > WS-DT-LIMIT-KW
026500         GO TO 2250-EXIT
026500     END-IF.
026500     IF LD-ENGR-OVERRIDE = SPACES
026500         DISPLAY "BILLOAD: " LD-CUST-ID " TRANSFORMER "
026500             TM-DT-CODE " IS OVERLOADED - NEEDS ENGINEER"
026500             " OVERRIDE - REFUSED"
026500         MOVE "Y" TO WS-ABORT-SW
026500         GO TO 2250-EXIT
026500     END-IF.
026500     DISPLAY "BILLOAD: " LD-CUST-ID " LOAD ADDED TO OVERLOADED"
026500         " TRANSFORMER " TM-DT-CODE " UNDER OVERRIDE BY "
026500         LD-ENGR-OVERRIDE.
026500 2250-EXIT.
026500     EXIT.

026510*-----------------------------------------------------------*
026520*    THE MASTER CHANGE GOES TO CUSTAUD WITH BEFORE AND AFTER   *
026530*    IMAGES, UNDER THE SAME DISCIPLINE BILMNT USES.            *
026540*-----------------------------------------------------------*
026550 2280-WRITE-AUDIT.
026560     MOVE CM-CUST-ID      TO CA-CUST-ID.
026570     MOVE "C"             TO CA-ACTION.
026580     MOVE WS-OPERATOR-ID  TO CA-OPERATOR-ID.
026590     MOVE WS-SYSTEM-DATE  TO CA-AUDIT-DATE.
026591     MOVE WS-SYSTEM-TIME  TO CA-AUDIT-TIME.
026592     MOVE WS-BEFORE-IMAGE TO CA-BEFORE-IMAGE.
026593     MOVE CM-RECORD       TO CA-AFTER-IMAGE.
026594     WRITE CA-RECORD.
026595 2280-EXIT.
026596     EXIT.

026600 2300-WRITE-HISTORY.
026700     MOVE LD-CUST-ID       TO LH-CUST-ID.
026800     MOVE CM-PREV-LOAD-KW  TO LH-OLD-LOAD-KW.
027500 2300-EXIT.
027600     EXIT.

027600*-----------------------------------------------------------*
027600*    THE CHANGE IN SANCTIONED LOAD MOVES THE TRANSFORMER'S      *
027600*    CONNECTED LOAD WITH IT, SO THE NEXT CHANGE ON THE SAME     *
027600*    TRANSFORMER IS CHECKED AGAINST THE NEW FIGURE.             *
027600*-----------------------------------------------------------*
027600 2350-ADJUST-TRANSFORMER.
027600     IF CM-DT-CODE = SPACES OR NOT WS-DT-OPEN
027600         GO TO 2350-EXIT
027600     END-IF.
027600     MOVE CM-DT-CODE TO TM-DT-CODE.
027600     READ DTMAST
027600         INVALID KEY
027600             GO TO 2350-EXIT
027600     END-READ.
027600     IF CM-SANCT-LOAD-KW > CM-PREV-LOAD-KW
027600         COMPUTE TM-CONNECTED-KW = TM-CONNECTED-KW
027600             + CM-SANCT-LOAD-KW - CM-PREV-LOAD-KW
027600     ELSE
027600         IF TM-CONNECTED-KW >
027600                 CM-PREV-LOAD-KW - CM-SANCT-LOAD-KW
027600             COMPUTE TM-CONNECTED-KW = TM-CONNECTED-KW
027600                 - CM-PREV-LOAD-KW + CM-SANCT-LOAD-KW
027600         ELSE
027600             MOVE ZERO TO TM-CONNECTED-KW
027600         END-IF
027600     END-IF.
027600     REWRITE TM-RECORD
027600         INVALID KEY
027600             DISPLAY "BILLOAD: TRANSFORMER " CM-DT-CODE
027600                 " LOAD NOT UPDATED"
027600     END-REWRITE.
027600 2350-EXIT.
027600     EXIT.

027700 9000-TERMINATE.
027800     IF WS-REQS-READ > 0 OR NOT WS-ABORT
027900         CLOSE LOADCHG
028000         CLOSE CUSTMAS
028010         CLOSE CUSTAUD
028100         CLOSE LOADHIST
028200         IF FS-METERAST-OK
028300             CLOSE METERAST
028400         END-IF
028400         IF WS-DT-OPEN
028400             CLOSE DTMAST
028400         END-IF
028500     END-IF.
028600     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
028700     CLOSE RUNLOG.
