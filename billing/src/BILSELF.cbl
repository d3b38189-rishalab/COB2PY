002000*  MODIFICATION HISTORY                                      *
002100*  DATE       INIT  DESCRIPTION                               *
002200*  2026-09-02 RSH   ORIGINAL                                  *
002200*  2026-09-14 RSH   TAKE THE CUSTOMER'S DIAL READING - THE    *
002200*                   UNITS ARE DERIVED FROM THE PREVIOUS AND   *
002200*                   CURRENT REGISTER READINGS THROUGH BILDIAL,*
002200*                   ROLLOVER AND THE METER'S CT/PT MULTIPLYING*
002200*                   FACTOR FROM METERAST INCLUDED, BEFORE THE *
002200*                   PLAUSIBILITY CHECK, AND THE READINGS      *
002200*                   TRAVEL ON THE TYPE S TRANSACTION.  A      *
002200*                   READING THAT RUNS BACKWARD IS REJECTED.   *
002200*  2026-10-06 RSH   ZERO THE NEW CHANGE-OUT DATE ON THE       *
002200*                   READINGS WRITTEN.                         *
002200*  2026-10-15 RSH   FILE SELFRPT IN THE REPORT REPOSITORY    *
002200*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002300*-----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS FS-SELFRPT.

004800     SELECT METERAST ASSIGN TO "METERAST"
004800         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS MA-METER-NO
004800         FILE STATUS IS FS-METERAST.

004900     SELECT RUNLOG ASSIGN TO "RUNLOG"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS FS-RUNLOG.
006700     LABEL RECORDS ARE STANDARD.
006800 01  SF-LINE                     PIC X(80).

006800 FD  METERAST
006800     LABEL RECORDS ARE STANDARD.
006800 COPY METERAST.

006900 FD  RUNLOG
007000     LABEL RECORDS ARE STANDARD.
007100 COPY RUNLOG.
008500     88  FS-SELFRPT-OK               VALUE "00".
008600 77  FS-RUNLOG               PIC X(02).
008700     88  FS-RUNLOG-OK                VALUE "00".
008700 77  FS-METERAST             PIC X(02).
008700     88  FS-METERAST-OK              VALUE "00".

008800*-----------------------------------------------------------*
008900*    PROGRAM SWITCHES AND WORK FIELDS                         *
009200     88  WS-ABORT                    VALUE "Y".
009300 77  WS-EOF-SW               PIC X(01) VALUE "N".
009400     88  WS-EOF                      VALUE "Y".
009400 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
009400     88  WS-RO-EOF                   VALUE "Y".
009400 77  WS-MA-OPEN-SW           PIC X(01) VALUE "N".
009400     88  WS-MA-OPEN                  VALUE "Y".
009400 77  WS-REG-FAULT-SW         PIC X(01) VALUE "N".
009400     88  WS-REG-FAULT                VALUE "Y".
009500 77  WS-OPERATOR-ID          PIC X(08).
009600 77  WS-SYSTEM-DATE          PIC 9(08).
009700 77  WS-SYSTEM-TIME          PIC 9(08).
011400 01  WS-UNITS-ED             PIC ZZZZZZ9.
011500 01  WS-UNITS2-ED            PIC ZZZZZZ9.

011500*-----------------------------------------------------------*
011500*    REGISTER-READING PARAMETER BLOCK FOR THE BILDIAL          *
011500*    SUBPROGRAM                                                *
011500*-----------------------------------------------------------*
011500 COPY DLPARM.
011500 COPY RPTPARM.

011600 PROCEDURE DIVISION.
011700 0000-MAINLINE SECTION.
011800     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
017400                 FS-CUSTMAS
017500             MOVE "Y" TO WS-ABORT-SW
017600         END-IF
017600         OPEN INPUT METERAST
017600         IF FS-METERAST-OK
017600             MOVE "Y" TO WS-MA-OPEN-SW
017600         END-IF
017700         IF NOT WS-ABORT
017800             PERFORM 2100-READ-SELFREAD THRU 2100-EXIT
017900         END-IF
021800         PERFORM 2900-REJECT THRU 2900-EXIT
021900         GO TO 2000-NEXT
022000     END-IF.
022000     PERFORM 2200-DERIVE-REGISTER-UNITS THRU 2200-EXIT.
022000     IF WS-REG-FAULT
022000         PERFORM 2900-REJECT THRU 2900-EXIT
022000         GO TO 2000-NEXT
022000     END-IF.
022100     IF SR-UNITS NOT NUMERIC
022200         PERFORM 2900-REJECT THRU 2900-EXIT
022300         GO TO 2000-NEXT
024000     MOVE ZERO       TO MT-EXPORT-UNITS.
024100     MOVE ZERO       TO MT-KVAH-UNITS.
024150     MOVE SR-SUBMIT-DATE TO MT-READING-DATE.
024160     MOVE SR-PREV-READING TO MT-PREV-READING.
024170     MOVE SR-CURR-READING TO MT-CURR-READING.
024180     MOVE ZERO       TO MT-CHANGE-DATE.
024200     WRITE MT-RECORD.
024300     ADD 1 TO WS-ACCEPTED-COUNT.
024400 2000-NEXT.
025300 2100-EXIT.
025400     EXIT.

025410*-----------------------------------------------------------*
025420*    A CUSTOMER READS THE DIALS - THE UNITS COME FROM BILDIAL,  *
025430*    THE MASTER'S LAST READING STANDING IN FOR A PREVIOUS      *
025440*    READING THE CUSTOMER DID NOT GIVE.                        *
025450*-----------------------------------------------------------*
025460 2200-DERIVE-REGISTER-UNITS.
025470     MOVE "N" TO WS-REG-FAULT-SW.
025480     IF SR-PREV-READING NOT NUMERIC
025490         OR SR-CURR-READING NOT NUMERIC
025500         MOVE ZERO TO SR-PREV-READING
025510         MOVE ZERO TO SR-CURR-READING
025520         GO TO 2200-EXIT
025530     END-IF.
025540     IF SR-CURR-READING = ZERO
025550         MOVE ZERO TO SR-PREV-READING
025560         GO TO 2200-EXIT
025570     END-IF.
025580     IF SR-PREV-READING = ZERO AND CM-CURR-READING NUMERIC
025590         MOVE CM-CURR-READING TO SR-PREV-READING
025600     END-IF.
025610     MOVE ZERO TO DL-DIAL-DIGITS.
025620     MOVE ZERO TO DL-MULT-FACTOR.
025630     IF WS-MA-OPEN
025640         MOVE CM-METER-NO TO MA-METER-NO
025650         READ METERAST
025660             INVALID KEY
025670                 CONTINUE
025680             NOT INVALID KEY
025690                 MOVE MA-DIAL-DIGITS TO DL-DIAL-DIGITS
025700                 MOVE MA-MULT-FACTOR TO DL-MULT-FACTOR
025710         END-READ
025720     END-IF.
025730     MOVE SR-PREV-READING TO DL-PREV-READING.
025740     MOVE SR-CURR-READING TO DL-CURR-READING.
025750     CALL "BILDIAL" USING DL-PARMS.
025760     IF DL-OK
025770         MOVE DL-UNITS TO SR-UNITS
025780     ELSE
025790         MOVE "Y" TO WS-REG-FAULT-SW
025800     END-IF.
025810 2200-EXIT.
025820     EXIT.

025500 2900-REJECT.
025600     ADD 1 TO WS-REJECTED-COUNT.
025700     MOVE SPACES TO WS-RPT-LINE.
033900         CLOSE SELFTXN
034000         CLOSE CUSTMAS
034100     END-IF.
034100     IF WS-MA-OPEN
034100         CLOSE METERAST
034100     END-IF.
034200     IF WS-FUNC-REPORT AND NOT WS-ABORT
034300         CLOSE BILLHIST
034400     END-IF.
034500     IF NOT WS-ABORT
034600         CLOSE SELFRPT
034600         PERFORM 9680-FILE-REPORT THRU 9680-EXIT
034700         PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT
034800         CLOSE RUNLOG
034900     END-IF.
036700     WRITE RL-RECORD.
036800 9600-EXIT.
036900     EXIT.

037000*-----------------------------------------------------------*
037100*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
037200*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
037300*    OUTLIVES THE NEXT RUN.                                    *
037400*-----------------------------------------------------------*
037500 9680-FILE-REPORT.
037600     OPEN INPUT SELFRPT.
037700     IF NOT FS-SELFRPT-OK
037800         GO TO 9680-EXIT
037900     END-IF.
038000     MOVE "O"               TO RO-FUNCTION.
038100     MOVE "SELFRPT"         TO RO-REPORT-NAME.
038200     MOVE "BILSELF"         TO RO-PROGRAM-ID.
038300     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
038400     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
038500     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
038600     MOVE ZERO              TO RO-PERIOD.
038700     CALL "BILRPTF" USING RO-PARMS.
038800     IF RO-OK
038900         MOVE "N" TO WS-RO-EOF-SW
039000         PERFORM 9690-FILE-LINE THRU 9690-EXIT
039100             UNTIL WS-RO-EOF
039200         MOVE "C"          TO RO-FUNCTION
039300         CALL "BILRPTF" USING RO-PARMS
039400     END-IF.
039500     CLOSE SELFRPT.
039600 9680-EXIT.
039700     EXIT.

039800 9690-FILE-LINE.
039900     READ SELFRPT
040000         AT END
040100             MOVE "Y" TO WS-RO-EOF-SW
040200             GO TO 9690-EXIT
040300     END-READ.
040400     MOVE "L"               TO RO-FUNCTION.
040500     MOVE SF-LINE           TO RO-LINE.
040600     CALL "BILRPTF" USING RO-PARMS.
040700 9690-EXIT.
040800     EXIT.
