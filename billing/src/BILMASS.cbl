002100*  MODIFICATION HISTORY                                      *
002200*  DATE       INIT  DESCRIPTION                               *
002300*  2026-08-22 RSH   ORIGINAL                                  *
002300*  2026-10-15 RSH   WRITE EACH RECLASSIFICATION TO CUSTAUD    *
002300*                   WITH BEFORE AND AFTER IMAGES              *
002300*  2026-10-15 RSH   WIDEN THE BEFORE-IMAGE TO THE GROWN       *
002300*                   CUSTOMER RECORD (MUNICIPAL OWN ACCOUNT).  *
002300*  2026-10-15 RSH   FILE RECLRPT IN THE REPORT REPOSITORY    *
002300*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002400*-----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003700         RECORD KEY IS CM-CUST-ID
003800         FILE STATUS IS FS-CUSTMAS.

003810     SELECT CUSTAUD ASSIGN TO "CUSTAUD"
003820         ORGANIZATION IS SEQUENTIAL
003830         FILE STATUS IS FS-CUSTAUD.

003900     SELECT RATETAB ASSIGN TO "RATETAB"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS FS-RATETAB.
005400     LABEL RECORDS ARE STANDARD.
005500 COPY CUSTMAS.

005510 FD  CUSTAUD
005520     LABEL RECORDS ARE STANDARD.
005530 COPY CUSTAUD.

005600 FD  RATETAB
005700     LABEL RECORDS ARE STANDARD.
005800 COPY RATETAB.
007000     88  FS-RECLTXN-OK               VALUE "00".
007100 77  FS-CUSTMAS              PIC X(02).
007200     88  FS-CUSTMAS-OK               VALUE "00".
007210 77  FS-CUSTAUD              PIC X(02).
007220     88  FS-CUSTAUD-OK               VALUE "00".
007300 77  FS-RATETAB              PIC X(02).
007400     88  FS-RATETAB-OK               VALUE "00".
007500 77  FS-RECLRPT              PIC X(02).
008500     88  WS-EOF                      VALUE "Y".
008600 77  WS-RT-EOF-SW            PIC X(01) VALUE "N".
008700     88  WS-RT-EOF                   VALUE "Y".
008700 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
008700     88  WS-RO-EOF                   VALUE "Y".

008800*-----------------------------------------------------------*
008900*    OPERATOR, RUN AND WORK FIELDS                            *
010400 77  WS-LOOK-CLASS           PIC X(01).
010500 77  WS-LOOK-SERVICE         PIC X(01).
010600 01  WS-RPT-LINE             PIC X(80).
010610 01  WS-BEFORE-IMAGE         PIC X(600).
010700 01  WS-OLD-ED               PIC ZZZZZZZZ9.99.
010800 01  WS-NEW-ED               PIC ZZZZZZZZ9.99.
010900 01  WS-IMP-ED               PIC -ZZZZZZZZ9.99.
011200*-----------------------------------------------------------*
011300 COPY RATETBL.
011400 COPY BILCALC.
011400 COPY RPTPARM.

011500 PROCEDURE DIVISION.
011600 0000-MAINLINE SECTION.
013900             FS-CUSTMAS
014000         MOVE "Y" TO WS-ABORT-SW
014100     END-IF.
014110     OPEN EXTEND CUSTAUD.
014120     IF NOT FS-CUSTAUD-OK
014130         DISPLAY "BILMASS: UNABLE TO OPEN CUSTAUD, STATUS "
014140             FS-CUSTAUD
014150         MOVE "Y" TO WS-ABORT-SW
014160     END-IF.
014200     OPEN OUTPUT RECLRPT.
014300     IF NOT FS-RECLRPT-OK
014400         DISPLAY "BILMASS: UNABLE TO OPEN RECLRPT, STATUS "
025100*-----------------------------------------------------------*
025200*    APPLY - THE OLD AND NEW TARIFFS ARE BOTH PRICED ON        *
025300*    LAST CYCLE'S UNITS BEFORE THE MASTER IS REWRITTEN, SO     *
025400*    THE AUDIT LINE CARRIES THE IMPACT ESTIMATE.  THE MASTER   *
025410*    CHANGE ITSELF GOES TO CUSTAUD WITH BEFORE AND AFTER       *
025420*    IMAGES, AS A BILMNT CLASS CHANGE WOULD.                   *
025500*-----------------------------------------------------------*
025600 3000-APPLY-CHANGE.
025610     MOVE CM-RECORD       TO WS-BEFORE-IMAGE.
025700     MOVE CM-CUST-CLASS   TO WS-OLD-CLASS.
025800     MOVE CM-SERVICE-TYPE TO WS-OLD-SERVICE.
025900     MOVE WS-OLD-CLASS    TO WS-LOOK-CLASS.
027600             DISPLAY "BILMASS: REWRITE FAILED FOR " CM-CUST-ID
027700             GO TO 3000-EXIT
027800     END-REWRITE.
027810     MOVE CM-CUST-ID      TO CA-CUST-ID.
027820     MOVE "C"             TO CA-ACTION.
027830     MOVE WS-OPERATOR-ID  TO CA-OPERATOR-ID.
027840     MOVE WS-SYSTEM-DATE  TO CA-AUDIT-DATE.
027850     MOVE WS-SYSTEM-TIME  TO CA-AUDIT-TIME.
027860     MOVE WS-BEFORE-IMAGE TO CA-BEFORE-IMAGE.
027870     MOVE CM-RECORD       TO CA-AFTER-IMAGE.
027880     WRITE CA-RECORD.
027900     ADD 1 TO WS-TXN-APPLIED.
028000     MOVE WS-OLD-BILL TO WS-OLD-ED.
028100     MOVE WS-NEW-BILL TO WS-NEW-ED.
032200 9000-TERMINATE.
032300     CLOSE RECLTXN.
032400     CLOSE CUSTMAS.
032410     CLOSE CUSTAUD.
032500     CLOSE RECLRPT.
032500     PERFORM 9680-FILE-REPORT THRU 9680-EXIT.
032600     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
032700     CLOSE RUNLOG.
032800     DISPLAY "=============================================".
034900     WRITE RL-RECORD.
035000 9600-EXIT.
035100     EXIT.

035200*-----------------------------------------------------------*
035300*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
035400*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
035500*    OUTLIVES THE NEXT RUN.                                    *
035600*-----------------------------------------------------------*
035700 9680-FILE-REPORT.
035800     OPEN INPUT RECLRPT.
035900     IF NOT FS-RECLRPT-OK
036000         GO TO 9680-EXIT
036100     END-IF.
036200     MOVE "O"               TO RO-FUNCTION.
036300     MOVE "RECLRPT"         TO RO-REPORT-NAME.
036400     MOVE "BILMASS"         TO RO-PROGRAM-ID.
036500     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
036600     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
036700     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
036800     MOVE ZERO              TO RO-PERIOD.
036900     CALL "BILRPTF" USING RO-PARMS.
037000     IF RO-OK
037100         MOVE "N" TO WS-RO-EOF-SW
037200         PERFORM 9690-FILE-LINE THRU 9690-EXIT
037300             UNTIL WS-RO-EOF
037400         MOVE "C"          TO RO-FUNCTION
037500         CALL "BILRPTF" USING RO-PARMS
037600     END-IF.
037700     CLOSE RECLRPT.
037800 9680-EXIT.
037900     EXIT.

038000 9690-FILE-LINE.
038100     READ RECLRPT
038200         AT END
038300             MOVE "Y" TO WS-RO-EOF-SW
038400             GO TO 9690-EXIT
038500     END-READ.
038600     MOVE "L"               TO RO-FUNCTION.
038700     MOVE RL-LINE           TO RO-LINE.
038800     CALL "BILRPTF" USING RO-PARMS.
038900 9690-EXIT.
039000     EXIT.
