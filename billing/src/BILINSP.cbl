002500*                   ON A REAL CALENDAR (DECEMBER CARRIES      *
002500*                   INTO THE NEXT YEAR) AND REFUSE A SECOND   *
002500*                   KEY COLLISION INSTEAD OF STEALING IT.     *
002500*  2026-09-16 RSH   CLEAR THE READER'S STATUS CODE ON THE     *
002500*                   HISTORY RECORD.                           *
002500*  2026-09-16 RSH   CLOSING A BURNT-METER CASE CLEARS THE     *
002500*                   CUSTOMER'S BURNT STATUS, SO A METER THAT  *
002500*                   BURNS AGAIN AFTER THE REPAIR IS QUEUED    *
002500*                   AFRESH.                                   *
002500*  2026-09-18 RSH   CLEAR THE READER ID AND CORRECTED FLAG ON *
002500*                   THE HISTORY RECORD.                       *
002500*  2026-09-25 RSH   TAKE THE SEAL FOUND AND ANY NEW SEAL FIXED*
002500*                   AT INSPECTION; A SEAL NOT MATCHING THE    *
002500*                   METER'S ASSET RECORD FLAGS THE CASE, AND A*
002500*                   METER OTHERWISE OK IS LOGGED AS SUSPECTED *
002500*                   TAMPERING. A NEW SEAL GOES ON THE SEAL    *
002500*                   REGISTER AND THE METER.                   *
002500*  2026-10-01 RSH   ZERO THE PAPERLESS GREEN REBATE ON THE    *
002500*                   HISTORY RECORD.                           *
002500*  2026-10-06 RSH   ZERO THE NEW METER RENT ON THE HISTORY    *
002500*                   WRITTEN.                                  *
002500*  2026-10-07 RSH   ZERO THE NEW TARIFF-REVISION REPRICED     *
002500*                   ENERGY ON THE HISTORY WRITTEN.            *
002500*  2026-10-10 RSH   RAISE A GST DEBIT NOTE (BILNOTE) FOR EACH *
002500*                   ASSESSMENT POSTED.                        *
002500*  2026-10-15 RSH   FILE INSPRPT IN THE REPORT REPOSITORY    *
002500*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002500*-----------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS FS-INSPRPT.

005650     SELECT METERAST ASSIGN TO "METERAST"
005650         ORGANIZATION IS INDEXED
005650         ACCESS MODE IS DYNAMIC
005650         RECORD KEY IS MA-METER-NO
005650         FILE STATUS IS FS-METERAST.

005700     SELECT RUNLOG ASSIGN TO "RUNLOG"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS FS-RUNLOG.
008100     LABEL RECORDS ARE STANDARD.
008200 01  IP-LINE                     PIC X(80).

008250 FD  METERAST
008250     LABEL RECORDS ARE STANDARD.
008250 COPY METERAST.

008300 FD  RUNLOG
008400     LABEL RECORDS ARE STANDARD.
008500 COPY RUNLOG.
010300     88  FS-INSPRPT-OK               VALUE "00".
010400 77  FS-RUNLOG               PIC X(02).
010500     88  FS-RUNLOG-OK                VALUE "00".
010500 77  FS-METERAST             PIC X(02).
010500     88  FS-METERAST-OK              VALUE "00".

010600*-----------------------------------------------------------*
010700*    PROGRAM SWITCHES AND WORK FIELDS                         *
011600     88  WS-RT-EOF                   VALUE "Y".
011700 77  WS-IC-EOF-SW            PIC X(01) VALUE "N".
011800     88  WS-IC-EOF                   VALUE "Y".
011800 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
011800     88  WS-RO-EOF                   VALUE "Y".
011900 77  WS-DONE-SW              PIC X(01) VALUE "N".
012000     88  WS-ENTRY-DONE               VALUE "Y".
012000 77  WS-MA-OPEN-SW           PIC X(01) VALUE "N".
012000     88  WS-MA-OPEN                  VALUE "Y".
012000 77  WS-SEAL-MISMATCH-SW     PIC X(01) VALUE "N".
012000     88  WS-SEAL-MISMATCH            VALUE "Y".
012000 77  WS-IN-SEAL-FOUND        PIC X(12).
012000 77  WS-IN-SEAL-FIXED        PIC X(12).
012000 77  WS-SEAL-ON-RECORD       PIC X(12).
012100 77  WS-OPERATOR-ID          PIC X(08).
012200 77  WS-SYSTEM-DATE          PIC 9(08).
012300 77  WS-SYSTEM-TIME          PIC 9(08).
014500 77  WS-ASSESSED-AMT         PIC 9(11)V99 VALUE ZERO.
014600 77  WS-RPT-ASSESSED         PIC 9(11)V99 VALUE ZERO.
014700 77  WS-RPT-COLLECTED        PIC 9(11)V99 VALUE ZERO.
014700 77  WS-SEAL-SUSPECTS        PIC 9(03) VALUE ZERO.
014800 01  WS-RPT-LINE             PIC X(80).
014900 01  WS-AMT-ED               PIC ZZZZZZZZ9.99.
015000 01  WS-AMT2-ED              PIC ZZZZZZZZ9.99.
017400 COPY BDPARM.

017400 COPY PBPARM.
017400 COPY GNPARM.

017400*-----------------------------------------------------------*
017400*    SEAL-REGISTER PARAMETER BLOCK FOR THE BILSLUP SUBPROGRAM *
017400*-----------------------------------------------------------*
017400 COPY SUPARM.
017400 COPY RPTPARM.

017500 PROCEDURE DIVISION.
017600 0000-MAINLINE SECTION.
023100                 FS-INSPLOG
023200             MOVE "Y" TO WS-ABORT-SW
023300         END-IF
023300         OPEN I-O METERAST
023300         IF FS-METERAST-OK
023300             MOVE "Y" TO WS-MA-OPEN-SW
023300         ELSE
023300             DISPLAY "BILINSP: NO METER ASSET REGISTER - SEALS"
023300                 " WILL NOT BE CHECKED"
023300         END-IF
023400     END-IF.
023500     IF WS-FUNC-REPORT
023600         OPEN INPUT INSPLOG
037300         DISPLAY "BILINSP: RESULT MUST BE O, F OR T"
037400         GO TO 2000-EXIT
037500     END-IF.
037500     PERFORM 2300-CHECK-SEAL THRU 2300-EXIT.
037600     MOVE ZERO TO WS-ASSESS-UNITS.
037700     MOVE ZERO TO WS-ASSESS-TOTAL.
037800     IF WS-IN-RESULT = "T"
038800         END-IF
038900     END-IF.
039000     MOVE "Y" TO WS-Q-RESOLVED-SW(WS-Q-FOUND).
039000     IF WS-Q-CONDITION(WS-Q-FOUND) = "BURNT"
039000         PERFORM 2200-CLEAR-BURNT-STATUS THRU 2200-EXIT
039000     END-IF.
039100     PERFORM 4000-WRITE-RESULT-LOG THRU 4000-EXIT.
039200     ADD 1 TO WS-CASES-CLOSED.
039300     DISPLAY "BILINSP: CASE CLOSED FOR " WS-IN-CUST-ID
041000 2110-EXIT.
041100     EXIT.

041150*-----------------------------------------------------------*
041150*    A BURNT-METER CASE CAME FROM THE READER'S STATUS CODE -    *
041150*    ONCE THE CREW HAS BEEN, THE STATUS IS SPENT.              *
041150*-----------------------------------------------------------*
041150 2200-CLEAR-BURNT-STATUS.
041150     MOVE WS-IN-CUST-ID TO CM-CUST-ID.
041150     READ CUSTMAS
041150         INVALID KEY
041150             GO TO 2200-EXIT
041150     END-READ.
041150     IF CM-LAST-STAT-METER-BURNT
041150         MOVE SPACE TO CM-LAST-READ-STATUS
041150         REWRITE CM-RECORD
041150             INVALID KEY
041150                 DISPLAY "BILINSP: REWRITE FAILED FOR CUSTOMER "
041150                     CM-CUST-ID
041150         END-REWRITE
041150     END-IF.
041150 2200-EXIT.
041150     EXIT.

041160*-----------------------------------------------------------*
041160*    THE SEAL THE CREW FOUND ON THE METER AGAINST THE ONE ON   *
041160*    ITS ASSET RECORD.  A SEAL MISSING OR NOT MATCHING FLAGS   *
041160*    THE CASE - A METER OTHERWISE FOUND OK IS LOGGED AS        *
041160*    SUSPECTED TAMPERING.  A NEW SEAL FIXED BY THE CREW GOES   *
041160*    ON THE SEAL REGISTER THROUGH BILSLUP AND ON THE METER,    *
041160*    EVEN IF THE REGISTER CANNOT ACCOUNT FOR IT.               *
041160*-----------------------------------------------------------*
041160 2300-CHECK-SEAL.
041160     MOVE "N"    TO WS-SEAL-MISMATCH-SW.
041160     MOVE SPACES TO WS-SEAL-ON-RECORD.
041160     DISPLAY "SEAL NUMBER FOUND ON METER (BLANK=NONE): "
041160         WITH NO ADVANCING.
041160     ACCEPT WS-IN-SEAL-FOUND.
041160     DISPLAY "NEW SEAL FIXED (BLANK=NONE): " WITH NO ADVANCING.
041160     ACCEPT WS-IN-SEAL-FIXED.
041160     IF NOT WS-MA-OPEN
041160         GO TO 2300-EXIT
041160     END-IF.
041160     MOVE WS-Q-METER-NO(WS-Q-FOUND) TO MA-METER-NO.
041160     READ METERAST
041160         INVALID KEY
041160             GO TO 2300-EXIT
041160     END-READ.
041160     MOVE MA-SEAL-NO TO WS-SEAL-ON-RECORD.
041160     IF MA-SEAL-NO NOT = SPACES
041160         AND WS-IN-SEAL-FOUND NOT = MA-SEAL-NO
041160         MOVE "Y" TO WS-SEAL-MISMATCH-SW
041160         ADD 1 TO WS-SEAL-SUSPECTS
041160         DISPLAY "BILINSP: SEAL MISMATCH ON METER " MA-METER-NO
041160             " - SUSPECTED TAMPERING"
041160         IF WS-IN-RESULT = "O"
041160             MOVE "S" TO WS-IN-RESULT
041160         END-IF
041160     END-IF.
041160     IF WS-IN-SEAL-FIXED = SPACES
041160         GO TO 2300-EXIT
041160     END-IF.
041160     MOVE SPACES            TO SU-PARMS.
041160     MOVE "F"               TO SU-FUNCTION.
041160     MOVE WS-IN-SEAL-FIXED  TO SU-SEAL-NO.
041160     MOVE MA-SEAL-NO        TO SU-OLD-SEAL-NO.
041160     MOVE MA-METER-NO       TO SU-METER-NO.
041160     MOVE WS-IN-CUST-ID     TO SU-CUST-ID.
041160     MOVE "I"               TO SU-EVENT.
041160     MOVE WS-SYSTEM-DATE    TO SU-DATE.
041160     CALL "BILSLUP" USING SU-PARMS.
041160     IF NOT SU-OK
041160         DISPLAY "BILINSP: SEAL " WS-IN-SEAL-FIXED
041160             " NOT ACCOUNTED FOR ON THE SEAL REGISTER - RESULT "
041160             SU-RESULT
041160     END-IF.
041160     MOVE WS-IN-SEAL-FIXED  TO MA-SEAL-NO.
041160     MOVE WS-SYSTEM-DATE    TO MA-SEAL-DATE.
041160     REWRITE MA-RECORD
041160         INVALID KEY
041160             DISPLAY "BILINSP: ASSET REGISTER REWRITE FAILED"
041160                 " FOR " MA-METER-NO
041160     END-REWRITE.
041160 2300-EXIT.
041160     EXIT.

041200*-----------------------------------------------------------*
041300*    THE ASSESSMENT - THE CASE'S AVERAGE UNITS, PRICED         *
041400*    THROUGH BILCALC UNDER THE CUSTOMER'S OWN SCHEDULE FOR     *
048700     MOVE ZERO           TO BH-DISCOUNT-AMT.
048700     MOVE ZERO           TO BH-READ-FROM-DATE.
048700     MOVE ZERO           TO BH-READ-TO-DATE.
048700     MOVE SPACE          TO BH-READ-STATUS.
048700     MOVE ZERO           TO BH-GREEN-REBATE.
048700     MOVE ZERO           TO BH-METER-RENT.
048700     MOVE ZERO           TO BH-REVISED-ENERGY.
048700     MOVE ZERO           TO BH-DUTY-EXEMPT.
048700     MOVE ZERO           TO BH-GST-EXEMPT.
048700     MOVE SPACES         TO BH-READER-ID.
048700     MOVE SPACE          TO BH-CORRECTED-SW.
048800     WRITE BH-RECORD
048900         INVALID KEY
049000*            THE CUSTOMER'S REGULAR BILL ALREADY HOLDS THE
050110     MOVE BH-BILL-DATE   TO PR-BILL-DATE.
050110     CALL "BILPREG" USING PR-PARMS.
050200     PERFORM 3200-REWRITE-INVCTL THRU 3200-EXIT.
050200     PERFORM 3300-RAISE-DEBIT-NOTE THRU 3300-EXIT.
050300     ADD 1 TO WS-ASSESSMENTS.
050400     ADD WS-ASSESS-TOTAL TO WS-ASSESSED-AMT.
050500     DISPLAY "BILINSP: ASSESSMENT OF RS " WS-ASSESS-TOTAL
054400 3200-EXIT.
054500     EXIT.

054510*-----------------------------------------------------------*
054511*    GST DEBIT NOTE FOR THE ASSESSMENT, AGAINST THE LAST       *
054512*    ORDINARY BILL BEFORE IT (BILNOTE FINDS IT ON BILLHIST).   *
054513*    THE ASSESSMENT IS ON THE HISTORY AS A BILL OF ITS OWN     *
054514*    PERIOD AND IS RETURNED WITH IT, SO THE NOTE IS FOR        *
054515*    REFERENCE ONLY IN THE RETURN.                             *
054516*-----------------------------------------------------------*
054517 3300-RAISE-DEBIT-NOTE.
054518     MOVE "W"             TO GP-FUNCTION.
054519     MOVE "D"             TO GP-NOTE-TYPE.
054520     MOVE BH-CUST-ID      TO GP-CUST-ID.
054521     MOVE WS-SYSTEM-DATE  TO GP-NOTE-DATE.
054522     MOVE ZERO            TO GP-ORIG-INVOICE-NO.
054523     MOVE BH-BILL-PERIOD  TO GP-ORIG-PERIOD.
054524     MOVE WS-ASSESS-BASE  TO GP-TAXABLE-AMT.
054525     MOVE WS-ASSESS-GST   TO GP-GST-AMT.
054526     MOVE "INSP"          TO GP-SOURCE.
054527     MOVE "H"             TO GP-RETURN-SW.
054528     MOVE "TAMPERING ASSESSMENT" TO GP-REASON-TEXT.
054529     MOVE WS-OPERATOR-ID  TO GP-OPERATOR-ID.
054530     CALL "BILNOTE" USING GP-PARMS.
054531     IF GP-OK
054532         DISPLAY "BILINSP: GST DEBIT NOTE " GP-NOTE-NO
054533             " RAISED FOR " BH-CUST-ID
054534     ELSE
054535         DISPLAY "BILINSP: GST DEBIT NOTE NOT RAISED FOR "
054536             BH-CUST-ID " - RAISE IT BY HAND"
054537     END-IF.
054538 3300-EXIT.
054539     EXIT.

054600 4000-WRITE-RESULT-LOG.
054700     MOVE SPACES                       TO IL-RECORD.
054800     MOVE WS-IN-CUST-ID                TO IL-CUST-ID.
056100         MOVE ZERO TO IL-ASSESS-AMT
056200         MOVE ZERO TO IL-INVOICE-NO
056300     END-IF.
056300     MOVE WS-SEAL-ON-RECORD            TO IL-SEAL-ON-RECORD.
056300     MOVE WS-IN-SEAL-FOUND             TO IL-SEAL-FOUND.
056300     MOVE WS-IN-SEAL-FIXED             TO IL-SEAL-FIXED.
056300     MOVE WS-SEAL-MISMATCH-SW          TO IL-SEAL-MISMATCH-SW.
056400     WRITE IL-RECORD.
056500 4000-EXIT.
056600     EXIT.
065000         CLOSE CUSTMAS
065100         CLOSE BILLHIST
065200         CLOSE INSPLOG
065200         IF WS-MA-OPEN
065200             CLOSE METERAST
065200         END-IF
065300     END-IF.
065400     IF WS-FUNC-REPORT AND NOT WS-ABORT
065500         CLOSE INSPLOG
065600         CLOSE BILLHIST
065700         CLOSE INSPRPT
065700         PERFORM 9680-FILE-REPORT THRU 9680-EXIT
065800     END-IF.
065900     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
066000     CLOSE RUNLOG.
066100     DISPLAY "BILINSP: " WS-CASES-CLOSED " CASE(S) CLOSED, "
066200         WS-ASSESSMENTS " ASSESSMENT(S), RS "
066300         WS-ASSESSED-AMT.
066300     IF WS-SEAL-SUSPECTS > ZERO
066300         DISPLAY "BILINSP: " WS-SEAL-SUSPECTS
066300             " SEAL MISMATCH(ES) FLAGGED"
066300     END-IF.
066400 9000-EXIT.
066500     EXIT.

067800     WRITE RL-RECORD.
067900 9600-EXIT.
068000     EXIT.

068100*-----------------------------------------------------------*
068200*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
068300*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
068400*    OUTLIVES THE NEXT RUN.                                    *
068500*-----------------------------------------------------------*
068600 9680-FILE-REPORT.
068700     OPEN INPUT INSPRPT.
068800     IF NOT FS-INSPRPT-OK
068900         GO TO 9680-EXIT
069000     END-IF.
069100     MOVE "O"               TO RO-FUNCTION.
069200     MOVE "INSPRPT"         TO RO-REPORT-NAME.
069300     MOVE "BILINSP"         TO RO-PROGRAM-ID.
069400     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
069500     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
069600     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
069700     MOVE ZERO              TO RO-PERIOD.
069800     CALL "BILRPTF" USING RO-PARMS.
069900     IF RO-OK
070000         MOVE "N" TO WS-RO-EOF-SW
070100         PERFORM 9690-FILE-LINE THRU 9690-EXIT
070200             UNTIL WS-RO-EOF
070300         MOVE "C"          TO RO-FUNCTION
070400         CALL "BILRPTF" USING RO-PARMS
070500     END-IF.
070600     CLOSE INSPRPT.
070700 9680-EXIT.
070800     EXIT.

070900 9690-FILE-LINE.
071000     READ INSPRPT
071100         AT END
071200             MOVE "Y" TO WS-RO-EOF-SW
071300             GO TO 9690-EXIT
071400     END-READ.
071500     MOVE "L"               TO RO-FUNCTION.
071600     MOVE IP-LINE           TO RO-LINE.
071700     CALL "BILRPTF" USING RO-PARMS.
071800 9690-EXIT.
071900     EXIT.
