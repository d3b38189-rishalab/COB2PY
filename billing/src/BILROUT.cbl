002440*                   PER-ROUTE BILLING CALENDAR (RTECAL) UP     *
002450*                   TO DATE AT INTAKE, SO BILLING CAN BILL     *
002460*                   THE SPAN ACTUALLY COVERED.                 *
002460*  2026-09-14 RSH   PRINT EACH METER'S PREVIOUS REGISTER      *
002460*                   READING ON THE SHEET AND TAKE THE READER'S*
002460*                   CURRENT REGISTER READING BACK ON READRTN -*
002460*                   THE UNITS RELEASED TO METERTXN ARE DERIVED*
002460*                   THROUGH BILDIAL, ROLLOVER AND THE METER'S *
002460*                   CT/PT MULTIPLYING FACTOR FROM METERAST    *
002460*                   INCLUDED, AND THE READINGS TRAVEL ON THE  *
002460*                   TRANSACTION.  A READING THAT RUNS BACKWARD*
002460*                   OR IS WIDER THAN THE DIALS FAILS THE ROUTE*
002460*                   LIKE A MISSING ONE.                       *
002460*  2026-09-16 RSH   TAKE THE READER'S STATUS CODE ON EACH     *
002460*                   RETURNED READING.  A METER THE READER     *
002460*                   COULD NOT READ, WITH A VALID REASON, IS   *
002460*                   ACCOUNTED FOR AND RELEASED TO METERTXN    *
002460*                   WITH ZERO UNITS AND THE REASON, SO THE    *
002460*                   BILLING RUN KNOWS WHY IT IS ESTIMATING; AN*
002460*                   UNKNOWN CODE FAILS THE ROUTE.  THE SHEET  *
002460*                   CARRIES THE CODE LEGEND.                  *
002460*  2026-09-18 RSH   PRINT THE READER THE SHEET IS ISSUED TO   *
002460*                   AND CARRY THE READER ID FROM EACH RETURNED*
002460*                   READING (OR THE ONE KEYED AT INTAKE) ONTO *
002460*                   THE RELEASED METER TRANSACTION.           *
002460*  2026-09-21 RSH   LEAVE SMART METERS OFF THE ROUTE - THEY   *
002460*                   ARE NEITHER PRINTED ON THE SHEET NOR      *
002460*                   EXPECTED BACK AT INTAKE, AS THEIR UNITS   *
002460*                   COME FROM THE HEAD-END INTERVAL DATA.     *
002460*  2026-10-05 RSH   MARK A SUPPLY SUSPENDED ON THE CUSTOMER'S *
002460*                   REQUEST ON THE SHEET; IT IS NOT EXPECTED  *
002460*                   OR RELEASED AT INTAKE                     *
002460*  2026-10-06 RSH   ZERO THE NEW CHANGE-OUT DATE ON THE       *
002460*                   READINGS WRITTEN.                         *
002500*-----------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
004300         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS FS-RTECAL.

004300     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
004300         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS CM-CUST-ID
004300         FILE STATUS IS FS-CUSTMAS.

004300     SELECT METERAST ASSIGN TO "METERAST"
004300         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS MA-METER-NO
004300         FILE STATUS IS FS-METERAST.

004400     SELECT RUNLOG ASSIGN TO "RUNLOG"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS FS-RUNLOG.
006000     LABEL RECORDS ARE STANDARD.
006000 COPY RTECAL.

006000 FD  CUSTMAS
006000     LABEL RECORDS ARE STANDARD.
006000 COPY CUSTMAS.

006000 FD  METERAST
006000     LABEL RECORDS ARE STANDARD.
006000 COPY METERAST.

006100 FD  RUNLOG
006200     LABEL RECORDS ARE STANDARD.
006300 COPY RUNLOG.
007700     88  FS-RUNLOG-OK                VALUE "00".
007700 77  FS-RTECAL               PIC X(02).
007700     88  FS-RTECAL-OK                VALUE "00".
007700 77  FS-CUSTMAS              PIC X(02).
007700     88  FS-CUSTMAS-OK               VALUE "00".
007700 77  FS-METERAST             PIC X(02).
007700     88  FS-METERAST-OK              VALUE "00".
007700 77  WS-TC-EOF-SW            PIC X(01) VALUE "N".
007700     88  WS-TC-EOF                   VALUE "Y".
007700 77  WS-ROUTE-READ-DATE      PIC 9(08) VALUE ZERO.
008400     88  WS-EOF                      VALUE "Y".
008500 77  WS-CLEAN-SW             PIC X(01) VALUE "Y".
008600     88  WS-ROUTE-CLEAN              VALUE "Y".
008600 77  WS-CM-OPEN-SW           PIC X(01) VALUE "N".
008600     88  WS-CM-OPEN                  VALUE "Y".
008600 77  WS-MA-OPEN-SW           PIC X(01) VALUE "N".
008600     88  WS-MA-OPEN                  VALUE "Y".
008600 77  WS-SMART-SW             PIC X(01) VALUE "N".
008600     88  WS-SMART-METER              VALUE "Y".

008700*-----------------------------------------------------------*
008800*    OPERATOR AND WORK FIELDS                                 *
009400     88  WS-FUNC-SHEET               VALUE "S".
009500     88  WS-FUNC-INTAKE              VALUE "I".
009600 77  WS-ROUTE-ID             PIC X(04).
009600 77  WS-READER-ID            PIC X(08).
009700 77  WS-BOOK-SUB             PIC 9(04).
009800 77  WS-FOUND-SUB            PIC 9(04) VALUE ZERO.
009900 77  WS-SEQ-WANTED           PIC 9(04).
010300 77  WS-TWICE-COUNT          PIC 9(04) VALUE ZERO.
010400 77  WS-OFFROUTE-COUNT       PIC 9(04) VALUE ZERO.
010500 77  WS-RELEASED-COUNT       PIC 9(04) VALUE ZERO.
010500 77  WS-BADREG-COUNT         PIC 9(04) VALUE ZERO.
010500 77  WS-BADSTAT-COUNT        PIC 9(04) VALUE ZERO.
010500 77  WS-UNREAD-COUNT         PIC 9(04) VALUE ZERO.
010500 77  WS-SMART-COUNT          PIC 9(04) VALUE ZERO.
010500 77  WS-VOLSUSP-COUNT        PIC 9(04) VALUE ZERO.
010600 01  WS-SHEET-LINE           PIC X(80).

010600*-----------------------------------------------------------*
010600*    REGISTER-READING PARAMETER BLOCK FOR THE BILDIAL          *
010600*    SUBPROGRAM                                                *
010600*-----------------------------------------------------------*
010600 COPY DLPARM.

010700*-----------------------------------------------------------*
010800*    THE ROUTE'S PAGE OF THE BOOK, WITH A READ-COUNT PER       *
010900*    METER SO MISSING AND TWICE-READ METERS FALL OUT OF THE    *
011600         10  WS-BK-CUST-ID       PIC X(10).
011700         10  WS-BK-READ-COUNT    PIC 9(02).
011800         10  WS-BK-UNITS         PIC 9(07).
011800         10  WS-BK-PREV-READING  PIC 9(07).
011800         10  WS-BK-CURR-READING  PIC 9(07).
011800         10  WS-BK-READ-STATUS   PIC X(01).
011800         10  WS-BK-READER-ID     PIC X(08).
011800         10  WS-BK-VOLSUSP-SW    PIC X(01).
011800             88  WS-BK-VOLSUSP           VALUE "Y".
011900 01  WS-BOOK-COUNT               PIC 9(04) VALUE ZERO.

012000 PROCEDURE DIVISION.
014300     ACCEPT WS-FUNCTION.
014400     DISPLAY "ROUTE ID: " WITH NO ADVANCING.
014500     ACCEPT WS-ROUTE-ID.
014500*    ON A SHEET THE READER IT IS ISSUED TO; AT INTAKE THE
014500*    READER FOR ANY RETURNED READING THAT DOES NOT CARRY ONE.
014500     DISPLAY "READER ID: " WITH NO ADVANCING.
014500     ACCEPT WS-READER-ID.
014600     OPEN EXTEND RUNLOG.
014700     IF NOT FS-RUNLOG-OK
014800         DISPLAY "BILROUT: UNABLE TO OPEN RUNLOG, STATUS "
014900             FS-RUNLOG
015000         MOVE "Y" TO WS-ABORT-SW
015100     END-IF.
015100     OPEN INPUT CUSTMAS.
015100     IF NOT FS-CUSTMAS-OK
015100         DISPLAY "BILROUT: UNABLE TO OPEN CUSTMAS, STATUS "
015100             FS-CUSTMAS
015100         MOVE "Y" TO WS-ABORT-SW
015100     ELSE
015100         MOVE "Y" TO WS-CM-OPEN-SW
015100     END-IF.
015100*    THE ASSET REGISTER IS OPTIONAL - WITHOUT IT EVERY METER
015100*    IS TAKEN AS SEVEN DIALS AT A MULTIPLYING FACTOR OF ONE.
015100     OPEN INPUT METERAST.
015100     IF FS-METERAST-OK
015100         MOVE "Y" TO WS-MA-OPEN-SW
015100     END-IF.
015200     PERFORM 1100-LOAD-ROUTE-BOOK THRU 1100-EXIT.
015200     IF WS-VOLSUSP-COUNT > ZERO
015200         DISPLAY "BILROUT: " WS-VOLSUSP-COUNT
015200             " SUPPLY(IES) SUSPENDED ON REQUEST ON ROUTE "
015200             WS-ROUTE-ID
015200     END-IF.
015200     IF WS-SMART-COUNT > ZERO
015200         DISPLAY "BILROUT: " WS-SMART-COUNT
015200             " SMART METER(S) ON ROUTE " WS-ROUTE-ID
015200             " LEFT TO THE HEAD-END"
015200     END-IF.
015300     IF WS-BOOK-COUNT = ZERO
015400         DISPLAY "BILROUT: NO METERS ON ROUTE " WS-ROUTE-ID
015500         MOVE "Y" TO WS-ABORT-SW
017500     EXIT.

017600 1110-STORE-BOOK-ENTRY.
017610     MOVE "N" TO WS-SMART-SW.
017620     IF RB-ROUTE-ID = WS-ROUTE-ID
017630         PERFORM 1115-CHECK-SMART-METER THRU 1115-EXIT
017640     END-IF.
017700     IF RB-ROUTE-ID = WS-ROUTE-ID
017800         AND WS-BOOK-COUNT < 2000
017810         AND NOT WS-SMART-METER
017900         ADD 1 TO WS-BOOK-COUNT
018000         MOVE RB-WALK-SEQ TO WS-BK-WALK-SEQ(WS-BOOK-COUNT)
018100         MOVE RB-METER-NO TO WS-BK-METER-NO(WS-BOOK-COUNT)
018200         MOVE RB-CUST-ID  TO WS-BK-CUST-ID(WS-BOOK-COUNT)
018300         MOVE ZERO        TO WS-BK-READ-COUNT(WS-BOOK-COUNT)
018400         MOVE ZERO        TO WS-BK-UNITS(WS-BOOK-COUNT)
018400         MOVE ZERO        TO WS-BK-CURR-READING(WS-BOOK-COUNT)
018400         MOVE SPACE       TO WS-BK-READ-STATUS(WS-BOOK-COUNT)
018400         MOVE SPACES      TO WS-BK-READER-ID(WS-BOOK-COUNT)
018400         MOVE "N"         TO WS-BK-VOLSUSP-SW(WS-BOOK-COUNT)
018400         PERFORM 1120-FETCH-PREV-READING THRU 1120-EXIT
018500     END-IF.
018600     READ RTEBOOK
018700         AT END
019000 1110-EXIT.
019100     EXIT.

019100*-----------------------------------------------------------*
019100*    A SMART METER IS READ BY THE HEAD-END, NOT BY THE READER -  *
019100*    BILSMRT RELEASES ITS UNITS FROM THE INTERVAL DATA - SO IT   *
019100*    IS NEITHER PRINTED ON THE SHEET NOR EXPECTED AT INTAKE.     *
019100*-----------------------------------------------------------*
019100 1115-CHECK-SMART-METER.
019100     IF NOT WS-MA-OPEN
019100         GO TO 1115-EXIT
019100     END-IF.
019100     MOVE RB-METER-NO TO MA-METER-NO.
019100     READ METERAST
019100         INVALID KEY
019100             GO TO 1115-EXIT
019100     END-READ.
019100     IF MA-SMART
019100         MOVE "Y" TO WS-SMART-SW
019100         ADD 1 TO WS-SMART-COUNT
019100     END-IF.
019100 1115-EXIT.
019100     EXIT.

019100*-----------------------------------------------------------*
019100*    THE METER'S LAST BILLED DIAL POSITION, FROM THE MASTER -   *
019100*    PRINTED ON THE SHEET AND THE DEFAULT PREVIOUS READING FOR  *
019100*    THE UNITS DERIVATION AT INTAKE.  A SUPPLY SUSPENDED AT     *
019100*    THE CUSTOMER'S REQUEST (BILVSUS) STAYS IN THE BOOK BUT IS  *
019100*    MARKED - THERE IS NOTHING TO READ WHILE IT IS OFF.         *
019100*-----------------------------------------------------------*
019100 1120-FETCH-PREV-READING.
019100     MOVE ZERO TO WS-BK-PREV-READING(WS-BOOK-COUNT).
019100     IF NOT WS-CM-OPEN
019100         GO TO 1120-EXIT
019100     END-IF.
019100     MOVE RB-CUST-ID TO CM-CUST-ID.
019100     READ CUSTMAS
019100         INVALID KEY
019100             GO TO 1120-EXIT
019100     END-READ.
019100     IF CM-CURR-READING NUMERIC
019100         MOVE CM-CURR-READING
019100             TO WS-BK-PREV-READING(WS-BOOK-COUNT)
019100     END-IF.
019100     IF CM-STAT-SUSPENDED AND CM-VOLSUSP-ON
019100         MOVE "Y" TO WS-BK-VOLSUSP-SW(WS-BOOK-COUNT)
019100         ADD 1 TO WS-VOLSUSP-COUNT
019100     END-IF.
019100 1120-EXIT.
019100     EXIT.

019200*-----------------------------------------------------------*
019300*    ROUTE SHEET - THE BOOK ENTRIES PRINT IN WALK-SEQUENCE     *
019400*    ORDER, LOWEST FIRST, BY REPEATED SELECTION OF THE NEXT    *
020400     MOVE SPACES TO WS-SHEET-LINE.
020500     STRING "READING SHEET - ROUTE " WS-ROUTE-ID
020600         " DATED " WS-SYSTEM-DATE
020600         " READER " WS-READER-ID
020700         DELIMITED BY SIZE INTO WS-SHEET-LINE.
020800     WRITE RS-LINE FROM WS-SHEET-LINE.
020900     MOVE SPACES TO WS-SHEET-LINE.
021000     MOVE
021000         "SEQ   METER-NO      CUSTOMER    PREV-RDG  READING   ST"
021100         TO WS-SHEET-LINE.
021200     WRITE RS-LINE FROM WS-SHEET-LINE.
021200     MOVE SPACES TO WS-SHEET-LINE.
021200     MOVE "NOT READ - L DOOR LOCKED  B METER BURNT  N NOT FOUND"
021200         TO WS-SHEET-LINE.
021200     WRITE RS-LINE FROM WS-SHEET-LINE.
021200     MOVE SPACES TO WS-SHEET-LINE.
021200     MOVE "           A DOG/NO ACCESS  F DISPLAY FAULTY"
021200         TO WS-SHEET-LINE.
021200     WRITE RS-LINE FROM WS-SHEET-LINE.
021300     PERFORM 3100-PRINT-NEXT-IN-WALK THRU 3100-EXIT
021400         WS-BOOK-COUNT TIMES.
021500     CLOSE RTESHEET.
022700         GO TO 3100-EXIT
022800     END-IF.
022900     MOVE SPACES TO WS-SHEET-LINE.
022900     IF WS-BK-VOLSUSP(WS-FOUND-SUB)
023000         STRING WS-BK-WALK-SEQ(WS-FOUND-SUB)
023100             "  " WS-BK-METER-NO(WS-FOUND-SUB)
023200             "  " WS-BK-CUST-ID(WS-FOUND-SUB)
023200             "  " WS-BK-PREV-READING(WS-FOUND-SUB)
023300             "   SUSPENDED - NO READING"
023400             DELIMITED BY SIZE INTO WS-SHEET-LINE
022900     ELSE
023000         STRING WS-BK-WALK-SEQ(WS-FOUND-SUB)
023100             "  " WS-BK-METER-NO(WS-FOUND-SUB)
023200             "  " WS-BK-CUST-ID(WS-FOUND-SUB)
023200             "  " WS-BK-PREV-READING(WS-FOUND-SUB)
023300             "   ________  _"
023400             DELIMITED BY SIZE INTO WS-SHEET-LINE
022900     END-IF.
023500     WRITE RS-LINE FROM WS-SHEET-LINE.
023600     MOVE 99 TO WS-BK-READ-COUNT(WS-FOUND-SUB).
023700 3100-EXIT.
026600     IF NOT WS-ROUTE-CLEAN
026700         DISPLAY "BILROUT: ROUTE " WS-ROUTE-ID " FAILS -"
026800             " MISSING " WS-MISSING-COUNT
026800             " BAD REGISTER " WS-BADREG-COUNT
026800             " BAD STATUS " WS-BADSTAT-COUNT
026900             " TWICE " WS-TWICE-COUNT
027000             " OFF-ROUTE " WS-OFFROUTE-COUNT
027100             " - NOTHING RELEASED"
027400     PERFORM 4300-RELEASE-READINGS THRU 4300-EXIT.
027410     PERFORM 4400-UPDATE-ROUTE-CALENDAR THRU 4400-EXIT.
027500     DISPLAY "BILROUT: ROUTE " WS-ROUTE-ID " RELEASED - "
027600         WS-RELEASED-COUNT " READING(S) TO METERTXN, "
027600         WS-UNREAD-COUNT " NOT READ WITH A REASON".
027700 4000-EXIT.
027800     EXIT.

030800         MOVE "N" TO WS-CLEAN-SW
030900         DISPLAY "BILROUT: METER " RR-METER-NO " READ TWICE"
031000     ELSE
031000         IF RR-READER-ID = SPACES
031000             MOVE WS-READER-ID TO WS-BK-READER-ID(WS-FOUND-SUB)
031000         ELSE
031000             MOVE RR-READER-ID TO WS-BK-READER-ID(WS-FOUND-SUB)
031000         END-IF
031100         IF NOT RR-STAT-READ
031100             PERFORM 4130-TAKE-READ-STATUS THRU 4130-EXIT
031100             GO TO 4100-EXIT
031100         END-IF
031100         MOVE RR-UNITS TO WS-BK-UNITS(WS-FOUND-SUB)
031100         PERFORM 4120-DERIVE-REGISTER-UNITS THRU 4120-EXIT
031110*        THE LATEST READING DATE ON THE SHEET STANDS FOR
031120*        THE ROUTE - THE WALK TAKES A DAY, NOT A MONTH.
031130         IF RR-READ-DATE NUMERIC
031900 4110-EXIT.
032000     EXIT.

032000*-----------------------------------------------------------*
032000*    A READING TAKEN OFF THE DIALS HAS ITS UNITS DERIVED HERE - *
032000*    THE SHEET'S PREVIOUS READING (OR THE MASTER'S, IF THE      *
032000*    READER LEFT IT BLANK), ROLLOVER AND THE MULTIPLYING        *
032000*    FACTOR, THROUGH BILDIAL.  A FAULTY REGISTER FAILS THE      *
032000*    ROUTE LIKE ANY OTHER READING FAULT.                        *
032000*-----------------------------------------------------------*
032000 4120-DERIVE-REGISTER-UNITS.
032000     IF RR-PREV-READING NOT NUMERIC
032000         OR RR-CURR-READING NOT NUMERIC
032000         GO TO 4120-EXIT
032000     END-IF.
032000     IF RR-PREV-READING = ZERO AND RR-CURR-READING = ZERO
032000         GO TO 4120-EXIT
032000     END-IF.
032000     IF RR-PREV-READING NOT = ZERO
032000         MOVE RR-PREV-READING TO WS-BK-PREV-READING(WS-FOUND-SUB)
032000     END-IF.
032000     MOVE RR-CURR-READING TO WS-BK-CURR-READING(WS-FOUND-SUB).
032000     MOVE ZERO TO DL-DIAL-DIGITS.
032000     MOVE ZERO TO DL-MULT-FACTOR.
032000     IF WS-MA-OPEN
032000         MOVE RR-METER-NO TO MA-METER-NO
032000         READ METERAST
032000             INVALID KEY
032000                 CONTINUE
032000             NOT INVALID KEY
032000                 MOVE MA-DIAL-DIGITS TO DL-DIAL-DIGITS
032000                 MOVE MA-MULT-FACTOR TO DL-MULT-FACTOR
032000         END-READ
032000     END-IF.
032000     MOVE WS-BK-PREV-READING(WS-FOUND-SUB) TO DL-PREV-READING.
032000     MOVE RR-CURR-READING TO DL-CURR-READING.
032000     CALL "BILDIAL" USING DL-PARMS.
032000     IF DL-OK
032000         MOVE DL-UNITS TO WS-BK-UNITS(WS-FOUND-SUB)
032000     ELSE
032000         ADD 1 TO WS-BADREG-COUNT
032000         MOVE "N" TO WS-CLEAN-SW
032000         DISPLAY "BILROUT: METER " RR-METER-NO
032000             " REGISTER FAULT " DL-RESULT
032000             " PREV " DL-PREV-READING
032000             " CURR " DL-CURR-READING
032000     END-IF.
032000 4120-EXIT.
032000     EXIT.

032000*-----------------------------------------------------------*
032000*    A METER THE READER COULD NOT READ, WITH THE REASON, IS     *
032000*    ACCOUNTED FOR - IT GOES TO BILLING WITH ZERO UNITS AND     *
032000*    THE STATUS CODE SO THE ESTIMATE (OR THE INSPECTION OF A    *
032000*    BURNT METER) CARRIES WHY.  A CODE THE SHEET DOES NOT       *
032000*    KNOW FAILS THE ROUTE LIKE A MISSING READING.               *
032000*-----------------------------------------------------------*
032000 4130-TAKE-READ-STATUS.
032000     IF NOT RR-STAT-VALID
032000         ADD 1 TO WS-BADSTAT-COUNT
032000         MOVE "N" TO WS-CLEAN-SW
032000         DISPLAY "BILROUT: METER " RR-METER-NO
032000             " CARRIES UNKNOWN STATUS " RR-READ-STATUS
032000         GO TO 4130-EXIT
032000     END-IF.
032000     MOVE RR-READ-STATUS TO WS-BK-READ-STATUS(WS-FOUND-SUB).
032000     MOVE ZERO TO WS-BK-UNITS(WS-FOUND-SUB).
032000     MOVE ZERO TO WS-BK-CURR-READING(WS-FOUND-SUB).
032000     ADD 1 TO WS-UNREAD-COUNT.
032000 4130-EXIT.
032000     EXIT.

032100 4200-SWEEP-FOR-MISSING.
032200     IF WS-BK-READ-COUNT(WS-BOOK-SUB) = ZERO
032200         AND NOT WS-BK-VOLSUSP(WS-BOOK-SUB)
032300         ADD 1 TO WS-MISSING-COUNT
032400         MOVE "N" TO WS-CLEAN-SW
032500         DISPLAY "BILROUT: METER "
034200     EXIT.

034300 4310-WRITE-ONE-TXN.
034300     IF WS-BK-VOLSUSP(WS-BOOK-SUB)
034300         GO TO 4310-EXIT
034300     END-IF.
034400     MOVE SPACES TO MT-RECORD.
034500     MOVE WS-BK-CUST-ID(WS-BOOK-SUB) TO MT-CUST-ID.
034600     MOVE WS-BK-UNITS(WS-BOOK-SUB)   TO MT-UNITS.
034970     MOVE ZERO                       TO MT-EXPORT-UNITS.
034980     MOVE ZERO                       TO MT-KVAH-UNITS.
034990     MOVE WS-ROUTE-READ-DATE         TO MT-READING-DATE.
034990     IF WS-BK-CURR-READING(WS-BOOK-SUB) = ZERO
034990         MOVE ZERO TO MT-PREV-READING
034990     ELSE
034990         MOVE WS-BK-PREV-READING(WS-BOOK-SUB) TO MT-PREV-READING
034990     END-IF.
034990     MOVE WS-BK-CURR-READING(WS-BOOK-SUB) TO MT-CURR-READING.
034990     MOVE WS-BK-READ-STATUS(WS-BOOK-SUB)  TO MT-READ-STATUS.
034990     MOVE WS-BK-READER-ID(WS-BOOK-SUB)    TO MT-READER-ID.
034990     MOVE ZERO                       TO MT-CHANGE-DATE.
035000     WRITE MT-RECORD.
035100     ADD 1 TO WS-RELEASED-COUNT.
035200 4310-EXIT.
035400 9000-TERMINATE.
035500     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
035600     CLOSE RUNLOG.
035600     IF WS-CM-OPEN
035600         CLOSE CUSTMAS
035600     END-IF.
035600     IF WS-MA-OPEN
035600         CLOSE METERAST
035600     END-IF.
035700 9000-EXIT.
035800     EXIT.

036500     MOVE WS-READINGS-IN   TO RL-RECORDS-READ.
036600     MOVE WS-RELEASED-COUNT TO RL-BILLS-PRODUCED.
036700     COMPUTE RL-EXCEPTIONS = WS-MISSING-COUNT
036800         + WS-TWICE-COUNT + WS-OFFROUTE-COUNT
036800         + WS-BADREG-COUNT + WS-BADSTAT-COUNT.
036900     MOVE ZERO             TO RL-TOTAL-BILLED.
037000     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
037000     ACCEPT RL-END-TIME FROM TIME.
