001400*  USED TO BE COMPUTED IN A SPREADSHEET - WITH CONTROL         *
001500*  TOTALS THAT TIE BACK TO THE GL EXTRACT, THE SAME PATTERN    *
001600*  BILGST USES FOR THE GST RETURN.                             *
001600*  UNDER SUPERVISOR SIGN-ON THE DUES OF EACH MUNICIPALITY'S    *
001600*  OWN ACCOUNTS (CM-MUNI-ACCT) ARE OFFSET AGAINST ITS DUTY -   *
001600*  THE ITEMS ARE SETTLED AS IF PAID, JOURNALLED AND ENTERED    *
001600*  ON THE DUTYOFF REGISTER - AND ONLY THE NET IS PAID OVER.    *
001700*-----------------------------------------------------------*
001800*  MODIFICATION HISTORY                                      *
001900*  DATE       INIT  DESCRIPTION                               *
002020*                   RUN-PARAMETER FILE WHEN A CARD IS ON      *
002030*                   FILE, FALLING BACK TO THE PROMPT, AND     *
002040*                   ECHO THE PARAMETERS USED TO THE RUN LOG.  *
002040*  2026-10-11 RSH   REPORT THE DUTY REMITTED UNDER            *
002040*                   TAX-EXEMPTION CERTIFICATES AS ITS OWN     *
002040*                   COLUMN AND CONTROL TOTAL; A FULLY EXEMPT  *
002040*                   BILL IS NO LONGER SKIPPED.                *
002040*  2026-10-15 RSH   UNDER SUPERVISOR SIGN-ON, OFFSET THE OPEN *
002040*                   ITEMS OF EACH MUNICIPALITY'S OWN ACCOUNTS *
002040*                   AGAINST ITS DUTY: SETTLE THEM AS IF PAID, *
002040*                   JOURNAL THE OFFSET TO BILGL AND ENTER IT  *
002040*                   ON THE DUTYOFF REGISTER. THE EXTRACT      *
002040*                   SHOWS THE OFFSET AND NET PAID.            *
002040*  2026-10-15 RSH   ABANDON THE RUN WHEN BILGLAC CANNOT POST  *
002040*                   AN AMOUNT (POSTING TABLE FULL).           *
002100*-----------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS FS-DUTYRET.

004000     SELECT OPENITEM ASSIGN TO "OPENITEM"
004000         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS FS-OPENITEM.

004000     SELECT DUTYOFF ASSIGN TO "DUTYOFF"
004000         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS FS-DUTYOFF.

004000     SELECT GLEXTR ASSIGN TO "BILGL"
004000         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS FS-GLEXTR.

004000     SELECT PARMCARD ASSIGN TO "PARMCARD"
004000         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS FS-PARMCARD.
005200 FD  DUTYRET.
005300 COPY DUTYRET.

005300 FD  OPENITEM
005300     LABEL RECORDS ARE STANDARD.
005300 COPY OPENITEM.

005300 FD  DUTYOFF
005300     LABEL RECORDS ARE STANDARD.
005300 COPY DUTYOFF.

005300 FD  GLEXTR
005300     LABEL RECORDS ARE STANDARD.
005300 COPY GLJRNL.

005300 FD  PARMCARD
005300     LABEL RECORDS ARE STANDARD.
005300 COPY PARMCARD.
006600     88  FS-DUTYRET-OK               VALUE "00".
006700 77  FS-RUNLOG               PIC X(02).
006800     88  FS-RUNLOG-OK                VALUE "00".
006800 77  FS-OPENITEM             PIC X(02).
006800     88  FS-OPENITEM-OK              VALUE "00".
006800 77  FS-DUTYOFF              PIC X(02).
006800     88  FS-DUTYOFF-OK               VALUE "00".
006800     88  FS-DUTYOFF-NOFILE           VALUE "35".
006800 77  FS-GLEXTR               PIC X(02).
006800     88  FS-GLEXTR-OK                VALUE "00".
006800     88  FS-GLEXTR-NOFILE            VALUE "35".
006800 77  FS-PARMCARD             PIC X(02).
006800     88  FS-PARMCARD-OK              VALUE "00".
006800 77  WS-PC-EOF-SW            PIC X(01) VALUE "N".
007300     88  WS-ABORT                    VALUE "Y".
007400 77  WS-EOF-SW               PIC X(01) VALUE "N".
007500     88  WS-EOF                      VALUE "Y".
007500 77  WS-OI-EOF-SW            PIC X(01) VALUE "N".
007500     88  WS-OI-EOF                   VALUE "Y".
007500 77  WS-DO-EOF-SW            PIC X(01) VALUE "N".
007500     88  WS-DO-EOF                   VALUE "Y".
007500 77  WS-OFFSET-SW            PIC X(01) VALUE "N".
007500     88  WS-OFFSET-WANTED            VALUE "Y".
007500 77  WS-PRIOR-SW             PIC X(01) VALUE "N".
007500     88  WS-PRIOR-OFFSET             VALUE "Y".

007600*-----------------------------------------------------------*
007700*    OPERATOR, RUN AND WORK FIELDS                            *
008600 77  WS-SUB-M                PIC 9(03) VALUE ZERO.
008700 77  WS-WORK-CITY            PIC X(20).
008800 77  WS-DUTY-ED              PIC 9(11).99.
008800 77  WS-EXEMPT-ED            PIC 9(11).99.
008900 77  WS-COUNT-ED             PIC 9(07).
009000 77  WS-GRAND-DUTY           PIC 9(11)V99 VALUE ZERO.
009000 77  WS-BILL-EXEMPT          PIC 9(09)V99 VALUE ZERO.
009000 77  WS-GRAND-EXEMPT         PIC 9(11)V99 VALUE ZERO.
009000 77  WS-EXEMPT-BILLS         PIC 9(07) VALUE ZERO.
009000 77  WS-PASSWORD             PIC X(08).
009000 77  WS-PRIOR-DATE           PIC 9(08) VALUE ZERO.
009000 77  WS-OFFSET-ED            PIC 9(11).99.
009000 77  WS-NET-ED               PIC 9(11).99.
009000 77  WS-ITEM-ED              PIC 9(09).99.
009000 77  WS-GRAND-OFFSET         PIC 9(11)V99 VALUE ZERO.
009000 77  WS-GRAND-NET            PIC 9(11)V99 VALUE ZERO.
009000 77  WS-ROOM                 PIC 9(11)V99 VALUE ZERO.
009000 77  WS-RELIEF               PIC 9(09)V99 VALUE ZERO.
009000 77  WS-OF-SUB               PIC 9(03) VALUE ZERO.
009000 77  WS-GL-DETAILS           PIC 9(05) VALUE ZERO.
009000 77  WS-GL-HASH              PIC 9(09)V99 VALUE ZERO.
009100 01  WS-RET-LINE             PIC X(120).

009200*-----------------------------------------------------------*
009800         10  WS-CL-CITY          PIC X(20).
009900         10  WS-CL-DUTY          PIC 9(11)V99.
010000         10  WS-CL-COUNT         PIC 9(07).
010000         10  WS-CL-EXEMPT        PIC 9(11)V99.
010000         10  WS-CL-OFFSET        PIC 9(11)V99.
010100 01  WS-CITY-USED                PIC 9(03) VALUE ZERO.

010100*-----------------------------------------------------------*
010100*    DUES OFFSET FOR THE PERIOD - TAKEN THIS RUN, OR AS         *
010100*    RECORDED ON THE DUTYOFF REGISTER BY AN EARLIER ONE.        *
010100*-----------------------------------------------------------*
010100 01  WS-OFFSET-LIST.
010100     05  WS-OF-ENTRY OCCURS 500 TIMES.
010100         10  WS-OF-CITY          PIC X(20).
010100         10  WS-OF-CUST-ID       PIC X(10).
010100         10  WS-OF-INVOICE-NO    PIC 9(09).
010100         10  WS-OF-BILL-PERIOD   PIC 9(06).
010100         10  WS-OF-AMOUNT        PIC 9(09)V99.
010100         10  WS-OF-ZONE-CODE     PIC X(02).
010100 01  WS-OF-USED                  PIC 9(03) VALUE ZERO.

010100 COPY OITBL.
010100 COPY SIGNPARM.
010100 COPY GLPARM.

010200 PROCEDURE DIVISION.
010300 0000-MAINLINE SECTION.
010400     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
010500     IF NOT WS-ABORT
010600         PERFORM 2000-PROCESS-BILL THRU 2000-EXIT
010700             UNTIL WS-EOF
010800         PERFORM 3000-OFFSET-DUES   THRU 3000-EXIT
010800         PERFORM 7000-WRITE-EXTRACT THRU 7000-EXIT
010900     END-IF.
011000     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
012100         MOVE "Y" TO WS-ABORT-SW
012200         GO TO 1000-EXIT
012300     END-IF.
012300*    THE DUES OFFSET IS KEYED, NEVER CARDED - IT SETTLES
012300*    CUSTOMER ITEMS, SO A SUPERVISOR MUST SIGN FOR IT.
012300     IF NOT WS-CARD-FOUND
012300         DISPLAY "OFFSET MUNICIPAL DUES (Y/N): "
012300             WITH NO ADVANCING
012300         ACCEPT WS-OFFSET-SW
012300     END-IF.
012300     IF WS-OFFSET-WANTED
012300         DISPLAY "PASSWORD: " WITH NO ADVANCING
012300         ACCEPT WS-PASSWORD
012300         MOVE WS-OPERATOR-ID TO SG-OPERATOR-ID
012300         MOVE WS-PASSWORD    TO SG-PASSWORD
012300         MOVE 2              TO SG-REQUIRED-LEVEL
012300         CALL "BILSIGN" USING SG-PARMS
012300         IF NOT SG-OK
012300             DISPLAY "BILDUTY: SIGN-ON REFUSED - RUN ABANDONED"
012300             MOVE "Y" TO WS-ABORT-SW
012300             GO TO 1000-EXIT
012300         END-IF
012300     END-IF.
012400     MOVE ZERO TO WS-CITY-LIST.
012400     PERFORM 1100-LOAD-PRIOR-OFFSETS THRU 1100-EXIT.
012400     IF WS-PRIOR-OFFSET AND WS-OFFSET-WANTED
012400         DISPLAY "BILDUTY: PERIOD ALREADY OFFSET ON "
012400             WS-PRIOR-DATE " - NOTHING OFFSET AGAIN"
012400         MOVE "N" TO WS-OFFSET-SW
012400     END-IF.
012500     IF WS-OFFSET-WANTED
012500         OPEN I-O BILLHIST
012500     ELSE
012500         OPEN INPUT BILLHIST
012500     END-IF.
012600     IF NOT FS-BILLHIST-OK
012700         DISPLAY "BILDUTY: UNABLE TO OPEN BILLHIST, STATUS "
012800             FS-BILLHIST
014880         MOVE WS-SYSTEM-TIME TO RL-END-TIME
014890         WRITE RL-RECORD
014895     END-IF.
014895     IF WS-OFFSET-WANTED AND NOT WS-ABORT
014895         PERFORM 1200-LOAD-OPEN-ITEMS THRU 1200-EXIT
014895     END-IF.
014900     IF NOT WS-ABORT
015000         PERFORM 2100-READ-BILL THRU 2100-EXIT
015100     END-IF.
015300 1060-EXIT.
015300     EXIT.

015300*-----------------------------------------------------------*
015300*    OFFSETS ALREADY ON THE REGISTER FOR THE FILING PERIOD -    *
015300*    A RE-RUN SHOWS THEM AS RECORDED AND TAKES NO MORE.         *
015300*-----------------------------------------------------------*
015300 1100-LOAD-PRIOR-OFFSETS.
015300     OPEN INPUT DUTYOFF.
015300     IF NOT FS-DUTYOFF-OK
015300         GO TO 1100-EXIT
015300     END-IF.
015300     READ DUTYOFF
015300         AT END
015300             MOVE "Y" TO WS-DO-EOF-SW
015300     END-READ.
015300     PERFORM 1110-STORE-PRIOR THRU 1110-EXIT
015300         UNTIL WS-DO-EOF.
015300     CLOSE DUTYOFF.
015300 1100-EXIT.
015300     EXIT.

015300 1110-STORE-PRIOR.
015300     IF DO-FILING-PERIOD NOT = WS-FILING-PERIOD
015300         GO TO 1110-NEXT
015300     END-IF.
015300     MOVE "Y"          TO WS-PRIOR-SW.
015300     MOVE DO-POST-DATE TO WS-PRIOR-DATE.
015300     IF WS-OF-USED >= 500
015300         GO TO 1110-NEXT
015300     END-IF.
015300     ADD 1 TO WS-OF-USED.
015300     MOVE DO-MUNICIPALITY TO WS-OF-CITY(WS-OF-USED).
015300     MOVE DO-CUST-ID      TO WS-OF-CUST-ID(WS-OF-USED).
015300     MOVE DO-INVOICE-NO   TO WS-OF-INVOICE-NO(WS-OF-USED).
015300     MOVE DO-BILL-PERIOD  TO WS-OF-BILL-PERIOD(WS-OF-USED).
015300     MOVE DO-AMOUNT       TO WS-OF-AMOUNT(WS-OF-USED).
015300     MOVE DO-ZONE-CODE    TO WS-OF-ZONE-CODE(WS-OF-USED).
015300 1110-NEXT.
015300     READ DUTYOFF
015300         AT END
015300             MOVE "Y" TO WS-DO-EOF-SW
015300     END-READ.
015300 1110-EXIT.
015300     EXIT.

015300 1200-LOAD-OPEN-ITEMS.
015300     OPEN INPUT OPENITEM.
015300     IF NOT FS-OPENITEM-OK
015300         GO TO 1200-EXIT
015300     END-IF.
015300     READ OPENITEM
015300         AT END
015300             MOVE "Y" TO WS-OI-EOF-SW
015300     END-READ.
015300     PERFORM 1210-STORE-OPEN-ITEM THRU 1210-EXIT
015300         UNTIL WS-OI-EOF.
015300     CLOSE OPENITEM.
015300 1200-EXIT.
015300     EXIT.

015300 1210-STORE-OPEN-ITEM.
015300     IF WS-OI-COUNT >= 2000
015300         DISPLAY "BILDUTY: OPEN-ITEM TABLE FULL -"
015300             " RUN ABANDONED BEFORE THE LEDGER"
015300             " COULD BE DAMAGED"
015300         MOVE "Y" TO WS-ABORT-SW
015300         MOVE "Y" TO WS-OI-EOF-SW
015300         GO TO 1210-EXIT
015300     END-IF.
015300     ADD 1 TO WS-OI-COUNT.
015300     MOVE OI-CUST-ID     TO WS-OI-CUST-ID(WS-OI-COUNT).
015300     MOVE OI-INVOICE-NO  TO WS-OI-INVOICE-NO(WS-OI-COUNT).
015300     MOVE OI-BILL-PERIOD TO WS-OI-BILL-PERIOD(WS-OI-COUNT).
015300     MOVE OI-ORIG-AMOUNT TO WS-OI-ORIG-AMOUNT(WS-OI-COUNT).
015300     MOVE OI-OPEN-AMOUNT TO WS-OI-OPEN-AMOUNT(WS-OI-COUNT).
015300     MOVE OI-STATUS      TO WS-OI-STATUS(WS-OI-COUNT).
015300     READ OPENITEM
015300         AT END
015300             MOVE "Y" TO WS-OI-EOF-SW
015300     END-READ.
015300 1210-EXIT.
015300     EXIT.

015400 2000-PROCESS-BILL.
015500     ADD 1 TO WS-BILLS-READ.
015600     IF BH-BILL-PERIOD NOT = WS-FILING-PERIOD
016000     IF NOT BH-TYPE-BILL
016100         GO TO 2000-NEXT
016200     END-IF.
016300*    A BILL WHOSE DUTY WAS WHOLLY REMITTED UNDER AN EXEMPTION
016300*    CERTIFICATE STILL COUNTS, FOR THE EXEMPTED COLUMN.
016300     MOVE ZERO TO WS-BILL-EXEMPT.
016300     IF BH-DUTY-EXEMPT NUMERIC
016300         MOVE BH-DUTY-EXEMPT TO WS-BILL-EXEMPT
016300     END-IF.
016300     IF BH-DUTY-AMT NOT NUMERIC
016400         GO TO 2000-NEXT
016500     END-IF.
016500     IF BH-DUTY-AMT = ZERO AND WS-BILL-EXEMPT = ZERO
016500         GO TO 2000-NEXT
016500     END-IF.
016500     IF WS-BILL-EXEMPT > ZERO
016500         ADD 1 TO WS-EXEMPT-BILLS
016500     END-IF.
016600     ADD 1 TO WS-BILLS-IN-PERIOD.
016700     PERFORM 2300-LOOKUP-CITY     THRU 2300-EXIT.
016800     PERFORM 2400-ACCUMULATE-CELL THRU 2400-EXIT.
020700     ADD BH-DUTY-AMT TO WS-CL-DUTY(WS-CITY-SUB).
020800     ADD 1           TO WS-CL-COUNT(WS-CITY-SUB).
020900     ADD BH-DUTY-AMT TO WS-GRAND-DUTY.
020900     ADD WS-BILL-EXEMPT TO WS-CL-EXEMPT(WS-CITY-SUB).
020900     ADD WS-BILL-EXEMPT TO WS-GRAND-EXEMPT.
021000 2400-EXIT.
021100     EXIT.

021600 2410-EXIT.
021700     EXIT.

021700*-----------------------------------------------------------*
021700*    DUES OFFSET.  EACH OPEN ITEM OF A MUNICIPALITY'S OWN       *
021700*    ACCOUNT, IN LEDGER ORDER (OLDEST FIRST), IS SETTLED        *
021700*    AGAINST THE DUTY STILL DUE TO THAT MUNICIPALITY UNTIL      *
021700*    THE DUTY IS USED UP.  A MUNICIPALITY WITH NO DUTY IN       *
021700*    THE PERIOD HAS NOTHING TO OFFSET AGAINST.                  *
021700*-----------------------------------------------------------*
021700 3000-OFFSET-DUES.
021700     IF WS-PRIOR-OFFSET
021700         PERFORM 3010-APPLY-PRIOR THRU 3010-EXIT
021700             VARYING WS-OF-SUB FROM 1 BY 1
021700             UNTIL WS-OF-SUB > WS-OF-USED
021700         GO TO 3000-EXIT
021700     END-IF.
021700     IF NOT WS-OFFSET-WANTED
021700         GO TO 3000-EXIT
021700     END-IF.
021700     PERFORM 3100-OFFSET-ONE-ITEM THRU 3100-EXIT
021700         VARYING WS-OI-SUB FROM 1 BY 1
021700         UNTIL WS-OI-SUB > WS-OI-COUNT.
021700 3000-EXIT.
021700     EXIT.

021700 3010-APPLY-PRIOR.
021700     MOVE WS-OF-CITY(WS-OF-SUB) TO WS-WORK-CITY.
021700     PERFORM 3200-FIND-CELL THRU 3200-EXIT.
021700     IF WS-CITY-SUB = 0
021700         DISPLAY "BILDUTY: RECORDED OFFSET FOR " WS-WORK-CITY
021700             " HAS NO DUTY THIS PERIOD"
021700         GO TO 3010-EXIT
021700     END-IF.
021700     ADD WS-OF-AMOUNT(WS-OF-SUB) TO WS-CL-OFFSET(WS-CITY-SUB)
021700                                    WS-GRAND-OFFSET.
021700 3010-EXIT.
021700     EXIT.

021700 3100-OFFSET-ONE-ITEM.
021700     IF NOT WS-OI-OPEN(WS-OI-SUB)
021700         OR WS-OI-OPEN-AMOUNT(WS-OI-SUB) = 0
021700         GO TO 3100-EXIT
021700     END-IF.
021700     MOVE WS-OI-CUST-ID(WS-OI-SUB) TO CM-CUST-ID.
021700     READ CUSTMAS
021700         INVALID KEY
021700             GO TO 3100-EXIT
021700     END-READ.
021700     IF CM-MUNI-ACCT = SPACES
021700         GO TO 3100-EXIT
021700     END-IF.
021700     MOVE CM-MUNI-ACCT TO WS-WORK-CITY.
021700     PERFORM 3200-FIND-CELL THRU 3200-EXIT.
021700     IF WS-CITY-SUB = 0
021700         GO TO 3100-EXIT
021700     END-IF.
021700     COMPUTE WS-ROOM = WS-CL-DUTY(WS-CITY-SUB)
021700                     - WS-CL-OFFSET(WS-CITY-SUB).
021700     IF WS-ROOM = 0
021700         GO TO 3100-EXIT
021700     END-IF.
021700     IF WS-OF-USED >= 500
021700         DISPLAY "BILDUTY: OFFSET LIST FULL - " CM-CUST-ID
021700             " INVOICE " WS-OI-INVOICE-NO(WS-OI-SUB)
021700             " NOT OFFSET"
021700         GO TO 3100-EXIT
021700     END-IF.
021700     IF WS-ROOM < WS-OI-OPEN-AMOUNT(WS-OI-SUB)
021700         MOVE WS-ROOM TO WS-RELIEF
021700     ELSE
021700         MOVE WS-OI-OPEN-AMOUNT(WS-OI-SUB) TO WS-RELIEF
021700     END-IF.
021700     SUBTRACT WS-RELIEF FROM WS-OI-OPEN-AMOUNT(WS-OI-SUB).
021700     IF WS-OI-OPEN-AMOUNT(WS-OI-SUB) = 0
021700         MOVE "S" TO WS-OI-STATUS(WS-OI-SUB)
021700     END-IF.
021700     ADD WS-RELIEF TO WS-CL-OFFSET(WS-CITY-SUB) WS-GRAND-OFFSET.
021700     ADD 1 TO WS-OF-USED.
021700     MOVE WS-WORK-CITY TO WS-OF-CITY(WS-OF-USED).
021700     MOVE CM-CUST-ID   TO WS-OF-CUST-ID(WS-OF-USED).
021700     MOVE WS-OI-INVOICE-NO(WS-OI-SUB)
021700                       TO WS-OF-INVOICE-NO(WS-OF-USED).
021700     MOVE WS-OI-BILL-PERIOD(WS-OI-SUB)
021700                       TO WS-OF-BILL-PERIOD(WS-OF-USED).
021700     MOVE WS-RELIEF    TO WS-OF-AMOUNT(WS-OF-USED).
021700     MOVE CM-ZONE-CODE TO WS-OF-ZONE-CODE(WS-OF-USED).
021700     PERFORM 3110-STAMP-HISTORY THRU 3110-EXIT.
021700     PERFORM 3120-POST-OFFSET   THRU 3120-EXIT.
021700 3100-EXIT.
021700     EXIT.

021700*-----------------------------------------------------------*
021700*    THE BILL THE ITEM POINTS AT TAKES THE OFFSET AS A          *
021700*    PAYMENT, THE SAME WAY BILPAY STAMPS ONE.                   *
021700*-----------------------------------------------------------*
021700 3110-STAMP-HISTORY.
021700     MOVE WS-OI-CUST-ID(WS-OI-SUB)     TO BH-CUST-ID.
021700     MOVE WS-OI-BILL-PERIOD(WS-OI-SUB) TO BH-BILL-PERIOD.
021700     READ BILLHIST
021700         INVALID KEY
021700             GO TO 3110-EXIT
021700     END-READ.
021700     IF NOT BH-TYPE-BILL
021700         GO TO 3110-EXIT
021700     END-IF.
021700     ADD WS-RELIEF       TO BH-AMOUNT-PAID.
021700     MOVE WS-SYSTEM-DATE TO BH-PAID-DATE.
021700     IF BH-AMOUNT-PAID < BH-BILL
021700         MOVE "A" TO BH-PAID-STATUS
021700     ELSE
021700         MOVE "P" TO BH-PAID-STATUS
021700     END-IF.
021700     REWRITE BH-RECORD
021700         INVALID KEY
021700             DISPLAY "BILDUTY: HISTORY STAMP FAILED FOR "
021700                 BH-CUST-ID " " BH-BILL-PERIOD
021700     END-REWRITE.
021700 3110-EXIT.
021700     EXIT.

021700*-----------------------------------------------------------*
021700*    BOTH SIDES OF THE OFFSET - THE DUTY PAYABLE DISCHARGED     *
021700*    AND THE MUNICIPAL DUES SETTLED - BY THE ACCOUNT'S ZONE.    *
021700*-----------------------------------------------------------*
021700 3120-POST-OFFSET.
021700*    AN AMOUNT BILGLAC COULD NOT HOLD WOULD LEAVE THE GL
021700*    EXTRACT SHORT OF THE FIGURES POSTED - ABANDON THE RUN.
021700     MOVE "P"             TO GK-FUNCTION.
021700     MOVE SPACES          TO GK-SERVICE.
021700     MOVE SPACES          TO GK-CLASS.
021700     MOVE CM-ZONE-CODE    TO GK-ZONE-CODE.
021700     MOVE WS-SYSTEM-DATE  TO GK-POST-DATE.
021700     MOVE WS-RELIEF       TO GK-AMOUNT.
021700     MOVE "2330-DOF"      TO GK-POST-TYPE.
021700     CALL "BILGLAC" USING GK-PARMS.
021700     IF GK-FAILED
021700         MOVE "Y" TO WS-ABORT-SW
021700     END-IF.
021700     MOVE "P"             TO GK-FUNCTION.
021700     MOVE WS-RELIEF       TO GK-AMOUNT.
021700     MOVE "1310-DOF"      TO GK-POST-TYPE.
021700     CALL "BILGLAC" USING GK-PARMS.
021700     IF GK-FAILED
021700         MOVE "Y" TO WS-ABORT-SW
021700     END-IF.
021700 3120-EXIT.
021700     EXIT.

021700 3200-FIND-CELL.
021700     MOVE ZERO TO WS-CITY-SUB.
021700     PERFORM 2410-FIND-CITY-SLOT THRU 2410-EXIT
021700         VARYING WS-SUB-M FROM 1 BY 1
021700         UNTIL WS-SUB-M > WS-CITY-USED
021700            OR WS-CITY-SUB > 0.
021700 3200-EXIT.
021700     EXIT.

021800 7000-WRITE-EXTRACT.
021900     MOVE SPACES TO WS-RET-LINE.
022000     STRING "MUNICIPAL DUTY REMITTANCE,PERIOD,"
022300         DELIMITED BY SIZE INTO WS-RET-LINE.
022400     WRITE DR-RECORD FROM WS-RET-LINE.
022500     MOVE SPACES TO WS-RET-LINE.
022600     STRING "MUNICIPALITY,DUTY-COLLECTED,BILLS,DUTY-EXEMPTED"
022600         ",DUES-OFFSET,NET-PAID"
022600         DELIMITED BY SIZE INTO WS-RET-LINE.
022700     WRITE DR-RECORD FROM WS-RET-LINE.
022800     PERFORM 7100-WRITE-CELL THRU 7100-EXIT
022900         VARYING WS-SUB-M FROM 1 BY 1
023100     MOVE SPACES TO WS-RET-LINE.
023200     MOVE WS-GRAND-DUTY      TO WS-DUTY-ED.
023300     MOVE WS-BILLS-IN-PERIOD TO WS-COUNT-ED.
023300     MOVE WS-GRAND-EXEMPT    TO WS-EXEMPT-ED.
023300     COMPUTE WS-GRAND-NET = WS-GRAND-DUTY - WS-GRAND-OFFSET.
023300     MOVE WS-GRAND-OFFSET    TO WS-OFFSET-ED.
023300     MOVE WS-GRAND-NET       TO WS-NET-ED.
023400     STRING "CONTROL TOTALS," DELIMITED BY SIZE
023500         WS-DUTY-ED DELIMITED BY SIZE
023600         "," DELIMITED BY SIZE
023700         WS-COUNT-ED DELIMITED BY SIZE
023700         "," DELIMITED BY SIZE
023700         WS-EXEMPT-ED DELIMITED BY SIZE
023700         "," DELIMITED BY SIZE
023700         WS-OFFSET-ED DELIMITED BY SIZE
023700         "," DELIMITED BY SIZE
023700         WS-NET-ED DELIMITED BY SIZE
023800         INTO WS-RET-LINE.
023900     WRITE DR-RECORD FROM WS-RET-LINE.
023900     IF WS-OF-USED = 0
023900         GO TO 7000-EXIT
023900     END-IF.
023900     MOVE SPACES TO WS-RET-LINE.
023900     STRING "DUES OFFSET DETAIL,MUNICIPALITY,CUSTOMER,INVOICE,"
023900         "BILL-PERIOD,AMOUNT"
023900         DELIMITED BY SIZE INTO WS-RET-LINE.
023900     WRITE DR-RECORD FROM WS-RET-LINE.
023900     PERFORM 7200-WRITE-OFFSET THRU 7200-EXIT
023900         VARYING WS-OF-SUB FROM 1 BY 1
023900         UNTIL WS-OF-SUB > WS-OF-USED.
024000 7000-EXIT.
024100     EXIT.

024300     MOVE SPACES TO WS-RET-LINE.
024400     MOVE WS-CL-DUTY(WS-SUB-M)  TO WS-DUTY-ED.
024500     MOVE WS-CL-COUNT(WS-SUB-M) TO WS-COUNT-ED.
024500     MOVE WS-CL-EXEMPT(WS-SUB-M) TO WS-EXEMPT-ED.
024500     MOVE WS-CL-OFFSET(WS-SUB-M) TO WS-OFFSET-ED.
024500     COMPUTE WS-NET-ED = WS-CL-DUTY(WS-SUB-M)
024500                       - WS-CL-OFFSET(WS-SUB-M).
024600     STRING WS-CL-CITY(WS-SUB-M) DELIMITED BY SIZE
024700         "," DELIMITED BY SIZE
024800         WS-DUTY-ED DELIMITED BY SIZE
024900         "," DELIMITED BY SIZE
025000         WS-COUNT-ED DELIMITED BY SIZE
025000         "," DELIMITED BY SIZE
025000         WS-EXEMPT-ED DELIMITED BY SIZE
025000         "," DELIMITED BY SIZE
025000         WS-OFFSET-ED DELIMITED BY SIZE
025000         "," DELIMITED BY SIZE
025000         WS-NET-ED DELIMITED BY SIZE
025100         INTO WS-RET-LINE.
025200     WRITE DR-RECORD FROM WS-RET-LINE.
025300 7100-EXIT.
025400     EXIT.

025400*-----------------------------------------------------------*
025400*    ONE LINE PER ITEM OFFSET - THE MUNICIPALITY'S STATEMENT   *
025400*    OF WHICH OF ITS BILLS THE WITHHELD DUTY PAID.             *
025400*-----------------------------------------------------------*
025400 7200-WRITE-OFFSET.
025400     MOVE SPACES TO WS-RET-LINE.
025400     MOVE WS-OF-AMOUNT(WS-OF-SUB) TO WS-ITEM-ED.
025400     STRING "OFFSET," DELIMITED BY SIZE
025400         WS-OF-CITY(WS-OF-SUB) DELIMITED BY SIZE
025400         "," DELIMITED BY SIZE
025400         WS-OF-CUST-ID(WS-OF-SUB) DELIMITED BY SIZE
025400         "," DELIMITED BY SIZE
025400         WS-OF-INVOICE-NO(WS-OF-SUB) DELIMITED BY SIZE
025400         "," DELIMITED BY SIZE
025400         WS-OF-BILL-PERIOD(WS-OF-SUB) DELIMITED BY SIZE
025400         "," DELIMITED BY SIZE
025400         WS-ITEM-ED DELIMITED BY SIZE
025400         INTO WS-RET-LINE.
025400     WRITE DR-RECORD FROM WS-RET-LINE.
025400 7200-EXIT.
025400     EXIT.

025500 9000-TERMINATE.
025500     IF WS-OFFSET-WANTED AND NOT WS-ABORT AND WS-OF-USED > 0
025500         PERFORM 9200-REWRITE-OPEN-ITEMS THRU 9200-EXIT
025500         PERFORM 8000-WRITE-JOURNAL      THRU 8000-EXIT
025500         PERFORM 8100-WRITE-REGISTER     THRU 8100-EXIT
025500     END-IF.
025600     CLOSE BILLHIST.
025700     CLOSE CUSTMAS.
025800     CLOSE DUTYRET.
026300     DISPLAY "  FILING PERIOD   : " WS-FILING-PERIOD.
026400     DISPLAY "  BILLS WITH DUTY : " WS-BILLS-IN-PERIOD.
026500     DISPLAY "  DUTY COLLECTED  : RS " WS-GRAND-DUTY.
026500     DISPLAY "  EXEMPT BILLS    : " WS-EXEMPT-BILLS.
026500     DISPLAY "  DUTY EXEMPTED   : RS " WS-GRAND-EXEMPT.
026500     DISPLAY "  DUES OFFSET     : RS " WS-GRAND-OFFSET.
026500     DISPLAY "  NET DUTY PAID   : RS " WS-GRAND-NET.
026500     DISPLAY "  ITEMS OFFSET    : " WS-OF-USED.
026500     IF WS-PRIOR-OFFSET
026500         DISPLAY "  (OFFSET AS RECORDED ON " WS-PRIOR-DATE ")"
026500     END-IF.
026600     DISPLAY "  MUNICIPALITIES  : " WS-CITY-USED.
026700     DISPLAY "=============================================".
026800 9000-EXIT.
026900     EXIT.

026900*-----------------------------------------------------------*
026900*    THE OFFSET ON THE SHARED GL EXTRACT, IN THE USUAL H/D/T   *
026900*    FRAMING - EACH SIDE BY MAPPED ACCOUNT AND ZONE.           *
026900*-----------------------------------------------------------*
026900 8000-WRITE-JOURNAL.
026900     OPEN EXTEND GLEXTR.
026900     IF FS-GLEXTR-NOFILE
026900         OPEN OUTPUT GLEXTR
026900     END-IF.
026900     IF NOT FS-GLEXTR-OK
026900         DISPLAY "BILDUTY: UNABLE TO OPEN BILGL, STATUS "
026900             FS-GLEXTR
026900         GO TO 8000-EXIT
026900     END-IF.
026900     MOVE "H"              TO GJ-RECORD-TYPE.
026900     MOVE WS-SYSTEM-DATE   TO GJ-RUN-DATE.
026900     MOVE WS-FILING-PERIOD TO GJ-BILL-PERIOD.
026900     MOVE SPACES           TO GJ-ACCOUNT-CODE.
026900     MOVE "BILDUTY GL EXTRACT" TO GJ-ACCOUNT-DESC.
026900     MOVE ZERO             TO GJ-AMOUNT.
026900     MOVE SPACES           TO GJ-COST-CENTRE.
026900     MOVE SPACES           TO GJ-POST-TYPE.
026900     WRITE GJ-RECORD.
026900     MOVE "D"              TO GJ-RECORD-TYPE.
026900     MOVE "2330-DOF"       TO GK-POST-TYPE.
026900     MOVE "DUTY PAYABLE - DUES OFFSET" TO GJ-ACCOUNT-DESC.
026900     PERFORM 8010-WRITE-GL-LINES THRU 8010-EXIT.
026900     MOVE "1310-DOF"       TO GK-POST-TYPE.
026900     MOVE "MUNICIPAL DUES SETTLED BY OFFSET"
026900         TO GJ-ACCOUNT-DESC.
026900     PERFORM 8010-WRITE-GL-LINES THRU 8010-EXIT.
026900     MOVE "T"              TO GJ-RECORD-TYPE.
026900     MOVE WS-GL-DETAILS    TO GJ-BILL-PERIOD.
026900     MOVE SPACES           TO GJ-ACCOUNT-CODE.
026900     MOVE "TRAILER - DETAIL COUNT AND HASH"
026900         TO GJ-ACCOUNT-DESC.
026900     MOVE WS-GL-HASH       TO GJ-AMOUNT.
026900     MOVE SPACES           TO GJ-COST-CENTRE.
026900     MOVE SPACES           TO GJ-POST-TYPE.
026900     WRITE GJ-RECORD.
026900     CLOSE GLEXTR.
026900 8000-EXIT.
026900     EXIT.

026900 8010-WRITE-GL-LINES.
026900     MOVE "N"             TO GK-FUNCTION.
026900     MOVE ZERO            TO GK-CURSOR.
026900     MOVE SPACE           TO GK-RESULT.
026900     PERFORM 8015-WRITE-ONE-LINE THRU 8015-EXIT
026900         UNTIL GK-END.
026900 8010-EXIT.
026900     EXIT.

026900 8015-WRITE-ONE-LINE.
026900     CALL "BILGLAC" USING GK-PARMS.
026900     IF GK-END
026900         GO TO 8015-EXIT
026900     END-IF.
026900     MOVE GK-ACCOUNT-CODE TO GJ-ACCOUNT-CODE.
026900     MOVE GK-ZONE-CODE    TO GJ-COST-CENTRE.
026900     MOVE GK-POST-TYPE    TO GJ-POST-TYPE.
026900     MOVE GK-AMOUNT       TO GJ-AMOUNT.
026900     WRITE GJ-RECORD.
026900     ADD 1                TO WS-GL-DETAILS.
026900     ADD GJ-AMOUNT        TO WS-GL-HASH.
026900 8015-EXIT.
026900     EXIT.

026900*-----------------------------------------------------------*
026900*    EVERY ITEM OFFSET GOES ON THE DUTYOFF REGISTER, WHICH      *
026900*    IS WHAT STOPS A RE-RUN OFFSETTING THE PERIOD TWICE.        *
026900*-----------------------------------------------------------*
026900 8100-WRITE-REGISTER.
026900     OPEN EXTEND DUTYOFF.
026900     IF FS-DUTYOFF-NOFILE
026900         OPEN OUTPUT DUTYOFF
026900     END-IF.
026900     IF NOT FS-DUTYOFF-OK
026900         DISPLAY "BILDUTY: UNABLE TO OPEN DUTYOFF, STATUS "
026900             FS-DUTYOFF
026900         GO TO 8100-EXIT
026900     END-IF.
026900     PERFORM 8110-WRITE-ONE-OFFSET THRU 8110-EXIT
026900         VARYING WS-OF-SUB FROM 1 BY 1
026900         UNTIL WS-OF-SUB > WS-OF-USED.
026900     CLOSE DUTYOFF.
026900 8100-EXIT.
026900     EXIT.

026900 8110-WRITE-ONE-OFFSET.
026900     MOVE SPACES TO DO-RECORD.
026900     MOVE WS-FILING-PERIOD             TO DO-FILING-PERIOD.
026900     MOVE WS-OF-CITY(WS-OF-SUB)        TO DO-MUNICIPALITY.
026900     MOVE WS-OF-CUST-ID(WS-OF-SUB)     TO DO-CUST-ID.
026900     MOVE WS-OF-INVOICE-NO(WS-OF-SUB)  TO DO-INVOICE-NO.
026900     MOVE WS-OF-BILL-PERIOD(WS-OF-SUB) TO DO-BILL-PERIOD.
026900     MOVE WS-OF-AMOUNT(WS-OF-SUB)      TO DO-AMOUNT.
026900     MOVE WS-OF-ZONE-CODE(WS-OF-SUB)   TO DO-ZONE-CODE.
026900     MOVE WS-SYSTEM-DATE               TO DO-POST-DATE.
026900     MOVE WS-OPERATOR-ID               TO DO-OPERATOR-ID.
026900     WRITE DO-RECORD.
026900 8110-EXIT.
026900     EXIT.

026900 9200-REWRITE-OPEN-ITEMS.
026900     OPEN OUTPUT OPENITEM.
026900     IF NOT FS-OPENITEM-OK
026900         DISPLAY "BILDUTY: UNABLE TO REWRITE OPENITEM, STATUS "
026900             FS-OPENITEM
026900         GO TO 9200-EXIT
026900     END-IF.
026900     PERFORM 9210-WRITE-ONE-ITEM THRU 9210-EXIT
026900         VARYING WS-OI-SUB FROM 1 BY 1
026900         UNTIL WS-OI-SUB > WS-OI-COUNT.
026900     CLOSE OPENITEM.
026900 9200-EXIT.
026900     EXIT.

026900 9210-WRITE-ONE-ITEM.
026900*    A SETTLED OR ROLLED ITEM WITH NOTHING OPEN HAS DONE
026900*    ITS JOB - IT FALLS OFF THE LEDGER HERE; HISTORY IS
026900*    THE PERMANENT RECORD.
026900     IF (WS-OI-STATUS(WS-OI-SUB) = "S"
026900         OR WS-OI-STATUS(WS-OI-SUB) = "R")
026900         AND WS-OI-OPEN-AMOUNT(WS-OI-SUB) = 0
026900         GO TO 9210-EXIT
026900     END-IF.
026900     MOVE WS-OI-CUST-ID(WS-OI-SUB)     TO OI-CUST-ID.
026900     MOVE WS-OI-INVOICE-NO(WS-OI-SUB)  TO OI-INVOICE-NO.
026900     MOVE WS-OI-BILL-PERIOD(WS-OI-SUB) TO OI-BILL-PERIOD.
026900     MOVE WS-OI-ORIG-AMOUNT(WS-OI-SUB) TO OI-ORIG-AMOUNT.
026900     MOVE WS-OI-OPEN-AMOUNT(WS-OI-SUB) TO OI-OPEN-AMOUNT.
026900     MOVE WS-OI-STATUS(WS-OI-SUB)      TO OI-STATUS.
026900     WRITE OI-RECORD.
026900 9210-EXIT.
026900     EXIT.

027000 9600-WRITE-RUNLOG.
027100     MOVE "BILDUTY"        TO RL-PROGRAM-ID.
027200     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
