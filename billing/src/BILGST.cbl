009898*                   RUN-PARAMETER FILE WHEN A CARD IS ON      *
009899*                   FILE, FALLING BACK TO THE PROMPT, AND     *
009899*                   ECHO THE PARAMETERS USED TO THE RUN LOG.  *
009899*  2026-10-10 RSH   ADD THE CREDIT/DEBIT NOTE SECTION FROM    *
009899*                   THE GSTNOTE REGISTER, WITH THE NET TAX    *
009899*                   AFTER THE NOTES.                          *
009899*  2026-10-11 RSH   REPORT THE GST REMITTED UNDER             *
009899*                   TAX-EXEMPTION CERTIFICATES AS ITS OWN     *
009899*                   COLUMN AND CONTROL TOTAL, WITH EXEMPT     *
009899*                   BILLS KEPT IN THEIR NOMINAL RATE CELL.    *
002300*-----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
004200         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS FS-PARMCARD.

004200     SELECT GSTNOTE ASSIGN TO "GSTNOTE"
004200         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS GN-KEY
004200         FILE STATUS IS FS-GSTNOTE.

004300     SELECT RUNLOG ASSIGN TO "RUNLOG"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS FS-RUNLOG.
005500     LABEL RECORDS ARE STANDARD.
005500 COPY PARMCARD.

005500 FD  GSTNOTE
005500     LABEL RECORDS ARE STANDARD.
005500 COPY GSTNOTE.

005600 FD  RUNLOG
005700     LABEL RECORDS ARE STANDARD.
005800 COPY RUNLOG.
007000     88  WS-PC-EOF                   VALUE "Y".
007000 77  WS-CARD-FOUND-SW        PIC X(01) VALUE "N".
007000     88  WS-CARD-FOUND               VALUE "Y".
007000 77  FS-GSTNOTE              PIC X(02).
007000     88  FS-GSTNOTE-OK               VALUE "00".
007000 77  WS-GN-OPEN-SW           PIC X(01) VALUE "N".
007000     88  WS-GN-OPEN                  VALUE "Y".
007000 77  WS-GN-EOF-SW            PIC X(01) VALUE "N".
007000     88  WS-GN-EOF                   VALUE "Y".

007100*-----------------------------------------------------------*
007200*    PROGRAM SWITCHES                                        *
010100 77  WS-SVC-CODE             PIC X(01).
010200 77  WS-GRAND-TAXABLE        PIC 9(11)V99 VALUE ZERO.
010300 77  WS-GRAND-TAX            PIC 9(11)V99 VALUE ZERO.
010300 77  WS-BILL-EXEMPT          PIC 9(09)V99 VALUE ZERO.
010300 77  WS-GRAND-EXEMPT         PIC 9(11)V99 VALUE ZERO.
010300 77  WS-EXEMPT-ED            PIC 9(11).99.
010300 77  WS-EXEMPT-BILLS         PIC 9(07) VALUE ZERO.

010300*-----------------------------------------------------------*
010300*    CREDIT/DEBIT NOTE SECTION - TOTALS OF THE NOTES THAT NET  *
010300*    INTO THIS RETURN.  A NOTE WHOSE VALUE IS ALREADY IN THE   *
010300*    HISTORY CELLS ABOVE IS LISTED BUT NOT COUNTED AGAIN.      *
010300*-----------------------------------------------------------*
010300 77  WS-NOTES-LISTED         PIC 9(07) VALUE ZERO.
010300 77  WS-CN-COUNT             PIC 9(07) VALUE ZERO.
010300 77  WS-CN-TAXABLE           PIC 9(11)V99 VALUE ZERO.
010300 77  WS-CN-TAX               PIC 9(11)V99 VALUE ZERO.
010300 77  WS-DN-COUNT             PIC 9(07) VALUE ZERO.
010300 77  WS-DN-TAXABLE           PIC 9(11)V99 VALUE ZERO.
010300 77  WS-DN-TAX               PIC 9(11)V99 VALUE ZERO.
010300 77  WS-NET-TAX              PIC S9(11)V99 VALUE ZERO.
010300 77  WS-NET-TAX-ED           PIC -9(11).99.
010300 77  WS-NOTE-NO-ED           PIC 9(09).
010300 77  WS-NOTE-USE             PIC X(08).

010400*-----------------------------------------------------------*
010500*    RETURN CELLS - UP TO TEN DISTINCT GST RATES SEEN IN THE   *
011300                 20  WS-RL-TAXABLE   PIC 9(11)V99.
011400                 20  WS-RL-TAX       PIC 9(11)V99.
011500                 20  WS-RL-COUNT     PIC 9(07).
011500                 20  WS-RL-EXEMPT    PIC 9(11)V99.
011600 01  WS-RATE-USED                PIC 9(02) VALUE ZERO.

011700 PROCEDURE DIVISION.
015500             FS-GSTRET
015600         MOVE "Y" TO WS-ABORT-SW
015700     END-IF.
015700     OPEN INPUT GSTNOTE.
015700     IF FS-GSTNOTE-OK
015700         MOVE "Y" TO WS-GN-OPEN-SW
015700     END-IF.
015800     OPEN EXTEND RUNLOG.
015900     IF NOT FS-RUNLOG-OK
016000         DISPLAY "BILGST: UNABLE TO OPEN RUNLOG, STATUS "
017330         GO TO 2000-NEXT
017340     END-IF.
017400     ADD 1 TO WS-BILLS-IN-PERIOD.
017400     MOVE ZERO TO WS-BILL-EXEMPT.
017400     IF BH-GST-EXEMPT NUMERIC
017400         MOVE BH-GST-EXEMPT TO WS-BILL-EXEMPT
017400     END-IF.
017400     IF WS-BILL-EXEMPT > ZERO
017400         ADD 1 TO WS-EXEMPT-BILLS
017400     END-IF.
017500     PERFORM 2200-DERIVE-RATE     THRU 2200-EXIT.
017600     PERFORM 2300-LOOKUP-CUSTOMER THRU 2300-EXIT.
017700     PERFORM 2400-ACCUMULATE-CELL THRU 2400-EXIT.
018700 2100-EXIT.
018800     EXIT.

018900*    TAX REMITTED UNDER AN EXEMPTION CERTIFICATE IS ADDED BACK,
018900*    SO AN EXEMPT BILL IS REPORTED AT ITS NOMINAL RATE WITH THE
018900*    REMISSION IN THE EXEMPTED COLUMN.
018900 2200-DERIVE-RATE.
019000     IF BH-TAXABLE-AMT = 0
019100         MOVE ZERO TO WS-DERIVED-RATE
019200     ELSE
019300         COMPUTE WS-DERIVED-RATE ROUNDED =
019400             (BH-GST-AMT + WS-BILL-EXEMPT) * 100
019400                 / BH-TAXABLE-AMT
019500     END-IF.
019600 2200-EXIT.
019700     EXIT.
024900         WS-RL-COUNT(WS-RATE-SUB, WS-SVC-SUB, WS-CLASS-SUB).
025000     ADD BH-TAXABLE-AMT TO WS-GRAND-TAXABLE.
025100     ADD BH-GST-AMT     TO WS-GRAND-TAX.
025100     ADD WS-BILL-EXEMPT TO
025100         WS-RL-EXEMPT(WS-RATE-SUB, WS-SVC-SUB, WS-CLASS-SUB).
025100     ADD WS-BILL-EXEMPT TO WS-GRAND-EXEMPT.
025200 2400-EXIT.
025300     EXIT.

026400         DELIMITED BY SIZE INTO GR-LINE.
026500     WRITE GR-RECORD.
026600     MOVE SPACES TO GR-LINE.
026700     MOVE "RATE,SERVICE,CLASS,TAXABLE,TAX,BILLS,TAX-EXEMPTED"
026700         TO GR-LINE.
026800     WRITE GR-RECORD.
026900     PERFORM 7100-WRITE-CELL THRU 7100-EXIT
027000         VARYING WS-SUB-R FROM 1 BY 1 UNTIL WS-SUB-R >
027500     MOVE WS-GRAND-TAXABLE TO WS-TAXABLE-ED.
027600     MOVE WS-GRAND-TAX     TO WS-TAX-ED.
027700     MOVE WS-BILLS-IN-PERIOD TO WS-COUNT-ED.
027700     MOVE WS-GRAND-EXEMPT  TO WS-EXEMPT-ED.
027800     STRING "CONTROL TOTALS,," DELIMITED BY SIZE
027900         "," DELIMITED BY SIZE
028000         WS-TAXABLE-ED DELIMITED BY SIZE
028200         WS-TAX-ED DELIMITED BY SIZE
028300         "," DELIMITED BY SIZE
028400         WS-COUNT-ED DELIMITED BY SIZE
028400         "," DELIMITED BY SIZE
028400         WS-EXEMPT-ED DELIMITED BY SIZE
028500         INTO GR-LINE.
028600     WRITE GR-RECORD.
028600     PERFORM 7200-WRITE-NOTES THRU 7200-EXIT.
028700 7000-EXIT.
028800     EXIT.

030800         TO WS-TAX-ED.
030900     MOVE WS-RL-COUNT(WS-SUB-R, WS-SUB-S, WS-SUB-C)
031000         TO WS-COUNT-ED.
031000     MOVE WS-RL-EXEMPT(WS-SUB-R, WS-SUB-S, WS-SUB-C)
031000         TO WS-EXEMPT-ED.
031100     STRING WS-RATE-ED DELIMITED BY SIZE
031200         "," DELIMITED BY SIZE
031300         WS-SVC-CODE DELIMITED BY SIZE
031900         WS-TAX-ED DELIMITED BY SIZE
032000         "," DELIMITED BY SIZE
032100         WS-COUNT-ED DELIMITED BY SIZE
032100         "," DELIMITED BY SIZE
032100         WS-EXEMPT-ED DELIMITED BY SIZE
032200         INTO GR-LINE.
032300     WRITE GR-RECORD.
032400 7100-EXIT.
032500     EXIT.

032500*-----------------------------------------------------------*
032500*    CREDIT/DEBIT NOTES ISSUED IN THE FILING PERIOD, ONE LINE  *
032500*    EACH, THEN THE CREDIT AND DEBIT TOTALS THAT NET INTO THE  *
032500*    RETURN AND THE NET TAX PAYABLE AFTER THEM.  NOTES MARKED  *
032500*    IN BILLS ARE ALREADY IN THE CELLS ABOVE THROUGH HISTORY.  *
032500*-----------------------------------------------------------*
032500 7200-WRITE-NOTES.
032500     MOVE SPACES TO GR-LINE.
032500     MOVE "CREDIT/DEBIT NOTES" TO GR-LINE.
032500     WRITE GR-RECORD.
032500     MOVE SPACES TO GR-LINE.
032500     STRING "TYPE,NOTE NO,DATE,ORIG INVOICE,CUSTOMER,"
032500         "TAXABLE,TAX,TREATMENT"
032500         DELIMITED BY SIZE INTO GR-LINE.
032500     WRITE GR-RECORD.
032500     IF WS-GN-OPEN
032500         PERFORM 7210-WRITE-NOTE THRU 7210-EXIT
032500             UNTIL WS-GN-EOF
032500     END-IF.
032500     MOVE SPACES TO GR-LINE.
032500     MOVE WS-CN-TAXABLE TO WS-TAXABLE-ED.
032500     MOVE WS-CN-TAX     TO WS-TAX-ED.
032500     MOVE WS-CN-COUNT   TO WS-COUNT-ED.
032500     STRING "CREDIT NOTE TOTALS,,,,," WS-TAXABLE-ED
032500         "," WS-TAX-ED "," WS-COUNT-ED
032500         DELIMITED BY SIZE INTO GR-LINE.
032500     WRITE GR-RECORD.
032500     MOVE SPACES TO GR-LINE.
032500     MOVE WS-DN-TAXABLE TO WS-TAXABLE-ED.
032500     MOVE WS-DN-TAX     TO WS-TAX-ED.
032500     MOVE WS-DN-COUNT   TO WS-COUNT-ED.
032500     STRING "DEBIT NOTE TOTALS,,,,," WS-TAXABLE-ED
032500         "," WS-TAX-ED "," WS-COUNT-ED
032500         DELIMITED BY SIZE INTO GR-LINE.
032500     WRITE GR-RECORD.
032500     COMPUTE WS-NET-TAX = WS-GRAND-TAX - WS-CN-TAX + WS-DN-TAX.
032500     MOVE WS-NET-TAX TO WS-NET-TAX-ED.
032500     MOVE SPACES TO GR-LINE.
032500     STRING "NET TAX,,,,,," WS-NET-TAX-ED
032500         DELIMITED BY SIZE INTO GR-LINE.
032500     WRITE GR-RECORD.
032500 7200-EXIT.
032500     EXIT.

032500 7210-WRITE-NOTE.
032500     READ GSTNOTE NEXT RECORD
032500         AT END
032500             MOVE "Y" TO WS-GN-EOF-SW
032500             GO TO 7210-EXIT
032500     END-READ.
032500     IF GN-FILING-PERIOD NOT = WS-FILING-PERIOD
032500         GO TO 7210-EXIT
032500     END-IF.
032500     ADD 1 TO WS-NOTES-LISTED.
032500     IF GN-NETS-RETURN
032500         MOVE "RETURN" TO WS-NOTE-USE
032500         IF GN-CREDIT-NOTE
032500             ADD 1              TO WS-CN-COUNT
032500             ADD GN-TAXABLE-AMT TO WS-CN-TAXABLE
032500             ADD GN-GST-AMT     TO WS-CN-TAX
032500         ELSE
032500             ADD 1              TO WS-DN-COUNT
032500             ADD GN-TAXABLE-AMT TO WS-DN-TAXABLE
032500             ADD GN-GST-AMT     TO WS-DN-TAX
032500         END-IF
032500     ELSE
032500         MOVE "IN BILLS" TO WS-NOTE-USE
032500     END-IF.
032500     MOVE GN-NOTE-NO     TO WS-NOTE-NO-ED.
032500     MOVE GN-TAXABLE-AMT TO WS-TAXABLE-ED.
032500     MOVE GN-GST-AMT     TO WS-TAX-ED.
032500     MOVE SPACES TO GR-LINE.
032500     STRING GN-NOTE-TYPE "," WS-NOTE-NO-ED "," GN-NOTE-DATE ","
032500         GN-ORIG-INVOICE-NO "," GN-CUST-ID "," WS-TAXABLE-ED
032500         "," WS-TAX-ED "," WS-NOTE-USE
032500         DELIMITED BY SIZE INTO GR-LINE.
032500     WRITE GR-RECORD.
032500 7210-EXIT.
032500     EXIT.

032600 9000-TERMINATE.
032700     CLOSE BILLHIST.
032800     CLOSE CUSTMAS.
032900     CLOSE GSTRET.
032900     IF WS-GN-OPEN
032900         CLOSE GSTNOTE
032900     END-IF.
033000     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
033100     CLOSE RUNLOG.
033200     DISPLAY "=============================================".
033500     DISPLAY "  BILLS IN PERIOD : " WS-BILLS-IN-PERIOD.
033600     DISPLAY "  TAXABLE VALUE   : RS " WS-GRAND-TAXABLE.
033700     DISPLAY "  TAX COLLECTED   : RS " WS-GRAND-TAX.
033700     DISPLAY "  EXEMPT BILLS    : " WS-EXEMPT-BILLS.
033700     DISPLAY "  TAX EXEMPTED    : RS " WS-GRAND-EXEMPT.
033700     DISPLAY "  NOTES IN PERIOD : " WS-NOTES-LISTED.
033700     DISPLAY "  CREDIT NOTE TAX : RS " WS-CN-TAX.
033700     DISPLAY "  DEBIT NOTE TAX  : RS " WS-DN-TAX.
033700     DISPLAY "  NET TAX PAYABLE : RS " WS-NET-TAX-ED.
033800     DISPLAY "=============================================".
033900 9000-EXIT.
034000     EXIT.
