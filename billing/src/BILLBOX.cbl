001900*  MODIFICATION HISTORY                                      *
002000*  DATE       INIT  DESCRIPTION                               *
002100*  2026-08-22 RSH   ORIGINAL                                  *
002110*  2026-10-08 RSH   PASS THE STUB'S INVOICE REFERENCE THROUGH  *
002120*                   TO THE PAYMENT RECORD, SO BILPAY SETTLES   *
002130*                   THE INVOICE THE REMITTER NAMED FIRST.      *
002130*  2026-10-09 RSH   PASS THE TDS DEDUCTED AT SOURCE, WHEN THE *
002130*                   DETAIL CARRIES ONE, THROUGH TO THE        *
002130*                   PAYMENT RECORD.                           *
002130*  2026-10-15 RSH   FILE LBXRPT IN THE REPORT REPOSITORY     *
002130*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002200*-----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
007100     88  WS-ABORT                    VALUE "Y".
007200 77  WS-EOF-SW               PIC X(01) VALUE "N".
007300     88  WS-EOF                      VALUE "Y".
007300 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
007300     88  WS-RO-EOF                   VALUE "Y".
007400 77  WS-HEADER-SW            PIC X(01) VALUE "N".
007500     88  WS-HEADER-SEEN              VALUE "Y".
007600 77  WS-TRAILER-SW           PIC X(01) VALUE "N".
010300         10  WS-DT-AMOUNT        PIC 9(07)V99.
010400         10  WS-DT-PAY-DATE      PIC 9(08).
010500         10  WS-DT-RECEIPT-NO    PIC X(12).
010550         10  WS-DT-INVOICE-NO    PIC 9(09).
010560         10  WS-DT-TDS-AMT       PIC 9(07)V99.
010560 COPY RPTPARM.

010600 PROCEDURE DIVISION.
010700 0000-MAINLINE SECTION.
018100     MOVE LB-AMOUNT     TO WS-DT-AMOUNT(WS-DETAIL-COUNT).
018200     MOVE LB-PAY-DATE   TO WS-DT-PAY-DATE(WS-DETAIL-COUNT).
018300     MOVE LB-RECEIPT-NO TO WS-DT-RECEIPT-NO(WS-DETAIL-COUNT).
018310     IF LB-INVOICE-NO NUMERIC
018320         MOVE LB-INVOICE-NO TO
018330             WS-DT-INVOICE-NO(WS-DETAIL-COUNT)
018340     ELSE
018350         MOVE ZERO TO WS-DT-INVOICE-NO(WS-DETAIL-COUNT)
018360     END-IF.
018370     IF LB-TDS-AMT NUMERIC
018380         MOVE LB-TDS-AMT TO WS-DT-TDS-AMT(WS-DETAIL-COUNT)
018390     ELSE
018392         MOVE ZERO TO WS-DT-TDS-AMT(WS-DETAIL-COUNT)
018394     END-IF.
018400     ADD LB-AMOUNT TO WS-AMOUNT-TOTAL.
018500 2200-EXIT.
018600     EXIT.
026200     MOVE WS-DT-AMOUNT(WS-SUB)      TO PY-AMOUNT.
026300     MOVE WS-DT-PAY-DATE(WS-SUB)    TO PY-PAYMENT-DATE.
026400     MOVE WS-DT-RECEIPT-NO(WS-SUB)  TO PY-RECEIPT-NO.
026450     MOVE WS-DT-INVOICE-NO(WS-SUB)  TO PY-INVOICE-NO.
026460     MOVE WS-DT-TDS-AMT(WS-SUB)     TO PY-TDS-AMT.
026500     MOVE "LBX "                    TO PY-SOURCE-CODE.
026600     WRITE PY-RECORD.
026700 4100-EXIT.
028200 9000-TERMINATE.
028300     CLOSE LOCKBOX.
028400     CLOSE LBXRPT.
028400     PERFORM 9680-FILE-REPORT THRU 9680-EXIT.
028500     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
028600     CLOSE RUNLOG.
028700     DISPLAY "=============================================".
031500     WRITE RL-RECORD.
031600 9600-EXIT.
031700     EXIT.

031800*-----------------------------------------------------------*
031900*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
032000*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
032100*    OUTLIVES THE NEXT RUN.                                    *
032200*-----------------------------------------------------------*
032300 9680-FILE-REPORT.
032400     OPEN INPUT LBXRPT.
032500     IF NOT FS-LBXRPT-OK
032600         GO TO 9680-EXIT
032700     END-IF.
032800     MOVE "O"               TO RO-FUNCTION.
032900     MOVE "LBXRPT"          TO RO-REPORT-NAME.
033000     MOVE "BILLBOX"         TO RO-PROGRAM-ID.
033100     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
033200     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
033300     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
033400     MOVE ZERO              TO RO-PERIOD.
033500     CALL "BILRPTF" USING RO-PARMS.
033600     IF RO-OK
033700         MOVE "N" TO WS-RO-EOF-SW
033800         PERFORM 9690-FILE-LINE THRU 9690-EXIT
033900             UNTIL WS-RO-EOF
034000         MOVE "C"          TO RO-FUNCTION
034100         CALL "BILRPTF" USING RO-PARMS
034200     END-IF.
034300     CLOSE LBXRPT.
034400 9680-EXIT.
034500     EXIT.

034600 9690-FILE-LINE.
034700     READ LBXRPT
034800         AT END
034900             MOVE "Y" TO WS-RO-EOF-SW
035000             GO TO 9690-EXIT
035100     END-READ.
035200     MOVE "L"               TO RO-FUNCTION.
035300     MOVE LX-LINE           TO RO-LINE.
035400     CALL "BILRPTF" USING RO-PARMS.
035500 9690-EXIT.
035600     EXIT.
