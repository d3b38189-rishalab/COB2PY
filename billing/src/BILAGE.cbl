009895*  2026-08-22 RSH   SKIP WRITE-OFF/REVERSAL MARKERS - THE     *
009896*                   FORGIVEN DEBT MUST NOT REAPPEAR AS AN       *
009897*                   OPEN RECEIVABLE IN THE OVER-90 BUCKET.      *
009897*  2026-10-15 RSH   FILE AGERPT IN THE REPORT REPOSITORY     *
009897*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002100*-----------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
007200     88  WS-ABORT                    VALUE "Y".
007300 77  WS-EOF-SW               PIC X(01) VALUE "N".
007400     88  WS-EOF                      VALUE "Y".
007400 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
007400     88  WS-RO-EOF                   VALUE "Y".
007500 77  WS-CUST-FOUND-SW        PIC X(01) VALUE "N".
007600     88  WS-CUST-FOUND               VALUE "Y".

010800 01  WS-GRAND-TOTALS.
010900     05  WS-GRAND-AMT OCCURS 5 TIMES PIC 9(11)V99 VALUE ZERO.
011000 01  WS-GRAND-ED             PIC ZZZZZZZZZ9.99.
011000 COPY RPTPARM.

011100 PROCEDURE DIVISION.
011200 0000-MAINLINE SECTION.
034500     CLOSE BILLHIST.
034600     CLOSE CUSTMAS.
034700     CLOSE AGERPT.
034700     PERFORM 9680-FILE-REPORT THRU 9680-EXIT.
034800     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
034900     CLOSE RUNLOG.
035000     DISPLAY "BILAGE: " WS-BILLS-READ " BILL(S) READ, "
036400     WRITE RL-RECORD.
036500 9600-EXIT.
036600     EXIT.

036700*-----------------------------------------------------------*
036800*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
036900*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
037000*    OUTLIVES THE NEXT RUN.                                    *
037100*-----------------------------------------------------------*
037200 9680-FILE-REPORT.
037300     OPEN INPUT AGERPT.
037400     IF NOT FS-AGERPT-OK
037500         GO TO 9680-EXIT
037600     END-IF.
037700     MOVE "O"               TO RO-FUNCTION.
037800     MOVE "AGERPT"          TO RO-REPORT-NAME.
037900     MOVE "BILAGE"          TO RO-PROGRAM-ID.
038000     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
038100     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
038200     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
038300     MOVE ZERO              TO RO-PERIOD.
038400     CALL "BILRPTF" USING RO-PARMS.
038500     IF RO-OK
038600         MOVE "N" TO WS-RO-EOF-SW
038700         PERFORM 9690-FILE-LINE THRU 9690-EXIT
038800             UNTIL WS-RO-EOF
038900         MOVE "C"          TO RO-FUNCTION
039000         CALL "BILRPTF" USING RO-PARMS
039100     END-IF.
039200     CLOSE AGERPT.
039300 9680-EXIT.
039400     EXIT.

039500 9690-FILE-LINE.
039600     READ AGERPT
039700         AT END
039800             MOVE "Y" TO WS-RO-EOF-SW
039900             GO TO 9690-EXIT
040000     END-READ.
040100     MOVE "L"               TO RO-FUNCTION.
040200     MOVE AG-LINE           TO RO-LINE.
040300     CALL "BILRPTF" USING RO-PARMS.
040400 9690-EXIT.
040500     EXIT.
