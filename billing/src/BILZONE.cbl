001700*  MODIFICATION HISTORY                                      *
001800*  DATE       INIT  DESCRIPTION                               *
001900*  2026-09-02 RSH   ORIGINAL                                  *
001900*  2026-10-15 RSH   FILE ZONERPT IN THE REPORT REPOSITORY    *
001900*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002000*-----------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
008300     88  WS-EOF                      VALUE "Y".
008400 77  WS-PG-EOF-SW            PIC X(01) VALUE "N".
008500     88  WS-PG-EOF                   VALUE "Y".
008500 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
008500     88  WS-RO-EOF                   VALUE "Y".
008600 77  WS-OPERATOR-ID          PIC X(08).
008700 77  WS-SYSTEM-DATE          PIC 9(08).
008800 77  WS-SYSTEM-TIME          PIC 9(08).
010900         10  WS-ZC-BILLED        PIC 9(11)V99.
011000         10  WS-ZC-COLLECTED     PIC 9(11)V99.
011100 01  WS-CELL-COUNT               PIC 9(03) VALUE ZERO.
011100 COPY RPTPARM.

011200 PROCEDURE DIVISION.
011300 0000-MAINLINE SECTION.
032000     CLOSE BILLHIST.
032100     CLOSE CUSTMAS.
032200     CLOSE ZONERPT.
032200     PERFORM 9680-FILE-REPORT THRU 9680-EXIT.
032300     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
032400     CLOSE RUNLOG.
032500     DISPLAY "BILZONE: BILLED RS " WS-GRAND-BILLED
034200     WRITE RL-RECORD.
034300 9600-EXIT.
034400     EXIT.

034500*-----------------------------------------------------------*
034600*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
034700*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
034800*    OUTLIVES THE NEXT RUN.                                    *
034900*-----------------------------------------------------------*
035000 9680-FILE-REPORT.
035100     OPEN INPUT ZONERPT.
035200     IF NOT FS-ZONERPT-OK
035300         GO TO 9680-EXIT
035400     END-IF.
035500     MOVE "O"               TO RO-FUNCTION.
035600     MOVE "ZONERPT"         TO RO-REPORT-NAME.
035700     MOVE "BILZONE"         TO RO-PROGRAM-ID.
035800     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
035900     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
036000     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
036100     MOVE WS-PERIOD         TO RO-PERIOD.
036200     CALL "BILRPTF" USING RO-PARMS.
036300     IF RO-OK
036400         MOVE "N" TO WS-RO-EOF-SW
036500         PERFORM 9690-FILE-LINE THRU 9690-EXIT
036600             UNTIL WS-RO-EOF
036700         MOVE "C"          TO RO-FUNCTION
036800         CALL "BILRPTF" USING RO-PARMS
036900     END-IF.
037000     CLOSE ZONERPT.
037100 9680-EXIT.
037200     EXIT.

037300 9690-FILE-LINE.
037400     READ ZONERPT
037500         AT END
037600             MOVE "Y" TO WS-RO-EOF-SW
037700             GO TO 9690-EXIT
037800     END-READ.
037900     MOVE "L"               TO RO-FUNCTION.
038000     MOVE ZR-LINE           TO RO-LINE.
038100     CALL "BILRPTF" USING RO-PARMS.
038200 9690-EXIT.
038300     EXIT.
