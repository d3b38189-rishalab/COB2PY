001900*                   WHEN IT EXISTS, FALLING BACK TO THE FULL  *
001900*                   HISTORY SCAN WHEN IT DOES NOT.            *
002000*  2026-08-22 RSH   ORIGINAL                                  *
002000*  2026-10-15 RSH   FILE REVRPT IN THE REPORT REPOSITORY     *
002000*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002100*-----------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
007400     88  WS-ABORT                    VALUE "Y".
007500 77  WS-EOF-SW               PIC X(01) VALUE "N".
007600     88  WS-EOF                      VALUE "Y".
007600 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
007600     88  WS-RO-EOF                   VALUE "Y".
007700 77  WS-CUST-FOUND-SW        PIC X(01) VALUE "N".
007800     88  WS-CUST-FOUND               VALUE "Y".

011800                 20  WS-RV-T1-UNITS  PIC 9(11).
011900                 20  WS-RV-T2-UNITS  PIC 9(11).
012000                 20  WS-RV-T3-UNITS  PIC 9(11).
012000 COPY RPTPARM.

012100 PROCEDURE DIVISION.
012200 0000-MAINLINE SECTION.
032130     END-IF.
032200     CLOSE CUSTMAS.
032300     CLOSE REVRPT.
032300     PERFORM 9680-FILE-REPORT THRU 9680-EXIT.
032400     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
032500     CLOSE RUNLOG.
032600     DISPLAY "BILRVAN: " WS-BILLS-READ " BILL(S) READ,"
034000     WRITE RL-RECORD.
034100 9600-EXIT.
034200     EXIT.

034300*-----------------------------------------------------------*
034400*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
034500*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
034600*    OUTLIVES THE NEXT RUN.                                    *
034700*-----------------------------------------------------------*
034800 9680-FILE-REPORT.
034900     OPEN INPUT REVRPT.
035000     IF NOT FS-REVRPT-OK
035100         GO TO 9680-EXIT
035200     END-IF.
035300     MOVE "O"               TO RO-FUNCTION.
035400     MOVE "REVRPT"          TO RO-REPORT-NAME.
035500     MOVE "BILRVAN"         TO RO-PROGRAM-ID.
035600     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
035700     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
035800     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
035900     MOVE WS-RPT-PERIOD     TO RO-PERIOD.
036000     CALL "BILRPTF" USING RO-PARMS.
036100     IF RO-OK
036200         MOVE "N" TO WS-RO-EOF-SW
036300         PERFORM 9690-FILE-LINE THRU 9690-EXIT
036400             UNTIL WS-RO-EOF
036500         MOVE "C"          TO RO-FUNCTION
036600         CALL "BILRPTF" USING RO-PARMS
036700     END-IF.
036800     CLOSE REVRPT.
036900 9680-EXIT.
037000     EXIT.

037100 9690-FILE-LINE.
037200     READ REVRPT
037300         AT END
037400             MOVE "Y" TO WS-RO-EOF-SW
037500             GO TO 9690-EXIT
037600     END-READ.
037700     MOVE "L"               TO RO-FUNCTION.
037800     MOVE RV-LINE           TO RO-LINE.
037900     CALL "BILRPTF" USING RO-PARMS.
038000 9690-EXIT.
038100     EXIT.
