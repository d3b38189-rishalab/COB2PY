001700*  MODIFICATION HISTORY                                      *
001800*  DATE       INIT  DESCRIPTION                               *
001900*  2026-08-22 RSH   ORIGINAL                                  *
001900*  2026-10-15 RSH   FILE EXCARPT IN THE REPORT REPOSITORY    *
001900*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002000*-----------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
006100     88  WS-ABORT                    VALUE "Y".
006200 77  WS-EOF-SW               PIC X(01) VALUE "N".
006300     88  WS-EOF                      VALUE "Y".
006300 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
006300     88  WS-RO-EOF                   VALUE "Y".

006400*-----------------------------------------------------------*
006500*    OPERATOR, RUN AND WORK FIELDS                            *
009600             15  WS-RE-COUNT     PIC 9(07).
009700             15  WS-RE-UNITS     PIC 9(11).
009800 01  WS-REASON-COUNT             PIC 9(02) VALUE ZERO.
009800 COPY RPTPARM.

009900 PROCEDURE DIVISION.
010000 0000-MAINLINE SECTION.
027400 9000-TERMINATE.
027500     CLOSE BILLEXCP.
027600     CLOSE EXCARPT.
027600     PERFORM 9680-FILE-REPORT THRU 9680-EXIT.
027700     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
027800     CLOSE RUNLOG.
027900     DISPLAY "BILEXCA: " WS-EXCP-READ " EXCEPTION(S) AGED, "
029300     WRITE RL-RECORD.
029400 9600-EXIT.
029500     EXIT.

029600*-----------------------------------------------------------*
029700*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
029800*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
029900*    OUTLIVES THE NEXT RUN.                                    *
030000*-----------------------------------------------------------*
030100 9680-FILE-REPORT.
030200     OPEN INPUT EXCARPT.
030300     IF NOT FS-EXCARPT-OK
030400         GO TO 9680-EXIT
030500     END-IF.
030600     MOVE "O"               TO RO-FUNCTION.
030700     MOVE "EXCARPT"         TO RO-REPORT-NAME.
030800     MOVE "BILEXCA"         TO RO-PROGRAM-ID.
030900     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
031000     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
031100     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
031200     MOVE ZERO              TO RO-PERIOD.
031300     CALL "BILRPTF" USING RO-PARMS.
031400     IF RO-OK
031500         MOVE "N" TO WS-RO-EOF-SW
031600         PERFORM 9690-FILE-LINE THRU 9690-EXIT
031700             UNTIL WS-RO-EOF
031800         MOVE "C"          TO RO-FUNCTION
031900         CALL "BILRPTF" USING RO-PARMS
032000     END-IF.
032100     CLOSE EXCARPT.
032200 9680-EXIT.
032300     EXIT.

032400 9690-FILE-LINE.
032500     READ EXCARPT
032600         AT END
032700             MOVE "Y" TO WS-RO-EOF-SW
032800             GO TO 9690-EXIT
032900     END-READ.
033000     MOVE "L"               TO RO-FUNCTION.
033100     MOVE XA-LINE           TO RO-LINE.
033200     CALL "BILRPTF" USING RO-PARMS.
033300 9690-EXIT.
033400     EXIT.
