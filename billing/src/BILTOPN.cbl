001776*                   DIGITS RESPECTIVELY, SO A LARGE COMMERCIAL
001784*                   ACCOUNT'S CONSUMPTION AND BILL AMOUNT DO NOT
001792*                   OVERFLOW.
001792*  2026-10-15 RSH   FILE TOPNRPT IN THE REPORT REPOSITORY    *
001792*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
001792*  2026-10-15 RSH   FILE THE REPORT UNDER THE BILL PERIOD.   *
001800*-----------------------------------------------------------*
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
005100     88  WS-ABORT                    VALUE "Y".
005200 77  WS-EOF-SW               PIC X(01) VALUE "N".
005300     88  WS-EOF                      VALUE "Y".
005300 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
005300     88  WS-RO-EOF                   VALUE "Y".

005400*-----------------------------------------------------------*
005500*    OPERATOR-SUPPLIED SELECTION CRITERIA                     *
007800 01  WS-RANK-ED              PIC ZZ9.
007900 01  WS-UNITS-ED             PIC ZZZZZZ9.
008000 01  WS-BILL-ED              PIC ZZZZZZZZ9.99.
008000 COPY RPTPARM.

008100 PROCEDURE DIVISION.
008200 0000-MAINLINE SECTION.
019800         CLOSE BILLPREG
019800     END-IF.
019900     CLOSE TOPNRPT.
019900     PERFORM 9680-FILE-REPORT THRU 9680-EXIT.
019910     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
019920     CLOSE RUNLOG.
020000     DISPLAY "BILTOPN: " WS-RANK-COUNT " CUSTOMER(S) BILLED FOR "
020410     WRITE RL-RECORD.
020420 9600-EXIT.
020430     EXIT.

020530*-----------------------------------------------------------*
020630*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
020730*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
020830*    OUTLIVES THE NEXT RUN.                                    *
020930*-----------------------------------------------------------*
021030 9680-FILE-REPORT.
021130     OPEN INPUT TOPNRPT.
021230     IF NOT FS-TOPNRPT-OK
021330         GO TO 9680-EXIT
021430     END-IF.
021530     MOVE "O"               TO RO-FUNCTION.
021630     MOVE "TOPNRPT"         TO RO-REPORT-NAME.
021730     MOVE "BILTOPN"         TO RO-PROGRAM-ID.
021830     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
021930     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
022030     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
022130     MOVE WS-BILL-PERIOD    TO RO-PERIOD.
022230     CALL "BILRPTF" USING RO-PARMS.
022330     IF RO-OK
022430         MOVE "N" TO WS-RO-EOF-SW
022530         PERFORM 9690-FILE-LINE THRU 9690-EXIT
022630             UNTIL WS-RO-EOF
022730         MOVE "C"          TO RO-FUNCTION
022830         CALL "BILRPTF" USING RO-PARMS
022930     END-IF.
023030     CLOSE TOPNRPT.
023130 9680-EXIT.
023230     EXIT.

023330 9690-FILE-LINE.
023430     READ TOPNRPT
023530         AT END
023630             MOVE "Y" TO WS-RO-EOF-SW
023730             GO TO 9690-EXIT
023830     END-READ.
023930     MOVE "L"               TO RO-FUNCTION.
024030     MOVE TN-LINE           TO RO-LINE.
024130     CALL "BILRPTF" USING RO-PARMS.
024230 9690-EXIT.
024330     EXIT.
