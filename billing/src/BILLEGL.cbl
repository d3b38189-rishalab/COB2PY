002700*  MODIFICATION HISTORY                                      *
002800*  DATE       INIT  DESCRIPTION                               *
002900*  2026-09-02 RSH   ORIGINAL                                  *
002900*  2026-09-30 RSH   OPENING A CASE RECORDS THE LEGAL NOTICE,  *
002900*                   BY REGISTERED POST UNDER THE CASE NUMBER, *
002900*                   ON THE CORRESPONDENCE REGISTER (CORRREG,  *
002900*                   THROUGH BILCORR).                         *
002900*  2026-10-15 RSH   FILE LEGRPT IN THE REPORT REPOSITORY     *
002900*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
003000*-----------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
009100     88  WS-LG-EOF                   VALUE "Y".
009200 77  WS-OI-EOF-SW            PIC X(01) VALUE "N".
009300     88  WS-OI-FILE-EOF              VALUE "Y".
009300 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
009300     88  WS-RO-EOF                   VALUE "Y".
009400 77  WS-OPERATOR-ID          PIC X(08).
009500 77  WS-SYSTEM-DATE          PIC 9(08).
009600 77  WS-SYSTEM-TIME          PIC 9(08).
013400         10  WS-LG-NOTE          PIC X(30).
013500 01  WS-REGISTER-COUNT           PIC 9(03) VALUE ZERO.

013510*-----------------------------------------------------------*
013520*    CORRESPONDENCE-REGISTER PARAMETER BLOCK FOR BILCORR       *
013530*-----------------------------------------------------------*
013540 COPY CWPARM.
013540 COPY RPTPARM.

013600 PROCEDURE DIVISION.
013700 0000-MAINLINE SECTION.
013800     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
029600     DISPLAY "BILLEGL: CASE " WS-IN-CASE-NO " FILED FOR "
029700         WS-IN-CUST-ID " CLAIMING " WS-AMT-ED
029800         " - LITIGATION HOLD SET".
029810     PERFORM 2700-RECORD-NOTICE THRU 2700-EXIT.
029900 2000-EXIT.
030000     EXIT.

030010*-----------------------------------------------------------*
030020*    THE LEGAL NOTICE GOES BY REGISTERED POST TO THE ADDRESS   *
030030*    ON THE MASTER AND ON THE CORRESPONDENCE REGISTER UNDER    *
030040*    THE CASE NUMBER.                                          *
030050*-----------------------------------------------------------*
030060 2700-RECORD-NOTICE.
030070     MOVE "W"            TO CW-FUNCTION.
030080     MOVE CM-CUST-ID     TO CW-CUST-ID.
030090     MOVE "LN"           TO CW-NOTICE-TYPE.
030100     MOVE WS-SYSTEM-DATE TO CW-DATE.
030110     MOVE "G"            TO CW-CHANNEL.
030120     MOVE CM-ADDRESS     TO CW-ADDRESS.
030130     MOVE ZERO           TO CW-INVOICE-NO.
030140     MOVE WS-IN-CASE-NO  TO CW-REFERENCE.
030150     MOVE "BILLEGL"      TO CW-PROGRAM-ID.
030160     CALL "BILCORR" USING CW-PARMS.
030170     IF CW-FAILED
030180         DISPLAY "BILLEGL: LEGAL NOTICE FOR " CM-CUST-ID
030190             " NOT ON THE CORRESPONDENCE REGISTER"
030200     END-IF.
030210 2700-EXIT.
030220     EXIT.

030100*-----------------------------------------------------------*
030200*    COURT FEES AND LEGAL CHARGES GO ONTO THE ACCOUNT AND       *
030300*    ARE BILLED BY THE NEXT RUN AS THEIR OWN INVOICE LINE,      *
051700     END-IF.
051800     IF WS-FUNC-AGING
051900         CLOSE LEGRPT
051900         PERFORM 9680-FILE-REPORT THRU 9680-EXIT
052000     END-IF.
052100     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
052200     CLOSE RUNLOG.
056800     WRITE RL-RECORD.
056900 9600-EXIT.
057000     EXIT.

057100*-----------------------------------------------------------*
057200*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
057300*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
057400*    OUTLIVES THE NEXT RUN.                                    *
057500*-----------------------------------------------------------*
057600 9680-FILE-REPORT.
057700     OPEN INPUT LEGRPT.
057800     IF NOT FS-LEGRPT-OK
057900         GO TO 9680-EXIT
058000     END-IF.
058100     MOVE "O"               TO RO-FUNCTION.
058200     MOVE "LEGRPT"          TO RO-REPORT-NAME.
058300     MOVE "BILLEGL"         TO RO-PROGRAM-ID.
058400     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
058500     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
058600     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
058700     MOVE ZERO              TO RO-PERIOD.
058800     CALL "BILRPTF" USING RO-PARMS.
058900     IF RO-OK
059000         MOVE "N" TO WS-RO-EOF-SW
059100         PERFORM 9690-FILE-LINE THRU 9690-EXIT
059200             UNTIL WS-RO-EOF
059300         MOVE "C"          TO RO-FUNCTION
059400         CALL "BILRPTF" USING RO-PARMS
059500     END-IF.
059600     CLOSE LEGRPT.
059700 9680-EXIT.
059800     EXIT.

059900 9690-FILE-LINE.
060000     READ LEGRPT
060100         AT END
060200             MOVE "Y" TO WS-RO-EOF-SW
060300             GO TO 9690-EXIT
060400     END-READ.
060500     MOVE "L"               TO RO-FUNCTION.
060600     MOVE LR-LINE           TO RO-LINE.
060700     CALL "BILRPTF" USING RO-PARMS.
060800 9690-EXIT.
060900     EXIT.
