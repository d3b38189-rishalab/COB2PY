002364*  2026-09-02 RSH   PROVE THE PERIOD-SEQUENCED BILLING        *
002366*                   REGISTER (BILLPREG) AGAINST BILLHIST, SO  *
002368*                   THE FAST REPORTING PATH CAN BE TRUSTED.   *
002368*  2026-10-15 RSH   FILE VERIRPT IN THE REPORT REPOSITORY    *
002368*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002500*-----------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
011800     88  FS-BILLPREG-OK              VALUE "00".
011800 77  WS-PR2-EOF-SW           PIC X(01) VALUE "N".
011800     88  WS-PR2-EOF                  VALUE "Y".
011800 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
011800     88  WS-RO-EOF                   VALUE "Y".
011800 77  WS-REG-COUNT            PIC 9(07) VALUE ZERO.
011800 77  WS-REG-MISSING          PIC 9(07) VALUE ZERO.
011800 77  WS-REG-ADRIFT           PIC 9(07) VALUE ZERO.
013800*    OPEN-ITEMS LEDGER                                         *
013900*-----------------------------------------------------------*
014000 COPY OITBL.
014000 COPY RPTPARM.

014100 PROCEDURE DIVISION.
014200 0000-MAINLINE SECTION.
047400     CLOSE CUSTMAS.
047500     CLOSE BILLHIST.
047600     CLOSE VERIRPT.
047600     PERFORM 9680-FILE-REPORT THRU 9680-EXIT.
047700     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
047800     CLOSE RUNLOG.
047900     DISPLAY "BILVERI: SEV1 " WS-SEV1-COUNT
049800     WRITE RL-RECORD.
049900 9600-EXIT.
050000     EXIT.

050100*-----------------------------------------------------------*
050200*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
050300*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
050400*    OUTLIVES THE NEXT RUN.                                    *
050500*-----------------------------------------------------------*
050600 9680-FILE-REPORT.
050700     OPEN INPUT VERIRPT.
050800     IF NOT FS-VERIRPT-OK
050900         GO TO 9680-EXIT
051000     END-IF.
051100     MOVE "O"               TO RO-FUNCTION.
051200     MOVE "VERIRPT"         TO RO-REPORT-NAME.
051300     MOVE "BILVERI"         TO RO-PROGRAM-ID.
051400     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
051500     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
051600     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
051700     MOVE ZERO              TO RO-PERIOD.
051800     CALL "BILRPTF" USING RO-PARMS.
051900     IF RO-OK
052000         MOVE "N" TO WS-RO-EOF-SW
052100         PERFORM 9690-FILE-LINE THRU 9690-EXIT
052200             UNTIL WS-RO-EOF
052300         MOVE "C"          TO RO-FUNCTION
052400         CALL "BILRPTF" USING RO-PARMS
052500     END-IF.
052600     CLOSE VERIRPT.
052700 9680-EXIT.
052800     EXIT.

052900 9690-FILE-LINE.
053000     READ VERIRPT
053100         AT END
053200             MOVE "Y" TO WS-RO-EOF-SW
053300             GO TO 9690-EXIT
053400     END-READ.
053500     MOVE "L"               TO RO-FUNCTION.
053600     MOVE VR-LINE           TO RO-LINE.
053700     CALL "BILRPTF" USING RO-PARMS.
053800 9690-EXIT.
053900     EXIT.
