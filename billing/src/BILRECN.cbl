002572*                   MINUS ORIGINAL) INTO THE RUNLOG SIDE, AND   *
002574*                   NET THE FUEL AND DEMAND REVERSING           *
002576*                   ACCOUNTS IN THE GL SUM.                     *
002576*  2026-10-12 RSH   CLASSIFY GL LINES BY POSTING TYPE, NOT    *
002576*                   LEDGER ACCOUNT, SO A GLMAP REMAPPING DOES *
002576*                   NOT BREAK THE RECONCILIATION; AN OLDER    *
002576*                   EXTRACT WITHOUT IT FALLS BACK TO THE      *
002576*                   ACCOUNT CODE.                             *
002576*  2026-10-15 RSH   THEFT ASSESSMENTS (4170-THF) COUNTED AS   *
002576*                   REVENUE AND BILTHFT AMONG THE POSTING     *
002576*                   RUNS.                                     *
002576*  2026-10-15 RSH   FILE RECNRPT IN THE REPORT REPOSITORY    *
002576*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002600*-----------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
007700     88  WS-ABORT                    VALUE "Y".
007800 77  WS-EOF-SW               PIC X(01) VALUE "N".
007900     88  WS-EOF                      VALUE "Y".
007900 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
007900     88  WS-RO-EOF                   VALUE "Y".
008000 77  WS-PASS-SW              PIC X(01) VALUE "Y".
008100     88  WS-ALL-PASS                 VALUE "Y".

009300 77  WS-GL-TAX               PIC S9(13)V99 VALUE ZERO.
009400 77  WS-RL-BILLED            PIC S9(13)V99 VALUE ZERO.
009500 77  WS-DIFF                 PIC S9(13)V99 VALUE ZERO.
009510 77  WS-POST-TYPE            PIC X(10).
009600 01  WS-RPT-LINE             PIC X(80).
009700 01  WS-AMT-ED               PIC ZZZZZZZZZZZ9.99.
009800 01  WS-AMT2-ED              PIC ZZZZZZZZZZZ9.99.
009900 01  WS-DIFF-ED              PIC -ZZZZZZZZZZZ9.99.
010000 01  WS-TEST-NAME            PIC X(30).
010000 COPY RPTPARM.

010100 PROCEDURE DIVISION.
010200 0000-MAINLINE SECTION.
018200     IF GJ-BILL-PERIOD NOT = WS-RECN-PERIOD
018300         GO TO 3100-EXIT
018400     END-IF.
018410*    THE POSTING TYPE CARRIES THE CHART CODE THE LINE WAS
018420*    POSTED UNDER, WHATEVER LEDGER ACCOUNT GLMAP MAPPED IT TO.
018430*    AN EXTRACT CUT BEFORE THE POSTING TYPE EXISTED HAS SPACES
018440*    THERE AND THE CHART CODE IN THE ACCOUNT ITSELF.
018450     MOVE GJ-POST-TYPE TO WS-POST-TYPE.
018460     IF GJ-POST-TYPE = SPACES
018470         MOVE GJ-ACCOUNT-CODE TO WS-POST-TYPE
018480     END-IF.
018500     EVALUATE WS-POST-TYPE
018600         WHEN "4000-REV"
018700             ADD GJ-AMOUNT TO WS-GL-REVENUE
018800         WHEN "4200-FUE"
018952             SUBTRACT GJ-AMOUNT FROM WS-GL-REVENUE
018954         WHEN "5300-PFR-R"
018956             ADD GJ-AMOUNT TO WS-GL-REVENUE
018957         WHEN "4170-THF"
018958             ADD GJ-AMOUNT TO WS-GL-REVENUE
019000         WHEN "2310-TAX"
019100             ADD GJ-AMOUNT TO WS-GL-TAX
019110         WHEN "2310-TAX-R"
021600     END-IF.
021700     IF RL-PROGRAM-ID = "BILBATCH" OR "BILAPPR"
021800         OR "BILREPRO" OR "BILCLOSE" OR "BILSPOT"
021810         OR "BILTHFT"
021900         ADD RL-TOTAL-BILLED TO WS-RL-BILLED
022000     END-IF.
022100 4100-EXIT.

027700 9000-TERMINATE.
027800     CLOSE RECNRPT.
027800     PERFORM 9680-FILE-REPORT THRU 9680-EXIT.
027900 9000-EXIT.
028000     EXIT.

028100*-----------------------------------------------------------*
028200*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
028300*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
028400*    OUTLIVES THE NEXT RUN.                                    *
028500*-----------------------------------------------------------*
028600 9680-FILE-REPORT.
028700     OPEN INPUT RECNRPT.
028800     IF NOT FS-RECNRPT-OK
028900         GO TO 9680-EXIT
029000     END-IF.
029100     MOVE "O"               TO RO-FUNCTION.
029200     MOVE "RECNRPT"         TO RO-REPORT-NAME.
029300     MOVE "BILRECN"         TO RO-PROGRAM-ID.
029400     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
029500     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
029600     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
029700     MOVE WS-RECN-PERIOD    TO RO-PERIOD.
029800     CALL "BILRPTF" USING RO-PARMS.
029900     IF RO-OK
030000         MOVE "N" TO WS-RO-EOF-SW
030100         PERFORM 9690-FILE-LINE THRU 9690-EXIT
030200             UNTIL WS-RO-EOF
030300         MOVE "C"          TO RO-FUNCTION
030400         CALL "BILRPTF" USING RO-PARMS
030500     END-IF.
030600     CLOSE RECNRPT.
030700 9680-EXIT.
030800     EXIT.

030900 9690-FILE-LINE.
031000     READ RECNRPT
031100         AT END
031200             MOVE "Y" TO WS-RO-EOF-SW
031300             GO TO 9690-EXIT
031400     END-READ.
031500     MOVE "L"               TO RO-FUNCTION.
031600     MOVE RC-LINE           TO RO-LINE.
031700     CALL "BILRPTF" USING RO-PARMS.
031800 9690-EXIT.
031900     EXIT.
