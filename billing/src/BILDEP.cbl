001799*                   THE FILE POSITIONED PARTWAY THROUGH, SO THE SWEEP      *
001799*                   WAS SILENTLY SKIPPING ANY CUSTOMER AT OR BEFORE THE    *
001799*                   LAST TRANSACTION'S KEY.                                *
001799*  2026-10-15 RSH   JOURNAL EVERY POSTED DEPOSIT MOVEMENT     *
001799*                   THROUGH BILLIAB FOR THE MONTH-END         *
001799*                   LIABILITY PROOF.                          *
001799*  2026-10-15 RSH   FILE DEPRPT IN THE REPORT REPOSITORY     *
001799*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
001800*-----------------------------------------------------------*
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
007200     88  WS-EOF                      VALUE "Y".
007300 77  WS-CM-EOF-SW            PIC X(01) VALUE "N".
007400     88  WS-CM-EOF                   VALUE "Y".
007400 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
007400     88  WS-RO-EOF                   VALUE "Y".

007500*-----------------------------------------------------------*
007600*    CONTROL TOTALS                                          *
008700 01  WS-DEP-BAL-ED           PIC ZZZZZZ9.99.
008800 01  WS-DEP-TOTAL-ED         PIC ZZZZZZZZ9.99.

008810 COPY LQPARM.
008810 COPY RPTPARM.

008900 PROCEDURE DIVISION.
009000 0000-MAINLINE SECTION.
009100     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
014900     IF DT-TYPE-COLLECTION OR DT-TYPE-INTEREST
015000         ADD DT-AMOUNT TO CM-DEPOSIT-BALANCE
015100         PERFORM 2300-REWRITE-CUSTMAS THRU 2300-EXIT
015110         PERFORM 2400-JOURNAL-LIABILITY THRU 2400-EXIT
015200         ADD 1 TO WS-TXN-POSTED
015300     ELSE
015400         IF DT-AMOUNT > CM-DEPOSIT-BALANCE
015600         ELSE
015700             SUBTRACT DT-AMOUNT FROM CM-DEPOSIT-BALANCE
015800             PERFORM 2300-REWRITE-CUSTMAS THRU 2300-EXIT
015810             PERFORM 2400-JOURNAL-LIABILITY THRU 2400-EXIT
015900             ADD 1 TO WS-TXN-POSTED
016000         END-IF
016100     END-IF.
017000 2300-EXIT.
017100     EXIT.

017110*-----------------------------------------------------------*
017120*    EVERY MOVEMENT IN THE DEPOSIT HELD GOES TO THE LIABILITY  *
017130*    JOURNAL FOR THE MONTH-END BILLPRF PROOF.                  *
017140*-----------------------------------------------------------*
017150 2400-JOURNAL-LIABILITY.
017151     MOVE "W"          TO LQ-FUNCTION.
017152     MOVE "D"          TO LQ-LIABILITY.
017153     MOVE CM-CUST-ID   TO LQ-CUST-ID.
017154     MOVE "BILDEP"     TO LQ-SOURCE.
017155     EVALUATE TRUE
017156         WHEN DT-TYPE-COLLECTION
017157             MOVE "COL" TO LQ-MOVE-TYPE
017158             MOVE DT-AMOUNT TO LQ-AMOUNT
017159         WHEN DT-TYPE-INTEREST
017160             MOVE "INT" TO LQ-MOVE-TYPE
017161             MOVE DT-AMOUNT TO LQ-AMOUNT
017162         WHEN DT-TYPE-REFUND
017163             MOVE "REF" TO LQ-MOVE-TYPE
017164             COMPUTE LQ-AMOUNT = ZERO - DT-AMOUNT
017165         WHEN OTHER
017166             MOVE "DRW" TO LQ-MOVE-TYPE
017167             COMPUTE LQ-AMOUNT = ZERO - DT-AMOUNT
017168     END-EVALUATE.
017169     CALL "BILLIAB" USING LQ-PARMS.
017170 2400-EXIT.
017171     EXIT.

017200 2900-REJECT-NOT-FOUND.
017300     MOVE SPACES TO DX-RECORD.
017400     MOVE DT-CUST-ID TO DX-CUST-ID.
023200     CLOSE DEPTXN.
023300     CLOSE DEPEXCP.
023400     CLOSE DEPRPT.
023400     PERFORM 9680-FILE-REPORT THRU 9680-EXIT.
023410     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
023420     CLOSE RUNLOG.
023500     DISPLAY "=============================================".
024410     WRITE RL-RECORD.
024420 9600-EXIT.
024430     EXIT.

024530*-----------------------------------------------------------*
024630*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
024730*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
024830*    OUTLIVES THE NEXT RUN.                                    *
024930*-----------------------------------------------------------*
025030 9680-FILE-REPORT.
025130     OPEN INPUT DEPRPT.
025230     IF NOT FS-DEPRPT-OK
025330         GO TO 9680-EXIT
025430     END-IF.
025530     MOVE "O"               TO RO-FUNCTION.
025630     MOVE "DEPRPT"          TO RO-REPORT-NAME.
025730     MOVE "BILDEP"          TO RO-PROGRAM-ID.
025830     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
025930     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
026030     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
026130     MOVE ZERO              TO RO-PERIOD.
026230     CALL "BILRPTF" USING RO-PARMS.
026330     IF RO-OK
026430         MOVE "N" TO WS-RO-EOF-SW
026530         PERFORM 9690-FILE-LINE THRU 9690-EXIT
026630             UNTIL WS-RO-EOF
026730         MOVE "C"          TO RO-FUNCTION
026830         CALL "BILRPTF" USING RO-PARMS
026930     END-IF.
027030     CLOSE DEPRPT.
027130 9680-EXIT.
027230     EXIT.

027330 9690-FILE-LINE.
027430     READ DEPRPT
027530         AT END
027630             MOVE "Y" TO WS-RO-EOF-SW
027730             GO TO 9690-EXIT
027830     END-READ.
027930     MOVE "L"               TO RO-FUNCTION.
028030     MOVE DR-LINE           TO RO-LINE.
028130     CALL "BILRPTF" USING RO-PARMS.
028230 9690-EXIT.
028330     EXIT.
