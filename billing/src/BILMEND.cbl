002599*                   FIRST (MEACCR CONTROL), SO THE REAL BILLS OF
002599*                   THE FOLLOWING PERIOD ARE NEVER DOUBLE-BOOKED.
002599*                   EACH ACCRUED ITEM IS EXPLAINED ON MENDRPT.
002599*  2026-10-12 RSH   POST THE ACCRUAL BY CUSTOMER THROUGH      *
002599*                   BILGLAC SO EACH LINE CARRIES ITS MAPPED   *
002599*                   LEDGER ACCOUNT AND ZONE COST CENTRE; THE  *
002599*                   PRIOR REVERSAL RESOLVES ON THE CATCH-ALL  *
002599*                   ROW.                                      *
002599*  2026-10-15 RSH   FILE MENDRPT IN THE REPORT REPOSITORY    *
002599*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002599*  2026-10-15 RSH   ABANDON THE RUN WHEN BILGLAC CANNOT POST *
002599*                   AN AMOUNT (POSTING TABLE FULL).          *
002600*-----------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
010960     88  WS-EX-EOF                   VALUE "Y".
010970 77  WS-AC-EOF-SW            PIC X(01) VALUE "N".
010980     88  WS-AC-EOF                   VALUE "Y".
010980 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
010980     88  WS-RO-EOF                   VALUE "Y".

011000*-----------------------------------------------------------*
011100*    PENDING-APPROVAL HOLD TABLE, LOADED ONCE AT STARTUP      *
013280 77  WS-ITEM-VALUE           PIC 9(09)V99 VALUE ZERO.
013290 77  WS-MH-SUB               PIC 9(03) VALUE ZERO.
013291 01  WS-ACC-AMT-ED           PIC ZZZZZZZZ9.99.
013292 77  WS-GL-DETAILS           PIC 9(05) VALUE ZERO.
013292 77  WS-GL-HASH              PIC 9(09)V99 VALUE ZERO.

013300*-----------------------------------------------------------*
013400*    PRINT WORK FIELDS                                       *
002699 COPY RATETBL.
002699 COPY BILCALC.

002699*-----------------------------------------------------------*
002699*    LEDGER-ACCOUNT BLOCK FOR THE BILGLAC SUBPROGRAM         *
002699*-----------------------------------------------------------*
002699 COPY GLPARM.
002699 COPY RPTPARM.

013900 PROCEDURE DIVISION.
014000 0000-MAINLINE SECTION.
014100     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
032486     MOVE WS-MH-HELD-AMT(WS-MH-SUB) TO WS-ITEM-VALUE.
032487     ADD WS-ITEM-VALUE TO WS-ACCRUAL-AMT.
032488     ADD 1 TO WS-ACCRUAL-ITEMS.
032488     MOVE WS-MH-CUST-ID(WS-MH-SUB) TO CM-CUST-ID.
032488     READ CUSTMAS
032488         INVALID KEY
032488             MOVE SPACES TO CM-SERVICE-TYPE
032488             MOVE SPACES TO CM-CUST-CLASS
032488             MOVE SPACES TO CM-ZONE-CODE
032488     END-READ.
032488     PERFORM 5950-POST-ACCRUAL THRU 5950-EXIT.
032489     MOVE SPACES TO WS-MEND-LINE.
032490     MOVE WS-ITEM-VALUE TO WS-ACC-AMT-ED.
032491     STRING "  HELD BILL  " WS-MH-CUST-ID(WS-MH-SUB)
032518     MOVE BC-BILL TO WS-ITEM-VALUE.
032519     ADD WS-ITEM-VALUE TO WS-ACCRUAL-AMT.
032520     ADD 1 TO WS-ACCRUAL-ITEMS.
032520     PERFORM 5950-POST-ACCRUAL THRU 5950-EXIT.
032521 5800-EXIT.
032522     EXIT.

032530 5900-EXIT.
032531     EXIT.

032531*-----------------------------------------------------------*
032531*    ONE D RECORD FOR EVERY ACCOUNT AND ZONE TOTAL BILGLAC    *
032531*    HOLDS FOR THE POSTING TYPE.                              *
032531*-----------------------------------------------------------*
032531 5970-WRITE-GL-LINES.
032531     MOVE "N"             TO GK-FUNCTION.
032531     MOVE ZERO            TO GK-CURSOR.
032531     MOVE SPACE           TO GK-RESULT.
032531     PERFORM 5980-WRITE-ONE-LINE THRU 5980-EXIT
032531         UNTIL GK-END.
032531 5970-EXIT.
032531     EXIT.

032531 5980-WRITE-ONE-LINE.
032531     CALL "BILGLAC" USING GK-PARMS.
032531     IF GK-END
032531         GO TO 5980-EXIT
032531     END-IF.
032531     MOVE GK-ACCOUNT-CODE TO GJ-ACCOUNT-CODE.
032531     MOVE GK-ZONE-CODE    TO GJ-COST-CENTRE.
032531     MOVE GK-POST-TYPE    TO GJ-POST-TYPE.
032531     MOVE GK-AMOUNT       TO GJ-AMOUNT.
032531     WRITE GJ-RECORD.
032531     ADD 1                TO WS-GL-DETAILS.
032531     ADD GJ-AMOUNT        TO WS-GL-HASH.
032531 5980-EXIT.
032531     EXIT.

032531*-----------------------------------------------------------*
032531*    EACH ACCRUED ITEM IS POSTED UNDER THE CUSTOMER'S SERVICE, *
032531*    CLASS AND ZONE, BOTH SIDES OF THE ENTRY.  A HELD BILL     *
032531*    WHOSE CUSTOMER HAS GONE FROM CUSTMAS POSTS TO NO ZONE.    *
032531*-----------------------------------------------------------*
032531 5950-POST-ACCRUAL.
032531*    AN AMOUNT BILGLAC COULD NOT HOLD WOULD LEAVE THE GL
032531*    EXTRACT SHORT OF THE FIGURES POSTED - ABANDON THE RUN.
032531     MOVE "P"             TO GK-FUNCTION.
032531     MOVE CM-SERVICE-TYPE TO GK-SERVICE.
032531     MOVE CM-CUST-CLASS   TO GK-CLASS.
032531     MOVE CM-ZONE-CODE    TO GK-ZONE-CODE.
032531     MOVE WS-SYSTEM-DATE  TO GK-POST-DATE.
032531     MOVE WS-ITEM-VALUE   TO GK-AMOUNT.
032531     MOVE "1320-ACR"      TO GK-POST-TYPE.
032531     CALL "BILGLAC" USING GK-PARMS.
032531     IF GK-FAILED
032531         MOVE "Y" TO WS-ABORT-SW
032531     END-IF.
032531     MOVE "4900-ACR"      TO GK-POST-TYPE.
032531     CALL "BILGLAC" USING GK-PARMS.
032531     IF GK-FAILED
032531         MOVE "Y" TO WS-ABORT-SW
032531     END-IF.
032531 5950-EXIT.
032531     EXIT.

032531*-----------------------------------------------------------*
032531*    THE PRIOR CLOSE'S ACCRUAL IS CARRIED ON MEACCR AS ONE     *
032531*    FIGURE, SO ITS REVERSAL RESOLVES ON THE CATCH-ALL         *
032531*    SERVICE AND CLASS AND IS BOOKED TO NO ZONE.               *
032531*-----------------------------------------------------------*
032531 5960-WRITE-GL-DETAIL.
032531     MOVE "R"             TO GK-FUNCTION.
032531     MOVE SPACES          TO GK-SERVICE.
032531     MOVE SPACES          TO GK-CLASS.
032531     MOVE WS-SYSTEM-DATE  TO GK-POST-DATE.
032531     CALL "BILGLAC" USING GK-PARMS.
032531     MOVE GK-ACCOUNT-CODE TO GJ-ACCOUNT-CODE.
032531     MOVE SPACES          TO GJ-COST-CENTRE.
032531     MOVE GK-POST-TYPE    TO GJ-POST-TYPE.
032531     WRITE GJ-RECORD.
032531     ADD 1                TO WS-GL-DETAILS.
032531     ADD GJ-AMOUNT        TO WS-GL-HASH.
032531 5960-EXIT.
032531     EXIT.

032532*-----------------------------------------------------------*
032533*    THE ACCRUAL JOURNAL - FIRST THE AUTOMATIC REVERSAL OF     *
032534*    THE PRIOR CLOSE'S ACCRUAL, THEN THIS CLOSE'S, IN THE      *
032541     MOVE SPACES          TO GJ-ACCOUNT-CODE.
032542     MOVE "BILMEND ACCRUAL JOURNAL" TO GJ-ACCOUNT-DESC.
032543     MOVE ZERO            TO GJ-AMOUNT.
032543     MOVE SPACES          TO GJ-COST-CENTRE.
032543     MOVE SPACES          TO GJ-POST-TYPE.
032544     WRITE GJ-RECORD.
032545     MOVE "D"             TO GJ-RECORD-TYPE.
032546     IF WS-PRIOR-ACCRUAL > 0
032547         MOVE "1320-ACR-R"    TO GK-POST-TYPE
032548         MOVE "PRIOR ACCRUAL REVERSED" TO GJ-ACCOUNT-DESC
032549         MOVE WS-PRIOR-ACCRUAL TO GJ-AMOUNT
032550         PERFORM 5960-WRITE-GL-DETAIL THRU 5960-EXIT
032551         MOVE "4900-ACR-R"    TO GK-POST-TYPE
032552         MOVE WS-PRIOR-ACCRUAL TO GJ-AMOUNT
032553         PERFORM 5960-WRITE-GL-DETAIL THRU 5960-EXIT
032554     END-IF.
032555     MOVE "1320-ACR"      TO GK-POST-TYPE.
032556     MOVE "UNBILLED REVENUE ACCRUED" TO GJ-ACCOUNT-DESC.
032558     PERFORM 5970-WRITE-GL-LINES THRU 5970-EXIT.
032559     MOVE "4900-ACR"      TO GK-POST-TYPE.
032560     MOVE "ACCRUED REVENUE"        TO GJ-ACCOUNT-DESC.
032562     PERFORM 5970-WRITE-GL-LINES THRU 5970-EXIT.
032563     MOVE "T"             TO GJ-RECORD-TYPE.
032564     MOVE WS-GL-DETAILS   TO GJ-BILL-PERIOD.
032565     MOVE SPACES          TO GJ-ACCOUNT-CODE.
032566     MOVE "TRAILER - DETAIL COUNT AND HASH"
032567         TO GJ-ACCOUNT-DESC.
032568     MOVE WS-GL-HASH      TO GJ-AMOUNT.
032569     MOVE SPACES          TO GJ-COST-CENTRE.
032569     MOVE SPACES          TO GJ-POST-TYPE.
032570     WRITE GJ-RECORD.
032571 5600-EXIT.
032572     EXIT.
035400     CLOSE CUSTMAS.
035500     CLOSE MENDEXCP.
035600     CLOSE MENDRPT.
035600     PERFORM 9680-FILE-REPORT THRU 9680-EXIT.
035700     IF WS-EXCEPTION-COUNT = ZERO AND NOT WS-ABORT
035800         OPEN OUTPUT MECTL
035900         MOVE WS-CLOSE-PERIOD TO ME-LAST-PERIOD-CLOSED
039250     WRITE RL-RECORD.
039300 9600-EXIT.
039400     EXIT.

039500*-----------------------------------------------------------*
039600*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
039700*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
039800*    OUTLIVES THE NEXT RUN.                                    *
039900*-----------------------------------------------------------*
040000 9680-FILE-REPORT.
040100     OPEN INPUT MENDRPT.
040200     IF NOT FS-MENDRPT-OK
040300         GO TO 9680-EXIT
040400     END-IF.
040500     MOVE "O"               TO RO-FUNCTION.
040600     MOVE "MENDRPT"         TO RO-REPORT-NAME.
040700     MOVE "BILMEND"         TO RO-PROGRAM-ID.
040800     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
040900     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
041000     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
041100     MOVE WS-CLOSE-PERIOD   TO RO-PERIOD.
041200     CALL "BILRPTF" USING RO-PARMS.
041300     IF RO-OK
041400         MOVE "N" TO WS-RO-EOF-SW
041500         PERFORM 9690-FILE-LINE THRU 9690-EXIT
041600             UNTIL WS-RO-EOF
041700         MOVE "C"          TO RO-FUNCTION
041800         CALL "BILRPTF" USING RO-PARMS
041900     END-IF.
042000     CLOSE MENDRPT.
042100 9680-EXIT.
042200     EXIT.

042300 9690-FILE-LINE.
042400     READ MENDRPT
042500         AT END
042600             MOVE "Y" TO WS-RO-EOF-SW
042700             GO TO 9690-EXIT
042800     END-READ.
042900     MOVE "L"               TO RO-FUNCTION.
043000     MOVE MR-LINE           TO RO-LINE.
043100     CALL "BILRPTF" USING RO-PARMS.
043200 9690-EXIT.
043300     EXIT.
