002000*  2026-09-02 RSH   A REVERSED RECEIPT IS SKIPPED, NOT       *
002000*                   SUBTRACTED - ITS AMOUNT WAS NEVER IN      *
002000*                   THIS RUN'S GROSS TO BEGIN WITH.           *
002000*  2026-10-12 RSH   THE COMMISSION EXPENSE ACCOUNT COMES FROM *
002000*                   THE GLMAP TABLE THROUGH BILGLAC.          *
002000*  2026-10-15 RSH   FILE COMMRPT IN THE REPORT REPOSITORY    *
002000*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002000*-----------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
007900     88  WS-EOF                      VALUE "Y".
008000 77  WS-AG-EOF-SW            PIC X(01) VALUE "N".
008100     88  WS-AG-EOF                   VALUE "Y".
008100 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
008100     88  WS-RO-EOF                   VALUE "Y".
008200 77  WS-OPERATOR-ID          PIC X(08).
008300 77  WS-SYSTEM-DATE          PIC 9(08).
008400 77  WS-SYSTEM-TIME          PIC 9(08).
011400         10  WS-AG-COMM-PCT      PIC 9(02)V99.
011500 01  WS-AGENT-COUNT              PIC 9(02) VALUE ZERO.

011510 COPY GLPARM.
011510 COPY RPTPARM.

011600 PROCEDURE DIVISION.
011700 0000-MAINLINE SECTION.
011800     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
032900     MOVE SPACES           TO GJ-ACCOUNT-CODE.
033000     MOVE "BILCOMM GL EXTRACT" TO GJ-ACCOUNT-DESC.
033100     MOVE ZERO             TO GJ-AMOUNT.
033150     MOVE SPACES           TO GJ-COST-CENTRE.
033150     MOVE SPACES           TO GJ-POST-TYPE.
033200     WRITE GJ-RECORD.
033300     MOVE "D"              TO GJ-RECORD-TYPE.
033400     MOVE "6100-COM"       TO GK-POST-TYPE.
033500     MOVE "AGENT COMMISSION EXPENSE" TO GJ-ACCOUNT-DESC.
033600     MOVE WS-TOTAL-COMM    TO GJ-AMOUNT.
033700     PERFORM 7510-WRITE-GL-DETAIL THRU 7510-EXIT.
033800     MOVE "T"              TO GJ-RECORD-TYPE.
033900     MOVE 1                TO GJ-BILL-PERIOD.
034000     MOVE SPACES           TO GJ-ACCOUNT-CODE.
034100     MOVE "TRAILER - DETAIL COUNT AND HASH"
034200         TO GJ-ACCOUNT-DESC.
034300     MOVE WS-TOTAL-COMM    TO GJ-AMOUNT.
034350     MOVE SPACES           TO GJ-COST-CENTRE.
034350     MOVE SPACES           TO GJ-POST-TYPE.
034400     WRITE GJ-RECORD.
034500 7500-EXIT.
034600     EXIT.

034610*-----------------------------------------------------------*
034610*    COMMISSION IS AN EXPENSE OF THE COLLECTION NETWORK, NOT  *
034610*    OF ANY ONE CUSTOMER - IT RESOLVES ON THE CATCH-ALL       *
034610*    SERVICE AND CLASS AND IS BOOKED TO NO ZONE.              *
034610*-----------------------------------------------------------*
034610 7510-WRITE-GL-DETAIL.
034610     MOVE "R"              TO GK-FUNCTION.
034610     MOVE SPACES           TO GK-SERVICE.
034610     MOVE SPACES           TO GK-CLASS.
034610     MOVE WS-SYSTEM-DATE   TO GK-POST-DATE.
034610     CALL "BILGLAC" USING GK-PARMS.
034610     MOVE GK-ACCOUNT-CODE  TO GJ-ACCOUNT-CODE.
034610     MOVE SPACES           TO GJ-COST-CENTRE.
034610     MOVE GK-POST-TYPE     TO GJ-POST-TYPE.
034610     WRITE GJ-RECORD.
034610 7510-EXIT.
034610     EXIT.

034700 9000-TERMINATE.
034800     CLOSE PAYREG.
034900     CLOSE COMMRPT.
034900     PERFORM 9680-FILE-REPORT THRU 9680-EXIT.
035000     CLOSE GLEXTR.
035100     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
035200     CLOSE RUNLOG.
037300     WRITE RL-RECORD.
037400 9600-EXIT.
037500     EXIT.

037600*-----------------------------------------------------------*
037700*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
037800*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
037900*    OUTLIVES THE NEXT RUN.                                    *
038000*-----------------------------------------------------------*
038100 9680-FILE-REPORT.
038200     OPEN INPUT COMMRPT.
038300     IF NOT FS-COMMRPT-OK
038400         GO TO 9680-EXIT
038500     END-IF.
038600     MOVE "O"               TO RO-FUNCTION.
038700     MOVE "COMMRPT"         TO RO-REPORT-NAME.
038800     MOVE "BILCOMM"         TO RO-PROGRAM-ID.
038900     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
039000     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
039100     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
039200     MOVE WS-SETTLE-PERIOD  TO RO-PERIOD.
039300     CALL "BILRPTF" USING RO-PARMS.
039400     IF RO-OK
039500         MOVE "N" TO WS-RO-EOF-SW
039600         PERFORM 9690-FILE-LINE THRU 9690-EXIT
039700             UNTIL WS-RO-EOF
039800         MOVE "C"          TO RO-FUNCTION
039900         CALL "BILRPTF" USING RO-PARMS
040000     END-IF.
040100     CLOSE COMMRPT.
040200 9680-EXIT.
040300     EXIT.

040400 9690-FILE-LINE.
040500     READ COMMRPT
040600         AT END
040700             MOVE "Y" TO WS-RO-EOF-SW
040800             GO TO 9690-EXIT
040900     END-READ.
041000     MOVE "L"               TO RO-FUNCTION.
041100     MOVE CP-LINE           TO RO-LINE.
041200     CALL "BILRPTF" USING RO-PARMS.
041300 9690-EXIT.
041400     EXIT.
