002366*  2026-08-22 RSH   STAMP THE HISTORY BILLS A WRITE-OFF FULLY  *
002368*                   COVERS AS WRITTEN OFF, SO AGING AND THE    *
002370*                   OVERDUE SWEEP STOP CHASING FORGIVEN DEBT.  *
002370*  2026-10-12 RSH   GL LINES ARE POSTED PER CUSTOMER THROUGH  *
002370*                   BILGLAC AND WRITTEN BY MAPPED ACCOUNT AND *
002370*                   ZONE COST CENTRE.                         *
002370*  2026-10-15 RSH   REFUSE A REQUEST OR DECISION BY A LINKED  *
002370*                   OPERATOR                                  *
002370*  2026-10-15 RSH   WARN THE DECIDING SUPERVISOR OF RECENT    *
002370*                   NAME, ADDRESS, PHONE OR DEPOSIT CHANGES,  *
002370*                   AND OF CHANGES BY THE REQUESTER; A        *
002370*                   SUPERVISOR WHO CHANGED THE ACCOUNT MAY    *
002370*                   NOT DECIDE IT                             *
002370*  2026-10-15 RSH   ABANDON THE RUN WHEN BILGLAC CANNOT POST  *
002370*                   AN AMOUNT (POSTING TABLE FULL).           *
002200*-----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
011800 77  WS-REQS-REFUSED         PIC 9(05) VALUE ZERO.
011900 77  WS-WOFF-APPROVED        PIC 9(05) VALUE ZERO.
012000 77  WS-WOFF-REJECTED        PIC 9(05) VALUE ZERO.
012010 77  WS-WOFF-FLAGGED         PIC 9(05) VALUE ZERO.
012100 77  WS-WOFF-TOTAL           PIC 9(11)V99 VALUE ZERO.
012200 77  WS-RELIEF               PIC 9(09)V99 VALUE ZERO.
012300 77  WS-Q-SUB                PIC 9(04).
012500 01  WS-AMT-ED               PIC ZZZZZZ9.99.
012510 77  WS-GL-DETAILS           PIC 9(05) VALUE ZERO.
012510 77  WS-GL-HASH              PIC 9(09)V99 VALUE ZERO.
012520 COPY GLPARM.

012600*-----------------------------------------------------------*
012700*    THE WHOLE PENDING QUEUE, HELD IN STORAGE AND WRITTEN      *
014600 COPY SIGNPARM.

014600 COPY PBPARM.
014600 COPY CFPARM.
014610 COPY MCPARM.

014700 PROCEDURE DIVISION.
014800 0000-MAINLINE SECTION.
031700         ADD 1 TO WS-REQS-REFUSED
031800         GO TO 2000-NEXT
031900     END-IF.
031910     MOVE WF-CUST-ID     TO CF-CUST-ID.
031920     MOVE "WOFF REQUEST" TO CF-ACTION.
031930     PERFORM 7100-CHECK-CONFLICT THRU 7100-EXIT.
031940     IF CF-CONFLICT
031950         ADD 1 TO WS-REQS-REFUSED
031960         GO TO 2000-NEXT
031970     END-IF.
032000     IF WS-QUEUE-COUNT >= 500
032100         DISPLAY "BILWOFF: QUEUE FULL - " WF-CUST-ID " REFUSED"
032200         ADD 1 TO WS-REQS-REFUSED
035800     IF WS-WH-STATUS(WS-Q-SUB) NOT = "P"
035900         GO TO 4100-EXIT
036000     END-IF.
036010*    A CONFLICTED SUPERVISOR LEAVES THE ENTRY PENDING FOR
036020*    ANOTHER SUPERVISOR TO DECIDE.
036030     MOVE WS-WH-CUST-ID(WS-Q-SUB) TO CF-CUST-ID.
036040     MOVE "WOFF DECIDE"  TO CF-ACTION.
036050     PERFORM 7100-CHECK-CONFLICT THRU 7100-EXIT.
036060     IF CF-CONFLICT
036070         GO TO 4100-EXIT
036080     END-IF.
036081*    A SUPERVISOR WHO CHANGED THE ACCOUNT'S NAME, ADDRESS,
036082*    PHONE OR DEPOSIT MAY NOT DECIDE ITS WRITE-OFF.
036083     MOVE WS-WH-CUST-ID(WS-Q-SUB) TO MC-CUST-ID.
036084     MOVE WS-OPERATOR-ID          TO MC-OPERATOR-ID.
036085     MOVE WS-SYSTEM-DATE          TO MC-AS-OF-DATE.
036086     CALL "BILCAUD" USING MC-PARMS.
036087     IF MC-SAME-OPERATOR
036088         DISPLAY "BILWOFF: " WS-OPERATOR-ID " CHANGED "
036089             WS-WH-CUST-ID(WS-Q-SUB) " ON " MC-CHANGE-DATE
036090             " - LEFT PENDING FOR ANOTHER SUPERVISOR"
036091         GO TO 4100-EXIT
036092     END-IF.
036093     PERFORM 4150-WARN-CHANGES THRU 4150-EXIT.
036100     MOVE WS-WH-AMOUNT(WS-Q-SUB) TO WS-AMT-ED.
036200     DISPLAY "WRITE OFF " WS-WH-CUST-ID(WS-Q-SUB)
036300         " RS " WS-AMT-ED
037600 4100-EXIT.
037700     EXIT.

037710*-----------------------------------------------------------*
037720*    MASTER-CHANGE WARNING.  BILCAUD JUDGES THE ACCOUNT AS AT  *
037730*    THE DATE THE WRITE-OFF WAS REQUESTED AND AGAINST THE      *
037740*    OPERATOR WHO KEYED IT; THE SUPERVISOR SEES WHAT CHANGED,  *
037750*    WHEN AND BY WHOM BEFORE DECIDING.                         *
037760*-----------------------------------------------------------*
037770 4150-WARN-CHANGES.
037771     MOVE WS-WH-CUST-ID(WS-Q-SUB)      TO MC-CUST-ID.
037772     MOVE WS-WH-REQUESTED-BY(WS-Q-SUB) TO MC-OPERATOR-ID.
037773     MOVE WS-WH-REQUEST-DATE(WS-Q-SUB) TO MC-AS-OF-DATE.
037774     CALL "BILCAUD" USING MC-PARMS.
037775     IF MC-CLEAN
037776         GO TO 4150-EXIT
037777     END-IF.
037778     ADD 1 TO WS-WOFF-FLAGGED.
037779     IF MC-RECENT-CHANGE
037780         DISPLAY "*** WARNING - " MC-FIELDS-CHANGED
037781             " CHANGED " MC-CHANGE-DATE " BY " MC-CHANGED-BY
037782             " WITHIN " MC-WINDOW-DAYS " DAYS OF THE REQUEST"
037783     END-IF.
037784     IF MC-SAME-OPERATOR
037785         DISPLAY "*** WARNING - ACCOUNT WAS CHANGED BY "
037786             WS-WH-REQUESTED-BY(WS-Q-SUB)
037787             " WHO REQUESTED THIS WRITE-OFF"
037788     END-IF.
037789 4150-EXIT.
037790     EXIT.

037800 5000-POST-WRITEOFF.
037900     MOVE WS-WH-CUST-ID(WS-Q-SUB) TO CM-CUST-ID.
038000     READ CUSTMAS
039800     MOVE WS-SYSTEM-DATE TO WS-WH-DECISION-DATE(WS-Q-SUB).
039900     ADD 1 TO WS-WOFF-APPROVED.
040000     ADD WS-WH-AMOUNT(WS-Q-SUB) TO WS-WOFF-TOTAL.
040000     MOVE "6100-BDD"        TO GK-POST-TYPE.
040000     MOVE WS-WH-AMOUNT(WS-Q-SUB) TO GK-AMOUNT.
040000     PERFORM 9720-POST-GL THRU 9720-EXIT.
040100 5000-EXIT.
040200     EXIT.

045530 5220-EXIT.
045531     EXIT.

045540*-----------------------------------------------------------*
045540*    STAFF-ACCOUNT CONFLICT CHECK - AN OPERATOR LINKED ON   *
045540*    STAFFREG TO THE CUSTOMER MAY NOT ACT ON IT, AND NO     *
045540*    SUPERVISOR CAN SIGN IT THROUGH.  THE CALLER SETS       *
045540*    CF-CUST-ID AND CF-ACTION AND LEAVES THE CUSTOMER ALONE *
045540*    ON CF-CONFLICT - BILSTFC HAS ALREADY LOGGED IT.        *
045540*-----------------------------------------------------------*
045540 7100-CHECK-CONFLICT.
045540     MOVE WS-OPERATOR-ID  TO CF-OPERATOR-ID.
045540     MOVE "BILWOFF"       TO CF-PROGRAM-ID.
045540     CALL "BILSTFC" USING CF-PARMS.
045540 7100-EXIT.
045540     EXIT.

045600 9000-TERMINATE.
045700     IF NOT WS-ABORT
045800         PERFORM 9100-REWRITE-QUEUE THRU 9100-EXIT
047600     DISPLAY "  REQUESTS REFUSED : " WS-REQS-REFUSED.
047700     DISPLAY "  WRITE-OFFS POSTED: " WS-WOFF-APPROVED.
047800     DISPLAY "  REJECTED ON REVIEW: " WS-WOFF-REJECTED.
047810     DISPLAY "  MASTER CHANGE WARN: " WS-WOFF-FLAGGED.
047900     DISPLAY "  TOTAL WRITTEN OFF: RS " WS-WOFF-TOTAL.
048000     DISPLAY "=============================================".
048100 9000-EXIT.
054200     MOVE SPACES          TO GJ-ACCOUNT-CODE.
054300     MOVE "BILWOFF GL EXTRACT" TO GJ-ACCOUNT-DESC.
054400     MOVE ZERO            TO GJ-AMOUNT.
054500     MOVE SPACES          TO GJ-COST-CENTRE.
054500     MOVE SPACES          TO GJ-POST-TYPE.
054500     WRITE GJ-RECORD.
054600     MOVE "D"             TO GJ-RECORD-TYPE.
054700     MOVE "6100-BDD"      TO GK-POST-TYPE.
054800     MOVE "BAD DEBTS WRITTEN OFF" TO GJ-ACCOUNT-DESC.
054900     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
055100     MOVE "T"             TO GJ-RECORD-TYPE.
055200     MOVE WS-GL-DETAILS   TO GJ-BILL-PERIOD.
055300     MOVE SPACES          TO GJ-ACCOUNT-CODE.
055400     MOVE "TRAILER - DETAIL COUNT AND HASH"
055500         TO GJ-ACCOUNT-DESC.
055600     MOVE WS-GL-HASH      TO GJ-AMOUNT.
055700     MOVE SPACES          TO GJ-COST-CENTRE.
055700     MOVE SPACES          TO GJ-POST-TYPE.
055700     WRITE GJ-RECORD.
055800 9700-EXIT.
055900     EXIT.

055900*-----------------------------------------------------------*
055900*    ONE D RECORD FOR EVERY ACCOUNT AND ZONE TOTAL BILGLAC    *
055900*    HOLDS FOR THE POSTING TYPE.                              *
055900*-----------------------------------------------------------*
055900 9710-WRITE-GL-LINES.
055900     MOVE "N"             TO GK-FUNCTION.
055900     MOVE ZERO            TO GK-CURSOR.
055900     MOVE SPACE           TO GK-RESULT.
055900     PERFORM 9715-WRITE-ONE-LINE THRU 9715-EXIT
055900         UNTIL GK-END.
055900 9710-EXIT.
055900     EXIT.

055900 9715-WRITE-ONE-LINE.
055900     CALL "BILGLAC" USING GK-PARMS.
055900     IF GK-END
055900         GO TO 9715-EXIT
055900     END-IF.
055900     MOVE GK-ACCOUNT-CODE TO GJ-ACCOUNT-CODE.
055900     MOVE GK-ZONE-CODE    TO GJ-COST-CENTRE.
055900     MOVE GK-POST-TYPE    TO GJ-POST-TYPE.
055900     MOVE GK-AMOUNT       TO GJ-AMOUNT.
055900     WRITE GJ-RECORD.
055900     ADD 1                TO WS-GL-DETAILS.
055900     ADD GJ-AMOUNT        TO WS-GL-HASH.
055900 9715-EXIT.
055900     EXIT.

055900*-----------------------------------------------------------*
055900*    POST ONE AMOUNT FOR THE CUSTOMER IN HAND.                *
055900*-----------------------------------------------------------*
055900 9720-POST-GL.
055900*    AN AMOUNT BILGLAC COULD NOT HOLD WOULD LEAVE THE GL
055900*    EXTRACT SHORT OF THE FIGURES POSTED - ABANDON THE RUN.
055900     MOVE "P"             TO GK-FUNCTION.
055900     MOVE CM-SERVICE-TYPE TO GK-SERVICE.
055900     MOVE CM-CUST-CLASS   TO GK-CLASS.
055900     MOVE CM-ZONE-CODE    TO GK-ZONE-CODE.
055900     MOVE WS-SYSTEM-DATE  TO GK-POST-DATE.
055900     CALL "BILGLAC" USING GK-PARMS.
055900     IF GK-FAILED
055900         MOVE "Y" TO WS-ABORT-SW
055900     END-IF.
055900 9720-EXIT.
055900     EXIT.

056000 9600-WRITE-RUNLOG.
056100     MOVE "BILWOFF"        TO RL-PROGRAM-ID.
056200     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
