002362*                   IS ON FILE, FALLING BACK TO THE PROMPTS,  *
002362*                   AND ECHO THE PARAMETERS USED TO THE RUN   *
002362*                   LOG.                                      *
002362*  2026-10-12 RSH   DEPOSIT INTEREST POSTED THROUGH BILGLAC   *
002362*                   BY SERVICE, CLASS AND ZONE - MAPPED       *
002362*                   ACCOUNT AND A ZONE COST CENTRE ON EVERY D *
002362*                   RECORD.                                   *
002362*  2026-10-15 RSH   ABANDON THE RUN WHEN BILGLAC CANNOT POST  *
002362*                   AN AMOUNT (POSTING TABLE FULL).           *
002100*-----------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
008200 77  WS-INTEREST-AMT         PIC 9(05)V99 VALUE ZERO.
008300 77  WS-CREDIT-COUNT         PIC 9(07) VALUE ZERO.
008400 77  WS-INTEREST-TOTAL       PIC 9(11)V99 VALUE ZERO.
008400 77  WS-GL-DETAILS           PIC 9(05) VALUE ZERO.
008400 77  WS-GL-HASH              PIC 9(09)V99 VALUE ZERO.

008410 COPY GLPARM.

008500 PROCEDURE DIVISION.
008600 0000-MAINLINE SECTION.
016700     END-REWRITE.
016800     ADD 1 TO WS-CREDIT-COUNT.
016900     ADD WS-INTEREST-AMT TO WS-INTEREST-TOTAL.
016900     MOVE "2400-DEP"        TO GK-POST-TYPE.
016900     MOVE WS-INTEREST-AMT   TO GK-AMOUNT.
016900     PERFORM 9720-POST-GL THRU 9720-EXIT.
017000 2100-EXIT.
017100     EXIT.

017240     MOVE SPACES              TO GJ-ACCOUNT-CODE.
017250     MOVE "BILDINT GL EXTRACT" TO GJ-ACCOUNT-DESC.
017260     MOVE ZERO                TO GJ-AMOUNT.
017270     MOVE SPACES              TO GJ-COST-CENTRE.
017270     MOVE SPACES              TO GJ-POST-TYPE.
017270     WRITE GJ-RECORD.
017280     MOVE "D"                 TO GJ-RECORD-TYPE.
017300     MOVE WS-SYSTEM-DATE      TO GJ-RUN-DATE.
017400     MOVE WS-SYSTEM-DATE(1:6) TO GJ-BILL-PERIOD.
017500     MOVE "2400-DEP"          TO GK-POST-TYPE.
017600     MOVE "INTEREST ON SECURITY DEPOSITS" TO GJ-ACCOUNT-DESC.
017700     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
017810     MOVE "T"                 TO GJ-RECORD-TYPE.
017820     MOVE WS-GL-DETAILS       TO GJ-BILL-PERIOD.
017830     MOVE SPACES              TO GJ-ACCOUNT-CODE.
017840     MOVE "TRAILER - DETAIL COUNT AND HASH"
017850         TO GJ-ACCOUNT-DESC.
017860     MOVE WS-GL-HASH          TO GJ-AMOUNT.
017870     MOVE SPACES              TO GJ-COST-CENTRE.
017870     MOVE SPACES              TO GJ-POST-TYPE.
017870     WRITE GJ-RECORD.
017900 9700-EXIT.
018000     EXIT.

018000*-----------------------------------------------------------*
018000*    ONE D RECORD FOR EVERY ACCOUNT AND ZONE TOTAL BILGLAC    *
018000*    HOLDS FOR THE POSTING TYPE.                              *
018000*-----------------------------------------------------------*
018000 9710-WRITE-GL-LINES.
018000     MOVE "N"             TO GK-FUNCTION.
018000     MOVE ZERO            TO GK-CURSOR.
018000     MOVE SPACE           TO GK-RESULT.
018000     PERFORM 9715-WRITE-ONE-LINE THRU 9715-EXIT
018000         UNTIL GK-END.
018000 9710-EXIT.
018000     EXIT.

018000 9715-WRITE-ONE-LINE.
018000     CALL "BILGLAC" USING GK-PARMS.
018000     IF GK-END
018000         GO TO 9715-EXIT
018000     END-IF.
018000     MOVE GK-ACCOUNT-CODE TO GJ-ACCOUNT-CODE.
018000     MOVE GK-ZONE-CODE    TO GJ-COST-CENTRE.
018000     MOVE GK-POST-TYPE    TO GJ-POST-TYPE.
018000     MOVE GK-AMOUNT       TO GJ-AMOUNT.
018000     WRITE GJ-RECORD.
018000     ADD 1                TO WS-GL-DETAILS.
018000     ADD GJ-AMOUNT        TO WS-GL-HASH.
018000 9715-EXIT.
018000     EXIT.

018000*-----------------------------------------------------------*
018000*    POST ONE AMOUNT FOR THE CUSTOMER IN HAND.                *
018000*-----------------------------------------------------------*
018000 9720-POST-GL.
018000*    AN AMOUNT BILGLAC COULD NOT HOLD WOULD LEAVE THE GL
018000*    EXTRACT SHORT OF THE FIGURES POSTED - ABANDON THE RUN.
018000     MOVE "P"             TO GK-FUNCTION.
018000     MOVE CM-SERVICE-TYPE TO GK-SERVICE.
018000     MOVE CM-CUST-CLASS   TO GK-CLASS.
018000     MOVE CM-ZONE-CODE    TO GK-ZONE-CODE.
018000     MOVE WS-SYSTEM-DATE  TO GK-POST-DATE.
018000     CALL "BILGLAC" USING GK-PARMS.
018000     IF GK-FAILED
018000         MOVE "Y" TO WS-ABORT-SW
018000     END-IF.
018000 9720-EXIT.
018000     EXIT.

018100 9000-TERMINATE.
018200     CLOSE CUSTMAS.
018300     CLOSE DEPTXN.
