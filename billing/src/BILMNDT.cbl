001800*  MODIFICATION HISTORY                                      *
001900*  DATE       INIT  DESCRIPTION                               *
002000*  2026-09-02 RSH   ORIGINAL                                  *
002000*  2026-10-15 RSH   REFUSE MANDATE CHANGES ON AN ACCOUNT THE  *
002000*                   OPERATOR IS LINKED TO                     *
002100*-----------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
007800*    SIGN-ON PARAMETER BLOCK FOR THE BILSIGN SUBPROGRAM        *
007900*-----------------------------------------------------------*
008000 COPY SIGNPARM.
008000 COPY CFPARM.

008100*-----------------------------------------------------------*
008200*    THE WHOLE REGISTER, HELD IN STORAGE AND WRITTEN BACK      *
018600 2000-ADD-MANDATE.
018700     DISPLAY "CUSTOMER ID: " WITH NO ADVANCING.
018800     ACCEPT WS-IN-CUST-ID.
018810     MOVE WS-IN-CUST-ID  TO CF-CUST-ID.
018810     MOVE "MANDATE ADD"  TO CF-ACTION.
018810     PERFORM 2600-CHECK-CONFLICT THRU 2600-EXIT.
018810     IF CF-CONFLICT
018810         GO TO 2000-EXIT
018810     END-IF.
018900     MOVE WS-IN-CUST-ID TO CM-CUST-ID.
019000     READ CUSTMAS
019100         INVALID KEY
023400 3000-CANCEL-MANDATE.
023500     DISPLAY "CUSTOMER ID: " WITH NO ADVANCING.
023600     ACCEPT WS-IN-CUST-ID.
023610     MOVE WS-IN-CUST-ID  TO CF-CUST-ID.
023610     MOVE "MANDATE CANC" TO CF-ACTION.
023610     PERFORM 2600-CHECK-CONFLICT THRU 2600-EXIT.
023610     IF CF-CONFLICT
023610         GO TO 3000-EXIT
023610     END-IF.
023700     PERFORM 2500-FIND-ACTIVE THRU 2500-EXIT.
023800     IF WS-FOUND-SUB = 0
023900         DISPLAY "BILMNDT: NO ACTIVE MANDATE FOR "
025900         MOVE WS-MD-SUB TO WS-FOUND-SUB
026000     END-IF.
026100 2510-EXIT.
026150     EXIT.

026160*-----------------------------------------------------------*
026160*    STAFF-ACCOUNT CONFLICT CHECK - AN OPERATOR LINKED ON   *
026160*    STAFFREG TO THE CUSTOMER MAY NOT ACT ON IT, AND NO     *
026160*    SUPERVISOR CAN SIGN IT THROUGH.  THE CALLER SETS       *
026160*    CF-CUST-ID AND CF-ACTION AND LEAVES THE CUSTOMER ALONE *
026160*    ON CF-CONFLICT - BILSTFC HAS ALREADY LOGGED IT.        *
026160*-----------------------------------------------------------*
026160 2600-CHECK-CONFLICT.
026160     MOVE WS-OPERATOR-ID  TO CF-OPERATOR-ID.
026160     MOVE "BILMNDT"       TO CF-PROGRAM-ID.
026160     CALL "BILSTFC" USING CF-PARMS.
026160 2600-EXIT.
026200     EXIT.

026300 4000-LIST-REGISTER.
