001800*  MODIFICATION HISTORY                                      *
001900*  DATE       INIT  DESCRIPTION                               *
002000*  2026-09-02 RSH   ORIGINAL                                  *
002000*  2026-09-23 RSH   CARRY THE WORK-ORDER CHANNEL AND          *
002000*                   REMOTE-SWITCH FAILURE REASON THROUGH THE  *
002000*                   ORDER BOOK REWRITE. EXPIRY ORDERS GO TO   *
002000*                   THE FIELD CREW.                           *
002100*-----------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
009500         10  WS-WO-ISSUE-DATE    PIC 9(08).
009600         10  WS-WO-STATUS        PIC X(01).
009700         10  WS-WO-COMPLETE-DATE PIC 9(08).
009700         10  WS-WO-CHANNEL       PIC X(01).
009700         10  WS-WO-FAIL-REASON   PIC X(20).
009800 01  WS-ORDER-COUNT              PIC 9(04) VALUE ZERO.

009900 PROCEDURE DIVISION.
018100         MOVE WO-STATUS        TO WS-WO-STATUS(WS-ORDER-COUNT)
018200         MOVE WO-COMPLETE-DATE TO
018300             WS-WO-COMPLETE-DATE(WS-ORDER-COUNT)
018300         MOVE WO-CHANNEL       TO WS-WO-CHANNEL(WS-ORDER-COUNT)
018300         MOVE WO-FAIL-REASON   TO
018300             WS-WO-FAIL-REASON(WS-ORDER-COUNT)
018400         IF WO-ORDER-NO > WS-LAST-ORDER-NO
018500             MOVE WO-ORDER-NO TO WS-LAST-ORDER-NO
018600         END-IF
026100     MOVE "O"              TO WS-WO-STATUS(WS-ORDER-COUNT).
026200     MOVE ZERO             TO
026300         WS-WO-COMPLETE-DATE(WS-ORDER-COUNT).
026300     MOVE SPACE            TO WS-WO-CHANNEL(WS-ORDER-COUNT).
026300     MOVE SPACES           TO WS-WO-FAIL-REASON(WS-ORDER-COUNT).
026400 2200-EXIT.
026500     EXIT.

033800     MOVE WS-WO-ISSUE-DATE(WS-WO-SUB)    TO WO-ISSUE-DATE.
033900     MOVE WS-WO-STATUS(WS-WO-SUB)        TO WO-STATUS.
034000     MOVE WS-WO-COMPLETE-DATE(WS-WO-SUB) TO WO-COMPLETE-DATE.
034000     MOVE WS-WO-CHANNEL(WS-WO-SUB)       TO WO-CHANNEL.
034000     MOVE WS-WO-FAIL-REASON(WS-WO-SUB)   TO WO-FAIL-REASON.
034100     WRITE WO-RECORD.
034200 8100-EXIT.
034300     EXIT.
