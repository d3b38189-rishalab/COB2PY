001700*  MODIFICATION HISTORY                                      *
001800*  DATE       INIT  DESCRIPTION                               *
001900*  2026-08-22 RSH   ORIGINAL                                  *
001900*  2026-10-15 RSH   JOURNAL EACH SUSPENSE ITEM APPLIED OR     *
001900*                   REFUNDED, AND THE BALANCE IT BUILDS, TO   *
001900*                   LIABJRN (VIA BILLIAB) FOR THE MONTH-END   *
001900*                   LIABILITY PROOF.                          *
001900*  2026-10-15 RSH   REFUSE TO APPLY OR REFUND A SUSPENSE ITEM *
001900*                   FOR A CUSTOMER THE OPERATOR IS LINKED TO  *
001900*                   ON STAFFREG (VIA BILSTFC).                *
002000*-----------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
008500     88  WS-CHANGED                  VALUE "Y".
008600 77  WS-OPEN-COUNT           PIC 9(05) VALUE ZERO.
008700 77  WS-OPEN-TOTAL           PIC 9(11)V99 VALUE ZERO.
008700 77  WS-LIAB-BEFORE          PIC S9(09)V99 VALUE ZERO.
008800 01  WS-AMT-ED               PIC ZZZZZZ9.99.
008900 01  WS-TOT-ED               PIC ZZZZZZZZZ9.99.
008900 COPY LQPARM.
008900 COPY CFPARM.

009000*-----------------------------------------------------------*
009100*    THE WHOLE SUSPENSE FILE, HELD IN STORAGE FOR THE          *
023400     END-IF.
023500     DISPLAY "APPLY TO CUSTOMER ID: " WITH NO ADVANCING.
023600     ACCEPT WS-APPLY-CUST.
023600     MOVE WS-APPLY-CUST TO CF-CUST-ID.
023600     MOVE "APPLY SUSP"  TO CF-ACTION.
023600     PERFORM 7100-CHECK-CONFLICT THRU 7100-EXIT.
023600     IF CF-CONFLICT
023600         GO TO 4000-EXIT
023600     END-IF.
023700     MOVE WS-APPLY-CUST TO CM-CUST-ID.
023800     READ CUSTMAS
023900         INVALID KEY
024100                 " NOT ON FILE - NOT APPLIED"
024200             GO TO 4000-EXIT
024300     END-READ.
024300     MOVE CM-CREDIT-BALANCE TO WS-LIAB-BEFORE.
024400     IF CM-PREPAID
024500         ADD WS-SU-AMOUNT(WS-ITEM-SUB) TO CM-PREPAID-BALANCE
024600     ELSE
026200                 WS-APPLY-CUST
026300             GO TO 4000-EXIT
026400     END-REWRITE.
026400     MOVE WS-APPLY-CUST TO LQ-CUST-ID.
026400     MOVE "SUS"         TO LQ-MOVE-TYPE.
026400     IF CM-PREPAID
026400         MOVE "P" TO LQ-LIABILITY
026400         MOVE WS-SU-AMOUNT(WS-ITEM-SUB) TO LQ-AMOUNT
026400     ELSE
026400         MOVE "C" TO LQ-LIABILITY
026400         COMPUTE LQ-AMOUNT = CM-CREDIT-BALANCE - WS-LIAB-BEFORE
026400     END-IF.
026400     PERFORM 7000-JOURNAL-LIABILITY THRU 7000-EXIT.
026400     MOVE "S"           TO LQ-LIABILITY.
026400     MOVE "APL"         TO LQ-MOVE-TYPE.
026400     COMPUTE LQ-AMOUNT = ZERO - WS-SU-AMOUNT(WS-ITEM-SUB).
026400     PERFORM 7000-JOURNAL-LIABILITY THRU 7000-EXIT.
026500     MOVE "A" TO WS-SU-STATUS(WS-ITEM-SUB).
026600     MOVE WS-APPLY-CUST TO WS-SU-APPLIED-CUST(WS-ITEM-SUB).
026700     MOVE WS-SYSTEM-DATE TO WS-SU-APPLIED-DATE(WS-ITEM-SUB).
027700     IF WS-ITEM-SUB = 0
027800         GO TO 5000-EXIT
027900     END-IF.
027900     MOVE WS-SU-CUST-ID(WS-ITEM-SUB) TO CF-CUST-ID.
027900     MOVE "REFUND SUSP"  TO CF-ACTION.
027900     PERFORM 7100-CHECK-CONFLICT THRU 7100-EXIT.
027900     IF CF-CONFLICT
027900         GO TO 5000-EXIT
027900     END-IF.
028000     MOVE "R" TO WS-SU-STATUS(WS-ITEM-SUB).
028000     MOVE WS-SU-CUST-ID(WS-ITEM-SUB) TO LQ-CUST-ID.
028000     MOVE "S"           TO LQ-LIABILITY.
028000     MOVE "RFD"         TO LQ-MOVE-TYPE.
028000     COMPUTE LQ-AMOUNT = ZERO - WS-SU-AMOUNT(WS-ITEM-SUB).
028000     PERFORM 7000-JOURNAL-LIABILITY THRU 7000-EXIT.
028100     MOVE WS-SYSTEM-DATE TO WS-SU-APPLIED-DATE(WS-ITEM-SUB).
028200     MOVE WS-OPERATOR-ID TO WS-SU-OPERATOR-ID(WS-ITEM-SUB).
028300     MOVE "Y" TO WS-CHANGED-SW.
030700 6100-EXIT.
030800     EXIT.

030800*-----------------------------------------------------------*
030800*    ONE MOVEMENT IN A BALANCE HELD FOR THE CUSTOMER - THE     *
030800*    SUSPENSE ITEM LEAVING, OR THE CREDIT OR PREPAID BALANCE   *
030800*    IT BUILDS - GOES TO THE LIABILITY JOURNAL FOR THE         *
030800*    MONTH-END BILLPRF PROOF.  THE CALLER SETS THE LIABILITY,  *
030800*    MOVE TYPE, CUSTOMER AND SIGNED AMOUNT.                    *
030800*-----------------------------------------------------------*
030800 7000-JOURNAL-LIABILITY.
030800     MOVE "W"        TO LQ-FUNCTION.
030800     MOVE "BILSUSP"  TO LQ-SOURCE.
030800     CALL "BILLIAB" USING LQ-PARMS.
030800 7000-EXIT.
030800     EXIT.

030800*-----------------------------------------------------------*
030800*    STAFF-ACCOUNT CONFLICT CHECK - AN OPERATOR LINKED ON   *
030800*    STAFFREG TO THE CUSTOMER MAY NOT ACT ON IT, AND NO     *
030800*    SUPERVISOR CAN SIGN IT THROUGH.  THE CALLER SETS       *
030800*    CF-CUST-ID AND CF-ACTION AND LEAVES THE CUSTOMER ALONE *
030800*    ON CF-CONFLICT - BILSTFC HAS ALREADY LOGGED IT.        *
030800*-----------------------------------------------------------*
030800 7100-CHECK-CONFLICT.
030800     MOVE WS-OPERATOR-ID  TO CF-OPERATOR-ID.
030800     MOVE "BILSUSP"       TO CF-PROGRAM-ID.
030800     CALL "BILSTFC" USING CF-PARMS.
030800 7100-EXIT.
030800     EXIT.

030900 9000-TERMINATE.
031000     IF WS-CHANGED
031100         PERFORM 9100-REWRITE-SUSPENSE THRU 9100-EXIT
