002100*  MODIFICATION HISTORY                                      *
002200*  DATE       INIT  DESCRIPTION                               *
002300*  2026-08-22 RSH   ORIGINAL                                  *
002300*  2026-10-12 RSH   CONSOLIDATE BY ACCOUNT, ZONE COST CENTRE  *
002300*                   AND POSTING TYPE SO THE MERGED EXTRACT    *
002300*                   KEEPS THE ZONE SPLIT; THE TOTALS TABLE    *
002300*                   GROWS TO 500 ROWS.                        *
002400*-----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
005400     ==GJ-BILL-PERIOD==      BY ==GI-BILL-PERIOD==
005500     ==GJ-ACCOUNT-CODE==     BY ==GI-ACCOUNT-CODE==
005600     ==GJ-ACCOUNT-DESC==     BY ==GI-ACCOUNT-DESC==
005700     ==GJ-AMOUNT==           BY ==GI-AMOUNT==
005710     ==GJ-COST-CENTRE==      BY ==GI-COST-CENTRE==
005720     ==GJ-POST-TYPE==        BY ==GI-POST-TYPE==.

005800 FD  GLEXTR
005900     LABEL RECORDS ARE STANDARD.
009300 77  WS-HIGH-INVOICE         PIC 9(09) VALUE ZERO.
009400 77  WS-ROWS-READ            PIC 9(05) VALUE ZERO.
009500 77  WS-ROWS-MERGED          PIC 9(05) VALUE ZERO.
009600 77  WS-ACCT-SUB             PIC 9(04) VALUE ZERO.
009700 77  WS-SUB                  PIC 9(04).
009800 77  WS-GRAND-TOTAL          PIC 9(13)V99 VALUE ZERO.

009900*-----------------------------------------------------------*
010000*    CONSOLIDATED ACCOUNT TOTALS - ONE PER ACCOUNT, ZONE COST  *
010010*    CENTRE AND POSTING TYPE                                   *
010100*-----------------------------------------------------------*
010200 01  WS-ACCT-TABLE.
010300     05  WS-AC-ENTRY OCCURS 500 TIMES.
010400         10  WS-AC-CODE          PIC X(10).
010410         10  WS-AC-COST-CENTRE   PIC X(02).
010420         10  WS-AC-POST-TYPE     PIC X(10).
010500         10  WS-AC-DESC          PIC X(30).
010600         10  WS-AC-AMOUNT        PIC 9(13)V99.
010700 01  WS-ACCT-COUNT               PIC 9(04) VALUE ZERO.

010710*-----------------------------------------------------------*
010720*    CYCLE-STATUS PARAMETER BLOCK FOR THE BILCYC SUBPROGRAM    *
016800         UNTIL WS-SUB > WS-ACCT-COUNT
016900            OR WS-ACCT-SUB > 0.
017000     IF WS-ACCT-SUB = 0
017100         IF WS-ACCT-COUNT >= 500
017200             DISPLAY "BILMERG: ACCOUNT TABLE FULL - "
017300                 GI-ACCOUNT-CODE " DROPPED"
017400             GO TO 2200-EXIT
017600         ADD 1 TO WS-ACCT-COUNT
017700         MOVE WS-ACCT-COUNT TO WS-ACCT-SUB
017800         MOVE GI-ACCOUNT-CODE TO WS-AC-CODE(WS-ACCT-SUB)
017810         MOVE GI-COST-CENTRE  TO WS-AC-COST-CENTRE(WS-ACCT-SUB)
017820         MOVE GI-POST-TYPE    TO WS-AC-POST-TYPE(WS-ACCT-SUB)
017900         MOVE GI-ACCOUNT-DESC TO WS-AC-DESC(WS-ACCT-SUB)
018000         MOVE ZERO TO WS-AC-AMOUNT(WS-ACCT-SUB)
018100     END-IF.

018600 2210-FIND-ACCOUNT.
018700     IF WS-AC-CODE(WS-SUB) = GI-ACCOUNT-CODE
018710         AND WS-AC-COST-CENTRE(WS-SUB) = GI-COST-CENTRE
018720         AND WS-AC-POST-TYPE(WS-SUB) = GI-POST-TYPE
018800         MOVE WS-SUB TO WS-ACCT-SUB
018900     END-IF.
019000 2210-EXIT.
020200     MOVE SPACES          TO GJ-ACCOUNT-CODE.
020300     MOVE "BILMERG CONSOLIDATED GL" TO GJ-ACCOUNT-DESC.
020400     MOVE ZERO            TO GJ-AMOUNT.
020410     MOVE SPACES          TO GJ-COST-CENTRE.
020420     MOVE SPACES          TO GJ-POST-TYPE.
020500     WRITE GJ-RECORD.
020600     PERFORM 3100-WRITE-ACCOUNT THRU 3100-EXIT
020700         VARYING WS-SUB FROM 1 BY 1
021200     MOVE "TRAILER - DETAIL COUNT AND HASH"
021300         TO GJ-ACCOUNT-DESC.
021400     MOVE WS-GRAND-TOTAL  TO GJ-AMOUNT.
021410     MOVE SPACES          TO GJ-COST-CENTRE.
021420     MOVE SPACES          TO GJ-POST-TYPE.
021500     WRITE GJ-RECORD.
021600     CLOSE GLEXTR.
021700 3000-EXIT.
022300     MOVE WS-AC-CODE(WS-SUB)   TO GJ-ACCOUNT-CODE.
022400     MOVE WS-AC-DESC(WS-SUB)   TO GJ-ACCOUNT-DESC.
022500     MOVE WS-AC-AMOUNT(WS-SUB) TO GJ-AMOUNT.
022510     MOVE WS-AC-COST-CENTRE(WS-SUB) TO GJ-COST-CENTRE.
022520     MOVE WS-AC-POST-TYPE(WS-SUB)   TO GJ-POST-TYPE.
022600     WRITE GJ-RECORD.
022700     ADD 1 TO WS-ROWS-MERGED.
022800     DISPLAY "BILMERG: " WS-AC-CODE(WS-SUB) " "
022810         WS-AC-COST-CENTRE(WS-SUB) " RS "
022900         WS-AC-AMOUNT(WS-SUB).
023000 3100-EXIT.
023100     EXIT.
