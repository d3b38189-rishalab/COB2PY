000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILDISC                                                   *
000900*  DISCONNECTION / RECONNECTION WORK-ORDER RUN.  FOUR          *
001000*  FUNCTIONS, PICKED BY THE OPERATOR AT STARTUP:               *
001100*    D - SELECT CHRONIC-ARREARS ACCOUNTS AT THE FINAL          *
001200*        DUNNING STAGE AND WRITE A DISCONNECTION WORK          *
001700*        FLIP CM-CONN-STATUS (SUSPENDED ON DISCONNECTION,      *
001800*        ACTIVE ON RECONNECTION), SET THE RECONNECTION FEE     *
001900*        DUE ON THE NEXT BILL, AND MARK THE ORDER COMPLETED.   *
001910*    A - TAKE IN THE METER HEAD-END'S ACKNOWLEDGMENTS          *
001920*        (SWACK) OF REMOTE SWITCHING COMMANDS.  A CONFIRMED    *
001930*        SWITCH FLIPS THE CONNECTION AND COMPLETES THE ORDER   *
001940*        AS A FIELD COMPLETION WOULD; A FAILED ONE TURNS THE   *
001950*        ORDER INTO AN ORDINARY FIELD WORK ORDER FOR THE CREW. *
002000*  AN ACCOUNT WITH AN ORDER STILL OPEN IS NOT ISSUED A         *
002100*  SECOND ONE.  ON A SMART METER IN SERVICE, D AND R ALSO      *
002110*  WRITE A SWITCHING COMMAND FOR THE HEAD-END (SWCMD) SO NO    *
002120*  CREW IS NEEDED - RUN R AFTER THE DAY'S PAYMENTS ARE POSTED  *
002130*  AND A PAID-UP SMART-METERED ACCOUNT IS BACK ON THE SAME     *
002140*  DAY.                                                        *
002200*-----------------------------------------------------------*
002300*  MODIFICATION HISTORY                                      *
002400*  DATE       INIT  DESCRIPTION                               *
002600*  2026-09-02 RSH   ABORT LOUDLY WHEN THE DISPUTE OR      *
002600*                   PROMISE TABLE FILLS INSTEAD OF        *
002600*                   SILENTLY DROPPING THE PROTECTION.     *
002600*  2026-09-23 RSH   ON A SMART METER D AND R SEND A SWITCHING *
002600*                   COMMAND TO THE HEAD-END (SWCMD); NEW      *
002600*                   FUNCTION A TAKES IN ITS ACKNOWLEDGMENTS   *
002600*                   (SWACK), COMPLETING THE ORDER ON A        *
002600*                   CONFIRMED SWITCH AND ROUTING A FAILURE    *
002600*                   BACK TO THE FIELD CREW.                   *
002600*  2026-09-30 RSH   EACH DISCONNECTION ORDER IS RECORDED ON   *
002600*                   THE CORRESPONDENCE REGISTER (CORRREG,     *
002600*                   THROUGH BILCORR), AND AN ACCOUNT IS NOT   *
002600*                   SELECTED UNLESS THE REGISTER SHOWS A FINAL*
002600*                   NOTICE FROM THE CURRENT DUNNING ROUND, NOT*
002600*                   RETURNED UNDELIVERED, AT LEAST THE        *
002600*                   STATUTORY FIFTEEN DAYS OLD.               *
002600*  2026-10-05 RSH   ORDERS FOR A VOLUNTARY SUSPENSION         *
002600*                   (BILVSUS) START AND END IT; NO            *
002600*                   RECONNECTION FEE, NO AUTO-RECONNECT       *
002600*-----------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
004650         ORGANIZATION IS SEQUENTIAL
004660         FILE STATUS IS FS-PTPREG.

004670     SELECT METERAST ASSIGN TO "METERAST"
004670         ORGANIZATION IS INDEXED
004670         ACCESS MODE IS DYNAMIC
004670         RECORD KEY IS MA-METER-NO
004670         FILE STATUS IS FS-METERAST.

004680     SELECT SWCMD ASSIGN TO "SWCMD"
004680         ORGANIZATION IS SEQUENTIAL
004680         FILE STATUS IS FS-SWCMD.

004690     SELECT SWACK ASSIGN TO "SWACK"
004690         ORGANIZATION IS SEQUENTIAL
004690         FILE STATUS IS FS-SWACK.

004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  CUSTMAS
006050     LABEL RECORDS ARE STANDARD.
006060 COPY PTPREG.

006070 FD  METERAST
006070     LABEL RECORDS ARE STANDARD.
006070 COPY METERAST.

006080 FD  SWCMD
006080     LABEL RECORDS ARE STANDARD.
006080 COPY SWCMD.

006090 FD  SWACK
006090     LABEL RECORDS ARE STANDARD.
006090 COPY SWACK.

006100 WORKING-STORAGE SECTION.
006200*-----------------------------------------------------------*
006300*    FILE STATUS SWITCHES                                    *
007226     88  FS-PROTREG-OK               VALUE "00".
007230 77  FS-PTPREG               PIC X(02).
007240     88  FS-PTPREG-OK                VALUE "00".
007250 77  FS-METERAST             PIC X(02).
007250     88  FS-METERAST-OK              VALUE "00".
007260 77  FS-SWCMD                PIC X(02).
007260     88  FS-SWCMD-OK                 VALUE "00".
007260     88  FS-SWCMD-NOFILE             VALUE "35".
007270 77  FS-SWACK                PIC X(02).
007270     88  FS-SWACK-OK                 VALUE "00".

007300*-----------------------------------------------------------*
007400*    PROGRAM SWITCHES                                        *
008300     88  WS-CM-EOF                   VALUE "Y".
008400 77  WS-OPEN-ORDER-SW        PIC X(01) VALUE "N".
008500     88  WS-OPEN-ORDER               VALUE "Y".
008510 77  WS-MA-OPEN-SW           PIC X(01) VALUE "N".
008510     88  WS-MA-OPEN                  VALUE "Y".
008520 77  WS-HC-OPEN-SW           PIC X(01) VALUE "N".
008520     88  WS-HC-OPEN                  VALUE "Y".
008530 77  WS-REMOTE-SW            PIC X(01) VALUE "N".
008530     88  WS-REMOTE-SWITCH            VALUE "Y".

008600*-----------------------------------------------------------*
008700*    OPERATOR, RUN AND WORK FIELDS                            *
009300     88  WS-FUNC-DISCONNECT          VALUE "D".
009400     88  WS-FUNC-RECONNECT           VALUE "R".
009500     88  WS-FUNC-COMPLETIONS         VALUE "C".
009500     88  WS-FUNC-ACKNOWLEDGMENTS     VALUE "A".
009600 77  WS-RECONN-FEE-AMT       PIC 9(05)V99 VALUE ZERO.
009700 77  WS-ORDERS-ISSUED        PIC 9(05) VALUE ZERO.
009800 77  WS-ORDERS-COMPLETED     PIC 9(05) VALUE ZERO.
009800 77  WS-VOLSUSP-RESUMED      PIC 9(05) VALUE ZERO.
009800 77  WS-DONE-ORDER-NO        PIC 9(07) VALUE ZERO.
009900 77  WS-INTAKE-ERRORS        PIC 9(05) VALUE ZERO.
009900 77  WS-REMOTE-ISSUED        PIC 9(05) VALUE ZERO.
009900 77  WS-REMOTE-SWITCHED      PIC 9(05) VALUE ZERO.
009900 77  WS-ROUTED-TO-FIELD      PIC 9(05) VALUE ZERO.
009900 77  WS-ACK-FAIL-REASON      PIC X(20).
010000 77  WS-LAST-ORDER-NO        PIC 9(07) VALUE ZERO.
010100 77  WS-WO-SUB               PIC 9(04) VALUE ZERO.
010200 77  WS-WO-FOUND-SUB         PIC 9(04) VALUE ZERO.
010210 77  WS-DISC-WAIT-DAYS       PIC 9(03) VALUE ZERO.
010220 77  WS-NOTICE-AGED-SW       PIC X(01) VALUE "N".
010230     88  WS-NOTICE-AGED              VALUE "Y".
010231*    THE STATUTORY NOTICE PERIOD - A FINAL NOTICE MUST HAVE
010232*    STOOD SERVED THIS MANY CLEAR DAYS BEFORE THE SUPPLY IS
010233*    CUT, WHATEVER THE OPERATOR KEYS FOR THE BUSINESS-DAY WAIT.
010234 77  WS-STATUTORY-DAYS       PIC 9(03) VALUE 15.
010235 77  WS-SERVICE-AGE          PIC S9(07) VALUE ZERO.
010236 77  WS-NOTICE-SERVED-SW     PIC X(01) VALUE "N".
010237     88  WS-NOTICE-SERVED            VALUE "Y".
010238 77  WS-UNSERVED-SKIPPED     PIC 9(05) VALUE ZERO.

010239*-----------------------------------------------------------*
010239*    CORRESPONDENCE-REGISTER PARAMETER BLOCK FOR BILCORR       *
010239*-----------------------------------------------------------*
010239 COPY CWPARM.

010240*-----------------------------------------------------------*
010250*    BUSINESS-DAY PARAMETER BLOCK FOR THE BILBDAY SUBPROGRAM   *
012100             88  WS-WO-OPEN              VALUE "O".
012200             88  WS-WO-COMPLETED         VALUE "C".
012300         10  WS-WO-COMPLETE-DATE PIC 9(08).
012310         10  WS-WO-CHANNEL       PIC X(01).
012320             88  WS-WO-REMOTE            VALUE "R".
012330         10  WS-WO-FAIL-REASON   PIC X(20).
012400 01  WS-ORDER-COUNT              PIC 9(04) VALUE ZERO.

012500 PROCEDURE DIVISION.
013600             WHEN WS-FUNC-COMPLETIONS
013700                 PERFORM 4000-PROCESS-COMPLETIONS THRU 4000-EXIT
013800                     UNTIL WS-EOF
013810             WHEN WS-FUNC-ACKNOWLEDGMENTS
013820                 PERFORM 5000-PROCESS-ACKNOWLEDGMENT
013830                     THRU 5000-EXIT
013840                     UNTIL WS-EOF
013900             WHEN OTHER
014000                 DISPLAY "BILDISC: UNKNOWN FUNCTION "
014100                     WS-FUNCTION
014800     ACCEPT WS-SYSTEM-TIME FROM TIME.
014900     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
015000     ACCEPT WS-OPERATOR-ID.
015100     DISPLAY "FUNCTION (D=DISCONNECT R=RECONNECT C=COMPLETIONS"
015200         " A=HEAD-END ACKS): " WITH NO ADVANCING.
015300     ACCEPT WS-FUNCTION.
015310     IF WS-FUNC-DISCONNECT
015320         DISPLAY "BUSINESS DAYS AFTER FINAL NOTICE (BLANK=7): "
016810     PERFORM 1200-LOAD-DISPUTES THRU 1200-EXIT.
016820     PERFORM 1300-LOAD-PROMISES THRU 1300-EXIT.
016830     PERFORM 1500-LOAD-PROTECTIONS THRU 1500-EXIT.
016900     IF WS-FUNC-COMPLETIONS OR WS-FUNC-ACKNOWLEDGMENTS
017000         DISPLAY "RECONNECTION FEE (BLANK=250.00): "
017100             WITH NO ADVANCING
017200         ACCEPT WS-RECONN-FEE-AMT
017400             OR WS-RECONN-FEE-AMT = ZERO
017500             MOVE 250.00 TO WS-RECONN-FEE-AMT
017600         END-IF
017610     END-IF.
017620     IF WS-FUNC-ACKNOWLEDGMENTS
017630         OPEN INPUT SWACK
017640         IF NOT FS-SWACK-OK
017650             DISPLAY "BILDISC: UNABLE TO OPEN SWACK, STATUS "
017660                 FS-SWACK
017670             MOVE "Y" TO WS-ABORT-SW
017680         ELSE
017690             PERFORM 5100-READ-ACKNOWLEDGMENT THRU 5100-EXIT
017695         END-IF
017698         GO TO 1000-EXIT
017699     END-IF.
017699     IF WS-FUNC-COMPLETIONS
017700         OPEN INPUT DISCCMP
017800         IF NOT FS-DISCCMP-OK
017900             DISPLAY "BILDISC: UNABLE TO OPEN DISCCMP, STATUS "
018300             PERFORM 4100-READ-COMPLETION THRU 4100-EXIT
018400         END-IF
018500     ELSE
018510         PERFORM 1600-OPEN-SWITCHING THRU 1600-EXIT
018600         MOVE LOW-VALUES TO CM-CUST-ID
018700         START CUSTMAS KEY IS >= CM-CUST-ID
018800             INVALID KEY
022600     MOVE WO-STATUS        TO WS-WO-STATUS(WS-ORDER-COUNT).
022700     MOVE WO-COMPLETE-DATE TO
022800         WS-WO-COMPLETE-DATE(WS-ORDER-COUNT).
022810     MOVE WO-CHANNEL       TO WS-WO-CHANNEL(WS-ORDER-COUNT).
022820     MOVE WO-FAIL-REASON   TO WS-WO-FAIL-REASON(WS-ORDER-COUNT).
022900     IF WO-ORDER-NO > WS-LAST-ORDER-NO
023000         MOVE WO-ORDER-NO TO WS-LAST-ORDER-NO
023100     END-IF.
023799 1560-EXIT.
023799     EXIT.

023799*-----------------------------------------------------------*
023799*    THE ASSET REGISTER IS OPTIONAL - WITHOUT IT EVERY ORDER    *
023799*    GOES TO THE FIELD CREW.  THE COMMAND FILE IS ADDED TO;     *
023799*    THE HEAD-END CLEARS IT WHEN IT TAKES THE COMMANDS.         *
023799*-----------------------------------------------------------*
023799 1600-OPEN-SWITCHING.
023799     OPEN INPUT METERAST.
023799     IF NOT FS-METERAST-OK
023799         DISPLAY "BILDISC: NO ASSET REGISTER - ALL ORDERS TO"
023799             " THE FIELD CREW"
023799         GO TO 1600-EXIT
023799     END-IF.
023799     MOVE "Y" TO WS-MA-OPEN-SW.
023799     OPEN EXTEND SWCMD.
023799     IF FS-SWCMD-NOFILE
023799         OPEN OUTPUT SWCMD
023799     END-IF.
023799     IF NOT FS-SWCMD-OK
023799         DISPLAY "BILDISC: UNABLE TO OPEN SWCMD, STATUS "
023799             FS-SWCMD " - ALL ORDERS TO THE FIELD CREW"
023799         GO TO 1600-EXIT
023799     END-IF.
023799     MOVE "Y" TO WS-HC-OPEN-SW.
023799 1600-EXIT.
023799     EXIT.

023800*-----------------------------------------------------------*
023900*    DISCONNECTION SWEEP - AN ACTIVE ACCOUNT AT THE FINAL      *
024000*    DUNNING STAGE WITH ARREARS STILL OWING, AND NO ORDER      *
024641             ADD 1 TO WS-DISPUTE-SKIPPED
024642             GO TO 2000-SKIP
024643         END-IF
024644         PERFORM 2160-CHECK-SERVICE THRU 2160-EXIT
024645         IF NOT WS-NOTICE-SERVED
024646             DISPLAY "BILDISC: " CM-CUST-ID
024647                 " HAS NO SERVED FINAL NOTICE "
024648                 WS-STATUTORY-DAYS " DAYS OLD - NOT SELECTED"
024649             ADD 1 TO WS-UNSERVED-SKIPPED
024649             GO TO 2000-SKIP
024649         END-IF
024650         PERFORM 2150-CHECK-NOTICE-AGE THRU 2150-EXIT
024660         IF WS-NOTICE-AGED
024700             PERFORM 2100-CHECK-OPEN-ORDER THRU 2100-EXIT
025600*-----------------------------------------------------------*
025700*    RECONNECTION SWEEP - A SUSPENDED ACCOUNT WHOSE BALANCE    *
025800*    IS PAID OFF, WITH NO ORDER ALREADY OPEN, GETS A           *
025900*    RECONNECTION WORK ORDER.  A SUPPLY THE CUSTOMER ASKED TO  *
025900*    HAVE SUSPENDED WAITS FOR ITS RESUME DATE (BILVSUS).       *
026000*-----------------------------------------------------------*
026100 3000-SCAN-FOR-RECONNECT.
026200     IF CM-STAT-SUSPENDED
026300         AND CM-ARREARS = 0
026300         AND NOT CM-VOLSUSP-ON
026400         PERFORM 2100-CHECK-OPEN-ORDER THRU 2100-EXIT
026500         IF NOT WS-OPEN-ORDER
026600             MOVE "R" TO WO-ORDER-TYPE
025400 2150-EXIT.
025410     EXIT.

025411*-----------------------------------------------------------*
025412*    PROOF OF SERVICE - THE CORRESPONDENCE REGISTER MUST HOLD  *
025413*    A FINAL NOTICE FROM THIS DUNNING ROUND THAT HAS NOT COME  *
025414*    BACK UNDELIVERED AND HAS STOOD THE STATUTORY NUMBER OF    *
025415*    CALENDAR DAYS.  A RETURNED NOTICE STARTS THE CLOCK AGAIN  *
025416*    FROM THE NEXT ONE SERVED.                                 *
025417*-----------------------------------------------------------*
025418 2160-CHECK-SERVICE.
025419     MOVE "N"        TO WS-NOTICE-SERVED-SW.
025420     MOVE "F"        TO CW-FUNCTION.
025421     MOVE CM-CUST-ID TO CW-CUST-ID.
025422     MOVE "FN"       TO CW-NOTICE-TYPE.
025423     IF CM-DUNNING-DATE NUMERIC
025424         MOVE CM-DUNNING-DATE TO CW-DATE
025425     ELSE
025426         MOVE ZERO TO CW-DATE
025427     END-IF.
025428     CALL "BILCORR" USING CW-PARMS.
025429     IF NOT CW-OK
025430         GO TO 2160-EXIT
025431     END-IF.
025432     COMPUTE WS-SERVICE-AGE =
025433         FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE)
025434         - FUNCTION INTEGER-OF-DATE(CW-FOUND-DATE).
025435     IF WS-SERVICE-AGE >= WS-STATUTORY-DAYS
025436         MOVE "Y" TO WS-NOTICE-SERVED-SW
025437     END-IF.
025438 2160-EXIT.
025439     EXIT.

027300 2100-CHECK-OPEN-ORDER.
027400     MOVE "N" TO WS-OPEN-ORDER-SW.
027500     PERFORM 2110-CHECK-ONE-ORDER THRU 2110-EXIT
030600     MOVE "O"              TO WS-WO-STATUS(WS-ORDER-COUNT).
030700     MOVE ZERO             TO
030800         WS-WO-COMPLETE-DATE(WS-ORDER-COUNT).
030810     MOVE SPACES           TO WS-WO-FAIL-REASON(WS-ORDER-COUNT).
030820     PERFORM 2300-CHECK-SMART-METER THRU 2300-EXIT.
030830     IF WS-REMOTE-SWITCH
030840         MOVE "R" TO WS-WO-CHANNEL(WS-ORDER-COUNT)
030850         PERFORM 2400-WRITE-SWITCH-COMMAND THRU 2400-EXIT
030860     ELSE
030870         MOVE SPACE TO WS-WO-CHANNEL(WS-ORDER-COUNT)
030880     END-IF.
030900     ADD 1 TO WS-ORDERS-ISSUED.
030910     IF WO-ORDER-TYPE = "D"
030920         PERFORM 2250-RECORD-ORDER THRU 2250-EXIT
030930     END-IF.
031000 2200-EXIT.
031100     EXIT.

031100*-----------------------------------------------------------*
031100*    THE DISCONNECTION ORDER GOES ON THE CORRESPONDENCE        *
031100*    REGISTER UNDER ITS ORDER NUMBER - SERVED AT THE PREMISES  *
031100*    BY THE CREW, OR THROUGH THE HEAD-END ON A SMART METER.    *
031100*-----------------------------------------------------------*
031100 2250-RECORD-ORDER.
031100     MOVE "W"              TO CW-FUNCTION.
031100     MOVE CM-CUST-ID       TO CW-CUST-ID.
031100     MOVE "DO"             TO CW-NOTICE-TYPE.
031100     MOVE WS-SYSTEM-DATE   TO CW-DATE.
031100     IF WS-REMOTE-SWITCH
031100         MOVE "R" TO CW-CHANNEL
031100     ELSE
031100         MOVE "F" TO CW-CHANNEL
031100     END-IF.
031100     MOVE CM-ADDRESS       TO CW-ADDRESS.
031100     MOVE ZERO             TO CW-INVOICE-NO.
031100     MOVE WS-LAST-ORDER-NO TO CW-REFERENCE.
031100     MOVE "BILDISC"        TO CW-PROGRAM-ID.
031100     CALL "BILCORR" USING CW-PARMS.
031100     IF CW-FAILED
031100         DISPLAY "BILDISC: ORDER FOR " CM-CUST-ID
031100             " NOT ON THE CORRESPONDENCE REGISTER"
031100     END-IF.
031100 2250-EXIT.
031100     EXIT.

031110*-----------------------------------------------------------*
031120*    A METER IN SERVICE THAT THE ASSET REGISTER KNOWS AS       *
031130*    SMART IS SWITCHED REMOTELY.                               *
031140*-----------------------------------------------------------*
031150 2300-CHECK-SMART-METER.
031160     MOVE "N" TO WS-REMOTE-SW.
031170     IF NOT WS-HC-OPEN OR CM-METER-NO = SPACES
031180         GO TO 2300-EXIT
031190     END-IF.
031200     MOVE CM-METER-NO TO MA-METER-NO.
031210     READ METERAST
031220         INVALID KEY
031230             GO TO 2300-EXIT
031240     END-READ.
031250     IF MA-SMART AND MA-STAT-IN-SERVICE
031260         MOVE "Y" TO WS-REMOTE-SW
031270     END-IF.
031280 2300-EXIT.
031290     EXIT.

031300 2400-WRITE-SWITCH-COMMAND.
031310     MOVE SPACES                 TO HC-RECORD.
031320     MOVE WS-LAST-ORDER-NO       TO HC-ORDER-NO.
031330     MOVE CM-METER-NO            TO HC-METER-NO.
031340     MOVE CM-CUST-ID             TO HC-CUST-ID.
031350     MOVE WO-ORDER-TYPE          TO HC-COMMAND.
031360     MOVE WS-SYSTEM-DATE         TO HC-ISSUE-DATE.
031370     MOVE WS-SYSTEM-TIME         TO HC-ISSUE-TIME.
031380     MOVE WS-OPERATOR-ID         TO HC-OPERATOR-ID.
031390     WRITE HC-RECORD.
031400     ADD 1 TO WS-REMOTE-ISSUED.
031410 2400-EXIT.
031420     EXIT.

031200 2500-READ-NEXT-CUSTOMER.
031300     READ CUSTMAS NEXT RECORD
031400         AT END
032100*    FIELD CLOSES ITS ORDER AND FLIPS THE CONNECTION: A        *
032200*    COMPLETED DISCONNECTION SUSPENDS THE ACCOUNT, A           *
032300*    COMPLETED RECONNECTION RESTORES IT AND SETS THE           *
032400*    RECONNECTION FEE DUE ON THE NEXT BILL.  THE ORDERS         *
032400*    BILVSUS RAISES FOR A VOLUNTARY SUSPENSION PUT THE SUPPLY   *
032400*    OFF AND BACK ON THE SAME WAY, BUT THE SUSPENSION FEE       *
032400*    ALREADY COVERS THEM - NO RECONNECTION FEE.                 *
032500*-----------------------------------------------------------*
032600 4000-PROCESS-COMPLETIONS.
032700     PERFORM 4200-FIND-ORDER THRU 4200-EXIT.
034500         MOVE "A" TO CM-CONN-STATUS
034600         MOVE WS-RECONN-FEE-AMT TO CM-RECONN-FEE-DUE
034700     END-IF.
034700     MOVE DC-ORDER-NO TO WS-DONE-ORDER-NO.
034700     PERFORM 4300-CHECK-VOLUNTARY THRU 4300-EXIT.
034800     REWRITE CM-RECORD
034900         INVALID KEY
035000             DISPLAY "BILDISC: REWRITE FAILED FOR " CM-CUST-ID
038100 4210-EXIT.
038200     EXIT.

038200*-----------------------------------------------------------*
038200*    AN ORDER BILVSUS RAISED FOR A VOLUNTARY SUSPENSION - THE  *
038200*    ORDER NUMBER IS HELD ON THE MASTER - MOVES THE SUSPENSION *
038200*    ON: A DISCONNECTION STARTS IT, A RECONNECTION ENDS IT AND *
038200*    TAKES BACK THE RECONNECTION FEE.                          *
038200*-----------------------------------------------------------*
038200 4300-CHECK-VOLUNTARY.
038200     IF CM-VOLSUSP-ORDER-NO NOT NUMERIC
038200         OR CM-VOLSUSP-ORDER-NO = ZERO
038200         OR CM-VOLSUSP-ORDER-NO NOT = WS-DONE-ORDER-NO
038200         GO TO 4300-EXIT
038200     END-IF.
038200     MOVE ZERO TO CM-VOLSUSP-ORDER-NO.
038200     IF CM-STAT-SUSPENDED
038200         MOVE "Y" TO CM-VOLSUSP-SW
038200         GO TO 4300-EXIT
038200     END-IF.
038200     MOVE ZERO  TO CM-RECONN-FEE-DUE.
038200     MOVE SPACE TO CM-VOLSUSP-SW.
038200     MOVE ZERO  TO CM-VOLSUSP-FROM.
038200     MOVE ZERO  TO CM-VOLSUSP-TO.
038200     ADD 1 TO WS-VOLSUSP-RESUMED.
038200 4300-EXIT.
038200     EXIT.

038210*-----------------------------------------------------------*
038220*    HEAD-END ACKNOWLEDGMENTS - ONLY A CONFIRMED SWITCH, OF    *
038230*    THE COMMANDED KIND, ON THE ORDER'S OWN METER, FLIPS THE   *
038240*    CONNECTION AND COMPLETES THE ORDER.  ANYTHING ELSE LEAVES *
038250*    THE ORDER OPEN AS A FIELD WORK ORDER FOR THE CREW, WITH   *
038260*    THE REASON, SO NO ACCOUNT WAITS ON A METER THAT CANNOT    *
038270*    BE SWITCHED.                                              *
038280*-----------------------------------------------------------*
038290 5000-PROCESS-ACKNOWLEDGMENT.
038290     PERFORM 5200-FIND-REMOTE-ORDER THRU 5200-EXIT.
038290     IF WS-WO-FOUND-SUB = 0
038290         DISPLAY "BILDISC: NO REMOTE ORDER " HA-ORDER-NO
038290             " OPEN FOR METER " HA-METER-NO
038290         ADD 1 TO WS-INTAKE-ERRORS
038290         GO TO 5000-NEXT
038290     END-IF.
038290     MOVE SPACES TO WS-ACK-FAIL-REASON.
038290     EVALUATE TRUE
038290         WHEN HA-METER-NO NOT = WS-WO-METER-NO(WS-WO-FOUND-SUB)
038290             MOVE "WRONG METER ON ACK" TO WS-ACK-FAIL-REASON
038290         WHEN HA-COMMAND NOT =
038290             WS-WO-ORDER-TYPE(WS-WO-FOUND-SUB)
038290             MOVE "WRONG COMMAND ON ACK" TO WS-ACK-FAIL-REASON
038290         WHEN HA-FAILED
038290             MOVE HA-FAIL-REASON TO WS-ACK-FAIL-REASON
038290             IF WS-ACK-FAIL-REASON = SPACES
038290                 MOVE "SWITCH FAILED" TO WS-ACK-FAIL-REASON
038290             END-IF
038290         WHEN NOT HA-SWITCHED
038290             MOVE "SWITCH NOT CONFIRMED" TO WS-ACK-FAIL-REASON
038290     END-EVALUATE.
038290     IF WS-ACK-FAIL-REASON = SPACES
038290         PERFORM 5300-APPLY-SWITCH THRU 5300-EXIT
038290     ELSE
038290         PERFORM 5400-ROUTE-TO-FIELD THRU 5400-EXIT
038290     END-IF.
038290 5000-NEXT.
038290     PERFORM 5100-READ-ACKNOWLEDGMENT THRU 5100-EXIT.
038290 5000-EXIT.
038290     EXIT.

038290 5100-READ-ACKNOWLEDGMENT.
038290     READ SWACK
038290         AT END
038290             MOVE "Y" TO WS-EOF-SW
038290     END-READ.
038290 5100-EXIT.
038290     EXIT.

038290 5200-FIND-REMOTE-ORDER.
038290     MOVE ZERO TO WS-WO-FOUND-SUB.
038290     PERFORM 5210-MATCH-REMOTE-ORDER THRU 5210-EXIT
038290         VARYING WS-WO-SUB FROM 1 BY 1
038290         UNTIL WS-WO-SUB > WS-ORDER-COUNT
038290            OR WS-WO-FOUND-SUB > 0.
038290 5200-EXIT.
038290     EXIT.

038290 5210-MATCH-REMOTE-ORDER.
038290     IF WS-WO-ORDER-NO(WS-WO-SUB) = HA-ORDER-NO
038290         AND WS-WO-STATUS(WS-WO-SUB) = "O"
038290         AND WS-WO-REMOTE(WS-WO-SUB)
038290         MOVE WS-WO-SUB TO WS-WO-FOUND-SUB
038290     END-IF.
038290 5210-EXIT.
038290     EXIT.

038290*-----------------------------------------------------------*
038290*    THE SAME FLIP A FIELD COMPLETION MAKES, DATED FROM THE    *
038290*    METER'S CONFIRMATION.                                     *
038290*-----------------------------------------------------------*
038290 5300-APPLY-SWITCH.
038290     MOVE WS-WO-CUST-ID(WS-WO-FOUND-SUB) TO CM-CUST-ID.
038290     READ CUSTMAS
038290         INVALID KEY
038290             DISPLAY "BILDISC: CUSTOMER " CM-CUST-ID
038290                 " NOT ON FILE"
038290             ADD 1 TO WS-INTAKE-ERRORS
038290             GO TO 5300-EXIT
038290     END-READ.
038290     IF HA-CMD-DISCONNECT
038290         MOVE "S" TO CM-CONN-STATUS
038290     ELSE
038290         MOVE "A" TO CM-CONN-STATUS
038290         MOVE WS-RECONN-FEE-AMT TO CM-RECONN-FEE-DUE
038290     END-IF.
038290     MOVE HA-ORDER-NO TO WS-DONE-ORDER-NO.
038290     PERFORM 4300-CHECK-VOLUNTARY THRU 4300-EXIT.
038290     REWRITE CM-RECORD
038290         INVALID KEY
038290             DISPLAY "BILDISC: REWRITE FAILED FOR " CM-CUST-ID
038290     END-REWRITE.
038290     MOVE "C" TO WS-WO-STATUS(WS-WO-FOUND-SUB).
038290     MOVE HA-SWITCH-DATE TO
038290         WS-WO-COMPLETE-DATE(WS-WO-FOUND-SUB).
038290     ADD 1 TO WS-ORDERS-COMPLETED.
038290     ADD 1 TO WS-REMOTE-SWITCHED.
038290 5300-EXIT.
038290     EXIT.

038290 5400-ROUTE-TO-FIELD.
038290     MOVE "F" TO WS-WO-CHANNEL(WS-WO-FOUND-SUB).
038290     MOVE WS-ACK-FAIL-REASON TO
038290         WS-WO-FAIL-REASON(WS-WO-FOUND-SUB).
038290     DISPLAY "BILDISC: ORDER " HA-ORDER-NO " FOR "
038290         WS-WO-CUST-ID(WS-WO-FOUND-SUB)
038290         " NOT SWITCHED - " WS-ACK-FAIL-REASON.
038290     ADD 1 TO WS-ROUTED-TO-FIELD.
038290 5400-EXIT.
038290     EXIT.

038300 9000-TERMINATE.
038400     CLOSE CUSTMAS.
038500     IF WS-FUNC-COMPLETIONS AND NOT WS-ABORT
038600         CLOSE DISCCMP
038700     END-IF.
038710     IF WS-FUNC-ACKNOWLEDGMENTS AND NOT WS-ABORT
038720         CLOSE SWACK
038730     END-IF.
038740     IF WS-MA-OPEN
038750         CLOSE METERAST
038760     END-IF.
038770     IF WS-HC-OPEN
038780         CLOSE SWCMD
038790     END-IF.
038800     IF NOT WS-ABORT
038900         PERFORM 9100-REWRITE-ORDERS THRU 9100-EXIT
039000     END-IF.
039400     DISPLAY "BILDISC - WORK-ORDER RUN SUMMARY".
039500     DISPLAY "  ORDERS ISSUED    : " WS-ORDERS-ISSUED.
039600     DISPLAY "  ORDERS COMPLETED : " WS-ORDERS-COMPLETED.
039600     DISPLAY "  VOLUNTARY RESUMES: " WS-VOLSUSP-RESUMED.
039610     DISPLAY "  REMOTE COMMANDS  : " WS-REMOTE-ISSUED.
039620     DISPLAY "  REMOTE SWITCHED  : " WS-REMOTE-SWITCHED.
039630     DISPLAY "  ROUTED TO FIELD  : " WS-ROUTED-TO-FIELD.
039650     DISPLAY "  DISPUTED-SKIPPED : " WS-DISPUTE-SKIPPED.
039660     DISPLAY "  PROMISE-SKIPPED  : " WS-PROMISE-SKIPPED.
039661     DISPLAY "  PROTECTED-SKIPPED: " WS-PROTECTED-SKIPPED.
039662     DISPLAY "  UNSERVED-SKIPPED : " WS-UNSERVED-SKIPPED.
039700     DISPLAY "  INTAKE ERRORS    : " WS-INTAKE-ERRORS.
039800     DISPLAY "=============================================".
039900 9000-EXIT.
042300     MOVE WS-WO-ISSUE-DATE(WS-WO-SUB)    TO WO-ISSUE-DATE.
042400     MOVE WS-WO-STATUS(WS-WO-SUB)        TO WO-STATUS.
042500     MOVE WS-WO-COMPLETE-DATE(WS-WO-SUB) TO WO-COMPLETE-DATE.
042510     MOVE WS-WO-CHANNEL(WS-WO-SUB)       TO WO-CHANNEL.
042520     MOVE WS-WO-FAIL-REASON(WS-WO-SUB)   TO WO-FAIL-REASON.
042600     WRITE WO-RECORD.
042700 9110-EXIT.
042800     EXIT.
