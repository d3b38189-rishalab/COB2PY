002000*  MODIFICATION HISTORY                                      *
002100*  DATE       INIT  DESCRIPTION                               *
002200*  2026-08-22 RSH   ORIGINAL                                  *
002200*  2026-09-21 RSH   CARRY AND PROMPT FOR THE TIME-OF-USE PEAK *
002200*                   WINDOW HOURS, AND REFUSE A PEAK HOUR      *
002200*                   OUTSIDE 00-23 OR A WINDOW THAT OPENS AND  *
002200*                   CLOSES AT THE SAME HOUR.                  *
002200*  2026-10-01 RSH   CARRY AND PROMPT FOR THE PAPERLESS GREEN  *
002200*                   REBATE PER BILL.                          *
002200*  2026-10-05 RSH   CARRY AND PROMPT FOR THE FIXED CHARGE     *
002200*                   BILLED WHILE SUPPLY IS VOLUNTARILY        *
002200*                   SUSPENDED; IT MAY NOT EXCEED THE MINIMUM. *
002300*-----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
015795         WS-RT-OFFPK-UNIT-RATE(WS-RATE-COUNT).
015796     MOVE RT-BUYBACK-RATE TO
015797         WS-RT-BUYBACK-RATE(WS-RATE-COUNT).
015798     MOVE RT-PEAK-FROM-HOUR TO
015798         WS-RT-PEAK-FROM-HOUR(WS-RATE-COUNT).
015799     MOVE RT-PEAK-TO-HOUR   TO
015799         WS-RT-PEAK-TO-HOUR(WS-RATE-COUNT).
015799     MOVE RT-GREEN-REBATE   TO
015799         WS-RT-GREEN-REBATE(WS-RATE-COUNT).
015799     MOVE RT-SUSP-CHARGE    TO
015799         WS-RT-SUSP-CHARGE(WS-RATE-COUNT).
015800     READ RATETAB
015900         AT END
016000             MOVE "Y" TO WS-RT-EOF-SW
022200         PERFORM 3900-REPORT-ERROR THRU 3900-EXIT
022300         DISPLAY "    EFFECTIVE-FROM IS PAST EFFECTIVE-TO"
022400     END-IF.
022410     IF WS-RT-PEAK-FROM-HOUR(WS-SUB-A) > 23
022420         OR WS-RT-PEAK-TO-HOUR(WS-SUB-A) > 23
022430         PERFORM 3900-REPORT-ERROR THRU 3900-EXIT
022440         DISPLAY "    TOU PEAK HOUR IS NOT 00-23"
022450     END-IF.
022460     IF WS-RT-PEAK-FROM-HOUR(WS-SUB-A) NOT = ZERO
022470         AND WS-RT-PEAK-FROM-HOUR(WS-SUB-A) =
022480             WS-RT-PEAK-TO-HOUR(WS-SUB-A)
022490         PERFORM 3900-REPORT-ERROR THRU 3900-EXIT
022495         DISPLAY "    TOU PEAK WINDOW OPENS AND CLOSES TOGETHER"
022499     END-IF.
022499     IF WS-RT-SUSP-CHARGE(WS-SUB-A) >
022499         WS-RT-MIN-CHARGE(WS-SUB-A)
022499         PERFORM 3900-REPORT-ERROR THRU 3900-EXIT
022499         DISPLAY "    SUSPENDED FIXED CHARGE EXCEEDS THE MINIMUM"
022499     END-IF.
022500     PERFORM 3200-CHECK-OVERLAPS THRU 3200-EXIT
022600         VARYING WS-SUB-B FROM 1 BY 1
022700         UNTIL WS-SUB-B > WS-RATE-COUNT.
033696     DISPLAY "EXPORT BUY-BACK RATE (0=NONE): "
033697         WITH NO ADVANCING.
033698     ACCEPT WS-RT-BUYBACK-RATE(WS-SUB-A).
033699     DISPLAY "TOU PEAK FROM HOUR (00-23, 0/0=18-22): "
033699         WITH NO ADVANCING.
033699     ACCEPT WS-RT-PEAK-FROM-HOUR(WS-SUB-A).
033699     DISPLAY "TOU PEAK TO HOUR (00-23): " WITH NO ADVANCING.
033699     ACCEPT WS-RT-PEAK-TO-HOUR(WS-SUB-A).
033699     DISPLAY "PAPERLESS GREEN REBATE PER BILL (0=NONE): "
033699         WITH NO ADVANCING.
033699     ACCEPT WS-RT-GREEN-REBATE(WS-SUB-A).
033699     DISPLAY "FIXED CHARGE WHILE SUSPENDED (0=NONE): "
033699         WITH NO ADVANCING.
033699     ACCEPT WS-RT-SUSP-CHARGE(WS-SUB-A).
033700     MOVE ZERO TO WS-ERROR-COUNT.
033800     PERFORM 3100-CHECK-ONE-ENTRY THRU 3100-EXIT.
033900     IF WS-ERROR-COUNT > ZERO
044795         TO RT-OFFPEAK-UNIT-RATE.
044796     MOVE WS-RT-BUYBACK-RATE(WS-SUB-A)
044797         TO RT-BUYBACK-RATE.
044798     MOVE WS-RT-PEAK-FROM-HOUR(WS-SUB-A) TO RT-PEAK-FROM-HOUR.
044799     MOVE WS-RT-PEAK-TO-HOUR(WS-SUB-A)   TO RT-PEAK-TO-HOUR.
044799     MOVE WS-RT-GREEN-REBATE(WS-SUB-A)   TO RT-GREEN-REBATE.
044799     MOVE WS-RT-SUSP-CHARGE(WS-SUB-A)    TO RT-SUSP-CHARGE.
044800     WRITE RT-RECORD.
044900 9110-EXIT.
045000     EXIT.
