001399*                   THE PERCENTAGE OFF, APPLIED BY BILPAY WHEN     *
001399*                   A PAYMENT SETTLES A BILL IN FULL EARLY.        *
001399*                   ZERO MEANS NO SCHEME ON THIS SCHEDULE.         *
001399*  2026-09-21 RSH   ADD THE TIME-OF-DAY PEAK WINDOW, AS THE   *
001399*                   HOUR IT OPENS AND THE HOUR IT CLOSES, USED*
001399*                   TO SPLIT SMART-METER INTERVAL DATA INTO   *
001399*                   PEAK AND OFF-PEAK UNITS.                  *
001399*  2026-10-01 RSH   ADD THE PER-BILL GREEN REBATE CREDITED ON *
001399*                   PAPERLESS E-BILLS.  ZERO MEANS NO REBATE  *
001399*                   ON THIS SCHEDULE.                         *
001399*  2026-10-05 RSH   ADD THE REDUCED FIXED CHARGE BILLED IN    *
001399*                   PLACE OF THE MINIMUM WHILE SUPPLY IS      *
001399*                   VOLUNTARILY SUSPENDED.                    *
001400*-----------------------------------------------------------*
001500  01  RT-RECORD.
001520      05  RT-SERVICE-TYPE         PIC X(01).
002290*         ZERO OR 01 MEANS IN FORCE FROM THE START OF THE
002300*         RT-EFF-FROM PERIOD; A HIGHER DAY SPLITS THAT PERIOD
002310*         WITH THE OUTGOING SCHEDULE ON A DAYS-WEIGHTED SHARE.
002320      05  RT-PEAK-FROM-HOUR       PIC 9(02).
002330      05  RT-PEAK-TO-HOUR         PIC 9(02).
002340*         THE TIME-OF-USE PEAK RUNS FROM THE START OF
002350*         RT-PEAK-FROM-HOUR UP TO THE START OF RT-PEAK-TO-HOUR
002360*         (00-23); A FROM-HOUR PAST THE TO-HOUR WRAPS THROUGH
002370*         MIDNIGHT.  BOTH ZERO MEANS THE STANDARD 18-22 EVENING
002380*         PEAK.
002390      05  RT-GREEN-REBATE         PIC 9(03)V99.
002391*         CREDITED ON EVERY BILL DELIVERED AS A PAPERLESS
002392*         E-BILL INSTEAD OF THROUGH THE PRINT BUREAU.  ZERO
002393*         MEANS NO REBATE ON THIS SCHEDULE.
002394      05  RT-SUSP-CHARGE          PIC 9(05)V99.
002395*         THE FIXED CHARGE BILLED EACH CYCLE, INSTEAD OF THE
002396*         CONSUMPTION CHARGE AND RT-MIN-CHARGE, WHILE THE
002397*         CUSTOMER'S SUPPLY IS VOLUNTARILY SUSPENDED.  ZERO
002398*         MEANS NOTHING IS BILLED BUT THE FEES DUE.
