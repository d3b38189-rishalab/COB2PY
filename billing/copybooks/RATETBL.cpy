001199*                   PERCENTAGES CARRIED ON EACH RATE RECORD.            *
001199*  2026-09-02 RSH   ADD THE EFFECTIVE-FROM DAY CARRIED ON EACH           *
001199*                   RATE RECORD, FOR MID-CYCLE TARIFF CHANGES.          *
001199*  2026-09-21 RSH   ADD THE TIME-OF-DAY PEAK WINDOW HOURS.    *
001199*  2026-10-01 RSH   ADD THE PAPERLESS GREEN REBATE PER BILL.  *
001199*  2026-10-05 RSH   ADD THE VOLUNTARY-SUSPENSION FIXED CHARGE.*
001200*-----------------------------------------------------------*
001300  01  WS-RATE-TABLE.
001400      05  WS-RATE-ENTRY OCCURS 60 TIMES INDEXED BY WS-RATE-IDX.
002299          10  WS-RT-PF-PENALTY-PCT    PIC 9(02)V99.
002299          10  WS-RT-PF-REBATE-PCT     PIC 9(02)V99.
002299          10  WS-RT-EFF-FROM-DAY      PIC 9(02).
002299          10  WS-RT-PEAK-FROM-HOUR    PIC 9(02).
002299          10  WS-RT-PEAK-TO-HOUR      PIC 9(02).
002299          10  WS-RT-GREEN-REBATE      PIC 9(03)V99.
002299          10  WS-RT-SUSP-CHARGE       PIC 9(05)V99.
002300  01  WS-RATE-COUNT                   PIC 9(02) VALUE ZERO.
