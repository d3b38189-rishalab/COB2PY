001300*  2026-09-02 RSH   ADD THE DATE THE READER TOOK THE READING, *
001300*                   CARRIED THROUGH TO METERTXN SO BILLING    *
001300*                   CAN BILL THE ACTUAL SPAN COVERED.         *
001300*  2026-09-14 RSH   ADD THE PREVIOUS READING PRINTED ON THE   *
001300*                   SHEET AND THE CURRENT REGISTER READING    *
001300*                   TAKEN BY THE READER - BILROUT DERIVES     *
001300*                   THE UNITS FROM THEM, WITH DIAL ROLLOVER   *
001300*                   AND THE METER'S MULTIPLYING FACTOR, SO    *
001300*                   NOTHING IS MULTIPLIED BY HAND BEFORE      *
001300*                   KEYING.  ZERO PREVIOUS MEANS TAKE IT FROM *
001300*                   THE MASTER.                               *
001300*  2026-09-16 RSH   ADD THE READER'S STATUS CODE FOR A METER  *
001300*                   THAT COULD NOT BE READ - DOOR LOCKED,     *
001300*                   METER BURNT, METER NOT FOUND, DOG OR NO   *
001300*                   ACCESS, DISPLAY FAULTY.  BLANK IS A       *
001300*                   READING.                                  *
001300*  2026-09-18 RSH   ADD THE ID OF THE READER WHO WALKED THE   *
001300*                   ROUTE.                                    *
001400*-----------------------------------------------------------*
001500  01  RR-RECORD.
001600      05  RR-ROUTE-ID             PIC X(04).
001700      05  RR-METER-NO             PIC X(12).
001800      05  RR-UNITS                PIC 9(07).
001800      05  RR-READ-DATE            PIC 9(08).
001900      05  RR-PREV-READING         PIC 9(07).
002000      05  RR-CURR-READING         PIC 9(07).
002100      05  RR-READ-STATUS          PIC X(01).
002200          88  RR-STAT-READ                VALUE " ".
002300          88  RR-STAT-DOOR-LOCKED         VALUE "L".
002400          88  RR-STAT-METER-BURNT         VALUE "B".
002500          88  RR-STAT-NOT-FOUND           VALUE "N".
002600          88  RR-STAT-NO-ACCESS           VALUE "A".
002700          88  RR-STAT-DISPLAY-FAULT       VALUE "F".
002800          88  RR-STAT-VALID               VALUE " " "L" "B" "N"
002900                                                "A" "F".
003000      05  RR-READER-ID            PIC X(08).
