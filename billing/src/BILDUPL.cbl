002364*  2026-09-02 RSH   SHOW THE E-INVOICE REGISTRATION            *
002364*                   REFERENCE ON A REPRINT, ONCE THE PORTAL   *
002364*                   ACKNOWLEDGMENT (BILEINV) HAS STAMPED IT.  *
002364*  2026-09-16 RSH   CARRY THE READER'S NOT-READ REASON ONTO A *
002364*                   DUPLICATE OF AN ESTIMATED BILL.           *
002364*  2026-10-01 RSH   CARRY THE PAPERLESS GREEN REBATE ONTO THE *
002364*                   DUPLICATE.                                *
002364*  2026-10-06 RSH   CARRY THE METER RENT ONTO THE DUPLICATE.  *
002400*-----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
025625     MOVE BH-EXPORT-UNITS  TO XT-EXPORT-UNITS.
025630     MOVE BH-EXPORT-CREDIT TO XT-EXPORT-CREDIT.
025635     MOVE BH-EINV-REF      TO XT-EINV-REF.
025635     MOVE BH-GREEN-REBATE  TO XT-GREEN-REBATE.
025635     MOVE BH-METER-RENT    TO XT-METER-RENT.
025635     IF BH-ESTIMATED
025635         MOVE BH-READ-STATUS TO XT-READ-STATUS
025635     END-IF.
025635     IF BH-PEAK-UNITS > 0 OR BH-OFFPEAK-UNITS > 0
025640         MOVE "Y" TO XT-TOU-SW
025645         MOVE BH-PEAK-UNITS    TO XT-PEAK-UNITS
