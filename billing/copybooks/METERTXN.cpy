001215*                   DERIVES THE POWER FACTOR FOR THE TARIFF        *
001216*                   ORDER'S PENALTY/REBATE CLAUSE.  ZERO MEANS     *
001217*                   THE METER REPORTS NO KVAH.                     *
001218*  2026-09-14 RSH   ADD THE PREVIOUS AND CURRENT REGISTER       *
001218*                   READINGS (DIAL POSITIONS).  WHEN THEY ARE   *
001218*                   PRESENT BILLING DERIVES MT-UNITS FROM THEM  *
001218*                   THROUGH BILDIAL - ROLLOVER PAST THE LAST    *
001218*                   DIAL AND THE METER'S CT/PT MULTIPLYING      *
001218*                   FACTOR INCLUDED - INSTEAD OF TRUSTING A     *
001218*                   HAND-MULTIPLIED UNITS FIGURE.  BOTH ZERO    *
001218*                   MEANS A UNITS-ONLY TRANSACTION AS BEFORE.   *
001218*  2026-09-16 RSH   ADD THE READER'S STATUS CODE FROM THE     *
001218*                   RETURNED ROUTE - A METER THE READER COULD *
001218*                   NOT READ ARRIVES WITH ZERO UNITS AND THE  *
001218*                   REASON, AND IS ESTIMATED (OR, BURNT, SENT *
001218*                   FOR INSPECTION) BY THE BILLING RUN.       *
001218*  2026-09-18 RSH   CARRY THE ID OF THE READER WHO TOOK THE   *
001218*                   READING (BLANK FOR A CUSTOMER SELF-READ). *
001218*  2026-10-06 RSH   ADD THE DATE A TYPE C CHANGE-OUT WAS      *
001218*                   ACTUALLY DONE, SO BILLING CAN PRORATE THE *
001218*                   METER RENT OF THE OLD AND NEW METERS      *
001218*                   ACROSS THE PERIOD.  ZERO MEANS NO DATE    *
001218*                   WAS CAPTURED.                             *
001218*  2026-10-15 RSH   ON A TYPE C TRANSACTION THAT CARRIES      *
001218*                   REGISTER READINGS, MT-OLD-FINAL-UNITS IS  *
001218*                   THE OLD METER'S FINAL REGISTER READING,   *
001218*                   FROM WHICH BILLING DERIVES ITS UNITS      *
001218*                   THROUGH BILDIAL.                          *
001300*-----------------------------------------------------------*
001400  01  MT-RECORD.
001500      05  MT-CUST-ID              PIC X(10).
002400      05  MT-EXPORT-UNITS         PIC 9(07).
002500      05  MT-KVAH-UNITS           PIC 9(07).
002600      05  MT-READING-DATE         PIC 9(08).
002700      05  MT-PREV-READING         PIC 9(07).
002800      05  MT-CURR-READING         PIC 9(07).
002900      05  MT-READ-STATUS          PIC X(01).
003000          88  MT-STAT-READ                VALUE " ".
003100          88  MT-STAT-DOOR-LOCKED         VALUE "L".
003200          88  MT-STAT-METER-BURNT         VALUE "B".
003300          88  MT-STAT-NOT-FOUND           VALUE "N".
003400          88  MT-STAT-NO-ACCESS           VALUE "A".
003500          88  MT-STAT-DISPLAY-FAULT       VALUE "F".
003600      05  MT-READER-ID            PIC X(08).
003700      05  MT-CHANGE-DATE          PIC 9(08).
