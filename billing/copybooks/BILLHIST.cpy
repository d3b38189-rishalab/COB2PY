001497*                   NO METER READING ARRIVED FOR THE CYCLE, SO THE  *
001498*                   INQUIRY PROGRAMS CAN TELL AN ESTIMATE FROM A    *
001499*                   METERED BILL.                                   *
001499*  2026-09-16 RSH   ADD THE READER'S STATUS CODE BEHIND AN    *
001499*                   ESTIMATED BILL (BLANK ON AN ACTUAL        *
001499*                   READING).                                 *
001499*  2026-09-18 RSH   CARRY THE ID OF THE READER BEHIND THE     *
001499*                   BILL, AND A CORRECTED FLAG - R WHEN THE   *
001499*                   READING WAS REJECTED AND LATER BILLED BY  *
001499*                   BILREPRO, C WHEN BILCANC CANCELLED AND    *
001499*                   REBILLED IT - FOR THE READER SCORECARD.   *
001499*  2026-10-01 RSH   CARRY THE GREEN REBATE CREDITED ON A      *
001499*                   PAPERLESS E-BILL.                         *
001499*  2026-10-06 RSH   CARRY THE METER RENT CHARGED ON THE BILL. *
001499*  2026-10-07 RSH   CARRY THE ENERGY CHARGE AS LAST REPRICED  *
001499*                   BY A RETROSPECTIVE TARIFF REVISION        *
001499*                   (BILTREV); ZERO UNTIL A REVISION REACHES  *
001499*                   THE PERIOD.                               *
001499*  2026-10-11 RSH   CARRY THE ELECTRICITY DUTY AND GST        *
001499*                   REMITTED UNDER A TAX-EXEMPTION            *
001499*                   CERTIFICATE (EXMTREG), SO BILDUTY AND     *
001499*                   BILGST CAN REPORT THE EXEMPTED AMOUNTS.   *
001400*-----------------------------------------------------------*
001500  01  BH-RECORD.
001550      05  BH-KEY.
002360      05  BH-DISCOUNT-AMT         PIC 9(07)V99.
002370      05  BH-READ-FROM-DATE       PIC 9(08).
002380      05  BH-READ-TO-DATE         PIC 9(08).
002390      05  BH-READ-STATUS          PIC X(01).
002391          88  BH-STAT-READ                VALUE " ".
002392          88  BH-STAT-DOOR-LOCKED         VALUE "L".
002393          88  BH-STAT-METER-BURNT         VALUE "B".
002394      05  BH-READER-ID            PIC X(08).
002395      05  BH-CORRECTED-SW         PIC X(01).
002396          88  BH-NOT-CORRECTED            VALUE " ".
002397          88  BH-CORR-REPROCESSED         VALUE "R".
002398          88  BH-CORR-REBILLED            VALUE "C".
002399      05  BH-GREEN-REBATE         PIC 9(05)V99.
002400      05  BH-METER-RENT           PIC 9(05)V99.
002410      05  BH-REVISED-ENERGY       PIC 9(09)V99.

002420      05  BH-DUTY-EXEMPT          PIC 9(09)V99.
002430      05  BH-GST-EXEMPT           PIC 9(09)V99.
