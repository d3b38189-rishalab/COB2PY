000800*  REGISTER INSTEAD OF GUESSES.  CREATED BY BILNEWC AT         *
000900*  ONBOARDING, UPDATED BY THE METER CHANGE-OUT PATH IN         *
001000*  BILBATCH, AND READ BY THE BILMTST TEST-DUE SELECTION.       *
001010*  A METER COMES ON THE REGISTER WHEN STORES RECEIVES IT       *
001020*  (BILSTOR) AND STAYS THERE FOR GOOD - IN STOCK, OUT WITH A   *
001030*  CREW, IN SERVICE, REMOVED, OR RETURNED FAULTY.              *
001100*-----------------------------------------------------------*
001200*  MODIFICATION HISTORY                                      *
001300*  DATE       INIT  DESCRIPTION                               *
001400*  2026-09-02 RSH   ORIGINAL LAYOUT                           *
001400*  2026-09-14 RSH   ADD THE NUMBER OF DIALS ON THE REGISTER   *
001400*                   (ITS MAXIMUM VALUE BEFORE IT ROLLS BACK   *
001400*                   THROUGH ZERO) AND THE CT/PT MULTIPLYING   *
001400*                   FACTOR FOR HT AND CT-OPERATED METERS.     *
001400*                   ZERO DIALS MEANS SEVEN; ZERO FACTOR MEANS *
001400*                   A WHOLE-CURRENT METER (FACTOR ONE).       *
001400*  2026-09-21 RSH   ADD THE CUSTOMER THE METER IS INSTALLED   *
001400*                   FOR, SET WHEREVER A METER IS REGISTERED,  *
001400*                   AND A SMART-METER FLAG SET BY BILSMRT THE *
001400*                   FIRST TIME THE HEAD-END DELIVERS INTERVAL *
001400*                   DATA FOR THE METER. A SMART METER IS LEFT *
001400*                   OFF THE READING ROUTE SHEETS.             *
001400*  2026-09-24 RSH   ADD THE STORES LIFE OF THE METER: PURCHASE*
001400*                   LOT, VENDOR, RECEIPT DATE AND WARRANTY,   *
001400*                   THE CREW AND WORK ORDER IT WAS ISSUED     *
001400*                   AGAINST, REMOVAL AND RETURN DATES, THE    *
001400*                   FAULT FOUND AND THE DATE A WARRANTY CLAIM *
001400*                   WAS RAISED. NEW STATUSES IN STOCK, WITH A *
001400*                   CREW AND RETURNED FAULTY.                 *
001400*  2026-09-25 RSH   ADD THE SEAL NUMBER FIXED ON THE METER NOW*
001400*                   AND THE DATE IT WAS FIXED.                *
001400*  2026-10-06 RSH   ADD THE METER TYPE THE MONTHLY METER RENT *
001400*                   IS FIXED BY (METRENT) AND AN OWNERSHIP    *
001400*                   FLAG - A METER THE CUSTOMER BOUGHT PAYS   *
001400*                   NO RENT.                                  *
001400*  2026-10-15 RSH   ADD THE ACCURACY CLASS (THE ERROR         *
001400*                   PERCENTAGE THE METER IS PERMITTED) AND    *
001400*                   THE ERROR FOUND AT ITS LAST ACCURACY      *
001400*                   TEST, FAST OR SLOW, SET BY BILMACC. A     *
001400*                   ZERO CLASS MEANS THE CLASS FOR THE METER  *
001400*                   TYPE - 0.5 CT-OPERATED, 1.0 OTHERWISE.    *
001500*-----------------------------------------------------------*
001600  01  MA-RECORD.
001700      05  MA-METER-NO             PIC X(12).
002200      05  MA-STATUS               PIC X(01).
002300          88  MA-STAT-IN-SERVICE          VALUE "I".
002400          88  MA-STAT-RETIRED             VALUE "R".
002410          88  MA-STAT-IN-STOCK            VALUE "S".
002420          88  MA-STAT-WITH-CREW           VALUE "C".
002430          88  MA-STAT-FAULTY              VALUE "F".
002440          88  MA-STAT-IN-STORES           VALUE "S" "C".
002500      05  MA-DIAL-DIGITS          PIC 9(01).
002600      05  MA-MULT-FACTOR          PIC 9(05)V99.
002700      05  MA-CUST-ID              PIC X(10).
002800      05  MA-SMART-SW             PIC X(01).
002900          88  MA-SMART                    VALUE "Y".
003000      05  MA-LOT-NO               PIC X(10).
003100      05  MA-VENDOR-ID            PIC X(08).
003200      05  MA-RECEIPT-DATE         PIC 9(08).
003300      05  MA-WARRANTY-MONTHS      PIC 9(03).
003400      05  MA-CREW-ID              PIC X(08).
003500      05  MA-ISSUE-DATE           PIC 9(08).
003600      05  MA-WO-TYPE              PIC X(01).
003700          88  MA-WO-NEW-CONNECTION        VALUE "N".
003800          88  MA-WO-CHANGEOUT             VALUE "C".
003900      05  MA-WO-CUST-ID           PIC X(10).
004000      05  MA-REMOVAL-DATE         PIC 9(08).
004100      05  MA-RETURN-DATE          PIC 9(08).
004200      05  MA-FAULT-TEXT           PIC X(30).
004300      05  MA-CLAIM-DATE           PIC 9(08).
004400      05  MA-SEAL-NO              PIC X(12).
004500      05  MA-SEAL-DATE            PIC 9(08).
004600      05  MA-METER-TYPE           PIC X(01).
004700          88  MA-TYPE-SINGLE-PHASE        VALUE "1".
004800          88  MA-TYPE-THREE-PHASE         VALUE "3".
004900          88  MA-TYPE-CT-OPERATED         VALUE "C".
005000          88  MA-TYPE-SMART               VALUE "S".
005100      05  MA-OWNER-SW             PIC X(01).
005200          88  MA-CUSTOMER-OWNED           VALUE "C".
005300      05  MA-ACCURACY-CLASS       PIC 9(01)V9.
005400      05  MA-LAST-TEST-ERROR      PIC 9(03)V99.
005500      05  MA-LAST-TEST-DIR        PIC X(01).
005600          88  MA-TESTED-FAST              VALUE "F".
005700          88  MA-TESTED-SLOW              VALUE "S".
