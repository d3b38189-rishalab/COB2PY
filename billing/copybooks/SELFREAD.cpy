001000*  MODIFICATION HISTORY                                      *
001100*  DATE       INIT  DESCRIPTION                               *
001200*  2026-09-02 RSH   ORIGINAL LAYOUT                           *
001200*  2026-09-14 RSH   ADD THE PREVIOUS AND CURRENT REGISTER     *
001200*                   READINGS - A CUSTOMER READS THE DIALS,    *
001200*                   NOT THE CONSUMPTION, SO BILSELF DERIVES   *
001200*                   THE UNITS.  ZERO PREVIOUS MEANS TAKE IT   *
001200*                   FROM THE MASTER.                          *
001300*-----------------------------------------------------------*
001400  01  SR-RECORD.
001500      05  SR-CUST-ID              PIC X(10).
001900          88  SR-CHAN-PHONE               VALUE "P".
002000          88  SR-CHAN-MESSAGE             VALUE "M".
002100          88  SR-CHAN-PORTAL              VALUE "W".
002200      05  SR-PREV-READING         PIC 9(07).
002300      05  SR-CURR-READING         PIC 9(07).
