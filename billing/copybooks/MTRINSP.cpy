001000*  MODIFICATION HISTORY                                      *
001100*  DATE       INIT  DESCRIPTION                               *
001200*  2026-08-22 RSH   ORIGINAL LAYOUT                           *
001200*  2026-09-16 RSH   ADD THE BURNT-METER CONDITION - QUEUED BY *
001200*                   THE BILLING RUN WHEN THE READER REPORTS   *
001200*                   THE METER BURNT, INSTEAD OF ESTIMATING IT *
001200*                   AGAIN.                                    *
001300*-----------------------------------------------------------*
001400  01  MI-RECORD.
001500      05  MI-CUST-ID              PIC X(10).
001800          88  MI-COND-STUCK               VALUE "STUCK".
001900          88  MI-COND-ZERO                VALUE "ZEROCONS".
002000          88  MI-COND-DROP                VALUE "DROP".
002050          88  MI-COND-BURNT               VALUE "BURNT".
002100      05  MI-LAST-UNITS           PIC 9(07).
002200      05  MI-AVG-UNITS            PIC 9(07).
002300      05  MI-PERIODS-SEEN         PIC 9(03).
