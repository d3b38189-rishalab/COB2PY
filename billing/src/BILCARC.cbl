002000*  MODIFICATION HISTORY                                      *
002100*  DATE       INIT  DESCRIPTION                               *
002200*  2026-09-02 RSH   ORIGINAL                                  *
002300*  2026-09-14 RSH   WIDEN THE ARCHIVE RECORD TO THE GROWN     *
002300*                   CUSTOMER RECORD (REGISTER READINGS).      *
002300*  2026-09-16 RSH   WIDEN THE ARCHIVE RECORD TO THE GROWN     *
002300*                   CUSTOMER RECORD (FOR THE NEW FIELDS).     *
002300*  2026-09-26 RSH   WIDEN THE ARCHIVE RECORD TO THE GROWN     *
002300*                   CUSTOMER RECORD (TRANSFORMER AND POLE).   *
002300*  2026-09-29 RSH   WIDEN THE ARCHIVE RECORD TO THE GROWN     *
002300*                   CUSTOMER RECORD (APPLICATION AND          *
002300*                   CONNECTION DATES).                        *
002300*  2026-09-30 RSH   WIDEN THE ARCHIVE RECORD TO THE GROWN     *
002300*                   CUSTOMER RECORD (NOTIFICATION             *
002300*                   DELIVERY STATUS).                         *
002300*  2026-10-01 RSH   WIDEN THE ARCHIVE RECORD TO THE GROWN     *
002300*                   CUSTOMER RECORD (PAPERLESS E-BILL).       *
002300*  2026-10-05 RSH   WIDEN THE ARCHIVE RECORD TO THE GROWN     *
002300*                   CUSTOMER RECORD (VOLUNTARY SUSPENSION).   *
002300*  2026-10-07 RSH   WIDEN THE ARCHIVE RECORD TO THE GROWN     *
002300*                   CUSTOMER RECORD (TARIFF REVISION BALANCE). *
002300*  2026-10-12 RSH   WIDEN THE ARCHIVE RECORD TO THE GROWN     *
002300*                   CUSTOMER RECORD (GOVERNMENT DDO CODE).    *
002300*  2026-10-15 RSH   WIDEN THE ARCHIVE RECORD TO THE GROWN     *
002300*                   CUSTOMER RECORD (MUNICIPAL OWN ACCOUNT).  *
002300*-----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.

005200 FD  CUSTARCH
005300     LABEL RECORDS ARE STANDARD.
005400 01  AC-RECORD                   PIC X(600).

005500 FD  OPENITEM
005600     LABEL RECORDS ARE STANDARD.
