001600*  MODIFICATION HISTORY                                      *
001700*  DATE       INIT  DESCRIPTION                               *
001800*  2026-09-02 RSH   ORIGINAL                                  *
001900*  2026-09-14 RSH   WIDEN THE ARCHIVE RECORD TO THE GROWN     *
001900*                   CUSTOMER RECORD (REGISTER READINGS).      *
001900*  2026-09-16 RSH   WIDEN THE ARCHIVE RECORD TO THE GROWN     *
001900*                   CUSTOMER RECORD (FOR THE NEW FIELDS).     *
001900*  2026-09-26 RSH   WIDEN THE ARCHIVE RECORD TO THE GROWN     *
001900*                   CUSTOMER RECORD (TRANSFORMER AND POLE).   *
001900*  2026-09-29 RSH   WIDEN THE ARCHIVE RECORD TO THE GROWN     *
001900*                   CUSTOMER RECORD (APPLICATION AND          *
001900*                   CONNECTION DATES).                        *
001900*  2026-09-30 RSH   WIDEN THE ARCHIVE RECORD TO THE GROWN     *
001900*                   CUSTOMER RECORD (NOTIFICATION             *
001900*                   DELIVERY STATUS).                         *
001900*  2026-10-01 RSH   WIDEN THE ARCHIVE RECORD TO THE GROWN     *
001900*                   CUSTOMER RECORD (PAPERLESS E-BILL).       *
001900*  2026-10-05 RSH   WIDEN THE ARCHIVE RECORD TO THE GROWN     *
001900*                   CUSTOMER RECORD (VOLUNTARY SUSPENSION).   *
001900*  2026-10-07 RSH   WIDEN THE ARCHIVE RECORD TO THE GROWN     *
001900*                   CUSTOMER RECORD (TARIFF REVISION BALANCE). *
001900*  2026-10-12 RSH   WIDEN THE ARCHIVE RECORD TO THE GROWN     *
001900*                   CUSTOMER RECORD (GOVERNMENT DDO CODE).    *
001900*  2026-10-15 RSH   WIDEN THE ARCHIVE RECORD TO THE GROWN     *
001900*                   CUSTOMER RECORD (MUNICIPAL OWN ACCOUNT).  *
001900*-----------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
003300 FILE SECTION.
003400 FD  CUSTARCH
003500     LABEL RECORDS ARE STANDARD.
003600 01  AC-RECORD                   PIC X(600).

003700 FD  RUNLOG
003800     LABEL RECORDS ARE STANDARD.
