000700*  BEFORE AND AFTER RECORD IMAGES, SO EVERY ADDRESS FIX,       *
000800*  CLASS CHANGE OR STATUS CHANGE IS ON THE RECORD INSTEAD      *
000900*  OF BEING AN UNTRACEABLE FILE EDIT.                          *
000910*  BILSREC CORRECTIONS, BILMASS RECLASSIFICATIONS, BILLOAD     *
000920*  LOAD CHANGES AND BILXFER TRANSFERS ARE WRITTEN THE SAME     *
000930*  WAY, SO BILASOF CAN REBUILD AN ACCOUNT AS AT ANY DATE.      *
001000*-----------------------------------------------------------*
001100*  MODIFICATION HISTORY                                      *
001200*  DATE       INIT  DESCRIPTION                               *
001520*                   GROWN CUSTOMER RECORD (UNMETERED FLAG,    *
001530*                   FIXTURES, ROUND-OFF BALANCE AND PAYMENT   *
001540*                   GRADE).                                   *
001400*  2026-09-14 RSH   WIDEN THE BEFORE/AFTER IMAGES TO THE     *
001400*                   GROWN CUSTOMER RECORD.                    *
001400*  2026-09-16 RSH   WIDEN THE AUDIT IMAGES TO THE GROWN       *
001400*                   CUSTOMER RECORD (FOR THE NEW FIELDS).     *
001400*  2026-09-26 RSH   WIDEN THE AUDIT IMAGES TO THE GROWN       *
001400*                   CUSTOMER RECORD (TRANSFORMER AND POLE).   *
001400*  2026-09-29 RSH   WIDEN THE AUDIT IMAGES TO THE GROWN       *
001400*                   CUSTOMER RECORD (APPLICATION AND          *
001400*                   CONNECTION DATES).                        *
001400*  2026-09-30 RSH   WIDEN THE AUDIT IMAGES TO THE GROWN       *
001400*                   CUSTOMER RECORD (NOTIFICATION             *
001400*                   DELIVERY STATUS).                         *
001400*  2026-10-01 RSH   WIDEN THE AUDIT IMAGES TO THE GROWN       *
001400*                   CUSTOMER RECORD (PAPERLESS E-BILL).       *
001400*  2026-10-05 RSH   WIDEN THE AUDIT IMAGES TO THE GROWN       *
001400*                   CUSTOMER RECORD (VOLUNTARY SUSPENSION).   *
001400*  2026-10-07 RSH   WIDEN THE AUDIT IMAGES TO THE GROWN       *
001400*                   CUSTOMER RECORD (TARIFF REVISION BALANCE). *
001400*  2026-10-12 RSH   WIDEN THE AUDIT IMAGES TO THE GROWN       *
001400*                   CUSTOMER RECORD (GOVERNMENT DDO CODE).    *
001400*  2026-10-15 RSH   NOTE THE OTHER PROGRAMS THAT NOW WRITE    *
001400*                   CHANGES HERE (POINT-IN-TIME INQUIRY).     *
001400*  2026-10-15 RSH   WIDEN THE AUDIT IMAGES TO THE GROWN       *
001400*                   CUSTOMER RECORD (MUNICIPAL OWN ACCOUNT).  *
001400*-----------------------------------------------------------*
001500  01  CA-RECORD.
001600      05  CA-CUST-ID              PIC X(10).
002100      05  CA-OPERATOR-ID          PIC X(08).
002200      05  CA-AUDIT-DATE           PIC 9(08).
002300      05  CA-AUDIT-TIME           PIC 9(08).
002400      05  CA-BEFORE-IMAGE         PIC X(600).
002500      05  CA-AFTER-IMAGE          PIC X(600).
