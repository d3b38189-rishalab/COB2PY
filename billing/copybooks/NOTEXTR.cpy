001100*  MODIFICATION HISTORY                                      *
001200*  DATE       INIT  DESCRIPTION                               *
001300*  2026-08-09 RSH   ORIGINAL LAYOUT                           *
001300*  2026-09-30 RSH   WIDEN THE LINE FOR THE NOTIFICATION       *
001300*                   REFERENCE BILBATCH NOW APPENDS, WHICH THE *
001300*                   GATEWAY ECHOES BACK ON ITS DELIVERY       *
001300*                   RECEIPTS.                                 *
001400*-----------------------------------------------------------*
001500  01  NE-RECORD.
001600      05  NE-LINE                 PIC X(150).
