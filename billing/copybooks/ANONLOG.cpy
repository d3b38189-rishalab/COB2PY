000100*-----------------------------------------------------------*
000200*  ANONLOG.CPY                                                *
000300*  PERSONAL-DATA ANONYMIZATION LOG RECORD LAYOUT              *
000400*                                                             *
000500*  ONE RECORD PER CUSTOMER PER FILE BILRETN ANONYMIZED - WHEN, *
000600*  BY WHOM, WHICH FILE, THE CUSTOMER'S LAST BILLED PERIOD THAT *
000700*  PUT THEM PAST THE RETENTION PERIOD, WHICH FIELDS WERE       *
000800*  CLEARED AND HOW MANY RECORDS ON THAT FILE WERE CHANGED.     *
000900*  APPENDED BY BILRETN; KEPT AS THE RECORD THAT THE DATA WAS   *
001000*  DISPOSED OF.  CARRIES NO PERSONAL DATA ITSELF.              *
001100*-----------------------------------------------------------*
001200*  MODIFICATION HISTORY                                      *
001300*  DATE       INIT  DESCRIPTION                               *
001400*  2026-10-15 RSH   ORIGINAL LAYOUT                           *
001500*-----------------------------------------------------------*
001600  01  AN-RECORD.
001700      05  AN-RUN-DATE             PIC 9(08).
001800      05  AN-RUN-TIME             PIC 9(08).
001900      05  AN-OPERATOR-ID          PIC X(08).
002000      05  AN-CUST-ID              PIC X(10).
002100      05  AN-FILE-ID              PIC X(08).
002200      05  AN-LAST-PERIOD          PIC 9(06).
002300      05  AN-FIELDS               PIC X(30).
002400      05  AN-RECORDS              PIC 9(05).
002500      05  FILLER                  PIC X(17).
