000100*-----------------------------------------------------------*
000200*  CONFLOG.CPY                                                *
000300*  STAFF-ACCOUNT CONFLICT LOG RECORD LAYOUT                    *
000400*                                                             *
000500*  ONE RECORD PER ACTION BILSTFC REFUSED BECAUSE THE OPERATOR  *
000600*  IS LINKED TO THE CUSTOMER ON STAFFREG - WHO, WHICH ACCOUNT, *
000700*  WHICH PROGRAM AND WHAT THEY TRIED TO DO.  APPENDED BY       *
000800*  BILSTFC; READ BY THE BILSTAF MONTHLY REPORT.                *
000900*-----------------------------------------------------------*
001000*  MODIFICATION HISTORY                                      *
001100*  DATE       INIT  DESCRIPTION                               *
001200*  2026-10-15 RSH   ORIGINAL LAYOUT                           *
001300*-----------------------------------------------------------*
001400  01  CG-RECORD.
001500      05  CG-LOG-DATE             PIC 9(08).
001600      05  CG-LOG-TIME             PIC 9(08).
001700      05  CG-OPERATOR-ID          PIC X(08).
001800      05  CG-CUST-ID              PIC X(10).
001900      05  CG-PROGRAM-ID           PIC X(08).
002000      05  CG-ACTION               PIC X(12).
002100      05  CG-RELATION             PIC X(01).
002200      05  FILLER                  PIC X(15).
