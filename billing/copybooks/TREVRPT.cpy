000100*-----------------------------------------------------------*
000200*  TREVRPT.CPY                                                *
000300*  RETROSPECTIVE TARIFF REVISION REPORT LINE LAYOUT           *
000400*                                                             *
000500*  ONE 80-BYTE PRINT LINE PER FD WRITE, SAME CONVENTION AS     *
000600*  MENDRPT.CPY AND CLSRPT.CPY.  WRITTEN BY BILTREV: A LINE FOR *
000700*  EACH PAST PERIOD WHOSE ENERGY CHARGE CHANGED UNDER THE      *
000800*  REVISED SCHEDULE, A TOTAL LINE PER CUSTOMER WITH THE        *
000900*  INSTALMENT SET FOR THE NEXT BILLS, AND THE PERIOD-BY-PERIOD *
001000*  REVENUE AND GST JOURNAL FOR THE WHOLE REVISION.             *
001100*-----------------------------------------------------------*
001200*  MODIFICATION HISTORY                                      *
001300*  DATE       INIT  DESCRIPTION                               *
001400*  2026-10-07 RSH   ORIGINAL LAYOUT                           *
001500*-----------------------------------------------------------*
001600  01  TV-LINE                     PIC X(80).
