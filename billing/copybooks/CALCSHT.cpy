000100*-----------------------------------------------------------*
000200*  CALCSHT.CPY                                                *
000300*  BILL CALCULATION SHEET LINE LAYOUT                         *
000400*                                                             *
000500*  ONE 80-BYTE PRINT LINE PER FD WRITE, SAME CONVENTION AS     *
000600*  MENDRPT.CPY AND CLSRPT.CPY.  WRITTEN BY BILTRACE: THE       *
000700*  STEP-BY-STEP WORKING BEHIND ONE POSTED BILL - EACH RATE AND *
000800*  PARAMETER WITH THE SCHEDULE DATES IT CAME FROM, EACH        *
000900*  INTERMEDIATE AMOUNT RECOMPUTED BESIDE THE AMOUNT ON         *
001000*  BILLHIST, AND A MARK WHEREVER THE TWO DISAGREE.             *
001100*-----------------------------------------------------------*
001200*  MODIFICATION HISTORY                                      *
001300*  DATE       INIT  DESCRIPTION                               *
001400*  2026-10-08 RSH   ORIGINAL LAYOUT                           *
001500*-----------------------------------------------------------*
001600  01  SH-LINE                     PIC X(80).
