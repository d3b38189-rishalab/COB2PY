000100*-----------------------------------------------------------*
000200*  NOTECTL.CPY                                                *
000300*  GST CREDIT/DEBIT NOTE NUMBER CONTROL RECORD LAYOUT         *
000400*                                                             *
000500*  ONE RECORD HOLDING THE LAST CREDIT NOTE AND THE LAST DEBIT  *
000600*  NOTE NUMBER ISSUED - THE TWO DOCUMENTS ARE NUMBERED IN      *
000700*  THEIR OWN SERIES, APART FROM THE INVOICE SERIES ON INVCTL.  *
000800*  READ AND REWRITTEN BY BILNOTE FOR EVERY NOTE, SO A NUMBER   *
000900*  IS NEVER REPEATED WHATEVER PROGRAM RAISED THE NOTE.         *
001000*-----------------------------------------------------------*
001100*  MODIFICATION HISTORY                                      *
001200*  DATE       INIT  DESCRIPTION                               *
001300*  2026-10-10 RSH   ORIGINAL LAYOUT                           *
001400*-----------------------------------------------------------*
001500  01  GC-RECORD.
001600      05  GC-LAST-CREDIT-NO       PIC 9(09).
001700      05  GC-LAST-DEBIT-NO        PIC 9(09).
