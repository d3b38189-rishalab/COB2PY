000100*-----------------------------------------------------------*
000200*  COMPCTL.CPY                                               *
000300*  COMPLAINT NUMBER CONTROL RECORD LAYOUT                     *
000400*                                                             *
000500*  ONE RECORD HOLDING THE LAST COMPLAINT NUMBER ISSUED, READ  *
000600*  AT THE START OF A RUN AND REWRITTEN AT END OF RUN SO       *
000700*  COMPLAINT NUMBERS NEVER REPEAT - SAME CONVENTION AS THE    *
000800*  NCCTL NEW-CONNECTION CONTROL.                              *
000900*-----------------------------------------------------------*
001000*  MODIFICATION HISTORY                                      *
001100*  DATE       INIT  DESCRIPTION                               *
001200*  2026-09-28 RSH   ORIGINAL LAYOUT                           *
001300*-----------------------------------------------------------*
001400 01  CQ-RECORD.
001500     05  CQ-LAST-COMPLAINT-NO    PIC 9(08).
