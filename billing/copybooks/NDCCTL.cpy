000100*-----------------------------------------------------------*
000200*  NDCCTL.CPY                                                *
000300*  NO-DUES CERTIFICATE NUMBER CONTROL RECORD LAYOUT           *
000400*                                                             *
000500*  ONE RECORD HOLDING THE LAST CERTIFICATE NUMBER ISSUED,     *
000600*  READ AT THE START OF A RUN AND REWRITTEN AT END OF RUN SO  *
000700*  CERTIFICATE NUMBERS NEVER REPEAT - SAME CONVENTION AS THE  *
000800*  COMPCTL COMPLAINT-NUMBER CONTROL.                          *
000900*-----------------------------------------------------------*
001000*  MODIFICATION HISTORY                                      *
001100*  DATE       INIT  DESCRIPTION                               *
001200*  2026-10-02 RSH   ORIGINAL LAYOUT                           *
001300*-----------------------------------------------------------*
001400 01  NQ-RECORD.
001500     05  NQ-LAST-CERT-NO         PIC 9(08).
