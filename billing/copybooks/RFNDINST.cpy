000100*-----------------------------------------------------------*
000200*  RFNDINST.CPY                                                *
000300*  REFUND INSTRUMENT ASSIGNMENT RECORD LAYOUT                  *
000400*                                                              *
000500*  RETURNED BY THE CHEQUE/TRANSFER SYSTEM FOR EACH REFEXTR     *
000600*  RECORD IT HAS ACTED ON - THE CHEQUE NUMBER OR TRANSFER      *
000700*  REFERENCE AGAINST BILRFND'S REFUND NUMBER.  READ BY         *
000800*  BILRFRC.                                                    *
000900*-----------------------------------------------------------*
001000*  MODIFICATION HISTORY                                        *
001100*  DATE       INIT  DESCRIPTION                                *
001200*  2026-10-12 RSH   ORIGINAL LAYOUT                            *
001300*-----------------------------------------------------------*
001400  01  RI-RECORD.
001500      05  RI-REFUND-NO            PIC 9(09).
001600      05  RI-METHOD               PIC X(01).
001700      05  RI-INSTRUMENT-NO        PIC X(16).
001800      05  RI-INSTRUMENT-DATE      PIC 9(08).
001900      05  RI-AMOUNT               PIC 9(07)V99.
