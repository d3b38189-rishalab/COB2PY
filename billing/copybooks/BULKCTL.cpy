000100*-----------------------------------------------------------*
000200*  BULKCTL.CPY                                                 *
000300*  BULK-PAYMENT BATCH-NUMBER CONTROL RECORD LAYOUT             *
000400*                                                              *
000500*  ONE RECORD, CARRYING THE LAST BULK BATCH NUMBER ISSUED BY   *
000600*  BILBULK - THE SAME ONE-RECORD CONTROL-FILE PATTERN RCPTCTL  *
000700*  USES FOR COUNTER RECEIPTS.  THE BATCH NUMBER MAKES BOTH     *
000800*  THE PARENT RECEIPT (BULK + BATCH + 000) AND EACH SHARE'S    *
000900*  OWN RECEIPT (BULK + BATCH + LINE).                          *
001000*-----------------------------------------------------------*
001100*  MODIFICATION HISTORY                                        *
001200*  DATE       INIT  DESCRIPTION                                *
001300*  2026-10-12 RSH   ORIGINAL LAYOUT                            *
001400*-----------------------------------------------------------*
001500  01  BU-RECORD.
001600      05  BU-LAST-BATCH-NO        PIC 9(05).
