000100*-----------------------------------------------------------*
000200*  BULKADV.CPY                                                 *
000300*  BULK-PAYMENT REMITTANCE ADVICE RECORD LAYOUT                *
000400*                                                              *
000500*  ONE RECORD PER ACCOUNT LISTED ON THE REMITTANCE ADVICE      *
000600*  THAT ACCOMPANIES A SINGLE CHEQUE OR TRANSFER FROM A         *
000700*  HOUSING SOCIETY, MUNICIPAL BODY OR CORPORATE GROUP.  THE    *
000800*  INVOICE NUMBER IS OPTIONAL, AS ON THE PAYMENT RECORD.       *
000900*  READ BY BILBULK.                                            *
001000*-----------------------------------------------------------*
001100*  MODIFICATION HISTORY                                        *
001200*  DATE       INIT  DESCRIPTION                                *
001300*  2026-10-12 RSH   ORIGINAL LAYOUT                            *
001400*-----------------------------------------------------------*
001500  01  BA-RECORD.
001600      05  BA-CUST-ID              PIC X(10).
001700      05  BA-AMOUNT               PIC 9(07)V99.
001800      05  BA-INVOICE-NO           PIC 9(09).
001900      05  BA-PAYER-REF            PIC X(20).
