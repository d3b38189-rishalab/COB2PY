000100*-----------------------------------------------------------*
000200*  METRENT.CPY                                               *
000300*  MONTHLY METER-RENT TABLE RECORD LAYOUT                     *
000400*                                                             *
000500*  ONE RECORD PER METER TYPE, AS THE TARIFF ORDER FIXES THE    *
000600*  MONTHLY RENT FOR EACH.  THE TYPE IS THE ONE CARRIED ON THE  *
000700*  METER'S ASSET-REGISTER RECORD (MA-METER-TYPE):              *
000800*    1 - SINGLE-PHASE WHOLE-CURRENT                            *
000900*    3 - THREE-PHASE WHOLE-CURRENT                             *
001000*    C - CT-OPERATED                                           *
001100*    S - SMART                                                 *
001200*  BILLED BY BILBATCH ON EVERY METERED BILL FOR A METER THE    *
001300*  BOARD OWNS; A METER THE CUSTOMER BOUGHT PAYS NO RENT.       *
001400*-----------------------------------------------------------*
001500*  MODIFICATION HISTORY                                      *
001600*  DATE       INIT  DESCRIPTION                               *
001700*  2026-10-06 RSH   ORIGINAL LAYOUT                           *
001800*-----------------------------------------------------------*
001900 01  RN-RECORD.
002000     05  RN-METER-TYPE           PIC X(01).
002100     05  RN-DESCRIPTION          PIC X(20).
002200     05  RN-MONTHLY-RENT         PIC 9(03)V99.
