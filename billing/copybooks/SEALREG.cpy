000100*-----------------------------------------------------------*
000200*  SEALREG.CPY                                               *
000300*  METER SEAL REGISTER RECORD LAYOUT                          *
000400*                                                             *
000500*  ONE RECORD PER NUMBERED SEAL, KEYED BY SEAL NUMBER, FROM   *
000600*  THE DAY STORES ISSUES IT TO A CREW.  A SEAL IS ACCOUNTED   *
000700*  FOR ONCE IT IS FIXED ON A METER (AT INSTALLATION, CHANGE-  *
000800*  OUT OR INSPECTION), RETURNED UNUSED OR VOIDED; A FIXED     *
000900*  SEAL CUT OFF TO FIT A NEW ONE IS MARKED REMOVED.  KEPT     *
001000*  ONLY THROUGH THE BILSLUP SUBPROGRAM; THE SEAL FIXED ON A   *
001100*  METER NOW IS ALSO CARRIED ON ITS ASSET RECORD (METERAST),  *
001200*  SO AN INSPECTION CAN BE CHECKED AGAINST IT.                *
001300*-----------------------------------------------------------*
001400*  MODIFICATION HISTORY                                      *
001500*  DATE       INIT  DESCRIPTION                               *
001600*  2026-09-25 RSH   ORIGINAL LAYOUT                           *
001700*-----------------------------------------------------------*
001800 01  SL-RECORD.
001900     05  SL-SEAL-NO              PIC X(12).
002000     05  SL-STATUS               PIC X(01).
002100         88  SL-STAT-ISSUED              VALUE "I".
002200         88  SL-STAT-FIXED               VALUE "F".
002300         88  SL-STAT-REMOVED             VALUE "X".
002400         88  SL-STAT-RETURNED            VALUE "U".
002500         88  SL-STAT-VOIDED              VALUE "V".
002600     05  SL-CREW-ID              PIC X(08).
002700     05  SL-ISSUE-DATE           PIC 9(08).
002800     05  SL-METER-NO             PIC X(12).
002900     05  SL-CUST-ID              PIC X(10).
003000     05  SL-FIX-EVENT            PIC X(01).
003100         88  SL-FIXED-AT-INSTALL         VALUE "N".
003200         88  SL-FIXED-AT-CHANGEOUT       VALUE "C".
003300         88  SL-FIXED-AT-INSPECTION      VALUE "I".
003400     05  SL-FIX-DATE             PIC 9(08).
003500     05  SL-CLOSE-DATE           PIC 9(08).
003600     05  SL-CLOSE-REASON         PIC X(20).
