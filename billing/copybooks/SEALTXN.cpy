000100*-----------------------------------------------------------*
000200*  SEALTXN.CPY                                               *
000300*  METER SEAL TRANSACTION RECORD LAYOUT                       *
000400*                                                             *
000500*  ONE RECORD PER SEAL MOVEMENT KEYED FROM THE STORES ISSUE   *
000600*  BOOK AND THE CREWS' SEAL SHEETS, APPLIED BY BILSEAL:       *
000700*    I - SEAL ISSUED TO A CREW;                               *
000800*    F - SEAL FIXED ON A METER AT A CHANGE-OUT (OR ANY FIX    *
000900*        NOT ALREADY TAKEN IN BY BILNEWC OR BILINSP);         *
001000*    U - SEAL RETURNED UNUSED;                                *
001100*    V - SEAL VOIDED (SPOILT, LOST), WITH THE REASON.         *
001200*-----------------------------------------------------------*
001300*  MODIFICATION HISTORY                                      *
001400*  DATE       INIT  DESCRIPTION                               *
001500*  2026-09-25 RSH   ORIGINAL LAYOUT                           *
001600*-----------------------------------------------------------*
001700 01  SX-RECORD.
001800     05  SX-TXN-TYPE             PIC X(01).
001900         88  SX-TXN-ISSUE                VALUE "I".
002000         88  SX-TXN-FIX                  VALUE "F".
002100         88  SX-TXN-RETURN               VALUE "U".
002200         88  SX-TXN-VOID                 VALUE "V".
002300     05  SX-SEAL-NO              PIC X(12).
002400     05  SX-TXN-DATE             PIC 9(08).
002500     05  SX-CREW-ID              PIC X(08).
002600     05  SX-METER-NO             PIC X(12).
002700     05  SX-EVENT                PIC X(01).
002800     05  SX-REASON               PIC X(20).
