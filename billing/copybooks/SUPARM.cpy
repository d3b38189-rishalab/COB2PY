000100*-----------------------------------------------------------*
000200*  SUPARM.CPY                                                *
000300*  CALL PARAMETER BLOCK FOR THE BILSLUP SEAL-REGISTER         *
000400*  SUBPROGRAM - SAME CONVENTION AS PBPARM.CPY.                *
000500*                                                             *
000600*  SU-FUNCTION I - ISSUE SU-SEAL-NO TO CREW SU-CREW-ID        *
000700*              F - FIX SU-SEAL-NO ON SU-METER-NO FOR          *
000800*                  SU-CUST-ID AT EVENT SU-EVENT, MARKING THE  *
000900*                  SEAL IT REPLACES (SU-OLD-SEAL-NO) REMOVED  *
001000*              U - TAKE SU-SEAL-NO BACK UNUSED                *
001100*              V - VOID SU-SEAL-NO FOR SU-REASON              *
001200*  SU-DATE IS THE DATE OF THE MOVEMENT.                       *
001300*                                                             *
001400*  SU-RESULT   Y - DONE                                       *
001500*              D - SEAL ALREADY ON THE REGISTER (ISSUE)       *
001600*              U - SEAL NOT ON THE REGISTER                   *
001700*              N - SEAL NOT OUT WITH A CREW - ITS STATUS IS   *
001800*                  IN SU-SEAL-STATUS                          *
001900*              F - REGISTER COULD NOT BE OPENED OR WRITTEN    *
002000*-----------------------------------------------------------*
002100*  MODIFICATION HISTORY                                      *
002200*  DATE       INIT  DESCRIPTION                               *
002300*  2026-09-25 RSH   ORIGINAL LAYOUT                           *
002400*-----------------------------------------------------------*
002500 01  SU-PARMS.
002600     05  SU-FUNCTION             PIC X(01).
002700         88  SU-FUNC-ISSUE               VALUE "I".
002800         88  SU-FUNC-FIX                 VALUE "F".
002900         88  SU-FUNC-RETURN              VALUE "U".
003000         88  SU-FUNC-VOID                VALUE "V".
003100     05  SU-SEAL-NO              PIC X(12).
003200     05  SU-OLD-SEAL-NO          PIC X(12).
003300     05  SU-CREW-ID              PIC X(08).
003400     05  SU-METER-NO             PIC X(12).
003500     05  SU-CUST-ID              PIC X(10).
003600     05  SU-EVENT                PIC X(01).
003700     05  SU-DATE                 PIC 9(08).
003800     05  SU-REASON               PIC X(20).
003900     05  SU-RESULT               PIC X(01).
004000         88  SU-OK                       VALUE "Y".
004100         88  SU-DUPLICATE                VALUE "D".
004200         88  SU-UNKNOWN-SEAL             VALUE "U".
004300         88  SU-NOT-WITH-CREW            VALUE "N".
004400         88  SU-FAILED                   VALUE "F".
004500     05  SU-SEAL-STATUS          PIC X(01).
