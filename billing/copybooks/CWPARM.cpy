000100*-----------------------------------------------------------*
000200*  CWPARM.CPY                                                 *
000300*  CALL PARAMETER BLOCK FOR THE BILCORR CORRESPONDENCE-       *
000400*  REGISTER SUBPROGRAM - SAME CONVENTION AS SUPARM.CPY.       *
000500*                                                             *
000600*  CW-FUNCTION W - RECORD A NOTICE OF TYPE CW-NOTICE-TYPE     *
000700*                  SENT TO CW-CUST-ID ON CW-DATE BY           *
000800*                  CW-CHANNEL TO CW-ADDRESS, CHASING INVOICE  *
000900*                  CW-INVOICE-NO (ZERO IF NONE), CW-REFERENCE *
001000*                  CARRYING THE ORDER OR CASE NUMBER          *
001100*              U - MARK UNDELIVERED THE LATEST MAILED NOTICE  *
001200*                  TO CW-CUST-ID ON OR BEFORE CW-DATE (THE    *
001300*                  RETURN DATE), LIMITED TO CW-NOTICE-TYPE    *
001400*                  AND CW-INVOICE-NO WHEN THEY ARE GIVEN      *
001500*              F - FIND THE EARLIEST NOTICE OF CW-NOTICE-TYPE *
001600*                  TO CW-CUST-ID, DATED ON OR AFTER CW-DATE,  *
001700*                  STILL STANDING AS SERVED - ITS DATE COMES  *
001800*                  BACK IN CW-FOUND-DATE                      *
001900*                                                             *
002000*  CW-RESULT   Y - DONE / FOUND                               *
002100*              D - NOTICE ALREADY RECORDED FOR THAT DAY       *
002200*              U - NO MATCHING NOTICE ON THE REGISTER         *
002300*              F - REGISTER COULD NOT BE OPENED OR WRITTEN    *
002400*-----------------------------------------------------------*
002500*  MODIFICATION HISTORY                                      *
002600*  DATE       INIT  DESCRIPTION                               *
002700*  2026-09-30 RSH   ORIGINAL LAYOUT                           *
002800*-----------------------------------------------------------*
002900 01  CW-PARMS.
003000     05  CW-FUNCTION             PIC X(01).
003100         88  CW-FUNC-RECORD              VALUE "W".
003200         88  CW-FUNC-RETURNED            VALUE "U".
003300         88  CW-FUNC-FIND-SERVED         VALUE "F".
003400     05  CW-CUST-ID              PIC X(10).
003500     05  CW-NOTICE-TYPE          PIC X(02).
003600     05  CW-DATE                 PIC 9(08).
003700     05  CW-CHANNEL              PIC X(01).
003800     05  CW-ADDRESS              PIC X(88).
003900     05  CW-INVOICE-NO           PIC 9(09).
004000     05  CW-REFERENCE            PIC X(12).
004100     05  CW-PROGRAM-ID           PIC X(08).
004200     05  CW-FOUND-DATE           PIC 9(08).
004300     05  CW-RESULT               PIC X(01).
004400         88  CW-OK                       VALUE "Y".
004500         88  CW-DUPLICATE                VALUE "D".
004600         88  CW-NOT-FOUND                VALUE "U".
004700         88  CW-FAILED                   VALUE "F".
