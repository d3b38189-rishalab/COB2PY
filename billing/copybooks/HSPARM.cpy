000100*-----------------------------------------------------------*
000200*  HSPARM.CPY                                                 *
000300*  CALL PARAMETER BLOCK FOR THE BILHASH PASSWORD HASH          *
000400*  SUBPROGRAM - SAME CONVENTION AS SIGNPARM.CPY.  THE CALLER   *
000500*  PASSES THE OPERATOR'S SALT FROM OPRPROF, THE OPERATOR ID    *
000600*  AND THE PASSWORD AS KEYED AND GETS BACK THE ONE-WAY HASH    *
000700*  THAT IS STORED ON OPRPROF.  THE CALLER BLANKS HS-PASSWORD   *
000710*  AFTER THE CALL.                                             *
000800*-----------------------------------------------------------*
000900*  MODIFICATION HISTORY                                      *
001000*  DATE       INIT  DESCRIPTION                               *
001100*  2026-10-15 RSH   ORIGINAL LAYOUT                           *
001200*-----------------------------------------------------------*
001300  01  HS-PARMS.
001400      05  HS-OPERATOR-ID          PIC X(08).
001500      05  HS-PASSWORD             PIC X(08).
001550      05  HS-SALT                 PIC X(08).
001600      05  HS-HASH                 PIC 9(15).
