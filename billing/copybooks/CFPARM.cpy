000100*-----------------------------------------------------------*
000200*  CFPARM.CPY                                                 *
000300*  CALL PARAMETER BLOCK FOR THE BILSTFC STAFF-ACCOUNT          *
000400*  CONFLICT CHECK - SAME CONVENTION AS SIGNPARM.CPY.  THE      *
000500*  CALLER NAMES THE OPERATOR, THE CUSTOMER ABOUT TO BE ACTED   *
000600*  ON, ITSELF AND A SHORT ACTION TEXT; CF-CONFLICT COMES BACK  *
000700*  WHEN THE OPERATOR IS LINKED TO THE ACCOUNT, AND THE CALLER  *
000800*  MUST THEN LEAVE THE CUSTOMER ALONE.  THERE IS NO OVERRIDE.  *
000900*-----------------------------------------------------------*
001000*  MODIFICATION HISTORY                                      *
001100*  DATE       INIT  DESCRIPTION                               *
001200*  2026-10-15 RSH   ORIGINAL LAYOUT                           *
001300*-----------------------------------------------------------*
001400  01  CF-PARMS.
001500      05  CF-OPERATOR-ID          PIC X(08).
001600      05  CF-CUST-ID              PIC X(10).
001700      05  CF-PROGRAM-ID           PIC X(08).
001800      05  CF-ACTION               PIC X(12).
001900      05  CF-RESULT               PIC X(01).
002000          88  CF-CLEAR                    VALUE "Y".
002100          88  CF-CONFLICT                 VALUE "N".
