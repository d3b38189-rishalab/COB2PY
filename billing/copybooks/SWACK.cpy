000100*-----------------------------------------------------------*
000200*  SWACK.CPY                                                 *
000300*  HEAD-END SWITCHING ACKNOWLEDGMENT RECORD LAYOUT            *
000400*                                                             *
000500*  ONE RECORD PER SWITCHING COMMAND THE METER HEAD-END HAS    *
000600*  ATTEMPTED, RETURNED WITH THE ORDER NUMBER AND METER FROM   *
000700*  THE COMMAND (SWCMD).  HA-RESULT S MEANS THE METER CONFIRMED *
000800*  ITS SWITCH IS IN THE COMMANDED POSITION; F MEANS IT DID    *
000900*  NOT (NO COMMUNICATION, SWITCH FAULT, LOAD-SIDE VOLTAGE     *
001000*  PRESENT ...), WITH THE HEAD-END'S REASON.                  *
001100*-----------------------------------------------------------*
001200*  MODIFICATION HISTORY                                      *
001300*  DATE       INIT  DESCRIPTION                               *
001400*  2026-09-23 RSH   ORIGINAL LAYOUT                           *
001500*-----------------------------------------------------------*
001600 01  HA-RECORD.
001700     05  HA-ORDER-NO             PIC 9(07).
001800     05  HA-METER-NO             PIC X(12).
001900     05  HA-COMMAND              PIC X(01).
002000         88  HA-CMD-DISCONNECT           VALUE "D".
002100         88  HA-CMD-RECONNECT            VALUE "R".
002200     05  HA-RESULT               PIC X(01).
002300         88  HA-SWITCHED                 VALUE "S".
002400         88  HA-FAILED                   VALUE "F".
002500     05  HA-SWITCH-DATE          PIC 9(08).
002600     05  HA-SWITCH-TIME          PIC 9(06).
002700     05  HA-FAIL-REASON          PIC X(20).
