000100*-----------------------------------------------------------*
000200*  COMPHIST.CPY                                              *
000300*  COMPLAINT STATUS HISTORY RECORD LAYOUT                     *
000400*                                                             *
000500*  ONE RECORD PER EVENT IN A COMPLAINT'S LIFE - LOGGED,       *
000600*  ASSIGNED OR RE-ASSIGNED TO A DESK, A PROGRESS NOTE, OR     *
000700*  CLOSED - WITH WHO DID IT AND WHEN.  APPENDED BY BILCMPL;   *
000800*  NEVER REWRITTEN.                                           *
000900*-----------------------------------------------------------*
001000*  MODIFICATION HISTORY                                      *
001100*  DATE       INIT  DESCRIPTION                               *
001200*  2026-09-28 RSH   ORIGINAL LAYOUT                           *
001300*-----------------------------------------------------------*
001400 01  CH-RECORD.
001500     05  CH-COMPLAINT-NO         PIC 9(08).
001600     05  CH-EVENT-DATE           PIC 9(08).
001700     05  CH-EVENT-TIME           PIC 9(04).
001800     05  CH-EVENT                PIC X(01).
001900         88  CH-EVT-LOGGED               VALUE "L".
002000         88  CH-EVT-ASSIGNED             VALUE "A".
002100         88  CH-EVT-NOTE                 VALUE "N".
002200         88  CH-EVT-CLOSED               VALUE "C".
002300     05  CH-STATUS               PIC X(01).
002400     05  CH-DESK-ID              PIC X(08).
002500     05  CH-OPERATOR-ID          PIC X(08).
002600     05  CH-NOTE                 PIC X(60).
