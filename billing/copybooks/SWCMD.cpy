000100*-----------------------------------------------------------*
000200*  SWCMD.CPY                                                 *
000300*  REMOTE SWITCHING COMMAND RECORD LAYOUT                     *
000400*                                                             *
000500*  ONE RECORD PER DISCONNECTION OR RECONNECTION ORDER BILDISC *
000600*  ISSUES AGAINST A SMART METER, FOR THE METER HEAD-END TO    *
000700*  OPERATE THE METER'S SUPPLY SWITCH.  THE ORDER NUMBER IS    *
000800*  THE ONE ON THE WORK-ORDER FILE (DISCWO) AND COMES BACK ON  *
000900*  THE HEAD-END'S ACKNOWLEDGMENT (SWACK).  ADDED TO, NEVER    *
001000*  REPLACED - THE HEAD-END CLEARS THE FILE WHEN IT TAKES IT.  *
001100*-----------------------------------------------------------*
001200*  MODIFICATION HISTORY                                      *
001300*  DATE       INIT  DESCRIPTION                               *
001400*  2026-09-23 RSH   ORIGINAL LAYOUT                           *
001500*-----------------------------------------------------------*
001600 01  HC-RECORD.
001700     05  HC-ORDER-NO             PIC 9(07).
001800     05  HC-METER-NO             PIC X(12).
001900     05  HC-CUST-ID              PIC X(10).
002000     05  HC-COMMAND              PIC X(01).
002100         88  HC-CMD-DISCONNECT           VALUE "D".
002200         88  HC-CMD-RECONNECT            VALUE "R".
002300     05  HC-ISSUE-DATE           PIC 9(08).
002400     05  HC-ISSUE-TIME           PIC 9(08).
002500     05  HC-OPERATOR-ID          PIC X(08).
