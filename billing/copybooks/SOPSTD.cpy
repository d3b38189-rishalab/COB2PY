000100*-----------------------------------------------------------*
000200*  SOPSTD.CPY                                                *
000300*  STANDARDS-OF-PERFORMANCE TABLE RECORD LAYOUT               *
000400*                                                             *
000500*  ONE RECORD PER SERVICE STANDARD THE COMMISSION SETS, WITH  *
000600*  THE TIME ALLOWED AND THE FIXED COMPENSATION PAYABLE TO     *
000700*  THE CUSTOMER WHEN IT IS MISSED.  READ BY BILSOPC.  THE     *
000800*  TIME ALLOWED IS IN DAYS FOR A NEW CONNECTION (APPLICATION  *
000900*  TO CONNECTION) AND A RECONNECTION (ORDER RAISED ON THE     *
001000*  ARREARS CLEARING TO ORDER COMPLETED), AND IN HOURS FOR A   *
001100*  SUPPLY RESTORATION (UNPLANNED OUTAGE START TO RESTORE).    *
001200*-----------------------------------------------------------*
001300*  MODIFICATION HISTORY                                      *
001400*  DATE       INIT  DESCRIPTION                               *
001500*  2026-09-29 RSH   ORIGINAL LAYOUT                           *
001600*-----------------------------------------------------------*
001700 01  PS-RECORD.
001800     05  PS-STANDARD             PIC X(02).
001900         88  PS-STD-NEW-CONNECTION       VALUE "NC".
002000         88  PS-STD-RECONNECTION         VALUE "RC".
002100         88  PS-STD-RESTORATION          VALUE "SR".
002200     05  PS-DESCRIPTION          PIC X(30).
002300     05  PS-ALLOWED              PIC 9(04).
002400     05  PS-COMP-AMT             PIC 9(05)V99.
