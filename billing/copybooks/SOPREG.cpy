000100*-----------------------------------------------------------*
000200*  SOPREG.CPY                                                *
000300*  STANDARDS-OF-PERFORMANCE REGISTER RECORD LAYOUT            *
000400*                                                             *
000500*  ONE RECORD PER SERVICE EVENT BILSOPC HAS MEASURED AGAINST  *
000600*  ITS STANDARD IN A MONTHLY RUN - MET OR MISSED - SO THE     *
000700*  QUARTERLY COMPLIANCE RETURN CAN BE DRAWN FROM IT.  THE     *
000800*  REFERENCE IS THE CUSTOMER ID FOR A NEW CONNECTION, THE     *
000900*  WORK ORDER NUMBER FOR A RECONNECTION AND THE CONTROL-ROOM  *
001000*  LOG NUMBER FOR AN OUTAGE (ONE RECORD PER CUSTOMER ON THE   *
001100*  FEEDER).  THE ELAPSED TIME IS IN THE STANDARD'S UNITS.     *
001200*  A MISSED STANDARD CARRIES THE COMPENSATION CREDITED TO     *
001300*  THE CUSTOMER THROUGH ADJTXN.                               *
001400*-----------------------------------------------------------*
001500*  MODIFICATION HISTORY                                      *
001600*  DATE       INIT  DESCRIPTION                               *
001700*  2026-09-29 RSH   ORIGINAL LAYOUT                           *
001800*-----------------------------------------------------------*
001900 01  SO-RECORD.
002000     05  SO-RUN-PERIOD           PIC 9(06).
002100     05  SO-STANDARD             PIC X(02).
002200     05  SO-REFERENCE            PIC X(10).
002300     05  SO-CUST-ID              PIC X(10).
002400     05  SO-START-DATE           PIC 9(08).
002500     05  SO-END-DATE             PIC 9(08).
002600     05  SO-ELAPSED              PIC 9(05).
002700     05  SO-ALLOWED              PIC 9(04).
002800     05  SO-MISSED-SW            PIC X(01).
002900         88  SO-MISSED                   VALUE "Y".
003000     05  SO-COMP-AMT             PIC 9(05)V99.
