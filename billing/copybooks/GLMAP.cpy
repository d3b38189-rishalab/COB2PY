000100*-----------------------------------------------------------*
000200*  GLMAP.CPY                                                   *
000300*  GENERAL LEDGER ACCOUNT MAPPING RECORD.  ONE RECORD PER      *
000400*  POSTING TYPE, SERVICE AND CUSTOMER CLASS FROM AN            *
000500*  EFFECTIVE DATE.  THE POSTING TYPE IS THE CHART CODE THE     *
000600*  ENTRY CARRIED BEFORE THE TABLE WAS INTRODUCED (4000-REV,    *
000700*  2310-TAX-R ...) SO EVERY PROGRAM KEEPS ITS OWN BREAKDOWN    *
000800*  AND FINANCE DECIDES WHICH LEDGER ACCOUNT EACH ONE LANDS     *
000900*  IN.  A SERVICE OR CLASS OF * MATCHES ANY.  MAINTAINED BY    *
001000*  BILGLMT UNDER SUPERVISOR SIGN-ON; READ BY BILGLAC.          *
001100*-----------------------------------------------------------*
001200*  MODIFICATION HISTORY                                        *
001300*  DATE       INIT  DESCRIPTION                                *
001400*  2026-10-12 RSH   ORIGINAL LAYOUT                            *
001500*-----------------------------------------------------------*
001600  01  GA-RECORD.
001700      05  GA-KEY.
001800          10  GA-POST-TYPE        PIC X(10).
001900          10  GA-SERVICE          PIC X(01).
002000          10  GA-CLASS            PIC X(01).
002100          10  GA-EFF-DATE         PIC 9(08).
002200      05  GA-ACCOUNT-CODE         PIC X(10).
002300      05  GA-ACCOUNT-DESC         PIC X(30).
002400      05  GA-STATUS               PIC X(01).
002500          88  GA-STAT-ACTIVE              VALUE "A".
002600          88  GA-STAT-WITHDRAWN           VALUE "X".
002700      05  GA-CHANGED-DATE         PIC 9(08).
002800      05  GA-OPERATOR-ID          PIC X(08).
002900      05  FILLER                  PIC X(10).
