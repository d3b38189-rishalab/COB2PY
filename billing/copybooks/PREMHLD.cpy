000100*-----------------------------------------------------------*
000200*  PREMHLD.CPY                                                *
000300*  PREMISES-DUES HOLD QUEUE RECORD LAYOUT                      *
000400*                                                             *
000500*  ONE RECORD PER CONNECTION APPLICATION BILNEWC HELD BECAUSE  *
000600*  THE PREMISES (ADDRESS AND PIN, OR METER NUMBER) MATCHES AN  *
000700*  ACCOUNT ON CUSTMAS OR THE CUSTARCH ARCHIVE THAT STILL       *
000800*  CARRIES OUTSTANDING OR UNRECOVERED WRITTEN-OFF DUES.  THE   *
000900*  APPLICATION IMAGE IS KEPT WHOLE SO A RELEASED HOLD CAN BE   *
001000*  ONBOARDED WITHOUT THE COUNTER KEYING IT AGAIN.  UP TO THREE *
001100*  MATCHING ACCOUNTS ARE CARRIED; PH-ACCT-COUNT SAYS HOW MANY  *
001200*  WERE FOUND.                                                 *
001300*                                                             *
001400*  PH-STATUS   P - PENDING THE COMMERCIAL OFFICER (BILPREM)    *
001500*              C - CLEARED, ONBOARD WITHOUT THE DUES           *
001600*              T - CLEARED, TRANSFER THE DUES TO THE NEW       *
001700*                  ACCOUNT AS AN OPENING OPEN ITEM             *
001800*              O - ONBOARDED BY BILNEWC                        *
001900*              X - RELEASED BUT REFUSED AT ONBOARDING - SEE    *
002000*                  NEWCEXCP                                    *
002100*-----------------------------------------------------------*
002200*  MODIFICATION HISTORY                                      *
002300*  DATE       INIT  DESCRIPTION                               *
002400*  2026-10-03 RSH   ORIGINAL LAYOUT                           *
002500*-----------------------------------------------------------*
002600 01  PH-RECORD.
002700     05  PH-APPLICATION          PIC X(247).
002800     05  PH-HOLD-DATE            PIC 9(08).
002900     05  PH-HELD-BY              PIC X(08).
003000     05  PH-ACCT-COUNT           PIC 9(02).
003100     05  PH-OLD-ACCT OCCURS 3 TIMES.
003200         10  PH-OLD-CUST-ID      PIC X(10).
003300         10  PH-OLD-SOURCE       PIC X(01).
003400             88  PH-SRC-LIVE             VALUE "L".
003500             88  PH-SRC-ARCHIVE          VALUE "A".
003600         10  PH-MATCH-ON         PIC X(01).
003700             88  PH-MATCH-ADDRESS        VALUE "A".
003800             88  PH-MATCH-METER          VALUE "M".
003900         10  PH-OLD-DUES         PIC 9(09)V99.
004000         10  PH-OLD-WOFF         PIC 9(09)V99.
004100     05  PH-TOTAL-DUES           PIC 9(09)V99.
004200     05  PH-STATUS               PIC X(01).
004300         88  PH-STAT-PENDING             VALUE "P".
004400         88  PH-STAT-CLEARED             VALUE "C".
004500         88  PH-STAT-TRANSFER            VALUE "T".
004600         88  PH-STAT-ONBOARDED           VALUE "O".
004700         88  PH-STAT-REFUSED             VALUE "X".
004800     05  PH-DECIDED-BY           PIC X(08).
004900     05  PH-DECISION-DATE        PIC 9(08).
005000     05  PH-NEW-CUST-ID          PIC X(10).
005100     05  PH-TRANSFER-AMT         PIC 9(09)V99.
