000100*-----------------------------------------------------------*
000200*  OUTAGE.CPY                                                *
000300*  SUPPLY OUTAGE REGISTER RECORD LAYOUT                       *
000400*                                                             *
000500*  ONE RECORD PER SUPPLY INTERRUPTION ON A FEEDER, KEYED BY   *
000600*  THE CONTROL-ROOM LOG NUMBER.  OPENED AND RESTORED BY       *
000700*  BILOUTG FROM THE CONTROL-ROOM SHEETS (OUTTXN).  THE        *
000800*  CUSTOMERS AFFECTED ARE THOSE ON THE ROUTES THE ROUTE-TO-   *
000900*  FEEDER MAP (RTEFDR) PUTS ON THE FEEDER, COUNTED FROM THE   *
001000*  ROUTE BOOK WHEN THE OUTAGE IS OPENED.  THE DURATION IS IN  *
001100*  MINUTES, SET WHEN SUPPLY IS RESTORED.                      *
001200*-----------------------------------------------------------*
001300*  MODIFICATION HISTORY                                      *
001400*  DATE       INIT  DESCRIPTION                               *
001500*  2026-09-27 RSH   ORIGINAL LAYOUT                           *
001600*-----------------------------------------------------------*
001700 01  OG-RECORD.
001800     05  OG-OUTAGE-ID            PIC X(10).
001900     05  OG-FEEDER-ID            PIC X(06).
002000     05  OG-PLANNED-SW           PIC X(01).
002100         88  OG-PLANNED                  VALUE "P".
002200         88  OG-UNPLANNED                VALUE "U".
002300     05  OG-CAUSE-CODE           PIC X(02).
002400     05  OG-CAUSE-TEXT           PIC X(30).
002500     05  OG-START-DATE           PIC 9(08).
002600     05  OG-START-TIME           PIC 9(04).
002700     05  OG-END-DATE             PIC 9(08).
002800     05  OG-END-TIME             PIC 9(04).
002900     05  OG-STATUS               PIC X(01).
003000         88  OG-STAT-OPEN                VALUE "O".
003100         88  OG-STAT-RESTORED            VALUE "R".
003200     05  OG-DURATION-MIN         PIC 9(07).
003300     05  OG-CUST-AFFECTED        PIC 9(07).
003400     05  OG-OPERATOR-ID          PIC X(08).
