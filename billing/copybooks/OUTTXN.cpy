000100*-----------------------------------------------------------*
000200*  OUTTXN.CPY                                                *
000300*  SUPPLY OUTAGE TRANSACTION RECORD LAYOUT                    *
000400*                                                             *
000500*  ONE RECORD PER ENTRY ON THE CONTROL-ROOM OUTAGE SHEETS,    *
000600*  APPLIED TO THE OUTAGE REGISTER BY BILOUTG:                 *
000700*    S - SUPPLY LOST ON A FEEDER - FEEDER, PLANNED (P) OR     *
000800*        UNPLANNED (U), CAUSE AND START.  AN END KEYED ON     *
000900*        THE SAME SHEET RECORDS AN OUTAGE ALREADY RESTORED.   *
001000*    R - SUPPLY RESTORED - THE LOG NUMBER AND THE END.        *
001100*  TIMES ARE 24-HOUR HHMM.                                    *
001200*-----------------------------------------------------------*
001300*  MODIFICATION HISTORY                                      *
001400*  DATE       INIT  DESCRIPTION                               *
001500*  2026-09-27 RSH   ORIGINAL LAYOUT                           *
001600*-----------------------------------------------------------*
001700 01  OT-RECORD.
001800     05  OT-TXN-TYPE             PIC X(01).
001900         88  OT-TXN-START                VALUE "S".
002000         88  OT-TXN-RESTORE              VALUE "R".
002100     05  OT-OUTAGE-ID            PIC X(10).
002200     05  OT-FEEDER-ID            PIC X(06).
002300     05  OT-PLANNED-SW           PIC X(01).
002400     05  OT-CAUSE-CODE           PIC X(02).
002500     05  OT-CAUSE-TEXT           PIC X(30).
002600     05  OT-START-DATE           PIC 9(08).
002700     05  OT-START-TIME           PIC 9(04).
002800     05  OT-END-DATE             PIC 9(08).
002900     05  OT-END-TIME             PIC 9(04).
