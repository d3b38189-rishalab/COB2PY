001100*  MODIFICATION HISTORY                                      *
001200*  DATE       INIT  DESCRIPTION                               *
001300*  2026-08-22 RSH   ORIGINAL LAYOUT                           *
001300*  2026-09-23 RSH   ADD THE CHANNEL THE ORDER IS WORKED       *
001300*                   THROUGH - A FIELD CREW, OR A REMOTE       *
001300*                   SWITCHING COMMAND TO A SMART METER'S      *
001300*                   HEAD-END - AND THE REASON A REMOTE SWITCH *
001300*                   FAILED AND THE ORDER WENT BACK TO THE     *
001300*                   FIELD.                                    *
001400*-----------------------------------------------------------*
001500  01  WO-RECORD.
001600      05  WO-ORDER-NO             PIC 9(07).
002800          88  WO-STAT-OPEN                VALUE "O".
002900          88  WO-STAT-COMPLETED           VALUE "C".
003000      05  WO-COMPLETE-DATE        PIC 9(08).
003100      05  WO-CHANNEL              PIC X(01).
003200          88  WO-CHAN-FIELD               VALUE " " "F".
003300          88  WO-CHAN-REMOTE              VALUE "R".
003400          88  WO-CHAN-REMOTE-FAILED       VALUE "F".
003500      05  WO-FAIL-REASON          PIC X(20).
