001200*  2026-09-02 RSH   ADD THE ZONE AND WARD CODES KEYED ON THE   *
001200*                   APPLICATION, VALIDATED AGAINST ZONEWARD    *
001200*                   AND STAMPED ONTO THE NEW CUSTOMER.         *
001200*  2026-09-25 RSH   ADD THE NUMBER OF THE SEAL THE CREW FIXES *
001200*                   ON THE NEW METER.                         *
001200*  2026-09-26 RSH   ADD THE TRANSFORMER AND POLE THE NEW      *
001200*                   CONNECTION IS FED FROM, ITS SANCTIONED    *
001200*                   LOAD, AND THE ENGINEER WHO AUTHORISES     *
001200*                   LOAD ON AN OVERLOADED TRANSFORMER.        *
001200*  2026-09-29 RSH   ADD THE DATE THE APPLICATION WAS TAKEN AT *
001200*                   THE COUNTER, FROM WHICH THE NEW-CONNECTION*
001200*                   STANDARD OF PERFORMANCE IS MEASURED.      *
001300*-----------------------------------------------------------*
001400  01  AP-RECORD.
001500      05  AP-NAME                 PIC X(30).
002800      05  AP-CYCLE-FREQ           PIC X(01).
002800      05  AP-ZONE-CODE            PIC X(02).
002800      05  AP-WARD-CODE            PIC X(03).
002900      05  AP-SEAL-NO              PIC X(12).
002900      05  AP-DT-CODE              PIC X(08).
002900      05  AP-POLE-NO              PIC X(10).
002900      05  AP-SANCT-LOAD-KW        PIC 9(05).
002900      05  AP-ENGR-OVERRIDE        PIC X(08).
002900      05  AP-APPLY-DATE           PIC 9(08).
