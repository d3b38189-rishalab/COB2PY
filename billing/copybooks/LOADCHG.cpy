000900*  MODIFICATION HISTORY                                      *
001000*  DATE       INIT  DESCRIPTION                               *
001100*  2026-09-02 RSH   ORIGINAL LAYOUT                           *
001100*  2026-09-26 RSH   ADD THE ENGINEER WHO AUTHORISES MORE LOAD *
001100*                   ON AN OVERLOADED TRANSFORMER.             *
001200*-----------------------------------------------------------*
001300  01  LD-RECORD.
001400      05  LD-CUST-ID              PIC X(10).
001500      05  LD-REQ-LOAD-KW          PIC 9(05).
001600      05  LD-EFF-DATE             PIC 9(08).
001700      05  LD-ENGR-OVERRIDE        PIC X(08).
