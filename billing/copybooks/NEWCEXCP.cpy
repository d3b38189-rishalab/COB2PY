000900*  MODIFICATION HISTORY                                      *
001000*  DATE       INIT  DESCRIPTION                               *
001100*  2026-08-22 RSH   ORIGINAL LAYOUT                           *
001100*  2026-09-25 RSH   WIDEN THE APPLICATION IMAGE TO THE FULL   *
001100*                   CONNAPP RECORD, NOW CARRYING THE ZONE,    *
001100*                   WARD AND SEAL NUMBER.                     *
001100*  2026-09-26 RSH   WIDEN THE APPLICATION IMAGE FOR THE       *
001100*                   TRANSFORMER, POLE, LOAD AND OVERRIDE.     *
001100*  2026-09-29 RSH   WIDEN THE APPLICATION IMAGE FOR THE       *
001100*                   APPLICATION DATE.                         *
001200*-----------------------------------------------------------*
001300  01  NX-RECORD.
001400      05  NX-APPLICATION          PIC X(247).
001500      05  NX-REASON-TEXT          PIC X(60).
