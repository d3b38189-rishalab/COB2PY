000100*-----------------------------------------------------------*
000200*  MRNTBL.CPY                                                *
000300*  IN-MEMORY COPY OF THE MONTHLY METER-RENT TABLE, ONE ENTRY   *
000400*  PER METER TYPE.  LOADED ONCE AT STARTUP FROM METRENT AND    *
000500*  SEARCHED BY THE TYPE OF THE METER BEING BILLED.             *
000600*-----------------------------------------------------------*
000700*  MODIFICATION HISTORY                                      *
000800*  DATE       INIT  DESCRIPTION                               *
000900*  2026-10-06 RSH   ORIGINAL LAYOUT                           *
001000*-----------------------------------------------------------*
001100 01  WS-RENT-TABLE.
001200     05  WS-RN-ENTRY OCCURS 20 TIMES
001300                     INDEXED BY WS-RN-IDX.
001400         10  WS-RN-METER-TYPE        PIC X(01).
001500         10  WS-RN-MONTHLY-RENT      PIC 9(03)V99.
001600 01  WS-RENT-COUNT                   PIC 9(02) VALUE ZERO.
