000964*                   OVERFLOW.                                      *
000965*  2026-08-22 RSH   CARRY THE FUEL, SEWERAGE, DEMAND AND SOLAR     *
000966*                   EXPORT COMPONENTS HELD ON EACH RECORD.         *
000966*  2026-09-18 RSH   CARRY THE READER ID OF THE HELD BILL.     *
001000*-----------------------------------------------------------*
001100  01  WS-APPR-TABLE.
001200      05  WS-APPR-ENTRY OCCURS 500 TIMES INDEXED BY WS-APPR-IDX.
002830          10  WS-AH-DEMAND-AMT        PIC 9(09)V99.
002840          10  WS-AH-EXPORT-UNITS      PIC 9(07).
002850          10  WS-AH-EXPORT-CREDIT     PIC 9(09)V99.
002860          10  WS-AH-READER-ID         PIC X(08).
002900  01  WS-APPR-COUNT                   PIC 9(03) VALUE ZERO.
