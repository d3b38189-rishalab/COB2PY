001300*  MODIFICATION HISTORY                                      *
001400*  DATE       INIT  DESCRIPTION                               *
001500*  2026-08-09 RSH   ORIGINAL LAYOUT                           *
001500*  2026-09-18 RSH   CARRY THE READER ID OF EACH QUEUED        *
001500*                   EXCEPTION THROUGH TO THE HISTORY AND BACK *
001500*                   TO THE QUEUE.                             *
001600*-----------------------------------------------------------*
001700  01  WS-REPR-TABLE.
001800      05  WS-RQ-ENTRY OCCURS 500 TIMES INDEXED BY WS-RQ-IDX.
002500          10  WS-RQ-REASON-TEXT       PIC X(40).
002600          10  WS-RQ-MATCHED-SW        PIC X(01) VALUE "N".
002700              88  WS-RQ-MATCHED               VALUE "Y".
002710          10  WS-RQ-READER-ID         PIC X(08).
002800  01  WS-RQ-COUNT                     PIC 9(03) VALUE ZERO.
