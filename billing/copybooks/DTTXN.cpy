000100*-----------------------------------------------------------*
000200*  DTTXN.CPY                                                 *
000300*  DISTRIBUTION TRANSFORMER MAINTENANCE RECORD LAYOUT         *
000400*                                                             *
000500*  ONE RECORD PER TRANSFORMER ADDED OR CHANGED ON THE FIELD   *
000600*  ENGINEERS' SHEETS, APPLIED TO DTMAST BY BILDTLD BEFORE     *
000700*  THE LOADING REPORT:                                        *
000800*    A - NEW TRANSFORMER;                                     *
000900*    C - CHANGE OF LOCATION, FEEDER, RATING OR LIMIT (A       *
001000*        BLANK OR ZERO FIELD LEAVES THE MASTER AS IT STANDS). *
001100*  A BLANK OR ZERO LIMIT ON AN ADD MEANS 100 PER CENT.        *
001200*-----------------------------------------------------------*
001300*  MODIFICATION HISTORY                                      *
001400*  DATE       INIT  DESCRIPTION                               *
001500*  2026-09-26 RSH   ORIGINAL LAYOUT                           *
001600*-----------------------------------------------------------*
001700 01  DX-RECORD.
001800     05  DX-TXN-TYPE             PIC X(01).
001900         88  DX-TXN-ADD                  VALUE "A".
002000         88  DX-TXN-CHANGE               VALUE "C".
002100     05  DX-DT-CODE              PIC X(08).
002200     05  DX-LOCATION             PIC X(30).
002300     05  DX-FEEDER-ID            PIC X(06).
002400     05  DX-KVA-RATING           PIC 9(05).
002500     05  DX-LIMIT-PCT            PIC 9(03).
