000100*-----------------------------------------------------------*
000200*  DLPARM.CPY                                                *
000300*  CALL PARAMETER BLOCK FOR THE BILDIAL REGISTER-READING      *
000400*  SUBPROGRAM - SAME CONVENTION AS BDPARM.CPY.  THE CALLER    *
000500*  PASSES THE PREVIOUS AND CURRENT DIAL POSITIONS WITH THE    *
000600*  METER'S DIAL DIGITS AND MULTIPLYING FACTOR FROM METERAST   *
000700*  (ZERO DIGITS MEANS A FULL SEVEN-DIAL REGISTER, ZERO        *
000800*  FACTOR MEANS A WHOLE-CURRENT METER - FACTOR ONE) AND       *
000900*  GETS BACK THE BILLABLE CONSUMPTION.                        *
001000*                                                             *
001100*  DL-RESULT  Y - CONSUMPTION DERIVED                         *
001200*             R - CONSUMPTION DERIVED ACROSS A ROLLOVER        *
001300*             B - READING RUNS BACKWARD (NOT A ROLLOVER)      *
001400*             D - A READING IS WIDER THAN THE METER'S DIALS   *
001500*             O - CONSUMPTION OVERFLOWS THE UNITS FIELD       *
001600*-----------------------------------------------------------*
001700*  MODIFICATION HISTORY                                      *
001800*  DATE       INIT  DESCRIPTION                               *
001900*  2026-09-14 RSH   ORIGINAL LAYOUT                           *
002000*-----------------------------------------------------------*
002100  01  DL-PARMS.
002200      05  DL-PREV-READING         PIC 9(07).
002300      05  DL-CURR-READING         PIC 9(07).
002400      05  DL-DIAL-DIGITS          PIC 9(01).
002500      05  DL-MULT-FACTOR          PIC 9(05)V99.
002600      05  DL-RAW-UNITS            PIC 9(07).
002700      05  DL-UNITS                PIC 9(07).
002800      05  DL-RESULT               PIC X(01).
002900          88  DL-OK                       VALUE "Y" "R".
003000          88  DL-ROLLED-OVER              VALUE "R".
003100          88  DL-BACKWARD                 VALUE "B".
003200          88  DL-TOO-WIDE                 VALUE "D".
003300          88  DL-OVERFLOW                 VALUE "O".
