000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILDIAL.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-09-14.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILDIAL                                                   *
000900*  CALLED SUBPROGRAM THAT TURNS A PAIR OF METER REGISTER       *
001000*  READINGS INTO BILLABLE CONSUMPTION.  A CURRENT READING      *
001100*  BELOW THE PREVIOUS ONE IS TAKEN AS THE REGISTER ROLLING     *
001200*  PAST ITS MAXIMUM DIAL VALUE BACK THROUGH ZERO - PROVIDED    *
001300*  THE UNITS THAT IMPLIES ARE UNDER HALF THE DIAL'S RANGE;     *
001400*  ANYTHING MORE IS A METER RUNNING BACKWARD OR A MISREAD,     *
001500*  AND IS REFUSED.  THE DIAL DIFFERENCE IS THEN MULTIPLIED BY  *
001600*  THE METER'S CT/PT MULTIPLYING FACTOR.  SHARED BY BILBATCH,  *
001700*  BILROUT, BILSPOT AND BILSELF SO EVERY READING CHANNEL       *
001800*  DERIVES CONSUMPTION BY EXACTLY ONE RULE.                    *
001900*-----------------------------------------------------------*
002000*  MODIFICATION HISTORY                                      *
002100*  DATE       INIT  DESCRIPTION                               *
002200*  2026-09-14 RSH   ORIGINAL                                  *
002200*  2026-10-15 RSH   A DIAL COUNT OVER 7 IS TAKEN AS THE FULL  *
002200*                   7-DIAL REGISTER - 8 OR 9 DIALS WOULD      *
002200*                   OVERFLOW THE DIAL MODULUS.                *
002300*-----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.   IBM-370.
002700 OBJECT-COMPUTER.   IBM-370.

002800 DATA DIVISION.
002900 WORKING-STORAGE SECTION.
003000 77  WS-DIGITS               PIC 9(01) VALUE ZERO.
003100 77  WS-DIAL-MODULUS         PIC 9(08) VALUE ZERO.
003200 77  WS-FACTOR               PIC 9(05)V99 VALUE ZERO.
003300 77  WS-RAW-UNITS            PIC 9(08) VALUE ZERO.

003400 LINKAGE SECTION.
003500 COPY DLPARM.

003600 PROCEDURE DIVISION USING DL-PARMS.
003700 0000-MAINLINE SECTION.
003800     MOVE "Y"  TO DL-RESULT.
003900     MOVE ZERO TO DL-RAW-UNITS.
004000     MOVE ZERO TO DL-UNITS.
004100     PERFORM 1000-SET-METER-CONSTANTS THRU 1000-EXIT.
004200     PERFORM 2000-DIAL-DIFFERENCE     THRU 2000-EXIT.
004300     IF DL-OK
004400         PERFORM 3000-APPLY-FACTOR    THRU 3000-EXIT
004500     END-IF.
004600     GOBACK.

004700*-----------------------------------------------------------*
004800*    A METER NOT YET GIVEN ITS DIALS OR FACTOR ON THE ASSET    *
004900*    REGISTER IS TREATED AS A FULL-WIDTH WHOLE-CURRENT METER,  *
005000*    WHICH IS WHAT EVERY METER WAS BEFORE THE FIELDS EXISTED.  *
005000*    SEVEN DIALS IS THE WIDEST REGISTER THE MODULUS HOLDS - A  *
005000*    LARGER COUNT IS TREATED THE SAME WAY.                     *
005100*-----------------------------------------------------------*
005200 1000-SET-METER-CONSTANTS.
005300     IF DL-DIAL-DIGITS NUMERIC AND DL-DIAL-DIGITS > 0
005300         AND DL-DIAL-DIGITS NOT > 7
005400         MOVE DL-DIAL-DIGITS TO WS-DIGITS
005500     ELSE
005600         MOVE 7 TO WS-DIGITS
005700     END-IF.
005800     COMPUTE WS-DIAL-MODULUS = 10 ** WS-DIGITS.
005900     IF DL-MULT-FACTOR NUMERIC AND DL-MULT-FACTOR > 0
006000         MOVE DL-MULT-FACTOR TO WS-FACTOR
006100     ELSE
006200         MOVE 1 TO WS-FACTOR
006300     END-IF.
006400 1000-EXIT.
006500     EXIT.

006600 2000-DIAL-DIFFERENCE.
006700     IF DL-PREV-READING NOT < WS-DIAL-MODULUS
006800         OR DL-CURR-READING NOT < WS-DIAL-MODULUS
006900         MOVE "D" TO DL-RESULT
007000         GO TO 2000-EXIT
007100     END-IF.
007200     IF DL-CURR-READING NOT < DL-PREV-READING
007300         COMPUTE WS-RAW-UNITS =
007400             DL-CURR-READING - DL-PREV-READING
007500     ELSE
007600         COMPUTE WS-RAW-UNITS = WS-DIAL-MODULUS
007700             - DL-PREV-READING + DL-CURR-READING
007800         IF WS-RAW-UNITS * 2 NOT < WS-DIAL-MODULUS
007900             MOVE "B" TO DL-RESULT
008000             GO TO 2000-EXIT
008100         END-IF
008200         MOVE "R" TO DL-RESULT
008300     END-IF.
008400     MOVE WS-RAW-UNITS TO DL-RAW-UNITS.
008500 2000-EXIT.
008600     EXIT.

008700 3000-APPLY-FACTOR.
008800     COMPUTE DL-UNITS ROUNDED = WS-RAW-UNITS * WS-FACTOR
008900         ON SIZE ERROR
009000             MOVE "O" TO DL-RESULT
009100             MOVE ZERO TO DL-UNITS
009200     END-COMPUTE.
009300 3000-EXIT.
009400     EXIT.
