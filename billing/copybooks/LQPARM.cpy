000100*-----------------------------------------------------------*
000200*  LQPARM.CPY                                                 *
000300*  CALL PARAMETER BLOCK FOR THE BILLIAB CUSTOMER-LIABILITY     *
000400*  MOVEMENT SUBPROGRAM - SAME CONVENTION AS PBPARM.CPY.        *
000500*  FUNCTION W JOURNALS ONE MOVEMENT IN A BALANCE THE BOARD     *
000600*  HOLDS FOR A CUSTOMER - LQ-LIABILITY D (SECURITY DEPOSIT),   *
000700*  C (CREDIT BALANCE), P (PREPAID BALANCE) OR S (UNAPPLIED     *
000800*  SUSPENSE) - SIGNED, PLUS FOR AN INCREASE IN WHAT IS HELD.   *
000900*  LQ-MOVE-TYPE NAMES THE KIND OF MOVEMENT FOR THE BILLPRF     *
001000*  ROLL-FORWARD (COL, REF, DRW, INT, OVP, APL, TOP, SUS ...).  *
001100*-----------------------------------------------------------*
001200*  MODIFICATION HISTORY                                      *
001300*  DATE       INIT  DESCRIPTION                               *
001400*  2026-10-15 RSH   ORIGINAL LAYOUT                           *
001500*-----------------------------------------------------------*
001600  01  LQ-PARMS.
001700      05  LQ-FUNCTION             PIC X(01).
001800          88  LQ-FUNC-WRITE               VALUE "W".
001900      05  LQ-LIABILITY            PIC X(01).
002000          88  LQ-LIAB-DEPOSIT             VALUE "D".
002100          88  LQ-LIAB-CREDIT              VALUE "C".
002200          88  LQ-LIAB-PREPAID             VALUE "P".
002300          88  LQ-LIAB-SUSPENSE            VALUE "S".
002400      05  LQ-MOVE-TYPE            PIC X(03).
002500      05  LQ-CUST-ID              PIC X(10).
002600      05  LQ-AMOUNT               PIC S9(09)V99.
002700      05  LQ-SOURCE               PIC X(08).
002800      05  LQ-RESULT               PIC X(01).
002900          88  LQ-OK                       VALUE "Y".
003000          88  LQ-FAILED                   VALUE "N".
