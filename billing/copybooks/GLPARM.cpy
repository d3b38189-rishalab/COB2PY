000100*-----------------------------------------------------------*
000200*  GLPARM.CPY                                                  *
000300*  CALL PARAMETER BLOCK FOR THE BILGLAC LEDGER ACCOUNT         *
000400*  SUBPROGRAM - SAME CONVENTION AS GNPARM.CPY.  THREE          *
000500*  FUNCTIONS:                                                  *
000600*    R - RESOLVE THE ACCOUNT FOR A POSTING TYPE, SERVICE,      *
000700*        CLASS AND DATE INTO GK-ACCOUNT-CODE;                  *
000800*    P - POST GK-AMOUNT (SIGNED) FOR THE CUSTOMER'S SERVICE,   *
000900*        CLASS AND ZONE - BILGLAC RESOLVES THE ACCOUNT AND     *
001000*        ADDS THE AMOUNT TO ITS TOTAL FOR THAT POSTING TYPE,   *
001100*        ACCOUNT AND ZONE COST CENTRE;                         *
001200*    N - RETURN THE NEXT TOTAL FOR GK-POST-TYPE AFTER          *
001300*        GK-CURSOR, WHICH THE CALLER SETS TO ZERO BEFORE THE   *
001400*        FIRST CALL.  GK-END WHEN THERE ARE NO MORE.           *
001500*  AN UNMAPPED POSTING TYPE KEEPS ITS OWN CODE AS THE ACCOUNT  *
001600*  AND COMES BACK GK-UNMAPPED, SO NOTHING IS LOST.             *
001600*  A POST THAT COMES BACK GK-FAILED WAS NOT TOTALLED (THE      *
001600*  TABLE IS FULL) - THE CALLER SETS ITS ABORT SWITCH, SINCE    *
001600*  THE EXTRACT WOULD NO LONGER AGREE WITH THE FIGURES POSTED.  *
001700*-----------------------------------------------------------*
001800*  MODIFICATION HISTORY                                        *
001900*  DATE       INIT  DESCRIPTION                                *
002000*  2026-10-12 RSH   ORIGINAL LAYOUT                            *
002000*  2026-10-15 RSH   A FAILED POST ABANDONS THE CALLER'S RUN.   *
002100*-----------------------------------------------------------*
002200  01  GK-PARMS.
002300      05  GK-FUNCTION             PIC X(01).
002400          88  GK-FUNC-RESOLVE             VALUE "R".
002500          88  GK-FUNC-POST                VALUE "P".
002600          88  GK-FUNC-NEXT                VALUE "N".
002700      05  GK-POST-TYPE            PIC X(10).
002800      05  GK-SERVICE              PIC X(01).
002900      05  GK-CLASS                PIC X(01).
003000      05  GK-ZONE-CODE            PIC X(02).
003100      05  GK-POST-DATE            PIC 9(08).
003200      05  GK-AMOUNT               PIC S9(09)V99.
003300      05  GK-CURSOR               PIC 9(04).
003400      05  GK-ACCOUNT-CODE         PIC X(10).
003500      05  GK-RESULT               PIC X(01).
003600          88  GK-OK                       VALUE "Y".
003700          88  GK-UNMAPPED                 VALUE "U".
003800          88  GK-END                      VALUE "E".
003900          88  GK-FAILED                   VALUE "N".
