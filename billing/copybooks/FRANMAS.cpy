000100*-----------------------------------------------------------*
000200*  FRANMAS.CPY                                                 *
000300*  DISTRIBUTION FRANCHISEE MASTER RECORD LAYOUT                *
000400*                                                              *
000500*  ONE RECORD PER FRANCHISEE, CARRYING THE TERMS OF ITS        *
000600*  INPUT-BASED AGREEMENT AND THE FEEDERS HANDED OVER TO IT.    *
000700*  THE FEEDERS TIE THE FRANCHISEE TO ITS ROUTES THROUGH        *
000800*  RTEFDR, AND SO TO ITS CUSTOMERS THROUGH THE ROUTE BOOK.     *
000900*  THE FRANCHISEE BUYS THE FEEDER INPUT ENERGY AT THE INPUT    *
001000*  RATE; EVERY UNIT OF LOSS BELOW THE TARGET LOSS PERCENTAGE   *
001100*  EARNS THE INCENTIVE RATE AND EVERY UNIT ABOVE IT BEARS THE  *
001200*  PENALTY RATE.  LOADED BY COMMERCIAL FROM THE SIGNED         *
001300*  AGREEMENT; THE LAST-SETTLED PERIOD IS STAMPED BY BILFRAN SO *
001400*  A MONTH IS NEVER JOURNALLED TWICE.                          *
001500*-----------------------------------------------------------*
001600*  MODIFICATION HISTORY                                        *
001700*  DATE       INIT  DESCRIPTION                                *
001800*  2026-10-15 RSH   ORIGINAL LAYOUT                            *
001900*-----------------------------------------------------------*
002000  01  FN-RECORD.
002100      05  FN-FRAN-ID              PIC X(06).
002200      05  FN-FRAN-NAME            PIC X(30).
002300      05  FN-ZONE-CODE            PIC X(02).
002400      05  FN-STATUS               PIC X(01).
002500          88  FN-STAT-ACTIVE              VALUE "A".
002600          88  FN-STAT-ENDED               VALUE "X".
002700      05  FN-START-DATE           PIC 9(08).
002800      05  FN-INPUT-RATE           PIC 9(02)V9(04).
002900      05  FN-TARGET-LOSS-PCT      PIC 9(02)V99.
003000      05  FN-INCENTIVE-RATE       PIC 9(02)V9(04).
003100      05  FN-PENALTY-RATE         PIC 9(02)V9(04).
003200      05  FN-FEEDER-COUNT         PIC 9(02).
003300      05  FN-FEEDER-ID            PIC X(06) OCCURS 10 TIMES.
003400      05  FN-LAST-SETTLED         PIC 9(06).
003500      05  FN-LAST-SETTLE-DATE     PIC 9(08).
003600      05  FILLER                  PIC X(20).
