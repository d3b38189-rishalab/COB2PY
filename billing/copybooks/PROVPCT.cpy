000100*-----------------------------------------------------------*
000200*  PROVPCT.CPY                                                *
000300*  BAD-DEBT PROVISIONING RATE TABLE RECORD LAYOUT             *
000400*                                                             *
000500*  ONE RECORD PER ACCOUNT CATEGORY AND CUSTOMER CLASS, SET BY  *
000600*  FINANCE, GIVING THE PERCENTAGE OF THE OPEN AMOUNT TO BE     *
000700*  PROVIDED IN EACH AGEING BUCKET - CURRENT, 1-30, 31-60,      *
000800*  61-90 AND OVER 90 DAYS PAST DUE.  A CLASS OF * COVERS ANY   *
000900*  CLASS WITH NO ROW OF ITS OWN IN THAT CATEGORY.  READ BY     *
001000*  THE MONTH-END BILPROV RUN.                                  *
001100*-----------------------------------------------------------*
001200*  MODIFICATION HISTORY                                      *
001300*  DATE       INIT  DESCRIPTION                               *
001400*  2026-10-15 RSH   ORIGINAL LAYOUT                           *
001500*-----------------------------------------------------------*
001600  01  PV-RECORD.
001700      05  PV-KEY.
001800          10  PV-CATEGORY         PIC X(01).
001900              88  PV-CAT-NORMAL           VALUE "N".
002000              88  PV-CAT-LITIGATION       VALUE "L".
002100              88  PV-CAT-DISPUTE          VALUE "D".
002200              88  PV-CAT-PLAN             VALUE "P".
002300          10  PV-CLASS            PIC X(01).
002400      05  PV-BUCKET-PCT           PIC 9(03)V99 OCCURS 5 TIMES.
002500      05  FILLER                  PIC X(10).
