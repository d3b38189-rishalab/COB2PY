000100*-----------------------------------------------------------*
000200*  EXMTREG.CPY                                                *
000300*  TAX-EXEMPTION CERTIFICATE REGISTER RECORD.  ONE RECORD PER  *
000400*  CERTIFICATE - A CUSTOMER EXEMPT FROM BOTH GST AND THE       *
000500*  MUNICIPAL ELECTRICITY DUTY HOLDS TWO.  MAINTAINED BY        *
000600*  BILEXMT UNDER SUPERVISOR SIGN-ON AND HONOURED BY BILBATCH   *
000700*  AND (GST ONLY) BILCANC ON ANY BILL DATED WITHIN THE DATES.  *
000800*  THE PERCENTAGE IS THE SHARE OF THE TAX REMITTED - 100.00    *
000900*  FOR A FULL EXEMPTION, LESS FOR A REDUCED RATE.              *
001000*-----------------------------------------------------------*
001100*  MODIFICATION HISTORY                                      *
001200*  DATE       INIT  DESCRIPTION                               *
001300*  2026-10-11 RSH   ORIGINAL LAYOUT                           *
001400*-----------------------------------------------------------*
001500  01  XM-RECORD.
001600      05  XM-CUST-ID              PIC X(10).
001700      05  XM-TAX-TYPE             PIC X(01).
001800          88  XM-TAX-GST                  VALUE "G".
001900          88  XM-TAX-DUTY                 VALUE "D".
002000      05  XM-EXEMPT-PCT           PIC 9(03)V99.
002100      05  XM-CERT-NO              PIC X(20).
002200      05  XM-AUTHORITY            PIC X(30).
002300      05  XM-VALID-FROM           PIC 9(08).
002400      05  XM-VALID-TO             PIC 9(08).
002500      05  XM-ADDED-DATE           PIC 9(08).
002600      05  XM-OPERATOR-ID          PIC X(08).
002700      05  XM-STATUS               PIC X(01).
002800          88  XM-STAT-ACTIVE              VALUE "A".
002900          88  XM-STAT-REVOKED             VALUE "X".
003000      05  FILLER                  PIC X(10).
