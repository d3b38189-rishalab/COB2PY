000100*-----------------------------------------------------------*
000200*  XMTBL.CPY                                                  *
000300*  IN-MEMORY COPY OF THE ACTIVE TAX-EXEMPTION CERTIFICATES.    *
000400*  LOADED ONCE AT STARTUP FROM EXMTREG AND SEARCHED BY         *
000500*  CUSTOMER, TAX TYPE AND BILL DATE.                           *
000600*-----------------------------------------------------------*
000700*  MODIFICATION HISTORY                                      *
000800*  DATE       INIT  DESCRIPTION                               *
000900*  2026-10-11 RSH   ORIGINAL LAYOUT                           *
001000*-----------------------------------------------------------*
001100  01  WS-EXEMPT-TABLE.
001200      05  WS-XM-ENTRY OCCURS 300 TIMES
001300                      INDEXED BY WS-XM-IDX.
001400          10  WS-XM-CUST-ID           PIC X(10).
001500          10  WS-XM-TAX-TYPE          PIC X(01).
001600          10  WS-XM-EXEMPT-PCT        PIC 9(03)V99.
001700          10  WS-XM-CERT-NO           PIC X(20).
001800          10  WS-XM-VALID-FROM        PIC 9(08).
001900          10  WS-XM-VALID-TO          PIC 9(08).
002000  01  WS-EXEMPT-COUNT                 PIC 9(03) VALUE ZERO.
