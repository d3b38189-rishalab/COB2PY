000100*-----------------------------------------------------------*
000200*  RPTLINE.CPY                                                 *
000300*  REPORT REPOSITORY LINE RECORD LAYOUT                        *
000400*                                                              *
000500*  ONE RECORD PER PRINT LINE OF A FILED REPORT, KEYED BY THE   *
000600*  REPORT'S RPTIDX KEY AND THE LINE NUMBER, SO A REPORT READS  *
000700*  BACK IN THE ORDER IT WAS PRINTED.  THE LINE IS HELD AT THE  *
000800*  WIDEST PRINT LINE IN USE (132); A NARROWER REPORT IS        *
000900*  PADDED WITH SPACES.  WRITTEN BY BILRPTF, READ BY BILRPTQ,   *
001000*  DELETED BY THE BILRPTP PURGE.                               *
001100*-----------------------------------------------------------*
001200*  MODIFICATION HISTORY                                      *
001300*  DATE       INIT  DESCRIPTION                               *
001400*  2026-10-15 RSH   ORIGINAL LAYOUT                           *
001500*-----------------------------------------------------------*
001600  01  RY-RECORD.
001700      05  RY-KEY.
001800          10  RY-REPORT-NAME      PIC X(08).
001900          10  RY-RUN-DATE         PIC 9(08).
002000          10  RY-RUN-TIME         PIC 9(08).
002100          10  RY-LINE-NO          PIC 9(06).
002200      05  RY-TEXT                 PIC X(132).
