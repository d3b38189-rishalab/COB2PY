000100*-----------------------------------------------------------*
000200*  GOVTDEPT.CPY                                                *
000300*  GOVERNMENT DEPARTMENT / DDO MASTER RECORD LAYOUT            *
000400*                                                              *
000500*  ONE RECORD PER DRAWING AND DISBURSING OFFICER (DDO),        *
000600*  KEYED BY THE DDO CODE - THE CODE STAMPED ON EVERY           *
000700*  GOVERNMENT CONNECTION THE DDO PAYS FOR (CM-GOVT-DDO-CODE).  *
000800*  EACH DDO BELONGS TO ONE DEPARTMENT AND DRAWS ON ONE         *
000900*  BUDGET HEAD.  MAINTAINED THROUGH BILGOVT, WHICH ALSO        *
001000*  PRODUCES THE MONTHLY DEMAND PER DDO AND THE DUES REPORT     *
001100*  BY DEPARTMENT.  AN INACTIVE DDO STAYS ON FILE FOR ITS       *
001200*  HISTORY BUT NO NEW CONNECTION MAY BE LINKED TO IT.          *
001300*-----------------------------------------------------------*
001400*  MODIFICATION HISTORY                                        *
001500*  DATE       INIT  DESCRIPTION                                *
001600*  2026-10-12 RSH   ORIGINAL LAYOUT                            *
001700*-----------------------------------------------------------*
001800  01  GD-RECORD.
001900      05  GD-DDO-CODE             PIC X(08).
002000      05  GD-DDO-NAME             PIC X(30).
002100      05  GD-DDO-ADDR1            PIC X(30).
002200      05  GD-DDO-ADDR2            PIC X(30).
002300      05  GD-DDO-CITY             PIC X(20).
002400      05  GD-DEPT-CODE            PIC X(06).
002500      05  GD-DEPT-NAME            PIC X(30).
002600      05  GD-BUDGET-HEAD          PIC X(20).
002700      05  GD-STATUS               PIC X(01).
002800          88  GD-ACTIVE                   VALUE "A".
002900          88  GD-INACTIVE                 VALUE "I".
