000100*-----------------------------------------------------------*
000200*  REVTGT.CPY                                                  *
000300*  REVENUE AND COLLECTION TARGET RECORD LAYOUT                 *
000400*                                                              *
000500*  ONE RECORD PER MONTH, ZONE AND CUSTOMER CLASS, CARRYING     *
000600*  THE BILLED-UNITS, BILLED-REVENUE AND COLLECTION TARGETS     *
000700*  MANAGEMENT SETS EACH ZONE OFFICE AT THE START OF THE        *
000800*  FINANCIAL YEAR.  LOADED BY FINANCE FROM THE APPROVED        *
000900*  BUDGET; READ BY THE BILTARG BUDGET-AGAINST-ACTUAL REPORT.   *
001000*-----------------------------------------------------------*
001100*  MODIFICATION HISTORY                                        *
001200*  DATE       INIT  DESCRIPTION                                *
001300*  2026-10-15 RSH   ORIGINAL LAYOUT                            *
001400*-----------------------------------------------------------*
001500  01  TG-RECORD.
001600      05  TG-PERIOD               PIC 9(06).
001700      05  TG-ZONE-CODE            PIC X(02).
001800      05  TG-CUST-CLASS           PIC X(01).
001900      05  TG-UNITS                PIC 9(11).
002000      05  TG-REVENUE              PIC 9(11)V99.
002100      05  TG-COLLECTION           PIC 9(11)V99.
002200      05  FILLER                  PIC X(20).
