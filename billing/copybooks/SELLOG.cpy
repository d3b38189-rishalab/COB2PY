000100*-----------------------------------------------------------*
000200*  SELLOG.CPY                                                  *
000300*  CUSTOMER SELECTION LOG RECORD LAYOUT                        *
000400*                                                              *
000500*  ONE RECORD PER CRITERION OF EVERY BILCAMP RUN, WRITTEN      *
000600*  ALONGSIDE THE RUN'S RUNLOG RECORD AND CARRYING THE SAME     *
000700*  RUN DATE AND TIME, SO ANY LIST, LABEL RUN OR SMS/EMAIL      *
000800*  EXTRACT CAN BE TRACED TO THE EXACT CRITERIA THAT CHOSE ITS  *
000900*  CUSTOMERS.                                                  *
001000*-----------------------------------------------------------*
001100*  MODIFICATION HISTORY                                        *
001200*  DATE       INIT  DESCRIPTION                                *
001300*  2026-10-15 RSH   ORIGINAL LAYOUT                            *
001400*-----------------------------------------------------------*
001500  01  SE-RECORD.
001600      05  SE-RUN-DATE             PIC 9(08).
001700      05  SE-RUN-TIME             PIC 9(08).
001800      05  SE-OPERATOR-ID          PIC X(08).
001900      05  SE-SEL-NAME             PIC X(12).
002000      05  SE-OUTPUT               PIC X(01).
002100          88  SE-OUTPUT-COUNT             VALUE "C".
002200          88  SE-OUTPUT-ALL               VALUE "A".
002300      05  SE-CRIT-SEQ             PIC 9(02).
002400      05  SE-CRIT-TEXT            PIC X(60).
002500      05  SE-SELECTED-COUNT       PIC 9(07).
002600      05  FILLER                  PIC X(14).
