000100*-----------------------------------------------------------*
000200*  FEEDCTL.CPY                                                *
000300*  INBOUND FEED CONTROL RECORD LAYOUT                          *
000400*                                                             *
000500*  ONE RECORD PER INBOUND FEED THE NIGHT WINDOW DEPENDS ON -   *
000600*  THE STEP THAT CONSUMES IT, THE TIME IT SHOULD HAVE ARRIVED  *
000700*  BY, WHETHER IT MUST ARRIVE EVERY NIGHT, ITS NORMAL RECORD-  *
000800*  COUNT RANGE AND THE LARGEST SWING AGAINST THE SAME POINT    *
000900*  OF LAST MONTH'S CYCLE THAT IS STILL ACCEPTED.  A ZERO       *
001000*  MAXIMUM OR SWING MEANS NO LIMIT.  MAINTAINED BY OPERATIONS; *
001100*  READ BY THE BILFEED PRE-FLIGHT CHECK.                       *
001200*-----------------------------------------------------------*
001300*  MODIFICATION HISTORY                                      *
001400*  DATE       INIT  DESCRIPTION                               *
001500*  2026-10-15 RSH   ORIGINAL LAYOUT                           *
001600*-----------------------------------------------------------*
001700  01  FC-RECORD.
001800      05  FC-FEED-ID              PIC X(08).
001900      05  FC-STEP-PROGRAM         PIC X(08).
002000      05  FC-DUE-TIME             PIC 9(04).
002100      05  FC-REQUIRED-SW          PIC X(01).
002200          88  FC-REQUIRED-NIGHTLY         VALUE "Y".
002300      05  FC-MIN-COUNT            PIC 9(07).
002400      05  FC-MAX-COUNT            PIC 9(07).
002500      05  FC-SWING-PCT            PIC 9(03).
002600      05  FILLER                  PIC X(22).
