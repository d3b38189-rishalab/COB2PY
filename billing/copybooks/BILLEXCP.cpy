001214*                   QUEUED IN APPRHLD AWAITING SUPERVISOR REVIEW, SO A     *
001215*                   RERUN OF THE BATCH DOES NOT QUEUE A SECOND BILL FOR     *
001216*                   THE SAME ACCOUNT WHILE ONE IS STILL UNRESOLVED.          *
001216*  2026-09-14 RSH   ADD REASON CODE REGR - THE REGISTER       *
001216*                   READINGS COULD NOT BE TURNED INTO         *
001216*                   CONSUMPTION (READING RUNS BACKWARD, WIDER *
001216*                   THAN THE METER'S DIALS, OR THE MULTIPLIED *
001216*                   UNITS OVERFLOW), OR THE PREVIOUS READING  *
001216*                   DISAGREES WITH THE MASTER.                *
001216*  2026-09-16 RSH   ADD THE BURNT-METER REASON - THE METER IS *
001216*                   QUEUED FOR INSPECTION AND NOT ESTIMATED.  *
001216*  2026-09-18 RSH   CARRY THE ID OF THE READER WHO TOOK THE   *
001216*                   REJECTED READING, SO A READING LATER      *
001216*                   CORRECTED CAN BE TRACED BACK.             *
001200*-----------------------------------------------------------*
001300  01  EX-RECORD.
001400      05  EX-CUST-ID              PIC X(10).
002090      88  EX-REASON-NOT-DUE           VALUE "NDUE".
002095      88  EX-REASON-PENDING           VALUE "PEND".
002096      88  EX-REASON-SPOT-MISMATCH     VALUE "SPOT".
002097      88  EX-REASON-REGISTER          VALUE "REGR".
002098      88  EX-REASON-BURNT             VALUE "BRNT".
002100      05  EX-REASON-TEXT          PIC X(40).
002200      05  EX-READER-ID            PIC X(08).
