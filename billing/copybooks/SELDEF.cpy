000100*-----------------------------------------------------------*
000200*  SELDEF.CPY                                                  *
000300*  SAVED CUSTOMER SELECTION RECORD LAYOUT                      *
000400*                                                              *
000500*  ONE RECORD PER NAMED SELECTION SAVED THROUGH BILCAMP, SO A  *
000600*  DRIVE OR SURVEY CAN BE RE-RUN AGAINST THE CURRENT MASTER BY *
000700*  NAME.  UP TO TEN CRITERIA, EACH A FIELD, A TEST AND ITS     *
000800*  VALUE(S), JOINED TO THE NEXT BY AND OR OR - AND BINDS       *
000900*  TIGHTER THAN OR.  CODE FIELDS USE THE TEXT VALUES, AMOUNT   *
001000*  AND UNIT FIELDS THE NUMERIC ONES; AVGUNITS ALSO CARRIES THE *
001100*  NUMBER OF PERIODS TO AVERAGE OVER.                          *
001200*-----------------------------------------------------------*
001300*  MODIFICATION HISTORY                                        *
001400*  DATE       INIT  DESCRIPTION                                *
001500*  2026-10-15 RSH   ORIGINAL LAYOUT                            *
001600*-----------------------------------------------------------*
001700  01  SD-RECORD.
001800      05  SD-SEL-NAME             PIC X(12).
001900      05  SD-DESCRIPTION          PIC X(40).
002000      05  SD-CREATED-BY           PIC X(08).
002100      05  SD-CREATED-DATE         PIC 9(08).
002200      05  SD-LAST-RUN-DATE        PIC 9(08).
002300      05  SD-LAST-RUN-COUNT       PIC 9(07).
002400      05  SD-CRIT-COUNT           PIC 9(02).
002500      05  SD-CRITERION OCCURS 10 TIMES.
002600          10  SD-FIELD            PIC X(10).
002700          10  SD-OPER             PIC X(02).
002800              88  SD-OP-EQ                VALUE "EQ".
002900              88  SD-OP-NE                VALUE "NE".
003000              88  SD-OP-GE                VALUE "GE".
003100              88  SD-OP-LE                VALUE "LE".
003200              88  SD-OP-BT                VALUE "BT".
003300              88  SD-OP-VALID             VALUE "EQ" "NE" "GE"
003400                                                "LE" "BT".
003500          10  SD-LOW-TEXT         PIC X(04).
003600          10  SD-HIGH-TEXT        PIC X(04).
003700          10  SD-LOW-AMT          PIC 9(09)V99.
003800          10  SD-HIGH-AMT         PIC 9(09)V99.
003900          10  SD-PERIODS          PIC 9(02).
004000          10  SD-CONNECT          PIC X(03).
004100              88  SD-CONN-AND             VALUE "AND".
004200              88  SD-CONN-OR              VALUE "OR ".
004300      05  FILLER                  PIC X(20).
