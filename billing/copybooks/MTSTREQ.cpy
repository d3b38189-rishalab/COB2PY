000100*-----------------------------------------------------------*
000200*  MTSTREQ.CPY                                                 *
000300*  METER ACCURACY TEST REQUEST REGISTER RECORD LAYOUT          *
000400*                                                              *
000500*  ONE RECORD PER TEST A CUSTOMER HAS ASKED FOR ON THE METER   *
000600*  INSTALLED FOR THEM, NUMBERED IN SEQUENCE.  LOGGED OPEN      *
000700*  WITH THE TEST FEE CHARGED AND THE BENCH-TEST WORK ORDER     *
000800*  ISSUED; CLOSED WHEN THE LAB'S ERROR PERCENTAGE IS ENTERED - *
000900*  PASSED (FEE RETAINED) OR FAILED (FEE REFUNDED AND THE       *
001000*  DISPUTED PERIODS CORRECTED).  MAINTAINED BY BILMACC.        *
001100*-----------------------------------------------------------*
001200*  MODIFICATION HISTORY                                      *
001300*  DATE       INIT  DESCRIPTION                               *
001400*  2026-10-15 RSH   ORIGINAL LAYOUT                           *
001500*-----------------------------------------------------------*
001600  01  MQ-RECORD.
001700      05  MQ-REQUEST-NO           PIC 9(06).
001800      05  MQ-CUST-ID              PIC X(10).
001900      05  MQ-METER-NO             PIC X(12).
002000      05  MQ-REQUEST-DATE         PIC 9(08).
002100      05  MQ-FROM-PERIOD          PIC 9(06).
002200      05  MQ-FEE                  PIC 9(05)V99.
002300      05  MQ-STATUS               PIC X(01).
002400          88  MQ-STAT-OPEN                VALUE "O".
002500          88  MQ-STAT-PASSED              VALUE "P".
002600          88  MQ-STAT-FAILED              VALUE "F".
002700      05  MQ-OPERATOR-ID          PIC X(08).
002800      05  MQ-TEST-DATE            PIC 9(08).
002900      05  MQ-ERROR-DIR            PIC X(01).
003000          88  MQ-ERROR-FAST               VALUE "F".
003100          88  MQ-ERROR-SLOW               VALUE "S".
003200      05  MQ-ERROR-PCT            PIC 9(03)V99.
003300      05  MQ-PERMITTED-PCT        PIC 9(01)V9.
003400      05  MQ-PERIODS-CORRECTED    PIC 9(02).
003500      05  MQ-CORRECTION-AMT       PIC S9(07)V99.
003600      05  MQ-RESULT-OPERATOR      PIC X(08).
003700      05  FILLER                  PIC X(20).
