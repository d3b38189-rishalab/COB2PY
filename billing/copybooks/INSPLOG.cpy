001100*  MODIFICATION HISTORY                                      *
001200*  DATE       INIT  DESCRIPTION                               *
001300*  2026-09-02 RSH   ORIGINAL LAYOUT                           *
001300*  2026-09-25 RSH   ADD THE SEAL ON RECORD, THE SEAL THE CREW *
001300*                   FOUND AND THE NEW SEAL FIXED, WITH A      *
001300*                   MISMATCH FLAG. A METER FOUND OK UNDER A   *
001300*                   MISMATCHED SEAL IS LOGGED AS SUSPECTED    *
001300*                   TAMPERING (S).                            *
001400*-----------------------------------------------------------*
001500  01  IL-RECORD.
001600      05  IL-CUST-ID              PIC X(10).
001900          88  IL-RES-METER-OK             VALUE "O".
002000          88  IL-RES-FAULTY               VALUE "F".
002100          88  IL-RES-TAMPER               VALUE "T".
002110          88  IL-RES-SUSPECT              VALUE "S".
002200      05  IL-RESULT-DATE          PIC 9(08).
002300      05  IL-OPERATOR-ID          PIC X(08).
002400      05  IL-ASSESS-PERIOD        PIC 9(06).
002500      05  IL-ASSESS-UNITS         PIC 9(07).
002600      05  IL-ASSESS-AMT           PIC 9(09)V99.
002700      05  IL-INVOICE-NO           PIC 9(09).
002800      05  IL-SEAL-ON-RECORD       PIC X(12).
002900      05  IL-SEAL-FOUND           PIC X(12).
003000      05  IL-SEAL-FIXED           PIC X(12).
003100      05  IL-SEAL-MISMATCH-SW     PIC X(01).
003200          88  IL-SEAL-MISMATCH            VALUE "Y".
