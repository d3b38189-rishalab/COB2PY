002000*  MODIFICATION HISTORY                                      *
002100*  DATE       INIT  DESCRIPTION                               *
002200*  2026-09-02 RSH   ORIGINAL                                  *
002300*  2026-09-14 RSH   WIDEN THE BEFORE-IMAGE TO THE GROWN       *
002300*                   CUSTOMER RECORD (REGISTER READINGS).      *
002300*  2026-09-16 RSH   WIDEN THE BEFORE-IMAGE TO THE GROWN       *
002300*                   CUSTOMER RECORD (FOR THE NEW FIELDS).     *
002300*  2026-09-26 RSH   WIDEN THE BEFORE-IMAGE TO THE GROWN       *
002300*                   CUSTOMER RECORD (TRANSFORMER AND POLE).   *
002300*  2026-09-29 RSH   WIDEN THE BEFORE-IMAGE TO THE GROWN       *
002300*                   CUSTOMER RECORD (APPLICATION AND          *
002300*                   CONNECTION DATES).                        *
002300*  2026-09-30 RSH   WIDEN THE BEFORE-IMAGE TO THE GROWN       *
002300*                   CUSTOMER RECORD (NOTIFICATION             *
002300*                   DELIVERY STATUS).                         *
002300*  2026-10-01 RSH   WIDEN THE BEFORE-IMAGE TO THE GROWN       *
002300*                   CUSTOMER RECORD (PAPERLESS E-BILL).       *
002300*  2026-10-05 RSH   WIDEN THE BEFORE-IMAGE TO THE GROWN       *
002300*                   CUSTOMER RECORD (VOLUNTARY SUSPENSION).   *
002300*  2026-10-07 RSH   WIDEN THE BEFORE-IMAGE TO THE GROWN       *
002300*                   CUSTOMER RECORD (TARIFF REVISION BALANCE). *
002300*  2026-10-12 RSH   WIDEN THE BEFORE-IMAGE TO THE GROWN       *
002300*                   CUSTOMER RECORD (GOVERNMENT DDO CODE).    *
002300*  2026-10-15 RSH   WIDEN THE BEFORE-IMAGE TO THE GROWN       *
002300*                   CUSTOMER RECORD (MUNICIPAL OWN ACCOUNT).  *
002300*  2026-10-15 RSH   FILE SRECRPT IN THE REPORT REPOSITORY    *
002300*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002300*-----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
008400     88  WS-BF-EOF                   VALUE "Y".
008500 77  WS-CM-EOF-SW            PIC X(01) VALUE "N".
008600     88  WS-CM-EOF                   VALUE "Y".
008600 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
008600     88  WS-RO-EOF                   VALUE "Y".
008700 77  WS-APPLY-SW             PIC X(01) VALUE "N".
008800     88  WS-APPLYING                 VALUE "Y".
008900 77  WS-OPERATOR-ID          PIC X(08).
009700 77  WS-LISTED-NOT-GRANTED   PIC 9(05) VALUE ZERO.
009800 77  WS-CORRECTED-COUNT      PIC 9(05) VALUE ZERO.
009900 77  WS-SCANNED-COUNT        PIC 9(07) VALUE ZERO.
010000 01  WS-BEFORE-IMAGE         PIC X(600).
010100 01  WS-RPT-LINE             PIC X(80).

010200*-----------------------------------------------------------*
011600*    SIGN-ON PARAMETER BLOCK FOR THE BILSIGN SUBPROGRAM        *
011700*-----------------------------------------------------------*
011800 COPY SIGNPARM.
011800 COPY RPTPARM.

011900 PROCEDURE DIVISION.
012000 0000-MAINLINE SECTION.
033600         CLOSE CUSTMAS
033700         CLOSE CUSTAUD
033800         CLOSE SRECRPT
033800         PERFORM 9680-FILE-REPORT THRU 9680-EXIT
033900         PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT
034000         CLOSE RUNLOG
034100     END-IF.
036100     WRITE RL-RECORD.
036200 9600-EXIT.
036300     EXIT.

036400*-----------------------------------------------------------*
036500*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
036600*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
036700*    OUTLIVES THE NEXT RUN.                                    *
036800*-----------------------------------------------------------*
036900 9680-FILE-REPORT.
037000     OPEN INPUT SRECRPT.
037100     IF NOT FS-SRECRPT-OK
037200         GO TO 9680-EXIT
037300     END-IF.
037400     MOVE "O"               TO RO-FUNCTION.
037500     MOVE "SRECRPT"         TO RO-REPORT-NAME.
037600     MOVE "BILSREC"         TO RO-PROGRAM-ID.
037700     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
037800     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
037900     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
038000     MOVE ZERO              TO RO-PERIOD.
038100     CALL "BILRPTF" USING RO-PARMS.
038200     IF RO-OK
038300         MOVE "N" TO WS-RO-EOF-SW
038400         PERFORM 9690-FILE-LINE THRU 9690-EXIT
038500             UNTIL WS-RO-EOF
038600         MOVE "C"          TO RO-FUNCTION
038700         CALL "BILRPTF" USING RO-PARMS
038800     END-IF.
038900     CLOSE SRECRPT.
039000 9680-EXIT.
039100     EXIT.

039200 9690-FILE-LINE.
039300     READ SRECRPT
039400         AT END
039500             MOVE "Y" TO WS-RO-EOF-SW
039600             GO TO 9690-EXIT
039700     END-READ.
039800     MOVE "L"               TO RO-FUNCTION.
039900     MOVE SC-LINE           TO RO-LINE.
040000     CALL "BILRPTF" USING RO-PARMS.
040100 9690-EXIT.
040200     EXIT.
