002700*  2026-08-22 RSH   ORIGINAL                                  *
009895*  2026-08-22 RSH   ONLY ORDINARY BILLS ENTER THE 12-PERIOD   *
009896*                   CONSUMPTION WINDOW.                         *
009896*  2026-09-16 RSH   KEEP THE BURNT-METER CASES THE BILLING RUN*
009896*                   QUEUED ON MTRINSP WHEN THE SUSPECT LIST IS*
009896*                   REBUILT - ONLY BILINSP TAKES A CASE OFF   *
009896*                   THE QUEUE.                                *
002800*-----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
008500     88  WS-CUST-FOUND               VALUE "Y".
008600 77  WS-SUSPECT-SW           PIC X(01) VALUE "N".
008700     88  WS-SUSPECT                  VALUE "Y".
008700 77  WS-MI-EOF-SW            PIC X(01) VALUE "N".
008700     88  WS-MI-EOF                   VALUE "Y".

008800*-----------------------------------------------------------*
008900*    OPERATOR, RUN AND WORK FIELDS                            *
010800 01  WS-WINDOW-TABLE.
010900     05  WS-WIN-UNITS        PIC 9(07) OCCURS 12 TIMES.

010900*-----------------------------------------------------------*
010900*    BURNT-METER CASES ALREADY ON THE QUEUE - RAISED BY THE    *
010900*    BILLING RUN FROM THE READER'S STATUS CODE, NOT BY THIS    *
010900*    ANALYSIS, SO THEY SURVIVE THE REBUILD.                    *
010900*-----------------------------------------------------------*
010900 77  WS-KB-SUB               PIC 9(03) VALUE ZERO.
010900 77  WS-KB-COUNT             PIC 9(03) VALUE ZERO.
010900 01  WS-KEEP-TABLE.
010900     05  WS-KB-ENTRY OCCURS 500 TIMES.
010900         10  WS-KB-CUST-ID       PIC X(10).
010900         10  WS-KB-METER-NO      PIC X(12).
010900         10  WS-KB-LAST-UNITS    PIC 9(07).
010900         10  WS-KB-AVG-UNITS     PIC 9(07).

011000 PROCEDURE DIVISION.
011100 0000-MAINLINE SECTION.
011200     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
013400             FS-CUSTMAS
013500         MOVE "Y" TO WS-ABORT-SW
013600     END-IF.
013600     PERFORM 1100-KEEP-BURNT-CASES THRU 1100-EXIT.
013700     OPEN OUTPUT MTRINSP.
013800     IF NOT FS-MTRINSP-OK
013900         DISPLAY "BILMHLT: UNABLE TO OPEN MTRINSP, STATUS "
014000             FS-MTRINSP
014100         MOVE "Y" TO WS-ABORT-SW
014150     ELSE
014150         PERFORM 1120-REWRITE-BURNT-CASE THRU 1120-EXIT
014150             VARYING WS-KB-SUB FROM 1 BY 1
014150             UNTIL WS-KB-SUB > WS-KB-COUNT
014200     END-IF.
014300     OPEN EXTEND RUNLOG.
014400     IF NOT FS-RUNLOG-OK
015200 1000-EXIT.
015300     EXIT.

015310 1100-KEEP-BURNT-CASES.
015310     OPEN INPUT MTRINSP.
015310     IF NOT FS-MTRINSP-OK
015310         GO TO 1100-EXIT
015310     END-IF.
015310     READ MTRINSP
015310         AT END
015310             MOVE "Y" TO WS-MI-EOF-SW
015310     END-READ.
015310     PERFORM 1110-STORE-BURNT-CASE THRU 1110-EXIT
015310         UNTIL WS-MI-EOF.
015310     CLOSE MTRINSP.
015310 1100-EXIT.
015310     EXIT.

015320 1110-STORE-BURNT-CASE.
015320     IF MI-COND-BURNT AND WS-KB-COUNT < 500
015320         ADD 1 TO WS-KB-COUNT
015320         MOVE MI-CUST-ID    TO WS-KB-CUST-ID(WS-KB-COUNT)
015320         MOVE MI-METER-NO   TO WS-KB-METER-NO(WS-KB-COUNT)
015320         MOVE MI-LAST-UNITS TO WS-KB-LAST-UNITS(WS-KB-COUNT)
015320         MOVE MI-AVG-UNITS  TO WS-KB-AVG-UNITS(WS-KB-COUNT)
015320     END-IF.
015320     READ MTRINSP
015320         AT END
015320             MOVE "Y" TO WS-MI-EOF-SW
015320     END-READ.
015320 1110-EXIT.
015320     EXIT.

015330 1120-REWRITE-BURNT-CASE.
015330     MOVE WS-KB-CUST-ID(WS-KB-SUB)    TO MI-CUST-ID.
015330     MOVE WS-KB-METER-NO(WS-KB-SUB)   TO MI-METER-NO.
015330     SET MI-COND-BURNT TO TRUE.
015330     MOVE WS-KB-LAST-UNITS(WS-KB-SUB) TO MI-LAST-UNITS.
015330     MOVE WS-KB-AVG-UNITS(WS-KB-SUB)  TO MI-AVG-UNITS.
015330     MOVE ZERO TO MI-PERIODS-SEEN.
015330     WRITE MI-RECORD.
015330 1120-EXIT.
015330     EXIT.

015400 2000-PROCESS-BILL.
015500     ADD 1 TO WS-BILLS-READ.
015600     IF BH-CUST-ID NOT = WS-CUR-CUST-ID
