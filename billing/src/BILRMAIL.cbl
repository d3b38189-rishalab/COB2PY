002000*  MODIFICATION HISTORY                                      *
002100*  DATE       INIT  DESCRIPTION                               *
002200*  2026-09-02 RSH   ORIGINAL                                  *
002200*  2026-09-30 RSH   A LOGGED RETURN MARKS THE MATCHING NOTICE *
002200*                   UNDELIVERED ON THE CORRESPONDENCE REGISTER*
002200*                   (CORRREG, THROUGH BILCORR) - THE LATEST   *
002200*                   MAILED NOTICE TO THE CUSTOMER, NARROWED BY*
002200*                   THE INVOICE NUMBER AND AN OPTIONAL NOTICE *
002200*                   TYPE KEYED FROM THE ENVELOPE.             *
002200*  2026-10-15 RSH   FILE RMLRPT IN THE REPORT REPOSITORY     *
002200*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002300*-----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
007800     88  WS-CM-EOF                   VALUE "Y".
007900 77  WS-AQ-EOF-SW            PIC X(01) VALUE "N".
008000     88  WS-AQ-EOF                   VALUE "Y".
008000 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
008000     88  WS-RO-EOF                   VALUE "Y".
008100 77  WS-OPERATOR-ID          PIC X(08).
008200 77  WS-SYSTEM-DATE          PIC 9(08).
008300 77  WS-SYSTEM-TIME          PIC 9(08).
008700     88  WS-FUNC-REPORT              VALUE "R".
008800 77  WS-IN-CUST-ID           PIC X(10).
008900 77  WS-IN-INVOICE           PIC 9(09).
008910 77  WS-IN-NOTICE-TYPE       PIC X(02).
008920 77  WS-UNDELIV-MARKED       PIC 9(05) VALUE ZERO.
009000 77  WS-LOGGED-COUNT         PIC 9(05) VALUE ZERO.
009100 77  WS-CLOSED-COUNT         PIC 9(05) VALUE ZERO.
009200 77  WS-DUNNED-UNDELIV       PIC 9(05) VALUE ZERO.
010500         10  WS-AQ-OPERATOR-ID   PIC X(08).
010600 01  WS-QUEUE-COUNT              PIC 9(04) VALUE ZERO.

010610*-----------------------------------------------------------*
010620*    CORRESPONDENCE-REGISTER PARAMETER BLOCK FOR BILCORR       *
010630*-----------------------------------------------------------*
010640 COPY CWPARM.
010640 COPY RPTPARM.

010700 PROCEDURE DIVISION.
010800 0000-MAINLINE SECTION.
010900     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
021200     ACCEPT WS-IN-CUST-ID.
021300     DISPLAY "RETURNED INVOICE NO: " WITH NO ADVANCING.
021400     ACCEPT WS-IN-INVOICE.
021410     IF WS-IN-INVOICE NOT NUMERIC
021420         MOVE ZERO TO WS-IN-INVOICE
021430     END-IF.
021440     DISPLAY "RETURNED NOTICE TYPE (BLANK=ANY): "
021450         WITH NO ADVANCING.
021460     ACCEPT WS-IN-NOTICE-TYPE.
021500     MOVE WS-IN-CUST-ID TO CM-CUST-ID.
021600     READ CUSTMAS
021700         INVALID KEY
024100                 WS-IN-CUST-ID
024200     END-REWRITE.
024300     PERFORM 2500-QUEUE-ONCE THRU 2500-EXIT.
024310     PERFORM 2600-MARK-UNDELIVERED THRU 2600-EXIT.
024400     ADD 1 TO WS-LOGGED-COUNT.
024500     DISPLAY "BILRMAIL: RETURN LOGGED FOR " WS-IN-CUST-ID
024600         " - PRINT SUPPRESSED UNTIL THE ADDRESS IS FIXED".
027600 2510-EXIT.
027700     EXIT.

027710*-----------------------------------------------------------*
027720*    THE NOTICE THAT CAME BACK IS NO LONGER PROOF OF SERVICE - *
027730*    THE LATEST MAILED NOTICE ON THE CORRESPONDENCE REGISTER   *
027740*    MATCHING THE ENVELOPE IS MARKED UNDELIVERED.  A RETURNED  *
027750*    BILL MATCHES NO NOTICE AND IS ONLY LOGGED.                *
027760*-----------------------------------------------------------*
027770 2600-MARK-UNDELIVERED.
027780     MOVE "U"               TO CW-FUNCTION.
027790     MOVE WS-IN-CUST-ID     TO CW-CUST-ID.
027800     MOVE WS-IN-NOTICE-TYPE TO CW-NOTICE-TYPE.
027810     MOVE WS-SYSTEM-DATE    TO CW-DATE.
027820     MOVE WS-IN-INVOICE     TO CW-INVOICE-NO.
027830     CALL "BILCORR" USING CW-PARMS.
027840     EVALUATE TRUE
027850         WHEN CW-OK
027860             DISPLAY "BILRMAIL: " CW-NOTICE-TYPE " NOTICE OF "
027870                 CW-FOUND-DATE " MARKED UNDELIVERED"
027880             ADD 1 TO WS-UNDELIV-MARKED
027890         WHEN CW-NOT-FOUND
027900             DISPLAY "BILRMAIL: NO MATCHING NOTICE ON THE"
027910                 " CORRESPONDENCE REGISTER"
027920         WHEN OTHER
027930             DISPLAY "BILRMAIL: CORRESPONDENCE REGISTER NOT"
027940                 " UPDATED FOR " WS-IN-CUST-ID
027950     END-EVALUATE.
027960 2600-EXIT.
027970     EXIT.

027800*-----------------------------------------------------------*
027900*    CLOSE - THE ADDRESS HAS BEEN FIXED THROUGH BILMNT; THE    *
028000*    QUEUE ITEM CLOSES AND THE FLAG CLEARS, SO PRINTING        *
037200     CLOSE CUSTMAS.
037300     IF WS-FUNC-REPORT AND NOT WS-ABORT
037400         CLOSE RMLRPT
037400         PERFORM 9680-FILE-REPORT THRU 9680-EXIT
037500     END-IF.
037600     IF NOT WS-ABORT
037700         PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT
038000     DISPLAY "BILRMAIL: " WS-LOGGED-COUNT " LOGGED, "
038100         WS-CLOSED-COUNT " CLOSED, "
038200         WS-DUNNED-UNDELIV " DUNNED-UNDELIVERED".
038210     IF WS-FUNC-ENTER
038220         DISPLAY "BILRMAIL: " WS-UNDELIV-MARKED
038230             " NOTICE(S) MARKED UNDELIVERED ON CORRREG"
038240     END-IF.
038300 9000-EXIT.
038400     EXIT.

039700     WRITE RL-RECORD.
039800 9600-EXIT.
039900     EXIT.

040000*-----------------------------------------------------------*
040100*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
040200*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
040300*    OUTLIVES THE NEXT RUN.                                    *
040400*-----------------------------------------------------------*
040500 9680-FILE-REPORT.
040600     OPEN INPUT RMLRPT.
040700     IF NOT FS-RMLRPT-OK
040800         GO TO 9680-EXIT
040900     END-IF.
041000     MOVE "O"               TO RO-FUNCTION.
041100     MOVE "RMLRPT"          TO RO-REPORT-NAME.
041200     MOVE "BILRMAIL"        TO RO-PROGRAM-ID.
041300     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
041400     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
041500     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
041600     MOVE ZERO              TO RO-PERIOD.
041700     CALL "BILRPTF" USING RO-PARMS.
041800     IF RO-OK
041900         MOVE "N" TO WS-RO-EOF-SW
042000         PERFORM 9690-FILE-LINE THRU 9690-EXIT
042100             UNTIL WS-RO-EOF
042200         MOVE "C"          TO RO-FUNCTION
042300         CALL "BILRPTF" USING RO-PARMS
042400     END-IF.
042500     CLOSE RMLRPT.
042600 9680-EXIT.
042700     EXIT.

042800 9690-FILE-LINE.
042900     READ RMLRPT
043000         AT END
043100             MOVE "Y" TO WS-RO-EOF-SW
043200             GO TO 9690-EXIT
043300     END-READ.
043400     MOVE "L"               TO RO-FUNCTION.
043500     MOVE RL-LINE           TO RO-LINE.
043600     CALL "BILRPTF" USING RO-PARMS.
043700 9690-EXIT.
043800     EXIT.
