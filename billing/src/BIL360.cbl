002120*                   (WRITE-OFF, REVERSAL, REBILL) AND A       *
002130*                   CANCEL/REBILL SECTION FROM CANCLOG, SO    *
002140*                   BOTH EVENTS ARE VISIBLE ON THE 360 VIEW.  *
002140*  2026-09-27 RSH   ADD THE SUPPLY OUTAGES ON THE ACCOUNT'S   *
002140*                   FEEDER IN THE LAST YEAR, FROM THE OUTAGE  *
002140*                   REGISTER THROUGH THE ROUTE BOOK AND THE   *
002140*                   ROUTE-TO-FEEDER MAP.                      *
002150*  2026-09-28 RSH   ADD THE ACCOUNT'S OPEN COMPLAINTS FROM    *
002150*                   THE COMPLAINT REGISTER, WITH THOSE PAST   *
002150*                   THEIR TARGET MARKED.                      *
002150*  2026-10-12 RSH   ADD THE RECEIPTS POSTED TO THE ACCOUNT    *
002150*                   FROM THE RECEIPT REGISTER, WITH THE BULK  *
002150*                   RECEIPT ANY SHARE CAME FROM.              *
002200*-----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS FS-APPRHLD.

004710     SELECT PAYREG ASSIGN TO "PAYREG"
004720         ORGANIZATION IS SEQUENTIAL
004730         FILE STATUS IS FS-PAYREG.

004800     SELECT PAYPLAN ASSIGN TO "PAYPLAN"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS FS-PAYPLAN.
005020         ORGANIZATION IS SEQUENTIAL
005030         FILE STATUS IS FS-CANCLOG.

005040     SELECT RTEBOOK ASSIGN TO "RTEBOOK"
005040         ORGANIZATION IS SEQUENTIAL
005040         FILE STATUS IS FS-RTEBOOK.

005050     SELECT RTEFDR ASSIGN TO "RTEFDR"
005050         ORGANIZATION IS SEQUENTIAL
005050         FILE STATUS IS FS-RTEFDR.

005060     SELECT OUTAGE ASSIGN TO "OUTAGE"
005060         ORGANIZATION IS INDEXED
005060         ACCESS MODE IS DYNAMIC
005060         RECORD KEY IS OG-OUTAGE-ID
005060         FILE STATUS IS FS-OUTAGE.

005070     SELECT COMPREG ASSIGN TO "COMPREG"
005070         ORGANIZATION IS INDEXED
005070         ACCESS MODE IS DYNAMIC
005070         RECORD KEY IS CP-COMPLAINT-NO
005070         FILE STATUS IS FS-COMPREG.

005100     SELECT RUNLOG ASSIGN TO "RUNLOG"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS FS-RUNLOG.
006900     LABEL RECORDS ARE STANDARD.
007000 COPY APPRHLD.

007010 FD  PAYREG
007020     LABEL RECORDS ARE STANDARD.
007030 COPY PAYREG.

007100 FD  PAYPLAN
007200     LABEL RECORDS ARE STANDARD.
007300 COPY PAYPLAN.
007320     LABEL RECORDS ARE STANDARD.
007330 COPY CANCLOG.

007340 FD  RTEBOOK
007340     LABEL RECORDS ARE STANDARD.
007340 COPY RTEBOOK.

007350 FD  RTEFDR
007350     LABEL RECORDS ARE STANDARD.
007350 COPY RTEFDR.

007360 FD  OUTAGE
007360     LABEL RECORDS ARE STANDARD.
007360 COPY OUTAGE.

007370 FD  COMPREG
007370     LABEL RECORDS ARE STANDARD.
007370 COPY COMPREG.

007400 FD  RUNLOG
007500     LABEL RECORDS ARE STANDARD.
007600 COPY RUNLOG.
008800     88  FS-BILLEXCP-OK              VALUE "00".
008900 77  FS-APPRHLD              PIC X(02).
009000     88  FS-APPRHLD-OK               VALUE "00".
009010 77  FS-PAYREG               PIC X(02).
009020     88  FS-PAYREG-OK                VALUE "00".
009100 77  FS-PAYPLAN              PIC X(02).
009200     88  FS-PAYPLAN-OK               VALUE "00".
009210 77  FS-CANCLOG              PIC X(02).
009220     88  FS-CANCLOG-OK               VALUE "00".
009230 77  FS-RTEBOOK              PIC X(02).
009230     88  FS-RTEBOOK-OK               VALUE "00".
009240 77  FS-RTEFDR               PIC X(02).
009240     88  FS-RTEFDR-OK                VALUE "00".
009250 77  FS-OUTAGE               PIC X(02).
009250     88  FS-OUTAGE-OK                VALUE "00".
009260 77  FS-COMPREG              PIC X(02).
009260     88  FS-COMPREG-OK               VALUE "00".
009300 77  FS-RUNLOG               PIC X(02).
009400     88  FS-RUNLOG-OK                VALUE "00".

011100 77  WS-BILL-SHOWN           PIC 9(02) VALUE ZERO.
011200 01  WS-AMT-ED               PIC ZZZZZZZZ9.99.
011300 01  WS-AMT2-ED              PIC ZZZZZZZZ9.99.
011310 77  WS-ROUTE-ID             PIC X(04).
011320 77  WS-FEEDER-ID            PIC X(06).
011330 77  WS-OUTAGE-FROM          PIC 9(08).
011340 01  WS-MIN-ED               PIC ZZZZZZ9.

011400 PROCEDURE DIVISION.
011500 0000-MAINLINE SECTION.
011700     IF WS-FOUND
011800         PERFORM 3000-SHOW-IDENTITY  THRU 3000-EXIT
011900         PERFORM 4000-SHOW-BILLS     THRU 4000-EXIT
011950         PERFORM 4500-SHOW-RECEIPTS  THRU 4500-EXIT
012000         PERFORM 5000-SHOW-DEPOSITS  THRU 5000-EXIT
012100         PERFORM 6000-SHOW-EXCEPTIONS THRU 6000-EXIT
012200         PERFORM 7000-SHOW-HELD-BILLS THRU 7000-EXIT
012300         PERFORM 7500-SHOW-PLAN      THRU 7500-EXIT
012340         PERFORM 7700-SHOW-OUTAGES   THRU 7700-EXIT
012345         PERFORM 7750-SHOW-COMPLAINTS THRU 7750-EXIT
012350         PERFORM 7800-SHOW-CANCELLATIONS THRU 7800-EXIT
012400     END-IF.
012500     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
022500 4100-EXIT.
022600     EXIT.

022610*-----------------------------------------------------------*
022620*    RECEIPTS POSTED TO THE ACCOUNT, OFF THE RECEIPT REGISTER.  *
022630*    A SHARE OF A BULK PAYMENT SHOWS THE PAYER'S SINGLE         *
022640*    RECEIPT IT WAS SPLIT FROM.                                 *
022650*-----------------------------------------------------------*
022660 4500-SHOW-RECEIPTS.
022661     DISPLAY "RECEIPTS POSTED:".
022662     MOVE "N" TO WS-ANY-SW.
022663     MOVE "N" TO WS-EOF-SW.
022664     OPEN INPUT PAYREG.
022665     IF NOT FS-PAYREG-OK
022666         DISPLAY "  (NONE ON FILE)"
022667         GO TO 4500-EXIT
022668     END-IF.
022669     PERFORM 4600-SHOW-ONE-RECEIPT THRU 4600-EXIT
022670         UNTIL WS-EOF.
022671     CLOSE PAYREG.
022672     IF NOT WS-ANY-SHOWN
022673         DISPLAY "  (NONE)"
022674     END-IF.
022675 4500-EXIT.
022676     EXIT.

022680 4600-SHOW-ONE-RECEIPT.
022681     READ PAYREG
022682         AT END
022683             MOVE "Y" TO WS-EOF-SW
022684             GO TO 4600-EXIT
022685     END-READ.
022686     IF PG-CUST-ID NOT = WS-CUST-ID
022687         GO TO 4600-EXIT
022688     END-IF.
022689     MOVE PG-AMOUNT TO WS-AMT-ED.
022690     DISPLAY "  " PG-POST-DATE " RECEIPT " PG-RECEIPT-NO
022691         " " PG-SOURCE-CODE " RS " WS-AMT-ED.
022692     IF PG-PARENT-RECEIPT NOT = SPACES
022693         DISPLAY "        PART OF BULK RECEIPT " PG-PARENT-RECEIPT
022694     END-IF.
022695     IF PG-REVERSED
022696         DISPLAY "        REVERSED"
022697     END-IF.
022698     MOVE "Y" TO WS-ANY-SW.
022699 4600-EXIT.
022699     EXIT.

022700*-----------------------------------------------------------*
022800*    DEPOSIT ACTIVITY STILL SITTING ON THE TRANSACTION FILE    *
022900*    (NOT YET POSTED BY BILDEP).  THE BALANCE ITSELF IS IN     *
035400 7600-EXIT.
035500     EXIT.

035510*-----------------------------------------------------------*
035510*    SUPPLY OUTAGES ON THE ACCOUNT'S FEEDER IN THE LAST YEAR - *
035510*    THE METER'S ROUTE FROM THE ROUTE BOOK, THE ROUTE'S FEEDER *
035510*    FROM THE MAP, THEN EVERY OUTAGE ON THAT FEEDER FROM THE   *
035510*    REGISTER.                                                 *
035510*-----------------------------------------------------------*
035510 7700-SHOW-OUTAGES.
035510     DISPLAY "SUPPLY OUTAGES IN THE LAST YEAR:".
035510     MOVE "N" TO WS-ANY-SW.
035510     MOVE SPACES TO WS-ROUTE-ID.
035510     MOVE SPACES TO WS-FEEDER-ID.
035510     COMPUTE WS-OUTAGE-FROM = WS-SYSTEM-DATE - 10000.
035510     MOVE "N" TO WS-EOF-SW.
035510     OPEN INPUT RTEBOOK.
035510     IF FS-RTEBOOK-OK
035510         PERFORM 7710-FIND-ROUTE THRU 7710-EXIT
035510             UNTIL WS-EOF
035510         CLOSE RTEBOOK
035510     END-IF.
035510     MOVE "N" TO WS-EOF-SW.
035510     OPEN INPUT RTEFDR.
035510     IF FS-RTEFDR-OK AND WS-ROUTE-ID NOT = SPACES
035510         PERFORM 7720-FIND-FEEDER THRU 7720-EXIT
035510             UNTIL WS-EOF
035510     END-IF.
035510     IF FS-RTEFDR-OK
035510         CLOSE RTEFDR
035510     END-IF.
035510     IF WS-FEEDER-ID = SPACES
035510         DISPLAY "  (METER NOT MAPPED TO A FEEDER)"
035510         GO TO 7700-EXIT
035510     END-IF.
035510     MOVE "N" TO WS-EOF-SW.
035510     OPEN INPUT OUTAGE.
035510     IF NOT FS-OUTAGE-OK
035510         DISPLAY "  (NONE ON FILE)"
035510         GO TO 7700-EXIT
035510     END-IF.
035510     PERFORM 7730-SHOW-ONE-OUTAGE THRU 7730-EXIT
035510         UNTIL WS-EOF.
035510     CLOSE OUTAGE.
035510     IF NOT WS-ANY-SHOWN
035510         DISPLAY "  (NONE ON FEEDER " WS-FEEDER-ID ")"
035510     END-IF.
035510 7700-EXIT.
035510     EXIT.

035510 7710-FIND-ROUTE.
035510     READ RTEBOOK
035510         AT END
035510             MOVE "Y" TO WS-EOF-SW
035510             GO TO 7710-EXIT
035510     END-READ.
035510     IF RB-CUST-ID = WS-CUST-ID
035510         MOVE RB-ROUTE-ID TO WS-ROUTE-ID
035510         MOVE "Y" TO WS-EOF-SW
035510     END-IF.
035510 7710-EXIT.
035510     EXIT.

035510 7720-FIND-FEEDER.
035510     READ RTEFDR
035510         AT END
035510             MOVE "Y" TO WS-EOF-SW
035510             GO TO 7720-EXIT
035510     END-READ.
035510     IF RF-ROUTE-ID = WS-ROUTE-ID
035510         MOVE RF-FEEDER-ID TO WS-FEEDER-ID
035510         MOVE "Y" TO WS-EOF-SW
035510     END-IF.
035510 7720-EXIT.
035510     EXIT.

035510 7730-SHOW-ONE-OUTAGE.
035510     READ OUTAGE NEXT RECORD
035510         AT END
035510             MOVE "Y" TO WS-EOF-SW
035510             GO TO 7730-EXIT
035510     END-READ.
035510     IF OG-FEEDER-ID NOT = WS-FEEDER-ID
035510         OR OG-START-DATE < WS-OUTAGE-FROM
035510         GO TO 7730-EXIT
035510     END-IF.
035510     IF OG-STAT-OPEN
035510         DISPLAY "  " OG-START-DATE " " OG-START-TIME
035510             " NOT YET RESTORED          " OG-PLANNED-SW
035510             " " OG-CAUSE-TEXT
035510     ELSE
035510         MOVE OG-DURATION-MIN TO WS-MIN-ED
035510         DISPLAY "  " OG-START-DATE " " OG-START-TIME
035510             " TO " OG-END-DATE " " OG-END-TIME
035510             WS-MIN-ED " MIN " OG-PLANNED-SW
035510             " " OG-CAUSE-TEXT
035510     END-IF.
035510     MOVE "Y" TO WS-ANY-SW.
035510 7730-EXIT.
035510     EXIT.

035520*-----------------------------------------------------------*
035520*    OPEN COMPLAINTS ON THE ACCOUNT FROM THE COMPLAINT         *
035520*    REGISTER, MARKED WHERE THE DUE DATE AND TIME HAVE PASSED. *
035520*-----------------------------------------------------------*
035520 7750-SHOW-COMPLAINTS.
035520     DISPLAY "OPEN COMPLAINTS:".
035520     MOVE "N" TO WS-ANY-SW.
035520     MOVE "N" TO WS-EOF-SW.
035520     OPEN INPUT COMPREG.
035520     IF NOT FS-COMPREG-OK
035520         DISPLAY "  (NONE ON FILE)"
035520         GO TO 7750-EXIT
035520     END-IF.
035520     PERFORM 7760-SHOW-ONE-COMPLAINT THRU 7760-EXIT
035520         UNTIL WS-EOF.
035520     CLOSE COMPREG.
035520     IF NOT WS-ANY-SHOWN
035520         DISPLAY "  (NONE)"
035520     END-IF.
035520 7750-EXIT.
035520     EXIT.

035520 7760-SHOW-ONE-COMPLAINT.
035520     READ COMPREG NEXT RECORD
035520         AT END
035520             MOVE "Y" TO WS-EOF-SW
035520             GO TO 7760-EXIT
035520     END-READ.
035520     IF CP-CUST-ID NOT = WS-CUST-ID OR CP-STAT-CLOSED
035520         GO TO 7760-EXIT
035520     END-IF.
035520     IF CP-DUE-DATE < WS-SYSTEM-DATE
035520         OR (CP-DUE-DATE = WS-SYSTEM-DATE
035520             AND CP-DUE-TIME < WS-SYSTEM-TIME(1:4))
035520         DISPLAY "  " CP-COMPLAINT-NO " " CP-CATEGORY "/"
035520             CP-SUBCATEGORY " LOGGED " CP-OPEN-DATE
035520             " DUE " CP-DUE-DATE " " CP-DUE-TIME
035520             " DESK " CP-DESK-ID " PAST TARGET"
035520     ELSE
035520         DISPLAY "  " CP-COMPLAINT-NO " " CP-CATEGORY "/"
035520             CP-SUBCATEGORY " LOGGED " CP-OPEN-DATE
035520             " DUE " CP-DUE-DATE " " CP-DUE-TIME
035520             " DESK " CP-DESK-ID
035520     END-IF.
035520     DISPLAY "    " CP-DESCRIPTION.
035520     MOVE "Y" TO WS-ANY-SW.
035520 7760-EXIT.
035520     EXIT.

034610*-----------------------------------------------------------*
034620*    CANCEL/REBILL EVENTS FROM THE PERMANENT CANCELLATION      *
034630*    REGISTER - THE REWRITTEN HISTORY RECORD ALONE CANNOT       *
