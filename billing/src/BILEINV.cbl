001500*  PORTAL'S ACKNOWLEDGMENT, STAMPS THE RETURNED REGISTRATION   *
001600*  REFERENCE ONTO THE HISTORY RECORD (SHOWN ON A BILDUPL       *
001700*  REPRINT) AND REPORTS THE REJECTS - AN UNREGISTERED          *
001800*  E-INVOICE IS LEGALLY NOT AN INVOICE AT ALL.  GST CREDIT    *
001800*  AND DEBIT NOTES TO COMMERCIAL CUSTOMERS ARE REGISTERED THE  *
001800*  SAME WAY FROM THE GSTNOTE REGISTER - A CRN OR DBN LINE IN   *
001800*  THE EXTRACT, AND AN ACKNOWLEDGMENT CARRYING THE NOTE TYPE   *
001800*  AND NUMBER STAMPS THE NOTE INSTEAD OF THE BILL.             *
001900*-----------------------------------------------------------*
002000*  MODIFICATION HISTORY                                      *
002100*  DATE       INIT  DESCRIPTION                               *
002200*  2026-09-02 RSH   ORIGINAL                                  *
002200*  2026-10-10 RSH   REGISTER GST CREDIT/DEBIT NOTES TO        *
002200*                   COMMERCIAL CUSTOMERS - CRN/DBN EXTRACT    *
002200*                   LINES AND NOTE ACKNOWLEDGMENTS STAMPED ON *
002200*                   GSTNOTE.                                  *
002300*-----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS FS-EINVREJ.

004800     SELECT GSTNOTE ASSIGN TO "GSTNOTE"
004800         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS GN-KEY
004800         FILE STATUS IS FS-GSTNOTE.

004900     SELECT RUNLOG ASSIGN TO "RUNLOG"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS FS-RUNLOG.
007000         88  EA-ACK-REJECTED             VALUE "R".
007100     05  EA-EINV-REF             PIC X(20).
007200     05  EA-REASON-TEXT          PIC X(30).
007200     05  EA-NOTE-TYPE            PIC X(01).
007200         88  EA-FOR-NOTE                 VALUE "C" "D".
007200     05  EA-NOTE-NO              PIC 9(09).

007300 FD  EINVREJ
007400     LABEL RECORDS ARE STANDARD.
007500 01  EJ-LINE                     PIC X(80).

007500 FD  GSTNOTE
007500     LABEL RECORDS ARE STANDARD.
007500 COPY GSTNOTE.

007600 FD  RUNLOG
007700     LABEL RECORDS ARE STANDARD.
007800 COPY RUNLOG.
009200     88  FS-EINVREJ-OK               VALUE "00".
009300 77  FS-RUNLOG               PIC X(02).
009400     88  FS-RUNLOG-OK                VALUE "00".
009400 77  FS-GSTNOTE              PIC X(02).
009400     88  FS-GSTNOTE-OK               VALUE "00".
009400 77  WS-GN-OPEN-SW           PIC X(01) VALUE "N".
009400     88  WS-GN-OPEN                  VALUE "Y".
009400 77  WS-GN-EOF-SW            PIC X(01) VALUE "N".
009400     88  WS-GN-EOF                   VALUE "Y".

009500*-----------------------------------------------------------*
009600*    PROGRAM SWITCHES AND WORK FIELDS                         *
011300 77  WS-TAXABLE-ED           PIC 9(09).99.
011400 77  WS-GST-ED               PIC 9(09).99.
011500 77  WS-BILL-ED              PIC 9(09).99.
011500 77  WS-NOTE-TAG             PIC X(03).
011600 01  WS-REJ-LINE             PIC X(80).

011700 PROCEDURE DIVISION.
012200             WHEN WS-FUNC-EXTRACT
012300                 PERFORM 2000-EXTRACT-BILL THRU 2000-EXIT
012400                     UNTIL WS-EOF
012400                 PERFORM 2200-EXTRACT-NOTE THRU 2200-EXIT
012400                     UNTIL WS-GN-EOF
012500             WHEN WS-FUNC-ACK
012600                 PERFORM 3000-TAKE-ACK THRU 3000-EXIT
012700                     UNTIL WS-EOF
017400                 FS-EINVEXT
017500             MOVE "Y" TO WS-ABORT-SW
017600         END-IF
017600         OPEN INPUT GSTNOTE
017600         IF FS-GSTNOTE-OK
017600             MOVE "Y" TO WS-GN-OPEN-SW
017600         ELSE
017600             MOVE "Y" TO WS-GN-EOF-SW
017600         END-IF
017700         IF NOT WS-ABORT
017800             PERFORM 2100-READ-BILL THRU 2100-EXIT
017900         END-IF
019700                 FS-EINVREJ
019800             MOVE "Y" TO WS-ABORT-SW
019900         END-IF
019900         OPEN I-O GSTNOTE
019900         IF FS-GSTNOTE-OK
019900             MOVE "Y" TO WS-GN-OPEN-SW
019900         END-IF
020000         IF NOT WS-ABORT
020100             PERFORM 3100-READ-ACK THRU 3100-EXIT
020200         END-IF
024900 2100-EXIT.
025000     EXIT.

025000*-----------------------------------------------------------*
025000*    A GST NOTE ISSUED IN THE PERIOD TO A COMMERCIAL CUSTOMER  *
025000*    AND NOT YET REGISTERED GOES OUT BEHIND THE BILLS, TAGGED  *
025000*    CRN OR DBN AND QUOTING THE INVOICE IT AMENDS.             *
025000*-----------------------------------------------------------*
025000 2200-EXTRACT-NOTE.
025000     READ GSTNOTE NEXT RECORD
025000         AT END
025000             MOVE "Y" TO WS-GN-EOF-SW
025000             GO TO 2200-EXIT
025000     END-READ.
025000     IF GN-FILING-PERIOD NOT = WS-FILING-PERIOD
025000         GO TO 2200-EXIT
025000     END-IF.
025000     IF GN-EINV-REF NOT = SPACES
025000         GO TO 2200-EXIT
025000     END-IF.
025000     MOVE GN-CUST-ID TO CM-CUST-ID.
025000     READ CUSTMAS
025000         INVALID KEY
025000             GO TO 2200-EXIT
025000     END-READ.
025000     IF NOT CM-CLASS-COMMERCIAL
025000         GO TO 2200-EXIT
025000     END-IF.
025000     IF GN-CREDIT-NOTE
025000         MOVE "CRN" TO WS-NOTE-TAG
025000     ELSE
025000         MOVE "DBN" TO WS-NOTE-TAG
025000     END-IF.
025000     MOVE GN-TAXABLE-AMT TO WS-TAXABLE-ED.
025000     MOVE GN-GST-AMT     TO WS-GST-ED.
025000     MOVE GN-NOTE-AMT    TO WS-BILL-ED.
025000     MOVE SPACES TO EV-LINE.
025000     STRING WS-NOTE-TAG "|" GN-NOTE-NO "|" GN-NOTE-DATE "|"
025000         GN-CUST-ID "|" CM-NAME "|"
025000         WS-TAXABLE-ED "|" WS-GST-ED "|" WS-BILL-ED "|"
025000         GN-ORIG-INVOICE-NO
025000         DELIMITED BY SIZE INTO EV-LINE.
025000     WRITE EV-RECORD.
025000     ADD 1 TO WS-EXTRACTED-COUNT.
025000 2200-EXIT.
025000     EXIT.

025100*-----------------------------------------------------------*
025200*    ACK IMPORT - AN ACCEPTED REGISTRATION STAMPS ITS          *
025300*    REFERENCE ON THE HISTORY RECORD; A REJECT GOES ON THE     *
026400         ADD 1 TO WS-REJECT-COUNT
026500         GO TO 3000-NEXT
026600     END-IF.
026600     IF EA-FOR-NOTE
026600         PERFORM 3200-STAMP-NOTE THRU 3200-EXIT
026600         GO TO 3000-NEXT
026600     END-IF.
026700     MOVE EA-CUST-ID     TO BH-CUST-ID.
026800     MOVE EA-BILL-PERIOD TO BH-BILL-PERIOD.
026900     READ BILLHIST
029500 3100-EXIT.
029600     EXIT.

029600*-----------------------------------------------------------*
029600*    AN ACCEPTED NOTE REGISTRATION STAMPS THE REFERENCE ON THE *
029600*    GSTNOTE REGISTER, SHOWN WHEN THE NOTE IS PRINTED.         *
029600*-----------------------------------------------------------*
029600 3200-STAMP-NOTE.
029600     IF NOT WS-GN-OPEN
029600         MOVE SPACES TO WS-REJ-LINE
029600         STRING EA-NOTE-TYPE EA-NOTE-NO
029600             " ACK BUT NO NOTE REGISTER"
029600             DELIMITED BY SIZE INTO WS-REJ-LINE
029600         WRITE EJ-LINE FROM WS-REJ-LINE
029600         ADD 1 TO WS-REJECT-COUNT
029600         GO TO 3200-EXIT
029600     END-IF.
029600     MOVE EA-NOTE-TYPE TO GN-NOTE-TYPE.
029600     MOVE EA-NOTE-NO   TO GN-NOTE-NO.
029600     READ GSTNOTE
029600         INVALID KEY
029600             MOVE SPACES TO WS-REJ-LINE
029600             STRING EA-NOTE-TYPE EA-NOTE-NO
029600                 " ACK FOR UNKNOWN NOTE"
029600                 DELIMITED BY SIZE INTO WS-REJ-LINE
029600             WRITE EJ-LINE FROM WS-REJ-LINE
029600             ADD 1 TO WS-REJECT-COUNT
029600             GO TO 3200-EXIT
029600     END-READ.
029600     MOVE EA-EINV-REF TO GN-EINV-REF.
029600     REWRITE GN-RECORD
029600         INVALID KEY
029600             DISPLAY "BILEINV: NOTE REWRITE FAILED FOR "
029600                 EA-NOTE-TYPE EA-NOTE-NO
029600     END-REWRITE.
029600     ADD 1 TO WS-STAMPED-COUNT.
029600 3200-EXIT.
029600     EXIT.

029700 9000-TERMINATE.
029800     IF WS-FUNC-EXTRACT AND NOT WS-ABORT
029900         CLOSE BILLHIST
030000         CLOSE CUSTMAS
030100         CLOSE EINVEXT
030200     END-IF.
030200     IF WS-GN-OPEN
030200         CLOSE GSTNOTE
030200     END-IF.
030300     IF WS-FUNC-ACK AND NOT WS-ABORT
030400         CLOSE EINVACK
030500         CLOSE BILLHIST
