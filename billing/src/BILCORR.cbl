000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILCORR.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-09-30.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILCORR                                                   *
000900*  CORRESPONDENCE-REGISTER SUBPROGRAM, CALLED BY EVERY        *
001000*  PROGRAM THAT SENDS A CUSTOMER A NOTICE (BILREM, BILDISC,   *
001100*  BILDADQ, BILLEGL) SO THE PROOF OF SERVICE IS KEPT BY ONE   *
001200*  SET OF RULES.  BILRMAIL CALLS IT TO MARK A RETURNED        *
001300*  NOTICE UNDELIVERED, AND BILDISC TO FIND THE FINAL NOTICE   *
001400*  THAT STILL STANDS AS SERVED BEFORE A DISCONNECTION ORDER   *
001500*  IS ISSUED.  THE FILE IS OPENED AND CLOSED ON EACH CALL     *
001600*  AND CREATED ON FIRST USE, AS BILSLUP DOES FOR ITS          *
001700*  REGISTER.                                                  *
001800*-----------------------------------------------------------*
001900*  MODIFICATION HISTORY                                      *
002000*  DATE       INIT  DESCRIPTION                               *
002100*  2026-09-30 RSH   ORIGINAL                                  *
002200*-----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.   IBM-370.
002600 OBJECT-COMPUTER.   IBM-370.

002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT CORRREG ASSIGN TO "CORRREG"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS CO-KEY
003300         FILE STATUS IS FS-CORRREG.

003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  CORRREG
003700     LABEL RECORDS ARE STANDARD.
003800 COPY CORRREG.

003900 WORKING-STORAGE SECTION.
004000 77  FS-CORRREG              PIC X(02).
004100     88  FS-CORRREG-OK               VALUE "00".
004200 77  WS-CO-EOF-SW            PIC X(01).
004300     88  WS-CO-EOF                   VALUE "Y".
004400 77  WS-MATCH-SW             PIC X(01).
004500     88  WS-MATCHED                  VALUE "Y".
004600 01  WS-MATCH-KEY            PIC X(20).

004700 LINKAGE SECTION.
004800 COPY CWPARM.

004900 PROCEDURE DIVISION USING CW-PARMS.
005000 0000-MAINLINE SECTION.
005100     MOVE "F"  TO CW-RESULT.
005200     MOVE ZERO TO CW-FOUND-DATE.
005300     IF NOT CW-FUNC-RECORD AND NOT CW-FUNC-RETURNED
005400         AND NOT CW-FUNC-FIND-SERVED
005500         DISPLAY "BILCORR: UNKNOWN FUNCTION " CW-FUNCTION
005600         GOBACK
005700     END-IF.
005800     OPEN I-O CORRREG.
005900     IF NOT FS-CORRREG-OK
006000         OPEN OUTPUT CORRREG
006100         IF FS-CORRREG-OK
006200             CLOSE CORRREG
006300             OPEN I-O CORRREG
006400         END-IF
006500     END-IF.
006600     IF NOT FS-CORRREG-OK
006700         DISPLAY "BILCORR: UNABLE TO OPEN CORRREG, STATUS "
006800             FS-CORRREG
006900         GOBACK
007000     END-IF.
007100     EVALUATE TRUE
007200         WHEN CW-FUNC-RECORD
007300             PERFORM 1000-RECORD-NOTICE THRU 1000-EXIT
007400         WHEN CW-FUNC-RETURNED
007500             PERFORM 2000-MARK-RETURNED THRU 2000-EXIT
007600         WHEN CW-FUNC-FIND-SERVED
007700             PERFORM 3000-FIND-SERVED THRU 3000-EXIT
007800     END-EVALUATE.
007900     CLOSE CORRREG.
008000     GOBACK.

008100*-----------------------------------------------------------*
008200*    RECORD A NOTICE AS SERVED.  THE SAME NOTICE SENT TWICE    *
008300*    IN ONE DAY IS ONE SERVICE, NOT TWO.                       *
008400*-----------------------------------------------------------*
008500 1000-RECORD-NOTICE.
008600     MOVE SPACES          TO CO-RECORD.
008700     MOVE CW-CUST-ID      TO CO-CUST-ID.
008800     MOVE CW-DATE         TO CO-NOTICE-DATE.
008900     MOVE CW-NOTICE-TYPE  TO CO-NOTICE-TYPE.
009000     MOVE CW-CHANNEL      TO CO-CHANNEL.
009100     MOVE CW-ADDRESS      TO CO-ADDRESS.
009200     MOVE CW-INVOICE-NO   TO CO-INVOICE-NO.
009300     MOVE CW-REFERENCE    TO CO-REFERENCE.
009400     MOVE CW-PROGRAM-ID   TO CO-PROGRAM-ID.
009500     MOVE "S"             TO CO-SERVICE-STATUS.
009600     MOVE ZERO            TO CO-RETURN-DATE.
009700     WRITE CO-RECORD
009800         INVALID KEY
009900             IF FS-CORRREG = "22"
010000                 MOVE "D" TO CW-RESULT
010100             END-IF
010200             GO TO 1000-EXIT
010300     END-WRITE.
010400     MOVE "Y" TO CW-RESULT.
010500 1000-EXIT.
010600     EXIT.

010700*-----------------------------------------------------------*
010800*    A RETURNED ENVELOPE - THE LATEST MAILED NOTICE THAT WAS   *
010900*    OUT BEFORE THE RETURN AND MATCHES WHAT WAS KEYED FROM     *
011000*    THE ENVELOPE IS NO LONGER PROOF OF SERVICE.               *
011100*-----------------------------------------------------------*
011200 2000-MARK-RETURNED.
011300     MOVE "U" TO CW-RESULT.
011400     MOVE "N" TO WS-MATCH-SW.
011500     PERFORM 4000-START-CUSTOMER THRU 4000-EXIT.
011600     PERFORM 2100-CHECK-ONE-NOTICE THRU 2100-EXIT
011700         UNTIL WS-CO-EOF.
011800     IF NOT WS-MATCHED
011900         GO TO 2000-EXIT
012000     END-IF.
012100     MOVE WS-MATCH-KEY TO CO-KEY.
012200     READ CORRREG
012300         INVALID KEY
012400             MOVE "F" TO CW-RESULT
012500             GO TO 2000-EXIT
012600     END-READ.
012700     MOVE "U"     TO CO-SERVICE-STATUS.
012800     MOVE CW-DATE TO CO-RETURN-DATE.
012900     REWRITE CO-RECORD
013000         INVALID KEY
013100             MOVE "F" TO CW-RESULT
013200             GO TO 2000-EXIT
013300     END-REWRITE.
013400     MOVE CO-NOTICE-TYPE TO CW-NOTICE-TYPE.
013500     MOVE CO-NOTICE-DATE TO CW-FOUND-DATE.
013600     MOVE "Y" TO CW-RESULT.
013700 2000-EXIT.
013800     EXIT.

013900 2100-CHECK-ONE-NOTICE.
014000     PERFORM 4100-READ-NEXT THRU 4100-EXIT.
014100     IF WS-CO-EOF
014200         GO TO 2100-EXIT
014300     END-IF.
014400     IF CO-NOTICE-DATE > CW-DATE
014500         MOVE "Y" TO WS-CO-EOF-SW
014600         GO TO 2100-EXIT
014700     END-IF.
014800     IF NOT CO-SERVED OR NOT CO-CHAN-MAILED
014900         GO TO 2100-EXIT
015000     END-IF.
015100     IF CW-NOTICE-TYPE NOT = SPACES
015200         AND CO-NOTICE-TYPE NOT = CW-NOTICE-TYPE
015300         GO TO 2100-EXIT
015400     END-IF.
015500     IF CW-INVOICE-NO NOT = ZERO
015600         AND CO-INVOICE-NO NOT = CW-INVOICE-NO
015700         GO TO 2100-EXIT
015800     END-IF.
015900     MOVE CO-KEY TO WS-MATCH-KEY.
016000     MOVE "Y"    TO WS-MATCH-SW.
016100 2100-EXIT.
016200     EXIT.

016300*-----------------------------------------------------------*
016400*    THE EARLIEST NOTICE OF THE TYPE, ON OR AFTER THE GIVEN    *
016500*    DATE, THAT HAS NOT COME BACK UNDELIVERED.                 *
016600*-----------------------------------------------------------*
016700 3000-FIND-SERVED.
016800     MOVE "U" TO CW-RESULT.
016900     PERFORM 4000-START-CUSTOMER THRU 4000-EXIT.
017000     PERFORM 3100-CHECK-ONE-NOTICE THRU 3100-EXIT
017100         UNTIL WS-CO-EOF.
017200 3000-EXIT.
017300     EXIT.

017400 3100-CHECK-ONE-NOTICE.
017500     PERFORM 4100-READ-NEXT THRU 4100-EXIT.
017600     IF WS-CO-EOF
017700         GO TO 3100-EXIT
017800     END-IF.
017900     IF CO-NOTICE-DATE < CW-DATE
018000         OR CO-NOTICE-TYPE NOT = CW-NOTICE-TYPE
018100         OR NOT CO-SERVED
018200         GO TO 3100-EXIT
018300     END-IF.
018400     MOVE CO-NOTICE-DATE TO CW-FOUND-DATE.
018500     MOVE "Y" TO CW-RESULT.
018600     MOVE "Y" TO WS-CO-EOF-SW.
018700 3100-EXIT.
018800     EXIT.

018900*-----------------------------------------------------------*
019000*    POSITION AT THE CUSTOMER'S FIRST NOTICE; READ NEXT STOPS  *
019100*    WHEN THE KEY LEAVES THE CUSTOMER.                         *
019200*-----------------------------------------------------------*
019300 4000-START-CUSTOMER.
019400     MOVE "N"        TO WS-CO-EOF-SW.
019500     MOVE CW-CUST-ID TO CO-CUST-ID.
019600     MOVE ZERO       TO CO-NOTICE-DATE.
019700     MOVE SPACES     TO CO-NOTICE-TYPE.
019800     START CORRREG KEY IS >= CO-KEY
019900         INVALID KEY
020000             MOVE "Y" TO WS-CO-EOF-SW
020100     END-START.
020200 4000-EXIT.
020300     EXIT.

020400 4100-READ-NEXT.
020500     READ CORRREG NEXT RECORD
020600         AT END
020700             MOVE "Y" TO WS-CO-EOF-SW
020800             GO TO 4100-EXIT
020900     END-READ.
021000     IF CO-CUST-ID NOT = CW-CUST-ID
021100         MOVE "Y" TO WS-CO-EOF-SW
021200     END-IF.
021300 4100-EXIT.
021400     EXIT.
