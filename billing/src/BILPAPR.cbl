000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILPAPR.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-01.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILPAPR                                                   *
000900*  MONTHLY PAPERLESS E-BILL REPORT, IN THE BILZONE MOLD.       *
001000*  ENROLMENT COMES OFF THE CUSTOMER MASTER - ACCOUNTS ON       *
001100*  E-BILL, DROPPED BACK TO PAPER AFTER FAILED DELIVERY,        *
001200*  OPTED OUT, AND NEW ENROLMENTS IN THE PERIOD.  E-BILLS SENT  *
001300*  ARE THE PERIOD'S BILLS THAT CARRIED THE GREEN REBATE.  THE  *
001400*  SAVING IS THE E-BILLS SENT AT THE OPERATOR-KEYED PRINT AND  *
001500*  POSTAGE COST PER BILL, LESS THE REBATES GIVEN AWAY - ALL    *
001600*  ROLLED UP BY THE CUSTOMER'S ZONE CODE.                      *
001700*-----------------------------------------------------------*
001800*  MODIFICATION HISTORY                                      *
001900*  DATE       INIT  DESCRIPTION                               *
002000*  2026-10-01 RSH   ORIGINAL                                  *
002000*  2026-10-15 RSH   FILE PAPRRPT IN THE REPORT REPOSITORY    *
002000*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002100*-----------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.   IBM-370.
002500 OBJECT-COMPUTER.   IBM-370.

002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT BILLHIST ASSIGN TO "BILLHIST"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS BH-KEY
003200         FILE STATUS IS FS-BILLHIST.

003300     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS CM-CUST-ID
003700         FILE STATUS IS FS-CUSTMAS.

003800     SELECT PAPRRPT ASSIGN TO "PAPRRPT"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS FS-PAPRRPT.

004100     SELECT RUNLOG ASSIGN TO "RUNLOG"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS FS-RUNLOG.

004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  BILLHIST
004700     LABEL RECORDS ARE STANDARD.
004800 COPY BILLHIST.

004900 FD  CUSTMAS
005000     LABEL RECORDS ARE STANDARD.
005100 COPY CUSTMAS.

005200 FD  PAPRRPT
005300     LABEL RECORDS ARE STANDARD.
005400 01  PR-LINE                     PIC X(80).

005500 FD  RUNLOG
005600     LABEL RECORDS ARE STANDARD.
005700 COPY RUNLOG.

005800 WORKING-STORAGE SECTION.
005900*-----------------------------------------------------------*
006000*    FILE STATUS SWITCHES                                    *
006100*-----------------------------------------------------------*
006200 77  FS-BILLHIST             PIC X(02).
006300     88  FS-BILLHIST-OK              VALUE "00".
006400 77  FS-CUSTMAS              PIC X(02).
006500     88  FS-CUSTMAS-OK               VALUE "00".
006600 77  FS-PAPRRPT              PIC X(02).
006700     88  FS-PAPRRPT-OK               VALUE "00".
006800 77  FS-RUNLOG               PIC X(02).
006900     88  FS-RUNLOG-OK                VALUE "00".

007000*-----------------------------------------------------------*
007100*    PROGRAM SWITCHES AND WORK FIELDS                         *
007200*-----------------------------------------------------------*
007300 77  WS-ABORT-SW             PIC X(01) VALUE "N".
007400     88  WS-ABORT                    VALUE "Y".
007500 77  WS-EOF-SW               PIC X(01) VALUE "N".
007600     88  WS-EOF                      VALUE "Y".
007700 77  WS-CM-EOF-SW            PIC X(01) VALUE "N".
007800     88  WS-CM-EOF                   VALUE "Y".
007800 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
007800     88  WS-RO-EOF                   VALUE "Y".
007900 77  WS-OPERATOR-ID          PIC X(08).
008000 77  WS-SYSTEM-DATE          PIC 9(08).
008100 77  WS-SYSTEM-TIME          PIC 9(08).
008200 77  WS-PERIOD               PIC 9(06) VALUE ZERO.
008300 77  WS-PRINT-COST           PIC 9(03)V99 VALUE ZERO.
008400 77  WS-CUSTS-READ           PIC 9(07) VALUE ZERO.
008500 77  WS-BILLS-READ           PIC 9(07) VALUE ZERO.
008600 77  WS-WORK-ZONE            PIC X(02) VALUE SPACES.
008700 77  WS-ZN-SUB               PIC 9(03) VALUE ZERO.
008800 77  WS-ZN-FOUND             PIC 9(03) VALUE ZERO.
008900 77  WS-CELL-SAVING          PIC S9(09)V99 VALUE ZERO.
009000 77  WS-GRAND-ENROLLED       PIC 9(07) VALUE ZERO.
009100 77  WS-GRAND-NEW            PIC 9(07) VALUE ZERO.
009200 77  WS-GRAND-DROPPED        PIC 9(07) VALUE ZERO.
009300 77  WS-GRAND-OPTED-OUT      PIC 9(07) VALUE ZERO.
009400 77  WS-GRAND-EBILLS         PIC 9(07) VALUE ZERO.
009500 77  WS-GRAND-REBATE         PIC 9(09)V99 VALUE ZERO.
009600 77  WS-GRAND-SAVING         PIC S9(09)V99 VALUE ZERO.
009700 01  WS-RPT-LINE             PIC X(80).
009800 01  WS-CNT1-ED              PIC ZZZZZ9.
009900 01  WS-CNT2-ED              PIC ZZZZZ9.
010000 01  WS-CNT3-ED              PIC ZZZZZ9.
010100 01  WS-CNT4-ED              PIC ZZZZZ9.
010200 01  WS-CNT5-ED              PIC ZZZZZ9.
010300 01  WS-AMT-ED               PIC ZZZZZZ9.99.
010400 01  WS-AMT2-ED              PIC ------9.99.

010500*-----------------------------------------------------------*
010600*    ZONE CELLS - ENROLMENT AND E-BILLS PER ZONE SEEN          *
010700*-----------------------------------------------------------*
010800 01  WS-ZONE-TABLE.
010900     05  WS-ZN-ENTRY OCCURS 100 TIMES.
011000         10  WS-ZN-ZONE          PIC X(02).
011100         10  WS-ZN-ENROLLED      PIC 9(07).
011200         10  WS-ZN-NEW           PIC 9(07).
011300         10  WS-ZN-DROPPED       PIC 9(07).
011400         10  WS-ZN-OPTED-OUT     PIC 9(07).
011500         10  WS-ZN-EBILLS        PIC 9(07).
011600         10  WS-ZN-REBATE        PIC 9(09)V99.
011700 01  WS-ZONE-COUNT               PIC 9(03) VALUE ZERO.
011700 COPY RPTPARM.

011800 PROCEDURE DIVISION.
011900 0000-MAINLINE SECTION.
012000     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
012100     IF NOT WS-ABORT
012200         PERFORM 2000-COUNT-CUSTOMER THRU 2000-EXIT
012300             UNTIL WS-CM-EOF
012400         PERFORM 3100-READ-BILL THRU 3100-EXIT
012500         PERFORM 3000-COUNT-EBILL THRU 3000-EXIT
012600             UNTIL WS-EOF
012700         PERFORM 7000-WRITE-REPORT THRU 7000-EXIT
012800     END-IF.
012900     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
013000     STOP RUN.

013100 1000-INITIALIZE.
013200     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
013300     ACCEPT WS-SYSTEM-TIME FROM TIME.
013400     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
013500     ACCEPT WS-OPERATOR-ID.
013600     DISPLAY "REPORT PERIOD (YYYYMM): " WITH NO ADVANCING.
013700     ACCEPT WS-PERIOD.
013800     IF WS-PERIOD NOT NUMERIC OR WS-PERIOD = ZERO
013900         DISPLAY "BILPAPR: A REPORT PERIOD IS REQUIRED"
014000         MOVE "Y" TO WS-ABORT-SW
014100         GO TO 1000-EXIT
014200     END-IF.
014300     DISPLAY "PRINT AND POSTAGE COST PER BILL (RS): "
014400         WITH NO ADVANCING.
014500     ACCEPT WS-PRINT-COST.
014600     IF WS-PRINT-COST NOT NUMERIC
014700         MOVE ZERO TO WS-PRINT-COST
014800     END-IF.
014900     OPEN INPUT BILLHIST.
015000     IF NOT FS-BILLHIST-OK
015100         DISPLAY "BILPAPR: UNABLE TO OPEN BILLHIST, STATUS "
015200             FS-BILLHIST
015300         MOVE "Y" TO WS-ABORT-SW
015400     END-IF.
015500     OPEN INPUT CUSTMAS.
015600     IF NOT FS-CUSTMAS-OK
015700         DISPLAY "BILPAPR: UNABLE TO OPEN CUSTMAS, STATUS "
015800             FS-CUSTMAS
015900         MOVE "Y" TO WS-ABORT-SW
016000     END-IF.
016100     OPEN OUTPUT PAPRRPT.
016200     IF NOT FS-PAPRRPT-OK
016300         DISPLAY "BILPAPR: UNABLE TO OPEN PAPRRPT, STATUS "
016400             FS-PAPRRPT
016500         MOVE "Y" TO WS-ABORT-SW
016600     END-IF.
016700     OPEN EXTEND RUNLOG.
016800     IF NOT FS-RUNLOG-OK
016900         DISPLAY "BILPAPR: UNABLE TO OPEN RUNLOG, STATUS "
017000             FS-RUNLOG
017100         MOVE "Y" TO WS-ABORT-SW
017200     END-IF.
017300     IF NOT WS-ABORT
017400         PERFORM 2100-READ-CUSTOMER THRU 2100-EXIT
017500     END-IF.
017600 1000-EXIT.
017700     EXIT.

017800*-----------------------------------------------------------*
017900*    ENROLMENT - ONE PASS OF THE CUSTOMER MASTER.              *
018000*-----------------------------------------------------------*
018100 2000-COUNT-CUSTOMER.
018200     ADD 1 TO WS-CUSTS-READ.
018300     IF NOT CM-PAPERLESS AND NOT CM-PAPERLESS-DROPPED
018400         AND NOT CM-PAPERLESS-OPTED-OUT
018500         GO TO 2000-NEXT
018600     END-IF.
018700     PERFORM 2300-SET-ZONE THRU 2300-EXIT.
018800     PERFORM 2400-FIND-ZONE THRU 2400-EXIT.
018900     IF WS-ZN-FOUND = 0
019000         GO TO 2000-NEXT
019100     END-IF.
019200     EVALUATE TRUE
019300         WHEN CM-PAPERLESS
019400             ADD 1 TO WS-ZN-ENROLLED(WS-ZN-FOUND)
019500             ADD 1 TO WS-GRAND-ENROLLED
019600             IF CM-PAPERLESS-DATE(1:6) = WS-PERIOD
019700                 ADD 1 TO WS-ZN-NEW(WS-ZN-FOUND)
019800                 ADD 1 TO WS-GRAND-NEW
019900             END-IF
020000         WHEN CM-PAPERLESS-DROPPED
020100             ADD 1 TO WS-ZN-DROPPED(WS-ZN-FOUND)
020200             ADD 1 TO WS-GRAND-DROPPED
020300         WHEN CM-PAPERLESS-OPTED-OUT
020400             ADD 1 TO WS-ZN-OPTED-OUT(WS-ZN-FOUND)
020500             ADD 1 TO WS-GRAND-OPTED-OUT
020600     END-EVALUATE.
020700 2000-NEXT.
020800     PERFORM 2100-READ-CUSTOMER THRU 2100-EXIT.
020900 2000-EXIT.
021000     EXIT.

021100 2100-READ-CUSTOMER.
021200     READ CUSTMAS NEXT RECORD
021300         AT END
021400             MOVE "Y" TO WS-CM-EOF-SW
021500     END-READ.
021600 2100-EXIT.
021700     EXIT.

021800 2300-SET-ZONE.
021900     IF CM-ZONE-CODE = SPACES
022000         MOVE "--" TO WS-WORK-ZONE
022100     ELSE
022200         MOVE CM-ZONE-CODE TO WS-WORK-ZONE
022300     END-IF.
022400 2300-EXIT.
022500     EXIT.

022600 2400-FIND-ZONE.
022700     MOVE ZERO TO WS-ZN-FOUND.
022800     PERFORM 2410-MATCH-ZONE THRU 2410-EXIT
022900         VARYING WS-ZN-SUB FROM 1 BY 1
023000         UNTIL WS-ZN-SUB > WS-ZONE-COUNT
023100            OR WS-ZN-FOUND > 0.
023200     IF WS-ZN-FOUND = 0
023300         IF WS-ZONE-COUNT >= 100
023400             DISPLAY "BILPAPR: ZONE TABLE FULL - ZONE "
023500                 WS-WORK-ZONE " NOT REPORTED"
023600             GO TO 2400-EXIT
023700         END-IF
023800         ADD 1 TO WS-ZONE-COUNT
023900         MOVE WS-ZONE-COUNT TO WS-ZN-FOUND
024000         MOVE WS-WORK-ZONE TO WS-ZN-ZONE(WS-ZN-FOUND)
024100         MOVE ZERO TO WS-ZN-ENROLLED(WS-ZN-FOUND)
024200         MOVE ZERO TO WS-ZN-NEW(WS-ZN-FOUND)
024300         MOVE ZERO TO WS-ZN-DROPPED(WS-ZN-FOUND)
024400         MOVE ZERO TO WS-ZN-OPTED-OUT(WS-ZN-FOUND)
024500         MOVE ZERO TO WS-ZN-EBILLS(WS-ZN-FOUND)
024600         MOVE ZERO TO WS-ZN-REBATE(WS-ZN-FOUND)
024700     END-IF.
024800 2400-EXIT.
024900     EXIT.

025000 2410-MATCH-ZONE.
025100     IF WS-ZN-ZONE(WS-ZN-SUB) = WS-WORK-ZONE
025200         MOVE WS-ZN-SUB TO WS-ZN-FOUND
025300     END-IF.
025400 2410-EXIT.
025500     EXIT.

025600*-----------------------------------------------------------*
025700*    E-BILLS SENT - THE PERIOD'S BILLS CARRYING THE REBATE.    *
025800*-----------------------------------------------------------*
025900 3000-COUNT-EBILL.
026000     ADD 1 TO WS-BILLS-READ.
026100     IF BH-BILL-PERIOD NOT = WS-PERIOD
026200         GO TO 3000-NEXT
026300     END-IF.
026400     IF NOT BH-TYPE-BILL OR BH-GREEN-REBATE NOT > ZERO
026500         GO TO 3000-NEXT
026600     END-IF.
026700     MOVE BH-CUST-ID TO CM-CUST-ID.
026800     READ CUSTMAS
026900         INVALID KEY
027000             MOVE "??" TO WS-WORK-ZONE
027100         NOT INVALID KEY
027200             PERFORM 2300-SET-ZONE THRU 2300-EXIT
027300     END-READ.
027400     PERFORM 2400-FIND-ZONE THRU 2400-EXIT.
027500     IF WS-ZN-FOUND > 0
027600         ADD 1 TO WS-ZN-EBILLS(WS-ZN-FOUND)
027700         ADD BH-GREEN-REBATE TO WS-ZN-REBATE(WS-ZN-FOUND)
027800         ADD 1 TO WS-GRAND-EBILLS
027900         ADD BH-GREEN-REBATE TO WS-GRAND-REBATE
028000     END-IF.
028100 3000-NEXT.
028200     PERFORM 3100-READ-BILL THRU 3100-EXIT.
028300 3000-EXIT.
028400     EXIT.

028500 3100-READ-BILL.
028600     READ BILLHIST NEXT RECORD
028700         AT END
028800             MOVE "Y" TO WS-EOF-SW
028900     END-READ.
029000 3100-EXIT.
029100     EXIT.

029200 7000-WRITE-REPORT.
029300     MOVE SPACES TO WS-RPT-LINE.
029400     STRING "PAPERLESS E-BILL ENROLMENT AND SAVING - PERIOD "
029500         WS-PERIOD " RUN " WS-SYSTEM-DATE
029600         DELIMITED BY SIZE INTO WS-RPT-LINE.
029700     WRITE PR-LINE FROM WS-RPT-LINE.
029800     MOVE SPACES TO WS-RPT-LINE.
029900     MOVE WS-PRINT-COST TO WS-AMT-ED.
030000     STRING "PRINT AND POSTAGE COST PER BILL RS " WS-AMT-ED
030100         DELIMITED BY SIZE INTO WS-RPT-LINE.
030200     WRITE PR-LINE FROM WS-RPT-LINE.
030300     MOVE SPACES TO WS-RPT-LINE.
030400     MOVE "ZN ENROLD    NEW DROPPD OPTOUT EBILLS     REBATE"
030500         TO WS-RPT-LINE.
030600     MOVE "    SAVING" TO WS-RPT-LINE(50:10).
030700     WRITE PR-LINE FROM WS-RPT-LINE.
030800     PERFORM 7100-REPORT-ONE THRU 7100-EXIT
030900         VARYING WS-ZN-SUB FROM 1 BY 1
031000         UNTIL WS-ZN-SUB > WS-ZONE-COUNT.
031100     COMPUTE WS-GRAND-SAVING =
031200         WS-GRAND-EBILLS * WS-PRINT-COST - WS-GRAND-REBATE.
031300     MOVE WS-GRAND-ENROLLED  TO WS-CNT1-ED.
031400     MOVE WS-GRAND-NEW       TO WS-CNT2-ED.
031500     MOVE WS-GRAND-DROPPED   TO WS-CNT3-ED.
031600     MOVE WS-GRAND-OPTED-OUT TO WS-CNT4-ED.
031700     MOVE WS-GRAND-EBILLS    TO WS-CNT5-ED.
031800     MOVE WS-GRAND-REBATE    TO WS-AMT-ED.
031900     MOVE WS-GRAND-SAVING    TO WS-AMT2-ED.
032000     MOVE SPACES TO WS-RPT-LINE.
032100     STRING "TT " WS-CNT1-ED " " WS-CNT2-ED " " WS-CNT3-ED " "
032200         WS-CNT4-ED " " WS-CNT5-ED " " WS-AMT-ED " " WS-AMT2-ED
032300         DELIMITED BY SIZE INTO WS-RPT-LINE.
032400     WRITE PR-LINE FROM WS-RPT-LINE.
032500 7000-EXIT.
032600     EXIT.

032700 7100-REPORT-ONE.
032800     COMPUTE WS-CELL-SAVING =
032900         WS-ZN-EBILLS(WS-ZN-SUB) * WS-PRINT-COST
033000         - WS-ZN-REBATE(WS-ZN-SUB).
033100     MOVE WS-ZN-ENROLLED(WS-ZN-SUB)  TO WS-CNT1-ED.
033200     MOVE WS-ZN-NEW(WS-ZN-SUB)       TO WS-CNT2-ED.
033300     MOVE WS-ZN-DROPPED(WS-ZN-SUB)   TO WS-CNT3-ED.
033400     MOVE WS-ZN-OPTED-OUT(WS-ZN-SUB) TO WS-CNT4-ED.
033500     MOVE WS-ZN-EBILLS(WS-ZN-SUB)    TO WS-CNT5-ED.
033600     MOVE WS-ZN-REBATE(WS-ZN-SUB)    TO WS-AMT-ED.
033700     MOVE WS-CELL-SAVING             TO WS-AMT2-ED.
033800     MOVE SPACES TO WS-RPT-LINE.
033900     STRING WS-ZN-ZONE(WS-ZN-SUB) " " WS-CNT1-ED " "
034000         WS-CNT2-ED " " WS-CNT3-ED " " WS-CNT4-ED " "
034100         WS-CNT5-ED " " WS-AMT-ED " " WS-AMT2-ED
034200         DELIMITED BY SIZE INTO WS-RPT-LINE.
034300     WRITE PR-LINE FROM WS-RPT-LINE.
034400 7100-EXIT.
034500     EXIT.

034600 9000-TERMINATE.
034700     CLOSE BILLHIST.
034800     CLOSE CUSTMAS.
034900     CLOSE PAPRRPT.
034900     PERFORM 9680-FILE-REPORT THRU 9680-EXIT.
035000     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
035100     CLOSE RUNLOG.
035200     DISPLAY "BILPAPR: " WS-GRAND-ENROLLED " ENROLLED, "
035300         WS-GRAND-EBILLS " E-BILL(S) SENT, SAVING RS "
035400         WS-GRAND-SAVING.
035500 9000-EXIT.
035600     EXIT.

035700 9600-WRITE-RUNLOG.
035800     MOVE "BILPAPR"        TO RL-PROGRAM-ID.
035900     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
036000     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
036100     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
036200     MOVE "CUSTMAS"        TO RL-INPUT-FILE.
036300     MOVE WS-CUSTS-READ    TO RL-RECORDS-READ.
036400     MOVE WS-ZONE-COUNT    TO RL-BILLS-PRODUCED.
036500     MOVE ZERO             TO RL-EXCEPTIONS.
036600     MOVE WS-GRAND-REBATE  TO RL-TOTAL-BILLED.
036700     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
036800     ACCEPT RL-END-TIME FROM TIME.
036900     WRITE RL-RECORD.
037000 9600-EXIT.
037100     EXIT.

037200*-----------------------------------------------------------*
037300*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
037400*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
037500*    OUTLIVES THE NEXT RUN.                                    *
037600*-----------------------------------------------------------*
037700 9680-FILE-REPORT.
037800     OPEN INPUT PAPRRPT.
037900     IF NOT FS-PAPRRPT-OK
038000         GO TO 9680-EXIT
038100     END-IF.
038200     MOVE "O"               TO RO-FUNCTION.
038300     MOVE "PAPRRPT"         TO RO-REPORT-NAME.
038400     MOVE "BILPAPR"         TO RO-PROGRAM-ID.
038500     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
038600     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
038700     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
038800     MOVE WS-PERIOD         TO RO-PERIOD.
038900     CALL "BILRPTF" USING RO-PARMS.
039000     IF RO-OK
039100         MOVE "N" TO WS-RO-EOF-SW
039200         PERFORM 9690-FILE-LINE THRU 9690-EXIT
039300             UNTIL WS-RO-EOF
039400         MOVE "C"          TO RO-FUNCTION
039500         CALL "BILRPTF" USING RO-PARMS
039600     END-IF.
039700     CLOSE PAPRRPT.
039800 9680-EXIT.
039900     EXIT.

040000 9690-FILE-LINE.
040100     READ PAPRRPT
040200         AT END
040300             MOVE "Y" TO WS-RO-EOF-SW
040400             GO TO 9690-EXIT
040500     END-READ.
040600     MOVE "L"               TO RO-FUNCTION.
040700     MOVE PR-LINE           TO RO-LINE.
040800     CALL "BILRPTF" USING RO-PARMS.
040900 9690-EXIT.
041000     EXIT.
