000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILSTOR.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-09-24.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILSTOR                                                   *
000900*  METER STORES RUN.  APPLIES THE STOREKEEPER'S TRANSACTIONS  *
001000*  (STORTXN) TO THE METER ASSET REGISTER SO EVERY METER       *
001100*  BOUGHT IS ON THE REGISTER FROM THE DAY IT IS RECEIVED:     *
001200*    R - RECEIVE A METER INTO STOCK FROM A PURCHASE LOT;      *
001300*    I - ISSUE A STOCK METER TO A CREW AGAINST A NEW-         *
001400*        CONNECTION OR CHANGE-OUT WORK ORDER;                 *
001500*    T - TAKE BACK A METER FROM THE FIELD - REMOVED AT        *
001600*        CHANGE-OUT OR ISSUED AND NOT FITTED - AS REUSABLE    *
001700*        (BACK TO STOCK) OR FAULTY;                           *
001700*    K - CLASSIFY A METER ON THE REGISTER - ITS METER TYPE    *
001700*        FOR THE RENT TABLE AND ITS OWNERSHIP.                *
001800*  BILNEWC AND THE BILBATCH CHANGE-OUT PUT AN ISSUED METER    *
001900*  IN SERVICE.  THE RUN THEN WALKS THE WHOLE REGISTER AND     *
002000*  LISTS METERS STILL OUT WITH A CREW PAST THE OPERATOR-      *
002100*  KEYED NUMBER OF DAYS, THE STOCK POSITION BY STATUS, AND -  *
002200*  ON WARRCLM - A CLAIM LIST FOR THE VENDORS, BY MAKE, OF     *
002300*  FAULTY METERS THAT FAILED INSIDE THEIR WARRANTY.  A METER  *
002400*  IS CLAIMED ONCE - THE CLAIM DATE IS STAMPED ON ITS RECORD. *
002500*-----------------------------------------------------------*
002600*  MODIFICATION HISTORY                                      *
002700*  DATE       INIT  DESCRIPTION                               *
002800*  2026-09-24 RSH   ORIGINAL                                  *
002800*  2026-09-25 RSH   ZERO THE NEW SEAL DATE ON A RECEIVED      *
002800*                   METER.                                    *
002800*  2026-10-06 RSH   TAKE THE METER TYPE ON A RECEIPT, AND ADD *
002800*                   THE K TRANSACTION TO SET THE TYPE AND     *
002800*                   OWNERSHIP OF A METER ON THE REGISTER FOR  *
002800*                   THE METER RENT.                           *
002800*  2026-10-15 RSH   FILE STORRPT IN THE REPORT REPOSITORY    *
002800*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002800*  2026-10-15 RSH   ACCEPT A DIAL COUNT OF 1 TO 7 ONLY - ANY *
002800*                   OTHER VALUE LEAVES THE FULL-WIDTH        *
002800*                   DEFAULT.                                 *
002900*-----------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.

003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT STORTXN ASSIGN TO "STORTXN"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS FS-STORTXN.

003900     SELECT METERAST ASSIGN TO "METERAST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS MA-METER-NO
004300         FILE STATUS IS FS-METERAST.

004400     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS CM-CUST-ID
004800         FILE STATUS IS FS-CUSTMAS.

004900     SELECT STORRPT ASSIGN TO "STORRPT"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS FS-STORRPT.

005200     SELECT WARRCLM ASSIGN TO "WARRCLM"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS FS-WARRCLM.

005500     SELECT RUNLOG ASSIGN TO "RUNLOG"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS FS-RUNLOG.

005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  STORTXN
006100     LABEL RECORDS ARE STANDARD.
006200 COPY STORTXN.

006300 FD  METERAST
006400     LABEL RECORDS ARE STANDARD.
006500 COPY METERAST.

006600 FD  CUSTMAS
006700     LABEL RECORDS ARE STANDARD.
006800 COPY CUSTMAS.

006900 FD  STORRPT
007000     LABEL RECORDS ARE STANDARD.
007100 01  SR-LINE                     PIC X(80).

007200 FD  WARRCLM
007300     LABEL RECORDS ARE STANDARD.
007400 01  WC-LINE                     PIC X(80).

007500 FD  RUNLOG
007600     LABEL RECORDS ARE STANDARD.
007700 COPY RUNLOG.

007800 WORKING-STORAGE SECTION.
007900 77  FS-STORTXN              PIC X(02).
008000     88  FS-STORTXN-OK               VALUE "00".
008100 77  FS-METERAST             PIC X(02).
008200     88  FS-METERAST-OK              VALUE "00".
008300     88  FS-METERAST-NOFILE          VALUE "35".
008400 77  FS-CUSTMAS              PIC X(02).
008500     88  FS-CUSTMAS-OK               VALUE "00".
008600 77  FS-STORRPT              PIC X(02).
008700     88  FS-STORRPT-OK               VALUE "00".
008800 77  FS-WARRCLM              PIC X(02).
008900     88  FS-WARRCLM-OK               VALUE "00".
009000 77  FS-RUNLOG               PIC X(02).
009100     88  FS-RUNLOG-OK                VALUE "00".

009200 77  WS-ABORT-SW             PIC X(01) VALUE "N".
009300     88  WS-ABORT                    VALUE "Y".
009400 77  WS-EOF-SW               PIC X(01) VALUE "N".
009500     88  WS-EOF                      VALUE "Y".
009600 77  WS-MA-EOF-SW            PIC X(01) VALUE "N".
009700     88  WS-MA-EOF                   VALUE "Y".
009700 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
009700     88  WS-RO-EOF                   VALUE "Y".

009800*-----------------------------------------------------------*
009900*    OPERATOR, RUN AND WORK FIELDS                            *
010000*-----------------------------------------------------------*
010100 77  WS-OPERATOR-ID          PIC X(08).
010200 77  WS-SYSTEM-DATE          PIC 9(08).
010300 77  WS-SYSTEM-TIME          PIC 9(08).
010400 77  WS-OVERDUE-DAYS         PIC 9(03) VALUE ZERO.
010500 77  WS-TXN-DATE             PIC 9(08) VALUE ZERO.
010600 77  WS-REJECT-REASON        PIC X(30).
010700 77  WS-TXN-DETAIL           PIC X(20).
010800 77  WS-DAYS-OUT             PIC S9(05) VALUE ZERO.
010900 77  WS-DAYS-OUT-ED          PIC ZZZZ9.
011000 77  WS-FAIL-DATE            PIC 9(08) VALUE ZERO.
011100 77  WS-WARRANTY-END         PIC 9(08) VALUE ZERO.
011200 77  WS-END-YEAR             PIC 9(04) VALUE ZERO.
011300 77  WS-END-MONTH            PIC 9(04) VALUE ZERO.
011400 77  WS-END-DD               PIC 9(02) VALUE ZERO.
011500 01  WS-RPT-LINE             PIC X(80).

011600*-----------------------------------------------------------*
011700*    RUN COUNTS                                               *
011800*-----------------------------------------------------------*
011900 77  WS-TXNS-READ            PIC 9(07) VALUE ZERO.
012000 77  WS-TXNS-ACCEPTED        PIC 9(07) VALUE ZERO.
012100 77  WS-TXNS-REJECTED        PIC 9(07) VALUE ZERO.
012200 77  WS-RECEIVED-COUNT       PIC 9(07) VALUE ZERO.
012300 77  WS-ISSUED-COUNT         PIC 9(07) VALUE ZERO.
012400 77  WS-REUSABLE-COUNT       PIC 9(07) VALUE ZERO.
012500 77  WS-FAULTY-COUNT         PIC 9(07) VALUE ZERO.
012500 77  WS-CLASSIFIED-COUNT     PIC 9(07) VALUE ZERO.
012600 77  WS-OVERDUE-COUNT        PIC 9(07) VALUE ZERO.
012700 77  WS-METERS-ON-REGISTER   PIC 9(07) VALUE ZERO.
012800 77  WS-POS-IN-STOCK         PIC 9(07) VALUE ZERO.
012900 77  WS-POS-WITH-CREW        PIC 9(07) VALUE ZERO.
013000 77  WS-POS-IN-SERVICE       PIC 9(07) VALUE ZERO.
013100 77  WS-POS-REMOVED          PIC 9(07) VALUE ZERO.
013200 77  WS-POS-FAULTY           PIC 9(07) VALUE ZERO.
013300 77  WS-POS-OTHER            PIC 9(07) VALUE ZERO.
013400 77  WS-CLAIMS-HELD-OVER     PIC 9(07) VALUE ZERO.
013500 77  WS-MAKE-CLAIMS          PIC 9(07) VALUE ZERO.

013600*-----------------------------------------------------------*
013700*    WARRANTY CLAIMS FOUND ON THE REGISTER WALK, AND THE      *
013800*    MAKES THEY FALL UNDER, SO THE LIST PRINTS BY MAKE        *
013900*-----------------------------------------------------------*
014000 01  WS-CLAIM-TABLE.
014100     05  WS-CL-ENTRY OCCURS 2000 TIMES.
014200         10  WS-CL-METER-NO      PIC X(12).
014300         10  WS-CL-MAKE          PIC X(15).
014400         10  WS-CL-LOT-NO        PIC X(10).
014500         10  WS-CL-VENDOR-ID     PIC X(08).
014600         10  WS-CL-RECEIPT-DATE  PIC 9(08).
014700         10  WS-CL-FAIL-DATE     PIC 9(08).
014800         10  WS-CL-FAULT-TEXT    PIC X(30).
014900 01  WS-CLAIM-COUNT              PIC 9(04) VALUE ZERO.
015000 01  WS-CL-SUB                   PIC 9(04) VALUE ZERO.

015100 01  WS-MAKE-TABLE.
015200     05  WS-MK-ENTRY OCCURS 200 TIMES
015300                     INDEXED BY WS-MK-IDX.
015400         10  WS-MK-MAKE          PIC X(15).
015500 01  WS-MAKE-COUNT               PIC 9(03) VALUE ZERO.
015600 01  WS-MK-SUB                   PIC 9(03) VALUE ZERO.
015600 COPY RPTPARM.

015700 PROCEDURE DIVISION.
015800 0000-MAINLINE SECTION.
015900     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
016000     IF NOT WS-ABORT
016100         PERFORM 2000-PROCESS-TXN THRU 2000-EXIT
016200             UNTIL WS-EOF
016300         PERFORM 3000-REVIEW-REGISTER THRU 3000-EXIT
016400         PERFORM 4000-PRINT-CLAIMS THRU 4000-EXIT
016500     END-IF.
016600     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
016700     STOP RUN.

016800 1000-INITIALIZE.
016900     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
017000     ACCEPT WS-SYSTEM-TIME FROM TIME.
017100     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
017200     ACCEPT WS-OPERATOR-ID.
017300     DISPLAY "DAYS A METER MAY STAY WITH A CREW (BLANK=14): "
017400         WITH NO ADVANCING.
017500     ACCEPT WS-OVERDUE-DAYS.
017600     IF WS-OVERDUE-DAYS NOT NUMERIC OR WS-OVERDUE-DAYS = ZERO
017700         MOVE 14 TO WS-OVERDUE-DAYS
017800     END-IF.
017900     OPEN INPUT STORTXN.
018000     IF NOT FS-STORTXN-OK
018100         DISPLAY "BILSTOR: UNABLE TO OPEN STORTXN, STATUS "
018200             FS-STORTXN
018300         MOVE "Y" TO WS-ABORT-SW
018400         GO TO 1000-EXIT
018500     END-IF.
018600     OPEN I-O METERAST.
018700     IF FS-METERAST-NOFILE
018800         OPEN OUTPUT METERAST
018900         CLOSE METERAST
019000         OPEN I-O METERAST
019100     END-IF.
019200     IF NOT FS-METERAST-OK
019300         DISPLAY "BILSTOR: UNABLE TO OPEN METERAST, STATUS "
019400             FS-METERAST
019500         MOVE "Y" TO WS-ABORT-SW
019600         GO TO 1000-EXIT
019700     END-IF.
019800     OPEN INPUT CUSTMAS.
019900     IF NOT FS-CUSTMAS-OK
020000         DISPLAY "BILSTOR: UNABLE TO OPEN CUSTMAS, STATUS "
020100             FS-CUSTMAS
020200         MOVE "Y" TO WS-ABORT-SW
020300         GO TO 1000-EXIT
020400     END-IF.
020500     OPEN OUTPUT STORRPT.
020600     IF NOT FS-STORRPT-OK
020700         DISPLAY "BILSTOR: UNABLE TO OPEN STORRPT, STATUS "
020800             FS-STORRPT
020900         MOVE "Y" TO WS-ABORT-SW
021000         GO TO 1000-EXIT
021100     END-IF.
021200     OPEN OUTPUT WARRCLM.
021300     IF NOT FS-WARRCLM-OK
021400         DISPLAY "BILSTOR: UNABLE TO OPEN WARRCLM, STATUS "
021500             FS-WARRCLM
021600         MOVE "Y" TO WS-ABORT-SW
021700         GO TO 1000-EXIT
021800     END-IF.
021900     OPEN EXTEND RUNLOG.
022000     IF NOT FS-RUNLOG-OK
022100         DISPLAY "BILSTOR: UNABLE TO OPEN RUNLOG, STATUS "
022200             FS-RUNLOG
022300         MOVE "Y" TO WS-ABORT-SW
022400         GO TO 1000-EXIT
022500     END-IF.
022600     PERFORM 8000-WRITE-HEADER THRU 8000-EXIT.
022700     PERFORM 2900-READ-TXN THRU 2900-EXIT.
022800 1000-EXIT.
022900     EXIT.

023000*-----------------------------------------------------------*
023100*    ONE STORES TRANSACTION - APPLIED TO THE REGISTER OR      *
023200*    REJECTED WITH ITS REASON ON THE RUN REPORT.  AN UNDATED  *
023300*    TRANSACTION TAKES TODAY'S DATE.                          *
023400*-----------------------------------------------------------*
023500 2000-PROCESS-TXN.
023600     ADD 1 TO WS-TXNS-READ.
023700     MOVE SPACES TO WS-REJECT-REASON.
023800     MOVE SPACES TO WS-TXN-DETAIL.
023900     IF ST-TXN-DATE NUMERIC AND ST-TXN-DATE > ZERO
024000         MOVE ST-TXN-DATE TO WS-TXN-DATE
024100     ELSE
024200         MOVE WS-SYSTEM-DATE TO WS-TXN-DATE
024300     END-IF.
024400     IF ST-METER-NO = SPACES
024500         MOVE "NO METER NUMBER" TO WS-REJECT-REASON
024600         GO TO 2000-REPORT
024700     END-IF.
024800     EVALUATE TRUE
024900         WHEN ST-TXN-RECEIPT
025000             PERFORM 2100-RECEIVE-METER THRU 2100-EXIT
025100         WHEN ST-TXN-ISSUE
025200             PERFORM 2200-ISSUE-METER THRU 2200-EXIT
025300         WHEN ST-TXN-RETURN
025400             PERFORM 2300-RETURN-METER THRU 2300-EXIT
025400         WHEN ST-TXN-CLASSIFY
025400             PERFORM 2400-CLASSIFY-METER THRU 2400-EXIT
025500         WHEN OTHER
025600             MOVE "UNKNOWN TRANSACTION TYPE" TO WS-REJECT-REASON
025700     END-EVALUATE.
025800 2000-REPORT.
025900     IF WS-REJECT-REASON = SPACES
026000         ADD 1 TO WS-TXNS-ACCEPTED
026100     ELSE
026200         ADD 1 TO WS-TXNS-REJECTED
026300     END-IF.
026400     PERFORM 8100-WRITE-TXN-LINE THRU 8100-EXIT.
026500     PERFORM 2900-READ-TXN THRU 2900-EXIT.
026600 2000-EXIT.
026700     EXIT.

026800*-----------------------------------------------------------*
026900*    RECEIPT - A NEW SERIAL GOES ON THE REGISTER IN STOCK,     *
027000*    WITH ITS PURCHASE LOT, VENDOR AND WARRANTY.  A SERIAL     *
027100*    ALREADY ON THE REGISTER IS NEVER RECEIVED TWICE.          *
027200*-----------------------------------------------------------*
027300 2100-RECEIVE-METER.
027400     MOVE ST-LOT-NO TO WS-TXN-DETAIL.
027500     IF ST-LOT-NO = SPACES OR ST-VENDOR-ID = SPACES
027600         MOVE "NO PURCHASE LOT OR VENDOR" TO WS-REJECT-REASON
027700         GO TO 2100-EXIT
027800     END-IF.
027900     IF ST-METER-TYPE NOT = SPACE AND NOT = "1" AND NOT = "3"
027900         AND NOT = "C" AND NOT = "S"
027900         MOVE "METER TYPE NOT 1, 3, C OR S" TO WS-REJECT-REASON
027900         GO TO 2100-EXIT
027900     END-IF.
027900     IF ST-WARRANTY-MONTHS NOT NUMERIC
028000         MOVE "WARRANTY MONTHS NOT NUMERIC" TO WS-REJECT-REASON
028100         GO TO 2100-EXIT
028200     END-IF.
028300     MOVE ST-METER-NO TO MA-METER-NO.
028400     READ METERAST
028500         INVALID KEY
028600             CONTINUE
028700         NOT INVALID KEY
028800             MOVE "ALREADY ON THE ASSET REGISTER"
028900                 TO WS-REJECT-REASON
029000     END-READ.
029100     IF WS-REJECT-REASON NOT = SPACES
029200         GO TO 2100-EXIT
029300     END-IF.
029400     MOVE SPACES             TO MA-RECORD.
029500     MOVE ST-METER-NO        TO MA-METER-NO.
029600     IF ST-MAKE = SPACES
029700         MOVE "UNKNOWN"      TO MA-MAKE
029800     ELSE
029900         MOVE ST-MAKE        TO MA-MAKE
030000     END-IF.
030100     IF ST-CAPACITY-KW NUMERIC
030200         MOVE ST-CAPACITY-KW TO MA-CAPACITY-KW
030300     ELSE
030400         MOVE ZERO           TO MA-CAPACITY-KW
030500     END-IF.
030600     IF ST-DIAL-DIGITS NUMERIC AND ST-DIAL-DIGITS NOT > 7
030700         MOVE ST-DIAL-DIGITS TO MA-DIAL-DIGITS
030800     ELSE
030900         MOVE ZERO           TO MA-DIAL-DIGITS
031000     END-IF.
031100     IF ST-MULT-FACTOR NUMERIC
031200         MOVE ST-MULT-FACTOR TO MA-MULT-FACTOR
031300     ELSE
031400         MOVE ZERO           TO MA-MULT-FACTOR
031500     END-IF.
031600     MOVE ZERO               TO MA-INSTALL-DATE.
031700     MOVE ZERO               TO MA-LAST-TEST-DATE.
031800     MOVE "S"                TO MA-STATUS.
031900     MOVE ST-LOT-NO          TO MA-LOT-NO.
032000     MOVE ST-VENDOR-ID       TO MA-VENDOR-ID.
032100     MOVE WS-TXN-DATE        TO MA-RECEIPT-DATE.
032200     MOVE ST-WARRANTY-MONTHS TO MA-WARRANTY-MONTHS.
032300     MOVE ZERO               TO MA-ISSUE-DATE.
032400     MOVE ZERO               TO MA-REMOVAL-DATE.
032500     MOVE ZERO               TO MA-RETURN-DATE.
032600     MOVE ZERO               TO MA-CLAIM-DATE.
032600     MOVE ZERO               TO MA-SEAL-DATE.
032600     MOVE ST-METER-TYPE      TO MA-METER-TYPE.
032700     WRITE MA-RECORD
032800         INVALID KEY
032900             MOVE "ASSET REGISTER WRITE FAILED"
033000                 TO WS-REJECT-REASON
033100             GO TO 2100-EXIT
033200     END-WRITE.
033300     ADD 1 TO WS-RECEIVED-COUNT.
033400 2100-EXIT.
033500     EXIT.

033600*-----------------------------------------------------------*
033700*    ISSUE - ONLY A STOCK METER GOES OUT, TO A NAMED CREW,     *
033800*    AGAINST A WORK ORDER FOR A CUSTOMER ON THE MASTER.        *
033900*-----------------------------------------------------------*
034000 2200-ISSUE-METER.
034100     STRING ST-CREW-ID " " ST-WO-TYPE " " ST-WO-CUST-ID
034200         DELIMITED BY SIZE INTO WS-TXN-DETAIL.
034300     IF ST-CREW-ID = SPACES
034400         MOVE "NO CREW" TO WS-REJECT-REASON
034500         GO TO 2200-EXIT
034600     END-IF.
034700     IF NOT ST-WO-NEW-CONNECTION AND NOT ST-WO-CHANGEOUT
034800         MOVE "WORK ORDER TYPE NOT N OR C" TO WS-REJECT-REASON
034900         GO TO 2200-EXIT
035000     END-IF.
035100     MOVE ST-WO-CUST-ID TO CM-CUST-ID.
035200     READ CUSTMAS
035300         INVALID KEY
035400             MOVE "WORK-ORDER CUSTOMER NOT ON FILE"
035500                 TO WS-REJECT-REASON
035600             GO TO 2200-EXIT
035700     END-READ.
035800     MOVE ST-METER-NO TO MA-METER-NO.
035900     READ METERAST
036000         INVALID KEY
036100             MOVE "NOT RECEIVED INTO STORES" TO WS-REJECT-REASON
036200             GO TO 2200-EXIT
036300     END-READ.
036400     IF NOT MA-STAT-IN-STOCK
036500         MOVE SPACES TO WS-REJECT-REASON
036600         STRING "NOT IN STOCK - STATUS " MA-STATUS
036700             DELIMITED BY SIZE INTO WS-REJECT-REASON
036800         GO TO 2200-EXIT
036900     END-IF.
037000     MOVE "C"           TO MA-STATUS.
037100     MOVE ST-CREW-ID    TO MA-CREW-ID.
037200     MOVE WS-TXN-DATE   TO MA-ISSUE-DATE.
037300     MOVE ST-WO-TYPE    TO MA-WO-TYPE.
037400     MOVE ST-WO-CUST-ID TO MA-WO-CUST-ID.
037500     REWRITE MA-RECORD
037600         INVALID KEY
037700             MOVE "ASSET REGISTER REWRITE FAILED"
037800                 TO WS-REJECT-REASON
037900             GO TO 2200-EXIT
038000     END-REWRITE.
038100     ADD 1 TO WS-ISSUED-COUNT.
038200 2200-EXIT.
038300     EXIT.

038400*-----------------------------------------------------------*
038500*    RETURN - A METER REMOVED AT CHANGE-OUT, OR ONE ISSUED     *
038600*    AND BROUGHT BACK UNFITTED.  REUSABLE GOES BACK TO STOCK   *
038700*    CLEAR OF ITS CREW AND CUSTOMER; FAULTY IS HELD WITH THE   *
038800*    FAULT FOUND FOR THE WARRANTY CLAIM.  A METER THE          *
038900*    REGISTER STILL SHOWS IN SERVICE IS NOT TAKEN BACK UNTIL   *
039000*    ITS CHANGE-OUT HAS BEEN BILLED.                           *
039100*-----------------------------------------------------------*
039200 2300-RETURN-METER.
039300     STRING ST-RETURN-COND " " ST-FAULT-TEXT
039400         DELIMITED BY SIZE INTO WS-TXN-DETAIL.
039500     IF NOT ST-RETURN-REUSABLE AND NOT ST-RETURN-FAULTY
039600         MOVE "RETURN CONDITION NOT U OR F" TO WS-REJECT-REASON
039700         GO TO 2300-EXIT
039800     END-IF.
039900     MOVE ST-METER-NO TO MA-METER-NO.
040000     READ METERAST
040100         INVALID KEY
040200             MOVE "NOT ON THE ASSET REGISTER" TO WS-REJECT-REASON
040300             GO TO 2300-EXIT
040400     END-READ.
040500     EVALUATE TRUE
040600         WHEN MA-STAT-RETIRED
040700         WHEN MA-STAT-WITH-CREW
040800             CONTINUE
040900         WHEN MA-STAT-IN-SERVICE
041000             MOVE "STILL IN SERVICE" TO WS-REJECT-REASON
041100         WHEN OTHER
041200             MOVE SPACES TO WS-REJECT-REASON
041300             STRING "NOT OUT IN THE FIELD - STATUS " MA-STATUS
041400                 DELIMITED BY SIZE INTO WS-REJECT-REASON
041500     END-EVALUATE.
041600     IF WS-REJECT-REASON NOT = SPACES
041700         GO TO 2300-EXIT
041800     END-IF.
041900     MOVE WS-TXN-DATE TO MA-RETURN-DATE.
042000     IF ST-RETURN-FAULTY
042100         MOVE "F"           TO MA-STATUS
042200         MOVE ST-FAULT-TEXT TO MA-FAULT-TEXT
042300         ADD 1 TO WS-FAULTY-COUNT
042400     ELSE
042500         MOVE "S"           TO MA-STATUS
042600         MOVE SPACES        TO MA-CREW-ID
042700         MOVE ZERO          TO MA-ISSUE-DATE
042800         MOVE SPACES        TO MA-WO-TYPE
042900         MOVE SPACES        TO MA-WO-CUST-ID
043000         MOVE SPACES        TO MA-CUST-ID
043100         MOVE SPACES        TO MA-FAULT-TEXT
043200         ADD 1 TO WS-REUSABLE-COUNT
043300     END-IF.
043400     REWRITE MA-RECORD
043500         INVALID KEY
043600             MOVE "ASSET REGISTER REWRITE FAILED"
043700                 TO WS-REJECT-REASON
043800     END-REWRITE.
043900 2300-EXIT.
044000     EXIT.

044000*-----------------------------------------------------------*
044000*    CLASSIFY - SETS THE METER TYPE THE RENT TABLE IS KEYED    *
044000*    ON (LEFT AS IT IS WHEN NOT KEYED) AND THE OWNERSHIP - C   *
044000*    FOR A METER THE CUSTOMER BOUGHT, WHICH BEARS NO RENT,     *
044000*    SPACE FOR ONE THE BOARD OWNS.                             *
044000*-----------------------------------------------------------*
044000 2400-CLASSIFY-METER.
044000     STRING ST-METER-TYPE " " ST-METER-OWNER
044000         DELIMITED BY SIZE INTO WS-TXN-DETAIL.
044000     IF ST-METER-TYPE NOT = SPACE AND NOT = "1" AND NOT = "3"
044000         AND NOT = "C" AND NOT = "S"
044000         MOVE "METER TYPE NOT 1, 3, C OR S" TO WS-REJECT-REASON
044000         GO TO 2400-EXIT
044000     END-IF.
044000     IF ST-METER-OWNER NOT = SPACE AND NOT = "C"
044000         MOVE "OWNERSHIP NOT C OR SPACE" TO WS-REJECT-REASON
044000         GO TO 2400-EXIT
044000     END-IF.
044000     MOVE ST-METER-NO TO MA-METER-NO.
044000     READ METERAST
044000         INVALID KEY
044000             MOVE "NOT ON THE ASSET REGISTER" TO WS-REJECT-REASON
044000             GO TO 2400-EXIT
044000     END-READ.
044000     IF ST-METER-TYPE NOT = SPACE
044000         MOVE ST-METER-TYPE TO MA-METER-TYPE
044000     END-IF.
044000     MOVE ST-METER-OWNER TO MA-OWNER-SW.
044000     REWRITE MA-RECORD
044000         INVALID KEY
044000             MOVE "ASSET REGISTER REWRITE FAILED"
044000                 TO WS-REJECT-REASON
044000             GO TO 2400-EXIT
044000     END-REWRITE.
044000     ADD 1 TO WS-CLASSIFIED-COUNT.
044000 2400-EXIT.
044000     EXIT.

044100 2900-READ-TXN.
044200     READ STORTXN
044300         AT END
044400             MOVE "Y" TO WS-EOF-SW
044500     END-READ.
044600 2900-EXIT.
044700     EXIT.

044800*-----------------------------------------------------------*
044900*    REGISTER WALK - EVERY SERIAL ON THE REGISTER IS COUNTED   *
045000*    UNDER ITS STATUS, METERS OUT WITH A CREW TOO LONG ARE     *
045100*    LISTED, AND UNCLAIMED FAULTY METERS ARE TESTED AGAINST    *
045200*    THEIR WARRANTY.                                           *
045300*-----------------------------------------------------------*
045400 3000-REVIEW-REGISTER.
045500     PERFORM 8200-WRITE-OVERDUE-HEADER THRU 8200-EXIT.
045600     MOVE LOW-VALUES TO MA-METER-NO.
045700     START METERAST KEY IS >= MA-METER-NO
045800         INVALID KEY
045900             MOVE "Y" TO WS-MA-EOF-SW
046000     END-START.
046100     IF NOT WS-MA-EOF
046200         PERFORM 3900-READ-NEXT-METER THRU 3900-EXIT
046300     END-IF.
046400     PERFORM 3100-REVIEW-METER THRU 3100-EXIT
046500         UNTIL WS-MA-EOF.
046600     PERFORM 8400-WRITE-POSITION THRU 8400-EXIT.
046700 3000-EXIT.
046800     EXIT.

046900 3100-REVIEW-METER.
047000     ADD 1 TO WS-METERS-ON-REGISTER.
047100     EVALUATE TRUE
047200         WHEN MA-STAT-IN-STOCK
047300             ADD 1 TO WS-POS-IN-STOCK
047400         WHEN MA-STAT-WITH-CREW
047500             ADD 1 TO WS-POS-WITH-CREW
047600             PERFORM 3200-CHECK-OVERDUE THRU 3200-EXIT
047700         WHEN MA-STAT-IN-SERVICE
047800             ADD 1 TO WS-POS-IN-SERVICE
047900         WHEN MA-STAT-RETIRED
048000             ADD 1 TO WS-POS-REMOVED
048100         WHEN MA-STAT-FAULTY
048200             ADD 1 TO WS-POS-FAULTY
048300             PERFORM 3300-CHECK-WARRANTY THRU 3300-EXIT
048400         WHEN OTHER
048500             ADD 1 TO WS-POS-OTHER
048600     END-EVALUATE.
048700     PERFORM 3900-READ-NEXT-METER THRU 3900-EXIT.
048800 3100-EXIT.
048900     EXIT.

049000 3200-CHECK-OVERDUE.
049100     IF MA-ISSUE-DATE NOT NUMERIC OR MA-ISSUE-DATE = ZERO
049200         GO TO 3200-EXIT
049300     END-IF.
049400     COMPUTE WS-DAYS-OUT =
049500         FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE)
049600         - FUNCTION INTEGER-OF-DATE(MA-ISSUE-DATE).
049700     IF WS-DAYS-OUT > WS-OVERDUE-DAYS
049800         PERFORM 8300-WRITE-OVERDUE-LINE THRU 8300-EXIT
049900         ADD 1 TO WS-OVERDUE-COUNT
050000     END-IF.
050100 3200-EXIT.
050200     EXIT.

050300*-----------------------------------------------------------*
050400*    THE WARRANTY RUNS FROM RECEIPT FOR THE LOT'S MONTHS.  A   *
050500*    METER REMOVED FROM SERVICE FAILED ON ITS REMOVAL DATE;    *
050600*    ONE THAT NEVER WENT IN FAILED ON ITS RETURN.  NO MONTHS   *
050700*    ON THE LOT MEANS NO WARRANTY.  WHEN THE CLAIM TABLE IS    *
050800*    FULL THE METER IS LEFT UNSTAMPED FOR THE NEXT RUN.        *
050900*-----------------------------------------------------------*
051000 3300-CHECK-WARRANTY.
051100     IF MA-CLAIM-DATE NUMERIC AND MA-CLAIM-DATE > ZERO
051200         GO TO 3300-EXIT
051300     END-IF.
051400     IF MA-WARRANTY-MONTHS NOT NUMERIC
051500         OR MA-WARRANTY-MONTHS = ZERO
051600         OR MA-RECEIPT-DATE NOT NUMERIC
051700         OR MA-RECEIPT-DATE = ZERO
051800         GO TO 3300-EXIT
051900     END-IF.
052000     IF MA-REMOVAL-DATE NUMERIC AND MA-REMOVAL-DATE > ZERO
052100         MOVE MA-REMOVAL-DATE TO WS-FAIL-DATE
052200     ELSE
052300         MOVE MA-RETURN-DATE  TO WS-FAIL-DATE
052400     END-IF.
052500     MOVE MA-RECEIPT-DATE(1:4) TO WS-END-YEAR.
052600     MOVE MA-RECEIPT-DATE(5:2) TO WS-END-MONTH.
052700     MOVE MA-RECEIPT-DATE(7:2) TO WS-END-DD.
052800     ADD MA-WARRANTY-MONTHS TO WS-END-MONTH.
052900     PERFORM 3310-NORMALIZE-MONTH THRU 3310-EXIT
053000         UNTIL WS-END-MONTH <= 12.
053100     COMPUTE WS-WARRANTY-END = WS-END-YEAR * 10000
053200         + WS-END-MONTH * 100 + WS-END-DD.
053300     IF WS-FAIL-DATE > WS-WARRANTY-END
053400         GO TO 3300-EXIT
053500     END-IF.
053600     IF WS-CLAIM-COUNT >= 2000
053700         ADD 1 TO WS-CLAIMS-HELD-OVER
053800         GO TO 3300-EXIT
053900     END-IF.
054000     ADD 1 TO WS-CLAIM-COUNT.
054100     MOVE MA-METER-NO     TO WS-CL-METER-NO(WS-CLAIM-COUNT).
054200     MOVE MA-MAKE         TO WS-CL-MAKE(WS-CLAIM-COUNT).
054300     MOVE MA-LOT-NO       TO WS-CL-LOT-NO(WS-CLAIM-COUNT).
054400     MOVE MA-VENDOR-ID    TO WS-CL-VENDOR-ID(WS-CLAIM-COUNT).
054500     MOVE MA-RECEIPT-DATE TO WS-CL-RECEIPT-DATE(WS-CLAIM-COUNT).
054600     MOVE WS-FAIL-DATE    TO WS-CL-FAIL-DATE(WS-CLAIM-COUNT).
054700     MOVE MA-FAULT-TEXT   TO WS-CL-FAULT-TEXT(WS-CLAIM-COUNT).
054800     PERFORM 3320-NOTE-MAKE THRU 3320-EXIT.
054900     MOVE WS-SYSTEM-DATE  TO MA-CLAIM-DATE.
055000     REWRITE MA-RECORD
055100         INVALID KEY
055200             DISPLAY "BILSTOR: CLAIM DATE NOT STAMPED ON "
055300                 MA-METER-NO
055400     END-REWRITE.
055500 3300-EXIT.
055600     EXIT.

055700 3310-NORMALIZE-MONTH.
055800     SUBTRACT 12 FROM WS-END-MONTH.
055900     ADD 1 TO WS-END-YEAR.
056000 3310-EXIT.
056100     EXIT.

056200 3320-NOTE-MAKE.
056300     IF WS-MAKE-COUNT > 0
056400         SET WS-MK-IDX TO 1
056500         SEARCH WS-MK-ENTRY
056600             AT END
056700                 CONTINUE
056800             WHEN WS-MK-MAKE(WS-MK-IDX) = MA-MAKE
056900                 GO TO 3320-EXIT
057000         END-SEARCH
057100     END-IF.
057200     IF WS-MAKE-COUNT < 200
057300         ADD 1 TO WS-MAKE-COUNT
057400         MOVE MA-MAKE TO WS-MK-MAKE(WS-MAKE-COUNT)
057500     END-IF.
057600 3320-EXIT.
057700     EXIT.

057800 3900-READ-NEXT-METER.
057900     READ METERAST NEXT RECORD
058000         AT END
058100             MOVE "Y" TO WS-MA-EOF-SW
058200     END-READ.
058300 3900-EXIT.
058400     EXIT.

058500*-----------------------------------------------------------*
058600*    WARRANTY CLAIM LIST - ONE BLOCK PER MAKE, SO EACH         *
058700*    VENDOR'S CLAIM CAN BE TORN OFF AND SENT.                  *
058800*-----------------------------------------------------------*
058900 4000-PRINT-CLAIMS.
059000     MOVE SPACES TO WS-RPT-LINE.
059100     STRING "METER WARRANTY CLAIM LIST - RUN " WS-SYSTEM-DATE
059200         DELIMITED BY SIZE INTO WS-RPT-LINE.
059300     WRITE WC-LINE FROM WS-RPT-LINE.
059400     IF WS-CLAIM-COUNT = 0
059500         MOVE "NO METERS TO CLAIM THIS RUN" TO WS-RPT-LINE
059600         WRITE WC-LINE FROM WS-RPT-LINE
059700         GO TO 4000-EXIT
059800     END-IF.
059900     PERFORM 4100-PRINT-MAKE THRU 4100-EXIT
060000         VARYING WS-MK-SUB FROM 1 BY 1
060100         UNTIL WS-MK-SUB > WS-MAKE-COUNT.
060200 4000-EXIT.
060300     EXIT.

060400 4100-PRINT-MAKE.
060500     MOVE SPACES TO WS-RPT-LINE.
060600     WRITE WC-LINE FROM WS-RPT-LINE.
060700     STRING "MAKE: " WS-MK-MAKE(WS-MK-SUB)
060800         DELIMITED BY SIZE INTO WS-RPT-LINE.
060900     WRITE WC-LINE FROM WS-RPT-LINE.
061000     MOVE SPACES TO WS-RPT-LINE.
061100     MOVE "  METER-NO     LOT-NO     VENDOR   RECEIVED FAILED"
061200         TO WS-RPT-LINE.
061300     MOVE "FAULT" TO WS-RPT-LINE(54:5).
061400     WRITE WC-LINE FROM WS-RPT-LINE.
061500     MOVE ZERO TO WS-MAKE-CLAIMS.
061600     PERFORM 4110-PRINT-CLAIM THRU 4110-EXIT
061700         VARYING WS-CL-SUB FROM 1 BY 1
061800         UNTIL WS-CL-SUB > WS-CLAIM-COUNT.
061900     MOVE SPACES TO WS-RPT-LINE.
062000     STRING "  METERS CLAIMED: " WS-MAKE-CLAIMS
062100         DELIMITED BY SIZE INTO WS-RPT-LINE.
062200     WRITE WC-LINE FROM WS-RPT-LINE.
062300 4100-EXIT.
062400     EXIT.

062500 4110-PRINT-CLAIM.
062600     IF WS-CL-MAKE(WS-CL-SUB) NOT = WS-MK-MAKE(WS-MK-SUB)
062700         GO TO 4110-EXIT
062800     END-IF.
062900     MOVE SPACES TO WS-RPT-LINE.
063000     STRING "  " WS-CL-METER-NO(WS-CL-SUB)
063100         " " WS-CL-LOT-NO(WS-CL-SUB)
063200         " " WS-CL-VENDOR-ID(WS-CL-SUB)
063300         " " WS-CL-RECEIPT-DATE(WS-CL-SUB)
063400         " " WS-CL-FAIL-DATE(WS-CL-SUB)
063500         " " WS-CL-FAULT-TEXT(WS-CL-SUB)
063600         DELIMITED BY SIZE INTO WS-RPT-LINE.
063700     WRITE WC-LINE FROM WS-RPT-LINE.
063800     ADD 1 TO WS-MAKE-CLAIMS.
063900 4110-EXIT.
064000     EXIT.

064100 8000-WRITE-HEADER.
064200     MOVE SPACES TO WS-RPT-LINE.
064300     STRING "METER STORES RUN - " WS-SYSTEM-DATE
064400         " OPERATOR " WS-OPERATOR-ID
064500         DELIMITED BY SIZE INTO WS-RPT-LINE.
064600     WRITE SR-LINE FROM WS-RPT-LINE.
064700     MOVE SPACES TO WS-RPT-LINE.
064800     MOVE "T METER-NO     DATE     DETAIL               RESULT"
064900         TO WS-RPT-LINE.
065000     WRITE SR-LINE FROM WS-RPT-LINE.
065100 8000-EXIT.
065200     EXIT.

065300 8100-WRITE-TXN-LINE.
065400     MOVE SPACES TO WS-RPT-LINE.
065500     IF WS-REJECT-REASON = SPACES
065600         STRING ST-TXN-TYPE " " ST-METER-NO " " WS-TXN-DATE " "
065700             WS-TXN-DETAIL " APPLIED"
065800             DELIMITED BY SIZE INTO WS-RPT-LINE
065900     ELSE
066000         STRING ST-TXN-TYPE " " ST-METER-NO " " WS-TXN-DATE " "
066100             WS-TXN-DETAIL " " WS-REJECT-REASON
066200             DELIMITED BY SIZE INTO WS-RPT-LINE
066300     END-IF.
066400     WRITE SR-LINE FROM WS-RPT-LINE.
066500 8100-EXIT.
066600     EXIT.

066700 8200-WRITE-OVERDUE-HEADER.
066800     MOVE SPACES TO WS-RPT-LINE.
066900     WRITE SR-LINE FROM WS-RPT-LINE.
067000     STRING "METERS OUT WITH A CREW MORE THAN " WS-OVERDUE-DAYS
067100         " DAYS"
067200         DELIMITED BY SIZE INTO WS-RPT-LINE.
067300     WRITE SR-LINE FROM WS-RPT-LINE.
067400     MOVE SPACES TO WS-RPT-LINE.
067500     MOVE "METER-NO     CREW     ISSUED   WO CUSTOMER   DAYS"
067600         TO WS-RPT-LINE.
067700     WRITE SR-LINE FROM WS-RPT-LINE.
067800 8200-EXIT.
067900     EXIT.

068000 8300-WRITE-OVERDUE-LINE.
068100     MOVE WS-DAYS-OUT TO WS-DAYS-OUT-ED.
068200     MOVE SPACES TO WS-RPT-LINE.
068300     STRING MA-METER-NO " " MA-CREW-ID " " MA-ISSUE-DATE " "
068400         MA-WO-TYPE "  " MA-WO-CUST-ID " " WS-DAYS-OUT-ED
068500         DELIMITED BY SIZE INTO WS-RPT-LINE.
068600     WRITE SR-LINE FROM WS-RPT-LINE.
068700 8300-EXIT.
068800     EXIT.

068900*-----------------------------------------------------------*
069000*    STOCK POSITION - EVERY SERIAL ON THE REGISTER, BY WHERE   *
069100*    IT IS, SO THE METERS PAID FOR CAN BE ACCOUNTED FOR.       *
069200*-----------------------------------------------------------*
069300 8400-WRITE-POSITION.
069400     MOVE SPACES TO WS-RPT-LINE.
069500     WRITE SR-LINE FROM WS-RPT-LINE.
069600     MOVE "METER POSITION ON THE ASSET REGISTER" TO WS-RPT-LINE.
069700     WRITE SR-LINE FROM WS-RPT-LINE.
069800     MOVE SPACES TO WS-RPT-LINE.
069900     STRING "  IN STOCK          : " WS-POS-IN-STOCK
070000         DELIMITED BY SIZE INTO WS-RPT-LINE.
070100     WRITE SR-LINE FROM WS-RPT-LINE.
070200     MOVE SPACES TO WS-RPT-LINE.
070300     STRING "  WITH A CREW       : " WS-POS-WITH-CREW
070400         DELIMITED BY SIZE INTO WS-RPT-LINE.
070500     WRITE SR-LINE FROM WS-RPT-LINE.
070600     MOVE SPACES TO WS-RPT-LINE.
070700     STRING "  IN SERVICE        : " WS-POS-IN-SERVICE
070800         DELIMITED BY SIZE INTO WS-RPT-LINE.
070900     WRITE SR-LINE FROM WS-RPT-LINE.
071000     MOVE SPACES TO WS-RPT-LINE.
071100     STRING "  REMOVED, NOT BACK : " WS-POS-REMOVED
071200         DELIMITED BY SIZE INTO WS-RPT-LINE.
071300     WRITE SR-LINE FROM WS-RPT-LINE.
071400     MOVE SPACES TO WS-RPT-LINE.
071500     STRING "  RETURNED FAULTY   : " WS-POS-FAULTY
071600         DELIMITED BY SIZE INTO WS-RPT-LINE.
071700     WRITE SR-LINE FROM WS-RPT-LINE.
071800     MOVE SPACES TO WS-RPT-LINE.
071900     STRING "  OTHER STATUS      : " WS-POS-OTHER
072000         DELIMITED BY SIZE INTO WS-RPT-LINE.
072100     WRITE SR-LINE FROM WS-RPT-LINE.
072200     MOVE SPACES TO WS-RPT-LINE.
072300     STRING "  TOTAL ON REGISTER : " WS-METERS-ON-REGISTER
072400         DELIMITED BY SIZE INTO WS-RPT-LINE.
072500     WRITE SR-LINE FROM WS-RPT-LINE.
072600 8400-EXIT.
072700     EXIT.

072800 9000-TERMINATE.
072900     IF NOT WS-ABORT
073000         CLOSE STORTXN
073100         CLOSE METERAST
073200         CLOSE CUSTMAS
073300         CLOSE STORRPT
073300         PERFORM 9680-FILE-REPORT THRU 9680-EXIT
073400         CLOSE WARRCLM
073500         PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT
073600         CLOSE RUNLOG
073700     END-IF.
073800     DISPLAY "=============================================".
073900     DISPLAY "BILSTOR - METER STORES RUN SUMMARY".
074000     DISPLAY "  TRANSACTIONS READ : " WS-TXNS-READ.
074100     DISPLAY "  REJECTED          : " WS-TXNS-REJECTED.
074200     DISPLAY "  RECEIVED          : " WS-RECEIVED-COUNT.
074300     DISPLAY "  ISSUED TO CREWS   : " WS-ISSUED-COUNT.
074400     DISPLAY "  BACK TO STOCK     : " WS-REUSABLE-COUNT.
074500     DISPLAY "  RETURNED FAULTY   : " WS-FAULTY-COUNT.
074500     DISPLAY "  CLASSIFIED        : " WS-CLASSIFIED-COUNT.
074600     DISPLAY "  OVERDUE WITH CREW : " WS-OVERDUE-COUNT.
074700     DISPLAY "  WARRANTY CLAIMS   : " WS-CLAIM-COUNT.
074800     IF WS-CLAIMS-HELD-OVER > 0
074900         DISPLAY "  CLAIMS HELD OVER  : " WS-CLAIMS-HELD-OVER
075000     END-IF.
075100     DISPLAY "=============================================".
075200 9000-EXIT.
075300     EXIT.

075400 9600-WRITE-RUNLOG.
075500     MOVE "BILSTOR"         TO RL-PROGRAM-ID.
075600     MOVE WS-OPERATOR-ID    TO RL-OPERATOR-ID.
075700     MOVE WS-SYSTEM-DATE    TO RL-RUN-DATE.
075800     MOVE WS-SYSTEM-TIME    TO RL-RUN-TIME.
075900     MOVE "STORTXN"         TO RL-INPUT-FILE.
076000     MOVE WS-TXNS-READ      TO RL-RECORDS-READ.
076100     MOVE WS-TXNS-ACCEPTED  TO RL-BILLS-PRODUCED.
076200     MOVE WS-TXNS-REJECTED  TO RL-EXCEPTIONS.
076300     MOVE ZERO              TO RL-TOTAL-BILLED.
076400     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
076500     ACCEPT RL-END-TIME FROM TIME.
076600     WRITE RL-RECORD.
076700 9600-EXIT.
076800     EXIT.

076900*-----------------------------------------------------------*
077000*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
077100*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
077200*    OUTLIVES THE NEXT RUN.                                    *
077300*-----------------------------------------------------------*
077400 9680-FILE-REPORT.
077500     OPEN INPUT STORRPT.
077600     IF NOT FS-STORRPT-OK
077700         GO TO 9680-EXIT
077800     END-IF.
077900     MOVE "O"               TO RO-FUNCTION.
078000     MOVE "STORRPT"         TO RO-REPORT-NAME.
078100     MOVE "BILSTOR"         TO RO-PROGRAM-ID.
078200     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
078300     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
078400     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
078500     MOVE ZERO              TO RO-PERIOD.
078600     CALL "BILRPTF" USING RO-PARMS.
078700     IF RO-OK
078800         MOVE "N" TO WS-RO-EOF-SW
078900         PERFORM 9690-FILE-LINE THRU 9690-EXIT
079000             UNTIL WS-RO-EOF
079100         MOVE "C"          TO RO-FUNCTION
079200         CALL "BILRPTF" USING RO-PARMS
079300     END-IF.
079400     CLOSE STORRPT.
079500 9680-EXIT.
079600     EXIT.

079700 9690-FILE-LINE.
079800     READ STORRPT
079900         AT END
080000             MOVE "Y" TO WS-RO-EOF-SW
080100             GO TO 9690-EXIT
080200     END-READ.
080300     MOVE "L"               TO RO-FUNCTION.
080400     MOVE SR-LINE           TO RO-LINE.
080500     CALL "BILRPTF" USING RO-PARMS.
080600 9690-EXIT.
080700     EXIT.
