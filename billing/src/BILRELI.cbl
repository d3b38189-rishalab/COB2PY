000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILRELI.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-09-27.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILRELI                                                   *
000900*  QUARTERLY SUPPLY-RELIABILITY REPORT FOR THE REGULATOR.     *
001000*  TAKES THE OUTAGES ON THE REGISTER THAT STARTED IN THE      *
001100*  QUARTER AND HAVE BEEN RESTORED, WORKS OUT THE CUSTOMERS    *
001200*  EACH ONE INTERRUPTED FROM THE ROUTE BOOK AND THE ROUTE-TO- *
001300*  FEEDER MAP, AND PRINTS BY FEEDER AND BY ZONE:              *
001400*    SAIFI - CUSTOMER INTERRUPTIONS PER CUSTOMER SERVED;      *
001500*    SAIDI - CUSTOMER MINUTES OF INTERRUPTION PER CUSTOMER    *
001600*            SERVED;                                          *
001700*  AND THE CUSTOMER-HOURS LOST.  THE CUSTOMERS SERVED ARE     *
001800*  THE ROUTE-BOOK METERS WHOSE ACCOUNT IS NOT CLOSED; THE     *
001900*  ZONE IS THE ONE ON THE CUSTOMER MASTER.  PLANNED OUTAGES   *
002000*  ARE LEFT OUT UNLESS THE OPERATOR ASKS FOR THEM.            *
002100*-----------------------------------------------------------*
002200*  MODIFICATION HISTORY                                      *
002300*  DATE       INIT  DESCRIPTION                               *
002400*  2026-09-27 RSH   ORIGINAL                                  *
002400*  2026-10-15 RSH   FILE RELIRPT IN THE REPORT REPOSITORY    *
002400*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002400*  2026-10-15 RSH   FILE THE REPORT UNDER THE LAST MONTH OF  *
002400*                   THE QUARTER KEYED.                       *
002500*-----------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.   IBM-370.
002900 OBJECT-COMPUTER.   IBM-370.

003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT OUTAGE ASSIGN TO "OUTAGE"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS OG-OUTAGE-ID
003600         FILE STATUS IS FS-OUTAGE.

003700     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS CM-CUST-ID
004100         FILE STATUS IS FS-CUSTMAS.

004200     SELECT RTEBOOK ASSIGN TO "RTEBOOK"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS FS-RTEBOOK.

004500     SELECT RTEFDR ASSIGN TO "RTEFDR"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS FS-RTEFDR.

004800     SELECT RELIRPT ASSIGN TO "RELIRPT"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS FS-RELIRPT.

005100     SELECT RUNLOG ASSIGN TO "RUNLOG"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS FS-RUNLOG.

005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  OUTAGE
005700     LABEL RECORDS ARE STANDARD.
005800 COPY OUTAGE.

005900 FD  CUSTMAS
006000     LABEL RECORDS ARE STANDARD.
006100 COPY CUSTMAS.

006200 FD  RTEBOOK
006300     LABEL RECORDS ARE STANDARD.
006400 COPY RTEBOOK.

006500 FD  RTEFDR
006600     LABEL RECORDS ARE STANDARD.
006700 COPY RTEFDR.

006800 FD  RELIRPT
006900     LABEL RECORDS ARE STANDARD.
007000 01  RI-LINE                     PIC X(80).

007100 FD  RUNLOG
007200     LABEL RECORDS ARE STANDARD.
007300 COPY RUNLOG.

007400 WORKING-STORAGE SECTION.
007500*-----------------------------------------------------------*
007600*    FILE STATUS SWITCHES                                    *
007700*-----------------------------------------------------------*
007800 77  FS-OUTAGE               PIC X(02).
007900     88  FS-OUTAGE-OK                VALUE "00".
008000 77  FS-CUSTMAS              PIC X(02).
008100     88  FS-CUSTMAS-OK               VALUE "00".
008200 77  FS-RTEBOOK              PIC X(02).
008300     88  FS-RTEBOOK-OK               VALUE "00".
008400 77  FS-RTEFDR               PIC X(02).
008500     88  FS-RTEFDR-OK                VALUE "00".
008600 77  FS-RELIRPT              PIC X(02).
008700     88  FS-RELIRPT-OK               VALUE "00".
008800 77  FS-RUNLOG               PIC X(02).
008900     88  FS-RUNLOG-OK                VALUE "00".

009000*-----------------------------------------------------------*
009100*    PROGRAM SWITCHES                                        *
009200*-----------------------------------------------------------*
009300 77  WS-ABORT-SW             PIC X(01) VALUE "N".
009400     88  WS-ABORT                    VALUE "Y".
009500 77  WS-EOF-SW               PIC X(01) VALUE "N".
009600     88  WS-EOF                      VALUE "Y".
009700 77  WS-RB-EOF-SW            PIC X(01) VALUE "N".
009800     88  WS-RB-EOF                   VALUE "Y".
009900 77  WS-RF-EOF-SW            PIC X(01) VALUE "N".
010000     88  WS-RF-EOF                   VALUE "Y".
010000 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
010000     88  WS-RO-EOF                   VALUE "Y".
010100 77  WS-PLANNED-SW           PIC X(01) VALUE "N".
010200     88  WS-INCLUDE-PLANNED          VALUE "Y".

010300*-----------------------------------------------------------*
010400*    OPERATOR, RUN AND WORK FIELDS                            *
010500*-----------------------------------------------------------*
010600 77  WS-OPERATOR-ID          PIC X(08).
010700 77  WS-SYSTEM-DATE          PIC 9(08).
010800 77  WS-SYSTEM-TIME          PIC 9(08).
010900 01  WS-QUARTER              PIC 9(05) VALUE ZERO.
011000 01  WS-QUARTER-R REDEFINES WS-QUARTER.
011100     05  WS-QTR-YEAR         PIC 9(04).
011200     05  WS-QTR-NO           PIC 9(01).
011300 77  WS-QTR-FROM             PIC 9(08) VALUE ZERO.
011400 77  WS-QTR-TO               PIC 9(08) VALUE ZERO.
011500 77  WS-WORK-ROUTE           PIC X(04) VALUE SPACES.
011600 77  WS-WORK-FEEDER          PIC X(06) VALUE SPACES.
011700 77  WS-WORK-ZONE            PIC X(02) VALUE SPACES.
011800 77  WS-CU-SUB               PIC 9(04) VALUE ZERO.
011900 77  WS-FD-SUB               PIC 9(03) VALUE ZERO.
012000 77  WS-FD-FOUND             PIC 9(03) VALUE ZERO.
012100 77  WS-ZN-SUB               PIC 9(03) VALUE ZERO.
012200 77  WS-ZN-FOUND             PIC 9(03) VALUE ZERO.
012300 77  WS-SERVED               PIC 9(07) VALUE ZERO.
012400 77  WS-CUST-INT             PIC 9(09) VALUE ZERO.
012500 77  WS-CUST-MIN             PIC 9(13) VALUE ZERO.
012600 77  WS-SAIFI                PIC 9(05)V999 VALUE ZERO.
012700 77  WS-SAIDI                PIC 9(07)V99 VALUE ZERO.
012800 77  WS-CUST-HOURS           PIC 9(11) VALUE ZERO.
012900 01  WS-RPT-LINE             PIC X(80).
013000 01  WS-COUNT-ED             PIC ZZZZZZ9.
013100 01  WS-COUNT2-ED            PIC ZZZZ9.
013200 01  WS-INT-ED               PIC ZZZZZZZZ9.
013300 01  WS-SAIFI-ED             PIC ZZZZ9.999.
013400 01  WS-SAIDI-ED             PIC ZZZZZZ9.99.
013500 01  WS-HOURS-ED             PIC ZZZZZZZZZ9.

013600*-----------------------------------------------------------*
013700*    RUN COUNTS                                               *
013800*-----------------------------------------------------------*
013900 77  WS-OUTAGES-READ         PIC 9(07) VALUE ZERO.
014000 77  WS-OUTAGES-COUNTED      PIC 9(07) VALUE ZERO.
014100 77  WS-OUTAGES-OPEN         PIC 9(07) VALUE ZERO.
014200 77  WS-OUTAGES-PLANNED      PIC 9(07) VALUE ZERO.
014300 77  WS-TOT-SERVED           PIC 9(07) VALUE ZERO.
014400 77  WS-TOT-CUST-INT         PIC 9(09) VALUE ZERO.
014500 77  WS-TOT-CUST-MIN         PIC 9(13) VALUE ZERO.

014600*-----------------------------------------------------------*
014700*    CUSTOMERS SERVED - ONE ENTRY PER ROUTE-BOOK METER ON AN   *
014800*    ACCOUNT NOT CLOSED, WITH ITS FEEDER AND ZONE              *
014900*-----------------------------------------------------------*
015000 01  WS-CUST-TABLE.
015100     05  WS-CU-ENTRY OCCURS 2000 TIMES.
015200         10  WS-CU-FEEDER-ID     PIC X(06).
015300         10  WS-CU-ZONE-CODE     PIC X(02).
015400 01  WS-CUST-COUNT               PIC 9(04) VALUE ZERO.

015500*-----------------------------------------------------------*
015600*    ROUTE-TO-FEEDER MAP, LOADED ONCE                          *
015700*-----------------------------------------------------------*
015800 01  WS-MAP-TABLE.
015900     05  WS-MP-ENTRY OCCURS 200 TIMES
016000                     INDEXED BY WS-MP-IDX.
016100         10  WS-MP-ROUTE-ID      PIC X(04).
016200         10  WS-MP-FEEDER-ID     PIC X(06).
016300 01  WS-MAP-COUNT                PIC 9(03) VALUE ZERO.

016400*-----------------------------------------------------------*
016500*    FEEDER AND ZONE CELLS                                     *
016600*-----------------------------------------------------------*
016700 01  WS-FEEDER-TABLE.
016800     05  WS-FD-ENTRY OCCURS 200 TIMES.
016900         10  WS-FD-FEEDER-ID     PIC X(06).
017000         10  WS-FD-SERVED        PIC 9(07).
017100         10  WS-FD-OUTAGES       PIC 9(05).
017200         10  WS-FD-CUST-INT      PIC 9(09).
017300         10  WS-FD-CUST-MIN      PIC 9(13).
017400 01  WS-FEEDER-COUNT             PIC 9(03) VALUE ZERO.

017500 01  WS-ZONE-TABLE.
017600     05  WS-ZN-ENTRY OCCURS 100 TIMES.
017700         10  WS-ZN-ZONE-CODE     PIC X(02).
017800         10  WS-ZN-SERVED        PIC 9(07).
017900         10  WS-ZN-CUST-INT      PIC 9(09).
018000         10  WS-ZN-CUST-MIN      PIC 9(13).
018100 01  WS-ZONE-COUNT               PIC 9(03) VALUE ZERO.
018100 COPY RPTPARM.

018200 PROCEDURE DIVISION.
018300 0000-MAINLINE SECTION.
018400     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
018500     IF NOT WS-ABORT
018600         PERFORM 2000-COUNT-OUTAGE THRU 2000-EXIT
018700             UNTIL WS-EOF
018800         PERFORM 7000-WRITE-REPORT THRU 7000-EXIT
018900     END-IF.
019000     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
019100     STOP RUN.

019200 1000-INITIALIZE.
019300     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
019400     ACCEPT WS-SYSTEM-TIME FROM TIME.
019500     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
019600     ACCEPT WS-OPERATOR-ID.
019700     DISPLAY "QUARTER (YYYYQ): " WITH NO ADVANCING.
019800     ACCEPT WS-QUARTER.
019900     IF WS-QUARTER NOT NUMERIC
020000         OR WS-QTR-NO < 1 OR WS-QTR-NO > 4
020100         DISPLAY "BILRELI: A QUARTER YYYYQ, Q 1 TO 4, IS REQUIRED"
020200         MOVE "Y" TO WS-ABORT-SW
020300         GO TO 1000-EXIT
020400     END-IF.
020500     COMPUTE WS-QTR-FROM = WS-QTR-YEAR * 10000
020600         + ((WS-QTR-NO - 1) * 3 + 1) * 100 + 1.
020700     COMPUTE WS-QTR-TO = WS-QTR-YEAR * 10000
020800         + WS-QTR-NO * 300 + 31.
020900     DISPLAY "INCLUDE PLANNED OUTAGES (Y/N, BLANK=N): "
021000         WITH NO ADVANCING.
021100     ACCEPT WS-PLANNED-SW.
021200     OPEN INPUT OUTAGE.
021300     IF NOT FS-OUTAGE-OK
021400         DISPLAY "BILRELI: UNABLE TO OPEN OUTAGE, STATUS "
021500             FS-OUTAGE
021600         MOVE "Y" TO WS-ABORT-SW
021700         GO TO 1000-EXIT
021800     END-IF.
021900     OPEN INPUT CUSTMAS.
022000     IF NOT FS-CUSTMAS-OK
022100         DISPLAY "BILRELI: UNABLE TO OPEN CUSTMAS, STATUS "
022200             FS-CUSTMAS
022300         MOVE "Y" TO WS-ABORT-SW
022400         GO TO 1000-EXIT
022500     END-IF.
022600     OPEN OUTPUT RELIRPT.
022700     IF NOT FS-RELIRPT-OK
022800         DISPLAY "BILRELI: UNABLE TO OPEN RELIRPT, STATUS "
022900             FS-RELIRPT
023000         MOVE "Y" TO WS-ABORT-SW
023100         GO TO 1000-EXIT
023200     END-IF.
023300     OPEN EXTEND RUNLOG.
023400     IF NOT FS-RUNLOG-OK
023500         DISPLAY "BILRELI: UNABLE TO OPEN RUNLOG, STATUS "
023600             FS-RUNLOG
023700         MOVE "Y" TO WS-ABORT-SW
023800         GO TO 1000-EXIT
023900     END-IF.
024000     PERFORM 1200-LOAD-FEEDER-MAP THRU 1200-EXIT.
024100     IF NOT WS-ABORT
024200         PERFORM 1100-LOAD-CUSTOMERS THRU 1100-EXIT
024300     END-IF.
024400     IF NOT WS-ABORT
024500         PERFORM 2900-READ-OUTAGE THRU 2900-EXIT
024600     END-IF.
024700 1000-EXIT.
024800     EXIT.

024900*-----------------------------------------------------------*
025000*    CUSTOMERS SERVED - EACH ROUTE-BOOK METER GOES TO ITS      *
025100*    FEEDER THROUGH THE MAP AND TO ITS ZONE THROUGH THE        *
025200*    CUSTOMER MASTER.  A METER WITH NO FEEDER CANNOT BE        *
025300*    INTERRUPTED BY ANY OUTAGE AND IS NOT COUNTED AS SERVED.   *
025400*-----------------------------------------------------------*
025500 1100-LOAD-CUSTOMERS.
025600     OPEN INPUT RTEBOOK.
025700     IF NOT FS-RTEBOOK-OK
025800         DISPLAY "BILRELI: UNABLE TO OPEN RTEBOOK, STATUS "
025900             FS-RTEBOOK
026000         MOVE "Y" TO WS-ABORT-SW
026100         GO TO 1100-EXIT
026200     END-IF.
026300     READ RTEBOOK
026400         AT END
026500             MOVE "Y" TO WS-RB-EOF-SW
026600     END-READ.
026700     PERFORM 1110-STORE-CUSTOMER THRU 1110-EXIT
026800         UNTIL WS-RB-EOF.
026900     CLOSE RTEBOOK.
027000 1100-EXIT.
027100     EXIT.

027200 1110-STORE-CUSTOMER.
027300     MOVE RB-ROUTE-ID TO WS-WORK-ROUTE.
027400     PERFORM 2300-FIND-FEEDER THRU 2300-EXIT.
027500     IF WS-WORK-FEEDER = SPACES
027600         GO TO 1110-NEXT
027700     END-IF.
027800     MOVE RB-CUST-ID TO CM-CUST-ID.
027900     READ CUSTMAS
028000         INVALID KEY
028100             GO TO 1110-NEXT
028200     END-READ.
028300     IF CM-STAT-CLOSED
028400         GO TO 1110-NEXT
028500     END-IF.
028600     IF WS-CUST-COUNT >= 2000
028700         DISPLAY "BILRELI: CUSTOMER TABLE FULL - RUN ABANDONED"
028800             " BEFORE THE INDICES COULD BE UNDERSTATED"
028900         MOVE "Y" TO WS-ABORT-SW
029000         MOVE "Y" TO WS-RB-EOF-SW
029100         GO TO 1110-EXIT
029200     END-IF.
029300     ADD 1 TO WS-CUST-COUNT.
029400     MOVE WS-WORK-FEEDER TO WS-CU-FEEDER-ID(WS-CUST-COUNT).
029500     MOVE CM-ZONE-CODE   TO WS-CU-ZONE-CODE(WS-CUST-COUNT).
029600     PERFORM 2400-FIND-FEEDER-SLOT THRU 2400-EXIT.
029700     IF WS-FD-FOUND > 0
029800         ADD 1 TO WS-FD-SERVED(WS-FD-FOUND)
029900     END-IF.
030000     MOVE CM-ZONE-CODE TO WS-WORK-ZONE.
030100     PERFORM 2500-FIND-ZONE-SLOT THRU 2500-EXIT.
030200     IF WS-ZN-FOUND > 0
030300         ADD 1 TO WS-ZN-SERVED(WS-ZN-FOUND)
030400     END-IF.
030500     ADD 1 TO WS-TOT-SERVED.
030600 1110-NEXT.
030700     READ RTEBOOK
030800         AT END
030900             MOVE "Y" TO WS-RB-EOF-SW
031000     END-READ.
031100 1110-EXIT.
031200     EXIT.

031300 1200-LOAD-FEEDER-MAP.
031400     OPEN INPUT RTEFDR.
031500     IF NOT FS-RTEFDR-OK
031600         DISPLAY "BILRELI: UNABLE TO OPEN RTEFDR, STATUS "
031700             FS-RTEFDR
031800         MOVE "Y" TO WS-ABORT-SW
031900         GO TO 1200-EXIT
032000     END-IF.
032100     READ RTEFDR
032200         AT END
032300             MOVE "Y" TO WS-RF-EOF-SW
032400     END-READ.
032500     PERFORM 1210-STORE-MAP-ENTRY THRU 1210-EXIT
032600         UNTIL WS-RF-EOF.
032700     CLOSE RTEFDR.
032800 1200-EXIT.
032900     EXIT.

033000 1210-STORE-MAP-ENTRY.
033100     IF WS-MAP-COUNT >= 200
033200         DISPLAY "BILRELI: FEEDER MAP TABLE FULL - RUN"
033300             " ABANDONED"
033400         MOVE "Y" TO WS-ABORT-SW
033500         MOVE "Y" TO WS-RF-EOF-SW
033600         GO TO 1210-EXIT
033700     END-IF.
033800     ADD 1 TO WS-MAP-COUNT.
033900     MOVE RF-ROUTE-ID  TO WS-MP-ROUTE-ID(WS-MAP-COUNT).
034000     MOVE RF-FEEDER-ID TO WS-MP-FEEDER-ID(WS-MAP-COUNT).
034100     READ RTEFDR
034200         AT END
034300             MOVE "Y" TO WS-RF-EOF-SW
034400     END-READ.
034500 1210-EXIT.
034600     EXIT.

034700*-----------------------------------------------------------*
034800*    ONE OUTAGE - IF IT STARTED IN THE QUARTER AND IS          *
034900*    RESTORED, EVERY CUSTOMER SERVED FROM ITS FEEDER TAKES ONE *
035000*    INTERRUPTION AND THE OUTAGE'S MINUTES, ON THE FEEDER AND  *
035100*    ON THE CUSTOMER'S OWN ZONE.                               *
035200*-----------------------------------------------------------*
035300 2000-COUNT-OUTAGE.
035400     ADD 1 TO WS-OUTAGES-READ.
035500     IF OG-START-DATE < WS-QTR-FROM OR OG-START-DATE > WS-QTR-TO
035600         GO TO 2000-NEXT
035700     END-IF.
035800     IF OG-STAT-OPEN
035900         ADD 1 TO WS-OUTAGES-OPEN
036000         GO TO 2000-NEXT
036100     END-IF.
036200     IF OG-PLANNED
036300         ADD 1 TO WS-OUTAGES-PLANNED
036400         IF NOT WS-INCLUDE-PLANNED
036500             GO TO 2000-NEXT
036600         END-IF
036700     END-IF.
036800     ADD 1 TO WS-OUTAGES-COUNTED.
036900     MOVE OG-FEEDER-ID TO WS-WORK-FEEDER.
037000     PERFORM 2400-FIND-FEEDER-SLOT THRU 2400-EXIT.
037100     IF WS-FD-FOUND > 0
037200         ADD 1 TO WS-FD-OUTAGES(WS-FD-FOUND)
037300     END-IF.
037400     PERFORM 2100-INTERRUPT-CUSTOMER THRU 2100-EXIT
037500         VARYING WS-CU-SUB FROM 1 BY 1
037600         UNTIL WS-CU-SUB > WS-CUST-COUNT.
037700 2000-NEXT.
037800     PERFORM 2900-READ-OUTAGE THRU 2900-EXIT.
037900 2000-EXIT.
038000     EXIT.

038100 2100-INTERRUPT-CUSTOMER.
038200     IF WS-CU-FEEDER-ID(WS-CU-SUB) NOT = OG-FEEDER-ID
038300         GO TO 2100-EXIT
038400     END-IF.
038500     IF WS-FD-FOUND > 0
038600         ADD 1 TO WS-FD-CUST-INT(WS-FD-FOUND)
038700         ADD OG-DURATION-MIN TO WS-FD-CUST-MIN(WS-FD-FOUND)
038800     END-IF.
038900     MOVE WS-CU-ZONE-CODE(WS-CU-SUB) TO WS-WORK-ZONE.
039000     PERFORM 2500-FIND-ZONE-SLOT THRU 2500-EXIT.
039100     IF WS-ZN-FOUND > 0
039200         ADD 1 TO WS-ZN-CUST-INT(WS-ZN-FOUND)
039300         ADD OG-DURATION-MIN TO WS-ZN-CUST-MIN(WS-ZN-FOUND)
039400     END-IF.
039500     ADD 1 TO WS-TOT-CUST-INT.
039600     ADD OG-DURATION-MIN TO WS-TOT-CUST-MIN.
039700 2100-EXIT.
039800     EXIT.

039900 2300-FIND-FEEDER.
040000     MOVE SPACES TO WS-WORK-FEEDER.
040100     IF WS-MAP-COUNT = 0
040200         GO TO 2300-EXIT
040300     END-IF.
040400     SET WS-MP-IDX TO 1.
040500     SEARCH WS-MP-ENTRY
040600         AT END
040700             CONTINUE
040800         WHEN WS-MP-ROUTE-ID(WS-MP-IDX) = WS-WORK-ROUTE
040900             MOVE WS-MP-FEEDER-ID(WS-MP-IDX)
041000                 TO WS-WORK-FEEDER
041100     END-SEARCH.
041200 2300-EXIT.
041300     EXIT.

041400 2400-FIND-FEEDER-SLOT.
041500     MOVE ZERO TO WS-FD-FOUND.
041600     PERFORM 2410-MATCH-FEEDER THRU 2410-EXIT
041700         VARYING WS-FD-SUB FROM 1 BY 1
041800         UNTIL WS-FD-SUB > WS-FEEDER-COUNT
041900            OR WS-FD-FOUND > 0.
042000     IF WS-FD-FOUND = 0
042100         IF WS-FEEDER-COUNT >= 200
042200             DISPLAY "BILRELI: FEEDER TABLE FULL - "
042300                 WS-WORK-FEEDER " NOT REPORTED"
042400             GO TO 2400-EXIT
042500         END-IF
042600         ADD 1 TO WS-FEEDER-COUNT
042700         MOVE WS-FEEDER-COUNT TO WS-FD-FOUND
042800         MOVE WS-WORK-FEEDER TO WS-FD-FEEDER-ID(WS-FD-FOUND)
042900         MOVE ZERO TO WS-FD-SERVED(WS-FD-FOUND)
043000         MOVE ZERO TO WS-FD-OUTAGES(WS-FD-FOUND)
043100         MOVE ZERO TO WS-FD-CUST-INT(WS-FD-FOUND)
043200         MOVE ZERO TO WS-FD-CUST-MIN(WS-FD-FOUND)
043300     END-IF.
043400 2400-EXIT.
043500     EXIT.

043600 2410-MATCH-FEEDER.
043700     IF WS-FD-FEEDER-ID(WS-FD-SUB) = WS-WORK-FEEDER
043800         MOVE WS-FD-SUB TO WS-FD-FOUND
043900     END-IF.
044000 2410-EXIT.
044100     EXIT.

044200 2500-FIND-ZONE-SLOT.
044300     MOVE ZERO TO WS-ZN-FOUND.
044400     PERFORM 2510-MATCH-ZONE THRU 2510-EXIT
044500         VARYING WS-ZN-SUB FROM 1 BY 1
044600         UNTIL WS-ZN-SUB > WS-ZONE-COUNT
044700            OR WS-ZN-FOUND > 0.
044800     IF WS-ZN-FOUND = 0
044900         IF WS-ZONE-COUNT >= 100
045000             DISPLAY "BILRELI: ZONE TABLE FULL - "
045100                 WS-WORK-ZONE " NOT REPORTED"
045200             GO TO 2500-EXIT
045300         END-IF
045400         ADD 1 TO WS-ZONE-COUNT
045500         MOVE WS-ZONE-COUNT TO WS-ZN-FOUND
045600         MOVE WS-WORK-ZONE TO WS-ZN-ZONE-CODE(WS-ZN-FOUND)
045700         MOVE ZERO TO WS-ZN-SERVED(WS-ZN-FOUND)
045800         MOVE ZERO TO WS-ZN-CUST-INT(WS-ZN-FOUND)
045900         MOVE ZERO TO WS-ZN-CUST-MIN(WS-ZN-FOUND)
046000     END-IF.
046100 2500-EXIT.
046200     EXIT.

046300 2510-MATCH-ZONE.
046400     IF WS-ZN-ZONE-CODE(WS-ZN-SUB) = WS-WORK-ZONE
046500         MOVE WS-ZN-SUB TO WS-ZN-FOUND
046600     END-IF.
046700 2510-EXIT.
046800     EXIT.

046900 2900-READ-OUTAGE.
047000     READ OUTAGE NEXT RECORD
047100         AT END
047200             MOVE "Y" TO WS-EOF-SW
047300     END-READ.
047400 2900-EXIT.
047500     EXIT.

047600 7000-WRITE-REPORT.
047700     MOVE SPACES TO WS-RPT-LINE.
047800     STRING "SUPPLY RELIABILITY - QUARTER " WS-QTR-YEAR "-Q"
047900         WS-QTR-NO " (" WS-QTR-FROM " TO " WS-QTR-TO ")"
048000         DELIMITED BY SIZE INTO WS-RPT-LINE.
048100     WRITE RI-LINE FROM WS-RPT-LINE.
048200     MOVE SPACES TO WS-RPT-LINE.
048300     IF WS-INCLUDE-PLANNED
048400         MOVE "PLANNED AND UNPLANNED OUTAGES" TO WS-RPT-LINE
048500     ELSE
048600         MOVE "UNPLANNED OUTAGES ONLY" TO WS-RPT-LINE
048700     END-IF.
048800     WRITE RI-LINE FROM WS-RPT-LINE.
048900     MOVE SPACES TO WS-RPT-LINE.
049000     WRITE RI-LINE FROM WS-RPT-LINE.
049100     MOVE SPACES TO WS-RPT-LINE.
049200     STRING "FEEDER  SERVED OUTGS  CUST-INT     SAIFI"
049300         "  SAIDI-MIN CUST-HOURS"
049400         DELIMITED BY SIZE INTO WS-RPT-LINE.
049500     WRITE RI-LINE FROM WS-RPT-LINE.
049600     PERFORM 7100-REPORT-FEEDER THRU 7100-EXIT
049700         VARYING WS-FD-SUB FROM 1 BY 1
049800         UNTIL WS-FD-SUB > WS-FEEDER-COUNT.
049900     MOVE SPACES TO WS-RPT-LINE.
050000     WRITE RI-LINE FROM WS-RPT-LINE.
050100     MOVE SPACES TO WS-RPT-LINE.
050200     STRING "ZONE    SERVED        CUST-INT     SAIFI"
050300         "  SAIDI-MIN CUST-HOURS"
050400         DELIMITED BY SIZE INTO WS-RPT-LINE.
050500     WRITE RI-LINE FROM WS-RPT-LINE.
050600     PERFORM 7200-REPORT-ZONE THRU 7200-EXIT
050700         VARYING WS-ZN-SUB FROM 1 BY 1
050800         UNTIL WS-ZN-SUB > WS-ZONE-COUNT.
050900     MOVE SPACES TO WS-RPT-LINE.
051000     WRITE RI-LINE FROM WS-RPT-LINE.
051100     MOVE WS-TOT-SERVED   TO WS-SERVED.
051200     MOVE WS-TOT-CUST-INT TO WS-CUST-INT.
051300     MOVE WS-TOT-CUST-MIN TO WS-CUST-MIN.
051400     PERFORM 7500-COMPUTE-INDICES THRU 7500-EXIT.
051500     MOVE SPACES TO WS-RPT-LINE.
051600     STRING "SYSTEM" " " WS-COUNT-ED "       " WS-INT-ED " "
051700         WS-SAIFI-ED " " WS-SAIDI-ED " " WS-HOURS-ED
051800         DELIMITED BY SIZE INTO WS-RPT-LINE.
051900     WRITE RI-LINE FROM WS-RPT-LINE.
052000     MOVE SPACES TO WS-RPT-LINE.
052100     MOVE WS-OUTAGES-COUNTED TO WS-COUNT-ED.
052200     STRING "OUTAGES COUNTED " WS-COUNT-ED
052300         DELIMITED BY SIZE INTO WS-RPT-LINE.
052400     WRITE RI-LINE FROM WS-RPT-LINE.
052500     MOVE SPACES TO WS-RPT-LINE.
052600     MOVE WS-OUTAGES-PLANNED TO WS-COUNT-ED.
052700     STRING "PLANNED OUTAGES IN QUARTER " WS-COUNT-ED
052800         DELIMITED BY SIZE INTO WS-RPT-LINE.
052900     WRITE RI-LINE FROM WS-RPT-LINE.
053000     MOVE SPACES TO WS-RPT-LINE.
053100     MOVE WS-OUTAGES-OPEN TO WS-COUNT-ED.
053200     STRING "NOT YET RESTORED - NOT COUNTED " WS-COUNT-ED
053300         DELIMITED BY SIZE INTO WS-RPT-LINE.
053400     WRITE RI-LINE FROM WS-RPT-LINE.
053500 7000-EXIT.
053600     EXIT.

053700 7100-REPORT-FEEDER.
053800     MOVE WS-FD-SERVED(WS-FD-SUB)   TO WS-SERVED.
053900     MOVE WS-FD-CUST-INT(WS-FD-SUB) TO WS-CUST-INT.
054000     MOVE WS-FD-CUST-MIN(WS-FD-SUB) TO WS-CUST-MIN.
054100     PERFORM 7500-COMPUTE-INDICES THRU 7500-EXIT.
054200     MOVE WS-FD-OUTAGES(WS-FD-SUB) TO WS-COUNT2-ED.
054300     MOVE SPACES TO WS-RPT-LINE.
054400     STRING WS-FD-FEEDER-ID(WS-FD-SUB) " " WS-COUNT-ED " "
054500         WS-COUNT2-ED " " WS-INT-ED " " WS-SAIFI-ED " "
054600         WS-SAIDI-ED " " WS-HOURS-ED
054700         DELIMITED BY SIZE INTO WS-RPT-LINE.
054800     WRITE RI-LINE FROM WS-RPT-LINE.
054900 7100-EXIT.
055000     EXIT.

055100 7200-REPORT-ZONE.
055200     MOVE WS-ZN-SERVED(WS-ZN-SUB)   TO WS-SERVED.
055300     MOVE WS-ZN-CUST-INT(WS-ZN-SUB) TO WS-CUST-INT.
055400     MOVE WS-ZN-CUST-MIN(WS-ZN-SUB) TO WS-CUST-MIN.
055500     PERFORM 7500-COMPUTE-INDICES THRU 7500-EXIT.
055600     MOVE SPACES TO WS-RPT-LINE.
055700     IF WS-ZN-ZONE-CODE(WS-ZN-SUB) = SPACES
055800         STRING "--    " " " WS-COUNT-ED "       "
055900             WS-INT-ED " " WS-SAIFI-ED " "
056000             WS-SAIDI-ED " " WS-HOURS-ED
056100             DELIMITED BY SIZE INTO WS-RPT-LINE
056200     ELSE
056300         STRING WS-ZN-ZONE-CODE(WS-ZN-SUB) "    " " "
056400             WS-COUNT-ED "       " WS-INT-ED " " WS-SAIFI-ED
056500             " " WS-SAIDI-ED " " WS-HOURS-ED
056600             DELIMITED BY SIZE INTO WS-RPT-LINE
056700     END-IF.
056800     WRITE RI-LINE FROM WS-RPT-LINE.
056900 7200-EXIT.
057000     EXIT.

057100*-----------------------------------------------------------*
057200*    SAIFI AND SAIDI FOR ONE CELL FROM WS-SERVED, WS-CUST-INT  *
057300*    AND WS-CUST-MIN, LEFT IN THE EDITED FIELDS.               *
057400*-----------------------------------------------------------*
057500 7500-COMPUTE-INDICES.
057600     IF WS-SERVED > 0
057700         COMPUTE WS-SAIFI ROUNDED = WS-CUST-INT / WS-SERVED
057800         COMPUTE WS-SAIDI ROUNDED = WS-CUST-MIN / WS-SERVED
057900     ELSE
058000         MOVE ZERO TO WS-SAIFI
058100         MOVE ZERO TO WS-SAIDI
058200     END-IF.
058300     COMPUTE WS-CUST-HOURS ROUNDED = WS-CUST-MIN / 60.
058400     MOVE WS-SERVED     TO WS-COUNT-ED.
058500     MOVE WS-CUST-INT   TO WS-INT-ED.
058600     MOVE WS-SAIFI      TO WS-SAIFI-ED.
058700     MOVE WS-SAIDI      TO WS-SAIDI-ED.
058800     MOVE WS-CUST-HOURS TO WS-HOURS-ED.
058900 7500-EXIT.
059000     EXIT.

059100 9000-TERMINATE.
059200     IF NOT WS-ABORT
059300         CLOSE OUTAGE
059400         CLOSE CUSTMAS
059500         CLOSE RELIRPT
059500         PERFORM 9680-FILE-REPORT THRU 9680-EXIT
059600         PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT
059700         CLOSE RUNLOG
059800     END-IF.
059900     DISPLAY "BILRELI: " WS-OUTAGES-COUNTED
060000         " OUTAGE(S) COUNTED OVER "
060100         WS-TOT-SERVED " CUSTOMER(S) SERVED".
060200 9000-EXIT.
060300     EXIT.

060400 9600-WRITE-RUNLOG.
060500     MOVE "BILRELI"          TO RL-PROGRAM-ID.
060600     MOVE WS-OPERATOR-ID     TO RL-OPERATOR-ID.
060700     MOVE WS-SYSTEM-DATE     TO RL-RUN-DATE.
060800     MOVE WS-SYSTEM-TIME     TO RL-RUN-TIME.
060900     MOVE "OUTAGE"           TO RL-INPUT-FILE.
061000     MOVE WS-OUTAGES-READ    TO RL-RECORDS-READ.
061100     MOVE WS-OUTAGES-COUNTED TO RL-BILLS-PRODUCED.
061200     MOVE WS-OUTAGES-OPEN    TO RL-EXCEPTIONS.
061300     MOVE ZERO               TO RL-TOTAL-BILLED.
061400     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
061500     ACCEPT RL-END-TIME FROM TIME.
061600     WRITE RL-RECORD.
061700 9600-EXIT.
061800     EXIT.

061900*-----------------------------------------------------------*
062000*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
062100*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
062200*    OUTLIVES THE NEXT RUN.                                    *
062300*-----------------------------------------------------------*
062400 9680-FILE-REPORT.
062500     OPEN INPUT RELIRPT.
062600     IF NOT FS-RELIRPT-OK
062700         GO TO 9680-EXIT
062800     END-IF.
062900     MOVE "O"               TO RO-FUNCTION.
063000     MOVE "RELIRPT"         TO RO-REPORT-NAME.
063100     MOVE "BILRELI"         TO RO-PROGRAM-ID.
063200     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
063300     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
063400     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
063500     MOVE WS-QTR-TO(1:6)    TO RO-PERIOD.
063600     CALL "BILRPTF" USING RO-PARMS.
063700     IF RO-OK
063800         MOVE "N" TO WS-RO-EOF-SW
063900         PERFORM 9690-FILE-LINE THRU 9690-EXIT
064000             UNTIL WS-RO-EOF
064100         MOVE "C"          TO RO-FUNCTION
064200         CALL "BILRPTF" USING RO-PARMS
064300     END-IF.
064400     CLOSE RELIRPT.
064500 9680-EXIT.
064600     EXIT.

064700 9690-FILE-LINE.
064800     READ RELIRPT
064900         AT END
065000             MOVE "Y" TO WS-RO-EOF-SW
065100             GO TO 9690-EXIT
065200     END-READ.
065300     MOVE "L"               TO RO-FUNCTION.
065400     MOVE RI-LINE           TO RO-LINE.
065500     CALL "BILRPTF" USING RO-PARMS.
065600 9690-EXIT.
065700     EXIT.
