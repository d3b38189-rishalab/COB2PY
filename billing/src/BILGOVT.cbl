000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILGOVT.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-12.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILGOVT                                                     *
000900*  GOVERNMENT DEPARTMENT ACCOUNTS.  SCHOOLS, OFFICES AND       *
001000*  PUMPING STATIONS ARE PAID FOR BY A HANDFUL OF               *
001100*  DEPARTMENTS THROUGH THEIR DRAWING AND DISBURSING            *
001200*  OFFICERS (DDO), EACH OF WHOM WANTS ONE DEMAND A MONTH FOR   *
001300*  ALL THE CONNECTIONS THE DDO PAYS FOR, NOT A BILL PER        *
001400*  CONNECTION.  THE ACCOUNT-HOLDER GROUPING USED BY BILCONS    *
001500*  CARRIES NO DEPARTMENT, BUDGET HEAD OR DDO, SO THE DDO       *
001600*  MASTER (GOVTDEPT) HOLDS THEM AND EACH CONNECTION CARRIES    *
001700*  ITS DDO CODE (CM-GOVT-DDO-CODE, SET THROUGH BILMNT).        *
001800*  FUNCTIONS -                                                 *
001900*    M  ADD OR CHANGE A DDO ON THE MASTER (SUPERVISOR).        *
002000*    D  MONTHLY CONSOLIDATED DEMAND, ONE STATEMENT PER DDO     *
002100*       LISTING EVERY CONNECTION'S CURRENT BILL FOR THE        *
002200*       PERIOD AND ITS ARREARS, TO GOVTDMD.                    *
002300*    R  GOVERNMENT DUES BY DEPARTMENT AND AGE, FOR THE         *
002400*       QUARTERLY MEETING WITH THE FINANCE DEPARTMENT, TO      *
002500*       GOVTDUE.                                               *
002600*  DUES ARE THE OPEN BALANCES OF UNPAID BILLS ON BILLHIST,     *
002700*  AGED FROM THE DUE DATE IN THE SAME BUCKETS AS BILAGE.  A    *
002800*  CONNECTION WHOSE DDO IS NOT ON THE MASTER IS LISTED AT THE  *
002900*  FOOT OF EITHER REPORT RATHER THAN DROPPED.                  *
003000*-----------------------------------------------------------*
003100*  MODIFICATION HISTORY                                        *
003200*  DATE       INIT  DESCRIPTION                                *
003300*  2026-10-12 RSH   ORIGINAL                                   *
003300*  2026-10-15 RSH   FILE GOVTDMD AND GOVTDUE IN THE REPORT     *
003300*                   REPOSITORY THROUGH BILRPTF ONCE CLOSED.    *
003300*  2026-10-15 RSH   FILE THE REPORTS UNDER THE DEMAND PERIOD   *
003300*                   KEYED (THE RUN MONTH FOR A DUES RUN).      *
003400*-----------------------------------------------------------*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   IBM-370.
003800 OBJECT-COMPUTER.   IBM-370.

003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT GOVTDEPT ASSIGN TO "GOVTDEPT"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS GD-DDO-CODE
004500         FILE STATUS IS FS-GOVTDEPT.

004600     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS CM-CUST-ID
005000         FILE STATUS IS FS-CUSTMAS.

005100     SELECT BILLHIST ASSIGN TO "BILLHIST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS BH-KEY
005500         FILE STATUS IS FS-BILLHIST.

005600     SELECT GOVTDMD ASSIGN TO "GOVTDMD"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS FS-GOVTDMD.

005900     SELECT GOVTDUE ASSIGN TO "GOVTDUE"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS FS-GOVTDUE.

006200     SELECT RUNLOG ASSIGN TO "RUNLOG"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS FS-RUNLOG.

006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  GOVTDEPT
006800     LABEL RECORDS ARE STANDARD.
006900 COPY GOVTDEPT.

007000 FD  CUSTMAS
007100     LABEL RECORDS ARE STANDARD.
007200 COPY CUSTMAS.

007300 FD  BILLHIST
007400     LABEL RECORDS ARE STANDARD.
007500 COPY BILLHIST.

007600 FD  GOVTDMD
007700     LABEL RECORDS ARE STANDARD.
007800 01  GM-LINE                     PIC X(120).

007900 FD  GOVTDUE
008000     LABEL RECORDS ARE STANDARD.
008100 01  GU-LINE                     PIC X(120).

008200 FD  RUNLOG
008300     LABEL RECORDS ARE STANDARD.
008400 COPY RUNLOG.

008500 WORKING-STORAGE SECTION.
008600*-----------------------------------------------------------*
008700*    FILE STATUS SWITCHES                                      *
008800*-----------------------------------------------------------*
008900 77  FS-GOVTDEPT             PIC X(02).
009000     88  FS-GOVTDEPT-OK              VALUE "00".
009100     88  FS-GOVTDEPT-NOFILE          VALUE "35".
009200 77  FS-CUSTMAS              PIC X(02).
009300     88  FS-CUSTMAS-OK               VALUE "00".
009400 77  FS-BILLHIST             PIC X(02).
009500     88  FS-BILLHIST-OK              VALUE "00".
009600 77  FS-GOVTDMD              PIC X(02).
009700     88  FS-GOVTDMD-OK               VALUE "00".
009800 77  FS-GOVTDUE              PIC X(02).
009900     88  FS-GOVTDUE-OK               VALUE "00".
010000 77  FS-RUNLOG               PIC X(02).
010100     88  FS-RUNLOG-OK                VALUE "00".

010200*-----------------------------------------------------------*
010300*    PROGRAM SWITCHES                                          *
010400*-----------------------------------------------------------*
010500 77  WS-ABORT-SW             PIC X(01) VALUE "N".
010600     88  WS-ABORT                    VALUE "Y".
010700 77  WS-DONE-SW              PIC X(01) VALUE "N".
010800     88  WS-DONE                     VALUE "Y".
010900 77  WS-GD-EOF-SW            PIC X(01) VALUE "N".
011000     88  WS-GD-EOF                   VALUE "Y".
011100 77  WS-CM-EOF-SW            PIC X(01) VALUE "N".
011200     88  WS-CM-EOF                   VALUE "Y".
011300 77  WS-BH-EOF-SW            PIC X(01) VALUE "N".
011400     88  WS-BH-EOF                   VALUE "Y".
011300 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
011300     88  WS-RO-EOF                   VALUE "Y".
011500 77  WS-FOUND-SW             PIC X(01) VALUE "N".
011600     88  WS-FOUND                    VALUE "Y".

011700*-----------------------------------------------------------*
011800*    OPERATOR, RUN AND WORK FIELDS                             *
011900*-----------------------------------------------------------*
012000 77  WS-OPERATOR-ID          PIC X(08).
012100 77  WS-PASSWORD             PIC X(08).
012200 77  WS-SYSTEM-DATE          PIC 9(08).
012300 77  WS-SYSTEM-TIME          PIC 9(08).
012400 77  WS-FUNCTION             PIC X(01).
012500     88  WS-FUNC-MAINTAIN            VALUE "M".
012600     88  WS-FUNC-DEMAND              VALUE "D".
012700     88  WS-FUNC-DUES                VALUE "R".
012800 77  WS-DEMAND-PERIOD        PIC 9(06) VALUE ZERO.
012900 77  WS-IN-VALUE             PIC X(30).
013000 77  WS-OPEN-AMT             PIC 9(09)V99 VALUE ZERO.
013100 77  WS-DAYS-OVERDUE         PIC S9(05) VALUE ZERO.
013200 77  WS-BUCKET               PIC 9(01) VALUE ZERO.
013300 77  WS-SUB-B                PIC 9(01) VALUE ZERO.
013400 77  WS-CUSTS-READ           PIC 9(07) VALUE ZERO.
013500 77  WS-DDO-SUB              PIC 9(03) VALUE ZERO.
013600 77  WS-DEPT-SUB             PIC 9(03) VALUE ZERO.
013700 77  WS-CN-SUB               PIC 9(04) VALUE ZERO.
013800 77  WS-MATCH-SUB            PIC 9(03) VALUE ZERO.
013900 77  WS-COL                  PIC 9(03) VALUE ZERO.
014000 77  WS-DDO-CONNS            PIC 9(04) VALUE ZERO.
014100 77  WS-DDO-CURRENT          PIC 9(11)V99 VALUE ZERO.
014200 77  WS-DDO-ARREARS          PIC 9(11)V99 VALUE ZERO.
014300 77  WS-LINE-DUE             PIC 9(11)V99 VALUE ZERO.
014400 77  WS-UNKNOWN-COUNT        PIC 9(04) VALUE ZERO.
014500 77  WS-STATEMENTS           PIC 9(04) VALUE ZERO.
014600 77  WS-DDO-ADDED            PIC 9(04) VALUE ZERO.
014700 77  WS-DDO-CHANGED          PIC 9(04) VALUE ZERO.
014800 77  WS-AMOUNT-ED            PIC ZZZZZZZZ9.99.
014900 77  WS-AMOUNT-ED2           PIC ZZZZZZZZ9.99.
015000 77  WS-AMOUNT-ED3           PIC ZZZZZZZZ9.99.
015100 77  WS-AMOUNT-ED4           PIC ZZZZZZZZ9.99.
015200 77  WS-COUNT-ED             PIC ZZZ9.
015300 01  WS-RPT-LINE             PIC X(120).
015400 01  WS-BUCKET-NAME          PIC X(08).

015500 COPY SIGNPARM.

015600*-----------------------------------------------------------*
015700*    THE DDO MASTER, LOADED WHOLE FOR THE REPORTS, WITH THE    *
015800*    DEPARTMENT EACH DDO ROLLS UP TO.                          *
015900*-----------------------------------------------------------*
016000 01  WS-DDO-TABLE.
016100     05  WS-DD-ENTRY OCCURS 500 TIMES.
016200         10  WS-DD-CODE          PIC X(08).
016300         10  WS-DD-NAME          PIC X(30).
016400         10  WS-DD-ADDR1         PIC X(30).
016500         10  WS-DD-ADDR2         PIC X(30).
016600         10  WS-DD-CITY          PIC X(20).
016700         10  WS-DD-BUDGET-HEAD   PIC X(20).
016800         10  WS-DD-DEPT-SUB      PIC 9(03).
016900 01  WS-DDO-COUNT                PIC 9(03) VALUE ZERO.

017000*-----------------------------------------------------------*
017100*    DEPARTMENT DUES - FIVE BUCKETS (CURRENT, 1-30, 31-60,     *
017200*    61-90, OVER 90) AS ON THE AGED-RECEIVABLES REPORT.        *
017300*-----------------------------------------------------------*
017400 01  WS-DEPT-TABLE.
017500     05  WS-DP-ENTRY OCCURS 100 TIMES.
017600         10  WS-DP-CODE          PIC X(06).
017700         10  WS-DP-NAME          PIC X(30).
017800         10  WS-DP-CONNS         PIC 9(05).
017900         10  WS-DP-AMT           PIC 9(11)V99 OCCURS 5 TIMES.
018000 01  WS-DEPT-COUNT               PIC 9(03) VALUE ZERO.
018100 01  WS-GRAND-TOTALS.
018200     05  WS-GRAND-CONNS          PIC 9(05) VALUE ZERO.
018300     05  WS-GRAND-AMT            PIC 9(11)V99 OCCURS 5 TIMES.
018400 01  WS-UNKNOWN-TOTALS.
018500     05  WS-UNK-AMT              PIC 9(11)V99 OCCURS 5 TIMES.

018600*-----------------------------------------------------------*
018700*    GOVERNMENT CONNECTIONS, ONE ENTRY EACH, WITH THE          *
018800*    PERIOD'S BILL AND THE DUES SPLIT BY AGE.                  *
018900*-----------------------------------------------------------*
019000 01  WS-CONN-TABLE.
019100     05  WS-CN-ENTRY OCCURS 5000 TIMES.
019200         10  WS-CN-CUST-ID       PIC X(10).
019300         10  WS-CN-NAME          PIC X(30).
019400         10  WS-CN-DDO-CODE      PIC X(08).
019500         10  WS-CN-DDO-SUB       PIC 9(03).
019600         10  WS-CN-STATUS        PIC X(01).
019700         10  WS-CN-CURR-BILL     PIC 9(09)V99.
019800         10  WS-CN-CURR-OPEN     PIC 9(09)V99.
019900         10  WS-CN-ARREARS       PIC 9(09)V99.
020000         10  WS-CN-AGE-AMT       PIC 9(09)V99 OCCURS 5 TIMES.
020100 01  WS-CONN-COUNT               PIC 9(04) VALUE ZERO.
020100 COPY RPTPARM.

020200 PROCEDURE DIVISION.
020300 0000-MAINLINE SECTION.
020400     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
020500     IF NOT WS-ABORT
020600         EVALUATE TRUE
020700             WHEN WS-FUNC-MAINTAIN
020800                 PERFORM 2000-MAINTAIN-DDO THRU 2000-EXIT
020900                     UNTIL WS-DONE
021000             WHEN WS-FUNC-DEMAND
021100                 PERFORM 3000-LOAD-GOVT    THRU 3000-EXIT
021200                 PERFORM 4000-PRINT-DEMAND THRU 4000-EXIT
021300             WHEN WS-FUNC-DUES
021400                 PERFORM 3000-LOAD-GOVT    THRU 3000-EXIT
021500                 PERFORM 5000-PRINT-DUES   THRU 5000-EXIT
021600         END-EVALUATE
021700     END-IF.
021800     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
021900     STOP RUN.

022000 1000-INITIALIZE.
022100     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
022200     ACCEPT WS-SYSTEM-TIME FROM TIME.
022300     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
022400     ACCEPT WS-OPERATOR-ID.
022500     DISPLAY "FUNCTION (M=MAINTAIN DDO D=DDO DEMAND"
022600         " R=DUES BY DEPARTMENT): " WITH NO ADVANCING.
022700     ACCEPT WS-FUNCTION.
022800     IF NOT WS-FUNC-MAINTAIN AND NOT WS-FUNC-DEMAND
022900         AND NOT WS-FUNC-DUES
023000         DISPLAY "BILGOVT: UNKNOWN FUNCTION " WS-FUNCTION
023100         MOVE "Y" TO WS-ABORT-SW
023200         GO TO 1000-EXIT
023300     END-IF.
023400     IF WS-FUNC-MAINTAIN
023500         DISPLAY "PASSWORD: " WITH NO ADVANCING
023600         ACCEPT WS-PASSWORD
023700         MOVE WS-OPERATOR-ID TO SG-OPERATOR-ID
023800         MOVE WS-PASSWORD    TO SG-PASSWORD
023900         MOVE 2              TO SG-REQUIRED-LEVEL
024000         CALL "BILSIGN" USING SG-PARMS
024100         IF NOT SG-OK
024200             DISPLAY "BILGOVT: SIGN-ON REFUSED - RUN ABANDONED"
024300             MOVE "Y" TO WS-ABORT-SW
024400             GO TO 1000-EXIT
024500         END-IF
024600     END-IF.
024700     IF WS-FUNC-DEMAND
024800         DISPLAY "DEMAND PERIOD (YYYYMM): " WITH NO ADVANCING
024900         ACCEPT WS-DEMAND-PERIOD
025000         IF WS-DEMAND-PERIOD NOT NUMERIC
025100             OR WS-DEMAND-PERIOD = ZERO
025200             DISPLAY "BILGOVT: A DEMAND PERIOD IS REQUIRED"
025300             MOVE "Y" TO WS-ABORT-SW
025400             GO TO 1000-EXIT
025500         END-IF
025600     END-IF.
025700     PERFORM 1100-OPEN-MASTER THRU 1100-EXIT.
025800     IF WS-ABORT
025900         GO TO 1000-EXIT
026000     END-IF.
026100     IF NOT WS-FUNC-MAINTAIN
026200         PERFORM 1200-OPEN-REPORT-FILES THRU 1200-EXIT
026300         IF WS-ABORT
026400             GO TO 1000-EXIT
026500         END-IF
026600     END-IF.
026700     OPEN EXTEND RUNLOG.
026800     IF NOT FS-RUNLOG-OK
026900         DISPLAY "BILGOVT: UNABLE TO OPEN RUNLOG, STATUS "
027000             FS-RUNLOG
027100         MOVE "Y" TO WS-ABORT-SW
027200     END-IF.
027300 1000-EXIT.
027400     EXIT.

027500*-----------------------------------------------------------*
027600*    THE MASTER IS CREATED ON THE FIRST MAINTENANCE RUN; THE   *
027700*    REPORTS NEED IT TO BE THERE ALREADY.                      *
027800*-----------------------------------------------------------*
027900 1100-OPEN-MASTER.
028000     IF WS-FUNC-MAINTAIN
028100         OPEN I-O GOVTDEPT
028200         IF FS-GOVTDEPT-NOFILE
028300             OPEN OUTPUT GOVTDEPT
028400             IF FS-GOVTDEPT-OK
028500                 CLOSE GOVTDEPT
028600                 OPEN I-O GOVTDEPT
028700             END-IF
028800         END-IF
028900     ELSE
029000         OPEN INPUT GOVTDEPT
029100     END-IF.
029200     IF NOT FS-GOVTDEPT-OK
029300         DISPLAY "BILGOVT: UNABLE TO OPEN GOVTDEPT, STATUS "
029400             FS-GOVTDEPT
029500         MOVE "Y" TO WS-ABORT-SW
029600     END-IF.
029700 1100-EXIT.
029800     EXIT.

029900 1200-OPEN-REPORT-FILES.
030000     OPEN INPUT CUSTMAS.
030100     IF NOT FS-CUSTMAS-OK
030200         DISPLAY "BILGOVT: UNABLE TO OPEN CUSTMAS, STATUS "
030300             FS-CUSTMAS
030400         MOVE "Y" TO WS-ABORT-SW
030500         GO TO 1200-EXIT
030600     END-IF.
030700     OPEN INPUT BILLHIST.
030800     IF NOT FS-BILLHIST-OK
030900         DISPLAY "BILGOVT: UNABLE TO OPEN BILLHIST, STATUS "
031000             FS-BILLHIST
031100         MOVE "Y" TO WS-ABORT-SW
031200         GO TO 1200-EXIT
031300     END-IF.
031400     IF WS-FUNC-DEMAND
031500         OPEN OUTPUT GOVTDMD
031600         IF NOT FS-GOVTDMD-OK
031700             DISPLAY "BILGOVT: UNABLE TO OPEN GOVTDMD, STATUS "
031800                 FS-GOVTDMD
031900             MOVE "Y" TO WS-ABORT-SW
032000         END-IF
032100     ELSE
032200         OPEN OUTPUT GOVTDUE
032300         IF NOT FS-GOVTDUE-OK
032400             DISPLAY "BILGOVT: UNABLE TO OPEN GOVTDUE, STATUS "
032500                 FS-GOVTDUE
032600             MOVE "Y" TO WS-ABORT-SW
032700         END-IF
032800     END-IF.
032900 1200-EXIT.
033000     EXIT.

033100*-----------------------------------------------------------*
033200*    M - ONE DDO PER PASS UNTIL A BLANK CODE.  AN EXISTING     *
033300*    DDO SHOWS ITS CURRENT VALUES; A BLANK ANSWER KEEPS THE    *
033400*    VALUE ON FILE.                                            *
033500*-----------------------------------------------------------*
033600 2000-MAINTAIN-DDO.
033700     DISPLAY "DDO CODE (BLANK TO FINISH): " WITH NO ADVANCING.
033800     MOVE SPACES TO WS-IN-VALUE.
033900     ACCEPT WS-IN-VALUE.
034000     IF WS-IN-VALUE = SPACES
034100         MOVE "Y" TO WS-DONE-SW
034200         GO TO 2000-EXIT
034300     END-IF.
034400     MOVE WS-IN-VALUE TO GD-DDO-CODE.
034500     MOVE "Y" TO WS-FOUND-SW.
034600     READ GOVTDEPT
034700         INVALID KEY
034800             MOVE "N" TO WS-FOUND-SW
034900     END-READ.
035000     IF WS-FOUND
035100         DISPLAY "DDO " GD-DDO-CODE " " GD-DDO-NAME
035200         DISPLAY "  DEPARTMENT " GD-DEPT-CODE " " GD-DEPT-NAME
035300         DISPLAY "  BUDGET HEAD " GD-BUDGET-HEAD
035400             "  STATUS " GD-STATUS
035500     ELSE
035600         MOVE WS-IN-VALUE TO GD-DDO-CODE
035700         MOVE SPACES TO GD-DDO-NAME GD-DDO-ADDR1 GD-DDO-ADDR2
035800             GD-DDO-CITY GD-DEPT-CODE GD-DEPT-NAME
035900             GD-BUDGET-HEAD
036000         MOVE "A" TO GD-STATUS
036100         DISPLAY "NEW DDO " GD-DDO-CODE
036200     END-IF.
036300     DISPLAY "DDO DESIGNATION: " WITH NO ADVANCING.
036400     PERFORM 2100-ACCEPT-VALUE THRU 2100-EXIT.
036500     IF WS-IN-VALUE NOT = SPACES
036600         MOVE WS-IN-VALUE TO GD-DDO-NAME
036700     END-IF.
036800     DISPLAY "ADDRESS LINE 1: " WITH NO ADVANCING.
036900     PERFORM 2100-ACCEPT-VALUE THRU 2100-EXIT.
037000     IF WS-IN-VALUE NOT = SPACES
037100         MOVE WS-IN-VALUE TO GD-DDO-ADDR1
037200     END-IF.
037300     DISPLAY "ADDRESS LINE 2: " WITH NO ADVANCING.
037400     PERFORM 2100-ACCEPT-VALUE THRU 2100-EXIT.
037500     IF WS-IN-VALUE NOT = SPACES
037600         MOVE WS-IN-VALUE TO GD-DDO-ADDR2
037700     END-IF.
037800     DISPLAY "CITY: " WITH NO ADVANCING.
037900     PERFORM 2100-ACCEPT-VALUE THRU 2100-EXIT.
038000     IF WS-IN-VALUE NOT = SPACES
038100         MOVE WS-IN-VALUE TO GD-DDO-CITY
038200     END-IF.
038300     DISPLAY "DEPARTMENT CODE: " WITH NO ADVANCING.
038400     PERFORM 2100-ACCEPT-VALUE THRU 2100-EXIT.
038500     IF WS-IN-VALUE NOT = SPACES
038600         MOVE WS-IN-VALUE TO GD-DEPT-CODE
038700     END-IF.
038800     DISPLAY "DEPARTMENT NAME: " WITH NO ADVANCING.
038900     PERFORM 2100-ACCEPT-VALUE THRU 2100-EXIT.
039000     IF WS-IN-VALUE NOT = SPACES
039100         MOVE WS-IN-VALUE TO GD-DEPT-NAME
039200     END-IF.
039300     DISPLAY "BUDGET HEAD: " WITH NO ADVANCING.
039400     PERFORM 2100-ACCEPT-VALUE THRU 2100-EXIT.
039500     IF WS-IN-VALUE NOT = SPACES
039600         MOVE WS-IN-VALUE TO GD-BUDGET-HEAD
039700     END-IF.
039800     DISPLAY "STATUS (A=ACTIVE I=INACTIVE): " WITH NO ADVANCING.
039900     PERFORM 2100-ACCEPT-VALUE THRU 2100-EXIT.
040000     IF WS-IN-VALUE NOT = SPACES
040100         MOVE WS-IN-VALUE TO GD-STATUS
040200     END-IF.
040300     IF GD-DDO-NAME = SPACES OR GD-DEPT-CODE = SPACES
040400         DISPLAY "BILGOVT: DESIGNATION AND DEPARTMENT CODE ARE"
040500             " REQUIRED - NOT SAVED"
040600         GO TO 2000-EXIT
040700     END-IF.
040800     IF NOT GD-ACTIVE AND NOT GD-INACTIVE
040900         DISPLAY "BILGOVT: STATUS MUST BE A OR I - NOT SAVED"
041000         GO TO 2000-EXIT
041100     END-IF.
041200     IF WS-FOUND
041300         REWRITE GD-RECORD
041400             INVALID KEY
041500                 DISPLAY "BILGOVT: REWRITE FAILED FOR DDO "
041600                     GD-DDO-CODE
041700                 GO TO 2000-EXIT
041800         END-REWRITE
041900         ADD 1 TO WS-DDO-CHANGED
042000         DISPLAY "BILGOVT: DDO " GD-DDO-CODE " CHANGED"
042100     ELSE
042200         WRITE GD-RECORD
042300             INVALID KEY
042400                 DISPLAY "BILGOVT: WRITE FAILED FOR DDO "
042500                     GD-DDO-CODE
042600                 GO TO 2000-EXIT
042700         END-WRITE
042800         ADD 1 TO WS-DDO-ADDED
042900         DISPLAY "BILGOVT: DDO " GD-DDO-CODE " ADDED"
043000     END-IF.
043100 2000-EXIT.
043200     EXIT.

043300 2100-ACCEPT-VALUE.
043400     MOVE SPACES TO WS-IN-VALUE.
043500     ACCEPT WS-IN-VALUE.
043600 2100-EXIT.
043700     EXIT.

043800*-----------------------------------------------------------*
043900*    D AND R - THE MASTER INTO STORAGE, THEN ONE PASS OF THE   *
044000*    CUSTOMER MASTER TAKING EVERY CONNECTION WITH A DDO, AND   *
044100*    FOR EACH ITS BILLS OFF THE HISTORY.                       *
044200*-----------------------------------------------------------*
044300 3000-LOAD-GOVT.
044400     MOVE LOW-VALUES TO GD-DDO-CODE.
044500     START GOVTDEPT KEY IS NOT LESS THAN GD-DDO-CODE
044600         INVALID KEY
044700             MOVE "Y" TO WS-GD-EOF-SW
044800     END-START.
044900     PERFORM 3100-STORE-DDO THRU 3100-EXIT
045000         UNTIL WS-GD-EOF.
045100     PERFORM 3200-READ-CUSTOMER THRU 3200-EXIT
045200         UNTIL WS-CM-EOF.
045300 3000-EXIT.
045400     EXIT.

045500 3100-STORE-DDO.
045600     READ GOVTDEPT NEXT RECORD
045700         AT END
045800             MOVE "Y" TO WS-GD-EOF-SW
045900             GO TO 3100-EXIT
046000     END-READ.
046100     IF WS-DDO-COUNT >= 500
046200         DISPLAY "BILGOVT: MORE THAN 500 DDOS - " GD-DDO-CODE
046300             " AND AFTER NOT REPORTED"
046400         MOVE "Y" TO WS-GD-EOF-SW
046500         GO TO 3100-EXIT
046600     END-IF.
046700     ADD 1 TO WS-DDO-COUNT.
046800     MOVE GD-DDO-CODE    TO WS-DD-CODE(WS-DDO-COUNT).
046900     MOVE GD-DDO-NAME    TO WS-DD-NAME(WS-DDO-COUNT).
047000     MOVE GD-DDO-ADDR1   TO WS-DD-ADDR1(WS-DDO-COUNT).
047100     MOVE GD-DDO-ADDR2   TO WS-DD-ADDR2(WS-DDO-COUNT).
047200     MOVE GD-DDO-CITY    TO WS-DD-CITY(WS-DDO-COUNT).
047300     MOVE GD-BUDGET-HEAD TO WS-DD-BUDGET-HEAD(WS-DDO-COUNT).
047400     MOVE ZERO TO WS-MATCH-SUB.
047500     PERFORM 3110-FIND-DEPT THRU 3110-EXIT
047600         VARYING WS-DEPT-SUB FROM 1 BY 1
047700         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT OR WS-MATCH-SUB > 0.
047800     MOVE WS-MATCH-SUB TO WS-DEPT-SUB.
047900     IF WS-MATCH-SUB = 0
048000         IF WS-DEPT-COUNT >= 100
048100             DISPLAY "BILGOVT: MORE THAN 100 DEPARTMENTS - "
048200                 GD-DEPT-CODE " REPORTED WITH THE LAST"
048300             MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
048400         ELSE
048500             ADD 1 TO WS-DEPT-COUNT
048600             MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
048700             MOVE GD-DEPT-CODE TO WS-DP-CODE(WS-DEPT-SUB)
048800             MOVE GD-DEPT-NAME TO WS-DP-NAME(WS-DEPT-SUB)
048900             MOVE ZERO TO WS-DP-CONNS(WS-DEPT-SUB)
049000             PERFORM 3120-CLEAR-DEPT-BUCKET THRU 3120-EXIT
049100                 VARYING WS-SUB-B FROM 1 BY 1 UNTIL WS-SUB-B > 5
049200         END-IF
049300     END-IF.
049400     MOVE WS-DEPT-SUB TO WS-DD-DEPT-SUB(WS-DDO-COUNT).
049500 3100-EXIT.
049600     EXIT.

049700 3110-FIND-DEPT.
049800     IF WS-DP-CODE(WS-DEPT-SUB) = GD-DEPT-CODE
049900         MOVE WS-DEPT-SUB TO WS-MATCH-SUB
050000     END-IF.
050100 3110-EXIT.
050200     EXIT.

050300 3120-CLEAR-DEPT-BUCKET.
050400     MOVE ZERO TO WS-DP-AMT(WS-DEPT-SUB, WS-SUB-B).
050500 3120-EXIT.
050600     EXIT.

050700 3200-READ-CUSTOMER.
050800     READ CUSTMAS NEXT RECORD
050900         AT END
051000             MOVE "Y" TO WS-CM-EOF-SW
051100             GO TO 3200-EXIT
051200     END-READ.
051300     ADD 1 TO WS-CUSTS-READ.
051400     IF CM-GOVT-DDO-CODE = SPACES
051500         GO TO 3200-EXIT
051600     END-IF.
051700     IF WS-CONN-COUNT >= 5000
051800         DISPLAY "BILGOVT: MORE THAN 5000 GOVERNMENT CONNECTIONS"
051900             " - " CM-CUST-ID " NOT REPORTED"
052000         GO TO 3200-EXIT
052100     END-IF.
052200     ADD 1 TO WS-CONN-COUNT.
052300     MOVE WS-CONN-COUNT    TO WS-CN-SUB.
052400     MOVE CM-CUST-ID       TO WS-CN-CUST-ID(WS-CN-SUB).
052500     MOVE CM-NAME          TO WS-CN-NAME(WS-CN-SUB).
052600     MOVE CM-GOVT-DDO-CODE TO WS-CN-DDO-CODE(WS-CN-SUB).
052700     MOVE CM-CONN-STATUS   TO WS-CN-STATUS(WS-CN-SUB).
052800     MOVE ZERO TO WS-CN-CURR-BILL(WS-CN-SUB)
052900                  WS-CN-CURR-OPEN(WS-CN-SUB)
053000                  WS-CN-ARREARS(WS-CN-SUB).
053100     PERFORM 3210-CLEAR-CONN-BUCKET THRU 3210-EXIT
053200         VARYING WS-SUB-B FROM 1 BY 1 UNTIL WS-SUB-B > 5.
053300     MOVE ZERO TO WS-MATCH-SUB.
053400     PERFORM 3220-FIND-DDO THRU 3220-EXIT
053500         VARYING WS-DDO-SUB FROM 1 BY 1
053600         UNTIL WS-DDO-SUB > WS-DDO-COUNT OR WS-MATCH-SUB > 0.
053700     MOVE WS-MATCH-SUB TO WS-CN-DDO-SUB(WS-CN-SUB).
053800     IF WS-MATCH-SUB = 0
053900         ADD 1 TO WS-UNKNOWN-COUNT
054000     END-IF.
054100     MOVE "N"        TO WS-BH-EOF-SW.
054200     MOVE CM-CUST-ID TO BH-CUST-ID.
054300     MOVE ZERO       TO BH-BILL-PERIOD.
054400     START BILLHIST KEY IS NOT LESS THAN BH-KEY
054500         INVALID KEY
054600             MOVE "Y" TO WS-BH-EOF-SW
054700     END-START.
054800     PERFORM 3300-TAKE-BILL THRU 3300-EXIT
054900         UNTIL WS-BH-EOF.
055000 3200-EXIT.
055100     EXIT.

055200 3210-CLEAR-CONN-BUCKET.
055300     MOVE ZERO TO WS-CN-AGE-AMT(WS-CN-SUB, WS-SUB-B).
055400 3210-EXIT.
055500     EXIT.

055600 3220-FIND-DDO.
055700     IF WS-DD-CODE(WS-DDO-SUB) = CM-GOVT-DDO-CODE
055800         MOVE WS-DDO-SUB TO WS-MATCH-SUB
055900     END-IF.
056000 3220-EXIT.
056100     EXIT.

056200*-----------------------------------------------------------*
056300*    ONE HISTORY RECORD.  THE DEMAND PERIOD'S BILL IS THE      *
056400*    CURRENT BILL; WHAT IS STILL OPEN ON EARLIER BILLS IS THE  *
056500*    ARREARS.  EVERY OPEN BALANCE IS AGED FOR THE DUES REPORT. *
056600*    WRITE-OFF AND REVERSAL MARKERS ARE NOT RECEIVABLES.       *
056700*-----------------------------------------------------------*
056800 3300-TAKE-BILL.
056900     READ BILLHIST NEXT RECORD
057000         AT END
057100             MOVE "Y" TO WS-BH-EOF-SW
057200             GO TO 3300-EXIT
057300     END-READ.
057400     IF BH-CUST-ID NOT = CM-CUST-ID
057500         MOVE "Y" TO WS-BH-EOF-SW
057600         GO TO 3300-EXIT
057700     END-IF.
057800     IF NOT BH-TYPE-BILL
057900         GO TO 3300-EXIT
058000     END-IF.
058100     IF BH-BILL-PERIOD = WS-DEMAND-PERIOD
058200         MOVE BH-BILL TO WS-CN-CURR-BILL(WS-CN-SUB)
058300     END-IF.
058400     IF BH-PAID-FULL OR BH-WRITTEN-OFF
058500         GO TO 3300-EXIT
058600     END-IF.
058700     IF BH-AMOUNT-PAID NOT < BH-BILL
058800         GO TO 3300-EXIT
058900     END-IF.
059000     COMPUTE WS-OPEN-AMT = BH-BILL - BH-AMOUNT-PAID.
059100     IF WS-FUNC-DEMAND
059200         IF BH-BILL-PERIOD = WS-DEMAND-PERIOD
059300             ADD WS-OPEN-AMT TO WS-CN-CURR-OPEN(WS-CN-SUB)
059400         END-IF
059500         IF BH-BILL-PERIOD < WS-DEMAND-PERIOD
059600             ADD WS-OPEN-AMT TO WS-CN-ARREARS(WS-CN-SUB)
059700         END-IF
059800         GO TO 3300-EXIT
059900     END-IF.
060000     PERFORM 3310-SET-BUCKET THRU 3310-EXIT.
060100     ADD WS-OPEN-AMT TO WS-CN-AGE-AMT(WS-CN-SUB, WS-BUCKET).
060200 3300-EXIT.
060300     EXIT.

060400 3310-SET-BUCKET.
060500     COMPUTE WS-DAYS-OVERDUE =
060600         FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE)
060700         - FUNCTION INTEGER-OF-DATE(BH-DUE-DATE).
060800     EVALUATE TRUE
060900         WHEN WS-DAYS-OVERDUE <= 0
061000             MOVE 1 TO WS-BUCKET
061100         WHEN WS-DAYS-OVERDUE <= 30
061200             MOVE 2 TO WS-BUCKET
061300         WHEN WS-DAYS-OVERDUE <= 60
061400             MOVE 3 TO WS-BUCKET
061500         WHEN WS-DAYS-OVERDUE <= 90
061600             MOVE 4 TO WS-BUCKET
061700         WHEN OTHER
061800             MOVE 5 TO WS-BUCKET
061900     END-EVALUATE.
062000 3310-EXIT.
062100     EXIT.

062200*-----------------------------------------------------------*
062300*    D - ONE STATEMENT PER DDO WITH ANY CONNECTION LINKED TO   *
062400*    IT, ADDRESSED TO THE DDO, THEN THE CONNECTIONS WHOSE DDO  *
062500*    IS NOT ON THE MASTER.                                     *
062600*-----------------------------------------------------------*
062700 4000-PRINT-DEMAND.
062800     PERFORM 4100-PRINT-ONE-DDO THRU 4100-EXIT
062900         VARYING WS-DDO-SUB FROM 1 BY 1
063000         UNTIL WS-DDO-SUB > WS-DDO-COUNT.
063100     IF WS-UNKNOWN-COUNT > 0
063200         MOVE SPACES TO WS-RPT-LINE
063300         STRING "CONNECTIONS WHOSE DDO IS NOT ON THE MASTER -"
063400             " NO DEMAND RAISED, CORRECT THROUGH BILMNT"
063500             DELIMITED BY SIZE INTO WS-RPT-LINE
063600         WRITE GM-LINE FROM WS-RPT-LINE
063700         MOVE ZERO TO WS-DDO-SUB
063800         PERFORM 4300-PRINT-UNKNOWN THRU 4300-EXIT
063900             VARYING WS-CN-SUB FROM 1 BY 1
064000             UNTIL WS-CN-SUB > WS-CONN-COUNT
064100     END-IF.
064200 4000-EXIT.
064300     EXIT.

064400 4100-PRINT-ONE-DDO.
064500     MOVE ZERO TO WS-DDO-CONNS WS-DDO-CURRENT WS-DDO-ARREARS.
064600     PERFORM 4110-COUNT-DDO-CONN THRU 4110-EXIT
064700         VARYING WS-CN-SUB FROM 1 BY 1
064800         UNTIL WS-CN-SUB > WS-CONN-COUNT.
064900     IF WS-DDO-CONNS = 0
065000         GO TO 4100-EXIT
065100     END-IF.
065200     ADD 1 TO WS-STATEMENTS.
065300     MOVE WS-DD-DEPT-SUB(WS-DDO-SUB) TO WS-DEPT-SUB.
065400     MOVE SPACES TO WS-RPT-LINE.
065500     STRING "CONSOLIDATED DEMAND FOR " WS-DEMAND-PERIOD
065600         "   ISSUED " WS-SYSTEM-DATE
065700         DELIMITED BY SIZE INTO WS-RPT-LINE.
065800     WRITE GM-LINE FROM WS-RPT-LINE.
065900     MOVE SPACES TO WS-RPT-LINE.
066000     STRING "TO: THE " WS-DD-NAME(WS-DDO-SUB)
066100         "   DDO CODE " WS-DD-CODE(WS-DDO-SUB)
066200         DELIMITED BY SIZE INTO WS-RPT-LINE.
066300     WRITE GM-LINE FROM WS-RPT-LINE.
066400     MOVE SPACES TO WS-RPT-LINE.
066500     STRING "    " WS-DD-ADDR1(WS-DDO-SUB) " "
066600         WS-DD-ADDR2(WS-DDO-SUB) " " WS-DD-CITY(WS-DDO-SUB)
066700         DELIMITED BY SIZE INTO WS-RPT-LINE.
066800     WRITE GM-LINE FROM WS-RPT-LINE.
066900     MOVE SPACES TO WS-RPT-LINE.
067000     STRING "DEPARTMENT " WS-DP-CODE(WS-DEPT-SUB) " "
067100         WS-DP-NAME(WS-DEPT-SUB)
067200         "   BUDGET HEAD " WS-DD-BUDGET-HEAD(WS-DDO-SUB)
067300         DELIMITED BY SIZE INTO WS-RPT-LINE.
067400     WRITE GM-LINE FROM WS-RPT-LINE.
067500     MOVE SPACES TO WS-RPT-LINE.
067600     STRING "CUST-ID    NAME                           ST"
067700         " CURRENT BILL  CURRENT DUE       ARREARS     TOTAL DUE"
067800         DELIMITED BY SIZE INTO WS-RPT-LINE.
067900     WRITE GM-LINE FROM WS-RPT-LINE.
068000     PERFORM 4200-PRINT-DDO-CONN THRU 4200-EXIT
068100         VARYING WS-CN-SUB FROM 1 BY 1
068200         UNTIL WS-CN-SUB > WS-CONN-COUNT.
068300     MOVE WS-DDO-CONNS TO WS-COUNT-ED.
068400     MOVE WS-DDO-CURRENT TO WS-AMOUNT-ED.
068500     MOVE WS-DDO-ARREARS TO WS-AMOUNT-ED2.
068600     COMPUTE WS-LINE-DUE = WS-DDO-CURRENT + WS-DDO-ARREARS.
068700     MOVE WS-LINE-DUE TO WS-AMOUNT-ED3.
068800     MOVE SPACES TO WS-RPT-LINE.
068900     STRING "CONNECTIONS " WS-COUNT-ED
069000         "   CURRENT DUE RS " WS-AMOUNT-ED
069100         "   ARREARS RS " WS-AMOUNT-ED2
069200         "   TOTAL DEMAND RS " WS-AMOUNT-ED3
069300         DELIMITED BY SIZE INTO WS-RPT-LINE.
069400     WRITE GM-LINE FROM WS-RPT-LINE.
069500     MOVE SPACES TO WS-RPT-LINE.
069600     WRITE GM-LINE FROM WS-RPT-LINE.
069700 4100-EXIT.
069800     EXIT.

069900 4110-COUNT-DDO-CONN.
070000     IF WS-CN-DDO-SUB(WS-CN-SUB) = WS-DDO-SUB
070100         ADD 1 TO WS-DDO-CONNS
070200         ADD WS-CN-CURR-OPEN(WS-CN-SUB) TO WS-DDO-CURRENT
070300         ADD WS-CN-ARREARS(WS-CN-SUB)   TO WS-DDO-ARREARS
070400     END-IF.
070500 4110-EXIT.
070600     EXIT.

070700 4200-PRINT-DDO-CONN.
070800     IF WS-CN-DDO-SUB(WS-CN-SUB) NOT = WS-DDO-SUB
070900         GO TO 4200-EXIT
071000     END-IF.
071100     PERFORM 4210-FORMAT-CONN THRU 4210-EXIT.
071200     WRITE GM-LINE FROM WS-RPT-LINE.
071300 4200-EXIT.
071400     EXIT.

071500 4210-FORMAT-CONN.
071600     MOVE WS-CN-CURR-BILL(WS-CN-SUB) TO WS-AMOUNT-ED.
071700     MOVE WS-CN-CURR-OPEN(WS-CN-SUB) TO WS-AMOUNT-ED2.
071800     MOVE WS-CN-ARREARS(WS-CN-SUB)   TO WS-AMOUNT-ED3.
071900     COMPUTE WS-LINE-DUE = WS-CN-CURR-OPEN(WS-CN-SUB)
072000         + WS-CN-ARREARS(WS-CN-SUB).
072100     MOVE WS-LINE-DUE TO WS-AMOUNT-ED4.
072200     MOVE SPACES TO WS-RPT-LINE.
072300     STRING WS-CN-CUST-ID(WS-CN-SUB) " "
072400         WS-CN-NAME(WS-CN-SUB) " "
072500         WS-CN-STATUS(WS-CN-SUB) "  "
072600         WS-AMOUNT-ED " " WS-AMOUNT-ED2 " " WS-AMOUNT-ED3
072700         " " WS-AMOUNT-ED4
072800         DELIMITED BY SIZE INTO WS-RPT-LINE.
072900 4210-EXIT.
073000     EXIT.

073100 4300-PRINT-UNKNOWN.
073200     IF WS-CN-DDO-SUB(WS-CN-SUB) NOT = ZERO
073300         GO TO 4300-EXIT
073400     END-IF.
073500     PERFORM 4210-FORMAT-CONN THRU 4210-EXIT.
073600     MOVE "DDO " TO WS-RPT-LINE(98:4).
073700     MOVE WS-CN-DDO-CODE(WS-CN-SUB) TO WS-RPT-LINE(102:8).
073800     WRITE GM-LINE FROM WS-RPT-LINE.
073900 4300-EXIT.
074000     EXIT.

074100*-----------------------------------------------------------*
074200*    R - EACH CONNECTION'S AGED DUES ROLLED UP TO ITS          *
074300*    DEPARTMENT THROUGH ITS DDO, ONE LINE PER DEPARTMENT       *
074400*    WITH THE FIVE BUCKETS AND THE TOTAL, THEN THE DDOS        *
074500*    UNDER IT, THEN THE GRAND TOTAL.                           *
074600*-----------------------------------------------------------*
074700 5000-PRINT-DUES.
074800     MOVE ZERO TO WS-GRAND-CONNS.
074900     PERFORM 5010-CLEAR-GRAND THRU 5010-EXIT
075000         VARYING WS-SUB-B FROM 1 BY 1 UNTIL WS-SUB-B > 5.
075100     PERFORM 5100-ROLL-UP-CONN THRU 5100-EXIT
075200         VARYING WS-CN-SUB FROM 1 BY 1
075300         UNTIL WS-CN-SUB > WS-CONN-COUNT.
075400     MOVE SPACES TO WS-RPT-LINE.
075500     STRING "GOVERNMENT DUES BY DEPARTMENT AND AGE AS AT "
075600         WS-SYSTEM-DATE
075700         DELIMITED BY SIZE INTO WS-RPT-LINE.
075800     WRITE GU-LINE FROM WS-RPT-LINE.
075900     MOVE SPACES TO WS-RPT-LINE.
076000     STRING "DEPT   NAME                           CONNS"
076100         "     CURRENT         1-30        31-60        61-90 "
076200         "     OVER 90"
076300         DELIMITED BY SIZE INTO WS-RPT-LINE.
076400     WRITE GU-LINE FROM WS-RPT-LINE.
076500     PERFORM 5200-PRINT-ONE-DEPT THRU 5200-EXIT
076600         VARYING WS-DEPT-SUB FROM 1 BY 1
076700         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
076800     MOVE SPACES TO WS-RPT-LINE.
076900     MOVE "ALL DEPTS" TO WS-RPT-LINE(1:9).
077000     MOVE WS-GRAND-CONNS TO WS-COUNT-ED.
077100     MOVE WS-COUNT-ED TO WS-RPT-LINE(39:4).
077200     PERFORM 5300-PLACE-GRAND-BUCKET THRU 5300-EXIT
077300         VARYING WS-SUB-B FROM 1 BY 1 UNTIL WS-SUB-B > 5.
077400     WRITE GU-LINE FROM WS-RPT-LINE.
077500     PERFORM 5400-PRINT-GRAND-TOTAL THRU 5400-EXIT.
077600     IF WS-UNKNOWN-COUNT > 0
077700         PERFORM 5500-PRINT-UNKNOWN THRU 5500-EXIT
077800     END-IF.
077900 5000-EXIT.
078000     EXIT.

078100 5010-CLEAR-GRAND.
078200     MOVE ZERO TO WS-GRAND-AMT(WS-SUB-B).
078300     MOVE ZERO TO WS-UNK-AMT(WS-SUB-B).
078400 5010-EXIT.
078500     EXIT.

078600 5100-ROLL-UP-CONN.
078700     MOVE ZERO TO WS-LINE-DUE.
078800     PERFORM 5110-ADD-CONN-BUCKET THRU 5110-EXIT
078900         VARYING WS-SUB-B FROM 1 BY 1 UNTIL WS-SUB-B > 5.
079000     IF WS-LINE-DUE = ZERO
079100         GO TO 5100-EXIT
079200     END-IF.
079300     IF WS-CN-DDO-SUB(WS-CN-SUB) = ZERO
079400         GO TO 5100-EXIT
079500     END-IF.
079600     MOVE WS-CN-DDO-SUB(WS-CN-SUB) TO WS-DDO-SUB.
079700     MOVE WS-DD-DEPT-SUB(WS-DDO-SUB) TO WS-DEPT-SUB.
079800     ADD 1 TO WS-DP-CONNS(WS-DEPT-SUB).
079900     ADD 1 TO WS-GRAND-CONNS.
080000 5100-EXIT.
080100     EXIT.

080200 5110-ADD-CONN-BUCKET.
080300     ADD WS-CN-AGE-AMT(WS-CN-SUB, WS-SUB-B) TO WS-LINE-DUE.
080400     IF WS-CN-DDO-SUB(WS-CN-SUB) = ZERO
080500         ADD WS-CN-AGE-AMT(WS-CN-SUB, WS-SUB-B)
080600             TO WS-UNK-AMT(WS-SUB-B)
080700     ELSE
080800         MOVE WS-CN-DDO-SUB(WS-CN-SUB) TO WS-DDO-SUB
080900         MOVE WS-DD-DEPT-SUB(WS-DDO-SUB) TO WS-DEPT-SUB
081000         ADD WS-CN-AGE-AMT(WS-CN-SUB, WS-SUB-B)
081100             TO WS-DP-AMT(WS-DEPT-SUB, WS-SUB-B)
081200         ADD WS-CN-AGE-AMT(WS-CN-SUB, WS-SUB-B)
081300             TO WS-GRAND-AMT(WS-SUB-B)
081400     END-IF.
081500 5110-EXIT.
081600     EXIT.

081700 5200-PRINT-ONE-DEPT.
081800     MOVE SPACES TO WS-RPT-LINE.
081900     MOVE WS-DP-CODE(WS-DEPT-SUB) TO WS-RPT-LINE(1:6).
082000     MOVE WS-DP-NAME(WS-DEPT-SUB) TO WS-RPT-LINE(8:30).
082100     MOVE WS-DP-CONNS(WS-DEPT-SUB) TO WS-COUNT-ED.
082200     MOVE WS-COUNT-ED TO WS-RPT-LINE(39:4).
082300     PERFORM 5210-PLACE-DEPT-BUCKET THRU 5210-EXIT
082400         VARYING WS-SUB-B FROM 1 BY 1 UNTIL WS-SUB-B > 5.
082500     WRITE GU-LINE FROM WS-RPT-LINE.
082600     MOVE ZERO TO WS-LINE-DUE.
082700     PERFORM 5220-ADD-DEPT-BUCKET THRU 5220-EXIT
082800         VARYING WS-SUB-B FROM 1 BY 1 UNTIL WS-SUB-B > 5.
082900     MOVE WS-LINE-DUE TO WS-AMOUNT-ED.
083000     MOVE SPACES TO WS-RPT-LINE.
083100     STRING "       DEPARTMENT TOTAL DUES RS " WS-AMOUNT-ED
083200         DELIMITED BY SIZE INTO WS-RPT-LINE.
083300     WRITE GU-LINE FROM WS-RPT-LINE.
083400     PERFORM 5230-PRINT-DEPT-DDO THRU 5230-EXIT
083500         VARYING WS-DDO-SUB FROM 1 BY 1
083600         UNTIL WS-DDO-SUB > WS-DDO-COUNT.
083700 5200-EXIT.
083800     EXIT.

083900*-----------------------------------------------------------*
084000*    THE FIVE AMOUNT COLUMNS START AT 44 AND ARE 13 WIDE.      *
084100*-----------------------------------------------------------*
084200 5210-PLACE-DEPT-BUCKET.
084300     MOVE WS-DP-AMT(WS-DEPT-SUB, WS-SUB-B) TO WS-AMOUNT-ED.
084400     COMPUTE WS-COL = 44 + (WS-SUB-B - 1) * 13.
084500     MOVE WS-AMOUNT-ED TO WS-RPT-LINE(WS-COL:12).
084600 5210-EXIT.
084700     EXIT.

084800 5220-ADD-DEPT-BUCKET.
084900     ADD WS-DP-AMT(WS-DEPT-SUB, WS-SUB-B) TO WS-LINE-DUE.
085000 5220-EXIT.
085100     EXIT.

085200 5230-PRINT-DEPT-DDO.
085300     IF WS-DD-DEPT-SUB(WS-DDO-SUB) NOT = WS-DEPT-SUB
085400         GO TO 5230-EXIT
085500     END-IF.
085600     MOVE ZERO TO WS-DDO-CONNS WS-LINE-DUE.
085700     PERFORM 5240-ADD-DDO-CONN THRU 5240-EXIT
085800         VARYING WS-CN-SUB FROM 1 BY 1
085900         UNTIL WS-CN-SUB > WS-CONN-COUNT.
086000     IF WS-DDO-CONNS = 0
086100         GO TO 5230-EXIT
086200     END-IF.
086300     MOVE WS-DDO-CONNS TO WS-COUNT-ED.
086400     MOVE WS-LINE-DUE  TO WS-AMOUNT-ED.
086500     MOVE SPACES TO WS-RPT-LINE.
086600     STRING "       DDO " WS-DD-CODE(WS-DDO-SUB) " "
086700         WS-DD-NAME(WS-DDO-SUB) " " WS-DD-BUDGET-HEAD(WS-DDO-SUB)
086800         " CONNS " WS-COUNT-ED " DUES RS " WS-AMOUNT-ED
086900         DELIMITED BY SIZE INTO WS-RPT-LINE.
087000     WRITE GU-LINE FROM WS-RPT-LINE.
087100 5230-EXIT.
087200     EXIT.

087300 5240-ADD-DDO-CONN.
087400     IF WS-CN-DDO-SUB(WS-CN-SUB) NOT = WS-DDO-SUB
087500         GO TO 5240-EXIT
087600     END-IF.
087700     MOVE ZERO TO WS-OPEN-AMT.
087800     PERFORM 5250-ADD-CONN-DUE THRU 5250-EXIT
087900         VARYING WS-SUB-B FROM 1 BY 1 UNTIL WS-SUB-B > 5.
088000     IF WS-OPEN-AMT > ZERO
088100         ADD 1 TO WS-DDO-CONNS
088200         ADD WS-OPEN-AMT TO WS-LINE-DUE
088300     END-IF.
088400 5240-EXIT.
088500     EXIT.

088600 5250-ADD-CONN-DUE.
088700     ADD WS-CN-AGE-AMT(WS-CN-SUB, WS-SUB-B) TO WS-OPEN-AMT.
088800 5250-EXIT.
088900     EXIT.

089000 5300-PLACE-GRAND-BUCKET.
089100     MOVE WS-GRAND-AMT(WS-SUB-B) TO WS-AMOUNT-ED.
089200     COMPUTE WS-COL = 44 + (WS-SUB-B - 1) * 13.
089300     MOVE WS-AMOUNT-ED TO WS-RPT-LINE(WS-COL:12).
089400 5300-EXIT.
089500     EXIT.

089600 5400-PRINT-GRAND-TOTAL.
089700     MOVE ZERO TO WS-LINE-DUE.
089800     PERFORM 5410-ADD-GRAND-BUCKET THRU 5410-EXIT
089900         VARYING WS-SUB-B FROM 1 BY 1 UNTIL WS-SUB-B > 5.
090000     MOVE WS-LINE-DUE TO WS-AMOUNT-ED.
090100     MOVE SPACES TO WS-RPT-LINE.
090200     STRING "TOTAL GOVERNMENT DUES RS " WS-AMOUNT-ED
090300         DELIMITED BY SIZE INTO WS-RPT-LINE.
090400     WRITE GU-LINE FROM WS-RPT-LINE.
090500 5400-EXIT.
090600     EXIT.

090700 5410-ADD-GRAND-BUCKET.
090800     ADD WS-GRAND-AMT(WS-SUB-B) TO WS-LINE-DUE.
090900 5410-EXIT.
091000     EXIT.

091100*-----------------------------------------------------------*
091200*    DUES ON CONNECTIONS WHOSE DDO IS NOT ON THE MASTER - NOT  *
091300*    IN ANY DEPARTMENT'S FIGURE UNTIL BILMNT CORRECTS THEM.    *
091400*-----------------------------------------------------------*
091500 5500-PRINT-UNKNOWN.
091600     MOVE SPACES TO WS-RPT-LINE.
091700     MOVE "NO DDO" TO WS-RPT-LINE(1:6).
091800     MOVE "DDO NOT ON THE MASTER" TO WS-RPT-LINE(8:30).
091900     PERFORM 5510-PLACE-UNK-BUCKET THRU 5510-EXIT
092000         VARYING WS-SUB-B FROM 1 BY 1 UNTIL WS-SUB-B > 5.
092100     WRITE GU-LINE FROM WS-RPT-LINE.
092200     PERFORM 5520-PRINT-UNK-CONN THRU 5520-EXIT
092300         VARYING WS-CN-SUB FROM 1 BY 1
092400         UNTIL WS-CN-SUB > WS-CONN-COUNT.
092500 5500-EXIT.
092600     EXIT.

092700 5510-PLACE-UNK-BUCKET.
092800     MOVE WS-UNK-AMT(WS-SUB-B) TO WS-AMOUNT-ED.
092900     COMPUTE WS-COL = 44 + (WS-SUB-B - 1) * 13.
093000     MOVE WS-AMOUNT-ED TO WS-RPT-LINE(WS-COL:12).
093100 5510-EXIT.
093200     EXIT.

093300 5520-PRINT-UNK-CONN.
093400     IF WS-CN-DDO-SUB(WS-CN-SUB) NOT = ZERO
093500         GO TO 5520-EXIT
093600     END-IF.
093700     MOVE SPACES TO WS-RPT-LINE.
093800     STRING "       " WS-CN-CUST-ID(WS-CN-SUB) " "
093900         WS-CN-NAME(WS-CN-SUB) " DDO " WS-CN-DDO-CODE(WS-CN-SUB)
094000         DELIMITED BY SIZE INTO WS-RPT-LINE.
094100     WRITE GU-LINE FROM WS-RPT-LINE.
094200 5520-EXIT.
094300     EXIT.

094400 9000-TERMINATE.
094500     IF FS-GOVTDEPT-OK
094600         CLOSE GOVTDEPT
094700     END-IF.
094800     IF WS-FUNC-DEMAND OR WS-FUNC-DUES
094900         CLOSE CUSTMAS
095000         CLOSE BILLHIST
095100     END-IF.
095200     IF WS-FUNC-DEMAND
095300         CLOSE GOVTDMD
095300         PERFORM 9680-FILE-REPORT THRU 9680-EXIT
095400     END-IF.
095500     IF WS-FUNC-DUES
095600         CLOSE GOVTDUE
095600         PERFORM 9681-FILE-DUES-REPORT THRU 9681-EXIT
095700     END-IF.
095800     IF FS-RUNLOG-OK
095900         PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT
096000         CLOSE RUNLOG
096100     END-IF.
096200     EVALUATE TRUE
096300         WHEN WS-FUNC-MAINTAIN
096400             DISPLAY "BILGOVT: " WS-DDO-ADDED " DDO(S) ADDED, "
096500                 WS-DDO-CHANGED " CHANGED"
096600         WHEN WS-FUNC-DEMAND
096700             DISPLAY "BILGOVT: " WS-STATEMENTS
096800                 " DDO DEMAND(S) FOR " WS-DEMAND-PERIOD ", "
096900                 WS-CONN-COUNT " CONNECTION(S)"
097000         WHEN WS-FUNC-DUES
097100             DISPLAY "BILGOVT: DUES FOR " WS-DEPT-COUNT
097200                 " DEPARTMENT(S), " WS-CONN-COUNT
097300                 " CONNECTION(S)"
097400     END-EVALUATE.
097500     IF WS-UNKNOWN-COUNT > 0
097600         DISPLAY "BILGOVT: " WS-UNKNOWN-COUNT
097700             " CONNECTION(S) WITH A DDO NOT ON THE MASTER"
097800     END-IF.
097900 9000-EXIT.
098000     EXIT.

098100 9600-WRITE-RUNLOG.
098200     MOVE "BILGOVT"        TO RL-PROGRAM-ID.
098300     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
098400     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
098500     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
098600     IF WS-FUNC-MAINTAIN
098700         MOVE "GOVTDEPT"   TO RL-INPUT-FILE
098800         COMPUTE RL-RECORDS-READ = WS-DDO-ADDED + WS-DDO-CHANGED
098900         MOVE ZERO         TO RL-BILLS-PRODUCED
099000     ELSE
099100         MOVE "CUSTMAS"    TO RL-INPUT-FILE
099200         MOVE WS-CUSTS-READ TO RL-RECORDS-READ
099300         MOVE WS-STATEMENTS TO RL-BILLS-PRODUCED
099400     END-IF.
099500     MOVE WS-UNKNOWN-COUNT TO RL-EXCEPTIONS.
099600     MOVE ZERO             TO RL-TOTAL-BILLED.
099700     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
099800     ACCEPT RL-END-TIME FROM TIME.
099900     WRITE RL-RECORD.
100000 9600-EXIT.
100100     EXIT.

100100 9680-FILE-REPORT.
100100     OPEN INPUT GOVTDMD.
100100     IF NOT FS-GOVTDMD-OK
100100         GO TO 9680-EXIT
100100     END-IF.
100100     MOVE "O"               TO RO-FUNCTION.
100100     MOVE "GOVTDMD"         TO RO-REPORT-NAME.
100100     MOVE "BILGOVT"         TO RO-PROGRAM-ID.
100100     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
100100     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
100100     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
100100     MOVE WS-DEMAND-PERIOD  TO RO-PERIOD.
100100     CALL "BILRPTF" USING RO-PARMS.
100100     IF RO-OK
100100         MOVE "N" TO WS-RO-EOF-SW
100100         PERFORM 9690-FILE-LINE THRU 9690-EXIT
100100             UNTIL WS-RO-EOF
100100         MOVE "C"          TO RO-FUNCTION
100100         CALL "BILRPTF" USING RO-PARMS
100100     END-IF.
100100     CLOSE GOVTDMD.
100100 9680-EXIT.
100100     EXIT.

100100 9690-FILE-LINE.
100100     READ GOVTDMD
100100         AT END
100100             MOVE "Y" TO WS-RO-EOF-SW
100100             GO TO 9690-EXIT
100100     END-READ.
100100     MOVE "L"               TO RO-FUNCTION.
100100     MOVE GM-LINE           TO RO-LINE.
100100     CALL "BILRPTF" USING RO-PARMS.
100100 9690-EXIT.
100100     EXIT.

100100 9681-FILE-DUES-REPORT.
100100     OPEN INPUT GOVTDUE.
100100     IF NOT FS-GOVTDUE-OK
100100         GO TO 9681-EXIT
100100     END-IF.
100100     MOVE "O"               TO RO-FUNCTION.
100100     MOVE "GOVTDUE"         TO RO-REPORT-NAME.
100100     MOVE "BILGOVT"         TO RO-PROGRAM-ID.
100100     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
100100     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
100100     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
100100     MOVE WS-DEMAND-PERIOD  TO RO-PERIOD.
100100     CALL "BILRPTF" USING RO-PARMS.
100100     IF RO-OK
100100         MOVE "N" TO WS-RO-EOF-SW
100100         PERFORM 9691-FILE-DUES-LINE THRU 9691-EXIT
100100             UNTIL WS-RO-EOF
100100         MOVE "C"          TO RO-FUNCTION
100100         CALL "BILRPTF" USING RO-PARMS
100100     END-IF.
100100     CLOSE GOVTDUE.
100100 9681-EXIT.
100100     EXIT.

100100 9691-FILE-DUES-LINE.
100100     READ GOVTDUE
100100         AT END
100100             MOVE "Y" TO WS-RO-EOF-SW
100100             GO TO 9691-EXIT
100100     END-READ.
100100     MOVE "L"               TO RO-FUNCTION.
100100     MOVE GU-LINE           TO RO-LINE.
100100     CALL "BILRPTF" USING RO-PARMS.
100100 9691-EXIT.
100100     EXIT.
