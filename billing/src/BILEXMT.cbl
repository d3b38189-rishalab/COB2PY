000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILEXMT.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-11.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILEXMT                                                   *
000900*  TAX-EXEMPTION CERTIFICATE REGISTER MAINTENANCE.           *
001000*  GOVERNMENT HOSPITALS, CHARITABLE INSTITUTIONS AND SPECIAL  *
001100*  ECONOMIC ZONE UNITS HOLD CERTIFICATES EXEMPTING THEM FROM  *
001200*  GST OR THE MUNICIPAL ELECTRICITY DUTY, IN FULL OR IN PART. *
001300*  BILBATCH APPLIES A CERTIFICATE ON FILE TO EVERY BILL DATED *
001400*  WITHIN ITS VALIDITY, SO THE MONTHLY ADJTXN CORRECTIONS ARE *
001500*  NO LONGER NEEDED.  FOUR FUNCTIONS:                         *
001600*    A - ADD A CERTIFICATE (SUPERVISOR SIGN-ON; TAX TYPE,     *
001700*        PERCENTAGE, CERTIFICATE NUMBER, ISSUING AUTHORITY    *
001800*        AND VALIDITY DATES REQUIRED);                        *
001900*    R - REVOKE A CERTIFICATE (SUPERVISOR SIGN-ON);           *
002000*    L - LIST THE ACTIVE REGISTER;                            *
002100*    E - EXPIRY REPORT - EVERY ACTIVE CERTIFICATE LAPSING     *
002200*        WITHIN 60 DAYS, OR ALREADY LAPSED, WITH NO RENEWAL   *
002300*        ON FILE, SO RENEWAL IS CHASED BEFORE THE EXEMPTION   *
002400*        STOPS.  RUN MONTHLY.                                 *
002500*-----------------------------------------------------------*
002600*  MODIFICATION HISTORY                                      *
002700*  DATE       INIT  DESCRIPTION                               *
002800*  2026-10-11 RSH   ORIGINAL                                  *
002800*  2026-10-15 RSH   REFUSE CERTIFICATE CHANGES ON AN ACCOUNT  *
002800*                   THE OPERATOR IS LINKED TO                 *
002800*  2026-10-15 RSH   FILE EXMTRPT IN THE REPORT REPOSITORY    *
002800*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
002900*-----------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.

003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT EXMTREG ASSIGN TO "EXMTREG"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS FS-EXMTREG.

003900     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS CM-CUST-ID
004300         FILE STATUS IS FS-CUSTMAS.

004400     SELECT EXMTRPT ASSIGN TO "EXMTRPT"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS FS-EXMTRPT.

004700     SELECT RUNLOG ASSIGN TO "RUNLOG"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS FS-RUNLOG.

005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  EXMTREG
005300     LABEL RECORDS ARE STANDARD.
005400 COPY EXMTREG.

005500 FD  CUSTMAS
005600     LABEL RECORDS ARE STANDARD.
005700 COPY CUSTMAS.

005800 FD  EXMTRPT
005900     LABEL RECORDS ARE STANDARD.
006000 01  XR-LINE                     PIC X(120).

006100 FD  RUNLOG
006200     LABEL RECORDS ARE STANDARD.
006300 COPY RUNLOG.

006400 WORKING-STORAGE SECTION.
006500*-----------------------------------------------------------*
006600*    FILE STATUS SWITCHES                                    *
006700*-----------------------------------------------------------*
006800 77  FS-EXMTREG              PIC X(02).
006900     88  FS-EXMTREG-OK               VALUE "00".
007000 77  FS-CUSTMAS              PIC X(02).
007100     88  FS-CUSTMAS-OK               VALUE "00".
007200 77  FS-EXMTRPT              PIC X(02).
007300     88  FS-EXMTRPT-OK               VALUE "00".
007400 77  FS-RUNLOG               PIC X(02).
007500     88  FS-RUNLOG-OK                VALUE "00".

007600*-----------------------------------------------------------*
007700*    PROGRAM SWITCHES AND WORK FIELDS                         *
007800*-----------------------------------------------------------*
007900 77  WS-ABORT-SW             PIC X(01) VALUE "N".
008000     88  WS-ABORT                    VALUE "Y".
008100 77  WS-XM-EOF-SW            PIC X(01) VALUE "N".
008200     88  WS-XM-EOF                   VALUE "Y".
008200 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
008200     88  WS-RO-EOF                   VALUE "Y".
008300 77  WS-RENEWED-SW           PIC X(01) VALUE "N".
008400     88  WS-RENEWED                  VALUE "Y".
008500 77  WS-OPERATOR-ID          PIC X(08).
008600 77  WS-PASSWORD             PIC X(08).
008700 77  WS-SYSTEM-DATE          PIC 9(08).
008800 77  WS-SYSTEM-TIME          PIC 9(08).
008900 77  WS-HORIZON-DATE         PIC 9(08).
009000 77  WS-CHASE-DAYS           PIC 9(03) VALUE 060.
009100 77  WS-FUNCTION             PIC X(01).
009200     88  WS-FUNC-ADD                 VALUE "A".
009300     88  WS-FUNC-REVOKE              VALUE "R".
009400     88  WS-FUNC-LIST                VALUE "L".
009500     88  WS-FUNC-EXPIRY              VALUE "E".
009600 77  WS-IN-CUST-ID           PIC X(10).
009700 77  WS-IN-TAX-TYPE          PIC X(01).
009800     88  WS-IN-TAX-VALID             VALUE "G" "D".
009900 77  WS-IN-PCT               PIC 9(03)V99.
010000 77  WS-IN-CERT-NO           PIC X(20).
010100 77  WS-IN-AUTHORITY         PIC X(30).
010200 77  WS-IN-VALID-FROM        PIC 9(08).
010300 77  WS-IN-VALID-TO          PIC 9(08).
010400 77  WS-FOUND-SUB            PIC 9(03) VALUE ZERO.
010500 77  WS-XM-SUB               PIC 9(03) VALUE ZERO.
010600 77  WS-RN-SUB               PIC 9(03) VALUE ZERO.
010700 77  WS-ADDED-COUNT          PIC 9(03) VALUE ZERO.
010800 77  WS-REVOKED-COUNT        PIC 9(03) VALUE ZERO.
010900 77  WS-ACTIVE-COUNT         PIC 9(03) VALUE ZERO.
011000 77  WS-EXPIRING-COUNT       PIC 9(03) VALUE ZERO.
011100 77  WS-PCT-ED               PIC ZZ9.99.
011200 77  WS-TAX-NAME             PIC X(04).
011300 77  WS-EXPIRY-TAG           PIC X(08).
011400 77  WS-CUST-NAME            PIC X(30).
011500 01  WS-RPT-LINE             PIC X(120).

011600 COPY SIGNPARM.
011600 COPY CFPARM.

011700*-----------------------------------------------------------*
011800*    THE WHOLE REGISTER, HELD IN STORAGE AND WRITTEN BACK      *
011900*    WHOLE AT END OF RUN.                                      *
012000*-----------------------------------------------------------*
012100 01  WS-EXMT-REGISTER.
012200     05  WS-XR-ENTRY OCCURS 300 TIMES.
012300         10  WS-XR-CUST-ID       PIC X(10).
012400         10  WS-XR-TAX-TYPE      PIC X(01).
012500         10  WS-XR-EXEMPT-PCT    PIC 9(03)V99.
012600         10  WS-XR-CERT-NO       PIC X(20).
012700         10  WS-XR-AUTHORITY     PIC X(30).
012800         10  WS-XR-VALID-FROM    PIC 9(08).
012900         10  WS-XR-VALID-TO      PIC 9(08).
013000         10  WS-XR-ADDED-DATE    PIC 9(08).
013100         10  WS-XR-OPERATOR-ID   PIC X(08).
013200         10  WS-XR-STATUS        PIC X(01).
013300 01  WS-REGISTER-COUNT           PIC 9(03) VALUE ZERO.
013300 COPY RPTPARM.

013400 PROCEDURE DIVISION.
013500 0000-MAINLINE SECTION.
013600     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
013700     IF NOT WS-ABORT
013800         EVALUATE TRUE
013900             WHEN WS-FUNC-ADD
014000                 PERFORM 2000-ADD-CERTIFICATE THRU 2000-EXIT
014100             WHEN WS-FUNC-REVOKE
014200                 PERFORM 3000-REVOKE-CERTIFICATE THRU 3000-EXIT
014300             WHEN WS-FUNC-LIST
014400                 PERFORM 4000-LIST-REGISTER THRU 4000-EXIT
014500             WHEN WS-FUNC-EXPIRY
014600                 PERFORM 5000-EXPIRY-REPORT THRU 5000-EXIT
014700             WHEN OTHER
014800                 DISPLAY "BILEXMT: UNKNOWN FUNCTION "
014900                     WS-FUNCTION
015000         END-EVALUATE
015100     END-IF.
015200     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
015300     STOP RUN.

015400 1000-INITIALIZE.
015500     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
015600     ACCEPT WS-SYSTEM-TIME FROM TIME.
015700     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
015800     ACCEPT WS-OPERATOR-ID.
015900     DISPLAY "FUNCTION (A=ADD R=REVOKE L=LIST E=EXPIRY): "
016000         WITH NO ADVANCING.
016100     ACCEPT WS-FUNCTION.
016200*    GRANTING OR WITHDRAWING A TAX EXEMPTION CHANGES WHAT THE
016300*    BOARD REMITS, SO IT IS SIGNED FOR LIKE A WRITE-OFF.
016400     IF WS-FUNC-ADD OR WS-FUNC-REVOKE
016500         DISPLAY "PASSWORD: " WITH NO ADVANCING
016600         ACCEPT WS-PASSWORD
016700         MOVE WS-OPERATOR-ID TO SG-OPERATOR-ID
016800         MOVE WS-PASSWORD    TO SG-PASSWORD
016900         MOVE 2              TO SG-REQUIRED-LEVEL
017000         CALL "BILSIGN" USING SG-PARMS
017100         IF NOT SG-OK
017200             DISPLAY "BILEXMT: SIGN-ON REFUSED - RUN ABANDONED"
017300             MOVE "Y" TO WS-ABORT-SW
017400             GO TO 1000-EXIT
017500         END-IF
017600     END-IF.
017700     OPEN EXTEND RUNLOG.
017800     IF NOT FS-RUNLOG-OK
017900         DISPLAY "BILEXMT: UNABLE TO OPEN RUNLOG, STATUS "
018000             FS-RUNLOG
018100         MOVE "Y" TO WS-ABORT-SW
018200         GO TO 1000-EXIT
018300     END-IF.
018400     PERFORM 1100-LOAD-REGISTER THRU 1100-EXIT.
018500     IF WS-FUNC-ADD OR WS-FUNC-EXPIRY
018600         OPEN INPUT CUSTMAS
018700         IF NOT FS-CUSTMAS-OK
018800             DISPLAY "BILEXMT: UNABLE TO OPEN CUSTMAS, STATUS "
018900                 FS-CUSTMAS
019000             MOVE "Y" TO WS-ABORT-SW
019100         END-IF
019200     END-IF.
019300     IF WS-FUNC-LIST OR WS-FUNC-EXPIRY
019400         OPEN OUTPUT EXMTRPT
019500         IF NOT FS-EXMTRPT-OK
019600             DISPLAY "BILEXMT: UNABLE TO OPEN EXMTRPT, STATUS "
019700                 FS-EXMTRPT
019800             MOVE "Y" TO WS-ABORT-SW
019900         END-IF
020000     END-IF.
020100 1000-EXIT.
020200     EXIT.

020300*-----------------------------------------------------------*
020400*    THE REGISTER FILE IS OPTIONAL ON FIRST USE - THE FIRST     *
020500*    CERTIFICATE CREATES IT.                                    *
020600*-----------------------------------------------------------*
020700 1100-LOAD-REGISTER.
020800     OPEN INPUT EXMTREG.
020900     IF NOT FS-EXMTREG-OK
021000         GO TO 1100-EXIT
021100     END-IF.
021200     READ EXMTREG
021300         AT END
021400             MOVE "Y" TO WS-XM-EOF-SW
021500     END-READ.
021600     PERFORM 1110-STORE-ONE THRU 1110-EXIT
021700         UNTIL WS-XM-EOF.
021800     CLOSE EXMTREG.
021900 1100-EXIT.
022000     EXIT.

022100 1110-STORE-ONE.
022200     IF WS-REGISTER-COUNT >= 300
022300         DISPLAY "BILEXMT: REGISTER TABLE FULL - RUN"
022400             " ABANDONED BEFORE A CERTIFICATE COULD BE LOST"
022500         MOVE "Y" TO WS-ABORT-SW
022600         MOVE "Y" TO WS-XM-EOF-SW
022700         GO TO 1110-EXIT
022800     END-IF.
022900     ADD 1 TO WS-REGISTER-COUNT.
023000     MOVE XM-CUST-ID     TO WS-XR-CUST-ID(WS-REGISTER-COUNT).
023100     MOVE XM-TAX-TYPE    TO WS-XR-TAX-TYPE(WS-REGISTER-COUNT).
023200     MOVE XM-EXEMPT-PCT  TO WS-XR-EXEMPT-PCT(WS-REGISTER-COUNT).
023300     MOVE XM-CERT-NO     TO WS-XR-CERT-NO(WS-REGISTER-COUNT).
023400     MOVE XM-AUTHORITY   TO WS-XR-AUTHORITY(WS-REGISTER-COUNT).
023500     MOVE XM-VALID-FROM  TO WS-XR-VALID-FROM(WS-REGISTER-COUNT).
023600     MOVE XM-VALID-TO    TO WS-XR-VALID-TO(WS-REGISTER-COUNT).
023700     MOVE XM-ADDED-DATE  TO WS-XR-ADDED-DATE(WS-REGISTER-COUNT).
023800     MOVE XM-OPERATOR-ID TO
023900         WS-XR-OPERATOR-ID(WS-REGISTER-COUNT).
024000     MOVE XM-STATUS      TO WS-XR-STATUS(WS-REGISTER-COUNT).
024100     IF XM-STAT-ACTIVE
024200         ADD 1 TO WS-ACTIVE-COUNT
024300     END-IF.
024400     READ EXMTREG
024500         AT END
024600             MOVE "Y" TO WS-XM-EOF-SW
024700     END-READ.
024800 1110-EXIT.
024900     EXIT.

025000*-----------------------------------------------------------*
025100*    A NEW CERTIFICATE MAY NOT OVERLAP AN ACTIVE ONE FOR THE   *
025200*    SAME CUSTOMER AND TAX - A RENEWAL STARTS WHERE THE OLD    *
025300*    ONE ENDS, A CORRECTION REVOKES THE OLD ONE FIRST.         *
025400*-----------------------------------------------------------*
025500 2000-ADD-CERTIFICATE.
025600     DISPLAY "CUSTOMER ID: " WITH NO ADVANCING.
025700     ACCEPT WS-IN-CUST-ID.
025710     MOVE WS-IN-CUST-ID  TO CF-CUST-ID.
025710     MOVE "EXEMPT ADD"   TO CF-ACTION.
025710     PERFORM 2600-CHECK-CONFLICT THRU 2600-EXIT.
025710     IF CF-CONFLICT
025710         GO TO 2000-EXIT
025710     END-IF.
025800     DISPLAY "TAX (G=GST D=ELECTRICITY DUTY): " WITH NO ADVANCING.
025900     ACCEPT WS-IN-TAX-TYPE.
026000     DISPLAY "EXEMPTION PERCENTAGE (100.00 = FULL): "
026100         WITH NO ADVANCING.
026200     ACCEPT WS-IN-PCT.
026300     DISPLAY "CERTIFICATE NUMBER: " WITH NO ADVANCING.
026400     ACCEPT WS-IN-CERT-NO.
026500     DISPLAY "ISSUING AUTHORITY: " WITH NO ADVANCING.
026600     ACCEPT WS-IN-AUTHORITY.
026700     DISPLAY "VALID FROM (YYYYMMDD): " WITH NO ADVANCING.
026800     ACCEPT WS-IN-VALID-FROM.
026900     DISPLAY "VALID TO (YYYYMMDD): " WITH NO ADVANCING.
027000     ACCEPT WS-IN-VALID-TO.
027100     IF NOT WS-IN-TAX-VALID
027200         DISPLAY "BILEXMT: TAX TYPE MUST BE G OR D"
027300         GO TO 2000-EXIT
027400     END-IF.
027500     IF WS-IN-PCT NOT NUMERIC
027600         OR WS-IN-PCT = ZERO
027700         OR WS-IN-PCT > 100
027800         DISPLAY "BILEXMT: PERCENTAGE MUST BE OVER 0 AND AT"
027900             " MOST 100"
028000         GO TO 2000-EXIT
028100     END-IF.
028200     IF WS-IN-CERT-NO = SPACES OR WS-IN-AUTHORITY = SPACES
028300         DISPLAY "BILEXMT: CERTIFICATE NUMBER AND ISSUING"
028400             " AUTHORITY ARE REQUIRED"
028500         GO TO 2000-EXIT
028600     END-IF.
028700     IF WS-IN-VALID-FROM NOT NUMERIC
028800         OR WS-IN-VALID-TO NOT NUMERIC
028900         OR WS-IN-VALID-TO < WS-IN-VALID-FROM
029000         OR WS-IN-VALID-TO < WS-SYSTEM-DATE
029100         DISPLAY "BILEXMT: VALIDITY DATES MUST RUN FORWARD AND"
029200             " END TODAY OR LATER"
029300         GO TO 2000-EXIT
029400     END-IF.
029500     MOVE WS-IN-CUST-ID TO CM-CUST-ID.
029600     READ CUSTMAS
029700         INVALID KEY
029800             DISPLAY "BILEXMT: CUSTOMER " WS-IN-CUST-ID
029900                 " NOT ON FILE"
030000             GO TO 2000-EXIT
030100     END-READ.
030200     MOVE ZERO TO WS-FOUND-SUB.
030300     PERFORM 2510-MATCH-OVERLAP THRU 2510-EXIT
030400         VARYING WS-XM-SUB FROM 1 BY 1
030500         UNTIL WS-XM-SUB > WS-REGISTER-COUNT
030600            OR WS-FOUND-SUB > 0.
030700     IF WS-FOUND-SUB > 0
030800         DISPLAY "BILEXMT: " WS-IN-CUST-ID " ALREADY HOLDS "
030900             WS-XR-CERT-NO(WS-FOUND-SUB) " FOR THESE DATES"
031000             " - REVOKE IT FIRST"
031100         GO TO 2000-EXIT
031200     END-IF.
031300     IF WS-REGISTER-COUNT >= 300
031400         DISPLAY "BILEXMT: REGISTER TABLE FULL - CERTIFICATE"
031500             " NOT RECORDED"
031600         GO TO 2000-EXIT
031700     END-IF.
031800     ADD 1 TO WS-REGISTER-COUNT.
031900     MOVE WS-IN-CUST-ID    TO WS-XR-CUST-ID(WS-REGISTER-COUNT).
032000     MOVE WS-IN-TAX-TYPE   TO WS-XR-TAX-TYPE(WS-REGISTER-COUNT).
032100     MOVE WS-IN-PCT        TO WS-XR-EXEMPT-PCT(WS-REGISTER-COUNT).
032200     MOVE WS-IN-CERT-NO    TO WS-XR-CERT-NO(WS-REGISTER-COUNT).
032300     MOVE WS-IN-AUTHORITY  TO WS-XR-AUTHORITY(WS-REGISTER-COUNT).
032400     MOVE WS-IN-VALID-FROM TO WS-XR-VALID-FROM(WS-REGISTER-COUNT).
032500     MOVE WS-IN-VALID-TO   TO WS-XR-VALID-TO(WS-REGISTER-COUNT).
032600     MOVE WS-SYSTEM-DATE   TO WS-XR-ADDED-DATE(WS-REGISTER-COUNT).
032700     MOVE WS-OPERATOR-ID   TO
032800         WS-XR-OPERATOR-ID(WS-REGISTER-COUNT).
032900     MOVE "A"              TO WS-XR-STATUS(WS-REGISTER-COUNT).
033000     ADD 1 TO WS-ADDED-COUNT.
033100     ADD 1 TO WS-ACTIVE-COUNT.
033200     DISPLAY "BILEXMT: " WS-IN-CUST-ID " CERTIFICATE "
033300         WS-IN-CERT-NO " RECORDED " WS-IN-VALID-FROM
033400         " TO " WS-IN-VALID-TO.
033500 2000-EXIT.
033600     EXIT.

033700 2510-MATCH-OVERLAP.
033800     IF WS-XR-CUST-ID(WS-XM-SUB) = WS-IN-CUST-ID
033900         AND WS-XR-TAX-TYPE(WS-XM-SUB) = WS-IN-TAX-TYPE
034000         AND WS-XR-STATUS(WS-XM-SUB) = "A"
034100         AND WS-XR-VALID-FROM(WS-XM-SUB) <= WS-IN-VALID-TO
034200         AND WS-XR-VALID-TO(WS-XM-SUB) >= WS-IN-VALID-FROM
034300         MOVE WS-XM-SUB TO WS-FOUND-SUB
034400     END-IF.
034500 2510-EXIT.
034600     EXIT.

034610*-----------------------------------------------------------*
034610*    STAFF-ACCOUNT CONFLICT CHECK - AN OPERATOR LINKED ON   *
034610*    STAFFREG TO THE CUSTOMER MAY NOT ACT ON IT, AND NO     *
034610*    SUPERVISOR CAN SIGN IT THROUGH.  THE CALLER SETS       *
034610*    CF-CUST-ID AND CF-ACTION AND LEAVES THE CUSTOMER ALONE *
034610*    ON CF-CONFLICT - BILSTFC HAS ALREADY LOGGED IT.        *
034610*-----------------------------------------------------------*
034610 2600-CHECK-CONFLICT.
034610     MOVE WS-OPERATOR-ID  TO CF-OPERATOR-ID.
034610     MOVE "BILEXMT"       TO CF-PROGRAM-ID.
034610     CALL "BILSTFC" USING CF-PARMS.
034610 2600-EXIT.
034610     EXIT.

034700 3000-REVOKE-CERTIFICATE.
034800     DISPLAY "CUSTOMER ID: " WITH NO ADVANCING.
034900     ACCEPT WS-IN-CUST-ID.
034910     MOVE WS-IN-CUST-ID  TO CF-CUST-ID.
034910     MOVE "EXEMPT REVOKE" TO CF-ACTION.
034910     PERFORM 2600-CHECK-CONFLICT THRU 2600-EXIT.
034910     IF CF-CONFLICT
034910         GO TO 3000-EXIT
034910     END-IF.
035000     DISPLAY "CERTIFICATE NUMBER: " WITH NO ADVANCING.
035100     ACCEPT WS-IN-CERT-NO.
035200     MOVE ZERO TO WS-FOUND-SUB.
035300     PERFORM 3010-MATCH-CERT THRU 3010-EXIT
035400         VARYING WS-XM-SUB FROM 1 BY 1
035500         UNTIL WS-XM-SUB > WS-REGISTER-COUNT
035600            OR WS-FOUND-SUB > 0.
035700     IF WS-FOUND-SUB = 0
035800         DISPLAY "BILEXMT: NO ACTIVE CERTIFICATE " WS-IN-CERT-NO
035900             " FOR " WS-IN-CUST-ID
036000         GO TO 3000-EXIT
036100     END-IF.
036200     MOVE "X"            TO WS-XR-STATUS(WS-FOUND-SUB).
036300     MOVE WS-OPERATOR-ID TO WS-XR-OPERATOR-ID(WS-FOUND-SUB).
036400     ADD 1 TO WS-REVOKED-COUNT.
036500     SUBTRACT 1 FROM WS-ACTIVE-COUNT.
036600     DISPLAY "BILEXMT: CERTIFICATE " WS-IN-CERT-NO " REVOKED FOR "
036700         WS-IN-CUST-ID " - FULL TAX FROM THE NEXT BILL".
036800 3000-EXIT.
036900     EXIT.

037000 3010-MATCH-CERT.
037100     IF WS-XR-CUST-ID(WS-XM-SUB) = WS-IN-CUST-ID
037200         AND WS-XR-CERT-NO(WS-XM-SUB) = WS-IN-CERT-NO
037300         AND WS-XR-STATUS(WS-XM-SUB) = "A"
037400         MOVE WS-XM-SUB TO WS-FOUND-SUB
037500     END-IF.
037600 3010-EXIT.
037700     EXIT.

037800 4000-LIST-REGISTER.
037900     MOVE SPACES TO WS-RPT-LINE.
038000     STRING "TAX-EXEMPTION CERTIFICATES - RUN DATE "
038100         WS-SYSTEM-DATE
038200         DELIMITED BY SIZE INTO WS-RPT-LINE.
038300     WRITE XR-LINE FROM WS-RPT-LINE.
038400     MOVE SPACES TO WS-RPT-LINE.
038500     STRING "CUST-ID    TAX  PCT    CERTIFICATE          "
038600         "VALID FROM VALID TO   AUTHORITY"
038700         DELIMITED BY SIZE INTO WS-RPT-LINE.
038800     WRITE XR-LINE FROM WS-RPT-LINE.
038900     PERFORM 4100-LIST-ONE THRU 4100-EXIT
039000         VARYING WS-XM-SUB FROM 1 BY 1
039100         UNTIL WS-XM-SUB > WS-REGISTER-COUNT.
039200 4000-EXIT.
039300     EXIT.

039400 4100-LIST-ONE.
039500     IF WS-XR-STATUS(WS-XM-SUB) NOT = "A"
039600         GO TO 4100-EXIT
039700     END-IF.
039800     PERFORM 4200-FORMAT-LINE THRU 4200-EXIT.
039900     WRITE XR-LINE FROM WS-RPT-LINE.
040000 4100-EXIT.
040100     EXIT.

040200 4200-FORMAT-LINE.
040300     IF WS-XR-TAX-TYPE(WS-XM-SUB) = "G"
040400         MOVE "GST " TO WS-TAX-NAME
040500     ELSE
040600         MOVE "DUTY" TO WS-TAX-NAME
040700     END-IF.
040800     MOVE WS-XR-EXEMPT-PCT(WS-XM-SUB) TO WS-PCT-ED.
040900     MOVE SPACES TO WS-RPT-LINE.
041000     STRING WS-XR-CUST-ID(WS-XM-SUB) " "
041100         WS-TAX-NAME " "
041200         WS-PCT-ED " "
041300         WS-XR-CERT-NO(WS-XM-SUB) " "
041400         WS-XR-VALID-FROM(WS-XM-SUB) "   "
041500         WS-XR-VALID-TO(WS-XM-SUB) "   "
041600         WS-XR-AUTHORITY(WS-XM-SUB)
041700         DELIMITED BY SIZE INTO WS-RPT-LINE.
041800 4200-EXIT.
041900     EXIT.

042000*-----------------------------------------------------------*
042100*    EVERY ACTIVE CERTIFICATE LAPSING WITHIN THE CHASE WINDOW  *
042200*    (OR ALREADY LAPSED) WHOSE RENEWAL IS NOT YET ON FILE,     *
042300*    WITH THE CUSTOMER'S NAME FOR THE CHASING LETTER.          *
042400*-----------------------------------------------------------*
042500 5000-EXPIRY-REPORT.
042600     COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER(
042700         FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE)
042800             + WS-CHASE-DAYS).
042900     MOVE SPACES TO WS-RPT-LINE.
043000     STRING "EXEMPTION CERTIFICATES DUE FOR RENEWAL BY "
043100         WS-HORIZON-DATE " - RUN DATE " WS-SYSTEM-DATE
043200         DELIMITED BY SIZE INTO WS-RPT-LINE.
043300     WRITE XR-LINE FROM WS-RPT-LINE.
043400     MOVE SPACES TO WS-RPT-LINE.
043500     STRING "CUST-ID    TAX  PCT    CERTIFICATE          "
043600         "VALID FROM VALID TO   AUTHORITY / CUSTOMER"
043700         DELIMITED BY SIZE INTO WS-RPT-LINE.
043800     WRITE XR-LINE FROM WS-RPT-LINE.
043900     PERFORM 5100-EXPIRY-ONE THRU 5100-EXIT
044000         VARYING WS-XM-SUB FROM 1 BY 1
044100         UNTIL WS-XM-SUB > WS-REGISTER-COUNT.
044200     IF WS-EXPIRING-COUNT = ZERO
044300         MOVE "NO CERTIFICATE FALLS DUE FOR RENEWAL"
044400             TO WS-RPT-LINE
044500         WRITE XR-LINE FROM WS-RPT-LINE
044600     END-IF.
044700 5000-EXIT.
044800     EXIT.

044900 5100-EXPIRY-ONE.
045000     IF WS-XR-STATUS(WS-XM-SUB) NOT = "A"
045100         GO TO 5100-EXIT
045200     END-IF.
045300     IF WS-XR-VALID-TO(WS-XM-SUB) > WS-HORIZON-DATE
045400         GO TO 5100-EXIT
045500     END-IF.
045600     MOVE "N" TO WS-RENEWED-SW.
045700     PERFORM 5110-CHECK-RENEWAL THRU 5110-EXIT
045800         VARYING WS-RN-SUB FROM 1 BY 1
045900         UNTIL WS-RN-SUB > WS-REGISTER-COUNT
046000            OR WS-RENEWED.
046100     IF WS-RENEWED
046200         GO TO 5100-EXIT
046300     END-IF.
046400     ADD 1 TO WS-EXPIRING-COUNT.
046500     IF WS-XR-VALID-TO(WS-XM-SUB) < WS-SYSTEM-DATE
046600         MOVE "LAPSED  " TO WS-EXPIRY-TAG
046700     ELSE
046800         MOVE "EXPIRING" TO WS-EXPIRY-TAG
046900     END-IF.
047000     MOVE WS-XR-CUST-ID(WS-XM-SUB) TO CM-CUST-ID.
047100     READ CUSTMAS
047200         INVALID KEY
047300             MOVE "** NOT ON CUSTMAS **" TO WS-CUST-NAME
047400         NOT INVALID KEY
047500             MOVE CM-NAME TO WS-CUST-NAME
047600     END-READ.
047700     PERFORM 4200-FORMAT-LINE THRU 4200-EXIT.
047800     WRITE XR-LINE FROM WS-RPT-LINE.
047900     MOVE SPACES TO WS-RPT-LINE.
048000     STRING "           " WS-EXPIRY-TAG " " WS-CUST-NAME
048100         DELIMITED BY SIZE INTO WS-RPT-LINE.
048200     WRITE XR-LINE FROM WS-RPT-LINE.
048300 5100-EXIT.
048400     EXIT.

048500 5110-CHECK-RENEWAL.
048600     IF WS-XR-CUST-ID(WS-RN-SUB) = WS-XR-CUST-ID(WS-XM-SUB)
048700         AND WS-XR-TAX-TYPE(WS-RN-SUB) = WS-XR-TAX-TYPE(WS-XM-SUB)
048800         AND WS-XR-STATUS(WS-RN-SUB) = "A"
048900         AND WS-XR-VALID-FROM(WS-RN-SUB) >
049000             WS-XR-VALID-TO(WS-XM-SUB)
049100         MOVE "Y" TO WS-RENEWED-SW
049200     END-IF.
049300 5110-EXIT.
049400     EXIT.

049500 9000-TERMINATE.
049600     IF (WS-FUNC-ADD OR WS-FUNC-EXPIRY) AND NOT WS-ABORT
049700         CLOSE CUSTMAS
049800     END-IF.
049900     IF (WS-FUNC-ADD OR WS-FUNC-REVOKE) AND NOT WS-ABORT
050000         PERFORM 9100-REWRITE-REGISTER THRU 9100-EXIT
050100     END-IF.
050200     IF (WS-FUNC-LIST OR WS-FUNC-EXPIRY) AND FS-EXMTRPT-OK
050300         CLOSE EXMTRPT
050300         PERFORM 9680-FILE-REPORT THRU 9680-EXIT
050400     END-IF.
050500     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
050600     CLOSE RUNLOG.
050700     DISPLAY "BILEXMT: ADDED " WS-ADDED-COUNT
050800         " REVOKED " WS-REVOKED-COUNT
050900         " ACTIVE ON FILE " WS-ACTIVE-COUNT
051000         " DUE FOR RENEWAL " WS-EXPIRING-COUNT.
051100 9000-EXIT.
051200     EXIT.

051300 9100-REWRITE-REGISTER.
051400     OPEN OUTPUT EXMTREG.
051500     IF NOT FS-EXMTREG-OK
051600         DISPLAY "BILEXMT: UNABLE TO REWRITE EXMTREG, STATUS "
051700             FS-EXMTREG
051800         GO TO 9100-EXIT
051900     END-IF.
052000     PERFORM 9110-WRITE-ONE THRU 9110-EXIT
052100         VARYING WS-XM-SUB FROM 1 BY 1
052200         UNTIL WS-XM-SUB > WS-REGISTER-COUNT.
052300     CLOSE EXMTREG.
052400 9100-EXIT.
052500     EXIT.

052600 9110-WRITE-ONE.
052700     MOVE SPACES                        TO XM-RECORD.
052800     MOVE WS-XR-CUST-ID(WS-XM-SUB)     TO XM-CUST-ID.
052900     MOVE WS-XR-TAX-TYPE(WS-XM-SUB)    TO XM-TAX-TYPE.
053000     MOVE WS-XR-EXEMPT-PCT(WS-XM-SUB)  TO XM-EXEMPT-PCT.
053100     MOVE WS-XR-CERT-NO(WS-XM-SUB)     TO XM-CERT-NO.
053200     MOVE WS-XR-AUTHORITY(WS-XM-SUB)   TO XM-AUTHORITY.
053300     MOVE WS-XR-VALID-FROM(WS-XM-SUB)  TO XM-VALID-FROM.
053400     MOVE WS-XR-VALID-TO(WS-XM-SUB)    TO XM-VALID-TO.
053500     MOVE WS-XR-ADDED-DATE(WS-XM-SUB)  TO XM-ADDED-DATE.
053600     MOVE WS-XR-OPERATOR-ID(WS-XM-SUB) TO XM-OPERATOR-ID.
053700     MOVE WS-XR-STATUS(WS-XM-SUB)      TO XM-STATUS.
053800     WRITE XM-RECORD.
053900 9110-EXIT.
054000     EXIT.

054100 9600-WRITE-RUNLOG.
054200     MOVE "BILEXMT"        TO RL-PROGRAM-ID.
054300     MOVE WS-OPERATOR-ID   TO RL-OPERATOR-ID.
054400     MOVE WS-SYSTEM-DATE   TO RL-RUN-DATE.
054500     MOVE WS-SYSTEM-TIME   TO RL-RUN-TIME.
054600     MOVE "EXMTREG"        TO RL-INPUT-FILE.
054700     MOVE WS-REGISTER-COUNT TO RL-RECORDS-READ.
054800     COMPUTE RL-BILLS-PRODUCED = WS-ADDED-COUNT
054900         + WS-REVOKED-COUNT.
055000     MOVE WS-EXPIRING-COUNT TO RL-EXCEPTIONS.
055100     MOVE ZERO             TO RL-TOTAL-BILLED.
055200     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
055300     ACCEPT RL-END-TIME FROM TIME.
055400     WRITE RL-RECORD.
055500 9600-EXIT.
055600     EXIT.

055700*-----------------------------------------------------------*
055800*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
055900*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
056000*    OUTLIVES THE NEXT RUN.                                    *
056100*-----------------------------------------------------------*
056200 9680-FILE-REPORT.
056300     OPEN INPUT EXMTRPT.
056400     IF NOT FS-EXMTRPT-OK
056500         GO TO 9680-EXIT
056600     END-IF.
056700     MOVE "O"               TO RO-FUNCTION.
056800     MOVE "EXMTRPT"         TO RO-REPORT-NAME.
056900     MOVE "BILEXMT"         TO RO-PROGRAM-ID.
057000     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
057100     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
057200     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
057300     MOVE ZERO              TO RO-PERIOD.
057400     CALL "BILRPTF" USING RO-PARMS.
057500     IF RO-OK
057600         MOVE "N" TO WS-RO-EOF-SW
057700         PERFORM 9690-FILE-LINE THRU 9690-EXIT
057800             UNTIL WS-RO-EOF
057900         MOVE "C"          TO RO-FUNCTION
058000         CALL "BILRPTF" USING RO-PARMS
058100     END-IF.
058200     CLOSE EXMTRPT.
058300 9680-EXIT.
058400     EXIT.

058500 9690-FILE-LINE.
058600     READ EXMTRPT
058700         AT END
058800             MOVE "Y" TO WS-RO-EOF-SW
058900             GO TO 9690-EXIT
059000     END-READ.
059100     MOVE "L"               TO RO-FUNCTION.
059200     MOVE XR-LINE           TO RO-LINE.
059300     CALL "BILRPTF" USING RO-PARMS.
059400 9690-EXIT.
059500     EXIT.
