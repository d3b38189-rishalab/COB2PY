003600*  2026-09-02 RSH   ABORT LOUDLY WHEN THE DISPUTE OR      *
003600*                   PROMISE TABLE FILLS INSTEAD OF        *
003600*                   SILENTLY DROPPING THE PROTECTION.     *
003600*  2026-09-30 RSH   EVERY NOTICE PRINTED IS RECORDED ON THE   *
003600*                   CORRESPONDENCE REGISTER (CORRREG, THROUGH *
003600*                   BILCORR) - CUSTOMER, NOTICE TYPE, DATE,   *
003600*                   CHANNEL, ADDRESS USED AND THE OLDEST      *
003600*                   UNPAID INVOICE - AS PROOF OF SERVICE.     *
003600*  2026-10-15 RSH   FILE DUNRPT IN THE REPORT REPOSITORY     *
003600*                   THROUGH BILRPTF ONCE IT IS CLOSED.       *
003600*-----------------------------------------------------------*
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
011251 77  WS-LITIGATION-SKIPPED   PIC 9(05) VALUE ZERO.
011260 77  WS-PT-EOF-SW            PIC X(01) VALUE "N".
011270     88  WS-PT-EOF                   VALUE "Y".
011270 77  WS-RO-EOF-SW            PIC X(01) VALUE "N".
011270     88  WS-RO-EOF                   VALUE "Y".
011280 77  WS-PROMISED-SW          PIC X(01) VALUE "N".
011290     88  WS-PROMISED                 VALUE "Y".
011291 77  WS-PROMISE-SKIPPED      PIC 9(05) VALUE ZERO.
012000 77  WS-LEVEL-DAYS           PIC 9(03) VALUE ZERO.
012010 77  WS-EFF-LEVEL-DAYS       PIC 9(03) VALUE ZERO.
012100 77  WS-OLDEST-DUE           PIC 9(08).
012110 77  WS-OLDEST-INVOICE       PIC 9(09) VALUE ZERO.
012120 77  WS-UNRECORDED-COUNT     PIC 9(05) VALUE ZERO.
012200 77  WS-DAYS-OVERDUE         PIC S9(05) VALUE ZERO.
012300 77  WS-TARGET-LEVEL         PIC 9(01) VALUE ZERO.
012400 77  WS-LEVEL1-COUNT         PIC 9(05) VALUE ZERO.
014092*-----------------------------------------------------------*
014093 COPY PTPTBL.

014094*-----------------------------------------------------------*
014095*    CORRESPONDENCE-REGISTER PARAMETER BLOCK FOR BILCORR       *
014096*-----------------------------------------------------------*
014097 COPY CWPARM.
014097 COPY RPTPARM.

014100 PROCEDURE DIVISION.
014200 0000-MAINLINE SECTION.
014300     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
021200     MOVE BH-BILL-PERIOD TO WS-BH-BILL-PERIOD(WS-BILLHIST-COUNT).
021300     MOVE BH-BILL        TO WS-BH-BILL(WS-BILLHIST-COUNT).
021400     MOVE BH-DUE-DATE    TO WS-BH-DUE-DATE(WS-BILLHIST-COUNT).
021410     MOVE BH-INVOICE-NO  TO
021420         WS-BH-INVOICE-NO(WS-BILLHIST-COUNT).
021500     MOVE BH-AMOUNT-PAID TO WS-BH-AMT-PAID(WS-BILLHIST-COUNT).
021600     MOVE BH-PAID-DATE   TO WS-BH-PAID-DATE(WS-BILLHIST-COUNT).
021700     IF BH-PAID-FULL
033600 2200-FIND-OLDEST-DUE.
033700     MOVE "N" TO WS-DUE-FOUND-SW.
033800     MOVE 99999999 TO WS-OLDEST-DUE.
033810     MOVE ZERO TO WS-OLDEST-INVOICE.
033900     PERFORM 2210-CHECK-ONE-BILL THRU 2210-EXIT
034000         VARYING WS-BH-IDX FROM 1 BY 1
034100         UNTIL WS-BH-IDX > WS-BILLHIST-COUNT.
034650         AND WS-BH-DUE-DATE(WS-BH-IDX) > 0
034700         AND WS-BH-DUE-DATE(WS-BH-IDX) < WS-OLDEST-DUE
034800         MOVE WS-BH-DUE-DATE(WS-BH-IDX) TO WS-OLDEST-DUE
034810         MOVE WS-BH-INVOICE-NO(WS-BH-IDX) TO WS-OLDEST-INVOICE
034900         MOVE "Y" TO WS-DUE-FOUND-SW
035000     END-IF.
035100 2210-EXIT.
044600 3000-TRAILER.
044700     MOVE ALL "-" TO WS-REM-LINE.
044800     WRITE REM-LINE FROM WS-REM-LINE.
044810     PERFORM 3100-RECORD-NOTICE THRU 3100-EXIT.
044900 3000-EXIT.
045000     EXIT.

045010*-----------------------------------------------------------*
045020*    EVERY NOTICE PRINTED GOES ON THE CORRESPONDENCE           *
045030*    REGISTER AS PROOF OF SERVICE - THE TYPE FOLLOWS THE       *
045040*    DUNNING LEVEL, AND THE INVOICE CHASED IS THE OLDEST       *
045050*    UNPAID BILL.  BILDISC WILL NOT ACT ON A FINAL NOTICE      *
045060*    THE REGISTER CANNOT SHOW WAS SERVED.                      *
045070*-----------------------------------------------------------*
045080 3100-RECORD-NOTICE.
045090     MOVE "W"            TO CW-FUNCTION.
045100     MOVE CM-CUST-ID     TO CW-CUST-ID.
045110     MOVE WS-SYSTEM-DATE TO CW-DATE.
045120     MOVE "P"            TO CW-CHANNEL.
045130     MOVE CM-ADDRESS     TO CW-ADDRESS.
045140     MOVE SPACES         TO CW-REFERENCE.
045150     MOVE "BILREM"       TO CW-PROGRAM-ID.
045160     IF WS-PLAN-SUB > 0
045170         MOVE "PI" TO CW-NOTICE-TYPE
045180         MOVE ZERO TO CW-INVOICE-NO
045190     ELSE
045200         MOVE WS-OLDEST-INVOICE TO CW-INVOICE-NO
045210         EVALUATE CM-DUNNING-LEVEL
045220             WHEN 3
045230                 MOVE "FN" TO CW-NOTICE-TYPE
045240             WHEN 2
045250                 MOVE "DM" TO CW-NOTICE-TYPE
045260             WHEN OTHER
045270                 MOVE "RM" TO CW-NOTICE-TYPE
045280         END-EVALUATE
045290     END-IF.
045300     CALL "BILCORR" USING CW-PARMS.
045310     IF CW-FAILED
045320         DISPLAY "BILREM: NOTICE FOR " CM-CUST-ID
045330             " NOT ON THE CORRESPONDENCE REGISTER"
045340         ADD 1 TO WS-UNRECORDED-COUNT
045350     END-IF.
045360 3100-EXIT.
045370     EXIT.

045100 8000-WRITE-REPORT-HEADER.
045200     MOVE SPACES TO WS-DUN-LINE.
045300     STRING "DUNNING STATUS REPORT - RUN DATE "
048700     CLOSE CUSTMAS.
048800     CLOSE BILLREM.
048900     CLOSE DUNRPT.
048900     PERFORM 9680-FILE-REPORT THRU 9680-EXIT.
049000     PERFORM 9600-WRITE-RUNLOG THRU 9600-EXIT.
049100     CLOSE RUNLOG.
049200     DISPLAY "BILREM: " WS-NOTICE-COUNT " REMINDER NOTICE(S) "
049360         " ACCOUNT(S) FROZEN BY OPEN DISPUTES".
049370     DISPLAY "BILREM: " WS-PROMISE-SKIPPED
049380         " ACCOUNT(S) HELD BY OPEN PROMISES TO PAY".
049390     IF WS-UNRECORDED-COUNT > 0
049391         DISPLAY "BILREM: " WS-UNRECORDED-COUNT
049392             " NOTICE(S) NOT RECORDED AS SERVED - NOT"
049393             " PROOF FOR DISCONNECTION"
049394     END-IF.
049400     DISPLAY "BILREM: LEVEL 1 " WS-LEVEL1-COUNT
049500         " LEVEL 2 " WS-LEVEL2-COUNT
049600         " LEVEL 3 " WS-LEVEL3-COUNT
051000     WRITE RL-RECORD.
051100 9600-EXIT.
051200     EXIT.

051300*-----------------------------------------------------------*
051400*    FILE THE REPORT JUST CLOSED IN THE REPORT REPOSITORY      *
051500*    THROUGH BILRPTF UNDER THIS RUN'S RUNLOG STAMP, SO IT      *
051600*    OUTLIVES THE NEXT RUN.                                    *
051700*-----------------------------------------------------------*
051800 9680-FILE-REPORT.
051900     OPEN INPUT DUNRPT.
052000     IF NOT FS-DUNRPT-OK
052100         GO TO 9680-EXIT
052200     END-IF.
052300     MOVE "O"               TO RO-FUNCTION.
052400     MOVE "DUNRPT"          TO RO-REPORT-NAME.
052500     MOVE "BILREM"          TO RO-PROGRAM-ID.
052600     MOVE WS-OPERATOR-ID    TO RO-OPERATOR-ID.
052700     MOVE WS-SYSTEM-DATE    TO RO-RUN-DATE.
052800     MOVE WS-SYSTEM-TIME    TO RO-RUN-TIME.
052900     MOVE ZERO              TO RO-PERIOD.
053000     CALL "BILRPTF" USING RO-PARMS.
053100     IF RO-OK
053200         MOVE "N" TO WS-RO-EOF-SW
053300         PERFORM 9690-FILE-LINE THRU 9690-EXIT
053400             UNTIL WS-RO-EOF
053500         MOVE "C"          TO RO-FUNCTION
053600         CALL "BILRPTF" USING RO-PARMS
053700     END-IF.
053800     CLOSE DUNRPT.
053900 9680-EXIT.
054000     EXIT.

054100 9690-FILE-LINE.
054200     READ DUNRPT
054300         AT END
054400             MOVE "Y" TO WS-RO-EOF-SW
054500             GO TO 9690-EXIT
054600     END-READ.
054700     MOVE "L"               TO RO-FUNCTION.
054800     MOVE DN-LINE           TO RO-LINE.
054900     CALL "BILRPTF" USING RO-PARMS.
055000 9690-EXIT.
055100     EXIT.
