002400*                   THE POSTED BILL AND KEEP THE PERIOD-      *
002400*                   SEQUENCED REGISTER (BILLPREG) IN STEP     *
002400*                   THROUGH THE BILPREG SUBPROGRAM.           *
002400*  2026-09-14 RSH   CHECK THE HANDHELD'S UNITS AGAINST THE    *
002400*                   UNITS DERIVED FROM THE PREVIOUS AND       *
002400*                   CURRENT REGISTER READINGS THROUGH BILDIAL,*
002400*                   ROLLOVER AND THE METER'S CT/PT MULTIPLYING*
002400*                   FACTOR FROM METERAST INCLUDED - A DEVICE  *
002400*                   THAT MISSED THE FACTOR IS REJECTED, NOT   *
002400*                   POSTED.  A POSTED BILL MOVES THE REGISTER *
002400*                   READINGS ON THE MASTER.                   *
002400*  2026-09-16 RSH   CLEAR THE READER'S STATUS CODE ON THE     *
002400*                   HISTORY RECORD.                           *
002400*  2026-09-18 RSH   CARRY THE HANDHELD READER'S ID ONTO THE   *
002400*                   POSTED HISTORY RECORD AND ONTO A MISMATCH *
002400*                   EXCEPTION.                                *
002400*  2026-10-01 RSH   ZERO THE PAPERLESS GREEN REBATE ON THE    *
002400*                   HISTORY RECORD.                           *
002400*  2026-10-06 RSH   ZERO THE NEW METER RENT ON THE HISTORY    *
002400*                   WRITTEN.                                  *
002400*  2026-10-07 RSH   ZERO THE NEW TARIFF-REVISION REPRICED     *
002400*                   ENERGY ON THE HISTORY WRITTEN.            *
002400*  2026-10-12 RSH   GL LINES ARE POSTED PER CUSTOMER THROUGH  *
002400*                   BILGLAC AND WRITTEN BY MAPPED ACCOUNT AND *
002400*                   ZONE COST CENTRE.                         *
002400*  2026-10-15 RSH   ABANDON THE RUN WHEN BILGLAC CANNOT POST  *
002400*                   AN AMOUNT (POSTING TABLE FULL).           *
002400*-----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
005820         ORGANIZATION IS SEQUENTIAL
005830         FILE STATUS IS FS-FUELADJ.

005840     SELECT METERAST ASSIGN TO "METERAST"
005850         ORGANIZATION IS INDEXED
005860         ACCESS MODE IS DYNAMIC
005870         RECORD KEY IS MA-METER-NO
005880         FILE STATUS IS FS-METERAST.

005900     SELECT RUNLOG ASSIGN TO "RUNLOG"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS FS-RUNLOG.
008600     LABEL RECORDS ARE STANDARD.
008700 COPY INVCTL.

008710 FD  METERAST
008720     LABEL RECORDS ARE STANDARD.
008730 COPY METERAST.

008800 FD  RUNLOG
008900     LABEL RECORDS ARE STANDARD.
009000 COPY RUNLOG.
011200     88  FS-INVCTL-OK                VALUE "00".
011300 77  FS-RUNLOG               PIC X(02).
011400     88  FS-RUNLOG-OK                VALUE "00".
011410 77  FS-METERAST             PIC X(02).
011420     88  FS-METERAST-OK              VALUE "00".

011500*-----------------------------------------------------------*
011600*    PROGRAM SWITCHES                                        *
012300     88  WS-RT-EOF                   VALUE "Y".
012400 77  WS-IC-EOF-SW            PIC X(01) VALUE "N".
012500     88  WS-IC-EOF                   VALUE "Y".
012510 77  WS-MA-OPEN-SW           PIC X(01) VALUE "N".
012520     88  WS-MA-OPEN                  VALUE "Y".
012530 77  WS-REGISTER-SW          PIC X(01) VALUE "N".
012540     88  WS-REGISTER-READ            VALUE "Y".

012600*-----------------------------------------------------------*
012700*    OPERATOR, RUN AND CONTROL FIELDS                         *
013900 77  WS-BILLS-POSTED         PIC 9(07) VALUE ZERO.
014000 77  WS-BILLS-REJECTED       PIC 9(07) VALUE ZERO.
014100 77  WS-TOTAL-POSTED         PIC 9(11)V99 VALUE ZERO.
014200 77  WS-GL-DETAILS           PIC 9(05) VALUE ZERO.
014200 77  WS-GL-HASH              PIC 9(09)V99 VALUE ZERO.
014310 77  WS-FA-EOF-SW            PIC X(01) VALUE "N".
014320     88  WS-FA-EOF                   VALUE "Y".
014330 77  WS-FUEL-RATE            PIC 9(02)V999 VALUE ZERO.
014800 COPY RATETBL.
014850 COPY FATBL.
014900 COPY BILCALC.
014910 COPY DLPARM.

015000 COPY PBPARM.
015000 COPY GLPARM.

015000 PROCEDURE DIVISION.
015100 0000-MAINLINE SECTION.
021300             FS-RUNLOG
021400         MOVE "Y" TO WS-ABORT-SW
021500     END-IF.
021510*    THE ASSET REGISTER IS OPTIONAL - WITHOUT IT EVERY METER
021520*    IS TAKEN AS SEVEN DIALS AT A MULTIPLYING FACTOR OF ONE.
021530     OPEN INPUT METERAST.
021540     IF FS-METERAST-OK
021550         MOVE "Y" TO WS-MA-OPEN-SW
021560     END-IF.
021600     MOVE ZERO TO WS-INVOICE-NO.
021700     OPEN INPUT INVCTL.
021800     IF FS-INVCTL-OK
028900         PERFORM 2900-REJECT-SPOT THRU 2900-EXIT
029000         GO TO 2000-NEXT
029100     END-IF.
029110     PERFORM 2200-CHECK-REGISTERS THRU 2200-EXIT.
029120     IF EX-REASON-TEXT NOT = SPACES
029130         PERFORM 2900-REJECT-SPOT THRU 2900-EXIT
029140         GO TO 2000-NEXT
029150     END-IF.
029200     PERFORM 3000-RECOMPUTE-BILL THRU 3000-EXIT.
029300     IF WS-RECOMPUTED = SP-DEVICE-BILL
029400         PERFORM 4000-POST-SPOT-BILL THRU 4000-EXIT
030900 2100-EXIT.
031000     EXIT.

031010*-----------------------------------------------------------*
031020*    WHEN THE DEVICE SENT ITS REGISTER READINGS, THE UNITS IT   *
031030*    BILLED MUST BE THE UNITS THOSE READINGS GIVE THROUGH       *
031040*    BILDIAL - ROLLOVER AND THE METER'S MULTIPLYING FACTOR      *
031050*    INCLUDED.  EX-REASON-TEXT IS LEFT SPACES WHEN ALL IS WELL. *
031060*-----------------------------------------------------------*
031070 2200-CHECK-REGISTERS.
031080     MOVE SPACES TO EX-RECORD.
031090     MOVE "N" TO WS-REGISTER-SW.
031100     IF SP-PREV-READING NOT NUMERIC
031110         OR SP-CURR-READING NOT NUMERIC
031120         GO TO 2200-EXIT
031130     END-IF.
031140     IF SP-PREV-READING = ZERO AND SP-CURR-READING = ZERO
031150         GO TO 2200-EXIT
031160     END-IF.
031170     MOVE "Y" TO WS-REGISTER-SW.
031180     IF SP-PREV-READING = ZERO AND CM-CURR-READING NUMERIC
031190         MOVE CM-CURR-READING TO SP-PREV-READING
031200     END-IF.
031210     MOVE ZERO TO DL-DIAL-DIGITS.
031220     MOVE ZERO TO DL-MULT-FACTOR.
031230     IF WS-MA-OPEN
031240         MOVE CM-METER-NO TO MA-METER-NO
031250         READ METERAST
031260             INVALID KEY
031270                 CONTINUE
031280             NOT INVALID KEY
031290                 MOVE MA-DIAL-DIGITS TO DL-DIAL-DIGITS
031300                 MOVE MA-MULT-FACTOR TO DL-MULT-FACTOR
031310         END-READ
031320     END-IF.
031330     MOVE SP-PREV-READING TO DL-PREV-READING.
031340     MOVE SP-CURR-READING TO DL-CURR-READING.
031350     CALL "BILDIAL" USING DL-PARMS.
031360     IF NOT DL-OK
031370         MOVE "REGISTER READINGS CANNOT BE BILLED"
031380             TO EX-REASON-TEXT
031390         GO TO 2200-EXIT
031400     END-IF.
031410     IF DL-UNITS NOT = SP-UNITS
031420         MOVE "DEVICE UNITS DISAGREE WITH REGISTERS"
031430             TO EX-REASON-TEXT
031440     END-IF.
031450 2200-EXIT.
031460     EXIT.

031100*-----------------------------------------------------------*
031200*    THE RECOMPUTATION IS THE BATCH RUN'S OWN ARITHMETIC:      *
031300*    EFFECTIVE-DATED SCHEDULE FOR THE CUSTOMER'S SERVICE       *
034500     MOVE SP-CUST-ID TO EX-CUST-ID.
034600     MOVE WS-BILL-PERIOD TO EX-BILL-PERIOD.
034700     MOVE SP-UNITS TO EX-UNITS.
034700     MOVE SP-READER-ID TO EX-READER-ID.
034800     SET EX-REASON-SPOT-MISMATCH TO TRUE.
034900     WRITE EX-RECORD.
035000     ADD 1 TO WS-BILLS-REJECTED.
035800 4000-POST-SPOT-BILL.
035900     ADD 1 TO WS-INVOICE-NO.
036000     MOVE SP-UNITS       TO CM-LAST-UNITS.
036010     IF WS-REGISTER-READ
036020         MOVE SP-PREV-READING TO CM-PREV-READING
036030         MOVE SP-CURR-READING TO CM-CURR-READING
036040     END-IF.
036100     MOVE WS-BILL-PERIOD TO CM-LAST-BILL-PERIOD.
036200     ADD SP-UNITS        TO CM-YTD-UNITS.
036300     ADD WS-RECOMPUTED   TO CM-YTD-BILL.
038790     MOVE ZERO           TO BH-DISCOUNT-AMT.
038790     MOVE ZERO           TO BH-READ-FROM-DATE.
038790     MOVE ZERO           TO BH-READ-TO-DATE.
038790     MOVE SPACE          TO BH-READ-STATUS.
038790     MOVE ZERO           TO BH-GREEN-REBATE.
038790     MOVE ZERO           TO BH-METER-RENT.
038790     MOVE ZERO           TO BH-REVISED-ENERGY.
038790     MOVE ZERO           TO BH-DUTY-EXEMPT.
038790     MOVE ZERO           TO BH-GST-EXEMPT.
038790     MOVE SP-READER-ID   TO BH-READER-ID.
038790     MOVE SPACE          TO BH-CORRECTED-SW.
038800     WRITE BH-RECORD
038900         INVALID KEY
039000             DISPLAY "BILSPOT: DUPLICATE HISTORY KEY REJECTED "
039900     WRITE OI-RECORD.
040000     ADD 1 TO WS-BILLS-POSTED.
040100     ADD WS-RECOMPUTED TO WS-TOTAL-POSTED.
040200     MOVE "4000-REV"        TO GK-POST-TYPE.
040200     MOVE BC-BILL           TO GK-AMOUNT.
040200     PERFORM 9720-POST-GL THRU 9720-EXIT.
040250     MOVE "4200-FUE"        TO GK-POST-TYPE.
040250     MOVE WS-FUEL-AMT       TO GK-AMOUNT.
040250     PERFORM 9720-POST-GL THRU 9720-EXIT.
040300     MOVE "2310-TAX"        TO GK-POST-TYPE.
040300     MOVE WS-GST-AMT        TO GK-AMOUNT.
040300     PERFORM 9720-POST-GL THRU 9720-EXIT.
040400 4000-EXIT.
040500     EXIT.

041000     MOVE SPACES          TO GJ-ACCOUNT-CODE.
041100     MOVE "BILSPOT GL EXTRACT" TO GJ-ACCOUNT-DESC.
041200     MOVE ZERO            TO GJ-AMOUNT.
041300     MOVE SPACES          TO GJ-COST-CENTRE.
041300     MOVE SPACES          TO GJ-POST-TYPE.
041300     WRITE GJ-RECORD.
041400     MOVE "D"             TO GJ-RECORD-TYPE.
041500     MOVE "4000-REV"      TO GK-POST-TYPE.
041600     MOVE "SPOT BILLS - REVENUE" TO GJ-ACCOUNT-DESC.
041700     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
041810     MOVE "4200-FUE"      TO GK-POST-TYPE.
041820     MOVE "SPOT BILLS - FUEL ADJ" TO GJ-ACCOUNT-DESC.
041830     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
041900     MOVE "2310-TAX"      TO GK-POST-TYPE.
042000     MOVE "SPOT BILLS - GST" TO GJ-ACCOUNT-DESC.
042100     PERFORM 9710-WRITE-GL-LINES THRU 9710-EXIT.
042300     MOVE "T"             TO GJ-RECORD-TYPE.
042400     MOVE WS-GL-DETAILS   TO GJ-BILL-PERIOD.
042500     MOVE SPACES          TO GJ-ACCOUNT-CODE.
042600     MOVE "TRAILER - DETAIL COUNT AND HASH"
042700         TO GJ-ACCOUNT-DESC.
042800     MOVE WS-GL-HASH      TO GJ-AMOUNT.
042900     MOVE SPACES          TO GJ-COST-CENTRE.
042900     MOVE SPACES          TO GJ-POST-TYPE.
042900     WRITE GJ-RECORD.
043000 9700-EXIT.
043100     EXIT.

043100*-----------------------------------------------------------*
043100*    ONE D RECORD FOR EVERY ACCOUNT AND ZONE TOTAL BILGLAC    *
043100*    HOLDS FOR THE POSTING TYPE.                              *
043100*-----------------------------------------------------------*
043100 9710-WRITE-GL-LINES.
043100     MOVE "N"             TO GK-FUNCTION.
043100     MOVE ZERO            TO GK-CURSOR.
043100     MOVE SPACE           TO GK-RESULT.
043100     PERFORM 9715-WRITE-ONE-LINE THRU 9715-EXIT
043100         UNTIL GK-END.
043100 9710-EXIT.
043100     EXIT.

043100 9715-WRITE-ONE-LINE.
043100     CALL "BILGLAC" USING GK-PARMS.
043100     IF GK-END
043100         GO TO 9715-EXIT
043100     END-IF.
043100     MOVE GK-ACCOUNT-CODE TO GJ-ACCOUNT-CODE.
043100     MOVE GK-ZONE-CODE    TO GJ-COST-CENTRE.
043100     MOVE GK-POST-TYPE    TO GJ-POST-TYPE.
043100     MOVE GK-AMOUNT       TO GJ-AMOUNT.
043100     WRITE GJ-RECORD.
043100     ADD 1                TO WS-GL-DETAILS.
043100     ADD GJ-AMOUNT        TO WS-GL-HASH.
043100 9715-EXIT.
043100     EXIT.

043100*-----------------------------------------------------------*
043100*    POST ONE AMOUNT FOR THE CUSTOMER IN HAND.                *
043100*-----------------------------------------------------------*
043100 9720-POST-GL.
043100*    AN AMOUNT BILGLAC COULD NOT HOLD WOULD LEAVE THE GL
043100*    EXTRACT SHORT OF THE FIGURES POSTED - ABANDON THE RUN.
043100     MOVE "P"             TO GK-FUNCTION.
043100     MOVE CM-SERVICE-TYPE TO GK-SERVICE.
043100     MOVE CM-CUST-CLASS   TO GK-CLASS.
043100     MOVE CM-ZONE-CODE    TO GK-ZONE-CODE.
043100     MOVE WS-SYSTEM-DATE  TO GK-POST-DATE.
043100     CALL "BILGLAC" USING GK-PARMS.
043100     IF GK-FAILED
043100         MOVE "Y" TO WS-ABORT-SW
043100     END-IF.
043100 9720-EXIT.
043100     EXIT.

043200 9000-TERMINATE.
043300     CLOSE SPOTBIL.
043400     CLOSE CUSTMAS.
043600     CLOSE BILLEXCP.
043700     CLOSE OPENITEM.
043800     CLOSE GLEXTR.
043810     IF WS-MA-OPEN
043820         CLOSE METERAST
043830     END-IF.
043900     IF NOT WS-ABORT
044000         OPEN OUTPUT INVCTL
044100         MOVE WS-INVOICE-NO TO IC-LAST-INVOICE-NO
