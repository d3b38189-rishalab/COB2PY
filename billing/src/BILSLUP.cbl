000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILSLUP.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-09-25.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILSLUP                                                   *
000900*  SEAL-REGISTER SUBPROGRAM, CALLED BY EVERY PROGRAM THAT     *
001000*  MOVES A METER SEAL (BILSEAL, BILNEWC, BILINSP), SO A SEAL  *
001100*  IS ISSUED, FIXED, RETURNED OR VOIDED BY EXACTLY ONE SET    *
001200*  OF RULES.  ONLY A SEAL OUT WITH A CREW CAN BE FIXED,       *
001300*  RETURNED OR VOIDED; WHEN A SEAL IS FIXED, THE ONE IT       *
001400*  REPLACES ON THE METER IS MARKED REMOVED.  THE FILE IS      *
001500*  OPENED AND CLOSED ON EACH CALL AND CREATED ON FIRST USE,   *
001600*  AS BILPREG DOES FOR ITS REGISTER.                          *
001700*-----------------------------------------------------------*
001800*  MODIFICATION HISTORY                                      *
001900*  DATE       INIT  DESCRIPTION                               *
002000*  2026-09-25 RSH   ORIGINAL                                  *
002100*-----------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.   IBM-370.
002500 OBJECT-COMPUTER.   IBM-370.

002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT SEALREG ASSIGN TO "SEALREG"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS SL-SEAL-NO
003200         FILE STATUS IS FS-SEALREG.

003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  SEALREG
003600     LABEL RECORDS ARE STANDARD.
003700 COPY SEALREG.

003800 WORKING-STORAGE SECTION.
003900 77  FS-SEALREG              PIC X(02).
004000     88  FS-SEALREG-OK               VALUE "00".

004100 LINKAGE SECTION.
004200 COPY SUPARM.

004300 PROCEDURE DIVISION USING SU-PARMS.
004400 0000-MAINLINE SECTION.
004500     MOVE "F"   TO SU-RESULT.
004600     MOVE SPACE TO SU-SEAL-STATUS.
004700     IF NOT SU-FUNC-ISSUE AND NOT SU-FUNC-FIX
004800         AND NOT SU-FUNC-RETURN AND NOT SU-FUNC-VOID
004900         DISPLAY "BILSLUP: UNKNOWN FUNCTION " SU-FUNCTION
005000         GOBACK
005100     END-IF.
005200     OPEN I-O SEALREG.
005300     IF NOT FS-SEALREG-OK
005400         OPEN OUTPUT SEALREG
005500         IF FS-SEALREG-OK
005600             CLOSE SEALREG
005700             OPEN I-O SEALREG
005800         END-IF
005900     END-IF.
006000     IF NOT FS-SEALREG-OK
006100         DISPLAY "BILSLUP: UNABLE TO OPEN SEALREG, STATUS "
006200             FS-SEALREG
006300         GOBACK
006400     END-IF.
006500     IF SU-FUNC-ISSUE
006600         PERFORM 1000-ISSUE-SEAL THRU 1000-EXIT
006700     ELSE
006800         PERFORM 2000-MOVE-SEAL THRU 2000-EXIT
006900     END-IF.
007000     IF SU-FUNC-FIX AND SU-OLD-SEAL-NO NOT = SPACES
007100         AND SU-OLD-SEAL-NO NOT = SU-SEAL-NO
007200         PERFORM 2100-REMOVE-OLD-SEAL THRU 2100-EXIT
007300     END-IF.
007400     CLOSE SEALREG.
007500     GOBACK.

007600 1000-ISSUE-SEAL.
007700     MOVE SU-SEAL-NO TO SL-SEAL-NO.
007800     READ SEALREG
007900         INVALID KEY
008000             CONTINUE
008100         NOT INVALID KEY
008200             MOVE "D"       TO SU-RESULT
008300             MOVE SL-STATUS TO SU-SEAL-STATUS
008400             GO TO 1000-EXIT
008500     END-READ.
008600     MOVE SPACES     TO SL-RECORD.
008700     MOVE SU-SEAL-NO TO SL-SEAL-NO.
008800     MOVE "I"        TO SL-STATUS.
008900     MOVE SU-CREW-ID TO SL-CREW-ID.
009000     MOVE SU-DATE    TO SL-ISSUE-DATE.
009100     MOVE ZERO       TO SL-FIX-DATE.
009200     MOVE ZERO       TO SL-CLOSE-DATE.
009300     WRITE SL-RECORD
009400         INVALID KEY
009500             GO TO 1000-EXIT
009600     END-WRITE.
009700     MOVE "Y" TO SU-RESULT.
009800 1000-EXIT.
009900     EXIT.

010000*-----------------------------------------------------------*
010100*    FIX, RETURN OR VOID - THE SEAL MUST BE OUT WITH A CREW.   *
010200*-----------------------------------------------------------*
010300 2000-MOVE-SEAL.
010400     MOVE SU-SEAL-NO TO SL-SEAL-NO.
010500     READ SEALREG
010600         INVALID KEY
010700             MOVE "U" TO SU-RESULT
010800             GO TO 2000-EXIT
010900     END-READ.
011000     MOVE SL-STATUS TO SU-SEAL-STATUS.
011100     IF NOT SL-STAT-ISSUED
011200         MOVE "N" TO SU-RESULT
011300         GO TO 2000-EXIT
011400     END-IF.
011500     EVALUATE TRUE
011600         WHEN SU-FUNC-FIX
011700             MOVE "F"         TO SL-STATUS
011800             MOVE SU-METER-NO TO SL-METER-NO
011900             MOVE SU-CUST-ID  TO SL-CUST-ID
012000             MOVE SU-EVENT    TO SL-FIX-EVENT
012100             MOVE SU-DATE     TO SL-FIX-DATE
012200         WHEN SU-FUNC-RETURN
012300             MOVE "U"         TO SL-STATUS
012400             MOVE SU-DATE     TO SL-CLOSE-DATE
012500             MOVE "RETURNED UNUSED" TO SL-CLOSE-REASON
012600         WHEN SU-FUNC-VOID
012700             MOVE "V"         TO SL-STATUS
012800             MOVE SU-DATE     TO SL-CLOSE-DATE
012900             MOVE SU-REASON   TO SL-CLOSE-REASON
013000     END-EVALUATE.
013100     REWRITE SL-RECORD
013200         INVALID KEY
013300             GO TO 2000-EXIT
013400     END-REWRITE.
013500     MOVE "Y" TO SU-RESULT.
013600 2000-EXIT.
013700     EXIT.

013800*-----------------------------------------------------------*
013900*    THE SEAL CUT OFF TO FIT THE NEW ONE - ONLY IF THE         *
014000*    REGISTER HAS IT FIXED ON THIS SAME METER.  IT IS OFF THE  *
014100*    METER WHETHER OR NOT THE NEW SEAL WAS ACCEPTED.           *
014200*-----------------------------------------------------------*
014300 2100-REMOVE-OLD-SEAL.
014400     MOVE SU-OLD-SEAL-NO TO SL-SEAL-NO.
014500     READ SEALREG
014600         INVALID KEY
014700             GO TO 2100-EXIT
014800     END-READ.
014900     IF NOT SL-STAT-FIXED OR SL-METER-NO NOT = SU-METER-NO
015000         GO TO 2100-EXIT
015100     END-IF.
015200     MOVE "X"     TO SL-STATUS.
015300     MOVE SU-DATE TO SL-CLOSE-DATE.
015400     EVALUATE TRUE
015500         WHEN SU-EVENT = "I"
015600             MOVE "CUT AT INSPECTION"  TO SL-CLOSE-REASON
015700         WHEN SU-EVENT = "C"
015800             MOVE "CUT AT CHANGE-OUT"  TO SL-CLOSE-REASON
015900         WHEN OTHER
016000             MOVE "REPLACED"           TO SL-CLOSE-REASON
016100     END-EVALUATE.
016200     REWRITE SL-RECORD
016300         INVALID KEY
016400             DISPLAY "BILSLUP: REMOVED SEAL NOT MARKED - "
016500                 SU-OLD-SEAL-NO
016600     END-REWRITE.
016700 2100-EXIT.
016800     EXIT.
