000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BILHASH.
000300 AUTHOR.        R S HEGDE.
000400 INSTALLATION.  CUSTOMER BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BILHASH                                                     *
000900*  PASSWORD HASH SUBPROGRAM, CALLED BY BILSIGN AND BILOPER.    *
001000*  TURNS AN OPERATOR'S SALT, ID AND PASSWORD INTO THE 15-DIGIT *
001100*  VALUE HELD ON OPRPROF, SO NO PASSWORD IS EVER STORED OR     *
001200*  COMPARED IN CLEAR.  THE SALT IS SET PER OPERATOR BY BILOPER *
001300*  AND KEPT ON THE PROFILE, SO TWO OPERATORS WITH THE SAME     *
001400*  PASSWORD DO NOT CARRY THE SAME VALUE AND NO ONE TABLE OF    *
001500*  HASHED PASSWORDS CAN BE BUILT IN ADVANCE FOR THE FILE.      *
001600*  THE 24 CHARACTERS ARE FOLDED IN FOUR TIMES OVER; AT EACH    *
001700*  STEP THE CHARACTER IS MIXED WITH THE RUNNING VALUE AND      *
001800*  PASSED TWICE THROUGH A 256-ENTRY SUBSTITUTION TABLE BEFORE  *
001900*  THE MULTIPLY, SO THE RESULT IS NOT A LINEAR FUNCTION OF THE *
002000*  CHARACTERS AND CANNOT BE SOLVED BACK FOR THE PASSWORD - IT  *
002100*  CAN ONLY BE ATTACKED BY TRYING PASSWORDS ONE AT A TIME,     *
002200*  WHICH THE LOCKOUT IN BILSIGN LIMITS.  CHANGING THE          *
002300*  CONSTANTS OR THE TABLE BELOW INVALIDATES EVERY PASSWORD ON  *
002400*  FILE.                                                       *
002500*-----------------------------------------------------------*
002600*  MODIFICATION HISTORY                                        *
002700*  DATE       INIT  DESCRIPTION                                *
002800*  2026-10-15 RSH   ORIGINAL                                   *
002900*-----------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.

003400 DATA DIVISION.
003500 WORKING-STORAGE SECTION.
003600 77  WS-HASH-SEED            PIC 9(15) COMP-3
003700                                 VALUE 314159265358.
003800 77  WS-HASH-PRIME           PIC 9(15) COMP-3
003900                                 VALUE 999999999989.
004000 77  WS-HASH-MULTIPLIER      PIC 9(03) COMP-3 VALUE 257.
004100 77  WS-HASH-ROUNDS          PIC 9(03) COMP-3 VALUE 96.
004200 77  WS-HASH-WORK            PIC 9(18) COMP-3.
004300 77  WS-HASH-VALUE           PIC 9(15) COMP-3.
004400 77  WS-HASH-QUOTIENT        PIC 9(18) COMP-3.
004500 77  WS-HASH-HIGH            PIC 9(15) COMP-3.
004600 77  WS-LOW-BYTE             PIC 9(03) COMP-3.
004700 77  WS-NEXT-BYTE            PIC 9(03) COMP-3.
004800 77  WS-CHAR-BYTE            PIC 9(03) COMP-3.
004900 77  WS-SUB-IN               PIC 9(04) COMP-3.
005000 77  WS-SUB-1                PIC 9(03) COMP-3.
005100 77  WS-SUB-2                PIC 9(03) COMP-3.
005200 77  WS-STEP                 PIC 9(03) COMP-3.
005300 77  WS-POS                  PIC 9(03) COMP-3.
005400 77  WS-POS-BASE             PIC 9(03) COMP-3.
005500 77  WS-POS-QUOTIENT         PIC 9(03) COMP-3.
005600 01  WS-HASH-KEY.
005700     05  WS-KEY-SALT             PIC X(08).
005800     05  WS-KEY-OPERATOR-ID      PIC X(08).
005900     05  WS-KEY-PASSWORD         PIC X(08).
006000 01  WS-HASH-KEY-CHARS REDEFINES WS-HASH-KEY.
006100     05  WS-KEY-CHAR             PIC X(01) OCCURS 24 TIMES.
006200*-----------------------------------------------------------*
006300*    SUBSTITUTION TABLE - A PERMUTATION OF 0-255, SIXTEEN      *
006400*    ENTRIES TO A LINE, HELD AS THREE-DIGIT VALUES.            *
006500*-----------------------------------------------------------*
006600 01  WS-SUBST-VALUES.
006700     05  FILLER  PIC X(48) VALUE
006800         "099124119123242107111197048001103043254215171118".
006900     05  FILLER  PIC X(48) VALUE
007000         "202130201125250089071240173212162175156164114192".
007100     05  FILLER  PIC X(48) VALUE
007200         "183253147038054063247204052165229241113216049021".
007300     05  FILLER  PIC X(48) VALUE
007400         "004199035195024150005154007018128226235039178117".
007500     05  FILLER  PIC X(48) VALUE
007600         "009131044026027110090160082059214179041227047132".
007700     05  FILLER  PIC X(48) VALUE
007800         "083209000237032252177091106203190057074076088207".
007900     05  FILLER  PIC X(48) VALUE
008000         "208239170251067077051133069249002127080060159168".
008100     05  FILLER  PIC X(48) VALUE
008200         "081163064143146157056245188182218033016255243210".
008300     05  FILLER  PIC X(48) VALUE
008400         "205012019236095151068023196167126061100093025115".
008500     05  FILLER  PIC X(48) VALUE
008600         "096129079220034042144136070238184020222094011219".
008700     05  FILLER  PIC X(48) VALUE
008800         "224050058010073006036092194211172098145149228121".
008900     05  FILLER  PIC X(48) VALUE
009000         "231200055109141213078169108086244234101122174008".
009100     05  FILLER  PIC X(48) VALUE
009200         "186120037046028166180198232221116031075189139138".
009300     05  FILLER  PIC X(48) VALUE
009400         "112062181102072003246014097053087185134193029158".
009500     05  FILLER  PIC X(48) VALUE
009600         "225248152017105217142148155030135233206085040223".
009700     05  FILLER  PIC X(48) VALUE
009800         "140161137013191230066104065153045015176084187022".
009900 01  WS-SUBST-TABLE REDEFINES WS-SUBST-VALUES.
010000     05  WS-SUBST                PIC 9(03) OCCURS 256 TIMES.

010100 LINKAGE SECTION.
010200 COPY HSPARM.

010300 PROCEDURE DIVISION USING HS-PARMS.
010400 0000-MAINLINE SECTION.
010500     MOVE HS-SALT        TO WS-KEY-SALT.
010600     MOVE HS-OPERATOR-ID TO WS-KEY-OPERATOR-ID.
010700     MOVE HS-PASSWORD    TO WS-KEY-PASSWORD.
010800     MOVE WS-HASH-SEED   TO WS-HASH-VALUE.
010900     PERFORM 2000-FOLD-ONE-CHAR THRU 2000-EXIT
011000         VARYING WS-STEP FROM 1 BY 1
011100         UNTIL WS-STEP > WS-HASH-ROUNDS.
011200     MOVE WS-HASH-VALUE  TO HS-HASH.
011300     MOVE SPACES         TO WS-HASH-KEY.
011400     GOBACK.

011500*-----------------------------------------------------------*
011600*    ONE STEP - THE NEXT CHARACTER, THE LOW BYTE OF THE        *
011700*    RUNNING VALUE AND THE STEP NUMBER ARE ADDED AND PASSED    *
011800*    THROUGH THE TABLE; THAT RESULT AND THE NEXT BYTE OF THE   *
011900*    VALUE ARE PASSED THROUGH IT AGAIN.  BOTH SUBSTITUTED      *
012000*    BYTES ARE THEN FOLDED IN - THE RUNNING VALUE TIMES 257,   *
012100*    PLUS THE TWO BYTES, MODULO THE PRIME.                     *
012200*-----------------------------------------------------------*
012300 2000-FOLD-ONE-CHAR.
012400     COMPUTE WS-POS-BASE = WS-STEP - 1.
012500     DIVIDE WS-POS-BASE BY 24 GIVING WS-POS-QUOTIENT
012600         REMAINDER WS-POS.
012700     ADD 1 TO WS-POS.
012800     COMPUTE WS-CHAR-BYTE =
012900         FUNCTION ORD(WS-KEY-CHAR(WS-POS)) - 1.
013000     DIVIDE WS-HASH-VALUE BY 256 GIVING WS-HASH-HIGH
013100         REMAINDER WS-LOW-BYTE.
013200     DIVIDE WS-HASH-HIGH BY 256 GIVING WS-HASH-QUOTIENT
013300         REMAINDER WS-NEXT-BYTE.
013400     COMPUTE WS-SUB-IN = WS-CHAR-BYTE + WS-LOW-BYTE + WS-STEP.
013500     DIVIDE WS-SUB-IN BY 256 GIVING WS-POS-QUOTIENT
013600         REMAINDER WS-SUB-1.
013700     MOVE WS-SUBST(WS-SUB-1 + 1) TO WS-SUB-1.
013800     COMPUTE WS-SUB-IN = WS-SUB-1 + WS-NEXT-BYTE.
013900     DIVIDE WS-SUB-IN BY 256 GIVING WS-POS-QUOTIENT
014000         REMAINDER WS-SUB-2.
014100     MOVE WS-SUBST(WS-SUB-2 + 1) TO WS-SUB-2.
014200     COMPUTE WS-HASH-WORK = WS-HASH-VALUE * WS-HASH-MULTIPLIER
014300         + WS-SUB-1 * 256 + WS-SUB-2 + 1.
014400     DIVIDE WS-HASH-WORK BY WS-HASH-PRIME
014500         GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-VALUE.
014600 2000-EXIT.
014700     EXIT.
