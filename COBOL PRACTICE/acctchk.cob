000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACCTCHK.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW SUBPROGRAM.  SHARED ACCOUNT-NUMBER CHECK
001100*                 DIGIT, CALLED LIKE NUMVALID SO EVERY PROGRAM
001200*                 THAT TAKES A KEYED ACCOUNT NUMBER REJECTS A
001300*                 MISTYPED ONE THE SAME WAY BEFORE IT GOES
001400*                 LOOKING FOR THE ACCOUNT, AND SO MENU-CHOICE
001500*                 CAN ISSUE NEW NUMBERS THAT CARRY ONE.
001600*
001700*                 THE NUMBER IS SIX DIGITS: A FIVE-DIGIT BASE
001800*                 AND A MODULUS-11 CHECK DIGIT.  THE BASE DIGITS
001900*                 ARE WEIGHTED 6, 5, 4, 3, 2 FROM THE LEFT AND
002000*                 SUMMED; THE CHECK DIGIT IS 11 LESS THE SUM'S
002100*                 REMAINDER BY 11 (A RESULT OF 11 IS 0).  A BASE
002200*                 WHOSE RESULT IS 10 HAS NO CHECK DIGIT AND IS
002300*                 NEVER ISSUED.  ANY SINGLE WRONG DIGIT AND ANY
002400*                 TWO ADJACENT DIGITS TRANSPOSED FAIL THE CHECK.
002500*
002600*                 LK-FUNCTION "V" VALIDATES LK-ACCT-NUMBER.
002700*                 LK-FUNCTION "G" GENERATES: THE CALLER PUTS THE
002800*                 BASE IN THE FIRST FIVE POSITIONS AND GETS THE
002900*                 CHECK DIGIT BACK IN THE SIXTH; AN UNUSABLE
003000*                 BASE COMES BACK INVALID AND THE CALLER MOVES ON
003100*                 TO THE NEXT ONE.
003200*
003300*                 ACCOUNTS OPENED BEFORE CHECK DIGITS CARRY THE
003400*                 ACCT-CD-EXEMPT FLAG ON THE ACCOUNT MASTER.
003500*                 THIS ROUTINE DOES NOT READ THE MASTER: A CALLER
003600*                 THAT GETS "N" BACK MAY ONLY GO ON IF THE
003700*                 ACCOUNT IS ON FILE WITH THAT FLAG SET.
003800*----------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 DATA DIVISION.
004100 WORKING-STORAGE SECTION.
004200 01  WS-CHECK-NUMBER         PIC X(06).
004300 01  WS-CHECK-DIGITS REDEFINES WS-CHECK-NUMBER.
004400     05  WS-CHECK-DIGIT      PIC 9(01) OCCURS 6 TIMES.
004500 01  WS-WEIGHT-VALUES        PIC X(05) VALUE "65432".
004600 01  WS-WEIGHT-TABLE REDEFINES WS-WEIGHT-VALUES.
004700     05  WS-WEIGHT           PIC 9(01) OCCURS 5 TIMES.
004800 01  WS-SUB                  PIC 9(02) COMP VALUE ZERO.
004900 01  WS-WEIGHTED-SUM         PIC 9(04) COMP VALUE ZERO.
005000 01  WS-QUOTIENT             PIC 9(04) COMP VALUE ZERO.
005100 01  WS-REMAINDER            PIC 9(02) COMP VALUE ZERO.
005200 01  WS-EXPECTED-DIGIT       PIC 9(02) COMP VALUE ZERO.
005300
005400 LINKAGE SECTION.
005500 01  LK-ACCT-NUMBER          PIC X(06).
005600 01  LK-FUNCTION             PIC X(01).
005700     88  LK-VALIDATE                 VALUE "V".
005800     88  LK-GENERATE                 VALUE "G".
005900 01  LK-VALID-FLAG           PIC X(01).
006000     88  LK-NUMBER-VALID             VALUE "Y".
006100     88  LK-NUMBER-INVALID           VALUE "N".
006200
006300 PROCEDURE DIVISION USING LK-ACCT-NUMBER LK-FUNCTION
006400     LK-VALID-FLAG.
006500*----------------------------------------------------------
006600* 0000-MAINLINE - WORK OUT THE CHECK DIGIT THE BASE CALLS FOR,
006700* THEN EITHER COMPARE IT (VALIDATE) OR SUPPLY IT (GENERATE).
006800*----------------------------------------------------------
006900 0000-MAINLINE.
007000     SET LK-NUMBER-INVALID TO TRUE
007100     MOVE LK-ACCT-NUMBER TO WS-CHECK-NUMBER
007200     IF LK-GENERATE
007300         MOVE ZERO TO WS-CHECK-NUMBER(6:1)
007400     END-IF
007500     IF WS-CHECK-NUMBER IS NOT NUMERIC
007600         GO TO 0000-MAINLINE-EXIT
007700     END-IF
007800
007900     MOVE ZERO TO WS-WEIGHTED-SUM
008000     PERFORM 1000-WEIGH-ONE-DIGIT
008100         THRU 1000-WEIGH-ONE-DIGIT-EXIT
008200         VARYING WS-SUB FROM 1 BY 1
008300         UNTIL WS-SUB > 5
008400     DIVIDE WS-WEIGHTED-SUM BY 11
008500         GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
008600     COMPUTE WS-EXPECTED-DIGIT = 11 - WS-REMAINDER
008700     IF WS-EXPECTED-DIGIT = 11
008800         MOVE ZERO TO WS-EXPECTED-DIGIT
008900     END-IF
009000     IF WS-EXPECTED-DIGIT = 10
009100         GO TO 0000-MAINLINE-EXIT
009200     END-IF
009300
009400     IF LK-GENERATE
009500         MOVE WS-EXPECTED-DIGIT TO WS-CHECK-DIGIT(6)
009600         MOVE WS-CHECK-NUMBER TO LK-ACCT-NUMBER
009700         SET LK-NUMBER-VALID TO TRUE
009800     ELSE
009900         IF WS-CHECK-DIGIT(6) = WS-EXPECTED-DIGIT
010000             SET LK-NUMBER-VALID TO TRUE
010100         END-IF
010200     END-IF.
010300 0000-MAINLINE-EXIT.
010400     GOBACK.
010500
010600*----------------------------------------------------------
010700* 1000-WEIGH-ONE-DIGIT - ADD ONE BASE DIGIT TIMES ITS WEIGHT.
010800*----------------------------------------------------------
010900 1000-WEIGH-ONE-DIGIT.
011000     COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
011100         + WS-CHECK-DIGIT(WS-SUB) * WS-WEIGHT(WS-SUB).
011200 1000-WEIGH-ONE-DIGIT-EXIT.
011300     EXIT.
