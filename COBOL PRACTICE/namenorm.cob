000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. NAMENORM.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW SUBPROGRAM.  NORMALIZES A NAME FOR
001100*                 SANCTIONS SCREENING, CALLED THE SAME WAY
001200*                 NUMVALID IS: FOLDS LOWER CASE TO UPPER AND
001300*                 KEEPS ONLY THE LETTERS AND DIGITS, SO
001400*                 "O'BRIEN, J.P." AND "OBRIEN JP" COME OUT
001500*                 THE SAME.  THE RESULT IS LEFT-JUSTIFIED AND
001600*                 SPACE-FILLED.
001700*----------------------------------------------------------
001800 ENVIRONMENT DIVISION.
001900 DATA DIVISION.
002000 WORKING-STORAGE SECTION.
002100 01  WS-WORK-NAME            PIC X(40).
002200 01  WS-IN-POS               PIC 9(02) COMP VALUE ZERO.
002300 01  WS-OUT-POS              PIC 9(02) COMP VALUE ZERO.
002400 01  WS-ONE-CHAR             PIC X(01).
002500     88  WS-KEEP-CHAR                VALUE "A" THRU "I"
002550                                           "J" THRU "R"
002600                                           "S" THRU "Z"
002650                                           "0" THRU "9".
002700
002800 LINKAGE SECTION.
002900 01  LK-NAME-IN              PIC X(40).
003000 01  LK-NAME-OUT             PIC X(40).
003100
003200 PROCEDURE DIVISION USING LK-NAME-IN LK-NAME-OUT.
003300*----------------------------------------------------------
003400* 0000-MAINLINE - FOLD, SQUEEZE AND GO BACK.
003500*----------------------------------------------------------
003600 0000-MAINLINE.
003700     MOVE LK-NAME-IN TO WS-WORK-NAME
003800     INSPECT WS-WORK-NAME CONVERTING
003900         "abcdefghijklmnopqrstuvwxyz"
004000         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
004100     MOVE SPACES TO LK-NAME-OUT
004200     MOVE ZERO   TO WS-OUT-POS
004300     PERFORM 1000-KEEP-ONE-CHAR
004400         THRU 1000-KEEP-ONE-CHAR-EXIT
004500         VARYING WS-IN-POS FROM 1 BY 1
004600         UNTIL WS-IN-POS > 40
004700     GOBACK.
004800
004900*----------------------------------------------------------
005000* 1000-KEEP-ONE-CHAR - COPY ONE CHARACTER ACROSS IF IT IS A
005100* LETTER OR A DIGIT.
005200*----------------------------------------------------------
005300 1000-KEEP-ONE-CHAR.
005400     MOVE WS-WORK-NAME(WS-IN-POS:1) TO WS-ONE-CHAR
005500     IF WS-KEEP-CHAR
005600         ADD 1 TO WS-OUT-POS
005700         MOVE WS-ONE-CHAR TO LK-NAME-OUT(WS-OUT-POS:1)
005800     END-IF.
005900 1000-KEEP-ONE-CHAR-EXIT.
006000     EXIT.
