000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SUPVSIGN.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW SUBPROGRAM.  CHECKS ONE SUPERVISOR ID
001100*                 AND KEYED PASSWORD AGAINST OPERTAB, CALLED THE
001200*                 SAME WAY PWENCODE IS, SO THE CONTROL TABLE
001300*                 MAINTENANCE PROGRAMS AND CHANGE-APPROVAL KNOW
001400*                 WHO IS MAKING OR CHECKING A CHANGE WITHOUT
001500*                 EACH CARRYING ITS OWN COPY OF THE OPERATOR
001600*                 TABLE.  THE PASSWORD IS ENCODED THROUGH
001700*                 PWENCODE BEFORE THE COMPARE, AS OPERATOR-
001800*                 MAINT'S OWN SIGN-ON DOES.  LK-RESULT: "Y" =
001900*                 AN ACTIVE SUPERVISOR, "S" = A GOOD SIGN-ON BUT
002000*                 NOT AN ACTIVE SUPERVISOR, "N" = UNKNOWN ID OR
002100*                 WRONG PASSWORD (OR NO OPERTAB).
002200*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT OPERATOR-FILE ASSIGN TO "OPERTAB"
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS WS-OPERTAB-STATUS.
002900 
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  OPERATOR-FILE.
003300 01  OPERATOR-RECORD.
003400     COPY OPERREC.
003500 
003600 WORKING-STORAGE SECTION.
003700 01  WS-OPERTAB-STATUS       PIC X(02).
003800     88  OPERTAB-FILE-OK             VALUE "00".
003900 01  WS-OPER-EOF-FLAG        PIC X(01) VALUE "N".
004000     88  END-OF-OPERATORS            VALUE "Y".
004100 01  WS-ENCODED-PASSWORD     PIC X(08).
004200 
004300 LINKAGE SECTION.
004400 01  LK-OPER-ID              PIC X(06).
004500 01  LK-PASSWORD             PIC X(08).
004600 01  LK-RESULT               PIC X(01).
004700 
004800 PROCEDURE DIVISION USING LK-OPER-ID LK-PASSWORD LK-RESULT.
004900*----------------------------------------------------------
005000* 0000-MAINLINE - ENCODE THE KEYED PASSWORD AND LOOK THE ID
005100* UP ON OPERTAB.
005200*----------------------------------------------------------
005300 0000-MAINLINE.
005400     MOVE "N" TO LK-RESULT
005500     MOVE "N" TO WS-OPER-EOF-FLAG
005600     CALL "PWENCODE" USING LK-PASSWORD
005700         WS-ENCODED-PASSWORD
005800     OPEN INPUT OPERATOR-FILE
005900     IF NOT OPERTAB-FILE-OK
006000         DISPLAY "SUPVSIGN: OPERTAB OPEN FAILED, STATUS "
006100             WS-OPERTAB-STATUS
006200         GOBACK
006300     END-IF
006400     PERFORM 1000-CHECK-OPERATOR
006500         THRU 1000-CHECK-OPERATOR-EXIT
006600         UNTIL END-OF-OPERATORS
006700     CLOSE OPERATOR-FILE
006800     GOBACK.
006900 
007000*----------------------------------------------------------
007100* 1000-CHECK-OPERATOR - READ ONE OPERTAB RECORD AND STOP AT
007200* THE MATCHING ID AND PASSWORD.
007300*----------------------------------------------------------
007400 1000-CHECK-OPERATOR.
007500     READ OPERATOR-FILE
007600         AT END
007700             MOVE "Y" TO WS-OPER-EOF-FLAG
007800             GO TO 1000-CHECK-OPERATOR-EXIT
007900     END-READ
008000     IF OP-ID NOT = LK-OPER-ID
008100      OR OP-PASSWORD NOT = WS-ENCODED-PASSWORD
008200         GO TO 1000-CHECK-OPERATOR-EXIT
008300     END-IF
008400     MOVE "Y" TO WS-OPER-EOF-FLAG
008500     IF OP-ROLE = "S" AND NOT OP-IS-DISABLED
008600         MOVE "Y" TO LK-RESULT
008700     ELSE
008800         MOVE "S" TO LK-RESULT
008900     END-IF.
009000 1000-CHECK-OPERATOR-EXIT.
009100     EXIT.
