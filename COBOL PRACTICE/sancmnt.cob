000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SANCTIONS-MATCH-MAINT.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  SCREEN MAINTENANCE FOR
001100*                 COMPLIANCE OVER THE SANCTIONS MATCHES ON
001200*                 SCRNMTCH (SCRNREC): CLEAR A MATCH AS A
001300*                 FALSE POSITIVE, CONFIRM IT, AND INQUIRE ON
001400*                 EVERY MATCH FOR A CUSTOMER OR PAYEE.  EACH
001500*                 DECISION IS STAMPED WITH THE BUSINESS DATE,
001600*                 THE OPERATOR AND A NOTE.  PAYMENTS TO A
001700*                 PAYEE STAY HELD UNTIL ALL ITS MATCHES ARE
001800*                 CLEARED.
001900*----------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT SCREEN-MATCHES ASSIGN TO "SCRNMTCH"
002400         ORGANIZATION IS INDEXED
002500         ACCESS MODE IS DYNAMIC
002600         RECORD KEY IS SM-KEY
002700         FILE STATUS IS WS-SCRN-STATUS.
002800
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  SCREEN-MATCHES.
003200 01  SCREEN-MATCH-RECORD.
003300     COPY SCRNREC.
003400
003500 WORKING-STORAGE SECTION.
003600 01  WS-SCRN-STATUS          PIC X(02).
003700     88  SCRN-FILE-OK                VALUE "00".
003800     88  SCRN-FILE-NOT-FOUND         VALUE "35".
003900 01  WS-EOF-FLAG             PIC X(01) VALUE "N".
004000     88  END-OF-MATCHES              VALUE "Y".
004100
004200 01  WS-EXIT-FLAG            PIC X(01) VALUE "N".
004300     88  WS-DONE                     VALUE "Y".
004400 01  MAINT-CHOICE            PIC 9 VALUE ZERO.
004500     88  MC-CLEAR                    VALUE 1.
004600     88  MC-CONFIRM                  VALUE 2.
004700     88  MC-INQUIRE                  VALUE 3.
004800     88  MC-EXIT                     VALUE 4.
004900
005000 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
005100 01  WS-SUBJ-TYPE            PIC X(01).
005200     88  WS-SUBJ-TYPE-VALID          VALUE "C" "P".
005300 01  WS-SUBJ-ID              PIC X(06).
005400 01  WS-ENTRY-ID             PIC X(10).
005500 01  WS-OPERATOR             PIC X(06).
005600 01  WS-NOTE                 PIC X(20).
005700 01  WS-NEW-STATUS           PIC X(01).
005800 01  WS-MATCH-COUNT          PIC 9(03) VALUE ZERO.
005900
006000 SCREEN SECTION.
006100*----------------------------------------------------------
006200* SC-MAINT-MENU - THE MAINTENANCE MENU.
006300*----------------------------------------------------------
006400 01  SC-MAINT-MENU.
006500     05  BLANK SCREEN.
006600     05  LINE 02 COL 10 VALUE "SANCTIONS MATCHES".
006700     05  LINE 04 COL 10 VALUE "1. CLEAR A MATCH".
006800     05  LINE 05 COL 10 VALUE "2. CONFIRM A MATCH".
006900     05  LINE 06 COL 10 VALUE "3. INQUIRE".
007000     05  LINE 07 COL 10 VALUE "4. EXIT".
007100     05  LINE 09 COL 10 VALUE "ENTER YOUR CHOICE:".
007200     05  LINE 09 COL 30 PIC 9 USING MAINT-CHOICE.
007300
007400*----------------------------------------------------------
007500* SC-DECIDE-SCREEN - THE MATCH BEING DECIDED AND WHY.
007600*----------------------------------------------------------
007700 01  SC-DECIDE-SCREEN.
007800     05  BLANK SCREEN.
007900     05  LINE 02 COL 10 VALUE "SUBJECT (C=CUST, P=PAYEE):".
008000     05  LINE 02 COL 40 PIC X(01) USING WS-SUBJ-TYPE.
008100     05  LINE 03 COL 10 VALUE "CUSTOMER / PAYEE ID:".
008200     05  LINE 03 COL 40 PIC X(06) USING WS-SUBJ-ID.
008300     05  LINE 04 COL 10 VALUE "WATCH-LIST ENTRY ID:".
008400     05  LINE 04 COL 40 PIC X(10) USING WS-ENTRY-ID.
008500     05  LINE 05 COL 10 VALUE "OPERATOR:".
008600     05  LINE 05 COL 40 PIC X(06) USING WS-OPERATOR.
008700     05  LINE 06 COL 10 VALUE "NOTE:".
008800     05  LINE 06 COL 40 PIC X(20) USING WS-NOTE.
008900
009000 PROCEDURE DIVISION.
009100*----------------------------------------------------------
009200* 0000-MAINLINE
009300*----------------------------------------------------------
009400 0000-MAINLINE.
009500     CALL "GETBDATE" USING WS-BUSINESS-DATE
009600     OPEN I-O SCREEN-MATCHES
009700     IF SCRN-FILE-NOT-FOUND
009800         OPEN OUTPUT SCREEN-MATCHES
009900         CLOSE SCREEN-MATCHES
010000         OPEN I-O SCREEN-MATCHES
010100     END-IF
010200     PERFORM 1000-PROCESS-MENU
010300         THRU 1000-PROCESS-MENU-EXIT
010400         UNTIL WS-DONE
010500     CLOSE SCREEN-MATCHES
010600     STOP RUN.
010700
010800*----------------------------------------------------------
010900* 1000-PROCESS-MENU - ONE MAINTENANCE ACTION.
011000*----------------------------------------------------------
011100 1000-PROCESS-MENU.
011200     DISPLAY SC-MAINT-MENU
011300     ACCEPT SC-MAINT-MENU
011400     EVALUATE TRUE
011500         WHEN MC-CLEAR
011600             MOVE "C" TO WS-NEW-STATUS
011700             PERFORM 2000-DECIDE-MATCH
011800                 THRU 2000-DECIDE-MATCH-EXIT
011900         WHEN MC-CONFIRM
012000             MOVE "F" TO WS-NEW-STATUS
012100             PERFORM 2000-DECIDE-MATCH
012200                 THRU 2000-DECIDE-MATCH-EXIT
012300         WHEN MC-INQUIRE
012400             PERFORM 4000-INQUIRE-SUBJECT
012500                 THRU 4000-INQUIRE-SUBJECT-EXIT
012600         WHEN MC-EXIT
012700             MOVE "Y" TO WS-EXIT-FLAG
012800         WHEN OTHER
012900             DISPLAY "INVALID CHOICE"
013000     END-EVALUATE.
013100 1000-PROCESS-MENU-EXIT.
013200     EXIT.
013300
013400*----------------------------------------------------------
013500* 2000-DECIDE-MATCH - CLEAR OR CONFIRM ONE MATCH (STATUS IN
013600* WS-NEW-STATUS).  A LATER DECISION REPLACES AN EARLIER
013700* ONE; THE OPERATOR AND A NOTE ARE REQUIRED.
013800*----------------------------------------------------------
013900 2000-DECIDE-MATCH.
014000     MOVE SPACES TO WS-SUBJ-TYPE WS-SUBJ-ID WS-ENTRY-ID
014100                    WS-OPERATOR WS-NOTE
014200     DISPLAY SC-DECIDE-SCREEN
014300     ACCEPT SC-DECIDE-SCREEN
014400     IF NOT WS-SUBJ-TYPE-VALID
014500         DISPLAY "SUBJECT MUST BE C OR P"
014600         GO TO 2000-DECIDE-MATCH-EXIT
014700     END-IF
014800     IF WS-OPERATOR = SPACES OR WS-NOTE = SPACES
014900         DISPLAY "OPERATOR AND NOTE ARE REQUIRED"
015000         GO TO 2000-DECIDE-MATCH-EXIT
015100     END-IF
015200     MOVE WS-SUBJ-TYPE TO SM-SUBJ-TYPE
015300     MOVE WS-SUBJ-ID   TO SM-SUBJ-ID
015400     MOVE WS-ENTRY-ID  TO SM-ENTRY-ID
015500     READ SCREEN-MATCHES
015600         INVALID KEY
015700             DISPLAY "NO SUCH MATCH ON FILE"
015800             GO TO 2000-DECIDE-MATCH-EXIT
015900     END-READ
016000     IF SM-STATUS = WS-NEW-STATUS
016100         DISPLAY "MATCH ALREADY DECIDED THAT WAY ON "
016200             SM-DECIDE-DATE " BY " SM-DECIDE-OPER
016300         GO TO 2000-DECIDE-MATCH-EXIT
016400     END-IF
016500     MOVE WS-NEW-STATUS    TO SM-STATUS
016600     MOVE WS-BUSINESS-DATE TO SM-DECIDE-DATE
016700     MOVE WS-OPERATOR      TO SM-DECIDE-OPER
016800     MOVE WS-NOTE          TO SM-DECIDE-NOTE
016900     REWRITE SCREEN-MATCH-RECORD
017000     IF NOT SCRN-FILE-OK
017100         DISPLAY "SCRNMTCH UPDATE FAILED, STATUS "
017200             WS-SCRN-STATUS
017300         GO TO 2000-DECIDE-MATCH-EXIT
017400     END-IF
017500     IF SM-CLEARED
017600         DISPLAY "MATCH CLEARED AS A FALSE POSITIVE"
017700     ELSE
017800         DISPLAY "MATCH CONFIRMED"
017900     END-IF.
018000 2000-DECIDE-MATCH-EXIT.
018100     EXIT.
018200
018300*----------------------------------------------------------
018400* 4000-INQUIRE-SUBJECT - SHOW EVERY MATCH FOR ONE CUSTOMER
018500* OR PAYEE.
018600*----------------------------------------------------------
018700 4000-INQUIRE-SUBJECT.
018800     DISPLAY "SUBJECT (C=CUST, P=PAYEE): "
018900     ACCEPT WS-SUBJ-TYPE
019000     DISPLAY "CUSTOMER / PAYEE ID: "
019100     ACCEPT WS-SUBJ-ID
019200     MOVE ZERO         TO WS-MATCH-COUNT
019300     MOVE WS-SUBJ-TYPE TO SM-SUBJ-TYPE
019400     MOVE WS-SUBJ-ID   TO SM-SUBJ-ID
019500     MOVE LOW-VALUES   TO SM-ENTRY-ID
019600     START SCREEN-MATCHES KEY IS NOT LESS THAN SM-KEY
019700         INVALID KEY
019800             DISPLAY "NO MATCHES ON FILE"
019900             GO TO 4000-INQUIRE-SUBJECT-EXIT
020000     END-START
020100     MOVE "N" TO WS-EOF-FLAG
020200     PERFORM 8000-READ-NEXT-MATCH
020300         THRU 8000-READ-NEXT-MATCH-EXIT
020400     PERFORM 4100-SHOW-ONE-MATCH
020500         THRU 4100-SHOW-ONE-MATCH-EXIT
020600         UNTIL END-OF-MATCHES
020700     IF WS-MATCH-COUNT = ZERO
020800         DISPLAY "NO MATCHES ON FILE"
020900     END-IF.
021000 4000-INQUIRE-SUBJECT-EXIT.
021100     EXIT.
021200
021300*----------------------------------------------------------
021400* 4100-SHOW-ONE-MATCH - DISPLAY ONE MATCH AND ITS DECISION.
021500*----------------------------------------------------------
021600 4100-SHOW-ONE-MATCH.
021700     ADD 1 TO WS-MATCH-COUNT
021800     DISPLAY "ENTRY " SM-ENTRY-ID " " SM-LIST-CODE
021900         " " SM-WL-NAME
022000     DISPLAY "  FOUND " SM-FOUND-DATE " BY " SM-FOUND-BY
022100         "  MATCH TYPE " SM-MATCH-TYPE
022200     EVALUATE TRUE
022300         WHEN SM-UNCLEARED
022400             DISPLAY "  UNCLEARED"
022500         WHEN SM-CLEARED
022600             DISPLAY "  CLEARED " SM-DECIDE-DATE " BY "
022700                 SM-DECIDE-OPER " " SM-DECIDE-NOTE
022800         WHEN SM-CONFIRMED
022900             DISPLAY "  CONFIRMED " SM-DECIDE-DATE " BY "
023000                 SM-DECIDE-OPER " " SM-DECIDE-NOTE
023100     END-EVALUATE
023200     PERFORM 8000-READ-NEXT-MATCH
023300         THRU 8000-READ-NEXT-MATCH-EXIT.
023400 4100-SHOW-ONE-MATCH-EXIT.
023500     EXIT.
023600
023700*----------------------------------------------------------
023800* 8000-READ-NEXT-MATCH - NEXT SCRNMTCH RECORD, ENDING AT THE
023900* FIRST ONE FOR A DIFFERENT SUBJECT.
024000*----------------------------------------------------------
024100 8000-READ-NEXT-MATCH.
024200     READ SCREEN-MATCHES NEXT RECORD
024300         AT END
024400             MOVE "Y" TO WS-EOF-FLAG
024500     END-READ
024600     IF NOT END-OF-MATCHES
024700      AND (SM-SUBJ-TYPE NOT = WS-SUBJ-TYPE
024800       OR SM-SUBJ-ID NOT = WS-SUBJ-ID)
024900         MOVE "Y" TO WS-EOF-FLAG
025000     END-IF.
025100 8000-READ-NEXT-MATCH-EXIT.
025200     EXIT.
