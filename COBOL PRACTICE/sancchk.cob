000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SANCCHK.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW SUBPROGRAM.  SCREENS ONE CUSTOMER OR
001100*                 PAYEE NAME AGAINST THE WATCHLST SANCTIONS
001200*                 FILE THE MOMENT IT IS KEYED, CALLED THE
001300*                 SAME WAY NUMVALID IS.  BOTH NAMES GO
001400*                 THROUGH NAMENORM; A CUSTOMER WHOSE DATE OF
001500*                 BIRTH DIFFERS FROM A DATED ENTRY IS NOT A
001600*                 MATCH.  EVERY HIT IS WRITTEN UNCLEARED TO
001700*                 SCRNMTCH (SHARED SCRNREC COPYBOOK) FOR
001800*                 COMPLIANCE, AND THE CALLER GETS BACK HOW
001900*                 MANY MATCHES ARE STILL OPEN OR CONFIRMED.
002000*                 A MISSING WATCH LIST RETURNS "NOT
002100*                 SCREENED" RATHER THAN STOPPING THE CALLER.
002200*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT WATCH-LIST ASSIGN TO "WATCHLST"
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS WS-WLST-STATUS.
002900
003000     SELECT SCREEN-MATCHES ASSIGN TO "SCRNMTCH"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS SM-KEY
003400         FILE STATUS IS WS-SCRN-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  WATCH-LIST.
003900 01  WATCH-LIST-RECORD.
004000     COPY WLSTREC.
004100
004200 FD  SCREEN-MATCHES.
004300 01  SCREEN-MATCH-RECORD.
004400     COPY SCRNREC.
004500
004600 WORKING-STORAGE SECTION.
004700 01  WS-WLST-STATUS          PIC X(02).
004800     88  WLST-FILE-OK                VALUE "00".
004900 01  WS-SCRN-STATUS          PIC X(02).
005000     88  SCRN-FILE-OK                VALUE "00".
005100     88  SCRN-FILE-NOT-FOUND         VALUE "35".
005200 01  WS-WLST-EOF-FLAG        PIC X(01) VALUE "N".
005300     88  END-OF-WATCH-LIST           VALUE "Y".
005400 01  WS-TRUNC-FLAG           PIC X(01) VALUE "N".
005500     88  WS-NAME-TRUNCATED           VALUE "Y".
005600 01  WS-HIT-FLAG             PIC X(01) VALUE "N".
005700     88  WS-NAME-HIT                 VALUE "Y".
005800 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
005900 01  WS-NAME-WORK            PIC X(40).
006000 01  WS-SUBJ-NORM            PIC X(40).
006100 01  WS-WL-NORM              PIC X(40).
006200 01  WS-MATCH-TYPE           PIC X(01).
006300
006400 LINKAGE SECTION.
006500 01  LK-SUBJ-TYPE            PIC X(01).
006600 01  LK-SUBJ-ID              PIC X(06).
006700 01  LK-SUBJ-NAME            PIC X(20).
006800 01  LK-SUBJ-DOB             PIC 9(08).
006900 01  LK-FOUND-BY             PIC X(08).
007000 01  LK-MATCH-COUNT          PIC 9(03).
007100 01  LK-SCREENED             PIC X(01).
007200
007300 PROCEDURE DIVISION USING LK-SUBJ-TYPE LK-SUBJ-ID
007400     LK-SUBJ-NAME LK-SUBJ-DOB LK-FOUND-BY LK-MATCH-COUNT
007500     LK-SCREENED.
007600*----------------------------------------------------------
007700* 0000-MAINLINE - SCREEN THE NAME AGAINST EVERY WATCH-LIST
007800* ENTRY AND GO BACK.
007900*----------------------------------------------------------
008000 0000-MAINLINE.
008100     MOVE ZERO TO LK-MATCH-COUNT
008200     MOVE "N"  TO LK-SCREENED
008300     MOVE "N"  TO WS-WLST-EOF-FLAG
008400     MOVE SPACES       TO WS-NAME-WORK
008500     MOVE LK-SUBJ-NAME TO WS-NAME-WORK
008600     CALL "NAMENORM" USING WS-NAME-WORK WS-SUBJ-NORM
008700     IF WS-SUBJ-NORM = SPACES
008800         GOBACK
008900     END-IF
009000*    A NAME THAT FILLS ITS 20 BYTES MAY HAVE BEEN CUT SHORT,
009100*    SO IT IS ALSO TRIED AGAINST THE FIRST 20 BYTES OF EACH
009200*    LISTED NAME.
009300     IF LK-SUBJ-NAME(20:1) NOT = SPACE
009400         MOVE "Y" TO WS-TRUNC-FLAG
009500     ELSE
009600         MOVE "N" TO WS-TRUNC-FLAG
009700     END-IF
009800     OPEN INPUT WATCH-LIST
009900     IF NOT WLST-FILE-OK
010000         DISPLAY "SANCCHK: NO WATCH LIST - " LK-SUBJ-ID
010100             " NOT SCREENED"
010200         GOBACK
010300     END-IF
010400     MOVE "Y" TO LK-SCREENED
010500     CALL "GETBDATE" USING WS-BUSINESS-DATE
010600     OPEN I-O SCREEN-MATCHES
010700     IF SCRN-FILE-NOT-FOUND
010800         OPEN OUTPUT SCREEN-MATCHES
010900         CLOSE SCREEN-MATCHES
011000         OPEN I-O SCREEN-MATCHES
011100     END-IF
011200     PERFORM 8000-READ-WATCH-LIST
011300         THRU 8000-READ-WATCH-LIST-EXIT
011400     PERFORM 1000-CHECK-ONE-ENTRY
011500         THRU 1000-CHECK-ONE-ENTRY-EXIT
011600         UNTIL END-OF-WATCH-LIST
011700     CLOSE WATCH-LIST
011800     CLOSE SCREEN-MATCHES
011900     GOBACK.
012000
012100*----------------------------------------------------------
012200* 1000-CHECK-ONE-ENTRY - COMPARE THE NORMALIZED NAMES; ON A
012300* HIT, LET THE DATES OF BIRTH CONFIRM OR RULE IT OUT.
012400*----------------------------------------------------------
012500 1000-CHECK-ONE-ENTRY.
012600     MOVE "N" TO WS-HIT-FLAG
012700     CALL "NAMENORM" USING WL-NAME WS-WL-NORM
012800     IF WS-WL-NORM = WS-SUBJ-NORM
012900         MOVE "Y" TO WS-HIT-FLAG
013000     END-IF
013100     IF NOT WS-NAME-HIT AND WS-NAME-TRUNCATED
013200         MOVE SPACES       TO WS-NAME-WORK
013300         MOVE WL-NAME(1:20) TO WS-NAME-WORK
013400         CALL "NAMENORM" USING WS-NAME-WORK WS-WL-NORM
013500         IF WS-WL-NORM = WS-SUBJ-NORM
013600             MOVE "Y" TO WS-HIT-FLAG
013700         END-IF
013800     END-IF
013900     IF NOT WS-NAME-HIT
014000         GO TO 1000-CHECK-ONE-ENTRY-READ
014100     END-IF
014200     MOVE "N" TO WS-MATCH-TYPE
014300     IF LK-SUBJ-TYPE = "C"
014400      AND WL-DOB NUMERIC AND WL-DOB > ZERO
014500      AND LK-SUBJ-DOB > ZERO
014600         IF WL-DOB NOT = LK-SUBJ-DOB
014700             GO TO 1000-CHECK-ONE-ENTRY-READ
014800         END-IF
014900         MOVE "B" TO WS-MATCH-TYPE
015000     END-IF
015100     PERFORM 2000-RECORD-MATCH
015200         THRU 2000-RECORD-MATCH-EXIT.
015300
015400 1000-CHECK-ONE-ENTRY-READ.
015500     PERFORM 8000-READ-WATCH-LIST
015600         THRU 8000-READ-WATCH-LIST-EXIT.
015700 1000-CHECK-ONE-ENTRY-EXIT.
015800     EXIT.
015900
016000*----------------------------------------------------------
016100* 2000-RECORD-MATCH - WRITE THE MATCH UNCLEARED.  ONE
016200* ALREADY ON FILE KEEPS COMPLIANCE'S DECISION AND ONLY
016300* COUNTS IF IT STILL STANDS IN THE WAY.
016400*----------------------------------------------------------
016500 2000-RECORD-MATCH.
016600     MOVE SPACES           TO SCREEN-MATCH-RECORD
016700     MOVE LK-SUBJ-TYPE     TO SM-SUBJ-TYPE
016800     MOVE LK-SUBJ-ID       TO SM-SUBJ-ID
016900     MOVE WL-ENTRY-ID      TO SM-ENTRY-ID
017000     MOVE LK-SUBJ-NAME     TO SM-SUBJ-NAME
017100     MOVE WL-NAME          TO SM-WL-NAME
017200     MOVE WL-LIST-CODE     TO SM-LIST-CODE
017300     MOVE WS-MATCH-TYPE    TO SM-MATCH-TYPE
017400     MOVE "U"              TO SM-STATUS
017500     MOVE WS-BUSINESS-DATE TO SM-FOUND-DATE
017600     MOVE LK-FOUND-BY      TO SM-FOUND-BY
017700     MOVE ZERO             TO SM-DECIDE-DATE
017800     WRITE SCREEN-MATCH-RECORD
017900         INVALID KEY
018000             READ SCREEN-MATCHES
018100                 INVALID KEY
018200                     CONTINUE
018300                 NOT INVALID KEY
018400                     IF SM-BLOCKS-PAYMENT
018500                         ADD 1 TO LK-MATCH-COUNT
018600                     END-IF
018700             END-READ
018800         NOT INVALID KEY
018900             ADD 1 TO LK-MATCH-COUNT
019000     END-WRITE.
019100 2000-RECORD-MATCH-EXIT.
019200     EXIT.
019300
019400*----------------------------------------------------------
019500* 8000-READ-WATCH-LIST - READ THE NEXT WATCH-LIST ENTRY.
019600*----------------------------------------------------------
019700 8000-READ-WATCH-LIST.
019800     READ WATCH-LIST
019900         AT END
020000             MOVE "Y" TO WS-WLST-EOF-FLAG
020100     END-READ.
020200 8000-READ-WATCH-LIST-EXIT.
020300     EXIT.
