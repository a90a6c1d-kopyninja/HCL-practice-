000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INFREG.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW SUBPROGRAM.  SHARED INBOUND FILE
001100*                 REGISTER, CALLED THE SAME WAY RUNCTL IS.
001200*                 ACTION "R" REGISTERS AN INBOUND FILE BEFORE
001300*                 IT IS POSTED: IT ASSIGNS THE NEXT SEQUENCE
001400*                 FOR THE SOURCE AND FILE DATE, AND RETURNS
001500*                 LK-ALLOW-FLAG "N" (AND LOGS AN EXCPLOG
001600*                 ENTRY) WHEN THE RECORD COUNT AND BOTH
001700*                 HASHES MATCH A FILE ALREADY POSTED FROM THE
001800*                 SAME SOURCE.  ACTION "P" RECORDS THAT THE
001900*                 FILE WAS POSTED.  ONLY POSTED FILES COUNT AS
002000*                 DUPLICATES, SO A RUN THAT FAILED PART WAY
002100*                 CAN STILL BE RERUN.
002200*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT INBOUND-REGISTER ASSIGN TO "INFREG"
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS WS-INFREG-STATUS.
002900
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  INBOUND-REGISTER.
003300 01  INBOUND-REGISTER-RECORD.
003400     COPY INFREGRC.
003500
003600 WORKING-STORAGE SECTION.
003700 01  WS-INFREG-STATUS        PIC X(02).
003800     88  INFREG-FILE-OK              VALUE "00".
003900     88  INFREG-FILE-NOT-FOUND       VALUE "35".
004000 01  WS-EOF-FLAG             PIC X(01).
004100     88  END-OF-REGISTER             VALUE "Y".
004200 01  WS-TIMESTAMP            PIC X(21).
004300 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
004400 01  WS-HIGH-SEQ             PIC 9(03) VALUE ZERO.
004500 01  WS-MATCH-DISP.
004600     05  WS-MATCH-DISP-DATE  PIC 9(08).
004700     05  FILLER              PIC X(01) VALUE "/".
004800     05  WS-MATCH-DISP-SEQ   PIC 9(03).
004900
005000*----------------------------------------------------------
005100* EXCEPTION-LOG CALL AREA (SHARED EXCPLOG SUBPROGRAM).
005200*----------------------------------------------------------
005300 01  WS-EXCP-SEVERITY        PIC X(01) VALUE "E".
005400 01  WS-EXCP-MESSAGE         PIC X(40) VALUE SPACES.
005500 01  WS-EXCP-STATUS          PIC X(02) VALUE SPACES.
005600
005700 LINKAGE SECTION.
005800 01  LK-ACTION               PIC X(01).
005900     88  LK-ACTION-REGISTER          VALUE "R".
006000     88  LK-ACTION-POSTED            VALUE "P".
006100 01  LK-INBOUND-FILE.
006200     COPY INFREGRC REPLACING LEADING ==IR-== BY ==LK-==.
006300 01  LK-ALLOW-FLAG           PIC X(01).
006400     88  LK-FILE-ALLOWED             VALUE "Y".
006500
006600 PROCEDURE DIVISION USING LK-ACTION LK-INBOUND-FILE
006700     LK-ALLOW-FLAG.
006800*----------------------------------------------------------
006900* 0000-MAINLINE
007000*----------------------------------------------------------
007100 0000-MAINLINE.
007200     MOVE "Y" TO LK-ALLOW-FLAG
007300     MOVE "N" TO WS-EOF-FLAG
007400     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
007500     CALL "GETBDATE" USING WS-BUSINESS-DATE
007600
007700     IF LK-ACTION-REGISTER
007800         MOVE ZERO TO WS-HIGH-SEQ
007900         MOVE ZERO TO LK-MATCH-DATE
008000         MOVE ZERO TO LK-MATCH-SEQ
008100         PERFORM 1000-CHECK-REGISTER
008200             THRU 1000-CHECK-REGISTER-EXIT
008300         ADD 1 WS-HIGH-SEQ GIVING LK-FILE-SEQ
008400         IF LK-FILE-ALLOWED
008500             MOVE "R" TO LK-STATUS
008600         ELSE
008700             MOVE "X" TO LK-STATUS
008800             PERFORM 3000-LOG-REFUSAL
008900                 THRU 3000-LOG-REFUSAL-EXIT
009000         END-IF
009100     ELSE
009200         MOVE "P" TO LK-STATUS
009300     END-IF
009400     PERFORM 2000-APPEND-RECORD
009500         THRU 2000-APPEND-RECORD-EXIT
009600     GOBACK.
009700
009800*----------------------------------------------------------
009900* 1000-CHECK-REGISTER - SCAN THE REGISTER FOR THE CALLER'S
010000* SOURCE: THE HIGHEST SEQUENCE FOR THE FILE DATE, AND ANY
010100* POSTED FILE WITH THE SAME COUNT AND HASHES.
010200*----------------------------------------------------------
010300 1000-CHECK-REGISTER.
010400     OPEN INPUT INBOUND-REGISTER
010500     IF NOT INFREG-FILE-OK
010600         GO TO 1000-CHECK-REGISTER-EXIT
010700     END-IF
010800     PERFORM 1100-SCAN-ONE-RECORD
010900         THRU 1100-SCAN-ONE-RECORD-EXIT
011000         UNTIL END-OF-REGISTER
011100     CLOSE INBOUND-REGISTER.
011200 1000-CHECK-REGISTER-EXIT.
011300     EXIT.
011400
011500*----------------------------------------------------------
011600* 1100-SCAN-ONE-RECORD - ONE REGISTER ENTRY.  AN EMPTY FILE
011700* IS NEVER A DUPLICATE - THERE IS NOTHING TO POST TWICE.
011800*----------------------------------------------------------
011900 1100-SCAN-ONE-RECORD.
012000     READ INBOUND-REGISTER
012100         AT END
012200             MOVE "Y" TO WS-EOF-FLAG
012300             GO TO 1100-SCAN-ONE-RECORD-EXIT
012400     END-READ
012500     IF IR-SOURCE NOT = LK-SOURCE
012600         GO TO 1100-SCAN-ONE-RECORD-EXIT
012700     END-IF
012800     IF IR-FILE-DATE = LK-FILE-DATE
012900      AND IR-FILE-SEQ > WS-HIGH-SEQ
013000         MOVE IR-FILE-SEQ TO WS-HIGH-SEQ
013100     END-IF
013200     IF IR-IS-POSTED
013300      AND LK-RECORD-COUNT > ZERO
013400      AND IR-RECORD-COUNT = LK-RECORD-COUNT
013500      AND IR-AMOUNT-HASH = LK-AMOUNT-HASH
013600      AND IR-ACCT-HASH = LK-ACCT-HASH
013700         MOVE "N" TO LK-ALLOW-FLAG
013800         MOVE IR-FILE-DATE TO LK-MATCH-DATE
013900         MOVE IR-FILE-SEQ  TO LK-MATCH-SEQ
014000     END-IF.
014100 1100-SCAN-ONE-RECORD-EXIT.
014200     EXIT.
014300
014400*----------------------------------------------------------
014500* 2000-APPEND-RECORD - APPEND THE CALLER'S ENTRY, CREATING
014600* THE FILE ON FIRST USE.
014700*----------------------------------------------------------
014800 2000-APPEND-RECORD.
014900     OPEN EXTEND INBOUND-REGISTER
015000     IF INFREG-FILE-NOT-FOUND
015100         OPEN OUTPUT INBOUND-REGISTER
015200     END-IF
015300     IF NOT INFREG-FILE-OK
015400         DISPLAY "INFREG: OPEN FAILED, STATUS "
015500             WS-INFREG-STATUS
015600         GO TO 2000-APPEND-RECORD-EXIT
015700     END-IF
015800     MOVE WS-BUSINESS-DATE    TO LK-BUS-DATE
015900     MOVE WS-TIMESTAMP(9:6)   TO LK-TIME
016000     MOVE LK-INBOUND-FILE     TO INBOUND-REGISTER-RECORD
016100     WRITE INBOUND-REGISTER-RECORD
016200     CLOSE INBOUND-REGISTER.
016300 2000-APPEND-RECORD-EXIT.
016400     EXIT.
016500
016600*----------------------------------------------------------
016700* 3000-LOG-REFUSAL - A REFUSED FILE GOES ON THE MORNING
016800* EXCEPTION REPORT UNDER THE CALLING PROGRAM'S NAME.
016900*----------------------------------------------------------
017000 3000-LOG-REFUSAL.
017100     MOVE LK-MATCH-DATE TO WS-MATCH-DISP-DATE
017200     MOVE LK-MATCH-SEQ  TO WS-MATCH-DISP-SEQ
017300     MOVE SPACES TO WS-EXCP-MESSAGE
017400     STRING LK-SOURCE DELIMITED BY SPACE
017500         " ALREADY POSTED AS " DELIMITED BY SIZE
017600         WS-MATCH-DISP DELIMITED BY SIZE
017700         INTO WS-EXCP-MESSAGE
017800     END-STRING
017900     MOVE SPACES TO WS-EXCP-STATUS
018000     CALL "EXCPLOG" USING LK-PROGRAM WS-EXCP-SEVERITY
018100         WS-EXCP-MESSAGE WS-EXCP-STATUS.
018200 3000-LOG-REFUSAL-EXIT.
018300     EXIT.
