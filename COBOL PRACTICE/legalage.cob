000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LEGAL-ORDER-AGE-REPORT.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  NIGHTLY AGING OF THE OPEN
001100*                 GARNISHMENT AND LEVY ORDERS ON THE LEGAL
001200*                 ORDER REGISTER (SHARED LORDREC COPYBOOK).
001300*                 EVERY ORDER STILL HELD PRINTS WITH THE DAYS
001400*                 LEFT TO ITS ANSWER DEADLINE; ONE DUE WITHIN
001500*                 5 DAYS IS FLAGGED DUE SOON, ONE PAST IT
001600*                 OVERDUE.
001700*----------------------------------------------------------
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100     SELECT LEGAL-ORDERS ASSIGN TO "LEGLORDS"
002200         ORGANIZATION IS INDEXED
002300         ACCESS MODE IS DYNAMIC
002400         RECORD KEY IS LO-ORDER-NUM
002500         FILE STATUS IS WS-LORD-STATUS.
002600
002700     SELECT LEGAL-ORDER-REPORT ASSIGN TO "LEGLRPT"
002800         ORGANIZATION IS LINE SEQUENTIAL.
002900
003000     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
003100         ORGANIZATION IS LINE SEQUENTIAL.
003200
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  LEGAL-ORDERS.
003600 01  LEGAL-ORDER-RECORD.
003700     COPY LORDREC.
003800
003900 FD  LEGAL-ORDER-REPORT.
004000 01  LEGAL-ORDER-REPORT-LINE PIC X(80).
004100
004200 FD  DAILY-STATS-FILE.
004300     COPY DLYSTAT.
004400
004500 WORKING-STORAGE SECTION.
004600 01  WS-SWITCHES.
004700     05  WS-INIT-FLAG        PIC X(01) VALUE "Y".
004800         88  INIT-SUCCESSFUL         VALUE "Y".
004900     05  WS-EOF-FLAG         PIC X(01) VALUE "N".
005000         88  END-OF-ORDERS           VALUE "Y".
005100 01  WS-LORD-STATUS          PIC X(02).
005200     88  LORD-FILE-OK                VALUE "00".
005300
005400 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
005500 01  WS-TODAY-INTEGER        PIC 9(08) COMP VALUE ZERO.
005600 01  WS-DAYS-LEFT            PIC S9(05) COMP VALUE ZERO.
005700 77  WS-WARN-DAYS            PIC 9(03) VALUE 5.
005800 01  WS-OPEN-COUNT           PIC 9(05) COMP VALUE ZERO.
005900 01  WS-SOON-COUNT           PIC 9(05) COMP VALUE ZERO.
006000 01  WS-LATE-COUNT           PIC 9(05) COMP VALUE ZERO.
006100 01  WS-OPEN-COUNT-DISP      PIC ZZZZ9.
006200 01  WS-SOON-COUNT-DISP      PIC ZZZZ9.
006300 01  WS-LATE-COUNT-DISP      PIC ZZZZ9.
006400
006500 01  WS-HEADING-LINE         PIC X(80) VALUE
006600     "OPEN LEGAL ORDERS BY ANSWER DEADLINE".
006700 01  WS-DETAIL-LINE.
006800     05  DL-ORDER            PIC X(10).
006900     05  FILLER              PIC X(01) VALUE SPACE.
007000     05  DL-TYPE             PIC X(01).
007100     05  FILLER              PIC X(01) VALUE SPACE.
007200     05  DL-CUST             PIC X(06).
007300     05  FILLER              PIC X(01) VALUE SPACE.
007400     05  DL-AGENCY           PIC X(11).
007500     05  FILLER              PIC X(01) VALUE SPACE.
007600     05  DL-AMOUNT           PIC ZZZZZZ9.99.
007700     05  FILLER              PIC X(01) VALUE SPACE.
007800     05  DL-HELD             PIC ZZZZZZ9.99.
007900     05  FILLER              PIC X(01) VALUE SPACE.
008000     05  DL-DEADLINE         PIC 9(08).
008100     05  FILLER              PIC X(01) VALUE SPACE.
008200     05  DL-DAYS             PIC -ZZZ9.
008300     05  FILLER              PIC X(01) VALUE SPACE.
008400     05  DL-FLAG             PIC X(08).
008500
008600 PROCEDURE DIVISION.
008700*----------------------------------------------------------
008800* 0000-MAINLINE
008900*----------------------------------------------------------
009000 0000-MAINLINE.
009100     PERFORM 1000-INITIALIZE
009200         THRU 1000-INITIALIZE-EXIT
009300     PERFORM 2000-AGE-ONE-ORDER
009400         THRU 2000-AGE-ONE-ORDER-EXIT
009500         UNTIL END-OF-ORDERS
009600     PERFORM 9000-TERMINATE
009700         THRU 9000-TERMINATE-EXIT
009800     STOP RUN.
009900
010000*----------------------------------------------------------
010100* 1000-INITIALIZE - OPEN THE REGISTER AND PRIME THE SWEEP.
010200* NO REGISTER YET ENDS QUIETLY WITH AN EMPTY REPORT.
010300*----------------------------------------------------------
010400 1000-INITIALIZE.
010500     CALL "GETBDATE" USING WS-BUSINESS-DATE
010600     COMPUTE WS-TODAY-INTEGER
010700         = FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
010800     OPEN OUTPUT LEGAL-ORDER-REPORT
010900     WRITE LEGAL-ORDER-REPORT-LINE FROM WS-HEADING-LINE
011000     OPEN INPUT LEGAL-ORDERS
011100     IF NOT LORD-FILE-OK
011200         DISPLAY "LEGAL-ORDER-AGE-REPORT: NO LEGLORDS FILE, "
011300             "STATUS " WS-LORD-STATUS
011400         MOVE "Y" TO WS-EOF-FLAG
011500         MOVE "N" TO WS-INIT-FLAG
011600         GO TO 1000-INITIALIZE-EXIT
011700     END-IF
011800     PERFORM 8000-READ-NEXT-ORDER
011900         THRU 8000-READ-NEXT-ORDER-EXIT.
012000 1000-INITIALIZE-EXIT.
012100     EXIT.
012200
012300*----------------------------------------------------------
012400* 2000-AGE-ONE-ORDER - ONE OPEN ORDER ON THE REPORT.
012500*----------------------------------------------------------
012600 2000-AGE-ONE-ORDER.
012700     IF NOT LO-IS-OPEN
012800         GO TO 2000-AGE-ONE-ORDER-READ
012900     END-IF
013000     COMPUTE WS-DAYS-LEFT
013100         = FUNCTION INTEGER-OF-DATE(LO-ANSWER-DATE)
013200         - WS-TODAY-INTEGER
013300     MOVE LO-ORDER-NUM      TO DL-ORDER
013400     MOVE LO-ORDER-TYPE     TO DL-TYPE
013500     MOVE LO-CUST-ID        TO DL-CUST
013600     MOVE LO-AGENCY-NAME    TO DL-AGENCY
013700     MOVE LO-ORDER-AMOUNT   TO DL-AMOUNT
013800     MOVE LO-HELD-AMOUNT    TO DL-HELD
013900     MOVE LO-ANSWER-DATE    TO DL-DEADLINE
014000     MOVE WS-DAYS-LEFT      TO DL-DAYS
014100     IF WS-DAYS-LEFT < ZERO
014200         MOVE "OVERDUE"  TO DL-FLAG
014300         ADD 1 TO WS-LATE-COUNT
014400     ELSE
014500         IF WS-DAYS-LEFT NOT > WS-WARN-DAYS
014600             MOVE "DUE SOON" TO DL-FLAG
014700             ADD 1 TO WS-SOON-COUNT
014800         ELSE
014900             MOVE SPACES     TO DL-FLAG
015000         END-IF
015100     END-IF
015200     WRITE LEGAL-ORDER-REPORT-LINE FROM WS-DETAIL-LINE
015300     ADD 1 TO WS-OPEN-COUNT.
015400
015500 2000-AGE-ONE-ORDER-READ.
015600     PERFORM 8000-READ-NEXT-ORDER
015700         THRU 8000-READ-NEXT-ORDER-EXIT.
015800 2000-AGE-ONE-ORDER-EXIT.
015900     EXIT.
016000
016100*----------------------------------------------------------
016200* 8000-READ-NEXT-ORDER - READ THE NEXT REGISTER ENTRY.
016300*----------------------------------------------------------
016400 8000-READ-NEXT-ORDER.
016500     READ LEGAL-ORDERS NEXT RECORD
016600         AT END
016700             MOVE "Y" TO WS-EOF-FLAG
016800     END-READ.
016900 8000-READ-NEXT-ORDER-EXIT.
017000     EXIT.
017100
017200*----------------------------------------------------------
017300* 9000-TERMINATE - CLOSE FILES AND WRITE THE DAILY-STATS
017400* SUMMARY RECORD.
017500*----------------------------------------------------------
017600 9000-TERMINATE.
017700     IF INIT-SUCCESSFUL
017800         CLOSE LEGAL-ORDERS
017900     END-IF
018000     CLOSE LEGAL-ORDER-REPORT
018100     PERFORM 9500-WRITE-DAILY-STATS
018200         THRU 9500-WRITE-DAILY-STATS-EXIT
018300     DISPLAY "LEGAL-ORDER-AGE-REPORT: " WS-OPEN-COUNT
018400         " OPEN, " WS-SOON-COUNT " DUE SOON, "
018500         WS-LATE-COUNT " OVERDUE".
018600 9000-TERMINATE-EXIT.
018700     EXIT.
018800
018900*----------------------------------------------------------
019000* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
019100* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
019200* CONSOLIDATED REPORT.
019300*----------------------------------------------------------
019400 9500-WRITE-DAILY-STATS.
019500     OPEN EXTEND DAILY-STATS-FILE
019600     MOVE "LEGAL-ORDER-AGE-REPORT" TO DS-PROGRAM-NAME
019700     MOVE WS-OPEN-COUNT     TO DS-RECORD-COUNT
019800     MOVE WS-OPEN-COUNT     TO WS-OPEN-COUNT-DISP
019900     MOVE WS-SOON-COUNT     TO WS-SOON-COUNT-DISP
020000     MOVE WS-LATE-COUNT     TO WS-LATE-COUNT-DISP
020100     MOVE SPACES            TO DS-DETAIL
020200     STRING "OPEN: "        DELIMITED BY SIZE
020300         WS-OPEN-COUNT-DISP DELIMITED BY SIZE
020400         "  DUE SOON: "     DELIMITED BY SIZE
020500         WS-SOON-COUNT-DISP DELIMITED BY SIZE
020600         "  OVERDUE: "      DELIMITED BY SIZE
020700         WS-LATE-COUNT-DISP DELIMITED BY SIZE
020800         INTO DS-DETAIL
020900     END-STRING
021000     WRITE DAILY-STAT-RECORD
021100     CLOSE DAILY-STATS-FILE.
021200 9500-WRITE-DAILY-STATS-EXIT.
021300     EXIT.
