000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PROD-CONVERSION-REPORT.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  MONTHLY ACCOUNT PRODUCT
001100*                 CONVERSIONS REPORT.  READS THE PRODCONV CASES
001200*                 THE MENU-CHOICE PRODUCT-CONVERSION FUNCTION
001300*                 APPENDS (SHARED PCNVREC COPYBOOK), SELECTS THE
001400*                 REPORT MONTH (YYYYMM FROM SYSIN THE WAY THE
001500*                 FEE-WAIVER REPORT TAKES ITS MONTH), AND LISTS
001600*                 EVERY CONVERSION WITH THE INTEREST SETTLED
001700*                 UNDER THE OLD PRODUCT, THEN COUNTS BY
001800*                 DIRECTION AND TOTALS THE SETTLEMENTS.
001900*----------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT PRODUCT-CONVERSION-LOG ASSIGN TO "PRODCONV"
002400         ORGANIZATION IS LINE SEQUENTIAL
002500         FILE STATUS IS WS-PCNV-STATUS.
002600
002700     SELECT CONVERSION-REPORT ASSIGN TO "PCNVRPT"
002800         ORGANIZATION IS LINE SEQUENTIAL.
002900
003000     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
003100         ORGANIZATION IS LINE SEQUENTIAL.
003200
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  PRODUCT-CONVERSION-LOG.
003600 01  PRODUCT-CONVERSION-RECORD.
003700     COPY PCNVREC.
003800
003900 FD  CONVERSION-REPORT.
004000 01  CONVERSION-REPORT-LINE  PIC X(80).
004100
004200 FD  DAILY-STATS-FILE.
004300     COPY DLYSTAT.
004400
004500 WORKING-STORAGE SECTION.
004600 01  WS-SWITCHES.
004700     05  WS-INIT-FLAG        PIC X(01) VALUE "Y".
004800         88  INIT-SUCCESSFUL         VALUE "Y".
004900     05  WS-EOF-FLAG         PIC X(01) VALUE "N".
005000         88  END-OF-CONVERSION-LOG   VALUE "Y".
005100 01  WS-PCNV-STATUS          PIC X(02).
005200     88  PCNV-FILE-OK                VALUE "00".
005300
005400 01  WS-REPORT-MONTH         PIC X(06).
005500 01  WS-CONV-COUNT           PIC 9(05) COMP VALUE ZERO.
005600 01  WS-CONV-COUNT-DISP      PIC ZZZZ9.
005700 01  WS-TO-CK-COUNT          PIC 9(05) COMP VALUE ZERO.
005800 01  WS-TO-SV-COUNT          PIC 9(05) COMP VALUE ZERO.
005900 01  WS-BELOW-MIN-COUNT      PIC 9(05) COMP VALUE ZERO.
006000 01  WS-TOTAL-SETTLED        PIC 9(9)V99 VALUE ZERO.
006100 01  WS-TOTAL-WHT            PIC 9(9)V99 VALUE ZERO.
006200
006300 01  WS-HEADING-LINE-1       PIC X(80) VALUE
006400     "ACCOUNT PRODUCT CONVERSIONS".
006500 01  WS-HEADING-LINE-2.
006600     05  FILLER              PIC X(06) VALUE "MONTH ".
006700     05  HD-MONTH            PIC X(06).
006800 01  WS-HEADING-LINE-3.
006900     05  FILLER              PIC X(30) VALUE
007000         "DATE      ACCT    FROM    BRN ".
007100     05  FILLER              PIC X(45) VALUE
007200         "     BALANCE    SETTLED       WHT  LOW APPRVD".
007300 01  WS-DETAIL-LINE.
007400     05  DL-DATE             PIC 9(08).
007500     05  FILLER              PIC X(02) VALUE SPACES.
007600     05  DL-ACCT             PIC X(06).
007700     05  FILLER              PIC X(02) VALUE SPACES.
007800     05  DL-OLD-PRODUCT      PIC X(02).
007900     05  FILLER              PIC X(02) VALUE "->".
008000     05  DL-NEW-PRODUCT      PIC X(02).
008100     05  FILLER              PIC X(02) VALUE SPACES.
008200     05  DL-BRANCH           PIC X(03).
008300     05  FILLER              PIC X(02) VALUE SPACES.
008400     05  DL-BALANCE          PIC -ZZZ,ZZ9.99.
008500     05  FILLER              PIC X(01) VALUE SPACE.
008600     05  DL-SETTLED          PIC ZZZ,ZZ9.99.
008700     05  FILLER              PIC X(01) VALUE SPACE.
008800     05  DL-WHT              PIC ZZ,ZZ9.99.
008900     05  FILLER              PIC X(03) VALUE SPACES.
009000     05  DL-BELOW-MIN        PIC X(01).
009100     05  FILLER              PIC X(02) VALUE SPACES.
009200     05  DL-APPROVED-BY      PIC X(06).
009300 01  WS-DIRECTION-LINE.
009400     05  FILLER              PIC X(14) VALUE "TO CHECKING   ".
009500     05  DR-TO-CK            PIC ZZZZ9.
009600     05  FILLER              PIC X(16) VALUE
009700         "   TO SAVINGS   ".
009800     05  DR-TO-SV            PIC ZZZZ9.
009900     05  FILLER              PIC X(16) VALUE
010000         "   BELOW MIN    ".
010100     05  DR-BELOW-MIN        PIC ZZZZ9.
010200 01  WS-TOTAL-LINE.
010300     05  FILLER              PIC X(06) VALUE "TOTAL ".
010400     05  GT-COUNT            PIC ZZZZ9.
010500     05  FILLER              PIC X(12) VALUE "   SETTLED ".
010600     05  GT-SETTLED          PIC ZZZ,ZZZ,ZZ9.99.
010700     05  FILLER              PIC X(08) VALUE "   WHT ".
010800     05  GT-WHT              PIC ZZZ,ZZZ,ZZ9.99.
010900
011000 PROCEDURE DIVISION.
011100*----------------------------------------------------------
011200* 0000-MAINLINE
011300*----------------------------------------------------------
011400 0000-MAINLINE.
011500     DISPLAY "ENTER REPORT MONTH (YYYYMM): "
011600     ACCEPT WS-REPORT-MONTH
011700     PERFORM 1000-INITIALIZE
011800         THRU 1000-INITIALIZE-EXIT
011900     PERFORM 2000-LIST-ONE-CASE
012000         THRU 2000-LIST-ONE-CASE-EXIT
012100         UNTIL END-OF-CONVERSION-LOG
012200     PERFORM 7000-PRINT-TOTALS
012300         THRU 7000-PRINT-TOTALS-EXIT
012400     PERFORM 9000-TERMINATE
012500         THRU 9000-TERMINATE-EXIT
012600     STOP RUN.
012700
012800*----------------------------------------------------------
012900* 1000-INITIALIZE - OPEN FILES, PRINT THE HEADINGS AND
013000* PRIME THE READ.  NO PRODCONV YET MEANS AN EMPTY (BUT
013100* PRINTED) REPORT.
013200*----------------------------------------------------------
013300 1000-INITIALIZE.
013400     OPEN OUTPUT CONVERSION-REPORT
013500     MOVE WS-REPORT-MONTH TO HD-MONTH
013600     WRITE CONVERSION-REPORT-LINE FROM WS-HEADING-LINE-1
013700     WRITE CONVERSION-REPORT-LINE FROM WS-HEADING-LINE-2
013800     WRITE CONVERSION-REPORT-LINE FROM WS-HEADING-LINE-3
013900     OPEN INPUT PRODUCT-CONVERSION-LOG
014000     IF NOT PCNV-FILE-OK
014100         DISPLAY "PROD-CONVERSION-REPORT: NO PRODCONV, "
014200             "STATUS " WS-PCNV-STATUS
014300         MOVE "Y" TO WS-EOF-FLAG
014400         MOVE "N" TO WS-INIT-FLAG
014500         GO TO 1000-INITIALIZE-EXIT
014600     END-IF
014700     PERFORM 8000-READ-CONVERSION-LOG
014800         THRU 8000-READ-CONVERSION-LOG-EXIT.
014900 1000-INITIALIZE-EXIT.
015000     EXIT.
015100
015200*----------------------------------------------------------
015300* 2000-LIST-ONE-CASE - PRINT ONE OF THE MONTH'S CONVERSIONS
015400* AND FOLD IT INTO THE TOTALS.
015500*----------------------------------------------------------
015600 2000-LIST-ONE-CASE.
015700     IF PC-DATE(1:6) NOT = WS-REPORT-MONTH
015800         GO TO 2000-LIST-ONE-CASE-READ
015900     END-IF
016000     MOVE PC-DATE        TO DL-DATE
016100     MOVE PC-ACCT        TO DL-ACCT
016200     MOVE PC-OLD-PRODUCT TO DL-OLD-PRODUCT
016300     MOVE PC-NEW-PRODUCT TO DL-NEW-PRODUCT
016400     MOVE PC-BRANCH      TO DL-BRANCH
016500     MOVE PC-BALANCE     TO DL-BALANCE
016600     MOVE PC-INT-SETTLED TO DL-SETTLED
016700     MOVE PC-WHT         TO DL-WHT
016800     MOVE PC-BELOW-MIN   TO DL-BELOW-MIN
016900     MOVE PC-APPROVED-BY TO DL-APPROVED-BY
017000     WRITE CONVERSION-REPORT-LINE FROM WS-DETAIL-LINE
017100     ADD 1 TO WS-CONV-COUNT
017200     IF PC-NEW-PRODUCT = "CK"
017300         ADD 1 TO WS-TO-CK-COUNT
017400     ELSE
017500         ADD 1 TO WS-TO-SV-COUNT
017600     END-IF
017700     IF PC-BELOW-MIN = "Y"
017800         ADD 1 TO WS-BELOW-MIN-COUNT
017900     END-IF
018000     ADD PC-INT-SETTLED TO WS-TOTAL-SETTLED
018100     ADD PC-WHT         TO WS-TOTAL-WHT.
018200
018300 2000-LIST-ONE-CASE-READ.
018400     PERFORM 8000-READ-CONVERSION-LOG
018500         THRU 8000-READ-CONVERSION-LOG-EXIT.
018600 2000-LIST-ONE-CASE-EXIT.
018700     EXIT.
018800
018900*----------------------------------------------------------
019000* 7000-PRINT-TOTALS - COUNTS BY DIRECTION AND THE GRAND
019100* TOTAL OF INTEREST SETTLED AND TAX WITHHELD.
019200*----------------------------------------------------------
019300 7000-PRINT-TOTALS.
019400     MOVE SPACES TO CONVERSION-REPORT-LINE
019500     WRITE CONVERSION-REPORT-LINE
019600     MOVE WS-TO-CK-COUNT     TO DR-TO-CK
019700     MOVE WS-TO-SV-COUNT     TO DR-TO-SV
019800     MOVE WS-BELOW-MIN-COUNT TO DR-BELOW-MIN
019900     WRITE CONVERSION-REPORT-LINE FROM WS-DIRECTION-LINE
020000     MOVE WS-CONV-COUNT      TO GT-COUNT
020100     MOVE WS-TOTAL-SETTLED   TO GT-SETTLED
020200     MOVE WS-TOTAL-WHT       TO GT-WHT
020300     WRITE CONVERSION-REPORT-LINE FROM WS-TOTAL-LINE.
020400 7000-PRINT-TOTALS-EXIT.
020500     EXIT.
020600
020700*----------------------------------------------------------
020800* 8000-READ-CONVERSION-LOG - READ THE NEXT CASE.
020900*----------------------------------------------------------
021000 8000-READ-CONVERSION-LOG.
021100     READ PRODUCT-CONVERSION-LOG
021200         AT END
021300             MOVE "Y" TO WS-EOF-FLAG
021400     END-READ.
021500 8000-READ-CONVERSION-LOG-EXIT.
021600     EXIT.
021700
021800*----------------------------------------------------------
021900* 9000-TERMINATE - CLOSE FILES AND WRITE THE DAILY-STATS
022000* SUMMARY RECORD.
022100*----------------------------------------------------------
022200 9000-TERMINATE.
022300     IF INIT-SUCCESSFUL
022400         CLOSE PRODUCT-CONVERSION-LOG
022500     END-IF
022600     CLOSE CONVERSION-REPORT
022700     PERFORM 9500-WRITE-DAILY-STATS
022800         THRU 9500-WRITE-DAILY-STATS-EXIT
022900     DISPLAY "PROD-CONVERSION-REPORT: " WS-CONV-COUNT
023000         " CONVERSIONS FOR " WS-REPORT-MONTH.
023100 9000-TERMINATE-EXIT.
023200     EXIT.
023300
023400*----------------------------------------------------------
023500* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
023600* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
023700* CONSOLIDATED REPORT.
023800*----------------------------------------------------------
023900 9500-WRITE-DAILY-STATS.
024000     OPEN EXTEND DAILY-STATS-FILE
024100     MOVE "PROD-CONVERSION-REPORT" TO DS-PROGRAM-NAME
024200     MOVE WS-CONV-COUNT     TO DS-RECORD-COUNT
024300     MOVE WS-CONV-COUNT     TO WS-CONV-COUNT-DISP
024400     MOVE SPACES            TO DS-DETAIL
024500     STRING "CONVERSIONS: " DELIMITED BY SIZE
024600         WS-CONV-COUNT-DISP DELIMITED BY SIZE
024700         INTO DS-DETAIL
024800     END-STRING
024900     WRITE DAILY-STAT-RECORD
025000     CLOSE DAILY-STATS-FILE.
025100 9500-WRITE-DAILY-STATS-EXIT.
025200     EXIT.
