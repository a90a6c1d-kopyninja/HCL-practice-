000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CHANGE-QUEUE-AGING.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  NIGHTLY AGING OF THE MAKER-
001100*                 CHECKER QUEUE (PENDCHG, SHARED PCHGREC
001200*                 COPYBOOK).  EVERY PROPOSED CHANGE STILL
001300*                 AWAITING A SECOND SUPERVISOR PRINTS ON CHGAGRPT
001400*                 WITH ITS AGE IN BUSINESS-DATE DAYS AND ITS
001500*                 BEFORE AND AFTER VALUES.  ONE THAT HAS WAITED
001600*                 THE SYSIN EXPIRY PERIOD OR LONGER IS EXPIRED -
001700*                 MARKED "E", DECIDED BY "EXPIRY" - SO AN
001800*                 UNCHECKED CHANGE CAN NEVER BE APPROVED WEEKS
001900*                 LATER AGAINST A DIFFERENT LIVE FILE; THE MAKER
002000*                 HAS TO PROPOSE IT AGAIN.
002100*----------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT SYSIN-FILE ASSIGN TO "SYSIN"
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS WS-SYSIN-STATUS.
002800 
002900     SELECT PENDING-CHANGES ASSIGN TO "PENDCHG"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS CQ-ID
003300         FILE STATUS IS WS-PCHG-STATUS.
003400 
003500     SELECT AGING-REPORT ASSIGN TO "CHGAGRPT"
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700 
003800     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000 
004100 DATA DIVISION.
004200 FILE SECTION.
004300*----------------------------------------------------------
004400* SYSIN: ONE CARD - THE EXPIRY PERIOD IN BUSINESS-DATE DAYS
004500* (COLS 1-3).
004600*----------------------------------------------------------
004700 FD  SYSIN-FILE.
004800 01  SYSIN-RECORD.
004900     05  SI-EXPIRY-DAYS      PIC X(03).
005000     05  FILLER              PIC X(77).
005100 
005200 FD  PENDING-CHANGES.
005300 01  PENDING-CHANGE-RECORD.
005400     COPY PCHGREC.
005500 
005600 FD  AGING-REPORT.
005700 01  AGING-REPORT-LINE       PIC X(80).
005800 
005900 FD  DAILY-STATS-FILE.
006000     COPY DLYSTAT.
006100 
006200 WORKING-STORAGE SECTION.
006300*----------------------------------------------------------
006400* SWITCHES AND FILE STATUS
006500*----------------------------------------------------------
006600 01  WS-SWITCHES.
006700     05  WS-INIT-FLAG        PIC X(01) VALUE "Y".
006800         88  INIT-SUCCESSFUL         VALUE "Y".
006900     05  WS-EOF-FLAG         PIC X(01) VALUE "N".
007000         88  END-OF-PENDCHG          VALUE "Y".
007100     05  WS-PCHG-OPEN-FLAG   PIC X(01) VALUE "N".
007200         88  PCHG-FILE-OPEN          VALUE "Y".
007300 01  WS-SYSIN-STATUS         PIC X(02).
007400     88  SYSIN-FILE-OK               VALUE "00".
007500 01  WS-PCHG-STATUS          PIC X(02).
007600     88  PCHG-FILE-OK                VALUE "00".
007700 
007800 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
007900 01  WS-TODAY-INTEGER        PIC 9(08) COMP VALUE ZERO.
008000 01  WS-AGE-DAYS             PIC S9(05) COMP VALUE ZERO.
008100 01  WS-EXPIRY-DAYS          PIC 9(03) VALUE ZERO.
008200 
008300*----------------------------------------------------------
008400* COUNTERS
008500*----------------------------------------------------------
008600 01  WS-PENDING-COUNT        PIC 9(05) COMP VALUE ZERO.
008700 01  WS-EXPIRED-COUNT        PIC 9(05) COMP VALUE ZERO.
008800 01  WS-OLDEST-AGE           PIC S9(05) COMP VALUE ZERO.
008900 01  WS-PENDING-COUNT-DISP   PIC ZZZZ9.
009000 01  WS-EXPIRED-COUNT-DISP   PIC ZZZZ9.
009100 
009200*----------------------------------------------------------
009300* BEFORE/AFTER DISPLAY FIELDS, AS CHANGE-APPROVAL SHOWS THEM
009400*----------------------------------------------------------
009500 01  WS-TABLE-NAME           PIC X(17) VALUE SPACES.
009600 01  WS-BEFORE-DISP          PIC X(22) VALUE SPACES.
009700 01  WS-AFTER-DISP           PIC X(22) VALUE SPACES.
009800 01  WS-AMOUNT-EDIT          PIC ZZ,ZZ9.99.
009900 
010000*----------------------------------------------------------
010100* STANDARD REPORT HEADING/TRAILER FIELDS AND THE REPORT LINES
010200*----------------------------------------------------------
010300     COPY RPTHEAD.
010400 01  WS-PARM-LINE.
010500     05  FILLER              PIC X(36) VALUE
010600         "UNDECIDED CHANGES EXPIRE AFTER DAYS:".
010700     05  FILLER              PIC X(01) VALUE SPACE.
010800     05  PL-EXPIRY-DAYS      PIC ZZ9.
010900     05  FILLER              PIC X(40) VALUE SPACES.
011000 01  WS-COLUMN-LINE.
011100     05  FILLER              PIC X(40) VALUE
011200         "ITEM ID          TABLE             KEY  ".
011300     05  FILLER              PIC X(40) VALUE
011400         "      MAKER  MADE      AGE STATUS".
011500 01  WS-DETAIL-LINE.
011600     05  DL-ID               PIC X(16).
011700     05  FILLER              PIC X(01) VALUE SPACE.
011800     05  DL-TABLE            PIC X(17).
011900     05  FILLER              PIC X(01) VALUE SPACE.
012000     05  DL-KEY              PIC X(10).
012100     05  FILLER              PIC X(01) VALUE SPACE.
012200     05  DL-MAKER            PIC X(06).
012300     05  FILLER              PIC X(01) VALUE SPACE.
012400     05  DL-MADE-DATE        PIC 9(08).
012500     05  FILLER              PIC X(01) VALUE SPACE.
012600     05  DL-AGE              PIC ZZZ9.
012700     05  FILLER              PIC X(01) VALUE SPACE.
012800     05  DL-FLAG             PIC X(13).
012900 01  WS-VALUES-LINE.
013000     05  FILLER              PIC X(10) VALUE "   BEFORE ".
013100     05  VL-BEFORE           PIC X(22).
013200     05  FILLER              PIC X(07) VALUE " AFTER ".
013300     05  VL-AFTER            PIC X(22).
013400     05  FILLER              PIC X(19) VALUE SPACES.
013500 01  WS-TOTAL-LINE.
013600     05  FILLER              PIC X(18) VALUE "STILL PENDING:    ".
013700     05  TL-PENDING          PIC ZZZZ9.
013800     05  FILLER              PIC X(18) VALUE "   EXPIRED TODAY: ".
013900     05  TL-EXPIRED          PIC ZZZZ9.
014000     05  FILLER              PIC X(17) VALUE "   OLDEST (DAYS):".
014100     05  TL-OLDEST           PIC ZZZZ9.
014200     05  FILLER              PIC X(12) VALUE SPACES.
014300 
014400 PROCEDURE DIVISION.
014500*----------------------------------------------------------
014600* 0000-MAINLINE
014700*----------------------------------------------------------
014800 0000-MAINLINE.
014900     PERFORM 1000-INITIALIZE
015000         THRU 1000-INITIALIZE-EXIT
015100     PERFORM 2000-AGE-ONE-CHANGE
015200         THRU 2000-AGE-ONE-CHANGE-EXIT
015300         UNTIL END-OF-PENDCHG
015400     PERFORM 9000-TERMINATE
015500         THRU 9000-TERMINATE-EXIT
015600     STOP RUN.
015700 
015800*----------------------------------------------------------
015900* 1000-INITIALIZE - HEAD THE REPORT, READ THE EXPIRY PERIOD
016000* AND OPEN THE QUEUE.  A MISSING OR BAD CARD FAILS THE STEP;
016100* NO QUEUE YET ENDS QUIETLY WITH AN EMPTY REPORT.
016200*----------------------------------------------------------
016300 1000-INITIALIZE.
016400     CALL "GETBDATE" USING WS-BUSINESS-DATE
016500     COMPUTE WS-TODAY-INTEGER
016600         = FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
016700     OPEN OUTPUT AGING-REPORT
016800     MOVE "PENDING CHANGE QUEUE AGING" TO RPT-TITLE
016900     MOVE WS-BUSINESS-DATE TO RPT-HEAD-DATE
017000     PERFORM 7900-RPT-HEADINGS
017100         THRU 7900-RPT-HEADINGS-EXIT
017200 
017300     OPEN INPUT SYSIN-FILE
017400     IF NOT SYSIN-FILE-OK
017500         DISPLAY "CHANGE-QUEUE-AGING: NO SYSIN, STATUS "
017600             WS-SYSIN-STATUS
017700         GO TO 1000-INITIALIZE-REFUSE
017800     END-IF
017900     READ SYSIN-FILE
018000         AT END
018100             MOVE SPACES TO SYSIN-RECORD
018200     END-READ
018300     CLOSE SYSIN-FILE
018400     IF SI-EXPIRY-DAYS NOT NUMERIC
018500      OR SI-EXPIRY-DAYS = "000"
018600         DISPLAY "CHANGE-QUEUE-AGING: BAD EXPIRY DAYS CARD: "
018700             SI-EXPIRY-DAYS
018800         GO TO 1000-INITIALIZE-REFUSE
018900     END-IF
019000     MOVE SI-EXPIRY-DAYS TO WS-EXPIRY-DAYS
019100     MOVE WS-EXPIRY-DAYS TO PL-EXPIRY-DAYS
019200     WRITE AGING-REPORT-LINE FROM WS-PARM-LINE
019300     ADD 1 TO RPT-LINE-COUNT
019400 
019500     OPEN I-O PENDING-CHANGES
019600     IF NOT PCHG-FILE-OK
019700         DISPLAY "CHANGE-QUEUE-AGING: NO PENDCHG FILE, STATUS "
019800             WS-PCHG-STATUS
019900         MOVE "Y" TO WS-EOF-FLAG
020000         GO TO 1000-INITIALIZE-EXIT
020100     END-IF
020200     MOVE "Y" TO WS-PCHG-OPEN-FLAG
020300     MOVE LOW-VALUES TO CQ-ID
020400     START PENDING-CHANGES KEY NOT LESS THAN CQ-ID
020500         INVALID KEY
020600             MOVE "Y" TO WS-EOF-FLAG
020700             GO TO 1000-INITIALIZE-EXIT
020800     END-START
020900     PERFORM 8000-READ-NEXT-CHANGE
021000         THRU 8000-READ-NEXT-CHANGE-EXIT
021100     GO TO 1000-INITIALIZE-EXIT.
021200 
021300 1000-INITIALIZE-REFUSE.
021400     MOVE "N" TO WS-INIT-FLAG
021500     MOVE "Y" TO WS-EOF-FLAG
021600     MOVE 8   TO RETURN-CODE.
021700 1000-INITIALIZE-EXIT.
021800     EXIT.
021900 
022000*----------------------------------------------------------
022100* 2000-AGE-ONE-CHANGE - ONE UNDECIDED CHANGE ON THE REPORT,
022200* EXPIRED ONCE IT HAS WAITED THE EXPIRY PERIOD.
022300*----------------------------------------------------------
022400 2000-AGE-ONE-CHANGE.
022500     IF NOT CQ-IS-PENDING
022600         GO TO 2000-AGE-ONE-CHANGE-READ
022700     END-IF
022800     COMPUTE WS-AGE-DAYS
022900         = WS-TODAY-INTEGER
023000         - FUNCTION INTEGER-OF-DATE(CQ-MADE-DATE)
023100     IF WS-AGE-DAYS < ZERO
023200         MOVE ZERO TO WS-AGE-DAYS
023300     END-IF
023400     PERFORM 6000-FORMAT-VALUES
023500         THRU 6000-FORMAT-VALUES-EXIT
023600     MOVE CQ-ID          TO DL-ID
023700     MOVE WS-TABLE-NAME  TO DL-TABLE
023800     MOVE CQ-KEY         TO DL-KEY
023900     MOVE CQ-MAKER       TO DL-MAKER
024000     MOVE CQ-MADE-DATE   TO DL-MADE-DATE
024100     MOVE WS-AGE-DAYS    TO DL-AGE
024200     MOVE WS-BEFORE-DISP TO VL-BEFORE
024300     MOVE WS-AFTER-DISP  TO VL-AFTER
024400 
024500     IF WS-AGE-DAYS >= WS-EXPIRY-DAYS
024600         MOVE "E"              TO CQ-STATUS
024700         MOVE "EXPIRY"         TO CQ-CHECKER
024800         MOVE WS-BUSINESS-DATE TO CQ-DECIDED-DATE
024900         REWRITE PENDING-CHANGE-RECORD
025000             INVALID KEY
025100                 DISPLAY "CHANGE-QUEUE-AGING: REWRITE FAILED FOR "
025200                     CQ-ID ", STATUS " WS-PCHG-STATUS
025300         END-REWRITE
025400         MOVE "** EXPIRED **" TO DL-FLAG
025500         ADD 1 TO WS-EXPIRED-COUNT
025600     ELSE
025700         MOVE "PENDING"       TO DL-FLAG
025800         ADD 1 TO WS-PENDING-COUNT
025900         IF WS-AGE-DAYS > WS-OLDEST-AGE
026000             MOVE WS-AGE-DAYS TO WS-OLDEST-AGE
026100         END-IF
026200     END-IF
026300 
026400     IF RPT-LINE-COUNT + 2 > RPT-PAGE-LIMIT
026500         PERFORM 7900-RPT-HEADINGS
026600             THRU 7900-RPT-HEADINGS-EXIT
026700     END-IF
026800     WRITE AGING-REPORT-LINE FROM WS-DETAIL-LINE
026900     WRITE AGING-REPORT-LINE FROM WS-VALUES-LINE
027000     ADD 2 TO RPT-LINE-COUNT
027100     ADD 1 TO RPT-DETAIL-COUNT.
027200 
027300 2000-AGE-ONE-CHANGE-READ.
027400     PERFORM 8000-READ-NEXT-CHANGE
027500         THRU 8000-READ-NEXT-CHANGE-EXIT.
027600 2000-AGE-ONE-CHANGE-EXIT.
027700     EXIT.
027800 
027900*----------------------------------------------------------
028000* 6000-FORMAT-VALUES - TABLE NAME AND PRINTABLE BEFORE AND
028100* AFTER VALUES FOR THE ITEM IN THE RECORD AREA.
028200*----------------------------------------------------------
028300 6000-FORMAT-VALUES.
028400     MOVE SPACES TO WS-BEFORE-DISP WS-AFTER-DISP
028500     EVALUATE TRUE
028600         WHEN CQ-IS-OPER-LIMIT
028700             MOVE "OPERATOR LIMIT"   TO WS-TABLE-NAME
028800             MOVE CQ-BEFORE-AMOUNT   TO WS-AMOUNT-EDIT
028900             MOVE WS-AMOUNT-EDIT     TO WS-BEFORE-DISP
029000             MOVE CQ-AFTER-AMOUNT    TO WS-AMOUNT-EDIT
029100             MOVE WS-AMOUNT-EDIT     TO WS-AFTER-DISP
029200         WHEN CQ-IS-PROD-MIN-BAL
029300             MOVE "PRODUCT MIN BAL"  TO WS-TABLE-NAME
029400             MOVE CQ-BEFORE-AMOUNT   TO WS-AMOUNT-EDIT
029500             MOVE WS-AMOUNT-EDIT     TO WS-BEFORE-DISP
029600             MOVE CQ-AFTER-AMOUNT    TO WS-AMOUNT-EDIT
029700             MOVE WS-AMOUNT-EDIT     TO WS-AFTER-DISP
029800         WHEN CQ-IS-TXN-DIRECTION
029900             MOVE "TXN DIRECTION"    TO WS-TABLE-NAME
030000             MOVE CQ-BEFORE-CODE     TO WS-BEFORE-DISP
030100             MOVE CQ-AFTER-CODE      TO WS-AFTER-DISP
030200         WHEN CQ-IS-HOLIDAY
030300             MOVE "CALENDAR HOLIDAY" TO WS-TABLE-NAME
030400             MOVE "(NO ENTRY)"       TO WS-BEFORE-DISP
030500             STRING CQ-AFTER-CODE DELIMITED BY SIZE
030600                 " "              DELIMITED BY SIZE
030700                 CQ-AFTER-DESC    DELIMITED BY SIZE
030800                 INTO WS-AFTER-DISP
030900             END-STRING
031000         WHEN OTHER
031100             MOVE "UNKNOWN"          TO WS-TABLE-NAME
031200     END-EVALUATE.
031300 6000-FORMAT-VALUES-EXIT.
031400     EXIT.
031500 
031600*----------------------------------------------------------
031700* 7900-RPT-HEADINGS - PAGE HEADING AND COLUMN HEADING.
031800*----------------------------------------------------------
031900 7900-RPT-HEADINGS.
032000     ADD 1 TO RPT-PAGE-NUMBER
032100     MOVE RPT-PAGE-NUMBER TO RPT-PAGE-DISPLAY
032200     WRITE AGING-REPORT-LINE FROM RPT-HEADING-LINE
032300     WRITE AGING-REPORT-LINE FROM WS-COLUMN-LINE
032400     MOVE 2 TO RPT-LINE-COUNT.
032500 7900-RPT-HEADINGS-EXIT.
032600     EXIT.
032700 
032800*----------------------------------------------------------
032900* 8000-READ-NEXT-CHANGE - READ THE NEXT QUEUE ITEM.
033000*----------------------------------------------------------
033100 8000-READ-NEXT-CHANGE.
033200     READ PENDING-CHANGES NEXT RECORD
033300         AT END
033400             MOVE "Y" TO WS-EOF-FLAG
033500     END-READ.
033600 8000-READ-NEXT-CHANGE-EXIT.
033700     EXIT.
033800 
033900*----------------------------------------------------------
034000* 9000-TERMINATE - TOTALS, TRAILER, CLOSE FILES AND WRITE THE
034100* DAILY-STATS SUMMARY RECORD.
034200*----------------------------------------------------------
034300 9000-TERMINATE.
034400     IF PCHG-FILE-OPEN
034500         CLOSE PENDING-CHANGES
034600     END-IF
034700     MOVE WS-PENDING-COUNT TO TL-PENDING
034800     MOVE WS-EXPIRED-COUNT TO TL-EXPIRED
034900     MOVE WS-OLDEST-AGE    TO TL-OLDEST
035000     WRITE AGING-REPORT-LINE FROM WS-TOTAL-LINE
035100     MOVE RPT-DETAIL-COUNT TO RPT-TRAILER-COUNT
035200     WRITE AGING-REPORT-LINE FROM RPT-TRAILER-LINE
035300     CLOSE AGING-REPORT
035400     IF NOT INIT-SUCCESSFUL
035500         GO TO 9000-TERMINATE-EXIT
035600     END-IF
035700     PERFORM 9500-WRITE-DAILY-STATS
035800         THRU 9500-WRITE-DAILY-STATS-EXIT
035900     DISPLAY "CHANGE-QUEUE-AGING: " WS-PENDING-COUNT
036000         " PENDING, " WS-EXPIRED-COUNT " EXPIRED".
036100 9000-TERMINATE-EXIT.
036200     EXIT.
036300 
036400*----------------------------------------------------------
036500* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
036600* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
036700* CONSOLIDATED REPORT.
036800*----------------------------------------------------------
036900 9500-WRITE-DAILY-STATS.
037000     OPEN EXTEND DAILY-STATS-FILE
037100     MOVE "CHANGE-QUEUE-AGING" TO DS-PROGRAM-NAME
037200     MOVE RPT-DETAIL-COUNT     TO DS-RECORD-COUNT
037300     MOVE WS-PENDING-COUNT     TO WS-PENDING-COUNT-DISP
037400     MOVE WS-EXPIRED-COUNT     TO WS-EXPIRED-COUNT-DISP
037500     MOVE SPACES               TO DS-DETAIL
037600     STRING "PENDING: "        DELIMITED BY SIZE
037700         WS-PENDING-COUNT-DISP DELIMITED BY SIZE
037800         "  EXPIRED: "         DELIMITED BY SIZE
037900         WS-EXPIRED-COUNT-DISP DELIMITED BY SIZE
038000         INTO DS-DETAIL
038100     END-STRING
038200     WRITE DAILY-STAT-RECORD
038300     CLOSE DAILY-STATS-FILE.
038400 9500-WRITE-DAILY-STATS-EXIT.
038500     EXIT.
