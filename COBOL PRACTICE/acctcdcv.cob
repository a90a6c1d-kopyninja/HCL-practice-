000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CHECK-DIGIT-CONVERT.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  ONE-TIME CHECK-DIGIT CONVERSION
001100*                 OF THE ACCOUNT MASTER.  EVERY ACCOUNT NUMBER IS
001200*                 RUN THROUGH THE SHARED ACCTCHK ROUTINE AND EACH
001300*                 ONE THAT WOULD FAIL IS LISTED ON CDCVRPT WITH
001400*                 ITS NAME, BRANCH AND STATUS.  THE SYSIN MODE
001500*                 CARD SAYS WHAT ELSE TO DO:
001600*                   R  REPORT ONLY - NOTHING IS CHANGED, SO THE
001700*                      LIST CAN BE REVIEWED BEFORE CUT-OVER.
001800*                   U  REPORT AND GRANDFATHER - EACH FAILING
001900*                      ACCOUNT GETS ACCT-CD-EXEMPT SET, THROUGH
002000*                      THE ACCTJRNL JOURNAL, SO IT KEEPS WORKING
002100*                      ON EVERY SCREEN AND BATCH THAT CHECKS.
002200*                 AN ACCOUNT ALREADY EXEMPT IS LISTED BUT NOT
002300*                 TOUCHED, SO A SECOND U RUN CHANGES NOTHING.
002400*----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS ACCT-NUMBER
003200         ALTERNATE RECORD KEY IS ACCT-NAME
003300             WITH DUPLICATES
003400         FILE STATUS IS WS-ACCT-STATUS.
003500 
003600     SELECT CONVERT-RPT ASSIGN TO "CDCVRPT"
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800 
003900     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100 
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  ACCOUNT-MASTER.
004500 01  ACCOUNT-RECORD.
004600     COPY ACCTREC.
004700 
004800 FD  CONVERT-RPT.
004900 01  CONVERT-RPT-LINE        PIC X(80).
005000 
005100 FD  DAILY-STATS-FILE.
005200     COPY DLYSTAT.
005300 
005400 WORKING-STORAGE SECTION.
005500*----------------------------------------------------------
005600* SWITCHES AND FILE STATUS
005700*----------------------------------------------------------
005800 01  WS-SWITCHES.
005900     05  WS-INIT-FLAG        PIC X(01) VALUE "Y".
006000         88  INIT-SUCCESSFUL         VALUE "Y".
006100     05  WS-EOF-FLAG         PIC X(01) VALUE "N".
006200         88  END-OF-ACCOUNTS         VALUE "Y".
006300 01  WS-ACCT-STATUS          PIC X(02).
006400     88  ACCT-STATUS-OK              VALUE "00".
006500 01  WS-RUN-MODE             PIC X(01) VALUE "R".
006600     88  MODE-REPORT-ONLY            VALUE "R".
006700     88  MODE-UPDATE                 VALUE "U".
006800 
006900*----------------------------------------------------------
007000* ACCTCHK CALL AREA
007100*----------------------------------------------------------
007200 01  WS-CHK-ACCT             PIC X(06).
007300 01  WS-CHK-FUNCTION         PIC X(01) VALUE "V".
007400 01  WS-CHK-VALID-FLAG       PIC X(01) VALUE "N".
007500     88  WS-CHK-DIGIT-OK             VALUE "Y".
007600 
007700*----------------------------------------------------------
007800* DATES AND COUNTERS
007900*----------------------------------------------------------
008000 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
008100 01  WS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
008200 01  WS-FAIL-COUNT           PIC 9(07) COMP VALUE ZERO.
008300 01  WS-EXEMPT-COUNT         PIC 9(07) COMP VALUE ZERO.
008400 01  WS-FLAGGED-COUNT        PIC 9(07) COMP VALUE ZERO.
008500 01  WS-FAIL-COUNT-DISP      PIC ZZZZZZ9.
008600 01  WS-FLAGGED-COUNT-DISP   PIC ZZZZZZ9.
008700 
008800*----------------------------------------------------------
008900* BEFORE/AFTER JOURNAL IMAGES PASSED TO THE SHARED ACCTJRNL
009000* SUBPROGRAM ON EVERY MASTER REWRITE.
009100*----------------------------------------------------------
009200 01  WS-JRNL-PROGRAM         PIC X(12) VALUE "ACCTCDCV".
009300 01  WS-JRNL-ACTION          PIC X(01) VALUE "R".
009400 01  WS-JRNL-BEFORE          PIC X(128) VALUE SPACES.
009500 01  WS-JRNL-AFTER           PIC X(128) VALUE SPACES.
009600 
009700*----------------------------------------------------------
009800* REPORT LINES
009900*----------------------------------------------------------
010000     COPY RPTHEAD.
010100 01  WS-MODE-LINE.
010200     05  FILLER              PIC X(10) VALUE "RUN MODE  ".
010300     05  ML-MODE             PIC X(30).
010400 01  WS-COLUMN-LINE.
010500     05  FILLER              PIC X(40) VALUE
010600         "ACCT    NAME                  BRANCH  ST".
010700     05  FILLER              PIC X(20) VALUE
010800         "ATUS  ACTION".
010900 01  WS-DETAIL-LINE.
011000     05  DL-ACCT             PIC X(06).
011100     05  FILLER              PIC X(02) VALUE SPACES.
011200     05  DL-NAME             PIC X(20).
011300     05  FILLER              PIC X(02) VALUE SPACES.
011400     05  DL-BRANCH           PIC X(03).
011500     05  FILLER              PIC X(05) VALUE SPACES.
011600     05  DL-STATUS           PIC X(01).
011700     05  FILLER              PIC X(06) VALUE SPACES.
011800     05  DL-ACTION           PIC X(20).
011900 01  WS-TOTAL-LINE-1.
012000     05  FILLER              PIC X(26) VALUE
012100         "ACCOUNTS READ             ".
012200     05  TL-READ             PIC ZZZZZZ9.
012300 01  WS-TOTAL-LINE-2.
012400     05  FILLER              PIC X(26) VALUE
012500         "FAILING THE CHECK DIGIT   ".
012600     05  TL-FAIL             PIC ZZZZZZ9.
012700 01  WS-TOTAL-LINE-3.
012800     05  FILLER              PIC X(26) VALUE
012900         "ALREADY EXEMPT            ".
013000     05  TL-EXEMPT           PIC ZZZZZZ9.
013100 01  WS-TOTAL-LINE-4.
013200     05  FILLER              PIC X(26) VALUE
013300         "FLAGGED EXEMPT THIS RUN   ".
013400     05  TL-FLAGGED          PIC ZZZZZZ9.
013500 
013600 PROCEDURE DIVISION.
013700*----------------------------------------------------------
013800* 0000-MAINLINE
013900*----------------------------------------------------------
014000 0000-MAINLINE.
014100     DISPLAY "ENTER RUN MODE (R = REPORT, U = UPDATE): "
014200     ACCEPT WS-RUN-MODE
014300     PERFORM 1000-INITIALIZE
014400         THRU 1000-INITIALIZE-EXIT
014500     PERFORM 2000-CHECK-ONE-ACCOUNT
014600         THRU 2000-CHECK-ONE-ACCOUNT-EXIT
014700         UNTIL END-OF-ACCOUNTS
014800     PERFORM 7000-PRINT-TOTALS
014900         THRU 7000-PRINT-TOTALS-EXIT
015000     PERFORM 9000-TERMINATE
015100         THRU 9000-TERMINATE-EXIT
015200     STOP RUN.
015300 
015400*----------------------------------------------------------
015500* 1000-INITIALIZE - CHECK THE MODE, OPEN THE MASTER (INPUT FOR
015600* A REPORT-ONLY RUN, I-O TO GRANDFATHER), PRINT THE FIRST
015700* HEADINGS AND PRIME THE READ.
015800*----------------------------------------------------------
015900 1000-INITIALIZE.
016000     CALL "GETBDATE" USING WS-BUSINESS-DATE
016100     OPEN OUTPUT CONVERT-RPT
016200     MOVE "ACCOUNT CHECK-DIGIT CONVERSION" TO RPT-TITLE
016300     MOVE WS-BUSINESS-DATE TO RPT-HEAD-DATE
016400     IF NOT MODE-REPORT-ONLY AND NOT MODE-UPDATE
016500         DISPLAY "CHECK-DIGIT-CONVERT: RUN MODE "
016600             WS-RUN-MODE " NOT R OR U - NOTHING DONE"
016700         MOVE "R" TO WS-RUN-MODE
016800         MOVE "Y" TO WS-EOF-FLAG
016900         MOVE "N" TO WS-INIT-FLAG
017000         MOVE 8 TO RETURN-CODE
017100         GO TO 1000-INITIALIZE-EXIT
017200     END-IF
017300     IF MODE-UPDATE
017400         MOVE "U - FLAG FAILING ACCOUNTS" TO ML-MODE
017500         OPEN I-O ACCOUNT-MASTER
017600     ELSE
017700         MOVE "R - REPORT ONLY" TO ML-MODE
017800         OPEN INPUT ACCOUNT-MASTER
017900     END-IF
018000     PERFORM 7900-RPT-HEADINGS
018100         THRU 7900-RPT-HEADINGS-EXIT
018200     IF NOT ACCT-STATUS-OK
018300         DISPLAY "CHECK-DIGIT-CONVERT: ACCTMSTR OPEN "
018400             "FAILED, STATUS " WS-ACCT-STATUS
018500         MOVE "Y" TO WS-EOF-FLAG
018600         MOVE "N" TO WS-INIT-FLAG
018700         MOVE 8 TO RETURN-CODE
018800         GO TO 1000-INITIALIZE-EXIT
018900     END-IF
019000     PERFORM 8000-READ-NEXT-ACCOUNT
019100         THRU 8000-READ-NEXT-ACCOUNT-EXIT.
019200 1000-INITIALIZE-EXIT.
019300     EXIT.
019400 
019500*----------------------------------------------------------
019600* 2000-CHECK-ONE-ACCOUNT - AN ACCOUNT WHOSE NUMBER PASSES IS
019700* ONLY COUNTED.  ONE THAT FAILS IS LISTED AND, ON AN UPDATE
019800* RUN, GRANDFATHERED UNLESS IT ALREADY IS.
019900*----------------------------------------------------------
020000 2000-CHECK-ONE-ACCOUNT.
020100     ADD 1 TO WS-READ-COUNT
020200     MOVE ACCT-NUMBER TO WS-CHK-ACCT
020300     CALL "ACCTCHK" USING WS-CHK-ACCT WS-CHK-FUNCTION
020400         WS-CHK-VALID-FLAG
020500     IF WS-CHK-DIGIT-OK
020600         GO TO 2000-CHECK-ONE-ACCOUNT-READ
020700     END-IF
020800     ADD 1 TO WS-FAIL-COUNT
020900     IF ACCT-CHECK-DIGIT-EXEMPT
021000         ADD 1 TO WS-EXEMPT-COUNT
021100         MOVE "ALREADY EXEMPT" TO DL-ACTION
021200     ELSE
021300         IF MODE-UPDATE
021400             PERFORM 3000-FLAG-EXEMPT
021500                 THRU 3000-FLAG-EXEMPT-EXIT
021600         ELSE
021700             MOVE "WOULD FAIL" TO DL-ACTION
021800         END-IF
021900     END-IF
022000     PERFORM 4000-DETAIL-LINE
022100         THRU 4000-DETAIL-LINE-EXIT.
022200 
022300 2000-CHECK-ONE-ACCOUNT-READ.
022400     PERFORM 8000-READ-NEXT-ACCOUNT
022500         THRU 8000-READ-NEXT-ACCOUNT-EXIT.
022600 2000-CHECK-ONE-ACCOUNT-EXIT.
022700     EXIT.
022800 
022900*----------------------------------------------------------
023000* 3000-FLAG-EXEMPT - SET THE GRANDFATHER FLAG AND JOURNAL THE
023100* BEFORE AND AFTER IMAGES.
023200*----------------------------------------------------------
023300 3000-FLAG-EXEMPT.
023400     MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
023500     MOVE "Y" TO ACCT-CD-EXEMPT
023600     REWRITE ACCOUNT-RECORD
023700         INVALID KEY
023800             DISPLAY "ACCTMSTR REWRITE FAILED, STATUS "
023900                 WS-ACCT-STATUS " ACCOUNT " ACCT-NUMBER
024000             MOVE "REWRITE FAILED" TO DL-ACTION
024100             MOVE 8 TO RETURN-CODE
024200             GO TO 3000-FLAG-EXEMPT-EXIT
024300     END-REWRITE
024400     MOVE ACCOUNT-RECORD TO WS-JRNL-AFTER
024500     CALL "ACCTJRNL" USING WS-JRNL-PROGRAM WS-JRNL-ACTION
024600         WS-JRNL-BEFORE WS-JRNL-AFTER
024700     ADD 1 TO WS-FLAGGED-COUNT
024800     MOVE "FLAGGED EXEMPT" TO DL-ACTION.
024900 3000-FLAG-EXEMPT-EXIT.
025000     EXIT.
025100 
025200*----------------------------------------------------------
025300* 4000-DETAIL-LINE - ONE LINE PER FAILING ACCOUNT.
025400*----------------------------------------------------------
025500 4000-DETAIL-LINE.
025600     IF RPT-LINE-COUNT >= RPT-PAGE-LIMIT
025700         PERFORM 7900-RPT-HEADINGS
025800             THRU 7900-RPT-HEADINGS-EXIT
025900     END-IF
026000     MOVE ACCT-NUMBER      TO DL-ACCT
026100     MOVE ACCT-NAME        TO DL-NAME
026200     MOVE ACCT-BRANCH      TO DL-BRANCH
026300     MOVE ACCT-STATUS-FLAG TO DL-STATUS
026400     WRITE CONVERT-RPT-LINE FROM WS-DETAIL-LINE
026500     ADD 1 TO RPT-LINE-COUNT
026600     ADD 1 TO RPT-DETAIL-COUNT.
026700 4000-DETAIL-LINE-EXIT.
026800     EXIT.
026900 
027000*----------------------------------------------------------
027100* 7000-PRINT-TOTALS - THE RUN COUNTS AND THE TRAILER.
027200*----------------------------------------------------------
027300 7000-PRINT-TOTALS.
027400     MOVE SPACES TO CONVERT-RPT-LINE
027500     WRITE CONVERT-RPT-LINE
027600     MOVE WS-READ-COUNT    TO TL-READ
027700     WRITE CONVERT-RPT-LINE FROM WS-TOTAL-LINE-1
027800     MOVE WS-FAIL-COUNT    TO TL-FAIL
027900     WRITE CONVERT-RPT-LINE FROM WS-TOTAL-LINE-2
028000     MOVE WS-EXEMPT-COUNT  TO TL-EXEMPT
028100     WRITE CONVERT-RPT-LINE FROM WS-TOTAL-LINE-3
028200     MOVE WS-FLAGGED-COUNT TO TL-FLAGGED
028300     WRITE CONVERT-RPT-LINE FROM WS-TOTAL-LINE-4
028400     MOVE RPT-DETAIL-COUNT TO RPT-TRAILER-COUNT
028500     WRITE CONVERT-RPT-LINE FROM RPT-TRAILER-LINE.
028600 7000-PRINT-TOTALS-EXIT.
028700     EXIT.
028800 
028900*----------------------------------------------------------
029000* 7900-RPT-HEADINGS - THROW A NEW PAGE: THE STANDARD HEADING
029100* BLOCK, THE RUN MODE AND THE COLUMN HEADINGS.
029200*----------------------------------------------------------
029300 7900-RPT-HEADINGS.
029400     ADD 1 TO RPT-PAGE-NUMBER
029500     MOVE RPT-PAGE-NUMBER TO RPT-PAGE-DISPLAY
029600     WRITE CONVERT-RPT-LINE FROM RPT-HEADING-LINE
029700     WRITE CONVERT-RPT-LINE FROM WS-MODE-LINE
029800     WRITE CONVERT-RPT-LINE FROM WS-COLUMN-LINE
029900     MOVE ZERO TO RPT-LINE-COUNT.
030000 7900-RPT-HEADINGS-EXIT.
030100     EXIT.
030200 
030300*----------------------------------------------------------
030400* 8000-READ-NEXT-ACCOUNT - READ THE NEXT ACCOUNT MASTER
030500* RECORD IN KEY SEQUENCE.
030600*----------------------------------------------------------
030700 8000-READ-NEXT-ACCOUNT.
030800     READ ACCOUNT-MASTER NEXT RECORD
030900         AT END
031000             MOVE "Y" TO WS-EOF-FLAG
031100     END-READ.
031200 8000-READ-NEXT-ACCOUNT-EXIT.
031300     EXIT.
031400 
031500*----------------------------------------------------------
031600* 9000-TERMINATE - CLOSE FILES AND WRITE THE DAILY-STATS
031700* SUMMARY RECORD.
031800*----------------------------------------------------------
031900 9000-TERMINATE.
032000     IF INIT-SUCCESSFUL
032100         CLOSE ACCOUNT-MASTER
032200     END-IF
032300     CLOSE CONVERT-RPT
032400     PERFORM 9500-WRITE-DAILY-STATS
032500         THRU 9500-WRITE-DAILY-STATS-EXIT
032600     DISPLAY "CHECK-DIGIT-CONVERT: " WS-READ-COUNT
032700         " READ, " WS-FAIL-COUNT " FAIL THE CHECK DIGIT, "
032800         WS-FLAGGED-COUNT " FLAGGED EXEMPT".
032900 9000-TERMINATE-EXIT.
033000     EXIT.
033100 
033200*----------------------------------------------------------
033300* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
033400* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
033500* CONSOLIDATED REPORT.
033600*----------------------------------------------------------
033700 9500-WRITE-DAILY-STATS.
033800     OPEN EXTEND DAILY-STATS-FILE
033900     MOVE "CHECK-DIGIT-CONVERT" TO DS-PROGRAM-NAME
034000     MOVE WS-READ-COUNT     TO DS-RECORD-COUNT
034100     MOVE WS-FAIL-COUNT     TO WS-FAIL-COUNT-DISP
034200     MOVE WS-FLAGGED-COUNT  TO WS-FLAGGED-COUNT-DISP
034300     MOVE SPACES            TO DS-DETAIL
034400     STRING "FAILING: "      DELIMITED BY SIZE
034500         WS-FAIL-COUNT-DISP  DELIMITED BY SIZE
034600         "  FLAGGED: "       DELIMITED BY SIZE
034700         WS-FLAGGED-COUNT-DISP DELIMITED BY SIZE
034800         INTO DS-DETAIL
034900     END-STRING
035000     WRITE DAILY-STAT-RECORD
035100     CLOSE DAILY-STATS-FILE.
035200 9500-WRITE-DAILY-STATS-EXIT.
035300     EXIT.
