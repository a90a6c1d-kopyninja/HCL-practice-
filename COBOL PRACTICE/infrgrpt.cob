000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INBOUND-FILE-REPORT.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  DAILY INBOUND FILE REPORT.
001100*                 READS THE SHARED INBOUND FILE REGISTER
001200*                 (INFREG, INFREGRC COPYBOOK) THE POSTING
001300*                 PROGRAMS UPDATE THROUGH THE INFREG
001400*                 SUBPROGRAM AND LISTS EVERY FILE RECEIVED,
001500*                 POSTED AND REFUSED ON THE BUSINESS DATE,
001600*                 WITH ITS COUNT AND AMOUNT HASH.  A REFUSED
001700*                 FILE SHOWS THE POSTED FILE IT DUPLICATES.
001800*                 A FILE RECEIVED BUT NEVER MARKED POSTED
001900*                 (ITS POSTING RUN FAILED) IS LISTED AGAIN AT
002000*                 THE END FOR OPERATIONS TO FOLLOW UP.
002100*----------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT INBOUND-REGISTER ASSIGN TO "INFREG"
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS WS-INFREG-STATUS.
002800
002900     SELECT INBOUND-REPORT ASSIGN TO "INFRGRPT"
003000         ORGANIZATION IS LINE SEQUENTIAL.
003100
003200     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
003300         ORGANIZATION IS LINE SEQUENTIAL.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  INBOUND-REGISTER.
003800 01  INBOUND-REGISTER-RECORD.
003900     COPY INFREGRC.
004000
004100 FD  INBOUND-REPORT.
004200 01  INBOUND-REPORT-LINE     PIC X(80).
004300
004400 FD  DAILY-STATS-FILE.
004500     COPY DLYSTAT.
004600
004700 WORKING-STORAGE SECTION.
004800 01  WS-SWITCHES.
004900     05  WS-INIT-FLAG        PIC X(01) VALUE "Y".
005000         88  INIT-SUCCESSFUL         VALUE "Y".
005100     05  WS-EOF-FLAG         PIC X(01) VALUE "N".
005200         88  END-OF-REGISTER         VALUE "Y".
005300 01  WS-INFREG-STATUS        PIC X(02).
005400     88  INFREG-FILE-OK              VALUE "00".
005500
005600 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
005700 01  WS-RECEIVED-COUNT       PIC 9(05) COMP VALUE ZERO.
005800 01  WS-POSTED-COUNT         PIC 9(05) COMP VALUE ZERO.
005900 01  WS-REFUSED-COUNT        PIC 9(05) COMP VALUE ZERO.
006000 01  WS-UNPOSTED-COUNT       PIC 9(05) COMP VALUE ZERO.
006100 01  WS-RECEIVED-COUNT-DISP  PIC ZZZZ9.
006200 01  WS-POSTED-COUNT-DISP    PIC ZZZZ9.
006300 01  WS-REFUSED-COUNT-DISP   PIC ZZZZ9.
006400
006500*----------------------------------------------------------
006600* FILES RECEIVED TODAY, SO EACH "P" ENTRY CAN BE MATCHED
006700* BACK TO ITS "R" ENTRY AND THE ONES NEVER POSTED LISTED.
006800*----------------------------------------------------------
006900 01  WS-FILE-TABLE.
007000     05  WS-FILE-ENTRY       OCCURS 200 TIMES.
007100         10  WS-FL-SOURCE    PIC X(10).
007200         10  WS-FL-DATE      PIC 9(08).
007300         10  WS-FL-SEQ       PIC 9(03).
007400         10  WS-FL-COUNT     PIC 9(07).
007500         10  WS-FL-HASH      PIC 9(13)V99.
007600         10  WS-FL-PROGRAM   PIC X(23).
007700         10  WS-FL-POSTED    PIC X(01).
007800             88  WS-FL-IS-POSTED     VALUE "Y".
007900 01  WS-FILE-USED            PIC 9(03) COMP VALUE ZERO.
008000 01  WS-FILE-MAX             PIC 9(03) COMP VALUE 200.
008100 01  WS-FILE-SUB             PIC 9(03) COMP VALUE ZERO.
008200
008300 01  WS-HEADING-LINE-1       PIC X(80) VALUE
008400     "INBOUND FILE REGISTER - FILES RECEIVED, POSTED, REFUSED".
008500 01  WS-HEADING-LINE-2.
008600     05  FILLER              PIC X(14) VALUE
008700         "BUSINESS DATE ".
008800     05  HD-BUS-DATE         PIC 9(08).
008900 01  WS-HEADING-LINE-3.
009000     05  FILLER              PIC X(33) VALUE
009100         "SOURCE     FILE DT  SEQ   RECORDS".
009200     05  FILLER              PIC X(23) VALUE
009300         "    AMOUNT HASH  STATUS".
009400 01  WS-DETAIL-LINE.
009500     05  DL-SOURCE           PIC X(10).
009600     05  FILLER              PIC X(01) VALUE SPACE.
009700     05  DL-FILE-DATE        PIC 9(08).
009800     05  FILLER              PIC X(01) VALUE SPACE.
009900     05  DL-SEQ              PIC 9(03).
010000     05  FILLER              PIC X(01) VALUE SPACE.
010100     05  DL-COUNT            PIC Z,ZZZ,ZZ9.
010200     05  FILLER              PIC X(01) VALUE SPACE.
010300     05  DL-HASH             PIC ZZZ,ZZZ,ZZ9.99.
010400     05  FILLER              PIC X(02) VALUE SPACES.
010500     05  DL-STATUS           PIC X(08).
010600     05  FILLER              PIC X(01) VALUE SPACE.
010700     05  DL-MATCH-TAG        PIC X(03).
010800     05  DL-MATCH-DATE       PIC X(08).
010900     05  DL-MATCH-SLASH      PIC X(01).
011000     05  DL-MATCH-SEQ        PIC X(03).
011100 01  WS-UNPOSTED-HEADING     PIC X(80) VALUE
011200     "RECEIVED BUT NOT POSTED - POSTING RUN DID NOT COMPLETE".
011300 01  WS-UNPOSTED-LINE.
011400     05  UL-SOURCE           PIC X(10).
011500     05  FILLER              PIC X(01) VALUE SPACE.
011600     05  UL-FILE-DATE        PIC 9(08).
011700     05  FILLER              PIC X(01) VALUE SPACE.
011800     05  UL-SEQ              PIC 9(03).
011900     05  FILLER              PIC X(01) VALUE SPACE.
012000     05  UL-COUNT            PIC Z,ZZZ,ZZ9.
012100     05  FILLER              PIC X(01) VALUE SPACE.
012200     05  UL-HASH             PIC ZZZ,ZZZ,ZZ9.99.
012300     05  FILLER              PIC X(02) VALUE SPACES.
012400     05  UL-PROGRAM          PIC X(23).
012500 01  WS-TOTAL-LINE.
012600     05  FILLER              PIC X(10) VALUE "RECEIVED ".
012700     05  GT-RECEIVED         PIC ZZZZ9.
012800     05  FILLER              PIC X(11) VALUE "   POSTED ".
012900     05  GT-POSTED           PIC ZZZZ9.
013000     05  FILLER              PIC X(12) VALUE "   REFUSED ".
013100     05  GT-REFUSED          PIC ZZZZ9.
013200     05  FILLER              PIC X(13) VALUE "   UNPOSTED ".
013300     05  GT-UNPOSTED         PIC ZZZZ9.
013400
013500 PROCEDURE DIVISION.
013600*----------------------------------------------------------
013700* 0000-MAINLINE
013800*----------------------------------------------------------
013900 0000-MAINLINE.
014000     PERFORM 1000-INITIALIZE
014100         THRU 1000-INITIALIZE-EXIT
014200     PERFORM 2000-LIST-ONE-ENTRY
014300         THRU 2000-LIST-ONE-ENTRY-EXIT
014400         UNTIL END-OF-REGISTER
014500     PERFORM 7000-PRINT-TOTALS
014600         THRU 7000-PRINT-TOTALS-EXIT
014700     PERFORM 9000-TERMINATE
014800         THRU 9000-TERMINATE-EXIT
014900     STOP RUN.
015000
015100*----------------------------------------------------------
015200* 1000-INITIALIZE - OPEN FILES, PRINT THE HEADINGS AND
015300* PRIME THE READ.  NO INFREG YET MEANS NO FILE HAS EVER
015400* BEEN REGISTERED - AN EMPTY (BUT PRINTED) REPORT.
015500*----------------------------------------------------------
015600 1000-INITIALIZE.
015700     CALL "GETBDATE" USING WS-BUSINESS-DATE
015800     INITIALIZE WS-FILE-TABLE
015900     OPEN OUTPUT INBOUND-REPORT
016000     MOVE WS-BUSINESS-DATE TO HD-BUS-DATE
016100     WRITE INBOUND-REPORT-LINE FROM WS-HEADING-LINE-1
016200     WRITE INBOUND-REPORT-LINE FROM WS-HEADING-LINE-2
016300     WRITE INBOUND-REPORT-LINE FROM WS-HEADING-LINE-3
016400     OPEN INPUT INBOUND-REGISTER
016500     IF NOT INFREG-FILE-OK
016600         DISPLAY "INBOUND-FILE-REPORT: NO INFREG, "
016700             "STATUS " WS-INFREG-STATUS
016800         MOVE "Y" TO WS-EOF-FLAG
016900         MOVE "N" TO WS-INIT-FLAG
017000         GO TO 1000-INITIALIZE-EXIT
017100     END-IF
017200     PERFORM 8000-READ-REGISTER
017300         THRU 8000-READ-REGISTER-EXIT.
017400 1000-INITIALIZE-EXIT.
017500     EXIT.
017600
017700*----------------------------------------------------------
017800* 2000-LIST-ONE-ENTRY - PRINT ONE OF TODAY'S REGISTER
017900* ENTRIES AND COUNT IT.  A RECEIVED FILE GOES INTO THE
018000* TABLE; A POSTED ENTRY TICKS ITS FILE OFF.
018100*----------------------------------------------------------
018200 2000-LIST-ONE-ENTRY.
018300     IF IR-BUS-DATE NOT = WS-BUSINESS-DATE
018400         GO TO 2000-LIST-ONE-ENTRY-READ
018500     END-IF
018600     MOVE IR-SOURCE          TO DL-SOURCE
018700     MOVE IR-FILE-DATE       TO DL-FILE-DATE
018800     MOVE IR-FILE-SEQ        TO DL-SEQ
018900     MOVE IR-RECORD-COUNT    TO DL-COUNT
019000     MOVE IR-AMOUNT-HASH     TO DL-HASH
019100     MOVE SPACES             TO DL-MATCH-TAG
019200     MOVE SPACES             TO DL-MATCH-DATE
019300     MOVE SPACES             TO DL-MATCH-SLASH
019400     MOVE SPACES             TO DL-MATCH-SEQ
019500     EVALUATE TRUE
019600         WHEN IR-IS-RECEIVED
019700             MOVE "RECEIVED" TO DL-STATUS
019800             ADD 1 TO WS-RECEIVED-COUNT
019900             PERFORM 2100-ADD-FILE
020000                 THRU 2100-ADD-FILE-EXIT
020100         WHEN IR-IS-POSTED
020200             MOVE "POSTED"   TO DL-STATUS
020300             ADD 1 TO WS-POSTED-COUNT
020400             PERFORM 2200-MARK-POSTED
020500                 THRU 2200-MARK-POSTED-EXIT
020600         WHEN IR-IS-REFUSED
020700             MOVE "REFUSED"  TO DL-STATUS
020800             MOVE "AS "      TO DL-MATCH-TAG
020900             MOVE IR-MATCH-DATE TO DL-MATCH-DATE
021000             MOVE "/"        TO DL-MATCH-SLASH
021100             MOVE IR-MATCH-SEQ  TO DL-MATCH-SEQ
021200             ADD 1 TO WS-RECEIVED-COUNT
021300             ADD 1 TO WS-REFUSED-COUNT
021400         WHEN OTHER
021500             MOVE "UNKNOWN"  TO DL-STATUS
021600     END-EVALUATE
021700     WRITE INBOUND-REPORT-LINE FROM WS-DETAIL-LINE.
021800
021900 2000-LIST-ONE-ENTRY-READ.
022000     PERFORM 8000-READ-REGISTER
022100         THRU 8000-READ-REGISTER-EXIT.
022200 2000-LIST-ONE-ENTRY-EXIT.
022300     EXIT.
022400
022500*----------------------------------------------------------
022600* 2100-ADD-FILE - REMEMBER ONE RECEIVED FILE.  A FULL TABLE
022700* ONLY COSTS THE NOT-POSTED LIST; THE DETAIL IS PRINTED.
022800*----------------------------------------------------------
022900 2100-ADD-FILE.
023000     IF WS-FILE-USED NOT < WS-FILE-MAX
023100         DISPLAY "INBOUND-FILE-REPORT: FILE TABLE FULL AT "
023200             WS-FILE-MAX
023300         GO TO 2100-ADD-FILE-EXIT
023400     END-IF
023500     ADD 1 TO WS-FILE-USED
023600     MOVE IR-SOURCE       TO WS-FL-SOURCE(WS-FILE-USED)
023700     MOVE IR-FILE-DATE    TO WS-FL-DATE(WS-FILE-USED)
023800     MOVE IR-FILE-SEQ     TO WS-FL-SEQ(WS-FILE-USED)
023900     MOVE IR-RECORD-COUNT TO WS-FL-COUNT(WS-FILE-USED)
024000     MOVE IR-AMOUNT-HASH  TO WS-FL-HASH(WS-FILE-USED)
024100     MOVE IR-PROGRAM      TO WS-FL-PROGRAM(WS-FILE-USED)
024200     MOVE "N"             TO WS-FL-POSTED(WS-FILE-USED).
024300 2100-ADD-FILE-EXIT.
024400     EXIT.
024500
024600*----------------------------------------------------------
024700* 2200-MARK-POSTED - TICK OFF THE RECEIVED FILE THIS
024800* POSTED ENTRY BELONGS TO.
024900*----------------------------------------------------------
025000 2200-MARK-POSTED.
025100     MOVE 1 TO WS-FILE-SUB
025200     PERFORM 2210-MATCH-ONE-FILE
025300         THRU 2210-MATCH-ONE-FILE-EXIT
025400         UNTIL WS-FILE-SUB > WS-FILE-USED.
025500 2200-MARK-POSTED-EXIT.
025600     EXIT.
025700
025800*----------------------------------------------------------
025900* 2210-MATCH-ONE-FILE - ONE TABLE ENTRY.
026000*----------------------------------------------------------
026100 2210-MATCH-ONE-FILE.
026200     IF WS-FL-SOURCE(WS-FILE-SUB) = IR-SOURCE
026300      AND WS-FL-DATE(WS-FILE-SUB) = IR-FILE-DATE
026400      AND WS-FL-SEQ(WS-FILE-SUB) = IR-FILE-SEQ
026500         MOVE "Y" TO WS-FL-POSTED(WS-FILE-SUB)
026600     END-IF
026700     ADD 1 TO WS-FILE-SUB.
026800 2210-MATCH-ONE-FILE-EXIT.
026900     EXIT.
027000
027100*----------------------------------------------------------
027200* 7000-PRINT-TOTALS - LIST THE FILES RECEIVED BUT NEVER
027300* POSTED, THEN THE DAY'S COUNTS.
027400*----------------------------------------------------------
027500 7000-PRINT-TOTALS.
027600     MOVE SPACES TO INBOUND-REPORT-LINE
027700     WRITE INBOUND-REPORT-LINE
027800     WRITE INBOUND-REPORT-LINE FROM WS-UNPOSTED-HEADING
027900     MOVE 1 TO WS-FILE-SUB
028000     PERFORM 7100-LIST-ONE-UNPOSTED
028100         THRU 7100-LIST-ONE-UNPOSTED-EXIT
028200         UNTIL WS-FILE-SUB > WS-FILE-USED
028300     MOVE SPACES TO INBOUND-REPORT-LINE
028400     WRITE INBOUND-REPORT-LINE
028500     MOVE WS-RECEIVED-COUNT  TO GT-RECEIVED
028600     MOVE WS-POSTED-COUNT    TO GT-POSTED
028700     MOVE WS-REFUSED-COUNT   TO GT-REFUSED
028800     MOVE WS-UNPOSTED-COUNT  TO GT-UNPOSTED
028900     WRITE INBOUND-REPORT-LINE FROM WS-TOTAL-LINE.
029000 7000-PRINT-TOTALS-EXIT.
029100     EXIT.
029200
029300*----------------------------------------------------------
029400* 7100-LIST-ONE-UNPOSTED - ONE TABLE ENTRY.
029500*----------------------------------------------------------
029600 7100-LIST-ONE-UNPOSTED.
029700     IF WS-FL-IS-POSTED(WS-FILE-SUB)
029800         GO TO 7100-LIST-ONE-UNPOSTED-NEXT
029900     END-IF
030000     MOVE WS-FL-SOURCE(WS-FILE-SUB)  TO UL-SOURCE
030100     MOVE WS-FL-DATE(WS-FILE-SUB)    TO UL-FILE-DATE
030200     MOVE WS-FL-SEQ(WS-FILE-SUB)     TO UL-SEQ
030300     MOVE WS-FL-COUNT(WS-FILE-SUB)   TO UL-COUNT
030400     MOVE WS-FL-HASH(WS-FILE-SUB)    TO UL-HASH
030500     MOVE WS-FL-PROGRAM(WS-FILE-SUB) TO UL-PROGRAM
030600     WRITE INBOUND-REPORT-LINE FROM WS-UNPOSTED-LINE
030700     ADD 1 TO WS-UNPOSTED-COUNT.
030800
030900 7100-LIST-ONE-UNPOSTED-NEXT.
031000     ADD 1 TO WS-FILE-SUB.
031100 7100-LIST-ONE-UNPOSTED-EXIT.
031200     EXIT.
031300
031400*----------------------------------------------------------
031500* 8000-READ-REGISTER - READ THE NEXT REGISTER ENTRY.
031600*----------------------------------------------------------
031700 8000-READ-REGISTER.
031800     READ INBOUND-REGISTER
031900         AT END
032000             MOVE "Y" TO WS-EOF-FLAG
032100     END-READ.
032200 8000-READ-REGISTER-EXIT.
032300     EXIT.
032400
032500*----------------------------------------------------------
032600* 9000-TERMINATE - CLOSE FILES AND WRITE THE DAILY-STATS
032700* SUMMARY RECORD.
032800*----------------------------------------------------------
032900 9000-TERMINATE.
033000     IF INIT-SUCCESSFUL
033100         CLOSE INBOUND-REGISTER
033200     END-IF
033300     CLOSE INBOUND-REPORT
033400     PERFORM 9500-WRITE-DAILY-STATS
033500         THRU 9500-WRITE-DAILY-STATS-EXIT
033600     DISPLAY "INBOUND-FILE-REPORT: " WS-RECEIVED-COUNT
033700         " RECEIVED, " WS-POSTED-COUNT " POSTED, "
033800         WS-REFUSED-COUNT " REFUSED".
033900 9000-TERMINATE-EXIT.
034000     EXIT.
034100
034200*----------------------------------------------------------
034300* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
034400* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
034500* CONSOLIDATED REPORT.
034600*----------------------------------------------------------
034700 9500-WRITE-DAILY-STATS.
034800     OPEN EXTEND DAILY-STATS-FILE
034900     MOVE "INBOUND-FILE-REPORT" TO DS-PROGRAM-NAME
035000     MOVE WS-RECEIVED-COUNT TO DS-RECORD-COUNT
035100     MOVE WS-RECEIVED-COUNT TO WS-RECEIVED-COUNT-DISP
035200     MOVE WS-POSTED-COUNT   TO WS-POSTED-COUNT-DISP
035300     MOVE WS-REFUSED-COUNT  TO WS-REFUSED-COUNT-DISP
035400     MOVE SPACES            TO DS-DETAIL
035500     STRING "RCVD: " DELIMITED BY SIZE
035600         WS-RECEIVED-COUNT-DISP DELIMITED BY SIZE
035700         "  POSTED: " DELIMITED BY SIZE
035800         WS-POSTED-COUNT-DISP DELIMITED BY SIZE
035900         "  REFSD: " DELIMITED BY SIZE
036000         WS-REFUSED-COUNT-DISP DELIMITED BY SIZE
036100         INTO DS-DETAIL
036200     END-STRING
036300     WRITE DAILY-STAT-RECORD
036400     CLOSE DAILY-STATS-FILE.
036500 9500-WRITE-DAILY-STATS-EXIT.
036600     EXIT.
