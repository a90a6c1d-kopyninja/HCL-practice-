000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CHARGE-OFF-REPORT.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  MONTHLY CHARGE-OFF AND
001100*                 RECOVERY REPORT FOR THE CREDIT COMMITTEE
001200*                 AND THE AUDITORS.  READS THE CHGOFF
001300*                 REGISTER (SHARED CHGOREC COPYBOOK) THE
001400*                 MENU-CHOICE CHARGE-OFF FUNCTION AND THE
001500*                 TELLER AND STANDING-ORDER RECOVERY PATHS
001600*                 WRITE, SELECTS THE REPORT MONTH (YYYYMM
001700*                 FROM SYSIN THE WAY FEE-WAIVER-REPORT TAKES
001800*                 ITS MONTH), LISTS EVERY CHARGE-OFF (WITH
001900*                 ITS PRINCIPAL / INTEREST / LATE-FEE SPLIT)
002000*                 AND EVERY RECOVERY, THEN PRINTS COUNT AND
002100*                 AMOUNT OF EACH PER BRANCH WITH THE NET LOSS
002200*                 AND A GRAND TOTAL.
002300*----------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT CHARGE-OFF-REGISTER ASSIGN TO "CHGOFF"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS SEQUENTIAL
003000         RECORD KEY IS CO-KEY
003100         FILE STATUS IS WS-CHGO-STATUS.
003200
003300     SELECT CHARGE-OFF-RPT ASSIGN TO "CHGORPT"
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500
003600     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  CHARGE-OFF-REGISTER.
004200 01  CHARGE-OFF-RECORD.
004300     COPY CHGOREC.
004400
004500 FD  CHARGE-OFF-RPT.
004600 01  CHARGE-OFF-RPT-LINE     PIC X(80).
004700
004800 FD  DAILY-STATS-FILE.
004900     COPY DLYSTAT.
005000
005100 WORKING-STORAGE SECTION.
005200 01  WS-SWITCHES.
005300     05  WS-INIT-FLAG        PIC X(01) VALUE "Y".
005400         88  INIT-SUCCESSFUL         VALUE "Y".
005500     05  WS-EOF-FLAG         PIC X(01) VALUE "N".
005600         88  END-OF-REGISTER         VALUE "Y".
005700     05  WS-SECTION-FLAG     PIC X(01) VALUE "D".
005800         88  WS-IN-SUMMARY           VALUE "S".
005900 01  WS-CHGO-STATUS          PIC X(02).
006000     88  CHGO-FILE-OK                VALUE "00".
006100
006200 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
006300 01  WS-REPORT-MONTH         PIC X(06).
006400 01  WS-CHGOFF-COUNT         PIC 9(05) COMP VALUE ZERO.
006500 01  WS-RECOV-COUNT          PIC 9(05) COMP VALUE ZERO.
006600 01  WS-CHGOFF-COUNT-DISP    PIC ZZZZ9.
006700 01  WS-RECOV-COUNT-DISP     PIC ZZZZ9.
006800 01  WS-TOTAL-CHGOFF         PIC S9(9)V99 VALUE ZERO.
006900 01  WS-TOTAL-RECOV          PIC S9(9)V99 VALUE ZERO.
007000
007100*----------------------------------------------------------
007200* PER-BRANCH TALLY TABLE.
007300*----------------------------------------------------------
007400 01  WS-BRANCH-COUNT         PIC 9(02) COMP VALUE ZERO.
007500 01  WS-BRANCH-TABLE.
007600     05  WS-BRANCH-ENTRY     OCCURS 1 TO 50 TIMES
007700             DEPENDING ON WS-BRANCH-COUNT
007800             INDEXED BY WS-BRANCH-IDX.
007900         10  WS-BR-CODE      PIC X(03).
008000         10  WS-BR-CO-CNT    PIC 9(05) COMP.
008100         10  WS-BR-CO-AMT    PIC S9(9)V99.
008200         10  WS-BR-RC-CNT    PIC 9(05) COMP.
008300         10  WS-BR-RC-AMT    PIC S9(9)V99.
008400
008500*----------------------------------------------------------
008600* REPORT LINES
008700*----------------------------------------------------------
008800     COPY RPTHEAD.
008900 01  WS-MONTH-LINE.
009000     05  FILLER              PIC X(13) VALUE "REPORT MONTH ".
009100     05  ML-MONTH            PIC X(06).
009200 01  WS-COLUMN-LINE.
009300     05  FILLER              PIC X(40) VALUE
009400         "BR   LOAN      ENTRY       DATE         ".
009500     05  FILLER              PIC X(28) VALUE
009600         "    AMOUNT  CD   OPER   APPR".
009700 01  WS-DETAIL-LINE.
009800     05  DL-BRANCH           PIC X(03).
009900     05  FILLER              PIC X(02) VALUE SPACES.
010000     05  DL-LOAN             PIC X(08).
010100     05  FILLER              PIC X(02) VALUE SPACES.
010200     05  DL-ENTRY            PIC X(10).
010300     05  FILLER              PIC X(02) VALUE SPACES.
010400     05  DL-DATE             PIC 9(08).
010500     05  FILLER              PIC X(02) VALUE SPACES.
010600     05  DL-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
010700     05  FILLER              PIC X(02) VALUE SPACES.
010800     05  DL-CODE             PIC X(02).
010900     05  FILLER              PIC X(03) VALUE SPACES.
011000     05  DL-OPERATOR         PIC X(06).
011100     05  FILLER              PIC X(01) VALUE SPACE.
011200     05  DL-APPROVER         PIC X(06).
011300 01  WS-SPLIT-LINE.
011400     05  FILLER              PIC X(15) VALUE SPACES.
011500     05  FILLER              PIC X(06) VALUE "PRIN  ".
011600     05  SP-PRINCIPAL        PIC ZZ,ZZZ,ZZ9.99.
011700     05  FILLER              PIC X(07) VALUE "   INT ".
011800     05  SP-INTEREST         PIC ZZZ,ZZ9.99.
011900     05  FILLER              PIC X(07) VALUE "  LATE ".
012000     05  SP-LATE-FEES        PIC ZZ,ZZ9.99.
012100 01  WS-SUMMARY-HEADING      PIC X(80) VALUE
012200     "CHARGE-OFFS AND RECOVERIES BY BRANCH".
012300 01  WS-SUMMARY-COLUMNS.
012400     05  FILLER              PIC X(40) VALUE
012500         "BRANCH       CO    CHARGED OFF    RC    ".
012600     05  FILLER              PIC X(26) VALUE
012700         "  RECOVERED       NET LOSS".
012800 01  WS-SUMMARY-LINE.
012900     05  SL-BRANCH           PIC X(06).
013000     05  FILLER              PIC X(04) VALUE SPACES.
013100     05  SL-CO-CNT           PIC ZZZZ9.
013200     05  FILLER              PIC X(02) VALUE SPACES.
013300     05  SL-CO-AMT           PIC ZZZ,ZZZ,ZZ9.99.
013400     05  FILLER              PIC X(02) VALUE SPACES.
013500     05  SL-RC-CNT           PIC ZZZZ9.
013600     05  FILLER              PIC X(02) VALUE SPACES.
013700     05  SL-RC-AMT           PIC ZZZ,ZZZ,ZZ9.99.
013800     05  FILLER              PIC X(01) VALUE SPACE.
013900     05  SL-NET              PIC -ZZZ,ZZZ,ZZ9.99.
014000
014100 PROCEDURE DIVISION.
014200*----------------------------------------------------------
014300* 0000-MAINLINE
014400*----------------------------------------------------------
014500 0000-MAINLINE.
014600     DISPLAY "ENTER REPORT MONTH (YYYYMM): "
014700     ACCEPT WS-REPORT-MONTH
014800     PERFORM 1000-INITIALIZE
014900         THRU 1000-INITIALIZE-EXIT
015000     PERFORM 2000-LIST-ONE-ENTRY
015100         THRU 2000-LIST-ONE-ENTRY-EXIT
015200         UNTIL END-OF-REGISTER
015300     PERFORM 7000-PRINT-SUMMARY
015400         THRU 7000-PRINT-SUMMARY-EXIT
015500     PERFORM 9000-TERMINATE
015600         THRU 9000-TERMINATE-EXIT
015700     STOP RUN.
015800
015900*----------------------------------------------------------
016000* 1000-INITIALIZE - OPEN FILES, PRINT THE FIRST HEADINGS AND
016100* PRIME THE READ.  NO CHGOFF REGISTER YET (NOTHING EVER
016200* CHARGED OFF) MEANS AN EMPTY BUT PRINTED REPORT.
016300*----------------------------------------------------------
016400 1000-INITIALIZE.
016500     CALL "GETBDATE" USING WS-BUSINESS-DATE
016600     OPEN OUTPUT CHARGE-OFF-RPT
016700     MOVE "LOAN CHARGE-OFFS AND RECOVERIES" TO RPT-TITLE
016800     MOVE WS-BUSINESS-DATE TO RPT-HEAD-DATE
016900     PERFORM 7900-RPT-HEADINGS
017000         THRU 7900-RPT-HEADINGS-EXIT
017100     OPEN INPUT CHARGE-OFF-REGISTER
017200     IF NOT CHGO-FILE-OK
017300         DISPLAY "CHARGE-OFF-REPORT: NO CHGOFF, STATUS "
017400             WS-CHGO-STATUS
017500         MOVE "Y" TO WS-EOF-FLAG
017600         MOVE "N" TO WS-INIT-FLAG
017700         GO TO 1000-INITIALIZE-EXIT
017800     END-IF
017900     PERFORM 8000-READ-REGISTER
018000         THRU 8000-READ-REGISTER-EXIT.
018100 1000-INITIALIZE-EXIT.
018200     EXIT.
018300
018400*----------------------------------------------------------
018500* 2000-LIST-ONE-ENTRY - LIST ONE OF THE MONTH'S CHARGE-OFFS
018600* OR RECOVERIES AND FOLD IT INTO ITS BRANCH'S TALLY.
018700*----------------------------------------------------------
018800 2000-LIST-ONE-ENTRY.
018900     IF CO-DATE(1:6) NOT = WS-REPORT-MONTH
019000         GO TO 2000-LIST-ONE-ENTRY-READ
019100     END-IF
019200     PERFORM 3000-DETAIL-LINE
019300         THRU 3000-DETAIL-LINE-EXIT
019400     PERFORM 4000-FIND-BRANCH-ENTRY
019500         THRU 4000-FIND-BRANCH-ENTRY-EXIT
019600     IF CO-IS-CHARGE-OFF
019700         ADD 1         TO WS-CHGOFF-COUNT
019800         ADD CO-AMOUNT TO WS-TOTAL-CHGOFF
019900         IF WS-BRANCH-IDX NOT > WS-BRANCH-COUNT
020000             ADD 1         TO WS-BR-CO-CNT(WS-BRANCH-IDX)
020100             ADD CO-AMOUNT TO WS-BR-CO-AMT(WS-BRANCH-IDX)
020200         END-IF
020300     ELSE
020400         ADD 1         TO WS-RECOV-COUNT
020500         ADD CO-AMOUNT TO WS-TOTAL-RECOV
020600         IF WS-BRANCH-IDX NOT > WS-BRANCH-COUNT
020700             ADD 1         TO WS-BR-RC-CNT(WS-BRANCH-IDX)
020800             ADD CO-AMOUNT TO WS-BR-RC-AMT(WS-BRANCH-IDX)
020900         END-IF
021000     END-IF.
021100
021200 2000-LIST-ONE-ENTRY-READ.
021300     PERFORM 8000-READ-REGISTER
021400         THRU 8000-READ-REGISTER-EXIT.
021500 2000-LIST-ONE-ENTRY-EXIT.
021600     EXIT.
021700
021800*----------------------------------------------------------
021900* 3000-DETAIL-LINE - ONE LINE PER ENTRY; A CHARGE-OFF ALSO
022000* GETS A SECOND LINE WITH WHAT MADE UP THE AMOUNT.  THE CODE
022100* COLUMN IS THE REASON ON A CHARGE-OFF AND THE SOURCE
022200* (T = TELLER, S = STANDING ORDER) ON A RECOVERY.
022300*----------------------------------------------------------
022400 3000-DETAIL-LINE.
022500     IF RPT-LINE-COUNT >= RPT-PAGE-LIMIT
022600         PERFORM 7900-RPT-HEADINGS
022700             THRU 7900-RPT-HEADINGS-EXIT
022800     END-IF
022900     MOVE CO-BRANCH   TO DL-BRANCH
023000     MOVE CO-LOAN     TO DL-LOAN
023100     MOVE CO-DATE     TO DL-DATE
023200     MOVE CO-AMOUNT   TO DL-AMOUNT
023300     MOVE CO-OPERATOR TO DL-OPERATOR
023400     MOVE CO-APPROVER TO DL-APPROVER
023500     IF CO-IS-CHARGE-OFF
023600         MOVE "CHARGE-OFF" TO DL-ENTRY
023700         MOVE CO-REASON    TO DL-CODE
023800     ELSE
023900         MOVE "RECOVERY"   TO DL-ENTRY
024000         MOVE CO-SOURCE    TO DL-CODE
024100     END-IF
024200     WRITE CHARGE-OFF-RPT-LINE FROM WS-DETAIL-LINE
024300     ADD 1 TO RPT-LINE-COUNT
024400     ADD 1 TO RPT-DETAIL-COUNT
024500     IF CO-IS-CHARGE-OFF
024600         MOVE CO-PRINCIPAL TO SP-PRINCIPAL
024700         MOVE CO-INTEREST  TO SP-INTEREST
024800         MOVE CO-LATE-FEES TO SP-LATE-FEES
024900         WRITE CHARGE-OFF-RPT-LINE FROM WS-SPLIT-LINE
025000         ADD 1 TO RPT-LINE-COUNT
025100     END-IF.
025200 3000-DETAIL-LINE-EXIT.
025300     EXIT.
025400
025500*----------------------------------------------------------
025600* 4000-FIND-BRANCH-ENTRY - FIND (OR ADD) THE BRANCH'S TALLY
025700* ENTRY; THE INDEX IS LEFT PAST THE TABLE IF IT IS FULL.
025800*----------------------------------------------------------
025900 4000-FIND-BRANCH-ENTRY.
026000     IF WS-BRANCH-COUNT > ZERO
026100         SET WS-BRANCH-IDX TO 1
026200         SEARCH WS-BRANCH-ENTRY
026300             AT END
026400                 PERFORM 4100-ADD-BRANCH-ENTRY
026500                     THRU 4100-ADD-BRANCH-ENTRY-EXIT
026600             WHEN WS-BR-CODE(WS-BRANCH-IDX) = CO-BRANCH
026700                 CONTINUE
026800         END-SEARCH
026900     ELSE
027000         PERFORM 4100-ADD-BRANCH-ENTRY
027100             THRU 4100-ADD-BRANCH-ENTRY-EXIT
027200     END-IF.
027300 4000-FIND-BRANCH-ENTRY-EXIT.
027400     EXIT.
027500
027600*----------------------------------------------------------
027700* 4100-ADD-BRANCH-ENTRY - A FRESH ZEROED TALLY FOR THE
027800* BRANCH IN THE BUFFER, TABLE SPACE PERMITTING.
027900*----------------------------------------------------------
028000 4100-ADD-BRANCH-ENTRY.
028100     IF WS-BRANCH-COUNT >= 50
028200         DISPLAY "CHARGE-OFF-REPORT: BRANCH TABLE FULL, "
028300             CO-BRANCH " LEFT OUT OF THE SUMMARY"
028400         SET WS-BRANCH-IDX TO 51
028500         GO TO 4100-ADD-BRANCH-ENTRY-EXIT
028600     END-IF
028700     ADD 1 TO WS-BRANCH-COUNT
028800     SET WS-BRANCH-IDX TO WS-BRANCH-COUNT
028900     MOVE CO-BRANCH TO WS-BR-CODE(WS-BRANCH-IDX)
029000     MOVE ZERO      TO WS-BR-CO-CNT(WS-BRANCH-IDX)
029100                       WS-BR-CO-AMT(WS-BRANCH-IDX)
029200                       WS-BR-RC-CNT(WS-BRANCH-IDX)
029300                       WS-BR-RC-AMT(WS-BRANCH-IDX).
029400 4100-ADD-BRANCH-ENTRY-EXIT.
029500     EXIT.
029600
029700*----------------------------------------------------------
029800* 7000-PRINT-SUMMARY - A FRESH PAGE WITH ONE LINE PER BRANCH,
029900* THE GRAND TOTAL AND THE TRAILER.
030000*----------------------------------------------------------
030100 7000-PRINT-SUMMARY.
030200     MOVE "S" TO WS-SECTION-FLAG
030300     PERFORM 7900-RPT-HEADINGS
030400         THRU 7900-RPT-HEADINGS-EXIT
030500     IF WS-BRANCH-COUNT > ZERO
030600         PERFORM 7100-PRINT-BRANCH
030700             THRU 7100-PRINT-BRANCH-EXIT
030800             VARYING WS-BRANCH-IDX FROM 1 BY 1
030900             UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
031000     END-IF
031100     MOVE SPACES TO CHARGE-OFF-RPT-LINE
031200     WRITE CHARGE-OFF-RPT-LINE
031300     MOVE "TOTAL"          TO SL-BRANCH
031400     MOVE WS-CHGOFF-COUNT  TO SL-CO-CNT
031500     MOVE WS-TOTAL-CHGOFF  TO SL-CO-AMT
031600     MOVE WS-RECOV-COUNT   TO SL-RC-CNT
031700     MOVE WS-TOTAL-RECOV   TO SL-RC-AMT
031800     COMPUTE SL-NET = WS-TOTAL-CHGOFF - WS-TOTAL-RECOV
031900     WRITE CHARGE-OFF-RPT-LINE FROM WS-SUMMARY-LINE
032000     MOVE RPT-DETAIL-COUNT TO RPT-TRAILER-COUNT
032100     WRITE CHARGE-OFF-RPT-LINE FROM RPT-TRAILER-LINE.
032200 7000-PRINT-SUMMARY-EXIT.
032300     EXIT.
032400
032500*----------------------------------------------------------
032600* 7100-PRINT-BRANCH - ONE BRANCH'S CHARGE-OFFS, RECOVERIES
032700* AND NET LOSS FOR THE MONTH.
032800*----------------------------------------------------------
032900 7100-PRINT-BRANCH.
033000     IF RPT-LINE-COUNT >= RPT-PAGE-LIMIT
033100         PERFORM 7900-RPT-HEADINGS
033200             THRU 7900-RPT-HEADINGS-EXIT
033300     END-IF
033400     MOVE WS-BR-CODE(WS-BRANCH-IDX)   TO SL-BRANCH
033500     MOVE WS-BR-CO-CNT(WS-BRANCH-IDX) TO SL-CO-CNT
033600     MOVE WS-BR-CO-AMT(WS-BRANCH-IDX) TO SL-CO-AMT
033700     MOVE WS-BR-RC-CNT(WS-BRANCH-IDX) TO SL-RC-CNT
033800     MOVE WS-BR-RC-AMT(WS-BRANCH-IDX) TO SL-RC-AMT
033900     COMPUTE SL-NET = WS-BR-CO-AMT(WS-BRANCH-IDX)
034000                    - WS-BR-RC-AMT(WS-BRANCH-IDX)
034100     WRITE CHARGE-OFF-RPT-LINE FROM WS-SUMMARY-LINE
034200     ADD 1 TO RPT-LINE-COUNT.
034300 7100-PRINT-BRANCH-EXIT.
034400     EXIT.
034500
034600*----------------------------------------------------------
034700* 7900-RPT-HEADINGS - THROW A NEW PAGE: THE STANDARD HEADING
034800* BLOCK, THE REPORT MONTH AND THE COLUMN HEADINGS FOR THE
034900* SECTION BEING PRINTED.
035000*----------------------------------------------------------
035100 7900-RPT-HEADINGS.
035200     ADD 1 TO RPT-PAGE-NUMBER
035300     MOVE RPT-PAGE-NUMBER TO RPT-PAGE-DISPLAY
035400     WRITE CHARGE-OFF-RPT-LINE FROM RPT-HEADING-LINE
035500     MOVE WS-REPORT-MONTH TO ML-MONTH
035600     WRITE CHARGE-OFF-RPT-LINE FROM WS-MONTH-LINE
035700     IF WS-IN-SUMMARY
035800         WRITE CHARGE-OFF-RPT-LINE FROM WS-SUMMARY-HEADING
035900         WRITE CHARGE-OFF-RPT-LINE FROM WS-SUMMARY-COLUMNS
036000     ELSE
036100         WRITE CHARGE-OFF-RPT-LINE FROM WS-COLUMN-LINE
036200     END-IF
036300     MOVE ZERO TO RPT-LINE-COUNT.
036400 7900-RPT-HEADINGS-EXIT.
036500     EXIT.
036600
036700*----------------------------------------------------------
036800* 8000-READ-REGISTER - READ THE NEXT REGISTER ENTRY.
036900*----------------------------------------------------------
037000 8000-READ-REGISTER.
037100     READ CHARGE-OFF-REGISTER NEXT RECORD
037200         AT END
037300             MOVE "Y" TO WS-EOF-FLAG
037400     END-READ.
037500 8000-READ-REGISTER-EXIT.
037600     EXIT.
037700
037800*----------------------------------------------------------
037900* 9000-TERMINATE - CLOSE FILES AND WRITE THE DAILY-STATS
038000* SUMMARY RECORD.
038100*----------------------------------------------------------
038200 9000-TERMINATE.
038300     IF INIT-SUCCESSFUL
038400         CLOSE CHARGE-OFF-REGISTER
038500     END-IF
038600     CLOSE CHARGE-OFF-RPT
038700     PERFORM 9500-WRITE-DAILY-STATS
038800         THRU 9500-WRITE-DAILY-STATS-EXIT
038900     DISPLAY "CHARGE-OFF-REPORT: " WS-CHGOFF-COUNT
039000         " CHARGE-OFFS, " WS-RECOV-COUNT " RECOVERIES FOR "
039100         WS-REPORT-MONTH.
039200 9000-TERMINATE-EXIT.
039300     EXIT.
039400
039500*----------------------------------------------------------
039600* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
039700* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
039800* CONSOLIDATED REPORT.
039900*----------------------------------------------------------
040000 9500-WRITE-DAILY-STATS.
040100     OPEN EXTEND DAILY-STATS-FILE
040200     MOVE "CHARGE-OFF-REPORT" TO DS-PROGRAM-NAME
040300     MOVE RPT-DETAIL-COUNT  TO DS-RECORD-COUNT
040400     MOVE WS-CHGOFF-COUNT   TO WS-CHGOFF-COUNT-DISP
040500     MOVE WS-RECOV-COUNT    TO WS-RECOV-COUNT-DISP
040600     MOVE SPACES            TO DS-DETAIL
040700     STRING "CHARGE-OFFS: "  DELIMITED BY SIZE
040800         WS-CHGOFF-COUNT-DISP DELIMITED BY SIZE
040900         "  RECOVERIES: "    DELIMITED BY SIZE
041000         WS-RECOV-COUNT-DISP DELIMITED BY SIZE
041100         INTO DS-DETAIL
041200     END-STRING
041300     WRITE DAILY-STAT-RECORD
041400     CLOSE DAILY-STATS-FILE.
041500 9500-WRITE-DAILY-STATS-EXIT.
041600     EXIT.
