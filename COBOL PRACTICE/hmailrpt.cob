000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HOLD-MAIL-REPORT.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  MONTHLY RETURNED-MAIL REPORT
001100*                 FOR OPERATIONS.  LISTS EVERY CUSTOMER WHOSE
001200*                 CUSTADDR RECORD IS FLAGGED RETURNED-MAIL,
001300*                 WITH THE DATE THE FLAG WENT ON, HOW MANY
001400*                 DAYS THEIR MAIL HAS BEEN HELD, HOW MANY
001500*                 STATEMENTS AND NOTICES HAVE BEEN DIVERTED
001600*                 TO THE HOLDMAIL FILE SINCE (SHARED HMAILREC
001700*                 COPYBOOK) AND WHEN THE LAST ONE WAS HELD,
001800*                 THEN TOTALS THE CUSTOMERS BY HOW LONG THEY
001900*                 HAVE BEEN HELD.  THE LONG-HELD CUSTOMERS
002000*                 ARE THE ONES TO CHASE FOR A NEW ADDRESS
002100*                 BEFORE DORMANCY AND ESCHEATMENT CATCH UP
002200*                 WITH THEM.
002300*----------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT CUSTOMER-ADDRESS ASSIGN TO "CUSTADDR"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS SEQUENTIAL
003000         RECORD KEY IS AD-CUST-ID
003100         FILE STATUS IS WS-ADDR-STATUS.
003200
003300     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS CM-CUST-ID
003700         FILE STATUS IS WS-CUSTM-STATUS.
003800
003900     SELECT HOLD-MAIL-FILE ASSIGN TO "HOLDMAIL"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-HOLD-STATUS.
004200
004300     SELECT HOLD-MAIL-RPT ASSIGN TO "HMAILRPT"
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500
004600     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  CUSTOMER-ADDRESS.
005200 01  CUSTOMER-ADDRESS-RECORD.
005300     COPY ADDRREC.
005400
005500 FD  CUSTOMER-MASTER.
005600 01  CUSTOMER-MASTER-RECORD.
005700     COPY CUSTMREC.
005800
005900 FD  HOLD-MAIL-FILE.
006000 01  HOLD-MAIL-RECORD.
006100     COPY HMAILREC.
006200
006300 FD  HOLD-MAIL-RPT.
006400 01  HOLD-MAIL-RPT-LINE      PIC X(80).
006500
006600 FD  DAILY-STATS-FILE.
006700     COPY DLYSTAT.
006800
006900 WORKING-STORAGE SECTION.
007000*----------------------------------------------------------
007100* SWITCHES AND FILE STATUS
007200*----------------------------------------------------------
007300 01  WS-SWITCHES.
007400     05  WS-INIT-FLAG        PIC X(01) VALUE "Y".
007500         88  INIT-SUCCESSFUL         VALUE "Y".
007600     05  WS-ADDR-EOF-FLAG    PIC X(01) VALUE "N".
007700         88  END-OF-ADDRESSES        VALUE "Y".
007800     05  WS-HOLD-EOF-FLAG    PIC X(01) VALUE "N".
007900         88  END-OF-HOLD-MAIL        VALUE "Y".
008000     05  WS-SECTION-FLAG     PIC X(01) VALUE "D".
008100         88  WS-IN-SUMMARY           VALUE "S".
008200 01  WS-ADDR-STATUS          PIC X(02).
008300     88  ADDR-FILE-OK                VALUE "00".
008400 01  WS-CUSTM-STATUS         PIC X(02).
008500     88  CUSTM-FILE-OK               VALUE "00".
008600 01  WS-CUSTM-OPEN-FLAG      PIC X(01) VALUE "N".
008700     88  CUSTM-FILE-OPEN             VALUE "Y".
008800 01  WS-HOLD-STATUS          PIC X(02).
008900     88  HOLD-FILE-OK                VALUE "00".
009000 01  WS-HOLD-OPEN-FLAG       PIC X(01) VALUE "N".
009100     88  HOLD-FILE-OPEN              VALUE "Y".
009200
009300*----------------------------------------------------------
009400* DATES, AGING AND TOTALS
009500*----------------------------------------------------------
009600 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
009700 01  WS-TODAY-INTEGER        PIC 9(08) COMP VALUE ZERO.
009800 01  WS-DAYS-HELD            PIC S9(05) COMP VALUE ZERO.
009900 01  WS-AGE-LABEL            PIC X(08).
010000 01  WS-CUST-COUNT-DISP      PIC ZZZZ9.
010100 01  WS-PIECE-TOTAL          PIC 9(07) COMP VALUE ZERO.
010200 01  WS-PIECE-TOTAL-DISP     PIC ZZZZZZ9.
010300 01  WS-AGE-TOTALS.
010400     05  WS-AGE-CNT-30       PIC 9(05) COMP VALUE ZERO.
010500     05  WS-AGE-CNT-90       PIC 9(05) COMP VALUE ZERO.
010600     05  WS-AGE-CNT-180      PIC 9(05) COMP VALUE ZERO.
010700     05  WS-AGE-CNT-OVER     PIC 9(05) COMP VALUE ZERO.
010800
010900*----------------------------------------------------------
011000* RETURNED-MAIL CUSTOMERS, LOADED IN CUSTADDR KEY ORDER.
011100*----------------------------------------------------------
011200 01  WS-HOLD-COUNT           PIC 9(04) COMP VALUE ZERO.
011300 01  WS-HOLD-TABLE.
011400     05  WS-HT-ENTRY         OCCURS 1 TO 2000 TIMES
011500             DEPENDING ON WS-HOLD-COUNT
011600             INDEXED BY WS-HT-IDX.
011700         10  WS-HT-CUST      PIC X(06).
011800         10  WS-HT-RET-DATE  PIC 9(08).
011900         10  WS-HT-PIECES    PIC 9(05) COMP.
012000         10  WS-HT-LAST-HELD PIC 9(08).
012100
012200*----------------------------------------------------------
012300* REPORT LINES
012400*----------------------------------------------------------
012500     COPY RPTHEAD.
012600 01  WS-COLUMN-LINE.
012700     05  FILLER              PIC X(40) VALUE
012800         "CUST    NAME                  RETURNED  ".
012900     05  FILLER              PIC X(27) VALUE
013000         " DAYS  PIECES LAST HELD AGE".
013100 01  WS-DETAIL-LINE.
013200     05  DL-CUST             PIC X(06).
013300     05  FILLER              PIC X(02) VALUE SPACES.
013400     05  DL-NAME             PIC X(20).
013500     05  FILLER              PIC X(02) VALUE SPACES.
013600     05  DL-RETURNED         PIC 9(08).
013700     05  FILLER              PIC X(02) VALUE SPACES.
013800     05  DL-DAYS             PIC ZZZZ9.
013900     05  FILLER              PIC X(02) VALUE SPACES.
014000     05  DL-PIECES           PIC ZZZZ9.
014100     05  FILLER              PIC X(02) VALUE SPACES.
014200     05  DL-LAST-HELD        PIC X(08).
014300     05  FILLER              PIC X(02) VALUE SPACES.
014400     05  DL-AGE              PIC X(08).
014500 01  WS-SUMMARY-HEADING      PIC X(80) VALUE
014600     "RETURNED-MAIL CUSTOMERS BY DAYS HELD".
014700 01  WS-SUMMARY-LINE.
014800     05  SL-LABEL            PIC X(20).
014900     05  SL-COUNT            PIC ZZZZZZ9.
015000
015100 PROCEDURE DIVISION.
015200*----------------------------------------------------------
015300* 0000-MAINLINE
015400*----------------------------------------------------------
015500 0000-MAINLINE.
015600     PERFORM 1000-INITIALIZE
015700         THRU 1000-INITIALIZE-EXIT
015800     PERFORM 2000-LOAD-ONE-ADDRESS
015900         THRU 2000-LOAD-ONE-ADDRESS-EXIT
016000         UNTIL END-OF-ADDRESSES
016100     PERFORM 3000-TALLY-ONE-PIECE
016200         THRU 3000-TALLY-ONE-PIECE-EXIT
016300         UNTIL END-OF-HOLD-MAIL
016400     IF WS-HOLD-COUNT > ZERO
016500         PERFORM 4000-PRINT-ONE-CUSTOMER
016600             THRU 4000-PRINT-ONE-CUSTOMER-EXIT
016700             VARYING WS-HT-IDX FROM 1 BY 1
016800             UNTIL WS-HT-IDX > WS-HOLD-COUNT
016900     END-IF
017000     PERFORM 7000-PRINT-SUMMARY
017100         THRU 7000-PRINT-SUMMARY-EXIT
017200     PERFORM 9000-TERMINATE
017300         THRU 9000-TERMINATE-EXIT
017400     STOP RUN.
017500
017600*----------------------------------------------------------
017700* 1000-INITIALIZE - OPEN FILES, PRINT THE FIRST HEADINGS AND
017800* PRIME BOTH READS.  NO CUSTADDR MEANS NOBODY CAN BE FLAGGED
017900* AND NO HOLDMAIL MEANS NOTHING HAS BEEN HELD YET; EITHER
018000* WAY THE REPORT STILL PRINTS.
018100*----------------------------------------------------------
018200 1000-INITIALIZE.
018300     CALL "GETBDATE" USING WS-BUSINESS-DATE
018400     COMPUTE WS-TODAY-INTEGER =
018500         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
018600     OPEN OUTPUT HOLD-MAIL-RPT
018700     MOVE "RETURNED MAIL - CUSTOMERS ON HOLD" TO RPT-TITLE
018800     MOVE WS-BUSINESS-DATE TO RPT-HEAD-DATE
018900     PERFORM 7900-RPT-HEADINGS
019000         THRU 7900-RPT-HEADINGS-EXIT
019100     OPEN INPUT HOLD-MAIL-FILE
019200     IF HOLD-FILE-OK
019300         MOVE "Y" TO WS-HOLD-OPEN-FLAG
019400         PERFORM 8100-READ-HOLD-MAIL
019500             THRU 8100-READ-HOLD-MAIL-EXIT
019600     ELSE
019700         MOVE "Y" TO WS-HOLD-EOF-FLAG
019800     END-IF
019900     OPEN INPUT CUSTOMER-MASTER
020000     IF CUSTM-FILE-OK
020100         MOVE "Y" TO WS-CUSTM-OPEN-FLAG
020200     END-IF
020300     OPEN INPUT CUSTOMER-ADDRESS
020400     IF NOT ADDR-FILE-OK
020500         DISPLAY "HOLD-MAIL-REPORT: NO CUSTADDR, STATUS "
020600             WS-ADDR-STATUS
020700         MOVE "Y" TO WS-ADDR-EOF-FLAG
020800         MOVE "N" TO WS-INIT-FLAG
020900         GO TO 1000-INITIALIZE-EXIT
021000     END-IF
021100     PERFORM 8000-READ-ADDRESS
021200         THRU 8000-READ-ADDRESS-EXIT.
021300 1000-INITIALIZE-EXIT.
021400     EXIT.
021500
021600*----------------------------------------------------------
021700* 2000-LOAD-ONE-ADDRESS - A CUSTOMER FLAGGED RETURNED-MAIL
021800* GOES INTO THE TABLE WITH NOTHING HELD YET.
021900*----------------------------------------------------------
022000 2000-LOAD-ONE-ADDRESS.
022100     IF NOT AD-MAIL-RETURNED
022200         GO TO 2000-LOAD-ONE-ADDRESS-READ
022300     END-IF
022400     IF WS-HOLD-COUNT >= 2000
022500         DISPLAY "HOLD-MAIL-REPORT: TABLE FULL, "
022600             AD-CUST-ID " LEFT OFF THE REPORT"
022700         GO TO 2000-LOAD-ONE-ADDRESS-READ
022800     END-IF
022900     ADD 1 TO WS-HOLD-COUNT
023000     SET WS-HT-IDX TO WS-HOLD-COUNT
023100     MOVE AD-CUST-ID TO WS-HT-CUST(WS-HT-IDX)
023200     IF AD-RETURNED-DATE NUMERIC
023300         MOVE AD-RETURNED-DATE TO WS-HT-RET-DATE(WS-HT-IDX)
023400     ELSE
023500         MOVE ZERO TO WS-HT-RET-DATE(WS-HT-IDX)
023600     END-IF
023700     MOVE ZERO TO WS-HT-PIECES(WS-HT-IDX)
023800                  WS-HT-LAST-HELD(WS-HT-IDX).
023900
024000 2000-LOAD-ONE-ADDRESS-READ.
024100     PERFORM 8000-READ-ADDRESS
024200         THRU 8000-READ-ADDRESS-EXIT.
024300 2000-LOAD-ONE-ADDRESS-EXIT.
024400     EXIT.
024500
024600*----------------------------------------------------------
024700* 3000-TALLY-ONE-PIECE - THE FIRST LINE OF EACH HELD
024800* DOCUMENT COUNTS ONE PIECE AGAINST ITS CUSTOMER, IF THE
024900* CUSTOMER IS STILL FLAGGED AND IT WAS HELD SINCE THE FLAG
025000* LAST WENT ON (OLDER PIECES BELONG TO AN EARLIER SPELL).
025100*----------------------------------------------------------
025200 3000-TALLY-ONE-PIECE.
025300     IF HM-LINE-NO NOT = 1 OR WS-HOLD-COUNT = ZERO
025400         GO TO 3000-TALLY-ONE-PIECE-READ
025500     END-IF
025600     SET WS-HT-IDX TO 1
025700     SEARCH WS-HT-ENTRY
025800         AT END
025900             GO TO 3000-TALLY-ONE-PIECE-READ
026000         WHEN WS-HT-CUST(WS-HT-IDX) = HM-CUST-ID
026100             CONTINUE
026200     END-SEARCH
026300     IF HM-HELD-DATE < WS-HT-RET-DATE(WS-HT-IDX)
026400         GO TO 3000-TALLY-ONE-PIECE-READ
026500     END-IF
026600     ADD 1 TO WS-HT-PIECES(WS-HT-IDX)
026700     ADD 1 TO WS-PIECE-TOTAL
026800     IF HM-HELD-DATE > WS-HT-LAST-HELD(WS-HT-IDX)
026900         MOVE HM-HELD-DATE TO WS-HT-LAST-HELD(WS-HT-IDX)
027000     END-IF.
027100
027200 3000-TALLY-ONE-PIECE-READ.
027300     PERFORM 8100-READ-HOLD-MAIL
027400         THRU 8100-READ-HOLD-MAIL-EXIT.
027500 3000-TALLY-ONE-PIECE-EXIT.
027600     EXIT.
027700
027800*----------------------------------------------------------
027900* 4000-PRINT-ONE-CUSTOMER - ONE REPORT LINE PER FLAGGED
028000* CUSTOMER, AGED FROM THE RETURNED-MAIL DATE TO TODAY'S
028100* BUSINESS DATE.  A FLAG WITH NO DATE (SET BEFORE THE DATE
028200* WAS KEPT) AGES AS OVER 180 DAYS.
028300*----------------------------------------------------------
028400 4000-PRINT-ONE-CUSTOMER.
028500     IF RPT-LINE-COUNT >= RPT-PAGE-LIMIT
028600         PERFORM 7900-RPT-HEADINGS
028700             THRU 7900-RPT-HEADINGS-EXIT
028800     END-IF
028900     MOVE WS-HT-CUST(WS-HT-IDX)     TO DL-CUST
029000     MOVE WS-HT-RET-DATE(WS-HT-IDX) TO DL-RETURNED
029100     MOVE WS-HT-PIECES(WS-HT-IDX)   TO DL-PIECES
029200     MOVE "NOT FOUND"               TO DL-NAME
029300     IF CUSTM-FILE-OPEN
029400         MOVE WS-HT-CUST(WS-HT-IDX) TO CM-CUST-ID
029500         READ CUSTOMER-MASTER
029600             INVALID KEY
029700                 CONTINUE
029800             NOT INVALID KEY
029900                 MOVE CM-CUST-NAME TO DL-NAME
030000         END-READ
030100     END-IF
030200     IF WS-HT-LAST-HELD(WS-HT-IDX) > ZERO
030300         MOVE WS-HT-LAST-HELD(WS-HT-IDX) TO DL-LAST-HELD
030400     ELSE
030500         MOVE "NONE"                     TO DL-LAST-HELD
030600     END-IF
030700     IF WS-HT-RET-DATE(WS-HT-IDX) > ZERO
030800         COMPUTE WS-DAYS-HELD = WS-TODAY-INTEGER
030900             - FUNCTION INTEGER-OF-DATE(
031000                 WS-HT-RET-DATE(WS-HT-IDX))
031100         MOVE WS-DAYS-HELD TO DL-DAYS
031200     ELSE
031300         MOVE 99999 TO WS-DAYS-HELD
031400         MOVE ZERO  TO DL-DAYS
031500     END-IF
031600     EVALUATE TRUE
031700         WHEN WS-DAYS-HELD <= 30
031800             MOVE "0-30"     TO WS-AGE-LABEL
031900             ADD 1 TO WS-AGE-CNT-30
032000         WHEN WS-DAYS-HELD <= 90
032100             MOVE "31-90"    TO WS-AGE-LABEL
032200             ADD 1 TO WS-AGE-CNT-90
032300         WHEN WS-DAYS-HELD <= 180
032400             MOVE "91-180"   TO WS-AGE-LABEL
032500             ADD 1 TO WS-AGE-CNT-180
032600         WHEN OTHER
032700             MOVE "OVER 180" TO WS-AGE-LABEL
032800             ADD 1 TO WS-AGE-CNT-OVER
032900     END-EVALUATE
033000     MOVE WS-AGE-LABEL TO DL-AGE
033100     WRITE HOLD-MAIL-RPT-LINE FROM WS-DETAIL-LINE
033200     ADD 1 TO RPT-LINE-COUNT
033300     ADD 1 TO RPT-DETAIL-COUNT.
033400 4000-PRINT-ONE-CUSTOMER-EXIT.
033500     EXIT.
033600
033700*----------------------------------------------------------
033800* 7000-PRINT-SUMMARY - A FRESH PAGE WITH THE CUSTOMERS
033900* COUNTED BY HOW LONG THEIR MAIL HAS BEEN HELD, THE PIECES
034000* HELD IN ALL, AND THE TRAILER.
034100*----------------------------------------------------------
034200 7000-PRINT-SUMMARY.
034300     MOVE "S" TO WS-SECTION-FLAG
034400     PERFORM 7900-RPT-HEADINGS
034500         THRU 7900-RPT-HEADINGS-EXIT
034600     MOVE "HELD 0-30 DAYS"     TO SL-LABEL
034700     MOVE WS-AGE-CNT-30        TO SL-COUNT
034800     WRITE HOLD-MAIL-RPT-LINE FROM WS-SUMMARY-LINE
034900     MOVE "HELD 31-90 DAYS"    TO SL-LABEL
035000     MOVE WS-AGE-CNT-90        TO SL-COUNT
035100     WRITE HOLD-MAIL-RPT-LINE FROM WS-SUMMARY-LINE
035200     MOVE "HELD 91-180 DAYS"   TO SL-LABEL
035300     MOVE WS-AGE-CNT-180       TO SL-COUNT
035400     WRITE HOLD-MAIL-RPT-LINE FROM WS-SUMMARY-LINE
035500     MOVE "HELD OVER 180 DAYS" TO SL-LABEL
035600     MOVE WS-AGE-CNT-OVER      TO SL-COUNT
035700     WRITE HOLD-MAIL-RPT-LINE FROM WS-SUMMARY-LINE
035800     MOVE SPACES TO HOLD-MAIL-RPT-LINE
035900     WRITE HOLD-MAIL-RPT-LINE
036000     MOVE "CUSTOMERS ON HOLD"  TO SL-LABEL
036100     MOVE WS-HOLD-COUNT        TO SL-COUNT
036200     WRITE HOLD-MAIL-RPT-LINE FROM WS-SUMMARY-LINE
036300     MOVE "PIECES HELD"        TO SL-LABEL
036400     MOVE WS-PIECE-TOTAL       TO SL-COUNT
036500     WRITE HOLD-MAIL-RPT-LINE FROM WS-SUMMARY-LINE
036600     MOVE RPT-DETAIL-COUNT TO RPT-TRAILER-COUNT
036700     WRITE HOLD-MAIL-RPT-LINE FROM RPT-TRAILER-LINE.
036800 7000-PRINT-SUMMARY-EXIT.
036900     EXIT.
037000
037100*----------------------------------------------------------
037200* 7900-RPT-HEADINGS - THROW A NEW PAGE: THE STANDARD HEADING
037300* BLOCK AND THE COLUMN HEADINGS FOR THE SECTION BEING
037400* PRINTED.
037500*----------------------------------------------------------
037600 7900-RPT-HEADINGS.
037700     ADD 1 TO RPT-PAGE-NUMBER
037800     MOVE RPT-PAGE-NUMBER TO RPT-PAGE-DISPLAY
037900     WRITE HOLD-MAIL-RPT-LINE FROM RPT-HEADING-LINE
038000     IF WS-IN-SUMMARY
038100         WRITE HOLD-MAIL-RPT-LINE FROM WS-SUMMARY-HEADING
038200     ELSE
038300         WRITE HOLD-MAIL-RPT-LINE FROM WS-COLUMN-LINE
038400     END-IF
038500     MOVE ZERO TO RPT-LINE-COUNT.
038600 7900-RPT-HEADINGS-EXIT.
038700     EXIT.
038800
038900*----------------------------------------------------------
039000* 8000-READ-ADDRESS - READ THE NEXT CUSTADDR RECORD.
039100*----------------------------------------------------------
039200 8000-READ-ADDRESS.
039300     READ CUSTOMER-ADDRESS NEXT RECORD
039400         AT END
039500             MOVE "Y" TO WS-ADDR-EOF-FLAG
039600     END-READ.
039700 8000-READ-ADDRESS-EXIT.
039800     EXIT.
039900
040000*----------------------------------------------------------
040100* 8100-READ-HOLD-MAIL - READ THE NEXT HELD-MAIL LINE.
040200*----------------------------------------------------------
040300 8100-READ-HOLD-MAIL.
040400     READ HOLD-MAIL-FILE
040500         AT END
040600             MOVE "Y" TO WS-HOLD-EOF-FLAG
040700     END-READ.
040800 8100-READ-HOLD-MAIL-EXIT.
040900     EXIT.
041000
041100*----------------------------------------------------------
041200* 9000-TERMINATE - CLOSE FILES AND WRITE THE DAILY-STATS
041300* SUMMARY RECORD.
041400*----------------------------------------------------------
041500 9000-TERMINATE.
041600     IF INIT-SUCCESSFUL
041700         CLOSE CUSTOMER-ADDRESS
041800     END-IF
041900     IF CUSTM-FILE-OPEN
042000         CLOSE CUSTOMER-MASTER
042100     END-IF
042200     IF HOLD-FILE-OPEN
042300         CLOSE HOLD-MAIL-FILE
042400     END-IF
042500     CLOSE HOLD-MAIL-RPT
042600     PERFORM 9500-WRITE-DAILY-STATS
042700         THRU 9500-WRITE-DAILY-STATS-EXIT
042800     DISPLAY "HOLD-MAIL-REPORT: " WS-HOLD-COUNT
042900         " CUSTOMERS ON HOLD, " WS-PIECE-TOTAL " PIECES HELD".
043000 9000-TERMINATE-EXIT.
043100     EXIT.
043200
043300*----------------------------------------------------------
043400* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
043500* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
043600* CONSOLIDATED REPORT.
043700*----------------------------------------------------------
043800 9500-WRITE-DAILY-STATS.
043900     OPEN EXTEND DAILY-STATS-FILE
044000     MOVE "HOLD-MAIL-REPORT" TO DS-PROGRAM-NAME
044100     MOVE WS-HOLD-COUNT      TO DS-RECORD-COUNT
044200     MOVE WS-HOLD-COUNT      TO WS-CUST-COUNT-DISP
044300     MOVE WS-PIECE-TOTAL     TO WS-PIECE-TOTAL-DISP
044400     MOVE SPACES             TO DS-DETAIL
044500     STRING "ON HOLD: "      DELIMITED BY SIZE
044600         WS-CUST-COUNT-DISP  DELIMITED BY SIZE
044700         "  PIECES: "        DELIMITED BY SIZE
044800         WS-PIECE-TOTAL-DISP DELIMITED BY SIZE
044900         INTO DS-DETAIL
045000     END-STRING
045100     WRITE DAILY-STAT-RECORD
045200     CLOSE DAILY-STATS-FILE.
045300 9500-WRITE-DAILY-STATS-EXIT.
045400     EXIT.
