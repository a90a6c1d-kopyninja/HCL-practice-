000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. KYC-REVIEW-REPORT.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  MONTHLY CUSTOMER-
001100*                 IDENTIFICATION EXCEPTION REPORT FOR
001200*                 COMPLIANCE.  READS THE KYCFILE (SHARED
001300*                 KYCREC COPYBOOK) CUSTOMER-MAINT KEEPS AND
001400*                 LISTS, BRANCH BY BRANCH, EVERY CUSTOMER
001500*                 WHOSE ID DOCUMENT HAS EXPIRED OR WHOSE
001600*                 PERIODIC REVIEW IS OVERDUE AS OF THE
001700*                 BUSINESS DATE, WITH A SUBTOTAL PER BRANCH,
001800*                 THEN A SUMMARY PAGE OF RECORDS ON FILE,
001900*                 EXPIRED AND OVERDUE PER BRANCH.  THE BRANCH
002000*                 IS THE ONE THAT LAST VERIFIED THE DOCUMENT.
002100*----------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT CUSTOMER-KYC ASSIGN TO "KYCFILE"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS SEQUENTIAL
002800         RECORD KEY IS KY-CUST-ID
002900         FILE STATUS IS WS-KYC-STATUS.
003000
003100     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS RANDOM
003400         RECORD KEY IS CM-CUST-ID
003500         FILE STATUS IS WS-CUSTM-STATUS.
003600
003700     SELECT KYC-REVIEW-RPT ASSIGN TO "KYCRPT"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900
004000     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  CUSTOMER-KYC.
004600 01  CUSTOMER-KYC-RECORD.
004700     COPY KYCREC.
004800
004900 FD  CUSTOMER-MASTER.
005000 01  CUSTOMER-MASTER-RECORD.
005100     COPY CUSTMREC.
005200
005300 FD  KYC-REVIEW-RPT.
005400 01  KYC-REVIEW-RPT-LINE     PIC X(80).
005500
005600 FD  DAILY-STATS-FILE.
005700     COPY DLYSTAT.
005800
005900 WORKING-STORAGE SECTION.
006000*----------------------------------------------------------
006100* SWITCHES AND FILE STATUS
006200*----------------------------------------------------------
006300 01  WS-SWITCHES.
006400     05  WS-INIT-FLAG        PIC X(01) VALUE "Y".
006500         88  INIT-SUCCESSFUL         VALUE "Y".
006600     05  WS-EOF-FLAG         PIC X(01) VALUE "N".
006700         88  END-OF-KYC              VALUE "Y".
006800     05  WS-SECTION-FLAG     PIC X(01) VALUE "D".
006900         88  WS-IN-SUMMARY           VALUE "S".
007000 01  WS-KYC-STATUS           PIC X(02).
007100     88  KYC-FILE-OK                 VALUE "00".
007200 01  WS-CUSTM-STATUS         PIC X(02).
007300     88  CUSTM-FILE-OK               VALUE "00".
007400 01  WS-CUSTM-OPEN-FLAG      PIC X(01) VALUE "N".
007500     88  CUSTM-FILE-OPEN             VALUE "Y".
007600
007700*----------------------------------------------------------
007800* DATES AND TOTALS
007900*----------------------------------------------------------
008000 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
008100 01  WS-EXPIRED-FLAG         PIC X(01) VALUE "N".
008200     88  WS-DOC-EXPIRED              VALUE "Y".
008300 01  WS-OVERDUE-FLAG         PIC X(01) VALUE "N".
008400     88  WS-REVIEW-OVERDUE           VALUE "Y".
008500 01  WS-ON-FILE-COUNT        PIC 9(07) COMP VALUE ZERO.
008600 01  WS-EXPIRED-COUNT        PIC 9(07) COMP VALUE ZERO.
008700 01  WS-OVERDUE-COUNT        PIC 9(07) COMP VALUE ZERO.
008800 01  WS-EXPIRED-COUNT-DISP   PIC ZZZZ9.
008900 01  WS-OVERDUE-COUNT-DISP   PIC ZZZZ9.
009000 01  WS-BR-LISTED            PIC 9(05) COMP VALUE ZERO.
009100
009200*----------------------------------------------------------
009300* EXCEPTIONS, LOADED IN KYCFILE KEY ORDER AND PRINTED A
009400* BRANCH AT A TIME.
009500*----------------------------------------------------------
009600 01  WS-EXCP-COUNT           PIC 9(04) COMP VALUE ZERO.
009700 01  WS-EXCP-TABLE.
009800     05  WS-EX-ENTRY         OCCURS 1 TO 2000 TIMES
009900             DEPENDING ON WS-EXCP-COUNT
010000             INDEXED BY WS-EX-IDX.
010100         10  WS-EX-CUST      PIC X(06).
010200         10  WS-EX-BRANCH    PIC X(03).
010300         10  WS-EX-DOC-TYPE  PIC X(02).
010400         10  WS-EX-EXPIRY    PIC 9(08).
010500         10  WS-EX-REVIEW    PIC 9(08).
010600         10  WS-EX-RISK      PIC X(01).
010700         10  WS-EX-REASON    PIC X(12).
010800
010900*----------------------------------------------------------
011000* PER-BRANCH TALLY TABLE.
011100*----------------------------------------------------------
011200 01  WS-BRANCH-KEY           PIC X(03).
011300 01  WS-BRANCH-COUNT         PIC 9(02) COMP VALUE ZERO.
011400 01  WS-BRANCH-TABLE.
011500     05  WS-BRANCH-ENTRY     OCCURS 1 TO 50 TIMES
011600             DEPENDING ON WS-BRANCH-COUNT
011700             INDEXED BY WS-BRANCH-IDX.
011800         10  WS-BR-CODE      PIC X(03).
011900         10  WS-BR-ON-FILE   PIC 9(05) COMP.
012000         10  WS-BR-EXPIRED   PIC 9(05) COMP.
012100         10  WS-BR-OVERDUE   PIC 9(05) COMP.
012200
012300*----------------------------------------------------------
012400* REPORT LINES
012500*----------------------------------------------------------
012600     COPY RPTHEAD.
012700 01  WS-COLUMN-LINE.
012800     05  FILLER              PIC X(40) VALUE
012900         "CUST    NAME                  DOC EXPIRY".
013000     05  FILLER              PIC X(35) VALUE
013100         "    NEXT REV  RISK  EXCEPTION".
013200 01  WS-BRANCH-LINE.
013300     05  FILLER              PIC X(07) VALUE "BRANCH ".
013400     05  BL-BRANCH           PIC X(03).
013500 01  WS-DETAIL-LINE.
013600     05  DL-CUST             PIC X(06).
013700     05  FILLER              PIC X(02) VALUE SPACES.
013800     05  DL-NAME             PIC X(20).
013900     05  FILLER              PIC X(02) VALUE SPACES.
014000     05  DL-DOC-TYPE         PIC X(02).
014100     05  FILLER              PIC X(02) VALUE SPACES.
014200     05  DL-EXPIRY           PIC 9(08).
014300     05  FILLER              PIC X(02) VALUE SPACES.
014400     05  DL-REVIEW           PIC 9(08).
014500     05  FILLER              PIC X(03) VALUE SPACES.
014600     05  DL-RISK             PIC X(01).
014700     05  FILLER              PIC X(04) VALUE SPACES.
014800     05  DL-REASON           PIC X(12).
014900 01  WS-SUBTOTAL-LINE.
015000     05  FILLER              PIC X(08) VALUE SPACES.
015100     05  FILLER              PIC X(16) VALUE
015200         "BRANCH TOTAL    ".
015300     05  ST-COUNT            PIC ZZZZ9.
015400 01  WS-SUMMARY-HEADING      PIC X(80) VALUE
015500     "KYC RECORDS AND EXCEPTIONS BY BRANCH".
015600 01  WS-SUMMARY-COLUMNS.
015700     05  FILLER              PIC X(40) VALUE
015800         "BRANCH     ON FILE    EXPIRED    OVERDUE".
015900 01  WS-SUMMARY-LINE.
016000     05  SL-BRANCH           PIC X(06).
016100     05  FILLER              PIC X(02) VALUE SPACES.
016200     05  SL-ON-FILE          PIC ZZZZZZ9.
016300     05  FILLER              PIC X(04) VALUE SPACES.
016400     05  SL-EXPIRED          PIC ZZZZZZ9.
016500     05  FILLER              PIC X(04) VALUE SPACES.
016600     05  SL-OVERDUE          PIC ZZZZZZ9.
016700
016800 PROCEDURE DIVISION.
016900*----------------------------------------------------------
017000* 0000-MAINLINE
017100*----------------------------------------------------------
017200 0000-MAINLINE.
017300     PERFORM 1000-INITIALIZE
017400         THRU 1000-INITIALIZE-EXIT
017500     PERFORM 2000-CHECK-ONE-RECORD
017600         THRU 2000-CHECK-ONE-RECORD-EXIT
017700         UNTIL END-OF-KYC
017800     IF WS-BRANCH-COUNT > ZERO
017900         PERFORM 4000-PRINT-ONE-BRANCH
018000             THRU 4000-PRINT-ONE-BRANCH-EXIT
018100             VARYING WS-BRANCH-IDX FROM 1 BY 1
018200             UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
018300     END-IF
018400     PERFORM 7000-PRINT-SUMMARY
018500         THRU 7000-PRINT-SUMMARY-EXIT
018600     PERFORM 9000-TERMINATE
018700         THRU 9000-TERMINATE-EXIT
018800     STOP RUN.
018900
019000*----------------------------------------------------------
019100* 1000-INITIALIZE - OPEN FILES AND PRIME THE READ.  THE
019200* FIRST BRANCH LISTED THROWS THE FIRST PAGE.  NO KYCFILE YET
019300* (NOBODY IDENTIFIED) MEANS AN EMPTY BUT PRINTED REPORT.
019400*----------------------------------------------------------
019500 1000-INITIALIZE.
019600     CALL "GETBDATE" USING WS-BUSINESS-DATE
019700     OPEN OUTPUT KYC-REVIEW-RPT
019800     MOVE "KYC - EXPIRED IDS AND OVERDUE REVIEWS" TO RPT-TITLE
019900     MOVE WS-BUSINESS-DATE TO RPT-HEAD-DATE
020000     OPEN INPUT CUSTOMER-MASTER
020100     IF CUSTM-FILE-OK
020200         MOVE "Y" TO WS-CUSTM-OPEN-FLAG
020300     END-IF
020400     OPEN INPUT CUSTOMER-KYC
020500     IF NOT KYC-FILE-OK
020600         DISPLAY "KYC-REVIEW-REPORT: NO KYCFILE, STATUS "
020700             WS-KYC-STATUS
020800         MOVE "Y" TO WS-EOF-FLAG
020900         MOVE "N" TO WS-INIT-FLAG
021000         GO TO 1000-INITIALIZE-EXIT
021100     END-IF
021200     PERFORM 8000-READ-KYC
021300         THRU 8000-READ-KYC-EXIT.
021400 1000-INITIALIZE-EXIT.
021500     EXIT.
021600
021700*----------------------------------------------------------
021800* 2000-CHECK-ONE-RECORD - COUNT THE RECORD AGAINST ITS
021900* BRANCH AND, IF THE DOCUMENT HAS EXPIRED OR THE REVIEW
022000* DATE HAS PASSED, KEEP IT FOR THE BRANCH LISTING.  A ZERO
022100* REVIEW DATE COUNTS AS OVERDUE.
022200*----------------------------------------------------------
022300 2000-CHECK-ONE-RECORD.
022400     ADD 1 TO WS-ON-FILE-COUNT
022500     MOVE KY-BRANCH TO WS-BRANCH-KEY
022600     PERFORM 3000-FIND-BRANCH-ENTRY
022700         THRU 3000-FIND-BRANCH-ENTRY-EXIT
022800     IF WS-BRANCH-IDX NOT > WS-BRANCH-COUNT
022900         ADD 1 TO WS-BR-ON-FILE(WS-BRANCH-IDX)
023000     END-IF
023100     MOVE "N" TO WS-EXPIRED-FLAG WS-OVERDUE-FLAG
023200     IF KY-DOC-EXPIRY < WS-BUSINESS-DATE
023300         MOVE "Y" TO WS-EXPIRED-FLAG
023400         ADD 1 TO WS-EXPIRED-COUNT
023500         IF WS-BRANCH-IDX NOT > WS-BRANCH-COUNT
023600             ADD 1 TO WS-BR-EXPIRED(WS-BRANCH-IDX)
023700         END-IF
023800     END-IF
023900     IF KY-NEXT-REVIEW < WS-BUSINESS-DATE
024000         MOVE "Y" TO WS-OVERDUE-FLAG
024100         ADD 1 TO WS-OVERDUE-COUNT
024200         IF WS-BRANCH-IDX NOT > WS-BRANCH-COUNT
024300             ADD 1 TO WS-BR-OVERDUE(WS-BRANCH-IDX)
024400         END-IF
024500     END-IF
024600     IF NOT WS-DOC-EXPIRED AND NOT WS-REVIEW-OVERDUE
024700         GO TO 2000-CHECK-ONE-RECORD-READ
024800     END-IF
024900     IF WS-EXCP-COUNT >= 2000
025000         DISPLAY "KYC-REVIEW-REPORT: TABLE FULL, "
025100             KY-CUST-ID " LEFT OFF THE LISTING"
025200         GO TO 2000-CHECK-ONE-RECORD-READ
025300     END-IF
025400     ADD 1 TO WS-EXCP-COUNT
025500     SET WS-EX-IDX TO WS-EXCP-COUNT
025600     MOVE KY-CUST-ID     TO WS-EX-CUST(WS-EX-IDX)
025700     MOVE KY-BRANCH      TO WS-EX-BRANCH(WS-EX-IDX)
025800     MOVE KY-DOC-TYPE    TO WS-EX-DOC-TYPE(WS-EX-IDX)
025900     MOVE KY-DOC-EXPIRY  TO WS-EX-EXPIRY(WS-EX-IDX)
026000     MOVE KY-NEXT-REVIEW TO WS-EX-REVIEW(WS-EX-IDX)
026100     MOVE KY-RISK-RATING TO WS-EX-RISK(WS-EX-IDX)
026200     EVALUATE TRUE
026300         WHEN WS-DOC-EXPIRED AND WS-REVIEW-OVERDUE
026400             MOVE "EXPD+REVIEW" TO WS-EX-REASON(WS-EX-IDX)
026500         WHEN WS-DOC-EXPIRED
026600             MOVE "ID EXPIRED"  TO WS-EX-REASON(WS-EX-IDX)
026700         WHEN OTHER
026800             MOVE "REVIEW DUE"  TO WS-EX-REASON(WS-EX-IDX)
026900     END-EVALUATE.
027000
027100 2000-CHECK-ONE-RECORD-READ.
027200     PERFORM 8000-READ-KYC
027300         THRU 8000-READ-KYC-EXIT.
027400 2000-CHECK-ONE-RECORD-EXIT.
027500     EXIT.
027600
027700*----------------------------------------------------------
027800* 3000-FIND-BRANCH-ENTRY - FIND (OR ADD) THE TALLY ENTRY FOR
027900* WS-BRANCH-KEY; THE INDEX IS LEFT PAST THE TABLE IF IT IS
028000* FULL.
028100*----------------------------------------------------------
028200 3000-FIND-BRANCH-ENTRY.
028300     IF WS-BRANCH-COUNT > ZERO
028400         SET WS-BRANCH-IDX TO 1
028500         SEARCH WS-BRANCH-ENTRY
028600             AT END
028700                 PERFORM 3100-ADD-BRANCH-ENTRY
028800                     THRU 3100-ADD-BRANCH-ENTRY-EXIT
028900             WHEN WS-BR-CODE(WS-BRANCH-IDX) = WS-BRANCH-KEY
029000                 CONTINUE
029100         END-SEARCH
029200     ELSE
029300         PERFORM 3100-ADD-BRANCH-ENTRY
029400             THRU 3100-ADD-BRANCH-ENTRY-EXIT
029500     END-IF.
029600 3000-FIND-BRANCH-ENTRY-EXIT.
029700     EXIT.
029800
029900*----------------------------------------------------------
030000* 3100-ADD-BRANCH-ENTRY - A FRESH ZEROED TALLY FOR THE
030100* BRANCH IN WS-BRANCH-KEY, TABLE SPACE PERMITTING.
030200*----------------------------------------------------------
030300 3100-ADD-BRANCH-ENTRY.
030400     IF WS-BRANCH-COUNT >= 50
030500         DISPLAY "KYC-REVIEW-REPORT: BRANCH TABLE FULL, "
030600             WS-BRANCH-KEY " LEFT OUT OF THE SUMMARY"
030700         SET WS-BRANCH-IDX TO 51
030800         GO TO 3100-ADD-BRANCH-ENTRY-EXIT
030900     END-IF
031000     ADD 1 TO WS-BRANCH-COUNT
031100     SET WS-BRANCH-IDX TO WS-BRANCH-COUNT
031200     MOVE WS-BRANCH-KEY TO WS-BR-CODE(WS-BRANCH-IDX)
031300     MOVE ZERO          TO WS-BR-ON-FILE(WS-BRANCH-IDX)
031400                           WS-BR-EXPIRED(WS-BRANCH-IDX)
031500                           WS-BR-OVERDUE(WS-BRANCH-IDX).
031600 3100-ADD-BRANCH-ENTRY-EXIT.
031700     EXIT.
031800
031900*----------------------------------------------------------
032000* 4000-PRINT-ONE-BRANCH - A BRANCH WITH EXCEPTIONS GETS A
032100* BRANCH LINE, ITS CUSTOMERS AND A SUBTOTAL.
032200*----------------------------------------------------------
032300 4000-PRINT-ONE-BRANCH.
032400     IF WS-BR-EXPIRED(WS-BRANCH-IDX) = ZERO
032500      AND WS-BR-OVERDUE(WS-BRANCH-IDX) = ZERO
032600         GO TO 4000-PRINT-ONE-BRANCH-EXIT
032700     END-IF
032800     IF RPT-LINE-COUNT >= RPT-PAGE-LIMIT - 2
032900         PERFORM 7900-RPT-HEADINGS
033000             THRU 7900-RPT-HEADINGS-EXIT
033100     END-IF
033200     MOVE WS-BR-CODE(WS-BRANCH-IDX) TO BL-BRANCH
033300     WRITE KYC-REVIEW-RPT-LINE FROM WS-BRANCH-LINE
033400     ADD 1 TO RPT-LINE-COUNT
033500     MOVE ZERO TO WS-BR-LISTED
033600     PERFORM 4100-PRINT-ONE-EXCEPTION
033700         THRU 4100-PRINT-ONE-EXCEPTION-EXIT
033800         VARYING WS-EX-IDX FROM 1 BY 1
033900         UNTIL WS-EX-IDX > WS-EXCP-COUNT
034000     MOVE WS-BR-LISTED TO ST-COUNT
034100     WRITE KYC-REVIEW-RPT-LINE FROM WS-SUBTOTAL-LINE
034200     MOVE SPACES TO KYC-REVIEW-RPT-LINE
034300     WRITE KYC-REVIEW-RPT-LINE
034400     ADD 2 TO RPT-LINE-COUNT.
034500 4000-PRINT-ONE-BRANCH-EXIT.
034600     EXIT.
034700
034800*----------------------------------------------------------
034900* 4100-PRINT-ONE-EXCEPTION - ONE LINE FOR AN EXCEPTION THAT
035000* BELONGS TO THE BRANCH BEING PRINTED.
035100*----------------------------------------------------------
035200 4100-PRINT-ONE-EXCEPTION.
035300     IF WS-EX-BRANCH(WS-EX-IDX) NOT = WS-BR-CODE(WS-BRANCH-IDX)
035400         GO TO 4100-PRINT-ONE-EXCEPTION-EXIT
035500     END-IF
035600     IF RPT-LINE-COUNT >= RPT-PAGE-LIMIT
035700         PERFORM 7900-RPT-HEADINGS
035800             THRU 7900-RPT-HEADINGS-EXIT
035900     END-IF
036000     MOVE WS-EX-CUST(WS-EX-IDX)     TO DL-CUST
036100     MOVE WS-EX-DOC-TYPE(WS-EX-IDX) TO DL-DOC-TYPE
036200     MOVE WS-EX-EXPIRY(WS-EX-IDX)   TO DL-EXPIRY
036300     MOVE WS-EX-REVIEW(WS-EX-IDX)   TO DL-REVIEW
036400     MOVE WS-EX-RISK(WS-EX-IDX)     TO DL-RISK
036500     MOVE WS-EX-REASON(WS-EX-IDX)   TO DL-REASON
036600     MOVE "NOT FOUND"               TO DL-NAME
036700     IF CUSTM-FILE-OPEN
036800         MOVE WS-EX-CUST(WS-EX-IDX) TO CM-CUST-ID
036900         READ CUSTOMER-MASTER
037000             INVALID KEY
037100                 CONTINUE
037200             NOT INVALID KEY
037300                 MOVE CM-CUST-NAME TO DL-NAME
037400         END-READ
037500     END-IF
037600     WRITE KYC-REVIEW-RPT-LINE FROM WS-DETAIL-LINE
037700     ADD 1 TO RPT-LINE-COUNT
037800     ADD 1 TO RPT-DETAIL-COUNT
037900     ADD 1 TO WS-BR-LISTED.
038000 4100-PRINT-ONE-EXCEPTION-EXIT.
038100     EXIT.
038200
038300*----------------------------------------------------------
038400* 7000-PRINT-SUMMARY - A FRESH PAGE WITH ONE LINE PER BRANCH,
038500* THE GRAND TOTAL AND THE TRAILER.
038600*----------------------------------------------------------
038700 7000-PRINT-SUMMARY.
038800     MOVE "S" TO WS-SECTION-FLAG
038900     PERFORM 7900-RPT-HEADINGS
039000         THRU 7900-RPT-HEADINGS-EXIT
039100     IF WS-BRANCH-COUNT > ZERO
039200         PERFORM 7100-PRINT-BRANCH
039300             THRU 7100-PRINT-BRANCH-EXIT
039400             VARYING WS-BRANCH-IDX FROM 1 BY 1
039500             UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
039600     END-IF
039700     MOVE SPACES TO KYC-REVIEW-RPT-LINE
039800     WRITE KYC-REVIEW-RPT-LINE
039900     MOVE "TOTAL"          TO SL-BRANCH
040000     MOVE WS-ON-FILE-COUNT TO SL-ON-FILE
040100     MOVE WS-EXPIRED-COUNT TO SL-EXPIRED
040200     MOVE WS-OVERDUE-COUNT TO SL-OVERDUE
040300     WRITE KYC-REVIEW-RPT-LINE FROM WS-SUMMARY-LINE
040400     MOVE RPT-DETAIL-COUNT TO RPT-TRAILER-COUNT
040500     WRITE KYC-REVIEW-RPT-LINE FROM RPT-TRAILER-LINE.
040600 7000-PRINT-SUMMARY-EXIT.
040700     EXIT.
040800
040900*----------------------------------------------------------
041000* 7100-PRINT-BRANCH - ONE BRANCH'S RECORDS ON FILE, EXPIRED
041100* DOCUMENTS AND OVERDUE REVIEWS.
041200*----------------------------------------------------------
041300 7100-PRINT-BRANCH.
041400     IF RPT-LINE-COUNT >= RPT-PAGE-LIMIT
041500         PERFORM 7900-RPT-HEADINGS
041600             THRU 7900-RPT-HEADINGS-EXIT
041700     END-IF
041800     MOVE WS-BR-CODE(WS-BRANCH-IDX)    TO SL-BRANCH
041900     MOVE WS-BR-ON-FILE(WS-BRANCH-IDX) TO SL-ON-FILE
042000     MOVE WS-BR-EXPIRED(WS-BRANCH-IDX) TO SL-EXPIRED
042100     MOVE WS-BR-OVERDUE(WS-BRANCH-IDX) TO SL-OVERDUE
042200     WRITE KYC-REVIEW-RPT-LINE FROM WS-SUMMARY-LINE
042300     ADD 1 TO RPT-LINE-COUNT.
042400 7100-PRINT-BRANCH-EXIT.
042500     EXIT.
042600
042700*----------------------------------------------------------
042800* 7900-RPT-HEADINGS - THROW A NEW PAGE: THE STANDARD HEADING
042900* BLOCK AND THE COLUMN HEADINGS FOR THE SECTION BEING
043000* PRINTED.
043100*----------------------------------------------------------
043200 7900-RPT-HEADINGS.
043300     ADD 1 TO RPT-PAGE-NUMBER
043400     MOVE RPT-PAGE-NUMBER TO RPT-PAGE-DISPLAY
043500     WRITE KYC-REVIEW-RPT-LINE FROM RPT-HEADING-LINE
043600     IF WS-IN-SUMMARY
043700         WRITE KYC-REVIEW-RPT-LINE FROM WS-SUMMARY-HEADING
043800         WRITE KYC-REVIEW-RPT-LINE FROM WS-SUMMARY-COLUMNS
043900     ELSE
044000         WRITE KYC-REVIEW-RPT-LINE FROM WS-COLUMN-LINE
044100     END-IF
044200     MOVE ZERO TO RPT-LINE-COUNT.
044300 7900-RPT-HEADINGS-EXIT.
044400     EXIT.
044500
044600*----------------------------------------------------------
044700* 8000-READ-KYC - READ THE NEXT KYCFILE RECORD.
044800*----------------------------------------------------------
044900 8000-READ-KYC.
045000     READ CUSTOMER-KYC NEXT RECORD
045100         AT END
045200             MOVE "Y" TO WS-EOF-FLAG
045300     END-READ.
045400 8000-READ-KYC-EXIT.
045500     EXIT.
045600
045700*----------------------------------------------------------
045800* 9000-TERMINATE - CLOSE FILES AND WRITE THE DAILY-STATS
045900* SUMMARY RECORD.
046000*----------------------------------------------------------
046100 9000-TERMINATE.
046200     IF INIT-SUCCESSFUL
046300         CLOSE CUSTOMER-KYC
046400     END-IF
046500     IF CUSTM-FILE-OPEN
046600         CLOSE CUSTOMER-MASTER
046700     END-IF
046800     CLOSE KYC-REVIEW-RPT
046900     PERFORM 9500-WRITE-DAILY-STATS
047000         THRU 9500-WRITE-DAILY-STATS-EXIT
047100     DISPLAY "KYC-REVIEW-REPORT: " WS-ON-FILE-COUNT
047200         " ON FILE, " WS-EXPIRED-COUNT " EXPIRED, "
047300         WS-OVERDUE-COUNT " REVIEWS OVERDUE".
047400 9000-TERMINATE-EXIT.
047500     EXIT.
047600
047700*----------------------------------------------------------
047800* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
047900* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
048000* CONSOLIDATED REPORT.
048100*----------------------------------------------------------
048200 9500-WRITE-DAILY-STATS.
048300     OPEN EXTEND DAILY-STATS-FILE
048400     MOVE "KYC-REVIEW-REPORT" TO DS-PROGRAM-NAME
048500     MOVE WS-ON-FILE-COUNT    TO DS-RECORD-COUNT
048600     MOVE WS-EXPIRED-COUNT    TO WS-EXPIRED-COUNT-DISP
048700     MOVE WS-OVERDUE-COUNT    TO WS-OVERDUE-COUNT-DISP
048800     MOVE SPACES              TO DS-DETAIL
048900     STRING "EXPIRED: "       DELIMITED BY SIZE
049000         WS-EXPIRED-COUNT-DISP DELIMITED BY SIZE
049100         "  OVERDUE: "        DELIMITED BY SIZE
049200         WS-OVERDUE-COUNT-DISP DELIMITED BY SIZE
049300         INTO DS-DETAIL
049400     END-STRING
049500     WRITE DAILY-STAT-RECORD
049600     CLOSE DAILY-STATS-FILE.
049700 9500-WRITE-DAILY-STATS-EXIT.
049800     EXIT.
