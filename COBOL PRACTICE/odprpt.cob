000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OD-PROTECT-REPORT.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  MONTHLY OVERDRAFT-PROTECTION
001100*                 REPORT.  READS THE ODPROT ENROLMENT FILE
001200*                 (SHARED ODPREC COPYBOOK) OD-PROTECT-MAINT
001300*                 WRITES, SELECTS THE REPORT MONTH (YYYYMM
001400*                 FROM SYSIN THE WAY CHARGE-OFF-REPORT TAKES
001500*                 ITS MONTH), AND LISTS EVERY ENROLMENT IN
001600*                 FORCE AT ANY TIME IN THE MONTH WITH THE
001700*                 NUMBER AND AMOUNT OF "ODP IN" SWEEPS IT
001800*                 TOOK, READ FROM THE ACCOUNT'S TXNDETL
001900*                 HISTORY.  THE FOOT COUNTS ACTIVE, NEW AND
002000*                 REMOVED ENROLMENTS AND THE MONTH'S SWEEPS.
002100*----------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT OD-PROTECTIONS ASSIGN TO "ODPROT"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS SEQUENTIAL
002800         RECORD KEY IS PT-ACCT
002900         FILE STATUS IS WS-ODPR-STATUS.
003000
003100     SELECT TRANSACTION-DETAIL ASSIGN TO "TXNDETL"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS TD-KEY
003500         FILE STATUS IS WS-TXND-STATUS.
003600
003700     SELECT OD-PROTECT-RPT ASSIGN TO "ODPRPT"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900
004000     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  OD-PROTECTIONS.
004600 01  OD-PROTECTION-RECORD.
004700     COPY ODPREC.
004800
004900 FD  TRANSACTION-DETAIL.
005000 01  TXN-DETAIL-RECORD.
005100     COPY TXNDETL.
005200
005300 FD  OD-PROTECT-RPT.
005400 01  OD-PROTECT-RPT-LINE     PIC X(80).
005500
005600 FD  DAILY-STATS-FILE.
005700     COPY DLYSTAT.
005800
005900 WORKING-STORAGE SECTION.
006000 01  WS-SWITCHES.
006100     05  WS-INIT-FLAG        PIC X(01) VALUE "Y".
006200         88  INIT-SUCCESSFUL         VALUE "Y".
006300     05  WS-EOF-FLAG         PIC X(01) VALUE "N".
006400         88  END-OF-ENROLMENTS       VALUE "Y".
006500     05  WS-TXND-EOF-FLAG    PIC X(01) VALUE "N".
006600         88  END-OF-ACCT-DETAIL      VALUE "Y".
006700     05  WS-TXND-OPEN-FLAG   PIC X(01) VALUE "N".
006800         88  TXND-FILE-OPEN          VALUE "Y".
006900 01  WS-ODPR-STATUS          PIC X(02).
007000     88  ODPR-FILE-OK                VALUE "00".
007100 01  WS-TXND-STATUS          PIC X(02).
007200     88  TXND-FILE-OK                VALUE "00".
007300
007400 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
007500 01  WS-REPORT-MONTH         PIC X(06).
007600 01  WS-ACTIVE-COUNT         PIC 9(05) COMP VALUE ZERO.
007700 01  WS-NEW-COUNT            PIC 9(05) COMP VALUE ZERO.
007800 01  WS-REMOVED-COUNT        PIC 9(05) COMP VALUE ZERO.
007900 01  WS-SWEEP-COUNT          PIC 9(07) COMP VALUE ZERO.
008000 01  WS-SWEEP-TOTAL          PIC S9(9)V99 VALUE ZERO.
008100 01  WS-ACCT-SWEEPS          PIC 9(05) COMP VALUE ZERO.
008200 01  WS-ACCT-SWEEP-AMT       PIC S9(9)V99 VALUE ZERO.
008300 01  WS-ACTIVE-COUNT-DISP    PIC ZZZZ9.
008400 01  WS-SWEEP-COUNT-DISP     PIC ZZZZZZ9.
008500
008600*----------------------------------------------------------
008700* REPORT LINES
008800*----------------------------------------------------------
008900     COPY RPTHEAD.
009000 01  WS-MONTH-LINE.
009100     05  FILLER              PIC X(13) VALUE "REPORT MONTH ".
009200     05  ML-MONTH            PIC X(06).
009300 01  WS-COLUMN-LINE.
009400     05  FILLER              PIC X(40) VALUE
009500         "CHKACT  PROTCT  INCREMENT  STATUS   ENRO".
009600     05  FILLER              PIC X(36) VALUE
009700         "LLED   REMOVED  SWEEPS      AMOUNT".
009800 01  WS-DETAIL-LINE.
009900     05  DL-ACCT             PIC X(06).
010000     05  FILLER              PIC X(02) VALUE SPACES.
010100     05  DL-PROTECT-ACCT     PIC X(06).
010200     05  FILLER              PIC X(02) VALUE SPACES.
010300     05  DL-INCREMENT        PIC ZZ,ZZ9.99.
010400     05  FILLER              PIC X(02) VALUE SPACES.
010500     05  DL-STATUS           PIC X(07).
010600     05  FILLER              PIC X(02) VALUE SPACES.
010700     05  DL-ENROL-DATE       PIC 9(08).
010800     05  FILLER              PIC X(02) VALUE SPACES.
010900     05  DL-REMOVE-DATE      PIC X(08).
011000     05  FILLER              PIC X(02) VALUE SPACES.
011100     05  DL-SWEEPS           PIC ZZZZ9.
011200     05  FILLER              PIC X(01) VALUE SPACE.
011300     05  DL-SWEEP-AMT        PIC Z,ZZZ,ZZ9.99.
011400 01  WS-TOTAL-LINE-1.
011500     05  FILLER              PIC X(22) VALUE
011600         "ACTIVE ENROLMENTS     ".
011700     05  TL-ACTIVE           PIC ZZZZ9.
011800     05  FILLER              PIC X(14) VALUE
011900         "  NEW IN MONTH".
012000     05  TL-NEW              PIC ZZZZ9.
012100     05  FILLER              PIC X(12) VALUE
012200         "   REMOVED ".
012300     05  TL-REMOVED          PIC ZZZZ9.
012400 01  WS-TOTAL-LINE-2.
012500     05  FILLER              PIC X(22) VALUE
012600         "PROTECTION TRANSFERS  ".
012700     05  TL-SWEEPS           PIC ZZZZZZ9.
012800     05  FILLER              PIC X(12) VALUE
012900         "   AMOUNT ".
013000     05  TL-SWEEP-AMT        PIC ZZZ,ZZZ,ZZ9.99.
013100
013200 PROCEDURE DIVISION.
013300*----------------------------------------------------------
013400* 0000-MAINLINE
013500*----------------------------------------------------------
013600 0000-MAINLINE.
013700     DISPLAY "ENTER REPORT MONTH (YYYYMM): "
013800     ACCEPT WS-REPORT-MONTH
013900     PERFORM 1000-INITIALIZE
014000         THRU 1000-INITIALIZE-EXIT
014100     PERFORM 2000-LIST-ONE-ENROLMENT
014200         THRU 2000-LIST-ONE-ENROLMENT-EXIT
014300         UNTIL END-OF-ENROLMENTS
014400     PERFORM 7000-PRINT-TOTALS
014500         THRU 7000-PRINT-TOTALS-EXIT
014600     PERFORM 9000-TERMINATE
014700         THRU 9000-TERMINATE-EXIT
014800     STOP RUN.
014900
015000*----------------------------------------------------------
015100* 1000-INITIALIZE - OPEN FILES, PRINT THE FIRST HEADINGS AND
015200* PRIME THE READ.  NO ODPROT FILE YET (NOTHING EVER ENROLLED)
015300* MEANS AN EMPTY BUT PRINTED REPORT; NO TXNDETL JUST MEANS
015400* NO SWEEPS ARE COUNTED.
015500*----------------------------------------------------------
015600 1000-INITIALIZE.
015700     CALL "GETBDATE" USING WS-BUSINESS-DATE
015800     OPEN OUTPUT OD-PROTECT-RPT
015900     MOVE "OVERDRAFT PROTECTION ACTIVITY" TO RPT-TITLE
016000     MOVE WS-BUSINESS-DATE TO RPT-HEAD-DATE
016100     PERFORM 7900-RPT-HEADINGS
016200         THRU 7900-RPT-HEADINGS-EXIT
016300     OPEN INPUT TRANSACTION-DETAIL
016400     IF TXND-FILE-OK
016500         MOVE "Y" TO WS-TXND-OPEN-FLAG
016600     END-IF
016700     OPEN INPUT OD-PROTECTIONS
016800     IF NOT ODPR-FILE-OK
016900         DISPLAY "OD-PROTECT-REPORT: NO ODPROT, STATUS "
017000             WS-ODPR-STATUS
017100         MOVE "Y" TO WS-EOF-FLAG
017200         MOVE "N" TO WS-INIT-FLAG
017300         GO TO 1000-INITIALIZE-EXIT
017400     END-IF
017500     PERFORM 8000-READ-ENROLMENT
017600         THRU 8000-READ-ENROLMENT-EXIT.
017700 1000-INITIALIZE-EXIT.
017800     EXIT.
017900
018000*----------------------------------------------------------
018100* 2000-LIST-ONE-ENROLMENT - AN ENROLMENT REMOVED BEFORE THE
018200* MONTH OR TAKEN OUT AFTER IT IS LEFT OFF; ANY OTHER IS
018300* COUNTED, ITS MONTH'S SWEEPS TOTALLED AND A LINE PRINTED.
018400*----------------------------------------------------------
018500 2000-LIST-ONE-ENROLMENT.
018600     IF PT-ENROL-DATE(1:6) > WS-REPORT-MONTH
018700         GO TO 2000-LIST-ONE-ENROLMENT-READ
018800     END-IF
018900     IF PT-IS-REMOVED
019000      AND PT-REMOVE-DATE(1:6) < WS-REPORT-MONTH
019100         GO TO 2000-LIST-ONE-ENROLMENT-READ
019200     END-IF
019300     IF PT-ENROL-DATE(1:6) = WS-REPORT-MONTH
019400         ADD 1 TO WS-NEW-COUNT
019500     END-IF
019600     IF PT-IS-REMOVED
019700         IF PT-REMOVE-DATE(1:6) = WS-REPORT-MONTH
019800             ADD 1 TO WS-REMOVED-COUNT
019900         END-IF
020000     ELSE
020100         ADD 1 TO WS-ACTIVE-COUNT
020200     END-IF
020300     PERFORM 3000-COUNT-SWEEPS
020400         THRU 3000-COUNT-SWEEPS-EXIT
020500     PERFORM 4000-DETAIL-LINE
020600         THRU 4000-DETAIL-LINE-EXIT.
020700
020800 2000-LIST-ONE-ENROLMENT-READ.
020900     PERFORM 8000-READ-ENROLMENT
021000         THRU 8000-READ-ENROLMENT-EXIT.
021100 2000-LIST-ONE-ENROLMENT-EXIT.
021200     EXIT.
021300
021400*----------------------------------------------------------
021500* 3000-COUNT-SWEEPS - WALK THE PROTECTED ACCOUNT'S DETAIL
021600* HISTORY WITH A KEYED START/READ NEXT AND TOTAL THE MONTH'S
021700* "ODP IN" LEGS.
021800*----------------------------------------------------------
021900 3000-COUNT-SWEEPS.
022000     MOVE ZERO TO WS-ACCT-SWEEPS WS-ACCT-SWEEP-AMT
022100     MOVE "N"  TO WS-TXND-EOF-FLAG
022200     IF NOT TXND-FILE-OPEN
022300         GO TO 3000-COUNT-SWEEPS-EXIT
022400     END-IF
022500     MOVE PT-ACCT TO TD-ACCT
022600     MOVE ZERO    TO TD-SEQ
022700     START TRANSACTION-DETAIL KEY NOT LESS THAN TD-KEY
022800         INVALID KEY
022900             MOVE "Y" TO WS-TXND-EOF-FLAG
023000     END-START
023100     PERFORM 3100-COUNT-ONE-DETAIL
023200         THRU 3100-COUNT-ONE-DETAIL-EXIT
023300         UNTIL END-OF-ACCT-DETAIL
023400     ADD WS-ACCT-SWEEPS    TO WS-SWEEP-COUNT
023500     ADD WS-ACCT-SWEEP-AMT TO WS-SWEEP-TOTAL.
023600 3000-COUNT-SWEEPS-EXIT.
023700     EXIT.
023800
023900*----------------------------------------------------------
024000* 3100-COUNT-ONE-DETAIL - READ THE ACCOUNT'S NEXT DETAIL
024100* ENTRY; THE ACCOUNT CHANGING (OR END OF FILE) ENDS THE WALK.
024200*----------------------------------------------------------
024300 3100-COUNT-ONE-DETAIL.
024400     READ TRANSACTION-DETAIL NEXT RECORD
024500         AT END
024600             MOVE "Y" TO WS-TXND-EOF-FLAG
024700             GO TO 3100-COUNT-ONE-DETAIL-EXIT
024800     END-READ
024900     IF TD-ACCT NOT = PT-ACCT
025000         MOVE "Y" TO WS-TXND-EOF-FLAG
025100         GO TO 3100-COUNT-ONE-DETAIL-EXIT
025200     END-IF
025300     IF TD-TXN-TYPE = "ODP IN"
025400      AND TD-TIMESTAMP(1:6) = WS-REPORT-MONTH
025500         ADD 1         TO WS-ACCT-SWEEPS
025600         ADD TD-AMOUNT TO WS-ACCT-SWEEP-AMT
025700     END-IF.
025800 3100-COUNT-ONE-DETAIL-EXIT.
025900     EXIT.
026000
026100*----------------------------------------------------------
026200* 4000-DETAIL-LINE - ONE LINE PER ENROLMENT IN FORCE DURING
026300* THE MONTH.
026400*----------------------------------------------------------
026500 4000-DETAIL-LINE.
026600     IF RPT-LINE-COUNT >= RPT-PAGE-LIMIT
026700         PERFORM 7900-RPT-HEADINGS
026800             THRU 7900-RPT-HEADINGS-EXIT
026900     END-IF
027000     MOVE PT-ACCT          TO DL-ACCT
027100     MOVE PT-PROTECT-ACCT  TO DL-PROTECT-ACCT
027200     MOVE ZERO             TO DL-INCREMENT
027300     IF PT-INCREMENT NUMERIC
027400         MOVE PT-INCREMENT TO DL-INCREMENT
027500     END-IF
027600     MOVE PT-ENROL-DATE    TO DL-ENROL-DATE
027700     IF PT-IS-REMOVED
027800         MOVE "REMOVED"      TO DL-STATUS
027900         MOVE PT-REMOVE-DATE TO DL-REMOVE-DATE
028000     ELSE
028100         MOVE "ACTIVE"       TO DL-STATUS
028200         MOVE SPACES         TO DL-REMOVE-DATE
028300     END-IF
028400     MOVE WS-ACCT-SWEEPS    TO DL-SWEEPS
028500     MOVE WS-ACCT-SWEEP-AMT TO DL-SWEEP-AMT
028600     WRITE OD-PROTECT-RPT-LINE FROM WS-DETAIL-LINE
028700     ADD 1 TO RPT-LINE-COUNT
028800     ADD 1 TO RPT-DETAIL-COUNT.
028900 4000-DETAIL-LINE-EXIT.
029000     EXIT.
029100
029200*----------------------------------------------------------
029300* 7000-PRINT-TOTALS - THE ENROLMENT AND TRANSFER COUNTS FOR
029400* THE MONTH AND THE TRAILER.
029500*----------------------------------------------------------
029600 7000-PRINT-TOTALS.
029700     MOVE SPACES TO OD-PROTECT-RPT-LINE
029800     WRITE OD-PROTECT-RPT-LINE
029900     MOVE WS-ACTIVE-COUNT  TO TL-ACTIVE
030000     MOVE WS-NEW-COUNT     TO TL-NEW
030100     MOVE WS-REMOVED-COUNT TO TL-REMOVED
030200     WRITE OD-PROTECT-RPT-LINE FROM WS-TOTAL-LINE-1
030300     MOVE WS-SWEEP-COUNT   TO TL-SWEEPS
030400     MOVE WS-SWEEP-TOTAL   TO TL-SWEEP-AMT
030500     WRITE OD-PROTECT-RPT-LINE FROM WS-TOTAL-LINE-2
030600     MOVE RPT-DETAIL-COUNT TO RPT-TRAILER-COUNT
030700     WRITE OD-PROTECT-RPT-LINE FROM RPT-TRAILER-LINE.
030800 7000-PRINT-TOTALS-EXIT.
030900     EXIT.
031000
031100*----------------------------------------------------------
031200* 7900-RPT-HEADINGS - THROW A NEW PAGE: THE STANDARD HEADING
031300* BLOCK, THE REPORT MONTH AND THE COLUMN HEADINGS.
031400*----------------------------------------------------------
031500 7900-RPT-HEADINGS.
031600     ADD 1 TO RPT-PAGE-NUMBER
031700     MOVE RPT-PAGE-NUMBER TO RPT-PAGE-DISPLAY
031800     WRITE OD-PROTECT-RPT-LINE FROM RPT-HEADING-LINE
031900     MOVE WS-REPORT-MONTH TO ML-MONTH
032000     WRITE OD-PROTECT-RPT-LINE FROM WS-MONTH-LINE
032100     WRITE OD-PROTECT-RPT-LINE FROM WS-COLUMN-LINE
032200     MOVE ZERO TO RPT-LINE-COUNT.
032300 7900-RPT-HEADINGS-EXIT.
032400     EXIT.
032500
032600*----------------------------------------------------------
032700* 8000-READ-ENROLMENT - READ THE NEXT ODPROT ENROLMENT.
032800*----------------------------------------------------------
032900 8000-READ-ENROLMENT.
033000     READ OD-PROTECTIONS NEXT RECORD
033100         AT END
033200             MOVE "Y" TO WS-EOF-FLAG
033300     END-READ.
033400 8000-READ-ENROLMENT-EXIT.
033500     EXIT.
033600
033700*----------------------------------------------------------
033800* 9000-TERMINATE - CLOSE FILES AND WRITE THE DAILY-STATS
033900* SUMMARY RECORD.
034000*----------------------------------------------------------
034100 9000-TERMINATE.
034200     IF INIT-SUCCESSFUL
034300         CLOSE OD-PROTECTIONS
034400     END-IF
034500     IF TXND-FILE-OPEN
034600         CLOSE TRANSACTION-DETAIL
034700     END-IF
034800     CLOSE OD-PROTECT-RPT
034900     PERFORM 9500-WRITE-DAILY-STATS
035000         THRU 9500-WRITE-DAILY-STATS-EXIT
035100     DISPLAY "OD-PROTECT-REPORT: " WS-ACTIVE-COUNT
035200         " ACTIVE ENROLMENTS, " WS-SWEEP-COUNT
035300         " TRANSFERS FOR " WS-REPORT-MONTH.
035400 9000-TERMINATE-EXIT.
035500     EXIT.
035600
035700*----------------------------------------------------------
035800* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
035900* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
036000* CONSOLIDATED REPORT.
036100*----------------------------------------------------------
036200 9500-WRITE-DAILY-STATS.
036300     OPEN EXTEND DAILY-STATS-FILE
036400     MOVE "OD-PROTECT-REPORT" TO DS-PROGRAM-NAME
036500     MOVE RPT-DETAIL-COUNT  TO DS-RECORD-COUNT
036600     MOVE WS-ACTIVE-COUNT   TO WS-ACTIVE-COUNT-DISP
036700     MOVE WS-SWEEP-COUNT    TO WS-SWEEP-COUNT-DISP
036800     MOVE SPACES            TO DS-DETAIL
036900     STRING "ENROLLED: "     DELIMITED BY SIZE
037000         WS-ACTIVE-COUNT-DISP DELIMITED BY SIZE
037100         "  TRANSFERS: "     DELIMITED BY SIZE
037200         WS-SWEEP-COUNT-DISP DELIMITED BY SIZE
037300         INTO DS-DETAIL
037400     END-STRING
037500     WRITE DAILY-STAT-RECORD
037600     CLOSE DAILY-STATS-FILE.
037700 9500-WRITE-DAILY-STATS-EXIT.
037800     EXIT.
