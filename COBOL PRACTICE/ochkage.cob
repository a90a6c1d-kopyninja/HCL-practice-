000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OFFCHK-AGE-REPORT.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  MONTH-END AGING OF THE
001100*                 OUTSTANDING OFFICIAL (CASHIER'S) CHECKS ON THE
001200*                 OFFCHKS REGISTER (SHARED OCHKREC COPYBOOK).
001300*                 EVERY UNPAID CHECK PRINTS WITH ITS DAYS
001400*                 OUTSTANDING AND AGE BUCKET, WITH A COUNT AND
001500*                 TOTAL PER BUCKET.  ONE ISSUED ON OR BEFORE THE
001600*                 ESCHEATMENT CUTOFF (ESCHPARM YEARS BACK, AS
001700*                 ESCHEAT-BATCH FIGURES IT) IS FLAGGED ESCHEAT
001800*                 DUE - THE NEXT YEAR-END ESCHEAT RUN REMITS IT.
001900*----------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT OFFICIAL-CHECKS ASSIGN TO "OFFCHKS"
002400         ORGANIZATION IS INDEXED
002500         ACCESS MODE IS DYNAMIC
002600         RECORD KEY IS OC-SERIAL
002700         FILE STATUS IS WS-OCHK-STATUS.
002800
002900     SELECT ESCHEAT-PARM ASSIGN TO "ESCHPARM"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-PARM-STATUS.
003200
003300     SELECT OFFCHK-AGE-REPORT ASSIGN TO "OCHKRPT"
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500
003600     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  OFFICIAL-CHECKS.
004200 01  OFFICIAL-CHECK-RECORD.
004300     COPY OCHKREC.
004400
004500 FD  ESCHEAT-PARM.
004600 01  ESCHEAT-PARM-RECORD.
004700     05  EP-YEARS            PIC 9(02).
004800
004900 FD  OFFCHK-AGE-REPORT.
005000 01  OFFCHK-AGE-REPORT-LINE  PIC X(80).
005100
005200 FD  DAILY-STATS-FILE.
005300     COPY DLYSTAT.
005400
005500 WORKING-STORAGE SECTION.
005600 01  WS-SWITCHES.
005700     05  WS-INIT-FLAG        PIC X(01) VALUE "Y".
005800         88  INIT-SUCCESSFUL         VALUE "Y".
005900     05  WS-EOF-FLAG         PIC X(01) VALUE "N".
006000         88  END-OF-CHECKS           VALUE "Y".
006100 01  WS-OCHK-STATUS          PIC X(02).
006200     88  OCHK-FILE-OK                VALUE "00".
006300 01  WS-PARM-STATUS          PIC X(02).
006400     88  PARM-FILE-OK                VALUE "00".
006500
006600*----------------------------------------------------------
006700* AGING WORK FIELDS AND BUCKET TOTALS
006800*----------------------------------------------------------
006900 77  WS-ESCHEAT-YEARS        PIC 9(02) VALUE 05.
007000 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
007100 01  WS-TODAY-INTEGER        PIC 9(08) COMP VALUE ZERO.
007200 01  WS-CUTOFF-DATE          PIC 9(08) VALUE ZERO.
007300 01  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
007400     05  WS-CUT-YYYY         PIC 9(04).
007500     05  WS-CUT-MMDD         PIC 9(04).
007600 01  WS-DAYS-OUT             PIC S9(05) COMP VALUE ZERO.
007700 01  WS-BUCKET-LABEL         PIC X(08).
007800 01  WS-OPEN-COUNT           PIC 9(05) COMP VALUE ZERO.
007900 01  WS-ESCHEAT-COUNT        PIC 9(05) COMP VALUE ZERO.
008000 01  WS-OPEN-COUNT-DISP      PIC ZZZZ9.
008100 01  WS-ESCHEAT-COUNT-DISP   PIC ZZZZ9.
008200 01  WS-OPEN-TOTAL           PIC 9(10)V99 VALUE ZERO.
008300 01  WS-BUCKET-TOTALS.
008400     05  WS-TOTAL-30         PIC 9(10)V99 VALUE ZERO.
008500     05  WS-TOTAL-90         PIC 9(10)V99 VALUE ZERO.
008600     05  WS-TOTAL-180        PIC 9(10)V99 VALUE ZERO.
008700     05  WS-TOTAL-365        PIC 9(10)V99 VALUE ZERO.
008800     05  WS-TOTAL-OVER1YR    PIC 9(10)V99 VALUE ZERO.
008900 01  WS-BUCKET-COUNTS.
009000     05  WS-COUNT-30         PIC 9(05) COMP VALUE ZERO.
009100     05  WS-COUNT-90         PIC 9(05) COMP VALUE ZERO.
009200     05  WS-COUNT-180        PIC 9(05) COMP VALUE ZERO.
009300     05  WS-COUNT-365        PIC 9(05) COMP VALUE ZERO.
009400     05  WS-COUNT-OVER1YR    PIC 9(05) COMP VALUE ZERO.
009500
009600*----------------------------------------------------------
009700* REPORT LINES
009800*----------------------------------------------------------
009900 01  WS-HEADING-LINE-1       PIC X(80) VALUE
010000     "OUTSTANDING OFFICIAL CHECKS BY AGE".
010100 01  WS-HEADING-LINE-2.
010200     05  FILLER              PIC X(09) VALUE "RUN DATE ".
010300     05  HL-RUN-DATE         PIC 9(08).
010400     05  FILLER              PIC X(18) VALUE
010500         "  ESCHEAT CUTOFF ".
010600     05  HL-CUTOFF-DATE      PIC 9(08).
010700 01  WS-HEADING-LINE-3.
010800     05  FILLER              PIC X(24) VALUE
010850         "SERIAL   ISSUED    DAYS ".
010900     05  FILLER              PIC X(49) VALUE
010950         "PAYEE                ACCT        AMOUNT BUCKET".
011000 01  WS-DETAIL-LINE.
011100     05  DL-SERIAL           PIC 9(08).
011200     05  FILLER              PIC X(01) VALUE SPACE.
011300     05  DL-ISSUED           PIC 9(08).
011400     05  FILLER              PIC X(01) VALUE SPACE.
011500     05  DL-DAYS             PIC ZZZZ9.
011600     05  FILLER              PIC X(01) VALUE SPACE.
011700     05  DL-PAYEE            PIC X(20).
011800     05  FILLER              PIC X(01) VALUE SPACE.
011900     05  DL-ACCT             PIC X(06).
012000     05  FILLER              PIC X(01) VALUE SPACE.
012100     05  DL-AMOUNT           PIC ZZZZZZ9.99.
012200     05  FILLER              PIC X(01) VALUE SPACE.
012300     05  DL-BUCKET           PIC X(08).
012400     05  FILLER              PIC X(01) VALUE SPACE.
012500     05  DL-FLAG             PIC X(07).
012600 01  WS-TOTAL-LINE.
012700     05  FILLER              PIC X(07) VALUE "TOTAL ".
012800     05  TL-BUCKET           PIC X(08).
012900     05  FILLER              PIC X(02) VALUE SPACES.
013000     05  TL-COUNT            PIC ZZZZ9.
013100     05  FILLER              PIC X(02) VALUE SPACES.
013200     05  TL-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.
013300
013400 PROCEDURE DIVISION.
013500*----------------------------------------------------------
013600* 0000-MAINLINE
013700*----------------------------------------------------------
013800 0000-MAINLINE.
013900     PERFORM 1000-INITIALIZE
014000         THRU 1000-INITIALIZE-EXIT
014100     PERFORM 2000-AGE-ONE-CHECK
014200         THRU 2000-AGE-ONE-CHECK-EXIT
014300         UNTIL END-OF-CHECKS
014400     PERFORM 9000-TERMINATE
014500         THRU 9000-TERMINATE-EXIT
014600     STOP RUN.
014700
014800*----------------------------------------------------------
014900* 1000-INITIALIZE - DERIVE THE ESCHEATMENT CUTOFF, OPEN THE
015000* REGISTER AND PRIME THE SWEEP.  NO REGISTER YET ENDS
015100* QUIETLY WITH AN EMPTY REPORT.
015200*----------------------------------------------------------
015300 1000-INITIALIZE.
015400     CALL "GETBDATE" USING WS-BUSINESS-DATE
015500     COMPUTE WS-TODAY-INTEGER
015600         = FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
015700     OPEN INPUT ESCHEAT-PARM
015800     IF PARM-FILE-OK
015900         READ ESCHEAT-PARM
016000             AT END
016100                 CONTINUE
016200             NOT AT END
016300                 IF EP-YEARS NUMERIC AND EP-YEARS > ZERO
016400                     MOVE EP-YEARS TO WS-ESCHEAT-YEARS
016500                 END-IF
016600         END-READ
016700         CLOSE ESCHEAT-PARM
016800     END-IF
016900     MOVE WS-BUSINESS-DATE TO WS-CUTOFF-DATE
017000     SUBTRACT WS-ESCHEAT-YEARS FROM WS-CUT-YYYY
017100
017200     OPEN OUTPUT OFFCHK-AGE-REPORT
017300     MOVE WS-BUSINESS-DATE TO HL-RUN-DATE
017400     MOVE WS-CUTOFF-DATE   TO HL-CUTOFF-DATE
017500     WRITE OFFCHK-AGE-REPORT-LINE FROM WS-HEADING-LINE-1
017600     WRITE OFFCHK-AGE-REPORT-LINE FROM WS-HEADING-LINE-2
017700     WRITE OFFCHK-AGE-REPORT-LINE FROM WS-HEADING-LINE-3
017800     OPEN INPUT OFFICIAL-CHECKS
017900     IF NOT OCHK-FILE-OK
018000         DISPLAY "OFFCHK-AGE-REPORT: NO OFFCHKS FILE, "
018100             "STATUS " WS-OCHK-STATUS
018200         MOVE "Y" TO WS-EOF-FLAG
018300         MOVE "N" TO WS-INIT-FLAG
018400         GO TO 1000-INITIALIZE-EXIT
018500     END-IF
018600     PERFORM 8000-READ-NEXT-CHECK
018700         THRU 8000-READ-NEXT-CHECK-EXIT.
018800 1000-INITIALIZE-EXIT.
018900     EXIT.
019000
019100*----------------------------------------------------------
019200* 2000-AGE-ONE-CHECK - BUCKET ONE OUTSTANDING CHECK BY HOW
019300* LONG AGO IT WAS ISSUED.  PAID AND ESCHEATED CHECKS ARE
019400* PASSED OVER.
019500*----------------------------------------------------------
019600 2000-AGE-ONE-CHECK.
019700     IF NOT OC-IS-OUTSTANDING
019800         GO TO 2000-AGE-ONE-CHECK-READ
019900     END-IF
020000     COMPUTE WS-DAYS-OUT
020100         = WS-TODAY-INTEGER
020200         - FUNCTION INTEGER-OF-DATE(OC-ISSUE-DATE)
020300     IF WS-DAYS-OUT < ZERO
020400         MOVE ZERO TO WS-DAYS-OUT
020500     END-IF
020600
020700     EVALUATE TRUE
020800         WHEN WS-DAYS-OUT <= 30
020900             MOVE "0-30"     TO WS-BUCKET-LABEL
021000             ADD OC-AMOUNT   TO WS-TOTAL-30
021100             ADD 1           TO WS-COUNT-30
021200         WHEN WS-DAYS-OUT <= 90
021300             MOVE "31-90"    TO WS-BUCKET-LABEL
021400             ADD OC-AMOUNT   TO WS-TOTAL-90
021500             ADD 1           TO WS-COUNT-90
021600         WHEN WS-DAYS-OUT <= 180
021700             MOVE "91-180"   TO WS-BUCKET-LABEL
021800             ADD OC-AMOUNT   TO WS-TOTAL-180
021900             ADD 1           TO WS-COUNT-180
022000         WHEN WS-DAYS-OUT <= 365
022100             MOVE "181-365"  TO WS-BUCKET-LABEL
022200             ADD OC-AMOUNT   TO WS-TOTAL-365
022300             ADD 1           TO WS-COUNT-365
022400         WHEN OTHER
022500             MOVE "OVER 1YR" TO WS-BUCKET-LABEL
022600             ADD OC-AMOUNT   TO WS-TOTAL-OVER1YR
022700             ADD 1           TO WS-COUNT-OVER1YR
022800     END-EVALUATE
022900
023000     MOVE OC-SERIAL          TO DL-SERIAL
023100     MOVE OC-ISSUE-DATE      TO DL-ISSUED
023200     MOVE WS-DAYS-OUT        TO DL-DAYS
023300     MOVE OC-PAYEE           TO DL-PAYEE
023400     MOVE OC-PURCH-ACCT      TO DL-ACCT
023500     IF OC-FROM-CASH
023600         MOVE "CASH"         TO DL-ACCT
023700     END-IF
023800     MOVE OC-AMOUNT          TO DL-AMOUNT
023900     MOVE WS-BUCKET-LABEL    TO DL-BUCKET
024000     MOVE SPACES             TO DL-FLAG
024100     IF OC-ISSUE-DATE NOT > WS-CUTOFF-DATE
024200         MOVE "ESCHEAT"      TO DL-FLAG
024300         ADD 1 TO WS-ESCHEAT-COUNT
024400     END-IF
024500     WRITE OFFCHK-AGE-REPORT-LINE FROM WS-DETAIL-LINE
024600     ADD OC-AMOUNT TO WS-OPEN-TOTAL
024700     ADD 1 TO WS-OPEN-COUNT.
024800
024900 2000-AGE-ONE-CHECK-READ.
025000     PERFORM 8000-READ-NEXT-CHECK
025100         THRU 8000-READ-NEXT-CHECK-EXIT.
025200 2000-AGE-ONE-CHECK-EXIT.
025300     EXIT.
025400
025500*----------------------------------------------------------
025600* 8000-READ-NEXT-CHECK - READ THE NEXT REGISTER ENTRY.
025700*----------------------------------------------------------
025800 8000-READ-NEXT-CHECK.
025900     READ OFFICIAL-CHECKS NEXT RECORD
026000         AT END
026100             MOVE "Y" TO WS-EOF-FLAG
026200     END-READ.
026300 8000-READ-NEXT-CHECK-EXIT.
026400     EXIT.
026500
026600*----------------------------------------------------------
026700* 9000-TERMINATE - BUCKET TOTALS, CLOSE FILES AND WRITE THE
026800* DAILY-STATS SUMMARY RECORD.
026900*----------------------------------------------------------
027000 9000-TERMINATE.
027100     MOVE "0-30"           TO TL-BUCKET
027200     MOVE WS-COUNT-30      TO TL-COUNT
027300     MOVE WS-TOTAL-30      TO TL-AMOUNT
027400     WRITE OFFCHK-AGE-REPORT-LINE FROM WS-TOTAL-LINE
027500     MOVE "31-90"          TO TL-BUCKET
027600     MOVE WS-COUNT-90      TO TL-COUNT
027700     MOVE WS-TOTAL-90      TO TL-AMOUNT
027800     WRITE OFFCHK-AGE-REPORT-LINE FROM WS-TOTAL-LINE
027900     MOVE "91-180"         TO TL-BUCKET
028000     MOVE WS-COUNT-180     TO TL-COUNT
028100     MOVE WS-TOTAL-180     TO TL-AMOUNT
028200     WRITE OFFCHK-AGE-REPORT-LINE FROM WS-TOTAL-LINE
028300     MOVE "181-365"        TO TL-BUCKET
028400     MOVE WS-COUNT-365     TO TL-COUNT
028500     MOVE WS-TOTAL-365     TO TL-AMOUNT
028600     WRITE OFFCHK-AGE-REPORT-LINE FROM WS-TOTAL-LINE
028700     MOVE "OVER 1YR"       TO TL-BUCKET
028800     MOVE WS-COUNT-OVER1YR TO TL-COUNT
028900     MOVE WS-TOTAL-OVER1YR TO TL-AMOUNT
029000     WRITE OFFCHK-AGE-REPORT-LINE FROM WS-TOTAL-LINE
029100     MOVE "ALL"            TO TL-BUCKET
029200     MOVE WS-OPEN-COUNT    TO TL-COUNT
029300     MOVE WS-OPEN-TOTAL    TO TL-AMOUNT
029400     WRITE OFFCHK-AGE-REPORT-LINE FROM WS-TOTAL-LINE
029500     IF INIT-SUCCESSFUL
029600         CLOSE OFFICIAL-CHECKS
029700     END-IF
029800     CLOSE OFFCHK-AGE-REPORT
029900     PERFORM 9500-WRITE-DAILY-STATS
030000         THRU 9500-WRITE-DAILY-STATS-EXIT
030100     DISPLAY "OFFCHK-AGE-REPORT: " WS-OPEN-COUNT
030200         " OUTSTANDING, " WS-ESCHEAT-COUNT " ESCHEAT DUE".
030300 9000-TERMINATE-EXIT.
030400     EXIT.
030500
030600*----------------------------------------------------------
030700* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
030800* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
030900* CONSOLIDATED REPORT.
031000*----------------------------------------------------------
031100 9500-WRITE-DAILY-STATS.
031200     OPEN EXTEND DAILY-STATS-FILE
031300     MOVE "OFFCHK-AGE-REPORT"  TO DS-PROGRAM-NAME
031400     MOVE WS-OPEN-COUNT        TO DS-RECORD-COUNT
031500     MOVE WS-OPEN-COUNT        TO WS-OPEN-COUNT-DISP
031600     MOVE WS-ESCHEAT-COUNT     TO WS-ESCHEAT-COUNT-DISP
031700     MOVE SPACES               TO DS-DETAIL
031800     STRING "OUTSTANDING: "    DELIMITED BY SIZE
031900         WS-OPEN-COUNT-DISP    DELIMITED BY SIZE
032000         "  ESCHEAT DUE: "     DELIMITED BY SIZE
032100         WS-ESCHEAT-COUNT-DISP DELIMITED BY SIZE
032200         INTO DS-DETAIL
032300     END-STRING
032400     WRITE DAILY-STAT-RECORD
032500     CLOSE DAILY-STATS-FILE.
032600 9500-WRITE-DAILY-STATS-EXIT.
032700     EXIT.
