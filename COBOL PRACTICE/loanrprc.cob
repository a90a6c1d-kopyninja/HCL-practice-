000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOAN-REPRICE-BATCH.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  NIGHTLY VARIABLE-RATE
001100*                 REPRICING OVER LOANMSTR, AHEAD OF
001200*                 LOAN-ACCRUE-BATCH SO THE NIGHT'S ACCRUAL
001300*                 RUNS AT THE NEW RATE.  AN OPEN LOAN WITH AN
001400*                 INDEX CODE WHOSE LN-NEXT-REPRICE HAS COME
001500*                 IS RESET TO THE TREASURY RATEINDX RATE FOR
001600*                 ITS INDEX PLUS ITS MARGIN, HELD TO ITS
001700*                 FLOOR AND CAP, AND ITS NEXT REPRICE DATE
001800*                 MOVES ON.  EVERY RATE CHANGE GOES TO THE
001900*                 LOANHIST FILE (SHARED LHSTREC COPYBOOK) AS
002000*                 A REPRICING ENTRY WITH THE OLD AND NEW
002100*                 RATE, AND A BORROWER WHOSE INSTALLMENT
002200*                 CHANGES GETS A RATE-CHANGE NOTICE ON
002300*                 RATENTC WITH THE MAILING BLOCK FROM
002400*                 CUSTMSTR/CUSTADDR.  THE RPRCRPT REGISTER
002500*                 LISTS EVERY LOAN LOOKED AT.
002600*----------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT LOAN-MASTER ASSIGN TO "LOANMSTR"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS LN-LOAN-NUMBER
003400         FILE STATUS IS WS-LOAN-STATUS.
003500
003600     SELECT RATE-INDEX-FILE ASSIGN TO "RATEINDX"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-INDX-STATUS.
003900
004000     SELECT LOAN-HISTORY ASSIGN TO "LOANHIST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS LH-KEY
004400         FILE STATUS IS WS-LHST-STATUS.
004500
004600     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS CM-CUST-ID
005000         FILE STATUS IS WS-CUSTM-STATUS.
005100
005200     SELECT CUSTOMER-ADDRESS ASSIGN TO "CUSTADDR"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS AD-CUST-ID
005600         FILE STATUS IS WS-ADDR-STATUS.
005700
005800     SELECT RATE-NOTICE-FILE ASSIGN TO "RATENTC"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000
006100     SELECT REPRICE-REPORT ASSIGN TO "RPRCRPT"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300
006400     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  LOAN-MASTER.
007000 01  LOAN-MASTER-RECORD.
007100     COPY LOANREC.
007200
007300*    ONE ROW PER INDEX RATE SETTING, KEPT BY TREASURY.  A NEW
007400*    SETTING IS ADDED AS A NEW ROW WITH ITS EFFECTIVE DATE;
007500*    THE RUN USES THE LATEST ROW FOR EACH INDEX THAT IS IN
007600*    EFFECT ON THE BUSINESS DATE.  RI-RATE IS A PERCENTAGE.
007700 FD  RATE-INDEX-FILE.
007800 01  RATE-INDEX-RECORD.
007900     05  RI-INDEX-CODE       PIC X(04).
008000     05  RI-EFF-DATE         PIC 9(08).
008100     05  RI-RATE             PIC 9(2)V99.
008200
008300 FD  LOAN-HISTORY.
008400 01  LOAN-HISTORY-RECORD.
008500     COPY LHSTREC.
008600
008700 FD  CUSTOMER-MASTER.
008800 01  CUSTOMER-MASTER-RECORD.
008900     COPY CUSTMREC.
009000
009100 FD  CUSTOMER-ADDRESS.
009200 01  CUSTOMER-ADDRESS-RECORD.
009300     COPY ADDRREC.
009400
009500*    ONE NOTICE PER LOAN WHOSE INSTALLMENT CHANGES WITH THE
009600*    RATE, LAID OUT FOR THE PRINT-AND-MAIL VENDOR THE SAME
009700*    WAY AS THE LOANBILL NOTICE.  RN-NO-ADDRESS FLAGS A
009800*    NOTICE THAT CANNOT MAIL.
009900 FD  RATE-NOTICE-FILE.
010000 01  RATE-NOTICE-RECORD.
010100     05  RN-LOAN             PIC X(08).
010200     05  RN-CUST-ID          PIC X(06).
010300     05  RN-NAME             PIC X(20).
010400     05  RN-STREET           PIC X(25).
010500     05  RN-CITY             PIC X(15).
010600     05  RN-STATE            PIC X(02).
010700     05  RN-ZIP              PIC X(10).
010800     05  RN-MAIL-PREF        PIC X(01).
010900     05  RN-NO-ADDRESS       PIC X(01).
011000     05  RN-NOTICE-DATE      PIC 9(08).
011100     05  RN-EFF-DATE         PIC 9(08).
011200     05  RN-INDEX-CODE       PIC X(04).
011300     05  RN-OLD-RATE         PIC 9(2)V99.
011400     05  RN-NEW-RATE         PIC 9(2)V99.
011500     05  RN-OLD-PAYMENT      PIC 9(7)V99.
011600     05  RN-NEW-PAYMENT      PIC 9(7)V99.
011700     05  RN-NEXT-DUE         PIC 9(08).
011800     05  RN-NEXT-REPRICE     PIC 9(08).
011900
012000 FD  REPRICE-REPORT.
012100 01  REPRICE-REPORT-LINE     PIC X(80).
012200
012300 FD  DAILY-STATS-FILE.
012400     COPY DLYSTAT.
012500
012600 WORKING-STORAGE SECTION.
012700*----------------------------------------------------------
012800* SWITCHES AND FILE STATUS
012900*----------------------------------------------------------
013000 01  WS-SWITCHES.
013100     05  WS-INIT-FLAG        PIC X(01) VALUE "Y".
013200         88  INIT-SUCCESSFUL         VALUE "Y".
013300     05  WS-EOF-FLAG         PIC X(01) VALUE "N".
013400         88  END-OF-LOANS            VALUE "Y".
013500     05  WS-INDX-EOF-FLAG    PIC X(01) VALUE "N".
013600         88  END-OF-INDEX-RATES      VALUE "Y".
013700     05  WS-INDEX-FOUND-FLAG PIC X(01) VALUE "N".
013800         88  INDEX-RATE-FOUND        VALUE "Y".
013900 01  WS-LOAN-STATUS          PIC X(02).
014000     88  LOAN-FILE-OK                VALUE "00".
014100 01  WS-INDX-STATUS          PIC X(02).
014200     88  INDX-FILE-OK                VALUE "00".
014300 01  WS-LHST-STATUS          PIC X(02).
014400     88  LHST-FILE-OK                VALUE "00".
014500     88  LHST-FILE-NOT-FOUND         VALUE "35".
014600 01  WS-CUSTM-STATUS         PIC X(02).
014700     88  CUSTM-FILE-OK               VALUE "00".
014800 01  WS-CUSTM-OPEN-FLAG      PIC X(01) VALUE "N".
014900     88  CUSTM-FILE-OPEN             VALUE "Y".
015000 01  WS-ADDR-STATUS          PIC X(02).
015100     88  ADDR-FILE-OK                VALUE "00".
015200 01  WS-ADDR-OPEN-FLAG       PIC X(01) VALUE "N".
015300     88  ADDR-FILE-OPEN              VALUE "Y".
015400
015500*----------------------------------------------------------
015600* INDEX RATE TABLE - THE RATE IN EFFECT FOR EACH INDEX CODE
015700*----------------------------------------------------------
015800 01  WS-INDEX-COUNT          PIC 9(02) COMP VALUE ZERO.
015900 01  WS-INDEX-TABLE.
016000     05  WS-INDEX-ENTRY      OCCURS 1 TO 20 TIMES
016100             DEPENDING ON WS-INDEX-COUNT
016200             INDEXED BY WS-INDEX-IDX.
016300         10  WS-IX-CODE      PIC X(04).
016400         10  WS-IX-EFF-DATE  PIC 9(08).
016500         10  WS-IX-RATE      PIC 9(2)V99.
016600
016700*----------------------------------------------------------
016800* WORK FIELDS
016900*----------------------------------------------------------
017000 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
017100 01  WS-INDEX-RATE           PIC 9(2)V99 VALUE ZERO.
017200 01  WS-RATE-WORK            PIC S9(3)V99 VALUE ZERO.
017300 01  WS-OLD-RATE             PIC 9(2)V99 VALUE ZERO.
017400 01  WS-NEW-RATE             PIC 9(2)V99 VALUE ZERO.
017500 01  WS-PRICE-RATE           PIC 9(2)V99 VALUE ZERO.
017600 01  WS-OLD-PAYMENT          PIC 9(7)V99 VALUE ZERO.
017700 01  WS-NEW-PAYMENT          PIC 9(7)V99 VALUE ZERO.
017800 01  WS-INSTALLMENT-AMT      PIC 9(7)V99 VALUE ZERO.
017900 01  WS-SCHED-PRINCIPAL      PIC 9(6)V99 VALUE ZERO.
018000 01  WS-PERIOD-INTEREST      PIC 9(6)V99 VALUE ZERO.
018100 01  WS-PERIODS-PER-YEAR     PIC 9(02) COMP VALUE ZERO.
018200 01  WS-INSTALLMENTS         PIC 9(04) COMP VALUE ZERO.
018300 01  WS-REPRICE-STEP         PIC 9(02) VALUE 12.
018400 01  WS-REPRICE-PARTS.
018500     05  WS-RPRC-YYYY        PIC 9(04).
018600     05  WS-RPRC-MM          PIC 9(02).
018700     05  WS-RPRC-DD          PIC 9(02).
018800 01  WS-NOTE                 PIC X(10).
018900 01  WS-CUST-ID              PIC X(06).
019000
019100*----------------------------------------------------------
019200* COUNTERS
019300*----------------------------------------------------------
019400 01  WS-REPRICED-COUNT       PIC 9(05) COMP VALUE ZERO.
019500 01  WS-UNCHANGED-COUNT      PIC 9(05) COMP VALUE ZERO.
019600 01  WS-DEFERRED-COUNT       PIC 9(05) COMP VALUE ZERO.
019700 01  WS-NOTICE-COUNT         PIC 9(05) COMP VALUE ZERO.
019800 01  WS-NO-ADDR-COUNT        PIC 9(05) COMP VALUE ZERO.
019900 01  WS-REPRICED-COUNT-DISP  PIC ZZZZ9.
020000 01  WS-NOTICE-COUNT-DISP    PIC ZZZZ9.
020100
020200*----------------------------------------------------------
020300* REGISTER LINES
020400*----------------------------------------------------------
020500     COPY RPTHEAD.
020600 01  WS-COLUMN-LINE.
020700     05  FILLER              PIC X(40) VALUE
020800         "LOAN     INDX INDEX MARGIN   OLD    NEW ".
020900     05  FILLER              PIC X(32) VALUE
021000         "   OLD PMT    NEW PMT NOTE      ".
021100 01  WS-DETAIL-LINE.
021200     05  DL-LOAN             PIC X(08).
021300     05  FILLER              PIC X(01) VALUE SPACE.
021400     05  DL-INDEX-CODE       PIC X(04).
021500     05  FILLER              PIC X(01) VALUE SPACE.
021600     05  DL-INDEX-RATE       PIC Z9.99.
021700     05  FILLER              PIC X(01) VALUE SPACE.
021800     05  DL-MARGIN           PIC -Z9.99.
021900     05  FILLER              PIC X(01) VALUE SPACE.
022000     05  DL-OLD-RATE         PIC Z9.99.
022100     05  FILLER              PIC X(02) VALUE SPACES.
022200     05  DL-NEW-RATE         PIC Z9.99.
022300     05  FILLER              PIC X(01) VALUE SPACE.
022400     05  DL-OLD-PAYMENT      PIC ZZZ,ZZ9.99.
022500     05  FILLER              PIC X(01) VALUE SPACE.
022600     05  DL-NEW-PAYMENT      PIC ZZZ,ZZ9.99.
022700     05  FILLER              PIC X(01) VALUE SPACE.
022800     05  DL-NOTE             PIC X(10).
022900 01  WS-TOTAL-LINE.
023000     05  TL-LABEL            PIC X(24).
023100     05  TL-COUNT            PIC ZZZZ9.
023200
023300 PROCEDURE DIVISION.
023400*----------------------------------------------------------
023500* 0000-MAINLINE
023600*----------------------------------------------------------
023700 0000-MAINLINE.
023800     PERFORM 1000-INITIALIZE
023900         THRU 1000-INITIALIZE-EXIT
024000     PERFORM 2000-REPRICE-ONE-LOAN
024100         THRU 2000-REPRICE-ONE-LOAN-EXIT
024200         UNTIL END-OF-LOANS
024300     PERFORM 9000-TERMINATE
024400         THRU 9000-TERMINATE-EXIT
024500     STOP RUN.
024600
024700*----------------------------------------------------------
024800* 1000-INITIALIZE - LOAD THE INDEX RATES, OPEN THE FILES AND
024900* POSITION AT THE FIRST LOAN.  NO INDEX RATES MEANS NOTHING
025000* TO REPRICE TO AND NO LOAN FILE MEANS NOTHING TO REPRICE;
025100* EITHER WAY THE RUN ENDS QUIETLY.
025200*----------------------------------------------------------
025300 1000-INITIALIZE.
025400     CALL "GETBDATE" USING WS-BUSINESS-DATE
025500     PERFORM 1500-LOAD-INDEX-RATES
025600         THRU 1500-LOAD-INDEX-RATES-EXIT
025700     IF WS-INDEX-COUNT = ZERO
025800         DISPLAY "LOAN-REPRICE-BATCH: NO RATEINDX RATES IN "
025900             "EFFECT - NOTHING REPRICED"
026000         MOVE "Y" TO WS-EOF-FLAG
026100         MOVE "N" TO WS-INIT-FLAG
026200         GO TO 1000-INITIALIZE-EXIT
026300     END-IF
026400     OPEN I-O LOAN-MASTER
026500     IF NOT LOAN-FILE-OK
026600         DISPLAY "LOAN-REPRICE-BATCH: NO LOANMSTR, STATUS "
026700             WS-LOAN-STATUS
026800         MOVE "Y" TO WS-EOF-FLAG
026900         MOVE "N" TO WS-INIT-FLAG
027000         GO TO 1000-INITIALIZE-EXIT
027100     END-IF
027200     OPEN I-O LOAN-HISTORY
027300     IF LHST-FILE-NOT-FOUND
027400         OPEN OUTPUT LOAN-HISTORY
027500         CLOSE LOAN-HISTORY
027600         OPEN I-O LOAN-HISTORY
027700     END-IF
027800     OPEN OUTPUT RATE-NOTICE-FILE
027900     OPEN OUTPUT REPRICE-REPORT
028000*    THE MAILING BLOCK IS BEST-EFFORT, AS ON THE BILLING RUN:
028100*    A MISSING CUSTOMER OR ADDRESS FILE FLAGS THE NOTICE
028200*    RATHER THAN FAILING THE RUN.
028300     OPEN INPUT CUSTOMER-MASTER
028400     IF CUSTM-FILE-OK
028500         MOVE "Y" TO WS-CUSTM-OPEN-FLAG
028600     END-IF
028700     OPEN INPUT CUSTOMER-ADDRESS
028800     IF ADDR-FILE-OK
028900         MOVE "Y" TO WS-ADDR-OPEN-FLAG
029000     END-IF
029100     MOVE "LOAN REPRICING REGISTER" TO RPT-TITLE
029200     MOVE WS-BUSINESS-DATE TO RPT-HEAD-DATE
029300     PERFORM 7900-RPT-HEADINGS
029400         THRU 7900-RPT-HEADINGS-EXIT
029500     PERFORM 8000-READ-NEXT-LOAN
029600         THRU 8000-READ-NEXT-LOAN-EXIT.
029700 1000-INITIALIZE-EXIT.
029800     EXIT.
029900
030000*----------------------------------------------------------
030100* 1500-LOAD-INDEX-RATES - LOAD THE RATE IN EFFECT FOR EACH
030200* INDEX CODE FROM RATEINDX.
030300*----------------------------------------------------------
030400 1500-LOAD-INDEX-RATES.
030500     OPEN INPUT RATE-INDEX-FILE
030600     IF NOT INDX-FILE-OK
030700         GO TO 1500-LOAD-INDEX-RATES-EXIT
030800     END-IF
030900     PERFORM 1600-READ-INDEX-RATE
031000         THRU 1600-READ-INDEX-RATE-EXIT
031100     PERFORM 1700-STORE-INDEX-RATE
031200         THRU 1700-STORE-INDEX-RATE-EXIT
031300         UNTIL END-OF-INDEX-RATES
031400     CLOSE RATE-INDEX-FILE.
031500 1500-LOAD-INDEX-RATES-EXIT.
031600     EXIT.
031700
031800*----------------------------------------------------------
031900* 1600-READ-INDEX-RATE - READ ONE RATEINDX RECORD.
032000*----------------------------------------------------------
032100 1600-READ-INDEX-RATE.
032200     READ RATE-INDEX-FILE
032300         AT END
032400             MOVE "Y" TO WS-INDX-EOF-FLAG
032500     END-READ.
032600 1600-READ-INDEX-RATE-EXIT.
032700     EXIT.
032800
032900*----------------------------------------------------------
033000* 1700-STORE-INDEX-RATE - KEEP THE ROW JUST READ WHEN IT IS
033100* IN EFFECT AND LATER THAN THE ROW ALREADY HELD FOR ITS
033200* INDEX, THEN READ THE NEXT ONE.  A ROW WITH A NON-NUMERIC
033300* RATE OR DATE IS SKIPPED RATHER THAN REPRICING TO GARBAGE;
033400* A ROW DATED AFTER THE BUSINESS DATE WAITS FOR ITS DAY.
033500*----------------------------------------------------------
033600 1700-STORE-INDEX-RATE.
033700     IF RI-RATE NOT NUMERIC OR RI-EFF-DATE NOT NUMERIC
033800      OR RI-INDEX-CODE = SPACES
033900         DISPLAY "LOAN-REPRICE-BATCH: BAD RATEINDX ROW FOR "
034000             "INDEX " RI-INDEX-CODE " SKIPPED"
034100         GO TO 1700-STORE-INDEX-RATE-NEXT
034200     END-IF
034300     IF RI-EFF-DATE > WS-BUSINESS-DATE
034400         GO TO 1700-STORE-INDEX-RATE-NEXT
034500     END-IF
034600     SET WS-INDEX-IDX TO 1
034700     SEARCH WS-INDEX-ENTRY
034800         AT END
034900             IF WS-INDEX-COUNT < 20
035000                 ADD 1 TO WS-INDEX-COUNT
035100                 MOVE RI-INDEX-CODE
035200                     TO WS-IX-CODE(WS-INDEX-COUNT)
035300                 MOVE RI-EFF-DATE
035400                     TO WS-IX-EFF-DATE(WS-INDEX-COUNT)
035500                 MOVE RI-RATE TO WS-IX-RATE(WS-INDEX-COUNT)
035600             ELSE
035700                 DISPLAY "LOAN-REPRICE-BATCH: INDEX TABLE "
035800                     "FULL - " RI-INDEX-CODE " SKIPPED"
035900             END-IF
036000         WHEN WS-IX-CODE(WS-INDEX-IDX) = RI-INDEX-CODE
036100             IF RI-EFF-DATE NOT < WS-IX-EFF-DATE(WS-INDEX-IDX)
036200                 MOVE RI-EFF-DATE
036300                     TO WS-IX-EFF-DATE(WS-INDEX-IDX)
036400                 MOVE RI-RATE TO WS-IX-RATE(WS-INDEX-IDX)
036500             END-IF
036600     END-SEARCH.
036700
036800 1700-STORE-INDEX-RATE-NEXT.
036900     PERFORM 1600-READ-INDEX-RATE
037000         THRU 1600-READ-INDEX-RATE-EXIT.
037100 1700-STORE-INDEX-RATE-EXIT.
037200     EXIT.
037300
037400*----------------------------------------------------------
037500* 2000-REPRICE-ONE-LOAN - REPRICE ONE OPEN VARIABLE-RATE LOAN
037600* WHOSE REPRICE DATE HAS COME.  A LOAN WITH A MODIFICATION
037700* STILL TO TAKE EFFECT IS LEFT FOR A LATER NIGHT, AS IS ONE
037800* WHOSE INDEX HAS NO RATE IN EFFECT; NEITHER HAS ITS REPRICE
037900* DATE MOVED, SO IT IS PICKED UP AGAIN.
038000*----------------------------------------------------------
038100 2000-REPRICE-ONE-LOAN.
038200     IF LN-IS-CLOSED OR LN-IS-CHARGED-OFF
038300      OR LN-OUTSTANDING-BAL NOT > ZERO
038400         GO TO 2000-REPRICE-ONE-LOAN-READ
038500     END-IF
038600     IF LN-IS-FIXED-RATE
038700      OR LN-NEXT-REPRICE NOT NUMERIC
038800      OR LN-NEXT-REPRICE = ZERO
038900      OR LN-NEXT-REPRICE > WS-BUSINESS-DATE
039000         GO TO 2000-REPRICE-ONE-LOAN-READ
039100     END-IF
039200     MOVE LN-RATE TO WS-OLD-RATE WS-NEW-RATE
039300     MOVE ZERO    TO WS-INDEX-RATE
039400     IF LN-MOD-EFF-DATE NUMERIC
039500      AND LN-MOD-EFF-DATE > WS-BUSINESS-DATE
039600         MOVE "MOD PEND" TO WS-NOTE
039700         ADD 1 TO WS-DEFERRED-COUNT
039800         PERFORM 3000-REGISTER-LINE
039900             THRU 3000-REGISTER-LINE-EXIT
040000         GO TO 2000-REPRICE-ONE-LOAN-READ
040100     END-IF
040200     PERFORM 2100-FIND-INDEX-RATE
040300         THRU 2100-FIND-INDEX-RATE-EXIT
040400     IF NOT INDEX-RATE-FOUND
040500         MOVE "NO INDEX" TO WS-NOTE
040600         ADD 1 TO WS-DEFERRED-COUNT
040700         PERFORM 3000-REGISTER-LINE
040800             THRU 3000-REGISTER-LINE-EXIT
040900         GO TO 2000-REPRICE-ONE-LOAN-READ
041000     END-IF
041100
041200     PERFORM 2200-NEW-RATE
041300         THRU 2200-NEW-RATE-EXIT
041400     PERFORM 2900-ROLL-REPRICE-DATE
041500         THRU 2900-ROLL-REPRICE-DATE-EXIT
041600         UNTIL LN-NEXT-REPRICE > WS-BUSINESS-DATE
041700     IF WS-NEW-RATE = WS-OLD-RATE
041800         REWRITE LOAN-MASTER-RECORD
041900         ADD 1 TO WS-UNCHANGED-COUNT
042000         IF WS-NOTE = SPACES
042100             MOVE "NO CHANGE" TO WS-NOTE
042200         END-IF
042300         PERFORM 3000-REGISTER-LINE
042400             THRU 3000-REGISTER-LINE-EXIT
042500         GO TO 2000-REPRICE-ONE-LOAN-READ
042600     END-IF
042700
042800     MOVE WS-OLD-RATE TO WS-PRICE-RATE
042900     PERFORM 2300-PRICE-INSTALLMENT
043000         THRU 2300-PRICE-INSTALLMENT-EXIT
043100     MOVE WS-INSTALLMENT-AMT TO WS-OLD-PAYMENT
043200     MOVE WS-NEW-RATE TO WS-PRICE-RATE
043300     PERFORM 2300-PRICE-INSTALLMENT
043400         THRU 2300-PRICE-INSTALLMENT-EXIT
043500     MOVE WS-INSTALLMENT-AMT TO WS-NEW-PAYMENT
043600
043700*    THE HISTORY ENTRY GOES FIRST: IF IT CANNOT BE WRITTEN
043800*    THE LOAN KEEPS ITS OLD RATE AND REPRICE DATE.
043900     IF LN-MOD-COUNT NOT NUMERIC
044000         MOVE ZERO TO LN-MOD-COUNT
044100     END-IF
044200     MOVE SPACES              TO LOAN-HISTORY-RECORD
044300     MOVE LN-LOAN-NUMBER      TO LH-LOAN
044400     COMPUTE LH-SEQ = LN-MOD-COUNT + 1
044500     MOVE "R"                 TO LH-EVENT
044600     MOVE WS-BUSINESS-DATE    TO LH-ENTRY-DATE LH-EFF-DATE
044700     MOVE WS-OLD-RATE         TO LH-OLD-RATE
044800     MOVE WS-NEW-RATE         TO LH-NEW-RATE
044900     MOVE LN-YEARS-TERM       TO LH-OLD-TERM LH-NEW-TERM
045000     MOVE LN-FREQUENCY-CODE   TO LH-OLD-FREQ LH-NEW-FREQ
045100     MOVE LN-NEXT-PAYMENT-DUE TO LH-OLD-NEXT-DUE
045200                                 LH-NEW-NEXT-DUE
045300     MOVE LN-INDEX-CODE       TO LH-INDEX-CODE
045400     MOVE WS-INDEX-RATE       TO LH-INDEX-RATE
045500     WRITE LOAN-HISTORY-RECORD
045600         INVALID KEY
045700             DISPLAY "LOAN-REPRICE-BATCH: LOANHIST WRITE "
045800                 "FAILED FOR " LN-LOAN-NUMBER ", STATUS "
045900                 WS-LHST-STATUS
046000             MOVE "HIST FAIL" TO WS-NOTE
046100             ADD 1 TO WS-DEFERRED-COUNT
046200             PERFORM 3000-REGISTER-LINE
046300                 THRU 3000-REGISTER-LINE-EXIT
046400             GO TO 2000-REPRICE-ONE-LOAN-READ
046500     END-WRITE
046600     MOVE WS-NEW-RATE TO LN-RATE
046700     MOVE LH-SEQ      TO LN-MOD-COUNT
046800     REWRITE LOAN-MASTER-RECORD
046900     ADD 1 TO WS-REPRICED-COUNT
047000
047100     IF WS-NEW-PAYMENT NOT = WS-OLD-PAYMENT
047200         PERFORM 2500-WRITE-RATE-NOTICE
047300             THRU 2500-WRITE-RATE-NOTICE-EXIT
047400     END-IF
047500     PERFORM 3000-REGISTER-LINE
047600         THRU 3000-REGISTER-LINE-EXIT.
047700
047800 2000-REPRICE-ONE-LOAN-READ.
047900     PERFORM 8000-READ-NEXT-LOAN
048000         THRU 8000-READ-NEXT-LOAN-EXIT.
048100 2000-REPRICE-ONE-LOAN-EXIT.
048200     EXIT.
048300
048400*----------------------------------------------------------
048500* 2100-FIND-INDEX-RATE - THE RATE IN EFFECT FOR THE LOAN'S
048600* INDEX CODE.
048700*----------------------------------------------------------
048800 2100-FIND-INDEX-RATE.
048900     MOVE "N" TO WS-INDEX-FOUND-FLAG
049000     SET WS-INDEX-IDX TO 1
049100     SEARCH WS-INDEX-ENTRY
049200         AT END
049300             CONTINUE
049400         WHEN WS-IX-CODE(WS-INDEX-IDX) = LN-INDEX-CODE
049500             MOVE WS-IX-RATE(WS-INDEX-IDX) TO WS-INDEX-RATE
049600             MOVE "Y" TO WS-INDEX-FOUND-FLAG
049700     END-SEARCH.
049800 2100-FIND-INDEX-RATE-EXIT.
049900     EXIT.
050000
050100*----------------------------------------------------------
050200* 2200-NEW-RATE - INDEX RATE PLUS MARGIN, NEVER BELOW ZERO,
050300* HELD TO THE LOAN'S FLOOR AND CAP WHERE IT HAS THEM.  THE
050400* NOTE SAYS WHEN THE FLOOR OR CAP BIT.  BLANKS ON
050500* UNCONVERTED RECORDS COUNT AS NO MARGIN, FLOOR OR CAP.
050600*----------------------------------------------------------
050700 2200-NEW-RATE.
050800     MOVE SPACES TO WS-NOTE
050900     IF LN-RATE-MARGIN NOT NUMERIC
051000         MOVE ZERO TO LN-RATE-MARGIN
051100     END-IF
051200     IF LN-RATE-FLOOR NOT NUMERIC
051300         MOVE ZERO TO LN-RATE-FLOOR
051400     END-IF
051500     IF LN-RATE-CAP NOT NUMERIC
051600         MOVE ZERO TO LN-RATE-CAP
051700     END-IF
051800     COMPUTE WS-RATE-WORK = WS-INDEX-RATE + LN-RATE-MARGIN
051900     IF WS-RATE-WORK < ZERO
052000         MOVE ZERO TO WS-RATE-WORK
052100     END-IF
052200     IF LN-RATE-FLOOR > ZERO AND WS-RATE-WORK < LN-RATE-FLOOR
052300         MOVE LN-RATE-FLOOR TO WS-RATE-WORK
052400         MOVE "FLOOR"       TO WS-NOTE
052500     END-IF
052600     IF LN-RATE-CAP > ZERO AND WS-RATE-WORK > LN-RATE-CAP
052700         MOVE LN-RATE-CAP   TO WS-RATE-WORK
052800         MOVE "CAP"         TO WS-NOTE
052900     END-IF
053000     IF WS-RATE-WORK > 99.99
053100         MOVE 99.99 TO WS-RATE-WORK
053200     END-IF
053300     MOVE WS-RATE-WORK TO WS-NEW-RATE.
053400 2200-NEW-RATE-EXIT.
053500     EXIT.
053600
053700*----------------------------------------------------------
053800* 2300-PRICE-INSTALLMENT - ONE INSTALLMENT AT WS-PRICE-RATE:
053900* THE SCHEDULED PRINCIPAL (THE BOOKED PRINCIPAL SPREAD OVER
054000* THE TERM, AS THE BILLING RUN PRICES IT) PLUS ONE PERIOD'S
054100* INTEREST ON THE OUTSTANDING BALANCE.
054200*----------------------------------------------------------
054300 2300-PRICE-INSTALLMENT.
054400     EVALUATE LN-FREQUENCY-CODE
054500         WHEN 2     MOVE 4  TO WS-PERIODS-PER-YEAR
054600         WHEN 3     MOVE 12 TO WS-PERIODS-PER-YEAR
054700         WHEN OTHER MOVE 1  TO WS-PERIODS-PER-YEAR
054800     END-EVALUATE
054900     MOVE ZERO TO WS-INSTALLMENTS
055000     IF LN-YEARS-TERM NUMERIC
055100         COMPUTE WS-INSTALLMENTS
055200             = LN-YEARS-TERM * WS-PERIODS-PER-YEAR
055300     END-IF
055400     IF WS-INSTALLMENTS = ZERO
055500         MOVE LN-OUTSTANDING-BAL TO WS-SCHED-PRINCIPAL
055600     ELSE
055700         COMPUTE WS-SCHED-PRINCIPAL ROUNDED
055800             = LN-PRINCIPAL / WS-INSTALLMENTS
055900     END-IF
056000     IF WS-SCHED-PRINCIPAL > LN-OUTSTANDING-BAL
056100         MOVE LN-OUTSTANDING-BAL TO WS-SCHED-PRINCIPAL
056200     END-IF
056300     COMPUTE WS-PERIOD-INTEREST ROUNDED
056400         = LN-OUTSTANDING-BAL * WS-PRICE-RATE / 100
056500         / WS-PERIODS-PER-YEAR
056600     COMPUTE WS-INSTALLMENT-AMT
056700         = WS-SCHED-PRINCIPAL + WS-PERIOD-INTEREST.
056800 2300-PRICE-INSTALLMENT-EXIT.
056900     EXIT.
057000
057100*----------------------------------------------------------
057200* 2500-WRITE-RATE-NOTICE - TELL THE BORROWER THE NEW RATE
057300* AND INSTALLMENT.  THE NAME COMES FROM CUSTMSTR (THE FIRST
057400* SIX BYTES OF THE APPLICANT ID ARE THE CUSTOMER ID) AND
057500* THE ADDRESS FROM CUSTADDR; NO ADDRESS SETS THE NOTICE'S
057600* NO-ADDRESS FLAG FOR THE VENDOR TO PULL.
057700*----------------------------------------------------------
057800 2500-WRITE-RATE-NOTICE.
057900     MOVE SPACES TO RATE-NOTICE-RECORD
058000     MOVE LN-APPLICANT-ID(1:6) TO WS-CUST-ID RN-CUST-ID
058100     MOVE LN-APPLICANT-ID      TO RN-NAME
058200     IF CUSTM-FILE-OPEN
058300         MOVE WS-CUST-ID TO CM-CUST-ID
058400         READ CUSTOMER-MASTER
058500             INVALID KEY
058600                 CONTINUE
058700             NOT INVALID KEY
058800                 MOVE CM-CUST-NAME TO RN-NAME
058900         END-READ
059000     END-IF
059100     MOVE "Y" TO RN-NO-ADDRESS
059200     IF ADDR-FILE-OPEN
059300         MOVE WS-CUST-ID TO AD-CUST-ID
059400         READ CUSTOMER-ADDRESS
059500             INVALID KEY
059600                 CONTINUE
059700             NOT INVALID KEY
059800                 MOVE "N"          TO RN-NO-ADDRESS
059900                 MOVE AD-STREET    TO RN-STREET
060000                 MOVE AD-CITY      TO RN-CITY
060100                 MOVE AD-STATE     TO RN-STATE
060200                 MOVE AD-ZIP       TO RN-ZIP
060300                 MOVE AD-MAIL-PREF TO RN-MAIL-PREF
060400         END-READ
060500     END-IF
060600     IF RN-NO-ADDRESS = "Y"
060700         ADD 1 TO WS-NO-ADDR-COUNT
060800     END-IF
060900     MOVE LN-LOAN-NUMBER      TO RN-LOAN
061000     MOVE WS-BUSINESS-DATE    TO RN-NOTICE-DATE RN-EFF-DATE
061100     MOVE LN-INDEX-CODE       TO RN-INDEX-CODE
061200     MOVE WS-OLD-RATE         TO RN-OLD-RATE
061300     MOVE WS-NEW-RATE         TO RN-NEW-RATE
061400     MOVE WS-OLD-PAYMENT      TO RN-OLD-PAYMENT
061500     MOVE WS-NEW-PAYMENT      TO RN-NEW-PAYMENT
061600     MOVE LN-NEXT-PAYMENT-DUE TO RN-NEXT-DUE
061700     MOVE LN-NEXT-REPRICE     TO RN-NEXT-REPRICE
061800     WRITE RATE-NOTICE-RECORD
061900     ADD 1 TO WS-NOTICE-COUNT
062000     IF WS-NOTE = SPACES
062100         MOVE "NOTICE" TO WS-NOTE
062200     END-IF.
062300 2500-WRITE-RATE-NOTICE-EXIT.
062400     EXIT.
062500
062600*----------------------------------------------------------
062700* 2900-ROLL-REPRICE-DATE - STEP THE NEXT REPRICE DATE ON BY
062800* THE LOAN'S REPRICING FREQUENCY (TWELVE MONTHS WHEN NONE IS
062900* SET), DAY CLAMPED TO THE 28TH AS THE DUE DATES ARE.
063000*----------------------------------------------------------
063100 2900-ROLL-REPRICE-DATE.
063200     MOVE 12 TO WS-REPRICE-STEP
063300     IF LN-REPRICE-MONTHS NUMERIC AND LN-REPRICE-MONTHS > ZERO
063400         MOVE LN-REPRICE-MONTHS TO WS-REPRICE-STEP
063500     END-IF
063600     MOVE LN-NEXT-REPRICE TO WS-REPRICE-PARTS
063700     ADD WS-REPRICE-STEP TO WS-RPRC-MM
063800     PERFORM 2950-NORMALIZE-REPRICE-MONTH
063900         THRU 2950-NORMALIZE-REPRICE-MONTH-EXIT
064000         UNTIL WS-RPRC-MM <= 12
064100     IF WS-RPRC-DD > 28
064200         MOVE 28 TO WS-RPRC-DD
064300     END-IF
064400     MOVE WS-REPRICE-PARTS TO LN-NEXT-REPRICE.
064500 2900-ROLL-REPRICE-DATE-EXIT.
064600     EXIT.
064700
064800*----------------------------------------------------------
064900* 2950-NORMALIZE-REPRICE-MONTH - FOLD AN OVERFLOWED MONTH
065000* INTO THE YEAR.
065100*----------------------------------------------------------
065200 2950-NORMALIZE-REPRICE-MONTH.
065300     SUBTRACT 12 FROM WS-RPRC-MM
065400     ADD 1 TO WS-RPRC-YYYY.
065500 2950-NORMALIZE-REPRICE-MONTH-EXIT.
065600     EXIT.
065700
065800*----------------------------------------------------------
065900* 3000-REGISTER-LINE - ONE REGISTER LINE FOR THE LOAN JUST
066000* LOOKED AT.
066100*----------------------------------------------------------
066200 3000-REGISTER-LINE.
066300     IF RPT-LINE-COUNT >= RPT-PAGE-LIMIT
066400         PERFORM 7900-RPT-HEADINGS
066500             THRU 7900-RPT-HEADINGS-EXIT
066600     END-IF
066700     MOVE LN-LOAN-NUMBER TO DL-LOAN
066800     MOVE LN-INDEX-CODE  TO DL-INDEX-CODE
066900     MOVE WS-INDEX-RATE  TO DL-INDEX-RATE
067000     IF LN-RATE-MARGIN NUMERIC
067100         MOVE LN-RATE-MARGIN TO DL-MARGIN
067200     ELSE
067300         MOVE ZERO TO DL-MARGIN
067400     END-IF
067500     MOVE WS-OLD-RATE    TO DL-OLD-RATE
067600     MOVE WS-NEW-RATE    TO DL-NEW-RATE
067700     IF WS-NEW-RATE = WS-OLD-RATE
067800         MOVE ZERO TO DL-OLD-PAYMENT DL-NEW-PAYMENT
067900     ELSE
068000         MOVE WS-OLD-PAYMENT TO DL-OLD-PAYMENT
068100         MOVE WS-NEW-PAYMENT TO DL-NEW-PAYMENT
068200     END-IF
068300     MOVE WS-NOTE        TO DL-NOTE
068400     WRITE REPRICE-REPORT-LINE FROM WS-DETAIL-LINE
068500     ADD 1 TO RPT-LINE-COUNT
068600     ADD 1 TO RPT-DETAIL-COUNT.
068700 3000-REGISTER-LINE-EXIT.
068800     EXIT.
068900
069000*----------------------------------------------------------
069100* 7900-RPT-HEADINGS - THROW A NEW PAGE: THE STANDARD HEADING
069200* BLOCK AND THE COLUMN HEADINGS.
069300*----------------------------------------------------------
069400 7900-RPT-HEADINGS.
069500     ADD 1 TO RPT-PAGE-NUMBER
069600     MOVE RPT-PAGE-NUMBER TO RPT-PAGE-DISPLAY
069700     WRITE REPRICE-REPORT-LINE FROM RPT-HEADING-LINE
069800     WRITE REPRICE-REPORT-LINE FROM WS-COLUMN-LINE
069900     MOVE ZERO TO RPT-LINE-COUNT.
070000 7900-RPT-HEADINGS-EXIT.
070100     EXIT.
070200
070300*----------------------------------------------------------
070400* 8000-READ-NEXT-LOAN - READ THE NEXT LOAN IN KEY SEQUENCE.
070500*----------------------------------------------------------
070600 8000-READ-NEXT-LOAN.
070700     READ LOAN-MASTER NEXT RECORD
070800         AT END
070900             MOVE "Y" TO WS-EOF-FLAG
071000     END-READ.
071100 8000-READ-NEXT-LOAN-EXIT.
071200     EXIT.
071300
071400*----------------------------------------------------------
071500* 9000-TERMINATE - PRINT THE REGISTER COUNTS AND TRAILER,
071600* CLOSE THE FILES AND WRITE THE DAILY-STATS SUMMARY.
071700*----------------------------------------------------------
071800 9000-TERMINATE.
071900     IF INIT-SUCCESSFUL
072000         MOVE SPACES TO REPRICE-REPORT-LINE
072100         WRITE REPRICE-REPORT-LINE
072200         MOVE "LOANS REPRICED"      TO TL-LABEL
072300         MOVE WS-REPRICED-COUNT     TO TL-COUNT
072400         WRITE REPRICE-REPORT-LINE FROM WS-TOTAL-LINE
072500         MOVE "RATE UNCHANGED"      TO TL-LABEL
072600         MOVE WS-UNCHANGED-COUNT    TO TL-COUNT
072700         WRITE REPRICE-REPORT-LINE FROM WS-TOTAL-LINE
072800         MOVE "DEFERRED"            TO TL-LABEL
072900         MOVE WS-DEFERRED-COUNT     TO TL-COUNT
073000         WRITE REPRICE-REPORT-LINE FROM WS-TOTAL-LINE
073100         MOVE "RATE NOTICES"        TO TL-LABEL
073200         MOVE WS-NOTICE-COUNT       TO TL-COUNT
073300         WRITE REPRICE-REPORT-LINE FROM WS-TOTAL-LINE
073400         MOVE "NOTICES WITH NO ADDRESS" TO TL-LABEL
073500         MOVE WS-NO-ADDR-COUNT      TO TL-COUNT
073600         WRITE REPRICE-REPORT-LINE FROM WS-TOTAL-LINE
073700         MOVE RPT-DETAIL-COUNT TO RPT-TRAILER-COUNT
073800         WRITE REPRICE-REPORT-LINE FROM RPT-TRAILER-LINE
073900         CLOSE LOAN-MASTER
074000               LOAN-HISTORY
074100               RATE-NOTICE-FILE
074200               REPRICE-REPORT
074300         IF CUSTM-FILE-OPEN
074400             CLOSE CUSTOMER-MASTER
074500         END-IF
074600         IF ADDR-FILE-OPEN
074700             CLOSE CUSTOMER-ADDRESS
074800         END-IF
074900     END-IF
075000     PERFORM 9500-WRITE-DAILY-STATS
075100         THRU 9500-WRITE-DAILY-STATS-EXIT
075200     DISPLAY "LOAN-REPRICE-BATCH: " WS-REPRICED-COUNT
075300         " REPRICED, " WS-DEFERRED-COUNT " DEFERRED, "
075400         WS-NOTICE-COUNT " NOTICES".
075500 9000-TERMINATE-EXIT.
075600     EXIT.
075700
075800*----------------------------------------------------------
075900* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
076000* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
076100* CONSOLIDATED REPORT.
076200*----------------------------------------------------------
076300 9500-WRITE-DAILY-STATS.
076400     OPEN EXTEND DAILY-STATS-FILE
076500     MOVE "LOAN-REPRICE-BATCH" TO DS-PROGRAM-NAME
076600     MOVE WS-REPRICED-COUNT  TO DS-RECORD-COUNT
076700     MOVE WS-REPRICED-COUNT  TO WS-REPRICED-COUNT-DISP
076800     MOVE WS-NOTICE-COUNT    TO WS-NOTICE-COUNT-DISP
076900     MOVE SPACES             TO DS-DETAIL
077000     STRING "LOANS REPRICED: " DELIMITED BY SIZE
077100         WS-REPRICED-COUNT-DISP DELIMITED BY SIZE
077200         "  NOTICES: "         DELIMITED BY SIZE
077300         WS-NOTICE-COUNT-DISP  DELIMITED BY SIZE
077400         INTO DS-DETAIL
077500     END-STRING
077600     WRITE DAILY-STAT-RECORD
077700     CLOSE DAILY-STATS-FILE.
077800 9500-WRITE-DAILY-STATS-EXIT.
077900     EXIT.
