000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOAN-LATE-CHARGE-BATCH.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  NIGHTLY LATE-CHARGE RUN OVER
001100*                 LOANMSTR, AFTER LOAN-ACCRUE-BATCH.  AN OPEN
001200*                 LOAN WHOSE INSTALLMENT IS MORE THAN THE
001300*                 GRACE DAYS PAST DUE IS CHARGED ONE LATE FEE
001400*                 FOR THAT INSTALLMENT, PER THE LATEPARM
001500*                 PARAMETER FILE (GRACE DAYS AND A FLAT OR
001600*                 PERCENTAGE-OF-INSTALLMENT CHARGE, WITH AN
001700*                 OPTIONAL CAP, BY LOAN TYPE - THE REPAYMENT
001800*                 FREQUENCY CODE, "*" FOR THE DEFAULT ROW).
001900*                 A BORROWER WHO MISSES SEVERAL INSTALLMENTS
002000*                 IS CHARGED ONCE FOR EACH.  THE FEE GOES
002100*                 INTO LN-LATE-FEES-DUE FOR THE REPAYMENT
002200*                 PATHS TO COLLECT FIRST, LN-LAST-LATE-DUE
002300*                 REMEMBERS THE INSTALLMENT CHARGED, AND EACH
002400*                 CHARGE IS WRITTEN TO THE LATEFEES REGISTER
002500*                 (SHARED LATEREC COPYBOOK) FOR THE TELLER
002600*                 WAIVER TO TRACE, AND TO TXNLOG AS "LATE
002700*                 FEE" UNDER THE LOAN NUMBER SO GL-POST-BATCH
002800*                 BOOKS THE FEE INCOME.  THE LATERPT REGISTER
002900*                 LISTS EVERY CHARGE WITH TOTALS.
003000*----------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT LOAN-MASTER ASSIGN TO "LOANMSTR"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS LN-LOAN-NUMBER
003800         FILE STATUS IS WS-LOAN-STATUS.
003900
004000     SELECT LATE-PARM-FILE ASSIGN TO "LATEPARM"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-PARM-STATUS.
004300
004400     SELECT LATE-FEE-REGISTER ASSIGN TO "LATEFEES"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS LF-KEY
004800         FILE STATUS IS WS-LATE-STATUS.
004900
005000     SELECT TRANSACTION-LOG ASSIGN TO "TXNLOG"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200
005300     SELECT LATE-CHARGE-REPORT ASSIGN TO "LATERPT"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  LOAN-MASTER.
006200 01  LOAN-MASTER-RECORD.
006300     COPY LOANREC.
006400
006500*    ONE RULE PER LOAN TYPE.  LP-CHARGE-TYPE "P" CHARGES
006600*    LP-PERCENT OF THE MISSED INSTALLMENT, ANYTHING ELSE THE
006700*    FLAT LP-FLAT-AMOUNT; A NON-ZERO LP-MAX-CHARGE CAPS IT.
006800 FD  LATE-PARM-FILE.
006900 01  LATE-PARM-RECORD.
007000     05  LP-LOAN-TYPE        PIC X(01).
007100     05  LP-GRACE-DAYS       PIC 9(03).
007200     05  LP-CHARGE-TYPE      PIC X(01).
007300     05  LP-FLAT-AMOUNT      PIC 9(5)V99.
007400     05  LP-PERCENT          PIC 9(2)V99.
007500     05  LP-MAX-CHARGE       PIC 9(5)V99.
007600
007700 FD  LATE-FEE-REGISTER.
007800 01  LATE-FEE-RECORD.
007900     COPY LATEREC.
008000
008100 FD  TRANSACTION-LOG.
008200 01  TRANSACTION-LOG-LINE    PIC X(80).
008300
008400 FD  LATE-CHARGE-REPORT.
008500 01  LATE-CHARGE-LINE        PIC X(80).
008600
008700 FD  DAILY-STATS-FILE.
008800     COPY DLYSTAT.
008900
009000 WORKING-STORAGE SECTION.
009100*----------------------------------------------------------
009200* SWITCHES AND FILE STATUS
009300*----------------------------------------------------------
009400 01  WS-SWITCHES.
009500     05  WS-INIT-FLAG        PIC X(01) VALUE "Y".
009600         88  INIT-SUCCESSFUL         VALUE "Y".
009700     05  WS-EOF-FLAG         PIC X(01) VALUE "N".
009800         88  END-OF-LOANS            VALUE "Y".
009900     05  WS-PARM-EOF-FLAG    PIC X(01) VALUE "N".
010000         88  END-OF-LATE-PARMS       VALUE "Y".
010100     05  WS-PAST-GRACE-FLAG  PIC X(01) VALUE "N".
010200         88  INSTALLMENT-PAST-GRACE  VALUE "Y".
010300     05  WS-LOAN-CHANGED-FLAG PIC X(01) VALUE "N".
010400         88  LOAN-CHANGED            VALUE "Y".
010500 01  WS-LOAN-STATUS          PIC X(02).
010600     88  LOAN-FILE-OK                VALUE "00".
010700 01  WS-PARM-STATUS          PIC X(02).
010800     88  PARM-FILE-OK                VALUE "00".
010900 01  WS-LATE-STATUS          PIC X(02).
011000     88  LATE-FILE-OK                VALUE "00".
011100     88  LATE-FILE-NOT-FOUND         VALUE "35".
011200
011300*----------------------------------------------------------
011400* LATE-CHARGE RULE TABLE
011500*----------------------------------------------------------
011600 01  WS-RULE-COUNT           PIC 9(02) COMP VALUE ZERO.
011700 01  WS-RULE-TABLE.
011800     05  WS-RULE-ENTRY       OCCURS 1 TO 10 TIMES
011900             DEPENDING ON WS-RULE-COUNT
012000             INDEXED BY WS-RULE-IDX.
012100         10  WS-RULE-TYPE    PIC X(01).
012200         10  WS-RULE-GRACE   PIC 9(03).
012300         10  WS-RULE-CHARGE  PIC X(01).
012400         10  WS-RULE-FLAT    PIC 9(5)V99.
012500         10  WS-RULE-PCT     PIC 9(2)V99.
012600         10  WS-RULE-MAX     PIC 9(5)V99.
012700
012710*----------------------------------------------------------
012720* SHARED EXCEPTION-LOG FIELDS FOR THE EXCPLOG SUBPROGRAM.
012730*----------------------------------------------------------
012740 01  WS-EXCP-PROGRAM         PIC X(23)
012750         VALUE "LOAN-LATE-CHARGE-BATCH".
012760 01  WS-EXCP-SEVERITY        PIC X(01) VALUE "E".
012770 01  WS-EXCP-MESSAGE         PIC X(40) VALUE SPACES.
012780 01  WS-EXCP-FSTATUS         PIC X(02) VALUE SPACES.
012790
012800*----------------------------------------------------------
012900* WORK FIELDS
013000*----------------------------------------------------------
013100 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
013200 01  WS-TODAY-INTEGER        PIC 9(08) COMP VALUE ZERO.
013300 01  WS-LOAN-TYPE            PIC X(01).
013400 01  WS-GRACE-DAYS           PIC 9(03) VALUE ZERO.
013500 01  WS-CHARGE-TYPE          PIC X(01).
013600     88  WS-PERCENT-CHARGE           VALUE "P".
013700 01  WS-FLAT-AMOUNT          PIC 9(5)V99 VALUE ZERO.
013800 01  WS-PERCENT              PIC 9(2)V99 VALUE ZERO.
013900 01  WS-MAX-CHARGE           PIC 9(5)V99 VALUE ZERO.
014000 01  WS-INSTALL-DUE          PIC 9(08) VALUE ZERO.
014100 01  WS-DAYS-LATE            PIC S9(05) COMP VALUE ZERO.
014300 01  WS-THIS-CHARGE          PIC 9(5)V99 VALUE ZERO.
014400 01  WS-INSTALLMENT-AMT      PIC 9(7)V99 VALUE ZERO.
014500 01  WS-SCHED-PRINCIPAL      PIC 9(6)V99 VALUE ZERO.
014600 01  WS-PERIOD-INTEREST      PIC 9(6)V99 VALUE ZERO.
014700 01  WS-PERIODS-PER-YEAR     PIC 9(02) COMP VALUE ZERO.
014800 01  WS-INSTALLMENTS         PIC 9(04) COMP VALUE ZERO.
014900 01  WS-LOAN-DUE-PARTS.
015000     05  WS-LDUE-YYYY        PIC 9(04).
015100     05  WS-LDUE-MM          PIC 9(02).
015200     05  WS-LDUE-DD          PIC 9(02).
015300 01  WS-LOAN-MONTHS-STEP     PIC 9(02) VALUE 12.
015400
015500*----------------------------------------------------------
015600* COUNTERS AND TOTALS
015700*----------------------------------------------------------
015800 01  WS-CHARGED-COUNT        PIC 9(05) COMP VALUE ZERO.
015900 01  WS-ALREADY-COUNT        PIC 9(05) COMP VALUE ZERO.
016000 01  WS-LOANS-COUNT          PIC 9(05) COMP VALUE ZERO.
016100 01  WS-CHARGED-COUNT-DISP   PIC ZZZZ9.
016200 01  WS-LOANS-COUNT-DISP     PIC ZZZZ9.
016300 01  WS-TOTAL-CHARGED        PIC 9(9)V99 VALUE ZERO.
016400
016500 01  WS-TIMESTAMP            PIC X(21).
016600 01  WS-BUSINESS-STAMP.
016700     05  WS-BSTAMP-DATE      PIC 9(08).
016800     05  WS-BSTAMP-TIME      PIC X(06).
016900 01  WS-LOG-ENTRY.
017000     05  TL-TIMESTAMP        PIC X(14).
017100     05  FILLER              PIC X(01) VALUE SPACE.
017200     05  TL-ACCT             PIC X(06).
017300     05  FILLER              PIC X(01) VALUE SPACE.
017400     05  TL-TXN-TYPE         PIC X(10).
017500     05  FILLER              PIC X(01) VALUE SPACE.
017600     05  TL-AMOUNT           PIC ZZZZZZ9.99.
017700     05  FILLER              PIC X(01) VALUE SPACE.
017800     05  TL-BALANCE          PIC -ZZZZZZ9.99.
017900     05  FILLER              PIC X(01) VALUE SPACE.
018000     05  TL-OPERATOR         PIC X(06).
018100     05  FILLER              PIC X(01) VALUE SPACE.
018200     05  TL-REFERENCE        PIC X(08).
018300
018400*----------------------------------------------------------
018500* REGISTER LINES
018600*----------------------------------------------------------
018700     COPY RPTHEAD.
018800 01  WS-COLUMN-LINE.
018900     05  FILLER              PIC X(40) VALUE
019000         "LOAN     INSTALLMENT DAYS LATE  GRACE   ".
019100     05  FILLER              PIC X(34) VALUE
019200         "  LATE CHARGE  LATE FEES DUE NOW".
019300 01  WS-DETAIL-LINE.
019400     05  DL-LOAN             PIC X(08).
019500     05  FILLER              PIC X(01) VALUE SPACE.
019600     05  DL-INSTALL-DUE      PIC 9(08).
019700     05  FILLER              PIC X(06) VALUE SPACES.
019800     05  DL-DAYS-LATE        PIC ZZZZ9.
019900     05  FILLER              PIC X(04) VALUE SPACES.
020000     05  DL-GRACE            PIC ZZ9.
020100     05  FILLER              PIC X(05) VALUE SPACES.
020200     05  DL-CHARGE           PIC ZZ,ZZ9.99.
020300     05  FILLER              PIC X(06) VALUE SPACES.
020400     05  DL-FEES-DUE         PIC ZZ,ZZ9.99.
020500 01  WS-TOTAL-LINE.
020600     05  TL-LABEL            PIC X(24).
020700     05  TL-TOTAL            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
020800
020900 PROCEDURE DIVISION.
021000*----------------------------------------------------------
021100* 0000-MAINLINE
021200*----------------------------------------------------------
021300 0000-MAINLINE.
021400     PERFORM 1000-INITIALIZE
021500         THRU 1000-INITIALIZE-EXIT
021600     PERFORM 2000-ASSESS-ONE-LOAN
021700         THRU 2000-ASSESS-ONE-LOAN-EXIT
021800         UNTIL END-OF-LOANS
021900     PERFORM 9000-TERMINATE
022000         THRU 9000-TERMINATE-EXIT
022100     STOP RUN.
022200
022300*----------------------------------------------------------
022400* 1000-INITIALIZE - LOAD THE LATE-CHARGE RULES, OPEN THE
022500* FILES AND POSITION AT THE FIRST LOAN.  NO RULES MEANS
022600* NOTHING TO CHARGE AND NO LOAN FILE MEANS NOTHING TO CHARGE
022700* IT TO; EITHER WAY THE RUN ENDS QUIETLY.
022800*----------------------------------------------------------
022900 1000-INITIALIZE.
023000     PERFORM 1500-LOAD-LATE-RULES
023100         THRU 1500-LOAD-LATE-RULES-EXIT
023200     IF WS-RULE-COUNT = ZERO
023300         DISPLAY "LOAN-LATE-CHARGE-BATCH: NO LATEPARM RULES - "
023400             "NOTHING ASSESSED"
023500         MOVE "Y" TO WS-EOF-FLAG
023600         MOVE "N" TO WS-INIT-FLAG
023700         GO TO 1000-INITIALIZE-EXIT
023800     END-IF
023900     CALL "GETBDATE" USING WS-BUSINESS-DATE
024000     COMPUTE WS-TODAY-INTEGER
024100         = FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
024200     OPEN I-O LOAN-MASTER
024300     IF NOT LOAN-FILE-OK
024400         DISPLAY "LOAN-LATE-CHARGE-BATCH: NO LOANMSTR, STATUS "
024500             WS-LOAN-STATUS
024600         MOVE "Y" TO WS-EOF-FLAG
024700         MOVE "N" TO WS-INIT-FLAG
024800         GO TO 1000-INITIALIZE-EXIT
024900     END-IF
025000     OPEN I-O LATE-FEE-REGISTER
025100     IF LATE-FILE-NOT-FOUND
025200         OPEN OUTPUT LATE-FEE-REGISTER
025300         CLOSE LATE-FEE-REGISTER
025400         OPEN I-O LATE-FEE-REGISTER
025500     END-IF
025600     OPEN EXTEND TRANSACTION-LOG
025700     OPEN OUTPUT LATE-CHARGE-REPORT
025800     MOVE "LOAN LATE CHARGE REGISTER" TO RPT-TITLE
025900     MOVE WS-BUSINESS-DATE TO RPT-HEAD-DATE
026000     PERFORM 7900-RPT-HEADINGS
026100         THRU 7900-RPT-HEADINGS-EXIT
026200     PERFORM 8000-READ-NEXT-LOAN
026300         THRU 8000-READ-NEXT-LOAN-EXIT.
026400 1000-INITIALIZE-EXIT.
026500     EXIT.
026600
026700*----------------------------------------------------------
026800* 1500-LOAD-LATE-RULES - LOAD THE RULE TABLE FROM LATEPARM.
026900*----------------------------------------------------------
027000 1500-LOAD-LATE-RULES.
027100     OPEN INPUT LATE-PARM-FILE
027200     IF NOT PARM-FILE-OK
027300         GO TO 1500-LOAD-LATE-RULES-EXIT
027400     END-IF
027500     PERFORM 1600-READ-LATE-RULE
027600         THRU 1600-READ-LATE-RULE-EXIT
027700     PERFORM 1700-STORE-LATE-RULE
027800         THRU 1700-STORE-LATE-RULE-EXIT
027900         UNTIL END-OF-LATE-PARMS
028000            OR WS-RULE-COUNT >= 10
028100     CLOSE LATE-PARM-FILE.
028200 1500-LOAD-LATE-RULES-EXIT.
028300     EXIT.
028400
028500*----------------------------------------------------------
028600* 1600-READ-LATE-RULE - READ ONE LATEPARM RECORD.
028700*----------------------------------------------------------
028800 1600-READ-LATE-RULE.
028900     READ LATE-PARM-FILE
029000         AT END
029100             MOVE "Y" TO WS-PARM-EOF-FLAG
029200     END-READ.
029300 1600-READ-LATE-RULE-EXIT.
029400     EXIT.
029500
029600*----------------------------------------------------------
029700* 1700-STORE-LATE-RULE - ADD THE RULE JUST READ TO THE TABLE
029800* AND READ THE NEXT ONE.  A RULE WITH NON-NUMERIC AMOUNTS IS
029900* SKIPPED RATHER THAN CHARGING GARBAGE.
030000*----------------------------------------------------------
030100 1700-STORE-LATE-RULE.
030200     IF LP-GRACE-DAYS NUMERIC AND LP-FLAT-AMOUNT NUMERIC
030300      AND LP-PERCENT NUMERIC AND LP-MAX-CHARGE NUMERIC
030400         ADD 1 TO WS-RULE-COUNT
030500         MOVE LP-LOAN-TYPE   TO WS-RULE-TYPE(WS-RULE-COUNT)
030600         MOVE LP-GRACE-DAYS  TO WS-RULE-GRACE(WS-RULE-COUNT)
030700         MOVE LP-CHARGE-TYPE TO WS-RULE-CHARGE(WS-RULE-COUNT)
030800         MOVE LP-FLAT-AMOUNT TO WS-RULE-FLAT(WS-RULE-COUNT)
030900         MOVE LP-PERCENT     TO WS-RULE-PCT(WS-RULE-COUNT)
031000         MOVE LP-MAX-CHARGE  TO WS-RULE-MAX(WS-RULE-COUNT)
031100     ELSE
031200         DISPLAY "LOAN-LATE-CHARGE-BATCH: BAD LATEPARM RULE "
031300             "FOR TYPE " LP-LOAN-TYPE " SKIPPED"
031400     END-IF
031500     PERFORM 1600-READ-LATE-RULE
031600         THRU 1600-READ-LATE-RULE-EXIT.
031700 1700-STORE-LATE-RULE-EXIT.
031800     EXIT.
031900
032000*----------------------------------------------------------
032100* 2000-ASSESS-ONE-LOAN - CHARGE ONE LATE FEE FOR EACH OF THE
032200* LOAN'S INSTALLMENTS NOW PAST THE GRACE PERIOD AND NOT YET
032300* CHARGED.  THE FIRST CANDIDATE IS THE NEXT PAYMENT DUE, OR
032400* - WHEN THAT ONE IS ALREADY CHARGED - THE INSTALLMENT AFTER
032500* THE LAST ONE CHARGED, SO A LOAN THAT KEEPS MISSING PICKS UP
032600* A FEE FOR EVERY INSTALLMENT IT MISSES, AND A RUN SKIPPED
032700* FOR A NIGHT CATCHES UP.
032800*----------------------------------------------------------
032900 2000-ASSESS-ONE-LOAN.
033000     IF LN-IS-CLOSED OR LN-OUTSTANDING-BAL NOT > ZERO
033100         GO TO 2000-ASSESS-ONE-LOAN-READ
033200     END-IF
033300     IF LN-NEXT-PAYMENT-DUE NOT NUMERIC
033400      OR LN-NEXT-PAYMENT-DUE = ZERO
033500         GO TO 2000-ASSESS-ONE-LOAN-READ
033600     END-IF
033700     PERFORM 2100-FIND-LATE-RULE
033800         THRU 2100-FIND-LATE-RULE-EXIT
033900     IF WS-LOAN-TYPE = SPACE
034000         GO TO 2000-ASSESS-ONE-LOAN-READ
034100     END-IF
034200     IF LN-LATE-FEES-DUE NOT NUMERIC
034300         MOVE ZERO TO LN-LATE-FEES-DUE
034400     END-IF
034500     IF LN-LAST-LATE-DUE NOT NUMERIC
034600         MOVE ZERO TO LN-LAST-LATE-DUE
034700     END-IF
034800
034900     MOVE LN-NEXT-PAYMENT-DUE TO WS-INSTALL-DUE
035000     IF LN-LAST-LATE-DUE NOT < LN-NEXT-PAYMENT-DUE
035100         MOVE LN-LAST-LATE-DUE TO WS-INSTALL-DUE
035200         PERFORM 2900-ROLL-INSTALL-DATE
035300             THRU 2900-ROLL-INSTALL-DATE-EXIT
035400     END-IF
035500     MOVE "N" TO WS-LOAN-CHANGED-FLAG
035600     PERFORM 2400-TEST-GRACE
035700         THRU 2400-TEST-GRACE-EXIT
035800     PERFORM 2500-CHARGE-ONE-INSTALLMENT
035900         THRU 2500-CHARGE-ONE-INSTALLMENT-EXIT
036000         UNTIL NOT INSTALLMENT-PAST-GRACE
036100     IF LOAN-CHANGED
036200         REWRITE LOAN-MASTER-RECORD
036205*        A FAILED REWRITE LEAVES THE FEES ON LATEFEES AND
036210*        TXNLOG BUT NOT ON THE LOAN; FAIL THE STEP.
036215         IF NOT LOAN-FILE-OK
036220             DISPLAY "LOAN-LATE-CHARGE-BATCH: REWRITE FAILED FOR "
036225                 LN-LOAN-NUMBER ", STATUS " WS-LOAN-STATUS
036230             MOVE SPACES TO WS-EXCP-MESSAGE
036235             STRING "LOANMSTR REWRITE FAILED, LOAN "
036240                 DELIMITED BY SIZE
036245                 LN-LOAN-NUMBER DELIMITED BY SIZE
036250                 INTO WS-EXCP-MESSAGE
036255             END-STRING
036260             MOVE WS-LOAN-STATUS TO WS-EXCP-FSTATUS
036265             PERFORM 8900-LOG-EXCEPTION
036270                 THRU 8900-LOG-EXCEPTION-EXIT
036275             MOVE 8 TO RETURN-CODE
036280             GO TO 2000-ASSESS-ONE-LOAN-READ
036285         END-IF
036300         ADD 1 TO WS-LOANS-COUNT
036400     END-IF.
036500
036600 2000-ASSESS-ONE-LOAN-READ.
036700     PERFORM 8000-READ-NEXT-LOAN
036800         THRU 8000-READ-NEXT-LOAN-EXIT.
036900 2000-ASSESS-ONE-LOAN-EXIT.
037000     EXIT.
037100
037200*----------------------------------------------------------
037300* 2100-FIND-LATE-RULE - THE RULE FOR THE LOAN'S TYPE (ITS
037400* REPAYMENT FREQUENCY CODE), FALLING BACK TO THE "*" DEFAULT
037500* ROW.  NO RULE AT ALL LEAVES WS-LOAN-TYPE BLANK AND THE
037600* LOAN IS NOT CHARGED.
037700*----------------------------------------------------------
037800 2100-FIND-LATE-RULE.
037900     MOVE SPACE TO WS-LOAN-TYPE
038000     SET WS-RULE-IDX TO 1
038100     SEARCH WS-RULE-ENTRY
038200         AT END
038300             CONTINUE
038400         WHEN WS-RULE-TYPE(WS-RULE-IDX) = LN-FREQUENCY-CODE
038500             PERFORM 2150-TAKE-RULE
038600                 THRU 2150-TAKE-RULE-EXIT
038700             GO TO 2100-FIND-LATE-RULE-EXIT
038800     END-SEARCH
038900     SET WS-RULE-IDX TO 1
039000     SEARCH WS-RULE-ENTRY
039100         AT END
039200             CONTINUE
039300         WHEN WS-RULE-TYPE(WS-RULE-IDX) = "*"
039400             PERFORM 2150-TAKE-RULE
039500                 THRU 2150-TAKE-RULE-EXIT
039600     END-SEARCH.
039700 2100-FIND-LATE-RULE-EXIT.
039800     EXIT.
039900
040000*----------------------------------------------------------
040100* 2150-TAKE-RULE - COPY THE MATCHED RULE INTO THE WORK
040200* FIELDS.
040300*----------------------------------------------------------
040400 2150-TAKE-RULE.
040500     MOVE WS-RULE-TYPE(WS-RULE-IDX)   TO WS-LOAN-TYPE
040600     MOVE WS-RULE-GRACE(WS-RULE-IDX)  TO WS-GRACE-DAYS
040700     MOVE WS-RULE-CHARGE(WS-RULE-IDX) TO WS-CHARGE-TYPE
040800     MOVE WS-RULE-FLAT(WS-RULE-IDX)   TO WS-FLAT-AMOUNT
040900     MOVE WS-RULE-PCT(WS-RULE-IDX)    TO WS-PERCENT
041000     MOVE WS-RULE-MAX(WS-RULE-IDX)    TO WS-MAX-CHARGE.
041100 2150-TAKE-RULE-EXIT.
041200     EXIT.
041300
041400*----------------------------------------------------------
041500* 2200-PRICE-INSTALLMENT - THE MISSED INSTALLMENT A
041600* PERCENTAGE CHARGE IS TAKEN ON: THE SCHEDULED PRINCIPAL
041700* (THE BOOKED PRINCIPAL SPREAD OVER THE TERM, AS THE BILLING
041800* RUN PRICES IT) PLUS ONE PERIOD'S INTEREST ON THE
041900* OUTSTANDING BALANCE.
042000*----------------------------------------------------------
042100 2200-PRICE-INSTALLMENT.
042200     EVALUATE LN-FREQUENCY-CODE
042300         WHEN 2     MOVE 4  TO WS-PERIODS-PER-YEAR
042400         WHEN 3     MOVE 12 TO WS-PERIODS-PER-YEAR
042500         WHEN OTHER MOVE 1  TO WS-PERIODS-PER-YEAR
042600     END-EVALUATE
042700     MOVE ZERO TO WS-INSTALLMENTS
042800     IF LN-YEARS-TERM NUMERIC
042900         COMPUTE WS-INSTALLMENTS
043000             = LN-YEARS-TERM * WS-PERIODS-PER-YEAR
043100     END-IF
043200     IF WS-INSTALLMENTS = ZERO
043300         MOVE LN-OUTSTANDING-BAL TO WS-SCHED-PRINCIPAL
043400     ELSE
043500         COMPUTE WS-SCHED-PRINCIPAL ROUNDED
043600             = LN-PRINCIPAL / WS-INSTALLMENTS
043700     END-IF
043800     IF WS-SCHED-PRINCIPAL > LN-OUTSTANDING-BAL
043900         MOVE LN-OUTSTANDING-BAL TO WS-SCHED-PRINCIPAL
044000     END-IF
044100     COMPUTE WS-PERIOD-INTEREST ROUNDED
044200         = LN-OUTSTANDING-BAL * LN-RATE / 100
044300         / WS-PERIODS-PER-YEAR
044400     COMPUTE WS-INSTALLMENT-AMT
044500         = WS-SCHED-PRINCIPAL + WS-PERIOD-INTEREST.
044600 2200-PRICE-INSTALLMENT-EXIT.
044700     EXIT.
044800
044900*----------------------------------------------------------
045000* 2400-TEST-GRACE - IS THE CANDIDATE INSTALLMENT MORE THAN
045100* THE GRACE DAYS PAST ITS DUE DATE?
045200*----------------------------------------------------------
045300 2400-TEST-GRACE.
045400     MOVE "N" TO WS-PAST-GRACE-FLAG
045500     COMPUTE WS-DAYS-LATE
045600         = WS-TODAY-INTEGER
045700         - FUNCTION INTEGER-OF-DATE(WS-INSTALL-DUE)
045800     IF WS-DAYS-LATE > WS-GRACE-DAYS
045900         MOVE "Y" TO WS-PAST-GRACE-FLAG
046000     END-IF.
046100 2400-TEST-GRACE-EXIT.
046200     EXIT.
046300
046400*----------------------------------------------------------
046500* 2500-CHARGE-ONE-INSTALLMENT - CHARGE THE CANDIDATE
046600* INSTALLMENT, THEN STEP TO THE NEXT ONE AND TEST IT.  THE
046700* REGISTER WRITE GOES FIRST: A KEY ALREADY ON LATEFEES MEANS
046800* AN EARLIER RUN CHARGED IT, SO IT IS ONLY STAMPED, NEVER
046900* CHARGED AGAIN.
047000*----------------------------------------------------------
047100 2500-CHARGE-ONE-INSTALLMENT.
047200     MOVE ZERO TO WS-THIS-CHARGE
047300     IF WS-PERCENT-CHARGE
047400         PERFORM 2200-PRICE-INSTALLMENT
047500             THRU 2200-PRICE-INSTALLMENT-EXIT
047600         COMPUTE WS-THIS-CHARGE ROUNDED
047700             = WS-INSTALLMENT-AMT * WS-PERCENT / 100
047800     ELSE
047900         MOVE WS-FLAT-AMOUNT TO WS-THIS-CHARGE
048000     END-IF
048100     IF WS-MAX-CHARGE > ZERO AND WS-THIS-CHARGE > WS-MAX-CHARGE
048200         MOVE WS-MAX-CHARGE TO WS-THIS-CHARGE
048300     END-IF
048400     MOVE WS-INSTALL-DUE TO LN-LAST-LATE-DUE
048500     MOVE "Y" TO WS-LOAN-CHANGED-FLAG
048600     IF WS-THIS-CHARGE = ZERO
048700         GO TO 2500-CHARGE-ONE-INSTALLMENT-NEXT
048800     END-IF
048900
049000     MOVE SPACES           TO LATE-FEE-RECORD
049100     MOVE LN-LOAN-NUMBER   TO LF-LOAN
049200     MOVE WS-INSTALL-DUE   TO LF-INSTALL-DUE
049300     MOVE WS-BUSINESS-DATE TO LF-ASSESS-DATE
049400     MOVE WS-THIS-CHARGE   TO LF-AMOUNT
049500     MOVE WS-GRACE-DAYS    TO LF-GRACE-DAYS
049600     MOVE ZERO             TO LF-WAIVE-DATE
049700     WRITE LATE-FEE-RECORD
049800         INVALID KEY
049900             ADD 1 TO WS-ALREADY-COUNT
050000             GO TO 2500-CHARGE-ONE-INSTALLMENT-NEXT
050100     END-WRITE
050200     ADD WS-THIS-CHARGE TO LN-LATE-FEES-DUE
050300
050400     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
050500     MOVE WS-BUSINESS-DATE      TO WS-BSTAMP-DATE
050600     MOVE WS-TIMESTAMP(9:6)     TO WS-BSTAMP-TIME
050700     MOVE WS-BUSINESS-STAMP     TO TL-TIMESTAMP
050800     MOVE SPACES                TO TL-ACCT
050900     MOVE "LATE FEE"            TO TL-TXN-TYPE
051000     MOVE WS-THIS-CHARGE        TO TL-AMOUNT
051100     MOVE LN-OUTSTANDING-BAL    TO TL-BALANCE
051200     MOVE SPACES                TO TL-OPERATOR
051300     MOVE LN-LOAN-NUMBER        TO TL-REFERENCE
051400     WRITE TRANSACTION-LOG-LINE FROM WS-LOG-ENTRY
051500
051600     PERFORM 3000-REGISTER-LINE
051700         THRU 3000-REGISTER-LINE-EXIT
051800     ADD 1 TO WS-CHARGED-COUNT
051900     ADD WS-THIS-CHARGE TO WS-TOTAL-CHARGED.
052000
052100 2500-CHARGE-ONE-INSTALLMENT-NEXT.
052200     PERFORM 2900-ROLL-INSTALL-DATE
052300         THRU 2900-ROLL-INSTALL-DATE-EXIT
052400     PERFORM 2400-TEST-GRACE
052500         THRU 2400-TEST-GRACE-EXIT.
052600 2500-CHARGE-ONE-INSTALLMENT-EXIT.
052700     EXIT.
052800
052900*----------------------------------------------------------
053000* 2900-ROLL-INSTALL-DATE - STEP THE CANDIDATE INSTALLMENT
053100* FORWARD ONE REPAYMENT PERIOD, DAY CLAMPED TO THE 28TH, THE
053200* SAME WAY THE REPAYMENT PATHS ROLL THE NEXT DUE DATE.
053300*----------------------------------------------------------
053400 2900-ROLL-INSTALL-DATE.
053500     EVALUATE LN-FREQUENCY-CODE
053600         WHEN 2     MOVE 3  TO WS-LOAN-MONTHS-STEP
053700         WHEN 3     MOVE 1  TO WS-LOAN-MONTHS-STEP
053800         WHEN OTHER MOVE 12 TO WS-LOAN-MONTHS-STEP
053900     END-EVALUATE
054000     MOVE WS-INSTALL-DUE TO WS-LOAN-DUE-PARTS
054100     ADD WS-LOAN-MONTHS-STEP TO WS-LDUE-MM
054200     PERFORM 2950-NORMALIZE-DUE-MONTH
054300         THRU 2950-NORMALIZE-DUE-MONTH-EXIT
054400         UNTIL WS-LDUE-MM <= 12
054500     IF WS-LDUE-DD > 28
054600         MOVE 28 TO WS-LDUE-DD
054700     END-IF
054800     MOVE WS-LOAN-DUE-PARTS TO WS-INSTALL-DUE.
054900 2900-ROLL-INSTALL-DATE-EXIT.
055000     EXIT.
055100
055200*----------------------------------------------------------
055300* 2950-NORMALIZE-DUE-MONTH - FOLD AN OVERFLOWED MONTH INTO
055400* THE YEAR.
055500*----------------------------------------------------------
055600 2950-NORMALIZE-DUE-MONTH.
055700     SUBTRACT 12 FROM WS-LDUE-MM
055800     ADD 1 TO WS-LDUE-YYYY.
055900 2950-NORMALIZE-DUE-MONTH-EXIT.
056000     EXIT.
056100
056200*----------------------------------------------------------
056300* 3000-REGISTER-LINE - ONE REGISTER LINE FOR THE CHARGE JUST
056400* MADE.
056500*----------------------------------------------------------
056600 3000-REGISTER-LINE.
056700     IF RPT-LINE-COUNT >= RPT-PAGE-LIMIT
056800         PERFORM 7900-RPT-HEADINGS
056900             THRU 7900-RPT-HEADINGS-EXIT
057000     END-IF
057100     MOVE LN-LOAN-NUMBER   TO DL-LOAN
057200     MOVE WS-INSTALL-DUE   TO DL-INSTALL-DUE
057300     MOVE WS-DAYS-LATE     TO DL-DAYS-LATE
057400     MOVE WS-GRACE-DAYS    TO DL-GRACE
057500     MOVE WS-THIS-CHARGE   TO DL-CHARGE
057600     MOVE LN-LATE-FEES-DUE TO DL-FEES-DUE
057700     WRITE LATE-CHARGE-LINE FROM WS-DETAIL-LINE
057800     ADD 1 TO RPT-LINE-COUNT
057900     ADD 1 TO RPT-DETAIL-COUNT.
058000 3000-REGISTER-LINE-EXIT.
058100     EXIT.
058200
058300*----------------------------------------------------------
058400* 7900-RPT-HEADINGS - THROW A NEW PAGE: THE STANDARD HEADING
058500* BLOCK AND THE COLUMN HEADINGS.
058600*----------------------------------------------------------
058700 7900-RPT-HEADINGS.
058800     ADD 1 TO RPT-PAGE-NUMBER
058900     MOVE RPT-PAGE-NUMBER TO RPT-PAGE-DISPLAY
059000     WRITE LATE-CHARGE-LINE FROM RPT-HEADING-LINE
059100     WRITE LATE-CHARGE-LINE FROM WS-COLUMN-LINE
059200     MOVE ZERO TO RPT-LINE-COUNT.
059300 7900-RPT-HEADINGS-EXIT.
059400     EXIT.
059500
059600*----------------------------------------------------------
059700* 8000-READ-NEXT-LOAN - READ THE NEXT LOAN IN KEY SEQUENCE.
059800*----------------------------------------------------------
059900 8000-READ-NEXT-LOAN.
060000     READ LOAN-MASTER NEXT RECORD
060100         AT END
060200             MOVE "Y" TO WS-EOF-FLAG
060300     END-READ.
060400 8000-READ-NEXT-LOAN-EXIT.
060500     EXIT.
060600
060605*----------------------------------------------------------
060610* 8900-LOG-EXCEPTION - APPEND WS-EXCP-MESSAGE TO EXCPLOG FOR
060615* THE MORNING REPORT.
060620*----------------------------------------------------------
060625 8900-LOG-EXCEPTION.
060630     CALL "EXCPLOG" USING WS-EXCP-PROGRAM WS-EXCP-SEVERITY
060635         WS-EXCP-MESSAGE WS-EXCP-FSTATUS.
060640 8900-LOG-EXCEPTION-EXIT.
060645     EXIT.
060650
060700*----------------------------------------------------------
060800* 9000-TERMINATE - PRINT THE REGISTER TOTALS AND TRAILER,
060900* CLOSE THE FILES AND WRITE THE DAILY-STATS SUMMARY.
061000*----------------------------------------------------------
061100 9000-TERMINATE.
061200     IF INIT-SUCCESSFUL
061300         MOVE SPACES TO LATE-CHARGE-LINE
061400         WRITE LATE-CHARGE-LINE
061500         MOVE "TOTAL LATE CHARGES"  TO TL-LABEL
061600         MOVE WS-TOTAL-CHARGED      TO TL-TOTAL
061700         WRITE LATE-CHARGE-LINE FROM WS-TOTAL-LINE
061800         MOVE RPT-DETAIL-COUNT TO RPT-TRAILER-COUNT
061900         WRITE LATE-CHARGE-LINE FROM RPT-TRAILER-LINE
062000         CLOSE LOAN-MASTER
062100               LATE-FEE-REGISTER
062200               TRANSACTION-LOG
062300               LATE-CHARGE-REPORT
062400     END-IF
062500     PERFORM 9500-WRITE-DAILY-STATS
062600         THRU 9500-WRITE-DAILY-STATS-EXIT
062700     DISPLAY "LOAN-LATE-CHARGE-BATCH: " WS-CHARGED-COUNT
062800         " CHARGED ON " WS-LOANS-COUNT " LOANS, "
062900         WS-ALREADY-COUNT " ALREADY ON REGISTER".
063000 9000-TERMINATE-EXIT.
063100     EXIT.
063200
063300*----------------------------------------------------------
063400* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
063500* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
063600* CONSOLIDATED REPORT.
063700*----------------------------------------------------------
063800 9500-WRITE-DAILY-STATS.
063900     OPEN EXTEND DAILY-STATS-FILE
064000     MOVE "LOAN-LATE-CHARGE-BATCH" TO DS-PROGRAM-NAME
064100     MOVE WS-CHARGED-COUNT   TO DS-RECORD-COUNT
064200     MOVE WS-CHARGED-COUNT   TO WS-CHARGED-COUNT-DISP
064300     MOVE WS-LOANS-COUNT     TO WS-LOANS-COUNT-DISP
064400     MOVE SPACES             TO DS-DETAIL
064500     STRING "LATE CHARGES: "    DELIMITED BY SIZE
064600         WS-CHARGED-COUNT-DISP  DELIMITED BY SIZE
064700         "  LOANS: "            DELIMITED BY SIZE
064800         WS-LOANS-COUNT-DISP    DELIMITED BY SIZE
064900         INTO DS-DETAIL
065000     END-STRING
065100     WRITE DAILY-STAT-RECORD
065200     CLOSE DAILY-STATS-FILE.
065300 9500-WRITE-DAILY-STATS-EXIT.
065400     EXIT.
