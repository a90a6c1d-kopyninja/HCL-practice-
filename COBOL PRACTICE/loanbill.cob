000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOAN-BILLING-BATCH.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  NIGHTLY LOAN BILLING.  EVERY
001100*                 OPEN LOAN WHOSE NEXT PAYMENT FALLS DUE
001200*                 WITHIN THE LEAD DAYS KEYED ON SYSIN GETS ONE
001300*                 BILLING NOTICE ON LOANBILL: THE AMOUNT DUE
001400*                 SPLIT INTO INTEREST (ACCRUED TO DATE PLUS
001500*                 THE DAYS STILL TO RUN TO THE DUE DATE AT
001600*                 THE DAILY RATE) AND THE SCHEDULED PRINCIPAL
001700*                 INSTALLMENT, THE OUTSTANDING BALANCE, AND
001800*                 THE BORROWER'S MAILING BLOCK FROM CUSTMSTR/
001900*                 CUSTADDR.  LN-LAST-BILLED REMEMBERS WHICH
002000*                 DUE DATE WAS BILLED, SO A RERUN OR A LONG
002100*                 LEAD WINDOW NEVER BILLS AN INSTALLMENT
002200*                 TWICE.  THE BILLING REGISTER (LOANBREG)
002300*                 LISTS EVERY NOTICE WITH TOTALS FOR THE
002400*                 PAYMENT DESK, SO THE FIRST THING A BORROWER
002500*                 HEARS FROM US IS A BILL, NOT AN L1 LETTER.
002510* 2026-10-15 KMR  THE NOTICE NOW CARRIES THE LOAN'S UNPAID
002520*                 LATE FEES (BN-LATE-FEES-DUE, FROM
002530*                 LOAN-LATE-CHARGE-BATCH) IN THE AMOUNT DUE,
002540*                 SINCE THE REPAYMENT CLEARS THEM FIRST; THE
002550*                 REGISTER TOTALS THEM.
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
003600     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS CM-CUST-ID
004000         FILE STATUS IS WS-CUSTM-STATUS.
004100
004200     SELECT CUSTOMER-ADDRESS ASSIGN TO "CUSTADDR"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS AD-CUST-ID
004600         FILE STATUS IS WS-ADDR-STATUS.
004700
004800     SELECT BILLING-NOTICE-FILE ASSIGN TO "LOANBILL"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000
005100     SELECT BILLING-REGISTER ASSIGN TO "LOANBREG"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300
005400     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  LOAN-MASTER.
006000 01  LOAN-MASTER-RECORD.
006100     COPY LOANREC.
006200
006300 FD  CUSTOMER-MASTER.
006400 01  CUSTOMER-MASTER-RECORD.
006500     COPY CUSTMREC.
006600
006700 FD  CUSTOMER-ADDRESS.
006800 01  CUSTOMER-ADDRESS-RECORD.
006900     COPY ADDRREC.
007000
007100*    ONE NOTICE PER INSTALLMENT BILLED, LAID OUT FOR THE
007200*    PRINT-AND-MAIL VENDOR.  BN-MAIL-PREF CARRIES THE
007300*    CUSTADDR PREFERENCE ("E" ELECTRONIC, "H" HOLD AT
007400*    BRANCH); BN-NO-ADDRESS FLAGS A NOTICE THAT CANNOT MAIL.
007500 FD  BILLING-NOTICE-FILE.
007600 01  BILLING-NOTICE-RECORD.
007700     05  BN-LOAN             PIC X(08).
007800     05  BN-CUST-ID          PIC X(06).
007900     05  BN-NAME             PIC X(20).
008000     05  BN-STREET           PIC X(25).
008100     05  BN-CITY             PIC X(15).
008200     05  BN-STATE            PIC X(02).
008300     05  BN-ZIP              PIC X(10).
008400     05  BN-MAIL-PREF        PIC X(01).
008500     05  BN-NO-ADDRESS       PIC X(01).
008600     05  BN-BILL-DATE        PIC 9(08).
008700     05  BN-DUE-DATE         PIC 9(08).
008800     05  BN-INTEREST-DUE     PIC 9(6)V99.
008900     05  BN-PRINCIPAL-DUE    PIC 9(6)V99.
009000     05  BN-AMOUNT-DUE       PIC 9(7)V99.
009100     05  BN-OUTSTANDING      PIC 9(8)V99.
009110     05  BN-LATE-FEES-DUE    PIC 9(5)V99.
009200     05  FILLER              PIC X(04).
009300
009400 FD  BILLING-REGISTER.
009500 01  BILLING-REGISTER-LINE   PIC X(80).
009600
009700 FD  DAILY-STATS-FILE.
009800     COPY DLYSTAT.
009900
010000 WORKING-STORAGE SECTION.
010100*----------------------------------------------------------
010200* SWITCHES AND FILE STATUS
010300*----------------------------------------------------------
010400 01  WS-SWITCHES.
010500     05  WS-INIT-FLAG        PIC X(01) VALUE "Y".
010600         88  INIT-SUCCESSFUL         VALUE "Y".
010700     05  WS-EOF-FLAG         PIC X(01) VALUE "N".
010800         88  END-OF-LOANS            VALUE "Y".
010900 01  WS-LOAN-STATUS          PIC X(02).
011000     88  LOAN-FILE-OK                VALUE "00".
011100 01  WS-CUSTM-STATUS         PIC X(02).
011200     88  CUSTM-FILE-OK               VALUE "00".
011300 01  WS-CUSTM-OPEN-FLAG      PIC X(01) VALUE "N".
011400     88  CUSTM-FILE-OPEN             VALUE "Y".
011500 01  WS-ADDR-STATUS          PIC X(02).
011600     88  ADDR-FILE-OK                VALUE "00".
011700 01  WS-ADDR-OPEN-FLAG       PIC X(01) VALUE "N".
011800     88  ADDR-FILE-OPEN              VALUE "Y".
011900
011910*----------------------------------------------------------
011920* SHARED EXCEPTION-LOG FIELDS FOR THE EXCPLOG SUBPROGRAM.
011930*----------------------------------------------------------
011940 01  WS-EXCP-PROGRAM         PIC X(23)
011950         VALUE "LOAN-BILLING-BATCH".
011960 01  WS-EXCP-SEVERITY        PIC X(01) VALUE "E".
011970 01  WS-EXCP-MESSAGE         PIC X(40) VALUE SPACES.
011980 01  WS-EXCP-FSTATUS         PIC X(02) VALUE SPACES.
011990
012000*----------------------------------------------------------
012100* RUN PARAMETERS AND BILLING WORK FIELDS
012200*----------------------------------------------------------
012300 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
012400 01  WS-LEAD-ANSWER          PIC X(03).
012500 01  WS-LEAD-DAYS            PIC 9(03) VALUE 10.
012600 01  WS-TODAY-INTEGER        PIC 9(08) COMP VALUE ZERO.
012700 01  WS-DAYS-TO-DUE          PIC S9(05) COMP VALUE ZERO.
012800 01  WS-ACCRUAL-BASE         PIC 9(08) VALUE ZERO.
012900 01  WS-DAYS-TO-RUN          PIC S9(05) COMP VALUE ZERO.
013000 01  WS-PROJECTED-INT        PIC 9(6)V99 VALUE ZERO.
013100 01  WS-SCHED-PRINCIPAL      PIC 9(6)V99 VALUE ZERO.
013200 01  WS-PERIODS-PER-YEAR     PIC 9(02) COMP VALUE ZERO.
013300 01  WS-INSTALLMENTS         PIC 9(04) COMP VALUE ZERO.
013400 01  WS-CUST-ID              PIC X(06).
013500
013600*----------------------------------------------------------
013700* COUNTERS AND REGISTER TOTALS
013800*----------------------------------------------------------
013900 01  WS-BILLED-COUNT         PIC 9(05) COMP VALUE ZERO.
014000 01  WS-ALREADY-COUNT        PIC 9(05) COMP VALUE ZERO.
014100 01  WS-NO-ADDR-COUNT        PIC 9(05) COMP VALUE ZERO.
014200 01  WS-BILLED-COUNT-DISP    PIC ZZZZ9.
014300 01  WS-NO-ADDR-COUNT-DISP   PIC ZZZZ9.
014400 01  WS-REGISTER-TOTALS.
014500     05  WS-TOTAL-INTEREST   PIC 9(9)V99 VALUE ZERO.
014600     05  WS-TOTAL-PRINCIPAL  PIC 9(9)V99 VALUE ZERO.
014610     05  WS-TOTAL-LATE-FEES  PIC 9(9)V99 VALUE ZERO.
014700     05  WS-TOTAL-DUE        PIC 9(9)V99 VALUE ZERO.
014800     05  WS-TOTAL-OUTSTAND   PIC 9(10)V99 VALUE ZERO.
014900
015000*----------------------------------------------------------
015100* REGISTER LINES
015200*----------------------------------------------------------
015300     COPY RPTHEAD.
015400 01  WS-COLUMN-LINE.
015500     05  FILLER              PIC X(37) VALUE
015600         "LOAN     CUST     DUE DATE   INTEREST".
015700     05  FILLER              PIC X(38) VALUE
015800         "  PRINCIPAL   AMOUNT DUE  OUTSTANDING".
015900 01  WS-DETAIL-LINE.
016000     05  DL-LOAN             PIC X(08).
016100     05  FILLER              PIC X(01) VALUE SPACE.
016200     05  DL-CUST-ID          PIC X(06).
016300     05  FILLER              PIC X(01) VALUE SPACE.
016400     05  DL-NO-ADDR          PIC X(01).
016500     05  FILLER              PIC X(01) VALUE SPACE.
016600     05  DL-DUE-DATE         PIC 9(08).
016700     05  FILLER              PIC X(01) VALUE SPACE.
016800     05  DL-INTEREST         PIC ZZZ,ZZ9.99.
016900     05  FILLER              PIC X(01) VALUE SPACE.
017000     05  DL-PRINCIPAL        PIC ZZZ,ZZ9.99.
017100     05  FILLER              PIC X(01) VALUE SPACE.
017200     05  DL-AMOUNT-DUE       PIC Z,ZZZ,ZZ9.99.
017300     05  FILLER              PIC X(01) VALUE SPACE.
017400     05  DL-OUTSTANDING      PIC ZZ,ZZZ,ZZ9.99.
017500 01  WS-TOTAL-LINE.
017600     05  TL-LABEL            PIC X(24).
017700     05  TL-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
017800 01  WS-NOTE-LINE            PIC X(80) VALUE
017900     "* = NO MAILING ADDRESS ON FILE - NOTICE CANNOT MAIL".
018000
018100 PROCEDURE DIVISION.
018200*----------------------------------------------------------
018300* 0000-MAINLINE
018400*----------------------------------------------------------
018500 0000-MAINLINE.
018600     DISPLAY "ENTER BILLING LEAD DAYS (BLANK FOR 10): "
018700     ACCEPT WS-LEAD-ANSWER
018800     IF WS-LEAD-ANSWER NUMERIC AND WS-LEAD-ANSWER > "000"
018900         MOVE WS-LEAD-ANSWER TO WS-LEAD-DAYS
019000     END-IF
019100
019200     PERFORM 1000-INITIALIZE
019300         THRU 1000-INITIALIZE-EXIT
019400     PERFORM 2000-BILL-ONE-LOAN
019500         THRU 2000-BILL-ONE-LOAN-EXIT
019600         UNTIL END-OF-LOANS
019700     PERFORM 9000-TERMINATE
019800         THRU 9000-TERMINATE-EXIT
019900     STOP RUN.
020000
020100*----------------------------------------------------------
020200* 1000-INITIALIZE - OPEN THE LOAN MASTER FOR UPDATE (THE
020300* BILLED STAMP), THE CUSTOMER FILES FOR THE MAILING BLOCK,
020400* AND THE OUTPUTS.  NO LOAN FILE YET ENDS QUIETLY.
020500*----------------------------------------------------------
020600 1000-INITIALIZE.
020700     CALL "GETBDATE" USING WS-BUSINESS-DATE
020800     COMPUTE WS-TODAY-INTEGER
020900         = FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
021000     OPEN I-O LOAN-MASTER
021100     IF NOT LOAN-FILE-OK
021200         DISPLAY "LOAN-BILLING-BATCH: NO LOANMSTR, STATUS "
021300             WS-LOAN-STATUS
021400         MOVE "Y" TO WS-EOF-FLAG
021500         MOVE "N" TO WS-INIT-FLAG
021600         GO TO 1000-INITIALIZE-EXIT
021700     END-IF
021800     OPEN OUTPUT BILLING-NOTICE-FILE
021900     OPEN OUTPUT BILLING-REGISTER
022000*    THE MAILING BLOCK IS BEST-EFFORT: A MISSING CUSTOMER OR
022100*    ADDRESS FILE FLAGS EVERY NOTICE RATHER THAN FAILING THE
022200*    RUN, THE SAME RULE THE STATEMENT RUN FOLLOWS.
022300     OPEN INPUT CUSTOMER-MASTER
022400     IF CUSTM-FILE-OK
022500         MOVE "Y" TO WS-CUSTM-OPEN-FLAG
022600     END-IF
022700     OPEN INPUT CUSTOMER-ADDRESS
022800     IF ADDR-FILE-OK
022900         MOVE "Y" TO WS-ADDR-OPEN-FLAG
023000     END-IF
023100     MOVE "LOAN BILLING REGISTER" TO RPT-TITLE
023200     MOVE WS-BUSINESS-DATE TO RPT-HEAD-DATE
023300     PERFORM 7900-RPT-HEADINGS
023400         THRU 7900-RPT-HEADINGS-EXIT
023500     PERFORM 8000-READ-NEXT-LOAN
023600         THRU 8000-READ-NEXT-LOAN-EXIT.
023700 1000-INITIALIZE-EXIT.
023800     EXIT.
023900
024000*----------------------------------------------------------
024100* 2000-BILL-ONE-LOAN - BILL ONE OPEN LOAN WHOSE NEXT DUE
024200* DATE FALLS FROM TODAY TO TODAY PLUS THE LEAD DAYS AND HAS
024300* NOT ALREADY BEEN BILLED.  A LOAN ALREADY PAST DUE IS THE
024400* AGING RUN'S BUSINESS, NOT A BILL.
024500*----------------------------------------------------------
024600 2000-BILL-ONE-LOAN.
024700     IF LN-IS-CLOSED OR LN-OUTSTANDING-BAL NOT > ZERO
024800         GO TO 2000-BILL-ONE-LOAN-READ
024900     END-IF
025000     IF LN-NEXT-PAYMENT-DUE NOT NUMERIC
025100      OR LN-NEXT-PAYMENT-DUE = ZERO
025200         GO TO 2000-BILL-ONE-LOAN-READ
025300     END-IF
025400     COMPUTE WS-DAYS-TO-DUE
025500         = FUNCTION INTEGER-OF-DATE(LN-NEXT-PAYMENT-DUE)
025600         - WS-TODAY-INTEGER
025700     IF WS-DAYS-TO-DUE < ZERO OR WS-DAYS-TO-DUE > WS-LEAD-DAYS
025800         GO TO 2000-BILL-ONE-LOAN-READ
025900     END-IF
026000     IF LN-LAST-BILLED NOT NUMERIC
026100         MOVE ZERO TO LN-LAST-BILLED
026200     END-IF
026300     IF LN-LAST-BILLED = LN-NEXT-PAYMENT-DUE
026400         ADD 1 TO WS-ALREADY-COUNT
026500         GO TO 2000-BILL-ONE-LOAN-READ
026600     END-IF
026700
026800     PERFORM 2100-PROJECT-INTEREST
026900         THRU 2100-PROJECT-INTEREST-EXIT
027000     PERFORM 2200-SCHEDULED-PRINCIPAL
027100         THRU 2200-SCHEDULED-PRINCIPAL-EXIT
027200     PERFORM 2500-BUILD-MAILING-BLOCK
027300         THRU 2500-BUILD-MAILING-BLOCK-EXIT
027400     MOVE LN-LOAN-NUMBER      TO BN-LOAN
027500     MOVE WS-BUSINESS-DATE    TO BN-BILL-DATE
027600     MOVE LN-NEXT-PAYMENT-DUE TO BN-DUE-DATE
027700     MOVE WS-PROJECTED-INT    TO BN-INTEREST-DUE
027800     MOVE WS-SCHED-PRINCIPAL  TO BN-PRINCIPAL-DUE
027810     IF LN-LATE-FEES-DUE NUMERIC AND LN-LATE-FEES-DUE > ZERO
027820         MOVE LN-LATE-FEES-DUE TO BN-LATE-FEES-DUE
027830     ELSE
027840         MOVE ZERO TO BN-LATE-FEES-DUE
027850     END-IF
027900     COMPUTE BN-AMOUNT-DUE
028000         = WS-PROJECTED-INT + WS-SCHED-PRINCIPAL
028010           + BN-LATE-FEES-DUE
028100     MOVE LN-OUTSTANDING-BAL  TO BN-OUTSTANDING
028200     WRITE BILLING-NOTICE-RECORD
028300
028400     MOVE LN-NEXT-PAYMENT-DUE TO LN-LAST-BILLED
028500     REWRITE LOAN-MASTER-RECORD
028505*    THE NOTICE IS ALREADY OUT; AN UNSTAMPED LOAN WOULD BE
028510*    BILLED AGAIN ON A RERUN, SO FAIL THE STEP.
028515     IF NOT LOAN-FILE-OK
028520         DISPLAY "LOAN-BILLING-BATCH: REWRITE FAILED FOR "
028525             LN-LOAN-NUMBER ", STATUS " WS-LOAN-STATUS
028530         MOVE SPACES TO WS-EXCP-MESSAGE
028535         STRING "LOANMSTR REWRITE FAILED, LOAN "
028540             DELIMITED BY SIZE
028545             LN-LOAN-NUMBER DELIMITED BY SIZE
028550             INTO WS-EXCP-MESSAGE
028555         END-STRING
028560         MOVE WS-LOAN-STATUS TO WS-EXCP-FSTATUS
028565         PERFORM 8900-LOG-EXCEPTION
028570             THRU 8900-LOG-EXCEPTION-EXIT
028575         MOVE 8 TO RETURN-CODE
028580     END-IF
028600     PERFORM 3000-REGISTER-LINE
028700         THRU 3000-REGISTER-LINE-EXIT
028800     ADD 1 TO WS-BILLED-COUNT.
028900
029000 2000-BILL-ONE-LOAN-READ.
029100     PERFORM 8000-READ-NEXT-LOAN
029200         THRU 8000-READ-NEXT-LOAN-EXIT.
029300 2000-BILL-ONE-LOAN-EXIT.
029400     EXIT.
029500
029600*----------------------------------------------------------
029700* 2100-PROJECT-INTEREST - THE INTEREST THE BORROWER WILL OWE
029800* ON THE DUE DATE: WHAT LOAN-ACCRUE-BATCH HAS ACCRUED SO FAR
029900* PLUS THE DAYS FROM THE LAST ACCRUAL TO THE DUE DATE AT THE
030000* DAILY RATE, THE SAME ARITHMETIC AS THE PAYOFF QUOTE.
030100*----------------------------------------------------------
030200 2100-PROJECT-INTEREST.
030300     IF LN-ACCRUED-INT NOT NUMERIC
030400         MOVE ZERO TO LN-ACCRUED-INT
030500     END-IF
030600     IF LN-LAST-ACCRUAL NUMERIC AND LN-LAST-ACCRUAL > ZERO
030700         MOVE LN-LAST-ACCRUAL TO WS-ACCRUAL-BASE
030800     ELSE
030900         MOVE LN-BOOK-DATE TO WS-ACCRUAL-BASE
031000     END-IF
031100     COMPUTE WS-DAYS-TO-RUN
031200         = FUNCTION INTEGER-OF-DATE(LN-NEXT-PAYMENT-DUE)
031300         - FUNCTION INTEGER-OF-DATE(WS-ACCRUAL-BASE)
031400     IF WS-DAYS-TO-RUN < ZERO
031500         MOVE ZERO TO WS-DAYS-TO-RUN
031600     END-IF
031700     COMPUTE WS-PROJECTED-INT ROUNDED
031800         = LN-ACCRUED-INT
031900         + LN-OUTSTANDING-BAL * LN-RATE / 100 / 365
032000         * WS-DAYS-TO-RUN.
032100 2100-PROJECT-INTEREST-EXIT.
032200     EXIT.
032300
032400*----------------------------------------------------------
032500* 2200-SCHEDULED-PRINCIPAL - THE INSTALLMENT'S PRINCIPAL:
032600* THE BOOKED PRINCIPAL SPREAD EVENLY OVER THE TERM'S
032700* INSTALLMENTS (ONE, FOUR OR TWELVE A YEAR BY FREQUENCY).
032800* THE FINAL INSTALLMENT, OR ANY INSTALLMENT LARGER THAN WHAT
032900* IS LEFT, BILLS THE WHOLE OUTSTANDING BALANCE.
033000*----------------------------------------------------------
033100 2200-SCHEDULED-PRINCIPAL.
033200     EVALUATE LN-FREQUENCY-CODE
033300         WHEN 2     MOVE 4  TO WS-PERIODS-PER-YEAR
033400         WHEN 3     MOVE 12 TO WS-PERIODS-PER-YEAR
033500         WHEN OTHER MOVE 1  TO WS-PERIODS-PER-YEAR
033600     END-EVALUATE
033700     MOVE ZERO TO WS-INSTALLMENTS
033800     IF LN-YEARS-TERM NUMERIC
033900         COMPUTE WS-INSTALLMENTS
034000             = LN-YEARS-TERM * WS-PERIODS-PER-YEAR
034100     END-IF
034200     IF LN-PAYMENTS-MADE NOT NUMERIC
034300         MOVE ZERO TO LN-PAYMENTS-MADE
034400     END-IF
034500     IF WS-INSTALLMENTS = ZERO
034600      OR LN-PAYMENTS-MADE + 1 >= WS-INSTALLMENTS
034700         MOVE LN-OUTSTANDING-BAL TO WS-SCHED-PRINCIPAL
034800         GO TO 2200-SCHEDULED-PRINCIPAL-EXIT
034900     END-IF
035000     COMPUTE WS-SCHED-PRINCIPAL ROUNDED
035100         = LN-PRINCIPAL / WS-INSTALLMENTS
035200     IF WS-SCHED-PRINCIPAL > LN-OUTSTANDING-BAL
035300         MOVE LN-OUTSTANDING-BAL TO WS-SCHED-PRINCIPAL
035400     END-IF.
035500 2200-SCHEDULED-PRINCIPAL-EXIT.
035600     EXIT.
035700
035800*----------------------------------------------------------
035900* 2500-BUILD-MAILING-BLOCK - THE BORROWER'S NAME FROM
036000* CUSTMSTR (THE FIRST SIX BYTES OF THE APPLICANT ID ARE THE
036100* CUSTOMER ID) AND ADDRESS FROM CUSTADDR.  NO ADDRESS SETS
036200* THE NOTICE'S NO-ADDRESS FLAG FOR THE VENDOR TO PULL.
036300*----------------------------------------------------------
036400 2500-BUILD-MAILING-BLOCK.
036500     MOVE SPACES TO BILLING-NOTICE-RECORD
036600     MOVE LN-APPLICANT-ID(1:6) TO WS-CUST-ID BN-CUST-ID
036700     MOVE LN-APPLICANT-ID      TO BN-NAME
036800     IF CUSTM-FILE-OPEN
036900         MOVE WS-CUST-ID TO CM-CUST-ID
037000         READ CUSTOMER-MASTER
037100             INVALID KEY
037200                 CONTINUE
037300             NOT INVALID KEY
037400                 MOVE CM-CUST-NAME TO BN-NAME
037500         END-READ
037600     END-IF
037700     MOVE "Y" TO BN-NO-ADDRESS
037800     IF NOT ADDR-FILE-OPEN
037900         ADD 1 TO WS-NO-ADDR-COUNT
038000         GO TO 2500-BUILD-MAILING-BLOCK-EXIT
038100     END-IF
038200     MOVE WS-CUST-ID TO AD-CUST-ID
038300     READ CUSTOMER-ADDRESS
038400         INVALID KEY
038500             ADD 1 TO WS-NO-ADDR-COUNT
038600             GO TO 2500-BUILD-MAILING-BLOCK-EXIT
038700     END-READ
038800     MOVE "N"          TO BN-NO-ADDRESS
038900     MOVE AD-STREET    TO BN-STREET
039000     MOVE AD-CITY      TO BN-CITY
039100     MOVE AD-STATE     TO BN-STATE
039200     MOVE AD-ZIP       TO BN-ZIP
039300     MOVE AD-MAIL-PREF TO BN-MAIL-PREF.
039400 2500-BUILD-MAILING-BLOCK-EXIT.
039500     EXIT.
039600
039700*----------------------------------------------------------
039800* 3000-REGISTER-LINE - ONE REGISTER LINE FOR THE NOTICE JUST
039900* WRITTEN, AND ITS AMOUNTS INTO THE TOTALS.
040000*----------------------------------------------------------
040100 3000-REGISTER-LINE.
040200     IF RPT-LINE-COUNT >= RPT-PAGE-LIMIT
040300         PERFORM 7900-RPT-HEADINGS
040400             THRU 7900-RPT-HEADINGS-EXIT
040500     END-IF
040600     MOVE BN-LOAN          TO DL-LOAN
040700     MOVE BN-CUST-ID       TO DL-CUST-ID
040800     IF BN-NO-ADDRESS = "Y"
040900         MOVE "*" TO DL-NO-ADDR
041000     ELSE
041100         MOVE SPACE TO DL-NO-ADDR
041200     END-IF
041300     MOVE BN-DUE-DATE      TO DL-DUE-DATE
041400     MOVE BN-INTEREST-DUE  TO DL-INTEREST
041500     MOVE BN-PRINCIPAL-DUE TO DL-PRINCIPAL
041600     MOVE BN-AMOUNT-DUE    TO DL-AMOUNT-DUE
041700     MOVE BN-OUTSTANDING   TO DL-OUTSTANDING
041800     WRITE BILLING-REGISTER-LINE FROM WS-DETAIL-LINE
041900     ADD 1 TO RPT-LINE-COUNT
042000     ADD 1 TO RPT-DETAIL-COUNT
042100     ADD BN-INTEREST-DUE  TO WS-TOTAL-INTEREST
042200     ADD BN-PRINCIPAL-DUE TO WS-TOTAL-PRINCIPAL
042210     ADD BN-LATE-FEES-DUE TO WS-TOTAL-LATE-FEES
042300     ADD BN-AMOUNT-DUE    TO WS-TOTAL-DUE
042400     ADD BN-OUTSTANDING   TO WS-TOTAL-OUTSTAND.
042500 3000-REGISTER-LINE-EXIT.
042600     EXIT.
042700
042800*----------------------------------------------------------
042900* 7900-RPT-HEADINGS - THROW A NEW PAGE: THE STANDARD HEADING
043000* BLOCK AND THE COLUMN HEADINGS.
043100*----------------------------------------------------------
043200 7900-RPT-HEADINGS.
043300     ADD 1 TO RPT-PAGE-NUMBER
043400     MOVE RPT-PAGE-NUMBER TO RPT-PAGE-DISPLAY
043500     WRITE BILLING-REGISTER-LINE FROM RPT-HEADING-LINE
043600     WRITE BILLING-REGISTER-LINE FROM WS-COLUMN-LINE
043700     MOVE ZERO TO RPT-LINE-COUNT.
043800 7900-RPT-HEADINGS-EXIT.
043900     EXIT.
044000
044100*----------------------------------------------------------
044200* 8000-READ-NEXT-LOAN - READ THE NEXT LOAN IN KEY SEQUENCE.
044300*----------------------------------------------------------
044400 8000-READ-NEXT-LOAN.
044500     READ LOAN-MASTER NEXT RECORD
044600         AT END
044700             MOVE "Y" TO WS-EOF-FLAG
044800     END-READ.
044900 8000-READ-NEXT-LOAN-EXIT.
045000     EXIT.
045100
045105*----------------------------------------------------------
045110* 8900-LOG-EXCEPTION - APPEND WS-EXCP-MESSAGE TO EXCPLOG FOR
045115* THE MORNING REPORT.
045120*----------------------------------------------------------
045125 8900-LOG-EXCEPTION.
045130     CALL "EXCPLOG" USING WS-EXCP-PROGRAM WS-EXCP-SEVERITY
045135         WS-EXCP-MESSAGE WS-EXCP-FSTATUS.
045140 8900-LOG-EXCEPTION-EXIT.
045145     EXIT.
045150
045200*----------------------------------------------------------
045300* 9000-TERMINATE - PRINT THE REGISTER TOTALS AND TRAILER,
045400* CLOSE THE FILES AND WRITE THE DAILY-STATS SUMMARY.
045500*----------------------------------------------------------
045600 9000-TERMINATE.
045700     IF INIT-SUCCESSFUL
045800         PERFORM 9100-PRINT-TOTALS
045900             THRU 9100-PRINT-TOTALS-EXIT
046000         CLOSE LOAN-MASTER
046100               BILLING-NOTICE-FILE
046200               BILLING-REGISTER
046300         IF CUSTM-FILE-OPEN
046400             CLOSE CUSTOMER-MASTER
046500         END-IF
046600         IF ADDR-FILE-OPEN
046700             CLOSE CUSTOMER-ADDRESS
046800         END-IF
046900     END-IF
047000     PERFORM 9500-WRITE-DAILY-STATS
047100         THRU 9500-WRITE-DAILY-STATS-EXIT
047200     DISPLAY "LOAN-BILLING-BATCH: " WS-BILLED-COUNT
047300         " BILLED, " WS-ALREADY-COUNT " ALREADY BILLED, "
047400         WS-NO-ADDR-COUNT " WITHOUT ADDRESS".
047500 9000-TERMINATE-EXIT.
047600     EXIT.
047700
047800*----------------------------------------------------------
047900* 9100-PRINT-TOTALS - THE PAYMENT DESK'S EXPECTED RECEIPTS.
048000*----------------------------------------------------------
048100 9100-PRINT-TOTALS.
048200     MOVE SPACES TO BILLING-REGISTER-LINE
048300     WRITE BILLING-REGISTER-LINE
048400     MOVE "TOTAL INTEREST DUE"    TO TL-LABEL
048500     MOVE WS-TOTAL-INTEREST       TO TL-AMOUNT
048600     WRITE BILLING-REGISTER-LINE FROM WS-TOTAL-LINE
048700     MOVE "TOTAL PRINCIPAL DUE"   TO TL-LABEL
048800     MOVE WS-TOTAL-PRINCIPAL      TO TL-AMOUNT
048900     WRITE BILLING-REGISTER-LINE FROM WS-TOTAL-LINE
048910     MOVE "TOTAL LATE FEES DUE"   TO TL-LABEL
048920     MOVE WS-TOTAL-LATE-FEES      TO TL-AMOUNT
048930     WRITE BILLING-REGISTER-LINE FROM WS-TOTAL-LINE
049000     MOVE "TOTAL AMOUNT BILLED"   TO TL-LABEL
049100     MOVE WS-TOTAL-DUE            TO TL-AMOUNT
049200     WRITE BILLING-REGISTER-LINE FROM WS-TOTAL-LINE
049300     MOVE "TOTAL OUTSTANDING"     TO TL-LABEL
049400     MOVE WS-TOTAL-OUTSTAND       TO TL-AMOUNT
049500     WRITE BILLING-REGISTER-LINE FROM WS-TOTAL-LINE
049600     IF WS-NO-ADDR-COUNT > ZERO
049700         WRITE BILLING-REGISTER-LINE FROM WS-NOTE-LINE
049800     END-IF
049900     MOVE RPT-DETAIL-COUNT TO RPT-TRAILER-COUNT
050000     WRITE BILLING-REGISTER-LINE FROM RPT-TRAILER-LINE.
050100 9100-PRINT-TOTALS-EXIT.
050200     EXIT.
050300
050400*----------------------------------------------------------
050500* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
050600* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
050700* CONSOLIDATED REPORT.
050800*----------------------------------------------------------
050900 9500-WRITE-DAILY-STATS.
051000     OPEN EXTEND DAILY-STATS-FILE
051100     MOVE "LOAN-BILLING-BATCH" TO DS-PROGRAM-NAME
051200     MOVE WS-BILLED-COUNT    TO DS-RECORD-COUNT
051300     MOVE WS-BILLED-COUNT    TO WS-BILLED-COUNT-DISP
051400     MOVE WS-NO-ADDR-COUNT   TO WS-NO-ADDR-COUNT-DISP
051500     MOVE SPACES             TO DS-DETAIL
051600     STRING "LOANS BILLED: "   DELIMITED BY SIZE
051700         WS-BILLED-COUNT-DISP  DELIMITED BY SIZE
051800         "  NO ADDRESS: "      DELIMITED BY SIZE
051900         WS-NO-ADDR-COUNT-DISP DELIMITED BY SIZE
052000         INTO DS-DETAIL
052100     END-STRING
052200     WRITE DAILY-STAT-RECORD
052300     CLOSE DAILY-STATS-FILE.
052400 9500-WRITE-DAILY-STATS-EXIT.
052500     EXIT.
