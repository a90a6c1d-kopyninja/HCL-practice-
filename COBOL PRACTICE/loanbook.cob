003200*                 HELD OR DORMANT, SO THE MONEY CAN NO LONGER
003300*                 LEAVE THE BANK BY HAND-TYPED DEPOSIT.
003400* 2026-09-02 KMR  THE BOOKING SCREEN NOW TAKES THE LAPPMSTR
003410*                 APPLICATION ID AND, WHEN THE APPLICATION IS
003420*                 ON FILE, MARKS IT BOOKED WITH THE LOAN
003430*                 NUMBER, CLOSING THE PIPELINE LOOP.
003440* 2026-10-15 KMR  A NEW LOAN STARTS WITH NO BILLING STAMP
003450*                 (LN-LAST-BILLED) FOR LOAN-BILLING-BATCH.
003460* 2026-10-15 KMR  A NEW LOAN STARTS WITH NO LATE FEES DUE AND
003470*                 NO LATE-CHARGE STAMP.
003480* 2026-10-15 KMR  A NEW LOAN STARTS WITH NO MODIFICATIONS.
003490* 2026-10-15 KMR  VARIABLE-RATE BOOKING.  THE BOOKING SCREEN
003500*                 TAKES AN OPTIONAL INDEX CODE WITH ITS
003510*                 MARGIN, REPRICING FREQUENCY, FLOOR AND CAP;
003520*                 THE FIRST REPRICE FALLS ONE REPRICING
003530*                 PERIOD AFTER BOOKING.  INQUIRY SHOWS THEM.
003540* 2026-10-15 KMR  A NEW LOAN STARTS WITH NO CLOSE DATE,
003550*                 OVERPAYMENT OR PAID-IN-FULL STAMP.
003560* 2026-10-15 KMR  A NEW LOAN IS TAGGED WITH THE BRANCH OF THE
003570*                 ACCOUNT IT IS DISBURSED TO (LN-BRANCH).
003580* 2026-10-15 KMR  THE LINKED DISBURSEMENT ACCOUNT NUMBER IS RUN
003590*                 THROUGH THE SHARED ACCTCHK CHECK DIGIT; ONE
003600*                 THAT FAILS AND IS NOT GRANDFATHERED
003610*                 (ACCT-CD-EXEMPT) REFUSES THE BOOKING.
003800*----------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
011700
011800 01  WS-DISB-ACCT-FLAG       PIC X(01) VALUE "N".
011900     88  WS-DISB-ACCT-GOOD           VALUE "Y".
011910 01  WS-CHK-ACCT             PIC X(06).
011920 01  WS-CHK-FUNCTION         PIC X(01) VALUE "V".
011930 01  WS-CHK-VALID-FLAG       PIC X(01) VALUE "N".
011940     88  WS-CHK-DIGIT-OK             VALUE "Y".
012000 01  WS-EXIT-FLAG            PIC X(01) VALUE "N".
012100     88  WS-DONE                     VALUE "Y".
012200 01  MAINT-CHOICE            PIC 9 VALUE ZERO.
013100 01  WS-YEARS-TERM           PIC 9(02) VALUE ZERO.
013200 01  WS-FREQUENCY-CODE       PIC 9(01) VALUE 1.
013300 01  WS-APP-ID               PIC X(08) VALUE SPACES.
013310 01  WS-INDEX-CODE           PIC X(04) VALUE SPACES.
013320 01  WS-RATE-MARGIN          PIC S9(2)V9(2) VALUE ZERO.
013330 01  WS-REPRICE-MONTHS       PIC 9(02) VALUE ZERO.
013340 01  WS-RATE-FLOOR           PIC 9(2)V9(2) VALUE ZERO.
013350 01  WS-RATE-CAP             PIC 9(2)V9(2) VALUE ZERO.
013400
013500 01  WS-TIMESTAMP            PIC X(21).
013600 01  WS-TODAY                PIC 9(08) VALUE ZERO.
020100     05  LINE 07 COL 38 PIC 9 USING WS-FREQUENCY-CODE.
020200     05  LINE 08 COL 10 VALUE "APPLICATION ID (OPT):".
020300     05  LINE 08 COL 38 PIC X(08) USING WS-APP-ID.
020305     05  LINE 10 COL 10 VALUE "INDEX CODE (BLANK=FIXED):".
020310     05  LINE 10 COL 38 PIC X(04) USING WS-INDEX-CODE.
020315     05  LINE 11 COL 10 VALUE "MARGIN (PERCENT, +/-):".
020320     05  LINE 11 COL 38 PIC S99V99 USING WS-RATE-MARGIN.
020325     05  LINE 12 COL 10 VALUE "REPRICE EVERY (MONTHS):".
020330     05  LINE 12 COL 38 PIC 99 USING WS-REPRICE-MONTHS.
020335     05  LINE 13 COL 10 VALUE "RATE FLOOR (0=NONE):".
020340     05  LINE 13 COL 38 PIC 99V99 USING WS-RATE-FLOOR.
020345     05  LINE 14 COL 10 VALUE "RATE CAP (0=NONE):".
020350     05  LINE 14 COL 38 PIC 99V99 USING WS-RATE-CAP.
020400
020500*----------------------------------------------------------
020600* SC-LOAN-ID-SCREEN - LOAN NUMBER ONLY.
028500     MOVE SPACES TO WS-LOAN-NUMBER WS-APPLICANT-ID
028600     MOVE ZERO   TO WS-PRINCIPAL WS-RATE WS-YEARS-TERM
028700     MOVE 1      TO WS-FREQUENCY-CODE
028710     MOVE SPACES TO WS-INDEX-CODE
028720     MOVE ZERO   TO WS-RATE-MARGIN WS-REPRICE-MONTHS
028730                    WS-RATE-FLOOR WS-RATE-CAP
028800     DISPLAY SC-BOOK-SCREEN
028900     ACCEPT SC-BOOK-SCREEN
029000
029200         DISPLAY "LOAN NUMBER AND PRINCIPAL ARE REQUIRED"
029300         GO TO 2000-BOOK-LOAN-EXIT
029400     END-IF
029410     IF WS-INDEX-CODE NOT = SPACES
029420      AND WS-RATE-CAP > ZERO AND WS-RATE-CAP < WS-RATE-FLOOR
029430         DISPLAY "RATE CAP CANNOT BE BELOW THE FLOOR"
029440         GO TO 2000-BOOK-LOAN-EXIT
029450     END-IF
029500*    THE DISBURSEMENT TARGET MUST BE GOOD BEFORE THE LOAN
029600*    GOES ON THE BOOK - A BOOKED LOAN WITH NOWHERE TO SEND
029700*    THE MONEY IS THE OLD BINDER PROBLEM ALL OVER AGAIN.
032100     MOVE ZERO              TO LN-LAST-ACCRUAL
032200     MOVE SPACE             TO LN-COLL-STATUS
032300     MOVE ZERO              TO LN-PROMISE-DATE
032310     MOVE ZERO              TO LN-LAST-BILLED
032320     MOVE ZERO              TO LN-LATE-FEES-DUE
032330     MOVE ZERO              TO LN-LAST-LATE-DUE
032340     MOVE ZERO              TO LN-MOD-EFF-DATE
032350     MOVE ZERO              TO LN-PRE-MOD-RATE
032360     MOVE ZERO              TO LN-PRE-MOD-DUE
032370     MOVE ZERO              TO LN-MOD-COUNT
032372     MOVE WS-INDEX-CODE     TO LN-INDEX-CODE
032374     MOVE ZERO              TO LN-RATE-MARGIN LN-REPRICE-MONTHS
032376                               LN-NEXT-REPRICE LN-RATE-FLOOR
032378                               LN-RATE-CAP
032380     IF WS-INDEX-CODE NOT = SPACES
032382         PERFORM 2150-FIRST-REPRICE-DATE
032384             THRU 2150-FIRST-REPRICE-DATE-EXIT
032386     END-IF
032400     MOVE SPACE             TO LN-STATUS
032410     MOVE ZERO              TO LN-CLOSE-DATE LN-OVERPAID
032420                               LN-PIF-DATE
032430     MOVE ACCT-BRANCH       TO LN-BRANCH
032500     WRITE LOAN-MASTER-RECORD
032600         INVALID KEY
032700             DISPLAY "LOAN NUMBER ALREADY BOOKED"
036000     MOVE WS-DUE-PARTS TO LN-NEXT-PAYMENT-DUE.
036100 2100-FIRST-DUE-DATE-EXIT.
036200     EXIT.
036202
036204*----------------------------------------------------------
036206* 2150-FIRST-REPRICE-DATE - A VARIABLE-RATE LOAN CARRIES ITS
036208* MARGIN, FLOOR AND CAP, AND IS FIRST REPRICED ONE REPRICING
036210* PERIOD AFTER BOOKING (TWELVE MONTHS WHEN NONE IS KEYED),
036212* THE DAY CLAMPED TO THE 28TH AS THE DUE DATE IS.
036214*----------------------------------------------------------
036216 2150-FIRST-REPRICE-DATE.
036218     IF WS-REPRICE-MONTHS = ZERO
036220         MOVE 12 TO WS-REPRICE-MONTHS
036222     END-IF
036224     MOVE WS-RATE-MARGIN    TO LN-RATE-MARGIN
036226     MOVE WS-REPRICE-MONTHS TO LN-REPRICE-MONTHS
036228     MOVE WS-RATE-FLOOR     TO LN-RATE-FLOOR
036230     MOVE WS-RATE-CAP       TO LN-RATE-CAP
036232     MOVE WS-TODAY TO WS-DUE-PARTS
036234     ADD WS-REPRICE-MONTHS TO WS-DUE-MM
036236     PERFORM 2160-NORMALIZE-DUE-MONTH
036238         THRU 2160-NORMALIZE-DUE-MONTH-EXIT
036240         UNTIL WS-DUE-MM <= 12
036242     IF WS-DUE-DD > 28
036244         MOVE 28 TO WS-DUE-DD
036246     END-IF
036248     MOVE WS-DUE-PARTS TO LN-NEXT-REPRICE.
036250 2150-FIRST-REPRICE-DATE-EXIT.
036252     EXIT.
036254
036256*----------------------------------------------------------
036258* 2160-NORMALIZE-DUE-MONTH - FOLD AN OVERFLOWED MONTH INTO
036260* THE YEAR.
036262*----------------------------------------------------------
036264 2160-NORMALIZE-DUE-MONTH.
036266     SUBTRACT 12 FROM WS-DUE-MM
036268     ADD 1 TO WS-DUE-YYYY.
036270 2160-NORMALIZE-DUE-MONTH-EXIT.
036272     EXIT.
036300
036400*----------------------------------------------------------
036500* 2200-LOCATE-DISBURSE-ACCT - FOLLOW THE APPLICANT'S
037900         DISPLAY "APPLICANT HAS NO LINKED ACCOUNT"
038000         GO TO 2200-LOCATE-DISBURSE-ACCT-EXIT
038100     END-IF
038110     MOVE CM-CUST-ACCT-NUM TO WS-CHK-ACCT
038120     CALL "ACCTCHK" USING WS-CHK-ACCT WS-CHK-FUNCTION
038130         WS-CHK-VALID-FLAG
038200     MOVE CM-CUST-ACCT-NUM TO ACCT-NUMBER
038300     READ ACCOUNT-MASTER
038400         INVALID KEY
038500             DISPLAY "LINKED ACCOUNT NOT ON ACCTMSTR"
038600             GO TO 2200-LOCATE-DISBURSE-ACCT-EXIT
038700     END-READ
038710     IF NOT WS-CHK-DIGIT-OK
038720      AND NOT ACCT-CHECK-DIGIT-EXEMPT
038730         DISPLAY "LINKED ACCOUNT " CM-CUST-ACCT-NUM
038740             " FAILS ITS CHECK DIGIT"
038750         GO TO 2200-LOCATE-DISBURSE-ACCT-EXIT
038760     END-IF
038800     IF ACCT-IS-CLOSED OR ACCT-ON-HOLD OR ACCT-IS-DORMANT
038900         DISPLAY "LINKED ACCOUNT CANNOT TAKE THE "
039000             "DISBURSEMENT (CLOSED/HELD/DORMANT)"
050000     DISPLAY "BOOKED:      " LN-BOOK-DATE
050100     DISPLAY "NEXT DUE:    " LN-NEXT-PAYMENT-DUE
050200     DISPLAY "PAYMENTS:    " LN-PAYMENTS-MADE
050300     DISPLAY "STATUS:      " LN-STATUS
050310     IF LN-INDEX-CODE NOT = SPACES
050320         DISPLAY "INDEX:       " LN-INDEX-CODE
050330             "  MARGIN " LN-RATE-MARGIN
050340         DISPLAY "REPRICE:     EVERY " LN-REPRICE-MONTHS
050350             " MONTHS, NEXT " LN-NEXT-REPRICE
050360         DISPLAY "FLOOR/CAP:   " LN-RATE-FLOOR " / "
050370             LN-RATE-CAP
050380     END-IF.
050400 3000-INQUIRY-EXIT.
050500     EXIT.
