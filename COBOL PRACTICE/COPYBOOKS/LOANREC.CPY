      *
      * LN-FREQUENCY-CODE FOLLOWS LOANAPPS: 1 = ANNUAL,
      * 2 = QUARTERLY, 3 = MONTHLY.
      * LN-STATUS: "C" = PAID OFF/CLOSED, "X" = CHARGED OFF (THE
      * WRITTEN-OFF AMOUNTS AND ANY LATER RECOVERIES LIVE ON THE
      * CHGOFF REGISTER), ANYTHING ELSE OPEN.
      *
      * THE ACCRUAL FIELDS GREW THE RECORD FROM 62 TO 82 BYTES, SO
      * EXISTING LOANMSTR DATASETS MUST BE CONVERTED
      * (UNLOAD/RELOAD) AT CUTOVER.  THE COLLECTIONS FIELDS TOOK IT
      * TO 92.  THE BILLING STAMP GREW IT AGAIN, FROM 92 TO 110
      * BYTES - SAME CONVERSION.  THE LATE-CHARGE FIELDS TOOK THE
      * LAST 15 BYTES OF FILLER, SO THE LENGTH STAYS 110.  THE
      * MODIFICATION FIELDS GREW IT FROM 110 TO 160 BYTES (27 OF
      * THEM RESERVED FILLER) - SAME CONVERSION.  THE VARIABLE-RATE
      * FIELDS TOOK 26 OF THOSE RESERVED BYTES, SO THE LENGTH STAYS
      * 160.  THE PAID-IN-FULL FIELDS GREW IT FROM 160 TO 210 BYTES
      * (28 OF THEM RESERVED FILLER) - SAME CONVERSION.  THE BRANCH
      * TOOK 3 OF THOSE RESERVED BYTES, SO THE LENGTH STAYS 210.
      *----------------------------------------------------------
           05  LN-LOAN-NUMBER      PIC X(08).
           05  LN-APPLICANT-ID     PIC X(10).
           05  LN-PAYMENTS-MADE    PIC 9(04).
           05  LN-STATUS           PIC X(01).
               88  LN-IS-CLOSED            VALUE "C".
               88  LN-IS-CHARGED-OFF       VALUE "X".
      *    DAILY INTEREST ACCRUAL.  THE NIGHTLY LOAN-ACCRUE-BATCH
      *    ADDS ONE DAY'S INTEREST (OUTSTANDING * RATE / 100 /
      *    365) HERE, STAMPED SO A RERUN CANNOT ACCRUE A DAY
               88  LN-COLL-BROKEN          VALUE "B".
               88  LN-COLL-REFERRED        VALUE "R".
           05  LN-PROMISE-DATE     PIC 9(08).
      *    BILLING.  LOAN-BILLING-BATCH STAMPS THE DUE DATE IT HAS
      *    SENT A BILL FOR, SO EACH INSTALLMENT IS BILLED ONCE.
      *    ZERO (OR BLANKS ON UNCONVERTED RECORDS) = NEVER BILLED.
           05  LN-LAST-BILLED      PIC 9(08).
      *    LATE CHARGES.  LOAN-LATE-CHARGE-BATCH ADDS EACH LATE FEE
      *    TO LN-LATE-FEES-DUE AND STAMPS THE DUE DATE OF THE
      *    MISSED INSTALLMENT IN LN-LAST-LATE-DUE, SO NO
      *    INSTALLMENT IS CHARGED TWICE.  A REPAYMENT (TELLER OR
      *    STANDING ORDER) CLEARS THE LATE FEES BEFORE INTEREST
      *    AND PRINCIPAL.  BLANKS ON UNCONVERTED RECORDS COUNT AS
      *    ZERO.
           05  LN-LATE-FEES-DUE    PIC S9(5)V99.
           05  LN-LAST-LATE-DUE    PIC 9(08).
      *    MODIFICATION.  THE MENU-CHOICE LOAN MODIFY FUNCTION
      *    PUTS THE NEW RATE, TERM, FREQUENCY AND NEXT DUE DATE
      *    STRAIGHT ONTO THE LOAN AND KEEPS THE OLD RATE AND DUE
      *    DATE HERE UNTIL LN-MOD-EFF-DATE, SO ACCRUAL, AGING AND
      *    THE PAYOFF QUOTE RUN ON THE OLD TERMS UP TO THAT DATE
      *    AND THE NEW ONES FROM IT.  EVERY MODIFICATION IS ALSO
      *    ON THE LOANHIST FILE (LHSTREC).  ZERO (OR BLANKS ON
      *    UNCONVERTED RECORDS) = NEVER MODIFIED.
           05  LN-MOD-EFF-DATE     PIC 9(08).
           05  LN-PRE-MOD-RATE     PIC 9(2)V9(2).
           05  LN-PRE-MOD-DUE      PIC 9(08).
           05  LN-MOD-COUNT        PIC 9(03).
      *    VARIABLE RATE.  A LOAN BOOKED WITH AN INDEX CODE IS
      *    REPRICED BY LOAN-REPRICE-BATCH ON LN-NEXT-REPRICE: LN-RATE
      *    BECOMES THE TREASURY RATEINDX RATE FOR THE CODE PLUS
      *    LN-RATE-MARGIN (WHICH MAY BE NEGATIVE), HELD BETWEEN
      *    LN-RATE-FLOOR AND LN-RATE-CAP (ZERO = NO FLOOR/CAP), AND
      *    LN-NEXT-REPRICE MOVES ON LN-REPRICE-MONTHS.  SPACES IN
      *    LN-INDEX-CODE (OR BLANKS ON UNCONVERTED RECORDS) = FIXED
      *    RATE.
           05  LN-INDEX-CODE       PIC X(04).
               88  LN-IS-FIXED-RATE        VALUE SPACES.
           05  LN-RATE-MARGIN      PIC S9(2)V9(2).
           05  LN-REPRICE-MONTHS   PIC 9(02).
           05  LN-NEXT-REPRICE     PIC 9(08).
           05  LN-RATE-FLOOR       PIC 9(2)V9(2).
           05  LN-RATE-CAP         PIC 9(2)V9(2).
      *    PAID IN FULL.  THE PAYMENT THAT TAKES A LOAN TO ZERO
      *    (TELLER OR STANDING ORDER) STAMPS THE BUSINESS DATE IN
      *    LN-CLOSE-DATE; A STANDING ORDER THAT OVERSHOOTS THE
      *    PAYOFF BY A SMALL AMOUNT LEAVES THE EXCESS IN
      *    LN-OVERPAID FOR REFUND.  LOAN-PAID-IN-FULL-BATCH
      *    RELEASES THE COLLATERAL, SENDS THE LETTER AND STAMPS
      *    LN-PIF-DATE SO IT DOES SO ONCE.  ZERO (OR BLANKS ON
      *    UNCONVERTED RECORDS) = NOT CLOSED / NOT YET PROCESSED.
           05  LN-CLOSE-DATE       PIC 9(08).
           05  LN-OVERPAID         PIC 9(5)V99.
           05  LN-PIF-DATE         PIC 9(08).
      *    BOOKING BRANCH: THE BRANCH OF THE ACCOUNT THE LOAN WAS
      *    DISBURSED TO.  SPACES ON LOANS BOOKED BEFORE THE FIELD
      *    EXISTED MEAN HEAD OFFICE.
           05  LN-BRANCH           PIC X(03).
           05  FILLER              PIC X(25).
