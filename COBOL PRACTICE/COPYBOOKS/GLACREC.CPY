      *----------------------------------------------------------
      * GLACREC - ONE GENERAL LEDGER ACCOUNT ON THE INDEXED GL
      * ACCOUNT MASTER (GLMASTER), KEYED BY THE GL ACCOUNT.
      * ADDED AND CLASSIFIED FROM THE GLACCTS PARAMETER FILE AND
      * POSTED NIGHTLY FROM GLENTRY BY GL-MASTER-UPDATE; ROLLED
      * AT MONTH END AND YEAR END BY GL-CLOSE-BATCH.
      *
      * GA-TYPE: "A" ASSET, "L" LIABILITY, "E" EQUITY, "I" INCOME,
      *            "X" EXPENSE; SPACE = NOT YET CLASSIFIED (AN
      *            ACCOUNT FIRST SEEN ON GLENTRY, NOT ON GLACCTS).
      * GA-RETAINED: "Y" ON THE ONE EQUITY ACCOUNT THAT TAKES THE
      *            YEAR'S INCOME AND EXPENSE AT YEAR END.
      * GA-OPEN-BAL: BALANCE AT THE START OF THE FISCAL YEAR,
      *            DEBIT POSITIVE / CREDIT NEGATIVE.
      * GA-PTD-xx / GA-YTD-xx: DEBITS AND CREDITS POSTED IN THE
      *            OPEN PERIOD AND IN THE FISCAL YEAR TO DATE.  THE
      *            CURRENT BALANCE IS GA-OPEN-BAL + GA-YTD-DR -
      *            GA-YTD-CR.
      * GA-PERIOD: THE OPEN PERIOD, YYYYMM.
      * GA-FISCAL-YEAR: THE OPEN FISCAL (CALENDAR) YEAR.
      * GA-LAST-POST-DATE: THE LAST GLENTRY DATE POSTED, SO A
      *            RERUN OF THE SAME NIGHT POSTS NOTHING TWICE.
      *----------------------------------------------------------
           05  GA-ACCT             PIC X(06).
           05  GA-NAME             PIC X(30).
           05  GA-TYPE             PIC X(01).
               88  GA-IS-ASSET             VALUE "A".
               88  GA-IS-LIABILITY         VALUE "L".
               88  GA-IS-EQUITY            VALUE "E".
               88  GA-IS-INCOME            VALUE "I".
               88  GA-IS-EXPENSE           VALUE "X".
               88  GA-IS-BALANCE-SHEET     VALUE "A" "L" "E".
               88  GA-IS-PROFIT-LOSS       VALUE "I" "X".
               88  GA-TYPE-VALID           VALUE "A" "L" "E"
                                                 "I" "X".
           05  GA-RETAINED         PIC X(01).
               88  GA-IS-RETAINED          VALUE "Y".
           05  GA-OPEN-BAL         PIC S9(11)V99.
           05  GA-PTD-DR           PIC 9(11)V99.
           05  GA-PTD-CR           PIC 9(11)V99.
           05  GA-YTD-DR           PIC 9(11)V99.
           05  GA-YTD-CR           PIC 9(11)V99.
           05  GA-PERIOD           PIC 9(06).
           05  GA-FISCAL-YEAR      PIC 9(04).
           05  GA-LAST-POST-DATE   PIC 9(08).
           05  FILLER              PIC X(19).
