      *----------------------------------------------------------
      * CHQBREC - ONE CHEQUE BOOK ISSUED TO A CHECKING ACCOUNT, ON
      * THE INDEXED CHQBOOK FILE, KEYED BY ACCOUNT PLUS THE FIRST
      * SERIAL IN THE BOOK.  WRITTEN BY CHEQUE-BOOK-MAINT; READ BY
      * CHQ-CLEAR-IN-BATCH, WHICH RETURNS A PRESENTMENT WHOSE
      * SERIAL FALLS OUTSIDE EVERY ACTIVE BOOK ON THE ACCOUNT.
      * RANGES ON ONE ACCOUNT NEVER OVERLAP.
      *
      * CB-STATUS: "C" = BOOK CANCELLED (LOST, STOLEN OR
      * DESTROYED) - ITS UNPAID SERIALS ARE NO LONGER GOOD.
      * ANYTHING ELSE IS AN ACTIVE BOOK.
      *----------------------------------------------------------
           05  CB-KEY.
               10  CB-ACCT         PIC X(06).
               10  CB-FIRST-SERIAL PIC 9(08).
           05  CB-LAST-SERIAL      PIC 9(08).
           05  CB-STATUS           PIC X(01).
               88  CB-IS-CANCELLED         VALUE "C".
           05  CB-ISSUE-DATE       PIC 9(08).
           05  CB-CANCEL-DATE      PIC 9(08).
           05  CB-OPERATOR         PIC X(06).
           05  FILLER              PIC X(15).
