      *----------------------------------------------------------
      * OCHKREC - ONE OFFICIAL (CASHIER'S) CHECK ON THE INDEXED
      * OFFICIAL CHECK REGISTER (OFFCHKS), KEYED BY THE CHECK
      * SERIAL.  WRITTEN BY THE MENU-CHOICE OFFICIAL CHECK OPTION
      * AT ISSUE, MARKED PAID BY CHQ-CLEAR-IN-BATCH WHEN THE CHECK
      * IS PRESENTED, AGED MONTHLY BY OFFCHK-AGE-REPORT AND
      * SWEPT TO THE STATE BY ESCHEAT-BATCH ONCE IT HAS GONE
      * UNCASHED FOR THE DORMANCY PERIOD.
      *
      * OC-FUNDING: "A" = DEBITED FROM OC-PURCH-ACCT, "C" = BOUGHT
      * WITH CASH AT THE WINDOW (OC-PURCH-ACCT SPACES).
      * OC-PURCHASER: THE ACCOUNT NAME, OR THE NAME KEYED FOR A
      * CASH PURCHASE.
      * OC-STATUS: "O" OUTSTANDING, "P" PAID ON PRESENTMENT,
      *            "E" ESCHEATED (REMITTED AS UNCLAIMED PROPERTY).
      * OC-CLOSED-DATE: THE DATE PAID OR ESCHEATED.
      *----------------------------------------------------------
           05  OC-SERIAL           PIC 9(08).
           05  OC-PAYEE            PIC X(30).
           05  OC-AMOUNT           PIC 9(7)V99.
           05  OC-FUNDING          PIC X(01).
               88  OC-FROM-ACCOUNT         VALUE "A".
               88  OC-FROM-CASH            VALUE "C".
               88  OC-FUNDING-VALID        VALUE "A" "C".
           05  OC-PURCH-ACCT       PIC X(06).
           05  OC-PURCHASER        PIC X(20).
           05  OC-ISSUE-DATE       PIC 9(08).
           05  OC-BRANCH           PIC X(03).
           05  OC-OPERATOR         PIC X(06).
           05  OC-STATUS           PIC X(01).
               88  OC-IS-OUTSTANDING       VALUE "O".
               88  OC-IS-PAID              VALUE "P".
               88  OC-IS-ESCHEATED         VALUE "E".
           05  OC-CLOSED-DATE      PIC 9(08).
           05  FILLER              PIC X(16).
