      *----------------------------------------------------------
      * HMAILREC - ONE LINE OF HELD MAIL ON THE HOLDMAIL FILE.
      * WHEN A CUSTOMER'S ADDRESS IS FLAGGED RETURNED-MAIL (SEE
      * ADDRREC), ACCT-STATEMENT-BATCH, CONSOL-STATEMENT-BATCH,
      * LOAN-AGING-REPORT, ESCHEAT-BATCH, LOAN-DECISION-LETTERS AND
      * LOAN-INTEREST-STATEMENT WRITE THAT CUSTOMER'S STATEMENT,
      * NOTICE OR LETTER HERE, LINE FOR LINE, INSTEAD OF TO THE
      * MAILING FILE.  EACH RUN APPENDS (OPEN EXTEND); THE
      * MONTHLY HOLD-MAIL-REPORT READS IT BACK.
      *
      * HM-SOURCE: "STMTFILE" ACCOUNT STATEMENT, "CONSSTMT"
      * CONSOLIDATED STATEMENT, "LOANNTC" COLLECTIONS NOTICE,
      * "ESCHNTC" ESCHEAT OWNER NOTICE, "LOANLTR" LOAN DECISION
      * LETTER, "LOANINTS" YEAR-END LOAN INTEREST STATEMENT.
      * HM-REF IS THE ACCOUNT OR LOAN THE DOCUMENT IS ABOUT.
      * HM-LINE-NO 1 STARTS A NEW HELD DOCUMENT.
      *----------------------------------------------------------
           05  HM-HELD-DATE        PIC 9(08).
           05  HM-SOURCE           PIC X(08).
           05  HM-CUST-ID          PIC X(06).
           05  HM-REF              PIC X(08).
           05  HM-RETURNED-DATE    PIC 9(08).
           05  HM-LINE-NO          PIC 9(04).
           05  HM-IMAGE            PIC X(80).
           05  FILLER              PIC X(08).
