      *----------------------------------------------------------
      * PCHGREC - ONE PROPOSED CHANGE TO A MASTER OR CONTROL TABLE
      * ON THE INDEXED PENDCHG MAKER-CHECKER QUEUE, KEYED BY THE
      * TIME IT WAS PROPOSED.  THE MAINTENANCE PROGRAMS HAND THE
      * PROPOSAL TO THE CHGQUEUE SUBPROGRAM INSTEAD OF CHANGING
      * THE LIVE FILE; A SECOND SUPERVISOR APPROVES OR REJECTS IT
      * ON CHANGE-APPROVAL, AND ONLY AN APPROVAL TOUCHES THE LIVE
      * FILE.  CHANGE-QUEUE-AGING AGES THE UNDECIDED ITEMS NIGHTLY
      * AND EXPIRES THE STALE ONES.
      *
      * CQ-TABLE:  "O" = OPERATOR TRANSACTION LIMIT (OPERTAB,
      *            CQ-KEY = OPERATOR ID), "P" = PRODUCT MINIMUM
      *            BALANCE (PRODMAST, CQ-KEY = PRODUCT CODE),
      *            "T" = TRANSACTION CODE DIRECTION (TXNCODES,
      *            CQ-KEY = THE CODE), "C" = CALENDAR HOLIDAY
      *            (CALENDAR, CQ-KEY = THE YYYYMMDD DATE).
      * CQ-BEFORE: THE LIVE VALUE WHEN THE CHANGE WAS PROPOSED -
      *            AN AMOUNT FOR "O" AND "P", A ONE-BYTE CODE FOR
      *            "T", SPACES FOR "C" (A NEW ENTRY).  AN APPROVAL
      *            IS REFUSED IF THE LIVE VALUE NO LONGER MATCHES.
      * CQ-AFTER:  THE PROPOSED VALUE, IN THE SAME VIEWS; FOR "C"
      *            THE ENTRY TYPE AND DESCRIPTION.
      * CQ-STATUS: "P" = PENDING, "A" = APPROVED AND APPLIED,
      *            "R" = REJECTED, "E" = EXPIRED UNDECIDED.
      *            CQ-CHECKER AND CQ-DECIDED-DATE ARE SET WITH
      *            ANY DECISION; AN EXPIRY IS DECIDED BY "EXPIRY".
      *----------------------------------------------------------
           05  CQ-ID               PIC X(16).
           05  CQ-TABLE            PIC X(01).
               88  CQ-IS-OPER-LIMIT        VALUE "O".
               88  CQ-IS-PROD-MIN-BAL      VALUE "P".
               88  CQ-IS-TXN-DIRECTION     VALUE "T".
               88  CQ-IS-HOLIDAY           VALUE "C".
           05  CQ-KEY              PIC X(10).
           05  CQ-BEFORE           PIC X(21).
           05  CQ-BEFORE-AMT-VIEW REDEFINES CQ-BEFORE.
               10  CQ-BEFORE-AMOUNT
                                   PIC 9(5)V99.
               10  FILLER          PIC X(14).
           05  CQ-BEFORE-CODE-VIEW REDEFINES CQ-BEFORE.
               10  CQ-BEFORE-CODE  PIC X(01).
               10  FILLER          PIC X(20).
           05  CQ-AFTER            PIC X(21).
           05  CQ-AFTER-AMT-VIEW REDEFINES CQ-AFTER.
               10  CQ-AFTER-AMOUNT PIC 9(5)V99.
               10  FILLER          PIC X(14).
           05  CQ-AFTER-CODE-VIEW REDEFINES CQ-AFTER.
               10  CQ-AFTER-CODE   PIC X(01).
               10  CQ-AFTER-DESC   PIC X(20).
           05  CQ-MAKER            PIC X(06).
           05  CQ-MADE-DATE        PIC 9(08).
           05  CQ-STATUS           PIC X(01).
               88  CQ-IS-PENDING           VALUE "P".
               88  CQ-IS-APPROVED          VALUE "A".
               88  CQ-IS-REJECTED          VALUE "R".
               88  CQ-IS-EXPIRED           VALUE "E".
           05  CQ-CHECKER          PIC X(06).
           05  CQ-DECIDED-DATE     PIC 9(08).
           05  FILLER              PIC X(10).
