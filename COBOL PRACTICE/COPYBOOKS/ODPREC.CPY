      *----------------------------------------------------------
      * ODPREC - ONE OVERDRAFT-PROTECTION ENROLMENT ON THE INDEXED
      * ODPROT FILE, KEYED BY THE PROTECTED CHECKING ACCOUNT.
      * WRITTEN BY OD-PROTECT-MAINT; READ BY EVERY DEBIT PATH THAT
      * PRICES THE AVAILABLE BALANCE (TELLER WITHDRAWAL, TRANSFER
      * AND PAYMENT, BRANCH-POST-BATCH, STANDING-ORDER-BATCH, THE
      * FUTURE-DATED QUEUE, CARD SETTLEMENT, INWARD CLEARING AND
      * SAFE-BOX RENT).  A DEBIT THE CHECKING ACCOUNT CANNOT COVER
      * PULLS THE SHORTFALL FROM PT-PROTECT-ACCT AS AN "ODP OUT"/
      * "ODP IN" PAIR UNDER ONE REFERENCE, "OD" PLUS THE CHECKING
      * ACCOUNT NUMBER.
      *
      * PT-INCREMENT: THE TRANSFER IS THE SHORTFALL ROUNDED UP TO
      * THE NEXT WHOLE MULTIPLE OF THIS AMOUNT; ZERO MOVES THE
      * EXACT SHORTFALL.
      * PT-STATUS: "D" = ENROLMENT REMOVED, ANYTHING ELSE ACTIVE.
      * FLAGGED RATHER THAN DELETED SO THE MONTHLY REPORT CAN
      * COUNT REMOVALS.
      *----------------------------------------------------------
           05  PT-ACCT             PIC X(06).
           05  PT-PROTECT-ACCT     PIC X(06).
           05  PT-INCREMENT        PIC 9(5)V99.
           05  PT-STATUS           PIC X(01).
               88  PT-IS-REMOVED           VALUE "D".
           05  PT-ENROL-DATE       PIC 9(08).
           05  PT-REMOVE-DATE      PIC 9(08).
           05  PT-OPERATOR         PIC X(06).
           05  FILLER              PIC X(18).
