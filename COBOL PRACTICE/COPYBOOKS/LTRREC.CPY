      *----------------------------------------------------------
      * LTRREC - ONE LOAN DECISION LETTER ON THE LOANLTRS FILE,
      * WRITTEN NIGHTLY BY LOAN-DECISION-LETTERS FOR EVERY
      * APPLICANT THE QUOTE RUN QUOTED (LOANQTE) OR DECLINED
      * (LOANDECL), AND PASSED TO THE LETTER PRINT VENDOR.
      *
      * LT-DELIVERY: THE CUSTADDR MAILING PREFERENCE - "M" = MAIL,
      *            "E" = ELECTRONIC DELIVERY (DO NOT MAIL), "H" =
      *            HOLD AT BRANCH FOR PICKUP.  A LETTER FOR AN
      *            ADDRESS FLAGGED RETURNED-MAIL GOES TO HOLDMAIL
      *            INSTEAD OF THIS FILE.
      * LT-DECISION: "A" = APPROVED (THE QUOTE TERMS ARE FILLED
      *            IN), "D" = DECLINED (LT-DECLINE-CODE AND THE
      *            PLAIN-LANGUAGE LT-REASON-TEXT ARE FILLED IN).
      *----------------------------------------------------------
           05  LT-LETTER-DATE      PIC 9(08).
           05  LT-APPLICANT-ID     PIC X(10).
           05  LT-CUST-ID          PIC X(06).
           05  LT-DELIVERY         PIC X(01).
               88  LT-BY-MAIL              VALUE "M".
               88  LT-BY-E-DELIVERY        VALUE "E".
               88  LT-HOLD-AT-BRANCH       VALUE "H".
           05  LT-DECISION         PIC X(01).
               88  LT-APPROVED             VALUE "A".
               88  LT-DECLINED             VALUE "D".
           05  LT-MAILING-BLOCK.
               10  LT-NAME         PIC X(20).
               10  LT-STREET       PIC X(25).
               10  LT-CITY         PIC X(15).
               10  LT-STATE        PIC X(02).
               10  LT-ZIP          PIC X(10).
           05  LT-PRINCIPAL        PIC 9(06).
           05  LT-RATE             PIC 9(2)V99.
           05  LT-YEARS-TERM       PIC 9(02).
           05  LT-COMPOUNDING      PIC X(09).
           05  LT-INTEREST         PIC 9(6)V99.
           05  LT-TOTAL-REPAY      PIC 9(6)V99.
           05  LT-DECLINE-CODE     PIC X(02).
           05  LT-REASON-TEXT      PIC X(60).
           05  FILLER              PIC X(20).
