      *----------------------------------------------------------
      * BPRFREC - ONE BRANCH'S FIGURES FOR ONE MONTH ON THE
      * BRANCH PROFITABILITY HISTORY FILE (BRPROFHS), APPENDED BY
      * BRANCH-PROFIT-REPORT EACH MONTH END SO THE NEXT MONTH CAN
      * COMPARE AGAINST IT.  A RERUN APPENDS THE MONTH AGAIN; THE
      * LAST RECORD FOR A BRANCH AND MONTH IS THE ONE THAT COUNTS.
      *
      * BP-BRANCH: SPACES = HEAD OFFICE.
      * BP-LOAN-EOM-BAL: LIVE LOAN BALANCE AT THE MONTH END, THE
      *            OPENING HALF OF NEXT MONTH'S AVERAGE LOAN
      *            BALANCE.
      *----------------------------------------------------------
           05  BP-MONTH            PIC 9(06).
           05  BP-BRANCH           PIC X(03).
           05  BP-DEP-INT-PAID     PIC S9(11)V99.
           05  BP-OD-INT-EARNED    PIC S9(11)V99.
           05  BP-LOAN-INT-EARNED  PIC S9(11)V99.
           05  BP-FEE-INCOME       PIC S9(11)V99.
           05  BP-AVG-DEP-BAL      PIC S9(11)V99.
           05  BP-AVG-LOAN-BAL     PIC S9(11)V99.
           05  BP-LOAN-EOM-BAL     PIC S9(11)V99.
           05  BP-OPENED           PIC 9(05).
           05  BP-CLOSED           PIC 9(05).
           05  FILLER              PIC X(10).
