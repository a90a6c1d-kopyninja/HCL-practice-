      *----------------------------------------------------------
      * PCNVREC - ONE ACCOUNT PRODUCT CONVERSION ON THE PRODCONV
      * FILE, APPENDED BY THE MENU-CHOICE PRODUCT-CONVERSION
      * FUNCTION WHEN A SUPERVISOR-APPROVED CONVERSION MOVES AN
      * ACCOUNT TO ANOTHER PRODUCT UNDER THE SAME NUMBER, AND READ
      * BACK BY THE MONTHLY PROD-CONVERSION-REPORT.
      *
      * PC-INT-SETTLED: GROSS INTEREST ACCRUED UNDER THE OLD
      *            PRODUCT AND CREDITED AT CONVERSION; PC-WHT IS
      *            THE PART OF IT WITHHELD AT SOURCE.
      * PC-BELOW-MIN: "Y" WHEN THE BALANCE WAS UNDER THE NEW
      *            PRODUCT'S MINIMUM ON THE CONVERSION DATE.
      *----------------------------------------------------------
           05  PC-DATE             PIC 9(08).
           05  PC-ACCT             PIC X(06).
           05  PC-OLD-TYPE         PIC X(01).
           05  PC-OLD-PRODUCT      PIC X(02).
           05  PC-NEW-TYPE         PIC X(01).
           05  PC-NEW-PRODUCT      PIC X(02).
           05  PC-BALANCE          PIC S9(7)V99.
           05  PC-INT-SETTLED      PIC 9(7)V99.
           05  PC-WHT              PIC 9(7)V99.
           05  PC-NEW-MIN-BAL      PIC 9(5)V99.
           05  PC-BELOW-MIN        PIC X(01).
           05  PC-BRANCH           PIC X(03).
           05  PC-OPERATOR         PIC X(06).
           05  PC-APPROVED-BY      PIC X(06).
           05  FILLER              PIC X(10).
