      * AD-MAIL-PREF: "M" = MAIL THE STATEMENT (THE DEFAULT FOR
      * BLANKS ON OLDER RECORDS), "E" = ELECTRONIC DELIVERY (DO
      * NOT MAIL), "H" = HOLD AT BRANCH FOR PICKUP.
      *
      * AD-RETURNED-MAIL: "Y" = THE POST OFFICE HAS RETURNED MAIL
      * AS UNDELIVERABLE TO THIS ADDRESS.  SET AND CLEARED FROM
      * CUSTOMER-MAINT; WHILE IT IS SET THE STATEMENT AND NOTICE
      * RUNS DIVERT THE CUSTOMER'S OUTPUT TO THE HOLDMAIL FILE
      * INSTEAD OF MAILING IT.  AD-RETURNED-DATE IS THE BUSINESS
      * DAY THE FLAG WAS SET (ZERO WHEN NOT SET).
      *----------------------------------------------------------
           05  AD-CUST-ID          PIC X(06).
           05  AD-STREET           PIC X(25).
               88  AD-MAIL-STATEMENT       VALUE "M" " ".
               88  AD-E-DELIVERY           VALUE "E".
               88  AD-HOLD-AT-BRANCH       VALUE "H".
           05  AD-RETURNED-MAIL    PIC X(01).
               88  AD-MAIL-RETURNED        VALUE "Y".
           05  AD-RETURNED-DATE    PIC 9(08).
