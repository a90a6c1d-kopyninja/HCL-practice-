      *----------------------------------------------------------
      * CARDREC - ONE DEBIT CARD ON THE INDEXED CARDMSTR FILE,
      * KEYED BY CARD NUMBER WITH THE LINKED ACCOUNT AS A
      * DUPLICATE ALTERNATE KEY.  ISSUED AND MAINTAINED FROM THE
      * CARD-MAINT SCREEN; READ BY CARD-AUTH-INTAKE AND
      * CARD-SETTLE-BATCH, WHICH REFUSE ACTIVITY ON A CARD THAT IS
      * NOT ACTIVE OR HAS RUN PAST ITS EXPIRY DATE, AND HOLD IT TO
      * THE CARD'S DAILY LIMITS.  THE CARD NUMBER IS NEVER PRINTED
      * IN FULL - REPORTS SHOW ONLY ITS LAST FOUR DIGITS.
      *
      * CD-STATUS: "A" ACTIVE, "L" REPORTED LOST, "S" REPORTED
      * STOLEN, "E" EXPIRED, "C" CLOSED.
      * CD-CASH-LIMIT / CD-PURCH-LIMIT: MOST THE CARD MAY DRAW IN
      * CASH / SPEND ON PURCHASES IN ONE BUSINESS DAY; ZERO MEANS
      * NO LIMIT.  CD-USAGE-DATE IS THE BUSINESS DAY THE TWO USED
      * TOTALS BELONG TO; AN OLDER DATE MEANS NOTHING USED TODAY.
      *----------------------------------------------------------
           05  CD-CARD-NUMBER      PIC X(16).
           05  CD-ACCT             PIC X(06).
           05  CD-CUST-ID          PIC X(06).
           05  CD-ISSUE-DATE       PIC 9(08).
           05  CD-EXPIRY-DATE      PIC 9(08).
           05  CD-STATUS           PIC X(01).
               88  CD-IS-ACTIVE            VALUE "A".
               88  CD-IS-LOST              VALUE "L".
               88  CD-IS-STOLEN            VALUE "S".
               88  CD-IS-EXPIRED           VALUE "E".
               88  CD-IS-CLOSED            VALUE "C".
               88  CD-STATUS-VALID         VALUE "A" "L" "S"
                                                 "E" "C".
           05  CD-STATUS-DATE      PIC 9(08).
           05  CD-CASH-LIMIT       PIC 9(7)V99.
           05  CD-PURCH-LIMIT      PIC 9(7)V99.
           05  CD-USAGE-DATE       PIC 9(08).
           05  CD-CASH-USED        PIC 9(7)V99.
           05  CD-PURCH-USED       PIC 9(7)V99.
           05  CD-OPERATOR         PIC X(06).
           05  FILLER              PIC X(20).
