      *----------------------------------------------------------
      * SDBXREC - ONE SAFE DEPOSIT BOX ON THE INDEXED SDBOXMST BOX
      * MASTER, KEYED BY BRANCH PLUS BOX NUMBER, REPLACING THE
      * BRANCH PAPER LEDGERS.  MAINTAINED THROUGH SAFE-BOX-MAINT
      * (RENT, CO-RENTERS, SURRENDER, KEY/DRILL STATUS, INQUIRY);
      * SAFE-BOX-RENT-BATCH DEBITS THE ANNUAL RENT FROM
      * SB-RENT-ACCT ON SB-RENT-DUE AND ROLLS THE DUE DATE A YEAR.
      * CO-RENTERS ARE HELD ON THE SDBRENTR CROSS-REFERENCE
      * (SDBRREC), THE WAY ACCTOWN CARRIES JOINT OWNERS.
      *
      * SB-SIZE:       "S" SMALL, "M" MEDIUM, "L" LARGE,
      *                "X" EXTRA LARGE.
      * SB-STATUS:     "R" = RENTED, ANYTHING ELSE VACANT.
      * SB-KEY-STATUS: "N" = BOTH KEYS ISSUED/HELD, "L" = RENTER
      *                REPORTED A KEY LOST, "D" = BOX DRILLED.  A
      *                LOST-KEY OR DRILLED BOX CANNOT BE RENTED
      *                UNTIL IT IS REKEYED (SET BACK TO "N").
      * SB-DELINQ-SINCE: FIRST RENT RUN THAT COULD NOT CHARGE THE
      * CURRENT YEAR'S RENT; ZERO WHEN THE RENT IS PAID UP.
      * THE RENTER FIELDS ARE LEFT ON A SURRENDERED BOX FOR
      * REFERENCE UNTIL IT IS RENTED AGAIN.
      *----------------------------------------------------------
           05  SB-KEY.
               10  SB-BRANCH       PIC X(03).
               10  SB-BOX-NUM      PIC X(05).
           05  SB-SIZE             PIC X(01).
               88  SB-SIZE-VALID           VALUE "S" "M" "L" "X".
           05  SB-STATUS           PIC X(01).
               88  SB-IS-RENTED            VALUE "R".
           05  SB-KEY-STATUS       PIC X(01).
               88  SB-KEYS-NORMAL          VALUE "N".
               88  SB-KEY-LOST             VALUE "L".
               88  SB-IS-DRILLED           VALUE "D".
           05  SB-KEY-STATUS-DATE  PIC 9(08).
           05  SB-RENTER-ID        PIC X(06).
           05  SB-RENT-ACCT        PIC X(06).
           05  SB-ANNUAL-RENT      PIC 9(5)V99.
           05  SB-RENT-DUE         PIC 9(08).
           05  SB-RENTED-DATE      PIC 9(08).
           05  SB-LAST-RENT-DATE   PIC 9(08).
           05  SB-DELINQ-SINCE     PIC 9(08).
           05  SB-SURRENDER-DATE   PIC 9(08).
           05  FILLER              PIC X(20).
