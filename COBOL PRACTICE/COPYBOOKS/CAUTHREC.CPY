      *----------------------------------------------------------
      * CAUTHREC - ONE CARD AUTHORIZATION ON THE INDEXED CARDAUTH
      * FILE, KEYED BY CARD REFERENCE.  LOADED FROM THE
      * PROCESSOR'S AUTHORIZATION FEED BY CARD-AUTH-INTAKE, WHICH
      * ALSO PLACES A MATCHING PENDING-AUTHORIZATION HOLD ON THE
      * HOLDREG REGISTER (HREGREC) SO EVERY DEBIT PATH PRICES THE
      * SPEND BEFORE IT SETTLES.  CA-HOLD-SEQ IS THAT HOLD'S
      * HR-SEQ UNDER CA-ACCT; ZERO OR BLANK ON OLDER ROWS MEANS
      * NO HOLD WAS PLACED.
      *
      * CA-STATUS: "S" = SETTLED BY CARD-SETTLE-BATCH (HOLD
      * RELEASED); "X" = LAPSED UNSETTLED PAST CA-EXPIRY-DATE
      * (HOLD EXPIRED); ANYTHING ELSE STILL OPEN.
      *----------------------------------------------------------
           05  CA-REFERENCE        PIC X(12).
           05  CA-ACCT             PIC X(06).
           05  CA-AMOUNT           PIC 9(7)V99.
           05  CA-AUTH-DATE        PIC 9(08).
           05  CA-EXPIRY-DATE      PIC 9(08).
           05  CA-STATUS           PIC X(01).
               88  CA-IS-SETTLED           VALUE "S".
               88  CA-IS-LAPSED            VALUE "X".
           05  CA-HOLD-SEQ         PIC 9(03).
           05  FILLER              PIC X(07).
