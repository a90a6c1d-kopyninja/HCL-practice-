      *----------------------------------------------------------
      * PHLDREC - ONE EXTERNAL PAYMENT HELD BY PAYMENT-EXPORT-
      * BATCH ON THE INDEXED PAYHOLD FILE, KEYED BY THE BUSINESS
      * DATE IT WAS HELD AND A SEQUENCE WITHIN THE DAY.  THE
      * PAYMENT WAS ALREADY DEBITED LOCALLY AS "EXT PAY"; IT IS
      * NOT SENT TO THE CLEARING BANK WHILE ITS PAYEE HAS AN
      * UNCLEARED OR CONFIRMED SANCTIONS MATCH ON SCRNMTCH.  EACH
      * NIGHT'S RUN RE-SCREENS THE HELD PAYMENTS AND EXPORTS ANY
      * WHOSE PAYEE HAS SINCE BEEN CLEARED.
      *
      * PH-STATUS: "H" = HELD, "R" = RELEASED TO THE EXPORT ON
      * PH-RELEASE-DATE.
      *----------------------------------------------------------
           05  PH-KEY.
               10  PH-HELD-DATE    PIC 9(08).
               10  PH-SEQ          PIC 9(05).
           05  PH-PAYEE-ID         PIC X(06).
           05  PH-SOURCE-ACCT      PIC X(06).
           05  PH-AMOUNT           PIC 9(7)V99.
           05  PH-STATUS           PIC X(01).
               88  PH-IS-HELD              VALUE "H".
               88  PH-IS-RELEASED          VALUE "R".
           05  PH-RELEASE-DATE     PIC 9(08).
           05  FILLER              PIC X(17).
