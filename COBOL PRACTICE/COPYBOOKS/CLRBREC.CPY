      *----------------------------------------------------------
      * CLRBREC - ONE BUSINESS DAY'S CLEARING SETTLEMENT BREAK ON
      * THE INDEXED CLRBRKS FILE, KEYED BY THE BUSINESS DATE.
      * WRITTEN BY CLEARING-RECON-BATCH WHEN THE EXCHANGE'S
      * ADVISED NET SETTLEMENT DOES NOT MATCH THE NET WE EXPECT
      * FROM OUR OWN CLEARING FILES.  AMOUNTS ARE SIGNED FROM OUR
      * SIDE: POSITIVE IS DUE TO US, NEGATIVE IS DUE FROM US.
      * CK-DIFFERENCE IS ADVISED LESS EXPECTED.
      *
      * CK-STATUS: "O" = OPEN, CARRIED INTO EVERY LATER DAY'S
      * RECONCILIATION; "C" = CLEARED, WHEN A LATER DAY'S
      * DIFFERENCE BROUGHT THE RUNNING TOTAL OF OPEN BREAKS BACK
      * TO ZERO (A TIMING DIFFERENCE THAT REVERSED).  CLEARED
      * ROWS STAY ON FILE AS THE HISTORY OF THE BREAK.
      *----------------------------------------------------------
           05  CK-DATE             PIC 9(08).
           05  CK-EXPECTED         PIC S9(9)V99.
           05  CK-ADVISED          PIC S9(9)V99.
           05  CK-DIFFERENCE       PIC S9(9)V99.
           05  CK-STATUS           PIC X(01).
               88  CK-IS-OPEN              VALUE "O".
               88  CK-IS-CLEARED           VALUE "C".
           05  CK-CLEARED-DATE     PIC 9(08).
           05  FILLER              PIC X(20).
