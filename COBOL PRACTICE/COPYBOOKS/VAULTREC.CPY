      *----------------------------------------------------------
      * VAULTREC - ONE BRANCH VAULT POSITION ON THE INDEXED
      * VAULTPOS FILE, KEYED BY BRANCH (SPACES = HEAD OFFICE).
      * WRITTEN ONLY BY VAULT-PROOF-BATCH, WHICH OPENS EACH NIGHT
      * FROM VP-CLOSE-POS AND LEAVES THE NEW CLOSING THERE: THE
      * COUNTED POSITION WHEN A VAULT COUNT WAS KEYED, ELSE THE
      * EXPECTED ONE CARRIED FORWARD.
      *
      * VP-OPEN-POS KEEPS THE OPENING THE LAST PROOF STARTED FROM,
      * SO A RERUN FOR THE SAME BUSINESS DATE (VP-POS-DATE) STARTS
      * FROM IT AGAIN INSTEAD OF ROLLING THE DAY TWICE.
      * COUNTS ARE NOTE PIECES IN THE DRAWREC ORDER 100, 50, 20,
      * 10, 5, 2, 1; THE COIN IS AN AMOUNT.
      *----------------------------------------------------------
           05  VP-BRANCH           PIC X(03).
           05  VP-POS-DATE         PIC 9(08).
           05  VP-CLOSE-POS.
               10  VP-CLOSE-COUNT  PIC 9(06) OCCURS 7 TIMES.
               10  VP-CLOSE-COIN   PIC 9(6)V99.
           05  VP-OPEN-POS.
               10  VP-OPEN-COUNT   PIC 9(06) OCCURS 7 TIMES.
               10  VP-OPEN-COIN    PIC 9(6)V99.
           05  VP-COUNTED-FLAG     PIC X(01).
               88  VP-WAS-COUNTED          VALUE "Y".
           05  FILLER              PIC X(10).
