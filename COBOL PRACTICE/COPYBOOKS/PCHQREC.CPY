      *----------------------------------------------------------
      * PCHQREC - ONE PAID CHEQUE ON THE INDEXED PAIDCHQ REGISTER,
      * KEYED BY ACCOUNT PLUS CHEQUE SERIAL.  WRITTEN BY
      * CHQ-CLEAR-IN-BATCH FOR EVERY PRESENTMENT IT PAYS; A SECOND
      * PRESENTMENT OF A SERIAL ALREADY ON THE REGISTER IS
      * RETURNED AS A DUPLICATE.  PQ-TXN-SEQ IS THE TXNDETL
      * SEQUENCE OF THE "CHQ PAID" ENTRY.
      *----------------------------------------------------------
           05  PQ-KEY.
               10  PQ-ACCT         PIC X(06).
               10  PQ-SERIAL       PIC 9(08).
           05  PQ-AMOUNT           PIC 9(7)V99.
           05  PQ-PAID-DATE        PIC 9(08).
           05  PQ-TXN-SEQ          PIC 9(07).
           05  FILLER              PIC X(12).
