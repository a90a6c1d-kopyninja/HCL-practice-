      *----------------------------------------------------------
      * LHSTREC - ONE ENTRY ON THE INDEXED LOANHIST LOAN TERMS
      * HISTORY FILE, KEYED BY LOAN NUMBER PLUS SEQUENCE (THE
      * LOAN'S LN-MOD-COUNT AFTER THE CHANGE).  EVERY CHANGE TO A
      * LOAN'S RATE, TERM, FREQUENCY OR NEXT DUE DATE AFTER
      * BOOKING IS WRITTEN HERE WITH ITS BEFORE AND AFTER VALUES
      * AND THE DATE IT TAKES EFFECT.
      *
      * LH-EVENT: "M" = MODIFICATION KEYED BY A TELLER UNDER
      * SUPERVISOR APPROVAL (LH-REASON: HD = HARDSHIP,
      * RN = RENEGOTIATED, WO = WORKOUT, OT = OTHER).
      * "R" = VARIABLE-RATE REPRICING BY LOAN-REPRICE-BATCH; ONLY
      * THE RATE CHANGES, LH-INDEX-CODE/LH-INDEX-RATE SAY WHICH
      * RATEINDX RATE DROVE IT, AND THE OPERATOR FIELDS ARE BLANK.
      *----------------------------------------------------------
           05  LH-KEY.
               10  LH-LOAN         PIC X(08).
               10  LH-SEQ          PIC 9(03).
           05  LH-EVENT            PIC X(01).
               88  LH-IS-MODIFICATION      VALUE "M".
               88  LH-IS-REPRICING         VALUE "R".
           05  LH-ENTRY-DATE       PIC 9(08).
           05  LH-EFF-DATE         PIC 9(08).
           05  LH-OLD-RATE         PIC 9(2)V9(2).
           05  LH-NEW-RATE         PIC 9(2)V9(2).
           05  LH-OLD-TERM         PIC 9(02).
           05  LH-NEW-TERM         PIC 9(02).
           05  LH-OLD-FREQ         PIC 9(01).
           05  LH-NEW-FREQ         PIC 9(01).
           05  LH-OLD-NEXT-DUE     PIC 9(08).
           05  LH-NEW-NEXT-DUE     PIC 9(08).
           05  LH-REASON           PIC X(02).
           05  LH-OPERATOR         PIC X(06).
           05  LH-APPROVER         PIC X(06).
           05  LH-INDEX-CODE       PIC X(04).
           05  LH-INDEX-RATE       PIC 9(2)V9(2).
           05  FILLER              PIC X(20).
