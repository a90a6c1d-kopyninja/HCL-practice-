      *----------------------------------------------------------
      * LATEREC - ONE LATE CHARGE ON THE INDEXED LATEFEES
      * REGISTER, KEYED BY LOAN NUMBER PLUS THE DUE DATE OF THE
      * MISSED INSTALLMENT IT WAS ASSESSED FOR.  WRITTEN BY THE
      * NIGHTLY LOAN-LATE-CHARGE-BATCH (ONE RECORD PER MISSED
      * INSTALLMENT, SO THE KEY ITSELF STOPS A DOUBLE CHARGE) AND
      * MARKED WAIVED BY THE MENU-CHOICE LATE-FEE WAIVER, WHICH
      * STAMPS WHO WAIVED IT, WHO APPROVED IT AND WHY.
      *
      * LF-STATUS: "W" = WAIVED; ANYTHING ELSE STANDS AS
      * ASSESSED.  LF-WAIVE-REASON USES THE FEEWVLOG CODES (CL,
      * BE, GW, OT).
      *----------------------------------------------------------
           05  LF-KEY.
               10  LF-LOAN         PIC X(08).
               10  LF-INSTALL-DUE  PIC 9(08).
           05  LF-ASSESS-DATE      PIC 9(08).
           05  LF-AMOUNT           PIC 9(5)V99.
           05  LF-GRACE-DAYS       PIC 9(03).
           05  LF-STATUS           PIC X(01).
               88  LF-IS-WAIVED            VALUE "W".
           05  LF-WAIVE-DATE       PIC 9(08).
           05  LF-WAIVE-REASON     PIC X(02).
           05  LF-WAIVE-OPERATOR   PIC X(06).
           05  LF-WAIVE-APPROVER   PIC X(06).
           05  FILLER              PIC X(13).
