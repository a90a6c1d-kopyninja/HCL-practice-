      *            "P" PAYEE PAYMENT (FQ-TARGET IS THE PAYEE ID).
      * FQ-STATUS: "S" SCHEDULED, "D" DONE, "X" CANCELED,
      *            "F" FAILED OUT.
      * FQ-LAST-TRY-DATE: BUSINESS DATE OF THE LAST FAILED TRY
      *            (SPACES OR ZERO IF IT HAS NEVER FAILED), SO THE
      *            NIGHT'S FAILURES CAN BE TOLD FROM OLDER ONES.
      *----------------------------------------------------------
           05  FQ-ID               PIC X(08).
           05  FQ-TYPE             PIC X(01).
               88  FQ-IS-FAILED            VALUE "F".
           05  FQ-RETRY-COUNT      PIC 9(02).
           05  FQ-FAIL-REASON      PIC X(22).
           05  FQ-LAST-TRY-DATE    PIC 9(08).
           05  FILLER              PIC X(03).
