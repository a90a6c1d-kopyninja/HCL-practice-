      *----------------------------------------------------------
      * DUPLREC - ONE DUPLICATE-STATEMENT REQUEST ON THE DUPSTLOG
      * REQUEST LOG, APPENDED BY DUP-STATEMENT-BATCH FOR EVERY
      * REQUEST IT IS GIVEN, PRODUCED OR REFUSED.  IT IS THE
      * AUDIT TRAIL OF WHO ASKED FOR WHICH ACCOUNT'S HISTORY AND
      * THE BASIS FOR CHARGING THE DUPLICATE-STATEMENT FEE.
      *
      * DQ-RESULT: "P" = STATEMENT PRODUCED, "R" = REFUSED (THE
      * REASON SAYS WHY).  DQ-TXN-COUNT IS THE NUMBER OF
      * TRANSACTION LINES THE STATEMENT CARRIED.
      *----------------------------------------------------------
           05  DQ-REQ-DATE         PIC 9(08).
           05  DQ-REQ-TIME         PIC 9(06).
           05  DQ-OPERATOR         PIC X(06).
           05  DQ-ACCT             PIC X(06).
           05  DQ-FROM-DATE        PIC 9(08).
           05  DQ-TO-DATE          PIC 9(08).
           05  DQ-RESULT           PIC X(01).
               88  DQ-PRODUCED             VALUE "P".
               88  DQ-REFUSED              VALUE "R".
           05  DQ-TXN-COUNT        PIC 9(05).
           05  DQ-REASON           PIC X(24).
           05  FILLER              PIC X(08).
