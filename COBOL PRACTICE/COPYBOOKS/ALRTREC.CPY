      *----------------------------------------------------------
      * ALRTREC - ONE CUSTOMER'S ALERT PREFERENCES ON THE INDEXED
      * ALERTSUB FILE, KEYED BY CUSTOMER ID.  MAINTAINED FROM
      * CUSTOMER-MAINT AND READ NIGHTLY BY ALERT-EXTRACT-BATCH,
      * WHICH WRITES THE ALERTS FOR THE SMS/EMAIL VENDOR.
      *
      * AL-LOW-BAL-FLAG: "Y" = ALERT WHEN A DEBIT LEAVES AN OPEN
      *            ACCOUNT BELOW AL-LOW-BAL-AMT.
      * AL-DEBIT-FLAG: "Y" = ALERT ON ANY SINGLE DEBIT OVER
      *            AL-DEBIT-AMT.
      * AL-RETURN-FLAG: "Y" = ALERT ON A RETURNED ITEM OR NSF FEE.
      * AL-PAYFAIL-FLAG: "Y" = ALERT WHEN A STANDING ORDER OR A
      *            QUEUED FUTURE-DATED TRANSACTION FAILS.
      * AL-TDMAT-FLAG: "Y" = ALERT SEVEN DAYS BEFORE A TERM
      *            DEPOSIT MATURES.
      *----------------------------------------------------------
           05  AL-CUST-ID          PIC X(06).
           05  AL-LOW-BAL-FLAG     PIC X(01).
               88  AL-WANTS-LOW-BAL        VALUE "Y".
           05  AL-LOW-BAL-AMT      PIC 9(7)V99.
           05  AL-DEBIT-FLAG       PIC X(01).
               88  AL-WANTS-DEBIT          VALUE "Y".
           05  AL-DEBIT-AMT        PIC 9(7)V99.
           05  AL-RETURN-FLAG      PIC X(01).
               88  AL-WANTS-RETURN         VALUE "Y".
           05  AL-PAYFAIL-FLAG     PIC X(01).
               88  AL-WANTS-PAYFAIL        VALUE "Y".
           05  AL-TDMAT-FLAG       PIC X(01).
               88  AL-WANTS-TDMAT          VALUE "Y".
           05  AL-UPDATED-DATE     PIC 9(08).
           05  AL-UPDATED-BY       PIC X(06).
           05  FILLER              PIC X(10).
