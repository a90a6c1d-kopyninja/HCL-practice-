      *----------------------------------------------------------
      * LORDREC - ONE COURT GARNISHMENT OR TAX LEVY ON THE INDEXED
      * LEGAL ORDER REGISTER (LEGLORDS), KEYED BY THE ORDER NUMBER
      * THE ISSUING AGENCY PUT ON THE ORDER.  WRITTEN AND CLOSED
      * BY LEGAL-ORDER-BATCH; AGED NIGHTLY AGAINST THE ANSWER
      * DEADLINE BY LEGAL-ORDER-AGE-REPORT.
      *
      * LO-AGENCY-PAYEE: THE AGENCY'S PAYEEREG ENTRY, WHICH THE
      * PAYMENT EXPORT USES TO REMIT.  LO-AGENCY-NAME IS COPIED
      * FROM IT WHEN THE ORDER IS RECEIVED.
      * LO-PROTECT-AMOUNT: THE PART OF THE CUSTOMER'S AVAILABLE
      * FUNDS THE ORDER MAY NOT TOUCH (EXEMPT BENEFITS AND THE
      * LIKE), LEFT FREE ACROSS ALL THE ACCOUNTS TOGETHER.
      * LO-HELD-AMOUNT: TOTAL PUT ON HOLDREG HOLDS AT RECEIPT,
      * EACH HOLD CARRYING THE ORDER NUMBER AS ITS CASE REFERENCE.
      * LO-STATUS: "H" HELD (OPEN), "P" PAID TO THE AGENCY,
      *            "W" WITHDRAWN BY THE AGENCY, HOLDS RELEASED.
      *----------------------------------------------------------
           05  LO-ORDER-NUM        PIC X(10).
           05  LO-ORDER-TYPE       PIC X(01).
               88  LO-IS-GARNISHMENT       VALUE "G".
               88  LO-IS-LEVY              VALUE "L".
               88  LO-TYPE-VALID           VALUE "G" "L".
           05  LO-AGENCY-PAYEE     PIC X(06).
           05  LO-AGENCY-NAME      PIC X(20).
           05  LO-CUST-ID          PIC X(06).
           05  LO-ORDER-AMOUNT     PIC 9(7)V99.
           05  LO-PROTECT-AMOUNT   PIC 9(7)V99.
           05  LO-RECEIVED-DATE    PIC 9(08).
           05  LO-ANSWER-DATE      PIC 9(08).
           05  LO-STATUS           PIC X(01).
               88  LO-IS-OPEN              VALUE "H".
               88  LO-IS-PAID              VALUE "P".
               88  LO-IS-WITHDRAWN         VALUE "W".
           05  LO-HELD-AMOUNT      PIC 9(7)V99.
           05  LO-REMITTED-AMOUNT  PIC 9(7)V99.
           05  LO-FEE-AMOUNT       PIC 9(5)V99.
           05  LO-CLOSED-DATE      PIC 9(08).
           05  LO-OPERATOR         PIC X(06).
           05  FILLER              PIC X(10).
