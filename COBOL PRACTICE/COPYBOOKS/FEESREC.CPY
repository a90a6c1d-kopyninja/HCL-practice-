      *----------------------------------------------------------
      * FEESREC - ONE ROW OF THE FEESCHED FEE SCHEDULE PARAMETER
      * FILE.  FS-TYPE IS THE ONE-BYTE FEE SCHEDULE CODE THE
      * PRODUCT MASTER CARRIES (PM-FEE-SCHED-CODE; "C"/"S" WHEN
      * THERE IS NO PRODUCT).
      *
      * FS-FEE-KIND SAYS WHICH FEE THE ROW PRICES:
      *   SPACE OR "M" = MONTHLY SERVICE FEE, READ BY
      *                  FEE-ASSESS-BATCH.  ONE ROW PER BALANCE
      *                  BAND, FS-BAND-LIMIT THE TOP OF THE BAND,
      *                  FS-WAIVE-MIN THE AVERAGE BALANCE THAT
      *                  WAIVES IT.
      *   "N"          = NSF / RETURNED-ITEM FEE, CHARGED BY THE
      *                  POSTING PROGRAMS WHEN THEY REFUSE OR
      *                  RETURN AN ITEM FOR FUNDS.  ONE ROW PER
      *                  SCHEDULE CODE; ONLY FS-FEE AND
      *                  FS-DAILY-MAX (FEES PER ACCOUNT PER
      *                  BUSINESS DAY, ZERO OR BLANK MEANS 3)
      *                  APPLY.
      *   "L"          = LEGAL ORDER PROCESSING FEE, CHARGED BY
      *                  LEGAL-ORDER-BATCH WHEN A GARNISHMENT OR
      *                  LEVY IS REMITTED.  ONE ROW PER SCHEDULE
      *                  CODE; ONLY FS-FEE APPLIES.
      * OLDER ROWS END AT FS-WAIVE-MIN AND READ AS SERVICE FEES.
      *----------------------------------------------------------
           05  FS-TYPE             PIC X(01).
           05  FS-BAND-LIMIT       PIC 9(7)V99.
           05  FS-FEE              PIC 9(5)V99.
           05  FS-WAIVE-MIN        PIC 9(7)V99.
           05  FS-FEE-KIND         PIC X(01).
               88  FS-IS-NSF-FEE           VALUE "N".
               88  FS-IS-LEGAL-FEE         VALUE "L".
           05  FS-DAILY-MAX        PIC 9(02).
