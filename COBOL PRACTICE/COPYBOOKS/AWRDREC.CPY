      *----------------------------------------------------------
      * AWRDREC - ONE SCHOLARSHIP OR FINANCIAL AID AWARD FOR ONE
      * STUDENT AND TERM ON THE INDEXED AWARD REGISTER (AWARDREG),
      * KEYED BY STUDENT ID, TERM AND AWARD CODE.  KEYED BY THE
      * BURSAR THROUGH COURSE-ENROLL-MAINT (TUITION OPTION) AND
      * APPLIED BY TUITION-BILLING-BATCH AGAINST THE STUDENT'S
      * TERM CHARGE BEFORE ANYTHING IS POSTED.
      *
      * AW-SPONSOR-CODE: THE EXTERNAL SPONSOR WHO REIMBURSES THE
      *            AWARD; SPACES = AN INSTITUTIONAL AWARD WITH NO
      *            ONE TO BILL.  APPLIED SPONSOR AWARDS GO ON THE
      *            SPONBILL SPONSOR BILLING FILE.
      * AW-BASIS: "A" = A FIXED AMOUNT (AW-AMOUNT), "P" = A
      *            PERCENTAGE OF THE TERM'S GROSS TUITION
      *            (AW-PERCENT).  EITHER IS CAPPED AT WHAT IS LEFT
      *            OF THE CHARGE AFTER EARLIER AWARDS.
      * AW-MIN-CREDITS / AW-MAX-CREDITS: THE AWARD IS ONLY
      *            ELIGIBLE WHEN THE CREDITS BILLED FOR THE TERM
      *            ARE WITHIN THEM; ZERO = NO LIMIT.
      * AW-STATUS: "A" = AWARDED, WAITING FOR BILLING; "P" =
      *            APPLIED BY BILLING (AW-APPLIED-AMOUNT ON
      *            AW-APPLIED-DATE); "N" = NOT ELIGIBLE AT BILLING
      *            (CREDIT CONDITIONS NOT MET); "X" = CANCELLED.
      *----------------------------------------------------------
           05  AW-KEY.
               10  AW-STUDENT-ID   PIC X(06).
               10  AW-TERM         PIC X(05).
               10  AW-AWARD-CODE   PIC X(04).
           05  AW-SPONSOR-CODE     PIC X(06).
           05  AW-SPONSOR-NAME     PIC X(20).
           05  AW-BASIS            PIC X(01).
               88  AW-BASIS-AMOUNT         VALUE "A".
               88  AW-BASIS-PERCENT        VALUE "P".
           05  AW-AMOUNT           PIC 9(7)V99.
           05  AW-PERCENT          PIC 9(3)V99.
           05  AW-MIN-CREDITS      PIC 9(02).
           05  AW-MAX-CREDITS      PIC 9(02).
           05  AW-STATUS           PIC X(01).
               88  AW-IS-AWARDED           VALUE "A".
               88  AW-IS-APPLIED           VALUE "P".
               88  AW-NOT-ELIGIBLE         VALUE "N".
               88  AW-IS-CANCELLED         VALUE "X".
           05  AW-APPLIED-AMOUNT   PIC 9(7)V99.
           05  AW-APPLIED-DATE     PIC 9(08).
           05  FILLER              PIC X(20).
