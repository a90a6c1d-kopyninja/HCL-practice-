      *----------------------------------------------------------
      * TBALREC - ONE STUDENT'S TUITION BALANCE FOR ONE TERM ON THE
      * INDEXED TUITBAL FILE, KEYED BY STUDENT ID AND TERM.  THE
      * RECORD IS CREATED BY A PAYMENT-PLAN SIGN-UP ON
      * COURSE-ENROLL-MAINT OR BY TUITION-BILLING-BATCH WHEN IT
      * INVOICES A CHARGE, AND IS WORKED NIGHTLY BY
      * TUITION-PLAN-COLLECT.
      *
      * TB-PLAN-STATUS: SPACE = NO PLAN, "S" = SIGNED UP (NOT YET
      *            BILLED), "A" = ACTIVE (INSTALLMENTS BEING
      *            COLLECTED), "C" = COMPLETE.
      * TB-PLAN-AMOUNT: THE TERM CHARGES BILLING PUT ON THE PLAN
      *            INSTEAD OF POSTING THEM; TB-PLAN-PAID IS WHAT
      *            THE INSTALLMENTS HAVE COLLECTED SO FAR.
      * TB-NEXT-DUE-DATE: THE NEXT INSTALLMENT'S DUE DATE; IT ONLY
      *            ROLLS (MONTHLY, DAY CLAMPED TO THE 28TH) WHEN
      *            THE INSTALLMENT IS COLLECTED.
      * TB-INVOICE-AMOUNT: CHARGES BILLING COULD NOT POST (THE
      *            TUITINV LINES), DUE BY TB-INVOICE-DUE-DATE;
      *            TB-INVOICE-PAID IS WHAT THE BURSAR HAS RECEIVED.
      * TB-PAST-DUE-SINCE: FIRST DAY AN INSTALLMENT OR THE INVOICE
      *            WAS FOUND PAST DUE; ZERO = CURRENT.  ANY NON-ZERO
      *            RECORD FOR A STUDENT IS A FINANCIAL HOLD.  AN
      *            INSTALLMENT (OR INVOICE) IS PAST DUE ONCE ITS
      *            DUE DATE IS BEHIND THE BUSINESS DATE AND IT IS
      *            STILL UNPAID.
      *----------------------------------------------------------
           05  TB-KEY.
               10  TB-STUDENT-ID   PIC X(06).
               10  TB-TERM         PIC X(05).
           05  TB-PLAN-STATUS      PIC X(01).
               88  TB-NO-PLAN              VALUE SPACE.
               88  TB-PLAN-SIGNED-UP       VALUE "S".
               88  TB-PLAN-ACTIVE          VALUE "A".
               88  TB-PLAN-COMPLETE        VALUE "C".
           05  TB-INSTALLMENTS     PIC 9(02).
           05  TB-PAID-COUNT       PIC 9(02).
           05  TB-NEXT-DUE-DATE    PIC 9(08).
           05  TB-PLAN-AMOUNT      PIC 9(7)V99.
           05  TB-PLAN-PAID        PIC 9(7)V99.
           05  TB-INVOICE-AMOUNT   PIC 9(7)V99.
           05  TB-INVOICE-PAID     PIC 9(7)V99.
           05  TB-INVOICE-DUE-DATE PIC 9(08).
           05  TB-PAST-DUE-SINCE   PIC 9(08).
               88  TB-IS-PAST-DUE          VALUE 1 THRU 99999999.
           05  TB-SIGNUP-DATE      PIC 9(08).
           05  FILLER              PIC X(10).
