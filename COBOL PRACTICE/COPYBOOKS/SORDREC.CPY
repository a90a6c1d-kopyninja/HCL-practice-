      * MONTHLY ORDER'S DAY-OF-MONTH IS PAST THE 28TH IT IS
      * CLAMPED TO THE 28TH AS THE DUE DATE ROLLS, SO EVERY MONTH
      * CAN HONOR IT.
      * SO-STATUS: "C" CANCELLED; "S" SUSPENDED BY THE DECEASED
      * CUSTOMER PROCESS (DECEASED-NOTIFY-BATCH) UNTIL THE ESTATE
      * IS SETTLED; ANYTHING ELSE IS ACTIVE.
      *
      * SO-TARGET-TYPE: "L" MEANS THE ORDER REPAYS THE LOANMSTR
      * LOAN IN SO-TARGET-LOAN INSTEAD OF CREDITING AN ACCOUNT;
           05  SO-NEXT-DUE         PIC 9(08).
           05  SO-STATUS           PIC X(01).
               88  SO-IS-CANCELLED         VALUE "C".
               88  SO-IS-SUSPENDED         VALUE "S".
           05  SO-TARGET-TYPE      PIC X(01).
               88  SO-TARGET-IS-LOAN       VALUE "L".
               88  SO-TARGET-IS-PAYEE      VALUE "P".
