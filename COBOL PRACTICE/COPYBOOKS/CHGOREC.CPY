      *----------------------------------------------------------
      * CHGOREC - ONE ENTRY ON THE INDEXED CHGOFF CHARGE-OFF
      * REGISTER, KEYED BY LOAN NUMBER PLUS SEQUENCE.  SEQUENCE
      * ZERO IS THE CHARGE-OFF ITSELF, WRITTEN BY THE MENU-CHOICE
      * LOAN CHARGE-OFF FUNCTION UNDER SUPERVISOR APPROVAL WITH
      * THE PRINCIPAL, ACCRUED INTEREST AND LATE FEES WRITTEN OFF.
      * EVERY LATER PAYMENT ON THE LOAN (TELLER OR STANDING ORDER)
      * IS A RECOVERY: IT BUMPS CO-RECOV-COUNT AND CO-RECOVERED
      * ON THE CHARGE-OFF ENTRY AND IS WRITTEN AS ITS OWN ENTRY
      * UNDER THE NEXT SEQUENCE.  CHARGE-OFF-REPORT READS THE
      * MONTH'S ENTRIES BY BRANCH.
      *
      * CO-ENTRY-TYPE: "C" = CHARGE-OFF, "R" = RECOVERY.
      * CO-AMOUNT: TOTAL WRITTEN OFF ("C") OR AMOUNT RECOVERED
      * ("R").  CO-BRANCH IS THE LOAN'S BRANCH (LN-BRANCH; SPACES
      * IS THE HEAD OFFICE), CARRIED ONTO EACH RECOVERY SO THE
      * BRANCH THAT TOOK THE LOSS GETS THE RECOVERY.  CO-SOURCE
      * ON A RECOVERY: "T" = TELLER, "S" = STANDING ORDER
      * (CO-OPERATOR THEN CARRIES THE ORDER ID).
      *----------------------------------------------------------
           05  CO-KEY.
               10  CO-LOAN         PIC X(08).
               10  CO-SEQ          PIC 9(04).
           05  CO-ENTRY-TYPE       PIC X(01).
               88  CO-IS-CHARGE-OFF        VALUE "C".
               88  CO-IS-RECOVERY          VALUE "R".
           05  CO-DATE             PIC 9(08).
           05  CO-BRANCH           PIC X(03).
           05  CO-PRINCIPAL        PIC S9(8)V99.
           05  CO-INTEREST         PIC S9(6)V99.
           05  CO-LATE-FEES        PIC S9(5)V99.
           05  CO-AMOUNT           PIC S9(8)V99.
           05  CO-RECOV-COUNT      PIC 9(04).
           05  CO-RECOVERED        PIC S9(8)V99.
           05  CO-SOURCE           PIC X(01).
           05  CO-REASON           PIC X(02).
           05  CO-OPERATOR         PIC X(06).
           05  CO-APPROVER         PIC X(06).
           05  FILLER              PIC X(12).
