      * DW-EVENT: "O" = OPENING DECLARATION, "C" = CLOSING COUNT.
      * WHEN AN OPERATOR SIGNS ON OR OFF MORE THAN ONCE IN A DAY
      * THE LAST EVENT OF EACH KIND FOR THE BUSINESS DATE STANDS.
      *
      * BRANCH VAULT EVENTS SHARE THE FILE, KEYED THROUGH THE
      * MENU-CHOICE VAULT CASH OPTION WITH HEAD TELLER (SUPERVISOR)
      * APPROVAL IN DW-APPROVED-BY:
      *   "B" = TELLER BUYS CASH FROM THE VAULT (DRAWER IN, VAULT
      *         OUT), "S" = TELLER SELLS CASH TO THE VAULT (DRAWER
      *         OUT, VAULT IN) - BOTH MOVE THE OPERATOR'S DRAWER;
      *   "I" = CASH SHIPMENT IN, "X" = CASH SHIPMENT OUT,
      *   "V" = VAULT CLOSING COUNT (THE LAST OF THE DAY STANDS) -
      *         VAULT ONLY, NO DRAWER.
      *   "K" = CASH TAKEN AT THE WINDOW FOR AN OFFICIAL CHECK
      *         (NO ACCOUNT MOVES, SO NO TXNDETL ENTRY CARRIES
      *         IT) - DRAWER IN ONLY, BREAKDOWN ZERO.
      * VAULT-PROOF-BATCH ROLLS EACH BRANCH VAULT FORWARD THROUGH
      * THEM.  DW-BRANCH IS THE OPERATOR'S HOME BRANCH (SPACES =
      * HEAD OFFICE, AS ON OPERTAB).
      *
      * DW-DENOMINATIONS: THE PIECE COUNT OF EACH NOTE, IN THE
      * ORDER 100, 50, 20, 10, 5, 2, 1, PLUS THE LOOSE COIN AS AN
      * AMOUNT; DW-AMOUNT IS THEIR TOTAL.  EVENTS WRITTEN BEFORE
      * THE BREAKDOWN WAS CAPTURED END AT DW-AMOUNT AND READ BACK
      * AS SPACES HERE - TEST DW-DENOMINATIONS NUMERIC BEFORE USE.
      *----------------------------------------------------------
           05  DW-OPERATOR         PIC X(06).
           05  DW-DATE             PIC 9(08).
           05  DW-EVENT            PIC X(01).
               88  DW-IS-OPENING           VALUE "O".
               88  DW-IS-CLOSING           VALUE "C".
               88  DW-IS-VAULT-BUY         VALUE "B".
               88  DW-IS-VAULT-SELL        VALUE "S".
               88  DW-IS-SHIPMENT-IN       VALUE "I".
               88  DW-IS-SHIPMENT-OUT      VALUE "X".
               88  DW-IS-VAULT-COUNT       VALUE "V".
               88  DW-IS-VAULT-ONLY        VALUE "I" "X" "V".
               88  DW-IS-OFFCHK-CASH       VALUE "K".
               88  DW-IS-DRAWER-ONLY       VALUE "O" "C" "K".
           05  DW-AMOUNT           PIC 9(7)V99.
           05  DW-BRANCH           PIC X(03).
           05  DW-APPROVED-BY      PIC X(06).
           05  FILLER              PIC X(01).
           05  DW-DENOMINATIONS.
               10  DW-DENOM-COUNT  PIC 9(05) OCCURS 7 TIMES.
               10  DW-COIN-AMOUNT  PIC 9(5)V99.
           05  FILLER              PIC X(10).
