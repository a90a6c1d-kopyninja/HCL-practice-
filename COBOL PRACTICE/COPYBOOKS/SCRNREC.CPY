      *----------------------------------------------------------
      * SCRNREC - ONE POTENTIAL SANCTIONS MATCH ON THE INDEXED
      * SCRNMTCH FILE, KEYED BY SUBJECT (CUSTOMER OR PAYEE) AND
      * WATCH-LIST ENTRY.  WRITTEN UNCLEARED BY SANCTIONS-SCREEN-
      * BATCH AND BY THE SANCCHK SUBPROGRAM (CUSTOMER-MAINT ADD,
      * MENU-CHOICE PAYEE REGISTRATION); CLEARED OR CONFIRMED BY
      * COMPLIANCE THROUGH SANCTIONS-MATCH-MAINT.  A MATCH ALREADY
      * ON FILE IS NEVER REOPENED, SO A CLEARED FALSE POSITIVE
      * STAYS CLEARED.
      *
      * SM-MATCH-TYPE: "B" = NAME AND DATE OF BIRTH AGREE,
      * "N" = NAME ONLY (NO DATE ON ONE SIDE, OR A PAYEE).
      * SM-STATUS: "U" = UNCLEARED, "C" = CLEARED (FALSE
      * POSITIVE), "F" = CONFIRMED.  PAYMENT-EXPORT-BATCH HOLDS
      * ANY PAYMENT TO A PAYEE WITH AN UNCLEARED OR CONFIRMED
      * MATCH.
      *----------------------------------------------------------
           05  SM-KEY.
               10  SM-SUBJ-TYPE    PIC X(01).
                   88  SM-SUBJ-CUSTOMER    VALUE "C".
                   88  SM-SUBJ-PAYEE       VALUE "P".
               10  SM-SUBJ-ID      PIC X(06).
               10  SM-ENTRY-ID     PIC X(10).
           05  SM-SUBJ-NAME        PIC X(20).
           05  SM-WL-NAME          PIC X(40).
           05  SM-LIST-CODE        PIC X(08).
           05  SM-MATCH-TYPE       PIC X(01).
               88  SM-NAME-AND-DOB         VALUE "B".
               88  SM-NAME-ONLY            VALUE "N".
           05  SM-STATUS           PIC X(01).
               88  SM-UNCLEARED            VALUE "U".
               88  SM-CLEARED              VALUE "C".
               88  SM-CONFIRMED            VALUE "F".
               88  SM-BLOCKS-PAYMENT       VALUE "U" "F".
           05  SM-FOUND-DATE       PIC 9(08).
           05  SM-FOUND-BY         PIC X(08).
           05  SM-DECIDE-DATE      PIC 9(08).
           05  SM-DECIDE-OPER      PIC X(06).
           05  SM-DECIDE-NOTE      PIC X(20).
           05  FILLER              PIC X(13).
