      *----------------------------------------------------------
      * SDBRREC - ONE BOX-TO-CUSTOMER RENTER LINK ON THE INDEXED
      * SDBRENTR CROSS-REFERENCE, KEYED BY BRANCH, BOX NUMBER AND
      * CUSTOMER ID, SO A BOX CAN CARRY CO-RENTERS WITH ACCESS
      * EVEN THOUGH THE BOX MASTER'S SB-RENTER-ID NAMES ONLY THE
      * PRIMARY - THE SAME IDEA AS ACCTOWN.  WRITTEN BY
      * SAFE-BOX-MAINT.
      *
      * SR-ROLE:   "P" = PRIMARY RENTER (MIRRORS SB-RENTER-ID),
      *            "C" = CO-RENTER.
      * SR-STATUS: "D" = LINK REMOVED (CO-RENTER TAKEN OFF, OR
      * THE BOX SURRENDERED), ANYTHING ELSE ACTIVE.  FLAGGED
      * RATHER THAN DELETED SO THE VAULT CAN SEE WHO HAD ACCESS.
      *----------------------------------------------------------
           05  SR-KEY.
               10  SR-BRANCH       PIC X(03).
               10  SR-BOX-NUM      PIC X(05).
               10  SR-CUST-ID      PIC X(06).
           05  SR-ROLE             PIC X(01).
               88  SR-IS-PRIMARY           VALUE "P".
               88  SR-IS-CO-RENTER         VALUE "C".
           05  SR-STATUS           PIC X(01).
               88  SR-IS-REMOVED           VALUE "D".
           05  SR-ADDED-DATE       PIC 9(08).
           05  SR-REMOVED-DATE     PIC 9(08).
           05  FILLER              PIC X(08).
