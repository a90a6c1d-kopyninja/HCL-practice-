      *----------------------------------------------------------
      * HHLDREC - ONE CUSTOMER'S HOUSEHOLD MEMBERSHIP ON THE
      * INDEXED HOUSEHLD FILE, KEYED BY CUSTOMER ID, WITH THE
      * HOUSEHOLD ID AS AN ALTERNATE KEY (WITH DUPLICATES) SO A
      * HOUSEHOLD'S MEMBERS READ TOGETHER.  REBUILT BY
      * HOUSEHOLD-BUILD FROM SHARED CUSTADDR ADDRESSES, ACCTOWN
      * JOINT LINKS AND GUARDIAN ACCOUNTS; CORRECTED BY HAND
      * THROUGH HOUSEHOLD-MAINT.  EVERY ACTIVE CUSTOMER HAS ONE -
      * A CUSTOMER ON THEIR OWN IS A HOUSEHOLD OF ONE.  A CUSTOMER
      * ADDED SINCE THE LAST BUILD HAS NONE AND IS TREATED THE
      * SAME WAY.
      *
      * HH-ID: THE CUSTOMER ID OF THE MEMBER THE HOUSEHOLD WAS
      *            FORMED AROUND (THE HEAD, WHEN THE BUILD FORMED
      *            IT).
      * HH-HEAD-FLAG: "Y" ON ONE MEMBER - THE HEAD OF HOUSEHOLD,
      *            WHOSE ADDRESS THE HOUSEHOLD MAILING GOES TO.
      *            THE BUILD MAKES THE ELDEST MEMBER HEAD.
      * HH-SOURCE: "A" = GROUPED BY THE BUILD, "M" = SET BY HAND.
      *            THE BUILD KEEPS HAND-SET MEMBERSHIPS AS THEY
      *            ARE AND NEVER GROUPS THEM WITH ANYONE ELSE.
      *----------------------------------------------------------
           05  HH-CUST-ID          PIC X(06).
           05  HH-ID               PIC X(06).
           05  HH-HEAD-FLAG        PIC X(01).
               88  HH-IS-HEAD              VALUE "Y".
           05  HH-SOURCE           PIC X(01).
               88  HH-BY-BUILD             VALUE "A".
               88  HH-BY-HAND              VALUE "M".
           05  HH-UPDATED-DATE     PIC 9(08).
           05  HH-UPDATED-BY       PIC X(06).
           05  FILLER              PIC X(10).
