      *----------------------------------------------------------
      * WLSTREC - ONE ENTRY ON THE WATCHLST SANCTIONS / WATCH-LIST
      * FILE COMPLIANCE LOADS FROM THE GOVERNMENT LISTS.  READ BY
      * SANCTIONS-SCREEN-BATCH AND THE SANCCHK SUBPROGRAM, WHICH
      * MATCH IT AGAINST CUSTOMER AND PAYEE NAMES AFTER BOTH SIDES
      * HAVE BEEN THROUGH NAMENORM.
      *
      * WL-DOB: ZERO WHEN THE LIST GIVES NO DATE OF BIRTH.  WHEN
      * BOTH SIDES HAVE ONE AND THEY DIFFER THE NAME MATCH IS
      * DISCARDED.
      * WL-LIST-CODE: WHICH LIST THE ENTRY CAME FROM.
      *----------------------------------------------------------
           05  WL-ENTRY-ID         PIC X(10).
           05  WL-NAME             PIC X(40).
           05  WL-DOB              PIC 9(08).
           05  WL-LIST-CODE        PIC X(08).
           05  FILLER              PIC X(14).
