      * ENROLLED RECORDS, SO THE ROSTER STOPS BEING HAND-BUILT
      * EACH TERM.
      *
      * EN-STATUS: "D" = DROPPED, "W" = WAITLISTED (THE TERM'S
      *            SECTION WAS FULL), ANYTHING ELSE ENROLLED.
      *----------------------------------------------------------
           05  EN-KEY.
               10  EN-STUDENT-ID   PIC X(06).
           05  EN-MARKS            PIC 9(03).
           05  EN-STATUS           PIC X(01).
               88  EN-IS-DROPPED           VALUE "D".
               88  EN-IS-WAITLISTED        VALUE "W".
      *    PLACE ON THE COURSE AND TERM'S WAITLIST, 1 FIRST; ZERO
      *    ONCE ENROLLED.  A DROP PROMOTES THE LOWEST RANK.
           05  EN-WAIT-RANK        PIC 9(04).
      *    WHO AUTHORISED ENROLLMENT WITHOUT THE PREREQUISITES;
      *    SPACES = NO OVERRIDE WAS NEEDED.
           05  EN-OVERRIDE-BY      PIC X(06).
           05  FILLER              PIC X(01).
