      *----------------------------------------------------------
      * INSTREC - ONE INSTRUCTOR ON THE INDEXED INSTRUCTOR MASTER
      * (INSTMSTR), KEYED BY INSTRUCTOR ID.  MAINTAINED THROUGH
      * COURSE-ENROLL-MAINT; READ BY GRADE-DIST-REPORT FOR THE
      * INSTRUCTOR'S NAME.
      *
      * IN-STATUS: "A" = ACTIVE, "I" = INACTIVE (NO LONGER
      *            TEACHING - CANNOT BE GIVEN A NEW ASSIGNMENT,
      *            BUT THE RECORD STAYS FOR PAST TERMS' REPORTS).
      *----------------------------------------------------------
           05  IN-INSTRUCTOR-ID    PIC X(06).
           05  IN-NAME             PIC X(20).
           05  IN-DEPARTMENT       PIC X(04).
           05  IN-STATUS           PIC X(01).
               88  IN-IS-ACTIVE            VALUE "A".
               88  IN-IS-INACTIVE          VALUE "I".
           05  IN-ADDED-DATE       PIC 9(08).
           05  FILLER              PIC X(21).
