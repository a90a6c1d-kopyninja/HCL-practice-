      *----------------------------------------------------------
      * CASGREC - THE INSTRUCTOR ASSIGNED TO ONE COURSE FOR ONE
      * TERM (THAT TERM'S SECTION) ON THE INDEXED COURSE
      * ASSIGNMENT FILE (CRSEASGN), KEYED BY COURSE CODE AND TERM.
      * CAPTURED THROUGH COURSE-ENROLL-MAINT; ROSTER-GEN-BATCH
      * CARRIES THE INSTRUCTOR ONTO THE GRADING ROSTER AND
      * ASSIGN-GRADE ONTO THE TRANSCRPT RECORD.
      *
      * CA-ASSIGNED-DATE: BUSINESS DATE THE ASSIGNMENT WAS LAST
      *            KEYED.
      *----------------------------------------------------------
           05  CA-KEY.
               10  CA-COURSE-CODE  PIC X(06).
               10  CA-TERM         PIC X(05).
           05  CA-INSTRUCTOR-ID    PIC X(06).
           05  CA-ASSIGNED-DATE    PIC 9(08).
           05  FILLER              PIC X(15).
