      *----------------------------------------------------------
      * PREQREC - ONE ROW OF THE PROGREQ PROGRAM-REQUIREMENTS
      * PARAMETER FILE, KEPT BY THE REGISTRAR.  EVERY ROW CARRIES
      * THE PROGRAM CODE THE STUDENT'S CM-PROGRAM-CODE POINTS AT,
      * AND PQ-REC-TYPE SAYS WHICH VIEW OF PQ-DETAIL APPLIES:
      *   "P" = THE PROGRAM ITSELF: TITLE, MINIMUM TOTAL CREDITS
      *         AND MINIMUM CUMULATIVE GPA.  ONE PER PROGRAM.
      *   "R" = ONE REQUIRED COURSE.
      *   "G" = ONE ELECTIVE GROUP: GROUP CODE, TITLE AND THE
      *         MINIMUM CREDITS TO BE EARNED FROM ITS COURSES.
      *   "E" = ONE COURSE THAT COUNTS TOWARD ELECTIVE GROUP
      *         PQ-COURSE-GROUP.
      * READ BY DEGREE-AUDIT-REPORT AND, TO VALIDATE A STUDENT'S
      * PROGRAM CODE, BY COURSE-ENROLL-MAINT.
      *----------------------------------------------------------
           05  PQ-PROGRAM-CODE     PIC X(04).
           05  PQ-REC-TYPE         PIC X(01).
               88  PQ-IS-PROGRAM           VALUE "P".
               88  PQ-IS-REQUIRED          VALUE "R".
               88  PQ-IS-GROUP             VALUE "G".
               88  PQ-IS-ELECTIVE          VALUE "E".
           05  PQ-DETAIL           PIC X(45).
           05  PQ-PROGRAM-VIEW REDEFINES PQ-DETAIL.
               10  PQ-PROGRAM-TITLE
                                   PIC X(20).
               10  PQ-MIN-CREDITS  PIC 9(03).
               10  PQ-MIN-GPA      PIC 9V99.
               10  FILLER          PIC X(19).
           05  PQ-COURSE-VIEW REDEFINES PQ-DETAIL.
               10  PQ-COURSE-CODE  PIC X(06).
               10  PQ-COURSE-GROUP PIC X(02).
               10  FILLER          PIC X(37).
           05  PQ-GROUP-VIEW REDEFINES PQ-DETAIL.
               10  PQ-GROUP-CODE   PIC X(02).
               10  PQ-GROUP-TITLE  PIC X(20).
               10  PQ-GROUP-MIN-CREDITS
                                   PIC 9(03).
               10  FILLER          PIC X(20).
           05  FILLER              PIC X(10).
