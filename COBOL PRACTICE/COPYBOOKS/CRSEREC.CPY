      * TRANSCRIPT-PRINT, WHICH WEIGHTS THE GPA BY CREDIT HOURS SO
      * A ONE-CREDIT LAB STOPS COUNTING LIKE A FIVE-CREDIT
      * SEMINAR.  AN UNKNOWN COURSE FALLS BACK TO ONE CREDIT.
      *
      * THE SEAT CAPACITY AND PREREQUISITES GREW THE RECORD FROM
      * 40 TO 80 BYTES, SO EXISTING CRSECAT DATASETS MUST BE
      * CONVERTED (UNLOAD/RELOAD) AT CUTOVER.  BLANKS ON
      * UNCONVERTED RECORDS MEAN NO LIMIT AND NO PREREQUISITES.
      *----------------------------------------------------------
           05  CR-COURSE-CODE      PIC X(06).
           05  CR-TITLE            PIC X(20).
           05  CR-CREDIT-HOURS     PIC 9(02).
      *    SEATS IN EACH TERM'S SECTION.  COURSE-ENROLL-MAINT
      *    WAITLISTS A STUDENT ONCE THE TERM'S ENROLLED (NOT
      *    DROPPED, NOT WAITLISTED) COUNT REACHES IT.  ZERO = NO
      *    LIMIT.
           05  CR-SEAT-CAPACITY    PIC 9(03).
      *    UP TO THREE PREREQUISITE COURSES, EACH WITH THE LOWEST
      *    TRANSCRPT GRADE THAT SATISFIES IT (A-E).  A BLANK
      *    MINIMUM GRADE MEANS ANY PASSING GRADE (NOT F).  UNUSED
      *    ENTRIES ARE SPACES.
           05  CR-PREREQS.
               10  CR-PREREQ       OCCURS 3 TIMES.
                   15  CR-PREREQ-COURSE
                                   PIC X(06).
                   15  CR-PREREQ-MIN-GRADE
                                   PIC X(01).
           05  FILLER              PIC X(28).
