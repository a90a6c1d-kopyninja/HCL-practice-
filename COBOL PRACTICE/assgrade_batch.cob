005900*                 STAGING FIELD FOR THE AVERAGE) INSTEAD OF
006000*                 PRINTING RAW UNEDITED DIGITS WITH NO DECIMAL
006100*                 POINT.
006110* 2026-10-15 KMR  THE ROSTER NOW CARRIES THE COURSE, TERM AND
006120*                 ASSIGNED INSTRUCTOR (FROM ROSTER-GEN-BATCH); THE
006130*                 COURSE AND INSTRUCTOR PRINT ON THE GRADE REPORT.
006200*----------------------------------------------------------
006300 ENVIRONMENT DIVISION.
006400 INPUT-OUTPUT SECTION.
010000                   ==:PREFIX:-ACCT-NUM==
010100                       BY ==RR-STUDENT-ACCT-NUM==.
010200     05  RR-MARKS            PIC 9(03).
010210     05  RR-COURSE-CODE      PIC X(06).
010220     05  RR-TERM             PIC X(05).
010230     05  RR-INSTRUCTOR-ID    PIC X(06).
010240     05  FILLER              PIC X(34).
010400
010500 FD  GRADE-REPORT.
010600 01  GRADE-REPORT-LINE       PIC X(80).
021000*----------------------------------------------------------
021100     COPY RPTHEAD.
021200 01  WS-COLUMN-LINE          PIC X(80) VALUE
021210     "STUDENT  NAME                  MARKS  GRADE  GPA  COURSE
021220-    "  INSTR".
021400
021500 01  WS-CUTOFFS.
021600     05  WS-A-CUTOFF         PIC 999 VALUE 90.
028300     05  RL-GRADE            PIC X(01).
028400     05  FILLER              PIC X(03) VALUE SPACES.
028500     05  RL-GPA              PIC 9.9.
028510     05  FILLER              PIC X(02) VALUE SPACES.
028520     05  RL-COURSE-CODE      PIC X(06).
028530     05  FILLER              PIC X(02) VALUE SPACES.
028540     05  RL-INSTRUCTOR-ID    PIC X(06).
028600
028700 PROCEDURE DIVISION.
028800*----------------------------------------------------------
051800     MOVE RR-STUDENT-ID     TO RL-STUDENT-ID
051900     MOVE RR-STUDENT-NAME   TO RL-STUDENT-NAME
052000     MOVE RR-MARKS          TO RL-MARKS
052010     MOVE RR-COURSE-CODE    TO RL-COURSE-CODE
052020     MOVE RR-INSTRUCTOR-ID  TO RL-INSTRUCTOR-ID
052100
052200     IF RR-MARKS >= WS-A-CUTOFF
052300         MOVE 'A' TO RL-GRADE
