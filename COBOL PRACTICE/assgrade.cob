000600*----------------------------------------------------------
000700* MODIFICATION HISTORY
000800*----------------------------------------------------------
000820* 2026-08-08 KMR  MARKS IS NOW VALIDATED THROUGH THE SHARED
000840*                 NUMVALID SUBPROGRAM BEFORE GRADING, AND
000860*                 REPROMPTED ON NON-NUMERIC OR OUT-OF-RANGE
000880*                 ENTRY INSTEAD OF GRADING WHATEVER WAS TYPED.
000900* 2026-08-08 KMR  EACH RUN NOW APPENDS A TRANSCRIPT RECORD
000920*                 (STUDENT ID, COURSE CODE, MARKS, GRADE) TO A
000940*                 PERMANENT TRANSCRIPT FILE INSTEAD OF ONLY
000960*                 DISPLAYING THE GRADE FOR THE CONSOLE TO LOSE.
000980* 2026-08-08 KMR  NOW COPIES THE SHARED CUSTID RECORD (ID,
001000*                 NAME, DOB, ACCOUNT NUMBER) IN PLACE OF ITS
001020*                 OWN STUDENT-ID FIELD, AND PROMPTS FOR NAME,
001040*                 DOB AND ACCOUNT NUMBER TOO, SO THIS RUN'S
001060*                 TRANSCRIPT TIES BACK TO THE SAME CUSTOMER
001080*                 RECORD AGECHECK AND MENU-CHOICE USE.
001100* 2026-10-15 KMR  ALSO PROMPTS FOR THE TERM, AND THE TRANSCRIPT
001120*                 RECORD NOW CARRIES THE TERM AND THE INSTRUCTOR
001140*                 ASSIGNED TO THE COURSE FOR THAT TERM ON CRSEASGN
001160*                 (SHARED CASGREC COPYBOOK), SPACES WHEN NONE IS,
001180*                 FOR THE GRADE DISTRIBUTION REPORT.
001200*----------------------------------------------------------
001400 ENVIRONMENT DIVISION.
001410 INPUT-OUTPUT SECTION.
001420 FILE-CONTROL.
001430     SELECT TRANSCRIPT-FILE ASSIGN TO "TRANSCRPT"
001440         ORGANIZATION IS LINE SEQUENTIAL.
001441
001442     SELECT COURSE-ASSIGNMENTS ASSIGN TO "CRSEASGN"
001443         ORGANIZATION IS INDEXED
001444         ACCESS MODE IS DYNAMIC
001445         RECORD KEY IS CA-KEY
001446         FILE STATUS IS WS-CASG-STATUS.
001450
001500 DATA DIVISION.
001550 FILE SECTION.
001560 FD  TRANSCRIPT-FILE.
001570 01  TRANSCRIPT-LINE         PIC X(80).
001572
001574 FD  COURSE-ASSIGNMENTS.
001576 01  COURSE-ASSIGNMENT-RECORD.
001578     COPY CASGREC.
001580
001590 WORKING-STORAGE SECTION.
001600 01  MARKS                   PIC 9(3).
002440                   ==:PREFIX:-DOB==      BY ==CUST-DOB==
002445                   ==:PREFIX:-ACCT-NUM== BY ==CUST-ACCT-NUM==.
002450 01  WS-COURSE-CODE          PIC X(06).
002451 01  WS-TERM                 PIC X(05).
002452 01  WS-CASG-STATUS          PIC X(02).
002453     88  CASG-FILE-OK                VALUE "00".
002455
002460 01  TRANSCRIPT-ENTRY.
002461     05  TE-STUDENT-ID       PIC X(06).
002471     05  TE-DOB              PIC 9(08).
002472     05  FILLER              PIC X(02) VALUE SPACES.
002473     05  TE-ACCT-NUM         PIC X(06).
002483     05  FILLER              PIC X(02) VALUE SPACES.
002493     05  TE-TERM             PIC X(05).
002503     05  FILLER              PIC X(02) VALUE SPACES.
002513     05  TE-INSTRUCTOR-ID    PIC X(06).
002523     05  FILLER              PIC X(03).
002540
002600 PROCEDURE DIVISION.
002700*----------------------------------------------------------
003900
004000     STOP RUN.
004100
004105*----------------------------------------------------------
004110* 0050-GET-STUDENT-INFO - PROMPT FOR THE STUDENT'S SHARED
004115* CUSTOMER IDENTITY AND THE COURSE CODE THE TRANSCRIPT RECORD
004120* IS KEYED BY.
004125*----------------------------------------------------------
004130 0050-GET-STUDENT-INFO.
004135     DISPLAY "ENTER STUDENT ID: "
004140     ACCEPT CUST-ID
004145     DISPLAY "ENTER STUDENT NAME: "
004150     ACCEPT CUST-NAME
004155     DISPLAY "ENTER DATE OF BIRTH (YYYYMMDD): "
004160     ACCEPT CUST-DOB
004165     DISPLAY "ENTER COURSE CODE: "
004170     ACCEPT WS-COURSE-CODE
004175     DISPLAY "ENTER TERM: "
004180     ACCEPT WS-TERM
004185     DISPLAY "ENTER ACCOUNT NUMBER: "
004190     ACCEPT CUST-ACCT-NUM.
004200 0050-GET-STUDENT-INFO-EXIT.
004210     EXIT.
004220*----------------------------------------------------------
008500     END-IF.
008600 1000-ASSIGN-GRADE-EXIT.
008700     EXIT.
008702
008704*----------------------------------------------------------
008706* 1100-WRITE-TRANSCRIPT - APPEND THIS RUN'S RESULT TO THE
008708* PERMANENT PER-STUDENT TRANSCRIPT FILE.
008710*----------------------------------------------------------
008712 1100-WRITE-TRANSCRIPT.
008714     MOVE CUST-ID           TO TE-STUDENT-ID
008716     MOVE WS-COURSE-CODE    TO TE-COURSE-CODE
008718     MOVE MARKS             TO TE-MARKS
008720     MOVE GRADE             TO TE-GRADE
008722     MOVE CUST-NAME         TO TE-CUST-NAME
008724     MOVE CUST-DOB          TO TE-DOB
008726     MOVE CUST-ACCT-NUM     TO TE-ACCT-NUM
008728     MOVE WS-TERM           TO TE-TERM
008730     MOVE SPACES            TO TE-INSTRUCTOR-ID
008732     OPEN INPUT COURSE-ASSIGNMENTS
008734     IF CASG-FILE-OK
008736         MOVE WS-COURSE-CODE TO CA-COURSE-CODE
008738         MOVE WS-TERM        TO CA-TERM
008740         READ COURSE-ASSIGNMENTS
008742             INVALID KEY
008744                 CONTINUE
008746             NOT INVALID KEY
008748                 MOVE CA-INSTRUCTOR-ID TO TE-INSTRUCTOR-ID
008750         END-READ
008752         CLOSE COURSE-ASSIGNMENTS
008754     END-IF
008756
008758     OPEN EXTEND TRANSCRIPT-FILE
008760     WRITE TRANSCRIPT-LINE FROM TRANSCRIPT-ENTRY
008762     CLOSE TRANSCRIPT-FILE.
008850 1100-WRITE-TRANSCRIPT-EXIT.
008860     EXIT.
