001900*                 HDR/TRL CONTROL RECORDS ASSIGN-GRADE-BATCH
002000*                 DEMANDS, THE TRAILER HASH BEING THE MARKS
002100*                 SUM.
002110* 2026-10-15 KMR  WAITLISTED ENROLLMENTS ARE NOT ROSTERED.
002120* 2026-10-15 KMR  EACH ROSTER LINE NOW CARRIES THE COURSE, TERM
002130*                 AND THE INSTRUCTOR ASSIGNED TO THAT COURSE AND
002140*                 TERM ON CRSEASGN (SHARED CASGREC COPYBOOK),
002150*                 SPACES WHEN NONE IS ASSIGNED OR THERE IS NO
002160*                 CRSEASGN.  THE FIELDS COME OUT OF THE RECORD'S
002170*                 FILLER, SO THE ROSTER LENGTH IS UNCHANGED.
002200*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS CM-CUST-ID
003600         FILE STATUS IS WS-CUSTM-STATUS.
003610
003620     SELECT COURSE-ASSIGNMENTS ASSIGN TO "CRSEASGN"
003630         ORGANIZATION IS INDEXED
003640         ACCESS MODE IS DYNAMIC
003650         RECORD KEY IS CA-KEY
003660         FILE STATUS IS WS-CASG-STATUS.
003700
003800     SELECT ROSTER-FILE ASSIGN TO "ROSTER"
003900         ORGANIZATION IS LINE SEQUENTIAL.
005000 FD  CUSTOMER-MASTER.
005100 01  CUSTOMER-MASTER-RECORD.
005200     COPY CUSTMREC.
005210
005220 FD  COURSE-ASSIGNMENTS.
005230 01  COURSE-ASSIGNMENT-RECORD.
005240     COPY CASGREC.
005300
005400 FD  ROSTER-FILE.
005500 01  ROSTER-RECORD.
006000                   ==:PREFIX:-ACCT-NUM==
006100                       BY ==RR-STUDENT-ACCT-NUM==.
006200     05  RR-MARKS            PIC 9(03).
006210     05  RR-COURSE-CODE      PIC X(06).
006220     05  RR-TERM             PIC X(05).
006230     05  RR-INSTRUCTOR-ID    PIC X(06).
006240     05  FILLER              PIC X(34).
006400
006500 FD  DAILY-STATS-FILE.
006600     COPY DLYSTAT.
007800     88  ENRL-FILE-OK                VALUE "00".
007900 01  WS-CUSTM-STATUS         PIC X(02).
008000     88  CUSTM-FILE-OK               VALUE "00".
008010 01  WS-CASG-STATUS          PIC X(02).
008020     88  CASG-FILE-OK                VALUE "00".
008030 01  WS-CASG-OPEN-FLAG       PIC X(01) VALUE "N".
008040     88  CASG-FILE-OPEN              VALUE "Y".
008100
008200*----------------------------------------------------------
008300* CONTROL RECORDS - THE SAME HDR/TRL VIEWS ASSIGN-GRADE-
015300         MOVE "N" TO WS-INIT-FLAG
015400         GO TO 1000-INITIALIZE-EXIT
015500     END-IF
015510*    NO ASSIGNMENT FILE JUST MEANS NO INSTRUCTORS ON THE ROSTER.
015520     OPEN INPUT COURSE-ASSIGNMENTS
015530     IF CASG-FILE-OK
015540         MOVE "Y" TO WS-CASG-OPEN-FLAG
015550     END-IF
015600     PERFORM 8000-READ-NEXT-ENROLLMENT
015700         THRU 8000-READ-NEXT-ENROLLMENT-EXIT.
015800 1000-INITIALIZE-EXIT.
016400* AND SKIPPED RATHER THAN GRADED BLIND.
016500*----------------------------------------------------------
016600 2000-ROSTER-ONE-ENROLLMENT.
016700     IF EN-IS-DROPPED OR EN-IS-WAITLISTED
016800         GO TO 2000-ROSTER-ONE-ENROLLMENT-READ
016900     END-IF
017000     MOVE EN-STUDENT-ID TO CM-CUST-ID
018500     MOVE CM-CUST-DOB      TO RR-STUDENT-DOB
018600     MOVE CM-CUST-ACCT-NUM TO RR-STUDENT-ACCT-NUM
018700     MOVE EN-MARKS         TO RR-MARKS
018705     MOVE EN-COURSE-CODE   TO RR-COURSE-CODE
018710     MOVE EN-TERM          TO RR-TERM
018715     IF CASG-FILE-OPEN
018720         MOVE EN-COURSE-CODE TO CA-COURSE-CODE
018725         MOVE EN-TERM        TO CA-TERM
018730         READ COURSE-ASSIGNMENTS
018735             INVALID KEY
018740                 CONTINUE
018745             NOT INVALID KEY
018750                 MOVE CA-INSTRUCTOR-ID TO RR-INSTRUCTOR-ID
018755         END-READ
018760     END-IF
018800     WRITE ROSTER-RECORD
018900     ADD 1        TO WS-STUDENT-COUNT
019000     ADD EN-MARKS TO WS-MARKS-HASH.
023700     IF INIT-SUCCESSFUL
023800         CLOSE ENROLL-MASTER
023900         CLOSE CUSTOMER-MASTER
023910     END-IF
023920     IF CASG-FILE-OPEN
023930         CLOSE COURSE-ASSIGNMENTS
024000     END-IF
024100     PERFORM 9500-WRITE-DAILY-STATS
024200         THRU 9500-WRITE-DAILY-STATS-EXIT
