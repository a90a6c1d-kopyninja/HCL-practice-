000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DEGREE-AUDIT-REPORT.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. REGISTRARS-OFFICE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  DEGREE AUDIT.  EVERY ACTIVE
001100*                 STUDENT WITH A PROGRAM CODE ON CUSTMSTR
001200*                 (CM-PROGRAM-CODE) IS CHECKED AGAINST THE
001300*                 PROGREQ REQUIREMENTS FOR THE PROGRAM (SHARED
001400*                 PREQREC COPYBOOK): EACH REQUIRED COURSE, EACH
001500*                 ELECTIVE GROUP'S MINIMUM CREDITS, THE MINIMUM
001600*                 TOTAL CREDITS AND THE MINIMUM GPA, EACH ONE
001700*                 PRINTED AS MET, IN PROGRESS (ENROLLED ON
001800*                 ENRLMSTR AND NOT YET GRADED) OR OUTSTANDING.
001900*                 GRADES COME FROM TRANSCRPT AND CREDITS FROM
002000*                 CRSECAT, WEIGHTED THE WAY TRANSCRIPT-PRINT
002100*                 WEIGHTS THE GPA; ANY GRADE BUT F EARNS THE
002200*                 CREDITS.  A STUDENT WHO MEETS EVERY
002300*                 REQUIREMENT GOES ON GRADLIST, THE
002400*                 REGISTRAR'S GRADUATION LIST.
002410* 2026-10-15 KMR  A WAITLISTED ENROLLMENT IS NOT IN PROGRESS.
002500*----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS CM-CUST-ID
003300         FILE STATUS IS WS-CUSTM-STATUS.
003400
003500     SELECT TRANSCRIPT-FILE ASSIGN TO "TRANSCRPT"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-TRAN-STATUS.
003800
003900     SELECT COURSE-CATALOG ASSIGN TO "CRSECAT"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS CR-COURSE-CODE
004300         FILE STATUS IS WS-CRSE-STATUS.
004400
004500     SELECT ENROLL-MASTER ASSIGN TO "ENRLMSTR"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS EN-KEY
004900         FILE STATUS IS WS-ENRL-STATUS.
005000
005100     SELECT PROGRAM-REQUIREMENTS ASSIGN TO "PROGREQ"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-PREQ-STATUS.
005400
005500     SELECT AUDIT-REPORT ASSIGN TO "DEGAUDIT"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700
005800     SELECT GRADUATION-LIST ASSIGN TO "GRADLIST"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000
006100     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  CUSTOMER-MASTER.
006700 01  CUSTOMER-MASTER-RECORD.
006800     COPY CUSTMREC.
006900
007000 FD  TRANSCRIPT-FILE.
007100 01  TRANSCRIPT-RECORD.
007200     05  TE-STUDENT-ID       PIC X(06).
007300     05  FILLER              PIC X(02).
007400     05  TE-COURSE-CODE      PIC X(06).
007500     05  FILLER              PIC X(02).
007600     05  TE-MARKS            PIC X(03).
007700     05  FILLER              PIC X(02).
007800     05  TE-GRADE            PIC X(01).
007900     05  FILLER              PIC X(02).
008000     05  TE-CUST-NAME        PIC X(20).
008100     05  FILLER              PIC X(02).
008200     05  TE-DOB              PIC X(08).
008300     05  FILLER              PIC X(26).
008400
008500 FD  COURSE-CATALOG.
008600 01  COURSE-CATALOG-RECORD.
008700     COPY CRSEREC.
008800
008900 FD  ENROLL-MASTER.
009000 01  ENROLL-MASTER-RECORD.
009100     COPY ENRLREC.
009200
009300 FD  PROGRAM-REQUIREMENTS.
009400 01  PROGRAM-REQUIREMENT-RECORD.
009500     COPY PREQREC.
009600
009700 FD  AUDIT-REPORT.
009800 01  AUDIT-REPORT-LINE       PIC X(80).
009900
010000 FD  GRADUATION-LIST.
010100 01  GRADUATION-LIST-RECORD.
010200     05  GL-STUDENT-ID       PIC X(06).
010300     05  FILLER              PIC X(01).
010400     05  GL-NAME             PIC X(20).
010500     05  FILLER              PIC X(01).
010600     05  GL-PROGRAM-CODE     PIC X(04).
010700     05  FILLER              PIC X(01).
010800     05  GL-CREDITS          PIC 9(03).
010900     05  FILLER              PIC X(01).
011000     05  GL-GPA              PIC 9.99.
011100     05  FILLER              PIC X(01).
011200     05  GL-AUDIT-DATE       PIC 9(08).
011300     05  FILLER              PIC X(30).
011400
011500 FD  DAILY-STATS-FILE.
011600     COPY DLYSTAT.
011700
011800 WORKING-STORAGE SECTION.
011900*----------------------------------------------------------
012000* SWITCHES AND FILE STATUS
012100*----------------------------------------------------------
012200 01  WS-SWITCHES.
012300     05  WS-INIT-FLAG        PIC X(01) VALUE "Y".
012400         88  INIT-SUCCESSFUL         VALUE "Y".
012500     05  WS-EOF-FLAG         PIC X(01) VALUE "N".
012600         88  END-OF-STUDENTS         VALUE "Y".
012700     05  WS-TRAN-EOF-FLAG    PIC X(01) VALUE "N".
012800         88  END-OF-TRANSCRIPT       VALUE "Y".
012900     05  WS-ENRL-EOF-FLAG    PIC X(01) VALUE "N".
013000         88  END-OF-STUDENT-ENRL     VALUE "Y".
013100     05  WS-PREQ-EOF-FLAG    PIC X(01) VALUE "N".
013200         88  END-OF-PROGREQ          VALUE "Y".
013300     05  WS-TAKEN-FLAG       PIC X(01) VALUE "N".
013400         88  COURSE-TAKEN            VALUE "Y".
013500     05  WS-ENROLLED-FLAG    PIC X(01) VALUE "N".
013600         88  COURSE-ENROLLED         VALUE "Y".
013700 01  WS-CUSTM-STATUS         PIC X(02).
013800     88  CUSTM-FILE-OK               VALUE "00".
013900 01  WS-TRAN-STATUS          PIC X(02).
014000     88  TRAN-FILE-OK                VALUE "00".
014100 01  WS-CRSE-STATUS          PIC X(02).
014200     88  CRSE-FILE-OK                VALUE "00".
014300 01  WS-CRSE-OPEN-FLAG       PIC X(01) VALUE "N".
014400     88  CRSE-FILE-OPEN              VALUE "Y".
014500 01  WS-ENRL-STATUS          PIC X(02).
014600     88  ENRL-FILE-OK                VALUE "00".
014700 01  WS-ENRL-OPEN-FLAG       PIC X(01) VALUE "N".
014800     88  ENRL-FILE-OPEN              VALUE "Y".
014900 01  WS-PREQ-STATUS          PIC X(02).
015000     88  PREQ-FILE-OK                VALUE "00".
015100
015200*----------------------------------------------------------
015300* PROGRAM REQUIREMENTS, LOADED ONCE FROM PROGREQ.
015400*----------------------------------------------------------
015500 01  WS-PROGRAM-TABLE.
015600     05  WS-PG-ENTRY         OCCURS 50 TIMES.
015700         10  WS-PG-CODE      PIC X(04).
015800         10  WS-PG-TITLE     PIC X(20).
015900         10  WS-PG-MIN-CREDITS
016000                             PIC 9(03).
016100         10  WS-PG-MIN-GPA   PIC 9V99.
016200 01  WS-REQUIRED-TABLE.
016300     05  WS-RQ-ENTRY         OCCURS 500 TIMES.
016400         10  WS-RQ-PROGRAM   PIC X(04).
016500         10  WS-RQ-COURSE    PIC X(06).
016600 01  WS-GROUP-TABLE.
016700     05  WS-GR-ENTRY         OCCURS 100 TIMES.
016800         10  WS-GR-PROGRAM   PIC X(04).
016900         10  WS-GR-CODE      PIC X(02).
017000         10  WS-GR-TITLE     PIC X(20).
017100         10  WS-GR-MIN-CREDITS
017200                             PIC 9(03).
017300 01  WS-ELECTIVE-TABLE.
017400     05  WS-EL-ENTRY         OCCURS 500 TIMES.
017500         10  WS-EL-PROGRAM   PIC X(04).
017600         10  WS-EL-GROUP     PIC X(02).
017700         10  WS-EL-COURSE    PIC X(06).
017800 77  WS-PG-COUNT             PIC 9(03) COMP VALUE ZERO.
017900 77  WS-RQ-COUNT             PIC 9(03) COMP VALUE ZERO.
018000 77  WS-GR-COUNT             PIC 9(03) COMP VALUE ZERO.
018100 77  WS-EL-COUNT             PIC 9(03) COMP VALUE ZERO.
018200 77  WS-PG-SUB               PIC 9(03) COMP VALUE ZERO.
018300 77  WS-RQ-SUB               PIC 9(03) COMP VALUE ZERO.
018400 77  WS-GR-SUB               PIC 9(03) COMP VALUE ZERO.
018500 77  WS-EL-SUB               PIC 9(03) COMP VALUE ZERO.
018600 77  WS-PG-AT                PIC 9(03) COMP VALUE ZERO.
018700
018800*----------------------------------------------------------
018900* THE STUDENT BEING AUDITED: COURSES GRADED ON TRANSCRPT
019000* AND COURSES ENROLLED BUT NOT YET GRADED.
019100*----------------------------------------------------------
019200 01  WS-TAKEN-TABLE.
019300     05  WS-TK-ENTRY         OCCURS 100 TIMES.
019400         10  WS-TK-COURSE    PIC X(06).
019500         10  WS-TK-GRADE     PIC X(01).
019600         10  WS-TK-CREDITS   PIC 9(02).
019700 01  WS-ENROLLED-TABLE.
019800     05  WS-EC-ENTRY         OCCURS 50 TIMES.
019900         10  WS-EC-COURSE    PIC X(06).
020000         10  WS-EC-CREDITS   PIC 9(02).
020100 77  WS-TK-COUNT             PIC 9(03) COMP VALUE ZERO.
020200 77  WS-EC-COUNT             PIC 9(03) COMP VALUE ZERO.
020300 77  WS-TK-SUB               PIC 9(03) COMP VALUE ZERO.
020400 77  WS-EC-SUB               PIC 9(03) COMP VALUE ZERO.
020500 77  WS-TK-AT                PIC 9(03) COMP VALUE ZERO.
020600 77  WS-EC-AT                PIC 9(03) COMP VALUE ZERO.
020700
020800*----------------------------------------------------------
020900* AUDIT WORK FIELDS
021000*----------------------------------------------------------
021100 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
021200 01  WS-LOOK-COURSE          PIC X(06).
021300 01  WS-CREDITS-THIS-COURSE  PIC 9(02) VALUE 01.
021400 01  WS-TITLE-THIS-COURSE    PIC X(20).
021500 01  WS-POINTS-THIS-COURSE   PIC 9V9 VALUE ZERO.
021600 01  WS-POINTS-TOTAL         PIC 9(05)V9 VALUE ZERO.
021700 01  WS-GRADED-CREDITS       PIC 9(05) VALUE ZERO.
021800 01  WS-EARNED-CREDITS       PIC 9(05) VALUE ZERO.
021900 01  WS-ENROLLED-CREDITS     PIC 9(05) VALUE ZERO.
022000 01  WS-CUM-GPA              PIC 9V99 VALUE ZERO.
022100 01  WS-GROUP-EARNED         PIC 9(05) VALUE ZERO.
022200 01  WS-GROUP-ENROLLED       PIC 9(05) VALUE ZERO.
022300 01  WS-CREDITS-NEEDED       PIC 9(05) VALUE ZERO.
022400 01  WS-CREDITS-AFTER-TERM   PIC 9(05) VALUE ZERO.
022500 01  WS-REQ-STATUS           PIC X(11).
022600 01  WS-OUTSTANDING-COUNT    PIC 9(03) COMP VALUE ZERO.
022700 01  WS-IN-PROGRESS-COUNT    PIC 9(03) COMP VALUE ZERO.
022800 01  WS-STUDENT-COUNT        PIC 9(05) COMP VALUE ZERO.
022900 01  WS-ELIGIBLE-COUNT       PIC 9(05) COMP VALUE ZERO.
023000 01  WS-NO-PROGRAM-COUNT     PIC 9(05) COMP VALUE ZERO.
023100 01  WS-STUDENT-COUNT-DISP   PIC ZZZZ9.
023200 01  WS-ELIGIBLE-COUNT-DISP  PIC ZZZZ9.
023300
023400*----------------------------------------------------------
023500* REPORT LINES
023600*----------------------------------------------------------
023700 01  WS-HEADING-LINE-1.
023800     05  FILLER              PIC X(30) VALUE
023900         "DEGREE AUDIT".
024000     05  FILLER              PIC X(14) VALUE
024100         "BUSINESS DATE ".
024200     05  HD-BUS-DATE         PIC 9(08).
024300 01  WS-RULE-LINE            PIC X(80) VALUE ALL "-".
024400 01  WS-STUDENT-LINE.
024500     05  FILLER              PIC X(09) VALUE "STUDENT: ".
024600     05  SL-STUDENT-ID       PIC X(06).
024700     05  FILLER              PIC X(02) VALUE SPACES.
024800     05  SL-NAME             PIC X(20).
024900     05  FILLER              PIC X(11) VALUE
025000         "  PROGRAM: ".
025100     05  SL-PROGRAM-CODE     PIC X(04).
025200     05  FILLER              PIC X(01) VALUE SPACE.
025300     05  SL-PROGRAM-TITLE    PIC X(20).
025400 01  WS-REQ-LINE.
025500     05  RL-KIND             PIC X(10).
025600     05  RL-ITEM             PIC X(27).
025700     05  FILLER              PIC X(01) VALUE SPACE.
025800     05  RL-PROGRESS         PIC X(14).
025900     05  FILLER              PIC X(01) VALUE SPACE.
026000     05  RL-STATUS           PIC X(11).
026100 01  WS-ITEM-COURSE.
026200     05  IC-COURSE           PIC X(06).
026300     05  FILLER              PIC X(01) VALUE SPACE.
026400     05  IC-TITLE            PIC X(20).
026500 01  WS-ITEM-GROUP.
026600     05  IG-GROUP            PIC X(02).
026700     05  FILLER              PIC X(01) VALUE SPACE.
026800     05  IG-TITLE            PIC X(20).
026900 01  WS-PROGRESS-CREDITS.
027000     05  PC-HAVE             PIC ZZ9.
027100     05  FILLER              PIC X(04) VALUE " OF ".
027200     05  PC-NEED             PIC ZZ9.
027300     05  FILLER              PIC X(03) VALUE " CR".
027400 01  WS-PROGRESS-GPA.
027500     05  PG-GPA              PIC 9.99.
027600     05  FILLER              PIC X(05) VALUE " MIN ".
027700     05  PG-MIN              PIC 9.99.
027800 01  WS-PROGRESS-GRADE.
027900     05  FILLER              PIC X(06) VALUE "GRADE ".
028000     05  PR-GRADE            PIC X(01).
028100 01  WS-SUMMARY-LINE.
028200     05  FILLER              PIC X(15) VALUE
028300         "CREDITS EARNED ".
028400     05  SM-EARNED           PIC ZZZZ9.
028500     05  FILLER              PIC X(11) VALUE
028600         "  ENROLLED ".
028700     05  SM-ENROLLED         PIC ZZZZ9.
028800     05  FILLER              PIC X(12) VALUE
028900         "  REMAINING ".
029000     05  SM-NEEDED           PIC ZZZZ9.
029100     05  FILLER              PIC X(13) VALUE
029200         "  AFTER TERM ".
029300     05  SM-AFTER-TERM       PIC ZZZZ9.
029400 01  WS-ELIGIBLE-LINE        PIC X(80) VALUE
029500     "*** MEETS EVERY REQUIREMENT - ON THE GRADUATION LIST ***".
029600 01  WS-NOT-YET-LINE.
029700     05  FILLER              PIC X(14) VALUE
029800         "OUTSTANDING: ".
029900     05  NY-OUTSTANDING      PIC ZZ9.
030000     05  FILLER              PIC X(16) VALUE
030100         "   IN PROGRESS: ".
030200     05  NY-IN-PROGRESS      PIC ZZ9.
030300 01  WS-NO-PROGRAM-LINE.
030400     05  FILLER              PIC X(08) VALUE "PROGRAM ".
030500     05  NP-PROGRAM-CODE     PIC X(04).
030600     05  FILLER              PIC X(40) VALUE
030700         " IS NOT ON PROGREQ - STUDENT NOT AUDITED".
030800 01  WS-TOTAL-LINE.
030900     05  FILLER              PIC X(17) VALUE
031000         "STUDENTS AUDITED ".
031100     05  GT-STUDENTS         PIC ZZZZ9.
031200     05  FILLER              PIC X(12) VALUE
031300         "   ELIGIBLE ".
031400     05  GT-ELIGIBLE         PIC ZZZZ9.
031500     05  FILLER              PIC X(15) VALUE
031600         "   NO PROGRAM ".
031700     05  GT-NO-PROGRAM       PIC ZZZZ9.
031800
031900 PROCEDURE DIVISION.
032000*----------------------------------------------------------
032100* 0000-MAINLINE
032200*----------------------------------------------------------
032300 0000-MAINLINE.
032400     PERFORM 1000-INITIALIZE
032500         THRU 1000-INITIALIZE-EXIT
032600     PERFORM 2000-AUDIT-ONE-STUDENT
032700         THRU 2000-AUDIT-ONE-STUDENT-EXIT
032800         UNTIL END-OF-STUDENTS
032900     PERFORM 7000-PRINT-TOTALS
033000         THRU 7000-PRINT-TOTALS-EXIT
033100     PERFORM 9000-TERMINATE
033200         THRU 9000-TERMINATE-EXIT
033300     STOP RUN.
033400
033500*----------------------------------------------------------
033600* 1000-INITIALIZE - OPEN FILES, LOAD THE REQUIREMENTS AND
033700* PRIME THE STUDENT READ.  WITHOUT PROGREQ OR CUSTMSTR
033800* THERE IS NOTHING TO AUDIT; NO CATALOG MEANS ONE CREDIT A
033900* COURSE AND NO ENROLLMENT MASTER MEANS NOTHING IN PROGRESS.
034000*----------------------------------------------------------
034100 1000-INITIALIZE.
034200     CALL "GETBDATE" USING WS-BUSINESS-DATE
034300     OPEN OUTPUT AUDIT-REPORT
034400     OPEN OUTPUT GRADUATION-LIST
034500     MOVE WS-BUSINESS-DATE TO HD-BUS-DATE
034600     WRITE AUDIT-REPORT-LINE FROM WS-HEADING-LINE-1
034700     PERFORM 1100-LOAD-REQUIREMENTS
034800         THRU 1100-LOAD-REQUIREMENTS-EXIT
034900     IF NOT INIT-SUCCESSFUL
035000         GO TO 1000-INITIALIZE-EXIT
035100     END-IF
035200     OPEN INPUT CUSTOMER-MASTER
035300     IF NOT CUSTM-FILE-OK
035400         DISPLAY "DEGREE-AUDIT-REPORT: CUSTMSTR OPEN FAILED, "
035500             "STATUS " WS-CUSTM-STATUS
035600         MOVE 8 TO RETURN-CODE
035700         MOVE "Y" TO WS-EOF-FLAG
035800         MOVE "N" TO WS-INIT-FLAG
035900         GO TO 1000-INITIALIZE-EXIT
036000     END-IF
036100     OPEN INPUT COURSE-CATALOG
036200     IF CRSE-FILE-OK
036300         MOVE "Y" TO WS-CRSE-OPEN-FLAG
036400     END-IF
036500     OPEN INPUT ENROLL-MASTER
036600     IF ENRL-FILE-OK
036700         MOVE "Y" TO WS-ENRL-OPEN-FLAG
036800     END-IF
036900     PERFORM 8000-READ-STUDENT
037000         THRU 8000-READ-STUDENT-EXIT.
037100 1000-INITIALIZE-EXIT.
037200     EXIT.
037300
037400*----------------------------------------------------------
037500* 1100-LOAD-REQUIREMENTS - EVERY PROGREQ ROW INTO ITS TABLE.
037600*----------------------------------------------------------
037700 1100-LOAD-REQUIREMENTS.
037800     OPEN INPUT PROGRAM-REQUIREMENTS
037900     IF NOT PREQ-FILE-OK
038000         DISPLAY "DEGREE-AUDIT-REPORT: PROGREQ OPEN FAILED, "
038100             "STATUS " WS-PREQ-STATUS
038200         MOVE 8 TO RETURN-CODE
038300         MOVE "Y" TO WS-EOF-FLAG
038400         MOVE "N" TO WS-INIT-FLAG
038500         GO TO 1100-LOAD-REQUIREMENTS-EXIT
038600     END-IF
038700     PERFORM 1120-READ-REQ-ROW
038800         THRU 1120-READ-REQ-ROW-EXIT
038900     PERFORM 1140-STORE-REQ-ROW
039000         THRU 1140-STORE-REQ-ROW-EXIT
039100         UNTIL END-OF-PROGREQ
039200     CLOSE PROGRAM-REQUIREMENTS.
039300 1100-LOAD-REQUIREMENTS-EXIT.
039400     EXIT.
039500
039600*----------------------------------------------------------
039700* 1120-READ-REQ-ROW - READ ONE PROGREQ ROW.
039800*----------------------------------------------------------
039900 1120-READ-REQ-ROW.
040000     READ PROGRAM-REQUIREMENTS
040100         AT END
040200             MOVE "Y" TO WS-PREQ-EOF-FLAG
040300     END-READ.
040400 1120-READ-REQ-ROW-EXIT.
040500     EXIT.
040600
040700*----------------------------------------------------------
040800* 1140-STORE-REQ-ROW - FILE THE ROW JUST READ BY ITS TYPE
040900* AND READ THE NEXT ONE.  A ROW THAT DOES NOT FIT IS NAMED
041000* ON THE CONSOLE SO THE TABLE CAN BE GROWN.
041100*----------------------------------------------------------
041200 1140-STORE-REQ-ROW.
041300     EVALUATE TRUE
041400         WHEN PQ-IS-PROGRAM AND WS-PG-COUNT < 50
041500             ADD 1 TO WS-PG-COUNT
041600             MOVE PQ-PROGRAM-CODE  TO WS-PG-CODE(WS-PG-COUNT)
041700             MOVE PQ-PROGRAM-TITLE TO WS-PG-TITLE(WS-PG-COUNT)
041800             MOVE ZERO TO WS-PG-MIN-CREDITS(WS-PG-COUNT)
041900             MOVE ZERO TO WS-PG-MIN-GPA(WS-PG-COUNT)
042000             IF PQ-MIN-CREDITS NUMERIC
042100                 MOVE PQ-MIN-CREDITS
042200                     TO WS-PG-MIN-CREDITS(WS-PG-COUNT)
042300             END-IF
042400             IF PQ-MIN-GPA NUMERIC
042500                 MOVE PQ-MIN-GPA TO WS-PG-MIN-GPA(WS-PG-COUNT)
042600             END-IF
042700         WHEN PQ-IS-REQUIRED AND WS-RQ-COUNT < 500
042800             ADD 1 TO WS-RQ-COUNT
042900             MOVE PQ-PROGRAM-CODE TO WS-RQ-PROGRAM(WS-RQ-COUNT)
043000             MOVE PQ-COURSE-CODE  TO WS-RQ-COURSE(WS-RQ-COUNT)
043100         WHEN PQ-IS-GROUP AND WS-GR-COUNT < 100
043200             ADD 1 TO WS-GR-COUNT
043300             MOVE PQ-PROGRAM-CODE TO WS-GR-PROGRAM(WS-GR-COUNT)
043400             MOVE PQ-GROUP-CODE   TO WS-GR-CODE(WS-GR-COUNT)
043500             MOVE PQ-GROUP-TITLE  TO WS-GR-TITLE(WS-GR-COUNT)
043600             MOVE ZERO TO WS-GR-MIN-CREDITS(WS-GR-COUNT)
043700             IF PQ-GROUP-MIN-CREDITS NUMERIC
043800                 MOVE PQ-GROUP-MIN-CREDITS
043900                     TO WS-GR-MIN-CREDITS(WS-GR-COUNT)
044000             END-IF
044100         WHEN PQ-IS-ELECTIVE AND WS-EL-COUNT < 500
044200             ADD 1 TO WS-EL-COUNT
044300             MOVE PQ-PROGRAM-CODE TO WS-EL-PROGRAM(WS-EL-COUNT)
044400             MOVE PQ-COURSE-GROUP TO WS-EL-GROUP(WS-EL-COUNT)
044500             MOVE PQ-COURSE-CODE  TO WS-EL-COURSE(WS-EL-COUNT)
044600         WHEN OTHER
044700             DISPLAY "DEGREE-AUDIT-REPORT: PROGREQ ROW "
044800                 "NOT LOADED: " PQ-PROGRAM-CODE " "
044900                 PQ-REC-TYPE
045000     END-EVALUATE
045100     PERFORM 1120-READ-REQ-ROW
045200         THRU 1120-READ-REQ-ROW-EXIT.
045300 1140-STORE-REQ-ROW-EXIT.
045400     EXIT.
045500
045600*----------------------------------------------------------
045700* 2000-AUDIT-ONE-STUDENT - AUDIT ONE CUSTMSTR RECORD THAT
045800* CARRIES A PROGRAM CODE.
045900*----------------------------------------------------------
046000 2000-AUDIT-ONE-STUDENT.
046100     IF CM-PROGRAM-CODE = SPACES
046200      OR CM-PROGRAM-CODE = LOW-VALUES
046300      OR CM-IS-INACTIVE
046400         GO TO 2000-AUDIT-ONE-STUDENT-READ
046500     END-IF
046600     MOVE CM-CUST-ID      TO SL-STUDENT-ID
046700     MOVE CM-CUST-NAME    TO SL-NAME
046800     MOVE CM-PROGRAM-CODE TO SL-PROGRAM-CODE
046900     MOVE SPACES          TO SL-PROGRAM-TITLE
047000     PERFORM 2100-FIND-PROGRAM
047100         THRU 2100-FIND-PROGRAM-EXIT
047200     IF WS-PG-AT = ZERO
047300         WRITE AUDIT-REPORT-LINE FROM WS-RULE-LINE
047400         WRITE AUDIT-REPORT-LINE FROM WS-STUDENT-LINE
047500         MOVE CM-PROGRAM-CODE TO NP-PROGRAM-CODE
047600         WRITE AUDIT-REPORT-LINE FROM WS-NO-PROGRAM-LINE
047700         ADD 1 TO WS-NO-PROGRAM-COUNT
047800         GO TO 2000-AUDIT-ONE-STUDENT-READ
047900     END-IF
048000     ADD 1 TO WS-STUDENT-COUNT
048100     MOVE WS-PG-TITLE(WS-PG-AT) TO SL-PROGRAM-TITLE
048200     WRITE AUDIT-REPORT-LINE FROM WS-RULE-LINE
048300     WRITE AUDIT-REPORT-LINE FROM WS-STUDENT-LINE
048400     MOVE ZERO TO WS-OUTSTANDING-COUNT
048500     MOVE ZERO TO WS-IN-PROGRESS-COUNT
048600     PERFORM 2200-LOAD-TRANSCRIPT
048700         THRU 2200-LOAD-TRANSCRIPT-EXIT
048800     PERFORM 2300-LOAD-ENROLLMENTS
048900         THRU 2300-LOAD-ENROLLMENTS-EXIT
049000     PERFORM 3000-CHECK-ONE-REQUIRED
049100         THRU 3000-CHECK-ONE-REQUIRED-EXIT
049200         VARYING WS-RQ-SUB FROM 1 BY 1
049300         UNTIL WS-RQ-SUB > WS-RQ-COUNT
049400     PERFORM 3500-CHECK-ONE-GROUP
049500         THRU 3500-CHECK-ONE-GROUP-EXIT
049600         VARYING WS-GR-SUB FROM 1 BY 1
049700         UNTIL WS-GR-SUB > WS-GR-COUNT
049800     PERFORM 4000-CHECK-CREDITS-AND-GPA
049900         THRU 4000-CHECK-CREDITS-AND-GPA-EXIT
050000     PERFORM 5000-PRINT-SUMMARY
050100         THRU 5000-PRINT-SUMMARY-EXIT.
050200
050300 2000-AUDIT-ONE-STUDENT-READ.
050400     PERFORM 8000-READ-STUDENT
050500         THRU 8000-READ-STUDENT-EXIT.
050600 2000-AUDIT-ONE-STUDENT-EXIT.
050700     EXIT.
050800
050900*----------------------------------------------------------
051000* 2100-FIND-PROGRAM - THE STUDENT'S PROGRAM IN THE TABLE;
051100* WS-PG-AT STAYS ZERO WHEN IT IS NOT ON PROGREQ.
051200*----------------------------------------------------------
051300 2100-FIND-PROGRAM.
051400     MOVE ZERO TO WS-PG-AT
051500     PERFORM 2110-MATCH-ONE-PROGRAM
051600         THRU 2110-MATCH-ONE-PROGRAM-EXIT
051700         VARYING WS-PG-SUB FROM 1 BY 1
051800         UNTIL WS-PG-SUB > WS-PG-COUNT
051900            OR WS-PG-AT > ZERO.
052000 2100-FIND-PROGRAM-EXIT.
052100     EXIT.
052200
052300*----------------------------------------------------------
052400* 2110-MATCH-ONE-PROGRAM - ONE TABLE ENTRY.
052500*----------------------------------------------------------
052600 2110-MATCH-ONE-PROGRAM.
052700     IF WS-PG-CODE(WS-PG-SUB) = CM-PROGRAM-CODE
052800         MOVE WS-PG-SUB TO WS-PG-AT
052900     END-IF.
053000 2110-MATCH-ONE-PROGRAM-EXIT.
053100     EXIT.
053200
053300*----------------------------------------------------------
053400* 2200-LOAD-TRANSCRIPT - EVERY GRADED COURSE FOR THE
053500* STUDENT, WITH ITS CATALOG CREDITS, AND THE CREDIT-WEIGHTED
053600* GPA OVER THEM.  NO TRANSCRPT MEANS NOTHING GRADED YET.
053700*----------------------------------------------------------
053800 2200-LOAD-TRANSCRIPT.
053900     MOVE ZERO TO WS-TK-COUNT
054000     MOVE ZERO TO WS-POINTS-TOTAL
054100     MOVE ZERO TO WS-GRADED-CREDITS
054200     MOVE ZERO TO WS-EARNED-CREDITS
054300     MOVE ZERO TO WS-CUM-GPA
054400     MOVE "N"  TO WS-TRAN-EOF-FLAG
054500     OPEN INPUT TRANSCRIPT-FILE
054600     IF NOT TRAN-FILE-OK
054700         GO TO 2200-LOAD-TRANSCRIPT-EXIT
054800     END-IF
054900     PERFORM 8100-READ-TRANSCRIPT
055000         THRU 8100-READ-TRANSCRIPT-EXIT
055100     PERFORM 2210-TAKE-ONE-GRADE
055200         THRU 2210-TAKE-ONE-GRADE-EXIT
055300         UNTIL END-OF-TRANSCRIPT
055400     CLOSE TRANSCRIPT-FILE
055500     IF WS-GRADED-CREDITS > ZERO
055600         COMPUTE WS-CUM-GPA ROUNDED
055700             = WS-POINTS-TOTAL / WS-GRADED-CREDITS
055800     END-IF.
055900 2200-LOAD-TRANSCRIPT-EXIT.
056000     EXIT.
056100
056200*----------------------------------------------------------
056300* 2210-TAKE-ONE-GRADE - ONE TRANSCRIPT RECORD; KEPT WHEN IT
056400* IS THE STUDENT'S.  ANY GRADE BUT F EARNS THE CREDITS.
056500*----------------------------------------------------------
056600 2210-TAKE-ONE-GRADE.
056700     IF TE-STUDENT-ID NOT = CM-CUST-ID
056800         GO TO 2210-TAKE-ONE-GRADE-READ
056900     END-IF
057000     IF WS-TK-COUNT NOT < 100
057100         DISPLAY "DEGREE-AUDIT-REPORT: OVER 100 COURSES FOR "
057200             CM-CUST-ID
057300         GO TO 2210-TAKE-ONE-GRADE-READ
057400     END-IF
057500     MOVE TE-COURSE-CODE TO WS-LOOK-COURSE
057600     PERFORM 6500-LOOK-UP-COURSE
057700         THRU 6500-LOOK-UP-COURSE-EXIT
057800     PERFORM 6600-GRADE-TO-POINTS
057900         THRU 6600-GRADE-TO-POINTS-EXIT
058000     ADD 1 TO WS-TK-COUNT
058100     MOVE TE-COURSE-CODE TO WS-TK-COURSE(WS-TK-COUNT)
058200     MOVE TE-GRADE       TO WS-TK-GRADE(WS-TK-COUNT)
058300     MOVE WS-CREDITS-THIS-COURSE TO WS-TK-CREDITS(WS-TK-COUNT)
058400     COMPUTE WS-POINTS-TOTAL
058500         = WS-POINTS-TOTAL
058600         + WS-POINTS-THIS-COURSE * WS-CREDITS-THIS-COURSE
058700     ADD WS-CREDITS-THIS-COURSE TO WS-GRADED-CREDITS
058800     IF TE-GRADE NOT = "F" AND TE-GRADE NOT = SPACE
058900         ADD WS-CREDITS-THIS-COURSE TO WS-EARNED-CREDITS
059000     END-IF.
059100
059200 2210-TAKE-ONE-GRADE-READ.
059300     PERFORM 8100-READ-TRANSCRIPT
059400         THRU 8100-READ-TRANSCRIPT-EXIT.
059500 2210-TAKE-ONE-GRADE-EXIT.
059600     EXIT.
059700
059800*----------------------------------------------------------
059900* 2300-LOAD-ENROLLMENTS - THE STUDENT'S ENRLMSTR COURSES
060000* THAT ARE NOT DROPPED AND NOT YET ON THE TRANSCRIPT: THE
060100* WORK IN PROGRESS.
060200*----------------------------------------------------------
060300 2300-LOAD-ENROLLMENTS.
060400     MOVE ZERO TO WS-EC-COUNT
060500     MOVE ZERO TO WS-ENROLLED-CREDITS
060600     IF NOT ENRL-FILE-OPEN
060700         GO TO 2300-LOAD-ENROLLMENTS-EXIT
060800     END-IF
060900     MOVE "N"        TO WS-ENRL-EOF-FLAG
061000     MOVE CM-CUST-ID TO EN-STUDENT-ID
061100     MOVE LOW-VALUES TO EN-COURSE-CODE
061200     START ENROLL-MASTER KEY NOT LESS THAN EN-KEY
061300         INVALID KEY
061400             MOVE "Y" TO WS-ENRL-EOF-FLAG
061500     END-START
061600     IF NOT END-OF-STUDENT-ENRL
061700         PERFORM 8200-READ-ENROLLMENT
061800             THRU 8200-READ-ENROLLMENT-EXIT
061900     END-IF
062000     PERFORM 2310-TAKE-ONE-ENROLLMENT
062100         THRU 2310-TAKE-ONE-ENROLLMENT-EXIT
062200         UNTIL END-OF-STUDENT-ENRL.
062300 2300-LOAD-ENROLLMENTS-EXIT.
062400     EXIT.
062500
062600*----------------------------------------------------------
062700* 2310-TAKE-ONE-ENROLLMENT - ONE OF THE STUDENT'S
062800* ENROLLMENTS.
062900*----------------------------------------------------------
063000 2310-TAKE-ONE-ENROLLMENT.
063100     IF EN-IS-DROPPED OR EN-IS-WAITLISTED
063200         GO TO 2310-TAKE-ONE-ENROLLMENT-READ
063300     END-IF
063400     MOVE EN-COURSE-CODE TO WS-LOOK-COURSE
063500     PERFORM 6000-FIND-TAKEN
063600         THRU 6000-FIND-TAKEN-EXIT
063700     IF WS-TK-AT > ZERO
063800         GO TO 2310-TAKE-ONE-ENROLLMENT-READ
063900     END-IF
064000     IF WS-EC-COUNT NOT < 50
064100         GO TO 2310-TAKE-ONE-ENROLLMENT-READ
064200     END-IF
064300     PERFORM 6500-LOOK-UP-COURSE
064400         THRU 6500-LOOK-UP-COURSE-EXIT
064500     ADD 1 TO WS-EC-COUNT
064600     MOVE EN-COURSE-CODE TO WS-EC-COURSE(WS-EC-COUNT)
064700     MOVE WS-CREDITS-THIS-COURSE TO WS-EC-CREDITS(WS-EC-COUNT)
064800     ADD WS-CREDITS-THIS-COURSE TO WS-ENROLLED-CREDITS.
064900
065000 2310-TAKE-ONE-ENROLLMENT-READ.
065100     PERFORM 8200-READ-ENROLLMENT
065200         THRU 8200-READ-ENROLLMENT-EXIT.
065300 2310-TAKE-ONE-ENROLLMENT-EXIT.
065400     EXIT.
065500
065600*----------------------------------------------------------
065700* 3000-CHECK-ONE-REQUIRED - ONE REQUIRED COURSE: MET WHEN
065800* PASSED, IN PROGRESS WHEN ENROLLED, ELSE OUTSTANDING.
065900*----------------------------------------------------------
066000 3000-CHECK-ONE-REQUIRED.
066100     IF WS-RQ-PROGRAM(WS-RQ-SUB) NOT = CM-PROGRAM-CODE
066200         GO TO 3000-CHECK-ONE-REQUIRED-EXIT
066300     END-IF
066400     MOVE WS-RQ-COURSE(WS-RQ-SUB) TO WS-LOOK-COURSE
066500     PERFORM 6500-LOOK-UP-COURSE
066600         THRU 6500-LOOK-UP-COURSE-EXIT
066700     MOVE "REQUIRED"           TO RL-KIND
066800     MOVE WS-LOOK-COURSE       TO IC-COURSE
066900     MOVE WS-TITLE-THIS-COURSE TO IC-TITLE
067000     MOVE WS-ITEM-COURSE       TO RL-ITEM
067100     MOVE SPACES               TO RL-PROGRESS
067200     PERFORM 6000-FIND-TAKEN
067300         THRU 6000-FIND-TAKEN-EXIT
067400     PERFORM 6100-FIND-ENROLLED
067500         THRU 6100-FIND-ENROLLED-EXIT
067600     IF WS-TK-AT > ZERO
067700         MOVE WS-TK-GRADE(WS-TK-AT) TO PR-GRADE
067800         MOVE WS-PROGRESS-GRADE     TO RL-PROGRESS
067900     END-IF
068000     EVALUATE TRUE
068100         WHEN WS-TK-AT > ZERO
068200          AND WS-TK-GRADE(WS-TK-AT) NOT = "F"
068300          AND WS-TK-GRADE(WS-TK-AT) NOT = SPACE
068400             MOVE "MET"         TO WS-REQ-STATUS
068500         WHEN WS-EC-AT > ZERO
068600             MOVE "IN PROGRESS" TO WS-REQ-STATUS
068700         WHEN OTHER
068800             MOVE "OUTSTANDING" TO WS-REQ-STATUS
068900     END-EVALUATE
069000     PERFORM 6900-WRITE-REQ-LINE
069100         THRU 6900-WRITE-REQ-LINE-EXIT.
069200 3000-CHECK-ONE-REQUIRED-EXIT.
069300     EXIT.
069400
069500*----------------------------------------------------------
069600* 3500-CHECK-ONE-GROUP - ONE ELECTIVE GROUP: THE CREDITS
069700* EARNED (AND ENROLLED) IN ITS COURSES AGAINST ITS MINIMUM.
069800*----------------------------------------------------------
069900 3500-CHECK-ONE-GROUP.
070000     IF WS-GR-PROGRAM(WS-GR-SUB) NOT = CM-PROGRAM-CODE
070100         GO TO 3500-CHECK-ONE-GROUP-EXIT
070200     END-IF
070300     MOVE ZERO TO WS-GROUP-EARNED
070400     MOVE ZERO TO WS-GROUP-ENROLLED
070500     PERFORM 3600-ADD-ONE-ELECTIVE
070600         THRU 3600-ADD-ONE-ELECTIVE-EXIT
070700         VARYING WS-EL-SUB FROM 1 BY 1
070800         UNTIL WS-EL-SUB > WS-EL-COUNT
070900     MOVE "ELECTIVE"             TO RL-KIND
071000     MOVE WS-GR-CODE(WS-GR-SUB)  TO IG-GROUP
071100     MOVE WS-GR-TITLE(WS-GR-SUB) TO IG-TITLE
071200     MOVE WS-ITEM-GROUP          TO RL-ITEM
071300     MOVE WS-GROUP-EARNED        TO PC-HAVE
071400     MOVE WS-GR-MIN-CREDITS(WS-GR-SUB) TO PC-NEED
071500     MOVE WS-PROGRESS-CREDITS    TO RL-PROGRESS
071600     EVALUATE TRUE
071700         WHEN WS-GROUP-EARNED NOT < WS-GR-MIN-CREDITS(WS-GR-SUB)
071800             MOVE "MET"         TO WS-REQ-STATUS
071900         WHEN WS-GROUP-EARNED + WS-GROUP-ENROLLED
072000                 NOT < WS-GR-MIN-CREDITS(WS-GR-SUB)
072100             MOVE "IN PROGRESS" TO WS-REQ-STATUS
072200         WHEN OTHER
072300             MOVE "OUTSTANDING" TO WS-REQ-STATUS
072400     END-EVALUATE
072500     PERFORM 6900-WRITE-REQ-LINE
072600         THRU 6900-WRITE-REQ-LINE-EXIT.
072700 3500-CHECK-ONE-GROUP-EXIT.
072800     EXIT.
072900
073000*----------------------------------------------------------
073100* 3600-ADD-ONE-ELECTIVE - ONE ELECTIVE ROW; ITS CREDITS
073200* COUNT WHEN THE COURSE IS PASSED OR ENROLLED.
073300*----------------------------------------------------------
073400 3600-ADD-ONE-ELECTIVE.
073500     IF WS-EL-PROGRAM(WS-EL-SUB) NOT = CM-PROGRAM-CODE
073600      OR WS-EL-GROUP(WS-EL-SUB) NOT = WS-GR-CODE(WS-GR-SUB)
073700         GO TO 3600-ADD-ONE-ELECTIVE-EXIT
073800     END-IF
073900     MOVE WS-EL-COURSE(WS-EL-SUB) TO WS-LOOK-COURSE
074000     PERFORM 6000-FIND-TAKEN
074100         THRU 6000-FIND-TAKEN-EXIT
074200     IF WS-TK-AT > ZERO
074300         IF WS-TK-GRADE(WS-TK-AT) NOT = "F"
074400          AND WS-TK-GRADE(WS-TK-AT) NOT = SPACE
074500             ADD WS-TK-CREDITS(WS-TK-AT) TO WS-GROUP-EARNED
074600         END-IF
074700         GO TO 3600-ADD-ONE-ELECTIVE-EXIT
074800     END-IF
074900     PERFORM 6100-FIND-ENROLLED
075000         THRU 6100-FIND-ENROLLED-EXIT
075100     IF WS-EC-AT > ZERO
075200         ADD WS-EC-CREDITS(WS-EC-AT) TO WS-GROUP-ENROLLED
075300     END-IF.
075400 3600-ADD-ONE-ELECTIVE-EXIT.
075500     EXIT.
075600
075700*----------------------------------------------------------
075800* 4000-CHECK-CREDITS-AND-GPA - THE PROGRAM'S MINIMUM TOTAL
075900* CREDITS AND MINIMUM CUMULATIVE GPA.
076000*----------------------------------------------------------
076100 4000-CHECK-CREDITS-AND-GPA.
076200     MOVE "CREDITS"            TO RL-KIND
076300     MOVE "TOTAL CREDITS"      TO RL-ITEM
076400     MOVE WS-EARNED-CREDITS    TO PC-HAVE
076500     MOVE WS-PG-MIN-CREDITS(WS-PG-AT) TO PC-NEED
076600     MOVE WS-PROGRESS-CREDITS  TO RL-PROGRESS
076700     EVALUATE TRUE
076800         WHEN WS-EARNED-CREDITS
076900                 NOT < WS-PG-MIN-CREDITS(WS-PG-AT)
077000             MOVE "MET"         TO WS-REQ-STATUS
077100         WHEN WS-EARNED-CREDITS + WS-ENROLLED-CREDITS
077200                 NOT < WS-PG-MIN-CREDITS(WS-PG-AT)
077300             MOVE "IN PROGRESS" TO WS-REQ-STATUS
077400         WHEN OTHER
077500             MOVE "OUTSTANDING" TO WS-REQ-STATUS
077600     END-EVALUATE
077700     PERFORM 6900-WRITE-REQ-LINE
077800         THRU 6900-WRITE-REQ-LINE-EXIT
077900
078000     MOVE "GPA"                TO RL-KIND
078100     MOVE "CUMULATIVE GPA"     TO RL-ITEM
078200     MOVE WS-CUM-GPA           TO PG-GPA
078300     MOVE WS-PG-MIN-GPA(WS-PG-AT) TO PG-MIN
078400     MOVE WS-PROGRESS-GPA      TO RL-PROGRESS
078500     IF WS-GRADED-CREDITS > ZERO
078600      AND WS-CUM-GPA NOT < WS-PG-MIN-GPA(WS-PG-AT)
078700         MOVE "MET"         TO WS-REQ-STATUS
078800     ELSE
078900         MOVE "OUTSTANDING" TO WS-REQ-STATUS
079000     END-IF
079100     PERFORM 6900-WRITE-REQ-LINE
079200         THRU 6900-WRITE-REQ-LINE-EXIT.
079300 4000-CHECK-CREDITS-AND-GPA-EXIT.
079400     EXIT.
079500
079600*----------------------------------------------------------
079700* 5000-PRINT-SUMMARY - CREDITS REMAINING, AND THE
079800* GRADUATION-LIST FLAG WHEN NOTHING IS LEFT OPEN.
079900*----------------------------------------------------------
080000 5000-PRINT-SUMMARY.
080100     MOVE ZERO TO WS-CREDITS-NEEDED
080200     MOVE ZERO TO WS-CREDITS-AFTER-TERM
080300     IF WS-PG-MIN-CREDITS(WS-PG-AT) > WS-EARNED-CREDITS
080400         COMPUTE WS-CREDITS-NEEDED
080500             = WS-PG-MIN-CREDITS(WS-PG-AT) - WS-EARNED-CREDITS
080600     END-IF
080700     IF WS-CREDITS-NEEDED > WS-ENROLLED-CREDITS
080800         COMPUTE WS-CREDITS-AFTER-TERM
080900             = WS-CREDITS-NEEDED - WS-ENROLLED-CREDITS
081000     END-IF
081100     MOVE WS-EARNED-CREDITS     TO SM-EARNED
081200     MOVE WS-ENROLLED-CREDITS   TO SM-ENROLLED
081300     MOVE WS-CREDITS-NEEDED     TO SM-NEEDED
081400     MOVE WS-CREDITS-AFTER-TERM TO SM-AFTER-TERM
081500     WRITE AUDIT-REPORT-LINE FROM WS-SUMMARY-LINE
081600     IF WS-OUTSTANDING-COUNT = ZERO
081700      AND WS-IN-PROGRESS-COUNT = ZERO
081800         WRITE AUDIT-REPORT-LINE FROM WS-ELIGIBLE-LINE
081900         PERFORM 5100-WRITE-GRAD-LIST
082000             THRU 5100-WRITE-GRAD-LIST-EXIT
082100     ELSE
082200         MOVE WS-OUTSTANDING-COUNT TO NY-OUTSTANDING
082300         MOVE WS-IN-PROGRESS-COUNT TO NY-IN-PROGRESS
082400         WRITE AUDIT-REPORT-LINE FROM WS-NOT-YET-LINE
082500     END-IF.
082600 5000-PRINT-SUMMARY-EXIT.
082700     EXIT.
082800
082900*----------------------------------------------------------
083000* 5100-WRITE-GRAD-LIST - ONE STUDENT FOR THE REGISTRAR'S
083100* GRADUATION LIST.
083200*----------------------------------------------------------
083300 5100-WRITE-GRAD-LIST.
083400     MOVE SPACES            TO GRADUATION-LIST-RECORD
083500     MOVE CM-CUST-ID        TO GL-STUDENT-ID
083600     MOVE CM-CUST-NAME      TO GL-NAME
083700     MOVE CM-PROGRAM-CODE   TO GL-PROGRAM-CODE
083800     MOVE WS-EARNED-CREDITS TO GL-CREDITS
083900     MOVE WS-CUM-GPA        TO GL-GPA
084000     MOVE WS-BUSINESS-DATE  TO GL-AUDIT-DATE
084100     WRITE GRADUATION-LIST-RECORD
084200     ADD 1 TO WS-ELIGIBLE-COUNT.
084300 5100-WRITE-GRAD-LIST-EXIT.
084400     EXIT.
084500
084600*----------------------------------------------------------
084700* 6000-FIND-TAKEN - WS-LOOK-COURSE ON THE STUDENT'S
084800* TRANSCRIPT; WS-TK-AT STAYS ZERO WHEN IT IS NOT.
084900*----------------------------------------------------------
085000 6000-FIND-TAKEN.
085100     MOVE ZERO TO WS-TK-AT
085200     PERFORM 6010-MATCH-ONE-TAKEN
085300         THRU 6010-MATCH-ONE-TAKEN-EXIT
085400         VARYING WS-TK-SUB FROM 1 BY 1
085500         UNTIL WS-TK-SUB > WS-TK-COUNT.
085600 6000-FIND-TAKEN-EXIT.
085700     EXIT.
085800
085900*----------------------------------------------------------
086000* 6010-MATCH-ONE-TAKEN - ONE TRANSCRIPT ENTRY.  A PASSING
086100* ENTRY WINS OVER AN EARLIER FAILED ATTEMPT.
086200*----------------------------------------------------------
086300 6010-MATCH-ONE-TAKEN.
086400     IF WS-TK-COURSE(WS-TK-SUB) NOT = WS-LOOK-COURSE
086500         GO TO 6010-MATCH-ONE-TAKEN-EXIT
086600     END-IF
086700     IF WS-TK-AT = ZERO
086800      OR (WS-TK-GRADE(WS-TK-SUB) NOT = "F"
086900      AND WS-TK-GRADE(WS-TK-SUB) NOT = SPACE)
087000         MOVE WS-TK-SUB TO WS-TK-AT
087100     END-IF.
087200 6010-MATCH-ONE-TAKEN-EXIT.
087300     EXIT.
087400
087500*----------------------------------------------------------
087600* 6100-FIND-ENROLLED - WS-LOOK-COURSE AMONG THE STUDENT'S
087700* UNGRADED ENROLLMENTS; WS-EC-AT STAYS ZERO WHEN IT IS NOT.
087800*----------------------------------------------------------
087900 6100-FIND-ENROLLED.
088000     MOVE ZERO TO WS-EC-AT
088100     PERFORM 6110-MATCH-ONE-ENROLLED
088200         THRU 6110-MATCH-ONE-ENROLLED-EXIT
088300         VARYING WS-EC-SUB FROM 1 BY 1
088400         UNTIL WS-EC-SUB > WS-EC-COUNT
088500            OR WS-EC-AT > ZERO.
088600 6100-FIND-ENROLLED-EXIT.
088700     EXIT.
088800
088900*----------------------------------------------------------
089000* 6110-MATCH-ONE-ENROLLED - ONE ENROLLMENT ENTRY.
089100*----------------------------------------------------------
089200 6110-MATCH-ONE-ENROLLED.
089300     IF WS-EC-COURSE(WS-EC-SUB) = WS-LOOK-COURSE
089400         MOVE WS-EC-SUB TO WS-EC-AT
089500     END-IF.
089600 6110-MATCH-ONE-ENROLLED-EXIT.
089700     EXIT.
089800
089900*----------------------------------------------------------
090000* 6500-LOOK-UP-COURSE - WS-LOOK-COURSE'S CREDIT HOURS AND
090100* TITLE FROM THE CATALOG; ONE CREDIT AND NO TITLE WHEN THE
090200* COURSE (OR THE CATALOG) IS NOT ON FILE, AS ON THE
090300* TRANSCRIPT.
090400*----------------------------------------------------------
090500 6500-LOOK-UP-COURSE.
090600     MOVE 01     TO WS-CREDITS-THIS-COURSE
090700     MOVE SPACES TO WS-TITLE-THIS-COURSE
090800     IF NOT CRSE-FILE-OPEN
090900         GO TO 6500-LOOK-UP-COURSE-EXIT
091000     END-IF
091100     MOVE WS-LOOK-COURSE TO CR-COURSE-CODE
091200     READ COURSE-CATALOG
091300         INVALID KEY
091400             GO TO 6500-LOOK-UP-COURSE-EXIT
091500     END-READ
091600     MOVE CR-TITLE TO WS-TITLE-THIS-COURSE
091700     IF CR-CREDIT-HOURS NUMERIC AND CR-CREDIT-HOURS > ZERO
091800         MOVE CR-CREDIT-HOURS TO WS-CREDITS-THIS-COURSE
091900     END-IF.
092000 6500-LOOK-UP-COURSE-EXIT.
092100     EXIT.
092200
092300*----------------------------------------------------------
092400* 6600-GRADE-TO-POINTS - THE SAME POINT SCALE THE GRADING
092500* RUN ASSIGNS.
092600*----------------------------------------------------------
092700 6600-GRADE-TO-POINTS.
092800     EVALUATE TE-GRADE
092900         WHEN "A" MOVE 4.0 TO WS-POINTS-THIS-COURSE
093000         WHEN "B" MOVE 3.0 TO WS-POINTS-THIS-COURSE
093100         WHEN "C" MOVE 2.0 TO WS-POINTS-THIS-COURSE
093200         WHEN "D" MOVE 1.0 TO WS-POINTS-THIS-COURSE
093300         WHEN "E" MOVE 0.5 TO WS-POINTS-THIS-COURSE
093400         WHEN OTHER MOVE 0.0 TO WS-POINTS-THIS-COURSE
093500     END-EVALUATE.
093600 6600-GRADE-TO-POINTS-EXIT.
093700     EXIT.
093800
093900*----------------------------------------------------------
094000* 6900-WRITE-REQ-LINE - PRINT ONE REQUIREMENT AND COUNT
094100* WHAT IS STILL OPEN.
094200*----------------------------------------------------------
094300 6900-WRITE-REQ-LINE.
094400     MOVE WS-REQ-STATUS TO RL-STATUS
094500     EVALUATE WS-REQ-STATUS
094600         WHEN "IN PROGRESS"
094700             ADD 1 TO WS-IN-PROGRESS-COUNT
094800         WHEN "OUTSTANDING"
094900             ADD 1 TO WS-OUTSTANDING-COUNT
095000     END-EVALUATE
095100     WRITE AUDIT-REPORT-LINE FROM WS-REQ-LINE.
095200 6900-WRITE-REQ-LINE-EXIT.
095300     EXIT.
095400
095500*----------------------------------------------------------
095600* 7000-PRINT-TOTALS - THE RUN'S COUNTS.
095700*----------------------------------------------------------
095800 7000-PRINT-TOTALS.
095900     WRITE AUDIT-REPORT-LINE FROM WS-RULE-LINE
096000     MOVE WS-STUDENT-COUNT    TO GT-STUDENTS
096100     MOVE WS-ELIGIBLE-COUNT   TO GT-ELIGIBLE
096200     MOVE WS-NO-PROGRAM-COUNT TO GT-NO-PROGRAM
096300     WRITE AUDIT-REPORT-LINE FROM WS-TOTAL-LINE.
096400 7000-PRINT-TOTALS-EXIT.
096500     EXIT.
096600
096700*----------------------------------------------------------
096800* 8000-READ-STUDENT - READ THE NEXT CUSTOMER.
096900*----------------------------------------------------------
097000 8000-READ-STUDENT.
097100     READ CUSTOMER-MASTER NEXT RECORD
097200         AT END
097300             MOVE "Y" TO WS-EOF-FLAG
097400     END-READ.
097500 8000-READ-STUDENT-EXIT.
097600     EXIT.
097700
097800*----------------------------------------------------------
097900* 8100-READ-TRANSCRIPT - READ THE NEXT TRANSCRIPT RECORD.
098000*----------------------------------------------------------
098100 8100-READ-TRANSCRIPT.
098200     READ TRANSCRIPT-FILE
098300         AT END
098400             MOVE "Y" TO WS-TRAN-EOF-FLAG
098500     END-READ.
098600 8100-READ-TRANSCRIPT-EXIT.
098700     EXIT.
098800
098900*----------------------------------------------------------
099000* 8200-READ-ENROLLMENT - READ THE STUDENT'S NEXT
099100* ENROLLMENT; THE NEXT STUDENT'S FIRST ONE ENDS THE LIST.
099200*----------------------------------------------------------
099300 8200-READ-ENROLLMENT.
099400     READ ENROLL-MASTER NEXT RECORD
099500         AT END
099600             MOVE "Y" TO WS-ENRL-EOF-FLAG
099700             GO TO 8200-READ-ENROLLMENT-EXIT
099800     END-READ
099900     IF EN-STUDENT-ID NOT = CM-CUST-ID
100000         MOVE "Y" TO WS-ENRL-EOF-FLAG
100100     END-IF.
100200 8200-READ-ENROLLMENT-EXIT.
100300     EXIT.
100400
100500*----------------------------------------------------------
100600* 9000-TERMINATE - CLOSE FILES AND WRITE THE DAILY-STATS
100700* SUMMARY RECORD.
100800*----------------------------------------------------------
100900 9000-TERMINATE.
101000     IF INIT-SUCCESSFUL
101100         CLOSE CUSTOMER-MASTER
101200         IF CRSE-FILE-OPEN
101300             CLOSE COURSE-CATALOG
101400         END-IF
101500         IF ENRL-FILE-OPEN
101600             CLOSE ENROLL-MASTER
101700         END-IF
101800     END-IF
101900     CLOSE AUDIT-REPORT
102000     CLOSE GRADUATION-LIST
102100     PERFORM 9500-WRITE-DAILY-STATS
102200         THRU 9500-WRITE-DAILY-STATS-EXIT
102300     DISPLAY "DEGREE-AUDIT-REPORT: " WS-STUDENT-COUNT
102400         " STUDENTS AUDITED, " WS-ELIGIBLE-COUNT
102500         " ELIGIBLE TO GRADUATE".
102600 9000-TERMINATE-EXIT.
102700     EXIT.
102800
102900*----------------------------------------------------------
103000* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
103100* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
103200* CONSOLIDATED REPORT.
103300*----------------------------------------------------------
103400 9500-WRITE-DAILY-STATS.
103500     OPEN EXTEND DAILY-STATS-FILE
103600     MOVE "DEGREE-AUDIT-REPORT" TO DS-PROGRAM-NAME
103700     MOVE WS-STUDENT-COUNT  TO DS-RECORD-COUNT
103800     MOVE WS-STUDENT-COUNT  TO WS-STUDENT-COUNT-DISP
103900     MOVE WS-ELIGIBLE-COUNT TO WS-ELIGIBLE-COUNT-DISP
104000     MOVE SPACES            TO DS-DETAIL
104100     STRING "AUDITED: " DELIMITED BY SIZE
104200         WS-STUDENT-COUNT-DISP DELIMITED BY SIZE
104300         "  ELIGIBLE: " DELIMITED BY SIZE
104400         WS-ELIGIBLE-COUNT-DISP DELIMITED BY SIZE
104500         INTO DS-DETAIL
104600     END-STRING
104700     WRITE DAILY-STAT-RECORD
104800     CLOSE DAILY-STATS-FILE.
104900 9500-WRITE-DAILY-STATS-EXIT.
105000     EXIT.
