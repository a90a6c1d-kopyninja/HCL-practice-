000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-DIST-REPORT.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. REGISTRARS-OFFICE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  TERM-END GRADE DISTRIBUTION BY
001100*                 COURSE AND INSTRUCTOR.  EVERY TRANSCRPT GRADE
001200*                 FOR THE TERM NAMED ON SYSIN IS COUNTED INTO ITS
001300*                 SECTION (COURSE AND THE INSTRUCTOR CARRIED ON
001400*                 THE TRANSCRIPT RECORD), AND EACH SECTION PRINTS
001500*                 ITS A-F COUNTS AND PERCENTAGES, MEAN MARKS AND
001600*                 GPA ON THE TRANSCRIPT-PRINT POINT SCALE.  THE
001700*                 COURSE'S MEAN OVER EVERY SECTION AND TERM ON
001800*                 TRANSCRPT PRINTS BESIDE IT, AND A SECTION WHOSE
001900*                 MEAN IS MORE THAN THE GRDDPARM FLAG DISTANCE
002000*                 (10.00 MARKS WHEN THERE IS NO PARAMETER) AWAY
002100*                 FROM IT IS FLAGGED AS AN OUTLIER.
002200*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT TRANSCRIPT-FILE ASSIGN TO "TRANSCRPT"
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS WS-TRAN-STATUS.
002900
003000     SELECT INSTRUCTOR-MASTER ASSIGN TO "INSTMSTR"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS IN-INSTRUCTOR-ID
003400         FILE STATUS IS WS-INST-STATUS.
003500
003600     SELECT DIST-PARM ASSIGN TO "GRDDPARM"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-PARM-STATUS.
003900
004000     SELECT SYSIN-FILE ASSIGN TO "SYSIN"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-SYSIN-STATUS.
004300
004400     SELECT DIST-REPORT ASSIGN TO "GRDDIST"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600
004700     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  TRANSCRIPT-FILE.
005300 01  TRANSCRIPT-RECORD.
005400     05  TE-STUDENT-ID       PIC X(06).
005500     05  FILLER              PIC X(02).
005600     05  TE-COURSE-CODE      PIC X(06).
005700     05  FILLER              PIC X(02).
005800     05  TE-MARKS            PIC ZZ9.
005900     05  FILLER              PIC X(02).
006000     05  TE-GRADE            PIC X(01).
006100         88  TE-IS-GRADED            VALUE "A" THRU "F".
006200     05  FILLER              PIC X(02).
006300     05  TE-CUST-NAME        PIC X(20).
006400     05  FILLER              PIC X(02).
006500     05  TE-DOB              PIC X(08).
006600     05  FILLER              PIC X(02).
006700     05  TE-ACCT-NUM         PIC X(06).
006800     05  FILLER              PIC X(02).
006900     05  TE-TERM             PIC X(05).
007000     05  FILLER              PIC X(02).
007100     05  TE-INSTRUCTOR-ID    PIC X(06).
007200     05  FILLER              PIC X(03).
007300
007400 FD  INSTRUCTOR-MASTER.
007500 01  INSTRUCTOR-MASTER-RECORD.
007600     COPY INSTREC.
007700
007800 FD  DIST-PARM.
007900 01  DIST-PARM-RECORD.
008000     05  GP-FLAG-DISTANCE    PIC 9(03)V99.
008100     05  FILLER              PIC X(75).
008200
008300 FD  SYSIN-FILE.
008400 01  SYSIN-RECORD            PIC X(80).
008500
008600 FD  DIST-REPORT.
008700 01  DIST-REPORT-LINE        PIC X(80).
008800
008900 FD  DAILY-STATS-FILE.
009000     COPY DLYSTAT.
009100
009200 WORKING-STORAGE SECTION.
009300*----------------------------------------------------------
009400* SWITCHES AND FILE STATUS
009500*----------------------------------------------------------
009600 01  WS-SWITCHES.
009700     05  WS-INIT-FLAG        PIC X(01) VALUE "Y".
009800         88  INIT-SUCCESSFUL         VALUE "Y".
009900     05  WS-EOF-FLAG         PIC X(01) VALUE "N".
010000         88  END-OF-TRANSCRIPT       VALUE "Y".
010100     05  WS-INST-OPEN-FLAG   PIC X(01) VALUE "N".
010200         88  INST-FILE-OPEN          VALUE "Y".
010300 01  WS-TRAN-STATUS          PIC X(02).
010400     88  TRAN-FILE-OK                VALUE "00".
010500 01  WS-INST-STATUS          PIC X(02).
010600     88  INST-FILE-OK                VALUE "00".
010700 01  WS-PARM-STATUS          PIC X(02).
010800     88  PARM-FILE-OK                VALUE "00".
010900 01  WS-SYSIN-STATUS         PIC X(02).
011000     88  SYSIN-FILE-OK               VALUE "00".
011100
011200*----------------------------------------------------------
011300* RUN PARAMETERS.  THE FLAG DISTANCE IS IN MARKS; A MISSING
011400* OR ZERO GRDDPARM KEEPS THE SHIPPED DEFAULT.
011500*----------------------------------------------------------
011600 01  WS-REPORT-TERM          PIC X(05) VALUE SPACES.
011700 01  WS-FLAG-DISTANCE        PIC 9(03)V99 VALUE 10.00.
011800 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
011900
012000*----------------------------------------------------------
012100* ONE ROW PER SECTION (COURSE AND INSTRUCTOR) GRADED IN THE
012200* REPORT TERM, AND ONE ROW PER COURSE OVER EVERY TERM ON
012300* TRANSCRPT.  GRADE SUBSCRIPT 1-6 IS A-F.
012400*----------------------------------------------------------
012500 01  WS-SECTION-TABLE.
012600     05  WS-SC-ENTRY         OCCURS 500 TIMES.
012700         10  WS-SC-KEY.
012800             15  WS-SC-COURSE
012900                             PIC X(06).
013000             15  WS-SC-INSTRUCTOR
013100                             PIC X(06).
013200         10  WS-SC-STUDENTS  PIC 9(05) COMP.
013300         10  WS-SC-GRADE-COUNT
013400                             PIC 9(05) COMP OCCURS 6 TIMES.
013500         10  WS-SC-MARKS-TOTAL
013600                             PIC 9(07) COMP.
013700         10  WS-SC-POINTS-TOTAL
013800                             PIC 9(06)V9.
013900 01  WS-SC-HOLD              PIC X(60).
014000 01  WS-COURSE-TABLE.
014100     05  WS-CT-ENTRY         OCCURS 500 TIMES.
014200         10  WS-CT-COURSE    PIC X(06).
014300         10  WS-CT-STUDENTS  PIC 9(07) COMP.
014400         10  WS-CT-MARKS-TOTAL
014500                             PIC 9(09) COMP.
014600 77  WS-SC-COUNT             PIC 9(04) COMP VALUE ZERO.
014700 77  WS-CT-COUNT             PIC 9(04) COMP VALUE ZERO.
014800 77  WS-SC-SUB               PIC 9(04) COMP VALUE ZERO.
014900 77  WS-SC-PASS              PIC 9(04) COMP VALUE ZERO.
015000 77  WS-CT-SUB               PIC 9(04) COMP VALUE ZERO.
015100 77  WS-SC-AT                PIC 9(04) COMP VALUE ZERO.
015200 77  WS-CT-AT                PIC 9(04) COMP VALUE ZERO.
015300 77  WS-GRADE-SUB            PIC 9(01) COMP VALUE ZERO.
015400
015500*----------------------------------------------------------
015600* WORK FIELDS AND COUNTERS
015700*----------------------------------------------------------
015800 01  WS-LOOK-COURSE          PIC X(06).
015900 01  WS-THIS-MARKS           PIC 9(03) VALUE ZERO.
016000 01  WS-THIS-POINTS          PIC 9V9 VALUE ZERO.
016100 01  WS-SECTION-MEAN         PIC 9(03)V99 VALUE ZERO.
016200 01  WS-COURSE-MEAN          PIC 9(03)V99 VALUE ZERO.
016300 01  WS-SECTION-GPA          PIC 9V99 VALUE ZERO.
016400 01  WS-GRADE-PCT            PIC 9(03)V9 VALUE ZERO.
016500 01  WS-MEAN-DISTANCE        PIC 9(03)V99 VALUE ZERO.
016600 01  WS-GRADES-READ          PIC 9(07) COMP VALUE ZERO.
016700 01  WS-TERM-GRADES          PIC 9(07) COMP VALUE ZERO.
016800 01  WS-FLAGGED-COUNT        PIC 9(04) COMP VALUE ZERO.
016900 01  WS-SECTION-COUNT-DISP   PIC ZZZ9.
017000 01  WS-FLAGGED-COUNT-DISP   PIC ZZZ9.
017100
017200*----------------------------------------------------------
017300* STANDARD REPORT HEADING/TRAILER FIELDS AND THE REPORT LINES.
017400*----------------------------------------------------------
017500     COPY RPTHEAD.
017600 01  WS-PARM-LINE.
017700     05  FILLER              PIC X(06) VALUE "TERM: ".
017800     05  PL-TERM             PIC X(05).
017900     05  FILLER              PIC X(26) VALUE
018000         "   SECTION FLAGGED WHEN IT".
018100     05  FILLER              PIC X(11) VALUE
018200         " IS OVER   ".
018300     05  PL-DISTANCE         PIC ZZ9.99.
018400     05  FILLER              PIC X(26) VALUE
018500         " MARKS FROM COURSE AVERAGE".
018600 01  WS-COLUMN-LINE-1.
018700     05  FILLER              PIC X(36) VALUE
018800         "COURSE INSTR  STDS     A     B     C".
018900     05  FILLER              PIC X(32) VALUE
019000         "     D     E     F    MEAN   GPA".
019100 01  WS-COLUMN-LINE-2.
019200     05  FILLER              PIC X(36) VALUE
019300         "INSTRUCTOR NAME      PCT   PCT   PCT".
019400     05  FILLER              PIC X(26) VALUE
019500         "   PCT   PCT   PCT  CRSAVG".
019600 01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
019700 01  WS-COUNT-LINE.
019800     05  CL-COURSE           PIC X(06).
019900     05  FILLER              PIC X(01) VALUE SPACE.
020000     05  CL-INSTRUCTOR       PIC X(06).
020100     05  FILLER              PIC X(01) VALUE SPACE.
020200     05  CL-STUDENTS         PIC ZZZ9.
020300     05  CL-GRADE-GROUP      OCCURS 6 TIMES.
020400         10  FILLER          PIC X(02).
020500         10  CL-GRADE-COUNT  PIC ZZZ9.
020600     05  FILLER              PIC X(02) VALUE SPACES.
020700     05  CL-MEAN             PIC ZZ9.99.
020800     05  FILLER              PIC X(02) VALUE SPACES.
020900     05  CL-GPA              PIC 9.99.
021000     05  FILLER              PIC X(02) VALUE SPACES.
021100     05  CL-FLAG             PIC X(10).
021200 01  WS-PCT-LINE.
021300     05  PT-NAME             PIC X(18).
021400     05  PT-GRADE-GROUP      OCCURS 6 TIMES.
021500         10  FILLER          PIC X(01).
021600         10  PT-GRADE-PCT    PIC ZZ9.9.
021700     05  FILLER              PIC X(02) VALUE SPACES.
021800     05  PT-COURSE-MEAN      PIC ZZ9.99.
021900 01  WS-TOTAL-LINE.
022000     05  FILLER              PIC X(10) VALUE "SECTIONS: ".
022100     05  TL-SECTIONS         PIC ZZZ9.
022200     05  FILLER              PIC X(12) VALUE "   FLAGGED: ".
022300     05  TL-FLAGGED          PIC ZZZ9.
022400     05  FILLER              PIC X(11) VALUE "   GRADES: ".
022500     05  TL-GRADES           PIC ZZZZZZ9.
022600
022700 PROCEDURE DIVISION.
022800*----------------------------------------------------------
022900* 0000-MAINLINE
023000*----------------------------------------------------------
023100 0000-MAINLINE.
023200     PERFORM 1000-INITIALIZE
023300         THRU 1000-INITIALIZE-EXIT
023400     PERFORM 2000-TALLY-ONE-GRADE
023500         THRU 2000-TALLY-ONE-GRADE-EXIT
023600         UNTIL END-OF-TRANSCRIPT
023700     PERFORM 3000-SORT-SECTIONS
023800         THRU 3000-SORT-SECTIONS-EXIT
023900     PERFORM 4000-PRINT-ONE-SECTION
024000         THRU 4000-PRINT-ONE-SECTION-EXIT
024100         VARYING WS-SC-SUB FROM 1 BY 1
024200         UNTIL WS-SC-SUB > WS-SC-COUNT
024300     PERFORM 7000-PRINT-TOTALS
024400         THRU 7000-PRINT-TOTALS-EXIT
024500     PERFORM 9000-TERMINATE
024600         THRU 9000-TERMINATE-EXIT
024700     STOP RUN.
024800
024900*----------------------------------------------------------
025000* 1000-INITIALIZE - READ THE TERM AND THE FLAG DISTANCE, OPEN
025100* FILES AND PRIME THE TRANSCRPT READ.  NO TERM OR NO TRANSCRPT
025200* FAILS THE STEP; NO INSTMSTR ONLY LEAVES THE NAMES OFF.
025300*----------------------------------------------------------
025400 1000-INITIALIZE.
025500     CALL "GETBDATE" USING WS-BUSINESS-DATE
025600     OPEN OUTPUT DIST-REPORT
025700     OPEN INPUT SYSIN-FILE
025800     IF SYSIN-FILE-OK
025900         READ SYSIN-FILE
026000             AT END
026100                 CONTINUE
026200             NOT AT END
026300                 MOVE SYSIN-RECORD(1:5) TO WS-REPORT-TERM
026400         END-READ
026500         CLOSE SYSIN-FILE
026600     END-IF
026700     IF WS-REPORT-TERM = SPACES
026800         DISPLAY "GRADE-DIST-REPORT: NO TERM ON SYSIN"
026900         MOVE 8 TO RETURN-CODE
027000         MOVE "Y" TO WS-EOF-FLAG
027100         MOVE "N" TO WS-INIT-FLAG
027200         GO TO 1000-INITIALIZE-EXIT
027300     END-IF
027400     OPEN INPUT DIST-PARM
027500     IF PARM-FILE-OK
027600         READ DIST-PARM
027700             AT END
027800                 CONTINUE
027900             NOT AT END
028000                 IF GP-FLAG-DISTANCE NUMERIC
028100                  AND GP-FLAG-DISTANCE > ZERO
028200                     MOVE GP-FLAG-DISTANCE TO WS-FLAG-DISTANCE
028300                 END-IF
028400         END-READ
028500         CLOSE DIST-PARM
028600     END-IF
028700     MOVE SPACES TO RPT-TITLE
028800     STRING "GRADE DISTRIBUTION BY INSTRUCTOR " DELIMITED BY SIZE
028900         WS-REPORT-TERM DELIMITED BY SIZE
029000         INTO RPT-TITLE
029100     END-STRING
029200     MOVE WS-BUSINESS-DATE TO RPT-HEAD-DATE
029300     MOVE WS-REPORT-TERM   TO PL-TERM
029400     MOVE WS-FLAG-DISTANCE TO PL-DISTANCE
029500     OPEN INPUT TRANSCRIPT-FILE
029600     IF NOT TRAN-FILE-OK
029700         DISPLAY "GRADE-DIST-REPORT: TRANSCRPT OPEN FAILED, "
029800             "STATUS " WS-TRAN-STATUS
029900         MOVE 8 TO RETURN-CODE
030000         MOVE "Y" TO WS-EOF-FLAG
030100         MOVE "N" TO WS-INIT-FLAG
030200         GO TO 1000-INITIALIZE-EXIT
030300     END-IF
030400     OPEN INPUT INSTRUCTOR-MASTER
030500     IF INST-FILE-OK
030600         MOVE "Y" TO WS-INST-OPEN-FLAG
030700     END-IF
030800     PERFORM 8000-READ-TRANSCRIPT
030900         THRU 8000-READ-TRANSCRIPT-EXIT.
031000 1000-INITIALIZE-EXIT.
031100     EXIT.
031200
031300*----------------------------------------------------------
031400* 2000-TALLY-ONE-GRADE - ONE GRADED TRANSCRPT RECORD COUNTS
031500* TOWARDS ITS COURSE'S ALL-TERM MEAN, AND, WHEN IT IS FROM
031600* THE REPORT TERM, INTO ITS SECTION.
031700*----------------------------------------------------------
031800 2000-TALLY-ONE-GRADE.
031900     IF NOT TE-IS-GRADED
032000         GO TO 2000-TALLY-ONE-GRADE-READ
032100     END-IF
032200     ADD 1 TO WS-GRADES-READ
032300     MOVE TE-MARKS TO WS-THIS-MARKS
032400     MOVE TE-COURSE-CODE TO WS-LOOK-COURSE
032500     PERFORM 2100-FIND-COURSE
032600         THRU 2100-FIND-COURSE-EXIT
032700     IF WS-CT-AT > ZERO
032800         ADD 1             TO WS-CT-STUDENTS(WS-CT-AT)
032900         ADD WS-THIS-MARKS TO WS-CT-MARKS-TOTAL(WS-CT-AT)
033000     END-IF
033100     IF TE-TERM NOT = WS-REPORT-TERM
033200         GO TO 2000-TALLY-ONE-GRADE-READ
033300     END-IF
033400     ADD 1 TO WS-TERM-GRADES
033500     PERFORM 2300-FIND-SECTION
033600         THRU 2300-FIND-SECTION-EXIT
033700     IF WS-SC-AT = ZERO
033800         GO TO 2000-TALLY-ONE-GRADE-READ
033900     END-IF
034000     EVALUATE TE-GRADE
034100         WHEN "A" MOVE 1 TO WS-GRADE-SUB
034200                  MOVE 4.0 TO WS-THIS-POINTS
034300         WHEN "B" MOVE 2 TO WS-GRADE-SUB
034400                  MOVE 3.0 TO WS-THIS-POINTS
034500         WHEN "C" MOVE 3 TO WS-GRADE-SUB
034600                  MOVE 2.0 TO WS-THIS-POINTS
034700         WHEN "D" MOVE 4 TO WS-GRADE-SUB
034800                  MOVE 1.0 TO WS-THIS-POINTS
034900         WHEN "E" MOVE 5 TO WS-GRADE-SUB
035000                  MOVE 0.5 TO WS-THIS-POINTS
035100         WHEN OTHER
035200                  MOVE 6 TO WS-GRADE-SUB
035300                  MOVE 0.0 TO WS-THIS-POINTS
035400     END-EVALUATE
035500     ADD 1              TO WS-SC-STUDENTS(WS-SC-AT)
035600     ADD 1 TO WS-SC-GRADE-COUNT(WS-SC-AT WS-GRADE-SUB)
035700     ADD WS-THIS-MARKS  TO WS-SC-MARKS-TOTAL(WS-SC-AT)
035800     ADD WS-THIS-POINTS TO WS-SC-POINTS-TOTAL(WS-SC-AT).
035900
036000 2000-TALLY-ONE-GRADE-READ.
036100     PERFORM 8000-READ-TRANSCRIPT
036200         THRU 8000-READ-TRANSCRIPT-EXIT.
036300 2000-TALLY-ONE-GRADE-EXIT.
036400     EXIT.
036500
036600*----------------------------------------------------------
036700* 2100-FIND-COURSE - THE COURSE'S ROW, ADDED WHEN NEW.  A
036800* COURSE THAT DOES NOT FIT IS NAMED ON THE CONSOLE SO THE
036900* TABLE CAN BE GROWN.
037000*----------------------------------------------------------
037100 2100-FIND-COURSE.
037200     MOVE ZERO TO WS-CT-AT
037300     PERFORM 2150-MATCH-ONE-COURSE
037400         THRU 2150-MATCH-ONE-COURSE-EXIT
037500         VARYING WS-CT-SUB FROM 1 BY 1
037600         UNTIL WS-CT-SUB > WS-CT-COUNT
037700            OR WS-CT-AT > ZERO
037800     IF WS-CT-AT > ZERO
037900         GO TO 2100-FIND-COURSE-EXIT
038000     END-IF
038100     IF WS-CT-COUNT NOT < 500
038200         DISPLAY "GRADE-DIST-REPORT: COURSE TABLE FULL - "
038300             WS-LOOK-COURSE " NOT AVERAGED"
038400         GO TO 2100-FIND-COURSE-EXIT
038500     END-IF
038600     ADD 1 TO WS-CT-COUNT
038700     MOVE WS-CT-COUNT    TO WS-CT-AT
038800     MOVE WS-LOOK-COURSE TO WS-CT-COURSE(WS-CT-AT)
038900     MOVE ZERO           TO WS-CT-STUDENTS(WS-CT-AT)
039000     MOVE ZERO           TO WS-CT-MARKS-TOTAL(WS-CT-AT).
039100 2100-FIND-COURSE-EXIT.
039200     EXIT.
039300
039400*----------------------------------------------------------
039500* 2150-MATCH-ONE-COURSE - ONE COURSE ROW.
039600*----------------------------------------------------------
039700 2150-MATCH-ONE-COURSE.
039800     IF WS-CT-COURSE(WS-CT-SUB) = WS-LOOK-COURSE
039900         MOVE WS-CT-SUB TO WS-CT-AT
040000     END-IF.
040100 2150-MATCH-ONE-COURSE-EXIT.
040200     EXIT.
040300
040400*----------------------------------------------------------
040500* 2300-FIND-SECTION - THE SECTION'S ROW, ADDED WHEN NEW.
040600*----------------------------------------------------------
040700 2300-FIND-SECTION.
040800     MOVE ZERO TO WS-SC-AT
040900     PERFORM 2350-MATCH-ONE-SECTION
041000         THRU 2350-MATCH-ONE-SECTION-EXIT
041100         VARYING WS-SC-SUB FROM 1 BY 1
041200         UNTIL WS-SC-SUB > WS-SC-COUNT
041300            OR WS-SC-AT > ZERO
041400     IF WS-SC-AT > ZERO
041500         GO TO 2300-FIND-SECTION-EXIT
041600     END-IF
041700     IF WS-SC-COUNT NOT < 500
041800         DISPLAY "GRADE-DIST-REPORT: SECTION TABLE FULL - "
041900             TE-COURSE-CODE " " TE-INSTRUCTOR-ID " NOT COUNTED"
042000         GO TO 2300-FIND-SECTION-EXIT
042100     END-IF
042200     ADD 1 TO WS-SC-COUNT
042300     MOVE WS-SC-COUNT      TO WS-SC-AT
042400     MOVE TE-COURSE-CODE   TO WS-SC-COURSE(WS-SC-AT)
042500     MOVE TE-INSTRUCTOR-ID TO WS-SC-INSTRUCTOR(WS-SC-AT)
042600     MOVE ZERO TO WS-SC-STUDENTS(WS-SC-AT)
042700         WS-SC-MARKS-TOTAL(WS-SC-AT)
042800         WS-SC-POINTS-TOTAL(WS-SC-AT)
042900     PERFORM 2310-CLEAR-ONE-GRADE
043000         THRU 2310-CLEAR-ONE-GRADE-EXIT
043100         VARYING WS-GRADE-SUB FROM 1 BY 1
043200         UNTIL WS-GRADE-SUB > 6.
043300 2300-FIND-SECTION-EXIT.
043400     EXIT.
043500
043600*----------------------------------------------------------
043700* 2310-CLEAR-ONE-GRADE - ZERO ONE LETTER'S COUNT ON A NEW ROW.
043800*----------------------------------------------------------
043900 2310-CLEAR-ONE-GRADE.
044000     MOVE ZERO TO WS-SC-GRADE-COUNT(WS-SC-AT WS-GRADE-SUB).
044100 2310-CLEAR-ONE-GRADE-EXIT.
044200     EXIT.
044300
044400*----------------------------------------------------------
044500* 2350-MATCH-ONE-SECTION - ONE SECTION ROW.
044600*----------------------------------------------------------
044700 2350-MATCH-ONE-SECTION.
044800     IF WS-SC-COURSE(WS-SC-SUB) = TE-COURSE-CODE
044900      AND WS-SC-INSTRUCTOR(WS-SC-SUB) = TE-INSTRUCTOR-ID
045000         MOVE WS-SC-SUB TO WS-SC-AT
045100     END-IF.
045200 2350-MATCH-ONE-SECTION-EXIT.
045300     EXIT.
045400
045500*----------------------------------------------------------
045600* 3000-SORT-SECTIONS - PUT THE SECTIONS IN COURSE AND
045700* INSTRUCTOR ORDER (A SIMPLE EXCHANGE SORT; ONE TERM'S
045800* SECTIONS ARE FEW).
045900*----------------------------------------------------------
046000 3000-SORT-SECTIONS.
046100     IF WS-SC-COUNT < 2
046200         GO TO 3000-SORT-SECTIONS-EXIT
046300     END-IF
046400     PERFORM 3100-COMPARE-ADJACENT
046500         THRU 3100-COMPARE-ADJACENT-EXIT
046600         VARYING WS-SC-PASS FROM 1 BY 1
046700         UNTIL WS-SC-PASS NOT < WS-SC-COUNT
046800         AFTER WS-SC-SUB FROM 1 BY 1
046900         UNTIL WS-SC-SUB NOT < WS-SC-COUNT.
047000 3000-SORT-SECTIONS-EXIT.
047100     EXIT.
047200
047300*----------------------------------------------------------
047400* 3100-COMPARE-ADJACENT - SWAP TWO NEIGHBOURING ROWS THAT ARE
047500* OUT OF ORDER.
047600*----------------------------------------------------------
047700 3100-COMPARE-ADJACENT.
047800     IF WS-SC-KEY(WS-SC-SUB) > WS-SC-KEY(WS-SC-SUB + 1)
047900         MOVE WS-SC-ENTRY(WS-SC-SUB)     TO WS-SC-HOLD
048000         MOVE WS-SC-ENTRY(WS-SC-SUB + 1) TO WS-SC-ENTRY(WS-SC-SUB)
048100         MOVE WS-SC-HOLD TO WS-SC-ENTRY(WS-SC-SUB + 1)
048200     END-IF.
048300 3100-COMPARE-ADJACENT-EXIT.
048400     EXIT.
048500
048600*----------------------------------------------------------
048700* 4000-PRINT-ONE-SECTION - THE SECTION'S COUNT LINE AND ITS
048800* PERCENTAGE LINE.  THE SECTION IS FLAGGED WHEN ITS MEAN IS
048900* FURTHER THAN THE FLAG DISTANCE FROM THE COURSE'S MEAN OVER
049000* EVERY SECTION AND TERM.
049100*----------------------------------------------------------
049200 4000-PRINT-ONE-SECTION.
049300     IF RPT-LINE-COUNT + 3 > RPT-PAGE-LIMIT
049400         PERFORM 7900-RPT-HEADINGS
049500             THRU 7900-RPT-HEADINGS-EXIT
049600     END-IF
049700     COMPUTE WS-SECTION-MEAN ROUNDED
049800         = WS-SC-MARKS-TOTAL(WS-SC-SUB)
049900             / WS-SC-STUDENTS(WS-SC-SUB)
050000     COMPUTE WS-SECTION-GPA ROUNDED
050100         = WS-SC-POINTS-TOTAL(WS-SC-SUB)
050200             / WS-SC-STUDENTS(WS-SC-SUB)
050300     MOVE ZERO TO WS-COURSE-MEAN
050400     MOVE WS-SC-COURSE(WS-SC-SUB) TO WS-LOOK-COURSE
050500     PERFORM 2100-FIND-COURSE
050600         THRU 2100-FIND-COURSE-EXIT
050700     IF WS-CT-AT > ZERO
050800      AND WS-CT-STUDENTS(WS-CT-AT) > ZERO
050900         COMPUTE WS-COURSE-MEAN ROUNDED
051000             = WS-CT-MARKS-TOTAL(WS-CT-AT)
051100                 / WS-CT-STUDENTS(WS-CT-AT)
051200     END-IF
051300     IF WS-SECTION-MEAN > WS-COURSE-MEAN
051400         COMPUTE WS-MEAN-DISTANCE
051500             = WS-SECTION-MEAN - WS-COURSE-MEAN
051600     ELSE
051700         COMPUTE WS-MEAN-DISTANCE
051800             = WS-COURSE-MEAN - WS-SECTION-MEAN
051900     END-IF
052000
052100     MOVE SPACES                      TO WS-COUNT-LINE
052200     MOVE WS-SC-COURSE(WS-SC-SUB)     TO CL-COURSE
052300     MOVE WS-SC-INSTRUCTOR(WS-SC-SUB) TO CL-INSTRUCTOR
052400     MOVE WS-SC-STUDENTS(WS-SC-SUB)   TO CL-STUDENTS
052500     MOVE WS-SECTION-MEAN             TO CL-MEAN
052600     MOVE WS-SECTION-GPA              TO CL-GPA
052700     IF WS-MEAN-DISTANCE > WS-FLAG-DISTANCE
052800         MOVE "** OUTLIER" TO CL-FLAG
052900         ADD 1 TO WS-FLAGGED-COUNT
053000     END-IF
053100     MOVE SPACES         TO WS-PCT-LINE
053200     MOVE WS-COURSE-MEAN TO PT-COURSE-MEAN
053300     PERFORM 4100-INSTRUCTOR-NAME
053400         THRU 4100-INSTRUCTOR-NAME-EXIT
053500     PERFORM 4200-ONE-GRADE-COLUMN
053600         THRU 4200-ONE-GRADE-COLUMN-EXIT
053700         VARYING WS-GRADE-SUB FROM 1 BY 1
053800         UNTIL WS-GRADE-SUB > 6
053900     WRITE DIST-REPORT-LINE FROM WS-COUNT-LINE
054000     WRITE DIST-REPORT-LINE FROM WS-PCT-LINE
054100     WRITE DIST-REPORT-LINE FROM WS-BLANK-LINE
054200     ADD 3 TO RPT-LINE-COUNT
054300     ADD 1 TO RPT-DETAIL-COUNT.
054400 4000-PRINT-ONE-SECTION-EXIT.
054500     EXIT.
054600
054700*----------------------------------------------------------
054800* 4100-INSTRUCTOR-NAME - THE NAME FROM INSTMSTR FOR THE
054900* PERCENTAGE LINE.
055000*----------------------------------------------------------
055100 4100-INSTRUCTOR-NAME.
055200     IF WS-SC-INSTRUCTOR(WS-SC-SUB) = SPACES
055300         MOVE "(NOT ASSIGNED)" TO PT-NAME
055400         GO TO 4100-INSTRUCTOR-NAME-EXIT
055500     END-IF
055600     IF NOT INST-FILE-OPEN
055700         GO TO 4100-INSTRUCTOR-NAME-EXIT
055800     END-IF
055900     MOVE WS-SC-INSTRUCTOR(WS-SC-SUB) TO IN-INSTRUCTOR-ID
056000     READ INSTRUCTOR-MASTER
056100         INVALID KEY
056200             MOVE "(NOT ON INSTMSTR)" TO PT-NAME
056300         NOT INVALID KEY
056400             MOVE IN-NAME TO PT-NAME
056500     END-READ.
056600 4100-INSTRUCTOR-NAME-EXIT.
056700     EXIT.
056800
056900*----------------------------------------------------------
057000* 4200-ONE-GRADE-COLUMN - ONE LETTER'S COUNT AND ITS SHARE OF
057100* THE SECTION.
057200*----------------------------------------------------------
057300 4200-ONE-GRADE-COLUMN.
057400     MOVE WS-SC-GRADE-COUNT(WS-SC-SUB WS-GRADE-SUB)
057500         TO CL-GRADE-COUNT(WS-GRADE-SUB)
057600     COMPUTE WS-GRADE-PCT ROUNDED
057700         = WS-SC-GRADE-COUNT(WS-SC-SUB WS-GRADE-SUB) * 100
057800             / WS-SC-STUDENTS(WS-SC-SUB)
057900     MOVE WS-GRADE-PCT TO PT-GRADE-PCT(WS-GRADE-SUB).
058000 4200-ONE-GRADE-COLUMN-EXIT.
058100     EXIT.
058200
058300*----------------------------------------------------------
058400* 7000-PRINT-TOTALS - THE RUN TOTALS AND THE TRAILER.
058500*----------------------------------------------------------
058600 7000-PRINT-TOTALS.
058700     IF RPT-PAGE-NUMBER = ZERO
058800         PERFORM 7900-RPT-HEADINGS
058900             THRU 7900-RPT-HEADINGS-EXIT
059000     END-IF
059100     MOVE WS-SC-COUNT      TO TL-SECTIONS
059200     MOVE WS-FLAGGED-COUNT TO TL-FLAGGED
059300     MOVE WS-TERM-GRADES   TO TL-GRADES
059400     WRITE DIST-REPORT-LINE FROM WS-TOTAL-LINE
059500     MOVE RPT-DETAIL-COUNT TO RPT-TRAILER-COUNT
059600     WRITE DIST-REPORT-LINE FROM RPT-TRAILER-LINE.
059700 7000-PRINT-TOTALS-EXIT.
059800     EXIT.
059900
060000*----------------------------------------------------------
060100* 7900-RPT-HEADINGS - THROW A NEW PAGE: THE STANDARD HEADING
060200* BLOCK, THE TERM AND FLAG DISTANCE, AND THE COLUMN HEADINGS.
060300*----------------------------------------------------------
060400 7900-RPT-HEADINGS.
060500     ADD 1 TO RPT-PAGE-NUMBER
060600     MOVE RPT-PAGE-NUMBER TO RPT-PAGE-DISPLAY
060700     WRITE DIST-REPORT-LINE FROM RPT-HEADING-LINE
060800     WRITE DIST-REPORT-LINE FROM WS-PARM-LINE
060900     WRITE DIST-REPORT-LINE FROM WS-COLUMN-LINE-1
061000     WRITE DIST-REPORT-LINE FROM WS-COLUMN-LINE-2
061100     MOVE 4 TO RPT-LINE-COUNT.
061200 7900-RPT-HEADINGS-EXIT.
061300     EXIT.
061400
061500*----------------------------------------------------------
061600* 8000-READ-TRANSCRIPT - READ THE NEXT TRANSCRPT RECORD.
061700*----------------------------------------------------------
061800 8000-READ-TRANSCRIPT.
061900     READ TRANSCRIPT-FILE
062000         AT END
062100             MOVE "Y" TO WS-EOF-FLAG
062200     END-READ.
062300 8000-READ-TRANSCRIPT-EXIT.
062400     EXIT.
062500
062600*----------------------------------------------------------
062700* 9000-TERMINATE - CLOSE FILES AND WRITE THE DAILY-STATS
062800* SUMMARY RECORD.
062900*----------------------------------------------------------
063000 9000-TERMINATE.
063100     IF INIT-SUCCESSFUL
063200         CLOSE TRANSCRIPT-FILE
063300         IF INST-FILE-OPEN
063400             CLOSE INSTRUCTOR-MASTER
063500         END-IF
063600     END-IF
063700     CLOSE DIST-REPORT
063800     PERFORM 9500-WRITE-DAILY-STATS
063900         THRU 9500-WRITE-DAILY-STATS-EXIT
064000     DISPLAY "GRADE-DIST-REPORT: " WS-SC-COUNT
064100         " SECTIONS REPORTED, " WS-FLAGGED-COUNT " FLAGGED".
064200 9000-TERMINATE-EXIT.
064300     EXIT.
064400
064500*----------------------------------------------------------
064600* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
064700* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
064800* CONSOLIDATED REPORT.
064900*----------------------------------------------------------
065000 9500-WRITE-DAILY-STATS.
065100     OPEN EXTEND DAILY-STATS-FILE
065200     MOVE "GRADE-DIST-REPORT" TO DS-PROGRAM-NAME
065300     MOVE WS-TERM-GRADES   TO DS-RECORD-COUNT
065400     MOVE WS-SC-COUNT      TO WS-SECTION-COUNT-DISP
065500     MOVE WS-FLAGGED-COUNT TO WS-FLAGGED-COUNT-DISP
065600     MOVE SPACES           TO DS-DETAIL
065700     STRING "SECTIONS: " DELIMITED BY SIZE
065800         WS-SECTION-COUNT-DISP DELIMITED BY SIZE
065900         "  FLAGGED: " DELIMITED BY SIZE
066000         WS-FLAGGED-COUNT-DISP DELIMITED BY SIZE
066100         INTO DS-DETAIL
066200     END-STRING
066300     WRITE DAILY-STAT-RECORD
066400     CLOSE DAILY-STATS-FILE.
066500 9500-WRITE-DAILY-STATS-EXIT.
066600     EXIT.
