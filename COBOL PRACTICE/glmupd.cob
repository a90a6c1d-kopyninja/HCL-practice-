000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GL-MASTER-UPDATE.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  NIGHTLY GL ACCOUNT MASTER
001100*                 UPDATE, RUN STRAIGHT AFTER GL-POST-BATCH.
001200*                 FIRST ADDS AND CLASSIFIES ACCOUNTS FROM THE
001300*                 GLACCTS PARAMETER FILE (ACCOUNT, TYPE,
001400*                 RETAINED-EARNINGS FLAG, NAME, CUTOVER
001500*                 OPENING BALANCE) ONTO THE INDEXED GLMASTER
001600*                 (SHARED GLACREC COPYBOOK), THEN POSTS THE
001700*                 BUSINESS DATE'S GLENTRY DEBITS AND CREDITS
001800*                 TO EACH ACCOUNT'S PERIOD-TO-DATE AND YEAR-
001900*                 TO-DATE MOVEMENT AND PRINTS THE GLMRPT
002000*                 POSTING REPORT.  AN ACCOUNT ON GLENTRY BUT
002100*                 NOT ON GLACCTS IS ADDED UNCLASSIFIED AND
002200*                 LOGGED TO EXCPLOG; AN ACCOUNT ALREADY
002300*                 POSTED FOR THE DATE IS LEFT ALONE, SO THE
002400*                 STEP CAN BE RERUN.
002500*----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT GL-PARM-FILE ASSIGN TO "GLACCTS"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-PARM-STATUS.
003200
003300     SELECT GL-ENTRY-FILE ASSIGN TO "GLENTRY"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-GLE-STATUS.
003600
003700     SELECT GL-MASTER-FILE ASSIGN TO "GLMASTER"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS GA-ACCT
004100         FILE STATUS IS WS-GLM-STATUS.
004200
004300     SELECT POSTING-REPORT ASSIGN TO "GLMRPT"
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500
004600     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  GL-PARM-FILE.
005200 01  GL-PARM-RECORD.
005300     05  GP-ACCT             PIC X(06).
005400     05  FILLER              PIC X(01).
005500     05  GP-TYPE             PIC X(01).
005600         88  GP-TYPE-VALID           VALUE "A" "L" "E"
005700                                           "I" "X".
005800     05  FILLER              PIC X(01).
005900     05  GP-RETAINED         PIC X(01).
006000         88  GP-IS-RETAINED          VALUE "Y".
006100     05  FILLER              PIC X(01).
006200     05  GP-NAME             PIC X(30).
006300     05  FILLER              PIC X(01).
006400     05  GP-OPEN-BAL         PIC S9(11)V99
006500                             SIGN IS LEADING SEPARATE.
006600
006700 FD  GL-ENTRY-FILE.
006800 01  GL-ENTRY-RECORD.
006900     05  GE-DATE             PIC 9(08).
007000     05  FILLER              PIC X(01).
007100     05  GE-GL-ACCT          PIC X(06).
007200     05  FILLER              PIC X(01).
007300     05  GE-DR-CR            PIC X(02).
007400     05  FILLER              PIC X(01).
007500     05  GE-AMOUNT           PIC 9(9)V99.
007600     05  FILLER              PIC X(01).
007700     05  GE-TXN-TYPE         PIC X(10).
007800     05  FILLER              PIC X(39).
007900
008000 FD  GL-MASTER-FILE.
008100 01  GL-MASTER-RECORD.
008200     COPY GLACREC.
008300
008400 FD  POSTING-REPORT.
008500 01  POSTING-REPORT-LINE     PIC X(80).
008600
008700 FD  DAILY-STATS-FILE.
008800     COPY DLYSTAT.
008900
009000 WORKING-STORAGE SECTION.
009100*----------------------------------------------------------
009200* SWITCHES AND FILE STATUS
009300*----------------------------------------------------------
009400 01  WS-SWITCHES.
009500     05  WS-INIT-FLAG        PIC X(01) VALUE "Y".
009600         88  INIT-SUCCESSFUL         VALUE "Y".
009700     05  WS-PARM-EOF-FLAG    PIC X(01) VALUE "N".
009800         88  END-OF-GL-PARM          VALUE "Y".
009900     05  WS-GLE-EOF-FLAG     PIC X(01) VALUE "N".
010000         88  END-OF-GL-ENTRY         VALUE "Y".
010100     05  WS-GLM-FOUND-FLAG   PIC X(01) VALUE "N".
010200         88  GLM-FOUND               VALUE "Y".
010300     05  WS-PERIOD-WARN-FLAG PIC X(01) VALUE "N".
010400         88  PERIOD-WARNED           VALUE "Y".
010500 01  WS-PARM-STATUS          PIC X(02).
010600     88  PARM-FILE-OK                VALUE "00".
010700 01  WS-GLE-STATUS           PIC X(02).
010800     88  GLE-FILE-OK                 VALUE "00".
010900 01  WS-GLM-STATUS           PIC X(02).
011000     88  GLM-FILE-OK                 VALUE "00".
011100     88  GLM-FILE-NOT-FOUND          VALUE "35".
011200
011300*----------------------------------------------------------
011400* PER-GL-ACCOUNT DAY TOTALS FROM GLENTRY
011500*----------------------------------------------------------
011600 01  WS-GL-COUNT             PIC 9(02) COMP VALUE ZERO.
011700 01  WS-GL-TABLE.
011800     05  WS-GL-ENTRY         OCCURS 1 TO 99 TIMES
011900             DEPENDING ON WS-GL-COUNT
012000             INDEXED BY WS-GL-IDX.
012100         10  WS-GL-ACCT      PIC X(06).
012200         10  WS-GL-DR-TOT    PIC 9(11)V99.
012300         10  WS-GL-CR-TOT    PIC 9(11)V99.
012400 01  WS-GL-SUB               PIC 9(02) COMP VALUE ZERO.
012500
012600*----------------------------------------------------------
012700* RUN FIELDS AND COUNTS
012800*----------------------------------------------------------
012900 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
013000 01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
013100     05  WS-BD-PERIOD        PIC 9(06).
013200     05  FILLER              PIC 9(02).
013300 01  WS-BD-YEAR-R REDEFINES WS-BUSINESS-DATE.
013400     05  WS-BD-YEAR          PIC 9(04).
013500     05  FILLER              PIC 9(04).
013600 01  WS-BALANCE              PIC S9(11)V99 VALUE ZERO.
013700 01  WS-GL-ACCT-HOLD         PIC X(06) VALUE SPACES.
013800 01  WS-ADDED-COUNT          PIC 9(05) COMP VALUE ZERO.
013900 01  WS-CHANGED-COUNT        PIC 9(05) COMP VALUE ZERO.
014000 01  WS-REJECTED-COUNT       PIC 9(05) COMP VALUE ZERO.
014100 01  WS-POSTED-COUNT         PIC 9(05) COMP VALUE ZERO.
014200 01  WS-SKIPPED-COUNT        PIC 9(05) COMP VALUE ZERO.
014300 01  WS-UNCLASS-COUNT        PIC 9(05) COMP VALUE ZERO.
014400 01  WS-POSTED-DISP          PIC ZZZZ9.
014500 01  WS-ADDED-DISP           PIC ZZZZ9.
014600 01  WS-UNCLASS-DISP         PIC ZZZZ9.
014700
014800*----------------------------------------------------------
014900* SHARED EXCEPTION-LOG FIELDS FOR THE EXCPLOG SUBPROGRAM.
015000*----------------------------------------------------------
015100 01  WS-EXCP-PROGRAM         PIC X(23)
015200     VALUE "GL-MASTER-UPDATE".
015300 01  WS-EXCP-SEVERITY        PIC X(01) VALUE "W".
015400 01  WS-EXCP-MESSAGE         PIC X(40) VALUE SPACES.
015500 01  WS-EXCP-FSTATUS         PIC X(02) VALUE SPACES.
015600
015700*----------------------------------------------------------
015800* REPORT LINES
015900*----------------------------------------------------------
016000 01  WS-HEADING-LINE-1       PIC X(80) VALUE
016100     "GL ACCOUNT MASTER NIGHTLY POSTING".
016200 01  WS-HEADING-LINE-2.
016300     05  FILLER              PIC X(09) VALUE "RUN DATE ".
016400     05  HD-RUN-DATE         PIC 9(08).
016500 01  WS-HEADING-LINE-3.
016600     05  FILLER              PIC X(28) VALUE
016700         "GL ACCT NAME".
016800     05  FILLER              PIC X(51) VALUE
016900         "          DEBITS          CREDITS           BALANCE".
017000 01  WS-DETAIL-LINE.
017100     05  DL-GL-ACCT          PIC X(06).
017200     05  FILLER              PIC X(01) VALUE SPACE.
017300     05  DL-NAME             PIC X(20).
017400     05  FILLER              PIC X(01) VALUE SPACE.
017500     05  DL-DR               PIC Z,ZZZ,ZZZ,ZZ9.99.
017600     05  FILLER              PIC X(01) VALUE SPACE.
017700     05  DL-CR               PIC Z,ZZZ,ZZZ,ZZ9.99.
017800     05  FILLER              PIC X(01) VALUE SPACE.
017900     05  DL-BALANCE          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
018000 01  WS-NOTE-LINE.
018100     05  NL-GL-ACCT          PIC X(06).
018200     05  FILLER              PIC X(01) VALUE SPACE.
018300     05  NL-NOTE             PIC X(50).
018400 01  WS-TOTAL-LINE.
018500     05  FILLER              PIC X(16) VALUE
018600         "ACCOUNTS POSTED ".
018700     05  TL-POSTED           PIC ZZZZ9.
018800     05  FILLER              PIC X(10) VALUE "   ADDED ".
018900     05  TL-ADDED            PIC ZZZZ9.
019000     05  FILLER              PIC X(17) VALUE
019100         "   UNCLASSIFIED ".
019200     05  TL-UNCLASS          PIC ZZZZ9.
019300
019400 PROCEDURE DIVISION.
019500*----------------------------------------------------------
019600* 0000-MAINLINE
019700*----------------------------------------------------------
019800 0000-MAINLINE.
019900     PERFORM 1000-INITIALIZE
020000         THRU 1000-INITIALIZE-EXIT
020100     IF INIT-SUCCESSFUL
020200         PERFORM 2000-APPLY-GL-PARM
020300             THRU 2000-APPLY-GL-PARM-EXIT
020400         PERFORM 3000-SUM-GL-ENTRIES
020500             THRU 3000-SUM-GL-ENTRIES-EXIT
020600         IF WS-GL-COUNT > ZERO
020700             PERFORM 4000-POST-ONE-ACCOUNT
020800                 THRU 4000-POST-ONE-ACCOUNT-EXIT
020900                 VARYING WS-GL-SUB FROM 1 BY 1
021000                 UNTIL WS-GL-SUB > WS-GL-COUNT
021100         END-IF
021200     END-IF
021300     PERFORM 9000-TERMINATE
021400         THRU 9000-TERMINATE-EXIT
021500     STOP RUN.
021600
021700*----------------------------------------------------------
021800* 1000-INITIALIZE - OPEN THE GL MASTER (CREATING IT ON THE
021900* FIRST NIGHT) AND THE REPORT.
022000*----------------------------------------------------------
022100 1000-INITIALIZE.
022200     CALL "GETBDATE" USING WS-BUSINESS-DATE
022300     OPEN OUTPUT POSTING-REPORT
022400     WRITE POSTING-REPORT-LINE FROM WS-HEADING-LINE-1
022500     MOVE WS-BUSINESS-DATE TO HD-RUN-DATE
022600     WRITE POSTING-REPORT-LINE FROM WS-HEADING-LINE-2
022700     WRITE POSTING-REPORT-LINE FROM WS-HEADING-LINE-3
022800     OPEN I-O GL-MASTER-FILE
022900     IF GLM-FILE-NOT-FOUND
023000         OPEN OUTPUT GL-MASTER-FILE
023100         CLOSE GL-MASTER-FILE
023200         OPEN I-O GL-MASTER-FILE
023300     END-IF
023400     IF NOT GLM-FILE-OK
023500         DISPLAY "GL-MASTER-UPDATE: GLMASTER OPEN FAILED, "
023600             "STATUS " WS-GLM-STATUS
023700         MOVE "GLMASTER OPEN FAILED" TO WS-EXCP-MESSAGE
023800         MOVE "E"           TO WS-EXCP-SEVERITY
023900         MOVE WS-GLM-STATUS TO WS-EXCP-FSTATUS
024000         CALL "EXCPLOG" USING WS-EXCP-PROGRAM WS-EXCP-SEVERITY
024100             WS-EXCP-MESSAGE WS-EXCP-FSTATUS
024200         MOVE "N" TO WS-INIT-FLAG
024300     END-IF.
024400 1000-INITIALIZE-EXIT.
024500     EXIT.
024600
024700*----------------------------------------------------------
024800* 2000-APPLY-GL-PARM - BRING THE MASTER INTO LINE WITH THE
024900* GLACCTS PARAMETER FILE.  NO GLACCTS STILL POSTS - NEW
025000* ACCOUNTS JUST ARRIVE UNCLASSIFIED.
025100*----------------------------------------------------------
025200 2000-APPLY-GL-PARM.
025300     OPEN INPUT GL-PARM-FILE
025400     IF NOT PARM-FILE-OK
025500         DISPLAY "GL-MASTER-UPDATE: NO GLACCTS FILE, STATUS "
025600             WS-PARM-STATUS
025700         GO TO 2000-APPLY-GL-PARM-EXIT
025800     END-IF
025900     PERFORM 2100-READ-GL-PARM
026000         THRU 2100-READ-GL-PARM-EXIT
026100     PERFORM 2200-APPLY-ONE-ACCOUNT
026200         THRU 2200-APPLY-ONE-ACCOUNT-EXIT
026300         UNTIL END-OF-GL-PARM
026400     CLOSE GL-PARM-FILE.
026500 2000-APPLY-GL-PARM-EXIT.
026600     EXIT.
026700
026800*----------------------------------------------------------
026900* 2100-READ-GL-PARM - READ ONE GLACCTS RECORD.
027000*----------------------------------------------------------
027100 2100-READ-GL-PARM.
027200     READ GL-PARM-FILE
027300         AT END
027400             MOVE "Y" TO WS-PARM-EOF-FLAG
027500     END-READ.
027600 2100-READ-GL-PARM-EXIT.
027700     EXIT.
027800
027900*----------------------------------------------------------
028000* 2200-APPLY-ONE-ACCOUNT - ADD THE ACCOUNT WITH ITS CUTOVER
028100* OPENING BALANCE, OR REFRESH THE NAME AND CLASSIFICATION OF
028200* ONE ALREADY ON THE MASTER.  THE OPENING BALANCE OF AN
028300* EXISTING ACCOUNT IS NEVER TOUCHED FROM HERE.
028400*----------------------------------------------------------
028500 2200-APPLY-ONE-ACCOUNT.
028600     IF GP-ACCT = SPACES
028700         GO TO 2200-APPLY-ONE-ACCOUNT-READ
028800     END-IF
028900     IF NOT GP-TYPE-VALID
029000      OR (GP-IS-RETAINED AND GP-TYPE NOT = "E")
029100         ADD 1 TO WS-REJECTED-COUNT
029200         MOVE SPACES TO WS-EXCP-MESSAGE
029300         STRING "GLACCTS BAD TYPE FOR " DELIMITED BY SIZE
029400             GP-ACCT DELIMITED BY SIZE
029500             INTO WS-EXCP-MESSAGE
029600         END-STRING
029700         MOVE "W"    TO WS-EXCP-SEVERITY
029800         MOVE SPACES TO WS-EXCP-FSTATUS
029900         CALL "EXCPLOG" USING WS-EXCP-PROGRAM WS-EXCP-SEVERITY
030000             WS-EXCP-MESSAGE WS-EXCP-FSTATUS
030100         GO TO 2200-APPLY-ONE-ACCOUNT-READ
030200     END-IF
030300     MOVE GP-ACCT TO GA-ACCT
030400     PERFORM 8000-READ-GL-MASTER
030500         THRU 8000-READ-GL-MASTER-EXIT
030600     IF NOT GLM-FOUND
030700         PERFORM 8100-NEW-GL-MASTER
030800             THRU 8100-NEW-GL-MASTER-EXIT
030900         MOVE GP-NAME     TO GA-NAME
031000         MOVE GP-TYPE     TO GA-TYPE
031100         MOVE GP-RETAINED TO GA-RETAINED
031200         MOVE GP-OPEN-BAL TO GA-OPEN-BAL
031300         WRITE GL-MASTER-RECORD
031400         ADD 1 TO WS-ADDED-COUNT
031500         MOVE GA-ACCT TO NL-GL-ACCT
031600         MOVE "ADDED FROM GLACCTS" TO NL-NOTE
031700         WRITE POSTING-REPORT-LINE FROM WS-NOTE-LINE
031800         GO TO 2200-APPLY-ONE-ACCOUNT-READ
031900     END-IF
032000     IF GA-NAME     NOT = GP-NAME
032100      OR GA-TYPE     NOT = GP-TYPE
032200      OR GA-RETAINED NOT = GP-RETAINED
032300         MOVE GP-NAME     TO GA-NAME
032400         MOVE GP-TYPE     TO GA-TYPE
032500         MOVE GP-RETAINED TO GA-RETAINED
032600         REWRITE GL-MASTER-RECORD
032700         ADD 1 TO WS-CHANGED-COUNT
032800         MOVE GA-ACCT TO NL-GL-ACCT
032900         MOVE "NAME OR CLASSIFICATION UPDATED FROM GLACCTS"
033000             TO NL-NOTE
033100         WRITE POSTING-REPORT-LINE FROM WS-NOTE-LINE
033200     END-IF.
033300
033400 2200-APPLY-ONE-ACCOUNT-READ.
033500     PERFORM 2100-READ-GL-PARM
033600         THRU 2100-READ-GL-PARM-EXIT.
033700 2200-APPLY-ONE-ACCOUNT-EXIT.
033800     EXIT.
033900
034000*----------------------------------------------------------
034100* 3000-SUM-GL-ENTRIES - TOTAL THE BUSINESS DATE'S GLENTRY
034200* DEBITS AND CREDITS BY GL ACCOUNT.
034300*----------------------------------------------------------
034400 3000-SUM-GL-ENTRIES.
034500     OPEN INPUT GL-ENTRY-FILE
034600     IF NOT GLE-FILE-OK
034700         DISPLAY "GL-MASTER-UPDATE: NO GLENTRY FILE, STATUS "
034800             WS-GLE-STATUS
034900         GO TO 3000-SUM-GL-ENTRIES-EXIT
035000     END-IF
035100     PERFORM 3100-READ-GL-ENTRY
035200         THRU 3100-READ-GL-ENTRY-EXIT
035300     PERFORM 3200-SUM-ONE-ENTRY
035400         THRU 3200-SUM-ONE-ENTRY-EXIT
035500         UNTIL END-OF-GL-ENTRY
035600     CLOSE GL-ENTRY-FILE.
035700 3000-SUM-GL-ENTRIES-EXIT.
035800     EXIT.
035900
036000*----------------------------------------------------------
036100* 3100-READ-GL-ENTRY - READ THE NEXT GLENTRY RECORD.
036200*----------------------------------------------------------
036300 3100-READ-GL-ENTRY.
036400     READ GL-ENTRY-FILE
036500         AT END
036600             MOVE "Y" TO WS-GLE-EOF-FLAG
036700     END-READ.
036800 3100-READ-GL-ENTRY-EXIT.
036900     EXIT.
037000
037100*----------------------------------------------------------
037200* 3200-SUM-ONE-ENTRY - FOLD ONE OF THE BUSINESS DATE'S
037300* ENTRIES INTO ITS ACCOUNT'S DAY TOTALS.
037400*----------------------------------------------------------
037500 3200-SUM-ONE-ENTRY.
037600     IF GE-DATE NOT = WS-BUSINESS-DATE
037700      OR GE-GL-ACCT = SPACES
037800         GO TO 3200-SUM-ONE-ENTRY-READ
037900     END-IF
038000     PERFORM 3300-FIND-GL-ENTRY
038100         THRU 3300-FIND-GL-ENTRY-EXIT
038200     IF WS-GL-IDX > WS-GL-COUNT
038300         MOVE SPACES TO WS-EXCP-MESSAGE
038400         STRING "GL TABLE FULL, NOT POSTED " DELIMITED BY SIZE
038500             GE-GL-ACCT DELIMITED BY SIZE
038600             INTO WS-EXCP-MESSAGE
038700         END-STRING
038800         MOVE "E"    TO WS-EXCP-SEVERITY
038900         MOVE SPACES TO WS-EXCP-FSTATUS
039000         CALL "EXCPLOG" USING WS-EXCP-PROGRAM WS-EXCP-SEVERITY
039100             WS-EXCP-MESSAGE WS-EXCP-FSTATUS
039200         GO TO 3200-SUM-ONE-ENTRY-READ
039300     END-IF
039400     IF GE-DR-CR = "DR"
039500         ADD GE-AMOUNT TO WS-GL-DR-TOT(WS-GL-IDX)
039600     ELSE
039700         ADD GE-AMOUNT TO WS-GL-CR-TOT(WS-GL-IDX)
039800     END-IF.
039900
040000 3200-SUM-ONE-ENTRY-READ.
040100     PERFORM 3100-READ-GL-ENTRY
040200         THRU 3100-READ-GL-ENTRY-EXIT.
040300 3200-SUM-ONE-ENTRY-EXIT.
040400     EXIT.
040500
040600*----------------------------------------------------------
040700* 3300-FIND-GL-ENTRY - FIND (OR ADD) THE ACCOUNT'S DAY
040800* TOTALS ENTRY.
040900*----------------------------------------------------------
041000 3300-FIND-GL-ENTRY.
041100     IF WS-GL-COUNT > ZERO
041200         SET WS-GL-IDX TO 1
041300         SEARCH WS-GL-ENTRY
041400             AT END
041500                 PERFORM 3400-ADD-GL-ENTRY
041600                     THRU 3400-ADD-GL-ENTRY-EXIT
041700             WHEN WS-GL-ACCT(WS-GL-IDX) = GE-GL-ACCT
041800                 CONTINUE
041900         END-SEARCH
042000     ELSE
042100         PERFORM 3400-ADD-GL-ENTRY
042200             THRU 3400-ADD-GL-ENTRY-EXIT
042300     END-IF.
042400 3300-FIND-GL-ENTRY-EXIT.
042500     EXIT.
042600
042700*----------------------------------------------------------
042800* 3400-ADD-GL-ENTRY - A FRESH ZEROED DAY TOTAL FOR THE
042900* ACCOUNT IN THE BUFFER, TABLE SPACE PERMITTING.
043000*----------------------------------------------------------
043100 3400-ADD-GL-ENTRY.
043200     IF WS-GL-COUNT >= 99
043300         SET WS-GL-IDX TO 100
043400         GO TO 3400-ADD-GL-ENTRY-EXIT
043500     END-IF
043600     ADD 1 TO WS-GL-COUNT
043700     SET WS-GL-IDX TO WS-GL-COUNT
043800     MOVE GE-GL-ACCT TO WS-GL-ACCT(WS-GL-IDX)
043900     MOVE ZERO TO WS-GL-DR-TOT(WS-GL-IDX)
044000                  WS-GL-CR-TOT(WS-GL-IDX).
044100 3400-ADD-GL-ENTRY-EXIT.
044200     EXIT.
044300
044400*----------------------------------------------------------
044500* 4000-POST-ONE-ACCOUNT - ADD ONE ACCOUNT'S DAY TOTALS TO ITS
044600* PERIOD AND YEAR MOVEMENT.  AN ACCOUNT NOT YET ON THE MASTER
044700* IS ADDED UNCLASSIFIED; ONE ALREADY POSTED FOR THE DATE IS
044800* A RERUN AND IS SKIPPED.
044900*----------------------------------------------------------
045000 4000-POST-ONE-ACCOUNT.
045100     MOVE WS-GL-ACCT(WS-GL-SUB) TO GA-ACCT
045200     PERFORM 8000-READ-GL-MASTER
045300         THRU 8000-READ-GL-MASTER-EXIT
045400     IF NOT GLM-FOUND
045500         PERFORM 8100-NEW-GL-MASTER
045600             THRU 8100-NEW-GL-MASTER-EXIT
045700         MOVE "UNCLASSIFIED - ADD TO GLACCTS" TO GA-NAME
045800         ADD 1 TO WS-UNCLASS-COUNT
045900         MOVE SPACES TO WS-EXCP-MESSAGE
046000         STRING "GL ACCT NOT ON GLACCTS " DELIMITED BY SIZE
046100             GA-ACCT DELIMITED BY SIZE
046200             INTO WS-EXCP-MESSAGE
046300         END-STRING
046400         MOVE "W"    TO WS-EXCP-SEVERITY
046500         MOVE SPACES TO WS-EXCP-FSTATUS
046600         CALL "EXCPLOG" USING WS-EXCP-PROGRAM WS-EXCP-SEVERITY
046700             WS-EXCP-MESSAGE WS-EXCP-FSTATUS
046800     END-IF
046900     IF GA-LAST-POST-DATE NOT < WS-BUSINESS-DATE
047000         ADD 1 TO WS-SKIPPED-COUNT
047100         MOVE GA-ACCT TO NL-GL-ACCT
047200         MOVE "ALREADY POSTED FOR THIS DATE - NOT POSTED AGAIN"
047300             TO NL-NOTE
047400         WRITE POSTING-REPORT-LINE FROM WS-NOTE-LINE
047500         GO TO 4000-POST-ONE-ACCOUNT-EXIT
047600     END-IF
047700     IF GA-PERIOD < WS-BD-PERIOD
047800      AND NOT PERIOD-WARNED
047900         MOVE "Y" TO WS-PERIOD-WARN-FLAG
048000         MOVE SPACES TO WS-EXCP-MESSAGE
048100         STRING "GL PERIOD NOT CLOSED " DELIMITED BY SIZE
048200             GA-PERIOD DELIMITED BY SIZE
048300             INTO WS-EXCP-MESSAGE
048400         END-STRING
048500         MOVE "W"    TO WS-EXCP-SEVERITY
048600         MOVE SPACES TO WS-EXCP-FSTATUS
048700         CALL "EXCPLOG" USING WS-EXCP-PROGRAM WS-EXCP-SEVERITY
048800             WS-EXCP-MESSAGE WS-EXCP-FSTATUS
048900     END-IF
049000     ADD WS-GL-DR-TOT(WS-GL-SUB) TO GA-PTD-DR GA-YTD-DR
049100     ADD WS-GL-CR-TOT(WS-GL-SUB) TO GA-PTD-CR GA-YTD-CR
049200     MOVE WS-BUSINESS-DATE TO GA-LAST-POST-DATE
049300     IF GLM-FOUND
049400         REWRITE GL-MASTER-RECORD
049500     ELSE
049600         WRITE GL-MASTER-RECORD
049700     END-IF
049800     ADD 1 TO WS-POSTED-COUNT
049900     COMPUTE WS-BALANCE = GA-OPEN-BAL + GA-YTD-DR - GA-YTD-CR
050000     MOVE GA-ACCT                 TO DL-GL-ACCT
050100     MOVE GA-NAME                 TO DL-NAME
050200     MOVE WS-GL-DR-TOT(WS-GL-SUB) TO DL-DR
050300     MOVE WS-GL-CR-TOT(WS-GL-SUB) TO DL-CR
050400     MOVE WS-BALANCE              TO DL-BALANCE
050500     WRITE POSTING-REPORT-LINE FROM WS-DETAIL-LINE.
050600 4000-POST-ONE-ACCOUNT-EXIT.
050700     EXIT.
050800
050900*----------------------------------------------------------
051000* 8000-READ-GL-MASTER - KEYED READ OF THE ACCOUNT IN GA-ACCT.
051100*----------------------------------------------------------
051200 8000-READ-GL-MASTER.
051300     MOVE "Y" TO WS-GLM-FOUND-FLAG
051400     READ GL-MASTER-FILE
051500         INVALID KEY
051600             MOVE "N" TO WS-GLM-FOUND-FLAG
051700     END-READ.
051800 8000-READ-GL-MASTER-EXIT.
051900     EXIT.
052000
052100*----------------------------------------------------------
052200* 8100-NEW-GL-MASTER - A ZEROED, UNCLASSIFIED MASTER RECORD
052300* FOR THE ACCOUNT IN GA-ACCT, OPEN IN THE CURRENT PERIOD.
052400*----------------------------------------------------------
052500 8100-NEW-GL-MASTER.
052600     MOVE GA-ACCT TO WS-GL-ACCT-HOLD
052700     MOVE SPACES  TO GL-MASTER-RECORD
052800     MOVE WS-GL-ACCT-HOLD TO GA-ACCT
052900     MOVE ZERO TO GA-OPEN-BAL GA-PTD-DR GA-PTD-CR
053000                  GA-YTD-DR GA-YTD-CR GA-LAST-POST-DATE
053100     MOVE WS-BD-PERIOD TO GA-PERIOD
053200     MOVE WS-BD-YEAR   TO GA-FISCAL-YEAR.
053300 8100-NEW-GL-MASTER-EXIT.
053400     EXIT.
053500
053600*----------------------------------------------------------
053700* 9000-TERMINATE - CLOSE FILES AND WRITE THE DAILY-STATS
053800* SUMMARY RECORD.
053900*----------------------------------------------------------
054000 9000-TERMINATE.
054100     IF INIT-SUCCESSFUL
054200         CLOSE GL-MASTER-FILE
054300     END-IF
054400     MOVE WS-POSTED-COUNT  TO TL-POSTED
054500     MOVE WS-ADDED-COUNT   TO TL-ADDED
054600     MOVE WS-UNCLASS-COUNT TO TL-UNCLASS
054700     WRITE POSTING-REPORT-LINE FROM WS-TOTAL-LINE
054800     CLOSE POSTING-REPORT
054900     PERFORM 9500-WRITE-DAILY-STATS
055000         THRU 9500-WRITE-DAILY-STATS-EXIT
055100     DISPLAY "GL-MASTER-UPDATE: " WS-POSTED-COUNT
055200         " ACCOUNTS POSTED, " WS-SKIPPED-COUNT
055300         " ALREADY POSTED, " WS-ADDED-COUNT " ADDED, "
055400         WS-REJECTED-COUNT " GLACCTS REJECTED".
055500 9000-TERMINATE-EXIT.
055600     EXIT.
055700
055800*----------------------------------------------------------
055900* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
056000* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
056100* CONSOLIDATED REPORT.
056200*----------------------------------------------------------
056300 9500-WRITE-DAILY-STATS.
056400     OPEN EXTEND DAILY-STATS-FILE
056500     MOVE "GL-MASTER-UPDATE" TO DS-PROGRAM-NAME
056600     MOVE WS-POSTED-COUNT    TO DS-RECORD-COUNT
056700     MOVE WS-POSTED-COUNT    TO WS-POSTED-DISP
056800     MOVE WS-ADDED-COUNT     TO WS-ADDED-DISP
056900     MOVE WS-UNCLASS-COUNT   TO WS-UNCLASS-DISP
057000     MOVE SPACES             TO DS-DETAIL
057100     STRING "POSTED: "       DELIMITED BY SIZE
057200         WS-POSTED-DISP      DELIMITED BY SIZE
057300         "  ADDED: "         DELIMITED BY SIZE
057400         WS-ADDED-DISP       DELIMITED BY SIZE
057500         "  UNCLASS: "       DELIMITED BY SIZE
057600         WS-UNCLASS-DISP     DELIMITED BY SIZE
057700         INTO DS-DETAIL
057800     END-STRING
057900     WRITE DAILY-STAT-RECORD
058000     CLOSE DAILY-STATS-FILE.
058100 9500-WRITE-DAILY-STATS-EXIT.
058200     EXIT.
