000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OPER-RECERT-BATCH.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  QUARTERLY OPERATOR ACCESS
001100*                 RECERTIFICATION.  SYSIN CARRIES THE
001200*                 FUNCTION.  O = OPEN THE QUARTER'S CYCLE
001300*                 (ON DEMAND THROUGH THE RECERT JOB, BY A
001400*                 SUPERVISOR, WITH THE DAYS ALLOWED): EVERY
001500*                 OPERTAB ENTRY GOES ON RECERTS (SHARED
001600*                 RCRTREC COPYBOOK) AND ON A LIST PER BRANCH
001700*                 FOR ITS MANAGERS WITH ROLE, LIMIT, TRAINEE
001800*                 FLAG, STATUS, PASSWORD AGE AND THE LAST
001900*                 SUCCESSFUL SIGN-ON FROM SECLOG.  MANAGERS
002000*                 CONFIRM OR REVOKE THROUGH OPERATOR-MAINT.
002100*                 C = CLOSE (NIGHTLY): ANY ENTRY STILL
002200*                 UNDECIDED PAST ITS DEADLINE LAPSES AND IS
002300*                 LISTED AS AN EXCEPTION; WITH THE AUTO-
002400*                 DISABLE SWITCH SET THE OPERATOR IS ALSO
002500*                 DISABLED ON OPERTAB AND THE DEACTIVATION
002600*                 WRITTEN TO OPERAUDIT, AS OPERATOR-MAINT
002700*                 DOES.
002800*----------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT OPERATOR-FILE ASSIGN TO "OPERTAB"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-OPER-STATUS.
003500
003600     SELECT SECURITY-LOG ASSIGN TO "SECLOG"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-SECLOG-STATUS.
003900
004000     SELECT RECERT-FILE ASSIGN TO "RECERTS"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS RC-OPER-ID
004400         FILE STATUS IS WS-RCRT-STATUS.
004500
004600     SELECT OPER-AUDIT-FILE ASSIGN TO "OPERAUDIT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-AUDIT-STATUS.
004900
005000     SELECT RECERT-REPORT ASSIGN TO "RCRTRPT"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200
005300     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  OPERATOR-FILE.
005900 01  OPERATOR-RECORD.
006000     COPY OPERREC.
006100
006200 FD  SECURITY-LOG.
006300 01  SECURITY-LOG-LINE.
006400     05  SL-TIMESTAMP        PIC X(14).
006500     05  FILLER              PIC X(01).
006600     05  SL-OPERATOR-ID      PIC X(06).
006700     05  FILLER              PIC X(01).
006800     05  SL-OUTCOME          PIC X(10).
006900     05  FILLER              PIC X(48).
007000
007100 FD  RECERT-FILE.
007200 01  RECERT-RECORD.
007300     COPY RCRTREC.
007400
007500 FD  OPER-AUDIT-FILE.
007600 01  OPER-AUDIT-LINE         PIC X(80).
007700
007800 FD  RECERT-REPORT.
007900 01  RECERT-REPORT-LINE      PIC X(80).
008000
008100 FD  DAILY-STATS-FILE.
008200     COPY DLYSTAT.
008300
008400 WORKING-STORAGE SECTION.
008500*----------------------------------------------------------
008600* SWITCHES AND FILE STATUS
008700*----------------------------------------------------------
008800 01  WS-SWITCHES.
008900     05  WS-REQUEST-FLAG     PIC X(01) VALUE "Y".
009000         88  REQUEST-ACCEPTED        VALUE "Y".
009100     05  WS-OPER-EOF-FLAG    PIC X(01) VALUE "N".
009200         88  END-OF-OPERATORS        VALUE "Y".
009300     05  WS-SEC-EOF-FLAG     PIC X(01) VALUE "N".
009400         88  END-OF-SECLOG           VALUE "Y".
009500     05  WS-RCRT-EOF-FLAG    PIC X(01) VALUE "N".
009600         88  END-OF-RECERTS          VALUE "Y".
009700     05  WS-OPERTAB-CHANGED  PIC X(01) VALUE "N".
009800         88  OPERTAB-CHANGED         VALUE "Y".
009900 01  WS-OPER-STATUS          PIC X(02).
010000     88  OPER-FILE-OK                VALUE "00".
010100 01  WS-SECLOG-STATUS        PIC X(02).
010200     88  SECLOG-FILE-OK              VALUE "00".
010300 01  WS-RCRT-STATUS          PIC X(02).
010400     88  RCRT-FILE-OK                VALUE "00".
010500     88  RCRT-FILE-NOT-FOUND         VALUE "35".
010600 01  WS-RCRT-OPEN-FLAG       PIC X(01) VALUE "N".
010700     88  RCRT-FILE-OPEN              VALUE "Y".
010800 01  WS-AUDIT-STATUS         PIC X(02).
010900     88  AUDIT-FILE-NOT-FOUND        VALUE "35".
011000
011100*----------------------------------------------------------
011200* THE REQUEST, FROM SYSIN
011300*----------------------------------------------------------
011400 01  WS-REQ-FUNCTION         PIC X(01) VALUE SPACE.
011500     88  REQ-OPEN-CYCLE              VALUE "O".
011600     88  REQ-CLOSE-CYCLE             VALUE "C".
011700 01  WS-REQ-OPERATOR         PIC X(06) VALUE SPACES.
011800 01  WS-REQ-DAYS             PIC 9(03) VALUE ZERO.
011900 01  WS-REQ-AUTO-DISABLE     PIC X(01) VALUE "N".
012000     88  REQ-AUTO-DISABLE            VALUE "Y".
012100 77  WS-DEFAULT-DAYS         PIC 9(03) VALUE 30.
012200 01  WS-REFUSE-REASON        PIC X(24) VALUE SPACES.
012300
012400*----------------------------------------------------------
012500* DATES AND THE CYCLE
012600*----------------------------------------------------------
012700 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
012800 01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
012900     05  WS-BD-YEAR          PIC 9(04).
013000     05  WS-BD-MONTH         PIC 9(02).
013100     05  WS-BD-DAY           PIC 9(02).
013200 01  WS-TODAY-INTEGER        PIC 9(08) COMP VALUE ZERO.
013300 01  WS-DEADLINE             PIC 9(08) VALUE ZERO.
013400 01  WS-CYCLE.
013500     05  WS-CYC-YEAR         PIC 9(04).
013600     05  FILLER              PIC X(01) VALUE "Q".
013700     05  WS-CYC-QUARTER      PIC 9(01).
013800 01  WS-SIGNON-DATE          PIC X(08).
013900 01  WS-PSWD-AGE             PIC 9(05) COMP VALUE ZERO.
014000 01  WS-TIMESTAMP            PIC X(21).
014100
014200*----------------------------------------------------------
014300* OPERTAB HELD WHOLE, SO A DISABLE CAN REWRITE THE FILE
014400* WITHOUT LOSING ANY FIELD, WITH THE LAST SIGN-ON FOUND.
014500*----------------------------------------------------------
014600 01  WS-OPER-COUNT           PIC 9(03) COMP VALUE ZERO.
014700 01  WS-OPER-SUB             PIC 9(03) COMP VALUE ZERO.
014800 01  WS-OPER-TABLE.
014900     05  WS-OPER-ENTRY       OCCURS 1 TO 50 TIMES
015000             DEPENDING ON WS-OPER-COUNT
015100             INDEXED BY WS-OPER-IDX.
015200         10  WS-OT-ID        PIC X(06).
015300         10  WS-OT-IMAGE     PIC X(124).
015400         10  WS-OT-LAST-SIGNON PIC 9(08).
015500 01  WS-OPER-WORK.
015600     COPY OPERREC REPLACING LEADING ==OP-== BY ==OW-==.
015700
015800*----------------------------------------------------------
015900* BRANCH-BY-BRANCH LISTING CONTROL
016000*----------------------------------------------------------
016100 01  WS-LAST-BRANCH          PIC X(03) VALUE LOW-VALUES.
016200 01  WS-NEXT-BRANCH          PIC X(03) VALUE HIGH-VALUES.
016300 01  WS-MANAGER-LIST         PIC X(48) VALUE SPACES.
016400 01  WS-MANAGER-PTR          PIC 9(03) COMP VALUE 1.
016500 01  WS-LISTED-COUNT         PIC 9(05) COMP VALUE ZERO.
016600 01  WS-LAPSED-COUNT         PIC 9(05) COMP VALUE ZERO.
016700 01  WS-DISABLED-COUNT       PIC 9(05) COMP VALUE ZERO.
016800 01  WS-COUNT-DISP           PIC ZZZZ9.
016900 01  WS-COUNT-DISP2          PIC ZZZZ9.
017000 01  WS-AGE-DISP             PIC ZZZZ9.
017100
017200*----------------------------------------------------------
017300* AUDIT ENTRY, AS OPERATOR-MAINT WRITES IT
017400*----------------------------------------------------------
017500 01  WS-AUDIT-ENTRY.
017600     05  AU-TIMESTAMP        PIC X(14).
017700     05  FILLER              PIC X(01) VALUE SPACE.
017800     05  AU-SUPERVISOR       PIC X(06).
017900     05  FILLER              PIC X(01) VALUE SPACE.
018000     05  AU-ACTION           PIC X(12).
018100     05  FILLER              PIC X(01) VALUE SPACE.
018200     05  AU-TARGET           PIC X(06).
018300
018400*----------------------------------------------------------
018500* REPORT LINES
018600*----------------------------------------------------------
018700 01  WS-OPEN-HEADING-1       PIC X(80) VALUE
018800     "QUARTERLY OPERATOR ACCESS RECERTIFICATION".
018900 01  WS-CLOSE-HEADING-1      PIC X(80) VALUE
019000     "OPERATOR RECERTIFICATION EXCEPTIONS - NOT RECERTIFIED".
019100 01  WS-HEADING-LINE-2.
019200     05  FILLER              PIC X(06) VALUE "CYCLE ".
019300     05  HD-CYCLE            PIC X(06).
019400     05  FILLER              PIC X(11) VALUE "  RUN DATE ".
019500     05  HD-RUN-DATE         PIC 9(08).
019600     05  FILLER              PIC X(16) VALUE
019700         "  RESPONSES DUE ".
019800     05  HD-DEADLINE         PIC 9(08).
019900 01  WS-BRANCH-LINE.
020000     05  FILLER              PIC X(07) VALUE "BRANCH ".
020100     05  BL-BRANCH           PIC X(03).
020200     05  FILLER              PIC X(14) VALUE
020300         "  MANAGER(S): ".
020400     05  BL-MANAGERS         PIC X(48).
020500 01  WS-COLUMN-LINE.
020600     05  FILLER              PIC X(07) VALUE "OPER".
020700     05  FILLER              PIC X(21) VALUE "NAME".
020800     05  FILLER              PIC X(05) VALUE "ROLE".
020900     05  FILLER              PIC X(09) VALUE "   LIMIT".
021000     05  FILLER              PIC X(04) VALUE "TRN".
021100     05  FILLER              PIC X(09) VALUE "STATUS".
021200     05  FILLER              PIC X(08) VALUE "PSWD-AGE".
021300     05  FILLER              PIC X(08) VALUE "LAST-ON".
021400 01  WS-EXC-COLUMN-LINE.
021500     05  FILLER              PIC X(07) VALUE "OPER".
021600     05  FILLER              PIC X(21) VALUE "NAME".
021700     05  FILLER              PIC X(05) VALUE "ROLE".
021800     05  FILLER              PIC X(09) VALUE "   LIMIT".
021900     05  FILLER              PIC X(04) VALUE SPACES.
022000     05  FILLER              PIC X(17) VALUE "CYCLE".
022100     05  FILLER              PIC X(09) VALUE "DUE".
022200     05  FILLER              PIC X(08) VALUE "ACTION".
022300 01  WS-DETAIL-LINE.
022400     05  DL-OPER             PIC X(06).
022500     05  FILLER              PIC X(01) VALUE SPACE.
022600     05  DL-NAME             PIC X(20).
022700     05  FILLER              PIC X(01) VALUE SPACE.
022800     05  DL-ROLE             PIC X(04).
022900     05  FILLER              PIC X(01) VALUE SPACE.
023000     05  DL-LIMIT            PIC ZZZZ9.99.
023100     05  FILLER              PIC X(01) VALUE SPACE.
023200     05  DL-TRAINEE          PIC X(03).
023300     05  FILLER              PIC X(01) VALUE SPACE.
023400     05  DL-STATUS           PIC X(08).
023500     05  FILLER              PIC X(01) VALUE SPACE.
023600     05  DL-PSWD-AGE         PIC X(05).
023700     05  FILLER              PIC X(03) VALUE SPACES.
023800     05  DL-LAST-SIGNON      PIC X(08).
023900     05  FILLER              PIC X(01) VALUE SPACE.
024000     05  DL-NOTE             PIC X(08).
024100 01  WS-FOOTER-LINE.
024200     05  FILLER              PIC X(51) VALUE
024300         "CONFIRM OR REVOKE EACH OPERATOR IN OPERATOR-MAINT ".
024400     05  FILLER              PIC X(12) VALUE "OPTION 6 BY ".
024500     05  FL-DEADLINE         PIC 9(08).
024600 01  WS-NONE-LINE            PIC X(80) VALUE
024700     "NO LAPSED RECERTIFICATIONS".
024800
024900 PROCEDURE DIVISION.
025000*----------------------------------------------------------
025100* 0000-MAINLINE
025200*----------------------------------------------------------
025300 0000-MAINLINE.
025400     DISPLAY "ENTER FUNCTION (O=OPEN CYCLE C=CLOSE): "
025500     ACCEPT WS-REQ-FUNCTION
025600     IF REQ-OPEN-CYCLE
025700         DISPLAY "ENTER OPERATOR: "
025800         ACCEPT WS-REQ-OPERATOR
025900         DISPLAY "ENTER DAYS ALLOWED: "
026000         ACCEPT WS-REQ-DAYS
026100     ELSE
026200         DISPLAY "ENTER AUTO-DISABLE (Y/N): "
026300         ACCEPT WS-REQ-AUTO-DISABLE
026400     END-IF
026500
026600     PERFORM 1000-INITIALIZE
026700         THRU 1000-INITIALIZE-EXIT
026800     IF REQUEST-ACCEPTED
026900         IF REQ-OPEN-CYCLE
027000             PERFORM 2000-OPEN-CYCLE
027100                 THRU 2000-OPEN-CYCLE-EXIT
027200         ELSE
027300             PERFORM 3000-CLOSE-CYCLE
027400                 THRU 3000-CLOSE-CYCLE-EXIT
027500         END-IF
027600     END-IF
027700     PERFORM 9000-TERMINATE
027800         THRU 9000-TERMINATE-EXIT
027900     STOP RUN.
028000
028100*----------------------------------------------------------
028200* 1000-INITIALIZE - EDIT THE REQUEST, LOAD OPERTAB AND OPEN
028300* THE CYCLE FILE.  NO CYCLE FILE YET IS NOTHING TO CLOSE.
028400*----------------------------------------------------------
028500 1000-INITIALIZE.
028600     CALL "GETBDATE" USING WS-BUSINESS-DATE
028700     COMPUTE WS-TODAY-INTEGER
028800         = FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
028900     IF NOT REQ-OPEN-CYCLE AND NOT REQ-CLOSE-CYCLE
029000         MOVE "INVALID FUNCTION" TO WS-REFUSE-REASON
029100         GO TO 1000-INITIALIZE-REFUSE
029200     END-IF
029300     OPEN INPUT OPERATOR-FILE
029400     IF NOT OPER-FILE-OK
029500         MOVE "OPERTAB NOT AVAILABLE" TO WS-REFUSE-REASON
029600         GO TO 1000-INITIALIZE-REFUSE
029700     END-IF
029800     PERFORM 1100-LOAD-OPERATOR
029900         THRU 1100-LOAD-OPERATOR-EXIT
030000         UNTIL END-OF-OPERATORS
030100     CLOSE OPERATOR-FILE
030200
030300     IF REQ-CLOSE-CYCLE
030400         OPEN I-O RECERT-FILE
030500         IF NOT RCRT-FILE-OK
030600             MOVE "N" TO WS-REQUEST-FLAG
030700             GO TO 1000-INITIALIZE-EXIT
030800         END-IF
030900         MOVE "Y" TO WS-RCRT-OPEN-FLAG
031000         GO TO 1000-INITIALIZE-EXIT
031100     END-IF
031200
031300     PERFORM 1200-CHECK-OPERATOR
031400         THRU 1200-CHECK-OPERATOR-EXIT
031500     IF WS-REFUSE-REASON NOT = SPACES
031600         GO TO 1000-INITIALIZE-REFUSE
031700     END-IF
031800     IF WS-REQ-DAYS NOT NUMERIC OR WS-REQ-DAYS = ZERO
031900         MOVE WS-DEFAULT-DAYS TO WS-REQ-DAYS
032000     END-IF
032100     OPEN I-O RECERT-FILE
032200     IF RCRT-FILE-NOT-FOUND
032300         OPEN OUTPUT RECERT-FILE
032400         CLOSE RECERT-FILE
032500         OPEN I-O RECERT-FILE
032600     END-IF
032700     IF NOT RCRT-FILE-OK
032800         MOVE "RECERTS NOT AVAILABLE" TO WS-REFUSE-REASON
032900         GO TO 1000-INITIALIZE-REFUSE
033000     END-IF
033100     MOVE "Y" TO WS-RCRT-OPEN-FLAG
033200     PERFORM 1300-CHECK-OPEN-CYCLE
033300         THRU 1300-CHECK-OPEN-CYCLE-EXIT
033400         UNTIL END-OF-RECERTS
033500     IF WS-REFUSE-REASON NOT = SPACES
033600         GO TO 1000-INITIALIZE-REFUSE
033700     END-IF
033800     GO TO 1000-INITIALIZE-EXIT.
033900
034000 1000-INITIALIZE-REFUSE.
034100     MOVE "N" TO WS-REQUEST-FLAG
034200     DISPLAY "OPER-RECERT-BATCH: REQUEST REFUSED - "
034300         WS-REFUSE-REASON.
034400 1000-INITIALIZE-EXIT.
034500     EXIT.
034600
034700*----------------------------------------------------------
034800* 1100-LOAD-OPERATOR - ONE OPERTAB RECORD INTO THE TABLE.
034900*----------------------------------------------------------
035000 1100-LOAD-OPERATOR.
035100     READ OPERATOR-FILE
035200         AT END
035300             MOVE "Y" TO WS-OPER-EOF-FLAG
035400             GO TO 1100-LOAD-OPERATOR-EXIT
035500     END-READ
035600     IF WS-OPER-COUNT >= 50
035700         DISPLAY "OPER-RECERT-BATCH: OPERATOR TABLE FULL AT "
035800             OP-ID
035900         GO TO 1100-LOAD-OPERATOR-EXIT
036000     END-IF
036100     ADD 1 TO WS-OPER-COUNT
036200     MOVE OP-ID           TO WS-OT-ID(WS-OPER-COUNT)
036300     MOVE OPERATOR-RECORD TO WS-OT-IMAGE(WS-OPER-COUNT)
036400     MOVE ZERO            TO WS-OT-LAST-SIGNON(WS-OPER-COUNT).
036500 1100-LOAD-OPERATOR-EXIT.
036600     EXIT.
036700
036800*----------------------------------------------------------
036900* 1200-CHECK-OPERATOR - THE OPERATOR OPENING A CYCLE MUST BE
037000* AN ENABLED SUPERVISOR ON OPERTAB.
037100*----------------------------------------------------------
037200 1200-CHECK-OPERATOR.
037300     IF WS-OPER-COUNT = ZERO
037400         MOVE "UNKNOWN OPERATOR" TO WS-REFUSE-REASON
037500         GO TO 1200-CHECK-OPERATOR-EXIT
037600     END-IF
037700     SET WS-OPER-IDX TO 1
037800     SEARCH WS-OPER-ENTRY
037900         AT END
038000             MOVE "UNKNOWN OPERATOR" TO WS-REFUSE-REASON
038100             GO TO 1200-CHECK-OPERATOR-EXIT
038200         WHEN WS-OT-ID(WS-OPER-IDX) = WS-REQ-OPERATOR
038300             MOVE WS-OT-IMAGE(WS-OPER-IDX) TO WS-OPER-WORK
038400     END-SEARCH
038500     IF OW-IS-DISABLED
038600         MOVE "OPERATOR DISABLED" TO WS-REFUSE-REASON
038700         GO TO 1200-CHECK-OPERATOR-EXIT
038800     END-IF
038900     IF OW-ROLE NOT = "S"
039000         MOVE "SUPERVISOR REQUIRED" TO WS-REFUSE-REASON
039100     END-IF.
039200 1200-CHECK-OPERATOR-EXIT.
039300     EXIT.
039400
039500*----------------------------------------------------------
039600* 1300-CHECK-OPEN-CYCLE - A NEW CYCLE MAY NOT BE OPENED
039700* WHILE THE LAST ONE STILL HAS UNDECIDED ENTRIES INSIDE
039800* THEIR DEADLINE.
039900*----------------------------------------------------------
040000 1300-CHECK-OPEN-CYCLE.
040100     READ RECERT-FILE NEXT RECORD
040200         AT END
040300             MOVE "Y" TO WS-RCRT-EOF-FLAG
040400             GO TO 1300-CHECK-OPEN-CYCLE-EXIT
040500     END-READ
040600     IF RC-IS-PENDING
040700         MOVE "PREVIOUS CYCLE STILL OPEN" TO WS-REFUSE-REASON
040800         MOVE "Y" TO WS-RCRT-EOF-FLAG
040900     END-IF.
041000 1300-CHECK-OPEN-CYCLE-EXIT.
041100     EXIT.
041200
041300*----------------------------------------------------------
041400* 2000-OPEN-CYCLE - FIND EACH OPERATOR'S LAST SIGN-ON, THEN
041500* LIST AND RECORD THE OPERATORS BRANCH BY BRANCH.
041600*----------------------------------------------------------
041700 2000-OPEN-CYCLE.
041800     MOVE WS-BD-YEAR TO WS-CYC-YEAR
041900     COMPUTE WS-CYC-QUARTER = (WS-BD-MONTH + 2) / 3
042000     COMPUTE WS-DEADLINE = FUNCTION DATE-OF-INTEGER(
042100         WS-TODAY-INTEGER + WS-REQ-DAYS)
042200     OPEN INPUT SECURITY-LOG
042300     IF SECLOG-FILE-OK
042400         PERFORM 2100-SCAN-ONE-SIGNON
042500             THRU 2100-SCAN-ONE-SIGNON-EXIT
042600             UNTIL END-OF-SECLOG
042700         CLOSE SECURITY-LOG
042800     ELSE
042900         DISPLAY "OPER-RECERT-BATCH: NO SECLOG, STATUS "
043000             WS-SECLOG-STATUS
043100     END-IF
043200
043300     OPEN OUTPUT RECERT-REPORT
043400     WRITE RECERT-REPORT-LINE FROM WS-OPEN-HEADING-1
043500     MOVE WS-CYCLE         TO HD-CYCLE
043600     MOVE WS-BUSINESS-DATE TO HD-RUN-DATE
043700     MOVE WS-DEADLINE      TO HD-DEADLINE
043800     WRITE RECERT-REPORT-LINE FROM WS-HEADING-LINE-2
043900     PERFORM 2200-LIST-NEXT-BRANCH
044000         THRU 2200-LIST-NEXT-BRANCH-EXIT
044100         UNTIL WS-NEXT-BRANCH = HIGH-VALUES
044200     MOVE SPACES TO RECERT-REPORT-LINE
044300     WRITE RECERT-REPORT-LINE
044400     MOVE WS-DEADLINE TO FL-DEADLINE
044500     WRITE RECERT-REPORT-LINE FROM WS-FOOTER-LINE
044600     CLOSE RECERT-REPORT.
044700 2000-OPEN-CYCLE-EXIT.
044800     EXIT.
044900
045000*----------------------------------------------------------
045100* 2100-SCAN-ONE-SIGNON - A SUCCESSFUL SIGN-ON (PLAIN OR
045200* SUPERVISOR-OVERRIDDEN) MOVES ITS OPERATOR'S LAST DATE ON.
045300*----------------------------------------------------------
045400 2100-SCAN-ONE-SIGNON.
045500     READ SECURITY-LOG
045600         AT END
045700             MOVE "Y" TO WS-SEC-EOF-FLAG
045800             GO TO 2100-SCAN-ONE-SIGNON-EXIT
045900     END-READ
046000     IF SL-OUTCOME NOT = "SUCCESS" AND NOT = "OVR-WINDOW"
046100      AND NOT = "OVR-LOCN"
046200         GO TO 2100-SCAN-ONE-SIGNON-EXIT
046300     END-IF
046400     MOVE SL-TIMESTAMP(1:8) TO WS-SIGNON-DATE
046500     IF WS-SIGNON-DATE NOT NUMERIC OR WS-OPER-COUNT = ZERO
046600         GO TO 2100-SCAN-ONE-SIGNON-EXIT
046700     END-IF
046800     SET WS-OPER-IDX TO 1
046900     SEARCH WS-OPER-ENTRY
047000         AT END
047100             CONTINUE
047200         WHEN WS-OT-ID(WS-OPER-IDX) = SL-OPERATOR-ID
047300             IF WS-SIGNON-DATE > WS-OT-LAST-SIGNON(WS-OPER-IDX)
047400                 MOVE WS-SIGNON-DATE
047500                     TO WS-OT-LAST-SIGNON(WS-OPER-IDX)
047600             END-IF
047700     END-SEARCH.
047800 2100-SCAN-ONE-SIGNON-EXIT.
047900     EXIT.
048000
048100*----------------------------------------------------------
048200* 2200-LIST-NEXT-BRANCH - THE LOWEST BRANCH NOT YET LISTED:
048300* ITS MANAGERS (THE BRANCH'S ENABLED SUPERVISORS), THEN
048400* EVERY OPERATOR ON IT.  SPACES ARE HEAD OFFICE.
048500*----------------------------------------------------------
048600 2200-LIST-NEXT-BRANCH.
048700     MOVE HIGH-VALUES TO WS-NEXT-BRANCH
048800     PERFORM 2210-FIND-NEXT-BRANCH
048900         THRU 2210-FIND-NEXT-BRANCH-EXIT
049000         VARYING WS-OPER-SUB FROM 1 BY 1
049100         UNTIL WS-OPER-SUB > WS-OPER-COUNT
049200     IF WS-NEXT-BRANCH = HIGH-VALUES
049300         GO TO 2200-LIST-NEXT-BRANCH-EXIT
049400     END-IF
049500     MOVE WS-NEXT-BRANCH TO WS-LAST-BRANCH
049600
049700     MOVE SPACES TO WS-MANAGER-LIST
049800     MOVE 1      TO WS-MANAGER-PTR
049900     PERFORM 2220-ADD-MANAGER
050000         THRU 2220-ADD-MANAGER-EXIT
050100         VARYING WS-OPER-SUB FROM 1 BY 1
050200         UNTIL WS-OPER-SUB > WS-OPER-COUNT
050300     IF WS-MANAGER-LIST = SPACES
050400         MOVE "NONE - HEAD OFFICE TO RECERTIFY"
050500             TO WS-MANAGER-LIST
050600     END-IF
050700     MOVE SPACES TO RECERT-REPORT-LINE
050800     WRITE RECERT-REPORT-LINE
050900     IF WS-NEXT-BRANCH = SPACES
051000         MOVE "HO " TO BL-BRANCH
051100     ELSE
051200         MOVE WS-NEXT-BRANCH TO BL-BRANCH
051300     END-IF
051400     MOVE WS-MANAGER-LIST TO BL-MANAGERS
051500     WRITE RECERT-REPORT-LINE FROM WS-BRANCH-LINE
051600     WRITE RECERT-REPORT-LINE FROM WS-COLUMN-LINE
051700     PERFORM 2300-LIST-ONE-OPERATOR
051800         THRU 2300-LIST-ONE-OPERATOR-EXIT
051900         VARYING WS-OPER-SUB FROM 1 BY 1
052000         UNTIL WS-OPER-SUB > WS-OPER-COUNT.
052100 2200-LIST-NEXT-BRANCH-EXIT.
052200     EXIT.
052300
052400*----------------------------------------------------------
052500* 2210-FIND-NEXT-BRANCH - KEEP THE LOWEST BRANCH ABOVE THE
052600* ONE LAST LISTED.
052700*----------------------------------------------------------
052800 2210-FIND-NEXT-BRANCH.
052900     MOVE WS-OT-IMAGE(WS-OPER-SUB) TO WS-OPER-WORK
053000     IF OW-BRANCH > WS-LAST-BRANCH
053100      AND OW-BRANCH < WS-NEXT-BRANCH
053200         MOVE OW-BRANCH TO WS-NEXT-BRANCH
053300     END-IF.
053400 2210-FIND-NEXT-BRANCH-EXIT.
053500     EXIT.
053600
053700*----------------------------------------------------------
053800* 2220-ADD-MANAGER - AN ENABLED SUPERVISOR ON THE BRANCH
053900* JOINS THE MANAGER LIST.
054000*----------------------------------------------------------
054100 2220-ADD-MANAGER.
054200     MOVE WS-OT-IMAGE(WS-OPER-SUB) TO WS-OPER-WORK
054300     IF OW-BRANCH NOT = WS-NEXT-BRANCH
054400      OR OW-ROLE NOT = "S"
054500      OR OW-IS-DISABLED
054600         GO TO 2220-ADD-MANAGER-EXIT
054700     END-IF
054800     STRING OW-ID DELIMITED BY SIZE
054900         " "      DELIMITED BY SIZE
055000         INTO WS-MANAGER-LIST
055100         WITH POINTER WS-MANAGER-PTR
055200         ON OVERFLOW
055300             CONTINUE
055400     END-STRING.
055500 2220-ADD-MANAGER-EXIT.
055600     EXIT.
055700
055800*----------------------------------------------------------
055900* 2300-LIST-ONE-OPERATOR - AN OPERATOR ON THE BRANCH BEING
056000* LISTED GOES ON THE REPORT AND ON RECERTS FOR THIS CYCLE.
056100*----------------------------------------------------------
056200 2300-LIST-ONE-OPERATOR.
056300     MOVE WS-OT-IMAGE(WS-OPER-SUB) TO WS-OPER-WORK
056400     IF OW-BRANCH NOT = WS-NEXT-BRANCH
056500         GO TO 2300-LIST-ONE-OPERATOR-EXIT
056600     END-IF
056700     MOVE SPACES          TO RECERT-RECORD
056800     MOVE OW-ID           TO RC-OPER-ID
056900     MOVE WS-CYCLE        TO RC-CYCLE
057000     MOVE OW-NAME         TO RC-OPER-NAME
057100     MOVE OW-BRANCH       TO RC-BRANCH
057200     MOVE OW-ROLE         TO RC-ROLE
057300     IF OW-TXN-LIMIT NUMERIC
057400         MOVE OW-TXN-LIMIT TO RC-TXN-LIMIT
057500     ELSE
057600         MOVE ZERO         TO RC-TXN-LIMIT
057700     END-IF
057800     MOVE OW-TRAINEE      TO RC-TRAINEE
057900     MOVE OW-STATUS       TO RC-OP-STATUS
058000     IF OW-PSWD-DATE NUMERIC
058100         MOVE OW-PSWD-DATE TO RC-PSWD-DATE
058200     ELSE
058300         MOVE ZERO         TO RC-PSWD-DATE
058400     END-IF
058500     MOVE WS-OT-LAST-SIGNON(WS-OPER-SUB) TO RC-LAST-SIGNON
058600     MOVE WS-DEADLINE     TO RC-DEADLINE
058700     MOVE SPACE           TO RC-DECISION
058800     MOVE SPACES          TO RC-DECIDED-BY
058900     MOVE ZERO            TO RC-DECIDED-DATE
059000     WRITE RECERT-RECORD
059100         INVALID KEY
059200             REWRITE RECERT-RECORD
059300     END-WRITE
059400
059500     MOVE RC-OPER-ID      TO DL-OPER
059600     MOVE RC-OPER-NAME    TO DL-NAME
059700     IF RC-ROLE = "S"
059800         MOVE "SUPV"      TO DL-ROLE
059900     ELSE
060000         MOVE "TLR"       TO DL-ROLE
060100     END-IF
060200     MOVE RC-TXN-LIMIT    TO DL-LIMIT
060300     IF RC-TRAINEE = "Y"
060400         MOVE "YES"       TO DL-TRAINEE
060500     ELSE
060600         MOVE "NO"        TO DL-TRAINEE
060700     END-IF
060800     IF RC-OP-STATUS = "D"
060900         MOVE "DISABLED"  TO DL-STATUS
061000     ELSE
061100         MOVE "ACTIVE"    TO DL-STATUS
061200     END-IF
061300     IF RC-PSWD-DATE = ZERO
061400         MOVE "  N/A"     TO DL-PSWD-AGE
061500     ELSE
061600         COMPUTE WS-PSWD-AGE = WS-TODAY-INTEGER
061700             - FUNCTION INTEGER-OF-DATE(RC-PSWD-DATE)
061800         MOVE WS-PSWD-AGE TO WS-AGE-DISP
061900         MOVE WS-AGE-DISP TO DL-PSWD-AGE
062000     END-IF
062100     IF RC-LAST-SIGNON = ZERO
062200         MOVE "NEVER"     TO DL-LAST-SIGNON
062300     ELSE
062400         MOVE RC-LAST-SIGNON TO DL-LAST-SIGNON
062500     END-IF
062600     MOVE SPACES          TO DL-NOTE
062700     WRITE RECERT-REPORT-LINE FROM WS-DETAIL-LINE
062800     ADD 1 TO WS-LISTED-COUNT.
062900 2300-LIST-ONE-OPERATOR-EXIT.
063000     EXIT.
063100
063200*----------------------------------------------------------
063300* 3000-CLOSE-CYCLE - LAPSE EVERY UNDECIDED ENTRY PAST ITS
063400* DEADLINE, THEN SAVE OPERTAB IF ANY OPERATOR WAS DISABLED.
063500*----------------------------------------------------------
063600 3000-CLOSE-CYCLE.
063700     OPEN OUTPUT RECERT-REPORT
063800     WRITE RECERT-REPORT-LINE FROM WS-CLOSE-HEADING-1
063900     WRITE RECERT-REPORT-LINE FROM WS-EXC-COLUMN-LINE
064000     PERFORM 3100-CHECK-ONE-ENTRY
064100         THRU 3100-CHECK-ONE-ENTRY-EXIT
064200         UNTIL END-OF-RECERTS
064300     IF WS-LAPSED-COUNT = ZERO
064400         WRITE RECERT-REPORT-LINE FROM WS-NONE-LINE
064500     END-IF
064600     CLOSE RECERT-REPORT
064700     IF OPERTAB-CHANGED
064800         PERFORM 3300-SAVE-OPERTAB
064900             THRU 3300-SAVE-OPERTAB-EXIT
065000     END-IF.
065100 3000-CLOSE-CYCLE-EXIT.
065200     EXIT.
065300
065400*----------------------------------------------------------
065500* 3100-CHECK-ONE-ENTRY - AN UNDECIDED ENTRY PAST ITS
065600* DEADLINE LAPSES AND IS LISTED; WITH AUTO-DISABLE SET AN
065700* OPERATOR STILL ENABLED IS DISABLED.
065800*----------------------------------------------------------
065900 3100-CHECK-ONE-ENTRY.
066000     READ RECERT-FILE NEXT RECORD
066100         AT END
066200             MOVE "Y" TO WS-RCRT-EOF-FLAG
066300             GO TO 3100-CHECK-ONE-ENTRY-EXIT
066400     END-READ
066500     IF NOT RC-IS-PENDING
066600      OR RC-DEADLINE NOT < WS-BUSINESS-DATE
066700         GO TO 3100-CHECK-ONE-ENTRY-EXIT
066800     END-IF
066900     MOVE "X"              TO RC-DECISION
067000     MOVE WS-BUSINESS-DATE TO RC-DECIDED-DATE
067100     REWRITE RECERT-RECORD
067200     ADD 1 TO WS-LAPSED-COUNT
067300
067400     MOVE SPACES           TO WS-DETAIL-LINE
067500     MOVE RC-OPER-ID       TO DL-OPER
067600     MOVE RC-OPER-NAME     TO DL-NAME
067700     IF RC-ROLE = "S"
067800         MOVE "SUPV"       TO DL-ROLE
067900     ELSE
068000         MOVE "TLR"        TO DL-ROLE
068100     END-IF
068200     MOVE RC-TXN-LIMIT     TO DL-LIMIT
068300     MOVE RC-CYCLE         TO DL-STATUS
068400     MOVE RC-DEADLINE      TO DL-LAST-SIGNON
068500     MOVE "LAPSED"         TO DL-NOTE
068600     IF REQ-AUTO-DISABLE
068700         PERFORM 3200-DISABLE-OPERATOR
068800             THRU 3200-DISABLE-OPERATOR-EXIT
068900     END-IF
069000     WRITE RECERT-REPORT-LINE FROM WS-DETAIL-LINE.
069100 3100-CHECK-ONE-ENTRY-EXIT.
069200     EXIT.
069300
069400*----------------------------------------------------------
069500* 3200-DISABLE-OPERATOR - DISABLE THE LAPSED OPERATOR IN THE
069600* TABLE AND WRITE THE DEACTIVATION TO OPERAUDIT UNDER THE
069700* RECERT ID, AS OPERATOR-MAINT RECORDS ITS OWN.
069800*----------------------------------------------------------
069900 3200-DISABLE-OPERATOR.
070000     IF WS-OPER-COUNT = ZERO
070100         GO TO 3200-DISABLE-OPERATOR-EXIT
070200     END-IF
070300     SET WS-OPER-IDX TO 1
070400     SEARCH WS-OPER-ENTRY
070500         AT END
070600             GO TO 3200-DISABLE-OPERATOR-EXIT
070700         WHEN WS-OT-ID(WS-OPER-IDX) = RC-OPER-ID
070800             MOVE WS-OT-IMAGE(WS-OPER-IDX) TO WS-OPER-WORK
070900     END-SEARCH
071000     IF OW-IS-DISABLED
071100         GO TO 3200-DISABLE-OPERATOR-EXIT
071200     END-IF
071300     MOVE "D"          TO OW-STATUS
071400     MOVE WS-OPER-WORK TO WS-OT-IMAGE(WS-OPER-IDX)
071500     MOVE "Y"          TO WS-OPERTAB-CHANGED
071600     ADD 1 TO WS-DISABLED-COUNT
071700     MOVE "DISABLED"   TO DL-NOTE
071800
071900     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
072000     MOVE WS-TIMESTAMP(1:14) TO AU-TIMESTAMP
072100     MOVE "RECERT"           TO AU-SUPERVISOR
072200     MOVE "DEACTIVATE"       TO AU-ACTION
072300     MOVE RC-OPER-ID         TO AU-TARGET
072400     OPEN EXTEND OPER-AUDIT-FILE
072500     IF AUDIT-FILE-NOT-FOUND
072600         OPEN OUTPUT OPER-AUDIT-FILE
072700     END-IF
072800     WRITE OPER-AUDIT-LINE FROM WS-AUDIT-ENTRY
072900     CLOSE OPER-AUDIT-FILE.
073000 3200-DISABLE-OPERATOR-EXIT.
073100     EXIT.
073200
073300*----------------------------------------------------------
073400* 3300-SAVE-OPERTAB - REWRITE THE WHOLE OPERTAB FILE FROM
073500* THE TABLE, AS OPERATOR-MAINT DOES AFTER EACH CHANGE.
073600*----------------------------------------------------------
073700 3300-SAVE-OPERTAB.
073800     OPEN OUTPUT OPERATOR-FILE
073900     PERFORM 3310-WRITE-OPERATOR
074000         THRU 3310-WRITE-OPERATOR-EXIT
074100         VARYING WS-OPER-SUB FROM 1 BY 1
074200         UNTIL WS-OPER-SUB > WS-OPER-COUNT
074300     CLOSE OPERATOR-FILE.
074400 3300-SAVE-OPERTAB-EXIT.
074500     EXIT.
074600
074700*----------------------------------------------------------
074800* 3310-WRITE-OPERATOR - ONE TABLE ENTRY BACK TO OPERTAB.
074900*----------------------------------------------------------
075000 3310-WRITE-OPERATOR.
075100     MOVE WS-OT-IMAGE(WS-OPER-SUB) TO OPERATOR-RECORD
075200     WRITE OPERATOR-RECORD.
075300 3310-WRITE-OPERATOR-EXIT.
075400     EXIT.
075500
075600*----------------------------------------------------------
075700* 9000-TERMINATE - CLOSE FILES AND WRITE THE DAILY-STATS
075800* SUMMARY RECORD.
075900*----------------------------------------------------------
076000 9000-TERMINATE.
076100     IF RCRT-FILE-OPEN
076200         CLOSE RECERT-FILE
076300     END-IF
076400     IF NOT REQUEST-ACCEPTED
076500         GO TO 9000-TERMINATE-EXIT
076600     END-IF
076700     PERFORM 9500-WRITE-DAILY-STATS
076800         THRU 9500-WRITE-DAILY-STATS-EXIT
076900     IF REQ-OPEN-CYCLE
077000         DISPLAY "OPER-RECERT-BATCH: CYCLE " WS-CYCLE " OPENED, "
077100             WS-LISTED-COUNT " OPERATORS DUE BY " WS-DEADLINE
077200     ELSE
077300         DISPLAY "OPER-RECERT-BATCH: " WS-LAPSED-COUNT
077400             " LAPSED, " WS-DISABLED-COUNT " DISABLED"
077500     END-IF.
077600 9000-TERMINATE-EXIT.
077700     EXIT.
077800
077900*----------------------------------------------------------
078000* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
078100* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
078200* CONSOLIDATED REPORT.
078300*----------------------------------------------------------
078400 9500-WRITE-DAILY-STATS.
078500     OPEN EXTEND DAILY-STATS-FILE
078600     MOVE "OPER-RECERT-BATCH" TO DS-PROGRAM-NAME
078700     MOVE SPACES             TO DS-DETAIL
078800     IF REQ-OPEN-CYCLE
078900         MOVE WS-LISTED-COUNT TO DS-RECORD-COUNT
079000         STRING "CYCLE "     DELIMITED BY SIZE
079100             WS-CYCLE        DELIMITED BY SIZE
079200             " OPENED, DUE " DELIMITED BY SIZE
079300             WS-DEADLINE     DELIMITED BY SIZE
079400             INTO DS-DETAIL
079500         END-STRING
079600     ELSE
079700         MOVE WS-LAPSED-COUNT   TO DS-RECORD-COUNT
079800         MOVE WS-LAPSED-COUNT   TO WS-COUNT-DISP
079900         MOVE WS-DISABLED-COUNT TO WS-COUNT-DISP2
080000         STRING "LAPSED: "   DELIMITED BY SIZE
080100             WS-COUNT-DISP   DELIMITED BY SIZE
080200             "  DISABLED: "  DELIMITED BY SIZE
080300             WS-COUNT-DISP2  DELIMITED BY SIZE
080400             INTO DS-DETAIL
080500         END-STRING
080600     END-IF
080700     WRITE DAILY-STAT-RECORD
080800     CLOSE DAILY-STATS-FILE.
080900 9500-WRITE-DAILY-STATS-EXIT.
081000     EXIT.
