000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EOD-READINESS-CHECK.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  END-OF-DAY READINESS CHECK
001100*                 RUN BEFORE THE BUSINESS DATE IS ROLLED.  RUNS
001200*                 AS THE CLOSING JOB'S LAST STEP AND IS CALLED
001300*                 BY BUSDATE-CONTROL BEFORE EVERY ROLL.  LISTS
001400*                 EACH FINDING ON SYSOUT:
001500*                   - A DRAWER OPENED ON DRAWFILE FOR THE
001600*                     BUSINESS DATE WITH NO LATER CLOSING COUNT;
001700*                   - A DUAL-CONTROL ITEM STILL PENDING ON
001800*                     PENDAUTH;
001900*                   - A CHECK HOLD ON CHKHOLDS DUE ON OR BEFORE
002000*                     THE BUSINESS DATE AND NOT RELEASED;
002100*                   - A RUNCTL STEP FOR THE BUSINESS DATE THAT
002200*                     FAILED OR STARTED AND NEVER FINISHED, OR A
002300*                     STEP NAMED ON THE EODSTEPS LIST (ONE
002400*                     PROGRAM PER LINE, AS RUN-SYNC-CHECK'S
002500*                     SYSIN) WITH NO RUNCTL RECORD AT ALL;
002600*                   - AN ERROR-SEVERITY EXCPLOG ENTRY NOT YET
002700*                     ACKNOWLEDGED THROUGH EXCEPTION-ACK;
002800*                   - A NEXT CALENDAR DAY CALLOOK SAYS IS NOT A
002900*                     PROCESSING DAY.
003000*                 ALL OF THESE BLOCK THE ROLL: RETURN CODE 8.  A
003100*                 MISSING EODSTEPS LIST IS ONLY A WARNING (RETURN
003200*                 CODE 4).  A FILE THAT IS NOT THERE HAS NOTHING
003300*                 OUTSTANDING ON IT; ONE THAT WILL NOT OPEN
003400*                 BLOCKS, SINCE IT COULD NOT BE CHECKED.
003500*----------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT DRAWER-FILE ASSIGN TO "DRAWFILE"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-DRAW-STATUS.
004200 
004300     SELECT PENDING-AUTH ASSIGN TO "PENDAUTH"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS PA-ID
004700         FILE STATUS IS WS-PEND-STATUS.
004800 
004900     SELECT CHECK-HOLDS ASSIGN TO "CHKHOLDS"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS CH-KEY
005300         FILE STATUS IS WS-CHKH-STATUS.
005400 
005500     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-RUNC-STATUS.
005800 
005900     SELECT STEP-LIST-FILE ASSIGN TO "EODSTEPS"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-STEPS-STATUS.
006200 
006300     SELECT EXCEPTION-LOG ASSIGN TO "EXCPLOG"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-EXCP-STATUS.
006600 
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  DRAWER-FILE.
007000 01  DRAWER-RECORD.
007100     COPY DRAWREC.
007200 
007300*----------------------------------------------------------
007400* PENDAUTH - ONE PARKED TRANSACTION AWAITING DUAL-CONTROL
007500* RELEASE, AS MENU-CHOICE QUEUES IT.
007600*----------------------------------------------------------
007700 FD  PENDING-AUTH.
007800 01  PENDING-AUTH-RECORD.
007900     05  PA-ID               PIC X(08).
008000     05  PA-TYPE             PIC X(01).
008100         88  PA-IS-DEPOSIT           VALUE "D".
008200         88  PA-IS-WITHDRAWAL        VALUE "W".
008300         88  PA-IS-TRANSFER          VALUE "T".
008400     05  PA-ACCT             PIC X(06).
008500     05  PA-TARGET           PIC X(06).
008600     05  PA-AMOUNT           PIC 9(7)V99.
008700     05  PA-OPERATOR         PIC X(06).
008800     05  PA-DATE             PIC 9(08).
008900     05  PA-STATUS           PIC X(01).
009000         88  PA-IS-PENDING           VALUE "P".
009100         88  PA-IS-RELEASED          VALUE "R".
009200         88  PA-IS-REJECTED          VALUE "X".
009300     05  FILLER              PIC X(10).
009400 
009500 FD  CHECK-HOLDS.
009600 01  CHECK-HOLD-RECORD.
009700     COPY CHKHOLD.
009800 
009900 FD  RUN-CONTROL-FILE.
010000 01  RUN-CONTROL-RECORD.
010100     COPY RUNCTLRC.
010200 
010300 FD  STEP-LIST-FILE.
010400 01  STEP-LIST-RECORD        PIC X(80).
010500 
010600 FD  EXCEPTION-LOG.
010700 01  EXCEPTION-RECORD.
010800     COPY EXCPREC.
010900 
011000 WORKING-STORAGE SECTION.
011100 01  WS-SWITCHES.
011200     05  WS-DRAW-EOF-FLAG    PIC X(01) VALUE "N".
011300         88  END-OF-DRAWFILE         VALUE "Y".
011400     05  WS-PEND-EOF-FLAG    PIC X(01) VALUE "N".
011500         88  END-OF-PENDAUTH         VALUE "Y".
011600     05  WS-CHKH-EOF-FLAG    PIC X(01) VALUE "N".
011700         88  END-OF-CHKHOLDS         VALUE "Y".
011800     05  WS-RUNC-EOF-FLAG    PIC X(01) VALUE "N".
011900         88  END-OF-RUNCTL           VALUE "Y".
012000     05  WS-STEPS-EOF-FLAG   PIC X(01) VALUE "N".
012100         88  END-OF-STEP-LIST        VALUE "Y".
012200     05  WS-EXCP-EOF-FLAG    PIC X(01) VALUE "N".
012300         88  END-OF-EXCPLOG          VALUE "Y".
012400 
012500 01  WS-DRAW-STATUS          PIC X(02).
012600     88  DRAW-FILE-OK                VALUE "00".
012700     88  DRAW-FILE-NOT-FOUND         VALUE "35".
012800 01  WS-PEND-STATUS          PIC X(02).
012900     88  PEND-FILE-OK                VALUE "00".
013000     88  PEND-FILE-NOT-FOUND         VALUE "35".
013100 01  WS-CHKH-STATUS          PIC X(02).
013200     88  CHKH-FILE-OK                VALUE "00".
013300     88  CHKH-FILE-NOT-FOUND         VALUE "35".
013400 01  WS-RUNC-STATUS          PIC X(02).
013500     88  RUNC-FILE-OK                VALUE "00".
013600     88  RUNC-FILE-NOT-FOUND         VALUE "35".
013700 01  WS-STEPS-STATUS         PIC X(02).
013800     88  STEPS-FILE-OK               VALUE "00".
013900 01  WS-EXCP-STATUS          PIC X(02).
014000     88  EXCP-FILE-OK                VALUE "00".
014100     88  EXCP-FILE-NOT-FOUND         VALUE "35".
014200 
014300 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
014400 01  WS-NEXT-DAY             PIC 9(08) VALUE ZERO.
014500 01  WS-CAL-FUNCTION         PIC X(01) VALUE "B".
014600 01  WS-CAL-ANSWER           PIC X(01) VALUE "Y".
014700     88  WS-IS-PROCESSING-DAY        VALUE "Y".
014800 01  WS-CAL-RESULT-DATE      PIC 9(08) VALUE ZERO.
014900 
015000 01  WS-BLOCK-COUNT          PIC 9(03) COMP VALUE ZERO.
015100 01  WS-WARN-COUNT           PIC 9(03) COMP VALUE ZERO.
015200 01  WS-COUNT-DISPLAY        PIC ZZ9.
015300 01  WS-AMOUNT-DISPLAY       PIC Z,ZZZ,ZZ9.99.
015400 01  WS-FINDING-TEXT         PIC X(72) VALUE SPACES.
015500 
015600*----------------------------------------------------------
015700* ONE ENTRY PER OPERATOR WITH DRAWER EVENTS FOR THE BUSINESS
015800* DATE.  AN OPENING SETS THE DRAWER OPEN, A CLOSING COUNT
015900* SETS IT SHUT; DRAWFILE IS IN THE ORDER THE EVENTS HAPPENED,
016000* SO THE LAST ONE STANDS.
016100*----------------------------------------------------------
016200 01  WS-DRAWER-COUNT         PIC 9(03) COMP VALUE ZERO.
016300 01  WS-DRAWER-TABLE.
016400     05  WS-DRAWER-ENTRY     OCCURS 1 TO 200 TIMES
016500             DEPENDING ON WS-DRAWER-COUNT
016600             INDEXED BY WS-DRAW-IDX.
016700         10  WS-DRAWER-OPERATOR
016800                             PIC X(06).
016900         10  WS-DRAWER-OPEN-TIME
017000                             PIC X(06).
017100         10  WS-DRAWER-OPEN-FLAG
017200                             PIC X(01).
017300             88  WS-DRAWER-IS-OPEN   VALUE "Y".
017400 
017500*----------------------------------------------------------
017600* RUN-CONTROL STEPS FOR THE BUSINESS DATE, FOLDED THE WAY
017700* DAILY-OPS-REPORT FOLDS THEM: A START CLEARS THE END, AN
017800* END RECORDS ITS STATUS.
017900*----------------------------------------------------------
018000 01  WS-STEP-COUNT           PIC 9(02) COMP VALUE ZERO.
018100 01  WS-STEP-TABLE.
018200     05  WS-STEP-ENTRY       OCCURS 1 TO 40 TIMES
018300             DEPENDING ON WS-STEP-COUNT
018400             INDEXED BY WS-STEP-IDX.
018500         10  WS-STEP-PROGRAM PIC X(23).
018600         10  WS-STEP-START   PIC X(06).
018700         10  WS-STEP-END     PIC X(06).
018800         10  WS-STEP-STATUS  PIC X(04).
018900 
019000 01  WS-WANTED-COUNT         PIC 9(02) COMP VALUE ZERO.
019100 01  WS-WANTED-TABLE.
019200     05  WS-WANTED-ENTRY     OCCURS 1 TO 20 TIMES
019300             DEPENDING ON WS-WANTED-COUNT
019400             INDEXED BY WS-WANT-IDX.
019500         10  WS-WANTED-NAME  PIC X(23).
019600 
019700 PROCEDURE DIVISION.
019800*----------------------------------------------------------
019900* 0000-MAINLINE
020000*----------------------------------------------------------
020100 0000-MAINLINE.
020200     PERFORM 1000-INITIALIZE
020300         THRU 1000-INITIALIZE-EXIT
020400     PERFORM 2000-CHECK-DRAWERS
020500         THRU 2000-CHECK-DRAWERS-EXIT
020600     PERFORM 3000-CHECK-PENDING-AUTH
020700         THRU 3000-CHECK-PENDING-AUTH-EXIT
020800     PERFORM 4000-CHECK-HOLDS
020900         THRU 4000-CHECK-HOLDS-EXIT
021000     PERFORM 5000-CHECK-RUN-CONTROL
021100         THRU 5000-CHECK-RUN-CONTROL-EXIT
021200     PERFORM 6000-CHECK-EXCEPTIONS
021300         THRU 6000-CHECK-EXCEPTIONS-EXIT
021400     PERFORM 7000-CHECK-NEXT-DAY
021500         THRU 7000-CHECK-NEXT-DAY-EXIT
021600     PERFORM 9000-JUDGE-READINESS
021700         THRU 9000-JUDGE-READINESS-EXIT
021800     GOBACK.
021900 
022000*----------------------------------------------------------
022100* 1000-INITIALIZE - BUSINESS DATE AND COUNTERS.  THE PROGRAM
022200* IS CALLED REPEATEDLY FROM BUSDATE-CONTROL, SO NOTHING IS
022300* LEFT TO THE VALUE CLAUSES.
022400*----------------------------------------------------------
022500 1000-INITIALIZE.
022600     CALL "GETBDATE" USING WS-BUSINESS-DATE
022700     MOVE ZERO TO WS-BLOCK-COUNT WS-WARN-COUNT
022800                  WS-DRAWER-COUNT WS-STEP-COUNT
022900                  WS-WANTED-COUNT
023000     MOVE "N" TO WS-DRAW-EOF-FLAG WS-PEND-EOF-FLAG
023100                 WS-CHKH-EOF-FLAG WS-RUNC-EOF-FLAG
023200                 WS-STEPS-EOF-FLAG WS-EXCP-EOF-FLAG
023300     DISPLAY "EOD-READINESS-CHECK: BUSINESS DATE "
023400         WS-BUSINESS-DATE.
023500 1000-INITIALIZE-EXIT.
023600     EXIT.
023700 
023800*----------------------------------------------------------
023900* 2000-CHECK-DRAWERS - EVERY DRAWER OPENED TODAY MUST HAVE A
024000* CLOSING COUNT AFTER ITS LAST OPENING.
024100*----------------------------------------------------------
024200 2000-CHECK-DRAWERS.
024300     OPEN INPUT DRAWER-FILE
024400     IF DRAW-FILE-NOT-FOUND
024500         GO TO 2000-CHECK-DRAWERS-EXIT
024600     END-IF
024700     IF NOT DRAW-FILE-OK
024800         MOVE SPACES TO WS-FINDING-TEXT
024900         STRING "DRAWFILE WILL NOT OPEN, STATUS "
025000             WS-DRAW-STATUS DELIMITED BY SIZE
025100             INTO WS-FINDING-TEXT
025200         PERFORM 8100-LIST-BLOCKER
025300             THRU 8100-LIST-BLOCKER-EXIT
025400         GO TO 2000-CHECK-DRAWERS-EXIT
025500     END-IF
025600     PERFORM 2100-FOLD-ONE-EVENT
025700         THRU 2100-FOLD-ONE-EVENT-EXIT
025800         UNTIL END-OF-DRAWFILE
025900     CLOSE DRAWER-FILE
026000     IF WS-DRAWER-COUNT > ZERO
026100         PERFORM 2200-JUDGE-ONE-DRAWER
026200             THRU 2200-JUDGE-ONE-DRAWER-EXIT
026300             VARYING WS-DRAW-IDX FROM 1 BY 1
026400             UNTIL WS-DRAW-IDX > WS-DRAWER-COUNT
026500     END-IF.
026600 2000-CHECK-DRAWERS-EXIT.
026700     EXIT.
026800 
026900*----------------------------------------------------------
027000* 2100-FOLD-ONE-EVENT - ONE DRAWFILE EVENT.  ONLY OPENINGS
027100* AND CLOSING COUNTS FOR THE BUSINESS DATE MATTER.
027200*----------------------------------------------------------
027300 2100-FOLD-ONE-EVENT.
027400     READ DRAWER-FILE
027500         AT END
027600             MOVE "Y" TO WS-DRAW-EOF-FLAG
027700             GO TO 2100-FOLD-ONE-EVENT-EXIT
027800     END-READ
027900     IF DW-DATE NOT = WS-BUSINESS-DATE
028000      OR NOT (DW-IS-OPENING OR DW-IS-CLOSING)
028100         GO TO 2100-FOLD-ONE-EVENT-EXIT
028200     END-IF
028300     SET WS-DRAW-IDX TO 1
028400     SEARCH WS-DRAWER-ENTRY
028500         AT END
028600             IF WS-DRAWER-COUNT >= 200
028700                 GO TO 2100-FOLD-ONE-EVENT-EXIT
028800             END-IF
028900             ADD 1 TO WS-DRAWER-COUNT
029000             SET WS-DRAW-IDX TO WS-DRAWER-COUNT
029100             MOVE DW-OPERATOR TO
029200                 WS-DRAWER-OPERATOR(WS-DRAW-IDX)
029300             MOVE SPACES TO WS-DRAWER-OPEN-TIME(WS-DRAW-IDX)
029400             MOVE "N" TO WS-DRAWER-OPEN-FLAG(WS-DRAW-IDX)
029500         WHEN WS-DRAWER-OPERATOR(WS-DRAW-IDX) = DW-OPERATOR
029600             CONTINUE
029700     END-SEARCH
029800     IF DW-IS-OPENING
029900         MOVE DW-TIME TO WS-DRAWER-OPEN-TIME(WS-DRAW-IDX)
030000         MOVE "Y" TO WS-DRAWER-OPEN-FLAG(WS-DRAW-IDX)
030100     ELSE
030200         MOVE "N" TO WS-DRAWER-OPEN-FLAG(WS-DRAW-IDX)
030300     END-IF.
030400 2100-FOLD-ONE-EVENT-EXIT.
030500     EXIT.
030600 
030700*----------------------------------------------------------
030800* 2200-JUDGE-ONE-DRAWER - ONE OPERATOR'S DRAWER.
030900*----------------------------------------------------------
031000 2200-JUDGE-ONE-DRAWER.
031100     IF NOT WS-DRAWER-IS-OPEN(WS-DRAW-IDX)
031200         GO TO 2200-JUDGE-ONE-DRAWER-EXIT
031300     END-IF
031400     MOVE SPACES TO WS-FINDING-TEXT
031500     STRING "DRAWER OPEN - OPERATOR "
031600         WS-DRAWER-OPERATOR(WS-DRAW-IDX)
031700         " OPENED " WS-DRAWER-OPEN-TIME(WS-DRAW-IDX)
031800         ", NO CLOSING COUNT" DELIMITED BY SIZE
031900         INTO WS-FINDING-TEXT
032000     PERFORM 8100-LIST-BLOCKER
032100         THRU 8100-LIST-BLOCKER-EXIT.
032200 2200-JUDGE-ONE-DRAWER-EXIT.
032300     EXIT.
032400 
032500*----------------------------------------------------------
032600* 3000-CHECK-PENDING-AUTH - NOTHING MAY BE LEFT PARKED FOR
032700* DUAL-CONTROL RELEASE, WHATEVER DAY IT WAS QUEUED.
032800*----------------------------------------------------------
032900 3000-CHECK-PENDING-AUTH.
033000     OPEN INPUT PENDING-AUTH
033100     IF PEND-FILE-NOT-FOUND
033200         GO TO 3000-CHECK-PENDING-AUTH-EXIT
033300     END-IF
033400     IF NOT PEND-FILE-OK
033500         MOVE SPACES TO WS-FINDING-TEXT
033600         STRING "PENDAUTH WILL NOT OPEN, STATUS "
033700             WS-PEND-STATUS DELIMITED BY SIZE
033800             INTO WS-FINDING-TEXT
033900         PERFORM 8100-LIST-BLOCKER
034000             THRU 8100-LIST-BLOCKER-EXIT
034100         GO TO 3000-CHECK-PENDING-AUTH-EXIT
034200     END-IF
034300     PERFORM 3100-CHECK-ONE-PENDING
034400         THRU 3100-CHECK-ONE-PENDING-EXIT
034500         UNTIL END-OF-PENDAUTH
034600     CLOSE PENDING-AUTH.
034700 3000-CHECK-PENDING-AUTH-EXIT.
034800     EXIT.
034900 
035000*----------------------------------------------------------
035100* 3100-CHECK-ONE-PENDING - ONE PENDAUTH ITEM.
035200*----------------------------------------------------------
035300 3100-CHECK-ONE-PENDING.
035400     READ PENDING-AUTH NEXT RECORD
035500         AT END
035600             MOVE "Y" TO WS-PEND-EOF-FLAG
035700             GO TO 3100-CHECK-ONE-PENDING-EXIT
035800     END-READ
035900     IF NOT PA-IS-PENDING
036000         GO TO 3100-CHECK-ONE-PENDING-EXIT
036100     END-IF
036200     MOVE PA-AMOUNT TO WS-AMOUNT-DISPLAY
036300     MOVE SPACES TO WS-FINDING-TEXT
036400     STRING "PENDING AUTH " PA-ID " " PA-TYPE
036500         " ACCT " PA-ACCT " " WS-AMOUNT-DISPLAY
036600         " BY " PA-OPERATOR " ON " PA-DATE
036700         DELIMITED BY SIZE
036800         INTO WS-FINDING-TEXT
036900     PERFORM 8100-LIST-BLOCKER
037000         THRU 8100-LIST-BLOCKER-EXIT.
037100 3100-CHECK-ONE-PENDING-EXIT.
037200     EXIT.
037300 
037400*----------------------------------------------------------
037500* 4000-CHECK-HOLDS - A HOLD DUE ON OR BEFORE THE BUSINESS
037600* DATE SHOULD HAVE BEEN RELEASED BY HOLD-RELEASE-BATCH.
037700*----------------------------------------------------------
037800 4000-CHECK-HOLDS.
037900     OPEN INPUT CHECK-HOLDS
038000     IF CHKH-FILE-NOT-FOUND
038100         GO TO 4000-CHECK-HOLDS-EXIT
038200     END-IF
038300     IF NOT CHKH-FILE-OK
038400         MOVE SPACES TO WS-FINDING-TEXT
038500         STRING "CHKHOLDS WILL NOT OPEN, STATUS "
038600             WS-CHKH-STATUS DELIMITED BY SIZE
038700             INTO WS-FINDING-TEXT
038800         PERFORM 8100-LIST-BLOCKER
038900             THRU 8100-LIST-BLOCKER-EXIT
039000         GO TO 4000-CHECK-HOLDS-EXIT
039100     END-IF
039200     PERFORM 4100-CHECK-ONE-HOLD
039300         THRU 4100-CHECK-ONE-HOLD-EXIT
039400         UNTIL END-OF-CHKHOLDS
039500     CLOSE CHECK-HOLDS.
039600 4000-CHECK-HOLDS-EXIT.
039700     EXIT.
039800 
039900*----------------------------------------------------------
040000* 4100-CHECK-ONE-HOLD - ONE CHECK HOLD.
040100*----------------------------------------------------------
040200 4100-CHECK-ONE-HOLD.
040300     READ CHECK-HOLDS NEXT RECORD
040400         AT END
040500             MOVE "Y" TO WS-CHKH-EOF-FLAG
040600             GO TO 4100-CHECK-ONE-HOLD-EXIT
040700     END-READ
040800     IF CH-IS-RELEASED
040900      OR CH-AVAIL-DATE > WS-BUSINESS-DATE
041000         GO TO 4100-CHECK-ONE-HOLD-EXIT
041100     END-IF
041200     MOVE CH-AMOUNT TO WS-AMOUNT-DISPLAY
041300     MOVE SPACES TO WS-FINDING-TEXT
041400     STRING "HOLD NOT RELEASED - ACCT " CH-ACCT
041500         " SEQ " CH-SEQ " " WS-AMOUNT-DISPLAY
041600         " DUE " CH-AVAIL-DATE DELIMITED BY SIZE
041700         INTO WS-FINDING-TEXT
041800     PERFORM 8100-LIST-BLOCKER
041900         THRU 8100-LIST-BLOCKER-EXIT.
042000 4100-CHECK-ONE-HOLD-EXIT.
042100     EXIT.
042200 
042300*----------------------------------------------------------
042400* 5000-CHECK-RUN-CONTROL - FOLD TODAY'S RUNCTL RECORDS INTO
042500* THE STEP TABLE, THEN JUDGE EVERY STEP THAT RAN AND EVERY
042600* STEP ON THE EODSTEPS LIST.  NO RUNCTL FILE AT ALL MEANS
042700* NOTHING HAS RUN.
042800*----------------------------------------------------------
042900 5000-CHECK-RUN-CONTROL.
043000     OPEN INPUT STEP-LIST-FILE
043100     IF NOT STEPS-FILE-OK
043200         MOVE SPACES TO WS-FINDING-TEXT
043300         STRING "NO EODSTEPS LIST, STATUS " WS-STEPS-STATUS
043400             " - MISSING STEPS NOT CHECKED"
043500             DELIMITED BY SIZE
043600             INTO WS-FINDING-TEXT
043700         PERFORM 8200-LIST-WARNING
043800             THRU 8200-LIST-WARNING-EXIT
043900     ELSE
044000         PERFORM 5100-LOAD-ONE-WANTED
044100             THRU 5100-LOAD-ONE-WANTED-EXIT
044200             UNTIL END-OF-STEP-LIST
044300         CLOSE STEP-LIST-FILE
044400     END-IF
044500     OPEN INPUT RUN-CONTROL-FILE
044600     IF RUNC-FILE-OK
044700         PERFORM 5200-FOLD-ONE-RUNCTL
044800             THRU 5200-FOLD-ONE-RUNCTL-EXIT
044900             UNTIL END-OF-RUNCTL
045000         CLOSE RUN-CONTROL-FILE
045100     ELSE
045200         IF NOT RUNC-FILE-NOT-FOUND
045300             MOVE SPACES TO WS-FINDING-TEXT
045400             STRING "RUNCTL WILL NOT OPEN, STATUS "
045500                 WS-RUNC-STATUS DELIMITED BY SIZE
045600                 INTO WS-FINDING-TEXT
045700             PERFORM 8100-LIST-BLOCKER
045800                 THRU 8100-LIST-BLOCKER-EXIT
045900             GO TO 5000-CHECK-RUN-CONTROL-EXIT
046000         END-IF
046100     END-IF
046200     IF WS-STEP-COUNT > ZERO
046300         PERFORM 5300-JUDGE-ONE-STEP
046400             THRU 5300-JUDGE-ONE-STEP-EXIT
046500             VARYING WS-STEP-IDX FROM 1 BY 1
046600             UNTIL WS-STEP-IDX > WS-STEP-COUNT
046700     END-IF
046800     IF WS-WANTED-COUNT > ZERO
046900         PERFORM 5400-JUDGE-ONE-WANTED
047000             THRU 5400-JUDGE-ONE-WANTED-EXIT
047100             VARYING WS-WANT-IDX FROM 1 BY 1
047200             UNTIL WS-WANT-IDX > WS-WANTED-COUNT
047300     END-IF.
047400 5000-CHECK-RUN-CONTROL-EXIT.
047500     EXIT.
047600 
047700*----------------------------------------------------------
047800* 5100-LOAD-ONE-WANTED - ONE PROGRAM NAME OFF EODSTEPS.
047900*----------------------------------------------------------
048000 5100-LOAD-ONE-WANTED.
048100     READ STEP-LIST-FILE
048200         AT END
048300             MOVE "Y" TO WS-STEPS-EOF-FLAG
048400             GO TO 5100-LOAD-ONE-WANTED-EXIT
048500     END-READ
048600     IF STEP-LIST-RECORD = SPACES OR WS-WANTED-COUNT >= 20
048700         GO TO 5100-LOAD-ONE-WANTED-EXIT
048800     END-IF
048900     ADD 1 TO WS-WANTED-COUNT
049000     SET WS-WANT-IDX TO WS-WANTED-COUNT
049100     MOVE STEP-LIST-RECORD(1:23)
049200         TO WS-WANTED-NAME(WS-WANT-IDX).
049300 5100-LOAD-ONE-WANTED-EXIT.
049400     EXIT.
049500 
049600*----------------------------------------------------------
049700* 5200-FOLD-ONE-RUNCTL - FOLD ONE RUN-CONTROL RECORD FOR THE
049800* BUSINESS DATE INTO THE STEP TABLE.
049900*----------------------------------------------------------
050000 5200-FOLD-ONE-RUNCTL.
050100     READ RUN-CONTROL-FILE
050200         AT END
050300             MOVE "Y" TO WS-RUNC-EOF-FLAG
050400             GO TO 5200-FOLD-ONE-RUNCTL-EXIT
050500     END-READ
050600     IF RC-RUN-DATE NOT = WS-BUSINESS-DATE
050700         GO TO 5200-FOLD-ONE-RUNCTL-EXIT
050800     END-IF
050900     SET WS-STEP-IDX TO 1
051000     SEARCH WS-STEP-ENTRY
051100         AT END
051200             IF WS-STEP-COUNT >= 40
051300                 GO TO 5200-FOLD-ONE-RUNCTL-EXIT
051400             END-IF
051500             ADD 1 TO WS-STEP-COUNT
051600             SET WS-STEP-IDX TO WS-STEP-COUNT
051700             MOVE RC-PROGRAM TO
051800                 WS-STEP-PROGRAM(WS-STEP-IDX)
051900             MOVE SPACES TO WS-STEP-START(WS-STEP-IDX)
052000                            WS-STEP-END(WS-STEP-IDX)
052100                            WS-STEP-STATUS(WS-STEP-IDX)
052200         WHEN WS-STEP-PROGRAM(WS-STEP-IDX) = RC-PROGRAM
052300             CONTINUE
052400     END-SEARCH
052500     IF RC-IS-START
052600         MOVE RC-TIME TO WS-STEP-START(WS-STEP-IDX)
052700         MOVE SPACES  TO WS-STEP-END(WS-STEP-IDX)
052800                         WS-STEP-STATUS(WS-STEP-IDX)
052900     ELSE
053000         MOVE RC-TIME   TO WS-STEP-END(WS-STEP-IDX)
053100         MOVE RC-STATUS TO WS-STEP-STATUS(WS-STEP-IDX)
053200     END-IF.
053300 5200-FOLD-ONE-RUNCTL-EXIT.
053400     EXIT.
053500 
053600*----------------------------------------------------------
053700* 5300-JUDGE-ONE-STEP - A STEP THAT RAN TODAY MUST HAVE
053800* FINISHED "OK".
053900*----------------------------------------------------------
054000 5300-JUDGE-ONE-STEP.
054100     IF WS-STEP-STATUS(WS-STEP-IDX) = "OK  "
054200         GO TO 5300-JUDGE-ONE-STEP-EXIT
054300     END-IF
054400     MOVE SPACES TO WS-FINDING-TEXT
054500     IF WS-STEP-END(WS-STEP-IDX) = SPACES
054600         STRING "STEP NOT FINISHED - "
054700             WS-STEP-PROGRAM(WS-STEP-IDX)
054800             " STARTED " WS-STEP-START(WS-STEP-IDX)
054900             DELIMITED BY SIZE
055000             INTO WS-FINDING-TEXT
055100     ELSE
055200         STRING "STEP FAILED - "
055300             WS-STEP-PROGRAM(WS-STEP-IDX)
055400             " STATUS " WS-STEP-STATUS(WS-STEP-IDX)
055500             " AT " WS-STEP-END(WS-STEP-IDX)
055600             DELIMITED BY SIZE
055700             INTO WS-FINDING-TEXT
055800     END-IF
055900     PERFORM 8100-LIST-BLOCKER
056000         THRU 8100-LIST-BLOCKER-EXIT.
056100 5300-JUDGE-ONE-STEP-EXIT.
056200     EXIT.
056300 
056400*----------------------------------------------------------
056500* 5400-JUDGE-ONE-WANTED - A STEP ON THE EODSTEPS LIST THAT
056600* LEFT NO RUNCTL RECORD FOR THE BUSINESS DATE NEVER RAN.
056700*----------------------------------------------------------
056800 5400-JUDGE-ONE-WANTED.
056900     IF WS-STEP-COUNT > ZERO
057000         SET WS-STEP-IDX TO 1
057100         SEARCH WS-STEP-ENTRY
057200             AT END
057300                 CONTINUE
057400             WHEN WS-STEP-PROGRAM(WS-STEP-IDX)
057500                = WS-WANTED-NAME(WS-WANT-IDX)
057600                 GO TO 5400-JUDGE-ONE-WANTED-EXIT
057700         END-SEARCH
057800     END-IF
057900     MOVE SPACES TO WS-FINDING-TEXT
058000     STRING "STEP MISSING - " WS-WANTED-NAME(WS-WANT-IDX)
058100         " HAS NOT RUN" DELIMITED BY SIZE
058200         INTO WS-FINDING-TEXT
058300     PERFORM 8100-LIST-BLOCKER
058400         THRU 8100-LIST-BLOCKER-EXIT.
058500 5400-JUDGE-ONE-WANTED-EXIT.
058600     EXIT.
058700 
058800*----------------------------------------------------------
058900* 6000-CHECK-EXCEPTIONS - EVERY ERROR-SEVERITY EXCEPTION MUST
059000* BE SIGNED OFF THROUGH EXCEPTION-ACK BEFORE THE DAY CLOSES.
059100*----------------------------------------------------------
059200 6000-CHECK-EXCEPTIONS.
059300     OPEN INPUT EXCEPTION-LOG
059400     IF EXCP-FILE-NOT-FOUND
059500         GO TO 6000-CHECK-EXCEPTIONS-EXIT
059600     END-IF
059700     IF NOT EXCP-FILE-OK
059800         MOVE SPACES TO WS-FINDING-TEXT
059900         STRING "EXCPLOG WILL NOT OPEN, STATUS "
060000             WS-EXCP-STATUS DELIMITED BY SIZE
060100             INTO WS-FINDING-TEXT
060200         PERFORM 8100-LIST-BLOCKER
060300             THRU 8100-LIST-BLOCKER-EXIT
060400         GO TO 6000-CHECK-EXCEPTIONS-EXIT
060500     END-IF
060600     PERFORM 6100-CHECK-ONE-EXCEPTION
060700         THRU 6100-CHECK-ONE-EXCEPTION-EXIT
060800         UNTIL END-OF-EXCPLOG
060900     CLOSE EXCEPTION-LOG.
061000 6000-CHECK-EXCEPTIONS-EXIT.
061100     EXIT.
061200 
061300*----------------------------------------------------------
061400* 6100-CHECK-ONE-EXCEPTION - ONE EXCPLOG ENTRY.
061500*----------------------------------------------------------
061600 6100-CHECK-ONE-EXCEPTION.
061700     READ EXCEPTION-LOG
061800         AT END
061900             MOVE "Y" TO WS-EXCP-EOF-FLAG
062000             GO TO 6100-CHECK-ONE-EXCEPTION-EXIT
062100     END-READ
062200     IF EX-SEVERITY NOT = "E"
062300      OR EX-ACK-OPERATOR NOT = SPACES
062400         GO TO 6100-CHECK-ONE-EXCEPTION-EXIT
062500     END-IF
062600     MOVE SPACES TO WS-FINDING-TEXT
062700     STRING "UNACKED ERROR " EX-TIMESTAMP(1:8) " "
062800         EX-PROGRAM " " EX-MESSAGE(1:18)
062900         DELIMITED BY SIZE
063000         INTO WS-FINDING-TEXT
063100     PERFORM 8100-LIST-BLOCKER
063200         THRU 8100-LIST-BLOCKER-EXIT.
063300 6100-CHECK-ONE-EXCEPTION-EXIT.
063400     EXIT.
063500 
063600*----------------------------------------------------------
063700* 7000-CHECK-NEXT-DAY - THE ROLL MOVES THE BUSINESS DATE ONE
063800* CALENDAR DAY; THAT DAY MUST BE A PROCESSING DAY.  WHEN IT
063900* IS NOT, NAME THE NEXT ONE THAT IS.
064000*----------------------------------------------------------
064100 7000-CHECK-NEXT-DAY.
064200     COMPUTE WS-NEXT-DAY = FUNCTION DATE-OF-INTEGER(
064300         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) + 1)
064400     MOVE "B" TO WS-CAL-FUNCTION
064500     CALL "CALLOOK" USING WS-NEXT-DAY WS-CAL-FUNCTION
064600         WS-CAL-ANSWER WS-CAL-RESULT-DATE
064700     IF WS-IS-PROCESSING-DAY
064800         GO TO 7000-CHECK-NEXT-DAY-EXIT
064900     END-IF
065000     MOVE "N" TO WS-CAL-FUNCTION
065100     CALL "CALLOOK" USING WS-BUSINESS-DATE WS-CAL-FUNCTION
065200         WS-CAL-ANSWER WS-CAL-RESULT-DATE
065300     MOVE SPACES TO WS-FINDING-TEXT
065400     STRING "NEXT DAY " WS-NEXT-DAY
065500         " IS NOT A PROCESSING DAY - NEXT IS "
065600         WS-CAL-RESULT-DATE DELIMITED BY SIZE
065700         INTO WS-FINDING-TEXT
065800     PERFORM 8100-LIST-BLOCKER
065900         THRU 8100-LIST-BLOCKER-EXIT.
066000 7000-CHECK-NEXT-DAY-EXIT.
066100     EXIT.
066200 
066300*----------------------------------------------------------
066400* 8100-LIST-BLOCKER - LIST ONE FINDING THAT BLOCKS THE ROLL.
066500*----------------------------------------------------------
066600 8100-LIST-BLOCKER.
066700     DISPLAY "  BLOCK " WS-FINDING-TEXT
066800     ADD 1 TO WS-BLOCK-COUNT.
066900 8100-LIST-BLOCKER-EXIT.
067000     EXIT.
067100 
067200*----------------------------------------------------------
067300* 8200-LIST-WARNING - LIST ONE FINDING THAT DOES NOT BLOCK.
067400*----------------------------------------------------------
067500 8200-LIST-WARNING.
067600     DISPLAY "  WARN  " WS-FINDING-TEXT
067700     ADD 1 TO WS-WARN-COUNT.
067800 8200-LIST-WARNING-EXIT.
067900     EXIT.
068000 
068100*----------------------------------------------------------
068200* 9000-JUDGE-READINESS - SUMMARY LINE AND RETURN CODE:
068300* 8 = NOT READY, 4 = READY WITH WARNINGS, 0 = READY.
068400*----------------------------------------------------------
068500 9000-JUDGE-READINESS.
068600     IF WS-BLOCK-COUNT > ZERO
068700         MOVE WS-BLOCK-COUNT TO WS-COUNT-DISPLAY
068800         DISPLAY "EOD-READINESS-CHECK: " WS-COUNT-DISPLAY
068900             " BLOCKING FINDING(S) - NOT READY TO ROLL"
069000         MOVE 8 TO RETURN-CODE
069100         GO TO 9000-JUDGE-READINESS-EXIT
069200     END-IF
069300     IF WS-WARN-COUNT > ZERO
069400         MOVE WS-WARN-COUNT TO WS-COUNT-DISPLAY
069500         DISPLAY "EOD-READINESS-CHECK: READY TO ROLL, "
069600             WS-COUNT-DISPLAY " WARNING(S)"
069700         MOVE 4 TO RETURN-CODE
069800     ELSE
069900         DISPLAY "EOD-READINESS-CHECK: READY TO ROLL"
070000         MOVE ZERO TO RETURN-CODE
070100     END-IF.
070200 9000-JUDGE-READINESS-EXIT.
070300     EXIT.
