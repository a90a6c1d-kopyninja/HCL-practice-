000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CHANGE-APPROVAL.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  THE CHECKER SIDE OF THE MAKER-
001100*                 CHECKER QUEUE (PENDCHG, SHARED PCHGREC
001200*                 COPYBOOK).  A SUPERVISOR SIGNS ON THROUGH
001300*                 SUPVSIGN, LISTS THE PROPOSED CHANGES STILL
001400*                 PENDING, AND REVIEWS ONE AT A TIME AGAINST A
001500*                 BEFORE/AFTER DISPLAY.  NOBODY MAY DECIDE A
001600*                 CHANGE THEY PROPOSED.  AN APPROVAL APPLIES THE
001700*                 CHANGE TO THE LIVE FILE - OPERTAB TRANSACTION
001800*                 LIMIT (AUDITED ON OPERAUDIT), PRODMAST MINIMUM
001900*                 BALANCE, TXNCODES DIRECTION OR A NEW CALENDAR
002000*                 HOLIDAY - AND IS REFUSED IF THE LIVE VALUE HAS
002100*                 MOVED SINCE THE PROPOSAL.  A REJECTION LEAVES
002200*                 THE LIVE FILE ALONE.  EITHER WAY THE ITEM IS
002300*                 STAMPED WITH THE CHECKER AND BUSINESS DATE.
002400*----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT PENDING-CHANGES ASSIGN TO "PENDCHG"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS CQ-ID
003200         FILE STATUS IS WS-PCHG-STATUS.
003300 
003400     SELECT OPERATOR-FILE ASSIGN TO "OPERTAB"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-OPERTAB-STATUS.
003700 
003800     SELECT OPER-AUDIT-FILE ASSIGN TO "OPERAUDIT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-AUDIT-STATUS.
004100 
004200     SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS PM-PROD-CODE
004600         FILE STATUS IS WS-PROD-STATUS.
004700 
004800     SELECT TXN-CODES ASSIGN TO "TXNCODES"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS TC-CODE
005200         FILE STATUS IS WS-TXNC-STATUS.
005300 
005400     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-CAL-STATUS.
005700 
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  PENDING-CHANGES.
006100 01  PENDING-CHANGE-RECORD.
006200     COPY PCHGREC.
006300 
006400 FD  OPERATOR-FILE.
006500 01  OPERATOR-RECORD.
006600     COPY OPERREC.
006700 
006800 FD  OPER-AUDIT-FILE.
006900 01  OPER-AUDIT-LINE         PIC X(80).
007000 
007100 FD  PRODUCT-MASTER.
007200 01  PRODUCT-MASTER-RECORD.
007300     COPY PRODMREC.
007400 
007500 FD  TXN-CODES.
007600 01  TXN-CODE-RECORD.
007700     COPY TXNCREC.
007800 
007900 FD  CALENDAR-FILE.
008000 01  CALENDAR-RECORD.
008100     05  CAL-DATE            PIC 9(08).
008200     05  CAL-TYPE            PIC X(01).
008300     05  CAL-DESCRIPTION     PIC X(20).
008400 
008500 WORKING-STORAGE SECTION.
008600*----------------------------------------------------------
008700* SWITCHES AND FILE STATUS
008800*----------------------------------------------------------
008900 01  WS-PCHG-STATUS          PIC X(02).
009000     88  PCHG-FILE-OK                VALUE "00".
009100     88  PCHG-FILE-NOT-FOUND         VALUE "35".
009200 01  WS-OPERTAB-STATUS       PIC X(02).
009300     88  OPERTAB-FILE-OK             VALUE "00".
009400 01  WS-AUDIT-STATUS         PIC X(02).
009500     88  AUDIT-FILE-OK               VALUE "00".
009600     88  AUDIT-FILE-NOT-FOUND        VALUE "35".
009700 01  WS-PROD-STATUS          PIC X(02).
009800     88  PROD-FILE-OK                VALUE "00".
009900 01  WS-TXNC-STATUS          PIC X(02).
010000     88  TXNC-FILE-OK                VALUE "00".
010100 01  WS-CAL-STATUS           PIC X(02).
010200     88  CAL-FILE-OK                 VALUE "00".
010300     88  CAL-FILE-NOT-FOUND          VALUE "35".
010400 01  WS-PCHG-EOF-FLAG        PIC X(01) VALUE "N".
010500     88  END-OF-PENDCHG              VALUE "Y".
010600 01  WS-OPER-EOF-FLAG        PIC X(01) VALUE "N".
010700     88  END-OF-OPERATORS            VALUE "Y".
010800 01  WS-EXIT-FLAG            PIC X(01) VALUE "N".
010900     88  WS-DONE                     VALUE "Y".
011000 01  WS-APPLY-FLAG           PIC X(01) VALUE "N".
011100     88  WS-CHANGE-APPLIED           VALUE "Y".
011200 
011300*----------------------------------------------------------
011400* SUPERVISOR SIGN-ON AND SCREEN FIELDS
011500*----------------------------------------------------------
011600 01  WS-SIGNON-ID            PIC X(06).
011700 01  WS-SIGNON-PASSWORD      PIC X(08).
011800 01  WS-SIGNON-TRIES         PIC 9 COMP VALUE ZERO.
011900 01  WS-SIGNON-RESULT        PIC X(01) VALUE "N".
012000     88  WS-SIGNED-ON                VALUE "Y".
012100     88  WS-NOT-SUPERVISOR           VALUE "S".
012200 01  WS-CURRENT-SUPER        PIC X(06) VALUE SPACES.
012300 
012400 01  MAINT-CHOICE            PIC 9 VALUE ZERO.
012500     88  MC-LIST                     VALUE 1.
012600     88  MC-REVIEW                   VALUE 2.
012700     88  MC-EXIT                     VALUE 3.
012800 
012900 01  WS-REVIEW-ID            PIC X(16) VALUE SPACES.
013000 01  WS-DECISION             PIC X(01) VALUE SPACE.
013100     88  DC-APPROVE                  VALUE "A".
013200     88  DC-REJECT                   VALUE "R".
013300 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
013400 01  WS-TIMESTAMP            PIC X(21).
013500 01  WS-PENDING-COUNT        PIC 9(05) COMP VALUE ZERO.
013600 
013700*----------------------------------------------------------
013800* BEFORE/AFTER DISPLAY FIELDS
013900*----------------------------------------------------------
014000 01  WS-TABLE-NAME           PIC X(17) VALUE SPACES.
014100 01  WS-BEFORE-DISP          PIC X(22) VALUE SPACES.
014200 01  WS-AFTER-DISP           PIC X(22) VALUE SPACES.
014300 01  WS-AMOUNT-EDIT          PIC ZZ,ZZ9.99.
014400 
014500*----------------------------------------------------------
014600* OPERTAB HELD WHOLE, SO AN APPROVED LIMIT CAN REWRITE THE
014700* FILE WITHOUT LOSING ANY FIELD, AS OPER-RECERT-BATCH DOES.
014800*----------------------------------------------------------
014900 01  WS-OPER-COUNT           PIC 9(03) COMP VALUE ZERO.
015000 01  WS-OPER-SUB             PIC 9(03) COMP VALUE ZERO.
015100 01  WS-OPER-TABLE.
015200     05  WS-OPER-ENTRY       OCCURS 1 TO 50 TIMES
015300             DEPENDING ON WS-OPER-COUNT
015400             INDEXED BY WS-OPER-IDX.
015500         10  WS-OT-ID        PIC X(06).
015600         10  WS-OT-IMAGE     PIC X(124).
015700 01  WS-OPER-WORK.
015800     COPY OPERREC REPLACING LEADING ==OP-== BY ==OW-==.
015900 
016000*----------------------------------------------------------
016100* AUDIT ENTRY, AS OPERATOR-MAINT WRITES IT
016200*----------------------------------------------------------
016300 01  WS-AUDIT-ENTRY.
016400     05  AU-TIMESTAMP        PIC X(14).
016500     05  FILLER              PIC X(01) VALUE SPACE.
016600     05  AU-SUPERVISOR       PIC X(06).
016700     05  FILLER              PIC X(01) VALUE SPACE.
016800     05  AU-ACTION           PIC X(12).
016900     05  FILLER              PIC X(01) VALUE SPACE.
017000     05  AU-TARGET           PIC X(06).
017100 
017200 SCREEN SECTION.
017300*----------------------------------------------------------
017400* SC-SIGNON-SCREEN - SUPERVISOR SIGN-ON.
017500*----------------------------------------------------------
017600 01  SC-SIGNON-SCREEN.
017700     05  BLANK SCREEN.
017800     05  LINE 02 COL 10 VALUE "APPROVALS - SUPERVISOR SIGN-ON".
017900     05  LINE 04 COL 10 VALUE "SUPERVISOR ID:".
018000     05  LINE 04 COL 28 PIC X(06) USING WS-SIGNON-ID.
018100     05  LINE 05 COL 10 VALUE "PASSWORD:".
018200     05  LINE 05 COL 28 PIC X(08) USING WS-SIGNON-PASSWORD
018300                        SECURE.
018400 
018500*----------------------------------------------------------
018600* SC-MAINT-MENU - THE APPROVAL MENU.
018700*----------------------------------------------------------
018800 01  SC-MAINT-MENU.
018900     05  BLANK SCREEN.
019000     05  LINE 02 COL 10 VALUE "PENDING CHANGE APPROVAL".
019100     05  LINE 04 COL 10 VALUE "1. LIST PENDING CHANGES".
019200     05  LINE 05 COL 10 VALUE "2. REVIEW A CHANGE".
019300     05  LINE 06 COL 10 VALUE "3. EXIT".
019400     05  LINE 08 COL 10 VALUE "ENTER YOUR CHOICE:".
019500     05  LINE 08 COL 30 PIC 9 USING MAINT-CHOICE.
019600 
019700 PROCEDURE DIVISION.
019800*----------------------------------------------------------
019900* 0000-MAINLINE
020000*----------------------------------------------------------
020100 0000-MAINLINE.
020200     PERFORM 0500-SUPERVISOR-SIGNON
020300         THRU 0500-SUPERVISOR-SIGNON-EXIT
020400     IF NOT WS-SIGNED-ON
020500         DISPLAY "ACCESS DENIED"
020600         STOP RUN
020700     END-IF
020800     CALL "GETBDATE" USING WS-BUSINESS-DATE
020900 
021000     OPEN I-O PENDING-CHANGES
021100     IF PCHG-FILE-NOT-FOUND
021200         OPEN OUTPUT PENDING-CHANGES
021300         CLOSE PENDING-CHANGES
021400         OPEN I-O PENDING-CHANGES
021500     END-IF
021600     IF NOT PCHG-FILE-OK
021700         DISPLAY "CHANGE-APPROVAL: PENDCHG OPEN FAILED, STATUS "
021800             WS-PCHG-STATUS
021900         STOP RUN
022000     END-IF
022100     PERFORM 1000-PROCESS-MENU
022200         THRU 1000-PROCESS-MENU-EXIT
022300         UNTIL WS-DONE
022400     CLOSE PENDING-CHANGES
022500     STOP RUN.
022600 
022700*----------------------------------------------------------
022800* 0500-SUPERVISOR-SIGNON - THREE TRIES; ONLY AN ACTIVE
022900* SUPERVISOR GETS IN.
023000*----------------------------------------------------------
023100 0500-SUPERVISOR-SIGNON.
023200     PERFORM 0510-ATTEMPT-SIGNON
023300         THRU 0510-ATTEMPT-SIGNON-EXIT
023400         VARYING WS-SIGNON-TRIES FROM 1 BY 1
023500         UNTIL WS-SIGNON-TRIES > 3 OR WS-SIGNED-ON.
023600 0500-SUPERVISOR-SIGNON-EXIT.
023700     EXIT.
023800 
023900*----------------------------------------------------------
024000* 0510-ATTEMPT-SIGNON - ONE SIGN-ON ATTEMPT.
024100*----------------------------------------------------------
024200 0510-ATTEMPT-SIGNON.
024300     MOVE SPACES TO WS-SIGNON-ID WS-SIGNON-PASSWORD
024400     DISPLAY SC-SIGNON-SCREEN
024500     ACCEPT SC-SIGNON-SCREEN
024600     CALL "SUPVSIGN" USING WS-SIGNON-ID WS-SIGNON-PASSWORD
024700         WS-SIGNON-RESULT
024800     EVALUATE TRUE
024900         WHEN WS-SIGNED-ON
025000             MOVE WS-SIGNON-ID TO WS-CURRENT-SUPER
025100         WHEN WS-NOT-SUPERVISOR
025200             DISPLAY "NOT AN ACTIVE SUPERVISOR"
025300         WHEN OTHER
025400             DISPLAY "INVALID SUPERVISOR ID OR PASSWORD"
025500     END-EVALUATE.
025600 0510-ATTEMPT-SIGNON-EXIT.
025700     EXIT.
025800 
025900*----------------------------------------------------------
026000* 1000-PROCESS-MENU - ONE APPROVAL ACTION.
026100*----------------------------------------------------------
026200 1000-PROCESS-MENU.
026300     DISPLAY SC-MAINT-MENU
026400     ACCEPT SC-MAINT-MENU
026500     EVALUATE TRUE
026600         WHEN MC-LIST
026700             PERFORM 2000-LIST-PENDING
026800                 THRU 2000-LIST-PENDING-EXIT
026900         WHEN MC-REVIEW
027000             PERFORM 3000-REVIEW-CHANGE
027100                 THRU 3000-REVIEW-CHANGE-EXIT
027200         WHEN MC-EXIT
027300             MOVE "Y" TO WS-EXIT-FLAG
027400         WHEN OTHER
027500             DISPLAY "INVALID CHOICE"
027600     END-EVALUATE.
027700 1000-PROCESS-MENU-EXIT.
027800     EXIT.
027900 
028000*----------------------------------------------------------
028100* 2000-LIST-PENDING - EVERY CHANGE STILL AWAITING A DECISION,
028200* OLDEST FIRST.
028300*----------------------------------------------------------
028400 2000-LIST-PENDING.
028500     MOVE "N"  TO WS-PCHG-EOF-FLAG
028600     MOVE ZERO TO WS-PENDING-COUNT
028700     MOVE LOW-VALUES TO CQ-ID
028800     START PENDING-CHANGES KEY NOT LESS THAN CQ-ID
028900         INVALID KEY
029000             MOVE "Y" TO WS-PCHG-EOF-FLAG
029100     END-START
029200     DISPLAY "ITEM ID          TABLE             KEY"
029300         "        MAKER  MADE"
029400     DISPLAY "   BEFORE                 AFTER"
029500     PERFORM 2100-LIST-ONE-PENDING
029600         THRU 2100-LIST-ONE-PENDING-EXIT
029700         UNTIL END-OF-PENDCHG
029800     DISPLAY "PENDING CHANGES: " WS-PENDING-COUNT.
029900 2000-LIST-PENDING-EXIT.
030000     EXIT.
030100 
030200*----------------------------------------------------------
030300* 2100-LIST-ONE-PENDING - SHOW ONE PENDING ITEM ON TWO LINES.
030400*----------------------------------------------------------
030500 2100-LIST-ONE-PENDING.
030600     READ PENDING-CHANGES NEXT RECORD
030700         AT END
030800             MOVE "Y" TO WS-PCHG-EOF-FLAG
030900             GO TO 2100-LIST-ONE-PENDING-EXIT
031000     END-READ
031100     IF NOT CQ-IS-PENDING
031200         GO TO 2100-LIST-ONE-PENDING-EXIT
031300     END-IF
031400     ADD 1 TO WS-PENDING-COUNT
031500     PERFORM 6000-FORMAT-VALUES
031600         THRU 6000-FORMAT-VALUES-EXIT
031700     DISPLAY CQ-ID " " WS-TABLE-NAME " " CQ-KEY " " CQ-MAKER
031800         " " CQ-MADE-DATE
031900     DISPLAY "   " WS-BEFORE-DISP " " WS-AFTER-DISP.
032000 2100-LIST-ONE-PENDING-EXIT.
032100     EXIT.
032200 
032300*----------------------------------------------------------
032400* 3000-REVIEW-CHANGE - SHOW ONE PENDING ITEM BEFORE AND AFTER
032500* AND TAKE THE CHECKER'S DECISION.  THE MAKER MAY NOT DECIDE
032600* THEIR OWN CHANGE.
032700*----------------------------------------------------------
032800 3000-REVIEW-CHANGE.
032900     MOVE SPACES TO WS-REVIEW-ID
033000     DISPLAY "ITEM ID TO REVIEW: "
033100     ACCEPT WS-REVIEW-ID
033200     MOVE WS-REVIEW-ID TO CQ-ID
033300     READ PENDING-CHANGES
033400         INVALID KEY
033500             DISPLAY "ITEM NOT FOUND"
033600             GO TO 3000-REVIEW-CHANGE-EXIT
033700     END-READ
033800     IF NOT CQ-IS-PENDING
033900         DISPLAY "ITEM IS NOT PENDING, STATUS " CQ-STATUS
034000         GO TO 3000-REVIEW-CHANGE-EXIT
034100     END-IF
034200     IF CQ-MAKER = WS-CURRENT-SUPER
034300         DISPLAY "YOU PROPOSED THIS CHANGE - A SECOND SUPERVISOR "
034400             "MUST DECIDE IT"
034500         GO TO 3000-REVIEW-CHANGE-EXIT
034600     END-IF
034700 
034800     PERFORM 6000-FORMAT-VALUES
034900         THRU 6000-FORMAT-VALUES-EXIT
035000     DISPLAY "ITEM:     " CQ-ID
035100     DISPLAY "TABLE:    " WS-TABLE-NAME
035200     DISPLAY "KEY:      " CQ-KEY
035300     DISPLAY "PROPOSED: " CQ-MADE-DATE " BY " CQ-MAKER
035400     DISPLAY "BEFORE:   " WS-BEFORE-DISP
035500     DISPLAY "AFTER:    " WS-AFTER-DISP
035600     MOVE SPACE TO WS-DECISION
035700     DISPLAY "A=APPROVE  R=REJECT  OTHER=LEAVE PENDING: "
035800     ACCEPT WS-DECISION
035900     IF DC-REJECT
036000         PERFORM 3200-RECORD-DECISION
036100             THRU 3200-RECORD-DECISION-EXIT
036200         DISPLAY "CHANGE REJECTED: " CQ-ID
036300         GO TO 3000-REVIEW-CHANGE-EXIT
036400     END-IF
036500     IF NOT DC-APPROVE
036600         DISPLAY "LEFT PENDING: " CQ-ID
036700         GO TO 3000-REVIEW-CHANGE-EXIT
036800     END-IF
036900 
037000*    THE ITEM IS ONLY MARKED APPROVED ONCE THE LIVE FILE HAS
037100*    ACTUALLY TAKEN THE CHANGE; A REFUSED APPLY LEAVES IT
037200*    PENDING FOR THE CHECKER TO REJECT.
037300     PERFORM 4000-APPLY-CHANGE
037400         THRU 4000-APPLY-CHANGE-EXIT
037500     IF NOT WS-CHANGE-APPLIED
037600         DISPLAY "NOT APPLIED - LEFT PENDING: " CQ-ID
037700         GO TO 3000-REVIEW-CHANGE-EXIT
037800     END-IF
037900     PERFORM 3200-RECORD-DECISION
038000         THRU 3200-RECORD-DECISION-EXIT
038100     DISPLAY "CHANGE APPROVED AND APPLIED: " CQ-ID.
038200 3000-REVIEW-CHANGE-EXIT.
038300     EXIT.
038400 
038500*----------------------------------------------------------
038600* 3200-RECORD-DECISION - STAMP THE DECISION, CHECKER AND
038700* BUSINESS DATE ON THE QUEUE ITEM.
038800*----------------------------------------------------------
038900 3200-RECORD-DECISION.
039000     MOVE WS-DECISION      TO CQ-STATUS
039100     MOVE WS-CURRENT-SUPER TO CQ-CHECKER
039200     MOVE WS-BUSINESS-DATE TO CQ-DECIDED-DATE
039300     REWRITE PENDING-CHANGE-RECORD
039400         INVALID KEY
039500             DISPLAY "PENDCHG REWRITE FAILED, STATUS "
039600                 WS-PCHG-STATUS
039700     END-REWRITE.
039800 3200-RECORD-DECISION-EXIT.
039900     EXIT.
040000 
040100*----------------------------------------------------------
040200* 4000-APPLY-CHANGE - APPLY AN APPROVED CHANGE TO ITS LIVE
040300* FILE.
040400*----------------------------------------------------------
040500 4000-APPLY-CHANGE.
040600     MOVE "N" TO WS-APPLY-FLAG
040700     EVALUATE TRUE
040800         WHEN CQ-IS-OPER-LIMIT
040900             PERFORM 4100-APPLY-OPER-LIMIT
041000                 THRU 4100-APPLY-OPER-LIMIT-EXIT
041100         WHEN CQ-IS-PROD-MIN-BAL
041200             PERFORM 4200-APPLY-MIN-BALANCE
041300                 THRU 4200-APPLY-MIN-BALANCE-EXIT
041400         WHEN CQ-IS-TXN-DIRECTION
041500             PERFORM 4300-APPLY-DIRECTION
041600                 THRU 4300-APPLY-DIRECTION-EXIT
041700         WHEN CQ-IS-HOLIDAY
041800             PERFORM 4400-APPLY-HOLIDAY
041900                 THRU 4400-APPLY-HOLIDAY-EXIT
042000         WHEN OTHER
042100             DISPLAY "UNKNOWN TABLE CODE " CQ-TABLE
042200     END-EVALUATE.
042300 4000-APPLY-CHANGE-EXIT.
042400     EXIT.
042500 
042600*----------------------------------------------------------
042700* 4100-APPLY-OPER-LIMIT - LOAD OPERTAB, SET THE OPERATOR'S
042800* TRANSACTION LIMIT, REWRITE THE WHOLE FILE AND AUDIT IT.
042900*----------------------------------------------------------
043000 4100-APPLY-OPER-LIMIT.
043100     MOVE ZERO TO WS-OPER-COUNT
043200     MOVE "N"  TO WS-OPER-EOF-FLAG
043300     OPEN INPUT OPERATOR-FILE
043400     IF NOT OPERTAB-FILE-OK
043500         DISPLAY "OPERTAB OPEN FAILED, STATUS " WS-OPERTAB-STATUS
043600         GO TO 4100-APPLY-OPER-LIMIT-EXIT
043700     END-IF
043800     PERFORM 4110-LOAD-OPERATOR
043900         THRU 4110-LOAD-OPERATOR-EXIT
044000         UNTIL END-OF-OPERATORS
044100     CLOSE OPERATOR-FILE
044200     IF WS-OPER-COUNT = ZERO
044300         DISPLAY "OPERTAB IS EMPTY"
044400         GO TO 4100-APPLY-OPER-LIMIT-EXIT
044500     END-IF
044600 
044700     SET WS-OPER-IDX TO 1
044800     SEARCH WS-OPER-ENTRY
044900         AT END
045000             DISPLAY "OPERATOR NO LONGER ON OPERTAB: " CQ-KEY
045100             GO TO 4100-APPLY-OPER-LIMIT-EXIT
045200         WHEN WS-OT-ID(WS-OPER-IDX) = CQ-KEY(1:6)
045300             MOVE WS-OT-IMAGE(WS-OPER-IDX) TO WS-OPER-WORK
045400     END-SEARCH
045500     IF OW-TXN-LIMIT NOT NUMERIC
045600         MOVE ZERO TO OW-TXN-LIMIT
045700     END-IF
045800     IF OW-TXN-LIMIT NOT = CQ-BEFORE-AMOUNT
045900         PERFORM 4900-STALE-CHANGE
046000             THRU 4900-STALE-CHANGE-EXIT
046100         GO TO 4100-APPLY-OPER-LIMIT-EXIT
046200     END-IF
046300     MOVE CQ-AFTER-AMOUNT TO OW-TXN-LIMIT
046400     MOVE WS-OPER-WORK    TO WS-OT-IMAGE(WS-OPER-IDX)
046500 
046600     OPEN OUTPUT OPERATOR-FILE
046700     PERFORM 4120-WRITE-OPERATOR
046800         THRU 4120-WRITE-OPERATOR-EXIT
046900         VARYING WS-OPER-SUB FROM 1 BY 1
047000         UNTIL WS-OPER-SUB > WS-OPER-COUNT
047100     CLOSE OPERATOR-FILE
047200     MOVE "Y" TO WS-APPLY-FLAG
047300 
047400     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
047500     MOVE WS-TIMESTAMP(1:14) TO AU-TIMESTAMP
047600     MOVE WS-CURRENT-SUPER   TO AU-SUPERVISOR
047700     MOVE "LIMIT-APPRV"      TO AU-ACTION
047800     MOVE CQ-KEY(1:6)        TO AU-TARGET
047900     OPEN EXTEND OPER-AUDIT-FILE
048000     IF AUDIT-FILE-NOT-FOUND
048100         OPEN OUTPUT OPER-AUDIT-FILE
048200     END-IF
048300     WRITE OPER-AUDIT-LINE FROM WS-AUDIT-ENTRY
048400     CLOSE OPER-AUDIT-FILE.
048500 4100-APPLY-OPER-LIMIT-EXIT.
048600     EXIT.
048700 
048800*----------------------------------------------------------
048900* 4110-LOAD-OPERATOR - ONE OPERTAB RECORD INTO THE TABLE.
049000*----------------------------------------------------------
049100 4110-LOAD-OPERATOR.
049200     READ OPERATOR-FILE
049300         AT END
049400             MOVE "Y" TO WS-OPER-EOF-FLAG
049500             GO TO 4110-LOAD-OPERATOR-EXIT
049600     END-READ
049700     IF WS-OPER-COUNT >= 50
049800         DISPLAY "OPERATOR TABLE FULL AT " OP-ID
049900         GO TO 4110-LOAD-OPERATOR-EXIT
050000     END-IF
050100     ADD 1 TO WS-OPER-COUNT
050200     MOVE OP-ID           TO WS-OT-ID(WS-OPER-COUNT)
050300     MOVE OPERATOR-RECORD TO WS-OT-IMAGE(WS-OPER-COUNT).
050400 4110-LOAD-OPERATOR-EXIT.
050500     EXIT.
050600 
050700*----------------------------------------------------------
050800* 4120-WRITE-OPERATOR - ONE TABLE ENTRY BACK TO OPERTAB.
050900*----------------------------------------------------------
051000 4120-WRITE-OPERATOR.
051100     MOVE WS-OT-IMAGE(WS-OPER-SUB) TO OPERATOR-RECORD
051200     WRITE OPERATOR-RECORD.
051300 4120-WRITE-OPERATOR-EXIT.
051400     EXIT.
051500 
051600*----------------------------------------------------------
051700* 4200-APPLY-MIN-BALANCE - REWRITE THE PRODUCT'S MINIMUM
051800* BALANCE ON PRODMAST.
051900*----------------------------------------------------------
052000 4200-APPLY-MIN-BALANCE.
052100     OPEN I-O PRODUCT-MASTER
052200     IF NOT PROD-FILE-OK
052300         DISPLAY "PRODMAST OPEN FAILED, STATUS " WS-PROD-STATUS
052400         GO TO 4200-APPLY-MIN-BALANCE-EXIT
052500     END-IF
052600     MOVE CQ-KEY(1:2) TO PM-PROD-CODE
052700     READ PRODUCT-MASTER
052800         INVALID KEY
052900             DISPLAY "PRODUCT NO LONGER ON PRODMAST: " CQ-KEY
053000             GO TO 4200-APPLY-MIN-BALANCE-CLOSE
053100     END-READ
053200     IF PM-MIN-BALANCE NOT = CQ-BEFORE-AMOUNT
053300         PERFORM 4900-STALE-CHANGE
053400             THRU 4900-STALE-CHANGE-EXIT
053500         GO TO 4200-APPLY-MIN-BALANCE-CLOSE
053600     END-IF
053700     MOVE CQ-AFTER-AMOUNT TO PM-MIN-BALANCE
053800     REWRITE PRODUCT-MASTER-RECORD
053900         INVALID KEY
054000             DISPLAY "PRODMAST REWRITE FAILED, STATUS "
054100                 WS-PROD-STATUS
054200         NOT INVALID KEY
054300             MOVE "Y" TO WS-APPLY-FLAG
054400     END-REWRITE.
054500 
054600 4200-APPLY-MIN-BALANCE-CLOSE.
054700     CLOSE PRODUCT-MASTER.
054800 4200-APPLY-MIN-BALANCE-EXIT.
054900     EXIT.
055000 
055100*----------------------------------------------------------
055200* 4300-APPLY-DIRECTION - REWRITE THE TRANSACTION CODE'S
055300* DIRECTION ON TXNCODES.
055400*----------------------------------------------------------
055500 4300-APPLY-DIRECTION.
055600     OPEN I-O TXN-CODES
055700     IF NOT TXNC-FILE-OK
055800         DISPLAY "TXNCODES OPEN FAILED, STATUS " WS-TXNC-STATUS
055900         GO TO 4300-APPLY-DIRECTION-EXIT
056000     END-IF
056100     MOVE CQ-KEY TO TC-CODE
056200     READ TXN-CODES
056300         INVALID KEY
056400             DISPLAY "CODE NO LONGER ON TXNCODES: " CQ-KEY
056500             GO TO 4300-APPLY-DIRECTION-CLOSE
056600     END-READ
056700     IF TC-DIRECTION NOT = CQ-BEFORE-CODE
056800         PERFORM 4900-STALE-CHANGE
056900             THRU 4900-STALE-CHANGE-EXIT
057000         GO TO 4300-APPLY-DIRECTION-CLOSE
057100     END-IF
057200     MOVE CQ-AFTER-CODE TO TC-DIRECTION
057300     REWRITE TXN-CODE-RECORD
057400         INVALID KEY
057500             DISPLAY "TXNCODES REWRITE FAILED, STATUS "
057600                 WS-TXNC-STATUS
057700         NOT INVALID KEY
057800             MOVE "Y" TO WS-APPLY-FLAG
057900     END-REWRITE.
058000 
058100 4300-APPLY-DIRECTION-CLOSE.
058200     CLOSE TXN-CODES.
058300 4300-APPLY-DIRECTION-EXIT.
058400     EXIT.
058500 
058600*----------------------------------------------------------
058700* 4400-APPLY-HOLIDAY - APPEND THE NEW ENTRY TO THE CALENDAR,
058800* AS CALENDAR-MAINT'S ADD DOES.
058900*----------------------------------------------------------
059000 4400-APPLY-HOLIDAY.
059100     OPEN EXTEND CALENDAR-FILE
059200     IF CAL-FILE-NOT-FOUND
059300         OPEN OUTPUT CALENDAR-FILE
059400     END-IF
059500     IF NOT CAL-FILE-OK
059600         DISPLAY "CALENDAR OPEN FAILED, STATUS " WS-CAL-STATUS
059700         GO TO 4400-APPLY-HOLIDAY-EXIT
059800     END-IF
059900     MOVE CQ-KEY(1:8)   TO CAL-DATE
060000     MOVE CQ-AFTER-CODE TO CAL-TYPE
060100     MOVE CQ-AFTER-DESC TO CAL-DESCRIPTION
060200     WRITE CALENDAR-RECORD
060300     CLOSE CALENDAR-FILE
060400     MOVE "Y" TO WS-APPLY-FLAG.
060500 4400-APPLY-HOLIDAY-EXIT.
060600     EXIT.
060700 
060800*----------------------------------------------------------
060900* 4900-STALE-CHANGE - THE LIVE VALUE HAS MOVED SINCE THE
061000* PROPOSAL, SO THE BEFORE IMAGE THE CHECKER SAW IS WRONG.
061100*----------------------------------------------------------
061200 4900-STALE-CHANGE.
061300     DISPLAY "LIVE VALUE NO LONGER MATCHES THE BEFORE IMAGE - "
061400         "REJECT AND PROPOSE AGAIN".
061500 4900-STALE-CHANGE-EXIT.
061600     EXIT.
061700 
061800*----------------------------------------------------------
061900* 6000-FORMAT-VALUES - TABLE NAME AND PRINTABLE BEFORE AND
062000* AFTER VALUES FOR THE ITEM IN THE RECORD AREA.
062100*----------------------------------------------------------
062200 6000-FORMAT-VALUES.
062300     MOVE SPACES TO WS-BEFORE-DISP WS-AFTER-DISP
062400     EVALUATE TRUE
062500         WHEN CQ-IS-OPER-LIMIT
062600             MOVE "OPERATOR LIMIT"   TO WS-TABLE-NAME
062700             MOVE CQ-BEFORE-AMOUNT   TO WS-AMOUNT-EDIT
062800             MOVE WS-AMOUNT-EDIT     TO WS-BEFORE-DISP
062900             MOVE CQ-AFTER-AMOUNT    TO WS-AMOUNT-EDIT
063000             MOVE WS-AMOUNT-EDIT     TO WS-AFTER-DISP
063100         WHEN CQ-IS-PROD-MIN-BAL
063200             MOVE "PRODUCT MIN BAL"  TO WS-TABLE-NAME
063300             MOVE CQ-BEFORE-AMOUNT   TO WS-AMOUNT-EDIT
063400             MOVE WS-AMOUNT-EDIT     TO WS-BEFORE-DISP
063500             MOVE CQ-AFTER-AMOUNT    TO WS-AMOUNT-EDIT
063600             MOVE WS-AMOUNT-EDIT     TO WS-AFTER-DISP
063700         WHEN CQ-IS-TXN-DIRECTION
063800             MOVE "TXN DIRECTION"    TO WS-TABLE-NAME
063900             MOVE CQ-BEFORE-CODE     TO WS-BEFORE-DISP
064000             MOVE CQ-AFTER-CODE      TO WS-AFTER-DISP
064100         WHEN CQ-IS-HOLIDAY
064200             MOVE "CALENDAR HOLIDAY" TO WS-TABLE-NAME
064300             MOVE "(NO ENTRY)"       TO WS-BEFORE-DISP
064400             STRING CQ-AFTER-CODE DELIMITED BY SIZE
064500                 " "              DELIMITED BY SIZE
064600                 CQ-AFTER-DESC    DELIMITED BY SIZE
064700                 INTO WS-AFTER-DISP
064800             END-STRING
064900         WHEN OTHER
065000             MOVE "UNKNOWN"          TO WS-TABLE-NAME
065100     END-EVALUATE.
065200 6000-FORMAT-VALUES-EXIT.
065300     EXIT.
