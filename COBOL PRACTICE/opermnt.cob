004200*                 OPERREC), CAPTURED ON THE ADD SCREEN AND
004300*                 CHANGEABLE ON THE UPDATE SCREEN, FOR THE
004400*                 PER-BRANCH REPORT SUBTOTALS.
004410* 2026-10-15 KMR  THE ADD AND UPDATE SCREENS NOW CARRY THE
004420*                 OPERATOR'S SIGN-ON WINDOW (HHMMSS FROM/TO, BLANK
004430*                 FOR THE ROLE WINDOW) AND UP TO FOUR PERMITTED
004440*                 TERMINAL IDS OR BRANCH CODES (SEE OPERREC),
004450*                 WHICH THE MENU-CHOICE SIGN-ON ENFORCES.  A
004460*                 WINDOW THAT IS NOT TWO VALID TIMES IS REFUSED.
004462* 2026-10-15 KMR  NEW OPTION 6, RECERTIFY OPERATORS (EXIT
004464*                 MOVES TO 7): THE SIGNED-ON SUPERVISOR CONFIRMS
004466*                 OR REVOKES EACH UNDECIDED OPERATOR ON THEIR
004468*                 BRANCH IN THE CURRENT RECERTS CYCLE (HEAD OFFICE
004470*                 ALSO TAKES EVERY BRANCH'S SUPERVISORS; NOBODY
004472*                 RECERTIFIES THEMSELVES).  A REVOCATION DISABLES
004474*                 THE OPERATOR THROUGH THE SAME DEACTIVATE PATH
004476*                 AS OPTION 2; A CONFIRMATION IS AUDITED AS
004478*                 RECERTIFY.
004480* 2026-10-15 KMR  A CHANGED TRANSACTION LIMIT ON THE UPDATE
004482*                 SCREEN NO LONGER GOES STRAIGHT ONTO OPERTAB: IT
004484*                 IS PROPOSED ON THE PENDCHG MAKER-CHECKER QUEUE
004486*                 THROUGH CHGQUEUE AND APPLIED ONLY WHEN A SECOND
004488*                 SUPERVISOR APPROVES IT ON CHANGE-APPROVAL.  THE
004490*                 OTHER UPDATE FIELDS STILL SAVE DIRECTLY.
004500*----------------------------------------------------------
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-AUDIT-STATUS.
005600
005610     SELECT RECERT-FILE ASSIGN TO "RECERTS"
005620         ORGANIZATION IS INDEXED
005630         ACCESS MODE IS DYNAMIC
005640         RECORD KEY IS RC-OPER-ID
005650         FILE STATUS IS WS-RCRT-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  OPERATOR-FILE.
006300 FD  OPER-AUDIT-FILE.
006400 01  OPER-AUDIT-LINE         PIC X(80).
006500
006510 FD  RECERT-FILE.
006520 01  RECERT-RECORD.
006530     COPY RCRTREC.
006600 WORKING-STORAGE SECTION.
006700*----------------------------------------------------------
006800* SWITCHES AND FILE STATUS
007900 01  WS-FOUND-FLAG           PIC X(01) VALUE "N".
008000     88  WS-TARGET-FOUND             VALUE "Y".
008100 01  WS-TARGET-SUB           PIC 9(03) COMP VALUE ZERO.
008110 01  WS-RCRT-STATUS          PIC X(02).
008120     88  RCRT-FILE-OK                VALUE "00".
008130 01  WS-RCRT-EOF-FLAG        PIC X(01) VALUE "N".
008140     88  END-OF-RECERTS              VALUE "Y".
008150 01  WS-RECERT-ANSWER        PIC X(01) VALUE SPACE.
008160     88  RA-CONFIRM                  VALUE "C".
008170     88  RA-REVOKE                   VALUE "R".
008180     88  RA-QUIT                     VALUE "Q".
008190 01  WS-RECERT-COUNT         PIC 9(03) COMP VALUE ZERO.
008200
008300*----------------------------------------------------------
008400* IN-CORE OPERATOR TABLE, MIRRORING MENU-CHOICE'S LOADER.
010100         10  WS-OP-BRANCH    PIC X(03).
010200         10  WS-OP-TXN-LIMIT PIC 9(5)V99.
010300         10  WS-OP-TRAINEE   PIC X(01).
010310         10  WS-OP-SIGNON-START PIC X(06).
010320         10  WS-OP-SIGNON-END PIC X(06).
010330         10  WS-OP-PERMIT-LOCS PIC X(32).
010400
010500*----------------------------------------------------------
010600* SUPERVISOR SIGN-ON AND SCREEN FIELDS
011100 01  WS-SIGNON-FLAG          PIC X(01) VALUE "N".
011200     88  WS-SIGNED-ON                VALUE "Y".
011300 01  WS-CURRENT-SUPER        PIC X(06) VALUE SPACES.
011310 01  WS-CURRENT-BRANCH       PIC X(03) VALUE SPACES.
011400
011500 01  MAINT-CHOICE            PIC 9 VALUE ZERO.
011600     88  MC-ADD                      VALUE 1.
011800     88  MC-REACTIVATE               VALUE 3.
011900     88  MC-RESET-PASSWORD           VALUE 4.
012000     88  MC-UPDATE                   VALUE 5.
012050     88  MC-RECERTIFY                VALUE 6.
012100     88  MC-EXIT                     VALUE 7.
012200
012300 01  WS-TARGET-ID            PIC X(06).
012400 01  WS-NEW-PASSWORD         PIC X(08).
012900 01  WS-NEW-BRANCH           PIC X(03).
013000 01  WS-NEW-LIMIT            PIC 9(5)V99 VALUE ZERO.
013100 01  WS-NEW-TRAINEE          PIC X(01) VALUE "N".
013105 01  WS-NEW-WIN-START         PIC X(06) VALUE SPACES.
013110 01  WS-NEW-WIN-END           PIC X(06) VALUE SPACES.
013115 01  WS-NEW-LOCS.
013120     05  WS-NEW-LOC-1        PIC X(08).
013125     05  WS-NEW-LOC-2        PIC X(08).
013130     05  WS-NEW-LOC-3        PIC X(08).
013135     05  WS-NEW-LOC-4        PIC X(08).
013140 01  WS-CHECK-TIME            PIC X(06).
013145 01  WS-WINDOW-FLAG           PIC X(01) VALUE "Y".
013150     88  WS-WINDOW-VALID             VALUE "Y".
013200
013300*----------------------------------------------------------
013400* AUDIT ENTRY
014200     05  AU-ACTION           PIC X(12).
014300     05  FILLER              PIC X(01) VALUE SPACE.
014400     05  AU-TARGET           PIC X(06).
014410
014420*----------------------------------------------------------
014430* MAKER-CHECKER PROPOSAL
014440*----------------------------------------------------------
014450 01  WS-QUEUE-RESULT         PIC X(01) VALUE SPACE.
014460     88  WS-CHANGE-QUEUED            VALUE "Y".
014470     88  WS-CHANGE-ALREADY-PENDING   VALUE "D".
014480 01  WS-CHANGE-ENTRY.
014490     COPY PCHGREC.
014500
014600 SCREEN SECTION.
014700*----------------------------------------------------------
016800     05  LINE 06 COL 10 VALUE "3. REACTIVATE OPERATOR".
016900     05  LINE 07 COL 10 VALUE "4. RESET PASSWORD".
017000     05  LINE 08 COL 10 VALUE "5. UPDATE NAME/ROLE".
017100     05  LINE 09 COL 10 VALUE "6. RECERTIFY OPERATORS".
017150     05  LINE 10 COL 10 VALUE "7. EXIT".
017200     05  LINE 12 COL 10 VALUE "ENTER YOUR CHOICE:".
017300     05  LINE 12 COL 30 PIC 9 USING MAINT-CHOICE.
017400
017500*----------------------------------------------------------
017600* SC-ADD-SCREEN - ALL FIELDS FOR A NEW OPERATOR.
019200     05  LINE 07 COL 32 PIC 9(5)V99 USING WS-NEW-LIMIT.
019300     05  LINE 08 COL 10 VALUE "TRAINEE (Y/N):".
019400     05  LINE 08 COL 32 PIC X(01) USING WS-NEW-TRAINEE.
019410     05  LINE 09 COL 10 VALUE "SIGN-ON FROM (HHMMSS):".
019420     05  LINE 09 COL 34 PIC X(06) USING WS-NEW-WIN-START.
019430     05  LINE 10 COL 10 VALUE "SIGN-ON TO (HHMMSS):".
019440     05  LINE 10 COL 34 PIC X(06) USING WS-NEW-WIN-END.
019450     05  LINE 11 COL 10 VALUE "PERMITTED TERMINALS/BRANCHES:".
019460     05  LINE 12 COL 10 PIC X(08) USING WS-NEW-LOC-1.
019470     05  LINE 12 COL 20 PIC X(08) USING WS-NEW-LOC-2.
019480     05  LINE 12 COL 30 PIC X(08) USING WS-NEW-LOC-3.
019490     05  LINE 12 COL 40 PIC X(08) USING WS-NEW-LOC-4.
019500
019600*----------------------------------------------------------
019700* SC-TARGET-SCREEN - OPERATOR ID ONLY, FOR DEACTIVATE,
022600     05  LINE 05 COL 36 PIC 9(5)V99 USING WS-NEW-LIMIT.
022700     05  LINE 06 COL 10 VALUE "NEW TRAINEE (Y/N):".
022800     05  LINE 06 COL 32 PIC X(01) USING WS-NEW-TRAINEE.
022810     05  LINE 07 COL 10 VALUE "SIGN-ON FROM (HHMMSS):".
022820     05  LINE 07 COL 34 PIC X(06) USING WS-NEW-WIN-START.
022830     05  LINE 08 COL 10 VALUE "SIGN-ON TO (HHMMSS):".
022840     05  LINE 08 COL 34 PIC X(06) USING WS-NEW-WIN-END.
022850     05  LINE 09 COL 10 VALUE "PERMITTED TERMINALS/BRANCHES:".
022860     05  LINE 10 COL 10 PIC X(08) USING WS-NEW-LOC-1.
022870     05  LINE 10 COL 20 PIC X(08) USING WS-NEW-LOC-2.
022880     05  LINE 10 COL 30 PIC X(08) USING WS-NEW-LOC-3.
022890     05  LINE 10 COL 40 PIC X(08) USING WS-NEW-LOC-4.
022900
022902*----------------------------------------------------------
022904* SC-RECERT-SCREEN - ONE OPERATOR'S ACCESS AS LISTED FOR THE
022906* CYCLE, AND THE DECISION.
022908*----------------------------------------------------------
022910 01  SC-RECERT-SCREEN.
022912     05  BLANK SCREEN.
022914     05  LINE 02 COL 10 VALUE "ACCESS RECERTIFICATION - CYCLE".
022916     05  LINE 02 COL 41 PIC X(06) FROM RC-CYCLE.
022918     05  LINE 02 COL 49 VALUE "DUE".
022920     05  LINE 02 COL 53 PIC 9(08) FROM RC-DEADLINE.
022922     05  LINE 04 COL 10 VALUE "OPERATOR:".
022924     05  LINE 04 COL 32 PIC X(06) FROM RC-OPER-ID.
022926     05  LINE 04 COL 40 PIC X(20) FROM RC-OPER-NAME.
022928     05  LINE 05 COL 10 VALUE "BRANCH:".
022930     05  LINE 05 COL 32 PIC X(03) FROM RC-BRANCH.
022932     05  LINE 06 COL 10 VALUE "ROLE (S/T):".
022934     05  LINE 06 COL 32 PIC X(01) FROM RC-ROLE.
022936     05  LINE 07 COL 10 VALUE "TXN LIMIT (0=NONE):".
022938     05  LINE 07 COL 32 PIC ZZZZ9.99 FROM RC-TXN-LIMIT.
022940     05  LINE 08 COL 10 VALUE "TRAINEE (Y/N):".
022942     05  LINE 08 COL 32 PIC X(01) FROM RC-TRAINEE.
022944     05  LINE 09 COL 10 VALUE "STATUS (D=DISABLED):".
022946     05  LINE 09 COL 32 PIC X(01) FROM RC-OP-STATUS.
022948     05  LINE 10 COL 10 VALUE "PASSWORD CHANGED:".
022950     05  LINE 10 COL 32 PIC 9(08) FROM RC-PSWD-DATE.
022952     05  LINE 11 COL 10 VALUE "LAST SIGN-ON:".
022954     05  LINE 11 COL 32 PIC 9(08) FROM RC-LAST-SIGNON.
022956     05  LINE 13 COL 10 VALUE "C=CONFIRM R=REVOKE S=SKIP Q=QUIT:".
022958     05  LINE 13 COL 45 PIC X(01) USING WS-RECERT-ANSWER.
023000 PROCEDURE DIVISION.
023100*----------------------------------------------------------
023200* 0000-MAINLINE
031200         TO WS-OP-PREV-PSWD(WS-OPERATOR-COUNT 3)
031300     MOVE OP-BRANCH TO WS-OP-BRANCH(WS-OPERATOR-COUNT)
031400     MOVE OP-TRAINEE TO WS-OP-TRAINEE(WS-OPERATOR-COUNT)
031410     MOVE OP-SIGNON-START
031420         TO WS-OP-SIGNON-START(WS-OPERATOR-COUNT)
031430     MOVE OP-SIGNON-END
031440         TO WS-OP-SIGNON-END(WS-OPERATOR-COUNT)
031450     MOVE OP-PERMIT-LOCS
031460         TO WS-OP-PERMIT-LOCS(WS-OPERATOR-COUNT)
031500     IF OP-TXN-LIMIT NUMERIC
031600         MOVE OP-TXN-LIMIT
031700             TO WS-OP-TXN-LIMIT(WS-OPERATOR-COUNT)
035800                 SET WS-SIGNED-ON TO TRUE
035900                 MOVE WS-OP-ID(WS-OPER-IDX)
036000                     TO WS-CURRENT-SUPER
036010                 MOVE WS-OP-BRANCH(WS-OPER-IDX)
036020                     TO WS-CURRENT-BRANCH
036100             ELSE
036200                 DISPLAY "NOT AN ACTIVE SUPERVISOR"
036300             END-IF
038800         WHEN MC-UPDATE
038900             PERFORM 5000-UPDATE-OPERATOR
039000                 THRU 5000-UPDATE-OPERATOR-EXIT
039010         WHEN MC-RECERTIFY
039020             PERFORM 8000-RECERTIFY-OPERATORS
039030                 THRU 8000-RECERTIFY-OPERATORS-EXIT
039100         WHEN MC-EXIT
039200             MOVE "Y" TO WS-EXIT-FLAG
039300         WHEN OTHER
041900 2000-ADD-OPERATOR.
042000     MOVE SPACES TO WS-TARGET-ID WS-NEW-PASSWORD WS-NEW-NAME
042100                    WS-NEW-BRANCH
042110                    WS-NEW-WIN-START WS-NEW-WIN-END
042120                    WS-NEW-LOCS
042200     MOVE "T"    TO WS-NEW-ROLE
042300     DISPLAY SC-ADD-SCREEN
042400     ACCEPT SC-ADD-SCREEN
042410     PERFORM 6000-CHECK-WINDOW
042420         THRU 6000-CHECK-WINDOW-EXIT
042430     IF NOT WS-WINDOW-VALID
042440         GO TO 2000-ADD-OPERATOR-EXIT
042450     END-IF
042500
042600     PERFORM 1500-FIND-TARGET
042700         THRU 1500-FIND-TARGET-EXIT
045600                             WS-OPERATOR-COUNT)
045700     MOVE WS-NEW-TRAINEE  TO WS-OP-TRAINEE(
045800                             WS-OPERATOR-COUNT)
045810     MOVE WS-NEW-WIN-START TO WS-OP-SIGNON-START(
045820                              WS-OPERATOR-COUNT)
045830     MOVE WS-NEW-WIN-END  TO WS-OP-SIGNON-END(
045840                              WS-OPERATOR-COUNT)
045850     MOVE WS-NEW-LOCS     TO WS-OP-PERMIT-LOCS(
045860                              WS-OPERATOR-COUNT)
045900     MOVE "ADD"           TO AU-ACTION
046000     PERFORM 7000-SAVE-AND-AUDIT
046100         THRU 7000-SAVE-AND-AUDIT-EXIT.
047900             DISPLAY "CANNOT DEACTIVATE YOURSELF"
048000             GO TO 3000-SET-STATUS-EXIT
048100         END-IF
048200         PERFORM 3100-DISABLE-TARGET
048300             THRU 3100-DISABLE-TARGET-EXIT
048400         GO TO 3000-SET-STATUS-EXIT
048450     END-IF
048500     MOVE "A"          TO WS-OP-STATUS(WS-TARGET-SUB)
048600     MOVE ZERO         TO WS-OP-FAIL-COUNT(WS-TARGET-SUB)
048700     MOVE "REACTIVATE" TO AU-ACTION
048900     PERFORM 7000-SAVE-AND-AUDIT
049000         THRU 7000-SAVE-AND-AUDIT-EXIT.
049100 3000-SET-STATUS-EXIT.
049200     EXIT.
049300
049305*----------------------------------------------------------
049310* 3100-DISABLE-TARGET - DISABLE THE OPERATOR AT WS-TARGET-SUB
049315* AND SAVE.  SHARED BY DEACTIVATE AND A RECERTIFICATION
049320* REVOCATION.
049325*----------------------------------------------------------
049330 3100-DISABLE-TARGET.
049335     MOVE "D"          TO WS-OP-STATUS(WS-TARGET-SUB)
049340     MOVE "DEACTIVATE" TO AU-ACTION
049345     PERFORM 7000-SAVE-AND-AUDIT
049350         THRU 7000-SAVE-AND-AUDIT-EXIT.
049355 3100-DISABLE-TARGET-EXIT.
049360     EXIT.
049400*----------------------------------------------------------
049500* 4000-RESET-PASSWORD - SET A NEW PASSWORD FOR AN OPERATOR.
049600*----------------------------------------------------------
052600
052700*----------------------------------------------------------
052800* 5000-UPDATE-OPERATOR - CHANGE AN OPERATOR'S NAME OR ROLE.
052810* A NEW TRANSACTION LIMIT IS PROPOSED FOR APPROVAL INSTEAD OF
052820* BEING SAVED.
052900*----------------------------------------------------------
053000 5000-UPDATE-OPERATOR.
053100     MOVE SPACES TO WS-TARGET-ID
054100     MOVE WS-OP-BRANCH(WS-TARGET-SUB) TO WS-NEW-BRANCH
054200     MOVE WS-OP-TXN-LIMIT(WS-TARGET-SUB) TO WS-NEW-LIMIT
054300     MOVE WS-OP-TRAINEE(WS-TARGET-SUB) TO WS-NEW-TRAINEE
054310     MOVE WS-OP-SIGNON-START(WS-TARGET-SUB) TO WS-NEW-WIN-START
054320     MOVE WS-OP-SIGNON-END(WS-TARGET-SUB)   TO WS-NEW-WIN-END
054330     MOVE WS-OP-PERMIT-LOCS(WS-TARGET-SUB)  TO WS-NEW-LOCS
054400     DISPLAY SC-UPDATE-SCREEN
054500     ACCEPT SC-UPDATE-SCREEN
054510     PERFORM 6000-CHECK-WINDOW
054520         THRU 6000-CHECK-WINDOW-EXIT
054530     IF NOT WS-WINDOW-VALID
054540         GO TO 5000-UPDATE-OPERATOR-EXIT
054550     END-IF
054600     MOVE WS-NEW-NAME   TO WS-OP-NAME(WS-TARGET-SUB)
054700     MOVE WS-NEW-ROLE   TO WS-OP-ROLE(WS-TARGET-SUB)
054800     MOVE WS-NEW-BRANCH TO WS-OP-BRANCH(WS-TARGET-SUB)
055000     MOVE WS-NEW-TRAINEE TO WS-OP-TRAINEE(WS-TARGET-SUB)
055010     MOVE WS-NEW-WIN-START TO WS-OP-SIGNON-START(WS-TARGET-SUB)
055020     MOVE WS-NEW-WIN-END   TO WS-OP-SIGNON-END(WS-TARGET-SUB)
055030     MOVE WS-NEW-LOCS      TO WS-OP-PERMIT-LOCS(WS-TARGET-SUB)
055100     MOVE "UPDATE"    TO AU-ACTION
055200     PERFORM 7000-SAVE-AND-AUDIT
055210         THRU 7000-SAVE-AND-AUDIT-EXIT
055220     IF WS-NEW-LIMIT NOT = WS-OP-TXN-LIMIT(WS-TARGET-SUB)
055230         PERFORM 5100-PROPOSE-LIMIT
055240             THRU 5100-PROPOSE-LIMIT-EXIT
055250     END-IF.
055400 5000-UPDATE-OPERATOR-EXIT.
055500     EXIT.
055502
055504*----------------------------------------------------------
055506* 5100-PROPOSE-LIMIT - PUT THE NEW TRANSACTION LIMIT ON THE
055508* PENDCHG QUEUE, WITH THE LIVE LIMIT AS THE BEFORE IMAGE, FOR
055510* A SECOND SUPERVISOR TO APPROVE.
055512*----------------------------------------------------------
055514 5100-PROPOSE-LIMIT.
055516     MOVE SPACES           TO WS-CHANGE-ENTRY
055518     MOVE "O"              TO CQ-TABLE
055520     MOVE WS-TARGET-ID     TO CQ-KEY
055522     MOVE WS-OP-TXN-LIMIT(WS-TARGET-SUB) TO CQ-BEFORE-AMOUNT
055524     MOVE WS-NEW-LIMIT     TO CQ-AFTER-AMOUNT
055526     MOVE WS-CURRENT-SUPER TO CQ-MAKER
055528     CALL "CHGQUEUE" USING WS-CHANGE-ENTRY WS-QUEUE-RESULT
055530     EVALUATE TRUE
055532         WHEN WS-CHANGE-QUEUED
055534             DISPLAY "TRANSACTION LIMIT PROPOSED FOR APPROVAL, "
055536                 "ITEM " CQ-ID
055538         WHEN WS-CHANGE-ALREADY-PENDING
055540             DISPLAY "A LIMIT CHANGE FOR " WS-TARGET-ID
055542                 " IS ALREADY AWAITING APPROVAL - NOT PROPOSED"
055544         WHEN OTHER
055546             DISPLAY "PROPOSAL NOT RECORDED - LIMIT UNCHANGED"
055548     END-EVALUATE.
055550 5100-PROPOSE-LIMIT-EXIT.
055552     EXIT.
055600
055602*----------------------------------------------------------
055604* 6000-CHECK-WINDOW - THE KEYED SIGN-ON WINDOW MUST BE BLANK
055606* (THE ROLE WINDOW APPLIES) OR TWO VALID HHMMSS TIMES.
055608*----------------------------------------------------------
055610 6000-CHECK-WINDOW.
055612     MOVE "Y" TO WS-WINDOW-FLAG
055614     IF WS-NEW-WIN-START = SPACES AND WS-NEW-WIN-END = SPACES
055616         GO TO 6000-CHECK-WINDOW-EXIT
055618     END-IF
055620     MOVE WS-NEW-WIN-START TO WS-CHECK-TIME
055622     PERFORM 6100-CHECK-ONE-TIME
055624         THRU 6100-CHECK-ONE-TIME-EXIT
055626     MOVE WS-NEW-WIN-END   TO WS-CHECK-TIME
055628     PERFORM 6100-CHECK-ONE-TIME
055630         THRU 6100-CHECK-ONE-TIME-EXIT
055632     IF NOT WS-WINDOW-VALID
055634         DISPLAY "SIGN-ON WINDOW MUST BE TWO HHMMSS TIMES "
055635             "OR BLANK"
055636     END-IF.
055638 6000-CHECK-WINDOW-EXIT.
055640     EXIT.
055642
055644*----------------------------------------------------------
055646* 6100-CHECK-ONE-TIME - ONE HHMMSS TIME OF DAY.
055648*----------------------------------------------------------
055650 6100-CHECK-ONE-TIME.
055652     IF WS-CHECK-TIME NOT NUMERIC
055654      OR WS-CHECK-TIME(1:2) > "23"
055656      OR WS-CHECK-TIME(3:2) > "59"
055658      OR WS-CHECK-TIME(5:2) > "59"
055660         MOVE "N" TO WS-WINDOW-FLAG
055662     END-IF.
055664 6100-CHECK-ONE-TIME-EXIT.
055666     EXIT.
055680
055700*----------------------------------------------------------
055800* 7000-SAVE-AND-AUDIT - REWRITE THE WHOLE OPERTAB FILE FROM
055900* THE TABLE AND APPEND ONE AUDIT LINE SAYING WHO DID WHAT TO
060000     MOVE WS-OP-BRANCH(WS-OPER-IDX)      TO OP-BRANCH
060100     MOVE WS-OP-TXN-LIMIT(WS-OPER-IDX)   TO OP-TXN-LIMIT
060200     MOVE WS-OP-TRAINEE(WS-OPER-IDX)     TO OP-TRAINEE
060210     MOVE WS-OP-SIGNON-START(WS-OPER-IDX) TO OP-SIGNON-START
060220     MOVE WS-OP-SIGNON-END(WS-OPER-IDX)   TO OP-SIGNON-END
060230     MOVE WS-OP-PERMIT-LOCS(WS-OPER-IDX)  TO OP-PERMIT-LOCS
060300     WRITE OPERATOR-RECORD.
060400 7100-WRITE-OPERATOR-EXIT.
060500     EXIT.
060600
060700*----------------------------------------------------------
060800* 8000-RECERTIFY-OPERATORS - WALK THE CURRENT RECERTS CYCLE
060900* FOR THE UNDECIDED OPERATORS THIS SUPERVISOR ANSWERS FOR.
061000*----------------------------------------------------------
061100 8000-RECERTIFY-OPERATORS.
061200     OPEN I-O RECERT-FILE
061300     IF NOT RCRT-FILE-OK
061400         DISPLAY "NO RECERTIFICATION CYCLE ON FILE, STATUS "
061500             WS-RCRT-STATUS
061600         GO TO 8000-RECERTIFY-OPERATORS-EXIT
061700     END-IF
061800     MOVE "N"  TO WS-RCRT-EOF-FLAG
061900     MOVE ZERO TO WS-RECERT-COUNT
062000     PERFORM 8100-RECERTIFY-ONE
062100         THRU 8100-RECERTIFY-ONE-EXIT
062200         UNTIL END-OF-RECERTS
062300     CLOSE RECERT-FILE
062400     DISPLAY "RECERTIFICATION DECISIONS RECORDED: "
062500         WS-RECERT-COUNT.
062600 8000-RECERTIFY-OPERATORS-EXIT.
062700     EXIT.
062800
062900*----------------------------------------------------------
063000* 8100-RECERTIFY-ONE - SHOW ONE UNDECIDED OPERATOR ON THE
063100* SUPERVISOR'S BRANCH (OR, FOR HEAD OFFICE, ANY BRANCH'S
063200* SUPERVISOR) AND RECORD THE DECISION.  A REVOCATION GOES
063300* THROUGH THE DEACTIVATE PATH.
063400*----------------------------------------------------------
063500 8100-RECERTIFY-ONE.
063600     READ RECERT-FILE NEXT RECORD
063700         AT END
063800             MOVE "Y" TO WS-RCRT-EOF-FLAG
063900             GO TO 8100-RECERTIFY-ONE-EXIT
064000     END-READ
064100     IF NOT RC-IS-PENDING
064200      OR RC-OPER-ID = WS-CURRENT-SUPER
064300         GO TO 8100-RECERTIFY-ONE-EXIT
064400     END-IF
064500     IF RC-BRANCH NOT = WS-CURRENT-BRANCH
064600         IF WS-CURRENT-BRANCH NOT = SPACES
064700          OR RC-ROLE NOT = "S"
064800             GO TO 8100-RECERTIFY-ONE-EXIT
064900         END-IF
065000     END-IF
065100     MOVE SPACE TO WS-RECERT-ANSWER
065200     DISPLAY SC-RECERT-SCREEN
065300     ACCEPT SC-RECERT-SCREEN
065400     IF RA-QUIT
065500         MOVE "Y" TO WS-RCRT-EOF-FLAG
065600         GO TO 8100-RECERTIFY-ONE-EXIT
065700     END-IF
065800     IF NOT RA-CONFIRM AND NOT RA-REVOKE
065900         GO TO 8100-RECERTIFY-ONE-EXIT
066000     END-IF
066100
066200     MOVE WS-RECERT-ANSWER TO RC-DECISION
066300     MOVE WS-CURRENT-SUPER TO RC-DECIDED-BY
066400     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
066500     COMPUTE RC-DECIDED-DATE
066600         = FUNCTION NUMVAL(WS-TIMESTAMP(1:8))
066700     REWRITE RECERT-RECORD
066800     ADD 1 TO WS-RECERT-COUNT
066900     MOVE RC-OPER-ID TO WS-TARGET-ID
067000     PERFORM 1500-FIND-TARGET
067100         THRU 1500-FIND-TARGET-EXIT
067200     IF NOT WS-TARGET-FOUND
067300         GO TO 8100-RECERTIFY-ONE-EXIT
067400     END-IF
067500     IF RA-REVOKE AND NOT WS-OP-DISABLED(WS-TARGET-SUB)
067600         PERFORM 3100-DISABLE-TARGET
067700             THRU 3100-DISABLE-TARGET-EXIT
067800         GO TO 8100-RECERTIFY-ONE-EXIT
067900     END-IF
068000     IF RA-REVOKE
068100         MOVE "REVOKE"    TO AU-ACTION
068200     ELSE
068300         MOVE "RECERTIFY" TO AU-ACTION
068400     END-IF
068500     PERFORM 7000-SAVE-AND-AUDIT
068600         THRU 7000-SAVE-AND-AUDIT-EXIT.
068700 8100-RECERTIFY-ONE-EXIT.
068800     EXIT.
