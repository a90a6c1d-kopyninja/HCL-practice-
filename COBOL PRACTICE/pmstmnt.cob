001400*                 STATEMENT TEXT PER PRODUCT, SO THE PRODUCT
001500*                 RULES SCATTERED AS LITERALS THROUGH FOUR
001600*                 PROGRAMS LIVE IN ONE PLACE.
001610* 2026-10-15 KMR  RESTRICTED TO SUPERVISORS THROUGH THE SHARED
001620*                 SUPVSIGN SIGN-ON.  A CHANGED MINIMUM BALANCE
001630*                 NO LONGER GOES STRAIGHT ONTO PRODMAST: IT IS
001640*                 PROPOSED ON THE PENDCHG MAKER-CHECKER QUEUE
001650*                 THROUGH CHGQUEUE AND APPLIED ONLY WHEN A SECOND
001660*                 SUPERVISOR APPROVES IT ON CHANGE-APPROVAL.  THE
001670*                 OTHER FIELDS STILL CHANGE DIRECTLY.
001700*----------------------------------------------------------
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
005000 01  WS-INT-ELIGIBLE         PIC X(01) VALUE "N".
005100 01  WS-FEE-SCHED-CODE       PIC X(01) VALUE SPACE.
005200 01  WS-STMT-TEXT            PIC X(20) VALUE SPACES.
005205
005210*----------------------------------------------------------
005215* SUPERVISOR SIGN-ON AND THE MAKER-CHECKER PROPOSAL
005220*----------------------------------------------------------
005225 01  WS-SIGNON-ID            PIC X(06).
005230 01  WS-SIGNON-PASSWORD      PIC X(08).
005235 01  WS-SIGNON-TRIES         PIC 9 COMP VALUE ZERO.
005240 01  WS-SIGNON-RESULT        PIC X(01) VALUE "N".
005245     88  WS-SIGNED-ON                VALUE "Y".
005250     88  WS-NOT-SUPERVISOR           VALUE "S".
005255 01  WS-CURRENT-SUPER        PIC X(06) VALUE SPACES.
005260 01  WS-QUEUE-RESULT         PIC X(01) VALUE SPACE.
005265     88  WS-CHANGE-QUEUED            VALUE "Y".
005270     88  WS-CHANGE-ALREADY-PENDING   VALUE "D".
005275 01  WS-CHANGE-ENTRY.
005280     COPY PCHGREC.
005300
005400 SCREEN SECTION.
005405*----------------------------------------------------------
005410* SC-SIGNON-SCREEN - SUPERVISOR SIGN-ON.
005415*----------------------------------------------------------
005420 01  SC-SIGNON-SCREEN.
005425     05  BLANK SCREEN.
005430     05  LINE 02 COL 10 VALUE "PRODUCT-MAST-MAINT - SUPERVISOR SIG
005435-        "N-ON".
005440     05  LINE 04 COL 10 VALUE "SUPERVISOR ID:".
005445     05  LINE 04 COL 28 PIC X(06) USING WS-SIGNON-ID.
005450     05  LINE 05 COL 10 VALUE "PASSWORD:".
005455     05  LINE 05 COL 28 PIC X(08) USING WS-SIGNON-PASSWORD
005460                        SECURE.
005465
005500*----------------------------------------------------------
005600* SC-MAINT-MENU - THE MAINTENANCE MENU.
005700*----------------------------------------------------------
008600* 0000-MAINLINE
008700*----------------------------------------------------------
008800 0000-MAINLINE.
008810     PERFORM 0500-SUPERVISOR-SIGNON
008820         THRU 0500-SUPERVISOR-SIGNON-EXIT
008830     IF NOT WS-SIGNED-ON
008840         DISPLAY "ACCESS DENIED"
008850         STOP RUN
008860     END-IF
008900     OPEN I-O PRODUCT-MASTER
009000     IF PROD-FILE-NOT-FOUND
009100         OPEN OUTPUT PRODUCT-MASTER
010200         UNTIL WS-DONE
010300     CLOSE PRODUCT-MASTER
010400     STOP RUN.
010402
010404*----------------------------------------------------------
010406* 0500-SUPERVISOR-SIGNON - THREE TRIES; ONLY AN ACTIVE
010408* SUPERVISOR GETS IN.
010410*----------------------------------------------------------
010412 0500-SUPERVISOR-SIGNON.
010414     PERFORM 0510-ATTEMPT-SIGNON
010416         THRU 0510-ATTEMPT-SIGNON-EXIT
010418         VARYING WS-SIGNON-TRIES FROM 1 BY 1
010420         UNTIL WS-SIGNON-TRIES > 3 OR WS-SIGNED-ON.
010422 0500-SUPERVISOR-SIGNON-EXIT.
010424     EXIT.
010426
010428*----------------------------------------------------------
010430* 0510-ATTEMPT-SIGNON - ONE SIGN-ON ATTEMPT.
010432*----------------------------------------------------------
010434 0510-ATTEMPT-SIGNON.
010436     MOVE SPACES TO WS-SIGNON-ID WS-SIGNON-PASSWORD
010438     DISPLAY SC-SIGNON-SCREEN
010440     ACCEPT SC-SIGNON-SCREEN
010442     CALL "SUPVSIGN" USING WS-SIGNON-ID WS-SIGNON-PASSWORD
010444         WS-SIGNON-RESULT
010446     EVALUATE TRUE
010448         WHEN WS-SIGNED-ON
010450             MOVE WS-SIGNON-ID TO WS-CURRENT-SUPER
010452         WHEN WS-NOT-SUPERVISOR
010454             DISPLAY "NOT AN ACTIVE SUPERVISOR"
010456         WHEN OTHER
010458             DISPLAY "INVALID SUPERVISOR ID OR PASSWORD"
010460     END-EVALUATE.
010462 0510-ATTEMPT-SIGNON-EXIT.
010464     EXIT.
010500
010600*----------------------------------------------------------
010700* 1000-PROCESS-MENU - ONE MAINTENANCE ACTION.
015800
015900*----------------------------------------------------------
016000* 3000-CHANGE-PRODUCT - RE-PRESENT AND REWRITE ONE RECORD.
016010* A NEW MINIMUM BALANCE IS PROPOSED FOR APPROVAL INSTEAD OF
016020* BEING REWRITTEN.
016100*----------------------------------------------------------
016200 3000-CHANGE-PRODUCT.
016300     MOVE SPACES TO WS-PROD-CODE
017500     MOVE PM-STMT-TEXT      TO WS-STMT-TEXT
017600     DISPLAY SC-PRODUCT-SCREEN
017700     ACCEPT SC-PRODUCT-SCREEN
017900     MOVE WS-INT-ELIGIBLE   TO PM-INT-ELIGIBLE
018000     MOVE WS-FEE-SCHED-CODE TO PM-FEE-SCHED-CODE
018100     MOVE WS-STMT-TEXT      TO PM-STMT-TEXT
018200     REWRITE PRODUCT-MASTER-RECORD
018210     DISPLAY "PRODUCT UPDATED: " WS-PROD-CODE
018220     IF WS-MIN-BALANCE NOT = PM-MIN-BALANCE
018230         PERFORM 3100-PROPOSE-MIN-BALANCE
018240             THRU 3100-PROPOSE-MIN-BALANCE-EXIT
018250     END-IF.
018400 3000-CHANGE-PRODUCT-EXIT.
018500     EXIT.
018502
018504*----------------------------------------------------------
018506* 3100-PROPOSE-MIN-BALANCE - PUT THE NEW MINIMUM BALANCE ON
018508* THE PENDCHG QUEUE, WITH THE LIVE VALUE AS THE BEFORE IMAGE,
018510* FOR A SECOND SUPERVISOR TO APPROVE.
018512*----------------------------------------------------------
018514 3100-PROPOSE-MIN-BALANCE.
018516     MOVE SPACES           TO WS-CHANGE-ENTRY
018518     MOVE "P"              TO CQ-TABLE
018520     MOVE WS-PROD-CODE     TO CQ-KEY
018522     MOVE PM-MIN-BALANCE   TO CQ-BEFORE-AMOUNT
018524     MOVE WS-MIN-BALANCE   TO CQ-AFTER-AMOUNT
018526     MOVE WS-CURRENT-SUPER TO CQ-MAKER
018528     CALL "CHGQUEUE" USING WS-CHANGE-ENTRY WS-QUEUE-RESULT
018530     EVALUATE TRUE
018532         WHEN WS-CHANGE-QUEUED
018534             DISPLAY "MINIMUM BALANCE PROPOSED FOR APPROVAL, "
018536                 "ITEM " CQ-ID
018538         WHEN WS-CHANGE-ALREADY-PENDING
018540             DISPLAY "A MINIMUM BALANCE CHANGE FOR " WS-PROD-CODE
018542                 " IS ALREADY AWAITING APPROVAL - NOT PROPOSED"
018544         WHEN OTHER
018546             DISPLAY "PROPOSAL NOT RECORDED - MINIMUM BALANCE "
018548                 "UNCHANGED"
018550     END-EVALUATE.
018552 3100-PROPOSE-MIN-BALANCE-EXIT.
018554     EXIT.
018600
018700*----------------------------------------------------------
018800* 4000-LIST-PRODUCTS - EVERY PRODUCT ON THE MASTER.
