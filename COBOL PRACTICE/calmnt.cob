001200*                 LIST THE ENTRIES, ADD A BANK HOLIDAY OR A
001300*                 MONTH-END FLAG.  WEEKENDS NEED NO ENTRIES -
001400*                 CALLOOK DERIVES THEM FROM THE DAY NUMBER.
001410* 2026-10-15 KMR  RESTRICTED TO SUPERVISORS THROUGH THE SHARED
001420*                 SUPVSIGN SIGN-ON.  A NEW BANK HOLIDAY NO
001430*                 LONGER GOES STRAIGHT ONTO THE CALENDAR: IT IS
001440*                 PROPOSED ON THE PENDCHG MAKER-CHECKER QUEUE
001450*                 THROUGH CHGQUEUE AND WRITTEN ONLY WHEN A SECOND
001460*                 SUPERVISOR APPROVES IT ON CHANGE-APPROVAL.
001470*                 MONTH-END FLAGS STILL GO ON DIRECTLY.
001500*----------------------------------------------------------
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
004500 01  WS-NEW-DATE             PIC 9(08) VALUE ZERO.
004600 01  WS-NEW-TYPE             PIC X(01) VALUE "H".
004700 01  WS-NEW-DESC             PIC X(20).
004705
004710*----------------------------------------------------------
004715* SUPERVISOR SIGN-ON AND THE MAKER-CHECKER PROPOSAL
004720*----------------------------------------------------------
004725 01  WS-SIGNON-ID            PIC X(06).
004730 01  WS-SIGNON-PASSWORD      PIC X(08).
004735 01  WS-SIGNON-TRIES         PIC 9 COMP VALUE ZERO.
004740 01  WS-SIGNON-RESULT        PIC X(01) VALUE "N".
004745     88  WS-SIGNED-ON                VALUE "Y".
004750     88  WS-NOT-SUPERVISOR           VALUE "S".
004755 01  WS-CURRENT-SUPER        PIC X(06) VALUE SPACES.
004760 01  WS-QUEUE-RESULT         PIC X(01) VALUE SPACE.
004765     88  WS-CHANGE-QUEUED            VALUE "Y".
004770     88  WS-CHANGE-ALREADY-PENDING   VALUE "D".
004775 01  WS-CHANGE-ENTRY.
004780     COPY PCHGREC.
004800
004900 SCREEN SECTION.
004905*----------------------------------------------------------
004910* SC-SIGNON-SCREEN - SUPERVISOR SIGN-ON.
004915*----------------------------------------------------------
004920 01  SC-SIGNON-SCREEN.
004925     05  BLANK SCREEN.
004930     05  LINE 02 COL 10 VALUE "CALENDAR-MAINT - SUPERVISOR SIGN-
004935-        "ON".
004940     05  LINE 04 COL 10 VALUE "SUPERVISOR ID:".
004945     05  LINE 04 COL 28 PIC X(06) USING WS-SIGNON-ID.
004950     05  LINE 05 COL 10 VALUE "PASSWORD:".
004955     05  LINE 05 COL 28 PIC X(08) USING WS-SIGNON-PASSWORD
004960                        SECURE.
004965
005000*----------------------------------------------------------
005100* SC-MAINT-MENU - THE MAINTENANCE MENU.
005200*----------------------------------------------------------
007600* 0000-MAINLINE
007700*----------------------------------------------------------
007800 0000-MAINLINE.
007810     PERFORM 0500-SUPERVISOR-SIGNON
007820         THRU 0500-SUPERVISOR-SIGNON-EXIT
007830     IF NOT WS-SIGNED-ON
007840         DISPLAY "ACCESS DENIED"
007850         STOP RUN
007860     END-IF
007870
007900     PERFORM 1000-PROCESS-MENU
008000         THRU 1000-PROCESS-MENU-EXIT
008100         UNTIL WS-DONE
008200     STOP RUN.
008202
008204*----------------------------------------------------------
008206* 0500-SUPERVISOR-SIGNON - THREE TRIES; ONLY AN ACTIVE
008208* SUPERVISOR GETS IN.
008210*----------------------------------------------------------
008212 0500-SUPERVISOR-SIGNON.
008214     PERFORM 0510-ATTEMPT-SIGNON
008216         THRU 0510-ATTEMPT-SIGNON-EXIT
008218         VARYING WS-SIGNON-TRIES FROM 1 BY 1
008220         UNTIL WS-SIGNON-TRIES > 3 OR WS-SIGNED-ON.
008222 0500-SUPERVISOR-SIGNON-EXIT.
008224     EXIT.
008226
008228*----------------------------------------------------------
008230* 0510-ATTEMPT-SIGNON - ONE SIGN-ON ATTEMPT.
008232*----------------------------------------------------------
008234 0510-ATTEMPT-SIGNON.
008236     MOVE SPACES TO WS-SIGNON-ID WS-SIGNON-PASSWORD
008238     DISPLAY SC-SIGNON-SCREEN
008240     ACCEPT SC-SIGNON-SCREEN
008242     CALL "SUPVSIGN" USING WS-SIGNON-ID WS-SIGNON-PASSWORD
008244         WS-SIGNON-RESULT
008246     EVALUATE TRUE
008248         WHEN WS-SIGNED-ON
008250             MOVE WS-SIGNON-ID TO WS-CURRENT-SUPER
008252         WHEN WS-NOT-SUPERVISOR
008254             DISPLAY "NOT AN ACTIVE SUPERVISOR"
008256         WHEN OTHER
008258             DISPLAY "INVALID SUPERVISOR ID OR PASSWORD"
008260     END-EVALUATE.
008262 0510-ATTEMPT-SIGNON-EXIT.
008264     EXIT.
008300
008400*----------------------------------------------------------
008500* 1000-PROCESS-MENU - ONE ACTION.
013500     EXIT.
013600
013700*----------------------------------------------------------
013710* 3000-ADD-ENTRY - APPEND ONE CALENDAR ENTRY.  A HOLIDAY IS
013720* PROPOSED FOR APPROVAL INSTEAD.
013900*----------------------------------------------------------
014000 3000-ADD-ENTRY.
014100     MOVE ZERO   TO WS-NEW-DATE
014700         DISPLAY "DATE IS REQUIRED - NOT ADDED"
014800         GO TO 3000-ADD-ENTRY-EXIT
014900     END-IF
014910     IF WS-NEW-TYPE = "H"
014920         PERFORM 3100-PROPOSE-HOLIDAY
014930             THRU 3100-PROPOSE-HOLIDAY-EXIT
014940         GO TO 3000-ADD-ENTRY-EXIT
014950     END-IF
015000     OPEN EXTEND CALENDAR-FILE
015100     IF CAL-FILE-NOT-FOUND
015200         OPEN OUTPUT CALENDAR-FILE
015900     DISPLAY "CALENDAR ENTRY RECORDED: " WS-NEW-DATE.
016000 3000-ADD-ENTRY-EXIT.
016100     EXIT.
016200
016300*----------------------------------------------------------
016400* 3100-PROPOSE-HOLIDAY - PUT THE NEW HOLIDAY ON THE PENDCHG
016500* QUEUE FOR A SECOND SUPERVISOR TO APPROVE.
016600*----------------------------------------------------------
016700 3100-PROPOSE-HOLIDAY.
016800     MOVE SPACES           TO WS-CHANGE-ENTRY
016900     MOVE "C"              TO CQ-TABLE
017000     MOVE WS-NEW-DATE      TO CQ-KEY
017100     MOVE WS-NEW-TYPE      TO CQ-AFTER-CODE
017200     MOVE WS-NEW-DESC      TO CQ-AFTER-DESC
017300     MOVE WS-CURRENT-SUPER TO CQ-MAKER
017400     CALL "CHGQUEUE" USING WS-CHANGE-ENTRY WS-QUEUE-RESULT
017500     EVALUATE TRUE
017600         WHEN WS-CHANGE-QUEUED
017700             DISPLAY "HOLIDAY PROPOSED FOR APPROVAL, ITEM " CQ-ID
017800         WHEN WS-CHANGE-ALREADY-PENDING
017900             DISPLAY "A CHANGE FOR " WS-NEW-DATE
018000                 " IS ALREADY AWAITING APPROVAL - NOT ADDED"
018100         WHEN OTHER
018200             DISPLAY "PROPOSAL NOT RECORDED - NOT ADDED"
018300     END-EVALUATE.
018400 3100-PROPOSE-HOLIDAY-EXIT.
018500     EXIT.
