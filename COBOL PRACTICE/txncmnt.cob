001500*                 LISTS HARDCODED THROUGH THE RECONCILIATION
001600*                 AND TELLER PROOF PROGRAMS LIVE IN ONE
001700*                 PLACE.
001710* 2026-10-15 KMR  RESTRICTED TO SUPERVISORS THROUGH THE SHARED
001720*                 SUPVSIGN SIGN-ON.  A CHANGED DIRECTION NO
001730*                 LONGER GOES STRAIGHT ONTO TXNCODES: IT IS
001740*                 PROPOSED ON THE PENDCHG MAKER-CHECKER QUEUE
001750*                 THROUGH CHGQUEUE AND APPLIED ONLY WHEN A SECOND
001760*                 SUPERVISOR APPROVES IT ON CHANGE-APPROVAL.  THE
001770*                 OTHER FIELDS STILL CHANGE DIRECTLY.
001800*----------------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
005100 01  WS-DIRECTION            PIC X(01) VALUE "N".
005200 01  WS-CASH-FLAG            PIC X(01) VALUE "N".
005300 01  WS-STATUS               PIC X(01) VALUE SPACE.
005305
005310*----------------------------------------------------------
005315* SUPERVISOR SIGN-ON AND THE MAKER-CHECKER PROPOSAL
005320*----------------------------------------------------------
005325 01  WS-SIGNON-ID            PIC X(06).
005330 01  WS-SIGNON-PASSWORD      PIC X(08).
005335 01  WS-SIGNON-TRIES         PIC 9 COMP VALUE ZERO.
005340 01  WS-SIGNON-RESULT        PIC X(01) VALUE "N".
005345     88  WS-SIGNED-ON                VALUE "Y".
005350     88  WS-NOT-SUPERVISOR           VALUE "S".
005355 01  WS-CURRENT-SUPER        PIC X(06) VALUE SPACES.
005360 01  WS-QUEUE-RESULT         PIC X(01) VALUE SPACE.
005365     88  WS-CHANGE-QUEUED            VALUE "Y".
005370     88  WS-CHANGE-ALREADY-PENDING   VALUE "D".
005375 01  WS-CHANGE-ENTRY.
005380     COPY PCHGREC.
005400
005500 SCREEN SECTION.
005505*----------------------------------------------------------
005510* SC-SIGNON-SCREEN - SUPERVISOR SIGN-ON.
005515*----------------------------------------------------------
005520 01  SC-SIGNON-SCREEN.
005525     05  BLANK SCREEN.
005530     05  LINE 02 COL 10 VALUE "TXN CODES - SUPERVISOR SIGN-ON".
005535     05  LINE 04 COL 10 VALUE "SUPERVISOR ID:".
005540     05  LINE 04 COL 28 PIC X(06) USING WS-SIGNON-ID.
005545     05  LINE 05 COL 10 VALUE "PASSWORD:".
005550     05  LINE 05 COL 28 PIC X(08) USING WS-SIGNON-PASSWORD
005555                        SECURE.
005560
005600*----------------------------------------------------------
005700* SC-MAINT-MENU - THE MAINTENANCE MENU.
005800*----------------------------------------------------------
008700* 0000-MAINLINE
008800*----------------------------------------------------------
008900 0000-MAINLINE.
008910     PERFORM 0500-SUPERVISOR-SIGNON
008920         THRU 0500-SUPERVISOR-SIGNON-EXIT
008930     IF NOT WS-SIGNED-ON
008940         DISPLAY "ACCESS DENIED"
008950         STOP RUN
008960     END-IF
009000     OPEN I-O TXN-CODES
009100     IF TXNC-FILE-NOT-FOUND
009200         OPEN OUTPUT TXN-CODES
010300         UNTIL WS-DONE
010400     CLOSE TXN-CODES
010500     STOP RUN.
010502
010504*----------------------------------------------------------
010506* 0500-SUPERVISOR-SIGNON - THREE TRIES; ONLY AN ACTIVE
010508* SUPERVISOR GETS IN.
010510*----------------------------------------------------------
010512 0500-SUPERVISOR-SIGNON.
010514     PERFORM 0510-ATTEMPT-SIGNON
010516         THRU 0510-ATTEMPT-SIGNON-EXIT
010518         VARYING WS-SIGNON-TRIES FROM 1 BY 1
010520         UNTIL WS-SIGNON-TRIES > 3 OR WS-SIGNED-ON.
010522 0500-SUPERVISOR-SIGNON-EXIT.
010524     EXIT.
010526
010528*----------------------------------------------------------
010530* 0510-ATTEMPT-SIGNON - ONE SIGN-ON ATTEMPT.
010532*----------------------------------------------------------
010534 0510-ATTEMPT-SIGNON.
010536     MOVE SPACES TO WS-SIGNON-ID WS-SIGNON-PASSWORD
010538     DISPLAY SC-SIGNON-SCREEN
010540     ACCEPT SC-SIGNON-SCREEN
010542     CALL "SUPVSIGN" USING WS-SIGNON-ID WS-SIGNON-PASSWORD
010544         WS-SIGNON-RESULT
010546     EVALUATE TRUE
010548         WHEN WS-SIGNED-ON
010550             MOVE WS-SIGNON-ID TO WS-CURRENT-SUPER
010552         WHEN WS-NOT-SUPERVISOR
010554             DISPLAY "NOT AN ACTIVE SUPERVISOR"
010556         WHEN OTHER
010558             DISPLAY "INVALID SUPERVISOR ID OR PASSWORD"
010560     END-EVALUATE.
010562 0510-ATTEMPT-SIGNON-EXIT.
010564     EXIT.
010600
010700*----------------------------------------------------------
010800* 1000-PROCESS-MENU - ONE MAINTENANCE ACTION.
016200
016300*----------------------------------------------------------
016400* 3000-CHANGE-CODE - RE-PRESENT AND REWRITE ONE RECORD.
016410* A NEW DIRECTION IS PROPOSED FOR APPROVAL INSTEAD OF BEING
016420* REWRITTEN.
016500*----------------------------------------------------------
016600 3000-CHANGE-CODE.
016700     MOVE SPACES TO WS-CODE
018500         GO TO 3000-CHANGE-CODE-EXIT
018600     END-IF
018700     MOVE WS-DESCRIPTION TO TC-DESCRIPTION
018900     MOVE WS-CASH-FLAG   TO TC-CASH-FLAG
019000     MOVE WS-STATUS      TO TC-STATUS
019100     REWRITE TXN-CODE-RECORD
019110     DISPLAY "CODE UPDATED: " WS-CODE
019120     IF WS-DIRECTION NOT = TC-DIRECTION
019130         PERFORM 3100-PROPOSE-DIRECTION
019140             THRU 3100-PROPOSE-DIRECTION-EXIT
019150     END-IF.
019300 3000-CHANGE-CODE-EXIT.
019400     EXIT.
019402
019404*----------------------------------------------------------
019406* 3100-PROPOSE-DIRECTION - PUT THE NEW DIRECTION ON THE
019408* PENDCHG QUEUE, WITH THE LIVE VALUE AS THE BEFORE IMAGE, FOR
019410* A SECOND SUPERVISOR TO APPROVE.
019412*----------------------------------------------------------
019414 3100-PROPOSE-DIRECTION.
019416     MOVE SPACES           TO WS-CHANGE-ENTRY
019418     MOVE "T"              TO CQ-TABLE
019420     MOVE WS-CODE          TO CQ-KEY
019422     MOVE TC-DIRECTION     TO CQ-BEFORE-CODE
019424     MOVE WS-DIRECTION     TO CQ-AFTER-CODE
019426     MOVE WS-CURRENT-SUPER TO CQ-MAKER
019428     CALL "CHGQUEUE" USING WS-CHANGE-ENTRY WS-QUEUE-RESULT
019430     EVALUATE TRUE
019432         WHEN WS-CHANGE-QUEUED
019434             DISPLAY "DIRECTION PROPOSED FOR APPROVAL, ITEM "
019436                 CQ-ID
019438         WHEN WS-CHANGE-ALREADY-PENDING
019440             DISPLAY "A DIRECTION CHANGE FOR " WS-CODE
019442                 " IS ALREADY AWAITING APPROVAL - NOT PROPOSED"
019444         WHEN OTHER
019446             DISPLAY "PROPOSAL NOT RECORDED - DIRECTION UNCHANGED"
019448     END-EVALUATE.
019450 3100-PROPOSE-DIRECTION-EXIT.
019452     EXIT.
019500
019600*----------------------------------------------------------
019700* 4000-LIST-CODES - EVERY CODE ON THE TABLE.
