001850*                 IN COLLECTIONS, SO THE CLERK STOPS HAND-
001860*                 TYPING LETTERS FROM THE SHEET.  THE MASTER
001870*                 IS NOW OPENED FOR UPDATE FOR THE STAMP.
001875* 2026-10-15 KMR  A CHARGED-OFF LOAN IS OFF THE BOOK AND IS
001880*                 NO LONGER AGED OR NOTICED; IT SHOWS ON THE
001885*                 MONTHLY CHARGE-OFF-REPORT INSTEAD.
001887* 2026-10-15 KMR  A LOAN WHOSE MODIFICATION HAS NOT YET TAKEN
001889*                 EFFECT IS AGED ON ITS PRE-MODIFICATION DUE
001891*                 DATE UNTIL THE EFFECTIVE DATE.
001893* 2026-10-15 KMR  RETURNED MAIL.  A NOTICE FOR A BORROWER
001895*                 WHOSE CUSTADDR RECORD IS FLAGGED RETURNED-
001896*                 MAIL GOES TO THE SHARED HOLDMAIL FILE
001897*                 (HMAILREC) INSTEAD OF LOANNTC; THE LOAN IS
001898*                 STILL STAMPED NOTICED.
001900*----------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
003010
003020     SELECT NOTICE-FILE ASSIGN TO "LOANNTC"
003030         ORGANIZATION IS LINE SEQUENTIAL.
003040
003050     SELECT CUSTOMER-ADDRESS ASSIGN TO "CUSTADDR"
003060         ORGANIZATION IS INDEXED
003070         ACCESS MODE IS RANDOM
003080         RECORD KEY IS AD-CUST-ID
003085         FILE STATUS IS WS-ADDR-STATUS.
003090
003092     SELECT HOLD-MAIL-FILE ASSIGN TO "HOLDMAIL"
003094         ORGANIZATION IS LINE SEQUENTIAL.
003100
003200     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
003300         ORGANIZATION IS LINE SEQUENTIAL.
004292     05  FILLER              PIC X(01) VALUE SPACE.
004293     05  NT-BUCKET           PIC X(08).
004294     05  FILLER              PIC X(38) VALUE SPACES.
004295
004296 FD  CUSTOMER-ADDRESS.
004297 01  CUSTOMER-ADDRESS-RECORD.
004298     COPY ADDRREC.
004300
004302 FD  HOLD-MAIL-FILE.
004304 01  HOLD-MAIL-RECORD.
004306     COPY HMAILREC.
004308
004400 FD  DAILY-STATS-FILE.
004500     COPY DLYSTAT.
004600
005500         88  END-OF-LOANS            VALUE "Y".
005600 01  WS-LOAN-STATUS          PIC X(02).
005700     88  LOAN-FILE-OK                VALUE "00".
005710 01  WS-ADDR-STATUS          PIC X(02).
005720     88  ADDR-FILE-OK                VALUE "00".
005730 01  WS-ADDR-OPEN-FLAG       PIC X(01) VALUE "N".
005740     88  ADDR-FILE-OPEN              VALUE "Y".
005800
005900*----------------------------------------------------------
006000* AGING WORK FIELDS AND BUCKET TOTALS
006100*----------------------------------------------------------
006200 01  WS-TODAY-INTEGER        PIC 9(08) COMP VALUE ZERO.
006210 01  WS-TODAY                PIC 9(08) VALUE ZERO.
006220 01  WS-AGE-DUE-DATE         PIC 9(08) VALUE ZERO.
006300 01  WS-DAYS-PAST            PIC S9(05) COMP VALUE ZERO.
006400 01  WS-BUCKET-LABEL         PIC X(08).
006410 01  WS-LETTER-CODE          PIC X(02).
006420 01  WS-NOTICE-COUNT         PIC 9(05) COMP VALUE ZERO.
006430 01  WS-HELD-COUNT           PIC 9(05) COMP VALUE ZERO.
006500 01  WS-OPEN-COUNT           PIC 9(05) COMP VALUE ZERO.
006600 01  WS-PAST-DUE-COUNT       PIC 9(05) COMP VALUE ZERO.
006700 01  WS-PAST-DUE-COUNT-DISP  PIC ZZZZ9.
011400* AT THE FIRST LOAN.
011500*----------------------------------------------------------
011600 1000-INITIALIZE.
011610     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
011700     COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(
011800         FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
011900*    OPENED FOR UPDATE SO THE COLLECTIONS STATUS CAN BE
012600     END-IF
012700     OPEN OUTPUT AGING-REPORT
012710     OPEN OUTPUT NOTICE-FILE
012720     OPEN EXTEND HOLD-MAIL-FILE
012730*    NO ADDRESS FILE JUST MEANS EVERY NOTICE IS MAILED.
012740     OPEN INPUT CUSTOMER-ADDRESS
012750     IF ADDR-FILE-OK
012760         MOVE "Y" TO WS-ADDR-OPEN-FLAG
012770     END-IF
012800     WRITE AGING-REPORT-LINE FROM WS-HEADING-LINE-1
012900     WRITE AGING-REPORT-LINE FROM WS-HEADING-LINE-2
013000     PERFORM 8000-READ-NEXT-LOAN
013400
013500*----------------------------------------------------------
013600* 2000-AGE-ONE-LOAN - BUCKET ONE OPEN LOAN BY HOW FAR ITS
013700* NEXT PAYMENT IS PAST DUE.  UNTIL A MODIFICATION TAKES
013710* EFFECT THE LOAN IS STILL HELD TO ITS OLD DUE DATE.
013800*----------------------------------------------------------
013900 2000-AGE-ONE-LOAN.
014000     IF LN-IS-CLOSED OR LN-IS-CHARGED-OFF
014100         GO TO 2000-AGE-ONE-LOAN-EXIT
014200     END-IF
014300     ADD 1 TO WS-OPEN-COUNT
014310     MOVE LN-NEXT-PAYMENT-DUE TO WS-AGE-DUE-DATE
014320     IF LN-MOD-EFF-DATE NUMERIC
014330      AND LN-MOD-EFF-DATE > WS-TODAY
014340         MOVE LN-PRE-MOD-DUE TO WS-AGE-DUE-DATE
014350     END-IF
014400     IF WS-AGE-DUE-DATE NOT NUMERIC
014500      OR WS-AGE-DUE-DATE = ZERO
014600         GO TO 2000-AGE-ONE-LOAN-EXIT
014700     END-IF
014800     COMPUTE WS-DAYS-PAST
014900         = WS-TODAY-INTEGER
015000         - FUNCTION INTEGER-OF-DATE(WS-AGE-DUE-DATE)
015100     IF WS-DAYS-PAST <= ZERO
015200         GO TO 2000-AGE-ONE-LOAN-EXIT
015300     END-IF
017714* 2500-WRITE-NOTICE - ONE COLLECTIONS LETTER RECORD FOR THE
017716* PAST-DUE LOAN JUST AGED, AND THE "NOTICED" STAMP ON A LOAN
017718* NOT ALREADY IN COLLECTIONS (A PROMISE, BROKEN PROMISE OR
017720* REFERRAL OUTRANKS A FRESH NOTICE).  A BORROWER WHOSE MAIL
017721* IS BEING RETURNED HAS THE NOTICE HELD, NOT MAILED.
017722*----------------------------------------------------------
017724 2500-WRITE-NOTICE.
017726     MOVE SPACES             TO NOTICE-RECORD
017732     MOVE LN-OUTSTANDING-BAL TO NT-OUTSTANDING
017734     MOVE WS-LETTER-CODE     TO NT-LETTER-CODE
017736     MOVE WS-BUCKET-LABEL    TO NT-BUCKET
017737     PERFORM 2600-CHECK-RETURNED
017738         THRU 2600-CHECK-RETURNED-EXIT
017739     IF ADDR-FILE-OPEN AND AD-MAIL-RETURNED
017740         MOVE WS-TODAY           TO HM-HELD-DATE
017741         MOVE "LOANNTC"          TO HM-SOURCE
017742         MOVE LN-APPLICANT-ID(1:6) TO HM-CUST-ID
017743         MOVE LN-LOAN-NUMBER     TO HM-REF
017744         MOVE AD-RETURNED-DATE   TO HM-RETURNED-DATE
017745         MOVE 1                  TO HM-LINE-NO
017746         MOVE NOTICE-RECORD      TO HM-IMAGE
017747         WRITE HOLD-MAIL-RECORD
017748         ADD 1 TO WS-HELD-COUNT
017749     ELSE
017750         WRITE NOTICE-RECORD
017751     END-IF
017752     ADD 1 TO WS-NOTICE-COUNT
017753     IF LN-COLL-STATUS = SPACE OR LN-COLL-STATUS = LOW-VALUE
017754         MOVE "N" TO LN-COLL-STATUS
017755         REWRITE LOAN-MASTER-RECORD
017756     END-IF.
017757 2500-WRITE-NOTICE-EXIT.
017758     EXIT.
017759
017760*----------------------------------------------------------
017762* 2600-CHECK-RETURNED - READ THE BORROWER'S ADDRESS (THE
017764* FIRST SIX OF THE APPLICANT ID IS THE CUSTOMER ID); NO
017766* RECORD LEAVES THE RETURNED-MAIL FLAG OFF.
017768*----------------------------------------------------------
017770 2600-CHECK-RETURNED.
017772     MOVE SPACE TO AD-RETURNED-MAIL
017774     IF NOT ADDR-FILE-OPEN
017776         GO TO 2600-CHECK-RETURNED-EXIT
017778     END-IF
017780     MOVE LN-APPLICANT-ID(1:6) TO AD-CUST-ID
017782     READ CUSTOMER-ADDRESS
017784         INVALID KEY
017786             MOVE SPACE TO AD-RETURNED-MAIL
017788     END-READ.
017790 2600-CHECK-RETURNED-EXIT.
017792     EXIT.
017794
017900*----------------------------------------------------------
018000* 8000-READ-NEXT-LOAN - READ THE NEXT LOAN IN KEY SEQUENCE.
018100*----------------------------------------------------------
021000         CLOSE LOAN-MASTER
021100         CLOSE AGING-REPORT
021110         CLOSE NOTICE-FILE
021120         CLOSE HOLD-MAIL-FILE
021130         IF ADDR-FILE-OPEN
021140             CLOSE CUSTOMER-ADDRESS
021150         END-IF
021200         PERFORM 9500-WRITE-DAILY-STATS
021300             THRU 9500-WRITE-DAILY-STATS-EXIT
021400         DISPLAY "LOAN-AGING-REPORT: " WS-PAST-DUE-COUNT
021500             " PAST DUE OF " WS-OPEN-COUNT " OPEN LOANS, "
021510             WS-NOTICE-COUNT " NOTICES, " WS-HELD-COUNT
021520             " HELD FOR RETURNED MAIL"
021600     ELSE
021700         DISPLAY "LOAN-AGING-REPORT: RUN TERMINATED"
021800     END-IF.
