002200*                 LOGS THE REMITTANCE ON TXNLOG/TXNDETL.  THE
002300*                 PENDING LIST IS REWRITTEN EACH RUN WITH THE
002400*                 NEWLY NOTIFIED ACCOUNTS.
002410* 2026-10-15 KMR  RETURNED MAIL.  THE OWNER LETTER FOR A
002420*                 CUSTOMER WHOSE CUSTADDR RECORD IS FLAGGED
002430*                 RETURNED-MAIL GOES TO THE SHARED HOLDMAIL
002440*                 FILE (HMAILREC) INSTEAD OF ESCHNTC.  THE
002450*                 ACCOUNT STILL GOES ON THE PENDING LIST - THE
002460*                 NOTICE WAS ISSUED, TO THE LAST KNOWN
002470*                 ADDRESS ON FILE.
002472* 2026-10-15 KMR  OFFICIAL CHECKS.  AFTER THE ACCOUNT SWEEP THE
002474*                 OFFCHKS REGISTER (OCHKREC) IS SWEPT TOO: AN
002476*                 OFFICIAL CHECK STILL OUTSTANDING THAT WAS ISSUED
002478*                 ON OR BEFORE THE CUTOFF GOES TO ESCHREM (CHECK
002480*                 SERIAL IN THE NEW RM-CHECK-SERIAL, PURCHASING
002482*                 ACCOUNT IN RM-ACCT, PAYEE IN RM-NAME) AND IS
002484*                 MARKED ESCHEATED ON THE REGISTER.  NO OWNER
002486*                 LETTER PASS - THE FUNDS ALREADY LEFT THE
002488*                 PURCHASER'S ACCOUNT AT ISSUE, SO NOTHING MOVES
002490*                 ON THE MASTER.  NO REGISTER SKIPS THE SWEEP.
002500*----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
006300     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500
006510     SELECT CUSTOMER-ADDRESS ASSIGN TO "CUSTADDR"
006520         ORGANIZATION IS INDEXED
006530         ACCESS MODE IS RANDOM
006540         RECORD KEY IS AD-CUST-ID
006550         FILE STATUS IS WS-ADDR-STATUS.
006560
006570     SELECT HOLD-MAIL-FILE ASSIGN TO "HOLDMAIL"
006580         ORGANIZATION IS LINE SEQUENTIAL.
006590
006591     SELECT OFFICIAL-CHECKS ASSIGN TO "OFFCHKS"
006592         ORGANIZATION IS INDEXED
006593         ACCESS MODE IS DYNAMIC
006594         RECORD KEY IS OC-SERIAL
006595         FILE STATUS IS WS-OCHK-STATUS.
006596
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  ESCHEAT-PARM.
009900     05  RM-AMOUNT           PIC 9(7)V99.
010000     05  FILLER              PIC X(01) VALUE SPACE.
010100     05  RM-LAST-ACTIVITY    PIC 9(08).
010150     05  FILLER              PIC X(01) VALUE SPACE.
010160     05  RM-CHECK-SERIAL     PIC X(08).
010200     05  FILLER              PIC X(25) VALUE SPACES.
010300
010400 FD  ACCOUNT-MASTER.
010500 01  ACCOUNT-RECORD.
011500 FD  DAILY-STATS-FILE.
011600     COPY DLYSTAT.
011700
011710 FD  CUSTOMER-ADDRESS.
011720 01  CUSTOMER-ADDRESS-RECORD.
011730     COPY ADDRREC.
011740
011750 FD  HOLD-MAIL-FILE.
011760 01  HOLD-MAIL-RECORD.
011770     COPY HMAILREC.
011780
011785 FD  OFFICIAL-CHECKS.
011790 01  OFFICIAL-CHECK-RECORD.
011795     COPY OCHKREC.
011796
011800 WORKING-STORAGE SECTION.
011900*----------------------------------------------------------
012000* SWITCHES AND FILE STATUS
013500 01  WS-TXND-STATUS          PIC X(02).
013600     88  TXND-FILE-OK                VALUE "00".
013700     88  TXND-FILE-NOT-FOUND         VALUE "35".
013710 01  WS-ADDR-STATUS          PIC X(02).
013720     88  ADDR-FILE-OK                VALUE "00".
013730 01  WS-ADDR-OPEN-FLAG       PIC X(01) VALUE "N".
013740     88  ADDR-FILE-OPEN              VALUE "Y".
013745 01  WS-OCHK-STATUS          PIC X(02).
013750     88  OCHK-FILE-OK                VALUE "00".
013755 01  WS-OCHK-OPEN-FLAG       PIC X(01) VALUE "N".
013760     88  OCHK-FILE-OPEN              VALUE "Y".
013765 01  WS-OCHK-EOF-FLAG        PIC X(01) VALUE "N".
013770     88  END-OF-OFFCHKS              VALUE "Y".
013800
013900*----------------------------------------------------------
014000* PRIOR-NOTIFICATION TABLE FROM ESCHPEND
016400 01  WS-REMIT-AMOUNT         PIC 9(7)V99 VALUE ZERO.
016500 01  WS-NOTIFIED-COUNT       PIC 9(05) COMP VALUE ZERO.
016600 01  WS-REMITTED-COUNT       PIC 9(05) COMP VALUE ZERO.
016650 01  WS-HELD-COUNT           PIC 9(05) COMP VALUE ZERO.
016660 01  WS-OCHK-REMITTED-COUNT  PIC 9(05) COMP VALUE ZERO.
016700 01  WS-NOTIFIED-COUNT-DISP  PIC ZZZZ9.
016800 01  WS-REMITTED-COUNT-DISP  PIC ZZZZ9.
016900
019700     PERFORM 2000-SWEEP-ONE-ACCOUNT
019800         THRU 2000-SWEEP-ONE-ACCOUNT-EXIT
019900         UNTIL END-OF-ACCOUNTS
019910     IF OCHK-FILE-OPEN
019920         PERFORM 8500-ESCHEAT-ONE-CHECK
019930             THRU 8500-ESCHEAT-ONE-CHECK-EXIT
019940             UNTIL END-OF-OFFCHKS
019950     END-IF
020000     PERFORM 9000-TERMINATE
020100         THRU 9000-TERMINATE-EXIT
020200     STOP RUN.
023200
023300     OPEN OUTPUT PENDING-FILE-OUT
023400     OPEN OUTPUT NOTICE-FILE
023410     OPEN EXTEND HOLD-MAIL-FILE
023420*    NO ADDRESS FILE JUST MEANS EVERY LETTER IS MAILED.
023430     OPEN INPUT CUSTOMER-ADDRESS
023440     IF ADDR-FILE-OK
023450         MOVE "Y" TO WS-ADDR-OPEN-FLAG
023460     END-IF
023500     OPEN OUTPUT REMIT-FILE
023600     OPEN I-O    ACCOUNT-MASTER
023700     IF NOT ACCT-STATUS-OK
024800         CLOSE TRANSACTION-DETAIL
024900         OPEN I-O TRANSACTION-DETAIL
025000     END-IF
025010*    NO OFFICIAL CHECK REGISTER YET MEANS NO CHECKS TO SWEEP.
025020     OPEN I-O    OFFICIAL-CHECKS
025030     IF OCHK-FILE-OK
025040         MOVE "Y" TO WS-OCHK-OPEN-FLAG
025050         PERFORM 8600-READ-NEXT-OFFCHK
025060             THRU 8600-READ-NEXT-OFFCHK-EXIT
025070     END-IF
025100     PERFORM 8000-READ-NEXT-ACCOUNT
025200         THRU 8000-READ-NEXT-ACCOUNT-EXIT.
025300 1000-INITIALIZE-EXIT.
038600*----------------------------------------------------------
038700* 4000-NOTIFY-OWNER - WRITE THE OWNER-NOTIFICATION LETTER
038800* AND CARRY THE ACCOUNT ON THE PENDING LIST FOR NEXT YEAR'S
038900* REMITTANCE PASS.  AN OWNER WHOSE MAIL IS BEING RETURNED
038950* HAS THE LETTER HELD, NOT MAILED.
039000*----------------------------------------------------------
039100 4000-NOTIFY-OWNER.
039200     MOVE SPACES           TO NOTICE-RECORD
039300     MOVE ACCT-NUMBER      TO NT-ACCT
039400     MOVE ACCT-NAME        TO NT-NAME
039500     MOVE ACCT-BALANCE     TO NT-BALANCE
039600     PERFORM 4100-CHECK-RETURNED
039610         THRU 4100-CHECK-RETURNED-EXIT
039620     IF ADDR-FILE-OPEN AND AD-MAIL-RETURNED
039630         MOVE WS-BUSINESS-DATE TO HM-HELD-DATE
039640         MOVE "ESCHNTC"        TO HM-SOURCE
039650         MOVE ACCT-CUST-NUM    TO HM-CUST-ID
039660         MOVE ACCT-NUMBER      TO HM-REF
039670         MOVE AD-RETURNED-DATE TO HM-RETURNED-DATE
039680         MOVE 1                TO HM-LINE-NO
039690         MOVE NOTICE-RECORD    TO HM-IMAGE
039692         WRITE HOLD-MAIL-RECORD
039694         ADD 1 TO WS-HELD-COUNT
039696     ELSE
039698         WRITE NOTICE-RECORD
039699     END-IF
039700     MOVE ACCT-NUMBER      TO PO-ACCT
039800     MOVE WS-BUSINESS-DATE TO PO-NOTIFY-DATE
039900     WRITE PENDING-RECORD-OUT
040100 4000-NOTIFY-OWNER-EXIT.
040200     EXIT.
040300
040310*----------------------------------------------------------
040320* 4100-CHECK-RETURNED - READ THE OWNER'S ADDRESS; NO
040330* CUSTOMER LINK OR NO RECORD LEAVES THE RETURNED-MAIL FLAG
040340* OFF.
040350*----------------------------------------------------------
040360 4100-CHECK-RETURNED.
040365     MOVE SPACE TO AD-RETURNED-MAIL
040370     IF NOT ADDR-FILE-OPEN OR ACCT-CUST-NUM = SPACES
040375         GO TO 4100-CHECK-RETURNED-EXIT
040380     END-IF
040385     MOVE ACCT-CUST-NUM TO AD-CUST-ID
040390     READ CUSTOMER-ADDRESS
040392         INVALID KEY
040394             MOVE SPACE TO AD-RETURNED-MAIL
040396     END-READ.
040397 4100-CHECK-RETURNED-EXIT.
040398     EXIT.
040399
040400*----------------------------------------------------------
040500* 8000-READ-NEXT-ACCOUNT - READ THE NEXT ACCOUNT MASTER
040600* RECORD IN KEY SEQUENCE.
041200     END-READ.
041300 8000-READ-NEXT-ACCOUNT-EXIT.
041400     EXIT.
041402
041404*----------------------------------------------------------
041406* 8500-ESCHEAT-ONE-CHECK - ONE OFFICIAL CHECK: STILL
041408* OUTSTANDING AND ISSUED ON OR BEFORE THE CUTOFF GOES TO THE
041410* STATE EXTRACT AND IS MARKED ESCHEATED ON THE REGISTER.
041412*----------------------------------------------------------
041414 8500-ESCHEAT-ONE-CHECK.
041416     IF NOT OC-IS-OUTSTANDING
041418      OR OC-ISSUE-DATE > WS-CUTOFF-DATE
041420         GO TO 8500-ESCHEAT-ONE-CHECK-READ
041422     END-IF
041424     MOVE SPACES             TO REMIT-RECORD
041426     MOVE OC-PURCH-ACCT      TO RM-ACCT
041428     MOVE OC-PAYEE           TO RM-NAME
041430     MOVE OC-AMOUNT          TO RM-AMOUNT
041432     MOVE OC-ISSUE-DATE      TO RM-LAST-ACTIVITY
041434     MOVE OC-SERIAL          TO RM-CHECK-SERIAL
041436     WRITE REMIT-RECORD
041438
041440     MOVE "E"                TO OC-STATUS
041442     MOVE WS-BUSINESS-DATE   TO OC-CLOSED-DATE
041444     REWRITE OFFICIAL-CHECK-RECORD
041446         INVALID KEY
041448             DISPLAY "OFFCHKS REWRITE FAILED, STATUS "
041450                 WS-OCHK-STATUS " SERIAL " OC-SERIAL
041452     END-REWRITE
041454     ADD 1 TO WS-OCHK-REMITTED-COUNT.
041456
041458 8500-ESCHEAT-ONE-CHECK-READ.
041460     PERFORM 8600-READ-NEXT-OFFCHK
041462         THRU 8600-READ-NEXT-OFFCHK-EXIT.
041464 8500-ESCHEAT-ONE-CHECK-EXIT.
041466     EXIT.
041468
041470*----------------------------------------------------------
041472* 8600-READ-NEXT-OFFCHK - READ THE NEXT OFFICIAL CHECK IN
041474* SERIAL SEQUENCE.
041476*----------------------------------------------------------
041478 8600-READ-NEXT-OFFCHK.
041480     READ OFFICIAL-CHECKS NEXT RECORD
041482         AT END
041484             MOVE "Y" TO WS-OCHK-EOF-FLAG
041486     END-READ.
041488 8600-READ-NEXT-OFFCHK-EXIT.
041490     EXIT.
041500
041600*----------------------------------------------------------
041700* 9000-TERMINATE - CLOSE FILES AND WRITE THE DAILY-STATS
042700     END-IF
042800     CLOSE PENDING-FILE-OUT
042900     CLOSE NOTICE-FILE
042910     CLOSE HOLD-MAIL-FILE
042920     IF ADDR-FILE-OPEN
042930         CLOSE CUSTOMER-ADDRESS
042940     END-IF
042950     IF OCHK-FILE-OPEN
042960         CLOSE OFFICIAL-CHECKS
042970     END-IF
043000     CLOSE REMIT-FILE
043100     PERFORM 9500-WRITE-DAILY-STATS
043200         THRU 9500-WRITE-DAILY-STATS-EXIT
043300     DISPLAY "ESCHEAT-BATCH: " WS-NOTIFIED-COUNT
043400         " NOTIFIED, " WS-REMITTED-COUNT " REMITTED, "
043450         WS-HELD-COUNT " LETTERS HELD FOR RETURNED MAIL, "
043460         WS-OCHK-REMITTED-COUNT " OFFICIAL CHECKS REMITTED".
043500 9000-TERMINATE-EXIT.
043600     EXIT.
043700
