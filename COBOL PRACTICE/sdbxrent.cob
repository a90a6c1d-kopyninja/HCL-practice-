000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SAFE-BOX-RENT-BATCH.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  NIGHTLY SAFE DEPOSIT BOX RENT
001100*                 RUN OVER SDBOXMST.  EVERY RENTED BOX WHOSE
001200*                 RENT IS DUE ON OR BEFORE THE BUSINESS DATE
001300*                 HAS ITS ANNUAL RENT DEBITED FROM THE LINKED
001400*                 ACCOUNT THROUGH TXNLOG/TXNDETL AS "SDB RENT"
001500*                 (REFERENCE = BRANCH AND BOX), UNDER THE
001600*                 STANDING-ORDER RULES: NO CLOSED, HELD OR
001700*                 DORMANT ACCOUNT, NO DEBIT PAST THE AVAILABLE
001800*                 BALANCE, NO SAVINGS ACCOUNT TAKEN BELOW ITS
001900*                 MINIMUM.  A CHARGED BOX ROLLS ITS DUE DATE
002000*                 ONE YEAR; A BOX THAT CANNOT BE CHARGED IS
002100*                 MARKED DELINQUENT, LISTED ON THE SDBDLRPT
002200*                 DELINQUENT-RENT REPORT WITH THE REASON, AND
002300*                 TRIED AGAIN EVERY NIGHT UNTIL IT PAYS OR IS
002400*                 SURRENDERED.
002410* 2026-10-15 KMR  OVERDRAFT PROTECTION.  RENT DUE FROM A
002420*                 CHECKING ACCOUNT ENROLLED ON ODPROT THAT THE
002430*                 ACCOUNT CANNOT COVER FIRST PULLS THE
002440*                 SHORTFALL FROM THE PROTECTING ACCOUNT
002450*                 (2400-OD-PROTECT-SWEEP, LOGGED AS AN
002460*                 "ODP OUT"/"ODP IN" PAIR) BEFORE THE BOX IS
002470*                 REPORTED DELINQUENT.  THE PROTECTOR'S STOPS
002480*                 ARE READ FROM STOPPAY.
002500*----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT SAFE-BOX-MASTER ASSIGN TO "SDBOXMST"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS SB-KEY
003300         FILE STATUS IS WS-SDBX-STATUS.
003400
003500     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS ACCT-NUMBER
003900         ALTERNATE RECORD KEY IS ACCT-NAME
004000             WITH DUPLICATES
004100         FILE STATUS IS WS-ACCT-STATUS.
004200
004300     SELECT TRANSACTION-LOG ASSIGN TO "TXNLOG"
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500
004600     SELECT TRANSACTION-DETAIL ASSIGN TO "TXNDETL"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS TD-KEY
005000         FILE STATUS IS WS-TXND-STATUS.
005100
005200     SELECT CHECK-HOLDS ASSIGN TO "CHKHOLDS"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS CH-KEY
005600         FILE STATUS IS WS-CHKH-STATUS.
005700
005800     SELECT HOLD-REGISTER ASSIGN TO "HOLDREG"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS HR-KEY
006200         FILE STATUS IS WS-HREG-STATUS.
006300
006305     SELECT OD-PROTECTIONS ASSIGN TO "ODPROT"
006310         ORGANIZATION IS INDEXED
006315         ACCESS MODE IS DYNAMIC
006320         RECORD KEY IS PT-ACCT
006325         FILE STATUS IS WS-ODPR-STATUS.
006330
006335     SELECT STOP-PAYMENTS ASSIGN TO "STOPPAY"
006340         ORGANIZATION IS INDEXED
006345         ACCESS MODE IS DYNAMIC
006350         RECORD KEY IS SP-KEY
006355         FILE STATUS IS WS-SPAY-STATUS.
006360
006400     SELECT DELINQUENT-REPORT ASSIGN TO "SDBDLRPT"
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600
006700     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  SAFE-BOX-MASTER.
007300 01  SAFE-BOX-RECORD.
007400     COPY SDBXREC.
007500
007600 FD  ACCOUNT-MASTER.
007700 01  ACCOUNT-RECORD.
007800     COPY ACCTREC.
007900
008000 FD  TRANSACTION-LOG.
008100 01  TRANSACTION-LOG-LINE    PIC X(80).
008200
008300 FD  TRANSACTION-DETAIL.
008400 01  TXN-DETAIL-RECORD.
008500     COPY TXNDETL.
008600
008700 FD  CHECK-HOLDS.
008800 01  CHECK-HOLD-RECORD.
008900     COPY CHKHOLD.
009000
009100 FD  HOLD-REGISTER.
009200 01  HOLD-REGISTER-RECORD.
009300     COPY HREGREC.
009400
009410 FD  OD-PROTECTIONS.
009420 01  OD-PROTECT-RECORD.
009430     COPY ODPREC.
009440
009450 FD  STOP-PAYMENTS.
009460 01  STOP-PAYMENT-RECORD.
009470     COPY SPAYREC.
009480
009500 FD  DELINQUENT-REPORT.
009600 01  DELINQUENT-REPORT-LINE  PIC X(80).
009700
009800 FD  DAILY-STATS-FILE.
009900     COPY DLYSTAT.
010000
010100 WORKING-STORAGE SECTION.
010200*----------------------------------------------------------
010300* SWITCHES AND FILE STATUS
010400*----------------------------------------------------------
010500 01  WS-SWITCHES.
010600     05  WS-INIT-FLAG        PIC X(01) VALUE "Y".
010700         88  INIT-SUCCESSFUL         VALUE "Y".
010800     05  WS-EOF-FLAG         PIC X(01) VALUE "N".
010900         88  END-OF-BOXES            VALUE "Y".
011000 01  WS-SDBX-STATUS          PIC X(02).
011100     88  SDBX-FILE-OK                VALUE "00".
011200 01  WS-ACCT-STATUS          PIC X(02).
011300     88  ACCT-STATUS-OK              VALUE "00".
011400 01  WS-TXND-STATUS          PIC X(02).
011500     88  TXND-FILE-OK                VALUE "00".
011600     88  TXND-FILE-NOT-FOUND         VALUE "35".
011700 01  WS-CHKH-STATUS          PIC X(02).
011800     88  CHKH-FILE-OK                VALUE "00".
011900 01  WS-CHKH-OPEN-FLAG       PIC X(01) VALUE "N".
012000     88  CHKH-FILE-OPEN              VALUE "Y".
012100 01  WS-CHKH-EOF-FLAG        PIC X(01) VALUE "N".
012200     88  END-OF-CHECK-HOLDS          VALUE "Y".
012300 01  WS-HREG-STATUS          PIC X(02).
012400     88  HREG-FILE-OK                VALUE "00".
012500 01  WS-HREG-OPEN-FLAG       PIC X(01) VALUE "N".
012600     88  HREG-FILE-OPEN              VALUE "Y".
012700 01  WS-HREG-EOF-FLAG        PIC X(01) VALUE "N".
012800     88  END-OF-REG-HOLDS            VALUE "Y".
012900
013000*----------------------------------------------------------
013100* RUN DATE AND WORK FIELDS
013200*----------------------------------------------------------
013300 01  WS-TIMESTAMP            PIC X(21).
013400 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
013500 01  WS-BUSINESS-STAMP.
013600     05  WS-BSTAMP-DATE      PIC 9(08).
013700     05  WS-BSTAMP-TIME      PIC X(06).
013800 01  WS-DUE-PARTS.
013900     05  WS-DUE-YYYY         PIC 9(04).
014000     05  WS-DUE-MM           PIC 9(02).
014100     05  WS-DUE-DD           PIC 9(02).
014200 01  WS-FAIL-REASON          PIC X(25).
014300 77  WS-SAVINGS-MIN-BAL      PIC 9(5)V99 VALUE 100.00.
014400 01  WS-MIN-BAL-CHECK        PIC S9(8)V99 VALUE ZERO.
014500 01  WS-HOLD-TOTAL           PIC 9(8)V99 VALUE ZERO.
014600 01  WS-AVAIL-BALANCE        PIC S9(8)V99 VALUE ZERO.
014602
014604*----------------------------------------------------------
014606* OVERDRAFT-PROTECTION SWEEP (ODPROT, ODPREC): A CHECKING
014608* DEBIT THE ACCOUNT CANNOT COVER PULLS THE SHORTFALL FROM
014610* THE ENROLLED PROTECTING ACCOUNT BEFORE IT IS REFUSED.
014612*----------------------------------------------------------
014614 01  WS-ODPR-STATUS          PIC X(02).
014616     88  ODPR-FILE-OK                VALUE "00".
014618 01  WS-ODPR-OPEN-FLAG       PIC X(01) VALUE "N".
014620     88  ODPR-FILE-OPEN              VALUE "Y".
014622 01  WS-ODP-REFUSE-FLAG      PIC X(01) VALUE "N".
014624     88  WS-ODP-REFUSED              VALUE "Y".
014626 01  WS-ODP-SPAY-EOF-FLAG    PIC X(01) VALUE "N".
014628     88  END-OF-ODP-STOPS            VALUE "Y".
014630 01  WS-ODP-NEED             PIC S9(8)V99 VALUE ZERO.
014632 01  WS-ODP-XFER-AMT         PIC 9(7)V99 VALUE ZERO.
014634 01  WS-ODP-UNITS            PIC 9(07) COMP VALUE ZERO.
014636 01  WS-ODP-REMAINDER        PIC 9(7)V99 VALUE ZERO.
014638 01  WS-ODP-MIN-CHECK        PIC S9(8)V99 VALUE ZERO.
014640 01  WS-ODP-CHK-ACCT         PIC X(06) VALUE SPACES.
014642 01  WS-ODP-LOG-TYPE         PIC X(10) VALUE SPACES.
014644 01  WS-ODP-REFERENCE.
014646     05  FILLER              PIC X(02) VALUE "OD".
014648     05  WS-ODP-REF-ACCT     PIC X(06) VALUE SPACES.
014650 01  WS-SPAY-STATUS          PIC X(02).
014652     88  SPAY-FILE-OK                VALUE "00".
014654 01  WS-SPAY-OPEN-FLAG       PIC X(01) VALUE "N".
014656     88  SPAY-FILE-OPEN              VALUE "Y".
014700 01  WS-BOX-REFERENCE.
014800     05  WS-REF-BRANCH       PIC X(03).
014900     05  WS-REF-BOX          PIC X(05).
015000
015100*----------------------------------------------------------
015200* COUNTERS
015300*----------------------------------------------------------
015400 01  WS-CHARGED-COUNT        PIC 9(05) COMP VALUE ZERO.
015500 01  WS-DELINQ-COUNT         PIC 9(05) COMP VALUE ZERO.
015600 01  WS-CHARGED-TOTAL        PIC 9(7)V99 VALUE ZERO.
015700 01  WS-DELINQ-TOTAL         PIC 9(7)V99 VALUE ZERO.
015800 01  WS-CHARGED-COUNT-DISP   PIC ZZZZ9.
015900 01  WS-DELINQ-COUNT-DISP    PIC ZZZZ9.
016000
016100*----------------------------------------------------------
016200* BEFORE/AFTER JOURNAL IMAGES PASSED TO THE SHARED ACCTJRNL
016300* SUBPROGRAM ON EVERY MASTER REWRITE.
016400*----------------------------------------------------------
016500 01  WS-JRNL-PROGRAM         PIC X(12) VALUE "SDBXRENT".
016600 01  WS-JRNL-ACTION          PIC X(01) VALUE "R".
016700 01  WS-JRNL-BEFORE          PIC X(128) VALUE SPACES.
016800 01  WS-JRNL-AFTER           PIC X(128) VALUE SPACES.
016900
017000 01  WS-LOG-ENTRY.
017100     05  TL-TIMESTAMP        PIC X(14).
017200     05  FILLER              PIC X(01) VALUE SPACE.
017300     05  TL-ACCT             PIC X(06).
017400     05  FILLER              PIC X(01) VALUE SPACE.
017500     05  TL-TXN-TYPE         PIC X(10).
017600     05  FILLER              PIC X(01) VALUE SPACE.
017700     05  TL-AMOUNT           PIC ZZZZZZ9.99.
017800     05  FILLER              PIC X(01) VALUE SPACE.
017900     05  TL-BALANCE          PIC -ZZZZZZ9.99.
018000     05  FILLER              PIC X(01) VALUE SPACE.
018100     05  TL-OPERATOR         PIC X(06).
018200     05  FILLER              PIC X(01) VALUE SPACE.
018300     05  TL-REFERENCE        PIC X(08).
018400
018500*----------------------------------------------------------
018600* DELINQUENT-RENT REPORT LINES
018700*----------------------------------------------------------
018800     COPY RPTHEAD.
018900 01  WS-COLUMN-LINE.
019000     05  FILLER              PIC X(40) VALUE
019100         "BRN BOX   RENTER ACCT        RENT DUE   ".
019200     05  FILLER              PIC X(35) VALUE
019300         "   SINCE    REASON".
019400 01  WS-DETAIL-LINE.
019500     05  DL-BRANCH           PIC X(03).
019600     05  FILLER              PIC X(01) VALUE SPACE.
019700     05  DL-BOX-NUM          PIC X(05).
019800     05  FILLER              PIC X(01) VALUE SPACE.
019900     05  DL-RENTER           PIC X(06).
020000     05  FILLER              PIC X(01) VALUE SPACE.
020100     05  DL-ACCT             PIC X(06).
020200     05  FILLER              PIC X(01) VALUE SPACE.
020300     05  DL-RENT             PIC ZZ,ZZ9.99.
020400     05  FILLER              PIC X(01) VALUE SPACE.
020500     05  DL-DUE-DATE         PIC 9(08).
020600     05  FILLER              PIC X(01) VALUE SPACE.
020700     05  DL-DELINQ-SINCE     PIC 9(08).
020800     05  FILLER              PIC X(01) VALUE SPACE.
020900     05  DL-REASON           PIC X(25).
021000 01  WS-TOTAL-LINE.
021100     05  TT-LABEL            PIC X(24).
021200     05  TT-COUNT            PIC ZZZZ9.
021300 01  WS-AMOUNT-LINE.
021400     05  AL-LABEL            PIC X(24).
021500     05  AL-AMOUNT           PIC Z,ZZZ,ZZ9.99.
021600
021700 PROCEDURE DIVISION.
021800*----------------------------------------------------------
021900* 0000-MAINLINE
022000*----------------------------------------------------------
022100 0000-MAINLINE.
022200     PERFORM 1000-INITIALIZE
022300         THRU 1000-INITIALIZE-EXIT
022400     PERFORM 2000-PROCESS-ONE-BOX
022500         THRU 2000-PROCESS-ONE-BOX-EXIT
022600         UNTIL END-OF-BOXES
022700     PERFORM 9000-TERMINATE
022800         THRU 9000-TERMINATE-EXIT
022900     STOP RUN.
023000
023100*----------------------------------------------------------
023200* 1000-INITIALIZE - OPEN THE FILES AND POSITION AT THE FIRST
023300* BOX.  NO BOX MASTER MEANS NO BOXES ARE RENTED YET AND THE
023400* RUN ENDS QUIETLY.
023500*----------------------------------------------------------
023600 1000-INITIALIZE.
023700     CALL "GETBDATE" USING WS-BUSINESS-DATE
023800     OPEN I-O SAFE-BOX-MASTER
023900     IF NOT SDBX-FILE-OK
024000         DISPLAY "SAFE-BOX-RENT-BATCH: NO SDBOXMST, STATUS "
024100             WS-SDBX-STATUS
024200         MOVE "Y" TO WS-EOF-FLAG
024300         MOVE "N" TO WS-INIT-FLAG
024400         GO TO 1000-INITIALIZE-EXIT
024500     END-IF
024600     OPEN I-O    ACCOUNT-MASTER
024700     OPEN EXTEND TRANSACTION-LOG
024800     OPEN I-O    TRANSACTION-DETAIL
024900     IF TXND-FILE-NOT-FOUND
025000         OPEN OUTPUT TRANSACTION-DETAIL
025100         CLOSE TRANSACTION-DETAIL
025200         OPEN I-O TRANSACTION-DETAIL
025300     END-IF
025400*    NO CHKHOLDS OR HOLDREG FILE YET JUST MEANS NO HOLDS TO
025500*    PRICE.
025600     OPEN INPUT CHECK-HOLDS
025700     IF CHKH-FILE-OK
025800         MOVE "Y" TO WS-CHKH-OPEN-FLAG
025900     END-IF
026000     OPEN INPUT HOLD-REGISTER
026100     IF HREG-FILE-OK
026200         MOVE "Y" TO WS-HREG-OPEN-FLAG
026300     END-IF
026305*    NO STOPPAY FILE YET JUST MEANS NO STOPS TO CHECK.
026310     OPEN INPUT STOP-PAYMENTS
026315     IF SPAY-FILE-OK
026320         MOVE "Y" TO WS-SPAY-OPEN-FLAG
026325     END-IF
026330*    NO ODPROT FILE YET JUST MEANS NO ACCOUNT IS PROTECTED.
026335     OPEN INPUT OD-PROTECTIONS
026340     IF ODPR-FILE-OK
026345         MOVE "Y" TO WS-ODPR-OPEN-FLAG
026350     END-IF
026400     OPEN OUTPUT DELINQUENT-REPORT
026500     MOVE "SAFE DEPOSIT BOX DELINQUENT RENT" TO RPT-TITLE
026600     MOVE WS-BUSINESS-DATE TO RPT-HEAD-DATE
026700     PERFORM 7900-RPT-HEADINGS
026800         THRU 7900-RPT-HEADINGS-EXIT
026900     PERFORM 8000-READ-NEXT-BOX
027000         THRU 8000-READ-NEXT-BOX-EXIT.
027100 1000-INITIALIZE-EXIT.
027200     EXIT.
027300
027400*----------------------------------------------------------
027500* 2000-PROCESS-ONE-BOX - A RENTED BOX WITH RENT DUE: CHECK
027600* THE LINKED ACCOUNT UNDER THE STANDING-ORDER RULES, THEN
027700* CHARGE THE RENT AND ROLL THE DUE DATE, OR REPORT THE BOX
027800* DELINQUENT AND LEAVE THE DUE DATE SO IT RETRIES.
027900*----------------------------------------------------------
028000 2000-PROCESS-ONE-BOX.
028100     IF NOT SB-IS-RENTED
028200         GO TO 2000-PROCESS-ONE-BOX-READ
028300     END-IF
028400     IF SB-RENT-DUE NOT NUMERIC
028500      OR SB-RENT-DUE = ZERO
028600      OR SB-RENT-DUE > WS-BUSINESS-DATE
028700         GO TO 2000-PROCESS-ONE-BOX-READ
028800     END-IF
028900
029000     MOVE SPACES TO WS-FAIL-REASON
029100     MOVE SB-RENT-ACCT TO ACCT-NUMBER
029200     READ ACCOUNT-MASTER
029300         INVALID KEY
029400             MOVE "RENT ACCOUNT MISSING" TO WS-FAIL-REASON
029500     END-READ
029600     IF WS-FAIL-REASON = SPACES
029700      AND (ACCT-IS-CLOSED OR ACCT-ON-HOLD
029800           OR ACCT-IS-DORMANT)
029900         MOVE "RENT ACCOUNT BLOCKED" TO WS-FAIL-REASON
030000     END-IF
030100     IF WS-FAIL-REASON = SPACES
030200         PERFORM 2500-PRICE-AVAIL-BALANCE
030300             THRU 2500-PRICE-AVAIL-BALANCE-EXIT
030310*        A CHECKING ACCOUNT ENROLLED FOR OVERDRAFT PROTECTION
030320*        PULLS THE SHORTFALL FROM ITS PROTECTOR FIRST.
030330         IF SB-ANNUAL-RENT > WS-AVAIL-BALANCE
030340             COMPUTE WS-ODP-NEED
030345                 = SB-ANNUAL-RENT - WS-AVAIL-BALANCE
030350             PERFORM 2400-OD-PROTECT-SWEEP
030360                 THRU 2400-OD-PROTECT-SWEEP-EXIT
030370         END-IF
030400         IF SB-ANNUAL-RENT > WS-AVAIL-BALANCE
030500             MOVE "INSUFFICIENT FUNDS" TO WS-FAIL-REASON
030600         END-IF
030700     END-IF
030800*    THE SAVINGS MINIMUM-BALANCE RULE THE TELLER SCREENS AND
030900*    THE STANDING ORDERS BOTH ENFORCE.
031000     IF WS-FAIL-REASON = SPACES
031100      AND NOT ACCT-IS-CHECKING
031200         COMPUTE WS-MIN-BAL-CHECK
031300             = WS-AVAIL-BALANCE - SB-ANNUAL-RENT
031400             - WS-SAVINGS-MIN-BAL
031500         IF WS-MIN-BAL-CHECK < ZERO
031600             MOVE "BELOW MINIMUM BALANCE" TO WS-FAIL-REASON
031700         END-IF
031800     END-IF
031900
032000     IF WS-FAIL-REASON NOT = SPACES
032100         PERFORM 4000-REPORT-DELINQUENT
032200             THRU 4000-REPORT-DELINQUENT-EXIT
032300         GO TO 2000-PROCESS-ONE-BOX-READ
032400     END-IF
032500
032600     PERFORM 3000-POST-THE-RENT
032700         THRU 3000-POST-THE-RENT-EXIT
032800     PERFORM 3500-ROLL-DUE-DATE
032900         THRU 3500-ROLL-DUE-DATE-EXIT
033000     MOVE WS-BUSINESS-DATE TO SB-LAST-RENT-DATE
033100     MOVE ZERO             TO SB-DELINQ-SINCE
033200     REWRITE SAFE-BOX-RECORD
033300         INVALID KEY
033400             DISPLAY "SAFE-BOX-RENT-BATCH: REWRITE FAILED FOR "
033500                 SB-KEY ", STATUS " WS-SDBX-STATUS
033600     END-REWRITE
033700     ADD 1 TO WS-CHARGED-COUNT
033800     ADD SB-ANNUAL-RENT TO WS-CHARGED-TOTAL.
033900
034000 2000-PROCESS-ONE-BOX-READ.
034100     PERFORM 8000-READ-NEXT-BOX
034200         THRU 8000-READ-NEXT-BOX-EXIT.
034300 2000-PROCESS-ONE-BOX-EXIT.
034400     EXIT.
034500
034600*----------------------------------------------------------
034700* 2500-PRICE-AVAIL-BALANCE - PRICE THE AVAILABLE BALANCE FOR
034800* THE ACCOUNT IN THE RECORD BUFFER: LEDGER BALANCE LESS ITS
034900* UNRELEASED CHECK HOLDS STILL INSIDE THEIR AVAILABILITY
035000* DATE AND ITS ACTIVE HOLDREG HOLDS, PLUS ANY OVERDRAFT LINE.
035100*----------------------------------------------------------
035200 2500-PRICE-AVAIL-BALANCE.
035300     MOVE ZERO TO WS-HOLD-TOTAL
035400     IF NOT CHKH-FILE-OPEN
035500         GO TO 2500-PRICE-AVAIL-BALANCE-TOTAL
035600     END-IF
035700     MOVE "N"  TO WS-CHKH-EOF-FLAG
035800     MOVE ACCT-NUMBER TO CH-ACCT
035900     MOVE ZERO        TO CH-SEQ
036000     START CHECK-HOLDS KEY NOT LESS THAN CH-KEY
036100         INVALID KEY
036200             MOVE "Y" TO WS-CHKH-EOF-FLAG
036300     END-START
036400     IF NOT END-OF-CHECK-HOLDS
036500         PERFORM 2550-READ-CHECK-HOLD
036600             THRU 2550-READ-CHECK-HOLD-EXIT
036700     END-IF
036800     PERFORM 2520-SUM-ONE-HOLD
036900         THRU 2520-SUM-ONE-HOLD-EXIT
037000         UNTIL END-OF-CHECK-HOLDS.
037100
037200 2500-PRICE-AVAIL-BALANCE-TOTAL.
037300     PERFORM 2560-SUM-REG-HOLDS
037400         THRU 2560-SUM-REG-HOLDS-EXIT
037500     COMPUTE WS-AVAIL-BALANCE
037600         = ACCT-BALANCE - WS-HOLD-TOTAL
037700*    AN AUTHORIZED OVERDRAFT LINE EXTENDS THE AVAILABLE
037800*    BALANCE; BLANKS ON UNCONVERTED RECORDS COUNT AS ZERO.
037900     IF ACCT-OD-LIMIT NUMERIC
038000         ADD ACCT-OD-LIMIT TO WS-AVAIL-BALANCE
038100     END-IF.
038200 2500-PRICE-AVAIL-BALANCE-EXIT.
038300     EXIT.
038400
038500*----------------------------------------------------------
038600* 2520-SUM-ONE-HOLD - FOLD ONE UNRELEASED, STILL-HELD CHECK
038700* HOLD INTO THE TOTAL AND READ THE NEXT ONE.
038800*----------------------------------------------------------
038900 2520-SUM-ONE-HOLD.
039000     IF NOT CH-IS-RELEASED
039100      AND CH-AVAIL-DATE > WS-BUSINESS-DATE
039200         ADD CH-AMOUNT TO WS-HOLD-TOTAL
039300     END-IF
039400     PERFORM 2550-READ-CHECK-HOLD
039500         THRU 2550-READ-CHECK-HOLD-EXIT.
039600 2520-SUM-ONE-HOLD-EXIT.
039700     EXIT.
039800
039900*----------------------------------------------------------
040000* 2550-READ-CHECK-HOLD - READ THE NEXT HOLD FOR THE ACCOUNT;
040100* THE ACCOUNT CHANGING (OR END OF FILE) ENDS THE WALK.
040200*----------------------------------------------------------
040300 2550-READ-CHECK-HOLD.
040400     READ CHECK-HOLDS NEXT RECORD
040500         AT END
040600             MOVE "Y" TO WS-CHKH-EOF-FLAG
040700     END-READ
040800     IF NOT END-OF-CHECK-HOLDS
040900         IF CH-ACCT NOT = ACCT-NUMBER
041000             MOVE "Y" TO WS-CHKH-EOF-FLAG
041100         END-IF
041200     END-IF.
041300 2550-READ-CHECK-HOLD-EXIT.
041400     EXIT.
041500
041600*----------------------------------------------------------
041700* 2560-SUM-REG-HOLDS - FOLD THE ACCOUNT'S ACTIVE HOLDREG
041800* (PARTIAL-AMOUNT) HOLDS INTO WS-HOLD-TOTAL.  EXPIRY ZERO
041900* NEVER EXPIRES.
042000*----------------------------------------------------------
042100 2560-SUM-REG-HOLDS.
042200     IF NOT HREG-FILE-OPEN
042300         GO TO 2560-SUM-REG-HOLDS-EXIT
042400     END-IF
042500     MOVE "N" TO WS-HREG-EOF-FLAG
042600     MOVE ACCT-NUMBER TO HR-ACCT
042700     MOVE ZERO TO HR-SEQ
042800     START HOLD-REGISTER KEY NOT LESS THAN HR-KEY
042900         INVALID KEY
043000             MOVE "Y" TO WS-HREG-EOF-FLAG
043100     END-START
043200     IF NOT END-OF-REG-HOLDS
043300         PERFORM 2580-READ-REG-HOLD
043400             THRU 2580-READ-REG-HOLD-EXIT
043500     END-IF
043600     PERFORM 2570-SUM-ONE-REG-HOLD
043700         THRU 2570-SUM-ONE-REG-HOLD-EXIT
043800         UNTIL END-OF-REG-HOLDS.
043900 2560-SUM-REG-HOLDS-EXIT.
044000     EXIT.
044100
044200*----------------------------------------------------------
044300* 2570-SUM-ONE-REG-HOLD - ONE ACTIVE, UNEXPIRED REGISTER
044400* HOLD INTO THE TOTAL.
044500*----------------------------------------------------------
044600 2570-SUM-ONE-REG-HOLD.
044700     IF NOT HR-IS-RELEASED AND NOT HR-IS-EXPIRED
044800      AND (HR-EXPIRY-DATE = ZERO
044900           OR HR-EXPIRY-DATE > WS-BUSINESS-DATE)
045000         ADD HR-AMOUNT TO WS-HOLD-TOTAL
045100     END-IF
045200     PERFORM 2580-READ-REG-HOLD
045300         THRU 2580-READ-REG-HOLD-EXIT.
045400 2570-SUM-ONE-REG-HOLD-EXIT.
045500     EXIT.
045600
045700*----------------------------------------------------------
045800* 2580-READ-REG-HOLD - NEXT REGISTER HOLD FOR THE ACCOUNT.
045900*----------------------------------------------------------
046000 2580-READ-REG-HOLD.
046100     READ HOLD-REGISTER NEXT RECORD
046200         AT END
046300             MOVE "Y" TO WS-HREG-EOF-FLAG
046400     END-READ
046500     IF NOT END-OF-REG-HOLDS
046600         IF HR-ACCT NOT = ACCT-NUMBER
046700             MOVE "Y" TO WS-HREG-EOF-FLAG
046800         END-IF
046900     END-IF.
047000 2580-READ-REG-HOLD-EXIT.
047100     EXIT.
047200
047300*----------------------------------------------------------
047400* 3000-POST-THE-RENT - DEBIT THE LINKED ACCOUNT AND LOG THE
047500* "SDB RENT" ENTRY UNDER THE BRANCH AND BOX NUMBER.
047600*----------------------------------------------------------
047700 3000-POST-THE-RENT.
047800     MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
047900     SUBTRACT SB-ANNUAL-RENT FROM ACCT-BALANCE
048000     IF ACCT-LAST-TXN-SEQ NOT NUMERIC
048100         MOVE ZERO TO ACCT-LAST-TXN-SEQ
048200     END-IF
048300     IF ACCT-LAST-TXN-SEQ >= 9999999
048400*    THE SEQUENCE CEILING: NEVER WRAP TO ZERO AND CORRUPT
048500*    THE KEYED HISTORY - THE NUMBER STAYS PUT SO THE DETAIL
048600*    WRITE FAILS LOUDLY ON ITS DUPLICATE KEY.  RUN THE
048700*    DETAIL PURGE TO ARCHIVE AND RESEQUENCE.
048800         DISPLAY "TXN SEQ CEILING ON ACCOUNT " ACCT-NUMBER
048900             " - DETAIL PURGE REQUIRED"
049000     ELSE
049100         ADD 1 TO ACCT-LAST-TXN-SEQ
049200     END-IF
049300     REWRITE ACCOUNT-RECORD
049400     MOVE ACCOUNT-RECORD TO WS-JRNL-AFTER
049500     CALL "ACCTJRNL" USING WS-JRNL-PROGRAM WS-JRNL-ACTION
049600         WS-JRNL-BEFORE WS-JRNL-AFTER
049700
049800     MOVE SB-BRANCH  TO WS-REF-BRANCH
049900     MOVE SB-BOX-NUM TO WS-REF-BOX
050000     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
050100     MOVE WS-BUSINESS-DATE   TO WS-BSTAMP-DATE
050200     MOVE WS-TIMESTAMP(9:6)  TO WS-BSTAMP-TIME
050300     MOVE WS-BUSINESS-STAMP  TO TL-TIMESTAMP
050400     MOVE ACCT-NUMBER        TO TL-ACCT
050500     MOVE "SDB RENT"         TO TL-TXN-TYPE
050600     MOVE SB-ANNUAL-RENT     TO TL-AMOUNT
050700     MOVE ACCT-BALANCE       TO TL-BALANCE
050800     MOVE SPACES             TO TL-OPERATOR
050900     MOVE WS-BOX-REFERENCE   TO TL-REFERENCE
051000     WRITE TRANSACTION-LOG-LINE FROM WS-LOG-ENTRY
051100
051200     MOVE ACCT-NUMBER        TO TD-ACCT
051300     MOVE ACCT-LAST-TXN-SEQ  TO TD-SEQ
051400     MOVE TL-TIMESTAMP       TO TD-TIMESTAMP
051500     MOVE "SDB RENT"         TO TD-TXN-TYPE
051600     MOVE SB-ANNUAL-RENT     TO TD-AMOUNT
051700     MOVE ACCT-BALANCE       TO TD-BALANCE
051800     MOVE SPACES             TO TD-OPERATOR
051900     MOVE WS-BOX-REFERENCE   TO TD-REFERENCE
052000     MOVE SPACES             TO TD-APPROVED-BY
052100     MOVE ACCT-BRANCH        TO TD-BRANCH
052200     WRITE TXN-DETAIL-RECORD
052300         INVALID KEY
052400             DISPLAY "TXNDETL WRITE FAILED, STATUS "
052500                 WS-TXND-STATUS " KEY " TD-KEY
052600     END-WRITE.
052700 3000-POST-THE-RENT-EXIT.
052800     EXIT.
052900
053000*----------------------------------------------------------
053100* 3500-ROLL-DUE-DATE - NEXT YEAR'S RENT FALLS DUE ON THE
053200* SAME DAY, A 29 FEBRUARY DUE DATE MOVING TO THE 28TH.  THE
053300* ROLL IS FROM THE DUE DATE, NOT THE RUN DATE, SO A BOX THAT
053400* PAID LATE KEEPS ITS ANNIVERSARY.
053500*----------------------------------------------------------
053600 3500-ROLL-DUE-DATE.
053700     MOVE SB-RENT-DUE TO WS-DUE-PARTS
053800     ADD 1 TO WS-DUE-YYYY
053900     IF WS-DUE-MM = 2 AND WS-DUE-DD > 28
054000         MOVE 28 TO WS-DUE-DD
054100     END-IF
054200     MOVE WS-DUE-PARTS TO SB-RENT-DUE.
054300 3500-ROLL-DUE-DATE-EXIT.
054400     EXIT.
054500
054600*----------------------------------------------------------
054700* 4000-REPORT-DELINQUENT - ONE BOX WHOSE RENT COULD NOT BE
054800* CHARGED.  THE FIRST FAILED NIGHT IS STAMPED ON THE BOX AS
054900* THE DELINQUENT-SINCE DATE; THE DUE DATE IS LEFT ALONE SO
055000* THE RENT IS TRIED AGAIN TOMORROW.
055100*----------------------------------------------------------
055200 4000-REPORT-DELINQUENT.
055300     IF SB-DELINQ-SINCE NOT NUMERIC
055400      OR SB-DELINQ-SINCE = ZERO
055500         MOVE WS-BUSINESS-DATE TO SB-DELINQ-SINCE
055600         REWRITE SAFE-BOX-RECORD
055700             INVALID KEY
055800                 DISPLAY "SAFE-BOX-RENT-BATCH: REWRITE FAILED "
055900                     "FOR " SB-KEY ", STATUS " WS-SDBX-STATUS
056000         END-REWRITE
056100     END-IF
056200     IF RPT-LINE-COUNT >= RPT-PAGE-LIMIT
056300         PERFORM 7900-RPT-HEADINGS
056400             THRU 7900-RPT-HEADINGS-EXIT
056500     END-IF
056600     MOVE SB-BRANCH       TO DL-BRANCH
056700     MOVE SB-BOX-NUM      TO DL-BOX-NUM
056800     MOVE SB-RENTER-ID    TO DL-RENTER
056900     MOVE SB-RENT-ACCT    TO DL-ACCT
057000     MOVE SB-ANNUAL-RENT  TO DL-RENT
057100     MOVE SB-RENT-DUE     TO DL-DUE-DATE
057200     MOVE SB-DELINQ-SINCE TO DL-DELINQ-SINCE
057300     MOVE WS-FAIL-REASON  TO DL-REASON
057400     WRITE DELINQUENT-REPORT-LINE FROM WS-DETAIL-LINE
057500     ADD 1 TO RPT-LINE-COUNT
057600     ADD 1 TO RPT-DETAIL-COUNT
057700     ADD 1 TO WS-DELINQ-COUNT
057800     ADD SB-ANNUAL-RENT TO WS-DELINQ-TOTAL.
057900 4000-REPORT-DELINQUENT-EXIT.
058000     EXIT.
058100
058200*----------------------------------------------------------
058300* 7900-RPT-HEADINGS - THROW A NEW PAGE: THE STANDARD HEADING
058400* BLOCK AND THE COLUMN HEADINGS.
058500*----------------------------------------------------------
058600 7900-RPT-HEADINGS.
058700     ADD 1 TO RPT-PAGE-NUMBER
058800     MOVE RPT-PAGE-NUMBER TO RPT-PAGE-DISPLAY
058900     WRITE DELINQUENT-REPORT-LINE FROM RPT-HEADING-LINE
059000     WRITE DELINQUENT-REPORT-LINE FROM WS-COLUMN-LINE
059100     MOVE ZERO TO RPT-LINE-COUNT.
059200 7900-RPT-HEADINGS-EXIT.
059300     EXIT.
059400
059500*----------------------------------------------------------
059600* 8000-READ-NEXT-BOX - READ THE NEXT BOX IN KEY SEQUENCE.
059700*----------------------------------------------------------
059800 8000-READ-NEXT-BOX.
059900     READ SAFE-BOX-MASTER NEXT RECORD
060000         AT END
060100             MOVE "Y" TO WS-EOF-FLAG
060200     END-READ.
060300 8000-READ-NEXT-BOX-EXIT.
060400     EXIT.
060500
060600*----------------------------------------------------------
060700* 9000-TERMINATE - PRINT THE REPORT TOTALS AND TRAILER,
060800* CLOSE THE FILES AND WRITE THE DAILY-STATS SUMMARY.
060900*----------------------------------------------------------
061000 9000-TERMINATE.
061100     IF INIT-SUCCESSFUL
061200         MOVE SPACES TO DELINQUENT-REPORT-LINE
061300         WRITE DELINQUENT-REPORT-LINE
061400         MOVE "BOXES DELINQUENT"     TO TT-LABEL
061500         MOVE WS-DELINQ-COUNT        TO TT-COUNT
061600         WRITE DELINQUENT-REPORT-LINE FROM WS-TOTAL-LINE
061700         MOVE "RENT NOT COLLECTED"   TO AL-LABEL
061800         MOVE WS-DELINQ-TOTAL        TO AL-AMOUNT
061900         WRITE DELINQUENT-REPORT-LINE FROM WS-AMOUNT-LINE
062000         MOVE "BOXES CHARGED"        TO TT-LABEL
062100         MOVE WS-CHARGED-COUNT       TO TT-COUNT
062200         WRITE DELINQUENT-REPORT-LINE FROM WS-TOTAL-LINE
062300         MOVE "RENT COLLECTED"       TO AL-LABEL
062400         MOVE WS-CHARGED-TOTAL       TO AL-AMOUNT
062500         WRITE DELINQUENT-REPORT-LINE FROM WS-AMOUNT-LINE
062600         MOVE RPT-DETAIL-COUNT TO RPT-TRAILER-COUNT
062700         WRITE DELINQUENT-REPORT-LINE FROM RPT-TRAILER-LINE
062800         CLOSE SAFE-BOX-MASTER
062900               ACCOUNT-MASTER
063000               TRANSACTION-LOG
063100               TRANSACTION-DETAIL
063200               DELINQUENT-REPORT
063300         IF CHKH-FILE-OPEN
063400             CLOSE CHECK-HOLDS
063500         END-IF
063600         IF HREG-FILE-OPEN
063700             CLOSE HOLD-REGISTER
063800         END-IF
063810         IF SPAY-FILE-OPEN
063820             CLOSE STOP-PAYMENTS
063830         END-IF
063840         IF ODPR-FILE-OPEN
063850             CLOSE OD-PROTECTIONS
063860         END-IF
063900     END-IF
064000     PERFORM 9500-WRITE-DAILY-STATS
064100         THRU 9500-WRITE-DAILY-STATS-EXIT
064200     DISPLAY "SAFE-BOX-RENT-BATCH: " WS-CHARGED-COUNT
064300         " CHARGED, " WS-DELINQ-COUNT " DELINQUENT".
064400 9000-TERMINATE-EXIT.
064500     EXIT.
064600
064700*----------------------------------------------------------
064800* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
064900* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
065000* CONSOLIDATED REPORT.
065100*----------------------------------------------------------
065200 9500-WRITE-DAILY-STATS.
065300     OPEN EXTEND DAILY-STATS-FILE
065400     MOVE "SAFE-BOX-RENT-BATCH" TO DS-PROGRAM-NAME
065500     MOVE WS-CHARGED-COUNT   TO DS-RECORD-COUNT
065600     MOVE WS-CHARGED-COUNT   TO WS-CHARGED-COUNT-DISP
065700     MOVE WS-DELINQ-COUNT    TO WS-DELINQ-COUNT-DISP
065800     MOVE SPACES             TO DS-DETAIL
065900     STRING "RENT CHARGED: "   DELIMITED BY SIZE
066000         WS-CHARGED-COUNT-DISP DELIMITED BY SIZE
066100         "  DELINQUENT: "      DELIMITED BY SIZE
066200         WS-DELINQ-COUNT-DISP  DELIMITED BY SIZE
066300         INTO DS-DETAIL
066400     END-STRING
066500     WRITE DAILY-STAT-RECORD
066600     CLOSE DAILY-STATS-FILE.
066700 9500-WRITE-DAILY-STATS-EXIT.
066800     EXIT.
066850
066900*----------------------------------------------------------
067000* 2400-OD-PROTECT-SWEEP - THE DEBIT ON THE ACCOUNT IN THE
067100* BUFFER IS SHORT BY WS-ODP-NEED.  A CHECKING ACCOUNT
067200* ENROLLED ON ODPROT PULLS THE SHORTFALL (ROUNDED UP TO THE
067300* ENROLMENT'S INCREMENT) FROM ITS PROTECTING ACCOUNT AS A
067400* LINKED "ODP OUT"/"ODP IN" PAIR UNDER ONE REFERENCE.  THE
067500* PROTECTOR'S OWN BLOCKS, HOLDS, STOPS AND MINIMUM BALANCE
067600* STILL RULE - IF THEY REFUSE, NOTHING MOVES.  EITHER WAY
067700* THE CHECKING ACCOUNT IS BACK IN THE BUFFER, REPRICED, FOR
067800* THE CALLER'S FUNDS TEST.
067900*----------------------------------------------------------
068000 2400-OD-PROTECT-SWEEP.
068100     IF NOT ODPR-FILE-OPEN OR NOT ACCT-IS-CHECKING
068200      OR WS-ODP-NEED NOT > ZERO
068300         GO TO 2400-OD-PROTECT-SWEEP-EXIT
068400     END-IF
068500     MOVE ACCT-NUMBER TO WS-ODP-CHK-ACCT PT-ACCT
068600     READ OD-PROTECTIONS
068700         INVALID KEY
068800             GO TO 2400-OD-PROTECT-SWEEP-EXIT
068900     END-READ
069000     IF PT-IS-REMOVED
069100         GO TO 2400-OD-PROTECT-SWEEP-EXIT
069200     END-IF
069300*    THE EXACT SHORTFALL, OR THE NEXT WHOLE MULTIPLE OF THE
069400*    ENROLMENT'S INCREMENT.
069500     MOVE WS-ODP-NEED TO WS-ODP-XFER-AMT
069600     IF PT-INCREMENT NUMERIC AND PT-INCREMENT > ZERO
069700         DIVIDE WS-ODP-NEED BY PT-INCREMENT
069800             GIVING WS-ODP-UNITS REMAINDER WS-ODP-REMAINDER
069900         IF WS-ODP-REMAINDER > ZERO
070000             ADD 1 TO WS-ODP-UNITS
070100         END-IF
070200         COMPUTE WS-ODP-XFER-AMT = WS-ODP-UNITS * PT-INCREMENT
070300     END-IF
070400     MOVE WS-ODP-CHK-ACCT TO WS-ODP-REF-ACCT
070500     PERFORM 2420-CHECK-PROTECTOR
070600         THRU 2420-CHECK-PROTECTOR-EXIT
070700     IF WS-ODP-REFUSED
070800         GO TO 2400-OD-PROTECT-SWEEP-RESTORE
070900     END-IF
071000
071100*    PROTECTOR LEG - THE PROTECTING ACCOUNT IS STILL IN THE
071200*    BUFFER FROM ITS CHECKS.
071300     MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
071400     SUBTRACT WS-ODP-XFER-AMT FROM ACCT-BALANCE
071500     MOVE "ODP OUT" TO WS-ODP-LOG-TYPE
071600     PERFORM 2460-POST-PROTECT-LEG
071700         THRU 2460-POST-PROTECT-LEG-EXIT
071800
071900*    PROTECTED LEG.
072000     MOVE WS-ODP-CHK-ACCT TO ACCT-NUMBER
072100     READ ACCOUNT-MASTER
072200     MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
072300     ADD WS-ODP-XFER-AMT TO ACCT-BALANCE
072400     MOVE "ODP IN" TO WS-ODP-LOG-TYPE
072500     PERFORM 2460-POST-PROTECT-LEG
072600         THRU 2460-POST-PROTECT-LEG-EXIT
072700     GO TO 2400-OD-PROTECT-SWEEP-PRICE.
072800 2400-OD-PROTECT-SWEEP-RESTORE.
072900     MOVE WS-ODP-CHK-ACCT TO ACCT-NUMBER
073000     READ ACCOUNT-MASTER.
073100 2400-OD-PROTECT-SWEEP-PRICE.
073200     MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
073300     PERFORM 2500-PRICE-AVAIL-BALANCE
073400         THRU 2500-PRICE-AVAIL-BALANCE-EXIT.
073500 2400-OD-PROTECT-SWEEP-EXIT.
073600     EXIT.
073700
073800*----------------------------------------------------------
073900* 2420-CHECK-PROTECTOR - READ THE PROTECTING ACCOUNT AND
074000* APPLY ITS OWN DEBIT RULES TO THE TRANSFER: NOT CLOSED,
074100* HELD OR DORMANT, NO STOP IN FORCE, AND THE TRANSFER
074200* COVERED BY ITS AVAILABLE BALANCE WITHOUT BREAKING ITS
074300* MINIMUM.  ANY FAILURE SETS WS-ODP-REFUSED.
074400*----------------------------------------------------------
074500 2420-CHECK-PROTECTOR.
074600     MOVE "N" TO WS-ODP-REFUSE-FLAG
074700     MOVE PT-PROTECT-ACCT TO ACCT-NUMBER
074800     READ ACCOUNT-MASTER
074900         INVALID KEY
075000             MOVE "Y" TO WS-ODP-REFUSE-FLAG
075100             GO TO 2420-CHECK-PROTECTOR-EXIT
075200     END-READ
075300     IF ACCT-IS-CLOSED OR ACCT-ON-HOLD OR ACCT-IS-DORMANT
075400         MOVE "Y" TO WS-ODP-REFUSE-FLAG
075500         GO TO 2420-CHECK-PROTECTOR-EXIT
075600     END-IF
075700     PERFORM 2440-CHECK-PROTECTOR-STOPS
075800         THRU 2440-CHECK-PROTECTOR-STOPS-EXIT
075900     IF WS-ODP-REFUSED
076000         GO TO 2420-CHECK-PROTECTOR-EXIT
076100     END-IF
076200     PERFORM 2500-PRICE-AVAIL-BALANCE
076300         THRU 2500-PRICE-AVAIL-BALANCE-EXIT
076400     MOVE ZERO TO WS-ODP-MIN-CHECK
076500     IF NOT ACCT-IS-CHECKING
076600         COMPUTE WS-ODP-MIN-CHECK
076700             = WS-AVAIL-BALANCE - WS-ODP-XFER-AMT
076800             - WS-SAVINGS-MIN-BAL
076900     END-IF
077000     IF WS-ODP-XFER-AMT > WS-AVAIL-BALANCE
077100      OR WS-ODP-MIN-CHECK < ZERO
077200         MOVE "Y" TO WS-ODP-REFUSE-FLAG
077300     END-IF.
077400 2420-CHECK-PROTECTOR-EXIT.
077500     EXIT.
077600
077700*----------------------------------------------------------
077800* 2440-CHECK-PROTECTOR-STOPS - AN ACTIVE STOP ON THE
077900* PROTECTING ACCOUNT FOR THE TRANSFER AMOUNT, OR ONE CARRYING
078000* THE REFERENCE "ODPROT" (THE CUSTOMER'S STANDING BLOCK ON
078100* SWEEPS), REFUSES THE TRANSFER.
078200*----------------------------------------------------------
078300 2440-CHECK-PROTECTOR-STOPS.
078400     MOVE "N" TO WS-ODP-SPAY-EOF-FLAG
078500     IF NOT SPAY-FILE-OPEN
078600         GO TO 2440-CHECK-PROTECTOR-STOPS-EXIT
078700     END-IF
078800     MOVE ACCT-NUMBER TO SP-ACCT
078900     MOVE ZERO        TO SP-SEQ
079000     START STOP-PAYMENTS KEY NOT LESS THAN SP-KEY
079100         INVALID KEY
079200             MOVE "Y" TO WS-ODP-SPAY-EOF-FLAG
079300     END-START
079400     PERFORM 2450-MATCH-PROTECTOR-STOP
079500         THRU 2450-MATCH-PROTECTOR-STOP-EXIT
079600         UNTIL END-OF-ODP-STOPS OR WS-ODP-REFUSED.
079700 2440-CHECK-PROTECTOR-STOPS-EXIT.
079800     EXIT.
079900
080000*----------------------------------------------------------
080100* 2450-MATCH-PROTECTOR-STOP - READ THE PROTECTOR'S NEXT
080200* STOP AND TEST IT AGAINST THE TRANSFER.
080300*----------------------------------------------------------
080400 2450-MATCH-PROTECTOR-STOP.
080500     READ STOP-PAYMENTS NEXT RECORD
080600         AT END
080700             MOVE "Y" TO WS-ODP-SPAY-EOF-FLAG
080800             GO TO 2450-MATCH-PROTECTOR-STOP-EXIT
080900     END-READ
081000     IF SP-ACCT NOT = ACCT-NUMBER
081100         MOVE "Y" TO WS-ODP-SPAY-EOF-FLAG
081200         GO TO 2450-MATCH-PROTECTOR-STOP-EXIT
081300     END-IF
081400     IF NOT SP-IS-EXPIRED AND NOT SP-IS-RELEASED
081500      AND SP-EXPIRY-DATE >= WS-BUSINESS-DATE
081600         IF SP-AMOUNT = WS-ODP-XFER-AMT
081700          OR SP-REFERENCE = "ODPROT"
081800             MOVE "Y" TO WS-ODP-REFUSE-FLAG
081900         END-IF
082000     END-IF.
082100 2450-MATCH-PROTECTOR-STOP-EXIT.
082200     EXIT.
082300
082400*----------------------------------------------------------
082500* 2460-POST-PROTECT-LEG - REWRITE ONE LEG OF THE TRANSFER
082600* WITH JOURNALING AND WRITE ITS TXNLOG/TXNDETL ENTRIES UNDER
082700* WS-ODP-LOG-TYPE AND THE PAIR'S SHARED REFERENCE.
082800*----------------------------------------------------------
082900 2460-POST-PROTECT-LEG.
083000     IF ACCT-LAST-TXN-SEQ NOT NUMERIC
083100         MOVE ZERO TO ACCT-LAST-TXN-SEQ
083200     END-IF
083300     IF ACCT-LAST-TXN-SEQ >= 9999999
083400*    THE SEQUENCE CEILING: NEVER WRAP TO ZERO AND CORRUPT
083500*    THE KEYED HISTORY - THE NUMBER STAYS PUT SO THE DETAIL
083600*    WRITE FAILS LOUDLY ON ITS DUPLICATE KEY.  RUN THE
083700*    DETAIL PURGE TO ARCHIVE AND RESEQUENCE.
083800         DISPLAY "TXN SEQ CEILING ON ACCOUNT " ACCT-NUMBER
083900             " - DETAIL PURGE REQUIRED"
084000     ELSE
084100         ADD 1 TO ACCT-LAST-TXN-SEQ
084200     END-IF
084300     REWRITE ACCOUNT-RECORD
084400     MOVE ACCOUNT-RECORD TO WS-JRNL-AFTER
084500     CALL "ACCTJRNL" USING WS-JRNL-PROGRAM WS-JRNL-ACTION
084600         WS-JRNL-BEFORE WS-JRNL-AFTER
084700
084800     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
084900     MOVE WS-BUSINESS-DATE   TO WS-BSTAMP-DATE
085000     MOVE WS-TIMESTAMP(9:6)  TO WS-BSTAMP-TIME
085100     MOVE WS-BUSINESS-STAMP  TO TL-TIMESTAMP
085200     MOVE ACCT-NUMBER        TO TL-ACCT
085300     MOVE WS-ODP-LOG-TYPE    TO TL-TXN-TYPE
085400     MOVE WS-ODP-XFER-AMT    TO TL-AMOUNT
085500     MOVE ACCT-BALANCE       TO TL-BALANCE
085600     MOVE SPACES             TO TL-OPERATOR
085700     MOVE WS-ODP-REFERENCE   TO TL-REFERENCE
085800     WRITE TRANSACTION-LOG-LINE FROM WS-LOG-ENTRY
085900
086000     MOVE ACCT-NUMBER        TO TD-ACCT
086100     MOVE ACCT-LAST-TXN-SEQ  TO TD-SEQ
086200     MOVE TL-TIMESTAMP       TO TD-TIMESTAMP
086300     MOVE WS-ODP-LOG-TYPE    TO TD-TXN-TYPE
086400     MOVE WS-ODP-XFER-AMT    TO TD-AMOUNT
086500     MOVE ACCT-BALANCE       TO TD-BALANCE
086600     MOVE SPACES             TO TD-OPERATOR
086700     MOVE WS-ODP-REFERENCE   TO TD-REFERENCE
086800     MOVE SPACES             TO TD-APPROVED-BY
086900     MOVE ACCT-BRANCH        TO TD-BRANCH
087000     WRITE TXN-DETAIL-RECORD
087100         INVALID KEY
087200             DISPLAY "TXNDETL WRITE FAILED, STATUS "
087300                 WS-TXND-STATUS " KEY " TD-KEY
087400     END-WRITE.
087500 2460-POST-PROTECT-LEG-EXIT.
087600     EXIT.
087700
