000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TUITION-PLAN-COLLECT.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  NIGHTLY TUITION PAYMENT-PLAN
001100*                 COLLECTION AND FINANCIAL HOLDS.  EVERY ACTIVE
001200*                 PLAN ON TUITBAL (SHARED TBALREC COPYBOOK)
001300*                 WHOSE NEXT INSTALLMENT IS DUE IS COLLECTED
001400*                 FROM THE STUDENT'S LINKED ACCOUNT
001500*                 (CM-CUST-ACCT-NUM) UNDER THE STANDING-ORDER
001600*                 RULES - CLOSED, HOLD AND DORMANT BLOCK IT,
001700*                 THE AVAILABLE BALANCE (LESS CHECK AND
001800*                 REGISTER HOLDS, PLUS THE OVERDRAFT LINE) MUST
001900*                 COVER IT AND SAVINGS KEEP THEIR MINIMUM - AND
002000*                 POSTED AS A "TUITION" DEBIT THROUGH TXNLOG/
002100*                 TXNDETL, JOURNALED THROUGH ACCTJRNL, WITH THE
002200*                 TERM AND INSTALLMENT AS THE REFERENCE.  THE
002300*                 INSTALLMENT IS THE UNPAID PLAN AMOUNT OVER THE
002400*                 INSTALLMENTS LEFT; THE LAST TAKES WHAT
002500*                 REMAINS.  A COLLECTED PLAN ROLLS ITS DUE DATE
002600*                 A MONTH; A FAILED ONE KEEPS IT AND RETRIES
002700*                 NIGHTLY.  AN INSTALLMENT OR INVOICE STILL
002800*                 UNPAID AFTER ITS DUE DATE MARKS THE BALANCE
002900*                 PAST DUE (TB-PAST-DUE-SINCE), WHICH IS THE
003000*                 FINANCIAL HOLD COURSE-ENROLL-MAINT AND
003100*                 TRANSCRIPT-PRINT HONOR; PAYING UP CLEARS IT.
003200*                 EVERYTHING DONE IS LISTED ON TUITCRPT.
003300*----------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT TUITION-BALANCES ASSIGN TO "TUITBAL"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS TB-KEY
004100         FILE STATUS IS WS-TBAL-STATUS.
004200
004300     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS CM-CUST-ID
004700         FILE STATUS IS WS-CUST-STATUS.
004800
004900     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS ACCT-NUMBER
005300         ALTERNATE RECORD KEY IS ACCT-NAME
005400             WITH DUPLICATES
005500         FILE STATUS IS WS-ACCT-STATUS.
005600
005700     SELECT TRANSACTION-LOG ASSIGN TO "TXNLOG"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900
006000     SELECT TRANSACTION-DETAIL ASSIGN TO "TXNDETL"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS TD-KEY
006400         FILE STATUS IS WS-TXND-STATUS.
006500
006600     SELECT CHECK-HOLDS ASSIGN TO "CHKHOLDS"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS CH-KEY
007000         FILE STATUS IS WS-CHKH-STATUS.
007100
007200     SELECT HOLD-REGISTER ASSIGN TO "HOLDREG"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS HR-KEY
007600         FILE STATUS IS WS-HREG-STATUS.
007700
007800     SELECT COLLECTION-REPORT ASSIGN TO "TUITCRPT"
007900         ORGANIZATION IS LINE SEQUENTIAL.
008000
008100     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
008200         ORGANIZATION IS LINE SEQUENTIAL.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  TUITION-BALANCES.
008700 01  TUITION-BALANCE-RECORD.
008800     COPY TBALREC.
008900
009000 FD  CUSTOMER-MASTER.
009100 01  CUSTOMER-RECORD.
009200     COPY CUSTMREC.
009300
009400 FD  ACCOUNT-MASTER.
009500 01  ACCOUNT-RECORD.
009600     COPY ACCTREC.
009700
009800 FD  TRANSACTION-LOG.
009900 01  TRANSACTION-LOG-LINE    PIC X(80).
010000
010100 FD  TRANSACTION-DETAIL.
010200 01  TXN-DETAIL-RECORD.
010300     COPY TXNDETL.
010400
010500 FD  CHECK-HOLDS.
010600 01  CHECK-HOLD-RECORD.
010700     COPY CHKHOLD.
010800
010900 FD  HOLD-REGISTER.
011000 01  HOLD-REGISTER-RECORD.
011100     COPY HREGREC.
011200
011300 FD  COLLECTION-REPORT.
011400 01  COLLECTION-REPORT-LINE  PIC X(80).
011500
011600 FD  DAILY-STATS-FILE.
011700     COPY DLYSTAT.
011800
011900 WORKING-STORAGE SECTION.
012000*----------------------------------------------------------
012100* SWITCHES AND FILE STATUS
012200*----------------------------------------------------------
012300 01  WS-SWITCHES.
012400     05  WS-INIT-FLAG        PIC X(01) VALUE "Y".
012500         88  INIT-SUCCESSFUL         VALUE "Y".
012600     05  WS-EOF-FLAG         PIC X(01) VALUE "N".
012700         88  END-OF-BALANCES         VALUE "Y".
012800 01  WS-TBAL-STATUS          PIC X(02).
012900     88  TBAL-FILE-OK                VALUE "00".
013000 01  WS-CUST-STATUS          PIC X(02).
013100     88  CUST-FILE-OK                VALUE "00".
013200 01  WS-ACCT-STATUS          PIC X(02).
013300     88  ACCT-STATUS-OK              VALUE "00".
013400 01  WS-TXND-STATUS          PIC X(02).
013500     88  TXND-FILE-OK                VALUE "00".
013600     88  TXND-FILE-NOT-FOUND         VALUE "35".
013700 01  WS-CHKH-STATUS          PIC X(02).
013800     88  CHKH-FILE-OK                VALUE "00".
013900 01  WS-CHKH-OPEN-FLAG       PIC X(01) VALUE "N".
014000     88  CHKH-FILE-OPEN              VALUE "Y".
014100 01  WS-CHKH-EOF-FLAG        PIC X(01) VALUE "N".
014200     88  END-OF-CHECK-HOLDS          VALUE "Y".
014300 01  WS-HREG-STATUS          PIC X(02).
014400     88  HREG-FILE-OK                VALUE "00".
014500 01  WS-HREG-OPEN-FLAG       PIC X(01) VALUE "N".
014600     88  HREG-FILE-OPEN              VALUE "Y".
014700 01  WS-HREG-EOF-FLAG        PIC X(01) VALUE "N".
014800     88  END-OF-REG-HOLDS            VALUE "Y".
014900 01  WS-PAST-DUE-FLAG        PIC X(01) VALUE "N".
015000     88  BALANCE-PAST-DUE            VALUE "Y".
015100
015200*----------------------------------------------------------
015300* RUN DATE AND WORK FIELDS
015400*----------------------------------------------------------
015500 01  WS-TIMESTAMP            PIC X(21).
015600 01  WS-RUN-DATE             PIC 9(08).
015700 01  WS-BUSINESS-STAMP.
015800     05  WS-BSTAMP-DATE      PIC 9(08).
015900     05  WS-BSTAMP-TIME      PIC X(06).
016000 01  WS-DUE-DATE-PARTS.
016100     05  WS-DUE-YYYY         PIC 9(04).
016200     05  WS-DUE-MM           PIC 9(02).
016300     05  WS-DUE-DD           PIC 9(02).
016400 01  WS-FAIL-REASON          PIC X(25).
016500 77  WS-SAVINGS-MIN-BAL      PIC 9(5)V99 VALUE 100.00.
016600 01  WS-MIN-BAL-CHECK        PIC S9(8)V99 VALUE ZERO.
016700 01  WS-HOLD-TOTAL           PIC 9(8)V99 VALUE ZERO.
016800 01  WS-AVAIL-BALANCE        PIC S9(8)V99 VALUE ZERO.
016900 01  WS-INSTALLMENT-AMT      PIC 9(7)V99 VALUE ZERO.
017000 01  WS-INSTALLMENT-NO       PIC 9(02) VALUE ZERO.
017100 01  WS-INSTALLMENT-REF.
017200     05  WS-IREF-TERM        PIC X(05).
017300     05  FILLER              PIC X(01) VALUE "-".
017400     05  WS-IREF-NUMBER      PIC 9(02).
017500 01  WS-COLLECTED-COUNT      PIC 9(05) COMP VALUE ZERO.
017600 01  WS-FAILED-COUNT         PIC 9(05) COMP VALUE ZERO.
017700 01  WS-PAST-DUE-COUNT       PIC 9(05) COMP VALUE ZERO.
017800 01  WS-COLLECTED-COUNT-DISP PIC ZZZZ9.
017900 01  WS-FAILED-COUNT-DISP    PIC ZZZZ9.
018000 01  WS-PAST-DUE-COUNT-DISP  PIC ZZZZ9.
018100
018200*----------------------------------------------------------
018300* BEFORE/AFTER JOURNAL IMAGES PASSED TO THE SHARED ACCTJRNL
018400* SUBPROGRAM ON EVERY MASTER REWRITE.
018500*----------------------------------------------------------
018600 01  WS-JRNL-PROGRAM         PIC X(12) VALUE "TUITCOLL".
018700 01  WS-JRNL-ACTION          PIC X(01) VALUE "R".
018800 01  WS-JRNL-BEFORE          PIC X(128) VALUE SPACES.
018900 01  WS-JRNL-AFTER           PIC X(128) VALUE SPACES.
019000
019100 01  WS-LOG-ENTRY.
019200     05  TL-TIMESTAMP        PIC X(14).
019300     05  FILLER              PIC X(01) VALUE SPACE.
019400     05  TL-ACCT             PIC X(06).
019500     05  FILLER              PIC X(01) VALUE SPACE.
019600     05  TL-TXN-TYPE         PIC X(10).
019700     05  FILLER              PIC X(01) VALUE SPACE.
019800     05  TL-AMOUNT           PIC ZZZZZZ9.99.
019900     05  FILLER              PIC X(01) VALUE SPACE.
020000     05  TL-BALANCE          PIC -ZZZZZZ9.99.
020100     05  FILLER              PIC X(01) VALUE SPACE.
020200     05  TL-OPERATOR         PIC X(06).
020300     05  FILLER              PIC X(01) VALUE SPACE.
020400     05  TL-REFERENCE        PIC X(08).
020500
020600*----------------------------------------------------------
020700* COLLECTION REPORT LINES
020800*----------------------------------------------------------
020900 01  WS-RPT-HEAD-1.
021000     05  FILLER              PIC X(33)
021100         VALUE "TUITION PLAN COLLECTION AND HOLDS".
021200     05  FILLER              PIC X(05) VALUE " FOR ".
021300     05  RH-RUN-DATE         PIC 9(08).
021400     05  FILLER              PIC X(34) VALUE SPACES.
021500 01  WS-RPT-HEAD-2.
021600     05  FILLER              PIC X(50)
021700         VALUE "STUDENT  TERM   INST  ACCT        AMOUNT  RESULT".
021800     05  FILLER              PIC X(30) VALUE SPACES.
021900 01  WS-RPT-DETAIL.
022000     05  RD-STUDENT          PIC X(06).
022100     05  FILLER              PIC X(03) VALUE SPACES.
022200     05  RD-TERM             PIC X(05).
022300     05  FILLER              PIC X(02) VALUE SPACES.
022400     05  RD-INSTALLMENT      PIC Z9.
022500     05  FILLER              PIC X(04) VALUE SPACES.
022600     05  RD-ACCT             PIC X(06).
022700     05  FILLER              PIC X(02) VALUE SPACES.
022800     05  RD-AMOUNT           PIC ZZZZZZ9.99.
022900     05  FILLER              PIC X(02) VALUE SPACES.
023000     05  RD-RESULT           PIC X(25).
023100     05  FILLER              PIC X(13) VALUE SPACES.
023200
023300 PROCEDURE DIVISION.
023400*----------------------------------------------------------
023500* 0000-MAINLINE
023600*----------------------------------------------------------
023700 0000-MAINLINE.
023800     PERFORM 1000-INITIALIZE
023900         THRU 1000-INITIALIZE-EXIT
024000     PERFORM 2000-WORK-ONE-BALANCE
024100         THRU 2000-WORK-ONE-BALANCE-EXIT
024200         UNTIL END-OF-BALANCES
024300     PERFORM 9000-TERMINATE
024400         THRU 9000-TERMINATE-EXIT
024500     STOP RUN.
024600
024700*----------------------------------------------------------
024800* 1000-INITIALIZE - OPEN THE FILES AND PRIME THE TUITBAL
024900* WALK.  NO TUITBAL FILE YET JUST MEANS NOTHING TO COLLECT.
025000*----------------------------------------------------------
025100 1000-INITIALIZE.
025200     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
025300     CALL "GETBDATE" USING WS-RUN-DATE
025400     OPEN OUTPUT COLLECTION-REPORT
025500     MOVE WS-RUN-DATE TO RH-RUN-DATE
025600     WRITE COLLECTION-REPORT-LINE FROM WS-RPT-HEAD-1
025700     WRITE COLLECTION-REPORT-LINE FROM WS-RPT-HEAD-2
025800     OPEN I-O TUITION-BALANCES
025900     IF NOT TBAL-FILE-OK
026000         DISPLAY "TUITION-PLAN-COLLECT: NO TUITBAL FILE, "
026100             "STATUS " WS-TBAL-STATUS
026200         MOVE "Y" TO WS-EOF-FLAG
026300         MOVE "N" TO WS-INIT-FLAG
026400         GO TO 1000-INITIALIZE-EXIT
026500     END-IF
026600     OPEN INPUT  CUSTOMER-MASTER
026700     OPEN I-O    ACCOUNT-MASTER
026800     OPEN EXTEND TRANSACTION-LOG
026900     OPEN I-O    TRANSACTION-DETAIL
027000     IF TXND-FILE-NOT-FOUND
027100         OPEN OUTPUT TRANSACTION-DETAIL
027200         CLOSE TRANSACTION-DETAIL
027300         OPEN I-O TRANSACTION-DETAIL
027400     END-IF
027500*    NO CHKHOLDS FILE YET JUST MEANS NO HOLDS TO PRICE.
027600     OPEN INPUT CHECK-HOLDS
027700     IF CHKH-FILE-OK
027800         MOVE "Y" TO WS-CHKH-OPEN-FLAG
027900     END-IF
028000*    NO HOLDREG FILE YET JUST MEANS NO REGISTER HOLDS.
028100     OPEN INPUT HOLD-REGISTER
028200     IF HREG-FILE-OK
028300         MOVE "Y" TO WS-HREG-OPEN-FLAG
028400     END-IF
028500     PERFORM 8000-READ-BALANCE
028600         THRU 8000-READ-BALANCE-EXIT.
028700 1000-INITIALIZE-EXIT.
028800     EXIT.
028900
029000*----------------------------------------------------------
029100* 2000-WORK-ONE-BALANCE - COLLECT THE PLAN'S INSTALLMENT IF
029200* ONE IS DUE, RE-RATE THE BALANCE FOR PAST DUE AND WRITE IT
029300* BACK.
029400*----------------------------------------------------------
029500 2000-WORK-ONE-BALANCE.
029600     IF TB-PLAN-ACTIVE
029700      AND TB-NEXT-DUE-DATE NOT > WS-RUN-DATE
029800      AND TB-PAID-COUNT < TB-INSTALLMENTS
029900         PERFORM 3000-COLLECT-INSTALLMENT
030000             THRU 3000-COLLECT-INSTALLMENT-EXIT
030100     END-IF
030200     PERFORM 6000-RATE-PAST-DUE
030300         THRU 6000-RATE-PAST-DUE-EXIT
030400     REWRITE TUITION-BALANCE-RECORD
030500         INVALID KEY
030600             DISPLAY "TUITBAL REWRITE FAILED, STATUS "
030700                 WS-TBAL-STATUS " KEY " TB-KEY
030800     END-REWRITE
030900     PERFORM 8000-READ-BALANCE
031000         THRU 8000-READ-BALANCE-EXIT.
031100 2000-WORK-ONE-BALANCE-EXIT.
031200     EXIT.
031300
031400*----------------------------------------------------------
031500* 3000-COLLECT-INSTALLMENT - PRICE THE INSTALLMENT AND TAKE
031600* IT FROM THE LINKED ACCOUNT UNDER THE STANDING-ORDER RULES.
031700* A FAILURE IS REPORTED AND THE DUE DATE LEFT ALONE SO THE
031800* INSTALLMENT RETRIES ON THE NEXT RUN.
031900*----------------------------------------------------------
032000 3000-COLLECT-INSTALLMENT.
032100     MOVE SPACES TO WS-FAIL-REASON
032200     MOVE SPACES TO ACCT-NUMBER
032300     COMPUTE WS-INSTALLMENT-NO = TB-PAID-COUNT + 1
032400     IF WS-INSTALLMENT-NO NOT < TB-INSTALLMENTS
032500         COMPUTE WS-INSTALLMENT-AMT
032600             = TB-PLAN-AMOUNT - TB-PLAN-PAID
032700     ELSE
032800         COMPUTE WS-INSTALLMENT-AMT ROUNDED
032900             = (TB-PLAN-AMOUNT - TB-PLAN-PAID)
033000             / (TB-INSTALLMENTS - TB-PAID-COUNT)
033100     END-IF
033200
033300     MOVE TB-STUDENT-ID TO CM-CUST-ID
033400     READ CUSTOMER-MASTER
033500         INVALID KEY
033600             MOVE "NO CUSTOMER RECORD" TO WS-FAIL-REASON
033700             PERFORM 4000-REPORT-FAILURE
033800                 THRU 4000-REPORT-FAILURE-EXIT
033900             GO TO 3000-COLLECT-INSTALLMENT-EXIT
034000     END-READ
034100     IF CM-IS-INACTIVE OR CM-CUST-ACCT-NUM = SPACES
034200         MOVE "NO LINKED ACCOUNT" TO WS-FAIL-REASON
034300         PERFORM 4000-REPORT-FAILURE
034400             THRU 4000-REPORT-FAILURE-EXIT
034500         GO TO 3000-COLLECT-INSTALLMENT-EXIT
034600     END-IF
034700     MOVE CM-CUST-ACCT-NUM TO ACCT-NUMBER
034800     READ ACCOUNT-MASTER
034900         INVALID KEY
035000             MOVE "ACCOUNT MISSING" TO WS-FAIL-REASON
035100             PERFORM 4000-REPORT-FAILURE
035200                 THRU 4000-REPORT-FAILURE-EXIT
035300             GO TO 3000-COLLECT-INSTALLMENT-EXIT
035400     END-READ
035500     IF ACCT-IS-CLOSED OR ACCT-ON-HOLD OR ACCT-IS-DORMANT
035600         MOVE "ACCOUNT BLOCKED" TO WS-FAIL-REASON
035700         PERFORM 4000-REPORT-FAILURE
035800             THRU 4000-REPORT-FAILURE-EXIT
035900         GO TO 3000-COLLECT-INSTALLMENT-EXIT
036000     END-IF
036100     PERFORM 2500-PRICE-AVAIL-BALANCE
036200         THRU 2500-PRICE-AVAIL-BALANCE-EXIT
036300     IF WS-INSTALLMENT-AMT > WS-AVAIL-BALANCE
036400         MOVE "INSUFFICIENT FUNDS" TO WS-FAIL-REASON
036500         PERFORM 4000-REPORT-FAILURE
036600             THRU 4000-REPORT-FAILURE-EXIT
036700         GO TO 3000-COLLECT-INSTALLMENT-EXIT
036800     END-IF
036900*    THE SAVINGS MINIMUM-BALANCE RULE THE TELLER SCREENS AND
037000*    THE STANDING ORDERS BOTH ENFORCE.
037100     MOVE ZERO TO WS-MIN-BAL-CHECK
037200     IF NOT ACCT-IS-CHECKING
037300         COMPUTE WS-MIN-BAL-CHECK
037400             = WS-AVAIL-BALANCE - WS-INSTALLMENT-AMT
037500             - WS-SAVINGS-MIN-BAL
037600     END-IF
037700     IF WS-MIN-BAL-CHECK < ZERO
037800         MOVE "BELOW MINIMUM BALANCE" TO WS-FAIL-REASON
037900         PERFORM 4000-REPORT-FAILURE
038000             THRU 4000-REPORT-FAILURE-EXIT
038100         GO TO 3000-COLLECT-INSTALLMENT-EXIT
038200     END-IF
038300
038400     MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
038500     SUBTRACT WS-INSTALLMENT-AMT FROM ACCT-BALANCE
038600     PERFORM 3500-BUMP-TXN-SEQ
038700         THRU 3500-BUMP-TXN-SEQ-EXIT
038800     REWRITE ACCOUNT-RECORD
038900     MOVE ACCOUNT-RECORD TO WS-JRNL-AFTER
039000     CALL "ACCTJRNL" USING WS-JRNL-PROGRAM WS-JRNL-ACTION
039100         WS-JRNL-BEFORE WS-JRNL-AFTER
039200     PERFORM 3200-LOG-INSTALLMENT
039300         THRU 3200-LOG-INSTALLMENT-EXIT
039400
039500     ADD WS-INSTALLMENT-AMT TO TB-PLAN-PAID
039600     ADD 1 TO TB-PAID-COUNT
039700     IF TB-PAID-COUNT NOT < TB-INSTALLMENTS
039800         MOVE "C" TO TB-PLAN-STATUS
039900         MOVE "COLLECTED - PLAN COMPLETE" TO RD-RESULT
040000     ELSE
040100         PERFORM 5000-ROLL-DUE-DATE
040200             THRU 5000-ROLL-DUE-DATE-EXIT
040300         MOVE "COLLECTED" TO RD-RESULT
040400     END-IF
040500     PERFORM 4500-WRITE-DETAIL
040600         THRU 4500-WRITE-DETAIL-EXIT
040700     ADD 1 TO WS-COLLECTED-COUNT.
040800 3000-COLLECT-INSTALLMENT-EXIT.
040900     EXIT.
041000
041100*----------------------------------------------------------
041200* 3200-LOG-INSTALLMENT - WRITE THE "TUITION" DEBIT TO TXNLOG
041300* AND TXNDETL, REFERENCED TERM-NN.
041400*----------------------------------------------------------
041500 3200-LOG-INSTALLMENT.
041600     MOVE TB-TERM             TO WS-IREF-TERM
041700     MOVE WS-INSTALLMENT-NO   TO WS-IREF-NUMBER
041800     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
041900     MOVE WS-RUN-DATE         TO WS-BSTAMP-DATE
042000     MOVE WS-TIMESTAMP(9:6)   TO WS-BSTAMP-TIME
042100     MOVE WS-BUSINESS-STAMP   TO TL-TIMESTAMP
042200     MOVE ACCT-NUMBER         TO TL-ACCT
042300     MOVE "TUITION"           TO TL-TXN-TYPE
042400     MOVE WS-INSTALLMENT-AMT  TO TL-AMOUNT
042500     MOVE ACCT-BALANCE        TO TL-BALANCE
042600     MOVE SPACES              TO TL-OPERATOR
042700     MOVE WS-INSTALLMENT-REF  TO TL-REFERENCE
042800     WRITE TRANSACTION-LOG-LINE FROM WS-LOG-ENTRY
042900
043000     MOVE ACCT-NUMBER         TO TD-ACCT
043100     MOVE ACCT-LAST-TXN-SEQ   TO TD-SEQ
043200     MOVE TL-TIMESTAMP        TO TD-TIMESTAMP
043300     MOVE "TUITION"           TO TD-TXN-TYPE
043400     MOVE WS-INSTALLMENT-AMT  TO TD-AMOUNT
043500     MOVE ACCT-BALANCE        TO TD-BALANCE
043600     MOVE SPACES              TO TD-OPERATOR
043700     MOVE WS-INSTALLMENT-REF  TO TD-REFERENCE
043800     MOVE SPACES              TO TD-APPROVED-BY
043900     MOVE ACCT-BRANCH         TO TD-BRANCH
044000     WRITE TXN-DETAIL-RECORD
044100         INVALID KEY
044200             DISPLAY "TXNDETL WRITE FAILED, STATUS "
044300                 WS-TXND-STATUS " KEY " TD-KEY
044400     END-WRITE.
044500 3200-LOG-INSTALLMENT-EXIT.
044600     EXIT.
044700
044800*----------------------------------------------------------
044900* 2500-PRICE-AVAIL-BALANCE - PRICE THE AVAILABLE BALANCE FOR
045000* THE ACCOUNT IN THE RECORD BUFFER: LEDGER BALANCE LESS ITS
045100* UNRELEASED CHECK HOLDS STILL INSIDE THEIR AVAILABILITY
045200* DATE AND ITS ACTIVE REGISTER HOLDS, PLUS ANY OVERDRAFT
045300* LINE - THE STANDING-ORDER PRICING.
045400*----------------------------------------------------------
045500 2500-PRICE-AVAIL-BALANCE.
045600     MOVE ZERO TO WS-HOLD-TOTAL
045700     IF NOT CHKH-FILE-OPEN
045800         GO TO 2500-PRICE-AVAIL-BALANCE-TOTAL
045900     END-IF
046000     MOVE "N"  TO WS-CHKH-EOF-FLAG
046100     MOVE ACCT-NUMBER TO CH-ACCT
046200     MOVE ZERO        TO CH-SEQ
046300     START CHECK-HOLDS KEY NOT LESS THAN CH-KEY
046400         INVALID KEY
046500             MOVE "Y" TO WS-CHKH-EOF-FLAG
046600     END-START
046700     IF NOT END-OF-CHECK-HOLDS
046800         PERFORM 2550-READ-CHECK-HOLD
046900             THRU 2550-READ-CHECK-HOLD-EXIT
047000     END-IF
047100     PERFORM 2520-SUM-ONE-HOLD
047200         THRU 2520-SUM-ONE-HOLD-EXIT
047300         UNTIL END-OF-CHECK-HOLDS.
047400
047500 2500-PRICE-AVAIL-BALANCE-TOTAL.
047600     PERFORM 2560-SUM-REG-HOLDS
047700         THRU 2560-SUM-REG-HOLDS-EXIT
047800     COMPUTE WS-AVAIL-BALANCE
047900         = ACCT-BALANCE - WS-HOLD-TOTAL
048000*    AN AUTHORIZED OVERDRAFT LINE EXTENDS THE AVAILABLE
048100*    BALANCE; BLANKS ON UNCONVERTED RECORDS COUNT AS ZERO.
048200     IF ACCT-OD-LIMIT NUMERIC
048300         ADD ACCT-OD-LIMIT TO WS-AVAIL-BALANCE
048400     END-IF.
048500 2500-PRICE-AVAIL-BALANCE-EXIT.
048600     EXIT.
048700
048800*----------------------------------------------------------
048900* 2520-SUM-ONE-HOLD - FOLD ONE UNRELEASED, STILL-HELD CHECK
049000* HOLD INTO THE TOTAL AND READ THE NEXT ONE.
049100*----------------------------------------------------------
049200 2520-SUM-ONE-HOLD.
049300     IF NOT CH-IS-RELEASED
049400      AND CH-AVAIL-DATE > WS-RUN-DATE
049500         ADD CH-AMOUNT TO WS-HOLD-TOTAL
049600     END-IF
049700     PERFORM 2550-READ-CHECK-HOLD
049800         THRU 2550-READ-CHECK-HOLD-EXIT.
049900 2520-SUM-ONE-HOLD-EXIT.
050000     EXIT.
050100
050200*----------------------------------------------------------
050300* 2550-READ-CHECK-HOLD - READ THE NEXT HOLD FOR THE ACCOUNT;
050400* THE ACCOUNT CHANGING (OR END OF FILE) ENDS THE WALK.
050500*----------------------------------------------------------
050600 2550-READ-CHECK-HOLD.
050700     READ CHECK-HOLDS NEXT RECORD
050800         AT END
050900             MOVE "Y" TO WS-CHKH-EOF-FLAG
051000     END-READ
051100     IF NOT END-OF-CHECK-HOLDS
051200         IF CH-ACCT NOT = ACCT-NUMBER
051300             MOVE "Y" TO WS-CHKH-EOF-FLAG
051400         END-IF
051500     END-IF.
051600 2550-READ-CHECK-HOLD-EXIT.
051700     EXIT.
051800
051900*----------------------------------------------------------
052000* 2560-SUM-REG-HOLDS - FOLD THE ACCOUNT'S ACTIVE HOLDREG
052100* (PARTIAL-AMOUNT) HOLDS INTO WS-HOLD-TOTAL.  EXPIRY ZERO
052200* NEVER EXPIRES.
052300*----------------------------------------------------------
052400 2560-SUM-REG-HOLDS.
052500     IF NOT HREG-FILE-OPEN
052600         GO TO 2560-SUM-REG-HOLDS-EXIT
052700     END-IF
052800     MOVE "N" TO WS-HREG-EOF-FLAG
052900     MOVE ACCT-NUMBER TO HR-ACCT
053000     MOVE ZERO TO HR-SEQ
053100     START HOLD-REGISTER KEY NOT LESS THAN HR-KEY
053200         INVALID KEY
053300             MOVE "Y" TO WS-HREG-EOF-FLAG
053400     END-START
053500     IF NOT END-OF-REG-HOLDS
053600         PERFORM 2580-READ-REG-HOLD
053700             THRU 2580-READ-REG-HOLD-EXIT
053800     END-IF
053900     PERFORM 2570-SUM-ONE-REG-HOLD
054000         THRU 2570-SUM-ONE-REG-HOLD-EXIT
054100         UNTIL END-OF-REG-HOLDS.
054200 2560-SUM-REG-HOLDS-EXIT.
054300     EXIT.
054400
054500*----------------------------------------------------------
054600* 2570-SUM-ONE-REG-HOLD - ONE ACTIVE, UNEXPIRED REGISTER
054700* HOLD INTO THE TOTAL.
054800*----------------------------------------------------------
054900 2570-SUM-ONE-REG-HOLD.
055000     IF NOT HR-IS-RELEASED AND NOT HR-IS-EXPIRED
055100      AND (HR-EXPIRY-DATE = ZERO
055200           OR HR-EXPIRY-DATE > WS-RUN-DATE)
055300         ADD HR-AMOUNT TO WS-HOLD-TOTAL
055400     END-IF
055500     PERFORM 2580-READ-REG-HOLD
055600         THRU 2580-READ-REG-HOLD-EXIT.
055700 2570-SUM-ONE-REG-HOLD-EXIT.
055800     EXIT.
055900
056000*----------------------------------------------------------
056100* 2580-READ-REG-HOLD - NEXT REGISTER HOLD FOR THE ACCOUNT.
056200*----------------------------------------------------------
056300 2580-READ-REG-HOLD.
056400     READ HOLD-REGISTER NEXT RECORD
056500         AT END
056600             MOVE "Y" TO WS-HREG-EOF-FLAG
056700     END-READ
056800     IF NOT END-OF-REG-HOLDS
056900         IF HR-ACCT NOT = ACCT-NUMBER
057000             MOVE "Y" TO WS-HREG-EOF-FLAG
057100         END-IF
057200     END-IF.
057300 2580-READ-REG-HOLD-EXIT.
057400     EXIT.
057500
057600*----------------------------------------------------------
057700* 3500-BUMP-TXN-SEQ - ISSUE THE ACCOUNT'S NEXT DETAIL
057800* SEQUENCE NUMBER, BLANKS COUNTING AS ZERO.
057900*----------------------------------------------------------
058000 3500-BUMP-TXN-SEQ.
058100     IF ACCT-LAST-TXN-SEQ NOT NUMERIC
058200         MOVE ZERO TO ACCT-LAST-TXN-SEQ
058300     END-IF
058400     IF ACCT-LAST-TXN-SEQ >= 9999999
058500*    THE SEQUENCE CEILING: NEVER WRAP TO ZERO AND CORRUPT
058600*    THE KEYED HISTORY - THE NUMBER STAYS PUT SO THE DETAIL
058700*    WRITE FAILS LOUDLY ON ITS DUPLICATE KEY.  RUN THE
058800*    DETAIL PURGE TO ARCHIVE AND RESEQUENCE.
058900         DISPLAY "TXN SEQ CEILING ON ACCOUNT " ACCT-NUMBER
059000             " - DETAIL PURGE REQUIRED"
059100     ELSE
059200         ADD 1 TO ACCT-LAST-TXN-SEQ
059300     END-IF.
059400 3500-BUMP-TXN-SEQ-EXIT.
059500     EXIT.
059600
059700*----------------------------------------------------------
059800* 4000-REPORT-FAILURE - ONE INSTALLMENT NOT COLLECTED, WITH
059900* THE REASON.  THE DUE DATE IS LEFT ALONE SO IT RETRIES.
060000*----------------------------------------------------------
060100 4000-REPORT-FAILURE.
060200     MOVE WS-FAIL-REASON TO RD-RESULT
060300     PERFORM 4500-WRITE-DETAIL
060400         THRU 4500-WRITE-DETAIL-EXIT
060500     ADD 1 TO WS-FAILED-COUNT.
060600 4000-REPORT-FAILURE-EXIT.
060700     EXIT.
060800
060900*----------------------------------------------------------
061000* 4500-WRITE-DETAIL - ONE INSTALLMENT LINE ON TUITCRPT, THE
061100* RESULT ALREADY IN RD-RESULT.
061200*----------------------------------------------------------
061300 4500-WRITE-DETAIL.
061400     MOVE TB-STUDENT-ID      TO RD-STUDENT
061500     MOVE TB-TERM            TO RD-TERM
061600     MOVE WS-INSTALLMENT-NO  TO RD-INSTALLMENT
061700     MOVE ACCT-NUMBER        TO RD-ACCT
061800     MOVE WS-INSTALLMENT-AMT TO RD-AMOUNT
061900     WRITE COLLECTION-REPORT-LINE FROM WS-RPT-DETAIL.
062000 4500-WRITE-DETAIL-EXIT.
062100     EXIT.
062200
062300*----------------------------------------------------------
062400* 5000-ROLL-DUE-DATE - ADVANCE THE PLAN'S NEXT INSTALLMENT
062500* A MONTH, THE DAY CLAMPED TO THE 28TH THE WAY MONTHLY
062600* STANDING ORDERS ROLL.
062700*----------------------------------------------------------
062800 5000-ROLL-DUE-DATE.
062900     MOVE TB-NEXT-DUE-DATE TO WS-DUE-DATE-PARTS
063000     ADD 1 TO WS-DUE-MM
063100     IF WS-DUE-MM > 12
063200         MOVE 1 TO WS-DUE-MM
063300         ADD 1 TO WS-DUE-YYYY
063400     END-IF
063500     IF WS-DUE-DD > 28
063600         MOVE 28 TO WS-DUE-DD
063700     END-IF
063800     MOVE WS-DUE-DATE-PARTS TO TB-NEXT-DUE-DATE.
063900 5000-ROLL-DUE-DATE-EXIT.
064000     EXIT.
064100
064200*----------------------------------------------------------
064300* 6000-RATE-PAST-DUE - AN ACTIVE PLAN'S INSTALLMENT OR AN
064400* OPEN INVOICE WHOSE DUE DATE IS BEHIND THE RUN DATE IS PAST
064500* DUE: THE BALANCE IS STAMPED WITH THE FIRST DAY IT WAS SEEN
064600* (THE FINANCIAL HOLD) AND CLEARED ONCE IT IS PAID UP.  BOTH
064700* CHANGES ARE REPORTED.
064800*----------------------------------------------------------
064900 6000-RATE-PAST-DUE.
065000     MOVE "N" TO WS-PAST-DUE-FLAG
065100     MOVE SPACES TO WS-FAIL-REASON
065200     IF TB-PLAN-ACTIVE
065300      AND TB-NEXT-DUE-DATE < WS-RUN-DATE
065400         MOVE "Y" TO WS-PAST-DUE-FLAG
065500         MOVE "HOLD - INSTALLMENT UNPAID" TO WS-FAIL-REASON
065600     END-IF
065700     IF TB-INVOICE-PAID < TB-INVOICE-AMOUNT
065800      AND TB-INVOICE-DUE-DATE < WS-RUN-DATE
065900         MOVE "Y" TO WS-PAST-DUE-FLAG
066000         MOVE "HOLD - INVOICE UNPAID" TO WS-FAIL-REASON
066100     END-IF
066200     IF BALANCE-PAST-DUE
066300         ADD 1 TO WS-PAST-DUE-COUNT
066400         IF TB-IS-PAST-DUE
066500             GO TO 6000-RATE-PAST-DUE-EXIT
066600         END-IF
066700         MOVE WS-RUN-DATE TO TB-PAST-DUE-SINCE
066800     ELSE
066900         IF NOT TB-IS-PAST-DUE
067000             GO TO 6000-RATE-PAST-DUE-EXIT
067100         END-IF
067200         MOVE ZERO TO TB-PAST-DUE-SINCE
067300         MOVE "HOLD RELEASED - PAID UP" TO WS-FAIL-REASON
067400     END-IF
067500     MOVE SPACES         TO WS-RPT-DETAIL
067600     MOVE TB-STUDENT-ID  TO RD-STUDENT
067700     MOVE TB-TERM        TO RD-TERM
067800     MOVE WS-FAIL-REASON TO RD-RESULT
067900     WRITE COLLECTION-REPORT-LINE FROM WS-RPT-DETAIL.
068000 6000-RATE-PAST-DUE-EXIT.
068100     EXIT.
068200
068300*----------------------------------------------------------
068400* 8000-READ-BALANCE - READ THE NEXT TUITBAL RECORD.
068500*----------------------------------------------------------
068600 8000-READ-BALANCE.
068700     READ TUITION-BALANCES NEXT RECORD
068800         AT END
068900             MOVE "Y" TO WS-EOF-FLAG
069000     END-READ.
069100 8000-READ-BALANCE-EXIT.
069200     EXIT.
069300
069400*----------------------------------------------------------
069500* 9000-TERMINATE - CLOSE FILES AND WRITE THE DAILY-STATS
069600* SUMMARY RECORD.
069700*----------------------------------------------------------
069800 9000-TERMINATE.
069900     IF INIT-SUCCESSFUL
070000         CLOSE TUITION-BALANCES
070100         CLOSE CUSTOMER-MASTER
070200         CLOSE ACCOUNT-MASTER
070300         CLOSE TRANSACTION-LOG
070400         CLOSE TRANSACTION-DETAIL
070500     END-IF
070600     IF CHKH-FILE-OPEN
070700         CLOSE CHECK-HOLDS
070800     END-IF
070900     IF HREG-FILE-OPEN
071000         CLOSE HOLD-REGISTER
071100     END-IF
071200     CLOSE COLLECTION-REPORT
071300     PERFORM 9500-WRITE-DAILY-STATS
071400         THRU 9500-WRITE-DAILY-STATS-EXIT
071500     DISPLAY "TUITION-PLAN-COLLECT: " WS-COLLECTED-COUNT
071600         " COLLECTED, " WS-FAILED-COUNT " FAILED, "
071700         WS-PAST-DUE-COUNT " BALANCES PAST DUE".
071800 9000-TERMINATE-EXIT.
071900     EXIT.
072000
072100*----------------------------------------------------------
072200* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
072300* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
072400* CONSOLIDATED REPORT.
072500*----------------------------------------------------------
072600 9500-WRITE-DAILY-STATS.
072700     OPEN EXTEND DAILY-STATS-FILE
072800     MOVE "TUITION-PLAN-COLLECT" TO DS-PROGRAM-NAME
072900     MOVE WS-COLLECTED-COUNT     TO DS-RECORD-COUNT
073000     MOVE WS-COLLECTED-COUNT     TO WS-COLLECTED-COUNT-DISP
073100     MOVE WS-FAILED-COUNT        TO WS-FAILED-COUNT-DISP
073200     MOVE WS-PAST-DUE-COUNT      TO WS-PAST-DUE-COUNT-DISP
073300     MOVE SPACES                 TO DS-DETAIL
073400     STRING "COLLECTED:"         DELIMITED BY SIZE
073500         WS-COLLECTED-COUNT-DISP DELIMITED BY SIZE
073600         " FAILED:"              DELIMITED BY SIZE
073700         WS-FAILED-COUNT-DISP    DELIMITED BY SIZE
073800         " HOLDS:"               DELIMITED BY SIZE
073900         WS-PAST-DUE-COUNT-DISP  DELIMITED BY SIZE
074000         INTO DS-DETAIL
074100     END-STRING
074200     WRITE DAILY-STAT-RECORD
074300     CLOSE DAILY-STATS-FILE.
074400 9500-WRITE-DAILY-STATS-EXIT.
074500     EXIT.
