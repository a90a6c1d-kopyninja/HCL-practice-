000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DECEASED-NOTIFY-BATCH.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  ON-DEMAND DECEASED CUSTOMER
001100*                 NOTIFICATION, SUBMITTED THROUGH THE
001200*                 DECEASED JOB BY A SUPERVISOR.  SYSIN
001300*                 CARRIES THE CUSTOMER, THE DATE OF DEATH
001400*                 AND THE OPERATOR.  THE DATE IS RECORDED
001500*                 ON THE CUSTOMER (CM-DEATH-DATE, AUDITED TO
001600*                 CUSTAUDIT).  EVERY ACCOUNT THE CUSTOMER
001700*                 OWNS, ON THE MASTER OR THROUGH ACCTOWN, IS
001800*                 SETTLED: A SOLE ACCOUNT GOES ON HOLD, A
001900*                 JOINT ACCOUNT PASSES TO THE SURVIVING
002000*                 OWNER WITHOUT A HOLD.  THE CUSTOMER'S
002100*                 CARDS AND THE CARDS ON SOLE ACCOUNTS ARE
002200*                 CLOSED, STANDING ORDERS FROM SOLE ACCOUNTS
002300*                 (AND LOAN REPAYMENTS FROM ANY OF THE
002400*                 CUSTOMER'S ACCOUNTS TO THE CUSTOMER'S OWN
002500*                 LOANS) ARE SUSPENDED, AND SCHEDULED
002600*                 FUTQUEUE ITEMS FROM SOLE ACCOUNTS ARE
002700*                 CANCELLED.  THE ESTATE SUMMARY LISTS EVERY
002800*                 ACCOUNT BALANCE AS AT THE DATE OF DEATH
002900*                 (LAST BALHIST SNAPSHOT ON OR BEFORE IT),
003000*                 EVERY OPEN LOAN AND TERM DEPOSIT, AND WHAT
003100*                 WAS DONE.
003200*----------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS CM-CUST-ID
004000         FILE STATUS IS WS-CUSTM-STATUS.
004100
004200     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS ACCT-NUMBER
004600         ALTERNATE RECORD KEY IS ACCT-NAME
004700             WITH DUPLICATES
004800         FILE STATUS IS WS-ACCT-STATUS.
004900
005000     SELECT ACCOUNT-OWNERS ASSIGN TO "ACCTOWN"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS AO-KEY
005400         FILE STATUS IS WS-ACOWN-STATUS.
005500
005600     SELECT CARD-MASTER ASSIGN TO "CARDMSTR"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS CD-CARD-NUMBER
006000         ALTERNATE RECORD KEY IS CD-ACCT
006100             WITH DUPLICATES
006200         FILE STATUS IS WS-CARD-STATUS.
006300
006400     SELECT STANDING-ORDERS ASSIGN TO "STANDORD"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-SORD-STATUS.
006700
006800     SELECT FUTURE-QUEUE ASSIGN TO "FUTQUEUE"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS FQ-ID
007200         FILE STATUS IS WS-FUTQ-STATUS.
007300
007400     SELECT LOAN-MASTER ASSIGN TO "LOANMSTR"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS LN-LOAN-NUMBER
007800         FILE STATUS IS WS-LOAN-STATUS.
007900
008000     SELECT TERM-DEPOSITS ASSIGN TO "TERMDEP"
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS DYNAMIC
008300         RECORD KEY IS TDP-NUMBER
008400         FILE STATUS IS WS-TDEP-STATUS.
008500
008600     SELECT BALANCE-HISTORY ASSIGN TO "BALHIST"
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS DYNAMIC
008900         RECORD KEY IS BH-KEY
009000         FILE STATUS IS WS-BALH-STATUS.
009100
009200     SELECT OPERATOR-FILE ASSIGN TO "OPERTAB"
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS WS-OPER-STATUS.
009500
009600     SELECT CUST-AUDIT-FILE ASSIGN TO "CUSTAUDIT"
009700         ORGANIZATION IS LINE SEQUENTIAL
009800         FILE STATUS IS WS-CAUDIT-STATUS.
009900
010000     SELECT ESTATE-REPORT ASSIGN TO "ESTATE"
010100         ORGANIZATION IS LINE SEQUENTIAL.
010200
010300 DATA DIVISION.
010400 FILE SECTION.
010500 FD  CUSTOMER-MASTER.
010600 01  CUSTOMER-MASTER-RECORD.
010700     COPY CUSTMREC.
010800
010900 FD  ACCOUNT-MASTER.
011000 01  ACCOUNT-RECORD.
011100     COPY ACCTREC.
011200
011300 FD  ACCOUNT-OWNERS.
011400 01  ACCOUNT-OWNER-RECORD.
011500     COPY OWNRREC.
011600
011700 FD  CARD-MASTER.
011800 01  CARD-RECORD.
011900     COPY CARDREC.
012000
012100 FD  STANDING-ORDERS.
012200 01  STANDING-ORDER-RECORD.
012300     COPY SORDREC.
012400
012500 FD  FUTURE-QUEUE.
012600 01  FUTURE-QUEUE-RECORD.
012700     COPY FUTQREC.
012800
012900 FD  LOAN-MASTER.
013000 01  LOAN-RECORD.
013100     COPY LOANREC.
013200
013300 FD  TERM-DEPOSITS.
013400 01  TERM-DEPOSIT-RECORD.
013500     COPY TDEPREC.
013600
013700 FD  BALANCE-HISTORY.
013800 01  BALANCE-HISTORY-RECORD.
013900     COPY BALHREC.
014000
014100 FD  OPERATOR-FILE.
014200 01  OPERATOR-RECORD.
014300     COPY OPERREC.
014400
014500*    SAME LAYOUT CUSTOMER-MAINT WRITES.
014600 FD  CUST-AUDIT-FILE.
014700 01  CUST-AUDIT-RECORD.
014800     05  CA-TIMESTAMP        PIC X(14).
014900     05  CA-OPERATOR         PIC X(06).
015000     05  CA-ACTION           PIC X(06).
015100     05  CA-BEFORE-IMAGE     PIC X(94).
015200     05  CA-AFTER-IMAGE      PIC X(94).
015300
015400 FD  ESTATE-REPORT.
015500 01  ESTATE-LINE             PIC X(80).
015600
015700 WORKING-STORAGE SECTION.
015800*----------------------------------------------------------
015900* SWITCHES AND FILE STATUS
016000*----------------------------------------------------------
016100 01  WS-SWITCHES.
016200     05  WS-REQUEST-FLAG     PIC X(01) VALUE "Y".
016300         88  REQUEST-ACCEPTED        VALUE "Y".
016400     05  WS-OPER-EOF-FLAG    PIC X(01) VALUE "N".
016500         88  END-OF-OPERATORS        VALUE "Y".
016600     05  WS-OPER-FOUND-FLAG  PIC X(01) VALUE "N".
016700         88  OPERATOR-FOUND          VALUE "Y".
016800     05  WS-SEQ-EOF-FLAG     PIC X(01) VALUE "N".
016900         88  END-OF-SEQ-FILE         VALUE "Y".
017000     05  WS-ACOWN-EOF-FLAG   PIC X(01) VALUE "N".
017100         88  END-OF-OWNERS           VALUE "Y".
017200     05  WS-LIVING-FLAG      PIC X(01) VALUE "N".
017300         88  OWNER-IS-LIVING         VALUE "Y".
017400     05  WS-ORDERS-CHANGED   PIC X(01) VALUE "N".
017500         88  ORDERS-CHANGED          VALUE "Y".
017600 01  WS-CUSTM-STATUS         PIC X(02).
017700     88  CUSTM-FILE-OK               VALUE "00".
017800 01  WS-CUSTM-OPEN-FLAG      PIC X(01) VALUE "N".
017900     88  CUSTM-FILE-OPEN             VALUE "Y".
018000 01  WS-ACCT-STATUS          PIC X(02).
018100     88  ACCT-STATUS-OK              VALUE "00".
018200 01  WS-ACCT-OPEN-FLAG       PIC X(01) VALUE "N".
018300     88  ACCT-FILE-OPEN              VALUE "Y".
018400 01  WS-ACOWN-STATUS         PIC X(02).
018500     88  ACOWN-FILE-OK               VALUE "00".
018600 01  WS-ACOWN-OPEN-FLAG      PIC X(01) VALUE "N".
018700     88  ACOWN-FILE-OPEN             VALUE "Y".
018800 01  WS-CARD-STATUS          PIC X(02).
018900     88  CARD-FILE-OK                VALUE "00".
019000 01  WS-SORD-STATUS          PIC X(02).
019100     88  SORD-FILE-OK                VALUE "00".
019200 01  WS-FUTQ-STATUS          PIC X(02).
019300     88  FUTQ-FILE-OK                VALUE "00".
019400 01  WS-LOAN-STATUS          PIC X(02).
019500     88  LOAN-FILE-OK                VALUE "00".
019600 01  WS-TDEP-STATUS          PIC X(02).
019700     88  TDEP-FILE-OK                VALUE "00".
019800 01  WS-BALH-STATUS          PIC X(02).
019900     88  BALH-FILE-OK                VALUE "00".
020000 01  WS-BALH-OPEN-FLAG       PIC X(01) VALUE "N".
020100     88  BALH-FILE-OPEN              VALUE "Y".
020200 01  WS-OPER-STATUS          PIC X(02).
020300     88  OPER-FILE-OK                VALUE "00".
020400 01  WS-CAUDIT-STATUS        PIC X(02).
020500     88  CAUDIT-FILE-OK              VALUE "00".
020600     88  CAUDIT-FILE-NOT-FOUND       VALUE "35".
020700 01  WS-RPT-OPEN-FLAG        PIC X(01) VALUE "N".
020800     88  RPT-FILE-OPEN               VALUE "Y".
020900
021000*----------------------------------------------------------
021100* THE NOTIFICATION, FROM SYSIN
021200*----------------------------------------------------------
021300 01  WS-REQ-CUST             PIC X(06) VALUE SPACES.
021400 01  WS-REQ-DEATH-DATE       PIC 9(08) VALUE ZERO.
021500 01  WS-REQ-OPERATOR         PIC X(06) VALUE SPACES.
021600 01  WS-REFUSE-REASON        PIC X(24) VALUE SPACES.
021700 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
021800 01  WS-TIMESTAMP            PIC X(21).
021900 01  WS-CUST-NAME            PIC X(20) VALUE SPACES.
022000 01  WS-BEFORE-IMAGE         PIC X(94) VALUE SPACES.
022100 01  WS-AFTER-IMAGE          PIC X(94) VALUE SPACES.
022200
022300*----------------------------------------------------------
022400* ACCOUNT JOURNAL INTERFACE
022500*----------------------------------------------------------
022600 01  WS-JRNL-PROGRAM         PIC X(12) VALUE "DECDNOTE".
022700 01  WS-JRNL-ACTION          PIC X(01) VALUE "R".
022800 01  WS-JRNL-BEFORE          PIC X(128) VALUE SPACES.
022900 01  WS-JRNL-AFTER           PIC X(128) VALUE SPACES.
023000
023100*----------------------------------------------------------
023200* THE CUSTOMER'S ACCOUNTS, FROM THE MASTER AND ACCTOWN.
023300* WS-DA-OWNERSHIP "S" = SOLE (HELD), "J" = JOINT (PASSES
023400* TO WS-DA-SURVIVOR).  WS-DA-BAL-FROM "H" = BALHIST
023500* SNAPSHOT, "C" = CURRENT BALANCE (NO SNAPSHOT TO HAND).
023600*----------------------------------------------------------
023700 01  WS-ACCT-MAX             PIC 9(03) COMP VALUE 50.
023800 01  WS-ACCT-COUNT           PIC 9(03) COMP VALUE ZERO.
023900 01  WS-ACCT-SUB             PIC 9(03) COMP VALUE ZERO.
024000 01  WS-FOUND-SUB            PIC 9(03) COMP VALUE ZERO.
024100 01  WS-SETTLE-SUB           PIC 9(03) COMP VALUE ZERO.
024200 01  WS-ACCT-TABLE.
024300     05  WS-DA-ENTRY         OCCURS 50 TIMES.
024400         10  WS-DA-ACCT      PIC X(06).
024500         10  WS-DA-TYPE      PIC X(01).
024600         10  WS-DA-OWNERSHIP PIC X(01).
024700             88  WS-DA-IS-SOLE       VALUE "S".
024800         10  WS-DA-SURVIVOR  PIC X(06).
024900         10  WS-DA-ACTION    PIC X(14).
025000         10  WS-DA-BALANCE   PIC S9(7)V99.
025100         10  WS-DA-BAL-FROM  PIC X(01).
025200 01  WS-SEARCH-ACCT          PIC X(06).
025300 01  WS-SURVIVOR-ID          PIC X(06).
025400 01  WS-CANDIDATE-ID         PIC X(06).
025500
025600*----------------------------------------------------------
025700* THE CUSTOMER'S OPEN LOANS AND TERM DEPOSITS
025800*----------------------------------------------------------
025900 01  WS-LOAN-MAX             PIC 9(03) COMP VALUE 20.
026000 01  WS-LOAN-COUNT           PIC 9(03) COMP VALUE ZERO.
026100 01  WS-LOAN-SUB             PIC 9(03) COMP VALUE ZERO.
026200 01  WS-LOAN-TABLE.
026300     05  WS-DL-ENTRY         OCCURS 20 TIMES.
026400         10  WS-DL-LOAN      PIC X(08).
026500         10  WS-DL-BALANCE   PIC S9(8)V99.
026600         10  WS-DL-ACCRUED   PIC S9(6)V99.
026700         10  WS-DL-FEES      PIC S9(5)V99.
026800 01  WS-TDEP-MAX             PIC 9(03) COMP VALUE 20.
026900 01  WS-TDEP-COUNT           PIC 9(03) COMP VALUE ZERO.
027000 01  WS-TDEP-SUB             PIC 9(03) COMP VALUE ZERO.
027100 01  WS-TDEP-TABLE.
027200     05  WS-DT-ENTRY         OCCURS 20 TIMES.
027300         10  WS-DT-NUMBER    PIC X(08).
027400         10  WS-DT-ACCT      PIC X(06).
027500         10  WS-DT-PRINCIPAL PIC 9(7)V99.
027600         10  WS-DT-MATURITY  PIC 9(08).
027700         10  WS-DT-PAYOUT    PIC X(16).
027800
027900*----------------------------------------------------------
028000* STANDORD IS LINE SEQUENTIAL, SO IT IS HELD HERE AND
028100* WRITTEN BACK WHOLE, AS STANDING-ORDER-BATCH DOES.
028200*----------------------------------------------------------
028300 01  WS-ORDER-MAX            PIC 9(03) COMP VALUE 200.
028400 01  WS-ORDER-COUNT          PIC 9(03) COMP VALUE ZERO.
028500 01  WS-ORDER-SUB            PIC 9(03) COMP VALUE ZERO.
028600 01  WS-ORDER-TABLE.
028700     05  WS-ORDER-LINE       PIC X(47) OCCURS 200 TIMES.
028800
028900*----------------------------------------------------------
029000* COUNTS AND TOTALS
029100*----------------------------------------------------------
029200 01  WS-HELD-COUNT           PIC 9(03) COMP VALUE ZERO.
029300 01  WS-PASSED-COUNT         PIC 9(03) COMP VALUE ZERO.
029400 01  WS-CARD-COUNT           PIC 9(03) COMP VALUE ZERO.
029500 01  WS-ORDER-SUSP-COUNT     PIC 9(03) COMP VALUE ZERO.
029600 01  WS-FUTQ-CANC-COUNT      PIC 9(03) COMP VALUE ZERO.
029700 01  WS-DEPOSIT-TOTAL        PIC S9(9)V99 VALUE ZERO.
029800 01  WS-LOAN-TOTAL           PIC S9(9)V99 VALUE ZERO.
029900 01  WS-TDEP-TOTAL           PIC S9(9)V99 VALUE ZERO.
030000 01  WS-NET-POSITION         PIC S9(9)V99 VALUE ZERO.
030100
030200*----------------------------------------------------------
030300* ESTATE SUMMARY LINES
030400*----------------------------------------------------------
030500 01  WS-SEPARATOR-LINE       PIC X(80) VALUE ALL "-".
030600 01  WS-TITLE-LINE.
030700     05  FILLER              PIC X(26)
030800         VALUE "ESTATE SUMMARY - CUSTOMER ".
030900     05  TL-CUST             PIC X(06).
031000     05  FILLER              PIC X(02) VALUE SPACES.
031100     05  TL-NAME             PIC X(20).
031200 01  WS-DATES-LINE.
031300     05  FILLER              PIC X(14) VALUE "DATE OF DEATH ".
031400     05  DL-DEATH-DATE       PIC 9(08).
031500     05  FILLER              PIC X(11) VALUE "  NOTIFIED ".
031600     05  DL-NOTIFIED         PIC 9(08).
031700     05  FILLER              PIC X(04) VALUE " BY ".
031800     05  DL-OPERATOR         PIC X(06).
031900 01  WS-SECTION-LINE         PIC X(80).
032000 01  WS-ACCT-HEADING         PIC X(80) VALUE
032100     "ACCT   T OWNER SURVIVOR ACTION         BALANCE AT DEATH".
032200 01  WS-ACCT-DETAIL.
032300     05  AD-ACCT             PIC X(06).
032400     05  FILLER              PIC X(01) VALUE SPACE.
032500     05  AD-TYPE             PIC X(01).
032600     05  FILLER              PIC X(01) VALUE SPACE.
032700     05  AD-OWNERSHIP        PIC X(05).
032800     05  FILLER              PIC X(01) VALUE SPACE.
032900     05  AD-SURVIVOR         PIC X(06).
033000     05  FILLER              PIC X(03) VALUE SPACES.
033100     05  AD-ACTION           PIC X(14).
033200     05  FILLER              PIC X(03) VALUE SPACES.
033300     05  AD-BALANCE          PIC -ZZZZZZ9.99.
033400     05  FILLER              PIC X(01) VALUE SPACE.
033500     05  AD-BAL-NOTE         PIC X(01).
033600 01  WS-LOAN-HEADING         PIC X(80) VALUE
033700     "LOAN       OUTSTANDING  ACCRUED INT   LATE FEES".
033800 01  WS-LOAN-DETAIL.
033900     05  LD-LOAN             PIC X(08).
034000     05  FILLER              PIC X(02) VALUE SPACES.
034100     05  LD-BALANCE          PIC -ZZZZZZZ9.99.
034200     05  FILLER              PIC X(02) VALUE SPACES.
034300     05  LD-ACCRUED          PIC -ZZZZZ9.99.
034400     05  FILLER              PIC X(02) VALUE SPACES.
034500     05  LD-FEES             PIC -ZZZZ9.99.
034600 01  WS-TDEP-HEADING         PIC X(80) VALUE
034700     "DEPOSIT  ACCT      PRINCIPAL  MATURES   PAYOUT".
034800 01  WS-TDEP-DETAIL.
034900     05  TD-NUMBER           PIC X(08).
035000     05  FILLER              PIC X(01) VALUE SPACE.
035100     05  TD-ACCT             PIC X(06).
035200     05  FILLER              PIC X(01) VALUE SPACE.
035300     05  TD-PRINCIPAL        PIC ZZZZZZ9.99.
035400     05  FILLER              PIC X(02) VALUE SPACES.
035500     05  TD-MATURITY         PIC 9(08).
035600     05  FILLER              PIC X(02) VALUE SPACES.
035700     05  TD-PAYOUT           PIC X(16).
035800 01  WS-TOTAL-LINE.
035900     05  TT-LABEL            PIC X(30).
036000     05  TT-AMOUNT           PIC -ZZZZZZZZ9.99.
036100 01  WS-COUNT-LINE.
036200     05  CL-LABEL            PIC X(30).
036300     05  CL-COUNT            PIC ZZ9.
036400 01  WS-NOTE-LINE.
036500     05  FILLER              PIC X(40)
036600         VALUE "* NO BALANCE SNAPSHOT ON OR BEFORE THE D".
036700     05  FILLER              PIC X(40)
036800         VALUE "ATE OF DEATH - CURRENT BALANCE SHOWN".
036900
037000 PROCEDURE DIVISION.
037100*----------------------------------------------------------
037200* 0000-MAINLINE
037300*----------------------------------------------------------
037400 0000-MAINLINE.
037500     DISPLAY "ENTER CUSTOMER ID: "
037600     ACCEPT WS-REQ-CUST
037700     DISPLAY "ENTER DATE OF DEATH (YYYYMMDD): "
037800     ACCEPT WS-REQ-DEATH-DATE
037900     DISPLAY "ENTER NOTIFYING OPERATOR: "
038000     ACCEPT WS-REQ-OPERATOR
038100
038200     PERFORM 1000-INITIALIZE
038300         THRU 1000-INITIALIZE-EXIT
038400     IF REQUEST-ACCEPTED
038500         PERFORM 2000-RECORD-DEATH
038600             THRU 2000-RECORD-DEATH-EXIT
038700         PERFORM 3000-COLLECT-ACCOUNTS
038800             THRU 3000-COLLECT-ACCOUNTS-EXIT
038900         PERFORM 3500-COLLECT-LOANS
039000             THRU 3500-COLLECT-LOANS-EXIT
039100         PERFORM 4000-SETTLE-ACCOUNTS
039200             THRU 4000-SETTLE-ACCOUNTS-EXIT
039300         PERFORM 5000-CLOSE-CARDS
039400             THRU 5000-CLOSE-CARDS-EXIT
039500         PERFORM 5500-SUSPEND-ORDERS
039600             THRU 5500-SUSPEND-ORDERS-EXIT
039700         PERFORM 6000-CANCEL-QUEUED-ITEMS
039800             THRU 6000-CANCEL-QUEUED-ITEMS-EXIT
039900         PERFORM 6500-COLLECT-TERM-DEPOSITS
040000             THRU 6500-COLLECT-TERM-DEPOSITS-EXIT
040100         PERFORM 7000-PRINT-ESTATE-SUMMARY
040200             THRU 7000-PRINT-ESTATE-SUMMARY-EXIT
040300     END-IF
040400     PERFORM 9000-TERMINATE
040500         THRU 9000-TERMINATE-EXIT
040600     STOP RUN.
040700
040800*----------------------------------------------------------
040900* 1000-INITIALIZE - EDIT THE NOTIFICATION AND OPEN THE
041000* MASTERS.  ANY FAILURE REFUSES IT WITH A REASON AND CHANGES
041100* NOTHING.
041200*----------------------------------------------------------
041300 1000-INITIALIZE.
041400     CALL "GETBDATE" USING WS-BUSINESS-DATE
041500     IF WS-REQ-DEATH-DATE = ZERO
041600      OR WS-REQ-DEATH-DATE > WS-BUSINESS-DATE
041700         MOVE "INVALID DATE OF DEATH" TO WS-REFUSE-REASON
041800         GO TO 1000-INITIALIZE-REFUSE
041900     END-IF
042000     PERFORM 1100-CHECK-OPERATOR
042100         THRU 1100-CHECK-OPERATOR-EXIT
042200     IF WS-REFUSE-REASON NOT = SPACES
042300         GO TO 1000-INITIALIZE-REFUSE
042400     END-IF
042500
042600     OPEN I-O CUSTOMER-MASTER
042700     IF NOT CUSTM-FILE-OK
042800         DISPLAY "DECEASED-NOTIFY-BATCH: CUSTMSTR OPEN FAILED, "
042900             "STATUS " WS-CUSTM-STATUS
043000         MOVE "CUSTMSTR NOT AVAILABLE" TO WS-REFUSE-REASON
043100         GO TO 1000-INITIALIZE-REFUSE
043200     END-IF
043300     MOVE "Y" TO WS-CUSTM-OPEN-FLAG
043400     MOVE WS-REQ-CUST TO CM-CUST-ID
043500     READ CUSTOMER-MASTER
043600         INVALID KEY
043700             MOVE "CUSTOMER NOT ON FILE" TO WS-REFUSE-REASON
043800             GO TO 1000-INITIALIZE-REFUSE
043900     END-READ
044000     IF CM-IS-INACTIVE
044100         MOVE "CUSTOMER INACTIVE" TO WS-REFUSE-REASON
044200         GO TO 1000-INITIALIZE-REFUSE
044300     END-IF
044400     IF CM-IS-DECEASED
044500         MOVE "ALREADY NOTIFIED" TO WS-REFUSE-REASON
044600         GO TO 1000-INITIALIZE-REFUSE
044700     END-IF
044800     MOVE CM-CUST-NAME TO WS-CUST-NAME
044900
045000     OPEN I-O ACCOUNT-MASTER
045100     IF NOT ACCT-STATUS-OK
045200         DISPLAY "DECEASED-NOTIFY-BATCH: ACCTMSTR OPEN FAILED, "
045300             "STATUS " WS-ACCT-STATUS
045400         MOVE "ACCTMSTR NOT AVAILABLE" TO WS-REFUSE-REASON
045500         GO TO 1000-INITIALIZE-REFUSE
045600     END-IF
045700     MOVE "Y" TO WS-ACCT-OPEN-FLAG
045800*    NO ACCTOWN JUST MEANS NO JOINT OWNERS WERE EVER LINKED;
045900*    NO BALHIST MEANS CURRENT BALANCES ARE SHOWN.
046000     OPEN I-O ACCOUNT-OWNERS
046100     IF ACOWN-FILE-OK
046200         MOVE "Y" TO WS-ACOWN-OPEN-FLAG
046300     END-IF
046400     OPEN INPUT BALANCE-HISTORY
046500     IF BALH-FILE-OK
046600         MOVE "Y" TO WS-BALH-OPEN-FLAG
046700     END-IF
046800     OPEN OUTPUT ESTATE-REPORT
046900     MOVE "Y" TO WS-RPT-OPEN-FLAG
047000     GO TO 1000-INITIALIZE-EXIT.
047100
047200 1000-INITIALIZE-REFUSE.
047300     MOVE "N" TO WS-REQUEST-FLAG
047400     MOVE 8 TO RETURN-CODE
047500     DISPLAY "DECEASED-NOTIFY-BATCH: NOTIFICATION REFUSED - "
047600         WS-REFUSE-REASON.
047700 1000-INITIALIZE-EXIT.
047800     EXIT.
047900
048000*----------------------------------------------------------
048100* 1100-CHECK-OPERATOR - THE NOTIFYING OPERATOR MUST BE AN
048200* ENABLED SUPERVISOR ON OPERTAB; FREEZING A CUSTOMER'S
048300* AFFAIRS IS NOT A TELLER DECISION.
048400*----------------------------------------------------------
048500 1100-CHECK-OPERATOR.
048600     OPEN INPUT OPERATOR-FILE
048700     IF NOT OPER-FILE-OK
048800         MOVE "OPERTAB NOT AVAILABLE" TO WS-REFUSE-REASON
048900         GO TO 1100-CHECK-OPERATOR-EXIT
049000     END-IF
049100     PERFORM 1150-READ-OPERATOR
049200         THRU 1150-READ-OPERATOR-EXIT
049300         UNTIL END-OF-OPERATORS OR OPERATOR-FOUND
049400     CLOSE OPERATOR-FILE
049500     IF NOT OPERATOR-FOUND
049600         MOVE "UNKNOWN OPERATOR" TO WS-REFUSE-REASON
049700         GO TO 1100-CHECK-OPERATOR-EXIT
049800     END-IF
049900     IF OP-IS-DISABLED
050000         MOVE "OPERATOR DISABLED" TO WS-REFUSE-REASON
050100         GO TO 1100-CHECK-OPERATOR-EXIT
050200     END-IF
050300     IF OP-ROLE NOT = "S"
050400         MOVE "SUPERVISOR REQUIRED" TO WS-REFUSE-REASON
050500     END-IF.
050600 1100-CHECK-OPERATOR-EXIT.
050700     EXIT.
050800
050900*----------------------------------------------------------
051000* 1150-READ-OPERATOR - NEXT OPERTAB RECORD.
051100*----------------------------------------------------------
051200 1150-READ-OPERATOR.
051300     READ OPERATOR-FILE
051400         AT END
051500             MOVE "Y" TO WS-OPER-EOF-FLAG
051600             GO TO 1150-READ-OPERATOR-EXIT
051700     END-READ
051800     IF OP-ID = WS-REQ-OPERATOR
051900         MOVE "Y" TO WS-OPER-FOUND-FLAG
052000     END-IF.
052100 1150-READ-OPERATOR-EXIT.
052200     EXIT.
052300
052400*----------------------------------------------------------
052500* 2000-RECORD-DEATH - STAMP THE DATE OF DEATH ON THE
052600* CUSTOMER AND AUDIT THE CHANGE THE WAY CUSTOMER-MAINT
052700* DOES.
052800*----------------------------------------------------------
052900 2000-RECORD-DEATH.
053000     MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
053100     MOVE WS-REQ-DEATH-DATE      TO CM-DEATH-DATE
053200     REWRITE CUSTOMER-MASTER-RECORD
053300     MOVE CUSTOMER-MASTER-RECORD TO WS-AFTER-IMAGE
053400     OPEN EXTEND CUST-AUDIT-FILE
053500     IF CAUDIT-FILE-NOT-FOUND
053600         OPEN OUTPUT CUST-AUDIT-FILE
053700     END-IF
053800     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
053900     MOVE WS-TIMESTAMP(1:14)  TO CA-TIMESTAMP
054000     MOVE WS-REQ-OPERATOR     TO CA-OPERATOR
054100     MOVE "DECEAS"            TO CA-ACTION
054200     MOVE WS-BEFORE-IMAGE     TO CA-BEFORE-IMAGE
054300     MOVE WS-AFTER-IMAGE      TO CA-AFTER-IMAGE
054400     WRITE CUST-AUDIT-RECORD
054500     CLOSE CUST-AUDIT-FILE.
054600 2000-RECORD-DEATH-EXIT.
054700     EXIT.
054800
054900*----------------------------------------------------------
055000* 3000-COLLECT-ACCOUNTS - EVERY OPEN ACCOUNT THE CUSTOMER
055100* OWNS: PRIMARY ON THE MASTER, THEN ANY FURTHER ACCOUNTS
055200* LINKED THROUGH ACCTOWN.
055300*----------------------------------------------------------
055400 3000-COLLECT-ACCOUNTS.
055500     MOVE "N" TO WS-SEQ-EOF-FLAG
055600     MOVE LOW-VALUES TO ACCT-NUMBER
055700     START ACCOUNT-MASTER KEY NOT LESS THAN ACCT-NUMBER
055800         INVALID KEY
055900             MOVE "Y" TO WS-SEQ-EOF-FLAG
056000     END-START
056100     PERFORM 3100-CHECK-ONE-ACCOUNT
056200         THRU 3100-CHECK-ONE-ACCOUNT-EXIT
056300         UNTIL END-OF-SEQ-FILE
056400     IF NOT ACOWN-FILE-OPEN
056500         GO TO 3000-COLLECT-ACCOUNTS-EXIT
056600     END-IF
056700     MOVE "N" TO WS-ACOWN-EOF-FLAG
056800     MOVE LOW-VALUES TO AO-KEY
056900     START ACCOUNT-OWNERS KEY NOT LESS THAN AO-KEY
057000         INVALID KEY
057100             MOVE "Y" TO WS-ACOWN-EOF-FLAG
057200     END-START
057300     PERFORM 3200-CHECK-ONE-LINK
057400         THRU 3200-CHECK-ONE-LINK-EXIT
057500         UNTIL END-OF-OWNERS.
057600 3000-COLLECT-ACCOUNTS-EXIT.
057700     EXIT.
057800
057900*----------------------------------------------------------
058000* 3100-CHECK-ONE-ACCOUNT - ONE MASTER RECORD.
058100*----------------------------------------------------------
058200 3100-CHECK-ONE-ACCOUNT.
058300     READ ACCOUNT-MASTER NEXT RECORD
058400         AT END
058500             MOVE "Y" TO WS-SEQ-EOF-FLAG
058600             GO TO 3100-CHECK-ONE-ACCOUNT-EXIT
058700     END-READ
058800     IF ACCT-CUST-NUM = WS-REQ-CUST
058900      AND NOT ACCT-IS-CLOSED
059000         PERFORM 3900-ADD-ACCOUNT
059100             THRU 3900-ADD-ACCOUNT-EXIT
059200     END-IF.
059300 3100-CHECK-ONE-ACCOUNT-EXIT.
059400     EXIT.
059500
059600*----------------------------------------------------------
059700* 3200-CHECK-ONE-LINK - ONE ACCTOWN LINK; AN ACTIVE LINK TO
059800* THE CUSTOMER ADDS ITS ACCOUNT IF IT IS STILL OPEN.
059900*----------------------------------------------------------
060000 3200-CHECK-ONE-LINK.
060100     READ ACCOUNT-OWNERS NEXT RECORD
060200         AT END
060300             MOVE "Y" TO WS-ACOWN-EOF-FLAG
060400             GO TO 3200-CHECK-ONE-LINK-EXIT
060500     END-READ
060600     IF AO-CUST-ID NOT = WS-REQ-CUST
060700      OR AO-IS-REMOVED
060800         GO TO 3200-CHECK-ONE-LINK-EXIT
060900     END-IF
061000     MOVE AO-ACCT TO ACCT-NUMBER
061100     READ ACCOUNT-MASTER
061200         INVALID KEY
061300             GO TO 3200-CHECK-ONE-LINK-EXIT
061400     END-READ
061500     IF NOT ACCT-IS-CLOSED
061600         PERFORM 3900-ADD-ACCOUNT
061700             THRU 3900-ADD-ACCOUNT-EXIT
061800     END-IF.
061900 3200-CHECK-ONE-LINK-EXIT.
062000     EXIT.
062100
062200*----------------------------------------------------------
062300* 3500-COLLECT-LOANS - THE CUSTOMER'S LOANS STILL OPEN
062400* (APPLICANT ID CARRIES THE CUSTOMER ID IN ITS FIRST SIX).
062500*----------------------------------------------------------
062600 3500-COLLECT-LOANS.
062700     OPEN INPUT LOAN-MASTER
062800     IF NOT LOAN-FILE-OK
062900         GO TO 3500-COLLECT-LOANS-EXIT
063000     END-IF
063100     MOVE "N" TO WS-SEQ-EOF-FLAG
063200     MOVE LOW-VALUES TO LN-LOAN-NUMBER
063300     START LOAN-MASTER KEY NOT LESS THAN LN-LOAN-NUMBER
063400         INVALID KEY
063500             MOVE "Y" TO WS-SEQ-EOF-FLAG
063600     END-START
063700     PERFORM 3600-CHECK-ONE-LOAN
063800         THRU 3600-CHECK-ONE-LOAN-EXIT
063900         UNTIL END-OF-SEQ-FILE
064000     CLOSE LOAN-MASTER.
064100 3500-COLLECT-LOANS-EXIT.
064200     EXIT.
064300
064400*----------------------------------------------------------
064500* 3600-CHECK-ONE-LOAN - ONE LOAN MASTER RECORD.
064600*----------------------------------------------------------
064700 3600-CHECK-ONE-LOAN.
064800     READ LOAN-MASTER NEXT RECORD
064900         AT END
065000             MOVE "Y" TO WS-SEQ-EOF-FLAG
065100             GO TO 3600-CHECK-ONE-LOAN-EXIT
065200     END-READ
065300     IF LN-APPLICANT-ID(1:6) NOT = WS-REQ-CUST
065400      OR LN-IS-CLOSED OR LN-IS-CHARGED-OFF
065500         GO TO 3600-CHECK-ONE-LOAN-EXIT
065600     END-IF
065700     IF WS-LOAN-COUNT NOT < WS-LOAN-MAX
065800         DISPLAY "DECEASED-NOTIFY-BATCH: LOAN TABLE FULL, "
065900             LN-LOAN-NUMBER " NOT LISTED"
066000         GO TO 3600-CHECK-ONE-LOAN-EXIT
066100     END-IF
066200     ADD 1 TO WS-LOAN-COUNT
066300     MOVE LN-LOAN-NUMBER     TO WS-DL-LOAN(WS-LOAN-COUNT)
066400     MOVE LN-OUTSTANDING-BAL TO WS-DL-BALANCE(WS-LOAN-COUNT)
066500     MOVE LN-ACCRUED-INT     TO WS-DL-ACCRUED(WS-LOAN-COUNT)
066600     MOVE LN-LATE-FEES-DUE   TO WS-DL-FEES(WS-LOAN-COUNT).
066700 3600-CHECK-ONE-LOAN-EXIT.
066800     EXIT.
066900
067000*----------------------------------------------------------
067100* 3900-ADD-ACCOUNT - ADD THE ACCOUNT IN THE RECORD AREA TO
067200* THE TABLE UNLESS IT IS ALREADY THERE.
067300*----------------------------------------------------------
067400 3900-ADD-ACCOUNT.
067500     MOVE ACCT-NUMBER TO WS-SEARCH-ACCT
067600     PERFORM 3950-FIND-ACCOUNT
067700         THRU 3950-FIND-ACCOUNT-EXIT
067800     IF WS-FOUND-SUB > ZERO
067900         GO TO 3900-ADD-ACCOUNT-EXIT
068000     END-IF
068100     IF WS-ACCT-COUNT NOT < WS-ACCT-MAX
068200         DISPLAY "DECEASED-NOTIFY-BATCH: ACCOUNT TABLE FULL, "
068300             ACCT-NUMBER " NOT SETTLED"
068400         MOVE 4 TO RETURN-CODE
068500         GO TO 3900-ADD-ACCOUNT-EXIT
068600     END-IF
068700     ADD 1 TO WS-ACCT-COUNT
068800     MOVE ACCT-NUMBER TO WS-DA-ACCT(WS-ACCT-COUNT)
068900     MOVE ACCT-TYPE   TO WS-DA-TYPE(WS-ACCT-COUNT)
069000     MOVE "S"         TO WS-DA-OWNERSHIP(WS-ACCT-COUNT)
069100     MOVE SPACES      TO WS-DA-SURVIVOR(WS-ACCT-COUNT)
069200     MOVE SPACES      TO WS-DA-ACTION(WS-ACCT-COUNT)
069300     MOVE ACCT-BALANCE TO WS-DA-BALANCE(WS-ACCT-COUNT)
069400     MOVE "C"         TO WS-DA-BAL-FROM(WS-ACCT-COUNT).
069500 3900-ADD-ACCOUNT-EXIT.
069600     EXIT.
069700
069800*----------------------------------------------------------
069900* 3950-FIND-ACCOUNT - LOOK WS-SEARCH-ACCT UP IN THE TABLE;
070000* WS-FOUND-SUB IS ZERO WHEN IT IS NOT THE CUSTOMER'S.
070100*----------------------------------------------------------
070200 3950-FIND-ACCOUNT.
070300     MOVE ZERO TO WS-FOUND-SUB
070400     PERFORM 3960-COMPARE-ACCOUNT
070500         THRU 3960-COMPARE-ACCOUNT-EXIT
070600         VARYING WS-ACCT-SUB FROM 1 BY 1
070700         UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
070800            OR WS-FOUND-SUB > ZERO.
070900 3950-FIND-ACCOUNT-EXIT.
071000     EXIT.
071100
071200*----------------------------------------------------------
071300* 3960-COMPARE-ACCOUNT - ONE TABLE ENTRY.
071400*----------------------------------------------------------
071500 3960-COMPARE-ACCOUNT.
071600     IF WS-DA-ACCT(WS-ACCT-SUB) = WS-SEARCH-ACCT
071700         MOVE WS-ACCT-SUB TO WS-FOUND-SUB
071800     END-IF.
071900 3960-COMPARE-ACCOUNT-EXIT.
072000     EXIT.
072100
072200*----------------------------------------------------------
072300* 4000-SETTLE-ACCOUNTS - DECIDE SOLE OR JOINT FOR EACH
072400* ACCOUNT AND ACT ON IT.
072500*----------------------------------------------------------
072600 4000-SETTLE-ACCOUNTS.
072700     PERFORM 4100-SETTLE-ONE-ACCOUNT
072800         THRU 4100-SETTLE-ONE-ACCOUNT-EXIT
072900         VARYING WS-SETTLE-SUB FROM 1 BY 1
073000         UNTIL WS-SETTLE-SUB > WS-ACCT-COUNT.
073100 4000-SETTLE-ACCOUNTS-EXIT.
073200     EXIT.
073300
073400*----------------------------------------------------------
073500* 4100-SETTLE-ONE-ACCOUNT - A LIVING CO-OWNER (THE PRIMARY
073600* ON THE MASTER, OR AN ACTIVE ACCTOWN LINK) MAKES THE
073700* ACCOUNT JOINT: THE CUSTOMER'S LINK IS REMOVED AND, IF THE
073800* CUSTOMER WAS PRIMARY, THE SURVIVOR BECOMES PRIMARY.  WITH
073900* NO SURVIVOR THE ACCOUNT IS SOLE AND GOES ON HOLD UNTIL
074000* THE ESTATE IS SETTLED.
074100*----------------------------------------------------------
074200 4100-SETTLE-ONE-ACCOUNT.
074300     MOVE WS-DA-ACCT(WS-SETTLE-SUB) TO ACCT-NUMBER
074400     READ ACCOUNT-MASTER
074500         INVALID KEY
074600             MOVE "NOT ON FILE" TO WS-DA-ACTION(WS-SETTLE-SUB)
074700             GO TO 4100-SETTLE-ONE-ACCOUNT-EXIT
074800     END-READ
074900     MOVE SPACES TO WS-SURVIVOR-ID
075000     IF ACCT-CUST-NUM NOT = WS-REQ-CUST
075100      AND ACCT-CUST-NUM NOT = SPACES
075200         MOVE ACCT-CUST-NUM TO WS-CANDIDATE-ID
075300         PERFORM 4300-CHECK-LIVING
075400             THRU 4300-CHECK-LIVING-EXIT
075500         IF OWNER-IS-LIVING
075600             MOVE ACCT-CUST-NUM TO WS-SURVIVOR-ID
075700         END-IF
075800     END-IF
075900     IF WS-SURVIVOR-ID = SPACES
076000         PERFORM 4200-FIND-SURVIVOR
076100             THRU 4200-FIND-SURVIVOR-EXIT
076200     END-IF
076300     PERFORM 4400-BALANCE-AT-DEATH
076400         THRU 4400-BALANCE-AT-DEATH-EXIT
076500     IF WS-SURVIVOR-ID = SPACES
076600         GO TO 4100-SETTLE-ONE-ACCOUNT-SOLE
076700     END-IF
076800
076900     MOVE "J"            TO WS-DA-OWNERSHIP(WS-SETTLE-SUB)
077000     MOVE WS-SURVIVOR-ID TO WS-DA-SURVIVOR(WS-SETTLE-SUB)
077100     MOVE "LINK REMOVED" TO WS-DA-ACTION(WS-SETTLE-SUB)
077200     PERFORM 4500-REMOVE-LINK
077300         THRU 4500-REMOVE-LINK-EXIT
077400     IF ACCT-CUST-NUM = WS-REQ-CUST
077500         MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
077600         MOVE WS-SURVIVOR-ID TO ACCT-CUST-NUM
077700         REWRITE ACCOUNT-RECORD
077800         MOVE ACCOUNT-RECORD TO WS-JRNL-AFTER
077900         CALL "ACCTJRNL" USING WS-JRNL-PROGRAM WS-JRNL-ACTION
078000             WS-JRNL-BEFORE WS-JRNL-AFTER
078100         PERFORM 4600-PROMOTE-SURVIVOR
078200             THRU 4600-PROMOTE-SURVIVOR-EXIT
078300         MOVE "TO SURVIVOR" TO WS-DA-ACTION(WS-SETTLE-SUB)
078400     END-IF
078500     ADD 1 TO WS-PASSED-COUNT
078600     GO TO 4100-SETTLE-ONE-ACCOUNT-EXIT.
078700
078800 4100-SETTLE-ONE-ACCOUNT-SOLE.
078900     MOVE "S" TO WS-DA-OWNERSHIP(WS-SETTLE-SUB)
079000     IF ACCT-ON-HOLD
079100         MOVE "ALREADY HELD" TO WS-DA-ACTION(WS-SETTLE-SUB)
079200         GO TO 4100-SETTLE-ONE-ACCOUNT-EXIT
079300     END-IF
079400     MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
079500     MOVE "H" TO ACCT-HOLD-FLAG
079600     REWRITE ACCOUNT-RECORD
079700     MOVE ACCOUNT-RECORD TO WS-JRNL-AFTER
079800     CALL "ACCTJRNL" USING WS-JRNL-PROGRAM WS-JRNL-ACTION
079900         WS-JRNL-BEFORE WS-JRNL-AFTER
080000     MOVE "HELD" TO WS-DA-ACTION(WS-SETTLE-SUB)
080100     ADD 1 TO WS-HELD-COUNT.
080200 4100-SETTLE-ONE-ACCOUNT-EXIT.
080300     EXIT.
080400
080500*----------------------------------------------------------
080600* 4200-FIND-SURVIVOR - WALK THE ACCOUNT'S ACCTOWN LINKS FOR
080700* ANOTHER ACTIVE, LIVING OWNER.
080800*----------------------------------------------------------
080900 4200-FIND-SURVIVOR.
081000     IF NOT ACOWN-FILE-OPEN
081100         GO TO 4200-FIND-SURVIVOR-EXIT
081200     END-IF
081300     MOVE "N" TO WS-ACOWN-EOF-FLAG
081400     MOVE ACCT-NUMBER TO AO-ACCT
081500     MOVE LOW-VALUES  TO AO-CUST-ID
081600     START ACCOUNT-OWNERS KEY NOT LESS THAN AO-KEY
081700         INVALID KEY
081800             MOVE "Y" TO WS-ACOWN-EOF-FLAG
081900     END-START
082000     PERFORM 4250-CHECK-CO-OWNER
082100         THRU 4250-CHECK-CO-OWNER-EXIT
082200         UNTIL END-OF-OWNERS
082300            OR WS-SURVIVOR-ID NOT = SPACES.
082400 4200-FIND-SURVIVOR-EXIT.
082500     EXIT.
082600
082700*----------------------------------------------------------
082800* 4250-CHECK-CO-OWNER - ONE LINK ON THE ACCOUNT.
082900*----------------------------------------------------------
083000 4250-CHECK-CO-OWNER.
083100     READ ACCOUNT-OWNERS NEXT RECORD
083200         AT END
083300             MOVE "Y" TO WS-ACOWN-EOF-FLAG
083400             GO TO 4250-CHECK-CO-OWNER-EXIT
083500     END-READ
083600     IF AO-ACCT NOT = ACCT-NUMBER
083700         MOVE "Y" TO WS-ACOWN-EOF-FLAG
083800         GO TO 4250-CHECK-CO-OWNER-EXIT
083900     END-IF
084000     IF AO-CUST-ID = WS-REQ-CUST
084100      OR AO-IS-REMOVED
084200         GO TO 4250-CHECK-CO-OWNER-EXIT
084300     END-IF
084400     MOVE AO-CUST-ID TO WS-CANDIDATE-ID
084500     PERFORM 4300-CHECK-LIVING
084600         THRU 4300-CHECK-LIVING-EXIT
084700     IF OWNER-IS-LIVING
084800         MOVE AO-CUST-ID TO WS-SURVIVOR-ID
084900     END-IF.
085000 4250-CHECK-CO-OWNER-EXIT.
085100     EXIT.
085200
085300*----------------------------------------------------------
085400* 4300-CHECK-LIVING - WS-CANDIDATE-ID IS AN ACTIVE CUSTOMER
085500* NOT ALREADY REPORTED DECEASED.
085600*----------------------------------------------------------
085700 4300-CHECK-LIVING.
085800     MOVE "N" TO WS-LIVING-FLAG
085900     MOVE WS-CANDIDATE-ID TO CM-CUST-ID
086000     READ CUSTOMER-MASTER
086100         INVALID KEY
086200             GO TO 4300-CHECK-LIVING-EXIT
086300     END-READ
086400     IF NOT CM-IS-INACTIVE AND NOT CM-IS-DECEASED
086500         MOVE "Y" TO WS-LIVING-FLAG
086600     END-IF.
086700 4300-CHECK-LIVING-EXIT.
086800     EXIT.
086900
087000*----------------------------------------------------------
087100* 4400-BALANCE-AT-DEATH - THE LAST NIGHTLY SNAPSHOT ON OR
087200* BEFORE THE DATE OF DEATH.  A DEATH REPORTED FOR TODAY, OR
087300* AN ACCOUNT WITH NO SNAPSHOT THAT EARLY, KEEPS THE CURRENT
087400* BALANCE.
087500*----------------------------------------------------------
087600 4400-BALANCE-AT-DEATH.
087700     MOVE ACCT-BALANCE TO WS-DA-BALANCE(WS-SETTLE-SUB)
087800     MOVE "C"          TO WS-DA-BAL-FROM(WS-SETTLE-SUB)
087900     IF NOT BALH-FILE-OPEN
088000      OR WS-REQ-DEATH-DATE NOT < WS-BUSINESS-DATE
088100         GO TO 4400-BALANCE-AT-DEATH-EXIT
088200     END-IF
088300     MOVE "N" TO WS-SEQ-EOF-FLAG
088400     MOVE ACCT-NUMBER TO BH-ACCT
088500     MOVE ZERO        TO BH-DATE
088600     START BALANCE-HISTORY KEY NOT LESS THAN BH-KEY
088700         INVALID KEY
088800             MOVE "Y" TO WS-SEQ-EOF-FLAG
088900     END-START
089000     PERFORM 4450-READ-SNAPSHOT
089100         THRU 4450-READ-SNAPSHOT-EXIT
089200         UNTIL END-OF-SEQ-FILE.
089300 4400-BALANCE-AT-DEATH-EXIT.
089400     EXIT.
089500
089600*----------------------------------------------------------
089700* 4450-READ-SNAPSHOT - ONE SNAPSHOT; STOP PAST THE DATE OF
089800* DEATH OR THE ACCOUNT.
089900*----------------------------------------------------------
090000 4450-READ-SNAPSHOT.
090100     READ BALANCE-HISTORY NEXT RECORD
090200         AT END
090300             MOVE "Y" TO WS-SEQ-EOF-FLAG
090400             GO TO 4450-READ-SNAPSHOT-EXIT
090500     END-READ
090600     IF BH-ACCT NOT = ACCT-NUMBER
090700      OR BH-DATE > WS-REQ-DEATH-DATE
090800         MOVE "Y" TO WS-SEQ-EOF-FLAG
090900         GO TO 4450-READ-SNAPSHOT-EXIT
091000     END-IF
091100     MOVE BH-BALANCE TO WS-DA-BALANCE(WS-SETTLE-SUB)
091200     MOVE "H"        TO WS-DA-BAL-FROM(WS-SETTLE-SUB).
091300 4450-READ-SNAPSHOT-EXIT.
091400     EXIT.
091500
091600*----------------------------------------------------------
091700* 4500-REMOVE-LINK - FLAG THE CUSTOMER'S OWN ACCTOWN LINK
091800* ON THE ACCOUNT REMOVED.
091900*----------------------------------------------------------
092000 4500-REMOVE-LINK.
092100     IF NOT ACOWN-FILE-OPEN
092200         GO TO 4500-REMOVE-LINK-EXIT
092300     END-IF
092400     MOVE ACCT-NUMBER TO AO-ACCT
092500     MOVE WS-REQ-CUST TO AO-CUST-ID
092600     READ ACCOUNT-OWNERS
092700         INVALID KEY
092800             GO TO 4500-REMOVE-LINK-EXIT
092900     END-READ
093000     IF NOT AO-IS-REMOVED
093100         MOVE "D" TO AO-STATUS
093200         REWRITE ACCOUNT-OWNER-RECORD
093300     END-IF.
093400 4500-REMOVE-LINK-EXIT.
093500     EXIT.
093600
093700*----------------------------------------------------------
093800* 4600-PROMOTE-SURVIVOR - THE SURVIVOR'S LINK NOW MIRRORS
093900* ACCT-CUST-NUM, SO IT BECOMES THE PRIMARY.
094000*----------------------------------------------------------
094100 4600-PROMOTE-SURVIVOR.
094200     IF NOT ACOWN-FILE-OPEN
094300         GO TO 4600-PROMOTE-SURVIVOR-EXIT
094400     END-IF
094500     MOVE ACCT-NUMBER    TO AO-ACCT
094600     MOVE WS-SURVIVOR-ID TO AO-CUST-ID
094700     READ ACCOUNT-OWNERS
094800         INVALID KEY
094900             GO TO 4600-PROMOTE-SURVIVOR-EXIT
095000     END-READ
095100     MOVE "P" TO AO-ROLE
095200     REWRITE ACCOUNT-OWNER-RECORD.
095300 4600-PROMOTE-SURVIVOR-EXIT.
095400     EXIT.
095500
095600*----------------------------------------------------------
095700* 5000-CLOSE-CARDS - CLOSE EVERY CARD STILL IN FORCE THAT
095800* IS THE CUSTOMER'S OR DRAWS ON A SOLE ACCOUNT.
095900*----------------------------------------------------------
096000 5000-CLOSE-CARDS.
096100     OPEN I-O CARD-MASTER
096200     IF NOT CARD-FILE-OK
096300         GO TO 5000-CLOSE-CARDS-EXIT
096400     END-IF
096500     MOVE "N" TO WS-SEQ-EOF-FLAG
096600     MOVE LOW-VALUES TO CD-CARD-NUMBER
096700     START CARD-MASTER KEY NOT LESS THAN CD-CARD-NUMBER
096800         INVALID KEY
096900             MOVE "Y" TO WS-SEQ-EOF-FLAG
097000     END-START
097100     PERFORM 5100-CHECK-ONE-CARD
097200         THRU 5100-CHECK-ONE-CARD-EXIT
097300         UNTIL END-OF-SEQ-FILE
097400     CLOSE CARD-MASTER.
097500 5000-CLOSE-CARDS-EXIT.
097600     EXIT.
097700
097800*----------------------------------------------------------
097900* 5100-CHECK-ONE-CARD - ONE CARD MASTER RECORD.
098000*----------------------------------------------------------
098100 5100-CHECK-ONE-CARD.
098200     READ CARD-MASTER NEXT RECORD
098300         AT END
098400             MOVE "Y" TO WS-SEQ-EOF-FLAG
098500             GO TO 5100-CHECK-ONE-CARD-EXIT
098600     END-READ
098700     IF CD-IS-CLOSED OR CD-IS-EXPIRED
098800         GO TO 5100-CHECK-ONE-CARD-EXIT
098900     END-IF
099000     IF CD-CUST-ID NOT = WS-REQ-CUST
099100         MOVE CD-ACCT TO WS-SEARCH-ACCT
099200         PERFORM 3950-FIND-ACCOUNT
099300             THRU 3950-FIND-ACCOUNT-EXIT
099400         IF WS-FOUND-SUB = ZERO
099500             GO TO 5100-CHECK-ONE-CARD-EXIT
099600         END-IF
099700         IF NOT WS-DA-IS-SOLE(WS-FOUND-SUB)
099800             GO TO 5100-CHECK-ONE-CARD-EXIT
099900         END-IF
100000     END-IF
100100     MOVE "C"              TO CD-STATUS
100200     MOVE WS-BUSINESS-DATE TO CD-STATUS-DATE
100300     MOVE WS-REQ-OPERATOR  TO CD-OPERATOR
100400     REWRITE CARD-RECORD
100500     ADD 1 TO WS-CARD-COUNT.
100600 5100-CHECK-ONE-CARD-EXIT.
100700     EXIT.
100800
100900*----------------------------------------------------------
101000* 5500-SUSPEND-ORDERS - LOAD STANDORD, SUSPEND THE ORDERS
101100* THAT WOULD DEBIT THE ESTATE AND WRITE THE FILE BACK.  AN
101200* OVERFULL FILE IS LEFT UNTOUCHED RATHER THAN TRUNCATED.
101300*----------------------------------------------------------
101400 5500-SUSPEND-ORDERS.
101500     OPEN INPUT STANDING-ORDERS
101600     IF NOT SORD-FILE-OK
101700         GO TO 5500-SUSPEND-ORDERS-EXIT
101800     END-IF
101900     MOVE "N" TO WS-SEQ-EOF-FLAG
102000     PERFORM 5600-LOAD-ONE-ORDER
102100         THRU 5600-LOAD-ONE-ORDER-EXIT
102200         UNTIL END-OF-SEQ-FILE
102300     CLOSE STANDING-ORDERS
102400     IF WS-ORDER-COUNT > WS-ORDER-MAX
102500         DISPLAY "DECEASED-NOTIFY-BATCH: STANDORD OVER "
102600             WS-ORDER-MAX " ORDERS - NOT UPDATED"
102700         MOVE 4 TO RETURN-CODE
102800         GO TO 5500-SUSPEND-ORDERS-EXIT
102900     END-IF
103000     PERFORM 5700-CHECK-ONE-ORDER
103100         THRU 5700-CHECK-ONE-ORDER-EXIT
103200         VARYING WS-ORDER-SUB FROM 1 BY 1
103300         UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
103400     IF NOT ORDERS-CHANGED
103500         GO TO 5500-SUSPEND-ORDERS-EXIT
103600     END-IF
103700     OPEN OUTPUT STANDING-ORDERS
103800     PERFORM 5800-WRITE-ONE-ORDER
103900         THRU 5800-WRITE-ONE-ORDER-EXIT
104000         VARYING WS-ORDER-SUB FROM 1 BY 1
104100         UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
104200     CLOSE STANDING-ORDERS.
104300 5500-SUSPEND-ORDERS-EXIT.
104400     EXIT.
104500
104600*----------------------------------------------------------
104700* 5600-LOAD-ONE-ORDER - NEXT STANDORD RECORD INTO THE
104800* TABLE.  ONE PAST THE LIMIT IS COUNTED SO THE CALLER CAN
104900* TELL THE FILE WAS TOO LONG.
105000*----------------------------------------------------------
105100 5600-LOAD-ONE-ORDER.
105200     READ STANDING-ORDERS
105300         AT END
105400             MOVE "Y" TO WS-SEQ-EOF-FLAG
105500             GO TO 5600-LOAD-ONE-ORDER-EXIT
105600     END-READ
105700     ADD 1 TO WS-ORDER-COUNT
105800     IF WS-ORDER-COUNT > WS-ORDER-MAX
105900         MOVE "Y" TO WS-SEQ-EOF-FLAG
106000         GO TO 5600-LOAD-ONE-ORDER-EXIT
106100     END-IF
106200     MOVE STANDING-ORDER-RECORD
106300         TO WS-ORDER-LINE(WS-ORDER-COUNT).
106400 5600-LOAD-ONE-ORDER-EXIT.
106500     EXIT.
106600
106700*----------------------------------------------------------
106800* 5700-CHECK-ONE-ORDER - SUSPEND AN ACTIVE ORDER FROM A
106900* SOLE ACCOUNT, OR ONE FROM ANY OF THE CUSTOMER'S ACCOUNTS
107000* THAT REPAYS ONE OF THE CUSTOMER'S OWN LOANS.
107100*----------------------------------------------------------
107200 5700-CHECK-ONE-ORDER.
107300     MOVE WS-ORDER-LINE(WS-ORDER-SUB) TO STANDING-ORDER-RECORD
107400     IF SO-IS-CANCELLED OR SO-IS-SUSPENDED
107500         GO TO 5700-CHECK-ONE-ORDER-EXIT
107600     END-IF
107700     MOVE SO-SOURCE-ACCT TO WS-SEARCH-ACCT
107800     PERFORM 3950-FIND-ACCOUNT
107900         THRU 3950-FIND-ACCOUNT-EXIT
108000     IF WS-FOUND-SUB = ZERO
108100         GO TO 5700-CHECK-ONE-ORDER-EXIT
108200     END-IF
108300     IF NOT WS-DA-IS-SOLE(WS-FOUND-SUB)
108400         IF NOT SO-TARGET-IS-LOAN
108500             GO TO 5700-CHECK-ONE-ORDER-EXIT
108600         END-IF
108700         PERFORM 5750-FIND-LOAN
108800             THRU 5750-FIND-LOAN-EXIT
108900         IF WS-FOUND-SUB = ZERO
109000             GO TO 5700-CHECK-ONE-ORDER-EXIT
109100         END-IF
109200     END-IF
109300     MOVE "S" TO SO-STATUS
109400     MOVE STANDING-ORDER-RECORD TO WS-ORDER-LINE(WS-ORDER-SUB)
109500     MOVE "Y" TO WS-ORDERS-CHANGED
109600     ADD 1 TO WS-ORDER-SUSP-COUNT.
109700 5700-CHECK-ONE-ORDER-EXIT.
109800     EXIT.
109900
110000*----------------------------------------------------------
110100* 5750-FIND-LOAN - IS THE ORDER'S TARGET LOAN ONE OF THE
110200* CUSTOMER'S?  WS-FOUND-SUB IS ZERO WHEN NOT.
110300*----------------------------------------------------------
110400 5750-FIND-LOAN.
110500     MOVE ZERO TO WS-FOUND-SUB
110600     PERFORM 5760-COMPARE-LOAN
110700         THRU 5760-COMPARE-LOAN-EXIT
110800         VARYING WS-LOAN-SUB FROM 1 BY 1
110900         UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
111000            OR WS-FOUND-SUB > ZERO.
111100 5750-FIND-LOAN-EXIT.
111200     EXIT.
111300
111400*----------------------------------------------------------
111500* 5760-COMPARE-LOAN - ONE LOAN TABLE ENTRY.
111600*----------------------------------------------------------
111700 5760-COMPARE-LOAN.
111800     IF WS-DL-LOAN(WS-LOAN-SUB) = SO-TARGET-LOAN
111900         MOVE WS-LOAN-SUB TO WS-FOUND-SUB
112000     END-IF.
112100 5760-COMPARE-LOAN-EXIT.
112200     EXIT.
112300
112400*----------------------------------------------------------
112500* 5800-WRITE-ONE-ORDER - ONE TABLE ENTRY BACK TO STANDORD.
112600*----------------------------------------------------------
112700 5800-WRITE-ONE-ORDER.
112800     MOVE WS-ORDER-LINE(WS-ORDER-SUB) TO STANDING-ORDER-RECORD
112900     WRITE STANDING-ORDER-RECORD.
113000 5800-WRITE-ONE-ORDER-EXIT.
113100     EXIT.
113200
113300*----------------------------------------------------------
113400* 6000-CANCEL-QUEUED-ITEMS - CANCEL EVERY SCHEDULED
113500* FUTQUEUE ITEM FROM A SOLE ACCOUNT, WITH THE REASON.
113600*----------------------------------------------------------
113700 6000-CANCEL-QUEUED-ITEMS.
113800     OPEN I-O FUTURE-QUEUE
113900     IF NOT FUTQ-FILE-OK
114000         GO TO 6000-CANCEL-QUEUED-ITEMS-EXIT
114100     END-IF
114200     MOVE "N" TO WS-SEQ-EOF-FLAG
114300     MOVE LOW-VALUES TO FQ-ID
114400     START FUTURE-QUEUE KEY NOT LESS THAN FQ-ID
114500         INVALID KEY
114600             MOVE "Y" TO WS-SEQ-EOF-FLAG
114700     END-START
114800     PERFORM 6100-CHECK-ONE-ITEM
114900         THRU 6100-CHECK-ONE-ITEM-EXIT
115000         UNTIL END-OF-SEQ-FILE
115100     CLOSE FUTURE-QUEUE.
115200 6000-CANCEL-QUEUED-ITEMS-EXIT.
115300     EXIT.
115400
115500*----------------------------------------------------------
115600* 6100-CHECK-ONE-ITEM - ONE QUEUED ITEM.
115700*----------------------------------------------------------
115800 6100-CHECK-ONE-ITEM.
115900     READ FUTURE-QUEUE NEXT RECORD
116000         AT END
116100             MOVE "Y" TO WS-SEQ-EOF-FLAG
116200             GO TO 6100-CHECK-ONE-ITEM-EXIT
116300     END-READ
116400     IF NOT FQ-IS-SCHEDULED
116500         GO TO 6100-CHECK-ONE-ITEM-EXIT
116600     END-IF
116700     MOVE FQ-SOURCE-ACCT TO WS-SEARCH-ACCT
116800     PERFORM 3950-FIND-ACCOUNT
116900         THRU 3950-FIND-ACCOUNT-EXIT
117000     IF WS-FOUND-SUB = ZERO
117100         GO TO 6100-CHECK-ONE-ITEM-EXIT
117200     END-IF
117300     IF NOT WS-DA-IS-SOLE(WS-FOUND-SUB)
117400         GO TO 6100-CHECK-ONE-ITEM-EXIT
117500     END-IF
117600     MOVE "X"                 TO FQ-STATUS
117700     MOVE "CUSTOMER DECEASED" TO FQ-FAIL-REASON
117800     REWRITE FUTURE-QUEUE-RECORD
117900     ADD 1 TO WS-FUTQ-CANC-COUNT.
118000 6100-CHECK-ONE-ITEM-EXIT.
118100     EXIT.
118200
118300*----------------------------------------------------------
118400* 6500-COLLECT-TERM-DEPOSITS - OPEN TERM DEPOSITS LINKED TO
118500* ANY OF THE CUSTOMER'S ACCOUNTS.  ONE ON A SOLE ACCOUNT
118600* WILL NOT PAY OUT WHILE THE ACCOUNT IS HELD.
118700*----------------------------------------------------------
118800 6500-COLLECT-TERM-DEPOSITS.
118900     OPEN INPUT TERM-DEPOSITS
119000     IF NOT TDEP-FILE-OK
119100         GO TO 6500-COLLECT-TERM-DEPOSITS-EXIT
119200     END-IF
119300     MOVE "N" TO WS-SEQ-EOF-FLAG
119400     MOVE LOW-VALUES TO TDP-NUMBER
119500     START TERM-DEPOSITS KEY NOT LESS THAN TDP-NUMBER
119600         INVALID KEY
119700             MOVE "Y" TO WS-SEQ-EOF-FLAG
119800     END-START
119900     PERFORM 6600-CHECK-ONE-DEPOSIT
120000         THRU 6600-CHECK-ONE-DEPOSIT-EXIT
120100         UNTIL END-OF-SEQ-FILE
120200     CLOSE TERM-DEPOSITS.
120300 6500-COLLECT-TERM-DEPOSITS-EXIT.
120400     EXIT.
120500
120600*----------------------------------------------------------
120700* 6600-CHECK-ONE-DEPOSIT - ONE TERM DEPOSIT RECORD.
120800*----------------------------------------------------------
120900 6600-CHECK-ONE-DEPOSIT.
121000     READ TERM-DEPOSITS NEXT RECORD
121100         AT END
121200             MOVE "Y" TO WS-SEQ-EOF-FLAG
121300             GO TO 6600-CHECK-ONE-DEPOSIT-EXIT
121400     END-READ
121500     IF TDP-IS-MATURED OR TDP-IS-WITHDRAWN
121600         GO TO 6600-CHECK-ONE-DEPOSIT-EXIT
121700     END-IF
121800     MOVE TDP-ACCT TO WS-SEARCH-ACCT
121900     PERFORM 3950-FIND-ACCOUNT
122000         THRU 3950-FIND-ACCOUNT-EXIT
122100     IF WS-FOUND-SUB = ZERO
122200         GO TO 6600-CHECK-ONE-DEPOSIT-EXIT
122300     END-IF
122400     IF WS-TDEP-COUNT NOT < WS-TDEP-MAX
122500         DISPLAY "DECEASED-NOTIFY-BATCH: DEPOSIT TABLE FULL, "
122600             TDP-NUMBER " NOT LISTED"
122700         GO TO 6600-CHECK-ONE-DEPOSIT-EXIT
122800     END-IF
122900     ADD 1 TO WS-TDEP-COUNT
123000     MOVE TDP-NUMBER        TO WS-DT-NUMBER(WS-TDEP-COUNT)
123100     MOVE TDP-ACCT          TO WS-DT-ACCT(WS-TDEP-COUNT)
123200     MOVE TDP-PRINCIPAL     TO WS-DT-PRINCIPAL(WS-TDEP-COUNT)
123300     MOVE TDP-MATURITY-DATE TO WS-DT-MATURITY(WS-TDEP-COUNT)
123400     IF WS-DA-IS-SOLE(WS-FOUND-SUB)
123500         MOVE "HELD FOR ESTATE" TO WS-DT-PAYOUT(WS-TDEP-COUNT)
123600     ELSE
123700         MOVE "TO JOINT ACCOUNT" TO WS-DT-PAYOUT(WS-TDEP-COUNT)
123800     END-IF.
123900 6600-CHECK-ONE-DEPOSIT-EXIT.
124000     EXIT.
124100
124200*----------------------------------------------------------
124300* 7000-PRINT-ESTATE-SUMMARY - HEADER, ACCOUNTS, LOANS, TERM
124400* DEPOSITS, THEN THE TOTALS AND WHAT WAS DONE.
124500*----------------------------------------------------------
124600 7000-PRINT-ESTATE-SUMMARY.
124700     WRITE ESTATE-LINE FROM WS-SEPARATOR-LINE
124800     MOVE WS-REQ-CUST       TO TL-CUST
124900     MOVE WS-CUST-NAME      TO TL-NAME
125000     WRITE ESTATE-LINE FROM WS-TITLE-LINE
125100     MOVE WS-REQ-DEATH-DATE TO DL-DEATH-DATE
125200     MOVE WS-BUSINESS-DATE  TO DL-NOTIFIED
125300     MOVE WS-REQ-OPERATOR   TO DL-OPERATOR
125400     WRITE ESTATE-LINE FROM WS-DATES-LINE
125500     WRITE ESTATE-LINE FROM WS-SEPARATOR-LINE
125600
125700     MOVE "DEPOSIT ACCOUNTS" TO WS-SECTION-LINE
125800     WRITE ESTATE-LINE FROM WS-SECTION-LINE
125900     WRITE ESTATE-LINE FROM WS-ACCT-HEADING
126000     PERFORM 7100-PRINT-ONE-ACCOUNT
126100         THRU 7100-PRINT-ONE-ACCOUNT-EXIT
126200         VARYING WS-ACCT-SUB FROM 1 BY 1
126300         UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
126400     MOVE "TOTAL DEPOSITS AT DEATH" TO TT-LABEL
126500     MOVE WS-DEPOSIT-TOTAL TO TT-AMOUNT
126600     WRITE ESTATE-LINE FROM WS-TOTAL-LINE
126700     WRITE ESTATE-LINE FROM WS-SEPARATOR-LINE
126800
126900     MOVE "LOANS" TO WS-SECTION-LINE
127000     WRITE ESTATE-LINE FROM WS-SECTION-LINE
127100     WRITE ESTATE-LINE FROM WS-LOAN-HEADING
127200     PERFORM 7200-PRINT-ONE-LOAN
127300         THRU 7200-PRINT-ONE-LOAN-EXIT
127400         VARYING WS-LOAN-SUB FROM 1 BY 1
127500         UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
127600     MOVE "TOTAL LOANS OWED" TO TT-LABEL
127700     MOVE WS-LOAN-TOTAL TO TT-AMOUNT
127800     WRITE ESTATE-LINE FROM WS-TOTAL-LINE
127900     WRITE ESTATE-LINE FROM WS-SEPARATOR-LINE
128000
128100     MOVE "TERM DEPOSITS" TO WS-SECTION-LINE
128200     WRITE ESTATE-LINE FROM WS-SECTION-LINE
128300     WRITE ESTATE-LINE FROM WS-TDEP-HEADING
128400     PERFORM 7300-PRINT-ONE-DEPOSIT
128500         THRU 7300-PRINT-ONE-DEPOSIT-EXIT
128600         VARYING WS-TDEP-SUB FROM 1 BY 1
128700         UNTIL WS-TDEP-SUB > WS-TDEP-COUNT
128800     MOVE "TOTAL TERM DEPOSITS" TO TT-LABEL
128900     MOVE WS-TDEP-TOTAL TO TT-AMOUNT
129000     WRITE ESTATE-LINE FROM WS-TOTAL-LINE
129100     WRITE ESTATE-LINE FROM WS-SEPARATOR-LINE
129200
129300     COMPUTE WS-NET-POSITION = WS-DEPOSIT-TOTAL
129400         + WS-TDEP-TOTAL - WS-LOAN-TOTAL
129500     MOVE "NET ESTATE POSITION" TO TT-LABEL
129600     MOVE WS-NET-POSITION TO TT-AMOUNT
129700     WRITE ESTATE-LINE FROM WS-TOTAL-LINE
129800     MOVE "ACCOUNTS PLACED ON HOLD" TO CL-LABEL
129900     MOVE WS-HELD-COUNT TO CL-COUNT
130000     WRITE ESTATE-LINE FROM WS-COUNT-LINE
130100     MOVE "JOINT ACCOUNTS TO SURVIVOR" TO CL-LABEL
130200     MOVE WS-PASSED-COUNT TO CL-COUNT
130300     WRITE ESTATE-LINE FROM WS-COUNT-LINE
130400     MOVE "CARDS CLOSED" TO CL-LABEL
130500     MOVE WS-CARD-COUNT TO CL-COUNT
130600     WRITE ESTATE-LINE FROM WS-COUNT-LINE
130700     MOVE "STANDING ORDERS SUSPENDED" TO CL-LABEL
130800     MOVE WS-ORDER-SUSP-COUNT TO CL-COUNT
130900     WRITE ESTATE-LINE FROM WS-COUNT-LINE
131000     MOVE "QUEUED ITEMS CANCELLED" TO CL-LABEL
131100     MOVE WS-FUTQ-CANC-COUNT TO CL-COUNT
131200     WRITE ESTATE-LINE FROM WS-COUNT-LINE
131300     WRITE ESTATE-LINE FROM WS-NOTE-LINE.
131400 7000-PRINT-ESTATE-SUMMARY-EXIT.
131500     EXIT.
131600
131700*----------------------------------------------------------
131800* 7100-PRINT-ONE-ACCOUNT - ONE ACCOUNT LINE.
131900*----------------------------------------------------------
132000 7100-PRINT-ONE-ACCOUNT.
132100     MOVE WS-DA-ACCT(WS-ACCT-SUB)     TO AD-ACCT
132200     MOVE WS-DA-TYPE(WS-ACCT-SUB)     TO AD-TYPE
132300     IF WS-DA-IS-SOLE(WS-ACCT-SUB)
132400         MOVE "SOLE"  TO AD-OWNERSHIP
132500     ELSE
132600         MOVE "JOINT" TO AD-OWNERSHIP
132700     END-IF
132800     MOVE WS-DA-SURVIVOR(WS-ACCT-SUB) TO AD-SURVIVOR
132900     MOVE WS-DA-ACTION(WS-ACCT-SUB)   TO AD-ACTION
133000     MOVE WS-DA-BALANCE(WS-ACCT-SUB)  TO AD-BALANCE
133100     IF WS-DA-BAL-FROM(WS-ACCT-SUB) = "C"
133200         MOVE "*" TO AD-BAL-NOTE
133300     ELSE
133400         MOVE SPACE TO AD-BAL-NOTE
133500     END-IF
133600     WRITE ESTATE-LINE FROM WS-ACCT-DETAIL
133700     ADD WS-DA-BALANCE(WS-ACCT-SUB) TO WS-DEPOSIT-TOTAL.
133800 7100-PRINT-ONE-ACCOUNT-EXIT.
133900     EXIT.
134000
134100*----------------------------------------------------------
134200* 7200-PRINT-ONE-LOAN - ONE LOAN LINE; THE AMOUNT OWED IS
134300* THE BALANCE PLUS ACCRUED INTEREST AND LATE FEES.
134400*----------------------------------------------------------
134500 7200-PRINT-ONE-LOAN.
134600     MOVE WS-DL-LOAN(WS-LOAN-SUB)    TO LD-LOAN
134700     MOVE WS-DL-BALANCE(WS-LOAN-SUB) TO LD-BALANCE
134800     MOVE WS-DL-ACCRUED(WS-LOAN-SUB) TO LD-ACCRUED
134900     MOVE WS-DL-FEES(WS-LOAN-SUB)    TO LD-FEES
135000     WRITE ESTATE-LINE FROM WS-LOAN-DETAIL
135100     ADD WS-DL-BALANCE(WS-LOAN-SUB) WS-DL-ACCRUED(WS-LOAN-SUB)
135200         WS-DL-FEES(WS-LOAN-SUB) TO WS-LOAN-TOTAL.
135300 7200-PRINT-ONE-LOAN-EXIT.
135400     EXIT.
135500
135600*----------------------------------------------------------
135700* 7300-PRINT-ONE-DEPOSIT - ONE TERM DEPOSIT LINE.
135800*----------------------------------------------------------
135900 7300-PRINT-ONE-DEPOSIT.
136000     MOVE WS-DT-NUMBER(WS-TDEP-SUB)    TO TD-NUMBER
136100     MOVE WS-DT-ACCT(WS-TDEP-SUB)      TO TD-ACCT
136200     MOVE WS-DT-PRINCIPAL(WS-TDEP-SUB) TO TD-PRINCIPAL
136300     MOVE WS-DT-MATURITY(WS-TDEP-SUB)  TO TD-MATURITY
136400     MOVE WS-DT-PAYOUT(WS-TDEP-SUB)    TO TD-PAYOUT
136500     WRITE ESTATE-LINE FROM WS-TDEP-DETAIL
136600     ADD WS-DT-PRINCIPAL(WS-TDEP-SUB) TO WS-TDEP-TOTAL.
136700 7300-PRINT-ONE-DEPOSIT-EXIT.
136800     EXIT.
136900
137000*----------------------------------------------------------
137100* 9000-TERMINATE - CLOSE WHATEVER WAS OPENED AND REPORT.
137200*----------------------------------------------------------
137300 9000-TERMINATE.
137400     IF CUSTM-FILE-OPEN
137500         CLOSE CUSTOMER-MASTER
137600     END-IF
137700     IF ACCT-FILE-OPEN
137800         CLOSE ACCOUNT-MASTER
137900     END-IF
138000     IF ACOWN-FILE-OPEN
138100         CLOSE ACCOUNT-OWNERS
138200     END-IF
138300     IF BALH-FILE-OPEN
138400         CLOSE BALANCE-HISTORY
138500     END-IF
138600     IF RPT-FILE-OPEN
138700         CLOSE ESTATE-REPORT
138800     END-IF
138900     IF REQUEST-ACCEPTED
139000         DISPLAY "DECEASED-NOTIFY-BATCH: CUSTOMER " WS-REQ-CUST
139100             " DIED " WS-REQ-DEATH-DATE ", "
139200             WS-ACCT-COUNT " ACCOUNTS, " WS-HELD-COUNT
139300             " HELD, " WS-PASSED-COUNT " TO SURVIVOR"
139400     END-IF.
139500 9000-TERMINATE-EXIT.
139600     EXIT.
