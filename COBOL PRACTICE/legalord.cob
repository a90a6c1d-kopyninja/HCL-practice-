000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LEGAL-ORDER-BATCH.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  GARNISHMENT AND LEVY ORDERS,
001100*                 SUBMITTED ON DEMAND THROUGH THE LEGALORD
001200*                 JOB BY A SUPERVISOR.  SYSIN CARRIES THE
001300*                 FUNCTION, THE ORDER NUMBER AND THE OPERATOR
001400*                 (AND, TO RECEIVE, THE ORDER DETAILS).
001500*                 R = RECEIVE: REGISTER THE ORDER ON LEGLORDS
001600*                 (SHARED LORDREC COPYBOOK) AND HOLD THE
001700*                 CUSTOMER'S AVAILABLE FUNDS ACROSS EVERY
001800*                 ACCOUNT THEY OWN, UP TO THE ORDER AMOUNT,
001900*                 LEAVING THE PROTECTED AMOUNT FREE, AS
002000*                 HOLDREG HOLDS UNDER THE ORDER NUMBER.
002100*                 P = PAY: RELEASE THOSE HOLDS, DEBIT EACH
002200*                 HELD AMOUNT AS "EXT PAY" TO THE AGENCY'S
002300*                 PAYEE SO THE NIGHTLY PAYMENT EXPORT REMITS
002400*                 IT, AND CHARGE THE LEGAL ORDER PROCESSING
002500*                 FEE (FEESCHED "L" ROW).  W = WITHDRAWN:
002600*                 RELEASE THE HOLDS WITHOUT PAYING.
002700*----------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT LEGAL-ORDERS ASSIGN TO "LEGLORDS"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS LO-ORDER-NUM
003500         FILE STATUS IS WS-LORD-STATUS.
003600
003700     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS CM-CUST-ID
004100         FILE STATUS IS WS-CUSTM-STATUS.
004200
004300     SELECT PAYEE-REGISTER ASSIGN TO "PAYEEREG"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS PY-PAYEE-ID
004700         FILE STATUS IS WS-PAYEE-STATUS.
004800
004900     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS ACCT-NUMBER
005300         ALTERNATE RECORD KEY IS ACCT-NAME
005400             WITH DUPLICATES
005500         FILE STATUS IS WS-ACCT-STATUS.
005600
005700     SELECT ACCOUNT-OWNERS ASSIGN TO "ACCTOWN"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS AO-KEY
006100         FILE STATUS IS WS-ACOWN-STATUS.
006200
006300     SELECT HOLD-REGISTER ASSIGN TO "HOLDREG"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS HR-KEY
006700         FILE STATUS IS WS-HREG-STATUS.
006800
006900     SELECT CHECK-HOLDS ASSIGN TO "CHKHOLDS"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS CH-KEY
007300         FILE STATUS IS WS-CHKH-STATUS.
007400
007500     SELECT TRANSACTION-LOG ASSIGN TO "TXNLOG"
007600         ORGANIZATION IS LINE SEQUENTIAL.
007700
007800     SELECT TRANSACTION-DETAIL ASSIGN TO "TXNDETL"
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS DYNAMIC
008100         RECORD KEY IS TD-KEY
008200         FILE STATUS IS WS-TXND-STATUS.
008300
008400     SELECT FEE-SCHEDULE ASSIGN TO "FEESCHED"
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-FEE-STATUS.
008700
008800     SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS DYNAMIC
009100         RECORD KEY IS PM-PROD-CODE
009200         FILE STATUS IS WS-PROD-STATUS.
009300
009400     SELECT OPERATOR-FILE ASSIGN TO "OPERTAB"
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS WS-OPER-STATUS.
009700
009800 DATA DIVISION.
009900 FILE SECTION.
010000 FD  LEGAL-ORDERS.
010100 01  LEGAL-ORDER-RECORD.
010200     COPY LORDREC.
010300
010400 FD  CUSTOMER-MASTER.
010500 01  CUSTOMER-MASTER-RECORD.
010600     COPY CUSTMREC.
010700
010800 FD  PAYEE-REGISTER.
010900 01  PAYEE-REGISTER-RECORD.
011000     COPY PAYEEREC.
011100
011200 FD  ACCOUNT-MASTER.
011300 01  ACCOUNT-RECORD.
011400     COPY ACCTREC.
011500
011600 FD  ACCOUNT-OWNERS.
011700 01  ACCOUNT-OWNER-RECORD.
011800     COPY OWNRREC.
011900
012000 FD  HOLD-REGISTER.
012100 01  HOLD-REGISTER-RECORD.
012200     COPY HREGREC.
012300
012400 FD  CHECK-HOLDS.
012500 01  CHECK-HOLD-RECORD.
012600     COPY CHKHOLD.
012700
012800 FD  TRANSACTION-LOG.
012900 01  TRANSACTION-LOG-LINE    PIC X(80).
013000
013100 FD  TRANSACTION-DETAIL.
013200 01  TXN-DETAIL-RECORD.
013300     COPY TXNDETL.
013400
013500 FD  FEE-SCHEDULE.
013600 01  FEE-SCHEDULE-RECORD.
013700     COPY FEESREC.
013800
013900 FD  PRODUCT-MASTER.
014000 01  PRODUCT-MASTER-RECORD.
014100     COPY PRODMREC.
014200
014300 FD  OPERATOR-FILE.
014400 01  OPERATOR-RECORD.
014500     COPY OPERREC.
014600
014700 WORKING-STORAGE SECTION.
014800*----------------------------------------------------------
014900* SWITCHES AND FILE STATUS
015000*----------------------------------------------------------
015100 01  WS-SWITCHES.
015200     05  WS-REQUEST-FLAG     PIC X(01) VALUE "Y".
015300         88  REQUEST-ACCEPTED        VALUE "Y".
015400     05  WS-OPER-EOF-FLAG    PIC X(01) VALUE "N".
015500         88  END-OF-OPERATORS        VALUE "Y".
015600     05  WS-OPER-FOUND-FLAG  PIC X(01) VALUE "N".
015700         88  OPERATOR-FOUND          VALUE "Y".
015800     05  WS-SEQ-EOF-FLAG     PIC X(01) VALUE "N".
015900         88  END-OF-SEQ-FILE         VALUE "Y".
016000     05  WS-ACOWN-EOF-FLAG   PIC X(01) VALUE "N".
016100         88  END-OF-OWNERS           VALUE "Y".
016200     05  WS-HREG-EOF-FLAG    PIC X(01) VALUE "N".
016300         88  END-OF-REG-HOLDS        VALUE "Y".
016400     05  WS-CHKH-EOF-FLAG    PIC X(01) VALUE "N".
016500         88  END-OF-CHECK-HOLDS      VALUE "Y".
016600     05  WS-FEE-EOF-FLAG     PIC X(01) VALUE "N".
016700         88  END-OF-FEE-SCHED        VALUE "Y".
016800 01  WS-LORD-STATUS          PIC X(02).
016900     88  LORD-FILE-OK                VALUE "00".
017000     88  LORD-FILE-NOT-FOUND         VALUE "35".
017100 01  WS-LORD-OPEN-FLAG       PIC X(01) VALUE "N".
017200     88  LORD-FILE-OPEN              VALUE "Y".
017300 01  WS-CUSTM-STATUS         PIC X(02).
017400     88  CUSTM-FILE-OK               VALUE "00".
017500 01  WS-PAYEE-STATUS         PIC X(02).
017600     88  PAYEE-FILE-OK               VALUE "00".
017700 01  WS-ACCT-STATUS          PIC X(02).
017800     88  ACCT-STATUS-OK              VALUE "00".
017900 01  WS-ACCT-OPEN-FLAG       PIC X(01) VALUE "N".
018000     88  ACCT-FILE-OPEN              VALUE "Y".
018100 01  WS-ACOWN-STATUS         PIC X(02).
018200     88  ACOWN-FILE-OK               VALUE "00".
018300 01  WS-HREG-STATUS          PIC X(02).
018400     88  HREG-FILE-OK                VALUE "00".
018500     88  HREG-FILE-NOT-FOUND         VALUE "35".
018600 01  WS-HREG-OPEN-FLAG       PIC X(01) VALUE "N".
018700     88  HREG-FILE-OPEN              VALUE "Y".
018800 01  WS-CHKH-STATUS          PIC X(02).
018900     88  CHKH-FILE-OK                VALUE "00".
019000 01  WS-CHKH-OPEN-FLAG       PIC X(01) VALUE "N".
019100     88  CHKH-FILE-OPEN              VALUE "Y".
019200 01  WS-TXND-STATUS          PIC X(02).
019300     88  TXND-FILE-OK                VALUE "00".
019400     88  TXND-FILE-NOT-FOUND         VALUE "35".
019500 01  WS-POST-OPEN-FLAG       PIC X(01) VALUE "N".
019600     88  POST-FILES-OPEN             VALUE "Y".
019700 01  WS-FEE-STATUS           PIC X(02).
019800     88  FEE-FILE-OK                 VALUE "00".
019900 01  WS-PROD-STATUS          PIC X(02).
020000     88  PROD-FILE-OK                VALUE "00".
020100 01  WS-PROD-OPEN-FLAG       PIC X(01) VALUE "N".
020200     88  PROD-FILE-OPEN              VALUE "Y".
020300 01  WS-OPER-STATUS          PIC X(02).
020400     88  OPER-FILE-OK                VALUE "00".
020500
020600*----------------------------------------------------------
020700* THE REQUEST, FROM SYSIN
020800*----------------------------------------------------------
020900 01  WS-REQ-FUNCTION         PIC X(01) VALUE SPACE.
021000     88  REQ-RECEIVE                 VALUE "R".
021100     88  REQ-PAY                     VALUE "P".
021200     88  REQ-WITHDRAW                VALUE "W".
021300     88  REQ-FUNCTION-VALID          VALUE "R" "P" "W".
021400 01  WS-REQ-ORDER            PIC X(10) VALUE SPACES.
021500 01  WS-REQ-OPERATOR         PIC X(06) VALUE SPACES.
021600 01  WS-REQ-TYPE             PIC X(01) VALUE SPACE.
021700 01  WS-REQ-AGENCY           PIC X(06) VALUE SPACES.
021800 01  WS-REQ-CUST             PIC X(06) VALUE SPACES.
021900 01  WS-REQ-AMOUNT           PIC 9(7)V99 VALUE ZERO.
022000 01  WS-REQ-PROTECT          PIC 9(7)V99 VALUE ZERO.
022100 01  WS-REQ-ANSWER-DATE      PIC 9(08) VALUE ZERO.
022150 01  WS-AGENCY-NAME          PIC X(20) VALUE SPACES.
022200 01  WS-REFUSE-REASON        PIC X(24) VALUE SPACES.
022300 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
022400 01  WS-TIMESTAMP            PIC X(21).
022500 01  WS-BUSINESS-STAMP.
022600     05  WS-BSTAMP-DATE      PIC 9(08).
022700     05  WS-BSTAMP-TIME      PIC X(06).
022800
022900*----------------------------------------------------------
023000* ACCOUNT JOURNAL INTERFACE
023100*----------------------------------------------------------
023200 01  WS-JRNL-PROGRAM         PIC X(12) VALUE "LEGALORD".
023300 01  WS-JRNL-ACTION          PIC X(01) VALUE "R".
023400 01  WS-JRNL-BEFORE          PIC X(128) VALUE SPACES.
023500 01  WS-JRNL-AFTER           PIC X(128) VALUE SPACES.
023600
023700*----------------------------------------------------------
023800* THE CUSTOMER'S ACCOUNTS, FROM THE MASTER AND ACCTOWN
023900*----------------------------------------------------------
024000 01  WS-ACCT-MAX             PIC 9(03) COMP VALUE 50.
024100 01  WS-ACCT-COUNT           PIC 9(03) COMP VALUE ZERO.
024200 01  WS-ACCT-SUB             PIC 9(03) COMP VALUE ZERO.
024300 01  WS-HOLD-SUB             PIC 9(03) COMP VALUE ZERO.
024400 01  WS-FOUND-SUB            PIC 9(03) COMP VALUE ZERO.
024500 01  WS-ACCT-TABLE.
024600     05  WS-LA-ACCT          PIC X(06) OCCURS 50 TIMES.
024700 01  WS-SEARCH-ACCT          PIC X(06).
024800
024900*----------------------------------------------------------
025000* HOLD AND REMITTANCE ARITHMETIC
025100*----------------------------------------------------------
025200 01  WS-HOLD-TOTAL           PIC S9(8)V99 VALUE ZERO.
025300 01  WS-AVAIL-BALANCE        PIC S9(8)V99 VALUE ZERO.
025400 01  WS-PROTECT-LEFT         PIC 9(7)V99 VALUE ZERO.
025500 01  WS-ORDER-LEFT           PIC 9(7)V99 VALUE ZERO.
025600 01  WS-TAKE-AMOUNT          PIC 9(7)V99 VALUE ZERO.
025700 01  WS-RHOLD-SEQ            PIC 9(03) VALUE ZERO.
025800 01  WS-HOLD-REASON          PIC X(20) VALUE SPACES.
025900 01  WS-HOLD-COUNT           PIC 9(03) COMP VALUE ZERO.
026000 01  WS-RELEASE-COUNT        PIC 9(03) COMP VALUE ZERO.
026100 01  WS-FEE-ACCT             PIC X(06) VALUE SPACES.
026200 01  WS-POST-TYPE            PIC X(10) VALUE SPACES.
026300 01  WS-POST-AMOUNT          PIC 9(7)V99 VALUE ZERO.
026400 01  WS-POST-REF             PIC X(08) VALUE SPACES.
026500 01  WS-AMOUNT-DISP          PIC ZZZZZZ9.99.
026600 01  WS-AMOUNT-DISP2         PIC ZZZZZZ9.99.
026700
026800*----------------------------------------------------------
026900* LEGAL ORDER FEE (FEESCHED "L" ROWS, FEESREC)
027000*----------------------------------------------------------
027100 01  WS-LFEE-COUNT           PIC 9(02) COMP VALUE ZERO.
027200 01  WS-LFEE-TABLE.
027300     05  WS-LFEE-ENTRY       OCCURS 1 TO 10 TIMES
027400             DEPENDING ON WS-LFEE-COUNT
027500             INDEXED BY WS-LFEE-IDX.
027600         10  WS-LFEE-TYPE    PIC X(01).
027700         10  WS-LFEE-AMOUNT  PIC 9(5)V99.
027800 01  WS-LFEE-CODE            PIC X(01) VALUE SPACE.
027900 01  WS-LFEE-AMT             PIC 9(5)V99 VALUE ZERO.
028000
028100 01  WS-LOG-ENTRY.
028200     05  TL-TIMESTAMP        PIC X(14).
028300     05  FILLER              PIC X(01) VALUE SPACE.
028400     05  TL-ACCT             PIC X(06).
028500     05  FILLER              PIC X(01) VALUE SPACE.
028600     05  TL-TXN-TYPE         PIC X(10).
028700     05  FILLER              PIC X(01) VALUE SPACE.
028800     05  TL-AMOUNT           PIC ZZZZZZ9.99.
028900     05  FILLER              PIC X(01) VALUE SPACE.
029000     05  TL-BALANCE          PIC -ZZZZZZ9.99.
029100     05  FILLER              PIC X(01) VALUE SPACE.
029200     05  TL-OPERATOR         PIC X(06).
029300     05  FILLER              PIC X(01) VALUE SPACE.
029400     05  TL-REFERENCE        PIC X(08).
029500
029600 PROCEDURE DIVISION.
029700*----------------------------------------------------------
029800* 0000-MAINLINE
029900*----------------------------------------------------------
030000 0000-MAINLINE.
030100     DISPLAY "ENTER FUNCTION (R=RECEIVE P=PAY W=WITHDRAWN): "
030200     ACCEPT WS-REQ-FUNCTION
030300     DISPLAY "ENTER ORDER NUMBER: "
030400     ACCEPT WS-REQ-ORDER
030500     DISPLAY "ENTER OPERATOR: "
030600     ACCEPT WS-REQ-OPERATOR
030700     IF REQ-RECEIVE
030800         DISPLAY "ENTER ORDER TYPE (G=GARNISHMENT L=LEVY): "
030900         ACCEPT WS-REQ-TYPE
031000         DISPLAY "ENTER AGENCY PAYEE ID: "
031100         ACCEPT WS-REQ-AGENCY
031200         DISPLAY "ENTER CUSTOMER ID: "
031300         ACCEPT WS-REQ-CUST
031400         DISPLAY "ENTER ORDER AMOUNT: "
031500         ACCEPT WS-REQ-AMOUNT
031600         DISPLAY "ENTER PROTECTED AMOUNT: "
031700         ACCEPT WS-REQ-PROTECT
031800         DISPLAY "ENTER ANSWER DEADLINE (YYYYMMDD): "
031900         ACCEPT WS-REQ-ANSWER-DATE
032000     END-IF
032100
032200     PERFORM 1000-INITIALIZE
032300         THRU 1000-INITIALIZE-EXIT
032400     IF REQUEST-ACCEPTED
032500         IF REQ-RECEIVE
032600             PERFORM 2000-RECEIVE-ORDER
032700                 THRU 2000-RECEIVE-ORDER-EXIT
032800         ELSE
032900             PERFORM 3000-CLOSE-ORDER
033000                 THRU 3000-CLOSE-ORDER-EXIT
033100         END-IF
033200     END-IF
033300     PERFORM 9000-TERMINATE
033400         THRU 9000-TERMINATE-EXIT
033500     STOP RUN.
033600
033700*----------------------------------------------------------
033800* 1000-INITIALIZE - EDIT THE REQUEST AND OPEN THE FILES THE
033900* FUNCTION NEEDS.  ANY FAILURE REFUSES IT WITH A REASON AND
034000* CHANGES NOTHING.
034100*----------------------------------------------------------
034200 1000-INITIALIZE.
034300     CALL "GETBDATE" USING WS-BUSINESS-DATE
034400     IF NOT REQ-FUNCTION-VALID
034500         MOVE "INVALID FUNCTION" TO WS-REFUSE-REASON
034600         GO TO 1000-INITIALIZE-REFUSE
034700     END-IF
034800     IF WS-REQ-ORDER = SPACES
034900         MOVE "ORDER NUMBER REQUIRED" TO WS-REFUSE-REASON
035000         GO TO 1000-INITIALIZE-REFUSE
035100     END-IF
035200     PERFORM 1100-CHECK-OPERATOR
035300         THRU 1100-CHECK-OPERATOR-EXIT
035400     IF WS-REFUSE-REASON NOT = SPACES
035500         GO TO 1000-INITIALIZE-REFUSE
035600     END-IF
035700
035800     OPEN I-O LEGAL-ORDERS
035900     IF LORD-FILE-NOT-FOUND
036000         OPEN OUTPUT LEGAL-ORDERS
036100         CLOSE LEGAL-ORDERS
036200         OPEN I-O LEGAL-ORDERS
036300     END-IF
036400     IF NOT LORD-FILE-OK
036500         MOVE "LEGLORDS NOT AVAILABLE" TO WS-REFUSE-REASON
036600         GO TO 1000-INITIALIZE-REFUSE
036700     END-IF
036800     MOVE "Y" TO WS-LORD-OPEN-FLAG
036900     MOVE WS-REQ-ORDER TO LO-ORDER-NUM
037000     READ LEGAL-ORDERS
037100         INVALID KEY
037200             IF NOT REQ-RECEIVE
037300                 MOVE "ORDER NOT ON FILE" TO WS-REFUSE-REASON
037400                 GO TO 1000-INITIALIZE-REFUSE
037500             END-IF
037600         NOT INVALID KEY
037700             IF REQ-RECEIVE
037800                 MOVE "ORDER ALREADY ON FILE" TO WS-REFUSE-REASON
037900                 GO TO 1000-INITIALIZE-REFUSE
038000             END-IF
038100     END-READ
038200     IF REQ-RECEIVE
038300         PERFORM 1200-EDIT-NEW-ORDER
038400             THRU 1200-EDIT-NEW-ORDER-EXIT
038500     ELSE
038600         IF NOT LO-IS-OPEN
038700             MOVE "ORDER ALREADY CLOSED" TO WS-REFUSE-REASON
038800         END-IF
038900     END-IF
039000     IF WS-REFUSE-REASON NOT = SPACES
039100         GO TO 1000-INITIALIZE-REFUSE
039200     END-IF
039300
039400     OPEN I-O ACCOUNT-MASTER
039500     IF NOT ACCT-STATUS-OK
039600         DISPLAY "LEGAL-ORDER-BATCH: ACCTMSTR OPEN FAILED, "
039700             "STATUS " WS-ACCT-STATUS
039800         MOVE "ACCTMSTR NOT AVAILABLE" TO WS-REFUSE-REASON
039900         GO TO 1000-INITIALIZE-REFUSE
040000     END-IF
040100     MOVE "Y" TO WS-ACCT-OPEN-FLAG
040200     OPEN I-O HOLD-REGISTER
040300     IF HREG-FILE-NOT-FOUND
040400         OPEN OUTPUT HOLD-REGISTER
040500         CLOSE HOLD-REGISTER
040600         OPEN I-O HOLD-REGISTER
040700     END-IF
040800     IF NOT HREG-FILE-OK
040900         MOVE "HOLDREG NOT AVAILABLE" TO WS-REFUSE-REASON
041000         GO TO 1000-INITIALIZE-REFUSE
041100     END-IF
041200     MOVE "Y" TO WS-HREG-OPEN-FLAG
041300*    NO CHECK-HOLD FILE YET MEANS NO CHECK IS UNCLEARED.
041400     OPEN INPUT CHECK-HOLDS
041500     IF CHKH-FILE-OK
041600         MOVE "Y" TO WS-CHKH-OPEN-FLAG
041700     END-IF
041800     IF REQ-PAY
041900         OPEN EXTEND TRANSACTION-LOG
042000         OPEN I-O    TRANSACTION-DETAIL
042100         IF TXND-FILE-NOT-FOUND
042200             OPEN OUTPUT TRANSACTION-DETAIL
042300             CLOSE TRANSACTION-DETAIL
042400             OPEN I-O TRANSACTION-DETAIL
042500         END-IF
042600         MOVE "Y" TO WS-POST-OPEN-FLAG
042700         PERFORM 1800-LOAD-LEGAL-FEES
042800             THRU 1800-LOAD-LEGAL-FEES-EXIT
042900     END-IF
043000     GO TO 1000-INITIALIZE-EXIT.
043100
043200 1000-INITIALIZE-REFUSE.
043300     MOVE "N" TO WS-REQUEST-FLAG
043400     MOVE 8 TO RETURN-CODE
043500     DISPLAY "LEGAL-ORDER-BATCH: REQUEST REFUSED - "
043600         WS-REFUSE-REASON.
043700 1000-INITIALIZE-EXIT.
043800     EXIT.
043900
044000*----------------------------------------------------------
044100* 1100-CHECK-OPERATOR - THE OPERATOR MUST BE AN ENABLED
044200* SUPERVISOR ON OPERTAB; A LEGAL ORDER FREEZES OR MOVES A
044300* CUSTOMER'S MONEY WITHOUT THEIR CONSENT.
044400*----------------------------------------------------------
044500 1100-CHECK-OPERATOR.
044600     OPEN INPUT OPERATOR-FILE
044700     IF NOT OPER-FILE-OK
044800         MOVE "OPERTAB NOT AVAILABLE" TO WS-REFUSE-REASON
044900         GO TO 1100-CHECK-OPERATOR-EXIT
045000     END-IF
045100     PERFORM 1150-READ-OPERATOR
045200         THRU 1150-READ-OPERATOR-EXIT
045300         UNTIL END-OF-OPERATORS OR OPERATOR-FOUND
045400     CLOSE OPERATOR-FILE
045500     IF NOT OPERATOR-FOUND
045600         MOVE "UNKNOWN OPERATOR" TO WS-REFUSE-REASON
045700         GO TO 1100-CHECK-OPERATOR-EXIT
045800     END-IF
045900     IF OP-IS-DISABLED
046000         MOVE "OPERATOR DISABLED" TO WS-REFUSE-REASON
046100         GO TO 1100-CHECK-OPERATOR-EXIT
046200     END-IF
046300     IF OP-ROLE NOT = "S"
046400         MOVE "SUPERVISOR REQUIRED" TO WS-REFUSE-REASON
046500     END-IF.
046600 1100-CHECK-OPERATOR-EXIT.
046700     EXIT.
046800
046900*----------------------------------------------------------
047000* 1150-READ-OPERATOR - NEXT OPERTAB RECORD.
047100*----------------------------------------------------------
047200 1150-READ-OPERATOR.
047300     READ OPERATOR-FILE
047400         AT END
047500             MOVE "Y" TO WS-OPER-EOF-FLAG
047600             GO TO 1150-READ-OPERATOR-EXIT
047700     END-READ
047800     IF OP-ID = WS-REQ-OPERATOR
047900         MOVE "Y" TO WS-OPER-FOUND-FLAG
048000     END-IF.
048100 1150-READ-OPERATOR-EXIT.
048200     EXIT.
048300
048400*----------------------------------------------------------
048500* 1200-EDIT-NEW-ORDER - A NEW ORDER NEEDS A VALID TYPE AND
048600* AMOUNT, A DEADLINE NOT ALREADY PAST, A CUSTOMER ON FILE
048700* AND AN ACTIVE AGENCY PAYEE TO REMIT TO.
048800*----------------------------------------------------------
048900 1200-EDIT-NEW-ORDER.
049000     MOVE WS-REQ-TYPE TO LO-ORDER-TYPE
049100     IF NOT LO-TYPE-VALID
049200         MOVE "INVALID ORDER TYPE" TO WS-REFUSE-REASON
049300         GO TO 1200-EDIT-NEW-ORDER-EXIT
049400     END-IF
049500     IF WS-REQ-AMOUNT NOT NUMERIC OR WS-REQ-AMOUNT = ZERO
049600         MOVE "INVALID ORDER AMOUNT" TO WS-REFUSE-REASON
049700         GO TO 1200-EDIT-NEW-ORDER-EXIT
049800     END-IF
049900     IF WS-REQ-PROTECT NOT NUMERIC
050000         MOVE ZERO TO WS-REQ-PROTECT
050100     END-IF
050200     IF WS-REQ-ANSWER-DATE NOT NUMERIC
050300      OR WS-REQ-ANSWER-DATE < WS-BUSINESS-DATE
050400         MOVE "INVALID ANSWER DEADLINE" TO WS-REFUSE-REASON
050500         GO TO 1200-EDIT-NEW-ORDER-EXIT
050600     END-IF
050700     OPEN INPUT CUSTOMER-MASTER
050800     IF NOT CUSTM-FILE-OK
050900         MOVE "CUSTMSTR NOT AVAILABLE" TO WS-REFUSE-REASON
051000         GO TO 1200-EDIT-NEW-ORDER-EXIT
051100     END-IF
051200     MOVE WS-REQ-CUST TO CM-CUST-ID
051300     READ CUSTOMER-MASTER
051400         INVALID KEY
051500             MOVE "CUSTOMER NOT ON FILE" TO WS-REFUSE-REASON
051600     END-READ
051700     CLOSE CUSTOMER-MASTER
051800     IF WS-REFUSE-REASON NOT = SPACES
051900         GO TO 1200-EDIT-NEW-ORDER-EXIT
052000     END-IF
052100     OPEN INPUT PAYEE-REGISTER
052200     IF NOT PAYEE-FILE-OK
052300         MOVE "PAYEEREG NOT AVAILABLE" TO WS-REFUSE-REASON
052400         GO TO 1200-EDIT-NEW-ORDER-EXIT
052500     END-IF
052600     MOVE WS-REQ-AGENCY TO PY-PAYEE-ID
052700     READ PAYEE-REGISTER
052800         INVALID KEY
052900             MOVE "AGENCY NOT A PAYEE" TO WS-REFUSE-REASON
053000         NOT INVALID KEY
053100             IF PY-IS-REMOVED
053200                 MOVE "AGENCY PAYEE REMOVED" TO WS-REFUSE-REASON
053300             END-IF
053350             MOVE PY-NAME TO WS-AGENCY-NAME
053400     END-READ
053500     CLOSE PAYEE-REGISTER.
053600 1200-EDIT-NEW-ORDER-EXIT.
053700     EXIT.
053800
053900*----------------------------------------------------------
054000* 1800-LOAD-LEGAL-FEES - LOAD THE LEGAL ORDER FEE ROWS FROM
054100* FEESCHED AND OPEN THE PRODUCT MASTER THAT PICKS AN
054200* ACCOUNT'S ROW.  NO FEESCHED, OR NO "L" ROWS IN IT, MEANS
054300* NO FEE IS CHARGED.
054400*----------------------------------------------------------
054500 1800-LOAD-LEGAL-FEES.
054600*    NO PRODMAST FILE YET JUST MEANS THE OLD C/S MAPPING.
054700     OPEN INPUT PRODUCT-MASTER
054800     IF PROD-FILE-OK
054900         MOVE "Y" TO WS-PROD-OPEN-FLAG
055000     END-IF
055100     OPEN INPUT FEE-SCHEDULE
055200     IF NOT FEE-FILE-OK
055300         GO TO 1800-LOAD-LEGAL-FEES-EXIT
055400     END-IF
055500     PERFORM 1820-READ-FEE-ROW
055600         THRU 1820-READ-FEE-ROW-EXIT
055700     PERFORM 1840-STORE-LEGAL-FEE
055800         THRU 1840-STORE-LEGAL-FEE-EXIT
055900         UNTIL END-OF-FEE-SCHED
056000            OR WS-LFEE-COUNT >= 10
056100     CLOSE FEE-SCHEDULE.
056200 1800-LOAD-LEGAL-FEES-EXIT.
056300     EXIT.
056400
056500*----------------------------------------------------------
056600* 1820-READ-FEE-ROW - READ ONE FEE SCHEDULE ROW.
056700*----------------------------------------------------------
056800 1820-READ-FEE-ROW.
056900     READ FEE-SCHEDULE
057000         AT END
057100             MOVE "Y" TO WS-FEE-EOF-FLAG
057200     END-READ.
057300 1820-READ-FEE-ROW-EXIT.
057400     EXIT.
057500
057600*----------------------------------------------------------
057700* 1840-STORE-LEGAL-FEE - KEEP THE ROW JUST READ IF IT IS A
057800* LEGAL ORDER FEE ROW AND READ THE NEXT ONE.
057900*----------------------------------------------------------
058000 1840-STORE-LEGAL-FEE.
058100     IF NOT FS-IS-LEGAL-FEE
058200         GO TO 1840-STORE-LEGAL-FEE-READ
058300     END-IF
058400     ADD 1 TO WS-LFEE-COUNT
058500     MOVE FS-TYPE TO WS-LFEE-TYPE(WS-LFEE-COUNT)
058600     MOVE FS-FEE  TO WS-LFEE-AMOUNT(WS-LFEE-COUNT).
058700 1840-STORE-LEGAL-FEE-READ.
058800     PERFORM 1820-READ-FEE-ROW
058900         THRU 1820-READ-FEE-ROW-EXIT.
059000 1840-STORE-LEGAL-FEE-EXIT.
059100     EXIT.
059200
059300*----------------------------------------------------------
059400* 2000-RECEIVE-ORDER - HOLD THE CUSTOMER'S AVAILABLE FUNDS,
059500* ACCOUNT BY ACCOUNT, UNTIL THE ORDER AMOUNT IS COVERED OR
059600* THE MONEY RUNS OUT, THEN REGISTER THE ORDER.  THE
059700* PROTECTED AMOUNT IS LEFT FREE BEFORE ANYTHING IS HELD.
059800*----------------------------------------------------------
059900 2000-RECEIVE-ORDER.
060000     PERFORM 2100-COLLECT-ACCOUNTS
060100         THRU 2100-COLLECT-ACCOUNTS-EXIT
060200     MOVE WS-REQ-PROTECT TO WS-PROTECT-LEFT
060300     MOVE WS-REQ-AMOUNT  TO WS-ORDER-LEFT
060400     IF WS-REQ-TYPE = "L"
060500         MOVE "TAX LEVY"          TO WS-HOLD-REASON
060600     ELSE
060700         MOVE "COURT GARNISHMENT" TO WS-HOLD-REASON
060800     END-IF
060900     PERFORM 2400-HOLD-ONE-ACCOUNT
061000         THRU 2400-HOLD-ONE-ACCOUNT-EXIT
061100         VARYING WS-HOLD-SUB FROM 1 BY 1
061200         UNTIL WS-HOLD-SUB > WS-ACCT-COUNT
061300            OR WS-ORDER-LEFT = ZERO
061400
061500     MOVE SPACES             TO LEGAL-ORDER-RECORD
061600     MOVE WS-REQ-ORDER       TO LO-ORDER-NUM
061700     MOVE WS-REQ-TYPE        TO LO-ORDER-TYPE
061800     MOVE WS-REQ-AGENCY      TO LO-AGENCY-PAYEE
061900     MOVE WS-AGENCY-NAME     TO LO-AGENCY-NAME
062000     MOVE WS-REQ-CUST        TO LO-CUST-ID
062100     MOVE WS-REQ-AMOUNT      TO LO-ORDER-AMOUNT
062200     MOVE WS-REQ-PROTECT     TO LO-PROTECT-AMOUNT
062300     MOVE WS-BUSINESS-DATE   TO LO-RECEIVED-DATE
062400     MOVE WS-REQ-ANSWER-DATE TO LO-ANSWER-DATE
062500     MOVE "H"                TO LO-STATUS
062600     COMPUTE LO-HELD-AMOUNT = WS-REQ-AMOUNT - WS-ORDER-LEFT
062700     MOVE ZERO               TO LO-REMITTED-AMOUNT
062800     MOVE ZERO               TO LO-FEE-AMOUNT
062900     MOVE ZERO               TO LO-CLOSED-DATE
063000     MOVE WS-REQ-OPERATOR    TO LO-OPERATOR
063100     WRITE LEGAL-ORDER-RECORD
063200         INVALID KEY
063300             DISPLAY "LEGAL-ORDER-BATCH: LEGLORDS WRITE FAILED, "
063400                 "STATUS " WS-LORD-STATUS
063500             MOVE 8 TO RETURN-CODE
063600     END-WRITE
063700     MOVE LO-HELD-AMOUNT  TO WS-AMOUNT-DISP
063800     MOVE LO-ORDER-AMOUNT TO WS-AMOUNT-DISP2
063900     DISPLAY "LEGAL-ORDER-BATCH: ORDER " WS-REQ-ORDER
064000         " RECEIVED, HELD " WS-AMOUNT-DISP " OF "
064100         WS-AMOUNT-DISP2 " ON " WS-HOLD-COUNT " ACCOUNT(S)"
064200     IF WS-ORDER-LEFT > ZERO
064300         MOVE WS-ORDER-LEFT TO WS-AMOUNT-DISP
064400         DISPLAY "LEGAL-ORDER-BATCH: SHORT BY " WS-AMOUNT-DISP
064500             " - ANSWER THE AGENCY WITH THE AMOUNT HELD"
064600     END-IF.
064700 2000-RECEIVE-ORDER-EXIT.
064800     EXIT.
064900
065000*----------------------------------------------------------
065100* 2100-COLLECT-ACCOUNTS - EVERY ACCOUNT THE CUSTOMER OWNS:
065200* PRIMARY ON THE MASTER, THEN ANY FURTHER ACCOUNTS LINKED
065300* THROUGH ACCTOWN.
065400*----------------------------------------------------------
065500 2100-COLLECT-ACCOUNTS.
065600     MOVE "N" TO WS-SEQ-EOF-FLAG
065700     MOVE LOW-VALUES TO ACCT-NUMBER
065800     START ACCOUNT-MASTER KEY NOT LESS THAN ACCT-NUMBER
065900         INVALID KEY
066000             MOVE "Y" TO WS-SEQ-EOF-FLAG
066100     END-START
066200     PERFORM 2150-CHECK-ONE-ACCOUNT
066300         THRU 2150-CHECK-ONE-ACCOUNT-EXIT
066400         UNTIL END-OF-SEQ-FILE
066500*    NO ACCTOWN JUST MEANS NO JOINT OWNERS WERE EVER LINKED.
066600     OPEN INPUT ACCOUNT-OWNERS
066700     IF NOT ACOWN-FILE-OK
066800         GO TO 2100-COLLECT-ACCOUNTS-EXIT
066900     END-IF
067000     MOVE "N" TO WS-ACOWN-EOF-FLAG
067100     MOVE LOW-VALUES TO AO-KEY
067200     START ACCOUNT-OWNERS KEY NOT LESS THAN AO-KEY
067300         INVALID KEY
067400             MOVE "Y" TO WS-ACOWN-EOF-FLAG
067500     END-START
067600     PERFORM 2200-CHECK-ONE-LINK
067700         THRU 2200-CHECK-ONE-LINK-EXIT
067800         UNTIL END-OF-OWNERS
067900     CLOSE ACCOUNT-OWNERS.
068000 2100-COLLECT-ACCOUNTS-EXIT.
068100     EXIT.
068200
068300*----------------------------------------------------------
068400* 2150-CHECK-ONE-ACCOUNT - ONE MASTER RECORD.
068500*----------------------------------------------------------
068600 2150-CHECK-ONE-ACCOUNT.
068700     READ ACCOUNT-MASTER NEXT RECORD
068800         AT END
068900             MOVE "Y" TO WS-SEQ-EOF-FLAG
069000             GO TO 2150-CHECK-ONE-ACCOUNT-EXIT
069100     END-READ
069200     IF ACCT-CUST-NUM = WS-REQ-CUST
069300         PERFORM 2300-ADD-ACCOUNT
069400             THRU 2300-ADD-ACCOUNT-EXIT
069500     END-IF.
069600 2150-CHECK-ONE-ACCOUNT-EXIT.
069700     EXIT.
069800
069900*----------------------------------------------------------
070000* 2200-CHECK-ONE-LINK - ONE ACCTOWN LINK.
070100*----------------------------------------------------------
070200 2200-CHECK-ONE-LINK.
070300     READ ACCOUNT-OWNERS NEXT RECORD
070400         AT END
070500             MOVE "Y" TO WS-ACOWN-EOF-FLAG
070600             GO TO 2200-CHECK-ONE-LINK-EXIT
070700     END-READ
070800     IF AO-CUST-ID = WS-REQ-CUST
070900      AND NOT AO-IS-REMOVED
071000         MOVE AO-ACCT TO ACCT-NUMBER
071100         PERFORM 2300-ADD-ACCOUNT
071200             THRU 2300-ADD-ACCOUNT-EXIT
071300     END-IF.
071400 2200-CHECK-ONE-LINK-EXIT.
071500     EXIT.
071600
071700*----------------------------------------------------------
071800* 2300-ADD-ACCOUNT - ADD ACCT-NUMBER TO THE TABLE UNLESS IT
071900* IS ALREADY THERE.
072000*----------------------------------------------------------
072100 2300-ADD-ACCOUNT.
072200     MOVE ACCT-NUMBER TO WS-SEARCH-ACCT
072300     MOVE ZERO TO WS-FOUND-SUB
072400     PERFORM 2350-COMPARE-ACCOUNT
072500         THRU 2350-COMPARE-ACCOUNT-EXIT
072600         VARYING WS-ACCT-SUB FROM 1 BY 1
072700         UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
072800            OR WS-FOUND-SUB > ZERO
072900     IF WS-FOUND-SUB > ZERO
073000         GO TO 2300-ADD-ACCOUNT-EXIT
073100     END-IF
073200     IF WS-ACCT-COUNT NOT < WS-ACCT-MAX
073300         DISPLAY "LEGAL-ORDER-BATCH: ACCOUNT TABLE FULL, "
073400             WS-SEARCH-ACCT " NOT HELD"
073500         GO TO 2300-ADD-ACCOUNT-EXIT
073600     END-IF
073700     ADD 1 TO WS-ACCT-COUNT
073800     MOVE WS-SEARCH-ACCT TO WS-LA-ACCT(WS-ACCT-COUNT).
073900 2300-ADD-ACCOUNT-EXIT.
074000     EXIT.
074100
074200*----------------------------------------------------------
074300* 2350-COMPARE-ACCOUNT - ONE TABLE ENTRY.
074400*----------------------------------------------------------
074500 2350-COMPARE-ACCOUNT.
074600     IF WS-LA-ACCT(WS-ACCT-SUB) = WS-SEARCH-ACCT
074700         MOVE WS-ACCT-SUB TO WS-FOUND-SUB
074800     END-IF.
074900 2350-COMPARE-ACCOUNT-EXIT.
075000     EXIT.
075100
075200*----------------------------------------------------------
075300* 2400-HOLD-ONE-ACCOUNT - PRICE THE ACCOUNT'S AVAILABLE
075400* FUNDS (LEDGER LESS UNCLEARED CHECKS AND EXISTING REGISTER
075500* HOLDS; AN OVERDRAFT LINE IS NOT THE CUSTOMER'S MONEY AND
075600* IS NOT COUNTED), SET ASIDE WHAT IS STILL PROTECTED, AND
075700* HOLD THE REST UP TO WHAT THE ORDER STILL NEEDS.
075800*----------------------------------------------------------
075900 2400-HOLD-ONE-ACCOUNT.
076000     MOVE WS-LA-ACCT(WS-HOLD-SUB) TO ACCT-NUMBER
076100     READ ACCOUNT-MASTER
076200         INVALID KEY
076300             GO TO 2400-HOLD-ONE-ACCOUNT-EXIT
076400     END-READ
076500     IF ACCT-IS-CLOSED
076600         GO TO 2400-HOLD-ONE-ACCOUNT-EXIT
076700     END-IF
076800     PERFORM 2500-PRICE-AVAILABLE
076900         THRU 2500-PRICE-AVAILABLE-EXIT
077000     IF WS-AVAIL-BALANCE NOT > ZERO
077100         GO TO 2400-HOLD-ONE-ACCOUNT-EXIT
077200     END-IF
077300     IF WS-PROTECT-LEFT > ZERO
077400         IF WS-AVAIL-BALANCE > WS-PROTECT-LEFT
077500             SUBTRACT WS-PROTECT-LEFT FROM WS-AVAIL-BALANCE
077600             MOVE ZERO TO WS-PROTECT-LEFT
077700         ELSE
077800             SUBTRACT WS-AVAIL-BALANCE FROM WS-PROTECT-LEFT
077900             GO TO 2400-HOLD-ONE-ACCOUNT-EXIT
078000         END-IF
078100     END-IF
078200     IF WS-AVAIL-BALANCE > WS-ORDER-LEFT
078300         MOVE WS-ORDER-LEFT    TO WS-TAKE-AMOUNT
078400     ELSE
078500         MOVE WS-AVAIL-BALANCE TO WS-TAKE-AMOUNT
078600     END-IF
078700
078800     PERFORM 2700-NEXT-REG-HOLD-SEQ
078900         THRU 2700-NEXT-REG-HOLD-SEQ-EXIT
079000     MOVE SPACES           TO HOLD-REGISTER-RECORD
079100     MOVE ACCT-NUMBER      TO HR-ACCT
079200     MOVE WS-RHOLD-SEQ     TO HR-SEQ
079300     MOVE WS-TAKE-AMOUNT   TO HR-AMOUNT
079400     MOVE WS-HOLD-REASON   TO HR-REASON
079500     MOVE WS-REQ-ORDER     TO HR-CASE-REF
079600     MOVE ZERO             TO HR-EXPIRY-DATE
079700     MOVE SPACE            TO HR-STATUS
079800     WRITE HOLD-REGISTER-RECORD
079900         INVALID KEY
080000             DISPLAY "LEGAL-ORDER-BATCH: HOLDREG WRITE FAILED, "
080100                 "STATUS " WS-HREG-STATUS " ACCOUNT "
080200                 ACCT-NUMBER
080300             GO TO 2400-HOLD-ONE-ACCOUNT-EXIT
080400     END-WRITE
080500     SUBTRACT WS-TAKE-AMOUNT FROM WS-ORDER-LEFT
080600     ADD 1 TO WS-HOLD-COUNT
080700     MOVE WS-TAKE-AMOUNT TO WS-AMOUNT-DISP
080800     DISPLAY "  HELD " WS-AMOUNT-DISP " ON ACCOUNT "
080900         ACCT-NUMBER " SEQ " WS-RHOLD-SEQ.
081000 2400-HOLD-ONE-ACCOUNT-EXIT.
081100     EXIT.
081200
081300*----------------------------------------------------------
081400* 2500-PRICE-AVAILABLE - THE ACCOUNT'S LEDGER BALANCE LESS
081500* ITS STILL-HELD CHECK DEPOSITS AND ACTIVE REGISTER HOLDS.
081600*----------------------------------------------------------
081700 2500-PRICE-AVAILABLE.
081800     MOVE ZERO TO WS-HOLD-TOTAL
081900     IF CHKH-FILE-OPEN
082000         MOVE "N" TO WS-CHKH-EOF-FLAG
082100         MOVE ACCT-NUMBER TO CH-ACCT
082200         MOVE ZERO        TO CH-SEQ
082300         START CHECK-HOLDS KEY NOT LESS THAN CH-KEY
082400             INVALID KEY
082500                 MOVE "Y" TO WS-CHKH-EOF-FLAG
082600         END-START
082700         PERFORM 2550-SUM-ONE-CHECK-HOLD
082800             THRU 2550-SUM-ONE-CHECK-HOLD-EXIT
082900             UNTIL END-OF-CHECK-HOLDS
083000     END-IF
083100     MOVE "N" TO WS-HREG-EOF-FLAG
083200     MOVE ACCT-NUMBER TO HR-ACCT
083300     MOVE ZERO        TO HR-SEQ
083400     START HOLD-REGISTER KEY NOT LESS THAN HR-KEY
083500         INVALID KEY
083600             MOVE "Y" TO WS-HREG-EOF-FLAG
083700     END-START
083800     PERFORM 2600-SUM-ONE-REG-HOLD
083900         THRU 2600-SUM-ONE-REG-HOLD-EXIT
084000         UNTIL END-OF-REG-HOLDS
084100     COMPUTE WS-AVAIL-BALANCE = ACCT-BALANCE - WS-HOLD-TOTAL.
084200 2500-PRICE-AVAILABLE-EXIT.
084300     EXIT.
084400
084500*----------------------------------------------------------
084600* 2550-SUM-ONE-CHECK-HOLD - FOLD ONE UNRELEASED, STILL-HELD
084700* CHECK HOLD INTO THE TOTAL.
084800*----------------------------------------------------------
084900 2550-SUM-ONE-CHECK-HOLD.
085000     READ CHECK-HOLDS NEXT RECORD
085100         AT END
085200             MOVE "Y" TO WS-CHKH-EOF-FLAG
085300             GO TO 2550-SUM-ONE-CHECK-HOLD-EXIT
085400     END-READ
085500     IF CH-ACCT NOT = ACCT-NUMBER
085600         MOVE "Y" TO WS-CHKH-EOF-FLAG
085700         GO TO 2550-SUM-ONE-CHECK-HOLD-EXIT
085800     END-IF
085900     IF NOT CH-IS-RELEASED
086000      AND CH-AVAIL-DATE > WS-BUSINESS-DATE
086100         ADD CH-AMOUNT TO WS-HOLD-TOTAL
086200     END-IF.
086300 2550-SUM-ONE-CHECK-HOLD-EXIT.
086400     EXIT.
086500
086600*----------------------------------------------------------
086700* 2600-SUM-ONE-REG-HOLD - FOLD ONE ACTIVE, UNEXPIRED
086800* REGISTER HOLD INTO THE TOTAL.  EXPIRY ZERO NEVER EXPIRES.
086900*----------------------------------------------------------
087000 2600-SUM-ONE-REG-HOLD.
087100     READ HOLD-REGISTER NEXT RECORD
087200         AT END
087300             MOVE "Y" TO WS-HREG-EOF-FLAG
087400             GO TO 2600-SUM-ONE-REG-HOLD-EXIT
087500     END-READ
087600     IF HR-ACCT NOT = ACCT-NUMBER
087700         MOVE "Y" TO WS-HREG-EOF-FLAG
087800         GO TO 2600-SUM-ONE-REG-HOLD-EXIT
087900     END-IF
088000     IF NOT HR-IS-RELEASED AND NOT HR-IS-EXPIRED
088100      AND (HR-EXPIRY-DATE = ZERO
088200           OR HR-EXPIRY-DATE > WS-BUSINESS-DATE)
088300         ADD HR-AMOUNT TO WS-HOLD-TOTAL
088400     END-IF.
088500 2600-SUM-ONE-REG-HOLD-EXIT.
088600     EXIT.
088700
088800*----------------------------------------------------------
088900* 2700-NEXT-REG-HOLD-SEQ - ONE PAST THE ACCOUNT'S HIGHEST
089000* REGISTER-HOLD SEQUENCE.
089100*----------------------------------------------------------
089200 2700-NEXT-REG-HOLD-SEQ.
089300     MOVE ZERO TO WS-RHOLD-SEQ
089400     MOVE "N"  TO WS-HREG-EOF-FLAG
089500     MOVE ACCT-NUMBER TO HR-ACCT
089600     MOVE ZERO        TO HR-SEQ
089700     START HOLD-REGISTER KEY NOT LESS THAN HR-KEY
089800         INVALID KEY
089900             MOVE "Y" TO WS-HREG-EOF-FLAG
090000     END-START
090100     PERFORM 2750-SCAN-REG-HOLD-SEQ
090200         THRU 2750-SCAN-REG-HOLD-SEQ-EXIT
090300         UNTIL END-OF-REG-HOLDS
090400     ADD 1 TO WS-RHOLD-SEQ.
090500 2700-NEXT-REG-HOLD-SEQ-EXIT.
090600     EXIT.
090700
090800*----------------------------------------------------------
090900* 2750-SCAN-REG-HOLD-SEQ - REMEMBER THE HIGHEST SEQUENCE
091000* SEEN FOR THE ACCOUNT.
091100*----------------------------------------------------------
091200 2750-SCAN-REG-HOLD-SEQ.
091300     READ HOLD-REGISTER NEXT RECORD
091400         AT END
091500             MOVE "Y" TO WS-HREG-EOF-FLAG
091600             GO TO 2750-SCAN-REG-HOLD-SEQ-EXIT
091700     END-READ
091800     IF HR-ACCT NOT = ACCT-NUMBER
091900         MOVE "Y" TO WS-HREG-EOF-FLAG
092000         GO TO 2750-SCAN-REG-HOLD-SEQ-EXIT
092100     END-IF
092200     IF HR-SEQ > WS-RHOLD-SEQ
092300         MOVE HR-SEQ TO WS-RHOLD-SEQ
092400     END-IF.
092500 2750-SCAN-REG-HOLD-SEQ-EXIT.
092600     EXIT.
092700
092800*----------------------------------------------------------
092900* 3000-CLOSE-ORDER - PAY OR WITHDRAW AN OPEN ORDER.  EVERY
093000* ACTIVE HOLD CARRYING THE ORDER NUMBER IS RELEASED (THE
093100* ACCOUNT MAY HAVE CHANGED HANDS SINCE RECEIPT, SO THE
093200* WHOLE REGISTER IS SWEPT); ON PAY EACH IS ALSO DEBITED TO
093300* THE AGENCY AND THE FEE CHARGED ONCE.
093400*----------------------------------------------------------
093500 3000-CLOSE-ORDER.
093600     MOVE ZERO TO LO-REMITTED-AMOUNT LO-FEE-AMOUNT
093700     MOVE "N" TO WS-HREG-EOF-FLAG
093800     MOVE LOW-VALUES TO HR-KEY
093900     START HOLD-REGISTER KEY NOT LESS THAN HR-KEY
094000         INVALID KEY
094100             MOVE "Y" TO WS-HREG-EOF-FLAG
094200     END-START
094300     PERFORM 3100-RELEASE-ONE-HOLD
094400         THRU 3100-RELEASE-ONE-HOLD-EXIT
094500         UNTIL END-OF-REG-HOLDS
094600     IF REQ-PAY
094700         PERFORM 3300-CHARGE-LEGAL-FEE
094800             THRU 3300-CHARGE-LEGAL-FEE-EXIT
094900         MOVE "P" TO LO-STATUS
095000     ELSE
095100         MOVE "W" TO LO-STATUS
095200     END-IF
095300     MOVE WS-BUSINESS-DATE TO LO-CLOSED-DATE
095400     MOVE WS-REQ-OPERATOR  TO LO-OPERATOR
095500     REWRITE LEGAL-ORDER-RECORD
095600     MOVE LO-REMITTED-AMOUNT TO WS-AMOUNT-DISP
095700     DISPLAY "LEGAL-ORDER-BATCH: ORDER " WS-REQ-ORDER
095800         " CLOSED " LO-STATUS ", " WS-RELEASE-COUNT
095900         " HOLD(S) RELEASED, REMITTED " WS-AMOUNT-DISP.
096000 3000-CLOSE-ORDER-EXIT.
096100     EXIT.
096200
096300*----------------------------------------------------------
096400* 3100-RELEASE-ONE-HOLD - ONE REGISTER ENTRY; RELEASE IT IF
096500* IT IS AN ACTIVE HOLD FOR THIS ORDER, AND ON PAY DEBIT THE
096600* HELD AMOUNT (NO MORE THAN THE ACCOUNT STILL HAS) AS AN
096700* "EXT PAY" TO THE AGENCY'S PAYEE.
096800*----------------------------------------------------------
096900 3100-RELEASE-ONE-HOLD.
097000     READ HOLD-REGISTER NEXT RECORD
097100         AT END
097200             MOVE "Y" TO WS-HREG-EOF-FLAG
097300             GO TO 3100-RELEASE-ONE-HOLD-EXIT
097400     END-READ
097500     IF HR-CASE-REF NOT = WS-REQ-ORDER
097600      OR HR-IS-RELEASED OR HR-IS-EXPIRED
097700         GO TO 3100-RELEASE-ONE-HOLD-EXIT
097800     END-IF
097900     MOVE "R" TO HR-STATUS
098000     REWRITE HOLD-REGISTER-RECORD
098100     ADD 1 TO WS-RELEASE-COUNT
098200     IF NOT REQ-PAY
098300         GO TO 3100-RELEASE-ONE-HOLD-EXIT
098400     END-IF
098500     MOVE HR-ACCT TO ACCT-NUMBER
098600     READ ACCOUNT-MASTER
098700         INVALID KEY
098800             DISPLAY "LEGAL-ORDER-BATCH: ACCOUNT " HR-ACCT
098900                 " NOT ON FILE - NOTHING REMITTED FROM IT"
099000             GO TO 3100-RELEASE-ONE-HOLD-EXIT
099100     END-READ
099200     IF WS-FEE-ACCT = SPACES
099300         MOVE ACCT-NUMBER TO WS-FEE-ACCT
099400     END-IF
099500     IF ACCT-BALANCE NOT > ZERO
099600         GO TO 3100-RELEASE-ONE-HOLD-EXIT
099700     END-IF
099800     IF ACCT-BALANCE < HR-AMOUNT
099900         MOVE ACCT-BALANCE TO WS-POST-AMOUNT
100000     ELSE
100100         MOVE HR-AMOUNT    TO WS-POST-AMOUNT
100200     END-IF
100300     MOVE "EXT PAY"       TO WS-POST-TYPE
100400     MOVE LO-AGENCY-PAYEE TO WS-POST-REF
100500     PERFORM 3500-POST-DEBIT
100600         THRU 3500-POST-DEBIT-EXIT
100700     ADD WS-POST-AMOUNT TO LO-REMITTED-AMOUNT.
100800 3100-RELEASE-ONE-HOLD-EXIT.
100900     EXIT.
101000
101100*----------------------------------------------------------
101200* 3300-CHARGE-LEGAL-FEE - THE PROCESSING FEE FOR THE FIRST
101300* ACCOUNT THE ORDER HELD, BY ITS PRODUCT'S FEE SCHEDULE
101400* CODE ("C"/"S" BY ACCOUNT TYPE WHEN THERE IS NO PRODUCT),
101500* CHARGED EVEN INTO OVERDRAFT AS THE NSF FEE IS.  LOGGED AS
101600* "LEGAL FEE" UNDER THE ORDER NUMBER.
101700*----------------------------------------------------------
101800 3300-CHARGE-LEGAL-FEE.
101900     IF WS-LFEE-COUNT = ZERO OR WS-FEE-ACCT = SPACES
102000         GO TO 3300-CHARGE-LEGAL-FEE-EXIT
102100     END-IF
102200     MOVE WS-FEE-ACCT TO ACCT-NUMBER
102300     READ ACCOUNT-MASTER
102400         INVALID KEY
102500             GO TO 3300-CHARGE-LEGAL-FEE-EXIT
102600     END-READ
102700     IF ACCT-IS-CLOSED
102800         GO TO 3300-CHARGE-LEGAL-FEE-EXIT
102900     END-IF
103000     MOVE ZERO TO WS-LFEE-AMT
103100     IF ACCT-IS-CHECKING
103200         MOVE "CK" TO PM-PROD-CODE
103300         MOVE "C"  TO WS-LFEE-CODE
103400     ELSE
103500         MOVE "SV" TO PM-PROD-CODE
103600         MOVE "S"  TO WS-LFEE-CODE
103700     END-IF
103800     IF PROD-FILE-OPEN
103900         READ PRODUCT-MASTER
104000             NOT INVALID KEY
104100                 MOVE PM-FEE-SCHED-CODE TO WS-LFEE-CODE
104200         END-READ
104300     END-IF
104400     SET WS-LFEE-IDX TO 1
104500     SEARCH WS-LFEE-ENTRY
104600         WHEN WS-LFEE-TYPE(WS-LFEE-IDX) = WS-LFEE-CODE
104700             MOVE WS-LFEE-AMOUNT(WS-LFEE-IDX) TO WS-LFEE-AMT
104800     END-SEARCH
104900     IF WS-LFEE-AMT = ZERO
105000         GO TO 3300-CHARGE-LEGAL-FEE-EXIT
105100     END-IF
105200     MOVE WS-LFEE-AMT       TO WS-POST-AMOUNT
105300     MOVE "LEGAL FEE"       TO WS-POST-TYPE
105400     MOVE WS-REQ-ORDER(1:8) TO WS-POST-REF
105500     PERFORM 3500-POST-DEBIT
105600         THRU 3500-POST-DEBIT-EXIT
105700     MOVE WS-LFEE-AMT TO LO-FEE-AMOUNT.
105800 3300-CHARGE-LEGAL-FEE-EXIT.
105900     EXIT.
106000
106100*----------------------------------------------------------
106200* 3500-POST-DEBIT - DEBIT WS-POST-AMOUNT FROM THE ACCOUNT IN
106300* THE BUFFER, JOURNAL IT AND LOG IT TO TXNLOG AND TXNDETL.
106400*----------------------------------------------------------
106500 3500-POST-DEBIT.
106600     MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
106700     SUBTRACT WS-POST-AMOUNT FROM ACCT-BALANCE
106800     IF ACCT-LAST-TXN-SEQ NOT NUMERIC
106900         MOVE ZERO TO ACCT-LAST-TXN-SEQ
107000     END-IF
107100     IF ACCT-LAST-TXN-SEQ >= 9999999
107200*    THE SEQUENCE CEILING: NEVER WRAP TO ZERO AND CORRUPT
107300*    THE KEYED HISTORY - THE NUMBER STAYS PUT SO THE DETAIL
107400*    WRITE FAILS LOUDLY ON ITS DUPLICATE KEY.  RUN THE
107500*    DETAIL PURGE TO ARCHIVE AND RESEQUENCE.
107600         DISPLAY "TXN SEQ CEILING ON ACCOUNT " ACCT-NUMBER
107700             " - DETAIL PURGE REQUIRED"
107800     ELSE
107900         ADD 1 TO ACCT-LAST-TXN-SEQ
108000     END-IF
108100     MOVE WS-BUSINESS-DATE TO ACCT-LAST-ACTIVITY
108200     REWRITE ACCOUNT-RECORD
108300     MOVE ACCOUNT-RECORD TO WS-JRNL-AFTER
108400     CALL "ACCTJRNL" USING WS-JRNL-PROGRAM WS-JRNL-ACTION
108500         WS-JRNL-BEFORE WS-JRNL-AFTER
108600
108700     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
108800     MOVE WS-BUSINESS-DATE  TO WS-BSTAMP-DATE
108900     MOVE WS-TIMESTAMP(9:6) TO WS-BSTAMP-TIME
109000     MOVE WS-BUSINESS-STAMP TO TL-TIMESTAMP
109100     MOVE ACCT-NUMBER       TO TL-ACCT
109200     MOVE WS-POST-TYPE      TO TL-TXN-TYPE
109300     MOVE WS-POST-AMOUNT    TO TL-AMOUNT
109400     MOVE ACCT-BALANCE      TO TL-BALANCE
109500     MOVE WS-REQ-OPERATOR   TO TL-OPERATOR
109600     MOVE WS-POST-REF       TO TL-REFERENCE
109700     WRITE TRANSACTION-LOG-LINE FROM WS-LOG-ENTRY
109800
109900     MOVE ACCT-NUMBER       TO TD-ACCT
110000     MOVE ACCT-LAST-TXN-SEQ TO TD-SEQ
110100     MOVE TL-TIMESTAMP      TO TD-TIMESTAMP
110200     MOVE WS-POST-TYPE      TO TD-TXN-TYPE
110300     MOVE WS-POST-AMOUNT    TO TD-AMOUNT
110400     MOVE ACCT-BALANCE      TO TD-BALANCE
110500     MOVE WS-REQ-OPERATOR   TO TD-OPERATOR
110600     MOVE WS-POST-REF       TO TD-REFERENCE
110700     MOVE SPACES            TO TD-APPROVED-BY
110800     MOVE ACCT-BRANCH       TO TD-BRANCH
110900     WRITE TXN-DETAIL-RECORD
111000         INVALID KEY
111100             DISPLAY "TXNDETL WRITE FAILED, STATUS "
111200                 WS-TXND-STATUS " KEY " TD-KEY
111300     END-WRITE
111400     MOVE WS-POST-AMOUNT TO WS-AMOUNT-DISP
111500     DISPLAY "  " WS-POST-TYPE " " WS-AMOUNT-DISP
111600         " FROM ACCOUNT " ACCT-NUMBER.
111700 3500-POST-DEBIT-EXIT.
111800     EXIT.
111900
112000*----------------------------------------------------------
112100* 9000-TERMINATE - CLOSE WHATEVER WAS OPENED.
112200*----------------------------------------------------------
112300 9000-TERMINATE.
112400     IF LORD-FILE-OPEN
112500         CLOSE LEGAL-ORDERS
112600     END-IF
112700     IF ACCT-FILE-OPEN
112800         CLOSE ACCOUNT-MASTER
112900     END-IF
113000     IF HREG-FILE-OPEN
113100         CLOSE HOLD-REGISTER
113200     END-IF
113300     IF CHKH-FILE-OPEN
113400         CLOSE CHECK-HOLDS
113500     END-IF
113600     IF PROD-FILE-OPEN
113700         CLOSE PRODUCT-MASTER
113800     END-IF
113900     IF POST-FILES-OPEN
114000         CLOSE TRANSACTION-LOG
114100         CLOSE TRANSACTION-DETAIL
114200     END-IF.
114300 9000-TERMINATE-EXIT.
114400     EXIT.
