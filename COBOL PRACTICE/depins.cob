000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DEPOSIT-INSURANCE-CALC.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  DEPOSIT INSURANCE COVERAGE PER
001100*                 DEPOSITOR.  EVERY OPEN ACCOUNT IS PUT IN ONE
001200*                 OWNERSHIP CATEGORY - CUSTODIAL WHEN IT CARRIES
001300*                 A GUARDIAN, JOINT WHEN ACCTOWN SHOWS ANOTHER
001400*                 ACTIVE OWNER (THE BALANCE SPLIT EQUALLY), ELSE
001500*                 SINGLE - AND EVERY OPEN TERM DEPOSIT IS ITS
001600*                 OWN CATEGORY.  BALANCES PLUS ACCRUED INTEREST
001700*                 ARE SUMMED PER CUSTOMER PER CATEGORY AND HELD
001800*                 AGAINST THE INSPARM COVERAGE LIMIT.  WRITES THE
001900*                 DEPINSF DEPOSITOR FILE AND THE INSURED VERSUS
002000*                 UNINSURED REPORT WITH BRANCH TOTALS.
002100*----------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS ACCT-NUMBER
002900         ALTERNATE RECORD KEY IS ACCT-NAME
003000             WITH DUPLICATES
003100         FILE STATUS IS WS-ACCT-STATUS.
003200 
003300     SELECT ACCOUNT-OWNERS ASSIGN TO "ACCTOWN"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS AO-KEY
003700         FILE STATUS IS WS-ACOWN-STATUS.
003800 
003900     SELECT TERM-DEPOSITS ASSIGN TO "TERMDEP"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS TDP-NUMBER
004300         FILE STATUS IS WS-TDEP-STATUS.
004400 
004500     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS CM-CUST-ID
004900         FILE STATUS IS WS-CUSTM-STATUS.
005000 
005100     SELECT COVERAGE-PARM ASSIGN TO "INSPARM"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-PARM-STATUS.
005400 
005500     SELECT DEPOSITOR-FILE ASSIGN TO "DEPINSF"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700 
005800     SELECT COVERAGE-REPORT ASSIGN TO "DEPINSRP"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000 
006100     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300 
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  ACCOUNT-MASTER.
006700 01  ACCOUNT-MASTER-RECORD.
006800     COPY ACCTREC.
006900 
007000 FD  ACCOUNT-OWNERS.
007100 01  ACCOUNT-OWNER-RECORD.
007200     COPY OWNRREC.
007300 
007400 FD  TERM-DEPOSITS.
007500 01  TERM-DEPOSIT-RECORD.
007600     COPY TDEPREC.
007700 
007800 FD  CUSTOMER-MASTER.
007900 01  CUSTOMER-MASTER-RECORD.
008000     COPY CUSTMREC.
008100 
008200*    INSPARM - ONE RECORD: THE COVERAGE LIMIT PER DEPOSITOR PER
008300*    OWNERSHIP CATEGORY (THE PARMROW INSPARM VIEW).
008400 FD  COVERAGE-PARM.
008500 01  COVERAGE-PARM-RECORD.
008600     05  IP-LIMIT            PIC 9(7)V99.
008700 
008800*    ONE RECORD PER DEPOSITOR PER OWNERSHIP CATEGORY, IN
008900*    CUSTOMER ORDER.  DI-CATEGORY: "S" = SINGLE, "J" = JOINT
009000*    (DI-BALANCE IS THIS OWNER'S SHARE), "C" = CUSTODIAL, "T" =
009100*    TERM DEPOSIT.  DI-BRANCH IS THE BRANCH OF THE DEPOSITOR'S
009200*    LARGEST HOLDING IN THE CATEGORY.
009300 FD  DEPOSITOR-FILE.
009400 01  DEPOSITOR-RECORD.
009500     05  DI-RUN-DATE         PIC 9(08).
009600     05  DI-CUST-ID          PIC X(06).
009700     05  DI-CATEGORY         PIC X(01).
009800     05  DI-BRANCH           PIC X(03).
009900     05  DI-HOLDINGS         PIC 9(03).
010000     05  DI-BALANCE          PIC 9(9)V99.
010100     05  DI-LIMIT            PIC 9(7)V99.
010200     05  DI-INSURED          PIC 9(9)V99.
010300     05  DI-UNINSURED        PIC 9(9)V99.
010400     05  FILLER              PIC X(17).
010500 
010600 FD  COVERAGE-REPORT.
010700 01  COVERAGE-REPORT-LINE    PIC X(80).
010800 
010900 FD  DAILY-STATS-FILE.
011000     COPY DLYSTAT.
011100 
011200 WORKING-STORAGE SECTION.
011300     COPY RPTHEAD.
011400 
011500*----------------------------------------------------------
011600* SWITCHES AND FILE STATUS
011700*----------------------------------------------------------
011800 01  WS-SWITCHES.
011900     05  WS-INIT-FLAG        PIC X(01) VALUE "Y".
012000         88  INIT-SUCCESSFUL         VALUE "Y".
012100     05  WS-ACCT-EOF-FLAG    PIC X(01) VALUE "N".
012200         88  END-OF-ACCOUNTS         VALUE "Y".
012300     05  WS-ACOWN-EOF-FLAG   PIC X(01) VALUE "N".
012400         88  END-OF-OWNERS           VALUE "Y".
012500     05  WS-TDEP-EOF-FLAG    PIC X(01) VALUE "N".
012600         88  END-OF-TERM-DEPOSITS    VALUE "Y".
012700     05  WS-DP-FULL-FLAG     PIC X(01) VALUE "N".
012800         88  DEPOSITOR-TABLE-FULL    VALUE "Y".
012900     05  WS-TABLE-FULL-FLAG  PIC X(01) VALUE "N".
013000         88  BRANCH-TABLE-FULL       VALUE "Y".
013100     05  WS-SECTION-FLAG     PIC X(01) VALUE "D".
013200         88  PRINTING-BRANCHES       VALUE "B".
013300 01  WS-ACCT-STATUS          PIC X(02).
013400     88  ACCT-FILE-OK                VALUE "00".
013500 01  WS-ACOWN-STATUS         PIC X(02).
013600     88  ACOWN-FILE-OK               VALUE "00".
013700 01  WS-TDEP-STATUS          PIC X(02).
013800     88  TDEP-FILE-OK                VALUE "00".
013900 01  WS-CUSTM-STATUS         PIC X(02).
014000     88  CUSTM-FILE-OK               VALUE "00".
014100 01  WS-CUSTM-OPEN-FLAG      PIC X(01) VALUE "N".
014200     88  CUSTM-FILE-OPEN             VALUE "Y".
014300 01  WS-PARM-STATUS          PIC X(02).
014400     88  PARM-FILE-OK                VALUE "00".
014500 
014600*----------------------------------------------------------
014700* THE ACCOUNT'S OWNERS: THE PRIMARY (ACCT-CUST-NUM) FIRST,
014800* THEN EACH OTHER ACTIVE ACCTOWN OWNER.  AN ACCOUNT WITH MORE
014900* OWNERS THAN THE TABLE HOLDS IS SPLIT AMONG THE FIRST TEN.
015000*----------------------------------------------------------
015100 01  WS-OWN-COUNT            PIC 9(02) COMP VALUE ZERO.
015200 01  WS-OWN-MAX              PIC 9(02) COMP VALUE 10.
015300 01  WS-OWN-SUB              PIC 9(02) COMP VALUE ZERO.
015400 01  WS-OWNER-TABLE.
015500     05  WS-OWN-CUST         PIC X(06) OCCURS 10 TIMES.
015600 
015700*----------------------------------------------------------
015800* PER-DEPOSITOR TABLE, ONE ENTRY PER CUSTOMER PER CATEGORY,
015900* SORTED BY CUSTOMER BEFORE IT IS WRITTEN.
016000*----------------------------------------------------------
016100 01  WS-DP-COUNT             PIC 9(04) COMP VALUE ZERO.
016200 01  WS-DP-SUB               PIC 9(04) COMP VALUE ZERO.
016300 01  WS-DP-PASS              PIC 9(04) COMP VALUE ZERO.
016400 01  WS-DP-TABLE.
016500     05  WS-DP-ENTRY         OCCURS 1 TO 5000 TIMES
016600             DEPENDING ON WS-DP-COUNT
016700             INDEXED BY WS-DP-IDX.
016800         10  WS-DP-KEY.
016900             15  WS-DP-CUST  PIC X(06).
017000             15  WS-DP-CATEGORY
017100                             PIC X(01).
017200         10  WS-DP-BRANCH    PIC X(03).
017300         10  WS-DP-HOLDINGS  PIC 9(03).
017400         10  WS-DP-BALANCE   PIC S9(9)V99.
017500         10  WS-DP-LARGEST   PIC S9(9)V99.
017600 01  WS-DP-HOLD              PIC X(35).
017700 01  WS-FIND-CUST            PIC X(06) VALUE SPACES.
017800 01  WS-FIND-CATEGORY        PIC X(01) VALUE SPACES.
017900 
018000*----------------------------------------------------------
018100* ONE ENTRY PER BRANCH, AS ON THE BRANCH PROFITABILITY
018200* REPORT.  THE LAST ENTRY IS RESERVED FOR THE ALL-BRANCH
018300* TOTAL.  BRANCH SPACES IS THE HEAD OFFICE ITSELF.
018400*----------------------------------------------------------
018500 01  WS-BR-COUNT             PIC 9(02) COMP VALUE ZERO.
018600 01  WS-BR-MAX               PIC 9(02) COMP VALUE 60.
018700 01  WS-BR-TOTAL             PIC 9(02) COMP VALUE 61.
018800 01  WS-BRANCH-TABLE.
018900     05  WS-BR-ENTRY         OCCURS 61 TIMES.
019000         10  WS-BR-CODE      PIC X(03).
019100         10  WS-BR-PRINTED   PIC X(01).
019200         10  WS-BR-DEPOSITORS
019300                             PIC 9(07).
019400         10  WS-BR-BALANCE   PIC S9(11)V99.
019500         10  WS-BR-INSURED   PIC S9(11)V99.
019600         10  WS-BR-UNINSURED PIC S9(11)V99.
019700 01  WS-BR-SUB               PIC 9(02) COMP VALUE ZERO.
019800 01  WS-LOW-SUB              PIC 9(02) COMP VALUE ZERO.
019900 01  WS-SCAN-SUB             PIC 9(02) COMP VALUE ZERO.
020000 01  WS-FIND-BRANCH          PIC X(03) VALUE SPACES.
020100 
020200*----------------------------------------------------------
020300* RUN FIELDS AND COUNTS
020400*----------------------------------------------------------
020500 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
020600 01  WS-TODAY-INTEGER        PIC 9(08) VALUE ZERO.
020700 01  WS-COVERAGE-LIMIT       PIC 9(7)V99 VALUE ZERO.
020800 01  WS-HOLDING-AMOUNT       PIC S9(9)V99 VALUE ZERO.
020900 01  WS-SHARE-AMOUNT         PIC S9(9)V99 VALUE ZERO.
021000 01  WS-SHARED-SO-FAR        PIC S9(9)V99 VALUE ZERO.
021100 01  WS-ACCRUED-INT          PIC S9(7)V99 VALUE ZERO.
021200 01  WS-TD-ACCRUED           PIC S9(7)V99 VALUE ZERO.
021300 01  WS-TD-DAYS              PIC S9(07) VALUE ZERO.
021400 01  WS-TD-END-DATE          PIC 9(08) VALUE ZERO.
021500 01  WS-INSURED              PIC S9(9)V99 VALUE ZERO.
021600 01  WS-UNINSURED            PIC S9(9)V99 VALUE ZERO.
021700 01  WS-ACCT-COUNT           PIC 9(07) COMP VALUE ZERO.
021800 01  WS-TDEP-COUNT           PIC 9(07) COMP VALUE ZERO.
021900 01  WS-SKIP-COUNT           PIC 9(07) COMP VALUE ZERO.
022000 01  WS-ACCT-COUNT-DISP      PIC ZZZZZZ9.
022100 01  WS-TDEP-COUNT-DISP      PIC ZZZZZZ9.
022200 01  WS-DP-COUNT-DISP        PIC ZZZZ9.
022300 
022400*----------------------------------------------------------
022500* SHARED EXCEPTION-LOG FIELDS FOR THE EXCPLOG SUBPROGRAM.
022600*----------------------------------------------------------
022700 01  WS-EXCP-PROGRAM         PIC X(23)
022800     VALUE "DEPOSIT-INSURANCE-CALC".
022900 01  WS-EXCP-SEVERITY        PIC X(01) VALUE "W".
023000 01  WS-EXCP-MESSAGE         PIC X(40) VALUE SPACES.
023100 01  WS-EXCP-FSTATUS         PIC X(02) VALUE SPACES.
023200 
023300*----------------------------------------------------------
023400* REPORT LINES
023500*----------------------------------------------------------
023600 01  WS-LIMIT-LINE.
023700     05  FILLER              PIC X(36) VALUE
023800         "COVERAGE LIMIT PER DEPOSITOR PER CAT".
023900     05  FILLER              PIC X(08) VALUE "EGORY:  ".
024000     05  LL-LIMIT            PIC Z,ZZZ,ZZ9.99.
024100 01  WS-NOTE-LINE            PIC X(80) VALUE SPACES.
024200 01  WS-DETAIL-HEADING.
024300     05  FILLER              PIC X(38) VALUE
024400         "CUSTMR NAME                 CATGRY BR".
024500     05  FILLER              PIC X(42) VALUE
024600         "       BALANCE       INSURED     UNINSURED".
024700 01  WS-DETAIL-LINE.
024800     05  DL-CUST             PIC X(06).
024900     05  FILLER              PIC X(01) VALUE SPACE.
025000     05  DL-NAME             PIC X(20).
025100     05  FILLER              PIC X(01) VALUE SPACE.
025200     05  DL-CATEGORY         PIC X(06).
025300     05  FILLER              PIC X(01) VALUE SPACE.
025400     05  DL-BRANCH           PIC X(03).
025500     05  FILLER              PIC X(01) VALUE SPACE.
025600     05  DL-BALANCE          PIC ZZ,ZZZ,ZZ9.99.
025700     05  FILLER              PIC X(01) VALUE SPACE.
025800     05  DL-INSURED          PIC ZZ,ZZZ,ZZ9.99.
025900     05  FILLER              PIC X(01) VALUE SPACE.
026000     05  DL-UNINSURED        PIC ZZ,ZZZ,ZZ9.99.
026100 01  WS-BRANCH-HEADING.
026200     05  FILLER              PIC X(29) VALUE
026300         "BRANCH TOTALS        DEPSTRS".
026400     05  FILLER              PIC X(48) VALUE
026500         "         BALANCE         INSURED       UNINSURED".
026600 01  WS-BRANCH-LINE.
026700     05  BL-LABEL            PIC X(20).
026800     05  FILLER              PIC X(02) VALUE SPACES.
026900     05  BL-DEPOSITORS       PIC ZZZZZZ9.
027000     05  FILLER              PIC X(02) VALUE SPACES.
027100     05  BL-BALANCE          PIC ZZZ,ZZZ,ZZ9.99.
027200     05  FILLER              PIC X(02) VALUE SPACES.
027300     05  BL-INSURED          PIC ZZZ,ZZZ,ZZ9.99.
027400     05  FILLER              PIC X(02) VALUE SPACES.
027500     05  BL-UNINSURED        PIC ZZZ,ZZZ,ZZ9.99.
027600 01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
027700 
027800 PROCEDURE DIVISION.
027900*----------------------------------------------------------
028000* 0000-MAINLINE
028100*----------------------------------------------------------
028200 0000-MAINLINE.
028300     PERFORM 1000-INITIALIZE
028400         THRU 1000-INITIALIZE-EXIT
028500     IF INIT-SUCCESSFUL
028600         PERFORM 2000-ACCOUNTS
028700             THRU 2000-ACCOUNTS-EXIT
028800             UNTIL END-OF-ACCOUNTS
028900         PERFORM 3000-TERM-DEPOSITS
029000             THRU 3000-TERM-DEPOSITS-EXIT
029100             UNTIL END-OF-TERM-DEPOSITS
029200         PERFORM 4000-SORT-BY-DEPOSITOR
029300             THRU 4000-SORT-BY-DEPOSITOR-EXIT
029400         PERFORM 5000-APPLY-COVERAGE
029500             THRU 5000-APPLY-COVERAGE-EXIT
029600             VARYING WS-DP-SUB FROM 1 BY 1
029700             UNTIL WS-DP-SUB > WS-DP-COUNT
029800         PERFORM 6000-PRINT-BRANCHES
029900             THRU 6000-PRINT-BRANCHES-EXIT
030000     END-IF
030100     PERFORM 9000-TERMINATE
030200         THRU 9000-TERMINATE-EXIT
030300     STOP RUN.
030400 
030500*----------------------------------------------------------
030600* 1000-INITIALIZE - OPEN THE OUTPUTS, LOAD THE COVERAGE
030700* LIMIT AND OPEN THE MASTERS.  WITHOUT THE LIMIT, OR ANY OF
030800* THE ACCOUNT, OWNERSHIP AND TERM DEPOSIT FILES, THE
030900* COVERAGE FIGURES WOULD BE WRONG, SO THE STEP FAILS.  THE
031000* CUSTOMER MASTER ONLY SUPPLIES NAMES.
031100*----------------------------------------------------------
031200 1000-INITIALIZE.
031300     CALL "GETBDATE" USING WS-BUSINESS-DATE
031400     COMPUTE WS-TODAY-INTEGER
031500         = FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
031600     INITIALIZE WS-BRANCH-TABLE
031700     OPEN OUTPUT COVERAGE-REPORT
031800     OPEN OUTPUT DEPOSITOR-FILE
031900     MOVE "DEPOSIT INSURANCE COVERAGE REPORT" TO RPT-TITLE
032000     MOVE WS-BUSINESS-DATE TO RPT-HEAD-DATE
032100 
032200     OPEN INPUT COVERAGE-PARM
032300     IF NOT PARM-FILE-OK
032400         MOVE "INSPARM" TO WS-NOTE-LINE(1:8)
032500         MOVE WS-PARM-STATUS TO WS-EXCP-FSTATUS
032600         GO TO 1000-INITIALIZE-FAIL
032700     END-IF
032800     READ COVERAGE-PARM
032900         AT END
033000             MOVE ZERO TO IP-LIMIT
033100     END-READ
033200     CLOSE COVERAGE-PARM
033300     IF IP-LIMIT NOT NUMERIC OR IP-LIMIT = ZERO
033400         MOVE "INSPARM" TO WS-NOTE-LINE(1:8)
033500         MOVE WS-PARM-STATUS TO WS-EXCP-FSTATUS
033600         GO TO 1000-INITIALIZE-FAIL
033700     END-IF
033800     MOVE IP-LIMIT TO WS-COVERAGE-LIMIT
033900     PERFORM 7900-RPT-HEADINGS
034000         THRU 7900-RPT-HEADINGS-EXIT
034100 
034200     OPEN INPUT ACCOUNT-MASTER
034300     IF NOT ACCT-FILE-OK
034400         MOVE "ACCTMSTR" TO WS-NOTE-LINE(1:8)
034500         MOVE WS-ACCT-STATUS TO WS-EXCP-FSTATUS
034600         GO TO 1000-INITIALIZE-FAIL
034700     END-IF
034800     OPEN INPUT ACCOUNT-OWNERS
034900     IF NOT ACOWN-FILE-OK
035000         CLOSE ACCOUNT-MASTER
035100         MOVE "ACCTOWN" TO WS-NOTE-LINE(1:8)
035200         MOVE WS-ACOWN-STATUS TO WS-EXCP-FSTATUS
035300         GO TO 1000-INITIALIZE-FAIL
035400     END-IF
035500     OPEN INPUT TERM-DEPOSITS
035600     IF NOT TDEP-FILE-OK
035700         CLOSE ACCOUNT-MASTER ACCOUNT-OWNERS
035800         MOVE "TERMDEP" TO WS-NOTE-LINE(1:8)
035900         MOVE WS-TDEP-STATUS TO WS-EXCP-FSTATUS
036000         GO TO 1000-INITIALIZE-FAIL
036100     END-IF
036200     OPEN INPUT CUSTOMER-MASTER
036300     IF CUSTM-FILE-OK
036400         MOVE "Y" TO WS-CUSTM-OPEN-FLAG
036500     END-IF
036600     PERFORM 8100-READ-ACCOUNT
036700         THRU 8100-READ-ACCOUNT-EXIT
036800     PERFORM 8200-READ-TERM-DEPOSIT
036900         THRU 8200-READ-TERM-DEPOSIT-EXIT
037000     GO TO 1000-INITIALIZE-EXIT.
037100 
037200 1000-INITIALIZE-FAIL.
037300     MOVE "N" TO WS-INIT-FLAG
037400     MOVE 8 TO RETURN-CODE
037500     MOVE " MISSING OR INVALID - NO REPORT PRODUCED"
037600         TO WS-NOTE-LINE(9:)
037700     WRITE COVERAGE-REPORT-LINE FROM WS-NOTE-LINE
037800     MOVE "E" TO WS-EXCP-SEVERITY
037900     MOVE WS-NOTE-LINE(1:40) TO WS-EXCP-MESSAGE
038000     PERFORM 8900-LOG-EXCEPTION
038100         THRU 8900-LOG-EXCEPTION-EXIT
038200     DISPLAY "DEPOSIT-INSURANCE-CALC: " WS-NOTE-LINE(1:48)
038300         ", STATUS " WS-EXCP-FSTATUS.
038400 1000-INITIALIZE-EXIT.
038500     EXIT.
038600 
038700*----------------------------------------------------------
038800* 2000-ACCOUNTS - ONE OPEN ACCOUNT: ITS BALANCE PLUS ACCRUED
038900* INTEREST, TO ITS OWNER(S) UNDER ITS OWNERSHIP CATEGORY.
039000* AN OVERDRAWN ACCOUNT HOLDS NO INSURED MONEY AND AN ACCOUNT
039100* WITH NO CUSTOMER CANNOT BE ATTRIBUTED, SO BOTH ARE PASSED
039200* OVER.
039300*----------------------------------------------------------
039400 2000-ACCOUNTS.
039500     IF ACCT-IS-CLOSED
039600         GO TO 2000-ACCOUNTS-READ
039700     END-IF
039800     MOVE ZERO TO WS-ACCRUED-INT
039900     IF ACCT-ACCRUED-INT NUMERIC
040000         MOVE ACCT-ACCRUED-INT TO WS-ACCRUED-INT
040100     END-IF
040200     MOVE ZERO TO WS-HOLDING-AMOUNT
040300     IF ACCT-BALANCE NUMERIC
040400         COMPUTE WS-HOLDING-AMOUNT = ACCT-BALANCE + WS-ACCRUED-INT
040500     END-IF
040600     IF WS-HOLDING-AMOUNT NOT > ZERO
040700         GO TO 2000-ACCOUNTS-READ
040800     END-IF
040900     IF ACCT-CUST-NUM = SPACES
041000         ADD 1 TO WS-SKIP-COUNT
041100         GO TO 2000-ACCOUNTS-READ
041200     END-IF
041300     ADD 1 TO WS-ACCT-COUNT
041400     MOVE ACCT-BRANCH TO WS-FIND-BRANCH
041500     MOVE 1 TO WS-OWN-COUNT
041600     MOVE ACCT-CUST-NUM TO WS-OWN-CUST(1)
041700 
041800     IF ACCT-GUARDIAN-ID NOT = SPACES
041900         MOVE "C" TO WS-FIND-CATEGORY
042000         MOVE WS-HOLDING-AMOUNT TO WS-SHARE-AMOUNT
042100         MOVE ACCT-CUST-NUM TO WS-FIND-CUST
042200         PERFORM 7000-ADD-HOLDING
042300             THRU 7000-ADD-HOLDING-EXIT
042400         GO TO 2000-ACCOUNTS-READ
042500     END-IF
042600 
042700     PERFORM 2200-GATHER-OWNERS
042800         THRU 2200-GATHER-OWNERS-EXIT
042900     IF WS-OWN-COUNT = 1
043000         MOVE "S" TO WS-FIND-CATEGORY
043100         MOVE WS-HOLDING-AMOUNT TO WS-SHARE-AMOUNT
043200         MOVE ACCT-CUST-NUM TO WS-FIND-CUST
043300         PERFORM 7000-ADD-HOLDING
043400             THRU 7000-ADD-HOLDING-EXIT
043500         GO TO 2000-ACCOUNTS-READ
043600     END-IF
043700     MOVE "J" TO WS-FIND-CATEGORY
043800     MOVE ZERO TO WS-SHARED-SO-FAR
043900     PERFORM 2300-SHARE-TO-OWNER
044000         THRU 2300-SHARE-TO-OWNER-EXIT
044100         VARYING WS-OWN-SUB FROM 1 BY 1
044200         UNTIL WS-OWN-SUB > WS-OWN-COUNT.
044300 
044400 2000-ACCOUNTS-READ.
044500     PERFORM 8100-READ-ACCOUNT
044600         THRU 8100-READ-ACCOUNT-EXIT.
044700 2000-ACCOUNTS-EXIT.
044800     EXIT.
044900 
045000*----------------------------------------------------------
045100* 2200-GATHER-OWNERS - WALK THE ACCOUNT'S ACCTOWN LINKS FOR
045200* THE OTHER ACTIVE OWNERS.
045300*----------------------------------------------------------
045400 2200-GATHER-OWNERS.
045500     MOVE "N" TO WS-ACOWN-EOF-FLAG
045600     MOVE ACCT-NUMBER TO AO-ACCT
045700     MOVE LOW-VALUES  TO AO-CUST-ID
045800     START ACCOUNT-OWNERS KEY NOT LESS THAN AO-KEY
045900         INVALID KEY
046000             MOVE "Y" TO WS-ACOWN-EOF-FLAG
046100     END-START
046200     PERFORM 2250-CHECK-CO-OWNER
046300         THRU 2250-CHECK-CO-OWNER-EXIT
046400         UNTIL END-OF-OWNERS.
046500 2200-GATHER-OWNERS-EXIT.
046600     EXIT.
046700 
046800*----------------------------------------------------------
046900* 2250-CHECK-CO-OWNER - ONE LINK ON THE ACCOUNT.  THE
047000* PRIMARY'S OWN LINK AND REMOVED LINKS ADD NO OWNER.
047100*----------------------------------------------------------
047200 2250-CHECK-CO-OWNER.
047300     READ ACCOUNT-OWNERS NEXT RECORD
047400         AT END
047500             MOVE "Y" TO WS-ACOWN-EOF-FLAG
047600             GO TO 2250-CHECK-CO-OWNER-EXIT
047700     END-READ
047800     IF AO-ACCT NOT = ACCT-NUMBER
047900         MOVE "Y" TO WS-ACOWN-EOF-FLAG
048000         GO TO 2250-CHECK-CO-OWNER-EXIT
048100     END-IF
048200     IF AO-CUST-ID = ACCT-CUST-NUM
048300      OR AO-CUST-ID = SPACES
048400      OR AO-IS-REMOVED
048500         GO TO 2250-CHECK-CO-OWNER-EXIT
048600     END-IF
048700     IF WS-OWN-COUNT < WS-OWN-MAX
048800         ADD 1 TO WS-OWN-COUNT
048900         MOVE AO-CUST-ID TO WS-OWN-CUST(WS-OWN-COUNT)
049000     END-IF.
049100 2250-CHECK-CO-OWNER-EXIT.
049200     EXIT.
049300 
049400*----------------------------------------------------------
049500* 2300-SHARE-TO-OWNER - ONE JOINT OWNER'S EQUAL SHARE; THE
049600* LAST OWNER TAKES THE ROUNDING SO THE SHARES ADD BACK TO
049700* THE ACCOUNT.
049800*----------------------------------------------------------
049900 2300-SHARE-TO-OWNER.
050000     IF WS-OWN-SUB = WS-OWN-COUNT
050100         COMPUTE WS-SHARE-AMOUNT
050200             = WS-HOLDING-AMOUNT - WS-SHARED-SO-FAR
050300     ELSE
050400         COMPUTE WS-SHARE-AMOUNT ROUNDED
050500             = WS-HOLDING-AMOUNT / WS-OWN-COUNT
050600     END-IF
050700     ADD WS-SHARE-AMOUNT TO WS-SHARED-SO-FAR
050800     MOVE WS-OWN-CUST(WS-OWN-SUB) TO WS-FIND-CUST
050900     PERFORM 7000-ADD-HOLDING
051000         THRU 7000-ADD-HOLDING-EXIT.
051100 2300-SHARE-TO-OWNER-EXIT.
051200     EXIT.
051300 
051400*----------------------------------------------------------
051500* 3000-TERM-DEPOSITS - ONE OPEN TERM DEPOSIT: PRINCIPAL PLUS
051600* THE SIMPLE INTEREST EARNED FROM OPENING TO THE BUSINESS
051700* DATE (OR MATURITY, IF SOONER), TO THE PRIMARY OWNER AND
051800* BRANCH OF THE LINKED ACCOUNT.  A DEPOSIT WHOSE ACCOUNT IS
051900* GONE CANNOT BE ATTRIBUTED AND IS LOGGED.
052000*----------------------------------------------------------
052100 3000-TERM-DEPOSITS.
052200     IF TDP-IS-MATURED OR TDP-IS-WITHDRAWN
052300      OR TDP-PRINCIPAL NOT NUMERIC
052400         GO TO 3000-TERM-DEPOSITS-READ
052500     END-IF
052600     MOVE TDP-ACCT TO ACCT-NUMBER
052700     READ ACCOUNT-MASTER
052800         INVALID KEY
052900             MOVE SPACES TO ACCT-CUST-NUM
053000     END-READ
053100     IF ACCT-CUST-NUM = SPACES
053200         ADD 1 TO WS-SKIP-COUNT
053300         MOVE SPACES TO WS-EXCP-MESSAGE
053400         STRING "TERM DEPOSIT " DELIMITED BY SIZE
053500             TDP-NUMBER         DELIMITED BY SIZE
053600             " HAS NO OWNER"    DELIMITED BY SIZE
053700             INTO WS-EXCP-MESSAGE
053800         END-STRING
053900         MOVE SPACES TO WS-EXCP-FSTATUS
054000         PERFORM 8900-LOG-EXCEPTION
054100             THRU 8900-LOG-EXCEPTION-EXIT
054200         GO TO 3000-TERM-DEPOSITS-READ
054300     END-IF
054400 
054500     MOVE ZERO TO WS-TD-ACCRUED
054600     IF TDP-RATE NUMERIC AND TDP-OPEN-DATE NUMERIC
054700      AND TDP-OPEN-DATE > ZERO
054800         MOVE WS-BUSINESS-DATE TO WS-TD-END-DATE
054900         IF TDP-MATURITY-DATE NUMERIC
055000          AND TDP-MATURITY-DATE > ZERO
055100          AND TDP-MATURITY-DATE < WS-BUSINESS-DATE
055200             MOVE TDP-MATURITY-DATE TO WS-TD-END-DATE
055300         END-IF
055400         COMPUTE WS-TD-DAYS
055500             = FUNCTION INTEGER-OF-DATE(WS-TD-END-DATE)
055600             - FUNCTION INTEGER-OF-DATE(TDP-OPEN-DATE)
055700         IF WS-TD-DAYS > ZERO
055800             COMPUTE WS-TD-ACCRUED ROUNDED
055900                 = TDP-PRINCIPAL * TDP-RATE / 100
056000                 * WS-TD-DAYS / 365
056100         END-IF
056200     END-IF
056300     COMPUTE WS-SHARE-AMOUNT = TDP-PRINCIPAL + WS-TD-ACCRUED
056400     MOVE "T"           TO WS-FIND-CATEGORY
056500     MOVE ACCT-CUST-NUM TO WS-FIND-CUST
056600     MOVE ACCT-BRANCH   TO WS-FIND-BRANCH
056700     PERFORM 7000-ADD-HOLDING
056800         THRU 7000-ADD-HOLDING-EXIT
056900     ADD 1 TO WS-TDEP-COUNT.
057000 
057100 3000-TERM-DEPOSITS-READ.
057200     PERFORM 8200-READ-TERM-DEPOSIT
057300         THRU 8200-READ-TERM-DEPOSIT-EXIT.
057400 3000-TERM-DEPOSITS-EXIT.
057500     EXIT.
057600 
057700*----------------------------------------------------------
057800* 4000-SORT-BY-DEPOSITOR - PUT THE TABLE IN CUSTOMER AND
057900* CATEGORY ORDER (A SIMPLE EXCHANGE SORT, AS THE SPONSOR
058000* BILLING DOES).
058100*----------------------------------------------------------
058200 4000-SORT-BY-DEPOSITOR.
058300     IF WS-DP-COUNT > 1
058400         PERFORM 4100-COMPARE-ADJACENT
058500             THRU 4100-COMPARE-ADJACENT-EXIT
058600             VARYING WS-DP-PASS FROM 1 BY 1
058700             UNTIL WS-DP-PASS NOT < WS-DP-COUNT
058800             AFTER WS-DP-SUB FROM 1 BY 1
058900             UNTIL WS-DP-SUB NOT < WS-DP-COUNT
059000     END-IF.
059100 4000-SORT-BY-DEPOSITOR-EXIT.
059200     EXIT.
059300 
059400*----------------------------------------------------------
059500* 4100-COMPARE-ADJACENT - SWAP TWO NEIGHBOURING ENTRIES THAT
059600* ARE OUT OF ORDER.
059700*----------------------------------------------------------
059800 4100-COMPARE-ADJACENT.
059900     IF WS-DP-KEY(WS-DP-SUB) > WS-DP-KEY(WS-DP-SUB + 1)
060000         MOVE WS-DP-ENTRY(WS-DP-SUB)     TO WS-DP-HOLD
060100         MOVE WS-DP-ENTRY(WS-DP-SUB + 1) TO WS-DP-ENTRY(WS-DP-SUB)
060200         MOVE WS-DP-HOLD TO WS-DP-ENTRY(WS-DP-SUB + 1)
060300     END-IF.
060400 4100-COMPARE-ADJACENT-EXIT.
060500     EXIT.
060600 
060700*----------------------------------------------------------
060800* 5000-APPLY-COVERAGE - ONE DEPOSITOR'S CATEGORY: INSURED UP
060900* TO THE LIMIT, THE REST UNINSURED.  WRITTEN TO THE
061000* DEPOSITOR FILE, PRINTED AND ADDED TO ITS BRANCH.
061100*----------------------------------------------------------
061200 5000-APPLY-COVERAGE.
061300     IF WS-DP-BALANCE(WS-DP-SUB) > WS-COVERAGE-LIMIT
061400         MOVE WS-COVERAGE-LIMIT TO WS-INSURED
061500     ELSE
061600         MOVE WS-DP-BALANCE(WS-DP-SUB) TO WS-INSURED
061700     END-IF
061800     COMPUTE WS-UNINSURED = WS-DP-BALANCE(WS-DP-SUB) - WS-INSURED
061900 
062000     MOVE SPACES                    TO DEPOSITOR-RECORD
062100     MOVE WS-BUSINESS-DATE          TO DI-RUN-DATE
062200     MOVE WS-DP-CUST(WS-DP-SUB)     TO DI-CUST-ID
062300     MOVE WS-DP-CATEGORY(WS-DP-SUB) TO DI-CATEGORY
062400     MOVE WS-DP-BRANCH(WS-DP-SUB)   TO DI-BRANCH
062500     MOVE WS-DP-HOLDINGS(WS-DP-SUB) TO DI-HOLDINGS
062600     MOVE WS-DP-BALANCE(WS-DP-SUB)  TO DI-BALANCE
062700     MOVE WS-COVERAGE-LIMIT         TO DI-LIMIT
062800     MOVE WS-INSURED                TO DI-INSURED
062900     MOVE WS-UNINSURED              TO DI-UNINSURED
063000     WRITE DEPOSITOR-RECORD
063100 
063200     PERFORM 5100-PRINT-DEPOSITOR
063300         THRU 5100-PRINT-DEPOSITOR-EXIT
063400     MOVE WS-DP-BRANCH(WS-DP-SUB) TO WS-FIND-BRANCH
063500     PERFORM 8000-FIND-BRANCH
063600         THRU 8000-FIND-BRANCH-EXIT
063700     ADD 1 TO WS-BR-DEPOSITORS(WS-BR-SUB)
063800     ADD WS-DP-BALANCE(WS-DP-SUB) TO WS-BR-BALANCE(WS-BR-SUB)
063900     ADD WS-INSURED   TO WS-BR-INSURED(WS-BR-SUB)
064000     ADD WS-UNINSURED TO WS-BR-UNINSURED(WS-BR-SUB).
064100 5000-APPLY-COVERAGE-EXIT.
064200     EXIT.
064300 
064400*----------------------------------------------------------
064500* 5100-PRINT-DEPOSITOR - ONE DETAIL LINE; THE NAME COMES OFF
064600* THE CUSTOMER MASTER BY KEY WHEN IT IS AVAILABLE.
064700*----------------------------------------------------------
064800 5100-PRINT-DEPOSITOR.
064900     IF RPT-LINE-COUNT >= RPT-PAGE-LIMIT
065000         PERFORM 7900-RPT-HEADINGS
065100             THRU 7900-RPT-HEADINGS-EXIT
065200     END-IF
065300     MOVE WS-DP-CUST(WS-DP-SUB) TO DL-CUST
065400     MOVE SPACES TO DL-NAME
065500     IF CUSTM-FILE-OPEN
065600         MOVE WS-DP-CUST(WS-DP-SUB) TO CM-CUST-ID
065700         READ CUSTOMER-MASTER
065800             INVALID KEY
065900                 MOVE "** NOT ON CUSTMSTR **" TO DL-NAME
066000             NOT INVALID KEY
066100                 MOVE CM-CUST-NAME TO DL-NAME
066200         END-READ
066300     END-IF
066400     EVALUATE WS-DP-CATEGORY(WS-DP-SUB)
066500         WHEN "S"
066600             MOVE "SINGLE" TO DL-CATEGORY
066700         WHEN "J"
066800             MOVE "JOINT"  TO DL-CATEGORY
066900         WHEN "C"
067000             MOVE "CUSTOD" TO DL-CATEGORY
067100         WHEN OTHER
067200             MOVE "TERM"   TO DL-CATEGORY
067300     END-EVALUATE
067400     MOVE WS-DP-BRANCH(WS-DP-SUB)  TO DL-BRANCH
067500     MOVE WS-DP-BALANCE(WS-DP-SUB) TO DL-BALANCE
067600     MOVE WS-INSURED               TO DL-INSURED
067700     MOVE WS-UNINSURED             TO DL-UNINSURED
067800     WRITE COVERAGE-REPORT-LINE FROM WS-DETAIL-LINE
067900     ADD 1 TO RPT-LINE-COUNT
068000     ADD 1 TO RPT-DETAIL-COUNT.
068100 5100-PRINT-DEPOSITOR-EXIT.
068200     EXIT.
068300 
068400*----------------------------------------------------------
068500* 6000-PRINT-BRANCHES - ON A NEW PAGE, EACH BRANCH IN
068600* BRANCH ORDER (THE HEAD OFFICE FIRST), ADDING EACH INTO THE
068700* ALL-BRANCH TOTAL, THEN THE TOTAL.
068800*----------------------------------------------------------
068900 6000-PRINT-BRANCHES.
069000     MOVE "B" TO WS-SECTION-FLAG
069100     PERFORM 7900-RPT-HEADINGS
069200         THRU 7900-RPT-HEADINGS-EXIT
069300     MOVE "Y" TO WS-BR-PRINTED(WS-BR-TOTAL)
069400     PERFORM 6100-PRINT-NEXT-BRANCH
069500         THRU 6100-PRINT-NEXT-BRANCH-EXIT
069600         WS-BR-COUNT TIMES
069700     WRITE COVERAGE-REPORT-LINE FROM WS-BLANK-LINE
069800     MOVE WS-BR-TOTAL TO WS-LOW-SUB
069900     MOVE "ALL BRANCHES" TO BL-LABEL
070000     PERFORM 6200-PRINT-BRANCH-LINE
070100         THRU 6200-PRINT-BRANCH-LINE-EXIT.
070200 6000-PRINT-BRANCHES-EXIT.
070300     EXIT.
070400 
070500*----------------------------------------------------------
070600* 6100-PRINT-NEXT-BRANCH - PRINT THE LOWEST BRANCH NOT YET
070700* PRINTED AND ADD IT TO THE TOTAL.
070800*----------------------------------------------------------
070900 6100-PRINT-NEXT-BRANCH.
071000     MOVE ZERO TO WS-LOW-SUB
071100     PERFORM 6150-CHECK-LOWEST
071200         THRU 6150-CHECK-LOWEST-EXIT
071300         VARYING WS-SCAN-SUB FROM 1 BY 1
071400         UNTIL WS-SCAN-SUB > WS-BR-COUNT
071500     IF WS-LOW-SUB = ZERO
071600         GO TO 6100-PRINT-NEXT-BRANCH-EXIT
071700     END-IF
071800     MOVE "Y" TO WS-BR-PRINTED(WS-LOW-SUB)
071900     MOVE SPACES TO BL-LABEL
072000     IF WS-BR-CODE(WS-LOW-SUB) = SPACES
072100         MOVE "HEAD OFFICE" TO BL-LABEL
072200     ELSE
072300         STRING "BRANCH "               DELIMITED BY SIZE
072400             WS-BR-CODE(WS-LOW-SUB)     DELIMITED BY SIZE
072500             INTO BL-LABEL
072600         END-STRING
072700     END-IF
072800     PERFORM 6200-PRINT-BRANCH-LINE
072900         THRU 6200-PRINT-BRANCH-LINE-EXIT
073000     ADD WS-BR-DEPOSITORS(WS-LOW-SUB)
073100         TO WS-BR-DEPOSITORS(WS-BR-TOTAL)
073200     ADD WS-BR-BALANCE(WS-LOW-SUB)
073300         TO WS-BR-BALANCE(WS-BR-TOTAL)
073400     ADD WS-BR-INSURED(WS-LOW-SUB)
073500         TO WS-BR-INSURED(WS-BR-TOTAL)
073600     ADD WS-BR-UNINSURED(WS-LOW-SUB)
073700         TO WS-BR-UNINSURED(WS-BR-TOTAL).
073800 6100-PRINT-NEXT-BRANCH-EXIT.
073900     EXIT.
074000 
074100*----------------------------------------------------------
074200* 6150-CHECK-LOWEST - KEEP THE LOWEST UNPRINTED BRANCH.
074300*----------------------------------------------------------
074400 6150-CHECK-LOWEST.
074500     IF WS-BR-PRINTED(WS-SCAN-SUB) = "Y"
074600         GO TO 6150-CHECK-LOWEST-EXIT
074700     END-IF
074800     IF WS-LOW-SUB = ZERO
074900         MOVE WS-SCAN-SUB TO WS-LOW-SUB
075000         GO TO 6150-CHECK-LOWEST-EXIT
075100     END-IF
075200     IF WS-BR-CODE(WS-SCAN-SUB) < WS-BR-CODE(WS-LOW-SUB)
075300         MOVE WS-SCAN-SUB TO WS-LOW-SUB
075400     END-IF.
075500 6150-CHECK-LOWEST-EXIT.
075600     EXIT.
075700 
075800*----------------------------------------------------------
075900* 6200-PRINT-BRANCH-LINE - ONE BRANCH (OR THE TOTAL) LINE.
076000*----------------------------------------------------------
076100 6200-PRINT-BRANCH-LINE.
076200     IF RPT-LINE-COUNT >= RPT-PAGE-LIMIT
076300         PERFORM 7900-RPT-HEADINGS
076400             THRU 7900-RPT-HEADINGS-EXIT
076500     END-IF
076600     MOVE WS-BR-DEPOSITORS(WS-LOW-SUB) TO BL-DEPOSITORS
076700     MOVE WS-BR-BALANCE(WS-LOW-SUB)    TO BL-BALANCE
076800     MOVE WS-BR-INSURED(WS-LOW-SUB)    TO BL-INSURED
076900     MOVE WS-BR-UNINSURED(WS-LOW-SUB)  TO BL-UNINSURED
077000     WRITE COVERAGE-REPORT-LINE FROM WS-BRANCH-LINE
077100     ADD 1 TO RPT-LINE-COUNT.
077200 6200-PRINT-BRANCH-LINE-EXIT.
077300     EXIT.
077400 
077500*----------------------------------------------------------
077600* 7000-ADD-HOLDING - ADD WS-SHARE-AMOUNT TO WS-FIND-CUST'S
077700* ENTRY FOR WS-FIND-CATEGORY, ADDING THE ENTRY IF NEW.  THE
077800* ENTRY TAKES THE BRANCH OF ITS LARGEST HOLDING.  ONCE THE
077900* TABLE IS FULL A NEW DEPOSITOR IS LEFT OUT AND LOGGED ONCE.
078000*----------------------------------------------------------
078100 7000-ADD-HOLDING.
078200     IF WS-DP-COUNT = ZERO
078300         GO TO 7000-ADD-HOLDING-NEW
078400     END-IF
078500     SET WS-DP-IDX TO 1
078600     SEARCH WS-DP-ENTRY
078700         AT END
078800             GO TO 7000-ADD-HOLDING-NEW
078900         WHEN WS-DP-CUST(WS-DP-IDX) = WS-FIND-CUST
079000          AND WS-DP-CATEGORY(WS-DP-IDX) = WS-FIND-CATEGORY
079100             CONTINUE
079200     END-SEARCH
079300     GO TO 7000-ADD-HOLDING-ADD.
079400 
079500 7000-ADD-HOLDING-NEW.
079600     IF WS-DP-COUNT >= 5000
079700         MOVE 4 TO RETURN-CODE
079800         IF NOT DEPOSITOR-TABLE-FULL
079900             MOVE "Y" TO WS-DP-FULL-FLAG
080000             MOVE "DEPOSITOR TABLE FULL - DEPOSITORS LEFT"
080100                 TO WS-EXCP-MESSAGE
080200             MOVE SPACES TO WS-EXCP-FSTATUS
080300             PERFORM 8900-LOG-EXCEPTION
080400                 THRU 8900-LOG-EXCEPTION-EXIT
080500         END-IF
080600         GO TO 7000-ADD-HOLDING-EXIT
080700     END-IF
080800     ADD 1 TO WS-DP-COUNT
080900     SET WS-DP-IDX TO WS-DP-COUNT
081000     MOVE WS-FIND-CUST     TO WS-DP-CUST(WS-DP-IDX)
081100     MOVE WS-FIND-CATEGORY TO WS-DP-CATEGORY(WS-DP-IDX)
081200     MOVE WS-FIND-BRANCH   TO WS-DP-BRANCH(WS-DP-IDX)
081300     MOVE ZERO TO WS-DP-HOLDINGS(WS-DP-IDX)
081400                  WS-DP-BALANCE(WS-DP-IDX)
081500                  WS-DP-LARGEST(WS-DP-IDX).
081600 
081700 7000-ADD-HOLDING-ADD.
081800     ADD 1 TO WS-DP-HOLDINGS(WS-DP-IDX)
081900     ADD WS-SHARE-AMOUNT TO WS-DP-BALANCE(WS-DP-IDX)
082000     IF WS-SHARE-AMOUNT > WS-DP-LARGEST(WS-DP-IDX)
082100         MOVE WS-SHARE-AMOUNT TO WS-DP-LARGEST(WS-DP-IDX)
082200         MOVE WS-FIND-BRANCH  TO WS-DP-BRANCH(WS-DP-IDX)
082300     END-IF.
082400 7000-ADD-HOLDING-EXIT.
082500     EXIT.
082600 
082700*----------------------------------------------------------
082800* 7900-RPT-HEADINGS - PAGE HEADING, THE LIMIT IN FORCE AND
082900* THE COLUMN HEADING OF THE SECTION BEING PRINTED.
083000*----------------------------------------------------------
083100 7900-RPT-HEADINGS.
083200     ADD 1 TO RPT-PAGE-NUMBER
083300     MOVE RPT-PAGE-NUMBER TO RPT-PAGE-DISPLAY
083400     IF RPT-PAGE-NUMBER > 1
083500         WRITE COVERAGE-REPORT-LINE FROM WS-BLANK-LINE
083600             AFTER ADVANCING PAGE
083700     END-IF
083800     WRITE COVERAGE-REPORT-LINE FROM RPT-HEADING-LINE
083900     MOVE WS-COVERAGE-LIMIT TO LL-LIMIT
084000     WRITE COVERAGE-REPORT-LINE FROM WS-LIMIT-LINE
084100     WRITE COVERAGE-REPORT-LINE FROM WS-BLANK-LINE
084200     MOVE 3 TO RPT-LINE-COUNT
084300     IF PRINTING-BRANCHES
084400         WRITE COVERAGE-REPORT-LINE FROM WS-BRANCH-HEADING
084500     ELSE
084600         WRITE COVERAGE-REPORT-LINE FROM WS-DETAIL-HEADING
084700     END-IF
084800     ADD 1 TO RPT-LINE-COUNT.
084900 7900-RPT-HEADINGS-EXIT.
085000     EXIT.
085100 
085200*----------------------------------------------------------
085300* 8000-FIND-BRANCH - SET WS-BR-SUB TO WS-FIND-BRANCH'S
085400* ENTRY, ADDING IT IF NEW.  ONCE THE TABLE IS FULL A NEW
085500* BRANCH IS COUNTED UNDER THE LAST ENTRY AND LOGGED ONCE.
085600*----------------------------------------------------------
085700 8000-FIND-BRANCH.
085800     MOVE 1 TO WS-BR-SUB.
085900 8000-FIND-BRANCH-LOOP.
086000     IF WS-BR-SUB > WS-BR-COUNT
086100         GO TO 8000-FIND-BRANCH-ADD
086200     END-IF
086300     IF WS-BR-CODE(WS-BR-SUB) = WS-FIND-BRANCH
086400         GO TO 8000-FIND-BRANCH-EXIT
086500     END-IF
086600     ADD 1 TO WS-BR-SUB
086700     GO TO 8000-FIND-BRANCH-LOOP.
086800 8000-FIND-BRANCH-ADD.
086900     IF WS-BR-COUNT >= WS-BR-MAX
087000         MOVE WS-BR-MAX TO WS-BR-SUB
087100         IF NOT BRANCH-TABLE-FULL
087200             MOVE "Y" TO WS-TABLE-FULL-FLAG
087300             MOVE "BRANCH TABLE FULL - LAST ENTRY SHARED"
087400                 TO WS-EXCP-MESSAGE
087500             MOVE SPACES TO WS-EXCP-FSTATUS
087600             PERFORM 8900-LOG-EXCEPTION
087700                 THRU 8900-LOG-EXCEPTION-EXIT
087800         END-IF
087900         GO TO 8000-FIND-BRANCH-EXIT
088000     END-IF
088100     ADD 1 TO WS-BR-COUNT
088200     MOVE WS-BR-COUNT    TO WS-BR-SUB
088300     MOVE WS-FIND-BRANCH TO WS-BR-CODE(WS-BR-SUB).
088400 8000-FIND-BRANCH-EXIT.
088500     EXIT.
088600 
088700*----------------------------------------------------------
088800* 8100-READ-ACCOUNT - READ THE NEXT ACCTMSTR RECORD.
088900*----------------------------------------------------------
089000 8100-READ-ACCOUNT.
089100     READ ACCOUNT-MASTER NEXT RECORD
089200         AT END
089300             MOVE "Y" TO WS-ACCT-EOF-FLAG
089400     END-READ.
089500 8100-READ-ACCOUNT-EXIT.
089600     EXIT.
089700 
089800*----------------------------------------------------------
089900* 8200-READ-TERM-DEPOSIT - READ THE NEXT TERMDEP RECORD.
090000*----------------------------------------------------------
090100 8200-READ-TERM-DEPOSIT.
090200     READ TERM-DEPOSITS NEXT RECORD
090300         AT END
090400             MOVE "Y" TO WS-TDEP-EOF-FLAG
090500     END-READ.
090600 8200-READ-TERM-DEPOSIT-EXIT.
090700     EXIT.
090800 
090900*----------------------------------------------------------
091000* 8900-LOG-EXCEPTION - WRITE WS-EXCP-MESSAGE TO EXCPLOG.
091100*----------------------------------------------------------
091200 8900-LOG-EXCEPTION.
091300     CALL "EXCPLOG" USING WS-EXCP-PROGRAM WS-EXCP-SEVERITY
091400         WS-EXCP-MESSAGE WS-EXCP-FSTATUS.
091500 8900-LOG-EXCEPTION-EXIT.
091600     EXIT.
091700 
091800*----------------------------------------------------------
091900* 9000-TERMINATE - TRAILER, CLOSE FILES AND WRITE THE
092000* DAILY-STATS SUMMARY RECORD.
092100*----------------------------------------------------------
092200 9000-TERMINATE.
092300     WRITE COVERAGE-REPORT-LINE FROM WS-BLANK-LINE
092400     MOVE RPT-DETAIL-COUNT TO RPT-TRAILER-COUNT
092500     WRITE COVERAGE-REPORT-LINE FROM RPT-TRAILER-LINE
092600     CLOSE COVERAGE-REPORT
092700           DEPOSITOR-FILE
092800     IF INIT-SUCCESSFUL
092900         CLOSE ACCOUNT-MASTER
093000               ACCOUNT-OWNERS
093100               TERM-DEPOSITS
093200     END-IF
093300     IF CUSTM-FILE-OPEN
093400         CLOSE CUSTOMER-MASTER
093500     END-IF
093600     IF WS-SKIP-COUNT > ZERO
093700         MOVE "W" TO WS-EXCP-SEVERITY
093800         MOVE "HOLDINGS WITH NO CUSTOMER LEFT UNCOVERED"
093900             TO WS-EXCP-MESSAGE
094000         MOVE SPACES TO WS-EXCP-FSTATUS
094100         PERFORM 8900-LOG-EXCEPTION
094200             THRU 8900-LOG-EXCEPTION-EXIT
094300     END-IF
094400     PERFORM 9500-WRITE-DAILY-STATS
094500         THRU 9500-WRITE-DAILY-STATS-EXIT
094600     DISPLAY "DEPOSIT-INSURANCE-CALC: " WS-DP-COUNT
094700         " DEPOSITOR CATEGORIES, " WS-ACCT-COUNT " ACCOUNTS, "
094800         WS-TDEP-COUNT " TERM DEPOSITS, " WS-SKIP-COUNT
094900         " UNATTRIBUTED".
095000 9000-TERMINATE-EXIT.
095100     EXIT.
095200 
095300*----------------------------------------------------------
095400* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
095500* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
095600* CONSOLIDATED REPORT.
095700*----------------------------------------------------------
095800 9500-WRITE-DAILY-STATS.
095900     OPEN EXTEND DAILY-STATS-FILE
096000     MOVE "DEPOSIT-INSURANCE-CALC" TO DS-PROGRAM-NAME
096100     MOVE RPT-DETAIL-COUNT  TO DS-RECORD-COUNT
096200     MOVE WS-ACCT-COUNT     TO WS-ACCT-COUNT-DISP
096300     MOVE WS-TDEP-COUNT     TO WS-TDEP-COUNT-DISP
096400     MOVE WS-DP-COUNT       TO WS-DP-COUNT-DISP
096500     MOVE SPACES            TO DS-DETAIL
096600     STRING "DEPSTRS:" DELIMITED BY SIZE
096700         WS-DP-COUNT-DISP DELIMITED BY SIZE
096800         " ACCTS:" DELIMITED BY SIZE
096900         WS-ACCT-COUNT-DISP DELIMITED BY SIZE
097000         " TDS:" DELIMITED BY SIZE
097100         WS-TDEP-COUNT-DISP DELIMITED BY SIZE
097200         INTO DS-DETAIL
097300     END-STRING
097400     WRITE DAILY-STAT-RECORD
097500     CLOSE DAILY-STATS-FILE.
097600 9500-WRITE-DAILY-STATS-EXIT.
097700     EXIT.
