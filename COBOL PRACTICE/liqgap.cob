000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LIQUIDITY-GAP-REPORT.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  MONTHLY LIQUIDITY MATURITY
001100*                 GAP REPORT FOR TREASURY.  EXPECTED OUTFLOWS
001200*                 ARE OPEN TERM DEPOSITS (PRINCIPAL PLUS
001300*                 INTEREST ON THE MATURITY DATE) AND DEMAND
001400*                 BALANCES RUN OFF BY THE LIQPARM PERCENTAGES;
001500*                 EXPECTED INFLOWS ARE THE OPEN LOANS' SCHEDULED
001600*                 PRINCIPAL AND INTEREST, PROJECTED INSTALLMENT
001700*                 BY INSTALLMENT FROM THE NEXT DUE DATE ON THE
001800*                 BILLING RUN'S ARITHMETIC.  EACH IS BUCKETED
001900*                 FROM NEXT DAY TO OVER ONE YEAR, WITH THE
002000*                 PERIOD AND CUMULATIVE GAP, BY BRANCH AND FOR
002100*                 THE BANK.
002200*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS ACCT-NUMBER
003000         ALTERNATE RECORD KEY IS ACCT-NAME
003100             WITH DUPLICATES
003200         FILE STATUS IS WS-ACCT-STATUS.
003300 
003400     SELECT TERM-DEPOSITS ASSIGN TO "TERMDEP"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS TDP-NUMBER
003800         FILE STATUS IS WS-TDEP-STATUS.
003900 
004000     SELECT LOAN-MASTER ASSIGN TO "LOANMSTR"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS LN-LOAN-NUMBER
004400         FILE STATUS IS WS-LOAN-STATUS.
004500 
004600     SELECT RUNOFF-PARM ASSIGN TO "LIQPARM"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-PARM-STATUS.
004900 
005000     SELECT GAP-REPORT ASSIGN TO "LIQGAP"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200 
005300     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500 
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  ACCOUNT-MASTER.
005900 01  ACCOUNT-MASTER-RECORD.
006000     COPY ACCTREC.
006100 
006200 FD  TERM-DEPOSITS.
006300 01  TERM-DEPOSIT-RECORD.
006400     COPY TDEPREC.
006500 
006600 FD  LOAN-MASTER.
006700 01  LOAN-MASTER-RECORD.
006800     COPY LOANREC.
006900 
007000*    LIQPARM - ONE RECORD: THE PERCENT OF DEMAND BALANCES
007100*    EXPECTED TO RUN OFF IN EACH OF THE FIRST SIX BUCKETS.
007200 FD  RUNOFF-PARM.
007300 01  RUNOFF-PARM-RECORD.
007400     05  LQ-RUNOFF-PCT       PIC 9(3)V9 OCCURS 6 TIMES.
007500 
007600 FD  GAP-REPORT.
007700 01  GAP-REPORT-LINE         PIC X(80).
007800 
007900 FD  DAILY-STATS-FILE.
008000     COPY DLYSTAT.
008100 
008200 WORKING-STORAGE SECTION.
008300     COPY RPTHEAD.
008400 
008500*----------------------------------------------------------
008600* SWITCHES AND FILE STATUS
008700*----------------------------------------------------------
008800 01  WS-SWITCHES.
008900     05  WS-INIT-FLAG        PIC X(01) VALUE "Y".
009000         88  INIT-SUCCESSFUL         VALUE "Y".
009100     05  WS-ACCT-EOF-FLAG    PIC X(01) VALUE "N".
009200         88  END-OF-ACCOUNTS         VALUE "Y".
009300     05  WS-TDEP-EOF-FLAG    PIC X(01) VALUE "N".
009400         88  END-OF-TERM-DEPOSITS    VALUE "Y".
009500     05  WS-LOAN-EOF-FLAG    PIC X(01) VALUE "N".
009600         88  END-OF-LOANS            VALUE "Y".
009700     05  WS-DEFAULT-FLAG     PIC X(01) VALUE "N".
009800         88  RUNOFF-DEFAULTED        VALUE "Y".
009900     05  WS-TABLE-FULL-FLAG  PIC X(01) VALUE "N".
010000         88  BRANCH-TABLE-FULL       VALUE "Y".
010100     05  WS-PROJ-DONE-FLAG   PIC X(01) VALUE "N".
010200         88  PROJECTION-DONE         VALUE "Y".
010300 01  WS-ACCT-STATUS          PIC X(02).
010400     88  ACCT-FILE-OK                VALUE "00".
010500 01  WS-TDEP-STATUS          PIC X(02).
010600     88  TDEP-FILE-OK                VALUE "00".
010700 01  WS-LOAN-STATUS          PIC X(02).
010800     88  LOAN-FILE-OK                VALUE "00".
010900 01  WS-PARM-STATUS          PIC X(02).
011000     88  PARM-FILE-OK                VALUE "00".
011100 
011200*----------------------------------------------------------
011300* THE GAP BUCKETS: DAYS FROM THE BUSINESS DATE UP TO WHICH A
011400* CASH FLOW FALLS IN THE BUCKET.  ANYTHING ALREADY DUE (A
011500* PAST-DUE INSTALLMENT, A DEPOSIT MATURED BUT NOT YET SWEPT)
011600* IS TAKEN AS NEXT DAY.
011700*----------------------------------------------------------
011800 01  WS-BUCKET-VALUES.
011900     05  FILLER              PIC X(16) VALUE "0001NEXT DAY    ".
012000     05  FILLER              PIC X(16) VALUE "00072-7 DAYS    ".
012100     05  FILLER              PIC X(16) VALUE "00308-30 DAYS   ".
012200     05  FILLER              PIC X(16) VALUE "009031-90 DAYS  ".
012300     05  FILLER              PIC X(16) VALUE "018091-180 DAYS ".
012400     05  FILLER              PIC X(16) VALUE "0365181-365 DAYS".
012500     05  FILLER              PIC X(16) VALUE "9999OVER 1 YEAR ".
012600 01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-VALUES.
012700     05  WS-BK-ENTRY         OCCURS 7 TIMES.
012800         10  WS-BK-DAYS      PIC 9(04).
012900         10  WS-BK-LABEL     PIC X(12).
013000 01  WS-BK-SUB               PIC 9(02) COMP VALUE ZERO.
013100 01  WS-BK-COUNT             PIC 9(02) COMP VALUE 7.
013200 
013300*----------------------------------------------------------
013400* DEMAND DEPOSIT RUN-OFF, AS READ FROM LIQPARM (THE PARMROW
013500* LIQPARM VIEW) AND FORMATTED FOR THE HEADING BY PARMFMT.
013600*----------------------------------------------------------
013700 01  WS-RUNOFF-ROW           PIC X(30) VALUE SPACES.
013800 01  WS-RUNOFF-VIEW REDEFINES WS-RUNOFF-ROW.
013900     05  WS-RUNOFF-PCT       PIC 9(3)V9 OCCURS 6 TIMES.
014000     05  FILLER              PIC X(06).
014100 01  WS-RUNOFF-TOTAL         PIC 9(04)V9 VALUE ZERO.
014200 01  WS-RUNOFF-FILE-NO       PIC 9(02) VALUE 14.
014300 01  WS-RUNOFF-TEXT          PIC X(60) VALUE SPACES.
014400 
014500*----------------------------------------------------------
014600* ONE ENTRY PER BRANCH, AS ON THE BRANCH PROFITABILITY
014700* REPORT.  THE LAST ENTRY IS RESERVED FOR THE ALL-BRANCH
014800* TOTAL.  BRANCH SPACES IS THE HEAD OFFICE ITSELF.
014900*----------------------------------------------------------
015000 01  WS-BR-COUNT             PIC 9(02) COMP VALUE ZERO.
015100 01  WS-BR-MAX               PIC 9(02) COMP VALUE 60.
015200 01  WS-BR-TOTAL             PIC 9(02) COMP VALUE 61.
015300 01  WS-BRANCH-TABLE.
015400     05  WS-BR-ENTRY         OCCURS 61 TIMES.
015500         10  WS-BR-CODE      PIC X(03).
015600         10  WS-BR-PRINTED   PIC X(01).
015700         10  WS-BR-BUCKET    OCCURS 7 TIMES.
015800             15  WS-BR-OUTFLOW
015900                             PIC S9(11)V99.
016000             15  WS-BR-INFLOW
016100                             PIC S9(11)V99.
016200 01  WS-BR-SUB               PIC 9(02) COMP VALUE ZERO.
016300 01  WS-PRT-SUB              PIC 9(02) COMP VALUE ZERO.
016400 01  WS-LOW-SUB              PIC 9(02) COMP VALUE ZERO.
016500 01  WS-SCAN-SUB             PIC 9(02) COMP VALUE ZERO.
016600 01  WS-FIND-BRANCH          PIC X(03) VALUE SPACES.
016700 
016800*----------------------------------------------------------
016900* LOAN INSTALLMENT PROJECTION
017000*----------------------------------------------------------
017100 01  WS-PROJ-BALANCE         PIC S9(9)V99 VALUE ZERO.
017200 01  WS-PROJ-PRINCIPAL       PIC S9(9)V99 VALUE ZERO.
017300 01  WS-PROJ-INTEREST        PIC S9(9)V99 VALUE ZERO.
017400 01  WS-PROJ-PAID            PIC 9(04) COMP VALUE ZERO.
017500 01  WS-PROJ-FIRST-FLAG      PIC X(01) VALUE "Y".
017600     88  FIRST-INSTALLMENT           VALUE "Y".
017700 01  WS-PROJ-DUE-PARTS.
017800     05  WS-PDUE-YYYY        PIC 9(04).
017900     05  WS-PDUE-MM          PIC 9(02).
018000     05  WS-PDUE-DD          PIC 9(02).
018100 01  WS-PROJ-DUE REDEFINES WS-PROJ-DUE-PARTS
018200                             PIC 9(08).
018300 01  WS-PREV-DUE-INTEGER     PIC 9(08) VALUE ZERO.
018400 01  WS-DUE-INTEGER          PIC 9(08) VALUE ZERO.
018500 01  WS-ACCRUAL-BASE         PIC 9(08) VALUE ZERO.
018600 01  WS-MONTHS-STEP          PIC 9(02) VALUE 12.
018700 01  WS-PERIODS-PER-YEAR     PIC 9(02) VALUE 1.
018800 01  WS-INSTALLMENTS         PIC 9(04) COMP VALUE ZERO.
018900 01  WS-DAYS-TO-RUN          PIC S9(07) VALUE ZERO.
019000 
019100*----------------------------------------------------------
019200* RUN FIELDS AND COUNTS
019300*----------------------------------------------------------
019400 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
019500 01  WS-TODAY-INTEGER        PIC 9(08) VALUE ZERO.
019600 01  WS-FLOW-DATE            PIC 9(08) VALUE ZERO.
019700 01  WS-DAYS-OUT             PIC S9(07) VALUE ZERO.
019800 01  WS-FLOW-AMOUNT          PIC S9(11)V99 VALUE ZERO.
019900 01  WS-RUNOFF-AMOUNT        PIC S9(11)V99 VALUE ZERO.
020000 01  WS-RUNOFF-SUM           PIC S9(11)V99 VALUE ZERO.
020100 01  WS-PERIOD-GAP           PIC S9(11)V99 VALUE ZERO.
020200 01  WS-CUMULATIVE-GAP       PIC S9(11)V99 VALUE ZERO.
020300 01  WS-TOTAL-OUTFLOW        PIC S9(11)V99 VALUE ZERO.
020400 01  WS-TOTAL-INFLOW         PIC S9(11)V99 VALUE ZERO.
020500 01  WS-ACCT-COUNT           PIC 9(07) COMP VALUE ZERO.
020600 01  WS-TDEP-COUNT           PIC 9(07) COMP VALUE ZERO.
020700 01  WS-LOAN-COUNT           PIC 9(07) COMP VALUE ZERO.
020800 01  WS-ACCT-COUNT-DISP      PIC ZZZZZZ9.
020900 01  WS-TDEP-COUNT-DISP      PIC ZZZZZZ9.
021000 01  WS-LOAN-COUNT-DISP      PIC ZZZZZZ9.
021100 
021200*----------------------------------------------------------
021300* SHARED EXCEPTION-LOG FIELDS FOR THE EXCPLOG SUBPROGRAM.
021400*----------------------------------------------------------
021500 01  WS-EXCP-PROGRAM         PIC X(23)
021600     VALUE "LIQUIDITY-GAP-REPORT".
021700 01  WS-EXCP-SEVERITY        PIC X(01) VALUE "W".
021800 01  WS-EXCP-MESSAGE         PIC X(40) VALUE SPACES.
021900 01  WS-EXCP-FSTATUS         PIC X(02) VALUE SPACES.
022000 
022100*----------------------------------------------------------
022200* REPORT LINES
022300*----------------------------------------------------------
022400 01  WS-ASSUMPTION-LINE.
022500     05  FILLER              PIC X(16) VALUE "DEMAND RUN-OFF: ".
022600     05  AS-RUNOFF-TEXT      PIC X(60).
022700 01  WS-NOTE-LINE            PIC X(80) VALUE SPACES.
022800 01  WS-BRANCH-LINE          PIC X(80) VALUE SPACES.
022900 01  WS-COLUMN-LINE.
023000     05  FILLER              PIC X(14) VALUE "BUCKET".
023100     05  FILLER              PIC X(32) VALUE
023200         "      OUTFLOWS         INFLOWS".
023300     05  FILLER              PIC X(34) VALUE
023400         "      PERIOD GAP   CUMULATIVE GAP".
023500 01  WS-BUCKET-LINE.
023600     05  BL-LABEL            PIC X(12).
023700     05  FILLER              PIC X(02) VALUE SPACES.
023800     05  BL-OUTFLOW          PIC ZZZ,ZZZ,ZZ9.99.
023900     05  FILLER              PIC X(02) VALUE SPACES.
024000     05  BL-INFLOW           PIC ZZZ,ZZZ,ZZ9.99.
024100     05  FILLER              PIC X(02) VALUE SPACES.
024200     05  BL-PERIOD-GAP       PIC ZZZ,ZZZ,ZZ9.99-.
024300     05  FILLER              PIC X(02) VALUE SPACES.
024400     05  BL-CUMULATIVE-GAP   PIC ZZZ,ZZZ,ZZ9.99-.
024500     05  FILLER              PIC X(02) VALUE SPACES.
024600 01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
024700 
024800 PROCEDURE DIVISION.
024900*----------------------------------------------------------
025000* 0000-MAINLINE
025100*----------------------------------------------------------
025200 0000-MAINLINE.
025300     PERFORM 1000-INITIALIZE
025400         THRU 1000-INITIALIZE-EXIT
025500     IF INIT-SUCCESSFUL
025600         PERFORM 2000-DEMAND-DEPOSITS
025700             THRU 2000-DEMAND-DEPOSITS-EXIT
025800             UNTIL END-OF-ACCOUNTS
025900         PERFORM 3000-TERM-DEPOSITS
026000             THRU 3000-TERM-DEPOSITS-EXIT
026100             UNTIL END-OF-TERM-DEPOSITS
026200         PERFORM 4000-LOANS
026300             THRU 4000-LOANS-EXIT
026400             UNTIL END-OF-LOANS
026500         PERFORM 6000-PRINT-REPORT
026600             THRU 6000-PRINT-REPORT-EXIT
026700     END-IF
026800     PERFORM 9000-TERMINATE
026900         THRU 9000-TERMINATE-EXIT
027000     STOP RUN.
027100 
027200*----------------------------------------------------------
027300* 1000-INITIALIZE - OPEN THE REPORT AND THE THREE MASTERS,
027400* LOAD THE RUN-OFF ASSUMPTION AND PRIME THE READS.  EVERY
027500* MASTER IS NEEDED FOR A TRUE GAP, SO A MISSING ONE FAILS
027600* THE STEP.
027700*----------------------------------------------------------
027800 1000-INITIALIZE.
027900     CALL "GETBDATE" USING WS-BUSINESS-DATE
028000     COMPUTE WS-TODAY-INTEGER
028100         = FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
028200     INITIALIZE WS-BRANCH-TABLE
028300     OPEN OUTPUT GAP-REPORT
028400     MOVE "LIQUIDITY MATURITY GAP REPORT" TO RPT-TITLE
028500     MOVE WS-BUSINESS-DATE TO RPT-HEAD-DATE
028600     PERFORM 1100-LOAD-RUNOFF
028700         THRU 1100-LOAD-RUNOFF-EXIT
028800     PERFORM 7900-RPT-HEADINGS
028900         THRU 7900-RPT-HEADINGS-EXIT
029000 
029100     OPEN INPUT ACCOUNT-MASTER
029200     IF NOT ACCT-FILE-OK
029300         MOVE "ACCTMSTR" TO WS-NOTE-LINE(1:8)
029400         MOVE WS-ACCT-STATUS TO WS-EXCP-FSTATUS
029500         GO TO 1000-INITIALIZE-FAIL
029600     END-IF
029700     OPEN INPUT TERM-DEPOSITS
029800     IF NOT TDEP-FILE-OK
029900         CLOSE ACCOUNT-MASTER
030000         MOVE "TERMDEP" TO WS-NOTE-LINE(1:8)
030100         MOVE WS-TDEP-STATUS TO WS-EXCP-FSTATUS
030200         GO TO 1000-INITIALIZE-FAIL
030300     END-IF
030400     OPEN INPUT LOAN-MASTER
030500     IF NOT LOAN-FILE-OK
030600         CLOSE ACCOUNT-MASTER TERM-DEPOSITS
030700         MOVE "LOANMSTR" TO WS-NOTE-LINE(1:8)
030800         MOVE WS-LOAN-STATUS TO WS-EXCP-FSTATUS
030900         GO TO 1000-INITIALIZE-FAIL
031000     END-IF
031100     PERFORM 8100-READ-ACCOUNT
031200         THRU 8100-READ-ACCOUNT-EXIT
031300     PERFORM 8200-READ-TERM-DEPOSIT
031400         THRU 8200-READ-TERM-DEPOSIT-EXIT
031500     PERFORM 8300-READ-LOAN
031600         THRU 8300-READ-LOAN-EXIT
031700     GO TO 1000-INITIALIZE-EXIT.
031800 
031900 1000-INITIALIZE-FAIL.
032000     MOVE "N" TO WS-INIT-FLAG
032100     MOVE 8 TO RETURN-CODE
032200     MOVE " OPEN FAILED - NO REPORT PRODUCED" TO WS-NOTE-LINE(9:)
032300     WRITE GAP-REPORT-LINE FROM WS-NOTE-LINE
032400     MOVE "E" TO WS-EXCP-SEVERITY
032500     MOVE WS-NOTE-LINE(1:40) TO WS-EXCP-MESSAGE
032600     PERFORM 8900-LOG-EXCEPTION
032700         THRU 8900-LOG-EXCEPTION-EXIT
032800     DISPLAY "LIQUIDITY-GAP-REPORT: " WS-NOTE-LINE(1:40)
032900         ", STATUS " WS-EXCP-FSTATUS.
033000 1000-INITIALIZE-EXIT.
033100     EXIT.
033200 
033300*----------------------------------------------------------
033400* 1100-LOAD-RUNOFF - READ THE RUN-OFF PERCENTAGES FROM
033500* LIQPARM.  A MISSING, EMPTY OR BAD FILE FALLS BACK TO THE
033600* MOST PRUDENT CASE - EVERY DEMAND BALANCE LEAVING NEXT
033700* DAY - AND SAYS SO ON THE REPORT AND THE EXCEPTION LOG.
033800*----------------------------------------------------------
033900 1100-LOAD-RUNOFF.
034000     OPEN INPUT RUNOFF-PARM
034100     IF NOT PARM-FILE-OK
034200         GO TO 1100-LOAD-RUNOFF-DEFAULT
034300     END-IF
034400     READ RUNOFF-PARM INTO WS-RUNOFF-ROW
034500         AT END
034600             CLOSE RUNOFF-PARM
034700             GO TO 1100-LOAD-RUNOFF-DEFAULT
034800     END-READ
034900     CLOSE RUNOFF-PARM
035000     MOVE ZERO TO WS-RUNOFF-TOTAL
035100     PERFORM 1150-ADD-RUNOFF-PCT
035200         THRU 1150-ADD-RUNOFF-PCT-EXIT
035300         VARYING WS-BK-SUB FROM 1 BY 1
035400         UNTIL WS-BK-SUB > 6
035500     IF RUNOFF-DEFAULTED OR WS-RUNOFF-TOTAL > 100
035600         GO TO 1100-LOAD-RUNOFF-DEFAULT
035700     END-IF
035800     GO TO 1100-LOAD-RUNOFF-EXIT.
035900 
036000 1100-LOAD-RUNOFF-DEFAULT.
036100     MOVE "Y" TO WS-DEFAULT-FLAG
036200     MOVE SPACES TO WS-RUNOFF-ROW
036300     MOVE 100    TO WS-RUNOFF-PCT(1)
036400     MOVE ZERO   TO WS-RUNOFF-PCT(2) WS-RUNOFF-PCT(3)
036500                    WS-RUNOFF-PCT(4) WS-RUNOFF-PCT(5)
036600                    WS-RUNOFF-PCT(6)
036700     MOVE "LIQPARM MISSING - DEMAND RUN-OFF NEXT DAY"
036800         TO WS-EXCP-MESSAGE
036900     MOVE WS-PARM-STATUS TO WS-EXCP-FSTATUS
037000     PERFORM 8900-LOG-EXCEPTION
037100         THRU 8900-LOG-EXCEPTION-EXIT.
037200 1100-LOAD-RUNOFF-EXIT.
037300     EXIT.
037400 
037500*----------------------------------------------------------
037600* 1150-ADD-RUNOFF-PCT - ADD ONE PERCENTAGE TO THE TOTAL; ONE
037700* THAT IS NOT NUMERIC SENDS THE RUN TO THE DEFAULT.
037800*----------------------------------------------------------
037900 1150-ADD-RUNOFF-PCT.
038000     IF WS-RUNOFF-PCT(WS-BK-SUB) NOT NUMERIC
038100         MOVE "Y" TO WS-DEFAULT-FLAG
038200     ELSE
038300         ADD WS-RUNOFF-PCT(WS-BK-SUB) TO WS-RUNOFF-TOTAL
038400     END-IF.
038500 1150-ADD-RUNOFF-PCT-EXIT.
038600     EXIT.
038700 
038800*----------------------------------------------------------
038900* 2000-DEMAND-DEPOSITS - SPREAD ONE OPEN ACCOUNT'S CREDIT
039000* BALANCE ACROSS THE BUCKETS BY THE RUN-OFF PERCENTAGES; THE
039100* PART NOT RUN OFF IS CORE AND GOES OVER ONE YEAR.  AN
039200* OVERDRAWN BALANCE IS NOT A DEPOSIT AND IS PASSED OVER.
039300*----------------------------------------------------------
039400 2000-DEMAND-DEPOSITS.
039500     IF ACCT-IS-CLOSED
039600      OR ACCT-BALANCE NOT NUMERIC
039700      OR ACCT-BALANCE NOT > ZERO
039800         GO TO 2000-DEMAND-DEPOSITS-READ
039900     END-IF
040000     MOVE ACCT-BRANCH TO WS-FIND-BRANCH
040100     PERFORM 8000-FIND-BRANCH
040200         THRU 8000-FIND-BRANCH-EXIT
040300     MOVE ZERO TO WS-RUNOFF-SUM
040400     PERFORM 2100-RUN-OFF-BUCKET
040500         THRU 2100-RUN-OFF-BUCKET-EXIT
040600         VARYING WS-BK-SUB FROM 1 BY 1
040700         UNTIL WS-BK-SUB > 6
040800     COMPUTE WS-RUNOFF-AMOUNT = ACCT-BALANCE - WS-RUNOFF-SUM
040900     ADD WS-RUNOFF-AMOUNT TO WS-BR-OUTFLOW(WS-BR-SUB, 7)
041000     ADD 1 TO WS-ACCT-COUNT.
041100 
041200 2000-DEMAND-DEPOSITS-READ.
041300     PERFORM 8100-READ-ACCOUNT
041400         THRU 8100-READ-ACCOUNT-EXIT.
041500 2000-DEMAND-DEPOSITS-EXIT.
041600     EXIT.
041700 
041800*----------------------------------------------------------
041900* 2100-RUN-OFF-BUCKET - ONE BUCKET'S SHARE OF THE BALANCE.
042000*----------------------------------------------------------
042100 2100-RUN-OFF-BUCKET.
042200     COMPUTE WS-RUNOFF-AMOUNT ROUNDED
042300         = ACCT-BALANCE * WS-RUNOFF-PCT(WS-BK-SUB) / 100
042400     ADD WS-RUNOFF-AMOUNT TO WS-BR-OUTFLOW(WS-BR-SUB, WS-BK-SUB)
042500     ADD WS-RUNOFF-AMOUNT TO WS-RUNOFF-SUM.
042600 2100-RUN-OFF-BUCKET-EXIT.
042700     EXIT.
042800 
042900*----------------------------------------------------------
043000* 3000-TERM-DEPOSITS - ONE OPEN TERM DEPOSIT: PRINCIPAL PLUS
043100* ITS SIMPLE INTEREST, PAID OUT ON THE MATURITY DATE, TO THE
043200* BRANCH OF THE LINKED ACCOUNT (HEAD OFFICE IF THE ACCOUNT
043300* IS GONE).
043400*----------------------------------------------------------
043500 3000-TERM-DEPOSITS.
043600     IF TDP-IS-MATURED OR TDP-IS-WITHDRAWN
043700         GO TO 3000-TERM-DEPOSITS-READ
043800     END-IF
043900     MOVE SPACES TO WS-FIND-BRANCH
044000     MOVE TDP-ACCT TO ACCT-NUMBER
044100     READ ACCOUNT-MASTER
044200         INVALID KEY
044300             CONTINUE
044400         NOT INVALID KEY
044500             MOVE ACCT-BRANCH TO WS-FIND-BRANCH
044600     END-READ
044700     PERFORM 8000-FIND-BRANCH
044800         THRU 8000-FIND-BRANCH-EXIT
044900     COMPUTE WS-FLOW-AMOUNT ROUNDED = TDP-PRINCIPAL
045000         + TDP-PRINCIPAL * TDP-RATE / 100 * TDP-TERM-MONTHS / 12
045100     MOVE TDP-MATURITY-DATE TO WS-FLOW-DATE
045200     PERFORM 5000-FIND-BUCKET
045300         THRU 5000-FIND-BUCKET-EXIT
045400     ADD WS-FLOW-AMOUNT TO WS-BR-OUTFLOW(WS-BR-SUB, WS-BK-SUB)
045500     ADD 1 TO WS-TDEP-COUNT.
045600 
045700 3000-TERM-DEPOSITS-READ.
045800     PERFORM 8200-READ-TERM-DEPOSIT
045900         THRU 8200-READ-TERM-DEPOSIT-EXIT.
046000 3000-TERM-DEPOSITS-EXIT.
046100     EXIT.
046200 
046300*----------------------------------------------------------
046400* 4000-LOANS - ONE OPEN LOAN'S SCHEDULED REPAYMENTS.  CLOSED
046500* AND CHARGED-OFF LOANS ARE NOT EXPECTED TO PAY.  A LOAN
046600* WITH NO NEXT DUE DATE HAS NO SCHEDULE TO PROJECT, SO ITS
046700* BALANCE IS SHOWN OVER ONE YEAR.
046800*----------------------------------------------------------
046900 4000-LOANS.
047000     IF LN-IS-CLOSED OR LN-IS-CHARGED-OFF
047100      OR LN-OUTSTANDING-BAL NOT NUMERIC
047200      OR LN-OUTSTANDING-BAL NOT > ZERO
047300         GO TO 4000-LOANS-READ
047400     END-IF
047500     MOVE LN-BRANCH TO WS-FIND-BRANCH
047600     PERFORM 8000-FIND-BRANCH
047700         THRU 8000-FIND-BRANCH-EXIT
047800     ADD 1 TO WS-LOAN-COUNT
047900     IF LN-NEXT-PAYMENT-DUE NOT NUMERIC
048000      OR LN-NEXT-PAYMENT-DUE = ZERO
048100         ADD LN-OUTSTANDING-BAL TO WS-BR-INFLOW(WS-BR-SUB, 7)
048200         GO TO 4000-LOANS-READ
048300     END-IF
048400     PERFORM 4100-START-PROJECTION
048500         THRU 4100-START-PROJECTION-EXIT
048600     PERFORM 4200-PROJECT-INSTALLMENT
048700         THRU 4200-PROJECT-INSTALLMENT-EXIT
048800         UNTIL PROJECTION-DONE.
048900 
049000 4000-LOANS-READ.
049100     PERFORM 8300-READ-LOAN
049200         THRU 8300-READ-LOAN-EXIT.
049300 4000-LOANS-EXIT.
049400     EXIT.
049500 
049600*----------------------------------------------------------
049700* 4100-START-PROJECTION - THE LOAN'S SCHEDULE: INSTALLMENTS
049800* IN THE TERM AND MONTHS BETWEEN THEM BY FREQUENCY, AS THE
049900* BILLING RUN AND THE DUE-DATE ROLL WORK THEM OUT.  INTEREST
050000* ON THE FIRST INSTALLMENT RUNS FROM THE LAST ACCRUAL.
050100*----------------------------------------------------------
050200 4100-START-PROJECTION.
050300     MOVE "N" TO WS-PROJ-DONE-FLAG
050400     MOVE "Y" TO WS-PROJ-FIRST-FLAG
050500     MOVE LN-OUTSTANDING-BAL  TO WS-PROJ-BALANCE
050600     MOVE LN-NEXT-PAYMENT-DUE TO WS-PROJ-DUE
050700     EVALUATE LN-FREQUENCY-CODE
050800         WHEN 2
050900             MOVE 4  TO WS-PERIODS-PER-YEAR
051000             MOVE 3  TO WS-MONTHS-STEP
051100         WHEN 3
051200             MOVE 12 TO WS-PERIODS-PER-YEAR
051300             MOVE 1  TO WS-MONTHS-STEP
051400         WHEN OTHER
051500             MOVE 1  TO WS-PERIODS-PER-YEAR
051600             MOVE 12 TO WS-MONTHS-STEP
051700     END-EVALUATE
051800     MOVE ZERO TO WS-INSTALLMENTS
051900     IF LN-YEARS-TERM NUMERIC
052000         COMPUTE WS-INSTALLMENTS
052100             = LN-YEARS-TERM * WS-PERIODS-PER-YEAR
052200     END-IF
052300     MOVE ZERO TO WS-PROJ-PAID
052400     IF LN-PAYMENTS-MADE NUMERIC
052500         MOVE LN-PAYMENTS-MADE TO WS-PROJ-PAID
052600     END-IF
052700     IF LN-ACCRUED-INT NOT NUMERIC
052800         MOVE ZERO TO LN-ACCRUED-INT
052900     END-IF
053000     IF LN-LAST-ACCRUAL NUMERIC AND LN-LAST-ACCRUAL > ZERO
053100         MOVE LN-LAST-ACCRUAL TO WS-ACCRUAL-BASE
053200     ELSE
053300         MOVE LN-BOOK-DATE TO WS-ACCRUAL-BASE
053400     END-IF
053500     COMPUTE WS-PREV-DUE-INTEGER
053600         = FUNCTION INTEGER-OF-DATE(WS-ACCRUAL-BASE).
053700 4100-START-PROJECTION-EXIT.
053800     EXIT.
053900 
054000*----------------------------------------------------------
054100* 4200-PROJECT-INSTALLMENT - ONE INSTALLMENT: THE PRINCIPAL
054200* THE BILLING RUN WOULD ASK FOR (THE BOOKED PRINCIPAL SPREAD
054300* EVENLY, THE LAST INSTALLMENT TAKING WHAT IS LEFT) PLUS THE
054400* INTEREST ON THE PROJECTED BALANCE SINCE THE PREVIOUS DUE
054500* DATE AT THE DAILY RATE.  ONCE THE DUE DATE IS MORE THAN A
054600* YEAR OUT, WHAT REMAINS IS SHOWN OVER ONE YEAR AS PRINCIPAL.
054700*----------------------------------------------------------
054800 4200-PROJECT-INSTALLMENT.
054900     MOVE WS-PROJ-DUE TO WS-FLOW-DATE
055000     PERFORM 5000-FIND-BUCKET
055100         THRU 5000-FIND-BUCKET-EXIT
055200     IF WS-BK-SUB = WS-BK-COUNT
055300         ADD WS-PROJ-BALANCE TO WS-BR-INFLOW(WS-BR-SUB, 7)
055400         MOVE "Y" TO WS-PROJ-DONE-FLAG
055500         GO TO 4200-PROJECT-INSTALLMENT-EXIT
055600     END-IF
055700 
055800     IF WS-INSTALLMENTS = ZERO
055900      OR WS-PROJ-PAID + 1 >= WS-INSTALLMENTS
056000         MOVE WS-PROJ-BALANCE TO WS-PROJ-PRINCIPAL
056100     ELSE
056200         COMPUTE WS-PROJ-PRINCIPAL ROUNDED
056300             = LN-PRINCIPAL / WS-INSTALLMENTS
056400         IF WS-PROJ-PRINCIPAL > WS-PROJ-BALANCE
056500             MOVE WS-PROJ-BALANCE TO WS-PROJ-PRINCIPAL
056600         END-IF
056700     END-IF
056800 
056900     COMPUTE WS-DUE-INTEGER
056910         = FUNCTION INTEGER-OF-DATE(WS-PROJ-DUE)
057000     COMPUTE WS-DAYS-TO-RUN = WS-DUE-INTEGER - WS-PREV-DUE-INTEGER
057100     IF WS-DAYS-TO-RUN < ZERO
057200         MOVE ZERO TO WS-DAYS-TO-RUN
057300     END-IF
057400     COMPUTE WS-PROJ-INTEREST ROUNDED
057500         = WS-PROJ-BALANCE * LN-RATE / 100 / 365 * WS-DAYS-TO-RUN
057600     IF FIRST-INSTALLMENT
057700         ADD LN-ACCRUED-INT TO WS-PROJ-INTEREST
057800         MOVE "N" TO WS-PROJ-FIRST-FLAG
057900     END-IF
058000 
058100     COMPUTE WS-FLOW-AMOUNT = WS-PROJ-PRINCIPAL + WS-PROJ-INTEREST
058200     ADD WS-FLOW-AMOUNT TO WS-BR-INFLOW(WS-BR-SUB, WS-BK-SUB)
058300     SUBTRACT WS-PROJ-PRINCIPAL FROM WS-PROJ-BALANCE
058400     ADD 1 TO WS-PROJ-PAID
058500     MOVE WS-DUE-INTEGER TO WS-PREV-DUE-INTEGER
058600     IF WS-PROJ-BALANCE NOT > ZERO
058700         MOVE "Y" TO WS-PROJ-DONE-FLAG
058800         GO TO 4200-PROJECT-INSTALLMENT-EXIT
058900     END-IF
059000     PERFORM 4300-ROLL-DUE-DATE
059100         THRU 4300-ROLL-DUE-DATE-EXIT.
059200 4200-PROJECT-INSTALLMENT-EXIT.
059300     EXIT.
059400 
059500*----------------------------------------------------------
059600* 4300-ROLL-DUE-DATE - THE NEXT INSTALLMENT'S DUE DATE, ONE
059700* PERIOD ON, DAY CLAMPED TO THE 28TH AS THE REPAYMENT DOES.
059800*----------------------------------------------------------
059900 4300-ROLL-DUE-DATE.
060000     ADD WS-MONTHS-STEP TO WS-PDUE-MM.
060100 4300-ROLL-DUE-DATE-YEAR.
060200     IF WS-PDUE-MM > 12
060300         SUBTRACT 12 FROM WS-PDUE-MM
060400         ADD 1 TO WS-PDUE-YYYY
060500         GO TO 4300-ROLL-DUE-DATE-YEAR
060600     END-IF
060700     IF WS-PDUE-DD > 28
060800         MOVE 28 TO WS-PDUE-DD
060900     END-IF.
061000 4300-ROLL-DUE-DATE-EXIT.
061100     EXIT.
061200 
061300*----------------------------------------------------------
061400* 5000-FIND-BUCKET - SET WS-BK-SUB TO THE BUCKET FOR THE
061500* CASH FLOW DUE ON WS-FLOW-DATE.  AN INVALID DATE IS TAKEN
061600* AS OVER ONE YEAR.
061700*----------------------------------------------------------
061800 5000-FIND-BUCKET.
061900     MOVE WS-BK-COUNT TO WS-BK-SUB
062000     IF WS-FLOW-DATE NOT NUMERIC OR WS-FLOW-DATE = ZERO
062100         GO TO 5000-FIND-BUCKET-EXIT
062200     END-IF
062300     COMPUTE WS-DAYS-OUT = FUNCTION INTEGER-OF-DATE(WS-FLOW-DATE)
062400         - WS-TODAY-INTEGER
062500     PERFORM 5100-CHECK-BUCKET
062600         THRU 5100-CHECK-BUCKET-EXIT
062700         VARYING WS-SCAN-SUB FROM WS-BK-COUNT BY -1
062800         UNTIL WS-SCAN-SUB < 1.
062900 5000-FIND-BUCKET-EXIT.
063000     EXIT.
063100 
063200*----------------------------------------------------------
063300* 5100-CHECK-BUCKET - WORKING DOWN FROM THE LONGEST BUCKET,
063400* KEEP THE SHORTEST ONE THE FLOW STILL FITS IN.
063500*----------------------------------------------------------
063600 5100-CHECK-BUCKET.
063700     IF WS-DAYS-OUT NOT > WS-BK-DAYS(WS-SCAN-SUB)
063800         MOVE WS-SCAN-SUB TO WS-BK-SUB
063900     END-IF.
064000 5100-CHECK-BUCKET-EXIT.
064100     EXIT.
064200 
064300*----------------------------------------------------------
064400* 6000-PRINT-REPORT - PRINT EACH BRANCH IN BRANCH ORDER
064500* (THE HEAD OFFICE FIRST), ADDING EACH INTO THE ALL-BRANCH
064600* TOTAL, THEN PRINT THE TOTAL.
064700*----------------------------------------------------------
064800 6000-PRINT-REPORT.
064900     MOVE "Y" TO WS-BR-PRINTED(WS-BR-TOTAL)
065000     PERFORM 6100-PRINT-NEXT-BRANCH
065100         THRU 6100-PRINT-NEXT-BRANCH-EXIT
065200         WS-BR-COUNT TIMES
065300     MOVE WS-BR-TOTAL TO WS-PRT-SUB
065400     MOVE "ALL BRANCHES - BANK TOTAL" TO WS-BRANCH-LINE
065500     PERFORM 6200-PRINT-BLOCK
065600         THRU 6200-PRINT-BLOCK-EXIT.
065700 6000-PRINT-REPORT-EXIT.
065800     EXIT.
065900 
066000*----------------------------------------------------------
066100* 6100-PRINT-NEXT-BRANCH - PRINT THE LOWEST BRANCH NOT YET
066200* PRINTED AND ADD IT TO THE TOTAL.
066300*----------------------------------------------------------
066400 6100-PRINT-NEXT-BRANCH.
066500     MOVE ZERO TO WS-LOW-SUB
066600     PERFORM 6150-CHECK-LOWEST
066700         THRU 6150-CHECK-LOWEST-EXIT
066800         VARYING WS-SCAN-SUB FROM 1 BY 1
066900         UNTIL WS-SCAN-SUB > WS-BR-COUNT
067000     IF WS-LOW-SUB = ZERO
067100         GO TO 6100-PRINT-NEXT-BRANCH-EXIT
067200     END-IF
067300     MOVE "Y" TO WS-BR-PRINTED(WS-LOW-SUB)
067400     MOVE WS-LOW-SUB TO WS-PRT-SUB
067500     MOVE SPACES TO WS-BRANCH-LINE
067600     IF WS-BR-CODE(WS-PRT-SUB) = SPACES
067700         MOVE "HEAD OFFICE" TO WS-BRANCH-LINE
067800     ELSE
067900         STRING "BRANCH "               DELIMITED BY SIZE
068000             WS-BR-CODE(WS-PRT-SUB)     DELIMITED BY SIZE
068100             INTO WS-BRANCH-LINE
068200         END-STRING
068300     END-IF
068400     PERFORM 6200-PRINT-BLOCK
068500         THRU 6200-PRINT-BLOCK-EXIT
068600     PERFORM 6300-ADD-TO-TOTAL
068700         THRU 6300-ADD-TO-TOTAL-EXIT
068800         VARYING WS-BK-SUB FROM 1 BY 1
068900         UNTIL WS-BK-SUB > WS-BK-COUNT.
069000 6100-PRINT-NEXT-BRANCH-EXIT.
069100     EXIT.
069200 
069300*----------------------------------------------------------
069400* 6150-CHECK-LOWEST - KEEP THE LOWEST UNPRINTED BRANCH.
069500*----------------------------------------------------------
069600 6150-CHECK-LOWEST.
069700     IF WS-BR-PRINTED(WS-SCAN-SUB) = "Y"
069800         GO TO 6150-CHECK-LOWEST-EXIT
069900     END-IF
070000     IF WS-LOW-SUB = ZERO
070100         MOVE WS-SCAN-SUB TO WS-LOW-SUB
070200         GO TO 6150-CHECK-LOWEST-EXIT
070300     END-IF
070400     IF WS-BR-CODE(WS-SCAN-SUB) < WS-BR-CODE(WS-LOW-SUB)
070500         MOVE WS-SCAN-SUB TO WS-LOW-SUB
070600     END-IF.
070700 6150-CHECK-LOWEST-EXIT.
070800     EXIT.
070900 
071000*----------------------------------------------------------
071100* 6200-PRINT-BLOCK - ONE BRANCH (OR THE TOTAL): A LINE PER
071200* BUCKET WITH OUTFLOWS, INFLOWS, THE PERIOD GAP (INFLOWS
071300* LESS OUTFLOWS) AND THE RUNNING CUMULATIVE GAP, THEN THE
071400* BRANCH TOTAL.  A BLOCK IS NOT SPLIT ACROSS PAGES.
071500*----------------------------------------------------------
071600 6200-PRINT-BLOCK.
071700     IF RPT-LINE-COUNT + 12 > RPT-PAGE-LIMIT
071800         PERFORM 7900-RPT-HEADINGS
071900             THRU 7900-RPT-HEADINGS-EXIT
072000     END-IF
072100     WRITE GAP-REPORT-LINE FROM WS-BLANK-LINE
072200     WRITE GAP-REPORT-LINE FROM WS-BRANCH-LINE
072300     WRITE GAP-REPORT-LINE FROM WS-COLUMN-LINE
072400     ADD 3 TO RPT-LINE-COUNT
072500     MOVE ZERO TO WS-CUMULATIVE-GAP
072600                  WS-TOTAL-OUTFLOW
072700                  WS-TOTAL-INFLOW
072800     PERFORM 6250-PRINT-BUCKET-LINE
072900         THRU 6250-PRINT-BUCKET-LINE-EXIT
073000         VARYING WS-BK-SUB FROM 1 BY 1
073100         UNTIL WS-BK-SUB > WS-BK-COUNT
073200     MOVE "TOTAL"             TO BL-LABEL
073300     MOVE WS-TOTAL-OUTFLOW    TO BL-OUTFLOW
073400     MOVE WS-TOTAL-INFLOW     TO BL-INFLOW
073500     MOVE WS-CUMULATIVE-GAP   TO BL-PERIOD-GAP
073600     MOVE WS-CUMULATIVE-GAP   TO BL-CUMULATIVE-GAP
073700     WRITE GAP-REPORT-LINE FROM WS-BUCKET-LINE
073800     ADD 1 TO RPT-LINE-COUNT.
073900 6200-PRINT-BLOCK-EXIT.
074000     EXIT.
074100 
074200*----------------------------------------------------------
074300* 6250-PRINT-BUCKET-LINE - ONE BUCKET OF THE BLOCK.
074400*----------------------------------------------------------
074500 6250-PRINT-BUCKET-LINE.
074600     COMPUTE WS-PERIOD-GAP
074700         = WS-BR-INFLOW(WS-PRT-SUB, WS-BK-SUB)
074800         - WS-BR-OUTFLOW(WS-PRT-SUB, WS-BK-SUB)
074900     ADD WS-PERIOD-GAP TO WS-CUMULATIVE-GAP
075000     ADD WS-BR-OUTFLOW(WS-PRT-SUB, WS-BK-SUB) TO WS-TOTAL-OUTFLOW
075100     ADD WS-BR-INFLOW(WS-PRT-SUB, WS-BK-SUB)  TO WS-TOTAL-INFLOW
075200     MOVE WS-BK-LABEL(WS-BK-SUB)              TO BL-LABEL
075300     MOVE WS-BR-OUTFLOW(WS-PRT-SUB, WS-BK-SUB) TO BL-OUTFLOW
075400     MOVE WS-BR-INFLOW(WS-PRT-SUB, WS-BK-SUB)  TO BL-INFLOW
075500     MOVE WS-PERIOD-GAP                       TO BL-PERIOD-GAP
075600     MOVE WS-CUMULATIVE-GAP                   TO BL-CUMULATIVE-GAP
075700     WRITE GAP-REPORT-LINE FROM WS-BUCKET-LINE
075800     ADD 1 TO RPT-LINE-COUNT.
075900 6250-PRINT-BUCKET-LINE-EXIT.
076000     EXIT.
076100 
076200*----------------------------------------------------------
076300* 6300-ADD-TO-TOTAL - ADD ONE BUCKET OF THE BRANCH JUST
076400* PRINTED INTO THE ALL-BRANCH TOTAL.
076500*----------------------------------------------------------
076600 6300-ADD-TO-TOTAL.
076700     ADD WS-BR-OUTFLOW(WS-PRT-SUB, WS-BK-SUB)
076800         TO WS-BR-OUTFLOW(WS-BR-TOTAL, WS-BK-SUB)
076900     ADD WS-BR-INFLOW(WS-PRT-SUB, WS-BK-SUB)
077000         TO WS-BR-INFLOW(WS-BR-TOTAL, WS-BK-SUB).
077100 6300-ADD-TO-TOTAL-EXIT.
077200     EXIT.
077300 
077400*----------------------------------------------------------
077500* 7900-RPT-HEADINGS - PAGE HEADING AND THE RUN-OFF
077600* ASSUMPTION THE FIGURES REST ON.
077700*----------------------------------------------------------
077800 7900-RPT-HEADINGS.
077900     ADD 1 TO RPT-PAGE-NUMBER
078000     MOVE RPT-PAGE-NUMBER TO RPT-PAGE-DISPLAY
078100     IF RPT-PAGE-NUMBER > 1
078200         WRITE GAP-REPORT-LINE FROM WS-BLANK-LINE
078300             AFTER ADVANCING PAGE
078400     END-IF
078500     WRITE GAP-REPORT-LINE FROM RPT-HEADING-LINE
078600     CALL "PARMFMT" USING WS-RUNOFF-FILE-NO WS-RUNOFF-ROW
078700         WS-RUNOFF-TEXT
078800     MOVE WS-RUNOFF-TEXT TO AS-RUNOFF-TEXT
078900     WRITE GAP-REPORT-LINE FROM WS-ASSUMPTION-LINE
079000     MOVE 2 TO RPT-LINE-COUNT
079100     IF RUNOFF-DEFAULTED
079200         MOVE "** LIQPARM MISSING OR INVALID - ALL DEMAND"
079210             TO WS-NOTE-LINE
079220         MOVE " BALANCES SHOWN AS NEXT DAY **"
079230             TO WS-NOTE-LINE(42:)
079400         WRITE GAP-REPORT-LINE FROM WS-NOTE-LINE
079500         MOVE SPACES TO WS-NOTE-LINE
079600         ADD 1 TO RPT-LINE-COUNT
079700     END-IF.
079800 7900-RPT-HEADINGS-EXIT.
079900     EXIT.
080000 
080100*----------------------------------------------------------
080200* 8000-FIND-BRANCH - SET WS-BR-SUB TO WS-FIND-BRANCH'S
080300* ENTRY, ADDING IT IF NEW.  ONCE THE TABLE IS FULL A NEW
080400* BRANCH IS COUNTED UNDER THE LAST ENTRY AND LOGGED ONCE.
080500*----------------------------------------------------------
080600 8000-FIND-BRANCH.
080700     MOVE 1 TO WS-BR-SUB.
080800 8000-FIND-BRANCH-LOOP.
080900     IF WS-BR-SUB > WS-BR-COUNT
081000         GO TO 8000-FIND-BRANCH-ADD
081100     END-IF
081200     IF WS-BR-CODE(WS-BR-SUB) = WS-FIND-BRANCH
081300         GO TO 8000-FIND-BRANCH-EXIT
081400     END-IF
081500     ADD 1 TO WS-BR-SUB
081600     GO TO 8000-FIND-BRANCH-LOOP.
081700 8000-FIND-BRANCH-ADD.
081800     IF WS-BR-COUNT >= WS-BR-MAX
081900         MOVE WS-BR-MAX TO WS-BR-SUB
082000         IF NOT BRANCH-TABLE-FULL
082100             MOVE "Y" TO WS-TABLE-FULL-FLAG
082200             MOVE "BRANCH TABLE FULL - LAST ENTRY SHARED"
082300                 TO WS-EXCP-MESSAGE
082400             MOVE SPACES TO WS-EXCP-FSTATUS
082500             PERFORM 8900-LOG-EXCEPTION
082600                 THRU 8900-LOG-EXCEPTION-EXIT
082700         END-IF
082800         GO TO 8000-FIND-BRANCH-EXIT
082900     END-IF
083000     ADD 1 TO WS-BR-COUNT
083100     MOVE WS-BR-COUNT    TO WS-BR-SUB
083200     MOVE WS-FIND-BRANCH TO WS-BR-CODE(WS-BR-SUB).
083300 8000-FIND-BRANCH-EXIT.
083400     EXIT.
083500 
083600*----------------------------------------------------------
083700* 8100-READ-ACCOUNT - READ THE NEXT ACCTMSTR RECORD.
083800*----------------------------------------------------------
083900 8100-READ-ACCOUNT.
084000     READ ACCOUNT-MASTER NEXT RECORD
084100         AT END
084200             MOVE "Y" TO WS-ACCT-EOF-FLAG
084300     END-READ.
084400 8100-READ-ACCOUNT-EXIT.
084500     EXIT.
084600 
084700*----------------------------------------------------------
084800* 8200-READ-TERM-DEPOSIT - READ THE NEXT TERMDEP RECORD.
084900*----------------------------------------------------------
085000 8200-READ-TERM-DEPOSIT.
085100     READ TERM-DEPOSITS NEXT RECORD
085200         AT END
085300             MOVE "Y" TO WS-TDEP-EOF-FLAG
085400     END-READ.
085500 8200-READ-TERM-DEPOSIT-EXIT.
085600     EXIT.
085700 
085800*----------------------------------------------------------
085900* 8300-READ-LOAN - READ THE NEXT LOANMSTR RECORD.
086000*----------------------------------------------------------
086100 8300-READ-LOAN.
086200     READ LOAN-MASTER NEXT RECORD
086300         AT END
086400             MOVE "Y" TO WS-LOAN-EOF-FLAG
086500     END-READ.
086600 8300-READ-LOAN-EXIT.
086700     EXIT.
086800 
086900*----------------------------------------------------------
087000* 8900-LOG-EXCEPTION - WRITE WS-EXCP-MESSAGE TO EXCPLOG.
087100*----------------------------------------------------------
087200 8900-LOG-EXCEPTION.
087300     CALL "EXCPLOG" USING WS-EXCP-PROGRAM WS-EXCP-SEVERITY
087400         WS-EXCP-MESSAGE WS-EXCP-FSTATUS.
087500 8900-LOG-EXCEPTION-EXIT.
087600     EXIT.
087700 
087800*----------------------------------------------------------
087900* 9000-TERMINATE - TRAILER, CLOSE FILES AND WRITE THE
088000* DAILY-STATS SUMMARY RECORD.
088100*----------------------------------------------------------
088200 9000-TERMINATE.
088300     COMPUTE RPT-DETAIL-COUNT
088400         = WS-ACCT-COUNT + WS-TDEP-COUNT + WS-LOAN-COUNT
088500     WRITE GAP-REPORT-LINE FROM WS-BLANK-LINE
088600     MOVE RPT-DETAIL-COUNT TO RPT-TRAILER-COUNT
088700     WRITE GAP-REPORT-LINE FROM RPT-TRAILER-LINE
088800     CLOSE GAP-REPORT
088900     IF INIT-SUCCESSFUL
089000         CLOSE ACCOUNT-MASTER
089100               TERM-DEPOSITS
089200               LOAN-MASTER
089300     END-IF
089400     PERFORM 9500-WRITE-DAILY-STATS
089500         THRU 9500-WRITE-DAILY-STATS-EXIT
089600     DISPLAY "LIQUIDITY-GAP-REPORT: " WS-ACCT-COUNT " ACCOUNTS, "
089700         WS-TDEP-COUNT " TERM DEPOSITS, " WS-LOAN-COUNT " LOANS, "
089800         WS-BR-COUNT " BRANCHES".
089900 9000-TERMINATE-EXIT.
090000     EXIT.
090100 
090200*----------------------------------------------------------
090300* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
090400* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
090500* CONSOLIDATED REPORT.
090600*----------------------------------------------------------
090700 9500-WRITE-DAILY-STATS.
090800     OPEN EXTEND DAILY-STATS-FILE
090900     MOVE "LIQUIDITY-GAP-REPORT" TO DS-PROGRAM-NAME
091000     MOVE RPT-DETAIL-COUNT  TO DS-RECORD-COUNT
091100     MOVE WS-ACCT-COUNT     TO WS-ACCT-COUNT-DISP
091200     MOVE WS-TDEP-COUNT     TO WS-TDEP-COUNT-DISP
091300     MOVE WS-LOAN-COUNT     TO WS-LOAN-COUNT-DISP
091400     MOVE SPACES            TO DS-DETAIL
091500     STRING "ACCTS:" DELIMITED BY SIZE
091600         WS-ACCT-COUNT-DISP DELIMITED BY SIZE
091700         " TDS:" DELIMITED BY SIZE
091800         WS-TDEP-COUNT-DISP DELIMITED BY SIZE
091900         " LOANS:" DELIMITED BY SIZE
092000         WS-LOAN-COUNT-DISP DELIMITED BY SIZE
092100         INTO DS-DETAIL
092200     END-STRING
092300     WRITE DAILY-STAT-RECORD
092400     CLOSE DAILY-STATS-FILE.
092500 9500-WRITE-DAILY-STATS-EXIT.
092600     EXIT.
