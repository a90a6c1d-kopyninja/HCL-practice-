000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOAN-INTEREST-STATEMENT.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  YEAR-END LOAN INTEREST PAID
001100*                 STATEMENT.  RUNS IN YEARENDA AHEAD OF
001200*                 TXN-LOG-ARCHIVE (WHICH PURGES THE LOG) AND
001300*                 TOTALS EACH LOAN'S "LOAN INT" AND "LOAN PRIN"
001400*                 ENTRIES FOR THE TAX YEAR - TELLER REPAYMENTS
001500*                 AND STANDING-ORDER REPAYMENTS ALIKE, BOTH
001600*                 LOGGED ON TXNLOG UNDER THE LOAN NUMBER.  EACH
001700*                 BORROWER GETS ONE STATEMENT ON LNINTSTM
001800*                 LISTING EVERY LOAN'S INTEREST PAID, PRINCIPAL
001900*                 REPAID AND YEAR-END OUTSTANDING BALANCE UNDER
002000*                 THE CUSTMSTR/CUSTADDR MAILING BLOCK (HELD ON
002100*                 HOLDMAIL WHEN THE BORROWER'S MAIL IS BEING
002200*                 RETURNED), AND THE SAME FIGURES GO TO THE
002300*                 LNINTTAX EXTRACT FOR THE TAX AUTHORITY.
002400*----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT TRANSACTION-LOG ASSIGN TO "TXNLOG"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-TXN-STATUS.
003100 
003200     SELECT LOAN-MASTER ASSIGN TO "LOANMSTR"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS LN-LOAN-NUMBER
003600         FILE STATUS IS WS-LOAN-STATUS.
003700 
003800     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS CM-CUST-ID
004200         FILE STATUS IS WS-CUSTM-STATUS.
004300 
004400     SELECT CUSTOMER-ADDRESS ASSIGN TO "CUSTADDR"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS AD-CUST-ID
004800         FILE STATUS IS WS-ADDR-STATUS.
004900 
005000     SELECT STATEMENT-FILE ASSIGN TO "LNINTSTM"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200 
005300     SELECT LOAN-INTEREST-EXTRACT ASSIGN TO "LNINTTAX"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500 
005600     SELECT HOLD-MAIL-FILE ASSIGN TO "HOLDMAIL"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800 
005900     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100 
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  TRANSACTION-LOG.
006500 01  TRANSACTION-LOG-LINE.
006600     05  TL-TIMESTAMP        PIC X(14).
006700     05  FILLER              PIC X(01).
006800     05  TL-ACCT             PIC X(06).
006900     05  FILLER              PIC X(01).
007000     05  TL-TXN-TYPE         PIC X(10).
007100     05  FILLER              PIC X(01).
007200     05  TL-AMOUNT           PIC X(10).
007300     05  FILLER              PIC X(01).
007400     05  TL-BALANCE          PIC X(11).
007500     05  FILLER              PIC X(01).
007600     05  TL-OPERATOR         PIC X(06).
007700     05  FILLER              PIC X(01).
007800     05  TL-REFERENCE        PIC X(08).
007900     05  FILLER              PIC X(09).
008000 
008100 FD  LOAN-MASTER.
008200 01  LOAN-MASTER-RECORD.
008300     COPY LOANREC.
008400 
008500 FD  CUSTOMER-MASTER.
008600 01  CUSTOMER-MASTER-RECORD.
008700     COPY CUSTMREC.
008800 
008900 FD  CUSTOMER-ADDRESS.
009000 01  CUSTOMER-ADDRESS-RECORD.
009100     COPY ADDRREC.
009200 
009300 FD  STATEMENT-FILE.
009400 01  STATEMENT-LINE          PIC X(80).
009500 
009600*    ONE RECORD PER LOAN WITH INTEREST OR PRINCIPAL PAID IN
009700*    THE TAX YEAR.  LX-CUST-ID IS SPACES FOR A LOAN NO LONGER
009800*    ON THE LOAN MASTER.
009900 FD  LOAN-INTEREST-EXTRACT.
010000 01  LOAN-INTEREST-EXTRACT-RECORD.
010100     05  LX-TAX-YEAR         PIC 9(04).
010200     05  LX-CUST-ID          PIC X(06).
010300     05  LX-NAME             PIC X(20).
010400     05  LX-LOAN             PIC X(08).
010500     05  LX-INTEREST-PAID    PIC 9(9)V99.
010600     05  LX-PRINCIPAL-PAID   PIC 9(9)V99.
010700     05  LX-OUTSTANDING      PIC 9(9)V99.
010800     05  FILLER              PIC X(09).
010900 
011000 FD  HOLD-MAIL-FILE.
011100 01  HOLD-MAIL-RECORD.
011200     COPY HMAILREC.
011300 
011400 FD  DAILY-STATS-FILE.
011500     COPY DLYSTAT.
011600 
011700 WORKING-STORAGE SECTION.
011800*----------------------------------------------------------
011900* SWITCHES AND FILE STATUS
012000*----------------------------------------------------------
012100 01  WS-SWITCHES.
012200     05  WS-INIT-FLAG        PIC X(01) VALUE "Y".
012300         88  INIT-SUCCESSFUL         VALUE "Y".
012400     05  WS-EOF-FLAG         PIC X(01) VALUE "N".
012500         88  END-OF-TXN-LOG          VALUE "Y".
012600     05  WS-DELIVERY-FLAG    PIC X(01) VALUE "P".
012700         88  WS-DELIVER-HELD         VALUE "H".
012800 01  WS-TXN-STATUS           PIC X(02).
012900     88  TXN-FILE-OK                 VALUE "00".
013000 01  WS-LOAN-STATUS          PIC X(02).
013100     88  LOAN-FILE-OK                VALUE "00".
013200 01  WS-LOAN-OPEN-FLAG       PIC X(01) VALUE "N".
013300     88  LOAN-FILE-OPEN              VALUE "Y".
013400 01  WS-CUSTM-STATUS         PIC X(02).
013500     88  CUSTM-FILE-OK               VALUE "00".
013600 01  WS-CUSTM-OPEN-FLAG      PIC X(01) VALUE "N".
013700     88  CUSTM-FILE-OPEN             VALUE "Y".
013800 01  WS-ADDR-STATUS          PIC X(02).
013900     88  ADDR-FILE-OK                VALUE "00".
014000 01  WS-ADDR-OPEN-FLAG       PIC X(01) VALUE "N".
014100     88  ADDR-FILE-OPEN              VALUE "Y".
014200 
014300*----------------------------------------------------------
014400* PER-LOAN TALLY TABLE.  FILLED BY LOAN NUMBER FROM TXNLOG,
014500* THEN STAMPED WITH THE BORROWER AND YEAR-END BALANCE FROM
014600* THE LOAN MASTER AND SORTED BY BORROWER AND LOAN SO EACH
014700* BORROWER'S LOANS COME TOGETHER ON ONE STATEMENT.
014800*----------------------------------------------------------
014900 01  WS-LT-COUNT             PIC 9(04) COMP VALUE ZERO.
015000 01  WS-LT-SUB               PIC 9(04) COMP VALUE ZERO.
015100 01  WS-LT-PASS              PIC 9(04) COMP VALUE ZERO.
015200 01  WS-LT-TABLE.
015300     05  WS-LT-ENTRY         OCCURS 1 TO 2000 TIMES
015400             DEPENDING ON WS-LT-COUNT
015500             INDEXED BY WS-LT-IDX.
015600         10  WS-LT-KEY.
015700             15  WS-LT-CUST-ID
015800                             PIC X(06).
015900             15  WS-LT-LOAN  PIC X(08).
016000         10  WS-LT-INTEREST  PIC 9(9)V99.
016100         10  WS-LT-PRINCIPAL PIC 9(9)V99.
016200         10  WS-LT-OUTSTANDING
016300                             PIC 9(9)V99.
016400 01  WS-LT-HOLD              PIC X(47).
016500 
016600*----------------------------------------------------------
016700* RUN FIELDS, BORROWER BREAK FIELDS AND COUNTERS
016800*----------------------------------------------------------
016900 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
017000 01  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE.
017100     05  WS-TAX-YEAR-X       PIC X(04).
017200     05  FILLER              PIC X(04).
017300 01  WS-TAX-YEAR             PIC 9(04) VALUE ZERO.
017400 01  WS-TXN-AMOUNT           PIC 9(7)V99.
017500 01  WS-ENTRY-COUNT          PIC 9(07) COMP VALUE ZERO.
017600 01  WS-PREV-CUST-ID         PIC X(06) VALUE SPACES.
017605 01  WS-STMT-FIRST-LOAN      PIC X(08) VALUE SPACES.
017700 01  WS-BORROWER-NAME        PIC X(20) VALUE SPACES.
017800 01  WS-HOLD-LINE-NO         PIC 9(04) VALUE ZERO.
017900 01  WS-HOLD-RET-DATE        PIC 9(08) VALUE ZERO.
018000 01  WS-STMT-INTEREST        PIC 9(9)V99 VALUE ZERO.
018100 01  WS-STMT-PRINCIPAL       PIC 9(9)V99 VALUE ZERO.
018200 01  WS-STMT-OUTSTANDING     PIC 9(9)V99 VALUE ZERO.
018300 01  WS-STMT-COUNT           PIC 9(05) COMP VALUE ZERO.
018400 01  WS-HELD-COUNT           PIC 9(05) COMP VALUE ZERO.
018500 01  WS-NO-ADDR-COUNT        PIC 9(05) COMP VALUE ZERO.
018600 01  WS-STMT-COUNT-DISP      PIC ZZZZ9.
018700 01  WS-LOAN-COUNT-DISP      PIC ZZZZ9.
018800 01  WS-HELD-COUNT-DISP      PIC ZZZZ9.
018900 
019000*----------------------------------------------------------
019100* STATEMENT LINES
019200*----------------------------------------------------------
019300 01  WS-SEPARATOR-LINE       PIC X(80) VALUE ALL "-".
019400 01  WS-TITLE-LINE.
019500     05  FILLER              PIC X(40) VALUE
019600         "YEAR-END LOAN INTEREST STATEMENT".
019700     05  FILLER              PIC X(09) VALUE "TAX YEAR ".
019800     05  TT-TAX-YEAR         PIC 9(04).
019900     05  FILLER              PIC X(27) VALUE SPACES.
020000 01  WS-MAIL-NAME-LINE.
020100     05  FILLER              PIC X(05) VALUE "TO:  ".
020200     05  MN-NAME             PIC X(20).
020300     05  FILLER              PIC X(03) VALUE SPACES.
020400     05  FILLER              PIC X(13) VALUE "CUSTOMER ID: ".
020500     05  MN-CUST-ID          PIC X(06).
020600     05  FILLER              PIC X(33) VALUE SPACES.
020700 01  WS-MAIL-STREET-LINE.
020800     05  FILLER              PIC X(05) VALUE SPACES.
020900     05  MS-STREET           PIC X(25).
021000     05  FILLER              PIC X(50) VALUE SPACES.
021100 01  WS-MAIL-CITY-LINE.
021200     05  FILLER              PIC X(05) VALUE SPACES.
021300     05  MC-CITY             PIC X(15).
021400     05  FILLER              PIC X(01) VALUE SPACE.
021500     05  MC-STATE            PIC X(02).
021600     05  FILLER              PIC X(01) VALUE SPACE.
021700     05  MC-ZIP              PIC X(10).
021800     05  FILLER              PIC X(46) VALUE SPACES.
021900 01  WS-MAIL-NOTE-LINE       PIC X(80) VALUE SPACES.
022000 01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
022100 01  WS-COLUMN-LINE.
022200     05  FILLER              PIC X(24) VALUE
022300         "LOAN       INTEREST PAID".
022400     05  FILLER              PIC X(34) VALUE
022500         "   PRINCIPAL PAID      OUTSTANDING".
022600     05  FILLER              PIC X(22) VALUE SPACES.
022700 01  WS-LOAN-LINE.
022800     05  SL-LOAN             PIC X(08).
022900     05  FILLER              PIC X(02) VALUE SPACES.
023000     05  SL-INTEREST         PIC ZZZ,ZZZ,ZZ9.99.
023100     05  FILLER              PIC X(03) VALUE SPACES.
023200     05  SL-PRINCIPAL        PIC ZZZ,ZZZ,ZZ9.99.
023300     05  FILLER              PIC X(03) VALUE SPACES.
023400     05  SL-OUTSTANDING      PIC ZZZ,ZZZ,ZZ9.99.
023500     05  FILLER              PIC X(22) VALUE SPACES.
023600 01  WS-CLOSING-LINE.
023700     05  FILLER              PIC X(40) VALUE
023710         "OUTSTANDING IS THE BALANCE AT YEAR END. ".
023720     05  FILLER              PIC X(40) VALUE
023800         "KEEP THIS STATEMENT FOR YOUR TAX RECORDS".
023805 
023810*----------------------------------------------------------
023820* SHARED EXCEPTION-LOG FIELDS FOR THE EXCPLOG SUBPROGRAM.
023830*----------------------------------------------------------
023840 01  WS-EXCP-PROGRAM         PIC X(23)
023850     VALUE "LOAN-INTEREST-STATEMENT".
023860 01  WS-EXCP-SEVERITY        PIC X(01) VALUE "W".
023870 01  WS-EXCP-MESSAGE         PIC X(40) VALUE SPACES.
023880 01  WS-EXCP-FSTATUS         PIC X(02) VALUE SPACES.
023900 
024000 PROCEDURE DIVISION.
024100*----------------------------------------------------------
024200* 0000-MAINLINE
024300*----------------------------------------------------------
024400 0000-MAINLINE.
024500     PERFORM 1000-INITIALIZE
024600         THRU 1000-INITIALIZE-EXIT
024700     PERFORM 2000-TALLY-TXN
024800         THRU 2000-TALLY-TXN-EXIT
024900         UNTIL END-OF-TXN-LOG
025000     IF INIT-SUCCESSFUL
025100         PERFORM 3000-STAMP-LOANS
025200             THRU 3000-STAMP-LOANS-EXIT
025300         PERFORM 4000-SORT-BY-BORROWER
025400             THRU 4000-SORT-BY-BORROWER-EXIT
025500         PERFORM 5000-WRITE-STATEMENTS
025600             THRU 5000-WRITE-STATEMENTS-EXIT
025700     END-IF
025800     PERFORM 9000-TERMINATE
025900         THRU 9000-TERMINATE-EXIT
026000     STOP RUN.
026100 
026200*----------------------------------------------------------
026300* 1000-INITIALIZE - OPEN FILES AND PRIME THE READ.  THE TAX
026400* YEAR IS THE BUSINESS DATE'S YEAR; ONLY ENTRIES STAMPED IN
026500* THAT YEAR COUNT.  THE MAILING BLOCK IS BEST-EFFORT, AS ON
026600* THE OTHER STATEMENT RUNS: A MISSING CUSTOMER OR ADDRESS
026700* FILE FLAGS THE STATEMENTS RATHER THAN FAILING THE RUN.
026800*----------------------------------------------------------
026900 1000-INITIALIZE.
027000     CALL "GETBDATE" USING WS-BUSINESS-DATE
027100     MOVE WS-TAX-YEAR-X TO WS-TAX-YEAR
027200     OPEN INPUT TRANSACTION-LOG
027300     IF NOT TXN-FILE-OK
027400         DISPLAY "LOAN-INTEREST-STATEMENT: TXNLOG OPEN FAILED, "
027500             "STATUS " WS-TXN-STATUS
027600         MOVE 8 TO RETURN-CODE
027700         MOVE "Y" TO WS-EOF-FLAG
027800         MOVE "N" TO WS-INIT-FLAG
027900         GO TO 1000-INITIALIZE-EXIT
028000     END-IF
028100     OPEN INPUT LOAN-MASTER
028200     IF LOAN-FILE-OK
028300         MOVE "Y" TO WS-LOAN-OPEN-FLAG
028400     END-IF
028500     OPEN INPUT CUSTOMER-MASTER
028600     IF CUSTM-FILE-OK
028700         MOVE "Y" TO WS-CUSTM-OPEN-FLAG
028800     END-IF
028900     OPEN INPUT CUSTOMER-ADDRESS
029000     IF ADDR-FILE-OK
029100         MOVE "Y" TO WS-ADDR-OPEN-FLAG
029200     END-IF
029300     OPEN OUTPUT STATEMENT-FILE
029400     OPEN OUTPUT LOAN-INTEREST-EXTRACT
029500     OPEN EXTEND HOLD-MAIL-FILE
029600     PERFORM 8000-READ-TXN-LOG
029700         THRU 8000-READ-TXN-LOG-EXIT.
029800 1000-INITIALIZE-EXIT.
029900     EXIT.
030000 
030100*----------------------------------------------------------
030200* 2000-TALLY-TXN - FOLD ONE OF THE YEAR'S LOAN INTEREST OR
030300* PRINCIPAL ENTRIES INTO ITS LOAN'S TALLY.
030400*----------------------------------------------------------
030500 2000-TALLY-TXN.
030600     IF TL-TXN-TYPE NOT = "LOAN INT"
030700      AND TL-TXN-TYPE NOT = "LOAN PRIN"
030800         GO TO 2000-TALLY-TXN-READ
030900     END-IF
031000     IF TL-TIMESTAMP(1:4) NOT = WS-TAX-YEAR-X
031100         GO TO 2000-TALLY-TXN-READ
031200     END-IF
031300     COMPUTE WS-TXN-AMOUNT = FUNCTION NUMVAL(TL-AMOUNT)
031400     SET WS-LT-IDX TO 1
031500     SEARCH WS-LT-ENTRY
031600         AT END
031700             IF WS-LT-COUNT < 2000
031800                 ADD 1 TO WS-LT-COUNT
031900                 SET WS-LT-IDX TO WS-LT-COUNT
032000                 MOVE SPACES       TO WS-LT-CUST-ID(WS-LT-IDX)
032100                 MOVE TL-REFERENCE TO WS-LT-LOAN(WS-LT-IDX)
032200                 MOVE ZERO TO WS-LT-INTEREST(WS-LT-IDX)
032300                              WS-LT-PRINCIPAL(WS-LT-IDX)
032400                              WS-LT-OUTSTANDING(WS-LT-IDX)
032500                 PERFORM 2100-FOLD-THE-AMOUNT
032600                     THRU 2100-FOLD-THE-AMOUNT-EXIT
032700             ELSE
032800                 DISPLAY "LOAN-INTEREST-STATEMENT: TALLY TABLE "
032900                     "FULL, LOAN " TL-REFERENCE " DROPPED"
032910                 MOVE SPACES TO WS-EXCP-MESSAGE
032920                 STRING "TALLY TABLE FULL - LOAN "
032930                         DELIMITED BY SIZE
032940                     TL-REFERENCE DELIMITED BY SIZE
032950                     " DROPPED"   DELIMITED BY SIZE
032960                     INTO WS-EXCP-MESSAGE
032970                 END-STRING
032980                 PERFORM 8950-LOG-EXCEPTION
032990                     THRU 8950-LOG-EXCEPTION-EXIT
033100             END-IF
033200         WHEN WS-LT-LOAN(WS-LT-IDX) = TL-REFERENCE
033300             PERFORM 2100-FOLD-THE-AMOUNT
033400                 THRU 2100-FOLD-THE-AMOUNT-EXIT
033500     END-SEARCH
033600     ADD 1 TO WS-ENTRY-COUNT.
033700 
033800 2000-TALLY-TXN-READ.
033900     PERFORM 8000-READ-TXN-LOG
034000         THRU 8000-READ-TXN-LOG-EXIT.
034100 2000-TALLY-TXN-EXIT.
034200     EXIT.
034300 
034400*----------------------------------------------------------
034500* 2100-FOLD-THE-AMOUNT - INTEREST AND PRINCIPAL INTO THEIR
034600* OWN BUCKETS ON THE ENTRY THE SEARCH POSITIONED.
034700*----------------------------------------------------------
034800 2100-FOLD-THE-AMOUNT.
034900     IF TL-TXN-TYPE = "LOAN INT"
035000         ADD WS-TXN-AMOUNT TO WS-LT-INTEREST(WS-LT-IDX)
035100     ELSE
035200         ADD WS-TXN-AMOUNT TO WS-LT-PRINCIPAL(WS-LT-IDX)
035300     END-IF.
035400 2100-FOLD-THE-AMOUNT-EXIT.
035500     EXIT.
035600 
035700*----------------------------------------------------------
035800* 3000-STAMP-LOANS - THE BORROWER (FIRST SIX BYTES OF THE
035900* APPLICANT ID ARE THE CUSTOMER ID) AND YEAR-END BALANCE OF
036000* EACH LOAN TALLIED.  A LOAN PAID OFF IN THE YEAR SHOWS ZERO.
036100*----------------------------------------------------------
036200 3000-STAMP-LOANS.
036300     IF WS-LT-COUNT = ZERO OR NOT LOAN-FILE-OPEN
036400         GO TO 3000-STAMP-LOANS-EXIT
036500     END-IF
036600     PERFORM 3100-STAMP-ONE-LOAN
036700         THRU 3100-STAMP-ONE-LOAN-EXIT
036800         VARYING WS-LT-SUB FROM 1 BY 1
036900         UNTIL WS-LT-SUB > WS-LT-COUNT.
037000 3000-STAMP-LOANS-EXIT.
037100     EXIT.
037200 
037300*----------------------------------------------------------
037400* 3100-STAMP-ONE-LOAN - LOOK ONE TALLIED LOAN UP.
037500*----------------------------------------------------------
037600 3100-STAMP-ONE-LOAN.
037700     MOVE WS-LT-LOAN(WS-LT-SUB) TO LN-LOAN-NUMBER
037800     READ LOAN-MASTER
037900         INVALID KEY
038000             GO TO 3100-STAMP-ONE-LOAN-EXIT
038100     END-READ
038200     MOVE LN-APPLICANT-ID(1:6) TO WS-LT-CUST-ID(WS-LT-SUB)
038300     IF LN-OUTSTANDING-BAL NUMERIC
038400      AND LN-OUTSTANDING-BAL > ZERO
038500         MOVE LN-OUTSTANDING-BAL TO WS-LT-OUTSTANDING(WS-LT-SUB)
038600     END-IF.
038700 3100-STAMP-ONE-LOAN-EXIT.
038800     EXIT.
038900 
039000*----------------------------------------------------------
039100* 4000-SORT-BY-BORROWER - PUT THE TALLY IN BORROWER AND LOAN
039200* ORDER (A SIMPLE EXCHANGE SORT, AS THE SPONSOR BILLING DOES).
039300*----------------------------------------------------------
039400 4000-SORT-BY-BORROWER.
039500     IF WS-LT-COUNT > 1
039600         PERFORM 4100-COMPARE-ADJACENT
039700             THRU 4100-COMPARE-ADJACENT-EXIT
039800             VARYING WS-LT-PASS FROM 1 BY 1
039900             UNTIL WS-LT-PASS NOT < WS-LT-COUNT
040000             AFTER WS-LT-SUB FROM 1 BY 1
040100             UNTIL WS-LT-SUB NOT < WS-LT-COUNT
040200     END-IF.
040300 4000-SORT-BY-BORROWER-EXIT.
040400     EXIT.
040500 
040600*----------------------------------------------------------
040700* 4100-COMPARE-ADJACENT - SWAP TWO NEIGHBOURING LOANS THAT
040800* ARE OUT OF ORDER.
040900*----------------------------------------------------------
041000 4100-COMPARE-ADJACENT.
041100     IF WS-LT-KEY(WS-LT-SUB) > WS-LT-KEY(WS-LT-SUB + 1)
041200         MOVE WS-LT-ENTRY(WS-LT-SUB)     TO WS-LT-HOLD
041300         MOVE WS-LT-ENTRY(WS-LT-SUB + 1) TO WS-LT-ENTRY(WS-LT-SUB)
041400         MOVE WS-LT-HOLD TO WS-LT-ENTRY(WS-LT-SUB + 1)
041500     END-IF.
041600 4100-COMPARE-ADJACENT-EXIT.
041700     EXIT.
041800 
041900*----------------------------------------------------------
042000* 5000-WRITE-STATEMENTS - WALK THE SORTED TALLY, STARTING A
042100* NEW STATEMENT AT EVERY CHANGE OF BORROWER.  A LOAN NO
042200* LONGER ON THE MASTER HAS NO BORROWER AND GETS A STATEMENT
042300* OF ITS OWN.
042400*----------------------------------------------------------
042500 5000-WRITE-STATEMENTS.
042600     IF WS-LT-COUNT = ZERO
042700         GO TO 5000-WRITE-STATEMENTS-EXIT
042800     END-IF
042900     PERFORM 5100-WRITE-ONE-LOAN
043000         THRU 5100-WRITE-ONE-LOAN-EXIT
043100         VARYING WS-LT-SUB FROM 1 BY 1
043200         UNTIL WS-LT-SUB > WS-LT-COUNT
043300     PERFORM 5800-END-STATEMENT
043400         THRU 5800-END-STATEMENT-EXIT.
043500 5000-WRITE-STATEMENTS-EXIT.
043600     EXIT.
043700 
043800*----------------------------------------------------------
043900* 5100-WRITE-ONE-LOAN - ONE LOAN'S LINE ON ITS BORROWER'S
044000* STATEMENT AND ITS EXTRACT RECORD.
044100*----------------------------------------------------------
044200 5100-WRITE-ONE-LOAN.
044300     IF WS-LT-SUB = 1
044400      OR WS-LT-CUST-ID(WS-LT-SUB) NOT = WS-PREV-CUST-ID
044500      OR WS-LT-CUST-ID(WS-LT-SUB) = SPACES
044600         IF WS-LT-SUB > 1
044700             PERFORM 5800-END-STATEMENT
044800                 THRU 5800-END-STATEMENT-EXIT
044900         END-IF
045000         PERFORM 5200-START-STATEMENT
045100             THRU 5200-START-STATEMENT-EXIT
045200     END-IF
045300     MOVE WS-LT-LOAN(WS-LT-SUB)        TO SL-LOAN
045400     MOVE WS-LT-INTEREST(WS-LT-SUB)    TO SL-INTEREST
045500     MOVE WS-LT-PRINCIPAL(WS-LT-SUB)   TO SL-PRINCIPAL
045600     MOVE WS-LT-OUTSTANDING(WS-LT-SUB) TO SL-OUTSTANDING
045700     MOVE WS-LOAN-LINE TO STATEMENT-LINE
045800     PERFORM 8900-PUT-STMT-LINE
045900         THRU 8900-PUT-STMT-LINE-EXIT
046000     ADD WS-LT-INTEREST(WS-LT-SUB)    TO WS-STMT-INTEREST
046100     ADD WS-LT-PRINCIPAL(WS-LT-SUB)   TO WS-STMT-PRINCIPAL
046200     ADD WS-LT-OUTSTANDING(WS-LT-SUB) TO WS-STMT-OUTSTANDING
046300 
046400     MOVE SPACES                       TO
046500         LOAN-INTEREST-EXTRACT-RECORD
046600     MOVE WS-TAX-YEAR                  TO LX-TAX-YEAR
046700     MOVE WS-LT-CUST-ID(WS-LT-SUB)     TO LX-CUST-ID
046800     MOVE WS-BORROWER-NAME             TO LX-NAME
046900     MOVE WS-LT-LOAN(WS-LT-SUB)        TO LX-LOAN
047000     MOVE WS-LT-INTEREST(WS-LT-SUB)    TO LX-INTEREST-PAID
047100     MOVE WS-LT-PRINCIPAL(WS-LT-SUB)   TO LX-PRINCIPAL-PAID
047200     MOVE WS-LT-OUTSTANDING(WS-LT-SUB) TO LX-OUTSTANDING
047300     WRITE LOAN-INTEREST-EXTRACT-RECORD.
047400 5100-WRITE-ONE-LOAN-EXIT.
047500     EXIT.
047600 
047700*----------------------------------------------------------
047800* 5200-START-STATEMENT - THE TOP OF ONE BORROWER'S STATEMENT:
047900* HOW IT IS DELIVERED, THE TITLE, THE MAILING BLOCK AND THE
048000* COLUMN HEADINGS.
048100*----------------------------------------------------------
048200 5200-START-STATEMENT.
048300     MOVE WS-LT-CUST-ID(WS-LT-SUB) TO WS-PREV-CUST-ID
048305     MOVE WS-LT-LOAN(WS-LT-SUB)    TO WS-STMT-FIRST-LOAN
048400     MOVE ZERO TO WS-STMT-INTEREST
048500                  WS-STMT-PRINCIPAL
048600                  WS-STMT-OUTSTANDING
048700                  WS-HOLD-LINE-NO
048800     PERFORM 5300-CHECK-DELIVERY
048900         THRU 5300-CHECK-DELIVERY-EXIT
049000     ADD 1 TO WS-STMT-COUNT
049100     IF WS-DELIVER-HELD
049200         ADD 1 TO WS-HELD-COUNT
049300     END-IF
049400     MOVE WS-SEPARATOR-LINE TO STATEMENT-LINE
049500     PERFORM 8900-PUT-STMT-LINE
049600         THRU 8900-PUT-STMT-LINE-EXIT
049700     MOVE WS-TAX-YEAR TO TT-TAX-YEAR
049800     MOVE WS-TITLE-LINE TO STATEMENT-LINE
049900     PERFORM 8900-PUT-STMT-LINE
050000         THRU 8900-PUT-STMT-LINE-EXIT
050100     MOVE WS-BLANK-LINE TO STATEMENT-LINE
050200     PERFORM 8900-PUT-STMT-LINE
050300         THRU 8900-PUT-STMT-LINE-EXIT
050400     PERFORM 5400-PRINT-MAILING-BLOCK
050500         THRU 5400-PRINT-MAILING-BLOCK-EXIT
050600     MOVE WS-BLANK-LINE TO STATEMENT-LINE
050700     PERFORM 8900-PUT-STMT-LINE
050800         THRU 8900-PUT-STMT-LINE-EXIT
050900     MOVE WS-COLUMN-LINE TO STATEMENT-LINE
051000     PERFORM 8900-PUT-STMT-LINE
051100         THRU 8900-PUT-STMT-LINE-EXIT.
051200 5200-START-STATEMENT-EXIT.
051300     EXIT.
051400 
051500*----------------------------------------------------------
051600* 5300-CHECK-DELIVERY - A BORROWER WHOSE ADDRESS IS FLAGGED
051700* RETURNED-MAIL HAS THE STATEMENT HELD ON HOLDMAIL INSTEAD
051800* OF PRINTED.  THE BORROWER'S NAME IS PICKED UP HERE TOO.
051900*----------------------------------------------------------
052000 5300-CHECK-DELIVERY.
052100     MOVE "P" TO WS-DELIVERY-FLAG
052200     MOVE ZERO TO WS-HOLD-RET-DATE
052300     MOVE "** NOT ON MASTER **" TO WS-BORROWER-NAME
052400     IF WS-PREV-CUST-ID = SPACES
052500         GO TO 5300-CHECK-DELIVERY-EXIT
052600     END-IF
052700     MOVE WS-PREV-CUST-ID TO WS-BORROWER-NAME
052800     IF CUSTM-FILE-OPEN
052900         MOVE WS-PREV-CUST-ID TO CM-CUST-ID
053000         READ CUSTOMER-MASTER
053100             INVALID KEY
053200                 CONTINUE
053300             NOT INVALID KEY
053400                 MOVE CM-CUST-NAME TO WS-BORROWER-NAME
053500         END-READ
053600     END-IF
053700     IF NOT ADDR-FILE-OPEN
053800         GO TO 5300-CHECK-DELIVERY-EXIT
053900     END-IF
054000     MOVE WS-PREV-CUST-ID TO AD-CUST-ID
054100     READ CUSTOMER-ADDRESS
054200         INVALID KEY
054300             GO TO 5300-CHECK-DELIVERY-EXIT
054400     END-READ
054500     IF AD-MAIL-RETURNED
054600         MOVE "H" TO WS-DELIVERY-FLAG
054700         MOVE AD-RETURNED-DATE TO WS-HOLD-RET-DATE
054800     END-IF.
054900 5300-CHECK-DELIVERY-EXIT.
055000     EXIT.
055100 
055200*----------------------------------------------------------
055300* 5400-PRINT-MAILING-BLOCK - THE ADDRESSEE BLOCK: NAME FROM
055400* CUSTMSTR, ADDRESS FROM CUSTADDR (ALREADY READ BY THE
055500* DELIVERY CHECK), AND THE MAILING-PREFERENCE NOTE.
055600*----------------------------------------------------------
055700 5400-PRINT-MAILING-BLOCK.
055800     MOVE WS-BORROWER-NAME TO MN-NAME
055900     MOVE WS-PREV-CUST-ID  TO MN-CUST-ID
056000     MOVE WS-MAIL-NAME-LINE TO STATEMENT-LINE
056100     PERFORM 8900-PUT-STMT-LINE
056200         THRU 8900-PUT-STMT-LINE-EXIT
056300     IF NOT ADDR-FILE-OPEN OR WS-PREV-CUST-ID = SPACES
056400         GO TO 5400-PRINT-MAILING-BLOCK-NONE
056500     END-IF
056600     MOVE WS-PREV-CUST-ID TO AD-CUST-ID
056700     READ CUSTOMER-ADDRESS
056800         INVALID KEY
056900             GO TO 5400-PRINT-MAILING-BLOCK-NONE
057000     END-READ
057100     MOVE AD-STREET TO MS-STREET
057200     MOVE WS-MAIL-STREET-LINE TO STATEMENT-LINE
057300     PERFORM 8900-PUT-STMT-LINE
057400         THRU 8900-PUT-STMT-LINE-EXIT
057500     MOVE AD-CITY   TO MC-CITY
057600     MOVE AD-STATE  TO MC-STATE
057700     MOVE AD-ZIP    TO MC-ZIP
057800     MOVE WS-MAIL-CITY-LINE TO STATEMENT-LINE
057900     PERFORM 8900-PUT-STMT-LINE
058000         THRU 8900-PUT-STMT-LINE-EXIT
058100     IF AD-HOLD-AT-BRANCH
058200         MOVE "     HOLD AT BRANCH FOR PICKUP"
058300             TO WS-MAIL-NOTE-LINE
058400         MOVE WS-MAIL-NOTE-LINE TO STATEMENT-LINE
058500         PERFORM 8900-PUT-STMT-LINE
058600             THRU 8900-PUT-STMT-LINE-EXIT
058700     END-IF
058800     GO TO 5400-PRINT-MAILING-BLOCK-EXIT.
058900 
059000 5400-PRINT-MAILING-BLOCK-NONE.
059100     ADD 1 TO WS-NO-ADDR-COUNT
059200     MOVE "     ** NO ADDRESS ON FILE **" TO WS-MAIL-NOTE-LINE
059300     MOVE WS-MAIL-NOTE-LINE TO STATEMENT-LINE
059400     PERFORM 8900-PUT-STMT-LINE
059500         THRU 8900-PUT-STMT-LINE-EXIT.
059600 5400-PRINT-MAILING-BLOCK-EXIT.
059700     EXIT.
059800 
059900*----------------------------------------------------------
060000* 5800-END-STATEMENT - THE BORROWER'S TOTALS AND THE CLOSING
060100* NOTE.
060200*----------------------------------------------------------
060300 5800-END-STATEMENT.
060400     MOVE "TOTAL"             TO SL-LOAN
060500     MOVE WS-STMT-INTEREST    TO SL-INTEREST
060600     MOVE WS-STMT-PRINCIPAL   TO SL-PRINCIPAL
060700     MOVE WS-STMT-OUTSTANDING TO SL-OUTSTANDING
060800     MOVE WS-LOAN-LINE TO STATEMENT-LINE
060900     PERFORM 8900-PUT-STMT-LINE
061000         THRU 8900-PUT-STMT-LINE-EXIT
061100     MOVE WS-BLANK-LINE TO STATEMENT-LINE
061200     PERFORM 8900-PUT-STMT-LINE
061300         THRU 8900-PUT-STMT-LINE-EXIT
061400     MOVE WS-CLOSING-LINE TO STATEMENT-LINE
061500     PERFORM 8900-PUT-STMT-LINE
061600         THRU 8900-PUT-STMT-LINE-EXIT.
061700 5800-END-STATEMENT-EXIT.
061800     EXIT.
061900 
062000*----------------------------------------------------------
062100* 8000-READ-TXN-LOG - READ THE NEXT TRANSACTION-LOG RECORD.
062200*----------------------------------------------------------
062300 8000-READ-TXN-LOG.
062400     READ TRANSACTION-LOG
062500         AT END
062600             MOVE "Y" TO WS-EOF-FLAG
062700     END-READ.
062800 8000-READ-TXN-LOG-EXIT.
062900     EXIT.
063000 
063100*----------------------------------------------------------
063200* 8900-PUT-STMT-LINE - WRITE THE STATEMENT LINE IN THE
063300* RECORD AREA: TO LNINTSTM FOR THE PRINT RUN, OR TO HOLDMAIL
063400* WHEN THE BORROWER'S MAIL IS BEING RETURNED.
063500*----------------------------------------------------------
063600 8900-PUT-STMT-LINE.
063700     IF NOT WS-DELIVER-HELD
063800         WRITE STATEMENT-LINE
063900         GO TO 8900-PUT-STMT-LINE-EXIT
064000     END-IF
064100     ADD 1 TO WS-HOLD-LINE-NO
064200     MOVE WS-BUSINESS-DATE      TO HM-HELD-DATE
064300     MOVE "LOANINTS"            TO HM-SOURCE
064400     MOVE WS-PREV-CUST-ID       TO HM-CUST-ID
064500     MOVE WS-STMT-FIRST-LOAN    TO HM-REF
064600     MOVE WS-HOLD-RET-DATE      TO HM-RETURNED-DATE
064700     MOVE WS-HOLD-LINE-NO       TO HM-LINE-NO
064800     MOVE STATEMENT-LINE        TO HM-IMAGE
064900     WRITE HOLD-MAIL-RECORD.
065000 8900-PUT-STMT-LINE-EXIT.
065100     EXIT.
065200 
065210*----------------------------------------------------------
065220* 8950-LOG-EXCEPTION - WRITE THE PREPARED WARNING TO EXCPLOG
065230* FOR THE MORNING EXCEPTIONS REPORT.
065240*----------------------------------------------------------
065250 8950-LOG-EXCEPTION.
065260     CALL "EXCPLOG" USING WS-EXCP-PROGRAM WS-EXCP-SEVERITY
065270         WS-EXCP-MESSAGE WS-EXCP-FSTATUS.
065280 8950-LOG-EXCEPTION-EXIT.
065290     EXIT.
065295 
065300*----------------------------------------------------------
065400* 9000-TERMINATE - CLOSE FILES AND WRITE THE DAILY-STATS
065500* SUMMARY RECORD.
065600*----------------------------------------------------------
065700 9000-TERMINATE.
065800     IF INIT-SUCCESSFUL
065900         CLOSE TRANSACTION-LOG
066000               STATEMENT-FILE
066100               LOAN-INTEREST-EXTRACT
066200               HOLD-MAIL-FILE
066300         IF LOAN-FILE-OPEN
066400             CLOSE LOAN-MASTER
066500         END-IF
066600         IF CUSTM-FILE-OPEN
066700             CLOSE CUSTOMER-MASTER
066800         END-IF
066900         IF ADDR-FILE-OPEN
067000             CLOSE CUSTOMER-ADDRESS
067100         END-IF
067200     END-IF
067300     PERFORM 9500-WRITE-DAILY-STATS
067400         THRU 9500-WRITE-DAILY-STATS-EXIT
067500     DISPLAY "LOAN-INTEREST-STATEMENT: " WS-ENTRY-COUNT
067600         " ENTRIES OVER " WS-LT-COUNT " LOANS, "
067700         WS-STMT-COUNT " STATEMENTS, " WS-HELD-COUNT " HELD, "
067800         WS-NO-ADDR-COUNT " WITHOUT ADDRESS".
067900 9000-TERMINATE-EXIT.
068000     EXIT.
068100 
068200*----------------------------------------------------------
068300* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
068400* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
068500* CONSOLIDATED REPORT.
068600*----------------------------------------------------------
068700 9500-WRITE-DAILY-STATS.
068800     OPEN EXTEND DAILY-STATS-FILE
068900     MOVE "LOAN-INTEREST-STATEMENT" TO DS-PROGRAM-NAME
069000     MOVE WS-STMT-COUNT     TO DS-RECORD-COUNT
069100     MOVE WS-STMT-COUNT     TO WS-STMT-COUNT-DISP
069200     MOVE WS-LT-COUNT       TO WS-LOAN-COUNT-DISP
069300     MOVE WS-HELD-COUNT     TO WS-HELD-COUNT-DISP
069400     MOVE SPACES            TO DS-DETAIL
069500     STRING "STMTS: " DELIMITED BY SIZE
069600         WS-STMT-COUNT-DISP DELIMITED BY SIZE
069700         "  LOANS: " DELIMITED BY SIZE
069800         WS-LOAN-COUNT-DISP DELIMITED BY SIZE
069900         "  HELD: " DELIMITED BY SIZE
070000         WS-HELD-COUNT-DISP DELIMITED BY SIZE
070100         INTO DS-DETAIL
070200     END-STRING
070300     WRITE DAILY-STAT-RECORD
070400     CLOSE DAILY-STATS-FILE.
070500 9500-WRITE-DAILY-STATS-EXIT.
070600     EXIT.
