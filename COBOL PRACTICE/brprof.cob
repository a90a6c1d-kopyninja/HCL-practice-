000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BRANCH-PROFIT-REPORT.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  MONTHLY BRANCH PROFITABILITY
001100*                 REPORT FOR THE MONTH ON SYSIN (YYYYMM).  PER
001200*                 BRANCH: DEPOSIT INTEREST PAID, OVERDRAFT AND
001300*                 LOAN INTEREST EARNED, FEE INCOME NET OF
001400*                 WAIVERS AND REFUNDS, AVERAGE DEPOSIT AND
001500*                 LOAN BALANCES, AND ACCOUNTS OPENED AND
001600*                 CLOSED, WITH THE NET CONTRIBUTION, AN
001700*                 ALL-BRANCH HEAD-OFFICE TOTAL AND THE PRIOR
001800*                 MONTH ALONGSIDE FROM THE BRPROFHS HISTORY,
001900*                 WHICH EACH RUN APPENDS TO.
002000*----------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT TRANSACTION-DETAIL ASSIGN TO "TXNDETL"
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS DYNAMIC
002700         RECORD KEY IS TD-KEY
002800         FILE STATUS IS WS-TXND-STATUS.
002900
003000     SELECT TRANSACTION-LOG ASSIGN TO "TXNLOG"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-TXN-STATUS.
003300
003400     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS ACCT-NUMBER
003800         ALTERNATE RECORD KEY IS ACCT-NAME
003900             WITH DUPLICATES
004000         FILE STATUS IS WS-ACCT-STATUS.
004100
004200     SELECT LOAN-MASTER ASSIGN TO "LOANMSTR"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS LN-LOAN-NUMBER
004600         FILE STATUS IS WS-LOAN-STATUS.
004700
004800     SELECT BALANCE-HISTORY ASSIGN TO "BALHIST"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS BH-KEY
005200         FILE STATUS IS WS-BALH-STATUS.
005300
005400     SELECT PROFIT-HISTORY ASSIGN TO "BRPROFHS"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-HIST-STATUS.
005700
005800     SELECT PROFIT-REPORT ASSIGN TO "BRPRFRPT"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000
006100     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  TRANSACTION-DETAIL.
006700 01  TRANSACTION-DETAIL-RECORD.
006800     COPY TXNDETL.
006900
007000 FD  TRANSACTION-LOG.
007100 01  TRANSACTION-LOG-LINE.
007200     05  TL-TIMESTAMP        PIC X(14).
007300     05  FILLER              PIC X(01).
007400     05  TL-ACCT             PIC X(06).
007500     05  FILLER              PIC X(01).
007600     05  TL-TXN-TYPE         PIC X(10).
007700     05  FILLER              PIC X(01).
007800     05  TL-AMOUNT           PIC X(10).
007900     05  FILLER              PIC X(01).
008000     05  TL-BALANCE          PIC X(11).
008100     05  FILLER              PIC X(01).
008200     05  TL-OPERATOR         PIC X(06).
008300     05  FILLER              PIC X(01).
008400     05  TL-REFERENCE        PIC X(08).
008500     05  FILLER              PIC X(19).
008600
008700 FD  ACCOUNT-MASTER.
008800 01  ACCOUNT-RECORD.
008900     COPY ACCTREC.
009000
009100 FD  LOAN-MASTER.
009200 01  LOAN-MASTER-RECORD.
009300     COPY LOANREC.
009400
009500 FD  BALANCE-HISTORY.
009600 01  BALANCE-HISTORY-RECORD.
009700     COPY BALHREC.
009800
009900 FD  PROFIT-HISTORY.
010000 01  PROFIT-HISTORY-RECORD.
010100     COPY BPRFREC.
010200
010300 FD  PROFIT-REPORT.
010400 01  PROFIT-REPORT-LINE      PIC X(80).
010500
010600 FD  DAILY-STATS-FILE.
010700     COPY DLYSTAT.
010800
010900 WORKING-STORAGE SECTION.
011000*----------------------------------------------------------
011100* SWITCHES AND FILE STATUS
011200*----------------------------------------------------------
011300 01  WS-SWITCHES.
011400     05  WS-TXND-EOF-FLAG    PIC X(01) VALUE "N".
011500         88  END-OF-TXN-DETAIL       VALUE "Y".
011600     05  WS-TXN-EOF-FLAG     PIC X(01) VALUE "N".
011700         88  END-OF-TXN-LOG          VALUE "Y".
011800     05  WS-LOAN-EOF-FLAG    PIC X(01) VALUE "N".
011900         88  END-OF-LOANS            VALUE "Y".
012000     05  WS-BALH-EOF-FLAG    PIC X(01) VALUE "N".
012100         88  END-OF-BALANCE-HISTORY  VALUE "Y".
012200     05  WS-HIST-EOF-FLAG    PIC X(01) VALUE "N".
012300         88  END-OF-PROFIT-HISTORY   VALUE "Y".
012400     05  WS-ACCT-OPEN-FLAG   PIC X(01) VALUE "N".
012500         88  ACCT-FILE-OPEN          VALUE "Y".
012600     05  WS-LOAN-OPEN-FLAG   PIC X(01) VALUE "N".
012700         88  LOAN-FILE-OPEN          VALUE "Y".
012800     05  WS-TABLE-FULL-FLAG  PIC X(01) VALUE "N".
012900         88  BRANCH-TABLE-FULL       VALUE "Y".
013000 01  WS-TXND-STATUS          PIC X(02).
013100     88  TXND-FILE-OK                VALUE "00".
013200 01  WS-TXN-STATUS           PIC X(02).
013300     88  TXN-FILE-OK                 VALUE "00".
013400 01  WS-ACCT-STATUS          PIC X(02).
013500     88  ACCT-FILE-OK                VALUE "00".
013600 01  WS-LOAN-STATUS          PIC X(02).
013700     88  LOAN-FILE-OK                VALUE "00".
013800 01  WS-BALH-STATUS          PIC X(02).
013900     88  BALH-FILE-OK                VALUE "00".
014000 01  WS-HIST-STATUS          PIC X(02).
014100     88  HIST-FILE-OK                VALUE "00".
014200     88  HIST-FILE-NOT-FOUND         VALUE "35".
014300
014400*----------------------------------------------------------
014500* REPORT MONTH AND PRIOR MONTH
014600*----------------------------------------------------------
014700 01  WS-REPORT-MONTH         PIC 9(06) VALUE ZERO.
014800 01  WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH
014900                             PIC X(06).
015000 01  WS-PRIOR-MONTH          PIC 9(06) VALUE ZERO.
015100 01  WS-MONTH-PARTS.
015200     05  WS-MP-YYYY          PIC 9(04).
015300     05  WS-MP-MM            PIC 9(02).
015400
015500*----------------------------------------------------------
015600* ONE ENTRY PER BRANCH SEEN THIS MONTH OR LAST MONTH.  THE
015700* LAST ENTRY IS RESERVED FOR THE ALL-BRANCH HEAD-OFFICE
015800* TOTAL.  BRANCH SPACES IS THE HEAD OFFICE ITSELF.
015900*----------------------------------------------------------
016000 01  WS-BR-COUNT             PIC 9(02) COMP VALUE ZERO.
016100 01  WS-BR-MAX               PIC 9(02) COMP VALUE 60.
016200 01  WS-BR-TOTAL             PIC 9(02) COMP VALUE 61.
016300 01  WS-BRANCH-TABLE.
016400     05  WS-BR-ENTRY         OCCURS 61 TIMES.
016500         10  WS-BR-CODE      PIC X(03).
016600         10  WS-BR-PRINTED   PIC X(01).
016700         10  WS-BR-PRIOR-FLAG
016800                             PIC X(01).
016900         10  WS-BR-DEP-INT   PIC S9(11)V99.
017000         10  WS-BR-OD-INT    PIC S9(11)V99.
017100         10  WS-BR-LOAN-INT  PIC S9(11)V99.
017200         10  WS-BR-FEES      PIC S9(11)V99.
017300         10  WS-BR-DEP-SUM   PIC S9(13)V99.
017400         10  WS-BR-AVG-DEP   PIC S9(11)V99.
017500         10  WS-BR-LOAN-EOM  PIC S9(11)V99.
017600         10  WS-BR-AVG-LOAN  PIC S9(11)V99.
017700         10  WS-BR-OPENED    PIC 9(07) COMP.
017800         10  WS-BR-CLOSED    PIC 9(07) COMP.
017900         10  WS-BR-PR-DEP-INT
018000                             PIC S9(11)V99.
018100         10  WS-BR-PR-OD-INT PIC S9(11)V99.
018200         10  WS-BR-PR-LOAN-INT
018300                             PIC S9(11)V99.
018400         10  WS-BR-PR-FEES   PIC S9(11)V99.
018500         10  WS-BR-PR-AVG-DEP
018600                             PIC S9(11)V99.
018700         10  WS-BR-PR-LOAN-EOM
018800                             PIC S9(11)V99.
018900         10  WS-BR-PR-AVG-LOAN
019000                             PIC S9(11)V99.
019100         10  WS-BR-PR-OPENED PIC 9(07) COMP.
019200         10  WS-BR-PR-CLOSED PIC 9(07) COMP.
019300 01  WS-BR-SUB               PIC 9(02) COMP VALUE ZERO.
019400 01  WS-PRT-SUB              PIC 9(02) COMP VALUE ZERO.
019500 01  WS-LOW-SUB              PIC 9(02) COMP VALUE ZERO.
019600 01  WS-SCAN-SUB             PIC 9(02) COMP VALUE ZERO.
019700 01  WS-FIND-BRANCH          PIC X(03) VALUE SPACES.
019800
019900*----------------------------------------------------------
020000* SNAPSHOT DAYS SEEN IN THE MONTH, FOR THE DEPOSIT AVERAGE
020100*----------------------------------------------------------
020200 01  WS-DAY-TABLE.
020300     05  WS-DAY-SEEN         PIC X(01) OCCURS 31 TIMES.
020400 01  WS-DAY-COUNT            PIC 9(02) COMP VALUE ZERO.
020500 01  WS-SNAP-DATE            PIC 9(08) VALUE ZERO.
020600 01  WS-SNAP-PARTS REDEFINES WS-SNAP-DATE.
020700     05  WS-SNAP-YYYYMM      PIC 9(06).
020800     05  WS-SNAP-DD          PIC 9(02).
020900 01  WS-LAST-ACCT            PIC X(06) VALUE SPACES.
021000 01  WS-LAST-BR-SUB          PIC 9(02) COMP VALUE ZERO.
021100
021200*----------------------------------------------------------
021300* RUN FIELDS AND COUNTS
021400*----------------------------------------------------------
021500 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
021600 01  WS-TXN-AMOUNT           PIC 9(7)V99 VALUE ZERO.
021700 01  WS-NET-THIS             PIC S9(11)V99 VALUE ZERO.
021800 01  WS-NET-PRIOR            PIC S9(11)V99 VALUE ZERO.
021900 01  WS-LINE-THIS            PIC S9(11)V99 VALUE ZERO.
022000 01  WS-LINE-PRIOR           PIC S9(11)V99 VALUE ZERO.
022100 01  WS-DETAIL-COUNT         PIC 9(07) COMP VALUE ZERO.
022200 01  WS-LOG-COUNT            PIC 9(07) COMP VALUE ZERO.
022300 01  WS-HIST-WRITTEN         PIC 9(05) COMP VALUE ZERO.
022400 01  WS-BRANCH-DISP          PIC ZZ9.
022500 01  WS-MONTH-DISP           PIC 9(06).
022600
022700*----------------------------------------------------------
022800* SHARED EXCEPTION-LOG FIELDS FOR THE EXCPLOG SUBPROGRAM.
022900*----------------------------------------------------------
023000 01  WS-EXCP-PROGRAM         PIC X(23)
023100     VALUE "BRANCH-PROFIT-REPORT".
023200 01  WS-EXCP-SEVERITY        PIC X(01) VALUE "W".
023300 01  WS-EXCP-MESSAGE         PIC X(40) VALUE SPACES.
023400 01  WS-EXCP-FSTATUS         PIC X(02) VALUE SPACES.
023500
023600*----------------------------------------------------------
023700* REPORT LINES
023800*----------------------------------------------------------
023900 01  WS-HEADING-LINE-1       PIC X(80) VALUE
024000     "BRANCH PROFITABILITY REPORT".
024100 01  WS-HEADING-LINE-2.
024200     05  FILLER              PIC X(13) VALUE "REPORT MONTH ".
024300     05  HD-MONTH            PIC 9(06).
024400     05  FILLER              PIC X(15) VALUE
024500         "   PRIOR MONTH ".
024600     05  HD-PRIOR-MONTH      PIC 9(06).
024700 01  WS-HEADING-LINE-3.
024800     05  FILLER              PIC X(28) VALUE SPACES.
024900     05  FILLER              PIC X(48) VALUE
025000         "      THIS MONTH     PRIOR MONTH          CHANGE".
025100 01  WS-BRANCH-LINE.
025200     05  BL-TITLE            PIC X(40).
025300 01  WS-AMOUNT-LINE.
025400     05  FILLER              PIC X(02) VALUE SPACES.
025500     05  AL-LABEL            PIC X(26).
025600     05  FILLER              PIC X(01) VALUE SPACE.
025700     05  AL-THIS             PIC ZZZ,ZZZ,ZZ9.99-.
025800     05  FILLER              PIC X(01) VALUE SPACE.
025900     05  AL-PRIOR            PIC ZZZ,ZZZ,ZZ9.99-.
026000     05  FILLER              PIC X(01) VALUE SPACE.
026100     05  AL-CHANGE           PIC ZZZ,ZZZ,ZZ9.99-.
026200 01  WS-NOTE-LINE.
026300     05  FILLER              PIC X(02) VALUE SPACES.
026400     05  NL-NOTE             PIC X(50).
026500 01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
026600
026700 PROCEDURE DIVISION.
026800*----------------------------------------------------------
026900* 0000-MAINLINE
027000*----------------------------------------------------------
027100 0000-MAINLINE.
027200     PERFORM 1000-INITIALIZE
027300         THRU 1000-INITIALIZE-EXIT
027400     PERFORM 2000-SCAN-TXN-DETAIL
027500         THRU 2000-SCAN-TXN-DETAIL-EXIT
027600     PERFORM 4000-TOTAL-LOANS
027700         THRU 4000-TOTAL-LOANS-EXIT
027800     PERFORM 3000-SCAN-TXN-LOG
027900         THRU 3000-SCAN-TXN-LOG-EXIT
028000     PERFORM 5000-AVERAGE-DEPOSITS
028100         THRU 5000-AVERAGE-DEPOSITS-EXIT
028200     PERFORM 6000-PRINT-REPORT
028300         THRU 6000-PRINT-REPORT-EXIT
028400     PERFORM 7000-WRITE-HISTORY
028500         THRU 7000-WRITE-HISTORY-EXIT
028600     PERFORM 9000-TERMINATE
028700         THRU 9000-TERMINATE-EXIT
028800     STOP RUN.
028900
029000*----------------------------------------------------------
029100* 1000-INITIALIZE - TAKE THE REPORT MONTH FROM SYSIN, WORK
029200* OUT THE PRIOR MONTH AND LOAD ITS FIGURES FROM THE
029300* HISTORY FILE.
029400*----------------------------------------------------------
029500 1000-INITIALIZE.
029600     CALL "GETBDATE" USING WS-BUSINESS-DATE
029700     DISPLAY "ENTER REPORT MONTH (YYYYMM): "
029800     ACCEPT WS-REPORT-MONTH
029900     MOVE WS-REPORT-MONTH TO WS-MONTH-PARTS
030000     IF WS-MP-MM = 1
030100         SUBTRACT 1 FROM WS-MP-YYYY
030200         MOVE 12 TO WS-MP-MM
030300     ELSE
030400         SUBTRACT 1 FROM WS-MP-MM
030500     END-IF
030600     MOVE WS-MONTH-PARTS TO WS-PRIOR-MONTH
030700     INITIALIZE WS-BRANCH-TABLE
030800     INITIALIZE WS-DAY-TABLE
030900
031000     OPEN OUTPUT PROFIT-REPORT
031100     WRITE PROFIT-REPORT-LINE FROM WS-HEADING-LINE-1
031200     MOVE WS-REPORT-MONTH TO HD-MONTH
031300     MOVE WS-PRIOR-MONTH  TO HD-PRIOR-MONTH
031400     WRITE PROFIT-REPORT-LINE FROM WS-HEADING-LINE-2
031500     WRITE PROFIT-REPORT-LINE FROM WS-HEADING-LINE-3
031600
031700     PERFORM 1100-LOAD-PRIOR-MONTH
031800         THRU 1100-LOAD-PRIOR-MONTH-EXIT.
031900 1000-INITIALIZE-EXIT.
032000     EXIT.
032100
032200*----------------------------------------------------------
032300* 1100-LOAD-PRIOR-MONTH - PICK THE PRIOR MONTH'S RECORDS
032400* OFF BRPROFHS.  NO HISTORY YET (THE FIRST RUN) LEAVES
032500* EVERY BRANCH WITHOUT A PRIOR MONTH.
032600*----------------------------------------------------------
032700 1100-LOAD-PRIOR-MONTH.
032800     OPEN INPUT PROFIT-HISTORY
032900     IF NOT HIST-FILE-OK
033000         DISPLAY "BRANCH-PROFIT-REPORT: NO BRPROFHS HISTORY, "
033100             "STATUS " WS-HIST-STATUS
033200         GO TO 1100-LOAD-PRIOR-MONTH-EXIT
033300     END-IF
033400     PERFORM 1200-READ-HISTORY
033500         THRU 1200-READ-HISTORY-EXIT
033600     PERFORM 1300-STORE-PRIOR
033700         THRU 1300-STORE-PRIOR-EXIT
033800         UNTIL END-OF-PROFIT-HISTORY
033900     CLOSE PROFIT-HISTORY.
034000 1100-LOAD-PRIOR-MONTH-EXIT.
034100     EXIT.
034200
034300*----------------------------------------------------------
034400* 1200-READ-HISTORY - READ ONE BRPROFHS RECORD.
034500*----------------------------------------------------------
034600 1200-READ-HISTORY.
034700     READ PROFIT-HISTORY
034800         AT END
034900             MOVE "Y" TO WS-HIST-EOF-FLAG
035000     END-READ.
035100 1200-READ-HISTORY-EXIT.
035200     EXIT.
035300
035400*----------------------------------------------------------
035500* 1300-STORE-PRIOR - KEEP A PRIOR-MONTH RECORD AGAINST ITS
035600* BRANCH.  A LATER RECORD FOR THE SAME BRANCH (A RERUN OF
035700* THAT MONTH) REPLACES AN EARLIER ONE.
035800*----------------------------------------------------------
035900 1300-STORE-PRIOR.
036000     IF BP-MONTH NOT = WS-PRIOR-MONTH
036100         GO TO 1300-STORE-PRIOR-NEXT
036200     END-IF
036300     MOVE BP-BRANCH TO WS-FIND-BRANCH
036400     PERFORM 8000-FIND-BRANCH
036500         THRU 8000-FIND-BRANCH-EXIT
036600     MOVE "Y"                TO WS-BR-PRIOR-FLAG(WS-BR-SUB)
036700     MOVE BP-DEP-INT-PAID    TO WS-BR-PR-DEP-INT(WS-BR-SUB)
036800     MOVE BP-OD-INT-EARNED   TO WS-BR-PR-OD-INT(WS-BR-SUB)
036900     MOVE BP-LOAN-INT-EARNED TO WS-BR-PR-LOAN-INT(WS-BR-SUB)
037000     MOVE BP-FEE-INCOME      TO WS-BR-PR-FEES(WS-BR-SUB)
037100     MOVE BP-AVG-DEP-BAL     TO WS-BR-PR-AVG-DEP(WS-BR-SUB)
037200     MOVE BP-AVG-LOAN-BAL    TO WS-BR-PR-AVG-LOAN(WS-BR-SUB)
037300     MOVE BP-LOAN-EOM-BAL    TO WS-BR-PR-LOAN-EOM(WS-BR-SUB)
037400     MOVE BP-OPENED          TO WS-BR-PR-OPENED(WS-BR-SUB)
037500     MOVE BP-CLOSED          TO WS-BR-PR-CLOSED(WS-BR-SUB).
037600 1300-STORE-PRIOR-NEXT.
037700     PERFORM 1200-READ-HISTORY
037800         THRU 1200-READ-HISTORY-EXIT.
037900 1300-STORE-PRIOR-EXIT.
038000     EXIT.
038100
038200*----------------------------------------------------------
038300* 2000-SCAN-TXN-DETAIL - FOLD THE MONTH'S DEPOSIT-SIDE
038400* ACTIVITY FROM TXNDETL INTO ITS ORIGINATING BRANCH.
038500*----------------------------------------------------------
038600 2000-SCAN-TXN-DETAIL.
038700     OPEN INPUT TRANSACTION-DETAIL
038800     IF NOT TXND-FILE-OK
038900         MOVE "TXNDETL OPEN FAILED" TO WS-EXCP-MESSAGE
039000         MOVE WS-TXND-STATUS TO WS-EXCP-FSTATUS
039100         PERFORM 8900-LOG-EXCEPTION
039200             THRU 8900-LOG-EXCEPTION-EXIT
039300         GO TO 2000-SCAN-TXN-DETAIL-EXIT
039400     END-IF
039500     PERFORM 2100-READ-TXN-DETAIL
039600         THRU 2100-READ-TXN-DETAIL-EXIT
039700     PERFORM 2200-FOLD-DETAIL
039800         THRU 2200-FOLD-DETAIL-EXIT
039900         UNTIL END-OF-TXN-DETAIL
040000     CLOSE TRANSACTION-DETAIL.
040100 2000-SCAN-TXN-DETAIL-EXIT.
040200     EXIT.
040300
040400*----------------------------------------------------------
040500* 2100-READ-TXN-DETAIL - READ THE NEXT TXNDETL RECORD.
040600*----------------------------------------------------------
040700 2100-READ-TXN-DETAIL.
040800     READ TRANSACTION-DETAIL NEXT RECORD
040900         AT END
041000             MOVE "Y" TO WS-TXND-EOF-FLAG
041100     END-READ.
041200 2100-READ-TXN-DETAIL-EXIT.
041300     EXIT.
041400
041500*----------------------------------------------------------
041600* 2200-FOLD-DETAIL - ADD ONE OF THE MONTH'S ENTRIES TO ITS
041700* BRANCH: INTEREST PAID, OVERDRAFT INTEREST, FEES LESS FEE
041800* WAIVERS AND REFUNDS, OPENINGS AND CLOSURES (AN ESCHEAT
041900* CLOSES THE ACCOUNT TOO).  OTHER TYPES ARE NOT INCOME.
042000*----------------------------------------------------------
042100 2200-FOLD-DETAIL.
042200     IF TD-TIMESTAMP(1:6) NOT = WS-REPORT-MONTH-X
042300         GO TO 2200-FOLD-DETAIL-NEXT
042400     END-IF
042500     MOVE TD-BRANCH TO WS-FIND-BRANCH
042600     PERFORM 8000-FIND-BRANCH
042700         THRU 8000-FIND-BRANCH-EXIT
042800     ADD 1 TO WS-DETAIL-COUNT
042900     EVALUATE TD-TXN-TYPE
043000         WHEN "INTEREST"
043100             ADD TD-AMOUNT TO WS-BR-DEP-INT(WS-BR-SUB)
043200         WHEN "OD INT"
043300             ADD TD-AMOUNT TO WS-BR-OD-INT(WS-BR-SUB)
043400         WHEN "FEE"
043500         WHEN "NSF FEE"
043600         WHEN "SDB RENT"
043700             ADD TD-AMOUNT TO WS-BR-FEES(WS-BR-SUB)
043800         WHEN "FEE WAIVE"
043900             SUBTRACT TD-AMOUNT FROM WS-BR-FEES(WS-BR-SUB)
044000         WHEN "OPEN ACCT"
044100             ADD 1 TO WS-BR-OPENED(WS-BR-SUB)
044200         WHEN "CLOSE ACCT"
044300         WHEN "ESCHEAT"
044400             ADD 1 TO WS-BR-CLOSED(WS-BR-SUB)
044500         WHEN OTHER
044600             CONTINUE
044700     END-EVALUATE.
044800 2200-FOLD-DETAIL-NEXT.
044900     PERFORM 2100-READ-TXN-DETAIL
045000         THRU 2100-READ-TXN-DETAIL-EXIT.
045100 2200-FOLD-DETAIL-EXIT.
045200     EXIT.
045300
045400*----------------------------------------------------------
045500* 3000-SCAN-TXN-LOG - LOAN INCOME IS LOGGED ONLY ON TXNLOG,
045600* UNDER THE LOAN NUMBER: INTEREST COLLECTED ("LOAN INT")
045700* AND LATE FEES CHARGED LESS LATE FEES WAIVED.  EACH IS
045800* CREDITED TO THE LOAN'S BRANCH.
045900*----------------------------------------------------------
046000 3000-SCAN-TXN-LOG.
046100     OPEN INPUT TRANSACTION-LOG
046200     IF NOT TXN-FILE-OK
046300         MOVE "TXNLOG OPEN FAILED" TO WS-EXCP-MESSAGE
046400         MOVE WS-TXN-STATUS TO WS-EXCP-FSTATUS
046500         PERFORM 8900-LOG-EXCEPTION
046600             THRU 8900-LOG-EXCEPTION-EXIT
046700         GO TO 3000-SCAN-TXN-LOG-EXIT
046800     END-IF
046900     PERFORM 3100-READ-TXN-LOG
047000         THRU 3100-READ-TXN-LOG-EXIT
047100     PERFORM 3200-FOLD-LOAN-ENTRY
047200         THRU 3200-FOLD-LOAN-ENTRY-EXIT
047300         UNTIL END-OF-TXN-LOG
047400     CLOSE TRANSACTION-LOG.
047500 3000-SCAN-TXN-LOG-EXIT.
047600     EXIT.
047700
047800*----------------------------------------------------------
047900* 3100-READ-TXN-LOG - READ THE NEXT TXNLOG RECORD.
048000*----------------------------------------------------------
048100 3100-READ-TXN-LOG.
048200     READ TRANSACTION-LOG
048300         AT END
048400             MOVE "Y" TO WS-TXN-EOF-FLAG
048500     END-READ.
048600 3100-READ-TXN-LOG-EXIT.
048700     EXIT.
048800
048900*----------------------------------------------------------
049000* 3200-FOLD-LOAN-ENTRY - ADD ONE OF THE MONTH'S LOAN INCOME
049100* ENTRIES TO ITS LOAN'S BRANCH.  A LOAN NO LONGER ON THE
049200* MASTER FALLS TO THE HEAD OFFICE.
049300*----------------------------------------------------------
049400 3200-FOLD-LOAN-ENTRY.
049500     IF TL-TIMESTAMP(1:6) NOT = WS-REPORT-MONTH-X
049600         GO TO 3200-FOLD-LOAN-ENTRY-NEXT
049700     END-IF
049800     IF TL-TXN-TYPE NOT = "LOAN INT"
049900      AND TL-TXN-TYPE NOT = "LATE FEE"
050000      AND TL-TXN-TYPE NOT = "LATE WAIVE"
050100         GO TO 3200-FOLD-LOAN-ENTRY-NEXT
050200     END-IF
050300     ADD 1 TO WS-LOG-COUNT
050400     MOVE SPACES TO WS-FIND-BRANCH
050500     IF LOAN-FILE-OPEN
050600         MOVE TL-REFERENCE TO LN-LOAN-NUMBER
050700         READ LOAN-MASTER
050800             INVALID KEY
050900                 MOVE SPACES TO LN-BRANCH
051000         END-READ
051100         MOVE LN-BRANCH TO WS-FIND-BRANCH
051200     END-IF
051300     PERFORM 8000-FIND-BRANCH
051400         THRU 8000-FIND-BRANCH-EXIT
051500     COMPUTE WS-TXN-AMOUNT = FUNCTION NUMVAL(TL-AMOUNT)
051600     EVALUATE TL-TXN-TYPE
051700         WHEN "LOAN INT"
051800             ADD WS-TXN-AMOUNT TO WS-BR-LOAN-INT(WS-BR-SUB)
051900         WHEN "LATE FEE"
052000             ADD WS-TXN-AMOUNT TO WS-BR-FEES(WS-BR-SUB)
052100         WHEN "LATE WAIVE"
052200             SUBTRACT WS-TXN-AMOUNT FROM WS-BR-FEES(WS-BR-SUB)
052300     END-EVALUATE.
052400 3200-FOLD-LOAN-ENTRY-NEXT.
052500     PERFORM 3100-READ-TXN-LOG
052600         THRU 3100-READ-TXN-LOG-EXIT.
052700 3200-FOLD-LOAN-ENTRY-EXIT.
052800     EXIT.
052900
053000*----------------------------------------------------------
053100* 4000-TOTAL-LOANS - TOTAL THE LIVE LOAN BOOK BY BRANCH AT
053200* THE MONTH END (CLOSED AND CHARGED-OFF LOANS CARRY NO
053300* BALANCE).  THE AVERAGE LOAN BALANCE IS THE MEAN OF LAST
053400* MONTH END AND THIS ONE, OR THIS ONE ALONE WHEN THE
053500* BRANCH HAS NO PRIOR MONTH.  THE LOAN MASTER STAYS OPEN
053600* FOR THE TXNLOG SCAN'S BRANCH LOOKUPS.
053700*----------------------------------------------------------
053800 4000-TOTAL-LOANS.
053900     OPEN INPUT LOAN-MASTER
054000     IF NOT LOAN-FILE-OK
054100         MOVE "LOANMSTR OPEN FAILED" TO WS-EXCP-MESSAGE
054200         MOVE WS-LOAN-STATUS TO WS-EXCP-FSTATUS
054300         PERFORM 8900-LOG-EXCEPTION
054400             THRU 8900-LOG-EXCEPTION-EXIT
054500         GO TO 4000-TOTAL-LOANS-EXIT
054600     END-IF
054700     MOVE "Y" TO WS-LOAN-OPEN-FLAG
054800     PERFORM 4100-READ-LOAN
054900         THRU 4100-READ-LOAN-EXIT
055000     PERFORM 4200-FOLD-LOAN
055100         THRU 4200-FOLD-LOAN-EXIT
055200         UNTIL END-OF-LOANS.
055300 4000-TOTAL-LOANS-EXIT.
055400     EXIT.
055500
055600*----------------------------------------------------------
055700* 4100-READ-LOAN - READ THE NEXT LOAN MASTER RECORD.
055800*----------------------------------------------------------
055900 4100-READ-LOAN.
056000     READ LOAN-MASTER NEXT RECORD
056100         AT END
056200             MOVE "Y" TO WS-LOAN-EOF-FLAG
056300     END-READ.
056400 4100-READ-LOAN-EXIT.
056500     EXIT.
056600
056700*----------------------------------------------------------
056800* 4200-FOLD-LOAN - ADD ONE LIVE LOAN TO ITS BRANCH.
056900*----------------------------------------------------------
057000 4200-FOLD-LOAN.
057100     IF LN-IS-CLOSED
057200      OR LN-IS-CHARGED-OFF
057300         GO TO 4200-FOLD-LOAN-NEXT
057400     END-IF
057500     MOVE LN-BRANCH TO WS-FIND-BRANCH
057600     PERFORM 8000-FIND-BRANCH
057700         THRU 8000-FIND-BRANCH-EXIT
057800     ADD LN-OUTSTANDING-BAL TO WS-BR-LOAN-EOM(WS-BR-SUB).
057900 4200-FOLD-LOAN-NEXT.
058000     PERFORM 4100-READ-LOAN
058100         THRU 4100-READ-LOAN-EXIT.
058200 4200-FOLD-LOAN-EXIT.
058300     EXIT.
058400
058500*----------------------------------------------------------
058600* 5000-AVERAGE-DEPOSITS - SUM THE MONTH'S NIGHTLY BALANCE
058700* SNAPSHOTS BY THE ACCOUNT'S BRANCH AND DIVIDE BY THE
058800* NUMBER OF SNAPSHOT NIGHTS IN THE MONTH.
058900*----------------------------------------------------------
059000 5000-AVERAGE-DEPOSITS.
059100     OPEN INPUT ACCOUNT-MASTER
059200     IF ACCT-FILE-OK
059300         MOVE "Y" TO WS-ACCT-OPEN-FLAG
059400     END-IF
059500     OPEN INPUT BALANCE-HISTORY
059600     IF NOT BALH-FILE-OK
059700         MOVE "BALHIST OPEN FAILED" TO WS-EXCP-MESSAGE
059800         MOVE WS-BALH-STATUS TO WS-EXCP-FSTATUS
059900         PERFORM 8900-LOG-EXCEPTION
060000             THRU 8900-LOG-EXCEPTION-EXIT
060100         GO TO 5000-AVERAGE-DEPOSITS-EXIT
060200     END-IF
060300     PERFORM 5100-READ-SNAPSHOT
060400         THRU 5100-READ-SNAPSHOT-EXIT
060500     PERFORM 5200-FOLD-SNAPSHOT
060600         THRU 5200-FOLD-SNAPSHOT-EXIT
060700         UNTIL END-OF-BALANCE-HISTORY
060800     CLOSE BALANCE-HISTORY
060900     PERFORM 5400-SET-AVERAGES
061000         THRU 5400-SET-AVERAGES-EXIT
061100         VARYING WS-BR-SUB FROM 1 BY 1
061200         UNTIL WS-BR-SUB > WS-BR-COUNT.
061300 5000-AVERAGE-DEPOSITS-EXIT.
061400     EXIT.
061500
061600*----------------------------------------------------------
061700* 5100-READ-SNAPSHOT - READ THE NEXT BALHIST RECORD.
061800*----------------------------------------------------------
061900 5100-READ-SNAPSHOT.
062000     READ BALANCE-HISTORY NEXT RECORD
062100         AT END
062200             MOVE "Y" TO WS-BALH-EOF-FLAG
062300     END-READ.
062400 5100-READ-SNAPSHOT-EXIT.
062500     EXIT.
062600
062700*----------------------------------------------------------
062800* 5200-FOLD-SNAPSHOT - ADD ONE OF THE MONTH'S SNAPSHOTS TO
062900* ITS ACCOUNT'S BRANCH, LOOKING THE BRANCH UP ONCE PER
063000* ACCOUNT (BALHIST IS IN ACCOUNT ORDER).
063100*----------------------------------------------------------
063200 5200-FOLD-SNAPSHOT.
063300     MOVE BH-DATE TO WS-SNAP-DATE
063400     IF WS-SNAP-YYYYMM NOT = WS-REPORT-MONTH
063500      OR WS-SNAP-DD < 1
063600      OR WS-SNAP-DD > 31
063700         GO TO 5200-FOLD-SNAPSHOT-NEXT
063800     END-IF
063900     IF WS-DAY-SEEN(WS-SNAP-DD) NOT = "Y"
064000         MOVE "Y" TO WS-DAY-SEEN(WS-SNAP-DD)
064100         ADD 1 TO WS-DAY-COUNT
064200     END-IF
064300     IF BH-ACCT NOT = WS-LAST-ACCT
064400         PERFORM 5300-FIND-ACCOUNT-BRANCH
064500             THRU 5300-FIND-ACCOUNT-BRANCH-EXIT
064600     END-IF
064700     ADD BH-BALANCE TO WS-BR-DEP-SUM(WS-LAST-BR-SUB).
064800 5200-FOLD-SNAPSHOT-NEXT.
064900     PERFORM 5100-READ-SNAPSHOT
065000         THRU 5100-READ-SNAPSHOT-EXIT.
065100 5200-FOLD-SNAPSHOT-EXIT.
065200     EXIT.
065300
065400*----------------------------------------------------------
065500* 5300-FIND-ACCOUNT-BRANCH - LOOK UP THE SNAPSHOT ACCOUNT'S
065600* BRANCH.  AN ACCOUNT NOT ON THE MASTER FALLS TO THE HEAD
065700* OFFICE.
065800*----------------------------------------------------------
065900 5300-FIND-ACCOUNT-BRANCH.
066000     MOVE BH-ACCT TO WS-LAST-ACCT
066100     MOVE SPACES  TO WS-FIND-BRANCH
066200     IF ACCT-FILE-OPEN
066300         MOVE BH-ACCT TO ACCT-NUMBER
066400         READ ACCOUNT-MASTER
066500             INVALID KEY
066600                 MOVE SPACES TO ACCT-BRANCH
066700         END-READ
066800         MOVE ACCT-BRANCH TO WS-FIND-BRANCH
066900     END-IF
067000     PERFORM 8000-FIND-BRANCH
067100         THRU 8000-FIND-BRANCH-EXIT
067200     MOVE WS-BR-SUB TO WS-LAST-BR-SUB.
067300 5300-FIND-ACCOUNT-BRANCH-EXIT.
067400     EXIT.
067500
067600*----------------------------------------------------------
067700* 5400-SET-AVERAGES - WORK OUT ONE BRANCH'S AVERAGE DEPOSIT
067800* AND LOAN BALANCES.
067900*----------------------------------------------------------
068000 5400-SET-AVERAGES.
068100     IF WS-DAY-COUNT > ZERO
068200         COMPUTE WS-BR-AVG-DEP(WS-BR-SUB) ROUNDED =
068300             WS-BR-DEP-SUM(WS-BR-SUB) / WS-DAY-COUNT
068400     END-IF
068500     IF WS-BR-PRIOR-FLAG(WS-BR-SUB) = "Y"
068600         COMPUTE WS-BR-AVG-LOAN(WS-BR-SUB) ROUNDED =
068700             (WS-BR-PR-LOAN-EOM(WS-BR-SUB)
068800            + WS-BR-LOAN-EOM(WS-BR-SUB)) / 2
068900     ELSE
069000         MOVE WS-BR-LOAN-EOM(WS-BR-SUB)
069100             TO WS-BR-AVG-LOAN(WS-BR-SUB)
069200     END-IF.
069300 5400-SET-AVERAGES-EXIT.
069400     EXIT.
069500
069600*----------------------------------------------------------
069700* 6000-PRINT-REPORT - PRINT EACH BRANCH IN BRANCH ORDER
069800* (THE HEAD OFFICE FIRST), ADDING EACH INTO THE ALL-BRANCH
069900* TOTAL, THEN PRINT THE TOTAL.
070000*----------------------------------------------------------
070100 6000-PRINT-REPORT.
070200     MOVE "Y" TO WS-BR-PRINTED(WS-BR-TOTAL)
070300     PERFORM 6100-PRINT-NEXT-BRANCH
070400         THRU 6100-PRINT-NEXT-BRANCH-EXIT
070500         WS-BR-COUNT TIMES
070600     MOVE WS-BR-TOTAL TO WS-PRT-SUB
070700     MOVE "ALL BRANCHES - HEAD OFFICE TOTAL" TO BL-TITLE
070800     PERFORM 6200-PRINT-BLOCK
070900         THRU 6200-PRINT-BLOCK-EXIT.
071000 6000-PRINT-REPORT-EXIT.
071100     EXIT.
071200
071300*----------------------------------------------------------
071400* 6100-PRINT-NEXT-BRANCH - PRINT THE LOWEST BRANCH NOT YET
071500* PRINTED AND ADD IT TO THE TOTAL.
071600*----------------------------------------------------------
071700 6100-PRINT-NEXT-BRANCH.
071800     MOVE ZERO TO WS-LOW-SUB
071900     PERFORM 6150-CHECK-LOWEST
072000         THRU 6150-CHECK-LOWEST-EXIT
072100         VARYING WS-SCAN-SUB FROM 1 BY 1
072200         UNTIL WS-SCAN-SUB > WS-BR-COUNT
072300     IF WS-LOW-SUB = ZERO
072400         GO TO 6100-PRINT-NEXT-BRANCH-EXIT
072500     END-IF
072600     MOVE "Y" TO WS-BR-PRINTED(WS-LOW-SUB)
072700     MOVE WS-LOW-SUB TO WS-PRT-SUB
072800     MOVE SPACES TO BL-TITLE
072900     IF WS-BR-CODE(WS-PRT-SUB) = SPACES
073000         MOVE "HEAD OFFICE" TO BL-TITLE
073100     ELSE
073200         STRING "BRANCH "               DELIMITED BY SIZE
073300             WS-BR-CODE(WS-PRT-SUB)     DELIMITED BY SIZE
073400             INTO BL-TITLE
073500         END-STRING
073600     END-IF
073700     PERFORM 6200-PRINT-BLOCK
073800         THRU 6200-PRINT-BLOCK-EXIT
073900     PERFORM 6300-ADD-TO-TOTAL
074000         THRU 6300-ADD-TO-TOTAL-EXIT.
074100 6100-PRINT-NEXT-BRANCH-EXIT.
074200     EXIT.
074300
074400*----------------------------------------------------------
074500* 6150-CHECK-LOWEST - KEEP THE LOWEST UNPRINTED BRANCH.
074600*----------------------------------------------------------
074700 6150-CHECK-LOWEST.
074800     IF WS-BR-PRINTED(WS-SCAN-SUB) = "Y"
074900         GO TO 6150-CHECK-LOWEST-EXIT
075000     END-IF
075100     IF WS-LOW-SUB = ZERO
075200         MOVE WS-SCAN-SUB TO WS-LOW-SUB
075300         GO TO 6150-CHECK-LOWEST-EXIT
075400     END-IF
075500     IF WS-BR-CODE(WS-SCAN-SUB) < WS-BR-CODE(WS-LOW-SUB)
075600         MOVE WS-SCAN-SUB TO WS-LOW-SUB
075700     END-IF.
075800 6150-CHECK-LOWEST-EXIT.
075900     EXIT.
076000
076100*----------------------------------------------------------
076200* 6200-PRINT-BLOCK - PRINT ONE BRANCH (OR THE TOTAL) WITH
076300* THIS MONTH, THE PRIOR MONTH AND THE CHANGE.  THE NET
076400* CONTRIBUTION IS INTEREST AND FEES EARNED LESS DEPOSIT
076500* INTEREST PAID.
076600*----------------------------------------------------------
076700 6200-PRINT-BLOCK.
076800     WRITE PROFIT-REPORT-LINE FROM WS-BLANK-LINE
076900     WRITE PROFIT-REPORT-LINE FROM WS-BRANCH-LINE
077000     MOVE "DEPOSIT INTEREST PAID" TO AL-LABEL
077100     MOVE WS-BR-DEP-INT(WS-PRT-SUB)    TO WS-LINE-THIS
077200     MOVE WS-BR-PR-DEP-INT(WS-PRT-SUB) TO WS-LINE-PRIOR
077300     PERFORM 6250-PRINT-AMOUNT-LINE
077400         THRU 6250-PRINT-AMOUNT-LINE-EXIT
077500     MOVE "OVERDRAFT INTEREST EARNED" TO AL-LABEL
077600     MOVE WS-BR-OD-INT(WS-PRT-SUB)     TO WS-LINE-THIS
077700     MOVE WS-BR-PR-OD-INT(WS-PRT-SUB)  TO WS-LINE-PRIOR
077800     PERFORM 6250-PRINT-AMOUNT-LINE
077900         THRU 6250-PRINT-AMOUNT-LINE-EXIT
078000     MOVE "LOAN INTEREST EARNED" TO AL-LABEL
078100     MOVE WS-BR-LOAN-INT(WS-PRT-SUB)    TO WS-LINE-THIS
078200     MOVE WS-BR-PR-LOAN-INT(WS-PRT-SUB) TO WS-LINE-PRIOR
078300     PERFORM 6250-PRINT-AMOUNT-LINE
078400         THRU 6250-PRINT-AMOUNT-LINE-EXIT
078500     MOVE "FEE INCOME NET OF WAIVERS" TO AL-LABEL
078600     MOVE WS-BR-FEES(WS-PRT-SUB)       TO WS-LINE-THIS
078700     MOVE WS-BR-PR-FEES(WS-PRT-SUB)    TO WS-LINE-PRIOR
078800     PERFORM 6250-PRINT-AMOUNT-LINE
078900         THRU 6250-PRINT-AMOUNT-LINE-EXIT
079000     COMPUTE WS-NET-THIS = WS-BR-OD-INT(WS-PRT-SUB)
079100         + WS-BR-LOAN-INT(WS-PRT-SUB) + WS-BR-FEES(WS-PRT-SUB)
079200         - WS-BR-DEP-INT(WS-PRT-SUB)
079300     COMPUTE WS-NET-PRIOR = WS-BR-PR-OD-INT(WS-PRT-SUB)
079400         + WS-BR-PR-LOAN-INT(WS-PRT-SUB)
079500         + WS-BR-PR-FEES(WS-PRT-SUB)
079600         - WS-BR-PR-DEP-INT(WS-PRT-SUB)
079700     MOVE "NET CONTRIBUTION" TO AL-LABEL
079800     MOVE WS-NET-THIS  TO WS-LINE-THIS
079900     MOVE WS-NET-PRIOR TO WS-LINE-PRIOR
080000     PERFORM 6250-PRINT-AMOUNT-LINE
080100         THRU 6250-PRINT-AMOUNT-LINE-EXIT
080200     MOVE "AVERAGE DEPOSIT BALANCE" TO AL-LABEL
080300     MOVE WS-BR-AVG-DEP(WS-PRT-SUB)    TO WS-LINE-THIS
080400     MOVE WS-BR-PR-AVG-DEP(WS-PRT-SUB) TO WS-LINE-PRIOR
080500     PERFORM 6250-PRINT-AMOUNT-LINE
080600         THRU 6250-PRINT-AMOUNT-LINE-EXIT
080700     MOVE "AVERAGE LOAN BALANCE" TO AL-LABEL
080800     MOVE WS-BR-AVG-LOAN(WS-PRT-SUB)    TO WS-LINE-THIS
080900     MOVE WS-BR-PR-AVG-LOAN(WS-PRT-SUB) TO WS-LINE-PRIOR
081000     PERFORM 6250-PRINT-AMOUNT-LINE
081100         THRU 6250-PRINT-AMOUNT-LINE-EXIT
081200     MOVE "ACCOUNTS OPENED" TO AL-LABEL
081300     MOVE WS-BR-OPENED(WS-PRT-SUB)    TO WS-LINE-THIS
081400     MOVE WS-BR-PR-OPENED(WS-PRT-SUB) TO WS-LINE-PRIOR
081500     PERFORM 6250-PRINT-AMOUNT-LINE
081600         THRU 6250-PRINT-AMOUNT-LINE-EXIT
081700     MOVE "ACCOUNTS CLOSED" TO AL-LABEL
081800     MOVE WS-BR-CLOSED(WS-PRT-SUB)    TO WS-LINE-THIS
081900     MOVE WS-BR-PR-CLOSED(WS-PRT-SUB) TO WS-LINE-PRIOR
082000     PERFORM 6250-PRINT-AMOUNT-LINE
082100         THRU 6250-PRINT-AMOUNT-LINE-EXIT
082200     IF WS-BR-PRIOR-FLAG(WS-PRT-SUB) NOT = "Y"
082300         MOVE "(NO PRIOR MONTH ON BRPROFHS)" TO NL-NOTE
082400         WRITE PROFIT-REPORT-LINE FROM WS-NOTE-LINE
082500     END-IF.
082600 6200-PRINT-BLOCK-EXIT.
082700     EXIT.
082800
082900*----------------------------------------------------------
083000* 6250-PRINT-AMOUNT-LINE - PRINT ONE FIGURE WITH ITS PRIOR
083100* MONTH AND THE CHANGE.
083200*----------------------------------------------------------
083300 6250-PRINT-AMOUNT-LINE.
083400     MOVE WS-LINE-THIS  TO AL-THIS
083500     MOVE WS-LINE-PRIOR TO AL-PRIOR
083600     COMPUTE AL-CHANGE = WS-LINE-THIS - WS-LINE-PRIOR
083700     WRITE PROFIT-REPORT-LINE FROM WS-AMOUNT-LINE.
083800 6250-PRINT-AMOUNT-LINE-EXIT.
083900     EXIT.
084000
084100*----------------------------------------------------------
084200* 6300-ADD-TO-TOTAL - ADD THE BRANCH JUST PRINTED INTO THE
084300* ALL-BRANCH TOTAL.
084400*----------------------------------------------------------
084500 6300-ADD-TO-TOTAL.
084600     ADD WS-BR-DEP-INT(WS-PRT-SUB)
084700         TO WS-BR-DEP-INT(WS-BR-TOTAL)
084800     ADD WS-BR-OD-INT(WS-PRT-SUB)
084900         TO WS-BR-OD-INT(WS-BR-TOTAL)
085000     ADD WS-BR-LOAN-INT(WS-PRT-SUB)
085100         TO WS-BR-LOAN-INT(WS-BR-TOTAL)
085200     ADD WS-BR-FEES(WS-PRT-SUB)
085300         TO WS-BR-FEES(WS-BR-TOTAL)
085400     ADD WS-BR-AVG-DEP(WS-PRT-SUB)
085500         TO WS-BR-AVG-DEP(WS-BR-TOTAL)
085600     ADD WS-BR-AVG-LOAN(WS-PRT-SUB)
085700         TO WS-BR-AVG-LOAN(WS-BR-TOTAL)
085800     ADD WS-BR-OPENED(WS-PRT-SUB)
085900         TO WS-BR-OPENED(WS-BR-TOTAL)
086000     ADD WS-BR-CLOSED(WS-PRT-SUB)
086100         TO WS-BR-CLOSED(WS-BR-TOTAL)
086200     ADD WS-BR-PR-DEP-INT(WS-PRT-SUB)
086300         TO WS-BR-PR-DEP-INT(WS-BR-TOTAL)
086400     ADD WS-BR-PR-OD-INT(WS-PRT-SUB)
086500         TO WS-BR-PR-OD-INT(WS-BR-TOTAL)
086600     ADD WS-BR-PR-LOAN-INT(WS-PRT-SUB)
086700         TO WS-BR-PR-LOAN-INT(WS-BR-TOTAL)
086800     ADD WS-BR-PR-FEES(WS-PRT-SUB)
086900         TO WS-BR-PR-FEES(WS-BR-TOTAL)
087000     ADD WS-BR-PR-AVG-DEP(WS-PRT-SUB)
087100         TO WS-BR-PR-AVG-DEP(WS-BR-TOTAL)
087200     ADD WS-BR-PR-AVG-LOAN(WS-PRT-SUB)
087300         TO WS-BR-PR-AVG-LOAN(WS-BR-TOTAL)
087400     ADD WS-BR-PR-OPENED(WS-PRT-SUB)
087500         TO WS-BR-PR-OPENED(WS-BR-TOTAL)
087600     ADD WS-BR-PR-CLOSED(WS-PRT-SUB)
087700         TO WS-BR-PR-CLOSED(WS-BR-TOTAL)
087800     IF WS-BR-PRIOR-FLAG(WS-PRT-SUB) = "Y"
087900         MOVE "Y" TO WS-BR-PRIOR-FLAG(WS-BR-TOTAL)
088000     END-IF.
088100 6300-ADD-TO-TOTAL-EXIT.
088200     EXIT.
088300
088400*----------------------------------------------------------
088500* 7000-WRITE-HISTORY - APPEND THIS MONTH'S FIGURES FOR
088600* EVERY BRANCH WITH ANY ACTIVITY OR BALANCE TO BRPROFHS
088700* FOR NEXT MONTH'S COMPARISON.
088800*----------------------------------------------------------
088900 7000-WRITE-HISTORY.
089000     OPEN EXTEND PROFIT-HISTORY
089100     IF HIST-FILE-NOT-FOUND
089200         OPEN OUTPUT PROFIT-HISTORY
089300     END-IF
089400     IF NOT HIST-FILE-OK
089500         MOVE "BRPROFHS OPEN FAILED" TO WS-EXCP-MESSAGE
089600         MOVE WS-HIST-STATUS TO WS-EXCP-FSTATUS
089700         PERFORM 8900-LOG-EXCEPTION
089800             THRU 8900-LOG-EXCEPTION-EXIT
089900         GO TO 7000-WRITE-HISTORY-EXIT
090000     END-IF
090100     PERFORM 7100-WRITE-ONE-BRANCH
090200         THRU 7100-WRITE-ONE-BRANCH-EXIT
090300         VARYING WS-BR-SUB FROM 1 BY 1
090400         UNTIL WS-BR-SUB > WS-BR-COUNT
090500     CLOSE PROFIT-HISTORY.
090600 7000-WRITE-HISTORY-EXIT.
090700     EXIT.
090800
090900*----------------------------------------------------------
091000* 7100-WRITE-ONE-BRANCH - WRITE ONE BRANCH'S HISTORY RECORD.
091100* A BRANCH SEEN ONLY IN LAST MONTH'S HISTORY IS NOT
091200* CARRIED FORWARD.
091300*----------------------------------------------------------
091400 7100-WRITE-ONE-BRANCH.
091500     IF WS-BR-DEP-INT(WS-BR-SUB)  = ZERO
091600      AND WS-BR-OD-INT(WS-BR-SUB)   = ZERO
091700      AND WS-BR-LOAN-INT(WS-BR-SUB) = ZERO
091800      AND WS-BR-FEES(WS-BR-SUB)     = ZERO
091900      AND WS-BR-AVG-DEP(WS-BR-SUB)  = ZERO
092000      AND WS-BR-LOAN-EOM(WS-BR-SUB) = ZERO
092100      AND WS-BR-OPENED(WS-BR-SUB)   = ZERO
092200      AND WS-BR-CLOSED(WS-BR-SUB)   = ZERO
092300         GO TO 7100-WRITE-ONE-BRANCH-EXIT
092400     END-IF
092500     MOVE SPACES                    TO PROFIT-HISTORY-RECORD
092600     MOVE WS-REPORT-MONTH           TO BP-MONTH
092700     MOVE WS-BR-CODE(WS-BR-SUB)     TO BP-BRANCH
092800     MOVE WS-BR-DEP-INT(WS-BR-SUB)  TO BP-DEP-INT-PAID
092900     MOVE WS-BR-OD-INT(WS-BR-SUB)   TO BP-OD-INT-EARNED
093000     MOVE WS-BR-LOAN-INT(WS-BR-SUB) TO BP-LOAN-INT-EARNED
093100     MOVE WS-BR-FEES(WS-BR-SUB)     TO BP-FEE-INCOME
093200     MOVE WS-BR-AVG-DEP(WS-BR-SUB)  TO BP-AVG-DEP-BAL
093300     MOVE WS-BR-AVG-LOAN(WS-BR-SUB) TO BP-AVG-LOAN-BAL
093400     MOVE WS-BR-LOAN-EOM(WS-BR-SUB) TO BP-LOAN-EOM-BAL
093500     MOVE WS-BR-OPENED(WS-BR-SUB)   TO BP-OPENED
093600     MOVE WS-BR-CLOSED(WS-BR-SUB)   TO BP-CLOSED
093700     WRITE PROFIT-HISTORY-RECORD
093800     ADD 1 TO WS-HIST-WRITTEN.
093900 7100-WRITE-ONE-BRANCH-EXIT.
094000     EXIT.
094100
094200*----------------------------------------------------------
094300* 8000-FIND-BRANCH - SET WS-BR-SUB TO WS-FIND-BRANCH'S
094400* ENTRY, ADDING IT IF NEW.  ONCE THE TABLE IS FULL A NEW
094500* BRANCH IS COUNTED UNDER THE LAST ENTRY AND LOGGED ONCE.
094600*----------------------------------------------------------
094700 8000-FIND-BRANCH.
094800     MOVE 1 TO WS-BR-SUB.
094900 8000-FIND-BRANCH-LOOP.
095000     IF WS-BR-SUB > WS-BR-COUNT
095100         GO TO 8000-FIND-BRANCH-ADD
095200     END-IF
095300     IF WS-BR-CODE(WS-BR-SUB) = WS-FIND-BRANCH
095400         GO TO 8000-FIND-BRANCH-EXIT
095500     END-IF
095600     ADD 1 TO WS-BR-SUB
095700     GO TO 8000-FIND-BRANCH-LOOP.
095800 8000-FIND-BRANCH-ADD.
095900     IF WS-BR-COUNT >= WS-BR-MAX
096000         MOVE WS-BR-MAX TO WS-BR-SUB
096100         IF NOT BRANCH-TABLE-FULL
096200             MOVE "Y" TO WS-TABLE-FULL-FLAG
096300             MOVE "BRANCH TABLE FULL - LAST ENTRY SHARED"
096400                 TO WS-EXCP-MESSAGE
096500             MOVE SPACES TO WS-EXCP-FSTATUS
096600             PERFORM 8900-LOG-EXCEPTION
096700                 THRU 8900-LOG-EXCEPTION-EXIT
096800         END-IF
096900         GO TO 8000-FIND-BRANCH-EXIT
097000     END-IF
097100     ADD 1 TO WS-BR-COUNT
097200     MOVE WS-BR-COUNT    TO WS-BR-SUB
097300     MOVE WS-FIND-BRANCH TO WS-BR-CODE(WS-BR-SUB).
097400 8000-FIND-BRANCH-EXIT.
097500     EXIT.
097600
097700*----------------------------------------------------------
097800* 8900-LOG-EXCEPTION - WRITE WS-EXCP-MESSAGE TO EXCPLOG.
097900*----------------------------------------------------------
098000 8900-LOG-EXCEPTION.
098100     CALL "EXCPLOG" USING WS-EXCP-PROGRAM WS-EXCP-SEVERITY
098200         WS-EXCP-MESSAGE WS-EXCP-FSTATUS.
098300 8900-LOG-EXCEPTION-EXIT.
098400     EXIT.
098500
098600*----------------------------------------------------------
098700* 9000-TERMINATE - CLOSE FILES AND WRITE THE DAILY-STATS
098800* SUMMARY RECORD.
098900*----------------------------------------------------------
099000 9000-TERMINATE.
099100     IF LOAN-FILE-OPEN
099200         CLOSE LOAN-MASTER
099300     END-IF
099400     IF ACCT-FILE-OPEN
099500         CLOSE ACCOUNT-MASTER
099600     END-IF
099700     CLOSE PROFIT-REPORT
099800     PERFORM 9500-WRITE-DAILY-STATS
099900         THRU 9500-WRITE-DAILY-STATS-EXIT
100000     DISPLAY "BRANCH-PROFIT-REPORT: " WS-REPORT-MONTH " "
100100         WS-BR-COUNT " BRANCHES".
100200 9000-TERMINATE-EXIT.
100300     EXIT.
100400
100500*----------------------------------------------------------
100600* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
100700* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
100800* CONSOLIDATED REPORT.
100900*----------------------------------------------------------
101000 9500-WRITE-DAILY-STATS.
101100     OPEN EXTEND DAILY-STATS-FILE
101200     MOVE "BRANCH-PROFIT-REPORT" TO DS-PROGRAM-NAME
101300     MOVE WS-DETAIL-COUNT        TO DS-RECORD-COUNT
101400     MOVE WS-BR-COUNT            TO WS-BRANCH-DISP
101500     MOVE WS-REPORT-MONTH        TO WS-MONTH-DISP
101600     MOVE SPACES                 TO DS-DETAIL
101700     STRING "MONTH "             DELIMITED BY SIZE
101800         WS-MONTH-DISP           DELIMITED BY SIZE
101900         "  BRANCHES: "          DELIMITED BY SIZE
102000         WS-BRANCH-DISP          DELIMITED BY SIZE
102100         INTO DS-DETAIL
102200     END-STRING
102300     WRITE DAILY-STAT-RECORD
102400     CLOSE DAILY-STATS-FILE.
102500 9500-WRITE-DAILY-STATS-EXIT.
102600     EXIT.
