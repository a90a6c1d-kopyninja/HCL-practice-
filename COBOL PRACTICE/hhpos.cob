000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HOUSEHOLD-POSITION.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  MONTHLY HOUSEHOLD POSITION
001100*                 REPORT.  FOR EVERY HOUSEHOLD OF TWO OR MORE
001200*                 ON HOUSEHLD (HHLDREC) IT LISTS EACH MEMBER'S
001300*                 DEPOSITS (OPEN ACCTMSTR ACCOUNTS BY
001400*                 ACCT-CUST-NUM), LOANS (OPEN LOANMSTR LOANS BY
001500*                 THE FIRST SIX OF LN-APPLICANT-ID) AND TERM
001600*                 DEPOSITS (LIVE TERMDEP CERTIFICATES, BY THE
001700*                 CUSTOMER ON THE LINKED ACCOUNT), WITH THE
001800*                 HOUSEHOLD'S TOTALS AND NET POSITION, THEN
001900*                 GRAND TOTALS OVER ALL THE HOUSEHOLDS.
002000*----------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT HOUSEHOLDS ASSIGN TO "HOUSEHLD"
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS DYNAMIC
002700         RECORD KEY IS HH-CUST-ID
002800         ALTERNATE RECORD KEY IS HH-ID
002900             WITH DUPLICATES
003000         FILE STATUS IS WS-HHLD-STATUS.
003100 
003200     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS CM-CUST-ID
003600         FILE STATUS IS WS-CUSTM-STATUS.
003700 
003800     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS ACCT-NUMBER
004200         ALTERNATE RECORD KEY IS ACCT-NAME
004300             WITH DUPLICATES
004400         FILE STATUS IS WS-ACCT-STATUS.
004500 
004600     SELECT LOAN-MASTER ASSIGN TO "LOANMSTR"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS LN-LOAN-NUMBER
005000         FILE STATUS IS WS-LOAN-STATUS.
005100 
005200     SELECT TERM-DEPOSITS ASSIGN TO "TERMDEP"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS SEQUENTIAL
005500         RECORD KEY IS TDP-NUMBER
005600         FILE STATUS IS WS-TDEP-STATUS.
005700 
005800     SELECT HH-POSITION-RPT ASSIGN TO "HHPOSRPT"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000 
006100     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300 
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  HOUSEHOLDS.
006700 01  HOUSEHOLD-RECORD.
006800     COPY HHLDREC.
006900 
007000 FD  CUSTOMER-MASTER.
007100 01  CUSTOMER-MASTER-RECORD.
007200     COPY CUSTMREC.
007300 
007400 FD  ACCOUNT-MASTER.
007500 01  ACCOUNT-RECORD.
007600     COPY ACCTREC.
007700 
007800 FD  LOAN-MASTER.
007900 01  LOAN-RECORD.
008000     COPY LOANREC.
008100 
008200 FD  TERM-DEPOSITS.
008300 01  TERM-DEPOSIT-RECORD.
008400     COPY TDEPREC.
008500 
008600 FD  HH-POSITION-RPT.
008700 01  HH-POSITION-RPT-LINE    PIC X(80).
008800 
008900 FD  DAILY-STATS-FILE.
009000     COPY DLYSTAT.
009100 
009200 WORKING-STORAGE SECTION.
009300*----------------------------------------------------------
009400* SWITCHES AND FILE STATUS
009500*----------------------------------------------------------
009600 01  WS-SWITCHES.
009700     05  WS-INIT-FLAG        PIC X(01) VALUE "Y".
009800         88  INIT-SUCCESSFUL         VALUE "Y".
009900     05  WS-HHLD-EOF-FLAG    PIC X(01) VALUE "N".
010000         88  END-OF-HOUSEHOLDS       VALUE "Y".
010100     05  WS-ACCT-EOF-FLAG    PIC X(01) VALUE "N".
010200         88  END-OF-ACCOUNTS         VALUE "Y".
010300     05  WS-LOAN-EOF-FLAG    PIC X(01) VALUE "N".
010400         88  END-OF-LOANS            VALUE "Y".
010500     05  WS-TDEP-EOF-FLAG    PIC X(01) VALUE "N".
010600         88  END-OF-TERM-DEPOSITS    VALUE "Y".
010700     05  WS-SECTION-FLAG     PIC X(01) VALUE "D".
010800         88  WS-IN-SUMMARY           VALUE "S".
010900 01  WS-HHLD-STATUS          PIC X(02).
011000     88  HHLD-FILE-OK                VALUE "00" "02".
011100 01  WS-CUSTM-STATUS         PIC X(02).
011200     88  CUSTM-FILE-OK               VALUE "00".
011300 01  WS-CUSTM-OPEN-FLAG      PIC X(01) VALUE "N".
011400     88  CUSTM-FILE-OPEN             VALUE "Y".
011500 01  WS-ACCT-STATUS          PIC X(02).
011600     88  ACCT-FILE-OK                VALUE "00".
011700 01  WS-ACCT-OPEN-FLAG       PIC X(01) VALUE "N".
011800     88  ACCT-FILE-OPEN              VALUE "Y".
011900 01  WS-LOAN-STATUS          PIC X(02).
012000     88  LOAN-FILE-OK                VALUE "00".
012100 01  WS-TDEP-STATUS          PIC X(02).
012200     88  TDEP-FILE-OK                VALUE "00".
012300 
012400*----------------------------------------------------------
012500* DATES, COUNTS AND TOTALS
012600*----------------------------------------------------------
012700 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
012800 01  WS-HH-PRINTED           PIC 9(05) COMP VALUE ZERO.
012900 01  WS-HH-SINGLE            PIC 9(05) COMP VALUE ZERO.
013000 01  WS-MEMBERS-PRINTED      PIC 9(07) COMP VALUE ZERO.
013100 01  WS-DROPPED              PIC 9(05) COMP VALUE ZERO.
013200 01  WS-COUNT-DISP           PIC ZZZZ9.
013300 01  WS-NET-DISP             PIC -ZZZZZZZZZZ9.99.
013400 01  WS-HH-TOTALS.
013500     05  WS-HH-DEPOSITS      PIC S9(11)V99 VALUE ZERO.
013600     05  WS-HH-LOANS         PIC S9(11)V99 VALUE ZERO.
013700     05  WS-HH-TERM          PIC S9(11)V99 VALUE ZERO.
013800 01  WS-GRAND-TOTALS.
013900     05  WS-GR-DEPOSITS      PIC S9(11)V99 VALUE ZERO.
014000     05  WS-GR-LOANS         PIC S9(11)V99 VALUE ZERO.
014100     05  WS-GR-TERM          PIC S9(11)V99 VALUE ZERO.
014200 01  WS-NET-POSITION         PIC S9(11)V99 VALUE ZERO.
014300 
014400*----------------------------------------------------------
014500* EVERY CUSTOMER ON HOUSEHLD, IN CUSTOMER ID ORDER, WITH ITS
014600* DEPOSITS, LOANS AND TERM DEPOSITS AS THEY ARE ADDED UP.
014700*----------------------------------------------------------
014800 01  WS-CP-COUNT             PIC 9(04) COMP VALUE ZERO.
014900 01  WS-CP-TABLE.
015000     05  WS-CP-ENTRY         OCCURS 1 TO 5000 TIMES
015100             DEPENDING ON WS-CP-COUNT
015200             INDEXED BY WS-CP-IDX.
015300         10  WS-CP-CUST      PIC X(06).
015400         10  WS-CP-DEPOSITS  PIC S9(11)V99.
015500         10  WS-CP-LOANS     PIC S9(11)V99.
015600         10  WS-CP-TERM      PIC S9(11)V99.
015700 01  WS-FIND-CUST            PIC X(06).
015800 
015900*----------------------------------------------------------
016000* THE MEMBERS OF THE HOUSEHOLD BEING READ.
016100*----------------------------------------------------------
016200 01  WS-CUR-HH-ID            PIC X(06) VALUE SPACES.
016300 01  WS-GM-COUNT             PIC 9(03) COMP VALUE ZERO.
016400 01  WS-GM-TABLE.
016500     05  WS-GM-ENTRY         OCCURS 100 TIMES
016600             INDEXED BY WS-GM-IDX.
016700         10  WS-GM-CUST      PIC X(06).
016800         10  WS-GM-HEAD      PIC X(01).
016900 
017000*----------------------------------------------------------
017100* REPORT LINES
017200*----------------------------------------------------------
017300     COPY RPTHEAD.
017400 01  WS-COLUMN-LINE.
017500     05  FILLER              PIC X(39) VALUE
017600         "CUST    NAME                   DEPOSITS".
017700     05  FILLER              PIC X(39) VALUE
017800         "        LOANS     TERM DEP          NET".
017900 01  WS-HOUSEHOLD-LINE.
018000     05  FILLER              PIC X(10) VALUE "HOUSEHOLD ".
018100     05  HL-HH-ID            PIC X(06).
018200     05  FILLER              PIC X(10) VALUE "  MEMBERS ".
018300     05  HL-MEMBERS          PIC ZZ9.
018400     05  FILLER              PIC X(51) VALUE SPACES.
018500 01  WS-DETAIL-LINE.
018600     05  DL-CUST             PIC X(06).
018700     05  DL-HEAD             PIC X(02).
018800     05  DL-NAME             PIC X(18).
018900     05  FILLER              PIC X(01) VALUE SPACES.
019000     05  DL-DEPOSITS         PIC -ZZZZZZZ9.99.
019100     05  FILLER              PIC X(01) VALUE SPACES.
019200     05  DL-LOANS            PIC -ZZZZZZZ9.99.
019300     05  FILLER              PIC X(01) VALUE SPACES.
019400     05  DL-TERM             PIC -ZZZZZZZ9.99.
019500     05  FILLER              PIC X(01) VALUE SPACES.
019600     05  DL-NET              PIC -ZZZZZZZ9.99.
019700     05  FILLER              PIC X(02) VALUE SPACES.
019800 01  WS-SUMMARY-HEADING      PIC X(80) VALUE
019900     "HOUSEHOLD POSITIONS - GRAND TOTALS".
020000 01  WS-SUMMARY-LINE.
020100     05  SL-LABEL            PIC X(30).
020200     05  SL-AMOUNT           PIC -ZZZZZZZZZZ9.99.
020300     05  FILLER              PIC X(35) VALUE SPACES.
020400 01  WS-SUMMARY-COUNT-LINE.
020500     05  SC-LABEL            PIC X(30).
020600     05  SC-COUNT            PIC ZZZZZZ9.
020700     05  FILLER              PIC X(43) VALUE SPACES.
020705 
020710*----------------------------------------------------------
020720* SHARED EXCEPTION-LOG FIELDS FOR THE EXCPLOG SUBPROGRAM.
020730*----------------------------------------------------------
020740 01  WS-EXCP-PROGRAM         PIC X(23)
020750     VALUE "HOUSEHOLD-POSITION".
020760 01  WS-EXCP-SEVERITY        PIC X(01) VALUE "W".
020770 01  WS-EXCP-MESSAGE         PIC X(40) VALUE SPACES.
020780 01  WS-EXCP-FSTATUS         PIC X(02) VALUE SPACES.
020800 
020900 PROCEDURE DIVISION.
021000*----------------------------------------------------------
021100* 0000-MAINLINE
021200*----------------------------------------------------------
021300 0000-MAINLINE.
021400     PERFORM 1000-INITIALIZE
021500         THRU 1000-INITIALIZE-EXIT
021600     IF INIT-SUCCESSFUL
021700         PERFORM 2000-LOAD-ONE-CUSTOMER
021800             THRU 2000-LOAD-ONE-CUSTOMER-EXIT
021900             UNTIL END-OF-HOUSEHOLDS
022000         PERFORM 3000-ADD-ONE-ACCOUNT
022100             THRU 3000-ADD-ONE-ACCOUNT-EXIT
022200             UNTIL END-OF-ACCOUNTS
022300         PERFORM 3100-ADD-ONE-LOAN
022400             THRU 3100-ADD-ONE-LOAN-EXIT
022500             UNTIL END-OF-LOANS
022600         PERFORM 3200-ADD-ONE-TERM-DEPOSIT
022700             THRU 3200-ADD-ONE-TERM-DEPOSIT-EXIT
022800             UNTIL END-OF-TERM-DEPOSITS
022900         PERFORM 4000-WALK-HOUSEHOLDS
023000             THRU 4000-WALK-HOUSEHOLDS-EXIT
023100     END-IF
023200     PERFORM 7000-PRINT-SUMMARY
023300         THRU 7000-PRINT-SUMMARY-EXIT
023400     PERFORM 9000-TERMINATE
023500         THRU 9000-TERMINATE-EXIT
023600     STOP RUN.
023700 
023800*----------------------------------------------------------
023900* 1000-INITIALIZE - OPEN FILES, PRINT THE FIRST HEADINGS AND
024000* PRIME THE READS.  NO HOUSEHLD MEANS HOUSEHOLD-BUILD HAS NOT
024100* RUN AND THERE IS NOTHING TO REPORT.  A MISSING LOANMSTR OR
024200* TERMDEP JUST LEAVES THAT COLUMN AT ZERO.
024300*----------------------------------------------------------
024400 1000-INITIALIZE.
024500     CALL "GETBDATE" USING WS-BUSINESS-DATE
024600     OPEN OUTPUT HH-POSITION-RPT
024700     MOVE "HOUSEHOLD POSITION REPORT" TO RPT-TITLE
024800     MOVE WS-BUSINESS-DATE TO RPT-HEAD-DATE
024900     PERFORM 7900-RPT-HEADINGS
025000         THRU 7900-RPT-HEADINGS-EXIT
025100     MOVE "Y" TO WS-ACCT-EOF-FLAG WS-LOAN-EOF-FLAG
025200                 WS-TDEP-EOF-FLAG
025300     OPEN INPUT CUSTOMER-MASTER
025400     IF CUSTM-FILE-OK
025500         MOVE "Y" TO WS-CUSTM-OPEN-FLAG
025600     END-IF
025700     OPEN INPUT HOUSEHOLDS
025800     IF NOT HHLD-FILE-OK
025900         DISPLAY "HOUSEHOLD-POSITION: NO HOUSEHLD, STATUS "
026000             WS-HHLD-STATUS
026100         MOVE 8   TO RETURN-CODE
026200         MOVE "Y" TO WS-HHLD-EOF-FLAG
026300         MOVE "N" TO WS-INIT-FLAG
026400         GO TO 1000-INITIALIZE-EXIT
026500     END-IF
026600     PERFORM 8000-READ-HOUSEHOLD
026700         THRU 8000-READ-HOUSEHOLD-EXIT
026800     OPEN INPUT ACCOUNT-MASTER
026900     IF ACCT-FILE-OK
027000         MOVE "Y" TO WS-ACCT-OPEN-FLAG
027100         MOVE "N" TO WS-ACCT-EOF-FLAG
027200         PERFORM 8100-READ-ACCOUNT
027300             THRU 8100-READ-ACCOUNT-EXIT
027400     ELSE
027500         DISPLAY "HOUSEHOLD-POSITION: NO ACCTMSTR, STATUS "
027600             WS-ACCT-STATUS
027700     END-IF
027800     OPEN INPUT LOAN-MASTER
027900     IF LOAN-FILE-OK
028000         MOVE "N" TO WS-LOAN-EOF-FLAG
028100         PERFORM 8200-READ-LOAN
028200             THRU 8200-READ-LOAN-EXIT
028300     END-IF
028400     OPEN INPUT TERM-DEPOSITS
028500     IF TDEP-FILE-OK
028600         MOVE "N" TO WS-TDEP-EOF-FLAG
028700         PERFORM 8300-READ-TERM-DEPOSIT
028800             THRU 8300-READ-TERM-DEPOSIT-EXIT
028900     END-IF.
029000 1000-INITIALIZE-EXIT.
029100     EXIT.
029200 
029300*----------------------------------------------------------
029400* 2000-LOAD-ONE-CUSTOMER - ONE HOUSEHLD MEMBER INTO THE
029500* POSITION TABLE WITH NOTHING ADDED UP YET.
029600*----------------------------------------------------------
029700 2000-LOAD-ONE-CUSTOMER.
029800     IF WS-CP-COUNT >= 5000
029900         ADD 1 TO WS-DROPPED
030000         GO TO 2000-LOAD-ONE-CUSTOMER-READ
030100     END-IF
030200     ADD 1 TO WS-CP-COUNT
030300     SET WS-CP-IDX TO WS-CP-COUNT
030400     MOVE HH-CUST-ID TO WS-CP-CUST(WS-CP-IDX)
030500     MOVE ZERO       TO WS-CP-DEPOSITS(WS-CP-IDX)
030600                        WS-CP-LOANS(WS-CP-IDX)
030700                        WS-CP-TERM(WS-CP-IDX).
030800 
030900 2000-LOAD-ONE-CUSTOMER-READ.
031000     PERFORM 8000-READ-HOUSEHOLD
031100         THRU 8000-READ-HOUSEHOLD-EXIT.
031200 2000-LOAD-ONE-CUSTOMER-EXIT.
031300     EXIT.
031400 
031500*----------------------------------------------------------
031600* 3000-ADD-ONE-ACCOUNT - AN OPEN ACCOUNT'S BALANCE TO ITS
031700* CUSTOMER'S DEPOSITS.
031800*----------------------------------------------------------
031900 3000-ADD-ONE-ACCOUNT.
032000     IF ACCT-IS-CLOSED OR ACCT-CUST-NUM = SPACES
032100         GO TO 3000-ADD-ONE-ACCOUNT-READ
032200     END-IF
032300     MOVE ACCT-CUST-NUM TO WS-FIND-CUST
032400     PERFORM 5000-FIND-CUSTOMER
032500         THRU 5000-FIND-CUSTOMER-EXIT
032600     IF WS-FIND-CUST NOT = SPACES
032700         ADD ACCT-BALANCE TO WS-CP-DEPOSITS(WS-CP-IDX)
032800     END-IF.
032900 
033000 3000-ADD-ONE-ACCOUNT-READ.
033100     PERFORM 8100-READ-ACCOUNT
033200         THRU 8100-READ-ACCOUNT-EXIT.
033300 3000-ADD-ONE-ACCOUNT-EXIT.
033400     EXIT.
033500 
033600*----------------------------------------------------------
033700* 3100-ADD-ONE-LOAN - A LIVE LOAN'S OUTSTANDING BALANCE TO
033800* ITS APPLICANT'S LOANS.
033900*----------------------------------------------------------
034000 3100-ADD-ONE-LOAN.
034100     IF LN-IS-CLOSED OR LN-IS-CHARGED-OFF
034200         GO TO 3100-ADD-ONE-LOAN-READ
034300     END-IF
034400     MOVE LN-APPLICANT-ID(1:6) TO WS-FIND-CUST
034500     PERFORM 5000-FIND-CUSTOMER
034600         THRU 5000-FIND-CUSTOMER-EXIT
034700     IF WS-FIND-CUST NOT = SPACES
034800         ADD LN-OUTSTANDING-BAL TO WS-CP-LOANS(WS-CP-IDX)
034900     END-IF.
035000 
035100 3100-ADD-ONE-LOAN-READ.
035200     PERFORM 8200-READ-LOAN
035300         THRU 8200-READ-LOAN-EXIT.
035400 3100-ADD-ONE-LOAN-EXIT.
035500     EXIT.
035600 
035700*----------------------------------------------------------
035800* 3200-ADD-ONE-TERM-DEPOSIT - A CERTIFICATE NOT YET MATURED
035900* OR WITHDRAWN, TO THE CUSTOMER WHO OWNS ITS LINKED ACCOUNT.
036000*----------------------------------------------------------
036100 3200-ADD-ONE-TERM-DEPOSIT.
036200     IF TDP-IS-MATURED OR TDP-IS-WITHDRAWN
036300      OR NOT ACCT-FILE-OPEN
036400         GO TO 3200-ADD-ONE-TERM-DEPOSIT-READ
036500     END-IF
036600     MOVE TDP-ACCT TO ACCT-NUMBER
036700     READ ACCOUNT-MASTER
036800         INVALID KEY
036900             GO TO 3200-ADD-ONE-TERM-DEPOSIT-READ
037000     END-READ
037100     MOVE ACCT-CUST-NUM TO WS-FIND-CUST
037200     PERFORM 5000-FIND-CUSTOMER
037300         THRU 5000-FIND-CUSTOMER-EXIT
037400     IF WS-FIND-CUST NOT = SPACES
037500         ADD TDP-PRINCIPAL TO WS-CP-TERM(WS-CP-IDX)
037600     END-IF.
037700 
037800 3200-ADD-ONE-TERM-DEPOSIT-READ.
037900     PERFORM 8300-READ-TERM-DEPOSIT
038000         THRU 8300-READ-TERM-DEPOSIT-EXIT.
038100 3200-ADD-ONE-TERM-DEPOSIT-EXIT.
038200     EXIT.
038300 
038400*----------------------------------------------------------
038500* 4000-WALK-HOUSEHOLDS - READ HOUSEHLD AGAIN BY HOUSEHOLD ID
038600* SO EACH HOUSEHOLD'S MEMBERS COME TOGETHER, AND PRINT EACH
038700* HOUSEHOLD AS ITS LAST MEMBER GOES BY.
038800*----------------------------------------------------------
038900 4000-WALK-HOUSEHOLDS.
039000     MOVE "N"        TO WS-HHLD-EOF-FLAG
039100     MOVE LOW-VALUES TO HH-ID
039200     START HOUSEHOLDS KEY IS NOT LESS THAN HH-ID
039300         INVALID KEY
039400             GO TO 4000-WALK-HOUSEHOLDS-EXIT
039500     END-START
039600     PERFORM 8000-READ-HOUSEHOLD
039700         THRU 8000-READ-HOUSEHOLD-EXIT
039800     PERFORM 4100-GATHER-ONE-MEMBER
039900         THRU 4100-GATHER-ONE-MEMBER-EXIT
040000         UNTIL END-OF-HOUSEHOLDS
040100     IF WS-GM-COUNT > ZERO
040200         PERFORM 4500-PRINT-HOUSEHOLD
040300             THRU 4500-PRINT-HOUSEHOLD-EXIT
040400     END-IF.
040500 4000-WALK-HOUSEHOLDS-EXIT.
040600     EXIT.
040700 
040800*----------------------------------------------------------
040900* 4100-GATHER-ONE-MEMBER - A NEW HOUSEHOLD ID PRINTS THE
041000* HOUSEHOLD GATHERED SO FAR, THEN THE MEMBER IS ADDED TO THE
041100* ONE NOW BEING GATHERED.
041200*----------------------------------------------------------
041300 4100-GATHER-ONE-MEMBER.
041400     IF HH-ID NOT = WS-CUR-HH-ID
041500         IF WS-GM-COUNT > ZERO
041600             PERFORM 4500-PRINT-HOUSEHOLD
041700                 THRU 4500-PRINT-HOUSEHOLD-EXIT
041800         END-IF
041900         MOVE HH-ID TO WS-CUR-HH-ID
042000         MOVE ZERO  TO WS-GM-COUNT
042100     END-IF
042200     IF WS-GM-COUNT >= 100
042300         GO TO 4100-GATHER-ONE-MEMBER-READ
042400     END-IF
042500     ADD 1 TO WS-GM-COUNT
042600     SET WS-GM-IDX TO WS-GM-COUNT
042700     MOVE HH-CUST-ID   TO WS-GM-CUST(WS-GM-IDX)
042800     MOVE HH-HEAD-FLAG TO WS-GM-HEAD(WS-GM-IDX).
042900 
043000 4100-GATHER-ONE-MEMBER-READ.
043100     PERFORM 8000-READ-HOUSEHOLD
043200         THRU 8000-READ-HOUSEHOLD-EXIT.
043300 4100-GATHER-ONE-MEMBER-EXIT.
043400     EXIT.
043500 
043600*----------------------------------------------------------
043700* 4500-PRINT-HOUSEHOLD - THE HOUSEHOLD LINE, ONE LINE PER
043800* MEMBER AND THE HOUSEHOLD TOTAL.  A HOUSEHOLD OF ONE IS
043900* ONLY COUNTED.  THE BLOCK IS KEPT ON ONE PAGE.
044000*----------------------------------------------------------
044100 4500-PRINT-HOUSEHOLD.
044200     IF WS-GM-COUNT < 2
044300         ADD 1 TO WS-HH-SINGLE
044400         GO TO 4500-PRINT-HOUSEHOLD-EXIT
044500     END-IF
044600     IF RPT-LINE-COUNT + WS-GM-COUNT + 3 > RPT-PAGE-LIMIT
044700         PERFORM 7900-RPT-HEADINGS
044800             THRU 7900-RPT-HEADINGS-EXIT
044900     END-IF
045000     MOVE WS-CUR-HH-ID TO HL-HH-ID
045100     MOVE WS-GM-COUNT  TO HL-MEMBERS
045200     WRITE HH-POSITION-RPT-LINE FROM WS-HOUSEHOLD-LINE
045300     ADD 1 TO RPT-LINE-COUNT
045400     MOVE ZERO TO WS-HH-DEPOSITS WS-HH-LOANS WS-HH-TERM
045500     PERFORM 4600-PRINT-ONE-MEMBER
045600         THRU 4600-PRINT-ONE-MEMBER-EXIT
045700         VARYING WS-GM-IDX FROM 1 BY 1
045800         UNTIL WS-GM-IDX > WS-GM-COUNT
045900 
046000     MOVE SPACES            TO DL-CUST DL-HEAD
046100     MOVE "HOUSEHOLD TOTAL" TO DL-NAME
046200     MOVE WS-HH-DEPOSITS    TO DL-DEPOSITS
046300     MOVE WS-HH-LOANS       TO DL-LOANS
046400     MOVE WS-HH-TERM        TO DL-TERM
046500     COMPUTE WS-NET-POSITION =
046600         WS-HH-DEPOSITS + WS-HH-TERM - WS-HH-LOANS
046700     MOVE WS-NET-POSITION   TO DL-NET
046800     WRITE HH-POSITION-RPT-LINE FROM WS-DETAIL-LINE
046900     MOVE SPACES TO HH-POSITION-RPT-LINE
047000     WRITE HH-POSITION-RPT-LINE
047100     ADD 2 TO RPT-LINE-COUNT
047200     ADD WS-HH-DEPOSITS TO WS-GR-DEPOSITS
047300     ADD WS-HH-LOANS    TO WS-GR-LOANS
047400     ADD WS-HH-TERM     TO WS-GR-TERM
047500     ADD 1 TO WS-HH-PRINTED
047600     ADD 1 TO RPT-DETAIL-COUNT.
047700 4500-PRINT-HOUSEHOLD-EXIT.
047800     EXIT.
047900 
048000*----------------------------------------------------------
048100* 4600-PRINT-ONE-MEMBER - ONE MEMBER'S FIGURES, THE HEAD
048200* MARKED WITH AN ASTERISK.
048300*----------------------------------------------------------
048400 4600-PRINT-ONE-MEMBER.
048500     MOVE WS-GM-CUST(WS-GM-IDX) TO DL-CUST WS-FIND-CUST
048600     MOVE SPACES                TO DL-HEAD
048700     IF WS-GM-HEAD(WS-GM-IDX) = "Y"
048800         MOVE " *" TO DL-HEAD
048900     END-IF
049000     MOVE "NOT FOUND" TO DL-NAME
049100     IF CUSTM-FILE-OPEN
049200         MOVE WS-GM-CUST(WS-GM-IDX) TO CM-CUST-ID
049300         READ CUSTOMER-MASTER
049400             INVALID KEY
049500                 CONTINUE
049600             NOT INVALID KEY
049700                 MOVE CM-CUST-NAME TO DL-NAME
049800         END-READ
049900     END-IF
050000     PERFORM 5000-FIND-CUSTOMER
050100         THRU 5000-FIND-CUSTOMER-EXIT
050200     IF WS-FIND-CUST = SPACES
050300         MOVE ZERO TO DL-DEPOSITS DL-LOANS DL-TERM DL-NET
050400     ELSE
050500         MOVE WS-CP-DEPOSITS(WS-CP-IDX) TO DL-DEPOSITS
050600         MOVE WS-CP-LOANS(WS-CP-IDX)    TO DL-LOANS
050700         MOVE WS-CP-TERM(WS-CP-IDX)     TO DL-TERM
050800         COMPUTE WS-NET-POSITION = WS-CP-DEPOSITS(WS-CP-IDX)
050900             + WS-CP-TERM(WS-CP-IDX) - WS-CP-LOANS(WS-CP-IDX)
051000         MOVE WS-NET-POSITION           TO DL-NET
051100         ADD WS-CP-DEPOSITS(WS-CP-IDX)  TO WS-HH-DEPOSITS
051200         ADD WS-CP-LOANS(WS-CP-IDX)     TO WS-HH-LOANS
051300         ADD WS-CP-TERM(WS-CP-IDX)      TO WS-HH-TERM
051400     END-IF
051500     WRITE HH-POSITION-RPT-LINE FROM WS-DETAIL-LINE
051600     ADD 1 TO RPT-LINE-COUNT
051700     ADD 1 TO WS-MEMBERS-PRINTED.
051800 4600-PRINT-ONE-MEMBER-EXIT.
051900     EXIT.
052000 
052100*----------------------------------------------------------
052200* 5000-FIND-CUSTOMER - POINT WS-CP-IDX AT WS-FIND-CUST'S
052300* TABLE ENTRY.  WS-FIND-CUST COMES BACK SPACES WHEN THE
052400* CUSTOMER IS NOT ON HOUSEHLD.
052500*----------------------------------------------------------
052600 5000-FIND-CUSTOMER.
052700     IF WS-CP-COUNT = ZERO
052800         MOVE SPACES TO WS-FIND-CUST
052900         GO TO 5000-FIND-CUSTOMER-EXIT
053000     END-IF
053100     SET WS-CP-IDX TO 1
053200     SEARCH WS-CP-ENTRY
053300         AT END
053400             MOVE SPACES TO WS-FIND-CUST
053500         WHEN WS-CP-CUST(WS-CP-IDX) = WS-FIND-CUST
053600             CONTINUE
053700     END-SEARCH.
053800 5000-FIND-CUSTOMER-EXIT.
053900     EXIT.
054000 
054100*----------------------------------------------------------
054200* 7000-PRINT-SUMMARY - A FRESH PAGE WITH THE GRAND TOTALS
054300* OVER THE HOUSEHOLDS PRINTED, THE COUNTS AND THE TRAILER.
054400*----------------------------------------------------------
054500 7000-PRINT-SUMMARY.
054600     MOVE "S" TO WS-SECTION-FLAG
054700     PERFORM 7900-RPT-HEADINGS
054800         THRU 7900-RPT-HEADINGS-EXIT
054900     MOVE "HOUSEHOLD DEPOSITS"       TO SL-LABEL
055000     MOVE WS-GR-DEPOSITS             TO SL-AMOUNT
055100     WRITE HH-POSITION-RPT-LINE FROM WS-SUMMARY-LINE
055200     MOVE "HOUSEHOLD LOANS"          TO SL-LABEL
055300     MOVE WS-GR-LOANS                TO SL-AMOUNT
055400     WRITE HH-POSITION-RPT-LINE FROM WS-SUMMARY-LINE
055500     MOVE "HOUSEHOLD TERM DEPOSITS"  TO SL-LABEL
055600     MOVE WS-GR-TERM                 TO SL-AMOUNT
055700     WRITE HH-POSITION-RPT-LINE FROM WS-SUMMARY-LINE
055800     COMPUTE WS-NET-POSITION =
055900         WS-GR-DEPOSITS + WS-GR-TERM - WS-GR-LOANS
056000     MOVE "NET POSITION"             TO SL-LABEL
056100     MOVE WS-NET-POSITION            TO SL-AMOUNT
056200     WRITE HH-POSITION-RPT-LINE FROM WS-SUMMARY-LINE
056300     MOVE SPACES TO HH-POSITION-RPT-LINE
056400     WRITE HH-POSITION-RPT-LINE
056500     MOVE "HOUSEHOLDS OF TWO OR MORE"  TO SC-LABEL
056600     MOVE WS-HH-PRINTED              TO SC-COUNT
056700     WRITE HH-POSITION-RPT-LINE FROM WS-SUMMARY-COUNT-LINE
056800     MOVE "MEMBERS LISTED"           TO SC-LABEL
056900     MOVE WS-MEMBERS-PRINTED         TO SC-COUNT
057000     WRITE HH-POSITION-RPT-LINE FROM WS-SUMMARY-COUNT-LINE
057100     MOVE "HOUSEHOLDS OF ONE"        TO SC-LABEL
057200     MOVE WS-HH-SINGLE               TO SC-COUNT
057300     WRITE HH-POSITION-RPT-LINE FROM WS-SUMMARY-COUNT-LINE
057400     IF WS-DROPPED > ZERO
057500         MOVE "CUSTOMERS OVER TABLE LIMIT" TO SC-LABEL
057600         MOVE WS-DROPPED             TO SC-COUNT
057700         WRITE HH-POSITION-RPT-LINE FROM WS-SUMMARY-COUNT-LINE
057800     END-IF
057900     MOVE RPT-DETAIL-COUNT TO RPT-TRAILER-COUNT
058000     WRITE HH-POSITION-RPT-LINE FROM RPT-TRAILER-LINE.
058100 7000-PRINT-SUMMARY-EXIT.
058200     EXIT.
058300 
058400*----------------------------------------------------------
058500* 7900-RPT-HEADINGS - THROW A NEW PAGE: THE STANDARD HEADING
058600* BLOCK AND THE COLUMN HEADINGS FOR THE SECTION BEING
058700* PRINTED.
058800*----------------------------------------------------------
058900 7900-RPT-HEADINGS.
059000     ADD 1 TO RPT-PAGE-NUMBER
059100     MOVE RPT-PAGE-NUMBER TO RPT-PAGE-DISPLAY
059200     WRITE HH-POSITION-RPT-LINE FROM RPT-HEADING-LINE
059300     IF WS-IN-SUMMARY
059400         WRITE HH-POSITION-RPT-LINE FROM WS-SUMMARY-HEADING
059500     ELSE
059600         WRITE HH-POSITION-RPT-LINE FROM WS-COLUMN-LINE
059700     END-IF
059800     MOVE ZERO TO RPT-LINE-COUNT.
059900 7900-RPT-HEADINGS-EXIT.
060000     EXIT.
060100 
060200*----------------------------------------------------------
060300* 8000-READ-HOUSEHOLD - READ THE NEXT HOUSEHLD RECORD IN THE
060400* KEY OF REFERENCE.
060500*----------------------------------------------------------
060600 8000-READ-HOUSEHOLD.
060700     READ HOUSEHOLDS NEXT RECORD
060800         AT END
060900             MOVE "Y" TO WS-HHLD-EOF-FLAG
061000     END-READ.
061100 8000-READ-HOUSEHOLD-EXIT.
061200     EXIT.
061300 
061400*----------------------------------------------------------
061500* 8100-READ-ACCOUNT - READ THE NEXT ACCTMSTR RECORD.
061600*----------------------------------------------------------
061700 8100-READ-ACCOUNT.
061800     READ ACCOUNT-MASTER NEXT RECORD
061900         AT END
062000             MOVE "Y" TO WS-ACCT-EOF-FLAG
062100     END-READ.
062200 8100-READ-ACCOUNT-EXIT.
062300     EXIT.
062400 
062500*----------------------------------------------------------
062600* 8200-READ-LOAN - READ THE NEXT LOANMSTR RECORD.
062700*----------------------------------------------------------
062800 8200-READ-LOAN.
062900     READ LOAN-MASTER NEXT RECORD
063000         AT END
063100             MOVE "Y" TO WS-LOAN-EOF-FLAG
063200     END-READ.
063300 8200-READ-LOAN-EXIT.
063400     EXIT.
063500 
063600*----------------------------------------------------------
063700* 8300-READ-TERM-DEPOSIT - READ THE NEXT TERMDEP RECORD.
063800*----------------------------------------------------------
063900 8300-READ-TERM-DEPOSIT.
064000     READ TERM-DEPOSITS NEXT RECORD
064100         AT END
064200             MOVE "Y" TO WS-TDEP-EOF-FLAG
064300     END-READ.
064400 8300-READ-TERM-DEPOSIT-EXIT.
064500     EXIT.
064600 
064610*----------------------------------------------------------
064620* 8900-LOG-EXCEPTION - WRITE THE PREPARED WARNING TO EXCPLOG
064630* FOR THE MORNING EXCEPTIONS REPORT.
064640*----------------------------------------------------------
064650 8900-LOG-EXCEPTION.
064660     CALL "EXCPLOG" USING WS-EXCP-PROGRAM WS-EXCP-SEVERITY
064670         WS-EXCP-MESSAGE WS-EXCP-FSTATUS.
064680 8900-LOG-EXCEPTION-EXIT.
064690     EXIT.
064695 
064700*----------------------------------------------------------
064800* 9000-TERMINATE - CLOSE FILES AND WRITE THE DAILY-STATS
064900* SUMMARY RECORD.
065000*----------------------------------------------------------
065100 9000-TERMINATE.
065200     IF INIT-SUCCESSFUL
065300         CLOSE HOUSEHOLDS
065400         IF ACCT-FILE-OPEN
065500             CLOSE ACCOUNT-MASTER
065600         END-IF
065700         IF LOAN-FILE-OK
065800             CLOSE LOAN-MASTER
065900         END-IF
066000         IF TDEP-FILE-OK
066100             CLOSE TERM-DEPOSITS
066200         END-IF
066300     END-IF
066400     IF CUSTM-FILE-OPEN
066500         CLOSE CUSTOMER-MASTER
066600     END-IF
066700     CLOSE HH-POSITION-RPT
066800     PERFORM 9500-WRITE-DAILY-STATS
066900         THRU 9500-WRITE-DAILY-STATS-EXIT
067000     IF WS-DROPPED > ZERO
067010         MOVE "POSITION TABLE FULL - CUSTOMERS LEFT OUT"
067020             TO WS-EXCP-MESSAGE
067030         MOVE SPACES TO WS-EXCP-FSTATUS
067040         PERFORM 8900-LOG-EXCEPTION
067050             THRU 8900-LOG-EXCEPTION-EXIT
067200     END-IF
067300     DISPLAY "HOUSEHOLD-POSITION: " WS-HH-PRINTED
067400         " HOUSEHOLDS, " WS-MEMBERS-PRINTED " MEMBERS LISTED".
067500 9000-TERMINATE-EXIT.
067600     EXIT.
067700 
067800*----------------------------------------------------------
067900* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
068000* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
068100* CONSOLIDATED REPORT.
068200*----------------------------------------------------------
068300 9500-WRITE-DAILY-STATS.
068400     OPEN EXTEND DAILY-STATS-FILE
068500     MOVE "HOUSEHOLD-POSITION" TO DS-PROGRAM-NAME
068600     MOVE WS-HH-PRINTED        TO DS-RECORD-COUNT
068700     MOVE WS-HH-PRINTED        TO WS-COUNT-DISP
068800     COMPUTE WS-NET-POSITION =
068900         WS-GR-DEPOSITS + WS-GR-TERM - WS-GR-LOANS
069000     MOVE WS-NET-POSITION      TO WS-NET-DISP
069100     MOVE SPACES               TO DS-DETAIL
069200     STRING "HOUSEHOLDS: "     DELIMITED BY SIZE
069300         WS-COUNT-DISP         DELIMITED BY SIZE
069400         "  NET: "             DELIMITED BY SIZE
069500         WS-NET-DISP           DELIMITED BY SIZE
069600         INTO DS-DETAIL
069700     END-STRING
069800     WRITE DAILY-STAT-RECORD
069900     CLOSE DAILY-STATS-FILE.
070000 9500-WRITE-DAILY-STATS-EXIT.
070100     EXIT.
