000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AUDIT-CONFIRM-SAMPLE.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  EXTERNAL AUDIT BALANCE
001100*                 CONFIRMATIONS.  DRAWS A REPRODUCIBLE
001200*                 STRATIFIED SAMPLE OF DEPOSIT ACCOUNTS
001300*                 (ACCTMSTR) AND LOANS (LOANMSTR): SYSIN GIVES
001400*                 THE AUDIT DATE, A SEED, AND FOR EACH BALANCE
001500*                 BAND ITS FLOOR AND SAMPLE SIZE, SO THE LARGE
001600*                 BALANCES CAN BE OVER-REPRESENTED (OR TAKEN
001700*                 WHOLE).  EACH BAND IS SAMPLED IN KEY ORDER BY
001800*                 SEQUENTIAL SELECTION SAMPLING, DRIVEN BY A
001900*                 PARK-MILLER GENERATOR FROM THE SEED, SO THE
002000*                 SAME SEED AND FILES GIVE THE SAME SAMPLE.
002100*                 EVERY SELECTION GETS A CONFIRMATION LETTER ON
002200*                 CONFLTRS (SHARED CNFMREC COPYBOOK) WITH ITS
002300*                 BALANCE AS OF THE AUDIT DATE AND THE CUSTADDR
002400*                 MAILING BLOCK, AND A LINE ON THE AUDCNFRG
002500*                 SAMPLE REGISTER SHOWING THE DRAW THAT CHOSE
002600*                 IT; THE REGISTER ENDS WITH THE BAND TOTALS.
002700*----------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT SYSIN-FILE ASSIGN TO "SYSIN"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-SYSIN-STATUS.
003400 
003500     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS ACCT-NUMBER
003900         ALTERNATE RECORD KEY IS ACCT-NAME
004000             WITH DUPLICATES
004100         FILE STATUS IS WS-ACCT-STATUS.
004200 
004300     SELECT BALANCE-HISTORY ASSIGN TO "BALHIST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS BH-KEY
004700         FILE STATUS IS WS-BALH-STATUS.
004800 
004900     SELECT LOAN-MASTER ASSIGN TO "LOANMSTR"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS LN-LOAN-NUMBER
005300         FILE STATUS IS WS-LOAN-STATUS.
005400 
005500     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS CM-CUST-ID
005900         FILE STATUS IS WS-CUSTM-STATUS.
006000 
006100     SELECT CUSTOMER-ADDRESS ASSIGN TO "CUSTADDR"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS AD-CUST-ID
006500         FILE STATUS IS WS-ADDR-STATUS.
006600 
006700     SELECT CONFIRM-LETTERS ASSIGN TO "CONFLTRS"
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900 
007000     SELECT HOLD-MAIL-FILE ASSIGN TO "HOLDMAIL"
007100         ORGANIZATION IS LINE SEQUENTIAL.
007200 
007300     SELECT SAMPLE-REGISTER ASSIGN TO "AUDCNFRG"
007400         ORGANIZATION IS LINE SEQUENTIAL.
007500 
007600     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
007700         ORGANIZATION IS LINE SEQUENTIAL.
007800 
007900 DATA DIVISION.
008000 FILE SECTION.
008100*----------------------------------------------------------
008200* SYSIN: ONE "A" CARD - AUDIT DATE (COLS 3-10) AND SEED
008300* (COLS 12-20) - THEN ONE CARD PER BALANCE BAND: "D" FOR
008400* DEPOSITS OR "L" FOR LOANS, THE BAND FLOOR IN WHOLE
008500* CURRENCY (COLS 3-11) AND THE SAMPLE SIZE (COLS 13-17).  A
008600* TYPE'S BANDS RUN IN RISING FLOOR ORDER; A BALANCE BELOW
008700* ITS LOWEST FLOOR IS OUTSIDE THE SAMPLE.  "*" IS A COMMENT.
008800*----------------------------------------------------------
008900 FD  SYSIN-FILE.
009000 01  SYSIN-RECORD.
009100     05  SI-CARD-TYPE        PIC X(01).
009200     05  FILLER              PIC X(01).
009300     05  SI-AUDIT-DATE       PIC X(08).
009400     05  FILLER              PIC X(01).
009500     05  SI-SEED             PIC X(09).
009600     05  FILLER              PIC X(60).
009700 01  SYSIN-BAND-CARD.
009800     05  FILLER              PIC X(02).
009900     05  SI-BAND-FLOOR       PIC X(09).
010000     05  FILLER              PIC X(01).
010100     05  SI-BAND-SIZE        PIC X(05).
010200     05  FILLER              PIC X(63).
010300 
010400 FD  ACCOUNT-MASTER.
010500 01  ACCOUNT-MASTER-RECORD.
010600     COPY ACCTREC.
010700 
010800 FD  BALANCE-HISTORY.
010900 01  BALANCE-HISTORY-RECORD.
011000     COPY BALHREC.
011100 
011200 FD  LOAN-MASTER.
011300 01  LOAN-MASTER-RECORD.
011400     COPY LOANREC.
011500 
011600 FD  CUSTOMER-MASTER.
011700 01  CUSTOMER-MASTER-RECORD.
011800     COPY CUSTMREC.
011900 
012000 FD  CUSTOMER-ADDRESS.
012100 01  CUSTOMER-ADDRESS-RECORD.
012200     COPY ADDRREC.
012300 
012400 FD  CONFIRM-LETTERS.
012500 01  CONFIRM-LETTER-RECORD.
012600     COPY CNFMREC.
012700 
012800 FD  HOLD-MAIL-FILE.
012900 01  HOLD-MAIL-RECORD.
013000     COPY HMAILREC.
013100 
013200 FD  SAMPLE-REGISTER.
013300 01  SAMPLE-REGISTER-LINE    PIC X(80).
013400 
013500 FD  DAILY-STATS-FILE.
013600     COPY DLYSTAT.
013700 
013800 WORKING-STORAGE SECTION.
013900*----------------------------------------------------------
014000* SWITCHES AND FILE STATUS
014100*----------------------------------------------------------
014200 01  WS-SWITCHES.
014300     05  WS-INIT-FLAG        PIC X(01) VALUE "Y".
014400         88  INIT-SUCCESSFUL         VALUE "Y".
014500     05  WS-EOF-FLAG         PIC X(01) VALUE "N".
014600         88  END-OF-INPUT            VALUE "Y".
014700     05  WS-PASS-FLAG        PIC X(01) VALUE "C".
014800         88  WS-COUNTING             VALUE "C".
014900         88  WS-SELECTING            VALUE "S".
015000     05  WS-SECTION-FLAG     PIC X(01) VALUE "D".
015100         88  WS-IN-SUMMARY           VALUE "S".
015200     05  WS-IN-FRAME-FLAG    PIC X(01) VALUE "N".
015300         88  WS-IN-FRAME             VALUE "Y".
015400     05  WS-BALH-OPEN-FLAG   PIC X(01) VALUE "N".
015500         88  BALH-FILE-OPEN          VALUE "Y".
015600     05  WS-CUSTM-OPEN-FLAG  PIC X(01) VALUE "N".
015700         88  CUSTM-FILE-OPEN         VALUE "Y".
015800     05  WS-AUDIT-CARD-FLAG  PIC X(01) VALUE "N".
015900         88  WS-HAVE-AUDIT-CARD      VALUE "Y".
016000 01  WS-SYSIN-STATUS         PIC X(02).
016100     88  SYSIN-FILE-OK               VALUE "00".
016200 01  WS-ACCT-STATUS          PIC X(02).
016300     88  ACCT-FILE-OK                VALUE "00".
016400 01  WS-BALH-STATUS          PIC X(02).
016500     88  BALH-FILE-OK                VALUE "00".
016600 01  WS-LOAN-STATUS          PIC X(02).
016700     88  LOAN-FILE-OK                VALUE "00".
016800 01  WS-CUSTM-STATUS         PIC X(02).
016900     88  CUSTM-FILE-OK               VALUE "00".
017000 01  WS-ADDR-STATUS          PIC X(02).
017100     88  ADDR-FILE-OK                VALUE "00".
017200 
017300*----------------------------------------------------------
017400* RUN PARAMETERS FROM SYSIN
017500*----------------------------------------------------------
017600 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
017700 01  WS-AUDIT-DATE           PIC 9(08) VALUE ZERO.
017800 01  WS-SEED                 PIC 9(09) VALUE ZERO.
017900 01  WS-CARD-COUNT           PIC 9(03) COMP VALUE ZERO.
018000 01  WS-BAD-CARD             PIC X(20) VALUE SPACES.
018100 
018200*----------------------------------------------------------
018300* THE BALANCE BANDS (STRATA) FOR BOTH TYPES.  POPULATION
018400* FIGURES COME FROM THE COUNTING PASS; LEFT AND NEED RUN
018500* DOWN AS THE SELECTING PASS WORKS THROUGH THE BAND.
018600*----------------------------------------------------------
018700 01  WS-BAND-COUNT           PIC 9(03) COMP VALUE ZERO.
018800 01  WS-BAND-SUB             PIC 9(03) COMP VALUE ZERO.
018900 01  WS-LAST-FLOOR           PIC 9(09) VALUE ZERO.
019000 01  WS-BAND-TABLE.
019100     05  WS-BD-ENTRY         OCCURS 1 TO 20 TIMES
019200             DEPENDING ON WS-BAND-COUNT
019300             INDEXED BY WS-BD-IDX.
019400         10  WS-BD-TYPE      PIC X(01).
019500         10  WS-BD-FLOOR     PIC 9(09).
019600         10  WS-BD-REQUESTED PIC 9(05).
019700         10  WS-BD-POP       PIC 9(07) COMP.
019800         10  WS-BD-POP-BAL   PIC S9(11)V99.
019900         10  WS-BD-LEFT      PIC 9(07) COMP.
020000         10  WS-BD-NEED      PIC 9(05) COMP.
020100         10  WS-BD-SELECTED  PIC 9(05) COMP.
020200         10  WS-BD-SAMPLE-BAL
020300                             PIC S9(11)V99.
020400 
020500*----------------------------------------------------------
020600* THE ITEM IN HAND.  WS-BAND-AMT IS THE SIZE OF THE
020700* BALANCE (AN OVERDRAWN ACCOUNT BANDS ON ITS OVERDRAFT).
020800*----------------------------------------------------------
020900 01  WS-ITEM-TYPE            PIC X(01).
021000 01  WS-ITEM-ID              PIC X(08).
021100 01  WS-ITEM-CUST            PIC X(06).
021200 01  WS-ITEM-BAL             PIC S9(9)V99 VALUE ZERO.
021300 01  WS-ITEM-BASIS           PIC X(01).
021400 01  WS-BAND-AMT             PIC 9(9)V99 VALUE ZERO.
021500 
021600*----------------------------------------------------------
021700* PARK-MILLER MINIMAL STANDARD GENERATOR: EACH DRAW IS
021800* SEED * 16807 MODULO 2147483647.  AN ITEM IS SELECTED WHEN
021900* DRAW / 2147483647 IS LESS THAN NEED / LEFT FOR ITS BAND,
022000* WHICH TAKES EXACTLY THE SAMPLE SIZE FROM THE BAND.
022100*----------------------------------------------------------
022200 01  WS-RAND-SEED            PIC 9(10) VALUE ZERO.
022300 01  WS-RAND-WORK            PIC 9(15) VALUE ZERO.
022400 01  WS-RAND-QUOT            PIC 9(15) VALUE ZERO.
022500 01  WS-RAND-LHS             PIC 9(17) VALUE ZERO.
022600 01  WS-RAND-RHS             PIC 9(17) VALUE ZERO.
022700 01  WS-RAND-MODULUS         PIC 9(10) VALUE 2147483647.
022800 01  WS-RAND-MULTIPLIER      PIC 9(05) VALUE 16807.
022900 01  WS-DRAW-FRACTION        PIC V9(06) VALUE ZERO.
023000 
023100*----------------------------------------------------------
023200* COUNTERS
023300*----------------------------------------------------------
023400 01  WS-CONFIRM-NO           PIC 9(05) VALUE ZERO.
023500 01  WS-LETTER-COUNT         PIC 9(05) COMP VALUE ZERO.
023600 01  WS-HELD-COUNT           PIC 9(05) COMP VALUE ZERO.
023700 01  WS-SKIPPED-COUNT        PIC 9(05) COMP VALUE ZERO.
023800 01  WS-NO-SNAP-COUNT        PIC 9(07) COMP VALUE ZERO.
023900 01  WS-LETTER-COUNT-DISP    PIC ZZZZ9.
024000 01  WS-HELD-COUNT-DISP      PIC ZZZZ9.
024100 01  WS-SKIPPED-COUNT-DISP   PIC ZZZZ9.
024200 
024300*----------------------------------------------------------
024400* THE TWO HOLDMAIL LINES FOR A CONFIRMATION THAT IS HELD.
024500*----------------------------------------------------------
024600 01  WS-HELD-LINE-1.
024700     05  FILLER              PIC X(23) VALUE
024800         "AUDIT CONFIRMATION NO. ".
024900     05  HL-CONFIRM-NO       PIC 9(05).
025000     05  FILLER              PIC X(02) VALUE SPACES.
025100     05  HL-ITEM-KIND        PIC X(08).
025200     05  FILLER              PIC X(01) VALUE SPACE.
025300     05  HL-ITEM-ID          PIC X(08).
025400     05  FILLER              PIC X(33) VALUE SPACES.
025500 01  WS-HELD-LINE-2.
025600     05  FILLER              PIC X(11) VALUE "BALANCE AT ".
025700     05  HL-AUDIT-DATE       PIC 9(08).
025800     05  FILLER              PIC X(02) VALUE ": ".
025900     05  HL-BALANCE          PIC -ZZZ,ZZZ,ZZ9.99.
026000     05  FILLER              PIC X(44) VALUE SPACES.
026100 
026200*----------------------------------------------------------
026300* STANDARD REPORT HEADING/TRAILER FIELDS AND THE REGISTER
026400* LINES.
026500*----------------------------------------------------------
026600     COPY RPTHEAD.
026700 01  WS-COLUMN-LINE.
026800     05  FILLER              PIC X(40) VALUE
026900         "T CONF# ST ITEM     CUST    AUDIT BALANC".
027000     05  FILLER              PIC X(40) VALUE
027100         "E B   DRAW   NEED/  LEFT DISPOSITION".
027200 01  WS-REGISTER-DETAIL.
027300     05  RD-TYPE             PIC X(01).
027400     05  FILLER              PIC X(01) VALUE SPACE.
027500     05  RD-CONFIRM-NO       PIC 9(05).
027600     05  FILLER              PIC X(01) VALUE SPACE.
027700     05  RD-STRATUM          PIC 9(02).
027800     05  FILLER              PIC X(01) VALUE SPACE.
027900     05  RD-ITEM-ID          PIC X(08).
028000     05  FILLER              PIC X(01) VALUE SPACE.
028100     05  RD-CUST-ID          PIC X(06).
028200     05  FILLER              PIC X(01) VALUE SPACE.
028300     05  RD-BALANCE          PIC -ZZ,ZZZ,ZZ9.99.
028400     05  FILLER              PIC X(01) VALUE SPACE.
028500     05  RD-BASIS            PIC X(01).
028600     05  FILLER              PIC X(01) VALUE SPACE.
028700     05  RD-DRAW             PIC .9(06).
028800     05  FILLER              PIC X(01) VALUE SPACE.
028900     05  RD-NEED             PIC ZZZZ9.
029000     05  FILLER              PIC X(01) VALUE "/".
029100     05  RD-LEFT             PIC ZZZZZ9.
029200     05  FILLER              PIC X(01) VALUE SPACE.
029300     05  RD-DISPOSITION      PIC X(13).
029400     05  FILLER              PIC X(02) VALUE SPACES.
029500 01  WS-PARM-LINE.
029600     05  FILLER              PIC X(12) VALUE "AUDIT DATE: ".
029700     05  PL-AUDIT-DATE       PIC 9(08).
029800     05  FILLER              PIC X(08) VALUE "  SEED: ".
029900     05  PL-SEED             PIC 9(09).
030000     05  FILLER              PIC X(43) VALUE
030100         "  DRAW < NEED/LEFT SELECTS (B: S=SNAPSHOT, ".
030200 01  WS-PARM-LINE-2.
030300     05  FILLER              PIC X(40) VALUE
030400         "C=CURRENT BOOK BALANCE)".
030500     05  FILLER              PIC X(40) VALUE SPACES.
030600 01  WS-SUMMARY-HEADING.
030700     05  FILLER              PIC X(40) VALUE
030800         "T ST  BAND FLOOR   COUNT POPULATION BALA".
030900     05  FILLER              PIC X(40) VALUE
031000         "NCE   REQ   SEL     SAMPLE BALANCE".
031100 01  WS-SUMMARY-LINE.
031200     05  SL-TYPE             PIC X(01).
031300     05  FILLER              PIC X(01) VALUE SPACE.
031400     05  SL-STRATUM          PIC 9(02).
031500     05  FILLER              PIC X(01) VALUE SPACE.
031600     05  SL-FLOOR            PIC ZZZ,ZZZ,ZZ9.
031700     05  FILLER              PIC X(01) VALUE SPACE.
031800     05  SL-POP              PIC ZZZZZZ9.
031900     05  FILLER              PIC X(01) VALUE SPACE.
032000     05  SL-POP-BAL          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
032100     05  FILLER              PIC X(01) VALUE SPACE.
032200     05  SL-REQUESTED        PIC ZZZZ9.
032300     05  FILLER              PIC X(01) VALUE SPACE.
032400     05  SL-SELECTED         PIC ZZZZ9.
032500     05  FILLER              PIC X(01) VALUE SPACE.
032600     05  SL-SAMPLE-BAL       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
032700     05  FILLER              PIC X(06) VALUE SPACES.
032800 01  WS-TOTAL-LINE.
032900     05  FILLER              PIC X(16) VALUE "LETTERS MAILED: ".
033000     05  TL-LETTERS          PIC ZZZZ9.
033100     05  FILLER              PIC X(09) VALUE "   HELD: ".
033200     05  TL-HELD             PIC ZZZZ9.
033300     05  FILLER              PIC X(24) VALUE
033400         "   SKIPPED NO ADDRESS: ".
033500     05  TL-SKIPPED          PIC ZZZZ9.
033600     05  FILLER              PIC X(16) VALUE SPACES.
033700 01  WS-NO-SNAP-LINE.
033800     05  FILLER              PIC X(44) VALUE
033900         "DEPOSITS WITH NO BALANCE ON THE AUDIT DATE: ".
034000     05  NS-COUNT            PIC ZZZZZZ9.
034100     05  FILLER              PIC X(29) VALUE SPACES.
034200 01  WS-LOAN-BASIS-LINE.
034300     05  FILLER              PIC X(42) VALUE
034400         "LOAN BALANCES ARE CURRENT BOOK BALANCES AT".
034500     05  FILLER              PIC X(01) VALUE SPACE.
034600     05  LB-DATE             PIC 9(08).
034700     05  FILLER              PIC X(29) VALUE SPACES.
034800 
034900 PROCEDURE DIVISION.
035000*----------------------------------------------------------
035100* 0000-MAINLINE - COUNT EVERY BAND'S POPULATION, THEN MAKE
035200* THE SELECTING PASS OVER THE SAME FILES IN THE SAME ORDER.
035300*----------------------------------------------------------
035400 0000-MAINLINE.
035500     PERFORM 1000-INITIALIZE
035600         THRU 1000-INITIALIZE-EXIT
035700     IF INIT-SUCCESSFUL
035800         MOVE "C" TO WS-PASS-FLAG
035900         PERFORM 2000-SWEEP-DEPOSITS
036000             THRU 2000-SWEEP-DEPOSITS-EXIT
036100         PERFORM 2500-SWEEP-LOANS
036200             THRU 2500-SWEEP-LOANS-EXIT
036300         PERFORM 3000-PREPARE-BAND
036400             THRU 3000-PREPARE-BAND-EXIT
036500             VARYING WS-BD-IDX FROM 1 BY 1
036600             UNTIL WS-BD-IDX > WS-BAND-COUNT
036700         MOVE "S" TO WS-PASS-FLAG
036800         PERFORM 2000-SWEEP-DEPOSITS
036900             THRU 2000-SWEEP-DEPOSITS-EXIT
037000         PERFORM 2500-SWEEP-LOANS
037100             THRU 2500-SWEEP-LOANS-EXIT
037200         PERFORM 7000-PRINT-SUMMARY
037300             THRU 7000-PRINT-SUMMARY-EXIT
037400     END-IF
037500     PERFORM 9000-TERMINATE
037600         THRU 9000-TERMINATE-EXIT
037700     STOP RUN.
037800 
037900*----------------------------------------------------------
038000* 1000-INITIALIZE - HEAD THE REGISTER, READ AND CHECK THE
038100* SYSIN CARDS, AND OPEN THE FILES.  BAD OR MISSING CARDS,
038200* OR NO ACCTMSTR, LOANMSTR OR CUSTADDR, FAIL THE STEP.
038300*----------------------------------------------------------
038400 1000-INITIALIZE.
038500     CALL "GETBDATE" USING WS-BUSINESS-DATE
038600     OPEN OUTPUT SAMPLE-REGISTER
038700     MOVE "AUDIT CONFIRMATION SAMPLE REGISTER" TO RPT-TITLE
038800     MOVE WS-BUSINESS-DATE TO RPT-HEAD-DATE
038900     PERFORM 7900-RPT-HEADINGS
039000         THRU 7900-RPT-HEADINGS-EXIT
039100     PERFORM 1100-READ-PARAMETERS
039200         THRU 1100-READ-PARAMETERS-EXIT
039300     IF NOT INIT-SUCCESSFUL
039400         MOVE 8 TO RETURN-CODE
039500         GO TO 1000-INITIALIZE-EXIT
039600     END-IF
039700     MOVE WS-AUDIT-DATE TO PL-AUDIT-DATE
039800     MOVE WS-SEED       TO PL-SEED
039900     WRITE SAMPLE-REGISTER-LINE FROM WS-PARM-LINE
040000     WRITE SAMPLE-REGISTER-LINE FROM WS-PARM-LINE-2
040100     ADD 2 TO RPT-LINE-COUNT
040200     MOVE WS-SEED TO WS-RAND-SEED
040300     OPEN INPUT ACCOUNT-MASTER
040400     IF NOT ACCT-FILE-OK
040500         DISPLAY "AUDIT-CONFIRM-SAMPLE: ACCTMSTR OPEN FAILED, "
040600             "STATUS " WS-ACCT-STATUS
040700         MOVE 8   TO RETURN-CODE
040800         MOVE "N" TO WS-INIT-FLAG
040900         GO TO 1000-INITIALIZE-EXIT
041000     END-IF
041100     CLOSE ACCOUNT-MASTER
041200     OPEN INPUT LOAN-MASTER
041300     IF NOT LOAN-FILE-OK
041400         DISPLAY "AUDIT-CONFIRM-SAMPLE: LOANMSTR OPEN FAILED, "
041500             "STATUS " WS-LOAN-STATUS
041600         MOVE 8   TO RETURN-CODE
041700         MOVE "N" TO WS-INIT-FLAG
041800         GO TO 1000-INITIALIZE-EXIT
041900     END-IF
042000     CLOSE LOAN-MASTER
042100     OPEN INPUT CUSTOMER-ADDRESS
042200     IF NOT ADDR-FILE-OK
042300         DISPLAY "AUDIT-CONFIRM-SAMPLE: CUSTADDR OPEN FAILED, "
042400             "STATUS " WS-ADDR-STATUS
042500         MOVE 8   TO RETURN-CODE
042600         MOVE "N" TO WS-INIT-FLAG
042700         GO TO 1000-INITIALIZE-EXIT
042800     END-IF
042900*    NO BALANCE HISTORY LEAVES ONLY TODAY'S BOOK BALANCES,
043000*    SO A PAST AUDIT DATE HAS NO DEPOSIT SAMPLE AT ALL.
043100     OPEN INPUT BALANCE-HISTORY
043200     IF BALH-FILE-OK
043300         MOVE "Y" TO WS-BALH-OPEN-FLAG
043400     ELSE
043500         DISPLAY "AUDIT-CONFIRM-SAMPLE: NO BALHIST, STATUS "
043600             WS-BALH-STATUS
043700         MOVE 4 TO RETURN-CODE
043800     END-IF
043900     OPEN INPUT CUSTOMER-MASTER
044000     IF CUSTM-FILE-OK
044100         MOVE "Y" TO WS-CUSTM-OPEN-FLAG
044200     ELSE
044300         DISPLAY "AUDIT-CONFIRM-SAMPLE: NO CUSTMSTR FILE, "
044400             "LETTERS WILL CARRY NO NAME"
044500     END-IF
044600     IF WS-AUDIT-DATE < WS-BUSINESS-DATE
044700         DISPLAY "AUDIT-CONFIRM-SAMPLE: LOAN BALANCES ARE AS AT "
044800             WS-BUSINESS-DATE ", NOT THE AUDIT DATE"
044900         MOVE 4 TO RETURN-CODE
045000     END-IF
045100     OPEN OUTPUT CONFIRM-LETTERS
045200     OPEN EXTEND HOLD-MAIL-FILE.
045300 1000-INITIALIZE-EXIT.
045400     EXIT.
045500 
045600*----------------------------------------------------------
045700* 1100-READ-PARAMETERS - LOAD AND CHECK THE SYSIN CARDS.
045800*----------------------------------------------------------
045900 1100-READ-PARAMETERS.
046000     OPEN INPUT SYSIN-FILE
046100     IF NOT SYSIN-FILE-OK
046200         DISPLAY "AUDIT-CONFIRM-SAMPLE: NO SYSIN CARDS"
046300         MOVE "N" TO WS-INIT-FLAG
046400         GO TO 1100-READ-PARAMETERS-EXIT
046500     END-IF
046600     MOVE "N" TO WS-EOF-FLAG
046700     PERFORM 1150-READ-ONE-CARD
046800         THRU 1150-READ-ONE-CARD-EXIT
046900         UNTIL END-OF-INPUT OR NOT INIT-SUCCESSFUL
047000     CLOSE SYSIN-FILE
047100     IF NOT INIT-SUCCESSFUL
047200         DISPLAY "AUDIT-CONFIRM-SAMPLE: BAD SYSIN CARD "
047300             WS-CARD-COUNT ": " WS-BAD-CARD
047400         GO TO 1100-READ-PARAMETERS-EXIT
047500     END-IF
047600     IF NOT WS-HAVE-AUDIT-CARD OR WS-BAND-COUNT = ZERO
047700         DISPLAY "AUDIT-CONFIRM-SAMPLE: AN A CARD AND AT LEAST "
047800             "ONE BAND CARD ARE REQUIRED"
047900         MOVE "N" TO WS-INIT-FLAG
048000     END-IF.
048100 1100-READ-PARAMETERS-EXIT.
048200     EXIT.
048300 
048400*----------------------------------------------------------
048500* 1150-READ-ONE-CARD - ONE SYSIN CARD.
048600*----------------------------------------------------------
048700 1150-READ-ONE-CARD.
048800     READ SYSIN-FILE
048900         AT END
049000             MOVE "Y" TO WS-EOF-FLAG
049100             GO TO 1150-READ-ONE-CARD-EXIT
049200     END-READ
049300     ADD 1 TO WS-CARD-COUNT
049400     MOVE SYSIN-RECORD TO WS-BAD-CARD
049500     IF SI-CARD-TYPE = "*" OR SYSIN-RECORD = SPACES
049600         GO TO 1150-READ-ONE-CARD-EXIT
049700     END-IF
049800     IF SI-CARD-TYPE = "A"
049900         IF SI-AUDIT-DATE NOT NUMERIC OR SI-SEED NOT NUMERIC
050000             MOVE "N" TO WS-INIT-FLAG
050100             GO TO 1150-READ-ONE-CARD-EXIT
050200         END-IF
050300         MOVE SI-AUDIT-DATE TO WS-AUDIT-DATE
050400         MOVE SI-SEED       TO WS-SEED
050500         IF WS-SEED = ZERO OR WS-AUDIT-DATE > WS-BUSINESS-DATE
050600             MOVE "N" TO WS-INIT-FLAG
050700             GO TO 1150-READ-ONE-CARD-EXIT
050800         END-IF
050900         MOVE "Y" TO WS-AUDIT-CARD-FLAG
051000         GO TO 1150-READ-ONE-CARD-EXIT
051100     END-IF
051200     IF SI-CARD-TYPE NOT = "D" AND NOT = "L"
051300        OR SI-BAND-FLOOR NOT NUMERIC OR SI-BAND-SIZE NOT NUMERIC
051400        OR WS-BAND-COUNT NOT < 20
051500         MOVE "N" TO WS-INIT-FLAG
051600         GO TO 1150-READ-ONE-CARD-EXIT
051700     END-IF
051800*    A TYPE'S FLOORS MUST RISE CARD BY CARD.
051900     MOVE ZERO TO WS-BAND-SUB
052000     PERFORM 1170-FIND-LAST-BAND
052100         THRU 1170-FIND-LAST-BAND-EXIT
052200         VARYING WS-BD-IDX FROM 1 BY 1
052300         UNTIL WS-BD-IDX > WS-BAND-COUNT
052400     IF WS-BAND-SUB > ZERO
052500         MOVE WS-BD-FLOOR(WS-BAND-SUB) TO WS-LAST-FLOOR
052600         IF SI-BAND-FLOOR NOT > WS-LAST-FLOOR
052700             MOVE "N" TO WS-INIT-FLAG
052800             GO TO 1150-READ-ONE-CARD-EXIT
052900         END-IF
053000     END-IF
053100     ADD 1 TO WS-BAND-COUNT
053200     SET WS-BD-IDX TO WS-BAND-COUNT
053300     MOVE SI-CARD-TYPE  TO WS-BD-TYPE(WS-BD-IDX)
053400     MOVE SI-BAND-FLOOR TO WS-BD-FLOOR(WS-BD-IDX)
053500     MOVE SI-BAND-SIZE  TO WS-BD-REQUESTED(WS-BD-IDX)
053600     MOVE ZERO TO WS-BD-POP(WS-BD-IDX) WS-BD-POP-BAL(WS-BD-IDX)
053700                  WS-BD-LEFT(WS-BD-IDX) WS-BD-NEED(WS-BD-IDX)
053800                  WS-BD-SELECTED(WS-BD-IDX)
053900                  WS-BD-SAMPLE-BAL(WS-BD-IDX).
054000 1150-READ-ONE-CARD-EXIT.
054100     EXIT.
054200 
054300*----------------------------------------------------------
054400* 1170-FIND-LAST-BAND - NOTE THE LATEST BAND ALREADY LOADED
054500* FOR THE CARD'S TYPE.
054600*----------------------------------------------------------
054700 1170-FIND-LAST-BAND.
054800     IF WS-BD-TYPE(WS-BD-IDX) = SI-CARD-TYPE
054900         SET WS-BAND-SUB TO WS-BD-IDX
055000     END-IF.
055100 1170-FIND-LAST-BAND-EXIT.
055200     EXIT.
055300 
055400*----------------------------------------------------------
055500* 2000-SWEEP-DEPOSITS - ONE PASS OF ACCTMSTR IN ACCOUNT
055600* ORDER.
055700*----------------------------------------------------------
055800 2000-SWEEP-DEPOSITS.
055900     OPEN INPUT ACCOUNT-MASTER
056000     MOVE "N" TO WS-EOF-FLAG
056100     PERFORM 2100-ONE-DEPOSIT
056200         THRU 2100-ONE-DEPOSIT-EXIT
056300         UNTIL END-OF-INPUT
056400     CLOSE ACCOUNT-MASTER.
056500 2000-SWEEP-DEPOSITS-EXIT.
056600     EXIT.
056700 
056800*----------------------------------------------------------
056900* 2100-ONE-DEPOSIT - THE ACCOUNT'S BALANCE ON THE AUDIT DATE
057000* IS ITS BALHIST SNAPSHOT FOR THAT DATE.  WITH NO SNAPSHOT,
057100* AN AUDIT DATE OF TODAY USES THE BOOK BALANCE OF AN OPEN
057200* ACCOUNT; OTHERWISE THE ACCOUNT HELD NO BALANCE THAT DAY
057300* AND IS OUTSIDE THE SAMPLE.
057400*----------------------------------------------------------
057500 2100-ONE-DEPOSIT.
057600     READ ACCOUNT-MASTER NEXT RECORD
057700         AT END
057800             MOVE "Y" TO WS-EOF-FLAG
057900             GO TO 2100-ONE-DEPOSIT-EXIT
058000     END-READ
058100     MOVE "D"           TO WS-ITEM-TYPE
058200     MOVE SPACES        TO WS-ITEM-ID
058300     MOVE ACCT-NUMBER   TO WS-ITEM-ID
058400     MOVE ACCT-CUST-NUM TO WS-ITEM-CUST
058500     MOVE "N"           TO WS-IN-FRAME-FLAG
058600     IF BALH-FILE-OPEN
058700         MOVE ACCT-NUMBER   TO BH-ACCT
058800         MOVE WS-AUDIT-DATE TO BH-DATE
058900         READ BALANCE-HISTORY
059000             INVALID KEY
059100                 CONTINUE
059200             NOT INVALID KEY
059300                 MOVE BH-BALANCE TO WS-ITEM-BAL
059400                 MOVE "S"        TO WS-ITEM-BASIS
059500                 MOVE "Y"        TO WS-IN-FRAME-FLAG
059600         END-READ
059700     END-IF
059800     IF NOT WS-IN-FRAME
059900      AND WS-AUDIT-DATE = WS-BUSINESS-DATE
060000      AND NOT ACCT-IS-CLOSED
060100         MOVE ACCT-BALANCE TO WS-ITEM-BAL
060200         MOVE "C"          TO WS-ITEM-BASIS
060300         MOVE "Y"          TO WS-IN-FRAME-FLAG
060400     END-IF
060500     IF NOT WS-IN-FRAME
060600         IF WS-COUNTING AND NOT ACCT-IS-CLOSED
060700             ADD 1 TO WS-NO-SNAP-COUNT
060800         END-IF
060900         GO TO 2100-ONE-DEPOSIT-EXIT
061000     END-IF
061100     PERFORM 5000-TAKE-ITEM
061200         THRU 5000-TAKE-ITEM-EXIT.
061300 2100-ONE-DEPOSIT-EXIT.
061400     EXIT.
061500 
061600*----------------------------------------------------------
061700* 2500-SWEEP-LOANS - ONE PASS OF LOANMSTR IN LOAN ORDER.
061800*----------------------------------------------------------
061900 2500-SWEEP-LOANS.
062000     OPEN INPUT LOAN-MASTER
062100     MOVE "N" TO WS-EOF-FLAG
062200     PERFORM 2600-ONE-LOAN
062300         THRU 2600-ONE-LOAN-EXIT
062400         UNTIL END-OF-INPUT
062500     CLOSE LOAN-MASTER.
062600 2500-SWEEP-LOANS-EXIT.
062700     EXIT.
062800 
062900*----------------------------------------------------------
063000* 2600-ONE-LOAN - A LIVE LOAN WITH A BALANCE OUTSTANDING, AT
063100* ITS BOOK BALANCE.  THE BORROWER IS THE FIRST SIX OF THE
063200* APPLICANT ID.
063300*----------------------------------------------------------
063400 2600-ONE-LOAN.
063500     READ LOAN-MASTER NEXT RECORD
063600         AT END
063700             MOVE "Y" TO WS-EOF-FLAG
063800             GO TO 2600-ONE-LOAN-EXIT
063900     END-READ
064000     IF LN-IS-CLOSED OR LN-IS-CHARGED-OFF
064100        OR LN-OUTSTANDING-BAL NOT > ZERO
064200         GO TO 2600-ONE-LOAN-EXIT
064300     END-IF
064400     MOVE "L"                  TO WS-ITEM-TYPE
064500     MOVE LN-LOAN-NUMBER       TO WS-ITEM-ID
064600     MOVE LN-APPLICANT-ID(1:6) TO WS-ITEM-CUST
064700     MOVE LN-OUTSTANDING-BAL   TO WS-ITEM-BAL
064800     MOVE "C"                  TO WS-ITEM-BASIS
064900     PERFORM 5000-TAKE-ITEM
065000         THRU 5000-TAKE-ITEM-EXIT.
065100 2600-ONE-LOAN-EXIT.
065200     EXIT.
065300 
065400*----------------------------------------------------------
065500* 3000-PREPARE-BAND - BEFORE THE SELECTING PASS: THE WHOLE
065600* BAND IS LEFT TO SEE, AND THE SAMPLE IS CAPPED AT THE BAND
065700* POPULATION (A SIZE AT OR OVER IT TAKES THE WHOLE BAND).
065800*----------------------------------------------------------
065900 3000-PREPARE-BAND.
066000     MOVE WS-BD-POP(WS-BD-IDX) TO WS-BD-LEFT(WS-BD-IDX)
066100     IF WS-BD-REQUESTED(WS-BD-IDX) > WS-BD-POP(WS-BD-IDX)
066200         MOVE WS-BD-POP(WS-BD-IDX) TO WS-BD-NEED(WS-BD-IDX)
066300     ELSE
066400         MOVE WS-BD-REQUESTED(WS-BD-IDX) TO WS-BD-NEED(WS-BD-IDX)
066500     END-IF.
066600 3000-PREPARE-BAND-EXIT.
066700     EXIT.
066800 
066900*----------------------------------------------------------
067000* 5000-TAKE-ITEM - BAND THE ITEM IN HAND.  COUNTING, ADD IT
067100* TO ITS BAND'S POPULATION; SELECTING, DRAW FOR IT WHILE THE
067200* BAND STILL NEEDS ITEMS.
067300*----------------------------------------------------------
067400 5000-TAKE-ITEM.
067500     IF WS-ITEM-BAL < ZERO
067600         COMPUTE WS-BAND-AMT = ZERO - WS-ITEM-BAL
067700     ELSE
067800         MOVE WS-ITEM-BAL TO WS-BAND-AMT
067900     END-IF
068000     MOVE ZERO TO WS-BAND-SUB
068100     PERFORM 5050-TRY-BAND
068200         THRU 5050-TRY-BAND-EXIT
068300         VARYING WS-BD-IDX FROM 1 BY 1
068400         UNTIL WS-BD-IDX > WS-BAND-COUNT
068500     IF WS-BAND-SUB = ZERO
068600         GO TO 5000-TAKE-ITEM-EXIT
068700     END-IF
068800     IF WS-COUNTING
068900         ADD 1           TO WS-BD-POP(WS-BAND-SUB)
069000         ADD WS-ITEM-BAL TO WS-BD-POP-BAL(WS-BAND-SUB)
069100         GO TO 5000-TAKE-ITEM-EXIT
069200     END-IF
069300     IF WS-BD-NEED(WS-BAND-SUB) = ZERO
069400         SUBTRACT 1 FROM WS-BD-LEFT(WS-BAND-SUB)
069500         GO TO 5000-TAKE-ITEM-EXIT
069600     END-IF
069700     COMPUTE WS-RAND-WORK = WS-RAND-SEED * WS-RAND-MULTIPLIER
069800     DIVIDE WS-RAND-WORK BY WS-RAND-MODULUS
069900         GIVING WS-RAND-QUOT REMAINDER WS-RAND-SEED
070000     COMPUTE WS-RAND-LHS = WS-RAND-SEED * WS-BD-LEFT(WS-BAND-SUB)
070100     COMPUTE WS-RAND-RHS =
070200         WS-BD-NEED(WS-BAND-SUB) * WS-RAND-MODULUS
070300     IF WS-RAND-LHS < WS-RAND-RHS
070400         PERFORM 5100-SELECT-ITEM
070500             THRU 5100-SELECT-ITEM-EXIT
070600     END-IF
070700     SUBTRACT 1 FROM WS-BD-LEFT(WS-BAND-SUB).
070800 5000-TAKE-ITEM-EXIT.
070900     EXIT.
071000 
071100*----------------------------------------------------------
071200* 5050-TRY-BAND - THE ITEM BELONGS TO THE HIGHEST BAND OF
071300* ITS TYPE WHOSE FLOOR IT REACHES.
071400*----------------------------------------------------------
071500 5050-TRY-BAND.
071600     IF WS-BD-TYPE(WS-BD-IDX) = WS-ITEM-TYPE
071700      AND WS-BD-FLOOR(WS-BD-IDX) NOT > WS-BAND-AMT
071800         SET WS-BAND-SUB TO WS-BD-IDX
071900     END-IF.
072000 5050-TRY-BAND-EXIT.
072100     EXIT.
072200 
072300*----------------------------------------------------------
072400* 5100-SELECT-ITEM - THE DRAW CHOSE THE ITEM: NUMBER IT,
072500* SEND ITS CONFIRMATION AND PUT IT ON THE REGISTER WITH THE
072600* DRAW AND THE NEED/LEFT IT WAS MEASURED AGAINST.
072700*----------------------------------------------------------
072800 5100-SELECT-ITEM.
072900     ADD 1 TO WS-CONFIRM-NO
073000     ADD 1 TO WS-BD-SELECTED(WS-BAND-SUB)
073100     ADD WS-ITEM-BAL TO WS-BD-SAMPLE-BAL(WS-BAND-SUB)
073200     COMPUTE WS-DRAW-FRACTION = WS-RAND-SEED / WS-RAND-MODULUS
073300     MOVE WS-ITEM-TYPE             TO RD-TYPE
073400     MOVE WS-CONFIRM-NO            TO RD-CONFIRM-NO
073500     MOVE WS-BAND-SUB              TO RD-STRATUM
073600     MOVE WS-ITEM-ID               TO RD-ITEM-ID
073700     MOVE WS-ITEM-CUST             TO RD-CUST-ID
073800     MOVE WS-ITEM-BAL              TO RD-BALANCE
073900     MOVE WS-ITEM-BASIS            TO RD-BASIS
074000     MOVE WS-DRAW-FRACTION         TO RD-DRAW
074100     MOVE WS-BD-NEED(WS-BAND-SUB)  TO RD-NEED
074200     MOVE WS-BD-LEFT(WS-BAND-SUB)  TO RD-LEFT
074300     SUBTRACT 1 FROM WS-BD-NEED(WS-BAND-SUB)
074400     PERFORM 6000-ISSUE-CONFIRMATION
074500         THRU 6000-ISSUE-CONFIRMATION-EXIT
074600     IF RPT-LINE-COUNT >= RPT-PAGE-LIMIT
074700         PERFORM 7900-RPT-HEADINGS
074800             THRU 7900-RPT-HEADINGS-EXIT
074900     END-IF
075000     WRITE SAMPLE-REGISTER-LINE FROM WS-REGISTER-DETAIL
075100     ADD 1 TO RPT-LINE-COUNT
075200     ADD 1 TO RPT-DETAIL-COUNT.
075300 5100-SELECT-ITEM-EXIT.
075400     EXIT.
075500 
075600*----------------------------------------------------------
075700* 6000-ISSUE-CONFIRMATION - ADDRESS THE LETTER FROM CUSTADDR.
075800* A CONFIRMATION GOES BY POST WHATEVER THE CUSTOMER'S
075900* DELIVERY PREFERENCE, SINCE THE AUDITORS NEED IT TO REACH
076000* THE ADDRESS OF RECORD.  A RETURNED-MAIL ADDRESS HAS IT HELD
076100* ON HOLDMAIL; NO ADDRESS MEANS NO LETTER, AND THE AUDITORS
076200* TAKE THE ITEM BY OTHER MEANS FROM THE REGISTER.
076300*----------------------------------------------------------
076400 6000-ISSUE-CONFIRMATION.
076500     MOVE SPACES           TO CONFIRM-LETTER-RECORD
076600     MOVE WS-BUSINESS-DATE TO CF-LETTER-DATE
076700     MOVE WS-AUDIT-DATE    TO CF-AUDIT-DATE
076800     MOVE WS-CONFIRM-NO    TO CF-CONFIRM-NO
076900     MOVE WS-ITEM-TYPE     TO CF-ITEM-TYPE
077000     MOVE WS-ITEM-ID       TO CF-ITEM-ID
077100     MOVE WS-ITEM-CUST     TO CF-CUST-ID
077200     MOVE WS-ITEM-BAL      TO CF-BALANCE
077300     MOVE WS-ITEM-BASIS    TO CF-BAL-BASIS
077400     MOVE WS-BAND-SUB      TO CF-STRATUM
077500     MOVE WS-ITEM-CUST     TO AD-CUST-ID
077600     READ CUSTOMER-ADDRESS
077700         INVALID KEY
077800             MOVE SPACES TO AD-STREET
077900     END-READ
078000     IF AD-STREET = SPACES
078100         MOVE "NO ADDRESS" TO RD-DISPOSITION
078200         ADD 1 TO WS-SKIPPED-COUNT
078300         GO TO 6000-ISSUE-CONFIRMATION-EXIT
078400     END-IF
078500     IF CUSTM-FILE-OPEN
078600         MOVE WS-ITEM-CUST TO CM-CUST-ID
078700         READ CUSTOMER-MASTER
078800             INVALID KEY
078900                 CONTINUE
079000             NOT INVALID KEY
079100                 MOVE CM-CUST-NAME TO CF-NAME
079200         END-READ
079300     END-IF
079400     MOVE AD-STREET TO CF-STREET
079500     MOVE AD-CITY   TO CF-CITY
079600     MOVE AD-STATE  TO CF-STATE
079700     MOVE AD-ZIP    TO CF-ZIP
079800     IF AD-MAIL-RETURNED
079900         PERFORM 6100-HOLD-CONFIRMATION
080000             THRU 6100-HOLD-CONFIRMATION-EXIT
080100         MOVE "HELD-RTN MAIL" TO RD-DISPOSITION
080200         ADD 1 TO WS-HELD-COUNT
080300         GO TO 6000-ISSUE-CONFIRMATION-EXIT
080400     END-IF
080500     WRITE CONFIRM-LETTER-RECORD
080600     MOVE "MAILED" TO RD-DISPOSITION
080700     ADD 1 TO WS-LETTER-COUNT.
080800 6000-ISSUE-CONFIRMATION-EXIT.
080900     EXIT.
081000 
081100*----------------------------------------------------------
081200* 6100-HOLD-CONFIRMATION - THE CONFIRMATION AND ITS BALANCE
081300* AS TWO HELD LINES ON HOLDMAIL.
081400*----------------------------------------------------------
081500 6100-HOLD-CONFIRMATION.
081600     MOVE WS-BUSINESS-DATE TO HM-HELD-DATE
081700     MOVE "AUDCONF"        TO HM-SOURCE
081800     MOVE WS-ITEM-CUST     TO HM-CUST-ID
081900     MOVE WS-ITEM-ID       TO HM-REF
082000     MOVE AD-RETURNED-DATE TO HM-RETURNED-DATE
082100     MOVE WS-CONFIRM-NO    TO HL-CONFIRM-NO
082200     IF CF-IS-LOAN
082300         MOVE "LOAN"    TO HL-ITEM-KIND
082400     ELSE
082500         MOVE "ACCOUNT" TO HL-ITEM-KIND
082600     END-IF
082700     MOVE WS-ITEM-ID       TO HL-ITEM-ID
082800     MOVE 1                TO HM-LINE-NO
082900     MOVE WS-HELD-LINE-1   TO HM-IMAGE
083000     WRITE HOLD-MAIL-RECORD
083100     MOVE WS-AUDIT-DATE    TO HL-AUDIT-DATE
083200     MOVE WS-ITEM-BAL      TO HL-BALANCE
083300     MOVE 2                TO HM-LINE-NO
083400     MOVE WS-HELD-LINE-2   TO HM-IMAGE
083500     WRITE HOLD-MAIL-RECORD.
083600 6100-HOLD-CONFIRMATION-EXIT.
083700     EXIT.
083800 
083900*----------------------------------------------------------
084000* 7000-PRINT-SUMMARY - ONE LINE PER BAND: POPULATION AND
084100* SAMPLE COUNTS AND BALANCES, THEN THE LETTER TOTALS.
084200*----------------------------------------------------------
084300 7000-PRINT-SUMMARY.
084400     MOVE "S" TO WS-SECTION-FLAG
084500     PERFORM 7900-RPT-HEADINGS
084600         THRU 7900-RPT-HEADINGS-EXIT
084700     PERFORM 7100-PRINT-ONE-BAND
084800         THRU 7100-PRINT-ONE-BAND-EXIT
084900         VARYING WS-BD-IDX FROM 1 BY 1
085000         UNTIL WS-BD-IDX > WS-BAND-COUNT
085100     MOVE WS-LETTER-COUNT  TO TL-LETTERS
085200     MOVE WS-HELD-COUNT    TO TL-HELD
085300     MOVE WS-SKIPPED-COUNT TO TL-SKIPPED
085400     WRITE SAMPLE-REGISTER-LINE FROM WS-TOTAL-LINE
085500     MOVE WS-NO-SNAP-COUNT TO NS-COUNT
085600     WRITE SAMPLE-REGISTER-LINE FROM WS-NO-SNAP-LINE
085700     IF WS-AUDIT-DATE < WS-BUSINESS-DATE
085800         MOVE WS-BUSINESS-DATE TO LB-DATE
085900         WRITE SAMPLE-REGISTER-LINE FROM WS-LOAN-BASIS-LINE
086000     END-IF.
086100 7000-PRINT-SUMMARY-EXIT.
086200     EXIT.
086300 
086400*----------------------------------------------------------
086500* 7100-PRINT-ONE-BAND - ONE BAND'S SUMMARY LINE.
086600*----------------------------------------------------------
086700 7100-PRINT-ONE-BAND.
086800     MOVE WS-BD-TYPE(WS-BD-IDX)       TO SL-TYPE
086900     SET WS-BAND-SUB                  TO WS-BD-IDX
087000     MOVE WS-BAND-SUB                 TO SL-STRATUM
087100     MOVE WS-BD-FLOOR(WS-BD-IDX)      TO SL-FLOOR
087200     MOVE WS-BD-POP(WS-BD-IDX)        TO SL-POP
087300     MOVE WS-BD-POP-BAL(WS-BD-IDX)    TO SL-POP-BAL
087400     MOVE WS-BD-REQUESTED(WS-BD-IDX)  TO SL-REQUESTED
087500     MOVE WS-BD-SELECTED(WS-BD-IDX)   TO SL-SELECTED
087600     MOVE WS-BD-SAMPLE-BAL(WS-BD-IDX) TO SL-SAMPLE-BAL
087700     WRITE SAMPLE-REGISTER-LINE FROM WS-SUMMARY-LINE
087800     ADD 1 TO RPT-LINE-COUNT.
087900 7100-PRINT-ONE-BAND-EXIT.
088000     EXIT.
088100 
088200*----------------------------------------------------------
088300* 7900-RPT-HEADINGS - THROW A NEW PAGE: THE STANDARD HEADING
088400* BLOCK AND THE COLUMN HEADINGS FOR THE SECTION.
088500*----------------------------------------------------------
088600 7900-RPT-HEADINGS.
088700     ADD 1 TO RPT-PAGE-NUMBER
088800     MOVE RPT-PAGE-NUMBER TO RPT-PAGE-DISPLAY
088900     WRITE SAMPLE-REGISTER-LINE FROM RPT-HEADING-LINE
089000     IF WS-IN-SUMMARY
089100         WRITE SAMPLE-REGISTER-LINE FROM WS-SUMMARY-HEADING
089200     ELSE
089300         WRITE SAMPLE-REGISTER-LINE FROM WS-COLUMN-LINE
089400     END-IF
089500     MOVE 2 TO RPT-LINE-COUNT.
089600 7900-RPT-HEADINGS-EXIT.
089700     EXIT.
089800 
089900*----------------------------------------------------------
090000* 9000-TERMINATE - TRAILER, CLOSE FILES AND WRITE THE
090100* DAILY-STATS SUMMARY RECORD.
090200*----------------------------------------------------------
090300 9000-TERMINATE.
090400     MOVE RPT-DETAIL-COUNT TO RPT-TRAILER-COUNT
090500     WRITE SAMPLE-REGISTER-LINE FROM RPT-TRAILER-LINE
090600     CLOSE SAMPLE-REGISTER
090700     IF INIT-SUCCESSFUL
090800         CLOSE CUSTOMER-ADDRESS
090900         CLOSE CONFIRM-LETTERS
091000         CLOSE HOLD-MAIL-FILE
091100     END-IF
091200     IF BALH-FILE-OPEN
091300         CLOSE BALANCE-HISTORY
091400     END-IF
091500     IF CUSTM-FILE-OPEN
091600         CLOSE CUSTOMER-MASTER
091700     END-IF
091800     PERFORM 9500-WRITE-DAILY-STATS
091900         THRU 9500-WRITE-DAILY-STATS-EXIT
092000     DISPLAY "AUDIT-CONFIRM-SAMPLE: " WS-CONFIRM-NO
092100         " SELECTED, " WS-LETTER-COUNT " LETTERS, "
092200         WS-HELD-COUNT " HELD, " WS-SKIPPED-COUNT " NO ADDRESS".
092300 9000-TERMINATE-EXIT.
092400     EXIT.
092500 
092600*----------------------------------------------------------
092700* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
092800* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
092900* CONSOLIDATED REPORT.
093000*----------------------------------------------------------
093100 9500-WRITE-DAILY-STATS.
093200     OPEN EXTEND DAILY-STATS-FILE
093300     MOVE "AUDIT-CONFIRM-SAMPLE" TO DS-PROGRAM-NAME
093400     MOVE WS-CONFIRM-NO          TO DS-RECORD-COUNT
093500     MOVE WS-LETTER-COUNT        TO WS-LETTER-COUNT-DISP
093600     MOVE WS-HELD-COUNT          TO WS-HELD-COUNT-DISP
093700     MOVE WS-SKIPPED-COUNT       TO WS-SKIPPED-COUNT-DISP
093800     MOVE SPACES                 TO DS-DETAIL
093900     STRING "LETTERS:" DELIMITED BY SIZE
094000         WS-LETTER-COUNT-DISP DELIMITED BY SIZE
094100         " HELD:" DELIMITED BY SIZE
094200         WS-HELD-COUNT-DISP DELIMITED BY SIZE
094300         " NOADDR:" DELIMITED BY SIZE
094400         WS-SKIPPED-COUNT-DISP DELIMITED BY SIZE
094500         INTO DS-DETAIL
094600     END-STRING
094700     WRITE DAILY-STAT-RECORD
094800     CLOSE DAILY-STATS-FILE.
094900 9500-WRITE-DAILY-STATS-EXIT.
095000     EXIT.
