006500*                 HREGREC COPYBOOK), PLACED FROM THE TELLER
006600*                 HOLD-MAINTENANCE SCREEN, AND THE NO-CHKHOLDS
006700*                 PATH NOW HONORS THE OVERDRAFT LINE TOO.
006710* 2026-10-15 KMR  A LOAN REPAYMENT NOW CLEARS THE LOAN'S LATE
006720*                 FEES DUE (FROM LOAN-LATE-CHARGE-BATCH)
006730*                 AHEAD OF INTEREST AND PRINCIPAL, LOGGED AS
006740*                 "LOAN LATE", AND THE PAYOFF CEILING COUNTS
006750*                 THEM, MATCHING THE TELLER PATH.
006755* 2026-10-15 KMR  AN ORDER REPAYING A CHARGED-OFF LOAN NOW
006760*                 POSTS AS A RECOVERY AGAINST THE CHGOFF
006765*                 REGISTER (SHARED CHGOREC COPYBOOK), LOGGED
006770*                 "LOAN RECOV", CAPPED AT WHAT IS STILL OWED
006775*                 ON THE CHARGE-OFF, MATCHING THE TELLER PATH.
006777* 2026-10-15 KMR  AN ORDER THAT CLOSES A LOAN STAMPS THE CLOSE
006779*                 DATE.  AN ORDER OVER THE PAYOFF BY NO MORE
006781*                 THAN WS-OVERPAY-LIMIT (THE USUAL FIXED
006783*                 FINAL INSTALLMENT) NOW PAYS THE LOAN OFF
006785*                 INSTEAD OF FAILING; THE EXCESS IS LOGGED
006787*                 "LOAN OVPY" AND HELD ON THE LOAN FOR
006789*                 LOAN-PAID-IN-FULL-BATCH TO LIST FOR REFUND.
006790* 2026-10-15 KMR  OVERDRAFT PROTECTION.  AN ORDER FROM A
006791*                 CHECKING ACCOUNT ENROLLED ON ODPROT THAT THE
006792*                 ACCOUNT CANNOT COVER FIRST PULLS THE
006793*                 SHORTFALL FROM THE PROTECTING ACCOUNT
006794*                 (2400-OD-PROTECT-SWEEP, LOGGED AS AN
006795*                 "ODP OUT"/"ODP IN" PAIR) BEFORE IT FAILS
006796*                 FOR INSUFFICIENT FUNDS.
006806* 2026-10-15 KMR  AN ORDER FAILED FOR INSUFFICIENT FUNDS OR
006816*                 THE SAVINGS MINIMUM NOW CHARGES THE SOURCE
006826*                 ACCOUNT'S NSF / RETURNED-ITEM FEE: THE
006836*                 AMOUNT FROM THE PRODUCT'S "N" ROW ON
006846*                 FEESCHED (SHARED FEESREC COPYBOOK, PRODUCT
006856*                 FROM PRODMAST), UP TO THE ROW'S DAILY
006866*                 MAXIMUM PER ACCOUNT, LOGGED AS "NSF FEE"
006876*                 UNDER THE ORDER ID.
006878* 2026-10-15 KMR  AN ORDER SUSPENDED ("S") BY THE DECEASED
006880*                 CUSTOMER PROCESS IS SKIPPED LIKE A CANCELLED
006882*                 ONE AND WRITTEN BACK UNCHANGED, SO IT CAN BE
006884*                 REINSTATED ONCE THE ESTATE IS SETTLED.
006885* 2026-10-15 KMR  A LOAN PAYMENT MADE BEFORE A MODIFICATION TAKES
006886*                 EFFECT ROLLS THE OLD SCHEDULE'S DUE DATE
006887*                 (LN-PRE-MOD-DUE), NOT THE NEW SCHEDULE'S, AS
006888*                 THE TELLER REPAYMENT PATH DOES.
006890*----------------------------------------------------------
006900 ENVIRONMENT DIVISION.
007000 INPUT-OUTPUT SECTION.
007100 FILE-CONTROL.
012200         ACCESS MODE IS DYNAMIC
012300         RECORD KEY IS LN-LOAN-NUMBER
012400         FILE STATUS IS WS-LOAN-STATUS.
012410
012420     SELECT CHARGE-OFF-REGISTER ASSIGN TO "CHGOFF"
012430         ORGANIZATION IS INDEXED
012440         ACCESS MODE IS DYNAMIC
012450         RECORD KEY IS CO-KEY
012460         FILE STATUS IS WS-CHGO-STATUS.
012500
012510     SELECT OD-PROTECTIONS ASSIGN TO "ODPROT"
012520         ORGANIZATION IS INDEXED
012530         ACCESS MODE IS DYNAMIC
012540         RECORD KEY IS PT-ACCT
012550         FILE STATUS IS WS-ODPR-STATUS.
012560
012562     SELECT FEE-SCHEDULE ASSIGN TO "FEESCHED"
012564         ORGANIZATION IS LINE SEQUENTIAL
012566         FILE STATUS IS WS-FEE-STATUS.
012568
012570     SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
012572         ORGANIZATION IS INDEXED
012574         ACCESS MODE IS DYNAMIC
012576         RECORD KEY IS PM-PROD-CODE
012578         FILE STATUS IS WS-PROD-STATUS.
012580
012600     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
012700         ORGANIZATION IS LINE SEQUENTIAL.
012800
016500 FD  LOAN-MASTER.
016600 01  LOAN-MASTER-RECORD.
016700     COPY LOANREC.
016710
016720 FD  CHARGE-OFF-REGISTER.
016730 01  CHARGE-OFF-RECORD.
016740     COPY CHGOREC.
016800
016810 FD  OD-PROTECTIONS.
016820 01  OD-PROTECT-RECORD.
016830     COPY ODPREC.
016840
016845 FD  FEE-SCHEDULE.
016850 01  FEE-SCHEDULE-RECORD.
016855     COPY FEESREC.
016860
016865 FD  PRODUCT-MASTER.
016870 01  PRODUCT-MASTER-RECORD.
016875     COPY PRODMREC.
016880
016900 FD  DAILY-STATS-FILE.
017000     COPY DLYSTAT.
017100
020300     88  LOAN-FILE-OK                VALUE "00".
020400 01  WS-LOAN-OPEN-FLAG       PIC X(01) VALUE "N".
020500     88  LOAN-FILE-OPEN              VALUE "Y".
020510 01  WS-CHGO-STATUS          PIC X(02).
020520     88  CHGO-FILE-OK                VALUE "00".
020530 01  WS-CHGO-OPEN-FLAG       PIC X(01) VALUE "N".
020540     88  CHGO-FILE-OPEN              VALUE "Y".
020600 01  WS-SPAY-STATUS          PIC X(02).
020700     88  SPAY-FILE-OK                VALUE "00".
020800 01  WS-SPAY-OPEN-FLAG       PIC X(01) VALUE "N".
025100 01  WS-MIN-BAL-CHECK        PIC S9(8)V99 VALUE ZERO.
025200 01  WS-HOLD-TOTAL           PIC 9(8)V99 VALUE ZERO.
025300 01  WS-AVAIL-BALANCE        PIC S9(8)V99 VALUE ZERO.
025310 01  WS-LATE-FEE-PORTION     PIC 9(7)V99 VALUE ZERO.
025400 01  WS-INTEREST-PORTION     PIC 9(7)V99 VALUE ZERO.
025500 01  WS-PRINCIPAL-PORTION    PIC 9(7)V99 VALUE ZERO.
025502 01  WS-OVERPAID-PORTION     PIC 9(7)V99 VALUE ZERO.
025504 01  WS-OVERPAY-LIMIT        PIC 9(3)V99 VALUE 50.00.
025510 01  WS-CHGO-SEQ             PIC 9(04) VALUE ZERO.
025520 01  WS-CHGO-BRANCH          PIC X(03) VALUE SPACES.
025600 01  WS-LOAN-DUE-PARTS.
025700     05  WS-LDUE-YYYY        PIC 9(04).
025800     05  WS-LDUE-MM          PIC 9(02).
025900     05  WS-LDUE-DD          PIC 9(02).
026000 01  WS-LOAN-MONTHS-STEP     PIC 9(02) VALUE 12.
026010 01  WS-LOAN-PRE-MOD-FLAG    PIC X(01) VALUE "N".
026020     88  WS-LOAN-ROLL-PRE-MOD        VALUE "Y".
026100 01  WS-EXECUTED-COUNT       PIC 9(05) COMP VALUE ZERO.
026200 01  WS-FAILED-COUNT         PIC 9(05) COMP VALUE ZERO.
026300 01  WS-EXECUTED-COUNT-DISP  PIC ZZZZ9.
026400 01  WS-FAILED-COUNT-DISP    PIC ZZZZ9.
026500
026502*----------------------------------------------------------
026504* NSF / RETURNED-ITEM FEE (FEESCHED "N" ROWS, FEESREC): AN
026506* ITEM REFUSED OR RETURNED FOR FUNDS CHARGES THE PRODUCT'S
026508* NSF FEE, UP TO ITS DAILY MAXIMUM PER ACCOUNT.
026510*----------------------------------------------------------
026512 01  WS-FEE-STATUS           PIC X(02).
026514     88  FEE-FILE-OK                 VALUE "00".
026516 01  WS-FEE-EOF-FLAG         PIC X(01) VALUE "N".
026518     88  END-OF-FEE-SCHED            VALUE "Y".
026520 01  WS-PROD-STATUS          PIC X(02).
026522     88  PROD-FILE-OK                VALUE "00".
026524 01  WS-PROD-OPEN-FLAG       PIC X(01) VALUE "N".
026526     88  PROD-FILE-OPEN              VALUE "Y".
026528 01  WS-NSF-EOF-FLAG         PIC X(01) VALUE "N".
026530     88  END-OF-NSF-WALK             VALUE "Y".
026532 01  WS-NSF-FEE-COUNT        PIC 9(02) COMP VALUE ZERO.
026534 01  WS-NSF-FEE-TABLE.
026536     05  WS-NSF-ENTRY        OCCURS 1 TO 10 TIMES
026538             DEPENDING ON WS-NSF-FEE-COUNT
026540             INDEXED BY WS-NSF-IDX.
026542         10  WS-NSF-TYPE     PIC X(01).
026544         10  WS-NSF-AMOUNT   PIC 9(5)V99.
026546         10  WS-NSF-MAX      PIC 9(02).
026548 77  WS-NSF-DFLT-MAX         PIC 9(02) VALUE 3.
026550 01  WS-NSF-FEE-CODE         PIC X(01) VALUE SPACE.
026552 01  WS-NSF-FEE-AMT          PIC 9(5)V99 VALUE ZERO.
026554 01  WS-NSF-DAY-MAX          PIC 9(02) VALUE ZERO.
026556 01  WS-NSF-TODAY            PIC 9(03) COMP VALUE ZERO.
026558 01  WS-NSF-ITEM-REF         PIC X(08) VALUE SPACES.
026560 01  WS-NSF-CHARGED          PIC 9(05) COMP VALUE ZERO.
026562 01  WS-NSF-CAPPED           PIC 9(05) COMP VALUE ZERO.
026564
026600*----------------------------------------------------------
026700* BEFORE/AFTER JOURNAL IMAGES PASSED TO THE SHARED ACCTJRNL
026800* SUBPROGRAM ON EVERY MASTER REWRITE.
027300 01  WS-JRNL-AFTER           PIC X(128) VALUE SPACES.
027400
027500 01  WS-LEG-REFERENCE        PIC X(08) VALUE SPACES.
027502
027504*----------------------------------------------------------
027506* OVERDRAFT-PROTECTION SWEEP (ODPROT, ODPREC): A CHECKING
027508* DEBIT THE ACCOUNT CANNOT COVER PULLS THE SHORTFALL FROM
027510* THE ENROLLED PROTECTING ACCOUNT BEFORE IT IS REFUSED.
027512*----------------------------------------------------------
027514 01  WS-ODPR-STATUS          PIC X(02).
027516     88  ODPR-FILE-OK                VALUE "00".
027518 01  WS-ODPR-OPEN-FLAG       PIC X(01) VALUE "N".
027520     88  ODPR-FILE-OPEN              VALUE "Y".
027522 01  WS-ODP-REFUSE-FLAG      PIC X(01) VALUE "N".
027524     88  WS-ODP-REFUSED              VALUE "Y".
027526 01  WS-ODP-SPAY-EOF-FLAG    PIC X(01) VALUE "N".
027528     88  END-OF-ODP-STOPS            VALUE "Y".
027530 01  WS-ODP-NEED             PIC S9(8)V99 VALUE ZERO.
027532 01  WS-ODP-XFER-AMT         PIC 9(7)V99 VALUE ZERO.
027534 01  WS-ODP-UNITS            PIC 9(07) COMP VALUE ZERO.
027536 01  WS-ODP-REMAINDER        PIC 9(7)V99 VALUE ZERO.
027538 01  WS-ODP-MIN-CHECK        PIC S9(8)V99 VALUE ZERO.
027540 01  WS-ODP-CHK-ACCT         PIC X(06) VALUE SPACES.
027542 01  WS-ODP-LOG-TYPE         PIC X(10) VALUE SPACES.
027544 01  WS-ODP-REFERENCE.
027546     05  FILLER              PIC X(02) VALUE "OD".
027548     05  WS-ODP-REF-ACCT     PIC X(06) VALUE SPACES.
027600
027700 01  WS-LOG-ENTRY.
027800     05  TL-TIMESTAMP        PIC X(14).
037600         IF LOAN-FILE-OK
037700             MOVE "Y" TO WS-LOAN-OPEN-FLAG
037800         END-IF
037810*        NO CHGOFF FILE YET JUST MEANS NO LOAN HAS BEEN
037820*        CHARGED OFF.
037830         OPEN I-O CHARGE-OFF-REGISTER
037840         IF CHGO-FILE-OK
037850             MOVE "Y" TO WS-CHGO-OPEN-FLAG
037860         END-IF
037900*        NO STOPPAY FILE YET JUST MEANS NO STOPS TO CHECK.
038000         OPEN INPUT STOP-PAYMENTS
038100         IF SPAY-FILE-OK
038200             MOVE "Y" TO WS-SPAY-OPEN-FLAG
038300         END-IF
038310*        NO ODPROT FILE YET JUST MEANS NO ACCOUNT IS PROTECTED.
038320         OPEN INPUT OD-PROTECTIONS
038330         IF ODPR-FILE-OK
038340             MOVE "Y" TO WS-ODPR-OPEN-FLAG
038350         END-IF
038360         PERFORM 1800-LOAD-NSF-FEES
038370             THRU 1800-LOAD-NSF-FEES-EXIT
038400     END-IF.
038500 1000-INITIALIZE-EXIT.
038600     EXIT.
042500 2000-EXECUTE-ORDER.
042600     MOVE SPACES TO WS-FAIL-REASON
042700     IF WS-SO-STATUS(WS-ORDER-SUB) = "C"
042710      OR WS-SO-STATUS(WS-ORDER-SUB) = "S"
042800      OR WS-SO-NEXT-DUE(WS-ORDER-SUB) > WS-RUN-DATE
042900         GO TO 2000-EXECUTE-ORDER-EXIT
043000     END-IF
045500     END-IF
045600     PERFORM 2500-PRICE-AVAIL-BALANCE
045700         THRU 2500-PRICE-AVAIL-BALANCE-EXIT
045710*    A CHECKING ACCOUNT ENROLLED FOR OVERDRAFT PROTECTION
045720*    PULLS THE SHORTFALL FROM ITS PROTECTOR FIRST.
045730     IF WS-SO-AMOUNT(WS-ORDER-SUB) > WS-AVAIL-BALANCE
045740         COMPUTE WS-ODP-NEED
045750             = WS-SO-AMOUNT(WS-ORDER-SUB) - WS-AVAIL-BALANCE
045760         PERFORM 2400-OD-PROTECT-SWEEP
045770             THRU 2400-OD-PROTECT-SWEEP-EXIT
045780     END-IF
045800     IF WS-SO-AMOUNT(WS-ORDER-SUB) > WS-AVAIL-BALANCE
045900         MOVE "INSUFFICIENT FUNDS" TO WS-FAIL-REASON
045910         MOVE WS-SO-ORDER-ID(WS-ORDER-SUB) TO WS-NSF-ITEM-REF
045920         PERFORM 6500-CHARGE-NSF-FEE
045930             THRU 6500-CHARGE-NSF-FEE-EXIT
046000         PERFORM 4000-REPORT-FAILURE
046100             THRU 4000-REPORT-FAILURE-EXIT
046200         GO TO 2000-EXECUTE-ORDER-EXIT
047100     END-IF
047200     IF WS-MIN-BAL-CHECK < ZERO
047300         MOVE "BELOW MINIMUM BALANCE" TO WS-FAIL-REASON
047310         MOVE WS-SO-ORDER-ID(WS-ORDER-SUB) TO WS-NSF-ITEM-REF
047320         PERFORM 6500-CHARGE-NSF-FEE
047330             THRU 6500-CHARGE-NSF-FEE-EXIT
047400         PERFORM 4000-REPORT-FAILURE
047500             THRU 4000-REPORT-FAILURE-EXIT
047600         GO TO 2000-EXECUTE-ORDER-EXIT
077700         MOVE "TARGET LOAN CLOSED" TO WS-FAIL-REASON
077800         GO TO 2700-CHECK-TARGET-LOAN-EXIT
077900     END-IF
077902*    A CHARGED-OFF LOAN ONLY TAKES RECOVERIES, UP TO WHAT
077904*    IS STILL OWED ON THE CHARGE-OFF; THE ENTRY STAYS IN THE
077906*    BUFFER FOR 2850.
077908     IF LN-IS-CHARGED-OFF
077910         IF NOT CHGO-FILE-OPEN
077912             MOVE "NO CHARGE-OFF REGISTER" TO WS-FAIL-REASON
077914             GO TO 2700-CHECK-TARGET-LOAN-EXIT
077916         END-IF
077918         MOVE LN-LOAN-NUMBER TO CO-LOAN
077920         MOVE ZERO           TO CO-SEQ
077922         READ CHARGE-OFF-REGISTER
077924             INVALID KEY
077926                 MOVE "CHARGE-OFF ENTRY MISSING"
077928                     TO WS-FAIL-REASON
077930                 GO TO 2700-CHECK-TARGET-LOAN-EXIT
077932         END-READ
077934         IF WS-SO-AMOUNT(WS-ORDER-SUB)
077936             > CO-AMOUNT - CO-RECOVERED
077938             MOVE "EXCEEDS CHARGED-OFF OWED" TO WS-FAIL-REASON
077940         END-IF
077942         GO TO 2700-CHECK-TARGET-LOAN-EXIT
077944     END-IF
078000*    AN ORDER BIGGER THAN THE PAYOFF IS REFUSED BEFORE THE
078100*    DEBIT MOVES - THE TELLER PATH REFUSES THE SAME WAY.  A
078200*    SMALL OVERSHOOT (UP TO WS-OVERPAY-LIMIT) IS LET THROUGH
078300*    AND HELD ON THE LOAN AS AN OVERPAYMENT FOR REFUND.
078400     IF LN-ACCRUED-INT NOT NUMERIC
078500         MOVE ZERO TO LN-ACCRUED-INT
078600     END-IF
078610     IF LN-LATE-FEES-DUE NOT NUMERIC
078620         MOVE ZERO TO LN-LATE-FEES-DUE
078630     END-IF
078700     IF WS-SO-AMOUNT(WS-ORDER-SUB)
078800         > LN-ACCRUED-INT + LN-OUTSTANDING-BAL
078810           + LN-LATE-FEES-DUE + WS-OVERPAY-LIMIT
078900         MOVE "EXCEEDS LOAN PAYOFF" TO WS-FAIL-REASON
079000     END-IF.
079100 2700-CHECK-TARGET-LOAN-EXIT.
081400
081500*----------------------------------------------------------
081600* 2800-APPLY-LOAN-PAYMENT - APPLY THE ORDER AMOUNT TO THE
081700* LOAN STILL IN THE BUFFER FROM THE TARGET CHECK: LATE FEES
081800* DUE FIRST, THEN ACCRUED INTEREST, REMAINDER TO PRINCIPAL,
081900* DUE DATE ROLLED AND A LOAN PAID TO ZERO CLOSED, MATCHING
081910* THE TELLER PATH.  THE SPLIT LOGS AS "LOAN LATE" / "LOAN
082000* INT" / "LOAN PRIN" UNDER THE LOAN.  A CHARGED-OFF LOAN
082010* TAKES THE AMOUNT AS A RECOVERY INSTEAD (2850).
082100*----------------------------------------------------------
082200 2800-APPLY-LOAN-PAYMENT.
082210     IF LN-IS-CHARGED-OFF
082220         PERFORM 2850-APPLY-LOAN-RECOVERY
082230             THRU 2850-APPLY-LOAN-RECOVERY-EXIT
082240         GO TO 2800-APPLY-LOAN-PAYMENT-EXIT
082250     END-IF
082300     IF LN-ACCRUED-INT NOT NUMERIC
082400         MOVE ZERO TO LN-ACCRUED-INT
082500     END-IF
082510     IF LN-LATE-FEES-DUE NOT NUMERIC
082520         MOVE ZERO TO LN-LATE-FEES-DUE
082530     END-IF
082540     IF WS-SO-AMOUNT(WS-ORDER-SUB) <= LN-LATE-FEES-DUE
082550         MOVE WS-SO-AMOUNT(WS-ORDER-SUB)
082560             TO WS-LATE-FEE-PORTION
082570     ELSE
082580         MOVE LN-LATE-FEES-DUE TO WS-LATE-FEE-PORTION
082590     END-IF
082600     IF WS-SO-AMOUNT(WS-ORDER-SUB) - WS-LATE-FEE-PORTION
082610         <= LN-ACCRUED-INT
082620         COMPUTE WS-INTEREST-PORTION
082630             = WS-SO-AMOUNT(WS-ORDER-SUB) - WS-LATE-FEE-PORTION
082900         MOVE ZERO TO WS-PRINCIPAL-PORTION
083000     ELSE
083100         MOVE LN-ACCRUED-INT TO WS-INTEREST-PORTION
083200         COMPUTE WS-PRINCIPAL-PORTION
083300             = WS-SO-AMOUNT(WS-ORDER-SUB) - WS-LATE-FEE-PORTION
083310             - LN-ACCRUED-INT
083400     END-IF
083410     MOVE ZERO TO WS-OVERPAID-PORTION
083500     IF WS-PRINCIPAL-PORTION > LN-OUTSTANDING-BAL
083510         COMPUTE WS-OVERPAID-PORTION
083520             = WS-PRINCIPAL-PORTION - LN-OUTSTANDING-BAL
083600         MOVE LN-OUTSTANDING-BAL TO WS-PRINCIPAL-PORTION
083700     END-IF
083710     SUBTRACT WS-LATE-FEE-PORTION  FROM LN-LATE-FEES-DUE
083800     SUBTRACT WS-INTEREST-PORTION  FROM LN-ACCRUED-INT
083900     SUBTRACT WS-PRINCIPAL-PORTION FROM LN-OUTSTANDING-BAL
084000     ADD 1 TO LN-PAYMENTS-MADE
084400      AND LN-ACCRUED-INT NOT > ZERO
084500         MOVE ZERO TO LN-OUTSTANDING-BAL
084600         MOVE "C"  TO LN-STATUS
084610         MOVE WS-RUN-DATE TO LN-CLOSE-DATE
084620         IF LN-OVERPAID NOT NUMERIC
084630             MOVE ZERO TO LN-OVERPAID
084640         END-IF
084650         ADD WS-OVERPAID-PORTION TO LN-OVERPAID
084700     END-IF
084800     REWRITE LOAN-MASTER-RECORD
084900
085500     MOVE LN-OUTSTANDING-BAL TO TL-BALANCE
085600     MOVE SPACES             TO TL-OPERATOR
085700     MOVE WS-SO-TLOAN(WS-ORDER-SUB) TO TL-REFERENCE
085710     IF WS-LATE-FEE-PORTION > ZERO
085720         MOVE "LOAN LATE"         TO TL-TXN-TYPE
085730         MOVE WS-SO-ORDER-ID(WS-ORDER-SUB)
085740             TO WS-LEG-REFERENCE
085750         MOVE WS-LATE-FEE-PORTION TO TL-AMOUNT
085760         WRITE TRANSACTION-LOG-LINE FROM WS-LOG-ENTRY
085770     END-IF
085800     IF WS-INTEREST-PORTION > ZERO
085900         MOVE "LOAN INT"          TO TL-TXN-TYPE
086000         MOVE WS-SO-ORDER-ID(WS-ORDER-SUB)
086800             TO WS-LEG-REFERENCE
086900         MOVE WS-PRINCIPAL-PORTION TO TL-AMOUNT
087000         WRITE TRANSACTION-LOG-LINE FROM WS-LOG-ENTRY
087100     END-IF
087110     IF WS-OVERPAID-PORTION > ZERO
087120         MOVE "LOAN OVPY"          TO TL-TXN-TYPE
087130         MOVE WS-SO-ORDER-ID(WS-ORDER-SUB)
087140             TO WS-LEG-REFERENCE
087150         MOVE WS-OVERPAID-PORTION TO TL-AMOUNT
087160         WRITE TRANSACTION-LOG-LINE FROM WS-LOG-ENTRY
087170     END-IF.
087200 2800-APPLY-LOAN-PAYMENT-EXIT.
087300     EXIT.
087302
087304*----------------------------------------------------------
087306* 2850-APPLY-LOAN-RECOVERY - THE ORDER AMOUNT AGAINST THE
087308* CHARGE-OFF ENTRY STILL IN THE BUFFER FROM THE TARGET
087310* CHECK: THE RECOVERED TOTAL GOES UP, A RECOVERY ENTRY IS
087312* WRITTEN UNDER THE NEXT SEQUENCE FOR THE SAME BRANCH, AND
087314* THE AMOUNT LOGS AS "LOAN RECOV" UNDER THE LOAN, THE SAME
087316* WAY THE TELLER PATH POSTS IT.  THE DUE DATE DOES NOT ROLL.
087318*----------------------------------------------------------
087320 2850-APPLY-LOAN-RECOVERY.
087322     ADD 1 TO CO-RECOV-COUNT
087324     ADD WS-SO-AMOUNT(WS-ORDER-SUB) TO CO-RECOVERED
087326     MOVE CO-RECOV-COUNT TO WS-CHGO-SEQ
087328     MOVE CO-BRANCH      TO WS-CHGO-BRANCH
087330     REWRITE CHARGE-OFF-RECORD
087332
087334     MOVE SPACES              TO CHARGE-OFF-RECORD
087336     MOVE LN-LOAN-NUMBER      TO CO-LOAN
087338     MOVE WS-CHGO-SEQ         TO CO-SEQ
087340     MOVE "R"                 TO CO-ENTRY-TYPE
087342     MOVE WS-RUN-DATE         TO CO-DATE
087344     MOVE WS-CHGO-BRANCH      TO CO-BRANCH
087346     MOVE ZERO                TO CO-PRINCIPAL CO-INTEREST
087348                                 CO-LATE-FEES CO-RECOV-COUNT
087350                                 CO-RECOVERED
087352     MOVE WS-SO-AMOUNT(WS-ORDER-SUB) TO CO-AMOUNT
087354     MOVE "S"                 TO CO-SOURCE
087356     MOVE WS-SO-ORDER-ID(WS-ORDER-SUB) TO CO-OPERATOR
087358     WRITE CHARGE-OFF-RECORD
087360         INVALID KEY
087362             DISPLAY "STANDING-ORDER-BATCH: RECOVERY ENTRY "
087364                 "NOT WRITTEN FOR " LN-LOAN-NUMBER
087366                 ", STATUS " WS-CHGO-STATUS
087368     END-WRITE
087370
087372     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
087374     MOVE WS-RUN-DATE        TO WS-BSTAMP-DATE
087376     MOVE WS-TIMESTAMP(9:6)  TO WS-BSTAMP-TIME
087378     MOVE WS-BUSINESS-STAMP  TO TL-TIMESTAMP
087380     MOVE SPACES             TO TL-ACCT
087382     MOVE "LOAN RECOV"       TO TL-TXN-TYPE
087384     MOVE WS-SO-AMOUNT(WS-ORDER-SUB) TO TL-AMOUNT
087386     MOVE LN-OUTSTANDING-BAL TO TL-BALANCE
087388     MOVE SPACES             TO TL-OPERATOR
087390     MOVE WS-SO-TLOAN(WS-ORDER-SUB) TO TL-REFERENCE
087392     WRITE TRANSACTION-LOG-LINE FROM WS-LOG-ENTRY.
087394 2850-APPLY-LOAN-RECOVERY-EXIT.
087396     EXIT.
087400
087500*----------------------------------------------------------
087600* 2900-ROLL-LOAN-DUE-DATE - ROLL THE NEXT PAYMENT DUE DATE
087700* FORWARD ONE COMPOUNDING PERIOD, DAY CLAMPED TO THE 28TH,
087800* THE SAME WAY THE TELLER REPAYMENT PATH ROLLS IT.  BEFORE A
087810* MODIFICATION TAKES EFFECT THE PAYMENT IS AGAINST THE OLD
087820* SCHEDULE, SO IT IS THE PRE-MOD DUE DATE THAT ROLLS.
087900*----------------------------------------------------------
088000 2900-ROLL-LOAN-DUE-DATE.
088010     MOVE "N" TO WS-LOAN-PRE-MOD-FLAG
088020     IF LN-MOD-EFF-DATE NUMERIC
088030      AND LN-MOD-EFF-DATE > WS-RUN-DATE
088040         MOVE "Y" TO WS-LOAN-PRE-MOD-FLAG
088050     END-IF
088100     EVALUATE LN-FREQUENCY-CODE
088200         WHEN 2     MOVE 3  TO WS-LOAN-MONTHS-STEP
088300         WHEN 3     MOVE 1  TO WS-LOAN-MONTHS-STEP
088400         WHEN OTHER MOVE 12 TO WS-LOAN-MONTHS-STEP
088500     END-EVALUATE
088600     MOVE LN-NEXT-PAYMENT-DUE TO WS-LOAN-DUE-PARTS
088610     IF WS-LOAN-ROLL-PRE-MOD
088620         MOVE LN-PRE-MOD-DUE  TO WS-LOAN-DUE-PARTS
088630     END-IF
088700     ADD WS-LOAN-MONTHS-STEP TO WS-LDUE-MM
088800     PERFORM 2950-NORMALIZE-DUE-MONTH
088900         THRU 2950-NORMALIZE-DUE-MONTH-EXIT
089100     IF WS-LDUE-DD > 28
089200         MOVE 28 TO WS-LDUE-DD
089300     END-IF
089310     IF WS-LOAN-ROLL-PRE-MOD
089320         MOVE WS-LOAN-DUE-PARTS TO LN-PRE-MOD-DUE
089330         GO TO 2900-ROLL-LOAN-DUE-DATE-EXIT
089340     END-IF
089400     MOVE WS-LOAN-DUE-PARTS TO LN-NEXT-PAYMENT-DUE.
089500 2900-ROLL-LOAN-DUE-DATE-EXIT.
089600     EXIT.
105700     IF HREG-FILE-OPEN
105800         CLOSE HOLD-REGISTER
105900     END-IF
105910     IF CHGO-FILE-OPEN
105920         CLOSE CHARGE-OFF-REGISTER
105930     END-IF
106000     IF PAYEE-FILE-OPEN
106100         CLOSE PAYEE-REGISTER
106200     END-IF
106600     IF SPAY-FILE-OPEN
106700         CLOSE STOP-PAYMENTS
106800     END-IF
106810     IF ODPR-FILE-OPEN
106820         CLOSE OD-PROTECTIONS
106830     END-IF
106840     IF PROD-FILE-OPEN
106850         CLOSE PRODUCT-MASTER
106860     END-IF
106900     CLOSE ORDER-REPORT
107000     PERFORM 9500-WRITE-DAILY-STATS
107100         THRU 9500-WRITE-DAILY-STATS-EXIT
107110     DISPLAY "STANDING-ORDER-BATCH: " WS-NSF-CHARGED
107120         " NSF FEES CHARGED, " WS-NSF-CAPPED
107130         " OVER THE DAILY MAXIMUM"
107200     DISPLAY "STANDING-ORDER-BATCH: " WS-EXECUTED-COUNT
107300         " EXECUTED, " WS-FAILED-COUNT " FAILED".
107400 9000-TERMINATE-EXIT.
109600     CLOSE DAILY-STATS-FILE.
109700 9500-WRITE-DAILY-STATS-EXIT.
109800     EXIT.
109850
109900*----------------------------------------------------------
110000* 2400-OD-PROTECT-SWEEP - THE DEBIT ON THE ACCOUNT IN THE
110100* BUFFER IS SHORT BY WS-ODP-NEED.  A CHECKING ACCOUNT
110200* ENROLLED ON ODPROT PULLS THE SHORTFALL (ROUNDED UP TO THE
110300* ENROLMENT'S INCREMENT) FROM ITS PROTECTING ACCOUNT AS A
110400* LINKED "ODP OUT"/"ODP IN" PAIR UNDER ONE REFERENCE.  THE
110500* PROTECTOR'S OWN BLOCKS, HOLDS, STOPS AND MINIMUM BALANCE
110600* STILL RULE - IF THEY REFUSE, NOTHING MOVES.  EITHER WAY
110700* THE CHECKING ACCOUNT IS BACK IN THE BUFFER, REPRICED, FOR
110800* THE CALLER'S FUNDS TEST.
110900*----------------------------------------------------------
111000 2400-OD-PROTECT-SWEEP.
111100     IF NOT ODPR-FILE-OPEN OR NOT ACCT-IS-CHECKING
111200      OR WS-ODP-NEED NOT > ZERO
111300         GO TO 2400-OD-PROTECT-SWEEP-EXIT
111400     END-IF
111500     MOVE ACCT-NUMBER TO WS-ODP-CHK-ACCT PT-ACCT
111600     READ OD-PROTECTIONS
111700         INVALID KEY
111800             GO TO 2400-OD-PROTECT-SWEEP-EXIT
111900     END-READ
112000     IF PT-IS-REMOVED
112100         GO TO 2400-OD-PROTECT-SWEEP-EXIT
112200     END-IF
112300*    THE EXACT SHORTFALL, OR THE NEXT WHOLE MULTIPLE OF THE
112400*    ENROLMENT'S INCREMENT.
112500     MOVE WS-ODP-NEED TO WS-ODP-XFER-AMT
112600     IF PT-INCREMENT NUMERIC AND PT-INCREMENT > ZERO
112700         DIVIDE WS-ODP-NEED BY PT-INCREMENT
112800             GIVING WS-ODP-UNITS REMAINDER WS-ODP-REMAINDER
112900         IF WS-ODP-REMAINDER > ZERO
113000             ADD 1 TO WS-ODP-UNITS
113100         END-IF
113200         COMPUTE WS-ODP-XFER-AMT = WS-ODP-UNITS * PT-INCREMENT
113300     END-IF
113400     MOVE WS-ODP-CHK-ACCT TO WS-ODP-REF-ACCT
113500     PERFORM 2420-CHECK-PROTECTOR
113600         THRU 2420-CHECK-PROTECTOR-EXIT
113700     IF WS-ODP-REFUSED
113800         GO TO 2400-OD-PROTECT-SWEEP-RESTORE
113900     END-IF
114000
114100*    PROTECTOR LEG - THE PROTECTING ACCOUNT IS STILL IN THE
114200*    BUFFER FROM ITS CHECKS.
114300     MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
114400     SUBTRACT WS-ODP-XFER-AMT FROM ACCT-BALANCE
114500     MOVE "ODP OUT" TO WS-ODP-LOG-TYPE
114600     PERFORM 2460-POST-PROTECT-LEG
114700         THRU 2460-POST-PROTECT-LEG-EXIT
114800
114900*    PROTECTED LEG.
115000     MOVE WS-ODP-CHK-ACCT TO ACCT-NUMBER
115100     READ ACCOUNT-MASTER
115200     MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
115300     ADD WS-ODP-XFER-AMT TO ACCT-BALANCE
115400     MOVE "ODP IN" TO WS-ODP-LOG-TYPE
115500     PERFORM 2460-POST-PROTECT-LEG
115600         THRU 2460-POST-PROTECT-LEG-EXIT
115700     GO TO 2400-OD-PROTECT-SWEEP-PRICE.
115800 2400-OD-PROTECT-SWEEP-RESTORE.
115900     MOVE WS-ODP-CHK-ACCT TO ACCT-NUMBER
116000     READ ACCOUNT-MASTER.
116100 2400-OD-PROTECT-SWEEP-PRICE.
116200     MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
116300     PERFORM 2500-PRICE-AVAIL-BALANCE
116400         THRU 2500-PRICE-AVAIL-BALANCE-EXIT.
116500 2400-OD-PROTECT-SWEEP-EXIT.
116600     EXIT.
116700
116800*----------------------------------------------------------
116900* 2420-CHECK-PROTECTOR - READ THE PROTECTING ACCOUNT AND
117000* APPLY ITS OWN DEBIT RULES TO THE TRANSFER: NOT CLOSED,
117100* HELD OR DORMANT, NO STOP IN FORCE, AND THE TRANSFER
117200* COVERED BY ITS AVAILABLE BALANCE WITHOUT BREAKING ITS
117300* MINIMUM.  ANY FAILURE SETS WS-ODP-REFUSED.
117400*----------------------------------------------------------
117500 2420-CHECK-PROTECTOR.
117600     MOVE "N" TO WS-ODP-REFUSE-FLAG
117700     MOVE PT-PROTECT-ACCT TO ACCT-NUMBER
117800     READ ACCOUNT-MASTER
117900         INVALID KEY
118000             MOVE "Y" TO WS-ODP-REFUSE-FLAG
118100             GO TO 2420-CHECK-PROTECTOR-EXIT
118200     END-READ
118300     IF ACCT-IS-CLOSED OR ACCT-ON-HOLD OR ACCT-IS-DORMANT
118400         MOVE "Y" TO WS-ODP-REFUSE-FLAG
118500         GO TO 2420-CHECK-PROTECTOR-EXIT
118600     END-IF
118700     PERFORM 2440-CHECK-PROTECTOR-STOPS
118800         THRU 2440-CHECK-PROTECTOR-STOPS-EXIT
118900     IF WS-ODP-REFUSED
119000         GO TO 2420-CHECK-PROTECTOR-EXIT
119100     END-IF
119200     PERFORM 2500-PRICE-AVAIL-BALANCE
119300         THRU 2500-PRICE-AVAIL-BALANCE-EXIT
119400     MOVE ZERO TO WS-ODP-MIN-CHECK
119500     IF NOT ACCT-IS-CHECKING
119600         COMPUTE WS-ODP-MIN-CHECK
119700             = WS-AVAIL-BALANCE - WS-ODP-XFER-AMT
119800             - WS-SAVINGS-MIN-BAL
119900     END-IF
120000     IF WS-ODP-XFER-AMT > WS-AVAIL-BALANCE
120100      OR WS-ODP-MIN-CHECK < ZERO
120200         MOVE "Y" TO WS-ODP-REFUSE-FLAG
120300     END-IF.
120400 2420-CHECK-PROTECTOR-EXIT.
120500     EXIT.
120600
120700*----------------------------------------------------------
120800* 2440-CHECK-PROTECTOR-STOPS - AN ACTIVE STOP ON THE
120900* PROTECTING ACCOUNT FOR THE TRANSFER AMOUNT, OR ONE CARRYING
121000* THE REFERENCE "ODPROT" (THE CUSTOMER'S STANDING BLOCK ON
121100* SWEEPS), REFUSES THE TRANSFER.
121200*----------------------------------------------------------
121300 2440-CHECK-PROTECTOR-STOPS.
121400     MOVE "N" TO WS-ODP-SPAY-EOF-FLAG
121500     IF NOT SPAY-FILE-OPEN
121600         GO TO 2440-CHECK-PROTECTOR-STOPS-EXIT
121700     END-IF
121800     MOVE ACCT-NUMBER TO SP-ACCT
121900     MOVE ZERO        TO SP-SEQ
122000     START STOP-PAYMENTS KEY NOT LESS THAN SP-KEY
122100         INVALID KEY
122200             MOVE "Y" TO WS-ODP-SPAY-EOF-FLAG
122300     END-START
122400     PERFORM 2450-MATCH-PROTECTOR-STOP
122500         THRU 2450-MATCH-PROTECTOR-STOP-EXIT
122600         UNTIL END-OF-ODP-STOPS OR WS-ODP-REFUSED.
122700 2440-CHECK-PROTECTOR-STOPS-EXIT.
122800     EXIT.
122900
123000*----------------------------------------------------------
123100* 2450-MATCH-PROTECTOR-STOP - READ THE PROTECTOR'S NEXT
123200* STOP AND TEST IT AGAINST THE TRANSFER.
123300*----------------------------------------------------------
123400 2450-MATCH-PROTECTOR-STOP.
123500     READ STOP-PAYMENTS NEXT RECORD
123600         AT END
123700             MOVE "Y" TO WS-ODP-SPAY-EOF-FLAG
123800             GO TO 2450-MATCH-PROTECTOR-STOP-EXIT
123900     END-READ
124000     IF SP-ACCT NOT = ACCT-NUMBER
124100         MOVE "Y" TO WS-ODP-SPAY-EOF-FLAG
124200         GO TO 2450-MATCH-PROTECTOR-STOP-EXIT
124300     END-IF
124400     IF NOT SP-IS-EXPIRED AND NOT SP-IS-RELEASED
124500      AND SP-EXPIRY-DATE >= WS-RUN-DATE
124600         IF SP-AMOUNT = WS-ODP-XFER-AMT
124700          OR SP-REFERENCE = "ODPROT"
124800             MOVE "Y" TO WS-ODP-REFUSE-FLAG
124900         END-IF
125000     END-IF.
125100 2450-MATCH-PROTECTOR-STOP-EXIT.
125200     EXIT.
125300
125400*----------------------------------------------------------
125500* 2460-POST-PROTECT-LEG - REWRITE ONE LEG OF THE TRANSFER
125600* WITH JOURNALING AND WRITE ITS TXNLOG/TXNDETL ENTRIES UNDER
125700* WS-ODP-LOG-TYPE AND THE PAIR'S SHARED REFERENCE.
125800*----------------------------------------------------------
125900 2460-POST-PROTECT-LEG.
126000     IF ACCT-LAST-TXN-SEQ NOT NUMERIC
126100         MOVE ZERO TO ACCT-LAST-TXN-SEQ
126200     END-IF
126300     IF ACCT-LAST-TXN-SEQ >= 9999999
126400*    THE SEQUENCE CEILING: NEVER WRAP TO ZERO AND CORRUPT
126500*    THE KEYED HISTORY - THE NUMBER STAYS PUT SO THE DETAIL
126600*    WRITE FAILS LOUDLY ON ITS DUPLICATE KEY.  RUN THE
126700*    DETAIL PURGE TO ARCHIVE AND RESEQUENCE.
126800         DISPLAY "TXN SEQ CEILING ON ACCOUNT " ACCT-NUMBER
126900             " - DETAIL PURGE REQUIRED"
127000     ELSE
127100         ADD 1 TO ACCT-LAST-TXN-SEQ
127200     END-IF
127300     REWRITE ACCOUNT-RECORD
127400     MOVE ACCOUNT-RECORD TO WS-JRNL-AFTER
127500     CALL "ACCTJRNL" USING WS-JRNL-PROGRAM WS-JRNL-ACTION
127600         WS-JRNL-BEFORE WS-JRNL-AFTER
127700
127800     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
127900     MOVE WS-RUN-DATE        TO WS-BSTAMP-DATE
128000     MOVE WS-TIMESTAMP(9:6)  TO WS-BSTAMP-TIME
128100     MOVE WS-BUSINESS-STAMP  TO TL-TIMESTAMP
128200     MOVE ACCT-NUMBER        TO TL-ACCT
128300     MOVE WS-ODP-LOG-TYPE    TO TL-TXN-TYPE
128400     MOVE WS-ODP-XFER-AMT    TO TL-AMOUNT
128500     MOVE ACCT-BALANCE       TO TL-BALANCE
128600     MOVE SPACES             TO TL-OPERATOR
128700     MOVE WS-ODP-REFERENCE   TO TL-REFERENCE
128800     WRITE TRANSACTION-LOG-LINE FROM WS-LOG-ENTRY
128900
129000     MOVE ACCT-NUMBER        TO TD-ACCT
129100     MOVE ACCT-LAST-TXN-SEQ  TO TD-SEQ
129200     MOVE TL-TIMESTAMP       TO TD-TIMESTAMP
129300     MOVE WS-ODP-LOG-TYPE    TO TD-TXN-TYPE
129400     MOVE WS-ODP-XFER-AMT    TO TD-AMOUNT
129500     MOVE ACCT-BALANCE       TO TD-BALANCE
129600     MOVE SPACES             TO TD-OPERATOR
129700     MOVE WS-ODP-REFERENCE   TO TD-REFERENCE
129800     MOVE SPACES             TO TD-APPROVED-BY
129900     MOVE ACCT-BRANCH        TO TD-BRANCH
130000     WRITE TXN-DETAIL-RECORD
130100         INVALID KEY
130200             DISPLAY "TXNDETL WRITE FAILED, STATUS "
130300                 WS-TXND-STATUS " KEY " TD-KEY
130400     END-WRITE.
130500 2460-POST-PROTECT-LEG-EXIT.
130600     EXIT.
130700
130800*----------------------------------------------------------
130900* 1800-LOAD-NSF-FEES - LOAD THE NSF / RETURNED-ITEM FEE ROWS
131000* FROM FEESCHED AND OPEN THE PRODUCT MASTER THAT PICKS AN
131100* ACCOUNT'S ROW.  NO FEESCHED, OR NO "N" ROWS IN IT, MEANS
131200* NO FEE IS CHARGED.
131300*----------------------------------------------------------
131400 1800-LOAD-NSF-FEES.
131500*    NO PRODMAST FILE YET JUST MEANS THE OLD C/S MAPPING.
131600     OPEN INPUT PRODUCT-MASTER
131700     IF PROD-FILE-OK
131800         MOVE "Y" TO WS-PROD-OPEN-FLAG
131900     END-IF
132000     OPEN INPUT FEE-SCHEDULE
132100     IF NOT FEE-FILE-OK
132200         GO TO 1800-LOAD-NSF-FEES-EXIT
132300     END-IF
132400     PERFORM 1820-READ-FEE-ROW
132500         THRU 1820-READ-FEE-ROW-EXIT
132600     PERFORM 1840-STORE-NSF-FEE
132700         THRU 1840-STORE-NSF-FEE-EXIT
132800         UNTIL END-OF-FEE-SCHED
132900            OR WS-NSF-FEE-COUNT >= 10
133000     CLOSE FEE-SCHEDULE.
133100 1800-LOAD-NSF-FEES-EXIT.
133200     EXIT.
133300
133400*----------------------------------------------------------
133500* 1820-READ-FEE-ROW - READ ONE FEE SCHEDULE ROW.
133600*----------------------------------------------------------
133700 1820-READ-FEE-ROW.
133800     READ FEE-SCHEDULE
133900         AT END
134000             MOVE "Y" TO WS-FEE-EOF-FLAG
134100     END-READ.
134200 1820-READ-FEE-ROW-EXIT.
134300     EXIT.
134400
134500*----------------------------------------------------------
134600* 1840-STORE-NSF-FEE - KEEP THE ROW JUST READ IF IT IS AN NSF
134700* ROW (SERVICE-FEE BANDS BELONG TO FEE-ASSESS-BATCH) AND READ
134800* THE NEXT ONE.  NO DAILY MAXIMUM ON THE ROW MEANS 3.
134900*----------------------------------------------------------
135000 1840-STORE-NSF-FEE.
135100     IF NOT FS-IS-NSF-FEE
135200         GO TO 1840-STORE-NSF-FEE-READ
135300     END-IF
135400     ADD 1 TO WS-NSF-FEE-COUNT
135500     MOVE FS-TYPE         TO WS-NSF-TYPE(WS-NSF-FEE-COUNT)
135600     MOVE FS-FEE          TO WS-NSF-AMOUNT(WS-NSF-FEE-COUNT)
135700     MOVE WS-NSF-DFLT-MAX TO WS-NSF-MAX(WS-NSF-FEE-COUNT)
135800     IF FS-DAILY-MAX NUMERIC AND FS-DAILY-MAX > ZERO
135900         MOVE FS-DAILY-MAX TO WS-NSF-MAX(WS-NSF-FEE-COUNT)
136000     END-IF.
136100 1840-STORE-NSF-FEE-READ.
136200     PERFORM 1820-READ-FEE-ROW
136300         THRU 1820-READ-FEE-ROW-EXIT.
136400 1840-STORE-NSF-FEE-EXIT.
136500     EXIT.
136600
136700*----------------------------------------------------------
136800* 6500-CHARGE-NSF-FEE - THE ITEM IN WS-NSF-ITEM-REF WAS JUST
136900* REFUSED OR RETURNED FOR FUNDS ON THE ACCOUNT IN THE BUFFER.
137000* CHARGE THE PRODUCT'S NSF FEE, EVEN INTO OVERDRAFT, UNLESS
137100* THE ACCOUNT HAS ALREADY PAID ITS DAILY MAXIMUM OF THEM THIS
137200* BUSINESS DAY.  LOGGED AS "NSF FEE" UNDER THE FAILED ITEM'S
137300* REFERENCE, SO THE TELLER FEE WAIVER CAN REFUND IT.
137400*----------------------------------------------------------
137500 6500-CHARGE-NSF-FEE.
137600     IF WS-NSF-FEE-COUNT = ZERO OR ACCT-IS-CLOSED
137700         GO TO 6500-CHARGE-NSF-FEE-EXIT
137800     END-IF
137900     PERFORM 6520-GET-NSF-FEE-RULE
138000         THRU 6520-GET-NSF-FEE-RULE-EXIT
138100     IF WS-NSF-FEE-AMT = ZERO
138200         GO TO 6500-CHARGE-NSF-FEE-EXIT
138300     END-IF
138400     PERFORM 6540-COUNT-TODAYS-FEES
138500         THRU 6540-COUNT-TODAYS-FEES-EXIT
138600     IF WS-NSF-TODAY >= WS-NSF-DAY-MAX
138700         ADD 1 TO WS-NSF-CAPPED
138800         GO TO 6500-CHARGE-NSF-FEE-EXIT
138900     END-IF
139000
139100     MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
139200     SUBTRACT WS-NSF-FEE-AMT FROM ACCT-BALANCE
139300     IF ACCT-LAST-TXN-SEQ NOT NUMERIC
139400         MOVE ZERO TO ACCT-LAST-TXN-SEQ
139500     END-IF
139600     IF ACCT-LAST-TXN-SEQ >= 9999999
139700*    THE SEQUENCE CEILING: NEVER WRAP TO ZERO AND CORRUPT
139800*    THE KEYED HISTORY - THE NUMBER STAYS PUT SO THE DETAIL
139900*    WRITE FAILS LOUDLY ON ITS DUPLICATE KEY.  RUN THE
140000*    DETAIL PURGE TO ARCHIVE AND RESEQUENCE.
140100         DISPLAY "TXN SEQ CEILING ON ACCOUNT " ACCT-NUMBER
140200             " - DETAIL PURGE REQUIRED"
140300     ELSE
140400         ADD 1 TO ACCT-LAST-TXN-SEQ
140500     END-IF
140600     REWRITE ACCOUNT-RECORD
140700     MOVE ACCOUNT-RECORD TO WS-JRNL-AFTER
140800     CALL "ACCTJRNL" USING WS-JRNL-PROGRAM WS-JRNL-ACTION
140900         WS-JRNL-BEFORE WS-JRNL-AFTER
141000
141100     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
141200     MOVE WS-RUN-DATE   TO WS-BSTAMP-DATE
141300     MOVE WS-TIMESTAMP(9:6)  TO WS-BSTAMP-TIME
141400     MOVE WS-BUSINESS-STAMP  TO TL-TIMESTAMP
141500     MOVE ACCT-NUMBER        TO TL-ACCT
141600     MOVE "NSF FEE"          TO TL-TXN-TYPE
141700     MOVE WS-NSF-FEE-AMT     TO TL-AMOUNT
141800     MOVE ACCT-BALANCE       TO TL-BALANCE
141900     MOVE SPACES             TO TL-OPERATOR
142000     MOVE WS-NSF-ITEM-REF    TO TL-REFERENCE
142100     WRITE TRANSACTION-LOG-LINE FROM WS-LOG-ENTRY
142200
142300     MOVE ACCT-NUMBER        TO TD-ACCT
142400     MOVE ACCT-LAST-TXN-SEQ  TO TD-SEQ
142500     MOVE TL-TIMESTAMP       TO TD-TIMESTAMP
142600     MOVE "NSF FEE"          TO TD-TXN-TYPE
142700     MOVE WS-NSF-FEE-AMT     TO TD-AMOUNT
142800     MOVE ACCT-BALANCE       TO TD-BALANCE
142900     MOVE SPACES             TO TD-OPERATOR
143000     MOVE WS-NSF-ITEM-REF    TO TD-REFERENCE
143100     MOVE SPACES             TO TD-APPROVED-BY
143200     MOVE ACCT-BRANCH        TO TD-BRANCH
143300     WRITE TXN-DETAIL-RECORD
143400         INVALID KEY
143500             DISPLAY "TXNDETL WRITE FAILED, STATUS "
143600                 WS-TXND-STATUS " KEY " TD-KEY
143700     END-WRITE
143800     ADD 1 TO WS-NSF-CHARGED.
143900 6500-CHARGE-NSF-FEE-EXIT.
144000     EXIT.
144100
144200*----------------------------------------------------------
144300* 6520-GET-NSF-FEE-RULE - THE NSF FEE AND DAILY MAXIMUM FOR
144400* THE ACCOUNT IN THE BUFFER, BY ITS PRODUCT'S FEE SCHEDULE
144500* CODE ("C"/"S" BY ACCOUNT TYPE WHEN THERE IS NO PRODUCT).
144600* NO "N" ROW FOR THE CODE LEAVES THE FEE AT ZERO.
144700*----------------------------------------------------------
144800 6520-GET-NSF-FEE-RULE.
144900     MOVE ZERO TO WS-NSF-FEE-AMT WS-NSF-DAY-MAX
145000     IF ACCT-IS-CHECKING
145100         MOVE "CK" TO PM-PROD-CODE
145200         MOVE "C"  TO WS-NSF-FEE-CODE
145300     ELSE
145400         MOVE "SV" TO PM-PROD-CODE
145500         MOVE "S"  TO WS-NSF-FEE-CODE
145600     END-IF
145700     IF NOT PROD-FILE-OPEN
145800         GO TO 6520-GET-NSF-FEE-RULE-FIND
145900     END-IF
146000     READ PRODUCT-MASTER
146100         INVALID KEY
146200             GO TO 6520-GET-NSF-FEE-RULE-FIND
146300     END-READ
146400     MOVE PM-FEE-SCHED-CODE TO WS-NSF-FEE-CODE.
146500 6520-GET-NSF-FEE-RULE-FIND.
146600     SET WS-NSF-IDX TO 1
146700     SEARCH WS-NSF-ENTRY
146800         WHEN WS-NSF-TYPE(WS-NSF-IDX) = WS-NSF-FEE-CODE
146900             MOVE WS-NSF-AMOUNT(WS-NSF-IDX) TO WS-NSF-FEE-AMT
147000             MOVE WS-NSF-MAX(WS-NSF-IDX)    TO WS-NSF-DAY-MAX
147100     END-SEARCH.
147200 6520-GET-NSF-FEE-RULE-EXIT.
147300     EXIT.
147400
147500*----------------------------------------------------------
147600* 6540-COUNT-TODAYS-FEES - HOW MANY "NSF FEE" ENTRIES THE
147700* ACCOUNT HAS ON TXNDETL FOR THIS BUSINESS DAY, FROM ANY OF
147800* THE POSTING RUNS.
147900*----------------------------------------------------------
148000 6540-COUNT-TODAYS-FEES.
148100     MOVE ZERO TO WS-NSF-TODAY
148200     MOVE "N"  TO WS-NSF-EOF-FLAG
148300     MOVE ACCT-NUMBER TO TD-ACCT
148400     MOVE ZERO        TO TD-SEQ
148500     START TRANSACTION-DETAIL KEY NOT LESS THAN TD-KEY
148600         INVALID KEY
148700             MOVE "Y" TO WS-NSF-EOF-FLAG
148800     END-START
148900     PERFORM 6560-COUNT-ONE-ENTRY
149000         THRU 6560-COUNT-ONE-ENTRY-EXIT
149100         UNTIL END-OF-NSF-WALK.
149200 6540-COUNT-TODAYS-FEES-EXIT.
149300     EXIT.
149400
149500*----------------------------------------------------------
149600* 6560-COUNT-ONE-ENTRY - READ THE ACCOUNT'S NEXT DETAIL ENTRY
149700* AND COUNT IT IF IT IS ONE OF TODAY'S NSF FEES.
149800*----------------------------------------------------------
149900 6560-COUNT-ONE-ENTRY.
150000     READ TRANSACTION-DETAIL NEXT RECORD
150100         AT END
150200             MOVE "Y" TO WS-NSF-EOF-FLAG
150300             GO TO 6560-COUNT-ONE-ENTRY-EXIT
150400     END-READ
150500     IF TD-ACCT NOT = ACCT-NUMBER
150600         MOVE "Y" TO WS-NSF-EOF-FLAG
150700         GO TO 6560-COUNT-ONE-ENTRY-EXIT
150800     END-IF
150900     IF TD-TXN-TYPE = "NSF FEE"
151000      AND TD-TIMESTAMP(1:8) = WS-RUN-DATE
151100         ADD 1 TO WS-NSF-TODAY
151200     END-IF.
151300 6560-COUNT-ONE-ENTRY-EXIT.
151400     EXIT.
