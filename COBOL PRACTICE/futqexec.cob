003300*                 HREGREC COPYBOOK), PLACED FROM THE TELLER
003400*                 HOLD-MAINTENANCE SCREEN.  NO REGISTER FILE,
003500*                 NO CHANGE.
003510* 2026-10-15 KMR  OVERDRAFT PROTECTION.  A QUEUED DEBIT FROM A
003520*                 CHECKING ACCOUNT ENROLLED ON ODPROT THAT THE
003530*                 ACCOUNT CANNOT COVER FIRST PULLS THE
003540*                 SHORTFALL FROM THE PROTECTING ACCOUNT
003550*                 (2400-OD-PROTECT-SWEEP, LOGGED AS AN
003560*                 "ODP OUT"/"ODP IN" PAIR) BEFORE IT FAILS
003570*                 FOR INSUFFICIENT FUNDS.
003572* 2026-10-15 KMR  A QUEUED DEBIT FAILED FOR INSUFFICIENT
003574*                 FUNDS NOW CHARGES THE SOURCE ACCOUNT'S NSF /
003576*                 RETURNED-ITEM FEE ON EACH ATTEMPT: THE
003578*                 AMOUNT FROM THE PRODUCT'S "N" ROW ON
003580*                 FEESCHED (SHARED FEESREC COPYBOOK, PRODUCT
003582*                 FROM PRODMAST), UP TO THE ROW'S DAILY
003584*                 MAXIMUM PER ACCOUNT, LOGGED AS "NSF FEE"
003586*                 UNDER THE QUEUE ITEM ID.
003588* 2026-10-15 KMR  A FAILED TRY NOW STAMPS THE BUSINESS DATE IN
003590*                 FQ-LAST-TRY-DATE SO THE CUSTOMER ALERT EXTRACT
003592*                 CAN PICK OUT THE NIGHT'S FAILURES.
003600*----------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
007800         RECORD KEY IS SP-KEY
007900         FILE STATUS IS WS-SPAY-STATUS.
008000
008010     SELECT OD-PROTECTIONS ASSIGN TO "ODPROT"
008020         ORGANIZATION IS INDEXED
008030         ACCESS MODE IS DYNAMIC
008040         RECORD KEY IS PT-ACCT
008050         FILE STATUS IS WS-ODPR-STATUS.
008060
008100     SELECT PAYEE-REGISTER ASSIGN TO "PAYEEREG"
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS DYNAMIC
008700     SELECT QUEUE-REPORT ASSIGN TO "FUTQRPT"
008800         ORGANIZATION IS LINE SEQUENTIAL.
008900
008905     SELECT FEE-SCHEDULE ASSIGN TO "FEESCHED"
008910         ORGANIZATION IS LINE SEQUENTIAL
008915         FILE STATUS IS WS-FEE-STATUS.
008920
008925     SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
008930         ORGANIZATION IS INDEXED
008935         ACCESS MODE IS DYNAMIC
008940         RECORD KEY IS PM-PROD-CODE
008945         FILE STATUS IS WS-PROD-STATUS.
008950
009000     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
009100         ORGANIZATION IS LINE SEQUENTIAL.
009200
011900 01  STOP-PAYMENT-RECORD.
012000     COPY SPAYREC.
012100
012110 FD  OD-PROTECTIONS.
012120 01  OD-PROTECT-RECORD.
012130     COPY ODPREC.
012140
012200 FD  PAYEE-REGISTER.
012300 01  PAYEE-REGISTER-RECORD.
012400     COPY PAYEEREC.
012600 FD  QUEUE-REPORT.
012700 01  QUEUE-REPORT-LINE       PIC X(80).
012800
012810 FD  FEE-SCHEDULE.
012820 01  FEE-SCHEDULE-RECORD.
012830     COPY FEESREC.
012840
012850 FD  PRODUCT-MASTER.
012860 01  PRODUCT-MASTER-RECORD.
012870     COPY PRODMREC.
012880
012900 FD  DAILY-STATS-FILE.
013000     COPY DLYSTAT.
013100
018200 01  WS-MIN-BAL-CHECK        PIC S9(8)V99 VALUE ZERO.
018300 01  WS-HOLD-TOTAL           PIC 9(8)V99 VALUE ZERO.
018400 01  WS-AVAIL-BALANCE        PIC S9(8)V99 VALUE ZERO.
018402
018404*----------------------------------------------------------
018406* OVERDRAFT-PROTECTION SWEEP (ODPROT, ODPREC): A CHECKING
018408* DEBIT THE ACCOUNT CANNOT COVER PULLS THE SHORTFALL FROM
018410* THE ENROLLED PROTECTING ACCOUNT BEFORE IT IS REFUSED.
018412*----------------------------------------------------------
018414 01  WS-ODPR-STATUS          PIC X(02).
018416     88  ODPR-FILE-OK                VALUE "00".
018418 01  WS-ODPR-OPEN-FLAG       PIC X(01) VALUE "N".
018420     88  ODPR-FILE-OPEN              VALUE "Y".
018422 01  WS-ODP-REFUSE-FLAG      PIC X(01) VALUE "N".
018424     88  WS-ODP-REFUSED              VALUE "Y".
018426 01  WS-ODP-SPAY-EOF-FLAG    PIC X(01) VALUE "N".
018428     88  END-OF-ODP-STOPS            VALUE "Y".
018430 01  WS-ODP-NEED             PIC S9(8)V99 VALUE ZERO.
018432 01  WS-ODP-XFER-AMT         PIC 9(7)V99 VALUE ZERO.
018434 01  WS-ODP-UNITS            PIC 9(07) COMP VALUE ZERO.
018436 01  WS-ODP-REMAINDER        PIC 9(7)V99 VALUE ZERO.
018438 01  WS-ODP-MIN-CHECK        PIC S9(8)V99 VALUE ZERO.
018440 01  WS-ODP-CHK-ACCT         PIC X(06) VALUE SPACES.
018442 01  WS-ODP-LOG-TYPE         PIC X(10) VALUE SPACES.
018444 01  WS-ODP-REFERENCE.
018446     05  FILLER              PIC X(02) VALUE "OD".
018448     05  WS-ODP-REF-ACCT     PIC X(06) VALUE SPACES.
018500 01  WS-FAIL-REASON          PIC X(22) VALUE SPACES.
018600 01  WS-LOG-TYPE             PIC X(10) VALUE SPACES.
018700 01  WS-LOG-REFERENCE        PIC X(08) VALUE SPACES.
018800 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
018900
018902*----------------------------------------------------------
018904* NSF / RETURNED-ITEM FEE (FEESCHED "N" ROWS, FEESREC): AN
018906* ITEM REFUSED OR RETURNED FOR FUNDS CHARGES THE PRODUCT'S
018908* NSF FEE, UP TO ITS DAILY MAXIMUM PER ACCOUNT.
018910*----------------------------------------------------------
018912 01  WS-FEE-STATUS           PIC X(02).
018914     88  FEE-FILE-OK                 VALUE "00".
018916 01  WS-FEE-EOF-FLAG         PIC X(01) VALUE "N".
018918     88  END-OF-FEE-SCHED            VALUE "Y".
018920 01  WS-PROD-STATUS          PIC X(02).
018922     88  PROD-FILE-OK                VALUE "00".
018924 01  WS-PROD-OPEN-FLAG       PIC X(01) VALUE "N".
018926     88  PROD-FILE-OPEN              VALUE "Y".
018928 01  WS-NSF-EOF-FLAG         PIC X(01) VALUE "N".
018930     88  END-OF-NSF-WALK             VALUE "Y".
018932 01  WS-NSF-FEE-COUNT        PIC 9(02) COMP VALUE ZERO.
018934 01  WS-NSF-FEE-TABLE.
018936     05  WS-NSF-ENTRY        OCCURS 1 TO 10 TIMES
018938             DEPENDING ON WS-NSF-FEE-COUNT
018940             INDEXED BY WS-NSF-IDX.
018942         10  WS-NSF-TYPE     PIC X(01).
018944         10  WS-NSF-AMOUNT   PIC 9(5)V99.
018946         10  WS-NSF-MAX      PIC 9(02).
018948 77  WS-NSF-DFLT-MAX         PIC 9(02) VALUE 3.
018950 01  WS-NSF-FEE-CODE         PIC X(01) VALUE SPACE.
018952 01  WS-NSF-FEE-AMT          PIC 9(5)V99 VALUE ZERO.
018954 01  WS-NSF-DAY-MAX          PIC 9(02) VALUE ZERO.
018956 01  WS-NSF-TODAY            PIC 9(03) COMP VALUE ZERO.
018958 01  WS-NSF-ITEM-REF         PIC X(08) VALUE SPACES.
018960 01  WS-NSF-CHARGED          PIC 9(05) COMP VALUE ZERO.
018962 01  WS-NSF-CAPPED           PIC 9(05) COMP VALUE ZERO.
018964
019000*----------------------------------------------------------
019100* BEFORE/AFTER JOURNAL IMAGES PASSED TO THE SHARED ACCTJRNL
019200* SUBPROGRAM ON EVERY MASTER REWRITE.
027900     IF SPAY-FILE-OK
028000         MOVE "Y" TO WS-SPAY-OPEN-FLAG
028100     END-IF
028110*    NO ODPROT FILE YET JUST MEANS NO ACCOUNT IS PROTECTED.
028120     OPEN INPUT OD-PROTECTIONS
028130     IF ODPR-FILE-OK
028140         MOVE "Y" TO WS-ODPR-OPEN-FLAG
028150     END-IF
028160     PERFORM 1800-LOAD-NSF-FEES
028170         THRU 1800-LOAD-NSF-FEES-EXIT
028200*    NO PAYEE REGISTER JUST MEANS PAYEE ITEMS FAIL WITH A
028300*    REPORTED REASON.
028400     OPEN INPUT PAYEE-REGISTER
034400
034500     PERFORM 2500-PRICE-AVAIL-BALANCE
034600         THRU 2500-PRICE-AVAIL-BALANCE-EXIT
034610*    A CHECKING ACCOUNT ENROLLED FOR OVERDRAFT PROTECTION
034620*    PULLS THE SHORTFALL FROM ITS PROTECTOR FIRST.
034630     IF FQ-AMOUNT > WS-AVAIL-BALANCE
034640         COMPUTE WS-ODP-NEED = FQ-AMOUNT - WS-AVAIL-BALANCE
034650         PERFORM 2400-OD-PROTECT-SWEEP
034660             THRU 2400-OD-PROTECT-SWEEP-EXIT
034670     END-IF
034700     MOVE ZERO TO WS-MIN-BAL-CHECK
034800     IF NOT ACCT-IS-CHECKING
034900         COMPUTE WS-MIN-BAL-CHECK
035300     IF FQ-AMOUNT > WS-AVAIL-BALANCE
035400      OR WS-MIN-BAL-CHECK < ZERO
035500         MOVE "INSUFFICIENT FUNDS" TO WS-FAIL-REASON
035510         MOVE FQ-ID TO WS-NSF-ITEM-REF
035520         PERFORM 6500-CHARGE-NSF-FEE
035530             THRU 6500-CHARGE-NSF-FEE-EXIT
035600         PERFORM 4000-RECORD-FAILURE
035700             THRU 4000-RECORD-FAILURE-EXIT
035800         GO TO 2000-EXECUTE-ONE-ITEM-READ
074100     END-IF
074200     ADD 1 TO FQ-RETRY-COUNT
074300     MOVE WS-FAIL-REASON TO FQ-FAIL-REASON
074310     MOVE WS-BUSINESS-DATE TO FQ-LAST-TRY-DATE
074400     MOVE SPACES         TO WS-REPORT-LINE
074500     MOVE FQ-ID          TO RL-ITEM-ID
074600     MOVE FQ-SOURCE-ACCT TO RL-ACCT
079100         IF PAYEE-FILE-OPEN
079200             CLOSE PAYEE-REGISTER
079300         END-IF
079310         IF ODPR-FILE-OPEN
079320             CLOSE OD-PROTECTIONS
079330         END-IF
079340         IF PROD-FILE-OPEN
079350             CLOSE PRODUCT-MASTER
079360         END-IF
079400     END-IF
079500     CLOSE QUEUE-REPORT
079600     PERFORM 9500-WRITE-DAILY-STATS
079700         THRU 9500-WRITE-DAILY-STATS-EXIT
079710     DISPLAY "FUTURE-TXN-BATCH: " WS-NSF-CHARGED
079720         " NSF FEES CHARGED, " WS-NSF-CAPPED
079730         " OVER THE DAILY MAXIMUM"
079800     DISPLAY "FUTURE-TXN-BATCH: " WS-EXECUTED-COUNT
079900         " EXECUTED, " WS-FAILED-COUNT " FAILED".
080000 9000-TERMINATE-EXIT.
082200     CLOSE DAILY-STATS-FILE.
082300 9500-WRITE-DAILY-STATS-EXIT.
082400     EXIT.
082450
082500*----------------------------------------------------------
082600* 2400-OD-PROTECT-SWEEP - THE DEBIT ON THE ACCOUNT IN THE
082700* BUFFER IS SHORT BY WS-ODP-NEED.  A CHECKING ACCOUNT
082800* ENROLLED ON ODPROT PULLS THE SHORTFALL (ROUNDED UP TO THE
082900* ENROLMENT'S INCREMENT) FROM ITS PROTECTING ACCOUNT AS A
083000* LINKED "ODP OUT"/"ODP IN" PAIR UNDER ONE REFERENCE.  THE
083100* PROTECTOR'S OWN BLOCKS, HOLDS, STOPS AND MINIMUM BALANCE
083200* STILL RULE - IF THEY REFUSE, NOTHING MOVES.  EITHER WAY
083300* THE CHECKING ACCOUNT IS BACK IN THE BUFFER, REPRICED, FOR
083400* THE CALLER'S FUNDS TEST.
083500*----------------------------------------------------------
083600 2400-OD-PROTECT-SWEEP.
083700     IF NOT ODPR-FILE-OPEN OR NOT ACCT-IS-CHECKING
083800      OR WS-ODP-NEED NOT > ZERO
083900         GO TO 2400-OD-PROTECT-SWEEP-EXIT
084000     END-IF
084100     MOVE ACCT-NUMBER TO WS-ODP-CHK-ACCT PT-ACCT
084200     READ OD-PROTECTIONS
084300         INVALID KEY
084400             GO TO 2400-OD-PROTECT-SWEEP-EXIT
084500     END-READ
084600     IF PT-IS-REMOVED
084700         GO TO 2400-OD-PROTECT-SWEEP-EXIT
084800     END-IF
084900*    THE EXACT SHORTFALL, OR THE NEXT WHOLE MULTIPLE OF THE
085000*    ENROLMENT'S INCREMENT.
085100     MOVE WS-ODP-NEED TO WS-ODP-XFER-AMT
085200     IF PT-INCREMENT NUMERIC AND PT-INCREMENT > ZERO
085300         DIVIDE WS-ODP-NEED BY PT-INCREMENT
085400             GIVING WS-ODP-UNITS REMAINDER WS-ODP-REMAINDER
085500         IF WS-ODP-REMAINDER > ZERO
085600             ADD 1 TO WS-ODP-UNITS
085700         END-IF
085800         COMPUTE WS-ODP-XFER-AMT = WS-ODP-UNITS * PT-INCREMENT
085900     END-IF
086000     MOVE WS-ODP-CHK-ACCT TO WS-ODP-REF-ACCT
086100     PERFORM 2420-CHECK-PROTECTOR
086200         THRU 2420-CHECK-PROTECTOR-EXIT
086300     IF WS-ODP-REFUSED
086400         GO TO 2400-OD-PROTECT-SWEEP-RESTORE
086500     END-IF
086600
086700*    PROTECTOR LEG - THE PROTECTING ACCOUNT IS STILL IN THE
086800*    BUFFER FROM ITS CHECKS.
086900     MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
087000     SUBTRACT WS-ODP-XFER-AMT FROM ACCT-BALANCE
087100     MOVE "ODP OUT" TO WS-ODP-LOG-TYPE
087200     PERFORM 2460-POST-PROTECT-LEG
087300         THRU 2460-POST-PROTECT-LEG-EXIT
087400
087500*    PROTECTED LEG.
087600     MOVE WS-ODP-CHK-ACCT TO ACCT-NUMBER
087700     READ ACCOUNT-MASTER
087800     MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
087900     ADD WS-ODP-XFER-AMT TO ACCT-BALANCE
088000     MOVE "ODP IN" TO WS-ODP-LOG-TYPE
088100     PERFORM 2460-POST-PROTECT-LEG
088200         THRU 2460-POST-PROTECT-LEG-EXIT
088300     GO TO 2400-OD-PROTECT-SWEEP-PRICE.
088400 2400-OD-PROTECT-SWEEP-RESTORE.
088500     MOVE WS-ODP-CHK-ACCT TO ACCT-NUMBER
088600     READ ACCOUNT-MASTER.
088700 2400-OD-PROTECT-SWEEP-PRICE.
088800     MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
088900     PERFORM 2500-PRICE-AVAIL-BALANCE
089000         THRU 2500-PRICE-AVAIL-BALANCE-EXIT.
089100 2400-OD-PROTECT-SWEEP-EXIT.
089200     EXIT.
089300
089400*----------------------------------------------------------
089500* 2420-CHECK-PROTECTOR - READ THE PROTECTING ACCOUNT AND
089600* APPLY ITS OWN DEBIT RULES TO THE TRANSFER: NOT CLOSED,
089700* HELD OR DORMANT, NO STOP IN FORCE, AND THE TRANSFER
089800* COVERED BY ITS AVAILABLE BALANCE WITHOUT BREAKING ITS
089900* MINIMUM.  ANY FAILURE SETS WS-ODP-REFUSED.
090000*----------------------------------------------------------
090100 2420-CHECK-PROTECTOR.
090200     MOVE "N" TO WS-ODP-REFUSE-FLAG
090300     MOVE PT-PROTECT-ACCT TO ACCT-NUMBER
090400     READ ACCOUNT-MASTER
090500         INVALID KEY
090600             MOVE "Y" TO WS-ODP-REFUSE-FLAG
090700             GO TO 2420-CHECK-PROTECTOR-EXIT
090800     END-READ
090900     IF ACCT-IS-CLOSED OR ACCT-ON-HOLD OR ACCT-IS-DORMANT
091000         MOVE "Y" TO WS-ODP-REFUSE-FLAG
091100         GO TO 2420-CHECK-PROTECTOR-EXIT
091200     END-IF
091300     PERFORM 2440-CHECK-PROTECTOR-STOPS
091400         THRU 2440-CHECK-PROTECTOR-STOPS-EXIT
091500     IF WS-ODP-REFUSED
091600         GO TO 2420-CHECK-PROTECTOR-EXIT
091700     END-IF
091800     PERFORM 2500-PRICE-AVAIL-BALANCE
091900         THRU 2500-PRICE-AVAIL-BALANCE-EXIT
092000     MOVE ZERO TO WS-ODP-MIN-CHECK
092100     IF NOT ACCT-IS-CHECKING
092200         COMPUTE WS-ODP-MIN-CHECK
092300             = WS-AVAIL-BALANCE - WS-ODP-XFER-AMT
092400             - WS-SAVINGS-MIN-BAL
092500     END-IF
092600     IF WS-ODP-XFER-AMT > WS-AVAIL-BALANCE
092700      OR WS-ODP-MIN-CHECK < ZERO
092800         MOVE "Y" TO WS-ODP-REFUSE-FLAG
092900     END-IF.
093000 2420-CHECK-PROTECTOR-EXIT.
093100     EXIT.
093200
093300*----------------------------------------------------------
093400* 2440-CHECK-PROTECTOR-STOPS - AN ACTIVE STOP ON THE
093500* PROTECTING ACCOUNT FOR THE TRANSFER AMOUNT, OR ONE CARRYING
093600* THE REFERENCE "ODPROT" (THE CUSTOMER'S STANDING BLOCK ON
093700* SWEEPS), REFUSES THE TRANSFER.
093800*----------------------------------------------------------
093900 2440-CHECK-PROTECTOR-STOPS.
094000     MOVE "N" TO WS-ODP-SPAY-EOF-FLAG
094100     IF NOT SPAY-FILE-OPEN
094200         GO TO 2440-CHECK-PROTECTOR-STOPS-EXIT
094300     END-IF
094400     MOVE ACCT-NUMBER TO SP-ACCT
094500     MOVE ZERO        TO SP-SEQ
094600     START STOP-PAYMENTS KEY NOT LESS THAN SP-KEY
094700         INVALID KEY
094800             MOVE "Y" TO WS-ODP-SPAY-EOF-FLAG
094900     END-START
095000     PERFORM 2450-MATCH-PROTECTOR-STOP
095100         THRU 2450-MATCH-PROTECTOR-STOP-EXIT
095200         UNTIL END-OF-ODP-STOPS OR WS-ODP-REFUSED.
095300 2440-CHECK-PROTECTOR-STOPS-EXIT.
095400     EXIT.
095500
095600*----------------------------------------------------------
095700* 2450-MATCH-PROTECTOR-STOP - READ THE PROTECTOR'S NEXT
095800* STOP AND TEST IT AGAINST THE TRANSFER.
095900*----------------------------------------------------------
096000 2450-MATCH-PROTECTOR-STOP.
096100     READ STOP-PAYMENTS NEXT RECORD
096200         AT END
096300             MOVE "Y" TO WS-ODP-SPAY-EOF-FLAG
096400             GO TO 2450-MATCH-PROTECTOR-STOP-EXIT
096500     END-READ
096600     IF SP-ACCT NOT = ACCT-NUMBER
096700         MOVE "Y" TO WS-ODP-SPAY-EOF-FLAG
096800         GO TO 2450-MATCH-PROTECTOR-STOP-EXIT
096900     END-IF
097000     IF NOT SP-IS-EXPIRED AND NOT SP-IS-RELEASED
097100      AND SP-EXPIRY-DATE >= WS-BUSINESS-DATE
097200         IF SP-AMOUNT = WS-ODP-XFER-AMT
097300          OR SP-REFERENCE = "ODPROT"
097400             MOVE "Y" TO WS-ODP-REFUSE-FLAG
097500         END-IF
097600     END-IF.
097700 2450-MATCH-PROTECTOR-STOP-EXIT.
097800     EXIT.
097900
098000*----------------------------------------------------------
098100* 2460-POST-PROTECT-LEG - REWRITE ONE LEG OF THE TRANSFER
098200* WITH JOURNALING AND WRITE ITS TXNLOG/TXNDETL ENTRIES UNDER
098300* WS-ODP-LOG-TYPE AND THE PAIR'S SHARED REFERENCE.
098400*----------------------------------------------------------
098500 2460-POST-PROTECT-LEG.
098600     IF ACCT-LAST-TXN-SEQ NOT NUMERIC
098700         MOVE ZERO TO ACCT-LAST-TXN-SEQ
098800     END-IF
098900     IF ACCT-LAST-TXN-SEQ >= 9999999
099000*    THE SEQUENCE CEILING: NEVER WRAP TO ZERO AND CORRUPT
099100*    THE KEYED HISTORY - THE NUMBER STAYS PUT SO THE DETAIL
099200*    WRITE FAILS LOUDLY ON ITS DUPLICATE KEY.  RUN THE
099300*    DETAIL PURGE TO ARCHIVE AND RESEQUENCE.
099400         DISPLAY "TXN SEQ CEILING ON ACCOUNT " ACCT-NUMBER
099500             " - DETAIL PURGE REQUIRED"
099600     ELSE
099700         ADD 1 TO ACCT-LAST-TXN-SEQ
099800     END-IF
099900     REWRITE ACCOUNT-RECORD
100000     MOVE ACCOUNT-RECORD TO WS-JRNL-AFTER
100100     CALL "ACCTJRNL" USING WS-JRNL-PROGRAM WS-JRNL-ACTION
100200         WS-JRNL-BEFORE WS-JRNL-AFTER
100300
100400     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
100500     MOVE WS-BUSINESS-DATE   TO WS-BSTAMP-DATE
100600     MOVE WS-TIMESTAMP(9:6)  TO WS-BSTAMP-TIME
100700     MOVE WS-BUSINESS-STAMP  TO TL-TIMESTAMP
100800     MOVE ACCT-NUMBER        TO TL-ACCT
100900     MOVE WS-ODP-LOG-TYPE    TO TL-TXN-TYPE
101000     MOVE WS-ODP-XFER-AMT    TO TL-AMOUNT
101100     MOVE ACCT-BALANCE       TO TL-BALANCE
101200     MOVE SPACES             TO TL-OPERATOR
101300     MOVE WS-ODP-REFERENCE   TO TL-REFERENCE
101400     WRITE TRANSACTION-LOG-LINE FROM WS-LOG-ENTRY
101500
101600     MOVE ACCT-NUMBER        TO TD-ACCT
101700     MOVE ACCT-LAST-TXN-SEQ  TO TD-SEQ
101800     MOVE TL-TIMESTAMP       TO TD-TIMESTAMP
101900     MOVE WS-ODP-LOG-TYPE    TO TD-TXN-TYPE
102000     MOVE WS-ODP-XFER-AMT    TO TD-AMOUNT
102100     MOVE ACCT-BALANCE       TO TD-BALANCE
102200     MOVE SPACES             TO TD-OPERATOR
102300     MOVE WS-ODP-REFERENCE   TO TD-REFERENCE
102400     MOVE SPACES             TO TD-APPROVED-BY
102500     MOVE ACCT-BRANCH        TO TD-BRANCH
102600     WRITE TXN-DETAIL-RECORD
102700         INVALID KEY
102800             DISPLAY "TXNDETL WRITE FAILED, STATUS "
102900                 WS-TXND-STATUS " KEY " TD-KEY
103000     END-WRITE.
103100 2460-POST-PROTECT-LEG-EXIT.
103200     EXIT.
103300
103400*----------------------------------------------------------
103500* 1800-LOAD-NSF-FEES - LOAD THE NSF / RETURNED-ITEM FEE ROWS
103600* FROM FEESCHED AND OPEN THE PRODUCT MASTER THAT PICKS AN
103700* ACCOUNT'S ROW.  NO FEESCHED, OR NO "N" ROWS IN IT, MEANS
103800* NO FEE IS CHARGED.
103900*----------------------------------------------------------
104000 1800-LOAD-NSF-FEES.
104100*    NO PRODMAST FILE YET JUST MEANS THE OLD C/S MAPPING.
104200     OPEN INPUT PRODUCT-MASTER
104300     IF PROD-FILE-OK
104400         MOVE "Y" TO WS-PROD-OPEN-FLAG
104500     END-IF
104600     OPEN INPUT FEE-SCHEDULE
104700     IF NOT FEE-FILE-OK
104800         GO TO 1800-LOAD-NSF-FEES-EXIT
104900     END-IF
105000     PERFORM 1820-READ-FEE-ROW
105100         THRU 1820-READ-FEE-ROW-EXIT
105200     PERFORM 1840-STORE-NSF-FEE
105300         THRU 1840-STORE-NSF-FEE-EXIT
105400         UNTIL END-OF-FEE-SCHED
105500            OR WS-NSF-FEE-COUNT >= 10
105600     CLOSE FEE-SCHEDULE.
105700 1800-LOAD-NSF-FEES-EXIT.
105800     EXIT.
105900
106000*----------------------------------------------------------
106100* 1820-READ-FEE-ROW - READ ONE FEE SCHEDULE ROW.
106200*----------------------------------------------------------
106300 1820-READ-FEE-ROW.
106400     READ FEE-SCHEDULE
106500         AT END
106600             MOVE "Y" TO WS-FEE-EOF-FLAG
106700     END-READ.
106800 1820-READ-FEE-ROW-EXIT.
106900     EXIT.
107000
107100*----------------------------------------------------------
107200* 1840-STORE-NSF-FEE - KEEP THE ROW JUST READ IF IT IS AN NSF
107300* ROW (SERVICE-FEE BANDS BELONG TO FEE-ASSESS-BATCH) AND READ
107400* THE NEXT ONE.  NO DAILY MAXIMUM ON THE ROW MEANS 3.
107500*----------------------------------------------------------
107600 1840-STORE-NSF-FEE.
107700     IF NOT FS-IS-NSF-FEE
107800         GO TO 1840-STORE-NSF-FEE-READ
107900     END-IF
108000     ADD 1 TO WS-NSF-FEE-COUNT
108100     MOVE FS-TYPE         TO WS-NSF-TYPE(WS-NSF-FEE-COUNT)
108200     MOVE FS-FEE          TO WS-NSF-AMOUNT(WS-NSF-FEE-COUNT)
108300     MOVE WS-NSF-DFLT-MAX TO WS-NSF-MAX(WS-NSF-FEE-COUNT)
108400     IF FS-DAILY-MAX NUMERIC AND FS-DAILY-MAX > ZERO
108500         MOVE FS-DAILY-MAX TO WS-NSF-MAX(WS-NSF-FEE-COUNT)
108600     END-IF.
108700 1840-STORE-NSF-FEE-READ.
108800     PERFORM 1820-READ-FEE-ROW
108900         THRU 1820-READ-FEE-ROW-EXIT.
109000 1840-STORE-NSF-FEE-EXIT.
109100     EXIT.
109200
109300*----------------------------------------------------------
109400* 6500-CHARGE-NSF-FEE - THE ITEM IN WS-NSF-ITEM-REF WAS JUST
109500* REFUSED OR RETURNED FOR FUNDS ON THE ACCOUNT IN THE BUFFER.
109600* CHARGE THE PRODUCT'S NSF FEE, EVEN INTO OVERDRAFT, UNLESS
109700* THE ACCOUNT HAS ALREADY PAID ITS DAILY MAXIMUM OF THEM THIS
109800* BUSINESS DAY.  LOGGED AS "NSF FEE" UNDER THE FAILED ITEM'S
109900* REFERENCE, SO THE TELLER FEE WAIVER CAN REFUND IT.
110000*----------------------------------------------------------
110100 6500-CHARGE-NSF-FEE.
110200     IF WS-NSF-FEE-COUNT = ZERO OR ACCT-IS-CLOSED
110300         GO TO 6500-CHARGE-NSF-FEE-EXIT
110400     END-IF
110500     PERFORM 6520-GET-NSF-FEE-RULE
110600         THRU 6520-GET-NSF-FEE-RULE-EXIT
110700     IF WS-NSF-FEE-AMT = ZERO
110800         GO TO 6500-CHARGE-NSF-FEE-EXIT
110900     END-IF
111000     PERFORM 6540-COUNT-TODAYS-FEES
111100         THRU 6540-COUNT-TODAYS-FEES-EXIT
111200     IF WS-NSF-TODAY >= WS-NSF-DAY-MAX
111300         ADD 1 TO WS-NSF-CAPPED
111400         GO TO 6500-CHARGE-NSF-FEE-EXIT
111500     END-IF
111600
111700     MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
111800     SUBTRACT WS-NSF-FEE-AMT FROM ACCT-BALANCE
111900     IF ACCT-LAST-TXN-SEQ NOT NUMERIC
112000         MOVE ZERO TO ACCT-LAST-TXN-SEQ
112100     END-IF
112200     IF ACCT-LAST-TXN-SEQ >= 9999999
112300*    THE SEQUENCE CEILING: NEVER WRAP TO ZERO AND CORRUPT
112400*    THE KEYED HISTORY - THE NUMBER STAYS PUT SO THE DETAIL
112500*    WRITE FAILS LOUDLY ON ITS DUPLICATE KEY.  RUN THE
112600*    DETAIL PURGE TO ARCHIVE AND RESEQUENCE.
112700         DISPLAY "TXN SEQ CEILING ON ACCOUNT " ACCT-NUMBER
112800             " - DETAIL PURGE REQUIRED"
112900     ELSE
113000         ADD 1 TO ACCT-LAST-TXN-SEQ
113100     END-IF
113200     REWRITE ACCOUNT-RECORD
113300     MOVE ACCOUNT-RECORD TO WS-JRNL-AFTER
113400     CALL "ACCTJRNL" USING WS-JRNL-PROGRAM WS-JRNL-ACTION
113500         WS-JRNL-BEFORE WS-JRNL-AFTER
113600
113700     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
113800     MOVE WS-BUSINESS-DATE   TO WS-BSTAMP-DATE
113900     MOVE WS-TIMESTAMP(9:6)  TO WS-BSTAMP-TIME
114000     MOVE WS-BUSINESS-STAMP  TO TL-TIMESTAMP
114100     MOVE ACCT-NUMBER        TO TL-ACCT
114200     MOVE "NSF FEE"          TO TL-TXN-TYPE
114300     MOVE WS-NSF-FEE-AMT     TO TL-AMOUNT
114400     MOVE ACCT-BALANCE       TO TL-BALANCE
114500     MOVE SPACES             TO TL-OPERATOR
114600     MOVE WS-NSF-ITEM-REF    TO TL-REFERENCE
114700     WRITE TRANSACTION-LOG-LINE FROM WS-LOG-ENTRY
114800
114900     MOVE ACCT-NUMBER        TO TD-ACCT
115000     MOVE ACCT-LAST-TXN-SEQ  TO TD-SEQ
115100     MOVE TL-TIMESTAMP       TO TD-TIMESTAMP
115200     MOVE "NSF FEE"          TO TD-TXN-TYPE
115300     MOVE WS-NSF-FEE-AMT     TO TD-AMOUNT
115400     MOVE ACCT-BALANCE       TO TD-BALANCE
115500     MOVE SPACES             TO TD-OPERATOR
115600     MOVE WS-NSF-ITEM-REF    TO TD-REFERENCE
115700     MOVE SPACES             TO TD-APPROVED-BY
115800     MOVE ACCT-BRANCH        TO TD-BRANCH
115900     WRITE TXN-DETAIL-RECORD
116000         INVALID KEY
116100             DISPLAY "TXNDETL WRITE FAILED, STATUS "
116200                 WS-TXND-STATUS " KEY " TD-KEY
116300     END-WRITE
116400     ADD 1 TO WS-NSF-CHARGED.
116500 6500-CHARGE-NSF-FEE-EXIT.
116600     EXIT.
116700
116800*----------------------------------------------------------
116900* 6520-GET-NSF-FEE-RULE - THE NSF FEE AND DAILY MAXIMUM FOR
117000* THE ACCOUNT IN THE BUFFER, BY ITS PRODUCT'S FEE SCHEDULE
117100* CODE ("C"/"S" BY ACCOUNT TYPE WHEN THERE IS NO PRODUCT).
117200* NO "N" ROW FOR THE CODE LEAVES THE FEE AT ZERO.
117300*----------------------------------------------------------
117400 6520-GET-NSF-FEE-RULE.
117500     MOVE ZERO TO WS-NSF-FEE-AMT WS-NSF-DAY-MAX
117600     IF ACCT-IS-CHECKING
117700         MOVE "CK" TO PM-PROD-CODE
117800         MOVE "C"  TO WS-NSF-FEE-CODE
117900     ELSE
118000         MOVE "SV" TO PM-PROD-CODE
118100         MOVE "S"  TO WS-NSF-FEE-CODE
118200     END-IF
118300     IF NOT PROD-FILE-OPEN
118400         GO TO 6520-GET-NSF-FEE-RULE-FIND
118500     END-IF
118600     READ PRODUCT-MASTER
118700         INVALID KEY
118800             GO TO 6520-GET-NSF-FEE-RULE-FIND
118900     END-READ
119000     MOVE PM-FEE-SCHED-CODE TO WS-NSF-FEE-CODE.
119100 6520-GET-NSF-FEE-RULE-FIND.
119200     SET WS-NSF-IDX TO 1
119300     SEARCH WS-NSF-ENTRY
119400         WHEN WS-NSF-TYPE(WS-NSF-IDX) = WS-NSF-FEE-CODE
119500             MOVE WS-NSF-AMOUNT(WS-NSF-IDX) TO WS-NSF-FEE-AMT
119600             MOVE WS-NSF-MAX(WS-NSF-IDX)    TO WS-NSF-DAY-MAX
119700     END-SEARCH.
119800 6520-GET-NSF-FEE-RULE-EXIT.
119900     EXIT.
120000
120100*----------------------------------------------------------
120200* 6540-COUNT-TODAYS-FEES - HOW MANY "NSF FEE" ENTRIES THE
120300* ACCOUNT HAS ON TXNDETL FOR THIS BUSINESS DAY, FROM ANY OF
120400* THE POSTING RUNS.
120500*----------------------------------------------------------
120600 6540-COUNT-TODAYS-FEES.
120700     MOVE ZERO TO WS-NSF-TODAY
120800     MOVE "N"  TO WS-NSF-EOF-FLAG
120900     MOVE ACCT-NUMBER TO TD-ACCT
121000     MOVE ZERO        TO TD-SEQ
121100     START TRANSACTION-DETAIL KEY NOT LESS THAN TD-KEY
121200         INVALID KEY
121300             MOVE "Y" TO WS-NSF-EOF-FLAG
121400     END-START
121500     PERFORM 6560-COUNT-ONE-ENTRY
121600         THRU 6560-COUNT-ONE-ENTRY-EXIT
121700         UNTIL END-OF-NSF-WALK.
121800 6540-COUNT-TODAYS-FEES-EXIT.
121900     EXIT.
122000
122100*----------------------------------------------------------
122200* 6560-COUNT-ONE-ENTRY - READ THE ACCOUNT'S NEXT DETAIL ENTRY
122300* AND COUNT IT IF IT IS ONE OF TODAY'S NSF FEES.
122400*----------------------------------------------------------
122500 6560-COUNT-ONE-ENTRY.
122600     READ TRANSACTION-DETAIL NEXT RECORD
122700         AT END
122800             MOVE "Y" TO WS-NSF-EOF-FLAG
122900             GO TO 6560-COUNT-ONE-ENTRY-EXIT
123000     END-READ
123100     IF TD-ACCT NOT = ACCT-NUMBER
123200         MOVE "Y" TO WS-NSF-EOF-FLAG
123300         GO TO 6560-COUNT-ONE-ENTRY-EXIT
123400     END-IF
123500     IF TD-TXN-TYPE = "NSF FEE"
123600      AND TD-TIMESTAMP(1:8) = WS-BUSINESS-DATE
123700         ADD 1 TO WS-NSF-TODAY
123800     END-IF.
123900 6560-COUNT-ONE-ENTRY-EXIT.
124000     EXIT.
