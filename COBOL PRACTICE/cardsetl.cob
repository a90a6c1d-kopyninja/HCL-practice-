003300*                 HREGREC COPYBOOK), PLACED FROM THE TELLER
003400*                 HOLD-MAINTENANCE SCREEN.  NO REGISTER FILE,
003500*                 NO CHANGE.
003510* 2026-10-15 KMR  OVERDRAFT PROTECTION.  A SETTLEMENT ON A
003520*                 CHECKING ACCOUNT ENROLLED ON ODPROT THAT THE
003530*                 ACCOUNT CANNOT COVER FIRST PULLS THE
003540*                 SHORTFALL FROM THE PROTECTING ACCOUNT
003550*                 (2400-OD-PROTECT-SWEEP, LOGGED AS AN
003560*                 "ODP OUT"/"ODP IN" PAIR) BEFORE IT IS
003570*                 REJECTED "05".  THE PROTECTOR'S STOPS ARE
003580*                 READ FROM STOPPAY.
003582* 2026-10-15 KMR  A SETTLEMENT REJECTED "05" FOR FUNDS NOW
003584*                 CHARGES THE ACCOUNT'S NSF / RETURNED-ITEM
003586*                 FEE: THE AMOUNT FROM THE PRODUCT'S "N" ROW
003588*                 ON FEESCHED (SHARED FEESREC COPYBOOK,
003590*                 PRODUCT FROM PRODMAST), UP TO THE ROW'S
003592*                 DAILY MAXIMUM PER ACCOUNT, LOGGED AS "NSF
003594*                 FEE" UNDER THE SETTLEMENT REFERENCE.
003604* 2026-10-15 KMR  PENDING-AUTHORIZATION HOLDS.  CARDAUTH IS
003614*                 NOW LOADED BY CARD-AUTH-INTAKE (SHARED
003624*                 CAUTHREC COPYBOOK), WHICH PLACES A HOLDREG
003634*                 HOLD FOR EACH AUTHORIZATION.  A SETTLEMENT
003644*                 PRICES ITS ACCOUNT WITHOUT ITS OWN
003654*                 AUTHORIZATION'S HOLD AND RELEASES THAT HOLD
003664*                 ONCE POSTED; THE EXPIRY SWEEP MARKS AN
003674*                 AUTHORIZATION THAT LAPSED UNSETTLED "X" AND
003684*                 EXPIRES ITS HOLD, SO IT IS REPORTED ONCE.
003685* 2026-10-15 KMR  CARD MASTER.  A SETTLEMENT CARRYING A CARD
003686*                 NUMBER IS CHECKED AGAINST CARDMSTR (CARDREC).
003687*                 A CARD NOT ON FILE, NOT ON THE ACCOUNT, LOST,
003688*                 STOLEN, CLOSED OR EXPIRED IS REJECTED WITH THE
003689*                 NEW CODE 07 AND REPORTED TO THE FRAUD DESK.
003690*                 AN UNAUTHORIZED SETTLEMENT (ITS AUTHORIZATION
003691*                 ALREADY COUNTED AT INTAKE) COUNTS AGAINST THE
003692*                 CARD'S DAILY CASH OR PURCHASE LIMIT; ONE THAT
003693*                 GOES OVER STILL POSTS - THE PROCESSOR HAS
003694*                 ALREADY PAID IT - BUT IS REPORTED.  CARD
003695*                 NUMBERS ARE MASKED ON CARDREJ AND CARDRPT.
003696*                   07 CARD NOT ACTIVE
003697* 2026-10-15 KMR  SETLFILE IS REGISTERED ON INFREG BEFORE IT
003698*                 POSTS; A FILE ALREADY POSTED IS REFUSED, RC 8.
003699*----------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
007600         RECORD KEY IS HR-KEY
007700         FILE STATUS IS WS-HREG-STATUS.
007800
007805     SELECT OD-PROTECTIONS ASSIGN TO "ODPROT"
007810         ORGANIZATION IS INDEXED
007815         ACCESS MODE IS DYNAMIC
007820         RECORD KEY IS PT-ACCT
007825         FILE STATUS IS WS-ODPR-STATUS.
007830
007835     SELECT STOP-PAYMENTS ASSIGN TO "STOPPAY"
007840         ORGANIZATION IS INDEXED
007845         ACCESS MODE IS DYNAMIC
007850         RECORD KEY IS SP-KEY
007855         FILE STATUS IS WS-SPAY-STATUS.
007860
007865     SELECT CARD-MASTER ASSIGN TO "CARDMSTR"
007870         ORGANIZATION IS INDEXED
007875         ACCESS MODE IS DYNAMIC
007880         RECORD KEY IS CD-CARD-NUMBER
007885         ALTERNATE RECORD KEY IS CD-ACCT
007890             WITH DUPLICATES
007895         FILE STATUS IS WS-CARD-STATUS.
007900     SELECT REJECT-FILE ASSIGN TO "CARDREJ"
008000         ORGANIZATION IS LINE SEQUENTIAL.
008100
008200     SELECT CARD-REPORT ASSIGN TO "CARDRPT"
008300         ORGANIZATION IS LINE SEQUENTIAL.
008400
008405     SELECT FEE-SCHEDULE ASSIGN TO "FEESCHED"
008410         ORGANIZATION IS LINE SEQUENTIAL
008415         FILE STATUS IS WS-FEE-STATUS.
008420
008425     SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
008430         ORGANIZATION IS INDEXED
008435         ACCESS MODE IS DYNAMIC
008440         RECORD KEY IS PM-PROD-CODE
008445         FILE STATUS IS WS-PROD-STATUS.
008450
008500     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
008600         ORGANIZATION IS LINE SEQUENTIAL.
008700
009300     05  ST-ACCT             PIC X(06).
009400     05  ST-AMOUNT           PIC 9(7)V99.
009500     05  ST-SETTLE-DATE      PIC 9(08).
009510     05  ST-CARD-NUMBER      PIC X(16).
009520     05  ST-TXN-KIND         PIC X(01).
009530         88  ST-IS-CASH              VALUE "C".
009540     05  FILLER              PIC X(28).
009700
010300 FD  CARD-AUTH-FILE.
010400 01  CARD-AUTH-RECORD.
010500     COPY CAUTHREC.
011300
011400 FD  ACCOUNT-MASTER.
011500 01  ACCOUNT-RECORD.
013000 01  HOLD-REGISTER-RECORD.
013100     COPY HREGREC.
013200
013210 FD  OD-PROTECTIONS.
013220 01  OD-PROTECT-RECORD.
013230     COPY ODPREC.
013240
013250 FD  STOP-PAYMENTS.
013260 01  STOP-PAYMENT-RECORD.
013270     COPY SPAYREC.
013280
013285 FD  CARD-MASTER.
013290 01  CARD-RECORD.
013295     COPY CARDREC.
013300 FD  REJECT-FILE.
013400 01  REJECT-RECORD.
013500     05  RJ-REFERENCE        PIC X(12).
013900     05  RJ-AMOUNT           PIC 9(7)V99.
014000     05  FILLER              PIC X(01) VALUE SPACE.
014100     05  RJ-REASON-CODE      PIC X(02).
014110     05  FILLER              PIC X(01) VALUE SPACE.
014120     05  RJ-CARD             PIC X(16).
014130     05  FILLER              PIC X(31) VALUE SPACES.
014300
014400 FD  CARD-REPORT.
014500 01  CARD-REPORT-LINE        PIC X(80).
014600
014610 FD  FEE-SCHEDULE.
014620 01  FEE-SCHEDULE-RECORD.
014630     COPY FEESREC.
014640
014650 FD  PRODUCT-MASTER.
014660 01  PRODUCT-MASTER-RECORD.
014670     COPY PRODMREC.
014680
014700 FD  DAILY-STATS-FILE.
014800     COPY DLYSTAT.
014900
019500 01  WS-MIN-BAL-CHECK        PIC S9(8)V99 VALUE ZERO.
019600 01  WS-HOLD-TOTAL           PIC 9(8)V99 VALUE ZERO.
019700 01  WS-AVAIL-BALANCE        PIC S9(8)V99 VALUE ZERO.
019702
019704*----------------------------------------------------------
019706* OVERDRAFT-PROTECTION SWEEP (ODPROT, ODPREC): A CHECKING
019708* DEBIT THE ACCOUNT CANNOT COVER PULLS THE SHORTFALL FROM
019710* THE ENROLLED PROTECTING ACCOUNT BEFORE IT IS REFUSED.
019712*----------------------------------------------------------
019714 01  WS-ODPR-STATUS          PIC X(02).
019716     88  ODPR-FILE-OK                VALUE "00".
019718 01  WS-ODPR-OPEN-FLAG       PIC X(01) VALUE "N".
019720     88  ODPR-FILE-OPEN              VALUE "Y".
019722 01  WS-ODP-REFUSE-FLAG      PIC X(01) VALUE "N".
019724     88  WS-ODP-REFUSED              VALUE "Y".
019726 01  WS-ODP-SPAY-EOF-FLAG    PIC X(01) VALUE "N".
019728     88  END-OF-ODP-STOPS            VALUE "Y".
019730 01  WS-ODP-NEED             PIC S9(8)V99 VALUE ZERO.
019732 01  WS-ODP-XFER-AMT         PIC 9(7)V99 VALUE ZERO.
019734 01  WS-ODP-UNITS            PIC 9(07) COMP VALUE ZERO.
019736 01  WS-ODP-REMAINDER        PIC 9(7)V99 VALUE ZERO.
019738 01  WS-ODP-MIN-CHECK        PIC S9(8)V99 VALUE ZERO.
019740 01  WS-ODP-CHK-ACCT         PIC X(06) VALUE SPACES.
019742 01  WS-ODP-LOG-TYPE         PIC X(10) VALUE SPACES.
019744 01  WS-ODP-REFERENCE.
019746     05  FILLER              PIC X(02) VALUE "OD".
019748     05  WS-ODP-REF-ACCT     PIC X(06) VALUE SPACES.
019750 01  WS-SPAY-STATUS          PIC X(02).
019752     88  SPAY-FILE-OK                VALUE "00".
019754 01  WS-SPAY-OPEN-FLAG       PIC X(01) VALUE "N".
019756     88  SPAY-FILE-OPEN              VALUE "Y".
019800
019802*----------------------------------------------------------
019804* NSF / RETURNED-ITEM FEE (FEESCHED "N" ROWS, FEESREC): AN
019806* ITEM REFUSED OR RETURNED FOR FUNDS CHARGES THE PRODUCT'S
019808* NSF FEE, UP TO ITS DAILY MAXIMUM PER ACCOUNT.
019810*----------------------------------------------------------
019812 01  WS-FEE-STATUS           PIC X(02).
019814     88  FEE-FILE-OK                 VALUE "00".
019816 01  WS-FEE-EOF-FLAG         PIC X(01) VALUE "N".
019818     88  END-OF-FEE-SCHED            VALUE "Y".
019820 01  WS-PROD-STATUS          PIC X(02).
019822     88  PROD-FILE-OK                VALUE "00".
019824 01  WS-PROD-OPEN-FLAG       PIC X(01) VALUE "N".
019826     88  PROD-FILE-OPEN              VALUE "Y".
019828 01  WS-NSF-EOF-FLAG         PIC X(01) VALUE "N".
019830     88  END-OF-NSF-WALK             VALUE "Y".
019832 01  WS-NSF-FEE-COUNT        PIC 9(02) COMP VALUE ZERO.
019834 01  WS-NSF-FEE-TABLE.
019836     05  WS-NSF-ENTRY        OCCURS 1 TO 10 TIMES
019838             DEPENDING ON WS-NSF-FEE-COUNT
019840             INDEXED BY WS-NSF-IDX.
019842         10  WS-NSF-TYPE     PIC X(01).
019844         10  WS-NSF-AMOUNT   PIC 9(5)V99.
019846         10  WS-NSF-MAX      PIC 9(02).
019848 77  WS-NSF-DFLT-MAX         PIC 9(02) VALUE 3.
019850 01  WS-NSF-FEE-CODE         PIC X(01) VALUE SPACE.
019852 01  WS-NSF-FEE-AMT          PIC 9(5)V99 VALUE ZERO.
019854 01  WS-NSF-DAY-MAX          PIC 9(02) VALUE ZERO.
019856 01  WS-NSF-TODAY            PIC 9(03) COMP VALUE ZERO.
019858 01  WS-NSF-ITEM-REF         PIC X(08) VALUE SPACES.
019860 01  WS-NSF-CHARGED          PIC 9(05) COMP VALUE ZERO.
019862 01  WS-NSF-CAPPED           PIC 9(05) COMP VALUE ZERO.
019863
019864*----------------------------------------------------------
019866* PENDING-AUTHORIZATION HOLD (HOLDREG, PLACED BY
019868* CARD-AUTH-INTAKE) OF THE SETTLEMENT IN HAND: LEFT OUT OF ITS
019870* OWN PRICING, RELEASED ONCE IT POSTS.
019872*----------------------------------------------------------
019874 01  WS-SKIP-HOLD-ACCT       PIC X(06) VALUE SPACES.
019876 01  WS-SKIP-HOLD-SEQ        PIC 9(03) VALUE ZERO.
019878 01  WS-HOLD-END-STATUS      PIC X(01) VALUE SPACE.
019880 01  WS-AUTH-HOLDS-RELEASED  PIC 9(05) COMP VALUE ZERO.
019882 01  WS-AUTH-HOLDS-EXPIRED   PIC 9(05) COMP VALUE ZERO.
019890
019900*----------------------------------------------------------
020000* BEFORE/AFTER JOURNAL IMAGES PASSED TO THE SHARED ACCTJRNL
020100* SUBPROGRAM ON EVERY MASTER REWRITE.
020500 01  WS-JRNL-BEFORE          PIC X(128) VALUE SPACES.
020600 01  WS-JRNL-AFTER           PIC X(128) VALUE SPACES.
020700
020702*----------------------------------------------------------
020704* CARD MASTER (CARDMSTR, CARDREC): THE SETTLEMENT'S CARD MUST
020706* BE ACTIVE; AN UNAUTHORIZED SPEND COUNTS AGAINST THE CARD'S
020708* DAILY LIMIT.  CARD NUMBERS PRINT MASKED TO THE LAST FOUR.
020710*----------------------------------------------------------
020712 01  WS-CARD-STATUS          PIC X(02).
020714     88  CARD-FILE-OK                VALUE "00".
020716 01  WS-CARD-OPEN-FLAG       PIC X(01) VALUE "N".
020718     88  CARD-FILE-OPEN              VALUE "Y".
020720 01  WS-CARD-FOUND-FLAG      PIC X(01) VALUE "N".
020722     88  CARD-ON-RECORD              VALUE "Y".
020724 01  WS-CARD-REFUSE-FLAG     PIC X(01) VALUE "N".
020726     88  WS-CARD-REFUSED             VALUE "Y".
020728 01  WS-CARD-LIMIT-FLAG      PIC X(01) VALUE "N".
020730     88  WS-CARD-OVER-LIMIT          VALUE "Y".
020732 01  WS-SETL-AUTH-FLAG       PIC X(01) VALUE "N".
020734     88  WS-SETL-AUTHORIZED          VALUE "Y".
020736 01  WS-MASKED-CARD          PIC X(16) VALUE SPACES.
020738 01  WS-CARD-WHY             PIC X(10) VALUE SPACES.
020740 01  WS-CARD-REFUSED-COUNT   PIC 9(05) COMP VALUE ZERO.
020742 01  WS-CARD-OVER-COUNT      PIC 9(05) COMP VALUE ZERO.
020744 01  WS-CARD-TAG             PIC X(14) VALUE SPACES.
020746
020748*----------------------------------------------------------
020750* INBOUND FILE REGISTER CALL AREA (SHARED INFREG
020752* SUBPROGRAM).
020754*----------------------------------------------------------
020756 01  WS-INFREG-ACTION        PIC X(01) VALUE "R".
020758 01  WS-INFREG-ALLOW-FLAG    PIC X(01) VALUE "Y".
020760     88  INBOUND-FILE-ALLOWED        VALUE "Y".
020762 01  WS-INFREG-ACCT          PIC 9(06) VALUE ZERO.
020764 01  WS-INBOUND-FILE.
020766     COPY INFREGRC.
020768
020800 01  WS-TIMESTAMP            PIC X(21).
020900 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
021000 01  WS-BUSINESS-STAMP.
026700         GO TO 1000-INITIALIZE-EXIT
026800     END-IF
026900     CALL "GETBDATE" USING WS-BUSINESS-DATE
026910     PERFORM 1100-REGISTER-INBOUND
026920         THRU 1100-REGISTER-INBOUND-EXIT
026930     IF NOT INIT-SUCCESSFUL
026940         GO TO 1000-INITIALIZE-EXIT
026950     END-IF
027000     OPEN I-O    ACCOUNT-MASTER
027100     OPEN EXTEND TRANSACTION-LOG
027200     OPEN I-O    TRANSACTION-DETAIL
028200         MOVE "Y" TO WS-CHKH-OPEN-FLAG
028300     END-IF
028400*    NO HOLDREG FILE YET JUST MEANS NO REGISTER HOLDS.
028500     OPEN I-O HOLD-REGISTER
028600     IF HREG-FILE-OK
028700         MOVE "Y" TO WS-HREG-OPEN-FLAG
028800     END-IF
028805*    NO STOPPAY FILE YET JUST MEANS NO STOPS TO CHECK.
028810     OPEN INPUT STOP-PAYMENTS
028815     IF SPAY-FILE-OK
028820         MOVE "Y" TO WS-SPAY-OPEN-FLAG
028825     END-IF
028830*    NO ODPROT FILE YET JUST MEANS NO ACCOUNT IS PROTECTED.
028835     OPEN INPUT OD-PROTECTIONS
028840     IF ODPR-FILE-OK
028845         MOVE "Y" TO WS-ODPR-OPEN-FLAG
028850     END-IF
028851*    NO CARD MASTER YET JUST MEANS NO CARD CHECKS.
028852     OPEN I-O CARD-MASTER
028853     IF CARD-FILE-OK
028854         MOVE "Y" TO WS-CARD-OPEN-FLAG
028855     END-IF
028860     PERFORM 1800-LOAD-NSF-FEES
028870         THRU 1800-LOAD-NSF-FEES-EXIT
028900*    NO AUTHORIZATION FILE MEANS EVERY SETTLEMENT REPORTS AS
029000*    UNMATCHED - THE FRAUD DESK WOULD WANT TO KNOW ANYWAY.
029100     OPEN I-O CARD-AUTH-FILE
029600         THRU 8000-READ-SETTLEMENT-EXIT.
029700 1000-INITIALIZE-EXIT.
029800     EXIT.
029801
029802*----------------------------------------------------------
029803* 1100-REGISTER-INBOUND - COUNT AND HASH THE WHOLE SETLFILE
029804* FILE AND REGISTER IT ON THE INBOUND FILE REGISTER BEFORE
029805* ANYTHING POSTS.  A FILE THE REGISTER SAYS WAS ALREADY
029806* POSTED IS REFUSED AND THE RUN ENDS WITH RETURN CODE 8.
029807* THE FILE DATE IS THE LATEST ITEM DATE ON THE FILE.
029808*----------------------------------------------------------
029809 1100-REGISTER-INBOUND.
029810     MOVE SPACES TO WS-INBOUND-FILE
029811     INITIALIZE WS-INBOUND-FILE
029812     MOVE "SETLFILE" TO IR-SOURCE
029813     MOVE "CARD-SETTLE-BATCH" TO IR-PROGRAM
029814     PERFORM 8000-READ-SETTLEMENT
029815         THRU 8000-READ-SETTLEMENT-EXIT
029816     PERFORM 1150-HASH-ONE-SETTLEMENT
029817         THRU 1150-HASH-ONE-SETTLEMENT-EXIT
029818         UNTIL END-OF-SETTLEMENTS
029819     IF IR-FILE-DATE = ZERO
029820         MOVE WS-BUSINESS-DATE TO IR-FILE-DATE
029821     END-IF
029822     CLOSE SETTLEMENT-FILE
029823     OPEN INPUT SETTLEMENT-FILE
029824     MOVE "N" TO WS-SETL-EOF-FLAG
029825     MOVE "R" TO WS-INFREG-ACTION
029826     CALL "INFREG" USING WS-INFREG-ACTION WS-INBOUND-FILE
029827         WS-INFREG-ALLOW-FLAG
029828     IF NOT INBOUND-FILE-ALLOWED
029829         DISPLAY "CARD-SETTLE-BATCH: SETLFILE ALREADY POSTED, "
029830             "FILE REFUSED"
029831         MOVE 8 TO RETURN-CODE
029832         CLOSE SETTLEMENT-FILE
029833         MOVE "Y" TO WS-SETL-EOF-FLAG
029834         MOVE "N" TO WS-INIT-FLAG
029835     END-IF.
029836 1100-REGISTER-INBOUND-EXIT.
029837     EXIT.
029838
029839*----------------------------------------------------------
029840* 1150-HASH-ONE-SETTLEMENT - ADD ONE SETTLEMENT INTO THE FILE'S
029841* CONTROL TOTALS.
029842*----------------------------------------------------------
029843 1150-HASH-ONE-SETTLEMENT.
029844     ADD 1 TO IR-RECORD-COUNT
029845     IF ST-AMOUNT NUMERIC
029846         ADD ST-AMOUNT TO IR-AMOUNT-HASH
029847     END-IF
029848     IF ST-ACCT NUMERIC
029849         MOVE ST-ACCT TO WS-INFREG-ACCT
029850         ADD WS-INFREG-ACCT TO IR-ACCT-HASH
029851     END-IF
029852     IF ST-SETTLE-DATE NUMERIC
029853      AND ST-SETTLE-DATE > IR-FILE-DATE
029854         MOVE ST-SETTLE-DATE TO IR-FILE-DATE
029855     END-IF
029856     PERFORM 8000-READ-SETTLEMENT
029857         THRU 8000-READ-SETTLEMENT-EXIT.
029858 1150-HASH-ONE-SETTLEMENT-EXIT.
029859     EXIT.
029900
030000*----------------------------------------------------------
030100* 2000-POST-ONE-SETTLEMENT - POST ONE ITEM UNDER THE BRANCH
034000         WRITE REJECT-RECORD
034100         GO TO 2000-POST-ONE-SETTLEMENT-READ
034200     END-IF
034250     PERFORM 2450-FIND-AUTH-HOLD
034260         THRU 2450-FIND-AUTH-HOLD-EXIT
034262     PERFORM 2300-CHECK-CARD
034264         THRU 2300-CHECK-CARD-EXIT
034266     IF WS-CARD-REFUSED
034268         PERFORM 3000-REJECT-SETTLEMENT
034270             THRU 3000-REJECT-SETTLEMENT-EXIT
034272         MOVE "07" TO RJ-REASON-CODE
034274         WRITE REJECT-RECORD
034276         MOVE "CARD REFUSED  " TO WS-CARD-TAG
034278         PERFORM 4600-REPORT-CARD-EXCEPTION
034280             THRU 4600-REPORT-CARD-EXCEPTION-EXIT
034282         GO TO 2000-POST-ONE-SETTLEMENT-READ
034284     END-IF
034300     PERFORM 2500-PRICE-AVAIL-BALANCE
034400         THRU 2500-PRICE-AVAIL-BALANCE-EXIT
034410*    A CHECKING ACCOUNT ENROLLED FOR OVERDRAFT PROTECTION
034420*    PULLS THE SHORTFALL FROM ITS PROTECTOR FIRST.
034430     IF ST-AMOUNT > WS-AVAIL-BALANCE
034440         COMPUTE WS-ODP-NEED = ST-AMOUNT - WS-AVAIL-BALANCE
034450         PERFORM 2400-OD-PROTECT-SWEEP
034460             THRU 2400-OD-PROTECT-SWEEP-EXIT
034470     END-IF
034500     MOVE ZERO TO WS-MIN-BAL-CHECK
034600     IF NOT ACCT-IS-CHECKING
034700         COMPUTE WS-MIN-BAL-CHECK
035400             THRU 3000-REJECT-SETTLEMENT-EXIT
035500         MOVE "05" TO RJ-REASON-CODE
035600         WRITE REJECT-RECORD
035610         MOVE ST-REFERENCE(1:8) TO WS-NSF-ITEM-REF
035620         PERFORM 6500-CHARGE-NSF-FEE
035630             THRU 6500-CHARGE-NSF-FEE-EXIT
035700         GO TO 2000-POST-ONE-SETTLEMENT-READ
035800     END-IF
035900
040400                 WS-TXND-STATUS " KEY " TD-KEY
040500     END-WRITE
040600     ADD 1 TO WS-POSTED-COUNT
040610     PERFORM 2350-RECORD-CARD-USE
040620         THRU 2350-RECORD-CARD-USE-EXIT
040700     PERFORM 4000-MATCH-AUTHORIZATION
040800         THRU 4000-MATCH-AUTHORIZATION-EXIT.
040900
051200     IF NOT HR-IS-RELEASED AND NOT HR-IS-EXPIRED
051300      AND (HR-EXPIRY-DATE = ZERO
051400           OR HR-EXPIRY-DATE > WS-BUSINESS-DATE)
051410      AND NOT (HR-ACCT = WS-SKIP-HOLD-ACCT
051420               AND HR-SEQ = WS-SKIP-HOLD-SEQ)
051500         ADD HR-AMOUNT TO WS-HOLD-TOTAL
051600     END-IF
051700     PERFORM 2580-READ-REG-HOLD
054400     MOVE ST-REFERENCE TO RJ-REFERENCE
054500     MOVE ST-ACCT      TO RJ-ACCT
054600     MOVE ST-AMOUNT    TO RJ-AMOUNT
054610     IF ST-CARD-NUMBER NOT = SPACES
054620         MOVE ALL "*" TO RJ-CARD
054630         MOVE ST-CARD-NUMBER(13:4) TO RJ-CARD(13:4)
054640     END-IF
054700     ADD 1 TO WS-REJECTED-COUNT.
054800 3000-REJECT-SETTLEMENT-EXIT.
054900     EXIT.
056700             GO TO 4000-MATCH-AUTHORIZATION-EXIT
056800     END-READ
056900     MOVE "S" TO CA-STATUS
057000     REWRITE CARD-AUTH-RECORD
057010     MOVE "R" TO WS-HOLD-END-STATUS
057020     PERFORM 4200-END-AUTH-HOLD
057030         THRU 4200-END-AUTH-HOLD-EXIT.
057100 4000-MATCH-AUTHORIZATION-EXIT.
057200     EXIT.
057300
061800             MOVE "Y" TO WS-AUTH-EOF-FLAG
061900             GO TO 5100-CHECK-ONE-AUTH-EXIT
062000     END-READ
062100     IF CA-IS-SETTLED OR CA-IS-LAPSED
062200         GO TO 5100-CHECK-ONE-AUTH-EXIT
062300     END-IF
062400     IF CA-EXPIRY-DATE NUMERIC
063200         MOVE "NEVER SETTLED"  TO RL-NOTE
063300         WRITE CARD-REPORT-LINE FROM WS-REPORT-LINE
063400         ADD 1 TO WS-UNMATCHED-AUTH
063410         MOVE "X" TO CA-STATUS
063420         REWRITE CARD-AUTH-RECORD
063430         MOVE "E" TO WS-HOLD-END-STATUS
063440         PERFORM 4200-END-AUTH-HOLD
063450             THRU 4200-END-AUTH-HOLD-EXIT
063500     END-IF.
063600 5100-CHECK-ONE-AUTH-EXIT.
063700     EXIT.
065800         CLOSE TRANSACTION-LOG
065900         CLOSE TRANSACTION-DETAIL
066000         CLOSE REJECT-FILE
066010*    THE FILE IS ON THE BOOKS - MARK IT POSTED ON THE
066020*    INBOUND FILE REGISTER.
066030         MOVE "P" TO WS-INFREG-ACTION
066040         CALL "INFREG" USING WS-INFREG-ACTION WS-INBOUND-FILE
066050             WS-INFREG-ALLOW-FLAG
066100         IF CHKH-FILE-OPEN
066200             CLOSE CHECK-HOLDS
066300         END-IF
066700         IF AUTH-FILE-OPEN
066800             CLOSE CARD-AUTH-FILE
066900         END-IF
066910         IF SPAY-FILE-OPEN
066920             CLOSE STOP-PAYMENTS
066930         END-IF
066940         IF ODPR-FILE-OPEN
066950             CLOSE OD-PROTECTIONS
066960         END-IF
066970         IF PROD-FILE-OPEN
066980             CLOSE PRODUCT-MASTER
066990         END-IF
066992         IF CARD-FILE-OPEN
066994             CLOSE CARD-MASTER
066996         END-IF
067000     END-IF
067100     CLOSE CARD-REPORT
067200     PERFORM 9500-WRITE-DAILY-STATS
067300         THRU 9500-WRITE-DAILY-STATS-EXIT
067310     DISPLAY "CARD-SETTLE-BATCH: " WS-NSF-CHARGED
067320         " NSF FEES CHARGED, " WS-NSF-CAPPED
067330         " OVER THE DAILY MAXIMUM"
067332     DISPLAY "CARD-SETTLE-BATCH: " WS-CARD-REFUSED-COUNT
067334         " REFUSED ON CARD STATUS, " WS-CARD-OVER-COUNT
067336         " OVER CARD DAILY LIMIT"
067340     DISPLAY "CARD-SETTLE-BATCH: " WS-AUTH-HOLDS-RELEASED
067350         " AUTH HOLDS RELEASED, " WS-AUTH-HOLDS-EXPIRED
067360         " EXPIRED"
067400     DISPLAY "CARD-SETTLE-BATCH: " WS-POSTED-COUNT
067500         " POSTED, " WS-REJECTED-COUNT " REJECTED, "
067600         WS-UNMATCHED-SETL " UNMATCHED SETL, "
070000     CLOSE DAILY-STATS-FILE.
070100 9500-WRITE-DAILY-STATS-EXIT.
070200     EXIT.
070250
070300*----------------------------------------------------------
070400* 2400-OD-PROTECT-SWEEP - THE DEBIT ON THE ACCOUNT IN THE
070500* BUFFER IS SHORT BY WS-ODP-NEED.  A CHECKING ACCOUNT
070600* ENROLLED ON ODPROT PULLS THE SHORTFALL (ROUNDED UP TO THE
070700* ENROLMENT'S INCREMENT) FROM ITS PROTECTING ACCOUNT AS A
070800* LINKED "ODP OUT"/"ODP IN" PAIR UNDER ONE REFERENCE.  THE
070900* PROTECTOR'S OWN BLOCKS, HOLDS, STOPS AND MINIMUM BALANCE
071000* STILL RULE - IF THEY REFUSE, NOTHING MOVES.  EITHER WAY
071100* THE CHECKING ACCOUNT IS BACK IN THE BUFFER, REPRICED, FOR
071200* THE CALLER'S FUNDS TEST.
071300*----------------------------------------------------------
071400 2400-OD-PROTECT-SWEEP.
071500     IF NOT ODPR-FILE-OPEN OR NOT ACCT-IS-CHECKING
071600      OR WS-ODP-NEED NOT > ZERO
071700         GO TO 2400-OD-PROTECT-SWEEP-EXIT
071800     END-IF
071900     MOVE ACCT-NUMBER TO WS-ODP-CHK-ACCT PT-ACCT
072000     READ OD-PROTECTIONS
072100         INVALID KEY
072200             GO TO 2400-OD-PROTECT-SWEEP-EXIT
072300     END-READ
072400     IF PT-IS-REMOVED
072500         GO TO 2400-OD-PROTECT-SWEEP-EXIT
072600     END-IF
072700*    THE EXACT SHORTFALL, OR THE NEXT WHOLE MULTIPLE OF THE
072800*    ENROLMENT'S INCREMENT.
072900     MOVE WS-ODP-NEED TO WS-ODP-XFER-AMT
073000     IF PT-INCREMENT NUMERIC AND PT-INCREMENT > ZERO
073100         DIVIDE WS-ODP-NEED BY PT-INCREMENT
073200             GIVING WS-ODP-UNITS REMAINDER WS-ODP-REMAINDER
073300         IF WS-ODP-REMAINDER > ZERO
073400             ADD 1 TO WS-ODP-UNITS
073500         END-IF
073600         COMPUTE WS-ODP-XFER-AMT = WS-ODP-UNITS * PT-INCREMENT
073700     END-IF
073800     MOVE WS-ODP-CHK-ACCT TO WS-ODP-REF-ACCT
073900     PERFORM 2420-CHECK-PROTECTOR
074000         THRU 2420-CHECK-PROTECTOR-EXIT
074100     IF WS-ODP-REFUSED
074200         GO TO 2400-OD-PROTECT-SWEEP-RESTORE
074300     END-IF
074400
074500*    PROTECTOR LEG - THE PROTECTING ACCOUNT IS STILL IN THE
074600*    BUFFER FROM ITS CHECKS.
074700     MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
074800     SUBTRACT WS-ODP-XFER-AMT FROM ACCT-BALANCE
074900     MOVE "ODP OUT" TO WS-ODP-LOG-TYPE
075000     PERFORM 2460-POST-PROTECT-LEG
075100         THRU 2460-POST-PROTECT-LEG-EXIT
075200
075300*    PROTECTED LEG.
075400     MOVE WS-ODP-CHK-ACCT TO ACCT-NUMBER
075500     READ ACCOUNT-MASTER
075600     MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
075700     ADD WS-ODP-XFER-AMT TO ACCT-BALANCE
075800     MOVE "ODP IN" TO WS-ODP-LOG-TYPE
075900     PERFORM 2460-POST-PROTECT-LEG
076000         THRU 2460-POST-PROTECT-LEG-EXIT
076100     GO TO 2400-OD-PROTECT-SWEEP-PRICE.
076200 2400-OD-PROTECT-SWEEP-RESTORE.
076300     MOVE WS-ODP-CHK-ACCT TO ACCT-NUMBER
076400     READ ACCOUNT-MASTER.
076500 2400-OD-PROTECT-SWEEP-PRICE.
076600     MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
076700     PERFORM 2500-PRICE-AVAIL-BALANCE
076800         THRU 2500-PRICE-AVAIL-BALANCE-EXIT.
076900 2400-OD-PROTECT-SWEEP-EXIT.
077000     EXIT.
077100
077200*----------------------------------------------------------
077300* 2420-CHECK-PROTECTOR - READ THE PROTECTING ACCOUNT AND
077400* APPLY ITS OWN DEBIT RULES TO THE TRANSFER: NOT CLOSED,
077500* HELD OR DORMANT, NO STOP IN FORCE, AND THE TRANSFER
077600* COVERED BY ITS AVAILABLE BALANCE WITHOUT BREAKING ITS
077700* MINIMUM.  ANY FAILURE SETS WS-ODP-REFUSED.
077800*----------------------------------------------------------
077900 2420-CHECK-PROTECTOR.
078000     MOVE "N" TO WS-ODP-REFUSE-FLAG
078100     MOVE PT-PROTECT-ACCT TO ACCT-NUMBER
078200     READ ACCOUNT-MASTER
078300         INVALID KEY
078400             MOVE "Y" TO WS-ODP-REFUSE-FLAG
078500             GO TO 2420-CHECK-PROTECTOR-EXIT
078600     END-READ
078700     IF ACCT-IS-CLOSED OR ACCT-ON-HOLD OR ACCT-IS-DORMANT
078800         MOVE "Y" TO WS-ODP-REFUSE-FLAG
078900         GO TO 2420-CHECK-PROTECTOR-EXIT
079000     END-IF
079100     PERFORM 2440-CHECK-PROTECTOR-STOPS
079200         THRU 2440-CHECK-PROTECTOR-STOPS-EXIT
079300     IF WS-ODP-REFUSED
079400         GO TO 2420-CHECK-PROTECTOR-EXIT
079500     END-IF
079600     PERFORM 2500-PRICE-AVAIL-BALANCE
079700         THRU 2500-PRICE-AVAIL-BALANCE-EXIT
079800     MOVE ZERO TO WS-ODP-MIN-CHECK
079900     IF NOT ACCT-IS-CHECKING
080000         COMPUTE WS-ODP-MIN-CHECK
080100             = WS-AVAIL-BALANCE - WS-ODP-XFER-AMT
080200             - WS-SAVINGS-MIN-BAL
080300     END-IF
080400     IF WS-ODP-XFER-AMT > WS-AVAIL-BALANCE
080500      OR WS-ODP-MIN-CHECK < ZERO
080600         MOVE "Y" TO WS-ODP-REFUSE-FLAG
080700     END-IF.
080800 2420-CHECK-PROTECTOR-EXIT.
080900     EXIT.
081000
081100*----------------------------------------------------------
081200* 2440-CHECK-PROTECTOR-STOPS - AN ACTIVE STOP ON THE
081300* PROTECTING ACCOUNT FOR THE TRANSFER AMOUNT, OR ONE CARRYING
081400* THE REFERENCE "ODPROT" (THE CUSTOMER'S STANDING BLOCK ON
081500* SWEEPS), REFUSES THE TRANSFER.
081600*----------------------------------------------------------
081700 2440-CHECK-PROTECTOR-STOPS.
081800     MOVE "N" TO WS-ODP-SPAY-EOF-FLAG
081900     IF NOT SPAY-FILE-OPEN
082000         GO TO 2440-CHECK-PROTECTOR-STOPS-EXIT
082100     END-IF
082200     MOVE ACCT-NUMBER TO SP-ACCT
082300     MOVE ZERO        TO SP-SEQ
082400     START STOP-PAYMENTS KEY NOT LESS THAN SP-KEY
082500         INVALID KEY
082600             MOVE "Y" TO WS-ODP-SPAY-EOF-FLAG
082700     END-START
082800     PERFORM 2450-MATCH-PROTECTOR-STOP
082900         THRU 2450-MATCH-PROTECTOR-STOP-EXIT
083000         UNTIL END-OF-ODP-STOPS OR WS-ODP-REFUSED.
083100 2440-CHECK-PROTECTOR-STOPS-EXIT.
083200     EXIT.
083300
083400*----------------------------------------------------------
083500* 2450-MATCH-PROTECTOR-STOP - READ THE PROTECTOR'S NEXT
083600* STOP AND TEST IT AGAINST THE TRANSFER.
083700*----------------------------------------------------------
083800 2450-MATCH-PROTECTOR-STOP.
083900     READ STOP-PAYMENTS NEXT RECORD
084000         AT END
084100             MOVE "Y" TO WS-ODP-SPAY-EOF-FLAG
084200             GO TO 2450-MATCH-PROTECTOR-STOP-EXIT
084300     END-READ
084400     IF SP-ACCT NOT = ACCT-NUMBER
084500         MOVE "Y" TO WS-ODP-SPAY-EOF-FLAG
084600         GO TO 2450-MATCH-PROTECTOR-STOP-EXIT
084700     END-IF
084800     IF NOT SP-IS-EXPIRED AND NOT SP-IS-RELEASED
084900      AND SP-EXPIRY-DATE >= WS-BUSINESS-DATE
085000         IF SP-AMOUNT = WS-ODP-XFER-AMT
085100          OR SP-REFERENCE = "ODPROT"
085200             MOVE "Y" TO WS-ODP-REFUSE-FLAG
085300         END-IF
085400     END-IF.
085500 2450-MATCH-PROTECTOR-STOP-EXIT.
085600     EXIT.
085700
085800*----------------------------------------------------------
085900* 2460-POST-PROTECT-LEG - REWRITE ONE LEG OF THE TRANSFER
086000* WITH JOURNALING AND WRITE ITS TXNLOG/TXNDETL ENTRIES UNDER
086100* WS-ODP-LOG-TYPE AND THE PAIR'S SHARED REFERENCE.
086200*----------------------------------------------------------
086300 2460-POST-PROTECT-LEG.
086400     IF ACCT-LAST-TXN-SEQ NOT NUMERIC
086500         MOVE ZERO TO ACCT-LAST-TXN-SEQ
086600     END-IF
086700     IF ACCT-LAST-TXN-SEQ >= 9999999
086800*    THE SEQUENCE CEILING: NEVER WRAP TO ZERO AND CORRUPT
086900*    THE KEYED HISTORY - THE NUMBER STAYS PUT SO THE DETAIL
087000*    WRITE FAILS LOUDLY ON ITS DUPLICATE KEY.  RUN THE
087100*    DETAIL PURGE TO ARCHIVE AND RESEQUENCE.
087200         DISPLAY "TXN SEQ CEILING ON ACCOUNT " ACCT-NUMBER
087300             " - DETAIL PURGE REQUIRED"
087400     ELSE
087500         ADD 1 TO ACCT-LAST-TXN-SEQ
087600     END-IF
087700     REWRITE ACCOUNT-RECORD
087800     MOVE ACCOUNT-RECORD TO WS-JRNL-AFTER
087900     CALL "ACCTJRNL" USING WS-JRNL-PROGRAM WS-JRNL-ACTION
088000         WS-JRNL-BEFORE WS-JRNL-AFTER
088100
088200     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
088300     MOVE WS-BUSINESS-DATE   TO WS-BSTAMP-DATE
088400     MOVE WS-TIMESTAMP(9:6)  TO WS-BSTAMP-TIME
088500     MOVE WS-BUSINESS-STAMP  TO TL-TIMESTAMP
088600     MOVE ACCT-NUMBER        TO TL-ACCT
088700     MOVE WS-ODP-LOG-TYPE    TO TL-TXN-TYPE
088800     MOVE WS-ODP-XFER-AMT    TO TL-AMOUNT
088900     MOVE ACCT-BALANCE       TO TL-BALANCE
089000     MOVE SPACES             TO TL-OPERATOR
089100     MOVE WS-ODP-REFERENCE   TO TL-REFERENCE
089200     WRITE TRANSACTION-LOG-LINE FROM WS-LOG-ENTRY
089300
089400     MOVE ACCT-NUMBER        TO TD-ACCT
089500     MOVE ACCT-LAST-TXN-SEQ  TO TD-SEQ
089600     MOVE TL-TIMESTAMP       TO TD-TIMESTAMP
089700     MOVE WS-ODP-LOG-TYPE    TO TD-TXN-TYPE
089800     MOVE WS-ODP-XFER-AMT    TO TD-AMOUNT
089900     MOVE ACCT-BALANCE       TO TD-BALANCE
090000     MOVE SPACES             TO TD-OPERATOR
090100     MOVE WS-ODP-REFERENCE   TO TD-REFERENCE
090200     MOVE SPACES             TO TD-APPROVED-BY
090300     MOVE ACCT-BRANCH        TO TD-BRANCH
090400     WRITE TXN-DETAIL-RECORD
090500         INVALID KEY
090600             DISPLAY "TXNDETL WRITE FAILED, STATUS "
090700                 WS-TXND-STATUS " KEY " TD-KEY
090800     END-WRITE.
090900 2460-POST-PROTECT-LEG-EXIT.
091000     EXIT.
091100
091200*----------------------------------------------------------
091300* 1800-LOAD-NSF-FEES - LOAD THE NSF / RETURNED-ITEM FEE ROWS
091400* FROM FEESCHED AND OPEN THE PRODUCT MASTER THAT PICKS AN
091500* ACCOUNT'S ROW.  NO FEESCHED, OR NO "N" ROWS IN IT, MEANS
091600* NO FEE IS CHARGED.
091700*----------------------------------------------------------
091800 1800-LOAD-NSF-FEES.
091900*    NO PRODMAST FILE YET JUST MEANS THE OLD C/S MAPPING.
092000     OPEN INPUT PRODUCT-MASTER
092100     IF PROD-FILE-OK
092200         MOVE "Y" TO WS-PROD-OPEN-FLAG
092300     END-IF
092400     OPEN INPUT FEE-SCHEDULE
092500     IF NOT FEE-FILE-OK
092600         GO TO 1800-LOAD-NSF-FEES-EXIT
092700     END-IF
092800     PERFORM 1820-READ-FEE-ROW
092900         THRU 1820-READ-FEE-ROW-EXIT
093000     PERFORM 1840-STORE-NSF-FEE
093100         THRU 1840-STORE-NSF-FEE-EXIT
093200         UNTIL END-OF-FEE-SCHED
093300            OR WS-NSF-FEE-COUNT >= 10
093400     CLOSE FEE-SCHEDULE.
093500 1800-LOAD-NSF-FEES-EXIT.
093600     EXIT.
093700
093800*----------------------------------------------------------
093900* 1820-READ-FEE-ROW - READ ONE FEE SCHEDULE ROW.
094000*----------------------------------------------------------
094100 1820-READ-FEE-ROW.
094200     READ FEE-SCHEDULE
094300         AT END
094400             MOVE "Y" TO WS-FEE-EOF-FLAG
094500     END-READ.
094600 1820-READ-FEE-ROW-EXIT.
094700     EXIT.
094800
094900*----------------------------------------------------------
095000* 1840-STORE-NSF-FEE - KEEP THE ROW JUST READ IF IT IS AN NSF
095100* ROW (SERVICE-FEE BANDS BELONG TO FEE-ASSESS-BATCH) AND READ
095200* THE NEXT ONE.  NO DAILY MAXIMUM ON THE ROW MEANS 3.
095300*----------------------------------------------------------
095400 1840-STORE-NSF-FEE.
095500     IF NOT FS-IS-NSF-FEE
095600         GO TO 1840-STORE-NSF-FEE-READ
095700     END-IF
095800     ADD 1 TO WS-NSF-FEE-COUNT
095900     MOVE FS-TYPE         TO WS-NSF-TYPE(WS-NSF-FEE-COUNT)
096000     MOVE FS-FEE          TO WS-NSF-AMOUNT(WS-NSF-FEE-COUNT)
096100     MOVE WS-NSF-DFLT-MAX TO WS-NSF-MAX(WS-NSF-FEE-COUNT)
096200     IF FS-DAILY-MAX NUMERIC AND FS-DAILY-MAX > ZERO
096300         MOVE FS-DAILY-MAX TO WS-NSF-MAX(WS-NSF-FEE-COUNT)
096400     END-IF.
096500 1840-STORE-NSF-FEE-READ.
096600     PERFORM 1820-READ-FEE-ROW
096700         THRU 1820-READ-FEE-ROW-EXIT.
096800 1840-STORE-NSF-FEE-EXIT.
096900     EXIT.
097000
097100*----------------------------------------------------------
097200* 6500-CHARGE-NSF-FEE - THE ITEM IN WS-NSF-ITEM-REF WAS JUST
097300* REFUSED OR RETURNED FOR FUNDS ON THE ACCOUNT IN THE BUFFER.
097400* CHARGE THE PRODUCT'S NSF FEE, EVEN INTO OVERDRAFT, UNLESS
097500* THE ACCOUNT HAS ALREADY PAID ITS DAILY MAXIMUM OF THEM THIS
097600* BUSINESS DAY.  LOGGED AS "NSF FEE" UNDER THE FAILED ITEM'S
097700* REFERENCE, SO THE TELLER FEE WAIVER CAN REFUND IT.
097800*----------------------------------------------------------
097900 6500-CHARGE-NSF-FEE.
098000     IF WS-NSF-FEE-COUNT = ZERO OR ACCT-IS-CLOSED
098100         GO TO 6500-CHARGE-NSF-FEE-EXIT
098200     END-IF
098300     PERFORM 6520-GET-NSF-FEE-RULE
098400         THRU 6520-GET-NSF-FEE-RULE-EXIT
098500     IF WS-NSF-FEE-AMT = ZERO
098600         GO TO 6500-CHARGE-NSF-FEE-EXIT
098700     END-IF
098800     PERFORM 6540-COUNT-TODAYS-FEES
098900         THRU 6540-COUNT-TODAYS-FEES-EXIT
099000     IF WS-NSF-TODAY >= WS-NSF-DAY-MAX
099100         ADD 1 TO WS-NSF-CAPPED
099200         GO TO 6500-CHARGE-NSF-FEE-EXIT
099300     END-IF
099400
099500     MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
099600     SUBTRACT WS-NSF-FEE-AMT FROM ACCT-BALANCE
099700     IF ACCT-LAST-TXN-SEQ NOT NUMERIC
099800         MOVE ZERO TO ACCT-LAST-TXN-SEQ
099900     END-IF
100000     IF ACCT-LAST-TXN-SEQ >= 9999999
100100*    THE SEQUENCE CEILING: NEVER WRAP TO ZERO AND CORRUPT
100200*    THE KEYED HISTORY - THE NUMBER STAYS PUT SO THE DETAIL
100300*    WRITE FAILS LOUDLY ON ITS DUPLICATE KEY.  RUN THE
100400*    DETAIL PURGE TO ARCHIVE AND RESEQUENCE.
100500         DISPLAY "TXN SEQ CEILING ON ACCOUNT " ACCT-NUMBER
100600             " - DETAIL PURGE REQUIRED"
100700     ELSE
100800         ADD 1 TO ACCT-LAST-TXN-SEQ
100900     END-IF
101000     REWRITE ACCOUNT-RECORD
101100     MOVE ACCOUNT-RECORD TO WS-JRNL-AFTER
101200     CALL "ACCTJRNL" USING WS-JRNL-PROGRAM WS-JRNL-ACTION
101300         WS-JRNL-BEFORE WS-JRNL-AFTER
101400
101500     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
101600     MOVE WS-BUSINESS-DATE   TO WS-BSTAMP-DATE
101700     MOVE WS-TIMESTAMP(9:6)  TO WS-BSTAMP-TIME
101800     MOVE WS-BUSINESS-STAMP  TO TL-TIMESTAMP
101900     MOVE ACCT-NUMBER        TO TL-ACCT
102000     MOVE "NSF FEE"          TO TL-TXN-TYPE
102100     MOVE WS-NSF-FEE-AMT     TO TL-AMOUNT
102200     MOVE ACCT-BALANCE       TO TL-BALANCE
102300     MOVE SPACES             TO TL-OPERATOR
102400     MOVE WS-NSF-ITEM-REF    TO TL-REFERENCE
102500     WRITE TRANSACTION-LOG-LINE FROM WS-LOG-ENTRY
102600
102700     MOVE ACCT-NUMBER        TO TD-ACCT
102800     MOVE ACCT-LAST-TXN-SEQ  TO TD-SEQ
102900     MOVE TL-TIMESTAMP       TO TD-TIMESTAMP
103000     MOVE "NSF FEE"          TO TD-TXN-TYPE
103100     MOVE WS-NSF-FEE-AMT     TO TD-AMOUNT
103200     MOVE ACCT-BALANCE       TO TD-BALANCE
103300     MOVE SPACES             TO TD-OPERATOR
103400     MOVE WS-NSF-ITEM-REF    TO TD-REFERENCE
103500     MOVE SPACES             TO TD-APPROVED-BY
103600     MOVE ACCT-BRANCH        TO TD-BRANCH
103700     WRITE TXN-DETAIL-RECORD
103800         INVALID KEY
103900             DISPLAY "TXNDETL WRITE FAILED, STATUS "
104000                 WS-TXND-STATUS " KEY " TD-KEY
104100     END-WRITE
104200     ADD 1 TO WS-NSF-CHARGED.
104300 6500-CHARGE-NSF-FEE-EXIT.
104400     EXIT.
104500
104600*----------------------------------------------------------
104700* 6520-GET-NSF-FEE-RULE - THE NSF FEE AND DAILY MAXIMUM FOR
104800* THE ACCOUNT IN THE BUFFER, BY ITS PRODUCT'S FEE SCHEDULE
104900* CODE ("C"/"S" BY ACCOUNT TYPE WHEN THERE IS NO PRODUCT).
105000* NO "N" ROW FOR THE CODE LEAVES THE FEE AT ZERO.
105100*----------------------------------------------------------
105200 6520-GET-NSF-FEE-RULE.
105300     MOVE ZERO TO WS-NSF-FEE-AMT WS-NSF-DAY-MAX
105400     IF ACCT-IS-CHECKING
105500         MOVE "CK" TO PM-PROD-CODE
105600         MOVE "C"  TO WS-NSF-FEE-CODE
105700     ELSE
105800         MOVE "SV" TO PM-PROD-CODE
105900         MOVE "S"  TO WS-NSF-FEE-CODE
106000     END-IF
106100     IF NOT PROD-FILE-OPEN
106200         GO TO 6520-GET-NSF-FEE-RULE-FIND
106300     END-IF
106400     READ PRODUCT-MASTER
106500         INVALID KEY
106600             GO TO 6520-GET-NSF-FEE-RULE-FIND
106700     END-READ
106800     MOVE PM-FEE-SCHED-CODE TO WS-NSF-FEE-CODE.
106900 6520-GET-NSF-FEE-RULE-FIND.
107000     SET WS-NSF-IDX TO 1
107100     SEARCH WS-NSF-ENTRY
107200         WHEN WS-NSF-TYPE(WS-NSF-IDX) = WS-NSF-FEE-CODE
107300             MOVE WS-NSF-AMOUNT(WS-NSF-IDX) TO WS-NSF-FEE-AMT
107400             MOVE WS-NSF-MAX(WS-NSF-IDX)    TO WS-NSF-DAY-MAX
107500     END-SEARCH.
107600 6520-GET-NSF-FEE-RULE-EXIT.
107700     EXIT.
107800
107900*----------------------------------------------------------
108000* 6540-COUNT-TODAYS-FEES - HOW MANY "NSF FEE" ENTRIES THE
108100* ACCOUNT HAS ON TXNDETL FOR THIS BUSINESS DAY, FROM ANY OF
108200* THE POSTING RUNS.
108300*----------------------------------------------------------
108400 6540-COUNT-TODAYS-FEES.
108500     MOVE ZERO TO WS-NSF-TODAY
108600     MOVE "N"  TO WS-NSF-EOF-FLAG
108700     MOVE ACCT-NUMBER TO TD-ACCT
108800     MOVE ZERO        TO TD-SEQ
108900     START TRANSACTION-DETAIL KEY NOT LESS THAN TD-KEY
109000         INVALID KEY
109100             MOVE "Y" TO WS-NSF-EOF-FLAG
109200     END-START
109300     PERFORM 6560-COUNT-ONE-ENTRY
109400         THRU 6560-COUNT-ONE-ENTRY-EXIT
109500         UNTIL END-OF-NSF-WALK.
109600 6540-COUNT-TODAYS-FEES-EXIT.
109700     EXIT.
109800
109900*----------------------------------------------------------
110000* 6560-COUNT-ONE-ENTRY - READ THE ACCOUNT'S NEXT DETAIL ENTRY
110100* AND COUNT IT IF IT IS ONE OF TODAY'S NSF FEES.
110200*----------------------------------------------------------
110300 6560-COUNT-ONE-ENTRY.
110400     READ TRANSACTION-DETAIL NEXT RECORD
110500         AT END
110600             MOVE "Y" TO WS-NSF-EOF-FLAG
110700             GO TO 6560-COUNT-ONE-ENTRY-EXIT
110800     END-READ
110900     IF TD-ACCT NOT = ACCT-NUMBER
111000         MOVE "Y" TO WS-NSF-EOF-FLAG
111100         GO TO 6560-COUNT-ONE-ENTRY-EXIT
111200     END-IF
111300     IF TD-TXN-TYPE = "NSF FEE"
111400      AND TD-TIMESTAMP(1:8) = WS-BUSINESS-DATE
111500         ADD 1 TO WS-NSF-TODAY
111600     END-IF.
111700 6560-COUNT-ONE-ENTRY-EXIT.
111800     EXIT.
111850
111900*----------------------------------------------------------
112000* 2450-FIND-AUTH-HOLD - THE SETTLEMENT IN HAND'S OWN OPEN
112100* AUTHORIZATION HOLD, IF IT HAS ONE.  THE HOLD STANDS FOR
112200* THIS VERY SPEND, SO PRICING IT AS WELL WOULD COUNT THE
112300* MONEY TWICE.
112400*----------------------------------------------------------
112500 2450-FIND-AUTH-HOLD.
112600     MOVE SPACES TO WS-SKIP-HOLD-ACCT
112700     MOVE ZERO   TO WS-SKIP-HOLD-SEQ
112710     MOVE "N"    TO WS-SETL-AUTH-FLAG
112800     IF NOT AUTH-FILE-OPEN
112900         GO TO 2450-FIND-AUTH-HOLD-EXIT
113000     END-IF
113100     MOVE ST-REFERENCE TO CA-REFERENCE
113200     READ CARD-AUTH-FILE
113300         INVALID KEY
113400             GO TO 2450-FIND-AUTH-HOLD-EXIT
113500     END-READ
113600     IF CA-IS-SETTLED OR CA-IS-LAPSED
113700      OR CA-ACCT NOT = ST-ACCT
113710         GO TO 2450-FIND-AUTH-HOLD-EXIT
113720     END-IF
113730     MOVE "Y" TO WS-SETL-AUTH-FLAG
113740     IF CA-HOLD-SEQ NOT NUMERIC
113900         GO TO 2450-FIND-AUTH-HOLD-EXIT
114000     END-IF
114100     MOVE CA-ACCT     TO WS-SKIP-HOLD-ACCT
114200     MOVE CA-HOLD-SEQ TO WS-SKIP-HOLD-SEQ.
114300 2450-FIND-AUTH-HOLD-EXIT.
114400     EXIT.
114500
114600*----------------------------------------------------------
114700* 4200-END-AUTH-HOLD - CLOSE THE HOLDREG HOLD OF THE
114800* AUTHORIZATION IN THE BUFFER WITH WS-HOLD-END-STATUS: "R"
114900* WHEN IT SETTLED, "E" WHEN IT LAPSED.
115000*----------------------------------------------------------
115100 4200-END-AUTH-HOLD.
115200     IF NOT HREG-FILE-OPEN
115300      OR CA-HOLD-SEQ NOT NUMERIC
115400         GO TO 4200-END-AUTH-HOLD-EXIT
115500     END-IF
115600     IF CA-HOLD-SEQ = ZERO
115700         GO TO 4200-END-AUTH-HOLD-EXIT
115800     END-IF
115900     MOVE CA-ACCT     TO HR-ACCT
116000     MOVE CA-HOLD-SEQ TO HR-SEQ
116100     READ HOLD-REGISTER
116200         INVALID KEY
116300             GO TO 4200-END-AUTH-HOLD-EXIT
116400     END-READ
116500     IF HR-IS-RELEASED OR HR-IS-EXPIRED
116600         GO TO 4200-END-AUTH-HOLD-EXIT
116700     END-IF
116800     MOVE WS-HOLD-END-STATUS TO HR-STATUS
116900     REWRITE HOLD-REGISTER-RECORD
117000         INVALID KEY
117100             DISPLAY "HOLDREG REWRITE FAILED, STATUS "
117200                 WS-HREG-STATUS " KEY " HR-KEY
117300             GO TO 4200-END-AUTH-HOLD-EXIT
117400     END-REWRITE
117500     IF HR-IS-RELEASED
117600         ADD 1 TO WS-AUTH-HOLDS-RELEASED
117700     ELSE
117800         ADD 1 TO WS-AUTH-HOLDS-EXPIRED
117900     END-IF.
118000 4200-END-AUTH-HOLD-EXIT.
118100     EXIT.
118200*----------------------------------------------------------
118300* 2300-CHECK-CARD - A SETTLEMENT CARRYING A CARD NUMBER MUST
118400* BE ON A CARD THAT IS ON CARDMSTR AGAINST THIS ACCOUNT AND
118500* STILL ACTIVE; OTHERWISE WS-CARD-REFUSED, WITH THE REASON IN
118600* WS-CARD-WHY.  AN UNAUTHORIZED SETTLEMENT IS ALSO TESTED
118700* AGAINST WHAT IS LEFT OF THE CARD'S DAILY LIMIT.
118800*----------------------------------------------------------
118900 2300-CHECK-CARD.
119000     MOVE "N" TO WS-CARD-FOUND-FLAG WS-CARD-REFUSE-FLAG
119100                 WS-CARD-LIMIT-FLAG
119200     MOVE SPACES TO WS-CARD-WHY
119300     IF ST-CARD-NUMBER = SPACES OR NOT CARD-FILE-OPEN
119400         GO TO 2300-CHECK-CARD-EXIT
119500     END-IF
119600     MOVE ALL "*" TO WS-MASKED-CARD
119700     MOVE ST-CARD-NUMBER(13:4) TO WS-MASKED-CARD(13:4)
119800     MOVE ST-CARD-NUMBER TO CD-CARD-NUMBER
119900     READ CARD-MASTER
120000         INVALID KEY
120100             MOVE "NO CARD" TO WS-CARD-WHY
120200             GO TO 2300-CHECK-CARD-REFUSE
120300     END-READ
120400     EVALUATE TRUE
120500         WHEN CD-ACCT NOT = ST-ACCT
120600             MOVE "WRONG ACCT" TO WS-CARD-WHY
120700         WHEN CD-IS-LOST
120800             MOVE "LOST"       TO WS-CARD-WHY
120900         WHEN CD-IS-STOLEN
121000             MOVE "STOLEN"     TO WS-CARD-WHY
121100         WHEN CD-IS-CLOSED
121200             MOVE "CLOSED"     TO WS-CARD-WHY
121300         WHEN NOT CD-IS-ACTIVE
121400             MOVE "EXPIRED"    TO WS-CARD-WHY
121500*        AN AUTHORIZATION TAKEN BEFORE THE CARD RAN OUT OF
121600*        DATE MAY STILL SETTLE.
121700         WHEN CD-EXPIRY-DATE < WS-BUSINESS-DATE
121800          AND NOT WS-SETL-AUTHORIZED
121900             MOVE "EXPIRED"    TO WS-CARD-WHY
122000     END-EVALUATE
122100     IF WS-CARD-WHY NOT = SPACES
122200         GO TO 2300-CHECK-CARD-REFUSE
122300     END-IF
122400     MOVE "Y" TO WS-CARD-FOUND-FLAG
122500     IF CD-USAGE-DATE NOT = WS-BUSINESS-DATE
122600         MOVE WS-BUSINESS-DATE TO CD-USAGE-DATE
122700         MOVE ZERO TO CD-CASH-USED CD-PURCH-USED
122800     END-IF
122900     IF WS-SETL-AUTHORIZED
123000         GO TO 2300-CHECK-CARD-EXIT
123100     END-IF
123200     IF ST-IS-CASH
123300         IF CD-CASH-LIMIT > ZERO
123400          AND CD-CASH-USED + ST-AMOUNT > CD-CASH-LIMIT
123500             MOVE "Y"    TO WS-CARD-LIMIT-FLAG
123600             MOVE "CASH" TO WS-CARD-WHY
123700         END-IF
123800     ELSE
123900         IF CD-PURCH-LIMIT > ZERO
124000          AND CD-PURCH-USED + ST-AMOUNT > CD-PURCH-LIMIT
124100             MOVE "Y"        TO WS-CARD-LIMIT-FLAG
124200             MOVE "PURCHASE" TO WS-CARD-WHY
124300         END-IF
124400     END-IF
124500     GO TO 2300-CHECK-CARD-EXIT.
124600 2300-CHECK-CARD-REFUSE.
124700     MOVE "Y" TO WS-CARD-REFUSE-FLAG
124800     ADD 1 TO WS-CARD-REFUSED-COUNT.
124900 2300-CHECK-CARD-EXIT.
125000     EXIT.
125100
125200*----------------------------------------------------------
125300* 2350-RECORD-CARD-USE - COUNT A POSTED, UNAUTHORIZED
125400* SETTLEMENT AGAINST ITS CARD'S DAY (THE CARD IS STILL IN
125500* THE BUFFER FROM 2300), AND REPORT IT IF IT WENT OVER THE
125600* LIMIT.
125700*----------------------------------------------------------
125800 2350-RECORD-CARD-USE.
125900     IF NOT CARD-ON-RECORD OR WS-SETL-AUTHORIZED
126000         GO TO 2350-RECORD-CARD-USE-EXIT
126100     END-IF
126200     IF ST-IS-CASH
126300         ADD ST-AMOUNT TO CD-CASH-USED
126400     ELSE
126500         ADD ST-AMOUNT TO CD-PURCH-USED
126600     END-IF
126700     REWRITE CARD-RECORD
126800         INVALID KEY
126900             DISPLAY "CARDMSTR REWRITE FAILED, STATUS "
127000                 WS-CARD-STATUS
127100     END-REWRITE
127200     IF WS-CARD-OVER-LIMIT
127300         ADD 1 TO WS-CARD-OVER-COUNT
127400         MOVE "OVER CARD LMT " TO WS-CARD-TAG
127500         PERFORM 4600-REPORT-CARD-EXCEPTION
127600             THRU 4600-REPORT-CARD-EXCEPTION-EXIT
127700     END-IF.
127800 2350-RECORD-CARD-USE-EXIT.
127900     EXIT.
128000
128100*----------------------------------------------------------
128200* 4600-REPORT-CARD-EXCEPTION - ONE SETTLEMENT REFUSED ON ITS
128300* CARD'S STATUS, OR POSTED OVER ITS CARD'S DAILY LIMIT, FOR
128400* THE FRAUD DESK.  THE CALLER SETS WS-CARD-TAG; THE NOTE CARRIES
128500* THE REASON AND THE MASKED CARD.
128600*----------------------------------------------------------
128700 4600-REPORT-CARD-EXCEPTION.
128800     MOVE SPACES           TO WS-REPORT-LINE
128900     MOVE WS-CARD-TAG      TO RL-TAG
129000     MOVE ST-REFERENCE     TO RL-REFERENCE
129100     MOVE ST-ACCT          TO RL-ACCT
129200     MOVE ST-AMOUNT        TO RL-AMOUNT
129300     MOVE ST-SETTLE-DATE   TO RL-DATE
129400     MOVE SPACES           TO RL-NOTE
129500     STRING WS-CARD-WHY         DELIMITED BY "  "
129600         " "                    DELIMITED BY SIZE
129700         WS-MASKED-CARD(9:8)    DELIMITED BY SIZE
129800         INTO RL-NOTE
129900     END-STRING
130000     WRITE CARD-REPORT-LINE FROM WS-REPORT-LINE.
130100 4600-REPORT-CARD-EXCEPTION-EXIT.
130200     EXIT.
