002600*                   07 BELOW MINIMUM BALANCE
002700*                   08 STOP PAYMENT IN FORCE
002800*                   09 TXN CODE NOT ON TXNCODES TABLE
002810*                   10 ACCOUNT NUMBER FAILS CHECK DIGIT
002900* 2026-08-22 KMR  POSTINGS ARE NOW STAMPED WITH THE BUSINESS
003000*                 DATE FROM THE BUSDATE CONTROL FILE (VIA
003100*                 GETBDATE), WALL-CLOCK TIME KEPT IN THE TIME
006100* 2026-09-02 KMR  THE AVAILABLE BALANCE NOW ALSO HONORS THE
006200*                 ACCOUNT'S AUTHORIZED OVERDRAFT LIMIT, THE
006300*                 SAME WAY THE TELLER SCREENS DO.
006310* 2026-10-15 KMR  OVERDRAFT PROTECTION.  A WITHDRAWAL FROM A
006320*                 CHECKING ACCOUNT ENROLLED ON ODPROT THAT THE
006330*                 ACCOUNT CANNOT COVER FIRST PULLS THE
006340*                 SHORTFALL FROM THE PROTECTING ACCOUNT
006350*                 (2400-OD-PROTECT-SWEEP, LOGGED AS AN
006360*                 "ODP OUT"/"ODP IN" PAIR) BEFORE IT IS
006370*                 REJECTED "05".  THE PROTECTOR KEEPS ITS
006380*                 PRODUCT MINIMUM BALANCE.
006382* 2026-10-15 KMR  BRANCHTXN IS COUNTED, HASHED AND REGISTERED
006384*                 ON THE SHARED INBOUND FILE REGISTER (INFREG)
006386*                 BEFORE ANYTHING POSTS.  A FILE MATCHING ONE
006388*                 ALREADY POSTED IS REFUSED WITH RETURN CODE 8
006390*                 AND AN EXCPLOG ENTRY.
006392* 2026-10-15 KMR  EVERY ITEM'S ACCOUNT NUMBER GOES THROUGH THE
006394*                 SHARED ACCTCHK CHECK DIGIT.  ONE THAT FAILS AND
006396*                 IS NOT A GRANDFATHERED ACCOUNT (ACCT-CD-EXEMPT)
006398*                 IS REJECTED WITH THE NEW REASON CODE 10.
006400*----------------------------------------------------------
006500 ENVIRONMENT DIVISION.
006600 INPUT-OUTPUT SECTION.
011900         RECORD KEY IS PM-PROD-CODE
012000         FILE STATUS IS WS-PROD-STATUS.
012100
012110     SELECT OD-PROTECTIONS ASSIGN TO "ODPROT"
012120         ORGANIZATION IS INDEXED
012130         ACCESS MODE IS DYNAMIC
012140         RECORD KEY IS PT-ACCT
012150         FILE STATUS IS WS-ODPR-STATUS.
012160
012200     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
012300         ORGANIZATION IS LINE SEQUENTIAL.
012400
017800 01  PRODUCT-MASTER-RECORD.
017900     COPY PRODMREC.
018000
018010 FD  OD-PROTECTIONS.
018020 01  OD-PROTECT-RECORD.
018030     COPY ODPREC.
018040
018100 FD  DAILY-STATS-FILE.
018200     COPY DLYSTAT.
018300
019400     88  BTXN-FILE-OK                VALUE "00".
019500 01  WS-ACCT-STATUS          PIC X(02).
019600     88  ACCT-STATUS-OK              VALUE "00".
019610 01  WS-CHK-ACCT             PIC X(06).
019620 01  WS-CHK-FUNCTION         PIC X(01) VALUE "V".
019630 01  WS-CHK-VALID-FLAG       PIC X(01) VALUE "N".
019640     88  WS-CHK-DIGIT-OK             VALUE "Y".
019700 01  WS-TXND-STATUS          PIC X(02).
019800     88  TXND-FILE-OK                VALUE "00".
019900     88  TXND-FILE-NOT-FOUND         VALUE "35".
025100 01  WS-MIN-BAL-CHECK        PIC S9(8)V99 VALUE ZERO.
025200 01  WS-HOLD-TOTAL           PIC 9(8)V99 VALUE ZERO.
025300 01  WS-AVAIL-BALANCE        PIC S9(8)V99 VALUE ZERO.
025302
025304*----------------------------------------------------------
025306* OVERDRAFT-PROTECTION SWEEP (ODPROT, ODPREC): A CHECKING
025308* DEBIT THE ACCOUNT CANNOT COVER PULLS THE SHORTFALL FROM
025310* THE ENROLLED PROTECTING ACCOUNT BEFORE IT IS REFUSED.
025312*----------------------------------------------------------
025314 01  WS-ODPR-STATUS          PIC X(02).
025316     88  ODPR-FILE-OK                VALUE "00".
025318 01  WS-ODPR-OPEN-FLAG       PIC X(01) VALUE "N".
025320     88  ODPR-FILE-OPEN              VALUE "Y".
025322 01  WS-ODP-REFUSE-FLAG      PIC X(01) VALUE "N".
025324     88  WS-ODP-REFUSED              VALUE "Y".
025326 01  WS-ODP-SPAY-EOF-FLAG    PIC X(01) VALUE "N".
025328     88  END-OF-ODP-STOPS            VALUE "Y".
025330 01  WS-ODP-NEED             PIC S9(8)V99 VALUE ZERO.
025332 01  WS-ODP-XFER-AMT         PIC 9(7)V99 VALUE ZERO.
025334 01  WS-ODP-UNITS            PIC 9(07) COMP VALUE ZERO.
025336 01  WS-ODP-REMAINDER        PIC 9(7)V99 VALUE ZERO.
025338 01  WS-ODP-MIN-CHECK        PIC S9(8)V99 VALUE ZERO.
025340 01  WS-ODP-CHK-ACCT         PIC X(06) VALUE SPACES.
025342 01  WS-ODP-LOG-TYPE         PIC X(10) VALUE SPACES.
025344 01  WS-ODP-REFERENCE.
025346     05  FILLER              PIC X(02) VALUE "OD".
025348     05  WS-ODP-REF-ACCT     PIC X(06) VALUE SPACES.
025400 01  WS-JRNL-AFTER           PIC X(128) VALUE SPACES.
025500
025505*----------------------------------------------------------
025510* INBOUND FILE REGISTER CALL AREA (SHARED INFREG
025515* SUBPROGRAM).
025520*----------------------------------------------------------
025525 01  WS-INFREG-ACTION        PIC X(01) VALUE "R".
025530 01  WS-INFREG-ALLOW-FLAG    PIC X(01) VALUE "Y".
025535     88  INBOUND-FILE-ALLOWED        VALUE "Y".
025540 01  WS-INFREG-ACCT          PIC 9(06) VALUE ZERO.
025545 01  WS-INBOUND-FILE.
025550     COPY INFREGRC.
025555
025600 01  WS-TIMESTAMP            PIC X(21).
025700 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
025800 01  WS-BUSINESS-STAMP.
029800         GO TO 1000-INITIALIZE-EXIT
029900     END-IF
030000     CALL "GETBDATE" USING WS-BUSINESS-DATE
030010     PERFORM 1100-REGISTER-INBOUND
030020         THRU 1100-REGISTER-INBOUND-EXIT
030030     IF NOT INIT-SUCCESSFUL
030040         GO TO 1000-INITIALIZE-EXIT
030050     END-IF
030100     OPEN I-O    ACCOUNT-MASTER
030200     OPEN EXTEND TRANSACTION-LOG
030300     OPEN I-O    TRANSACTION-DETAIL
033300     IF SPAY-FILE-OK
033400         MOVE "Y" TO WS-SPAY-OPEN-FLAG
033500     END-IF
033510*    NO ODPROT FILE YET JUST MEANS NO ACCOUNT IS PROTECTED.
033520     OPEN INPUT OD-PROTECTIONS
033530     IF ODPR-FILE-OK
033540         MOVE "Y" TO WS-ODPR-OPEN-FLAG
033550     END-IF
033600     PERFORM 8000-READ-BRANCH-TXN
033700         THRU 8000-READ-BRANCH-TXN-EXIT.
033800 1000-INITIALIZE-EXIT.
033900     EXIT.
033901
033902*----------------------------------------------------------
033903* 1100-REGISTER-INBOUND - COUNT AND HASH THE WHOLE BRANCHTXN
033904* FILE AND REGISTER IT ON THE INBOUND FILE REGISTER BEFORE
033905* ANYTHING POSTS.  A FILE THE REGISTER SAYS WAS ALREADY
033906* POSTED IS REFUSED AND THE RUN ENDS WITH RETURN CODE 8.
033907* THE FILE CARRIES NO DATE OF ITS OWN, SO IT IS FILED
033908* UNDER THE BUSINESS DATE IT ARRIVED ON.
033909*----------------------------------------------------------
033910 1100-REGISTER-INBOUND.
033911     MOVE SPACES TO WS-INBOUND-FILE
033912     INITIALIZE WS-INBOUND-FILE
033913     MOVE "BRANCHTXN" TO IR-SOURCE
033914     MOVE "BRANCH-POST-BATCH" TO IR-PROGRAM
033915     MOVE WS-BUSINESS-DATE TO IR-FILE-DATE
033916     PERFORM 8000-READ-BRANCH-TXN
033917         THRU 8000-READ-BRANCH-TXN-EXIT
033918     PERFORM 1150-HASH-ONE-TXN
033919         THRU 1150-HASH-ONE-TXN-EXIT
033920         UNTIL END-OF-BRANCH-TXNS
033921     CLOSE BRANCH-TXN-FILE
033922     OPEN INPUT BRANCH-TXN-FILE
033923     MOVE "N" TO WS-EOF-FLAG
033924     MOVE "R" TO WS-INFREG-ACTION
033925     CALL "INFREG" USING WS-INFREG-ACTION WS-INBOUND-FILE
033926         WS-INFREG-ALLOW-FLAG
033927     IF NOT INBOUND-FILE-ALLOWED
033928         DISPLAY "BRANCH-POST-BATCH: BRANCHTXN ALREADY POSTED, "
033929             "FILE REFUSED"
033930         MOVE 8 TO RETURN-CODE
033931         CLOSE BRANCH-TXN-FILE
033932         MOVE "Y" TO WS-EOF-FLAG
033933         MOVE "N" TO WS-INIT-FLAG
033934     END-IF.
033935 1100-REGISTER-INBOUND-EXIT.
033936     EXIT.
033937
033938*----------------------------------------------------------
033939* 1150-HASH-ONE-TXN - ADD ONE BRANCH ITEM INTO THE FILE'S
033940* CONTROL TOTALS.
033941*----------------------------------------------------------
033942 1150-HASH-ONE-TXN.
033943     ADD 1 TO IR-RECORD-COUNT
033944     IF BT-AMOUNT NUMERIC
033945         ADD BT-AMOUNT TO IR-AMOUNT-HASH
033946     END-IF
033947     IF BT-ACCT NUMERIC
033948         MOVE BT-ACCT TO WS-INFREG-ACCT
033949         ADD WS-INFREG-ACCT TO IR-ACCT-HASH
033950     END-IF
033951     PERFORM 8000-READ-BRANCH-TXN
033952         THRU 8000-READ-BRANCH-TXN-EXIT.
033953 1150-HASH-ONE-TXN-EXIT.
033954     EXIT.
034000
034100*----------------------------------------------------------
034200* 2000-POST-ONE-TXN - POST ONE BRANCH ITEM UNDER THE TELLER
035300         GO TO 2000-POST-ONE-TXN-READ
035400     END-IF
035500
035510*    A NUMBER FAILING ITS CHECK DIGIT IS A KEYING ERROR UNLESS
035520*    THE MASTER SHOWS IT AS A GRANDFATHERED ACCOUNT.
035530     MOVE BT-ACCT TO WS-CHK-ACCT
035540     CALL "ACCTCHK" USING WS-CHK-ACCT WS-CHK-FUNCTION
035550         WS-CHK-VALID-FLAG
035600     MOVE BT-ACCT TO ACCT-NUMBER
035700     READ ACCOUNT-MASTER
035800         INVALID KEY
035900             PERFORM 3000-REJECT-TXN
036000                 THRU 3000-REJECT-TXN-EXIT
036100             MOVE "01" TO RJ-REASON-CODE
036110             IF NOT WS-CHK-DIGIT-OK
036120                 MOVE "10" TO RJ-REASON-CODE
036130             END-IF
036200             WRITE REJECT-RECORD
036300             GO TO 2000-POST-ONE-TXN-READ
036400     END-READ
036410     IF NOT WS-CHK-DIGIT-OK
036420      AND NOT ACCT-CHECK-DIGIT-EXEMPT
036430         PERFORM 3000-REJECT-TXN
036440             THRU 3000-REJECT-TXN-EXIT
036450         MOVE "10" TO RJ-REASON-CODE
036460         WRITE REJECT-RECORD
036470         GO TO 2000-POST-ONE-TXN-READ
036480     END-IF
036500     MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
036600     IF ACCT-IS-CLOSED
036700         PERFORM 3000-REJECT-TXN
039900     END-IF
040000     PERFORM 2500-PRICE-AVAIL-BALANCE
040100         THRU 2500-PRICE-AVAIL-BALANCE-EXIT
040110*    A CHECKING ACCOUNT ENROLLED FOR OVERDRAFT PROTECTION
040120*    PULLS THE SHORTFALL FROM ITS PROTECTOR FIRST.
040130     IF BT-IS-WITHDRAWAL AND BT-AMOUNT > WS-AVAIL-BALANCE
040140         COMPUTE WS-ODP-NEED = BT-AMOUNT - WS-AVAIL-BALANCE
040150         PERFORM 2400-OD-PROTECT-SWEEP
040160             THRU 2400-OD-PROTECT-SWEEP-EXIT
040170     END-IF
040200     IF BT-IS-WITHDRAWAL AND BT-AMOUNT > WS-AVAIL-BALANCE
040300         PERFORM 3000-REJECT-TXN
040400             THRU 3000-REJECT-TXN-EXIT
079100         IF PROD-FILE-OPEN
079200             CLOSE PRODUCT-MASTER
079300         END-IF
079310         IF ODPR-FILE-OPEN
079320             CLOSE OD-PROTECTIONS
079330         END-IF
079340*    THE FILE IS ON THE BOOKS - MARK IT POSTED ON THE
079350*    INBOUND FILE REGISTER.
079360         MOVE "P" TO WS-INFREG-ACTION
079370         CALL "INFREG" USING WS-INFREG-ACTION WS-INBOUND-FILE
079380             WS-INFREG-ALLOW-FLAG
079400         PERFORM 9500-WRITE-DAILY-STATS
079500             THRU 9500-WRITE-DAILY-STATS-EXIT
079600         DISPLAY "BRANCH-POST-BATCH: " WS-POSTED-COUNT
082300     CLOSE DAILY-STATS-FILE.
082400 9500-WRITE-DAILY-STATS-EXIT.
082500     EXIT.
082550
082600*----------------------------------------------------------
082700* 2400-OD-PROTECT-SWEEP - THE DEBIT ON THE ACCOUNT IN THE
082800* BUFFER IS SHORT BY WS-ODP-NEED.  A CHECKING ACCOUNT
082900* ENROLLED ON ODPROT PULLS THE SHORTFALL (ROUNDED UP TO THE
083000* ENROLMENT'S INCREMENT) FROM ITS PROTECTING ACCOUNT AS A
083100* LINKED "ODP OUT"/"ODP IN" PAIR UNDER ONE REFERENCE.  THE
083200* PROTECTOR'S OWN BLOCKS, HOLDS, STOPS AND MINIMUM BALANCE
083300* STILL RULE - IF THEY REFUSE, NOTHING MOVES.  EITHER WAY
083400* THE CHECKING ACCOUNT IS BACK IN THE BUFFER, REPRICED, FOR
083500* THE CALLER'S FUNDS TEST.
083600*----------------------------------------------------------
083700 2400-OD-PROTECT-SWEEP.
083800     IF NOT ODPR-FILE-OPEN OR NOT ACCT-IS-CHECKING
083900      OR WS-ODP-NEED NOT > ZERO
084000         GO TO 2400-OD-PROTECT-SWEEP-EXIT
084100     END-IF
084200     MOVE ACCT-NUMBER TO WS-ODP-CHK-ACCT PT-ACCT
084300     READ OD-PROTECTIONS
084400         INVALID KEY
084500             GO TO 2400-OD-PROTECT-SWEEP-EXIT
084600     END-READ
084700     IF PT-IS-REMOVED
084800         GO TO 2400-OD-PROTECT-SWEEP-EXIT
084900     END-IF
085000*    THE EXACT SHORTFALL, OR THE NEXT WHOLE MULTIPLE OF THE
085100*    ENROLMENT'S INCREMENT.
085200     MOVE WS-ODP-NEED TO WS-ODP-XFER-AMT
085300     IF PT-INCREMENT NUMERIC AND PT-INCREMENT > ZERO
085400         DIVIDE WS-ODP-NEED BY PT-INCREMENT
085500             GIVING WS-ODP-UNITS REMAINDER WS-ODP-REMAINDER
085600         IF WS-ODP-REMAINDER > ZERO
085700             ADD 1 TO WS-ODP-UNITS
085800         END-IF
085900         COMPUTE WS-ODP-XFER-AMT = WS-ODP-UNITS * PT-INCREMENT
086000     END-IF
086100     MOVE WS-ODP-CHK-ACCT TO WS-ODP-REF-ACCT
086200     PERFORM 2420-CHECK-PROTECTOR
086300         THRU 2420-CHECK-PROTECTOR-EXIT
086400     IF WS-ODP-REFUSED
086500         GO TO 2400-OD-PROTECT-SWEEP-RESTORE
086600     END-IF
086700
086800*    PROTECTOR LEG - THE PROTECTING ACCOUNT IS STILL IN THE
086900*    BUFFER FROM ITS CHECKS.
087000     MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
087100     SUBTRACT WS-ODP-XFER-AMT FROM ACCT-BALANCE
087200     MOVE "ODP OUT" TO WS-ODP-LOG-TYPE
087300     PERFORM 2460-POST-PROTECT-LEG
087400         THRU 2460-POST-PROTECT-LEG-EXIT
087500
087600*    PROTECTED LEG.
087700     MOVE WS-ODP-CHK-ACCT TO ACCT-NUMBER
087800     READ ACCOUNT-MASTER
087900     MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
088000     ADD WS-ODP-XFER-AMT TO ACCT-BALANCE
088100     MOVE "ODP IN" TO WS-ODP-LOG-TYPE
088200     PERFORM 2460-POST-PROTECT-LEG
088300         THRU 2460-POST-PROTECT-LEG-EXIT
088400     GO TO 2400-OD-PROTECT-SWEEP-PRICE.
088500 2400-OD-PROTECT-SWEEP-RESTORE.
088600     MOVE WS-ODP-CHK-ACCT TO ACCT-NUMBER
088700     READ ACCOUNT-MASTER.
088800 2400-OD-PROTECT-SWEEP-PRICE.
088900     MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
089000     PERFORM 2500-PRICE-AVAIL-BALANCE
089100         THRU 2500-PRICE-AVAIL-BALANCE-EXIT.
089200 2400-OD-PROTECT-SWEEP-EXIT.
089300     EXIT.
089400
089500*----------------------------------------------------------
089600* 2420-CHECK-PROTECTOR - READ THE PROTECTING ACCOUNT AND
089700* APPLY ITS OWN DEBIT RULES TO THE TRANSFER: NOT CLOSED,
089800* HELD OR DORMANT, NO STOP IN FORCE, AND THE TRANSFER
089900* COVERED BY ITS AVAILABLE BALANCE WITHOUT BREAKING ITS
090000* MINIMUM.  ANY FAILURE SETS WS-ODP-REFUSED.
090100*----------------------------------------------------------
090200 2420-CHECK-PROTECTOR.
090300     MOVE "N" TO WS-ODP-REFUSE-FLAG
090400     MOVE PT-PROTECT-ACCT TO ACCT-NUMBER
090500     READ ACCOUNT-MASTER
090600         INVALID KEY
090700             MOVE "Y" TO WS-ODP-REFUSE-FLAG
090800             GO TO 2420-CHECK-PROTECTOR-EXIT
090900     END-READ
091000     IF ACCT-IS-CLOSED OR ACCT-ON-HOLD OR ACCT-IS-DORMANT
091100         MOVE "Y" TO WS-ODP-REFUSE-FLAG
091200         GO TO 2420-CHECK-PROTECTOR-EXIT
091300     END-IF
091400     PERFORM 2440-CHECK-PROTECTOR-STOPS
091500         THRU 2440-CHECK-PROTECTOR-STOPS-EXIT
091600     IF WS-ODP-REFUSED
091700         GO TO 2420-CHECK-PROTECTOR-EXIT
091800     END-IF
091900     PERFORM 2500-PRICE-AVAIL-BALANCE
092000         THRU 2500-PRICE-AVAIL-BALANCE-EXIT
092100     MOVE ZERO TO WS-ODP-MIN-CHECK
092200     PERFORM 2600-GET-PRODUCT-RULES
092300         THRU 2600-GET-PRODUCT-RULES-EXIT
092400     IF WS-PROD-MIN-BAL > ZERO
092500         COMPUTE WS-ODP-MIN-CHECK
092600             = WS-AVAIL-BALANCE - WS-ODP-XFER-AMT
092700             - WS-PROD-MIN-BAL
092800     END-IF
092900     IF WS-ODP-XFER-AMT > WS-AVAIL-BALANCE
093000      OR WS-ODP-MIN-CHECK < ZERO
093100         MOVE "Y" TO WS-ODP-REFUSE-FLAG
093200     END-IF.
093300 2420-CHECK-PROTECTOR-EXIT.
093400     EXIT.
093500
093600*----------------------------------------------------------
093700* 2440-CHECK-PROTECTOR-STOPS - AN ACTIVE STOP ON THE
093800* PROTECTING ACCOUNT FOR THE TRANSFER AMOUNT, OR ONE CARRYING
093900* THE REFERENCE "ODPROT" (THE CUSTOMER'S STANDING BLOCK ON
094000* SWEEPS), REFUSES THE TRANSFER.
094100*----------------------------------------------------------
094200 2440-CHECK-PROTECTOR-STOPS.
094300     MOVE "N" TO WS-ODP-SPAY-EOF-FLAG
094400     IF NOT SPAY-FILE-OPEN
094500         GO TO 2440-CHECK-PROTECTOR-STOPS-EXIT
094600     END-IF
094700     MOVE ACCT-NUMBER TO SP-ACCT
094800     MOVE ZERO        TO SP-SEQ
094900     START STOP-PAYMENTS KEY NOT LESS THAN SP-KEY
095000         INVALID KEY
095100             MOVE "Y" TO WS-ODP-SPAY-EOF-FLAG
095200     END-START
095300     PERFORM 2450-MATCH-PROTECTOR-STOP
095400         THRU 2450-MATCH-PROTECTOR-STOP-EXIT
095500         UNTIL END-OF-ODP-STOPS OR WS-ODP-REFUSED.
095600 2440-CHECK-PROTECTOR-STOPS-EXIT.
095700     EXIT.
095800
095900*----------------------------------------------------------
096000* 2450-MATCH-PROTECTOR-STOP - READ THE PROTECTOR'S NEXT
096100* STOP AND TEST IT AGAINST THE TRANSFER.
096200*----------------------------------------------------------
096300 2450-MATCH-PROTECTOR-STOP.
096400     READ STOP-PAYMENTS NEXT RECORD
096500         AT END
096600             MOVE "Y" TO WS-ODP-SPAY-EOF-FLAG
096700             GO TO 2450-MATCH-PROTECTOR-STOP-EXIT
096800     END-READ
096900     IF SP-ACCT NOT = ACCT-NUMBER
097000         MOVE "Y" TO WS-ODP-SPAY-EOF-FLAG
097100         GO TO 2450-MATCH-PROTECTOR-STOP-EXIT
097200     END-IF
097300     IF NOT SP-IS-EXPIRED AND NOT SP-IS-RELEASED
097400      AND SP-EXPIRY-DATE >= WS-BUSINESS-DATE
097500         IF SP-AMOUNT = WS-ODP-XFER-AMT
097600          OR SP-REFERENCE = "ODPROT"
097700             MOVE "Y" TO WS-ODP-REFUSE-FLAG
097800         END-IF
097900     END-IF.
098000 2450-MATCH-PROTECTOR-STOP-EXIT.
098100     EXIT.
098200
098300*----------------------------------------------------------
098400* 2460-POST-PROTECT-LEG - REWRITE ONE LEG OF THE TRANSFER
098500* WITH JOURNALING AND WRITE ITS TXNLOG/TXNDETL ENTRIES UNDER
098600* WS-ODP-LOG-TYPE AND THE PAIR'S SHARED REFERENCE.
098700*----------------------------------------------------------
098800 2460-POST-PROTECT-LEG.
098900     IF ACCT-LAST-TXN-SEQ NOT NUMERIC
099000         MOVE ZERO TO ACCT-LAST-TXN-SEQ
099100     END-IF
099200     IF ACCT-LAST-TXN-SEQ >= 9999999
099300*    THE SEQUENCE CEILING: NEVER WRAP TO ZERO AND CORRUPT
099400*    THE KEYED HISTORY - THE NUMBER STAYS PUT SO THE DETAIL
099500*    WRITE FAILS LOUDLY ON ITS DUPLICATE KEY.  RUN THE
099600*    DETAIL PURGE TO ARCHIVE AND RESEQUENCE.
099700         DISPLAY "TXN SEQ CEILING ON ACCOUNT " ACCT-NUMBER
099800             " - DETAIL PURGE REQUIRED"
099900     ELSE
100000         ADD 1 TO ACCT-LAST-TXN-SEQ
100100     END-IF
100200     REWRITE ACCOUNT-RECORD
100300     MOVE ACCOUNT-RECORD TO WS-JRNL-AFTER
100400     CALL "ACCTJRNL" USING WS-JRNL-PROGRAM WS-JRNL-ACTION
100500         WS-JRNL-BEFORE WS-JRNL-AFTER
100600
100700     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
100800     MOVE WS-BUSINESS-DATE   TO WS-BSTAMP-DATE
100900     MOVE WS-TIMESTAMP(9:6)  TO WS-BSTAMP-TIME
101000     MOVE WS-BUSINESS-STAMP  TO TL-TIMESTAMP
101100     MOVE ACCT-NUMBER        TO TL-ACCT
101200     MOVE WS-ODP-LOG-TYPE    TO TL-TXN-TYPE
101300     MOVE WS-ODP-XFER-AMT    TO TL-AMOUNT
101400     MOVE ACCT-BALANCE       TO TL-BALANCE
101500     MOVE SPACES             TO TL-OPERATOR
101600     WRITE TRANSACTION-LOG-LINE FROM WS-LOG-ENTRY
101700
101800     MOVE ACCT-NUMBER        TO TD-ACCT
101900     MOVE ACCT-LAST-TXN-SEQ  TO TD-SEQ
102000     MOVE TL-TIMESTAMP       TO TD-TIMESTAMP
102100     MOVE WS-ODP-LOG-TYPE    TO TD-TXN-TYPE
102200     MOVE WS-ODP-XFER-AMT    TO TD-AMOUNT
102300     MOVE ACCT-BALANCE       TO TD-BALANCE
102400     MOVE SPACES             TO TD-OPERATOR
102500     MOVE WS-ODP-REFERENCE   TO TD-REFERENCE
102600     MOVE SPACES             TO TD-APPROVED-BY
102700     MOVE ACCT-BRANCH        TO TD-BRANCH
102800     WRITE TXN-DETAIL-RECORD
102900         INVALID KEY
103000             DISPLAY "TXNDETL WRITE FAILED, STATUS "
103100                 WS-TXND-STATUS " KEY " TD-KEY
103200     END-WRITE.
103300 2460-POST-PROTECT-LEG-EXIT.
103400     EXIT.
103500
