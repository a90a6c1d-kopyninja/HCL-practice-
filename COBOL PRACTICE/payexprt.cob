001900*                 PAYEE HAS VANISHED FROM THE REGISTER STILL
002000*                 EXPORTS, WITH BLANK REFERENCES AND A LOGGED
002100*                 EXCEPTION FOR THE MORNING REPORT.
002110* 2026-10-15 KMR  SANCTIONS HOLD.  A PAYMENT TO A PAYEE WITH
002120*                 AN UNCLEARED OR CONFIRMED MATCH ON SCRNMTCH
002130*                 IS NOT EXPORTED BUT WRITTEN TO THE NEW
002140*                 PAYHOLD FILE (SHARED PHLDREC COPYBOOK) AND
002150*                 LOGGED.  EACH RUN FIRST RE-SCREENS THE HELD
002160*                 PAYMENTS AND EXPORTS ANY WHOSE PAYEE HAS
002170*                 SINCE BEEN CLEARED, MARKING THEM RELEASED.
002200*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS PY-PAYEE-ID
003400         FILE STATUS IS WS-PAYEE-STATUS.
003405
003410     SELECT SCREEN-MATCHES ASSIGN TO "SCRNMTCH"
003415         ORGANIZATION IS INDEXED
003420         ACCESS MODE IS DYNAMIC
003425         RECORD KEY IS SM-KEY
003430         FILE STATUS IS WS-SCRN-STATUS.
003435
003440     SELECT PAYMENT-HOLDS ASSIGN TO "PAYHOLD"
003445         ORGANIZATION IS INDEXED
003450         ACCESS MODE IS DYNAMIC
003455         RECORD KEY IS PH-KEY
003460         FILE STATUS IS WS-PHLD-STATUS.
003500
003600     SELECT PAYMENT-EXPORT ASSIGN TO "PAYEXPRT"
003700         ORGANIZATION IS LINE SEQUENTIAL.
006000 FD  PAYEE-REGISTER.
006100 01  PAYEE-REGISTER-RECORD.
006200     COPY PAYEEREC.
006210
006220 FD  SCREEN-MATCHES.
006230 01  SCREEN-MATCH-RECORD.
006240     COPY SCRNREC.
006250
006260 FD  PAYMENT-HOLDS.
006270 01  PAYMENT-HOLD-RECORD.
006280     COPY PHLDREC.
006300
006400 FD  PAYMENT-EXPORT.
006500 01  PAYMENT-EXPORT-RECORD.
009400     88  PAYEE-FILE-OK               VALUE "00".
009500 01  WS-PAYEE-OPEN-FLAG      PIC X(01) VALUE "N".
009600     88  PAYEE-FILE-OPEN             VALUE "Y".
009605 01  WS-SCRN-STATUS          PIC X(02).
009610     88  SCRN-FILE-OK                VALUE "00".
009615 01  WS-SCRN-OPEN-FLAG       PIC X(01) VALUE "N".
009620     88  SCRN-FILE-OPEN              VALUE "Y".
009625 01  WS-PHLD-STATUS          PIC X(02).
009630     88  PHLD-FILE-OK                VALUE "00".
009635     88  PHLD-FILE-NOT-FOUND         VALUE "35".
009640 01  WS-PHLD-EOF-FLAG        PIC X(01) VALUE "N".
009645     88  END-OF-HOLDS                VALUE "Y".
009650 01  WS-SCRN-DONE-FLAG       PIC X(01) VALUE "N".
009655     88  WS-SCRN-DONE                VALUE "Y".
009660 01  WS-BLOCKED-FLAG         PIC X(01) VALUE "N".
009665     88  WS-PAYEE-BLOCKED            VALUE "Y".
009700
009800*----------------------------------------------------------
009900* COUNTERS, CONTROL TOTALS AND WORK FIELDS
010500 01  WS-TXN-AMOUNT           PIC 9(8)V99 VALUE ZERO.
010600 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
010700 01  WS-LOG-DATE             PIC 9(08) VALUE ZERO.
010710 01  WS-CHECK-PAYEE          PIC X(06).
010720 01  WS-HOLD-SEQ             PIC 9(05) VALUE ZERO.
010730 01  WS-HELD-COUNT           PIC 9(05) COMP VALUE ZERO.
010740 01  WS-RELEASED-COUNT       PIC 9(05) COMP VALUE ZERO.
010750 01  WS-HELD-COUNT-DISP      PIC ZZZZ9.
010800
010900*----------------------------------------------------------
011000* EXCEPTION-LOG CALL AREA (SHARED EXCPLOG SUBPROGRAM).
014000     STOP RUN.
014100
014200*----------------------------------------------------------
014300* 1000-INITIALIZE - OPEN FILES, WRITE THE HEADER, RELEASE
014400* ANY HELD PAYMENTS NOW CLEARED AND PRIME THE SWEEP.  NO
014500* TXNLOG YET STILL PRODUCES A VALID CONTROLLED FILE.
014600*----------------------------------------------------------
014700 1000-INITIALIZE.
014800     CALL "GETBDATE" USING WS-BUSINESS-DATE
015000     MOVE SPACES           TO PAYMENT-EXPORT-RECORD
015100     MOVE WS-BUSINESS-DATE TO WH-DATE
015200     WRITE PAYMENT-EXPORT-RECORD FROM WS-HEADER-RECORD
016100*    NO PAYEE REGISTER JUST MEANS EVERY EXPORT GOES OUT
016200*    WITH BLANK REFERENCES AND A LOGGED EXCEPTION.
016300     OPEN INPUT PAYEE-REGISTER
016400     IF PAYEE-FILE-OK
016500         MOVE "Y" TO WS-PAYEE-OPEN-FLAG
016600     END-IF
016602*    NO SCREENING FILE YET MEANS NO PAYEE HAS EVER MATCHED.
016604     OPEN INPUT SCREEN-MATCHES
016606     IF SCRN-FILE-OK
016608         MOVE "Y" TO WS-SCRN-OPEN-FLAG
016610     END-IF
016612     OPEN I-O PAYMENT-HOLDS
016614     IF PHLD-FILE-NOT-FOUND
016616         OPEN OUTPUT PAYMENT-HOLDS
016618         CLOSE PAYMENT-HOLDS
016620         OPEN I-O PAYMENT-HOLDS
016622     END-IF
016624     PERFORM 1500-REVIEW-HELD-PAYMENTS
016626         THRU 1500-REVIEW-HELD-PAYMENTS-EXIT
016628     OPEN INPUT TRANSACTION-LOG
016630     IF NOT TXN-FILE-OK
016632         DISPLAY "PAYMENT-EXPORT-BATCH: NO TXNLOG, STATUS "
016634             WS-TXN-STATUS
016636         MOVE "Y" TO WS-EOF-FLAG
016638         MOVE "N" TO WS-INIT-FLAG
016640         GO TO 1000-INITIALIZE-EXIT
016642     END-IF
016700     PERFORM 8000-READ-LOG-LINE
016800         THRU 8000-READ-LOG-LINE-EXIT.
016900 1000-INITIALIZE-EXIT.
017000     EXIT.
017001
017002*----------------------------------------------------------
017003* 1500-REVIEW-HELD-PAYMENTS - WALK THE PAYHOLD FILE.  EVERY
017004* PAYMENT STILL HELD IS RE-SCREENED; ONE WHOSE PAYEE NO
017005* LONGER HAS A BLOCKING MATCH GOES OUT ON TONIGHT'S FILE.
017006* TODAY'S HIGHEST SEQUENCE IS NOTED FOR NEW HOLDS.
017007*----------------------------------------------------------
017008 1500-REVIEW-HELD-PAYMENTS.
017009     MOVE LOW-VALUES TO PH-KEY
017010     START PAYMENT-HOLDS KEY IS NOT LESS THAN PH-KEY
017011         INVALID KEY
017012             GO TO 1500-REVIEW-HELD-PAYMENTS-EXIT
017013     END-START
017014     MOVE "N" TO WS-PHLD-EOF-FLAG
017015     PERFORM 8100-READ-HOLD
017016         THRU 8100-READ-HOLD-EXIT
017017     PERFORM 1600-REVIEW-ONE-HOLD
017018         THRU 1600-REVIEW-ONE-HOLD-EXIT
017019         UNTIL END-OF-HOLDS.
017020 1500-REVIEW-HELD-PAYMENTS-EXIT.
017021     EXIT.
017022
017023*----------------------------------------------------------
017024* 1600-REVIEW-ONE-HOLD - RELEASE ONE HELD PAYMENT IF ITS
017025* PAYEE HAS BEEN CLEARED.
017026*----------------------------------------------------------
017027 1600-REVIEW-ONE-HOLD.
017028     IF PH-HELD-DATE = WS-BUSINESS-DATE
017029      AND PH-SEQ > WS-HOLD-SEQ
017030         MOVE PH-SEQ TO WS-HOLD-SEQ
017031     END-IF
017032     IF NOT PH-IS-HELD
017033         GO TO 1600-REVIEW-ONE-HOLD-READ
017034     END-IF
017035     MOVE PH-PAYEE-ID TO WS-CHECK-PAYEE
017036     PERFORM 3700-CHECK-SANCTIONS
017037         THRU 3700-CHECK-SANCTIONS-EXIT
017038     IF WS-PAYEE-BLOCKED
017039         GO TO 1600-REVIEW-ONE-HOLD-READ
017040     END-IF
017041     MOVE SPACES           TO PAYMENT-EXPORT-RECORD
017042     MOVE PH-PAYEE-ID      TO PX-PAYEE-ID
017043     MOVE PH-SOURCE-ACCT   TO PX-SOURCE-ACCT
017044     MOVE PH-AMOUNT        TO PX-AMOUNT
017045     MOVE WS-BUSINESS-DATE TO PX-DATE
017046     PERFORM 3000-DRESS-PAYEE-REFS
017047         THRU 3000-DRESS-PAYEE-REFS-EXIT
017048     WRITE PAYMENT-EXPORT-RECORD
017049     ADD 1         TO WS-EXPORT-COUNT
017050     ADD PH-AMOUNT TO WS-AMOUNT-HASH
017051     ADD 1         TO WS-RELEASED-COUNT
017052     MOVE "R"              TO PH-STATUS
017053     MOVE WS-BUSINESS-DATE TO PH-RELEASE-DATE
017054     REWRITE PAYMENT-HOLD-RECORD.
017055
017056 1600-REVIEW-ONE-HOLD-READ.
017057     PERFORM 8100-READ-HOLD
017058         THRU 8100-READ-HOLD-EXIT.
017059 1600-REVIEW-ONE-HOLD-EXIT.
017060     EXIT.
017100
017200*----------------------------------------------------------
017300* 2000-EXPORT-ONE-ENTRY - ONE OF TODAY'S "EXT PAY" LOG
019100     COMPUTE WS-TXN-AMOUNT = FUNCTION NUMVAL(TL-AMOUNT)
019200     MOVE WS-TXN-AMOUNT     TO PX-AMOUNT
019300     MOVE WS-BUSINESS-DATE  TO PX-DATE
019310     MOVE PX-PAYEE-ID       TO WS-CHECK-PAYEE
019320     PERFORM 3700-CHECK-SANCTIONS
019330         THRU 3700-CHECK-SANCTIONS-EXIT
019340     IF WS-PAYEE-BLOCKED
019350         PERFORM 3800-HOLD-PAYMENT
019360             THRU 3800-HOLD-PAYMENT-EXIT
019370         GO TO 2000-EXPORT-ONE-ENTRY-READ
019380     END-IF
019400     PERFORM 3000-DRESS-PAYEE-REFS
019500         THRU 3000-DRESS-PAYEE-REFS-EXIT
019600     WRITE PAYMENT-EXPORT-RECORD
024400         WS-EXCP-MESSAGE WS-EXCP-STATUS.
024500 3500-LOG-ORPHAN-PAYMENT-EXIT.
024600     EXIT.
024601
024602*----------------------------------------------------------
024603* 3700-CHECK-SANCTIONS - DOES THE PAYEE IN WS-CHECK-PAYEE
024604* HAVE ANY MATCH STILL UNCLEARED OR CONFIRMED?
024605*----------------------------------------------------------
024606 3700-CHECK-SANCTIONS.
024607     MOVE "N" TO WS-BLOCKED-FLAG
024608     IF NOT SCRN-FILE-OPEN
024609         GO TO 3700-CHECK-SANCTIONS-EXIT
024610     END-IF
024611     MOVE "P"            TO SM-SUBJ-TYPE
024612     MOVE WS-CHECK-PAYEE TO SM-SUBJ-ID
024613     MOVE LOW-VALUES     TO SM-ENTRY-ID
024614     START SCREEN-MATCHES KEY IS NOT LESS THAN SM-KEY
024615         INVALID KEY
024616             GO TO 3700-CHECK-SANCTIONS-EXIT
024617     END-START
024618     MOVE "N" TO WS-SCRN-DONE-FLAG
024619     PERFORM 3750-CHECK-ONE-MATCH
024620         THRU 3750-CHECK-ONE-MATCH-EXIT
024621         UNTIL WS-SCRN-DONE.
024622 3700-CHECK-SANCTIONS-EXIT.
024623     EXIT.
024624
024625*----------------------------------------------------------
024626* 3750-CHECK-ONE-MATCH - NEXT MATCH FOR THE PAYEE; STOP AT
024627* THE FIRST THAT BLOCKS OR WHEN THE PAYEE'S MATCHES RUN OUT.
024628*----------------------------------------------------------
024629 3750-CHECK-ONE-MATCH.
024630     READ SCREEN-MATCHES NEXT RECORD
024631         AT END
024632             MOVE "Y" TO WS-SCRN-DONE-FLAG
024633             GO TO 3750-CHECK-ONE-MATCH-EXIT
024634     END-READ
024635     IF NOT SM-SUBJ-PAYEE OR SM-SUBJ-ID NOT = WS-CHECK-PAYEE
024636         MOVE "Y" TO WS-SCRN-DONE-FLAG
024637         GO TO 3750-CHECK-ONE-MATCH-EXIT
024638     END-IF
024639     IF SM-BLOCKS-PAYMENT
024640         MOVE "Y" TO WS-BLOCKED-FLAG
024641         MOVE "Y" TO WS-SCRN-DONE-FLAG
024642     END-IF.
024643 3750-CHECK-ONE-MATCH-EXIT.
024644     EXIT.
024645
024646*----------------------------------------------------------
024647* 3800-HOLD-PAYMENT - KEEP THE PAYMENT OFF THE EXPORT ON
024648* PAYHOLD AND PUT IT ON THE MORNING EXCEPTION REPORT.
024649*----------------------------------------------------------
024650 3800-HOLD-PAYMENT.
024651     ADD 1 TO WS-HOLD-SEQ
024652     MOVE SPACES           TO PAYMENT-HOLD-RECORD
024653     MOVE WS-BUSINESS-DATE TO PH-HELD-DATE
024654     MOVE WS-HOLD-SEQ      TO PH-SEQ
024655     MOVE PX-PAYEE-ID      TO PH-PAYEE-ID
024656     MOVE PX-SOURCE-ACCT   TO PH-SOURCE-ACCT
024657     MOVE PX-AMOUNT        TO PH-AMOUNT
024658     MOVE "H"              TO PH-STATUS
024659     MOVE ZERO             TO PH-RELEASE-DATE
024660     WRITE PAYMENT-HOLD-RECORD
024661     ADD 1 TO WS-HELD-COUNT
024662     MOVE SPACES TO WS-EXCP-MESSAGE
024663     STRING "PAYMENT HELD, SANCTIONS PAYEE " DELIMITED BY SIZE
024664         PX-PAYEE-ID DELIMITED BY SIZE
024665         INTO WS-EXCP-MESSAGE
024666     END-STRING
024667     MOVE WS-PHLD-STATUS TO WS-EXCP-STATUS
024668     CALL "EXCPLOG" USING WS-EXCP-PROGRAM WS-EXCP-SEVERITY
024669         WS-EXCP-MESSAGE WS-EXCP-STATUS.
024670 3800-HOLD-PAYMENT-EXIT.
024671     EXIT.
024700
024800*----------------------------------------------------------
024900* 8000-READ-LOG-LINE - READ THE NEXT TXNLOG LINE.
025500     END-READ.
025600 8000-READ-LOG-LINE-EXIT.
025700     EXIT.
025705
025710*----------------------------------------------------------
025715* 8100-READ-HOLD - READ THE NEXT PAYHOLD RECORD.
025720*----------------------------------------------------------
025725 8100-READ-HOLD.
025730     READ PAYMENT-HOLDS NEXT RECORD
025735         AT END
025740             MOVE "Y" TO WS-PHLD-EOF-FLAG
025745     END-READ.
025750 8100-READ-HOLD-EXIT.
025755     EXIT.
025800
025900*----------------------------------------------------------
026000* 9000-TERMINATE - WRITE THE TRAILER, CLOSE FILES AND WRITE
027100     IF PAYEE-FILE-OPEN
027200         CLOSE PAYEE-REGISTER
027300     END-IF
027310     IF SCRN-FILE-OPEN
027320         CLOSE SCREEN-MATCHES
027330     END-IF
027340     CLOSE PAYMENT-HOLDS
027400     PERFORM 9500-WRITE-DAILY-STATS
027500         THRU 9500-WRITE-DAILY-STATS-EXIT
027600     DISPLAY "PAYMENT-EXPORT-BATCH: " WS-EXPORT-COUNT
027700         " PAYMENTS EXPORTED, " WS-ORPHAN-COUNT
027800         " WITHOUT A REGISTERED PAYEE, " WS-HELD-COUNT
027810         " HELD, " WS-RELEASED-COUNT " RELEASED".
027900 9000-TERMINATE-EXIT.
028000     EXIT.
028100
028900     MOVE "PAYMENT-EXPORT-BATCH" TO DS-PROGRAM-NAME
029000     MOVE WS-EXPORT-COUNT TO DS-RECORD-COUNT
029100     MOVE WS-EXPORT-COUNT TO WS-EXPORT-COUNT-DISP
029110     MOVE WS-HELD-COUNT   TO WS-HELD-COUNT-DISP
029200     MOVE SPACES          TO DS-DETAIL
029300     STRING "PAYMENTS EXPORTED: " DELIMITED BY SIZE
029400         WS-EXPORT-COUNT-DISP DELIMITED BY SIZE
029410         "  HELD: " DELIMITED BY SIZE
029420         WS-HELD-COUNT-DISP DELIMITED BY SIZE
029500         INTO DS-DETAIL
029600     END-STRING
029700     WRITE DAILY-STAT-RECORD
