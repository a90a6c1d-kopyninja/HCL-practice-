002400*                 A TUITINV INVOICE LINE INSTEAD.  TUITRPT
002500*                 LISTS THE TERM'S UNPAID (INVOICED) CHARGES
002600*                 BY STUDENT WITH A TERM TOTAL.
002610* 2026-10-15 KMR  WAITLISTED ENROLLMENTS ARE NOT BILLED.
002615* 2026-10-15 KMR  TUITION PAYMENT PLANS.  A STUDENT SIGNED UP
002620*                 FOR A PLAN FOR THE TERM (TUITBAL, SHARED
002625*                 TBALREC COPYBOOK) HAS THE CHARGE ADDED TO
002630*                 THE PLAN INSTEAD OF POSTED, FOR
002635*                 TUITION-PLAN-COLLECT TO TAKE IN
002640*                 INSTALLMENTS.  AN INVOICED CHARGE IS ALSO
002645*                 CARRIED ON TUITBAL, DUE WS-INVOICE-DAYS
002650*                 AFTER THE BUSINESS DATE, SO AN UNPAID ONE
002655*                 PUTS THE STUDENT ON FINANCIAL HOLD.
002657* 2026-10-15 KMR  SCHOLARSHIP AND FINANCIAL AID AWARDS.  A
002659*                 STUDENT'S ENROLLMENTS FOR THE TERM ARE NOW
002661*                 BILLED TOGETHER: THE GROSS TERM CHARGE LESS
002663*                 THE ELIGIBLE AWARDS ON THE AWARD REGISTER
002665*                 (AWARDREG, AWRDREC COPYBOOK) IS WHAT POSTS
002667*                 (ONE "TUITION" DEBIT UNDER THE TERM), GOES ON
002669*                 THE PLAN OR IS INVOICED.  TUITRPT SHOWS THE
002671*                 GROSS, EACH AWARD AND THE NET, AND AWARDS
002673*                 PAID BY AN EXTERNAL SPONSOR ARE LISTED BY
002675*                 SPONSOR ON THE NEW SPONBILL FILE.
002700*----------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-PARM-STATUS.
006900
006910     SELECT TUITION-BALANCES ASSIGN TO "TUITBAL"
006920         ORGANIZATION IS INDEXED
006930         ACCESS MODE IS DYNAMIC
006940         RECORD KEY IS TB-KEY
006950         FILE STATUS IS WS-TBAL-STATUS.
006960
006962     SELECT AWARD-REGISTER ASSIGN TO "AWARDREG"
006964         ORGANIZATION IS INDEXED
006966         ACCESS MODE IS DYNAMIC
006968         RECORD KEY IS AW-KEY
006970         FILE STATUS IS WS-AWRD-STATUS.
006972
006974     SELECT SPONSOR-BILLING ASSIGN TO "SPONBILL"
006976         ORGANIZATION IS LINE SEQUENTIAL.
006978
007000     SELECT TUITION-INVOICES ASSIGN TO "TUITINV"
007100         ORGANIZATION IS LINE SEQUENTIAL.
007200
010900 01  TUITION-PARM-RECORD.
011000     05  TP-RATE-PER-CREDIT  PIC 9(5)V99.
011100
011110 FD  TUITION-BALANCES.
011120 01  TUITION-BALANCE-RECORD.
011130     COPY TBALREC.
011140
011142 FD  AWARD-REGISTER.
011144 01  AWARD-RECORD.
011146     COPY AWRDREC.
011148
011150*----------------------------------------------------------
011152* SPONSOR BILLING: ONE "D" LINE PER AWARD APPLIED FOR AN
011154* EXTERNAL SPONSOR, IN SPONSOR AND STUDENT ORDER, AND A "T"
011156* LINE WITH EACH SPONSOR'S TOTAL OWED.
011158*----------------------------------------------------------
011160 FD  SPONSOR-BILLING.
011162 01  SPONSOR-BILLING-RECORD.
011164     05  SB-LINE-TYPE        PIC X(01).
011166         88  SB-IS-DETAIL            VALUE "D".
011168         88  SB-IS-TOTAL             VALUE "T".
011170     05  FILLER              PIC X(01) VALUE SPACE.
011172     05  SB-SPONSOR-CODE     PIC X(06).
011174     05  FILLER              PIC X(01) VALUE SPACE.
011176     05  SB-SPONSOR-NAME     PIC X(20).
011178     05  FILLER              PIC X(01) VALUE SPACE.
011180     05  SB-TERM             PIC X(05).
011182     05  FILLER              PIC X(01) VALUE SPACE.
011184     05  SB-STUDENT-ID       PIC X(06).
011186     05  FILLER              PIC X(01) VALUE SPACE.
011188     05  SB-AWARD-CODE       PIC X(04).
011190     05  FILLER              PIC X(01) VALUE SPACE.
011192     05  SB-AMOUNT           PIC 9(9)V99.
011194     05  FILLER              PIC X(21) VALUE SPACES.
011196
011200 FD  TUITION-INVOICES.
011300 01  TUITION-INVOICE-RECORD.
011400     05  TI-STUDENT-ID       PIC X(06).
015900     88  PARM-FILE-OK                VALUE "00".
016000 01  WS-SYSIN-STATUS         PIC X(02).
016100     88  SYSIN-FILE-OK               VALUE "00".
016110 01  WS-TBAL-STATUS          PIC X(02).
016120     88  TBAL-FILE-OK                VALUE "00".
016130     88  TBAL-FILE-NOT-FOUND         VALUE "35".
016140 01  WS-TBAL-FOUND-FLAG      PIC X(01) VALUE "N".
016150     88  TBAL-ON-FILE                VALUE "Y".
016155 01  WS-AWRD-STATUS          PIC X(02).
016160     88  AWRD-FILE-OK                VALUE "00".
016165 01  WS-AWRD-OPEN-FLAG       PIC X(01) VALUE "N".
016170     88  AWRD-FILE-OPEN              VALUE "Y".
016175 01  WS-AWRD-EOF-FLAG        PIC X(01) VALUE "N".
016180     88  END-OF-STUDENT-AWARDS       VALUE "Y".
016200
016300*----------------------------------------------------------
016400* BILLING PARAMETERS, COUNTERS AND WORK FIELDS
017400 01  WS-UNPAID-TOTAL         PIC 9(9)V99 VALUE ZERO.
017500 01  WS-INVOICE-REASON       PIC X(12) VALUE SPACES.
017600 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
017610 77  WS-INVOICE-DAYS         PIC 9(03) VALUE 30.
017620 01  WS-INVOICE-DUE-DATE     PIC 9(08) VALUE ZERO.
017630 01  WS-PLANNED-COUNT        PIC 9(05) COMP VALUE ZERO.
017640 01  WS-PLANNED-COUNT-DISP   PIC ZZZZ9.
017641
017642*----------------------------------------------------------
017643* ONE STUDENT'S TERM: THE COURSES PRICED SO FAR (ENRLMSTR IS
017644* IN STUDENT ORDER), THE GROSS CHARGE, THE AWARDS APPLIED TO
017645* IT AND THE NET THAT IS ACTUALLY BILLED.
017646*----------------------------------------------------------
017647 01  WS-CUR-STUDENT          PIC X(06) VALUE SPACES.
017648 01  WS-TERM-CREDITS         PIC 9(03) VALUE ZERO.
017649 01  WS-GROSS-AMOUNT         PIC 9(7)V99 VALUE ZERO.
017650 01  WS-AWARD-AMOUNT         PIC 9(7)V99 VALUE ZERO.
017651 01  WS-AWARD-TOTAL          PIC 9(7)V99 VALUE ZERO.
017652 01  WS-NET-AMOUNT           PIC 9(7)V99 VALUE ZERO.
017653 01  WS-ROUTE-TEXT           PIC X(12) VALUE SPACES.
017654 77  WS-CC-MAX               PIC 9(03) COMP VALUE 40.
017655 77  WS-CC-SUB               PIC 9(03) COMP VALUE ZERO.
017656 01  WS-COURSE-TABLE.
017657     05  WS-CC-COUNT         PIC 9(03) COMP VALUE ZERO.
017658     05  WS-CC-ENTRY         OCCURS 40 TIMES.
017659         10  WS-CC-COURSE    PIC X(06).
017660         10  WS-CC-CREDITS   PIC 9(02).
017661         10  WS-CC-AMOUNT    PIC 9(7)V99.
017662 77  WS-AP-MAX               PIC 9(03) COMP VALUE 20.
017663 77  WS-AP-SUB               PIC 9(03) COMP VALUE ZERO.
017664 01  WS-APPLIED-TABLE.
017665     05  WS-AP-COUNT         PIC 9(03) COMP VALUE ZERO.
017666     05  WS-AP-ENTRY         OCCURS 20 TIMES.
017667         10  WS-AP-AWARD     PIC X(04).
017668         10  WS-AP-SPONSOR   PIC X(06).
017669         10  WS-AP-AMOUNT    PIC 9(7)V99.
017670 01  WS-AWARD-COUNT          PIC 9(05) COMP VALUE ZERO.
017671 01  WS-INELIGIBLE-COUNT     PIC 9(05) COMP VALUE ZERO.
017672 01  WS-TERM-AWARD-TOTAL     PIC 9(9)V99 VALUE ZERO.
017673
017674*----------------------------------------------------------
017675* SPONSOR CHARGES FOR SPONBILL, SORTED BY SPONSOR AND
017676* STUDENT AT THE END OF THE RUN.
017677*----------------------------------------------------------
017678 77  WS-SP-MAX               PIC 9(04) COMP VALUE 500.
017679 77  WS-SP-SUB               PIC 9(04) COMP VALUE ZERO.
017680 77  WS-SP-PASS              PIC 9(04) COMP VALUE ZERO.
017681 01  WS-SPONSOR-TABLE.
017682     05  WS-SP-COUNT         PIC 9(04) COMP VALUE ZERO.
017683     05  WS-SP-ENTRY         OCCURS 500 TIMES.
017684         10  WS-SP-KEY.
017685             15  WS-SP-SPONSOR   PIC X(06).
017686             15  WS-SP-STUDENT   PIC X(06).
017687             15  WS-SP-AWARD     PIC X(04).
017688         10  WS-SP-NAME      PIC X(20).
017689         10  WS-SP-AMOUNT    PIC 9(7)V99.
017690 01  WS-SP-HOLD              PIC X(45).
017691 01  WS-SP-PREV-SPONSOR      PIC X(06) VALUE SPACES.
017692 01  WS-SP-PREV-NAME         PIC X(20) VALUE SPACES.
017693 01  WS-SPONSOR-TOTAL        PIC 9(9)V99 VALUE ZERO.
017700
017800*----------------------------------------------------------
017900* BEFORE/AFTER JOURNAL IMAGES PASSED TO THE SHARED ACCTJRNL
020400     05  TL-REFERENCE        PIC X(08).
020500
020600*----------------------------------------------------------
020700* BILLING REPORT LINES
020800*----------------------------------------------------------
020900 01  WS-RPT-HEAD-1.
021000     05  FILLER              PIC X(41)
021100         VALUE "TUITION AWARDS AND UNPAID CHARGES, TERM ".
021200     05  RH-TERM             PIC X(05).
021300     05  FILLER              PIC X(34) VALUE SPACES.
021400 01  WS-RPT-HEAD-2.
021500     05  FILLER              PIC X(42)
021600         VALUE "STUDENT  COURSE  CREDITS      AMOUNT  WHY".
021900     05  RD-STUDENT          PIC X(06).
022000     05  FILLER              PIC X(03) VALUE SPACES.
022100     05  RD-COURSE           PIC X(06).
022200     05  FILLER              PIC X(05) VALUE SPACES.
022300     05  RD-CREDITS          PIC ZZ9.
022400     05  FILLER              PIC X(02) VALUE SPACES.
022500     05  RD-AMOUNT           PIC ZZZZZZ9.99.
022600     05  FILLER              PIC X(02) VALUE SPACES.
023100         VALUE "TERM TOTAL OUTSTANDING ".
023200     05  RT-AMOUNT           PIC ZZZZZZZZ9.99.
023300     05  FILLER              PIC X(45) VALUE SPACES.
023310 01  WS-RPT-AWARD-TOTAL.
023320     05  FILLER              PIC X(23)
023330         VALUE "TERM AWARDS APPLIED    ".
023340     05  RA-AMOUNT           PIC ZZZZZZZZ9.99.
023350     05  FILLER              PIC X(45) VALUE SPACES.
023400
023500 PROCEDURE DIVISION.
023600*----------------------------------------------------------
030700         CLOSE TRANSACTION-DETAIL
030800         OPEN I-O TRANSACTION-DETAIL
030900     END-IF
030905     OPEN I-O TUITION-BALANCES
030910     IF TBAL-FILE-NOT-FOUND
030915         OPEN OUTPUT TUITION-BALANCES
030920         CLOSE TUITION-BALANCES
030925         OPEN I-O TUITION-BALANCES
030930     END-IF
030935*    AN INVOICE FALLS DUE WS-INVOICE-DAYS AFTER BILLING.
030940     COMPUTE WS-INVOICE-DUE-DATE = FUNCTION DATE-OF-INTEGER(
030945         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
030950         + WS-INVOICE-DAYS)
030955*    NO AWARD REGISTER JUST MEANS NO ONE HAS AN AWARD.
030960     OPEN I-O AWARD-REGISTER
030965     IF AWRD-FILE-OK
030970         MOVE "Y" TO WS-AWRD-OPEN-FLAG
030975     END-IF
030980     OPEN OUTPUT SPONSOR-BILLING
031000     OPEN OUTPUT TUITION-INVOICES
031100     OPEN OUTPUT TUITION-REPORT
031200     MOVE WS-BILL-TERM TO RH-TERM
031700 1000-INITIALIZE-EXIT.
031800     EXIT.
031900
031920*----------------------------------------------------------
031940* 2000-BILL-ONE-ENROLLMENT - PRICE ONE OF THE TERM'S
031960* ENROLLMENTS AND ADD IT TO THE STUDENT'S TERM CHARGE.
031980* ENRLMSTR IS IN STUDENT ORDER, SO A NEW STUDENT ID MEANS
032000* THE LAST STUDENT'S CHARGE IS COMPLETE AND IS BILLED FIRST.
032020*----------------------------------------------------------
032040 2000-BILL-ONE-ENROLLMENT.
032060     IF EN-IS-DROPPED OR EN-IS-WAITLISTED
032080      OR EN-TERM NOT = WS-BILL-TERM
032100         GO TO 2000-BILL-ONE-ENROLLMENT-READ
032120     END-IF
032140     IF WS-CC-COUNT > ZERO
032160      AND (EN-STUDENT-ID NOT = WS-CUR-STUDENT
032180           OR WS-CC-COUNT NOT < WS-CC-MAX)
032200         PERFORM 5000-BILL-STUDENT-TERM
032220             THRU 5000-BILL-STUDENT-TERM-EXIT
032240     END-IF
032260     PERFORM 2200-PRICE-THE-COURSE
032280         THRU 2200-PRICE-THE-COURSE-EXIT
032300     MOVE EN-STUDENT-ID     TO WS-CUR-STUDENT
032320     ADD 1 TO WS-CC-COUNT
032340     MOVE EN-COURSE-CODE    TO WS-CC-COURSE(WS-CC-COUNT)
032360     MOVE WS-COURSE-CREDITS TO WS-CC-CREDITS(WS-CC-COUNT)
032380     MOVE WS-BILL-AMOUNT    TO WS-CC-AMOUNT(WS-CC-COUNT)
032400     ADD WS-COURSE-CREDITS  TO WS-TERM-CREDITS
032420     ADD WS-BILL-AMOUNT     TO WS-GROSS-AMOUNT.
032440
032460 2000-BILL-ONE-ENROLLMENT-READ.
032480     PERFORM 8000-READ-ENROLLMENT
032500         THRU 8000-READ-ENROLLMENT-EXIT.
032520 2000-BILL-ONE-ENROLLMENT-EXIT.
032540     EXIT.
032560
032580*----------------------------------------------------------
032600* 2200-PRICE-THE-COURSE - CREDITS TIMES THE PER-CREDIT
032620* RATE; UNKNOWN COURSES BILL AS ONE CREDIT.
032640*----------------------------------------------------------
032660 2200-PRICE-THE-COURSE.
032680     MOVE 1 TO WS-COURSE-CREDITS
032700     IF CRSE-FILE-OPEN
032720         MOVE EN-COURSE-CODE TO CR-COURSE-CODE
032740         READ COURSE-CATALOG
032760             INVALID KEY
032780                 CONTINUE
032800             NOT INVALID KEY
032820                 IF CR-CREDIT-HOURS NUMERIC
032840                  AND CR-CREDIT-HOURS > ZERO
032860                     MOVE CR-CREDIT-HOURS
032880                         TO WS-COURSE-CREDITS
032900                 END-IF
032920         END-READ
032940     END-IF
032960     COMPUTE WS-BILL-AMOUNT
032980         = WS-COURSE-CREDITS * WS-RATE-PER-CREDIT.
033000 2200-PRICE-THE-COURSE-EXIT.
033020     EXIT.
033040
033060*----------------------------------------------------------
033080* 3000-POST-THE-BILL - DEBIT THE LINKED ACCOUNT AND LOG THE
033100* "TUITION" ENTRY FOR THE NET TERM CHARGE UNDER THE TERM.
033120* THE BILL POSTS EVEN INTO OVERDRAFT.
033140*----------------------------------------------------------
033160 3000-POST-THE-BILL.
033180     MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
033200     SUBTRACT WS-NET-AMOUNT FROM ACCT-BALANCE
033220     IF ACCT-LAST-TXN-SEQ NOT NUMERIC
033240         MOVE ZERO TO ACCT-LAST-TXN-SEQ
033260     END-IF
033280     IF ACCT-LAST-TXN-SEQ >= 9999999
033300*    THE SEQUENCE CEILING: NEVER WRAP TO ZERO AND CORRUPT
033320*    THE KEYED HISTORY - THE NUMBER STAYS PUT SO THE DETAIL
033340*    WRITE FAILS LOUDLY ON ITS DUPLICATE KEY.  RUN THE
033360*    DETAIL PURGE TO ARCHIVE AND RESEQUENCE.
033380         DISPLAY "TXN SEQ CEILING ON ACCOUNT " ACCT-NUMBER
033400             " - DETAIL PURGE REQUIRED"
033420     ELSE
033440         ADD 1 TO ACCT-LAST-TXN-SEQ
033460     END-IF
033480     REWRITE ACCOUNT-RECORD
033500     MOVE ACCOUNT-RECORD TO WS-JRNL-AFTER
033520     CALL "ACCTJRNL" USING WS-JRNL-PROGRAM WS-JRNL-ACTION
033540         WS-JRNL-BEFORE WS-JRNL-AFTER
033560
033580     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
033600     MOVE WS-BUSINESS-DATE   TO WS-BSTAMP-DATE
033620     MOVE WS-TIMESTAMP(9:6)  TO WS-BSTAMP-TIME
033640     MOVE WS-BUSINESS-STAMP  TO TL-TIMESTAMP
033660     MOVE ACCT-NUMBER        TO TL-ACCT
033680     MOVE "TUITION"          TO TL-TXN-TYPE
033700     MOVE WS-NET-AMOUNT      TO TL-AMOUNT
033720     MOVE ACCT-BALANCE       TO TL-BALANCE
033740     MOVE SPACES             TO TL-OPERATOR
033760     MOVE WS-BILL-TERM       TO TL-REFERENCE
033780     WRITE TRANSACTION-LOG-LINE FROM WS-LOG-ENTRY
033800
033820     MOVE ACCT-NUMBER        TO TD-ACCT
033840     MOVE ACCT-LAST-TXN-SEQ  TO TD-SEQ
033860     MOVE TL-TIMESTAMP       TO TD-TIMESTAMP
033880     MOVE "TUITION"          TO TD-TXN-TYPE
033900     MOVE WS-NET-AMOUNT      TO TD-AMOUNT
033920     MOVE ACCT-BALANCE       TO TD-BALANCE
033940     MOVE SPACES             TO TD-OPERATOR
033960     MOVE WS-BILL-TERM       TO TD-REFERENCE
033980     MOVE SPACES             TO TD-APPROVED-BY
034000     MOVE ACCT-BRANCH        TO TD-BRANCH
034020     WRITE TXN-DETAIL-RECORD
034040         INVALID KEY
034060             DISPLAY "TXNDETL WRITE FAILED, STATUS "
034080                 WS-TXND-STATUS " KEY " TD-KEY
034100     END-WRITE.
034120 3000-POST-THE-BILL-EXIT.
034140     EXIT.
034160
034180*----------------------------------------------------------
034200* 3800-READ-TERM-BALANCE - THE STUDENT'S TUITBAL RECORD FOR
034220* THE TERM, IF THERE IS ONE.
034240*----------------------------------------------------------
034260 3800-READ-TERM-BALANCE.
034280     MOVE "N"           TO WS-TBAL-FOUND-FLAG
034300     MOVE WS-CUR-STUDENT TO TB-STUDENT-ID
034320     MOVE WS-BILL-TERM  TO TB-TERM
034340     READ TUITION-BALANCES
034360         INVALID KEY
034380             CONTINUE
034400         NOT INVALID KEY
034420             MOVE "Y" TO WS-TBAL-FOUND-FLAG
034440     END-READ.
034460 3800-READ-TERM-BALANCE-EXIT.
034480     EXIT.
034500
034520*----------------------------------------------------------
034540* 3900-ADD-TO-PLAN - PUT THE NET ON THE STUDENT'S PLAN,
034560* WHICH BECOMES ACTIVE WITH ITS FIRST CHARGE.
034580*----------------------------------------------------------
034600 3900-ADD-TO-PLAN.
034620     ADD WS-NET-AMOUNT TO TB-PLAN-AMOUNT
034640     MOVE "A" TO TB-PLAN-STATUS
034660     REWRITE TUITION-BALANCE-RECORD
034680         INVALID KEY
034700             DISPLAY "TUITBAL REWRITE FAILED, STATUS "
034720                 WS-TBAL-STATUS " KEY " TB-KEY
034740     END-REWRITE.
034760 3900-ADD-TO-PLAN-EXIT.
034780     EXIT.
034800
034820*----------------------------------------------------------
034840* 4000-WRITE-INVOICE - ONE INVOICE LINE FOR A COURSE CHARGE
034860* THAT COULD NOT POST, PLUS ITS UNPAID-REPORT LINE.
034880*----------------------------------------------------------
034900 4000-WRITE-INVOICE.
034920     MOVE SPACES                    TO TUITION-INVOICE-RECORD
034940     MOVE WS-CUR-STUDENT            TO TI-STUDENT-ID
034960     MOVE WS-CC-COURSE(WS-CC-SUB)   TO TI-COURSE-CODE
034980     MOVE WS-BILL-TERM              TO TI-TERM
035000     MOVE WS-CC-CREDITS(WS-CC-SUB)  TO TI-CREDITS
035020     MOVE WS-CC-AMOUNT(WS-CC-SUB)   TO TI-AMOUNT
035040     MOVE WS-INVOICE-REASON         TO TI-REASON
035060     WRITE TUITION-INVOICE-RECORD
035080
035100     MOVE SPACES                    TO WS-RPT-DETAIL
035120     MOVE WS-CUR-STUDENT            TO RD-STUDENT
035140     MOVE WS-CC-COURSE(WS-CC-SUB)   TO RD-COURSE
035160     MOVE WS-CC-CREDITS(WS-CC-SUB)  TO RD-CREDITS
035180     MOVE WS-CC-AMOUNT(WS-CC-SUB)   TO RD-AMOUNT
035200     MOVE WS-INVOICE-REASON         TO RD-REASON
035220     WRITE TUITION-REPORT-LINE FROM WS-RPT-DETAIL.
035240 4000-WRITE-INVOICE-EXIT.
035260     EXIT.
035280
035300*----------------------------------------------------------
035320* 4100-WRITE-AWARD-INVOICE - AN INVOICE LINE FOR EACH AWARD
035340* TAKEN OFF THE INVOICED CHARGES, UNDER THE AWARD CODE.
035360*----------------------------------------------------------
035380 4100-WRITE-AWARD-INVOICE.
035400     IF WS-AP-AMOUNT(WS-AP-SUB) = ZERO
035420         GO TO 4100-WRITE-AWARD-INVOICE-EXIT
035440     END-IF
035460     MOVE SPACES                    TO TUITION-INVOICE-RECORD
035480     MOVE WS-CUR-STUDENT            TO TI-STUDENT-ID
035500     MOVE WS-AP-AWARD(WS-AP-SUB)    TO TI-COURSE-CODE
035520     MOVE WS-BILL-TERM              TO TI-TERM
035540     MOVE ZERO                      TO TI-CREDITS
035560     MOVE WS-AP-AMOUNT(WS-AP-SUB)   TO TI-AMOUNT
035580     MOVE "LESS AWARD"              TO TI-REASON
035600     WRITE TUITION-INVOICE-RECORD.
035620 4100-WRITE-AWARD-INVOICE-EXIT.
035640     EXIT.
035660
035680*----------------------------------------------------------
035700* 4500-ADD-TO-INVOICE-BAL - CARRY THE INVOICED NET ON THE
035720* STUDENT'S TUITBAL RECORD FOR THE TERM (CREATED WHEN THERE
035740* IS NONE), DUE BY WS-INVOICE-DUE-DATE.
035760*----------------------------------------------------------
035780 4500-ADD-TO-INVOICE-BAL.
035800     PERFORM 3800-READ-TERM-BALANCE
035820         THRU 3800-READ-TERM-BALANCE-EXIT
035840     IF NOT TBAL-ON-FILE
035860         MOVE SPACES        TO TUITION-BALANCE-RECORD
035880         MOVE WS-CUR-STUDENT TO TB-STUDENT-ID
035900         MOVE WS-BILL-TERM  TO TB-TERM
035920         MOVE ZERO TO TB-INSTALLMENTS TB-PAID-COUNT
035940             TB-NEXT-DUE-DATE TB-PLAN-AMOUNT TB-PLAN-PAID
035960             TB-INVOICE-AMOUNT TB-INVOICE-PAID
035980             TB-INVOICE-DUE-DATE TB-PAST-DUE-SINCE
036000             TB-SIGNUP-DATE
036020     END-IF
036040     ADD WS-NET-AMOUNT       TO TB-INVOICE-AMOUNT
036060     MOVE WS-INVOICE-DUE-DATE TO TB-INVOICE-DUE-DATE
036080     IF TBAL-ON-FILE
036100         REWRITE TUITION-BALANCE-RECORD
036120             INVALID KEY
036140                 DISPLAY "TUITBAL REWRITE FAILED, STATUS "
036160                     WS-TBAL-STATUS " KEY " TB-KEY
036180         END-REWRITE
036200     ELSE
036220         WRITE TUITION-BALANCE-RECORD
036240             INVALID KEY
036260                 DISPLAY "TUITBAL WRITE FAILED, STATUS "
036280                     WS-TBAL-STATUS " KEY " TB-KEY
036300         END-WRITE
036320     END-IF.
036340 4500-ADD-TO-INVOICE-BAL-EXIT.
036360     EXIT.
036380
036400*----------------------------------------------------------
036420* 5000-BILL-STUDENT-TERM - APPLY THE STUDENT'S AWARDS TO THE
036440* GROSS TERM CHARGE AND POST, PLAN OR INVOICE THE NET.
036460*----------------------------------------------------------
036480 5000-BILL-STUDENT-TERM.
036500     MOVE SPACES TO WS-INVOICE-REASON
036520     MOVE WS-CUR-STUDENT TO CM-CUST-ID
036540     READ CUSTOMER-MASTER
036560         INVALID KEY
036580             MOVE "NO CUSTOMER" TO WS-INVOICE-REASON
036600     END-READ
036620     IF WS-INVOICE-REASON = SPACES
036640      AND (CM-IS-INACTIVE OR CM-CUST-ACCT-NUM = SPACES)
036660         MOVE "NO ACCOUNT" TO WS-INVOICE-REASON
036680     END-IF
036700     IF WS-INVOICE-REASON = SPACES
036720         MOVE CM-CUST-ACCT-NUM TO ACCT-NUMBER
036740         READ ACCOUNT-MASTER
036760             INVALID KEY
036780                 MOVE "ACCT MISSING" TO WS-INVOICE-REASON
036800         END-READ
036820     END-IF
036840     IF WS-INVOICE-REASON = SPACES
036860      AND (ACCT-IS-CLOSED OR ACCT-ON-HOLD
036880           OR ACCT-IS-DORMANT)
036900         MOVE "ACCT BLOCKED" TO WS-INVOICE-REASON
036920     END-IF
036940
036960     PERFORM 5200-APPLY-AWARDS
036980         THRU 5200-APPLY-AWARDS-EXIT
037000
037020     IF WS-INVOICE-REASON NOT = SPACES
037040         MOVE WS-INVOICE-REASON TO WS-ROUTE-TEXT
037060         IF WS-NET-AMOUNT > ZERO
037080             PERFORM 4000-WRITE-INVOICE
037100                 THRU 4000-WRITE-INVOICE-EXIT
037120                 VARYING WS-CC-SUB FROM 1 BY 1
037140                 UNTIL WS-CC-SUB > WS-CC-COUNT
037160             PERFORM 4100-WRITE-AWARD-INVOICE
037180                 THRU 4100-WRITE-AWARD-INVOICE-EXIT
037200                 VARYING WS-AP-SUB FROM 1 BY 1
037220                 UNTIL WS-AP-SUB > WS-AP-COUNT
037240             PERFORM 4500-ADD-TO-INVOICE-BAL
037260                 THRU 4500-ADD-TO-INVOICE-BAL-EXIT
037280             ADD WS-NET-AMOUNT TO WS-UNPAID-TOTAL
037300         END-IF
037320         ADD WS-CC-COUNT TO WS-INVOICED-COUNT
037340         GO TO 5000-BILL-STUDENT-TERM-SHOW
037360     END-IF
037380
037400*    A STUDENT ON A PAYMENT PLAN FOR THE TERM HAS THE CHARGE
037420*    COLLECTED IN INSTALLMENTS INSTEAD OF POSTED NOW.
037440     PERFORM 3800-READ-TERM-BALANCE
037460         THRU 3800-READ-TERM-BALANCE-EXIT
037480     IF TBAL-ON-FILE
037500      AND (TB-PLAN-SIGNED-UP OR TB-PLAN-ACTIVE)
037520         MOVE "PAYMENT PLAN" TO WS-ROUTE-TEXT
037540         IF WS-NET-AMOUNT > ZERO
037560             PERFORM 3900-ADD-TO-PLAN
037580                 THRU 3900-ADD-TO-PLAN-EXIT
037600         END-IF
037620         ADD WS-CC-COUNT TO WS-PLANNED-COUNT
037640         GO TO 5000-BILL-STUDENT-TERM-SHOW
037660     END-IF
037680
037700     MOVE "POSTED" TO WS-ROUTE-TEXT
037720     IF WS-NET-AMOUNT > ZERO
037740         PERFORM 3000-POST-THE-BILL
037760             THRU 3000-POST-THE-BILL-EXIT
037780     END-IF
037800     ADD WS-CC-COUNT TO WS-BILLED-COUNT.
037820
037840 5000-BILL-STUDENT-TERM-SHOW.
037860     IF WS-AP-COUNT > ZERO
037880         PERFORM 5600-REPORT-AWARDS
037900             THRU 5600-REPORT-AWARDS-EXIT
037920     END-IF
037940     MOVE ZERO   TO WS-CC-COUNT WS-TERM-CREDITS WS-GROSS-AMOUNT
037960     MOVE SPACES TO WS-CUR-STUDENT.
037980 5000-BILL-STUDENT-TERM-EXIT.
038000     EXIT.
038020
038040*----------------------------------------------------------
038060* 5200-APPLY-AWARDS - WALK THE STUDENT'S AWARDS FOR THE TERM
038080* ON THE AWARD REGISTER, TAKING EACH ELIGIBLE ONE OFF THE
038100* GROSS CHARGE TO LEAVE THE NET.
038120*----------------------------------------------------------
038140 5200-APPLY-AWARDS.
038160     MOVE ZERO TO WS-AP-COUNT WS-AWARD-TOTAL
038180     MOVE WS-GROSS-AMOUNT TO WS-NET-AMOUNT
038200     IF NOT AWRD-FILE-OPEN
038220         GO TO 5200-APPLY-AWARDS-EXIT
038240     END-IF
038260     MOVE "N"            TO WS-AWRD-EOF-FLAG
038280     MOVE WS-CUR-STUDENT TO AW-STUDENT-ID
038300     MOVE WS-BILL-TERM   TO AW-TERM
038320     MOVE LOW-VALUES     TO AW-AWARD-CODE
038340     START AWARD-REGISTER KEY IS NOT LESS THAN AW-KEY
038360         INVALID KEY
038380             MOVE "Y" TO WS-AWRD-EOF-FLAG
038400     END-START
038420     PERFORM 5300-APPLY-ONE-AWARD
038440         THRU 5300-APPLY-ONE-AWARD-EXIT
038460         UNTIL END-OF-STUDENT-AWARDS.
038480 5200-APPLY-AWARDS-EXIT.
038500     EXIT.
038520
038540*----------------------------------------------------------
038560* 5300-APPLY-ONE-AWARD - AN AWARDED (NOT YET APPLIED) AWARD
038580* WHOSE CREDIT-HOUR CONDITIONS THE TERM MEETS COMES OFF THE
038600* CHARGE, BY AMOUNT OR AS A PERCENTAGE OF THE GROSS, BUT
038620* NEVER TAKES IT BELOW ZERO.  ONE THAT FAILS ITS CONDITIONS
038640* IS MARKED NOT ELIGIBLE.
038660*----------------------------------------------------------
038680 5300-APPLY-ONE-AWARD.
038700     READ AWARD-REGISTER NEXT RECORD
038720         AT END
038740             MOVE "Y" TO WS-AWRD-EOF-FLAG
038760     END-READ
038780     IF END-OF-STUDENT-AWARDS
038800         GO TO 5300-APPLY-ONE-AWARD-EXIT
038820     END-IF
038840     IF AW-STUDENT-ID NOT = WS-CUR-STUDENT
038860      OR AW-TERM NOT = WS-BILL-TERM
038880         MOVE "Y" TO WS-AWRD-EOF-FLAG
038900         GO TO 5300-APPLY-ONE-AWARD-EXIT
038920     END-IF
038940     IF NOT AW-IS-AWARDED
038960         GO TO 5300-APPLY-ONE-AWARD-EXIT
038980     END-IF
039000     MOVE WS-BUSINESS-DATE TO AW-APPLIED-DATE
039020     IF (AW-MIN-CREDITS > ZERO
039040         AND WS-TERM-CREDITS < AW-MIN-CREDITS)
039060      OR (AW-MAX-CREDITS > ZERO
039080         AND WS-TERM-CREDITS > AW-MAX-CREDITS)
039100         MOVE "N"  TO AW-STATUS
039120         MOVE ZERO TO AW-APPLIED-AMOUNT
039140         PERFORM 5400-REWRITE-AWARD
039160             THRU 5400-REWRITE-AWARD-EXIT
039180         ADD 1 TO WS-INELIGIBLE-COUNT
039200         GO TO 5300-APPLY-ONE-AWARD-EXIT
039220     END-IF
039240
039260     IF AW-BASIS-PERCENT
039280         COMPUTE WS-AWARD-AMOUNT ROUNDED
039300             = WS-GROSS-AMOUNT * AW-PERCENT / 100
039320     ELSE
039340         MOVE AW-AMOUNT TO WS-AWARD-AMOUNT
039360     END-IF
039380     IF WS-AWARD-AMOUNT > WS-NET-AMOUNT
039400         MOVE WS-NET-AMOUNT TO WS-AWARD-AMOUNT
039420     END-IF
039440     SUBTRACT WS-AWARD-AMOUNT FROM WS-NET-AMOUNT
039460     ADD WS-AWARD-AMOUNT TO WS-AWARD-TOTAL WS-TERM-AWARD-TOTAL
039480     MOVE "P"             TO AW-STATUS
039500     MOVE WS-AWARD-AMOUNT TO AW-APPLIED-AMOUNT
039520     PERFORM 5400-REWRITE-AWARD
039540         THRU 5400-REWRITE-AWARD-EXIT
039560     ADD 1 TO WS-AWARD-COUNT
039580
039600     IF WS-AP-COUNT < WS-AP-MAX
039620         ADD 1 TO WS-AP-COUNT
039640         MOVE AW-AWARD-CODE   TO WS-AP-AWARD(WS-AP-COUNT)
039660         MOVE AW-SPONSOR-CODE TO WS-AP-SPONSOR(WS-AP-COUNT)
039680         MOVE WS-AWARD-AMOUNT TO WS-AP-AMOUNT(WS-AP-COUNT)
039700     END-IF
039720     IF AW-SPONSOR-CODE NOT = SPACES
039740      AND WS-AWARD-AMOUNT > ZERO
039760         PERFORM 5500-ADD-SPONSOR-CHARGE
039780             THRU 5500-ADD-SPONSOR-CHARGE-EXIT
039800     END-IF.
039820 5300-APPLY-ONE-AWARD-EXIT.
039840     EXIT.
039860
039880*----------------------------------------------------------
039900* 5400-REWRITE-AWARD - SAVE THE AWARD'S NEW STATUS SO A RERUN
039920* DOES NOT APPLY IT TWICE.
039940*----------------------------------------------------------
039960 5400-REWRITE-AWARD.
039980     REWRITE AWARD-RECORD
040000         INVALID KEY
040020             DISPLAY "AWARDREG REWRITE FAILED, STATUS "
040040                 WS-AWRD-STATUS " KEY " AW-KEY
040060     END-REWRITE.
040080 5400-REWRITE-AWARD-EXIT.
040100     EXIT.
040120
040140*----------------------------------------------------------
040160* 5500-ADD-SPONSOR-CHARGE - HOLD AN EXTERNAL SPONSOR'S SHARE
040180* FOR SPONBILL.
040200*----------------------------------------------------------
040220 5500-ADD-SPONSOR-CHARGE.
040240     IF WS-SP-COUNT NOT < WS-SP-MAX
040260         DISPLAY "SPONSOR TABLE FULL - AWARD " AW-KEY
040280             " NOT ON SPONBILL"
040300         GO TO 5500-ADD-SPONSOR-CHARGE-EXIT
040320     END-IF
040340     ADD 1 TO WS-SP-COUNT
040360     MOVE AW-SPONSOR-CODE TO WS-SP-SPONSOR(WS-SP-COUNT)
040380     MOVE AW-STUDENT-ID   TO WS-SP-STUDENT(WS-SP-COUNT)
040400     MOVE AW-AWARD-CODE   TO WS-SP-AWARD(WS-SP-COUNT)
040420     MOVE AW-SPONSOR-NAME TO WS-SP-NAME(WS-SP-COUNT)
040440     MOVE WS-AWARD-AMOUNT TO WS-SP-AMOUNT(WS-SP-COUNT).
040460 5500-ADD-SPONSOR-CHARGE-EXIT.
040480     EXIT.
040500
040520*----------------------------------------------------------
040540* 5600-REPORT-AWARDS - THE STUDENT'S GROSS TERM CHARGE, EACH
040560* AWARD APPLIED AND THE NET, WITH WHERE THE NET WENT.
040580*----------------------------------------------------------
040600 5600-REPORT-AWARDS.
040620     MOVE SPACES          TO WS-RPT-DETAIL
040640     MOVE WS-CUR-STUDENT  TO RD-STUDENT
040660     MOVE "GROSS"         TO RD-COURSE
040680     MOVE WS-TERM-CREDITS TO RD-CREDITS
040700     MOVE WS-GROSS-AMOUNT TO RD-AMOUNT
040720     WRITE TUITION-REPORT-LINE FROM WS-RPT-DETAIL
040740     PERFORM 5650-REPORT-ONE-AWARD
040760         THRU 5650-REPORT-ONE-AWARD-EXIT
040780         VARYING WS-AP-SUB FROM 1 BY 1
040800         UNTIL WS-AP-SUB > WS-AP-COUNT
040820     MOVE SPACES          TO WS-RPT-DETAIL
040840     MOVE WS-CUR-STUDENT  TO RD-STUDENT
040860     MOVE "NET"           TO RD-COURSE
040880     MOVE WS-NET-AMOUNT   TO RD-AMOUNT
040900     MOVE WS-ROUTE-TEXT   TO RD-REASON
040920     WRITE TUITION-REPORT-LINE FROM WS-RPT-DETAIL.
040940 5600-REPORT-AWARDS-EXIT.
040960     EXIT.
040980
041000*----------------------------------------------------------
041020* 5650-REPORT-ONE-AWARD - ONE AWARD LINE, WITH THE SPONSOR
041040* WHEN THERE IS ONE.
041060*----------------------------------------------------------
041080 5650-REPORT-ONE-AWARD.
041100     MOVE SPACES                   TO WS-RPT-DETAIL
041120     MOVE WS-CUR-STUDENT           TO RD-STUDENT
041140     MOVE WS-AP-AWARD(WS-AP-SUB)   TO RD-COURSE
041160     MOVE WS-AP-AMOUNT(WS-AP-SUB)  TO RD-AMOUNT
041180     STRING "AWARD " DELIMITED BY SIZE
041200         WS-AP-SPONSOR(WS-AP-SUB) DELIMITED BY SIZE
041220         INTO RD-REASON
041240     END-STRING
041260     WRITE TUITION-REPORT-LINE FROM WS-RPT-DETAIL.
041280 5650-REPORT-ONE-AWARD-EXIT.
041300     EXIT.
041320
041340*----------------------------------------------------------
041360* 7000-WRITE-SPONSOR-BILLING - SORT THE SPONSOR CHARGES BY
041380* SPONSOR AND STUDENT (A SIMPLE EXCHANGE SORT; ONE TERM'S
041400* SPONSORED AWARDS ARE FEW) AND WRITE EACH WITH A TOTAL LINE
041420* AT EVERY CHANGE OF SPONSOR.
041440*----------------------------------------------------------
041460 7000-WRITE-SPONSOR-BILLING.
041480     IF WS-SP-COUNT = ZERO
041500         GO TO 7000-WRITE-SPONSOR-BILLING-EXIT
041520     END-IF
041540     IF WS-SP-COUNT > 1
041560         PERFORM 7100-COMPARE-ADJACENT
041580             THRU 7100-COMPARE-ADJACENT-EXIT
041600             VARYING WS-SP-PASS FROM 1 BY 1
041620             UNTIL WS-SP-PASS NOT < WS-SP-COUNT
041640             AFTER WS-SP-SUB FROM 1 BY 1
041660             UNTIL WS-SP-SUB NOT < WS-SP-COUNT
041680     END-IF
041700     MOVE WS-SP-SPONSOR(1) TO WS-SP-PREV-SPONSOR
041720     MOVE WS-SP-NAME(1)    TO WS-SP-PREV-NAME
041740     MOVE ZERO             TO WS-SPONSOR-TOTAL
041760     PERFORM 7200-WRITE-ONE-CHARGE
041780         THRU 7200-WRITE-ONE-CHARGE-EXIT
041800         VARYING WS-SP-SUB FROM 1 BY 1
041820         UNTIL WS-SP-SUB > WS-SP-COUNT
041840     PERFORM 7300-WRITE-SPONSOR-TOTAL
041860         THRU 7300-WRITE-SPONSOR-TOTAL-EXIT.
041880 7000-WRITE-SPONSOR-BILLING-EXIT.
041900     EXIT.
041920
041940*----------------------------------------------------------
041960* 7100-COMPARE-ADJACENT - SWAP TWO NEIGHBOURING CHARGES THAT
041980* ARE OUT OF ORDER.
042000*----------------------------------------------------------
042020 7100-COMPARE-ADJACENT.
042040     IF WS-SP-KEY(WS-SP-SUB) > WS-SP-KEY(WS-SP-SUB + 1)
042060         MOVE WS-SP-ENTRY(WS-SP-SUB)     TO WS-SP-HOLD
042080         MOVE WS-SP-ENTRY(WS-SP-SUB + 1) TO WS-SP-ENTRY(WS-SP-SUB)
042100         MOVE WS-SP-HOLD TO WS-SP-ENTRY(WS-SP-SUB + 1)
042120     END-IF.
042140 7100-COMPARE-ADJACENT-EXIT.
042160     EXIT.
042180
042200*----------------------------------------------------------
042220* 7200-WRITE-ONE-CHARGE - ONE SPONSOR DETAIL LINE, TOTALLING
042240* THE PREVIOUS SPONSOR FIRST WHEN THE SPONSOR CHANGES.
042260*----------------------------------------------------------
042280 7200-WRITE-ONE-CHARGE.
042300     IF WS-SP-SPONSOR(WS-SP-SUB) NOT = WS-SP-PREV-SPONSOR
042320         PERFORM 7300-WRITE-SPONSOR-TOTAL
042340             THRU 7300-WRITE-SPONSOR-TOTAL-EXIT
042360         MOVE WS-SP-SPONSOR(WS-SP-SUB) TO WS-SP-PREV-SPONSOR
042380         MOVE WS-SP-NAME(WS-SP-SUB)    TO WS-SP-PREV-NAME
042400         MOVE ZERO                     TO WS-SPONSOR-TOTAL
042420     END-IF
042440     MOVE SPACES                    TO SPONSOR-BILLING-RECORD
042460     MOVE "D"                       TO SB-LINE-TYPE
042480     MOVE WS-SP-SPONSOR(WS-SP-SUB)  TO SB-SPONSOR-CODE
042500     MOVE WS-SP-NAME(WS-SP-SUB)     TO SB-SPONSOR-NAME
042520     MOVE WS-BILL-TERM              TO SB-TERM
042540     MOVE WS-SP-STUDENT(WS-SP-SUB)  TO SB-STUDENT-ID
042560     MOVE WS-SP-AWARD(WS-SP-SUB)    TO SB-AWARD-CODE
042580     MOVE WS-SP-AMOUNT(WS-SP-SUB)   TO SB-AMOUNT
042600     WRITE SPONSOR-BILLING-RECORD
042620     ADD WS-SP-AMOUNT(WS-SP-SUB) TO WS-SPONSOR-TOTAL.
042640 7200-WRITE-ONE-CHARGE-EXIT.
042660     EXIT.
042680
042700*----------------------------------------------------------
042720* 7300-WRITE-SPONSOR-TOTAL - THE TOTAL OWED BY ONE SPONSOR
042740* FOR THE TERM.
042760*----------------------------------------------------------
042780 7300-WRITE-SPONSOR-TOTAL.
042800     MOVE SPACES             TO SPONSOR-BILLING-RECORD
042820     MOVE "T"                TO SB-LINE-TYPE
042840     MOVE WS-SP-PREV-SPONSOR TO SB-SPONSOR-CODE
042860     MOVE WS-SP-PREV-NAME    TO SB-SPONSOR-NAME
042880     MOVE WS-BILL-TERM       TO SB-TERM
042900     MOVE WS-SPONSOR-TOTAL   TO SB-AMOUNT
042920     WRITE SPONSOR-BILLING-RECORD.
042940 7300-WRITE-SPONSOR-TOTAL-EXIT.
042960     EXIT.
042980
043000*----------------------------------------------------------
043020* 8000-READ-ENROLLMENT - READ THE NEXT ENROLLMENT.
043040*----------------------------------------------------------
043060 8000-READ-ENROLLMENT.
043080     READ ENROLLMENT-MASTER NEXT RECORD
043100         AT END
043120             MOVE "Y" TO WS-EOF-FLAG
043140     END-READ.
043160 8000-READ-ENROLLMENT-EXIT.
043180     EXIT.
043200
043220*----------------------------------------------------------
043240* 9000-TERMINATE - BILL THE LAST STUDENT, FOOT THE REPORT,
043260* WRITE THE SPONSOR BILLING FILE, CLOSE FILES AND WRITE THE
043280* DAILY-STATS SUMMARY RECORD.
043300*----------------------------------------------------------
049100 9000-TERMINATE.
049200     IF INIT-SUCCESSFUL
049210         IF WS-CC-COUNT > ZERO
049220             PERFORM 5000-BILL-STUDENT-TERM
049230                 THRU 5000-BILL-STUDENT-TERM-EXIT
049240         END-IF
049300         MOVE WS-UNPAID-TOTAL TO RT-AMOUNT
049400         WRITE TUITION-REPORT-LINE FROM WS-RPT-TOTAL
049410         MOVE WS-TERM-AWARD-TOTAL TO RA-AMOUNT
049420         WRITE TUITION-REPORT-LINE FROM WS-RPT-AWARD-TOTAL
049430         PERFORM 7000-WRITE-SPONSOR-BILLING
049440             THRU 7000-WRITE-SPONSOR-BILLING-EXIT
049500         CLOSE ENROLLMENT-MASTER
049600         IF CRSE-FILE-OPEN
049700             CLOSE COURSE-CATALOG
050100         CLOSE TRANSACTION-LOG
050200         CLOSE TRANSACTION-DETAIL
050300         CLOSE TUITION-INVOICES
050310         CLOSE TUITION-BALANCES
050320         IF AWRD-FILE-OPEN
050330             CLOSE AWARD-REGISTER
050340         END-IF
050350         CLOSE SPONSOR-BILLING
050400         CLOSE TUITION-REPORT
050500     END-IF
050600     PERFORM 9500-WRITE-DAILY-STATS
050700         THRU 9500-WRITE-DAILY-STATS-EXIT
050800     DISPLAY "TUITION-BILLING-BATCH: " WS-BILLED-COUNT
050810         " POSTED, " WS-INVOICED-COUNT " INVOICED, "
050820         WS-PLANNED-COUNT " ON PAYMENT PLANS"
050830     DISPLAY "TUITION-BILLING-BATCH: " WS-AWARD-COUNT
050840         " AWARDS APPLIED, " WS-INELIGIBLE-COUNT
050850         " NOT ELIGIBLE".
051000 9000-TERMINATE-EXIT.
051100     EXIT.
051200
052100     MOVE WS-BILLED-COUNT TO DS-RECORD-COUNT
052200     MOVE WS-BILLED-COUNT TO WS-BILLED-COUNT-DISP
052300     MOVE WS-INVOICED-COUNT TO WS-INVOICED-COUNT-DISP
052310     MOVE WS-PLANNED-COUNT TO WS-PLANNED-COUNT-DISP
052400     MOVE SPACES          TO DS-DETAIL
052500     STRING "BILLED:" DELIMITED BY SIZE
052600         WS-BILLED-COUNT-DISP DELIMITED BY SIZE
052700         " INVOICED:" DELIMITED BY SIZE
052800         WS-INVOICED-COUNT-DISP DELIMITED BY SIZE
052810         " PLAN:" DELIMITED BY SIZE
052820         WS-PLANNED-COUNT-DISP DELIMITED BY SIZE
052900         INTO DS-DETAIL
053000     END-STRING
053100     WRITE DAILY-STAT-RECORD
