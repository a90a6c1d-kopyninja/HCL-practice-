000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INBOUND-CREDIT-BATCH.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  INBOUND ELECTRONIC CREDIT
001100*                 POSTING - PAYROLL DIRECT DEPOSITS AND OTHER
001200*                 CREDITS OTHER BANKS' CUSTOMERS SEND IN ON THE
001300*                 CRDTIN FILE.  THE WHOLE FILE IS PROVED FIRST:
001400*                 ONE HEADER, DETAILS, ONE TRAILER WHOSE ITEM
001500*                 COUNT AND TOTAL AGREE WITH THE DETAILS; A FILE
001600*                 THAT FAILS IS REFUSED WITH RETURN CODE 8
001700*                 BEFORE ANYTHING POSTS.  A GOOD FILE IS
001800*                 REGISTERED ON INFREG, THEN EACH CREDIT POSTS TO
001900*                 THE NAMED ACCOUNT AS AN "EFT CREDIT" ENTRY ON
002000*                 TXNLOG/TXNDETL UNDER THE ORIGINATOR'S
002100*                 REFERENCE, WITH THE MASTER REWRITE JOURNALED
002200*                 THROUGH ACCTJRNL.  A CREDIT THAT CANNOT POST
002300*                 (ACCOUNT NOT FOUND, CLOSED, OR THE RECEIVER
002400*                 NAME DOES NOT MATCH THE ACCOUNT) AUTOMATICALLY
002500*                 GENERATES A RETURN RECORD ON CRDTRTN FOR THE
002600*                 SENDING BANK.  CRDTSUM PRINTS THE ITEMS,
002700*                 POSTINGS AND RETURNS PER ORIGINATOR SO A LARGE
002800*                 EMPLOYER FILE CAN BE PROVED TO THE EMPLOYER.
002900*----------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT INBOUND-CREDITS ASSIGN TO "CRDTIN"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-CRIN-STATUS.
003600 
003700     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS ACCT-NUMBER
004100         ALTERNATE RECORD KEY IS ACCT-NAME
004200             WITH DUPLICATES
004300         FILE STATUS IS WS-ACCT-STATUS.
004400 
004500     SELECT TRANSACTION-LOG ASSIGN TO "TXNLOG"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700 
004800     SELECT TRANSACTION-DETAIL ASSIGN TO "TXNDETL"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS TD-KEY
005200         FILE STATUS IS WS-TXND-STATUS.
005300 
005400     SELECT CREDIT-RETURNS ASSIGN TO "CRDTRTN"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600 
005700     SELECT SUMMARY-REPORT ASSIGN TO "CRDTSUM"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900 
006000     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200 
006300 DATA DIVISION.
006400 FILE SECTION.
006500*----------------------------------------------------------
006600* CRDTIN: ONE "H" HEADER (FILE DATE, SENDING BANK), THE "D"
006700* DETAIL CREDITS, ONE "T" TRAILER (ITEM COUNT AND TOTAL).
006800*----------------------------------------------------------
006900 FD  INBOUND-CREDITS.
007000 01  INBOUND-CREDIT-RECORD.
007100     05  CI-REC-TYPE         PIC X(01).
007200         88  CI-IS-HEADER            VALUE "H".
007300         88  CI-IS-DETAIL            VALUE "D".
007400         88  CI-IS-TRAILER           VALUE "T".
007500     05  CI-BODY             PIC X(79).
007600     05  CI-HEADER-VIEW REDEFINES CI-BODY.
007700         10  FILLER          PIC X(01).
007800         10  CI-FILE-DATE    PIC 9(08).
007900         10  FILLER          PIC X(01).
008000         10  CI-SENDER       PIC X(10).
008100         10  FILLER          PIC X(59).
008200     05  CI-DETAIL-VIEW REDEFINES CI-BODY.
008300         10  FILLER          PIC X(01).
008400         10  CI-ORIG-ID      PIC X(10).
008500         10  FILLER          PIC X(01).
008600         10  CI-ACCT         PIC X(06).
008700         10  FILLER          PIC X(01).
008800         10  CI-AMOUNT       PIC 9(7)V99.
008900         10  FILLER          PIC X(01).
009000         10  CI-RCV-NAME     PIC X(22).
009100         10  FILLER          PIC X(01).
009200         10  CI-REFERENCE    PIC X(08).
009300         10  FILLER          PIC X(19).
009400     05  CI-TRAILER-VIEW REDEFINES CI-BODY.
009500         10  FILLER          PIC X(01).
009600         10  CI-TRL-COUNT    PIC 9(07).
009700         10  FILLER          PIC X(01).
009800         10  CI-TRL-TOTAL    PIC 9(11)V99.
009900         10  FILLER          PIC X(57).
010000 
010100 FD  ACCOUNT-MASTER.
010200 01  ACCOUNT-RECORD.
010300     COPY ACCTREC.
010400 
010500 FD  TRANSACTION-LOG.
010600 01  TRANSACTION-LOG-LINE    PIC X(80).
010700 
010800 FD  TRANSACTION-DETAIL.
010900 01  TXN-DETAIL-RECORD.
011000     COPY TXNDETL.
011100 
011200*----------------------------------------------------------
011300* CRDTRTN: ONE RETURNED CREDIT FOR THE SENDING BANK.  REASON
011400* "ANF" ACCOUNT NOT FOUND, "ACL" ACCOUNT CLOSED, "NMM"
011500* RECEIVER NAME DOES NOT MATCH THE ACCOUNT.
011600*----------------------------------------------------------
011700 FD  CREDIT-RETURNS.
011800 01  CREDIT-RETURN-RECORD.
011900     05  RT-ACCT             PIC X(06).
012000     05  FILLER              PIC X(01).
012100     05  RT-AMOUNT           PIC 9(7)V99.
012200     05  FILLER              PIC X(01).
012300     05  RT-ORIG-ID          PIC X(10).
012400     05  FILLER              PIC X(01).
012500     05  RT-REFERENCE        PIC X(08).
012600     05  FILLER              PIC X(01).
012700     05  RT-REASON           PIC X(03).
012800     05  FILLER              PIC X(01).
012900     05  RT-RCV-NAME         PIC X(22).
013000     05  FILLER              PIC X(17).
013100 
013200 FD  SUMMARY-REPORT.
013300 01  SUMMARY-REPORT-LINE     PIC X(80).
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
014600         88  END-OF-CREDITS          VALUE "Y".
014900     05  WS-HEADER-SEEN-FLAG PIC X(01) VALUE "N".
015000         88  HEADER-SEEN             VALUE "Y".
015100     05  WS-TRAILER-SEEN-FLAG
015200                             PIC X(01) VALUE "N".
015300         88  TRAILER-SEEN            VALUE "Y".
015400     05  WS-NAME-MATCH-FLAG  PIC X(01) VALUE "N".
015500         88  RECEIVER-NAME-MATCHES   VALUE "Y".
015600 01  WS-CRIN-STATUS          PIC X(02).
015700     88  CRIN-FILE-OK                VALUE "00".
015800 01  WS-ACCT-STATUS          PIC X(02).
015900     88  ACCT-STATUS-OK              VALUE "00".
016000 01  WS-TXND-STATUS          PIC X(02).
016100     88  TXND-FILE-OK                VALUE "00".
016200     88  TXND-FILE-NOT-FOUND         VALUE "35".
016300 
016400*----------------------------------------------------------
016500* FILE PROOF FIELDS.  WS-FILE-ERROR IS SET BY THE FIRST
016600* STRUCTURAL FAULT FOUND AND REFUSES THE WHOLE FILE.
016700*----------------------------------------------------------
016800 01  WS-FILE-ERROR           PIC X(40) VALUE SPACES.
016900 01  WS-FILE-DATE            PIC 9(08) VALUE ZERO.
017000 01  WS-FILE-SENDER          PIC X(10) VALUE SPACES.
017100 01  WS-DETAIL-COUNT         PIC 9(07) COMP VALUE ZERO.
017200 01  WS-DETAIL-TOTAL         PIC 9(11)V99 VALUE ZERO.
017300 01  WS-TRAILER-COUNT        PIC 9(07) VALUE ZERO.
017400 01  WS-TRAILER-TOTAL        PIC 9(11)V99 VALUE ZERO.
017500 
017600*----------------------------------------------------------
017700* COUNTERS AND WORK FIELDS
017800*----------------------------------------------------------
017900 01  WS-POSTED-COUNT         PIC 9(05) COMP VALUE ZERO.
018000 01  WS-RETURNED-COUNT       PIC 9(05) COMP VALUE ZERO.
018100 01  WS-DORMANT-COUNT        PIC 9(05) COMP VALUE ZERO.
018200 01  WS-POSTED-COUNT-DISP    PIC ZZZZ9.
018300 01  WS-RETURNED-COUNT-DISP  PIC ZZZZ9.
018400 01  WS-RETURN-REASON        PIC X(03) VALUE SPACES.
018500 01  WS-NAME-WORK            PIC X(40) VALUE SPACES.
018600 01  WS-RCV-NORM             PIC X(40) VALUE SPACES.
018700 01  WS-ACCT-NORM            PIC X(40) VALUE SPACES.
018800 
018900*----------------------------------------------------------
019000* ORIGINATOR TOTALS FOR THE SUMMARY REPORT, ONE ENTRY PER
019100* ORIGINATOR IN THE ORDER THEY FIRST APPEAR ON THE FILE.  A
019200* FILE WITH MORE ORIGINATORS THAN THE TABLE HOLDS ROLLS THE
019300* REST INTO THE LAST ENTRY, LABELLED "OTHERS".
019400*----------------------------------------------------------
019500 01  WS-ORIG-MAX             PIC 9(03) COMP VALUE 200.
019600 01  WS-ORIG-COUNT           PIC 9(03) COMP VALUE ZERO.
019700 01  WS-ORIG-IX              PIC 9(03) COMP VALUE ZERO.
019800 01  WS-ORIG-FOUND           PIC 9(03) COMP VALUE ZERO.
019900 01  WS-ORIG-TABLE.
020000     05  WS-ORIG-ENTRY OCCURS 200 TIMES.
020100         10  WS-OT-ID        PIC X(10).
020200         10  WS-OT-ITEMS     PIC 9(05) COMP.
020300         10  WS-OT-AMOUNT    PIC 9(9)V99.
020400         10  WS-OT-POSTED    PIC 9(05) COMP.
020500         10  WS-OT-POSTED-AMT
020600                             PIC 9(9)V99.
020700         10  WS-OT-RETURNED  PIC 9(05) COMP.
020800         10  WS-OT-RETURNED-AMT
020900                             PIC 9(9)V99.
021000 01  WS-ALL-POSTED-AMT       PIC 9(11)V99 VALUE ZERO.
021100 01  WS-ALL-RETURNED-AMT     PIC 9(11)V99 VALUE ZERO.
021200 
021300*----------------------------------------------------------
021400* BEFORE/AFTER JOURNAL IMAGES PASSED TO THE SHARED ACCTJRNL
021500* SUBPROGRAM ON EVERY MASTER REWRITE.
021600*----------------------------------------------------------
021700 01  WS-JRNL-PROGRAM         PIC X(12) VALUE "CRDTIN".
021800 01  WS-JRNL-ACTION          PIC X(01) VALUE "R".
021900 01  WS-JRNL-BEFORE          PIC X(128) VALUE SPACES.
022000 01  WS-JRNL-AFTER           PIC X(128) VALUE SPACES.
022100 
022200*----------------------------------------------------------
022300* EXCEPTION-LOG CALL AREA (SHARED EXCPLOG SUBPROGRAM).
022400*----------------------------------------------------------
022500 01  WS-EXCP-PROGRAM         PIC X(23) VALUE "CRDTIN".
022600 01  WS-EXCP-SEVERITY        PIC X(01) VALUE "E".
022700 01  WS-EXCP-MESSAGE         PIC X(40) VALUE SPACES.
022800 01  WS-EXCP-STATUS          PIC X(02) VALUE SPACES.
022900 
023000*----------------------------------------------------------
023100* INBOUND FILE REGISTER CALL AREA (SHARED INFREG
023200* SUBPROGRAM).
023300*----------------------------------------------------------
023400 01  WS-INFREG-ACTION        PIC X(01) VALUE "R".
023500 01  WS-INFREG-ALLOW-FLAG    PIC X(01) VALUE "Y".
023600     88  INBOUND-FILE-ALLOWED        VALUE "Y".
023700 01  WS-INFREG-ACCT          PIC 9(06) VALUE ZERO.
023800 01  WS-INBOUND-FILE.
023900     COPY INFREGRC.
024000 
024100 01  WS-TIMESTAMP            PIC X(21).
024200 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
024300 01  WS-BUSINESS-STAMP.
024400     05  WS-BSTAMP-DATE      PIC 9(08).
024500     05  WS-BSTAMP-TIME      PIC X(06).
024600 01  WS-LOG-ENTRY.
024700     05  TL-TIMESTAMP        PIC X(14).
024800     05  FILLER              PIC X(01) VALUE SPACE.
024900     05  TL-ACCT             PIC X(06).
025000     05  FILLER              PIC X(01) VALUE SPACE.
025100     05  TL-TXN-TYPE         PIC X(10).
025200     05  FILLER              PIC X(01) VALUE SPACE.
025300     05  TL-AMOUNT           PIC ZZZZZZ9.99.
025400     05  FILLER              PIC X(01) VALUE SPACE.
025500     05  TL-BALANCE          PIC -ZZZZZZ9.99.
025600     05  FILLER              PIC X(01) VALUE SPACE.
025700     05  TL-OPERATOR         PIC X(06).
025800     05  FILLER              PIC X(01) VALUE SPACE.
025900     05  TL-REFERENCE        PIC X(08).
026000 
026100*----------------------------------------------------------
026200* STANDARD REPORT HEADING/TRAILER FIELDS AND THE REPORT LINES
026300*----------------------------------------------------------
026400     COPY RPTHEAD.
026500 01  WS-FILE-LINE.
026600     05  FILLER              PIC X(11) VALUE "FILE DATE: ".
026700     05  FL-FILE-DATE        PIC 9(08).
026800     05  FILLER              PIC X(11) VALUE "   SENDER: ".
026900     05  FL-SENDER           PIC X(10).
027000     05  FILLER              PIC X(40) VALUE SPACES.
027100 01  WS-MESSAGE-LINE.
027200     05  ML-TEXT             PIC X(40).
027300     05  ML-DETAIL           PIC X(40).
027400 01  WS-COLUMN-LINE.
027500     05  FILLER              PIC X(40) VALUE
027600         "ORIGINATOR  ITEMS    FILE AMOUNT POSTD  ".
027700     05  FILLER              PIC X(40) VALUE
027800         "POSTED AMOUNT RTNED  RETURN AMOUNT".
027900 01  WS-DETAIL-LINE.
028000     05  DL-ORIG-ID          PIC X(10).
028100     05  FILLER              PIC X(02) VALUE SPACES.
028200     05  DL-ITEMS            PIC ZZZZ9.
028300     05  FILLER              PIC X(01) VALUE SPACE.
028400     05  DL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
028500     05  FILLER              PIC X(01) VALUE SPACE.
028600     05  DL-POSTED           PIC ZZZZ9.
028700     05  FILLER              PIC X(01) VALUE SPACE.
028800     05  DL-POSTED-AMT       PIC ZZZ,ZZZ,ZZ9.99.
028900     05  FILLER              PIC X(01) VALUE SPACE.
029000     05  DL-RETURNED         PIC ZZZZ9.
029100     05  FILLER              PIC X(01) VALUE SPACE.
029200     05  DL-RETURNED-AMT     PIC ZZZ,ZZZ,ZZ9.99.
029300     05  FILLER              PIC X(06) VALUE SPACES.
029400 01  WS-CONTROL-LINE.
029500     05  FILLER              PIC X(15) VALUE "TRAILER ITEMS: ".
029600     05  CL-COUNT            PIC ZZZZZZ9.
029700     05  FILLER              PIC X(17) VALUE "  TRAILER TOTAL: ".
029800     05  CL-TOTAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
029900     05  FILLER              PIC X(04) VALUE SPACES.
030000     05  CL-PROOF            PIC X(17).
030100 01  WS-TOTAL-LINE.
030200     05  FILLER              PIC X(17) VALUE "POSTED:   ITEMS  ".
030300     05  TT-POSTED           PIC ZZZZ9.
030400     05  FILLER              PIC X(10) VALUE "  AMOUNT  ".
030500     05  TT-POSTED-AMT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
030600     05  FILLER              PIC X(31) VALUE SPACES.
030700 01  WS-RETURN-TOTAL-LINE.
030800     05  FILLER              PIC X(17) VALUE "RETURNED: ITEMS  ".
030900     05  TR-RETURNED         PIC ZZZZ9.
031000     05  FILLER              PIC X(10) VALUE "  AMOUNT  ".
031100     05  TR-RETURNED-AMT     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
031200     05  FILLER              PIC X(31) VALUE SPACES.
031300 
031400 PROCEDURE DIVISION.
031500*----------------------------------------------------------
031600* 0000-MAINLINE
031700*----------------------------------------------------------
031800 0000-MAINLINE.
031900     PERFORM 1000-INITIALIZE
032000         THRU 1000-INITIALIZE-EXIT
032100     PERFORM 2000-POST-ONE-CREDIT
032200         THRU 2000-POST-ONE-CREDIT-EXIT
032300         UNTIL END-OF-CREDITS
032400     PERFORM 9000-TERMINATE
032500         THRU 9000-TERMINATE-EXIT
032600     STOP RUN.
032700 
032800*----------------------------------------------------------
032900* 1000-INITIALIZE - OPEN THE REPORT, PROVE AND REGISTER THE
033000* INBOUND FILE, THEN OPEN THE POSTING FILES AND PRIME THE
033100* READ.  NO CRDTIN FILE IS A NORMAL QUIET DAY.
033200*----------------------------------------------------------
033300 1000-INITIALIZE.
033400     CALL "GETBDATE" USING WS-BUSINESS-DATE
033500     MOVE "INBOUND CREDIT ORIGINATOR SUMMARY" TO RPT-TITLE
033600     MOVE WS-BUSINESS-DATE TO RPT-HEAD-DATE
033700     OPEN OUTPUT SUMMARY-REPORT
033800     OPEN INPUT INBOUND-CREDITS
033900     IF NOT CRIN-FILE-OK
034000         DISPLAY "INBOUND-CREDIT-BATCH: NO CRDTIN, "
034100             "STATUS " WS-CRIN-STATUS
034200         MOVE "Y" TO WS-EOF-FLAG
034300         MOVE "N" TO WS-INIT-FLAG
034400         MOVE "NO INBOUND CREDIT FILE TODAY" TO ML-TEXT
034500         MOVE SPACES TO ML-DETAIL
034600         GO TO 1000-INITIALIZE-EXIT
034700     END-IF
034900     PERFORM 1100-PROVE-AND-REGISTER
035000         THRU 1100-PROVE-AND-REGISTER-EXIT
035100     IF NOT INIT-SUCCESSFUL
035200         GO TO 1000-INITIALIZE-EXIT
035300     END-IF
035400     OPEN I-O    ACCOUNT-MASTER
035500     OPEN EXTEND TRANSACTION-LOG
035600     OPEN I-O    TRANSACTION-DETAIL
035700     IF TXND-FILE-NOT-FOUND
035800         OPEN OUTPUT TRANSACTION-DETAIL
035900         CLOSE TRANSACTION-DETAIL
036000         OPEN I-O TRANSACTION-DETAIL
036100     END-IF
036200     OPEN OUTPUT CREDIT-RETURNS
036300     PERFORM 8000-READ-ONE-CREDIT
036400         THRU 8000-READ-ONE-CREDIT-EXIT.
036500 1000-INITIALIZE-EXIT.
036600     EXIT.
036700 
036800*----------------------------------------------------------
036900* 1100-PROVE-AND-REGISTER - READ THE WHOLE CRDTIN FILE ONCE,
037000* CHECKING ITS HEADER/DETAIL/TRAILER STRUCTURE AND BUILDING
037100* THE CONTROL TOTALS, THEN REGISTER IT ON THE INBOUND FILE
037200* REGISTER UNDER THE HEADER'S FILE DATE.  A FILE THAT DOES
037300* NOT PROVE, OR THAT THE REGISTER SAYS WAS ALREADY POSTED, IS
037400* REFUSED WHOLE AND THE RUN ENDS WITH RETURN CODE 8.
037500*----------------------------------------------------------
037600 1100-PROVE-AND-REGISTER.
037700     MOVE SPACES TO WS-INBOUND-FILE
037800     INITIALIZE WS-INBOUND-FILE
037900     MOVE "CRDTIN" TO IR-SOURCE
038000     MOVE "INBOUND-CREDIT-BATCH" TO IR-PROGRAM
038100     PERFORM 8000-READ-ONE-CREDIT
038200         THRU 8000-READ-ONE-CREDIT-EXIT
038300     PERFORM 1150-PROVE-ONE-RECORD
038400         THRU 1150-PROVE-ONE-RECORD-EXIT
038500         UNTIL END-OF-CREDITS
038600         OR WS-FILE-ERROR NOT = SPACES
038700     IF WS-FILE-ERROR = SPACES
038800         PERFORM 1200-CHECK-TRAILER
038900             THRU 1200-CHECK-TRAILER-EXIT
039000     END-IF
039100     CLOSE INBOUND-CREDITS
039200     IF WS-FILE-ERROR NOT = SPACES
039300         PERFORM 1300-REFUSE-FILE
039400             THRU 1300-REFUSE-FILE-EXIT
039500         GO TO 1100-PROVE-AND-REGISTER-EXIT
039600     END-IF
039700     OPEN INPUT INBOUND-CREDITS
039800     MOVE "N" TO WS-EOF-FLAG
039900     MOVE WS-FILE-DATE TO IR-FILE-DATE
040000     MOVE "R" TO WS-INFREG-ACTION
040100     CALL "INFREG" USING WS-INFREG-ACTION WS-INBOUND-FILE
040200         WS-INFREG-ALLOW-FLAG
040300     IF NOT INBOUND-FILE-ALLOWED
040400         DISPLAY "INBOUND-CREDIT-BATCH: CRDTIN ALREADY POSTED, "
040500             "FILE REFUSED"
040600         MOVE "CRDTIN ALREADY POSTED" TO WS-FILE-ERROR
040700         CLOSE INBOUND-CREDITS
040800         PERFORM 1300-REFUSE-FILE
040900             THRU 1300-REFUSE-FILE-EXIT
041000     END-IF.
041100 1100-PROVE-AND-REGISTER-EXIT.
041200     EXIT.
041300 
041400*----------------------------------------------------------
041500* 1150-PROVE-ONE-RECORD - CHECK ONE RECORD'S PLACE IN THE
041600* FILE AND ADD A DETAIL INTO THE CONTROL TOTALS.
041700*----------------------------------------------------------
041800 1150-PROVE-ONE-RECORD.
041900     IF TRAILER-SEEN
042000         MOVE "RECORDS FOLLOW THE TRAILER" TO WS-FILE-ERROR
042100         GO TO 1150-PROVE-ONE-RECORD-EXIT
042200     END-IF
042300     IF CI-IS-HEADER
042400         IF HEADER-SEEN OR WS-DETAIL-COUNT > ZERO
042500             MOVE "HEADER OUT OF PLACE" TO WS-FILE-ERROR
042600             GO TO 1150-PROVE-ONE-RECORD-EXIT
042700         END-IF
042800         IF CI-FILE-DATE NOT NUMERIC OR CI-FILE-DATE = ZERO
042900             MOVE "HEADER FILE DATE INVALID" TO WS-FILE-ERROR
043000             GO TO 1150-PROVE-ONE-RECORD-EXIT
043100         END-IF
043200         MOVE "Y" TO WS-HEADER-SEEN-FLAG
043300         MOVE CI-FILE-DATE TO WS-FILE-DATE
043400         MOVE CI-SENDER    TO WS-FILE-SENDER
043500         GO TO 1150-PROVE-ONE-RECORD-READ
043600     END-IF
043700     IF NOT HEADER-SEEN
043800         MOVE "FIRST RECORD IS NOT A HEADER" TO WS-FILE-ERROR
043900         GO TO 1150-PROVE-ONE-RECORD-EXIT
044000     END-IF
044100     IF CI-IS-TRAILER
044200         IF CI-TRL-COUNT NOT NUMERIC
044300          OR CI-TRL-TOTAL NOT NUMERIC
044400             MOVE "TRAILER TOTALS NOT NUMERIC" TO WS-FILE-ERROR
044500             GO TO 1150-PROVE-ONE-RECORD-EXIT
044600         END-IF
044700         MOVE "Y" TO WS-TRAILER-SEEN-FLAG
044800         MOVE CI-TRL-COUNT TO WS-TRAILER-COUNT
044900         MOVE CI-TRL-TOTAL TO WS-TRAILER-TOTAL
045000         GO TO 1150-PROVE-ONE-RECORD-READ
045100     END-IF
045200     IF NOT CI-IS-DETAIL
045300         MOVE "UNKNOWN RECORD TYPE" TO WS-FILE-ERROR
045400         GO TO 1150-PROVE-ONE-RECORD-EXIT
045500     END-IF
045600     IF CI-AMOUNT NOT NUMERIC OR CI-AMOUNT = ZERO
045700         MOVE "DETAIL AMOUNT INVALID" TO WS-FILE-ERROR
045800         GO TO 1150-PROVE-ONE-RECORD-EXIT
045900     END-IF
046000     ADD 1 TO WS-DETAIL-COUNT
046100     ADD CI-AMOUNT TO WS-DETAIL-TOTAL
046200     ADD 1 TO IR-RECORD-COUNT
046300     ADD CI-AMOUNT TO IR-AMOUNT-HASH
046400     IF CI-ACCT NUMERIC
046500         MOVE CI-ACCT TO WS-INFREG-ACCT
046600         ADD WS-INFREG-ACCT TO IR-ACCT-HASH
046700     END-IF.
046800 
046900 1150-PROVE-ONE-RECORD-READ.
047000     PERFORM 8000-READ-ONE-CREDIT
047100         THRU 8000-READ-ONE-CREDIT-EXIT.
047200 1150-PROVE-ONE-RECORD-EXIT.
047300     EXIT.
047400 
047500*----------------------------------------------------------
047600* 1200-CHECK-TRAILER - THE FILE MUST END IN A TRAILER WHOSE
047700* ITEM COUNT AND TOTAL AGREE WITH THE DETAILS READ.
047800*----------------------------------------------------------
047900 1200-CHECK-TRAILER.
048000     IF NOT HEADER-SEEN
048100         MOVE "FILE IS EMPTY" TO WS-FILE-ERROR
048200         GO TO 1200-CHECK-TRAILER-EXIT
048300     END-IF
048400     IF NOT TRAILER-SEEN
048500         MOVE "TRAILER MISSING" TO WS-FILE-ERROR
048600         GO TO 1200-CHECK-TRAILER-EXIT
048700     END-IF
048800     IF WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
048900         MOVE "TRAILER ITEM COUNT DOES NOT AGREE"
049000             TO WS-FILE-ERROR
049100         GO TO 1200-CHECK-TRAILER-EXIT
049200     END-IF
049300     IF WS-TRAILER-TOTAL NOT = WS-DETAIL-TOTAL
049400         MOVE "TRAILER TOTAL DOES NOT AGREE" TO WS-FILE-ERROR
049500     END-IF.
049600 1200-CHECK-TRAILER-EXIT.
049700     EXIT.
049800 
049900*----------------------------------------------------------
050000* 1300-REFUSE-FILE - NOTHING POSTS FROM A FILE THAT FAILED
050100* ITS PROOF OR WAS ALREADY POSTED.  RETURN CODE 8, AN
050200* EXCPLOG ENTRY AND THE REASON ON THE SUMMARY REPORT.
050300*----------------------------------------------------------
050400 1300-REFUSE-FILE.
050500     DISPLAY "INBOUND-CREDIT-BATCH: CRDTIN REFUSED - "
050600         WS-FILE-ERROR
050700     MOVE 8 TO RETURN-CODE
050800     MOVE "Y" TO WS-EOF-FLAG
050900     MOVE "N" TO WS-INIT-FLAG
051000     MOVE "E" TO WS-EXCP-SEVERITY
051100     MOVE SPACES TO WS-EXCP-MESSAGE
051200     STRING "CRDTIN REFUSED: " DELIMITED BY SIZE
051300         WS-FILE-ERROR DELIMITED BY SIZE
051400         INTO WS-EXCP-MESSAGE
051500     END-STRING
051600     MOVE SPACES TO WS-EXCP-STATUS
051700     CALL "EXCPLOG" USING WS-EXCP-PROGRAM WS-EXCP-SEVERITY
051800         WS-EXCP-MESSAGE WS-EXCP-STATUS
051900     MOVE "FILE REFUSED - NOTHING POSTED:" TO ML-TEXT
052000     MOVE WS-FILE-ERROR TO ML-DETAIL.
052100 1300-REFUSE-FILE-EXIT.
052200     EXIT.
052300 
052400*----------------------------------------------------------
052500* 2000-POST-ONE-CREDIT - POST ONE INBOUND CREDIT TO THE NAMED
052600* ACCOUNT.  THE HEADER AND TRAILER WERE PROVED ALREADY AND
052700* ARE SKIPPED.  A MISSING OR CLOSED ACCOUNT, OR A RECEIVER
052800* NAME THAT IS NOT THE ACCOUNT'S, GOES BACK TO THE SENDING
052900* BANK.  THE MONEY IS THE CUSTOMER'S, SO AN ACCOUNT ON HOLD
053000* OR DORMANT STILL TAKES THE CREDIT - A DEBIT HOLD DOES NOT
053100* STOP MONEY COMING IN - BUT A DORMANT ONE STAYS DORMANT
053200* (THE CREDIT IS NOT CUSTOMER ACTIVITY) AND IS LOGGED SO THE
053300* BRANCH CAN CONTACT THE CUSTOMER.
053400*----------------------------------------------------------
053500 2000-POST-ONE-CREDIT.
053600     IF NOT CI-IS-DETAIL
053700         GO TO 2000-POST-ONE-CREDIT-READ
053800     END-IF
053900     PERFORM 2100-FIND-ORIGINATOR
054000         THRU 2100-FIND-ORIGINATOR-EXIT
054100     ADD 1         TO WS-OT-ITEMS(WS-ORIG-IX)
054200     ADD CI-AMOUNT TO WS-OT-AMOUNT(WS-ORIG-IX)
054300     MOVE CI-ACCT TO ACCT-NUMBER
054400     READ ACCOUNT-MASTER
054500         INVALID KEY
054600             MOVE "ANF" TO WS-RETURN-REASON
054700             PERFORM 5000-RETURN-CREDIT
054800                 THRU 5000-RETURN-CREDIT-EXIT
054900             GO TO 2000-POST-ONE-CREDIT-READ
055000     END-READ
055100     IF ACCT-IS-CLOSED
055200         MOVE "ACL" TO WS-RETURN-REASON
055300         PERFORM 5000-RETURN-CREDIT
055400             THRU 5000-RETURN-CREDIT-EXIT
055500         GO TO 2000-POST-ONE-CREDIT-READ
055600     END-IF
055700     PERFORM 2200-CHECK-RECEIVER-NAME
055800         THRU 2200-CHECK-RECEIVER-NAME-EXIT
055900     IF NOT RECEIVER-NAME-MATCHES
056000         MOVE "NMM" TO WS-RETURN-REASON
056100         PERFORM 5000-RETURN-CREDIT
056200             THRU 5000-RETURN-CREDIT-EXIT
056300         GO TO 2000-POST-ONE-CREDIT-READ
056400     END-IF
056500     MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
056600     ADD CI-AMOUNT TO ACCT-BALANCE
056700     IF ACCT-LAST-TXN-SEQ NOT NUMERIC
056800         MOVE ZERO TO ACCT-LAST-TXN-SEQ
056900     END-IF
057000     IF ACCT-LAST-TXN-SEQ >= 9999999
057100*    THE SEQUENCE CEILING: NEVER WRAP TO ZERO AND CORRUPT
057200*    THE KEYED HISTORY - THE NUMBER STAYS PUT SO THE DETAIL
057300*    WRITE FAILS LOUDLY ON ITS DUPLICATE KEY.  RUN THE
057400*    DETAIL PURGE TO ARCHIVE AND RESEQUENCE.
057500         DISPLAY "TXN SEQ CEILING ON ACCOUNT " ACCT-NUMBER
057600             " - DETAIL PURGE REQUIRED"
057700     ELSE
057800         ADD 1 TO ACCT-LAST-TXN-SEQ
057900     END-IF
058000     REWRITE ACCOUNT-RECORD
058100     MOVE ACCOUNT-RECORD TO WS-JRNL-AFTER
058200     CALL "ACCTJRNL" USING WS-JRNL-PROGRAM WS-JRNL-ACTION
058300         WS-JRNL-BEFORE WS-JRNL-AFTER
058400     PERFORM 3000-LOG-CREDIT
058500         THRU 3000-LOG-CREDIT-EXIT
058600     ADD 1         TO WS-POSTED-COUNT
058700     ADD 1         TO WS-OT-POSTED(WS-ORIG-IX)
058800     ADD CI-AMOUNT TO WS-OT-POSTED-AMT(WS-ORIG-IX)
058900     ADD CI-AMOUNT TO WS-ALL-POSTED-AMT
059000     IF ACCT-IS-DORMANT
059100         PERFORM 4000-LOG-DORMANT-CREDIT
059200             THRU 4000-LOG-DORMANT-CREDIT-EXIT
059300     END-IF.
059400 
059500 2000-POST-ONE-CREDIT-READ.
059600     PERFORM 8000-READ-ONE-CREDIT
059700         THRU 8000-READ-ONE-CREDIT-EXIT.
059800 2000-POST-ONE-CREDIT-EXIT.
059900     EXIT.
060000 
060100*----------------------------------------------------------
060200* 2100-FIND-ORIGINATOR - POINT WS-ORIG-IX AT THE CREDIT'S
060300* ORIGINATOR ON THE SUMMARY TABLE, ADDING IT IF NEW.
060400*----------------------------------------------------------
060500 2100-FIND-ORIGINATOR.
060600     MOVE ZERO TO WS-ORIG-FOUND
060700     PERFORM 2150-MATCH-ONE-ORIGINATOR
060800         THRU 2150-MATCH-ONE-ORIGINATOR-EXIT
060900         VARYING WS-ORIG-IX FROM 1 BY 1
061000         UNTIL WS-ORIG-IX > WS-ORIG-COUNT
061100         OR WS-ORIG-FOUND > ZERO
061200     IF WS-ORIG-FOUND > ZERO
061300         MOVE WS-ORIG-FOUND TO WS-ORIG-IX
061400         GO TO 2100-FIND-ORIGINATOR-EXIT
061500     END-IF
061600     IF WS-ORIG-COUNT >= WS-ORIG-MAX
061700         MOVE WS-ORIG-MAX TO WS-ORIG-IX
061800         MOVE "OTHERS" TO WS-OT-ID(WS-ORIG-IX)
061900         GO TO 2100-FIND-ORIGINATOR-EXIT
062000     END-IF
062100     ADD 1 TO WS-ORIG-COUNT
062200     MOVE WS-ORIG-COUNT TO WS-ORIG-IX
062300     MOVE CI-ORIG-ID TO WS-OT-ID(WS-ORIG-IX)
062400     MOVE ZERO TO WS-OT-ITEMS(WS-ORIG-IX)
062500                  WS-OT-AMOUNT(WS-ORIG-IX)
062600                  WS-OT-POSTED(WS-ORIG-IX)
062700                  WS-OT-POSTED-AMT(WS-ORIG-IX)
062800                  WS-OT-RETURNED(WS-ORIG-IX)
062900                  WS-OT-RETURNED-AMT(WS-ORIG-IX).
063000 2100-FIND-ORIGINATOR-EXIT.
063100     EXIT.
063200 
063300*----------------------------------------------------------
063400* 2150-MATCH-ONE-ORIGINATOR - COMPARE ONE TABLE ENTRY.
063500*----------------------------------------------------------
063600 2150-MATCH-ONE-ORIGINATOR.
063700     IF WS-OT-ID(WS-ORIG-IX) = CI-ORIG-ID
063800         MOVE WS-ORIG-IX TO WS-ORIG-FOUND
063900     END-IF.
064000 2150-MATCH-ONE-ORIGINATOR-EXIT.
064100     EXIT.
064200 
064300*----------------------------------------------------------
064400* 2200-CHECK-RECEIVER-NAME - THE RECEIVER NAME ON THE CREDIT
064500* MUST BE THE ACCOUNT'S NAME ONCE BOTH ARE NORMALIZED THROUGH
064600* NAMENORM (CASE, SPACING AND PUNCTUATION IGNORED).  ONLY AS
064700* MUCH OF THE RECEIVER NAME AS THE MASTER HOLDS IS COMPARED.
064800* A BLANK RECEIVER NAME NEVER MATCHES.
064900*----------------------------------------------------------
065000 2200-CHECK-RECEIVER-NAME.
065100     MOVE "N" TO WS-NAME-MATCH-FLAG
065200     MOVE SPACES TO WS-NAME-WORK
065300     MOVE CI-RCV-NAME(1:20) TO WS-NAME-WORK
065400     CALL "NAMENORM" USING WS-NAME-WORK WS-RCV-NORM
065500     IF WS-RCV-NORM = SPACES
065600         GO TO 2200-CHECK-RECEIVER-NAME-EXIT
065700     END-IF
065800     MOVE SPACES TO WS-NAME-WORK
065900     MOVE ACCT-NAME TO WS-NAME-WORK
066000     CALL "NAMENORM" USING WS-NAME-WORK WS-ACCT-NORM
066100     IF WS-RCV-NORM = WS-ACCT-NORM
066200         MOVE "Y" TO WS-NAME-MATCH-FLAG
066300     END-IF.
066400 2200-CHECK-RECEIVER-NAME-EXIT.
066500     EXIT.
066600 
066700*----------------------------------------------------------
066800* 3000-LOG-CREDIT - THE "EFT CREDIT" ENTRY ON TXNLOG AND
066900* TXNDETL, THE ORIGINATOR'S REFERENCE AS THE REFERENCE.
067000*----------------------------------------------------------
067100 3000-LOG-CREDIT.
067200     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
067300     MOVE WS-BUSINESS-DATE   TO WS-BSTAMP-DATE
067400     MOVE WS-TIMESTAMP(9:6)  TO WS-BSTAMP-TIME
067500     MOVE WS-BUSINESS-STAMP  TO TL-TIMESTAMP
067600     MOVE ACCT-NUMBER        TO TL-ACCT
067700     MOVE "EFT CREDIT"       TO TL-TXN-TYPE
067800     MOVE CI-AMOUNT          TO TL-AMOUNT
067900     MOVE ACCT-BALANCE       TO TL-BALANCE
068000     MOVE SPACES             TO TL-OPERATOR
068100     MOVE CI-REFERENCE       TO TL-REFERENCE
068200     WRITE TRANSACTION-LOG-LINE FROM WS-LOG-ENTRY
068300 
068400     MOVE ACCT-NUMBER        TO TD-ACCT
068500     MOVE ACCT-LAST-TXN-SEQ  TO TD-SEQ
068600     MOVE TL-TIMESTAMP       TO TD-TIMESTAMP
068700     MOVE "EFT CREDIT"       TO TD-TXN-TYPE
068800     MOVE CI-AMOUNT          TO TD-AMOUNT
068900     MOVE ACCT-BALANCE       TO TD-BALANCE
069000     MOVE SPACES             TO TD-OPERATOR
069100     MOVE CI-REFERENCE       TO TD-REFERENCE
069200     MOVE SPACES             TO TD-APPROVED-BY
069300     MOVE ACCT-BRANCH        TO TD-BRANCH
069400     WRITE TXN-DETAIL-RECORD
069500         INVALID KEY
069600             DISPLAY "TXNDETL WRITE FAILED, STATUS "
069700                 WS-TXND-STATUS " KEY " TD-KEY
069800     END-WRITE.
069900 3000-LOG-CREDIT-EXIT.
070000     EXIT.
070100 
070200*----------------------------------------------------------
070300* 4000-LOG-DORMANT-CREDIT - A CREDIT THAT POSTED TO A DORMANT
070400* ACCOUNT GOES ON THE MORNING EXCEPTION REPORT AS A WARNING.
070500*----------------------------------------------------------
070600 4000-LOG-DORMANT-CREDIT.
070700     ADD 1 TO WS-DORMANT-COUNT
070800     MOVE "W" TO WS-EXCP-SEVERITY
070900     MOVE SPACES TO WS-EXCP-MESSAGE
071000     STRING "EFT CREDIT TO DORMANT ACCT " DELIMITED BY SIZE
071100         ACCT-NUMBER DELIMITED BY SIZE
071200         INTO WS-EXCP-MESSAGE
071300     END-STRING
071400     MOVE SPACES TO WS-EXCP-STATUS
071500     CALL "EXCPLOG" USING WS-EXCP-PROGRAM WS-EXCP-SEVERITY
071600         WS-EXCP-MESSAGE WS-EXCP-STATUS.
071700 4000-LOG-DORMANT-CREDIT-EXIT.
071800     EXIT.
071900 
072000*----------------------------------------------------------
072100* 5000-RETURN-CREDIT - WRITE THE RETURN RECORD FOR THE
072200* SENDING BANK UNDER THE REASON STAGED IN WS-RETURN-REASON.
072300*----------------------------------------------------------
072400 5000-RETURN-CREDIT.
072500     MOVE SPACES           TO CREDIT-RETURN-RECORD
072600     MOVE CI-ACCT          TO RT-ACCT
072700     MOVE CI-AMOUNT        TO RT-AMOUNT
072800     MOVE CI-ORIG-ID       TO RT-ORIG-ID
072900     MOVE CI-REFERENCE     TO RT-REFERENCE
073000     MOVE WS-RETURN-REASON TO RT-REASON
073100     MOVE CI-RCV-NAME      TO RT-RCV-NAME
073200     WRITE CREDIT-RETURN-RECORD
073300     ADD 1         TO WS-RETURNED-COUNT
073400     ADD 1         TO WS-OT-RETURNED(WS-ORIG-IX)
073500     ADD CI-AMOUNT TO WS-OT-RETURNED-AMT(WS-ORIG-IX)
073600     ADD CI-AMOUNT TO WS-ALL-RETURNED-AMT.
073700 5000-RETURN-CREDIT-EXIT.
073800     EXIT.
073900 
074000*----------------------------------------------------------
074100* 7000-PRINT-ONE-ORIGINATOR - ONE ORIGINATOR'S LINE ON THE
074200* SUMMARY REPORT.
074300*----------------------------------------------------------
074400 7000-PRINT-ONE-ORIGINATOR.
074500     IF RPT-LINE-COUNT >= RPT-PAGE-LIMIT
074600         PERFORM 7900-RPT-HEADINGS
074700             THRU 7900-RPT-HEADINGS-EXIT
074800     END-IF
074900     MOVE WS-OT-ID(WS-ORIG-IX)           TO DL-ORIG-ID
075000     MOVE WS-OT-ITEMS(WS-ORIG-IX)        TO DL-ITEMS
075100     MOVE WS-OT-AMOUNT(WS-ORIG-IX)       TO DL-AMOUNT
075200     MOVE WS-OT-POSTED(WS-ORIG-IX)       TO DL-POSTED
075300     MOVE WS-OT-POSTED-AMT(WS-ORIG-IX)   TO DL-POSTED-AMT
075400     MOVE WS-OT-RETURNED(WS-ORIG-IX)     TO DL-RETURNED
075500     MOVE WS-OT-RETURNED-AMT(WS-ORIG-IX) TO DL-RETURNED-AMT
075600     WRITE SUMMARY-REPORT-LINE FROM WS-DETAIL-LINE
075700     ADD 1 TO RPT-LINE-COUNT
075800     ADD 1 TO RPT-DETAIL-COUNT.
075900 7000-PRINT-ONE-ORIGINATOR-EXIT.
076000     EXIT.
076100 
076200*----------------------------------------------------------
076300* 7900-RPT-HEADINGS - PAGE HEADING, FILE IDENTITY AND COLUMN
076400* HEADINGS.
076500*----------------------------------------------------------
076600 7900-RPT-HEADINGS.
076700     ADD 1 TO RPT-PAGE-NUMBER
076800     MOVE RPT-PAGE-NUMBER TO RPT-PAGE-DISPLAY
076900     WRITE SUMMARY-REPORT-LINE FROM RPT-HEADING-LINE
077000     MOVE WS-FILE-DATE   TO FL-FILE-DATE
077100     MOVE WS-FILE-SENDER TO FL-SENDER
077200     WRITE SUMMARY-REPORT-LINE FROM WS-FILE-LINE
077300     WRITE SUMMARY-REPORT-LINE FROM WS-COLUMN-LINE
077400     MOVE 3 TO RPT-LINE-COUNT.
077500 7900-RPT-HEADINGS-EXIT.
077600     EXIT.
077700 
077800*----------------------------------------------------------
077900* 8000-READ-ONE-CREDIT - READ THE NEXT CRDTIN RECORD.
078000*----------------------------------------------------------
078100 8000-READ-ONE-CREDIT.
078200     READ INBOUND-CREDITS
078300         AT END
078400             MOVE "Y" TO WS-EOF-FLAG
078500     END-READ.
078600 8000-READ-ONE-CREDIT-EXIT.
078700     EXIT.
078800 
078900*----------------------------------------------------------
079000* 9000-TERMINATE - PRINT THE ORIGINATOR SUMMARY AND THE FILE
079100* PROOF, CLOSE FILES, MARK THE FILE POSTED ON THE INBOUND
079200* FILE REGISTER AND WRITE THE DAILY-STATS SUMMARY RECORD.
079300*----------------------------------------------------------
079400 9000-TERMINATE.
079500     PERFORM 7900-RPT-HEADINGS
079600         THRU 7900-RPT-HEADINGS-EXIT
079700     IF NOT INIT-SUCCESSFUL
079800         WRITE SUMMARY-REPORT-LINE FROM WS-MESSAGE-LINE
079900         GO TO 9000-TERMINATE-CLOSE
080000     END-IF
080100     PERFORM 7000-PRINT-ONE-ORIGINATOR
080200         THRU 7000-PRINT-ONE-ORIGINATOR-EXIT
080300         VARYING WS-ORIG-IX FROM 1 BY 1
080400         UNTIL WS-ORIG-IX > WS-ORIG-COUNT
080500     MOVE WS-POSTED-COUNT     TO TT-POSTED
080600     MOVE WS-ALL-POSTED-AMT   TO TT-POSTED-AMT
080700     WRITE SUMMARY-REPORT-LINE FROM WS-TOTAL-LINE
080800     MOVE WS-RETURNED-COUNT   TO TR-RETURNED
080900     MOVE WS-ALL-RETURNED-AMT TO TR-RETURNED-AMT
081000     WRITE SUMMARY-REPORT-LINE FROM WS-RETURN-TOTAL-LINE
081100     MOVE WS-TRAILER-COUNT    TO CL-COUNT
081200     MOVE WS-TRAILER-TOTAL    TO CL-TOTAL
081300     IF WS-POSTED-COUNT + WS-RETURNED-COUNT = WS-TRAILER-COUNT
081400      AND WS-ALL-POSTED-AMT + WS-ALL-RETURNED-AMT
081500          = WS-TRAILER-TOTAL
081600         MOVE "PROVED"            TO CL-PROOF
081700     ELSE
081800         MOVE "OUT OF BALANCE"    TO CL-PROOF
081900     END-IF
082000     WRITE SUMMARY-REPORT-LINE FROM WS-CONTROL-LINE
082100     CLOSE INBOUND-CREDITS
082200     CLOSE ACCOUNT-MASTER
082300     CLOSE TRANSACTION-LOG
082400     CLOSE TRANSACTION-DETAIL
082500     CLOSE CREDIT-RETURNS
082600*    THE FILE IS ON THE BOOKS - MARK IT POSTED ON THE
082700*    INBOUND FILE REGISTER.
082800     MOVE "P" TO WS-INFREG-ACTION
082900     CALL "INFREG" USING WS-INFREG-ACTION WS-INBOUND-FILE
083000         WS-INFREG-ALLOW-FLAG.
083100 
083200 9000-TERMINATE-CLOSE.
083300     MOVE RPT-DETAIL-COUNT TO RPT-TRAILER-COUNT
083400     WRITE SUMMARY-REPORT-LINE FROM RPT-TRAILER-LINE
083500     CLOSE SUMMARY-REPORT
083900     PERFORM 9500-WRITE-DAILY-STATS
084000         THRU 9500-WRITE-DAILY-STATS-EXIT
084100     DISPLAY "INBOUND-CREDIT-BATCH: " WS-POSTED-COUNT
084200         " CREDITS POSTED, " WS-RETURNED-COUNT " RETURNED, "
084300         WS-DORMANT-COUNT " TO DORMANT ACCOUNTS".
084400 9000-TERMINATE-EXIT.
084500     EXIT.
084600 
084700*----------------------------------------------------------
084800* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
084900* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
085000* CONSOLIDATED REPORT.
085100*----------------------------------------------------------
085200 9500-WRITE-DAILY-STATS.
085300     OPEN EXTEND DAILY-STATS-FILE
085400     MOVE "INBOUND-CREDIT-BATCH" TO DS-PROGRAM-NAME
085500     MOVE WS-POSTED-COUNT   TO DS-RECORD-COUNT
085600     MOVE WS-POSTED-COUNT   TO WS-POSTED-COUNT-DISP
085700     MOVE WS-RETURNED-COUNT TO WS-RETURNED-COUNT-DISP
085800     MOVE SPACES            TO DS-DETAIL
085900     STRING "POSTED: " DELIMITED BY SIZE
086000         WS-POSTED-COUNT-DISP DELIMITED BY SIZE
086100         "  RETURNED: " DELIMITED BY SIZE
086200         WS-RETURNED-COUNT-DISP DELIMITED BY SIZE
086300         INTO DS-DETAIL
086400     END-STRING
086500     WRITE DAILY-STAT-RECORD
086600     CLOSE DAILY-STATS-FILE.
086700 9500-WRITE-DAILY-STATS-EXIT.
086800     EXIT.
