000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DUP-STATEMENT-BATCH.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  ON-DEMAND DUPLICATE
001100*                 STATEMENT FOR ONE ACCOUNT OVER ANY FROM/TO
001200*                 RANGE, SUBMITTED THROUGH THE DUPSTMT JOB.
001300*                 SYSIN CARRIES THE ACCOUNT, THE TWO DATES
001400*                 AND THE REQUESTING OPERATOR.  THE HISTORY
001500*                 IS REBUILT OLDEST FIRST FROM THE YEAR
001600*                 TXNLOG ARCHIVES (TXNARCH, ONLY FOR ENTRIES
001700*                 OLDER THAN THE ACCOUNT'S FIRST KEYED
001800*                 DETAIL RECORD), THEN THE TXNDARCH KEYED
001900*                 ARCHIVE, THEN LIVE TXNDETL, SO THE OPENING
002000*                 BALANCE IS THE LAST RESULTING BALANCE
002100*                 BEFORE THE RANGE WHEREVER IT NOW LIVES.
002200*                 PRINTS IN THE ACCT-STATEMENT-BATCH LAYOUT
002300*                 UNDER A DUPLICATE BANNER, AND APPENDS EVERY
002400*                 REQUEST, PRODUCED OR REFUSED, TO THE
002500*                 DUPSTLOG REQUEST LOG (DUPLREC COPYBOOK)
002600*                 WITH THE OPERATOR FOR FEES AND AUDIT.
002700*----------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS ACCT-NUMBER
003500         ALTERNATE RECORD KEY IS ACCT-NAME
003600             WITH DUPLICATES
003700         FILE STATUS IS WS-ACCT-STATUS.
003800
003900     SELECT TRANSACTION-DETAIL ASSIGN TO "TXNDETL"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS TD-KEY
004300         FILE STATUS IS WS-TXND-STATUS.
004400
004500     SELECT DETAIL-ARCHIVE ASSIGN TO "TXNDARCH"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS TA-KEY
004900         FILE STATUS IS WS-ARCH-STATUS.
005000
005100     SELECT LOG-ARCHIVE ASSIGN TO "TXNARCH"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-LOGA-STATUS.
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
006700     SELECT OPERATOR-FILE ASSIGN TO "OPERTAB"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-OPER-STATUS.
007000
007100     SELECT STATEMENT-FILE ASSIGN TO "DUPSTMT"
007200         ORGANIZATION IS LINE SEQUENTIAL.
007300
007400     SELECT DUP-REQUEST-LOG ASSIGN TO "DUPSTLOG"
007500         ORGANIZATION IS LINE SEQUENTIAL.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  ACCOUNT-MASTER.
008000 01  ACCOUNT-RECORD.
008100     COPY ACCTREC.
008200
008300 FD  TRANSACTION-DETAIL.
008400 01  TXN-DETAIL-RECORD.
008500     COPY TXNDETL.
008600
008700 FD  DETAIL-ARCHIVE.
008800 01  DETAIL-ARCHIVE-RECORD.
008900     COPY TXNDETL
009000         REPLACING LEADING ==TD-== BY ==TA-==.
009100
009200*    ONE YEAR-ARCHIVED TXNLOG LINE, IN THE LAYOUT THE POSTING
009300*    PROGRAMS WRITE IT.
009400 FD  LOG-ARCHIVE.
009500 01  LOG-ARCHIVE-LINE.
009600     05  LA-TIMESTAMP        PIC X(14).
009700     05  FILLER              PIC X(01).
009800     05  LA-ACCT             PIC X(06).
009900     05  FILLER              PIC X(01).
010000     05  LA-TXN-TYPE         PIC X(10).
010100     05  FILLER              PIC X(01).
010200     05  LA-AMOUNT           PIC ZZZZZZ9.99.
010300     05  FILLER              PIC X(01).
010400     05  LA-BALANCE          PIC -ZZZZZZ9.99.
010500     05  FILLER              PIC X(25).
010600
010700 FD  CUSTOMER-MASTER.
010800 01  CUSTOMER-MASTER-RECORD.
010900     COPY CUSTMREC.
011000
011100 FD  CUSTOMER-ADDRESS.
011200 01  CUSTOMER-ADDRESS-RECORD.
011300     COPY ADDRREC.
011400
011500 FD  OPERATOR-FILE.
011600 01  OPERATOR-RECORD.
011700     COPY OPERREC.
011800
011900 FD  STATEMENT-FILE.
012000 01  STATEMENT-LINE          PIC X(80).
012100
012200 FD  DUP-REQUEST-LOG.
012300 01  DUP-REQUEST-RECORD.
012400     COPY DUPLREC.
012500
012600 WORKING-STORAGE SECTION.
012700*----------------------------------------------------------
012800* SWITCHES AND FILE STATUS
012900*----------------------------------------------------------
013000 01  WS-SWITCHES.
013100     05  WS-REQUEST-FLAG     PIC X(01) VALUE "Y".
013200         88  REQUEST-ACCEPTED        VALUE "Y".
013300     05  WS-OPER-EOF-FLAG    PIC X(01) VALUE "N".
013400         88  END-OF-OPERATORS        VALUE "Y".
013500     05  WS-OPER-FOUND-FLAG  PIC X(01) VALUE "N".
013600         88  OPERATOR-FOUND          VALUE "Y".
013700     05  WS-LOGA-EOF-FLAG    PIC X(01) VALUE "N".
013800         88  END-OF-LOG-ARCHIVE      VALUE "Y".
013900     05  WS-ARCH-EOF-FLAG    PIC X(01) VALUE "N".
014000         88  END-OF-ARCH-DETAIL      VALUE "Y".
014100     05  WS-TXND-EOF-FLAG    PIC X(01) VALUE "N".
014200         88  END-OF-ACCT-DETAIL      VALUE "Y".
014300     05  WS-OPENING-FLAG     PIC X(01) VALUE "N".
014400         88  OPENING-PRINTED         VALUE "Y".
014500 01  WS-ACCT-STATUS          PIC X(02).
014600     88  ACCT-STATUS-OK              VALUE "00".
014700 01  WS-ACCT-OPEN-FLAG       PIC X(01) VALUE "N".
014800     88  ACCT-FILE-OPEN              VALUE "Y".
014900 01  WS-TXND-STATUS          PIC X(02).
015000     88  TXND-FILE-OK                VALUE "00".
015100 01  WS-TXND-OPEN-FLAG       PIC X(01) VALUE "N".
015200     88  TXND-FILE-OPEN              VALUE "Y".
015300 01  WS-ARCH-STATUS          PIC X(02).
015400     88  ARCH-FILE-OK                VALUE "00".
015500 01  WS-ARCH-OPEN-FLAG       PIC X(01) VALUE "N".
015600     88  ARCH-FILE-OPEN              VALUE "Y".
015700 01  WS-LOGA-STATUS          PIC X(02).
015800     88  LOGA-FILE-OK                VALUE "00".
015900 01  WS-LOGA-OPEN-FLAG       PIC X(01) VALUE "N".
016000     88  LOGA-FILE-OPEN              VALUE "Y".
016100 01  WS-CUSTM-STATUS         PIC X(02).
016200     88  CUSTM-FILE-OK               VALUE "00".
016300 01  WS-CUSTM-OPEN-FLAG      PIC X(01) VALUE "N".
016400     88  CUSTM-FILE-OPEN             VALUE "Y".
016500 01  WS-ADDR-STATUS          PIC X(02).
016600     88  ADDR-FILE-OK                VALUE "00".
016700 01  WS-ADDR-OPEN-FLAG       PIC X(01) VALUE "N".
016800     88  ADDR-FILE-OPEN              VALUE "Y".
016900 01  WS-OPER-STATUS          PIC X(02).
017000     88  OPER-FILE-OK                VALUE "00".
017100 01  WS-STMT-OPEN-FLAG       PIC X(01) VALUE "N".
017200     88  STMT-FILE-OPEN              VALUE "Y".
017300
017400*----------------------------------------------------------
017500* THE REQUEST, FROM SYSIN
017600*----------------------------------------------------------
017700 01  WS-REQ-ACCT             PIC X(06) VALUE SPACES.
017800 01  WS-REQ-FROM             PIC 9(08) VALUE ZERO.
017900 01  WS-REQ-TO               PIC 9(08) VALUE ZERO.
018000 01  WS-REQ-OPERATOR         PIC X(06) VALUE SPACES.
018100 01  WS-REFUSE-REASON        PIC X(24) VALUE SPACES.
018200 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
018300 01  WS-TIMESTAMP            PIC X(21).
018400
018500*----------------------------------------------------------
018600* HISTORY WALK AND STATEMENT TOTALS.  EVERY SOURCE FEEDS
018700* ONE ENTRY AT A TIME THROUGH THE WS-ENTRY FIELDS.
018800*----------------------------------------------------------
018900 01  WS-KEYED-START          PIC X(14) VALUE HIGH-VALUES.
019000 01  WS-ENTRY-TIMESTAMP      PIC X(14).
019100 01  WS-ENTRY-DATE           PIC 9(08).
019200 01  WS-ENTRY-TYPE           PIC X(10).
019300 01  WS-ENTRY-AMOUNT         PIC 9(7)V99.
019400 01  WS-ENTRY-BALANCE        PIC S9(7)V99.
019500 01  WS-ENTRY-COUNT          PIC 9(07) COMP VALUE ZERO.
019600 01  WS-OPENING-BALANCE      PIC S9(7)V99 VALUE ZERO.
019700 01  WS-CLOSING-BALANCE      PIC S9(7)V99 VALUE ZERO.
019800 01  WS-INTEREST-CREDITED    PIC 9(7)V99 VALUE ZERO.
019900 01  WS-WHT-TOTAL            PIC 9(7)V99 VALUE ZERO.
020000 01  WS-GROSS-TOTAL          PIC 9(7)V99 VALUE ZERO.
020100 01  WS-PERIOD-TXN-COUNT     PIC 9(05) COMP VALUE ZERO.
020200
020300*----------------------------------------------------------
020400* STATEMENT LINES - THE ACCT-STATEMENT-BATCH LAYOUT UNDER A
020500* DUPLICATE BANNER.
020600*----------------------------------------------------------
020700 01  WS-DUPLICATE-LINE.
020800     05  FILLER              PIC X(29)
020900         VALUE "*** DUPLICATE STATEMENT ***  ".
021000     05  FILLER              PIC X(07) VALUE "ISSUED ".
021100     05  DB-ISSUED           PIC 9(08).
021200     05  FILLER              PIC X(04) VALUE " BY ".
021300     05  DB-OPERATOR         PIC X(06).
021400 01  WS-MAIL-NAME-LINE.
021500     05  FILLER              PIC X(05) VALUE "TO:  ".
021600     05  MN-NAME             PIC X(20).
021700 01  WS-MAIL-STREET-LINE.
021800     05  FILLER              PIC X(05) VALUE SPACES.
021900     05  MS-STREET           PIC X(25).
022000 01  WS-MAIL-CITY-LINE.
022100     05  FILLER              PIC X(05) VALUE SPACES.
022200     05  MC-CITY             PIC X(15).
022300     05  FILLER              PIC X(01) VALUE SPACE.
022400     05  MC-STATE            PIC X(02).
022500     05  FILLER              PIC X(01) VALUE SPACE.
022600     05  MC-ZIP              PIC X(10).
022700 01  WS-MAIL-NOTE-LINE       PIC X(80).
022800
022900 01  WS-SEPARATOR-LINE       PIC X(80) VALUE ALL "-".
023000 01  WS-STMT-HEADING.
023100     05  FILLER              PIC X(10) VALUE "STATEMENT ".
023200     05  SH-FROM             PIC 9(08).
023300     05  FILLER              PIC X(01) VALUE "-".
023400     05  SH-TO               PIC 9(08).
023500     05  FILLER              PIC X(06) VALUE " ACCT ".
023600     05  SH-ACCT             PIC X(06).
023700     05  FILLER              PIC X(01) VALUE SPACE.
023800     05  SH-NAME             PIC X(20).
023900     05  FILLER              PIC X(06) VALUE " TYPE ".
024000     05  SH-TYPE             PIC X(01).
024100 01  WS-BALANCE-LINE.
024200     05  BL-LABEL            PIC X(18).
024300     05  BL-AMOUNT           PIC -ZZZZZZ9.99.
024400 01  WS-TXN-LINE.
024500     05  FILLER              PIC X(02) VALUE SPACES.
024600     05  XL-DATE             PIC X(08).
024700     05  FILLER              PIC X(01) VALUE SPACE.
024800     05  XL-TIME             PIC X(06).
024900     05  FILLER              PIC X(02) VALUE SPACES.
025000     05  XL-TYPE             PIC X(10).
025100     05  FILLER              PIC X(02) VALUE SPACES.
025200     05  XL-AMOUNT           PIC ZZZZZZ9.99.
025300     05  FILLER              PIC X(02) VALUE SPACES.
025400     05  XL-BALANCE          PIC -ZZZZZZ9.99.
025500
025600 PROCEDURE DIVISION.
025700*----------------------------------------------------------
025800* 0000-MAINLINE
025900*----------------------------------------------------------
026000 0000-MAINLINE.
026100     DISPLAY "ENTER ACCOUNT NUMBER: "
026200     ACCEPT WS-REQ-ACCT
026300     DISPLAY "ENTER FROM DATE (YYYYMMDD): "
026400     ACCEPT WS-REQ-FROM
026500     DISPLAY "ENTER TO DATE (YYYYMMDD): "
026600     ACCEPT WS-REQ-TO
026700     DISPLAY "ENTER REQUESTING OPERATOR: "
026800     ACCEPT WS-REQ-OPERATOR
026900
027000     PERFORM 1000-INITIALIZE
027100         THRU 1000-INITIALIZE-EXIT
027200     IF REQUEST-ACCEPTED
027300         PERFORM 2000-BUILD-STATEMENT
027400             THRU 2000-BUILD-STATEMENT-EXIT
027500     END-IF
027600     PERFORM 8800-LOG-REQUEST
027700         THRU 8800-LOG-REQUEST-EXIT
027800     PERFORM 9000-TERMINATE
027900         THRU 9000-TERMINATE-EXIT
028000     STOP RUN.
028100
028200*----------------------------------------------------------
028300* 1000-INITIALIZE - EDIT THE REQUEST AND OPEN FILES.  ANY
028400* FAILURE REFUSES THE REQUEST WITH A REASON FOR THE LOG.
028500*----------------------------------------------------------
028600 1000-INITIALIZE.
028700     CALL "GETBDATE" USING WS-BUSINESS-DATE
028800     IF WS-REQ-FROM = ZERO OR WS-REQ-TO = ZERO
028900      OR WS-REQ-FROM > WS-REQ-TO
029000         MOVE "INVALID DATE RANGE" TO WS-REFUSE-REASON
029100         GO TO 1000-INITIALIZE-REFUSE
029200     END-IF
029300     PERFORM 1100-CHECK-OPERATOR
029400         THRU 1100-CHECK-OPERATOR-EXIT
029500     IF WS-REFUSE-REASON NOT = SPACES
029600         GO TO 1000-INITIALIZE-REFUSE
029700     END-IF
029800
029900     OPEN INPUT ACCOUNT-MASTER
030000     IF NOT ACCT-STATUS-OK
030100         DISPLAY "DUP-STATEMENT-BATCH: ACCTMSTR OPEN FAILED, "
030200             "STATUS " WS-ACCT-STATUS
030300         MOVE "ACCTMSTR NOT AVAILABLE" TO WS-REFUSE-REASON
030400         GO TO 1000-INITIALIZE-REFUSE
030500     END-IF
030600     MOVE "Y" TO WS-ACCT-OPEN-FLAG
030700     MOVE WS-REQ-ACCT TO ACCT-NUMBER
030800     READ ACCOUNT-MASTER
030900         INVALID KEY
031000             MOVE "ACCOUNT NOT ON FILE" TO WS-REFUSE-REASON
031100             GO TO 1000-INITIALIZE-REFUSE
031200     END-READ
031300     OPEN INPUT TRANSACTION-DETAIL
031400     IF NOT TXND-FILE-OK
031500         DISPLAY "DUP-STATEMENT-BATCH: TXNDETL OPEN FAILED, "
031600             "STATUS " WS-TXND-STATUS
031700         MOVE "TXNDETL NOT AVAILABLE" TO WS-REFUSE-REASON
031800         GO TO 1000-INITIALIZE-REFUSE
031900     END-IF
032000     MOVE "Y" TO WS-TXND-OPEN-FLAG
032100*    NO DETAIL ARCHIVE YET JUST MEANS NOTHING WAS EVER
032200*    PURGED; NO TXNARCH DD JUST MEANS NO YEAR ARCHIVES ARE
032300*    NEEDED FOR THIS RANGE.
032400     OPEN INPUT DETAIL-ARCHIVE
032500     IF ARCH-FILE-OK
032600         MOVE "Y" TO WS-ARCH-OPEN-FLAG
032700     END-IF
032800     OPEN INPUT LOG-ARCHIVE
032900     IF LOGA-FILE-OK
033000         MOVE "Y" TO WS-LOGA-OPEN-FLAG
033100     END-IF
033200*    THE MAILING BLOCK IS BEST-EFFORT, AS ON THE CYCLE RUN.
033300     OPEN INPUT CUSTOMER-MASTER
033400     IF CUSTM-FILE-OK
033500         MOVE "Y" TO WS-CUSTM-OPEN-FLAG
033600     END-IF
033700     OPEN INPUT CUSTOMER-ADDRESS
033800     IF ADDR-FILE-OK
033900         MOVE "Y" TO WS-ADDR-OPEN-FLAG
034000     END-IF
034100     OPEN OUTPUT STATEMENT-FILE
034200     MOVE "Y" TO WS-STMT-OPEN-FLAG
034300     GO TO 1000-INITIALIZE-EXIT.
034400
034500 1000-INITIALIZE-REFUSE.
034600     MOVE "N" TO WS-REQUEST-FLAG
034700     MOVE 8 TO RETURN-CODE
034800     DISPLAY "DUP-STATEMENT-BATCH: REQUEST REFUSED - "
034900         WS-REFUSE-REASON.
035000 1000-INITIALIZE-EXIT.
035100     EXIT.
035200
035300*----------------------------------------------------------
035400* 1100-CHECK-OPERATOR - THE REQUESTING OPERATOR MUST BE ON
035500* OPERTAB AND NOT DISABLED, SO EVERY LOGGED REQUEST NAMES
035600* SOMEONE ACCOUNTABLE.
035700*----------------------------------------------------------
035800 1100-CHECK-OPERATOR.
035900     OPEN INPUT OPERATOR-FILE
036000     IF NOT OPER-FILE-OK
036100         MOVE "OPERTAB NOT AVAILABLE" TO WS-REFUSE-REASON
036200         GO TO 1100-CHECK-OPERATOR-EXIT
036300     END-IF
036400     PERFORM 1150-READ-OPERATOR
036500         THRU 1150-READ-OPERATOR-EXIT
036600         UNTIL END-OF-OPERATORS OR OPERATOR-FOUND
036700     CLOSE OPERATOR-FILE
036800     IF NOT OPERATOR-FOUND
036900         MOVE "UNKNOWN OPERATOR" TO WS-REFUSE-REASON
037000         GO TO 1100-CHECK-OPERATOR-EXIT
037100     END-IF
037200     IF OP-IS-DISABLED
037300         MOVE "OPERATOR DISABLED" TO WS-REFUSE-REASON
037400     END-IF.
037500 1100-CHECK-OPERATOR-EXIT.
037600     EXIT.
037700
037800*----------------------------------------------------------
037900* 1150-READ-OPERATOR - NEXT OPERTAB RECORD.
038000*----------------------------------------------------------
038100 1150-READ-OPERATOR.
038200     READ OPERATOR-FILE
038300         AT END
038400             MOVE "Y" TO WS-OPER-EOF-FLAG
038500             GO TO 1150-READ-OPERATOR-EXIT
038600     END-READ
038700     IF OP-ID = WS-REQ-OPERATOR
038800         MOVE "Y" TO WS-OPER-FOUND-FLAG
038900     END-IF.
039000 1150-READ-OPERATOR-EXIT.
039100     EXIT.
039200
039300*----------------------------------------------------------
039400* 2000-BUILD-STATEMENT - PRINT THE BANNER, MAILING BLOCK
039500* AND HEADING, FEED THE ACCOUNT'S HISTORY THROUGH OLDEST
039600* SOURCE FIRST, THEN PRINT THE STATEMENT FOOT.
039700*----------------------------------------------------------
039800 2000-BUILD-STATEMENT.
039900     WRITE STATEMENT-LINE FROM WS-SEPARATOR-LINE
040000     MOVE WS-BUSINESS-DATE TO DB-ISSUED
040100     MOVE WS-REQ-OPERATOR  TO DB-OPERATOR
040200     WRITE STATEMENT-LINE FROM WS-DUPLICATE-LINE
040300     PERFORM 2500-PRINT-MAILING-BLOCK
040400         THRU 2500-PRINT-MAILING-BLOCK-EXIT
040500     MOVE WS-REQ-FROM  TO SH-FROM
040600     MOVE WS-REQ-TO    TO SH-TO
040700     MOVE ACCT-NUMBER  TO SH-ACCT
040800     MOVE ACCT-NAME    TO SH-NAME
040900     IF ACCT-IS-CHECKING
041000         MOVE "C" TO SH-TYPE
041100     ELSE
041200         MOVE "S" TO SH-TYPE
041300     END-IF
041400     WRITE STATEMENT-LINE FROM WS-STMT-HEADING
041500
041600     PERFORM 2100-FIND-KEYED-START
041700         THRU 2100-FIND-KEYED-START-EXIT
041800     PERFORM 2200-WALK-LOG-ARCHIVE
041900         THRU 2200-WALK-LOG-ARCHIVE-EXIT
042000     PERFORM 2300-WALK-DETAIL-ARCHIVE
042100         THRU 2300-WALK-DETAIL-ARCHIVE-EXIT
042200     PERFORM 2400-WALK-DETAIL
042300         THRU 2400-WALK-DETAIL-EXIT
042400*    AN ACCOUNT WITH NO HISTORY ANYWHERE CARRIES ITS MASTER
042500*    BALANCE STRAIGHT THROUGH, AS ON THE CYCLE RUN.
042600     IF WS-ENTRY-COUNT = ZERO
042700         MOVE ACCT-BALANCE TO WS-OPENING-BALANCE
042800     END-IF
042900     IF NOT OPENING-PRINTED
043000         PERFORM 3100-PRINT-OPENING
043100             THRU 3100-PRINT-OPENING-EXIT
043200     END-IF
043300
043400     MOVE "INTEREST CREDITED " TO BL-LABEL
043500     MOVE WS-INTEREST-CREDITED TO BL-AMOUNT
043600     WRITE STATEMENT-LINE FROM WS-BALANCE-LINE
043700     IF WS-WHT-TOTAL > ZERO
043800         COMPUTE WS-GROSS-TOTAL
043900             = WS-INTEREST-CREDITED + WS-WHT-TOTAL
044000         MOVE "INTEREST GROSS    " TO BL-LABEL
044100         MOVE WS-GROSS-TOTAL       TO BL-AMOUNT
044200         WRITE STATEMENT-LINE FROM WS-BALANCE-LINE
044300         MOVE "TAX WITHHELD      " TO BL-LABEL
044400         MOVE WS-WHT-TOTAL         TO BL-AMOUNT
044500         WRITE STATEMENT-LINE FROM WS-BALANCE-LINE
044600     END-IF
044700     MOVE "CLOSING BALANCE   " TO BL-LABEL
044800     MOVE WS-CLOSING-BALANCE   TO BL-AMOUNT
044900     WRITE STATEMENT-LINE FROM WS-BALANCE-LINE.
045000 2000-BUILD-STATEMENT-EXIT.
045100     EXIT.
045200
045300*----------------------------------------------------------
045400* 2100-FIND-KEYED-START - TIMESTAMP OF THE ACCOUNT'S OLDEST
045500* KEYED DETAIL RECORD (ARCHIVE FIRST, THEN LIVE).  THE YEAR
045600* TXNLOG ARCHIVES ONLY SUPPLY WHAT IS OLDER THAN THAT, SO
045700* NO ENTRY IS COUNTED TWICE.  NO KEYED HISTORY LEAVES IT
045800* AT HIGH-VALUES AND THE YEAR ARCHIVES SUPPLY EVERYTHING.
045900*----------------------------------------------------------
046000 2100-FIND-KEYED-START.
046100     IF ARCH-FILE-OPEN
046200         MOVE ACCT-NUMBER TO TA-ACCT
046300         MOVE ZERO        TO TA-SEQ
046400         START DETAIL-ARCHIVE KEY NOT LESS THAN TA-KEY
046500             INVALID KEY
046600                 MOVE "Y" TO WS-ARCH-EOF-FLAG
046700         END-START
046800         IF NOT END-OF-ARCH-DETAIL
046900             PERFORM 8200-READ-ARCH-DETAIL
047000                 THRU 8200-READ-ARCH-DETAIL-EXIT
047100         END-IF
047200         IF NOT END-OF-ARCH-DETAIL
047300             MOVE TA-TIMESTAMP TO WS-KEYED-START
047400             GO TO 2100-FIND-KEYED-START-EXIT
047500         END-IF
047600     END-IF
047700     MOVE ACCT-NUMBER TO TD-ACCT
047800     MOVE ZERO        TO TD-SEQ
047900     START TRANSACTION-DETAIL KEY NOT LESS THAN TD-KEY
048000         INVALID KEY
048100             MOVE "Y" TO WS-TXND-EOF-FLAG
048200     END-START
048300     IF NOT END-OF-ACCT-DETAIL
048400         PERFORM 8300-READ-ACCT-DETAIL
048500             THRU 8300-READ-ACCT-DETAIL-EXIT
048600     END-IF
048700     IF NOT END-OF-ACCT-DETAIL
048800         MOVE TD-TIMESTAMP TO WS-KEYED-START
048900     END-IF.
049000 2100-FIND-KEYED-START-EXIT.
049100     EXIT.
049200
049300*----------------------------------------------------------
049400* 2200-WALK-LOG-ARCHIVE - THE YEAR TXNLOG ARCHIVES, OLDEST
049500* YEAR FIRST AS THE JOB CONCATENATES THEM.
049600*----------------------------------------------------------
049700 2200-WALK-LOG-ARCHIVE.
049800     IF NOT LOGA-FILE-OPEN
049900         GO TO 2200-WALK-LOG-ARCHIVE-EXIT
050000     END-IF
050100     PERFORM 8100-READ-LOG-ARCHIVE
050200         THRU 8100-READ-LOG-ARCHIVE-EXIT
050300     PERFORM 2250-TAKE-LOG-ENTRY
050400         THRU 2250-TAKE-LOG-ENTRY-EXIT
050500         UNTIL END-OF-LOG-ARCHIVE.
050600 2200-WALK-LOG-ARCHIVE-EXIT.
050700     EXIT.
050800
050900*----------------------------------------------------------
051000* 2250-TAKE-LOG-ENTRY - ONE ARCHIVED TXNLOG LINE, IF IT IS
051100* THE ACCOUNT'S AND OLDER THAN ITS KEYED HISTORY.  THE
051200* EDITED AMOUNT AND BALANCE ARE DE-EDITED BY THE MOVE.
051300*----------------------------------------------------------
051400 2250-TAKE-LOG-ENTRY.
051500     IF LA-ACCT NOT = ACCT-NUMBER
051600      OR LA-TIMESTAMP(1:8) NOT NUMERIC
051700      OR LA-TIMESTAMP NOT < WS-KEYED-START
051800         GO TO 2250-TAKE-LOG-ENTRY-READ
051900     END-IF
052000     MOVE LA-TIMESTAMP TO WS-ENTRY-TIMESTAMP
052100     MOVE LA-TXN-TYPE  TO WS-ENTRY-TYPE
052200     MOVE LA-AMOUNT    TO WS-ENTRY-AMOUNT
052300     MOVE LA-BALANCE   TO WS-ENTRY-BALANCE
052400     PERFORM 3000-APPLY-ENTRY
052500         THRU 3000-APPLY-ENTRY-EXIT.
052600
052700 2250-TAKE-LOG-ENTRY-READ.
052800     PERFORM 8100-READ-LOG-ARCHIVE
052900         THRU 8100-READ-LOG-ARCHIVE-EXIT.
053000 2250-TAKE-LOG-ENTRY-EXIT.
053100     EXIT.
053200
053300*----------------------------------------------------------
053400* 2300-WALK-DETAIL-ARCHIVE - THE ACCOUNT'S PURGED DETAIL ON
053500* THE TXNDARCH KEYED ARCHIVE, IN SEQUENCE (POSTING) ORDER.
053600*----------------------------------------------------------
053700 2300-WALK-DETAIL-ARCHIVE.
053800     IF NOT ARCH-FILE-OPEN
053900         GO TO 2300-WALK-DETAIL-ARCHIVE-EXIT
054000     END-IF
054100     MOVE "N" TO WS-ARCH-EOF-FLAG
054200     MOVE ACCT-NUMBER TO TA-ACCT
054300     MOVE ZERO        TO TA-SEQ
054400     START DETAIL-ARCHIVE KEY NOT LESS THAN TA-KEY
054500         INVALID KEY
054600             MOVE "Y" TO WS-ARCH-EOF-FLAG
054700     END-START
054800     IF NOT END-OF-ARCH-DETAIL
054900         PERFORM 8200-READ-ARCH-DETAIL
055000             THRU 8200-READ-ARCH-DETAIL-EXIT
055100     END-IF
055200     PERFORM 2350-TAKE-ARCH-ENTRY
055300         THRU 2350-TAKE-ARCH-ENTRY-EXIT
055400         UNTIL END-OF-ARCH-DETAIL.
055500 2300-WALK-DETAIL-ARCHIVE-EXIT.
055600     EXIT.
055700
055800*----------------------------------------------------------
055900* 2350-TAKE-ARCH-ENTRY - ONE ARCHIVED DETAIL RECORD.
056000*----------------------------------------------------------
056100 2350-TAKE-ARCH-ENTRY.
056200     MOVE TA-TIMESTAMP TO WS-ENTRY-TIMESTAMP
056300     MOVE TA-TXN-TYPE  TO WS-ENTRY-TYPE
056400     MOVE TA-AMOUNT    TO WS-ENTRY-AMOUNT
056500     MOVE TA-BALANCE   TO WS-ENTRY-BALANCE
056600     PERFORM 3000-APPLY-ENTRY
056700         THRU 3000-APPLY-ENTRY-EXIT
056800     PERFORM 8200-READ-ARCH-DETAIL
056900         THRU 8200-READ-ARCH-DETAIL-EXIT.
057000 2350-TAKE-ARCH-ENTRY-EXIT.
057100     EXIT.
057200
057300*----------------------------------------------------------
057400* 2400-WALK-DETAIL - THE ACCOUNT'S LIVE TXNDETL RECORDS.
057500*----------------------------------------------------------
057600 2400-WALK-DETAIL.
057700     MOVE "N" TO WS-TXND-EOF-FLAG
057800     MOVE ACCT-NUMBER TO TD-ACCT
057900     MOVE ZERO        TO TD-SEQ
058000     START TRANSACTION-DETAIL KEY NOT LESS THAN TD-KEY
058100         INVALID KEY
058200             MOVE "Y" TO WS-TXND-EOF-FLAG
058300     END-START
058400     IF NOT END-OF-ACCT-DETAIL
058500         PERFORM 8300-READ-ACCT-DETAIL
058600             THRU 8300-READ-ACCT-DETAIL-EXIT
058700     END-IF
058800     PERFORM 2450-TAKE-DETAIL-ENTRY
058900         THRU 2450-TAKE-DETAIL-ENTRY-EXIT
059000         UNTIL END-OF-ACCT-DETAIL.
059100 2400-WALK-DETAIL-EXIT.
059200     EXIT.
059300
059400*----------------------------------------------------------
059500* 2450-TAKE-DETAIL-ENTRY - ONE LIVE DETAIL RECORD.
059600*----------------------------------------------------------
059700 2450-TAKE-DETAIL-ENTRY.
059800     MOVE TD-TIMESTAMP TO WS-ENTRY-TIMESTAMP
059900     MOVE TD-TXN-TYPE  TO WS-ENTRY-TYPE
060000     MOVE TD-AMOUNT    TO WS-ENTRY-AMOUNT
060100     MOVE TD-BALANCE   TO WS-ENTRY-BALANCE
060200     PERFORM 3000-APPLY-ENTRY
060300         THRU 3000-APPLY-ENTRY-EXIT
060400     PERFORM 8300-READ-ACCT-DETAIL
060500         THRU 8300-READ-ACCT-DETAIL-EXIT.
060600 2450-TAKE-DETAIL-ENTRY-EXIT.
060700     EXIT.
060800
060900*----------------------------------------------------------
061000* 2500-PRINT-MAILING-BLOCK - THE ADDRESSEE BLOCK, AS ON THE
061100* CYCLE STATEMENT: CUSTOMER NAME FROM CUSTMSTR (THE ACCOUNT
061200* NAME WHEN THE LINK IS BLANK OR BROKEN) AND THE ADDRESS
061300* FROM CUSTADDR.
061400*----------------------------------------------------------
061500 2500-PRINT-MAILING-BLOCK.
061600     MOVE ACCT-NAME TO MN-NAME
061700     IF CUSTM-FILE-OPEN AND ACCT-CUST-NUM NOT = SPACES
061800         MOVE ACCT-CUST-NUM TO CM-CUST-ID
061900         READ CUSTOMER-MASTER
062000             INVALID KEY
062100                 CONTINUE
062200             NOT INVALID KEY
062300                 MOVE CM-CUST-NAME TO MN-NAME
062400         END-READ
062500     END-IF
062600     WRITE STATEMENT-LINE FROM WS-MAIL-NAME-LINE
062700     IF NOT ADDR-FILE-OPEN OR ACCT-CUST-NUM = SPACES
062800         MOVE "     ** NO ADDRESS ON FILE **"
062900             TO WS-MAIL-NOTE-LINE
063000         WRITE STATEMENT-LINE FROM WS-MAIL-NOTE-LINE
063100         GO TO 2500-PRINT-MAILING-BLOCK-EXIT
063200     END-IF
063300     MOVE ACCT-CUST-NUM TO AD-CUST-ID
063400     READ CUSTOMER-ADDRESS
063500         INVALID KEY
063600             MOVE "     ** NO ADDRESS ON FILE **"
063700                 TO WS-MAIL-NOTE-LINE
063800             WRITE STATEMENT-LINE FROM WS-MAIL-NOTE-LINE
063900             GO TO 2500-PRINT-MAILING-BLOCK-EXIT
064000     END-READ
064100     MOVE AD-STREET TO MS-STREET
064200     WRITE STATEMENT-LINE FROM WS-MAIL-STREET-LINE
064300     MOVE AD-CITY   TO MC-CITY
064400     MOVE AD-STATE  TO MC-STATE
064500     MOVE AD-ZIP    TO MC-ZIP
064600     WRITE STATEMENT-LINE FROM WS-MAIL-CITY-LINE.
064700 2500-PRINT-MAILING-BLOCK-EXIT.
064800     EXIT.
064900
065000*----------------------------------------------------------
065100* 3000-APPLY-ENTRY - ONE HISTORY ENTRY FROM ANY SOURCE.
065200* BEFORE THE RANGE ITS RESULTING BALANCE ROLLS THE OPENING
065300* BALANCE; INSIDE IT THE ENTRY PRINTS (THE OPENING LINE
065400* GOING OUT FIRST); AFTER IT THE ENTRY IS IGNORED.
065500*----------------------------------------------------------
065600 3000-APPLY-ENTRY.
065700     ADD 1 TO WS-ENTRY-COUNT
065800     MOVE WS-ENTRY-TIMESTAMP(1:8) TO WS-ENTRY-DATE
065900     IF WS-ENTRY-DATE < WS-REQ-FROM
066000         MOVE WS-ENTRY-BALANCE TO WS-OPENING-BALANCE
066100         GO TO 3000-APPLY-ENTRY-EXIT
066200     END-IF
066300     IF WS-ENTRY-DATE > WS-REQ-TO
066400         GO TO 3000-APPLY-ENTRY-EXIT
066500     END-IF
066600     IF NOT OPENING-PRINTED
066700         PERFORM 3100-PRINT-OPENING
066800             THRU 3100-PRINT-OPENING-EXIT
066900     END-IF
067000     MOVE WS-ENTRY-TIMESTAMP(1:8)  TO XL-DATE
067100     MOVE WS-ENTRY-TIMESTAMP(9:6)  TO XL-TIME
067200     MOVE WS-ENTRY-TYPE            TO XL-TYPE
067300     MOVE WS-ENTRY-AMOUNT          TO XL-AMOUNT
067400     MOVE WS-ENTRY-BALANCE         TO XL-BALANCE
067500     WRITE STATEMENT-LINE FROM WS-TXN-LINE
067600     MOVE WS-ENTRY-BALANCE         TO WS-CLOSING-BALANCE
067700     IF WS-ENTRY-TYPE = "INTEREST"
067800         ADD WS-ENTRY-AMOUNT TO WS-INTEREST-CREDITED
067900     END-IF
068000     IF WS-ENTRY-TYPE = "TAX WHT"
068100         ADD WS-ENTRY-AMOUNT TO WS-WHT-TOTAL
068200     END-IF
068300     ADD 1 TO WS-PERIOD-TXN-COUNT.
068400 3000-APPLY-ENTRY-EXIT.
068500     EXIT.
068600
068700*----------------------------------------------------------
068800* 3100-PRINT-OPENING - THE OPENING BALANCE LINE, ONCE.
068900*----------------------------------------------------------
069000 3100-PRINT-OPENING.
069100     MOVE "OPENING BALANCE   " TO BL-LABEL
069200     MOVE WS-OPENING-BALANCE   TO BL-AMOUNT
069300     WRITE STATEMENT-LINE FROM WS-BALANCE-LINE
069400     MOVE WS-OPENING-BALANCE   TO WS-CLOSING-BALANCE
069500     MOVE "Y" TO WS-OPENING-FLAG.
069600 3100-PRINT-OPENING-EXIT.
069700     EXIT.
069800
069900*----------------------------------------------------------
070000* 8100-READ-LOG-ARCHIVE - NEXT YEAR-ARCHIVE TXNLOG LINE.
070100*----------------------------------------------------------
070200 8100-READ-LOG-ARCHIVE.
070300     READ LOG-ARCHIVE
070400         AT END
070500             MOVE "Y" TO WS-LOGA-EOF-FLAG
070600     END-READ.
070700 8100-READ-LOG-ARCHIVE-EXIT.
070800     EXIT.
070900
071000*----------------------------------------------------------
071100* 8200-READ-ARCH-DETAIL - NEXT ARCHIVED DETAIL RECORD FOR
071200* THE ACCOUNT.
071300*----------------------------------------------------------
071400 8200-READ-ARCH-DETAIL.
071500     READ DETAIL-ARCHIVE NEXT RECORD
071600         AT END
071700             MOVE "Y" TO WS-ARCH-EOF-FLAG
071800     END-READ
071900     IF NOT END-OF-ARCH-DETAIL
072000         IF TA-ACCT NOT = ACCT-NUMBER
072100             MOVE "Y" TO WS-ARCH-EOF-FLAG
072200         END-IF
072300     END-IF.
072400 8200-READ-ARCH-DETAIL-EXIT.
072500     EXIT.
072600
072700*----------------------------------------------------------
072800* 8300-READ-ACCT-DETAIL - NEXT LIVE DETAIL RECORD FOR THE
072900* ACCOUNT; THE ACCOUNT CHANGING (OR END OF FILE) ENDS THE
073000* WALK.
073100*----------------------------------------------------------
073200 8300-READ-ACCT-DETAIL.
073300     READ TRANSACTION-DETAIL NEXT RECORD
073400         AT END
073500             MOVE "Y" TO WS-TXND-EOF-FLAG
073600     END-READ
073700     IF NOT END-OF-ACCT-DETAIL
073800         IF TD-ACCT NOT = ACCT-NUMBER
073900             MOVE "Y" TO WS-TXND-EOF-FLAG
074000         END-IF
074100     END-IF.
074200 8300-READ-ACCT-DETAIL-EXIT.
074300     EXIT.
074400
074500*----------------------------------------------------------
074600* 8800-LOG-REQUEST - APPEND THE REQUEST, PRODUCED OR
074700* REFUSED, TO THE DUPSTLOG REQUEST LOG.
074800*----------------------------------------------------------
074900 8800-LOG-REQUEST.
075000     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
075100     OPEN EXTEND DUP-REQUEST-LOG
075200     MOVE SPACES              TO DUP-REQUEST-RECORD
075300     MOVE WS-BUSINESS-DATE    TO DQ-REQ-DATE
075400     MOVE WS-TIMESTAMP(9:6)   TO DQ-REQ-TIME
075500     MOVE WS-REQ-OPERATOR     TO DQ-OPERATOR
075600     MOVE WS-REQ-ACCT         TO DQ-ACCT
075700     MOVE WS-REQ-FROM         TO DQ-FROM-DATE
075800     MOVE WS-REQ-TO           TO DQ-TO-DATE
075900     MOVE WS-PERIOD-TXN-COUNT TO DQ-TXN-COUNT
076000     IF REQUEST-ACCEPTED
076100         MOVE "P" TO DQ-RESULT
076200     ELSE
076300         MOVE "R" TO DQ-RESULT
076400         MOVE WS-REFUSE-REASON TO DQ-REASON
076500     END-IF
076600     WRITE DUP-REQUEST-RECORD
076700     CLOSE DUP-REQUEST-LOG.
076800 8800-LOG-REQUEST-EXIT.
076900     EXIT.
077000
077100*----------------------------------------------------------
077200* 9000-TERMINATE - CLOSE WHATEVER WAS OPENED AND REPORT.
077300*----------------------------------------------------------
077400 9000-TERMINATE.
077500     IF ACCT-FILE-OPEN
077600         CLOSE ACCOUNT-MASTER
077700     END-IF
077800     IF TXND-FILE-OPEN
077900         CLOSE TRANSACTION-DETAIL
078000     END-IF
078100     IF ARCH-FILE-OPEN
078200         CLOSE DETAIL-ARCHIVE
078300     END-IF
078400     IF LOGA-FILE-OPEN
078500         CLOSE LOG-ARCHIVE
078600     END-IF
078700     IF CUSTM-FILE-OPEN
078800         CLOSE CUSTOMER-MASTER
078900     END-IF
079000     IF ADDR-FILE-OPEN
079100         CLOSE CUSTOMER-ADDRESS
079200     END-IF
079300     IF STMT-FILE-OPEN
079400         CLOSE STATEMENT-FILE
079500     END-IF
079600     IF REQUEST-ACCEPTED
079700         DISPLAY "DUP-STATEMENT-BATCH: DUPLICATE FOR ACCOUNT "
079800             WS-REQ-ACCT " " WS-REQ-FROM "-" WS-REQ-TO
079900             ", " WS-PERIOD-TXN-COUNT " TRANSACTIONS"
080000     END-IF.
080100 9000-TERMINATE-EXIT.
080200     EXIT.
