000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CARD-AUTH-INTAKE.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  DAILY INTAKE OF THE CARD
001100*                 PROCESSOR'S AUTHORIZATION FEED (AUTHFEED)
001200*                 ONTO THE INDEXED CARDAUTH FILE (SHARED
001300*                 CAUTHREC COPYBOOK).  THE FEED CARRIES HDR
001400*                 AND TRL CONTROL RECORDS AS THE CUSTOMER
001500*                 EXTRACT DOES: THE HEADER DATE MUST BE THE
001600*                 BUSINESS DATE AND THE TRAILER COUNT AND
001700*                 AMOUNT HASH MUST MATCH THE DETAIL, OR
001800*                 NOTHING IS LOADED AND THE STEP FAILS.  EACH
001900*                 GOOD AUTHORIZATION ALSO PLACES A "CARD AUTH
002000*                 PENDING" HOLD ON THE HOLDREG REGISTER SO
002100*                 EVERY DEBIT PATH PRICES THE SPEND BEFORE IT
002200*                 SETTLES.  CARD-SETTLE-BATCH RELEASES THE
002300*                 HOLD ON SETTLEMENT OR EXPIRES IT WHEN THE
002400*                 AUTHORIZATION LAPSES.  BAD DETAIL GOES TO
002500*                 AUTHREJ.
002505* 2026-10-15 KMR  THE FEED NOW CARRIES THE CARD NUMBER AND A
002510*                 CASH/PURCHASE INDICATOR.  A CARDED
002515*                 AUTHORIZATION IS CHECKED AGAINST THE CARD
002520*                 MASTER (CARDMSTR, CARDREC): A CARD NOT ON
002525*                 FILE, NOT ON THE ACCOUNT, NOT ACTIVE OR PAST
002530*                 ITS EXPIRY, OR ONE THE AMOUNT WOULD TAKE OVER
002535*                 ITS DAILY CASH OR PURCHASE LIMIT, IS
002540*                 REJECTED; AN ACCEPTED ONE COUNTS AGAINST THE
002545*                 CARD'S DAY.  REJECTS SHOW THE CARD MASKED.
002550*                 NO CARD MASTER, OR NO CARD NUMBER ON THE
002555*                 RECORD, MEANS NO CARD CHECKS.
002600*----------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT AUTH-FEED ASSIGN TO "AUTHFEED"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-FEED-STATUS.
003300
003400     SELECT CARD-AUTH-FILE ASSIGN TO "CARDAUTH"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS CA-REFERENCE
003800         FILE STATUS IS WS-AUTH-STATUS.
003900
004000     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS ACCT-NUMBER
004400         ALTERNATE RECORD KEY IS ACCT-NAME
004500             WITH DUPLICATES
004600         FILE STATUS IS WS-ACCT-STATUS.
004700
004710     SELECT CARD-MASTER ASSIGN TO "CARDMSTR"
004720         ORGANIZATION IS INDEXED
004730         ACCESS MODE IS DYNAMIC
004740         RECORD KEY IS CD-CARD-NUMBER
004750         ALTERNATE RECORD KEY IS CD-ACCT
004760             WITH DUPLICATES
004770         FILE STATUS IS WS-CARD-STATUS.
004780
004800     SELECT HOLD-REGISTER ASSIGN TO "HOLDREG"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS HR-KEY
005200         FILE STATUS IS WS-HREG-STATUS.
005300
005400     SELECT REJECT-FILE ASSIGN TO "AUTHREJ"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600
005700     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200*    ONE AUTHORIZATION FROM THE PROCESSOR.  A ZERO EXPIRY
006300*    DATE TAKES THE DEFAULT AUTHORIZATION LIFE.
006400 FD  AUTH-FEED.
006500 01  AUTH-FEED-RECORD.
006600     05  AF-REFERENCE        PIC X(12).
006700     05  AF-ACCT             PIC X(06).
006800     05  AF-AMOUNT           PIC 9(7)V99.
006900     05  AF-AUTH-DATE        PIC 9(08).
007000     05  AF-EXPIRY-DATE      PIC 9(08).
007010     05  AF-CARD-NUMBER      PIC X(16).
007020     05  AF-TXN-KIND         PIC X(01).
007030         88  AF-IS-CASH              VALUE "C".
007040     05  FILLER              PIC X(20).
007200
007300 FD  CARD-AUTH-FILE.
007400 01  CARD-AUTH-RECORD.
007500     COPY CAUTHREC.
007600
007700 FD  ACCOUNT-MASTER.
007800 01  ACCOUNT-RECORD.
007900     COPY ACCTREC.
008000
008010 FD  CARD-MASTER.
008020 01  CARD-RECORD.
008030     COPY CARDREC.
008040
008100 FD  HOLD-REGISTER.
008200 01  HOLD-REGISTER-RECORD.
008300     COPY HREGREC.
008400
008500 FD  REJECT-FILE.
008600 01  REJECT-RECORD.
008700     05  RJ-REFERENCE        PIC X(12).
008800     05  FILLER              PIC X(01) VALUE SPACE.
008900     05  RJ-ACCT             PIC X(06).
009000     05  FILLER              PIC X(01) VALUE SPACE.
009100     05  RJ-AMOUNT           PIC 9(7)V99.
009200     05  FILLER              PIC X(01) VALUE SPACE.
009300     05  RJ-REASON           PIC X(24).
009310     05  FILLER              PIC X(01) VALUE SPACE.
009320     05  RJ-CARD             PIC X(16).
009330     05  FILLER              PIC X(09) VALUE SPACES.
009500
009600 FD  DAILY-STATS-FILE.
009700     COPY DLYSTAT.
009800
009900 WORKING-STORAGE SECTION.
010000*----------------------------------------------------------
010100* SWITCHES AND FILE STATUS
010200*----------------------------------------------------------
010300 01  WS-SWITCHES.
010400     05  WS-EOF-FLAG         PIC X(01) VALUE "N".
010500         88  END-OF-FEED             VALUE "Y".
010600     05  WS-FEED-OK-FLAG     PIC X(01) VALUE "Y".
010700         88  FEED-IS-GOOD            VALUE "Y".
010800     05  WS-TRAILER-SEEN-FLAG PIC X(01) VALUE "N".
010900         88  TRAILER-SEEN            VALUE "Y".
011000     05  WS-RECORD-OK-FLAG   PIC X(01) VALUE "Y".
011100         88  RECORD-IS-GOOD          VALUE "Y".
011200     05  WS-HREG-EOF-FLAG    PIC X(01) VALUE "N".
011300         88  END-OF-REG-HOLDS        VALUE "Y".
011400 01  WS-FEED-STATUS          PIC X(02).
011500     88  FEED-FILE-OK                VALUE "00".
011600 01  WS-AUTH-STATUS          PIC X(02).
011700     88  AUTH-FILE-OK                VALUE "00".
011800     88  AUTH-FILE-NOT-FOUND         VALUE "35".
011900 01  WS-ACCT-STATUS          PIC X(02).
012000     88  ACCT-FILE-OK                VALUE "00".
012100 01  WS-HREG-STATUS          PIC X(02).
012200     88  HREG-FILE-OK                VALUE "00".
012300     88  HREG-FILE-NOT-FOUND         VALUE "35".
012310 01  WS-CARD-STATUS          PIC X(02).
012320     88  CARD-FILE-OK                VALUE "00".
012330 01  WS-CARD-OPEN-FLAG       PIC X(01) VALUE "N".
012340     88  CARD-FILE-OPEN              VALUE "Y".
012350 01  WS-CARD-FOUND-FLAG      PIC X(01) VALUE "N".
012360     88  CARD-ON-RECORD              VALUE "Y".
012400
012500*----------------------------------------------------------
012600* FILE CONTROL RECORD FIELDS
012700*----------------------------------------------------------
012800 01  WS-CONTROL-VIEW.
012900     05  CV-TYPE             PIC X(03).
013000     05  CV-DATE             PIC 9(08).
013100     05  CV-SOURCE           PIC X(08).
013200 01  WS-TRAILER-VIEW.
013300     05  FILLER              PIC X(03).
013400     05  TV-COUNT            PIC 9(07).
013500     05  TV-HASH             PIC 9(11)V99.
013600 01  WS-DATA-COUNT           PIC 9(07) COMP VALUE ZERO.
013700 01  WS-DATA-HASH            PIC 9(11)V99 VALUE ZERO.
013800
013900*----------------------------------------------------------
014000* WORK FIELDS.  AN AUTHORIZATION WITH NO EXPIRY ON THE FEED
014100* LAPSES WS-DEFAULT-AUTH-DAYS AFTER IT WAS GRANTED.  ITS
014200* HOLD RUNS ONE DAY PAST THE EXPIRY, SINCE THE AUTHORIZATION
014300* IS STILL GOOD ON ITS EXPIRY DATE ITSELF.
014400*----------------------------------------------------------
014500 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
014600 01  WS-DEFAULT-AUTH-DAYS    PIC 9(03) VALUE 7.
014700 01  WS-EXPIRY-DATE          PIC 9(08) VALUE ZERO.
014800 01  WS-HOLD-EXPIRY          PIC 9(08) VALUE ZERO.
014900 01  WS-RHOLD-SEQ            PIC 9(03) VALUE ZERO.
015000 01  WS-LOADED-COUNT         PIC 9(07) COMP VALUE ZERO.
015100 01  WS-HOLD-COUNT           PIC 9(07) COMP VALUE ZERO.
015200 01  WS-REJECT-COUNT         PIC 9(07) COMP VALUE ZERO.
015300 01  WS-HOLD-COUNT-DISP      PIC ZZZZZZ9.
015400 01  WS-REJECT-COUNT-DISP    PIC ZZZZZZ9.
015500
015600*----------------------------------------------------------
015700* SHARED EXCEPTION-LOG FIELDS FOR THE EXCPLOG SUBPROGRAM.
015800*----------------------------------------------------------
015900 01  WS-EXCP-PROGRAM         PIC X(23)
016000     VALUE "CARD-AUTH-INTAKE".
016100 01  WS-EXCP-SEVERITY        PIC X(01) VALUE "E".
016200 01  WS-EXCP-MESSAGE         PIC X(40) VALUE SPACES.
016300 01  WS-EXCP-FSTATUS         PIC X(02) VALUE SPACES.
016400
016500 PROCEDURE DIVISION.
016600*----------------------------------------------------------
016700* 0000-MAINLINE - PROVE THE WHOLE FEED FIRST, THEN LOAD IT.
016800* A FEED THAT FAILS ITS CONTROLS LOADS NOTHING.
016900*----------------------------------------------------------
017000 0000-MAINLINE.
017100     PERFORM 1000-INITIALIZE
017200         THRU 1000-INITIALIZE-EXIT
017300     IF FEED-IS-GOOD
017400         PERFORM 2000-PROVE-FEED
017500             THRU 2000-PROVE-FEED-EXIT
017600     END-IF
017700     IF FEED-IS-GOOD
017800         PERFORM 3000-LOAD-FEED
017900             THRU 3000-LOAD-FEED-EXIT
018000     END-IF
018100     PERFORM 9000-TERMINATE
018200         THRU 9000-TERMINATE-EXIT
018300     STOP RUN.
018400
018500*----------------------------------------------------------
018600* 1000-INITIALIZE - BUSINESS DATE AND THE MASTER FILES.
018700* CARDAUTH AND HOLDREG ARE CREATED EMPTY THE FIRST TIME.
018800*----------------------------------------------------------
018900 1000-INITIALIZE.
019000     CALL "GETBDATE" USING WS-BUSINESS-DATE
019100     OPEN OUTPUT REJECT-FILE
019200     OPEN INPUT ACCOUNT-MASTER
019300     IF NOT ACCT-FILE-OK
019400         DISPLAY "CARD-AUTH-INTAKE: ACCTMSTR OPEN FAILED, "
019500             "STATUS " WS-ACCT-STATUS
019600         MOVE "ACCTMSTR OPEN FAILED - FEED NOT LOADED"
019700             TO WS-EXCP-MESSAGE
019800         MOVE WS-ACCT-STATUS TO WS-EXCP-FSTATUS
019900         GO TO 1000-INITIALIZE-FAIL
020000     END-IF
020100     OPEN I-O CARD-AUTH-FILE
020200     IF AUTH-FILE-NOT-FOUND
020300         OPEN OUTPUT CARD-AUTH-FILE
020400         CLOSE CARD-AUTH-FILE
020500         OPEN I-O CARD-AUTH-FILE
020600     END-IF
020700     IF NOT AUTH-FILE-OK
020800         DISPLAY "CARD-AUTH-INTAKE: CARDAUTH OPEN FAILED, "
020900             "STATUS " WS-AUTH-STATUS
021000         MOVE "CARDAUTH OPEN FAILED - FEED NOT LOADED"
021100             TO WS-EXCP-MESSAGE
021200         MOVE WS-AUTH-STATUS TO WS-EXCP-FSTATUS
021300         GO TO 1000-INITIALIZE-FAIL
021400     END-IF
021500     OPEN I-O HOLD-REGISTER
021600     IF HREG-FILE-NOT-FOUND
021700         OPEN OUTPUT HOLD-REGISTER
021800         CLOSE HOLD-REGISTER
021900         OPEN I-O HOLD-REGISTER
022000     END-IF
022100     IF NOT HREG-FILE-OK
022200         DISPLAY "CARD-AUTH-INTAKE: HOLDREG OPEN FAILED, "
022300             "STATUS " WS-HREG-STATUS
022400         MOVE "HOLDREG OPEN FAILED - FEED NOT LOADED"
022500             TO WS-EXCP-MESSAGE
022600         MOVE WS-HREG-STATUS TO WS-EXCP-FSTATUS
022700         GO TO 1000-INITIALIZE-FAIL
022800     END-IF
022810*    NO CARD MASTER YET JUST MEANS NO CARD CHECKS.
022820     OPEN I-O CARD-MASTER
022830     IF CARD-FILE-OK
022840         MOVE "Y" TO WS-CARD-OPEN-FLAG
022850     END-IF
022900     GO TO 1000-INITIALIZE-EXIT.
023000 1000-INITIALIZE-FAIL.
023100     PERFORM 8500-LOG-EXCEPTION
023200         THRU 8500-LOG-EXCEPTION-EXIT
023300     MOVE 8 TO RETURN-CODE
023400     MOVE "N" TO WS-FEED-OK-FLAG.
023500 1000-INITIALIZE-EXIT.
023600     EXIT.
023700
023800*----------------------------------------------------------
023900* 2000-PROVE-FEED - FIRST PASS.  THE FIRST RECORD MUST BE
024000* THE HDR FOR TODAY'S BUSINESS DATE, AND THE TRL MUST
024100* AGREE WITH THE DETAIL COUNT AND AMOUNT HASH.
024200*----------------------------------------------------------
024300 2000-PROVE-FEED.
024400     OPEN INPUT AUTH-FEED
024500     IF NOT FEED-FILE-OK
024600         DISPLAY "CARD-AUTH-INTAKE: AUTHFEED OPEN FAILED, "
024700             "STATUS " WS-FEED-STATUS
024800         MOVE "AUTHFEED OPEN FAILED - FEED NOT LOADED"
024900             TO WS-EXCP-MESSAGE
025000         MOVE WS-FEED-STATUS TO WS-EXCP-FSTATUS
025100         GO TO 2000-PROVE-FEED-FAIL
025200     END-IF
025300     MOVE "N" TO WS-EOF-FLAG
025400     PERFORM 8000-READ-FEED
025500         THRU 8000-READ-FEED-EXIT
025600     MOVE AUTH-FEED-RECORD TO WS-CONTROL-VIEW
025700     IF END-OF-FEED OR CV-TYPE NOT = "HDR"
025800         DISPLAY "CARD-AUTH-INTAKE: MISSING HEADER RECORD - "
025900             "STEP FAILED"
026000         MOVE "AUTHFEED MISSING HEADER RECORD"
026100             TO WS-EXCP-MESSAGE
026200         MOVE "  " TO WS-EXCP-FSTATUS
026300         GO TO 2000-PROVE-FEED-FAIL
026400     END-IF
026500     IF CV-DATE NOT = WS-BUSINESS-DATE
026600         DISPLAY "CARD-AUTH-INTAKE: FILE DATE " CV-DATE
026700             " IS NOT THE EXPECTED " WS-BUSINESS-DATE
026800             " - STEP FAILED"
026900         MOVE "AUTHFEED HEADER DATE NOT BUSINESS DATE"
027000             TO WS-EXCP-MESSAGE
027100         MOVE "  " TO WS-EXCP-FSTATUS
027200         GO TO 2000-PROVE-FEED-FAIL
027300     END-IF
027400     PERFORM 8000-READ-FEED
027500         THRU 8000-READ-FEED-EXIT
027600     PERFORM 2100-COUNT-DETAIL
027700         THRU 2100-COUNT-DETAIL-EXIT
027800         UNTIL END-OF-FEED OR TRAILER-SEEN
027900     IF NOT TRAILER-SEEN
028000         DISPLAY "CARD-AUTH-INTAKE: NO TRAILER RECORD - "
028100             "STEP FAILED"
028200         MOVE "AUTHFEED MISSING TRAILER RECORD"
028300             TO WS-EXCP-MESSAGE
028400         MOVE "  " TO WS-EXCP-FSTATUS
028500         GO TO 2000-PROVE-FEED-FAIL
028600     END-IF
028700     MOVE AUTH-FEED-RECORD TO WS-TRAILER-VIEW
028800     IF TV-COUNT NOT = WS-DATA-COUNT
028900         DISPLAY "CARD-AUTH-INTAKE: TRAILER COUNT " TV-COUNT
029000             " BUT " WS-DATA-COUNT " RECORDS READ - "
029100             "STEP FAILED"
029200         MOVE "AUTHFEED TRAILER COUNT MISMATCH"
029300             TO WS-EXCP-MESSAGE
029400         MOVE "  " TO WS-EXCP-FSTATUS
029500         GO TO 2000-PROVE-FEED-FAIL
029600     END-IF
029700     IF TV-HASH NOT = WS-DATA-HASH
029800         DISPLAY "CARD-AUTH-INTAKE: TRAILER HASH " TV-HASH
029900             " BUT DETAIL TOTALS " WS-DATA-HASH
030000             " - STEP FAILED"
030100         MOVE "AUTHFEED TRAILER HASH MISMATCH"
030200             TO WS-EXCP-MESSAGE
030300         MOVE "  " TO WS-EXCP-FSTATUS
030400         GO TO 2000-PROVE-FEED-FAIL
030500     END-IF
030600     CLOSE AUTH-FEED
030700     GO TO 2000-PROVE-FEED-EXIT.
030800 2000-PROVE-FEED-FAIL.
030900     IF FEED-FILE-OK
031000         CLOSE AUTH-FEED
031100     END-IF
031200     PERFORM 8500-LOG-EXCEPTION
031300         THRU 8500-LOG-EXCEPTION-EXIT
031400     MOVE 8 TO RETURN-CODE
031500     MOVE "N" TO WS-FEED-OK-FLAG.
031600 2000-PROVE-FEED-EXIT.
031700     EXIT.
031800
031900*----------------------------------------------------------
032000* 2100-COUNT-DETAIL - ADD ONE DETAIL RECORD TO THE CONTROL
032100* TOTALS, OR NOTE THE TRAILER.  AN UNREADABLE AMOUNT ADDS
032200* NOTHING TO THE HASH.
032300*----------------------------------------------------------
032400 2100-COUNT-DETAIL.
032500     IF AUTH-FEED-RECORD(1:3) = "TRL"
032600         MOVE "Y" TO WS-TRAILER-SEEN-FLAG
032700         GO TO 2100-COUNT-DETAIL-EXIT
032800     END-IF
032900     ADD 1 TO WS-DATA-COUNT
033000     IF AF-AMOUNT IS NUMERIC
033100         ADD AF-AMOUNT TO WS-DATA-HASH
033200     END-IF
033300     PERFORM 8000-READ-FEED
033400         THRU 8000-READ-FEED-EXIT.
033500 2100-COUNT-DETAIL-EXIT.
033600     EXIT.
033700
033800*----------------------------------------------------------
033900* 3000-LOAD-FEED - SECOND PASS.  SKIP THE HEADER AND LOAD
034000* EVERY DETAIL RECORD UP TO THE TRAILER.
034100*----------------------------------------------------------
034200 3000-LOAD-FEED.
034300     OPEN INPUT AUTH-FEED
034400     MOVE "N" TO WS-EOF-FLAG
034500     PERFORM 8000-READ-FEED
034600         THRU 8000-READ-FEED-EXIT
034700     PERFORM 8000-READ-FEED
034800         THRU 8000-READ-FEED-EXIT
034900     PERFORM 3100-LOAD-AUTHORIZATION
035000         THRU 3100-LOAD-AUTHORIZATION-EXIT
035100         UNTIL END-OF-FEED
035200     CLOSE AUTH-FEED.
035300 3000-LOAD-FEED-EXIT.
035400     EXIT.
035500
035600*----------------------------------------------------------
035700* 3100-LOAD-AUTHORIZATION - EDIT ONE AUTHORIZATION, PLACE
035800* ITS PENDING HOLD AND WRITE IT TO CARDAUTH.
035900*----------------------------------------------------------
036000 3100-LOAD-AUTHORIZATION.
036100     IF AUTH-FEED-RECORD(1:3) = "TRL"
036200         MOVE "Y" TO WS-EOF-FLAG
036300         GO TO 3100-LOAD-AUTHORIZATION-EXIT
036400     END-IF
036500     PERFORM 3200-EDIT-AUTHORIZATION
036600         THRU 3200-EDIT-AUTHORIZATION-EXIT
036700     IF NOT RECORD-IS-GOOD
036800         GO TO 3100-LOAD-AUTHORIZATION-READ
036900     END-IF
037000     MOVE ZERO TO WS-RHOLD-SEQ
037100*    AN AUTHORIZATION THAT HAS ALREADY LAPSED IS KEPT FOR THE
037200*    SETTLEMENT MATCH BUT FREEZES NOTHING.
037300     IF WS-EXPIRY-DATE NOT < WS-BUSINESS-DATE
037400         PERFORM 3400-PLACE-AUTH-HOLD
037500             THRU 3400-PLACE-AUTH-HOLD-EXIT
037600     END-IF
037700     MOVE SPACES           TO CARD-AUTH-RECORD
037800     MOVE AF-REFERENCE     TO CA-REFERENCE
037900     MOVE AF-ACCT          TO CA-ACCT
038000     MOVE AF-AMOUNT        TO CA-AMOUNT
038100     MOVE AF-AUTH-DATE     TO CA-AUTH-DATE
038200     MOVE WS-EXPIRY-DATE   TO CA-EXPIRY-DATE
038300     MOVE SPACE            TO CA-STATUS
038400     MOVE WS-RHOLD-SEQ     TO CA-HOLD-SEQ
038500     WRITE CARD-AUTH-RECORD
038600         INVALID KEY
038700             DISPLAY "CARD-AUTH-INTAKE: CARDAUTH WRITE "
038800                 "FAILED FOR " AF-REFERENCE ", STATUS "
038900                 WS-AUTH-STATUS
039000             GO TO 3100-LOAD-AUTHORIZATION-READ
039100     END-WRITE
039200     ADD 1 TO WS-LOADED-COUNT
039210     PERFORM 3350-RECORD-CARD-USE
039220         THRU 3350-RECORD-CARD-USE-EXIT.
039230
039300 3100-LOAD-AUTHORIZATION-READ.
039400     PERFORM 8000-READ-FEED
039500         THRU 8000-READ-FEED-EXIT.
039600 3100-LOAD-AUTHORIZATION-EXIT.
039700     EXIT.
039800
039900*----------------------------------------------------------
040000* 3200-EDIT-AUTHORIZATION - AMOUNT, DATES, ACCOUNT AND
040100* DUPLICATE CHECKS.  A FAILURE GOES TO AUTHREJ.
040200*----------------------------------------------------------
040300 3200-EDIT-AUTHORIZATION.
040400     MOVE "Y" TO WS-RECORD-OK-FLAG
040410     MOVE SPACES TO REJECT-RECORD
040500     IF AF-AMOUNT IS NOT NUMERIC OR AF-AMOUNT = ZERO
040600         MOVE "BAD AMOUNT" TO RJ-REASON
040700         GO TO 3200-EDIT-AUTHORIZATION-REJECT
040800     END-IF
040900     IF AF-AUTH-DATE IS NOT NUMERIC
041000         OR AF-AUTH-DATE = ZERO
041100         OR AF-EXPIRY-DATE IS NOT NUMERIC
041200         MOVE "BAD DATE" TO RJ-REASON
041300         GO TO 3200-EDIT-AUTHORIZATION-REJECT
041400     END-IF
041500     IF AF-EXPIRY-DATE = ZERO
041600         COMPUTE WS-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER
041700             (FUNCTION INTEGER-OF-DATE(AF-AUTH-DATE)
041800              + WS-DEFAULT-AUTH-DAYS)
041900     ELSE
042000         MOVE AF-EXPIRY-DATE TO WS-EXPIRY-DATE
042100     END-IF
042200     IF WS-EXPIRY-DATE < AF-AUTH-DATE
042300         MOVE "EXPIRY BEFORE AUTH DATE" TO RJ-REASON
042400         GO TO 3200-EDIT-AUTHORIZATION-REJECT
042500     END-IF
042600     MOVE AF-ACCT TO ACCT-NUMBER
042700     READ ACCOUNT-MASTER
042800         INVALID KEY
042900             MOVE "ACCOUNT NOT FOUND" TO RJ-REASON
043000             GO TO 3200-EDIT-AUTHORIZATION-REJECT
043100     END-READ
043200     IF ACCT-IS-CLOSED
043300         MOVE "ACCOUNT CLOSED" TO RJ-REASON
043400         GO TO 3200-EDIT-AUTHORIZATION-REJECT
043500     END-IF
043600     MOVE AF-REFERENCE TO CA-REFERENCE
043700     READ CARD-AUTH-FILE
043800         INVALID KEY
043900             GO TO 3200-EDIT-AUTHORIZATION-CARD
044000     END-READ
044100     MOVE "DUPLICATE AUTHORIZATION" TO RJ-REASON
044110     GO TO 3200-EDIT-AUTHORIZATION-REJECT.
044120 3200-EDIT-AUTHORIZATION-CARD.
044130     PERFORM 3300-CHECK-CARD
044140         THRU 3300-CHECK-CARD-EXIT
044150     IF RJ-REASON = SPACES
044160         GO TO 3200-EDIT-AUTHORIZATION-EXIT
044170     END-IF.
044200 3200-EDIT-AUTHORIZATION-REJECT.
044300     MOVE "N"          TO WS-RECORD-OK-FLAG
044400     MOVE AF-REFERENCE TO RJ-REFERENCE
044500     MOVE AF-ACCT      TO RJ-ACCT
044600     IF AF-AMOUNT IS NUMERIC
044700         MOVE AF-AMOUNT TO RJ-AMOUNT
044800     ELSE
044900         MOVE ZERO      TO RJ-AMOUNT
045000     END-IF
045010     IF AF-CARD-NUMBER NOT = SPACES
045020         MOVE ALL "*" TO RJ-CARD
045030         MOVE AF-CARD-NUMBER(13:4) TO RJ-CARD(13:4)
045040     END-IF
045100     WRITE REJECT-RECORD
045200     ADD 1 TO WS-REJECT-COUNT.
045300 3200-EDIT-AUTHORIZATION-EXIT.
045400     EXIT.
045500
045600*----------------------------------------------------------
045700* 3400-PLACE-AUTH-HOLD - PUT THE AUTHORIZED AMOUNT ON THE
045800* HOLDREG REGISTER UNDER THE ACCOUNT'S NEXT SEQUENCE.
045900* WS-RHOLD-SEQ COMES BACK ZERO IF NO HOLD WAS PLACED.
046000*----------------------------------------------------------
046100 3400-PLACE-AUTH-HOLD.
046200     PERFORM 3450-NEXT-REG-HOLD-SEQ
046300         THRU 3450-NEXT-REG-HOLD-SEQ-EXIT
046400     IF WS-RHOLD-SEQ = ZERO
046500         DISPLAY "CARD-AUTH-INTAKE: NO HOLD SEQUENCE LEFT ON "
046600             AF-ACCT " FOR " AF-REFERENCE
046700         GO TO 3400-PLACE-AUTH-HOLD-EXIT
046800     END-IF
046900     COMPUTE WS-HOLD-EXPIRY = FUNCTION DATE-OF-INTEGER
047000         (FUNCTION INTEGER-OF-DATE(WS-EXPIRY-DATE) + 1)
047100     MOVE SPACES             TO HOLD-REGISTER-RECORD
047200     MOVE AF-ACCT            TO HR-ACCT
047300     MOVE WS-RHOLD-SEQ       TO HR-SEQ
047400     MOVE AF-AMOUNT          TO HR-AMOUNT
047500     MOVE "CARD AUTH PENDING" TO HR-REASON
047600     MOVE AF-REFERENCE(1:10) TO HR-CASE-REF
047700     MOVE WS-HOLD-EXPIRY     TO HR-EXPIRY-DATE
047800     MOVE SPACE              TO HR-STATUS
047900     WRITE HOLD-REGISTER-RECORD
048000         INVALID KEY
048100             DISPLAY "CARD-AUTH-INTAKE: HOLDREG WRITE FAILED "
048200                 "FOR " AF-REFERENCE ", STATUS "
048300                 WS-HREG-STATUS
048400             MOVE ZERO TO WS-RHOLD-SEQ
048500             GO TO 3400-PLACE-AUTH-HOLD-EXIT
048600     END-WRITE
048700     ADD 1 TO WS-HOLD-COUNT.
048800 3400-PLACE-AUTH-HOLD-EXIT.
048900     EXIT.
049000
049100*----------------------------------------------------------
049200* 3450-NEXT-REG-HOLD-SEQ - ONE PAST THE ACCOUNT'S HIGHEST
049300* REGISTER-HOLD SEQUENCE; ZERO WHEN 999 IS ALREADY USED.
049400*----------------------------------------------------------
049500 3450-NEXT-REG-HOLD-SEQ.
049600     MOVE ZERO TO WS-RHOLD-SEQ
049700     MOVE "N"  TO WS-HREG-EOF-FLAG
049800     MOVE AF-ACCT TO HR-ACCT
049900     MOVE ZERO    TO HR-SEQ
050000     START HOLD-REGISTER KEY NOT LESS THAN HR-KEY
050100         INVALID KEY
050200             MOVE "Y" TO WS-HREG-EOF-FLAG
050300     END-START
050400     PERFORM 3460-SCAN-REG-HOLD-SEQ
050500         THRU 3460-SCAN-REG-HOLD-SEQ-EXIT
050600         UNTIL END-OF-REG-HOLDS
050700     IF WS-RHOLD-SEQ = 999
050800         MOVE ZERO TO WS-RHOLD-SEQ
050900     ELSE
051000         ADD 1 TO WS-RHOLD-SEQ
051100     END-IF.
051200 3450-NEXT-REG-HOLD-SEQ-EXIT.
051300     EXIT.
051400
051500*----------------------------------------------------------
051600* 3460-SCAN-REG-HOLD-SEQ - REMEMBER THE HIGHEST SEQUENCE
051700* SEEN FOR THE ACCOUNT.
051800*----------------------------------------------------------
051900 3460-SCAN-REG-HOLD-SEQ.
052000     READ HOLD-REGISTER NEXT RECORD
052100         AT END
052200             MOVE "Y" TO WS-HREG-EOF-FLAG
052300             GO TO 3460-SCAN-REG-HOLD-SEQ-EXIT
052400     END-READ
052500     IF HR-ACCT NOT = AF-ACCT
052600         MOVE "Y" TO WS-HREG-EOF-FLAG
052700         GO TO 3460-SCAN-REG-HOLD-SEQ-EXIT
052800     END-IF
052900     IF HR-SEQ > WS-RHOLD-SEQ
053000         MOVE HR-SEQ TO WS-RHOLD-SEQ
053100     END-IF.
053200 3460-SCAN-REG-HOLD-SEQ-EXIT.
053300     EXIT.
053400
053500*----------------------------------------------------------
053600* 8000-READ-FEED - READ THE NEXT FEED RECORD.
053700*----------------------------------------------------------
053800 8000-READ-FEED.
053900     READ AUTH-FEED
054000         AT END
054100             MOVE "Y" TO WS-EOF-FLAG
054200     END-READ.
054300 8000-READ-FEED-EXIT.
054400     EXIT.
054500
054600*----------------------------------------------------------
054700* 8500-LOG-EXCEPTION - WRITE ONE ERROR ENTRY TO THE SHARED
054800* EXCEPTION LOG.
054900*----------------------------------------------------------
055000 8500-LOG-EXCEPTION.
055100     MOVE "E" TO WS-EXCP-SEVERITY
055200     CALL "EXCPLOG" USING WS-EXCP-PROGRAM WS-EXCP-SEVERITY
055300         WS-EXCP-MESSAGE WS-EXCP-FSTATUS.
055400 8500-LOG-EXCEPTION-EXIT.
055500     EXIT.
055600
055700*----------------------------------------------------------
055800* 9000-TERMINATE - CLOSE FILES AND WRITE THE DAILY-STATS
055900* SUMMARY RECORD.
056000*----------------------------------------------------------
056100 9000-TERMINATE.
056200     CLOSE ACCOUNT-MASTER
056300     CLOSE CARD-AUTH-FILE
056400     CLOSE HOLD-REGISTER
056410     IF CARD-FILE-OPEN
056420         CLOSE CARD-MASTER
056430     END-IF
056500     CLOSE REJECT-FILE
056600     PERFORM 9500-WRITE-DAILY-STATS
056700         THRU 9500-WRITE-DAILY-STATS-EXIT
056800     DISPLAY "CARD-AUTH-INTAKE: " WS-LOADED-COUNT " LOADED, "
056900         WS-HOLD-COUNT " HOLDS PLACED, "
057000         WS-REJECT-COUNT " REJECTED".
057100 9000-TERMINATE-EXIT.
057200     EXIT.
057300
057400*----------------------------------------------------------
057500* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
057600* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
057700* CONSOLIDATED REPORT.
057800*----------------------------------------------------------
057900 9500-WRITE-DAILY-STATS.
058000     OPEN EXTEND DAILY-STATS-FILE
058100     MOVE "CARD-AUTH-INTAKE" TO DS-PROGRAM-NAME
058200     MOVE WS-LOADED-COUNT    TO DS-RECORD-COUNT
058300     MOVE WS-HOLD-COUNT      TO WS-HOLD-COUNT-DISP
058400     MOVE WS-REJECT-COUNT    TO WS-REJECT-COUNT-DISP
058500     MOVE SPACES             TO DS-DETAIL
058600     STRING "HOLDS PLACED:"   DELIMITED BY SIZE
058700         WS-HOLD-COUNT-DISP   DELIMITED BY SIZE
058800         " REJECTS:"          DELIMITED BY SIZE
058900         WS-REJECT-COUNT-DISP DELIMITED BY SIZE
059000         INTO DS-DETAIL
059100     END-STRING
059200     WRITE DAILY-STAT-RECORD
059300     CLOSE DAILY-STATS-FILE.
059400 9500-WRITE-DAILY-STATS-EXIT.
059500     EXIT.
059510
059600*----------------------------------------------------------
059700* 3300-CHECK-CARD - THE CARD BEHIND A CARDED AUTHORIZATION
059800* MUST BE ON THE CARD MASTER AGAINST THIS ACCOUNT, ACTIVE,
059900* IN DATE, AND HAVE ROOM UNDER TODAY'S LIMIT FOR THE AMOUNT.
060000* A FAILURE COMES BACK AS THE REJECT REASON.
060100*----------------------------------------------------------
060200 3300-CHECK-CARD.
060300     MOVE "N" TO WS-CARD-FOUND-FLAG
060400     IF AF-CARD-NUMBER = SPACES OR NOT CARD-FILE-OPEN
060500         GO TO 3300-CHECK-CARD-EXIT
060600     END-IF
060700     MOVE AF-CARD-NUMBER TO CD-CARD-NUMBER
060800     READ CARD-MASTER
060900         INVALID KEY
061000             MOVE "CARD NOT ON FILE" TO RJ-REASON
061100             GO TO 3300-CHECK-CARD-EXIT
061200     END-READ
061300     IF CD-ACCT NOT = AF-ACCT
061400         MOVE "CARD NOT ON ACCOUNT" TO RJ-REASON
061500         GO TO 3300-CHECK-CARD-EXIT
061600     END-IF
061700     EVALUATE TRUE
061800         WHEN CD-IS-LOST
061900             MOVE "CARD REPORTED LOST" TO RJ-REASON
062000         WHEN CD-IS-STOLEN
062100             MOVE "CARD REPORTED STOLEN" TO RJ-REASON
062200         WHEN NOT CD-IS-ACTIVE
062300             MOVE "CARD NOT ACTIVE" TO RJ-REASON
062400         WHEN CD-EXPIRY-DATE < AF-AUTH-DATE
062500             MOVE "CARD EXPIRED" TO RJ-REASON
062600     END-EVALUATE
062700     IF RJ-REASON NOT = SPACES
062800         GO TO 3300-CHECK-CARD-EXIT
062900     END-IF
063000     IF CD-USAGE-DATE NOT = WS-BUSINESS-DATE
063100         MOVE WS-BUSINESS-DATE TO CD-USAGE-DATE
063200         MOVE ZERO TO CD-CASH-USED CD-PURCH-USED
063300     END-IF
063400     IF AF-IS-CASH
063500         IF CD-CASH-LIMIT > ZERO
063600          AND CD-CASH-USED + AF-AMOUNT > CD-CASH-LIMIT
063700             MOVE "OVER DAILY CASH LIMIT" TO RJ-REASON
063800             GO TO 3300-CHECK-CARD-EXIT
063900         END-IF
064000     ELSE
064100         IF CD-PURCH-LIMIT > ZERO
064200          AND CD-PURCH-USED + AF-AMOUNT > CD-PURCH-LIMIT
064300             MOVE "OVER DAILY PURCHASE LIMIT" TO RJ-REASON
064400             GO TO 3300-CHECK-CARD-EXIT
064500         END-IF
064600     END-IF
064700     MOVE "Y" TO WS-CARD-FOUND-FLAG.
064800 3300-CHECK-CARD-EXIT.
064900     EXIT.
064910
065000*----------------------------------------------------------
065100* 3350-RECORD-CARD-USE - COUNT A LOADED AUTHORIZATION
065200* AGAINST ITS CARD'S DAY.  THE CARD IS STILL IN THE BUFFER
065300* FROM 3300, ITS USED TOTALS ALREADY ROLLED TO TODAY.
065400*----------------------------------------------------------
065500 3350-RECORD-CARD-USE.
065600     IF NOT CARD-ON-RECORD
065700         GO TO 3350-RECORD-CARD-USE-EXIT
065800     END-IF
065900     IF AF-IS-CASH
066000         ADD AF-AMOUNT TO CD-CASH-USED
066100     ELSE
066200         ADD AF-AMOUNT TO CD-PURCH-USED
066300     END-IF
066400     REWRITE CARD-RECORD
066500         INVALID KEY
066600             DISPLAY "CARD-AUTH-INTAKE: CARDMSTR REWRITE FAILED "
066700                 "FOR " AF-REFERENCE ", STATUS " WS-CARD-STATUS
066800     END-REWRITE.
066900 3350-RECORD-CARD-USE-EXIT.
067000     EXIT.
