000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ALERT-EXTRACT-BATCH.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  NIGHTLY CUSTOMER ALERT
001100*                 EXTRACT FOR THE SMS/EMAIL VENDOR.  FOR EVERY
001200*                 CUSTOMER WITH ALERTS ON ALERTSUB (SET UP FROM
001300*                 CUSTOMER-MAINT) IT CHECKS THE OPEN ACCOUNTS:
001400*                 TODAY'S TXNDETL DEBITS OVER THE CUSTOMER'S
001500*                 AMOUNT, RETURNED ITEMS AND NSF FEES, A DEBITED
001600*                 ACCOUNT LEFT BELOW THE LOW-BALANCE AMOUNT,
001700*                 TONIGHT'S SORDRPT STANDING-ORDER FAILURES AND
001800*                 FUTQUEUE ITEMS THAT FAILED TODAY, AND TERM
001900*                 DEPOSITS MATURING SEVEN DAYS OUT.  EACH ALERT
002000*                 GOES ON THE ALERTEXT FILE WITH THE CUSTOMER'S
002100*                 PHONE FROM CUSTADDR, UNDER HDR/TRL CONTROL
002200*                 RECORDS (TRAILER COUNT AND A COUNT PER ALERT
002300*                 TYPE).  A CUSTOMER WITH NO PHONE ON FILE IS
002400*                 COUNTED, NOT SENT.
002500*----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT ALERT-SUBSCRIPTIONS ASSIGN TO "ALERTSUB"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS AL-CUST-ID
003300         FILE STATUS IS WS-ALRT-STATUS.
003400 
003500     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS ACCT-NUMBER
003900         ALTERNATE RECORD KEY IS ACCT-NAME
004000             WITH DUPLICATES
004100         FILE STATUS IS WS-ACCT-STATUS.
004200 
004300     SELECT TRANSACTION-DETAIL ASSIGN TO "TXNDETL"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS TD-KEY
004700         FILE STATUS IS WS-TXND-STATUS.
004800 
004900     SELECT TXN-CODES ASSIGN TO "TXNCODES"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS TC-CODE
005300         FILE STATUS IS WS-TXNC-STATUS.
005400 
005500     SELECT CUSTOMER-ADDRESS ASSIGN TO "CUSTADDR"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS AD-CUST-ID
005900         FILE STATUS IS WS-ADDR-STATUS.
006000 
006100     SELECT ORDER-REPORT ASSIGN TO "SORDRPT"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-SORD-STATUS.
006400 
006500     SELECT FUTURE-QUEUE ASSIGN TO "FUTQUEUE"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS FQ-ID
006900         FILE STATUS IS WS-FUTQ-STATUS.
007000 
007100     SELECT TERM-DEPOSITS ASSIGN TO "TERMDEP"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS TDP-NUMBER
007500         FILE STATUS IS WS-TDEP-STATUS.
007600 
007700     SELECT ALERT-EXTRACT ASSIGN TO "ALERTEXT"
007800         ORGANIZATION IS LINE SEQUENTIAL.
007900 
008000     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
008100         ORGANIZATION IS LINE SEQUENTIAL.
008200 
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  ALERT-SUBSCRIPTIONS.
008600 01  ALERT-SUBSCRIPTION-RECORD.
008700     COPY ALRTREC.
008800 
008900 FD  ACCOUNT-MASTER.
009000 01  ACCOUNT-MASTER-RECORD.
009100     COPY ACCTREC.
009200 
009300 FD  TRANSACTION-DETAIL.
009400 01  TRANSACTION-DETAIL-RECORD.
009500     COPY TXNDETL.
009600 
009700 FD  TXN-CODES.
009800 01  TXN-CODE-RECORD.
009900     COPY TXNCREC.
010000 
010100 FD  CUSTOMER-ADDRESS.
010200 01  CUSTOMER-ADDRESS-RECORD.
010300     COPY ADDRREC.
010400 
010500*    THE STANDING-ORDER-BATCH FAILURE LINE.
010600 FD  ORDER-REPORT.
010700 01  ORDER-REPORT-LINE.
010800     05  SR-ORDER-ID         PIC X(06).
010900     05  FILLER              PIC X(02).
011000     05  SR-SOURCE           PIC X(06).
011100     05  FILLER              PIC X(02).
011200     05  SR-TARGET           PIC X(06).
011300     05  FILLER              PIC X(02).
011400     05  SR-AMOUNT           PIC ZZZZZZ9.99.
011500     05  FILLER              PIC X(02).
011600     05  SR-REASON           PIC X(25).
011700     05  FILLER              PIC X(19).
011800 
011900 FD  FUTURE-QUEUE.
012000 01  FUTURE-QUEUE-RECORD.
012100     COPY FUTQREC.
012200 
012300 FD  TERM-DEPOSITS.
012400 01  TERM-DEPOSIT-RECORD.
012500     COPY TDEPREC.
012600 
012700 FD  ALERT-EXTRACT.
012800 01  ALERT-EXTRACT-RECORD.
012900     05  AX-CUST-ID          PIC X(06).
013000     05  FILLER              PIC X(01) VALUE SPACE.
013100     05  AX-PHONE            PIC X(12).
013200     05  FILLER              PIC X(01) VALUE SPACE.
013300     05  AX-ALERT-TYPE       PIC X(01).
013400     05  FILLER              PIC X(01) VALUE SPACE.
013500     05  AX-ACCT             PIC X(06).
013600     05  FILLER              PIC X(01) VALUE SPACE.
013700     05  AX-DATE             PIC 9(08).
013800     05  FILLER              PIC X(01) VALUE SPACE.
013900     05  AX-MESSAGE          PIC X(70).
014000     05  FILLER              PIC X(02) VALUE SPACES.
014100 
014200 FD  DAILY-STATS-FILE.
014300     COPY DLYSTAT.
014400 
014500 WORKING-STORAGE SECTION.
014600*----------------------------------------------------------
014700* SWITCHES AND FILE STATUS
014800*----------------------------------------------------------
014900 01  WS-SWITCHES.
015000     05  WS-INIT-FLAG        PIC X(01) VALUE "Y".
015100         88  INIT-SUCCESSFUL         VALUE "Y".
015200     05  WS-EOF-FLAG         PIC X(01) VALUE "N".
015300         88  END-OF-INPUT            VALUE "Y".
015400     05  WS-TXND-DONE-FLAG   PIC X(01) VALUE "N".
015500         88  WS-TXND-DONE            VALUE "Y".
015600     05  WS-FOUND-FLAG       PIC X(01) VALUE "N".
015700         88  WS-ACCT-FOUND           VALUE "Y".
015800     05  WS-TXNC-OPEN-FLAG   PIC X(01) VALUE "N".
015900         88  TXNC-FILE-OPEN          VALUE "Y".
016000     05  WS-ADDR-OPEN-FLAG   PIC X(01) VALUE "N".
016100         88  ADDR-FILE-OPEN          VALUE "Y".
016200 01  WS-ALRT-STATUS          PIC X(02).
016300     88  ALRT-FILE-OK                VALUE "00".
016400 01  WS-ACCT-STATUS          PIC X(02).
016500     88  ACCT-FILE-OK                VALUE "00".
016600 01  WS-TXND-STATUS          PIC X(02).
016700     88  TXND-FILE-OK                VALUE "00".
016800 01  WS-TXNC-STATUS          PIC X(02).
016900     88  TXNC-FILE-OK                VALUE "00".
017000 01  WS-ADDR-STATUS          PIC X(02).
017100     88  ADDR-FILE-OK                VALUE "00".
017200 01  WS-SORD-STATUS          PIC X(02).
017300     88  SORD-FILE-OK                VALUE "00".
017400 01  WS-FUTQ-STATUS          PIC X(02).
017500     88  FUTQ-FILE-OK                VALUE "00".
017600 01  WS-TDEP-STATUS          PIC X(02).
017700     88  TDEP-FILE-OK                VALUE "00".
017800 
017900*----------------------------------------------------------
018000* DATES
018100*----------------------------------------------------------
018200 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
018300 01  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE
018400                             PIC X(08).
018500 01  WS-TDMAT-DATE           PIC 9(08) VALUE ZERO.
018600 
018700*----------------------------------------------------------
018800* SUBSCRIBERS WITH AT LEAST ONE ALERT ON, FROM ALERTSUB.
018900*----------------------------------------------------------
019000 01  WS-SUB-COUNT            PIC 9(05) COMP VALUE ZERO.
019100 01  WS-SUB-DROPPED          PIC 9(05) COMP VALUE ZERO.
019200 01  WS-SUB-SUB              PIC 9(05) COMP VALUE ZERO.
019300 01  WS-SUB-TABLE.
019400     05  WS-SB-ENTRY         OCCURS 1 TO 5000 TIMES
019500             DEPENDING ON WS-SUB-COUNT
019600             INDEXED BY WS-SB-IDX.
019700         10  WS-SB-CUST      PIC X(06).
019800         10  WS-SB-LOW-FLAG  PIC X(01).
019900             88  WS-SB-WANTS-LOW-BAL VALUE "Y".
020000         10  WS-SB-LOW-AMT   PIC 9(7)V99.
020100         10  WS-SB-DEBIT-FLAG
020200                             PIC X(01).
020300             88  WS-SB-WANTS-DEBIT   VALUE "Y".
020400         10  WS-SB-DEBIT-AMT PIC 9(7)V99.
020500         10  WS-SB-RETURN-FLAG
020600                             PIC X(01).
020700             88  WS-SB-WANTS-RETURN  VALUE "Y".
020800         10  WS-SB-PAYFAIL-FLAG
020900                             PIC X(01).
021000             88  WS-SB-WANTS-PAYFAIL VALUE "Y".
021100         10  WS-SB-TDMAT-FLAG
021200                             PIC X(01).
021300             88  WS-SB-WANTS-TDMAT   VALUE "Y".
021400 
021500*----------------------------------------------------------
021600* THE SUBSCRIBERS' OPEN ACCOUNTS, FROM ACCTMSTR.  WS-AT-SUB
021700* POINTS BACK AT THE OWNER'S SUBSCRIBER ENTRY.
021800*----------------------------------------------------------
021900 01  WS-ACCT-COUNT           PIC 9(05) COMP VALUE ZERO.
022000 01  WS-ACCT-DROPPED         PIC 9(05) COMP VALUE ZERO.
022100 01  WS-ACCT-TABLE.
022200     05  WS-AT-ENTRY         OCCURS 1 TO 9000 TIMES
022300             DEPENDING ON WS-ACCT-COUNT
022400             INDEXED BY WS-AT-IDX.
022500         10  WS-AT-ACCT      PIC X(06).
022600         10  WS-AT-SUB       PIC 9(05) COMP.
022700         10  WS-AT-BALANCE   PIC S9(7)V99.
022800         10  WS-AT-DEBITED   PIC X(01).
022900             88  WS-AT-WAS-DEBITED   VALUE "Y".
023000 01  WS-FIND-ACCT            PIC X(06).
023100 
023200*----------------------------------------------------------
023300* THE ALERT BEING WRITTEN, CONTROL TOTALS AND WORK FIELDS
023400*----------------------------------------------------------
023500 01  WS-ALERT-TYPE           PIC X(01).
023600     88  ALERT-LARGE-DEBIT           VALUE "D".
023700     88  ALERT-LOW-BALANCE           VALUE "L".
023800     88  ALERT-RETURNED-ITEM         VALUE "R".
023900     88  ALERT-ORDER-FAILED          VALUE "S".
024000     88  ALERT-QUEUED-FAILED         VALUE "F".
024100     88  ALERT-TD-MATURING           VALUE "T".
024200 01  WS-ALERT-ACCT           PIC X(06).
024300 01  WS-ALERT-MESSAGE        PIC X(70).
024400 01  WS-ALERT-COUNT          PIC 9(07) VALUE ZERO.
024500 01  WS-DEBIT-COUNT          PIC 9(07) VALUE ZERO.
024600 01  WS-LOWBAL-COUNT         PIC 9(07) VALUE ZERO.
024700 01  WS-RETURN-COUNT         PIC 9(07) VALUE ZERO.
024800 01  WS-SORD-COUNT           PIC 9(07) VALUE ZERO.
024900 01  WS-FUTQ-COUNT           PIC 9(07) VALUE ZERO.
025000 01  WS-TDMAT-COUNT          PIC 9(07) VALUE ZERO.
025100 01  WS-NO-PHONE-COUNT       PIC 9(05) COMP VALUE ZERO.
025200 01  WS-ALERT-COUNT-DISP     PIC ZZZZZZ9.
025300 01  WS-NO-PHONE-DISP        PIC ZZZZ9.
025400 01  WS-EDIT-AMT             PIC S9(7)V99 VALUE ZERO.
025500 01  WS-AMT-EDITED           PIC --,---,--9.99.
025600 01  WS-AMT-LEAD             PIC 9(02) COMP VALUE ZERO.
025700 01  WS-AMT-TEXT             PIC X(13) VALUE SPACES.
025800 01  WS-AMT-TEXT-2           PIC X(13) VALUE SPACES.
025900 
026000 01  WS-HEADER-RECORD.
026100     05  FILLER              PIC X(03) VALUE "HDR".
026200     05  WH-DATE             PIC 9(08).
026300     05  WH-SOURCE           PIC X(08) VALUE "ALERTEXT".
026400     05  FILLER              PIC X(91) VALUE SPACES.
026500 01  WS-TRAILER-RECORD.
026600     05  FILLER              PIC X(03) VALUE "TRL".
026700     05  WT-COUNT            PIC 9(07).
026800     05  WT-DEBIT-COUNT      PIC 9(07).
026900     05  WT-LOWBAL-COUNT     PIC 9(07).
027000     05  WT-RETURN-COUNT     PIC 9(07).
027100     05  WT-SORD-COUNT       PIC 9(07).
027200     05  WT-FUTQ-COUNT       PIC 9(07).
027300     05  WT-TDMAT-COUNT      PIC 9(07).
027400     05  FILLER              PIC X(58) VALUE SPACES.
027405 
027410*----------------------------------------------------------
027420* SHARED EXCEPTION-LOG FIELDS FOR THE EXCPLOG SUBPROGRAM.
027430*----------------------------------------------------------
027440 01  WS-EXCP-PROGRAM         PIC X(23)
027450     VALUE "ALERT-EXTRACT-BATCH".
027460 01  WS-EXCP-SEVERITY        PIC X(01) VALUE "W".
027470 01  WS-EXCP-MESSAGE         PIC X(40) VALUE SPACES.
027480 01  WS-EXCP-FSTATUS         PIC X(02) VALUE SPACES.
027500 
027600 PROCEDURE DIVISION.
027700*----------------------------------------------------------
027800* 0000-MAINLINE
027900*----------------------------------------------------------
028000 0000-MAINLINE.
028100     PERFORM 1000-INITIALIZE
028200         THRU 1000-INITIALIZE-EXIT
028300     IF INIT-SUCCESSFUL
028400         PERFORM 2000-SCAN-ONE-ACCOUNT
028500             THRU 2000-SCAN-ONE-ACCOUNT-EXIT
028600             VARYING WS-AT-IDX FROM 1 BY 1
028700             UNTIL WS-AT-IDX > WS-ACCT-COUNT
028800         PERFORM 3000-ORDER-FAILURES
028900             THRU 3000-ORDER-FAILURES-EXIT
029000         PERFORM 4000-QUEUE-FAILURES
029100             THRU 4000-QUEUE-FAILURES-EXIT
029200         PERFORM 5000-MATURING-DEPOSITS
029300             THRU 5000-MATURING-DEPOSITS-EXIT
029400     END-IF
029500     PERFORM 9000-TERMINATE
029600         THRU 9000-TERMINATE-EXIT
029700     STOP RUN.
029800 
029900*----------------------------------------------------------
030000* 1000-INITIALIZE - OPEN THE EXTRACT AND WRITE ITS HEADER,
030100* THEN LOAD THE SUBSCRIBERS AND THEIR OPEN ACCOUNTS.  NO
030200* SUBSCRIBERS YET STILL PRODUCES A VALID CONTROLLED FILE.
030300*----------------------------------------------------------
030400 1000-INITIALIZE.
030500     CALL "GETBDATE" USING WS-BUSINESS-DATE
030600     COMPUTE WS-TDMAT-DATE = FUNCTION DATE-OF-INTEGER(
030700         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) + 7)
030800     OPEN OUTPUT ALERT-EXTRACT
030900     MOVE SPACES           TO ALERT-EXTRACT-RECORD
031000     MOVE WS-BUSINESS-DATE TO WH-DATE
031100     WRITE ALERT-EXTRACT-RECORD FROM WS-HEADER-RECORD
031200     PERFORM 1100-LOAD-SUBSCRIBERS
031300         THRU 1100-LOAD-SUBSCRIBERS-EXIT
031400     IF NOT INIT-SUCCESSFUL
031500         GO TO 1000-INITIALIZE-EXIT
031600     END-IF
031700     PERFORM 1200-LOAD-ACCOUNTS
031800         THRU 1200-LOAD-ACCOUNTS-EXIT
031900     IF NOT INIT-SUCCESSFUL
032000         GO TO 1000-INITIALIZE-EXIT
032100     END-IF
032200     OPEN INPUT TRANSACTION-DETAIL
032300     IF NOT TXND-FILE-OK
032400         DISPLAY "ALERT-EXTRACT-BATCH: TXNDETL OPEN FAILED, "
032500             "STATUS " WS-TXND-STATUS
032600         MOVE 8   TO RETURN-CODE
032700         MOVE "N" TO WS-INIT-FLAG
032800         GO TO 1000-INITIALIZE-EXIT
032900     END-IF
033000*    WITHOUT THE CODE TABLE NO ENTRY CAN BE TOLD TO BE A DEBIT,
033100*    SO ONLY RETURNED ITEMS ARE ALERTED FROM TXNDETL.
033200     OPEN INPUT TXN-CODES
033300     IF TXNC-FILE-OK
033400         MOVE "Y" TO WS-TXNC-OPEN-FLAG
033500     ELSE
033600         DISPLAY "ALERT-EXTRACT-BATCH: NO TXNCODES, STATUS "
033700             WS-TXNC-STATUS " - NO DEBIT ALERTS"
033710         MOVE "NO TXNCODES - NO DEBIT ALERTS"
033720             TO WS-EXCP-MESSAGE
033730         MOVE WS-TXNC-STATUS TO WS-EXCP-FSTATUS
033740         PERFORM 8900-LOG-EXCEPTION
033750             THRU 8900-LOG-EXCEPTION-EXIT
033900     END-IF
034000     OPEN INPUT CUSTOMER-ADDRESS
034100     IF ADDR-FILE-OK
034200         MOVE "Y" TO WS-ADDR-OPEN-FLAG
034300     ELSE
034400         DISPLAY "ALERT-EXTRACT-BATCH: NO CUSTADDR, STATUS "
034500             WS-ADDR-STATUS " - NO ALERTS CAN BE SENT"
034510         MOVE "NO CUSTADDR - NO ALERTS CAN BE SENT"
034520             TO WS-EXCP-MESSAGE
034530         MOVE WS-ADDR-STATUS TO WS-EXCP-FSTATUS
034540         PERFORM 8900-LOG-EXCEPTION
034550             THRU 8900-LOG-EXCEPTION-EXIT
034700     END-IF.
034800 1000-INITIALIZE-EXIT.
034900     EXIT.
035000 
035100*----------------------------------------------------------
035200* 1100-LOAD-SUBSCRIBERS - EVERY ALERTSUB RECORD WITH AT
035300* LEAST ONE ALERT TURNED ON.
035400*----------------------------------------------------------
035500 1100-LOAD-SUBSCRIBERS.
035600     OPEN INPUT ALERT-SUBSCRIPTIONS
035700     IF NOT ALRT-FILE-OK
035800         DISPLAY "ALERT-EXTRACT-BATCH: NO ALERTSUB, STATUS "
035900             WS-ALRT-STATUS " - NO ALERTS TONIGHT"
036000         MOVE "N" TO WS-INIT-FLAG
036100         GO TO 1100-LOAD-SUBSCRIBERS-EXIT
036200     END-IF
036300     MOVE "N" TO WS-EOF-FLAG
036400     PERFORM 1150-LOAD-ONE-SUBSCRIBER
036500         THRU 1150-LOAD-ONE-SUBSCRIBER-EXIT
036600         UNTIL END-OF-INPUT
036700     CLOSE ALERT-SUBSCRIPTIONS
036800     IF WS-SUB-DROPPED > ZERO
036900         DISPLAY "ALERT-EXTRACT-BATCH: SUBSCRIBER TABLE FULL, "
037000             WS-SUB-DROPPED " CUSTOMERS NOT ALERTED"
037010         MOVE "SUBSCRIBER TABLE FULL - CUSTS NOT SENT"
037020             TO WS-EXCP-MESSAGE
037030         MOVE SPACES TO WS-EXCP-FSTATUS
037040         PERFORM 8900-LOG-EXCEPTION
037050             THRU 8900-LOG-EXCEPTION-EXIT
037200     END-IF
037300     IF WS-SUB-COUNT = ZERO
037400         MOVE "N" TO WS-INIT-FLAG
037500     END-IF.
037600 1100-LOAD-SUBSCRIBERS-EXIT.
037700     EXIT.
037800 
037900*----------------------------------------------------------
038000* 1150-LOAD-ONE-SUBSCRIBER - ONE ALERTSUB RECORD.
038100*----------------------------------------------------------
038200 1150-LOAD-ONE-SUBSCRIBER.
038300     READ ALERT-SUBSCRIPTIONS NEXT RECORD
038400         AT END
038500             MOVE "Y" TO WS-EOF-FLAG
038600             GO TO 1150-LOAD-ONE-SUBSCRIBER-EXIT
038700     END-READ
038800     IF NOT AL-WANTS-LOW-BAL AND NOT AL-WANTS-DEBIT
038900        AND NOT AL-WANTS-RETURN AND NOT AL-WANTS-PAYFAIL
039000        AND NOT AL-WANTS-TDMAT
039100         GO TO 1150-LOAD-ONE-SUBSCRIBER-EXIT
039200     END-IF
039300     IF WS-SUB-COUNT NOT < 5000
039400         ADD 1 TO WS-SUB-DROPPED
039500         GO TO 1150-LOAD-ONE-SUBSCRIBER-EXIT
039600     END-IF
039700     ADD 1 TO WS-SUB-COUNT
039800     SET WS-SB-IDX TO WS-SUB-COUNT
039900     MOVE AL-CUST-ID      TO WS-SB-CUST(WS-SB-IDX)
040000     MOVE AL-LOW-BAL-FLAG TO WS-SB-LOW-FLAG(WS-SB-IDX)
040100     MOVE AL-LOW-BAL-AMT  TO WS-SB-LOW-AMT(WS-SB-IDX)
040200     MOVE AL-DEBIT-FLAG   TO WS-SB-DEBIT-FLAG(WS-SB-IDX)
040300     MOVE AL-DEBIT-AMT    TO WS-SB-DEBIT-AMT(WS-SB-IDX)
040400     MOVE AL-RETURN-FLAG  TO WS-SB-RETURN-FLAG(WS-SB-IDX)
040500     MOVE AL-PAYFAIL-FLAG TO WS-SB-PAYFAIL-FLAG(WS-SB-IDX)
040600     MOVE AL-TDMAT-FLAG   TO WS-SB-TDMAT-FLAG(WS-SB-IDX).
040700 1150-LOAD-ONE-SUBSCRIBER-EXIT.
040800     EXIT.
040900 
041000*----------------------------------------------------------
041100* 1200-LOAD-ACCOUNTS - SWEEP ACCTMSTR FOR THE OPEN ACCOUNTS
041200* OF THE SUBSCRIBERS, WITH TONIGHT'S BALANCE.
041300*----------------------------------------------------------
041400 1200-LOAD-ACCOUNTS.
041500     OPEN INPUT ACCOUNT-MASTER
041600     IF NOT ACCT-FILE-OK
041700         DISPLAY "ALERT-EXTRACT-BATCH: ACCTMSTR OPEN FAILED, "
041800             "STATUS " WS-ACCT-STATUS
041900         MOVE 8   TO RETURN-CODE
042000         MOVE "N" TO WS-INIT-FLAG
042100         GO TO 1200-LOAD-ACCOUNTS-EXIT
042200     END-IF
042300     MOVE "N" TO WS-EOF-FLAG
042400     PERFORM 1250-LOAD-ONE-ACCOUNT
042500         THRU 1250-LOAD-ONE-ACCOUNT-EXIT
042600         UNTIL END-OF-INPUT
042700     CLOSE ACCOUNT-MASTER
042800     IF WS-ACCT-DROPPED > ZERO
042900         DISPLAY "ALERT-EXTRACT-BATCH: ACCOUNT TABLE FULL, "
043000             WS-ACCT-DROPPED " ACCOUNTS NOT CHECKED"
043010         MOVE "ACCOUNT TABLE FULL - ACCTS NOT CHECKED"
043020             TO WS-EXCP-MESSAGE
043030         MOVE SPACES TO WS-EXCP-FSTATUS
043040         PERFORM 8900-LOG-EXCEPTION
043050             THRU 8900-LOG-EXCEPTION-EXIT
043200     END-IF.
043300 1200-LOAD-ACCOUNTS-EXIT.
043400     EXIT.
043500 
043600*----------------------------------------------------------
043700* 1250-LOAD-ONE-ACCOUNT - KEEP THE ACCOUNT IF IT IS OPEN AND
043800* ITS CUSTOMER IS A SUBSCRIBER.
043900*----------------------------------------------------------
044000 1250-LOAD-ONE-ACCOUNT.
044100     READ ACCOUNT-MASTER NEXT RECORD
044200         AT END
044300             MOVE "Y" TO WS-EOF-FLAG
044400             GO TO 1250-LOAD-ONE-ACCOUNT-EXIT
044500     END-READ
044600     IF ACCT-IS-CLOSED OR ACCT-CUST-NUM = SPACES
044700         GO TO 1250-LOAD-ONE-ACCOUNT-EXIT
044800     END-IF
044900     SET WS-SB-IDX TO 1
045000     SEARCH WS-SB-ENTRY
045100         AT END
045200             GO TO 1250-LOAD-ONE-ACCOUNT-EXIT
045300         WHEN WS-SB-CUST(WS-SB-IDX) = ACCT-CUST-NUM
045400             CONTINUE
045500     END-SEARCH
045600     IF WS-ACCT-COUNT NOT < 9000
045700         ADD 1 TO WS-ACCT-DROPPED
045800         GO TO 1250-LOAD-ONE-ACCOUNT-EXIT
045900     END-IF
046000     ADD 1 TO WS-ACCT-COUNT
046100     SET WS-AT-IDX TO WS-ACCT-COUNT
046200     MOVE ACCT-NUMBER  TO WS-AT-ACCT(WS-AT-IDX)
046300     SET WS-SUB-SUB    TO WS-SB-IDX
046400     MOVE WS-SUB-SUB   TO WS-AT-SUB(WS-AT-IDX)
046500     MOVE ACCT-BALANCE TO WS-AT-BALANCE(WS-AT-IDX)
046600     MOVE "N"          TO WS-AT-DEBITED(WS-AT-IDX).
046700 1250-LOAD-ONE-ACCOUNT-EXIT.
046800     EXIT.
046900 
047000*----------------------------------------------------------
047100* 2000-SCAN-ONE-ACCOUNT - BROWSE ONE ACCOUNT'S TXNDETL
047200* ENTRIES FOR TODAY'S, THEN CHECK THE LOW-BALANCE ALERT IF
047300* THE ACCOUNT WAS DEBITED TODAY.  AN ACCOUNT ALREADY LOW
047400* THAT SAW NO DEBIT IS NOT ALERTED AGAIN.
047500*----------------------------------------------------------
047600 2000-SCAN-ONE-ACCOUNT.
047700     MOVE WS-AT-SUB(WS-AT-IDX) TO WS-SUB-SUB
047800     MOVE WS-AT-ACCT(WS-AT-IDX) TO TD-ACCT
047900     MOVE ZERO TO TD-SEQ
048000     START TRANSACTION-DETAIL KEY IS NOT LESS THAN TD-KEY
048100         INVALID KEY
048200             GO TO 2000-SCAN-ONE-ACCOUNT-EXIT
048300     END-START
048400     MOVE "N" TO WS-TXND-DONE-FLAG
048500     PERFORM 2100-CHECK-ONE-ENTRY
048600         THRU 2100-CHECK-ONE-ENTRY-EXIT
048700         UNTIL WS-TXND-DONE
048800     IF NOT WS-AT-WAS-DEBITED(WS-AT-IDX)
048900        OR NOT WS-SB-WANTS-LOW-BAL(WS-SUB-SUB)
049000         GO TO 2000-SCAN-ONE-ACCOUNT-EXIT
049100     END-IF
049200     IF WS-AT-BALANCE(WS-AT-IDX) NOT < WS-SB-LOW-AMT(WS-SUB-SUB)
049300         GO TO 2000-SCAN-ONE-ACCOUNT-EXIT
049400     END-IF
049500     MOVE WS-SB-LOW-AMT(WS-SUB-SUB) TO WS-EDIT-AMT
049600     PERFORM 8500-EDIT-AMOUNT
049700         THRU 8500-EDIT-AMOUNT-EXIT
049800     MOVE WS-AMT-TEXT TO WS-AMT-TEXT-2
049900     MOVE WS-AT-BALANCE(WS-AT-IDX) TO WS-EDIT-AMT
050000     PERFORM 8500-EDIT-AMOUNT
050100         THRU 8500-EDIT-AMOUNT-EXIT
050200     MOVE "L"                   TO WS-ALERT-TYPE
050300     MOVE WS-AT-ACCT(WS-AT-IDX) TO WS-ALERT-ACCT
050400     MOVE SPACES                TO WS-ALERT-MESSAGE
050500     STRING "ACCOUNT " DELIMITED BY SIZE
050600         WS-ALERT-ACCT DELIMITED BY SIZE
050700         " BALANCE " DELIMITED BY SIZE
050800         WS-AMT-TEXT DELIMITED BY SPACE
050900         " IS BELOW " DELIMITED BY SIZE
051000         WS-AMT-TEXT-2 DELIMITED BY SPACE
051100         INTO WS-ALERT-MESSAGE
051200     END-STRING
051300     PERFORM 7000-WRITE-ALERT
051400         THRU 7000-WRITE-ALERT-EXIT.
051500 2000-SCAN-ONE-ACCOUNT-EXIT.
051600     EXIT.
051700 
051800*----------------------------------------------------------
051900* 2100-CHECK-ONE-ENTRY - NEXT TXNDETL ENTRY FOR THE ACCOUNT.
052000* A RETURNED ITEM OR NSF FEE RAISES A RETURNED-ITEM ALERT;
052100* ANY OTHER DEBIT OVER THE CUSTOMER'S AMOUNT RAISES A
052200* LARGE-DEBIT ALERT.  EITHER MARKS THE ACCOUNT DEBITED.
052300*----------------------------------------------------------
052400 2100-CHECK-ONE-ENTRY.
052500     READ TRANSACTION-DETAIL NEXT RECORD
052600         AT END
052700             MOVE "Y" TO WS-TXND-DONE-FLAG
052800             GO TO 2100-CHECK-ONE-ENTRY-EXIT
052900     END-READ
053000     IF TD-ACCT NOT = WS-AT-ACCT(WS-AT-IDX)
053100         MOVE "Y" TO WS-TXND-DONE-FLAG
053200         GO TO 2100-CHECK-ONE-ENTRY-EXIT
053300     END-IF
053400     IF TD-TIMESTAMP(1:8) NOT = WS-BUSINESS-DATE-X
053500         GO TO 2100-CHECK-ONE-ENTRY-EXIT
053600     END-IF
053700     IF TD-TXN-TYPE = "CHQ RTN" OR "EXT RTN" OR "NSF FEE"
053800         PERFORM 2200-RETURNED-ITEM
053900             THRU 2200-RETURNED-ITEM-EXIT
054000         GO TO 2100-CHECK-ONE-ENTRY-EXIT
054100     END-IF
054200     IF NOT TXNC-FILE-OPEN
054300         GO TO 2100-CHECK-ONE-ENTRY-EXIT
054400     END-IF
054500     MOVE TD-TXN-TYPE TO TC-CODE
054600     READ TXN-CODES
054700         INVALID KEY
054800             GO TO 2100-CHECK-ONE-ENTRY-EXIT
054900     END-READ
055000     IF NOT TC-IS-DEBIT
055100         GO TO 2100-CHECK-ONE-ENTRY-EXIT
055200     END-IF
055300     MOVE "Y" TO WS-AT-DEBITED(WS-AT-IDX)
055400     IF NOT WS-SB-WANTS-DEBIT(WS-SUB-SUB)
055500        OR TD-AMOUNT NOT > WS-SB-DEBIT-AMT(WS-SUB-SUB)
055600         GO TO 2100-CHECK-ONE-ENTRY-EXIT
055700     END-IF
055800     MOVE TD-AMOUNT TO WS-EDIT-AMT
055900     PERFORM 8500-EDIT-AMOUNT
056000         THRU 8500-EDIT-AMOUNT-EXIT
056100     MOVE "D"     TO WS-ALERT-TYPE
056200     MOVE TD-ACCT TO WS-ALERT-ACCT
056300     MOVE SPACES  TO WS-ALERT-MESSAGE
056400     STRING "DEBIT OF " DELIMITED BY SIZE
056500         WS-AMT-TEXT DELIMITED BY SPACE
056600         " ON ACCOUNT " DELIMITED BY SIZE
056700         TD-ACCT DELIMITED BY SIZE
056800         " - " DELIMITED BY SIZE
056900         TD-TXN-TYPE DELIMITED BY "  "
057000         INTO WS-ALERT-MESSAGE
057100     END-STRING
057200     PERFORM 7000-WRITE-ALERT
057300         THRU 7000-WRITE-ALERT-EXIT.
057400 2100-CHECK-ONE-ENTRY-EXIT.
057500     EXIT.
057600 
057700*----------------------------------------------------------
057800* 2200-RETURNED-ITEM - A RETURNED CHEQUE OR PAYMENT, OR THE
057900* NSF FEE FOR ONE, TAKES MONEY OUT OF THE ACCOUNT.
058000*----------------------------------------------------------
058100 2200-RETURNED-ITEM.
058200     MOVE "Y" TO WS-AT-DEBITED(WS-AT-IDX)
058300     IF NOT WS-SB-WANTS-RETURN(WS-SUB-SUB)
058400         GO TO 2200-RETURNED-ITEM-EXIT
058500     END-IF
058600     MOVE TD-AMOUNT TO WS-EDIT-AMT
058700     PERFORM 8500-EDIT-AMOUNT
058800         THRU 8500-EDIT-AMOUNT-EXIT
058900     MOVE "R"     TO WS-ALERT-TYPE
059000     MOVE TD-ACCT TO WS-ALERT-ACCT
059100     MOVE SPACES  TO WS-ALERT-MESSAGE
059200     STRING "RETURNED ITEM/FEE " DELIMITED BY SIZE
059300         TD-TXN-TYPE DELIMITED BY "  "
059400         " OF " DELIMITED BY SIZE
059500         WS-AMT-TEXT DELIMITED BY SPACE
059600         " ON ACCOUNT " DELIMITED BY SIZE
059700         TD-ACCT DELIMITED BY SIZE
059800         INTO WS-ALERT-MESSAGE
059900     END-STRING
060000     PERFORM 7000-WRITE-ALERT
060100         THRU 7000-WRITE-ALERT-EXIT.
060200 2200-RETURNED-ITEM-EXIT.
060300     EXIT.
060400 
060500*----------------------------------------------------------
060600* 3000-ORDER-FAILURES - TONIGHT'S STANDING-ORDER FAILURES
060700* FROM THE SORDRPT FAILURE LINES, AGAINST THE SOURCE ACCOUNT.
060800*----------------------------------------------------------
060900 3000-ORDER-FAILURES.
061000     OPEN INPUT ORDER-REPORT
061100     IF NOT SORD-FILE-OK
061200         DISPLAY "ALERT-EXTRACT-BATCH: NO SORDRPT, STATUS "
061300             WS-SORD-STATUS " - NO STANDING ORDER ALERTS"
061310         MOVE "NO SORDRPT - NO STANDING ORDER ALERTS"
061320             TO WS-EXCP-MESSAGE
061330         MOVE WS-SORD-STATUS TO WS-EXCP-FSTATUS
061340         PERFORM 8900-LOG-EXCEPTION
061350             THRU 8900-LOG-EXCEPTION-EXIT
061500         GO TO 3000-ORDER-FAILURES-EXIT
061600     END-IF
061700     MOVE "N" TO WS-EOF-FLAG
061800     PERFORM 3100-ONE-ORDER-FAILURE
061900         THRU 3100-ONE-ORDER-FAILURE-EXIT
062000         UNTIL END-OF-INPUT
062100     CLOSE ORDER-REPORT.
062200 3000-ORDER-FAILURES-EXIT.
062300     EXIT.
062400 
062500*----------------------------------------------------------
062600* 3100-ONE-ORDER-FAILURE - ONE SORDRPT LINE.
062700*----------------------------------------------------------
062800 3100-ONE-ORDER-FAILURE.
062900     READ ORDER-REPORT
063000         AT END
063100             MOVE "Y" TO WS-EOF-FLAG
063200             GO TO 3100-ONE-ORDER-FAILURE-EXIT
063300     END-READ
063400     IF SR-SOURCE = SPACES
063500         GO TO 3100-ONE-ORDER-FAILURE-EXIT
063600     END-IF
063700     MOVE SR-SOURCE TO WS-FIND-ACCT
063800     PERFORM 8000-FIND-ACCOUNT
063900         THRU 8000-FIND-ACCOUNT-EXIT
064000     IF NOT WS-ACCT-FOUND
064100         GO TO 3100-ONE-ORDER-FAILURE-EXIT
064200     END-IF
064300     IF NOT WS-SB-WANTS-PAYFAIL(WS-SUB-SUB)
064400         GO TO 3100-ONE-ORDER-FAILURE-EXIT
064500     END-IF
064600     MOVE SR-AMOUNT TO WS-EDIT-AMT
064700     PERFORM 8500-EDIT-AMOUNT
064800         THRU 8500-EDIT-AMOUNT-EXIT
064900     MOVE "S"       TO WS-ALERT-TYPE
065000     MOVE SR-SOURCE TO WS-ALERT-ACCT
065100     MOVE SPACES    TO WS-ALERT-MESSAGE
065200     STRING "STANDING ORDER OF " DELIMITED BY SIZE
065300         WS-AMT-TEXT DELIMITED BY SPACE
065400         " NOT PAID: " DELIMITED BY SIZE
065500         SR-REASON DELIMITED BY "  "
065600         INTO WS-ALERT-MESSAGE
065700     END-STRING
065800     PERFORM 7000-WRITE-ALERT
065900         THRU 7000-WRITE-ALERT-EXIT.
066000 3100-ONE-ORDER-FAILURE-EXIT.
066100     EXIT.
066200 
066300*----------------------------------------------------------
066400* 4000-QUEUE-FAILURES - FUTURE-DATED ITEMS WHOSE LAST FAILED
066500* TRY WAS TODAY, WHETHER STILL RETRYING OR FAILED OUT.  NO
066600* QUEUE FILE MEANS NOTHING WAS EVER SCHEDULED.
066700*----------------------------------------------------------
066800 4000-QUEUE-FAILURES.
066900     OPEN INPUT FUTURE-QUEUE
067000     IF NOT FUTQ-FILE-OK
067100         GO TO 4000-QUEUE-FAILURES-EXIT
067200     END-IF
067300     MOVE "N" TO WS-EOF-FLAG
067400     PERFORM 4100-ONE-QUEUE-ITEM
067500         THRU 4100-ONE-QUEUE-ITEM-EXIT
067600         UNTIL END-OF-INPUT
067700     CLOSE FUTURE-QUEUE.
067800 4000-QUEUE-FAILURES-EXIT.
067900     EXIT.
068000 
068100*----------------------------------------------------------
068200* 4100-ONE-QUEUE-ITEM - ONE FUTQUEUE RECORD.
068300*----------------------------------------------------------
068400 4100-ONE-QUEUE-ITEM.
068500     READ FUTURE-QUEUE NEXT RECORD
068600         AT END
068700             MOVE "Y" TO WS-EOF-FLAG
068800             GO TO 4100-ONE-QUEUE-ITEM-EXIT
068900     END-READ
069000     IF FQ-LAST-TRY-DATE NOT NUMERIC
069100         GO TO 4100-ONE-QUEUE-ITEM-EXIT
069200     END-IF
069300     IF FQ-LAST-TRY-DATE NOT = WS-BUSINESS-DATE
069400        OR FQ-FAIL-REASON = SPACES
069500         GO TO 4100-ONE-QUEUE-ITEM-EXIT
069600     END-IF
069700     MOVE FQ-SOURCE-ACCT TO WS-FIND-ACCT
069800     PERFORM 8000-FIND-ACCOUNT
069900         THRU 8000-FIND-ACCOUNT-EXIT
070000     IF NOT WS-ACCT-FOUND
070100         GO TO 4100-ONE-QUEUE-ITEM-EXIT
070200     END-IF
070300     IF NOT WS-SB-WANTS-PAYFAIL(WS-SUB-SUB)
070400         GO TO 4100-ONE-QUEUE-ITEM-EXIT
070500     END-IF
070600     MOVE FQ-AMOUNT TO WS-EDIT-AMT
070700     PERFORM 8500-EDIT-AMOUNT
070800         THRU 8500-EDIT-AMOUNT-EXIT
070900     MOVE "F"            TO WS-ALERT-TYPE
071000     MOVE FQ-SOURCE-ACCT TO WS-ALERT-ACCT
071100     MOVE SPACES         TO WS-ALERT-MESSAGE
071200     STRING "SCHEDULED PAYMENT OF " DELIMITED BY SIZE
071300         WS-AMT-TEXT DELIMITED BY SPACE
071400         " NOT PAID: " DELIMITED BY SIZE
071500         FQ-FAIL-REASON DELIMITED BY "  "
071600         INTO WS-ALERT-MESSAGE
071700     END-STRING
071800     PERFORM 7000-WRITE-ALERT
071900         THRU 7000-WRITE-ALERT-EXIT.
072000 4100-ONE-QUEUE-ITEM-EXIT.
072100     EXIT.
072200 
072300*----------------------------------------------------------
072400* 5000-MATURING-DEPOSITS - OPEN TERM DEPOSITS MATURING SEVEN
072500* DAYS FROM TODAY, AGAINST THE LINKED ACCOUNT.
072600*----------------------------------------------------------
072700 5000-MATURING-DEPOSITS.
072800     OPEN INPUT TERM-DEPOSITS
072900     IF NOT TDEP-FILE-OK
073000         GO TO 5000-MATURING-DEPOSITS-EXIT
073100     END-IF
073200     MOVE "N" TO WS-EOF-FLAG
073300     PERFORM 5100-ONE-DEPOSIT
073400         THRU 5100-ONE-DEPOSIT-EXIT
073500         UNTIL END-OF-INPUT
073600     CLOSE TERM-DEPOSITS.
073700 5000-MATURING-DEPOSITS-EXIT.
073800     EXIT.
073900 
074000*----------------------------------------------------------
074100* 5100-ONE-DEPOSIT - ONE TERMDEP CERTIFICATE.
074200*----------------------------------------------------------
074300 5100-ONE-DEPOSIT.
074400     READ TERM-DEPOSITS NEXT RECORD
074500         AT END
074600             MOVE "Y" TO WS-EOF-FLAG
074700             GO TO 5100-ONE-DEPOSIT-EXIT
074800     END-READ
074900     IF TDP-IS-MATURED OR TDP-IS-WITHDRAWN
075000        OR TDP-MATURITY-DATE NOT = WS-TDMAT-DATE
075100         GO TO 5100-ONE-DEPOSIT-EXIT
075200     END-IF
075300     MOVE TDP-ACCT TO WS-FIND-ACCT
075400     PERFORM 8000-FIND-ACCOUNT
075500         THRU 8000-FIND-ACCOUNT-EXIT
075600     IF NOT WS-ACCT-FOUND
075700         GO TO 5100-ONE-DEPOSIT-EXIT
075800     END-IF
075900     IF NOT WS-SB-WANTS-TDMAT(WS-SUB-SUB)
076000         GO TO 5100-ONE-DEPOSIT-EXIT
076100     END-IF
076200     MOVE TDP-PRINCIPAL TO WS-EDIT-AMT
076300     PERFORM 8500-EDIT-AMOUNT
076400         THRU 8500-EDIT-AMOUNT-EXIT
076500     MOVE "T"      TO WS-ALERT-TYPE
076600     MOVE TDP-ACCT TO WS-ALERT-ACCT
076700     MOVE SPACES   TO WS-ALERT-MESSAGE
076800     STRING "TERM DEPOSIT " DELIMITED BY SIZE
076900         TDP-NUMBER DELIMITED BY SIZE
077000         " OF " DELIMITED BY SIZE
077100         WS-AMT-TEXT DELIMITED BY SPACE
077200         " MATURES ON " DELIMITED BY SIZE
077300         TDP-MATURITY-DATE DELIMITED BY SIZE
077400         INTO WS-ALERT-MESSAGE
077500     END-STRING
077600     PERFORM 7000-WRITE-ALERT
077700         THRU 7000-WRITE-ALERT-EXIT.
077800 5100-ONE-DEPOSIT-EXIT.
077900     EXIT.
078000 
078100*----------------------------------------------------------
078200* 7000-WRITE-ALERT - ONE ALERT FOR THE SUBSCRIBER AT
078300* WS-SUB-SUB ONTO THE EXTRACT, WITH THE PHONE FROM CUSTADDR.
078400* NO PHONE ON FILE MEANS THE VENDOR CANNOT DELIVER IT.
078500*----------------------------------------------------------
078600 7000-WRITE-ALERT.
078700     IF NOT ADDR-FILE-OPEN
078800         ADD 1 TO WS-NO-PHONE-COUNT
078900         GO TO 7000-WRITE-ALERT-EXIT
079000     END-IF
079100     MOVE WS-SB-CUST(WS-SUB-SUB) TO AD-CUST-ID
079200     READ CUSTOMER-ADDRESS
079300         INVALID KEY
079400             MOVE SPACES TO AD-PHONE
079500     END-READ
079600     IF AD-PHONE = SPACES
079700         ADD 1 TO WS-NO-PHONE-COUNT
079800         GO TO 7000-WRITE-ALERT-EXIT
079900     END-IF
080000     MOVE SPACES                 TO ALERT-EXTRACT-RECORD
080100     MOVE WS-SB-CUST(WS-SUB-SUB) TO AX-CUST-ID
080200     MOVE AD-PHONE               TO AX-PHONE
080300     MOVE WS-ALERT-TYPE          TO AX-ALERT-TYPE
080400     MOVE WS-ALERT-ACCT          TO AX-ACCT
080500     MOVE WS-BUSINESS-DATE       TO AX-DATE
080600     MOVE WS-ALERT-MESSAGE       TO AX-MESSAGE
080700     WRITE ALERT-EXTRACT-RECORD
080800     ADD 1 TO WS-ALERT-COUNT
080900     EVALUATE TRUE
081000         WHEN ALERT-LARGE-DEBIT
081100             ADD 1 TO WS-DEBIT-COUNT
081200         WHEN ALERT-LOW-BALANCE
081300             ADD 1 TO WS-LOWBAL-COUNT
081400         WHEN ALERT-RETURNED-ITEM
081500             ADD 1 TO WS-RETURN-COUNT
081600         WHEN ALERT-ORDER-FAILED
081700             ADD 1 TO WS-SORD-COUNT
081800         WHEN ALERT-QUEUED-FAILED
081900             ADD 1 TO WS-FUTQ-COUNT
082000         WHEN ALERT-TD-MATURING
082100             ADD 1 TO WS-TDMAT-COUNT
082200     END-EVALUATE.
082300 7000-WRITE-ALERT-EXIT.
082400     EXIT.
082500 
082600*----------------------------------------------------------
082700* 8000-FIND-ACCOUNT - IS WS-FIND-ACCT A SUBSCRIBER'S OPEN
082800* ACCOUNT?  IF SO WS-SUB-SUB POINTS AT ITS OWNER.
082900*----------------------------------------------------------
083000 8000-FIND-ACCOUNT.
083100     MOVE "N" TO WS-FOUND-FLAG
083200     IF WS-ACCT-COUNT = ZERO
083300         GO TO 8000-FIND-ACCOUNT-EXIT
083400     END-IF
083500     SET WS-AT-IDX TO 1
083600     SEARCH WS-AT-ENTRY
083700         AT END
083800             GO TO 8000-FIND-ACCOUNT-EXIT
083900         WHEN WS-AT-ACCT(WS-AT-IDX) = WS-FIND-ACCT
084000             MOVE "Y" TO WS-FOUND-FLAG
084100             MOVE WS-AT-SUB(WS-AT-IDX) TO WS-SUB-SUB
084200     END-SEARCH.
084300 8000-FIND-ACCOUNT-EXIT.
084400     EXIT.
084500 
084600*----------------------------------------------------------
084700* 8500-EDIT-AMOUNT - WS-EDIT-AMT AS LEFT-JUSTIFIED TEXT IN
084800* WS-AMT-TEXT FOR THE ALERT MESSAGE.
084900*----------------------------------------------------------
085000 8500-EDIT-AMOUNT.
085100     MOVE WS-EDIT-AMT TO WS-AMT-EDITED
085200     MOVE ZERO TO WS-AMT-LEAD
085300     INSPECT WS-AMT-EDITED TALLYING WS-AMT-LEAD
085400         FOR LEADING SPACES
085500     MOVE SPACES TO WS-AMT-TEXT
085600     MOVE WS-AMT-EDITED(WS-AMT-LEAD + 1:) TO WS-AMT-TEXT.
085700 8500-EDIT-AMOUNT-EXIT.
085800     EXIT.
085900 
085910*----------------------------------------------------------
085920* 8900-LOG-EXCEPTION - WRITE THE PREPARED WARNING TO EXCPLOG
085930* FOR THE MORNING EXCEPTIONS REPORT.
085940*----------------------------------------------------------
085950 8900-LOG-EXCEPTION.
085960     CALL "EXCPLOG" USING WS-EXCP-PROGRAM WS-EXCP-SEVERITY
085970         WS-EXCP-MESSAGE WS-EXCP-FSTATUS.
085980 8900-LOG-EXCEPTION-EXIT.
085990     EXIT.
085995 
086000*----------------------------------------------------------
086100* 9000-TERMINATE - TRAILER, CLOSE AND REPORT.
086200*----------------------------------------------------------
086300 9000-TERMINATE.
086400     MOVE WS-ALERT-COUNT  TO WT-COUNT
086500     MOVE WS-DEBIT-COUNT  TO WT-DEBIT-COUNT
086600     MOVE WS-LOWBAL-COUNT TO WT-LOWBAL-COUNT
086700     MOVE WS-RETURN-COUNT TO WT-RETURN-COUNT
086800     MOVE WS-SORD-COUNT   TO WT-SORD-COUNT
086900     MOVE WS-FUTQ-COUNT   TO WT-FUTQ-COUNT
087000     MOVE WS-TDMAT-COUNT  TO WT-TDMAT-COUNT
087100     WRITE ALERT-EXTRACT-RECORD FROM WS-TRAILER-RECORD
087200     CLOSE ALERT-EXTRACT
087300     IF INIT-SUCCESSFUL
087400         CLOSE TRANSACTION-DETAIL
087500     END-IF
087600     IF TXNC-FILE-OPEN
087700         CLOSE TXN-CODES
087800     END-IF
087900     IF ADDR-FILE-OPEN
088000         CLOSE CUSTOMER-ADDRESS
088100     END-IF
088200     PERFORM 9500-WRITE-DAILY-STATS
088300         THRU 9500-WRITE-DAILY-STATS-EXIT
088400     DISPLAY "ALERT-EXTRACT-BATCH: " WS-ALERT-COUNT
088500         " ALERTS (DEBIT " WS-DEBIT-COUNT
088600         " LOW " WS-LOWBAL-COUNT
088700         " RETURN " WS-RETURN-COUNT
088800         " SORD " WS-SORD-COUNT
088900         " FUTQ " WS-FUTQ-COUNT
089000         " TDMAT " WS-TDMAT-COUNT "), "
089100         WS-NO-PHONE-COUNT " WITH NO PHONE".
089200 9000-TERMINATE-EXIT.
089300     EXIT.
089400 
089500*----------------------------------------------------------
089600* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
089700* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
089800* CONSOLIDATED REPORT.
089900*----------------------------------------------------------
090000 9500-WRITE-DAILY-STATS.
090100     OPEN EXTEND DAILY-STATS-FILE
090200     MOVE "ALERT-EXTRACT-BATCH" TO DS-PROGRAM-NAME
090300     MOVE WS-ALERT-COUNT    TO DS-RECORD-COUNT
090400     MOVE WS-ALERT-COUNT    TO WS-ALERT-COUNT-DISP
090500     MOVE WS-NO-PHONE-COUNT TO WS-NO-PHONE-DISP
090600     MOVE SPACES            TO DS-DETAIL
090700     STRING "ALERTS SENT: " DELIMITED BY SIZE
090800         WS-ALERT-COUNT-DISP DELIMITED BY SIZE
090900         "  NO PHONE: " DELIMITED BY SIZE
091000         WS-NO-PHONE-DISP DELIMITED BY SIZE
091100         INTO DS-DETAIL
091200     END-STRING
091300     WRITE DAILY-STAT-RECORD
091400     CLOSE DAILY-STATS-FILE.
091500 9500-WRITE-DAILY-STATS-EXIT.
091600     EXIT.
