000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CARD-MAINT.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  CARD DESK SCREEN FOR THE
001100*                 CARD MASTER (CARDMSTR, CARDREC): ISSUE A
001200*                 CARD AGAINST AN OPEN ACCOUNT, REPORT IT
001300*                 LOST OR STOLEN, CLOSE OR REACTIVATE IT,
001400*                 SET ITS DAILY CASH AND PURCHASE LIMITS, AND
001500*                 LIST AN ACCOUNT'S CARDS.  ONLY A CARD
001600*                 REPORTED LOST MAY BE REACTIVATED; A STOLEN,
001700*                 EXPIRED OR CLOSED CARD IS REPLACED.  CARD
001800*                 NUMBERS ARE LISTED MASKED TO THE LAST FOUR
001900*                 DIGITS.
002000*----------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT CARD-MASTER ASSIGN TO "CARDMSTR"
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS DYNAMIC
002700         RECORD KEY IS CD-CARD-NUMBER
002800         ALTERNATE RECORD KEY IS CD-ACCT
002900             WITH DUPLICATES
003000         FILE STATUS IS WS-CARD-STATUS.
003100
003200     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS ACCT-NUMBER
003600         ALTERNATE RECORD KEY IS ACCT-NAME
003700             WITH DUPLICATES
003800         FILE STATUS IS WS-ACCT-STATUS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  CARD-MASTER.
004300 01  CARD-RECORD.
004400     COPY CARDREC.
004500
004600 FD  ACCOUNT-MASTER.
004700 01  ACCOUNT-RECORD.
004800     COPY ACCTREC.
004900
005000 WORKING-STORAGE SECTION.
005100 01  WS-CARD-STATUS          PIC X(02).
005200     88  CARD-FILE-OK                VALUE "00".
005300     88  CARD-FILE-NOT-FOUND         VALUE "35".
005400 01  WS-ACCT-STATUS          PIC X(02).
005500     88  ACCT-STATUS-OK              VALUE "00".
005600 01  WS-CARD-EOF-FLAG        PIC X(01) VALUE "N".
005700     88  END-OF-CARDS                VALUE "Y".
005800
005900 01  WS-EXIT-FLAG            PIC X(01) VALUE "N".
006000     88  WS-DONE                     VALUE "Y".
006100 01  MAINT-CHOICE            PIC 9 VALUE ZERO.
006200     88  MC-ISSUE                    VALUE 1.
006300     88  MC-STATUS                   VALUE 2.
006400     88  MC-LIMITS                   VALUE 3.
006500     88  MC-INQUIRE                  VALUE 4.
006600     88  MC-EXIT                     VALUE 5.
006700
006800 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
006900 01  WS-CARD-NUMBER          PIC X(16).
007000 01  WS-CARD-ACCT            PIC X(06).
007100 01  WS-CARD-CUST-ID         PIC X(06).
007200 01  WS-CARD-EXPIRY          PIC 9(08) VALUE ZERO.
007300 01  WS-CASH-LIMIT           PIC 9(7)V99 VALUE ZERO.
007400 01  WS-PURCH-LIMIT          PIC 9(7)V99 VALUE ZERO.
007500 01  WS-NEW-STATUS           PIC X(01).
007600     88  WS-NEW-STATUS-VALID         VALUE "A" "L" "S"
007700                                           "E" "C".
007800 01  WS-OPERATOR             PIC X(06).
007900 01  WS-CARD-COUNT           PIC 9(03) COMP VALUE ZERO.
008000 01  WS-MASKED-CARD          PIC X(16).
008100 01  WS-CARD-STATE           PIC X(07) VALUE SPACES.
008200 01  WS-LIMIT-DISP           PIC ZZZZZZ9.99.
008300 01  WS-LIMIT-DISP-2         PIC ZZZZZZ9.99.
008400
008500 SCREEN SECTION.
008600*----------------------------------------------------------
008700* SC-MAINT-MENU - THE MAINTENANCE MENU.
008800*----------------------------------------------------------
008900 01  SC-MAINT-MENU.
009000     05  BLANK SCREEN.
009100     05  LINE 02 COL 10 VALUE "CARD MASTER".
009200     05  LINE 04 COL 10 VALUE "1. ISSUE A CARD".
009300     05  LINE 05 COL 10 VALUE "2. CHANGE CARD STATUS".
009400     05  LINE 06 COL 10 VALUE "3. CHANGE DAILY LIMITS".
009500     05  LINE 07 COL 10 VALUE "4. INQUIRE".
009600     05  LINE 08 COL 10 VALUE "5. EXIT".
009700     05  LINE 10 COL 10 VALUE "ENTER YOUR CHOICE:".
009800     05  LINE 10 COL 30 PIC 9 USING MAINT-CHOICE.
009900
010000*----------------------------------------------------------
010100* SC-ISSUE-SCREEN - THE NEW CARD'S DETAILS.
010200*----------------------------------------------------------
010300 01  SC-ISSUE-SCREEN.
010400     05  BLANK SCREEN.
010500     05  LINE 02 COL 10 VALUE "CARD NUMBER:".
010600     05  LINE 02 COL 40 PIC X(16) USING WS-CARD-NUMBER.
010700     05  LINE 03 COL 10 VALUE "ACCOUNT:".
010800     05  LINE 03 COL 40 PIC X(06) USING WS-CARD-ACCT.
010900     05  LINE 04 COL 10 VALUE "CARDHOLDER CUSTOMER ID:".
011000     05  LINE 04 COL 40 PIC X(06) USING WS-CARD-CUST-ID.
011100     05  LINE 05 COL 10 VALUE "EXPIRY DATE (YYYYMMDD):".
011200     05  LINE 05 COL 40 PIC 9(08) USING WS-CARD-EXPIRY.
011300     05  LINE 06 COL 10 VALUE "DAILY CASH LIMIT:".
011400     05  LINE 06 COL 40 PIC 9(7)V99 USING WS-CASH-LIMIT.
011500     05  LINE 07 COL 10 VALUE "DAILY PURCHASE LIMIT:".
011600     05  LINE 07 COL 40 PIC 9(7)V99 USING WS-PURCH-LIMIT.
011700     05  LINE 08 COL 10 VALUE "OPERATOR:".
011800     05  LINE 08 COL 40 PIC X(06) USING WS-OPERATOR.
011900
012000 PROCEDURE DIVISION.
012100*----------------------------------------------------------
012200* 0000-MAINLINE
012300*----------------------------------------------------------
012400 0000-MAINLINE.
012500     CALL "GETBDATE" USING WS-BUSINESS-DATE
012600     OPEN I-O CARD-MASTER
012700     IF CARD-FILE-NOT-FOUND
012800         OPEN OUTPUT CARD-MASTER
012900         CLOSE CARD-MASTER
013000         OPEN I-O CARD-MASTER
013100     END-IF
013200     IF NOT CARD-FILE-OK
013300         DISPLAY "CARD-MAINT: CARDMSTR OPEN FAILED, "
013400             "STATUS " WS-CARD-STATUS
013500         STOP RUN
013600     END-IF
013700     OPEN INPUT ACCOUNT-MASTER
013800     IF NOT ACCT-STATUS-OK
013900         DISPLAY "CARD-MAINT: ACCTMSTR OPEN FAILED, "
014000             "STATUS " WS-ACCT-STATUS
014100         CLOSE CARD-MASTER
014200         STOP RUN
014300     END-IF
014400     PERFORM 1000-PROCESS-MENU
014500         THRU 1000-PROCESS-MENU-EXIT
014600         UNTIL WS-DONE
014700     CLOSE CARD-MASTER
014800     CLOSE ACCOUNT-MASTER
014900     STOP RUN.
015000
015100*----------------------------------------------------------
015200* 1000-PROCESS-MENU - ONE MAINTENANCE ACTION.
015300*----------------------------------------------------------
015400 1000-PROCESS-MENU.
015500     DISPLAY SC-MAINT-MENU
015600     ACCEPT SC-MAINT-MENU
015700     EVALUATE TRUE
015800         WHEN MC-ISSUE
015900             PERFORM 2000-ISSUE-CARD
016000                 THRU 2000-ISSUE-CARD-EXIT
016100         WHEN MC-STATUS
016200             PERFORM 3000-CHANGE-STATUS
016300                 THRU 3000-CHANGE-STATUS-EXIT
016400         WHEN MC-LIMITS
016500             PERFORM 3500-CHANGE-LIMITS
016600                 THRU 3500-CHANGE-LIMITS-EXIT
016700         WHEN MC-INQUIRE
016800             PERFORM 4000-INQUIRE-CARDS
016900                 THRU 4000-INQUIRE-CARDS-EXIT
017000         WHEN MC-EXIT
017100             MOVE "Y" TO WS-EXIT-FLAG
017200         WHEN OTHER
017300             DISPLAY "INVALID CHOICE"
017400     END-EVALUATE.
017500 1000-PROCESS-MENU-EXIT.
017600     EXIT.
017700
017800*----------------------------------------------------------
017900* 2000-ISSUE-CARD - ADD A NEW ACTIVE CARD AGAINST AN OPEN,
018000* USABLE ACCOUNT.  A BLANK CARDHOLDER TAKES THE ACCOUNT'S
018100* OWN CUSTOMER.
018200*----------------------------------------------------------
018300 2000-ISSUE-CARD.
018400     MOVE SPACES TO WS-CARD-NUMBER WS-CARD-ACCT
018500                    WS-CARD-CUST-ID WS-OPERATOR
018600     MOVE ZERO   TO WS-CARD-EXPIRY WS-CASH-LIMIT
018700                    WS-PURCH-LIMIT
018800     DISPLAY SC-ISSUE-SCREEN
018900     ACCEPT SC-ISSUE-SCREEN
019000     IF WS-CARD-NUMBER IS NOT NUMERIC
019100         DISPLAY "CARD NUMBER MUST BE 16 DIGITS"
019200         GO TO 2000-ISSUE-CARD-EXIT
019300     END-IF
019400     IF WS-CARD-EXPIRY NOT > WS-BUSINESS-DATE
019500         DISPLAY "EXPIRY DATE MUST BE AFTER TODAY"
019600         GO TO 2000-ISSUE-CARD-EXIT
019700     END-IF
019800     MOVE WS-CARD-ACCT TO ACCT-NUMBER
019900     READ ACCOUNT-MASTER
020000         INVALID KEY
020100             DISPLAY "ACCOUNT NOT ON ACCTMSTR"
020200             GO TO 2000-ISSUE-CARD-EXIT
020300     END-READ
020400     IF ACCT-IS-CLOSED OR ACCT-ON-HOLD OR ACCT-IS-DORMANT
020500         DISPLAY "ACCOUNT IS CLOSED, HELD OR DORMANT"
020600         GO TO 2000-ISSUE-CARD-EXIT
020700     END-IF
020800     IF WS-CARD-CUST-ID = SPACES
020900         MOVE ACCT-CUST-NUM TO WS-CARD-CUST-ID
021000     END-IF
021100
021200     MOVE WS-CARD-NUMBER   TO CD-CARD-NUMBER
021300     READ CARD-MASTER
021400         INVALID KEY
021500             CONTINUE
021600         NOT INVALID KEY
021700             DISPLAY "CARD NUMBER IS ALREADY ON FILE"
021800             GO TO 2000-ISSUE-CARD-EXIT
021900     END-READ
022000     MOVE SPACES           TO CARD-RECORD
022100     MOVE WS-CARD-NUMBER   TO CD-CARD-NUMBER
022200     MOVE WS-CARD-ACCT     TO CD-ACCT
022300     MOVE WS-CARD-CUST-ID  TO CD-CUST-ID
022400     MOVE WS-BUSINESS-DATE TO CD-ISSUE-DATE
022500     MOVE WS-CARD-EXPIRY   TO CD-EXPIRY-DATE
022600     MOVE "A"              TO CD-STATUS
022700     MOVE WS-BUSINESS-DATE TO CD-STATUS-DATE
022800     MOVE WS-CASH-LIMIT    TO CD-CASH-LIMIT
022900     MOVE WS-PURCH-LIMIT   TO CD-PURCH-LIMIT
023000     MOVE ZERO             TO CD-USAGE-DATE CD-CASH-USED
023100                              CD-PURCH-USED
023200     MOVE WS-OPERATOR      TO CD-OPERATOR
023300     WRITE CARD-RECORD
023400     PERFORM 7000-MASK-CARD
023500         THRU 7000-MASK-CARD-EXIT
023600     IF CARD-FILE-OK
023700         DISPLAY "CARD " WS-MASKED-CARD " ISSUED ON "
023800             WS-CARD-ACCT
023900     ELSE
024000         DISPLAY "CARDMSTR UPDATE FAILED, STATUS "
024100             WS-CARD-STATUS
024200     END-IF.
024300 2000-ISSUE-CARD-EXIT.
024400     EXIT.
024500
024600*----------------------------------------------------------
024700* 3000-CHANGE-STATUS - REPORT A CARD LOST OR STOLEN, CLOSE
024800* OR EXPIRE IT, OR REACTIVATE ONE THAT WAS ONLY LOST.
024900*----------------------------------------------------------
025000 3000-CHANGE-STATUS.
025100     DISPLAY "CARD NUMBER: "
025200     ACCEPT WS-CARD-NUMBER
025300     DISPLAY "NEW STATUS (A/L/S/E/C): "
025400     ACCEPT WS-NEW-STATUS
025500     DISPLAY "OPERATOR: "
025600     ACCEPT WS-OPERATOR
025700     IF NOT WS-NEW-STATUS-VALID
025800         DISPLAY "STATUS MUST BE A, L, S, E OR C"
025900         GO TO 3000-CHANGE-STATUS-EXIT
026000     END-IF
026100     MOVE WS-CARD-NUMBER TO CD-CARD-NUMBER
026200     READ CARD-MASTER
026300         INVALID KEY
026400             DISPLAY "CARD NOT ON CARDMSTR"
026500             GO TO 3000-CHANGE-STATUS-EXIT
026600     END-READ
026700     IF WS-NEW-STATUS = CD-STATUS
026800         DISPLAY "CARD ALREADY HAS THAT STATUS"
026900         GO TO 3000-CHANGE-STATUS-EXIT
027000     END-IF
027100     IF WS-NEW-STATUS = "A" AND NOT CD-IS-LOST
027200         DISPLAY "ONLY A LOST CARD MAY BE REACTIVATED"
027300         GO TO 3000-CHANGE-STATUS-EXIT
027400     END-IF
027500     IF WS-NEW-STATUS = "A"
027600      AND CD-EXPIRY-DATE < WS-BUSINESS-DATE
027700         DISPLAY "CARD HAS EXPIRED - ISSUE A REPLACEMENT"
027800         GO TO 3000-CHANGE-STATUS-EXIT
027900     END-IF
028000     IF CD-IS-CLOSED
028100         DISPLAY "CARD IS CLOSED - NO FURTHER CHANGES"
028200         GO TO 3000-CHANGE-STATUS-EXIT
028300     END-IF
028400     MOVE WS-NEW-STATUS    TO CD-STATUS
028500     MOVE WS-BUSINESS-DATE TO CD-STATUS-DATE
028600     MOVE WS-OPERATOR      TO CD-OPERATOR
028700     REWRITE CARD-RECORD
028800     PERFORM 7000-MASK-CARD
028900         THRU 7000-MASK-CARD-EXIT
029000     IF CARD-FILE-OK
029100         DISPLAY "CARD " WS-MASKED-CARD " NOW STATUS "
029200             CD-STATUS
029300     ELSE
029400         DISPLAY "CARDMSTR UPDATE FAILED, STATUS "
029500             WS-CARD-STATUS
029600     END-IF.
029700 3000-CHANGE-STATUS-EXIT.
029800     EXIT.
029900
030000*----------------------------------------------------------
030100* 3500-CHANGE-LIMITS - RESET A CARD'S DAILY CASH AND
030200* PURCHASE LIMITS.  ZERO MEANS NO LIMIT.
030300*----------------------------------------------------------
030400 3500-CHANGE-LIMITS.
030500     DISPLAY "CARD NUMBER: "
030600     ACCEPT WS-CARD-NUMBER
030700     MOVE WS-CARD-NUMBER TO CD-CARD-NUMBER
030800     READ CARD-MASTER
030900         INVALID KEY
031000             DISPLAY "CARD NOT ON CARDMSTR"
031100             GO TO 3500-CHANGE-LIMITS-EXIT
031200     END-READ
031300     MOVE CD-CASH-LIMIT  TO WS-LIMIT-DISP
031400     MOVE CD-PURCH-LIMIT TO WS-LIMIT-DISP-2
031500     DISPLAY "CURRENT CASH LIMIT " WS-LIMIT-DISP
031600         "  PURCHASE LIMIT " WS-LIMIT-DISP-2
031700     DISPLAY "NEW DAILY CASH LIMIT: "
031800     ACCEPT WS-CASH-LIMIT
031900     DISPLAY "NEW DAILY PURCHASE LIMIT: "
032000     ACCEPT WS-PURCH-LIMIT
032100     DISPLAY "OPERATOR: "
032200     ACCEPT WS-OPERATOR
032300     MOVE WS-CASH-LIMIT  TO CD-CASH-LIMIT
032400     MOVE WS-PURCH-LIMIT TO CD-PURCH-LIMIT
032500     MOVE WS-OPERATOR    TO CD-OPERATOR
032600     REWRITE CARD-RECORD
032700     IF CARD-FILE-OK
032800         DISPLAY "LIMITS UPDATED"
032900     ELSE
033000         DISPLAY "CARDMSTR UPDATE FAILED, STATUS "
033100             WS-CARD-STATUS
033200     END-IF.
033300 3500-CHANGE-LIMITS-EXIT.
033400     EXIT.
033500
033600*----------------------------------------------------------
033700* 4000-INQUIRE-CARDS - LIST EVERY CARD ON ONE ACCOUNT BY
033800* THE ALTERNATE ACCOUNT KEY.
033900*----------------------------------------------------------
034000 4000-INQUIRE-CARDS.
034100     DISPLAY "ACCOUNT: "
034200     ACCEPT WS-CARD-ACCT
034300     MOVE ZERO TO WS-CARD-COUNT
034400     MOVE "N"  TO WS-CARD-EOF-FLAG
034500     MOVE WS-CARD-ACCT TO CD-ACCT
034600     START CARD-MASTER KEY NOT LESS THAN CD-ACCT
034700         INVALID KEY
034800             MOVE "Y" TO WS-CARD-EOF-FLAG
034900     END-START
035000     PERFORM 4100-SHOW-ONE-CARD
035100         THRU 4100-SHOW-ONE-CARD-EXIT
035200         UNTIL END-OF-CARDS
035300     IF WS-CARD-COUNT = ZERO
035400         DISPLAY "NO CARDS ISSUED ON " WS-CARD-ACCT
035500     END-IF.
035600 4000-INQUIRE-CARDS-EXIT.
035700     EXIT.
035800
035900*----------------------------------------------------------
036000* 4100-SHOW-ONE-CARD - READ AND DISPLAY THE ACCOUNT'S NEXT
036100* CARD, MASKED.
036200*----------------------------------------------------------
036300 4100-SHOW-ONE-CARD.
036400     READ CARD-MASTER NEXT RECORD
036500         AT END
036600             MOVE "Y" TO WS-CARD-EOF-FLAG
036700             GO TO 4100-SHOW-ONE-CARD-EXIT
036800     END-READ
036900     IF CD-ACCT NOT = WS-CARD-ACCT
037000         MOVE "Y" TO WS-CARD-EOF-FLAG
037100         GO TO 4100-SHOW-ONE-CARD-EXIT
037200     END-IF
037300     ADD 1 TO WS-CARD-COUNT
037400     PERFORM 7000-MASK-CARD
037500         THRU 7000-MASK-CARD-EXIT
037600     EVALUATE TRUE
037700         WHEN CD-IS-ACTIVE
037800             MOVE "ACTIVE"  TO WS-CARD-STATE
037900         WHEN CD-IS-LOST
038000             MOVE "LOST"    TO WS-CARD-STATE
038100         WHEN CD-IS-STOLEN
038200             MOVE "STOLEN"  TO WS-CARD-STATE
038300         WHEN CD-IS-EXPIRED
038400             MOVE "EXPIRED" TO WS-CARD-STATE
038500         WHEN OTHER
038600             MOVE "CLOSED"  TO WS-CARD-STATE
038700     END-EVALUATE
038800     IF CD-IS-ACTIVE AND CD-EXPIRY-DATE < WS-BUSINESS-DATE
038900         MOVE "EXPIRED" TO WS-CARD-STATE
039000     END-IF
039100     MOVE CD-CASH-LIMIT  TO WS-LIMIT-DISP
039200     MOVE CD-PURCH-LIMIT TO WS-LIMIT-DISP-2
039300     DISPLAY WS-MASKED-CARD "  " WS-CARD-STATE
039400         "  HOLDER " CD-CUST-ID "  EXPIRES " CD-EXPIRY-DATE
039500     DISPLAY "    CASH LIMIT " WS-LIMIT-DISP
039600         "  PURCHASE LIMIT " WS-LIMIT-DISP-2.
039700 4100-SHOW-ONE-CARD-EXIT.
039800     EXIT.
039900
040000*----------------------------------------------------------
040100* 7000-MASK-CARD - THE CARD IN THE BUFFER WITH ALL BUT ITS
040200* LAST FOUR DIGITS BLANKED OUT.
040300*----------------------------------------------------------
040400 7000-MASK-CARD.
040500     MOVE ALL "*" TO WS-MASKED-CARD
040600     MOVE CD-CARD-NUMBER(13:4) TO WS-MASKED-CARD(13:4).
040700 7000-MASK-CARD-EXIT.
040800     EXIT.
