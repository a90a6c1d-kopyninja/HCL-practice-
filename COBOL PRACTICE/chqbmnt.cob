000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CHEQUE-BOOK-MAINT.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  TELLER SCREEN FOR CHEQUE
001100*                 BOOKS (CHQBOOK, CHQBREC): ISSUE A BOOK TO A
001200*                 CHECKING ACCOUNT BY SERIAL RANGE, CANCEL A
001300*                 LOST OR STOLEN BOOK, AND INQUIRE ON AN
001400*                 ACCOUNT'S BOOKS WITH THE NUMBER OF CHEQUES
001500*                 PAID FROM EACH (PAIDCHQ, PCHQREC).  A NEW
001600*                 RANGE MAY NOT OVERLAP ANY BOOK ALREADY
001700*                 ISSUED ON THE ACCOUNT, CANCELLED OR NOT.
001800*----------------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT CHEQUE-BOOKS ASSIGN TO "CHQBOOK"
002300         ORGANIZATION IS INDEXED
002400         ACCESS MODE IS DYNAMIC
002500         RECORD KEY IS CB-KEY
002600         FILE STATUS IS WS-CHQB-STATUS.
002700
002800     SELECT PAID-CHEQUES ASSIGN TO "PAIDCHQ"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS PQ-KEY
003200         FILE STATUS IS WS-PCHQ-STATUS.
003300
003400     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS ACCT-NUMBER
003800         ALTERNATE RECORD KEY IS ACCT-NAME
003900             WITH DUPLICATES
004000         FILE STATUS IS WS-ACCT-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  CHEQUE-BOOKS.
004500 01  CHEQUE-BOOK-RECORD.
004600     COPY CHQBREC.
004700
004800 FD  PAID-CHEQUES.
004900 01  PAID-CHEQUE-RECORD.
005000     COPY PCHQREC.
005100
005200 FD  ACCOUNT-MASTER.
005300 01  ACCOUNT-RECORD.
005400     COPY ACCTREC.
005500
005600 WORKING-STORAGE SECTION.
005700 01  WS-CHQB-STATUS          PIC X(02).
005800     88  CHQB-FILE-OK                VALUE "00".
005900     88  CHQB-FILE-NOT-FOUND         VALUE "35".
006000 01  WS-PCHQ-STATUS          PIC X(02).
006100     88  PCHQ-FILE-OK                VALUE "00".
006200 01  WS-PCHQ-OPEN-FLAG       PIC X(01) VALUE "N".
006300     88  PCHQ-FILE-OPEN              VALUE "Y".
006400 01  WS-ACCT-STATUS          PIC X(02).
006500     88  ACCT-STATUS-OK              VALUE "00".
006600 01  WS-BOOK-EOF-FLAG        PIC X(01) VALUE "N".
006700     88  END-OF-BOOKS                VALUE "Y".
006800 01  WS-PAID-EOF-FLAG        PIC X(01) VALUE "N".
006900     88  END-OF-PAID                 VALUE "Y".
007000 01  WS-OVERLAP-FLAG         PIC X(01) VALUE "N".
007100     88  WS-RANGE-OVERLAPS           VALUE "Y".
007200
007300 01  WS-EXIT-FLAG            PIC X(01) VALUE "N".
007400     88  WS-DONE                     VALUE "Y".
007500 01  MAINT-CHOICE            PIC 9 VALUE ZERO.
007600     88  MC-ISSUE                    VALUE 1.
007700     88  MC-CANCEL                   VALUE 2.
007800     88  MC-INQUIRE                  VALUE 3.
007900     88  MC-EXIT                     VALUE 4.
008000
008100 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
008200 01  WS-BOOK-ACCT            PIC X(06).
008300 01  WS-FIRST-SERIAL         PIC 9(08) VALUE ZERO.
008400 01  WS-LAST-SERIAL          PIC 9(08) VALUE ZERO.
008500 01  WS-OPERATOR             PIC X(06).
008600 01  WS-BOOK-COUNT           PIC 9(03) COMP VALUE ZERO.
008700 01  WS-PAID-IN-BOOK         PIC 9(05) COMP VALUE ZERO.
008800 01  WS-BOOK-STATE           PIC X(09) VALUE SPACES.
008900
009000 SCREEN SECTION.
009100*----------------------------------------------------------
009200* SC-MAINT-MENU - THE MAINTENANCE MENU.
009300*----------------------------------------------------------
009400 01  SC-MAINT-MENU.
009500     05  BLANK SCREEN.
009600     05  LINE 02 COL 10 VALUE "CHEQUE BOOKS".
009700     05  LINE 04 COL 10 VALUE "1. ISSUE A CHEQUE BOOK".
009800     05  LINE 05 COL 10 VALUE "2. CANCEL A CHEQUE BOOK".
009900     05  LINE 06 COL 10 VALUE "3. INQUIRE".
010000     05  LINE 07 COL 10 VALUE "4. EXIT".
010100     05  LINE 09 COL 10 VALUE "ENTER YOUR CHOICE:".
010200     05  LINE 09 COL 30 PIC 9 USING MAINT-CHOICE.
010300
010400*----------------------------------------------------------
010500* SC-ISSUE-SCREEN - THE NEW BOOK'S ACCOUNT AND SERIAL RANGE.
010600*----------------------------------------------------------
010700 01  SC-ISSUE-SCREEN.
010800     05  BLANK SCREEN.
010900     05  LINE 02 COL 10 VALUE "CHECKING ACCOUNT:".
011000     05  LINE 02 COL 40 PIC X(06) USING WS-BOOK-ACCT.
011100     05  LINE 03 COL 10 VALUE "FIRST SERIAL:".
011200     05  LINE 03 COL 40 PIC 9(08) USING WS-FIRST-SERIAL.
011300     05  LINE 04 COL 10 VALUE "LAST SERIAL:".
011400     05  LINE 04 COL 40 PIC 9(08) USING WS-LAST-SERIAL.
011500     05  LINE 05 COL 10 VALUE "OPERATOR:".
011600     05  LINE 05 COL 40 PIC X(06) USING WS-OPERATOR.
011700
011800 PROCEDURE DIVISION.
011900*----------------------------------------------------------
012000* 0000-MAINLINE
012100*----------------------------------------------------------
012200 0000-MAINLINE.
012300     CALL "GETBDATE" USING WS-BUSINESS-DATE
012400     OPEN I-O CHEQUE-BOOKS
012500     IF CHQB-FILE-NOT-FOUND
012600         OPEN OUTPUT CHEQUE-BOOKS
012700         CLOSE CHEQUE-BOOKS
012800         OPEN I-O CHEQUE-BOOKS
012900     END-IF
013000*    NO PAIDCHQ REGISTER YET JUST MEANS NOTHING PAID.
013100     OPEN INPUT PAID-CHEQUES
013200     IF PCHQ-FILE-OK
013300         MOVE "Y" TO WS-PCHQ-OPEN-FLAG
013400     END-IF
013500     OPEN INPUT ACCOUNT-MASTER
013600     IF NOT ACCT-STATUS-OK
013700         DISPLAY "CHEQUE-BOOK-MAINT: ACCTMSTR OPEN FAILED, "
013800             "STATUS " WS-ACCT-STATUS
013900         STOP RUN
014000     END-IF
014100     PERFORM 1000-PROCESS-MENU
014200         THRU 1000-PROCESS-MENU-EXIT
014300         UNTIL WS-DONE
014400     CLOSE CHEQUE-BOOKS
014500     IF PCHQ-FILE-OPEN
014600         CLOSE PAID-CHEQUES
014700     END-IF
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
015900             PERFORM 2000-ISSUE-BOOK
016000                 THRU 2000-ISSUE-BOOK-EXIT
016100         WHEN MC-CANCEL
016200             PERFORM 3000-CANCEL-BOOK
016300                 THRU 3000-CANCEL-BOOK-EXIT
016400         WHEN MC-INQUIRE
016500             PERFORM 4000-INQUIRE-BOOKS
016600                 THRU 4000-INQUIRE-BOOKS-EXIT
016700         WHEN MC-EXIT
016800             MOVE "Y" TO WS-EXIT-FLAG
016900         WHEN OTHER
017000             DISPLAY "INVALID CHOICE"
017100     END-EVALUATE.
017200 1000-PROCESS-MENU-EXIT.
017300     EXIT.
017400
017500*----------------------------------------------------------
017600* 2000-ISSUE-BOOK - RECORD A NEW BOOK AGAINST AN OPEN,
017700* USABLE CHECKING ACCOUNT.  THE RANGE MUST NOT OVERLAP ANY
017800* BOOK THE ACCOUNT ALREADY HAS.
017900*----------------------------------------------------------
018000 2000-ISSUE-BOOK.
018100     MOVE SPACES TO WS-BOOK-ACCT WS-OPERATOR
018200     MOVE ZERO   TO WS-FIRST-SERIAL WS-LAST-SERIAL
018300     DISPLAY SC-ISSUE-SCREEN
018400     ACCEPT SC-ISSUE-SCREEN
018500     IF WS-BOOK-ACCT = SPACES
018600         DISPLAY "ACCOUNT IS REQUIRED"
018700         GO TO 2000-ISSUE-BOOK-EXIT
018800     END-IF
018900     IF WS-FIRST-SERIAL = ZERO
019000      OR WS-LAST-SERIAL < WS-FIRST-SERIAL
019100         DISPLAY "SERIAL RANGE IS INVALID"
019200         GO TO 2000-ISSUE-BOOK-EXIT
019300     END-IF
019400
019500     MOVE WS-BOOK-ACCT TO ACCT-NUMBER
019600     READ ACCOUNT-MASTER
019700         INVALID KEY
019800             DISPLAY "ACCOUNT NOT ON ACCTMSTR"
019900             GO TO 2000-ISSUE-BOOK-EXIT
020000     END-READ
020100     IF NOT ACCT-IS-CHECKING
020200         DISPLAY "CHEQUE BOOKS ARE FOR CHECKING ACCOUNTS ONLY"
020300         GO TO 2000-ISSUE-BOOK-EXIT
020400     END-IF
020500     IF ACCT-IS-CLOSED OR ACCT-ON-HOLD OR ACCT-IS-DORMANT
020600         DISPLAY "ACCOUNT IS CLOSED, HELD OR DORMANT"
020700         GO TO 2000-ISSUE-BOOK-EXIT
020800     END-IF
020900
021000     PERFORM 2500-CHECK-OVERLAP
021100         THRU 2500-CHECK-OVERLAP-EXIT
021200     IF WS-RANGE-OVERLAPS
021300         DISPLAY "RANGE OVERLAPS THE BOOK " CB-FIRST-SERIAL
021400             "-" CB-LAST-SERIAL " ALREADY ISSUED"
021500         GO TO 2000-ISSUE-BOOK-EXIT
021600     END-IF
021700
021800     MOVE SPACES           TO CHEQUE-BOOK-RECORD
021900     MOVE WS-BOOK-ACCT     TO CB-ACCT
022000     MOVE WS-FIRST-SERIAL  TO CB-FIRST-SERIAL
022100     MOVE WS-LAST-SERIAL   TO CB-LAST-SERIAL
022200     MOVE "A"              TO CB-STATUS
022300     MOVE WS-BUSINESS-DATE TO CB-ISSUE-DATE
022400     MOVE ZERO             TO CB-CANCEL-DATE
022500     MOVE WS-OPERATOR      TO CB-OPERATOR
022600     WRITE CHEQUE-BOOK-RECORD
022700     IF CHQB-FILE-OK
022800         DISPLAY "BOOK " WS-FIRST-SERIAL "-" WS-LAST-SERIAL
022900             " ISSUED TO " WS-BOOK-ACCT
023000     ELSE
023100         DISPLAY "CHQBOOK UPDATE FAILED, STATUS "
023200             WS-CHQB-STATUS
023300     END-IF.
023400 2000-ISSUE-BOOK-EXIT.
023500     EXIT.
023600
023700*----------------------------------------------------------
023800* 2500-CHECK-OVERLAP - WALK THE ACCOUNT'S BOOKS; ANY WHOSE
023900* RANGE MEETS THE NEW ONE SETS WS-RANGE-OVERLAPS AND STAYS
024000* IN THE BUFFER FOR THE MESSAGE.
024100*----------------------------------------------------------
024200 2500-CHECK-OVERLAP.
024300     MOVE "N" TO WS-OVERLAP-FLAG WS-BOOK-EOF-FLAG
024400     MOVE WS-BOOK-ACCT TO CB-ACCT
024500     MOVE ZERO         TO CB-FIRST-SERIAL
024600     START CHEQUE-BOOKS KEY NOT LESS THAN CB-KEY
024700         INVALID KEY
024800             MOVE "Y" TO WS-BOOK-EOF-FLAG
024900     END-START
025000     PERFORM 2550-TEST-ONE-BOOK
025100         THRU 2550-TEST-ONE-BOOK-EXIT
025200         UNTIL END-OF-BOOKS OR WS-RANGE-OVERLAPS.
025300 2500-CHECK-OVERLAP-EXIT.
025400     EXIT.
025500
025600*----------------------------------------------------------
025700* 2550-TEST-ONE-BOOK - READ THE ACCOUNT'S NEXT BOOK AND
025800* TEST ITS RANGE AGAINST THE NEW ONE.
025900*----------------------------------------------------------
026000 2550-TEST-ONE-BOOK.
026100     READ CHEQUE-BOOKS NEXT RECORD
026200         AT END
026300             MOVE "Y" TO WS-BOOK-EOF-FLAG
026400             GO TO 2550-TEST-ONE-BOOK-EXIT
026500     END-READ
026600     IF CB-ACCT NOT = WS-BOOK-ACCT
026700         MOVE "Y" TO WS-BOOK-EOF-FLAG
026800         GO TO 2550-TEST-ONE-BOOK-EXIT
026900     END-IF
027000     IF WS-FIRST-SERIAL NOT > CB-LAST-SERIAL
027100      AND WS-LAST-SERIAL NOT < CB-FIRST-SERIAL
027200         MOVE "Y" TO WS-OVERLAP-FLAG
027300     END-IF.
027400 2550-TEST-ONE-BOOK-EXIT.
027500     EXIT.
027600
027700*----------------------------------------------------------
027800* 3000-CANCEL-BOOK - FLAG A LOST, STOLEN OR DESTROYED BOOK
027900* CANCELLED, SO INWARD CLEARING RETURNS ANY CHEQUE FROM IT
028000* STILL TO BE PRESENTED.
028100*----------------------------------------------------------
028200 3000-CANCEL-BOOK.
028300     DISPLAY "CHECKING ACCOUNT: "
028400     ACCEPT WS-BOOK-ACCT
028500     DISPLAY "FIRST SERIAL OF THE BOOK: "
028600     ACCEPT WS-FIRST-SERIAL
028700     DISPLAY "OPERATOR: "
028800     ACCEPT WS-OPERATOR
028900     MOVE WS-BOOK-ACCT    TO CB-ACCT
029000     MOVE WS-FIRST-SERIAL TO CB-FIRST-SERIAL
029100     READ CHEQUE-BOOKS
029200         INVALID KEY
029300             DISPLAY "NO BOOK STARTS AT THAT SERIAL"
029400             GO TO 3000-CANCEL-BOOK-EXIT
029500     END-READ
029600     IF CB-IS-CANCELLED
029700         DISPLAY "BOOK WAS ALREADY CANCELLED ON "
029800             CB-CANCEL-DATE
029900         GO TO 3000-CANCEL-BOOK-EXIT
030000     END-IF
030100     MOVE "C"              TO CB-STATUS
030200     MOVE WS-BUSINESS-DATE TO CB-CANCEL-DATE
030300     MOVE WS-OPERATOR      TO CB-OPERATOR
030400     REWRITE CHEQUE-BOOK-RECORD
030500     IF CHQB-FILE-OK
030600         DISPLAY "BOOK " CB-FIRST-SERIAL "-" CB-LAST-SERIAL
030700             " CANCELLED"
030800     ELSE
030900         DISPLAY "CHQBOOK UPDATE FAILED, STATUS "
031000             WS-CHQB-STATUS
031100     END-IF.
031200 3000-CANCEL-BOOK-EXIT.
031300     EXIT.
031400
031500*----------------------------------------------------------
031600* 4000-INQUIRE-BOOKS - LIST EVERY BOOK ON ONE ACCOUNT WITH
031700* ITS STATUS AND THE NUMBER OF ITS CHEQUES PAID SO FAR.
031800*----------------------------------------------------------
031900 4000-INQUIRE-BOOKS.
032000     DISPLAY "CHECKING ACCOUNT: "
032100     ACCEPT WS-BOOK-ACCT
032200     MOVE ZERO TO WS-BOOK-COUNT
032300     MOVE "N"  TO WS-BOOK-EOF-FLAG
032400     MOVE WS-BOOK-ACCT TO CB-ACCT
032500     MOVE ZERO         TO CB-FIRST-SERIAL
032600     START CHEQUE-BOOKS KEY NOT LESS THAN CB-KEY
032700         INVALID KEY
032800             MOVE "Y" TO WS-BOOK-EOF-FLAG
032900     END-START
033000     PERFORM 4100-SHOW-ONE-BOOK
033100         THRU 4100-SHOW-ONE-BOOK-EXIT
033200         UNTIL END-OF-BOOKS
033300     IF WS-BOOK-COUNT = ZERO
033400         DISPLAY "NO CHEQUE BOOKS ISSUED ON " WS-BOOK-ACCT
033500     END-IF.
033600 4000-INQUIRE-BOOKS-EXIT.
033700     EXIT.
033800
033900*----------------------------------------------------------
034000* 4100-SHOW-ONE-BOOK - READ AND DISPLAY THE ACCOUNT'S NEXT
034100* BOOK.
034200*----------------------------------------------------------
034300 4100-SHOW-ONE-BOOK.
034400     READ CHEQUE-BOOKS NEXT RECORD
034500         AT END
034600             MOVE "Y" TO WS-BOOK-EOF-FLAG
034700             GO TO 4100-SHOW-ONE-BOOK-EXIT
034800     END-READ
034900     IF CB-ACCT NOT = WS-BOOK-ACCT
035000         MOVE "Y" TO WS-BOOK-EOF-FLAG
035100         GO TO 4100-SHOW-ONE-BOOK-EXIT
035200     END-IF
035300     ADD 1 TO WS-BOOK-COUNT
035400     PERFORM 4200-COUNT-PAID-IN-BOOK
035500         THRU 4200-COUNT-PAID-IN-BOOK-EXIT
035600     IF CB-IS-CANCELLED
035700         MOVE "CANCELLED" TO WS-BOOK-STATE
035800     ELSE
035900         MOVE "ACTIVE"    TO WS-BOOK-STATE
036000     END-IF
036100     DISPLAY CB-FIRST-SERIAL "-" CB-LAST-SERIAL "  "
036200         WS-BOOK-STATE "  ISSUED " CB-ISSUE-DATE
036300         "  PAID " WS-PAID-IN-BOOK.
036400 4100-SHOW-ONE-BOOK-EXIT.
036500     EXIT.
036600
036700*----------------------------------------------------------
036800* 4200-COUNT-PAID-IN-BOOK - HOW MANY OF THE BOOK'S SERIALS
036900* ARE ON THE PAID-CHEQUE REGISTER.
037000*----------------------------------------------------------
037100 4200-COUNT-PAID-IN-BOOK.
037200     MOVE ZERO TO WS-PAID-IN-BOOK
037300     IF NOT PCHQ-FILE-OPEN
037400         GO TO 4200-COUNT-PAID-IN-BOOK-EXIT
037500     END-IF
037600     MOVE "N"             TO WS-PAID-EOF-FLAG
037700     MOVE CB-ACCT         TO PQ-ACCT
037800     MOVE CB-FIRST-SERIAL TO PQ-SERIAL
037900     START PAID-CHEQUES KEY NOT LESS THAN PQ-KEY
038000         INVALID KEY
038100             MOVE "Y" TO WS-PAID-EOF-FLAG
038200     END-START
038300     PERFORM 4250-COUNT-ONE-PAID
038400         THRU 4250-COUNT-ONE-PAID-EXIT
038500         UNTIL END-OF-PAID.
038600 4200-COUNT-PAID-IN-BOOK-EXIT.
038700     EXIT.
038800
038900*----------------------------------------------------------
039000* 4250-COUNT-ONE-PAID - READ THE NEXT PAID CHEQUE AND COUNT
039100* IT WHILE IT IS STILL INSIDE THE BOOK.
039200*----------------------------------------------------------
039300 4250-COUNT-ONE-PAID.
039400     READ PAID-CHEQUES NEXT RECORD
039500         AT END
039600             MOVE "Y" TO WS-PAID-EOF-FLAG
039700             GO TO 4250-COUNT-ONE-PAID-EXIT
039800     END-READ
039900     IF PQ-ACCT NOT = CB-ACCT
040000      OR PQ-SERIAL > CB-LAST-SERIAL
040100         MOVE "Y" TO WS-PAID-EOF-FLAG
040200         GO TO 4250-COUNT-ONE-PAID-EXIT
040300     END-IF
040400     ADD 1 TO WS-PAID-IN-BOOK.
040500 4250-COUNT-ONE-PAID-EXIT.
040600     EXIT.
