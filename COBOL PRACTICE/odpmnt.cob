000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OD-PROTECT-MAINT.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  SCREEN MAINTENANCE FOR THE
001100*                 OVERDRAFT-PROTECTION ENROLMENTS (ODPROT,
001200*                 ODPREC): ENROL A CHECKING ACCOUNT WITH A
001300*                 PROTECTING ACCOUNT, REMOVE AN ENROLMENT,
001400*                 AND INQUIRE.  THE PROTECTED ACCOUNT MUST BE
001500*                 CHECKING, THE PROTECTOR A NON-CHECKING
001600*                 ACCOUNT OF THE SAME CUSTOMER, AND BOTH OPEN,
001700*                 UNHELD AND NON-DORMANT AT ENROLMENT.
001800*----------------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT OD-PROTECTIONS ASSIGN TO "ODPROT"
002300         ORGANIZATION IS INDEXED
002400         ACCESS MODE IS DYNAMIC
002500         RECORD KEY IS PT-ACCT
002600         FILE STATUS IS WS-ODPR-STATUS.
002700
002800     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS ACCT-NUMBER
003200         ALTERNATE RECORD KEY IS ACCT-NAME
003300             WITH DUPLICATES
003400         FILE STATUS IS WS-ACCT-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  OD-PROTECTIONS.
003900 01  OD-PROTECT-RECORD.
004000     COPY ODPREC.
004100
004200 FD  ACCOUNT-MASTER.
004300 01  ACCOUNT-RECORD.
004400     COPY ACCTREC.
004500
004600 WORKING-STORAGE SECTION.
004700 01  WS-ODPR-STATUS          PIC X(02).
004800     88  ODPR-FILE-OK                VALUE "00".
004900     88  ODPR-FILE-NOT-FOUND         VALUE "35".
005000 01  WS-ACCT-STATUS          PIC X(02).
005100     88  ACCT-STATUS-OK              VALUE "00".
005200 01  WS-ENROLLED-FLAG        PIC X(01) VALUE "N".
005300     88  WS-ON-FILE                  VALUE "Y".
005400
005500 01  WS-EXIT-FLAG            PIC X(01) VALUE "N".
005600     88  WS-DONE                     VALUE "Y".
005700 01  MAINT-CHOICE            PIC 9 VALUE ZERO.
005800     88  MC-ENROL                    VALUE 1.
005900     88  MC-REMOVE                   VALUE 2.
006000     88  MC-INQUIRE                  VALUE 3.
006100     88  MC-EXIT                     VALUE 4.
006200
006300 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
006400 01  WS-CHECKING-ACCT        PIC X(06).
006500 01  WS-PROTECT-ACCT         PIC X(06).
006600 01  WS-INCREMENT            PIC 9(5)V99 VALUE ZERO.
006700 01  WS-OPERATOR             PIC X(06).
006800 01  WS-CHECKING-CUST        PIC X(06).
006900 01  WS-CHECKING-NAME        PIC X(20).
007000
007100 SCREEN SECTION.
007200*----------------------------------------------------------
007300* SC-MAINT-MENU - THE MAINTENANCE MENU.
007400*----------------------------------------------------------
007500 01  SC-MAINT-MENU.
007600     05  BLANK SCREEN.
007700     05  LINE 02 COL 10 VALUE "OVERDRAFT PROTECTION".
007800     05  LINE 04 COL 10 VALUE "1. ENROL AN ACCOUNT".
007900     05  LINE 05 COL 10 VALUE "2. REMOVE AN ENROLMENT".
008000     05  LINE 06 COL 10 VALUE "3. INQUIRE".
008100     05  LINE 07 COL 10 VALUE "4. EXIT".
008200     05  LINE 09 COL 10 VALUE "ENTER YOUR CHOICE:".
008300     05  LINE 09 COL 30 PIC 9 USING MAINT-CHOICE.
008400
008500*----------------------------------------------------------
008600* SC-ENROL-SCREEN - THE ENROLMENT'S FIELDS.  A ZERO
008700* INCREMENT MOVES THE EXACT SHORTFALL.
008800*----------------------------------------------------------
008900 01  SC-ENROL-SCREEN.
009000     05  BLANK SCREEN.
009100     05  LINE 02 COL 10 VALUE "CHECKING ACCOUNT:".
009200     05  LINE 02 COL 40 PIC X(06) USING WS-CHECKING-ACCT.
009300     05  LINE 03 COL 10 VALUE "PROTECTING ACCOUNT:".
009400     05  LINE 03 COL 40 PIC X(06) USING WS-PROTECT-ACCT.
009500     05  LINE 04 COL 10 VALUE "INCREMENT (0=EXACT):".
009600     05  LINE 04 COL 40 PIC 9(5)V99 USING WS-INCREMENT.
009700     05  LINE 05 COL 10 VALUE "OPERATOR:".
009800     05  LINE 05 COL 40 PIC X(06) USING WS-OPERATOR.
009900
010000 PROCEDURE DIVISION.
010100*----------------------------------------------------------
010200* 0000-MAINLINE
010300*----------------------------------------------------------
010400 0000-MAINLINE.
010500     CALL "GETBDATE" USING WS-BUSINESS-DATE
010600     OPEN I-O OD-PROTECTIONS
010700     IF ODPR-FILE-NOT-FOUND
010800         OPEN OUTPUT OD-PROTECTIONS
010900         CLOSE OD-PROTECTIONS
011000         OPEN I-O OD-PROTECTIONS
011100     END-IF
011200     OPEN INPUT ACCOUNT-MASTER
011300     IF NOT ACCT-STATUS-OK
011400         DISPLAY "OD-PROTECT-MAINT: ACCTMSTR OPEN FAILED, "
011500             "STATUS " WS-ACCT-STATUS
011600         STOP RUN
011700     END-IF
011800     PERFORM 1000-PROCESS-MENU
011900         THRU 1000-PROCESS-MENU-EXIT
012000         UNTIL WS-DONE
012100     CLOSE OD-PROTECTIONS
012200     CLOSE ACCOUNT-MASTER
012300     STOP RUN.
012400
012500*----------------------------------------------------------
012600* 1000-PROCESS-MENU - ONE MAINTENANCE ACTION.
012700*----------------------------------------------------------
012800 1000-PROCESS-MENU.
012900     DISPLAY SC-MAINT-MENU
013000     ACCEPT SC-MAINT-MENU
013100     EVALUATE TRUE
013200         WHEN MC-ENROL
013300             PERFORM 2000-ENROL-ACCOUNT
013400                 THRU 2000-ENROL-ACCOUNT-EXIT
013500         WHEN MC-REMOVE
013600             PERFORM 3000-REMOVE-ENROLMENT
013700                 THRU 3000-REMOVE-ENROLMENT-EXIT
013800         WHEN MC-INQUIRE
013900             PERFORM 4000-INQUIRE-ENROLMENT
014000                 THRU 4000-INQUIRE-ENROLMENT-EXIT
014100         WHEN MC-EXIT
014200             MOVE "Y" TO WS-EXIT-FLAG
014300         WHEN OTHER
014400             DISPLAY "INVALID CHOICE"
014500     END-EVALUATE.
014600 1000-PROCESS-MENU-EXIT.
014700     EXIT.
014800
014900*----------------------------------------------------------
015000* 2000-ENROL-ACCOUNT - ENROL A CHECKING ACCOUNT (OR RE-ENROL
015100* ONE WHOSE ENROLMENT WAS REMOVED) WITH A PROTECTING
015200* ACCOUNT OF THE SAME CUSTOMER.
015300*----------------------------------------------------------
015400 2000-ENROL-ACCOUNT.
015500     MOVE SPACES TO WS-CHECKING-ACCT WS-PROTECT-ACCT
015600                    WS-OPERATOR
015700     MOVE ZERO   TO WS-INCREMENT
015800     DISPLAY SC-ENROL-SCREEN
015900     ACCEPT SC-ENROL-SCREEN
016000     IF WS-CHECKING-ACCT = SPACES OR WS-PROTECT-ACCT = SPACES
016100         DISPLAY "BOTH ACCOUNTS ARE REQUIRED"
016200         GO TO 2000-ENROL-ACCOUNT-EXIT
016300     END-IF
016400     IF WS-CHECKING-ACCT = WS-PROTECT-ACCT
016500         DISPLAY "AN ACCOUNT CANNOT PROTECT ITSELF"
016600         GO TO 2000-ENROL-ACCOUNT-EXIT
016700     END-IF
016800
016900     MOVE "N" TO WS-ENROLLED-FLAG
017000     MOVE WS-CHECKING-ACCT TO PT-ACCT
017100     READ OD-PROTECTIONS
017200         INVALID KEY
017300             CONTINUE
017400         NOT INVALID KEY
017500             MOVE "Y" TO WS-ENROLLED-FLAG
017600     END-READ
017700     IF WS-ON-FILE AND NOT PT-IS-REMOVED
017800         DISPLAY "ACCOUNT IS ALREADY PROTECTED BY "
017900             PT-PROTECT-ACCT
018000         GO TO 2000-ENROL-ACCOUNT-EXIT
018100     END-IF
018200
018300     MOVE WS-CHECKING-ACCT TO ACCT-NUMBER
018400     READ ACCOUNT-MASTER
018500         INVALID KEY
018600             DISPLAY "CHECKING ACCOUNT NOT ON ACCTMSTR"
018700             GO TO 2000-ENROL-ACCOUNT-EXIT
018800     END-READ
018900     IF NOT ACCT-IS-CHECKING
019000         DISPLAY "ONLY A CHECKING ACCOUNT CAN BE PROTECTED"
019100         GO TO 2000-ENROL-ACCOUNT-EXIT
019200     END-IF
019300     IF ACCT-IS-CLOSED OR ACCT-ON-HOLD OR ACCT-IS-DORMANT
019400         DISPLAY "CHECKING ACCOUNT IS CLOSED, HELD OR DORMANT"
019500         GO TO 2000-ENROL-ACCOUNT-EXIT
019600     END-IF
019700     MOVE ACCT-CUST-NUM TO WS-CHECKING-CUST
019800     MOVE ACCT-NAME     TO WS-CHECKING-NAME
019900
020000     MOVE WS-PROTECT-ACCT TO ACCT-NUMBER
020100     READ ACCOUNT-MASTER
020200         INVALID KEY
020300             DISPLAY "PROTECTING ACCOUNT NOT ON ACCTMSTR"
020400             GO TO 2000-ENROL-ACCOUNT-EXIT
020500     END-READ
020600     IF ACCT-IS-CHECKING
020700         DISPLAY "THE PROTECTING ACCOUNT MUST BE A SAVINGS "
020800             "ACCOUNT"
020900         GO TO 2000-ENROL-ACCOUNT-EXIT
021000     END-IF
021100     IF ACCT-IS-CLOSED OR ACCT-ON-HOLD OR ACCT-IS-DORMANT
021200         DISPLAY "PROTECTING ACCOUNT IS CLOSED, HELD OR "
021300             "DORMANT"
021400         GO TO 2000-ENROL-ACCOUNT-EXIT
021500     END-IF
021600*    SAME CUSTOMER: BY CUSTOMER NUMBER WHERE BOTH RECORDS
021700*    CARRY ONE, OTHERWISE BY ACCOUNT NAME.
021800     IF WS-CHECKING-CUST NOT = SPACES
021900      AND ACCT-CUST-NUM NOT = SPACES
022000         IF ACCT-CUST-NUM NOT = WS-CHECKING-CUST
022100             DISPLAY "ACCOUNTS BELONG TO DIFFERENT CUSTOMERS"
022200             GO TO 2000-ENROL-ACCOUNT-EXIT
022300         END-IF
022400     ELSE
022500         IF ACCT-NAME NOT = WS-CHECKING-NAME
022600             DISPLAY "ACCOUNTS BELONG TO DIFFERENT CUSTOMERS"
022700             GO TO 2000-ENROL-ACCOUNT-EXIT
022800         END-IF
022900     END-IF
023000
023100     MOVE SPACES           TO OD-PROTECT-RECORD
023200     MOVE WS-CHECKING-ACCT TO PT-ACCT
023300     MOVE WS-PROTECT-ACCT  TO PT-PROTECT-ACCT
023400     MOVE WS-INCREMENT     TO PT-INCREMENT
023500     MOVE "A"              TO PT-STATUS
023600     MOVE WS-BUSINESS-DATE TO PT-ENROL-DATE
023700     MOVE ZERO             TO PT-REMOVE-DATE
023800     MOVE WS-OPERATOR      TO PT-OPERATOR
023900     IF WS-ON-FILE
024000         REWRITE OD-PROTECT-RECORD
024100     ELSE
024200         WRITE OD-PROTECT-RECORD
024300     END-IF
024400     IF ODPR-FILE-OK
024500         DISPLAY "ACCOUNT " WS-CHECKING-ACCT
024600             " NOW PROTECTED BY " WS-PROTECT-ACCT
024700     ELSE
024800         DISPLAY "ODPROT UPDATE FAILED, STATUS "
024900             WS-ODPR-STATUS
025000     END-IF.
025100 2000-ENROL-ACCOUNT-EXIT.
025200     EXIT.
025300
025400*----------------------------------------------------------
025500* 3000-REMOVE-ENROLMENT - TAKE AN ACCOUNT OFF OVERDRAFT
025600* PROTECTION.  THE RECORD IS FLAGGED, NOT DELETED.
025700*----------------------------------------------------------
025800 3000-REMOVE-ENROLMENT.
025900     DISPLAY "CHECKING ACCOUNT: "
026000     ACCEPT WS-CHECKING-ACCT
026100     DISPLAY "OPERATOR: "
026200     ACCEPT WS-OPERATOR
026300     MOVE WS-CHECKING-ACCT TO PT-ACCT
026400     READ OD-PROTECTIONS
026500         INVALID KEY
026600             DISPLAY "ACCOUNT IS NOT ENROLLED"
026700             GO TO 3000-REMOVE-ENROLMENT-EXIT
026800     END-READ
026900     IF PT-IS-REMOVED
027000         DISPLAY "ENROLMENT WAS ALREADY REMOVED ON "
027100             PT-REMOVE-DATE
027200         GO TO 3000-REMOVE-ENROLMENT-EXIT
027300     END-IF
027400     MOVE "D"              TO PT-STATUS
027500     MOVE WS-BUSINESS-DATE TO PT-REMOVE-DATE
027600     MOVE WS-OPERATOR      TO PT-OPERATOR
027700     REWRITE OD-PROTECT-RECORD
027800     IF ODPR-FILE-OK
027900         DISPLAY "OVERDRAFT PROTECTION REMOVED"
028000     ELSE
028100         DISPLAY "ODPROT UPDATE FAILED, STATUS "
028200             WS-ODPR-STATUS
028300     END-IF.
028400 3000-REMOVE-ENROLMENT-EXIT.
028500     EXIT.
028600
028700*----------------------------------------------------------
028800* 4000-INQUIRE-ENROLMENT - SHOW ONE ACCOUNT'S ENROLMENT.
028900*----------------------------------------------------------
029000 4000-INQUIRE-ENROLMENT.
029100     DISPLAY "CHECKING ACCOUNT: "
029200     ACCEPT WS-CHECKING-ACCT
029300     MOVE WS-CHECKING-ACCT TO PT-ACCT
029400     READ OD-PROTECTIONS
029500         INVALID KEY
029600             DISPLAY "ACCOUNT IS NOT ENROLLED"
029700             GO TO 4000-INQUIRE-ENROLMENT-EXIT
029800     END-READ
029900     DISPLAY "PROTECTED BY:  " PT-PROTECT-ACCT
030000     IF PT-INCREMENT = ZERO
030100         DISPLAY "TRANSFERS:     EXACT SHORTFALL"
030200     ELSE
030300         DISPLAY "TRANSFERS:     MULTIPLES OF " PT-INCREMENT
030400     END-IF
030500     DISPLAY "ENROLLED:      " PT-ENROL-DATE
030600         " BY " PT-OPERATOR
030700     IF PT-IS-REMOVED
030800         DISPLAY "REMOVED:       " PT-REMOVE-DATE
030900     END-IF.
031000 4000-INQUIRE-ENROLMENT-EXIT.
031100     EXIT.
