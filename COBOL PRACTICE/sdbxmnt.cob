000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SAFE-BOX-MAINT.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  SCREEN MAINTENANCE FOR THE
001100*                 SAFE DEPOSIT BOX MASTER (SDBOXMST, SDBXREC)
001200*                 AND ITS RENTER CROSS-REFERENCE (SDBRENTR,
001300*                 SDBRREC), REPLACING THE BRANCH PAPER
001400*                 LEDGERS: RENT A BOX, ADD OR REMOVE A
001500*                 CO-RENTER, SURRENDER, RECORD A LOST KEY OR
001600*                 A DRILLING, AND INQUIRE.  THE RENTER MUST BE
001700*                 AN ACTIVE CUSTOMER AND THE RENT ACCOUNT AN
001800*                 OPEN, UNHELD, NON-DORMANT ACCTMSTR ACCOUNT.
001900*                 THE FIRST YEAR'S RENT FALLS DUE ON THE
002000*                 RENTAL DATE AND IS TAKEN BY THAT NIGHT'S
002100*                 SAFE-BOX-RENT-BATCH.
002200*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT SAFE-BOX-MASTER ASSIGN TO "SDBOXMST"
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS SB-KEY
003000         FILE STATUS IS WS-SDBX-STATUS.
003100
003200     SELECT SAFE-BOX-RENTERS ASSIGN TO "SDBRENTR"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS SR-KEY
003600         FILE STATUS IS WS-SDBR-STATUS.
003700
003800     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS CM-CUST-ID
004200         FILE STATUS IS WS-CUSTM-STATUS.
004300
004400     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS ACCT-NUMBER
004800         ALTERNATE RECORD KEY IS ACCT-NAME
004900             WITH DUPLICATES
005000         FILE STATUS IS WS-ACCT-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  SAFE-BOX-MASTER.
005500 01  SAFE-BOX-RECORD.
005600     COPY SDBXREC.
005700
005800 FD  SAFE-BOX-RENTERS.
005900 01  SAFE-BOX-RENTER-RECORD.
006000     COPY SDBRREC.
006100
006200 FD  CUSTOMER-MASTER.
006300 01  CUSTOMER-MASTER-RECORD.
006400     COPY CUSTMREC.
006500
006600 FD  ACCOUNT-MASTER.
006700 01  ACCOUNT-RECORD.
006800     COPY ACCTREC.
006900
007000 WORKING-STORAGE SECTION.
007100 01  WS-SDBX-STATUS          PIC X(02).
007200     88  SDBX-FILE-OK                VALUE "00".
007300     88  SDBX-FILE-NOT-FOUND         VALUE "35".
007400 01  WS-SDBR-STATUS          PIC X(02).
007500     88  SDBR-FILE-OK                VALUE "00".
007600     88  SDBR-FILE-NOT-FOUND         VALUE "35".
007700 01  WS-CUSTM-STATUS         PIC X(02).
007800     88  CUSTM-FILE-OK               VALUE "00".
007900 01  WS-ACCT-STATUS          PIC X(02).
008000     88  ACCT-STATUS-OK              VALUE "00".
008100 01  WS-SDBR-EOF-FLAG        PIC X(01) VALUE "N".
008200     88  END-OF-RENTERS              VALUE "Y".
008300 01  WS-BOX-ON-FILE-FLAG     PIC X(01) VALUE "N".
008400     88  WS-BOX-ON-FILE              VALUE "Y".
008500
008600 01  WS-EXIT-FLAG            PIC X(01) VALUE "N".
008700     88  WS-DONE                     VALUE "Y".
008800 01  MAINT-CHOICE            PIC 9 VALUE ZERO.
008900     88  MC-RENT                     VALUE 1.
009000     88  MC-ADD-CO-RENTER            VALUE 2.
009100     88  MC-REMOVE-CO-RENTER         VALUE 3.
009200     88  MC-SURRENDER                VALUE 4.
009300     88  MC-KEY-STATUS               VALUE 5.
009400     88  MC-INQUIRE                  VALUE 6.
009500     88  MC-EXIT                     VALUE 7.
009600
009700 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
009800 01  WS-BRANCH               PIC X(03).
009900 01  WS-BOX-NUM              PIC X(05).
010000 01  WS-BOX-SIZE             PIC X(01).
010100 01  WS-CUST-ID              PIC X(06).
010200 01  WS-RENT-ACCT            PIC X(06).
010300 01  WS-ANNUAL-RENT          PIC 9(5)V99 VALUE ZERO.
010400 01  WS-NEW-KEY-STATUS       PIC X(01).
010500 01  WS-LINK-ROLE            PIC X(01).
010600 01  WS-LINKS-CLOSED         PIC 9(03) VALUE ZERO.
010700
010800*----------------------------------------------------------
010900* STANDARD ANNUAL RENT BY BOX SIZE, USED WHEN THE RENT IS
011000* NOT KEYED ON THE RENTAL SCREEN.
011100*----------------------------------------------------------
011200 01  WS-RENT-SMALL           PIC 9(5)V99 VALUE 50.00.
011300 01  WS-RENT-MEDIUM          PIC 9(5)V99 VALUE 85.00.
011400 01  WS-RENT-LARGE           PIC 9(5)V99 VALUE 150.00.
011500 01  WS-RENT-EXTRA-LARGE     PIC 9(5)V99 VALUE 250.00.
011600
011700 SCREEN SECTION.
011800*----------------------------------------------------------
011900* SC-MAINT-MENU - THE MAINTENANCE MENU.
012000*----------------------------------------------------------
012100 01  SC-MAINT-MENU.
012200     05  BLANK SCREEN.
012300     05  LINE 02 COL 10 VALUE "SAFE DEPOSIT BOX MAINTENANCE".
012400     05  LINE 04 COL 10 VALUE "1. RENT A BOX".
012500     05  LINE 05 COL 10 VALUE "2. ADD A CO-RENTER".
012600     05  LINE 06 COL 10 VALUE "3. REMOVE A CO-RENTER".
012700     05  LINE 07 COL 10 VALUE "4. SURRENDER A BOX".
012800     05  LINE 08 COL 10 VALUE "5. KEY / DRILL STATUS".
012900     05  LINE 09 COL 10 VALUE "6. INQUIRE".
013000     05  LINE 10 COL 10 VALUE "7. EXIT".
013100     05  LINE 12 COL 10 VALUE "ENTER YOUR CHOICE:".
013200     05  LINE 12 COL 30 PIC 9 USING MAINT-CHOICE.
013300
013400*----------------------------------------------------------
013500* SC-RENT-SCREEN - THE RENTAL'S FIELDS.  A BLANK RENT
013600* ACCOUNT TAKES THE RENTER'S ACCOUNT FROM CUSTMSTR; A ZERO
013700* RENT TAKES THE STANDARD RENT FOR THE SIZE.
013800*----------------------------------------------------------
013900 01  SC-RENT-SCREEN.
014000     05  BLANK SCREEN.
014100     05  LINE 02 COL 10 VALUE "BRANCH:".
014200     05  LINE 02 COL 40 PIC X(03) USING WS-BRANCH.
014300     05  LINE 03 COL 10 VALUE "BOX NUMBER:".
014400     05  LINE 03 COL 40 PIC X(05) USING WS-BOX-NUM.
014500     05  LINE 04 COL 10 VALUE "SIZE (S/M/L/X):".
014600     05  LINE 04 COL 40 PIC X(01) USING WS-BOX-SIZE.
014700     05  LINE 05 COL 10 VALUE "RENTER CUSTOMER ID:".
014800     05  LINE 05 COL 40 PIC X(06) USING WS-CUST-ID.
014900     05  LINE 06 COL 10 VALUE "RENT ACCOUNT (BLANK=CUST):".
015000     05  LINE 06 COL 40 PIC X(06) USING WS-RENT-ACCT.
015100     05  LINE 07 COL 10 VALUE "ANNUAL RENT (0=STANDARD):".
015200     05  LINE 07 COL 40 PIC 9(5)V99 USING WS-ANNUAL-RENT.
015300
015400 PROCEDURE DIVISION.
015500*----------------------------------------------------------
015600* 0000-MAINLINE
015700*----------------------------------------------------------
015800 0000-MAINLINE.
015900     CALL "GETBDATE" USING WS-BUSINESS-DATE
016000     OPEN I-O SAFE-BOX-MASTER
016100     IF SDBX-FILE-NOT-FOUND
016200         OPEN OUTPUT SAFE-BOX-MASTER
016300         CLOSE SAFE-BOX-MASTER
016400         OPEN I-O SAFE-BOX-MASTER
016500     END-IF
016600     OPEN I-O SAFE-BOX-RENTERS
016700     IF SDBR-FILE-NOT-FOUND
016800         OPEN OUTPUT SAFE-BOX-RENTERS
016900         CLOSE SAFE-BOX-RENTERS
017000         OPEN I-O SAFE-BOX-RENTERS
017100     END-IF
017200     OPEN INPUT CUSTOMER-MASTER
017300     IF NOT CUSTM-FILE-OK
017400         DISPLAY "SAFE-BOX-MAINT: CUSTMSTR OPEN FAILED, "
017500             "STATUS " WS-CUSTM-STATUS
017600         STOP RUN
017700     END-IF
017800     OPEN INPUT ACCOUNT-MASTER
017900     IF NOT ACCT-STATUS-OK
018000         DISPLAY "SAFE-BOX-MAINT: ACCTMSTR OPEN FAILED, "
018100             "STATUS " WS-ACCT-STATUS
018200         STOP RUN
018300     END-IF
018400     PERFORM 1000-PROCESS-MENU
018500         THRU 1000-PROCESS-MENU-EXIT
018600         UNTIL WS-DONE
018700     CLOSE SAFE-BOX-MASTER
018800     CLOSE SAFE-BOX-RENTERS
018900     CLOSE CUSTOMER-MASTER
019000     CLOSE ACCOUNT-MASTER
019100     STOP RUN.
019200
019300*----------------------------------------------------------
019400* 1000-PROCESS-MENU - ONE MAINTENANCE ACTION.
019500*----------------------------------------------------------
019600 1000-PROCESS-MENU.
019700     DISPLAY SC-MAINT-MENU
019800     ACCEPT SC-MAINT-MENU
019900     EVALUATE TRUE
020000         WHEN MC-RENT
020100             PERFORM 2000-RENT-BOX
020200                 THRU 2000-RENT-BOX-EXIT
020300         WHEN MC-ADD-CO-RENTER
020400             PERFORM 3000-ADD-CO-RENTER
020500                 THRU 3000-ADD-CO-RENTER-EXIT
020600         WHEN MC-REMOVE-CO-RENTER
020700             PERFORM 3500-REMOVE-CO-RENTER
020800                 THRU 3500-REMOVE-CO-RENTER-EXIT
020900         WHEN MC-SURRENDER
021000             PERFORM 4000-SURRENDER-BOX
021100                 THRU 4000-SURRENDER-BOX-EXIT
021200         WHEN MC-KEY-STATUS
021300             PERFORM 5000-KEY-STATUS
021400                 THRU 5000-KEY-STATUS-EXIT
021500         WHEN MC-INQUIRE
021600             PERFORM 6000-INQUIRE-BOX
021700                 THRU 6000-INQUIRE-BOX-EXIT
021800         WHEN MC-EXIT
021900             MOVE "Y" TO WS-EXIT-FLAG
022000         WHEN OTHER
022100             DISPLAY "INVALID CHOICE"
022200     END-EVALUATE.
022300 1000-PROCESS-MENU-EXIT.
022400     EXIT.
022500
022600*----------------------------------------------------------
022700* 2000-RENT-BOX - RENT A VACANT BOX (ADDING IT TO THE
022800* MASTER THE FIRST TIME THE BRANCH RENTS IT) TO AN ACTIVE
022900* CUSTOMER, WITH THE RENT DRAWN FROM A USABLE ACCOUNT.
023000*----------------------------------------------------------
023100 2000-RENT-BOX.
023200     MOVE SPACES TO WS-BRANCH WS-BOX-NUM WS-BOX-SIZE
023300                    WS-CUST-ID WS-RENT-ACCT
023400     MOVE ZERO   TO WS-ANNUAL-RENT
023500     DISPLAY SC-RENT-SCREEN
023600     ACCEPT SC-RENT-SCREEN
023700     IF WS-BRANCH = SPACES OR WS-BOX-NUM = SPACES
023800      OR WS-CUST-ID = SPACES
023900         DISPLAY "BRANCH, BOX AND RENTER ARE REQUIRED"
024000         GO TO 2000-RENT-BOX-EXIT
024100     END-IF
024200
024300     MOVE "N" TO WS-BOX-ON-FILE-FLAG
024400     MOVE WS-BRANCH  TO SB-BRANCH
024500     MOVE WS-BOX-NUM TO SB-BOX-NUM
024600     READ SAFE-BOX-MASTER
024700         INVALID KEY
024800             CONTINUE
024900         NOT INVALID KEY
025000             MOVE "Y" TO WS-BOX-ON-FILE-FLAG
025100     END-READ
025200     IF WS-BOX-ON-FILE
025300         IF SB-IS-RENTED
025400             DISPLAY "BOX IS ALREADY RENTED TO " SB-RENTER-ID
025500             GO TO 2000-RENT-BOX-EXIT
025600         END-IF
025700         IF SB-KEY-LOST OR SB-IS-DRILLED
025800             DISPLAY "BOX MUST BE REKEYED BEFORE IT IS RENTED"
025900             GO TO 2000-RENT-BOX-EXIT
026000         END-IF
026100         IF WS-BOX-SIZE = SPACES
026200             MOVE SB-SIZE TO WS-BOX-SIZE
026300         END-IF
026400     END-IF
026500     IF WS-BOX-SIZE NOT = "S" AND NOT = "M"
026600      AND NOT = "L" AND NOT = "X"
026700         DISPLAY "SIZE MUST BE S, M, L OR X"
026800         GO TO 2000-RENT-BOX-EXIT
026900     END-IF
027000
027100     MOVE WS-CUST-ID TO CM-CUST-ID
027200     READ CUSTOMER-MASTER
027300         INVALID KEY
027400             DISPLAY "RENTER NOT ON CUSTMSTR"
027500             GO TO 2000-RENT-BOX-EXIT
027600     END-READ
027700     IF CM-IS-INACTIVE
027800         DISPLAY "RENTER IS AN INACTIVE CUSTOMER"
027900         GO TO 2000-RENT-BOX-EXIT
028000     END-IF
028100     IF WS-RENT-ACCT = SPACES
028200         MOVE CM-CUST-ACCT-NUM TO WS-RENT-ACCT
028300     END-IF
028400     IF WS-RENT-ACCT = SPACES
028500         DISPLAY "NO ACCOUNT TO DRAW THE RENT FROM"
028600         GO TO 2000-RENT-BOX-EXIT
028700     END-IF
028800     MOVE WS-RENT-ACCT TO ACCT-NUMBER
028900     READ ACCOUNT-MASTER
029000         INVALID KEY
029100             DISPLAY "RENT ACCOUNT NOT ON ACCTMSTR"
029200             GO TO 2000-RENT-BOX-EXIT
029300     END-READ
029400     IF ACCT-IS-CLOSED OR ACCT-ON-HOLD OR ACCT-IS-DORMANT
029500         DISPLAY "RENT ACCOUNT CANNOT BE DEBITED "
029600             "(CLOSED/HELD/DORMANT)"
029700         GO TO 2000-RENT-BOX-EXIT
029800     END-IF
029900
030000     IF WS-ANNUAL-RENT = ZERO
030100         EVALUATE WS-BOX-SIZE
030200             WHEN "S"
030300                 MOVE WS-RENT-SMALL       TO WS-ANNUAL-RENT
030400             WHEN "M"
030500                 MOVE WS-RENT-MEDIUM      TO WS-ANNUAL-RENT
030600             WHEN "L"
030700                 MOVE WS-RENT-LARGE       TO WS-ANNUAL-RENT
030800             WHEN OTHER
030900                 MOVE WS-RENT-EXTRA-LARGE TO WS-ANNUAL-RENT
031000         END-EVALUATE
031100     END-IF
031200
031300     IF NOT WS-BOX-ON-FILE
031400         MOVE SPACES           TO SAFE-BOX-RECORD
031500         MOVE WS-BRANCH        TO SB-BRANCH
031600         MOVE WS-BOX-NUM       TO SB-BOX-NUM
031700         MOVE "N"              TO SB-KEY-STATUS
031800         MOVE WS-BUSINESS-DATE TO SB-KEY-STATUS-DATE
031900     END-IF
032000     MOVE WS-BOX-SIZE      TO SB-SIZE
032100     MOVE "R"              TO SB-STATUS
032200     MOVE WS-CUST-ID       TO SB-RENTER-ID
032300     MOVE WS-RENT-ACCT     TO SB-RENT-ACCT
032400     MOVE WS-ANNUAL-RENT   TO SB-ANNUAL-RENT
032500     MOVE WS-BUSINESS-DATE TO SB-RENT-DUE SB-RENTED-DATE
032600     MOVE ZERO             TO SB-LAST-RENT-DATE
032700                              SB-DELINQ-SINCE
032800                              SB-SURRENDER-DATE
032900     IF WS-BOX-ON-FILE
033000         REWRITE SAFE-BOX-RECORD
033100             INVALID KEY
033200                 DISPLAY "SDBOXMST REWRITE FAILED, STATUS "
033300                     WS-SDBX-STATUS
033400                 GO TO 2000-RENT-BOX-EXIT
033500         END-REWRITE
033600     ELSE
033700         WRITE SAFE-BOX-RECORD
033800             INVALID KEY
033900                 DISPLAY "SDBOXMST WRITE FAILED, STATUS "
034000                     WS-SDBX-STATUS
034100                 GO TO 2000-RENT-BOX-EXIT
034200         END-WRITE
034300     END-IF
034400     MOVE "P" TO WS-LINK-ROLE
034500     PERFORM 2500-LINK-RENTER
034600         THRU 2500-LINK-RENTER-EXIT
034700     DISPLAY "BOX " WS-BRANCH "-" WS-BOX-NUM " RENTED, ANNUAL "
034800         "RENT " WS-ANNUAL-RENT " DUE " WS-BUSINESS-DATE.
034900 2000-RENT-BOX-EXIT.
035000     EXIT.
035100
035200*----------------------------------------------------------
035300* 2500-LINK-RENTER - PUT WS-CUST-ID ON THE BOX'S RENTER
035400* CROSS-REFERENCE IN THE ROLE IN WS-LINK-ROLE.  A CUSTOMER
035500* WHO HAD THE BOX BEFORE HAS THEIR OLD LINK REACTIVATED.
035600*----------------------------------------------------------
035700 2500-LINK-RENTER.
035800     MOVE WS-BRANCH  TO SR-BRANCH
035900     MOVE WS-BOX-NUM TO SR-BOX-NUM
036000     MOVE WS-CUST-ID TO SR-CUST-ID
036100     READ SAFE-BOX-RENTERS
036200         INVALID KEY
036300             MOVE SPACES           TO SAFE-BOX-RENTER-RECORD
036400             MOVE WS-BRANCH        TO SR-BRANCH
036500             MOVE WS-BOX-NUM       TO SR-BOX-NUM
036600             MOVE WS-CUST-ID       TO SR-CUST-ID
036700             MOVE WS-LINK-ROLE     TO SR-ROLE
036800             MOVE "A"              TO SR-STATUS
036900             MOVE WS-BUSINESS-DATE TO SR-ADDED-DATE
037000             MOVE ZERO             TO SR-REMOVED-DATE
037100             WRITE SAFE-BOX-RENTER-RECORD
037200                 INVALID KEY
037300                     DISPLAY "SDBRENTR WRITE FAILED, STATUS "
037400                         WS-SDBR-STATUS
037500             END-WRITE
037600             GO TO 2500-LINK-RENTER-EXIT
037700     END-READ
037800     MOVE WS-LINK-ROLE     TO SR-ROLE
037900     MOVE "A"              TO SR-STATUS
038000     MOVE WS-BUSINESS-DATE TO SR-ADDED-DATE
038100     MOVE ZERO             TO SR-REMOVED-DATE
038200     REWRITE SAFE-BOX-RENTER-RECORD
038300         INVALID KEY
038400             DISPLAY "SDBRENTR REWRITE FAILED, STATUS "
038500                 WS-SDBR-STATUS
038600     END-REWRITE.
038700 2500-LINK-RENTER-EXIT.
038800     EXIT.
038900
039000*----------------------------------------------------------
039100* 2600-ACCEPT-BOX - PROMPT FOR A BRANCH AND BOX NUMBER AND
039200* READ THE BOX; SB-KEY IS LEFT SPACES WHEN IT IS NOT ON FILE.
039300*----------------------------------------------------------
039400 2600-ACCEPT-BOX.
039500     MOVE SPACES TO WS-BRANCH WS-BOX-NUM
039600     DISPLAY "BRANCH: "
039700     ACCEPT WS-BRANCH
039800     DISPLAY "BOX NUMBER: "
039900     ACCEPT WS-BOX-NUM
040000     MOVE WS-BRANCH  TO SB-BRANCH
040100     MOVE WS-BOX-NUM TO SB-BOX-NUM
040200     READ SAFE-BOX-MASTER
040300         INVALID KEY
040400             DISPLAY "BOX NOT ON SDBOXMST"
040500             MOVE SPACES TO SB-KEY
040600     END-READ.
040700 2600-ACCEPT-BOX-EXIT.
040800     EXIT.
040900
041000*----------------------------------------------------------
041100* 3000-ADD-CO-RENTER - GIVE ANOTHER ACTIVE CUSTOMER ACCESS
041200* TO A RENTED BOX.
041300*----------------------------------------------------------
041400 3000-ADD-CO-RENTER.
041500     PERFORM 2600-ACCEPT-BOX
041600         THRU 2600-ACCEPT-BOX-EXIT
041700     IF SB-KEY = SPACES
041800         GO TO 3000-ADD-CO-RENTER-EXIT
041900     END-IF
042000     IF NOT SB-IS-RENTED
042100         DISPLAY "BOX IS NOT RENTED"
042200         GO TO 3000-ADD-CO-RENTER-EXIT
042300     END-IF
042400     MOVE SPACES TO WS-CUST-ID
042500     DISPLAY "CO-RENTER CUSTOMER ID: "
042600     ACCEPT WS-CUST-ID
042700     IF WS-CUST-ID = SB-RENTER-ID
042800         DISPLAY "CUSTOMER IS THE PRIMARY RENTER"
042900         GO TO 3000-ADD-CO-RENTER-EXIT
043000     END-IF
043100     MOVE WS-CUST-ID TO CM-CUST-ID
043200     READ CUSTOMER-MASTER
043300         INVALID KEY
043400             DISPLAY "CUSTOMER NOT ON CUSTMSTR"
043500             GO TO 3000-ADD-CO-RENTER-EXIT
043600     END-READ
043700     IF CM-IS-INACTIVE
043800         DISPLAY "CUSTOMER IS INACTIVE"
043900         GO TO 3000-ADD-CO-RENTER-EXIT
044000     END-IF
044100     MOVE WS-BRANCH  TO SR-BRANCH
044200     MOVE WS-BOX-NUM TO SR-BOX-NUM
044300     MOVE WS-CUST-ID TO SR-CUST-ID
044400     READ SAFE-BOX-RENTERS
044500         INVALID KEY
044600             CONTINUE
044700         NOT INVALID KEY
044800             IF NOT SR-IS-REMOVED
044900                 DISPLAY "CUSTOMER ALREADY HAS ACCESS"
045000                 GO TO 3000-ADD-CO-RENTER-EXIT
045100             END-IF
045200     END-READ
045300     MOVE "C" TO WS-LINK-ROLE
045400     PERFORM 2500-LINK-RENTER
045500         THRU 2500-LINK-RENTER-EXIT
045600     DISPLAY "CO-RENTER " WS-CUST-ID " ADDED".
045700 3000-ADD-CO-RENTER-EXIT.
045800     EXIT.
045900
046000*----------------------------------------------------------
046100* 3500-REMOVE-CO-RENTER - TAKE A CO-RENTER OFF A BOX.  THE
046200* PRIMARY RENTER COMES OFF ONLY BY SURRENDERING THE BOX.
046300*----------------------------------------------------------
046400 3500-REMOVE-CO-RENTER.
046500     PERFORM 2600-ACCEPT-BOX
046600         THRU 2600-ACCEPT-BOX-EXIT
046700     IF SB-KEY = SPACES
046800         GO TO 3500-REMOVE-CO-RENTER-EXIT
046900     END-IF
047000     MOVE SPACES TO WS-CUST-ID
047100     DISPLAY "CO-RENTER CUSTOMER ID: "
047200     ACCEPT WS-CUST-ID
047300     MOVE WS-BRANCH  TO SR-BRANCH
047400     MOVE WS-BOX-NUM TO SR-BOX-NUM
047500     MOVE WS-CUST-ID TO SR-CUST-ID
047600     READ SAFE-BOX-RENTERS
047700         INVALID KEY
047800             DISPLAY "CUSTOMER IS NOT A RENTER OF THE BOX"
047900             GO TO 3500-REMOVE-CO-RENTER-EXIT
048000     END-READ
048100     IF SR-IS-REMOVED
048200         DISPLAY "CUSTOMER WAS REMOVED ON " SR-REMOVED-DATE
048300         GO TO 3500-REMOVE-CO-RENTER-EXIT
048400     END-IF
048500     IF SR-IS-PRIMARY
048600         DISPLAY "PRIMARY RENTER - SURRENDER THE BOX INSTEAD"
048700         GO TO 3500-REMOVE-CO-RENTER-EXIT
048800     END-IF
048900     MOVE "D"              TO SR-STATUS
049000     MOVE WS-BUSINESS-DATE TO SR-REMOVED-DATE
049100     REWRITE SAFE-BOX-RENTER-RECORD
049200         INVALID KEY
049300             DISPLAY "SDBRENTR REWRITE FAILED, STATUS "
049400                 WS-SDBR-STATUS
049500             GO TO 3500-REMOVE-CO-RENTER-EXIT
049600     END-REWRITE
049700     DISPLAY "CO-RENTER " WS-CUST-ID " REMOVED".
049800 3500-REMOVE-CO-RENTER-EXIT.
049900     EXIT.
050000
050100*----------------------------------------------------------
050200* 4000-SURRENDER-BOX - THE RENTER HANDS BACK THE KEYS: THE
050300* BOX GOES VACANT AND EVERY ACTIVE RENTER LINK IS CLOSED.
050400* RENT STILL OWING IS SHOWN FOR THE TELLER TO COLLECT; THE
050500* BOX NO LONGER COMES UP ON THE RENT RUN.
050600*----------------------------------------------------------
050700 4000-SURRENDER-BOX.
050800     PERFORM 2600-ACCEPT-BOX
050900         THRU 2600-ACCEPT-BOX-EXIT
051000     IF SB-KEY = SPACES
051100         GO TO 4000-SURRENDER-BOX-EXIT
051200     END-IF
051300     IF NOT SB-IS-RENTED
051400         DISPLAY "BOX IS NOT RENTED"
051500         GO TO 4000-SURRENDER-BOX-EXIT
051600     END-IF
051700     IF SB-DELINQ-SINCE NUMERIC AND SB-DELINQ-SINCE > ZERO
051800         DISPLAY "RENT OF " SB-ANNUAL-RENT " UNPAID SINCE "
051900             SB-DELINQ-SINCE " - COLLECT AT THE COUNTER"
052000     END-IF
052100     MOVE "V"              TO SB-STATUS
052200     MOVE WS-BUSINESS-DATE TO SB-SURRENDER-DATE
052300     MOVE ZERO             TO SB-DELINQ-SINCE
052400     REWRITE SAFE-BOX-RECORD
052500         INVALID KEY
052600             DISPLAY "SDBOXMST REWRITE FAILED, STATUS "
052700                 WS-SDBX-STATUS
052800             GO TO 4000-SURRENDER-BOX-EXIT
052900     END-REWRITE
053000
053100     MOVE ZERO TO WS-LINKS-CLOSED
053200     PERFORM 6500-START-RENTERS
053300         THRU 6500-START-RENTERS-EXIT
053400     PERFORM 4100-CLOSE-ONE-LINK
053500         THRU 4100-CLOSE-ONE-LINK-EXIT
053600         UNTIL END-OF-RENTERS
053700     DISPLAY "BOX " WS-BRANCH "-" WS-BOX-NUM " SURRENDERED, "
053800         WS-LINKS-CLOSED " RENTER(S) REMOVED".
053900 4000-SURRENDER-BOX-EXIT.
054000     EXIT.
054100
054200*----------------------------------------------------------
054300* 4100-CLOSE-ONE-LINK - FLAG ONE ACTIVE RENTER LINK REMOVED
054400* AND READ THE NEXT.
054500*----------------------------------------------------------
054600 4100-CLOSE-ONE-LINK.
054700     IF NOT SR-IS-REMOVED
054800         MOVE "D"              TO SR-STATUS
054900         MOVE WS-BUSINESS-DATE TO SR-REMOVED-DATE
055000         REWRITE SAFE-BOX-RENTER-RECORD
055100             INVALID KEY
055200                 DISPLAY "SDBRENTR REWRITE FAILED, STATUS "
055300                     WS-SDBR-STATUS
055400             NOT INVALID KEY
055500                 ADD 1 TO WS-LINKS-CLOSED
055600         END-REWRITE
055700     END-IF
055800     PERFORM 8000-READ-NEXT-RENTER
055900         THRU 8000-READ-NEXT-RENTER-EXIT.
056000 4100-CLOSE-ONE-LINK-EXIT.
056100     EXIT.
056200
056300*----------------------------------------------------------
056400* 5000-KEY-STATUS - RECORD A LOST KEY OR A DRILLING, OR SET
056500* THE BOX BACK TO NORMAL ONCE IT HAS BEEN REKEYED.
056600*----------------------------------------------------------
056700 5000-KEY-STATUS.
056800     PERFORM 2600-ACCEPT-BOX
056900         THRU 2600-ACCEPT-BOX-EXIT
057000     IF SB-KEY = SPACES
057100         GO TO 5000-KEY-STATUS-EXIT
057200     END-IF
057300     DISPLAY "CURRENT KEY STATUS: " SB-KEY-STATUS
057400         " SINCE " SB-KEY-STATUS-DATE
057500     MOVE SPACES TO WS-NEW-KEY-STATUS
057600     DISPLAY "NEW STATUS (N=NORMAL L=KEY LOST D=DRILLED): "
057700     ACCEPT WS-NEW-KEY-STATUS
057800     IF WS-NEW-KEY-STATUS NOT = "N" AND NOT = "L"
057900      AND NOT = "D"
058000         DISPLAY "STATUS MUST BE N, L OR D"
058100         GO TO 5000-KEY-STATUS-EXIT
058200     END-IF
058300     MOVE WS-NEW-KEY-STATUS TO SB-KEY-STATUS
058400     MOVE WS-BUSINESS-DATE  TO SB-KEY-STATUS-DATE
058500     REWRITE SAFE-BOX-RECORD
058600         INVALID KEY
058700             DISPLAY "SDBOXMST REWRITE FAILED, STATUS "
058800                 WS-SDBX-STATUS
058900             GO TO 5000-KEY-STATUS-EXIT
059000     END-REWRITE
059100     DISPLAY "KEY STATUS UPDATED".
059200 5000-KEY-STATUS-EXIT.
059300     EXIT.
059400
059500*----------------------------------------------------------
059600* 6000-INQUIRE-BOX - SHOW THE BOX AND EVERY RENTER EVER
059700* LINKED TO IT.
059800*----------------------------------------------------------
059900 6000-INQUIRE-BOX.
060000     PERFORM 2600-ACCEPT-BOX
060100         THRU 2600-ACCEPT-BOX-EXIT
060200     IF SB-KEY = SPACES
060300         GO TO 6000-INQUIRE-BOX-EXIT
060400     END-IF
060500     DISPLAY "BOX:         " SB-BRANCH "-" SB-BOX-NUM
060600         "  SIZE " SB-SIZE
060700     IF SB-IS-RENTED
060800         DISPLAY "STATUS:      RENTED SINCE " SB-RENTED-DATE
060900     ELSE
061000         DISPLAY "STATUS:      VACANT"
061100         IF SB-SURRENDER-DATE NUMERIC
061200          AND SB-SURRENDER-DATE > ZERO
061300             DISPLAY "SURRENDERED: " SB-SURRENDER-DATE
061400         END-IF
061500     END-IF
061600     DISPLAY "KEYS:        " SB-KEY-STATUS " SINCE "
061700         SB-KEY-STATUS-DATE
061800     DISPLAY "RENTER:      " SB-RENTER-ID
061900     DISPLAY "RENT ACCT:   " SB-RENT-ACCT
062000     DISPLAY "ANNUAL RENT: " SB-ANNUAL-RENT
062100     DISPLAY "RENT DUE:    " SB-RENT-DUE
062200         "  LAST PAID " SB-LAST-RENT-DATE
062300     IF SB-DELINQ-SINCE NUMERIC AND SB-DELINQ-SINCE > ZERO
062400         DISPLAY "DELINQUENT:  SINCE " SB-DELINQ-SINCE
062500     END-IF
062600     DISPLAY "RENTERS:"
062700     PERFORM 6500-START-RENTERS
062800         THRU 6500-START-RENTERS-EXIT
062900     PERFORM 6100-LIST-ONE-RENTER
063000         THRU 6100-LIST-ONE-RENTER-EXIT
063100         UNTIL END-OF-RENTERS.
063200 6000-INQUIRE-BOX-EXIT.
063300     EXIT.
063400
063500*----------------------------------------------------------
063600* 6100-LIST-ONE-RENTER - ONE RENTER LINE, AND ITS REMOVAL
063700* DATE ONCE THE ACCESS HAS BEEN TAKEN AWAY.
063800*----------------------------------------------------------
063900 6100-LIST-ONE-RENTER.
064000     DISPLAY "  " SR-CUST-ID " " SR-ROLE " ADDED "
064100         SR-ADDED-DATE
064200     IF SR-IS-REMOVED
064300         DISPLAY "     REMOVED " SR-REMOVED-DATE
064400     END-IF
064500     PERFORM 8000-READ-NEXT-RENTER
064600         THRU 8000-READ-NEXT-RENTER-EXIT.
064700 6100-LIST-ONE-RENTER-EXIT.
064800     EXIT.
064900
065000*----------------------------------------------------------
065100* 6500-START-RENTERS - POSITION AT THE BOX'S FIRST RENTER
065200* LINK AND READ IT.
065300*----------------------------------------------------------
065400 6500-START-RENTERS.
065500     MOVE "N" TO WS-SDBR-EOF-FLAG
065600     MOVE WS-BRANCH  TO SR-BRANCH
065700     MOVE WS-BOX-NUM TO SR-BOX-NUM
065800     MOVE LOW-VALUES TO SR-CUST-ID
065900     START SAFE-BOX-RENTERS KEY NOT LESS THAN SR-KEY
066000         INVALID KEY
066100             MOVE "Y" TO WS-SDBR-EOF-FLAG
066200     END-START
066300     IF NOT END-OF-RENTERS
066400         PERFORM 8000-READ-NEXT-RENTER
066500             THRU 8000-READ-NEXT-RENTER-EXIT
066600     END-IF.
066700 6500-START-RENTERS-EXIT.
066800     EXIT.
066900
067000*----------------------------------------------------------
067100* 8000-READ-NEXT-RENTER - READ THE NEXT RENTER LINK FOR THE
067200* BOX; THE BOX CHANGING (OR END OF FILE) ENDS THE WALK.
067300*----------------------------------------------------------
067400 8000-READ-NEXT-RENTER.
067500     READ SAFE-BOX-RENTERS NEXT RECORD
067600         AT END
067700             MOVE "Y" TO WS-SDBR-EOF-FLAG
067800     END-READ
067900     IF NOT END-OF-RENTERS
068000         IF SR-BRANCH NOT = WS-BRANCH
068100          OR SR-BOX-NUM NOT = WS-BOX-NUM
068200             MOVE "Y" TO WS-SDBR-EOF-FLAG
068300         END-IF
068400     END-IF.
068500 8000-READ-NEXT-RENTER-EXIT.
068600     EXIT.
