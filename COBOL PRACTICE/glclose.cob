000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GL-CLOSE-BATCH.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  GENERAL LEDGER PERIOD CLOSE
001100*                 AGAINST THE GLMASTER ACCOUNT MASTER.  SYSIN
001200*                 CARRIES THE FUNCTION.  M = MONTH-END CLOSE
001300*                 (MONTHRUN): PRINTS THE GLBALSH BALANCE
001400*                 SHEET AND THE GLINCST INCOME STATEMENT
001500*                 (PERIOD AND YEAR TO DATE) AS AT THE
001600*                 BUSINESS DATE, THEN ROLLS EVERY ACCOUNT
001700*                 STILL OPEN IN THE MONTH INTO THE NEXT
001800*                 PERIOD WITH ITS PERIOD-TO-DATE MOVEMENT
001900*                 CLEARED.  Y = YEAR-END CLOSE (YEARENDA,
002000*                 AFTER DECEMBER'S MONTH-END CLOSE): CLOSES
002100*                 EVERY INCOME AND EXPENSE BALANCE TO THE
002200*                 RETAINED-EARNINGS ACCOUNT, CARRIES EVERY
002300*                 OTHER BALANCE FORWARD AS THE NEW YEAR'S
002400*                 OPENING BALANCE, CLEARS THE YEAR-TO-DATE
002500*                 MOVEMENT AND PRINTS THE GLYECLS CLOSING
002600*                 REPORT.  AN ACCOUNT ALREADY ROLLED IS LEFT
002700*                 ALONE, SO EITHER CLOSE CAN BE RERUN.
002800*----------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT GL-MASTER-FILE ASSIGN TO "GLMASTER"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS GA-ACCT
003600         FILE STATUS IS WS-GLM-STATUS.
003700
003800     SELECT BALANCE-SHEET ASSIGN TO "GLBALSH"
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000
004100     SELECT INCOME-STATEMENT ASSIGN TO "GLINCST"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300
004400     SELECT YEAR-END-REPORT ASSIGN TO "GLYECLS"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600
004700     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  GL-MASTER-FILE.
005300 01  GL-MASTER-RECORD.
005400     COPY GLACREC.
005500
005600 FD  BALANCE-SHEET.
005700 01  BALANCE-SHEET-LINE      PIC X(80).
005800
005900 FD  INCOME-STATEMENT.
006000 01  INCOME-STATEMENT-LINE   PIC X(80).
006100
006200 FD  YEAR-END-REPORT.
006300 01  YEAR-END-REPORT-LINE    PIC X(80).
006400
006500 FD  DAILY-STATS-FILE.
006600     COPY DLYSTAT.
006700
006800 WORKING-STORAGE SECTION.
006900*----------------------------------------------------------
007000* SWITCHES AND FILE STATUS
007100*----------------------------------------------------------
007200 01  WS-SWITCHES.
007300     05  WS-REQUEST-FLAG     PIC X(01) VALUE "Y".
007400         88  REQUEST-ACCEPTED        VALUE "Y".
007500     05  WS-GLM-EOF-FLAG     PIC X(01) VALUE "N".
007600         88  END-OF-GL-MASTER        VALUE "Y".
007700     05  WS-GLM-OPEN-FLAG    PIC X(01) VALUE "N".
007800         88  GLM-FILE-OPEN           VALUE "Y".
007900 01  WS-GLM-STATUS           PIC X(02).
008000     88  GLM-FILE-OK                 VALUE "00".
008100
008200*----------------------------------------------------------
008300* THE REQUEST, FROM SYSIN
008400*----------------------------------------------------------
008500 01  WS-REQ-FUNCTION         PIC X(01) VALUE SPACE.
008600     88  REQ-MONTH-END               VALUE "M".
008700     88  REQ-YEAR-END                VALUE "Y".
008800 01  WS-REFUSE-REASON        PIC X(36) VALUE SPACES.
008900
009000*----------------------------------------------------------
009100* DATES AND PERIODS
009200*----------------------------------------------------------
009300 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
009400 01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
009500     05  WS-BD-PERIOD        PIC 9(06).
009600     05  FILLER              PIC 9(02).
009700 01  WS-BD-YEAR-R REDEFINES WS-BUSINESS-DATE.
009800     05  WS-BD-YEAR          PIC 9(04).
009900     05  WS-BD-MONTH         PIC 9(02).
010000     05  FILLER              PIC 9(02).
010100 01  WS-NEXT-PERIOD          PIC 9(06) VALUE ZERO.
010200 01  WS-NEXT-PERIOD-R REDEFINES WS-NEXT-PERIOD.
010300     05  WS-NP-YEAR          PIC 9(04).
010400     05  WS-NP-MONTH         PIC 9(02).
010500 01  WS-NEXT-YEAR            PIC 9(04) VALUE ZERO.
010600
010700*----------------------------------------------------------
010800* THE LEDGER, LOADED FROM GLMASTER.  BALANCES ARE DEBIT
010900* POSITIVE, AS ON THE MASTER.
011000*----------------------------------------------------------
011100 01  WS-ACCT-COUNT           PIC 9(03) COMP VALUE ZERO.
011200 01  WS-ACCT-TABLE.
011300     05  WS-ACCT-ENTRY       OCCURS 1 TO 300 TIMES
011400             DEPENDING ON WS-ACCT-COUNT
011500             INDEXED BY WS-ACCT-IDX.
011600         10  WS-AT-ACCT      PIC X(06).
011700         10  WS-AT-NAME      PIC X(30).
011800         10  WS-AT-TYPE      PIC X(01).
011900         10  WS-AT-RETAINED  PIC X(01).
012000         10  WS-AT-BALANCE   PIC S9(11)V99.
012100         10  WS-AT-PTD-NET   PIC S9(11)V99.
012200         10  WS-AT-PERIOD    PIC 9(06).
012300         10  WS-AT-YEAR      PIC 9(04).
012400 01  WS-ACCT-SUB             PIC 9(03) COMP VALUE ZERO.
012500 01  WS-RETAINED-SUB         PIC 9(03) COMP VALUE ZERO.
012600 01  WS-RETAINED-COUNT       PIC 9(03) COMP VALUE ZERO.
012700
012800*----------------------------------------------------------
012900* STATEMENT TOTALS
013000*----------------------------------------------------------
013100 01  WS-SECTION-TYPE         PIC X(01) VALUE SPACE.
013200 01  WS-SECTION-TOTAL        PIC S9(11)V99 VALUE ZERO.
013300 01  WS-SECTION-PTD          PIC S9(11)V99 VALUE ZERO.
013400 01  WS-LINE-AMOUNT          PIC S9(11)V99 VALUE ZERO.
013500 01  WS-LINE-PTD             PIC S9(11)V99 VALUE ZERO.
013600 01  WS-TOTAL-ASSETS         PIC S9(11)V99 VALUE ZERO.
013700 01  WS-TOTAL-LIABS          PIC S9(11)V99 VALUE ZERO.
013800 01  WS-TOTAL-EQUITY         PIC S9(11)V99 VALUE ZERO.
013900 01  WS-YEAR-EARNINGS        PIC S9(11)V99 VALUE ZERO.
014000 01  WS-TOTAL-LIAB-EQUITY    PIC S9(11)V99 VALUE ZERO.
014100 01  WS-INCOME-PTD           PIC S9(11)V99 VALUE ZERO.
014200 01  WS-INCOME-YTD           PIC S9(11)V99 VALUE ZERO.
014300 01  WS-EXPENSE-PTD          PIC S9(11)V99 VALUE ZERO.
014400 01  WS-EXPENSE-YTD          PIC S9(11)V99 VALUE ZERO.
014500 01  WS-CLOSE-TOTAL          PIC S9(11)V99 VALUE ZERO.
014600 01  WS-BALANCE              PIC S9(11)V99 VALUE ZERO.
014700 01  WS-UNCLASS-COUNT        PIC 9(05) COMP VALUE ZERO.
014800 01  WS-ROLLED-COUNT         PIC 9(05) COMP VALUE ZERO.
014900 01  WS-SKIPPED-COUNT        PIC 9(05) COMP VALUE ZERO.
015000 01  WS-ROLLED-DISP          PIC ZZZZ9.
015100 01  WS-SKIPPED-DISP         PIC ZZZZ9.
015200
015300*----------------------------------------------------------
015400* SHARED EXCEPTION-LOG FIELDS FOR THE EXCPLOG SUBPROGRAM.
015500*----------------------------------------------------------
015600 01  WS-EXCP-PROGRAM         PIC X(23)
015700     VALUE "GL-CLOSE-BATCH".
015800 01  WS-EXCP-SEVERITY        PIC X(01) VALUE "W".
015900 01  WS-EXCP-MESSAGE         PIC X(40) VALUE SPACES.
016000 01  WS-EXCP-FSTATUS         PIC X(02) VALUE SPACES.
016100
016200*----------------------------------------------------------
016300* REPORT LINES
016400*----------------------------------------------------------
016500 01  WS-BS-HEADING-1         PIC X(80) VALUE
016600     "GENERAL LEDGER BALANCE SHEET".
016700 01  WS-IS-HEADING-1         PIC X(80) VALUE
016800     "GENERAL LEDGER INCOME STATEMENT".
016900 01  WS-YE-HEADING-1         PIC X(80) VALUE
017000     "GENERAL LEDGER YEAR-END CLOSE TO RETAINED EARNINGS".
017100 01  WS-HEADING-LINE-2.
017200     05  FILLER              PIC X(09) VALUE "AS AT    ".
017300     05  HD-RUN-DATE         PIC 9(08).
017400     05  FILLER              PIC X(10) VALUE "  PERIOD ".
017500     05  HD-PERIOD           PIC 9(06).
017600 01  WS-BS-HEADING-3.
017700     05  FILLER              PIC X(51) VALUE
017800         "GL ACCT NAME".
017900     05  FILLER              PIC X(06) VALUE "AMOUNT".
018000 01  WS-IS-HEADING-3.
018100     05  FILLER              PIC X(38) VALUE
018200         "GL ACCT NAME".
018300     05  FILLER              PIC X(37) VALUE
018400         "       THIS PERIOD       YEAR TO DATE".
018500 01  WS-YE-HEADING-3.
018600     05  FILLER              PIC X(38) VALUE
018700         "GL ACCT NAME".
018800     05  FILLER              PIC X(29) VALUE
018900         "      TYPE     CLOSED AMOUNT".
019000 01  WS-SECTION-LINE.
019100     05  SL-TITLE            PIC X(40).
019200 01  WS-BS-DETAIL-LINE.
019300     05  BD-GL-ACCT          PIC X(06).
019400     05  FILLER              PIC X(02) VALUE SPACES.
019500     05  BD-NAME             PIC X(30).
019600     05  FILLER              PIC X(02) VALUE SPACES.
019700     05  BD-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
019800 01  WS-BS-TOTAL-LINE.
019900     05  BT-TITLE            PIC X(40).
020000     05  BT-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
020100 01  WS-IS-DETAIL-LINE.
020200     05  ID-GL-ACCT          PIC X(06).
020300     05  FILLER              PIC X(02) VALUE SPACES.
020400     05  ID-NAME             PIC X(30).
020500     05  FILLER              PIC X(01) VALUE SPACE.
020600     05  ID-PTD              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
020700     05  FILLER              PIC X(01) VALUE SPACE.
020800     05  ID-YTD              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
020900 01  WS-IS-TOTAL-LINE.
021000     05  IT-TITLE            PIC X(39).
021100     05  IT-PTD              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
021200     05  FILLER              PIC X(01) VALUE SPACE.
021300     05  IT-YTD              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
021400 01  WS-YE-DETAIL-LINE.
021500     05  YD-GL-ACCT          PIC X(06).
021600     05  FILLER              PIC X(02) VALUE SPACES.
021700     05  YD-NAME             PIC X(30).
021800     05  FILLER              PIC X(06) VALUE SPACES.
021900     05  YD-TYPE             PIC X(01).
022000     05  FILLER              PIC X(05) VALUE SPACES.
022100     05  YD-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
022200 01  WS-YE-TOTAL-LINE.
022300     05  FILLER              PIC X(29) VALUE
022400         "NET TRANSFERRED TO RETAINED ".
022500     05  YT-GL-ACCT          PIC X(06).
022600     05  FILLER              PIC X(15) VALUE SPACES.
022700     05  YT-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
022800 01  WS-PROOF-LINE           PIC X(80).
022900
023000 PROCEDURE DIVISION.
023100*----------------------------------------------------------
023200* 0000-MAINLINE
023300*----------------------------------------------------------
023400 0000-MAINLINE.
023500     PERFORM 1000-INITIALIZE
023600         THRU 1000-INITIALIZE-EXIT
023700     IF REQUEST-ACCEPTED
023800      AND REQ-MONTH-END
023900         PERFORM 2000-MONTH-END-CLOSE
024000             THRU 2000-MONTH-END-CLOSE-EXIT
024100     END-IF
024200     IF REQUEST-ACCEPTED
024300      AND REQ-YEAR-END
024400         PERFORM 3000-YEAR-END-CLOSE
024500             THRU 3000-YEAR-END-CLOSE-EXIT
024600     END-IF
024700     PERFORM 9000-TERMINATE
024800         THRU 9000-TERMINATE-EXIT
024900     STOP RUN.
025000
025100*----------------------------------------------------------
025200* 1000-INITIALIZE - READ THE REQUEST, OPEN THE GL MASTER AND
025300* LOAD THE LEDGER.
025400*----------------------------------------------------------
025500 1000-INITIALIZE.
025600     CALL "GETBDATE" USING WS-BUSINESS-DATE
025700     DISPLAY "ENTER FUNCTION (M=MONTH-END Y=YEAR-END): "
025800     ACCEPT WS-REQ-FUNCTION
025900     IF NOT REQ-MONTH-END
026000      AND NOT REQ-YEAR-END
026100         MOVE "FUNCTION MUST BE M OR Y" TO WS-REFUSE-REASON
026200         PERFORM 1900-REFUSE-REQUEST
026300             THRU 1900-REFUSE-REQUEST-EXIT
026400         GO TO 1000-INITIALIZE-EXIT
026500     END-IF
026600     OPEN I-O GL-MASTER-FILE
026700     IF NOT GLM-FILE-OK
026800         MOVE "GLMASTER OPEN FAILED" TO WS-REFUSE-REASON
026900         MOVE WS-GLM-STATUS TO WS-EXCP-FSTATUS
027000         PERFORM 1900-REFUSE-REQUEST
027100             THRU 1900-REFUSE-REQUEST-EXIT
027200         GO TO 1000-INITIALIZE-EXIT
027300     END-IF
027400     MOVE "Y" TO WS-GLM-OPEN-FLAG
027500     PERFORM 1100-LOAD-LEDGER
027600         THRU 1100-LOAD-LEDGER-EXIT.
027700 1000-INITIALIZE-EXIT.
027800     EXIT.
027900
028000*----------------------------------------------------------
028100* 1100-LOAD-LEDGER - EVERY GLMASTER ACCOUNT INTO THE TABLE,
028200* IN ACCOUNT ORDER.
028300*----------------------------------------------------------
028400 1100-LOAD-LEDGER.
028500     MOVE LOW-VALUES TO GA-ACCT
028600     START GL-MASTER-FILE KEY NOT LESS THAN GA-ACCT
028700         INVALID KEY
028800             MOVE "Y" TO WS-GLM-EOF-FLAG
028900     END-START
029000     IF NOT END-OF-GL-MASTER
029100         PERFORM 8000-READ-NEXT-GL-MASTER
029200             THRU 8000-READ-NEXT-GL-MASTER-EXIT
029300     END-IF
029400     PERFORM 1200-STORE-ONE-ACCOUNT
029500         THRU 1200-STORE-ONE-ACCOUNT-EXIT
029600         UNTIL END-OF-GL-MASTER.
029700 1100-LOAD-LEDGER-EXIT.
029800     EXIT.
029900
030000*----------------------------------------------------------
030100* 1200-STORE-ONE-ACCOUNT - ADD THE ACCOUNT JUST READ AND
030200* READ THE NEXT ONE.  A FULL TABLE STOPS THE RUN - A CLOSE
030300* ON PART OF THE LEDGER WOULD NOT BALANCE.
030400*----------------------------------------------------------
030500 1200-STORE-ONE-ACCOUNT.
030600     IF WS-ACCT-COUNT >= 300
030700         MOVE "GL ACCOUNT TABLE FULL AT 300"
030800             TO WS-REFUSE-REASON
030900         PERFORM 1900-REFUSE-REQUEST
031000             THRU 1900-REFUSE-REQUEST-EXIT
031100         MOVE "Y" TO WS-GLM-EOF-FLAG
031200         GO TO 1200-STORE-ONE-ACCOUNT-EXIT
031300     END-IF
031400     ADD 1 TO WS-ACCT-COUNT
031500     SET WS-ACCT-IDX TO WS-ACCT-COUNT
031600     MOVE GA-ACCT        TO WS-AT-ACCT(WS-ACCT-IDX)
031700     MOVE GA-NAME        TO WS-AT-NAME(WS-ACCT-IDX)
031800     MOVE GA-TYPE        TO WS-AT-TYPE(WS-ACCT-IDX)
031900     MOVE GA-RETAINED    TO WS-AT-RETAINED(WS-ACCT-IDX)
032000     MOVE GA-PERIOD      TO WS-AT-PERIOD(WS-ACCT-IDX)
032100     MOVE GA-FISCAL-YEAR TO WS-AT-YEAR(WS-ACCT-IDX)
032200     COMPUTE WS-AT-BALANCE(WS-ACCT-IDX) =
032300         GA-OPEN-BAL + GA-YTD-DR - GA-YTD-CR
032400     COMPUTE WS-AT-PTD-NET(WS-ACCT-IDX) =
032500         GA-PTD-DR - GA-PTD-CR
032600     IF GA-IS-RETAINED
032700         ADD 1 TO WS-RETAINED-COUNT
032800         SET WS-RETAINED-SUB TO WS-ACCT-IDX
032900     END-IF
033000     IF NOT GA-TYPE-VALID
033100         ADD 1 TO WS-UNCLASS-COUNT
033200     END-IF
033300     PERFORM 8000-READ-NEXT-GL-MASTER
033400         THRU 8000-READ-NEXT-GL-MASTER-EXIT.
033500 1200-STORE-ONE-ACCOUNT-EXIT.
033600     EXIT.
033700
033800*----------------------------------------------------------
033900* 1900-REFUSE-REQUEST - REFUSE THE RUN, SAY WHY AND LOG IT.
034000*----------------------------------------------------------
034100 1900-REFUSE-REQUEST.
034200     MOVE "N" TO WS-REQUEST-FLAG
034300     MOVE 8   TO RETURN-CODE
034400     DISPLAY "GL-CLOSE-BATCH: REQUEST REFUSED - "
034500         WS-REFUSE-REASON
034600     MOVE WS-REFUSE-REASON TO WS-EXCP-MESSAGE
034700     MOVE "E"              TO WS-EXCP-SEVERITY
034800     CALL "EXCPLOG" USING WS-EXCP-PROGRAM WS-EXCP-SEVERITY
034900         WS-EXCP-MESSAGE WS-EXCP-FSTATUS.
035000 1900-REFUSE-REQUEST-EXIT.
035100     EXIT.
035200
035300*----------------------------------------------------------
035400* 2000-MONTH-END-CLOSE - PRINT THE STATEMENTS FROM THE
035500* LEDGER AS IT STANDS, THEN ROLL THE PERIOD.
035600*----------------------------------------------------------
035700 2000-MONTH-END-CLOSE.
035800     IF WS-BD-MONTH = 12
035900         COMPUTE WS-NP-YEAR = WS-BD-YEAR + 1
036000         MOVE 1 TO WS-NP-MONTH
036100     ELSE
036200         MOVE WS-BD-YEAR TO WS-NP-YEAR
036300         COMPUTE WS-NP-MONTH = WS-BD-MONTH + 1
036400     END-IF
036500     MOVE WS-BUSINESS-DATE TO HD-RUN-DATE
036600     MOVE WS-BD-PERIOD     TO HD-PERIOD
036700     PERFORM 4000-PRINT-BALANCE-SHEET
036800         THRU 4000-PRINT-BALANCE-SHEET-EXIT
036900     PERFORM 5000-PRINT-INCOME-STATEMENT
037000         THRU 5000-PRINT-INCOME-STATEMENT-EXIT
037100     IF WS-ACCT-COUNT > ZERO
037200         PERFORM 2100-ROLL-ONE-ACCOUNT
037300             THRU 2100-ROLL-ONE-ACCOUNT-EXIT
037400             VARYING WS-ACCT-SUB FROM 1 BY 1
037500             UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
037600     END-IF.
037700 2000-MONTH-END-CLOSE-EXIT.
037800     EXIT.
037900
038000*----------------------------------------------------------
038100* 2100-ROLL-ONE-ACCOUNT - CLEAR THE PERIOD-TO-DATE MOVEMENT
038200* AND OPEN THE NEXT PERIOD.  AN ACCOUNT ALREADY PAST THE
038300* BUSINESS DATE'S PERIOD HAS BEEN ROLLED BEFORE.
038400*----------------------------------------------------------
038500 2100-ROLL-ONE-ACCOUNT.
038600     IF WS-AT-PERIOD(WS-ACCT-SUB) > WS-BD-PERIOD
038700         ADD 1 TO WS-SKIPPED-COUNT
038800         GO TO 2100-ROLL-ONE-ACCOUNT-EXIT
038900     END-IF
039000     MOVE WS-AT-ACCT(WS-ACCT-SUB) TO GA-ACCT
039100     READ GL-MASTER-FILE
039200         INVALID KEY
039300             GO TO 2100-ROLL-ONE-ACCOUNT-EXIT
039400     END-READ
039500     MOVE ZERO           TO GA-PTD-DR GA-PTD-CR
039600     MOVE WS-NEXT-PERIOD TO GA-PERIOD
039700     REWRITE GL-MASTER-RECORD
039800     ADD 1 TO WS-ROLLED-COUNT.
039900 2100-ROLL-ONE-ACCOUNT-EXIT.
040000     EXIT.
040100
040200*----------------------------------------------------------
040300* 3000-YEAR-END-CLOSE - CLOSE THE YEAR'S INCOME AND EXPENSE
040400* TO RETAINED EARNINGS.  NEEDS EXACTLY ONE RETAINED-EARNINGS
040500* ACCOUNT AND THE YEAR'S LAST MONTH ALREADY CLOSED, SO THE
040600* DECEMBER STATEMENTS ARE NEVER LOST.
040700*----------------------------------------------------------
040800 3000-YEAR-END-CLOSE.
040900     IF WS-RETAINED-COUNT NOT = 1
041000         MOVE "NEED ONE RETAINED-EARNINGS ACCOUNT"
041100             TO WS-REFUSE-REASON
041200         PERFORM 1900-REFUSE-REQUEST
041300             THRU 1900-REFUSE-REQUEST-EXIT
041400         GO TO 3000-YEAR-END-CLOSE-EXIT
041500     END-IF
041600     SET WS-ACCT-IDX TO 1
041700     SEARCH WS-ACCT-ENTRY
041800         AT END
041900             CONTINUE
042000         WHEN WS-AT-PERIOD(WS-ACCT-IDX) NOT > WS-BD-PERIOD
042100          AND WS-AT-YEAR(WS-ACCT-IDX) NOT > WS-BD-YEAR
042200             MOVE "MONTH-END CLOSE HAS NOT BEEN RUN"
042300                 TO WS-REFUSE-REASON
042400             PERFORM 1900-REFUSE-REQUEST
042500                 THRU 1900-REFUSE-REQUEST-EXIT
042600             GO TO 3000-YEAR-END-CLOSE-EXIT
042700     END-SEARCH
042800     COMPUTE WS-NEXT-YEAR = WS-BD-YEAR + 1
042900     MOVE WS-BUSINESS-DATE TO HD-RUN-DATE
043000     MOVE WS-BD-PERIOD     TO HD-PERIOD
043100     OPEN OUTPUT YEAR-END-REPORT
043200     WRITE YEAR-END-REPORT-LINE FROM WS-YE-HEADING-1
043300     WRITE YEAR-END-REPORT-LINE FROM WS-HEADING-LINE-2
043400     WRITE YEAR-END-REPORT-LINE FROM WS-YE-HEADING-3
043500     MOVE ZERO TO WS-CLOSE-TOTAL
043600     PERFORM 3100-TOTAL-ONE-ACCOUNT
043700         THRU 3100-TOTAL-ONE-ACCOUNT-EXIT
043800         VARYING WS-ACCT-SUB FROM 1 BY 1
043900         UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
044000     PERFORM 3200-CLOSE-ONE-ACCOUNT
044100         THRU 3200-CLOSE-ONE-ACCOUNT-EXIT
044200         VARYING WS-ACCT-SUB FROM 1 BY 1
044300         UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
044400     MOVE WS-AT-ACCT(WS-RETAINED-SUB) TO YT-GL-ACCT
044500     MOVE WS-CLOSE-TOTAL              TO YT-AMOUNT
044600     WRITE YEAR-END-REPORT-LINE FROM WS-YE-TOTAL-LINE
044700     IF WS-UNCLASS-COUNT > ZERO
044800         MOVE "** UNCLASSIFIED BALANCES CARRIED FORWARD **"
044900             TO WS-PROOF-LINE
045000         WRITE YEAR-END-REPORT-LINE FROM WS-PROOF-LINE
045100     END-IF
045200     CLOSE YEAR-END-REPORT.
045300 3000-YEAR-END-CLOSE-EXIT.
045400     EXIT.
045500
045600*----------------------------------------------------------
045700* 3100-TOTAL-ONE-ACCOUNT - ADD ONE INCOME OR EXPENSE
045800* BALANCE STILL OPEN IN THE YEAR TO THE AMOUNT CLOSED TO
045900* RETAINED EARNINGS, AND LIST IT.
046000*----------------------------------------------------------
046100 3100-TOTAL-ONE-ACCOUNT.
046200     IF WS-AT-YEAR(WS-ACCT-SUB) > WS-BD-YEAR
046300         GO TO 3100-TOTAL-ONE-ACCOUNT-EXIT
046400     END-IF
046500     IF WS-AT-TYPE(WS-ACCT-SUB) NOT = "I"
046600      AND WS-AT-TYPE(WS-ACCT-SUB) NOT = "X"
046700         GO TO 3100-TOTAL-ONE-ACCOUNT-EXIT
046800     END-IF
046900     ADD WS-AT-BALANCE(WS-ACCT-SUB) TO WS-CLOSE-TOTAL
047000     MOVE WS-AT-ACCT(WS-ACCT-SUB)    TO YD-GL-ACCT
047100     MOVE WS-AT-NAME(WS-ACCT-SUB)    TO YD-NAME
047200     MOVE WS-AT-TYPE(WS-ACCT-SUB)    TO YD-TYPE
047300     MOVE WS-AT-BALANCE(WS-ACCT-SUB) TO YD-AMOUNT
047400     WRITE YEAR-END-REPORT-LINE FROM WS-YE-DETAIL-LINE.
047500 3100-TOTAL-ONE-ACCOUNT-EXIT.
047600     EXIT.
047700
047800*----------------------------------------------------------
047900* 3200-CLOSE-ONE-ACCOUNT - OPEN THE NEW YEAR.  INCOME AND
048000* EXPENSE START AT ZERO, RETAINED EARNINGS TAKES THE YEAR'S
048100* NET, EVERYTHING ELSE CARRIES ITS BALANCE FORWARD.
048200*----------------------------------------------------------
048300 3200-CLOSE-ONE-ACCOUNT.
048400     IF WS-AT-YEAR(WS-ACCT-SUB) > WS-BD-YEAR
048500         ADD 1 TO WS-SKIPPED-COUNT
048600         GO TO 3200-CLOSE-ONE-ACCOUNT-EXIT
048700     END-IF
048800     MOVE WS-AT-ACCT(WS-ACCT-SUB) TO GA-ACCT
048900     READ GL-MASTER-FILE
049000         INVALID KEY
049100             GO TO 3200-CLOSE-ONE-ACCOUNT-EXIT
049200     END-READ
049300     COMPUTE WS-BALANCE = GA-OPEN-BAL + GA-YTD-DR - GA-YTD-CR
049400     IF GA-IS-PROFIT-LOSS
049500         MOVE ZERO TO GA-OPEN-BAL
049600     ELSE
049700         MOVE WS-BALANCE TO GA-OPEN-BAL
049800     END-IF
049900     IF WS-ACCT-SUB = WS-RETAINED-SUB
050000         ADD WS-CLOSE-TOTAL TO GA-OPEN-BAL
050100     END-IF
050200     MOVE ZERO         TO GA-YTD-DR GA-YTD-CR
050300     MOVE WS-NEXT-YEAR TO GA-FISCAL-YEAR
050400     REWRITE GL-MASTER-RECORD
050500     ADD 1 TO WS-ROLLED-COUNT.
050600 3200-CLOSE-ONE-ACCOUNT-EXIT.
050700     EXIT.
050800
050900*----------------------------------------------------------
051000* 4000-PRINT-BALANCE-SHEET - ASSETS, THEN LIABILITIES AND
051100* EQUITY WITH THE YEAR'S EARNINGS TO DATE, AND THE PROOF
051200* THAT THE TWO SIDES AGREE.
051300*----------------------------------------------------------
051400 4000-PRINT-BALANCE-SHEET.
051500     OPEN OUTPUT BALANCE-SHEET
051600     WRITE BALANCE-SHEET-LINE FROM WS-BS-HEADING-1
051700     WRITE BALANCE-SHEET-LINE FROM WS-HEADING-LINE-2
051800     WRITE BALANCE-SHEET-LINE FROM WS-BS-HEADING-3
051900
052000     MOVE "ASSETS" TO SL-TITLE
052100     MOVE "A"      TO WS-SECTION-TYPE
052200     PERFORM 4100-PRINT-BS-SECTION
052300         THRU 4100-PRINT-BS-SECTION-EXIT
052400     MOVE WS-SECTION-TOTAL TO WS-TOTAL-ASSETS
052500     MOVE "TOTAL ASSETS"   TO BT-TITLE
052600     MOVE WS-TOTAL-ASSETS  TO BT-AMOUNT
052700     WRITE BALANCE-SHEET-LINE FROM WS-BS-TOTAL-LINE
052800
052900     MOVE "LIABILITIES" TO SL-TITLE
053000     MOVE "L"           TO WS-SECTION-TYPE
053100     PERFORM 4100-PRINT-BS-SECTION
053200         THRU 4100-PRINT-BS-SECTION-EXIT
053300     MOVE WS-SECTION-TOTAL  TO WS-TOTAL-LIABS
053400     MOVE "TOTAL LIABILITIES" TO BT-TITLE
053500     MOVE WS-TOTAL-LIABS    TO BT-AMOUNT
053600     WRITE BALANCE-SHEET-LINE FROM WS-BS-TOTAL-LINE
053700
053800     MOVE "EQUITY" TO SL-TITLE
053900     MOVE "E"      TO WS-SECTION-TYPE
054000     PERFORM 4100-PRINT-BS-SECTION
054100         THRU 4100-PRINT-BS-SECTION-EXIT
054200     MOVE WS-SECTION-TOTAL TO WS-TOTAL-EQUITY
054300     MOVE ZERO TO WS-YEAR-EARNINGS
054400     PERFORM 4300-ADD-EARNINGS
054500         THRU 4300-ADD-EARNINGS-EXIT
054600         VARYING WS-ACCT-SUB FROM 1 BY 1
054700         UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
054800     MOVE "CURRENT YEAR EARNINGS" TO BT-TITLE
054900     MOVE WS-YEAR-EARNINGS        TO BT-AMOUNT
055000     WRITE BALANCE-SHEET-LINE FROM WS-BS-TOTAL-LINE
055100     ADD WS-YEAR-EARNINGS TO WS-TOTAL-EQUITY
055200     MOVE "TOTAL EQUITY"  TO BT-TITLE
055300     MOVE WS-TOTAL-EQUITY TO BT-AMOUNT
055400     WRITE BALANCE-SHEET-LINE FROM WS-BS-TOTAL-LINE
055500
055600     COMPUTE WS-TOTAL-LIAB-EQUITY =
055700         WS-TOTAL-LIABS + WS-TOTAL-EQUITY
055800     MOVE "TOTAL LIABILITIES AND EQUITY" TO BT-TITLE
055900     MOVE WS-TOTAL-LIAB-EQUITY           TO BT-AMOUNT
056000     WRITE BALANCE-SHEET-LINE FROM WS-BS-TOTAL-LINE
056100
056200     IF WS-UNCLASS-COUNT > ZERO
056300         MOVE "UNCLASSIFIED - NOT IN THE STATEMENTS"
056400             TO SL-TITLE
056500         MOVE SPACE TO WS-SECTION-TYPE
056600         PERFORM 4100-PRINT-BS-SECTION
056700             THRU 4100-PRINT-BS-SECTION-EXIT
056800     END-IF
056900     IF WS-TOTAL-ASSETS = WS-TOTAL-LIAB-EQUITY
057000      AND WS-UNCLASS-COUNT = ZERO
057100         MOVE "ASSETS EQUAL LIABILITIES AND EQUITY - IN BALANCE"
057200             TO WS-PROOF-LINE
057300     ELSE
057400         MOVE "** OUT OF BALANCE OR UNCLASSIFIED ACCOUNTS **"
057500             TO WS-PROOF-LINE
057600     END-IF
057700     WRITE BALANCE-SHEET-LINE FROM WS-PROOF-LINE
057800     CLOSE BALANCE-SHEET.
057900 4000-PRINT-BALANCE-SHEET-EXIT.
058000     EXIT.
058100
058200*----------------------------------------------------------
058300* 4100-PRINT-BS-SECTION - THE SECTION TITLE AND ONE LINE PER
058400* ACCOUNT OF THE TYPE IN WS-SECTION-TYPE, TOTALLED INTO
058500* WS-SECTION-TOTAL.
058600*----------------------------------------------------------
058700 4100-PRINT-BS-SECTION.
058800     MOVE SPACES TO BALANCE-SHEET-LINE
058900     WRITE BALANCE-SHEET-LINE
059000     WRITE BALANCE-SHEET-LINE FROM WS-SECTION-LINE
059100     MOVE ZERO TO WS-SECTION-TOTAL
059200     IF WS-ACCT-COUNT > ZERO
059300         PERFORM 4200-PRINT-BS-ACCOUNT
059400             THRU 4200-PRINT-BS-ACCOUNT-EXIT
059500             VARYING WS-ACCT-SUB FROM 1 BY 1
059600             UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
059700     END-IF.
059800 4100-PRINT-BS-SECTION-EXIT.
059900     EXIT.
060000
060100*----------------------------------------------------------
060200* 4200-PRINT-BS-ACCOUNT - ONE ACCOUNT'S BALANCE, SHOWN ON ITS
060300* NATURAL SIDE (LIABILITIES AND EQUITY AS CREDITS).  A TYPE
060400* OTHER THAN THE FIVE IS UNCLASSIFIED.
060500*----------------------------------------------------------
060600 4200-PRINT-BS-ACCOUNT.
060700     IF WS-SECTION-TYPE = SPACE
060800         IF WS-AT-TYPE(WS-ACCT-SUB) = "A" OR "L" OR "E"
060900                                   OR "I" OR "X"
061000             GO TO 4200-PRINT-BS-ACCOUNT-EXIT
061100         END-IF
061200     ELSE
061300         IF WS-AT-TYPE(WS-ACCT-SUB) NOT = WS-SECTION-TYPE
061400             GO TO 4200-PRINT-BS-ACCOUNT-EXIT
061500         END-IF
061600     END-IF
061700     IF WS-SECTION-TYPE = "L" OR "E"
061800         COMPUTE WS-LINE-AMOUNT =
061900             ZERO - WS-AT-BALANCE(WS-ACCT-SUB)
062000     ELSE
062100         MOVE WS-AT-BALANCE(WS-ACCT-SUB) TO WS-LINE-AMOUNT
062200     END-IF
062300     ADD WS-LINE-AMOUNT TO WS-SECTION-TOTAL
062400     MOVE WS-AT-ACCT(WS-ACCT-SUB) TO BD-GL-ACCT
062500     MOVE WS-AT-NAME(WS-ACCT-SUB) TO BD-NAME
062600     MOVE WS-LINE-AMOUNT          TO BD-AMOUNT
062700     WRITE BALANCE-SHEET-LINE FROM WS-BS-DETAIL-LINE.
062800 4200-PRINT-BS-ACCOUNT-EXIT.
062900     EXIT.
063000
063100*----------------------------------------------------------
063200* 4300-ADD-EARNINGS - THE YEAR'S NET INCOME SO FAR (INCOME
063300* LESS EXPENSE, NOT YET CLOSED TO RETAINED EARNINGS).
063400*----------------------------------------------------------
063500 4300-ADD-EARNINGS.
063600     IF WS-AT-TYPE(WS-ACCT-SUB) = "I" OR "X"
063700         SUBTRACT WS-AT-BALANCE(WS-ACCT-SUB)
063800             FROM WS-YEAR-EARNINGS
063900     END-IF.
064000 4300-ADD-EARNINGS-EXIT.
064100     EXIT.
064200
064300*----------------------------------------------------------
064400* 5000-PRINT-INCOME-STATEMENT - INCOME, THEN EXPENSE, FOR
064500* THE PERIOD AND THE YEAR TO DATE, AND THE NET INCOME.
064600*----------------------------------------------------------
064700 5000-PRINT-INCOME-STATEMENT.
064800     OPEN OUTPUT INCOME-STATEMENT
064900     WRITE INCOME-STATEMENT-LINE FROM WS-IS-HEADING-1
065000     WRITE INCOME-STATEMENT-LINE FROM WS-HEADING-LINE-2
065100     WRITE INCOME-STATEMENT-LINE FROM WS-IS-HEADING-3
065200
065300     MOVE "INCOME" TO SL-TITLE
065400     MOVE "I"      TO WS-SECTION-TYPE
065500     PERFORM 5100-PRINT-IS-SECTION
065600         THRU 5100-PRINT-IS-SECTION-EXIT
065700     MOVE WS-SECTION-PTD   TO WS-INCOME-PTD
065800     MOVE WS-SECTION-TOTAL TO WS-INCOME-YTD
065900     MOVE "TOTAL INCOME"   TO IT-TITLE
066000     MOVE WS-INCOME-PTD    TO IT-PTD
066100     MOVE WS-INCOME-YTD    TO IT-YTD
066200     WRITE INCOME-STATEMENT-LINE FROM WS-IS-TOTAL-LINE
066300
066400     MOVE "EXPENSE" TO SL-TITLE
066500     MOVE "X"       TO WS-SECTION-TYPE
066600     PERFORM 5100-PRINT-IS-SECTION
066700         THRU 5100-PRINT-IS-SECTION-EXIT
066800     MOVE WS-SECTION-PTD   TO WS-EXPENSE-PTD
066900     MOVE WS-SECTION-TOTAL TO WS-EXPENSE-YTD
067000     MOVE "TOTAL EXPENSE"  TO IT-TITLE
067100     MOVE WS-EXPENSE-PTD   TO IT-PTD
067200     MOVE WS-EXPENSE-YTD   TO IT-YTD
067300     WRITE INCOME-STATEMENT-LINE FROM WS-IS-TOTAL-LINE
067400
067500     MOVE SPACES TO INCOME-STATEMENT-LINE
067600     WRITE INCOME-STATEMENT-LINE
067700     MOVE "NET INCOME" TO IT-TITLE
067800     COMPUTE WS-LINE-PTD = WS-INCOME-PTD - WS-EXPENSE-PTD
067900     COMPUTE WS-LINE-AMOUNT = WS-INCOME-YTD - WS-EXPENSE-YTD
068000     MOVE WS-LINE-PTD    TO IT-PTD
068100     MOVE WS-LINE-AMOUNT TO IT-YTD
068200     WRITE INCOME-STATEMENT-LINE FROM WS-IS-TOTAL-LINE
068300     CLOSE INCOME-STATEMENT.
068400 5000-PRINT-INCOME-STATEMENT-EXIT.
068500     EXIT.
068600
068700*----------------------------------------------------------
068800* 5100-PRINT-IS-SECTION - THE SECTION TITLE AND ONE LINE PER
068900* ACCOUNT OF THE TYPE IN WS-SECTION-TYPE, TOTALLED INTO
069000* WS-SECTION-PTD AND WS-SECTION-TOTAL.
069100*----------------------------------------------------------
069200 5100-PRINT-IS-SECTION.
069300     MOVE SPACES TO INCOME-STATEMENT-LINE
069400     WRITE INCOME-STATEMENT-LINE
069500     WRITE INCOME-STATEMENT-LINE FROM WS-SECTION-LINE
069600     MOVE ZERO TO WS-SECTION-PTD WS-SECTION-TOTAL
069700     IF WS-ACCT-COUNT > ZERO
069800         PERFORM 5200-PRINT-IS-ACCOUNT
069900             THRU 5200-PRINT-IS-ACCOUNT-EXIT
070000             VARYING WS-ACCT-SUB FROM 1 BY 1
070100             UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
070200     END-IF.
070300 5100-PRINT-IS-SECTION-EXIT.
070400     EXIT.
070500
070600*----------------------------------------------------------
070700* 5200-PRINT-IS-ACCOUNT - ONE ACCOUNT'S PERIOD AND YEAR
070800* MOVEMENT ON ITS NATURAL SIDE (INCOME AS CREDITS).
070900*----------------------------------------------------------
071000 5200-PRINT-IS-ACCOUNT.
071100     IF WS-AT-TYPE(WS-ACCT-SUB) NOT = WS-SECTION-TYPE
071200         GO TO 5200-PRINT-IS-ACCOUNT-EXIT
071300     END-IF
071400     IF WS-SECTION-TYPE = "I"
071500         COMPUTE WS-LINE-PTD =
071600             ZERO - WS-AT-PTD-NET(WS-ACCT-SUB)
071700         COMPUTE WS-LINE-AMOUNT =
071800             ZERO - WS-AT-BALANCE(WS-ACCT-SUB)
071900     ELSE
072000         MOVE WS-AT-PTD-NET(WS-ACCT-SUB) TO WS-LINE-PTD
072100         MOVE WS-AT-BALANCE(WS-ACCT-SUB) TO WS-LINE-AMOUNT
072200     END-IF
072300     ADD WS-LINE-PTD    TO WS-SECTION-PTD
072400     ADD WS-LINE-AMOUNT TO WS-SECTION-TOTAL
072500     MOVE WS-AT-ACCT(WS-ACCT-SUB) TO ID-GL-ACCT
072600     MOVE WS-AT-NAME(WS-ACCT-SUB) TO ID-NAME
072700     MOVE WS-LINE-PTD             TO ID-PTD
072800     MOVE WS-LINE-AMOUNT          TO ID-YTD
072900     WRITE INCOME-STATEMENT-LINE FROM WS-IS-DETAIL-LINE.
073000 5200-PRINT-IS-ACCOUNT-EXIT.
073100     EXIT.
073200
073300*----------------------------------------------------------
073400* 8000-READ-NEXT-GL-MASTER - READ THE NEXT MASTER RECORD IN
073500* ACCOUNT ORDER.
073600*----------------------------------------------------------
073700 8000-READ-NEXT-GL-MASTER.
073800     READ GL-MASTER-FILE NEXT RECORD
073900         AT END
074000             MOVE "Y" TO WS-GLM-EOF-FLAG
074100     END-READ.
074200 8000-READ-NEXT-GL-MASTER-EXIT.
074300     EXIT.
074400
074500*----------------------------------------------------------
074600* 9000-TERMINATE - CLOSE FILES AND WRITE THE DAILY-STATS
074700* SUMMARY RECORD.
074800*----------------------------------------------------------
074900 9000-TERMINATE.
075000     IF GLM-FILE-OPEN
075100         CLOSE GL-MASTER-FILE
075200     END-IF
075300     PERFORM 9500-WRITE-DAILY-STATS
075400         THRU 9500-WRITE-DAILY-STATS-EXIT
075500     IF REQUEST-ACCEPTED
075600         DISPLAY "GL-CLOSE-BATCH: " WS-ROLLED-COUNT
075700             " ACCOUNTS CLOSED, " WS-SKIPPED-COUNT
075800             " ALREADY CLOSED"
075900     END-IF.
076000 9000-TERMINATE-EXIT.
076100     EXIT.
076200
076300*----------------------------------------------------------
076400* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
076500* SHARED DAILY OPERATIONS STATISTICS FILE.
076600*----------------------------------------------------------
076700 9500-WRITE-DAILY-STATS.
076800     OPEN EXTEND DAILY-STATS-FILE
076900     MOVE "GL-CLOSE-BATCH"  TO DS-PROGRAM-NAME
077000     MOVE WS-ROLLED-COUNT   TO DS-RECORD-COUNT
077100     MOVE WS-ROLLED-COUNT   TO WS-ROLLED-DISP
077200     MOVE WS-SKIPPED-COUNT  TO WS-SKIPPED-DISP
077300     MOVE SPACES            TO DS-DETAIL
077400     STRING "CLOSE "        DELIMITED BY SIZE
077500         WS-REQ-FUNCTION    DELIMITED BY SIZE
077600         " ACCTS: "         DELIMITED BY SIZE
077700         WS-ROLLED-DISP     DELIMITED BY SIZE
077800         "  SKIPPED: "      DELIMITED BY SIZE
077900         WS-SKIPPED-DISP    DELIMITED BY SIZE
078000         INTO DS-DETAIL
078100     END-STRING
078200     WRITE DAILY-STAT-RECORD
078300     CLOSE DAILY-STATS-FILE.
078400 9500-WRITE-DAILY-STATS-EXIT.
078500     EXIT.
