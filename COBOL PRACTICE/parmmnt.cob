000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PARM-MAINT.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  MAINTENANCE FOR THE FLAT
001100*                 PARAMETER FILES THAT WERE EDITED BY HAND
001200*                 (RATESCHED, FEESCHED, CMPPARM, DORMPARM,
001300*                 ESCHPARM, ANOMPARM, SECPARM, CREDPARM,
001400*                 COLLPARM, RETNPARM, TUITPARM, STALIMIT, GLCOA -
001500*                 SEE PARMDIR).  SUPERVISORS ONLY, THROUGH
001600*                 SUPVSIGN.  A SCREEN PER FILE; EVERY FIELD IS
001700*                 RANGE-CHECKED (PARMROW), BALANCE BANDS MAY NOT
001800*                 OVERLAP, KEYS MAY NOT REPEAT AND GLCOA ACCOUNTS
001900*                 MUST BE ON GLMASTER.  EACH SAVED CHANGE
002000*                 REWRITES THE WHOLE FILE, AS OPERATOR-MAINT DOES
002100*                 OPERTAB, AND IS STAMPED WITH THE SUPERVISOR,
002200*                 DATE AND BEFORE/AFTER IMAGE ON PARMAUDIT.
002225* 2026-10-15 KMR  LIQPARM (DEMAND DEPOSIT RUN-OFF FOR THE
002250*                 LIQUIDITY GAP REPORT) ADDED AS FILE 14; THE SIX
002275*                 PERCENTAGES MAY NOT ADD TO MORE THAN 100.
002283* 2026-10-15 KMR  INSPARM (DEPOSIT INSURANCE COVERAGE LIMIT)
002291*                 ADDED AS FILE 15; THE LIMIT MUST BE ABOVE ZERO.
002300*----------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT RATESCHED-FILE ASSIGN TO "RATESCHED"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-PARM-STATUS.
003000     SELECT FEESCHED-FILE ASSIGN TO "FEESCHED"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-PARM-STATUS.
003300     SELECT CMPPARM-FILE ASSIGN TO "CMPPARM"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-PARM-STATUS.
003600     SELECT DORMPARM-FILE ASSIGN TO "DORMPARM"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-PARM-STATUS.
003900     SELECT ESCHPARM-FILE ASSIGN TO "ESCHPARM"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-PARM-STATUS.
004200     SELECT ANOMPARM-FILE ASSIGN TO "ANOMPARM"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-PARM-STATUS.
004500     SELECT SECPARM-FILE ASSIGN TO "SECPARM"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-PARM-STATUS.
004800     SELECT CREDPARM-FILE ASSIGN TO "CREDPARM"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-PARM-STATUS.
005100     SELECT COLLPARM-FILE ASSIGN TO "COLLPARM"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-PARM-STATUS.
005400     SELECT RETNPARM-FILE ASSIGN TO "RETNPARM"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-PARM-STATUS.
005700     SELECT TUITPARM-FILE ASSIGN TO "TUITPARM"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-PARM-STATUS.
006000     SELECT STALIMIT-FILE ASSIGN TO "STALIMIT"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-PARM-STATUS.
006300     SELECT GLCOA-FILE ASSIGN TO "GLCOA"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-PARM-STATUS.
006525     SELECT LIQPARM-FILE ASSIGN TO "LIQPARM"
006550         ORGANIZATION IS LINE SEQUENTIAL
006575         FILE STATUS IS WS-PARM-STATUS.
006581     SELECT INSPARM-FILE ASSIGN TO "INSPARM"
006587         ORGANIZATION IS LINE SEQUENTIAL
006593         FILE STATUS IS WS-PARM-STATUS.
006600 
006700     SELECT GL-MASTER-FILE ASSIGN TO "GLMASTER"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS RANDOM
007000         RECORD KEY IS GA-ACCT
007100         FILE STATUS IS WS-GLM-STATUS.
007200 
007300     SELECT PARM-AUDIT-FILE ASSIGN TO "PARMAUDIT"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-AUDIT-STATUS.
007600 
007700 DATA DIVISION.
007800 FILE SECTION.
007900*----------------------------------------------------------
008000* THE PARAMETER FILES ARE READ INTO AND WRITTEN FROM THE
008100* ROW TABLE; THE FIELD LAYOUTS ARE THE PARMROW VIEWS.
008200*----------------------------------------------------------
008300 FD  RATESCHED-FILE.
008400 01  RATESCHED-RECORD        PIC X(12).
008500 FD  FEESCHED-FILE.
008600 01  FEESCHED-RECORD         PIC X(29).
008700 FD  CMPPARM-FILE.
008800 01  CMPPARM-RECORD          PIC X(09).
008900 FD  DORMPARM-FILE.
009000 01  DORMPARM-RECORD         PIC X(03).
009100 FD  ESCHPARM-FILE.
009200 01  ESCHPARM-RECORD         PIC X(02).
009300 FD  ANOMPARM-FILE.
009400 01  ANOMPARM-RECORD         PIC X(03).
009500 FD  SECPARM-FILE.
009600 01  SECPARM-RECORD          PIC X(13).
009700 FD  CREDPARM-FILE.
009800 01  CREDPARM-RECORD         PIC X(02).
009900 FD  COLLPARM-FILE.
010000 01  COLLPARM-RECORD         PIC X(07).
010100 FD  RETNPARM-FILE.
010200 01  RETNPARM-RECORD         PIC X(03).
010300 FD  TUITPARM-FILE.
010400 01  TUITPARM-RECORD         PIC X(07).
010500 FD  STALIMIT-FILE.
010600 01  STALIMIT-RECORD         PIC X(16).
010700 FD  GLCOA-FILE.
010800 01  GLCOA-RECORD            PIC X(22).
010833 FD  LIQPARM-FILE.
010866 01  LIQPARM-RECORD          PIC X(24).
010877 FD  INSPARM-FILE.
010888 01  INSPARM-RECORD          PIC X(09).
010900 
011000 FD  GL-MASTER-FILE.
011100 01  GL-MASTER-RECORD.
011200     COPY GLACREC.
011300 
011400 FD  PARM-AUDIT-FILE.
011500 01  PARM-AUDIT-RECORD.
011600     COPY PAUDREC.
011700 
011800 WORKING-STORAGE SECTION.
011900 01  WS-PARM-STATUS          PIC X(02).
012000     88  PARM-FILE-OK                VALUE "00".
012100     88  PARM-FILE-NOT-FOUND         VALUE "35".
012200 01  WS-GLM-STATUS           PIC X(02).
012300     88  GLM-FILE-OK                 VALUE "00".
012400 01  WS-AUDIT-STATUS         PIC X(02).
012500     88  AUDIT-FILE-NOT-FOUND        VALUE "35".
012600 01  WS-PARM-EOF-FLAG        PIC X(01) VALUE "N".
012700     88  END-OF-PARM-FILE            VALUE "Y".
012800 01  WS-EXIT-FLAG            PIC X(01) VALUE "N".
012900     88  WS-DONE                     VALUE "Y".
013000 01  WS-LOAD-FLAG            PIC X(01) VALUE "Y".
013100     88  WS-FILE-LOADED              VALUE "Y".
013200 01  WS-ROW-FLAG             PIC X(01) VALUE "Y".
013300     88  WS-ROW-VALID                VALUE "Y".
013400 01  WS-SET-FLAG             PIC X(01) VALUE "Y".
013500     88  WS-SET-VALID                VALUE "Y".
013600 
013700*----------------------------------------------------------
013800* THE PARAMETER FILE DIRECTORY AND THE CHOSEN FILE
013900*----------------------------------------------------------
014000 01  WS-PARM-DIRECTORY.
014100     COPY PARMDIR.
014200 01  WS-FILE-CHOICE          PIC 9(02) VALUE ZERO.
014300     88  WS-CHOSE-EXIT               VALUE 16.
014400 01  WS-FILE-NO              PIC 9(02) VALUE ZERO.
014500 
014600*----------------------------------------------------------
014700* THE CHOSEN FILE'S ROWS.  THE SAVED COPY PUTS THE TABLE BACK
014800* WHEN A CHANGE WOULD LEAVE THE FILE INCONSISTENT.
014900*----------------------------------------------------------
015000 01  WS-ROW-AREA.
015100     05  WS-ROW-COUNT        PIC 9(02) COMP VALUE ZERO.
015200     05  WS-ROW              PIC X(30) OCCURS 50 TIMES.
015300 01  WS-SAVED-ROW-AREA       PIC X(1502).
015400 01  WS-ROW-IN               PIC X(30).
015500 01  WS-ROW-IDX              PIC 9(02) COMP VALUE ZERO.
015600 01  WS-I                    PIC 9(02) VALUE ZERO.
015700 01  WS-J                    PIC 9(02) VALUE ZERO.
015800 01  WS-BAND-COUNT           PIC 9(02) COMP VALUE ZERO.
015900 01  WS-ROW-TEXT             PIC X(60).
016000 01  WS-ROW-NO-DISP          PIC Z9.
016100 
016200*----------------------------------------------------------
016300* THE ROW BEING EDITED (PARMROW VIEWS), ITS BEFORE IMAGE AND
016400* A SECOND VIEW FOR COMPARING TWO ROWS OF THE SAME FILE
016500*----------------------------------------------------------
016600 01  WS-PARM-ROW.
016700     COPY PARMROW.
016800 01  WS-CMP-ROW.
016900     COPY PARMROW REPLACING LEADING ==PR-== BY ==PC-==.
017000 01  WS-OLD-ROW              PIC X(30).
017100 01  WS-NEW-ROW              PIC X(30).
017200 01  WS-ROW-ACTION           PIC X(01) VALUE SPACE.
017300     88  WS-ADD-ROW                  VALUE "A".
017400     88  WS-CHANGE-ROW               VALUE "C".
017500     88  WS-DELETE-ROW               VALUE "D".
017600 01  WS-ROW-NO               PIC 9(02) VALUE ZERO.
017700 01  WS-ACTION-NAME          PIC X(06) VALUE SPACES.
017800 01  WS-NEW-LOW              PIC S9(3)V99 VALUE ZERO.
017900 01  WS-NEW-HIGH             PIC S9(3)V99 VALUE ZERO.
018000 01  WS-TIMESTAMP            PIC X(21).
018050 01  WS-RUNOFF-TOTAL         PIC 9(04)V9 VALUE ZERO.
018100 
018200*----------------------------------------------------------
018300* SUPERVISOR SIGN-ON
018400*----------------------------------------------------------
018500 01  WS-SIGNON-ID            PIC X(06).
018600 01  WS-SIGNON-PASSWORD      PIC X(08).
018700 01  WS-SIGNON-TRIES         PIC 9 COMP VALUE ZERO.
018800 01  WS-SIGNON-RESULT        PIC X(01) VALUE "N".
018900     88  WS-SIGNED-ON                VALUE "Y".
019000     88  WS-NOT-SUPERVISOR           VALUE "S".
019100 01  WS-CURRENT-SUPER        PIC X(06) VALUE SPACES.
019200 
019300 SCREEN SECTION.
019400*----------------------------------------------------------
019500* SC-SIGNON-SCREEN - SUPERVISOR SIGN-ON.
019600*----------------------------------------------------------
019700 01  SC-SIGNON-SCREEN.
019800     05  BLANK SCREEN.
019900     05  LINE 02 COL 10 VALUE "PARM-MAINT - SUPERVISOR SIGN-ON".
020000     05  LINE 04 COL 10 VALUE "SUPERVISOR ID:".
020100     05  LINE 04 COL 28 PIC X(06) USING WS-SIGNON-ID.
020200     05  LINE 05 COL 10 VALUE "PASSWORD:".
020300     05  LINE 05 COL 28 PIC X(08) USING WS-SIGNON-PASSWORD
020400                        SECURE.
020500 
020600*----------------------------------------------------------
020700* SC-PARM-MENU - WHICH PARAMETER FILE TO MAINTAIN.
020800*----------------------------------------------------------
020900 01  SC-PARM-MENU.
021000     05  BLANK SCREEN.
021100     05  LINE 02 COL 10 VALUE "PARAMETER FILE MAINTENANCE".
021200     05  LINE 04 COL 10 VALUE "01 RATESCHED  SAVINGS RATE BANDS".
021300     05  LINE 05 COL 10 VALUE "02 FEESCHED   FEE SCHEDULE".
021400     05  LINE 06 COL 10 VALUE "03 CMPPARM    LARGE CASH LIMIT".
021500     05  LINE 07 COL 10 VALUE "04 DORMPARM   DORMANCY PERIOD".
021600     05  LINE 08 COL 10 VALUE "05 ESCHPARM   ESCHEAT PERIOD".
021700     05  LINE 09 COL 10 VALUE "06 ANOMPARM   ANOMALY PERCENT".
021800     05  LINE 10 COL 10 VALUE "07 SECPARM    SIGN-ON WINDOWS".
021900     05  LINE 11 COL 10 VALUE "08 CREDPARM   BORROWING MULTIPLE".
022000     05  LINE 12 COL 10 VALUE "09 COLLPARM   COLLATERAL LTV".
022100     05  LINE 13 COL 10 VALUE "10 RETNPARM   DETAIL RETENTION".
022200     05  LINE 14 COL 10 VALUE "11 TUITPARM   TUITION RATE".
022300     05  LINE 15 COL 10 VALUE "12 STALIMIT   STATION LIMITS".
022400     05  LINE 16 COL 10 VALUE "13 GLCOA      GL POSTING CHART".
022500     05  LINE 17 COL 10 VALUE "14 LIQPARM    DEPOSIT RUN-OFF".
022550     05  LINE 18 COL 10 VALUE "15 INSPARM    INSURANCE LIMIT".
022575     05  LINE 19 COL 10 VALUE "16 EXIT".
022600     05  LINE 21 COL 10 VALUE "ENTER YOUR CHOICE:".
022700     05  LINE 21 COL 30 PIC 9(02) USING WS-FILE-CHOICE.
022800 
022900*----------------------------------------------------------
023000* SC-ROW-ACTION-SCREEN - WHAT TO DO TO A TABLE FILE.
023100*----------------------------------------------------------
023200 01  SC-ROW-ACTION-SCREEN.
023300     05  LINE 20 COL 10 VALUE "ACTION (A/C/D, BLANK=NONE):".
023400     05  LINE 20 COL 42 PIC X(01) USING WS-ROW-ACTION.
023500     05  LINE 21 COL 10 VALUE "ROW (ADD: BEFORE ROW, 00=END):".
023600     05  LINE 21 COL 42 PIC 9(02) USING WS-ROW-NO.
023700 
023800*----------------------------------------------------------
023900* ONE SCREEN PER PARAMETER FILE, ON THE PARMROW VIEW.
024000*----------------------------------------------------------
024100 01  SC-RATESCHED-SCREEN.
024200     05  BLANK SCREEN.
024300     05  LINE 02 COL 10 VALUE "RATESCHED - SAVINGS RATE BAND ROW".
024400     05  LINE 02 COL 50 PIC Z9 FROM WS-ROW-NO.
024500     05  LINE 04 COL 10 VALUE "BALANCE BAND UP TO (0=OD RATE):".
024600     05  LINE 04 COL 44 PIC 9(7)V99 USING PR-BAND-LIMIT.
024700     05  LINE 05 COL 10 VALUE "ANNUAL RATE PCT:".
024800     05  LINE 05 COL 44 PIC 9V99 USING PR-BAND-RATE.
024900 
025000 01  SC-FEESCHED-SCREEN.
025100     05  BLANK SCREEN.
025200     05  LINE 02 COL 10 VALUE "FEESCHED - FEE SCHEDULE ROW".
025300     05  LINE 02 COL 50 PIC Z9 FROM WS-ROW-NO.
025400     05  LINE 04 COL 10 VALUE "FEE SCHEDULE CODE:".
025500     05  LINE 04 COL 44 PIC X(01) USING PR-FEE-TYPE.
025600     05  LINE 05 COL 10 VALUE "KIND (M=SERVICE N=NSF L=LEGAL):".
025700     05  LINE 05 COL 44 PIC X(01) USING PR-FEE-KIND.
025800     05  LINE 06 COL 10 VALUE "FEE AMOUNT:".
025900     05  LINE 06 COL 44 PIC 9(5)V99 USING PR-FEE-AMOUNT.
026000     05  LINE 07 COL 10 VALUE "SERVICE: BALANCE BAND UP TO:".
026100     05  LINE 07 COL 44 PIC 9(7)V99 USING PR-FEE-BAND-LIMIT.
026200     05  LINE 08 COL 10 VALUE "SERVICE: WAIVED AT AVG BALANCE:".
026300     05  LINE 08 COL 44 PIC 9(7)V99 USING PR-FEE-WAIVE-MIN.
026400     05  LINE 09 COL 10 VALUE "NSF: MAX FEES PER DAY (0=3):".
026500     05  LINE 09 COL 44 PIC 9(02) USING PR-FEE-DAILY-MAX.
026600 
026700 01  SC-CMPPARM-SCREEN.
026800     05  BLANK SCREEN.
026900     05  LINE 02 COL 10 VALUE "CMPPARM - LARGE CASH REPORTING".
027000     05  LINE 04 COL 10 VALUE "REPORT CASH TRANSACTIONS OVER:".
027100     05  LINE 04 COL 44 PIC 9(7)V99 USING PR-CMP-THRESHOLD.
027200 
027300 01  SC-DORMPARM-SCREEN.
027400     05  BLANK SCREEN.
027500     05  LINE 02 COL 10 VALUE "DORMPARM - DORMANCY PERIOD".
027600     05  LINE 04 COL 10 VALUE "MONTHS WITHOUT ACTIVITY (6-120):".
027700     05  LINE 04 COL 44 PIC 9(03) USING PR-DORM-MONTHS.
027800 
027900 01  SC-ESCHPARM-SCREEN.
028000     05  BLANK SCREEN.
028100     05  LINE 02 COL 10 VALUE "ESCHPARM - ESCHEAT PERIOD".
028200     05  LINE 04 COL 10 VALUE "YEARS DORMANT (1-20):".
028300     05  LINE 04 COL 44 PIC 9(02) USING PR-ESCH-YEARS.
028400 
028500 01  SC-ANOMPARM-SCREEN.
028600     05  BLANK SCREEN.
028700     05  LINE 02 COL 10 VALUE "ANOMPARM - BALANCE ANOMALY CHECK".
028800     05  LINE 04 COL 10 VALUE "PCT AWAY FROM AVERAGE (1-999):".
028900     05  LINE 04 COL 44 PIC 9(03) USING PR-ANOM-PCT.
029000 
029100 01  SC-SECPARM-SCREEN.
029200     05  BLANK SCREEN.
029300     05  LINE 02 COL 10 VALUE "SECPARM - SIGN-ON WINDOW ROW".
029400     05  LINE 02 COL 50 PIC Z9 FROM WS-ROW-NO.
029500     05  LINE 04 COL 10 VALUE "ROLE (S/T, BLANK=REVIEW):".
029600     05  LINE 04 COL 44 PIC X(01) USING PR-SEC-ROLE.
029700     05  LINE 05 COL 10 VALUE "WINDOW START (HHMMSS):".
029800     05  LINE 05 COL 44 PIC X(06) USING PR-SEC-START.
029900     05  LINE 06 COL 10 VALUE "WINDOW END (HHMMSS):".
030000     05  LINE 06 COL 44 PIC X(06) USING PR-SEC-END.
030100 
030200 01  SC-CREDPARM-SCREEN.
030300     05  BLANK SCREEN.
030400     05  LINE 02 COL 10 VALUE "CREDPARM - BORROWING MULTIPLE".
030500     05  LINE 04 COL 10 VALUE "TIMES DEPOSITS (1-20):".
030600     05  LINE 04 COL 44 PIC 9(02) USING PR-CRED-MULTIPLE.
030700 
030800 01  SC-COLLPARM-SCREEN.
030900     05  BLANK SCREEN.
031000     05  LINE 02 COL 10 VALUE "COLLPARM - COLLATERAL LIMITS".
031100     05  LINE 04 COL 10 VALUE "MAXIMUM LTV PCT (1-100):".
031200     05  LINE 04 COL 44 PIC 9(03) USING PR-COLL-MAX-LTV-PCT.
031300     05  LINE 05 COL 10 VALUE "VALUATION MAX AGE DAYS:".
031400     05  LINE 05 COL 44 PIC 9(04) USING PR-COLL-MAX-AGE-DAYS.
031500 
031600 01  SC-RETNPARM-SCREEN.
031700     05  BLANK SCREEN.
031800     05  LINE 02 COL 10 VALUE "RETNPARM - TXN DETAIL RETENTION".
031900     05  LINE 04 COL 10 VALUE "MONTHS TO KEEP (12-120):".
032000     05  LINE 04 COL 44 PIC 9(03) USING PR-RETN-MONTHS.
032100 
032200 01  SC-TUITPARM-SCREEN.
032300     05  BLANK SCREEN.
032400     05  LINE 02 COL 10 VALUE "TUITPARM - TUITION RATE".
032500     05  LINE 04 COL 10 VALUE "RATE PER CREDIT HOUR:".
032600     05  LINE 04 COL 44 PIC 9(5)V99 USING PR-TUIT-RATE.
032700 
032800 01  SC-STALIMIT-SCREEN.
032900     05  BLANK SCREEN.
033000     05  LINE 02 COL 10 VALUE "STALIMIT - STATION LIMITS ROW".
033100     05  LINE 02 COL 50 PIC Z9 FROM WS-ROW-NO.
033200     05  LINE 04 COL 10 VALUE "STATION:".
033300     05  LINE 04 COL 44 PIC X(04) USING PR-STA-STATION.
033400     05  LINE 05 COL 10 VALUE "LOWEST PLAUSIBLE CELSIUS:".
033500     05  LINE 05 COL 44 PIC S9(3)V99 USING WS-NEW-LOW.
033600     05  LINE 06 COL 10 VALUE "HIGHEST PLAUSIBLE CELSIUS:".
033700     05  LINE 06 COL 44 PIC S9(3)V99 USING WS-NEW-HIGH.
033800 
033900 01  SC-GLCOA-SCREEN.
034000     05  BLANK SCREEN.
034100     05  LINE 02 COL 10 VALUE "GLCOA - GL POSTING CHART ROW".
034200     05  LINE 02 COL 50 PIC Z9 FROM WS-ROW-NO.
034300     05  LINE 04 COL 10 VALUE "TRANSACTION TYPE:".
034400     05  LINE 04 COL 44 PIC X(10) USING PR-GL-TXN-TYPE.
034500     05  LINE 05 COL 10 VALUE "DEBIT GL ACCOUNT:".
034600     05  LINE 05 COL 44 PIC X(06) USING PR-GL-DR-ACCT.
034700     05  LINE 06 COL 10 VALUE "CREDIT GL ACCOUNT:".
034800     05  LINE 06 COL 44 PIC X(06) USING PR-GL-CR-ACCT.
034805 
034810 01  SC-LIQPARM-SCREEN.
034815     05  BLANK SCREEN.
034820     05  LINE 02 COL 10 VALUE "LIQPARM - DEMAND DEPOSIT RUN-OFF".
034825     05  LINE 03 COL 10 VALUE "PCT OF BALANCES LEAVING IN:".
034830     05  LINE 04 COL 10 VALUE "NEXT DAY:".
034835     05  LINE 04 COL 44 PIC 9(3)V9 USING PR-LIQ-1D-PCT.
034840     05  LINE 05 COL 10 VALUE "2 TO 7 DAYS:".
034845     05  LINE 05 COL 44 PIC 9(3)V9 USING PR-LIQ-7D-PCT.
034850     05  LINE 06 COL 10 VALUE "8 TO 30 DAYS:".
034855     05  LINE 06 COL 44 PIC 9(3)V9 USING PR-LIQ-30D-PCT.
034860     05  LINE 07 COL 10 VALUE "31 TO 90 DAYS:".
034865     05  LINE 07 COL 44 PIC 9(3)V9 USING PR-LIQ-90D-PCT.
034870     05  LINE 08 COL 10 VALUE "91 TO 180 DAYS:".
034875     05  LINE 08 COL 44 PIC 9(3)V9 USING PR-LIQ-180D-PCT.
034880     05  LINE 09 COL 10 VALUE "181 TO 365 DAYS:".
034885     05  LINE 09 COL 44 PIC 9(3)V9 USING PR-LIQ-1Y-PCT.
034890     05  LINE 10 COL 10 VALUE "(THE REST IS CORE, OVER ONE YEAR)".
034891 
034892 01  SC-INSPARM-SCREEN.
034893     05  BLANK SCREEN.
034894     05  LINE 02 COL 10 VALUE "INSPARM - DEPOSIT INSURANCE LIMIT".
034895     05  LINE 04 COL 10 VALUE "LIMIT PER DEPOSITOR/CATEGORY:".
034896     05  LINE 04 COL 44 PIC 9(7)V99 USING PR-INS-LIMIT.
034900 
035000 PROCEDURE DIVISION.
035100*----------------------------------------------------------
035200* 0000-MAINLINE
035300*----------------------------------------------------------
035400 0000-MAINLINE.
035500     PERFORM 0500-SUPERVISOR-SIGNON
035600         THRU 0500-SUPERVISOR-SIGNON-EXIT
035700     IF NOT WS-SIGNED-ON
035800         DISPLAY "ACCESS DENIED"
035900         STOP RUN
036000     END-IF
036100 
036200     PERFORM 1000-PROCESS-MENU
036300         THRU 1000-PROCESS-MENU-EXIT
036400         UNTIL WS-DONE
036500     STOP RUN.
036600 
036700*----------------------------------------------------------
036800* 0500-SUPERVISOR-SIGNON - THREE TRIES; ONLY AN ACTIVE
036900* SUPERVISOR GETS IN.
037000*----------------------------------------------------------
037100 0500-SUPERVISOR-SIGNON.
037200     PERFORM 0510-ATTEMPT-SIGNON
037300         THRU 0510-ATTEMPT-SIGNON-EXIT
037400         VARYING WS-SIGNON-TRIES FROM 1 BY 1
037500         UNTIL WS-SIGNON-TRIES > 3 OR WS-SIGNED-ON.
037600 0500-SUPERVISOR-SIGNON-EXIT.
037700     EXIT.
037800 
037900*----------------------------------------------------------
038000* 0510-ATTEMPT-SIGNON - ONE SIGN-ON ATTEMPT.
038100*----------------------------------------------------------
038200 0510-ATTEMPT-SIGNON.
038300     MOVE SPACES TO WS-SIGNON-ID WS-SIGNON-PASSWORD
038400     DISPLAY SC-SIGNON-SCREEN
038500     ACCEPT SC-SIGNON-SCREEN
038600     CALL "SUPVSIGN" USING WS-SIGNON-ID WS-SIGNON-PASSWORD
038700         WS-SIGNON-RESULT
038800     EVALUATE TRUE
038900         WHEN WS-SIGNED-ON
039000             MOVE WS-SIGNON-ID TO WS-CURRENT-SUPER
039100         WHEN WS-NOT-SUPERVISOR
039200             DISPLAY "NOT AN ACTIVE SUPERVISOR"
039300         WHEN OTHER
039400             DISPLAY "INVALID SUPERVISOR ID OR PASSWORD"
039500     END-EVALUATE.
039600 0510-ATTEMPT-SIGNON-EXIT.
039700     EXIT.
039800 
039900*----------------------------------------------------------
040000* 1000-PROCESS-MENU - ONE FILE, OR EXIT.
040100*----------------------------------------------------------
040200 1000-PROCESS-MENU.
040300     MOVE ZERO TO WS-FILE-CHOICE
040400     DISPLAY SC-PARM-MENU
040500     ACCEPT SC-PARM-MENU
040600     EVALUATE TRUE
040700         WHEN WS-CHOSE-EXIT
040800             MOVE "Y" TO WS-EXIT-FLAG
040900         WHEN WS-FILE-CHOICE >= 1
041000          AND WS-FILE-CHOICE <= PD-FILE-COUNT
041100             MOVE WS-FILE-CHOICE TO WS-FILE-NO
041200             PERFORM 2000-MAINTAIN-FILE
041300                 THRU 2000-MAINTAIN-FILE-EXIT
041400         WHEN OTHER
041500             DISPLAY "INVALID CHOICE"
041600     END-EVALUATE.
041700 1000-PROCESS-MENU-EXIT.
041800     EXIT.
041900 
042000*----------------------------------------------------------
042100* 2000-MAINTAIN-FILE - LOAD THE CHOSEN FILE, SHOW IT AND
042200* TAKE ONE CHANGE.
042300*----------------------------------------------------------
042400 2000-MAINTAIN-FILE.
042500     PERFORM 8000-LOAD-FILE
042600         THRU 8000-LOAD-FILE-EXIT
042700     IF NOT WS-FILE-LOADED
042800         GO TO 2000-MAINTAIN-FILE-EXIT
042900     END-IF
043000     DISPLAY " "
043100     DISPLAY PD-FILE-NAME(WS-FILE-NO) " - " PD-TITLE(WS-FILE-NO)
043200     IF WS-ROW-COUNT = ZERO
043300         DISPLAY "   (NO ROWS)"
043400     END-IF
043500     PERFORM 2100-LIST-ONE-ROW
043600         THRU 2100-LIST-ONE-ROW-EXIT
043700         VARYING WS-ROW-IDX FROM 1 BY 1
043800         UNTIL WS-ROW-IDX > WS-ROW-COUNT
043900     IF PD-SINGLE-VALUE(WS-FILE-NO)
044000         PERFORM 3000-CHANGE-VALUE
044100             THRU 3000-CHANGE-VALUE-EXIT
044200     ELSE
044300         PERFORM 4000-CHANGE-ROW
044400             THRU 4000-CHANGE-ROW-EXIT
044500     END-IF.
044600 2000-MAINTAIN-FILE-EXIT.
044700     EXIT.
044800 
044900*----------------------------------------------------------
045000* 2100-LIST-ONE-ROW - ONE ROW, NUMBERED, AS PARMFMT SHOWS IT.
045100*----------------------------------------------------------
045200 2100-LIST-ONE-ROW.
045300     CALL "PARMFMT" USING WS-FILE-NO WS-ROW(WS-ROW-IDX)
045400         WS-ROW-TEXT
045500     MOVE WS-ROW-IDX TO WS-ROW-NO-DISP
045600     DISPLAY " " WS-ROW-NO-DISP " " WS-ROW-TEXT.
045700 2100-LIST-ONE-ROW-EXIT.
045800     EXIT.
045900 
046000*----------------------------------------------------------
046100* 3000-CHANGE-VALUE - A ONE-VALUE FILE: ITS SCREEN SHOWS THE
046200* CURRENT VALUE (FIRST RECORD) TO BE OVERKEYED.  AN EMPTY OR
046300* MISSING FILE GETS ITS FIRST RECORD.
046400*----------------------------------------------------------
046500 3000-CHANGE-VALUE.
046600     MOVE 1 TO WS-ROW-NO
046700     IF WS-ROW-COUNT = ZERO
046800         MOVE SPACES TO WS-OLD-ROW
046900         PERFORM 4600-INIT-NEW-ROW
047000             THRU 4600-INIT-NEW-ROW-EXIT
047100         MOVE "ADD"    TO WS-ACTION-NAME
047200     ELSE
047300         MOVE WS-ROW(1) TO PR-ROW WS-OLD-ROW
047400         MOVE "CHANGE" TO WS-ACTION-NAME
047500     END-IF
047600     PERFORM 4700-SHOW-ROW-SCREEN
047700         THRU 4700-SHOW-ROW-SCREEN-EXIT
047800     PERFORM 5000-VALIDATE-ROW
047900         THRU 5000-VALIDATE-ROW-EXIT
048000     IF NOT WS-ROW-VALID
048100         DISPLAY "NOT SAVED"
048200         GO TO 3000-CHANGE-VALUE-EXIT
048300     END-IF
048400     IF PR-ROW = WS-OLD-ROW
048500         DISPLAY "NO CHANGE"
048600         GO TO 3000-CHANGE-VALUE-EXIT
048700     END-IF
048800     MOVE PR-ROW TO WS-ROW(1) WS-NEW-ROW
048900     IF WS-ROW-COUNT = ZERO
049000         MOVE 1 TO WS-ROW-COUNT
049100     END-IF
049200     PERFORM 7000-SAVE-AND-AUDIT
049300         THRU 7000-SAVE-AND-AUDIT-EXIT.
049400 3000-CHANGE-VALUE-EXIT.
049500     EXIT.
049600 
049700*----------------------------------------------------------
049800* 4000-CHANGE-ROW - A TABLE FILE: ADD, CHANGE OR DELETE ONE
049900* ROW, THEN CHECK THE WHOLE TABLE BEFORE IT IS SAVED.
050000*----------------------------------------------------------
050100 4000-CHANGE-ROW.
050200     MOVE SPACE TO WS-ROW-ACTION
050300     MOVE ZERO  TO WS-ROW-NO
050400     DISPLAY SC-ROW-ACTION-SCREEN
050500     ACCEPT SC-ROW-ACTION-SCREEN
050600     MOVE WS-ROW-AREA TO WS-SAVED-ROW-AREA
050700     EVALUATE TRUE
050800         WHEN WS-ADD-ROW
050900             PERFORM 4100-ADD-ROW
051000                 THRU 4100-ADD-ROW-EXIT
051100         WHEN WS-CHANGE-ROW
051200             PERFORM 4200-CHANGE-ONE-ROW
051300                 THRU 4200-CHANGE-ONE-ROW-EXIT
051400         WHEN WS-DELETE-ROW
051500             PERFORM 4300-DELETE-ROW
051600                 THRU 4300-DELETE-ROW-EXIT
051700         WHEN WS-ROW-ACTION = SPACE
051800             GO TO 4000-CHANGE-ROW-EXIT
051900         WHEN OTHER
052000             DISPLAY "INVALID ACTION"
052100             GO TO 4000-CHANGE-ROW-EXIT
052200     END-EVALUATE
052300     IF NOT WS-ROW-VALID
052400         DISPLAY "NOT SAVED"
052500         GO TO 4000-CHANGE-ROW-EXIT
052600     END-IF
052700     MOVE PR-ROW TO WS-NEW-ROW
052800 
052900     PERFORM 5100-VALIDATE-SET
053000         THRU 5100-VALIDATE-SET-EXIT
053100     IF NOT WS-SET-VALID
053200         MOVE WS-SAVED-ROW-AREA TO WS-ROW-AREA
053300         DISPLAY "NOT SAVED"
053400         GO TO 4000-CHANGE-ROW-EXIT
053500     END-IF
053600     PERFORM 7000-SAVE-AND-AUDIT
053700         THRU 7000-SAVE-AND-AUDIT-EXIT.
053800 4000-CHANGE-ROW-EXIT.
053900     EXIT.
054000 
054100*----------------------------------------------------------
054200* 4100-ADD-ROW - KEY A NEW ROW AND INSERT IT BEFORE THE ROW
054300* NUMBER GIVEN (00 OR PAST THE END: AFTER THE LAST ROW).
054400*----------------------------------------------------------
054500 4100-ADD-ROW.
054600     MOVE "N" TO WS-ROW-FLAG
054700     IF WS-ROW-COUNT >= PD-MAX-ROWS(WS-FILE-NO)
054800         DISPLAY PD-FILE-NAME(WS-FILE-NO) " IS FULL AT "
054900             PD-MAX-ROWS(WS-FILE-NO) " ROWS"
055000         GO TO 4100-ADD-ROW-EXIT
055100     END-IF
055200     IF WS-ROW-NO = ZERO OR WS-ROW-NO > WS-ROW-COUNT
055300         COMPUTE WS-ROW-NO = WS-ROW-COUNT + 1
055400     END-IF
055500     MOVE SPACES TO WS-OLD-ROW
055600     PERFORM 4600-INIT-NEW-ROW
055700         THRU 4600-INIT-NEW-ROW-EXIT
055800     PERFORM 4700-SHOW-ROW-SCREEN
055900         THRU 4700-SHOW-ROW-SCREEN-EXIT
056000     PERFORM 5000-VALIDATE-ROW
056100         THRU 5000-VALIDATE-ROW-EXIT
056200     IF NOT WS-ROW-VALID
056300         GO TO 4100-ADD-ROW-EXIT
056400     END-IF
056500     PERFORM 4110-SHIFT-ROW-DOWN
056600         THRU 4110-SHIFT-ROW-DOWN-EXIT
056700         VARYING WS-ROW-IDX FROM WS-ROW-COUNT BY -1
056800         UNTIL WS-ROW-IDX < WS-ROW-NO
056900     MOVE PR-ROW TO WS-ROW(WS-ROW-NO)
057000     ADD 1 TO WS-ROW-COUNT
057100     MOVE "ADD" TO WS-ACTION-NAME.
057200 4100-ADD-ROW-EXIT.
057300     EXIT.
057400 
057500*----------------------------------------------------------
057600* 4110-SHIFT-ROW-DOWN - MOVE ONE ROW UP ONE PLACE IN THE
057700* TABLE TO OPEN A GAP.
057800*----------------------------------------------------------
057900 4110-SHIFT-ROW-DOWN.
058000     MOVE WS-ROW(WS-ROW-IDX) TO WS-ROW(WS-ROW-IDX + 1).
058100 4110-SHIFT-ROW-DOWN-EXIT.
058200     EXIT.
058300 
058400*----------------------------------------------------------
058500* 4200-CHANGE-ONE-ROW - OVERKEY ONE EXISTING ROW.
058600*----------------------------------------------------------
058700 4200-CHANGE-ONE-ROW.
058800     MOVE "N" TO WS-ROW-FLAG
058900     IF WS-ROW-NO = ZERO OR WS-ROW-NO > WS-ROW-COUNT
059000         DISPLAY "NO SUCH ROW"
059100         GO TO 4200-CHANGE-ONE-ROW-EXIT
059200     END-IF
059300     MOVE WS-ROW(WS-ROW-NO) TO PR-ROW WS-OLD-ROW
059400     PERFORM 4700-SHOW-ROW-SCREEN
059500         THRU 4700-SHOW-ROW-SCREEN-EXIT
059600     PERFORM 5000-VALIDATE-ROW
059700         THRU 5000-VALIDATE-ROW-EXIT
059800     IF NOT WS-ROW-VALID
059900         GO TO 4200-CHANGE-ONE-ROW-EXIT
060000     END-IF
060100     IF PR-ROW = WS-OLD-ROW
060200         DISPLAY "NO CHANGE"
060300         MOVE "N" TO WS-ROW-FLAG
060400         GO TO 4200-CHANGE-ONE-ROW-EXIT
060500     END-IF
060600     MOVE PR-ROW TO WS-ROW(WS-ROW-NO)
060700     MOVE "CHANGE" TO WS-ACTION-NAME.
060800 4200-CHANGE-ONE-ROW-EXIT.
060900     EXIT.
061000 
061100*----------------------------------------------------------
061200* 4300-DELETE-ROW - TAKE ONE ROW OUT OF THE TABLE.
061300*----------------------------------------------------------
061400 4300-DELETE-ROW.
061500     MOVE "N" TO WS-ROW-FLAG
061600     IF WS-ROW-NO = ZERO OR WS-ROW-NO > WS-ROW-COUNT
061700         DISPLAY "NO SUCH ROW"
061800         GO TO 4300-DELETE-ROW-EXIT
061900     END-IF
062000     MOVE WS-ROW(WS-ROW-NO) TO WS-OLD-ROW
062100     MOVE SPACES TO PR-ROW
062200     PERFORM 4310-SHIFT-ROW-UP
062300         THRU 4310-SHIFT-ROW-UP-EXIT
062400         VARYING WS-ROW-IDX FROM WS-ROW-NO BY 1
062500         UNTIL WS-ROW-IDX >= WS-ROW-COUNT
062600     MOVE SPACES TO WS-ROW(WS-ROW-COUNT)
062700     SUBTRACT 1 FROM WS-ROW-COUNT
062800     MOVE "Y"      TO WS-ROW-FLAG
062900     MOVE "DELETE" TO WS-ACTION-NAME.
063000 4300-DELETE-ROW-EXIT.
063100     EXIT.
063200 
063300*----------------------------------------------------------
063400* 4310-SHIFT-ROW-UP - CLOSE THE GAP LEFT BY A DELETED ROW.
063500*----------------------------------------------------------
063600 4310-SHIFT-ROW-UP.
063700     MOVE WS-ROW(WS-ROW-IDX + 1) TO WS-ROW(WS-ROW-IDX).
063800 4310-SHIFT-ROW-UP-EXIT.
063900     EXIT.
064000 
064100*----------------------------------------------------------
064200* 4600-INIT-NEW-ROW - A BLANK ROW WITH ZERO AMOUNTS IN THE
064300* CHOSEN FILE'S VIEW.
064400*----------------------------------------------------------
064500 4600-INIT-NEW-ROW.
064600     MOVE SPACES TO PR-ROW
064700     EVALUATE WS-FILE-NO
064800         WHEN 01
064900             INITIALIZE PR-RATE-VIEW
065000         WHEN 02
065100             INITIALIZE PR-FEE-VIEW
065200         WHEN 03
065300             INITIALIZE PR-CMP-VIEW
065400         WHEN 04
065500             INITIALIZE PR-DORM-VIEW
065600         WHEN 05
065700             INITIALIZE PR-ESCH-VIEW
065800         WHEN 06
065900             INITIALIZE PR-ANOM-VIEW
066000         WHEN 08
066100             INITIALIZE PR-CRED-VIEW
066200         WHEN 09
066300             INITIALIZE PR-COLL-VIEW
066400         WHEN 10
066500             INITIALIZE PR-RETN-VIEW
066600         WHEN 11
066700             INITIALIZE PR-TUIT-VIEW
066800         WHEN 12
066900             INITIALIZE PR-STA-VIEW
066933         WHEN 14
066966             INITIALIZE PR-LIQ-VIEW
066977         WHEN 15
066988             INITIALIZE PR-INS-VIEW
067000         WHEN OTHER
067100             CONTINUE
067200     END-EVALUATE.
067300 4600-INIT-NEW-ROW-EXIT.
067400     EXIT.
067500 
067600*----------------------------------------------------------
067700* 4700-SHOW-ROW-SCREEN - THE CHOSEN FILE'S SCREEN FOR THE ROW
067800* IN PR-ROW.  THE SIGNED STATION LIMITS ARE KEYED THROUGH
067900* ORDINARY SIGNED FIELDS.
068000*----------------------------------------------------------
068100 4700-SHOW-ROW-SCREEN.
068200     EVALUATE WS-FILE-NO
068300         WHEN 01
068400             DISPLAY SC-RATESCHED-SCREEN
068500             ACCEPT SC-RATESCHED-SCREEN
068600         WHEN 02
068700             DISPLAY SC-FEESCHED-SCREEN
068800             ACCEPT SC-FEESCHED-SCREEN
068900         WHEN 03
069000             DISPLAY SC-CMPPARM-SCREEN
069100             ACCEPT SC-CMPPARM-SCREEN
069200         WHEN 04
069300             DISPLAY SC-DORMPARM-SCREEN
069400             ACCEPT SC-DORMPARM-SCREEN
069500         WHEN 05
069600             DISPLAY SC-ESCHPARM-SCREEN
069700             ACCEPT SC-ESCHPARM-SCREEN
069800         WHEN 06
069900             DISPLAY SC-ANOMPARM-SCREEN
070000             ACCEPT SC-ANOMPARM-SCREEN
070100         WHEN 07
070200             DISPLAY SC-SECPARM-SCREEN
070300             ACCEPT SC-SECPARM-SCREEN
070400         WHEN 08
070500             DISPLAY SC-CREDPARM-SCREEN
070600             ACCEPT SC-CREDPARM-SCREEN
070700         WHEN 09
070800             DISPLAY SC-COLLPARM-SCREEN
070900             ACCEPT SC-COLLPARM-SCREEN
071000         WHEN 10
071100             DISPLAY SC-RETNPARM-SCREEN
071200             ACCEPT SC-RETNPARM-SCREEN
071300         WHEN 11
071400             DISPLAY SC-TUITPARM-SCREEN
071500             ACCEPT SC-TUITPARM-SCREEN
071600         WHEN 12
071700             MOVE ZERO TO WS-NEW-LOW WS-NEW-HIGH
071800             IF PR-STA-LOW NUMERIC
071900                 MOVE PR-STA-LOW  TO WS-NEW-LOW
072000             END-IF
072100             IF PR-STA-HIGH NUMERIC
072200                 MOVE PR-STA-HIGH TO WS-NEW-HIGH
072300             END-IF
072400             DISPLAY SC-STALIMIT-SCREEN
072500             ACCEPT SC-STALIMIT-SCREEN
072600             MOVE WS-NEW-LOW  TO PR-STA-LOW
072700             MOVE WS-NEW-HIGH TO PR-STA-HIGH
072800         WHEN 13
072900             DISPLAY SC-GLCOA-SCREEN
073000             ACCEPT SC-GLCOA-SCREEN
073025         WHEN 14
073050             DISPLAY SC-LIQPARM-SCREEN
073075             ACCEPT SC-LIQPARM-SCREEN
073081         WHEN 15
073087             DISPLAY SC-INSPARM-SCREEN
073093             ACCEPT SC-INSPARM-SCREEN
073100     END-EVALUATE.
073200 4700-SHOW-ROW-SCREEN-EXIT.
073300     EXIT.
073400 
073500*----------------------------------------------------------
073600* 5000-VALIDATE-ROW - FIELD CHECKS ON THE ROW IN PR-ROW.
073700* THE RANGES ARE THE PARMROW -VALID CONDITIONS.
073800*----------------------------------------------------------
073900 5000-VALIDATE-ROW.
074000     MOVE "N" TO WS-ROW-FLAG
074100     EVALUATE WS-FILE-NO
074200         WHEN 01
074300             IF PR-BAND-LIMIT NOT NUMERIC
074400              OR PR-BAND-RATE NOT NUMERIC
074500              OR PR-BAND-RATE = ZERO
074600                 DISPLAY "RATE MUST BE ABOVE ZERO"
074700                 GO TO 5000-VALIDATE-ROW-EXIT
074800             END-IF
074900         WHEN 02
075000             PERFORM 5010-VALIDATE-FEE-ROW
075100                 THRU 5010-VALIDATE-FEE-ROW-EXIT
075200             IF NOT WS-ROW-VALID
075300                 GO TO 5000-VALIDATE-ROW-EXIT
075400             END-IF
075500         WHEN 03
075600             IF PR-CMP-THRESHOLD NOT NUMERIC
075700              OR PR-CMP-THRESHOLD = ZERO
075800                 DISPLAY "THRESHOLD MUST BE ABOVE ZERO"
075900                 GO TO 5000-VALIDATE-ROW-EXIT
076000             END-IF
076100         WHEN 04
076200             IF PR-DORM-MONTHS NOT NUMERIC
076300              OR NOT PR-DORM-MONTHS-VALID
076400                 DISPLAY "MONTHS MUST BE 6 TO 120"
076500                 GO TO 5000-VALIDATE-ROW-EXIT
076600             END-IF
076700         WHEN 05
076800             IF PR-ESCH-YEARS NOT NUMERIC
076900              OR NOT PR-ESCH-YEARS-VALID
077000                 DISPLAY "YEARS MUST BE 1 TO 20"
077100                 GO TO 5000-VALIDATE-ROW-EXIT
077200             END-IF
077300         WHEN 06
077400             IF PR-ANOM-PCT NOT NUMERIC
077500              OR NOT PR-ANOM-PCT-VALID
077600                 DISPLAY "PERCENTAGE MUST BE 1 TO 999"
077700                 GO TO 5000-VALIDATE-ROW-EXIT
077800             END-IF
077900         WHEN 07
078000             PERFORM 5020-VALIDATE-WINDOW-ROW
078100                 THRU 5020-VALIDATE-WINDOW-ROW-EXIT
078200             IF NOT WS-ROW-VALID
078300                 GO TO 5000-VALIDATE-ROW-EXIT
078400             END-IF
078500         WHEN 08
078600             IF PR-CRED-MULTIPLE NOT NUMERIC
078700              OR NOT PR-CRED-MULTIPLE-VALID
078800                 DISPLAY "MULTIPLE MUST BE 1 TO 20"
078900                 GO TO 5000-VALIDATE-ROW-EXIT
079000             END-IF
079100         WHEN 09
079200             IF PR-COLL-MAX-LTV-PCT NOT NUMERIC
079300              OR NOT PR-COLL-LTV-VALID
079400                 DISPLAY "MAXIMUM LTV MUST BE 1 TO 100 PCT"
079500                 GO TO 5000-VALIDATE-ROW-EXIT
079600             END-IF
079700             IF PR-COLL-MAX-AGE-DAYS NOT NUMERIC
079800              OR NOT PR-COLL-AGE-VALID
079900                 DISPLAY "VALUATION AGE MUST BE 30 TO 3650 DAYS"
080000                 GO TO 5000-VALIDATE-ROW-EXIT
080100             END-IF
080200         WHEN 10
080300             IF PR-RETN-MONTHS NOT NUMERIC
080400              OR NOT PR-RETN-MONTHS-VALID
080500                 DISPLAY "MONTHS MUST BE 12 TO 120"
080600                 GO TO 5000-VALIDATE-ROW-EXIT
080700             END-IF
080800         WHEN 11
080900             IF PR-TUIT-RATE NOT NUMERIC
081000              OR PR-TUIT-RATE = ZERO
081100                 DISPLAY "RATE MUST BE ABOVE ZERO"
081200                 GO TO 5000-VALIDATE-ROW-EXIT
081300             END-IF
081400         WHEN 12
081500             IF PR-STA-STATION = SPACES
081600                 DISPLAY "STATION IS REQUIRED"
081700                 GO TO 5000-VALIDATE-ROW-EXIT
081800             END-IF
081900             IF PR-STA-LOW NOT < PR-STA-HIGH
082000                 DISPLAY "LOW LIMIT MUST BE BELOW HIGH LIMIT"
082100                 GO TO 5000-VALIDATE-ROW-EXIT
082200             END-IF
082300         WHEN 13
082400             PERFORM 5030-VALIDATE-GL-ROW
082500                 THRU 5030-VALIDATE-GL-ROW-EXIT
082600             IF NOT WS-ROW-VALID
082700                 GO TO 5000-VALIDATE-ROW-EXIT
082800             END-IF
082814         WHEN 14
082828             PERFORM 5040-VALIDATE-RUNOFF-ROW
082842                 THRU 5040-VALIDATE-RUNOFF-ROW-EXIT
082856             IF NOT WS-ROW-VALID
082870                 GO TO 5000-VALIDATE-ROW-EXIT
082884             END-IF
082886         WHEN 15
082888             IF PR-INS-LIMIT NOT NUMERIC
082890              OR PR-INS-LIMIT = ZERO
082892                 DISPLAY "LIMIT MUST BE ABOVE ZERO"
082894                 GO TO 5000-VALIDATE-ROW-EXIT
082896             END-IF
082900     END-EVALUATE
083000     MOVE "Y" TO WS-ROW-FLAG.
083100 5000-VALIDATE-ROW-EXIT.
083200     EXIT.
083300 
083400*----------------------------------------------------------
083500* 5010-VALIDATE-FEE-ROW - A FEESCHED ROW.  A SERVICE FEE
083600* NEEDS A BALANCE BAND; NSF AND LEGAL ORDER ROWS CARRY NO
083700* BAND OR WAIVER AND MUST CHARGE SOMETHING.
083800*----------------------------------------------------------
083900 5010-VALIDATE-FEE-ROW.
084000     MOVE "N" TO WS-ROW-FLAG
084100     IF PR-FEE-TYPE = SPACE
084200         DISPLAY "FEE SCHEDULE CODE IS REQUIRED"
084300         GO TO 5010-VALIDATE-FEE-ROW-EXIT
084400     END-IF
084500     IF NOT PR-FEE-KIND-VALID
084600         DISPLAY "KIND MUST BE M, N OR L"
084700         GO TO 5010-VALIDATE-FEE-ROW-EXIT
084800     END-IF
084900     IF PR-FEE-AMOUNT NOT NUMERIC
085000      OR PR-FEE-BAND-LIMIT NOT NUMERIC
085100      OR PR-FEE-WAIVE-MIN NOT NUMERIC
085200      OR PR-FEE-DAILY-MAX NOT NUMERIC
085300         DISPLAY "AMOUNTS MUST BE NUMERIC"
085400         GO TO 5010-VALIDATE-FEE-ROW-EXIT
085500     END-IF
085600     IF PR-FEE-IS-SERVICE
085700         IF PR-FEE-BAND-LIMIT = ZERO
085800             DISPLAY "SERVICE FEE NEEDS A BALANCE BAND"
085900             GO TO 5010-VALIDATE-FEE-ROW-EXIT
086000         END-IF
086100         IF PR-FEE-DAILY-MAX NOT = ZERO
086200             DISPLAY "MAX PER DAY APPLIES ONLY TO NSF FEES"
086300             GO TO 5010-VALIDATE-FEE-ROW-EXIT
086400         END-IF
086500     ELSE
086600         IF PR-FEE-BAND-LIMIT NOT = ZERO
086700          OR PR-FEE-WAIVE-MIN NOT = ZERO
086800             DISPLAY "BAND AND WAIVER APPLY ONLY TO SERVICE FEES"
086900             GO TO 5010-VALIDATE-FEE-ROW-EXIT
087000         END-IF
087100         IF PR-FEE-AMOUNT = ZERO
087200             DISPLAY "FEE MUST BE ABOVE ZERO"
087300             GO TO 5010-VALIDATE-FEE-ROW-EXIT
087400         END-IF
087500         IF PR-FEE-IS-LEGAL AND PR-FEE-DAILY-MAX NOT = ZERO
087600             DISPLAY "MAX PER DAY APPLIES ONLY TO NSF FEES"
087700             GO TO 5010-VALIDATE-FEE-ROW-EXIT
087800         END-IF
087900     END-IF
088000     MOVE "Y" TO WS-ROW-FLAG.
088100 5010-VALIDATE-FEE-ROW-EXIT.
088200     EXIT.
088300 
088400*----------------------------------------------------------
088500* 5020-VALIDATE-WINDOW-ROW - A SECPARM WINDOW: A KNOWN ROLE
088600* AND TWO REAL TIMES OF DAY, START BEFORE END.
088700*----------------------------------------------------------
088800 5020-VALIDATE-WINDOW-ROW.
088900     MOVE "N" TO WS-ROW-FLAG
089000     IF NOT PR-SEC-ROLE-VALID
089100         DISPLAY "ROLE MUST BE S, T OR BLANK"
089200         GO TO 5020-VALIDATE-WINDOW-ROW-EXIT
089300     END-IF
089400     IF PR-SEC-START NOT NUMERIC
089500      OR PR-SEC-START-HH > 23
089600      OR PR-SEC-START-MM > 59
089700      OR PR-SEC-START-SS > 59
089800         DISPLAY "START IS NOT A TIME OF DAY (HHMMSS)"
089900         GO TO 5020-VALIDATE-WINDOW-ROW-EXIT
090000     END-IF
090100     IF PR-SEC-END NOT NUMERIC
090200      OR PR-SEC-END-HH > 23
090300      OR PR-SEC-END-MM > 59
090400      OR PR-SEC-END-SS > 59
090500         DISPLAY "END IS NOT A TIME OF DAY (HHMMSS)"
090600         GO TO 5020-VALIDATE-WINDOW-ROW-EXIT
090700     END-IF
090800     IF PR-SEC-START NOT < PR-SEC-END
090900         DISPLAY "WINDOW MUST START BEFORE IT ENDS"
091000         GO TO 5020-VALIDATE-WINDOW-ROW-EXIT
091100     END-IF
091200     MOVE "Y" TO WS-ROW-FLAG.
091300 5020-VALIDATE-WINDOW-ROW-EXIT.
091400     EXIT.
091500 
091600*----------------------------------------------------------
091700* 5030-VALIDATE-GL-ROW - A GLCOA ROW: BOTH ACCOUNTS GIVEN,
091800* DIFFERENT, AND ON THE GL ACCOUNT MASTER.
091900*----------------------------------------------------------
092000 5030-VALIDATE-GL-ROW.
092100     MOVE "N" TO WS-ROW-FLAG
092200     IF PR-GL-TXN-TYPE = SPACES
092300      OR PR-GL-DR-ACCT = SPACES
092400      OR PR-GL-CR-ACCT = SPACES
092500         DISPLAY "TYPE, DEBIT AND CREDIT ACCOUNT ARE REQUIRED"
092600         GO TO 5030-VALIDATE-GL-ROW-EXIT
092700     END-IF
092800     IF PR-GL-DR-ACCT = PR-GL-CR-ACCT
092900         DISPLAY "DEBIT AND CREDIT ACCOUNT MUST DIFFER"
093000         GO TO 5030-VALIDATE-GL-ROW-EXIT
093100     END-IF
093200     OPEN INPUT GL-MASTER-FILE
093300     IF NOT GLM-FILE-OK
093400         DISPLAY "GLMASTER OPEN FAILED, STATUS " WS-GLM-STATUS
093500         GO TO 5030-VALIDATE-GL-ROW-EXIT
093600     END-IF
093700     MOVE PR-GL-DR-ACCT TO GA-ACCT
093800     READ GL-MASTER-FILE
093900         INVALID KEY
094000             DISPLAY "DEBIT ACCOUNT " PR-GL-DR-ACCT
094100                 " IS NOT ON THE GL MASTER"
094200             CLOSE GL-MASTER-FILE
094300             GO TO 5030-VALIDATE-GL-ROW-EXIT
094400     END-READ
094500     MOVE PR-GL-CR-ACCT TO GA-ACCT
094600     READ GL-MASTER-FILE
094700         INVALID KEY
094800             DISPLAY "CREDIT ACCOUNT " PR-GL-CR-ACCT
094900                 " IS NOT ON THE GL MASTER"
095000             CLOSE GL-MASTER-FILE
095100             GO TO 5030-VALIDATE-GL-ROW-EXIT
095200     END-READ
095300     CLOSE GL-MASTER-FILE
095400     MOVE "Y" TO WS-ROW-FLAG.
095500 5030-VALIDATE-GL-ROW-EXIT.
095600     EXIT.
095603 
095606*----------------------------------------------------------
095609* 5040-VALIDATE-RUNOFF-ROW - THE LIQPARM RUN-OFF: SIX
095612* NUMERIC PERCENTAGES THAT DO NOT ADD TO MORE THAN 100.
095615*----------------------------------------------------------
095618 5040-VALIDATE-RUNOFF-ROW.
095621     MOVE "N" TO WS-ROW-FLAG
095624     IF PR-LIQ-1D-PCT NOT NUMERIC
095627      OR PR-LIQ-7D-PCT NOT NUMERIC
095630      OR PR-LIQ-30D-PCT NOT NUMERIC
095633      OR PR-LIQ-90D-PCT NOT NUMERIC
095636      OR PR-LIQ-180D-PCT NOT NUMERIC
095639      OR PR-LIQ-1Y-PCT NOT NUMERIC
095642         DISPLAY "PERCENTAGES MUST BE NUMERIC"
095645         GO TO 5040-VALIDATE-RUNOFF-ROW-EXIT
095648     END-IF
095651     COMPUTE WS-RUNOFF-TOTAL = PR-LIQ-1D-PCT + PR-LIQ-7D-PCT
095654         + PR-LIQ-30D-PCT + PR-LIQ-90D-PCT + PR-LIQ-180D-PCT
095657         + PR-LIQ-1Y-PCT
095660     IF WS-RUNOFF-TOTAL > 100
095663         DISPLAY "RUN-OFF PERCENTAGES ADD TO MORE THAN 100"
095666         GO TO 5040-VALIDATE-RUNOFF-ROW-EXIT
095669     END-IF
095672     MOVE "Y" TO WS-ROW-FLAG.
095675 5040-VALIDATE-RUNOFF-ROW-EXIT.
095678     EXIT.
095700 
095800*----------------------------------------------------------
095900* 5100-VALIDATE-SET - CHECKS ACROSS THE WHOLE TABLE AS IT
096000* WOULD BE SAVED: TABLE SIZES THE READING PROGRAMS CAN HOLD,
096100* AND EVERY PAIR OF ROWS FOR OVERLAPS AND REPEATED KEYS.
096200*----------------------------------------------------------
096300 5100-VALIDATE-SET.
096400     MOVE "Y"  TO WS-SET-FLAG
096500     MOVE ZERO TO WS-BAND-COUNT
096600     PERFORM 5110-COUNT-BAND
096700         THRU 5110-COUNT-BAND-EXIT
096800         VARYING WS-ROW-IDX FROM 1 BY 1
096900         UNTIL WS-ROW-IDX > WS-ROW-COUNT
097000     IF WS-FILE-NO = 01 AND WS-BAND-COUNT > 10
097100         DISPLAY "RATESCHED HOLDS AT MOST 10 BALANCE BANDS"
097200         MOVE "N" TO WS-SET-FLAG
097300     END-IF
097400     IF WS-FILE-NO = 02 AND WS-BAND-COUNT > 20
097500         DISPLAY "FEESCHED HOLDS AT MOST 20 SERVICE FEE BANDS"
097600         MOVE "N" TO WS-SET-FLAG
097700     END-IF
097800     PERFORM 5200-CHECK-PAIR
097900         THRU 5200-CHECK-PAIR-EXIT
098000         VARYING WS-I FROM 2 BY 1
098100         UNTIL WS-I > WS-ROW-COUNT
098200         AFTER WS-J FROM 1 BY 1
098300         UNTIL WS-J >= WS-I.
098400 5100-VALIDATE-SET-EXIT.
098500     EXIT.
098600 
098700*----------------------------------------------------------
098800* 5110-COUNT-BAND - COUNT A RATE OR SERVICE FEE BAND.
098900*----------------------------------------------------------
099000 5110-COUNT-BAND.
099100     MOVE WS-ROW(WS-ROW-IDX) TO PC-ROW
099200     EVALUATE WS-FILE-NO
099300         WHEN 01
099400             IF PC-BAND-LIMIT NOT = ZERO
099500                 ADD 1 TO WS-BAND-COUNT
099600             END-IF
099700         WHEN 02
099800             IF PC-FEE-IS-SERVICE
099900                 ADD 1 TO WS-BAND-COUNT
100000             END-IF
100100         WHEN OTHER
100200             CONTINUE
100300     END-EVALUATE.
100400 5110-COUNT-BAND-EXIT.
100500     EXIT.
100600 
100700*----------------------------------------------------------
100800* 5200-CHECK-PAIR - ROW WS-J AGAINST THE LATER ROW WS-I.  THE
100900* READING PROGRAMS TAKE THE FIRST BAND WHOSE LIMIT COVERS THE
101000* BALANCE, SO A BAND WHOSE LIMIT IS NOT ABOVE AN EARLIER
101100* BAND'S (SAME FEE SCHEDULE CODE) OVERLAPS IT AND IS NEVER
101200* REACHED.
101300*----------------------------------------------------------
101400 5200-CHECK-PAIR.
101500     MOVE WS-ROW(WS-I) TO PR-ROW
101600     MOVE WS-ROW(WS-J) TO PC-ROW
101700     EVALUATE WS-FILE-NO
101800         WHEN 01
101900             IF PR-BAND-LIMIT = ZERO AND PC-BAND-LIMIT = ZERO
102000                 DISPLAY "ROWS " WS-J " AND " WS-I
102100                     ": TWO OVERDRAFT RATE ROWS"
102200                 MOVE "N" TO WS-SET-FLAG
102300             END-IF
102400             IF PR-BAND-LIMIT NOT = ZERO
102500              AND PC-BAND-LIMIT NOT = ZERO
102600              AND PC-BAND-LIMIT NOT < PR-BAND-LIMIT
102700                 DISPLAY "ROWS " WS-J " AND " WS-I
102800                     ": RATE BANDS OVERLAP"
102900                 MOVE "N" TO WS-SET-FLAG
103000             END-IF
103100         WHEN 02
103200             IF PR-FEE-TYPE NOT = PC-FEE-TYPE
103300                 GO TO 5200-CHECK-PAIR-EXIT
103400             END-IF
103500             IF PR-FEE-IS-SERVICE AND PC-FEE-IS-SERVICE
103600              AND PC-FEE-BAND-LIMIT NOT < PR-FEE-BAND-LIMIT
103700                 DISPLAY "ROWS " WS-J " AND " WS-I
103800                     ": FEE BANDS OVERLAP"
103900                 MOVE "N" TO WS-SET-FLAG
104000             END-IF
104100             IF (PR-FEE-IS-NSF AND PC-FEE-IS-NSF)
104200              OR (PR-FEE-IS-LEGAL AND PC-FEE-IS-LEGAL)
104300                 DISPLAY "ROWS " WS-J " AND " WS-I
104400                     ": SAME FEE TWICE FOR ONE SCHEDULE"
104500                 MOVE "N" TO WS-SET-FLAG
104600             END-IF
104700         WHEN 07
104800             IF PR-SEC-ROLE = PC-SEC-ROLE
104900                 DISPLAY "ROWS " WS-J " AND " WS-I
105000                     ": TWO WINDOWS FOR ONE ROLE"
105100                 MOVE "N" TO WS-SET-FLAG
105200             END-IF
105300         WHEN 12
105400             IF PR-STA-STATION = PC-STA-STATION
105500                 DISPLAY "ROWS " WS-J " AND " WS-I
105600                     ": STATION LISTED TWICE"
105700                 MOVE "N" TO WS-SET-FLAG
105800             END-IF
105900         WHEN 13
106000             IF PR-GL-TXN-TYPE = PC-GL-TXN-TYPE
106100                 DISPLAY "ROWS " WS-J " AND " WS-I
106200                     ": TRANSACTION TYPE LISTED TWICE"
106300                 MOVE "N" TO WS-SET-FLAG
106400             END-IF
106500     END-EVALUATE.
106600 5200-CHECK-PAIR-EXIT.
106700     EXIT.
106800 
106900*----------------------------------------------------------
107000* 7000-SAVE-AND-AUDIT - REWRITE THE WHOLE PARAMETER FILE FROM
107100* THE TABLE AND APPEND ONE PARMAUDIT RECORD SAYING WHO
107200* CHANGED WHAT, WHEN, AND FROM WHAT TO WHAT.
107300*----------------------------------------------------------
107400 7000-SAVE-AND-AUDIT.
107500     PERFORM 8500-OPEN-OUTPUT
107600         THRU 8500-OPEN-OUTPUT-EXIT
107700     IF NOT PARM-FILE-OK
107800         DISPLAY PD-FILE-NAME(WS-FILE-NO)
107900             " COULD NOT BE REWRITTEN, STATUS " WS-PARM-STATUS
108000         GO TO 7000-SAVE-AND-AUDIT-EXIT
108100     END-IF
108200     PERFORM 8600-WRITE-ROW
108300         THRU 8600-WRITE-ROW-EXIT
108400         VARYING WS-ROW-IDX FROM 1 BY 1
108500         UNTIL WS-ROW-IDX > WS-ROW-COUNT
108600     PERFORM 8300-CLOSE-FILE
108700         THRU 8300-CLOSE-FILE-EXIT
108800 
108900     OPEN EXTEND PARM-AUDIT-FILE
109000     IF AUDIT-FILE-NOT-FOUND
109100         OPEN OUTPUT PARM-AUDIT-FILE
109200     END-IF
109300     MOVE SPACES                   TO PARM-AUDIT-RECORD
109400     MOVE FUNCTION CURRENT-DATE    TO WS-TIMESTAMP
109500     MOVE WS-TIMESTAMP(1:8)        TO PA-DATE
109600     MOVE WS-TIMESTAMP(9:6)        TO PA-TIME
109700     MOVE WS-CURRENT-SUPER         TO PA-OPERATOR
109800     MOVE PD-FILE-NAME(WS-FILE-NO) TO PA-FILE
109900     MOVE WS-ACTION-NAME           TO PA-ACTION
110000     MOVE WS-ROW-NO                TO PA-ROW
110100     MOVE WS-OLD-ROW               TO PA-BEFORE
110200     MOVE WS-NEW-ROW               TO PA-AFTER
110300     WRITE PARM-AUDIT-RECORD
110400     CLOSE PARM-AUDIT-FILE
110500     DISPLAY "CHANGE SAVED: " WS-ACTION-NAME " "
110600         PD-FILE-NAME(WS-FILE-NO) " ROW " WS-ROW-NO.
110700 7000-SAVE-AND-AUDIT-EXIT.
110800     EXIT.
110900 
111000*----------------------------------------------------------
111100* 8000-LOAD-FILE - READ THE CHOSEN FILE INTO THE ROW TABLE.
111200* A FILE NOT YET CREATED LOADS AS NO ROWS; MORE ROWS THAN THE
111300* READING PROGRAMS CAN HOLD IS REFUSED.
111400*----------------------------------------------------------
111500 8000-LOAD-FILE.
111600     MOVE "Y"  TO WS-LOAD-FLAG
111700     MOVE "N"  TO WS-PARM-EOF-FLAG
111800     MOVE ZERO TO WS-ROW-COUNT
111900     PERFORM 8100-OPEN-INPUT
112000         THRU 8100-OPEN-INPUT-EXIT
112100     IF PARM-FILE-NOT-FOUND
112200         GO TO 8000-LOAD-FILE-EXIT
112300     END-IF
112400     IF NOT PARM-FILE-OK
112500         DISPLAY PD-FILE-NAME(WS-FILE-NO)
112600             " OPEN FAILED, STATUS " WS-PARM-STATUS
112700         MOVE "N" TO WS-LOAD-FLAG
112800         GO TO 8000-LOAD-FILE-EXIT
112900     END-IF
113000     PERFORM 8200-READ-ROW
113100         THRU 8200-READ-ROW-EXIT
113200         UNTIL END-OF-PARM-FILE
113300     PERFORM 8300-CLOSE-FILE
113400         THRU 8300-CLOSE-FILE-EXIT.
113500 8000-LOAD-FILE-EXIT.
113600     EXIT.
113700 
113800*----------------------------------------------------------
113900* 8100-OPEN-INPUT - OPEN THE CHOSEN FILE FOR READING.
114000*----------------------------------------------------------
114100 8100-OPEN-INPUT.
114200     EVALUATE WS-FILE-NO
114300         WHEN 01  OPEN INPUT RATESCHED-FILE
114400         WHEN 02  OPEN INPUT FEESCHED-FILE
114500         WHEN 03  OPEN INPUT CMPPARM-FILE
114600         WHEN 04  OPEN INPUT DORMPARM-FILE
114700         WHEN 05  OPEN INPUT ESCHPARM-FILE
114800         WHEN 06  OPEN INPUT ANOMPARM-FILE
114900         WHEN 07  OPEN INPUT SECPARM-FILE
115000         WHEN 08  OPEN INPUT CREDPARM-FILE
115100         WHEN 09  OPEN INPUT COLLPARM-FILE
115200         WHEN 10  OPEN INPUT RETNPARM-FILE
115300         WHEN 11  OPEN INPUT TUITPARM-FILE
115400         WHEN 12  OPEN INPUT STALIMIT-FILE
115500         WHEN 13  OPEN INPUT GLCOA-FILE
115550         WHEN 14  OPEN INPUT LIQPARM-FILE
115575         WHEN 15  OPEN INPUT INSPARM-FILE
115600     END-EVALUATE.
115700 8100-OPEN-INPUT-EXIT.
115800     EXIT.
115900 
116000*----------------------------------------------------------
116100* 8200-READ-ROW - READ ONE RECORD OF THE CHOSEN FILE INTO THE
116200* NEXT TABLE ROW.
116300*----------------------------------------------------------
116400 8200-READ-ROW.
116500     MOVE SPACES TO WS-ROW-IN
116600     EVALUATE WS-FILE-NO
116700         WHEN 01  READ RATESCHED-FILE INTO WS-ROW-IN
116800         WHEN 02  READ FEESCHED-FILE  INTO WS-ROW-IN
116900         WHEN 03  READ CMPPARM-FILE   INTO WS-ROW-IN
117000         WHEN 04  READ DORMPARM-FILE  INTO WS-ROW-IN
117100         WHEN 05  READ ESCHPARM-FILE  INTO WS-ROW-IN
117200         WHEN 06  READ ANOMPARM-FILE  INTO WS-ROW-IN
117300         WHEN 07  READ SECPARM-FILE   INTO WS-ROW-IN
117400         WHEN 08  READ CREDPARM-FILE  INTO WS-ROW-IN
117500         WHEN 09  READ COLLPARM-FILE  INTO WS-ROW-IN
117600         WHEN 10  READ RETNPARM-FILE  INTO WS-ROW-IN
117700         WHEN 11  READ TUITPARM-FILE  INTO WS-ROW-IN
117800         WHEN 12  READ STALIMIT-FILE  INTO WS-ROW-IN
117900         WHEN 13  READ GLCOA-FILE     INTO WS-ROW-IN
117950         WHEN 14  READ LIQPARM-FILE   INTO WS-ROW-IN
117975         WHEN 15  READ INSPARM-FILE   INTO WS-ROW-IN
118000     END-EVALUATE
118100     IF NOT PARM-FILE-OK
118200         MOVE "Y" TO WS-PARM-EOF-FLAG
118300         GO TO 8200-READ-ROW-EXIT
118400     END-IF
118500     IF WS-ROW-COUNT >= 50
118600         DISPLAY PD-FILE-NAME(WS-FILE-NO)
118700             " HAS MORE ROWS THAN CAN BE MAINTAINED"
118800         MOVE "N" TO WS-LOAD-FLAG
118900         MOVE "Y" TO WS-PARM-EOF-FLAG
119000         GO TO 8200-READ-ROW-EXIT
119100     END-IF
119200     ADD 1 TO WS-ROW-COUNT
119300     MOVE WS-ROW-IN TO WS-ROW(WS-ROW-COUNT).
119400 8200-READ-ROW-EXIT.
119500     EXIT.
119600 
119700*----------------------------------------------------------
119800* 8300-CLOSE-FILE - CLOSE THE CHOSEN FILE.
119900*----------------------------------------------------------
120000 8300-CLOSE-FILE.
120100     EVALUATE WS-FILE-NO
120200         WHEN 01  CLOSE RATESCHED-FILE
120300         WHEN 02  CLOSE FEESCHED-FILE
120400         WHEN 03  CLOSE CMPPARM-FILE
120500         WHEN 04  CLOSE DORMPARM-FILE
120600         WHEN 05  CLOSE ESCHPARM-FILE
120700         WHEN 06  CLOSE ANOMPARM-FILE
120800         WHEN 07  CLOSE SECPARM-FILE
120900         WHEN 08  CLOSE CREDPARM-FILE
121000         WHEN 09  CLOSE COLLPARM-FILE
121100         WHEN 10  CLOSE RETNPARM-FILE
121200         WHEN 11  CLOSE TUITPARM-FILE
121300         WHEN 12  CLOSE STALIMIT-FILE
121400         WHEN 13  CLOSE GLCOA-FILE
121450         WHEN 14  CLOSE LIQPARM-FILE
121475         WHEN 15  CLOSE INSPARM-FILE
121500     END-EVALUATE.
121600 8300-CLOSE-FILE-EXIT.
121700     EXIT.
121800 
121900*----------------------------------------------------------
122000* 8500-OPEN-OUTPUT - OPEN THE CHOSEN FILE TO BE REWRITTEN.
122100*----------------------------------------------------------
122200 8500-OPEN-OUTPUT.
122300     EVALUATE WS-FILE-NO
122400         WHEN 01  OPEN OUTPUT RATESCHED-FILE
122500         WHEN 02  OPEN OUTPUT FEESCHED-FILE
122600         WHEN 03  OPEN OUTPUT CMPPARM-FILE
122700         WHEN 04  OPEN OUTPUT DORMPARM-FILE
122800         WHEN 05  OPEN OUTPUT ESCHPARM-FILE
122900         WHEN 06  OPEN OUTPUT ANOMPARM-FILE
123000         WHEN 07  OPEN OUTPUT SECPARM-FILE
123100         WHEN 08  OPEN OUTPUT CREDPARM-FILE
123200         WHEN 09  OPEN OUTPUT COLLPARM-FILE
123300         WHEN 10  OPEN OUTPUT RETNPARM-FILE
123400         WHEN 11  OPEN OUTPUT TUITPARM-FILE
123500         WHEN 12  OPEN OUTPUT STALIMIT-FILE
123600         WHEN 13  OPEN OUTPUT GLCOA-FILE
123650         WHEN 14  OPEN OUTPUT LIQPARM-FILE
123675         WHEN 15  OPEN OUTPUT INSPARM-FILE
123700     END-EVALUATE.
123800 8500-OPEN-OUTPUT-EXIT.
123900     EXIT.
124000 
124100*----------------------------------------------------------
124200* 8600-WRITE-ROW - WRITE ONE TABLE ROW TO THE CHOSEN FILE.
124300*----------------------------------------------------------
124400 8600-WRITE-ROW.
124500     EVALUATE WS-FILE-NO
124600         WHEN 01
124700             WRITE RATESCHED-RECORD FROM WS-ROW(WS-ROW-IDX)
124800         WHEN 02
124900             WRITE FEESCHED-RECORD  FROM WS-ROW(WS-ROW-IDX)
125000         WHEN 03
125100             WRITE CMPPARM-RECORD   FROM WS-ROW(WS-ROW-IDX)
125200         WHEN 04
125300             WRITE DORMPARM-RECORD  FROM WS-ROW(WS-ROW-IDX)
125400         WHEN 05
125500             WRITE ESCHPARM-RECORD  FROM WS-ROW(WS-ROW-IDX)
125600         WHEN 06
125700             WRITE ANOMPARM-RECORD  FROM WS-ROW(WS-ROW-IDX)
125800         WHEN 07
125900             WRITE SECPARM-RECORD   FROM WS-ROW(WS-ROW-IDX)
126000         WHEN 08
126100             WRITE CREDPARM-RECORD  FROM WS-ROW(WS-ROW-IDX)
126200         WHEN 09
126300             WRITE COLLPARM-RECORD  FROM WS-ROW(WS-ROW-IDX)
126400         WHEN 10
126500             WRITE RETNPARM-RECORD  FROM WS-ROW(WS-ROW-IDX)
126600         WHEN 11
126700             WRITE TUITPARM-RECORD  FROM WS-ROW(WS-ROW-IDX)
126800         WHEN 12
126900             WRITE STALIMIT-RECORD  FROM WS-ROW(WS-ROW-IDX)
127000         WHEN 13
127100             WRITE GLCOA-RECORD     FROM WS-ROW(WS-ROW-IDX)
127133         WHEN 14
127166             WRITE LIQPARM-RECORD   FROM WS-ROW(WS-ROW-IDX)
127177         WHEN 15
127188             WRITE INSPARM-RECORD   FROM WS-ROW(WS-ROW-IDX)
127200     END-EVALUATE.
127300 8600-WRITE-ROW-EXIT.
127400     EXIT.
