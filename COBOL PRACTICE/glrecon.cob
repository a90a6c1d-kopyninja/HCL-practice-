000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GL-CONTROL-RECON.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  NIGHTLY SUBLEDGER-TO-GL
001100*                 CONTROL ACCOUNT RECONCILIATION, RUN AFTER
001200*                 GL-MASTER-UPDATE.  THE GLCTRL PARAMETER
001300*                 FILE NAMES EACH CONTROL ACCOUNT AND THE
001400*                 SUBLEDGER THAT BACKS IT - DEP (ACCTMSTR
001500*                 BALANCES), DINT (ACCTMSTR ACCRUED INTEREST),
001600*                 LOAN (LOANMSTR OUTSTANDING BALANCES), LINT
001700*                 (LOANMSTR ACCRUED INTEREST) OR TDEP (LIVE
001800*                 TERMDEP PRINCIPAL) - OPTIONALLY SPLIT BY
001900*                 PRODUCT AND BRANCH.  EACH SUBLEDGER IS
002000*                 TOTALLED INTO EVERY CONTROL IT MATCHES,
002100*                 COMPARED WITH THE CONTROL ACCOUNT'S GLMASTER
002200*                 BALANCE ON ITS NATURAL SIDE AND PRINTED ON
002300*                 GLRCRPT; EVERY DIFFERENCE IS LOGGED TO
002400*                 EXCPLOG AS A BREAK FOR THE MORNING
002500*                 EXCEPTIONS REPORT.
002600*----------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT CONTROL-PARM-FILE ASSIGN TO "GLCTRL"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-PARM-STATUS.
003300
003400     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS ACCT-NUMBER
003800         ALTERNATE RECORD KEY IS ACCT-NAME
003900             WITH DUPLICATES
004000         FILE STATUS IS WS-ACCT-STATUS.
004100
004200     SELECT LOAN-MASTER ASSIGN TO "LOANMSTR"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS LN-LOAN-NUMBER
004600         FILE STATUS IS WS-LOAN-STATUS.
004700
004800     SELECT TERM-DEPOSITS ASSIGN TO "TERMDEP"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS TDP-NUMBER
005200         FILE STATUS IS WS-TDEP-STATUS.
005300
005400     SELECT GL-MASTER-FILE ASSIGN TO "GLMASTER"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS GA-ACCT
005800         FILE STATUS IS WS-GLM-STATUS.
005900
006000     SELECT RECON-REPORT ASSIGN TO "GLRCRPT"
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200
006300     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  CONTROL-PARM-FILE.
006900 01  CONTROL-PARM-RECORD.
007000     05  CP-SOURCE           PIC X(04).
007100     05  FILLER              PIC X(01).
007200     05  CP-PRODUCT          PIC X(02).
007300     05  FILLER              PIC X(01).
007400     05  CP-BRANCH           PIC X(03).
007500     05  FILLER              PIC X(01).
007600     05  CP-GL-ACCT          PIC X(06).
007700
007800 FD  ACCOUNT-MASTER.
007900 01  ACCOUNT-RECORD.
008000     COPY ACCTREC.
008100
008200 FD  LOAN-MASTER.
008300 01  LOAN-MASTER-RECORD.
008400     COPY LOANREC.
008500
008600 FD  TERM-DEPOSITS.
008700 01  TERM-DEPOSIT-RECORD.
008800     COPY TDEPREC.
008900
009000 FD  GL-MASTER-FILE.
009100 01  GL-MASTER-RECORD.
009200     COPY GLACREC.
009300
009400 FD  RECON-REPORT.
009500 01  RECON-REPORT-LINE       PIC X(80).
009600
009700 FD  DAILY-STATS-FILE.
009800     COPY DLYSTAT.
009900
010000 WORKING-STORAGE SECTION.
010100*----------------------------------------------------------
010200* SWITCHES AND FILE STATUS
010300*----------------------------------------------------------
010400 01  WS-SWITCHES.
010500     05  WS-INIT-FLAG        PIC X(01) VALUE "Y".
010600         88  INIT-SUCCESSFUL         VALUE "Y".
010700     05  WS-PARM-EOF-FLAG    PIC X(01) VALUE "N".
010800         88  END-OF-CONTROL-PARM     VALUE "Y".
010900     05  WS-ACCT-EOF-FLAG    PIC X(01) VALUE "N".
011000         88  END-OF-ACCOUNTS         VALUE "Y".
011100     05  WS-LOAN-EOF-FLAG    PIC X(01) VALUE "N".
011200         88  END-OF-LOANS            VALUE "Y".
011300     05  WS-TDEP-EOF-FLAG    PIC X(01) VALUE "N".
011400         88  END-OF-TERM-DEPOSITS    VALUE "Y".
011500     05  WS-GLM-OPEN-FLAG    PIC X(01) VALUE "N".
011600         88  GLM-FILE-OPEN           VALUE "Y".
011700     05  WS-ACCT-OPEN-FLAG   PIC X(01) VALUE "N".
011800         88  ACCT-FILE-OPEN          VALUE "Y".
011900 01  WS-PARM-STATUS          PIC X(02).
012000     88  PARM-FILE-OK                VALUE "00".
012100 01  WS-ACCT-STATUS          PIC X(02).
012200     88  ACCT-FILE-OK                VALUE "00".
012300 01  WS-LOAN-STATUS          PIC X(02).
012400     88  LOAN-FILE-OK                VALUE "00".
012500 01  WS-TDEP-STATUS          PIC X(02).
012600     88  TDEP-FILE-OK                VALUE "00".
012700 01  WS-GLM-STATUS           PIC X(02).
012800     88  GLM-FILE-OK                 VALUE "00".
012900
013000*----------------------------------------------------------
013100* THE CONTROL ACCOUNTS FROM GLCTRL AND THEIR SUBLEDGER
013200* TOTALS.  A BLANK PRODUCT OR BRANCH MATCHES EVERY RECORD.
013300*----------------------------------------------------------
013400 01  WS-CTL-COUNT            PIC 9(02) COMP VALUE ZERO.
013500 01  WS-CTL-TABLE.
013600     05  WS-CTL-ENTRY        OCCURS 1 TO 50 TIMES
013700             DEPENDING ON WS-CTL-COUNT
013800             INDEXED BY WS-CTL-IDX.
013900         10  WS-CT-SOURCE    PIC X(04).
014000         10  WS-CT-PRODUCT   PIC X(02).
014100         10  WS-CT-BRANCH    PIC X(03).
014200         10  WS-CT-GL-ACCT   PIC X(06).
014300         10  WS-CT-SUBLEDGER PIC S9(11)V99.
014400         10  WS-CT-ITEMS     PIC 9(07) COMP.
014500 01  WS-CTL-SUB              PIC 9(02) COMP VALUE ZERO.
014600
014700*----------------------------------------------------------
014800* THE SUBLEDGER RECORD BEING TOTALLED
014900*----------------------------------------------------------
015000 01  WS-REC-SOURCE           PIC X(04) VALUE SPACES.
015100 01  WS-REC-PRODUCT          PIC X(02) VALUE SPACES.
015200 01  WS-REC-BRANCH           PIC X(03) VALUE SPACES.
015300 01  WS-REC-AMOUNT           PIC S9(11)V99 VALUE ZERO.
015400
015500*----------------------------------------------------------
015600* RUN FIELDS AND COUNTS
015700*----------------------------------------------------------
015800 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
015900 01  WS-GL-BALANCE           PIC S9(11)V99 VALUE ZERO.
016000 01  WS-DIFFERENCE           PIC S9(11)V99 VALUE ZERO.
016100 01  WS-DIFF-DISP            PIC ZZZZZZZZ9.99-.
016200 01  WS-BREAK-COUNT          PIC 9(05) COMP VALUE ZERO.
016300 01  WS-CTL-DISP             PIC ZZZZ9.
016400 01  WS-BREAK-DISP           PIC ZZZZ9.
016500
016600*----------------------------------------------------------
016700* SHARED EXCEPTION-LOG FIELDS FOR THE EXCPLOG SUBPROGRAM.
016800*----------------------------------------------------------
016900 01  WS-EXCP-PROGRAM         PIC X(23)
017000     VALUE "GL-CONTROL-RECON".
017100 01  WS-EXCP-SEVERITY        PIC X(01) VALUE "E".
017200 01  WS-EXCP-MESSAGE         PIC X(40) VALUE SPACES.
017300 01  WS-EXCP-FSTATUS         PIC X(02) VALUE SPACES.
017400
017500*----------------------------------------------------------
017600* REPORT LINES
017700*----------------------------------------------------------
017800 01  WS-HEADING-LINE-1       PIC X(80) VALUE
017900     "SUBLEDGER TO GL CONTROL ACCOUNT RECONCILIATION".
018000 01  WS-HEADING-LINE-2.
018100     05  FILLER              PIC X(09) VALUE "RUN DATE ".
018200     05  HD-RUN-DATE         PIC 9(08).
018300 01  WS-HEADING-LINE-3.
018400     05  FILLER              PIC X(20) VALUE
018500         "SRCE PR BR   GL ACCT".
018600     05  FILLER              PIC X(52) VALUE
018700         "       SUBLEDGER        GL BALANCE        DIFFERENCE".
018800 01  WS-DETAIL-LINE.
018900     05  DL-SOURCE           PIC X(04).
019000     05  FILLER              PIC X(01) VALUE SPACE.
019100     05  DL-PRODUCT          PIC X(02).
019200     05  FILLER              PIC X(01) VALUE SPACE.
019300     05  DL-BRANCH           PIC X(03).
019400     05  FILLER              PIC X(02) VALUE SPACES.
019500     05  DL-GL-ACCT          PIC X(06).
019600     05  FILLER              PIC X(01) VALUE SPACE.
019700     05  DL-SUBLEDGER        PIC Z,ZZZ,ZZZ,ZZ9.99-.
019800     05  FILLER              PIC X(01) VALUE SPACE.
019900     05  DL-GL-BALANCE       PIC Z,ZZZ,ZZZ,ZZ9.99-.
020000     05  FILLER              PIC X(01) VALUE SPACE.
020100     05  DL-DIFFERENCE       PIC Z,ZZZ,ZZZ,ZZ9.99-.
020200     05  FILLER              PIC X(01) VALUE SPACE.
020300     05  DL-FLAG             PIC X(05).
020400 01  WS-NOTE-LINE.
020500     05  FILLER              PIC X(20) VALUE SPACES.
020600     05  NL-NOTE             PIC X(50).
020700 01  WS-TOTAL-LINE.
020800     05  FILLER              PIC X(18) VALUE
020900         "CONTROLS CHECKED ".
021000     05  TL-CONTROLS         PIC ZZZZ9.
021100     05  FILLER              PIC X(10) VALUE "   BREAKS ".
021200     05  TL-BREAKS           PIC ZZZZ9.
021300
021400 PROCEDURE DIVISION.
021500*----------------------------------------------------------
021600* 0000-MAINLINE
021700*----------------------------------------------------------
021800 0000-MAINLINE.
021900     PERFORM 1000-INITIALIZE
022000         THRU 1000-INITIALIZE-EXIT
022100     IF INIT-SUCCESSFUL
022200         PERFORM 2000-TOTAL-ACCOUNTS
022300             THRU 2000-TOTAL-ACCOUNTS-EXIT
022400         PERFORM 3000-TOTAL-LOANS
022500             THRU 3000-TOTAL-LOANS-EXIT
022600         PERFORM 4000-TOTAL-TERM-DEPOSITS
022700             THRU 4000-TOTAL-TERM-DEPOSITS-EXIT
022800         PERFORM 6000-COMPARE-ONE-CONTROL
022900             THRU 6000-COMPARE-ONE-CONTROL-EXIT
023000             VARYING WS-CTL-SUB FROM 1 BY 1
023100             UNTIL WS-CTL-SUB > WS-CTL-COUNT
023200     END-IF
023300     PERFORM 9000-TERMINATE
023400         THRU 9000-TERMINATE-EXIT
023500     STOP RUN.
023600
023700*----------------------------------------------------------
023800* 1000-INITIALIZE - LOAD THE CONTROL ACCOUNTS AND OPEN THE
023900* GL MASTER.  NO CONTROLS, OR NO GL MASTER TO PROVE THEM
024000* AGAINST, IS ITSELF LOGGED.
024100*----------------------------------------------------------
024200 1000-INITIALIZE.
024300     CALL "GETBDATE" USING WS-BUSINESS-DATE
024400     OPEN OUTPUT RECON-REPORT
024500     WRITE RECON-REPORT-LINE FROM WS-HEADING-LINE-1
024600     MOVE WS-BUSINESS-DATE TO HD-RUN-DATE
024700     WRITE RECON-REPORT-LINE FROM WS-HEADING-LINE-2
024800     WRITE RECON-REPORT-LINE FROM WS-HEADING-LINE-3
024900     PERFORM 1100-LOAD-CONTROLS
025000         THRU 1100-LOAD-CONTROLS-EXIT
025100     IF WS-CTL-COUNT = ZERO
025200         MOVE "NO GL CONTROL ACCOUNTS ON GLCTRL"
025300             TO WS-EXCP-MESSAGE
025400         MOVE WS-PARM-STATUS TO WS-EXCP-FSTATUS
025500         PERFORM 8900-LOG-EXCEPTION
025600             THRU 8900-LOG-EXCEPTION-EXIT
025700         MOVE "N" TO WS-INIT-FLAG
025800         GO TO 1000-INITIALIZE-EXIT
025900     END-IF
026000     OPEN INPUT GL-MASTER-FILE
026100     IF NOT GLM-FILE-OK
026200         MOVE "GLMASTER OPEN FAILED" TO WS-EXCP-MESSAGE
026300         MOVE WS-GLM-STATUS TO WS-EXCP-FSTATUS
026400         PERFORM 8900-LOG-EXCEPTION
026500             THRU 8900-LOG-EXCEPTION-EXIT
026600         MOVE "N" TO WS-INIT-FLAG
026700         GO TO 1000-INITIALIZE-EXIT
026800     END-IF
026900     MOVE "Y" TO WS-GLM-OPEN-FLAG.
027000 1000-INITIALIZE-EXIT.
027100     EXIT.
027200
027300*----------------------------------------------------------
027400* 1100-LOAD-CONTROLS - READ GLCTRL INTO THE CONTROL TABLE.
027500*----------------------------------------------------------
027600 1100-LOAD-CONTROLS.
027700     OPEN INPUT CONTROL-PARM-FILE
027800     IF NOT PARM-FILE-OK
027900         DISPLAY "GL-CONTROL-RECON: NO GLCTRL FILE, STATUS "
028000             WS-PARM-STATUS
028100         GO TO 1100-LOAD-CONTROLS-EXIT
028200     END-IF
028300     PERFORM 1200-READ-CONTROL-PARM
028400         THRU 1200-READ-CONTROL-PARM-EXIT
028500     PERFORM 1300-STORE-CONTROL
028600         THRU 1300-STORE-CONTROL-EXIT
028700         UNTIL END-OF-CONTROL-PARM
028800            OR WS-CTL-COUNT >= 50
028900     CLOSE CONTROL-PARM-FILE.
029000 1100-LOAD-CONTROLS-EXIT.
029100     EXIT.
029200
029300*----------------------------------------------------------
029400* 1200-READ-CONTROL-PARM - READ ONE GLCTRL RECORD.
029500*----------------------------------------------------------
029600 1200-READ-CONTROL-PARM.
029700     READ CONTROL-PARM-FILE
029800         AT END
029900             MOVE "Y" TO WS-PARM-EOF-FLAG
030000     END-READ.
030100 1200-READ-CONTROL-PARM-EXIT.
030200     EXIT.
030300
030400*----------------------------------------------------------
030500* 1300-STORE-CONTROL - ADD THE CONTROL JUST READ AND READ
030600* THE NEXT ONE.
030700*----------------------------------------------------------
030800 1300-STORE-CONTROL.
030900     IF CP-SOURCE NOT = SPACES
031000      AND CP-GL-ACCT NOT = SPACES
031100         ADD 1 TO WS-CTL-COUNT
031200         MOVE CP-SOURCE  TO WS-CT-SOURCE(WS-CTL-COUNT)
031300         MOVE CP-PRODUCT TO WS-CT-PRODUCT(WS-CTL-COUNT)
031400         MOVE CP-BRANCH  TO WS-CT-BRANCH(WS-CTL-COUNT)
031500         MOVE CP-GL-ACCT TO WS-CT-GL-ACCT(WS-CTL-COUNT)
031600         MOVE ZERO       TO WS-CT-SUBLEDGER(WS-CTL-COUNT)
031700                            WS-CT-ITEMS(WS-CTL-COUNT)
031800     END-IF
031900     PERFORM 1200-READ-CONTROL-PARM
032000         THRU 1200-READ-CONTROL-PARM-EXIT.
032100 1300-STORE-CONTROL-EXIT.
032200     EXIT.
032300
032400*----------------------------------------------------------
032500* 2000-TOTAL-ACCOUNTS - EVERY ACCOUNT'S BALANCE INTO THE DEP
032600* CONTROLS AND ITS ACCRUED INTEREST INTO THE DINT CONTROLS.
032700* THE PRODUCT IS "CK" FOR A CHECKING ACCOUNT AND "SV" FOR
032800* ANYTHING ELSE, AS ON THE PRODUCT MASTER.
032900*----------------------------------------------------------
033000 2000-TOTAL-ACCOUNTS.
033100     OPEN INPUT ACCOUNT-MASTER
033200     IF NOT ACCT-FILE-OK
033300         MOVE "ACCTMSTR OPEN FAILED" TO WS-EXCP-MESSAGE
033400         MOVE WS-ACCT-STATUS TO WS-EXCP-FSTATUS
033500         PERFORM 8900-LOG-EXCEPTION
033600             THRU 8900-LOG-EXCEPTION-EXIT
033700         GO TO 2000-TOTAL-ACCOUNTS-EXIT
033800     END-IF
033900     MOVE "Y" TO WS-ACCT-OPEN-FLAG
034000     PERFORM 2100-READ-NEXT-ACCOUNT
034100         THRU 2100-READ-NEXT-ACCOUNT-EXIT
034200     PERFORM 2200-TOTAL-ONE-ACCOUNT
034300         THRU 2200-TOTAL-ONE-ACCOUNT-EXIT
034400         UNTIL END-OF-ACCOUNTS.
034500 2000-TOTAL-ACCOUNTS-EXIT.
034600     EXIT.
034700
034800*----------------------------------------------------------
034900* 2100-READ-NEXT-ACCOUNT - READ THE NEXT ACCOUNT IN NUMBER
035000* ORDER.
035100*----------------------------------------------------------
035200 2100-READ-NEXT-ACCOUNT.
035300     READ ACCOUNT-MASTER NEXT RECORD
035400         AT END
035500             MOVE "Y" TO WS-ACCT-EOF-FLAG
035600     END-READ.
035700 2100-READ-NEXT-ACCOUNT-EXIT.
035800     EXIT.
035900
036000*----------------------------------------------------------
036100* 2200-TOTAL-ONE-ACCOUNT - ONE ACCOUNT INTO ITS CONTROLS.
036200*----------------------------------------------------------
036300 2200-TOTAL-ONE-ACCOUNT.
036400     IF ACCT-IS-CHECKING
036500         MOVE "CK" TO WS-REC-PRODUCT
036600     ELSE
036700         MOVE "SV" TO WS-REC-PRODUCT
036800     END-IF
036900     MOVE ACCT-BRANCH      TO WS-REC-BRANCH
037000     MOVE "DEP "           TO WS-REC-SOURCE
037100     MOVE ACCT-BALANCE     TO WS-REC-AMOUNT
037200     PERFORM 5000-ADD-TO-CONTROLS
037300         THRU 5000-ADD-TO-CONTROLS-EXIT
037400     MOVE "DINT"           TO WS-REC-SOURCE
037500     MOVE ACCT-ACCRUED-INT TO WS-REC-AMOUNT
037600     PERFORM 5000-ADD-TO-CONTROLS
037700         THRU 5000-ADD-TO-CONTROLS-EXIT
037800     PERFORM 2100-READ-NEXT-ACCOUNT
037900         THRU 2100-READ-NEXT-ACCOUNT-EXIT.
038000 2200-TOTAL-ONE-ACCOUNT-EXIT.
038100     EXIT.
038200
038300*----------------------------------------------------------
038400* 3000-TOTAL-LOANS - EVERY LOAN NOT CHARGED OFF: OUTSTANDING
038500* BALANCE INTO THE LOAN CONTROLS, ACCRUED INTEREST INTO THE
038600* LINT CONTROLS.  LOANS CARRY PRODUCT "LN" AND NO BRANCH.
038700*----------------------------------------------------------
038800 3000-TOTAL-LOANS.
038900     OPEN INPUT LOAN-MASTER
039000     IF NOT LOAN-FILE-OK
039100         MOVE "LOANMSTR OPEN FAILED" TO WS-EXCP-MESSAGE
039200         MOVE WS-LOAN-STATUS TO WS-EXCP-FSTATUS
039300         PERFORM 8900-LOG-EXCEPTION
039400             THRU 8900-LOG-EXCEPTION-EXIT
039500         GO TO 3000-TOTAL-LOANS-EXIT
039600     END-IF
039700     PERFORM 3100-READ-NEXT-LOAN
039800         THRU 3100-READ-NEXT-LOAN-EXIT
039900     PERFORM 3200-TOTAL-ONE-LOAN
040000         THRU 3200-TOTAL-ONE-LOAN-EXIT
040100         UNTIL END-OF-LOANS
040200     CLOSE LOAN-MASTER.
040300 3000-TOTAL-LOANS-EXIT.
040400     EXIT.
040500
040600*----------------------------------------------------------
040700* 3100-READ-NEXT-LOAN - READ THE NEXT LOAN IN NUMBER ORDER.
040800*----------------------------------------------------------
040900 3100-READ-NEXT-LOAN.
041000     READ LOAN-MASTER NEXT RECORD
041100         AT END
041200             MOVE "Y" TO WS-LOAN-EOF-FLAG
041300     END-READ.
041400 3100-READ-NEXT-LOAN-EXIT.
041500     EXIT.
041600
041700*----------------------------------------------------------
041800* 3200-TOTAL-ONE-LOAN - ONE LOAN INTO ITS CONTROLS.
041900*----------------------------------------------------------
042000 3200-TOTAL-ONE-LOAN.
042100     IF LN-IS-CHARGED-OFF
042200         GO TO 3200-TOTAL-ONE-LOAN-READ
042300     END-IF
042400     MOVE "LN"               TO WS-REC-PRODUCT
042500     MOVE SPACES             TO WS-REC-BRANCH
042600     MOVE "LOAN"             TO WS-REC-SOURCE
042700     MOVE LN-OUTSTANDING-BAL TO WS-REC-AMOUNT
042800     PERFORM 5000-ADD-TO-CONTROLS
042900         THRU 5000-ADD-TO-CONTROLS-EXIT
043000     MOVE "LINT"             TO WS-REC-SOURCE
043100     MOVE LN-ACCRUED-INT     TO WS-REC-AMOUNT
043200     PERFORM 5000-ADD-TO-CONTROLS
043300         THRU 5000-ADD-TO-CONTROLS-EXIT.
043400
043500 3200-TOTAL-ONE-LOAN-READ.
043600     PERFORM 3100-READ-NEXT-LOAN
043700         THRU 3100-READ-NEXT-LOAN-EXIT.
043800 3200-TOTAL-ONE-LOAN-EXIT.
043900     EXIT.
044000
044100*----------------------------------------------------------
044200* 4000-TOTAL-TERM-DEPOSITS - THE PRINCIPAL OF EVERY DEPOSIT
044300* NOT YET MATURED OR WITHDRAWN INTO THE TDEP CONTROLS, UNDER
044400* PRODUCT "TD" AND THE BRANCH OF ITS LINKED ACCOUNT.
044500*----------------------------------------------------------
044600 4000-TOTAL-TERM-DEPOSITS.
044700     OPEN INPUT TERM-DEPOSITS
044800     IF NOT TDEP-FILE-OK
044900         MOVE "TERMDEP OPEN FAILED" TO WS-EXCP-MESSAGE
045000         MOVE WS-TDEP-STATUS TO WS-EXCP-FSTATUS
045100         PERFORM 8900-LOG-EXCEPTION
045200             THRU 8900-LOG-EXCEPTION-EXIT
045300         GO TO 4000-TOTAL-TERM-DEPOSITS-EXIT
045400     END-IF
045500     PERFORM 4100-READ-NEXT-TERM-DEPOSIT
045600         THRU 4100-READ-NEXT-TERM-DEPOSIT-EXIT
045700     PERFORM 4200-TOTAL-ONE-TERM-DEPOSIT
045800         THRU 4200-TOTAL-ONE-TERM-DEPOSIT-EXIT
045900         UNTIL END-OF-TERM-DEPOSITS
046000     CLOSE TERM-DEPOSITS.
046100 4000-TOTAL-TERM-DEPOSITS-EXIT.
046200     EXIT.
046300
046400*----------------------------------------------------------
046500* 4100-READ-NEXT-TERM-DEPOSIT - READ THE NEXT TERM DEPOSIT.
046600*----------------------------------------------------------
046700 4100-READ-NEXT-TERM-DEPOSIT.
046800     READ TERM-DEPOSITS NEXT RECORD
046900         AT END
047000             MOVE "Y" TO WS-TDEP-EOF-FLAG
047100     END-READ.
047200 4100-READ-NEXT-TERM-DEPOSIT-EXIT.
047300     EXIT.
047400
047500*----------------------------------------------------------
047600* 4200-TOTAL-ONE-TERM-DEPOSIT - ONE LIVE DEPOSIT INTO ITS
047700* CONTROLS.  THE BRANCH COMES FROM THE LINKED ACCOUNT WHEN
047800* THE ACCOUNT MASTER IS OPEN; OTHERWISE IT IS LEFT BLANK.
047900*----------------------------------------------------------
048000 4200-TOTAL-ONE-TERM-DEPOSIT.
048100     IF TDP-IS-MATURED
048200      OR TDP-IS-WITHDRAWN
048300         GO TO 4200-TOTAL-ONE-TERM-DEPOSIT-READ
048400     END-IF
048500     MOVE SPACES TO WS-REC-BRANCH
048600     IF ACCT-FILE-OPEN
048700         MOVE TDP-ACCT TO ACCT-NUMBER
048800         READ ACCOUNT-MASTER
048900             INVALID KEY
049000                 MOVE SPACES TO ACCT-BRANCH
049100         END-READ
049200         MOVE ACCT-BRANCH TO WS-REC-BRANCH
049300     END-IF
049400     MOVE "TD"          TO WS-REC-PRODUCT
049500     MOVE "TDEP"        TO WS-REC-SOURCE
049600     MOVE TDP-PRINCIPAL TO WS-REC-AMOUNT
049700     PERFORM 5000-ADD-TO-CONTROLS
049800         THRU 5000-ADD-TO-CONTROLS-EXIT.
049900
050000 4200-TOTAL-ONE-TERM-DEPOSIT-READ.
050100     PERFORM 4100-READ-NEXT-TERM-DEPOSIT
050200         THRU 4100-READ-NEXT-TERM-DEPOSIT-EXIT.
050300 4200-TOTAL-ONE-TERM-DEPOSIT-EXIT.
050400     EXIT.
050500
050600*----------------------------------------------------------
050700* 5000-ADD-TO-CONTROLS - ADD THE SUBLEDGER AMOUNT TO EVERY
050800* CONTROL FOR ITS SOURCE WHOSE PRODUCT AND BRANCH MATCH.
050900*----------------------------------------------------------
051000 5000-ADD-TO-CONTROLS.
051100     PERFORM 5100-ADD-TO-ONE-CONTROL
051200         THRU 5100-ADD-TO-ONE-CONTROL-EXIT
051300         VARYING WS-CTL-SUB FROM 1 BY 1
051400         UNTIL WS-CTL-SUB > WS-CTL-COUNT.
051500 5000-ADD-TO-CONTROLS-EXIT.
051600     EXIT.
051700
051800*----------------------------------------------------------
051900* 5100-ADD-TO-ONE-CONTROL - ONE CONTROL'S MATCH TEST.
052000*----------------------------------------------------------
052100 5100-ADD-TO-ONE-CONTROL.
052200     IF WS-CT-SOURCE(WS-CTL-SUB) NOT = WS-REC-SOURCE
052300         GO TO 5100-ADD-TO-ONE-CONTROL-EXIT
052400     END-IF
052500     IF WS-CT-PRODUCT(WS-CTL-SUB) NOT = SPACES
052600      AND WS-CT-PRODUCT(WS-CTL-SUB) NOT = WS-REC-PRODUCT
052700         GO TO 5100-ADD-TO-ONE-CONTROL-EXIT
052800     END-IF
052900     IF WS-CT-BRANCH(WS-CTL-SUB) NOT = SPACES
053000      AND WS-CT-BRANCH(WS-CTL-SUB) NOT = WS-REC-BRANCH
053100         GO TO 5100-ADD-TO-ONE-CONTROL-EXIT
053200     END-IF
053300     ADD WS-REC-AMOUNT TO WS-CT-SUBLEDGER(WS-CTL-SUB)
053400     ADD 1             TO WS-CT-ITEMS(WS-CTL-SUB).
053500 5100-ADD-TO-ONE-CONTROL-EXIT.
053600     EXIT.
053700
053800*----------------------------------------------------------
053900* 6000-COMPARE-ONE-CONTROL - THE CONTROL ACCOUNT'S GL
054000* BALANCE ON ITS NATURAL SIDE (LIABILITY, EQUITY AND INCOME
054100* ACCOUNTS AS CREDITS) AGAINST THE SUBLEDGER TOTAL.  A
054200* DIFFERENCE, OR A CONTROL ACCOUNT MISSING FROM THE GL, IS
054300* A BREAK.
054400*----------------------------------------------------------
054500 6000-COMPARE-ONE-CONTROL.
054600     MOVE SPACES TO DL-FLAG
054700     MOVE WS-CT-GL-ACCT(WS-CTL-SUB) TO GA-ACCT
054800     READ GL-MASTER-FILE
054900         INVALID KEY
055000             MOVE ZERO   TO GA-OPEN-BAL GA-YTD-DR GA-YTD-CR
055100             MOVE SPACE  TO GA-TYPE
055200             MOVE "NOGL" TO DL-FLAG
055300     END-READ
055400     COMPUTE WS-GL-BALANCE = GA-OPEN-BAL + GA-YTD-DR - GA-YTD-CR
055500     IF GA-IS-LIABILITY
055600      OR GA-IS-EQUITY
055700      OR GA-IS-INCOME
055800         COMPUTE WS-GL-BALANCE = ZERO - WS-GL-BALANCE
055900     END-IF
056000     COMPUTE WS-DIFFERENCE =
056100         WS-CT-SUBLEDGER(WS-CTL-SUB) - WS-GL-BALANCE
056200     IF WS-DIFFERENCE NOT = ZERO
056300      AND DL-FLAG = SPACES
056400         MOVE "BREAK" TO DL-FLAG
056500     END-IF
056600     MOVE WS-CT-SOURCE(WS-CTL-SUB)    TO DL-SOURCE
056700     MOVE WS-CT-PRODUCT(WS-CTL-SUB)   TO DL-PRODUCT
056800     MOVE WS-CT-BRANCH(WS-CTL-SUB)    TO DL-BRANCH
056900     MOVE WS-CT-GL-ACCT(WS-CTL-SUB)   TO DL-GL-ACCT
057000     MOVE WS-CT-SUBLEDGER(WS-CTL-SUB) TO DL-SUBLEDGER
057100     MOVE WS-GL-BALANCE               TO DL-GL-BALANCE
057200     MOVE WS-DIFFERENCE               TO DL-DIFFERENCE
057300     WRITE RECON-REPORT-LINE FROM WS-DETAIL-LINE
057400     IF DL-FLAG = SPACES
057500         GO TO 6000-COMPARE-ONE-CONTROL-EXIT
057600     END-IF
057700     ADD 1 TO WS-BREAK-COUNT
057800     MOVE SPACES TO WS-EXCP-MESSAGE
057900     IF DL-FLAG = "NOGL"
058000         MOVE "** CONTROL ACCOUNT NOT ON GLMASTER" TO NL-NOTE
058100         WRITE RECON-REPORT-LINE FROM WS-NOTE-LINE
058200         STRING "GL CONTROL NOT ON GLMASTER "
058300             DELIMITED BY SIZE
058400             WS-CT-GL-ACCT(WS-CTL-SUB) DELIMITED BY SIZE
058500             INTO WS-EXCP-MESSAGE
058600         END-STRING
058700     ELSE
058800         MOVE WS-DIFFERENCE TO WS-DIFF-DISP
058900         STRING "GL BRK "              DELIMITED BY SIZE
059000             WS-CT-GL-ACCT(WS-CTL-SUB) DELIMITED BY SIZE
059100             " "                       DELIMITED BY SIZE
059200             WS-CT-SOURCE(WS-CTL-SUB)  DELIMITED BY SIZE
059300             " "                       DELIMITED BY SIZE
059400             WS-CT-PRODUCT(WS-CTL-SUB) DELIMITED BY SIZE
059500             " "                       DELIMITED BY SIZE
059600             WS-CT-BRANCH(WS-CTL-SUB)  DELIMITED BY SIZE
059700             " "                       DELIMITED BY SIZE
059800             WS-DIFF-DISP              DELIMITED BY SIZE
059900             INTO WS-EXCP-MESSAGE
060000         END-STRING
060100     END-IF
060200     MOVE SPACES TO WS-EXCP-FSTATUS
060300     PERFORM 8900-LOG-EXCEPTION
060400         THRU 8900-LOG-EXCEPTION-EXIT.
060500 6000-COMPARE-ONE-CONTROL-EXIT.
060600     EXIT.
060700
060800*----------------------------------------------------------
060900* 8900-LOG-EXCEPTION - WRITE WS-EXCP-MESSAGE TO EXCPLOG.
061000*----------------------------------------------------------
061100 8900-LOG-EXCEPTION.
061200     MOVE "E" TO WS-EXCP-SEVERITY
061300     CALL "EXCPLOG" USING WS-EXCP-PROGRAM WS-EXCP-SEVERITY
061400         WS-EXCP-MESSAGE WS-EXCP-FSTATUS.
061500 8900-LOG-EXCEPTION-EXIT.
061600     EXIT.
061700
061800*----------------------------------------------------------
061900* 9000-TERMINATE - CLOSE FILES AND WRITE THE DAILY-STATS
062000* SUMMARY RECORD.
062100*----------------------------------------------------------
062200 9000-TERMINATE.
062300     IF ACCT-FILE-OPEN
062400         CLOSE ACCOUNT-MASTER
062500     END-IF
062600     IF GLM-FILE-OPEN
062700         CLOSE GL-MASTER-FILE
062800     END-IF
062900     MOVE WS-CTL-COUNT   TO TL-CONTROLS
063000     MOVE WS-BREAK-COUNT TO TL-BREAKS
063100     WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE
063200     CLOSE RECON-REPORT
063300     PERFORM 9500-WRITE-DAILY-STATS
063400         THRU 9500-WRITE-DAILY-STATS-EXIT
063500     DISPLAY "GL-CONTROL-RECON: " WS-CTL-COUNT
063600         " CONTROLS, " WS-BREAK-COUNT " BREAKS".
063700 9000-TERMINATE-EXIT.
063800     EXIT.
063900
064000*----------------------------------------------------------
064100* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
064200* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
064300* CONSOLIDATED REPORT.
064400*----------------------------------------------------------
064500 9500-WRITE-DAILY-STATS.
064600     OPEN EXTEND DAILY-STATS-FILE
064700     MOVE "GL-CONTROL-RECON" TO DS-PROGRAM-NAME
064800     MOVE WS-CTL-COUNT       TO DS-RECORD-COUNT
064900     MOVE WS-CTL-COUNT       TO WS-CTL-DISP
065000     MOVE WS-BREAK-COUNT     TO WS-BREAK-DISP
065100     MOVE SPACES             TO DS-DETAIL
065200     STRING "CONTROLS: "     DELIMITED BY SIZE
065300         WS-CTL-DISP         DELIMITED BY SIZE
065400         "  BREAKS: "        DELIMITED BY SIZE
065500         WS-BREAK-DISP       DELIMITED BY SIZE
065600         INTO DS-DETAIL
065700     END-STRING
065800     WRITE DAILY-STAT-RECORD
065900     CLOSE DAILY-STATS-FILE.
066000 9500-WRITE-DAILY-STATS-EXIT.
066100     EXIT.
