000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOAN-DECISION-LETTERS.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  RUNS AFTER THE QUOTE RUN
001100*                 (COMPOUND-INTEREST-BATCH) AND WRITES ONE
001200*                 DECISION LETTER RECORD (SHARED LTRREC
001300*                 COPYBOOK) PER APPLICANT TO LOANLTRS FOR THE
001400*                 PRINT VENDOR: AN APPROVAL CARRYING THE QUOTE
001500*                 TERMS FROM LOANQTE, OR A DECLINE CARRYING A
001600*                 PLAIN-LANGUAGE REASON MAPPED FROM THE LOANDECL
001700*                 DECLINE CODE.  EACH LETTER CARRIES THE CUSTADDR
001800*                 MAILING BLOCK AND PREFERENCE; A RETURNED-MAIL
001900*                 ADDRESS HAS ITS LETTER HELD ON HOLDMAIL, AND AN
002000*                 APPLICANT WITH NO ADDRESS ON FILE GETS NO
002100*                 LETTER.  THE LTRCTL CONTROL REPORT LISTS EVERY
002200*                 APPLICANT AND WHAT BECAME OF THEIR LETTER.
002300*----------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT QUOTE-REPORT ASSIGN TO "LOANQTE"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-QTE-STATUS.
003000
003100     SELECT DECLINED-REPORT ASSIGN TO "LOANDECL"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-DECL-STATUS.
003400
003500     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS CM-CUST-ID
003900         FILE STATUS IS WS-CUSTM-STATUS.
004000
004100     SELECT CUSTOMER-ADDRESS ASSIGN TO "CUSTADDR"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS AD-CUST-ID
004500         FILE STATUS IS WS-ADDR-STATUS.
004600
004700     SELECT LETTER-FILE ASSIGN TO "LOANLTRS"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900
005000     SELECT HOLD-MAIL-FILE ASSIGN TO "HOLDMAIL"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200
005300     SELECT CONTROL-REPORT ASSIGN TO "LTRCTL"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100*----------------------------------------------------------
006200* LOANQTE IS THE QUOTE RUN'S PRINTED REPORT; ONLY ITS DETAIL
006300* LINES (NOT THE HEADINGS OR TRAILER) ARE QUOTES.
006400*----------------------------------------------------------
006500 FD  QUOTE-REPORT.
006600 01  QUOTE-REPORT-LINE       PIC X(80).
006700 01  QUOTE-DETAIL.
006800     05  QT-APPLICANT-ID     PIC X(10).
006900     05  FILLER              PIC X(02).
007000     05  QT-PRINCIPAL        PIC ZZZ,ZZ9.
007100     05  FILLER              PIC X(02).
007200     05  QT-INTEREST         PIC ZZZ,ZZ9.99.
007300     05  FILLER              PIC X(02).
007400     05  QT-AMOUNT           PIC ZZZ,ZZ9.99.
007500     05  FILLER              PIC X(02).
007600     05  QT-RATE             PIC Z9.99.
007700     05  FILLER              PIC X(02).
007800     05  QT-YEARS            PIC Z9.
007900     05  FILLER              PIC X(02).
008000     05  QT-FREQUENCY        PIC X(09).
008100     05  FILLER              PIC X(15).
008200
008300 FD  DECLINED-REPORT.
008400 01  DECLINED-LINE.
008500     05  DC-APPLICANT-ID     PIC X(10).
008600     05  FILLER              PIC X(02).
008700     05  DC-REASON           PIC X(25).
008800     05  FILLER              PIC X(02).
008900     05  DC-DECLINE-CODE     PIC X(02).
009000     05  FILLER              PIC X(39).
009100
009200 FD  CUSTOMER-MASTER.
009300 01  CUSTOMER-MASTER-RECORD.
009400     COPY CUSTMREC.
009500
009600 FD  CUSTOMER-ADDRESS.
009700 01  CUSTOMER-ADDRESS-RECORD.
009800     COPY ADDRREC.
009900
010000 FD  LETTER-FILE.
010100 01  LETTER-RECORD.
010200     COPY LTRREC.
010300
010400 FD  HOLD-MAIL-FILE.
010500 01  HOLD-MAIL-RECORD.
010600     COPY HMAILREC.
010700
010800 FD  CONTROL-REPORT.
010900 01  CONTROL-REPORT-LINE     PIC X(80).
011000
011100 FD  DAILY-STATS-FILE.
011200     COPY DLYSTAT.
011300
011400 WORKING-STORAGE SECTION.
011500*----------------------------------------------------------
011600* SWITCHES AND FILE STATUS
011700*----------------------------------------------------------
011800 01  WS-SWITCHES.
011900     05  WS-INIT-FLAG        PIC X(01) VALUE "Y".
012000         88  INIT-SUCCESSFUL         VALUE "Y".
012100     05  WS-QTE-EOF-FLAG     PIC X(01) VALUE "N".
012200         88  END-OF-QUOTES           VALUE "Y".
012300     05  WS-DECL-EOF-FLAG    PIC X(01) VALUE "N".
012400         88  END-OF-DECLINES         VALUE "Y".
012500     05  WS-CUSTM-OPEN-FLAG  PIC X(01) VALUE "N".
012600         88  CUSTM-FILE-OPEN         VALUE "Y".
012700 01  WS-QTE-STATUS           PIC X(02).
012800     88  QTE-FILE-OK                 VALUE "00".
012900 01  WS-DECL-STATUS          PIC X(02).
013000     88  DECL-FILE-OK                VALUE "00".
013100 01  WS-CUSTM-STATUS         PIC X(02).
013200     88  CUSTM-FILE-OK               VALUE "00".
013300 01  WS-ADDR-STATUS          PIC X(02).
013400     88  ADDR-FILE-OK                VALUE "00".
013500 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
013600
013700*----------------------------------------------------------
013800* DECLINE CODES AS THE QUOTE RUN WRITES THEM ON LOANDECL, AND
013900* THE WORDS THE APPLICANT SEES FOR EACH.  A CODE NOT IN THE
014000* TABLE GETS THE CATCH-ALL TEXT.
014100*----------------------------------------------------------
014200 01  WS-REASON-VALUES.
014300     05  FILLER              PIC X(02) VALUE "NR".
014400     05  FILLER              PIC X(60) VALUE
014500         "WE COULD NOT CONFIRM YOUR ELIGIBILITY FOR THIS LOAN.".
014600     05  FILLER              PIC X(02) VALUE "NE".
014700     05  FILLER              PIC X(60) VALUE
014800         "YOU DO NOT MEET THE ELIGIBILITY RULES FOR THIS LOAN.".
014900     05  FILLER              PIC X(02) VALUE "DL".
015000     05  FILLER              PIC X(60) VALUE
015100         "A LOAN YOU HAVE WITH US HAS A PAYMENT PAST DUE.".
015200     05  FILLER              PIC X(02) VALUE "BX".
015300     05  FILLER              PIC X(60) VALUE
015400         "THIS LOAN WOULD TAKE YOUR BORROWING PAST OUR LIMIT.".
015500 01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
015600     05  WS-REASON-ENTRY     OCCURS 4 TIMES
015700             INDEXED BY WS-REASON-IDX.
015800         10  WS-REASON-CODE  PIC X(02).
015900         10  WS-REASON-TEXT  PIC X(60).
016000 01  WS-OTHER-REASON         PIC X(60) VALUE
016100     "PLEASE CONTACT YOUR BRANCH ABOUT THIS DECISION.".
016200
016300*----------------------------------------------------------
016400* COUNTERS
016500*----------------------------------------------------------
016600 01  WS-APPROVED-COUNT       PIC 9(05) COMP VALUE ZERO.
016700 01  WS-DECLINED-COUNT       PIC 9(05) COMP VALUE ZERO.
016800 01  WS-LETTER-COUNT         PIC 9(05) COMP VALUE ZERO.
016900 01  WS-HELD-COUNT           PIC 9(05) COMP VALUE ZERO.
017000 01  WS-SKIPPED-COUNT        PIC 9(05) COMP VALUE ZERO.
017100 01  WS-LETTER-COUNT-DISP    PIC ZZZZ9.
017200 01  WS-HELD-COUNT-DISP      PIC ZZZZ9.
017300 01  WS-SKIPPED-COUNT-DISP   PIC ZZZZ9.
017400
017500*----------------------------------------------------------
017600* RUN-CONTROL FIELDS FOR THE SHARED RUNCTL SUBPROGRAM.
017700*----------------------------------------------------------
017800 01  WS-RUNCTL-PROGRAM       PIC X(23)
017900     VALUE "LOAN-DECISION-LETTERS".
018000 01  WS-RUNCTL-ACTION        PIC X(01) VALUE "S".
018100 01  WS-RUNCTL-RC-STATUS     PIC X(04) VALUE "OK  ".
018200 01  WS-RUNCTL-ALLOW         PIC X(01) VALUE "Y".
018300     88  WS-RUN-ALLOWED              VALUE "Y".
018400
018500*----------------------------------------------------------
018600* THE TWO HOLDMAIL LINES FOR A LETTER THAT IS HELD.
018700*----------------------------------------------------------
018800 01  WS-HELD-LINE-1.
018900     05  FILLER              PIC X(31) VALUE
019000         "LOAN DECISION LETTER  APPLICANT".
019100     05  FILLER              PIC X(01) VALUE SPACE.
019200     05  HL-APPLICANT-ID     PIC X(10).
019300     05  FILLER              PIC X(02) VALUE SPACES.
019400     05  HL-DECISION         PIC X(08).
019500     05  FILLER              PIC X(28) VALUE SPACES.
019600 01  WS-HELD-TERMS-LINE.
019700     05  FILLER              PIC X(10) VALUE "PRINCIPAL ".
019800     05  HT-PRINCIPAL        PIC ZZZ,ZZ9.
019900     05  FILLER              PIC X(04) VALUE " AT ".
020000     05  HT-RATE             PIC Z9.99.
020100     05  FILLER              PIC X(06) VALUE "% FOR ".
020200     05  HT-YEARS            PIC Z9.
020300     05  FILLER              PIC X(21) VALUE
020400         " YEARS, COMPOUNDED   ".
020500     05  HT-FREQUENCY        PIC X(09).
020600     05  FILLER              PIC X(16) VALUE SPACES.
020700
020800*----------------------------------------------------------
020900* STANDARD REPORT HEADING/TRAILER FIELDS AND THE CONTROL
021000* REPORT LINES.
021100*----------------------------------------------------------
021200     COPY RPTHEAD.
021300 01  WS-COLUMN-LINE.
021400     05  FILLER              PIC X(40) VALUE
021500         "APPLICANT   CUST    DECISION  LETTER    ".
021600     05  FILLER              PIC X(40) VALUE
021700         "          NOTE".
021800 01  WS-CONTROL-DETAIL.
021900     05  CD-APPLICANT-ID     PIC X(10).
022000     05  FILLER              PIC X(02) VALUE SPACES.
022100     05  CD-CUST-ID          PIC X(06).
022200     05  FILLER              PIC X(02) VALUE SPACES.
022300     05  CD-DECISION         PIC X(08).
022400     05  FILLER              PIC X(02) VALUE SPACES.
022500     05  CD-DISPOSITION      PIC X(18).
022600     05  FILLER              PIC X(02) VALUE SPACES.
022700     05  CD-NOTE             PIC X(30).
022800 01  WS-TOTAL-LINE.
022900     05  FILLER              PIC X(18) VALUE "LETTERS PRODUCED: ".
023000     05  TL-LETTERS          PIC ZZZZ9.
023100     05  FILLER              PIC X(09) VALUE "   HELD: ".
023200     05  TL-HELD             PIC ZZZZ9.
023300     05  FILLER              PIC X(24) VALUE
023400         "   SKIPPED NO ADDRESS: ".
023500     05  TL-SKIPPED          PIC ZZZZ9.
023600     05  FILLER              PIC X(14) VALUE SPACES.
023700
023800 PROCEDURE DIVISION.
023900*----------------------------------------------------------
024000* 0000-MAINLINE
024100*----------------------------------------------------------
024200 0000-MAINLINE.
024300     MOVE "S" TO WS-RUNCTL-ACTION
024400     CALL "RUNCTL" USING WS-RUNCTL-PROGRAM WS-RUNCTL-ACTION
024500         WS-RUNCTL-RC-STATUS WS-RUNCTL-ALLOW
024600     IF NOT WS-RUN-ALLOWED
024700         DISPLAY "LOAN-DECISION-LETTERS: ALREADY COMPLETED FOR "
024800             "THIS DATE - STEP NOT RERUN"
024900         STOP RUN
025000     END-IF
025100     PERFORM 1000-INITIALIZE
025200         THRU 1000-INITIALIZE-EXIT
025300     IF INIT-SUCCESSFUL
025400         PERFORM 2000-APPROVAL-LETTER
025500             THRU 2000-APPROVAL-LETTER-EXIT
025600             UNTIL END-OF-QUOTES
025700         PERFORM 3000-DECLINE-LETTER
025800             THRU 3000-DECLINE-LETTER-EXIT
025900             UNTIL END-OF-DECLINES
026000     END-IF
026100     PERFORM 9000-TERMINATE
026200         THRU 9000-TERMINATE-EXIT
026300     IF RETURN-CODE NOT = ZERO
026400         MOVE "FAIL" TO WS-RUNCTL-RC-STATUS
026500     END-IF
026600     MOVE "E" TO WS-RUNCTL-ACTION
026700     CALL "RUNCTL" USING WS-RUNCTL-PROGRAM WS-RUNCTL-ACTION
026800         WS-RUNCTL-RC-STATUS WS-RUNCTL-ALLOW
026900     IF WS-RUNCTL-RC-STATUS = "FAIL"
027000         MOVE 8 TO RETURN-CODE
027100     END-IF
027200     STOP RUN.
027300
027400*----------------------------------------------------------
027500* 1000-INITIALIZE - OPEN FILES AND HEAD THE CONTROL REPORT.
027600* NO LOANQTE, LOANDECL OR CUSTADDR FAILS THE STEP; NO
027700* CUSTMSTR ONLY LEAVES THE NAMES OFF THE LETTERS.
027800*----------------------------------------------------------
027900 1000-INITIALIZE.
028000     CALL "GETBDATE" USING WS-BUSINESS-DATE
028100     OPEN OUTPUT CONTROL-REPORT
028200     MOVE "LOAN DECISION LETTER CONTROL" TO RPT-TITLE
028300     MOVE WS-BUSINESS-DATE TO RPT-HEAD-DATE
028400     PERFORM 7900-RPT-HEADINGS
028500         THRU 7900-RPT-HEADINGS-EXIT
028600     OPEN INPUT QUOTE-REPORT
028700     IF NOT QTE-FILE-OK
028800         DISPLAY "LOAN-DECISION-LETTERS: LOANQTE OPEN FAILED, "
028900             "STATUS " WS-QTE-STATUS
029000         MOVE 8 TO RETURN-CODE
029100         MOVE "N" TO WS-INIT-FLAG
029200         GO TO 1000-INITIALIZE-EXIT
029300     END-IF
029400     OPEN INPUT DECLINED-REPORT
029500     IF NOT DECL-FILE-OK
029600         DISPLAY "LOAN-DECISION-LETTERS: LOANDECL OPEN FAILED, "
029700             "STATUS " WS-DECL-STATUS
029800         CLOSE QUOTE-REPORT
029900         MOVE 8 TO RETURN-CODE
030000         MOVE "N" TO WS-INIT-FLAG
030100         GO TO 1000-INITIALIZE-EXIT
030200     END-IF
030300     OPEN INPUT CUSTOMER-ADDRESS
030400     IF NOT ADDR-FILE-OK
030500         DISPLAY "LOAN-DECISION-LETTERS: CUSTADDR OPEN FAILED, "
030600             "STATUS " WS-ADDR-STATUS
030700         CLOSE QUOTE-REPORT
030800         CLOSE DECLINED-REPORT
030900         MOVE 8 TO RETURN-CODE
031000         MOVE "N" TO WS-INIT-FLAG
031100         GO TO 1000-INITIALIZE-EXIT
031200     END-IF
031300     OPEN INPUT CUSTOMER-MASTER
031400     IF CUSTM-FILE-OK
031500         MOVE "Y" TO WS-CUSTM-OPEN-FLAG
031600     ELSE
031700         DISPLAY "LOAN-DECISION-LETTERS: NO CUSTMSTR FILE, "
031800             "LETTERS WILL CARRY NO NAME"
031900     END-IF
032000     OPEN OUTPUT LETTER-FILE
032100     OPEN EXTEND HOLD-MAIL-FILE.
032200 1000-INITIALIZE-EXIT.
032300     EXIT.
032400
032500*----------------------------------------------------------
032600* 2000-APPROVAL-LETTER - ONE LOANQTE LINE.  HEADINGS, THE
032700* TRAILER AND BLANK LINES ARE PASSED OVER; A DETAIL LINE IS
032800* A QUOTE AND BECOMES AN APPROVAL LETTER.
032900*----------------------------------------------------------
033000 2000-APPROVAL-LETTER.
033100     READ QUOTE-REPORT
033200         AT END
033300             MOVE "Y" TO WS-QTE-EOF-FLAG
033400             GO TO 2000-APPROVAL-LETTER-EXIT
033500     END-READ
033600     IF QUOTE-REPORT-LINE = SPACES
033700      OR QUOTE-REPORT-LINE(1:17) = "LOAN QUOTE REPORT"
033800      OR QUOTE-REPORT-LINE(1:9)  = "APPLICANT"
033900      OR QUOTE-REPORT-LINE(1:16) = "END OF REPORT - "
034000         GO TO 2000-APPROVAL-LETTER-EXIT
034100     END-IF
034200     MOVE SPACES          TO LETTER-RECORD
034300     MOVE ZERO            TO LT-PRINCIPAL LT-RATE LT-YEARS-TERM
034400                             LT-INTEREST LT-TOTAL-REPAY
034500     MOVE "A"             TO LT-DECISION
034600     MOVE QT-APPLICANT-ID TO LT-APPLICANT-ID
034700     MOVE QT-PRINCIPAL    TO LT-PRINCIPAL
034800     MOVE QT-RATE         TO LT-RATE
034900     MOVE QT-YEARS        TO LT-YEARS-TERM
035000     MOVE QT-FREQUENCY    TO LT-COMPOUNDING
035100     MOVE QT-INTEREST     TO LT-INTEREST
035200     MOVE QT-AMOUNT       TO LT-TOTAL-REPAY
035300     MOVE "APPROVED"      TO CD-DECISION
035400     MOVE SPACES          TO CD-NOTE
035500     ADD 1 TO WS-APPROVED-COUNT
035600     PERFORM 5000-ISSUE-LETTER
035700         THRU 5000-ISSUE-LETTER-EXIT.
035800 2000-APPROVAL-LETTER-EXIT.
035900     EXIT.
036000
036100*----------------------------------------------------------
036200* 3000-DECLINE-LETTER - ONE LOANDECL LINE BECOMES A DECLINE
036300* LETTER WITH THE PLAIN-LANGUAGE REASON FOR ITS CODE.
036400*----------------------------------------------------------
036500 3000-DECLINE-LETTER.
036600     READ DECLINED-REPORT
036700         AT END
036800             MOVE "Y" TO WS-DECL-EOF-FLAG
036900             GO TO 3000-DECLINE-LETTER-EXIT
037000     END-READ
037100     IF DC-APPLICANT-ID = SPACES
037200         GO TO 3000-DECLINE-LETTER-EXIT
037300     END-IF
037400     MOVE SPACES          TO LETTER-RECORD
037500     MOVE ZERO            TO LT-PRINCIPAL LT-RATE LT-YEARS-TERM
037600                             LT-INTEREST LT-TOTAL-REPAY
037700     MOVE "D"             TO LT-DECISION
037800     MOVE DC-APPLICANT-ID TO LT-APPLICANT-ID
037900     MOVE DC-DECLINE-CODE TO LT-DECLINE-CODE
038000     MOVE WS-OTHER-REASON TO LT-REASON-TEXT
038100     SET WS-REASON-IDX TO 1
038200     SEARCH WS-REASON-ENTRY
038300         AT END
038400             CONTINUE
038500         WHEN WS-REASON-CODE(WS-REASON-IDX) = DC-DECLINE-CODE
038600             MOVE WS-REASON-TEXT(WS-REASON-IDX) TO LT-REASON-TEXT
038700     END-SEARCH
038800     MOVE "DECLINED"      TO CD-DECISION
038900     MOVE DC-REASON       TO CD-NOTE
039000     ADD 1 TO WS-DECLINED-COUNT
039100     PERFORM 5000-ISSUE-LETTER
039200         THRU 5000-ISSUE-LETTER-EXIT.
039300 3000-DECLINE-LETTER-EXIT.
039400     EXIT.
039500
039600*----------------------------------------------------------
039700* 5000-ISSUE-LETTER - ADDRESS THE LETTER STAGED BY THE CALLER
039800* AND SEND IT THE WAY THE CUSTOMER ASKED: MAIL, ELECTRONIC
039900* DELIVERY OR HOLD AT BRANCH.  A RETURNED-MAIL ADDRESS HAS A
040000* PAPER LETTER HELD ON HOLDMAIL; NO ADDRESS ON FILE MEANS NO
040100* LETTER AT ALL, JUST A LINE ON THE CONTROL REPORT.
040200*----------------------------------------------------------
040300 5000-ISSUE-LETTER.
040400     MOVE WS-BUSINESS-DATE      TO LT-LETTER-DATE
040500     MOVE LT-APPLICANT-ID(1:6)  TO LT-CUST-ID
040600     MOVE LT-APPLICANT-ID       TO CD-APPLICANT-ID
040700     MOVE LT-CUST-ID            TO CD-CUST-ID
040800     MOVE LT-CUST-ID            TO AD-CUST-ID
040900     READ CUSTOMER-ADDRESS
041000         INVALID KEY
041100             MOVE SPACES TO AD-STREET
041200     END-READ
041300     IF AD-STREET = SPACES
041400         MOVE "SKIPPED-NO ADDRESS" TO CD-DISPOSITION
041500         ADD 1 TO WS-SKIPPED-COUNT
041600         GO TO 5000-ISSUE-LETTER-PRINT
041700     END-IF
041800
041900     IF CUSTM-FILE-OPEN
042000         MOVE LT-CUST-ID TO CM-CUST-ID
042100         READ CUSTOMER-MASTER
042200             INVALID KEY
042300                 CONTINUE
042400             NOT INVALID KEY
042500                 MOVE CM-CUST-NAME TO LT-NAME
042600         END-READ
042700     END-IF
042800     MOVE AD-STREET TO LT-STREET
042900     MOVE AD-CITY   TO LT-CITY
043000     MOVE AD-STATE  TO LT-STATE
043100     MOVE AD-ZIP    TO LT-ZIP
043200     EVALUATE TRUE
043300         WHEN AD-E-DELIVERY
043400             MOVE "E" TO LT-DELIVERY
043500             MOVE "E-DELIVERY"     TO CD-DISPOSITION
043600         WHEN AD-HOLD-AT-BRANCH
043700             MOVE "H" TO LT-DELIVERY
043800             MOVE "HOLD AT BRANCH" TO CD-DISPOSITION
043900         WHEN OTHER
044000             MOVE "M" TO LT-DELIVERY
044100             MOVE "MAILED"         TO CD-DISPOSITION
044200     END-EVALUATE
044300     IF AD-MAIL-RETURNED AND NOT LT-BY-E-DELIVERY
044400         PERFORM 5100-HOLD-LETTER
044500             THRU 5100-HOLD-LETTER-EXIT
044600         MOVE "HELD-RETURNED MAIL" TO CD-DISPOSITION
044700         ADD 1 TO WS-HELD-COUNT
044800         GO TO 5000-ISSUE-LETTER-PRINT
044900     END-IF
045000     WRITE LETTER-RECORD
045100     ADD 1 TO WS-LETTER-COUNT.
045200
045300 5000-ISSUE-LETTER-PRINT.
045400     IF RPT-LINE-COUNT >= RPT-PAGE-LIMIT
045500         PERFORM 7900-RPT-HEADINGS
045600             THRU 7900-RPT-HEADINGS-EXIT
045700     END-IF
045800     WRITE CONTROL-REPORT-LINE FROM WS-CONTROL-DETAIL
045900     ADD 1 TO RPT-LINE-COUNT
046000     ADD 1 TO RPT-DETAIL-COUNT.
046100 5000-ISSUE-LETTER-EXIT.
046200     EXIT.
046300
046400*----------------------------------------------------------
046500* 5100-HOLD-LETTER - THE LETTER'S HEADLINE AND ITS TERMS OR
046600* REASON AS TWO HELD LINES ON HOLDMAIL.
046700*----------------------------------------------------------
046800 5100-HOLD-LETTER.
046900     MOVE WS-BUSINESS-DATE      TO HM-HELD-DATE
047000     MOVE "LOANLTR"             TO HM-SOURCE
047100     MOVE LT-CUST-ID            TO HM-CUST-ID
047200     MOVE LT-APPLICANT-ID       TO HM-REF
047300     MOVE AD-RETURNED-DATE      TO HM-RETURNED-DATE
047400     MOVE LT-APPLICANT-ID       TO HL-APPLICANT-ID
047500     MOVE CD-DECISION           TO HL-DECISION
047600     MOVE 1                     TO HM-LINE-NO
047700     MOVE WS-HELD-LINE-1        TO HM-IMAGE
047800     WRITE HOLD-MAIL-RECORD
047900     MOVE 2                     TO HM-LINE-NO
048000     IF LT-APPROVED
048100         MOVE LT-PRINCIPAL      TO HT-PRINCIPAL
048200         MOVE LT-RATE           TO HT-RATE
048300         MOVE LT-YEARS-TERM     TO HT-YEARS
048400         MOVE LT-COMPOUNDING    TO HT-FREQUENCY
048500         MOVE WS-HELD-TERMS-LINE TO HM-IMAGE
048600     ELSE
048700         MOVE LT-REASON-TEXT    TO HM-IMAGE
048800     END-IF
048900     WRITE HOLD-MAIL-RECORD.
049000 5100-HOLD-LETTER-EXIT.
049100     EXIT.
049200
049300*----------------------------------------------------------
049400* 7900-RPT-HEADINGS - THROW A NEW PAGE: THE STANDARD HEADING
049500* BLOCK AND THE COLUMN HEADINGS.
049600*----------------------------------------------------------
049700 7900-RPT-HEADINGS.
049800     ADD 1 TO RPT-PAGE-NUMBER
049900     MOVE RPT-PAGE-NUMBER TO RPT-PAGE-DISPLAY
050000     WRITE CONTROL-REPORT-LINE FROM RPT-HEADING-LINE
050100     WRITE CONTROL-REPORT-LINE FROM WS-COLUMN-LINE
050200     MOVE 2 TO RPT-LINE-COUNT.
050300 7900-RPT-HEADINGS-EXIT.
050400     EXIT.
050500
050600*----------------------------------------------------------
050700* 9000-TERMINATE - TOTALS, TRAILER, CLOSE FILES AND WRITE THE
050800* DAILY-STATS SUMMARY RECORD.
050900*----------------------------------------------------------
051000 9000-TERMINATE.
051100     MOVE WS-LETTER-COUNT  TO TL-LETTERS
051200     MOVE WS-HELD-COUNT    TO TL-HELD
051300     MOVE WS-SKIPPED-COUNT TO TL-SKIPPED
051400     WRITE CONTROL-REPORT-LINE FROM WS-TOTAL-LINE
051500     MOVE RPT-DETAIL-COUNT TO RPT-TRAILER-COUNT
051600     WRITE CONTROL-REPORT-LINE FROM RPT-TRAILER-LINE
051700     CLOSE CONTROL-REPORT
051800     IF INIT-SUCCESSFUL
051900         CLOSE QUOTE-REPORT
052000         CLOSE DECLINED-REPORT
052100         CLOSE CUSTOMER-ADDRESS
052200         CLOSE LETTER-FILE
052300         CLOSE HOLD-MAIL-FILE
052400     END-IF
052500     IF CUSTM-FILE-OPEN
052600         CLOSE CUSTOMER-MASTER
052700     END-IF
052800     PERFORM 9500-WRITE-DAILY-STATS
052900         THRU 9500-WRITE-DAILY-STATS-EXIT
053000     DISPLAY "LOAN-DECISION-LETTERS: " WS-APPROVED-COUNT
053100         " APPROVED, " WS-DECLINED-COUNT " DECLINED, "
053200         WS-LETTER-COUNT " LETTERS, " WS-HELD-COUNT " HELD, "
053300         WS-SKIPPED-COUNT " NO ADDRESS".
053400 9000-TERMINATE-EXIT.
053500     EXIT.
053600
053700*----------------------------------------------------------
053800* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
053900* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
054000* CONSOLIDATED REPORT.
054100*----------------------------------------------------------
054200 9500-WRITE-DAILY-STATS.
054300     OPEN EXTEND DAILY-STATS-FILE
054400     MOVE "LOAN-DECISION-LETTERS" TO DS-PROGRAM-NAME
054500     MOVE WS-LETTER-COUNT         TO DS-RECORD-COUNT
054600     MOVE WS-LETTER-COUNT         TO WS-LETTER-COUNT-DISP
054700     MOVE WS-HELD-COUNT           TO WS-HELD-COUNT-DISP
054800     MOVE WS-SKIPPED-COUNT        TO WS-SKIPPED-COUNT-DISP
054900     MOVE SPACES                  TO DS-DETAIL
055000     STRING "LETTERS:" DELIMITED BY SIZE
055100         WS-LETTER-COUNT-DISP DELIMITED BY SIZE
055200         " HELD:" DELIMITED BY SIZE
055300         WS-HELD-COUNT-DISP DELIMITED BY SIZE
055400         " NOADDR:" DELIMITED BY SIZE
055500         WS-SKIPPED-COUNT-DISP DELIMITED BY SIZE
055600         INTO DS-DETAIL
055700     END-STRING
055800     WRITE DAILY-STAT-RECORD
055900     CLOSE DAILY-STATS-FILE.
056000 9500-WRITE-DAILY-STATS-EXIT.
056100     EXIT.
