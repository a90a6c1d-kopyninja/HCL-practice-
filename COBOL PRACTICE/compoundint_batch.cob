005300*                 (DEFAULT 5) OF THEIR ACCTMSTR DEPOSITS.
005400*                 THE REASON PRINTS ON LOANDECL AS BEFORE, SO
005500*                 THE LOAN DESK KNOWS WHY.
005510* 2026-10-15 KMR  EACH LOANDECL LINE NOW ALSO CARRIES A TWO-
005520*                 CHARACTER DECLINE CODE, AND EACH LOANQTE LINE
005530*                 THE RATE, TERM AND COMPOUNDING QUOTED, SO
005540*                 LOAN-DECISION-LETTERS CAN WRITE THE APPLICANT'S
005550*                 LETTER FROM THEM.
005600*----------------------------------------------------------
005700 ENVIRONMENT DIVISION.
005800 INPUT-OUTPUT SECTION.
012400     05  DC-APPLICANT-ID     PIC X(10).
012500     05  FILLER              PIC X(02) VALUE SPACES.
012600     05  DC-REASON           PIC X(25).
012610     05  FILLER              PIC X(02) VALUE SPACES.
012620*    NR = NO ELIGIBILITY RESULT, NE = NOT ELIGIBLE, DL =
012630*    DELINQUENT LOANS ON BOOK, BX = BORROWINGS OVER THE LIMIT.
012640     05  DC-DECLINE-CODE     PIC X(02).
012650     05  FILLER              PIC X(39) VALUE SPACES.
012800
012900 FD  CREDIT-PARM.
013000 01  CREDIT-PARM-RECORD.
015500* HEADINGS FOR THE QUOTE REPORT.
015600*----------------------------------------------------------
015700     COPY RPTHEAD.
015710 01  WS-COLUMN-LINE.
015720     05  FILLER              PIC X(45) VALUE
015730         "APPLICANT    PRINCIPAL    INTEREST      TOTAL".
015740     05  FILLER              PIC X(35) VALUE
015750         " RATE YRS  COMPOUNDED".
016000 01  WS-APPLICATION-COUNT    PIC 9(05) COMP VALUE ZERO.
016100 01  WS-APPLICATION-COUNT-D  PIC ZZZZ9.
016200
022700 01  WS-TOTAL-AFTER          PIC S9(11)V99 VALUE ZERO.
022800 01  WS-DEPOSIT-CAP          PIC S9(13)V99 VALUE ZERO.
022900 01  WS-DECLINE-REASON       PIC X(25) VALUE SPACES.
022910 01  WS-DECLINE-CODE         PIC X(02) VALUE SPACES.
023000 01  WS-QUOTED-COUNT         PIC 9(05) COMP VALUE ZERO.
023100
023200*----------------------------------------------------------
026300     05  RL-INTEREST         PIC ZZZ,ZZ9.99.
026400     05  FILLER              PIC X(02) VALUE SPACES.
026500     05  RL-AMOUNT           PIC ZZZ,ZZ9.99.
026510     05  FILLER              PIC X(02) VALUE SPACES.
026520     05  RL-RATE             PIC Z9.99.
026530     05  FILLER              PIC X(02) VALUE SPACES.
026540     05  RL-YEARS            PIC Z9.
026550     05  FILLER              PIC X(02) VALUE SPACES.
026560     05  RL-FREQUENCY        PIC X(09).
026600
026700 PROCEDURE DIVISION.
026800*----------------------------------------------------------
042500*----------------------------------------------------------
042600 2000-PROCESS-APPLICATION.
042700     MOVE SPACES TO WS-DECLINE-REASON
042710                    WS-DECLINE-CODE
042800     IF LOAN-APPLICATION-RECORD(1:3) = "TRL"
042900         PERFORM 2500-VERIFY-TRAILER
043000             THRU 2500-VERIFY-TRAILER-EXIT
044000     SET WS-ELIG-IDX TO 1
044100     IF WS-ELIG-COUNT = ZERO
044200         MOVE "NO ELIGIBILITY RESULT" TO WS-DECLINE-REASON
044210         MOVE "NR" TO WS-DECLINE-CODE
044300         PERFORM 2600-DECLINE-APPLICANT
044400             THRU 2600-DECLINE-APPLICANT-EXIT
044500         GO TO 2000-PROCESS-APPLICATION-EXIT
044700     SEARCH WS-ELIG-ENTRY
044800         AT END
044900             MOVE "NO ELIGIBILITY RESULT" TO WS-DECLINE-REASON
044910             MOVE "NR" TO WS-DECLINE-CODE
045000             PERFORM 2600-DECLINE-APPLICANT
045100                 THRU 2600-DECLINE-APPLICANT-EXIT
045200             GO TO 2000-PROCESS-APPLICATION-EXIT
045600     END-SEARCH
045700     IF NOT WS-ELIG-YES(WS-ELIG-IDX)
045800         MOVE "NOT ELIGIBLE" TO WS-DECLINE-REASON
045810         MOVE "NE" TO WS-DECLINE-CODE
045900         PERFORM 2600-DECLINE-APPLICANT
046000             THRU 2600-DECLINE-APPLICANT-EXIT
046100         GO TO 2000-PROCESS-APPLICATION-EXIT
047500     EVALUATE LA-FREQUENCY-CODE
047600         WHEN 2
047700             MOVE 4  TO WS-PERIODS-PER-YEAR
047710             MOVE "QUARTERLY" TO RL-FREQUENCY
047800         WHEN 3
047900             MOVE 12 TO WS-PERIODS-PER-YEAR
047910             MOVE "MONTHLY"   TO RL-FREQUENCY
048000         WHEN OTHER
048100             MOVE 1  TO WS-PERIODS-PER-YEAR
048110             MOVE "ANNUALLY"  TO RL-FREQUENCY
048200     END-EVALUATE
048300
048400     COMPUTE WS-TOTAL-PERIODS =
049500     MOVE LA-PRINCIPAL    TO RL-PRINCIPAL
049600     MOVE WS-INTEREST     TO RL-INTEREST
049700     MOVE WS-AMOUNT       TO RL-AMOUNT
049710     MOVE LA-RATE         TO RL-RATE
049720     MOVE LA-YEARS-TERM   TO RL-YEARS
049800     IF RPT-LINE-COUNT >= RPT-PAGE-LIMIT
049900         PERFORM 7900-RPT-HEADINGS
050000             THRU 7900-RPT-HEADINGS-EXIT
051700     MOVE SPACES            TO DECLINED-LINE
051800     MOVE LA-APPLICANT-ID   TO DC-APPLICANT-ID
051900     MOVE WS-DECLINE-REASON TO DC-REASON
051910     MOVE WS-DECLINE-CODE   TO DC-DECLINE-CODE
052000     WRITE DECLINED-LINE
052100     MOVE "D" TO WS-NEW-APP-STATUS
052200     PERFORM 2700-MOVE-APP-STATUS
069100*----------------------------------------------------------
069200* 2800-CHECK-CREDIT-PICTURE - THE APPLICANT'S EXISTING BOOK
069300* AGAINST THE NEW LOAN; A PROBLEM LEAVES THE REASON IN
069400* WS-DECLINE-REASON (AND ITS CODE IN WS-DECLINE-CODE).
069500*----------------------------------------------------------
069600 2800-CHECK-CREDIT-PICTURE.
069700     MOVE SPACES TO WS-DECLINE-REASON
069710                    WS-DECLINE-CODE
069800     IF WS-CR-COUNT = ZERO
069900         GO TO 2800-CHECK-CREDIT-PICTURE-EXIT
070000     END-IF
071100     IF WS-CR-DELINQ(WS-CR-IDX) = "Y"
071200         MOVE "DELINQUENT LOANS ON BOOK"
071300             TO WS-DECLINE-REASON
071310         MOVE "DL" TO WS-DECLINE-CODE
071400         GO TO 2800-CHECK-CREDIT-PICTURE-EXIT
071500     END-IF
071600     COMPUTE WS-TOTAL-AFTER
072000     IF WS-TOTAL-AFTER > WS-DEPOSIT-CAP
072100         MOVE "BORROWINGS EXCEED LIMIT"
072200             TO WS-DECLINE-REASON
072210         MOVE "BX" TO WS-DECLINE-CODE
072300     END-IF.
072400 2800-CHECK-CREDIT-PICTURE-EXIT.
072500     EXIT.
