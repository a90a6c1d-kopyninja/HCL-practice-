000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOAN-PAID-IN-FULL-BATCH.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  NIGHTLY PAID-IN-FULL RUN OVER
001100*                 LOANMSTR, AFTER THE STANDING ORDERS HAVE
001200*                 POSTED.  A LOAN CLOSED BY A REPAYMENT (TELLER
001300*                 OR STANDING ORDER STAMPS LN-CLOSE-DATE) AND
001400*                 NOT YET PROCESSED HAS EVERY PIECE OF ITS
001500*                 COLLFILE COLLATERAL MARKED RELEASED WITH THE
001600*                 BUSINESS DATE, AND GETS A PAID-IN-FULL /
001700*                 LIEN-RELEASE LETTER ON PIFLTR: A HEADER
001800*                 RECORD WITH THE MAILING BLOCK FROM
001900*                 CUSTMSTR/CUSTADDR AND ANY OVERPAYMENT TO BE
002000*                 REFUNDED, THEN ONE RECORD PER COLLATERAL
002100*                 DESCRIPTION.  THE PIFRPT REGISTER LISTS EACH
002200*                 LOAN, ITS RELEASED PIECES AND THE REFUND DUE
002300*                 TO THE BORROWER'S ACCOUNT.  LN-PIF-DATE IS
002400*                 STAMPED SO NO LOAN IS PROCESSED TWICE.
002500*----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT LOAN-MASTER ASSIGN TO "LOANMSTR"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS LN-LOAN-NUMBER
003300         FILE STATUS IS WS-LOAN-STATUS.
003400
003500     SELECT COLLATERAL-FILE ASSIGN TO "COLLFILE"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS CL-KEY
003900         FILE STATUS IS WS-COLL-STATUS.
004000
004100     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS CM-CUST-ID
004500         FILE STATUS IS WS-CUSTM-STATUS.
004600
004700     SELECT CUSTOMER-ADDRESS ASSIGN TO "CUSTADDR"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS AD-CUST-ID
005100         FILE STATUS IS WS-ADDR-STATUS.
005200
005300     SELECT PAID-LETTER-FILE ASSIGN TO "PIFLTR"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600     SELECT PAID-REPORT ASSIGN TO "PIFRPT"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800
005900     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  LOAN-MASTER.
006500 01  LOAN-MASTER-RECORD.
006600     COPY LOANREC.
006700
006800 FD  COLLATERAL-FILE.
006900 01  COLLATERAL-RECORD.
007000     COPY COLLREC.
007100
007200 FD  CUSTOMER-MASTER.
007300 01  CUSTOMER-MASTER-RECORD.
007400     COPY CUSTMREC.
007500
007600 FD  CUSTOMER-ADDRESS.
007700 01  CUSTOMER-ADDRESS-RECORD.
007800     COPY ADDRREC.
007900
008000*    ONE LETTER PER LOAN FOR THE PRINT-AND-MAIL VENDOR: AN "H"
008100*    HEADER WITH THE MAILING BLOCK (LAID OUT AS ON THE LOANBILL
008200*    NOTICE) AND THE REFUND, FOLLOWED BY ONE "C" RECORD PER
008300*    PIECE OF COLLATERAL WHOSE LIEN IS RELEASED.  PL-NO-ADDRESS
008400*    FLAGS A LETTER THAT CANNOT MAIL.
008500 FD  PAID-LETTER-FILE.
008600 01  PAID-LETTER-RECORD.
008700     05  PL-LOAN             PIC X(08).
008800     05  PL-REC-TYPE         PIC X(01).
008900         88  PL-IS-HEADER            VALUE "H".
009000         88  PL-IS-COLLATERAL        VALUE "C".
009100     05  PL-BODY             PIC X(141).
009200     05  PL-HEADER           REDEFINES PL-BODY.
009300         10  PL-CUST-ID      PIC X(06).
009400         10  PL-NAME         PIC X(20).
009500         10  PL-STREET       PIC X(25).
009600         10  PL-CITY         PIC X(15).
009700         10  PL-STATE        PIC X(02).
009800         10  PL-ZIP          PIC X(10).
009900         10  PL-MAIL-PREF    PIC X(01).
010000         10  PL-NO-ADDRESS   PIC X(01).
010100         10  PL-LETTER-DATE  PIC 9(08).
010200         10  PL-CLOSE-DATE   PIC 9(08).
010300         10  PL-PRINCIPAL    PIC 9(06).
010400         10  PL-REFUND-AMT   PIC 9(5)V99.
010500         10  PL-REFUND-ACCT  PIC X(06).
010600         10  FILLER          PIC X(26).
010700     05  PL-COLLATERAL       REDEFINES PL-BODY.
010800         10  PL-COLL-SEQ     PIC 9(02).
010900         10  PL-COLL-TYPE    PIC X(02).
011000         10  PL-COLL-DESC    PIC X(20).
011100         10  PL-COLL-VALUE   PIC 9(9)V99.
011200         10  PL-RELEASE-DATE PIC 9(08).
011300         10  FILLER          PIC X(98).
011400
011500 FD  PAID-REPORT.
011600 01  PAID-REPORT-LINE        PIC X(80).
011700
011800 FD  DAILY-STATS-FILE.
011900     COPY DLYSTAT.
012000
012100 WORKING-STORAGE SECTION.
012200*----------------------------------------------------------
012300* SWITCHES AND FILE STATUS
012400*----------------------------------------------------------
012500 01  WS-SWITCHES.
012600     05  WS-INIT-FLAG        PIC X(01) VALUE "Y".
012700         88  INIT-SUCCESSFUL         VALUE "Y".
012800     05  WS-EOF-FLAG         PIC X(01) VALUE "N".
012900         88  END-OF-LOANS            VALUE "Y".
013000     05  WS-COLL-EOF-FLAG    PIC X(01) VALUE "N".
013100         88  END-OF-COLLATERAL       VALUE "Y".
013200 01  WS-LOAN-STATUS          PIC X(02).
013300     88  LOAN-FILE-OK                VALUE "00".
013400 01  WS-COLL-STATUS          PIC X(02).
013500     88  COLL-FILE-OK                VALUE "00".
013600 01  WS-COLL-OPEN-FLAG       PIC X(01) VALUE "N".
013700     88  COLL-FILE-OPEN              VALUE "Y".
013800 01  WS-CUSTM-STATUS         PIC X(02).
013900     88  CUSTM-FILE-OK               VALUE "00".
014000 01  WS-CUSTM-OPEN-FLAG      PIC X(01) VALUE "N".
014100     88  CUSTM-FILE-OPEN             VALUE "Y".
014200 01  WS-ADDR-STATUS          PIC X(02).
014300     88  ADDR-FILE-OK                VALUE "00".
014400 01  WS-ADDR-OPEN-FLAG       PIC X(01) VALUE "N".
014500     88  ADDR-FILE-OPEN              VALUE "Y".
014600
014700*----------------------------------------------------------
014800* WORK FIELDS
014900*----------------------------------------------------------
015000 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
015100 01  WS-CUST-ID              PIC X(06).
015200 01  WS-REFUND-ACCT          PIC X(06).
015300 01  WS-REFUND-AMT           PIC 9(5)V99 VALUE ZERO.
015400 01  WS-LOAN-PIECES          PIC 9(03) COMP VALUE ZERO.
015500 01  WS-NOTE                 PIC X(10).
015600
015700*----------------------------------------------------------
015800* COUNTERS
015900*----------------------------------------------------------
016000 01  WS-PAID-COUNT           PIC 9(05) COMP VALUE ZERO.
016100 01  WS-RELEASED-COUNT       PIC 9(05) COMP VALUE ZERO.
016200 01  WS-REFUND-COUNT         PIC 9(05) COMP VALUE ZERO.
016300 01  WS-NO-ADDR-COUNT        PIC 9(05) COMP VALUE ZERO.
016400 01  WS-REFUND-TOTAL         PIC 9(7)V99 VALUE ZERO.
016500 01  WS-PAID-COUNT-DISP      PIC ZZZZ9.
016600 01  WS-RELEASED-COUNT-DISP  PIC ZZZZ9.
016700
016800*----------------------------------------------------------
016900* REGISTER LINES
017000*----------------------------------------------------------
017100     COPY RPTHEAD.
017200 01  WS-COLUMN-LINE.
017300     05  FILLER              PIC X(40) VALUE
017400         "LOAN     CUST   CLOSED   PIECES   REFUND".
017500     05  FILLER              PIC X(24) VALUE
017600         " TO ACCT  NOTE          ".
017700 01  WS-DETAIL-LINE.
017800     05  DL-LOAN             PIC X(08).
017900     05  FILLER              PIC X(01) VALUE SPACE.
018000     05  DL-CUST-ID          PIC X(06).
018100     05  FILLER              PIC X(01) VALUE SPACE.
018200     05  DL-CLOSE-DATE       PIC 9(08).
018300     05  FILLER              PIC X(03) VALUE SPACES.
018400     05  DL-PIECES           PIC ZZ9.
018500     05  FILLER              PIC X(01) VALUE SPACE.
018600     05  DL-REFUND           PIC ZZ,ZZ9.99.
018700     05  FILLER              PIC X(01) VALUE SPACE.
018800     05  DL-REFUND-ACCT      PIC X(06).
018900     05  FILLER              PIC X(03) VALUE SPACES.
019000     05  DL-NOTE             PIC X(10).
019100 01  WS-COLL-LINE.
019200     05  FILLER              PIC X(17) VALUE SPACES.
019300     05  CLL-LABEL           PIC X(09) VALUE "RELEASED ".
019400     05  CLL-SEQ             PIC 99.
019500     05  FILLER              PIC X(01) VALUE SPACE.
019600     05  CLL-TYPE            PIC X(02).
019700     05  FILLER              PIC X(01) VALUE SPACE.
019800     05  CLL-DESC            PIC X(20).
019900     05  FILLER              PIC X(01) VALUE SPACE.
020000     05  CLL-VALUE           PIC ZZZ,ZZZ,ZZ9.99.
020100 01  WS-TOTAL-LINE.
020200     05  TL-LABEL            PIC X(24).
020300     05  TL-COUNT            PIC ZZZZ9.
020400 01  WS-AMOUNT-LINE.
020500     05  AL-LABEL            PIC X(24).
020600     05  AL-AMOUNT           PIC Z,ZZZ,ZZ9.99.
020700
020800 PROCEDURE DIVISION.
020900*----------------------------------------------------------
021000* 0000-MAINLINE
021100*----------------------------------------------------------
021200 0000-MAINLINE.
021300     PERFORM 1000-INITIALIZE
021400         THRU 1000-INITIALIZE-EXIT
021500     PERFORM 2000-PROCESS-ONE-LOAN
021600         THRU 2000-PROCESS-ONE-LOAN-EXIT
021700         UNTIL END-OF-LOANS
021800     PERFORM 9000-TERMINATE
021900         THRU 9000-TERMINATE-EXIT
022000     STOP RUN.
022100
022200*----------------------------------------------------------
022300* 1000-INITIALIZE - OPEN THE FILES AND POSITION AT THE FIRST
022400* LOAN.  NO LOAN FILE MEANS NOTHING TO DO AND THE RUN ENDS
022500* QUIETLY.  NO COLLATERAL FILE STILL SENDS THE LETTERS, WITH
022600* NOTHING TO RELEASE ON THEM.
022700*----------------------------------------------------------
022800 1000-INITIALIZE.
022900     CALL "GETBDATE" USING WS-BUSINESS-DATE
023000     OPEN I-O LOAN-MASTER
023100     IF NOT LOAN-FILE-OK
023200         DISPLAY "LOAN-PAID-IN-FULL-BATCH: NO LOANMSTR, STATUS "
023300             WS-LOAN-STATUS
023400         MOVE "Y" TO WS-EOF-FLAG
023500         MOVE "N" TO WS-INIT-FLAG
023600         GO TO 1000-INITIALIZE-EXIT
023700     END-IF
023800     OPEN I-O COLLATERAL-FILE
023900     IF COLL-FILE-OK
024000         MOVE "Y" TO WS-COLL-OPEN-FLAG
024100     ELSE
024200         DISPLAY "LOAN-PAID-IN-FULL-BATCH: NO COLLFILE, STATUS "
024300             WS-COLL-STATUS " - NOTHING RELEASED"
024400     END-IF
024500     OPEN OUTPUT PAID-LETTER-FILE
024600     OPEN OUTPUT PAID-REPORT
024700*    THE MAILING BLOCK IS BEST-EFFORT, AS ON THE BILLING RUN:
024800*    A MISSING CUSTOMER OR ADDRESS FILE FLAGS THE LETTER
024900*    RATHER THAN FAILING THE RUN.
025000     OPEN INPUT CUSTOMER-MASTER
025100     IF CUSTM-FILE-OK
025200         MOVE "Y" TO WS-CUSTM-OPEN-FLAG
025300     END-IF
025400     OPEN INPUT CUSTOMER-ADDRESS
025500     IF ADDR-FILE-OK
025600         MOVE "Y" TO WS-ADDR-OPEN-FLAG
025700     END-IF
025800     MOVE "PAID-IN-FULL / LIEN RELEASE" TO RPT-TITLE
025900     MOVE WS-BUSINESS-DATE TO RPT-HEAD-DATE
026000     PERFORM 7900-RPT-HEADINGS
026100         THRU 7900-RPT-HEADINGS-EXIT
026200     PERFORM 8000-READ-NEXT-LOAN
026300         THRU 8000-READ-NEXT-LOAN-EXIT.
026400 1000-INITIALIZE-EXIT.
026500     EXIT.
026600
026700*----------------------------------------------------------
026800* 2000-PROCESS-ONE-LOAN - A LOAN CLOSED BY REPAYMENT ON OR
026900* BEFORE THE BUSINESS DATE AND NOT YET PROCESSED: LETTER
027000* HEADER, RELEASE AND LIST EACH PIECE OF COLLATERAL, LIST
027100* ANY REFUND, THEN STAMP THE LOAN.  A LOAN CLOSED BEFORE THE
027200* CLOSE DATE WAS KEPT HAS NO CLOSE DATE AND IS LEFT ALONE.
027300*----------------------------------------------------------
027400 2000-PROCESS-ONE-LOAN.
027500     IF NOT LN-IS-CLOSED
027600         GO TO 2000-PROCESS-ONE-LOAN-READ
027700     END-IF
027800     IF LN-CLOSE-DATE NOT NUMERIC
027900      OR LN-CLOSE-DATE = ZERO
028000      OR LN-CLOSE-DATE > WS-BUSINESS-DATE
028100         GO TO 2000-PROCESS-ONE-LOAN-READ
028200     END-IF
028300     IF LN-PIF-DATE NUMERIC AND LN-PIF-DATE > ZERO
028400         GO TO 2000-PROCESS-ONE-LOAN-READ
028500     END-IF
028600
028700     MOVE SPACES TO WS-NOTE WS-REFUND-ACCT
028800     MOVE ZERO   TO WS-REFUND-AMT WS-LOAN-PIECES
028900     IF LN-OVERPAID NUMERIC
029000         MOVE LN-OVERPAID TO WS-REFUND-AMT
029100     END-IF
029200     PERFORM 2100-WRITE-LETTER-HEADER
029300         THRU 2100-WRITE-LETTER-HEADER-EXIT
029400     PERFORM 7000-REGISTER-LINE
029500         THRU 7000-REGISTER-LINE-EXIT
029600     PERFORM 2500-RELEASE-COLLATERAL
029700         THRU 2500-RELEASE-COLLATERAL-EXIT
029800
029900     MOVE WS-BUSINESS-DATE TO LN-PIF-DATE
030000     REWRITE LOAN-MASTER-RECORD
030100         INVALID KEY
030200             DISPLAY "LOAN-PAID-IN-FULL-BATCH: REWRITE FAILED "
030300                 "FOR " LN-LOAN-NUMBER ", STATUS "
030400                 WS-LOAN-STATUS
030500     END-REWRITE
030600     ADD 1 TO WS-PAID-COUNT.
030700
030800 2000-PROCESS-ONE-LOAN-READ.
030900     PERFORM 8000-READ-NEXT-LOAN
031000         THRU 8000-READ-NEXT-LOAN-EXIT.
031100 2000-PROCESS-ONE-LOAN-EXIT.
031200     EXIT.
031300
031400*----------------------------------------------------------
031500* 2100-WRITE-LETTER-HEADER - THE LETTER'S MAILING BLOCK.  THE
031600* NAME AND THE REFUND ACCOUNT COME FROM CUSTMSTR (THE FIRST
031700* SIX BYTES OF THE APPLICANT ID ARE THE CUSTOMER ID) AND THE
031800* ADDRESS FROM CUSTADDR; NO ADDRESS SETS THE NO-ADDRESS FLAG
031900* FOR THE VENDOR TO PULL.  A REFUND WITH NO ACCOUNT TO PAY
032000* IT TO IS NOTED FOR THE BRANCH TO PAY BY OFFICIAL CHECK.
032100*----------------------------------------------------------
032200 2100-WRITE-LETTER-HEADER.
032300     MOVE SPACES TO PAID-LETTER-RECORD
032400     MOVE LN-LOAN-NUMBER       TO PL-LOAN
032500     MOVE "H"                  TO PL-REC-TYPE
032600     MOVE LN-APPLICANT-ID(1:6) TO WS-CUST-ID PL-CUST-ID
032700     MOVE LN-APPLICANT-ID      TO PL-NAME
032800     IF CUSTM-FILE-OPEN
032900         MOVE WS-CUST-ID TO CM-CUST-ID
033000         READ CUSTOMER-MASTER
033100             INVALID KEY
033200                 CONTINUE
033300             NOT INVALID KEY
033400                 MOVE CM-CUST-NAME     TO PL-NAME
033500                 MOVE CM-CUST-ACCT-NUM TO WS-REFUND-ACCT
033600         END-READ
033700     END-IF
033800     MOVE "Y" TO PL-NO-ADDRESS
033900     IF ADDR-FILE-OPEN
034000         MOVE WS-CUST-ID TO AD-CUST-ID
034100         READ CUSTOMER-ADDRESS
034200             INVALID KEY
034300                 CONTINUE
034400             NOT INVALID KEY
034500                 MOVE "N"          TO PL-NO-ADDRESS
034600                 MOVE AD-STREET    TO PL-STREET
034700                 MOVE AD-CITY      TO PL-CITY
034800                 MOVE AD-STATE     TO PL-STATE
034900                 MOVE AD-ZIP       TO PL-ZIP
035000                 MOVE AD-MAIL-PREF TO PL-MAIL-PREF
035100         END-READ
035200     END-IF
035300     IF PL-NO-ADDRESS = "Y"
035400         ADD 1 TO WS-NO-ADDR-COUNT
035500         MOVE "NO ADDR" TO WS-NOTE
035600     END-IF
035700     MOVE WS-BUSINESS-DATE TO PL-LETTER-DATE
035800     MOVE LN-CLOSE-DATE    TO PL-CLOSE-DATE
035900     MOVE LN-PRINCIPAL     TO PL-PRINCIPAL
036000     MOVE WS-REFUND-AMT    TO PL-REFUND-AMT
036100     IF WS-REFUND-AMT > ZERO
036200         MOVE WS-REFUND-ACCT TO PL-REFUND-ACCT
036300         ADD 1 TO WS-REFUND-COUNT
036400         ADD WS-REFUND-AMT TO WS-REFUND-TOTAL
036500         IF WS-REFUND-ACCT = SPACES
036600             MOVE "NO ACCT" TO WS-NOTE
036700         END-IF
036800     END-IF
036900     WRITE PAID-LETTER-RECORD.
037000 2100-WRITE-LETTER-HEADER-EXIT.
037100     EXIT.
037200
037300*----------------------------------------------------------
037400* 2500-RELEASE-COLLATERAL - KEYED WALK OF THE LOAN'S
037500* COLLATERAL.
037600*----------------------------------------------------------
037700 2500-RELEASE-COLLATERAL.
037800     IF NOT COLL-FILE-OPEN
037900         GO TO 2500-RELEASE-COLLATERAL-EXIT
038000     END-IF
038100     MOVE "N" TO WS-COLL-EOF-FLAG
038200     MOVE LN-LOAN-NUMBER TO CL-LOAN-NUMBER
038300     MOVE ZERO           TO CL-SEQ
038400     START COLLATERAL-FILE KEY NOT LESS THAN CL-KEY
038500         INVALID KEY
038600             MOVE "Y" TO WS-COLL-EOF-FLAG
038700     END-START
038800     IF NOT END-OF-COLLATERAL
038900         PERFORM 8100-READ-NEXT-COLLATERAL
039000             THRU 8100-READ-NEXT-COLLATERAL-EXIT
039100     END-IF
039200     PERFORM 2600-RELEASE-ONE-PIECE
039300         THRU 2600-RELEASE-ONE-PIECE-EXIT
039400         UNTIL END-OF-COLLATERAL.
039500 2500-RELEASE-COLLATERAL-EXIT.
039600     EXIT.
039700
039800*----------------------------------------------------------
039900* 2600-RELEASE-ONE-PIECE - MARK ONE PIECE RELEASED AND PUT
040000* IT ON THE LETTER AND THE REGISTER.  A PIECE ALREADY
040100* RELEASED (A RERUN AFTER A FAILED NIGHT) KEEPS ITS DATE BUT
040200* STILL GOES ON THE LETTER.
040300*----------------------------------------------------------
040400 2600-RELEASE-ONE-PIECE.
040500     IF NOT CL-IS-RELEASED
040600         MOVE "R"              TO CL-STATUS
040700         MOVE WS-BUSINESS-DATE TO CL-RELEASE-DATE
040800         REWRITE COLLATERAL-RECORD
040900             INVALID KEY
041000                 DISPLAY "LOAN-PAID-IN-FULL-BATCH: COLLFILE "
041100                     "REWRITE FAILED FOR " CL-KEY ", STATUS "
041200                     WS-COLL-STATUS
041300                 GO TO 2600-RELEASE-ONE-PIECE-READ
041400         END-REWRITE
041500         ADD 1 TO WS-RELEASED-COUNT
041600     END-IF
041700     ADD 1 TO WS-LOAN-PIECES
041800     MOVE SPACES           TO PAID-LETTER-RECORD
041900     MOVE LN-LOAN-NUMBER   TO PL-LOAN
042000     MOVE "C"              TO PL-REC-TYPE
042100     MOVE CL-SEQ           TO PL-COLL-SEQ
042200     MOVE CL-TYPE          TO PL-COLL-TYPE
042300     MOVE CL-DESC          TO PL-COLL-DESC
042400     MOVE CL-VALUE         TO PL-COLL-VALUE
042500     MOVE CL-RELEASE-DATE  TO PL-RELEASE-DATE
042600     WRITE PAID-LETTER-RECORD
042700     IF RPT-LINE-COUNT >= RPT-PAGE-LIMIT
042800         PERFORM 7900-RPT-HEADINGS
042900             THRU 7900-RPT-HEADINGS-EXIT
043000     END-IF
043100     MOVE CL-SEQ           TO CLL-SEQ
043200     MOVE CL-TYPE          TO CLL-TYPE
043300     MOVE CL-DESC          TO CLL-DESC
043400     MOVE CL-VALUE         TO CLL-VALUE
043500     WRITE PAID-REPORT-LINE FROM WS-COLL-LINE
043600     ADD 1 TO RPT-LINE-COUNT.
043700
043800 2600-RELEASE-ONE-PIECE-READ.
043900     PERFORM 8100-READ-NEXT-COLLATERAL
044000         THRU 8100-READ-NEXT-COLLATERAL-EXIT.
044100 2600-RELEASE-ONE-PIECE-EXIT.
044200     EXIT.
044300
044400*----------------------------------------------------------
044500* 7000-REGISTER-LINE - ONE REGISTER LINE FOR THE LOAN, AHEAD
044600* OF ITS RELEASED PIECES.  THE PIECE COUNT IS TAKEN FROM THE
044700* COLLATERAL FILE BEFORE THE WALK.
044800*----------------------------------------------------------
044900 7000-REGISTER-LINE.
045000     IF RPT-LINE-COUNT >= RPT-PAGE-LIMIT
045100         PERFORM 7900-RPT-HEADINGS
045200             THRU 7900-RPT-HEADINGS-EXIT
045300     END-IF
045400     MOVE LN-LOAN-NUMBER TO DL-LOAN
045500     MOVE WS-CUST-ID     TO DL-CUST-ID
045600     MOVE LN-CLOSE-DATE  TO DL-CLOSE-DATE
045700     MOVE WS-REFUND-AMT  TO DL-REFUND
045800     IF WS-REFUND-AMT > ZERO
045900         MOVE WS-REFUND-ACCT TO DL-REFUND-ACCT
046000     ELSE
046100         MOVE SPACES         TO DL-REFUND-ACCT
046200     END-IF
046300     MOVE WS-NOTE        TO DL-NOTE
046400     PERFORM 7100-COUNT-PIECES
046500         THRU 7100-COUNT-PIECES-EXIT
046600     MOVE WS-LOAN-PIECES TO DL-PIECES
046700     MOVE ZERO           TO WS-LOAN-PIECES
046800     WRITE PAID-REPORT-LINE FROM WS-DETAIL-LINE
046900     ADD 1 TO RPT-LINE-COUNT
047000     ADD 1 TO RPT-DETAIL-COUNT.
047100 7000-REGISTER-LINE-EXIT.
047200     EXIT.
047300
047400*----------------------------------------------------------
047500* 7100-COUNT-PIECES - HOW MANY PIECES OF COLLATERAL THE LOAN
047600* CARRIES.
047700*----------------------------------------------------------
047800 7100-COUNT-PIECES.
047900     MOVE ZERO TO WS-LOAN-PIECES
048000     IF NOT COLL-FILE-OPEN
048100         GO TO 7100-COUNT-PIECES-EXIT
048200     END-IF
048300     MOVE "N" TO WS-COLL-EOF-FLAG
048400     MOVE LN-LOAN-NUMBER TO CL-LOAN-NUMBER
048500     MOVE ZERO           TO CL-SEQ
048600     START COLLATERAL-FILE KEY NOT LESS THAN CL-KEY
048700         INVALID KEY
048800             MOVE "Y" TO WS-COLL-EOF-FLAG
048900     END-START
049000     IF NOT END-OF-COLLATERAL
049100         PERFORM 8100-READ-NEXT-COLLATERAL
049200             THRU 8100-READ-NEXT-COLLATERAL-EXIT
049300     END-IF
049400     PERFORM 7150-COUNT-ONE-PIECE
049500         THRU 7150-COUNT-ONE-PIECE-EXIT
049600         UNTIL END-OF-COLLATERAL.
049700 7100-COUNT-PIECES-EXIT.
049800     EXIT.
049900
050000*----------------------------------------------------------
050100* 7150-COUNT-ONE-PIECE - COUNT ONE PIECE AND READ THE NEXT.
050200*----------------------------------------------------------
050300 7150-COUNT-ONE-PIECE.
050400     ADD 1 TO WS-LOAN-PIECES
050500     PERFORM 8100-READ-NEXT-COLLATERAL
050600         THRU 8100-READ-NEXT-COLLATERAL-EXIT.
050700 7150-COUNT-ONE-PIECE-EXIT.
050800     EXIT.
050900
051000*----------------------------------------------------------
051100* 7900-RPT-HEADINGS - THROW A NEW PAGE: THE STANDARD HEADING
051200* BLOCK AND THE COLUMN HEADINGS.
051300*----------------------------------------------------------
051400 7900-RPT-HEADINGS.
051500     ADD 1 TO RPT-PAGE-NUMBER
051600     MOVE RPT-PAGE-NUMBER TO RPT-PAGE-DISPLAY
051700     WRITE PAID-REPORT-LINE FROM RPT-HEADING-LINE
051800     WRITE PAID-REPORT-LINE FROM WS-COLUMN-LINE
051900     MOVE ZERO TO RPT-LINE-COUNT.
052000 7900-RPT-HEADINGS-EXIT.
052100     EXIT.
052200
052300*----------------------------------------------------------
052400* 8000-READ-NEXT-LOAN - READ THE NEXT LOAN IN KEY SEQUENCE.
052500*----------------------------------------------------------
052600 8000-READ-NEXT-LOAN.
052700     READ LOAN-MASTER NEXT RECORD
052800         AT END
052900             MOVE "Y" TO WS-EOF-FLAG
053000     END-READ.
053100 8000-READ-NEXT-LOAN-EXIT.
053200     EXIT.
053300
053400*----------------------------------------------------------
053500* 8100-READ-NEXT-COLLATERAL - NEXT PIECE FOR THE LOAN; THE
053600* LOAN CHANGING (OR END OF FILE) ENDS THE WALK.
053700*----------------------------------------------------------
053800 8100-READ-NEXT-COLLATERAL.
053900     READ COLLATERAL-FILE NEXT RECORD
054000         AT END
054100             MOVE "Y" TO WS-COLL-EOF-FLAG
054200     END-READ
054300     IF NOT END-OF-COLLATERAL
054400         IF CL-LOAN-NUMBER NOT = LN-LOAN-NUMBER
054500             MOVE "Y" TO WS-COLL-EOF-FLAG
054600         END-IF
054700     END-IF.
054800 8100-READ-NEXT-COLLATERAL-EXIT.
054900     EXIT.
055000
055100*----------------------------------------------------------
055200* 9000-TERMINATE - PRINT THE REGISTER TOTALS AND TRAILER,
055300* CLOSE THE FILES AND WRITE THE DAILY-STATS SUMMARY.
055400*----------------------------------------------------------
055500 9000-TERMINATE.
055600     IF INIT-SUCCESSFUL
055700         MOVE SPACES TO PAID-REPORT-LINE
055800         WRITE PAID-REPORT-LINE
055900         MOVE "LOANS PAID IN FULL"  TO TL-LABEL
056000         MOVE WS-PAID-COUNT         TO TL-COUNT
056100         WRITE PAID-REPORT-LINE FROM WS-TOTAL-LINE
056200         MOVE "COLLATERAL RELEASED" TO TL-LABEL
056300         MOVE WS-RELEASED-COUNT     TO TL-COUNT
056400         WRITE PAID-REPORT-LINE FROM WS-TOTAL-LINE
056500         MOVE "LETTERS WITH NO ADDRESS" TO TL-LABEL
056600         MOVE WS-NO-ADDR-COUNT      TO TL-COUNT
056700         WRITE PAID-REPORT-LINE FROM WS-TOTAL-LINE
056800         MOVE "REFUNDS DUE"         TO TL-LABEL
056900         MOVE WS-REFUND-COUNT       TO TL-COUNT
057000         WRITE PAID-REPORT-LINE FROM WS-TOTAL-LINE
057100         MOVE "REFUND AMOUNT"       TO AL-LABEL
057200         MOVE WS-REFUND-TOTAL       TO AL-AMOUNT
057300         WRITE PAID-REPORT-LINE FROM WS-AMOUNT-LINE
057400         MOVE RPT-DETAIL-COUNT TO RPT-TRAILER-COUNT
057500         WRITE PAID-REPORT-LINE FROM RPT-TRAILER-LINE
057600         CLOSE LOAN-MASTER
057700               PAID-LETTER-FILE
057800               PAID-REPORT
057900         IF COLL-FILE-OPEN
058000             CLOSE COLLATERAL-FILE
058100         END-IF
058200         IF CUSTM-FILE-OPEN
058300             CLOSE CUSTOMER-MASTER
058400         END-IF
058500         IF ADDR-FILE-OPEN
058600             CLOSE CUSTOMER-ADDRESS
058700         END-IF
058800     END-IF
058900     PERFORM 9500-WRITE-DAILY-STATS
059000         THRU 9500-WRITE-DAILY-STATS-EXIT
059100     DISPLAY "LOAN-PAID-IN-FULL-BATCH: " WS-PAID-COUNT
059200         " PAID IN FULL, " WS-RELEASED-COUNT " RELEASED, "
059300         WS-REFUND-COUNT " REFUNDS".
059400 9000-TERMINATE-EXIT.
059500     EXIT.
059600
059700*----------------------------------------------------------
059800* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
059900* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
060000* CONSOLIDATED REPORT.
060100*----------------------------------------------------------
060200 9500-WRITE-DAILY-STATS.
060300     OPEN EXTEND DAILY-STATS-FILE
060400     MOVE "LOAN-PAID-IN-FULL-BATCH" TO DS-PROGRAM-NAME
060500     MOVE WS-PAID-COUNT      TO DS-RECORD-COUNT
060600     MOVE WS-PAID-COUNT      TO WS-PAID-COUNT-DISP
060700     MOVE WS-RELEASED-COUNT  TO WS-RELEASED-COUNT-DISP
060800     MOVE SPACES             TO DS-DETAIL
060900     STRING "PAID IN FULL: "   DELIMITED BY SIZE
061000         WS-PAID-COUNT-DISP    DELIMITED BY SIZE
061100         "  RELEASED: "        DELIMITED BY SIZE
061200         WS-RELEASED-COUNT-DISP DELIMITED BY SIZE
061300         INTO DS-DETAIL
061400     END-STRING
061500     WRITE DAILY-STAT-RECORD
061600     CLOSE DAILY-STATS-FILE.
061700 9500-WRITE-DAILY-STATS-EXIT.
061800     EXIT.
