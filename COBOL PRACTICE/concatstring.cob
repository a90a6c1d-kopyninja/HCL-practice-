001660*                 WIDENED TO FIT THE WORST CASE OF 10 FULLY
001670*                 POPULATED 10-CHARACTER STRINGS PLUS 9
001680*                 DELIMITERS INSTEAD OF SILENTLY TRUNCATING.
001682* 2026-10-15 KMR  ADDED A MAILING LABEL MODE.  JOINS CUSTMSTR
001684*                 AND CUSTADDR, BUILDS EACH NAME AND ADDRESS
001686*                 LINE WITH THE SAME STRING ASSEMBLY IN PROPER
001688*                 CASE WITH SINGLE SPACING, SELECTS BY BRANCH,
001690*                 PRODUCT, STATE OR MAILING PREFERENCE FROM
001692*                 SYSIN, SKIPS INACTIVE CUSTOMERS AND RETURNED-
001694*                 MAIL ADDRESSES, SORTS BY ZIP FOR THE POSTAL
001696*                 PRESORT AND PRINTS 3-ACROSS LABELS (LABELS)
001698*                 AND A COUNTS-BY-ZIP SUMMARY (LBLSUM).
001700*----------------------------------------------------------
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002300
002400     SELECT FULL-NAME-FILE ASSIGN TO "FULLNAME"
002500         ORGANIZATION IS LINE SEQUENTIAL.
002502
002504     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
002506         ORGANIZATION IS INDEXED
002508         ACCESS MODE IS DYNAMIC
002510         RECORD KEY IS CM-CUST-ID
002512         FILE STATUS IS WS-CUSTM-STATUS.
002514
002516     SELECT CUSTOMER-ADDRESS ASSIGN TO "CUSTADDR"
002518         ORGANIZATION IS INDEXED
002520         ACCESS MODE IS DYNAMIC
002522         RECORD KEY IS AD-CUST-ID
002524         FILE STATUS IS WS-ADDR-STATUS.
002526
002528     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
002530         ORGANIZATION IS INDEXED
002532         ACCESS MODE IS DYNAMIC
002534         RECORD KEY IS ACCT-NUMBER
002536         FILE STATUS IS WS-ACCT-STATUS.
002538
002540     SELECT LABEL-FILE ASSIGN TO "LABELS"
002542         ORGANIZATION IS LINE SEQUENTIAL.
002544
002546     SELECT LABEL-SUMMARY ASSIGN TO "LBLSUM"
002548         ORGANIZATION IS LINE SEQUENTIAL.
002600
002700 DATA DIVISION.
002800 FILE SECTION.
003300
003400 FD  FULL-NAME-FILE.
003500 01  FULL-NAME-RECORD        PIC X(31).
003505
003510  FD  CUSTOMER-MASTER.
003515  01  CUSTOMER-MASTER-RECORD.
003520      COPY CUSTMREC.
003525
003530  FD  CUSTOMER-ADDRESS.
003535  01  CUSTOMER-ADDRESS-RECORD.
003540      COPY ADDRREC.
003545
003550  FD  ACCOUNT-MASTER.
003555  01  ACCOUNT-RECORD.
003560      COPY ACCTREC.
003565
003570  FD  LABEL-FILE.
003575  01  LABEL-LINE              PIC X(132).
003580
003585  FD  LABEL-SUMMARY.
003590  01  LABEL-SUMMARY-LINE      PIC X(80).
003600
003700 WORKING-STORAGE SECTION.
003800 01  MODE-CHOICE             PIC 9 VALUE 1.
003900     88  MODE-INTERACTIVE            VALUE 1.
004000     88  MODE-BATCH                  VALUE 2.
004010     88  MODE-LABELS                 VALUE 3.
004100
004200 01  WS-STR-COUNT            PIC 9(02) VALUE ZERO.
004300 01  WS-STRING-TABLE.
006600         88  END-OF-NAMES            VALUE "Y".
006700
006800 01  WS-NAME-COUNT           PIC 9(05) COMP VALUE ZERO.
006820
006840*----------------------------------------------------------
006860* MAILING LABEL MODE.  THE SELECTION COMES FROM SYSIN: A
006880* TYPE (B = BRANCH, P = PRODUCT, S = STATE, M = MAILING
006900* PREFERENCE, SPACE = EVERY CUSTOMER) AND THE VALUE TO MATCH
006920* (BRANCH CODE, PRODUCT CODE, STATE, OR M/E/H).
006940*----------------------------------------------------------
006960 01  WS-LBL-SELECT-TYPE      PIC X(01) VALUE SPACE.
006980     88  LBL-SELECT-ALL              VALUE SPACE.
007000     88  LBL-BY-BRANCH               VALUE "B".
007020     88  LBL-BY-PRODUCT              VALUE "P".
007040     88  LBL-BY-STATE                VALUE "S".
007060     88  LBL-BY-MAIL-PREF            VALUE "M".
007080     88  LBL-SELECT-VALID            VALUE " " "B" "P" "S" "M".
007100 01  WS-LBL-SELECT-VALUE     PIC X(03) VALUE SPACES.
007120 01  WS-LBL-PREF             PIC X(01).
007140 01  WS-LBL-INIT-FLAG        PIC X(01) VALUE "Y".
007160     88  LBL-INIT-OK                 VALUE "Y".
007180 01  WS-LBL-EOF-FLAG         PIC X(01) VALUE "N".
007200     88  END-OF-CUSTOMERS            VALUE "Y".
007220 01  WS-CUSTM-STATUS         PIC X(02).
007240     88  CUSTM-FILE-OK               VALUE "00".
007260 01  WS-ADDR-STATUS          PIC X(02).
007280     88  ADDR-FILE-OK                VALUE "00".
007300 01  WS-ACCT-STATUS          PIC X(02).
007320     88  ACCT-FILE-OK                VALUE "00".
007340 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
007360
007380*----------------------------------------------------------
007400* THE SELECTED LABELS, HELD SO THEY CAN BE PUT IN ZIP ORDER
007420* (THEN NAME ORDER WITHIN A ZIP) BEFORE PRINTING.  A
007440* CUSTOMER PAST THE TABLE LIMIT IS COUNTED AND LEFT OFF.
007460*----------------------------------------------------------
007480 01  WS-LBL-MAX              PIC 9(05) COMP VALUE 5000.
007500 01  WS-LBL-COUNT            PIC 9(05) COMP VALUE ZERO.
007520 01  WS-LBL-TABLE.
007540     05  WS-LBL-ENTRY        OCCURS 1 TO 5000 TIMES
007560                             DEPENDING ON WS-LBL-COUNT.
007580         10  WS-LBL-KEY.
007600             15  WS-LBL-ZIP      PIC X(10).
007620             15  WS-LBL-LINE-1   PIC X(40).
007640         10  WS-LBL-LINE-2       PIC X(40).
007660         10  WS-LBL-LINE-3       PIC X(40).
007680 01  WS-LBL-SWAP-ENTRY       PIC X(130).
007700 01  WS-LBL-SUB              PIC 9(05) COMP VALUE ZERO.
007720 01  WS-LBL-SUB-2            PIC 9(05) COMP VALUE ZERO.
007740 01  WS-LBL-AT               PIC 9(05) COMP VALUE ZERO.
007760 01  WS-LBL-ACROSS           PIC 9(01) COMP VALUE ZERO.
007780 01  WS-LBL-LINE-PTR         PIC 9(03) VALUE 1.
007800
007820*----------------------------------------------------------
007840* PROPER-CASE WORK AREA: WS-CASE-WORK GOES IN AS KEYED,
007860* WS-CASE-OUT COMES BACK WITH EACH WORD CAPITALIZED, THE
007880* REST LOWER CASE, AND RUNS OF SPACES CLOSED UP TO ONE.  A
007900* HYPHEN, APOSTROPHE OR SLASH STARTS A NEW WORD TOO, SO
007920* O'BRIEN AND SMITH-JONES COME OUT RIGHT.
007940*----------------------------------------------------------
007960 01  WS-CASE-WORK            PIC X(40).
007980 01  WS-CASE-OUT             PIC X(40).
008000 01  WS-CASE-CHAR            PIC X(01).
008020 01  WS-CASE-SUB             PIC 9(02) COMP VALUE ZERO.
008040 01  WS-CASE-PTR             PIC 9(02) COMP VALUE ZERO.
008060 01  WS-WORD-START-FLAG      PIC X(01) VALUE "Y".
008080     88  AT-WORD-START               VALUE "Y".
008100 01  WS-PENDING-SPACE-FLAG   PIC X(01) VALUE "N".
008120     88  SPACE-PENDING               VALUE "Y".
008140 01  WS-UPPER-LETTERS        PIC X(26)
008160     VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
008180 01  WS-LOWER-LETTERS        PIC X(26)
008200     VALUE "abcdefghijklmnopqrstuvwxyz".
008220
008240*----------------------------------------------------------
008260* LABEL PRINT ROW: THREE LABELS ACROSS A 132-COLUMN LINE.
008280* EACH LABEL IS SIX PRINT LINES DEEP (ONE INCH AT SIX LINES
008300* PER INCH): THREE ADDRESS LINES AND THREE BLANK.
008320*----------------------------------------------------------
008340 01  WS-LABEL-ROW.
008360     05  WS-ROW-LINE         OCCURS 3 TIMES.
008380         10  WS-ROW-LABEL    OCCURS 3 TIMES.
008400             15  WS-ROW-TEXT PIC X(40).
008420             15  FILLER      PIC X(04).
008440
008460*----------------------------------------------------------
008480* LABEL COUNTS AND THE SUMMARY REPORT LINES.
008500*----------------------------------------------------------
008520 01  WS-LBL-READ-COUNT       PIC 9(07) COMP VALUE ZERO.
008540 01  WS-LBL-NOT-SEL-COUNT    PIC 9(07) COMP VALUE ZERO.
008560 01  WS-LBL-INACTIVE-COUNT   PIC 9(07) COMP VALUE ZERO.
008580 01  WS-LBL-RETURNED-COUNT   PIC 9(07) COMP VALUE ZERO.
008600 01  WS-LBL-NO-ADDR-COUNT    PIC 9(07) COMP VALUE ZERO.
008620 01  WS-LBL-OVER-COUNT       PIC 9(07) COMP VALUE ZERO.
008640 01  WS-LBL-ZIP-COUNT        PIC 9(05) COMP VALUE ZERO.
008660 01  WS-LBL-PREV-ZIP         PIC X(05).
008680     COPY RPTHEAD.
008700 01  WS-SELECTION-LINE.
008720     05  FILLER              PIC X(11) VALUE "SELECTION: ".
008740     05  SL-TYPE             PIC X(16).
008760     05  SL-VALUE            PIC X(03).
008780     05  FILLER              PIC X(50) VALUE SPACES.
008800 01  WS-ZIP-COLUMN-LINE.
008820     05  FILLER              PIC X(20) VALUE "ZIP        LABELS".
008840     05  FILLER              PIC X(60) VALUE SPACES.
008860 01  WS-ZIP-LINE.
008880     05  ZL-ZIP              PIC X(05).
008900     05  FILLER              PIC X(07) VALUE SPACES.
008920     05  ZL-COUNT            PIC ZZZZ9.
008940     05  FILLER              PIC X(63) VALUE SPACES.
008960 01  WS-LBL-TOTAL-LINE.
008980     05  TL-LABEL            PIC X(34).
009000     05  TL-COUNT            PIC ZZZZZZ9.
009020     05  FILLER              PIC X(39) VALUE SPACES.
009040
009060 PROCEDURE DIVISION.
009080*----------------------------------------------------------
009100* 0000-MAINLINE
009120*----------------------------------------------------------
009140 0000-MAINLINE.
009160      DISPLAY "1. CONCATENATE STRINGS  2. BATCH NAME FILE  "
009180         "3. MAILING LABELS: "
009200     ACCEPT MODE-CHOICE
009220     EVALUATE TRUE
009240         WHEN MODE-BATCH
009260             PERFORM 2000-BATCH-CONCATENATE
009280                 THRU 2000-BATCH-CONCATENATE-EXIT
009300         WHEN MODE-LABELS
009320             PERFORM 3000-MAILING-LABELS
009340                 THRU 3000-MAILING-LABELS-EXIT
009360         WHEN OTHER
009380             PERFORM 1000-INTERACTIVE-CONCATENATE
009400                 THRU 1000-INTERACTIVE-CONCATENATE-EXIT
009420     END-EVALUATE
009440     STOP RUN.
009460
009480*----------------------------------------------------------
009500* 1000-INTERACTIVE-CONCATENATE - ACCEPT ANY NUMBER OF STRINGS,
009520* A DELIMITER CHOICE AND A CASE CHOICE, THEN BUILD RESULT.
009540*----------------------------------------------------------
009560 1000-INTERACTIVE-CONCATENATE.
009580     PERFORM 1050-GET-STRING-COUNT
009600         THRU 1050-GET-STRING-COUNT-EXIT
009620         UNTIL WS-STR-COUNT-VALID
009640
009660     PERFORM 1100-ACCEPT-STRING
009680         VARYING I FROM 1 BY 1 UNTIL I > WS-STR-COUNT
009700
009720     DISPLAY "DELIMITER - 1 SPACE 2 COMMA 3 DASH 4 NONE: "
009740     ACCEPT WS-DELIM-CHOICE
009760     EVALUATE TRUE
009780         WHEN DELIM-COMMA
009800             MOVE "," TO WS-DELIM-CHAR
009820         WHEN DELIM-DASH
009840             MOVE "-" TO WS-DELIM-CHAR
009860         WHEN DELIM-NONE
009880             MOVE SPACE TO WS-DELIM-CHAR
009900         WHEN OTHER
009920             MOVE SPACE TO WS-DELIM-CHAR
009940     END-EVALUATE
009960
009980     MOVE SPACES TO RESULT
010000     MOVE 1 TO WS-PTR
010020     PERFORM 1200-APPEND-STRING
010040         VARYING I FROM 1 BY 1 UNTIL I > WS-STR-COUNT
010060
010080     IF NOT CASE-AS-IS
010100         PERFORM 1300-CONVERT-CASE
010120             THRU 1300-CONVERT-CASE-EXIT
010140     END-IF
010160
010180     COMPUTE STRLEN = FUNCTION LENGTH(FUNCTION TRIM(RESULT))
010200
010220     DISPLAY "CONCATENATED STRING: " RESULT
010240     DISPLAY "LENGTH OF STRING: " STRLEN.
010260 1000-INTERACTIVE-CONCATENATE-EXIT.
010280     EXIT.
010300
010320*----------------------------------------------------------
010340* 1050-GET-STRING-COUNT - PROMPT FOR HOW MANY STRINGS TO
010360* CONCATENATE AND VALIDATE IT THROUGH NUMVALID, REJECTING
010380* NON-NUMERIC OR OUT-OF-RANGE ENTRY INSTEAD OF LETTING IT
010400* DRIVE WS-STRING-TABLE'S DEPENDING-ON SUBSCRIPT OUT OF BOUNDS.
010420*----------------------------------------------------------
010440 1050-GET-STRING-COUNT.
010460     DISPLAY "HOW MANY STRINGS (1-10): "
010480     ACCEPT WS-STR-COUNT-INPUT
010500
010520     CALL "NUMVALID" USING WS-STR-COUNT-INPUT WS-STR-COUNT-MIN
010540         WS-STR-COUNT-MAX WS-STR-COUNT-NUMERIC
010560         WS-STR-COUNT-VALID-FLAG
010580
010600     IF WS-STR-COUNT-VALID
010620         MOVE WS-STR-COUNT-NUMERIC TO WS-STR-COUNT
010640     ELSE
010660         DISPLAY "NUMBER OF STRINGS MUST BE NUMERIC, 1 THROUGH 10"
010680     END-IF.
010700 1050-GET-STRING-COUNT-EXIT.
010720     EXIT.
010740
010760*----------------------------------------------------------
010780* 1100-ACCEPT-STRING - PROMPT FOR ONE INPUT STRING BY POSITION
010800*----------------------------------------------------------
010820 1100-ACCEPT-STRING.
010840     DISPLAY "ENTER STRING " I ": "
010860     ACCEPT WS-STRING(I).
010880 1100-ACCEPT-STRING-EXIT.
010900     EXIT.
010920
010940*----------------------------------------------------------
010960* 1200-APPEND-STRING - APPEND ONE TABLE ENTRY TO RESULT,
010980* SEPARATED BY WS-DELIM-CHAR (EXCEPT BEFORE THE FIRST ONE).
011000*----------------------------------------------------------
011020 1200-APPEND-STRING.
011040     IF I > 1 AND NOT DELIM-NONE
011060         STRING WS-DELIM-CHAR DELIMITED BY SIZE
011080             INTO RESULT
011100             WITH POINTER WS-PTR
011120         END-STRING
011140     END-IF
011160     STRING WS-STRING(I) DELIMITED BY SPACE
011180         INTO RESULT
011200         WITH POINTER WS-PTR
011220     END-STRING.
011240 1200-APPEND-STRING-EXIT.
011260     EXIT.
011280
011300*----------------------------------------------------------
011320* 1300-CONVERT-CASE - FOLD RESULT TO UPPER OR LOWER CASE
011340*----------------------------------------------------------
011360 1300-CONVERT-CASE.
011380     IF CASE-UPPER
011400         MOVE FUNCTION UPPER-CASE(RESULT) TO RESULT
011420     ELSE
011440         MOVE FUNCTION LOWER-CASE(RESULT) TO RESULT
011460     END-IF.
011480 1300-CONVERT-CASE-EXIT.
011500     EXIT.
011520
011540*----------------------------------------------------------
011560* 2000-BATCH-CONCATENATE - BUILD A FULL NAME FOR EVERY RECORD
011580* ON CUSTOMER-NAMES AND WRITE IT TO FULL-NAME-FILE.
011600*----------------------------------------------------------
011620 2000-BATCH-CONCATENATE.
011640     OPEN INPUT  CUSTOMER-NAMES
011660     OPEN OUTPUT FULL-NAME-FILE
011680     PERFORM 8000-READ-CUSTOMER-NAME
011700         THRU 8000-READ-CUSTOMER-NAME-EXIT
011720     PERFORM UNTIL END-OF-NAMES
011740         MOVE SPACES TO FULL-NAME-RECORD
011760         STRING
011780             CN-FIRST-NAME DELIMITED BY SPACE
011800             " "           DELIMITED BY SIZE
011820             CN-LAST-NAME  DELIMITED BY SPACE
011840             INTO FULL-NAME-RECORD
011860         END-STRING
011880         WRITE FULL-NAME-RECORD
011900         ADD 1 TO WS-NAME-COUNT
011920         PERFORM 8000-READ-CUSTOMER-NAME
011940             THRU 8000-READ-CUSTOMER-NAME-EXIT
011960     END-PERFORM
011980     CLOSE CUSTOMER-NAMES
012000     CLOSE FULL-NAME-FILE
012020     DISPLAY "NAMES BUILT: " WS-NAME-COUNT.
012040 2000-BATCH-CONCATENATE-EXIT.
012060     EXIT.
012080
012100*----------------------------------------------------------
012120* 8000-READ-CUSTOMER-NAME - READ THE NEXT NAME RECORD
012140*----------------------------------------------------------
012160 8000-READ-CUSTOMER-NAME.
012180     READ CUSTOMER-NAMES
012200         AT END
012220             MOVE "Y" TO WS-EOF-FLAG
012240     END-READ.
012260 8000-READ-CUSTOMER-NAME-EXIT.
020300     EXIT.
020310
020400*----------------------------------------------------------
020500* 3000-MAILING-LABELS - SELECT THE CUSTOMERS, PUT THEIR
020600* LABELS IN ZIP ORDER, PRINT THEM THREE ACROSS AND SUMMARIZE
020700* THE COUNTS BY ZIP.
020800*----------------------------------------------------------
020900 3000-MAILING-LABELS.
021000     PERFORM 3100-LABEL-INITIALIZE
021100         THRU 3100-LABEL-INITIALIZE-EXIT
021200     IF NOT LBL-INIT-OK
021300         GO TO 3000-MAILING-LABELS-EXIT
021400     END-IF
021500     PERFORM 3200-SELECT-CUSTOMER
021600         THRU 3200-SELECT-CUSTOMER-EXIT
021700         UNTIL END-OF-CUSTOMERS
021800     PERFORM 3600-SELECT-ONE-ZIP
021900         THRU 3600-SELECT-ONE-ZIP-EXIT
022000         VARYING WS-LBL-SUB FROM 1 BY 1
022100         UNTIL WS-LBL-SUB >= WS-LBL-COUNT
022200     PERFORM 3700-PRINT-LABEL-ROW
022300         THRU 3700-PRINT-LABEL-ROW-EXIT
022400         VARYING WS-LBL-SUB FROM 1 BY 3
022500         UNTIL WS-LBL-SUB > WS-LBL-COUNT
022600     PERFORM 3800-ZIP-SUMMARY
022700         THRU 3800-ZIP-SUMMARY-EXIT
022800     PERFORM 3950-LABEL-TERMINATE
022900         THRU 3950-LABEL-TERMINATE-EXIT.
023000 3000-MAILING-LABELS-EXIT.
023100     EXIT.
023110
023200*----------------------------------------------------------
023300* 3100-LABEL-INITIALIZE - TAKE THE SELECTION FROM SYSIN AND
023400* OPEN THE FILES.  ACCTMSTR IS ONLY NEEDED TO FIND A
023500* CUSTOMER'S BRANCH, SO IT IS ONLY OPENED FOR A BRANCH RUN.
023600*----------------------------------------------------------
023700 3100-LABEL-INITIALIZE.
023800     DISPLAY "SELECT BY - B BRANCH  P PRODUCT  S STATE  "
023900         "M MAIL PREF  SPACE ALL: "
024000     ACCEPT WS-LBL-SELECT-TYPE
024100     IF NOT LBL-SELECT-VALID
024200         DISPLAY "MAILING LABELS: SELECTION TYPE "
024300             WS-LBL-SELECT-TYPE " IS NOT B, P, S, M OR SPACE"
024400         MOVE 8 TO RETURN-CODE
024500         MOVE "N" TO WS-LBL-INIT-FLAG
024600         GO TO 3100-LABEL-INITIALIZE-EXIT
024700     END-IF
024800     IF NOT LBL-SELECT-ALL
024900         DISPLAY "SELECTION VALUE: "
025000         ACCEPT WS-LBL-SELECT-VALUE
025100     END-IF
025200     CALL "GETBDATE" USING WS-BUSINESS-DATE
025300     OPEN INPUT CUSTOMER-MASTER
025400     IF NOT CUSTM-FILE-OK
025500         DISPLAY "MAILING LABELS: CUSTMSTR OPEN FAILED, STATUS "
025600             WS-CUSTM-STATUS
025700         MOVE 8 TO RETURN-CODE
025800         MOVE "N" TO WS-LBL-INIT-FLAG
025900         GO TO 3100-LABEL-INITIALIZE-EXIT
026000     END-IF
026100     OPEN INPUT CUSTOMER-ADDRESS
026200     IF NOT ADDR-FILE-OK
026300         DISPLAY "MAILING LABELS: CUSTADDR OPEN FAILED, STATUS "
026400             WS-ADDR-STATUS
026500         CLOSE CUSTOMER-MASTER
026600         MOVE 8 TO RETURN-CODE
026700         MOVE "N" TO WS-LBL-INIT-FLAG
026800         GO TO 3100-LABEL-INITIALIZE-EXIT
026900     END-IF
027000     IF LBL-BY-BRANCH
027100         OPEN INPUT ACCOUNT-MASTER
027200         IF NOT ACCT-FILE-OK
027300             DISPLAY "MAILING LABELS: ACCTMSTR OPEN FAILED, "
027400                 "STATUS " WS-ACCT-STATUS
027500             CLOSE CUSTOMER-MASTER
027600             CLOSE CUSTOMER-ADDRESS
027700             MOVE 8 TO RETURN-CODE
027800             MOVE "N" TO WS-LBL-INIT-FLAG
027900             GO TO 3100-LABEL-INITIALIZE-EXIT
028000         END-IF
028100     END-IF
028200     OPEN OUTPUT LABEL-FILE
028300     OPEN OUTPUT LABEL-SUMMARY
028400     MOVE "MAILING LABEL COUNTS BY ZIP" TO RPT-TITLE
028500     MOVE WS-BUSINESS-DATE TO RPT-HEAD-DATE
028600     EVALUATE TRUE
028700         WHEN LBL-BY-BRANCH
028800             MOVE "BRANCH"          TO SL-TYPE
028900         WHEN LBL-BY-PRODUCT
029000             MOVE "PRODUCT"         TO SL-TYPE
029100         WHEN LBL-BY-STATE
029200             MOVE "STATE"           TO SL-TYPE
029300         WHEN LBL-BY-MAIL-PREF
029400             MOVE "MAIL PREFERENCE" TO SL-TYPE
029500         WHEN OTHER
029600             MOVE "ALL CUSTOMERS"   TO SL-TYPE
029700     END-EVALUATE
029800     MOVE WS-LBL-SELECT-VALUE TO SL-VALUE
029900     PERFORM 3900-SUMMARY-HEADINGS
030000         THRU 3900-SUMMARY-HEADINGS-EXIT.
030100 3100-LABEL-INITIALIZE-EXIT.
030200     EXIT.
030210
030300*----------------------------------------------------------
030400* 3200-SELECT-CUSTOMER - ONE CUSTOMER MASTER RECORD.  IT
030500* MUST MATCH THE SELECTION, BE ACTIVE AND HAVE A MAILABLE
030600* ADDRESS (ON FILE AND NOT FLAGGED RETURNED MAIL) TO GET A
030700* LABEL.
030800*----------------------------------------------------------
030900 3200-SELECT-CUSTOMER.
031000     READ CUSTOMER-MASTER NEXT RECORD
031100         AT END
031200             MOVE "Y" TO WS-LBL-EOF-FLAG
031300             GO TO 3200-SELECT-CUSTOMER-EXIT
031400     END-READ
031500     ADD 1 TO WS-LBL-READ-COUNT
031600     IF LBL-BY-PRODUCT
031700      AND CM-PROD-CODE NOT = WS-LBL-SELECT-VALUE(1:2)
031800         ADD 1 TO WS-LBL-NOT-SEL-COUNT
031900         GO TO 3200-SELECT-CUSTOMER-EXIT
032000     END-IF
032100     IF LBL-BY-BRANCH
032200         MOVE CM-CUST-ACCT-NUM TO ACCT-NUMBER
032300         READ ACCOUNT-MASTER
032400             INVALID KEY
032500                 MOVE SPACES TO ACCT-BRANCH
032600         END-READ
032700         IF ACCT-BRANCH NOT = WS-LBL-SELECT-VALUE
032800             ADD 1 TO WS-LBL-NOT-SEL-COUNT
032900             GO TO 3200-SELECT-CUSTOMER-EXIT
033000         END-IF
033100     END-IF
033200     MOVE CM-CUST-ID TO AD-CUST-ID
033300     READ CUSTOMER-ADDRESS
033400         INVALID KEY
033500             MOVE SPACES TO AD-STREET AD-STATE AD-MAIL-PREF
033600                            AD-RETURNED-MAIL
033700     END-READ
033800     IF LBL-BY-STATE
033900      AND AD-STATE NOT = WS-LBL-SELECT-VALUE(1:2)
034000         ADD 1 TO WS-LBL-NOT-SEL-COUNT
034100         GO TO 3200-SELECT-CUSTOMER-EXIT
034200     END-IF
034300     MOVE AD-MAIL-PREF TO WS-LBL-PREF
034400     IF AD-MAIL-STATEMENT
034500         MOVE "M" TO WS-LBL-PREF
034600     END-IF
034700     IF LBL-BY-MAIL-PREF
034800      AND WS-LBL-PREF NOT = WS-LBL-SELECT-VALUE(1:1)
034900         ADD 1 TO WS-LBL-NOT-SEL-COUNT
035000         GO TO 3200-SELECT-CUSTOMER-EXIT
035100     END-IF
035110
035200     IF CM-IS-INACTIVE OR CM-IS-DECEASED
035300         ADD 1 TO WS-LBL-INACTIVE-COUNT
035400         GO TO 3200-SELECT-CUSTOMER-EXIT
035500     END-IF
035600     IF AD-STREET = SPACES
035700         ADD 1 TO WS-LBL-NO-ADDR-COUNT
035800         GO TO 3200-SELECT-CUSTOMER-EXIT
035900     END-IF
036000     IF AD-MAIL-RETURNED
036100         ADD 1 TO WS-LBL-RETURNED-COUNT
036200         GO TO 3200-SELECT-CUSTOMER-EXIT
036300     END-IF
036400     IF WS-LBL-COUNT >= WS-LBL-MAX
036500         ADD 1 TO WS-LBL-OVER-COUNT
036600         GO TO 3200-SELECT-CUSTOMER-EXIT
036700     END-IF
036800     ADD 1 TO WS-LBL-COUNT
036900     PERFORM 3300-BUILD-LABEL
037000         THRU 3300-BUILD-LABEL-EXIT.
037100 3200-SELECT-CUSTOMER-EXIT.
037200     EXIT.
037210
037300*----------------------------------------------------------
037400* 3300-BUILD-LABEL - ASSEMBLE THE THREE LABEL LINES FOR THE
037500* NEW TABLE ENTRY: NAME, STREET, AND "CITY, ST  ZIP".  NAME,
037600* STREET AND CITY ARE PROPER-CASED; STATE AND ZIP ARE LEFT
037700* AS KEYED.
037800*----------------------------------------------------------
037900 3300-BUILD-LABEL.
038000     MOVE AD-ZIP TO WS-LBL-ZIP(WS-LBL-COUNT)
038100     MOVE CM-CUST-NAME TO WS-CASE-WORK
038200     PERFORM 3500-PROPER-CASE
038300         THRU 3500-PROPER-CASE-EXIT
038400     MOVE WS-CASE-OUT TO WS-LBL-LINE-1(WS-LBL-COUNT)
038500     MOVE AD-STREET TO WS-CASE-WORK
038600     PERFORM 3500-PROPER-CASE
038700         THRU 3500-PROPER-CASE-EXIT
038800     MOVE WS-CASE-OUT TO WS-LBL-LINE-2(WS-LBL-COUNT)
038900     MOVE AD-CITY TO WS-CASE-WORK
039000     PERFORM 3500-PROPER-CASE
039100         THRU 3500-PROPER-CASE-EXIT
039200     MOVE SPACES TO WS-LBL-LINE-3(WS-LBL-COUNT)
039300     MOVE 1 TO WS-LBL-LINE-PTR
039400     IF WS-CASE-OUT NOT = SPACES
039500         STRING WS-CASE-OUT DELIMITED BY "  "
039600             ", "           DELIMITED BY SIZE
039700             INTO WS-LBL-LINE-3(WS-LBL-COUNT)
039800             WITH POINTER WS-LBL-LINE-PTR
039900         END-STRING
040000     END-IF
040100     STRING AD-STATE        DELIMITED BY SIZE
040200         "  "               DELIMITED BY SIZE
040300         AD-ZIP             DELIMITED BY SPACE
040400         INTO WS-LBL-LINE-3(WS-LBL-COUNT)
040500         WITH POINTER WS-LBL-LINE-PTR
040600     END-STRING.
040700 3300-BUILD-LABEL-EXIT.
040800     EXIT.
040810
040900*----------------------------------------------------------
041000* 3500-PROPER-CASE - REBUILD WS-CASE-WORK INTO WS-CASE-OUT
041100* ONE CHARACTER AT A TIME: FIRST LETTER OF A WORD UPPER,
041200* THE REST LOWER, ONE SPACE BETWEEN WORDS.
041300*----------------------------------------------------------
041400 3500-PROPER-CASE.
041500     MOVE SPACES TO WS-CASE-OUT
041600     MOVE 1 TO WS-CASE-PTR
041700     MOVE "Y" TO WS-WORD-START-FLAG
041800     MOVE "N" TO WS-PENDING-SPACE-FLAG
041900     PERFORM 3510-CASE-ONE-CHAR
042000         THRU 3510-CASE-ONE-CHAR-EXIT
042100         VARYING WS-CASE-SUB FROM 1 BY 1
042200         UNTIL WS-CASE-SUB > 40.
042300 3500-PROPER-CASE-EXIT.
042400     EXIT.
042410
042500*----------------------------------------------------------
042600* 3510-CASE-ONE-CHAR - ONE CHARACTER OF THE PROPER-CASE
042700* PASS.  A SPACE IS ONLY OUTPUT ONCE THE NEXT WORD ARRIVES,
042800* SO LEADING, DOUBLED AND TRAILING SPACES ALL DROP OUT.
042900*----------------------------------------------------------
043000 3510-CASE-ONE-CHAR.
043100     MOVE WS-CASE-WORK(WS-CASE-SUB:1) TO WS-CASE-CHAR
043200     IF WS-CASE-CHAR = SPACE
043300         MOVE "Y" TO WS-WORD-START-FLAG
043400         IF WS-CASE-PTR > 1
043500             MOVE "Y" TO WS-PENDING-SPACE-FLAG
043600         END-IF
043700         GO TO 3510-CASE-ONE-CHAR-EXIT
043800     END-IF
043900     IF SPACE-PENDING
044000         ADD 1 TO WS-CASE-PTR
044100         MOVE "N" TO WS-PENDING-SPACE-FLAG
044200     END-IF
044300     IF AT-WORD-START
044400         INSPECT WS-CASE-CHAR
044500             CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
044600     ELSE
044700         INSPECT WS-CASE-CHAR
044800             CONVERTING WS-UPPER-LETTERS TO WS-LOWER-LETTERS
044900     END-IF
045000     MOVE WS-CASE-CHAR TO WS-CASE-OUT(WS-CASE-PTR:1)
045100     ADD 1 TO WS-CASE-PTR
045200     IF WS-CASE-CHAR = "-" OR "'" OR "/"
045300         MOVE "Y" TO WS-WORD-START-FLAG
045400     ELSE
045500         MOVE "N" TO WS-WORD-START-FLAG
045600     END-IF.
045700 3510-CASE-ONE-CHAR-EXIT.
045800     EXIT.
045810
045900*----------------------------------------------------------
046000* 3600-SELECT-ONE-ZIP - STRAIGHT SELECTION SORT OF THE LABEL
046100* TABLE INTO ZIP (THEN NAME) ORDER: PULL THE LOWEST
046200* REMAINING KEY UP TO POSITION WS-LBL-SUB.
046300*----------------------------------------------------------
046400 3600-SELECT-ONE-ZIP.
046500     COMPUTE WS-LBL-SUB-2 = WS-LBL-SUB + 1
046600     PERFORM 3610-COMPARE-AND-SWAP
046700         THRU 3610-COMPARE-AND-SWAP-EXIT
046800         UNTIL WS-LBL-SUB-2 > WS-LBL-COUNT.
046900 3600-SELECT-ONE-ZIP-EXIT.
047000     EXIT.
047010
047100*----------------------------------------------------------
047200* 3610-COMPARE-AND-SWAP - ONE COMPARISON OF THE SELECTION
047300* SORT.
047400*----------------------------------------------------------
047500 3610-COMPARE-AND-SWAP.
047600     IF WS-LBL-KEY(WS-LBL-SUB-2) < WS-LBL-KEY(WS-LBL-SUB)
047700         MOVE WS-LBL-ENTRY(WS-LBL-SUB)   TO WS-LBL-SWAP-ENTRY
047800         MOVE WS-LBL-ENTRY(WS-LBL-SUB-2)
047900             TO WS-LBL-ENTRY(WS-LBL-SUB)
048000         MOVE WS-LBL-SWAP-ENTRY
048100             TO WS-LBL-ENTRY(WS-LBL-SUB-2)
048200     END-IF
048300     ADD 1 TO WS-LBL-SUB-2.
048400 3610-COMPARE-AND-SWAP-EXIT.
048500     EXIT.
048510
048600*----------------------------------------------------------
048700* 3700-PRINT-LABEL-ROW - THE NEXT THREE LABELS (FEWER ON THE
048800* LAST ROW) SIDE BY SIDE, THEN THE BLANK LINES TO THE NEXT
048900* ROW OF LABELS.
049000*----------------------------------------------------------
049100 3700-PRINT-LABEL-ROW.
049200     MOVE SPACES TO WS-LABEL-ROW
049300     PERFORM 3710-PLACE-LABEL
049400         THRU 3710-PLACE-LABEL-EXIT
049500         VARYING WS-LBL-ACROSS FROM 1 BY 1
049600         UNTIL WS-LBL-ACROSS > 3
049700     WRITE LABEL-LINE FROM WS-ROW-LINE(1)
049800     WRITE LABEL-LINE FROM WS-ROW-LINE(2)
049900     WRITE LABEL-LINE FROM WS-ROW-LINE(3)
050000     MOVE SPACES TO LABEL-LINE
050100     WRITE LABEL-LINE
050200     WRITE LABEL-LINE
050300     WRITE LABEL-LINE.
050400 3700-PRINT-LABEL-ROW-EXIT.
050500     EXIT.
050510
050600*----------------------------------------------------------
050700* 3710-PLACE-LABEL - ONE LABEL INTO ITS COLUMN OF THE ROW.
050800*----------------------------------------------------------
050900 3710-PLACE-LABEL.
051000     COMPUTE WS-LBL-AT = WS-LBL-SUB + WS-LBL-ACROSS - 1
051100     IF WS-LBL-AT > WS-LBL-COUNT
051200         GO TO 3710-PLACE-LABEL-EXIT
051300     END-IF
051400     MOVE WS-LBL-LINE-1(WS-LBL-AT)
051500         TO WS-ROW-TEXT(1, WS-LBL-ACROSS)
051600     MOVE WS-LBL-LINE-2(WS-LBL-AT)
051700         TO WS-ROW-TEXT(2, WS-LBL-ACROSS)
051800     MOVE WS-LBL-LINE-3(WS-LBL-AT)
051900         TO WS-ROW-TEXT(3, WS-LBL-ACROSS).
052000 3710-PLACE-LABEL-EXIT.
052100     EXIT.
052110
052200*----------------------------------------------------------
052300* 3800-ZIP-SUMMARY - ONE LINE PER FIVE-DIGIT ZIP WITH ITS
052400* LABEL COUNT (THE TABLE IS ALREADY IN ZIP ORDER), THEN THE
052500* RUN TOTALS.
052600*----------------------------------------------------------
052700 3800-ZIP-SUMMARY.
052800     IF WS-LBL-COUNT > ZERO
052900         MOVE WS-LBL-ZIP(1)(1:5) TO WS-LBL-PREV-ZIP
053000         MOVE ZERO TO WS-LBL-ZIP-COUNT
053100         PERFORM 3810-COUNT-ONE-LABEL
053200             THRU 3810-COUNT-ONE-LABEL-EXIT
053300             VARYING WS-LBL-SUB FROM 1 BY 1
053400             UNTIL WS-LBL-SUB > WS-LBL-COUNT
053500         PERFORM 3820-WRITE-ZIP-LINE
053600             THRU 3820-WRITE-ZIP-LINE-EXIT
053700     END-IF
053800     MOVE SPACES TO LABEL-SUMMARY-LINE
053900     WRITE LABEL-SUMMARY-LINE
054000     MOVE "CUSTOMERS READ" TO TL-LABEL
054100     MOVE WS-LBL-READ-COUNT TO TL-COUNT
054200     WRITE LABEL-SUMMARY-LINE FROM WS-LBL-TOTAL-LINE
054300     MOVE "NOT IN SELECTION" TO TL-LABEL
054400     MOVE WS-LBL-NOT-SEL-COUNT TO TL-COUNT
054500     WRITE LABEL-SUMMARY-LINE FROM WS-LBL-TOTAL-LINE
054600     MOVE "SKIPPED - INACTIVE OR DECEASED" TO TL-LABEL
054700     MOVE WS-LBL-INACTIVE-COUNT TO TL-COUNT
054800     WRITE LABEL-SUMMARY-LINE FROM WS-LBL-TOTAL-LINE
054900     MOVE "SKIPPED - NO ADDRESS ON FILE" TO TL-LABEL
055000     MOVE WS-LBL-NO-ADDR-COUNT TO TL-COUNT
055100     WRITE LABEL-SUMMARY-LINE FROM WS-LBL-TOTAL-LINE
055200     MOVE "SKIPPED - RETURNED MAIL" TO TL-LABEL
055300     MOVE WS-LBL-RETURNED-COUNT TO TL-COUNT
055400     WRITE LABEL-SUMMARY-LINE FROM WS-LBL-TOTAL-LINE
055500     IF WS-LBL-OVER-COUNT > ZERO
055600         MOVE "NOT PRINTED - OVER LABEL LIMIT" TO TL-LABEL
055700         MOVE WS-LBL-OVER-COUNT TO TL-COUNT
055800         WRITE LABEL-SUMMARY-LINE FROM WS-LBL-TOTAL-LINE
055900     END-IF
056000     MOVE "LABELS PRINTED" TO TL-LABEL
056100     MOVE WS-LBL-COUNT TO TL-COUNT
056200     WRITE LABEL-SUMMARY-LINE FROM WS-LBL-TOTAL-LINE
056300     MOVE WS-LBL-COUNT TO RPT-TRAILER-COUNT
056400     WRITE LABEL-SUMMARY-LINE FROM RPT-TRAILER-LINE.
056500 3800-ZIP-SUMMARY-EXIT.
056600     EXIT.
056610
056700*----------------------------------------------------------
056800* 3810-COUNT-ONE-LABEL - CONTROL BREAK ON THE FIVE-DIGIT ZIP.
056900*----------------------------------------------------------
057000 3810-COUNT-ONE-LABEL.
057100     IF WS-LBL-ZIP(WS-LBL-SUB)(1:5) NOT = WS-LBL-PREV-ZIP
057200         PERFORM 3820-WRITE-ZIP-LINE
057300             THRU 3820-WRITE-ZIP-LINE-EXIT
057400         MOVE WS-LBL-ZIP(WS-LBL-SUB)(1:5) TO WS-LBL-PREV-ZIP
057500         MOVE ZERO TO WS-LBL-ZIP-COUNT
057600     END-IF
057700     ADD 1 TO WS-LBL-ZIP-COUNT.
057800 3810-COUNT-ONE-LABEL-EXIT.
057900     EXIT.
057910
058000*----------------------------------------------------------
058100* 3820-WRITE-ZIP-LINE - ONE ZIP AND ITS LABEL COUNT.
058200*----------------------------------------------------------
058300 3820-WRITE-ZIP-LINE.
058400     IF RPT-LINE-COUNT >= RPT-PAGE-LIMIT
058500         PERFORM 3900-SUMMARY-HEADINGS
058600             THRU 3900-SUMMARY-HEADINGS-EXIT
058700     END-IF
058800     MOVE WS-LBL-PREV-ZIP  TO ZL-ZIP
058900     MOVE WS-LBL-ZIP-COUNT TO ZL-COUNT
059000     WRITE LABEL-SUMMARY-LINE FROM WS-ZIP-LINE
059100     ADD 1 TO RPT-LINE-COUNT.
059200 3820-WRITE-ZIP-LINE-EXIT.
059300     EXIT.
059310
059400*----------------------------------------------------------
059500* 3900-SUMMARY-HEADINGS - THROW A NEW SUMMARY PAGE: THE
059600* STANDARD HEADING, THE SELECTION AND THE COLUMN HEADINGS.
059700*----------------------------------------------------------
059800 3900-SUMMARY-HEADINGS.
059900     ADD 1 TO RPT-PAGE-NUMBER
060000     MOVE RPT-PAGE-NUMBER TO RPT-PAGE-DISPLAY
060100     WRITE LABEL-SUMMARY-LINE FROM RPT-HEADING-LINE
060200     WRITE LABEL-SUMMARY-LINE FROM WS-SELECTION-LINE
060300     WRITE LABEL-SUMMARY-LINE FROM WS-ZIP-COLUMN-LINE
060400     MOVE 3 TO RPT-LINE-COUNT.
060500 3900-SUMMARY-HEADINGS-EXIT.
060600     EXIT.
060610
060700*----------------------------------------------------------
060800* 3950-LABEL-TERMINATE - CLOSE THE LABEL-MODE FILES.  LABELS
060900* LEFT OFF FOR THE TABLE LIMIT END THE RUN WITH A WARNING
061000* RETURN CODE SO THE RUN IS SPLIT BY SELECTION AND RERUN.
061100*----------------------------------------------------------
061200 3950-LABEL-TERMINATE.
061300     CLOSE CUSTOMER-MASTER
061400     CLOSE CUSTOMER-ADDRESS
061500     IF LBL-BY-BRANCH
061600         CLOSE ACCOUNT-MASTER
061700     END-IF
061800     CLOSE LABEL-FILE
061900     CLOSE LABEL-SUMMARY
062000     DISPLAY "MAILING LABELS: " WS-LBL-READ-COUNT " READ, "
062100         WS-LBL-COUNT " LABELS PRINTED"
062200     IF WS-LBL-OVER-COUNT > ZERO
062300         DISPLAY "MAILING LABELS: " WS-LBL-OVER-COUNT
062400             " CUSTOMERS OVER THE LABEL LIMIT NOT PRINTED - "
062500             "NARROW THE SELECTION"
062600         MOVE 4 TO RETURN-CODE
062700     END-IF.
062800 3950-LABEL-TERMINATE-EXIT.
062900     EXIT.
