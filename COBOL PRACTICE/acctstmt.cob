004200*                 CALENDAR-MONTH, SO THE PRINT SPREADS ACROSS
004300*                 THE MONTH.  ACCOUNTS WITH NO CYCLE (OPENED
004400*                 BEFORE THE FIELD EXISTED) RIDE CYCLE 01.
004405* 2026-10-15 KMR  ELECTRONIC DELIVERY.  A CUSTOMER WHOSE
004410*                 CUSTADDR MAILING PREFERENCE IS "E" NO LONGER
004415*                 GETS A PRINTED STATEMENT: THE STATEMENT GOES
004420*                 TO THE NEW ESTMFILE FOR THE DOCUMENT VENDOR
004425*                 INSTEAD - AN STH HEADER PER STATEMENT
004430*                 (ACCOUNT, CUSTOMER, PERIOD, OPENING AND
004435*                 CLOSING BALANCES), AN STD RECORD PER
004440*                 TRANSACTION, AND HDR/TRL CONTROL RECORDS
004445*                 CARRYING THE COUNTS AND AN AMOUNT HASH.  THE
004450*                 RUN ENDS WITH A PRINTED-VERSUS-ELECTRONIC
004455*                 DELIVERY SUMMARY FOR THE CYCLE.
004460* 2026-10-15 KMR  RETURNED MAIL.  A PRINT CUSTOMER WHOSE
004465*                 CUSTADDR RECORD IS FLAGGED RETURNED-MAIL
004470*                 HAS THE STATEMENT WRITTEN, LINE FOR LINE, TO
004475*                 THE SHARED HOLDMAIL FILE (HMAILREC) INSTEAD
004480*                 OF STMTFILE, SO NOTHING MORE GOES TO A DEAD
004485*                 ADDRESS.  E-DELIVERY STILL GOES TO THE
004490*                 VENDOR.  THE SUMMARY NOW SHOWS HELD TOO.
004500*----------------------------------------------------------
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
008000
008100     SELECT STATEMENT-FILE ASSIGN TO "STMTFILE"
008200         ORGANIZATION IS LINE SEQUENTIAL.
008210     SELECT ESTATEMENT-FILE ASSIGN TO "ESTMFILE"
008220         ORGANIZATION IS LINE SEQUENTIAL.
008230     SELECT HOLD-MAIL-FILE ASSIGN TO "HOLDMAIL"
008240         ORGANIZATION IS LINE SEQUENTIAL.
008300
008400     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
008500         ORGANIZATION IS LINE SEQUENTIAL.
010900
011000 FD  STATEMENT-FILE.
011100 01  STATEMENT-LINE          PIC X(80).
011110 FD  ESTATEMENT-FILE.
011120 01  ESTATEMENT-RECORD       PIC X(100).
011130 FD  HOLD-MAIL-FILE.
011140 01  HOLD-MAIL-RECORD.
011150     COPY HMAILREC.
011200
011300 FD  DAILY-STATS-FILE.
011400     COPY DLYSTAT.
014400     88  ADDR-FILE-OK                VALUE "00".
014500 01  WS-ADDR-OPEN-FLAG       PIC X(01) VALUE "N".
014600     88  ADDR-FILE-OPEN              VALUE "Y".
014610 01  WS-DELIVERY-FLAG        PIC X(01) VALUE "P".
014620     88  WS-DELIVER-PRINT            VALUE "P".
014630     88  WS-DELIVER-ELECTRONIC       VALUE "E".
014635     88  WS-DELIVER-HELD             VALUE "H".
014640 01  WS-STMT-PASS            PIC X(01) VALUE "P".
014650     88  WS-PASS-PRINT               VALUE "P".
014660     88  WS-PASS-TOTALS              VALUE "T".
014670     88  WS-PASS-ESTMT               VALUE "E".
014700
014800*----------------------------------------------------------
014900* STATEMENT MONTH AND PER-ACCOUNT WORK FIELDS
016000 01  WS-MONTH-TXN-COUNT      PIC 9(05) COMP VALUE ZERO.
016100 01  WS-STATEMENT-COUNT      PIC 9(05) COMP VALUE ZERO.
016200 01  WS-STATEMENT-COUNT-DISP PIC ZZZZ9.
016210 01  WS-PRINTED-COUNT        PIC 9(05) COMP VALUE ZERO.
016220 01  WS-PRINTED-COUNT-DISP   PIC ZZZZ9.
016230 01  WS-ESTMT-COUNT          PIC 9(05) COMP VALUE ZERO.
016240 01  WS-ESTMT-COUNT-DISP     PIC ZZZZ9.
016250 01  WS-ESTMT-DETAIL-COUNT   PIC 9(07) COMP VALUE ZERO.
016260 01  WS-ESTMT-HASH           PIC 9(11)V99 VALUE ZERO.
016270 01  WS-HELD-COUNT           PIC 9(05) COMP VALUE ZERO.
016280 01  WS-HELD-COUNT-DISP      PIC ZZZZ9.
016285 01  WS-HOLD-LINE-NO         PIC 9(04) VALUE ZERO.
016290 01  WS-HOLD-RET-DATE        PIC 9(08) VALUE ZERO.
016295 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
016300
016400*----------------------------------------------------------
016500* STATEMENT LINES
020500     05  XL-AMOUNT           PIC ZZZZZZ9.99.
020600     05  FILLER              PIC X(02) VALUE SPACES.
020700     05  XL-BALANCE          PIC -ZZZZZZ9.99.
020702*----------------------------------------------------------
020704* E-STATEMENT RECORDS FOR THE DOCUMENT VENDOR
020706*----------------------------------------------------------
020708 01  WS-ESTMT-HEADER-RECORD.
020710     05  FILLER              PIC X(03) VALUE "HDR".
020712     05  EH-CYCLE            PIC X(02).
020714     05  EH-FROM             PIC X(08).
020716     05  EH-TO               PIC X(08).
020718     05  EH-SOURCE           PIC X(08) VALUE "ESTMT".
020720     05  FILLER              PIC X(71) VALUE SPACES.
020722 01  WS-ESTMT-STMT-RECORD.
020724     05  FILLER              PIC X(03) VALUE "STH".
020726     05  ES-ACCT             PIC X(06).
020728     05  ES-CUST-ID          PIC X(06).
020730     05  ES-NAME             PIC X(20).
020732     05  ES-TYPE             PIC X(01).
020734     05  ES-FROM             PIC X(08).
020736     05  ES-TO               PIC X(08).
020738     05  ES-OPENING          PIC S9(7)V99.
020740     05  ES-CLOSING          PIC S9(7)V99.
020742     05  ES-INTEREST         PIC 9(7)V99.
020744     05  ES-TAX-WHT          PIC 9(7)V99.
020746     05  FILLER              PIC X(12) VALUE SPACES.
020748 01  WS-ESTMT-DETAIL-RECORD.
020750     05  FILLER              PIC X(03) VALUE "STD".
020752     05  ED-ACCT             PIC X(06).
020754     05  ED-DATE             PIC X(08).
020756     05  ED-TIME             PIC X(06).
020758     05  ED-TXN-TYPE         PIC X(10).
020760     05  ED-AMOUNT           PIC 9(7)V99.
020762     05  ED-BALANCE          PIC S9(7)V99.
020764     05  ED-REFERENCE        PIC X(08).
020766     05  FILLER              PIC X(41) VALUE SPACES.
020768 01  WS-ESTMT-TRAILER-RECORD.
020770     05  FILLER              PIC X(03) VALUE "TRL".
020772     05  ET-STMT-COUNT       PIC 9(07).
020774     05  ET-DETAIL-COUNT     PIC 9(07).
020776     05  ET-HASH             PIC 9(11)V99.
020778     05  FILLER              PIC X(70) VALUE SPACES.
020800
020900 PROCEDURE DIVISION.
021000*----------------------------------------------------------
023200* ACCOUNT.
023300*----------------------------------------------------------
023400 1000-INITIALIZE.
023450     CALL "GETBDATE" USING WS-BUSINESS-DATE
023500     OPEN INPUT  ACCOUNT-MASTER
023600     IF NOT ACCT-STATUS-OK
023700         DISPLAY "ACCT-STATEMENT-BATCH: ACCTMSTR OPEN FAILED, "
025000         GO TO 1000-INITIALIZE-EXIT
025100     END-IF
025200     OPEN OUTPUT STATEMENT-FILE
025210     OPEN OUTPUT ESTATEMENT-FILE
025220     MOVE WS-STMT-CYCLE TO EH-CYCLE
025230     MOVE WS-STMT-FROM  TO EH-FROM
025240     MOVE WS-STMT-TO    TO EH-TO
025250     WRITE ESTATEMENT-RECORD FROM WS-ESTMT-HEADER-RECORD
025260     OPEN EXTEND HOLD-MAIL-FILE
025300*    THE MAILING BLOCK IS BEST-EFFORT: A MISSING CUSTOMER OR
025400*    ADDRESS FILE FLAGS EVERY STATEMENT RATHER THAN FAILING
025500*    THE RUN.
029500                  WS-WHT-TOTAL
029600                  WS-MONTH-TXN-COUNT
029700     MOVE ACCT-BALANCE TO WS-CLOSING-BALANCE
029705*    E-DELIVERY CUSTOMERS GO TO THE VENDOR FILE, NOT PRINT.
029710     PERFORM 2400-CHECK-DELIVERY
029715         THRU 2400-CHECK-DELIVERY-EXIT
029720     IF WS-DELIVER-ELECTRONIC
029725         PERFORM 2700-ESTATEMENT-ONE-ACCT
029730             THRU 2700-ESTATEMENT-ONE-ACCT-EXIT
029735         ADD 1 TO WS-ESTMT-COUNT
029740         ADD 1 TO WS-STATEMENT-COUNT
029745         GO TO 2000-STATEMENT-ONE-ACCT-READ
029750     END-IF
029755     MOVE "P" TO WS-STMT-PASS
029760     MOVE ZERO TO WS-HOLD-LINE-NO
029800
029900     MOVE WS-SEPARATOR-LINE TO STATEMENT-LINE
029901     PERFORM 8900-PUT-STMT-LINE
029902         THRU 8900-PUT-STMT-LINE-EXIT
030000     PERFORM 2500-PRINT-MAILING-BLOCK
030100         THRU 2500-PRINT-MAILING-BLOCK-EXIT
030200     MOVE WS-STMT-FROM TO SH-FROM
030800     ELSE
030900         MOVE "S" TO SH-TYPE
031000     END-IF
031100     MOVE WS-STMT-HEADING TO STATEMENT-LINE
031101     PERFORM 8900-PUT-STMT-LINE
031102         THRU 8900-PUT-STMT-LINE-EXIT
031200     IF ACCT-OD-LIMIT NUMERIC AND ACCT-OD-LIMIT > ZERO
031300         MOVE "OVERDRAFT LIMIT   " TO BL-LABEL
031400         MOVE ACCT-OD-LIMIT        TO BL-AMOUNT
031500         MOVE WS-BALANCE-LINE TO STATEMENT-LINE
031501         PERFORM 8900-PUT-STMT-LINE
031502             THRU 8900-PUT-STMT-LINE-EXIT
031600     END-IF
031700
031800     PERFORM 3000-COLLECT-MONTH-DETAIL
032000
032100     MOVE "INTEREST CREDITED " TO BL-LABEL
032200     MOVE WS-INTEREST-CREDITED TO BL-AMOUNT
032300     MOVE WS-BALANCE-LINE TO STATEMENT-LINE
032301     PERFORM 8900-PUT-STMT-LINE
032302         THRU 8900-PUT-STMT-LINE-EXIT
032400     IF WS-WHT-TOTAL > ZERO
032500         COMPUTE WS-GROSS-TOTAL
032600             = WS-INTEREST-CREDITED + WS-WHT-TOTAL
032700         MOVE "INTEREST GROSS    " TO BL-LABEL
032800         MOVE WS-GROSS-TOTAL       TO BL-AMOUNT
032900         MOVE WS-BALANCE-LINE TO STATEMENT-LINE
032901         PERFORM 8900-PUT-STMT-LINE
032902             THRU 8900-PUT-STMT-LINE-EXIT
033000         MOVE "TAX WITHHELD      " TO BL-LABEL
033100         MOVE WS-WHT-TOTAL         TO BL-AMOUNT
033200         MOVE WS-BALANCE-LINE TO STATEMENT-LINE
033201         PERFORM 8900-PUT-STMT-LINE
033202             THRU 8900-PUT-STMT-LINE-EXIT
033300     END-IF
033400     MOVE "CLOSING BALANCE   " TO BL-LABEL
033500     MOVE WS-CLOSING-BALANCE   TO BL-AMOUNT
033600     MOVE WS-BALANCE-LINE TO STATEMENT-LINE
033601     PERFORM 8900-PUT-STMT-LINE
033602         THRU 8900-PUT-STMT-LINE-EXIT
033700     IF ACCT-ACCRUED-INT NUMERIC AND ACCT-ACCRUED-INT > ZERO
033800         MOVE "ACCRUED UNPOSTED  " TO BL-LABEL
033900         MOVE ACCT-ACCRUED-INT     TO BL-AMOUNT
034000         MOVE WS-BALANCE-LINE TO STATEMENT-LINE
034001         PERFORM 8900-PUT-STMT-LINE
034002             THRU 8900-PUT-STMT-LINE-EXIT
034100     END-IF
034150     IF WS-DELIVER-HELD
034160         ADD 1 TO WS-HELD-COUNT
034170     ELSE
034180         ADD 1 TO WS-PRINTED-COUNT
034190     END-IF
034200     ADD 1 TO WS-STATEMENT-COUNT.
034300
034400 2000-STATEMENT-ONE-ACCT-READ.
034700 2000-STATEMENT-ONE-ACCT-EXIT.
034800     EXIT.
034900
034902*----------------------------------------------------------
034904* 2400-CHECK-DELIVERY - HOW THIS STATEMENT IS DELIVERED.
034906* ONLY A CUSTADDR RECORD MARKED FOR ELECTRONIC DELIVERY
034908* TAKES THE STATEMENT OFF PRINT; NO CUSTOMER LINK OR NO
034910* ADDRESS ON FILE STILL PRINTS (AND FLAGS) AS BEFORE.  A
034911* PRINT ADDRESS FLAGGED RETURNED-MAIL IS HELD INSTEAD.
034912*----------------------------------------------------------
034914 2400-CHECK-DELIVERY.
034916     MOVE "P" TO WS-DELIVERY-FLAG
034918     IF NOT ADDR-FILE-OPEN OR ACCT-CUST-NUM = SPACES
034920         GO TO 2400-CHECK-DELIVERY-EXIT
034922     END-IF
034924     MOVE ACCT-CUST-NUM TO AD-CUST-ID
034926     READ CUSTOMER-ADDRESS
034928         INVALID KEY
034930             GO TO 2400-CHECK-DELIVERY-EXIT
034932     END-READ
034934     IF AD-E-DELIVERY
034936         MOVE "E" TO WS-DELIVERY-FLAG
034937         GO TO 2400-CHECK-DELIVERY-EXIT
034938     END-IF
034939     IF AD-MAIL-RETURNED
034940         MOVE "H" TO WS-DELIVERY-FLAG
034941         MOVE AD-RETURNED-DATE TO WS-HOLD-RET-DATE
034942     END-IF.
034943 2400-CHECK-DELIVERY-EXIT.
034944     EXIT.
034945
035000*----------------------------------------------------------
035100* 2500-PRINT-MAILING-BLOCK - THE ADDRESSEE BLOCK AT THE TOP
035200* OF THE STATEMENT: CUSTOMER NAME FROM CUSTMSTR (THE ACCOUNT
036400                 MOVE CM-CUST-NAME TO MN-NAME
036500         END-READ
036600     END-IF
036700     MOVE WS-MAIL-NAME-LINE TO STATEMENT-LINE
036701     PERFORM 8900-PUT-STMT-LINE
036702         THRU 8900-PUT-STMT-LINE-EXIT
036800     IF NOT ADDR-FILE-OPEN OR ACCT-CUST-NUM = SPACES
036900         MOVE "     ** NO ADDRESS ON FILE **"
037000             TO WS-MAIL-NOTE-LINE
037100         MOVE WS-MAIL-NOTE-LINE TO STATEMENT-LINE
037101         PERFORM 8900-PUT-STMT-LINE
037102             THRU 8900-PUT-STMT-LINE-EXIT
037200         GO TO 2500-PRINT-MAILING-BLOCK-EXIT
037300     END-IF
037400     MOVE ACCT-CUST-NUM TO AD-CUST-ID
037600         INVALID KEY
037700             MOVE "     ** NO ADDRESS ON FILE **"
037800                 TO WS-MAIL-NOTE-LINE
037900             MOVE WS-MAIL-NOTE-LINE TO STATEMENT-LINE
037901             PERFORM 8900-PUT-STMT-LINE
037902                 THRU 8900-PUT-STMT-LINE-EXIT
038000             GO TO 2500-PRINT-MAILING-BLOCK-EXIT
038100     END-READ
038200     MOVE AD-STREET TO MS-STREET
038300     MOVE WS-MAIL-STREET-LINE TO STATEMENT-LINE
038301     PERFORM 8900-PUT-STMT-LINE
038302         THRU 8900-PUT-STMT-LINE-EXIT
038400     MOVE AD-CITY   TO MC-CITY
038500     MOVE AD-STATE  TO MC-STATE
038600     MOVE AD-ZIP    TO MC-ZIP
038700     MOVE WS-MAIL-CITY-LINE TO STATEMENT-LINE
038701     PERFORM 8900-PUT-STMT-LINE
038702         THRU 8900-PUT-STMT-LINE-EXIT
039300     IF AD-HOLD-AT-BRANCH
039400         MOVE "     HOLD AT BRANCH FOR PICKUP"
039500             TO WS-MAIL-NOTE-LINE
039600         MOVE WS-MAIL-NOTE-LINE TO STATEMENT-LINE
039601         PERFORM 8900-PUT-STMT-LINE
039602             THRU 8900-PUT-STMT-LINE-EXIT
039700     END-IF.
039800 2500-PRINT-MAILING-BLOCK-EXIT.
039900     EXIT.
040000
040002*----------------------------------------------------------
040004* 2700-ESTATEMENT-ONE-ACCT - ONE ACCOUNT'S STATEMENT TO THE
040006* VENDOR FILE.  THE STH HEADER CARRIES THE CLOSING BALANCE,
040008* SO THE PERIOD'S DETAIL IS WALKED TWICE: ONCE FOR THE
040010* TOTALS, THEN AGAIN WRITING ONE STD RECORD PER
040012* TRANSACTION BEHIND THE HEADER.
040014*----------------------------------------------------------
040016 2700-ESTATEMENT-ONE-ACCT.
040018     MOVE "T" TO WS-STMT-PASS
040020     PERFORM 3000-COLLECT-MONTH-DETAIL
040022         THRU 3000-COLLECT-MONTH-DETAIL-EXIT
040024     MOVE ACCT-NUMBER          TO ES-ACCT
040026     MOVE ACCT-CUST-NUM        TO ES-CUST-ID
040028     MOVE ACCT-NAME            TO ES-NAME
040030     IF ACCT-IS-CHECKING
040032         MOVE "C" TO ES-TYPE
040034     ELSE
040036         MOVE "S" TO ES-TYPE
040038     END-IF
040040     MOVE WS-STMT-FROM         TO ES-FROM
040042     MOVE WS-STMT-TO           TO ES-TO
040044     MOVE WS-OPENING-BALANCE   TO ES-OPENING
040046     MOVE WS-CLOSING-BALANCE   TO ES-CLOSING
040048     MOVE WS-INTEREST-CREDITED TO ES-INTEREST
040050     MOVE WS-WHT-TOTAL         TO ES-TAX-WHT
040052     WRITE ESTATEMENT-RECORD FROM WS-ESTMT-STMT-RECORD
040054
040056     MOVE ZERO TO WS-OPENING-BALANCE
040058                  WS-INTEREST-CREDITED
040060                  WS-WHT-TOTAL
040062                  WS-MONTH-TXN-COUNT
040064     MOVE "E" TO WS-STMT-PASS
040066     PERFORM 3000-COLLECT-MONTH-DETAIL
040068         THRU 3000-COLLECT-MONTH-DETAIL-EXIT.
040070 2700-ESTATEMENT-ONE-ACCT-EXIT.
040072     EXIT.
040074
040100*----------------------------------------------------------
040200* 3000-COLLECT-MONTH-DETAIL - WALK THE ACCOUNT'S TXNDETL
040300* RECORDS.  THE OPENING BALANCE LINE IS WRITTEN AS SOON AS
043100         UNTIL END-OF-ACCT-DETAIL
043200            OR TD-TIMESTAMP(1:8) >= WS-STMT-FROM
043300
043350     IF WS-PASS-PRINT
043400         MOVE "OPENING BALANCE   " TO BL-LABEL
043500         MOVE WS-OPENING-BALANCE   TO BL-AMOUNT
043600         MOVE WS-BALANCE-LINE TO STATEMENT-LINE
043601         PERFORM 8900-PUT-STMT-LINE
043602             THRU 8900-PUT-STMT-LINE-EXIT
043650     END-IF
043700     MOVE WS-OPENING-BALANCE   TO WS-CLOSING-BALANCE
043800
043900     PERFORM 3200-PRINT-MONTH-TXN
045700*----------------------------------------------------------
045800* 3200-PRINT-MONTH-TXN - ONE IN-MONTH TRANSACTION LINE WITH
045900* ITS RESULTING BALANCE; INTEREST CREDITS ARE ALSO TOTALLED
046000* FOR THE STATEMENT FOOT.  AN E-STATEMENT'S TOTALS PASS
046050* WRITES NOTHING; ITS SECOND PASS WRITES THE STD RECORD.
046100*----------------------------------------------------------
046200 3200-PRINT-MONTH-TXN.
046300     IF WS-PASS-PRINT
046400         MOVE TD-TIMESTAMP(1:8)  TO XL-DATE
046500         MOVE TD-TIMESTAMP(9:6)  TO XL-TIME
046600         MOVE TD-TXN-TYPE        TO XL-TYPE
046610         MOVE TD-AMOUNT          TO XL-AMOUNT
046700         MOVE TD-BALANCE         TO XL-BALANCE
046800         MOVE WS-TXN-LINE TO STATEMENT-LINE
046801         PERFORM 8900-PUT-STMT-LINE
046802             THRU 8900-PUT-STMT-LINE-EXIT
046810     END-IF
046820     IF WS-PASS-ESTMT
046830         MOVE ACCT-NUMBER        TO ED-ACCT
046840         MOVE TD-TIMESTAMP(1:8)  TO ED-DATE
046850         MOVE TD-TIMESTAMP(9:6)  TO ED-TIME
046860         MOVE TD-TXN-TYPE        TO ED-TXN-TYPE
046870         MOVE TD-AMOUNT          TO ED-AMOUNT
046880         MOVE TD-BALANCE         TO ED-BALANCE
046890         MOVE TD-REFERENCE       TO ED-REFERENCE
046892         WRITE ESTATEMENT-RECORD FROM WS-ESTMT-DETAIL-RECORD
046894         ADD 1         TO WS-ESTMT-DETAIL-COUNT
046896         ADD TD-AMOUNT TO WS-ESTMT-HASH
046898     END-IF
046900     MOVE TD-BALANCE         TO WS-CLOSING-BALANCE
047000     IF TD-TXN-TYPE = "INTEREST"
047100         ADD TD-AMOUNT TO WS-INTEREST-CREDITED
056600 8100-READ-ACCT-DETAIL-EXIT.
056700     EXIT.
056800
056810*----------------------------------------------------------
056812* 8900-PUT-STMT-LINE - WRITE THE STATEMENT LINE IN THE
056814* RECORD AREA: TO STMTFILE FOR THE PRINT RUN, OR TO HOLDMAIL
056816* WHEN THE CUSTOMER'S MAIL IS BEING RETURNED.
056818*----------------------------------------------------------
056820 8900-PUT-STMT-LINE.
056822     IF NOT WS-DELIVER-HELD
056824         WRITE STATEMENT-LINE
056826         GO TO 8900-PUT-STMT-LINE-EXIT
056828     END-IF
056830     ADD 1 TO WS-HOLD-LINE-NO
056832     MOVE WS-BUSINESS-DATE TO HM-HELD-DATE
056834     MOVE "STMTFILE"       TO HM-SOURCE
056836     MOVE ACCT-CUST-NUM    TO HM-CUST-ID
056838     MOVE ACCT-NUMBER      TO HM-REF
056840     MOVE WS-HOLD-RET-DATE TO HM-RETURNED-DATE
056842     MOVE WS-HOLD-LINE-NO  TO HM-LINE-NO
056844     MOVE STATEMENT-LINE   TO HM-IMAGE
056846     WRITE HOLD-MAIL-RECORD.
056848 8900-PUT-STMT-LINE-EXIT.
056850     EXIT.
056852
056900*----------------------------------------------------------
057000* 9000-TERMINATE - CLOSE FILES AND WRITE THE DAILY-STATS
057100* SUMMARY RECORD.
058600             CLOSE DETAIL-ARCHIVE
058700         END-IF
058800         CLOSE STATEMENT-FILE
058805         CLOSE HOLD-MAIL-FILE
058810         MOVE WS-ESTMT-COUNT        TO ET-STMT-COUNT
058820         MOVE WS-ESTMT-DETAIL-COUNT TO ET-DETAIL-COUNT
058830         MOVE WS-ESTMT-HASH         TO ET-HASH
058840         WRITE ESTATEMENT-RECORD FROM WS-ESTMT-TRAILER-RECORD
058850         CLOSE ESTATEMENT-FILE
058900         PERFORM 9500-WRITE-DAILY-STATS
059000             THRU 9500-WRITE-DAILY-STATS-EXIT
059100         DISPLAY "ACCT-STATEMENT-BATCH: " WS-STATEMENT-COUNT
059200             " STATEMENTS FOR CYCLE " WS-STMT-CYCLE
059210         DISPLAY "ACCT-STATEMENT-BATCH: DELIVERY SUMMARY CYCLE "
059220             WS-STMT-CYCLE " - PRINTED " WS-PRINTED-COUNT
059230             " ELECTRONIC " WS-ESTMT-COUNT
059240             " HELD " WS-HELD-COUNT
059300     ELSE
059400         DISPLAY "ACCT-STATEMENT-BATCH: RUN TERMINATED"
059500     END-IF.
060700     MOVE WS-STATEMENT-COUNT     TO DS-RECORD-COUNT
060800     MOVE WS-STATEMENT-COUNT     TO WS-STATEMENT-COUNT-DISP
060900     MOVE SPACES                 TO DS-DETAIL
060920     MOVE WS-PRINTED-COUNT       TO WS-PRINTED-COUNT-DISP
060940     MOVE WS-ESTMT-COUNT         TO WS-ESTMT-COUNT-DISP
060960     MOVE WS-HELD-COUNT          TO WS-HELD-COUNT-DISP
061000     STRING "CYC " DELIMITED BY SIZE
061010         WS-STMT-CYCLE            DELIMITED BY SIZE
061020         " PRT " DELIMITED BY SIZE
061100         WS-PRINTED-COUNT-DISP    DELIMITED BY SIZE
061110         " ELEC " DELIMITED BY SIZE
061120         WS-ESTMT-COUNT-DISP      DELIMITED BY SIZE
061130         " HELD " DELIMITED BY SIZE
061140         WS-HELD-COUNT-DISP       DELIMITED BY SIZE
061200         INTO DS-DETAIL
061300     END-STRING
061400     WRITE DAILY-STAT-RECORD
