002100*                 PER-ACCOUNT CYCLE STATEMENTS FROM
002200*                 ACCT-STATEMENT-BATCH ARE UNCHANGED - THIS
002300*                 IS THE RELATIONSHIP VIEW ALONGSIDE THEM.
002310* 2026-10-15 KMR  RETURNED MAIL.  A CUSTOMER WHOSE CUSTADDR
002320*                 RECORD IS FLAGGED RETURNED-MAIL HAS THE
002330*                 STATEMENT WRITTEN TO THE SHARED HOLDMAIL
002340*                 FILE (HMAILREC) INSTEAD OF CONSSTMT.  THE
002350*                 STATISTICS LINE SHOWS HOW MANY WERE HELD.
002355* 2026-10-15 KMR  HOUSEHOLD MAILING.  A SYSIN CARD OF "H" SENDS
002360*                 ONE STATEMENT PER HOUSEHOLD ON THE HOUSEHLD
002365*                 FILE (HHLDREC, BUILT BY HOUSEHOLD-BUILD): IT IS
002370*                 ADDRESSED TO THE HEAD OF HOUSEHOLD, LISTS EACH
002375*                 MEMBER'S ACCOUNTS AND LOANS UNDER A MEMBER LINE
002380*                 AND TOTALS THE FAMILY'S POSITION.  A CUSTOMER
002385*                 IN NO HOUSEHOLD, OR ALONE IN ONE, STILL GETS
002390*                 THE ORDINARY STATEMENT.  ANY OTHER CARD (OR
002395*                 NONE) KEEPS ONE STATEMENT PER CUSTOMER.
002396* 2026-10-15 KMR  E-DELIVERY AS IN ACCT-STATEMENT-BATCH: AN "E"
002397*                 MAIL-TO CUSTOMER GOES TO ESTMFILE (HDR/STH/STD/
002398*                 STT/TRL), NOT CONSSTMT.  CONSSTMT ENDS WITH A
002399*                 PAPER/ELECTRONIC/HELD DELIVERY SUMMARY.
002400*----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
005400     SELECT CONSOL-STATEMENTS ASSIGN TO "CONSSTMT"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600
005610     SELECT HOLD-MAIL-FILE ASSIGN TO "HOLDMAIL"
005620         ORGANIZATION IS LINE SEQUENTIAL.
005622
005624     SELECT ESTATEMENT-FILE ASSIGN TO "ESTMFILE"
005626         ORGANIZATION IS LINE SEQUENTIAL.
005630
005635     SELECT HOUSEHOLDS ASSIGN TO "HOUSEHLD"
005640         ORGANIZATION IS INDEXED
005645         ACCESS MODE IS DYNAMIC
005650         RECORD KEY IS HH-CUST-ID
005655         ALTERNATE RECORD KEY IS HH-ID
005660             WITH DUPLICATES
005665         FILE STATUS IS WS-HHLD-STATUS.
005670
005700     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900
007800 FD  CONSOL-STATEMENTS.
007900 01  CONSOL-STATEMENT-LINE   PIC X(80).
008000
008010 FD  HOLD-MAIL-FILE.
008020 01  HOLD-MAIL-RECORD.
008030     COPY HMAILREC.
008032
008034 FD  ESTATEMENT-FILE.
008036 01  ESTATEMENT-RECORD       PIC X(100).
008040
008050 FD  HOUSEHOLDS.
008060 01  HOUSEHOLD-RECORD.
008070     COPY HHLDREC.
008080
008100 FD  DAILY-STATS-FILE.
008200     COPY DLYSTAT.
008300
010400     88  LOAN-FILE-OK                VALUE "00".
010500 01  WS-LOAN-EOF-FLAG        PIC X(01) VALUE "N".
010600     88  END-OF-LOANS                VALUE "Y".
010610 01  WS-HHLD-STATUS          PIC X(02).
010620     88  HHLD-FILE-OK                VALUE "00".
010630 01  WS-HHLD-EOF-FLAG        PIC X(01) VALUE "N".
010640     88  END-OF-HOUSEHOLDS           VALUE "Y".
010700
010800*----------------------------------------------------------
010900* PER-CUSTOMER HOLDINGS, BUILT IN ONE PASS OVER EACH MASTER.
012500         10  WS-LT-CUST      PIC X(06).
012600         10  WS-LT-LOAN      PIC X(08).
012700         10  WS-LT-BALANCE   PIC S9(8)V99.
012702
012704*----------------------------------------------------------
012706* HOUSEHOLD MAILING: EVERY HOUSEHLD MEMBERSHIP, IN CUSTOMER
012708* ORDER.  WS-HT-DONE MARKS A MEMBER ALREADY MAILED UNDER ITS
012710* HOUSEHOLD, SO THE CUSTOMER WALK PASSES OVER IT.
012712*----------------------------------------------------------
012714 01  WS-MAIL-MODE            PIC X(01) VALUE "C".
012716     88  MAIL-BY-HOUSEHOLD           VALUE "H".
012718 01  WS-HH-COUNT             PIC 9(04) COMP VALUE ZERO.
012720 01  WS-HH-TABLE.
012722     05  WS-HT-ENTRY         OCCURS 1 TO 5000 TIMES
012724             DEPENDING ON WS-HH-COUNT
012726             INDEXED BY WS-HT-IDX WS-HM-IDX.
012728         10  WS-HT-CUST      PIC X(06).
012730         10  WS-HT-HH-ID     PIC X(06).
012732         10  WS-HT-HEAD      PIC X(01).
012734         10  WS-HT-DONE      PIC X(01).
012736 01  WS-HH-DROPPED           PIC 9(05) COMP VALUE ZERO.
012738 01  WS-HH-ID                PIC X(06) VALUE SPACES.
012740 01  WS-HH-MEMBERS           PIC 9(04) COMP VALUE ZERO.
012742 01  WS-HH-HEAD-ID           PIC X(06) VALUE SPACES.
012744 01  WS-HH-SKIP-FLAG         PIC X(01) VALUE "N".
012746     88  WS-HH-ALREADY-MAILED        VALUE "Y".
012748 01  WS-MEMBER-SHOWN-FLAG    PIC X(01) VALUE "N".
012750     88  WS-MEMBER-SHOWN             VALUE "Y".
012752 01  WS-WALK-CUST-ID         PIC X(06) VALUE SPACES.
012754 01  WS-MAIL-CUST-ID         PIC X(06) VALUE SPACES.
012756 01  WS-MAIL-CUST-NAME       PIC X(20) VALUE SPACES.
012758 01  WS-HH-STMT-COUNT        PIC 9(07) VALUE ZERO.
012800
012900*----------------------------------------------------------
013000* COUNTERS, TOTALS AND PRINT LINES
013700 01  WS-LOAN-TOTAL           PIC S9(9)V99 VALUE ZERO.
013800 01  WS-NET-POSITION         PIC S9(9)V99 VALUE ZERO.
013900 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
013910 01  WS-DELIVERY-FLAG        PIC X(01) VALUE "P".
013912     88  WS-DELIVER-PRINT            VALUE "P".
013914     88  WS-DELIVER-ELECTRONIC       VALUE "E".
013920     88  WS-HOLD-MAIL                VALUE "H".
013930 01  WS-HOLD-RET-DATE        PIC 9(08) VALUE ZERO.
013940 01  WS-HOLD-LINE-NO         PIC 9(04) VALUE ZERO.
013950 01  WS-HELD-COUNT           PIC 9(07) VALUE ZERO.
013960 01  WS-HELD-COUNT-DISP      PIC ZZZZZZ9.
013965 01  WS-PAPER-COUNT          PIC 9(07) VALUE ZERO.
013970 01  WS-PAPER-COUNT-DISP     PIC ZZZZZZ9.
013975 01  WS-ESTMT-COUNT          PIC 9(07) VALUE ZERO.
013980 01  WS-ESTMT-COUNT-DISP     PIC ZZZZZZ9.
013985 01  WS-ESTMT-DETAIL-COUNT   PIC 9(07) COMP VALUE ZERO.
013990 01  WS-ESTMT-HASH           PIC S9(11)V99 VALUE ZERO.
013991
013992*----------------------------------------------------------
013993* SHARED EXCEPTION-LOG FIELDS FOR THE EXCPLOG SUBPROGRAM.
013994*----------------------------------------------------------
013995 01  WS-EXCP-PROGRAM         PIC X(23)
013996     VALUE "CONSOL-STATEMENT-BATCH".
013997 01  WS-EXCP-SEVERITY        PIC X(01) VALUE "W".
013998 01  WS-EXCP-MESSAGE         PIC X(40) VALUE SPACES.
013999 01  WS-EXCP-FSTATUS         PIC X(02) VALUE SPACES.
014000
014100 01  WS-HEAD-LINE.
014200     05  FILLER              PIC X(24)
014400     05  HL-DATE             PIC 9(08).
014500     05  FILLER              PIC X(48) VALUE SPACES.
014600 01  WS-CUST-LINE.
014700     05  CL-LABEL            PIC X(10) VALUE "CUSTOMER ".
014800     05  CL-CUST-ID          PIC X(06).
014900     05  FILLER              PIC X(02) VALUE SPACES.
015000     05  CL-CUST-NAME        PIC X(20).
015010     05  FILLER              PIC X(42) VALUE SPACES.
015020 01  WS-MEMBER-LINE.
015030     05  FILLER              PIC X(02) VALUE SPACES.
015040     05  FILLER              PIC X(07) VALUE "MEMBER ".
015050     05  ML-CUST-ID          PIC X(06).
015060     05  FILLER              PIC X(02) VALUE SPACES.
015070     05  ML-CUST-NAME        PIC X(20).
015080     05  FILLER              PIC X(43) VALUE SPACES.
015200 01  WS-ADDR-LINE.
015300     05  FILLER              PIC X(09) VALUE SPACES.
015400     05  AL-TEXT             PIC X(55).
016700     05  TL-LABEL            PIC X(18).
016800     05  TL-AMOUNT           PIC -ZZZZZZZZ9.99.
016900     05  FILLER              PIC X(47) VALUE SPACES.
016902 01  WS-DELIVERY-LINE.
016904     05  FILLER              PIC X(25)
016906         VALUE "DELIVERY SUMMARY - PAPER ".
016908     05  DV-PAPER            PIC ZZZZZZ9.
016910     05  FILLER              PIC X(13) VALUE "  ELECTRONIC ".
016912     05  DV-ESTMT            PIC ZZZZZZ9.
016914     05  FILLER              PIC X(07) VALUE "  HELD ".
016916     05  DV-HELD             PIC ZZZZZZ9.
016918     05  FILLER              PIC X(14) VALUE SPACES.
016920*----------------------------------------------------------
016922* E-STATEMENT RECORDS FOR THE DOCUMENT VENDOR
016924*----------------------------------------------------------
016926 01  WS-ESTMT-HEADER-RECORD.
016928     05  FILLER              PIC X(03) VALUE "HDR".
016930     05  EH-DATE             PIC 9(08).
016932     05  EH-SOURCE           PIC X(08) VALUE "CONSSTMT".
016934     05  FILLER              PIC X(81) VALUE SPACES.
016936 01  WS-ESTMT-STMT-RECORD.
016938     05  FILLER              PIC X(03) VALUE "STH".
016940     05  ES-CUST-ID          PIC X(06).
016942     05  ES-KIND             PIC X(01).
016944     05  ES-NAME             PIC X(20).
016946     05  ES-DATE             PIC 9(08).
016948     05  FILLER              PIC X(62) VALUE SPACES.
016950 01  WS-ESTMT-DETAIL-RECORD.
016952     05  FILLER              PIC X(03) VALUE "STD".
016954     05  ED-CUST-ID          PIC X(06).
016956     05  ED-MEMBER-ID        PIC X(06).
016958     05  ED-HOLDING          PIC X(01).
016960     05  ED-KEY              PIC X(08).
016962     05  ED-TYPE             PIC X(01).
016964     05  ED-BALANCE          PIC S9(8)V99.
016966     05  FILLER              PIC X(65) VALUE SPACES.
016968 01  WS-ESTMT-TOTAL-RECORD.
016970     05  FILLER              PIC X(03) VALUE "STT".
016972     05  EN-CUST-ID          PIC X(06).
016974     05  EN-DEPOSITS         PIC S9(9)V99.
016976     05  EN-BORROWINGS       PIC S9(9)V99.
016978     05  EN-NET              PIC S9(9)V99.
016980     05  FILLER              PIC X(58) VALUE SPACES.
016982 01  WS-ESTMT-TRAILER-RECORD.
016984     05  FILLER              PIC X(03) VALUE "TRL".
016986     05  ET-STMT-COUNT       PIC 9(07).
016988     05  ET-DETAIL-COUNT     PIC 9(07).
016990     05  ET-HASH             PIC S9(11)V99.
016992     05  FILLER              PIC X(70) VALUE SPACES.
017000
017100 PROCEDURE DIVISION.
017200*----------------------------------------------------------
018900 1000-INITIALIZE.
019000     CALL "GETBDATE" USING WS-BUSINESS-DATE
019100     OPEN OUTPUT CONSOL-STATEMENTS
019150     OPEN EXTEND HOLD-MAIL-FILE
019152     OPEN OUTPUT ESTATEMENT-FILE
019154     MOVE WS-BUSINESS-DATE TO EH-DATE
019156     WRITE ESTATEMENT-RECORD FROM WS-ESTMT-HEADER-RECORD
019160     ACCEPT WS-MAIL-MODE
019200     OPEN INPUT CUSTOMER-MASTER
019300     IF NOT CUST-FILE-OK
019400         DISPLAY "CONSOL-STATEMENT-BATCH: NO CUSTMSTR, "
020200     IF ADDR-FILE-OK
020300         MOVE "Y" TO WS-ADDR-OPEN-FLAG
020400     END-IF
020410     IF MAIL-BY-HOUSEHOLD
020420         PERFORM 1600-LOAD-HOUSEHOLDS
020430             THRU 1600-LOAD-HOUSEHOLDS-EXIT
020440     END-IF
020500     PERFORM 1200-LOAD-ACCOUNT-TABLE
020600         THRU 1200-LOAD-ACCOUNT-TABLE-EXIT
020700     PERFORM 1400-LOAD-LOAN-TABLE
031000     END-READ.
031100 1450-READ-NEXT-LOAN-EXIT.
031200     EXIT.
031202
031204*----------------------------------------------------------
031206* 1600-LOAD-HOUSEHOLDS - EVERY HOUSEHLD MEMBERSHIP INTO THE
031208* HOUSEHOLD TABLE.  NO HOUSEHLD FILE FALLS BACK TO ONE
031210* STATEMENT PER CUSTOMER.
031212*----------------------------------------------------------
031214 1600-LOAD-HOUSEHOLDS.
031216     OPEN INPUT HOUSEHOLDS
031218     IF NOT HHLD-FILE-OK
031220         DISPLAY "CONSOL-STATEMENT-BATCH: NO HOUSEHLD, STATUS "
031222             WS-HHLD-STATUS " - MAILING PER CUSTOMER"
031224         MOVE "C" TO WS-MAIL-MODE
031226         GO TO 1600-LOAD-HOUSEHOLDS-EXIT
031228     END-IF
031230     PERFORM 1650-LOAD-ONE-MEMBERSHIP
031232         THRU 1650-LOAD-ONE-MEMBERSHIP-EXIT
031234         UNTIL END-OF-HOUSEHOLDS
031236     CLOSE HOUSEHOLDS
031238     IF WS-HH-DROPPED > ZERO
031239         DISPLAY "CONSOL-STATEMENT-BATCH: HOUSEHOLD TABLE FULL, "
031240             WS-HH-DROPPED " CUSTOMERS MAILED ALONE"
031241         MOVE "HOUSEHOLD TABLE FULL - MAILED SINGLY"
031242             TO WS-EXCP-MESSAGE
031243         MOVE SPACES TO WS-EXCP-FSTATUS
031244         PERFORM 8950-LOG-EXCEPTION
031245             THRU 8950-LOG-EXCEPTION-EXIT
031246     END-IF.
031248 1600-LOAD-HOUSEHOLDS-EXIT.
031250     EXIT.
031252
031254*----------------------------------------------------------
031256* 1650-LOAD-ONE-MEMBERSHIP - ONE HOUSEHLD RECORD.
031258*----------------------------------------------------------
031260 1650-LOAD-ONE-MEMBERSHIP.
031262     READ HOUSEHOLDS NEXT RECORD
031264         AT END
031266             MOVE "Y" TO WS-HHLD-EOF-FLAG
031268             GO TO 1650-LOAD-ONE-MEMBERSHIP-EXIT
031270     END-READ
031272     IF WS-HH-COUNT >= 5000
031274         ADD 1 TO WS-HH-DROPPED
031276         GO TO 1650-LOAD-ONE-MEMBERSHIP-EXIT
031278     END-IF
031280     ADD 1 TO WS-HH-COUNT
031282     SET WS-HT-IDX TO WS-HH-COUNT
031284     MOVE HH-CUST-ID   TO WS-HT-CUST(WS-HT-IDX)
031286     MOVE HH-ID        TO WS-HT-HH-ID(WS-HT-IDX)
031288     MOVE HH-HEAD-FLAG TO WS-HT-HEAD(WS-HT-IDX)
031290     MOVE "N"          TO WS-HT-DONE(WS-HT-IDX).
031292 1650-LOAD-ONE-MEMBERSHIP-EXIT.
031294     EXIT.
031300
031400*----------------------------------------------------------
031500* 2000-STATEMENT-ONE-CUST - ONE CUSTOMER'S RELATIONSHIP
031600* PAGE.  A CUSTOMER WITH NO OPEN HOLDINGS GETS NO PAGE.
031700*----------------------------------------------------------
031800 2000-STATEMENT-ONE-CUST.
031820     IF CM-IS-INACTIVE
031840         GO TO 2000-STATEMENT-ONE-CUST-READ
031860     END-IF
031880     MOVE CM-CUST-ID   TO WS-MAIL-CUST-ID
031900     MOVE CM-CUST-NAME TO WS-MAIL-CUST-NAME
031920     MOVE SPACES       TO WS-HH-ID
031940     IF MAIL-BY-HOUSEHOLD
031960         PERFORM 2500-FIND-HOUSEHOLD
031980             THRU 2500-FIND-HOUSEHOLD-EXIT
032000         IF WS-HH-ALREADY-MAILED
032020             GO TO 2000-STATEMENT-ONE-CUST-READ
032040         END-IF
032060         IF WS-HH-ID NOT = SPACES
032080             PERFORM 2600-STATEMENT-HOUSEHOLD
032100                 THRU 2600-STATEMENT-HOUSEHOLD-EXIT
032120             IF END-OF-CUSTOMERS
032140                 GO TO 2000-STATEMENT-ONE-CUST-EXIT
032160             END-IF
032180             GO TO 2000-STATEMENT-ONE-CUST-READ
032200         END-IF
032220     END-IF
032240     MOVE "N"  TO WS-PRINTED-FLAG
032260     MOVE ZERO TO WS-DEPOSIT-TOTAL WS-LOAN-TOTAL
032280     PERFORM 2050-CHECK-DELIVERY
032300         THRU 2050-CHECK-DELIVERY-EXIT
032320
032340     PERFORM 2200-PRINT-ACCOUNT-LINES
032360         THRU 2200-PRINT-ACCOUNT-LINES-EXIT
032380     PERFORM 2300-PRINT-LOAN-LINES
032400         THRU 2300-PRINT-LOAN-LINES-EXIT
032420     IF NOT WS-PRINTED-SOMETHING
032440         GO TO 2000-STATEMENT-ONE-CUST-READ
032460     END-IF
032480
032500     PERFORM 2400-PRINT-TOTALS
032520         THRU 2400-PRINT-TOTALS-EXIT.
032540
032560 2000-STATEMENT-ONE-CUST-READ.
032580     PERFORM 8000-READ-NEXT-CUSTOMER
032600         THRU 8000-READ-NEXT-CUSTOMER-EXIT.
032620 2000-STATEMENT-ONE-CUST-EXIT.
032640     EXIT.
032660
032680*----------------------------------------------------------
032700* 2050-CHECK-DELIVERY - HOW THIS STATEMENT IS DELIVERED.  A
032720* MAIL-TO ADDRESS MARKED FOR ELECTRONIC DELIVERY SENDS IT TO
032725* THE VENDOR FILE; ONE FLAGGED RETURNED-MAIL HAS IT HELD; ANY
032730* OTHER (OR NONE ON FILE) PRINTS AS BEFORE.
032740*----------------------------------------------------------
032760 2050-CHECK-DELIVERY.
032780     MOVE "P"  TO WS-DELIVERY-FLAG
032800     MOVE ZERO TO WS-HOLD-LINE-NO
032820     IF NOT ADDR-FILE-OPEN
032840         GO TO 2050-CHECK-DELIVERY-EXIT
032860     END-IF
032880     MOVE WS-MAIL-CUST-ID TO AD-CUST-ID
032900     READ CUSTOMER-ADDRESSES
032920         INVALID KEY
032940             GO TO 2050-CHECK-DELIVERY-EXIT
032960     END-READ
032962     IF AD-E-DELIVERY
032964         MOVE "E" TO WS-DELIVERY-FLAG
032966         GO TO 2050-CHECK-DELIVERY-EXIT
032968     END-IF
032980     IF AD-MAIL-RETURNED
033000         MOVE "H"              TO WS-DELIVERY-FLAG
033020         MOVE AD-RETURNED-DATE TO WS-HOLD-RET-DATE
033040     END-IF.
033060 2050-CHECK-DELIVERY-EXIT.
033080     EXIT.
033100
033120*----------------------------------------------------------
033140* 2100-PRINT-CUST-HEADING - THE PAGE HEADING AND MAILING
033160* BLOCK, PRINTED ONCE WHEN THE FIRST HOLDING TURNS UP.  AN
033170* E-STATEMENT GETS ITS STH HEADER HERE INSTEAD.
033180*----------------------------------------------------------
033200 2100-PRINT-CUST-HEADING.
033201     IF WS-DELIVER-ELECTRONIC
033202         MOVE WS-MAIL-CUST-ID   TO ES-CUST-ID
033203         MOVE WS-MAIL-CUST-NAME TO ES-NAME
033204         MOVE "C"               TO ES-KIND
033205         IF WS-HH-ID NOT = SPACES
033206             MOVE "H"           TO ES-KIND
033207         END-IF
033208         MOVE WS-BUSINESS-DATE  TO ES-DATE
033209         WRITE ESTATEMENT-RECORD FROM WS-ESTMT-STMT-RECORD
033210     END-IF
033220     MOVE WS-BUSINESS-DATE TO HL-DATE
033240     MOVE WS-HEAD-LINE TO CONSOL-STATEMENT-LINE
033260     PERFORM 8900-PUT-STMT-LINE
033280         THRU 8900-PUT-STMT-LINE-EXIT
033300     MOVE "CUSTOMER"        TO CL-LABEL
033320     IF WS-HH-ID NOT = SPACES
033340         MOVE "HOUSEHOLD"   TO CL-LABEL
033360     END-IF
033380     MOVE WS-MAIL-CUST-ID   TO CL-CUST-ID
033400     MOVE WS-MAIL-CUST-NAME TO CL-CUST-NAME
033420     MOVE WS-CUST-LINE TO CONSOL-STATEMENT-LINE
033440     PERFORM 8900-PUT-STMT-LINE
033460         THRU 8900-PUT-STMT-LINE-EXIT
033480     IF ADDR-FILE-OPEN
033500         MOVE WS-MAIL-CUST-ID TO AD-CUST-ID
033520         READ CUSTOMER-ADDRESSES
033540             INVALID KEY
033560                 GO TO 2100-PRINT-CUST-HEADING-SPACER
033580         END-READ
033600         MOVE SPACES    TO AL-TEXT
033620         MOVE AD-STREET TO AL-TEXT
033640         MOVE WS-ADDR-LINE TO CONSOL-STATEMENT-LINE
033660         PERFORM 8900-PUT-STMT-LINE
033680             THRU 8900-PUT-STMT-LINE-EXIT
033700         MOVE SPACES TO AL-TEXT
033720         STRING AD-CITY  DELIMITED BY SIZE
033740             " "         DELIMITED BY SIZE
033760             AD-STATE    DELIMITED BY SIZE
033780             " "         DELIMITED BY SIZE
033800             AD-ZIP      DELIMITED BY SIZE
033820             INTO AL-TEXT
033840         END-STRING
033860         MOVE WS-ADDR-LINE TO CONSOL-STATEMENT-LINE
033880         PERFORM 8900-PUT-STMT-LINE
033900             THRU 8900-PUT-STMT-LINE-EXIT
033920     END-IF.
033940
033960 2100-PRINT-CUST-HEADING-SPACER.
033980     MOVE SPACES TO CONSOL-STATEMENT-LINE
034000     PERFORM 8900-PUT-STMT-LINE
034020         THRU 8900-PUT-STMT-LINE-EXIT
034040     MOVE "Y" TO WS-PRINTED-FLAG.
034060 2100-PRINT-CUST-HEADING-EXIT.
034080     EXIT.
034100
034120*----------------------------------------------------------
034140* 2150-START-HOLDING - BEFORE A HOLDING LINE: THE HEADING IF
034160* NOTHING IS ON THE PAGE YET, AND ON A HOUSEHOLD STATEMENT THE
034180* MEMBER LINE BEFORE THE MEMBER'S FIRST HOLDING.
034200*----------------------------------------------------------
034220 2150-START-HOLDING.
034240     IF NOT WS-PRINTED-SOMETHING
034260         PERFORM 2100-PRINT-CUST-HEADING
034280             THRU 2100-PRINT-CUST-HEADING-EXIT
034300     END-IF
034320     IF WS-HH-ID = SPACES OR WS-MEMBER-SHOWN
034340         GO TO 2150-START-HOLDING-EXIT
034360     END-IF
034380     MOVE CM-CUST-ID   TO ML-CUST-ID
034400     MOVE CM-CUST-NAME TO ML-CUST-NAME
034420     MOVE WS-MEMBER-LINE TO CONSOL-STATEMENT-LINE
034440     PERFORM 8900-PUT-STMT-LINE
034460         THRU 8900-PUT-STMT-LINE-EXIT
034480     MOVE "Y" TO WS-MEMBER-SHOWN-FLAG.
034500 2150-START-HOLDING-EXIT.
034520     EXIT.
034540
034560*----------------------------------------------------------
034580* 2200-PRINT-ACCOUNT-LINES - EVERY OPEN ACCOUNT THE
034600* CUSTOMER HOLDS.
034620*----------------------------------------------------------
034640 2200-PRINT-ACCOUNT-LINES.
034660     IF WS-ACCT-COUNT = ZERO
034680         GO TO 2200-PRINT-ACCOUNT-LINES-EXIT
034700     END-IF
034720     SET WS-AT-IDX TO 1
034740     PERFORM 2220-PRINT-ONE-ACCOUNT
034760         THRU 2220-PRINT-ONE-ACCOUNT-EXIT
034780         UNTIL WS-AT-IDX > WS-ACCT-COUNT.
034800 2200-PRINT-ACCOUNT-LINES-EXIT.
034820     EXIT.
034840
034860*----------------------------------------------------------
034880* 2220-PRINT-ONE-ACCOUNT - ONE TABLE ENTRY, IF IT IS THE
034900* CUSTOMER'S.
034920*----------------------------------------------------------
034940 2220-PRINT-ONE-ACCOUNT.
034960     IF WS-AT-CUST(WS-AT-IDX) = CM-CUST-ID
034980             PERFORM 2150-START-HOLDING
035000                 THRU 2150-START-HOLDING-EXIT
035020         MOVE SPACES    TO WS-ACCT-LINE
035040         MOVE "ACCOUNT" TO DL-LABEL
035060         MOVE WS-AT-ACCT(WS-AT-IDX)    TO DL-KEY
035080         MOVE WS-AT-TYPE(WS-AT-IDX)    TO DL-TYPE
035100         MOVE WS-AT-BALANCE(WS-AT-IDX) TO DL-BALANCE
035120         MOVE WS-ACCT-LINE TO CONSOL-STATEMENT-LINE
035140         PERFORM 8900-PUT-STMT-LINE
035160             THRU 8900-PUT-STMT-LINE-EXIT
035162         IF WS-DELIVER-ELECTRONIC
035164             MOVE "A"                      TO ED-HOLDING
035166             MOVE WS-AT-ACCT(WS-AT-IDX)    TO ED-KEY
035168             MOVE WS-AT-TYPE(WS-AT-IDX)    TO ED-TYPE
035170             MOVE WS-AT-BALANCE(WS-AT-IDX) TO ED-BALANCE
035172             PERFORM 2700-ESTMT-DETAIL
035174                 THRU 2700-ESTMT-DETAIL-EXIT
035176         END-IF
035180         ADD WS-AT-BALANCE(WS-AT-IDX) TO WS-DEPOSIT-TOTAL
035200     END-IF
035220     SET WS-AT-IDX UP BY 1.
035240 2220-PRINT-ONE-ACCOUNT-EXIT.
035260     EXIT.
035280
035300*----------------------------------------------------------
035320* 2300-PRINT-LOAN-LINES - EVERY OPEN LOAN THE CUSTOMER
035340* CARRIES.
035360*----------------------------------------------------------
035380 2300-PRINT-LOAN-LINES.
035400     IF WS-LOAN-COUNT = ZERO
035420         GO TO 2300-PRINT-LOAN-LINES-EXIT
035440     END-IF
035460     SET WS-LT-IDX TO 1
035480     PERFORM 2320-PRINT-ONE-LOAN
035500         THRU 2320-PRINT-ONE-LOAN-EXIT
035520         UNTIL WS-LT-IDX > WS-LOAN-COUNT.
035540 2300-PRINT-LOAN-LINES-EXIT.
035560     EXIT.
035580
035600*----------------------------------------------------------
035620* 2320-PRINT-ONE-LOAN - ONE TABLE ENTRY, IF IT IS THE
035640* CUSTOMER'S.
035660*----------------------------------------------------------
035680 2320-PRINT-ONE-LOAN.
035700     IF WS-LT-CUST(WS-LT-IDX) = CM-CUST-ID
035720             PERFORM 2150-START-HOLDING
035740                 THRU 2150-START-HOLDING-EXIT
035760         MOVE SPACES    TO WS-ACCT-LINE
035780         MOVE "LOAN   " TO DL-LABEL
035800         MOVE WS-LT-LOAN(WS-LT-IDX)    TO DL-KEY
035820         MOVE SPACE                    TO DL-TYPE
035840         MOVE WS-LT-BALANCE(WS-LT-IDX) TO DL-BALANCE
035860         MOVE WS-ACCT-LINE TO CONSOL-STATEMENT-LINE
035880         PERFORM 8900-PUT-STMT-LINE
035900             THRU 8900-PUT-STMT-LINE-EXIT
035902         IF WS-DELIVER-ELECTRONIC
035904             MOVE "L"                      TO ED-HOLDING
035906             MOVE WS-LT-LOAN(WS-LT-IDX)    TO ED-KEY
035908             MOVE SPACE                    TO ED-TYPE
035910             MOVE WS-LT-BALANCE(WS-LT-IDX) TO ED-BALANCE
035912             PERFORM 2700-ESTMT-DETAIL
035914                 THRU 2700-ESTMT-DETAIL-EXIT
035916         END-IF
035920         ADD WS-LT-BALANCE(WS-LT-IDX) TO WS-LOAN-TOTAL
035940     END-IF
035960     SET WS-LT-IDX UP BY 1.
035980 2320-PRINT-ONE-LOAN-EXIT.
036000     EXIT.
036020
036040*----------------------------------------------------------
036060* 2400-PRINT-TOTALS - THE STATEMENT'S TOTALS AND NET
036080* POSITION, AND THE STATEMENT COUNTS BY DELIVERY.  AN
036090* E-STATEMENT CLOSES WITH ITS STT TOTALS RECORD.
036100*----------------------------------------------------------
036120 2400-PRINT-TOTALS.
036140     MOVE "DEPOSITS TOTAL"    TO TL-LABEL
036160     MOVE WS-DEPOSIT-TOTAL    TO TL-AMOUNT
036180     MOVE WS-TOTAL-LINE TO CONSOL-STATEMENT-LINE
036200     PERFORM 8900-PUT-STMT-LINE
036220         THRU 8900-PUT-STMT-LINE-EXIT
036240     MOVE "BORROWINGS TOTAL"  TO TL-LABEL
036260     MOVE WS-LOAN-TOTAL       TO TL-AMOUNT
036280     MOVE WS-TOTAL-LINE TO CONSOL-STATEMENT-LINE
036300     PERFORM 8900-PUT-STMT-LINE
036320         THRU 8900-PUT-STMT-LINE-EXIT
036340     COMPUTE WS-NET-POSITION
036360         = WS-DEPOSIT-TOTAL - WS-LOAN-TOTAL
036380     MOVE "NET POSITION"      TO TL-LABEL
036400     MOVE WS-NET-POSITION     TO TL-AMOUNT
036420     MOVE WS-TOTAL-LINE TO CONSOL-STATEMENT-LINE
036440     PERFORM 8900-PUT-STMT-LINE
036460         THRU 8900-PUT-STMT-LINE-EXIT
036480     MOVE SPACES TO CONSOL-STATEMENT-LINE
036500     PERFORM 8900-PUT-STMT-LINE
036520         THRU 8900-PUT-STMT-LINE-EXIT
036540     ADD 1 TO WS-STMT-COUNT
036545     EVALUATE TRUE
036550         WHEN WS-DELIVER-ELECTRONIC
036555             MOVE WS-MAIL-CUST-ID  TO EN-CUST-ID
036560             MOVE WS-DEPOSIT-TOTAL TO EN-DEPOSITS
036565             MOVE WS-LOAN-TOTAL    TO EN-BORROWINGS
036570             MOVE WS-NET-POSITION  TO EN-NET
036575             WRITE ESTATEMENT-RECORD FROM WS-ESTMT-TOTAL-RECORD
036580             ADD 1 TO WS-ESTMT-COUNT
036585         WHEN WS-HOLD-MAIL
036590             ADD 1 TO WS-HELD-COUNT
036595         WHEN OTHER
036600             ADD 1 TO WS-PAPER-COUNT
036605     END-EVALUATE.
036620 2400-PRINT-TOTALS-EXIT.
036640     EXIT.
036660
036680*----------------------------------------------------------
036700* 2500-FIND-HOUSEHOLD - THE WALK CUSTOMER'S HOUSEHOLD.
036720* WS-HH-ID COMES BACK SPACES FOR A CUSTOMER IN NO HOUSEHOLD OR
036740* ALONE IN ONE (AN ORDINARY STATEMENT), AND THE SKIP FLAG IS
036760* SET FOR ONE ALREADY MAILED UNDER ITS HOUSEHOLD.
036780*----------------------------------------------------------
036800 2500-FIND-HOUSEHOLD.
036820     MOVE "N"    TO WS-HH-SKIP-FLAG
036840     MOVE SPACES TO WS-HH-ID
036860     IF WS-HH-COUNT = ZERO
036880         GO TO 2500-FIND-HOUSEHOLD-EXIT
036900     END-IF
036920     SET WS-HT-IDX TO 1
036940     SEARCH WS-HT-ENTRY
036960         AT END
036980             GO TO 2500-FIND-HOUSEHOLD-EXIT
037000         WHEN WS-HT-CUST(WS-HT-IDX) = CM-CUST-ID
037020             CONTINUE
037040     END-SEARCH
037060     IF WS-HT-DONE(WS-HT-IDX) = "Y"
037080         MOVE "Y" TO WS-HH-SKIP-FLAG
037100         GO TO 2500-FIND-HOUSEHOLD-EXIT
037120     END-IF
037140     MOVE WS-HT-HH-ID(WS-HT-IDX) TO WS-HH-ID
037160     MOVE ZERO   TO WS-HH-MEMBERS
037180     MOVE SPACES TO WS-HH-HEAD-ID
037200     PERFORM 2550-COUNT-ONE-MEMBER
037220         THRU 2550-COUNT-ONE-MEMBER-EXIT
037240         VARYING WS-HM-IDX FROM 1 BY 1
037260         UNTIL WS-HM-IDX > WS-HH-COUNT
037280     IF WS-HH-MEMBERS < 2
037300         MOVE SPACES TO WS-HH-ID
037320     END-IF.
037340 2500-FIND-HOUSEHOLD-EXIT.
037360     EXIT.
037380
037400*----------------------------------------------------------
037420* 2550-COUNT-ONE-MEMBER - COUNT ONE TABLE ENTRY IF IT IS IN
037440* THE HOUSEHOLD, AND NOTE THE HEAD.
037460*----------------------------------------------------------
037480 2550-COUNT-ONE-MEMBER.
037500     IF WS-HT-HH-ID(WS-HM-IDX) = WS-HH-ID
037520         ADD 1 TO WS-HH-MEMBERS
037540         IF WS-HT-HEAD(WS-HM-IDX) = "Y"
037560             MOVE WS-HT-CUST(WS-HM-IDX) TO WS-HH-HEAD-ID
037580         END-IF
037600     END-IF.
037620 2550-COUNT-ONE-MEMBER-EXIT.
037640     EXIT.
037660
037680*----------------------------------------------------------
037700* 2600-STATEMENT-HOUSEHOLD - ONE MAILING FOR THE WHOLE
037720* HOUSEHOLD, ADDRESSED TO THE HEAD (OR TO THE WALK CUSTOMER
037740* WHEN THE HEAD IS NO LONGER ACTIVE), WITH EACH MEMBER'S
037760* HOLDINGS AND THE FAMILY TOTALS.  THE MEMBER READS MOVE THE
037780* CUSTMSTR POSITION, SO THE WALK IS RESTARTED AFTER THE
037800* CUSTOMER IT WAS ON.
037820*----------------------------------------------------------
037840 2600-STATEMENT-HOUSEHOLD.
037860     MOVE CM-CUST-ID TO WS-WALK-CUST-ID
037880     IF WS-HH-HEAD-ID NOT = SPACES
037900      AND WS-HH-HEAD-ID NOT = CM-CUST-ID
037920         MOVE WS-HH-HEAD-ID TO CM-CUST-ID
037940         READ CUSTOMER-MASTER
037960             INVALID KEY
037980                 MOVE "D" TO CM-STATUS
038000         END-READ
038020         IF NOT CM-IS-INACTIVE AND NOT CM-IS-DECEASED
038040             MOVE CM-CUST-ID   TO WS-MAIL-CUST-ID
038060             MOVE CM-CUST-NAME TO WS-MAIL-CUST-NAME
038080         END-IF
038100     END-IF
038120     MOVE "N"  TO WS-PRINTED-FLAG
038140     MOVE ZERO TO WS-DEPOSIT-TOTAL WS-LOAN-TOTAL
038160     PERFORM 2050-CHECK-DELIVERY
038180         THRU 2050-CHECK-DELIVERY-EXIT
038200     PERFORM 2650-STATEMENT-ONE-MEMBER
038220         THRU 2650-STATEMENT-ONE-MEMBER-EXIT
038240         VARYING WS-HM-IDX FROM 1 BY 1
038260         UNTIL WS-HM-IDX > WS-HH-COUNT
038280     IF WS-PRINTED-SOMETHING
038300         PERFORM 2400-PRINT-TOTALS
038320             THRU 2400-PRINT-TOTALS-EXIT
038340         ADD 1 TO WS-HH-STMT-COUNT
038360     END-IF
038380
038400     MOVE WS-WALK-CUST-ID TO CM-CUST-ID
038420     START CUSTOMER-MASTER KEY GREATER THAN CM-CUST-ID
038440         INVALID KEY
038460             MOVE "Y" TO WS-EOF-FLAG
038480     END-START.
038500 2600-STATEMENT-HOUSEHOLD-EXIT.
038520     EXIT.
038540
038560*----------------------------------------------------------
038580* 2650-STATEMENT-ONE-MEMBER - ONE TABLE ENTRY, IF IT IS IN
038600* THE HOUSEHOLD: MARK IT MAILED AND PRINT AN ACTIVE MEMBER'S
038620* ACCOUNTS AND LOANS.
038640*----------------------------------------------------------
038660 2650-STATEMENT-ONE-MEMBER.
038680     IF WS-HT-HH-ID(WS-HM-IDX) NOT = WS-HH-ID
038700         GO TO 2650-STATEMENT-ONE-MEMBER-EXIT
038720     END-IF
038740     MOVE "Y" TO WS-HT-DONE(WS-HM-IDX)
038760     MOVE WS-HT-CUST(WS-HM-IDX) TO CM-CUST-ID
038780     READ CUSTOMER-MASTER
038800         INVALID KEY
038820             GO TO 2650-STATEMENT-ONE-MEMBER-EXIT
038840     END-READ
038860     IF CM-IS-INACTIVE
038880         GO TO 2650-STATEMENT-ONE-MEMBER-EXIT
038900     END-IF
038920     MOVE "N" TO WS-MEMBER-SHOWN-FLAG
038940     PERFORM 2200-PRINT-ACCOUNT-LINES
038960         THRU 2200-PRINT-ACCOUNT-LINES-EXIT
038980     PERFORM 2300-PRINT-LOAN-LINES
039000         THRU 2300-PRINT-LOAN-LINES-EXIT.
039020 2650-STATEMENT-ONE-MEMBER-EXIT.
039040     EXIT.
039060
039061*----------------------------------------------------------
039062* 2700-ESTMT-DETAIL - ONE HOLDING'S STD RECORD ON THE VENDOR
039063* FILE; THE CALLER HAS STAGED THE HOLDING FIELDS.
039064*----------------------------------------------------------
039065 2700-ESTMT-DETAIL.
039066     MOVE WS-MAIL-CUST-ID TO ED-CUST-ID
039067     MOVE CM-CUST-ID      TO ED-MEMBER-ID
039068     WRITE ESTATEMENT-RECORD FROM WS-ESTMT-DETAIL-RECORD
039069     ADD 1          TO WS-ESTMT-DETAIL-COUNT
039070     ADD ED-BALANCE TO WS-ESTMT-HASH.
039071 2700-ESTMT-DETAIL-EXIT.
039072     EXIT.
039073
039080*----------------------------------------------------------
039100* 8000-READ-NEXT-CUSTOMER - READ THE NEXT CUSTOMER.
039120*----------------------------------------------------------
039140 8000-READ-NEXT-CUSTOMER.
039160     READ CUSTOMER-MASTER NEXT RECORD
039180         AT END
039200             MOVE "Y" TO WS-EOF-FLAG
039220     END-READ.
039240 8000-READ-NEXT-CUSTOMER-EXIT.
039260     EXIT.
039280
039300*----------------------------------------------------------
039320* 8900-PUT-STMT-LINE - WRITE THE STATEMENT LINE IN THE
039340* RECORD AREA: TO CONSSTMT, OR TO HOLDMAIL WHEN THE
039360* CUSTOMER'S MAIL IS BEING RETURNED.  AN E-STATEMENT PRINTS
039370* NOTHING - ITS RECORDS GO TO THE VENDOR FILE.
039380*----------------------------------------------------------
039400 8900-PUT-STMT-LINE.
039405     IF WS-DELIVER-ELECTRONIC
039410         GO TO 8900-PUT-STMT-LINE-EXIT
039415     END-IF
039420     IF NOT WS-HOLD-MAIL
039440         WRITE CONSOL-STATEMENT-LINE
039460         GO TO 8900-PUT-STMT-LINE-EXIT
039480     END-IF
039500     ADD 1 TO WS-HOLD-LINE-NO
039520     MOVE WS-BUSINESS-DATE      TO HM-HELD-DATE
039540     MOVE "CONSSTMT"            TO HM-SOURCE
039560     MOVE WS-MAIL-CUST-ID       TO HM-CUST-ID
039580     MOVE WS-MAIL-CUST-ID       TO HM-REF
039600     MOVE WS-HOLD-RET-DATE      TO HM-RETURNED-DATE
039620     MOVE WS-HOLD-LINE-NO       TO HM-LINE-NO
039640     MOVE CONSOL-STATEMENT-LINE TO HM-IMAGE
039660     WRITE HOLD-MAIL-RECORD.
039680 8900-PUT-STMT-LINE-EXIT.
039700     EXIT.
039720
039722*----------------------------------------------------------
039724* 8950-LOG-EXCEPTION - WRITE THE PREPARED WARNING TO EXCPLOG
039726* FOR THE MORNING EXCEPTIONS REPORT.
039728*----------------------------------------------------------
039730 8950-LOG-EXCEPTION.
039732     CALL "EXCPLOG" USING WS-EXCP-PROGRAM WS-EXCP-SEVERITY
039734         WS-EXCP-MESSAGE WS-EXCP-FSTATUS.
039736 8950-LOG-EXCEPTION-EXIT.
039738     EXIT.
039739
039740*----------------------------------------------------------
039760* 9000-TERMINATE - DELIVERY SUMMARY AND VENDOR TRAILER,
039780* CLOSE FILES AND WRITE THE DAILY-STATS SUMMARY RECORD.
039800*----------------------------------------------------------
039820 9000-TERMINATE.
039840     IF INIT-SUCCESSFUL
039860         CLOSE CUSTOMER-MASTER
039880         IF ADDR-FILE-OPEN
039900             CLOSE CUSTOMER-ADDRESSES
039920         END-IF
039940     END-IF
039942     MOVE WS-PAPER-COUNT TO DV-PAPER
039944     MOVE WS-ESTMT-COUNT TO DV-ESTMT
039946     MOVE WS-HELD-COUNT  TO DV-HELD
039948     WRITE CONSOL-STATEMENT-LINE FROM WS-DELIVERY-LINE
039950     MOVE WS-ESTMT-COUNT        TO ET-STMT-COUNT
039952     MOVE WS-ESTMT-DETAIL-COUNT TO ET-DETAIL-COUNT
039954     MOVE WS-ESTMT-HASH         TO ET-HASH
039956     WRITE ESTATEMENT-RECORD FROM WS-ESTMT-TRAILER-RECORD
039958     CLOSE ESTATEMENT-FILE
039960     CLOSE CONSOL-STATEMENTS
039980     CLOSE HOLD-MAIL-FILE
040000     PERFORM 9500-WRITE-DAILY-STATS
040020         THRU 9500-WRITE-DAILY-STATS-EXIT
040040     DISPLAY "CONSOL-STATEMENT-BATCH: " WS-STMT-COUNT
040060         " STATEMENTS, " WS-HELD-COUNT " HELD FOR RETURNED MAIL"
040065     DISPLAY "CONSOL-STATEMENT-BATCH: DELIVERY SUMMARY - PAPER "
040070         WS-PAPER-COUNT " ELECTRONIC " WS-ESTMT-COUNT
040075         " HELD " WS-HELD-COUNT
040080     IF MAIL-BY-HOUSEHOLD
040100         DISPLAY "CONSOL-STATEMENT-BATCH: " WS-HH-STMT-COUNT
040120             " OF THEM HOUSEHOLD MAILINGS"
040140     END-IF.
040160 9000-TERMINATE-EXIT.
040180     EXIT.
040200
040220*----------------------------------------------------------
040240* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
040260* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
040280* CONSOLIDATED REPORT.
040300*----------------------------------------------------------
040320 9500-WRITE-DAILY-STATS.
040340     OPEN EXTEND DAILY-STATS-FILE
040360     MOVE "CONSOL-STATEMENT-BATCH" TO DS-PROGRAM-NAME
040380     MOVE WS-STMT-COUNT TO DS-RECORD-COUNT
040400     MOVE WS-STMT-COUNT TO WS-STMT-COUNT-DISP
040420     MOVE SPACES        TO DS-DETAIL
040440     MOVE WS-HELD-COUNT TO WS-HELD-COUNT-DISP
040445     MOVE WS-PAPER-COUNT TO WS-PAPER-COUNT-DISP
040450     MOVE WS-ESTMT-COUNT TO WS-ESTMT-COUNT-DISP
040460     STRING "PAPER "           DELIMITED BY SIZE
040480         WS-PAPER-COUNT-DISP DELIMITED BY SIZE
040485         " ELEC "            DELIMITED BY SIZE
040490         WS-ESTMT-COUNT-DISP DELIMITED BY SIZE
040500         " HELD "            DELIMITED BY SIZE
040520         WS-HELD-COUNT-DISP  DELIMITED BY SIZE
040540         INTO DS-DETAIL
040560     END-STRING
040580     WRITE DAILY-STAT-RECORD
040600     CLOSE DAILY-STATS-FILE.
040620 9500-WRITE-DAILY-STATS-EXIT.
051300     EXIT.
