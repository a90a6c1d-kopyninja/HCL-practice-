000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SANCTIONS-SCREEN-BATCH.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  WEEKLY SANCTIONS AND WATCH-
001100*                 LIST SCREENING.  LOADS THE WATCHLST FILE
001200*                 (SHARED WLSTREC COPYBOOK) AND MATCHES EVERY
001300*                 ACTIVE CUSTOMER ON CUSTMSTR AND EVERY ACTIVE
001400*                 PAYEE ON PAYEEREG AGAINST IT, NAMES FIRST
001500*                 PUT THROUGH NAMENORM, WITH THE SAME RULES
001600*                 AS THE SANCCHK SUBPROGRAM.  NEW HITS GO TO
001700*                 SCRNMTCH UNCLEARED; THEN EVERY MATCH STILL
001800*                 UNCLEARED OR CONFIRMED IS LISTED FOR
001900*                 COMPLIANCE TO CLEAR OR CONFIRM THROUGH
002000*                 SANCTIONS-MATCH-MAINT, FOLLOWED BY A
002100*                 SUMMARY PAGE.
002200*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT WATCH-LIST ASSIGN TO "WATCHLST"
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS WS-WLST-STATUS.
002900
003000     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS SEQUENTIAL
003300         RECORD KEY IS CM-CUST-ID
003400         FILE STATUS IS WS-CUSTM-STATUS.
003500
003600     SELECT PAYEE-REGISTER ASSIGN TO "PAYEEREG"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS PY-PAYEE-ID
004000         FILE STATUS IS WS-PAYEE-STATUS.
004100
004200     SELECT SCREEN-MATCHES ASSIGN TO "SCRNMTCH"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS SM-KEY
004600         FILE STATUS IS WS-SCRN-STATUS.
004700
004800     SELECT SCREEN-MATCH-RPT ASSIGN TO "SCRNRPT"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000
005100     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  WATCH-LIST.
005700 01  WATCH-LIST-RECORD.
005800     COPY WLSTREC.
005900
006000 FD  CUSTOMER-MASTER.
006100 01  CUSTOMER-MASTER-RECORD.
006200     COPY CUSTMREC.
006300
006400 FD  PAYEE-REGISTER.
006500 01  PAYEE-REGISTER-RECORD.
006600     COPY PAYEEREC.
006700
006800 FD  SCREEN-MATCHES.
006900 01  SCREEN-MATCH-RECORD.
007000     COPY SCRNREC.
007100
007200 FD  SCREEN-MATCH-RPT.
007300 01  SCREEN-MATCH-RPT-LINE   PIC X(80).
007400
007500 FD  DAILY-STATS-FILE.
007600     COPY DLYSTAT.
007700
007800 WORKING-STORAGE SECTION.
007900*----------------------------------------------------------
008000* SWITCHES AND FILE STATUS
008100*----------------------------------------------------------
008200 01  WS-SWITCHES.
008300     05  WS-INIT-FLAG        PIC X(01) VALUE "Y".
008400         88  INIT-SUCCESSFUL         VALUE "Y".
008500     05  WS-EOF-FLAG         PIC X(01) VALUE "N".
008600         88  END-OF-INPUT            VALUE "Y".
008700     05  WS-SECTION-FLAG     PIC X(01) VALUE "D".
008800         88  WS-IN-SUMMARY           VALUE "S".
008900     05  WS-TRUNC-FLAG       PIC X(01) VALUE "N".
009000         88  WS-NAME-TRUNCATED       VALUE "Y".
009100     05  WS-HIT-FLAG         PIC X(01) VALUE "N".
009200         88  WS-NAME-HIT             VALUE "Y".
009300 01  WS-WLST-STATUS          PIC X(02).
009400     88  WLST-FILE-OK                VALUE "00".
009500 01  WS-CUSTM-STATUS         PIC X(02).
009600     88  CUSTM-FILE-OK               VALUE "00".
009700 01  WS-PAYEE-STATUS         PIC X(02).
009800     88  PAYEE-FILE-OK               VALUE "00".
009900 01  WS-SCRN-STATUS          PIC X(02).
010000     88  SCRN-FILE-OK                VALUE "00".
010100     88  SCRN-FILE-NOT-FOUND         VALUE "35".
010200
010300*----------------------------------------------------------
010400* THE SUBJECT BEING SCREENED
010500*----------------------------------------------------------
010600 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
010700 01  WS-SUBJ-TYPE            PIC X(01).
010800 01  WS-SUBJ-ID              PIC X(06).
010900 01  WS-SUBJ-NAME            PIC X(20).
011000 01  WS-SUBJ-DOB             PIC 9(08).
011100 01  WS-SUBJ-NORM            PIC X(40).
011200 01  WS-NAME-WORK            PIC X(40).
011300 01  WS-MATCH-TYPE           PIC X(01).
011400
011500*----------------------------------------------------------
011600* COUNTERS
011700*----------------------------------------------------------
011800 01  WS-CUST-SCREENED        PIC 9(07) COMP VALUE ZERO.
011900 01  WS-PAYEE-SCREENED       PIC 9(07) COMP VALUE ZERO.
012000 01  WS-NEW-COUNT            PIC 9(07) COMP VALUE ZERO.
012100 01  WS-UNCLEARED-COUNT      PIC 9(07) COMP VALUE ZERO.
012200 01  WS-CONFIRMED-COUNT      PIC 9(07) COMP VALUE ZERO.
012300 01  WS-CLEARED-COUNT        PIC 9(07) COMP VALUE ZERO.
012400 01  WS-NEW-COUNT-DISP       PIC ZZZZ9.
012500 01  WS-UNCLEARED-DISP       PIC ZZZZ9.
012600 01  WS-CONFIRMED-DISP       PIC ZZZZ9.
012700
012800*----------------------------------------------------------
012900* WATCH LIST, LOADED ONCE WITH EACH NAME ALREADY NORMALIZED
013000* (WHOLE, AND CUT TO THE 20 BYTES A CUSTOMER OR PAYEE NAME
013100* HOLDS).
013200*----------------------------------------------------------
013300 01  WS-WL-COUNT             PIC 9(04) COMP VALUE ZERO.
013400 01  WS-WL-TABLE.
013500     05  WS-WL-ENTRY         OCCURS 1 TO 3000 TIMES
013600             DEPENDING ON WS-WL-COUNT
013700             INDEXED BY WS-WL-IDX.
013800         10  WS-WL-ID        PIC X(10).
013900         10  WS-WL-NAME      PIC X(40).
014000         10  WS-WL-NORM      PIC X(40).
014100         10  WS-WL-NORM20    PIC X(40).
014200         10  WS-WL-DOB       PIC 9(08).
014300         10  WS-WL-LIST      PIC X(08).
014400
014500*----------------------------------------------------------
014600* REPORT LINES
014700*----------------------------------------------------------
014800     COPY RPTHEAD.
014900 01  WS-COLUMN-LINE.
015000     05  FILLER              PIC X(40) VALUE
015100         "T SUBJ   SUBJECT NAME         ENTRY ID  ".
015200     05  FILLER              PIC X(40) VALUE
015300         " LIST     M STATUS FOUND".
015400 01  WS-DETAIL-LINE.
015500     05  DL-TYPE             PIC X(01).
015600     05  FILLER              PIC X(01) VALUE SPACES.
015700     05  DL-SUBJ-ID          PIC X(06).
015800     05  FILLER              PIC X(01) VALUE SPACES.
015900     05  DL-SUBJ-NAME        PIC X(20).
016000     05  FILLER              PIC X(01) VALUE SPACES.
016100     05  DL-ENTRY-ID         PIC X(10).
016200     05  FILLER              PIC X(01) VALUE SPACES.
016300     05  DL-LIST             PIC X(08).
016400     05  FILLER              PIC X(01) VALUE SPACES.
016500     05  DL-MATCH-TYPE       PIC X(01).
016600     05  FILLER              PIC X(01) VALUE SPACES.
016700     05  DL-STATUS           PIC X(06).
016800     05  FILLER              PIC X(01) VALUE SPACES.
016900     05  DL-FOUND            PIC 9(08).
017000     05  FILLER              PIC X(01) VALUE SPACES.
017100     05  DL-NEW              PIC X(03).
017200 01  WS-LISTED-LINE.
017300     05  FILLER              PIC X(19) VALUE
017400         "         LISTED AS ".
017500     05  LL-WL-NAME          PIC X(40).
017600 01  WS-SUMMARY-HEADING      PIC X(80) VALUE
017700     "SANCTIONS SCREENING SUMMARY".
017800 01  WS-SUMMARY-LINE.
017900     05  SL-LABEL            PIC X(30).
018000     05  SL-COUNT            PIC ZZZZZZ9.
018100
018200 PROCEDURE DIVISION.
018300*----------------------------------------------------------
018400* 0000-MAINLINE
018500*----------------------------------------------------------
018600 0000-MAINLINE.
018700     PERFORM 1000-INITIALIZE
018800         THRU 1000-INITIALIZE-EXIT
018900     IF INIT-SUCCESSFUL
019000         PERFORM 2000-SCREEN-CUSTOMERS
019100             THRU 2000-SCREEN-CUSTOMERS-EXIT
019200         PERFORM 2500-SCREEN-PAYEES
019300             THRU 2500-SCREEN-PAYEES-EXIT
019400     END-IF
019500     PERFORM 4000-LIST-MATCHES
019600         THRU 4000-LIST-MATCHES-EXIT
019700     PERFORM 7000-PRINT-SUMMARY
019800         THRU 7000-PRINT-SUMMARY-EXIT
019900     PERFORM 9000-TERMINATE
020000         THRU 9000-TERMINATE-EXIT
020100     STOP RUN.
020200
020300*----------------------------------------------------------
020400* 1000-INITIALIZE - OPEN THE MATCH FILE AND REPORT AND LOAD
020500* THE WATCH LIST.  WITH NO WATCH LIST NOBODY IS SCREENED,
020600* BUT THE MATCHES ALREADY ON FILE ARE STILL LISTED.
020700*----------------------------------------------------------
020800 1000-INITIALIZE.
020900     CALL "GETBDATE" USING WS-BUSINESS-DATE
021000     OPEN OUTPUT SCREEN-MATCH-RPT
021100     MOVE "SANCTIONS SCREENING - OPEN MATCHES" TO RPT-TITLE
021200     MOVE WS-BUSINESS-DATE TO RPT-HEAD-DATE
021300     PERFORM 7900-RPT-HEADINGS
021400         THRU 7900-RPT-HEADINGS-EXIT
021500     OPEN I-O SCREEN-MATCHES
021600     IF SCRN-FILE-NOT-FOUND
021700         OPEN OUTPUT SCREEN-MATCHES
021800         CLOSE SCREEN-MATCHES
021900         OPEN I-O SCREEN-MATCHES
022000     END-IF
022100     OPEN INPUT WATCH-LIST
022200     IF NOT WLST-FILE-OK
022300         DISPLAY "SANCTIONS-SCREEN-BATCH: NO WATCHLST, STATUS "
022400             WS-WLST-STATUS " - NOBODY SCREENED"
022500         MOVE "N" TO WS-INIT-FLAG
022600         GO TO 1000-INITIALIZE-EXIT
022700     END-IF
022800     MOVE "N" TO WS-EOF-FLAG
022900     PERFORM 8000-READ-WATCH-LIST
023000         THRU 8000-READ-WATCH-LIST-EXIT
023100     PERFORM 1100-LOAD-ONE-ENTRY
023200         THRU 1100-LOAD-ONE-ENTRY-EXIT
023300         UNTIL END-OF-INPUT
023400     CLOSE WATCH-LIST.
023500 1000-INITIALIZE-EXIT.
023600     EXIT.
023700
023800*----------------------------------------------------------
023900* 1100-LOAD-ONE-ENTRY - ONE WATCH-LIST ENTRY INTO THE TABLE.
024000*----------------------------------------------------------
024100 1100-LOAD-ONE-ENTRY.
024200     IF WS-WL-COUNT >= 3000
024300         DISPLAY "SANCTIONS-SCREEN-BATCH: WATCH LIST TABLE "
024400             "FULL, " WL-ENTRY-ID " NOT LOADED"
024500         GO TO 1100-LOAD-ONE-ENTRY-READ
024600     END-IF
024700     ADD 1 TO WS-WL-COUNT
024800     SET WS-WL-IDX TO WS-WL-COUNT
024900     MOVE WL-ENTRY-ID  TO WS-WL-ID(WS-WL-IDX)
025000     MOVE WL-NAME      TO WS-WL-NAME(WS-WL-IDX)
025100     MOVE WL-LIST-CODE TO WS-WL-LIST(WS-WL-IDX)
025200     IF WL-DOB NUMERIC
025300         MOVE WL-DOB TO WS-WL-DOB(WS-WL-IDX)
025400     ELSE
025500         MOVE ZERO   TO WS-WL-DOB(WS-WL-IDX)
025600     END-IF
025700     CALL "NAMENORM" USING WL-NAME WS-WL-NORM(WS-WL-IDX)
025800     MOVE SPACES        TO WS-NAME-WORK
025900     MOVE WL-NAME(1:20) TO WS-NAME-WORK
026000     CALL "NAMENORM" USING WS-NAME-WORK
026100         WS-WL-NORM20(WS-WL-IDX).
026200
026300 1100-LOAD-ONE-ENTRY-READ.
026400     PERFORM 8000-READ-WATCH-LIST
026500         THRU 8000-READ-WATCH-LIST-EXIT.
026600 1100-LOAD-ONE-ENTRY-EXIT.
026700     EXIT.
026800
026900*----------------------------------------------------------
027000* 2000-SCREEN-CUSTOMERS - EVERY ACTIVE CUSTOMER, NAME AND
027100* DATE OF BIRTH.
027200*----------------------------------------------------------
027300 2000-SCREEN-CUSTOMERS.
027400     OPEN INPUT CUSTOMER-MASTER
027500     IF NOT CUSTM-FILE-OK
027600         DISPLAY "SANCTIONS-SCREEN-BATCH: NO CUSTMSTR, STATUS "
027700             WS-CUSTM-STATUS
027800         GO TO 2000-SCREEN-CUSTOMERS-EXIT
027900     END-IF
028000     MOVE "N" TO WS-EOF-FLAG
028100     PERFORM 8100-READ-CUSTOMER
028200         THRU 8100-READ-CUSTOMER-EXIT
028300     PERFORM 2100-SCREEN-ONE-CUSTOMER
028400         THRU 2100-SCREEN-ONE-CUSTOMER-EXIT
028500         UNTIL END-OF-INPUT
028600     CLOSE CUSTOMER-MASTER.
028700 2000-SCREEN-CUSTOMERS-EXIT.
028800     EXIT.
028900
029000*----------------------------------------------------------
029100* 2100-SCREEN-ONE-CUSTOMER - SKIP DELETED AND MERGED-AWAY
029200* CUSTOMERS; SCREEN THE REST.
029300*----------------------------------------------------------
029400 2100-SCREEN-ONE-CUSTOMER.
029500     IF CM-IS-INACTIVE
029600         GO TO 2100-SCREEN-ONE-CUSTOMER-READ
029700     END-IF
029800     ADD 1 TO WS-CUST-SCREENED
029900     MOVE "C"          TO WS-SUBJ-TYPE
030000     MOVE CM-CUST-ID   TO WS-SUBJ-ID
030100     MOVE CM-CUST-NAME TO WS-SUBJ-NAME
030200     IF CM-CUST-DOB NUMERIC
030300         MOVE CM-CUST-DOB TO WS-SUBJ-DOB
030400     ELSE
030500         MOVE ZERO        TO WS-SUBJ-DOB
030600     END-IF
030700     PERFORM 3000-SCREEN-SUBJECT
030800         THRU 3000-SCREEN-SUBJECT-EXIT.
030900
031000 2100-SCREEN-ONE-CUSTOMER-READ.
031100     PERFORM 8100-READ-CUSTOMER
031200         THRU 8100-READ-CUSTOMER-EXIT.
031300 2100-SCREEN-ONE-CUSTOMER-EXIT.
031400     EXIT.
031500
031600*----------------------------------------------------------
031700* 2500-SCREEN-PAYEES - EVERY PAYEE STILL ON THE REGISTER.
031800* A PAYEE HAS NO DATE OF BIRTH, SO ANY NAME HIT STANDS.
031900*----------------------------------------------------------
032000 2500-SCREEN-PAYEES.
032100     OPEN INPUT PAYEE-REGISTER
032200     IF NOT PAYEE-FILE-OK
032300         DISPLAY "SANCTIONS-SCREEN-BATCH: NO PAYEEREG, STATUS "
032400             WS-PAYEE-STATUS
032500         GO TO 2500-SCREEN-PAYEES-EXIT
032600     END-IF
032700     MOVE "N" TO WS-EOF-FLAG
032800     PERFORM 8200-READ-PAYEE
032900         THRU 8200-READ-PAYEE-EXIT
033000     PERFORM 2600-SCREEN-ONE-PAYEE
033100         THRU 2600-SCREEN-ONE-PAYEE-EXIT
033200         UNTIL END-OF-INPUT
033300     CLOSE PAYEE-REGISTER.
033400 2500-SCREEN-PAYEES-EXIT.
033500     EXIT.
033600
033700*----------------------------------------------------------
033800* 2600-SCREEN-ONE-PAYEE - SKIP REMOVED PAYEES; SCREEN THE
033900* REST.
034000*----------------------------------------------------------
034100 2600-SCREEN-ONE-PAYEE.
034200     IF PY-IS-REMOVED
034300         GO TO 2600-SCREEN-ONE-PAYEE-READ
034400     END-IF
034500     ADD 1 TO WS-PAYEE-SCREENED
034600     MOVE "P"         TO WS-SUBJ-TYPE
034700     MOVE PY-PAYEE-ID TO WS-SUBJ-ID
034800     MOVE PY-NAME     TO WS-SUBJ-NAME
034900     MOVE ZERO        TO WS-SUBJ-DOB
035000     PERFORM 3000-SCREEN-SUBJECT
035100         THRU 3000-SCREEN-SUBJECT-EXIT.
035200
035300 2600-SCREEN-ONE-PAYEE-READ.
035400     PERFORM 8200-READ-PAYEE
035500         THRU 8200-READ-PAYEE-EXIT.
035600 2600-SCREEN-ONE-PAYEE-EXIT.
035700     EXIT.
035800
035900*----------------------------------------------------------
036000* 3000-SCREEN-SUBJECT - NORMALIZE THE SUBJECT'S NAME AND
036100* TRY IT AGAINST EVERY WATCH-LIST ENTRY.  A NAME THAT FILLS
036200* ITS 20 BYTES MAY HAVE BEEN CUT SHORT, SO IT IS ALSO TRIED
036300* AGAINST THE FIRST 20 BYTES OF EACH LISTED NAME.
036400*----------------------------------------------------------
036500 3000-SCREEN-SUBJECT.
036600     MOVE SPACES       TO WS-NAME-WORK
036700     MOVE WS-SUBJ-NAME TO WS-NAME-WORK
036800     CALL "NAMENORM" USING WS-NAME-WORK WS-SUBJ-NORM
036900     IF WS-SUBJ-NORM = SPACES OR WS-WL-COUNT = ZERO
037000         GO TO 3000-SCREEN-SUBJECT-EXIT
037100     END-IF
037200     IF WS-SUBJ-NAME(20:1) NOT = SPACE
037300         MOVE "Y" TO WS-TRUNC-FLAG
037400     ELSE
037500         MOVE "N" TO WS-TRUNC-FLAG
037600     END-IF
037700     PERFORM 3100-CHECK-ONE-ENTRY
037800         THRU 3100-CHECK-ONE-ENTRY-EXIT
037900         VARYING WS-WL-IDX FROM 1 BY 1
038000         UNTIL WS-WL-IDX > WS-WL-COUNT.
038100 3000-SCREEN-SUBJECT-EXIT.
038200     EXIT.
038300
038400*----------------------------------------------------------
038500* 3100-CHECK-ONE-ENTRY - COMPARE THE NORMALIZED NAMES; ON A
038600* HIT, LET THE DATES OF BIRTH CONFIRM OR RULE IT OUT.
038700*----------------------------------------------------------
038800 3100-CHECK-ONE-ENTRY.
038900     MOVE "N" TO WS-HIT-FLAG
039000     IF WS-WL-NORM(WS-WL-IDX) = WS-SUBJ-NORM
039100         MOVE "Y" TO WS-HIT-FLAG
039200     END-IF
039300     IF NOT WS-NAME-HIT AND WS-NAME-TRUNCATED
039400      AND WS-WL-NORM20(WS-WL-IDX) = WS-SUBJ-NORM
039500         MOVE "Y" TO WS-HIT-FLAG
039600     END-IF
039700     IF NOT WS-NAME-HIT
039800         GO TO 3100-CHECK-ONE-ENTRY-EXIT
039900     END-IF
040000     MOVE "N" TO WS-MATCH-TYPE
040100     IF WS-SUBJ-TYPE = "C"
040200      AND WS-WL-DOB(WS-WL-IDX) > ZERO
040300      AND WS-SUBJ-DOB > ZERO
040400         IF WS-WL-DOB(WS-WL-IDX) NOT = WS-SUBJ-DOB
040500             GO TO 3100-CHECK-ONE-ENTRY-EXIT
040600         END-IF
040700         MOVE "B" TO WS-MATCH-TYPE
040800     END-IF
040900     PERFORM 3200-RECORD-MATCH
041000         THRU 3200-RECORD-MATCH-EXIT.
041100 3100-CHECK-ONE-ENTRY-EXIT.
041200     EXIT.
041300
041400*----------------------------------------------------------
041500* 3200-RECORD-MATCH - WRITE A NEW MATCH UNCLEARED.  ONE
041600* ALREADY ON FILE KEEPS COMPLIANCE'S DECISION.
041700*----------------------------------------------------------
041800 3200-RECORD-MATCH.
041900     MOVE SPACES                TO SCREEN-MATCH-RECORD
042000     MOVE WS-SUBJ-TYPE          TO SM-SUBJ-TYPE
042100     MOVE WS-SUBJ-ID            TO SM-SUBJ-ID
042200     MOVE WS-WL-ID(WS-WL-IDX)   TO SM-ENTRY-ID
042300     MOVE WS-SUBJ-NAME          TO SM-SUBJ-NAME
042400     MOVE WS-WL-NAME(WS-WL-IDX) TO SM-WL-NAME
042500     MOVE WS-WL-LIST(WS-WL-IDX) TO SM-LIST-CODE
042600     MOVE WS-MATCH-TYPE         TO SM-MATCH-TYPE
042700     MOVE "U"                   TO SM-STATUS
042800     MOVE WS-BUSINESS-DATE      TO SM-FOUND-DATE
042900     MOVE "SCRNBTCH"            TO SM-FOUND-BY
043000     MOVE ZERO                  TO SM-DECIDE-DATE
043100     WRITE SCREEN-MATCH-RECORD
043200         INVALID KEY
043300             CONTINUE
043400         NOT INVALID KEY
043500             ADD 1 TO WS-NEW-COUNT
043600     END-WRITE.
043700 3200-RECORD-MATCH-EXIT.
043800     EXIT.
043900
044000*----------------------------------------------------------
044100* 4000-LIST-MATCHES - WALK SCRNMTCH FROM THE TOP, LISTING
044200* EVERY MATCH STILL UNCLEARED OR CONFIRMED AND COUNTING THE
044300* CLEARED ONES.
044400*----------------------------------------------------------
044500 4000-LIST-MATCHES.
044600     MOVE LOW-VALUES TO SM-KEY
044700     START SCREEN-MATCHES KEY IS NOT LESS THAN SM-KEY
044800         INVALID KEY
044900             GO TO 4000-LIST-MATCHES-EXIT
045000     END-START
045100     MOVE "N" TO WS-EOF-FLAG
045200     PERFORM 8300-READ-MATCH
045300         THRU 8300-READ-MATCH-EXIT
045400     PERFORM 4100-LIST-ONE-MATCH
045500         THRU 4100-LIST-ONE-MATCH-EXIT
045600         UNTIL END-OF-INPUT.
045700 4000-LIST-MATCHES-EXIT.
045800     EXIT.
045900
046000*----------------------------------------------------------
046100* 4100-LIST-ONE-MATCH - TWO LINES PER OPEN MATCH: THE
046200* SUBJECT AND THE NAME IT WAS MATCHED TO.  A MATCH FOUND
046300* TODAY IS FLAGGED NEW.
046400*----------------------------------------------------------
046500 4100-LIST-ONE-MATCH.
046600     IF SM-CLEARED
046700         ADD 1 TO WS-CLEARED-COUNT
046800         GO TO 4100-LIST-ONE-MATCH-READ
046900     END-IF
047000     IF SM-CONFIRMED
047100         ADD 1 TO WS-CONFIRMED-COUNT
047200         MOVE "CONFRM" TO DL-STATUS
047300     ELSE
047400         ADD 1 TO WS-UNCLEARED-COUNT
047500         MOVE "OPEN"   TO DL-STATUS
047600     END-IF
047700     IF RPT-LINE-COUNT >= RPT-PAGE-LIMIT - 1
047800         PERFORM 7900-RPT-HEADINGS
047900             THRU 7900-RPT-HEADINGS-EXIT
048000     END-IF
048100     MOVE SM-SUBJ-TYPE  TO DL-TYPE
048200     MOVE SM-SUBJ-ID    TO DL-SUBJ-ID
048300     MOVE SM-SUBJ-NAME  TO DL-SUBJ-NAME
048400     MOVE SM-ENTRY-ID   TO DL-ENTRY-ID
048500     MOVE SM-LIST-CODE  TO DL-LIST
048600     MOVE SM-MATCH-TYPE TO DL-MATCH-TYPE
048700     MOVE SM-FOUND-DATE TO DL-FOUND
048800     IF SM-FOUND-DATE = WS-BUSINESS-DATE
048900         MOVE "NEW" TO DL-NEW
049000     ELSE
049100         MOVE SPACES TO DL-NEW
049200     END-IF
049300     WRITE SCREEN-MATCH-RPT-LINE FROM WS-DETAIL-LINE
049400     MOVE SM-WL-NAME TO LL-WL-NAME
049500     WRITE SCREEN-MATCH-RPT-LINE FROM WS-LISTED-LINE
049600     ADD 2 TO RPT-LINE-COUNT
049700     ADD 1 TO RPT-DETAIL-COUNT.
049800
049900 4100-LIST-ONE-MATCH-READ.
050000     PERFORM 8300-READ-MATCH
050100         THRU 8300-READ-MATCH-EXIT.
050200 4100-LIST-ONE-MATCH-EXIT.
050300     EXIT.
050400
050500*----------------------------------------------------------
050600* 7000-PRINT-SUMMARY - A FRESH PAGE WITH THE SCREENING AND
050700* MATCH COUNTS AND THE TRAILER.
050800*----------------------------------------------------------
050900 7000-PRINT-SUMMARY.
051000     MOVE "S" TO WS-SECTION-FLAG
051100     PERFORM 7900-RPT-HEADINGS
051200         THRU 7900-RPT-HEADINGS-EXIT
051300     IF NOT INIT-SUCCESSFUL
051400         MOVE "*** NO WATCH LIST - NOBODY SCREENED ***"
051500             TO SCREEN-MATCH-RPT-LINE
051600         WRITE SCREEN-MATCH-RPT-LINE
051700     END-IF
051800     MOVE "WATCH-LIST ENTRIES LOADED"  TO SL-LABEL
051900     MOVE WS-WL-COUNT                  TO SL-COUNT
052000     WRITE SCREEN-MATCH-RPT-LINE FROM WS-SUMMARY-LINE
052100     MOVE "CUSTOMERS SCREENED"         TO SL-LABEL
052200     MOVE WS-CUST-SCREENED             TO SL-COUNT
052300     WRITE SCREEN-MATCH-RPT-LINE FROM WS-SUMMARY-LINE
052400     MOVE "PAYEES SCREENED"            TO SL-LABEL
052500     MOVE WS-PAYEE-SCREENED            TO SL-COUNT
052600     WRITE SCREEN-MATCH-RPT-LINE FROM WS-SUMMARY-LINE
052700     MOVE "NEW MATCHES THIS RUN"       TO SL-LABEL
052800     MOVE WS-NEW-COUNT                 TO SL-COUNT
052900     WRITE SCREEN-MATCH-RPT-LINE FROM WS-SUMMARY-LINE
053000     MOVE "MATCHES UNCLEARED"          TO SL-LABEL
053100     MOVE WS-UNCLEARED-COUNT           TO SL-COUNT
053200     WRITE SCREEN-MATCH-RPT-LINE FROM WS-SUMMARY-LINE
053300     MOVE "MATCHES CONFIRMED"          TO SL-LABEL
053400     MOVE WS-CONFIRMED-COUNT           TO SL-COUNT
053500     WRITE SCREEN-MATCH-RPT-LINE FROM WS-SUMMARY-LINE
053600     MOVE "MATCHES CLEARED"            TO SL-LABEL
053700     MOVE WS-CLEARED-COUNT             TO SL-COUNT
053800     WRITE SCREEN-MATCH-RPT-LINE FROM WS-SUMMARY-LINE
053900     MOVE RPT-DETAIL-COUNT TO RPT-TRAILER-COUNT
054000     WRITE SCREEN-MATCH-RPT-LINE FROM RPT-TRAILER-LINE.
054100 7000-PRINT-SUMMARY-EXIT.
054200     EXIT.
054300
054400*----------------------------------------------------------
054500* 7900-RPT-HEADINGS - THROW A NEW PAGE: THE STANDARD HEADING
054600* BLOCK AND THE COLUMN HEADINGS FOR THE SECTION BEING
054700* PRINTED.
054800*----------------------------------------------------------
054900 7900-RPT-HEADINGS.
055000     ADD 1 TO RPT-PAGE-NUMBER
055100     MOVE RPT-PAGE-NUMBER TO RPT-PAGE-DISPLAY
055200     WRITE SCREEN-MATCH-RPT-LINE FROM RPT-HEADING-LINE
055300     IF WS-IN-SUMMARY
055400         WRITE SCREEN-MATCH-RPT-LINE FROM WS-SUMMARY-HEADING
055500     ELSE
055600         WRITE SCREEN-MATCH-RPT-LINE FROM WS-COLUMN-LINE
055700     END-IF
055800     MOVE ZERO TO RPT-LINE-COUNT.
055900 7900-RPT-HEADINGS-EXIT.
056000     EXIT.
056100
056200*----------------------------------------------------------
056300* 8000-READ-WATCH-LIST - READ THE NEXT WATCH-LIST ENTRY.
056400*----------------------------------------------------------
056500 8000-READ-WATCH-LIST.
056600     READ WATCH-LIST
056700         AT END
056800             MOVE "Y" TO WS-EOF-FLAG
056900     END-READ.
057000 8000-READ-WATCH-LIST-EXIT.
057100     EXIT.
057200
057300*----------------------------------------------------------
057400* 8100-READ-CUSTOMER - READ THE NEXT CUSTOMER MASTER RECORD.
057500*----------------------------------------------------------
057600 8100-READ-CUSTOMER.
057700     READ CUSTOMER-MASTER NEXT RECORD
057800         AT END
057900             MOVE "Y" TO WS-EOF-FLAG
058000     END-READ.
058100 8100-READ-CUSTOMER-EXIT.
058200     EXIT.
058300
058400*----------------------------------------------------------
058500* 8200-READ-PAYEE - READ THE NEXT PAYEE REGISTER RECORD.
058600*----------------------------------------------------------
058700 8200-READ-PAYEE.
058800     READ PAYEE-REGISTER NEXT RECORD
058900         AT END
059000             MOVE "Y" TO WS-EOF-FLAG
059100     END-READ.
059200 8200-READ-PAYEE-EXIT.
059300     EXIT.
059400
059500*----------------------------------------------------------
059600* 8300-READ-MATCH - READ THE NEXT SCRNMTCH RECORD.
059700*----------------------------------------------------------
059800 8300-READ-MATCH.
059900     READ SCREEN-MATCHES NEXT RECORD
060000         AT END
060100             MOVE "Y" TO WS-EOF-FLAG
060200     END-READ.
060300 8300-READ-MATCH-EXIT.
060400     EXIT.
060500
060600*----------------------------------------------------------
060700* 9000-TERMINATE - CLOSE FILES AND WRITE THE DAILY-STATS
060800* SUMMARY RECORD.
060900*----------------------------------------------------------
061000 9000-TERMINATE.
061100     CLOSE SCREEN-MATCHES
061200     CLOSE SCREEN-MATCH-RPT
061300     PERFORM 9500-WRITE-DAILY-STATS
061400         THRU 9500-WRITE-DAILY-STATS-EXIT
061500     DISPLAY "SANCTIONS-SCREEN-BATCH: " WS-CUST-SCREENED
061600         " CUSTOMERS, " WS-PAYEE-SCREENED " PAYEES, "
061700         WS-NEW-COUNT " NEW MATCHES".
061800 9000-TERMINATE-EXIT.
061900     EXIT.
062000
062100*----------------------------------------------------------
062200* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
062300* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
062400* CONSOLIDATED REPORT.
062500*----------------------------------------------------------
062600 9500-WRITE-DAILY-STATS.
062700     OPEN EXTEND DAILY-STATS-FILE
062800     MOVE "SANCTIONS-SCREEN-BATCH" TO DS-PROGRAM-NAME
062900     COMPUTE DS-RECORD-COUNT = WS-CUST-SCREENED
063000                             + WS-PAYEE-SCREENED
063100     MOVE WS-NEW-COUNT       TO WS-NEW-COUNT-DISP
063200     MOVE WS-UNCLEARED-COUNT TO WS-UNCLEARED-DISP
063300     MOVE WS-CONFIRMED-COUNT TO WS-CONFIRMED-DISP
063400     MOVE SPACES             TO DS-DETAIL
063500     STRING "NEW: "          DELIMITED BY SIZE
063600         WS-NEW-COUNT-DISP   DELIMITED BY SIZE
063700         "  OPEN: "          DELIMITED BY SIZE
063800         WS-UNCLEARED-DISP   DELIMITED BY SIZE
063900         "  CONF: "          DELIMITED BY SIZE
064000         WS-CONFIRMED-DISP   DELIMITED BY SIZE
064100         INTO DS-DETAIL
064200     END-STRING
064300     WRITE DAILY-STAT-RECORD
064400     CLOSE DAILY-STATS-FILE.
064500 9500-WRITE-DAILY-STATS-EXIT.
064600     EXIT.
