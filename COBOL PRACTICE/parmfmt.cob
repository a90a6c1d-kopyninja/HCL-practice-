000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PARMFMT.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW SUBPROGRAM.  TURNS ONE ROW OF A HAND-
001100*                 MAINTAINED PARAMETER FILE (LK-FILE-NO IS ITS
001200*                 PARMDIR ENTRY) INTO A READABLE LINE, SO
001300*                 PARM-MAINT'S LISTING AND THE PARM-SIGNOFF-LIST
001400*                 REPORT SHOW EVERY PARAMETER THE SAME WAY.  A
001500*                 FIELD THAT IS NOT NUMERIC ON THE FILE IS SHOWN
001600*                 AS SUCH RATHER THAN GUESSED AT.
001633* 2026-10-15 KMR  LIQPARM (FILE 14) SHOWN AS ITS SIX RUN-OFF
001666*                 PERCENTAGES.
001683* 2026-10-15 KMR  INSPARM (FILE 15) SHOWN AS THE COVERAGE LIMIT.
001700*----------------------------------------------------------
001800 ENVIRONMENT DIVISION.
001900 DATA DIVISION.
002000 WORKING-STORAGE SECTION.
002100 01  WS-PARM-ROW.
002200     COPY PARMROW.
002300 
002400 01  WS-LARGE-AMOUNT         PIC Z,ZZZ,ZZ9.99.
002500 01  WS-LARGE-AMOUNT-2       PIC Z,ZZZ,ZZ9.99.
002600 01  WS-SMALL-AMOUNT         PIC ZZ,ZZ9.99.
002700 01  WS-RATE-EDIT            PIC 9.99.
002800 01  WS-COUNT-EDIT           PIC ZZZ9.
002900 01  WS-COUNT-EDIT-2         PIC ZZZ9.
003000 01  WS-TEMP-EDIT            PIC -ZZ9.99.
003100 01  WS-TEMP-EDIT-2          PIC -ZZ9.99.
003200 01  WS-ROLE-NAME            PIC X(14).
003233 01  WS-RUNOFF-EDITS.
003266     05  WS-RUNOFF-EDIT      PIC ZZ9.9 OCCURS 6 TIMES.
003300 
003400 LINKAGE SECTION.
003500 01  LK-FILE-NO              PIC 9(02).
003600 01  LK-ROW                  PIC X(30).
003700 01  LK-TEXT                 PIC X(60).
003800 
003900 PROCEDURE DIVISION USING LK-FILE-NO LK-ROW LK-TEXT.
004000*----------------------------------------------------------
004100* 0000-MAINLINE - FORMAT THE ROW THROUGH ITS FILE'S VIEW.
004200*----------------------------------------------------------
004300 0000-MAINLINE.
004400     MOVE LK-ROW TO PR-ROW
004500     MOVE SPACES TO LK-TEXT
004600     EVALUATE LK-FILE-NO
004700         WHEN 01
004800             PERFORM 1000-FORMAT-RATE
004900                 THRU 1000-FORMAT-RATE-EXIT
005000         WHEN 02
005100             PERFORM 2000-FORMAT-FEE
005200                 THRU 2000-FORMAT-FEE-EXIT
005300         WHEN 07
005400             PERFORM 3000-FORMAT-WINDOW
005500                 THRU 3000-FORMAT-WINDOW-EXIT
005600         WHEN 12
005700             PERFORM 4000-FORMAT-STATION
005800                 THRU 4000-FORMAT-STATION-EXIT
005900         WHEN 13
006000             STRING "TXN TYPE " DELIMITED BY SIZE
006100                 PR-GL-TXN-TYPE  DELIMITED BY SIZE
006200                 "  DEBIT "      DELIMITED BY SIZE
006300                 PR-GL-DR-ACCT   DELIMITED BY SIZE
006400                 "  CREDIT "     DELIMITED BY SIZE
006500                 PR-GL-CR-ACCT   DELIMITED BY SIZE
006600                 INTO LK-TEXT
006700             END-STRING
006800         WHEN OTHER
006900             PERFORM 5000-FORMAT-SINGLE
007000                 THRU 5000-FORMAT-SINGLE-EXIT
007100     END-EVALUATE
007200     GOBACK.
007300 
007400*----------------------------------------------------------
007500* 1000-FORMAT-RATE - ONE RATESCHED BAND, OR THE OVERDRAFT
007600* RATE ROW.
007700*----------------------------------------------------------
007800 1000-FORMAT-RATE.
007900     IF PR-BAND-LIMIT NOT NUMERIC OR PR-BAND-RATE NOT NUMERIC
008000         MOVE "** RATE BAND NOT NUMERIC **" TO LK-TEXT
008100         GO TO 1000-FORMAT-RATE-EXIT
008200     END-IF
008300     MOVE PR-BAND-RATE TO WS-RATE-EDIT
008400     IF PR-BAND-LIMIT = ZERO
008500         STRING "OVERDRAFT DEBIT RATE           RATE "
008600                             DELIMITED BY SIZE
008700             WS-RATE-EDIT    DELIMITED BY SIZE
008800             INTO LK-TEXT
008900         END-STRING
009000         GO TO 1000-FORMAT-RATE-EXIT
009100     END-IF
009200     MOVE PR-BAND-LIMIT TO WS-LARGE-AMOUNT
009300     STRING "BALANCES UP TO " DELIMITED BY SIZE
009400         WS-LARGE-AMOUNT     DELIMITED BY SIZE
009500         "    RATE "         DELIMITED BY SIZE
009600         WS-RATE-EDIT        DELIMITED BY SIZE
009700         INTO LK-TEXT
009800     END-STRING.
009900 1000-FORMAT-RATE-EXIT.
010000     EXIT.
010100 
010200*----------------------------------------------------------
010300* 2000-FORMAT-FEE - ONE FEESCHED ROW BY FEE KIND.
010400*----------------------------------------------------------
010500 2000-FORMAT-FEE.
010600     IF PR-FEE-BAND-LIMIT NOT NUMERIC
010700      OR PR-FEE-AMOUNT NOT NUMERIC
010800      OR PR-FEE-WAIVE-MIN NOT NUMERIC
010900         MOVE "** FEE ROW NOT NUMERIC **" TO LK-TEXT
011000         GO TO 2000-FORMAT-FEE-EXIT
011100     END-IF
011200     MOVE PR-FEE-AMOUNT TO WS-SMALL-AMOUNT
011300     EVALUATE TRUE
011400         WHEN PR-FEE-IS-NSF
011500             MOVE ZERO TO WS-COUNT-EDIT
011600             IF PR-FEE-DAILY-MAX NUMERIC
011700                 MOVE PR-FEE-DAILY-MAX TO WS-COUNT-EDIT
011800             END-IF
011900             STRING "SCHED "         DELIMITED BY SIZE
012000                 PR-FEE-TYPE         DELIMITED BY SIZE
012100                 "  NSF FEE "        DELIMITED BY SIZE
012200                 WS-SMALL-AMOUNT     DELIMITED BY SIZE
012300                 "  MAX PER DAY "    DELIMITED BY SIZE
012400                 WS-COUNT-EDIT       DELIMITED BY SIZE
012500                 INTO LK-TEXT
012600             END-STRING
012700         WHEN PR-FEE-IS-LEGAL
012800             STRING "SCHED "         DELIMITED BY SIZE
012900                 PR-FEE-TYPE         DELIMITED BY SIZE
013000                 "  LEGAL ORDER FEE " DELIMITED BY SIZE
013100                 WS-SMALL-AMOUNT     DELIMITED BY SIZE
013200                 INTO LK-TEXT
013300             END-STRING
013400         WHEN OTHER
013500             MOVE PR-FEE-BAND-LIMIT TO WS-LARGE-AMOUNT
013600             MOVE PR-FEE-WAIVE-MIN  TO WS-LARGE-AMOUNT-2
013700             STRING "SCHED "         DELIMITED BY SIZE
013800                 PR-FEE-TYPE         DELIMITED BY SIZE
013900                 " TO "              DELIMITED BY SIZE
014000                 WS-LARGE-AMOUNT     DELIMITED BY SIZE
014100                 " FEE "             DELIMITED BY SIZE
014200                 WS-SMALL-AMOUNT     DELIMITED BY SIZE
014300                 " WAIVED AT "       DELIMITED BY SIZE
014400                 WS-LARGE-AMOUNT-2   DELIMITED BY SIZE
014500                 INTO LK-TEXT
014600             END-STRING
014700     END-EVALUATE.
014800 2000-FORMAT-FEE-EXIT.
014900     EXIT.
015000 
015100*----------------------------------------------------------
015200* 3000-FORMAT-WINDOW - ONE SECPARM WINDOW.
015300*----------------------------------------------------------
015400 3000-FORMAT-WINDOW.
015500     EVALUATE PR-SEC-ROLE
015600         WHEN SPACE
015700             MOVE "SECURITY REVIEW" TO WS-ROLE-NAME
015800         WHEN "S"
015900             MOVE "SUPERVISORS"     TO WS-ROLE-NAME
016000         WHEN "T"
016100             MOVE "TELLERS"         TO WS-ROLE-NAME
016200         WHEN OTHER
016300             MOVE "UNKNOWN ROLE"    TO WS-ROLE-NAME
016400     END-EVALUATE
016500     STRING WS-ROLE-NAME     DELIMITED BY SIZE
016600         " WINDOW "          DELIMITED BY SIZE
016700         PR-SEC-START        DELIMITED BY SIZE
016800         " TO "              DELIMITED BY SIZE
016900         PR-SEC-END          DELIMITED BY SIZE
017000         INTO LK-TEXT
017100     END-STRING.
017200 3000-FORMAT-WINDOW-EXIT.
017300     EXIT.
017400 
017500*----------------------------------------------------------
017600* 4000-FORMAT-STATION - ONE STALIMIT STATION RANGE.
017700*----------------------------------------------------------
017800 4000-FORMAT-STATION.
017900     IF PR-STA-LOW NOT NUMERIC OR PR-STA-HIGH NOT NUMERIC
018000         MOVE "** STATION LIMITS NOT NUMERIC **" TO LK-TEXT
018100         GO TO 4000-FORMAT-STATION-EXIT
018200     END-IF
018300     MOVE PR-STA-LOW  TO WS-TEMP-EDIT
018400     MOVE PR-STA-HIGH TO WS-TEMP-EDIT-2
018500     STRING "STATION "       DELIMITED BY SIZE
018600         PR-STA-STATION      DELIMITED BY SIZE
018700         "  LOW "            DELIMITED BY SIZE
018800         WS-TEMP-EDIT        DELIMITED BY SIZE
018900         "  HIGH "           DELIMITED BY SIZE
019000         WS-TEMP-EDIT-2      DELIMITED BY SIZE
019100         INTO LK-TEXT
019200     END-STRING.
019300 4000-FORMAT-STATION-EXIT.
019400     EXIT.
019500 
019600*----------------------------------------------------------
019700* 5000-FORMAT-SINGLE - THE ONE-VALUE FILES.
019800*----------------------------------------------------------
019900 5000-FORMAT-SINGLE.
020000     EVALUATE LK-FILE-NO
020100         WHEN 03
020200             IF PR-CMP-THRESHOLD NOT NUMERIC
020300                 GO TO 5000-FORMAT-SINGLE-BAD
020400             END-IF
020500             MOVE PR-CMP-THRESHOLD TO WS-LARGE-AMOUNT
020600             STRING "REPORT CASH TRANSACTIONS OVER "
020700                                     DELIMITED BY SIZE
020800                 WS-LARGE-AMOUNT     DELIMITED BY SIZE
020900                 INTO LK-TEXT
021000             END-STRING
021100         WHEN 04
021200             IF PR-DORM-MONTHS NOT NUMERIC
021300                 GO TO 5000-FORMAT-SINGLE-BAD
021400             END-IF
021500             MOVE PR-DORM-MONTHS TO WS-COUNT-EDIT
021600             STRING "DORMANT AFTER "  DELIMITED BY SIZE
021700                 WS-COUNT-EDIT        DELIMITED BY SIZE
021800                 " MONTHS WITHOUT ACTIVITY"
021900                                      DELIMITED BY SIZE
022000                 INTO LK-TEXT
022100             END-STRING
022200         WHEN 05
022300             IF PR-ESCH-YEARS NOT NUMERIC
022400                 GO TO 5000-FORMAT-SINGLE-BAD
022500             END-IF
022600             MOVE PR-ESCH-YEARS TO WS-COUNT-EDIT
022700             STRING "ESCHEAT AFTER "  DELIMITED BY SIZE
022800                 WS-COUNT-EDIT        DELIMITED BY SIZE
022900                 " YEARS DORMANT"     DELIMITED BY SIZE
023000                 INTO LK-TEXT
023100             END-STRING
023200         WHEN 06
023300             IF PR-ANOM-PCT NOT NUMERIC
023400                 GO TO 5000-FORMAT-SINGLE-BAD
023500             END-IF
023600             MOVE PR-ANOM-PCT TO WS-COUNT-EDIT
023700             STRING "FLAG BALANCES "  DELIMITED BY SIZE
023800                 WS-COUNT-EDIT        DELIMITED BY SIZE
023900                 " PCT AWAY FROM THE AVERAGE"
024000                                      DELIMITED BY SIZE
024100                 INTO LK-TEXT
024200             END-STRING
024300         WHEN 08
024400             IF PR-CRED-MULTIPLE NOT NUMERIC
024500                 GO TO 5000-FORMAT-SINGLE-BAD
024600             END-IF
024700             MOVE PR-CRED-MULTIPLE TO WS-COUNT-EDIT
024800             STRING "BORROWING LIMIT " DELIMITED BY SIZE
024900                 WS-COUNT-EDIT         DELIMITED BY SIZE
025000                 " TIMES DEPOSITS"     DELIMITED BY SIZE
025100                 INTO LK-TEXT
025200             END-STRING
025300         WHEN 09
025400             IF PR-COLL-MAX-LTV-PCT NOT NUMERIC
025500              OR PR-COLL-MAX-AGE-DAYS NOT NUMERIC
025600                 GO TO 5000-FORMAT-SINGLE-BAD
025700             END-IF
025800             MOVE PR-COLL-MAX-LTV-PCT  TO WS-COUNT-EDIT
025900             MOVE PR-COLL-MAX-AGE-DAYS TO WS-COUNT-EDIT-2
026000             STRING "MAX LTV "        DELIMITED BY SIZE
026100                 WS-COUNT-EDIT        DELIMITED BY SIZE
026200                 " PCT  VALUATION MAX AGE "
026300                                      DELIMITED BY SIZE
026400                 WS-COUNT-EDIT-2      DELIMITED BY SIZE
026500                 " DAYS"              DELIMITED BY SIZE
026600                 INTO LK-TEXT
026700             END-STRING
026800         WHEN 10
026900             IF PR-RETN-MONTHS NOT NUMERIC
027000                 GO TO 5000-FORMAT-SINGLE-BAD
027100             END-IF
027200             MOVE PR-RETN-MONTHS TO WS-COUNT-EDIT
027300             STRING "KEEP TRANSACTION DETAIL "
027400                                      DELIMITED BY SIZE
027500                 WS-COUNT-EDIT        DELIMITED BY SIZE
027600                 " MONTHS"            DELIMITED BY SIZE
027700                 INTO LK-TEXT
027800             END-STRING
027900         WHEN 11
028000             IF PR-TUIT-RATE NOT NUMERIC
028100                 GO TO 5000-FORMAT-SINGLE-BAD
028200             END-IF
028300             MOVE PR-TUIT-RATE TO WS-SMALL-AMOUNT
028400             STRING "TUITION PER CREDIT HOUR "
028500                                      DELIMITED BY SIZE
028600                 WS-SMALL-AMOUNT      DELIMITED BY SIZE
028700                 INTO LK-TEXT
028800             END-STRING
028803         WHEN 14
028806             IF PR-LIQ-1D-PCT NOT NUMERIC
028809              OR PR-LIQ-7D-PCT NOT NUMERIC
028812              OR PR-LIQ-30D-PCT NOT NUMERIC
028815              OR PR-LIQ-90D-PCT NOT NUMERIC
028818              OR PR-LIQ-180D-PCT NOT NUMERIC
028821              OR PR-LIQ-1Y-PCT NOT NUMERIC
028824                 GO TO 5000-FORMAT-SINGLE-BAD
028827             END-IF
028830             MOVE PR-LIQ-1D-PCT   TO WS-RUNOFF-EDIT(1)
028833             MOVE PR-LIQ-7D-PCT   TO WS-RUNOFF-EDIT(2)
028836             MOVE PR-LIQ-30D-PCT  TO WS-RUNOFF-EDIT(3)
028839             MOVE PR-LIQ-90D-PCT  TO WS-RUNOFF-EDIT(4)
028842             MOVE PR-LIQ-180D-PCT TO WS-RUNOFF-EDIT(5)
028845             MOVE PR-LIQ-1Y-PCT   TO WS-RUNOFF-EDIT(6)
028848             STRING "RUNOFF 1D"   DELIMITED BY SIZE
028851                 WS-RUNOFF-EDIT(1)    DELIMITED BY SIZE
028854                 " 7D"                DELIMITED BY SIZE
028857                 WS-RUNOFF-EDIT(2)    DELIMITED BY SIZE
028860                 " 30D"               DELIMITED BY SIZE
028863                 WS-RUNOFF-EDIT(3)    DELIMITED BY SIZE
028866                 " 90D"               DELIMITED BY SIZE
028869                 WS-RUNOFF-EDIT(4)    DELIMITED BY SIZE
028872                 " 180D"              DELIMITED BY SIZE
028875                 WS-RUNOFF-EDIT(5)    DELIMITED BY SIZE
028878                 " 365D"              DELIMITED BY SIZE
028881                 WS-RUNOFF-EDIT(6)    DELIMITED BY SIZE
028884                 INTO LK-TEXT
028887             END-STRING
028888         WHEN 15
028889             IF PR-INS-LIMIT NOT NUMERIC
028890                 GO TO 5000-FORMAT-SINGLE-BAD
028891             END-IF
028892             MOVE PR-INS-LIMIT TO WS-LARGE-AMOUNT
028893             STRING "INSURED UP TO "  DELIMITED BY SIZE
028894                 WS-LARGE-AMOUNT      DELIMITED BY SIZE
028895                 " PER DEPOSITOR PER CATEGORY"
028896                                      DELIMITED BY SIZE
028897                 INTO LK-TEXT
028898             END-STRING
028900         WHEN OTHER
029000             MOVE LK-ROW TO LK-TEXT
029100     END-EVALUATE
029200     GO TO 5000-FORMAT-SINGLE-EXIT.
029300 
029400 5000-FORMAT-SINGLE-BAD.
029500     MOVE "** VALUE NOT NUMERIC **" TO LK-TEXT.
029600 5000-FORMAT-SINGLE-EXIT.
029700     EXIT.
