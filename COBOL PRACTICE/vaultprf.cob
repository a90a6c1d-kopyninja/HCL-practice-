000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. VAULT-PROOF-BATCH.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  NIGHTLY BRANCH VAULT PROOF.
001100*                 OPENS EACH BRANCH VAULT FROM ITS LAST
001200*                 CLOSING POSITION ON VAULTPOS (SHARED
001300*                 VAULTREC COPYBOOK), ROLLS IT FORWARD
001400*                 DENOMINATION BY DENOMINATION THROUGH THE
001500*                 BUSINESS DATE'S DRAWFILE VAULT EVENTS
001600*                 (TELLER BUYS AND SELLS, CASH SHIPMENTS IN
001700*                 AND OUT), AND PRINTS EXPECTED AGAINST THE
001800*                 HEAD TELLER'S VAULT COUNT WITH THE OVER/
001900*                 SHORT PER DENOMINATION.  THE COUNT (OR, WITH
002000*                 NO COUNT, THE EXPECTED POSITION) BECOMES
002100*                 TOMORROW'S OPENING.
002200*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT DRAWER-FILE ASSIGN TO "DRAWFILE"
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS WS-DRAW-STATUS.
002900
003000     SELECT VAULT-POSITIONS ASSIGN TO "VAULTPOS"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS VP-BRANCH
003400         FILE STATUS IS WS-VPOS-STATUS.
003500
003600     SELECT VAULT-REPORT ASSIGN TO "VAULTRPT"
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800
003900     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  DRAWER-FILE.
004500 01  DRAWER-EVENT-RECORD.
004600     COPY DRAWREC.
004700
004800 FD  VAULT-POSITIONS.
004900 01  VAULT-POSITION-RECORD.
005000     COPY VAULTREC.
005100
005200 FD  VAULT-REPORT.
005300 01  VAULT-REPORT-LINE       PIC X(80).
005400
005500 FD  DAILY-STATS-FILE.
005600     COPY DLYSTAT.
005700
005800 WORKING-STORAGE SECTION.
005900*----------------------------------------------------------
006000* SWITCHES AND FILE STATUS
006100*----------------------------------------------------------
006200 01  WS-SWITCHES.
006300     05  WS-INIT-FLAG        PIC X(01) VALUE "Y".
006400         88  INIT-SUCCESSFUL         VALUE "Y".
006500     05  WS-DRAW-EOF-FLAG    PIC X(01) VALUE "N".
006600         88  END-OF-DRAWER-FILE      VALUE "Y".
006700     05  WS-VPOS-EOF-FLAG    PIC X(01) VALUE "N".
006800         88  END-OF-POSITIONS        VALUE "Y".
006900 01  WS-DRAW-STATUS          PIC X(02).
007000     88  DRAW-FILE-OK                VALUE "00".
007100 01  WS-VPOS-STATUS          PIC X(02).
007200     88  VPOS-FILE-OK                VALUE "00".
007300     88  VPOS-FILE-NOT-FOUND         VALUE "35".
007400
007500*----------------------------------------------------------
007600* NOTE VALUES IN THE DRAWREC ORDER.  SUBSCRIPT 8 STANDS FOR
007700* THE LOOSE COIN, WHICH IS CARRIED AS AN AMOUNT.
007800*----------------------------------------------------------
007900 01  WS-DENOM-VALUE-LIST     PIC X(21) VALUE
008000     "100050020010005002001".
008100 01  WS-DENOM-VALUE-TABLE REDEFINES WS-DENOM-VALUE-LIST.
008200     05  WS-DENOM-VALUE      PIC 9(03) OCCURS 7 TIMES.
008300 01  WS-DENOM-SUB            PIC 9(02) COMP VALUE ZERO.
008400
008500*----------------------------------------------------------
008600* PER-BRANCH VAULT TABLE.  TELLER TRANSFERS ARE NET INTO THE
008700* VAULT (SELLS LESS BUYS), SHIPMENTS NET IN (IN LESS OUT).
008800*----------------------------------------------------------
008900 01  WS-VAULT-MAX            PIC 9(03) COMP VALUE 20.
009000 01  WS-VAULT-COUNT          PIC 9(03) COMP VALUE ZERO.
009100 01  WS-VAULT-SUB            PIC 9(03) COMP VALUE ZERO.
009200 01  WS-FOUND-SUB            PIC 9(03) COMP VALUE ZERO.
009300 01  WS-VAULT-TABLE.
009400     05  WS-VAULT-ENTRY      OCCURS 20 TIMES.
009500         10  WS-VT-BRANCH    PIC X(03).
009600         10  WS-VT-ON-FILE   PIC X(01).
009700             88  WS-VT-IS-ON-FILE    VALUE "Y".
009800         10  WS-VT-OPEN-CNT  PIC 9(06) OCCURS 7 TIMES.
009900         10  WS-VT-OPEN-COIN PIC 9(6)V99.
010000         10  WS-VT-XFER-CNT  PIC S9(06) OCCURS 7 TIMES.
010100         10  WS-VT-XFER-COIN PIC S9(6)V99.
010200         10  WS-VT-SHIP-CNT  PIC S9(06) OCCURS 7 TIMES.
010300         10  WS-VT-SHIP-COIN PIC S9(6)V99.
010400         10  WS-VT-COUNTED   PIC X(01).
010500             88  WS-VT-WAS-COUNTED   VALUE "Y".
010600         10  WS-VT-CNT-CNT   PIC 9(06) OCCURS 7 TIMES.
010700         10  WS-VT-CNT-COIN  PIC 9(6)V99.
010800
010900*----------------------------------------------------------
011000* RUN DATE AND WORK FIELDS
011100*----------------------------------------------------------
011200 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
011300 01  WS-SEARCH-BRANCH        PIC X(03).
011400 01  WS-EXPECTED-CNT         PIC S9(07) VALUE ZERO.
011500 01  WS-EXPECTED-COIN        PIC S9(7)V99 VALUE ZERO.
011600 01  WS-AMT-OPEN             PIC S9(9)V99 VALUE ZERO.
011700 01  WS-AMT-XFER             PIC S9(9)V99 VALUE ZERO.
011800 01  WS-AMT-SHIP             PIC S9(9)V99 VALUE ZERO.
011900 01  WS-AMT-EXPECTED         PIC S9(9)V99 VALUE ZERO.
012000 01  WS-AMT-COUNTED          PIC S9(9)V99 VALUE ZERO.
012100 01  WS-AMT-OVER-SHORT       PIC S9(9)V99 VALUE ZERO.
012200 01  WS-BRANCH-TOTALS.
012300     05  WS-TOT-OPEN         PIC S9(9)V99.
012400     05  WS-TOT-XFER         PIC S9(9)V99.
012500     05  WS-TOT-SHIP         PIC S9(9)V99.
012600     05  WS-TOT-EXPECTED     PIC S9(9)V99.
012700     05  WS-TOT-COUNTED      PIC S9(9)V99.
012800     05  WS-TOT-OVER-SHORT   PIC S9(9)V99.
012900 01  WS-DENOM-OUT-FLAG       PIC X(01) VALUE "N".
013000     88  WS-DENOM-OUT                VALUE "Y".
013100 01  WS-PROVED-COUNT         PIC 9(05) COMP VALUE ZERO.
013200 01  WS-OUT-COUNT            PIC 9(05) COMP VALUE ZERO.
013300 01  WS-PROVED-DISP          PIC ZZZZ9.
013400 01  WS-OUT-DISP             PIC ZZZZ9.
013500
013600*----------------------------------------------------------
013700* REPORT LINES
013800*----------------------------------------------------------
013900 01  WS-HEADING-LINE-1       PIC X(80) VALUE
014000     "END-OF-DAY BRANCH VAULT PROOF".
014100 01  WS-HEADING-LINE-2.
014200     05  FILLER              PIC X(09) VALUE "RUN DATE ".
014300     05  HD-RUN-DATE         PIC 9(08).
014400 01  WS-BRANCH-LINE.
014500     05  FILLER              PIC X(07) VALUE "BRANCH ".
014600     05  BL-BRANCH           PIC X(03).
014700 01  WS-COLUMN-LINE.
014800     05  FILLER              PIC X(40) VALUE
014900         "DENOM    OPENING     TELLERS   SHIPMENTS".
015000     05  FILLER              PIC X(40) VALUE
015100         "    EXPECTED     COUNTED  OVER/SHORT".
015200 01  WS-DETAIL-LINE.
015300     05  DL-DENOM            PIC X(05).
015400     05  FILLER              PIC X(01) VALUE SPACE.
015500     05  DL-OPEN             PIC ZZZZZZ9.99.
015600     05  FILLER              PIC X(01) VALUE SPACE.
015700     05  DL-XFER             PIC -ZZZZZZ9.99.
015800     05  FILLER              PIC X(01) VALUE SPACE.
015900     05  DL-SHIP             PIC -ZZZZZZ9.99.
016000     05  FILLER              PIC X(01) VALUE SPACE.
016100     05  DL-EXPECTED         PIC -ZZZZZZ9.99.
016200     05  FILLER              PIC X(01) VALUE SPACE.
016300     05  DL-COUNTED          PIC ZZZZZZ9.99.
016400     05  FILLER              PIC X(01) VALUE SPACE.
016500     05  DL-OVER-SHORT       PIC -ZZZZZZ9.99.
016600 01  WS-DENOM-LABEL          PIC ZZ9.
016700 01  WS-FLAG-LINE.
016800     05  FILLER              PIC X(06) VALUE SPACES.
016900     05  FL-FLAG             PIC X(40).
017000
017100 PROCEDURE DIVISION.
017200*----------------------------------------------------------
017300* 0000-MAINLINE
017400*----------------------------------------------------------
017500 0000-MAINLINE.
017600     PERFORM 1000-INITIALIZE
017700         THRU 1000-INITIALIZE-EXIT
017800     IF INIT-SUCCESSFUL
017900         PERFORM 2000-COLLECT-VAULT-EVENT
018000             THRU 2000-COLLECT-VAULT-EVENT-EXIT
018100             UNTIL END-OF-DRAWER-FILE
018200         PERFORM 7000-PROVE-VAULTS
018300             THRU 7000-PROVE-VAULTS-EXIT
018400     END-IF
018500     PERFORM 9000-TERMINATE
018600         THRU 9000-TERMINATE-EXIT
018700     STOP RUN.
018800
018900*----------------------------------------------------------
019000* 1000-INITIALIZE - OPEN THE POSITIONS (CREATED EMPTY ON
019100* FIRST USE), LOAD EVERY BRANCH VAULT'S OPENING, AND PRIME
019200* THE DRAWFILE READ.  NO DRAWFILE MEANS NO VAULT MOVED; THE
019300* VAULTS ARE STILL PROVED AGAINST THEIR OPENINGS.
019400*----------------------------------------------------------
019500 1000-INITIALIZE.
019600     CALL "GETBDATE" USING WS-BUSINESS-DATE
019700     OPEN OUTPUT VAULT-REPORT
019800     OPEN I-O VAULT-POSITIONS
019900     IF VPOS-FILE-NOT-FOUND
020000         OPEN OUTPUT VAULT-POSITIONS
020100         CLOSE VAULT-POSITIONS
020200         OPEN I-O VAULT-POSITIONS
020300     END-IF
020400     IF NOT VPOS-FILE-OK
020500         DISPLAY "VAULT-PROOF-BATCH: VAULTPOS OPEN FAILED, "
020600             "STATUS " WS-VPOS-STATUS
020700         MOVE "N" TO WS-INIT-FLAG
020800         MOVE 8 TO RETURN-CODE
020900         GO TO 1000-INITIALIZE-EXIT
021000     END-IF
021100     MOVE LOW-VALUES TO VP-BRANCH
021200     START VAULT-POSITIONS KEY NOT LESS THAN VP-BRANCH
021300         INVALID KEY
021400             MOVE "Y" TO WS-VPOS-EOF-FLAG
021500     END-START
021600     PERFORM 1100-LOAD-ONE-POSITION
021700         THRU 1100-LOAD-ONE-POSITION-EXIT
021800         UNTIL END-OF-POSITIONS
021900
022000     OPEN INPUT DRAWER-FILE
022100     IF NOT DRAW-FILE-OK
022200         DISPLAY "VAULT-PROOF-BATCH: NO DRAWFILE, STATUS "
022300             WS-DRAW-STATUS
022400         MOVE "Y" TO WS-DRAW-EOF-FLAG
022500     ELSE
022600         PERFORM 8000-READ-DRAWER-EVENT
022700             THRU 8000-READ-DRAWER-EVENT-EXIT
022800     END-IF.
022900 1000-INITIALIZE-EXIT.
023000     EXIT.
023100
023200*----------------------------------------------------------
023300* 1100-LOAD-ONE-POSITION - ONE VAULTPOS RECORD INTO THE
023400* TABLE.  A POSITION ALREADY PROVED FOR TODAY IS A RERUN AND
023500* OPENS FROM THE OPENING THAT PROOF USED.
023600*----------------------------------------------------------
023700 1100-LOAD-ONE-POSITION.
023800     READ VAULT-POSITIONS NEXT RECORD
023900         AT END
024000             MOVE "Y" TO WS-VPOS-EOF-FLAG
024100             GO TO 1100-LOAD-ONE-POSITION-EXIT
024200     END-READ
024300     MOVE VP-BRANCH TO WS-SEARCH-BRANCH
024400     PERFORM 2500-FIND-VAULT-ENTRY
024500         THRU 2500-FIND-VAULT-ENTRY-EXIT
024600     IF WS-VAULT-SUB > WS-VAULT-COUNT
024700         GO TO 1100-LOAD-ONE-POSITION-EXIT
024800     END-IF
024900     MOVE "Y" TO WS-VT-ON-FILE(WS-VAULT-SUB)
025000     PERFORM 1150-LOAD-ONE-DENOM
025100         THRU 1150-LOAD-ONE-DENOM-EXIT
025200         VARYING WS-DENOM-SUB FROM 1 BY 1
025300         UNTIL WS-DENOM-SUB > 7
025400     IF VP-POS-DATE = WS-BUSINESS-DATE
025500         MOVE VP-OPEN-COIN  TO WS-VT-OPEN-COIN(WS-VAULT-SUB)
025600     ELSE
025700         MOVE VP-CLOSE-COIN TO WS-VT-OPEN-COIN(WS-VAULT-SUB)
025800     END-IF.
025900 1100-LOAD-ONE-POSITION-EXIT.
026000     EXIT.
026100
026200*----------------------------------------------------------
026300* 1150-LOAD-ONE-DENOM - ONE NOTE'S OPENING PIECE COUNT.
026400*----------------------------------------------------------
026500 1150-LOAD-ONE-DENOM.
026600     IF VP-POS-DATE = WS-BUSINESS-DATE
026700         MOVE VP-OPEN-COUNT(WS-DENOM-SUB)
026800             TO WS-VT-OPEN-CNT(WS-VAULT-SUB, WS-DENOM-SUB)
026900     ELSE
027000         MOVE VP-CLOSE-COUNT(WS-DENOM-SUB)
027100             TO WS-VT-OPEN-CNT(WS-VAULT-SUB, WS-DENOM-SUB)
027200     END-IF.
027300 1150-LOAD-ONE-DENOM-EXIT.
027400     EXIT.
027500
027600*----------------------------------------------------------
027700* 2000-COLLECT-VAULT-EVENT - FOLD ONE OF THE BUSINESS DATE'S
027800* VAULT EVENTS INTO ITS BRANCH.  DRAWER-ONLY EVENTS ARE
027900* PASSED OVER; A LATER VAULT COUNT REPLACES AN EARLIER ONE.
028000*----------------------------------------------------------
028100 2000-COLLECT-VAULT-EVENT.
028200     IF DW-DATE NOT = WS-BUSINESS-DATE
028300      OR DW-IS-DRAWER-ONLY
028400         GO TO 2000-COLLECT-VAULT-READ
028500     END-IF
028600     IF DW-DENOMINATIONS NOT NUMERIC
028700         DISPLAY "VAULT-PROOF-BATCH: NO BREAKDOWN ON "
028800             DW-EVENT " EVENT BY " DW-OPERATOR " AT "
028900             DW-TIME " - SKIPPED"
029000         GO TO 2000-COLLECT-VAULT-READ
029100     END-IF
029200     MOVE DW-BRANCH TO WS-SEARCH-BRANCH
029300     PERFORM 2500-FIND-VAULT-ENTRY
029400         THRU 2500-FIND-VAULT-ENTRY-EXIT
029500     IF WS-VAULT-SUB > WS-VAULT-COUNT
029600         GO TO 2000-COLLECT-VAULT-READ
029700     END-IF
029800     IF DW-IS-VAULT-COUNT
029900         MOVE "Y" TO WS-VT-COUNTED(WS-VAULT-SUB)
030000     END-IF
030100     PERFORM 2100-APPLY-ONE-DENOM
030200         THRU 2100-APPLY-ONE-DENOM-EXIT
030300         VARYING WS-DENOM-SUB FROM 1 BY 1
030400         UNTIL WS-DENOM-SUB > 7
030500     EVALUATE TRUE
030600         WHEN DW-IS-VAULT-BUY
030700             SUBTRACT DW-COIN-AMOUNT
030800                 FROM WS-VT-XFER-COIN(WS-VAULT-SUB)
030900         WHEN DW-IS-VAULT-SELL
031000             ADD DW-COIN-AMOUNT
031100                 TO WS-VT-XFER-COIN(WS-VAULT-SUB)
031200         WHEN DW-IS-SHIPMENT-IN
031300             ADD DW-COIN-AMOUNT
031400                 TO WS-VT-SHIP-COIN(WS-VAULT-SUB)
031500         WHEN DW-IS-SHIPMENT-OUT
031600             SUBTRACT DW-COIN-AMOUNT
031700                 FROM WS-VT-SHIP-COIN(WS-VAULT-SUB)
031800         WHEN DW-IS-VAULT-COUNT
031900             MOVE DW-COIN-AMOUNT
032000                 TO WS-VT-CNT-COIN(WS-VAULT-SUB)
032100     END-EVALUATE.
032200
032300 2000-COLLECT-VAULT-READ.
032400     PERFORM 8000-READ-DRAWER-EVENT
032500         THRU 8000-READ-DRAWER-EVENT-EXIT.
032600 2000-COLLECT-VAULT-EVENT-EXIT.
032700     EXIT.
032800
032900*----------------------------------------------------------
033000* 2100-APPLY-ONE-DENOM - ONE NOTE'S PIECES FROM THE EVENT.
033100*----------------------------------------------------------
033200 2100-APPLY-ONE-DENOM.
033300     EVALUATE TRUE
033400         WHEN DW-IS-VAULT-BUY
033500             SUBTRACT DW-DENOM-COUNT(WS-DENOM-SUB)
033600                 FROM WS-VT-XFER-CNT(WS-VAULT-SUB, WS-DENOM-SUB)
033700         WHEN DW-IS-VAULT-SELL
033800             ADD DW-DENOM-COUNT(WS-DENOM-SUB)
033900                 TO WS-VT-XFER-CNT(WS-VAULT-SUB, WS-DENOM-SUB)
034000         WHEN DW-IS-SHIPMENT-IN
034100             ADD DW-DENOM-COUNT(WS-DENOM-SUB)
034200                 TO WS-VT-SHIP-CNT(WS-VAULT-SUB, WS-DENOM-SUB)
034300         WHEN DW-IS-SHIPMENT-OUT
034400             SUBTRACT DW-DENOM-COUNT(WS-DENOM-SUB)
034500                 FROM WS-VT-SHIP-CNT(WS-VAULT-SUB, WS-DENOM-SUB)
034600         WHEN DW-IS-VAULT-COUNT
034700             MOVE DW-DENOM-COUNT(WS-DENOM-SUB)
034800                 TO WS-VT-CNT-CNT(WS-VAULT-SUB, WS-DENOM-SUB)
034900     END-EVALUATE.
035000 2100-APPLY-ONE-DENOM-EXIT.
035100     EXIT.
035200
035300*----------------------------------------------------------
035400* 2500-FIND-VAULT-ENTRY - FIND (OR ADD, ZEROED) THE TABLE
035500* ENTRY FOR WS-SEARCH-BRANCH.  THE SUBSCRIPT IS LEFT PAST
035600* THE TABLE WHEN A 21ST BRANCH CANNOT BE ADDED.
035700*----------------------------------------------------------
035800 2500-FIND-VAULT-ENTRY.
035900     MOVE ZERO TO WS-FOUND-SUB
036000     PERFORM 2550-COMPARE-VAULT-ENTRY
036100         THRU 2550-COMPARE-VAULT-ENTRY-EXIT
036200         VARYING WS-VAULT-SUB FROM 1 BY 1
036300         UNTIL WS-VAULT-SUB > WS-VAULT-COUNT
036400            OR WS-FOUND-SUB > ZERO
036500     IF WS-FOUND-SUB > ZERO
036600         MOVE WS-FOUND-SUB TO WS-VAULT-SUB
036700         GO TO 2500-FIND-VAULT-ENTRY-EXIT
036800     END-IF
036900     MOVE 21 TO WS-VAULT-SUB
037000     IF WS-VAULT-COUNT NOT < WS-VAULT-MAX
037100         DISPLAY "VAULT-PROOF-BATCH: VAULT TABLE FULL, BRANCH "
037200             WS-SEARCH-BRANCH " NOT PROVED"
037300         GO TO 2500-FIND-VAULT-ENTRY-EXIT
037400     END-IF
037500     ADD 1 TO WS-VAULT-COUNT
037600     MOVE WS-VAULT-COUNT TO WS-VAULT-SUB
037700     INITIALIZE WS-VAULT-ENTRY(WS-VAULT-SUB)
037800     MOVE WS-SEARCH-BRANCH TO WS-VT-BRANCH(WS-VAULT-SUB)
037900     MOVE "N" TO WS-VT-ON-FILE(WS-VAULT-SUB)
038000                 WS-VT-COUNTED(WS-VAULT-SUB).
038100 2500-FIND-VAULT-ENTRY-EXIT.
038200     EXIT.
038300
038400*----------------------------------------------------------
038500* 2550-COMPARE-VAULT-ENTRY - ONE TABLE ENTRY.
038600*----------------------------------------------------------
038700 2550-COMPARE-VAULT-ENTRY.
038800     IF WS-VT-BRANCH(WS-VAULT-SUB) = WS-SEARCH-BRANCH
038900         MOVE WS-VAULT-SUB TO WS-FOUND-SUB
039000     END-IF.
039100 2550-COMPARE-VAULT-ENTRY-EXIT.
039200     EXIT.
039300
039400*----------------------------------------------------------
039500* 7000-PROVE-VAULTS - HEADINGS, THEN ONE PROOF PER BRANCH.
039600*----------------------------------------------------------
039700 7000-PROVE-VAULTS.
039800     MOVE WS-BUSINESS-DATE TO HD-RUN-DATE
039900     WRITE VAULT-REPORT-LINE FROM WS-HEADING-LINE-1
040000     WRITE VAULT-REPORT-LINE FROM WS-HEADING-LINE-2
040100     PERFORM 7100-PROVE-ONE-VAULT
040200         THRU 7100-PROVE-ONE-VAULT-EXIT
040300         VARYING WS-VAULT-SUB FROM 1 BY 1
040400         UNTIL WS-VAULT-SUB > WS-VAULT-COUNT.
040500 7000-PROVE-VAULTS-EXIT.
040600     EXIT.
040700
040800*----------------------------------------------------------
040900* 7100-PROVE-ONE-VAULT - ONE BRANCH: A LINE PER NOTE AND ONE
041000* FOR COIN, A TOTAL LINE AND THE PROOF FLAG, THEN THE NEW
041100* CLOSING POSITION BACK TO VAULTPOS.
041200*----------------------------------------------------------
041300 7100-PROVE-ONE-VAULT.
041400     MOVE SPACES TO VAULT-REPORT-LINE
041500     WRITE VAULT-REPORT-LINE
041600     MOVE WS-VT-BRANCH(WS-VAULT-SUB) TO BL-BRANCH
041700     WRITE VAULT-REPORT-LINE FROM WS-BRANCH-LINE
041800     WRITE VAULT-REPORT-LINE FROM WS-COLUMN-LINE
041900     INITIALIZE WS-BRANCH-TOTALS
042000     MOVE "N" TO WS-DENOM-OUT-FLAG
042100
042200     MOVE SPACES TO VAULT-POSITION-RECORD
042300     MOVE WS-VT-BRANCH(WS-VAULT-SUB) TO VP-BRANCH
042400     MOVE WS-BUSINESS-DATE           TO VP-POS-DATE
042500     MOVE WS-VT-COUNTED(WS-VAULT-SUB) TO VP-COUNTED-FLAG
042600     PERFORM 7200-PROVE-ONE-DENOM
042700         THRU 7200-PROVE-ONE-DENOM-EXIT
042800         VARYING WS-DENOM-SUB FROM 1 BY 1
042900         UNTIL WS-DENOM-SUB > 8
043000
043100     MOVE "TOTAL"           TO DL-DENOM
043200     MOVE WS-TOT-OPEN       TO DL-OPEN
043300     MOVE WS-TOT-XFER       TO DL-XFER
043400     MOVE WS-TOT-SHIP       TO DL-SHIP
043500     MOVE WS-TOT-EXPECTED   TO DL-EXPECTED
043600     MOVE WS-TOT-COUNTED    TO DL-COUNTED
043700     MOVE WS-TOT-OVER-SHORT TO DL-OVER-SHORT
043800     WRITE VAULT-REPORT-LINE FROM WS-DETAIL-LINE
043900     EVALUATE TRUE
044000         WHEN NOT WS-VT-WAS-COUNTED(WS-VAULT-SUB)
044100             MOVE "NO VAULT COUNT - EXPECTED CARRIED FORWARD"
044200                 TO FL-FLAG
044300             ADD 1 TO WS-OUT-COUNT
044400         WHEN WS-DENOM-OUT
044500             MOVE "** OVER/SHORT **" TO FL-FLAG
044600             ADD 1 TO WS-OUT-COUNT
044700         WHEN OTHER
044800             MOVE "IN PROOF" TO FL-FLAG
044900     END-EVALUATE
045000     WRITE VAULT-REPORT-LINE FROM WS-FLAG-LINE
045100     ADD 1 TO WS-PROVED-COUNT
045200
045300     IF WS-VT-IS-ON-FILE(WS-VAULT-SUB)
045400         REWRITE VAULT-POSITION-RECORD
045500             INVALID KEY
045600                 DISPLAY "VAULT-PROOF-BATCH: VAULTPOS REWRITE "
045700                     "FAILED, STATUS " WS-VPOS-STATUS
045800         END-REWRITE
045900     ELSE
046000         WRITE VAULT-POSITION-RECORD
046100             INVALID KEY
046200                 DISPLAY "VAULT-PROOF-BATCH: VAULTPOS WRITE "
046300                     "FAILED, STATUS " WS-VPOS-STATUS
046400         END-WRITE
046500     END-IF.
046600 7100-PROVE-ONE-VAULT-EXIT.
046700     EXIT.
046800
046900*----------------------------------------------------------
047000* 7200-PROVE-ONE-DENOM - ONE NOTE (SUBSCRIPT 8 = COIN):
047100* EXPECTED = OPENING + TELLER TRANSFERS + SHIPMENTS, PRICED
047200* AT FACE VALUE; OVER/SHORT = COUNTED - EXPECTED.  THE NEW
047300* CLOSING IS THE COUNT, OR THE EXPECTED FIGURE (NEVER BELOW
047400* ZERO) WHEN NO COUNT WAS KEYED.
047500*----------------------------------------------------------
047600 7200-PROVE-ONE-DENOM.
047700     IF WS-DENOM-SUB > 7
047800         MOVE "COIN" TO DL-DENOM
047900         MOVE WS-VT-OPEN-COIN(WS-VAULT-SUB) TO WS-AMT-OPEN
048000         MOVE WS-VT-XFER-COIN(WS-VAULT-SUB) TO WS-AMT-XFER
048100         MOVE WS-VT-SHIP-COIN(WS-VAULT-SUB) TO WS-AMT-SHIP
048200         MOVE WS-VT-CNT-COIN(WS-VAULT-SUB)  TO WS-AMT-COUNTED
048300         COMPUTE WS-EXPECTED-COIN
048400             = WS-AMT-OPEN + WS-AMT-XFER + WS-AMT-SHIP
048500         MOVE WS-AMT-OPEN TO VP-OPEN-COIN
048600         IF WS-VT-WAS-COUNTED(WS-VAULT-SUB)
048700             MOVE WS-AMT-COUNTED TO VP-CLOSE-COIN
048800         ELSE
048900             IF WS-EXPECTED-COIN < ZERO
049000                 MOVE ZERO TO VP-CLOSE-COIN
049100             ELSE
049200                 MOVE WS-EXPECTED-COIN TO VP-CLOSE-COIN
049300             END-IF
049400         END-IF
049500     ELSE
049600         MOVE WS-DENOM-VALUE(WS-DENOM-SUB) TO WS-DENOM-LABEL
049700         MOVE WS-DENOM-LABEL TO DL-DENOM
049800         COMPUTE WS-AMT-OPEN
049900             = WS-VT-OPEN-CNT(WS-VAULT-SUB, WS-DENOM-SUB)
050000             * WS-DENOM-VALUE(WS-DENOM-SUB)
050100         COMPUTE WS-AMT-XFER
050200             = WS-VT-XFER-CNT(WS-VAULT-SUB, WS-DENOM-SUB)
050300             * WS-DENOM-VALUE(WS-DENOM-SUB)
050400         COMPUTE WS-AMT-SHIP
050500             = WS-VT-SHIP-CNT(WS-VAULT-SUB, WS-DENOM-SUB)
050600             * WS-DENOM-VALUE(WS-DENOM-SUB)
050700         COMPUTE WS-AMT-COUNTED
050800             = WS-VT-CNT-CNT(WS-VAULT-SUB, WS-DENOM-SUB)
050900             * WS-DENOM-VALUE(WS-DENOM-SUB)
051000         COMPUTE WS-EXPECTED-CNT
051100             = WS-VT-OPEN-CNT(WS-VAULT-SUB, WS-DENOM-SUB)
051200             + WS-VT-XFER-CNT(WS-VAULT-SUB, WS-DENOM-SUB)
051300             + WS-VT-SHIP-CNT(WS-VAULT-SUB, WS-DENOM-SUB)
051400         MOVE WS-VT-OPEN-CNT(WS-VAULT-SUB, WS-DENOM-SUB)
051500             TO VP-OPEN-COUNT(WS-DENOM-SUB)
051600         IF WS-VT-WAS-COUNTED(WS-VAULT-SUB)
051700             MOVE WS-VT-CNT-CNT(WS-VAULT-SUB, WS-DENOM-SUB)
051800                 TO VP-CLOSE-COUNT(WS-DENOM-SUB)
051900         ELSE
052000             IF WS-EXPECTED-CNT < ZERO
052100                 MOVE ZERO TO VP-CLOSE-COUNT(WS-DENOM-SUB)
052200             ELSE
052300                 MOVE WS-EXPECTED-CNT
052400                     TO VP-CLOSE-COUNT(WS-DENOM-SUB)
052500             END-IF
052600         END-IF
052700     END-IF
052800     COMPUTE WS-AMT-EXPECTED
052900         = WS-AMT-OPEN + WS-AMT-XFER + WS-AMT-SHIP
053000     IF WS-VT-WAS-COUNTED(WS-VAULT-SUB)
053100         COMPUTE WS-AMT-OVER-SHORT
053200             = WS-AMT-COUNTED - WS-AMT-EXPECTED
053300     ELSE
053400         MOVE ZERO TO WS-AMT-OVER-SHORT
053500     END-IF
053600     IF WS-AMT-OVER-SHORT NOT = ZERO
053700         MOVE "Y" TO WS-DENOM-OUT-FLAG
053800     END-IF
053900     MOVE WS-AMT-OPEN       TO DL-OPEN
054000     MOVE WS-AMT-XFER       TO DL-XFER
054100     MOVE WS-AMT-SHIP       TO DL-SHIP
054200     MOVE WS-AMT-EXPECTED   TO DL-EXPECTED
054300     MOVE WS-AMT-COUNTED    TO DL-COUNTED
054400     MOVE WS-AMT-OVER-SHORT TO DL-OVER-SHORT
054500     WRITE VAULT-REPORT-LINE FROM WS-DETAIL-LINE
054600     ADD WS-AMT-OPEN       TO WS-TOT-OPEN
054700     ADD WS-AMT-XFER       TO WS-TOT-XFER
054800     ADD WS-AMT-SHIP       TO WS-TOT-SHIP
054900     ADD WS-AMT-EXPECTED   TO WS-TOT-EXPECTED
055000     ADD WS-AMT-COUNTED    TO WS-TOT-COUNTED
055100     ADD WS-AMT-OVER-SHORT TO WS-TOT-OVER-SHORT.
055200 7200-PROVE-ONE-DENOM-EXIT.
055300     EXIT.
055400
055500*----------------------------------------------------------
055600* 8000-READ-DRAWER-EVENT - READ THE NEXT DRAWFILE EVENT.
055700*----------------------------------------------------------
055800 8000-READ-DRAWER-EVENT.
055900     READ DRAWER-FILE
056000         AT END
056100             MOVE "Y" TO WS-DRAW-EOF-FLAG
056200     END-READ.
056300 8000-READ-DRAWER-EVENT-EXIT.
056400     EXIT.
056500
056600*----------------------------------------------------------
056700* 9000-TERMINATE - CLOSE FILES AND WRITE THE DAILY-STATS
056800* SUMMARY RECORD.
056900*----------------------------------------------------------
057000 9000-TERMINATE.
057100     IF DRAW-FILE-OK
057200         CLOSE DRAWER-FILE
057300     END-IF
057400     IF INIT-SUCCESSFUL
057500         CLOSE VAULT-POSITIONS
057600     END-IF
057700     CLOSE VAULT-REPORT
057800     PERFORM 9500-WRITE-DAILY-STATS
057900         THRU 9500-WRITE-DAILY-STATS-EXIT
058000     DISPLAY "VAULT-PROOF-BATCH: " WS-PROVED-COUNT
058100         " VAULTS PROVED, " WS-OUT-COUNT " NOT IN PROOF".
058200 9000-TERMINATE-EXIT.
058300     EXIT.
058400
058500*----------------------------------------------------------
058600* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
058700* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
058800* CONSOLIDATED REPORT.
058900*----------------------------------------------------------
059000 9500-WRITE-DAILY-STATS.
059100     OPEN EXTEND DAILY-STATS-FILE
059200     MOVE "VAULT-PROOF-BATCH" TO DS-PROGRAM-NAME
059300     MOVE WS-PROVED-COUNT    TO DS-RECORD-COUNT
059400     MOVE WS-PROVED-COUNT    TO WS-PROVED-DISP
059500     MOVE WS-OUT-COUNT       TO WS-OUT-DISP
059600     MOVE SPACES             TO DS-DETAIL
059700     STRING "VAULTS PROVED: " DELIMITED BY SIZE
059800         WS-PROVED-DISP       DELIMITED BY SIZE
059900         "  NOT IN PROOF: "   DELIMITED BY SIZE
060000         WS-OUT-DISP          DELIMITED BY SIZE
060100         INTO DS-DETAIL
060200     END-STRING
060300     WRITE DAILY-STAT-RECORD
060400     CLOSE DAILY-STATS-FILE.
060500 9500-WRITE-DAILY-STATS-EXIT.
060600     EXIT.
