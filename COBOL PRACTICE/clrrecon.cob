000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CLEARING-RECON-BATCH.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  DAILY CLEARING HOUSE NET
001100*                 SETTLEMENT RECONCILIATION.  TOTALS OUR
001200*                 OUTWARD ITEMS (CLROUT), THE INWARD
001300*                 PRESENTMENTS (INCLEAR TYPE "P") LESS THE
001400*                 RETURNS WE GENERATED AGAINST THEM (CLRRTN),
001500*                 AND THE INWARD RETURNS (INCLEAR TYPE "R"),
001600*                 AND PROVES THE NET AGAINST THE NET THE
001700*                 EXCHANGE ADVISES ON CLRADVC.  A DIFFERENCE
001800*                 IS KEPT ON THE CLRBRKS BREAK FILE (CLRBREC)
001900*                 AND CARRIED INTO EVERY LATER DAY UNTIL THE
002000*                 RUNNING TOTAL OF OPEN BREAKS COMES BACK TO
002100*                 ZERO; AN OUTSTANDING BREAK IS LOGGED TO
002200*                 EXCPLOG FOR THE MORNING REPORT.
002300*----------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT CLEARING-OUT ASSIGN TO "CLROUT"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-CLRO-STATUS.
003000
003100     SELECT INWARD-CLEARING ASSIGN TO "INCLEAR"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-INCL-STATUS.
003400
003500     SELECT CLEARING-RETURNS ASSIGN TO "CLRRTN"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-CRTN-STATUS.
003800
003900     SELECT SETTLEMENT-ADVICE ASSIGN TO "CLRADVC"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-ADVC-STATUS.
004200
004300     SELECT CLEARING-BREAKS ASSIGN TO "CLRBRKS"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS CK-DATE
004700         FILE STATUS IS WS-CBRK-STATUS.
004800
004900     SELECT RECON-REPORT ASSIGN TO "CLRRECON"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100
005200     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  CLEARING-OUT.
005800 01  CLEARING-OUT-RECORD.
005900     05  OC-ACCT             PIC X(06).
006000     05  OC-AMOUNT           PIC 9(7)V99.
006100     05  OC-DATE             PIC 9(08).
006200     05  OC-TIME             PIC X(06).
006300     05  OC-OPERATOR         PIC X(06).
006400     05  FILLER              PIC X(10).
006500
006600 FD  INWARD-CLEARING.
006700 01  INWARD-CLEARING-RECORD.
006800     05  IC-TYPE             PIC X(01).
006900         88  IC-IS-PRESENTMENT       VALUE "P".
007000         88  IC-IS-RETURN            VALUE "R".
007100     05  IC-ACCT             PIC X(06).
007200     05  IC-AMOUNT           PIC 9(7)V99.
007300     05  IC-REFERENCE        PIC X(08).
007400     05  IC-DATE             PIC 9(08).
007500     05  FILLER              PIC X(48).
007600
007700 FD  CLEARING-RETURNS.
007800 01  CLEARING-RETURN-RECORD.
007900     05  RT-ACCT             PIC X(06).
008000     05  FILLER              PIC X(01).
008100     05  RT-AMOUNT           PIC 9(7)V99.
008200     05  FILLER              PIC X(01).
008300     05  RT-REFERENCE        PIC X(08).
008400     05  FILLER              PIC X(01).
008500     05  RT-REASON           PIC X(03).
008600     05  FILLER              PIC X(51).
008700
008800*    THE EXCHANGE'S DAILY NET SETTLEMENT ADVICE.  SA-NET-DIR
008900*    SAYS WHICH WAY THE NET GOES: "R" WE RECEIVE, "P" WE PAY.
009000 FD  SETTLEMENT-ADVICE.
009100 01  SETTLEMENT-ADVICE-RECORD.
009200     05  SA-DATE             PIC 9(08).
009300     05  SA-NET-DIR          PIC X(01).
009400         88  SA-NET-TO-US            VALUE "R".
009500         88  SA-NET-FROM-US          VALUE "P".
009600     05  SA-NET-AMOUNT       PIC 9(9)V99.
009700     05  FILLER              PIC X(20).
009800
009900 FD  CLEARING-BREAKS.
010000 01  CLEARING-BREAK-RECORD.
010100     COPY CLRBREC.
010200
010300 FD  RECON-REPORT.
010400 01  RECON-REPORT-LINE       PIC X(80).
010500
010600 FD  DAILY-STATS-FILE.
010700     COPY DLYSTAT.
010800
010900 WORKING-STORAGE SECTION.
011000*----------------------------------------------------------
011100* SWITCHES AND FILE STATUS
011200*----------------------------------------------------------
011300 01  WS-SWITCHES.
011400     05  WS-EOF-FLAG         PIC X(01) VALUE "N".
011500         88  END-OF-INPUT            VALUE "Y".
011600     05  WS-ADVICE-FLAG      PIC X(01) VALUE "N".
011700         88  ADVICE-FOUND            VALUE "Y".
011800     05  WS-CBRK-OPEN-FLAG   PIC X(01) VALUE "N".
011900         88  CBRK-FILE-OPEN          VALUE "Y".
012000     05  WS-BRK-EOF-FLAG     PIC X(01) VALUE "N".
012100         88  END-OF-BREAKS           VALUE "Y".
012200     05  WS-TODAY-FLAG       PIC X(01) VALUE "N".
012300         88  TODAY-ON-FILE           VALUE "Y".
012400     05  WS-OFFSET-FLAG      PIC X(01) VALUE "N".
012500         88  BREAKS-OFFSET           VALUE "Y".
012600 01  WS-CLRO-STATUS          PIC X(02).
012700     88  CLRO-FILE-OK                VALUE "00".
012800 01  WS-INCL-STATUS          PIC X(02).
012900     88  INCL-FILE-OK                VALUE "00".
013000 01  WS-CRTN-STATUS          PIC X(02).
013100     88  CRTN-FILE-OK                VALUE "00".
013200 01  WS-ADVC-STATUS          PIC X(02).
013300     88  ADVC-FILE-OK                VALUE "00".
013400 01  WS-CBRK-STATUS          PIC X(02).
013500     88  CBRK-FILE-OK                VALUE "00".
013600     88  CBRK-FILE-NOT-FOUND         VALUE "35".
013700
013800*----------------------------------------------------------
013900* DAY TOTALS.  NETS ARE SIGNED FROM OUR SIDE: POSITIVE IS
014000* DUE TO US FROM THE EXCHANGE, NEGATIVE DUE FROM US.
014100*----------------------------------------------------------
014200 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
014300 01  WS-OUT-COUNT            PIC 9(05) COMP VALUE ZERO.
014400 01  WS-OUT-TOTAL            PIC 9(9)V99 VALUE ZERO.
014500 01  WS-PRES-COUNT           PIC 9(05) COMP VALUE ZERO.
014600 01  WS-PRES-TOTAL           PIC 9(9)V99 VALUE ZERO.
014700 01  WS-ORTN-COUNT           PIC 9(05) COMP VALUE ZERO.
014800 01  WS-ORTN-TOTAL           PIC 9(9)V99 VALUE ZERO.
014900 01  WS-PAID-TOTAL           PIC S9(9)V99 VALUE ZERO.
015000 01  WS-IRTN-COUNT           PIC 9(05) COMP VALUE ZERO.
015100 01  WS-IRTN-TOTAL           PIC 9(9)V99 VALUE ZERO.
015200 01  WS-EXPECTED-NET         PIC S9(9)V99 VALUE ZERO.
015300 01  WS-ADVISED-NET          PIC S9(9)V99 VALUE ZERO.
015400 01  WS-TODAY-DIFF           PIC S9(9)V99 VALUE ZERO.
015500 01  WS-CARRIED-DIFF         PIC S9(9)V99 VALUE ZERO.
015600 01  WS-CARRIED-COUNT        PIC 9(05) COMP VALUE ZERO.
015700 01  WS-RUNNING-DIFF         PIC S9(9)V99 VALUE ZERO.
015800 01  WS-CLEARED-COUNT        PIC 9(05) COMP VALUE ZERO.
015900 01  WS-ITEM-COUNT           PIC 9(07) COMP VALUE ZERO.
016000 01  WS-DIFF-DISP            PIC -ZZZ,ZZZ,ZZ9.99.
016200
016300*----------------------------------------------------------
016400* SHARED EXCEPTION-LOG FIELDS FOR THE EXCPLOG SUBPROGRAM.
016500*----------------------------------------------------------
016600 01  WS-EXCP-PROGRAM         PIC X(23)
016700     VALUE "CLEARING-RECON-BATCH".
016800 01  WS-EXCP-SEVERITY        PIC X(01) VALUE "E".
016900 01  WS-EXCP-MESSAGE         PIC X(40) VALUE SPACES.
017000 01  WS-EXCP-FSTATUS         PIC X(02) VALUE SPACES.
017100
017200*----------------------------------------------------------
017300* REPORT LINES
017400*----------------------------------------------------------
017500     COPY RPTHEAD.
017600 01  WS-COLUMN-LINE.
017700     05  FILLER              PIC X(40) VALUE
017800         "                                   ITEMS".
017900     05  FILLER              PIC X(16) VALUE
018000         "          AMOUNT".
018100 01  WS-ITEM-LINE.
018200     05  IL-LABEL            PIC X(33).
018300     05  IL-COUNT            PIC ZZZZZZ9.
018400     05  FILLER              PIC X(01) VALUE SPACE.
018500     05  IL-AMOUNT           PIC -ZZZ,ZZZ,ZZ9.99.
018600 01  WS-NET-LINE.
018700     05  NL-LABEL            PIC X(41).
018800     05  NL-AMOUNT           PIC -ZZZ,ZZZ,ZZ9.99.
018900 01  WS-BREAK-LINE.
019000     05  FILLER              PIC X(15) VALUE
019100         "  OPEN BREAK OF".
019200     05  FILLER              PIC X(01) VALUE SPACE.
019300     05  BL-DATE             PIC 9(08).
019400     05  FILLER              PIC X(17) VALUE SPACES.
019500     05  BL-AMOUNT           PIC -ZZZ,ZZZ,ZZ9.99.
019600 01  WS-VERDICT-LINE         PIC X(80).
019700
019800 PROCEDURE DIVISION.
019900*----------------------------------------------------------
020000* 0000-MAINLINE
020100*----------------------------------------------------------
020200 0000-MAINLINE.
020300     PERFORM 1000-INITIALIZE
020400         THRU 1000-INITIALIZE-EXIT
020500     PERFORM 2000-TOTAL-OUTWARD
020600         THRU 2000-TOTAL-OUTWARD-EXIT
020700     PERFORM 2200-TOTAL-INWARD
020800         THRU 2200-TOTAL-INWARD-EXIT
020900     PERFORM 2400-TOTAL-OUR-RETURNS
021000         THRU 2400-TOTAL-OUR-RETURNS-EXIT
021100     PERFORM 3000-FIND-ADVICE
021200         THRU 3000-FIND-ADVICE-EXIT
021300     PERFORM 4000-PRINT-SETTLEMENT
021400         THRU 4000-PRINT-SETTLEMENT-EXIT
021500     PERFORM 5000-CARRY-FORWARD
021600         THRU 5000-CARRY-FORWARD-EXIT
021700     PERFORM 6000-SETTLE-TODAY
021800         THRU 6000-SETTLE-TODAY-EXIT
021900     PERFORM 9000-TERMINATE
022000         THRU 9000-TERMINATE-EXIT
022100     STOP RUN.
022200
022300*----------------------------------------------------------
022400* 1000-INITIALIZE - BUSINESS DATE, REPORT HEADING AND THE
022500* BREAK FILE (CREATED EMPTY THE FIRST TIME).
022600*----------------------------------------------------------
022700 1000-INITIALIZE.
022800     CALL "GETBDATE" USING WS-BUSINESS-DATE
022900     OPEN OUTPUT RECON-REPORT
023000     MOVE "CLEARING SETTLEMENT RECONCILIATION" TO RPT-TITLE
023100     MOVE WS-BUSINESS-DATE TO RPT-HEAD-DATE
023200     PERFORM 7900-RPT-HEADINGS
023300         THRU 7900-RPT-HEADINGS-EXIT
023400     OPEN I-O CLEARING-BREAKS
023500     IF CBRK-FILE-NOT-FOUND
023600         OPEN OUTPUT CLEARING-BREAKS
023700         CLOSE CLEARING-BREAKS
023800         OPEN I-O CLEARING-BREAKS
023900     END-IF
024000     IF CBRK-FILE-OK
024100         MOVE "Y" TO WS-CBRK-OPEN-FLAG
024200     ELSE
024300         DISPLAY "CLEARING-RECON-BATCH: CLRBRKS OPEN FAILED, "
024400             "STATUS " WS-CBRK-STATUS
024500         MOVE "CLRBRKS OPEN FAILED - NO CARRY FORWARD"
024600             TO WS-EXCP-MESSAGE
024700         MOVE WS-CBRK-STATUS TO WS-EXCP-FSTATUS
024800         PERFORM 8500-LOG-EXCEPTION
024900             THRU 8500-LOG-EXCEPTION-EXIT
025000     END-IF.
025100 1000-INITIALIZE-EXIT.
025200     EXIT.
025300
025400*----------------------------------------------------------
025500* 2000-TOTAL-OUTWARD - COUNT AND TOTAL TONIGHT'S OUTWARD
025600* EXCHANGE FILE.  NO FILE IS LOGGED AND COUNTS AS NOTHING
025700* SENT, SO THE DIFFERENCE SHOWS ON THE REPORT.
025800*----------------------------------------------------------
025900 2000-TOTAL-OUTWARD.
026000     OPEN INPUT CLEARING-OUT
026100     IF NOT CLRO-FILE-OK
026200         MOVE "NO CLROUT FILE - OUTWARD TAKEN AS ZERO"
026300             TO WS-EXCP-MESSAGE
026400         MOVE WS-CLRO-STATUS TO WS-EXCP-FSTATUS
026500         PERFORM 8500-LOG-EXCEPTION
026600             THRU 8500-LOG-EXCEPTION-EXIT
026700         GO TO 2000-TOTAL-OUTWARD-EXIT
026800     END-IF
026900     MOVE "N" TO WS-EOF-FLAG
027000     PERFORM 2050-ADD-OUTWARD-ITEM
027100         THRU 2050-ADD-OUTWARD-ITEM-EXIT
027200         UNTIL END-OF-INPUT
027300     CLOSE CLEARING-OUT.
027400 2000-TOTAL-OUTWARD-EXIT.
027500     EXIT.
027600
027700*----------------------------------------------------------
027800* 2050-ADD-OUTWARD-ITEM - READ AND ADD ONE OUTWARD ITEM.
027900*----------------------------------------------------------
028000 2050-ADD-OUTWARD-ITEM.
028100     READ CLEARING-OUT
028200         AT END
028300             MOVE "Y" TO WS-EOF-FLAG
028400             GO TO 2050-ADD-OUTWARD-ITEM-EXIT
028500     END-READ
028600     ADD 1         TO WS-OUT-COUNT
028700     ADD OC-AMOUNT TO WS-OUT-TOTAL.
028800 2050-ADD-OUTWARD-ITEM-EXIT.
028900     EXIT.
029000
029100*----------------------------------------------------------
029200* 2200-TOTAL-INWARD - COUNT AND TOTAL THE EXCHANGE'S INWARD
029300* FILE: RETURNS OF OUR DEPOSITED CHEQUES ON ONE SIDE, EVERY
029400* OTHER ITEM AS A PRESENTMENT (AN UNREADABLE TYPE WENT BACK
029500* ON CLRRTN LIKE ANY REFUSED PRESENTMENT).
029600*----------------------------------------------------------
029700 2200-TOTAL-INWARD.
029800     OPEN INPUT INWARD-CLEARING
029900     IF NOT INCL-FILE-OK
030000         MOVE "NO INCLEAR FILE - INWARD TAKEN AS ZERO"
030100             TO WS-EXCP-MESSAGE
030200         MOVE WS-INCL-STATUS TO WS-EXCP-FSTATUS
030300         PERFORM 8500-LOG-EXCEPTION
030400             THRU 8500-LOG-EXCEPTION-EXIT
030500         GO TO 2200-TOTAL-INWARD-EXIT
030600     END-IF
030700     MOVE "N" TO WS-EOF-FLAG
030800     PERFORM 2250-ADD-INWARD-ITEM
030900         THRU 2250-ADD-INWARD-ITEM-EXIT
031000         UNTIL END-OF-INPUT
031100     CLOSE INWARD-CLEARING.
031200 2200-TOTAL-INWARD-EXIT.
031300     EXIT.
031400
031500*----------------------------------------------------------
031600* 2250-ADD-INWARD-ITEM - READ AND ADD ONE INWARD ITEM.
031700*----------------------------------------------------------
031800 2250-ADD-INWARD-ITEM.
031900     READ INWARD-CLEARING
032000         AT END
032100             MOVE "Y" TO WS-EOF-FLAG
032200             GO TO 2250-ADD-INWARD-ITEM-EXIT
032300     END-READ
032400     IF IC-IS-RETURN
032500         ADD 1         TO WS-IRTN-COUNT
032600         ADD IC-AMOUNT TO WS-IRTN-TOTAL
032700     ELSE
032800         ADD 1         TO WS-PRES-COUNT
032900         ADD IC-AMOUNT TO WS-PRES-TOTAL
033000     END-IF.
033100 2250-ADD-INWARD-ITEM-EXIT.
033200     EXIT.
033300
033400*----------------------------------------------------------
033500* 2400-TOTAL-OUR-RETURNS - COUNT AND TOTAL THE RETURNS
033600* CHQ-CLEAR-IN-BATCH GENERATED FOR THE EXCHANGE.
033700*----------------------------------------------------------
033800 2400-TOTAL-OUR-RETURNS.
033900     OPEN INPUT CLEARING-RETURNS
034000     IF NOT CRTN-FILE-OK
034100         MOVE "NO CLRRTN FILE - RETURNS TAKEN AS ZERO"
034200             TO WS-EXCP-MESSAGE
034300         MOVE WS-CRTN-STATUS TO WS-EXCP-FSTATUS
034400         PERFORM 8500-LOG-EXCEPTION
034500             THRU 8500-LOG-EXCEPTION-EXIT
034600         GO TO 2400-TOTAL-OUR-RETURNS-EXIT
034700     END-IF
034800     MOVE "N" TO WS-EOF-FLAG
034900     PERFORM 2450-ADD-OUR-RETURN
035000         THRU 2450-ADD-OUR-RETURN-EXIT
035100         UNTIL END-OF-INPUT
035200     CLOSE CLEARING-RETURNS.
035300 2400-TOTAL-OUR-RETURNS-EXIT.
035400     EXIT.
035500
035600*----------------------------------------------------------
035700* 2450-ADD-OUR-RETURN - READ AND ADD ONE RETURN WE SENT.
035800*----------------------------------------------------------
035900 2450-ADD-OUR-RETURN.
036000     READ CLEARING-RETURNS
036100         AT END
036200             MOVE "Y" TO WS-EOF-FLAG
036300             GO TO 2450-ADD-OUR-RETURN-EXIT
036400     END-READ
036500     ADD 1         TO WS-ORTN-COUNT
036600     ADD RT-AMOUNT TO WS-ORTN-TOTAL.
036700 2450-ADD-OUR-RETURN-EXIT.
036800     EXIT.
036900
037000*----------------------------------------------------------
037100* 3000-FIND-ADVICE - THE EXCHANGE'S ADVICE FOR THE BUSINESS
037200* DATE, SIGNED FROM OUR SIDE.
037300*----------------------------------------------------------
037400 3000-FIND-ADVICE.
037500     OPEN INPUT SETTLEMENT-ADVICE
037600     IF NOT ADVC-FILE-OK
037700         GO TO 3000-FIND-ADVICE-EXIT
037800     END-IF
037900     MOVE "N" TO WS-EOF-FLAG
038000     PERFORM 3050-READ-ADVICE
038100         THRU 3050-READ-ADVICE-EXIT
038200         UNTIL END-OF-INPUT OR ADVICE-FOUND
038300     CLOSE SETTLEMENT-ADVICE
038400     IF ADVICE-FOUND
038500         IF SA-NET-FROM-US
038600             COMPUTE WS-ADVISED-NET = ZERO - SA-NET-AMOUNT
038700         ELSE
038800             MOVE SA-NET-AMOUNT TO WS-ADVISED-NET
038900         END-IF
039000     END-IF.
039100 3000-FIND-ADVICE-EXIT.
039200     EXIT.
039300
039400*----------------------------------------------------------
039500* 3050-READ-ADVICE - READ ONE ADVICE; STOP ON TODAY'S.
039600*----------------------------------------------------------
039700 3050-READ-ADVICE.
039800     READ SETTLEMENT-ADVICE
039900         AT END
040000             MOVE "Y" TO WS-EOF-FLAG
040100             GO TO 3050-READ-ADVICE-EXIT
040200     END-READ
040300     IF SA-DATE = WS-BUSINESS-DATE
040400         MOVE "Y" TO WS-ADVICE-FLAG
040500     END-IF.
040600 3050-READ-ADVICE-EXIT.
040700     EXIT.
040800
040900*----------------------------------------------------------
041000* 4000-PRINT-SETTLEMENT - THE FOUR COMPONENT TOTALS, OUR
041100* EXPECTED NET AND THE EXCHANGE'S ADVISED NET.  EXPECTED IS
041200* OUTWARD ITEMS LESS INWARD PRESENTMENTS PAID (PRESENTED
041300* LESS THE RETURNS WE SENT BACK) LESS INWARD RETURNS.
041400*----------------------------------------------------------
041500 4000-PRINT-SETTLEMENT.
041600     COMPUTE WS-PAID-TOTAL = WS-PRES-TOTAL - WS-ORTN-TOTAL
041700     COMPUTE WS-EXPECTED-NET = WS-OUT-TOTAL - WS-PAID-TOTAL
041800         - WS-IRTN-TOTAL
041900     COMPUTE WS-ITEM-COUNT = WS-OUT-COUNT + WS-PRES-COUNT
042000         + WS-IRTN-COUNT
042100     MOVE "OUTWARD ITEMS SENT (CLROUT)"    TO IL-LABEL
042200     MOVE WS-OUT-COUNT                     TO IL-COUNT
042300     MOVE WS-OUT-TOTAL                     TO IL-AMOUNT
042400     PERFORM 7100-PRINT-ITEM-LINE
042500         THRU 7100-PRINT-ITEM-LINE-EXIT
042600     MOVE "INWARD PRESENTMENTS (INCLEAR)"  TO IL-LABEL
042700     MOVE WS-PRES-COUNT                    TO IL-COUNT
042800     MOVE WS-PRES-TOTAL                    TO IL-AMOUNT
042900     PERFORM 7100-PRINT-ITEM-LINE
043000         THRU 7100-PRINT-ITEM-LINE-EXIT
043100     MOVE "  LESS RETURNS WE SENT (CLRRTN)" TO IL-LABEL
043200     MOVE WS-ORTN-COUNT                    TO IL-COUNT
043300     MOVE WS-ORTN-TOTAL                    TO IL-AMOUNT
043400     PERFORM 7100-PRINT-ITEM-LINE
043500         THRU 7100-PRINT-ITEM-LINE-EXIT
043600     MOVE "INWARD PRESENTMENTS PAID"       TO NL-LABEL
043700     MOVE WS-PAID-TOTAL                    TO NL-AMOUNT
043800     PERFORM 7200-PRINT-NET-LINE
043900         THRU 7200-PRINT-NET-LINE-EXIT
044000     MOVE "INWARD RETURNS (INCLEAR)"       TO IL-LABEL
044100     MOVE WS-IRTN-COUNT                    TO IL-COUNT
044200     MOVE WS-IRTN-TOTAL                    TO IL-AMOUNT
044300     PERFORM 7100-PRINT-ITEM-LINE
044400         THRU 7100-PRINT-ITEM-LINE-EXIT
044500     MOVE SPACES TO RECON-REPORT-LINE
044600     WRITE RECON-REPORT-LINE
044700     MOVE "EXPECTED NET (+ DUE TO US)"     TO NL-LABEL
044800     MOVE WS-EXPECTED-NET                  TO NL-AMOUNT
044900     PERFORM 7200-PRINT-NET-LINE
045000         THRU 7200-PRINT-NET-LINE-EXIT
045100     IF NOT ADVICE-FOUND
045200         MOVE "** NO SETTLEMENT ADVICE FOR THE BUSINESS DATE **"
045300             TO WS-VERDICT-LINE
045400         WRITE RECON-REPORT-LINE FROM WS-VERDICT-LINE
045500         GO TO 4000-PRINT-SETTLEMENT-EXIT
045600     END-IF
045700     COMPUTE WS-TODAY-DIFF = WS-ADVISED-NET - WS-EXPECTED-NET
045800     MOVE "ADVISED NET (CLRADVC)"          TO NL-LABEL
045900     MOVE WS-ADVISED-NET                   TO NL-AMOUNT
046000     PERFORM 7200-PRINT-NET-LINE
046100         THRU 7200-PRINT-NET-LINE-EXIT
046200     MOVE "DIFFERENCE TODAY"               TO NL-LABEL
046300     MOVE WS-TODAY-DIFF                    TO NL-AMOUNT
046400     PERFORM 7200-PRINT-NET-LINE
046500         THRU 7200-PRINT-NET-LINE-EXIT.
046600 4000-PRINT-SETTLEMENT-EXIT.
046700     EXIT.
046800
046900*----------------------------------------------------------
047000* 5000-CARRY-FORWARD - LIST AND TOTAL THE BREAKS STILL OPEN
047100* FROM EARLIER DAYS.  TODAY'S OWN ROW (A RERUN) IS SKIPPED;
047200* 6000 REPLACES IT.
047300*----------------------------------------------------------
047400 5000-CARRY-FORWARD.
047500     IF NOT CBRK-FILE-OPEN
047600         GO TO 5000-CARRY-FORWARD-EXIT
047700     END-IF
047800     MOVE SPACES TO RECON-REPORT-LINE
047900     WRITE RECON-REPORT-LINE
048000     MOVE "N"  TO WS-BRK-EOF-FLAG
048100     MOVE ZERO TO CK-DATE
048200     START CLEARING-BREAKS KEY NOT LESS THAN CK-DATE
048300         INVALID KEY
048400             MOVE "Y" TO WS-BRK-EOF-FLAG
048500     END-START
048600     PERFORM 5100-CARRY-ONE-BREAK
048700         THRU 5100-CARRY-ONE-BREAK-EXIT
048800         UNTIL END-OF-BREAKS
048900     MOVE "CARRIED FROM EARLIER DAYS"      TO NL-LABEL
049000     MOVE WS-CARRIED-DIFF                  TO NL-AMOUNT
049100     PERFORM 7200-PRINT-NET-LINE
049200         THRU 7200-PRINT-NET-LINE-EXIT.
049300 5000-CARRY-FORWARD-EXIT.
049400     EXIT.
049500
049600*----------------------------------------------------------
049700* 5100-CARRY-ONE-BREAK - READ THE NEXT BREAK; AN OPEN ONE
049800* FROM AN EARLIER DAY IS LISTED AND ADDED IN.
049900*----------------------------------------------------------
050000 5100-CARRY-ONE-BREAK.
050100     READ CLEARING-BREAKS NEXT RECORD
050200         AT END
050300             MOVE "Y" TO WS-BRK-EOF-FLAG
050400             GO TO 5100-CARRY-ONE-BREAK-EXIT
050500     END-READ
050600     IF NOT CK-IS-OPEN
050700      OR CK-DATE NOT < WS-BUSINESS-DATE
050800         GO TO 5100-CARRY-ONE-BREAK-EXIT
050900     END-IF
051000     ADD CK-DIFFERENCE TO WS-CARRIED-DIFF
051100     ADD 1             TO WS-CARRIED-COUNT
051110     IF RPT-LINE-COUNT >= RPT-PAGE-LIMIT
051120         PERFORM 7900-RPT-HEADINGS
051130             THRU 7900-RPT-HEADINGS-EXIT
051140     END-IF
051200     MOVE CK-DATE       TO BL-DATE
051300     MOVE CK-DIFFERENCE TO BL-AMOUNT
051400     WRITE RECON-REPORT-LINE FROM WS-BREAK-LINE
051500     ADD 1 TO RPT-LINE-COUNT.
051600 5100-CARRY-ONE-BREAK-EXIT.
051700     EXIT.
051800
051900*----------------------------------------------------------
052000* 6000-SETTLE-TODAY - TODAY'S DIFFERENCE PLUS THE CARRIED
052100* BREAKS.  BACK TO ZERO CLEARS EVERY OPEN BREAK; ANYTHING
052200* ELSE LEAVES TODAY'S DIFFERENCE OPEN ON CLRBRKS AND LOGS
052300* THE OUTSTANDING TOTAL FOR THE MORNING REPORT.
052400*----------------------------------------------------------
052500 6000-SETTLE-TODAY.
052600     IF NOT ADVICE-FOUND
052700         MOVE SPACES TO WS-EXCP-MESSAGE
052800         STRING "NO SETTLEMENT ADVICE FOR " DELIMITED BY SIZE
052900             WS-BUSINESS-DATE              DELIMITED BY SIZE
053000             INTO WS-EXCP-MESSAGE
053100         END-STRING
053200         MOVE WS-ADVC-STATUS TO WS-EXCP-FSTATUS
053300         PERFORM 8500-LOG-EXCEPTION
053400             THRU 8500-LOG-EXCEPTION-EXIT
053500         MOVE WS-CARRIED-DIFF TO WS-RUNNING-DIFF
053600         GO TO 6000-SETTLE-TODAY-EXIT
053700     END-IF
053800     COMPUTE WS-RUNNING-DIFF = WS-CARRIED-DIFF + WS-TODAY-DIFF
053900     IF WS-RUNNING-DIFF = ZERO AND WS-CARRIED-COUNT > ZERO
054000         MOVE "Y" TO WS-OFFSET-FLAG
054100         PERFORM 6200-CLEAR-OLD-BREAKS
054200             THRU 6200-CLEAR-OLD-BREAKS-EXIT
054300     END-IF
054400     PERFORM 6400-STORE-TODAY
054500         THRU 6400-STORE-TODAY-EXIT
054600     MOVE "UNRECONCILED TOTAL"             TO NL-LABEL
054700     MOVE WS-RUNNING-DIFF                  TO NL-AMOUNT
054800     PERFORM 7200-PRINT-NET-LINE
054900         THRU 7200-PRINT-NET-LINE-EXIT
055000     EVALUATE TRUE
055100         WHEN BREAKS-OFFSET
055200             MOVE "EARLIER BREAKS OFFSET TODAY - ALL CLEARED"
055300                 TO WS-VERDICT-LINE
055400         WHEN WS-RUNNING-DIFF = ZERO
055500             MOVE "SETTLEMENT AGREES - IN PROOF"
055600                 TO WS-VERDICT-LINE
055700         WHEN OTHER
055800             MOVE "** SETTLEMENT BREAK - CARRIED FORWARD **"
055900                 TO WS-VERDICT-LINE
056000     END-EVALUATE
056100     WRITE RECON-REPORT-LINE FROM WS-VERDICT-LINE
056200     IF WS-RUNNING-DIFF NOT = ZERO
056300         MOVE WS-RUNNING-DIFF TO WS-DIFF-DISP
056400         MOVE SPACES TO WS-EXCP-MESSAGE
056500         STRING "CLR SETTLEMENT OFF BY " DELIMITED BY SIZE
056600             WS-DIFF-DISP                DELIMITED BY SIZE
056700             INTO WS-EXCP-MESSAGE
056800         END-STRING
056900         MOVE SPACES TO WS-EXCP-FSTATUS
057000         PERFORM 8500-LOG-EXCEPTION
057100             THRU 8500-LOG-EXCEPTION-EXIT
057200     END-IF.
057300 6000-SETTLE-TODAY-EXIT.
057400     EXIT.
057500
057600*----------------------------------------------------------
057700* 6200-CLEAR-OLD-BREAKS - SECOND PASS OVER CLRBRKS MARKING
057800* EVERY EARLIER OPEN BREAK CLEARED AS OF TODAY.
057900*----------------------------------------------------------
058000 6200-CLEAR-OLD-BREAKS.
058100     MOVE "N"  TO WS-BRK-EOF-FLAG
058200     MOVE ZERO TO CK-DATE
058300     START CLEARING-BREAKS KEY NOT LESS THAN CK-DATE
058400         INVALID KEY
058500             MOVE "Y" TO WS-BRK-EOF-FLAG
058600     END-START
058700     PERFORM 6250-CLEAR-ONE-BREAK
058800         THRU 6250-CLEAR-ONE-BREAK-EXIT
058900         UNTIL END-OF-BREAKS.
059000 6200-CLEAR-OLD-BREAKS-EXIT.
059100     EXIT.
059200
059300*----------------------------------------------------------
059400* 6250-CLEAR-ONE-BREAK - READ THE NEXT BREAK AND CLEAR IT IF
059500* IT IS AN EARLIER ONE STILL OPEN.
059600*----------------------------------------------------------
059700 6250-CLEAR-ONE-BREAK.
059800     READ CLEARING-BREAKS NEXT RECORD
059900         AT END
060000             MOVE "Y" TO WS-BRK-EOF-FLAG
060100             GO TO 6250-CLEAR-ONE-BREAK-EXIT
060200     END-READ
060300     IF NOT CK-IS-OPEN
060400      OR CK-DATE NOT < WS-BUSINESS-DATE
060500         GO TO 6250-CLEAR-ONE-BREAK-EXIT
060600     END-IF
060700     MOVE "C"              TO CK-STATUS
060800     MOVE WS-BUSINESS-DATE TO CK-CLEARED-DATE
060900     REWRITE CLEARING-BREAK-RECORD
061000         INVALID KEY
061100             DISPLAY "CLEARING-RECON-BATCH: CLRBRKS REWRITE "
061200                 "FAILED, STATUS " WS-CBRK-STATUS
061300     END-REWRITE
061400     ADD 1 TO WS-CLEARED-COUNT.
061500 6250-CLEAR-ONE-BREAK-EXIT.
061600     EXIT.
061700
061800*----------------------------------------------------------
061900* 6400-STORE-TODAY - KEEP TODAY'S DIFFERENCE ON CLRBRKS:
062000* OPEN, OR CLEARED WHEN IT OFFSET THE EARLIER BREAKS.  A
062100* ZERO DIFFERENCE IS ONLY WRITTEN OVER A ROW AN EARLIER RUN
062200* OF THE SAME DAY LEFT.
062300*----------------------------------------------------------
062400 6400-STORE-TODAY.
062500     IF NOT CBRK-FILE-OPEN
062600         GO TO 6400-STORE-TODAY-EXIT
062700     END-IF
062800     MOVE "Y" TO WS-TODAY-FLAG
062900     MOVE WS-BUSINESS-DATE TO CK-DATE
063000     READ CLEARING-BREAKS
063100         INVALID KEY
063200             MOVE "N" TO WS-TODAY-FLAG
063300     END-READ
063400     IF WS-TODAY-DIFF = ZERO AND NOT TODAY-ON-FILE
063500         GO TO 6400-STORE-TODAY-EXIT
063600     END-IF
063700     MOVE SPACES           TO CLEARING-BREAK-RECORD
063800     MOVE WS-BUSINESS-DATE TO CK-DATE
063900     MOVE WS-EXPECTED-NET  TO CK-EXPECTED
064000     MOVE WS-ADVISED-NET   TO CK-ADVISED
064100     MOVE WS-TODAY-DIFF    TO CK-DIFFERENCE
064200     MOVE ZERO             TO CK-CLEARED-DATE
064300     MOVE "O"              TO CK-STATUS
064400     IF BREAKS-OFFSET OR WS-TODAY-DIFF = ZERO
064500         MOVE "C"              TO CK-STATUS
064600         MOVE WS-BUSINESS-DATE TO CK-CLEARED-DATE
064700     END-IF
064800     IF TODAY-ON-FILE
064900         REWRITE CLEARING-BREAK-RECORD
065000             INVALID KEY
065100                 DISPLAY "CLEARING-RECON-BATCH: CLRBRKS REWRITE "
065200                     "FAILED, STATUS " WS-CBRK-STATUS
065300         END-REWRITE
065400     ELSE
065500         WRITE CLEARING-BREAK-RECORD
065600             INVALID KEY
065700                 DISPLAY "CLEARING-RECON-BATCH: CLRBRKS WRITE "
065800                     "FAILED, STATUS " WS-CBRK-STATUS
065900         END-WRITE
066000     END-IF.
066100 6400-STORE-TODAY-EXIT.
066200     EXIT.
066300
066400*----------------------------------------------------------
066500* 7100-PRINT-ITEM-LINE - ONE COUNTED TOTAL.
066600*----------------------------------------------------------
066700 7100-PRINT-ITEM-LINE.
066800     WRITE RECON-REPORT-LINE FROM WS-ITEM-LINE
066900     ADD 1 TO RPT-LINE-COUNT.
067000 7100-PRINT-ITEM-LINE-EXIT.
067100     EXIT.
067200
067300*----------------------------------------------------------
067400* 7200-PRINT-NET-LINE - ONE NET AMOUNT.
067500*----------------------------------------------------------
067600 7200-PRINT-NET-LINE.
067700     WRITE RECON-REPORT-LINE FROM WS-NET-LINE
067800     ADD 1 TO RPT-LINE-COUNT.
067900 7200-PRINT-NET-LINE-EXIT.
068000     EXIT.
068100
068200*----------------------------------------------------------
068300* 7900-RPT-HEADINGS - THE STANDARD HEADING BLOCK AND THE
068400* COLUMN HEADINGS.
068500*----------------------------------------------------------
068600 7900-RPT-HEADINGS.
068700     ADD 1 TO RPT-PAGE-NUMBER
068800     MOVE RPT-PAGE-NUMBER TO RPT-PAGE-DISPLAY
068900     WRITE RECON-REPORT-LINE FROM RPT-HEADING-LINE
069000     WRITE RECON-REPORT-LINE FROM WS-COLUMN-LINE
069100     MOVE ZERO TO RPT-LINE-COUNT.
069200 7900-RPT-HEADINGS-EXIT.
069300     EXIT.
069400
069500*----------------------------------------------------------
069600* 8500-LOG-EXCEPTION - APPEND WS-EXCP-MESSAGE TO EXCPLOG AS
069700* AN ERROR FOR THE MORNING REPORT.
069800*----------------------------------------------------------
069900 8500-LOG-EXCEPTION.
070000     MOVE "E" TO WS-EXCP-SEVERITY
070100     CALL "EXCPLOG" USING WS-EXCP-PROGRAM WS-EXCP-SEVERITY
070200         WS-EXCP-MESSAGE WS-EXCP-FSTATUS.
070300 8500-LOG-EXCEPTION-EXIT.
070400     EXIT.
070500
070600*----------------------------------------------------------
070700* 9000-TERMINATE - CLOSE FILES, FINISH THE REPORT AND WRITE
070800* THE DAILY-STATS SUMMARY RECORD.
070900*----------------------------------------------------------
071000 9000-TERMINATE.
071100     IF CBRK-FILE-OPEN
071200         CLOSE CLEARING-BREAKS
071300     END-IF
071400     MOVE WS-ITEM-COUNT TO RPT-TRAILER-COUNT
071500     WRITE RECON-REPORT-LINE FROM RPT-TRAILER-LINE
071600     CLOSE RECON-REPORT
071700     PERFORM 9500-WRITE-DAILY-STATS
071800         THRU 9500-WRITE-DAILY-STATS-EXIT
071900     MOVE WS-RUNNING-DIFF TO WS-DIFF-DISP
072000     DISPLAY "CLEARING-RECON-BATCH: " WS-ITEM-COUNT
072100         " ITEMS, UNRECONCILED " WS-DIFF-DISP ", "
072200         WS-CLEARED-COUNT " BREAKS CLEARED".
072300 9000-TERMINATE-EXIT.
072400     EXIT.
072500
072600*----------------------------------------------------------
072700* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
072800* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
072900* CONSOLIDATED REPORT.
073000*----------------------------------------------------------
073100 9500-WRITE-DAILY-STATS.
073200     OPEN EXTEND DAILY-STATS-FILE
073300     MOVE "CLEARING-RECON-BATCH" TO DS-PROGRAM-NAME
073400     MOVE WS-ITEM-COUNT      TO DS-RECORD-COUNT
073500     MOVE WS-RUNNING-DIFF    TO WS-DIFF-DISP
073600     MOVE SPACES             TO DS-DETAIL
073700     STRING "UNRECONCILED: "  DELIMITED BY SIZE
073800         WS-DIFF-DISP         DELIMITED BY SIZE
073900         INTO DS-DETAIL
074000     END-STRING
074100     WRITE DAILY-STAT-RECORD
074200     CLOSE DAILY-STATS-FILE.
074300 9500-WRITE-DAILY-STATS-EXIT.
074400     EXIT.
