000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TEMP-DEGREE-DAYS.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  MONTHLY HEATING AND COOLING
001100*                 DEGREE-DAY REPORT FOR FACILITIES, FROM THE
001200*                 TEMPERATURE HISTORY FILE (TEMPHIST, SHARED
001300*                 THISREC COPYBOOK) THAT CELSIUS-TO-FAHRENHEIT
001400*                 BUILDS EACH NIGHT.  FOR THE REPORT MONTH
001500*                 (YYYYMM FROM SYSIN THE WAY THE OTHER MONTHLY
001600*                 REPORTS TAKE IT) EACH STATION PRINTS ITS DAILY
001700*                 HIGH, LOW, MEAN AND DEGREE DAYS, THEN THE
001800*                 MONTH'S TOTALS AND EXTREMES BESIDE THE SAME
001900*                 MONTH LAST YEAR.  A DAY'S HEATING DEGREE DAYS
002000*                 ARE THE BASE TEMPERATURE LESS ITS MEAN (COOLING
002100*                 THE MEAN LESS THE BASE), NEVER BELOW ZERO; THE
002200*                 BASE COMES FROM DEGDPARM (65.00F WHEN THERE IS
002300*                 NO PARAMETER).
002400*----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT TEMP-HISTORY ASSIGN TO "TEMPHIST"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS TH-KEY
003200         FILE STATUS IS WS-HIST-STATUS.
003300
003400     SELECT STATION-MASTER ASSIGN TO "STAMSTR"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS ST-STATION-ID
003800         FILE STATUS IS WS-STAM-STATUS.
003900
004000     SELECT DEGREE-DAY-PARM ASSIGN TO "DEGDPARM"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-PARM-STATUS.
004300
004400     SELECT DEGREE-DAY-REPORT ASSIGN TO "DEGDAYRP"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600
004700     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  TEMP-HISTORY.
005300 01  TEMP-HISTORY-RECORD.
005400     COPY THISREC.
005500
005600 FD  STATION-MASTER.
005700 01  STATION-MASTER-RECORD.
005800     COPY STATREC.
005900
006000 FD  DEGREE-DAY-PARM.
006100 01  DEGREE-DAY-PARM-RECORD.
006200     05  DP-BASE-TEMP        PIC 9(03)V99.
006300     05  FILLER              PIC X(75).
006400
006500 FD  DEGREE-DAY-REPORT.
006600 01  DEGREE-DAY-REPORT-LINE  PIC X(80).
006700
006800 FD  DAILY-STATS-FILE.
006900     COPY DLYSTAT.
007000
007100 WORKING-STORAGE SECTION.
007200*----------------------------------------------------------
007300* SWITCHES AND FILE STATUS
007400*----------------------------------------------------------
007500 01  WS-SWITCHES.
007600     05  WS-INIT-FLAG        PIC X(01) VALUE "Y".
007700         88  INIT-SUCCESSFUL         VALUE "Y".
007800     05  WS-EOF-FLAG         PIC X(01) VALUE "N".
007900         88  END-OF-HISTORY          VALUE "Y".
008000     05  WS-STAM-OPEN-FLAG   PIC X(01) VALUE "N".
008100         88  STAM-FILE-OPEN          VALUE "Y".
008200 01  WS-HIST-STATUS          PIC X(02).
008300     88  HIST-FILE-OK                VALUE "00".
008400 01  WS-STAM-STATUS          PIC X(02).
008500     88  STAM-FILE-OK                VALUE "00".
008600 01  WS-PARM-STATUS          PIC X(02).
008700     88  PARM-FILE-OK                VALUE "00".
008800
008900*----------------------------------------------------------
009000* RUN PARAMETERS.  THE BASE TEMPERATURE IS IN FAHRENHEIT,
009100* LIKE THE HISTORY; A MISSING OR ZERO DEGDPARM KEEPS THE
009200* SHIPPED DEFAULT.
009300*----------------------------------------------------------
009400 01  WS-REPORT-MONTH         PIC X(06) VALUE SPACES.
009500 01  WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
009600     05  WS-RM-YYYY          PIC 9(04).
009700     05  WS-RM-MM            PIC 9(02).
009800 01  WS-PRIOR-MONTH          PIC 9(06) VALUE ZERO.
009900 01  WS-RECORD-MONTH         PIC 9(06) VALUE ZERO.
010000 01  WS-BASE-TEMP            PIC 9(03)V99 VALUE 65.00.
010100 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
010200
010300*----------------------------------------------------------
010400* THE STATION IN HAND.  PERIOD 1 IS THE REPORT MONTH, PERIOD
010500* 2 THE SAME MONTH LAST YEAR.
010600*----------------------------------------------------------
010700 01  WS-CUR-STATION          PIC X(04) VALUE SPACES.
010800 77  WS-PD-SUB               PIC 9(01) COMP VALUE ZERO.
010900 77  WS-PD-AT                PIC 9(01) COMP VALUE ZERO.
011000 01  WS-DAY-HDD              PIC 9(03)V99 VALUE ZERO.
011100 01  WS-DAY-CDD              PIC 9(03)V99 VALUE ZERO.
011200 01  WS-PERIOD-MEAN          PIC S9(03)V99 VALUE ZERO.
011300 01  WS-PERIOD-TABLE.
011400     05  WS-PD-ENTRY         OCCURS 2 TIMES.
011500         10  WS-PD-LABEL     PIC X(09).
011600         10  WS-PD-MONTH     PIC 9(06).
011700         10  WS-PD-DAYS      PIC 9(03) COMP.
011800         10  WS-PD-HIGH      PIC S9(03)V99.
011900         10  WS-PD-LOW       PIC S9(03)V99.
012000         10  WS-PD-MEAN-TOTAL PIC S9(05)V99.
012100         10  WS-PD-READINGS  PIC 9(07) COMP.
012200         10  WS-PD-HDD       PIC 9(05)V99.
012300         10  WS-PD-CDD       PIC 9(05)V99.
012400
012500*----------------------------------------------------------
012600* COUNTERS
012700*----------------------------------------------------------
012800 01  WS-STATION-COUNT        PIC 9(05) COMP VALUE ZERO.
012900 01  WS-DAY-COUNT            PIC 9(05) COMP VALUE ZERO.
013000 01  WS-STATION-COUNT-DISP   PIC ZZZZ9.
013100 01  WS-DAY-COUNT-DISP       PIC ZZZZ9.
013200 01  WS-BASE-TEMP-DISP       PIC ZZ9.99.
013300
013400*----------------------------------------------------------
013500* STANDARD REPORT HEADING/TRAILER FIELDS AND THE REPORT LINES.
013600*----------------------------------------------------------
013700     COPY RPTHEAD.
013800 01  WS-PARM-LINE.
013900     05  FILLER              PIC X(07) VALUE "MONTH: ".
014000     05  PL-MONTH            PIC X(06).
014100     05  FILLER              PIC X(24) VALUE
014200         "   BASE TEMPERATURE:    ".
014300     05  PL-BASE-TEMP        PIC ZZ9.99.
014400     05  FILLER              PIC X(37) VALUE
014500         "F   HDD/CDD = DEGREE DAYS BELOW/ABOVE".
014600 01  WS-COLUMN-LINE.
014700     05  FILLER              PIC X(40) VALUE
014800         "      DATE         HIGH      LOW     MEA".
014900     05  FILLER              PIC X(40) VALUE
015000         "N   RDGS      HDD      CDD".
015100 01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
015200 01  WS-STATION-HEADING.
015300     05  FILLER              PIC X(08) VALUE "STATION ".
015400     05  SH-STATION          PIC X(04).
015500     05  FILLER              PIC X(02) VALUE SPACES.
015600     05  SH-LOCATION         PIC X(21).
015700     05  FILLER              PIC X(45) VALUE SPACES.
015800 01  WS-DAY-LINE.
015900     05  FILLER              PIC X(06) VALUE SPACES.
016000     05  DL-DATE             PIC 9(08).
016100     05  FILLER              PIC X(02) VALUE SPACES.
016200     05  DL-HIGH             PIC -ZZ9.99.
016300     05  FILLER              PIC X(02) VALUE SPACES.
016400     05  DL-LOW              PIC -ZZ9.99.
016500     05  FILLER              PIC X(02) VALUE SPACES.
016600     05  DL-MEAN             PIC -ZZ9.99.
016700     05  FILLER              PIC X(02) VALUE SPACES.
016800     05  DL-READINGS         PIC ZZZZ9.
016900     05  FILLER              PIC X(02) VALUE SPACES.
017000     05  DL-HDD              PIC ZZZ9.99.
017100     05  FILLER              PIC X(02) VALUE SPACES.
017200     05  DL-CDD              PIC ZZZ9.99.
017300     05  FILLER              PIC X(14) VALUE SPACES.
017400 01  WS-PERIOD-LINE.
017500     05  PE-LABEL            PIC X(09).
017600     05  PE-DAYS             PIC Z9.
017700     05  FILLER              PIC X(05) VALUE " DAYS".
017800     05  PE-HIGH             PIC -ZZ9.99.
017900     05  FILLER              PIC X(02) VALUE SPACES.
018000     05  PE-LOW              PIC -ZZ9.99.
018100     05  FILLER              PIC X(02) VALUE SPACES.
018200     05  PE-MEAN             PIC -ZZ9.99.
018300     05  FILLER              PIC X(01) VALUE SPACE.
018400     05  PE-READINGS         PIC ZZZZZ9.
018500     05  FILLER              PIC X(01) VALUE SPACE.
018600     05  PE-HDD              PIC ZZZZ9.99.
018700     05  FILLER              PIC X(01) VALUE SPACE.
018800     05  PE-CDD              PIC ZZZZ9.99.
018900     05  FILLER              PIC X(14) VALUE SPACES.
019000 01  WS-NO-HISTORY-LINE.
019100     05  NH-LABEL            PIC X(09).
019200     05  FILLER              PIC X(19) VALUE
019300         "  NO HISTORY FOR   ".
019400     05  NH-MONTH            PIC 9(06).
019500     05  FILLER              PIC X(46) VALUE SPACES.
019600
019700 PROCEDURE DIVISION.
019800*----------------------------------------------------------
019900* 0000-MAINLINE
020000*----------------------------------------------------------
020100 0000-MAINLINE.
020200     PERFORM 1000-INITIALIZE
020300         THRU 1000-INITIALIZE-EXIT
020400     IF INIT-SUCCESSFUL
020500         PERFORM 2000-PROCESS-ONE-DAY
020600             THRU 2000-PROCESS-ONE-DAY-EXIT
020700             UNTIL END-OF-HISTORY
020800         IF WS-CUR-STATION NOT = SPACES
020900             PERFORM 3000-FINISH-STATION
021000                 THRU 3000-FINISH-STATION-EXIT
021100         END-IF
021200     END-IF
021300     PERFORM 9000-TERMINATE
021400         THRU 9000-TERMINATE-EXIT
021500     STOP RUN.
021600
021700*----------------------------------------------------------
021800* 1000-INITIALIZE - READ THE MONTH AND THE BASE TEMPERATURE,
021900* OPEN FILES AND POSITION AT THE START OF TEMPHIST.  A BAD
022000* MONTH OR NO TEMPHIST FAILS THE STEP; NO STAMSTR ONLY LEAVES
022100* THE LOCATIONS OFF.
022200*----------------------------------------------------------
022300 1000-INITIALIZE.
022400     CALL "GETBDATE" USING WS-BUSINESS-DATE
022500     OPEN OUTPUT DEGREE-DAY-REPORT
022600     DISPLAY "ENTER REPORT MONTH (YYYYMM): "
022700     ACCEPT WS-REPORT-MONTH
022800     IF WS-REPORT-MONTH NOT NUMERIC
022900      OR WS-RM-MM < 1 OR WS-RM-MM > 12
023000         DISPLAY "TEMP-DEGREE-DAYS: INVALID REPORT MONTH "
023100             WS-REPORT-MONTH
023200         MOVE 8 TO RETURN-CODE
023300         MOVE "N" TO WS-INIT-FLAG
023400         GO TO 1000-INITIALIZE-EXIT
023500     END-IF
023600     COMPUTE WS-PRIOR-MONTH = WS-RM-YYYY * 100 + WS-RM-MM - 100
023700     OPEN INPUT DEGREE-DAY-PARM
023800     IF PARM-FILE-OK
023900         READ DEGREE-DAY-PARM
024000             AT END
024100                 CONTINUE
024200             NOT AT END
024300                 IF DP-BASE-TEMP NUMERIC
024400                  AND DP-BASE-TEMP > ZERO
024500                     MOVE DP-BASE-TEMP TO WS-BASE-TEMP
024600                 END-IF
024700         END-READ
024800         CLOSE DEGREE-DAY-PARM
024900     END-IF
025000
025100     MOVE "  MONTH  "      TO WS-PD-LABEL(1)
025200     MOVE WS-REPORT-MONTH  TO WS-PD-MONTH(1)
025300     MOVE "  LAST YR"      TO WS-PD-LABEL(2)
025400     MOVE WS-PRIOR-MONTH   TO WS-PD-MONTH(2)
025500     MOVE SPACES TO RPT-TITLE
025600     STRING "MONTHLY DEGREE DAYS " DELIMITED BY SIZE
025700         WS-REPORT-MONTH DELIMITED BY SIZE
025800         INTO RPT-TITLE
025900     END-STRING
026000     MOVE WS-BUSINESS-DATE TO RPT-HEAD-DATE
026100     MOVE WS-REPORT-MONTH  TO PL-MONTH
026200     MOVE WS-BASE-TEMP     TO PL-BASE-TEMP
026300
026400     OPEN INPUT TEMP-HISTORY
026500     IF NOT HIST-FILE-OK
026600         DISPLAY "TEMP-DEGREE-DAYS: TEMPHIST OPEN FAILED, "
026700             "STATUS " WS-HIST-STATUS
026800         MOVE 8 TO RETURN-CODE
026900         MOVE "N" TO WS-INIT-FLAG
027000         GO TO 1000-INITIALIZE-EXIT
027100     END-IF
027200     OPEN INPUT STATION-MASTER
027300     IF STAM-FILE-OK
027400         MOVE "Y" TO WS-STAM-OPEN-FLAG
027500     ELSE
027600         DISPLAY "TEMP-DEGREE-DAYS: NO STAMSTR FILE, "
027700             "LOCATIONS NOT SHOWN"
027800     END-IF
027900     PERFORM 7900-RPT-HEADINGS
028000         THRU 7900-RPT-HEADINGS-EXIT
028100     MOVE LOW-VALUES TO TH-KEY
028200     START TEMP-HISTORY KEY NOT LESS THAN TH-KEY
028300         INVALID KEY
028400             MOVE "Y" TO WS-EOF-FLAG
028500     END-START.
028600 1000-INITIALIZE-EXIT.
028700     EXIT.
028800
028900*----------------------------------------------------------
029000* 2000-PROCESS-ONE-DAY - ONE STATION-DAY FROM TEMPHIST.  ONLY
029100* THE REPORT MONTH AND THE SAME MONTH LAST YEAR COUNT; A NEW
029200* STATION CLOSES OFF THE ONE BEFORE IT.  THE REPORT MONTH'S
029300* DAYS PRINT AS THEY ARE READ.
029400*----------------------------------------------------------
029500 2000-PROCESS-ONE-DAY.
029600     READ TEMP-HISTORY NEXT RECORD
029700         AT END
029800             MOVE "Y" TO WS-EOF-FLAG
029900             GO TO 2000-PROCESS-ONE-DAY-EXIT
030000     END-READ
030100     IF TH-MEAN NOT NUMERIC
030200         GO TO 2000-PROCESS-ONE-DAY-EXIT
030300     END-IF
030400     COMPUTE WS-RECORD-MONTH = TH-DATE / 100
030500     EVALUATE WS-RECORD-MONTH
030600         WHEN WS-PD-MONTH(1)
030700             MOVE 1 TO WS-PD-AT
030800         WHEN WS-PD-MONTH(2)
030900             MOVE 2 TO WS-PD-AT
031000         WHEN OTHER
031100             GO TO 2000-PROCESS-ONE-DAY-EXIT
031200     END-EVALUATE
031300     IF TH-STATION NOT = WS-CUR-STATION
031400         IF WS-CUR-STATION NOT = SPACES
031500             PERFORM 3000-FINISH-STATION
031600                 THRU 3000-FINISH-STATION-EXIT
031700         END-IF
031800         PERFORM 2100-START-STATION
031900             THRU 2100-START-STATION-EXIT
032000     END-IF
032100
032200     MOVE ZERO TO WS-DAY-HDD WS-DAY-CDD
032300     IF TH-MEAN < WS-BASE-TEMP
032400         COMPUTE WS-DAY-HDD = WS-BASE-TEMP - TH-MEAN
032500     ELSE
032600         COMPUTE WS-DAY-CDD = TH-MEAN - WS-BASE-TEMP
032700     END-IF
032800     ADD 1           TO WS-PD-DAYS(WS-PD-AT)
032900     ADD TH-MEAN     TO WS-PD-MEAN-TOTAL(WS-PD-AT)
033000     ADD TH-READINGS TO WS-PD-READINGS(WS-PD-AT)
033100     ADD WS-DAY-HDD  TO WS-PD-HDD(WS-PD-AT)
033200     ADD WS-DAY-CDD  TO WS-PD-CDD(WS-PD-AT)
033300     IF TH-HIGH > WS-PD-HIGH(WS-PD-AT)
033400         MOVE TH-HIGH TO WS-PD-HIGH(WS-PD-AT)
033500     END-IF
033600     IF TH-LOW < WS-PD-LOW(WS-PD-AT)
033700         MOVE TH-LOW TO WS-PD-LOW(WS-PD-AT)
033800     END-IF
033900     IF WS-PD-AT = 2
034000         GO TO 2000-PROCESS-ONE-DAY-EXIT
034100     END-IF
034200
034300     MOVE TH-DATE     TO DL-DATE
034400     MOVE TH-HIGH     TO DL-HIGH
034500     MOVE TH-LOW      TO DL-LOW
034600     MOVE TH-MEAN     TO DL-MEAN
034700     MOVE TH-READINGS TO DL-READINGS
034800     MOVE WS-DAY-HDD  TO DL-HDD
034900     MOVE WS-DAY-CDD  TO DL-CDD
035000     PERFORM 7800-CHECK-PAGE
035100         THRU 7800-CHECK-PAGE-EXIT
035200     WRITE DEGREE-DAY-REPORT-LINE FROM WS-DAY-LINE
035300     ADD 1 TO RPT-LINE-COUNT
035400     ADD 1 TO RPT-DETAIL-COUNT
035500     ADD 1 TO WS-DAY-COUNT.
035600 2000-PROCESS-ONE-DAY-EXIT.
035700     EXIT.
035800
035900*----------------------------------------------------------
036000* 2100-START-STATION - CLEAR BOTH PERIODS AND PRINT THE
036100* STATION HEADING WITH ITS LOCATION FROM THE MASTER.
036200*----------------------------------------------------------
036300 2100-START-STATION.
036400     MOVE TH-STATION TO WS-CUR-STATION
036500     PERFORM 2200-CLEAR-ONE-PERIOD
036600         THRU 2200-CLEAR-ONE-PERIOD-EXIT
036700         VARYING WS-PD-SUB FROM 1 BY 1
036800         UNTIL WS-PD-SUB > 2
036900     MOVE TH-STATION TO SH-STATION
037000     MOVE "NOT ON STATION MASTER" TO SH-LOCATION
037100     IF STAM-FILE-OPEN
037200         MOVE TH-STATION TO ST-STATION-ID
037300         READ STATION-MASTER
037400             INVALID KEY
037500                 CONTINUE
037600             NOT INVALID KEY
037700                 MOVE ST-LOCATION TO SH-LOCATION
037800         END-READ
037900     END-IF
038000     PERFORM 7800-CHECK-PAGE
038100         THRU 7800-CHECK-PAGE-EXIT
038200     WRITE DEGREE-DAY-REPORT-LINE FROM WS-STATION-HEADING
038300     ADD 1 TO RPT-LINE-COUNT
038400     ADD 1 TO WS-STATION-COUNT.
038500 2100-START-STATION-EXIT.
038600     EXIT.
038700
038800*----------------------------------------------------------
038900* 2200-CLEAR-ONE-PERIOD - ZERO ONE PERIOD'S TOTALS; THE HIGH
039000* AND LOW START AT SENTINELS ANY READING WILL REPLACE.
039100*----------------------------------------------------------
039200 2200-CLEAR-ONE-PERIOD.
039300     MOVE ZERO    TO WS-PD-DAYS(WS-PD-SUB)
039400                     WS-PD-MEAN-TOTAL(WS-PD-SUB)
039500                     WS-PD-READINGS(WS-PD-SUB)
039600                     WS-PD-HDD(WS-PD-SUB)
039700                     WS-PD-CDD(WS-PD-SUB)
039800     MOVE -999.99 TO WS-PD-HIGH(WS-PD-SUB)
039900     MOVE +999.99 TO WS-PD-LOW(WS-PD-SUB).
040000 2200-CLEAR-ONE-PERIOD-EXIT.
040100     EXIT.
040200
040300*----------------------------------------------------------
040400* 3000-FINISH-STATION - THE STATION'S MONTH TOTALS AND THE
040500* SAME MONTH LAST YEAR BENEATH THEM.
040600*----------------------------------------------------------
040700 3000-FINISH-STATION.
040800     PERFORM 3100-PRINT-ONE-PERIOD
040900         THRU 3100-PRINT-ONE-PERIOD-EXIT
041000         VARYING WS-PD-SUB FROM 1 BY 1
041100         UNTIL WS-PD-SUB > 2
041200     WRITE DEGREE-DAY-REPORT-LINE FROM WS-BLANK-LINE
041300     ADD 1 TO RPT-LINE-COUNT.
041400 3000-FINISH-STATION-EXIT.
041500     EXIT.
041600
041700*----------------------------------------------------------
041800* 3100-PRINT-ONE-PERIOD - ONE PERIOD'S DAYS, EXTREMES, MEAN
041900* OF THE DAILY MEANS AND DEGREE-DAY TOTALS.
042000*----------------------------------------------------------
042100 3100-PRINT-ONE-PERIOD.
042200     PERFORM 7800-CHECK-PAGE
042300         THRU 7800-CHECK-PAGE-EXIT
042400     IF WS-PD-DAYS(WS-PD-SUB) = ZERO
042500         MOVE WS-PD-LABEL(WS-PD-SUB) TO NH-LABEL
042600         MOVE WS-PD-MONTH(WS-PD-SUB) TO NH-MONTH
042700         WRITE DEGREE-DAY-REPORT-LINE FROM WS-NO-HISTORY-LINE
042800         ADD 1 TO RPT-LINE-COUNT
042900         GO TO 3100-PRINT-ONE-PERIOD-EXIT
043000     END-IF
043100     COMPUTE WS-PERIOD-MEAN ROUNDED
043200         = WS-PD-MEAN-TOTAL(WS-PD-SUB) / WS-PD-DAYS(WS-PD-SUB)
043300     MOVE WS-PD-LABEL(WS-PD-SUB)    TO PE-LABEL
043400     MOVE WS-PD-DAYS(WS-PD-SUB)     TO PE-DAYS
043500     MOVE WS-PD-HIGH(WS-PD-SUB)     TO PE-HIGH
043600     MOVE WS-PD-LOW(WS-PD-SUB)      TO PE-LOW
043700     MOVE WS-PERIOD-MEAN            TO PE-MEAN
043800     MOVE WS-PD-READINGS(WS-PD-SUB) TO PE-READINGS
043900     MOVE WS-PD-HDD(WS-PD-SUB)      TO PE-HDD
044000     MOVE WS-PD-CDD(WS-PD-SUB)      TO PE-CDD
044100     WRITE DEGREE-DAY-REPORT-LINE FROM WS-PERIOD-LINE
044200     ADD 1 TO RPT-LINE-COUNT.
044300 3100-PRINT-ONE-PERIOD-EXIT.
044400     EXIT.
044500
044600*----------------------------------------------------------
044700* 7800-CHECK-PAGE - THROW A NEW PAGE WHEN THIS ONE IS FULL.
044800*----------------------------------------------------------
044900 7800-CHECK-PAGE.
045000     IF RPT-LINE-COUNT >= RPT-PAGE-LIMIT
045100         PERFORM 7900-RPT-HEADINGS
045200             THRU 7900-RPT-HEADINGS-EXIT
045300     END-IF.
045400 7800-CHECK-PAGE-EXIT.
045500     EXIT.
045600
045700*----------------------------------------------------------
045800* 7900-RPT-HEADINGS - THE STANDARD HEADING BLOCK, THE RUN
045900* PARAMETERS AND THE COLUMN HEADINGS.
046000*----------------------------------------------------------
046100 7900-RPT-HEADINGS.
046200     ADD 1 TO RPT-PAGE-NUMBER
046300     MOVE RPT-PAGE-NUMBER TO RPT-PAGE-DISPLAY
046400     WRITE DEGREE-DAY-REPORT-LINE FROM RPT-HEADING-LINE
046500     WRITE DEGREE-DAY-REPORT-LINE FROM WS-PARM-LINE
046600     WRITE DEGREE-DAY-REPORT-LINE FROM WS-COLUMN-LINE
046700     MOVE 3 TO RPT-LINE-COUNT.
046800 7900-RPT-HEADINGS-EXIT.
046900     EXIT.
047000
047100*----------------------------------------------------------
047200* 9000-TERMINATE - TRAILER, CLOSE FILES AND WRITE THE
047300* DAILY-STATS SUMMARY RECORD.
047400*----------------------------------------------------------
047500 9000-TERMINATE.
047600     MOVE RPT-DETAIL-COUNT TO RPT-TRAILER-COUNT
047700     WRITE DEGREE-DAY-REPORT-LINE FROM RPT-TRAILER-LINE
047800     CLOSE DEGREE-DAY-REPORT
047900     IF INIT-SUCCESSFUL
048000         CLOSE TEMP-HISTORY
048100     END-IF
048200     IF STAM-FILE-OPEN
048300         CLOSE STATION-MASTER
048400     END-IF
048500     PERFORM 9500-WRITE-DAILY-STATS
048600         THRU 9500-WRITE-DAILY-STATS-EXIT
048700     DISPLAY "TEMP-DEGREE-DAYS: " WS-STATION-COUNT
048800         " STATIONS, " WS-DAY-COUNT " DAYS FOR " WS-REPORT-MONTH.
048900 9000-TERMINATE-EXIT.
049000     EXIT.
049100
049200*----------------------------------------------------------
049300* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
049400* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
049500* CONSOLIDATED REPORT.
049600*----------------------------------------------------------
049700 9500-WRITE-DAILY-STATS.
049800     OPEN EXTEND DAILY-STATS-FILE
049900     MOVE "TEMP-DEGREE-DAYS"  TO DS-PROGRAM-NAME
050000     MOVE WS-DAY-COUNT        TO DS-RECORD-COUNT
050100     MOVE WS-STATION-COUNT    TO WS-STATION-COUNT-DISP
050200     MOVE WS-DAY-COUNT        TO WS-DAY-COUNT-DISP
050300     MOVE WS-BASE-TEMP        TO WS-BASE-TEMP-DISP
050400     MOVE SPACES              TO DS-DETAIL
050500     STRING "STNS:" DELIMITED BY SIZE
050600         WS-STATION-COUNT-DISP DELIMITED BY SIZE
050700         " DAYS:" DELIMITED BY SIZE
050800         WS-DAY-COUNT-DISP DELIMITED BY SIZE
050900         " BASE:" DELIMITED BY SIZE
051000         WS-BASE-TEMP-DISP DELIMITED BY SIZE
051100         INTO DS-DETAIL
051200     END-STRING
051300     WRITE DAILY-STAT-RECORD
051400     CLOSE DAILY-STATS-FILE.
051500 9500-WRITE-DAILY-STATS-EXIT.
051600     EXIT.
