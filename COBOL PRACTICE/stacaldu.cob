000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STATION-CAL-DUE.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  WEEKLY TEMPERATURE STATION
001100*                 CALIBRATION REPORT FOR FACILITIES.  LISTS
001200*                 EVERY STATION ON THE STATION MASTER (STAMSTR,
001300*                 SHARED STATREC COPYBOOK) WHOSE NEXT
001400*                 CALIBRATION (LAST CALIBRATION DATE PLUS THE
001500*                 INTERVAL) IS OVERDUE OR FALLS DUE WITHIN
001600*                 WS-DUE-WINDOW DAYS OF THE BUSINESS DATE, OR
001700*                 THAT HAS NEVER BEEN CALIBRATED; THEN EVERY
001800*                 STATION CELSIUS-TO-FAHRENHEIT SAW SENDING
001900*                 READINGS THIS WEEK (STAUNKN) THAT IS STILL NOT
002000*                 ON THE MASTER.
002100*----------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT STATION-MASTER ASSIGN TO "STAMSTR"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS ST-STATION-ID
002900         FILE STATUS IS WS-STAM-STATUS.
003000
003100     SELECT UNKNOWN-STATIONS ASSIGN TO "STAUNKN"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-UNKN-STATUS.
003400
003500     SELECT CAL-DUE-REPORT ASSIGN TO "STACALRP"
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700
003800     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  STATION-MASTER.
004400 01  STATION-MASTER-RECORD.
004500     COPY STATREC.
004600
004700 FD  UNKNOWN-STATIONS.
004800 01  UNKNOWN-STATION-RECORD.
004900     05  SU-DATE             PIC 9(08).
005000     05  FILLER              PIC X(01).
005100     05  SU-STATION          PIC X(04).
005200     05  FILLER              PIC X(01).
005300     05  SU-READINGS         PIC 9(05).
005350     05  FILLER              PIC X(61).
005400
005500 FD  CAL-DUE-REPORT.
005600 01  CAL-DUE-REPORT-LINE     PIC X(80).
005700
005800 FD  DAILY-STATS-FILE.
005900     COPY DLYSTAT.
006000
006100 WORKING-STORAGE SECTION.
006200*----------------------------------------------------------
006300* SWITCHES AND FILE STATUS
006400*----------------------------------------------------------
006500 01  WS-SWITCHES.
006600     05  WS-INIT-FLAG        PIC X(01) VALUE "Y".
006700         88  INIT-SUCCESSFUL         VALUE "Y".
006800     05  WS-STAM-EOF-FLAG    PIC X(01) VALUE "N".
006900         88  END-OF-STATIONS         VALUE "Y".
007000     05  WS-UNKN-EOF-FLAG    PIC X(01) VALUE "N".
007100         88  END-OF-UNKNOWNS         VALUE "Y".
007200 01  WS-STAM-STATUS          PIC X(02).
007300     88  STAM-FILE-OK                VALUE "00".
007400 01  WS-UNKN-STATUS          PIC X(02).
007500     88  UNKN-FILE-OK                VALUE "00".
007600
007700*----------------------------------------------------------
007800* DUE-DATE WORK FIELDS.  A CALIBRATION IS REPORTED WHEN IT IS
007900* DUE ON OR BEFORE THE BUSINESS DATE PLUS WS-DUE-WINDOW DAYS.
008000*----------------------------------------------------------
008100 77  WS-DUE-WINDOW           PIC 9(03) VALUE 30.
008200 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
008300 01  WS-HORIZON-DATE         PIC 9(08) VALUE ZERO.
008400 01  WS-NEXT-DUE-DATE        PIC 9(08) VALUE ZERO.
008500 01  WS-LAST-CAL-PARTS.
008600     05  WS-LCAL-YYYY        PIC 9(04).
008700     05  WS-LCAL-MM          PIC 9(02).
008800     05  WS-LCAL-DD          PIC 9(02).
008900 01  WS-LAST-CAL-DATE REDEFINES WS-LAST-CAL-PARTS
009000                             PIC 9(08).
009100 01  WS-DAY-GAP              PIC S9(05) VALUE ZERO.
009200 01  WS-DAY-GAP-DISP         PIC ZZZZ9.
009300
009400*----------------------------------------------------------
009500* COUNTERS
009600*----------------------------------------------------------
009700 01  WS-STATION-COUNT        PIC 9(05) COMP VALUE ZERO.
009800 01  WS-OVERDUE-COUNT        PIC 9(05) COMP VALUE ZERO.
009900 01  WS-DUE-SOON-COUNT       PIC 9(05) COMP VALUE ZERO.
010000 01  WS-UNKNOWN-COUNT        PIC 9(05) COMP VALUE ZERO.
010100 01  WS-OVERDUE-COUNT-DISP   PIC ZZZZ9.
010200 01  WS-DUE-SOON-COUNT-DISP  PIC ZZZZ9.
010300 01  WS-UNKNOWN-COUNT-DISP   PIC ZZZZ9.
010400
010500*----------------------------------------------------------
010600* THE WEEK'S UNKNOWN STATIONS, ONE ROW PER STATION.
010700*----------------------------------------------------------
010800 77  WS-UK-MAX               PIC 9(03) COMP VALUE 100.
010900 77  WS-UK-SUB               PIC 9(03) COMP VALUE ZERO.
011000 77  WS-UK-AT                PIC 9(03) COMP VALUE ZERO.
011100 01  WS-UNKNOWN-TABLE.
011200     05  WS-UK-COUNT         PIC 9(03) COMP VALUE ZERO.
011300     05  WS-UK-ENTRY         OCCURS 100 TIMES.
011400         10  WS-UK-STATION   PIC X(04).
011500         10  WS-UK-FIRST     PIC 9(08).
011600         10  WS-UK-LAST      PIC 9(08).
011700         10  WS-UK-DAYS      PIC 9(03) COMP.
011800         10  WS-UK-READINGS  PIC 9(07) COMP.
011900
012000*----------------------------------------------------------
012100* STANDARD REPORT HEADING/TRAILER FIELDS, SECTION AND COLUMN
012200* HEADINGS AND DETAIL LINES.
012300*----------------------------------------------------------
012400     COPY RPTHEAD.
012500 01  WS-DUE-SECTION-LINE.
012600     05  FILLER              PIC X(40) VALUE
012700         "CALIBRATION OVERDUE OR DUE WITHIN 30 DAY".
012800     05  FILLER              PIC X(40) VALUE "S".
012900 01  WS-DUE-COLUMN-LINE.
013000     05  FILLER              PIC X(40) VALUE
013100         "STA   LOCATION              LAST CAL  NE".
013200     05  FILLER              PIC X(40) VALUE
013300         "XT DUE  STATUS".
013400 01  WS-DUE-DETAIL.
013500     05  DD-STATION          PIC X(04).
013600     05  FILLER              PIC X(02) VALUE SPACES.
013700     05  DD-LOCATION         PIC X(20).
013800     05  FILLER              PIC X(02) VALUE SPACES.
013900     05  DD-LAST-CAL         PIC X(08).
014000     05  FILLER              PIC X(02) VALUE SPACES.
014100     05  DD-NEXT-DUE         PIC X(08).
014200     05  FILLER              PIC X(02) VALUE SPACES.
014300     05  DD-STATUS           PIC X(20).
014400     05  FILLER              PIC X(12) VALUE SPACES.
014500 01  WS-UNKNOWN-SECTION-LINE PIC X(80) VALUE
014600     "STATIONS SENDING READINGS NOT ON THE STATION MASTER".
014700 01  WS-UNKNOWN-COLUMN-LINE  PIC X(80) VALUE
014800     "STA   FIRST SEEN  LAST SEEN  DAYS  READINGS".
014900 01  WS-UNKNOWN-DETAIL.
015000     05  UD-STATION          PIC X(04).
015100     05  FILLER              PIC X(02) VALUE SPACES.
015200     05  UD-FIRST            PIC 9(08).
015300     05  FILLER              PIC X(04) VALUE SPACES.
015400     05  UD-LAST             PIC 9(08).
015500     05  FILLER              PIC X(03) VALUE SPACES.
015600     05  UD-DAYS             PIC ZZ9.
015700     05  FILLER              PIC X(02) VALUE SPACES.
015800     05  UD-READINGS         PIC ZZZZZZ9.
015900     05  FILLER              PIC X(39) VALUE SPACES.
016000 01  WS-NONE-LINE            PIC X(80) VALUE "  NONE".
016100 01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
016200
016300 PROCEDURE DIVISION.
016400*----------------------------------------------------------
016500* 0000-MAINLINE
016600*----------------------------------------------------------
016700 0000-MAINLINE.
016800     PERFORM 1000-INITIALIZE
016900         THRU 1000-INITIALIZE-EXIT
017000     IF INIT-SUCCESSFUL
017100         PERFORM 2000-CHECK-ONE-STATION
017200             THRU 2000-CHECK-ONE-STATION-EXIT
017300             UNTIL END-OF-STATIONS
017400         PERFORM 3000-LIST-UNKNOWN-STATIONS
017500             THRU 3000-LIST-UNKNOWN-STATIONS-EXIT
017600     END-IF
017700     PERFORM 9000-TERMINATE
017800         THRU 9000-TERMINATE-EXIT
017900     STOP RUN.
018000
018100*----------------------------------------------------------
018200* 1000-INITIALIZE - BUSINESS DATE AND HORIZON, OPEN FILES,
018300* HEAD THE REPORT AND POSITION AT THE FIRST STATION.  NO
018400* STATION MASTER FAILS THE STEP.
018500*----------------------------------------------------------
018600 1000-INITIALIZE.
018700     CALL "GETBDATE" USING WS-BUSINESS-DATE
018800     COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER(
018900         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
019000         + WS-DUE-WINDOW)
019100     OPEN OUTPUT CAL-DUE-REPORT
019200     MOVE "STATION CALIBRATION DUE REPORT" TO RPT-TITLE
019300     MOVE WS-BUSINESS-DATE TO RPT-HEAD-DATE
019400     PERFORM 7900-RPT-HEADINGS
019500         THRU 7900-RPT-HEADINGS-EXIT
019600     OPEN INPUT STATION-MASTER
019700     IF NOT STAM-FILE-OK
019800         DISPLAY "STATION-CAL-DUE: STAMSTR OPEN FAILED, "
019900             "STATUS " WS-STAM-STATUS
020000         MOVE 8 TO RETURN-CODE
020100         MOVE "N" TO WS-INIT-FLAG
020200         GO TO 1000-INITIALIZE-EXIT
020300     END-IF
020400     WRITE CAL-DUE-REPORT-LINE FROM WS-DUE-SECTION-LINE
020500     WRITE CAL-DUE-REPORT-LINE FROM WS-DUE-COLUMN-LINE
020600     ADD 2 TO RPT-LINE-COUNT
020700     MOVE LOW-VALUES TO ST-STATION-ID
020800     START STATION-MASTER KEY NOT LESS THAN ST-STATION-ID
020900         INVALID KEY
021000             MOVE "Y" TO WS-STAM-EOF-FLAG
021100     END-START.
021200 1000-INITIALIZE-EXIT.
021300     EXIT.
021400
021500*----------------------------------------------------------
021600* 2000-CHECK-ONE-STATION - WORK OUT THE STATION'S NEXT
021700* CALIBRATION DATE AND LIST IT WHEN IT IS OVERDUE, DUE WITHIN
021800* THE WINDOW, OR HAS NEVER BEEN DONE.
021900*----------------------------------------------------------
022000 2000-CHECK-ONE-STATION.
022100     READ STATION-MASTER NEXT RECORD
022200         AT END
022300             MOVE "Y" TO WS-STAM-EOF-FLAG
022400             GO TO 2000-CHECK-ONE-STATION-EXIT
022500     END-READ
022600     ADD 1 TO WS-STATION-COUNT
022700     MOVE SPACES        TO WS-DUE-DETAIL
022800     MOVE ST-STATION-ID TO DD-STATION
022900     MOVE ST-LOCATION   TO DD-LOCATION
023000     MOVE ZERO          TO WS-LAST-CAL-DATE
023100     IF ST-LAST-CAL-DATE NUMERIC
023200         MOVE ST-LAST-CAL-DATE TO WS-LAST-CAL-DATE
023300     END-IF
023400     IF WS-LAST-CAL-DATE = ZERO
023500      OR WS-LCAL-MM < 1 OR WS-LCAL-MM > 12
023600      OR WS-LCAL-DD < 1 OR WS-LCAL-DD > 31
023700         MOVE "NEVER"            TO DD-LAST-CAL
023800         MOVE "NOW"              TO DD-NEXT-DUE
023900         MOVE "NEVER CALIBRATED" TO DD-STATUS
024000         ADD 1 TO WS-OVERDUE-COUNT
024100         GO TO 2000-CHECK-ONE-STATION-PRINT
024200     END-IF
024300
024400     COMPUTE WS-NEXT-DUE-DATE = FUNCTION DATE-OF-INTEGER(
024500         FUNCTION INTEGER-OF-DATE(WS-LAST-CAL-DATE)
024600         + ST-CAL-INTERVAL-DAYS)
024700     IF WS-NEXT-DUE-DATE > WS-HORIZON-DATE
024800         GO TO 2000-CHECK-ONE-STATION-EXIT
024900     END-IF
025000     MOVE WS-LAST-CAL-DATE TO DD-LAST-CAL
025100     MOVE WS-NEXT-DUE-DATE TO DD-NEXT-DUE
025200     COMPUTE WS-DAY-GAP
025300         = FUNCTION INTEGER-OF-DATE(WS-NEXT-DUE-DATE)
025400         - FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
025500     IF WS-DAY-GAP < ZERO
025600         COMPUTE WS-DAY-GAP-DISP = ZERO - WS-DAY-GAP
025700         STRING "OVERDUE " DELIMITED BY SIZE
025800             WS-DAY-GAP-DISP DELIMITED BY SIZE
025900             " DAYS" DELIMITED BY SIZE
026000             INTO DD-STATUS
026100         END-STRING
026200         ADD 1 TO WS-OVERDUE-COUNT
026300     ELSE
026400         MOVE WS-DAY-GAP TO WS-DAY-GAP-DISP
026500         STRING "DUE IN " DELIMITED BY SIZE
026600             WS-DAY-GAP-DISP DELIMITED BY SIZE
026700             " DAYS" DELIMITED BY SIZE
026800             INTO DD-STATUS
026900         END-STRING
027000         ADD 1 TO WS-DUE-SOON-COUNT
027100     END-IF.
027200
027300 2000-CHECK-ONE-STATION-PRINT.
027400     IF RPT-LINE-COUNT >= RPT-PAGE-LIMIT
027500         PERFORM 7900-RPT-HEADINGS
027600             THRU 7900-RPT-HEADINGS-EXIT
027700         WRITE CAL-DUE-REPORT-LINE FROM WS-DUE-COLUMN-LINE
027800         ADD 1 TO RPT-LINE-COUNT
027900     END-IF
028000     WRITE CAL-DUE-REPORT-LINE FROM WS-DUE-DETAIL
028100     ADD 1 TO RPT-LINE-COUNT
028200     ADD 1 TO RPT-DETAIL-COUNT.
028300 2000-CHECK-ONE-STATION-EXIT.
028400     EXIT.
028500
028600*----------------------------------------------------------
028700* 3000-LIST-UNKNOWN-STATIONS - GATHER THE WEEK'S STAUNKN
028800* LINES BY STATION AND LIST EACH STATION THAT IS STILL NOT
028900* ON THE MASTER.  NO STAUNKN MEANS NONE WERE SEEN.
029000*----------------------------------------------------------
029100 3000-LIST-UNKNOWN-STATIONS.
029200     WRITE CAL-DUE-REPORT-LINE FROM WS-BLANK-LINE
029300     WRITE CAL-DUE-REPORT-LINE FROM WS-UNKNOWN-SECTION-LINE
029400     WRITE CAL-DUE-REPORT-LINE FROM WS-UNKNOWN-COLUMN-LINE
029500     ADD 3 TO RPT-LINE-COUNT
029600     OPEN INPUT UNKNOWN-STATIONS
029700     IF UNKN-FILE-OK
029800         PERFORM 3100-GATHER-ONE-UNKNOWN
029900             THRU 3100-GATHER-ONE-UNKNOWN-EXIT
030000             UNTIL END-OF-UNKNOWNS
030100         CLOSE UNKNOWN-STATIONS
030200     END-IF
030300     PERFORM 3300-PRINT-ONE-UNKNOWN
030400         THRU 3300-PRINT-ONE-UNKNOWN-EXIT
030500         VARYING WS-UK-SUB FROM 1 BY 1
030600         UNTIL WS-UK-SUB > WS-UK-COUNT
030700     IF WS-UNKNOWN-COUNT = ZERO
030800         WRITE CAL-DUE-REPORT-LINE FROM WS-NONE-LINE
030900     END-IF.
031000 3000-LIST-UNKNOWN-STATIONS-EXIT.
031100     EXIT.
031200
031300*----------------------------------------------------------
031400* 3100-GATHER-ONE-UNKNOWN - FOLD ONE DAY'S LINE INTO ITS
031500* STATION'S ROW, ADDING THE STATION ON FIRST SIGHT.
031600*----------------------------------------------------------
031700 3100-GATHER-ONE-UNKNOWN.
031800     READ UNKNOWN-STATIONS
031900         AT END
032000             MOVE "Y" TO WS-UNKN-EOF-FLAG
032100             GO TO 3100-GATHER-ONE-UNKNOWN-EXIT
032200     END-READ
032300     MOVE ZERO TO WS-UK-AT
032400     PERFORM 3200-MATCH-ONE-ROW
032500         THRU 3200-MATCH-ONE-ROW-EXIT
032600         VARYING WS-UK-SUB FROM 1 BY 1
032700         UNTIL WS-UK-SUB > WS-UK-COUNT
032800            OR WS-UK-AT > ZERO
032900     IF WS-UK-AT = ZERO
033000         IF WS-UK-COUNT NOT < WS-UK-MAX
033100             DISPLAY "STATION-CAL-DUE: UNKNOWN STATION TABLE "
033200                 "FULL - " SU-STATION " NOT LISTED"
033300             GO TO 3100-GATHER-ONE-UNKNOWN-EXIT
033400         END-IF
033500         ADD 1 TO WS-UK-COUNT
033600         MOVE WS-UK-COUNT TO WS-UK-AT
033700         MOVE SU-STATION  TO WS-UK-STATION(WS-UK-AT)
033800         MOVE SU-DATE     TO WS-UK-FIRST(WS-UK-AT)
033900                             WS-UK-LAST(WS-UK-AT)
034000         MOVE ZERO        TO WS-UK-DAYS(WS-UK-AT)
034100                             WS-UK-READINGS(WS-UK-AT)
034200     END-IF
034300     ADD 1 TO WS-UK-DAYS(WS-UK-AT)
034400     IF SU-READINGS NUMERIC
034500         ADD SU-READINGS TO WS-UK-READINGS(WS-UK-AT)
034600     END-IF
034700     IF SU-DATE < WS-UK-FIRST(WS-UK-AT)
034800         MOVE SU-DATE TO WS-UK-FIRST(WS-UK-AT)
034900     END-IF
035000     IF SU-DATE > WS-UK-LAST(WS-UK-AT)
035100         MOVE SU-DATE TO WS-UK-LAST(WS-UK-AT)
035200     END-IF.
035300 3100-GATHER-ONE-UNKNOWN-EXIT.
035400     EXIT.
035500
035600*----------------------------------------------------------
035700* 3200-MATCH-ONE-ROW - IS THIS ROW THE STATION JUST READ?
035800*----------------------------------------------------------
035900 3200-MATCH-ONE-ROW.
036000     IF WS-UK-STATION(WS-UK-SUB) = SU-STATION
036100         MOVE WS-UK-SUB TO WS-UK-AT
036200     END-IF.
036300 3200-MATCH-ONE-ROW-EXIT.
036400     EXIT.
036500
036600*----------------------------------------------------------
036700* 3300-PRINT-ONE-UNKNOWN - ONE UNKNOWN STATION, UNLESS IT HAS
036800* BEEN ADDED TO THE MASTER SINCE.
036900*----------------------------------------------------------
037000 3300-PRINT-ONE-UNKNOWN.
037100     MOVE WS-UK-STATION(WS-UK-SUB) TO ST-STATION-ID
037200     READ STATION-MASTER
037300         INVALID KEY
037400             CONTINUE
037500         NOT INVALID KEY
037600             GO TO 3300-PRINT-ONE-UNKNOWN-EXIT
037700     END-READ
037800     IF RPT-LINE-COUNT >= RPT-PAGE-LIMIT
037900         PERFORM 7900-RPT-HEADINGS
038000             THRU 7900-RPT-HEADINGS-EXIT
038100         WRITE CAL-DUE-REPORT-LINE FROM WS-UNKNOWN-COLUMN-LINE
038200         ADD 1 TO RPT-LINE-COUNT
038300     END-IF
038400     MOVE WS-UK-STATION(WS-UK-SUB)  TO UD-STATION
038500     MOVE WS-UK-FIRST(WS-UK-SUB)    TO UD-FIRST
038600     MOVE WS-UK-LAST(WS-UK-SUB)     TO UD-LAST
038700     MOVE WS-UK-DAYS(WS-UK-SUB)     TO UD-DAYS
038800     MOVE WS-UK-READINGS(WS-UK-SUB) TO UD-READINGS
038900     WRITE CAL-DUE-REPORT-LINE FROM WS-UNKNOWN-DETAIL
039000     ADD 1 TO RPT-LINE-COUNT
039100     ADD 1 TO RPT-DETAIL-COUNT
039200     ADD 1 TO WS-UNKNOWN-COUNT.
039300 3300-PRINT-ONE-UNKNOWN-EXIT.
039400     EXIT.
039500
039600*----------------------------------------------------------
039700* 7900-RPT-HEADINGS - THROW A NEW PAGE: THE STANDARD HEADING
039800* BLOCK.
039900*----------------------------------------------------------
040000 7900-RPT-HEADINGS.
040100     ADD 1 TO RPT-PAGE-NUMBER
040200     MOVE RPT-PAGE-NUMBER TO RPT-PAGE-DISPLAY
040300     WRITE CAL-DUE-REPORT-LINE FROM RPT-HEADING-LINE
040400     MOVE 1 TO RPT-LINE-COUNT.
040500 7900-RPT-HEADINGS-EXIT.
040600     EXIT.
040700
040800*----------------------------------------------------------
040900* 9000-TERMINATE - TRAILER, CLOSE FILES AND WRITE THE
041000* DAILY-STATS SUMMARY RECORD.
041100*----------------------------------------------------------
041200 9000-TERMINATE.
041300     MOVE RPT-DETAIL-COUNT TO RPT-TRAILER-COUNT
041400     WRITE CAL-DUE-REPORT-LINE FROM RPT-TRAILER-LINE
041500     CLOSE CAL-DUE-REPORT
041600     IF INIT-SUCCESSFUL
041700         CLOSE STATION-MASTER
041800     END-IF
041900     PERFORM 9500-WRITE-DAILY-STATS
042000         THRU 9500-WRITE-DAILY-STATS-EXIT
042100     DISPLAY "STATION-CAL-DUE: " WS-OVERDUE-COUNT
042200         " OVERDUE, " WS-DUE-SOON-COUNT " DUE SOON, "
042300         WS-UNKNOWN-COUNT " NOT ON MASTER".
042400 9000-TERMINATE-EXIT.
042500     EXIT.
042600
042700*----------------------------------------------------------
042800* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
042900* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
043000* CONSOLIDATED REPORT.
043100*----------------------------------------------------------
043200 9500-WRITE-DAILY-STATS.
043300     OPEN EXTEND DAILY-STATS-FILE
043400     MOVE "STATION-CAL-DUE"  TO DS-PROGRAM-NAME
043500     MOVE WS-STATION-COUNT   TO DS-RECORD-COUNT
043600     MOVE WS-OVERDUE-COUNT   TO WS-OVERDUE-COUNT-DISP
043700     MOVE WS-DUE-SOON-COUNT  TO WS-DUE-SOON-COUNT-DISP
043800     MOVE WS-UNKNOWN-COUNT   TO WS-UNKNOWN-COUNT-DISP
043900     MOVE SPACES             TO DS-DETAIL
044000     STRING "OVERDUE:" DELIMITED BY SIZE
044100         WS-OVERDUE-COUNT-DISP DELIMITED BY SIZE
044200         " DUE:" DELIMITED BY SIZE
044300         WS-DUE-SOON-COUNT-DISP DELIMITED BY SIZE
044400         " UNKNOWN:" DELIMITED BY SIZE
044500         WS-UNKNOWN-COUNT-DISP DELIMITED BY SIZE
044600         INTO DS-DETAIL
044700     END-STRING
044800     WRITE DAILY-STAT-RECORD
044900     CLOSE DAILY-STATS-FILE.
045000 9500-WRITE-DAILY-STATS-EXIT.
045100     EXIT.
