000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STATION-MAST-MAINT.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  SCREEN MAINTENANCE FOR THE
001100*                 INDEXED TEMPERATURE STATION MASTER (STAMSTR,
001200*                 SHARED STATREC COPYBOOK): LOCATION, EQUIPMENT,
001300*                 THE CALIBRATION OFFSET CELSIUS-TO-FAHRENHEIT
001400*                 APPLIES TO EVERY READING, THE LAST CALIBRATION
001500*                 DATE AND THE CALIBRATION INTERVAL.
001600*----------------------------------------------------------
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
001900 FILE-CONTROL.
002000     SELECT STATION-MASTER ASSIGN TO "STAMSTR"
002100         ORGANIZATION IS INDEXED
002200         ACCESS MODE IS DYNAMIC
002300         RECORD KEY IS ST-STATION-ID
002400         FILE STATUS IS WS-STA-STATUS.
002500
002600 DATA DIVISION.
002700 FILE SECTION.
002800 FD  STATION-MASTER.
002900 01  STATION-MASTER-RECORD.
003000     COPY STATREC.
003100
003200 WORKING-STORAGE SECTION.
003300 01  WS-STA-STATUS           PIC X(02).
003400     88  STA-FILE-OK                 VALUE "00".
003500     88  STA-FILE-NOT-FOUND          VALUE "35".
003600 01  WS-STA-EOF-FLAG         PIC X(01) VALUE "N".
003700     88  END-OF-STATIONS             VALUE "Y".
003800
003900 01  WS-EXIT-FLAG            PIC X(01) VALUE "N".
004000     88  WS-DONE                     VALUE "Y".
004100 01  MAINT-CHOICE            PIC 9 VALUE ZERO.
004200     88  MC-ADD                      VALUE 1.
004300     88  MC-CHANGE                   VALUE 2.
004400     88  MC-LIST                     VALUE 3.
004500     88  MC-EXIT                     VALUE 4.
004600
004700 01  WS-STATION-ID           PIC X(04).
004800 01  WS-LOCATION             PIC X(20) VALUE SPACES.
004900 01  WS-EQUIPMENT            PIC X(20) VALUE SPACES.
005000 01  WS-CAL-OFFSET           PIC S9(2)V99 VALUE ZERO.
005100 01  WS-LAST-CAL-DATE        PIC 9(08) VALUE ZERO.
005200 01  WS-LAST-CAL-PARTS REDEFINES WS-LAST-CAL-DATE.
005300     05  WS-LCAL-YYYY        PIC 9(04).
005400     05  WS-LCAL-MM          PIC 9(02).
005500     05  WS-LCAL-DD          PIC 9(02).
005600 01  WS-CAL-INTERVAL         PIC 9(04) VALUE ZERO.
005700 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
005800 01  WS-ENTRY-FLAG           PIC X(01) VALUE "Y".
005900     88  ENTRY-IS-VALID              VALUE "Y".
006000 01  WS-OFFSET-DISP          PIC -Z9.99.
006100
006200 SCREEN SECTION.
006300*----------------------------------------------------------
006400* SC-MAINT-MENU - THE MAINTENANCE MENU.
006500*----------------------------------------------------------
006600 01  SC-MAINT-MENU.
006700     05  BLANK SCREEN.
006800     05  LINE 02 COL 10 VALUE "TEMPERATURE STATION MAINTENANCE".
006900     05  LINE 04 COL 10 VALUE "1. ADD STATION".
007000     05  LINE 05 COL 10 VALUE "2. CHANGE STATION".
007100     05  LINE 06 COL 10 VALUE "3. LIST STATIONS".
007200     05  LINE 07 COL 10 VALUE "4. EXIT".
007300     05  LINE 09 COL 10 VALUE "ENTER YOUR CHOICE:".
007400     05  LINE 09 COL 30 PIC 9 USING MAINT-CHOICE.
007500
007600*----------------------------------------------------------
007700* SC-STATION-SCREEN - THE FULL STATION RECORD.
007800*----------------------------------------------------------
007900 01  SC-STATION-SCREEN.
008000     05  BLANK SCREEN.
008100     05  LINE 02 COL 10 VALUE "STATION ID:".
008200     05  LINE 02 COL 40 PIC X(04) USING WS-STATION-ID.
008300     05  LINE 03 COL 10 VALUE "LOCATION:".
008400     05  LINE 03 COL 40 PIC X(20) USING WS-LOCATION.
008500     05  LINE 04 COL 10 VALUE "EQUIPMENT:".
008600     05  LINE 04 COL 40 PIC X(20) USING WS-EQUIPMENT.
008700     05  LINE 05 COL 10 VALUE "CALIBRATION OFFSET (C):".
008800     05  LINE 05 COL 40 PIC S9(2)V99 USING WS-CAL-OFFSET.
008900     05  LINE 06 COL 10 VALUE "LAST CALIBRATED (YYYYMMDD):".
009000     05  LINE 06 COL 40 PIC 9(08) USING WS-LAST-CAL-DATE.
009100     05  LINE 07 COL 10 VALUE "CALIBRATION INTERVAL (DAYS):".
009200     05  LINE 07 COL 40 PIC 9(04) USING WS-CAL-INTERVAL.
009300
009400 PROCEDURE DIVISION.
009500*----------------------------------------------------------
009600* 0000-MAINLINE
009700*----------------------------------------------------------
009800 0000-MAINLINE.
009900     CALL "GETBDATE" USING WS-BUSINESS-DATE
010000     OPEN I-O STATION-MASTER
010100     IF STA-FILE-NOT-FOUND
010200         OPEN OUTPUT STATION-MASTER
010300         CLOSE STATION-MASTER
010400         OPEN I-O STATION-MASTER
010500     END-IF
010600     IF NOT STA-FILE-OK
010700         DISPLAY "STATION-MAST-MAINT: STAMSTR OPEN FAILED, "
010800             "STATUS " WS-STA-STATUS
010900         STOP RUN
011000     END-IF
011100     PERFORM 1000-PROCESS-MENU
011200         THRU 1000-PROCESS-MENU-EXIT
011300         UNTIL WS-DONE
011400     CLOSE STATION-MASTER
011500     STOP RUN.
011600
011700*----------------------------------------------------------
011800* 1000-PROCESS-MENU - ONE MAINTENANCE ACTION.
011900*----------------------------------------------------------
012000 1000-PROCESS-MENU.
012100     DISPLAY SC-MAINT-MENU
012200     ACCEPT SC-MAINT-MENU
012300     EVALUATE TRUE
012400         WHEN MC-ADD
012500             PERFORM 2000-ADD-STATION
012600                 THRU 2000-ADD-STATION-EXIT
012700         WHEN MC-CHANGE
012800             PERFORM 3000-CHANGE-STATION
012900                 THRU 3000-CHANGE-STATION-EXIT
013000         WHEN MC-LIST
013100             PERFORM 4000-LIST-STATIONS
013200                 THRU 4000-LIST-STATIONS-EXIT
013300         WHEN MC-EXIT
013400             MOVE "Y" TO WS-EXIT-FLAG
013500         WHEN OTHER
013600             DISPLAY "INVALID CHOICE"
013700     END-EVALUATE.
013800 1000-PROCESS-MENU-EXIT.
013900     EXIT.
014000
014100*----------------------------------------------------------
014200* 2000-ADD-STATION - ONE NEW STATION RECORD.
014300*----------------------------------------------------------
014400 2000-ADD-STATION.
014500     MOVE SPACES TO WS-STATION-ID WS-LOCATION WS-EQUIPMENT
014600     MOVE ZERO   TO WS-CAL-OFFSET WS-LAST-CAL-DATE
014700                    WS-CAL-INTERVAL
014800     DISPLAY SC-STATION-SCREEN
014900     ACCEPT SC-STATION-SCREEN
015000     IF WS-STATION-ID = SPACES
015100         DISPLAY "STATION ID REQUIRED"
015200         GO TO 2000-ADD-STATION-EXIT
015300     END-IF
015400     PERFORM 5000-EDIT-STATION
015500         THRU 5000-EDIT-STATION-EXIT
015600     IF NOT ENTRY-IS-VALID
015700         GO TO 2000-ADD-STATION-EXIT
015800     END-IF
015900     MOVE SPACES           TO STATION-MASTER-RECORD
016000     MOVE WS-STATION-ID    TO ST-STATION-ID
016100     PERFORM 5100-MOVE-TO-RECORD
016200         THRU 5100-MOVE-TO-RECORD-EXIT
016300     WRITE STATION-MASTER-RECORD
016400         INVALID KEY
016500             DISPLAY "STATION ALREADY EXISTS"
016600         NOT INVALID KEY
016700             DISPLAY "STATION ADDED: " WS-STATION-ID
016800     END-WRITE.
016900 2000-ADD-STATION-EXIT.
017000     EXIT.
017100
017200*----------------------------------------------------------
017300* 3000-CHANGE-STATION - RE-PRESENT AND REWRITE ONE RECORD.
017400* A NEW CALIBRATION CERTIFICATE IS KEYED HERE: THE NEW
017500* OFFSET AND THE DATE OF THE CALIBRATION.
017600*----------------------------------------------------------
017700 3000-CHANGE-STATION.
017800     MOVE SPACES TO WS-STATION-ID
017900     DISPLAY "STATION ID: "
018000     ACCEPT WS-STATION-ID
018100     MOVE WS-STATION-ID TO ST-STATION-ID
018200     READ STATION-MASTER
018300         INVALID KEY
018400             DISPLAY "STATION NOT FOUND"
018500             GO TO 3000-CHANGE-STATION-EXIT
018600     END-READ
018700     MOVE ST-LOCATION          TO WS-LOCATION
018800     MOVE ST-EQUIPMENT         TO WS-EQUIPMENT
018900     MOVE ST-CAL-OFFSET        TO WS-CAL-OFFSET
019000     MOVE ST-LAST-CAL-DATE     TO WS-LAST-CAL-DATE
019100     MOVE ST-CAL-INTERVAL-DAYS TO WS-CAL-INTERVAL
019200     DISPLAY SC-STATION-SCREEN
019300     ACCEPT SC-STATION-SCREEN
019400*    THE KEY CANNOT CHANGE; THE SCREEN FIELD IS ONLY SHOWN.
019500     MOVE ST-STATION-ID TO WS-STATION-ID
019600     PERFORM 5000-EDIT-STATION
019700         THRU 5000-EDIT-STATION-EXIT
019800     IF NOT ENTRY-IS-VALID
019900         GO TO 3000-CHANGE-STATION-EXIT
020000     END-IF
020100     PERFORM 5100-MOVE-TO-RECORD
020200         THRU 5100-MOVE-TO-RECORD-EXIT
020300     REWRITE STATION-MASTER-RECORD
020400     DISPLAY "STATION UPDATED: " WS-STATION-ID.
020500 3000-CHANGE-STATION-EXIT.
020600     EXIT.
020700
020800*----------------------------------------------------------
020900* 4000-LIST-STATIONS - EVERY STATION ON THE MASTER.
021000*----------------------------------------------------------
021100 4000-LIST-STATIONS.
021200     MOVE "N" TO WS-STA-EOF-FLAG
021300     MOVE LOW-VALUES TO ST-STATION-ID
021400     START STATION-MASTER KEY NOT LESS THAN ST-STATION-ID
021500         INVALID KEY
021600             MOVE "Y" TO WS-STA-EOF-FLAG
021700     END-START
021800     PERFORM 4100-LIST-ONE-STATION
021900         THRU 4100-LIST-ONE-STATION-EXIT
022000         UNTIL END-OF-STATIONS.
022100 4000-LIST-STATIONS-EXIT.
022200     EXIT.
022300
022400*----------------------------------------------------------
022500* 4100-LIST-ONE-STATION - ONE STATION LINE.
022600*----------------------------------------------------------
022700 4100-LIST-ONE-STATION.
022800     READ STATION-MASTER NEXT RECORD
022900         AT END
023000             MOVE "Y" TO WS-STA-EOF-FLAG
023100             GO TO 4100-LIST-ONE-STATION-EXIT
023200     END-READ
023300     MOVE ST-CAL-OFFSET TO WS-OFFSET-DISP
023400     DISPLAY ST-STATION-ID " " ST-LOCATION
023500         " OFS " WS-OFFSET-DISP
023600         " CAL " ST-LAST-CAL-DATE
023700         " EVERY " ST-CAL-INTERVAL-DAYS.
023800 4100-LIST-ONE-STATION-EXIT.
023900     EXIT.
024000
024100*----------------------------------------------------------
024200* 5000-EDIT-STATION - LOCATION AND INTERVAL ARE REQUIRED;
024300* A CALIBRATION DATE MUST BE A REAL DATE NOT AFTER TODAY.
024400*----------------------------------------------------------
024500 5000-EDIT-STATION.
024600     MOVE "Y" TO WS-ENTRY-FLAG
024700     IF WS-LOCATION = SPACES
024800         DISPLAY "LOCATION REQUIRED"
024900         MOVE "N" TO WS-ENTRY-FLAG
025000         GO TO 5000-EDIT-STATION-EXIT
025100     END-IF
025200     IF WS-CAL-INTERVAL = ZERO
025300         DISPLAY "CALIBRATION INTERVAL REQUIRED"
025400         MOVE "N" TO WS-ENTRY-FLAG
025500         GO TO 5000-EDIT-STATION-EXIT
025600     END-IF
025700     IF WS-LAST-CAL-DATE = ZERO
025800         GO TO 5000-EDIT-STATION-EXIT
025900     END-IF
026000     IF WS-LCAL-MM < 1 OR WS-LCAL-MM > 12
026100      OR WS-LCAL-DD < 1 OR WS-LCAL-DD > 31
026200      OR WS-LAST-CAL-DATE > WS-BUSINESS-DATE
026300         DISPLAY "LAST CALIBRATED MUST BE A DATE NOT AFTER "
026400             WS-BUSINESS-DATE
026500         MOVE "N" TO WS-ENTRY-FLAG
026600     END-IF.
026700 5000-EDIT-STATION-EXIT.
026800     EXIT.
026900
027000*----------------------------------------------------------
027100* 5100-MOVE-TO-RECORD - SCREEN FIELDS TO THE MASTER RECORD.
027200*----------------------------------------------------------
027300 5100-MOVE-TO-RECORD.
027400     MOVE WS-LOCATION      TO ST-LOCATION
027500     MOVE WS-EQUIPMENT     TO ST-EQUIPMENT
027600     MOVE WS-CAL-OFFSET    TO ST-CAL-OFFSET
027700     MOVE WS-LAST-CAL-DATE TO ST-LAST-CAL-DATE
027800     MOVE WS-CAL-INTERVAL  TO ST-CAL-INTERVAL-DAYS.
027900 5100-MOVE-TO-RECORD-EXIT.
028000     EXIT.
