005800*                 COUNT, VIA THE SHARED RPTHEAD COPYBOOK, SO
005900*                 A TORN OR TRUNCATED PRINTOUT IS DETECTABLE
006000*                 ON SIGHT.
006010* 2026-10-15 KMR  STATIONS NOW COME FROM THE INDEXED STATION
006020*                 MASTER (STAMSTR, SHARED STATREC COPYBOOK).
006030*                 EACH READING HAS ITS STATION'S CALIBRATION
006040*                 OFFSET ADDED BEFORE IT IS CHECKED, CONVERTED
006050*                 OR COUNTED, AND THE REPORT LINE SHOWS THE
006060*                 OFFSET WHEN ONE WAS APPLIED.  A STATION NOT ON
006070*                 THE MASTER IS MARKED ON THE STATION SUMMARY AND
006080*                 APPENDED TO STAUNKN FOR THE WEEKLY
006090*                 STATION-CAL-DUE REPORT.
006091* 2026-10-15 KMR  EACH STATION'S DAILY HIGH, LOW, MEAN AND
006092*                 READING COUNT IS NOW ALSO KEPT ON THE INDEXED
006093*                 TEMPERATURE HISTORY FILE (TEMPHIST, SHARED
006094*                 THISREC COPYBOOK) FOR THE MONTHLY
006095*                 TEMP-DEGREE-DAYS REPORT.
006100*----------------------------------------------------------
006200 ENVIRONMENT DIVISION.
006300 INPUT-OUTPUT SECTION.
007100     SELECT TEMP-EXCEPTIONS ASSIGN TO "TEMPEXC"
007200         ORGANIZATION IS LINE SEQUENTIAL.
007300
007305     SELECT STATION-MASTER ASSIGN TO "STAMSTR"
007310         ORGANIZATION IS INDEXED
007315         ACCESS MODE IS DYNAMIC
007320         RECORD KEY IS ST-STATION-ID
007325         FILE STATUS IS WS-STAM-STATUS.
007330
007335     SELECT UNKNOWN-STATIONS ASSIGN TO "STAUNKN"
007340         ORGANIZATION IS LINE SEQUENTIAL
007345         FILE STATUS IS WS-UNKN-STATUS.
007350
007355     SELECT TEMP-HISTORY ASSIGN TO "TEMPHIST"
007360         ORGANIZATION IS INDEXED
007365         ACCESS MODE IS DYNAMIC
007370         RECORD KEY IS TH-KEY
007375         FILE STATUS IS WS-HIST-STATUS.
007380
007400     SELECT STATION-LIMITS ASSIGN TO "STALIMIT"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-LIMIT-STATUS.
010000     05  SLIM-HIGH           PIC S9(3)V9(2)
010100                             SIGN IS TRAILING SEPARATE CHARACTER.
010200
010205 FD  STATION-MASTER.
010210 01  STATION-MASTER-RECORD.
010215     COPY STATREC.
010220
010225*----------------------------------------------------------
010230* ONE LINE PER DAY FOR EACH STATION THAT SENT READINGS BUT
010235* IS NOT ON THE STATION MASTER.
010240*----------------------------------------------------------
010245 FD  UNKNOWN-STATIONS.
010250 01  UNKNOWN-STATION-RECORD.
010255     05  SU-DATE             PIC 9(08).
010260     05  FILLER              PIC X(01).
010265     05  SU-STATION          PIC X(04).
010270     05  FILLER              PIC X(01).
010275     05  SU-READINGS         PIC 9(05).
010277     05  FILLER              PIC X(61).
010280
010282 FD  TEMP-HISTORY.
010284 01  TEMP-HISTORY-RECORD.
010286     COPY THISREC.
010288
010300 FD  DAILY-STATS-FILE.
010400     COPY DLYSTAT.
010500
016000 01  WS-EXCURSION-FLAG       PIC X(01) VALUE "N".
016100     88  WS-READING-EXCURRED         VALUE "Y".
016200 01  WS-EXCURSION-COUNT      PIC 9(05) COMP VALUE ZERO.
016202
016204*----------------------------------------------------------
016206* STATION MASTER LOOKUP.  NO MASTER MEANS NO OFFSETS AND NO
016208* UNKNOWN-STATION LIST.
016210*----------------------------------------------------------
016212 01  WS-STAM-STATUS          PIC X(02).
016214     88  STAM-FILE-OK                VALUE "00".
016216 01  WS-STAM-OPEN-FLAG       PIC X(01) VALUE "N".
016218     88  STAM-FILE-OPEN              VALUE "Y".
016220 01  WS-UNKN-STATUS          PIC X(02).
016222     88  UNKN-FILE-OK                VALUE "00".
016224     88  UNKN-FILE-NOT-FOUND         VALUE "35".
016226 01  WS-ON-MASTER-FLAG       PIC X(01) VALUE "N".
016228     88  STATION-ON-MASTER           VALUE "Y".
016230 01  WS-CAL-OFFSET           PIC S9(2)V99 VALUE ZERO.
016232 01  WS-OFFSET-COUNT         PIC 9(05) COMP VALUE ZERO.
016234 01  WS-OFFSET-COUNT-DISP    PIC ZZZZ9.
016236 01  WS-UNKNOWN-COUNT        PIC 9(02) COMP VALUE ZERO.
016238 01  WS-OFFSET-TOTAL-LINE.
016240     05  FILLER              PIC X(41) VALUE
016242         "READINGS CORRECTED BY CALIBRATION OFFSET:".
016244     05  OT-COUNT            PIC ZZZZ9.
016249
016254*----------------------------------------------------------
016259* TEMPERATURE HISTORY.  A HISTORY FILE THAT WILL NOT OPEN
016264* ONLY LOSES THE DAY'S HISTORY, NOT THE REPORT.
016269*----------------------------------------------------------
016274 01  WS-HIST-STATUS          PIC X(02).
016279     88  HIST-FILE-OK                VALUE "00".
016284     88  HIST-FILE-NOT-FOUND         VALUE "35".
016289 01  WS-HIST-OPEN-FLAG       PIC X(01) VALUE "N".
016294     88  HIST-FILE-OPEN              VALUE "Y".
016299 01  WS-HISTORY-COUNT        PIC 9(02) COMP VALUE ZERO.
016300
016400*----------------------------------------------------------
016500* SHARED EXCEPTION-LOG FIELDS FOR THE EXCPLOG SUBPROGRAM.
017500*----------------------------------------------------------
017600     COPY RPTHEAD.
017700 01  WS-COLUMN-LINE          PIC X(80) VALUE
017800     "STA   CELSIUS      FAHRENHEIT  CAL OFFSET".
017900 01  WS-EXCEPTION-COUNT      PIC 9(05) COMP VALUE ZERO.
018000
018100*----------------------------------------------------------
020200         10  WS-STA-EXCURS   PIC 9(05) COMP.
020300         10  WS-STA-RUN      PIC 9(05) COMP.
020400         10  WS-STA-MAXRUN   PIC 9(05) COMP.
020410         10  WS-STA-ON-MASTER PIC X(01).
020500 01  WS-STA-AVERAGE          PIC S9(03)V99 VALUE ZERO.
020600
020700 01  WS-STATION-LINE.
021800     05  SL-EXCURS           PIC ZZZ9.
021900     05  FILLER              PIC X(06) VALUE "  RUN=".
022000     05  SL-MAXRUN           PIC ZZZ9.
022010     05  FILLER              PIC X(02) VALUE SPACES.
022020     05  SL-MASTER-NOTE      PIC X(13).
022100
022200 01  WS-EXCEPTION-DETAIL.
022300     05  FILLER              PIC X(08) VALUE "STATION ".
023300     05  FILLER              PIC X(03) VALUE SPACES.
023400     05  RL-LABEL            PIC X(02) VALUE "F=".
023500     05  RL-FAHRENHEIT       PIC -ZZ9.99.
023510     05  FILLER              PIC X(02) VALUE SPACES.
023520     05  RL-OFFSET-NOTE.
023530         10  RL-OFFSET-LABEL PIC X(04).
023540         10  RL-OFFSET       PIC -Z9.99.
023600
023700 PROCEDURE DIVISION.
023800*----------------------------------------------------------
031900 2000-BATCH-CONVERT.
032000     PERFORM 1500-LOAD-STATION-LIMITS
032100         THRU 1500-LOAD-STATION-LIMITS-EXIT
032110     OPEN INPUT STATION-MASTER
032120     IF STAM-FILE-OK
032130         MOVE "Y" TO WS-STAM-OPEN-FLAG
032140     ELSE
032150         DISPLAY "CELSIUS-TO-FAHRENHEIT: NO STAMSTR FILE, "
032160             "NO CALIBRATION OFFSETS APPLIED"
032170     END-IF
032200     OPEN INPUT  TEMP-LOG
032300     OPEN OUTPUT TEMP-REPORT
032400     OPEN OUTPUT TEMP-EXCEPTIONS
034000     END-IF
034100
034200     CLOSE TEMP-LOG
034210     IF STAM-FILE-OPEN
034220         CLOSE STATION-MASTER
034230     END-IF
034300     MOVE RPT-DETAIL-COUNT TO RPT-TRAILER-COUNT
034400     WRITE TEMP-REPORT-LINE FROM RPT-TRAILER-LINE
034500     CLOSE TEMP-REPORT
034700     PERFORM 9000-WRITE-DAILY-STATS
034800         THRU 9000-WRITE-DAILY-STATS-EXIT
034900     DISPLAY "READINGS PROCESSED: " WS-READING-COUNT
034910         "  OFFSET APPLIED: " WS-OFFSET-COUNT
034920         "  UNKNOWN STATIONS: " WS-UNKNOWN-COUNT
034930         "  HISTORY DAYS: " WS-HISTORY-COUNT
035000     DISPLAY "HIGH: " WS-FAHR-HIGH "  LOW: " WS-FAHR-LOW
035100         "  AVERAGE: " WS-FAHR-AVERAGE.
035200 2000-BATCH-CONVERT-EXIT.
039700         THRU 1600-READ-ONE-LIMIT-EXIT.
039800 1700-STORE-ONE-LIMIT-EXIT.
039900     EXIT.
039950
040000*----------------------------------------------------------
040050* 2050-LOOK-UP-STATION - THE READING'S STATION ON THE MASTER
040100* AND ITS CALIBRATION OFFSET (ZERO WHEN NOT ON FILE).
040150*----------------------------------------------------------
040200 2050-LOOK-UP-STATION.
040250     MOVE "N"  TO WS-ON-MASTER-FLAG
040300     MOVE ZERO TO WS-CAL-OFFSET
040350     IF NOT STAM-FILE-OPEN
040400         GO TO 2050-LOOK-UP-STATION-EXIT
040450     END-IF
040500     MOVE TLOG-STATION TO ST-STATION-ID
040550     READ STATION-MASTER
040600         INVALID KEY
040650             CONTINUE
040700         NOT INVALID KEY
040750             MOVE "Y" TO WS-ON-MASTER-FLAG
040800             IF ST-CAL-OFFSET NUMERIC
040850                 MOVE ST-CAL-OFFSET TO WS-CAL-OFFSET
040900             END-IF
040950     END-READ.
041000 2050-LOOK-UP-STATION-EXIT.
041050     EXIT.
041100
041150*----------------------------------------------------------
041200* 2100-CONVERT-ONE-READING - CORRECT, VALIDATE, CONVERT AND
041250* TALLY ONE READING.  A PHYSICALLY IMPOSSIBLE READING GOES TO
041300* THE EXCEPTIONS LIST AND TOUCHES NO STATISTICS.
041350*----------------------------------------------------------
041400 2100-CONVERT-ONE-READING.
041450     PERFORM 2050-LOOK-UP-STATION
041500         THRU 2050-LOOK-UP-STATION-EXIT
041550     COMPUTE CELSIUS = TLOG-CELSIUS + WS-CAL-OFFSET
041600         ON SIZE ERROR
041650             MOVE TLOG-CELSIUS TO CELSIUS
041700             MOVE ZERO TO WS-CAL-OFFSET
041750     END-COMPUTE
041800     IF CELSIUS < WS-ABSOLUTE-ZERO
041850      OR CELSIUS > WS-SENSOR-CEILING
041900         MOVE TLOG-STATION TO XD-STATION
041950         MOVE CELSIUS      TO XD-READING
042000         WRITE TEMP-EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL
042050         ADD 1 TO WS-EXCEPTION-COUNT
042100         GO TO 2100-CONVERT-ONE-READING-READ
042150     END-IF
042200
042250     COMPUTE FAHRENHEIT = ( CELSIUS * 9 / 5 ) + 32
042300     ADD 1 TO WS-READING-COUNT
042350     ADD FAHRENHEIT TO WS-FAHR-TOTAL
042400     IF FAHRENHEIT > WS-FAHR-HIGH
042450         MOVE FAHRENHEIT TO WS-FAHR-HIGH
042500     END-IF
042550     IF FAHRENHEIT < WS-FAHR-LOW
042600         MOVE FAHRENHEIT TO WS-FAHR-LOW
042650     END-IF
042700     PERFORM 2200-TALLY-STATION
042750         THRU 2200-TALLY-STATION-EXIT
042800     PERFORM 2300-CHECK-STATION-LIMITS
042850         THRU 2300-CHECK-STATION-LIMITS-EXIT
042900
042950     MOVE TLOG-STATION TO RL-STATION
043000     MOVE CELSIUS      TO RL-CELSIUS
043050     MOVE FAHRENHEIT   TO RL-FAHRENHEIT
043100     MOVE SPACES       TO RL-OFFSET-NOTE
043150     IF WS-CAL-OFFSET NOT = ZERO
043200         MOVE "OFS " TO RL-OFFSET-LABEL
043250         MOVE WS-CAL-OFFSET TO RL-OFFSET
043300         ADD 1 TO WS-OFFSET-COUNT
043350     END-IF
043400     IF RPT-LINE-COUNT >= RPT-PAGE-LIMIT
043450         PERFORM 7900-RPT-HEADINGS
043500             THRU 7900-RPT-HEADINGS-EXIT
043550     END-IF
043600     WRITE TEMP-REPORT-LINE FROM WS-REPORT-LINE
043650     ADD 1 TO RPT-LINE-COUNT
043700     ADD 1 TO RPT-DETAIL-COUNT.
043750
043800 2100-CONVERT-ONE-READING-READ.
044300     PERFORM 8000-READ-TEMP-LOG
044400         THRU 8000-READ-TEMP-LOG-EXIT.
044500 2100-CONVERT-ONE-READING-EXIT.
044600     EXIT.
044602
044800*----------------------------------------------------------
044900* 2200-TALLY-STATION - FOLD THE CONVERTED READING INTO ITS
045000* STATION'S FIGURES, ADDING THE STATION ON FIRST SIGHT.
046600             MOVE ZERO TO WS-STA-EXCURS(WS-STATION-IDX)
046700                          WS-STA-RUN(WS-STATION-IDX)
046800                          WS-STA-MAXRUN(WS-STATION-IDX)
046810             MOVE WS-ON-MASTER-FLAG
046820                 TO WS-STA-ON-MASTER(WS-STATION-IDX)
046900         WHEN WS-STA-ID(WS-STATION-IDX) = TLOG-STATION
047000             CONTINUE
047100     END-SEARCH
051700             TO WS-STA-MAXRUN(WS-STATION-IDX)
051800     END-IF
051900     MOVE TLOG-STATION TO XD-STATION
052000     MOVE CELSIUS      TO XD-READING
052100     WRITE TEMP-EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL
052200     MOVE SPACES TO WS-EXCP-MESSAGE
052300     STRING "TEMP EXCURSION STATION " DELIMITED BY SIZE
053400*----------------------------------------------------------
053500* 2500-PRINT-STATION-BREAKS - ONE SUMMARY LINE PER STATION
053600* (COUNT, HIGH, LOW, AVERAGE IN FAHRENHEIT) AHEAD OF THE
053700* OVERALL FIGURES, AND THE COUNT OF CORRECTED READINGS.
053710* EACH STATION'S DAY ALSO GOES ON THE TEMPERATURE HISTORY.
053800*----------------------------------------------------------
053900 2500-PRINT-STATION-BREAKS.
053910     MOVE WS-OFFSET-COUNT TO OT-COUNT
053920     WRITE TEMP-REPORT-LINE FROM WS-OFFSET-TOTAL-LINE
054000     IF WS-STATION-COUNT = ZERO
054100         GO TO 2500-PRINT-STATION-BREAKS-EXIT
054200     END-IF
054210     IF STAM-FILE-OPEN
054220         OPEN EXTEND UNKNOWN-STATIONS
054230         IF UNKN-FILE-NOT-FOUND
054240             OPEN OUTPUT UNKNOWN-STATIONS
054250         END-IF
054260     END-IF
054270     PERFORM 2650-OPEN-HISTORY
054280         THRU 2650-OPEN-HISTORY-EXIT
054300     MOVE "STATION SUMMARY" TO TEMP-REPORT-LINE
054400     WRITE TEMP-REPORT-LINE
054500     PERFORM 2600-PRINT-ONE-STATION
054600         THRU 2600-PRINT-ONE-STATION-EXIT
054700         VARYING WS-STATION-SUB FROM 1 BY 1
054710         UNTIL WS-STATION-SUB > WS-STATION-COUNT
054720     IF STAM-FILE-OPEN
054730         CLOSE UNKNOWN-STATIONS
054740     END-IF
054750     IF HIST-FILE-OPEN
054760         CLOSE TEMP-HISTORY
054770     END-IF.
054900 2500-PRINT-STATION-BREAKS-EXIT.
055000     EXIT.
055100
055200*----------------------------------------------------------
055210* 2600-PRINT-ONE-STATION - ONE STATION'S FIGURES.  A STATION
055220* NOT ON THE MASTER IS MARKED AND GOES ON STAUNKN.  THE
055230* DAY'S FIGURES GO ON THE TEMPERATURE HISTORY.
055400*----------------------------------------------------------
055500 2600-PRINT-ONE-STATION.
055600     COMPUTE WS-STA-AVERAGE ROUNDED
056300     MOVE WS-STA-AVERAGE               TO SL-AVERAGE
056400     MOVE WS-STA-EXCURS(WS-STATION-SUB) TO SL-EXCURS
056500     MOVE WS-STA-MAXRUN(WS-STATION-SUB) TO SL-MAXRUN
056505     MOVE SPACES TO SL-MASTER-NOTE
056510     IF STAM-FILE-OPEN
056515      AND WS-STA-ON-MASTER(WS-STATION-SUB) NOT = "Y"
056520         MOVE "NOT ON MASTER" TO SL-MASTER-NOTE
056525         MOVE SPACES TO UNKNOWN-STATION-RECORD
056530         MOVE RPT-HEAD-DATE TO SU-DATE
056535         MOVE WS-STA-ID(WS-STATION-SUB)    TO SU-STATION
056540         MOVE WS-STA-COUNT(WS-STATION-SUB) TO SU-READINGS
056545         WRITE UNKNOWN-STATION-RECORD
056550         ADD 1 TO WS-UNKNOWN-COUNT
056555     END-IF
056565     WRITE TEMP-REPORT-LINE FROM WS-STATION-LINE
056575     PERFORM 2700-WRITE-HISTORY
056585         THRU 2700-WRITE-HISTORY-EXIT.
056700 2600-PRINT-ONE-STATION-EXIT.
056800     EXIT.
056802
056804*----------------------------------------------------------
056806* 2650-OPEN-HISTORY - OPEN TEMPHIST FOR UPDATE, CREATING IT
056808* THE FIRST TIME.
056810*----------------------------------------------------------
056812 2650-OPEN-HISTORY.
056814     OPEN I-O TEMP-HISTORY
056816     IF HIST-FILE-NOT-FOUND
056818         OPEN OUTPUT TEMP-HISTORY
056820         CLOSE TEMP-HISTORY
056822         OPEN I-O TEMP-HISTORY
056824     END-IF
056826     IF HIST-FILE-OK
056828         MOVE "Y" TO WS-HIST-OPEN-FLAG
056830     ELSE
056832         DISPLAY "CELSIUS-TO-FAHRENHEIT: TEMPHIST OPEN FAILED, "
056834             "STATUS " WS-HIST-STATUS ", NO HISTORY KEPT"
056836     END-IF.
056838 2650-OPEN-HISTORY-EXIT.
056840     EXIT.
056842
056844*----------------------------------------------------------
056846* 2700-WRITE-HISTORY - THE STATION'S DAY ON TEMPHIST.  A RERUN
056848* FOR THE SAME BUSINESS DATE REPLACES THE EARLIER FIGURES.
056850*----------------------------------------------------------
056852 2700-WRITE-HISTORY.
056854     IF NOT HIST-FILE-OPEN
056856         GO TO 2700-WRITE-HISTORY-EXIT
056858     END-IF
056860     MOVE SPACES                       TO TEMP-HISTORY-RECORD
056862     MOVE WS-STA-ID(WS-STATION-SUB)    TO TH-STATION
056864     MOVE RPT-HEAD-DATE                TO TH-DATE
056866     MOVE WS-STA-HIGH(WS-STATION-SUB)  TO TH-HIGH
056868     MOVE WS-STA-LOW(WS-STATION-SUB)   TO TH-LOW
056870     MOVE WS-STA-AVERAGE               TO TH-MEAN
056872     MOVE WS-STA-COUNT(WS-STATION-SUB) TO TH-READINGS
056874     WRITE TEMP-HISTORY-RECORD
056876         INVALID KEY
056878             REWRITE TEMP-HISTORY-RECORD
056880                 INVALID KEY
056882                     DISPLAY "CELSIUS-TO-FAHRENHEIT: TEMPHIST "
056884                         "WRITE FAILED, STATUS " WS-HIST-STATUS
056886                     GO TO 2700-WRITE-HISTORY-EXIT
056888             END-REWRITE
056890     END-WRITE
056892     ADD 1 TO WS-HISTORY-COUNT.
056894 2700-WRITE-HISTORY-EXIT.
056896     EXIT.
056900
057000*----------------------------------------------------------
057100* 9000-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
