      *----------------------------------------------------------
      * THISREC - ONE STATION'S FIGURES FOR ONE DAY ON THE INDEXED
      * TEMPERATURE HISTORY FILE (TEMPHIST), KEYED BY STATION AND
      * DATE.  WRITTEN BY CELSIUS-TO-FAHRENHEIT FROM EACH NIGHT'S
      * STATION SUMMARY (A RERUN FOR THE SAME DATE REPLACES THE
      * DAY) AND READ BY THE MONTHLY TEMP-DEGREE-DAYS REPORT.
      *
      * TH-HIGH/TH-LOW/TH-MEAN: FAHRENHEIT, AFTER THE STATION'S
      *            CALIBRATION OFFSET; TH-MEAN IS THE AVERAGE OF
      *            THE DAY'S PLAUSIBLE READINGS.
      *----------------------------------------------------------
           05  TH-KEY.
               10  TH-STATION      PIC X(04).
               10  TH-DATE         PIC 9(08).
           05  TH-HIGH             PIC S9(3)V99.
           05  TH-LOW              PIC S9(3)V99.
           05  TH-MEAN             PIC S9(3)V99.
           05  TH-READINGS         PIC 9(05).
           05  FILLER              PIC X(20).
