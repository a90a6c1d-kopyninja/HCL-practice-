      *----------------------------------------------------------
      * STATREC - ONE TEMPERATURE STATION ON THE INDEXED STATION
      * MASTER (STAMSTR), KEYED BY THE STATION ID CARRIED ON EVERY
      * TEMPLOG READING.  KEYED BY FACILITIES THROUGH
      * STATION-MAST-MAINT, READ BY CELSIUS-TO-FAHRENHEIT, THE
      * WEEKLY STATION-CAL-DUE REPORT AND THE MONTHLY
      * TEMP-DEGREE-DAYS REPORT.
      *
      * ST-CAL-OFFSET: CELSIUS CORRECTION FROM THE SENSOR'S LAST
      *            CALIBRATION CERTIFICATE, ADDED TO EVERY READING
      *            BEFORE IT IS CONVERTED OR COUNTED (A SENSOR
      *            READING TWO DEGREES HIGH CARRIES -2.00).
      * ST-LAST-CAL-DATE: ZERO = NEVER CALIBRATED (ALWAYS DUE).
      * ST-CAL-INTERVAL-DAYS: DAYS FROM ONE CALIBRATION TO THE
      *            NEXT; THE NEXT IS DUE ON LAST DATE + INTERVAL.
      *----------------------------------------------------------
           05  ST-STATION-ID       PIC X(04).
           05  ST-LOCATION         PIC X(20).
           05  ST-EQUIPMENT        PIC X(20).
           05  ST-CAL-OFFSET       PIC S9(2)V99.
           05  ST-LAST-CAL-DATE    PIC 9(08).
           05  ST-CAL-INTERVAL-DAYS PIC 9(04).
           05  FILLER              PIC X(20).
