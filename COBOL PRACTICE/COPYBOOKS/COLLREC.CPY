      *
      * CL-TYPE: RE = REAL ESTATE, VE = VEHICLE, DP = DEPOSIT
      * PLEDGE, OT = OTHER.
      * CL-STATUS: "R" = RELEASED (THE LOAN WAS PAID IN FULL AND
      * LOAN-PAID-IN-FULL-BATCH RELEASED THE LIEN ON
      * CL-RELEASE-DATE), ANYTHING ELSE HELD.  THE STATUS AND DATE
      * TOOK 9 BYTES OF FILLER, SO THE LENGTH IS UNCHANGED.
      *----------------------------------------------------------
           05  CL-KEY.
               10  CL-LOAN-NUMBER  PIC X(08).
           05  CL-DESC             PIC X(20).
           05  CL-VALUE            PIC 9(9)V99.
           05  CL-VALUE-DATE       PIC 9(08).
           05  CL-STATUS           PIC X(01).
               88  CL-IS-RELEASED          VALUE "R".
           05  CL-RELEASE-DATE     PIC 9(08).
           05  FILLER              PIC X(01).
