      *----------------------------------------------------------
      * PARMDIR - THE HAND-MAINTAINED PARAMETER FILES, IN MENU
      * ORDER.  PD-KIND "S" = ONE VALUE (ONLY THE FIRST RECORD IS
      * READ BY THE USING PROGRAM), "M" = A TABLE OF ROWS.
      * PD-MAX-ROWS IS THE SIZE OF THE SMALLEST TABLE A READING
      * PROGRAM LOADS THE FILE INTO (RATESCHED: 10 BANDS PLUS THE
      * OVERDRAFT ROW; FEESCHED: 20 SERVICE BANDS PLUS NSF AND
      * LEGAL ORDER ROWS).  THE ENTRY NUMBER IS THE FILE NUMBER
      * PARMFMT IS CALLED WITH.
      *----------------------------------------------------------
           05  PD-DIRECTORY-VALUES.
               10  FILLER          PIC X(40) VALUE
                   "RATESCHEDM11SAVINGS INTEREST RATE BANDS ".
               10  FILLER          PIC X(40) VALUE
                   "FEESCHED M40FEE SCHEDULE                ".
               10  FILLER          PIC X(40) VALUE
                   "CMPPARM  S01LARGE CASH REPORT THRESHOLD ".
               10  FILLER          PIC X(40) VALUE
                   "DORMPARM S01DORMANCY PERIOD             ".
               10  FILLER          PIC X(40) VALUE
                   "ESCHPARM S01ESCHEAT PERIOD              ".
               10  FILLER          PIC X(40) VALUE
                   "ANOMPARM S01BALANCE ANOMALY PERCENTAGE  ".
               10  FILLER          PIC X(40) VALUE
                   "SECPARM  M03SIGN-ON WINDOWS             ".
               10  FILLER          PIC X(40) VALUE
                   "CREDPARM S01BORROWING MULTIPLE          ".
               10  FILLER          PIC X(40) VALUE
                   "COLLPARM S01COLLATERAL LTV LIMITS       ".
               10  FILLER          PIC X(40) VALUE
                   "RETNPARM S01TXN DETAIL RETENTION        ".
               10  FILLER          PIC X(40) VALUE
                   "TUITPARM S01TUITION RATE PER CREDIT     ".
               10  FILLER          PIC X(40) VALUE
                   "STALIMIT M20STATION TEMPERATURE LIMITS  ".
               10  FILLER          PIC X(40) VALUE
                   "GLCOA    M50GL POSTING CHART            ".
               10  FILLER          PIC X(40) VALUE
                   "LIQPARM  S01DEMAND DEPOSIT RUN-OFF      ".
               10  FILLER          PIC X(40) VALUE
                   "INSPARM  S01DEPOSIT INSURANCE LIMIT     ".
           05  PD-DIRECTORY REDEFINES PD-DIRECTORY-VALUES.
               10  PD-ENTRY        OCCURS 15 TIMES.
                   15  PD-FILE-NAME    PIC X(09).
                   15  PD-KIND         PIC X(01).
                       88  PD-SINGLE-VALUE     VALUE "S".
                   15  PD-MAX-ROWS     PIC 9(02).
                   15  PD-TITLE        PIC X(28).
           05  PD-FILE-COUNT       PIC 9(02) VALUE 15.
