      *----------------------------------------------------------
      * PARMROW - ONE ROW OF ANY OF THE HAND-MAINTAINED PARAMETER
      * FILES LISTED IN PARMDIR, HELD AS A 30-BYTE IMAGE WITH A
      * VIEW PER FILE.  EACH VIEW IS THE LAYOUT THE READING
      * PROGRAMS DECLARE FOR THAT FILE (THE FEESCHED VIEW IS THE
      * FEESREC LAYOUT).  USED BY PARM-MAINT TO EDIT A ROW, BY
      * PARMFMT TO PRINT ONE AND BY PARM-SIGNOFF-LIST.
      *
      * THE -VALID CONDITIONS ARE THE RANGES PARM-MAINT ACCEPTS:
      *   DORMPARM 6-120 MONTHS, ESCHPARM 1-20 YEARS, ANOMPARM
      *   1-999 PCT, CREDPARM 1-20 TIMES DEPOSITS, COLLPARM LTV
      *   1-100 PCT AND VALUATION AGE 30-3650 DAYS, RETNPARM
      *   12-120 MONTHS; RATES, FEES, THRESHOLDS AND THE TUITION
      *   RATE MUST BE ABOVE ZERO WHERE THEY ARE CHARGED OR PAID;
      *   THE LIQPARM RUN-OFF PERCENTAGES MAY NOT ADD TO OVER 100
      *   AND THE INSPARM COVERAGE LIMIT MUST BE ABOVE ZERO.
      *----------------------------------------------------------
           05  PR-ROW              PIC X(30).
      *    RATESCHED - A ZERO BAND LIMIT IS THE OVERDRAFT RATE.
           05  PR-RATE-VIEW REDEFINES PR-ROW.
               10  PR-BAND-LIMIT   PIC 9(7)V99.
               10  PR-BAND-RATE    PIC 9(1)V99.
               10  FILLER          PIC X(18).
      *    FEESCHED - SEE FEESREC.
           05  PR-FEE-VIEW REDEFINES PR-ROW.
               10  PR-FEE-TYPE     PIC X(01).
               10  PR-FEE-BAND-LIMIT
                                   PIC 9(7)V99.
               10  PR-FEE-AMOUNT   PIC 9(5)V99.
               10  PR-FEE-WAIVE-MIN
                                   PIC 9(7)V99.
               10  PR-FEE-KIND     PIC X(01).
                   88  PR-FEE-IS-SERVICE       VALUE SPACE "M".
                   88  PR-FEE-IS-NSF           VALUE "N".
                   88  PR-FEE-IS-LEGAL         VALUE "L".
                   88  PR-FEE-KIND-VALID       VALUE SPACE "M"
                                                     "N" "L".
               10  PR-FEE-DAILY-MAX
                                   PIC 9(02).
               10  FILLER          PIC X(01).
      *    CMPPARM - LARGE CASH REPORTING THRESHOLD.
           05  PR-CMP-VIEW REDEFINES PR-ROW.
               10  PR-CMP-THRESHOLD
                                   PIC 9(7)V99.
               10  FILLER          PIC X(21).
      *    DORMPARM - MONTHS WITHOUT ACTIVITY BEFORE DORMANCY.
           05  PR-DORM-VIEW REDEFINES PR-ROW.
               10  PR-DORM-MONTHS  PIC 9(03).
                   88  PR-DORM-MONTHS-VALID    VALUE 6 THRU 120.
               10  FILLER          PIC X(27).
      *    ESCHPARM - YEARS DORMANT BEFORE ESCHEAT.
           05  PR-ESCH-VIEW REDEFINES PR-ROW.
               10  PR-ESCH-YEARS   PIC 9(02).
                   88  PR-ESCH-YEARS-VALID     VALUE 1 THRU 20.
               10  FILLER          PIC X(28).
      *    ANOMPARM - DEVIATION FROM THE AVERAGE, PERCENT.
           05  PR-ANOM-VIEW REDEFINES PR-ROW.
               10  PR-ANOM-PCT     PIC 9(03).
                   88  PR-ANOM-PCT-VALID       VALUE 1 THRU 999.
               10  FILLER          PIC X(27).
      *    SECPARM - SIGN-ON WINDOW HHMMSS; ROLE SPACE IS THE
      *    SECURITY REVIEW WINDOW, "S"/"T" THE SIGN-ON WINDOWS.
           05  PR-SEC-VIEW REDEFINES PR-ROW.
               10  PR-SEC-START    PIC X(06).
               10  PR-SEC-START-HMS REDEFINES PR-SEC-START.
                   15  PR-SEC-START-HH PIC 9(02).
                   15  PR-SEC-START-MM PIC 9(02).
                   15  PR-SEC-START-SS PIC 9(02).
               10  PR-SEC-END      PIC X(06).
               10  PR-SEC-END-HMS REDEFINES PR-SEC-END.
                   15  PR-SEC-END-HH   PIC 9(02).
                   15  PR-SEC-END-MM   PIC 9(02).
                   15  PR-SEC-END-SS   PIC 9(02).
               10  PR-SEC-ROLE     PIC X(01).
                   88  PR-SEC-ROLE-VALID       VALUE SPACE "S" "T".
               10  FILLER          PIC X(17).
      *    CREDPARM - BORROWING LIMIT AS A MULTIPLE OF DEPOSITS.
           05  PR-CRED-VIEW REDEFINES PR-ROW.
               10  PR-CRED-MULTIPLE
                                   PIC 9(02).
                   88  PR-CRED-MULTIPLE-VALID  VALUE 1 THRU 20.
               10  FILLER          PIC X(28).
      *    COLLPARM - MAXIMUM LOAN-TO-VALUE AND VALUATION AGE.
           05  PR-COLL-VIEW REDEFINES PR-ROW.
               10  PR-COLL-MAX-LTV-PCT
                                   PIC 9(03).
                   88  PR-COLL-LTV-VALID       VALUE 1 THRU 100.
               10  PR-COLL-MAX-AGE-DAYS
                                   PIC 9(04).
                   88  PR-COLL-AGE-VALID       VALUE 30 THRU 3650.
               10  FILLER          PIC X(23).
      *    RETNPARM - MONTHS OF TRANSACTION DETAIL KEPT.
           05  PR-RETN-VIEW REDEFINES PR-ROW.
               10  PR-RETN-MONTHS  PIC 9(03).
                   88  PR-RETN-MONTHS-VALID    VALUE 12 THRU 120.
               10  FILLER          PIC X(27).
      *    TUITPARM - TUITION RATE PER CREDIT HOUR.
           05  PR-TUIT-VIEW REDEFINES PR-ROW.
               10  PR-TUIT-RATE    PIC 9(5)V99.
               10  FILLER          PIC X(23).
      *    STALIMIT - ONE WEATHER STATION'S PLAUSIBLE RANGE, CELSIUS.
           05  PR-STA-VIEW REDEFINES PR-ROW.
               10  PR-STA-STATION  PIC X(04).
               10  PR-STA-LOW      PIC S9(3)V9(2)
                                   SIGN IS TRAILING SEPARATE CHARACTER.
               10  PR-STA-HIGH     PIC S9(3)V9(2)
                                   SIGN IS TRAILING SEPARATE CHARACTER.
               10  FILLER          PIC X(14).
      *    GLCOA - GL DEBIT AND CREDIT ACCOUNT FOR A TRANSACTION TYPE.
           05  PR-GL-VIEW REDEFINES PR-ROW.
               10  PR-GL-TXN-TYPE  PIC X(10).
               10  PR-GL-DR-ACCT   PIC X(06).
               10  PR-GL-CR-ACCT   PIC X(06).
               10  FILLER          PIC X(08).
      *    LIQPARM - DEMAND DEPOSIT RUN-OFF: THE PERCENT OF DEMAND
      *    BALANCES EXPECTED TO LEAVE IN EACH MATURITY GAP BUCKET
      *    (NEXT DAY, 2-7 DAYS, 8-30, 31-90, 91-180, 181-365).
      *    WHAT IS LEFT IS CORE DEPOSITS, SHOWN OVER ONE YEAR.
           05  PR-LIQ-VIEW REDEFINES PR-ROW.
               10  PR-LIQ-1D-PCT   PIC 9(3)V9.
               10  PR-LIQ-7D-PCT   PIC 9(3)V9.
               10  PR-LIQ-30D-PCT  PIC 9(3)V9.
               10  PR-LIQ-90D-PCT  PIC 9(3)V9.
               10  PR-LIQ-180D-PCT PIC 9(3)V9.
               10  PR-LIQ-1Y-PCT   PIC 9(3)V9.
               10  FILLER          PIC X(06).
      *    INSPARM - DEPOSIT INSURANCE COVERAGE LIMIT, PER DEPOSITOR
      *    PER OWNERSHIP CATEGORY.
           05  PR-INS-VIEW REDEFINES PR-ROW.
               10  PR-INS-LIMIT    PIC 9(7)V99.
               10  FILLER          PIC X(21).
