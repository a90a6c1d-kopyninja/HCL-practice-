001700*                 FIRST, SO A BOOKED LOAN FINALLY COLLECTS
001800*                 REAL INTEREST - THE AUDITORS NOTICED THE
001900*                 BOOK PAYING ITSELF OFF EARLY.
001910* 2026-10-15 KMR  A CHARGED-OFF LOAN (LN-STATUS "X") NO LONGER
001920*                 ACCRUES - ITS INTEREST WAS WRITTEN OFF WITH
001930*                 IT TO THE CHGOFF REGISTER.
001940* 2026-10-15 KMR  A LOAN WHOSE MODIFICATION HAS NOT YET TAKEN
001950*                 EFFECT STILL ACCRUES AT ITS PRE-MODIFICATION
001960*                 RATE UNTIL THE EFFECTIVE DATE.
002000*----------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
005000
005100 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
005200 01  WS-ACCRUAL-AMOUNT       PIC 9(6)V99 VALUE ZERO.
005210 01  WS-ACCRUAL-RATE         PIC 9(2)V99 VALUE ZERO.
005300 01  WS-ACCRUED-COUNT        PIC 9(05) COMP VALUE ZERO.
005400 01  WS-SKIPPED-COUNT        PIC 9(05) COMP VALUE ZERO.
005500 01  WS-ACCRUED-COUNT-DISP   PIC ZZZZ9.
009100*----------------------------------------------------------
009200* 2000-ACCRUE-ONE-LOAN - ONE DAY'S INTEREST FOR ONE OPEN
009300* LOAN, BLANKS ON UNCONVERTED RECORDS COUNTING AS ZERO.
009310* CLOSED AND CHARGED-OFF LOANS EARN NOTHING.  UNTIL A
009320* MODIFICATION TAKES EFFECT THE OLD RATE STILL APPLIES.
009400*----------------------------------------------------------
009500 2000-ACCRUE-ONE-LOAN.
009600     IF LN-IS-CLOSED OR LN-IS-CHARGED-OFF
009610      OR LN-OUTSTANDING-BAL NOT > ZERO
009700         GO TO 2000-ACCRUE-ONE-LOAN-READ
009800     END-IF
009900     IF LN-ACCRUED-INT NOT NUMERIC
010600         ADD 1 TO WS-SKIPPED-COUNT
010700         GO TO 2000-ACCRUE-ONE-LOAN-READ
010800     END-IF
010810     MOVE LN-RATE TO WS-ACCRUAL-RATE
010820     IF LN-MOD-EFF-DATE NUMERIC
010830      AND LN-MOD-EFF-DATE > WS-BUSINESS-DATE
010840         MOVE LN-PRE-MOD-RATE TO WS-ACCRUAL-RATE
010850     END-IF
010900     COMPUTE WS-ACCRUAL-AMOUNT ROUNDED
011000         = LN-OUTSTANDING-BAL * WS-ACCRUAL-RATE / 100 / 365
011100     ADD WS-ACCRUAL-AMOUNT TO LN-ACCRUED-INT
011200     MOVE WS-BUSINESS-DATE TO LN-LAST-ACCRUAL
011300     REWRITE LOAN-MASTER-RECORD
