001700*                 WITH THREE OR MORE APPROVALS IN ONE DAY IS
001800*                 FLAGGED - THE EXACT PATTERN THE EXAMINERS
001900*                 KEEP ASKING ABOUT.
001910* 2026-10-15 KMR  SIGN-ONS REFUSED BY THE SIGN-ON WINDOW OR
001920*                 LOCATION RULES (SECLOG WINDOW/LOCATION) ARE
001930*                 COUNTED AS REFUSALS, NOT FAILURES, AND A
001940*                 SUPERVISOR-OVERRIDDEN SIGN-ON (OVR-WINDOW/
001950*                 OVR-LOCN) COUNTS AS AN OVERRIDE AND IS STILL
001960*                 CHECKED AGAINST THE HOURS WINDOW.  SECPARM NOW
001970*                 ALSO CARRIES ROLE WINDOWS; ONLY THE RECORD WITH
001980*                 NO ROLE IS THE REVIEW WINDOW.
002000*----------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
005000     05  SL-OPERATOR-ID      PIC X(06).
005100     05  FILLER              PIC X(01).
005200     05  SL-OUTCOME          PIC X(10).
005300     05  FILLER              PIC X(01).
005310     05  SL-APPROVED-BY      PIC X(06).
005320     05  FILLER              PIC X(01).
005330     05  SL-TERMINAL         PIC X(08).
005340     05  FILLER              PIC X(32).
005400
005500 FD  TRANSACTION-DETAIL.
005600 01  TXN-DETAIL-RECORD.
006000 01  WINDOW-PARM-RECORD.
006100     05  WP-START-TIME       PIC X(06).
006200     05  WP-END-TIME         PIC X(06).
006210     05  WP-ROLE             PIC X(01).
006300
006400 FD  REVIEW-REPORT.
006500 01  REVIEW-REPORT-LINE      PIC X(80).
007800         88  END-OF-SECLOG           VALUE "Y".
007900     05  WS-TXND-EOF-FLAG    PIC X(01) VALUE "N".
008000         88  END-OF-TXN-DETAIL       VALUE "Y".
008010     05  WS-PARM-EOF-FLAG    PIC X(01) VALUE "N".
008020         88  END-OF-WINDOW-PARM      VALUE "Y".
008100 01  WS-SECLOG-STATUS        PIC X(02).
008200     88  SECLOG-FILE-OK              VALUE "00".
008300 01  WS-TXND-STATUS          PIC X(02).
010400         10  WS-OP-AFTHRS    PIC 9(05) COMP.
010500         10  WS-OP-RVSLS     PIC 9(05) COMP.
010600         10  WS-OP-APPRVS    PIC 9(05) COMP.
010610         10  WS-OP-REFUSED   PIC 9(05) COMP.
010620         10  WS-OP-OVRDS     PIC 9(05) COMP.
010700
010800*----------------------------------------------------------
010900* APPROVER/TELLER PAIR TABLE FOR THE PATTERN FLAG
013500     05  FILLER              PIC X(01) VALUE "-".
013600     05  HD-END              PIC X(06).
013700 01  WS-HEADING-LINE-3       PIC X(80) VALUE
013800     "OPERATR  FAILS  AFT-HRS  RVSLS  APPRVS  REFUSED  OVRDS".
013900 01  WS-DETAIL-LINE.
014000     05  DL-OPER             PIC X(06).
014100     05  FILLER              PIC X(03) VALUE SPACES.
014600     05  DL-RVSLS            PIC ZZZZ9.
014700     05  FILLER              PIC X(02) VALUE SPACES.
014800     05  DL-APPRVS           PIC ZZZZ9.
014810     05  FILLER              PIC X(06) VALUE SPACES.
014820     05  DL-REFUSED          PIC ZZZZ9.
014830     05  FILLER              PIC X(02) VALUE SPACES.
014840     05  DL-OVRDS            PIC ZZZZ9.
014900 01  WS-PAIR-LINE.
015000     05  FILLER              PIC X(14) VALUE
015100         "** PATTERN ** ".
018600     MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
018700     OPEN INPUT WINDOW-PARM
018800     IF PARM-FILE-OK
018900         PERFORM 1100-READ-WINDOW-PARM
019000             THRU 1100-READ-WINDOW-PARM-EXIT
019100             UNTIL END-OF-WINDOW-PARM
019600         CLOSE WINDOW-PARM
019700     END-IF
019800     OPEN OUTPUT REVIEW-REPORT
021800 1000-INITIALIZE-EXIT.
021900     EXIT.
022000
022005*----------------------------------------------------------
022010* 1100-READ-WINDOW-PARM - ONE SECPARM RECORD.  THE ROLE
022015* RECORDS ARE THE SIGN-ON WINDOWS MENU-CHOICE ENFORCES; THE
022020* FIRST RECORD WITH NO ROLE IS THE REVIEW WINDOW.
022025*----------------------------------------------------------
022030 1100-READ-WINDOW-PARM.
022035     READ WINDOW-PARM
022040         AT END
022045             MOVE "Y" TO WS-PARM-EOF-FLAG
022050             GO TO 1100-READ-WINDOW-PARM-EXIT
022055     END-READ
022060     IF WP-ROLE = SPACE
022065         MOVE WP-START-TIME TO WS-WINDOW-START
022070         MOVE WP-END-TIME   TO WS-WINDOW-END
022075         MOVE "Y" TO WS-PARM-EOF-FLAG
022080     END-IF.
022085 1100-READ-WINDOW-PARM-EXIT.
022090     EXIT.
022100*----------------------------------------------------------
022200* 2000-SCAN-ONE-SIGNON - FOLD ONE OF TODAY'S SIGN-ON
022300* ATTEMPTS INTO ITS OPERATOR'S TALLY.
023300     IF WS-OPER-IDX > WS-OPER-COUNT
023400         GO TO 2000-SCAN-ONE-SIGNON-READ
023500     END-IF
023550     IF SL-OUTCOME = "WINDOW" OR "LOCATION"
023560         ADD 1 TO WS-OP-REFUSED(WS-OPER-IDX)
023570         GO TO 2000-SCAN-ONE-SIGNON-READ
023580     END-IF
023590     IF SL-OUTCOME = "OVR-WINDOW" OR "OVR-LOCN"
023595         ADD 1 TO WS-OP-OVRDS(WS-OPER-IDX)
023598     END-IF
023600     IF SL-OUTCOME = "SUCCESS" OR "OVR-WINDOW" OR "OVR-LOCN"
023700         IF SL-TIMESTAMP(9:6) < WS-WINDOW-START
023800          OR SL-TIMESTAMP(9:6) > WS-WINDOW-END
023900             ADD 1 TO WS-OP-AFTHRS(WS-OPER-IDX)
032000     MOVE ZERO TO WS-OP-FAILS(WS-OPER-IDX)
032100                  WS-OP-AFTHRS(WS-OPER-IDX)
032200                  WS-OP-RVSLS(WS-OPER-IDX)
032300                  WS-OP-APPRVS(WS-OPER-IDX)
032310                  WS-OP-REFUSED(WS-OPER-IDX)
032320                  WS-OP-OVRDS(WS-OPER-IDX).
032400 4100-ADD-OPER-ENTRY-EXIT.
032500     EXIT.
032600
040100     MOVE WS-OP-AFTHRS(WS-OPER-SUB) TO DL-AFTHRS
040200     MOVE WS-OP-RVSLS(WS-OPER-SUB)  TO DL-RVSLS
040300     MOVE WS-OP-APPRVS(WS-OPER-SUB) TO DL-APPRVS
040310     MOVE WS-OP-REFUSED(WS-OPER-SUB) TO DL-REFUSED
040320     MOVE WS-OP-OVRDS(WS-OPER-SUB)  TO DL-OVRDS
040400     WRITE REVIEW-REPORT-LINE FROM WS-DETAIL-LINE.
040500 7100-PRINT-OPERATOR-EXIT.
040600     EXIT.
