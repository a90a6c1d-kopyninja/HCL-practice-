004800*                 PROOFED AGAINST LIVE BALANCES BEFORE
004900*                 MONTHRUN COMMITS IT.  ANYTHING ELSE POSTS
005000*                 FOR REAL AS BEFORE.
005010* 2026-10-15 KMR  THE FEESCHED LAYOUT MOVES TO THE SHARED
005020*                 FEESREC COPYBOOK, WHICH ADDS A FEE-KIND
005030*                 BYTE FOR THE NSF/RETURNED-ITEM FEE ROWS THE
005040*                 POSTING PROGRAMS CHARGE.  THOSE ROWS ARE
005050*                 PASSED OVER HERE.
005060* 2026-10-15 KMR  LEGAL ORDER FEE ROWS (FEE KIND "L") ARE
005070*                 PASSED OVER AS WELL.
005100*----------------------------------------------------------
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
010300
010400 FD  FEE-SCHEDULE.
010500 01  FEE-SCHEDULE-RECORD.
010600     COPY FEESREC.
011000
011100 FD  PRODUCT-MASTER.
011200 01  PRODUCT-MASTER-RECORD.
029900
030000*----------------------------------------------------------
030100* 1700-STORE-FEE-BAND - ADD THE BAND JUST READ TO THE TABLE
030200* AND READ THE NEXT ONE.  NSF ROWS BELONG TO THE POSTING
030210* PROGRAMS AND LEGAL ORDER FEE ROWS TO LEGAL-ORDER-BATCH, SO
030220* BOTH ARE SKIPPED.
030300*----------------------------------------------------------
030400 1700-STORE-FEE-BAND.
030410     IF FS-IS-NSF-FEE OR FS-IS-LEGAL-FEE
030420         GO TO 1700-STORE-FEE-BAND-READ
030430     END-IF
030500     ADD 1 TO WS-FEE-BAND-COUNT
030600     MOVE FS-TYPE       TO WS-FEE-TYPE(WS-FEE-BAND-COUNT)
030700     MOVE FS-BAND-LIMIT TO WS-FEE-LIMIT(WS-FEE-BAND-COUNT)
030800     MOVE FS-FEE        TO WS-FEE-AMOUNT(WS-FEE-BAND-COUNT)
030900     MOVE FS-WAIVE-MIN  TO WS-FEE-WAIVE(WS-FEE-BAND-COUNT).
030910 1700-STORE-FEE-BAND-READ.
031000     PERFORM 1600-READ-FEE-BAND
031100         THRU 1600-READ-FEE-BAND-EXIT.
031200 1700-STORE-FEE-BAND-EXIT.
