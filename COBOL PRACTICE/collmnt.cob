001300*                 AGAINST A BOOKED LOAN, REVALUE IT, LIST A
001400*                 LOAN'S COLLATERAL.  THE LOAN MUST EXIST ON
001500*                 LOANMSTR.
001510* 2026-10-15 KMR  COLLATERAL RELEASED BY LOAN-PAID-IN-FULL-BATCH
001520*                 LISTS AS RELEASED WITH ITS DATE AND CANNOT BE
001530*                 REVALUED; A CLOSED LOAN TAKES NO NEW
001540*                 COLLATERAL.
001600*----------------------------------------------------------
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
016100             DISPLAY "LOAN NOT ON LOANMSTR"
016200             GO TO 2000-ADD-COLLATERAL-EXIT
016300     END-READ
016310     IF LN-IS-CLOSED
016320         DISPLAY "LOAN IS PAID OFF AND CLOSED"
016330         GO TO 2000-ADD-COLLATERAL-EXIT
016340     END-IF
016400
016500*    THE NEXT FREE SEQUENCE IS ONE PAST THE LAST ON FILE.
016600     MOVE ZERO TO WS-NEXT-SEQ
018600     MOVE WS-COLL-DESC   TO CL-DESC
018700     MOVE WS-COLL-VALUE  TO CL-VALUE
018800     MOVE WS-VALUE-DATE  TO CL-VALUE-DATE
018810     MOVE ZERO           TO CL-RELEASE-DATE
018900     WRITE COLLATERAL-RECORD
019000         INVALID KEY
019100             DISPLAY "COLLFILE WRITE FAILED, STATUS "
020600     EXIT.
020700
020800*----------------------------------------------------------
020900* 3000-REVALUE-COLLATERAL - A FRESH VALUATION ON ONE PIECE
020910* STILL HELD.
021000*----------------------------------------------------------
021100 3000-REVALUE-COLLATERAL.
021200     MOVE SPACES TO WS-LOAN-NUMBER
022200             DISPLAY "COLLATERAL NOT FOUND"
022300             GO TO 3000-REVALUE-COLLATERAL-EXIT
022400     END-READ
022410     IF CL-IS-RELEASED
022420         DISPLAY "COLLATERAL WAS RELEASED ON " CL-RELEASE-DATE
022430         GO TO 3000-REVALUE-COLLATERAL-EXIT
022440     END-IF
022500     MOVE ZERO TO WS-COLL-VALUE WS-VALUE-DATE
022600     DISPLAY "NEW VALUATION AMOUNT: "
022700     ACCEPT WS-COLL-VALUE
026400     EXIT.
026500
026600*----------------------------------------------------------
026700* 4100-LIST-ONE-PIECE - ONE SECURITY LINE, AND ITS RELEASE
026710* DATE ONCE THE LIEN HAS BEEN RELEASED.
026800*----------------------------------------------------------
026900 4100-LIST-ONE-PIECE.
027000     DISPLAY "  " CL-SEQ " " CL-TYPE " " CL-DESC
027100         " " CL-VALUE " AS AT " CL-VALUE-DATE
027110     IF CL-IS-RELEASED
027120         DISPLAY "     RELEASED " CL-RELEASE-DATE
027130     END-IF
027200     PERFORM 8000-READ-NEXT-COLLATERAL
027300         THRU 8000-READ-NEXT-COLLATERAL-EXIT.
027400 4100-LIST-ONE-PIECE-EXIT.
