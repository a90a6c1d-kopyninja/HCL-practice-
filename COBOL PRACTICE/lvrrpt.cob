001600*                 PARAMETER AGE (DEFAULT 730 DAYS) IS
001700*                 FLAGGED, SO THE COMMITTEE SEES THIN COVER
001800*                 BEFORE A DEFAULT DOES.
001810* 2026-10-15 KMR  COLLATERAL RELEASED BY LOAN-PAID-IN-FULL-BATCH
001820*                 NO LONGER COUNTS TOWARD A LOAN'S COVER.
001900*----------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
023200     EXIT.
023300
023400*----------------------------------------------------------
023500* 2600-FOLD-ONE-PIECE - ONE SECURITY INTO THE TOTALS.  A
023510* RELEASED PIECE IS PASSED OVER.
023600*----------------------------------------------------------
023700 2600-FOLD-ONE-PIECE.
023710     IF CL-IS-RELEASED
023720         GO TO 2600-FOLD-ONE-PIECE-READ
023730     END-IF
023800     ADD CL-VALUE TO WS-COLL-TOTAL
023900     IF CL-VALUE-DATE < WS-OLDEST-VALUE-DATE
024000         MOVE CL-VALUE-DATE TO WS-OLDEST-VALUE-DATE
024100     END-IF.
024110
024120 2600-FOLD-ONE-PIECE-READ.
024200     PERFORM 8100-READ-NEXT-COLLATERAL
024300         THRU 8100-READ-NEXT-COLLATERAL-EXIT.
024400 2600-FOLD-ONE-PIECE-EXIT.
