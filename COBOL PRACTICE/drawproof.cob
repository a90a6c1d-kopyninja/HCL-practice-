002100*                 A DRAWER WITH ACTIVITY BUT NO OPENING
002200*                 DECLARATION, OR NO CLOSING COUNT, IS FLAGGED
002300*                 ON THE REPORT FOR THE HEAD TELLER.
002310* 2026-10-15 KMR  CASH BOUGHT FROM OR SOLD TO THE BRANCH VAULT
002320*                 (DRAWFILE "B"/"S" EVENTS) NOW MOVES THE
002330*                 DRAWER AS CASH IN/OUT; VAULT-ONLY EVENTS
002340*                 ARE LEFT TO VAULT-PROOF-BATCH.
002350* 2026-10-15 KMR  CASH TAKEN AT THE WINDOW FOR AN OFFICIAL
002360*                 CHECK (DRAWFILE "K" EVENT) IS CASH IN.
002400*----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
019200* 2000-COLLECT-DRAWER-EVENT - FOLD ONE DRAWFILE EVENT FOR THE
019300* BUSINESS DATE INTO ITS OPERATOR'S TABLE ENTRY.  A LATER
019400* EVENT OF THE SAME KIND REPLACES THE EARLIER ONE, SO A
019500* RE-SIGN-ON'S FRESH DECLARATION STANDS.  VAULT BUYS AND
019510* SELLS ADD UP AS CASH IN AND OUT, AND CASH TAKEN FOR AN
019520* OFFICIAL CHECK AS CASH IN; SHIPMENTS AND VAULT COUNTS
019530* TOUCH NO DRAWER.
019600*----------------------------------------------------------
019700 2000-COLLECT-DRAWER-EVENT.
019800     IF DW-DATE NOT = WS-BUSINESS-DATE
019850      OR DW-IS-VAULT-ONLY
019900         GO TO 2000-COLLECT-DRAWER-READ
020000     END-IF
020100     PERFORM 2500-FIND-DRAWER-ENTRY
020300     IF WS-DRAWER-IDX > WS-DRAWER-COUNT
020400         GO TO 2000-COLLECT-DRAWER-READ
020500     END-IF
020600     EVALUATE TRUE
020700         WHEN DW-IS-OPENING
020750             MOVE "Y"       TO WS-DR-OPEN-FLAG(WS-DRAWER-IDX)
020800             MOVE DW-AMOUNT TO WS-DR-OPEN-AMT(WS-DRAWER-IDX)
020850         WHEN DW-IS-CLOSING
020900             MOVE "Y"       TO WS-DR-CLSE-FLAG(WS-DRAWER-IDX)
020950             MOVE DW-AMOUNT TO WS-DR-CLSE-AMT(WS-DRAWER-IDX)
021000         WHEN DW-IS-VAULT-BUY
021050             ADD DW-AMOUNT  TO WS-DR-CASH-IN(WS-DRAWER-IDX)
021100         WHEN DW-IS-VAULT-SELL
021150             ADD DW-AMOUNT  TO WS-DR-CASH-OUT(WS-DRAWER-IDX)
021160       WHEN DW-IS-OFFCHK-CASH
021170           ADD DW-AMOUNT  TO WS-DR-CASH-IN(WS-DRAWER-IDX)
021200     END-EVALUATE.
021300
021400 2000-COLLECT-DRAWER-READ.
021500     PERFORM 8000-READ-DRAWER-EVENT
