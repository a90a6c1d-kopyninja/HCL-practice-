000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CHGQUEUE.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW SUBPROGRAM.  PUTS ONE PROPOSED MASTER OR
001100*                 CONTROL TABLE CHANGE ON THE PENDCHG MAKER-
001200*                 CHECKER QUEUE (SHARED PCHGREC COPYBOOK),
001300*                 CALLED THE SAME WAY EXCPLOG IS BY OPERATOR-
001400*                 MAINT, PRODUCT-MAST-MAINT, TXN-CODE-MAINT AND
001500*                 CALENDAR-MAINT.  THE CALLER FILLS THE TABLE,
001600*                 KEY, BEFORE AND AFTER VALUES AND MAKER; THE
001700*                 ITEM ID, BUSINESS DATE AND PENDING STATUS ARE
001800*                 STAMPED HERE.  A SECOND PROPOSAL FOR AN ITEM
001900*                 ALREADY WAITING ON THE QUEUE IS REFUSED, SO
002000*                 THE CHECKER NEVER SEES TWO COMPETING VALUES.
002100*                 LK-RESULT: "Y" = QUEUED (THE ENTRY COMES BACK
002200*                 WITH ITS ID), "D" = ALREADY PENDING, "N" = THE
002300*                 QUEUE COULD NOT BE WRITTEN.
002400*----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT PENDING-CHANGES ASSIGN TO "PENDCHG"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS CQ-ID
003200         FILE STATUS IS WS-PCHG-STATUS.
003300 
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  PENDING-CHANGES.
003700 01  PENDING-CHANGE-RECORD.
003800     COPY PCHGREC.
003900 
004000 WORKING-STORAGE SECTION.
004100 01  WS-PCHG-STATUS          PIC X(02).
004200     88  PCHG-FILE-OK                VALUE "00".
004300     88  PCHG-FILE-NOT-FOUND         VALUE "35".
004400 01  WS-PCHG-EOF-FLAG        PIC X(01) VALUE "N".
004500     88  END-OF-PENDCHG              VALUE "Y".
004600 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
004700 01  WS-TIMESTAMP            PIC X(21).
004800 01  WS-NEW-CHANGE.
004900     COPY PCHGREC REPLACING LEADING ==CQ-== BY ==NC-==.
005000 
005100 LINKAGE SECTION.
005200 01  LK-CHANGE-ENTRY         PIC X(108).
005300 01  LK-RESULT               PIC X(01).
005400 
005500 PROCEDURE DIVISION USING LK-CHANGE-ENTRY LK-RESULT.
005600*----------------------------------------------------------
005700* 0000-MAINLINE - OPEN THE QUEUE, REFUSE A DUPLICATE, WRITE
005800* THE NEW ITEM AND GO BACK.
005900*----------------------------------------------------------
006000 0000-MAINLINE.
006100     MOVE "N" TO LK-RESULT
006200     MOVE LK-CHANGE-ENTRY TO WS-NEW-CHANGE
006300     OPEN I-O PENDING-CHANGES
006400     IF PCHG-FILE-NOT-FOUND
006500         OPEN OUTPUT PENDING-CHANGES
006600         CLOSE PENDING-CHANGES
006700         OPEN I-O PENDING-CHANGES
006800     END-IF
006900     IF NOT PCHG-FILE-OK
007000         DISPLAY "CHGQUEUE: PENDCHG OPEN FAILED, STATUS "
007100             WS-PCHG-STATUS
007200         GOBACK
007300     END-IF
007400     PERFORM 1000-CHECK-DUPLICATE
007500         THRU 1000-CHECK-DUPLICATE-EXIT
007600     IF LK-RESULT NOT = "D"
007700         PERFORM 2000-WRITE-CHANGE
007800             THRU 2000-WRITE-CHANGE-EXIT
007900     END-IF
008000     CLOSE PENDING-CHANGES
008100     GOBACK.
008200 
008300*----------------------------------------------------------
008400* 1000-CHECK-DUPLICATE - SWEEP THE QUEUE FOR AN ITEM STILL
008500* PENDING AGAINST THE SAME TABLE AND KEY.
008600*----------------------------------------------------------
008700 1000-CHECK-DUPLICATE.
008800     MOVE "N" TO WS-PCHG-EOF-FLAG
008900     MOVE LOW-VALUES TO CQ-ID
009000     START PENDING-CHANGES KEY NOT LESS THAN CQ-ID
009100         INVALID KEY
009200             MOVE "Y" TO WS-PCHG-EOF-FLAG
009300     END-START
009400     PERFORM 1100-CHECK-ONE-ITEM
009500         THRU 1100-CHECK-ONE-ITEM-EXIT
009600         UNTIL END-OF-PENDCHG.
009700 1000-CHECK-DUPLICATE-EXIT.
009800     EXIT.
009900 
010000*----------------------------------------------------------
010100* 1100-CHECK-ONE-ITEM - READ ONE QUEUE ITEM AND STOP THE
010200* SWEEP AT A PENDING MATCH.
010300*----------------------------------------------------------
010400 1100-CHECK-ONE-ITEM.
010500     READ PENDING-CHANGES NEXT RECORD
010600         AT END
010700             MOVE "Y" TO WS-PCHG-EOF-FLAG
010800             GO TO 1100-CHECK-ONE-ITEM-EXIT
010900     END-READ
011000     IF CQ-IS-PENDING
011100       AND CQ-TABLE = NC-TABLE
011200       AND CQ-KEY   = NC-KEY
011300         MOVE "D" TO LK-RESULT
011400         MOVE "Y" TO WS-PCHG-EOF-FLAG
011500     END-IF.
011600 1100-CHECK-ONE-ITEM-EXIT.
011700     EXIT.
011800 
011900*----------------------------------------------------------
012000* 2000-WRITE-CHANGE - STAMP THE ID, BUSINESS DATE AND STATUS
012100* AND WRITE THE ITEM.  THE ID IS THE PROPOSAL TIME TO THE
012200* HUNDREDTH OF A SECOND.
012300*----------------------------------------------------------
012400 2000-WRITE-CHANGE.
012500     CALL "GETBDATE" USING WS-BUSINESS-DATE
012600     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
012700     MOVE WS-TIMESTAMP(1:16)   TO NC-ID
012800     MOVE WS-BUSINESS-DATE     TO NC-MADE-DATE
012900     MOVE "P"                  TO NC-STATUS
013000     MOVE SPACES               TO NC-CHECKER
013100     MOVE ZERO                 TO NC-DECIDED-DATE
013200     MOVE WS-NEW-CHANGE        TO PENDING-CHANGE-RECORD
013300     WRITE PENDING-CHANGE-RECORD
013400         INVALID KEY
013500             DISPLAY "CHGQUEUE: PENDCHG WRITE FAILED, STATUS "
013600                 WS-PCHG-STATUS
013700             GO TO 2000-WRITE-CHANGE-EXIT
013800     END-WRITE
013900     MOVE WS-NEW-CHANGE TO LK-CHANGE-ENTRY
014000     MOVE "Y"           TO LK-RESULT.
014100 2000-WRITE-CHANGE-EXIT.
014200     EXIT.
