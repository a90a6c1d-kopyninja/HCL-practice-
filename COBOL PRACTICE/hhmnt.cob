000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HOUSEHOLD-MAINT.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  SCREEN MAINTENANCE FOR THE
001100*                 CUSTOMER HOUSEHOLDS (HOUSEHLD, HHLDREC): ADD A
001200*                 CUSTOMER TO ANOTHER CUSTOMER'S HOUSEHOLD, TAKE
001300*                 A CUSTOMER OUT INTO A HOUSEHOLD OF THEIR OWN,
001400*                 SET THE HEAD OF HOUSEHOLD, LIST A HOUSEHOLD,
001500*                 AND RELEASE A HOUSEHOLD BACK TO HOUSEHOLD-BUILD.
001600*                 EVERY HOUSEHOLD A CHANGE TOUCHES IS PINNED AS
001700*                 SET BY HAND SO THE NEXT BUILD KEEPS IT.
001800*----------------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT HOUSEHOLDS ASSIGN TO "HOUSEHLD"
002300         ORGANIZATION IS INDEXED
002400         ACCESS MODE IS DYNAMIC
002500         RECORD KEY IS HH-CUST-ID
002600         ALTERNATE RECORD KEY IS HH-ID
002700             WITH DUPLICATES
002800         FILE STATUS IS WS-HHLD-STATUS.
002900 
003000     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS CM-CUST-ID
003400         FILE STATUS IS WS-CUST-STATUS.
003500 
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  HOUSEHOLDS.
003900 01  HOUSEHOLD-RECORD.
004000     COPY HHLDREC.
004100 
004200 FD  CUSTOMER-MASTER.
004300 01  CUSTOMER-RECORD.
004400     COPY CUSTMREC.
004500 
004600 WORKING-STORAGE SECTION.
004700 01  WS-HHLD-STATUS          PIC X(02).
004800     88  HHLD-FILE-OK                VALUE "00" "02".
004900     88  HHLD-FILE-NOT-FOUND         VALUE "35".
005000 01  WS-CUST-STATUS          PIC X(02).
005100     88  CUST-STATUS-OK              VALUE "00".
005200 01  WS-HHLD-EOF-FLAG        PIC X(01) VALUE "N".
005300     88  END-OF-HOUSEHOLDS           VALUE "Y".
005400 01  WS-FOUND-FLAG           PIC X(01) VALUE "N".
005500     88  WS-ON-FILE                  VALUE "Y".
005600 01  WS-UPDATE-FLAG          PIC X(01) VALUE "Y".
005700     88  WS-UPDATE-OK                VALUE "Y".
005800 
005900 01  WS-EXIT-FLAG            PIC X(01) VALUE "N".
006000     88  WS-DONE                     VALUE "Y".
006100 01  MAINT-CHOICE            PIC 9 VALUE ZERO.
006200     88  MC-ADD                      VALUE 1.
006300     88  MC-REMOVE                   VALUE 2.
006400     88  MC-SET-HEAD                 VALUE 3.
006500     88  MC-LIST                     VALUE 4.
006600     88  MC-RELEASE                  VALUE 5.
006700     88  MC-EXIT                     VALUE 6.
006800 
006900 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
007000 01  WS-CUST-ID              PIC X(06).
007100 01  WS-TARGET-CUST          PIC X(06).
007200 01  WS-OPERATOR             PIC X(06).
007300 01  WS-TARGET-HH-ID         PIC X(06).
007400 01  WS-OLD-HH-ID            PIC X(06).
007500 01  WS-OLD-HEAD-FLAG        PIC X(01).
007600 01  WS-NEW-HH-ID            PIC X(06).
007700 01  WS-NEW-HEAD             PIC X(06).
007800 01  WS-LIST-NAME            PIC X(20).
007900 01  WS-LIST-MARK            PIC X(04).
008000 
008100*    ONE HOUSEHOLD'S MEMBERS, LOADED BY HOUSEHOLD ID BEFORE
008200*    THEY ARE UPDATED BY CUSTOMER ID.  WS-MB-EXCLUDE IS A
008300*    CUSTOMER TO LEAVE OUT OF THE LOAD (ONE LEAVING THE
008400*    HOUSEHOLD).
008500 01  WS-MB-EXCLUDE           PIC X(06).
008600 01  WS-MB-LOAD-ID           PIC X(06).
008700 01  WS-MB-COUNT             PIC 9(03) VALUE ZERO.
008800 01  WS-MB-TABLE.
008900     05  WS-MB-ENTRY         OCCURS 100 TIMES
009000                             INDEXED BY WS-MB-IDX WS-MB-ELDEST.
009100         10  WS-MB-CUST      PIC X(06).
009200         10  WS-MB-HEAD      PIC X(01).
009300         10  WS-MB-DOB       PIC 9(08).
009400 
009500 SCREEN SECTION.
009600*----------------------------------------------------------
009700* SC-MAINT-MENU - THE MAINTENANCE MENU.
009800*----------------------------------------------------------
009900 01  SC-MAINT-MENU.
010000     05  BLANK SCREEN.
010100     05  LINE 02 COL 10 VALUE "CUSTOMER HOUSEHOLDS".
010200     05  LINE 04 COL 10 VALUE "1. ADD A CUSTOMER TO A HOUSEHOLD".
010300     05  LINE 05 COL 10 VALUE "2. REMOVE A CUSTOMER".
010400     05  LINE 06 COL 10 VALUE "3. SET THE HEAD OF HOUSEHOLD".
010500     05  LINE 07 COL 10 VALUE "4. LIST A HOUSEHOLD".
010600     05  LINE 08 COL 10 VALUE "5. RELEASE TO THE BUILD".
010700     05  LINE 09 COL 10 VALUE "6. EXIT".
010800     05  LINE 11 COL 10 VALUE "ENTER YOUR CHOICE:".
010900     05  LINE 11 COL 30 PIC 9 USING MAINT-CHOICE.
011000 
011100*----------------------------------------------------------
011200* SC-ADD-SCREEN - THE CUSTOMER TO MOVE AND ANY MEMBER OF THE
011300* HOUSEHOLD IT JOINS.
011400*----------------------------------------------------------
011500 01  SC-ADD-SCREEN.
011600     05  BLANK SCREEN.
011700     05  LINE 02 COL 10 VALUE "CUSTOMER ID:".
011800     05  LINE 02 COL 40 PIC X(06) USING WS-CUST-ID.
011900     05  LINE 03 COL 10 VALUE "JOIN HOUSEHOLD OF CUSTOMER:".
012000     05  LINE 03 COL 40 PIC X(06) USING WS-TARGET-CUST.
012100     05  LINE 04 COL 10 VALUE "OPERATOR:".
012200     05  LINE 04 COL 40 PIC X(06) USING WS-OPERATOR.
012300 
012400 PROCEDURE DIVISION.
012500*----------------------------------------------------------
012600* 0000-MAINLINE
012700*----------------------------------------------------------
012800 0000-MAINLINE.
012900     CALL "GETBDATE" USING WS-BUSINESS-DATE
013000     OPEN I-O HOUSEHOLDS
013100     IF HHLD-FILE-NOT-FOUND
013200         OPEN OUTPUT HOUSEHOLDS
013300         CLOSE HOUSEHOLDS
013400         OPEN I-O HOUSEHOLDS
013500     END-IF
013600     OPEN INPUT CUSTOMER-MASTER
013700     IF NOT CUST-STATUS-OK
013800         DISPLAY "HOUSEHOLD-MAINT: CUSTMSTR OPEN FAILED, "
013900             "STATUS " WS-CUST-STATUS
014000         STOP RUN
014100     END-IF
014200     PERFORM 1000-PROCESS-MENU
014300         THRU 1000-PROCESS-MENU-EXIT
014400         UNTIL WS-DONE
014500     CLOSE HOUSEHOLDS
014600     CLOSE CUSTOMER-MASTER
014700     STOP RUN.
014800 
014900*----------------------------------------------------------
015000* 1000-PROCESS-MENU - ONE MAINTENANCE ACTION.
015100*----------------------------------------------------------
015200 1000-PROCESS-MENU.
015300     DISPLAY SC-MAINT-MENU
015400     ACCEPT SC-MAINT-MENU
015500     EVALUATE TRUE
015600         WHEN MC-ADD
015700             PERFORM 2000-ADD-MEMBER
015800                 THRU 2000-ADD-MEMBER-EXIT
015900         WHEN MC-REMOVE
016000             PERFORM 3000-REMOVE-MEMBER
016100                 THRU 3000-REMOVE-MEMBER-EXIT
016200         WHEN MC-SET-HEAD
016300             PERFORM 4000-SET-HEAD
016400                 THRU 4000-SET-HEAD-EXIT
016500         WHEN MC-LIST
016600             PERFORM 5000-LIST-HOUSEHOLD
016700                 THRU 5000-LIST-HOUSEHOLD-EXIT
016800         WHEN MC-RELEASE
016900             PERFORM 5500-RELEASE-HOUSEHOLD
017000                 THRU 5500-RELEASE-HOUSEHOLD-EXIT
017100         WHEN MC-EXIT
017200             MOVE "Y" TO WS-EXIT-FLAG
017300         WHEN OTHER
017400             DISPLAY "INVALID CHOICE"
017500     END-EVALUATE.
017600 1000-PROCESS-MENU-EXIT.
017700     EXIT.
017800 
017900*----------------------------------------------------------
018000* 2000-ADD-MEMBER - MOVE A CUSTOMER INTO THE HOUSEHOLD OF
018100* ANOTHER CUSTOMER.  THE HOUSEHOLD IT LEAVES IS TIDIED UP
018200* (6000) AND THE ONE IT JOINS IS PINNED AS SET BY HAND.
018300*----------------------------------------------------------
018400 2000-ADD-MEMBER.
018500     MOVE SPACES TO WS-CUST-ID WS-TARGET-CUST WS-OPERATOR
018600     DISPLAY SC-ADD-SCREEN
018700     ACCEPT SC-ADD-SCREEN
018800     IF WS-CUST-ID = SPACES OR WS-TARGET-CUST = SPACES
018900         DISPLAY "BOTH CUSTOMERS ARE REQUIRED"
019000         GO TO 2000-ADD-MEMBER-EXIT
019100     END-IF
019200     IF WS-CUST-ID = WS-TARGET-CUST
019300         DISPLAY "A CUSTOMER CANNOT JOIN THEIR OWN HOUSEHOLD"
019400         GO TO 2000-ADD-MEMBER-EXIT
019500     END-IF
019600     MOVE WS-CUST-ID TO CM-CUST-ID
019700     PERFORM 7500-CHECK-CUSTOMER
019800         THRU 7500-CHECK-CUSTOMER-EXIT
019900     IF NOT WS-UPDATE-OK
020000         GO TO 2000-ADD-MEMBER-EXIT
020100     END-IF
020200     MOVE WS-TARGET-CUST TO CM-CUST-ID
020300     PERFORM 7500-CHECK-CUSTOMER
020400         THRU 7500-CHECK-CUSTOMER-EXIT
020500     IF NOT WS-UPDATE-OK
020600         GO TO 2000-ADD-MEMBER-EXIT
020700     END-IF
020800 
020900*    THE HOUSEHOLD BEING JOINED.  A TARGET WITH NO RECORD IS A
021000*    HOUSEHOLD OF ONE AROUND ITSELF.
021100     MOVE WS-TARGET-CUST TO WS-TARGET-HH-ID
021200     MOVE WS-TARGET-CUST TO HH-CUST-ID
021300     READ HOUSEHOLDS
021400         INVALID KEY
021500             CONTINUE
021600         NOT INVALID KEY
021700             MOVE HH-ID TO WS-TARGET-HH-ID
021800     END-READ
021900 
022000     MOVE "N" TO WS-FOUND-FLAG
022100     MOVE WS-CUST-ID TO HH-CUST-ID
022200     READ HOUSEHOLDS
022300         INVALID KEY
022400             CONTINUE
022500         NOT INVALID KEY
022600             MOVE "Y" TO WS-FOUND-FLAG
022700     END-READ
022800     IF WS-ON-FILE
022900         IF HH-ID = WS-TARGET-HH-ID
023000             DISPLAY "CUSTOMER IS ALREADY IN THAT HOUSEHOLD"
023100             GO TO 2000-ADD-MEMBER-EXIT
023200         END-IF
023300         MOVE HH-ID        TO WS-OLD-HH-ID
023400         MOVE HH-HEAD-FLAG TO WS-OLD-HEAD-FLAG
023500         PERFORM 6000-LEAVE-HOUSEHOLD
023600             THRU 6000-LEAVE-HOUSEHOLD-EXIT
023700     END-IF
023800 
023900*    PIN THE HOUSEHOLD BEING JOINED, WRITING THE TARGET'S OWN
024000*    RECORD AS HEAD IF IT HAD NONE.
024100     MOVE WS-TARGET-HH-ID TO WS-MB-LOAD-ID
024200     MOVE SPACES          TO WS-MB-EXCLUDE
024300     PERFORM 7000-LOAD-MEMBERS
024400         THRU 7000-LOAD-MEMBERS-EXIT
024500     IF WS-MB-COUNT = ZERO
024600         MOVE SPACES           TO HOUSEHOLD-RECORD
024700         MOVE WS-TARGET-CUST   TO HH-CUST-ID
024800         MOVE WS-TARGET-HH-ID  TO HH-ID
024900         MOVE "Y"              TO HH-HEAD-FLAG
025000         MOVE "M"              TO HH-SOURCE
025100         MOVE WS-BUSINESS-DATE TO HH-UPDATED-DATE
025200         MOVE WS-OPERATOR      TO HH-UPDATED-BY
025300         WRITE HOUSEHOLD-RECORD
025400     ELSE
025500         MOVE WS-TARGET-HH-ID TO WS-NEW-HH-ID
025600         MOVE SPACES          TO WS-NEW-HEAD
025700         PERFORM 6500-REWRITE-MEMBERS
025800             THRU 6500-REWRITE-MEMBERS-EXIT
025900     END-IF
026000 
026100     MOVE WS-CUST-ID TO HH-CUST-ID
026200     READ HOUSEHOLDS
026300         INVALID KEY
026400             MOVE "N" TO WS-FOUND-FLAG
026500         NOT INVALID KEY
026600             MOVE "Y" TO WS-FOUND-FLAG
026700     END-READ
026800     MOVE SPACES           TO HOUSEHOLD-RECORD
026900     MOVE WS-CUST-ID       TO HH-CUST-ID
027000     MOVE WS-TARGET-HH-ID  TO HH-ID
027100     MOVE "N"              TO HH-HEAD-FLAG
027200     MOVE "M"              TO HH-SOURCE
027300     MOVE WS-BUSINESS-DATE TO HH-UPDATED-DATE
027400     MOVE WS-OPERATOR      TO HH-UPDATED-BY
027500     IF WS-ON-FILE
027600         REWRITE HOUSEHOLD-RECORD
027700     ELSE
027800         WRITE HOUSEHOLD-RECORD
027900     END-IF
028000     IF HHLD-FILE-OK
028100         DISPLAY "CUSTOMER " WS-CUST-ID " NOW IN HOUSEHOLD "
028200             WS-TARGET-HH-ID
028300     ELSE
028400         DISPLAY "HOUSEHLD UPDATE FAILED, STATUS "
028500             WS-HHLD-STATUS
028600     END-IF.
028700 2000-ADD-MEMBER-EXIT.
028800     EXIT.
028900 
029000*----------------------------------------------------------
029100* 3000-REMOVE-MEMBER - TAKE A CUSTOMER OUT OF ITS HOUSEHOLD
029200* INTO A HOUSEHOLD OF ITS OWN, PINNED SO THE BUILD DOES NOT
029300* PUT IT BACK.
029400*----------------------------------------------------------
029500 3000-REMOVE-MEMBER.
029600     DISPLAY "CUSTOMER ID: "
029700     ACCEPT WS-CUST-ID
029800     DISPLAY "OPERATOR: "
029900     ACCEPT WS-OPERATOR
030000     MOVE WS-CUST-ID TO HH-CUST-ID
030100     READ HOUSEHOLDS
030200         INVALID KEY
030300             DISPLAY "CUSTOMER IS NOT IN A HOUSEHOLD"
030400             GO TO 3000-REMOVE-MEMBER-EXIT
030500     END-READ
030600     MOVE HH-ID        TO WS-OLD-HH-ID
030700     MOVE HH-HEAD-FLAG TO WS-OLD-HEAD-FLAG
030800     PERFORM 6000-LEAVE-HOUSEHOLD
030900         THRU 6000-LEAVE-HOUSEHOLD-EXIT
031000 
031100     MOVE WS-CUST-ID TO HH-CUST-ID
031200     READ HOUSEHOLDS
031300         INVALID KEY
031400             DISPLAY "HOUSEHLD READ FAILED, STATUS "
031500                 WS-HHLD-STATUS
031600             GO TO 3000-REMOVE-MEMBER-EXIT
031700     END-READ
031800     MOVE WS-CUST-ID       TO HH-ID
031900     MOVE "Y"              TO HH-HEAD-FLAG
032000     MOVE "M"              TO HH-SOURCE
032100     MOVE WS-BUSINESS-DATE TO HH-UPDATED-DATE
032200     MOVE WS-OPERATOR      TO HH-UPDATED-BY
032300     REWRITE HOUSEHOLD-RECORD
032400     IF HHLD-FILE-OK
032500         DISPLAY "CUSTOMER " WS-CUST-ID
032600             " NOW A HOUSEHOLD OF ONE"
032700     ELSE
032800         DISPLAY "HOUSEHLD UPDATE FAILED, STATUS "
032900             WS-HHLD-STATUS
033000     END-IF.
033100 3000-REMOVE-MEMBER-EXIT.
033200     EXIT.
033300 
033400*----------------------------------------------------------
033500* 4000-SET-HEAD - MAKE A CUSTOMER THE HEAD OF ITS HOUSEHOLD.
033600* THE HOUSEHOLD ID IS LEFT AS IT IS; THE WHOLE HOUSEHOLD IS
033700* PINNED.
033800*----------------------------------------------------------
033900 4000-SET-HEAD.
034000     DISPLAY "CUSTOMER ID: "
034100     ACCEPT WS-CUST-ID
034200     DISPLAY "OPERATOR: "
034300     ACCEPT WS-OPERATOR
034400     MOVE WS-CUST-ID TO HH-CUST-ID
034500     READ HOUSEHOLDS
034600         INVALID KEY
034700             DISPLAY "CUSTOMER IS NOT IN A HOUSEHOLD"
034800             GO TO 4000-SET-HEAD-EXIT
034900     END-READ
035000     IF HH-IS-HEAD
035100         DISPLAY "CUSTOMER IS ALREADY THE HEAD OF HOUSEHOLD"
035200         GO TO 4000-SET-HEAD-EXIT
035300     END-IF
035400     MOVE WS-CUST-ID TO CM-CUST-ID
035500     PERFORM 7500-CHECK-CUSTOMER
035600         THRU 7500-CHECK-CUSTOMER-EXIT
035700     IF NOT WS-UPDATE-OK
035800         GO TO 4000-SET-HEAD-EXIT
035900     END-IF
036000     MOVE HH-ID       TO WS-MB-LOAD-ID WS-NEW-HH-ID
036100     MOVE SPACES      TO WS-MB-EXCLUDE
036200     PERFORM 7000-LOAD-MEMBERS
036300         THRU 7000-LOAD-MEMBERS-EXIT
036400     MOVE WS-CUST-ID  TO WS-NEW-HEAD
036500     PERFORM 6500-REWRITE-MEMBERS
036600         THRU 6500-REWRITE-MEMBERS-EXIT
036700     DISPLAY "CUSTOMER " WS-CUST-ID " IS NOW HEAD OF HOUSEHOLD "
036800         WS-NEW-HH-ID.
036900 4000-SET-HEAD-EXIT.
037000     EXIT.
037100 
037200*----------------------------------------------------------
037300* 5000-LIST-HOUSEHOLD - SHOW THE MEMBERS OF A CUSTOMER'S
037400* HOUSEHOLD.
037500*----------------------------------------------------------
037600 5000-LIST-HOUSEHOLD.
037700     DISPLAY "CUSTOMER ID: "
037800     ACCEPT WS-CUST-ID
037900     MOVE WS-CUST-ID TO HH-CUST-ID
038000     READ HOUSEHOLDS
038100         INVALID KEY
038200             DISPLAY "CUSTOMER IS NOT IN A HOUSEHOLD "
038300                 "(A HOUSEHOLD OF ONE)"
038400             GO TO 5000-LIST-HOUSEHOLD-EXIT
038500     END-READ
038600     DISPLAY "HOUSEHOLD " HH-ID
038700     MOVE HH-ID  TO WS-MB-LOAD-ID
038800     MOVE SPACES TO WS-MB-EXCLUDE
038900     PERFORM 7000-LOAD-MEMBERS
039000         THRU 7000-LOAD-MEMBERS-EXIT
039100     PERFORM 5100-LIST-ONE-MEMBER
039200         THRU 5100-LIST-ONE-MEMBER-EXIT
039300         VARYING WS-MB-IDX FROM 1 BY 1
039400         UNTIL WS-MB-IDX > WS-MB-COUNT.
039500 5000-LIST-HOUSEHOLD-EXIT.
039600     EXIT.
039700 
039800*----------------------------------------------------------
039900* 5100-LIST-ONE-MEMBER - ONE MEMBER'S LINE: ID, NAME, HEAD,
040000* AND HOW AND WHEN THE MEMBERSHIP WAS LAST SET.
040100*----------------------------------------------------------
040200 5100-LIST-ONE-MEMBER.
040300     MOVE WS-MB-CUST(WS-MB-IDX) TO HH-CUST-ID
040400     READ HOUSEHOLDS
040500         INVALID KEY
040600             GO TO 5100-LIST-ONE-MEMBER-EXIT
040700     END-READ
040800     MOVE HH-CUST-ID TO CM-CUST-ID
040900     READ CUSTOMER-MASTER
041000         INVALID KEY
041100             MOVE "*NOT ON CUSTMSTR*" TO CM-CUST-NAME
041200     END-READ
041300     MOVE CM-CUST-NAME TO WS-LIST-NAME
041400     MOVE SPACES       TO WS-LIST-MARK
041500     IF HH-IS-HEAD
041600         MOVE "HEAD" TO WS-LIST-MARK
041700     END-IF
041800     IF HH-BY-HAND
041900         DISPLAY "  " HH-CUST-ID " " WS-LIST-NAME " " WS-LIST-MARK
042000             " SET BY " HH-UPDATED-BY " ON " HH-UPDATED-DATE
042100     ELSE
042200         DISPLAY "  " HH-CUST-ID " " WS-LIST-NAME " " WS-LIST-MARK
042300             " BUILT " HH-UPDATED-DATE
042400     END-IF.
042500 5100-LIST-ONE-MEMBER-EXIT.
042600     EXIT.
042700 
042800*----------------------------------------------------------
042900* 5500-RELEASE-HOUSEHOLD - HAND A CUSTOMER'S WHOLE HOUSEHOLD
043000* BACK TO HOUSEHOLD-BUILD.  NOTHING MOVES NOW; THE NEXT BUILD
043100* REGROUPS THE MEMBERS FROM THEIR ADDRESSES AND LINKS.
043200*----------------------------------------------------------
043300 5500-RELEASE-HOUSEHOLD.
043400     DISPLAY "CUSTOMER ID: "
043500     ACCEPT WS-CUST-ID
043600     DISPLAY "OPERATOR: "
043700     ACCEPT WS-OPERATOR
043800     MOVE WS-CUST-ID TO HH-CUST-ID
043900     READ HOUSEHOLDS
044000         INVALID KEY
044100             DISPLAY "CUSTOMER IS NOT IN A HOUSEHOLD"
044200             GO TO 5500-RELEASE-HOUSEHOLD-EXIT
044300     END-READ
044400     MOVE HH-ID  TO WS-MB-LOAD-ID
044500     MOVE SPACES TO WS-MB-EXCLUDE
044600     PERFORM 7000-LOAD-MEMBERS
044700         THRU 7000-LOAD-MEMBERS-EXIT
044800     PERFORM 5600-RELEASE-ONE-MEMBER
044900         THRU 5600-RELEASE-ONE-MEMBER-EXIT
045000         VARYING WS-MB-IDX FROM 1 BY 1
045100         UNTIL WS-MB-IDX > WS-MB-COUNT
045200     DISPLAY "HOUSEHOLD " WS-MB-LOAD-ID " RELEASED, "
045300         WS-MB-COUNT " MEMBERS".
045400 5500-RELEASE-HOUSEHOLD-EXIT.
045500     EXIT.
045600 
045700*----------------------------------------------------------
045800* 5600-RELEASE-ONE-MEMBER - MARK ONE MEMBER AS THE BUILD'S.
045900*----------------------------------------------------------
046000 5600-RELEASE-ONE-MEMBER.
046100     MOVE WS-MB-CUST(WS-MB-IDX) TO HH-CUST-ID
046200     READ HOUSEHOLDS
046300         INVALID KEY
046400             GO TO 5600-RELEASE-ONE-MEMBER-EXIT
046500     END-READ
046600     MOVE "A"              TO HH-SOURCE
046700     MOVE WS-BUSINESS-DATE TO HH-UPDATED-DATE
046800     MOVE WS-OPERATOR      TO HH-UPDATED-BY
046900     REWRITE HOUSEHOLD-RECORD
047000     IF NOT HHLD-FILE-OK
047100         DISPLAY "HOUSEHLD UPDATE FAILED FOR " HH-CUST-ID
047200             ", STATUS " WS-HHLD-STATUS
047300     END-IF.
047400 5600-RELEASE-ONE-MEMBER-EXIT.
047500     EXIT.
047600 
047700*----------------------------------------------------------
047800* 6000-LEAVE-HOUSEHOLD - WS-CUST-ID IS LEAVING HOUSEHOLD
047900* WS-OLD-HH-ID.  THE MEMBERS LEFT BEHIND ARE PINNED; IF THE
048000* LEAVER WAS THE HEAD THE ELDEST REMAINING MEMBER TAKES OVER,
048100* AND IF THE HOUSEHOLD WAS KEYED BY THE LEAVER'S ID IT IS
048200* RE-KEYED TO THE (NEW) HEAD'S.
048300*----------------------------------------------------------
048400 6000-LEAVE-HOUSEHOLD.
048500     MOVE WS-OLD-HH-ID TO WS-MB-LOAD-ID
048600     MOVE WS-CUST-ID   TO WS-MB-EXCLUDE
048700     PERFORM 7000-LOAD-MEMBERS
048800         THRU 7000-LOAD-MEMBERS-EXIT
048900     IF WS-MB-COUNT = ZERO
049000         GO TO 6000-LEAVE-HOUSEHOLD-EXIT
049100     END-IF
049200 
049300     MOVE SPACES TO WS-NEW-HEAD
049400     IF WS-OLD-HEAD-FLAG NOT = "Y"
049500         SET WS-MB-IDX TO 1
049600         SEARCH WS-MB-ENTRY
049700             AT END
049800                 CONTINUE
049900             WHEN WS-MB-HEAD(WS-MB-IDX) = "Y"
050000                 MOVE WS-MB-CUST(WS-MB-IDX) TO WS-NEW-HEAD
050100         END-SEARCH
050200     END-IF
050300     IF WS-NEW-HEAD = SPACES
050400         SET WS-MB-ELDEST TO 1
050500         PERFORM 6100-FIND-ELDEST
050600             THRU 6100-FIND-ELDEST-EXIT
050700             VARYING WS-MB-IDX FROM 2 BY 1
050800             UNTIL WS-MB-IDX > WS-MB-COUNT
050900         MOVE WS-MB-CUST(WS-MB-ELDEST) TO WS-NEW-HEAD
051000     END-IF
051100 
051200     MOVE WS-OLD-HH-ID TO WS-NEW-HH-ID
051300     IF WS-OLD-HH-ID = WS-CUST-ID
051400         MOVE WS-NEW-HEAD TO WS-NEW-HH-ID
051500     END-IF
051600     PERFORM 6500-REWRITE-MEMBERS
051700         THRU 6500-REWRITE-MEMBERS-EXIT.
051800 6000-LEAVE-HOUSEHOLD-EXIT.
051900     EXIT.
052000 
052100*----------------------------------------------------------
052200* 6100-FIND-ELDEST - KEEP THE EARLIER DATE OF BIRTH.  AN
052300* UNKNOWN (ZERO) DATE NEVER WINS.
052400*----------------------------------------------------------
052500 6100-FIND-ELDEST.
052600     IF WS-MB-DOB(WS-MB-IDX) > ZERO
052700      AND (WS-MB-DOB(WS-MB-ELDEST) = ZERO
052800       OR WS-MB-DOB(WS-MB-IDX) < WS-MB-DOB(WS-MB-ELDEST))
052900         SET WS-MB-ELDEST TO WS-MB-IDX
053000     END-IF.
053100 6100-FIND-ELDEST-EXIT.
053200     EXIT.
053300 
053400*----------------------------------------------------------
053500* 6500-REWRITE-MEMBERS - PUT EVERY LOADED MEMBER UNDER
053600* WS-NEW-HH-ID, PINNED, WITH WS-NEW-HEAD AS HEAD (SPACES
053700* LEAVES THE HEAD FLAGS AS THEY ARE).
053800*----------------------------------------------------------
053900 6500-REWRITE-MEMBERS.
054000     PERFORM 6550-REWRITE-ONE-MEMBER
054100         THRU 6550-REWRITE-ONE-MEMBER-EXIT
054200         VARYING WS-MB-IDX FROM 1 BY 1
054300         UNTIL WS-MB-IDX > WS-MB-COUNT.
054400 6500-REWRITE-MEMBERS-EXIT.
054500     EXIT.
054600 
054700*----------------------------------------------------------
054800* 6550-REWRITE-ONE-MEMBER
054900*----------------------------------------------------------
055000 6550-REWRITE-ONE-MEMBER.
055100     MOVE WS-MB-CUST(WS-MB-IDX) TO HH-CUST-ID
055200     READ HOUSEHOLDS
055300         INVALID KEY
055400             GO TO 6550-REWRITE-ONE-MEMBER-EXIT
055500     END-READ
055600     MOVE WS-NEW-HH-ID TO HH-ID
055700     IF WS-NEW-HEAD NOT = SPACES
055800         MOVE "N" TO HH-HEAD-FLAG
055900         IF HH-CUST-ID = WS-NEW-HEAD
056000             MOVE "Y" TO HH-HEAD-FLAG
056100         END-IF
056200     END-IF
056300     MOVE "M"              TO HH-SOURCE
056400     MOVE WS-BUSINESS-DATE TO HH-UPDATED-DATE
056500     MOVE WS-OPERATOR      TO HH-UPDATED-BY
056600     REWRITE HOUSEHOLD-RECORD
056700     IF NOT HHLD-FILE-OK
056800         DISPLAY "HOUSEHLD UPDATE FAILED FOR " HH-CUST-ID
056900             ", STATUS " WS-HHLD-STATUS
057000     END-IF.
057100 6550-REWRITE-ONE-MEMBER-EXIT.
057200     EXIT.
057300 
057400*----------------------------------------------------------
057500* 7000-LOAD-MEMBERS - LOAD THE MEMBERS OF HOUSEHOLD
057600* WS-MB-LOAD-ID (BUT NOT WS-MB-EXCLUDE) BY THE ALTERNATE KEY,
057700* WITH EACH MEMBER'S DATE OF BIRTH FROM CUSTMSTR.
057800*----------------------------------------------------------
057900 7000-LOAD-MEMBERS.
058000     MOVE ZERO TO WS-MB-COUNT
058100     MOVE "N"  TO WS-HHLD-EOF-FLAG
058200     MOVE WS-MB-LOAD-ID TO HH-ID
058300     START HOUSEHOLDS KEY IS EQUAL TO HH-ID
058400         INVALID KEY
058500             GO TO 7000-LOAD-MEMBERS-EXIT
058600     END-START
058700     PERFORM 7050-LOAD-ONE-MEMBER
058800         THRU 7050-LOAD-ONE-MEMBER-EXIT
058900         UNTIL END-OF-HOUSEHOLDS.
059000 7000-LOAD-MEMBERS-EXIT.
059100     EXIT.
059200 
059300*----------------------------------------------------------
059400* 7050-LOAD-ONE-MEMBER
059500*----------------------------------------------------------
059600 7050-LOAD-ONE-MEMBER.
059700     READ HOUSEHOLDS NEXT RECORD
059800         AT END
059900             MOVE "Y" TO WS-HHLD-EOF-FLAG
060000             GO TO 7050-LOAD-ONE-MEMBER-EXIT
060100     END-READ
060200     IF HH-ID NOT = WS-MB-LOAD-ID
060300         MOVE "Y" TO WS-HHLD-EOF-FLAG
060400         GO TO 7050-LOAD-ONE-MEMBER-EXIT
060500     END-IF
060600     IF HH-CUST-ID = WS-MB-EXCLUDE
060700         GO TO 7050-LOAD-ONE-MEMBER-EXIT
060800     END-IF
060900     IF WS-MB-COUNT = 100
061000         DISPLAY "HOUSEHOLD " WS-MB-LOAD-ID
061100             " HAS MORE THAN 100 MEMBERS - REST IGNORED"
061200         MOVE "Y" TO WS-HHLD-EOF-FLAG
061300         GO TO 7050-LOAD-ONE-MEMBER-EXIT
061400     END-IF
061500     ADD 1 TO WS-MB-COUNT
061600     SET WS-MB-IDX TO WS-MB-COUNT
061700     MOVE HH-CUST-ID   TO WS-MB-CUST(WS-MB-IDX)
061800     MOVE HH-HEAD-FLAG TO WS-MB-HEAD(WS-MB-IDX)
061900     MOVE ZERO         TO WS-MB-DOB(WS-MB-IDX)
062000     MOVE HH-CUST-ID   TO CM-CUST-ID
062100     READ CUSTOMER-MASTER
062200         INVALID KEY
062300             GO TO 7050-LOAD-ONE-MEMBER-EXIT
062400     END-READ
062500     IF CM-CUST-DOB NUMERIC
062600         MOVE CM-CUST-DOB TO WS-MB-DOB(WS-MB-IDX)
062700     END-IF.
062800 7050-LOAD-ONE-MEMBER-EXIT.
062900     EXIT.
063000 
063100*----------------------------------------------------------
063200* 7500-CHECK-CUSTOMER - THE CUSTOMER IN CM-CUST-ID MUST BE
063300* ON CUSTMSTR, ACTIVE AND LIVING.
063400*----------------------------------------------------------
063500 7500-CHECK-CUSTOMER.
063600     MOVE "N" TO WS-UPDATE-FLAG
063700     READ CUSTOMER-MASTER
063800         INVALID KEY
063900             DISPLAY "CUSTOMER " CM-CUST-ID " NOT ON CUSTMSTR"
064000             GO TO 7500-CHECK-CUSTOMER-EXIT
064100     END-READ
064200     IF CM-IS-INACTIVE OR CM-IS-DECEASED
064300         DISPLAY "CUSTOMER " CM-CUST-ID
064400             " IS INACTIVE OR DECEASED"
064500         GO TO 7500-CHECK-CUSTOMER-EXIT
064600     END-IF
064700     MOVE "Y" TO WS-UPDATE-FLAG.
064800 7500-CHECK-CUSTOMER-EXIT.
064900     EXIT.
