000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HOUSEHOLD-BUILD.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  REBUILDS THE HOUSEHLD FILE
001100*                 (SHARED HHLDREC COPYBOOK) THAT GROUPS CUSTOMER
001200*                 IDS INTO HOUSEHOLDS FOR THE HOUSEHOLD MAILING
001300*                 OF CONSOL-STATEMENT-BATCH AND THE
001400*                 HOUSEHOLD-POSITION-REPORT.  TWO ACTIVE
001500*                 CUSTOMERS FALL IN ONE HOUSEHOLD WHEN THEY SHARE
001600*                 A CUSTADDR STREET AND ZIP CODE, ARE OWNERS OF
001700*                 THE SAME ACCOUNT ON ACCTOWN, OR ARE THE OWNER
001800*                 AND GUARDIAN OF AN OPEN CUSTODIAL ACCOUNT - AND
001900*                 GROUPS CHAIN, SO A LINK TO ANY MEMBER JOINS THE
002000*                 WHOLE HOUSEHOLD.  THE ELDEST MEMBER IS HEAD.
002100*                 MEMBERSHIPS SET BY HAND IN HOUSEHOLD-MAINT ARE
002200*                 CARRIED OVER UNCHANGED.
002300*----------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS CM-CUST-ID
003100         FILE STATUS IS WS-CUST-STATUS.
003200 
003300     SELECT CUSTOMER-ADDRESSES ASSIGN TO "CUSTADDR"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS AD-CUST-ID
003700         FILE STATUS IS WS-ADDR-STATUS.
003800 
003900     SELECT ACCOUNT-OWNERS ASSIGN TO "ACCTOWN"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS AO-KEY
004300         FILE STATUS IS WS-ACOWN-STATUS.
004400 
004500     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS ACCT-NUMBER
004900         ALTERNATE RECORD KEY IS ACCT-NAME
005000             WITH DUPLICATES
005100         FILE STATUS IS WS-ACCT-STATUS.
005200 
005300     SELECT HOUSEHOLDS ASSIGN TO "HOUSEHLD"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS HH-CUST-ID
005700         ALTERNATE RECORD KEY IS HH-ID
005800             WITH DUPLICATES
005900         FILE STATUS IS WS-HHLD-STATUS.
006000 
006100     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300 
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  CUSTOMER-MASTER.
006700 01  CUSTOMER-RECORD.
006800     COPY CUSTMREC.
006900 
007000 FD  CUSTOMER-ADDRESSES.
007100 01  CUSTOMER-ADDRESS-RECORD.
007200     COPY ADDRREC.
007300 
007400 FD  ACCOUNT-OWNERS.
007500 01  ACCOUNT-OWNER-RECORD.
007600     COPY OWNRREC.
007700 
007800 FD  ACCOUNT-MASTER.
007900 01  ACCOUNT-RECORD.
008000     COPY ACCTREC.
008100 
008200 FD  HOUSEHOLDS.
008300 01  HOUSEHOLD-RECORD.
008400     COPY HHLDREC.
008500 
008600 FD  DAILY-STATS-FILE.
008700     COPY DLYSTAT.
008800 
008900 WORKING-STORAGE SECTION.
009000*----------------------------------------------------------
009100* SWITCHES AND FILE STATUS
009200*----------------------------------------------------------
009300 01  WS-SWITCHES.
009400     05  WS-INIT-FLAG        PIC X(01) VALUE "Y".
009500         88  INIT-SUCCESSFUL         VALUE "Y".
009600     05  WS-EOF-FLAG         PIC X(01) VALUE "N".
009700         88  END-OF-FILE             VALUE "Y".
009800     05  WS-ADDR-OPEN-FLAG   PIC X(01) VALUE "N".
009900         88  ADDR-FILE-OPEN          VALUE "Y".
010000     05  WS-FOUND-FLAG       PIC X(01) VALUE "N".
010100         88  WS-CUST-FOUND           VALUE "Y".
010200 01  WS-CUST-STATUS          PIC X(02).
010300     88  CUST-FILE-OK                VALUE "00".
010400 01  WS-ADDR-STATUS          PIC X(02).
010500     88  ADDR-FILE-OK                VALUE "00".
010600 01  WS-ACOWN-STATUS         PIC X(02).
010700     88  ACOWN-FILE-OK               VALUE "00".
010800 01  WS-ACCT-STATUS          PIC X(02).
010900     88  ACCT-FILE-OK                VALUE "00".
011000 01  WS-HHLD-STATUS          PIC X(02).
011100     88  HHLD-FILE-OK                VALUE "00".
011200 
011300*----------------------------------------------------------
011400* ONE ENTRY PER ACTIVE CUSTOMER, IN CUSTOMER ID ORDER.
011500* WS-CT-PARENT CHAINS A MEMBER TO ITS HOUSEHOLD'S FIRST
011600* (LOWEST) ENTRY, WHICH POINTS AT ITSELF; WS-CT-HEAD ON THAT
011700* FIRST ENTRY IS THE HEAD.  WS-CT-HAND-ID IS THE HOUSEHOLD A
011800* HAND-SET MEMBERSHIP PINS THE CUSTOMER TO (SPACES = NONE).
011900*----------------------------------------------------------
012000 01  WS-CUST-COUNT           PIC 9(04) COMP VALUE ZERO.
012100 01  WS-CUST-TABLE.
012200     05  WS-CT-ENTRY         OCCURS 1 TO 5000 TIMES
012300             DEPENDING ON WS-CUST-COUNT
012400             INDEXED BY WS-CT-IDX.
012500         10  WS-CT-CUST      PIC X(06).
012600         10  WS-CT-DOB       PIC 9(08).
012700         10  WS-CT-ADDR-KEY  PIC X(30).
012800         10  WS-CT-PARENT    PIC 9(04) COMP.
012900         10  WS-CT-HEAD      PIC 9(04) COMP.
013000         10  WS-CT-HAND-ID   PIC X(06).
013100         10  WS-CT-HAND-HEAD PIC X(01).
013200         10  WS-CT-HAND-DATE PIC 9(08).
013300         10  WS-CT-HAND-BY   PIC X(06).
013400 01  WS-CUST-DROPPED         PIC 9(05) COMP VALUE ZERO.
013500 
013600*----------------------------------------------------------
013700* SUBSCRIPTS AND WORK FIELDS
013800*----------------------------------------------------------
013900 01  WS-I                    PIC 9(04) COMP VALUE ZERO.
014000 01  WS-J                    PIC 9(04) COMP VALUE ZERO.
014100 01  WS-H                    PIC 9(04) COMP VALUE ZERO.
014200 01  WS-ROOT                 PIC 9(04) COMP VALUE ZERO.
014300 01  WS-ROOT-A               PIC 9(04) COMP VALUE ZERO.
014400 01  WS-ROOT-B               PIC 9(04) COMP VALUE ZERO.
014500 01  WS-LINK-A               PIC 9(04) COMP VALUE ZERO.
014600 01  WS-LINK-B               PIC 9(04) COMP VALUE ZERO.
014700 01  WS-FIND-CUST            PIC X(06).
014800 01  WS-FOUND-AT             PIC 9(04) COMP VALUE ZERO.
014900 01  WS-PREV-ACCT            PIC X(06) VALUE SPACES.
015000 01  WS-ANCHOR               PIC 9(04) COMP VALUE ZERO.
015100 01  WS-LOWER                PIC X(26) VALUE
015200     "abcdefghijklmnopqrstuvwxyz".
015300 01  WS-UPPER                PIC X(26) VALUE
015400     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
015500 
015600*----------------------------------------------------------
015700* DATES AND COUNTERS
015800*----------------------------------------------------------
015900 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
016000 01  WS-HOUSEHOLD-COUNT      PIC 9(05) COMP VALUE ZERO.
016100 01  WS-MULTI-COUNT          PIC 9(05) COMP VALUE ZERO.
016200 01  WS-ADDR-LINKS           PIC 9(05) COMP VALUE ZERO.
016300 01  WS-JOINT-LINKS          PIC 9(05) COMP VALUE ZERO.
016400 01  WS-GUARD-LINKS          PIC 9(05) COMP VALUE ZERO.
016500 01  WS-HAND-COUNT           PIC 9(05) COMP VALUE ZERO.
016600 01  WS-WRITTEN-COUNT        PIC 9(05) COMP VALUE ZERO.
016700 01  WS-MEMBERS              PIC 9(04) COMP VALUE ZERO.
016800 01  WS-HOUSEHOLD-DISP       PIC ZZZZ9.
016900 01  WS-MULTI-DISP           PIC ZZZZ9.
016905 
016910*----------------------------------------------------------
016920* SHARED EXCEPTION-LOG FIELDS FOR THE EXCPLOG SUBPROGRAM.
016930*----------------------------------------------------------
016940 01  WS-EXCP-PROGRAM         PIC X(23)
016950     VALUE "HOUSEHOLD-BUILD".
016960 01  WS-EXCP-SEVERITY        PIC X(01) VALUE "W".
016970 01  WS-EXCP-MESSAGE         PIC X(40) VALUE SPACES.
016980 01  WS-EXCP-FSTATUS         PIC X(02) VALUE SPACES.
017000 
017100 PROCEDURE DIVISION.
017200*----------------------------------------------------------
017300* 0000-MAINLINE
017400*----------------------------------------------------------
017500 0000-MAINLINE.
017600     PERFORM 1000-INITIALIZE
017700         THRU 1000-INITIALIZE-EXIT
017800     IF INIT-SUCCESSFUL
017900         PERFORM 2000-LOAD-HAND-SET
018000             THRU 2000-LOAD-HAND-SET-EXIT
018100         PERFORM 3000-GROUP-BY-HAND
018200             THRU 3000-GROUP-BY-HAND-EXIT
018300         PERFORM 3200-GROUP-BY-ADDRESS
018400             THRU 3200-GROUP-BY-ADDRESS-EXIT
018500         PERFORM 3400-GROUP-BY-JOINT
018600             THRU 3400-GROUP-BY-JOINT-EXIT
018700         PERFORM 3600-GROUP-BY-GUARDIAN
018800             THRU 3600-GROUP-BY-GUARDIAN-EXIT
018900         PERFORM 4000-CHOOSE-HEADS
019000             THRU 4000-CHOOSE-HEADS-EXIT
019100         PERFORM 5000-WRITE-HOUSEHOLDS
019200             THRU 5000-WRITE-HOUSEHOLDS-EXIT
019300     END-IF
019400     PERFORM 9000-TERMINATE
019500         THRU 9000-TERMINATE-EXIT
019600     STOP RUN.
019700 
019800*----------------------------------------------------------
019900* 1000-INITIALIZE - LOAD EVERY ACTIVE CUSTOMER, WITH THE
020000* ADDRESS MATCH KEY FROM CUSTADDR, INTO THE TABLE.
020100*----------------------------------------------------------
020200 1000-INITIALIZE.
020300     CALL "GETBDATE" USING WS-BUSINESS-DATE
020400     OPEN INPUT CUSTOMER-MASTER
020500     IF NOT CUST-FILE-OK
020600         DISPLAY "HOUSEHOLD-BUILD: CUSTMSTR OPEN FAILED, "
020700             "STATUS " WS-CUST-STATUS
020800         MOVE "N" TO WS-INIT-FLAG
020900         MOVE 8 TO RETURN-CODE
021000         GO TO 1000-INITIALIZE-EXIT
021100     END-IF
021200*    NO ADDRESS FILE JUST MEANS NO GROUPING BY ADDRESS.
021300     OPEN INPUT CUSTOMER-ADDRESSES
021400     IF ADDR-FILE-OK
021500         MOVE "Y" TO WS-ADDR-OPEN-FLAG
021600     END-IF
021700     MOVE "N" TO WS-EOF-FLAG
021800     PERFORM 1100-LOAD-ONE-CUSTOMER
021900         THRU 1100-LOAD-ONE-CUSTOMER-EXIT
022000         UNTIL END-OF-FILE
022100     CLOSE CUSTOMER-MASTER
022200     IF ADDR-FILE-OPEN
022300         CLOSE CUSTOMER-ADDRESSES
022400     END-IF
022500     IF WS-CUST-DROPPED > ZERO
022600         DISPLAY "HOUSEHOLD-BUILD: TABLE FULL, " WS-CUST-DROPPED
022700             " CUSTOMERS LEFT OUT"
022710         MOVE "CUSTOMER TABLE FULL - CUSTOMERS LEFT OUT"
022720             TO WS-EXCP-MESSAGE
022730         MOVE SPACES TO WS-EXCP-FSTATUS
022740         PERFORM 8900-LOG-EXCEPTION
022750             THRU 8900-LOG-EXCEPTION-EXIT
022900     END-IF.
023000 1000-INITIALIZE-EXIT.
023100     EXIT.
023200 
023300*----------------------------------------------------------
023400* 1100-LOAD-ONE-CUSTOMER - ONE ACTIVE, LIVING CUSTOMER INTO
023500* THE TABLE AS A HOUSEHOLD OF ONE.  THE ADDRESS KEY IS THE
023600* STREET IN CAPITALS AND THE FIVE-DIGIT ZIP.
023700*----------------------------------------------------------
023800 1100-LOAD-ONE-CUSTOMER.
023900     READ CUSTOMER-MASTER NEXT RECORD
024000         AT END
024100             MOVE "Y" TO WS-EOF-FLAG
024200             GO TO 1100-LOAD-ONE-CUSTOMER-EXIT
024300     END-READ
024400     IF CM-IS-INACTIVE OR CM-IS-DECEASED
024500         GO TO 1100-LOAD-ONE-CUSTOMER-EXIT
024600     END-IF
024700     IF WS-CUST-COUNT >= 5000
024800         ADD 1 TO WS-CUST-DROPPED
024900         GO TO 1100-LOAD-ONE-CUSTOMER-EXIT
025000     END-IF
025100     ADD 1 TO WS-CUST-COUNT
025200     MOVE WS-CUST-COUNT TO WS-I
025300     MOVE CM-CUST-ID    TO WS-CT-CUST(WS-I)
025400     MOVE ZERO          TO WS-CT-DOB(WS-I)
025500     IF CM-CUST-DOB NUMERIC
025600         MOVE CM-CUST-DOB TO WS-CT-DOB(WS-I)
025700     END-IF
025800     MOVE SPACES        TO WS-CT-ADDR-KEY(WS-I)
025900     MOVE WS-I          TO WS-CT-PARENT(WS-I)
026000     MOVE ZERO          TO WS-CT-HEAD(WS-I)
026100     MOVE SPACES        TO WS-CT-HAND-ID(WS-I)
026200     MOVE SPACE         TO WS-CT-HAND-HEAD(WS-I)
026300     MOVE ZERO          TO WS-CT-HAND-DATE(WS-I)
026400     MOVE SPACES        TO WS-CT-HAND-BY(WS-I)
026500     IF NOT ADDR-FILE-OPEN
026600         GO TO 1100-LOAD-ONE-CUSTOMER-EXIT
026700     END-IF
026800     MOVE CM-CUST-ID TO AD-CUST-ID
026900     READ CUSTOMER-ADDRESSES
027000         INVALID KEY
027100             GO TO 1100-LOAD-ONE-CUSTOMER-EXIT
027200     END-READ
027300     IF AD-STREET = SPACES
027400         GO TO 1100-LOAD-ONE-CUSTOMER-EXIT
027500     END-IF
027600     MOVE AD-STREET  TO WS-CT-ADDR-KEY(WS-I)(1:25)
027700     MOVE AD-ZIP     TO WS-CT-ADDR-KEY(WS-I)(26:5)
027800     INSPECT WS-CT-ADDR-KEY(WS-I)
027900         CONVERTING WS-LOWER TO WS-UPPER.
028000 1100-LOAD-ONE-CUSTOMER-EXIT.
028100     EXIT.
028200 
028300*----------------------------------------------------------
028400* 2000-LOAD-HAND-SET - CARRY OVER THE MEMBERSHIPS SET BY HAND
028500* ON THE CURRENT HOUSEHLD FILE.  NO FILE YET IS A FIRST BUILD.
028600*----------------------------------------------------------
028700 2000-LOAD-HAND-SET.
028800     OPEN INPUT HOUSEHOLDS
028900     IF NOT HHLD-FILE-OK
029000         GO TO 2000-LOAD-HAND-SET-EXIT
029100     END-IF
029200     MOVE "N" TO WS-EOF-FLAG
029300     PERFORM 2100-LOAD-ONE-HAND-SET
029400         THRU 2100-LOAD-ONE-HAND-SET-EXIT
029500         UNTIL END-OF-FILE
029600     CLOSE HOUSEHOLDS.
029700 2000-LOAD-HAND-SET-EXIT.
029800     EXIT.
029900 
030000*----------------------------------------------------------
030100* 2100-LOAD-ONE-HAND-SET - ONE HOUSEHLD RECORD; ONLY A HAND-SET
030200* ONE FOR A CUSTOMER STILL IN THE TABLE IS KEPT.
030300*----------------------------------------------------------
030400 2100-LOAD-ONE-HAND-SET.
030500     READ HOUSEHOLDS NEXT RECORD
030600         AT END
030700             MOVE "Y" TO WS-EOF-FLAG
030800             GO TO 2100-LOAD-ONE-HAND-SET-EXIT
030900     END-READ
031000     IF NOT HH-BY-HAND
031100         GO TO 2100-LOAD-ONE-HAND-SET-EXIT
031200     END-IF
031300     MOVE HH-CUST-ID TO WS-FIND-CUST
031400     PERFORM 8100-FIND-CUSTOMER
031500         THRU 8100-FIND-CUSTOMER-EXIT
031600     IF NOT WS-CUST-FOUND
031700         GO TO 2100-LOAD-ONE-HAND-SET-EXIT
031800     END-IF
031900     MOVE HH-ID           TO WS-CT-HAND-ID(WS-FOUND-AT)
032000     MOVE HH-HEAD-FLAG    TO WS-CT-HAND-HEAD(WS-FOUND-AT)
032100     MOVE HH-UPDATED-DATE TO WS-CT-HAND-DATE(WS-FOUND-AT)
032200     MOVE HH-UPDATED-BY   TO WS-CT-HAND-BY(WS-FOUND-AT)
032300     ADD 1 TO WS-HAND-COUNT.
032400 2100-LOAD-ONE-HAND-SET-EXIT.
032500     EXIT.
032600 
032700*----------------------------------------------------------
032800* 3000-GROUP-BY-HAND - JOIN EVERY HAND-SET CUSTOMER TO THE
032900* FIRST EARLIER ONE PINNED TO THE SAME HOUSEHOLD.
033000*----------------------------------------------------------
033100 3000-GROUP-BY-HAND.
033200     PERFORM 3100-HAND-ONE-CUSTOMER
033300         THRU 3100-HAND-ONE-CUSTOMER-EXIT
033400         VARYING WS-I FROM 2 BY 1
033500         UNTIL WS-I > WS-CUST-COUNT.
033600 3000-GROUP-BY-HAND-EXIT.
033700     EXIT.
033800 
033900*----------------------------------------------------------
034000* 3100-HAND-ONE-CUSTOMER - ONE HAND-SET CUSTOMER.
034100*----------------------------------------------------------
034200 3100-HAND-ONE-CUSTOMER.
034300     IF WS-CT-HAND-ID(WS-I) = SPACES
034400         GO TO 3100-HAND-ONE-CUSTOMER-EXIT
034500     END-IF
034600     MOVE ZERO TO WS-FOUND-AT
034700     PERFORM 3150-MATCH-HAND-ID
034800         THRU 3150-MATCH-HAND-ID-EXIT
034900         VARYING WS-J FROM 1 BY 1
035000         UNTIL WS-J >= WS-I OR WS-FOUND-AT > ZERO
035100     IF WS-FOUND-AT > ZERO
035200         MOVE WS-FOUND-AT TO WS-LINK-A
035300         MOVE WS-I        TO WS-LINK-B
035400         PERFORM 8300-JOIN-HOUSEHOLDS
035500             THRU 8300-JOIN-HOUSEHOLDS-EXIT
035600     END-IF.
035700 3100-HAND-ONE-CUSTOMER-EXIT.
035800     EXIT.
035900 
036000*----------------------------------------------------------
036100* 3150-MATCH-HAND-ID - IS ENTRY WS-J PINNED TO THE SAME
036200* HOUSEHOLD AS ENTRY WS-I?
036300*----------------------------------------------------------
036400 3150-MATCH-HAND-ID.
036500     IF WS-CT-HAND-ID(WS-J) = WS-CT-HAND-ID(WS-I)
036600         MOVE WS-J TO WS-FOUND-AT
036700     END-IF.
036800 3150-MATCH-HAND-ID-EXIT.
036900     EXIT.
037000 
037100*----------------------------------------------------------
037200* 3200-GROUP-BY-ADDRESS - JOIN EVERY CUSTOMER TO THE FIRST
037300* EARLIER ONE AT THE SAME STREET AND ZIP.  HAND-SET CUSTOMERS
037400* TAKE NO PART.
037500*----------------------------------------------------------
037600 3200-GROUP-BY-ADDRESS.
037700     PERFORM 3300-ADDRESS-ONE-CUSTOMER
037800         THRU 3300-ADDRESS-ONE-CUSTOMER-EXIT
037900         VARYING WS-I FROM 2 BY 1
038000         UNTIL WS-I > WS-CUST-COUNT.
038100 3200-GROUP-BY-ADDRESS-EXIT.
038200     EXIT.
038300 
038400*----------------------------------------------------------
038500* 3300-ADDRESS-ONE-CUSTOMER - ONE CUSTOMER'S ADDRESS MATCH.
038600*----------------------------------------------------------
038700 3300-ADDRESS-ONE-CUSTOMER.
038800     IF WS-CT-ADDR-KEY(WS-I) = SPACES
038900      OR WS-CT-HAND-ID(WS-I) NOT = SPACES
039000         GO TO 3300-ADDRESS-ONE-CUSTOMER-EXIT
039100     END-IF
039200     MOVE ZERO TO WS-FOUND-AT
039300     PERFORM 3350-MATCH-ADDRESS
039400         THRU 3350-MATCH-ADDRESS-EXIT
039500         VARYING WS-J FROM 1 BY 1
039600         UNTIL WS-J >= WS-I OR WS-FOUND-AT > ZERO
039700     IF WS-FOUND-AT > ZERO
039800         MOVE WS-FOUND-AT TO WS-LINK-A
039900         MOVE WS-I        TO WS-LINK-B
040000         PERFORM 8300-JOIN-HOUSEHOLDS
040100             THRU 8300-JOIN-HOUSEHOLDS-EXIT
040200         ADD 1 TO WS-ADDR-LINKS
040300     END-IF.
040400 3300-ADDRESS-ONE-CUSTOMER-EXIT.
040500     EXIT.
040600 
040700*----------------------------------------------------------
040800* 3350-MATCH-ADDRESS - IS ENTRY WS-J AN AUTOMATIC CUSTOMER AT
040900* ENTRY WS-I'S ADDRESS?
041000*----------------------------------------------------------
041100 3350-MATCH-ADDRESS.
041200     IF WS-CT-ADDR-KEY(WS-J) = WS-CT-ADDR-KEY(WS-I)
041300      AND WS-CT-HAND-ID(WS-J) = SPACES
041400         MOVE WS-J TO WS-FOUND-AT
041500     END-IF.
041600 3350-MATCH-ADDRESS-EXIT.
041700     EXIT.
041800 
041900*----------------------------------------------------------
042000* 3400-GROUP-BY-JOINT - ACCTOWN IS IN ACCOUNT ORDER, SO THE
042100* ACTIVE OWNERS OF ONE ACCOUNT ARRIVE TOGETHER; EACH IS JOINED
042200* TO THE ACCOUNT'S FIRST USABLE OWNER.  NO ACCTOWN FILE JUST
042300* MEANS NO JOINT GROUPING.
042400*----------------------------------------------------------
042500 3400-GROUP-BY-JOINT.
042600     OPEN INPUT ACCOUNT-OWNERS
042700     IF NOT ACOWN-FILE-OK
042800         GO TO 3400-GROUP-BY-JOINT-EXIT
042900     END-IF
043000     MOVE "N"    TO WS-EOF-FLAG
043100     MOVE SPACES TO WS-PREV-ACCT
043200     MOVE ZERO   TO WS-ANCHOR
043300     PERFORM 3500-JOINT-ONE-LINK
043400         THRU 3500-JOINT-ONE-LINK-EXIT
043500         UNTIL END-OF-FILE
043600     CLOSE ACCOUNT-OWNERS.
043700 3400-GROUP-BY-JOINT-EXIT.
043800     EXIT.
043900 
044000*----------------------------------------------------------
044100* 3500-JOINT-ONE-LINK - ONE OWNERSHIP LINK.
044200*----------------------------------------------------------
044300 3500-JOINT-ONE-LINK.
044400     READ ACCOUNT-OWNERS NEXT RECORD
044500         AT END
044600             MOVE "Y" TO WS-EOF-FLAG
044700             GO TO 3500-JOINT-ONE-LINK-EXIT
044800     END-READ
044900     IF AO-ACCT NOT = WS-PREV-ACCT
045000         MOVE AO-ACCT TO WS-PREV-ACCT
045100         MOVE ZERO    TO WS-ANCHOR
045200     END-IF
045300     IF AO-IS-REMOVED
045400         GO TO 3500-JOINT-ONE-LINK-EXIT
045500     END-IF
045600     MOVE AO-CUST-ID TO WS-FIND-CUST
045700     PERFORM 8100-FIND-CUSTOMER
045800         THRU 8100-FIND-CUSTOMER-EXIT
045900     IF NOT WS-CUST-FOUND
046000      OR WS-CT-HAND-ID(WS-FOUND-AT) NOT = SPACES
046100         GO TO 3500-JOINT-ONE-LINK-EXIT
046200     END-IF
046300     IF WS-ANCHOR = ZERO
046400         MOVE WS-FOUND-AT TO WS-ANCHOR
046500         GO TO 3500-JOINT-ONE-LINK-EXIT
046600     END-IF
046700     MOVE WS-ANCHOR   TO WS-LINK-A
046800     MOVE WS-FOUND-AT TO WS-LINK-B
046900     PERFORM 8300-JOIN-HOUSEHOLDS
047000         THRU 8300-JOIN-HOUSEHOLDS-EXIT
047100     ADD 1 TO WS-JOINT-LINKS.
047200 3500-JOINT-ONE-LINK-EXIT.
047300     EXIT.
047400 
047500*----------------------------------------------------------
047600* 3600-GROUP-BY-GUARDIAN - AN OPEN CUSTODIAL ACCOUNT JOINS
047700* ITS OWNER (THE MINOR) TO THE GUARDIAN.
047800*----------------------------------------------------------
047900 3600-GROUP-BY-GUARDIAN.
048000     OPEN INPUT ACCOUNT-MASTER
048100     IF NOT ACCT-FILE-OK
048200         GO TO 3600-GROUP-BY-GUARDIAN-EXIT
048300     END-IF
048400     MOVE "N" TO WS-EOF-FLAG
048500     PERFORM 3700-GUARDIAN-ONE-ACCOUNT
048600         THRU 3700-GUARDIAN-ONE-ACCOUNT-EXIT
048700         UNTIL END-OF-FILE
048800     CLOSE ACCOUNT-MASTER.
048900 3600-GROUP-BY-GUARDIAN-EXIT.
049000     EXIT.
049100 
049200*----------------------------------------------------------
049300* 3700-GUARDIAN-ONE-ACCOUNT - ONE ACCOUNT MASTER RECORD.
049400*----------------------------------------------------------
049500 3700-GUARDIAN-ONE-ACCOUNT.
049600     READ ACCOUNT-MASTER NEXT RECORD
049700         AT END
049800             MOVE "Y" TO WS-EOF-FLAG
049900             GO TO 3700-GUARDIAN-ONE-ACCOUNT-EXIT
050000     END-READ
050100     IF ACCT-IS-CLOSED
050200      OR ACCT-GUARDIAN-ID = SPACES
050300      OR ACCT-CUST-NUM = SPACES
050400         GO TO 3700-GUARDIAN-ONE-ACCOUNT-EXIT
050500     END-IF
050600     MOVE ACCT-CUST-NUM TO WS-FIND-CUST
050700     PERFORM 8100-FIND-CUSTOMER
050800         THRU 8100-FIND-CUSTOMER-EXIT
050900     IF NOT WS-CUST-FOUND
051000      OR WS-CT-HAND-ID(WS-FOUND-AT) NOT = SPACES
051100         GO TO 3700-GUARDIAN-ONE-ACCOUNT-EXIT
051200     END-IF
051300     MOVE WS-FOUND-AT TO WS-LINK-A
051400     MOVE ACCT-GUARDIAN-ID TO WS-FIND-CUST
051500     PERFORM 8100-FIND-CUSTOMER
051600         THRU 8100-FIND-CUSTOMER-EXIT
051700     IF NOT WS-CUST-FOUND
051800      OR WS-CT-HAND-ID(WS-FOUND-AT) NOT = SPACES
051900         GO TO 3700-GUARDIAN-ONE-ACCOUNT-EXIT
052000     END-IF
052100     MOVE WS-FOUND-AT TO WS-LINK-B
052200     PERFORM 8300-JOIN-HOUSEHOLDS
052300         THRU 8300-JOIN-HOUSEHOLDS-EXIT
052400     ADD 1 TO WS-GUARD-LINKS.
052500 3700-GUARDIAN-ONE-ACCOUNT-EXIT.
052600     EXIT.
052700 
052800*----------------------------------------------------------
052900* 4000-CHOOSE-HEADS - PICK EACH HOUSEHOLD'S HEAD: A MEMBER
053000* MADE HEAD BY HAND, OTHERWISE THE ELDEST (LOWEST CUSTOMER ID
053100* ON A TIE OR WHERE NO BIRTH DATE IS KNOWN).
053200*----------------------------------------------------------
053300 4000-CHOOSE-HEADS.
053400     PERFORM 4100-HEAD-ONE-CUSTOMER
053500         THRU 4100-HEAD-ONE-CUSTOMER-EXIT
053600         VARYING WS-I FROM 1 BY 1
053700         UNTIL WS-I > WS-CUST-COUNT.
053800 4000-CHOOSE-HEADS-EXIT.
053900     EXIT.
054000 
054100*----------------------------------------------------------
054200* 4100-HEAD-ONE-CUSTOMER - MEASURE ONE MEMBER AGAINST THE
054300* HOUSEHOLD'S HEAD SO FAR.
054400*----------------------------------------------------------
054500 4100-HEAD-ONE-CUSTOMER.
054600     MOVE WS-I TO WS-ROOT
054700     PERFORM 8200-FIND-FIRST-MEMBER
054800         THRU 8200-FIND-FIRST-MEMBER-EXIT
054900     MOVE WS-CT-HEAD(WS-ROOT) TO WS-H
055000     IF WS-H = ZERO
055100         MOVE WS-I TO WS-CT-HEAD(WS-ROOT)
055200         GO TO 4100-HEAD-ONE-CUSTOMER-EXIT
055300     END-IF
055400     IF WS-CT-HAND-HEAD(WS-H) = "Y"
055500         GO TO 4100-HEAD-ONE-CUSTOMER-EXIT
055600     END-IF
055700     IF WS-CT-HAND-HEAD(WS-I) = "Y"
055800         MOVE WS-I TO WS-CT-HEAD(WS-ROOT)
055900         GO TO 4100-HEAD-ONE-CUSTOMER-EXIT
056000     END-IF
056100     IF WS-CT-DOB(WS-I) > ZERO
056200      AND (WS-CT-DOB(WS-H) = ZERO
056300       OR WS-CT-DOB(WS-I) < WS-CT-DOB(WS-H))
056400         MOVE WS-I TO WS-CT-HEAD(WS-ROOT)
056500     END-IF.
056600 4100-HEAD-ONE-CUSTOMER-EXIT.
056700     EXIT.
056800 
056900*----------------------------------------------------------
057000* 5000-WRITE-HOUSEHOLDS - REPLACE THE HOUSEHLD FILE WITH ONE
057100* RECORD PER CUSTOMER IN THE TABLE.
057200*----------------------------------------------------------
057300 5000-WRITE-HOUSEHOLDS.
057400     OPEN OUTPUT HOUSEHOLDS
057500     IF NOT HHLD-FILE-OK
057600         DISPLAY "HOUSEHOLD-BUILD: HOUSEHLD OPEN FAILED, "
057700             "STATUS " WS-HHLD-STATUS
057800         MOVE 8 TO RETURN-CODE
057900         GO TO 5000-WRITE-HOUSEHOLDS-EXIT
058000     END-IF
058100     PERFORM 5100-WRITE-ONE-MEMBER
058200         THRU 5100-WRITE-ONE-MEMBER-EXIT
058300         VARYING WS-I FROM 1 BY 1
058400         UNTIL WS-I > WS-CUST-COUNT
058500     CLOSE HOUSEHOLDS.
058600 5000-WRITE-HOUSEHOLDS-EXIT.
058700     EXIT.
058800 
058900*----------------------------------------------------------
059000* 5100-WRITE-ONE-MEMBER - ONE CUSTOMER'S MEMBERSHIP.  A
059100* HAND-SET ONE KEEPS ITS HOUSEHOLD, DATE AND OPERATOR; A
059200* BUILT ONE TAKES THE HEAD'S CUSTOMER ID AS HOUSEHOLD ID.
059300*----------------------------------------------------------
059400 5100-WRITE-ONE-MEMBER.
059500     MOVE WS-I TO WS-ROOT
059600     PERFORM 8200-FIND-FIRST-MEMBER
059700         THRU 8200-FIND-FIRST-MEMBER-EXIT
059800     MOVE WS-CT-HEAD(WS-ROOT) TO WS-H
059900     IF WS-ROOT = WS-I
060000         ADD 1 TO WS-HOUSEHOLD-COUNT
060100     END-IF
060200     MOVE SPACES           TO HOUSEHOLD-RECORD
060300     MOVE WS-CT-CUST(WS-I) TO HH-CUST-ID
060400     MOVE "N"              TO HH-HEAD-FLAG
060500     IF WS-H = WS-I
060600         MOVE "Y" TO HH-HEAD-FLAG
060700     END-IF
060800     IF WS-CT-HAND-ID(WS-I) NOT = SPACES
060900         MOVE WS-CT-HAND-ID(WS-I)   TO HH-ID
061000         MOVE "M"                   TO HH-SOURCE
061100         MOVE WS-CT-HAND-DATE(WS-I) TO HH-UPDATED-DATE
061200         MOVE WS-CT-HAND-BY(WS-I)   TO HH-UPDATED-BY
061300     ELSE
061400         MOVE WS-CT-CUST(WS-H)      TO HH-ID
061500         MOVE "A"                   TO HH-SOURCE
061600         MOVE WS-BUSINESS-DATE      TO HH-UPDATED-DATE
061700         MOVE "HHBLD"               TO HH-UPDATED-BY
061800     END-IF
061900     WRITE HOUSEHOLD-RECORD
062000         INVALID KEY
062100             DISPLAY "HOUSEHOLD-BUILD: WRITE FAILED, STATUS "
062200                 WS-HHLD-STATUS " CUSTOMER " HH-CUST-ID
062300             MOVE 8 TO RETURN-CODE
062400             GO TO 5100-WRITE-ONE-MEMBER-EXIT
062500     END-WRITE
062600     ADD 1 TO WS-WRITTEN-COUNT.
062700 5100-WRITE-ONE-MEMBER-EXIT.
062800     EXIT.
062900 
063000*----------------------------------------------------------
063100* 8100-FIND-CUSTOMER - LOCATE WS-FIND-CUST IN THE TABLE;
063200* WS-FOUND-AT IS ITS ENTRY.
063300*----------------------------------------------------------
063400 8100-FIND-CUSTOMER.
063500     MOVE "N"  TO WS-FOUND-FLAG
063600     MOVE ZERO TO WS-FOUND-AT
063700     IF WS-CUST-COUNT = ZERO OR WS-FIND-CUST = SPACES
063800         GO TO 8100-FIND-CUSTOMER-EXIT
063900     END-IF
064000     SET WS-CT-IDX TO 1
064100     SEARCH WS-CT-ENTRY
064200         AT END
064300             CONTINUE
064400         WHEN WS-CT-CUST(WS-CT-IDX) = WS-FIND-CUST
064500             MOVE "Y" TO WS-FOUND-FLAG
064600             SET WS-FOUND-AT TO WS-CT-IDX
064700     END-SEARCH.
064800 8100-FIND-CUSTOMER-EXIT.
064900     EXIT.
065000 
065100*----------------------------------------------------------
065200* 8200-FIND-FIRST-MEMBER - FOLLOW WS-ROOT'S CHAIN TO ITS
065300* HOUSEHOLD'S FIRST ENTRY.
065400*----------------------------------------------------------
065500 8200-FIND-FIRST-MEMBER.
065600     PERFORM 8250-STEP-UP-CHAIN
065700         THRU 8250-STEP-UP-CHAIN-EXIT
065800         UNTIL WS-CT-PARENT(WS-ROOT) = WS-ROOT.
065900 8200-FIND-FIRST-MEMBER-EXIT.
066000     EXIT.
066100 
066200*----------------------------------------------------------
066300* 8250-STEP-UP-CHAIN - ONE LINK UP THE CHAIN.
066400*----------------------------------------------------------
066500 8250-STEP-UP-CHAIN.
066600     MOVE WS-CT-PARENT(WS-ROOT) TO WS-ROOT.
066700 8250-STEP-UP-CHAIN-EXIT.
066800     EXIT.
066900 
067000*----------------------------------------------------------
067100* 8300-JOIN-HOUSEHOLDS - MERGE THE HOUSEHOLDS OF ENTRIES
067200* WS-LINK-A AND WS-LINK-B UNDER THE LOWER FIRST ENTRY.
067300*----------------------------------------------------------
067400 8300-JOIN-HOUSEHOLDS.
067500     MOVE WS-LINK-A TO WS-ROOT
067600     PERFORM 8200-FIND-FIRST-MEMBER
067700         THRU 8200-FIND-FIRST-MEMBER-EXIT
067800     MOVE WS-ROOT TO WS-ROOT-A
067900     MOVE WS-LINK-B TO WS-ROOT
068000     PERFORM 8200-FIND-FIRST-MEMBER
068100         THRU 8200-FIND-FIRST-MEMBER-EXIT
068200     MOVE WS-ROOT TO WS-ROOT-B
068300     IF WS-ROOT-A = WS-ROOT-B
068400         GO TO 8300-JOIN-HOUSEHOLDS-EXIT
068500     END-IF
068600     IF WS-ROOT-A < WS-ROOT-B
068700         MOVE WS-ROOT-A TO WS-CT-PARENT(WS-ROOT-B)
068800     ELSE
068900         MOVE WS-ROOT-B TO WS-CT-PARENT(WS-ROOT-A)
069000     END-IF.
069100 8300-JOIN-HOUSEHOLDS-EXIT.
069200     EXIT.
069300 
069310*----------------------------------------------------------
069320* 8900-LOG-EXCEPTION - WRITE THE PREPARED WARNING TO EXCPLOG
069330* FOR THE MORNING EXCEPTIONS REPORT.
069340*----------------------------------------------------------
069350 8900-LOG-EXCEPTION.
069360     CALL "EXCPLOG" USING WS-EXCP-PROGRAM WS-EXCP-SEVERITY
069370         WS-EXCP-MESSAGE WS-EXCP-FSTATUS.
069380 8900-LOG-EXCEPTION-EXIT.
069390     EXIT.
069395 
069400*----------------------------------------------------------
069500* 9000-TERMINATE - COUNT THE MULTI-MEMBER HOUSEHOLDS, WRITE
069600* THE DAILY-STATS SUMMARY RECORD AND REPORT THE RUN.
069700*----------------------------------------------------------
069800 9000-TERMINATE.
069900     PERFORM 9100-COUNT-MEMBERS
070000         THRU 9100-COUNT-MEMBERS-EXIT
070100         VARYING WS-J FROM 1 BY 1
070200         UNTIL WS-J > WS-CUST-COUNT
070300     PERFORM 9500-WRITE-DAILY-STATS
070400         THRU 9500-WRITE-DAILY-STATS-EXIT
070500     DISPLAY "HOUSEHOLD-BUILD: " WS-WRITTEN-COUNT
070600         " CUSTOMERS IN " WS-HOUSEHOLD-COUNT " HOUSEHOLDS, "
070700         WS-MULTI-COUNT " WITH MORE THAN ONE MEMBER"
070800     DISPLAY "HOUSEHOLD-BUILD: LINKS - ADDRESS " WS-ADDR-LINKS
070900         ", JOINT " WS-JOINT-LINKS ", GUARDIAN " WS-GUARD-LINKS
071000         ", HAND-SET MEMBERS " WS-HAND-COUNT.
071100 9000-TERMINATE-EXIT.
071200     EXIT.
071300 
071400*----------------------------------------------------------
071500* 9100-COUNT-MEMBERS - FOR A HOUSEHOLD'S FIRST ENTRY WS-J,
071600* COUNT ITS MEMBERS.
071700*----------------------------------------------------------
071800 9100-COUNT-MEMBERS.
071900     IF WS-CT-PARENT(WS-J) NOT = WS-J
072000         GO TO 9100-COUNT-MEMBERS-EXIT
072100     END-IF
072200     MOVE ZERO TO WS-MEMBERS
072300     PERFORM 9150-COUNT-ONE-MEMBER
072400         THRU 9150-COUNT-ONE-MEMBER-EXIT
072500         VARYING WS-I FROM WS-J BY 1
072600         UNTIL WS-I > WS-CUST-COUNT OR WS-MEMBERS > 1
072700     IF WS-MEMBERS > 1
072800         ADD 1 TO WS-MULTI-COUNT
072900     END-IF.
073000 9100-COUNT-MEMBERS-EXIT.
073100     EXIT.
073200 
073300*----------------------------------------------------------
073400* 9150-COUNT-ONE-MEMBER - IS ENTRY WS-I IN WS-J'S HOUSEHOLD?
073500*----------------------------------------------------------
073600 9150-COUNT-ONE-MEMBER.
073700     MOVE WS-I TO WS-ROOT
073800     PERFORM 8200-FIND-FIRST-MEMBER
073900         THRU 8200-FIND-FIRST-MEMBER-EXIT
074000     IF WS-ROOT = WS-J
074100         ADD 1 TO WS-MEMBERS
074200     END-IF.
074300 9150-COUNT-ONE-MEMBER-EXIT.
074400     EXIT.
074500 
074600*----------------------------------------------------------
074700* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
074800* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
074900* CONSOLIDATED REPORT.
075000*----------------------------------------------------------
075100 9500-WRITE-DAILY-STATS.
075200     OPEN EXTEND DAILY-STATS-FILE
075300     MOVE "HOUSEHOLD-BUILD"    TO DS-PROGRAM-NAME
075400     MOVE WS-WRITTEN-COUNT     TO DS-RECORD-COUNT
075500     MOVE WS-HOUSEHOLD-COUNT   TO WS-HOUSEHOLD-DISP
075600     MOVE WS-MULTI-COUNT       TO WS-MULTI-DISP
075700     MOVE SPACES               TO DS-DETAIL
075800     STRING "HOUSEHOLDS: "     DELIMITED BY SIZE
075900         WS-HOUSEHOLD-DISP     DELIMITED BY SIZE
076000         "  MULTI: "           DELIMITED BY SIZE
076100         WS-MULTI-DISP         DELIMITED BY SIZE
076200         INTO DS-DETAIL
076300     END-STRING
076400     WRITE DAILY-STAT-RECORD
076500     CLOSE DAILY-STATS-FILE.
076600 9500-WRITE-DAILY-STATS-EXIT.
076700     EXIT.
