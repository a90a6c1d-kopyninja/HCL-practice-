003800*                 HREGREC COPYBOOK), PLACED FROM THE TELLER
003900*                 HOLD-MAINTENANCE SCREEN.  NO REGISTER FILE,
004000*                 NO CHANGE.
004010* 2026-10-15 KMR  OVERDRAFT PROTECTION.  A PRESENTMENT ON A
004020*                 CHECKING ACCOUNT ENROLLED ON ODPROT THAT THE
004030*                 ACCOUNT CANNOT COVER FIRST PULLS THE
004040*                 SHORTFALL FROM THE PROTECTING ACCOUNT
004050*                 (2400-OD-PROTECT-SWEEP, LOGGED AS AN
004060*                 "ODP OUT"/"ODP IN" PAIR); ONLY IF THAT IS
004070*                 REFUSED IS THE ITEM RETURNED NSF.
004072* 2026-10-15 KMR  A PRESENTMENT RETURNED NSF NOW CHARGES THE
004074*                 ACCOUNT'S NSF / RETURNED-ITEM FEE: THE
004076*                 AMOUNT FROM THE PRODUCT'S "N" ROW ON
004078*                 FEESCHED (SHARED FEESREC COPYBOOK, PRODUCT
004080*                 FROM PRODMAST), UP TO THE ROW'S DAILY
004082*                 MAXIMUM PER ACCOUNT, LOGGED AS "NSF FEE"
004084*                 UNDER THE CHECK REFERENCE.
004085* 2026-10-15 KMR  PAID-CHEQUE REGISTER.  EVERY CHEQUE PAID IS
004086*                 WRITTEN TO THE INDEXED PAIDCHQ REGISTER
004087*                 (PCHQREC) BY ACCOUNT AND SERIAL.  A
004088*                 PRESENTMENT WHOSE SERIAL IS ALREADY ON THE
004089*                 REGISTER IS RETURNED "DUP"; ONE OUTSIDE EVERY
004090*                 ACTIVE BOOK ISSUED TO THE ACCOUNT ON CHQBOOK
004091*                 (CHQBREC) IS RETURNED "NIS".  BOTH ARE LISTED
004092*                 ON CHQFRAUD FOR THE FRAUD DESK.
004093* 2026-10-15 KMR  AN OFFICIAL CHECK (DRAWEE OFFCHK) IS PAID OFF
004094*                 THE OFFCHKS REGISTER (OCHKREC): ONE ALREADY
004095*                 PAID IS RETURNED "DUP", ONE NOT ISSUED "NIS",
004096*                 ONE ESCHEATED "ESC" AND ONE PRESENTED FOR THE
004097*                 WRONG AMOUNT "AMT", ALL LISTED ON CHQFRAUD.
004098* 2026-10-15 KMR  INCLEAR IS REGISTERED ON INFREG BEFORE IT
004099*                 POSTS; A FILE ALREADY POSTED IS REFUSED, RC 8.
004100*----------------------------------------------------------
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
008100         RECORD KEY IS SP-KEY
008200         FILE STATUS IS WS-SPAY-STATUS.
008300
008310     SELECT OD-PROTECTIONS ASSIGN TO "ODPROT"
008320         ORGANIZATION IS INDEXED
008330         ACCESS MODE IS DYNAMIC
008340         RECORD KEY IS PT-ACCT
008350         FILE STATUS IS WS-ODPR-STATUS.
008360
008400     SELECT CLEARING-RETURNS ASSIGN TO "CLRRTN"
008500         ORGANIZATION IS LINE SEQUENTIAL.
008600
008605     SELECT FEE-SCHEDULE ASSIGN TO "FEESCHED"
008610         ORGANIZATION IS LINE SEQUENTIAL
008615         FILE STATUS IS WS-FEE-STATUS.
008620
008625     SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
008630         ORGANIZATION IS INDEXED
008635         ACCESS MODE IS DYNAMIC
008640         RECORD KEY IS PM-PROD-CODE
008645         FILE STATUS IS WS-PROD-STATUS.
008650
008652     SELECT CHEQUE-BOOKS ASSIGN TO "CHQBOOK"
008654         ORGANIZATION IS INDEXED
008656         ACCESS MODE IS DYNAMIC
008658         RECORD KEY IS CB-KEY
008660         FILE STATUS IS WS-CHQB-STATUS.
008662
008664     SELECT PAID-CHEQUES ASSIGN TO "PAIDCHQ"
008666         ORGANIZATION IS INDEXED
008668         ACCESS MODE IS DYNAMIC
008670         RECORD KEY IS PQ-KEY
008672         FILE STATUS IS WS-PCHQ-STATUS.
008674
008676     SELECT FRAUD-LIST ASSIGN TO "CHQFRAUD"
008678         ORGANIZATION IS LINE SEQUENTIAL.
008680
008682     SELECT OFFICIAL-CHECKS ASSIGN TO "OFFCHKS"
008684         ORGANIZATION IS INDEXED
008686         ACCESS MODE IS DYNAMIC
008688         RECORD KEY IS OC-SERIAL
008690         FILE STATUS IS WS-OCHK-STATUS.
008700     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
008800         ORGANIZATION IS LINE SEQUENTIAL.
008900
012300 01  STOP-PAYMENT-RECORD.
012400     COPY SPAYREC.
012500
012510 FD  OD-PROTECTIONS.
012520 01  OD-PROTECT-RECORD.
012530     COPY ODPREC.
012540
012600 FD  CLEARING-RETURNS.
012700 01  CLEARING-RETURN-RECORD.
012800     05  RT-ACCT             PIC X(06).
013400     05  RT-REASON           PIC X(03).
013500     05  FILLER              PIC X(51) VALUE SPACES.
013600
013610 FD  FEE-SCHEDULE.
013620 01  FEE-SCHEDULE-RECORD.
013630     COPY FEESREC.
013640
013650 FD  PRODUCT-MASTER.
013660 01  PRODUCT-MASTER-RECORD.
013670     COPY PRODMREC.
013680
013681 FD  CHEQUE-BOOKS.
013682 01  CHEQUE-BOOK-RECORD.
013683     COPY CHQBREC.
013684
013685 FD  PAID-CHEQUES.
013686 01  PAID-CHEQUE-RECORD.
013687     COPY PCHQREC.
013688
013689 FD  FRAUD-LIST.
013690 01  FRAUD-LIST-LINE         PIC X(80).
013691
013693 FD  OFFICIAL-CHECKS.
013695 01  OFFICIAL-CHECK-RECORD.
013697     COPY OCHKREC.
013700 FD  DAILY-STATS-FILE.
013800     COPY DLYSTAT.
013900
018800 01  WS-HOLD-TOTAL           PIC 9(8)V99 VALUE ZERO.
018900 01  WS-AVAIL-BALANCE        PIC S9(8)V99 VALUE ZERO.
019000 01  WS-LOG-TYPE             PIC X(10) VALUE SPACES.
019002
019004*----------------------------------------------------------
019006* OVERDRAFT-PROTECTION SWEEP (ODPROT, ODPREC): A CHECKING
019008* DEBIT THE ACCOUNT CANNOT COVER PULLS THE SHORTFALL FROM
019010* THE ENROLLED PROTECTING ACCOUNT BEFORE IT IS REFUSED.
019012*----------------------------------------------------------
019014 01  WS-ODPR-STATUS          PIC X(02).
019016     88  ODPR-FILE-OK                VALUE "00".
019018 01  WS-ODPR-OPEN-FLAG       PIC X(01) VALUE "N".
019020     88  ODPR-FILE-OPEN              VALUE "Y".
019022 01  WS-ODP-REFUSE-FLAG      PIC X(01) VALUE "N".
019024     88  WS-ODP-REFUSED              VALUE "Y".
019026 01  WS-ODP-SPAY-EOF-FLAG    PIC X(01) VALUE "N".
019028     88  END-OF-ODP-STOPS            VALUE "Y".
019030 01  WS-ODP-NEED             PIC S9(8)V99 VALUE ZERO.
019032 01  WS-ODP-XFER-AMT         PIC 9(7)V99 VALUE ZERO.
019034 01  WS-ODP-UNITS            PIC 9(07) COMP VALUE ZERO.
019036 01  WS-ODP-REMAINDER        PIC 9(7)V99 VALUE ZERO.
019038 01  WS-ODP-MIN-CHECK        PIC S9(8)V99 VALUE ZERO.
019040 01  WS-ODP-CHK-ACCT         PIC X(06) VALUE SPACES.
019042 01  WS-ODP-LOG-TYPE         PIC X(10) VALUE SPACES.
019044 01  WS-ODP-REFERENCE.
019046     05  FILLER              PIC X(02) VALUE "OD".
019048     05  WS-ODP-REF-ACCT     PIC X(06) VALUE SPACES.
019100
019102*----------------------------------------------------------
019104* NSF / RETURNED-ITEM FEE (FEESCHED "N" ROWS, FEESREC): AN
019106* ITEM REFUSED OR RETURNED FOR FUNDS CHARGES THE PRODUCT'S
019108* NSF FEE, UP TO ITS DAILY MAXIMUM PER ACCOUNT.
019110*----------------------------------------------------------
019112 01  WS-FEE-STATUS           PIC X(02).
019114     88  FEE-FILE-OK                 VALUE "00".
019116 01  WS-FEE-EOF-FLAG         PIC X(01) VALUE "N".
019118     88  END-OF-FEE-SCHED            VALUE "Y".
019120 01  WS-PROD-STATUS          PIC X(02).
019122     88  PROD-FILE-OK                VALUE "00".
019124 01  WS-PROD-OPEN-FLAG       PIC X(01) VALUE "N".
019126     88  PROD-FILE-OPEN              VALUE "Y".
019128 01  WS-NSF-EOF-FLAG         PIC X(01) VALUE "N".
019130     88  END-OF-NSF-WALK             VALUE "Y".
019132 01  WS-NSF-FEE-COUNT        PIC 9(02) COMP VALUE ZERO.
019134 01  WS-NSF-FEE-TABLE.
019136     05  WS-NSF-ENTRY        OCCURS 1 TO 10 TIMES
019138             DEPENDING ON WS-NSF-FEE-COUNT
019140             INDEXED BY WS-NSF-IDX.
019142         10  WS-NSF-TYPE     PIC X(01).
019144         10  WS-NSF-AMOUNT   PIC 9(5)V99.
019146         10  WS-NSF-MAX      PIC 9(02).
019148 77  WS-NSF-DFLT-MAX         PIC 9(02) VALUE 3.
019150 01  WS-NSF-FEE-CODE         PIC X(01) VALUE SPACE.
019152 01  WS-NSF-FEE-AMT          PIC 9(5)V99 VALUE ZERO.
019154 01  WS-NSF-DAY-MAX          PIC 9(02) VALUE ZERO.
019156 01  WS-NSF-TODAY            PIC 9(03) COMP VALUE ZERO.
019158 01  WS-NSF-ITEM-REF         PIC X(08) VALUE SPACES.
019160 01  WS-NSF-CHARGED          PIC 9(05) COMP VALUE ZERO.
019162 01  WS-NSF-CAPPED           PIC 9(05) COMP VALUE ZERO.
019164
019166*----------------------------------------------------------
019168* CHEQUE SERIAL CONTROL (CHQBOOK ISSUED BOOKS, PAIDCHQ
019170* PAID-CHEQUE REGISTER).  THE SERIAL IS THE PRESENTMENT'S
019172* REFERENCE READ AS A NUMBER.
019174*----------------------------------------------------------
019176 01  WS-CHQB-STATUS          PIC X(02).
019178     88  CHQB-FILE-OK                VALUE "00".
019180 01  WS-CHQB-OPEN-FLAG       PIC X(01) VALUE "N".
019182     88  CHQB-FILE-OPEN              VALUE "Y".
019184 01  WS-PCHQ-STATUS          PIC X(02).
019186     88  PCHQ-FILE-OK                VALUE "00".
019188     88  PCHQ-FILE-NOT-FOUND         VALUE "35".
019190 01  WS-PCHQ-OPEN-FLAG       PIC X(01) VALUE "N".
019192     88  PCHQ-FILE-OPEN              VALUE "Y".
019194 01  WS-BOOK-EOF-FLAG        PIC X(01) VALUE "N".
019196     88  END-OF-BOOKS                VALUE "Y".
019198 01  WS-SERIAL-NUM-FLAG      PIC X(01) VALUE "N".
019200     88  WS-SERIAL-NUMERIC           VALUE "Y".
019202 01  WS-ISSUED-FLAG          PIC X(01) VALUE "N".
019204     88  WS-SERIAL-ISSUED            VALUE "Y".
019206 01  WS-CHQ-SERIAL           PIC 9(08) VALUE ZERO.
019208 01  WS-SERIAL-REASON        PIC X(03) VALUE SPACES.
019210 01  WS-FRAUD-NOTE           PIC X(30) VALUE SPACES.
019212 01  WS-BOOK-COUNT           PIC 9(03) COMP VALUE ZERO.
019214 01  WS-DUP-COUNT            PIC 9(05) COMP VALUE ZERO.
019216 01  WS-NIS-COUNT            PIC 9(05) COMP VALUE ZERO.
019218 01  WS-FRAUD-LINE.
019220     05  FL-ACCT             PIC X(06).
019222     05  FILLER              PIC X(02) VALUE SPACES.
019224     05  FL-REFERENCE        PIC X(08).
019226     05  FILLER              PIC X(02) VALUE SPACES.
019228     05  FL-AMOUNT           PIC ZZZZZZ9.99.
019230     05  FILLER              PIC X(02) VALUE SPACES.
019232     05  FL-REASON           PIC X(03).
019234     05  FILLER              PIC X(02) VALUE SPACES.
019236     05  FL-NOTE             PIC X(30).
019238
019240*----------------------------------------------------------
019300* BEFORE/AFTER JOURNAL IMAGES PASSED TO THE SHARED ACCTJRNL
019400* SUBPROGRAM ON EVERY MASTER REWRITE.
019500*----------------------------------------------------------
019800 01  WS-JRNL-BEFORE          PIC X(128) VALUE SPACES.
019900 01  WS-JRNL-AFTER           PIC X(128) VALUE SPACES.
020000
020005*----------------------------------------------------------
020010* OFFICIAL CHECKS (OFFCHKS, OCHKREC).  THE BANK'S OWN CHECKS
020015* COME BACK THROUGH CLEARING ENCODED WITH THE OFFICIAL-CHECK
020020* DRAWEE IN PLACE OF A CUSTOMER ACCOUNT AND THE SERIAL AS THE
020025* REFERENCE.  THE PURCHASER PAID AT ISSUE, SO PRESENTMENT
020030* ONLY CLOSES THE REGISTER ENTRY - NO ACCOUNT MOVES.
020035*----------------------------------------------------------
020040 77  WS-OFFICIAL-DRAWEE      PIC X(06) VALUE "OFFCHK".
020045 01  WS-OCHK-STATUS          PIC X(02).
020050     88  OCHK-FILE-OK                VALUE "00".
020055 01  WS-OCHK-OPEN-FLAG       PIC X(01) VALUE "N".
020060     88  OCHK-FILE-OPEN              VALUE "Y".
020065 01  WS-OCHK-AMOUNT-DISP     PIC ZZZZZZ9.99.
020070 01  WS-OCHK-PAID-COUNT      PIC 9(05) COMP VALUE ZERO.
020075 01  WS-OCHK-REFUSED-COUNT   PIC 9(05) COMP VALUE ZERO.
020077
020079*----------------------------------------------------------
020081* INBOUND FILE REGISTER CALL AREA (SHARED INFREG
020083* SUBPROGRAM).
020085*----------------------------------------------------------
020087 01  WS-INFREG-ACTION        PIC X(01) VALUE "R".
020089 01  WS-INFREG-ALLOW-FLAG    PIC X(01) VALUE "Y".
020091     88  INBOUND-FILE-ALLOWED        VALUE "Y".
020093 01  WS-INFREG-ACCT          PIC 9(06) VALUE ZERO.
020095 01  WS-INBOUND-FILE.
020097     COPY INFREGRC.
020099
020100 01  WS-TIMESTAMP            PIC X(21).
020200 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
020300 01  WS-BUSINESS-STAMP.
023700*----------------------------------------------------------
023800 1000-INITIALIZE.
023900     OPEN OUTPUT CLEARING-RETURNS
023910*    THE FRAUD DESK GETS A LIST EVERY NIGHT, EMPTY OR NOT.
023920     OPEN OUTPUT FRAUD-LIST
024000     OPEN INPUT INWARD-CLEARING
024100     IF NOT INCL-FILE-OK
024200         DISPLAY "CHQ-CLEAR-IN-BATCH: INCLEAR OPEN FAILED, "
024600         GO TO 1000-INITIALIZE-EXIT
024700     END-IF
024800     CALL "GETBDATE" USING WS-BUSINESS-DATE
024810     PERFORM 1100-REGISTER-INBOUND
024820         THRU 1100-REGISTER-INBOUND-EXIT
024830     IF NOT INIT-SUCCESSFUL
024840         GO TO 1000-INITIALIZE-EXIT
024850     END-IF
024900     OPEN I-O    ACCOUNT-MASTER
025000     OPEN EXTEND TRANSACTION-LOG
025100     OPEN I-O    TRANSACTION-DETAIL
027100     IF SPAY-FILE-OK
027200         MOVE "Y" TO WS-SPAY-OPEN-FLAG
027300     END-IF
027310*    NO ODPROT FILE YET JUST MEANS NO ACCOUNT IS PROTECTED.
027320     OPEN INPUT OD-PROTECTIONS
027330     IF ODPR-FILE-OK
027340         MOVE "Y" TO WS-ODPR-OPEN-FLAG
027350     END-IF
027351*    NO OFFCHKS FILE YET JUST MEANS NO OFFICIAL CHECK HAS BEEN
027352*    ISSUED - ANY PRESENTED IS RETURNED UNISSUED.
027353     OPEN I-O OFFICIAL-CHECKS
027354     IF OCHK-FILE-OK
027355         MOVE "Y" TO WS-OCHK-OPEN-FLAG
027356     END-IF
027360     PERFORM 1800-LOAD-NSF-FEES
027370         THRU 1800-LOAD-NSF-FEES-EXIT
027372*    NO CHQBOOK FILE YET JUST MEANS NO RANGES TO CHECK.
027374     OPEN INPUT CHEQUE-BOOKS
027376     IF CHQB-FILE-OK
027378         MOVE "Y" TO WS-CHQB-OPEN-FLAG
027380     END-IF
027382     OPEN I-O PAID-CHEQUES
027384     IF PCHQ-FILE-NOT-FOUND
027386         OPEN OUTPUT PAID-CHEQUES
027388         CLOSE PAID-CHEQUES
027390         OPEN I-O PAID-CHEQUES
027392     END-IF
027394     IF PCHQ-FILE-OK
027396         MOVE "Y" TO WS-PCHQ-OPEN-FLAG
027398     END-IF
027400     PERFORM 8000-READ-INWARD-ITEM
027500         THRU 8000-READ-INWARD-ITEM-EXIT.
027600 1000-INITIALIZE-EXIT.
027700     EXIT.
027701
027702*----------------------------------------------------------
027703* 1100-REGISTER-INBOUND - COUNT AND HASH THE WHOLE INCLEAR
027704* FILE AND REGISTER IT ON THE INBOUND FILE REGISTER BEFORE
027705* ANYTHING POSTS.  A FILE THE REGISTER SAYS WAS ALREADY
027706* POSTED IS REFUSED AND THE RUN ENDS WITH RETURN CODE 8.
027707* THE FILE DATE IS THE LATEST ITEM DATE ON THE FILE.
027708*----------------------------------------------------------
027709 1100-REGISTER-INBOUND.
027710     MOVE SPACES TO WS-INBOUND-FILE
027711     INITIALIZE WS-INBOUND-FILE
027712     MOVE "INCLEAR" TO IR-SOURCE
027713     MOVE "CHQ-CLEAR-IN-BATCH" TO IR-PROGRAM
027714     PERFORM 8000-READ-INWARD-ITEM
027715         THRU 8000-READ-INWARD-ITEM-EXIT
027716     PERFORM 1150-HASH-ONE-ITEM
027717         THRU 1150-HASH-ONE-ITEM-EXIT
027718         UNTIL END-OF-INWARD
027719     IF IR-FILE-DATE = ZERO
027720         MOVE WS-BUSINESS-DATE TO IR-FILE-DATE
027721     END-IF
027722     CLOSE INWARD-CLEARING
027723     OPEN INPUT INWARD-CLEARING
027724     MOVE "N" TO WS-EOF-FLAG
027725     MOVE "R" TO WS-INFREG-ACTION
027726     CALL "INFREG" USING WS-INFREG-ACTION WS-INBOUND-FILE
027727         WS-INFREG-ALLOW-FLAG
027728     IF NOT INBOUND-FILE-ALLOWED
027729         DISPLAY "CHQ-CLEAR-IN-BATCH: INCLEAR ALREADY POSTED, "
027730             "FILE REFUSED"
027731         MOVE 8 TO RETURN-CODE
027732         CLOSE INWARD-CLEARING
027733         MOVE "Y" TO WS-EOF-FLAG
027734         MOVE "N" TO WS-INIT-FLAG
027735     END-IF.
027736 1100-REGISTER-INBOUND-EXIT.
027737     EXIT.
027738
027739*----------------------------------------------------------
027740* 1150-HASH-ONE-ITEM - ADD ONE EXCHANGE ITEM INTO THE FILE'S
027741* CONTROL TOTALS.
027742*----------------------------------------------------------
027743 1150-HASH-ONE-ITEM.
027744     ADD 1 TO IR-RECORD-COUNT
027745     IF IC-AMOUNT NUMERIC
027746         ADD IC-AMOUNT TO IR-AMOUNT-HASH
027747     END-IF
027748     IF IC-ACCT NUMERIC
027749         MOVE IC-ACCT TO WS-INFREG-ACCT
027750         ADD WS-INFREG-ACCT TO IR-ACCT-HASH
027751     END-IF
027752     IF IC-DATE NUMERIC
027753      AND IC-DATE > IR-FILE-DATE
027754         MOVE IC-DATE TO IR-FILE-DATE
027755     END-IF
027756     PERFORM 8000-READ-INWARD-ITEM
027757         THRU 8000-READ-INWARD-ITEM-EXIT.
027758 1150-HASH-ONE-ITEM-EXIT.
027759     EXIT.
027800
027900*----------------------------------------------------------
028000* 2000-POST-ONE-ITEM - DISPATCH ONE INWARD ITEM BY TYPE.
028100*----------------------------------------------------------
028200 2000-POST-ONE-ITEM.
028300     EVALUATE TRUE
028310         WHEN IC-IS-PRESENTMENT
028320          AND IC-ACCT = WS-OFFICIAL-DRAWEE
028330             PERFORM 3600-PAY-OFFICIAL-CHECK
028340                 THRU 3600-PAY-OFFICIAL-CHECK-EXIT
028400         WHEN IC-IS-PRESENTMENT
028500             PERFORM 3000-POST-PRESENTMENT
028600                 THRU 3000-POST-PRESENTMENT-EXIT
031700             THRU 5000-WRITE-RETURN-EXIT
031800         GO TO 3000-POST-PRESENTMENT-EXIT
031900     END-IF
031905*    A SERIAL ALREADY PAID, OR NEVER ISSUED, IS RETURNED
031910*    WHATEVER THE BALANCE AND LISTED FOR THE FRAUD DESK.
031915     PERFORM 2800-CHECK-CHEQUE-SERIAL
031920         THRU 2800-CHECK-CHEQUE-SERIAL-EXIT
031925     IF WS-SERIAL-REASON NOT = SPACES
031930         MOVE WS-SERIAL-REASON TO RT-REASON
031935         PERFORM 5000-WRITE-RETURN
031940             THRU 5000-WRITE-RETURN-EXIT
031945         PERFORM 5200-LIST-FOR-FRAUD
031950             THRU 5200-LIST-FOR-FRAUD-EXIT
031955         GO TO 3000-POST-PRESENTMENT-EXIT
031960     END-IF
032000*    A PRESENTMENT MATCHING AN ACTIVE STOP IS RETURNED, NOT
032100*    PAID - THAT IS THE WHOLE POINT OF THE REGISTER.
032200     MOVE IC-REFERENCE TO WS-STOP-CHECK-REF
033000     END-IF
033100     PERFORM 2500-PRICE-AVAIL-BALANCE
033200         THRU 2500-PRICE-AVAIL-BALANCE-EXIT
033210*    A CHECKING ACCOUNT ENROLLED FOR OVERDRAFT PROTECTION
033220*    PULLS THE SHORTFALL FROM ITS PROTECTOR FIRST.
033230     IF IC-AMOUNT > WS-AVAIL-BALANCE
033240         COMPUTE WS-ODP-NEED = IC-AMOUNT - WS-AVAIL-BALANCE
033250         PERFORM 2400-OD-PROTECT-SWEEP
033260             THRU 2400-OD-PROTECT-SWEEP-EXIT
033270     END-IF
033300     MOVE ZERO TO WS-MIN-BAL-CHECK
033400     IF NOT ACCT-IS-CHECKING
033500         COMPUTE WS-MIN-BAL-CHECK
034100         MOVE "NSF" TO RT-REASON
034200         PERFORM 5000-WRITE-RETURN
034300             THRU 5000-WRITE-RETURN-EXIT
034310         MOVE IC-REFERENCE TO WS-NSF-ITEM-REF
034320         PERFORM 6500-CHARGE-NSF-FEE
034330             THRU 6500-CHARGE-NSF-FEE-EXIT
034400         GO TO 3000-POST-PRESENTMENT-EXIT
034500     END-IF
034600
034900     MOVE "CHQ PAID" TO WS-LOG-TYPE
035000     PERFORM 6000-POST-AND-LOG
035100         THRU 6000-POST-AND-LOG-EXIT
035110     PERFORM 5400-RECORD-PAID-CHEQUE
035120         THRU 5400-RECORD-PAID-CHEQUE-EXIT
035200     ADD 1 TO WS-PAID-COUNT.
035300 3000-POST-PRESENTMENT-EXIT.
035400     EXIT.
035500
035501*----------------------------------------------------------
035502* 3600-PAY-OFFICIAL-CHECK - PAY ONE OF THE BANK'S OWN
035503* OFFICIAL CHECKS AGAINST THE REGISTER.  IT MUST HAVE BEEN
035504* ISSUED, STILL BE OUTSTANDING AND BE PRESENTED FOR EXACTLY
035505* THE AMOUNT ISSUED; ANYTHING ELSE IS RETURNED AND LISTED FOR
035506* THE FRAUD DESK.  A GOOD ONE IS MARKED PAID TODAY.
035507*----------------------------------------------------------
035508 3600-PAY-OFFICIAL-CHECK.
035509     MOVE SPACES TO WS-SERIAL-REASON WS-FRAUD-NOTE
035510     IF NOT OCHK-FILE-OPEN OR IC-REFERENCE NOT NUMERIC
035511         MOVE "NIS" TO WS-SERIAL-REASON
035512         MOVE "NOT ON OFFICIAL CHECK REGISTER" TO WS-FRAUD-NOTE
035513         ADD 1 TO WS-NIS-COUNT
035514         GO TO 3600-PAY-OFFICIAL-CHECK-REFUSE
035515     END-IF
035516     MOVE IC-REFERENCE TO OC-SERIAL
035517     READ OFFICIAL-CHECKS
035518         INVALID KEY
035519             MOVE "NIS" TO WS-SERIAL-REASON
035520             MOVE "NOT ON OFFICIAL CHECK REGISTER"
035521                 TO WS-FRAUD-NOTE
035522             ADD 1 TO WS-NIS-COUNT
035523             GO TO 3600-PAY-OFFICIAL-CHECK-REFUSE
035524     END-READ
035525     EVALUATE TRUE
035526         WHEN OC-IS-PAID
035527             MOVE "DUP" TO WS-SERIAL-REASON
035528             STRING "ALREADY PAID " DELIMITED BY SIZE
035529                 OC-CLOSED-DATE     DELIMITED BY SIZE
035530                 INTO WS-FRAUD-NOTE
035531             END-STRING
035532             ADD 1 TO WS-DUP-COUNT
035533         WHEN OC-IS-ESCHEATED
035534             MOVE "ESC" TO WS-SERIAL-REASON
035535             STRING "ESCHEATED " DELIMITED BY SIZE
035536                 OC-CLOSED-DATE  DELIMITED BY SIZE
035537                 INTO WS-FRAUD-NOTE
035538             END-STRING
035539         WHEN IC-AMOUNT NOT = OC-AMOUNT
035540             MOVE "AMT" TO WS-SERIAL-REASON
035541             MOVE OC-AMOUNT TO WS-OCHK-AMOUNT-DISP
035542             STRING "ISSUED FOR " DELIMITED BY SIZE
035543                 WS-OCHK-AMOUNT-DISP DELIMITED BY SIZE
035544                 INTO WS-FRAUD-NOTE
035545             END-STRING
035546     END-EVALUATE
035547     IF WS-SERIAL-REASON NOT = SPACES
035548         GO TO 3600-PAY-OFFICIAL-CHECK-REFUSE
035549     END-IF
035550     MOVE "P"              TO OC-STATUS
035551     MOVE WS-BUSINESS-DATE TO OC-CLOSED-DATE
035552     REWRITE OFFICIAL-CHECK-RECORD
035553         INVALID KEY
035554             DISPLAY "OFFCHKS REWRITE FAILED, STATUS "
035555                 WS-OCHK-STATUS " SERIAL " OC-SERIAL
035556     END-REWRITE
035557     ADD 1 TO WS-OCHK-PAID-COUNT
035558     ADD 1 TO WS-PAID-COUNT
035559     GO TO 3600-PAY-OFFICIAL-CHECK-EXIT.
035560 3600-PAY-OFFICIAL-CHECK-REFUSE.
035561     MOVE WS-SERIAL-REASON TO RT-REASON
035562     PERFORM 5000-WRITE-RETURN
035563         THRU 5000-WRITE-RETURN-EXIT
035564     PERFORM 5200-LIST-FOR-FRAUD
035565         THRU 5200-LIST-FOR-FRAUD-EXIT
035566     ADD 1 TO WS-OCHK-REFUSED-COUNT.
035567 3600-PAY-OFFICIAL-CHECK-EXIT.
035568     EXIT.
035600*----------------------------------------------------------
035700* 4000-POST-INWARD-RETURN - A CHECK OUR CUSTOMER DEPOSITED
035800* CAME BACK UNPAID: BACK THE DEPOSIT CREDIT OUT, EVEN INTO
043300 4550-MATCH-ONE-HOLD-EXIT.
043400     EXIT.
043500
043510*----------------------------------------------------------
043520* 2400-OD-PROTECT-SWEEP - THE DEBIT ON THE ACCOUNT IN THE
043530* BUFFER IS SHORT BY WS-ODP-NEED.  A CHECKING ACCOUNT
043540* ENROLLED ON ODPROT PULLS THE SHORTFALL (ROUNDED UP TO THE
043550* ENROLMENT'S INCREMENT) FROM ITS PROTECTING ACCOUNT AS A
043560* LINKED "ODP OUT"/"ODP IN" PAIR UNDER ONE REFERENCE.  THE
043570* PROTECTOR'S OWN BLOCKS, HOLDS, STOPS AND MINIMUM BALANCE
043580* STILL RULE - IF THEY REFUSE, NOTHING MOVES.  EITHER WAY
043590* THE CHECKING ACCOUNT IS BACK IN THE BUFFER, REPRICED, FOR
043600* THE CALLER'S FUNDS TEST.
043610*----------------------------------------------------------
043620 2400-OD-PROTECT-SWEEP.
043630     IF NOT ODPR-FILE-OPEN OR NOT ACCT-IS-CHECKING
043640      OR WS-ODP-NEED NOT > ZERO
043650         GO TO 2400-OD-PROTECT-SWEEP-EXIT
043660     END-IF
043670     MOVE ACCT-NUMBER TO WS-ODP-CHK-ACCT PT-ACCT
043680     READ OD-PROTECTIONS
043690         INVALID KEY
043700             GO TO 2400-OD-PROTECT-SWEEP-EXIT
043710     END-READ
043720     IF PT-IS-REMOVED
043730         GO TO 2400-OD-PROTECT-SWEEP-EXIT
043740     END-IF
043750*    THE EXACT SHORTFALL, OR THE NEXT WHOLE MULTIPLE OF THE
043760*    ENROLMENT'S INCREMENT.
043770     MOVE WS-ODP-NEED TO WS-ODP-XFER-AMT
043780     IF PT-INCREMENT NUMERIC AND PT-INCREMENT > ZERO
043790         DIVIDE WS-ODP-NEED BY PT-INCREMENT
043800             GIVING WS-ODP-UNITS REMAINDER WS-ODP-REMAINDER
043810         IF WS-ODP-REMAINDER > ZERO
043820             ADD 1 TO WS-ODP-UNITS
043830         END-IF
043840         COMPUTE WS-ODP-XFER-AMT = WS-ODP-UNITS * PT-INCREMENT
043850     END-IF
043860     MOVE WS-ODP-CHK-ACCT TO WS-ODP-REF-ACCT
043870     PERFORM 2420-CHECK-PROTECTOR
043880         THRU 2420-CHECK-PROTECTOR-EXIT
043890     IF WS-ODP-REFUSED
043900         GO TO 2400-OD-PROTECT-SWEEP-RESTORE
043910     END-IF
043920
043930*    PROTECTOR LEG - THE PROTECTING ACCOUNT IS STILL IN THE
043940*    BUFFER FROM ITS CHECKS.
043950     MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
043960     SUBTRACT WS-ODP-XFER-AMT FROM ACCT-BALANCE
043970     MOVE "ODP OUT" TO WS-ODP-LOG-TYPE
043980     PERFORM 2460-POST-PROTECT-LEG
043990         THRU 2460-POST-PROTECT-LEG-EXIT
044000
044010*    PROTECTED LEG.
044020     MOVE WS-ODP-CHK-ACCT TO ACCT-NUMBER
044030     READ ACCOUNT-MASTER
044040     MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
044050     ADD WS-ODP-XFER-AMT TO ACCT-BALANCE
044060     MOVE "ODP IN" TO WS-ODP-LOG-TYPE
044070     PERFORM 2460-POST-PROTECT-LEG
044080         THRU 2460-POST-PROTECT-LEG-EXIT
044090     GO TO 2400-OD-PROTECT-SWEEP-PRICE.
044100 2400-OD-PROTECT-SWEEP-RESTORE.
044110     MOVE WS-ODP-CHK-ACCT TO ACCT-NUMBER
044120     READ ACCOUNT-MASTER.
044130 2400-OD-PROTECT-SWEEP-PRICE.
044140     MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
044150     PERFORM 2500-PRICE-AVAIL-BALANCE
044160         THRU 2500-PRICE-AVAIL-BALANCE-EXIT.
044170 2400-OD-PROTECT-SWEEP-EXIT.
044180     EXIT.
044190
044200*----------------------------------------------------------
044210* 2420-CHECK-PROTECTOR - READ THE PROTECTING ACCOUNT AND
044220* APPLY ITS OWN DEBIT RULES TO THE TRANSFER: NOT CLOSED,
044230* HELD OR DORMANT, NO STOP IN FORCE, AND THE TRANSFER
044240* COVERED BY ITS AVAILABLE BALANCE WITHOUT BREAKING ITS
044250* MINIMUM.  ANY FAILURE SETS WS-ODP-REFUSED.
044260*----------------------------------------------------------
044270 2420-CHECK-PROTECTOR.
044280     MOVE "N" TO WS-ODP-REFUSE-FLAG
044290     MOVE PT-PROTECT-ACCT TO ACCT-NUMBER
044300     READ ACCOUNT-MASTER
044310         INVALID KEY
044320             MOVE "Y" TO WS-ODP-REFUSE-FLAG
044330             GO TO 2420-CHECK-PROTECTOR-EXIT
044340     END-READ
044350     IF ACCT-IS-CLOSED OR ACCT-ON-HOLD OR ACCT-IS-DORMANT
044360         MOVE "Y" TO WS-ODP-REFUSE-FLAG
044370         GO TO 2420-CHECK-PROTECTOR-EXIT
044380     END-IF
044390     PERFORM 2440-CHECK-PROTECTOR-STOPS
044400         THRU 2440-CHECK-PROTECTOR-STOPS-EXIT
044410     IF WS-ODP-REFUSED
044420         GO TO 2420-CHECK-PROTECTOR-EXIT
044430     END-IF
044440     PERFORM 2500-PRICE-AVAIL-BALANCE
044450         THRU 2500-PRICE-AVAIL-BALANCE-EXIT
044460     MOVE ZERO TO WS-ODP-MIN-CHECK
044470     IF NOT ACCT-IS-CHECKING
044480         COMPUTE WS-ODP-MIN-CHECK
044490             = WS-AVAIL-BALANCE - WS-ODP-XFER-AMT
044500             - WS-SAVINGS-MIN-BAL
044510     END-IF
044520     IF WS-ODP-XFER-AMT > WS-AVAIL-BALANCE
044530      OR WS-ODP-MIN-CHECK < ZERO
044540         MOVE "Y" TO WS-ODP-REFUSE-FLAG
044550     END-IF.
044560 2420-CHECK-PROTECTOR-EXIT.
044570     EXIT.
044580
044590*----------------------------------------------------------
044600* 2440-CHECK-PROTECTOR-STOPS - AN ACTIVE STOP ON THE
044610* PROTECTING ACCOUNT FOR THE TRANSFER AMOUNT, OR ONE CARRYING
044620* THE REFERENCE "ODPROT" (THE CUSTOMER'S STANDING BLOCK ON
044630* SWEEPS), REFUSES THE TRANSFER.
044640*----------------------------------------------------------
044650 2440-CHECK-PROTECTOR-STOPS.
044660     MOVE "N" TO WS-ODP-SPAY-EOF-FLAG
044670     IF NOT SPAY-FILE-OPEN
044680         GO TO 2440-CHECK-PROTECTOR-STOPS-EXIT
044690     END-IF
044700     MOVE ACCT-NUMBER TO SP-ACCT
044710     MOVE ZERO        TO SP-SEQ
044720     START STOP-PAYMENTS KEY NOT LESS THAN SP-KEY
044730         INVALID KEY
044740             MOVE "Y" TO WS-ODP-SPAY-EOF-FLAG
044750     END-START
044760     PERFORM 2450-MATCH-PROTECTOR-STOP
044770         THRU 2450-MATCH-PROTECTOR-STOP-EXIT
044780         UNTIL END-OF-ODP-STOPS OR WS-ODP-REFUSED.
044790 2440-CHECK-PROTECTOR-STOPS-EXIT.
044800     EXIT.
044810
044820*----------------------------------------------------------
044830* 2450-MATCH-PROTECTOR-STOP - READ THE PROTECTOR'S NEXT
044840* STOP AND TEST IT AGAINST THE TRANSFER.
044850*----------------------------------------------------------
044860 2450-MATCH-PROTECTOR-STOP.
044870     READ STOP-PAYMENTS NEXT RECORD
044880         AT END
044890             MOVE "Y" TO WS-ODP-SPAY-EOF-FLAG
044900             GO TO 2450-MATCH-PROTECTOR-STOP-EXIT
044910     END-READ
044920     IF SP-ACCT NOT = ACCT-NUMBER
044930         MOVE "Y" TO WS-ODP-SPAY-EOF-FLAG
044940         GO TO 2450-MATCH-PROTECTOR-STOP-EXIT
044950     END-IF
044960     IF NOT SP-IS-EXPIRED AND NOT SP-IS-RELEASED
044970      AND SP-EXPIRY-DATE >= WS-BUSINESS-DATE
044980         IF SP-AMOUNT = WS-ODP-XFER-AMT
044990          OR SP-REFERENCE = "ODPROT"
045000             MOVE "Y" TO WS-ODP-REFUSE-FLAG
045010         END-IF
045020     END-IF.
045030 2450-MATCH-PROTECTOR-STOP-EXIT.
045040     EXIT.
045050
045060*----------------------------------------------------------
045070* 2460-POST-PROTECT-LEG - REWRITE ONE LEG OF THE TRANSFER
045080* WITH JOURNALING AND WRITE ITS TXNLOG/TXNDETL ENTRIES UNDER
045090* WS-ODP-LOG-TYPE AND THE PAIR'S SHARED REFERENCE.
045100*----------------------------------------------------------
045110 2460-POST-PROTECT-LEG.
045120     IF ACCT-LAST-TXN-SEQ NOT NUMERIC
045130         MOVE ZERO TO ACCT-LAST-TXN-SEQ
045140     END-IF
045150     IF ACCT-LAST-TXN-SEQ >= 9999999
045160*    THE SEQUENCE CEILING: NEVER WRAP TO ZERO AND CORRUPT
045170*    THE KEYED HISTORY - THE NUMBER STAYS PUT SO THE DETAIL
045180*    WRITE FAILS LOUDLY ON ITS DUPLICATE KEY.  RUN THE
045190*    DETAIL PURGE TO ARCHIVE AND RESEQUENCE.
045200         DISPLAY "TXN SEQ CEILING ON ACCOUNT " ACCT-NUMBER
045210             " - DETAIL PURGE REQUIRED"
045220     ELSE
045230         ADD 1 TO ACCT-LAST-TXN-SEQ
045240     END-IF
045250     REWRITE ACCOUNT-RECORD
045260     MOVE ACCOUNT-RECORD TO WS-JRNL-AFTER
045270     CALL "ACCTJRNL" USING WS-JRNL-PROGRAM WS-JRNL-ACTION
045280         WS-JRNL-BEFORE WS-JRNL-AFTER
045290
045300     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
045310     MOVE WS-BUSINESS-DATE   TO WS-BSTAMP-DATE
045320     MOVE WS-TIMESTAMP(9:6)  TO WS-BSTAMP-TIME
045330     MOVE WS-BUSINESS-STAMP  TO TL-TIMESTAMP
045340     MOVE ACCT-NUMBER        TO TL-ACCT
045350     MOVE WS-ODP-LOG-TYPE    TO TL-TXN-TYPE
045360     MOVE WS-ODP-XFER-AMT    TO TL-AMOUNT
045370     MOVE ACCT-BALANCE       TO TL-BALANCE
045380     MOVE SPACES             TO TL-OPERATOR
045390     MOVE WS-ODP-REFERENCE   TO TL-REFERENCE
045400     WRITE TRANSACTION-LOG-LINE FROM WS-LOG-ENTRY
045410
045420     MOVE ACCT-NUMBER        TO TD-ACCT
045430     MOVE ACCT-LAST-TXN-SEQ  TO TD-SEQ
045440     MOVE TL-TIMESTAMP       TO TD-TIMESTAMP
045450     MOVE WS-ODP-LOG-TYPE    TO TD-TXN-TYPE
045460     MOVE WS-ODP-XFER-AMT    TO TD-AMOUNT
045470     MOVE ACCT-BALANCE       TO TD-BALANCE
045480     MOVE SPACES             TO TD-OPERATOR
045490     MOVE WS-ODP-REFERENCE   TO TD-REFERENCE
045500     MOVE SPACES             TO TD-APPROVED-BY
045510     MOVE ACCT-BRANCH        TO TD-BRANCH
045520     WRITE TXN-DETAIL-RECORD
045530         INVALID KEY
045540             DISPLAY "TXNDETL WRITE FAILED, STATUS "
045550                 WS-TXND-STATUS " KEY " TD-KEY
045560     END-WRITE.
045570 2460-POST-PROTECT-LEG-EXIT.
045580     EXIT.
045590
045640*----------------------------------------------------------
045690* 2500-PRICE-AVAIL-BALANCE - LEDGER BALANCE PLUS THE
045740* OVERDRAFT LINE LESS UNRELEASED CHECK HOLDS, THE RULE EVERY
045790* DEBIT PATH APPLIES.
045840*----------------------------------------------------------
045890 2500-PRICE-AVAIL-BALANCE.
045940     MOVE ZERO TO WS-HOLD-TOTAL
045990     IF NOT CHKH-FILE-OPEN
046040         GO TO 2500-PRICE-AVAIL-BALANCE-TOTAL
046090     END-IF
046140     MOVE "N"  TO WS-CHKH-EOF-FLAG
046190     MOVE ACCT-NUMBER TO CH-ACCT
046240     MOVE ZERO        TO CH-SEQ
046290     START CHECK-HOLDS KEY NOT LESS THAN CH-KEY
046340         INVALID KEY
046390             MOVE "Y" TO WS-CHKH-EOF-FLAG
046440     END-START
046490     IF NOT END-OF-CHECK-HOLDS
046540         PERFORM 2550-READ-CHECK-HOLD
046590             THRU 2550-READ-CHECK-HOLD-EXIT
046640     END-IF
046690     PERFORM 2520-SUM-ONE-HOLD
046740         THRU 2520-SUM-ONE-HOLD-EXIT
046790         UNTIL END-OF-CHECK-HOLDS.
046840
046890 2500-PRICE-AVAIL-BALANCE-TOTAL.
046940     PERFORM 2560-SUM-REG-HOLDS
046990         THRU 2560-SUM-REG-HOLDS-EXIT
047040     COMPUTE WS-AVAIL-BALANCE
047090         = ACCT-BALANCE - WS-HOLD-TOTAL
047140     IF ACCT-OD-LIMIT NUMERIC
047190         ADD ACCT-OD-LIMIT TO WS-AVAIL-BALANCE
047240     END-IF.
047290 2500-PRICE-AVAIL-BALANCE-EXIT.
047340     EXIT.
047390
047440*----------------------------------------------------------
047490* 2520-SUM-ONE-HOLD - FOLD ONE UNRELEASED, STILL-HELD CHECK
047540* HOLD INTO THE TOTAL AND READ THE NEXT ONE.
047590*----------------------------------------------------------
047600 2520-SUM-ONE-HOLD.
047700     IF NOT CH-IS-RELEASED
047800      AND CH-AVAIL-DATE > WS-BUSINESS-DATE
071300         IF SPAY-FILE-OPEN
071400             CLOSE STOP-PAYMENTS
071500         END-IF
071510         IF ODPR-FILE-OPEN
071520             CLOSE OD-PROTECTIONS
071530         END-IF
071540         IF PROD-FILE-OPEN
071550             CLOSE PRODUCT-MASTER
071551         END-IF
071552         IF CHQB-FILE-OPEN
071553             CLOSE CHEQUE-BOOKS
071554         END-IF
071555         IF PCHQ-FILE-OPEN
071556             CLOSE PAID-CHEQUES
071560         END-IF
071570         IF OCHK-FILE-OPEN
071580             CLOSE OFFICIAL-CHECKS
071590         END-IF
071591*    THE FILE IS ON THE BOOKS - MARK IT POSTED ON THE
071592*    INBOUND FILE REGISTER.
071593         MOVE "P" TO WS-INFREG-ACTION
071594         CALL "INFREG" USING WS-INFREG-ACTION WS-INBOUND-FILE
071595             WS-INFREG-ALLOW-FLAG
071600     END-IF
071700     CLOSE CLEARING-RETURNS
071710     CLOSE FRAUD-LIST
071800     PERFORM 9500-WRITE-DAILY-STATS
071900         THRU 9500-WRITE-DAILY-STATS-EXIT
071910     DISPLAY "CHQ-CLEAR-IN-BATCH: " WS-NSF-CHARGED
071920         " NSF FEES CHARGED, " WS-NSF-CAPPED
071930         " OVER THE DAILY MAXIMUM"
071940     DISPLAY "CHQ-CLEAR-IN-BATCH: " WS-DUP-COUNT
071950         " DUPLICATE AND " WS-NIS-COUNT
071960         " UNISSUED CHEQUES RETURNED TO THE FRAUD DESK"
071970     DISPLAY "CHQ-CLEAR-IN-BATCH: " WS-OCHK-PAID-COUNT
071980         " OFFICIAL CHECKS PAID, " WS-OCHK-REFUSED-COUNT
071990         " RETURNED"
072000     DISPLAY "CHQ-CLEAR-IN-BATCH: " WS-PAID-COUNT
072100         " PAID, " WS-RETURNED-COUNT " RETURNED, "
072200         WS-REVERSED-COUNT " DEPOSITS REVERSED".
074500     CLOSE DAILY-STATS-FILE.
074600 9500-WRITE-DAILY-STATS-EXIT.
074700     EXIT.
095600
095700*----------------------------------------------------------
095800* 1800-LOAD-NSF-FEES - LOAD THE NSF / RETURNED-ITEM FEE ROWS
095900* FROM FEESCHED AND OPEN THE PRODUCT MASTER THAT PICKS AN
096000* ACCOUNT'S ROW.  NO FEESCHED, OR NO "N" ROWS IN IT, MEANS
096100* NO FEE IS CHARGED.
096200*----------------------------------------------------------
096300 1800-LOAD-NSF-FEES.
096400*    NO PRODMAST FILE YET JUST MEANS THE OLD C/S MAPPING.
096500     OPEN INPUT PRODUCT-MASTER
096600     IF PROD-FILE-OK
096700         MOVE "Y" TO WS-PROD-OPEN-FLAG
096800     END-IF
096900     OPEN INPUT FEE-SCHEDULE
097000     IF NOT FEE-FILE-OK
097100         GO TO 1800-LOAD-NSF-FEES-EXIT
097200     END-IF
097300     PERFORM 1820-READ-FEE-ROW
097400         THRU 1820-READ-FEE-ROW-EXIT
097500     PERFORM 1840-STORE-NSF-FEE
097600         THRU 1840-STORE-NSF-FEE-EXIT
097700         UNTIL END-OF-FEE-SCHED
097800            OR WS-NSF-FEE-COUNT >= 10
097900     CLOSE FEE-SCHEDULE.
098000 1800-LOAD-NSF-FEES-EXIT.
098100     EXIT.
098200
098300*----------------------------------------------------------
098400* 1820-READ-FEE-ROW - READ ONE FEE SCHEDULE ROW.
098500*----------------------------------------------------------
098600 1820-READ-FEE-ROW.
098700     READ FEE-SCHEDULE
098800         AT END
098900             MOVE "Y" TO WS-FEE-EOF-FLAG
099000     END-READ.
099100 1820-READ-FEE-ROW-EXIT.
099200     EXIT.
099300
099400*----------------------------------------------------------
099500* 1840-STORE-NSF-FEE - KEEP THE ROW JUST READ IF IT IS AN NSF
099600* ROW (SERVICE-FEE BANDS BELONG TO FEE-ASSESS-BATCH) AND READ
099700* THE NEXT ONE.  NO DAILY MAXIMUM ON THE ROW MEANS 3.
099800*----------------------------------------------------------
099900 1840-STORE-NSF-FEE.
100000     IF NOT FS-IS-NSF-FEE
100100         GO TO 1840-STORE-NSF-FEE-READ
100200     END-IF
100300     ADD 1 TO WS-NSF-FEE-COUNT
100400     MOVE FS-TYPE         TO WS-NSF-TYPE(WS-NSF-FEE-COUNT)
100500     MOVE FS-FEE          TO WS-NSF-AMOUNT(WS-NSF-FEE-COUNT)
100600     MOVE WS-NSF-DFLT-MAX TO WS-NSF-MAX(WS-NSF-FEE-COUNT)
100700     IF FS-DAILY-MAX NUMERIC AND FS-DAILY-MAX > ZERO
100800         MOVE FS-DAILY-MAX TO WS-NSF-MAX(WS-NSF-FEE-COUNT)
100900     END-IF.
101000 1840-STORE-NSF-FEE-READ.
101100     PERFORM 1820-READ-FEE-ROW
101200         THRU 1820-READ-FEE-ROW-EXIT.
101300 1840-STORE-NSF-FEE-EXIT.
101400     EXIT.
101500
101600*----------------------------------------------------------
101700* 6500-CHARGE-NSF-FEE - THE ITEM IN WS-NSF-ITEM-REF WAS JUST
101800* REFUSED OR RETURNED FOR FUNDS ON THE ACCOUNT IN THE BUFFER.
101900* CHARGE THE PRODUCT'S NSF FEE, EVEN INTO OVERDRAFT, UNLESS
102000* THE ACCOUNT HAS ALREADY PAID ITS DAILY MAXIMUM OF THEM THIS
102100* BUSINESS DAY.  LOGGED AS "NSF FEE" UNDER THE FAILED ITEM'S
102200* REFERENCE, SO THE TELLER FEE WAIVER CAN REFUND IT.
102300*----------------------------------------------------------
102400 6500-CHARGE-NSF-FEE.
102500     IF WS-NSF-FEE-COUNT = ZERO OR ACCT-IS-CLOSED
102600         GO TO 6500-CHARGE-NSF-FEE-EXIT
102700     END-IF
102800     PERFORM 6520-GET-NSF-FEE-RULE
102900         THRU 6520-GET-NSF-FEE-RULE-EXIT
103000     IF WS-NSF-FEE-AMT = ZERO
103100         GO TO 6500-CHARGE-NSF-FEE-EXIT
103200     END-IF
103300     PERFORM 6540-COUNT-TODAYS-FEES
103400         THRU 6540-COUNT-TODAYS-FEES-EXIT
103500     IF WS-NSF-TODAY >= WS-NSF-DAY-MAX
103600         ADD 1 TO WS-NSF-CAPPED
103700         GO TO 6500-CHARGE-NSF-FEE-EXIT
103800     END-IF
103900
104000     MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
104100     SUBTRACT WS-NSF-FEE-AMT FROM ACCT-BALANCE
104200     IF ACCT-LAST-TXN-SEQ NOT NUMERIC
104300         MOVE ZERO TO ACCT-LAST-TXN-SEQ
104400     END-IF
104500     IF ACCT-LAST-TXN-SEQ >= 9999999
104600*    THE SEQUENCE CEILING: NEVER WRAP TO ZERO AND CORRUPT
104700*    THE KEYED HISTORY - THE NUMBER STAYS PUT SO THE DETAIL
104800*    WRITE FAILS LOUDLY ON ITS DUPLICATE KEY.  RUN THE
104900*    DETAIL PURGE TO ARCHIVE AND RESEQUENCE.
105000         DISPLAY "TXN SEQ CEILING ON ACCOUNT " ACCT-NUMBER
105100             " - DETAIL PURGE REQUIRED"
105200     ELSE
105300         ADD 1 TO ACCT-LAST-TXN-SEQ
105400     END-IF
105500     REWRITE ACCOUNT-RECORD
105600     MOVE ACCOUNT-RECORD TO WS-JRNL-AFTER
105700     CALL "ACCTJRNL" USING WS-JRNL-PROGRAM WS-JRNL-ACTION
105800         WS-JRNL-BEFORE WS-JRNL-AFTER
105900
106000     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
106100     MOVE WS-BUSINESS-DATE   TO WS-BSTAMP-DATE
106200     MOVE WS-TIMESTAMP(9:6)  TO WS-BSTAMP-TIME
106300     MOVE WS-BUSINESS-STAMP  TO TL-TIMESTAMP
106400     MOVE ACCT-NUMBER        TO TL-ACCT
106500     MOVE "NSF FEE"          TO TL-TXN-TYPE
106600     MOVE WS-NSF-FEE-AMT     TO TL-AMOUNT
106700     MOVE ACCT-BALANCE       TO TL-BALANCE
106800     MOVE SPACES             TO TL-OPERATOR
106900     MOVE WS-NSF-ITEM-REF    TO TL-REFERENCE
107000     WRITE TRANSACTION-LOG-LINE FROM WS-LOG-ENTRY
107100
107200     MOVE ACCT-NUMBER        TO TD-ACCT
107300     MOVE ACCT-LAST-TXN-SEQ  TO TD-SEQ
107400     MOVE TL-TIMESTAMP       TO TD-TIMESTAMP
107500     MOVE "NSF FEE"          TO TD-TXN-TYPE
107600     MOVE WS-NSF-FEE-AMT     TO TD-AMOUNT
107700     MOVE ACCT-BALANCE       TO TD-BALANCE
107800     MOVE SPACES             TO TD-OPERATOR
107900     MOVE WS-NSF-ITEM-REF    TO TD-REFERENCE
108000     MOVE SPACES             TO TD-APPROVED-BY
108100     MOVE ACCT-BRANCH        TO TD-BRANCH
108200     WRITE TXN-DETAIL-RECORD
108300         INVALID KEY
108400             DISPLAY "TXNDETL WRITE FAILED, STATUS "
108500                 WS-TXND-STATUS " KEY " TD-KEY
108600     END-WRITE
108700     ADD 1 TO WS-NSF-CHARGED.
108800 6500-CHARGE-NSF-FEE-EXIT.
108900     EXIT.
109000
109100*----------------------------------------------------------
109200* 6520-GET-NSF-FEE-RULE - THE NSF FEE AND DAILY MAXIMUM FOR
109300* THE ACCOUNT IN THE BUFFER, BY ITS PRODUCT'S FEE SCHEDULE
109400* CODE ("C"/"S" BY ACCOUNT TYPE WHEN THERE IS NO PRODUCT).
109500* NO "N" ROW FOR THE CODE LEAVES THE FEE AT ZERO.
109600*----------------------------------------------------------
109700 6520-GET-NSF-FEE-RULE.
109800     MOVE ZERO TO WS-NSF-FEE-AMT WS-NSF-DAY-MAX
109900     IF ACCT-IS-CHECKING
110000         MOVE "CK" TO PM-PROD-CODE
110100         MOVE "C"  TO WS-NSF-FEE-CODE
110200     ELSE
110300         MOVE "SV" TO PM-PROD-CODE
110400         MOVE "S"  TO WS-NSF-FEE-CODE
110500     END-IF
110600     IF NOT PROD-FILE-OPEN
110700         GO TO 6520-GET-NSF-FEE-RULE-FIND
110800     END-IF
110900     READ PRODUCT-MASTER
111000         INVALID KEY
111100             GO TO 6520-GET-NSF-FEE-RULE-FIND
111200     END-READ
111300     MOVE PM-FEE-SCHED-CODE TO WS-NSF-FEE-CODE.
111400 6520-GET-NSF-FEE-RULE-FIND.
111500     SET WS-NSF-IDX TO 1
111600     SEARCH WS-NSF-ENTRY
111700         WHEN WS-NSF-TYPE(WS-NSF-IDX) = WS-NSF-FEE-CODE
111800             MOVE WS-NSF-AMOUNT(WS-NSF-IDX) TO WS-NSF-FEE-AMT
111900             MOVE WS-NSF-MAX(WS-NSF-IDX)    TO WS-NSF-DAY-MAX
112000     END-SEARCH.
112100 6520-GET-NSF-FEE-RULE-EXIT.
112200     EXIT.
112300
112400*----------------------------------------------------------
112500* 6540-COUNT-TODAYS-FEES - HOW MANY "NSF FEE" ENTRIES THE
112600* ACCOUNT HAS ON TXNDETL FOR THIS BUSINESS DAY, FROM ANY OF
112700* THE POSTING RUNS.
112800*----------------------------------------------------------
112900 6540-COUNT-TODAYS-FEES.
113000     MOVE ZERO TO WS-NSF-TODAY
113100     MOVE "N"  TO WS-NSF-EOF-FLAG
113200     MOVE ACCT-NUMBER TO TD-ACCT
113300     MOVE ZERO        TO TD-SEQ
113400     START TRANSACTION-DETAIL KEY NOT LESS THAN TD-KEY
113500         INVALID KEY
113600             MOVE "Y" TO WS-NSF-EOF-FLAG
113700     END-START
113800     PERFORM 6560-COUNT-ONE-ENTRY
113900         THRU 6560-COUNT-ONE-ENTRY-EXIT
114000         UNTIL END-OF-NSF-WALK.
114100 6540-COUNT-TODAYS-FEES-EXIT.
114200     EXIT.
114300
114400*----------------------------------------------------------
114500* 6560-COUNT-ONE-ENTRY - READ THE ACCOUNT'S NEXT DETAIL ENTRY
114600* AND COUNT IT IF IT IS ONE OF TODAY'S NSF FEES.
114700*----------------------------------------------------------
114800 6560-COUNT-ONE-ENTRY.
114900     READ TRANSACTION-DETAIL NEXT RECORD
115000         AT END
115100             MOVE "Y" TO WS-NSF-EOF-FLAG
115200             GO TO 6560-COUNT-ONE-ENTRY-EXIT
115300     END-READ
115400     IF TD-ACCT NOT = ACCT-NUMBER
115500         MOVE "Y" TO WS-NSF-EOF-FLAG
115600         GO TO 6560-COUNT-ONE-ENTRY-EXIT
115700     END-IF
115800     IF TD-TXN-TYPE = "NSF FEE"
115900      AND TD-TIMESTAMP(1:8) = WS-BUSINESS-DATE
116000         ADD 1 TO WS-NSF-TODAY
116100     END-IF.
116200 6560-COUNT-ONE-ENTRY-EXIT.
116300     EXIT.
116400*----------------------------------------------------------
116500* 2800-CHECK-CHEQUE-SERIAL - IS THE PRESENTMENT'S SERIAL GOOD
116600* ON THE ACCOUNT IN THE BUFFER?  "DUP" IF IT IS ALREADY ON
116700* THE PAID-CHEQUE REGISTER; "NIS" IF THE ACCOUNT HAS BOOKS ON
116800* CHQBOOK BUT NONE ACTIVE COVERS THE SERIAL (OR THE
116900* REFERENCE IS NOT A SERIAL AT ALL).  AN ACCOUNT WITH NO
117000* BOOKS ON FILE STILL WRITES CHEQUES FROM BOOKS ISSUED
117100* BEFORE THE REGISTER AND IS NOT RANGE-CHECKED.
117200*----------------------------------------------------------
117300 2800-CHECK-CHEQUE-SERIAL.
117400     MOVE SPACES TO WS-SERIAL-REASON WS-FRAUD-NOTE
117500     MOVE "N"    TO WS-SERIAL-NUM-FLAG
117600     MOVE ZERO   TO WS-CHQ-SERIAL
117700     IF IC-REFERENCE NUMERIC
117800         MOVE IC-REFERENCE TO WS-CHQ-SERIAL
117900         MOVE "Y" TO WS-SERIAL-NUM-FLAG
118000     END-IF
118100     IF NOT PCHQ-FILE-OPEN OR NOT WS-SERIAL-NUMERIC
118200         GO TO 2800-CHECK-CHEQUE-SERIAL-BOOKS
118300     END-IF
118400     MOVE IC-ACCT       TO PQ-ACCT
118500     MOVE WS-CHQ-SERIAL TO PQ-SERIAL
118600     READ PAID-CHEQUES
118700         INVALID KEY
118800             GO TO 2800-CHECK-CHEQUE-SERIAL-BOOKS
118900     END-READ
119000     MOVE "DUP" TO WS-SERIAL-REASON
119100     STRING "ALREADY PAID " DELIMITED BY SIZE
119200         PQ-PAID-DATE       DELIMITED BY SIZE
119300         INTO WS-FRAUD-NOTE
119400     END-STRING
119500     ADD 1 TO WS-DUP-COUNT
119600     GO TO 2800-CHECK-CHEQUE-SERIAL-EXIT.
119700 2800-CHECK-CHEQUE-SERIAL-BOOKS.
119800     IF NOT CHQB-FILE-OPEN
119900         GO TO 2800-CHECK-CHEQUE-SERIAL-EXIT
120000     END-IF
120100     MOVE ZERO TO WS-BOOK-COUNT
120200     MOVE "N"  TO WS-ISSUED-FLAG WS-BOOK-EOF-FLAG
120300     MOVE IC-ACCT TO CB-ACCT
120400     MOVE ZERO    TO CB-FIRST-SERIAL
120500     START CHEQUE-BOOKS KEY NOT LESS THAN CB-KEY
120600         INVALID KEY
120700             MOVE "Y" TO WS-BOOK-EOF-FLAG
120800     END-START
120900     PERFORM 2850-MATCH-ONE-BOOK
121000         THRU 2850-MATCH-ONE-BOOK-EXIT
121100         UNTIL END-OF-BOOKS OR WS-SERIAL-ISSUED
121200     IF WS-BOOK-COUNT > ZERO AND NOT WS-SERIAL-ISSUED
121300         MOVE "NIS" TO WS-SERIAL-REASON
121400         MOVE "NOT IN ANY ACTIVE BOOK" TO WS-FRAUD-NOTE
121500         ADD 1 TO WS-NIS-COUNT
121600     END-IF.
121700 2800-CHECK-CHEQUE-SERIAL-EXIT.
121800     EXIT.
121900
122000*----------------------------------------------------------
122100* 2850-MATCH-ONE-BOOK - READ THE ACCOUNT'S NEXT BOOK; AN
122200* ACTIVE ONE WHOSE RANGE HOLDS THE SERIAL SETS
122300* WS-SERIAL-ISSUED.
122400*----------------------------------------------------------
122500 2850-MATCH-ONE-BOOK.
122600     READ CHEQUE-BOOKS NEXT RECORD
122700         AT END
122800             MOVE "Y" TO WS-BOOK-EOF-FLAG
122900             GO TO 2850-MATCH-ONE-BOOK-EXIT
123000     END-READ
123100     IF CB-ACCT NOT = IC-ACCT
123200         MOVE "Y" TO WS-BOOK-EOF-FLAG
123300         GO TO 2850-MATCH-ONE-BOOK-EXIT
123400     END-IF
123500     ADD 1 TO WS-BOOK-COUNT
123600     IF WS-SERIAL-NUMERIC AND NOT CB-IS-CANCELLED
123700      AND WS-CHQ-SERIAL NOT < CB-FIRST-SERIAL
123800      AND WS-CHQ-SERIAL NOT > CB-LAST-SERIAL
123900         MOVE "Y" TO WS-ISSUED-FLAG
124000     END-IF.
124100 2850-MATCH-ONE-BOOK-EXIT.
124200     EXIT.
124300
124400*----------------------------------------------------------
124500* 5200-LIST-FOR-FRAUD - ONE LINE ON CHQFRAUD FOR A CHEQUE
124600* RETURNED ON ITS SERIAL.
124700*----------------------------------------------------------
124800 5200-LIST-FOR-FRAUD.
124900     MOVE SPACES           TO WS-FRAUD-LINE
125000     MOVE IC-ACCT          TO FL-ACCT
125100     MOVE IC-REFERENCE     TO FL-REFERENCE
125200     MOVE IC-AMOUNT        TO FL-AMOUNT
125300     MOVE WS-SERIAL-REASON TO FL-REASON
125400     MOVE WS-FRAUD-NOTE    TO FL-NOTE
125500     WRITE FRAUD-LIST-LINE FROM WS-FRAUD-LINE.
125600 5200-LIST-FOR-FRAUD-EXIT.
125700     EXIT.
125800
125900*----------------------------------------------------------
126000* 5400-RECORD-PAID-CHEQUE - PUT THE CHEQUE JUST PAID ON THE
126100* PAID-CHEQUE REGISTER.  A REFERENCE THAT IS NOT A SERIAL
126200* CANNOT BE KEYED AND IS LEFT OFF.
126300*----------------------------------------------------------
126400 5400-RECORD-PAID-CHEQUE.
126500     IF NOT PCHQ-FILE-OPEN OR NOT WS-SERIAL-NUMERIC
126600         GO TO 5400-RECORD-PAID-CHEQUE-EXIT
126700     END-IF
126800     MOVE SPACES            TO PAID-CHEQUE-RECORD
126900     MOVE IC-ACCT           TO PQ-ACCT
127000     MOVE WS-CHQ-SERIAL     TO PQ-SERIAL
127100     MOVE IC-AMOUNT         TO PQ-AMOUNT
127200     MOVE WS-BUSINESS-DATE  TO PQ-PAID-DATE
127300     MOVE ACCT-LAST-TXN-SEQ TO PQ-TXN-SEQ
127400     WRITE PAID-CHEQUE-RECORD
127500         INVALID KEY
127600             DISPLAY "PAIDCHQ WRITE FAILED, STATUS "
127700                 WS-PCHQ-STATUS " KEY " PQ-KEY
127800     END-WRITE.
127900 5400-RECORD-PAID-CHEQUE-EXIT.
128000     EXIT.
