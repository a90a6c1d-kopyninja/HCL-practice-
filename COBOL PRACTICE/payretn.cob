001700*                 A RETURN FOR AN ACCOUNT WE CANNOT FIND (OR
001800*                 ONE CLOSED SINCE) GOES ON THE MORNING
001900*                 EXCEPTION REPORT FOR HAND POSTING.
001910* 2026-10-15 KMR  PAYRTNIN IS COUNTED, HASHED AND REGISTERED
001920*                 ON THE SHARED INBOUND FILE REGISTER (INFREG)
001930*                 BEFORE ANYTHING POSTS.  A FILE MATCHING ONE
001940*                 ALREADY POSTED IS REFUSED WITH RETURN CODE 8
001950*                 AND AN EXCPLOG ENTRY.
002000*----------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
011400 01  WS-EXCP-MESSAGE         PIC X(40) VALUE SPACES.
011500 01  WS-EXCP-STATUS          PIC X(02) VALUE SPACES.
011600
011605*----------------------------------------------------------
011610* INBOUND FILE REGISTER CALL AREA (SHARED INFREG
011615* SUBPROGRAM).
011620*----------------------------------------------------------
011625 01  WS-INFREG-ACTION        PIC X(01) VALUE "R".
011630 01  WS-INFREG-ALLOW-FLAG    PIC X(01) VALUE "Y".
011635     88  INBOUND-FILE-ALLOWED        VALUE "Y".
011640 01  WS-INFREG-ACCT          PIC 9(06) VALUE ZERO.
011645 01  WS-INBOUND-FILE.
011650     COPY INFREGRC.
011655
011700 01  WS-TIMESTAMP            PIC X(21).
011800 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
011900 01  WS-BUSINESS-STAMP.
016200         GO TO 1000-INITIALIZE-EXIT
016300     END-IF
016400     CALL "GETBDATE" USING WS-BUSINESS-DATE
016410     PERFORM 1100-REGISTER-INBOUND
016420         THRU 1100-REGISTER-INBOUND-EXIT
016430     IF NOT INIT-SUCCESSFUL
016440         GO TO 1000-INITIALIZE-EXIT
016450     END-IF
016500     OPEN I-O    ACCOUNT-MASTER
016600     OPEN EXTEND TRANSACTION-LOG
016700     OPEN I-O    TRANSACTION-DETAIL
017400         THRU 8000-READ-ONE-RETURN-EXIT.
017500 1000-INITIALIZE-EXIT.
017600     EXIT.
017601
017602*----------------------------------------------------------
017603* 1100-REGISTER-INBOUND - COUNT AND HASH THE WHOLE PAYRTNIN
017604* FILE AND REGISTER IT ON THE INBOUND FILE REGISTER BEFORE
017605* ANYTHING POSTS.  A FILE THE REGISTER SAYS WAS ALREADY
017606* POSTED IS REFUSED AND THE RUN ENDS WITH RETURN CODE 8.
017607* THE FILE CARRIES NO DATE OF ITS OWN, SO IT IS FILED
017608* UNDER THE BUSINESS DATE IT ARRIVED ON.
017609*----------------------------------------------------------
017610 1100-REGISTER-INBOUND.
017611     MOVE SPACES TO WS-INBOUND-FILE
017612     INITIALIZE WS-INBOUND-FILE
017613     MOVE "PAYRTNIN" TO IR-SOURCE
017614     MOVE "PAYMENT-RETURN-BATCH" TO IR-PROGRAM
017615     MOVE WS-BUSINESS-DATE TO IR-FILE-DATE
017616     PERFORM 8000-READ-ONE-RETURN
017617         THRU 8000-READ-ONE-RETURN-EXIT
017618     PERFORM 1150-HASH-ONE-RETURN
017619         THRU 1150-HASH-ONE-RETURN-EXIT
017620         UNTIL END-OF-RETURNS
017621     CLOSE PAYMENT-RETURNS
017622     OPEN INPUT PAYMENT-RETURNS
017623     MOVE "N" TO WS-EOF-FLAG
017624     MOVE "R" TO WS-INFREG-ACTION
017625     CALL "INFREG" USING WS-INFREG-ACTION WS-INBOUND-FILE
017626         WS-INFREG-ALLOW-FLAG
017627     IF NOT INBOUND-FILE-ALLOWED
017628         DISPLAY "PAYMENT-RETURN-BATCH: PAYRTNIN ALREADY POSTED, "
017629             "FILE REFUSED"
017630         MOVE 8 TO RETURN-CODE
017631         CLOSE PAYMENT-RETURNS
017632         MOVE "Y" TO WS-EOF-FLAG
017633         MOVE "N" TO WS-INIT-FLAG
017634     END-IF.
017635 1100-REGISTER-INBOUND-EXIT.
017636     EXIT.
017637
017638*----------------------------------------------------------
017639* 1150-HASH-ONE-RETURN - ADD ONE RETURNED PAYMENT INTO THE FILE'S
017640* CONTROL TOTALS.
017641*----------------------------------------------------------
017642 1150-HASH-ONE-RETURN.
017643     ADD 1 TO IR-RECORD-COUNT
017644     IF PR-AMOUNT NUMERIC
017645         ADD PR-AMOUNT TO IR-AMOUNT-HASH
017646     END-IF
017647     IF PR-SOURCE-ACCT NUMERIC
017648         MOVE PR-SOURCE-ACCT TO WS-INFREG-ACCT
017649         ADD WS-INFREG-ACCT TO IR-ACCT-HASH
017650     END-IF
017651     PERFORM 8000-READ-ONE-RETURN
017652         THRU 8000-READ-ONE-RETURN-EXIT.
017653 1150-HASH-ONE-RETURN-EXIT.
017654     EXIT.
017700
017800*----------------------------------------------------------
017900* 2000-POST-ONE-RETURN - RE-CREDIT ONE FAILED PAYMENT TO
029900         CLOSE ACCOUNT-MASTER
030000         CLOSE TRANSACTION-LOG
030100         CLOSE TRANSACTION-DETAIL
030110*    THE FILE IS ON THE BOOKS - MARK IT POSTED ON THE
030120*    INBOUND FILE REGISTER.
030130         MOVE "P" TO WS-INFREG-ACTION
030140         CALL "INFREG" USING WS-INFREG-ACTION WS-INBOUND-FILE
030150             WS-INFREG-ALLOW-FLAG
030200     END-IF
030300     PERFORM 9500-WRITE-DAILY-STATS
030400         THRU 9500-WRITE-DAILY-STATS-EXIT
