003800*                 ELIGIBILITY EVERYWHERE DOWNSTREAM, AND
003900*                 DOB-CHANGE-REPORT READS THIS TRAIL FOR
004000*                 COMPLIANCE.
004010* 2026-10-15 KMR  RETURNED-MAIL FLAG ON THE ADDRESS SCREEN.
004020*                 SETTING IT STAMPS THE BUSINESS DATE ON THE
004030*                 CUSTADDR RECORD (RE-SAVING KEEPS THE FIRST
004040*                 DATE, CLEARING IT ZEROES THE DATE); WHILE
004050*                 IT IS SET THE STATEMENT AND NOTICE RUNS
004060*                 DIVERT THE CUSTOMER'S MAIL TO HOLDMAIL.
004070*                 INQUIRY SHOWS THE FLAG AND ITS DATE.
004072* 2026-10-15 KMR  CUSTOMER IDENTIFICATION.  ADD AND CHANGE NOW
004074*                 PRESENT A KYC SCREEN AFTER THE ADDRESS -
004076*                 DOCUMENT TYPE, NUMBER AND EXPIRY, RISK
004078*                 RATING AND NEXT REVIEW DATE - SAVED ON THE
004080*                 NEW INDEXED KYCFILE (SHARED KYCREC COPYBOOK)
004082*                 WITH THE VERIFYING OPERATOR, THEIR BRANCH
004084*                 AND THE BUSINESS DATE.  A FIRST RECORD MUST
004086*                 BE VERIFIED; A BLANK REVIEW DATE DEFAULTS
004088*                 FROM THE RISK RATING.  INQUIRY SHOWS IT.
004090* 2026-10-15 KMR  SANCTIONS SCREENING.  A NEW CUSTOMER'S NAME
004092*                 AND DATE OF BIRTH ARE SCREENED THROUGH SANCCHK
004094*                 AS SOON AS THE RECORD IS ADDED; A POTENTIAL
004096*                 MATCH IS RECORDED ON SCRNMTCH FOR COMPLIANCE
004098*                 AND THE OPERATOR IS TOLD TO REFER IT.
004099* 2026-10-15 KMR  DATE OF DEATH ZEROED ON ADD, SHOWN ON INQUIRY.
004100* 2026-10-15 KMR  DEGREE PROGRAM CODE BLANKED ON ADD.
004105* 2026-10-15 KMR  ALERT PREFERENCES.  NEW MENU OPTION 4 (EXIT IS
004110*                 NOW 5) KEEPS THE CUSTOMER'S SMS/EMAIL ALERT
004115*                 CHOICES ON THE NEW INDEXED ALERTSUB FILE
004120*                 (SHARED ALRTREC COPYBOOK) - LOW BALANCE AND
004125*                 LARGE DEBIT THRESHOLDS, RETURNED ITEMS, PAYMENT
004130*                 FAILURES AND TERM DEPOSIT MATURITY - STAMPED
004135*                 WITH THE BUSINESS DATE AND OPERATOR.  INQUIRY
004140*                 SHOWS THEM.
004150*----------------------------------------------------------
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS AD-CUST-ID
006300         FILE STATUS IS WS-ADDR-STATUS.
006310
006320     SELECT CUSTOMER-KYC ASSIGN TO "KYCFILE"
006330         ORGANIZATION IS INDEXED
006340         ACCESS MODE IS DYNAMIC
006350         RECORD KEY IS KY-CUST-ID
006360         FILE STATUS IS WS-KYC-STATUS.
006365
006370     SELECT CUSTOMER-ALERTS ASSIGN TO "ALERTSUB"
006375         ORGANIZATION IS INDEXED
006380         ACCESS MODE IS DYNAMIC
006385         RECORD KEY IS AL-CUST-ID
006390         FILE STATUS IS WS-ALERT-STATUS.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
008300 FD  CUSTOMER-ADDRESS.
008400 01  CUSTOMER-ADDRESS-RECORD.
008500     COPY ADDRREC.
008510
008520 FD  CUSTOMER-KYC.
008530 01  CUSTOMER-KYC-RECORD.
008540     COPY KYCREC.
008550
008560 FD  CUSTOMER-ALERTS.
008570 01  CUSTOMER-ALERT-RECORD.
008580     COPY ALRTREC.
008600
008700 WORKING-STORAGE SECTION.
008800 01  WS-CUST-STATUS          PIC X(02).
009600 01  WS-ADDR-STATUS          PIC X(02).
009700     88  ADDR-FILE-OK                VALUE "00".
009800     88  ADDR-FILE-NOT-FOUND         VALUE "35".
009810 01  WS-KYC-STATUS           PIC X(02).
009820     88  KYC-FILE-OK                 VALUE "00".
009830     88  KYC-FILE-NOT-FOUND          VALUE "35".
009840 01  WS-ALERT-STATUS         PIC X(02).
009850     88  ALERT-FILE-OK               VALUE "00".
009860     88  ALERT-FILE-NOT-FOUND        VALUE "35".
009900
010000 01  WS-EXIT-FLAG            PIC X(01) VALUE "N".
010100     88  WS-DONE                     VALUE "Y".
010400     88  MC-ADD                      VALUE 1.
010500     88  MC-CHANGE                   VALUE 2.
010600     88  MC-INQUIRY                  VALUE 3.
010610     88  MC-ALERTS                   VALUE 4.
010620     88  MC-EXIT                     VALUE 5.
010800
010900 01  WS-CUST-ID              PIC X(06).
011000 01  WS-CUST-NAME            PIC X(20).
011800 01  WS-ADDR-ZIP             PIC X(10).
011900 01  WS-ADDR-PHONE           PIC X(12).
012000 01  WS-ADDR-MAIL-PREF       PIC X(01) VALUE "M".
012010 01  WS-ADDR-RETURNED        PIC X(01) VALUE "N".
012020 01  WS-ADDR-RET-DATE        PIC 9(08) VALUE ZERO.
012030 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
012100 01  WS-WHT-FLAG             PIC X(01) VALUE "N".
012200 01  WS-WHT-RATE             PIC 9(2)V99 VALUE ZERO.
012210
012220*----------------------------------------------------------
012230* KYC SCREEN FIELDS AND THE REVIEW-DATE ARITHMETIC.
012240*----------------------------------------------------------
012250 01  WS-KYC-DOC-TYPE         PIC X(02).
012260 01  WS-KYC-DOC-NUMBER       PIC X(20).
012270 01  WS-KYC-DOC-EXPIRY       PIC 9(08) VALUE ZERO.
012280 01  WS-KYC-RISK             PIC X(01) VALUE "M".
012290 01  WS-KYC-NEXT-REVIEW      PIC 9(08) VALUE ZERO.
012300 01  WS-KYC-VERIFIED         PIC X(01) VALUE "N".
012310 01  WS-KYC-ON-FILE-FLAG     PIC X(01) VALUE "N".
012320     88  WS-KYC-ON-FILE              VALUE "Y".
012330 01  WS-REVIEW-DATE          PIC 9(08) VALUE ZERO.
012340 01  WS-REVIEW-DATE-X REDEFINES WS-REVIEW-DATE.
012350     05  WS-REVIEW-YYYY      PIC 9(04).
012360     05  WS-REVIEW-MM        PIC 9(02).
012370     05  WS-REVIEW-DD        PIC 9(02).
012380 01  WS-REVIEW-YEARS         PIC 9(01) VALUE ZERO.
012390 01  WS-SCREEN-TYPE          PIC X(01) VALUE "C".
012400 01  WS-SCREEN-FOUND-BY      PIC X(08) VALUE "CUSTMNT".
012410 01  WS-SCREEN-MATCHES       PIC 9(03) VALUE ZERO.
012420 01  WS-SCREENED-FLAG        PIC X(01) VALUE "N".
012430     88  WS-WAS-SCREENED             VALUE "Y".
012440
012450*----------------------------------------------------------
012460* ALERT PREFERENCE SCREEN FIELDS.
012470*----------------------------------------------------------
012480 01  WS-ALRT-LOW-BAL         PIC X(01) VALUE "N".
012490 01  WS-ALRT-LOW-AMT         PIC 9(7)V99 VALUE ZERO.
012500 01  WS-ALRT-DEBIT           PIC X(01) VALUE "N".
012510 01  WS-ALRT-DEBIT-AMT       PIC 9(7)V99 VALUE ZERO.
012520 01  WS-ALRT-RETURN          PIC X(01) VALUE "N".
012530 01  WS-ALRT-PAYFAIL         PIC X(01) VALUE "N".
012540 01  WS-ALRT-TDMAT           PIC X(01) VALUE "N".
012550 01  WS-ALRT-ON-FILE-FLAG    PIC X(01) VALUE "N".
012560     88  WS-ALRT-ON-FILE             VALUE "Y".
012570
012580*----------------------------------------------------------
012590* OPERATOR SIGN-ON TABLE AND FIELDS, AS OPERATOR-MAINT.
012600*----------------------------------------------------------
012610 01  WS-OPER-EOF-FLAG        PIC X(01) VALUE "N".
012620     88  END-OF-OPERATORS            VALUE "Y".
012630 01  WS-OPERATOR-COUNT       PIC 9(03) COMP VALUE ZERO.
012640 01  WS-OPERATOR-TABLE.
013100     05  WS-OPERATOR-ENTRY   OCCURS 1 TO 50 TIMES
013110             DEPENDING ON WS-OPERATOR-COUNT
013120             INDEXED BY WS-OPER-IDX.
013130         10  WS-OP-ID        PIC X(06).
013140         10  WS-OP-PASSWORD  PIC X(08).
013150         10  WS-OP-STATUS    PIC X(01).
013160             88  WS-OP-DISABLED      VALUE "D".
013170         10  WS-OP-BRANCH    PIC X(03).
013180 01  WS-SIGNON-ID            PIC X(06).
013190 01  WS-SIGNON-PASSWORD      PIC X(08).
013200 01  WS-SIGNON-ENCODED       PIC X(08).
013210 01  WS-SIGNON-TRIES         PIC 9 COMP VALUE ZERO.
013220 01  WS-SIGNON-FLAG          PIC X(01) VALUE "N".
013230     88  WS-SIGNED-ON                VALUE "Y".
013240 01  WS-CURRENT-OPERATOR     PIC X(06) VALUE SPACES.
013250 01  WS-CURRENT-BRANCH       PIC X(03) VALUE SPACES.
013260
013270*----------------------------------------------------------
013280* AUDIT BEFORE/AFTER IMAGES OF THE 94-BYTE MASTER RECORD.
013290*----------------------------------------------------------
013300 01  WS-TIMESTAMP            PIC X(21).
013310 01  WS-AUDIT-ACTION         PIC X(06) VALUE SPACES.
013320 01  WS-BEFORE-IMAGE         PIC X(94) VALUE SPACES.
013330 01  WS-AFTER-IMAGE          PIC X(94) VALUE SPACES.
015300
015400 SCREEN SECTION.
015500*----------------------------------------------------------
017300     05  LINE 04 COL 10 VALUE "1. ADD CUSTOMER".
017400     05  LINE 05 COL 10 VALUE "2. CHANGE CUSTOMER".
017500     05  LINE 06 COL 10 VALUE "3. INQUIRY".
017510     05  LINE 07 COL 10 VALUE "4. ALERT PREFERENCES".
017520     05  LINE 08 COL 10 VALUE "5. EXIT".
017530     05  LINE 10 COL 10 VALUE "ENTER YOUR CHOICE:".
017540     05  LINE 10 COL 30 PIC 9 USING MAINT-CHOICE.
017900
018000*----------------------------------------------------------
018100* SC-CUST-ID-SCREEN - CUSTOMER ID ONLY.
020700
020800*----------------------------------------------------------
020900* SC-ADDR-SCREEN - THE CUSTOMER'S ADDRESS, PHONE AND MAILING
021000* PREFERENCE, AND WHETHER MAIL TO THE ADDRESS HAS BEEN
021010* RETURNED UNDELIVERABLE.
021100*----------------------------------------------------------
021200 01  SC-ADDR-SCREEN.
021300     05  BLANK SCREEN.
022300     05  LINE 06 COL 34 PIC X(12) USING WS-ADDR-PHONE.
022400     05  LINE 07 COL 10 VALUE "MAIL PREF (M/E/H):".
022500     05  LINE 07 COL 34 PIC X(01) USING WS-ADDR-MAIL-PREF.
022510     05  LINE 08 COL 10 VALUE "RETURNED MAIL (Y/N):".
022520     05  LINE 08 COL 34 PIC X(01) USING WS-ADDR-RETURNED.
022522
022524*----------------------------------------------------------
022526* SC-KYC-SCREEN - THE CUSTOMER'S IDENTIFICATION DOCUMENT,
022528* RISK RATING AND NEXT REVIEW DATE.  "VERIFIED NOW" STAMPS
022530* THIS OPERATOR AND TODAY AS HAVING SEEN THE DOCUMENT.
022532*----------------------------------------------------------
022534 01  SC-KYC-SCREEN.
022536     05  BLANK SCREEN.
022538     05  LINE 02 COL 10 VALUE "CUSTOMER IDENTIFICATION".
022540     05  LINE 04 COL 10 VALUE "DOC TYPE (PP/DL/NI/OT):".
022542     05  LINE 04 COL 36 PIC X(02) USING WS-KYC-DOC-TYPE.
022544     05  LINE 05 COL 10 VALUE "DOC NUMBER:".
022546     05  LINE 05 COL 36 PIC X(20) USING WS-KYC-DOC-NUMBER.
022548     05  LINE 06 COL 10 VALUE "DOC EXPIRY (YYYYMMDD):".
022550     05  LINE 06 COL 36 PIC 9(08) USING WS-KYC-DOC-EXPIRY.
022552     05  LINE 07 COL 10 VALUE "RISK RATING (L/M/H):".
022554     05  LINE 07 COL 36 PIC X(01) USING WS-KYC-RISK.
022556     05  LINE 08 COL 10 VALUE "NEXT REVIEW (YYYYMMDD):".
022558     05  LINE 08 COL 36 PIC 9(08) USING WS-KYC-NEXT-REVIEW.
022560     05  LINE 09 COL 10 VALUE "VERIFIED NOW (Y/N):".
022562     05  LINE 09 COL 36 PIC X(01) USING WS-KYC-VERIFIED.
022563
022564*----------------------------------------------------------
022565* SC-ALERT-SCREEN - THE ALERTS THE CUSTOMER WANTS SENT BY THE
022566* SMS/EMAIL VENDOR.  A THRESHOLD IS ONLY NEEDED WHEN ITS
022567* ALERT IS ON.
022568*----------------------------------------------------------
022569 01  SC-ALERT-SCREEN.
022570     05  BLANK SCREEN.
022571     05  LINE 02 COL 10 VALUE "ALERT PREFERENCES FOR".
022572     05  LINE 02 COL 36 PIC X(06) FROM WS-CUST-ID.
022573     05  LINE 04 COL 10 VALUE "LOW BALANCE (Y/N):".
022574     05  LINE 04 COL 36 PIC X(01) USING WS-ALRT-LOW-BAL.
022575     05  LINE 05 COL 10 VALUE "  BELOW AMOUNT:".
022576     05  LINE 05 COL 36 PIC 9(7)V99 USING WS-ALRT-LOW-AMT.
022577     05  LINE 06 COL 10 VALUE "LARGE DEBIT (Y/N):".
022578     05  LINE 06 COL 36 PIC X(01) USING WS-ALRT-DEBIT.
022579     05  LINE 07 COL 10 VALUE "  OVER AMOUNT:".
022580     05  LINE 07 COL 36 PIC 9(7)V99 USING WS-ALRT-DEBIT-AMT.
022581     05  LINE 08 COL 10 VALUE "RETURNED ITEM (Y/N):".
022582     05  LINE 08 COL 36 PIC X(01) USING WS-ALRT-RETURN.
022583     05  LINE 09 COL 10 VALUE "PAYMENT FAILED (Y/N):".
022584     05  LINE 09 COL 36 PIC X(01) USING WS-ALRT-PAYFAIL.
022585     05  LINE 10 COL 10 VALUE "TERM DEP MATURING (Y/N):".
022586     05  LINE 10 COL 36 PIC X(01) USING WS-ALRT-TDMAT.
022600
022700 PROCEDURE DIVISION.
022800*----------------------------------------------------------
025400         CLOSE CUSTOMER-ADDRESS
025500         OPEN I-O CUSTOMER-ADDRESS
025600     END-IF
025610     OPEN I-O CUSTOMER-KYC
025620     IF KYC-FILE-NOT-FOUND
025630         OPEN OUTPUT CUSTOMER-KYC
025640         CLOSE CUSTOMER-KYC
025650         OPEN I-O CUSTOMER-KYC
025660     END-IF
025670     OPEN I-O CUSTOMER-ALERTS
025680     IF ALERT-FILE-NOT-FOUND
025690         OPEN OUTPUT CUSTOMER-ALERTS
025700         CLOSE CUSTOMER-ALERTS
025710         OPEN I-O CUSTOMER-ALERTS
025720     END-IF
025800     PERFORM 1000-PROCESS-MENU
025900         THRU 1000-PROCESS-MENU-EXIT
026000         UNTIL WS-DONE
026100     CLOSE CUSTOMER-MASTER
026200     CLOSE CUSTOMER-ADDRESS
026210     CLOSE CUSTOMER-KYC
026220     CLOSE CUSTOMER-ALERTS
026300     STOP RUN.
026400
026500*----------------------------------------------------------
027900         WHEN MC-INQUIRY
028000             PERFORM 4000-INQUIRY
028100                 THRU 4000-INQUIRY-EXIT
028110         WHEN MC-ALERTS
028120             PERFORM 5800-CAPTURE-ALERTS
028130                 THRU 5800-CAPTURE-ALERTS-EXIT
028200         WHEN MC-EXIT
028300             MOVE "Y" TO WS-EXIT-FLAG
028400         WHEN OTHER
030700     MOVE WS-WHT-FLAG      TO CM-WHT-FLAG
030800     MOVE WS-WHT-RATE      TO CM-WHT-RATE
030900     MOVE SPACE            TO CM-STATUS
030910     MOVE ZERO             TO CM-DEATH-DATE
030920     MOVE SPACES           TO CM-PROGRAM-CODE
031000     WRITE CUSTOMER-MASTER-RECORD
031100         INVALID KEY
031200             DISPLAY "CUSTOMER ID ALREADY EXISTS"
031900                 THRU 6000-WRITE-AUDIT-EXIT
032000             PERFORM 5000-CAPTURE-ADDRESS
032100                 THRU 5000-CAPTURE-ADDRESS-EXIT
032110             PERFORM 5500-CAPTURE-KYC
032120                 THRU 5500-CAPTURE-KYC-EXIT
032130         PERFORM 5700-SCREEN-NEW-CUSTOMER
032140             THRU 5700-SCREEN-NEW-CUSTOMER-EXIT
032200     END-WRITE.
032300 2000-ADD-CUSTOMER-EXIT.
032400     EXIT.
036200         THRU 6000-WRITE-AUDIT-EXIT
036300     DISPLAY "CUSTOMER UPDATED: " WS-CUST-ID
036400     PERFORM 5000-CAPTURE-ADDRESS
036500         THRU 5000-CAPTURE-ADDRESS-EXIT
036510     PERFORM 5500-CAPTURE-KYC
036520         THRU 5500-CAPTURE-KYC-EXIT.
036600 3000-CHANGE-CUSTOMER-EXIT.
036700     EXIT.
036800
038600     DISPLAY "PRODUCT: " CM-PROD-CODE
038700     DISPLAY "STATUS: "  CM-STATUS
038800     DISPLAY "WHT:     " CM-WHT-FLAG " " CM-WHT-RATE
038810     IF CM-IS-DECEASED
038820         DISPLAY "DECEASED: " CM-DEATH-DATE
038830     END-IF
038900     MOVE WS-CUST-ID TO AD-CUST-ID
039000     READ CUSTOMER-ADDRESS
039100         INVALID KEY
039600                 " " AD-ZIP
039700             DISPLAY "PHONE:   " AD-PHONE
039800             DISPLAY "MAILPRF: " AD-MAIL-PREF
039810             IF AD-MAIL-RETURNED
039820                 DISPLAY "RETURNED MAIL SINCE " AD-RETURNED-DATE
039830             END-IF
039900     END-READ
039905     MOVE WS-CUST-ID TO KY-CUST-ID
039910     READ CUSTOMER-KYC
039915         INVALID KEY
039920             DISPLAY "NO KYC RECORD ON FILE"
039925         NOT INVALID KEY
039930             DISPLAY "ID DOC:  " KY-DOC-TYPE " " KY-DOC-NUMBER
039935                 " EXP " KY-DOC-EXPIRY
039940             DISPLAY "VERIFD:  " KY-VERIFY-DATE " BY "
039945                 KY-VERIFY-OPER " BR " KY-BRANCH
039950             DISPLAY "RISK:    " KY-RISK-RATING
039955                 " NEXT REVIEW " KY-NEXT-REVIEW
039957     END-READ
039959     MOVE WS-CUST-ID TO AL-CUST-ID
039961     READ CUSTOMER-ALERTS
039963         INVALID KEY
039965             DISPLAY "NO ALERT PREFERENCES ON FILE"
039967         NOT INVALID KEY
039969             DISPLAY "ALERTS:  LOWBAL " AL-LOW-BAL-FLAG " "
039971                 AL-LOW-BAL-AMT " DEBIT " AL-DEBIT-FLAG " "
039973                 AL-DEBIT-AMT
039975             DISPLAY "         RETURN " AL-RETURN-FLAG
039977                 " PAYFAIL " AL-PAYFAIL-FLAG
039979                 " TDMAT " AL-TDMAT-FLAG
039981     END-READ.
040000 4000-INQUIRY-EXIT.
040100     EXIT.
040200
040300*----------------------------------------------------------
040400* 5000-CAPTURE-ADDRESS - PRESENT THE ADDRESS SCREEN PRIMED
040500* WITH WHATEVER IS ALREADY ON FILE AND WRITE (OR REWRITE)
040600* THE CUSTADDR RECORD.  THE RETURNED-MAIL DATE IS THE
040610* BUSINESS DAY THE FLAG WAS FIRST SET; IT IS KEPT WHILE THE
040620* FLAG STAYS ON AND ZEROED WHEN THE FLAG IS TAKEN OFF.
040700*----------------------------------------------------------
040800 5000-CAPTURE-ADDRESS.
040900     MOVE SPACES TO WS-ADDR-STREET WS-ADDR-CITY
041000                    WS-ADDR-STATE  WS-ADDR-ZIP WS-ADDR-PHONE
041100     MOVE "M"    TO WS-ADDR-MAIL-PREF
041110     MOVE "N"    TO WS-ADDR-RETURNED
041120     MOVE ZERO   TO WS-ADDR-RET-DATE
041200     MOVE WS-CUST-ID TO AD-CUST-ID
041300     READ CUSTOMER-ADDRESS
041400         INVALID KEY
042000             MOVE AD-ZIP       TO WS-ADDR-ZIP
042100             MOVE AD-PHONE     TO WS-ADDR-PHONE
042200             MOVE AD-MAIL-PREF TO WS-ADDR-MAIL-PREF
042210             IF AD-MAIL-RETURNED
042220                 MOVE "Y"              TO WS-ADDR-RETURNED
042230                 MOVE AD-RETURNED-DATE TO WS-ADDR-RET-DATE
042240             END-IF
042300     END-READ
042400     DISPLAY SC-ADDR-SCREEN
042500     ACCEPT SC-ADDR-SCREEN
042510     IF WS-ADDR-RETURNED = "Y"
042520         IF WS-ADDR-RET-DATE = ZERO
042530             CALL "GETBDATE" USING WS-BUSINESS-DATE
042540             MOVE WS-BUSINESS-DATE TO WS-ADDR-RET-DATE
042550         END-IF
042560     ELSE
042570         MOVE "N"  TO WS-ADDR-RETURNED
042580         MOVE ZERO TO WS-ADDR-RET-DATE
042590     END-IF
042600     MOVE SPACES           TO CUSTOMER-ADDRESS-RECORD
042700     MOVE WS-CUST-ID       TO AD-CUST-ID
042800     MOVE WS-ADDR-STREET   TO AD-STREET
043100     MOVE WS-ADDR-ZIP      TO AD-ZIP
043200     MOVE WS-ADDR-PHONE    TO AD-PHONE
043300     MOVE WS-ADDR-MAIL-PREF TO AD-MAIL-PREF
043310     MOVE WS-ADDR-RETURNED TO AD-RETURNED-MAIL
043320     MOVE WS-ADDR-RET-DATE TO AD-RETURNED-DATE
043400     WRITE CUSTOMER-ADDRESS-RECORD
043500         INVALID KEY
043600             REWRITE CUSTOMER-ADDRESS-RECORD
047900     MOVE OP-ID       TO WS-OP-ID(WS-OPERATOR-COUNT)
048000     MOVE OP-PASSWORD TO WS-OP-PASSWORD(WS-OPERATOR-COUNT)
048100     MOVE OP-STATUS   TO WS-OP-STATUS(WS-OPERATOR-COUNT)
048110     MOVE OP-BRANCH   TO WS-OP-BRANCH(WS-OPERATOR-COUNT)
048200     PERFORM 0150-READ-OPERATOR
048300         THRU 0150-READ-OPERATOR-EXIT.
048400 0160-STORE-OPERATOR-EXIT.
051800                 SET WS-SIGNED-ON TO TRUE
051900                 MOVE WS-OP-ID(WS-OPER-IDX)
052000                     TO WS-CURRENT-OPERATOR
052010                 MOVE WS-OP-BRANCH(WS-OPER-IDX)
052020                     TO WS-CURRENT-BRANCH
052100             END-IF
052200     END-SEARCH.
052300 0510-ATTEMPT-SIGNON-EXIT.
054200     CLOSE CUST-AUDIT-FILE.
054300 6000-WRITE-AUDIT-EXIT.
054400     EXIT.
054500
054600*----------------------------------------------------------
054700* 5500-CAPTURE-KYC - PRESENT THE KYC SCREEN PRIMED WITH THE
054800* RECORD ON FILE AND WRITE (OR REWRITE) IT.  A BLANK
054900* DOCUMENT TYPE ON A CUSTOMER WITH NO RECORD SKIPS THE STEP.
055000* A FIRST RECORD MUST BE VERIFIED NOW.  VERIFYING STAMPS THE
055100* BUSINESS DATE, OPERATOR AND BRANCH, AND ROLLS A REVIEW
055200* DATE THAT IS BLANK OR ALREADY DUE FORWARD FROM THE RISK
055300* RATING (HIGH 1 YEAR, MEDIUM 3, LOW 5).
055400*----------------------------------------------------------
055500 5500-CAPTURE-KYC.
055600     MOVE SPACES TO WS-KYC-DOC-TYPE WS-KYC-DOC-NUMBER
055700     MOVE ZERO   TO WS-KYC-DOC-EXPIRY WS-KYC-NEXT-REVIEW
055800     MOVE "M"    TO WS-KYC-RISK
055900     MOVE "N"    TO WS-KYC-VERIFIED
056000     MOVE "N"    TO WS-KYC-ON-FILE-FLAG
056100     MOVE WS-CUST-ID TO KY-CUST-ID
056200     READ CUSTOMER-KYC
056300         INVALID KEY
056400             MOVE SPACES TO CUSTOMER-KYC-RECORD
056500             MOVE ZERO   TO KY-VERIFY-DATE
056600         NOT INVALID KEY
056700             MOVE "Y"            TO WS-KYC-ON-FILE-FLAG
056800             MOVE KY-DOC-TYPE    TO WS-KYC-DOC-TYPE
056900             MOVE KY-DOC-NUMBER  TO WS-KYC-DOC-NUMBER
057000             MOVE KY-DOC-EXPIRY  TO WS-KYC-DOC-EXPIRY
057100             MOVE KY-RISK-RATING TO WS-KYC-RISK
057200             MOVE KY-NEXT-REVIEW TO WS-KYC-NEXT-REVIEW
057300     END-READ
057400     DISPLAY SC-KYC-SCREEN
057500     ACCEPT SC-KYC-SCREEN
057600     IF WS-KYC-DOC-TYPE = SPACES AND NOT WS-KYC-ON-FILE
057700         DISPLAY "NO KYC RECORD SAVED: " WS-CUST-ID
057800         GO TO 5500-CAPTURE-KYC-EXIT
057900     END-IF
058000     MOVE WS-KYC-DOC-TYPE    TO KY-DOC-TYPE
058100     MOVE WS-KYC-RISK        TO KY-RISK-RATING
058200     IF NOT KY-DOC-TYPE-VALID
058300         DISPLAY "INVALID DOCUMENT TYPE - KYC NOT SAVED"
058400         GO TO 5500-CAPTURE-KYC-EXIT
058500     END-IF
058600     IF WS-KYC-DOC-NUMBER = SPACES OR WS-KYC-DOC-EXPIRY = ZERO
058700         DISPLAY "DOCUMENT NUMBER AND EXPIRY REQUIRED - "
058800             "KYC NOT SAVED"
058900         GO TO 5500-CAPTURE-KYC-EXIT
059000     END-IF
059100     IF NOT KY-RISK-VALID
059200         DISPLAY "INVALID RISK RATING - KYC NOT SAVED"
059300         GO TO 5500-CAPTURE-KYC-EXIT
059400     END-IF
059500     IF WS-KYC-VERIFIED NOT = "Y" AND NOT WS-KYC-ON-FILE
059600         DISPLAY "DOCUMENT MUST BE VERIFIED - KYC NOT SAVED"
059700         GO TO 5500-CAPTURE-KYC-EXIT
059800     END-IF
059900     IF WS-KYC-VERIFIED = "Y"
060000         CALL "GETBDATE" USING WS-BUSINESS-DATE
060100         MOVE WS-BUSINESS-DATE    TO KY-VERIFY-DATE
060200         MOVE WS-CURRENT-OPERATOR TO KY-VERIFY-OPER
060300         MOVE WS-CURRENT-BRANCH   TO KY-BRANCH
060400         IF WS-KYC-NEXT-REVIEW NOT > WS-BUSINESS-DATE
060500             MOVE ZERO TO WS-KYC-NEXT-REVIEW
060600         END-IF
060700     END-IF
060800     IF WS-KYC-NEXT-REVIEW = ZERO
060900         PERFORM 5550-DEFAULT-REVIEW
061000             THRU 5550-DEFAULT-REVIEW-EXIT
061100     END-IF
061200     MOVE WS-CUST-ID         TO KY-CUST-ID
061300     MOVE WS-KYC-DOC-NUMBER  TO KY-DOC-NUMBER
061400     MOVE WS-KYC-DOC-EXPIRY  TO KY-DOC-EXPIRY
061500     MOVE WS-KYC-NEXT-REVIEW TO KY-NEXT-REVIEW
061600     IF WS-KYC-ON-FILE
061700         REWRITE CUSTOMER-KYC-RECORD
061800     ELSE
061900         WRITE CUSTOMER-KYC-RECORD
062000     END-IF
062100     DISPLAY "KYC SAVED: " WS-CUST-ID " NEXT REVIEW "
062200         KY-NEXT-REVIEW.
062300 5500-CAPTURE-KYC-EXIT.
062400     EXIT.
062500
062600*----------------------------------------------------------
062700* 5550-DEFAULT-REVIEW - NEXT REVIEW DATE FROM THE RISK
062800* RATING, COUNTED FROM THE LAST VERIFICATION.  29 FEBRUARY
062900* FALLS BACK TO THE 28TH.
063000*----------------------------------------------------------
063100 5550-DEFAULT-REVIEW.
063200     EVALUATE TRUE
063300         WHEN KY-RISK-HIGH
063400             MOVE 1 TO WS-REVIEW-YEARS
063500         WHEN KY-RISK-LOW
063600             MOVE 5 TO WS-REVIEW-YEARS
063700         WHEN OTHER
063800             MOVE 3 TO WS-REVIEW-YEARS
063900     END-EVALUATE
064000     MOVE KY-VERIFY-DATE TO WS-REVIEW-DATE
064100     ADD WS-REVIEW-YEARS TO WS-REVIEW-YYYY
064200     IF WS-REVIEW-MM = 02 AND WS-REVIEW-DD = 29
064300         MOVE 28 TO WS-REVIEW-DD
064400     END-IF
064500     MOVE WS-REVIEW-DATE TO WS-KYC-NEXT-REVIEW.
064600 5550-DEFAULT-REVIEW-EXIT.
064700     EXIT.
064800
064900*----------------------------------------------------------
065000* 5700-SCREEN-NEW-CUSTOMER - SCREEN THE NEW CUSTOMER AGAINST
065100* THE SANCTIONS WATCH LIST.  THE ADD STANDS EITHER WAY; A
065200* POTENTIAL MATCH IS LEFT ON SCRNMTCH FOR COMPLIANCE.
065300*----------------------------------------------------------
065400 5700-SCREEN-NEW-CUSTOMER.
065500     CALL "SANCCHK" USING WS-SCREEN-TYPE WS-CUST-ID
065600         WS-CUST-NAME WS-CUST-DOB WS-SCREEN-FOUND-BY
065700         WS-SCREEN-MATCHES WS-SCREENED-FLAG
065800     IF NOT WS-WAS-SCREENED
065900         DISPLAY "*** SANCTIONS SCREENING UNAVAILABLE - "
066000             "CUSTOMER NOT SCREENED ***"
066100         GO TO 5700-SCREEN-NEW-CUSTOMER-EXIT
066200     END-IF
066300     IF WS-SCREEN-MATCHES > ZERO
066400         DISPLAY "*** POTENTIAL SANCTIONS MATCH ("
066500             WS-SCREEN-MATCHES ") - REFER TO COMPLIANCE ***"
066600     END-IF.
066700 5700-SCREEN-NEW-CUSTOMER-EXIT.
066800     EXIT.
066900 
067000*----------------------------------------------------------
067100* 5800-CAPTURE-ALERTS - PRESENT THE ALERT SCREEN FOR AN
067200* EXISTING CUSTOMER, PRIMED WITH THE PREFERENCES ON FILE, AND
067300* WRITE (OR REWRITE) THE ALERTSUB RECORD.  EVERY FLAG MUST BE
067400* Y OR N, AND A THRESHOLD ALERT THAT IS ON NEEDS AN AMOUNT.
067500* TURNING EVERY ALERT OFF KEEPS THE RECORD WITH ALL FLAGS N.
067600*----------------------------------------------------------
067700 5800-CAPTURE-ALERTS.
067800     MOVE SPACES TO WS-CUST-ID
067900     DISPLAY SC-CUST-ID-SCREEN
068000     ACCEPT SC-CUST-ID-SCREEN
068100     MOVE WS-CUST-ID TO CM-CUST-ID
068200     READ CUSTOMER-MASTER
068300         INVALID KEY
068400             DISPLAY "CUSTOMER NOT FOUND"
068500             GO TO 5800-CAPTURE-ALERTS-EXIT
068600     END-READ
068700     MOVE "N"    TO WS-ALRT-LOW-BAL WS-ALRT-DEBIT WS-ALRT-RETURN
068800                    WS-ALRT-PAYFAIL WS-ALRT-TDMAT
068900                    WS-ALRT-ON-FILE-FLAG
069000     MOVE ZERO   TO WS-ALRT-LOW-AMT WS-ALRT-DEBIT-AMT
069100     MOVE WS-CUST-ID TO AL-CUST-ID
069200     READ CUSTOMER-ALERTS
069300         INVALID KEY
069400             MOVE SPACES TO CUSTOMER-ALERT-RECORD
069500         NOT INVALID KEY
069600             MOVE "Y"             TO WS-ALRT-ON-FILE-FLAG
069700             MOVE AL-LOW-BAL-FLAG TO WS-ALRT-LOW-BAL
069800             MOVE AL-LOW-BAL-AMT  TO WS-ALRT-LOW-AMT
069900             MOVE AL-DEBIT-FLAG   TO WS-ALRT-DEBIT
070000             MOVE AL-DEBIT-AMT    TO WS-ALRT-DEBIT-AMT
070100             MOVE AL-RETURN-FLAG  TO WS-ALRT-RETURN
070200             MOVE AL-PAYFAIL-FLAG TO WS-ALRT-PAYFAIL
070300             MOVE AL-TDMAT-FLAG   TO WS-ALRT-TDMAT
070400     END-READ
070500     DISPLAY SC-ALERT-SCREEN
070600     ACCEPT SC-ALERT-SCREEN
070700     IF (WS-ALRT-LOW-BAL NOT = "Y" AND NOT = "N")
070800        OR (WS-ALRT-DEBIT NOT = "Y" AND NOT = "N")
070900        OR (WS-ALRT-RETURN NOT = "Y" AND NOT = "N")
071000        OR (WS-ALRT-PAYFAIL NOT = "Y" AND NOT = "N")
071100        OR (WS-ALRT-TDMAT NOT = "Y" AND NOT = "N")
071200         DISPLAY "EACH ALERT MUST BE Y OR N - ALERTS NOT SAVED"
071300         GO TO 5800-CAPTURE-ALERTS-EXIT
071400     END-IF
071500     IF WS-ALRT-LOW-BAL = "Y" AND WS-ALRT-LOW-AMT = ZERO
071600         DISPLAY "LOW BALANCE AMOUNT REQUIRED - ALERTS NOT SAVED"
071700         GO TO 5800-CAPTURE-ALERTS-EXIT
071800     END-IF
071900     IF WS-ALRT-DEBIT = "Y" AND WS-ALRT-DEBIT-AMT = ZERO
072000         DISPLAY "LARGE DEBIT AMOUNT REQUIRED - ALERTS NOT SAVED"
072100         GO TO 5800-CAPTURE-ALERTS-EXIT
072200     END-IF
072300     IF WS-ALRT-LOW-BAL = "N"
072400         MOVE ZERO TO WS-ALRT-LOW-AMT
072500     END-IF
072600     IF WS-ALRT-DEBIT = "N"
072700         MOVE ZERO TO WS-ALRT-DEBIT-AMT
072800     END-IF
072900     CALL "GETBDATE" USING WS-BUSINESS-DATE
073000     MOVE WS-CUST-ID          TO AL-CUST-ID
073100     MOVE WS-ALRT-LOW-BAL     TO AL-LOW-BAL-FLAG
073200     MOVE WS-ALRT-LOW-AMT     TO AL-LOW-BAL-AMT
073300     MOVE WS-ALRT-DEBIT       TO AL-DEBIT-FLAG
073400     MOVE WS-ALRT-DEBIT-AMT   TO AL-DEBIT-AMT
073500     MOVE WS-ALRT-RETURN      TO AL-RETURN-FLAG
073600     MOVE WS-ALRT-PAYFAIL     TO AL-PAYFAIL-FLAG
073700     MOVE WS-ALRT-TDMAT       TO AL-TDMAT-FLAG
073800     MOVE WS-BUSINESS-DATE    TO AL-UPDATED-DATE
073900     MOVE WS-CURRENT-OPERATOR TO AL-UPDATED-BY
074000     IF WS-ALRT-ON-FILE
074100         REWRITE CUSTOMER-ALERT-RECORD
074200     ELSE
074300         WRITE CUSTOMER-ALERT-RECORD
074400     END-IF
074500     DISPLAY "ALERT PREFERENCES SAVED: " WS-CUST-ID.
074600 5800-CAPTURE-ALERTS-EXIT.
074700     EXIT.
