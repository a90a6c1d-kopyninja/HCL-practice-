029800*                 COPYBOOK) WITH AMOUNT, REFERENCE AND EXPIRY
029900*                 DATE; WITHDRAWALS AND TRANSFERS NOW CHECK
030000*                 THE REGISTER BEFORE POSTING AND REFUSE A
030010*                 MATCH, AS DO THE BRANCH, STANDING-ORDER AND
030020*                 INWARD CLEARING POSTERS.  THE NIGHTLY
030030*                 STOP-PAY-SWEEP EXPIRES LAPSED STOPS AND
030040*                 PRINTS THE STOPS IN FORCE.
030050* 2026-09-02 KMR  ACCOUNT OPENING NOW ASSIGNS A STATEMENT
030060*                 CYCLE (01-04, DEFAULT 01) SO THE STATEMENT
030070*                 RUN CAN SPREAD THE PRINT ACROSS THE MONTH
030080*                 INSTEAD OF SWAMPING THE PRINTER ONCE.
030090* 2026-09-02 KMR  TRANSACTION DISPUTES (MENU ITEM 19, EXIT
030100*                 RENUMBERED TO 20).  A CASE ON THE NEW
030110*                 INDEXED DISPUTES REGISTER (SHARED DSPTREC
030120*                 COPYBOOK) TIES TO ONE TXNDETL ENTRY; A
030130*                 SUPERVISOR-APPROVED PROVISIONAL CREDIT
030140*                 POSTS AS "DSP CREDIT" AND A RESOLUTION
030150*                 AGAINST THE CUSTOMER CLAWS IT BACK AS
030160*                 "DSP CLAWBK".  DISPUTE-AGE-REPORT AGES THE
030170*                 OPEN CASES NIGHTLY.
030180* 2026-09-02 KMR  OPERATOR AUTHORITY LIMITS (MENU ITEM 20,
030190*                 EXIT RENUMBERED TO 21).  A DEPOSIT,
030200*                 WITHDRAWAL OR TRANSFER ABOVE THE SIGNED-ON
030210*                 OPERATOR'S OP-TXN-LIMIT PARKS ON THE NEW
030220*                 INDEXED PENDAUTH QUEUE INSTEAD OF POSTING;
030230*                 THE AUTH QUEUE OPTION LETS A SECOND
030240*                 OPERATOR WITH ENOUGH AUTHORITY REVIEW AND
030250*                 RELEASE OR REJECT IT, WITH THE ORIGINAL
030260*                 TELLER ON THE ENTRY AND THE RELEASER IN THE
030270*                 APPROVED-BY FIELD.
030280* 2026-09-02 KMR  THE MINIMUM-BALANCE RULE NOW COMES FROM THE
030290*                 INDEXED PRODMAST PRODUCT MASTER (SHARED
030300*                 PRODMREC COPYBOOK) INSTEAD OF THE HARDCODED
030310*                 100.00 SAVINGS LITERAL; NO FILE OR NO
030320*                 PRODUCT FALLS BACK TO THE OLD RULE.
030330* 2026-09-02 KMR  THE PER-ACCOUNT DETAIL SEQUENCE NOW HARD-
030340*                 STOPS AT THE 9(07) CEILING INSTEAD OF
030350*                 WRAPPING TO ZERO: THE NUMBER STAYS PUT, THE
030360*                 DETAIL WRITE FAILS LOUDLY, AND THE MONTHLY
030370*                 DETAIL PURGE RESEQUENCES THE ACCOUNT.
030380* 2026-09-02 KMR  EXTERNAL PAYMENTS (MENU ITEM 21).  PAYEES
030390*                 LIVE ON THE INDEXED PAYEEREG REGISTER
030400*                 (SHARED PAYEEREC COPYBOOK); A ONE-OFF
030410*                 PAYMENT DEBITS THE CUSTOMER AS "EXT PAY"
030420*                 UNDER THE PAYEE ID FOR THE NIGHTLY EXPORT,
030430*                 AND A STANDING ORDER CAN TARGET A PAYEE
030440*                 (TYPE "P").
030450* 2026-09-02 KMR  POST-DATED TRANSACTIONS (MENU ITEM 22,
030460*                 EXIT TO 23; THE MENU NOW SHOWS TWO
030470*                 COLUMNS).  A TELLER SCHEDULES A FUTURE-
030480*                 DATED DEPOSIT, WITHDRAWAL, TRANSFER OR
030490*                 PAYEE PAYMENT ON THE INDEXED FUTQUEUE FILE
030500*                 (SHARED FUTQREC COPYBOOK), LISTS OR
030510*                 CANCELS; FUTURE-TXN-BATCH EXECUTES THEM
030520*                 WHEN THEIR DATE ARRIVES.
030530* 2026-09-02 KMR  TRAINING MODE.  AN OPERATOR FLAGGED
030540*                 OP-TRAINEE ON OPERTAB SIGNS ON AGAINST THE
030550*                 TRAINMST/TRAINLOG/TRAINDTL SHADOWS (THE
030560*                 ASSIGN NAMES ARE DATA ITEMS SWITCHED AT
030570*                 SIGN-ON), EVERY SCREEN SHOWS A TRAINING
030580*                 BANNER, THE FUNCTIONS THAT WRITE LIVE SIDE
030590*                 FILES (ORDERS, TERM DEPOSITS, LOANS,
030600*                 HOLDS, STOPS, DISPUTES, OWNERS, FEE
030610*                 WAIVERS, PAYEES AND THE QUEUES) ARE
030620*                 REFUSED, THE JOURNAL AND DUAL-CONTROL
030630*                 QUEUE ARE NEVER WRITTEN, CHECK DEPOSITS
030640*                 TAKE NO LIVE HOLD AND DRAWER DECLARATIONS
030650*                 ARE SKIPPED - TRAINING NEVER TOUCHES THE
030660*                 BOOKS.  REFRESH THE SHADOWS WITH
030670*                 TRAIN-REFRESH-BATCH.
030680* 2026-09-02 KMR  THE BALANCE INQUIRY SHOWS THE LAST TEN
030690*                 END-OF-DAY SNAPSHOTS FROM BALHIST (SHARED
030700*                 BALHREC COPYBOOK).
030710* 2026-09-02 KMR  PARTIAL-AMOUNT HOLDS.  HOLD MAINTENANCE
030720*                 ACTIONS 5/6/7 PLACE, LIST AND RELEASE
030730*                 AMOUNT-SPECIFIC HOLDS ON THE INDEXED
030740*                 HOLDREG REGISTER (SHARED HREGREC COPYBOOK);
030750*                 AVAILABLE-BALANCE PRICING SUBTRACTS THEM
030760*                 ALONGSIDE UNRELEASED CHECK HOLDS.
030770* 2026-09-02 KMR  THE HISTORY INQUIRY NOW ROLLS THE
030780*                 ACCOUNT'S PURGED ENTRIES IN FROM THE
030790*                 TXNDARCH ARCHIVE AHEAD OF THE LIVE DETAIL,
030800*                 SO THE RETENTION PURGE HIDES NOTHING FROM
030810*                 THE TELLER.
030820* 2026-09-02 KMR  A RELEASED DUAL-CONTROL ITEM NOW PASSES
030830*                 EVERY TEST THE DIRECT PATH DOES (STOPS,
030840*                 GUARDIAN, MINIMUM BALANCE, CASH-OR-CHECK)
030850*                 AND IS MARKED RELEASED ONLY WHEN THE POST
030860*                 ACTUALLY HAPPENED.
030870* 2026-10-15 KMR  LATE CHARGES.  A LOAN REPAYMENT NOW CLEARS
030880*                 THE LOAN'S LATE FEES DUE FIRST (LOGGED "LOAN
030890*                 LATE"), THEN INTEREST, THEN PRINCIPAL, AND
030900*                 THE PAYOFF CHECK AND QUOTE INCLUDE THE FEES.
030910*                 MENU ITEM 23 (EXIT MOVES TO 24) WAIVES ONE
030920*                 LATE FEE OFF THE LATEFEES REGISTER (SHARED
030930*                 LATEREC COPYBOOK) WITH A REASON CODE AND
030940*                 SUPERVISOR APPROVAL, LOGGED "LATE WAIVE"
030950*                 UNDER THE LOAN NUMBER.
030960* 2026-10-15 KMR  LOAN CHARGE-OFF.  MENU ITEM 24 (EXIT MOVES
030970*                 TO 25) CHARGES OFF A LOAN UNDER SUPERVISOR
030980*                 APPROVAL: PRINCIPAL, ACCRUED INTEREST AND
030990*                 LATE FEES GO TO THE CHGOFF REGISTER (SHARED
031000*                 CHGOREC COPYBOOK), ARE ZEROED ON THE LOAN,
031010*                 AND THE LOAN IS MARKED "X" SO ACCRUAL, LATE
031020*                 CHARGES AND BILLING LEAVE IT ALONE.  A LATER
031030*                 REPAYMENT ON A CHARGED-OFF LOAN POSTS AS A
031040*                 RECOVERY ("LOAN RECOV") AGAINST THE REGISTER
031050*                 INSTEAD OF TO PRINCIPAL.
031060* 2026-10-15 KMR  LOAN MODIFICATION.  MENU ITEM 25 (EXIT MOVES
031070*                 TO 26) CHANGES A LOAN'S RATE, TERM,
031080*                 FREQUENCY AND NEXT DUE DATE FROM AN
031090*                 EFFECTIVE DATE UNDER A REASON CODE AND
031100*                 SUPERVISOR APPROVAL, WRITING BEFORE AND
031110*                 AFTER VALUES TO THE NEW LOANHIST FILE
031120*                 (SHARED LHSTREC COPYBOOK).  THE PAYOFF QUOTE
031130*                 PRICES THE DAYS BEFORE THE EFFECTIVE DATE AT
031140*                 THE OLD RATE AND THE DAYS AFTER AT THE NEW.
031150* 2026-10-15 KMR  A REPAYMENT THAT CLOSES A LOAN STAMPS THE
031160*                 CLOSE DATE FOR LOAN-PAID-IN-FULL-BATCH.
031170* 2026-10-15 KMR  OVERDRAFT PROTECTION.  A WITHDRAWAL, TRANSFER,
031180*                 TERM-DEPOSIT FUNDING, RELEASED PENDING ITEM
031190*                 OR BILL PAYMENT THAT A CHECKING ACCOUNT
031200*                 CANNOT COVER FIRST PULLS THE SHORTFALL FROM
031210*                 THE SAVINGS ACCOUNT LINKED ON THE NEW ODPROT
031220*                 FILE (SHARED ODPREC COPYBOOK) AS AN "ODP
031230*                 OUT"/"ODP IN" PAIR UNDER ONE REFERENCE.
031240* 2026-10-15 KMR  THE FEE WAIVER ALSO REFUNDS THE "NSF FEE"
031250*                 ENTRIES THE POSTING BATCHES NOW CHARGE ON
031260*                 ITEMS REFUSED OR RETURNED FOR FUNDS.
031270* 2026-10-15 KMR  A DEPOSIT, WITHDRAWAL OR TRANSFER ON AN
031280*                 ACCOUNT WHOSE CUSTOMER HAS NO RECORD ON THE
031290*                 NEW KYCFILE, OR WHOSE ID DOCUMENT HAS
031300*                 EXPIRED, WARNS THE TELLER BEFORE POSTING.
031310*                 THE TRANSACTION IS NOT STOPPED.
031320* 2026-10-15 KMR  A NEWLY REGISTERED PAYEE IS SANCTIONS-
031330*                 SCREENED THROUGH SANCCHK AND A HIT IS FLAGGED.
031340* 2026-10-15 KMR  BRANCH VAULT.  THE DRAWER DECLARATIONS NOW
031350*                 TAKE A DENOMINATION BREAKDOWN THAT MAKES UP
031360*                 THE AMOUNT.  MENU ITEM 26 (EXIT MOVES TO 27)
031370*                 RECORDS VAULT BUY/SELL BY THE TELLER, CASH
031380*                 SHIPMENTS IN AND OUT AND THE VAULT COUNT ON
031390*                 THE DRAWFILE, EACH WITH A BREAKDOWN AND HEAD
031400*                 TELLER APPROVAL, FOR VAULT-PROOF-BATCH.
031410* 2026-10-15 KMR  OFFICIAL CHECKS.  MENU ITEM 27 (EXIT MOVES TO
031420*                 28) ISSUES A CASHIER'S CHECK UNDER THE NEXT
031430*                 SERIAL ON THE NEW OFFCHKS REGISTER (SHARED
031440*                 OCHKREC COPYBOOK), PAID FROM AN ACCOUNT (LOGGED
031450*                 "OFF CHECK" UNDER THE SERIAL) OR IN CASH (A
031460*                 DRAWFILE "K" EVENT FOR THE DRAWER PROOF).
031470* 2026-10-15 KMR  SIGN-ON RESTRICTIONS.  AFTER A GOOD PASSWORD THE
031480*                 OPERATOR'S SIGN-ON WINDOW (THEIR OWN ON OPERTAB,
031490*                 ELSE THE SECPARM WINDOW FOR THEIR ROLE) AND
031500*                 PERMITTED TERMINALS/BRANCHES (OPERTAB, MATCHED
031510*                 AGAINST THE NEW TERMINFO WORKSTATION RECORD) ARE
031520*                 ENFORCED.  A BREACH IS REFUSED UNLESS ANOTHER
031530*                 OPERATOR WITH THE SUPERVISOR ROLE OVERRIDES ON
031540*                 THE SPOT.  SECLOG OUTCOMES WINDOW/LOCATION
031550*                 (REFUSED) AND OVR-WINDOW/OVR-LOCN (OVERRIDDEN);
031560*                 EVERY SECLOG LINE NOW ALSO CARRIES THE TERMINAL
031570*                 AND ANY OVERRIDING SUPERVISOR.
031580* 2026-10-15 KMR  PRODUCT CONVERSION.  MENU ITEM 28 (EXIT MOVES TO
031590*                 29) MOVES AN ACCOUNT TO ANOTHER PRODUCT IN PLACE
031600*                 WITH SUPERVISOR APPROVAL.  ACCRUED INTEREST IS
031610*                 SETTLED UNDER THE OLD PRODUCT (NET OF TAX WHT,
031620*                 PRICED OFF CUSTMSTR AS THE INTEREST RUN DOES)
031630*                 BEFORE ACCT-TYPE CHANGES, AND EACH CASE GOES ON
031640*                 THE NEW PRODCONV FILE (SHARED PCNVREC COPYBOOK)
031650*                 FOR THE MONTHLY PROD-CONVERSION-REPORT.
031660* 2026-10-15 KMR  CHECK-DIGIT ACCOUNT NUMBERS.  OPEN ACCOUNT NO
031670*                 LONGER TAKES A KEYED NUMBER: THE SYSTEM ISSUES
031680*                 THE NEXT FREE FIVE-DIGIT BASE WITH ITS MOD-11
031690*                 CHECK DIGIT FROM THE SHARED ACCTCHK ROUTINE.
031700*                 EVERY SCREEN THAT TAKES A KEYED ACCOUNT NUMBER
031710*                 (INCLUDING STANDING-ORDER AND FUTURE-DATED
031720*                 TARGETS) RUNS IT THROUGH 6050-CHECK-ACCT-NUMBER
031730*                 FIRST; A NUMBER THAT FAILS IS REFUSED UNLESS IT
031740*                 IS A GRANDFATHERED ACCOUNT (ACCT-CD-EXEMPT).
031741* 2026-10-15 KMR  RELATIONSHIP INQUIRY.  MENU ITEM 29 (EXIT MOVES
031742*                 TO 30) TAKES A CUSTOMER ID, OR FINDS ONE THROUGH
031743*                 THE NAME LOOKUP, AND PAGES EVERYTHING THE
031744*                 CUSTOMER HAS ON ONE SCREEN: ACCOUNTS OWNED OR
031745*                 JOINTLY OWNED (ACCTOWN) WITH LEDGER, AVAILABLE
031746*                 AND STATUS, LIVE LOANS, TERM DEPOSITS, ACTIVE
031747*                 STANDING ORDERS, AND THE STOPS AND HOLDS ON THE
031748*                 ACCOUNTS.  READ-ONLY.
031752* 2026-10-15 KMR  A LOAN PAYMENT TAKEN WHILE A MODIFICATION IS
031754*                 STILL TO TAKE EFFECT ROLLS THE OLD SCHEDULE'S
031756*                 DUE DATE (LN-PRE-MOD-DUE), LEAVING THE NEW
031758*                 SCHEDULE'S FIRST DUE DATE WHERE THE MOD SET IT.
031760*----------------------------------------------------------
038800 ENVIRONMENT DIVISION.
038900 INPUT-OUTPUT SECTION.
039000 FILE-CONTROL.
041300         ORGANIZATION IS LINE SEQUENTIAL
041400         FILE STATUS IS WS-SECLOG-STATUS.
041500
041510     SELECT TERMINAL-INFO ASSIGN TO "TERMINFO"
041520         ORGANIZATION IS LINE SEQUENTIAL
041530         FILE STATUS IS WS-TERMINFO-STATUS.
041540
041550     SELECT SIGNON-WINDOW-PARM ASSIGN TO "SECPARM"
041560         ORGANIZATION IS LINE SEQUENTIAL
041570         FILE STATUS IS WS-SECPARM-STATUS.
041600     SELECT STANDING-ORDERS ASSIGN TO "STANDORD"
041700         ORGANIZATION IS LINE SEQUENTIAL
041800         FILE STATUS IS WS-SORD-STATUS.
046600         ACCESS MODE IS DYNAMIC
046700         RECORD KEY IS PM-PROD-CODE
046800         FILE STATUS IS WS-PROD-STATUS.
046805
046810     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
046815         ORGANIZATION IS INDEXED
046820         ACCESS MODE IS DYNAMIC
046825         RECORD KEY IS CM-CUST-ID
046830         FILE STATUS IS WS-CUSTM-STATUS.
046835
046840     SELECT WHT-ACCUM-FILE ASSIGN TO "WHTACCUM"
046845         ORGANIZATION IS LINE SEQUENTIAL
046850         FILE STATUS IS WS-WHTA-STATUS.
046855
046860     SELECT PRODUCT-CONVERSION-LOG ASSIGN TO "PRODCONV"
046865         ORGANIZATION IS LINE SEQUENTIAL
046870         FILE STATUS IS WS-PCNV-STATUS.
046900
047000     SELECT DETAIL-ARCHIVE ASSIGN TO "TXNDARCH"
047100         ORGANIZATION IS INDEXED
050200         ACCESS MODE IS DYNAMIC
050300         RECORD KEY IS HR-KEY
050400         FILE STATUS IS WS-HREG-STATUS.
050410
050420     SELECT LATE-FEE-REGISTER ASSIGN TO "LATEFEES"
050430         ORGANIZATION IS INDEXED
050440         ACCESS MODE IS DYNAMIC
050450         RECORD KEY IS LF-KEY
050460         FILE STATUS IS WS-LATE-STATUS.
050465
050470     SELECT CHARGE-OFF-REGISTER ASSIGN TO "CHGOFF"
050475         ORGANIZATION IS INDEXED
050480         ACCESS MODE IS DYNAMIC
050485         RECORD KEY IS CO-KEY
050490         FILE STATUS IS WS-CHGO-STATUS.
050491
050492     SELECT LOAN-HISTORY ASSIGN TO "LOANHIST"
050493         ORGANIZATION IS INDEXED
050494         ACCESS MODE IS DYNAMIC
050495         RECORD KEY IS LH-KEY
050496         FILE STATUS IS WS-LHST-STATUS.
050506
050516     SELECT OD-PROTECTIONS ASSIGN TO "ODPROT"
050526         ORGANIZATION IS INDEXED
050536         ACCESS MODE IS DYNAMIC
050546         RECORD KEY IS PT-ACCT
050556         FILE STATUS IS WS-ODPR-STATUS.
050561
050566     SELECT CUSTOMER-KYC ASSIGN TO "KYCFILE"
050571         ORGANIZATION IS INDEXED
050576         ACCESS MODE IS RANDOM
050581         RECORD KEY IS KY-CUST-ID
050586         FILE STATUS IS WS-KYC-STATUS.
050590
050591     SELECT OFFICIAL-CHECKS ASSIGN TO "OFFCHKS"
050592         ORGANIZATION IS INDEXED
050593         ACCESS MODE IS DYNAMIC
050594         RECORD KEY IS OC-SERIAL
050595         FILE STATUS IS WS-OCHK-STATUS.
050600 DATA DIVISION.
050700 FILE SECTION.
050800 FD  ACCOUNT-MASTER.
052000 01  OPERATOR-RECORD.
052100     COPY OPERREC.
052200
052205*----------------------------------------------------------
052210* TERMINFO - THE ONE-RECORD WORKSTATION IDENTITY FILE SET UP
052215* ON EACH TELLER TERMINAL: ITS TERMINAL ID AND BRANCH.
052220*----------------------------------------------------------
052225 FD  TERMINAL-INFO.
052230 01  TERMINAL-INFO-RECORD.
052235     05  TI-TERMINAL-ID      PIC X(08).
052240     05  TI-BRANCH           PIC X(03).
052245
052250*----------------------------------------------------------
052255* SECPARM - HHMMSS WINDOWS.  THE RECORD WITH NO ROLE IS THE
052260* MORNING REVIEW'S HOURS WINDOW; ROLE S OR T SETS THE SIGN-ON
052265* WINDOW ENFORCED FOR SUPERVISORS OR TELLERS.
052270*----------------------------------------------------------
052275 FD  SIGNON-WINDOW-PARM.
052280 01  SIGNON-WINDOW-RECORD.
052285     05  WP-START-TIME       PIC X(06).
052290     05  WP-END-TIME         PIC X(06).
052295     05  WP-ROLE             PIC X(01).
052300 FD  SECURITY-LOG.
052400 01  SECURITY-LOG-LINE       PIC X(80).
052500
056200 FD  PRODUCT-MASTER.
056300 01  PRODUCT-MASTER-RECORD.
056400     COPY PRODMREC.
056405
056410 FD  CUSTOMER-MASTER.
056415 01  CUSTOMER-MASTER-RECORD.
056420     COPY CUSTMREC.
056425
056430 FD  WHT-ACCUM-FILE.
056435 01  WHT-ACCUM-RECORD.
056440     COPY WHTACREC.
056445
056450 FD  PRODUCT-CONVERSION-LOG.
056455 01  PRODUCT-CONVERSION-RECORD.
056460     COPY PCNVREC.
056500
056600*----------------------------------------------------------
056700* PENDAUTH - ONE PARKED TRANSACTION AWAITING DUAL-CONTROL
058400 FD  HOLD-REGISTER.
058500 01  HOLD-REGISTER-RECORD.
058600     COPY HREGREC.
058610
058620 FD  LATE-FEE-REGISTER.
058630 01  LATE-FEE-RECORD.
058640     COPY LATEREC.
058650
058660 FD  CHARGE-OFF-REGISTER.
058670 01  CHARGE-OFF-RECORD.
058680     COPY CHGOREC.
058682
058684 FD  LOAN-HISTORY.
058686 01  LOAN-HISTORY-RECORD.
058688     COPY LHSTREC.
058690
058692 FD  OD-PROTECTIONS.
058694 01  OD-PROTECTION-RECORD.
058696     COPY ODPREC.
058700
058800 FD  DETAIL-ARCHIVE.
058900 01  ARCH-DETAIL-RECORD.
060700         88  PA-IS-RELEASED          VALUE "R".
060800         88  PA-IS-REJECTED          VALUE "X".
060900     05  FILLER              PIC X(10).
060910
060920 FD  CUSTOMER-KYC.
060930 01  CUSTOMER-KYC-RECORD.
060940     COPY KYCREC.
060950
060960 FD  OFFICIAL-CHECKS.
060970 01  OFFICIAL-CHECK-RECORD.
060980     COPY OCHKREC.
061000
061100 WORKING-STORAGE SECTION.
061200*----------------------------------------------------------
065700         10  WS-OP-BRANCH    PIC X(03).
065800         10  WS-OP-TXN-LIMIT PIC 9(5)V99.
065900         10  WS-OP-TRAINEE   PIC X(01).
065910         10  WS-OP-SIGNON-START PIC X(06).
065920         10  WS-OP-SIGNON-END PIC X(06).
065930         10  WS-OP-PERMIT-LOCS.
065940             15  WS-OP-PERMIT-LOC PIC X(08) OCCURS 4 TIMES.
066000
066100 01  WS-SAVE-SUB             PIC 9(03) COMP VALUE ZERO.
066200 01  WS-SIGNON-ID            PIC X(06).
067000 01  WS-CURRENT-LIMIT        PIC 9(5)V99 VALUE ZERO.
067100 01  WS-TRAINEE-FLAG         PIC X(01) VALUE "N".
067200     88  WS-TRAINING-MODE            VALUE "Y".
067202
067204*----------------------------------------------------------
067206* SIGN-ON RESTRICTION FIELDS - THIS WORKSTATION'S IDENTITY,
067208* THE SECPARM ROLE WINDOWS AND THE RESULT OF THE CHECK.
067210*----------------------------------------------------------
067212 01  WS-TERMINFO-STATUS      PIC X(02).
067214     88  TERMINFO-FILE-OK            VALUE "00".
067216 01  WS-SECPARM-STATUS       PIC X(02).
067218     88  SECPARM-FILE-OK             VALUE "00".
067220 01  WS-SECPARM-EOF-FLAG     PIC X(01) VALUE "N".
067222     88  END-OF-SECPARM              VALUE "Y".
067224 01  WS-TERMINAL-ID          PIC X(08) VALUE SPACES.
067226 01  WS-TERMINAL-BRANCH      PIC X(03) VALUE SPACES.
067228 01  WS-SUPER-WIN-START      PIC X(06) VALUE SPACES.
067230 01  WS-SUPER-WIN-END        PIC X(06) VALUE SPACES.
067232 01  WS-TELLER-WIN-START     PIC X(06) VALUE SPACES.
067234 01  WS-TELLER-WIN-END       PIC X(06) VALUE SPACES.
067236 01  WS-WIN-START            PIC X(06) VALUE SPACES.
067238 01  WS-WIN-END              PIC X(06) VALUE SPACES.
067240 01  WS-NOW-TIME             PIC X(06) VALUE SPACES.
067242 01  WS-SIGNON-SUB           PIC 9(03) COMP VALUE ZERO.
067244 01  WS-LOC-SUB              PIC 9(01) COMP VALUE ZERO.
067246 01  WS-LOC-FLAG             PIC X(01) VALUE "N".
067248     88  WS-LOC-PERMITTED            VALUE "Y".
067250 01  WS-RULE-OUTCOME         PIC X(10) VALUE SPACES.
067252 01  WS-SIGNON-RULE-FLAG     PIC X(01) VALUE "N".
067254     88  WS-SIGNON-REFUSED           VALUE "Y".
067300
067400 01  CHOICE                  PIC 99 VALUE ZERO.
067500     88  CH-DEPOSIT                  VALUE 1.
069400     88  CH-AUTH-QUEUE               VALUE 20.
069500     88  CH-EXT-PAYMENT              VALUE 21.
069600     88  CH-FUTURE-TXN               VALUE 22.
069610     88  CH-LATE-FEE-WAIVER          VALUE 23.
069620     88  CH-LOAN-CHARGE-OFF          VALUE 24.
069630     88  CH-LOAN-MODIFY              VALUE 25.
069640     88  CH-VAULT-CASH               VALUE 26.
069650     88  CH-OFFICIAL-CHECK           VALUE 27.
069660     88  CH-PRODUCT-CONVERT          VALUE 28.
069670     88  CH-RELATIONSHIP             VALUE 29.
069680     88  CH-EXIT                     VALUE 30.
069800
069900 01  WS-ACCT-NUMBER          PIC X(06).
069905*    KEYED ACCOUNT NUMBER CHECK (6050-CHECK-ACCT-NUMBER) AND
069910*    NEW ACCOUNT NUMBER ISSUE (5050-ASSIGN-ACCT-NUMBER).
069915*    WS-NEXT-ACCT-BASE IS FOUND BY ONE PASS OF THE MASTER ON
069920*    THE FIRST OPENING OF THE SESSION AND STEPPED FROM THERE.
069925 01  WS-CHK-ACCT             PIC X(06).
069930 01  WS-CHK-FUNCTION         PIC X(01) VALUE "V".
069935 01  WS-CHK-VALID-FLAG       PIC X(01) VALUE "N".
069940     88  WS-CHK-DIGIT-OK             VALUE "Y".
069945 01  WS-CHK-ACCT-FLAG        PIC X(01) VALUE "N".
069950     88  WS-CHK-ACCT-OK              VALUE "Y".
069955 01  WS-NEXT-ACCT-BASE       PIC 9(06) VALUE ZERO.
069960 01  WS-HIGH-ACCT-BASE       PIC 9(05) VALUE ZERO.
069965 01  WS-ACCT-ASSIGN-FLAG     PIC X(01) VALUE "N".
069970     88  WS-ACCT-ASSIGNED            VALUE "Y".
069975 01  WS-ACCT-SCAN-EOF-FLAG   PIC X(01) VALUE "N".
069980     88  END-OF-ACCT-SCAN            VALUE "Y".
070000 01  WS-ACCT-NAME            PIC X(20).
070100 01  WS-AMOUNT               PIC 9(7)V99.
070200 01  WS-RESULT-MESSAGE       PIC X(30) VALUE SPACES.
073500     05  SL-OPERATOR-ID      PIC X(06).
073600     05  FILLER              PIC X(01) VALUE SPACE.
073700     05  SL-OUTCOME          PIC X(10).
073710     05  FILLER              PIC X(01) VALUE SPACE.
073720     05  SL-APPROVED-BY      PIC X(06) VALUE SPACES.
073730     05  FILLER              PIC X(01) VALUE SPACE.
073740     05  SL-TERMINAL         PIC X(08) VALUE SPACES.
073800
073900*----------------------------------------------------------
074000* PASSWORD ENCODING AND AGEING WORK FIELDS.
083100 01  WS-PAYEE-NAME           PIC X(20) VALUE SPACES.
083200 01  WS-PAYEE-BANK-REF       PIC X(10) VALUE SPACES.
083300 01  WS-PAYEE-ACCT-REF       PIC X(12) VALUE SPACES.
083310 01  WS-SCREEN-TYPE          PIC X(01) VALUE "P".
083320 01  WS-SCREEN-DOB           PIC 9(08) VALUE ZERO.
083330 01  WS-SCREEN-FOUND-BY      PIC X(08) VALUE "TELLER".
083340 01  WS-SCREEN-MATCHES       PIC 9(03) VALUE ZERO.
083350 01  WS-SCREENED-FLAG        PIC X(01) VALUE "N".
083360     88  WS-WAS-SCREENED             VALUE "Y".
083400 01  WS-FUTQ-STATUS          PIC X(02).
083500     88  FUTQ-FILE-OK                VALUE "00".
083600     88  FUTQ-FILE-NOT-FOUND         VALUE "35".
085900     88  HREG-FILE-NOT-FOUND         VALUE "35".
086000 01  WS-HREG-EOF-FLAG        PIC X(01) VALUE "N".
086100     88  END-OF-REG-HOLDS            VALUE "Y".
086110 01  WS-LATE-STATUS          PIC X(02).
086120     88  LATE-FILE-OK                VALUE "00".
086130     88  LATE-FILE-NOT-FOUND         VALUE "35".
086140 01  WS-LATE-DUE-ANSWER      PIC X(08) VALUE SPACES.
086150 01  WS-LATE-FEE-PORTION     PIC 9(7)V99 VALUE ZERO.
086151 01  WS-CHGO-STATUS          PIC X(02).
086152     88  CHGO-FILE-OK                VALUE "00".
086153     88  CHGO-FILE-NOT-FOUND         VALUE "35".
086154 01  WS-CHGO-REASON          PIC X(02) VALUE SPACES.
086155 01  WS-CHGO-SEQ             PIC 9(04) VALUE ZERO.
086156 01  WS-CHGO-BRANCH          PIC X(03) VALUE SPACES.
086157 01  WS-CHGO-TOTAL           PIC S9(8)V99 VALUE ZERO.
086158 01  WS-CHGO-REMAINING       PIC S9(8)V99 VALUE ZERO.
086159 01  WS-CHGO-DAYS-LATE       PIC S9(05) COMP VALUE ZERO.
086161 01  WS-LHST-STATUS          PIC X(02).
086163     88  LHST-FILE-OK                VALUE "00".
086165     88  LHST-FILE-NOT-FOUND         VALUE "35".
086167 01  WS-MOD-RATE             PIC 9(2)V99 VALUE ZERO.
086169 01  WS-MOD-TERM             PIC 9(02) VALUE ZERO.
086171 01  WS-MOD-FREQ             PIC 9(01) VALUE ZERO.
086173 01  WS-MOD-NEXT-DUE         PIC 9(08) VALUE ZERO.
086175 01  WS-MOD-EFF-DATE         PIC 9(08) VALUE ZERO.
086177 01  WS-MOD-REASON           PIC X(02) VALUE SPACES.
086178 01  WS-ODPR-STATUS          PIC X(02).
086179     88  ODPR-FILE-OK                VALUE "00".
086180 01  WS-ODPR-OPEN-FLAG       PIC X(01) VALUE "N".
086181     88  ODPR-FILE-OPEN              VALUE "Y".
086182 01  WS-ODP-REFUSE-FLAG      PIC X(01) VALUE "N".
086183     88  WS-ODP-REFUSED              VALUE "Y".
086184 01  WS-ODP-NEED             PIC S9(8)V99 VALUE ZERO.
086185 01  WS-ODP-XFER-AMT         PIC 9(7)V99 VALUE ZERO.
086186 01  WS-ODP-UNITS            PIC 9(07) COMP VALUE ZERO.
086187 01  WS-ODP-REMAINDER        PIC 9(5)V99 VALUE ZERO.
086188 01  WS-ODP-SAVE-AMOUNT      PIC 9(7)V99 VALUE ZERO.
086189 01  WS-ODP-SAVE-STOP-REF    PIC X(08) VALUE SPACES.
086190 01  WS-ODP-CHK-ACCT         PIC X(06) VALUE SPACES.
086191 01  WS-ODP-LOG-TYPE         PIC X(10) VALUE SPACES.
086192 01  WS-ODP-REFERENCE.
086193     05  FILLER              PIC X(02) VALUE "OD".
086194     05  WS-ODP-REF-ACCT     PIC X(06) VALUE SPACES.
086195 01  WS-KYC-STATUS           PIC X(02).
086196     88  KYC-FILE-OK                 VALUE "00".
086197 01  WS-KYC-OPEN-FLAG        PIC X(01) VALUE "N".
086198     88  KYC-FILE-OPEN               VALUE "Y".
086200 01  WS-RHOLD-SEQ            PIC 9(03) VALUE ZERO.
086300 01  WS-RHOLD-REASON         PIC X(20) VALUE SPACES.
086400 01  WS-RHOLD-CASE-REF       PIC X(10) VALUE SPACES.
088200 01  WS-QUOTE-DATE           PIC 9(08) VALUE ZERO.
088300 01  WS-QUOTE-DAYS           PIC S9(05) COMP VALUE ZERO.
088400 01  WS-QUOTE-EXTRA-INT      PIC 9(6)V99 VALUE ZERO.
088410 01  WS-QUOTE-OLD-DAYS       PIC S9(05) COMP VALUE ZERO.
088420 01  WS-QUOTE-OLD-INT        PIC 9(6)V99 VALUE ZERO.
088500 01  WS-QUOTE-PAYOFF         PIC 9(8)V99 VALUE ZERO.
088600 01  WS-QUOTE-BASE-DATE      PIC 9(08) VALUE ZERO.
088700 01  WS-PROMISE-ACTION       PIC 9(01) VALUE 1.
089600 01  WS-PROD-MIN-BAL         PIC 9(5)V99 VALUE ZERO.
089700 01  WS-PROD-INT-ELIG        PIC X(01) VALUE "N".
089800 01  WS-PROD-FEE-CODE        PIC X(01) VALUE SPACE.
089805 01  WS-CUSTM-STATUS         PIC X(02).
089810     88  CUSTM-FILE-OK               VALUE "00".
089815 01  WS-CUSTM-OPEN-FLAG      PIC X(01) VALUE "N".
089820     88  CUSTM-FILE-OPEN             VALUE "Y".
089825 01  WS-WHTA-STATUS          PIC X(02).
089830     88  WHTA-FILE-NOT-FOUND         VALUE "35".
089835 01  WS-PCNV-STATUS          PIC X(02).
089840     88  PCNV-FILE-NOT-FOUND         VALUE "35".
089845 01  WS-PCNV-ANSWER          PIC X(02) VALUE SPACES.
089850 01  WS-PCNV-OLD-TYPE        PIC X(01) VALUE SPACE.
089855 01  WS-PCNV-OLD-PRODUCT     PIC X(02) VALUE SPACES.
089860 01  WS-PCNV-OLD-INT-ELIG    PIC X(01) VALUE "N".
089865 01  WS-PCNV-NEW-TYPE        PIC X(01) VALUE SPACE.
089870 01  WS-PCNV-NEW-MIN-BAL     PIC 9(5)V99 VALUE ZERO.
089875 01  WS-PCNV-NEW-INT-ELIG    PIC X(01) VALUE "N".
089880 01  WS-PCNV-NEW-FEE-CODE    PIC X(01) VALUE SPACE.
089885 01  WS-PCNV-BELOW-MIN       PIC X(01) VALUE "N".
089890 01  WS-PCNV-GROSS           PIC 9(7)V99 VALUE ZERO.
089895 01  WS-PCNV-WHT             PIC 9(7)V99 VALUE ZERO.
089900 01  WS-GUARDIAN-ID          PIC X(06) VALUE SPACES.
090000 01  WS-GUARDIAN-KEYED       PIC X(06) VALUE SPACES.
090100 01  WS-GUARDIAN-OK-FLAG     PIC X(01) VALUE "Y".
095700     05  WS-LDUE-MM          PIC 9(02).
095800     05  WS-LDUE-DD          PIC 9(02).
095900 01  WS-LOAN-MONTHS-STEP     PIC 9(02) VALUE 12.
095910 01  WS-LOAN-PRE-MOD-FLAG    PIC X(01) VALUE "N".
095920     88  WS-LOAN-ROLL-PRE-MOD        VALUE "Y".
096000
096100*----------------------------------------------------------
096200* BUSINESS DATE FROM THE BUSDATE CONTROL FILE; THE STAMP
097500 01  WS-DRAWER-ANSWER        PIC X(10).
097600 01  WS-DRAWER-AMOUNT        PIC 9(7)V99 VALUE ZERO.
097700 01  WS-DRAWER-EVENT         PIC X(01) VALUE "O".
097705*
097710* DENOMINATION BREAKDOWN BEHIND EVERY DRAWER AND VAULT EVENT:
097715* NOTE PIECE COUNTS IN THE DRAWREC ORDER, PLUS LOOSE COIN.
097720 01  WS-DENOM-VALUE-LIST     PIC X(21) VALUE
097725     "100050020010005002001".
097730 01  WS-DENOM-VALUE-TABLE REDEFINES WS-DENOM-VALUE-LIST.
097735     05  WS-DENOM-VALUE      PIC 9(03) OCCURS 7 TIMES.
097740 01  WS-DENOM-SUB            PIC 9(02) COMP VALUE ZERO.
097745 01  WS-DENOM-VALUE-DISP     PIC ZZ9.
097750 01  WS-DENOM-BREAKDOWN.
097755     05  WS-DENOM-COUNT      PIC 9(05) OCCURS 7 TIMES.
097760     05  WS-DENOM-COIN       PIC 9(5)V99.
097765 01  WS-VAULT-EVENT          PIC X(01) VALUE SPACE.
097770     88  WS-VAULT-EVENT-VALID        VALUE "B" "S" "I" "X" "V".
097771
097772*----------------------------------------------------------
097773* OFFICIAL CHECK ISSUE FIELDS (OFFCHKS, OCHKREC).
097774*----------------------------------------------------------
097775 01  WS-OCHK-STATUS          PIC X(02).
097776     88  OCHK-FILE-OK                VALUE "00".
097777     88  OCHK-FILE-NOT-FOUND         VALUE "35".
097778 01  WS-OCHK-EOF-FLAG        PIC X(01) VALUE "N".
097779     88  END-OF-OFFICIAL-CHECKS      VALUE "Y".
097780 01  WS-OCHK-FUNDED-FLAG     PIC X(01) VALUE "N".
097781     88  WS-OCHK-FUNDED              VALUE "Y".
097782 01  WS-OCHK-FUNDING         PIC X(01) VALUE SPACE.
097783     88  WS-OCHK-FROM-ACCOUNT        VALUE "A".
097784     88  WS-OCHK-FROM-CASH           VALUE "C".
097785     88  WS-OCHK-FUNDING-VALID       VALUE "A" "C".
097786 01  WS-OCHK-PAYEE           PIC X(30) VALUE SPACES.
097787 01  WS-OCHK-PURCHASER       PIC X(20) VALUE SPACES.
097788 01  WS-OCHK-SERIAL          PIC 9(08) VALUE ZERO.
097800
097900*----------------------------------------------------------
098000* CHECK-DEPOSIT AVAILABILITY HOLD FIELDS.  WS-AVAIL-BALANCE
110800 01  WS-HIST-LINES-LEFT      PIC 9(03) COMP VALUE ZERO.
110900 01  WS-HIST-PAGE-LINES      PIC 9(02) COMP VALUE ZERO.
111000 01  WS-HIST-PAUSE           PIC X(01).
111001*----------------------------------------------------------
111002* RELATIONSHIP INQUIRY FIELDS.  THE CUSTOMER'S ACCOUNTS (AS
111003* ACCT-CUST-NUM OWNER OR LIVE ACCTOWN LINK) ARE GATHERED
111004* INTO WS-REL-ACCT-TABLE; THE SCREEN LINES ARE BUILT INTO
111005* WS-HIST-TABLE AND PAGED BY THE HISTORY PAGING PARAGRAPHS.
111006*----------------------------------------------------------
111007 01  WS-REL-CUST-ID          PIC X(06) VALUE SPACES.
111008 01  WS-REL-CUST-NAME        PIC X(20) VALUE SPACES.
111009 01  WS-REL-SEARCH-ACCT      PIC X(06) VALUE SPACES.
111010 01  WS-REL-SEARCH-ROLE      PIC X(05) VALUE SPACES.
111011 01  WS-REL-FOUND-FLAG       PIC X(01) VALUE "N".
111012     88  WS-REL-ACCT-FOUND           VALUE "Y".
111013 01  WS-REL-EOF-FLAG         PIC X(01) VALUE "N".
111014     88  END-OF-REL-SCAN             VALUE "Y".
111015 01  WS-REL-SECTION-COUNT    PIC 9(03) COMP VALUE ZERO.
111016 01  WS-REL-ACCT-COUNT       PIC 9(03) COMP VALUE ZERO.
111017 01  WS-REL-SUB              PIC 9(03) COMP VALUE ZERO.
111018 01  WS-REL-ACCT-TABLE.
111019     05  WS-REL-ENTRY        OCCURS 50 TIMES.
111020         10  WS-REL-ACCT     PIC X(06).
111021         10  WS-REL-ROLE     PIC X(05).
111022 01  WS-REL-OUT              PIC X(70) VALUE SPACES.
111023 01  WS-REL-FLAG-PTR         PIC 9(02) COMP VALUE 1.
111024 01  WS-REL-ACCT-HEAD        PIC X(70) VALUE
111025     "ACCT   ROLE  T      LEDGER   AVAILABLE STATUS".
111026 01  WS-REL-ACCT-LINE.
111027     05  RA-ACCT             PIC X(06).
111028     05  FILLER              PIC X(01) VALUE SPACE.
111029     05  RA-ROLE             PIC X(05).
111030     05  FILLER              PIC X(01) VALUE SPACE.
111031     05  RA-TYPE             PIC X(01).
111032     05  FILLER              PIC X(01) VALUE SPACE.
111033     05  RA-LEDGER           PIC -ZZZZZZ9.99.
111034     05  FILLER              PIC X(01) VALUE SPACE.
111035     05  RA-AVAIL            PIC -ZZZZZZ9.99.
111036     05  FILLER              PIC X(01) VALUE SPACE.
111037     05  RA-FLAGS            PIC X(31).
111038 01  WS-REL-LOAN-HEAD        PIC X(70) VALUE
111039     "LOAN      OUTSTANDING NEXT DUE  RATE STATUS".
111040 01  WS-REL-LOAN-LINE.
111041     05  RN-LOAN             PIC X(08).
111042     05  FILLER              PIC X(01) VALUE SPACE.
111043     05  RN-OUTSTANDING      PIC -ZZZZZZZ9.99.
111044     05  FILLER              PIC X(01) VALUE SPACE.
111045     05  RN-NEXT-DUE         PIC 9(08).
111046     05  FILLER              PIC X(01) VALUE SPACE.
111047     05  RN-RATE             PIC Z9.99.
111048     05  FILLER              PIC X(01) VALUE SPACE.
111049     05  RN-FLAGS            PIC X(33).
111050 01  WS-REL-TDEP-HEAD        PIC X(70) VALUE
111051     "CERT     ACCT    PRINCIPAL  RATE MATURES".
111052 01  WS-REL-TDEP-LINE.
111053     05  RT-CERT             PIC X(08).
111054     05  FILLER              PIC X(01) VALUE SPACE.
111055     05  RT-ACCT             PIC X(06).
111056     05  FILLER              PIC X(01) VALUE SPACE.
111057     05  RT-PRINCIPAL        PIC ZZZZZZ9.99.
111058     05  FILLER              PIC X(01) VALUE SPACE.
111059     05  RT-RATE             PIC Z9.99.
111060     05  FILLER              PIC X(01) VALUE SPACE.
111061     05  RT-MATURITY         PIC 9(08).
111062     05  FILLER              PIC X(29) VALUE SPACES.
111063 01  WS-REL-SORD-HEAD        PIC X(70) VALUE
111064     "ORDER  FROM   TO            AMOUNT F NEXT DUE STATUS".
111065 01  WS-REL-SORD-LINE.
111066     05  RS-ORDER            PIC X(06).
111067     05  FILLER              PIC X(01) VALUE SPACE.
111068     05  RS-FROM             PIC X(06).
111069     05  FILLER              PIC X(01) VALUE SPACE.
111070     05  RS-TO               PIC X(08).
111071     05  FILLER              PIC X(01) VALUE SPACE.
111072     05  RS-AMOUNT           PIC ZZZZZZ9.99.
111073     05  FILLER              PIC X(01) VALUE SPACE.
111074     05  RS-FREQ             PIC X(01).
111075     05  FILLER              PIC X(01) VALUE SPACE.
111076     05  RS-NEXT-DUE         PIC 9(08).
111077     05  FILLER              PIC X(01) VALUE SPACE.
111078     05  RS-STATUS           PIC X(25).
111079 01  WS-REL-HOLD-HEAD        PIC X(70) VALUE
111080     "KIND       ACCT       AMOUNT UNTIL    DETAIL".
111081 01  WS-REL-HOLD-LINE.
111082     05  RH-KIND             PIC X(10).
111083     05  FILLER              PIC X(01) VALUE SPACE.
111084     05  RH-ACCT             PIC X(06).
111085     05  FILLER              PIC X(01) VALUE SPACE.
111086     05  RH-AMOUNT           PIC ZZZZZZ9.99.
111087     05  FILLER              PIC X(01) VALUE SPACE.
111088     05  RH-DATE             PIC 9(08).
111089     05  FILLER              PIC X(01) VALUE SPACE.
111090     05  RH-DETAIL           PIC X(32).
111100
111200 01  WS-TIMESTAMP            PIC X(21).
111300 01  WS-LOG-ENTRY.
117000     05  LINE 11 COL 40 VALUE "20. AUTH QUEUE".
117100     05  LINE 12 COL 40 VALUE "21. EXT PAYMENT".
117200     05  LINE 13 COL 40 VALUE "22. FUTURE TXN".
117300     05  LINE 14 COL 40 VALUE "23. LATE FEE WAIVER".
117310     05  LINE 15 COL 40 VALUE "24. LOAN CHARGE-OFF".
117320     05  LINE 16 COL 40 VALUE "25. LOAN MODIFY".
117330     05  LINE 17 COL 40 VALUE "26. VAULT CASH".
117340     05  LINE 18 COL 40 VALUE "27. OFFICIAL CHECK".
117350     05  LINE 19 COL 40 VALUE "28. PRODUCT CONVERT".
117360     05  LINE 20 COL 40 VALUE "29. RELATIONSHIP".
117370     05  LINE 21 COL 40 VALUE "30. EXIT".
117400     05  LINE 21 COL 10 VALUE "ENTER YOUR CHOICE:".
117500     05  LINE 21 COL 30 PIC 99 USING CHOICE.
117600
117700*----------------------------------------------------------
117800* SC-ACCT-AMOUNT-SCREEN - ACCOUNT NUMBER AND AMOUNT, USED BY
120400     05  BLANK SCREEN.
120500     05  LINE 01 COL 60 PIC X(10) FROM WS-TRAIN-BANNER.
120600     05  LINE 02 COL 10 VALUE "NEW ACCOUNT NUMBER:".
120700     05  LINE 02 COL 30 VALUE "ISSUED ON OPENING".
120800     05  LINE 03 COL 10 VALUE "ACCOUNT NAME:".
120900     05  LINE 03 COL 30 PIC X(20) USING WS-ACCT-NAME.
121000     05  LINE 04 COL 10 VALUE "OPENING DEPOSIT:".
137500     05  LINE 04 COL 30 PIC -ZZZZZZ9.99 FROM ACCT-BALANCE.
137600     05  LINE 05 COL 10 VALUE "TYPE:".
137700     05  LINE 05 COL 30 PIC X(01) FROM ACCT-TYPE.
137702
137704*---------------------------------------------------------
137706* SC-LOAN-MOD-SCREEN - CURRENT AND NEW TERMS FOR THE LOAN
137708* MODIFY OPTION.  THE NEW TERMS COME UP PRE-FILLED WITH THE
137710* CURRENT ONES, SO ONLY WHAT CHANGES NEEDS KEYING.
137712*---------------------------------------------------------
137714 01  SC-LOAN-MOD-SCREEN.
137716     05  BLANK SCREEN.
137718     05  LINE 01 COL 60 PIC X(10) FROM WS-TRAIN-BANNER.
137720     05  LINE 02 COL 10 VALUE "LOAN NUMBER:".
137722     05  LINE 02 COL 30 PIC X(08) FROM WS-LOAN-NUMBER.
137724     05  LINE 03 COL 30 VALUE "CURRENT".
137726     05  LINE 03 COL 42 VALUE "NEW".
137728     05  LINE 04 COL 10 VALUE "RATE PCT:".
137730     05  LINE 04 COL 30 PIC 9(2).99 FROM LN-RATE.
137732     05  LINE 04 COL 42 PIC 9(2)V99 USING WS-MOD-RATE.
137734     05  LINE 05 COL 10 VALUE "TERM (YEARS):".
137736     05  LINE 05 COL 30 PIC 9(02) FROM LN-YEARS-TERM.
137738     05  LINE 05 COL 42 PIC 9(02) USING WS-MOD-TERM.
137740     05  LINE 06 COL 10 VALUE "FREQ (1/2/3):".
137742     05  LINE 06 COL 30 PIC 9(01) FROM LN-FREQUENCY-CODE.
137744     05  LINE 06 COL 42 PIC 9(01) USING WS-MOD-FREQ.
137746     05  LINE 07 COL 10 VALUE "NEXT DUE:".
137748     05  LINE 07 COL 30 PIC 9(08) FROM LN-NEXT-PAYMENT-DUE.
137750     05  LINE 07 COL 42 PIC 9(08) USING WS-MOD-NEXT-DUE.
137752     05  LINE 08 COL 10 VALUE "EFFECTIVE DATE:".
137754     05  LINE 08 COL 42 PIC 9(08) USING WS-MOD-EFF-DATE.
137756     05  LINE 09 COL 10 VALUE "REASON (HD/RN/WO/OT):".
137758     05  LINE 09 COL 42 PIC X(02) USING WS-MOD-REASON.
137800
137900 PROCEDURE DIVISION.
138000*----------------------------------------------------------
138300 0000-MAINLINE.
138400     PERFORM 0100-LOAD-OPERATORS
138500         THRU 0100-LOAD-OPERATORS-EXIT
138510     PERFORM 0200-LOAD-SIGNON-RULES
138520         THRU 0200-LOAD-SIGNON-RULES-EXIT
138600
138700     IF OPERTAB-LOADED
138800         PERFORM 0500-OPERATOR-SIGNON
143800                 CLOSE DETAIL-ARCHIVE
143900             END-IF
144000             CLOSE HOLD-REGISTER
144010             CLOSE LATE-FEE-REGISTER
144020             CLOSE CHARGE-OFF-REGISTER
144030             CLOSE LOAN-HISTORY
144040             IF ODPR-FILE-OPEN
144050                 CLOSE OD-PROTECTIONS
144060             END-IF
144070             IF KYC-FILE-OPEN
144080                 CLOSE CUSTOMER-KYC
144090             END-IF
144095             CLOSE OFFICIAL-CHECKS
144100             IF BALH-FILE-OPEN
144200                 CLOSE BALANCE-HISTORY
144300             END-IF
144400             IF PROD-FILE-OPEN
144500                 CLOSE PRODUCT-MASTER
144600             END-IF
144610             IF CUSTM-FILE-OPEN
144620                 CLOSE CUSTOMER-MASTER
144630             END-IF
144700         ELSE
144800             DISPLAY "TOO MANY FAILED SIGN-ON ATTEMPTS"
144900             DISPLAY "ACCESS DENIED"
152200         TO WS-OP-PREV-PSWD(WS-OPERATOR-COUNT 3)
152300     MOVE OP-BRANCH  TO WS-OP-BRANCH(WS-OPERATOR-COUNT)
152400     MOVE OP-TRAINEE TO WS-OP-TRAINEE(WS-OPERATOR-COUNT)
152410     MOVE OP-SIGNON-START
152420         TO WS-OP-SIGNON-START(WS-OPERATOR-COUNT)
152430     MOVE OP-SIGNON-END
152440         TO WS-OP-SIGNON-END(WS-OPERATOR-COUNT)
152450     MOVE OP-PERMIT-LOCS
152460         TO WS-OP-PERMIT-LOCS(WS-OPERATOR-COUNT)
152500     IF OP-TXN-LIMIT NUMERIC
152600         MOVE OP-TXN-LIMIT
152700             TO WS-OP-TXN-LIMIT(WS-OPERATOR-COUNT)
153300 0160-STORE-OPERATOR-EXIT.
153400     EXIT.
153500
153501*----------------------------------------------------------
153502* 0200-LOAD-SIGNON-RULES - IDENTIFY THIS WORKSTATION FROM
153503* TERMINFO AND LOAD THE PER-ROLE SIGN-ON WINDOWS FROM SECPARM.
153504* NEITHER FILE IS REQUIRED: NO TERMINFO LEAVES THE TERMINAL
153505* UNKNOWN (SO ONLY AN UNRESTRICTED OPERATOR GETS ON WITHOUT AN
153506* OVERRIDE), NO ROLE RECORD LEAVES THAT ROLE UNWINDOWED.
153507*----------------------------------------------------------
153508 0200-LOAD-SIGNON-RULES.
153509     OPEN INPUT TERMINAL-INFO
153510     IF TERMINFO-FILE-OK
153511         READ TERMINAL-INFO
153512             AT END
153513                 CONTINUE
153514             NOT AT END
153515                 MOVE TI-TERMINAL-ID TO WS-TERMINAL-ID
153516                 MOVE TI-BRANCH      TO WS-TERMINAL-BRANCH
153517         END-READ
153518         CLOSE TERMINAL-INFO
153519     END-IF
153520     OPEN INPUT SIGNON-WINDOW-PARM
153521     IF NOT SECPARM-FILE-OK
153522         GO TO 0200-LOAD-SIGNON-RULES-EXIT
153523     END-IF
153524     PERFORM 0210-READ-SIGNON-WINDOW
153525         THRU 0210-READ-SIGNON-WINDOW-EXIT
153526         UNTIL END-OF-SECPARM
153527     CLOSE SIGNON-WINDOW-PARM.
153528 0200-LOAD-SIGNON-RULES-EXIT.
153529     EXIT.
153530
153531*----------------------------------------------------------
153532* 0210-READ-SIGNON-WINDOW - ONE SECPARM RECORD; ONLY THE ROLE
153533* RECORDS MATTER AT SIGN-ON.
153534*----------------------------------------------------------
153535 0210-READ-SIGNON-WINDOW.
153536     READ SIGNON-WINDOW-PARM
153537         AT END
153538             MOVE "Y" TO WS-SECPARM-EOF-FLAG
153539             GO TO 0210-READ-SIGNON-WINDOW-EXIT
153540     END-READ
153541     EVALUATE WP-ROLE
153542         WHEN "S"
153543             MOVE WP-START-TIME TO WS-SUPER-WIN-START
153544             MOVE WP-END-TIME   TO WS-SUPER-WIN-END
153545         WHEN "T"
153546             MOVE WP-START-TIME TO WS-TELLER-WIN-START
153547             MOVE WP-END-TIME   TO WS-TELLER-WIN-END
153548         WHEN OTHER
153549             CONTINUE
153550     END-EVALUATE.
153551 0210-READ-SIGNON-WINDOW-EXIT.
153552     EXIT.
153600*----------------------------------------------------------
153700* 0500-OPERATOR-SIGNON - PROMPT FOR AN OPERATOR ID AND
153800* PASSWORD AND CHECK THEM AGAINST THE OPERATOR TABLE, GIVING
158400
158500     CALL "PWENCODE" USING WS-SIGNON-PASSWORD
158600        WS-ENCODED-PASSWORD
158605     IF WS-OP-PASSWORD(WS-OPER-IDX) = WS-ENCODED-PASSWORD
158610         PERFORM 0550-CHECK-SIGNON-RULES
158615             THRU 0550-CHECK-SIGNON-RULES-EXIT
158620         IF WS-SIGNON-REFUSED
158625             MOVE WS-RULE-OUTCOME TO SL-OUTCOME
158630             PERFORM 0800-LOG-SIGNON-ATTEMPT
158635                 THRU 0800-LOG-SIGNON-ATTEMPT-EXIT
158640             GO TO 0520-CHECK-CREDENTIALS-EXIT
158645         END-IF
158650     END-IF
158700     IF WS-OP-PASSWORD(WS-OPER-IDX) = WS-ENCODED-PASSWORD
158800         SET WS-SIGNED-ON TO TRUE
158900         MOVE WS-OP-ID(WS-OPER-IDX)   TO WS-CURRENT-OPERATOR
159700         END-IF
159800         DISPLAY "SIGNED ON AS " WS-CURRENT-OP-NAME
159900         MOVE "SUCCESS" TO SL-OUTCOME
159910         IF WS-RULE-OUTCOME NOT = SPACES
159920             MOVE WS-RULE-OUTCOME TO SL-OUTCOME
159930         END-IF
160000         IF WS-OP-FAIL-COUNT(WS-OPER-IDX) > ZERO
160100             MOVE ZERO TO WS-OP-FAIL-COUNT(WS-OPER-IDX)
160200             PERFORM 0700-SAVE-OPERTAB
169200     DISPLAY "PASSWORD CHANGED".
169300 0540-CHANGE-PASSWORD-EXIT.
169400     EXIT.
169401
169402*----------------------------------------------------------
169403* 0550-CHECK-SIGNON-RULES - THE PASSWORD IS GOOD; NOW THE
169404* SIGN-ON WINDOW (THE OPERATOR'S OWN, ELSE THEIR ROLE'S) AND
169405* THE PERMITTED LOCATIONS.  A BREACH IS REFUSED UNLESS A
169406* SUPERVISOR OTHER THAN THE OPERATOR OVERRIDES AT ONCE.
169407* WS-RULE-OUTCOME COMES BACK AS THE SECLOG CODE: WINDOW OR
169408* LOCATION WHEN REFUSED, OVR-WINDOW OR OVR-LOCN WHEN
169409* OVERRIDDEN, SPACES WHEN NOTHING WAS BREACHED.
169410*----------------------------------------------------------
169411 0550-CHECK-SIGNON-RULES.
169412     MOVE "N"    TO WS-SIGNON-RULE-FLAG
169413     MOVE SPACES TO WS-RULE-OUTCOME
169414     MOVE WS-OP-SIGNON-START(WS-OPER-IDX) TO WS-WIN-START
169415     MOVE WS-OP-SIGNON-END(WS-OPER-IDX)   TO WS-WIN-END
169416     IF WS-WIN-START = SPACES OR WS-WIN-END = SPACES
169417         IF WS-OP-IS-SUPERVISOR(WS-OPER-IDX)
169418             MOVE WS-SUPER-WIN-START  TO WS-WIN-START
169419             MOVE WS-SUPER-WIN-END    TO WS-WIN-END
169420         ELSE
169421             MOVE WS-TELLER-WIN-START TO WS-WIN-START
169422             MOVE WS-TELLER-WIN-END   TO WS-WIN-END
169423         END-IF
169424     END-IF
169425     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
169426     MOVE WS-TIMESTAMP(9:6) TO WS-NOW-TIME
169427*    A FROM TIME PAST THE TO TIME IS A SHIFT OVER MIDNIGHT.
169428     IF WS-WIN-START NOT = SPACES AND WS-WIN-END NOT = SPACES
169429         IF WS-WIN-START NOT > WS-WIN-END
169430             IF WS-NOW-TIME < WS-WIN-START
169431              OR WS-NOW-TIME > WS-WIN-END
169432                 MOVE "WINDOW" TO WS-RULE-OUTCOME
169433             END-IF
169434         ELSE
169435             IF WS-NOW-TIME < WS-WIN-START
169436              AND WS-NOW-TIME > WS-WIN-END
169437                 MOVE "WINDOW" TO WS-RULE-OUTCOME
169438             END-IF
169439         END-IF
169440     END-IF
169441     IF WS-RULE-OUTCOME = SPACES
169442         PERFORM 0850-CHECK-LOCATION
169443             THRU 0850-CHECK-LOCATION-EXIT
169444     END-IF
169445     IF WS-RULE-OUTCOME = SPACES
169446         GO TO 0550-CHECK-SIGNON-RULES-EXIT
169447     END-IF
169448
169449     IF WS-RULE-OUTCOME = "WINDOW"
169450         DISPLAY "SIGN-ON OUTSIDE PERMITTED HOURS "
169451             WS-WIN-START "-" WS-WIN-END
169452     ELSE
169453         DISPLAY "SIGN-ON NOT PERMITTED AT TERMINAL "
169454             WS-TERMINAL-ID " BRANCH " WS-TERMINAL-BRANCH
169455     END-IF
169456     DISPLAY "SUPERVISOR OVERRIDE? (Y/N)"
169457     MOVE "N" TO WS-OVERRIDE-ANSWER
169458     ACCEPT WS-OVERRIDE-ANSWER
169459     IF WS-WANTS-OVERRIDE
169460*        THE SUPERVISOR CHECK SEARCHES ON WS-OPER-IDX; HOLD THE
169461*        SIGNING-ON OPERATOR'S ENTRY ACROSS IT.
169462         SET WS-SIGNON-SUB TO WS-OPER-IDX
169463         PERFORM 5850-VERIFY-SUPERVISOR
169464             THRU 5850-VERIFY-SUPERVISOR-EXIT
169465         SET WS-OPER-IDX TO WS-SIGNON-SUB
169466         MOVE SPACES TO WS-APPROVED-BY
169467         IF WS-SUPER-APPROVED
169468          AND WS-SUPER-ID NOT = WS-SIGNON-ID
169469             MOVE WS-SUPER-ID TO SL-APPROVED-BY
169470             IF WS-RULE-OUTCOME = "WINDOW"
169471                 MOVE "OVR-WINDOW" TO WS-RULE-OUTCOME
169472             ELSE
169473                 MOVE "OVR-LOCN"   TO WS-RULE-OUTCOME
169474             END-IF
169475             GO TO 0550-CHECK-SIGNON-RULES-EXIT
169476         END-IF
169477         IF WS-SUPER-ID = WS-SIGNON-ID
169478             DISPLAY "CANNOT OVERRIDE YOUR OWN SIGN-ON"
169479         END-IF
169480     END-IF
169481     DISPLAY "SIGN-ON REFUSED"
169482     MOVE "Y" TO WS-SIGNON-RULE-FLAG.
169483 0550-CHECK-SIGNON-RULES-EXIT.
169484     EXIT.
169500*----------------------------------------------------------
169600* 0700-SAVE-OPERTAB - REWRITE THE WHOLE OPERTAB FILE FROM
169700* THE IN-CORE TABLE SO FAILURE COUNTS AND LOCKOUTS SURVIVE A
172900     MOVE WS-OP-BRANCH(WS-SAVE-SUB)      TO OP-BRANCH
173000     MOVE WS-OP-TXN-LIMIT(WS-SAVE-SUB)   TO OP-TXN-LIMIT
173100     MOVE WS-OP-TRAINEE(WS-SAVE-SUB)     TO OP-TRAINEE
173110     MOVE WS-OP-SIGNON-START(WS-SAVE-SUB) TO OP-SIGNON-START
173120     MOVE WS-OP-SIGNON-END(WS-SAVE-SUB)   TO OP-SIGNON-END
173130     MOVE WS-OP-PERMIT-LOCS(WS-SAVE-SUB)  TO OP-PERMIT-LOCS
173200     WRITE OPERATOR-RECORD.
173300 0710-WRITE-OPERATOR-EXIT.
173400     EXIT.
174100     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
174200     MOVE WS-TIMESTAMP(1:14) TO SL-TIMESTAMP
174300     MOVE WS-SIGNON-ID       TO SL-OPERATOR-ID
174310     MOVE WS-TERMINAL-ID     TO SL-TERMINAL
174400     OPEN EXTEND SECURITY-LOG
174500     IF SECLOG-FILE-NOT-FOUND
174600         OPEN OUTPUT SECURITY-LOG
174700     END-IF
174800     WRITE SECURITY-LOG-LINE FROM WS-SECLOG-ENTRY
174900     CLOSE SECURITY-LOG
174910     MOVE SPACES TO SL-APPROVED-BY.
175000 0800-LOG-SIGNON-ATTEMPT-EXIT.
175100     EXIT.
175102
175104*----------------------------------------------------------
175106* 0850-CHECK-LOCATION - AN OPERATOR WITH PERMITTED LOCATIONS
175108* MAY SIGN ON ONLY AT A TERMINAL, OR IN A BRANCH, ON THE LIST.
175110*----------------------------------------------------------
175112 0850-CHECK-LOCATION.
175114     MOVE "N" TO WS-LOC-FLAG
175116     IF WS-OP-PERMIT-LOCS(WS-OPER-IDX) = SPACES
175118         GO TO 0850-CHECK-LOCATION-EXIT
175120     END-IF
175122     PERFORM 0855-MATCH-ONE-LOCATION
175124         THRU 0855-MATCH-ONE-LOCATION-EXIT
175126         VARYING WS-LOC-SUB FROM 1 BY 1
175128         UNTIL WS-LOC-SUB > 4 OR WS-LOC-PERMITTED
175130     IF NOT WS-LOC-PERMITTED
175132         MOVE "LOCATION" TO WS-RULE-OUTCOME
175134     END-IF.
175136 0850-CHECK-LOCATION-EXIT.
175138     EXIT.
175140
175142*----------------------------------------------------------
175144* 0855-MATCH-ONE-LOCATION - ONE PERMITTED ENTRY AGAINST THIS
175146* WORKSTATION'S TERMINAL ID AND BRANCH.
175148*----------------------------------------------------------
175150 0855-MATCH-ONE-LOCATION.
175152     IF WS-OP-PERMIT-LOC(WS-OPER-IDX WS-LOC-SUB) = SPACES
175154         GO TO 0855-MATCH-ONE-LOCATION-EXIT
175156     END-IF
175158     IF WS-TERMINAL-ID NOT = SPACES
175160      AND WS-OP-PERMIT-LOC(WS-OPER-IDX WS-LOC-SUB)
175162          = WS-TERMINAL-ID
175164         MOVE "Y" TO WS-LOC-FLAG
175166     END-IF
175168     IF WS-TERMINAL-BRANCH NOT = SPACES
175170      AND WS-OP-PERMIT-LOC(WS-OPER-IDX WS-LOC-SUB)
175172          = WS-TERMINAL-BRANCH
175174         MOVE "Y" TO WS-LOC-FLAG
175176     END-IF.
175178 0855-MATCH-ONE-LOCATION-EXIT.
175180     EXIT.
175200
175300*----------------------------------------------------------
175400* 0900-OPEN-DRAWER - TAKE THE SIGNED-ON OPERATOR'S OPENING
175500* CASH DECLARATION AND APPEND IT TO THE DRAWER FILE FOR THE
175600* NIGHTLY PROOF.  THE AMOUNT IS THE TOTAL OF THE KEYED
175700* DENOMINATION BREAKDOWN; A BLANK OR UNREADABLE COUNT IS
175710* ZERO, WHICH THE PROOF REPORT WILL SHOW UP AS A SHORTAGE.
175800*----------------------------------------------------------
175900 0900-OPEN-DRAWER.
176000*    A TRAINING SESSION HANDLES NO REAL CASH - NO DRAWER
176300     IF WS-TRAINING-MODE
176400         GO TO 0900-OPEN-DRAWER-EXIT
176500     END-IF
176700     DISPLAY "OPENING CASH DECLARATION"
176800     PERFORM 0960-TAKE-DENOMINATIONS
176900         THRU 0960-TAKE-DENOMINATIONS-EXIT
177000     MOVE SPACES TO WS-APPROVED-BY
177100     MOVE "O" TO WS-DRAWER-EVENT
177200     PERFORM 0970-WRITE-DRAWER-EVENT
177300         THRU 0970-WRITE-DRAWER-EVENT-EXIT.
178200     IF WS-TRAINING-MODE
178300         GO TO 0950-CLOSE-DRAWER-EXIT
178400     END-IF
178600     DISPLAY "CLOSING CASH COUNT"
178700     PERFORM 0960-TAKE-DENOMINATIONS
178800         THRU 0960-TAKE-DENOMINATIONS-EXIT
178900     MOVE SPACES TO WS-APPROVED-BY
179000     MOVE "C" TO WS-DRAWER-EVENT
179100     PERFORM 0970-WRITE-DRAWER-EVENT
179200         THRU 0970-WRITE-DRAWER-EVENT-EXIT.
179300 0950-CLOSE-DRAWER-EXIT.
179400     EXIT.
179500
179502*----------------------------------------------------------
179504* 0960-TAKE-DENOMINATIONS - KEY THE PIECE COUNT OF EACH NOTE
179506* AND THE LOOSE COIN, AND TOTAL THEM INTO WS-DRAWER-AMOUNT.
179508*----------------------------------------------------------
179510 0960-TAKE-DENOMINATIONS.
179512     MOVE ZERO TO WS-DRAWER-AMOUNT
179514     PERFORM 0965-TAKE-ONE-DENOM
179516         THRU 0965-TAKE-ONE-DENOM-EXIT
179518         VARYING WS-DENOM-SUB FROM 1 BY 1
179520         UNTIL WS-DENOM-SUB > 7
179522     MOVE SPACES TO WS-DRAWER-ANSWER
179524     DISPLAY "  LOOSE COIN AMOUNT: "
179526     ACCEPT WS-DRAWER-ANSWER
179528     COMPUTE WS-DENOM-COIN
179530         = FUNCTION NUMVAL(WS-DRAWER-ANSWER)
179532     ADD WS-DENOM-COIN TO WS-DRAWER-AMOUNT
179534     DISPLAY "  TOTAL: " WS-DRAWER-AMOUNT.
179536 0960-TAKE-DENOMINATIONS-EXIT.
179538     EXIT.
179540
179542*----------------------------------------------------------
179544* 0965-TAKE-ONE-DENOM - ONE NOTE'S PIECE COUNT.
179546*----------------------------------------------------------
179548 0965-TAKE-ONE-DENOM.
179550     MOVE WS-DENOM-VALUE(WS-DENOM-SUB) TO WS-DENOM-VALUE-DISP
179552     MOVE SPACES TO WS-DRAWER-ANSWER
179554     DISPLAY "  NOTES OF " WS-DENOM-VALUE-DISP ": "
179556     ACCEPT WS-DRAWER-ANSWER
179558     COMPUTE WS-DENOM-COUNT(WS-DENOM-SUB)
179560         = FUNCTION NUMVAL(WS-DRAWER-ANSWER)
179562     COMPUTE WS-DRAWER-AMOUNT = WS-DRAWER-AMOUNT
179564         + WS-DENOM-COUNT(WS-DENOM-SUB)
179566         * WS-DENOM-VALUE(WS-DENOM-SUB).
179568 0965-TAKE-ONE-DENOM-EXIT.
179570     EXIT.
179600*----------------------------------------------------------
179700* 0970-WRITE-DRAWER-EVENT - APPEND ONE DRAWER EVENT, OPENED
179800* AND CLOSED AROUND THE WRITE THE WAY THE SECURITY LOG IS.
179900* DW-EVENT, THE BREAKDOWN AND ANY APPROVER ARE STAGED BY THE
179950* CALLER.
180000*----------------------------------------------------------
180100 0970-WRITE-DRAWER-EVENT.
180200*    NEVER FROM A TRAINING SESSION - THE DRAWER FILE IS
181500     MOVE WS-TIMESTAMP(9:6)   TO DW-TIME
181600     MOVE WS-DRAWER-EVENT     TO DW-EVENT
181700     MOVE WS-DRAWER-AMOUNT    TO DW-AMOUNT
181710     MOVE WS-CURRENT-BRANCH   TO DW-BRANCH
181720     MOVE WS-APPROVED-BY      TO DW-APPROVED-BY
181730     MOVE WS-DENOM-BREAKDOWN  TO DW-DENOMINATIONS
181800     WRITE DRAWER-EVENT-RECORD
181900     CLOSE DRAWER-FILE.
182000 0970-WRITE-DRAWER-EVENT-EXIT.
188700         CLOSE HOLD-REGISTER
188800         OPEN I-O HOLD-REGISTER
188900     END-IF
188910     OPEN I-O LATE-FEE-REGISTER
188920     IF LATE-FILE-NOT-FOUND
188930         OPEN OUTPUT LATE-FEE-REGISTER
188940         CLOSE LATE-FEE-REGISTER
188950         OPEN I-O LATE-FEE-REGISTER
188960     END-IF
188965     OPEN I-O CHARGE-OFF-REGISTER
188970     IF CHGO-FILE-NOT-FOUND
188975         OPEN OUTPUT CHARGE-OFF-REGISTER
188980         CLOSE CHARGE-OFF-REGISTER
188985         OPEN I-O CHARGE-OFF-REGISTER
188990     END-IF
188991     OPEN I-O LOAN-HISTORY
188992     IF LHST-FILE-NOT-FOUND
188993         OPEN OUTPUT LOAN-HISTORY
188994         CLOSE LOAN-HISTORY
188995         OPEN I-O LOAN-HISTORY
188996     END-IF
189000*    NO SNAPSHOT HISTORY YET JUST MEANS NO BALANCE TREND.
189100     OPEN INPUT BALANCE-HISTORY
189200     IF BALH-FILE-OK
189300         MOVE "Y" TO WS-BALH-OPEN-FLAG
189400     END-IF
189410     OPEN I-O OFFICIAL-CHECKS
189420     IF OCHK-FILE-NOT-FOUND
189430         OPEN OUTPUT OFFICIAL-CHECKS
189440         CLOSE OFFICIAL-CHECKS
189450         OPEN I-O OFFICIAL-CHECKS
189460     END-IF
189500     OPEN INPUT PRODUCT-MASTER
189600     IF PROD-FILE-OK
189700         MOVE "Y" TO WS-PROD-OPEN-FLAG
189800     END-IF
189810*    NO ODPROT FILE YET JUST MEANS NO ACCOUNT IS PROTECTED.
189820     OPEN INPUT OD-PROTECTIONS
189830     IF ODPR-FILE-OK
189840         MOVE "Y" TO WS-ODPR-OPEN-FLAG
189850     END-IF
189855*    NO KYCFILE YET MEANS NO CUSTOMER HAS BEEN IDENTIFIED, SO
189860*    THE TELLER CHECK IS SIMPLY SKIPPED.
189865     OPEN INPUT CUSTOMER-KYC
189870     IF KYC-FILE-OK
189875         MOVE "Y" TO WS-KYC-OPEN-FLAG
189880     END-IF
189882*    NO CUSTOMER MASTER MEANS NOBODY CAN BE FLAGGED FOR
189884*    WITHHOLDING ON AN INTEREST SETTLEMENT.
189886     OPEN INPUT CUSTOMER-MASTER
189888     IF CUSTM-FILE-OK
189890         MOVE "Y" TO WS-CUSTM-OPEN-FLAG
189892     END-IF.
189900 0990-OPEN-SIDE-FILES-EXIT.
190000     EXIT.
190100
191900           OR CH-TERM-DEPOSIT OR CH-FEE-WAIVER
192000           OR CH-LOAN-PROMISE OR CH-STOP-PAYMENT
192100           OR CH-DISPUTE OR CH-AUTH-QUEUE
192200           OR CH-EXT-PAYMENT OR CH-FUTURE-TXN
192210           OR CH-LATE-FEE-WAIVER OR CH-LOAN-CHARGE-OFF
192220           OR CH-LOAN-MODIFY OR CH-VAULT-CASH
192230           OR CH-OFFICIAL-CHECK OR CH-PRODUCT-CONVERT)
192300         DISPLAY "NOT AVAILABLE IN TRAINING MODE"
192400         GO TO 1000-PROCESS-MENU-EXIT
192500     END-IF
199000         WHEN CH-FUTURE-TXN
199100             PERFORM 8300-FUTURE-TXN
199200                 THRU 8300-FUTURE-TXN-EXIT
199210         WHEN CH-LATE-FEE-WAIVER
199220             PERFORM 8400-LATE-FEE-WAIVER
199230                 THRU 8400-LATE-FEE-WAIVER-EXIT
199240         WHEN CH-LOAN-CHARGE-OFF
199250             PERFORM 8500-LOAN-CHARGE-OFF
199260                 THRU 8500-LOAN-CHARGE-OFF-EXIT
199270         WHEN CH-LOAN-MODIFY
199280             PERFORM 8600-LOAN-MODIFICATION
199290                 THRU 8600-LOAN-MODIFICATION-EXIT
199291         WHEN CH-VAULT-CASH
199292             PERFORM 8700-VAULT-CASH
199293                 THRU 8700-VAULT-CASH-EXIT
199295         WHEN CH-OFFICIAL-CHECK
199297             PERFORM 8800-OFFICIAL-CHECK
199299                 THRU 8800-OFFICIAL-CHECK-EXIT
199300         WHEN CH-EXIT
199400             PERFORM 0950-CLOSE-DRAWER
199500                 THRU 0950-CLOSE-DRAWER-EXIT
199600             MOVE "Y" TO WS-EXIT-FLAG
199610         WHEN CH-PRODUCT-CONVERT
199620             PERFORM 8900-PRODUCT-CONVERSION
199630                 THRU 8900-PRODUCT-CONVERSION-EXIT
199640         WHEN CH-RELATIONSHIP
199650             PERFORM 9000-RELATIONSHIP-INQUIRY
199660                 THRU 9000-RELATIONSHIP-INQUIRY-EXIT
199700         WHEN OTHER
199800             DISPLAY "INVALID CHOICE"
199900     END-EVALUATE.
200700 2000-DEPOSIT.
200800     DISPLAY SC-ACCT-AMOUNT-SCREEN
200900     ACCEPT SC-ACCT-AMOUNT-SCREEN
200910     MOVE WS-ACCT-NUMBER TO WS-CHK-ACCT
200920     PERFORM 6050-CHECK-ACCT-NUMBER
200930         THRU 6050-CHECK-ACCT-NUMBER-EXIT
200940     IF NOT WS-CHK-ACCT-OK
200950         GO TO 2000-DEPOSIT-EXIT
200960     END-IF
201000     IF WS-CURRENT-LIMIT > ZERO
201100      AND WS-AMOUNT > WS-CURRENT-LIMIT
201200         MOVE "D" TO WS-PEND-TYPE
203300                 DISPLAY "ACCOUNT IS DORMANT - RELEASE "
203400                     "REQUIRED"
203500             ELSE
203510                 PERFORM 3450-CHECK-KYC
203520                     THRU 3450-CHECK-KYC-EXIT
203600                 PERFORM 6150-VERIFY-UNCHANGED
203700                     THRU 6150-VERIFY-UNCHANGED-EXIT
203800                 IF WS-RECORD-BUSY
212400 3000-WITHDRAW.
212500     DISPLAY SC-ACCT-AMOUNT-SCREEN
212600     ACCEPT SC-ACCT-AMOUNT-SCREEN
212610     MOVE WS-ACCT-NUMBER TO WS-CHK-ACCT
212620     PERFORM 6050-CHECK-ACCT-NUMBER
212630         THRU 6050-CHECK-ACCT-NUMBER-EXIT
212640     IF NOT WS-CHK-ACCT-OK
212650         GO TO 3000-WITHDRAW-EXIT
212660     END-IF
212700     IF WS-CURRENT-LIMIT > ZERO
212800      AND WS-AMOUNT > WS-CURRENT-LIMIT
212900         MOVE "W" TO WS-PEND-TYPE
215300                     "REQUIRED"
215400                 GO TO 3000-WITHDRAW-EXIT
215500             END-IF
215510             PERFORM 3450-CHECK-KYC
215520                 THRU 3450-CHECK-KYC-EXIT
215600             PERFORM 3400-CHECK-GUARDIAN
215700                 THRU 3400-CHECK-GUARDIAN-EXIT
215800             IF NOT WS-GUARDIAN-CLEARED
216600                     "WITHDRAWAL DENIED"
216700                 GO TO 3000-WITHDRAW-EXIT
216800             END-IF
216900             PERFORM 3310-PRICE-WITH-PROTECTION
217000                 THRU 3310-PRICE-WITH-PROTECTION-EXIT
217100             PERFORM 3200-CHECK-MIN-BALANCE
217200                 THRU 3200-CHECK-MIN-BALANCE-EXIT
217300             IF WS-AMOUNT > WS-AVAIL-BALANCE
241500     END-IF.
241600 3400-CHECK-GUARDIAN-EXIT.
241700     EXIT.
241702
241704*----------------------------------------------------------
241706* 3450-CHECK-KYC - WARN THE TELLER WHEN THE CUSTOMER ON THE
241708* ACCOUNT IN ACCOUNT-RECORD HAS NO KYC RECORD OR AN EXPIRED
241710* ID DOCUMENT.  A WARNING ONLY - THE CALLER CARRIES ON.
241712* ACCOUNTS NOT YET LINKED TO A CUSTOMER ARE NOT CHECKED.
241714*----------------------------------------------------------
241716 3450-CHECK-KYC.
241718     IF NOT KYC-FILE-OPEN
241720         GO TO 3450-CHECK-KYC-EXIT
241722     END-IF
241724     IF ACCT-CUST-NUM = SPACES OR ACCT-CUST-NUM = LOW-VALUES
241726         GO TO 3450-CHECK-KYC-EXIT
241728     END-IF
241730     MOVE ACCT-CUST-NUM TO KY-CUST-ID
241732     READ CUSTOMER-KYC
241734         INVALID KEY
241736             DISPLAY "*** KYC WARNING - NO KYC RECORD ON FILE "
241738                 "FOR CUSTOMER " ACCT-CUST-NUM " ***"
241740             GO TO 3450-CHECK-KYC-EXIT
241742     END-READ
241744     IF KY-DOC-EXPIRY < WS-BUSINESS-DATE
241746         DISPLAY "*** KYC WARNING - CUSTOMER " ACCT-CUST-NUM
241748             " ID DOCUMENT EXPIRED " KY-DOC-EXPIRY " ***"
241750     END-IF.
241752 3450-CHECK-KYC-EXIT.
241754     EXIT.
241800
241900*----------------------------------------------------------
242000* 3500-CHECK-STOP-PAYMENT - DOES AN ACTIVE STOP ON THE
248300 4000-BALANCE-INQUIRY.
248400     DISPLAY SC-ACCT-ONLY-SCREEN
248500     ACCEPT SC-ACCT-ONLY-SCREEN
248510     MOVE WS-ACCT-NUMBER TO WS-CHK-ACCT
248520     PERFORM 6050-CHECK-ACCT-NUMBER
248530         THRU 6050-CHECK-ACCT-NUMBER-EXIT
248540     IF NOT WS-CHK-ACCT-OK
248550         GO TO 4000-BALANCE-INQUIRY-EXIT
248560     END-IF
248600
248700     MOVE WS-ACCT-NUMBER TO ACCT-NUMBER
248800     READ ACCOUNT-MASTER
258900         END-IF
259000     END-IF
259100
259110     PERFORM 5050-ASSIGN-ACCT-NUMBER
259120         THRU 5050-ASSIGN-ACCT-NUMBER-EXIT
259130     IF NOT WS-ACCT-ASSIGNED
259140         DISPLAY "NO ACCOUNT NUMBER AVAILABLE - "
259150             "ACCOUNT NOT OPENED"
259160         GO TO 5000-OPEN-ACCOUNT-EXIT
259170     END-IF
259200     MOVE WS-ACCT-NUMBER TO ACCT-NUMBER
259300     MOVE WS-ACCT-NAME   TO ACCT-NAME
259400     MOVE WS-OPEN-DOB    TO ACCT-DOB
260900     MOVE ZERO           TO ACCT-LAST-ACCRUAL
261000     MOVE WS-GUARDIAN-ID TO ACCT-GUARDIAN-ID
261100     MOVE WS-CURRENT-BRANCH TO ACCT-BRANCH
261110     MOVE SPACE          TO ACCT-CD-EXEMPT
261200     MOVE SPACES TO WS-STMT-CYCLE-ANSWER
261300     DISPLAY "STATEMENT CYCLE (01-04, BLANK FOR 01): "
261400     ACCEPT WS-STMT-CYCLE-ANSWER
262600         INVALID KEY
262700             DISPLAY "ACCOUNT NUMBER ALREADY EXISTS"
262800         NOT INVALID KEY
262900             DISPLAY "ACCOUNT " WS-ACCT-NUMBER " OPENED"
263000             MOVE SPACES TO WS-JRNL-BEFORE
263100             MOVE "W"    TO WS-JRNL-ACTION
263200             PERFORM 6900-JOURNAL-UPDATE
263800     END-WRITE.
263900 5000-OPEN-ACCOUNT-EXIT.
264000     EXIT.
264001
264002*----------------------------------------------------------
264003* 5050-ASSIGN-ACCT-NUMBER - ISSUE THE NEXT FREE ACCOUNT
264004* NUMBER: A FIVE-DIGIT BASE PLUS ITS ACCTCHK CHECK DIGIT.  A
264005* BASE WITH NO CHECK DIGIT, OR WHOSE NUMBER IS ALREADY ON THE
264006* MASTER, IS PASSED OVER.
264007*----------------------------------------------------------
264008 5050-ASSIGN-ACCT-NUMBER.
264009     MOVE "N" TO WS-ACCT-ASSIGN-FLAG
264010     IF WS-NEXT-ACCT-BASE = ZERO
264011         PERFORM 5060-FIND-HIGH-BASE
264012             THRU 5060-FIND-HIGH-BASE-EXIT
264013     END-IF
264014     PERFORM 5070-TRY-ONE-BASE
264015         THRU 5070-TRY-ONE-BASE-EXIT
264016         UNTIL WS-ACCT-ASSIGNED
264017            OR WS-NEXT-ACCT-BASE > 99999.
264018 5050-ASSIGN-ACCT-NUMBER-EXIT.
264019     EXIT.
264020
264021*----------------------------------------------------------
264022* 5060-FIND-HIGH-BASE - ONE PASS OF THE MASTER FOR THE
264023* HIGHEST BASE ALREADY ISSUED WITH A CHECK DIGIT; THE SESSION
264024* ISSUES FROM THE ONE AFTER IT (10000 ON AN EMPTY MASTER).
264025*----------------------------------------------------------
264026 5060-FIND-HIGH-BASE.
264027     MOVE 9999 TO WS-HIGH-ACCT-BASE
264028     MOVE "N"  TO WS-ACCT-SCAN-EOF-FLAG
264029     MOVE LOW-VALUES TO ACCT-NUMBER
264030     START ACCOUNT-MASTER KEY NOT LESS THAN ACCT-NUMBER
264031         INVALID KEY
264032             MOVE "Y" TO WS-ACCT-SCAN-EOF-FLAG
264033     END-START
264034     PERFORM 5065-SCAN-ONE-ACCOUNT
264035         THRU 5065-SCAN-ONE-ACCOUNT-EXIT
264036         UNTIL END-OF-ACCT-SCAN
264037     COMPUTE WS-NEXT-ACCT-BASE = WS-HIGH-ACCT-BASE + 1.
264038 5060-FIND-HIGH-BASE-EXIT.
264039     EXIT.
264040
264041*----------------------------------------------------------
264042* 5065-SCAN-ONE-ACCOUNT - REMEMBER THE HIGHEST CHECK-DIGIT
264043* BASE SEEN.
264044*----------------------------------------------------------
264045 5065-SCAN-ONE-ACCOUNT.
264046     READ ACCOUNT-MASTER NEXT RECORD
264047         AT END
264048             MOVE "Y" TO WS-ACCT-SCAN-EOF-FLAG
264049             GO TO 5065-SCAN-ONE-ACCOUNT-EXIT
264050     END-READ
264051     IF ACCT-CHECK-DIGIT-EXEMPT
264052         GO TO 5065-SCAN-ONE-ACCOUNT-EXIT
264053     END-IF
264054     MOVE ACCT-NUMBER TO WS-CHK-ACCT
264055     MOVE "V" TO WS-CHK-FUNCTION
264056     CALL "ACCTCHK" USING WS-CHK-ACCT WS-CHK-FUNCTION
264057         WS-CHK-VALID-FLAG
264058     IF WS-CHK-DIGIT-OK
264059      AND WS-CHK-ACCT(1:5) > WS-HIGH-ACCT-BASE
264060         MOVE WS-CHK-ACCT(1:5) TO WS-HIGH-ACCT-BASE
264061     END-IF.
264062 5065-SCAN-ONE-ACCOUNT-EXIT.
264063     EXIT.
264064
264065*----------------------------------------------------------
264066* 5070-TRY-ONE-BASE - GIVE THE CURRENT BASE ITS CHECK DIGIT
264067* AND TAKE THE NUMBER IF NO ACCOUNT HAS IT.
264068*----------------------------------------------------------
264069 5070-TRY-ONE-BASE.
264070     MOVE WS-NEXT-ACCT-BASE(2:5) TO WS-CHK-ACCT(1:5)
264071     MOVE "G" TO WS-CHK-FUNCTION
264072     CALL "ACCTCHK" USING WS-CHK-ACCT WS-CHK-FUNCTION
264073         WS-CHK-VALID-FLAG
264074     ADD 1 TO WS-NEXT-ACCT-BASE
264075     IF NOT WS-CHK-DIGIT-OK
264076         GO TO 5070-TRY-ONE-BASE-EXIT
264077     END-IF
264078     MOVE WS-CHK-ACCT TO ACCT-NUMBER
264079     READ ACCOUNT-MASTER
264080         INVALID KEY
264081             MOVE WS-CHK-ACCT TO WS-ACCT-NUMBER
264082             MOVE "Y" TO WS-ACCT-ASSIGN-FLAG
264083     END-READ.
264084 5070-TRY-ONE-BASE-EXIT.
264085     EXIT.
264100
264200*----------------------------------------------------------
264300* 5100-CHECK-OPENING-AGE - DERIVE THE APPLICANT'S AGE FROM
271800 5500-TRANSFER.
271900     DISPLAY SC-TRANSFER-SCREEN
272000     ACCEPT SC-TRANSFER-SCREEN
272005     MOVE WS-ACCT-NUMBER TO WS-CHK-ACCT
272010     PERFORM 6050-CHECK-ACCT-NUMBER
272015         THRU 6050-CHECK-ACCT-NUMBER-EXIT
272020     IF NOT WS-CHK-ACCT-OK
272025         GO TO 5500-TRANSFER-EXIT
272030     END-IF
272035     MOVE WS-XFER-TO-ACCT TO WS-CHK-ACCT
272040     PERFORM 6050-CHECK-ACCT-NUMBER
272045         THRU 6050-CHECK-ACCT-NUMBER-EXIT
272050     IF NOT WS-CHK-ACCT-OK
272055         GO TO 5500-TRANSFER-EXIT
272060     END-IF
272100
272200     IF WS-XFER-TO-ACCT = WS-ACCT-NUMBER
272300         DISPLAY "SOURCE AND TARGET ACCOUNTS ARE THE SAME"
274900         DISPLAY "SOURCE ACCT IS DORMANT - TRANSFER DENIED"
275000         GO TO 5500-TRANSFER-EXIT
275100     END-IF
275110     PERFORM 3450-CHECK-KYC
275120         THRU 3450-CHECK-KYC-EXIT
275200     PERFORM 3400-CHECK-GUARDIAN
275300         THRU 3400-CHECK-GUARDIAN-EXIT
275400     IF NOT WS-GUARDIAN-CLEARED
276100         DISPLAY "STOP PAYMENT IN FORCE - TRANSFER DENIED"
276200         GO TO 5500-TRANSFER-EXIT
276300     END-IF
276400     PERFORM 3310-PRICE-WITH-PROTECTION
276500         THRU 3310-PRICE-WITH-PROTECTION-EXIT
276600     PERFORM 3200-CHECK-MIN-BALANCE
276700        THRU 3200-CHECK-MIN-BALANCE-EXIT
276800     IF WS-AMOUNT > WS-AVAIL-BALANCE
287100 5700-CLOSE-ACCOUNT.
287200     DISPLAY SC-ACCT-ONLY-SCREEN
287300     ACCEPT SC-ACCT-ONLY-SCREEN
287310     MOVE WS-ACCT-NUMBER TO WS-CHK-ACCT
287320     PERFORM 6050-CHECK-ACCT-NUMBER
287330         THRU 6050-CHECK-ACCT-NUMBER-EXIT
287340     IF NOT WS-CHK-ACCT-OK
287350         GO TO 5700-CLOSE-ACCOUNT-EXIT
287360     END-IF
287400
287500     MOVE WS-ACCT-NUMBER TO ACCT-NUMBER
287600     READ ACCOUNT-MASTER
292600
292700     DISPLAY SC-REVERSAL-SCREEN
292800     ACCEPT SC-REVERSAL-SCREEN
292810     MOVE WS-ACCT-NUMBER TO WS-CHK-ACCT
292820     PERFORM 6050-CHECK-ACCT-NUMBER
292830         THRU 6050-CHECK-ACCT-NUMBER-EXIT
292840     IF NOT WS-CHK-ACCT-OK
292850         GO TO 5800-REVERSAL-EXIT
292860     END-IF
292900
293000     MOVE WS-ACCT-NUMBER TO ACCT-NUMBER
293100     READ ACCOUNT-MASTER
300600 5900-HISTORY-INQUIRY.
300700     DISPLAY SC-ACCT-ONLY-SCREEN
300800     ACCEPT SC-ACCT-ONLY-SCREEN
300810     MOVE WS-ACCT-NUMBER TO WS-CHK-ACCT
300820     PERFORM 6050-CHECK-ACCT-NUMBER
300830         THRU 6050-CHECK-ACCT-NUMBER-EXIT
300840     IF NOT WS-CHK-ACCT-OK
300850         GO TO 5900-HISTORY-INQUIRY-EXIT
300860     END-IF
300900
301000     MOVE "N"  TO WS-TXNINQ-EOF-FLAG
301100     MOVE 1    TO WS-HIST-NEXT
322900             MOVE WS-XFER-TYPE TO TL-TXN-TYPE
323000         WHEN CH-EXT-PAYMENT
323100             MOVE "EXT PAY"    TO TL-TXN-TYPE
323110         WHEN CH-OFFICIAL-CHECK
323120             MOVE "OFF CHECK"  TO TL-TXN-TYPE
323130         WHEN CH-PRODUCT-CONVERT
323140             MOVE WS-XFER-TYPE TO TL-TXN-TYPE
323200     END-EVALUATE
323300     WRITE TRANSACTION-LOG-LINE FROM WS-LOG-ENTRY
323400
325100     END-WRITE.
325200 6000-LOG-TRANSACTION-EXIT.
325300     EXIT.
325302
325304*----------------------------------------------------------
325306* 6050-CHECK-ACCT-NUMBER - RUN A KEYED ACCOUNT NUMBER
325308* (WS-CHK-ACCT) THROUGH THE SHARED ACCTCHK CHECK DIGIT BEFORE
325310* ANY MASTER LOOKUP.  A NUMBER THAT FAILS IS LET THROUGH ONLY
325312* WHEN IT IS A GRANDFATHERED ACCOUNT ON FILE; ANYTHING ELSE IS
325314* A KEYING ERROR AND THE CLERK REKEYS.
325316*----------------------------------------------------------
325318 6050-CHECK-ACCT-NUMBER.
325320     MOVE "N" TO WS-CHK-ACCT-FLAG
325322     MOVE "V" TO WS-CHK-FUNCTION
325324     CALL "ACCTCHK" USING WS-CHK-ACCT WS-CHK-FUNCTION
325326         WS-CHK-VALID-FLAG
325328     IF WS-CHK-DIGIT-OK
325330         MOVE "Y" TO WS-CHK-ACCT-FLAG
325332         GO TO 6050-CHECK-ACCT-NUMBER-EXIT
325334     END-IF
325336     MOVE WS-CHK-ACCT TO ACCT-NUMBER
325338     READ ACCOUNT-MASTER
325340         INVALID KEY
325342             MOVE SPACE TO ACCT-CD-EXEMPT
325344     END-READ
325346     IF ACCT-CHECK-DIGIT-EXEMPT
325348         MOVE "Y" TO WS-CHK-ACCT-FLAG
325350     ELSE
325352         DISPLAY "ACCOUNT NUMBER " WS-CHK-ACCT
325354             " FAILS ITS CHECK DIGIT - REKEY"
325356     END-IF.
325358 6050-CHECK-ACCT-NUMBER-EXIT.
325360     EXIT.
325400
325500*----------------------------------------------------------
325600* 6100-NEXT-TXN-SEQ - ISSUE THE ACCOUNT'S NEXT TRANSACTION
333500 6500-HOLD-MAINTENANCE.
333600     DISPLAY SC-HOLD-SCREEN
333700     ACCEPT SC-HOLD-SCREEN
333710     MOVE WS-ACCT-NUMBER TO WS-CHK-ACCT
333720     PERFORM 6050-CHECK-ACCT-NUMBER
333730         THRU 6050-CHECK-ACCT-NUMBER-EXIT
333740     IF NOT WS-CHK-ACCT-OK
333750         GO TO 6500-HOLD-MAINTENANCE-EXIT
333760     END-IF
333800
333900     MOVE WS-ACCT-NUMBER TO ACCT-NUMBER
334000     READ ACCOUNT-MASTER
343600     MOVE ZERO   TO WS-SO-NEXT-DUE
343700     DISPLAY SC-STANDING-ORDER-SCREEN
343800     ACCEPT SC-STANDING-ORDER-SCREEN
343810     MOVE WS-ACCT-NUMBER TO WS-CHK-ACCT
343820     PERFORM 6050-CHECK-ACCT-NUMBER
343830         THRU 6050-CHECK-ACCT-NUMBER-EXIT
343840     IF NOT WS-CHK-ACCT-OK
343850         GO TO 6700-STANDING-ORDER-SETUP-EXIT
343860     END-IF
343900
344000     MOVE WS-ACCT-NUMBER TO ACCT-NUMBER
344100     READ ACCOUNT-MASTER
348600         END-IF
348700         MOVE SPACES TO WS-SO-TARGET-ACCT
348800     ELSE
348810     MOVE WS-SO-TARGET-ACCT TO WS-CHK-ACCT
348820     PERFORM 6050-CHECK-ACCT-NUMBER
348830         THRU 6050-CHECK-ACCT-NUMBER-EXIT
348840     IF NOT WS-CHK-ACCT-OK
348850         GO TO 6700-STANDING-ORDER-SETUP-EXIT
348860     END-IF
348900     MOVE WS-SO-TARGET-ACCT TO ACCT-NUMBER
349000     READ ACCOUNT-MASTER
349100         INVALID KEY
360000
360100*----------------------------------------------------------
360200* 7200-LOAN-PAYMENT - TAKE A LOAN REPAYMENT OVER THE
360300* COUNTER.  THE PAYMENT CLEARS ANY LATE FEES DUE FIRST,
360400* THEN THE PERIOD'S INTEREST DUE, AND THE REMAINDER REDUCES
360500* PRINCIPAL.  A PAYMENT LARGER THAN THE PAYOFF IS REFUSED;
360600* A LOAN PAID TO ZERO IS MARKED CLOSED.  A PAYMENT ON A
360610* CHARGED-OFF LOAN IS A RECOVERY INSTEAD (7270).
360700*----------------------------------------------------------
360800 7200-LOAN-PAYMENT.
360900     MOVE SPACES TO WS-LOAN-NUMBER
362000         DISPLAY "LOAN IS PAID OFF AND CLOSED"
362100         GO TO 7200-LOAN-PAYMENT-EXIT
362200     END-IF
362210     IF LN-IS-CHARGED-OFF
362220         PERFORM 7270-POST-LOAN-RECOVERY
362230             THRU 7270-POST-LOAN-RECOVERY-EXIT
362240         GO TO 7200-LOAN-PAYMENT-EXIT
362250     END-IF
362300
362400*    THE INTEREST DUE IS WHAT THE NIGHTLY LOAN-ACCRUE-BATCH
362500*    HAS ACCRUED ON THE RECORD; THE OLD PERIOD-RATE SNAPSHOT
362900         MOVE ZERO TO LN-ACCRUED-INT
363000     END-IF
363100     MOVE LN-ACCRUED-INT TO WS-INTEREST-DUE
363110     IF LN-LATE-FEES-DUE NOT NUMERIC
363120         MOVE ZERO TO LN-LATE-FEES-DUE
363130     END-IF
363200
363300     IF WS-AMOUNT > LN-OUTSTANDING-BAL + WS-INTEREST-DUE
363310                  + LN-LATE-FEES-DUE
363400         DISPLAY "PAYMENT EXCEEDS THE PAYOFF AMOUNT"
363500         GO TO 7200-LOAN-PAYMENT-EXIT
363600     END-IF
363610*    LATE FEES CHARGED BY LOAN-LATE-CHARGE-BATCH COME OFF
363620*    THE TOP, AHEAD OF INTEREST AND PRINCIPAL.
363630     IF WS-AMOUNT <= LN-LATE-FEES-DUE
363640         MOVE WS-AMOUNT        TO WS-LATE-FEE-PORTION
363650     ELSE
363660         MOVE LN-LATE-FEES-DUE TO WS-LATE-FEE-PORTION
363670     END-IF
363700     IF WS-AMOUNT - WS-LATE-FEE-PORTION <= WS-INTEREST-DUE
363710         COMPUTE WS-INTEREST-PORTION
363720             = WS-AMOUNT - WS-LATE-FEE-PORTION
363900         MOVE ZERO      TO WS-PRINCIPAL-PORTION
364000     ELSE
364100         MOVE WS-INTEREST-DUE TO WS-INTEREST-PORTION
364200         COMPUTE WS-PRINCIPAL-PORTION
364300             = WS-AMOUNT - WS-LATE-FEE-PORTION - WS-INTEREST-DUE
364400     END-IF
364500
364510     SUBTRACT WS-LATE-FEE-PORTION FROM LN-LATE-FEES-DUE
364600     SUBTRACT WS-PRINCIPAL-PORTION FROM LN-OUTSTANDING-BAL
364700     SUBTRACT WS-INTEREST-PORTION FROM LN-ACCRUED-INT
364800     ADD 1 TO LN-PAYMENTS-MADE
365100     IF LN-OUTSTANDING-BAL NOT > ZERO
365200         MOVE ZERO TO LN-OUTSTANDING-BAL
365300         MOVE "C"  TO LN-STATUS
365310         MOVE WS-BUSINESS-DATE TO LN-CLOSE-DATE
365400     END-IF
365500     REWRITE LOAN-MASTER-RECORD
365600
366500     MOVE WS-APPROVED-BY     TO TL-APPROVED-BY
366600*    THE SPLIT IS LOGGED AS SEPARATE LEGS SO THE BOOKS CAN
366700*    TELL COLLECTED INTEREST FROM RETURNED PRINCIPAL.
366710     IF WS-LATE-FEE-PORTION > ZERO
366720         MOVE "LOAN LATE"         TO TL-TXN-TYPE
366730         MOVE WS-LATE-FEE-PORTION TO TL-AMOUNT
366740         WRITE TRANSACTION-LOG-LINE FROM WS-LOG-ENTRY
366750     END-IF
366800     IF WS-INTEREST-PORTION > ZERO
366900         MOVE "LOAN INT"          TO TL-TXN-TYPE
367000         MOVE WS-INTEREST-PORTION TO TL-AMOUNT
367600         WRITE TRANSACTION-LOG-LINE FROM WS-LOG-ENTRY
367700     END-IF
367800
367810     DISPLAY "LATE FEE PORTION:  " WS-LATE-FEE-PORTION
367900     DISPLAY "INTEREST PORTION:  " WS-INTEREST-PORTION
368000     DISPLAY "PRINCIPAL PORTION: " WS-PRINCIPAL-PORTION
368100     DISPLAY "OUTSTANDING NOW:   " LN-OUTSTANDING-BAL
368800*----------------------------------------------------------
368900* 7250-ROLL-LOAN-DUE-DATE - ROLL THE NEXT PAYMENT DUE DATE
369000* FORWARD ONE COMPOUNDING PERIOD, DAY CLAMPED TO THE 28TH.
369010* BEFORE A MODIFICATION TAKES EFFECT THE PAYMENT IS AGAINST
369020* THE OLD SCHEDULE, SO IT IS THE PRE-MOD DUE DATE THAT ROLLS.
369100*----------------------------------------------------------
369200 7250-ROLL-LOAN-DUE-DATE.
369210     MOVE "N" TO WS-LOAN-PRE-MOD-FLAG
369220     IF LN-MOD-EFF-DATE NUMERIC
369230      AND LN-MOD-EFF-DATE > WS-BUSINESS-DATE
369240         MOVE "Y" TO WS-LOAN-PRE-MOD-FLAG
369250     END-IF
369300     EVALUATE LN-FREQUENCY-CODE
369400         WHEN 2     MOVE 3  TO WS-LOAN-MONTHS-STEP
369500         WHEN 3     MOVE 1  TO WS-LOAN-MONTHS-STEP
369600         WHEN OTHER MOVE 12 TO WS-LOAN-MONTHS-STEP
369700     END-EVALUATE
369800     MOVE LN-NEXT-PAYMENT-DUE TO WS-LOAN-DUE-PARTS
369810     IF WS-LOAN-ROLL-PRE-MOD
369820         MOVE LN-PRE-MOD-DUE  TO WS-LOAN-DUE-PARTS
369830     END-IF
369900     ADD WS-LOAN-MONTHS-STEP TO WS-LDUE-MM
370000     PERFORM UNTIL WS-LDUE-MM <= 12
370100         SUBTRACT 12 FROM WS-LDUE-MM
370400     IF WS-LDUE-DD > 28
370500         MOVE 28 TO WS-LDUE-DD
370600     END-IF
370610     IF WS-LOAN-ROLL-PRE-MOD
370620         MOVE WS-LOAN-DUE-PARTS TO LN-PRE-MOD-DUE
370630         GO TO 7250-ROLL-LOAN-DUE-DATE-EXIT
370640     END-IF
370700     MOVE WS-LOAN-DUE-PARTS TO LN-NEXT-PAYMENT-DUE.
370800 7250-ROLL-LOAN-DUE-DATE-EXIT.
370900     EXIT.
370901
370902*----------------------------------------------------------
370903* 7270-POST-LOAN-RECOVERY - A PAYMENT ON A CHARGED-OFF LOAN.
370904* NOTHING IS LEFT ON THE LOAN TO REDUCE, SO THE AMOUNT IS
370905* BOOKED AGAINST THE CHARGE-OFF ON THE CHGOFF REGISTER: THE
370906* CHARGE-OFF ENTRY'S RECOVERED TOTAL GOES UP, A RECOVERY
370907* ENTRY IS WRITTEN UNDER THE NEXT SEQUENCE FOR THE SAME
370908* BRANCH, AND THE PAYMENT LOGS AS "LOAN RECOV".  NO MORE
370909* THAN WAS WRITTEN OFF CAN BE RECOVERED.
370910*----------------------------------------------------------
370911 7270-POST-LOAN-RECOVERY.
370912     MOVE WS-LOAN-NUMBER TO CO-LOAN
370913     MOVE ZERO           TO CO-SEQ
370914     READ CHARGE-OFF-REGISTER
370915         INVALID KEY
370916             DISPLAY "NO CHARGE-OFF ENTRY FOR THIS LOAN - "
370917                 "SEE A SUPERVISOR"
370918             GO TO 7270-POST-LOAN-RECOVERY-EXIT
370919     END-READ
370920     COMPUTE WS-CHGO-REMAINING = CO-AMOUNT - CO-RECOVERED
370921     IF WS-AMOUNT > WS-CHGO-REMAINING
370922         DISPLAY "PAYMENT EXCEEDS THE AMOUNT CHARGED OFF"
370923         DISPLAY "STILL OWED: " WS-CHGO-REMAINING
370924         GO TO 7270-POST-LOAN-RECOVERY-EXIT
370925     END-IF
370926     ADD 1         TO CO-RECOV-COUNT
370927     ADD WS-AMOUNT TO CO-RECOVERED
370928     SUBTRACT WS-AMOUNT FROM WS-CHGO-REMAINING
370929     MOVE CO-RECOV-COUNT TO WS-CHGO-SEQ
370930     MOVE CO-BRANCH      TO WS-CHGO-BRANCH
370931     REWRITE CHARGE-OFF-RECORD
370932
370933     MOVE SPACES              TO CHARGE-OFF-RECORD
370934     MOVE WS-LOAN-NUMBER      TO CO-LOAN
370935     MOVE WS-CHGO-SEQ         TO CO-SEQ
370936     MOVE "R"                 TO CO-ENTRY-TYPE
370937     MOVE WS-BUSINESS-DATE    TO CO-DATE
370938     MOVE WS-CHGO-BRANCH      TO CO-BRANCH
370939     MOVE ZERO                TO CO-PRINCIPAL CO-INTEREST
370940                                 CO-LATE-FEES CO-RECOV-COUNT
370941                                 CO-RECOVERED
370942     MOVE WS-AMOUNT           TO CO-AMOUNT
370943     MOVE "T"                 TO CO-SOURCE
370944     MOVE WS-CURRENT-OPERATOR TO CO-OPERATOR
370945     MOVE WS-APPROVED-BY      TO CO-APPROVER
370946     WRITE CHARGE-OFF-RECORD
370947         INVALID KEY
370948             DISPLAY "RECOVERY ENTRY NOT WRITTEN, STATUS "
370949                 WS-CHGO-STATUS
370950     END-WRITE
370951
370952     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
370953     MOVE WS-BUSINESS-DATE   TO WS-BSTAMP-DATE
370954     MOVE WS-TIMESTAMP(9:6)  TO WS-BSTAMP-TIME
370955     MOVE WS-BUSINESS-STAMP  TO TL-TIMESTAMP
370956     MOVE SPACES             TO TL-ACCT
370957     MOVE "LOAN RECOV"       TO TL-TXN-TYPE
370958     MOVE WS-AMOUNT          TO TL-AMOUNT
370959     MOVE LN-OUTSTANDING-BAL TO TL-BALANCE
370960     MOVE WS-CURRENT-OPERATOR TO TL-OPERATOR
370961     MOVE WS-LOAN-NUMBER     TO TL-REFERENCE
370962     MOVE WS-APPROVED-BY     TO TL-APPROVED-BY
370963     WRITE TRANSACTION-LOG-LINE FROM WS-LOG-ENTRY
370964     DISPLAY "LOAN IS CHARGED OFF - POSTED AS A RECOVERY"
370965     DISPLAY "RECOVERY AMOUNT:   " WS-AMOUNT
370966     DISPLAY "CHARGED OFF OWED:  " WS-CHGO-REMAINING.
370967 7270-POST-LOAN-RECOVERY-EXIT.
370968     EXIT.
371000
371100*----------------------------------------------------------
371200* 7300-OWNER-MAINT - ADD, REMOVE OR LIST THE OWNERSHIP LINKS
371800     MOVE 3      TO WS-OWNER-ACTION
371900     DISPLAY SC-OWNER-SCREEN
372000     ACCEPT SC-OWNER-SCREEN
372010     MOVE WS-ACCT-NUMBER TO WS-CHK-ACCT
372020     PERFORM 6050-CHECK-ACCT-NUMBER
372030         THRU 6050-CHECK-ACCT-NUMBER-EXIT
372040     IF NOT WS-CHK-ACCT-OK
372050         GO TO 7300-OWNER-MAINT-EXIT
372060     END-IF
372100
372200     MOVE WS-ACCT-NUMBER TO ACCT-NUMBER
372300     READ ACCOUNT-MASTER
383800         DISPLAY "CERTIFICATE, PRINCIPAL AND TERM REQUIRED"
383900         GO TO 7410-OPEN-TERM-DEPOSIT-EXIT
384000     END-IF
384010     MOVE WS-ACCT-NUMBER TO WS-CHK-ACCT
384020     PERFORM 6050-CHECK-ACCT-NUMBER
384030         THRU 6050-CHECK-ACCT-NUMBER-EXIT
384040     IF NOT WS-CHK-ACCT-OK
384050         GO TO 7410-OPEN-TERM-DEPOSIT-EXIT
384060     END-IF
384100     MOVE WS-ACCT-NUMBER TO ACCT-NUMBER
384200     READ ACCOUNT-MASTER
384300         INVALID KEY
384800         DISPLAY "LINKED ACCOUNT CANNOT FUND A DEPOSIT"
384900         GO TO 7410-OPEN-TERM-DEPOSIT-EXIT
385000     END-IF
385100     PERFORM 3310-PRICE-WITH-PROTECTION
385200         THRU 3310-PRICE-WITH-PROTECTION-EXIT
385300     IF WS-AMOUNT > WS-AVAIL-BALANCE
385400         DISPLAY "INSUFFICIENT AVAILABLE FUNDS"
385500         GO TO 7410-OPEN-TERM-DEPOSIT-EXIT
402900*----------------------------------------------------------
403000* 7500-FEE-WAIVER - REFUND A FEE THAT SHOULD NOT HAVE
403100* CHARGED.  THE ORIGINAL FEE ENTRY IS READ OFF TXNDETL BY
403200* ACCOUNT AND SEQUENCE AND MUST REALLY BE A FEE (SERVICE
403210* "FEE" OR A BATCH "NSF FEE"); A
403300* SUPERVISOR APPROVES LIKE A REVERSAL; THE CREDIT POSTS AS
403400* "FEE WAIVE" WITH THE ORIGINAL SEQUENCE AS REFERENCE AND
403500* THE CASE GOES ON FEEWVLOG WITH ITS REASON CODE.
403700 7500-FEE-WAIVER.
403800     DISPLAY SC-ACCT-ONLY-SCREEN
403900     ACCEPT SC-ACCT-ONLY-SCREEN
403910     MOVE WS-ACCT-NUMBER TO WS-CHK-ACCT
403920     PERFORM 6050-CHECK-ACCT-NUMBER
403930         THRU 6050-CHECK-ACCT-NUMBER-EXIT
403940     IF NOT WS-CHK-ACCT-OK
403950         GO TO 7500-FEE-WAIVER-EXIT
403960     END-IF
404000     MOVE SPACES TO WS-FEEWV-SEQ-ANSWER
404100     DISPLAY "ORIGINAL FEE SEQUENCE NUMBER: "
404200     ACCEPT WS-FEEWV-SEQ-ANSWER
405700             GO TO 7500-FEE-WAIVER-EXIT
405800     END-READ
405900     IF TD-TXN-TYPE NOT = "FEE"
405910      AND TD-TXN-TYPE NOT = "NSF FEE"
406000         DISPLAY "ENTRY IS NOT A FEE - USE A REVERSAL"
406100         GO TO 7500-FEE-WAIVER-EXIT
406200     END-IF
412500* 7600-LOAN-PAYOFF-QUOTE - PRICE A LOAN TO ANY DATE:
412600* OUTSTANDING BALANCE PLUS INTEREST ACCRUED TO DATE PLUS THE
412700* DAYS FROM THE LAST ACCRUAL TO THE QUOTE DATE AT THE DAILY
412800* RATE, PLUS ANY LATE FEES DUE.  NOTHING IS POSTED - THIS IS
412810* AN INQUIRY.  WHILE A MODIFICATION IS STILL TO TAKE
412820* EFFECT, THE DAYS UP TO ITS EFFECTIVE DATE ARE PRICED AT THE
412830* OLD RATE AND ONLY THE DAYS FROM IT AT THE NEW.
412900*----------------------------------------------------------
413000 7600-LOAN-PAYOFF-QUOTE.
413100     MOVE SPACES TO WS-LOAN-NUMBER
415100         DISPLAY "LOAN IS PAID OFF AND CLOSED"
415200         GO TO 7600-LOAN-PAYOFF-QUOTE-EXIT
415300     END-IF
415305*    A CHARGED-OFF LOAN ACCRUES NOTHING - WHAT IS STILL OWED
415310*    IS THE CHARGE-OFF LESS WHAT HAS BEEN RECOVERED.
415315     IF LN-IS-CHARGED-OFF
415320         MOVE WS-LOAN-NUMBER TO CO-LOAN
415325         MOVE ZERO           TO CO-SEQ
415330         READ CHARGE-OFF-REGISTER
415335             INVALID KEY
415340                 DISPLAY "NO CHARGE-OFF ENTRY FOR THIS LOAN"
415345                 GO TO 7600-LOAN-PAYOFF-QUOTE-EXIT
415350         END-READ
415355         COMPUTE WS-CHGO-REMAINING = CO-AMOUNT - CO-RECOVERED
415360         DISPLAY "LOAN CHARGED OFF ON " CO-DATE
415365         DISPLAY "  CHARGED OFF:      " CO-AMOUNT
415370         DISPLAY "  RECOVERED:        " CO-RECOVERED
415375         DISPLAY "  STILL OWED:       " WS-CHGO-REMAINING
415380         GO TO 7600-LOAN-PAYOFF-QUOTE-EXIT
415385     END-IF
415400     IF LN-ACCRUED-INT NOT NUMERIC
415500         MOVE ZERO TO LN-ACCRUED-INT
415600     END-IF
415610     IF LN-LATE-FEES-DUE NOT NUMERIC
415620         MOVE ZERO TO LN-LATE-FEES-DUE
415630     END-IF
415700     IF LN-LAST-ACCRUAL NUMERIC AND LN-LAST-ACCRUAL > ZERO
415800         MOVE LN-LAST-ACCRUAL TO WS-QUOTE-BASE-DATE
415900     ELSE
416500     IF WS-QUOTE-DAYS < ZERO
416600         MOVE ZERO TO WS-QUOTE-DAYS
416700     END-IF
416705     MOVE ZERO TO WS-QUOTE-OLD-DAYS WS-QUOTE-OLD-INT
416710     IF LN-MOD-EFF-DATE NUMERIC
416715      AND LN-MOD-EFF-DATE > WS-QUOTE-BASE-DATE
416720         IF LN-MOD-EFF-DATE < WS-QUOTE-DATE
416725             COMPUTE WS-QUOTE-OLD-DAYS
416730                 = FUNCTION INTEGER-OF-DATE(LN-MOD-EFF-DATE)
416735                 - FUNCTION INTEGER-OF-DATE(WS-QUOTE-BASE-DATE)
416740         ELSE
416745             MOVE WS-QUOTE-DAYS TO WS-QUOTE-OLD-DAYS
416750         END-IF
416755     END-IF
416760     IF WS-QUOTE-OLD-DAYS > ZERO
416765         COMPUTE WS-QUOTE-OLD-INT ROUNDED
416770             = LN-OUTSTANDING-BAL * LN-PRE-MOD-RATE / 100 / 365
416775             * WS-QUOTE-OLD-DAYS
416780     END-IF
416800     COMPUTE WS-QUOTE-EXTRA-INT ROUNDED
416900         = LN-OUTSTANDING-BAL * LN-RATE / 100 / 365
417000         * (WS-QUOTE-DAYS - WS-QUOTE-OLD-DAYS)
417010         + WS-QUOTE-OLD-INT
417100     COMPUTE WS-QUOTE-PAYOFF
417200         = LN-OUTSTANDING-BAL + LN-ACCRUED-INT
417300         + WS-QUOTE-EXTRA-INT + LN-LATE-FEES-DUE
417400     DISPLAY "PAYOFF QUOTE TO " WS-QUOTE-DATE
417500     DISPLAY "  OUTSTANDING:      " LN-OUTSTANDING-BAL
417600     DISPLAY "  ACCRUED INTEREST: " LN-ACCRUED-INT
417700     DISPLAY "  INTEREST TO DATE: " WS-QUOTE-EXTRA-INT
417710     DISPLAY "  LATE FEES DUE:    " LN-LATE-FEES-DUE
417800     DISPLAY "  PAYOFF AMOUNT:    " WS-QUOTE-PAYOFF.
417900 7600-LOAN-PAYOFF-QUOTE-EXIT.
418000     EXIT.
423100 7800-STOP-PAYMENT.
423200     DISPLAY SC-ACCT-ONLY-SCREEN
423300     ACCEPT SC-ACCT-ONLY-SCREEN
423310     MOVE WS-ACCT-NUMBER TO WS-CHK-ACCT
423320     PERFORM 6050-CHECK-ACCT-NUMBER
423330         THRU 6050-CHECK-ACCT-NUMBER-EXIT
423340     IF NOT WS-CHK-ACCT-OK
423350         GO TO 7800-STOP-PAYMENT-EXIT
423360     END-IF
423400     MOVE WS-ACCT-NUMBER TO ACCT-NUMBER
423500     READ ACCOUNT-MASTER
423600         INVALID KEY
442000 7910-OPEN-DISPUTE.
442100     DISPLAY SC-ACCT-ONLY-SCREEN
442200     ACCEPT SC-ACCT-ONLY-SCREEN
442210     MOVE WS-ACCT-NUMBER TO WS-CHK-ACCT
442220     PERFORM 6050-CHECK-ACCT-NUMBER
442230         THRU 6050-CHECK-ACCT-NUMBER-EXIT
442240     IF NOT WS-CHK-ACCT-OK
442250         GO TO 7910-OPEN-DISPUTE-EXIT
442260     END-IF
442300     MOVE SPACES TO WS-DSPT-SEQ-ANSWER
442400     DISPLAY "DISPUTED ENTRY SEQUENCE NUMBER: "
442500     ACCEPT WS-DSPT-SEQ-ANSWER
480800                     "LEFT PENDING"
480900                 GO TO 8160-POST-RELEASED-ITEM-EXIT
481000             END-IF
481100             PERFORM 3310-PRICE-WITH-PROTECTION
481200                 THRU 3310-PRICE-WITH-PROTECTION-EXIT
481300             PERFORM 3200-CHECK-MIN-BALANCE
481400                 THRU 3200-CHECK-MIN-BALANCE-EXIT
481500             IF WS-AMOUNT > WS-AVAIL-BALANCE
487000         DISPLAY "STOP PAYMENT IN FORCE - ITEM LEFT PENDING"
487100         GO TO 8170-POST-RELEASED-XFER-EXIT
487200     END-IF
487300     PERFORM 3310-PRICE-WITH-PROTECTION
487400         THRU 3310-PRICE-WITH-PROTECTION-EXIT
487500     PERFORM 3200-CHECK-MIN-BALANCE
487600         THRU 3200-CHECK-MIN-BALANCE-EXIT
487700     IF WS-AMOUNT > WS-AVAIL-BALANCE
499400         INVALID KEY
499500             REWRITE PAYEE-REGISTER-RECORD
499600     END-WRITE
499700     DISPLAY "PAYEE REGISTERED: " WS-PAYEE-ID
499705*    SCREEN THE PAYEE AGAINST THE SANCTIONS WATCH LIST.  A HIT
499710*    IS LEFT ON SCRNMTCH FOR COMPLIANCE; PAYMENTS TO THE PAYEE
499715*    ARE HELD BY THE EXPORT UNTIL IT IS CLEARED.
499720     CALL "SANCCHK" USING WS-SCREEN-TYPE WS-PAYEE-ID
499725         WS-PAYEE-NAME WS-SCREEN-DOB WS-SCREEN-FOUND-BY
499730         WS-SCREEN-MATCHES WS-SCREENED-FLAG
499735     IF NOT WS-WAS-SCREENED
499740         DISPLAY "*** SANCTIONS SCREENING UNAVAILABLE - "
499745             "PAYEE NOT SCREENED ***"
499750     ELSE
499755         IF WS-SCREEN-MATCHES > ZERO
499760             DISPLAY "*** POTENTIAL SANCTIONS MATCH - PAYMENTS "
499765                 "TO THIS PAYEE WILL BE HELD ***"
499770         END-IF
499775     END-IF.
499800 8210-REGISTER-PAYEE-EXIT.
499900     EXIT.
500000
500500 8230-PAY-ONE-PAYEE.
500600     DISPLAY SC-ACCT-AMOUNT-SCREEN
500700     ACCEPT SC-ACCT-AMOUNT-SCREEN
500710     MOVE WS-ACCT-NUMBER TO WS-CHK-ACCT
500720     PERFORM 6050-CHECK-ACCT-NUMBER
500730         THRU 6050-CHECK-ACCT-NUMBER-EXIT
500740     IF NOT WS-CHK-ACCT-OK
500750         GO TO 8230-PAY-ONE-PAYEE-EXIT
500760     END-IF
500800     MOVE SPACES TO WS-PAYEE-ID
500900     DISPLAY "PAYEE ID: "
501000     ACCEPT WS-PAYEE-ID
504100         DISPLAY "STOP PAYMENT IN FORCE - PAYMENT DENIED"
504200         GO TO 8230-PAY-ONE-PAYEE-EXIT
504300     END-IF
504400     PERFORM 3310-PRICE-WITH-PROTECTION
504500         THRU 3310-PRICE-WITH-PROTECTION-EXIT
504600     PERFORM 3200-CHECK-MIN-BALANCE
504700         THRU 3200-CHECK-MIN-BALANCE-EXIT
504800     IF WS-AMOUNT > WS-AVAIL-BALANCE
514000 8310-SCHEDULE-FUTURE-TXN.
514100     DISPLAY SC-ACCT-AMOUNT-SCREEN
514200     ACCEPT SC-ACCT-AMOUNT-SCREEN
514210     MOVE WS-ACCT-NUMBER TO WS-CHK-ACCT
514220     PERFORM 6050-CHECK-ACCT-NUMBER
514230         THRU 6050-CHECK-ACCT-NUMBER-EXIT
514240     IF NOT WS-CHK-ACCT-OK
514250         GO TO 8310-SCHEDULE-FUTURE-TXN-EXIT
514260     END-IF
514300     MOVE WS-ACCT-NUMBER TO ACCT-NUMBER
514400     READ ACCOUNT-MASTER
514500         INVALID KEY
515800         WHEN "T"
515900             DISPLAY "TARGET ACCOUNT: "
516000             ACCEPT WS-FUTQ-TARGET
516010             MOVE WS-FUTQ-TARGET TO WS-CHK-ACCT
516020             PERFORM 6050-CHECK-ACCT-NUMBER
516030                 THRU 6050-CHECK-ACCT-NUMBER-EXIT
516040             IF NOT WS-CHK-ACCT-OK
516050                 GO TO 8310-SCHEDULE-FUTURE-TXN-EXIT
516060             END-IF
516100             MOVE WS-FUTQ-TARGET TO ACCT-NUMBER
516200             READ ACCOUNT-MASTER
516300                 INVALID KEY
522700 8330-LIST-FUTURE-TXNS.
522800     DISPLAY "ACCOUNT: "
522900     ACCEPT WS-ACCT-NUMBER
522910     MOVE WS-ACCT-NUMBER TO WS-CHK-ACCT
522920     PERFORM 6050-CHECK-ACCT-NUMBER
522930         THRU 6050-CHECK-ACCT-NUMBER-EXIT
522940     IF NOT WS-CHK-ACCT-OK
522950         GO TO 8330-LIST-FUTURE-TXNS-EXIT
522960     END-IF
523000     MOVE "N" TO WS-FUTQ-EOF-FLAG
523100     MOVE LOW-VALUES TO FQ-ID
523200     START FUTURE-QUEUE KEY NOT LESS THAN FQ-ID
544800     DISPLAY "HOLD RELEASED, SEQ " WS-RHOLD-SEQ.
544900 6590-RELEASE-REG-HOLD-EXIT.
545000     EXIT.
545100
545200*----------------------------------------------------------
545300* 8400-LATE-FEE-WAIVER - WAIVE ONE LATE FEE CHARGED BY
545400* LOAN-LATE-CHARGE-BATCH.  THE CHARGE IS FOUND ON THE
545500* LATEFEES REGISTER BY LOAN AND MISSED-INSTALLMENT DUE DATE
545600* AND MUST STILL BE UNPAID; A SUPERVISOR APPROVES LIKE A FEE
545700* WAIVER; THE FEE COMES OFF LN-LATE-FEES-DUE, THE REGISTER
545800* ENTRY IS STAMPED WAIVED WITH WHO, WHO APPROVED AND WHY,
545900* AND THE WAIVER LOGS AS "LATE WAIVE" UNDER THE LOAN.
546000*----------------------------------------------------------
546100 8400-LATE-FEE-WAIVER.
546200     MOVE SPACES TO WS-LOAN-NUMBER
546300     DISPLAY "LOAN NUMBER: "
546400     ACCEPT WS-LOAN-NUMBER
546500     MOVE WS-LOAN-NUMBER TO LN-LOAN-NUMBER
546600     READ LOAN-MASTER
546700         INVALID KEY
546800             DISPLAY "LOAN NOT FOUND"
546900             GO TO 8400-LATE-FEE-WAIVER-EXIT
547000     END-READ
547100     IF LN-LATE-FEES-DUE NOT NUMERIC
547200         MOVE ZERO TO LN-LATE-FEES-DUE
547300     END-IF
547400     IF LN-LATE-FEES-DUE NOT > ZERO
547500         DISPLAY "NO LATE FEES DUE ON THIS LOAN"
547600         GO TO 8400-LATE-FEE-WAIVER-EXIT
547700     END-IF
547800     DISPLAY "LATE FEES DUE: " LN-LATE-FEES-DUE
547900     MOVE SPACES TO WS-LATE-DUE-ANSWER
548000     DISPLAY "MISSED INSTALLMENT DUE DATE (YYYYMMDD): "
548100     ACCEPT WS-LATE-DUE-ANSWER
548200     IF WS-LATE-DUE-ANSWER NOT NUMERIC
548300         DISPLAY "DUE DATE MUST BE NUMERIC"
548400         GO TO 8400-LATE-FEE-WAIVER-EXIT
548500     END-IF
548600     MOVE SPACES TO WS-FEEWV-REASON
548700     DISPLAY "REASON CODE (CL/BE/GW/OT): "
548800     ACCEPT WS-FEEWV-REASON
548900
549000     MOVE WS-LOAN-NUMBER     TO LF-LOAN
549100     MOVE WS-LATE-DUE-ANSWER TO LF-INSTALL-DUE
549200     READ LATE-FEE-REGISTER
549300         INVALID KEY
549400             DISPLAY "NO LATE FEE CHARGED FOR THAT INSTALLMENT"
549500             GO TO 8400-LATE-FEE-WAIVER-EXIT
549600     END-READ
549700     IF LF-IS-WAIVED
549800         DISPLAY "LATE FEE ALREADY WAIVED ON " LF-WAIVE-DATE
549900         GO TO 8400-LATE-FEE-WAIVER-EXIT
550000     END-IF
550100*    A FEE THE BORROWER HAS ALREADY PAID IS NO LONGER IN
550200*    THE BUCKET - GIVING IT BACK IS A REFUND, NOT A WAIVER.
550300     IF LF-AMOUNT > LN-LATE-FEES-DUE
550400         DISPLAY "LATE FEE ALREADY COLLECTED - REFUND MANUALLY"
550500         GO TO 8400-LATE-FEE-WAIVER-EXIT
550600     END-IF
550700     MOVE LF-AMOUNT TO WS-AMOUNT
550800
550900     PERFORM 5850-VERIFY-SUPERVISOR
551000         THRU 5850-VERIFY-SUPERVISOR-EXIT
551100     IF NOT WS-SUPER-APPROVED
551200         DISPLAY "SUPERVISOR APPROVAL REFUSED - NO WAIVER"
551300         GO TO 8400-LATE-FEE-WAIVER-EXIT
551400     END-IF
551500
551600     SUBTRACT WS-AMOUNT FROM LN-LATE-FEES-DUE
551700     REWRITE LOAN-MASTER-RECORD
551800     MOVE "W"                 TO LF-STATUS
551900     MOVE WS-BUSINESS-DATE    TO LF-WAIVE-DATE
552000     MOVE WS-FEEWV-REASON     TO LF-WAIVE-REASON
552100     MOVE WS-CURRENT-OPERATOR TO LF-WAIVE-OPERATOR
552200     MOVE WS-APPROVED-BY      TO LF-WAIVE-APPROVER
552300     REWRITE LATE-FEE-RECORD
552400
552500     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
552600     MOVE WS-BUSINESS-DATE   TO WS-BSTAMP-DATE
552700     MOVE WS-TIMESTAMP(9:6)  TO WS-BSTAMP-TIME
552800     MOVE WS-BUSINESS-STAMP  TO TL-TIMESTAMP
552900     MOVE SPACES             TO TL-ACCT
553000     MOVE "LATE WAIVE"       TO TL-TXN-TYPE
553100     MOVE WS-AMOUNT          TO TL-AMOUNT
553200     MOVE LN-OUTSTANDING-BAL TO TL-BALANCE
553300     MOVE WS-CURRENT-OPERATOR TO TL-OPERATOR
553400     MOVE WS-LOAN-NUMBER     TO TL-REFERENCE
553500     MOVE WS-APPROVED-BY     TO TL-APPROVED-BY
553600     WRITE TRANSACTION-LOG-LINE FROM WS-LOG-ENTRY
553700     DISPLAY "LATE FEE WAIVED: " WS-AMOUNT
553800     DISPLAY "LATE FEES DUE NOW: " LN-LATE-FEES-DUE.
553900 8400-LATE-FEE-WAIVER-EXIT.
554000     EXIT.
554100
554200*----------------------------------------------------------
554300* 8500-LOAN-CHARGE-OFF - WRITE A LOAN OFF.  THE LOAN MUST BE
554400* OPEN WITH SOMETHING STILL OWED; THE TELLER SEES WHAT IS
554500* OWED AND HOW FAR PAST DUE IT IS, KEYS A REASON CODE, AND A
554600* SUPERVISOR APPROVES.  THE PRINCIPAL, ACCRUED INTEREST AND
554700* LATE FEES GO TO THE CHGOFF REGISTER AS THE CHARGE-OFF
554800* ENTRY (SEQUENCE ZERO) UNDER THE LOAN'S OWN BRANCH, ARE
554900* ZEROED ON THE LOAN, AND THE LOAN IS MARKED CHARGED OFF.
555000* EACH NON-ZERO PART LOGS AS ITS OWN LEG ("CHGOFF PRN" /
555100* "CHGOFF INT" / "CHGOFF LAT") UNDER THE LOAN NUMBER.
555200*----------------------------------------------------------
555300 8500-LOAN-CHARGE-OFF.
555400     MOVE SPACES TO WS-LOAN-NUMBER
555500     DISPLAY "LOAN NUMBER: "
555600     ACCEPT WS-LOAN-NUMBER
555700     MOVE WS-LOAN-NUMBER TO LN-LOAN-NUMBER
555800     READ LOAN-MASTER
555900         INVALID KEY
556000             DISPLAY "LOAN NOT FOUND"
556100             GO TO 8500-LOAN-CHARGE-OFF-EXIT
556200     END-READ
556300     IF LN-IS-CLOSED
556400         DISPLAY "LOAN IS PAID OFF AND CLOSED"
556500         GO TO 8500-LOAN-CHARGE-OFF-EXIT
556600     END-IF
556700     IF LN-IS-CHARGED-OFF
556800         DISPLAY "LOAN IS ALREADY CHARGED OFF"
556900         GO TO 8500-LOAN-CHARGE-OFF-EXIT
557000     END-IF
557100     IF LN-ACCRUED-INT NOT NUMERIC
557200         MOVE ZERO TO LN-ACCRUED-INT
557300     END-IF
557400     IF LN-LATE-FEES-DUE NOT NUMERIC
557500         MOVE ZERO TO LN-LATE-FEES-DUE
557600     END-IF
557700     COMPUTE WS-CHGO-TOTAL
557800         = LN-OUTSTANDING-BAL + LN-ACCRUED-INT
557900         + LN-LATE-FEES-DUE
558000     IF WS-CHGO-TOTAL NOT > ZERO
558100         DISPLAY "NOTHING OWED ON THIS LOAN TO CHARGE OFF"
558200         GO TO 8500-LOAN-CHARGE-OFF-EXIT
558300     END-IF
558400     MOVE ZERO TO WS-CHGO-DAYS-LATE
558500     IF LN-NEXT-PAYMENT-DUE NUMERIC
558600      AND LN-NEXT-PAYMENT-DUE > ZERO
558700      AND LN-NEXT-PAYMENT-DUE < WS-BUSINESS-DATE
558800         COMPUTE WS-CHGO-DAYS-LATE
558900             = FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
559000             - FUNCTION INTEGER-OF-DATE(LN-NEXT-PAYMENT-DUE)
559100     END-IF
559200     DISPLAY "OUTSTANDING:       " LN-OUTSTANDING-BAL
559300     DISPLAY "ACCRUED INTEREST:  " LN-ACCRUED-INT
559400     DISPLAY "LATE FEES DUE:     " LN-LATE-FEES-DUE
559500     DISPLAY "TOTAL TO WRITE OFF:" WS-CHGO-TOTAL
559600     DISPLAY "DAYS PAST DUE:     " WS-CHGO-DAYS-LATE
559700     DISPLAY "COLLECTION STATUS: " LN-COLL-STATUS
559800     MOVE SPACES TO WS-CHGO-REASON
559900     DISPLAY "REASON CODE (DQ=DELINQUENT BK=BANKRUPT "
560000         "DC=DECEASED FR=FRAUD OT=OTHER): "
560100     ACCEPT WS-CHGO-REASON
560200     IF WS-CHGO-REASON = SPACES
560300         DISPLAY "A REASON CODE IS REQUIRED"
560400         GO TO 8500-LOAN-CHARGE-OFF-EXIT
560500     END-IF
560600
560700     PERFORM 5850-VERIFY-SUPERVISOR
560800         THRU 5850-VERIFY-SUPERVISOR-EXIT
560900     IF NOT WS-SUPER-APPROVED
561000         DISPLAY "SUPERVISOR APPROVAL REFUSED - NO CHARGE-OFF"
561100         GO TO 8500-LOAN-CHARGE-OFF-EXIT
561200     END-IF
561300
561400*    THE REGISTER ENTRY GOES FIRST: IF IT CANNOT BE WRITTEN
561500*    THE LOAN IS LEFT EXACTLY AS IT WAS.
561600     MOVE SPACES              TO CHARGE-OFF-RECORD
561700     MOVE WS-LOAN-NUMBER      TO CO-LOAN
561800     MOVE ZERO                TO CO-SEQ
561900     MOVE "C"                 TO CO-ENTRY-TYPE
562000     MOVE WS-BUSINESS-DATE    TO CO-DATE
562100     MOVE LN-BRANCH           TO CO-BRANCH
562200     MOVE LN-OUTSTANDING-BAL  TO CO-PRINCIPAL
562300     MOVE LN-ACCRUED-INT      TO CO-INTEREST
562400     MOVE LN-LATE-FEES-DUE    TO CO-LATE-FEES
562500     MOVE WS-CHGO-TOTAL       TO CO-AMOUNT
562600     MOVE ZERO                TO CO-RECOV-COUNT CO-RECOVERED
562700     MOVE WS-CHGO-REASON      TO CO-REASON
562800     MOVE WS-CURRENT-OPERATOR TO CO-OPERATOR
562900     MOVE WS-APPROVED-BY      TO CO-APPROVER
563000     WRITE CHARGE-OFF-RECORD
563100         INVALID KEY
563200             DISPLAY "LOAN IS ALREADY ON THE CHARGE-OFF "
563300                 "REGISTER"
563400             GO TO 8500-LOAN-CHARGE-OFF-EXIT
563500     END-WRITE
563600
563700     MOVE ZERO TO LN-OUTSTANDING-BAL LN-ACCRUED-INT
563800                  LN-LATE-FEES-DUE
563900     MOVE "X"  TO LN-STATUS
564000     REWRITE LOAN-MASTER-RECORD
564100
564200     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
564300     MOVE WS-BUSINESS-DATE   TO WS-BSTAMP-DATE
564400     MOVE WS-TIMESTAMP(9:6)  TO WS-BSTAMP-TIME
564500     MOVE WS-BUSINESS-STAMP  TO TL-TIMESTAMP
564600     MOVE SPACES             TO TL-ACCT
564700     MOVE ZERO               TO TL-BALANCE
564800     MOVE WS-CURRENT-OPERATOR TO TL-OPERATOR
564900     MOVE WS-LOAN-NUMBER     TO TL-REFERENCE
565000     MOVE WS-APPROVED-BY     TO TL-APPROVED-BY
565100     IF CO-PRINCIPAL > ZERO
565200         MOVE "CHGOFF PRN"   TO TL-TXN-TYPE
565300         MOVE CO-PRINCIPAL   TO TL-AMOUNT
565400         WRITE TRANSACTION-LOG-LINE FROM WS-LOG-ENTRY
565500     END-IF
565600     IF CO-INTEREST > ZERO
565700         MOVE "CHGOFF INT"   TO TL-TXN-TYPE
565800         MOVE CO-INTEREST    TO TL-AMOUNT
565900         WRITE TRANSACTION-LOG-LINE FROM WS-LOG-ENTRY
566000     END-IF
566100     IF CO-LATE-FEES > ZERO
566200         MOVE "CHGOFF LAT"   TO TL-TXN-TYPE
566300         MOVE CO-LATE-FEES   TO TL-AMOUNT
566400         WRITE TRANSACTION-LOG-LINE FROM WS-LOG-ENTRY
566500     END-IF
566600     DISPLAY "LOAN CHARGED OFF: " WS-CHGO-TOTAL.
566700 8500-LOAN-CHARGE-OFF-EXIT.
566800     EXIT.
566900
567000*----------------------------------------------------------
567100* 8600-LOAN-MODIFICATION - CHANGE A LOAN'S RATE, TERM,
567200* FREQUENCY AND NEXT DUE DATE FROM AN EFFECTIVE DATE.  THE
567300* LOAN MUST BE OPEN WITH NO EARLIER MODIFICATION STILL
567400* WAITING TO TAKE EFFECT.  THE TELLER KEYS THE NEW TERMS
567500* OVER THE CURRENT ONES, AN EFFECTIVE DATE NO EARLIER THAN
567600* TODAY AND A REASON CODE, AND A SUPERVISOR APPROVES.  THE
567700* BEFORE AND AFTER VALUES GO TO LOANHIST FIRST; THEN THE
567800* NEW TERMS GO ONTO THE LOAN WITH THE OLD RATE AND DUE DATE
567900* KEPT UNTIL THE EFFECTIVE DATE.  NO MONEY MOVES, SO
568000* NOTHING IS LOGGED TO TXNLOG.
568100*----------------------------------------------------------
568200 8600-LOAN-MODIFICATION.
568300     MOVE SPACES TO WS-LOAN-NUMBER
568400     DISPLAY "LOAN NUMBER: "
568500     ACCEPT WS-LOAN-NUMBER
568600     MOVE WS-LOAN-NUMBER TO LN-LOAN-NUMBER
568700     READ LOAN-MASTER
568800         INVALID KEY
568900             DISPLAY "LOAN NOT FOUND"
569000             GO TO 8600-LOAN-MODIFICATION-EXIT
569100     END-READ
569200     IF LN-IS-CLOSED
569300         DISPLAY "LOAN IS PAID OFF AND CLOSED"
569400         GO TO 8600-LOAN-MODIFICATION-EXIT
569500     END-IF
569600     IF LN-IS-CHARGED-OFF
569700         DISPLAY "LOAN IS CHARGED OFF"
569800         GO TO 8600-LOAN-MODIFICATION-EXIT
569900     END-IF
570000     IF LN-MOD-EFF-DATE NOT NUMERIC
570100         MOVE ZERO TO LN-MOD-EFF-DATE LN-PRE-MOD-RATE
570200                      LN-PRE-MOD-DUE LN-MOD-COUNT
570300     END-IF
570400     IF LN-MOD-EFF-DATE > WS-BUSINESS-DATE
570500         DISPLAY "A MODIFICATION IS ALREADY PENDING FROM "
570600             LN-MOD-EFF-DATE
570700         GO TO 8600-LOAN-MODIFICATION-EXIT
570800     END-IF
570900
571000     MOVE LN-RATE             TO WS-MOD-RATE
571100     MOVE LN-YEARS-TERM       TO WS-MOD-TERM
571200     MOVE LN-FREQUENCY-CODE   TO WS-MOD-FREQ
571300     MOVE LN-NEXT-PAYMENT-DUE TO WS-MOD-NEXT-DUE
571400     MOVE WS-BUSINESS-DATE    TO WS-MOD-EFF-DATE
571500     MOVE SPACES              TO WS-MOD-REASON
571600     DISPLAY SC-LOAN-MOD-SCREEN
571700     ACCEPT SC-LOAN-MOD-SCREEN
571800
571900     IF WS-MOD-TERM = ZERO
572000         DISPLAY "TERM MUST BE AT LEAST ONE YEAR"
572100         GO TO 8600-LOAN-MODIFICATION-EXIT
572200     END-IF
572300     IF WS-MOD-FREQ < 1 OR WS-MOD-FREQ > 3
572400         DISPLAY "FREQUENCY MUST BE 1, 2 OR 3"
572500         GO TO 8600-LOAN-MODIFICATION-EXIT
572600     END-IF
572700     IF WS-MOD-EFF-DATE < WS-BUSINESS-DATE
572800         DISPLAY "EFFECTIVE DATE CANNOT BE BEFORE TODAY"
572900         GO TO 8600-LOAN-MODIFICATION-EXIT
573000     END-IF
573100     IF WS-MOD-NEXT-DUE < WS-MOD-EFF-DATE
573200         DISPLAY "NEXT DUE DATE CANNOT BE BEFORE THE "
573300             "EFFECTIVE DATE"
573400         GO TO 8600-LOAN-MODIFICATION-EXIT
573500     END-IF
573600     IF WS-MOD-RATE = LN-RATE
573700      AND WS-MOD-TERM = LN-YEARS-TERM
573800      AND WS-MOD-FREQ = LN-FREQUENCY-CODE
573900      AND WS-MOD-NEXT-DUE = LN-NEXT-PAYMENT-DUE
574000         DISPLAY "NO TERMS CHANGED - NOTHING TO MODIFY"
574100         GO TO 8600-LOAN-MODIFICATION-EXIT
574200     END-IF
574300     IF WS-MOD-REASON NOT = "HD" AND NOT = "RN"
574400      AND NOT = "WO" AND NOT = "OT"
574500         DISPLAY "REASON MUST BE HD, RN, WO OR OT"
574600         GO TO 8600-LOAN-MODIFICATION-EXIT
574700     END-IF
574800
574900     PERFORM 5850-VERIFY-SUPERVISOR
575000         THRU 5850-VERIFY-SUPERVISOR-EXIT
575100     IF NOT WS-SUPER-APPROVED
575200         DISPLAY "SUPERVISOR APPROVAL REFUSED - NO "
575300             "MODIFICATION"
575400         GO TO 8600-LOAN-MODIFICATION-EXIT
575500     END-IF
575600
575700*    THE HISTORY ENTRY GOES FIRST: IF IT CANNOT BE WRITTEN
575800*    THE LOAN IS LEFT EXACTLY AS IT WAS.
575900     MOVE SPACES              TO LOAN-HISTORY-RECORD
576000     MOVE WS-LOAN-NUMBER      TO LH-LOAN
576100     COMPUTE LH-SEQ = LN-MOD-COUNT + 1
576200     MOVE "M"                 TO LH-EVENT
576300     MOVE WS-BUSINESS-DATE    TO LH-ENTRY-DATE
576400     MOVE WS-MOD-EFF-DATE     TO LH-EFF-DATE
576500     MOVE LN-RATE             TO LH-OLD-RATE
576600     MOVE WS-MOD-RATE         TO LH-NEW-RATE
576700     MOVE LN-YEARS-TERM       TO LH-OLD-TERM
576800     MOVE WS-MOD-TERM         TO LH-NEW-TERM
576900     MOVE LN-FREQUENCY-CODE   TO LH-OLD-FREQ
577000     MOVE WS-MOD-FREQ         TO LH-NEW-FREQ
577100     MOVE LN-NEXT-PAYMENT-DUE TO LH-OLD-NEXT-DUE
577200     MOVE WS-MOD-NEXT-DUE     TO LH-NEW-NEXT-DUE
577300     MOVE WS-MOD-REASON       TO LH-REASON
577400     MOVE WS-CURRENT-OPERATOR TO LH-OPERATOR
577500     MOVE WS-APPROVED-BY      TO LH-APPROVER
577600     WRITE LOAN-HISTORY-RECORD
577700         INVALID KEY
577800             DISPLAY "LOAN HISTORY WRITE FAILED, STATUS "
577900                 WS-LHST-STATUS
578000             GO TO 8600-LOAN-MODIFICATION-EXIT
578100     END-WRITE
578200
578300     MOVE LN-RATE             TO LN-PRE-MOD-RATE
578400     MOVE LN-NEXT-PAYMENT-DUE TO LN-PRE-MOD-DUE
578500     MOVE WS-MOD-EFF-DATE     TO LN-MOD-EFF-DATE
578600     MOVE WS-MOD-RATE         TO LN-RATE
578700     MOVE WS-MOD-TERM         TO LN-YEARS-TERM
578800     MOVE WS-MOD-FREQ         TO LN-FREQUENCY-CODE
578900     MOVE WS-MOD-NEXT-DUE     TO LN-NEXT-PAYMENT-DUE
579000     MOVE LH-SEQ              TO LN-MOD-COUNT
579100     REWRITE LOAN-MASTER-RECORD
579200     DISPLAY "LOAN MODIFIED EFFECTIVE " WS-MOD-EFF-DATE.
579300 8600-LOAN-MODIFICATION-EXIT.
579400     EXIT.
579500
579600*----------------------------------------------------------
579700* 3310-PRICE-WITH-PROTECTION - PRICE THE AVAILABLE BALANCE
579800* FOR THE DEBIT IN WS-AMOUNT; WHEN IT FALLS SHORT, LET AN
579900* OVERDRAFT-PROTECTION SWEEP COVER THE DIFFERENCE BEFORE THE
580000* CALLER'S FUNDS TEST RUNS.
580100*----------------------------------------------------------
580200 3310-PRICE-WITH-PROTECTION.
580300     PERFORM 3300-PRICE-AVAIL-BALANCE
580400         THRU 3300-PRICE-AVAIL-BALANCE-EXIT
580500     IF WS-AMOUNT > WS-AVAIL-BALANCE
580600         COMPUTE WS-ODP-NEED = WS-AMOUNT - WS-AVAIL-BALANCE
580700         PERFORM 3600-OD-PROTECT-SWEEP
580800             THRU 3600-OD-PROTECT-SWEEP-EXIT
580900     END-IF.
581000 3310-PRICE-WITH-PROTECTION-EXIT.
581100     EXIT.
581200
581300*----------------------------------------------------------
581400* 3600-OD-PROTECT-SWEEP - THE DEBIT ON THE ACCOUNT IN THE
581500* BUFFER IS SHORT BY WS-ODP-NEED.  A CHECKING ACCOUNT
581600* ENROLLED ON ODPROT PULLS THE SHORTFALL (ROUNDED UP TO THE
581700* ENROLMENT'S INCREMENT) FROM ITS PROTECTING ACCOUNT AS A
581800* LINKED "ODP OUT"/"ODP IN" PAIR UNDER ONE REFERENCE.  THE
581900* PROTECTOR'S OWN BLOCKS, HOLDS, STOPS AND MINIMUM BALANCE
582000* STILL RULE - IF THEY REFUSE, NOTHING MOVES.  EITHER WAY
582100* THE CHECKING ACCOUNT IS BACK IN THE BUFFER, FRESHLY READ
582200* AND REPRICED, SO THE CALLER'S FUNDS TEST AND LOST-UPDATE
582300* CHECK SEE THE RECORD AS IT NOW STANDS.
582400*----------------------------------------------------------
582500 3600-OD-PROTECT-SWEEP.
582600     IF NOT ODPR-FILE-OPEN OR NOT ACCT-IS-CHECKING
582700      OR WS-ODP-NEED NOT > ZERO
582800         GO TO 3600-OD-PROTECT-SWEEP-EXIT
582900     END-IF
583000     MOVE ACCT-NUMBER TO WS-ODP-CHK-ACCT PT-ACCT
583100     READ OD-PROTECTIONS
583200         INVALID KEY
583300             GO TO 3600-OD-PROTECT-SWEEP-EXIT
583400     END-READ
583500     IF PT-IS-REMOVED
583600         GO TO 3600-OD-PROTECT-SWEEP-EXIT
583700     END-IF
583800*    THE EXACT SHORTFALL, OR THE NEXT WHOLE MULTIPLE OF THE
583900*    ENROLMENT'S INCREMENT.
584000     MOVE WS-ODP-NEED TO WS-ODP-XFER-AMT
584100     IF PT-INCREMENT NUMERIC AND PT-INCREMENT > ZERO
584200         DIVIDE WS-ODP-NEED BY PT-INCREMENT
584300             GIVING WS-ODP-UNITS REMAINDER WS-ODP-REMAINDER
584400         IF WS-ODP-REMAINDER > ZERO
584500             ADD 1 TO WS-ODP-UNITS
584600         END-IF
584700         COMPUTE WS-ODP-XFER-AMT = WS-ODP-UNITS * PT-INCREMENT
584800     END-IF
584900     MOVE WS-ODP-CHK-ACCT TO WS-ODP-REF-ACCT
585000     PERFORM 3620-CHECK-PROTECTOR
585100         THRU 3620-CHECK-PROTECTOR-EXIT
585200     IF WS-ODP-REFUSED
585300         GO TO 3600-OD-PROTECT-SWEEP-RESTORE
585400     END-IF
585500
585600*    PROTECTOR LEG - THE PROTECTING ACCOUNT IS STILL IN THE
585700*    BUFFER FROM ITS CHECKS.
585800     MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
585900     SUBTRACT WS-ODP-XFER-AMT FROM ACCT-BALANCE
586000     MOVE "ODP OUT" TO WS-ODP-LOG-TYPE
586100     PERFORM 3660-POST-PROTECT-LEG
586200         THRU 3660-POST-PROTECT-LEG-EXIT
586300
586400*    PROTECTED LEG.
586500     MOVE WS-ODP-CHK-ACCT TO ACCT-NUMBER
586600     READ ACCOUNT-MASTER
586700     MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
586800     ADD WS-ODP-XFER-AMT TO ACCT-BALANCE
586900     MOVE "ODP IN" TO WS-ODP-LOG-TYPE
587000     PERFORM 3660-POST-PROTECT-LEG
587100         THRU 3660-POST-PROTECT-LEG-EXIT
587200     DISPLAY "OVERDRAFT PROTECTION MOVED " WS-ODP-XFER-AMT
587300         " FROM " PT-PROTECT-ACCT.
587400 3600-OD-PROTECT-SWEEP-RESTORE.
587500     MOVE WS-ODP-CHK-ACCT TO ACCT-NUMBER
587600     READ ACCOUNT-MASTER
587700     PERFORM 3300-PRICE-AVAIL-BALANCE
587800         THRU 3300-PRICE-AVAIL-BALANCE-EXIT.
587900 3600-OD-PROTECT-SWEEP-EXIT.
588000     EXIT.
588100
588200*----------------------------------------------------------
588300* 3620-CHECK-PROTECTOR - READ THE PROTECTING ACCOUNT AND
588400* APPLY THE TELLER'S OWN DEBIT RULES TO THE TRANSFER: NOT
588500* CLOSED, HELD OR DORMANT, NO STOP IN FORCE FOR THE AMOUNT
588600* OR CARRYING THE REFERENCE "ODPROT" (THE CUSTOMER'S
588700* STANDING BLOCK ON SWEEPS), AND THE TRANSFER COVERED BY ITS
588800* AVAILABLE BALANCE WITHOUT BREAKING ITS PRODUCT MINIMUM.
588900* THE STOP AND MINIMUM TESTS WORK ON WS-AMOUNT, SO THE
589000* CALLER'S DEBIT AND STOP REFERENCE ARE PUT BACK AFTERWARDS.
589100* ANY FAILURE SETS WS-ODP-REFUSED.
589200*----------------------------------------------------------
589300 3620-CHECK-PROTECTOR.
589400     MOVE "N" TO WS-ODP-REFUSE-FLAG
589500     MOVE PT-PROTECT-ACCT TO ACCT-NUMBER
589600     READ ACCOUNT-MASTER
589700         INVALID KEY
589800             MOVE "Y" TO WS-ODP-REFUSE-FLAG
589900             GO TO 3620-CHECK-PROTECTOR-EXIT
590000     END-READ
590100     IF ACCT-IS-CLOSED OR ACCT-ON-HOLD OR ACCT-IS-DORMANT
590200         MOVE "Y" TO WS-ODP-REFUSE-FLAG
590300         GO TO 3620-CHECK-PROTECTOR-EXIT
590400     END-IF
590500     MOVE WS-AMOUNT         TO WS-ODP-SAVE-AMOUNT
590600     MOVE WS-STOP-CHECK-REF TO WS-ODP-SAVE-STOP-REF
590700     MOVE WS-ODP-XFER-AMT   TO WS-AMOUNT
590800     MOVE "ODPROT"          TO WS-STOP-CHECK-REF
590900     PERFORM 3500-CHECK-STOP-PAYMENT
591000         THRU 3500-CHECK-STOP-PAYMENT-EXIT
591100     IF WS-STOP-MATCHED
591200         MOVE "Y" TO WS-ODP-REFUSE-FLAG
591300     ELSE
591400         PERFORM 3300-PRICE-AVAIL-BALANCE
591500             THRU 3300-PRICE-AVAIL-BALANCE-EXIT
591600         PERFORM 3200-CHECK-MIN-BALANCE
591700             THRU 3200-CHECK-MIN-BALANCE-EXIT
591800         IF WS-AMOUNT > WS-AVAIL-BALANCE
591900          OR WS-MIN-BAL-CHECK < ZERO
592000             MOVE "Y" TO WS-ODP-REFUSE-FLAG
592100         END-IF
592200     END-IF
592300     MOVE "N"                  TO WS-STOP-HIT-FLAG
592400     MOVE WS-ODP-SAVE-AMOUNT   TO WS-AMOUNT
592500     MOVE WS-ODP-SAVE-STOP-REF TO WS-STOP-CHECK-REF.
592600 3620-CHECK-PROTECTOR-EXIT.
592700     EXIT.
592800
592900*----------------------------------------------------------
593000* 3660-POST-PROTECT-LEG - REWRITE ONE LEG OF THE TRANSFER
593100* WITH JOURNALING AND WRITE ITS TXNLOG/TXNDETL ENTRIES UNDER
593200* WS-ODP-LOG-TYPE AND THE PAIR'S SHARED REFERENCE.
593300*----------------------------------------------------------
593400 3660-POST-PROTECT-LEG.
593500     PERFORM 6100-NEXT-TXN-SEQ
593600         THRU 6100-NEXT-TXN-SEQ-EXIT
593700     REWRITE ACCOUNT-RECORD
593800     MOVE "R" TO WS-JRNL-ACTION
593900     PERFORM 6900-JOURNAL-UPDATE
594000         THRU 6900-JOURNAL-UPDATE-EXIT
594100
594200     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
594300     MOVE WS-BUSINESS-DATE   TO WS-BSTAMP-DATE
594400     MOVE WS-TIMESTAMP(9:6)  TO WS-BSTAMP-TIME
594500     MOVE WS-BUSINESS-STAMP  TO TL-TIMESTAMP
594600     MOVE ACCT-NUMBER        TO TL-ACCT
594700     MOVE WS-ODP-LOG-TYPE    TO TL-TXN-TYPE
594800     MOVE WS-ODP-XFER-AMT    TO TL-AMOUNT
594900     MOVE ACCT-BALANCE       TO TL-BALANCE
595000     MOVE WS-CURRENT-OPERATOR TO TL-OPERATOR
595100     MOVE WS-ODP-REFERENCE   TO TL-REFERENCE
595200     MOVE SPACES             TO TL-APPROVED-BY
595300     WRITE TRANSACTION-LOG-LINE FROM WS-LOG-ENTRY
595400
595500     MOVE ACCT-NUMBER         TO TD-ACCT
595600     MOVE ACCT-LAST-TXN-SEQ   TO TD-SEQ
595700     MOVE TL-TIMESTAMP        TO TD-TIMESTAMP
595800     MOVE WS-ODP-LOG-TYPE     TO TD-TXN-TYPE
595900     MOVE WS-ODP-XFER-AMT     TO TD-AMOUNT
596000     MOVE ACCT-BALANCE        TO TD-BALANCE
596100     MOVE WS-CURRENT-OPERATOR TO TD-OPERATOR
596200     MOVE WS-ODP-REFERENCE    TO TD-REFERENCE
596300     MOVE SPACES              TO TD-APPROVED-BY
596400     MOVE WS-CURRENT-BRANCH   TO TD-BRANCH
596500     WRITE TXN-DETAIL-RECORD
596600         INVALID KEY
596700             DISPLAY "TXNDETL WRITE FAILED, STATUS "
596800                 WS-TXND-STATUS " KEY " TD-KEY
596900     END-WRITE.
597000 3660-POST-PROTECT-LEG-EXIT.
597100     EXIT.
597150
597200*----------------------------------------------------------
597300* 8700-VAULT-CASH - RECORD ONE BRANCH VAULT EVENT ON THE
597400* DRAWER FILE: THE SIGNED-ON TELLER BUYING CASH FROM OR
597500* SELLING CASH TO THE VAULT, A CASH SHIPMENT IN OR OUT, OR
597600* THE VAULT'S CLOSING COUNT.  EVERY EVENT CARRIES ITS
597700* DENOMINATION BREAKDOWN AND NEEDS THE HEAD TELLER'S
597800* (SUPERVISOR'S) APPROVAL.  A BUY OR SELL MOVES THE TELLER'S
597900* OWN DRAWER, SO THE DRAWER PROOF NO LONGER SHOWS A MID-DAY
598000* TOP-UP AS AN OVERAGE.  NO ACCOUNT MOVES, SO NOTHING IS
598100* LOGGED TO TXNLOG.
598200*----------------------------------------------------------
598300 8700-VAULT-CASH.
598400     MOVE SPACE TO WS-VAULT-EVENT
598500     DISPLAY "VAULT EVENT (B=BUY FROM VAULT  S=SELL TO VAULT"
598600     DISPLAY "  I=SHIPMENT IN  X=SHIPMENT OUT  V=VAULT COUNT): "
598700     ACCEPT WS-VAULT-EVENT
598800     IF NOT WS-VAULT-EVENT-VALID
598900         DISPLAY "INVALID VAULT EVENT"
599000         GO TO 8700-VAULT-CASH-EXIT
599100     END-IF
599200     DISPLAY "DENOMINATION BREAKDOWN"
599300     PERFORM 0960-TAKE-DENOMINATIONS
599400         THRU 0960-TAKE-DENOMINATIONS-EXIT
599500*    AN EMPTY VAULT IS A VALID COUNT; AN EMPTY TRANSFER IS NOT.
599600     IF WS-DRAWER-AMOUNT = ZERO
599700      AND WS-VAULT-EVENT NOT = "V"
599800         DISPLAY "NOTHING TO RECORD"
599900         GO TO 8700-VAULT-CASH-EXIT
600000     END-IF
600100
600200     PERFORM 5850-VERIFY-SUPERVISOR
600300         THRU 5850-VERIFY-SUPERVISOR-EXIT
600400     IF NOT WS-SUPER-APPROVED
600500         DISPLAY "HEAD TELLER APPROVAL REFUSED - NOTHING "
600600             "RECORDED"
600700         GO TO 8700-VAULT-CASH-EXIT
600800     END-IF
600900     MOVE WS-VAULT-EVENT TO WS-DRAWER-EVENT
601000     PERFORM 0970-WRITE-DRAWER-EVENT
601100         THRU 0970-WRITE-DRAWER-EVENT-EXIT
601200     DISPLAY "VAULT EVENT RECORDED: " WS-DRAWER-AMOUNT.
601300 8700-VAULT-CASH-EXIT.
601400     EXIT.
601500
601600*----------------------------------------------------------
601700* 8800-OFFICIAL-CHECK - ISSUE ONE OFFICIAL (CASHIER'S) CHECK
601800* DRAWN ON THE BANK.  THE PURCHASER PAYS FROM AN ACCOUNT,
601900* WHICH IS DEBITED AND LOGGED "OFF CHECK" UNDER THE CHECK
602000* SERIAL, OR IN CASH, WHICH GOES INTO THE TELLER'S DRAWER AS
602100* A DRAWFILE "K" EVENT.  THE CHECK GOES ON THE OFFCHKS
602200* REGISTER OUTSTANDING UNTIL CHQ-CLEAR-IN-BATCH PAYS IT.  THE
602300* REGISTER ENTRY IS WRITTEN BEFORE THE MONEY MOVES, SO A
602400* SERIAL THAT CANNOT BE RECORDED TAKES NOTHING.
602500*----------------------------------------------------------
602600 8800-OFFICIAL-CHECK.
602700     MOVE SPACE  TO WS-OCHK-FUNDING
602800     MOVE SPACES TO WS-OCHK-PAYEE WS-OCHK-PURCHASER
602900     MOVE ZERO   TO WS-AMOUNT
603000     MOVE "N"    TO WS-OCHK-FUNDED-FLAG
603100     DISPLAY "PAID FOR BY (A=ACCOUNT  C=CASH): "
603200     ACCEPT WS-OCHK-FUNDING
603300     IF NOT WS-OCHK-FUNDING-VALID
603400         DISPLAY "INVALID FUNDING"
603500         GO TO 8800-OFFICIAL-CHECK-EXIT
603600     END-IF
603700     DISPLAY "PAY TO THE ORDER OF: "
603800     ACCEPT WS-OCHK-PAYEE
603900     IF WS-OCHK-PAYEE = SPACES
604000         DISPLAY "PAYEE REQUIRED"
604100         GO TO 8800-OFFICIAL-CHECK-EXIT
604200     END-IF
604300     IF WS-OCHK-FROM-CASH
604400         MOVE SPACES TO WS-ACCT-NUMBER
604500         DISPLAY "PURCHASER NAME: "
604600         ACCEPT WS-OCHK-PURCHASER
604700         DISPLAY "AMOUNT: "
604800         ACCEPT WS-AMOUNT
604900     ELSE
605000         DISPLAY SC-ACCT-AMOUNT-SCREEN
605100         ACCEPT SC-ACCT-AMOUNT-SCREEN
605110         MOVE WS-ACCT-NUMBER TO WS-CHK-ACCT
605120         PERFORM 6050-CHECK-ACCT-NUMBER
605130             THRU 6050-CHECK-ACCT-NUMBER-EXIT
605140         IF NOT WS-CHK-ACCT-OK
605150             GO TO 8800-OFFICIAL-CHECK-EXIT
605160         END-IF
605200     END-IF
605300     IF WS-AMOUNT NOT NUMERIC OR WS-AMOUNT = ZERO
605400         DISPLAY "AMOUNT REQUIRED"
605500         GO TO 8800-OFFICIAL-CHECK-EXIT
605600     END-IF
605700     IF WS-OCHK-FROM-CASH
605800         IF WS-OCHK-PURCHASER = SPACES
605900             DISPLAY "PURCHASER NAME REQUIRED"
606000             GO TO 8800-OFFICIAL-CHECK-EXIT
606100         END-IF
606200         MOVE "Y" TO WS-OCHK-FUNDED-FLAG
606300     ELSE
606400         PERFORM 8810-CHECK-PURCHASE-ACCOUNT
606500             THRU 8810-CHECK-PURCHASE-ACCOUNT-EXIT
606600     END-IF
606700     IF NOT WS-OCHK-FUNDED
606800         GO TO 8800-OFFICIAL-CHECK-EXIT
606900     END-IF
607000
607100     PERFORM 8820-NEXT-OFFICIAL-SERIAL
607200         THRU 8820-NEXT-OFFICIAL-SERIAL-EXIT
607300     MOVE SPACES              TO OFFICIAL-CHECK-RECORD
607400     MOVE WS-OCHK-SERIAL      TO OC-SERIAL
607500     MOVE WS-OCHK-PAYEE       TO OC-PAYEE
607600     MOVE WS-AMOUNT           TO OC-AMOUNT
607700     MOVE WS-OCHK-FUNDING     TO OC-FUNDING
607800     MOVE WS-ACCT-NUMBER      TO OC-PURCH-ACCT
607900     MOVE WS-OCHK-PURCHASER   TO OC-PURCHASER
608000     MOVE WS-BUSINESS-DATE    TO OC-ISSUE-DATE
608100     MOVE WS-CURRENT-BRANCH   TO OC-BRANCH
608200     MOVE WS-CURRENT-OPERATOR TO OC-OPERATOR
608300     MOVE "O"                 TO OC-STATUS
608400     MOVE ZERO                TO OC-CLOSED-DATE
608500     WRITE OFFICIAL-CHECK-RECORD
608600         INVALID KEY
608700             DISPLAY "OFFCHKS WRITE FAILED, STATUS "
608800                 WS-OCHK-STATUS " - CHECK NOT ISSUED"
608900             GO TO 8800-OFFICIAL-CHECK-EXIT
609000     END-WRITE
609100
609200     IF WS-OCHK-FROM-CASH
609300         MOVE "K"       TO WS-DRAWER-EVENT
609400         MOVE WS-AMOUNT TO WS-DRAWER-AMOUNT
609500         MOVE ZEROS     TO WS-DENOM-BREAKDOWN
609600         PERFORM 0970-WRITE-DRAWER-EVENT
609700             THRU 0970-WRITE-DRAWER-EVENT-EXIT
609800     ELSE
609900         SUBTRACT WS-AMOUNT FROM ACCT-BALANCE
610000         PERFORM 6100-NEXT-TXN-SEQ
610100             THRU 6100-NEXT-TXN-SEQ-EXIT
610200         REWRITE ACCOUNT-RECORD
610300         MOVE "R" TO WS-JRNL-ACTION
610400         PERFORM 6900-JOURNAL-UPDATE
610500             THRU 6900-JOURNAL-UPDATE-EXIT
610600         MOVE WS-OCHK-SERIAL TO WS-LOG-REFERENCE
610700         PERFORM 6000-LOG-TRANSACTION
610800             THRU 6000-LOG-TRANSACTION-EXIT
610900         MOVE SPACES TO WS-LOG-REFERENCE
611000     END-IF
611100     DISPLAY "OFFICIAL CHECK ISSUED, SERIAL " WS-OCHK-SERIAL
611200     DISPLAY "  PAY TO: " WS-OCHK-PAYEE
611300     DISPLAY "  AMOUNT: " WS-AMOUNT.
611400 8800-OFFICIAL-CHECK-EXIT.
611500     EXIT.
611600
611700*----------------------------------------------------------
611800* 8810-CHECK-PURCHASE-ACCOUNT - THE PAYING ACCOUNT MUST BE
611900* ABLE TO COVER THE CHECK UNDER THE WITHDRAWAL RULES.  LEAVES
612000* THE ACCOUNT FRESHLY READ IN THE BUFFER AND SETS
612100* WS-OCHK-FUNDED.
612200*----------------------------------------------------------
612300 8810-CHECK-PURCHASE-ACCOUNT.
612400     MOVE WS-ACCT-NUMBER TO ACCT-NUMBER
612500     READ ACCOUNT-MASTER
612600         INVALID KEY
612700             DISPLAY "ACCOUNT NOT FOUND"
612800             GO TO 8810-CHECK-PURCHASE-ACCOUNT-EXIT
612900     END-READ
613000     IF ACCT-IS-CLOSED OR ACCT-ON-HOLD OR ACCT-IS-DORMANT
613100         DISPLAY "ACCOUNT CANNOT PAY - STATUS"
613200         GO TO 8810-CHECK-PURCHASE-ACCOUNT-EXIT
613300     END-IF
613400     PERFORM 3450-CHECK-KYC
613500         THRU 3450-CHECK-KYC-EXIT
613600     PERFORM 3400-CHECK-GUARDIAN
613700         THRU 3400-CHECK-GUARDIAN-EXIT
613800     IF NOT WS-GUARDIAN-CLEARED
613900         GO TO 8810-CHECK-PURCHASE-ACCOUNT-EXIT
614000     END-IF
614100     PERFORM 3310-PRICE-WITH-PROTECTION
614200         THRU 3310-PRICE-WITH-PROTECTION-EXIT
614300     PERFORM 3200-CHECK-MIN-BALANCE
614400         THRU 3200-CHECK-MIN-BALANCE-EXIT
614500     IF WS-AMOUNT > WS-AVAIL-BALANCE
614600      OR WS-MIN-BAL-CHECK < ZERO
614700         DISPLAY "INSUFFICIENT FUNDS - CHECK NOT ISSUED"
614800         GO TO 8810-CHECK-PURCHASE-ACCOUNT-EXIT
614900     END-IF
615000     PERFORM 6150-VERIFY-UNCHANGED
615100         THRU 6150-VERIFY-UNCHANGED-EXIT
615200     IF WS-RECORD-BUSY
615300         DISPLAY "RECORD IN USE - PLEASE RETRY"
615400         GO TO 8810-CHECK-PURCHASE-ACCOUNT-EXIT
615500     END-IF
615600     MOVE ACCT-NAME TO WS-OCHK-PURCHASER
615700     MOVE "Y"       TO WS-OCHK-FUNDED-FLAG.
615800 8810-CHECK-PURCHASE-ACCOUNT-EXIT.
615900     EXIT.
616000
616100*----------------------------------------------------------
616200* 8820-NEXT-OFFICIAL-SERIAL - ONE PAST THE HIGHEST SERIAL ON
616300* THE REGISTER.
616400*----------------------------------------------------------
616500 8820-NEXT-OFFICIAL-SERIAL.
616600     MOVE ZERO TO WS-OCHK-SERIAL
616700     MOVE "N"  TO WS-OCHK-EOF-FLAG
616800     MOVE ZERO TO OC-SERIAL
616900     START OFFICIAL-CHECKS KEY NOT LESS THAN OC-SERIAL
617000         INVALID KEY
617100             MOVE "Y" TO WS-OCHK-EOF-FLAG
617200     END-START
617300     PERFORM 8825-SCAN-OFFICIAL-SERIAL
617400         THRU 8825-SCAN-OFFICIAL-SERIAL-EXIT
617500         UNTIL END-OF-OFFICIAL-CHECKS
617600     ADD 1 TO WS-OCHK-SERIAL.
617700 8820-NEXT-OFFICIAL-SERIAL-EXIT.
617800     EXIT.
617900
618000*----------------------------------------------------------
618100* 8825-SCAN-OFFICIAL-SERIAL - REMEMBER THE HIGHEST SERIAL
618200* SEEN.
618300*----------------------------------------------------------
618400 8825-SCAN-OFFICIAL-SERIAL.
618500     READ OFFICIAL-CHECKS NEXT RECORD
618600         AT END
618700             MOVE "Y" TO WS-OCHK-EOF-FLAG
618800             GO TO 8825-SCAN-OFFICIAL-SERIAL-EXIT
618900     END-READ
619000     IF OC-SERIAL > WS-OCHK-SERIAL
619100         MOVE OC-SERIAL TO WS-OCHK-SERIAL
619200     END-IF.
619300 8825-SCAN-OFFICIAL-SERIAL-EXIT.
619400     EXIT.
619500
619600*----------------------------------------------------------
619700* 8900-PRODUCT-CONVERSION - MOVE AN ACCOUNT TO ANOTHER
619800* PRODUCT UNDER THE SAME NUMBER.  INTEREST ACCRUED SO FAR IS
619900* SETTLED UNDER THE OLD PRODUCT'S RULES - CREDITED NET OF ANY
620000* WITHHOLDING IF THE OLD PRODUCT EARNS INTEREST, OTHERWISE
620100* DROPPED - AND THEN THE TYPE BYTE CHANGES.  EVERY PATH LOOKS
620200* THE PRODUCT RULES UP FROM THE TYPE BYTE, SO THE NEW
620300* PRODUCT'S MINIMUM BALANCE, FEE SCHEDULE AND INTEREST
620400* ELIGIBILITY APPLY FROM THE CONVERSION DATE.  A SUPERVISOR
620500* APPROVES AND THE CASE GOES ON PRODCONV.
620600*----------------------------------------------------------
620700 8900-PRODUCT-CONVERSION.
620800     MOVE ZERO TO WS-AMOUNT WS-PCNV-GROSS WS-PCNV-WHT
620900     DISPLAY SC-ACCT-ONLY-SCREEN
621000     ACCEPT SC-ACCT-ONLY-SCREEN
621010     MOVE WS-ACCT-NUMBER TO WS-CHK-ACCT
621020     PERFORM 6050-CHECK-ACCT-NUMBER
621030         THRU 6050-CHECK-ACCT-NUMBER-EXIT
621040     IF NOT WS-CHK-ACCT-OK
621050         GO TO 8900-PRODUCT-CONVERSION-EXIT
621060     END-IF
621100     MOVE WS-ACCT-NUMBER TO ACCT-NUMBER
621200     READ ACCOUNT-MASTER
621300         INVALID KEY
621400             DISPLAY "ACCOUNT NOT FOUND"
621500             GO TO 8900-PRODUCT-CONVERSION-EXIT
621600     END-READ
621700     IF ACCT-IS-CLOSED
621800         DISPLAY "ACCOUNT IS CLOSED"
621900         GO TO 8900-PRODUCT-CONVERSION-EXIT
622000     END-IF
622100     IF ACCT-ON-HOLD
622200         DISPLAY "ACCOUNT IS ON HOLD - CANNOT CONVERT"
622300         GO TO 8900-PRODUCT-CONVERSION-EXIT
622400     END-IF
622500     IF ACCT-IS-DORMANT
622600         DISPLAY "ACCOUNT IS DORMANT - RELEASE IT FIRST"
622700         GO TO 8900-PRODUCT-CONVERSION-EXIT
622800     END-IF
622900     PERFORM 3250-GET-PRODUCT-RULES
623000         THRU 3250-GET-PRODUCT-RULES-EXIT
623100     MOVE ACCT-TYPE        TO WS-PCNV-OLD-TYPE
623200     MOVE PM-PROD-CODE     TO WS-PCNV-OLD-PRODUCT
623300     MOVE WS-PROD-INT-ELIG TO WS-PCNV-OLD-INT-ELIG
623400     DISPLAY "CURRENT PRODUCT: " WS-PCNV-OLD-PRODUCT
623500     MOVE SPACES TO WS-PCNV-ANSWER
623600     DISPLAY "CONVERT TO PRODUCT (CK/SV): "
623700     ACCEPT WS-PCNV-ANSWER
623800     EVALUATE WS-PCNV-ANSWER
623900         WHEN "CK"
624000             MOVE "C" TO WS-PCNV-NEW-TYPE
624100         WHEN "SV"
624200             MOVE "S" TO WS-PCNV-NEW-TYPE
624300         WHEN OTHER
624400             DISPLAY "INVALID PRODUCT"
624500             GO TO 8900-PRODUCT-CONVERSION-EXIT
624600     END-EVALUATE
624700     IF WS-PCNV-ANSWER = WS-PCNV-OLD-PRODUCT
624800         DISPLAY "ACCOUNT IS ALREADY ON THAT PRODUCT"
624900         GO TO 8900-PRODUCT-CONVERSION-EXIT
625000     END-IF
625100*    THE NEW PRODUCT'S RULES, LOOKED UP EXACTLY AS EVERY PATH
625200*    WILL SEE THEM ONCE THE TYPE BYTE CHANGES.
625300     MOVE WS-PCNV-NEW-TYPE TO ACCT-TYPE
625400     PERFORM 3250-GET-PRODUCT-RULES
625500         THRU 3250-GET-PRODUCT-RULES-EXIT
625600     MOVE WS-PCNV-OLD-TYPE TO ACCT-TYPE
625700     MOVE WS-PROD-MIN-BAL  TO WS-PCNV-NEW-MIN-BAL
625800     MOVE WS-PROD-INT-ELIG TO WS-PCNV-NEW-INT-ELIG
625900     MOVE WS-PROD-FEE-CODE TO WS-PCNV-NEW-FEE-CODE
626000     DISPLAY "NEW PRODUCT " WS-PCNV-ANSWER
626100         "  MINIMUM " WS-PCNV-NEW-MIN-BAL
626200         "  EARNS INTEREST " WS-PCNV-NEW-INT-ELIG
626300         "  FEE SCHEDULE " WS-PCNV-NEW-FEE-CODE
626400*    A BALANCE UNDER THE NEW MINIMUM DOES NOT STOP THE
626500*    CONVERSION; THE NEW PRODUCT'S FEE RULES DEAL WITH IT AND
626600*    THE CASE IS FLAGGED ON THE LOG.
626700     MOVE "N" TO WS-PCNV-BELOW-MIN
626800     IF ACCT-BALANCE < WS-PCNV-NEW-MIN-BAL
626900         MOVE "Y" TO WS-PCNV-BELOW-MIN
627000         DISPLAY "WARNING - BALANCE IS BELOW THE NEW MINIMUM"
627100     END-IF
627200
627300     PERFORM 5850-VERIFY-SUPERVISOR
627400         THRU 5850-VERIFY-SUPERVISOR-EXIT
627500     IF NOT WS-SUPER-APPROVED
627600         DISPLAY "SUPERVISOR APPROVAL REFUSED - NOT CONVERTED"
627700         GO TO 8900-PRODUCT-CONVERSION-EXIT
627800     END-IF
627900     PERFORM 6150-VERIFY-UNCHANGED
628000         THRU 6150-VERIFY-UNCHANGED-EXIT
628100     IF WS-RECORD-BUSY
628200         DISPLAY "RECORD IN USE - PLEASE RETRY"
628300         GO TO 8900-PRODUCT-CONVERSION-EXIT
628400     END-IF
628500
628600*    SETTLE THE ACCRUAL UNDER THE OLD PRODUCT.  AN ACCRUAL THE
628700*    OLD PRODUCT WOULD NEVER PAY IS DROPPED, SO THE NEW
628800*    PRODUCT DOES NOT PAY IT AT THE NEXT MONTH END EITHER.
628900*    THE INTEREST DATE IS LEFT ALONE: IT GUARDS THE MONTH-END
629000*    POSTING, WHICH STILL PAYS WHAT THE NEW PRODUCT ACCRUES.
629100     IF ACCT-ACCRUED-INT NOT NUMERIC
629200         MOVE ZERO TO ACCT-ACCRUED-INT
629300     END-IF
629400     IF WS-PCNV-OLD-INT-ELIG = "Y"
629500      AND ACCT-ACCRUED-INT > ZERO
629600         MOVE ACCT-ACCRUED-INT TO WS-PCNV-GROSS
629700         PERFORM 8910-PRICE-CONVERSION-WHT
629800             THRU 8910-PRICE-CONVERSION-WHT-EXIT
629900         COMPUTE WS-AMOUNT = WS-PCNV-GROSS - WS-PCNV-WHT
630000         ADD WS-AMOUNT TO ACCT-BALANCE
630100     END-IF
630200     MOVE ZERO             TO ACCT-ACCRUED-INT
630300     MOVE WS-PCNV-NEW-TYPE TO ACCT-TYPE
630400     IF WS-PCNV-GROSS > ZERO
630500         MOVE "N" TO WS-STAMP-ACTIVITY-FLAG
630600         PERFORM 6100-NEXT-TXN-SEQ
630700             THRU 6100-NEXT-TXN-SEQ-EXIT
630800     END-IF
630900     REWRITE ACCOUNT-RECORD
631000     MOVE "R" TO WS-JRNL-ACTION
631100     PERFORM 6900-JOURNAL-UPDATE
631200         THRU 6900-JOURNAL-UPDATE-EXIT
631300     STRING WS-PCNV-OLD-PRODUCT " TO " WS-PCNV-ANSWER
631400         DELIMITED BY SIZE INTO WS-LOG-REFERENCE
631500
631600*    THE NET CREDIT LOGS AS "INTEREST"; A WITHHELD PIECE TAKES
631700*    ITS OWN SEQUENCE AND "TAX WHT" ENTRY (NO BALANCE MOVEMENT)
631800*    AND ACCUMULATES FOR THE REMITTANCE EXTRACT, AS IN THE
631900*    MONTH-END POSTING.
632000     IF WS-PCNV-GROSS > ZERO
632100         MOVE "INTEREST" TO WS-XFER-TYPE
632200         PERFORM 6000-LOG-TRANSACTION
632300             THRU 6000-LOG-TRANSACTION-EXIT
632400         IF WS-PCNV-WHT > ZERO
632500             MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
632600             MOVE "N" TO WS-STAMP-ACTIVITY-FLAG
632700             PERFORM 6100-NEXT-TXN-SEQ
632800                 THRU 6100-NEXT-TXN-SEQ-EXIT
632900             REWRITE ACCOUNT-RECORD
633000             MOVE "R" TO WS-JRNL-ACTION
633100             PERFORM 6900-JOURNAL-UPDATE
633200                 THRU 6900-JOURNAL-UPDATE-EXIT
633300             MOVE WS-PCNV-WHT TO WS-AMOUNT
633400             MOVE "TAX WHT"   TO WS-XFER-TYPE
633500             PERFORM 6000-LOG-TRANSACTION
633600                 THRU 6000-LOG-TRANSACTION-EXIT
633700             PERFORM 8920-WRITE-WHT-ACCUM
633800                 THRU 8920-WRITE-WHT-ACCUM-EXIT
633900         END-IF
634000     END-IF
634100     MOVE SPACES TO WS-LOG-REFERENCE
634200
634300     PERFORM 8930-WRITE-CONVERSION-LOG
634400         THRU 8930-WRITE-CONVERSION-LOG-EXIT
634500     DISPLAY "ACCOUNT " ACCT-NUMBER " CONVERTED TO "
634600         WS-PCNV-ANSWER
634700     DISPLAY "  INTEREST SETTLED: " WS-PCNV-GROSS
634800     DISPLAY "  TAX WITHHELD:     " WS-PCNV-WHT.
634900 8900-PRODUCT-CONVERSION-EXIT.
635000     EXIT.
635100
635200*----------------------------------------------------------
635300* 8910-PRICE-CONVERSION-WHT - IS THE ACCOUNT'S CUSTOMER
635400* FLAGGED FOR WITHHOLDING AT SOURCE, AND HOW MUCH OF THE
635500* SETTLED INTEREST IS WITHHELD?  SAME RULE AS THE MONTH-END
635600* POSTING IN ACCOUNT-INTEREST-BATCH.
635700*----------------------------------------------------------
635800 8910-PRICE-CONVERSION-WHT.
635900     MOVE ZERO TO WS-PCNV-WHT
636000     IF NOT CUSTM-FILE-OPEN
636100      OR ACCT-CUST-NUM = SPACES
636200         GO TO 8910-PRICE-CONVERSION-WHT-EXIT
636300     END-IF
636400     MOVE ACCT-CUST-NUM TO CM-CUST-ID
636500     READ CUSTOMER-MASTER
636600         INVALID KEY
636700             GO TO 8910-PRICE-CONVERSION-WHT-EXIT
636800     END-READ
636900     IF NOT CM-WITHHOLD
637000      OR CM-WHT-RATE NOT NUMERIC
637100      OR CM-WHT-RATE = ZERO
637200         GO TO 8910-PRICE-CONVERSION-WHT-EXIT
637300     END-IF
637400     COMPUTE WS-PCNV-WHT ROUNDED
637500         = WS-PCNV-GROSS * CM-WHT-RATE / 100.
637600 8910-PRICE-CONVERSION-WHT-EXIT.
637700     EXIT.
637800
637900*----------------------------------------------------------
638000* 8920-WRITE-WHT-ACCUM - APPEND THE WITHHELD PIECE TO
638100* WHTACCUM FOR THE REMITTANCE EXTRACT.
638200*----------------------------------------------------------
638300 8920-WRITE-WHT-ACCUM.
638400     OPEN EXTEND WHT-ACCUM-FILE
638500     IF WHTA-FILE-NOT-FOUND
638600         OPEN OUTPUT WHT-ACCUM-FILE
638700     END-IF
638800     MOVE SPACES           TO WHT-ACCUM-RECORD
638900     MOVE WS-BUSINESS-DATE TO WH-DATE
639000     MOVE ACCT-NUMBER      TO WH-ACCT
639100     MOVE ACCT-CUST-NUM    TO WH-CUST
639200     MOVE WS-PCNV-GROSS    TO WH-GROSS
639300     MOVE WS-PCNV-WHT      TO WH-WITHHELD
639400     WRITE WHT-ACCUM-RECORD
639500     CLOSE WHT-ACCUM-FILE.
639600 8920-WRITE-WHT-ACCUM-EXIT.
639700     EXIT.
639800
639900*----------------------------------------------------------
640000* 8930-WRITE-CONVERSION-LOG - APPEND THE CASE TO PRODCONV
640100* FOR THE MONTHLY PROD-CONVERSION-REPORT.
640200*----------------------------------------------------------
640300 8930-WRITE-CONVERSION-LOG.
640400     OPEN EXTEND PRODUCT-CONVERSION-LOG
640500     IF PCNV-FILE-NOT-FOUND
640600         OPEN OUTPUT PRODUCT-CONVERSION-LOG
640700     END-IF
640800     MOVE SPACES              TO PRODUCT-CONVERSION-RECORD
640900     MOVE WS-BUSINESS-DATE    TO PC-DATE
641000     MOVE ACCT-NUMBER         TO PC-ACCT
641100     MOVE WS-PCNV-OLD-TYPE    TO PC-OLD-TYPE
641200     MOVE WS-PCNV-OLD-PRODUCT TO PC-OLD-PRODUCT
641300     MOVE WS-PCNV-NEW-TYPE    TO PC-NEW-TYPE
641400     MOVE WS-PCNV-ANSWER      TO PC-NEW-PRODUCT
641500     MOVE ACCT-BALANCE        TO PC-BALANCE
641600     MOVE WS-PCNV-GROSS       TO PC-INT-SETTLED
641700     MOVE WS-PCNV-WHT         TO PC-WHT
641800     MOVE WS-PCNV-NEW-MIN-BAL TO PC-NEW-MIN-BAL
641900     MOVE WS-PCNV-BELOW-MIN   TO PC-BELOW-MIN
642000     MOVE ACCT-BRANCH         TO PC-BRANCH
642100     MOVE WS-CURRENT-OPERATOR TO PC-OPERATOR
642200     MOVE WS-APPROVED-BY      TO PC-APPROVED-BY
642300     WRITE PRODUCT-CONVERSION-RECORD
642400     CLOSE PRODUCT-CONVERSION-LOG.
642500 8930-WRITE-CONVERSION-LOG-EXIT.
642600     EXIT.
642700 
642800*----------------------------------------------------------
642900* 9000-RELATIONSHIP-INQUIRY - EVERYTHING ONE CUSTOMER HAS
643000* WITH THE BANK ON ONE PAGED SCREEN: EACH ACCOUNT OWNED OR
643100* JOINTLY OWNED WITH LEDGER AND AVAILABLE BALANCE AND
643200* STATUS, LIVE LOANS WITH OUTSTANDING AND NEXT DUE, LIVE
643300* TERM DEPOSITS WITH MATURITY, ACTIVE STANDING ORDERS, AND
643400* THE STOPS AND HOLDS ON THE ACCOUNTS.  THE TELLER KEYS A
643500* CUSTOMER ID, OR LEAVES IT BLANK TO FIND THE CUSTOMER BY
643600* NAME THROUGH 6800-NAME-LOOKUP.  NOTHING IS UPDATED.
643700*----------------------------------------------------------
643800 9000-RELATIONSHIP-INQUIRY.
643900     MOVE SPACES TO WS-REL-CUST-ID WS-REL-CUST-NAME
644000     DISPLAY "CUSTOMER ID (BLANK TO FIND BY NAME): "
644100     ACCEPT WS-REL-CUST-ID
644200     IF WS-REL-CUST-ID = SPACES
644300         PERFORM 9010-FIND-REL-CUSTOMER
644400             THRU 9010-FIND-REL-CUSTOMER-EXIT
644500         IF WS-REL-CUST-ID = SPACES
644600             GO TO 9000-RELATIONSHIP-INQUIRY-EXIT
644700         END-IF
644800     END-IF
644900     IF CUSTM-FILE-OPEN
645000         MOVE WS-REL-CUST-ID TO CM-CUST-ID
645100         READ CUSTOMER-MASTER
645200             INVALID KEY
645300                 CONTINUE
645400             NOT INVALID KEY
645500                 MOVE CM-CUST-NAME TO WS-REL-CUST-NAME
645600         END-READ
645700     END-IF
645800     MOVE ZERO TO WS-REL-ACCT-COUNT
645900     PERFORM 9020-SCAN-OWNED-ACCOUNTS
646000         THRU 9020-SCAN-OWNED-ACCOUNTS-EXIT
646100     PERFORM 9030-SCAN-ACCOUNT-LINKS
646200         THRU 9030-SCAN-ACCOUNT-LINKS-EXIT
646300 
646400     MOVE ZERO   TO WS-HIST-COUNT
646500     MOVE SPACES TO WS-REL-OUT
646600     STRING "RELATIONSHIP FOR CUSTOMER " WS-REL-CUST-ID
646700         "  " WS-REL-CUST-NAME
646800         DELIMITED BY SIZE INTO WS-REL-OUT
646900     PERFORM 9099-ADD-REL-LINE
647000         THRU 9099-ADD-REL-LINE-EXIT
647100 
647200     MOVE WS-REL-ACCT-HEAD TO WS-REL-OUT
647300     PERFORM 9099-ADD-REL-LINE
647400         THRU 9099-ADD-REL-LINE-EXIT
647500     PERFORM 9050-SHOW-REL-ACCOUNT
647600         THRU 9050-SHOW-REL-ACCOUNT-EXIT
647700         VARYING WS-REL-SUB FROM 1 BY 1
647800         UNTIL WS-REL-SUB > WS-REL-ACCT-COUNT
647900     IF WS-REL-ACCT-COUNT = ZERO
648000         MOVE "  NO ACCOUNTS" TO WS-REL-OUT
648100         PERFORM 9099-ADD-REL-LINE
648200             THRU 9099-ADD-REL-LINE-EXIT
648300     END-IF
648400 
648500     MOVE WS-REL-LOAN-HEAD TO WS-REL-OUT
648600     PERFORM 9099-ADD-REL-LINE
648700         THRU 9099-ADD-REL-LINE-EXIT
648800     MOVE ZERO TO WS-REL-SECTION-COUNT
648900     PERFORM 9060-SCAN-REL-LOANS
649000         THRU 9060-SCAN-REL-LOANS-EXIT
649100     IF WS-REL-SECTION-COUNT = ZERO
649200         MOVE "  NO LOANS" TO WS-REL-OUT
649300         PERFORM 9099-ADD-REL-LINE
649400             THRU 9099-ADD-REL-LINE-EXIT
649500     END-IF
649600 
649700     MOVE WS-REL-TDEP-HEAD TO WS-REL-OUT
649800     PERFORM 9099-ADD-REL-LINE
649900         THRU 9099-ADD-REL-LINE-EXIT
650000     MOVE ZERO TO WS-REL-SECTION-COUNT
650100     IF WS-REL-ACCT-COUNT > ZERO
650200         PERFORM 9070-SCAN-REL-TERM-DEPS
650300             THRU 9070-SCAN-REL-TERM-DEPS-EXIT
650400     END-IF
650500     IF WS-REL-SECTION-COUNT = ZERO
650600         MOVE "  NO TERM DEPOSITS" TO WS-REL-OUT
650700         PERFORM 9099-ADD-REL-LINE
650800             THRU 9099-ADD-REL-LINE-EXIT
650900     END-IF
651000 
651100     MOVE WS-REL-SORD-HEAD TO WS-REL-OUT
651200     PERFORM 9099-ADD-REL-LINE
651300         THRU 9099-ADD-REL-LINE-EXIT
651400     MOVE ZERO TO WS-REL-SECTION-COUNT
651500     IF WS-REL-ACCT-COUNT > ZERO
651600         PERFORM 9080-SCAN-REL-ORDERS
651700             THRU 9080-SCAN-REL-ORDERS-EXIT
651800     END-IF
651900     IF WS-REL-SECTION-COUNT = ZERO
652000         MOVE "  NO STANDING ORDERS" TO WS-REL-OUT
652100         PERFORM 9099-ADD-REL-LINE
652200             THRU 9099-ADD-REL-LINE-EXIT
652300     END-IF
652400 
652500     MOVE WS-REL-HOLD-HEAD TO WS-REL-OUT
652600     PERFORM 9099-ADD-REL-LINE
652700         THRU 9099-ADD-REL-LINE-EXIT
652800     MOVE ZERO TO WS-REL-SECTION-COUNT
652900     PERFORM 9090-LIST-REL-RESTRAINTS
653000         THRU 9090-LIST-REL-RESTRAINTS-EXIT
653100         VARYING WS-REL-SUB FROM 1 BY 1
653200         UNTIL WS-REL-SUB > WS-REL-ACCT-COUNT
653300     IF WS-REL-SECTION-COUNT = ZERO
653400         MOVE "  NO STOPS OR HOLDS" TO WS-REL-OUT
653500         PERFORM 9099-ADD-REL-LINE
653600             THRU 9099-ADD-REL-LINE-EXIT
653700     END-IF
653800 
653900*    THE LINES GO OUT THROUGH THE HISTORY PAGING, TEN AT A
654000*    TIME, FROM THE TOP OF THE TABLE.
654100     IF WS-HIST-COUNT > 200
654200         DISPLAY "RELATIONSHIP TOO LARGE - FIRST 200 LINES SHOWN"
654300         MOVE 200 TO WS-HIST-LINES-LEFT
654400     ELSE
654500         MOVE WS-HIST-COUNT TO WS-HIST-LINES-LEFT
654600     END-IF
654700     MOVE 1 TO WS-HIST-IDX
654800     PERFORM 5930-SHOW-HISTORY-PAGE
654900         THRU 5930-SHOW-HISTORY-PAGE-EXIT
655000         UNTIL WS-HIST-LINES-LEFT = ZERO.
655100 9000-RELATIONSHIP-INQUIRY-EXIT.
655200     EXIT.
655300 
655400*----------------------------------------------------------
655500* 9010-FIND-REL-CUSTOMER - NAME LOOKUP; THE ACCOUNT THE
655600* TELLER PICKS GIVES THE CUSTOMER (ITS ACCT-CUST-NUM).
655700*----------------------------------------------------------
655800 9010-FIND-REL-CUSTOMER.
655900     MOVE SPACES TO WS-ACCT-NUMBER
656000     PERFORM 6800-NAME-LOOKUP
656100         THRU 6800-NAME-LOOKUP-EXIT
656200     IF WS-ACCT-NUMBER = SPACES
656300         GO TO 9010-FIND-REL-CUSTOMER-EXIT
656400     END-IF
656500     MOVE WS-ACCT-NUMBER TO ACCT-NUMBER
656600     READ ACCOUNT-MASTER
656700         INVALID KEY
656800             DISPLAY "ACCOUNT NOT FOUND"
656900             GO TO 9010-FIND-REL-CUSTOMER-EXIT
657000     END-READ
657100     IF ACCT-CUST-NUM = SPACES
657200         DISPLAY "ACCOUNT " ACCT-NUMBER " CARRIES NO CUSTOMER ID"
657300         GO TO 9010-FIND-REL-CUSTOMER-EXIT
657400     END-IF
657500     MOVE ACCT-CUST-NUM TO WS-REL-CUST-ID.
657600 9010-FIND-REL-CUSTOMER-EXIT.
657700     EXIT.
657800 
657900*----------------------------------------------------------
658000* 9020-SCAN-OWNED-ACCOUNTS - EVERY ACCOUNT WHOSE MASTER
658100* NAMES THE CUSTOMER AS OWNER.
658200*----------------------------------------------------------
658300 9020-SCAN-OWNED-ACCOUNTS.
658400     MOVE "N" TO WS-REL-EOF-FLAG
658500     MOVE LOW-VALUES TO ACCT-NUMBER
658600     START ACCOUNT-MASTER KEY NOT LESS THAN ACCT-NUMBER
658700         INVALID KEY
658800             MOVE "Y" TO WS-REL-EOF-FLAG
658900     END-START
659000     PERFORM 9025-CHECK-ONE-ACCOUNT
659100         THRU 9025-CHECK-ONE-ACCOUNT-EXIT
659200         UNTIL END-OF-REL-SCAN.
659300 9020-SCAN-OWNED-ACCOUNTS-EXIT.
659400     EXIT.
659500 
659600*----------------------------------------------------------
659700* 9025-CHECK-ONE-ACCOUNT - ONE MASTER RECORD.
659800*----------------------------------------------------------
659900 9025-CHECK-ONE-ACCOUNT.
660000     READ ACCOUNT-MASTER NEXT RECORD
660100         AT END
660200             MOVE "Y" TO WS-REL-EOF-FLAG
660300             GO TO 9025-CHECK-ONE-ACCOUNT-EXIT
660400     END-READ
660500     IF ACCT-CUST-NUM = WS-REL-CUST-ID
660600         MOVE ACCT-NUMBER TO WS-REL-SEARCH-ACCT
660700         MOVE "OWNER"     TO WS-REL-SEARCH-ROLE
660800         PERFORM 9040-NOTE-REL-ACCT
660900             THRU 9040-NOTE-REL-ACCT-EXIT
661000     END-IF.
661100 9025-CHECK-ONE-ACCOUNT-EXIT.
661200     EXIT.
661300 
661400*----------------------------------------------------------
661500* 9030-SCAN-ACCOUNT-LINKS - EVERY LIVE ACCTOWN LINK FOR THE
661600* CUSTOMER, WHICH PICKS UP THE JOINT ACCOUNTS.
661700*----------------------------------------------------------
661800 9030-SCAN-ACCOUNT-LINKS.
661900     MOVE "N" TO WS-REL-EOF-FLAG
662000     MOVE LOW-VALUES TO AO-KEY
662100     START ACCOUNT-OWNERS KEY NOT LESS THAN AO-KEY
662200         INVALID KEY
662300             MOVE "Y" TO WS-REL-EOF-FLAG
662400     END-START
662500     PERFORM 9035-CHECK-ONE-LINK
662600         THRU 9035-CHECK-ONE-LINK-EXIT
662700         UNTIL END-OF-REL-SCAN.
662800 9030-SCAN-ACCOUNT-LINKS-EXIT.
662900     EXIT.
663000 
663100*----------------------------------------------------------
663200* 9035-CHECK-ONE-LINK - ONE OWNERSHIP LINK.
663300*----------------------------------------------------------
663400 9035-CHECK-ONE-LINK.
663500     READ ACCOUNT-OWNERS NEXT RECORD
663600         AT END
663700             MOVE "Y" TO WS-REL-EOF-FLAG
663800             GO TO 9035-CHECK-ONE-LINK-EXIT
663900     END-READ
664000     IF AO-CUST-ID NOT = WS-REL-CUST-ID OR AO-IS-REMOVED
664100         GO TO 9035-CHECK-ONE-LINK-EXIT
664200     END-IF
664300     MOVE AO-ACCT TO WS-REL-SEARCH-ACCT
664400     IF AO-IS-JOINT
664500         MOVE "JOINT" TO WS-REL-SEARCH-ROLE
664600     ELSE
664700         MOVE "OWNER" TO WS-REL-SEARCH-ROLE
664800     END-IF
664900     PERFORM 9040-NOTE-REL-ACCT
665000         THRU 9040-NOTE-REL-ACCT-EXIT.
665100 9035-CHECK-ONE-LINK-EXIT.
665200     EXIT.
665300 
665400*----------------------------------------------------------
665500* 9040-NOTE-REL-ACCT - ADD WS-REL-SEARCH-ACCT TO THE
665600* CUSTOMER'S ACCOUNTS UNLESS IT IS ALREADY THERE.
665700*----------------------------------------------------------
665800 9040-NOTE-REL-ACCT.
665900     PERFORM 9042-FIND-REL-ACCT
666000         THRU 9042-FIND-REL-ACCT-EXIT
666100     IF WS-REL-ACCT-FOUND OR WS-REL-ACCT-COUNT = 50
666200         GO TO 9040-NOTE-REL-ACCT-EXIT
666300     END-IF
666400     ADD 1 TO WS-REL-ACCT-COUNT
666500     MOVE WS-REL-SEARCH-ACCT TO WS-REL-ACCT(WS-REL-ACCT-COUNT)
666600     MOVE WS-REL-SEARCH-ROLE TO WS-REL-ROLE(WS-REL-ACCT-COUNT).
666700 9040-NOTE-REL-ACCT-EXIT.
666800     EXIT.
666900 
667000*----------------------------------------------------------
667100* 9042-FIND-REL-ACCT - IS WS-REL-SEARCH-ACCT ONE OF THE
667200* CUSTOMER'S ACCOUNTS?
667300*----------------------------------------------------------
667400 9042-FIND-REL-ACCT.
667500     MOVE "N" TO WS-REL-FOUND-FLAG
667600     PERFORM 9045-MATCH-REL-ACCT
667700         THRU 9045-MATCH-REL-ACCT-EXIT
667800         VARYING WS-REL-SUB FROM 1 BY 1
667900         UNTIL WS-REL-SUB > WS-REL-ACCT-COUNT
668000            OR WS-REL-ACCT-FOUND.
668100 9042-FIND-REL-ACCT-EXIT.
668200     EXIT.
668300 
668400*----------------------------------------------------------
668500* 9045-MATCH-REL-ACCT - COMPARE ONE TABLE ENTRY.
668600*----------------------------------------------------------
668700 9045-MATCH-REL-ACCT.
668800     IF WS-REL-ACCT(WS-REL-SUB) = WS-REL-SEARCH-ACCT
668900         MOVE "Y" TO WS-REL-FOUND-FLAG
669000     END-IF.
669100 9045-MATCH-REL-ACCT-EXIT.
669200     EXIT.
669300 
669400*----------------------------------------------------------
669500* 9050-SHOW-REL-ACCOUNT - ONE ACCOUNT LINE: LEDGER AND
669600* AVAILABLE BALANCE (PRICED AS A WITHDRAWAL WOULD SEE IT)
669700* AND THE STATUS FLAGS.
669800*----------------------------------------------------------
669900 9050-SHOW-REL-ACCOUNT.
670000     MOVE WS-REL-ACCT(WS-REL-SUB) TO ACCT-NUMBER
670100     READ ACCOUNT-MASTER
670200         INVALID KEY
670300             GO TO 9050-SHOW-REL-ACCOUNT-EXIT
670400     END-READ
670500     PERFORM 3300-PRICE-AVAIL-BALANCE
670600         THRU 3300-PRICE-AVAIL-BALANCE-EXIT
670700     MOVE ACCT-NUMBER             TO RA-ACCT
670800     MOVE WS-REL-ROLE(WS-REL-SUB) TO RA-ROLE
670900     MOVE ACCT-TYPE               TO RA-TYPE
671000     MOVE ACCT-BALANCE            TO RA-LEDGER
671100     MOVE WS-AVAIL-BALANCE        TO RA-AVAIL
671200     MOVE SPACES                  TO RA-FLAGS
671300     MOVE 1                       TO WS-REL-FLAG-PTR
671400     EVALUATE TRUE
671500         WHEN ACCT-IS-ESCHEATED
671600             STRING "ESCHEATED" DELIMITED BY SIZE
671700                 INTO RA-FLAGS WITH POINTER WS-REL-FLAG-PTR
671800         WHEN ACCT-IS-CLOSED
671900             STRING "CLOSED" DELIMITED BY SIZE
672000                 INTO RA-FLAGS WITH POINTER WS-REL-FLAG-PTR
672100         WHEN OTHER
672200             STRING "OPEN" DELIMITED BY SIZE
672300                 INTO RA-FLAGS WITH POINTER WS-REL-FLAG-PTR
672400     END-EVALUATE
672500     IF ACCT-ON-HOLD
672600         STRING " HOLD" DELIMITED BY SIZE
672700             INTO RA-FLAGS WITH POINTER WS-REL-FLAG-PTR
672800     END-IF
672900     IF ACCT-IS-DORMANT
673000         STRING " DORMANT" DELIMITED BY SIZE
673100             INTO RA-FLAGS WITH POINTER WS-REL-FLAG-PTR
673200     END-IF
673300     IF ACCT-OD-LIMIT NUMERIC AND ACCT-OD-LIMIT > ZERO
673400         STRING " OD LINE" DELIMITED BY SIZE
673500             INTO RA-FLAGS WITH POINTER WS-REL-FLAG-PTR
673600     END-IF
673700     MOVE WS-REL-ACCT-LINE TO WS-REL-OUT
673800     PERFORM 9099-ADD-REL-LINE
673900         THRU 9099-ADD-REL-LINE-EXIT.
674000 9050-SHOW-REL-ACCOUNT-EXIT.
674100     EXIT.
674200 
674300*----------------------------------------------------------
674400* 9060-SCAN-REL-LOANS - THE CUSTOMER'S LOANS NOT YET CLOSED
674500* (THE BORROWER IS THE FIRST SIX OF THE APPLICANT ID).
674600*----------------------------------------------------------
674700 9060-SCAN-REL-LOANS.
674800     MOVE "N" TO WS-REL-EOF-FLAG
674900     MOVE LOW-VALUES TO LN-LOAN-NUMBER
675000     START LOAN-MASTER KEY NOT LESS THAN LN-LOAN-NUMBER
675100         INVALID KEY
675200             MOVE "Y" TO WS-REL-EOF-FLAG
675300     END-START
675400     PERFORM 9065-CHECK-ONE-LOAN
675500         THRU 9065-CHECK-ONE-LOAN-EXIT
675600         UNTIL END-OF-REL-SCAN.
675700 9060-SCAN-REL-LOANS-EXIT.
675800     EXIT.
675900 
676000*----------------------------------------------------------
676100* 9065-CHECK-ONE-LOAN - ONE LOAN; ITS STATUS SHOWS ANY
676200* CHARGE-OFF, COLLECTION STAGE AND LATE FEES OWED.
676300*----------------------------------------------------------
676400 9065-CHECK-ONE-LOAN.
676500     READ LOAN-MASTER NEXT RECORD
676600         AT END
676700             MOVE "Y" TO WS-REL-EOF-FLAG
676800             GO TO 9065-CHECK-ONE-LOAN-EXIT
676900     END-READ
677000     IF LN-APPLICANT-ID(1:6) NOT = WS-REL-CUST-ID
677100      OR LN-IS-CLOSED
677200         GO TO 9065-CHECK-ONE-LOAN-EXIT
677300     END-IF
677400     ADD 1 TO WS-REL-SECTION-COUNT
677500     MOVE LN-LOAN-NUMBER      TO RN-LOAN
677600     MOVE LN-OUTSTANDING-BAL  TO RN-OUTSTANDING
677700     MOVE LN-NEXT-PAYMENT-DUE TO RN-NEXT-DUE
677800     MOVE LN-RATE             TO RN-RATE
677900     MOVE SPACES              TO RN-FLAGS
678000     MOVE 1                   TO WS-REL-FLAG-PTR
678100     IF LN-IS-CHARGED-OFF
678200         STRING "CHARGED OFF" DELIMITED BY SIZE
678300             INTO RN-FLAGS WITH POINTER WS-REL-FLAG-PTR
678400     ELSE
678500         STRING "ACTIVE" DELIMITED BY SIZE
678600             INTO RN-FLAGS WITH POINTER WS-REL-FLAG-PTR
678700     END-IF
678800     EVALUATE TRUE
678900         WHEN LN-COLL-NOTICED
679000             STRING " NOTICED" DELIMITED BY SIZE
679100                 INTO RN-FLAGS WITH POINTER WS-REL-FLAG-PTR
679200         WHEN LN-COLL-PROMISED
679300             STRING " PROMISE TO PAY" DELIMITED BY SIZE
679400                 INTO RN-FLAGS WITH POINTER WS-REL-FLAG-PTR
679500         WHEN LN-COLL-BROKEN
679600             STRING " PROMISE BROKEN" DELIMITED BY SIZE
679700                 INTO RN-FLAGS WITH POINTER WS-REL-FLAG-PTR
679800         WHEN LN-COLL-REFERRED
679900             STRING " REFERRED" DELIMITED BY SIZE
680000                 INTO RN-FLAGS WITH POINTER WS-REL-FLAG-PTR
680100         WHEN OTHER
680200             CONTINUE
680300     END-EVALUATE
680400     IF LN-LATE-FEES-DUE NUMERIC AND LN-LATE-FEES-DUE > ZERO
680500         STRING " LATE FEES" DELIMITED BY SIZE
680600             INTO RN-FLAGS WITH POINTER WS-REL-FLAG-PTR
680700     END-IF
680800     MOVE WS-REL-LOAN-LINE TO WS-REL-OUT
680900     PERFORM 9099-ADD-REL-LINE
681000         THRU 9099-ADD-REL-LINE-EXIT.
681100 9065-CHECK-ONE-LOAN-EXIT.
681200     EXIT.
681300 
681400*----------------------------------------------------------
681500* 9070-SCAN-REL-TERM-DEPS - LIVE TERM DEPOSITS LINKED TO ANY
681600* OF THE CUSTOMER'S ACCOUNTS.
681700*----------------------------------------------------------
681800 9070-SCAN-REL-TERM-DEPS.
681900     MOVE "N" TO WS-REL-EOF-FLAG
682000     MOVE LOW-VALUES TO TDP-NUMBER
682100     START TERM-DEPOSITS KEY NOT LESS THAN TDP-NUMBER
682200         INVALID KEY
682300             MOVE "Y" TO WS-REL-EOF-FLAG
682400     END-START
682500     PERFORM 9075-CHECK-ONE-TERM-DEP
682600         THRU 9075-CHECK-ONE-TERM-DEP-EXIT
682700         UNTIL END-OF-REL-SCAN.
682800 9070-SCAN-REL-TERM-DEPS-EXIT.
682900     EXIT.
683000 
683100*----------------------------------------------------------
683200* 9075-CHECK-ONE-TERM-DEP - ONE CERTIFICATE.
683300*----------------------------------------------------------
683400 9075-CHECK-ONE-TERM-DEP.
683500     READ TERM-DEPOSITS NEXT RECORD
683600         AT END
683700             MOVE "Y" TO WS-REL-EOF-FLAG
683800             GO TO 9075-CHECK-ONE-TERM-DEP-EXIT
683900     END-READ
684000     IF TDP-IS-MATURED OR TDP-IS-WITHDRAWN
684100         GO TO 9075-CHECK-ONE-TERM-DEP-EXIT
684200     END-IF
684300     MOVE TDP-ACCT TO WS-REL-SEARCH-ACCT
684400     PERFORM 9042-FIND-REL-ACCT
684500         THRU 9042-FIND-REL-ACCT-EXIT
684600     IF NOT WS-REL-ACCT-FOUND
684700         GO TO 9075-CHECK-ONE-TERM-DEP-EXIT
684800     END-IF
684900     ADD 1 TO WS-REL-SECTION-COUNT
685000     MOVE TDP-NUMBER        TO RT-CERT
685100     MOVE TDP-ACCT          TO RT-ACCT
685200     MOVE TDP-PRINCIPAL     TO RT-PRINCIPAL
685300     MOVE TDP-RATE          TO RT-RATE
685400     MOVE TDP-MATURITY-DATE TO RT-MATURITY
685500     MOVE WS-REL-TDEP-LINE  TO WS-REL-OUT
685600     PERFORM 9099-ADD-REL-LINE
685700         THRU 9099-ADD-REL-LINE-EXIT.
685800 9075-CHECK-ONE-TERM-DEP-EXIT.
685900     EXIT.
686000 
686100*----------------------------------------------------------
686200* 9080-SCAN-REL-ORDERS - STANDING ORDERS PAID FROM ANY OF
686300* THE CUSTOMER'S ACCOUNTS AND NOT CANCELLED.  NO STANDORD
686400* FILE YET MEANS NO ORDERS.
686500*----------------------------------------------------------
686600 9080-SCAN-REL-ORDERS.
686700     OPEN INPUT STANDING-ORDERS
686800     IF NOT SORD-FILE-OK
686900         GO TO 9080-SCAN-REL-ORDERS-EXIT
687000     END-IF
687100     MOVE "N" TO WS-REL-EOF-FLAG
687200     PERFORM 9085-CHECK-ONE-ORDER
687300         THRU 9085-CHECK-ONE-ORDER-EXIT
687400         UNTIL END-OF-REL-SCAN
687500     CLOSE STANDING-ORDERS.
687600 9080-SCAN-REL-ORDERS-EXIT.
687700     EXIT.
687800 
687900*----------------------------------------------------------
688000* 9085-CHECK-ONE-ORDER - ONE STANDING ORDER.
688100*----------------------------------------------------------
688200 9085-CHECK-ONE-ORDER.
688300     READ STANDING-ORDERS
688400         AT END
688500             MOVE "Y" TO WS-REL-EOF-FLAG
688600             GO TO 9085-CHECK-ONE-ORDER-EXIT
688700     END-READ
688800     IF SO-IS-CANCELLED
688900         GO TO 9085-CHECK-ONE-ORDER-EXIT
689000     END-IF
689100     MOVE SO-SOURCE-ACCT TO WS-REL-SEARCH-ACCT
689200     PERFORM 9042-FIND-REL-ACCT
689300         THRU 9042-FIND-REL-ACCT-EXIT
689400     IF NOT WS-REL-ACCT-FOUND
689500         GO TO 9085-CHECK-ONE-ORDER-EXIT
689600     END-IF
689700     ADD 1 TO WS-REL-SECTION-COUNT
689800     MOVE SO-ORDER-ID    TO RS-ORDER
689900     MOVE SO-SOURCE-ACCT TO RS-FROM
690000     IF SO-TARGET-IS-LOAN
690100         MOVE SO-TARGET-LOAN TO RS-TO
690200     ELSE
690300         MOVE SO-TARGET-ACCT TO RS-TO
690400     END-IF
690500     MOVE SO-AMOUNT      TO RS-AMOUNT
690600     MOVE SO-FREQUENCY   TO RS-FREQ
690700     MOVE SO-NEXT-DUE    TO RS-NEXT-DUE
690800     MOVE SPACES         TO RS-STATUS
690900     MOVE 1              TO WS-REL-FLAG-PTR
691000     IF SO-IS-SUSPENDED
691100         STRING "SUSPENDED" DELIMITED BY SIZE
691200             INTO RS-STATUS WITH POINTER WS-REL-FLAG-PTR
691300     ELSE
691400         STRING "ACTIVE" DELIMITED BY SIZE
691500             INTO RS-STATUS WITH POINTER WS-REL-FLAG-PTR
691600     END-IF
691700     EVALUATE TRUE
691800         WHEN SO-TARGET-IS-LOAN
691900             STRING " TO LOAN" DELIMITED BY SIZE
692000                 INTO RS-STATUS WITH POINTER WS-REL-FLAG-PTR
692100         WHEN SO-TARGET-IS-PAYEE
692200             STRING " TO PAYEE" DELIMITED BY SIZE
692300                 INTO RS-STATUS WITH POINTER WS-REL-FLAG-PTR
692400         WHEN OTHER
692500             CONTINUE
692600     END-EVALUATE
692700     MOVE WS-REL-SORD-LINE TO WS-REL-OUT
692800     PERFORM 9099-ADD-REL-LINE
692900         THRU 9099-ADD-REL-LINE-EXIT.
693000 9085-CHECK-ONE-ORDER-EXIT.
693100     EXIT.
693200 
693300*----------------------------------------------------------
693400* 9090-LIST-REL-RESTRAINTS - ONE ACCOUNT'S LIVE STOPS,
693500* UNCLEARED CHECK HOLDS AND ACTIVE REGISTER HOLDS, WALKED
693600* WITH THE SAME READERS THE POSTING CHECKS USE.
693700*----------------------------------------------------------
693800 9090-LIST-REL-RESTRAINTS.
693900     MOVE WS-REL-ACCT(WS-REL-SUB) TO ACCT-NUMBER
694000     READ ACCOUNT-MASTER
694100         INVALID KEY
694200             GO TO 9090-LIST-REL-RESTRAINTS-EXIT
694300     END-READ
694400     MOVE "N" TO WS-SPAY-EOF-FLAG
694500     MOVE ACCT-NUMBER TO SP-ACCT
694600     MOVE ZERO        TO SP-SEQ
694700     START STOP-PAYMENTS KEY NOT LESS THAN SP-KEY
694800         INVALID KEY
694900             MOVE "Y" TO WS-SPAY-EOF-FLAG
695000     END-START
695100     IF NOT END-OF-STOPS
695200         PERFORM 3550-READ-ONE-STOP
695300             THRU 3550-READ-ONE-STOP-EXIT
695400     END-IF
695500     PERFORM 9091-REL-ONE-STOP
695600         THRU 9091-REL-ONE-STOP-EXIT
695700         UNTIL END-OF-STOPS
695800     MOVE "N" TO WS-CHKH-EOF-FLAG
695900     MOVE ACCT-NUMBER TO CH-ACCT
696000     MOVE ZERO        TO CH-SEQ
696100     START CHECK-HOLDS KEY NOT LESS THAN CH-KEY
696200         INVALID KEY
696300             MOVE "Y" TO WS-CHKH-EOF-FLAG
696400     END-START
696500     IF NOT END-OF-CHECK-HOLDS
696600         PERFORM 3350-READ-CHECK-HOLD
696700             THRU 3350-READ-CHECK-HOLD-EXIT
696800     END-IF
696900     PERFORM 9092-REL-ONE-CHECK-HOLD
697000         THRU 9092-REL-ONE-CHECK-HOLD-EXIT
697100         UNTIL END-OF-CHECK-HOLDS
697200     MOVE "N" TO WS-HREG-EOF-FLAG
697300     MOVE ACCT-NUMBER TO HR-ACCT
697400     MOVE ZERO        TO HR-SEQ
697500     START HOLD-REGISTER KEY NOT LESS THAN HR-KEY
697600         INVALID KEY
697700             MOVE "Y" TO WS-HREG-EOF-FLAG
697800     END-START
697900     IF NOT END-OF-REG-HOLDS
698000         PERFORM 3380-READ-REG-HOLD
698100             THRU 3380-READ-REG-HOLD-EXIT
698200     END-IF
698300     PERFORM 9093-REL-ONE-REG-HOLD
698400         THRU 9093-REL-ONE-REG-HOLD-EXIT
698500         UNTIL END-OF-REG-HOLDS.
698600 9090-LIST-REL-RESTRAINTS-EXIT.
698700     EXIT.
698800 
698900*----------------------------------------------------------
699000* 9091-REL-ONE-STOP - A STOP STILL IN FORCE (SAME TEST AS
699100* 3520-MATCH-ONE-STOP).
699200*----------------------------------------------------------
699300 9091-REL-ONE-STOP.
699400     IF NOT SP-IS-EXPIRED AND NOT SP-IS-RELEASED
699500      AND SP-EXPIRY-DATE >= WS-BUSINESS-DATE
699600         ADD 1 TO WS-REL-SECTION-COUNT
699700         MOVE "STOP"         TO RH-KIND
699800         MOVE SP-ACCT        TO RH-ACCT
699900         MOVE SP-AMOUNT      TO RH-AMOUNT
700000         MOVE SP-EXPIRY-DATE TO RH-DATE
700100         MOVE SPACES         TO RH-DETAIL
700200         STRING "REF " SP-REFERENCE DELIMITED BY SIZE
700300             INTO RH-DETAIL
700400         MOVE WS-REL-HOLD-LINE TO WS-REL-OUT
700500         PERFORM 9099-ADD-REL-LINE
700600             THRU 9099-ADD-REL-LINE-EXIT
700700     END-IF
700800     PERFORM 3550-READ-ONE-STOP
700900         THRU 3550-READ-ONE-STOP-EXIT.
701000 9091-REL-ONE-STOP-EXIT.
701100     EXIT.
701200 
701300*----------------------------------------------------------
701400* 9092-REL-ONE-CHECK-HOLD - A DEPOSITED CHECK NOT YET
701500* AVAILABLE (SAME TEST AS 3320-SUM-ONE-HOLD).
701600*----------------------------------------------------------
701700 9092-REL-ONE-CHECK-HOLD.
701800     IF NOT CH-IS-RELEASED
701900      AND CH-AVAIL-DATE > WS-BUSINESS-DATE
702000         ADD 1 TO WS-REL-SECTION-COUNT
702100         MOVE "CHECK HOLD"    TO RH-KIND
702200         MOVE CH-ACCT         TO RH-ACCT
702300         MOVE CH-AMOUNT       TO RH-AMOUNT
702400         MOVE CH-AVAIL-DATE   TO RH-DATE
702500         MOVE SPACES          TO RH-DETAIL
702600         STRING "DEPOSITED " CH-DEPOSIT-DATE DELIMITED BY SIZE
702700             INTO RH-DETAIL
702800         MOVE WS-REL-HOLD-LINE TO WS-REL-OUT
702900         PERFORM 9099-ADD-REL-LINE
703000             THRU 9099-ADD-REL-LINE-EXIT
703100     END-IF
703200     PERFORM 3350-READ-CHECK-HOLD
703300         THRU 3350-READ-CHECK-HOLD-EXIT.
703400 9092-REL-ONE-CHECK-HOLD-EXIT.
703500     EXIT.
703600 
703700*----------------------------------------------------------
703800* 9093-REL-ONE-REG-HOLD - AN ACTIVE, UNEXPIRED HOLDREG HOLD
703900* (SAME TEST AS 3370-SUM-ONE-REG-HOLD); ZERO UNTIL-DATE
704000* NEVER EXPIRES.
704100*----------------------------------------------------------
704200 9093-REL-ONE-REG-HOLD.
704300     IF NOT HR-IS-RELEASED AND NOT HR-IS-EXPIRED
704400      AND (HR-EXPIRY-DATE = ZERO
704500           OR HR-EXPIRY-DATE > WS-BUSINESS-DATE)
704600         ADD 1 TO WS-REL-SECTION-COUNT
704700         MOVE "HOLD"         TO RH-KIND
704800         MOVE HR-ACCT        TO RH-ACCT
704900         MOVE HR-AMOUNT      TO RH-AMOUNT
705000         MOVE HR-EXPIRY-DATE TO RH-DATE
705100         MOVE HR-REASON      TO RH-DETAIL
705200         MOVE WS-REL-HOLD-LINE TO WS-REL-OUT
705300         PERFORM 9099-ADD-REL-LINE
705400             THRU 9099-ADD-REL-LINE-EXIT
705500     END-IF
705600     PERFORM 3380-READ-REG-HOLD
705700         THRU 3380-READ-REG-HOLD-EXIT.
705800 9093-REL-ONE-REG-HOLD-EXIT.
705900     EXIT.
706000 
706100*----------------------------------------------------------
706200* 9099-ADD-REL-LINE - APPEND WS-REL-OUT TO THE SCREEN LINES.
706300* PAST 200 LINES ARE COUNTED BUT NOT KEPT.
706400*----------------------------------------------------------
706500 9099-ADD-REL-LINE.
706600     ADD 1 TO WS-HIST-COUNT
706700     IF WS-HIST-COUNT NOT > 200
706800         MOVE WS-REL-OUT TO WS-HIST-LINE(WS-HIST-COUNT)
706900     END-IF
707000     MOVE SPACES TO WS-REL-OUT.
707100 9099-ADD-REL-LINE-EXIT.
707200     EXIT.
