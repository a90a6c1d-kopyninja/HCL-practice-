000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
000920* 2026-09-02 KMR  NEW PROGRAM.  SCREEN MAINTENANCE FOR THE
000940*                 COURSE CATALOG (CRSECAT, SHARED CRSEREC
000960*                 COPYBOOK: CODE, TITLE, CREDIT HOURS) AND
000980*                 THE ENROLLMENT MASTER (ENRLMSTR, SHARED
001000*                 ENRLREC COPYBOOK).  ENROLLMENT VALIDATES
001020*                 THE STUDENT AGAINST CUSTMSTR AND THE COURSE
001040*                 AGAINST THE CATALOG, SO THE FREE-TYPED
001060*                 COURSE CODES AND HAND-BUILT ROSTERS GO
001080*                 AWAY: ROSTER-GEN-BATCH BUILDS THE GRADING
001100*                 ROSTER FROM THESE RECORDS.
001120* 2026-10-15 KMR  NEW OPTION 7, STUDENT PROGRAM: SETS THE
001140*                 DEGREE PROGRAM CODE ON THE STUDENT'S CUSTMSTR
001160*                 RECORD (CM-PROGRAM-CODE) FOR THE DEGREE
001180*                 AUDIT.  THE CODE MUST HAVE ITS "P" ROW ON THE
001200*                 PROGREQ REQUIREMENTS FILE (SHARED PREQREC
001220*                 COPYBOOK); BLANK REMOVES IT.  EXIT MOVES TO
001240*                 8, AND CUSTMSTR NOW OPENS I-O.
001260* 2026-10-15 KMR  SEAT CAPACITY AND UP TO THREE PREREQUISITES
001280*                 (WITH A MINIMUM GRADE) ON THE CATALOG.
001300*                 ENROLLMENT CHECKS THE PREREQUISITES AGAINST
001320*                 TRANSCRPT AND REFUSES A STUDENT WHO LACKS
001340*                 THEM UNLESS THE REGISTRAR'S ID IS KEYED AS
001360*                 THE OVERRIDE (KEPT ON EN-OVERRIDE-BY).  A
001380*                 FULL SECTION WAITLISTS THE STUDENT ("W",
001400*                 RANKED BY EN-WAIT-RANK).  DROPPING AN
001420*                 ENROLLED STUDENT PROMOTES THE LOWEST RANK
001440*                 AND REPORTS IT ON WAITPROM.
001460* 2026-10-15 KMR  NEW OPTION 8, TUITION PLAN / PAYMENT: SIGNS
001480*                 A STUDENT UP FOR A TERM PAYMENT PLAN (NUMBER
001500*                 OF MONTHLY INSTALLMENTS AND THE FIRST DUE
001520*                 DATE, ON TUITBAL - SHARED TBALREC COPYBOOK)
001540*                 OR RECORDS A PAYMENT AGAINST THE TERM'S
001560*                 INVOICED TUITION.  A STUDENT WITH A PAST-DUE
001580*                 INVOICE OR INSTALLMENT IS ON FINANCIAL HOLD
001600*                 AND ENROLLMENT REFUSES THEM.  EXIT MOVES TO 9.
001620* 2026-10-15 KMR  NEW OPTION 9, INSTRUCTOR / ASSIGNMENT: ADDS OR
001640*                 CHANGES AN INSTRUCTOR ON THE INSTRUCTOR MASTER
001660*                 (INSTMSTR, SHARED INSTREC COPYBOOK) OR ASSIGNS
001680*                 AN ACTIVE INSTRUCTOR TO A COURSE FOR A TERM
001700*                 (CRSEASGN, SHARED CASGREC COPYBOOK; A BLANK
001720*                 INSTRUCTOR REMOVES THE ASSIGNMENT).  INQUIRY
001740*                 SHOWS THE ENROLLMENT'S INSTRUCTOR.  EXIT MOVES
001760*                 TO 10, SO THE MENU CHOICE IS NOW TWO DIGITS.
001762* 2026-10-15 KMR  OPTION 8 GAINS A=AWARD: ADDS, CHANGES OR
001764*                 CANCELS A SCHOLARSHIP OR FINANCIAL AID AWARD
001766*                 FOR THE STUDENT AND TERM ON THE AWARD REGISTER
001768*                 (AWARDREG, SHARED AWRDREC COPYBOOK) FOR
001770*                 TUITION-BILLING-BATCH TO APPLY.  AN AWARD
001772*                 BILLING HAS ALREADY DEALT WITH IS NOT CHANGED.
001780*----------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS CM-CUST-ID
004000         FILE STATUS IS WS-CUSTM-STATUS.
004005
004010     SELECT PROGRAM-REQUIREMENTS ASSIGN TO "PROGREQ"
004015         ORGANIZATION IS LINE SEQUENTIAL
004020         FILE STATUS IS WS-PREQ-STATUS.
004025
004030     SELECT TRANSCRIPT-FILE ASSIGN TO "TRANSCRPT"
004035         ORGANIZATION IS LINE SEQUENTIAL
004040         FILE STATUS IS WS-TRAN-STATUS.
004045
004050     SELECT WAITLIST-PROMOTIONS ASSIGN TO "WAITPROM"
004055         ORGANIZATION IS LINE SEQUENTIAL
004060         FILE STATUS IS WS-WPRM-STATUS.
004065
004070     SELECT TUITION-BALANCES ASSIGN TO "TUITBAL"
004075         ORGANIZATION IS INDEXED
004080         ACCESS MODE IS DYNAMIC
004085         RECORD KEY IS TB-KEY
004090         FILE STATUS IS WS-TBAL-STATUS.
004095
004100     SELECT INSTRUCTOR-MASTER ASSIGN TO "INSTMSTR"
004105         ORGANIZATION IS INDEXED
004110         ACCESS MODE IS DYNAMIC
004115         RECORD KEY IS IN-INSTRUCTOR-ID
004120         FILE STATUS IS WS-INST-STATUS.
004125
004130     SELECT COURSE-ASSIGNMENTS ASSIGN TO "CRSEASGN"
004135         ORGANIZATION IS INDEXED
004140         ACCESS MODE IS DYNAMIC
004145         RECORD KEY IS CA-KEY
004150         FILE STATUS IS WS-CASG-STATUS.
004155
004160     SELECT AWARD-REGISTER ASSIGN TO "AWARDREG"
004165         ORGANIZATION IS INDEXED
004170         ACCESS MODE IS DYNAMIC
004175         RECORD KEY IS AW-KEY
004180         FILE STATUS IS WS-AWRD-STATUS.
004185
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  COURSE-CATALOG.
005200 FD  CUSTOMER-MASTER.
005300 01  CUSTOMER-MASTER-RECORD.
005400     COPY CUSTMREC.
005405
005410 FD  PROGRAM-REQUIREMENTS.
005415 01  PROGRAM-REQUIREMENT-RECORD.
005420     COPY PREQREC.
005425
005430 FD  TRANSCRIPT-FILE.
005435 01  TRANSCRIPT-RECORD.
005440     05  TE-STUDENT-ID       PIC X(06).
005445     05  FILLER              PIC X(02).
005450     05  TE-COURSE-CODE      PIC X(06).
005455     05  FILLER              PIC X(02).
005460     05  TE-MARKS            PIC X(03).
005465     05  FILLER              PIC X(02).
005470     05  TE-GRADE            PIC X(01).
005475     05  FILLER              PIC X(02).
005480     05  TE-CUST-NAME        PIC X(20).
005485     05  FILLER              PIC X(02).
005490     05  TE-DOB              PIC X(08).
005495     05  FILLER              PIC X(26).
005500
005505 FD  WAITLIST-PROMOTIONS.
005510 01  WAITLIST-PROMOTION-LINE PIC X(80).
005515
005520 FD  TUITION-BALANCES.
005525 01  TUITION-BALANCE-RECORD.
005530     COPY TBALREC.
005535
005540 FD  INSTRUCTOR-MASTER.
005545 01  INSTRUCTOR-MASTER-RECORD.
005550     COPY INSTREC.
005555
005560 FD  COURSE-ASSIGNMENTS.
005565 01  COURSE-ASSIGNMENT-RECORD.
005570     COPY CASGREC.
005575
005580 FD  AWARD-REGISTER.
005585 01  AWARD-RECORD.
005590     COPY AWRDREC.
005595
005600 WORKING-STORAGE SECTION.
005700 01  WS-CRSE-STATUS          PIC X(02).
005800     88  CRSE-FILE-OK                VALUE "00".
006400     88  CUSTM-FILE-OK               VALUE "00".
006500 01  WS-CUSTM-OPEN-FLAG      PIC X(01) VALUE "N".
006600     88  CUSTM-FILE-OPEN             VALUE "Y".
006610 01  WS-PREQ-STATUS          PIC X(02).
006620     88  PREQ-FILE-OK                VALUE "00".
006630 01  WS-PREQ-EOF-FLAG        PIC X(01) VALUE "N".
006640     88  END-OF-PROGREQ              VALUE "Y".
006650 01  WS-PROGRAM-FOUND-FLAG   PIC X(01) VALUE "N".
006660     88  PROGRAM-ON-PROGREQ          VALUE "Y".
006670 01  WS-TRAN-STATUS          PIC X(02).
006680     88  TRAN-FILE-OK                VALUE "00".
006690 01  WS-TRAN-EOF-FLAG        PIC X(01) VALUE "N".
006700     88  END-OF-TRANSCRIPT           VALUE "Y".
006710 01  WS-WPRM-STATUS          PIC X(02).
006720     88  WPRM-FILE-NOT-FOUND         VALUE "35".
006730 01  WS-ENRL-EOF-FLAG        PIC X(01) VALUE "N".
006740     88  END-OF-ENROLLMENTS          VALUE "Y".
006750 01  WS-PREREQ-LIST-FLAG     PIC X(01) VALUE "Y".
006760     88  PREREQ-LIST-OK              VALUE "Y".
006770 01  WS-PREREQS-MET-FLAG     PIC X(01) VALUE "Y".
006780     88  ALL-PREREQS-MET             VALUE "Y".
006790 01  WS-PREREQ-PASSED-FLAG   PIC X(01) VALUE "N".
006800     88  PREREQ-PASSED               VALUE "Y".
006810 01  WS-WAS-ENROLLED-FLAG    PIC X(01) VALUE "N".
006820     88  WAS-ENROLLED                VALUE "Y".
006830 01  WS-TBAL-STATUS          PIC X(02).
006840     88  TBAL-FILE-OK                VALUE "00".
006850     88  TBAL-FILE-NOT-FOUND         VALUE "35".
006860 01  WS-TBAL-EOF-FLAG        PIC X(01) VALUE "N".
006870     88  END-OF-STUDENT-BALANCES     VALUE "Y".
006880 01  WS-TBAL-FOUND-FLAG      PIC X(01) VALUE "N".
006890     88  TBAL-ON-FILE                VALUE "Y".
006900 01  WS-FIN-HOLD-FLAG        PIC X(01) VALUE "N".
006910     88  STUDENT-ON-FIN-HOLD         VALUE "Y".
006920 01  WS-PAST-DUE-FLAG        PIC X(01) VALUE "N".
006930     88  BALANCE-PAST-DUE            VALUE "Y".
006940 01  WS-INST-STATUS          PIC X(02).
006950     88  INST-FILE-NOT-FOUND         VALUE "35".
006960 01  WS-CASG-STATUS          PIC X(02).
006970     88  CASG-FILE-NOT-FOUND         VALUE "35".
006972 01  WS-AWRD-STATUS          PIC X(02).
006974     88  AWRD-FILE-NOT-FOUND         VALUE "35".
006976 01  WS-AWRD-FOUND-FLAG      PIC X(01) VALUE "N".
006978     88  AWARD-ON-FILE               VALUE "Y".
006980 01  WS-INST-FOUND-FLAG      PIC X(01) VALUE "N".
006990     88  INSTRUCTOR-ON-FILE          VALUE "Y".
007000
007010 01  WS-EXIT-FLAG            PIC X(01) VALUE "N".
007020     88  WS-DONE                     VALUE "Y".
007030 01  MAINT-CHOICE            PIC 9(02) VALUE ZERO.
007040     88  MC-ADD-COURSE               VALUE 1.
007050     88  MC-CHANGE-COURSE            VALUE 2.
007060     88  MC-ENROLL                   VALUE 3.
007070     88  MC-DROP                     VALUE 4.
007080     88  MC-RECORD-MARKS             VALUE 5.
007090     88  MC-INQUIRY                  VALUE 6.
007100     88  MC-STUDENT-PROGRAM          VALUE 7.
007110     88  MC-TUITION                  VALUE 8.
007120     88  MC-INSTRUCTOR               VALUE 9.
007130     88  MC-EXIT                     VALUE 10.
007140
007150 01  WS-COURSE-CODE          PIC X(06).
007160 01  WS-COURSE-TITLE         PIC X(20).
007170 01  WS-CREDIT-HOURS         PIC 9(02) VALUE 01.
007180 01  WS-STUDENT-ID           PIC X(06).
007190 01  WS-TERM                 PIC X(05).
007200 01  WS-MARKS                PIC 9(03) VALUE ZERO.
007210 01  WS-PROGRAM-CODE         PIC X(04).
007220 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
007230 01  WS-SEAT-CAPACITY        PIC 9(03) VALUE ZERO.
007240 01  WS-OVERRIDE-BY          PIC X(06).
007250 01  WS-MISSING-PREREQ       PIC X(06).
007260 01  WS-PREREQ-SUB           PIC 9(02) COMP VALUE ZERO.
007270
007280*----------------------------------------------------------
007285* TUITION PLAN SIGN-UP AND INVOICE PAYMENT FIELDS.  A PLAN
007290* RUNS 2 TO WS-MAX-INSTALLMENTS MONTHLY INSTALLMENTS; THE
007295* FIRST DUE DAY IS KEPT TO THE 28TH SO EVERY MONTH HAS IT.
007300*----------------------------------------------------------
007305 01  WS-TUITION-ACTION       PIC X(01).
007310     88  TA-PLAN-SIGN-UP             VALUE "P".
007315     88  TA-RECORD-PAYMENT           VALUE "R".
007320     88  TA-AWARD                    VALUE "A".
007325 77  WS-MAX-INSTALLMENTS     PIC 9(02) VALUE 12.
007330 01  WS-INSTALLMENTS         PIC 9(02) VALUE ZERO.
007335 01  WS-FIRST-DUE-DATE       PIC 9(08) VALUE ZERO.
007340 01  WS-FIRST-DUE-PARTS REDEFINES WS-FIRST-DUE-DATE.
007345     05  WS-FDUE-YYYY        PIC 9(04).
007350     05  WS-FDUE-MM          PIC 9(02).
007355     05  WS-FDUE-DD          PIC 9(02).
007360 01  WS-PAYMENT-AMOUNT       PIC 9(7)V99 VALUE ZERO.
007365 01  WS-INVOICE-OPEN         PIC 9(7)V99 VALUE ZERO.
007370 01  WS-AMOUNT-DISP          PIC Z(6)9.99.
007375
007380*----------------------------------------------------------
007385* AWARD REGISTER FIELDS.  AN AWARD IS A FIXED AMOUNT OR A
007390* PERCENTAGE OF THE TERM'S GROSS TUITION, OPTIONALLY LIMITED
007395* TO A RANGE OF CREDITS BILLED, AND PAID BY AN EXTERNAL
007400* SPONSOR WHEN ONE IS KEYED.
007405*----------------------------------------------------------
007410 01  WS-AWARD-CODE           PIC X(04).
007415 01  WS-SPONSOR-CODE         PIC X(06).
007420 01  WS-SPONSOR-NAME         PIC X(20).
007425 01  WS-AWARD-BASIS          PIC X(01).
007430     88  WS-AWARD-BASIS-OK           VALUE "A" "P".
007435     88  WS-AWARD-BY-PERCENT         VALUE "P".
007440 01  WS-AWARD-AMOUNT         PIC 9(7)V99 VALUE ZERO.
007445 01  WS-AWARD-PERCENT        PIC 9(3)V99 VALUE ZERO.
007450 01  WS-MIN-CREDITS          PIC 9(02) VALUE ZERO.
007455 01  WS-MAX-CREDITS          PIC 9(02) VALUE ZERO.
007460 01  WS-AWARD-STATUS         PIC X(01).
007465     88  WS-AWARD-STATUS-OK          VALUE "A" "X".
007470
007475*----------------------------------------------------------
007480* INSTRUCTOR MASTER AND COURSE ASSIGNMENT FIELDS.
007485*----------------------------------------------------------
007490 01  WS-INSTRUCTOR-ACTION    PIC X(01).
007495     88  IA-INSTRUCTOR-RECORD        VALUE "I".
007500     88  IA-ASSIGN-COURSE            VALUE "A".
007505 01  WS-INSTRUCTOR-ID        PIC X(06).
007510 01  WS-INSTRUCTOR-NAME      PIC X(20).
007515 01  WS-DEPARTMENT           PIC X(04).
007520 01  WS-INSTRUCTOR-STATUS    PIC X(01).
007525     88  WS-INSTRUCTOR-STATUS-OK     VALUE "A" "I".
007530
007535*----------------------------------------------------------
007600* THE PREREQUISITES AS KEYED ON THE COURSE SCREEN, AND THE
007610* SAME BYTES AS A TABLE (THE CR-PREREQS LAYOUT).
007620*----------------------------------------------------------
007630 01  WS-PREREQ-FIELDS.
007640     05  WS-PREREQ-COURSE-1  PIC X(06).
007650     05  WS-PREREQ-GRADE-1   PIC X(01).
007660     05  WS-PREREQ-COURSE-2  PIC X(06).
007670     05  WS-PREREQ-GRADE-2   PIC X(01).
007680     05  WS-PREREQ-COURSE-3  PIC X(06).
007690     05  WS-PREREQ-GRADE-3   PIC X(01).
007700 01  WS-PREREQ-TABLE REDEFINES WS-PREREQ-FIELDS.
007710     05  WS-PR-ENTRY         OCCURS 3 TIMES.
007720         10  WS-PR-COURSE    PIC X(06).
007730         10  WS-PR-MIN-GRADE PIC X(01).
007740
007750*----------------------------------------------------------
007760* ONE COURSE AND TERM'S SECTION, COUNTED FROM ENRLMSTR.
007770*----------------------------------------------------------
007780 01  WS-ENROLLED-COUNT       PIC 9(04) COMP VALUE ZERO.
007790 01  WS-HIGH-RANK            PIC 9(04) COMP VALUE ZERO.
007800 01  WS-LOW-RANK             PIC 9(04) COMP VALUE ZERO.
007810 01  WS-THIS-RANK            PIC 9(04) COMP VALUE ZERO.
007820 01  WS-PROMOTE-STUDENT      PIC X(06).
007830 01  WS-DROPPED-STUDENT      PIC X(06).
007840 01  WS-RANK-DISP            PIC ZZZ9.
007850 01  WS-PROMOTION-LINE.
007860     05  PL-BUS-DATE         PIC 9(08).
007870     05  FILLER              PIC X(02) VALUE SPACES.
007880     05  PL-STUDENT-ID       PIC X(06).
007890     05  FILLER              PIC X(15) VALUE
007900         " PROMOTED INTO ".
007910     05  PL-COURSE-CODE      PIC X(06).
007920     05  FILLER              PIC X(01) VALUE SPACE.
007930     05  PL-TERM             PIC X(05).
007940     05  FILLER              PIC X(06) VALUE " RANK ".
007950     05  PL-RANK             PIC ZZZ9.
007960     05  FILLER              PIC X(15) VALUE
007970         " SEAT FREED BY ".
007980     05  PL-DROPPED-STUDENT  PIC X(06).
007990
008600 SCREEN SECTION.
008700*----------------------------------------------------------
008800* SC-MAINT-MENU - THE MAINTENANCE MENU.
009600     05  LINE 07 COL 10 VALUE "4. DROP ENROLLMENT".
009700     05  LINE 08 COL 10 VALUE "5. RECORD MARKS".
009800     05  LINE 09 COL 10 VALUE "6. INQUIRY".
009900     05  LINE 10 COL 10 VALUE "7. STUDENT PROGRAM".
009910     05  LINE 11 COL 10 VALUE "8. TUITION PLAN / PAYMENT".
009920     05  LINE 12 COL 10 VALUE "9. INSTRUCTOR / ASSIGNMENT".
009930     05  LINE 13 COL 10 VALUE "10. EXIT".
009940     05  LINE 15 COL 10 VALUE "ENTER YOUR CHOICE:".
009950     05  LINE 15 COL 30 PIC 9(02) USING MAINT-CHOICE.
010200
010300*----------------------------------------------------------
010400* SC-COURSE-SCREEN - THE CATALOG FIELDS.
011100     05  LINE 03 COL 32 PIC X(20) USING WS-COURSE-TITLE.
011200     05  LINE 04 COL 10 VALUE "CREDIT HOURS:".
011300     05  LINE 04 COL 32 PIC 9(02) USING WS-CREDIT-HOURS.
011305     05  LINE 05 COL 10 VALUE "SEAT CAPACITY (0=NONE):".
011310     05  LINE 05 COL 34 PIC 9(03) USING WS-SEAT-CAPACITY.
011315     05  LINE 07 COL 10 VALUE "PREREQUISITE / MIN GRADE".
011320     05  LINE 08 COL 10 VALUE "1:".
011325     05  LINE 08 COL 14 PIC X(06) USING WS-PREREQ-COURSE-1.
011330     05  LINE 08 COL 22 PIC X(01) USING WS-PREREQ-GRADE-1.
011335     05  LINE 09 COL 10 VALUE "2:".
011340     05  LINE 09 COL 14 PIC X(06) USING WS-PREREQ-COURSE-2.
011345     05  LINE 09 COL 22 PIC X(01) USING WS-PREREQ-GRADE-2.
011350     05  LINE 10 COL 10 VALUE "3:".
011355     05  LINE 10 COL 14 PIC X(06) USING WS-PREREQ-COURSE-3.
011360     05  LINE 10 COL 22 PIC X(01) USING WS-PREREQ-GRADE-3.
011400
011500*----------------------------------------------------------
011600* SC-ENROLL-SCREEN - STUDENT, COURSE AND TERM.
013500     05  LINE 03 COL 32 PIC X(06) USING WS-COURSE-CODE.
013600     05  LINE 04 COL 10 VALUE "MARKS:".
013700     05  LINE 04 COL 32 PIC 9(03) USING WS-MARKS.
013705
013710*----------------------------------------------------------
013715* SC-PROGRAM-SCREEN - STUDENT AND DEGREE PROGRAM CODE.
013720*----------------------------------------------------------
013725 01  SC-PROGRAM-SCREEN.
013730     05  BLANK SCREEN.
013735     05  LINE 02 COL 10 VALUE "STUDENT ID:".
013740     05  LINE 02 COL 32 PIC X(06) USING WS-STUDENT-ID.
013745     05  LINE 03 COL 10 VALUE "PROGRAM CODE:".
013750     05  LINE 03 COL 32 PIC X(04) USING WS-PROGRAM-CODE.
013755
013760*----------------------------------------------------------
013765* SC-TUITION-SCREEN - STUDENT, TERM AND WHAT TO DO.
013770*----------------------------------------------------------
013775 01  SC-TUITION-SCREEN.
013780     05  BLANK SCREEN.
013785     05  LINE 02 COL 10 VALUE "STUDENT ID:".
013790     05  LINE 02 COL 32 PIC X(06) USING WS-STUDENT-ID.
013795     05  LINE 03 COL 10 VALUE "TERM:".
013800     05  LINE 03 COL 32 PIC X(05) USING WS-TERM.
013805     05  LINE 04 COL 10 VALUE "P=PLAN R=PAYMENT A=AWARD:".
013810     05  LINE 04 COL 36 PIC X(01) USING WS-TUITION-ACTION.
013815
013820*----------------------------------------------------------
013825* SC-PLAN-SCREEN - INSTALLMENTS AND FIRST DUE DATE.
013830*----------------------------------------------------------
013835 01  SC-PLAN-SCREEN.
013840     05  BLANK SCREEN.
013845     05  LINE 02 COL 10 VALUE "INSTALLMENTS (0=CANCEL):".
013850     05  LINE 02 COL 36 PIC 9(02) USING WS-INSTALLMENTS.
013855     05  LINE 03 COL 10 VALUE "FIRST DUE (YYYYMMDD):".
013860     05  LINE 03 COL 36 PIC 9(08) USING WS-FIRST-DUE-DATE.
013865
013870*----------------------------------------------------------
013875* SC-PAYMENT-SCREEN - AMOUNT RECEIVED AGAINST THE INVOICE.
013880*----------------------------------------------------------
013885 01  SC-PAYMENT-SCREEN.
013890     05  BLANK SCREEN.
013895     05  LINE 02 COL 10 VALUE "INVOICE BALANCE:".
013900     05  LINE 02 COL 32 PIC Z(6)9.99 FROM WS-INVOICE-OPEN.
013905     05  LINE 03 COL 10 VALUE "AMOUNT RECEIVED:".
013910     05  LINE 03 COL 32 PIC 9(7)V99 USING WS-PAYMENT-AMOUNT.
013915
013920
013925*----------------------------------------------------------
013930* SC-AWARD-SCREEN - ONE AWARD FOR THE STUDENT AND TERM.
013935*----------------------------------------------------------
013940 01  SC-AWARD-SCREEN.
013945     05  BLANK SCREEN.
013950     05  LINE 02 COL 10 VALUE "AWARD CODE:".
013955     05  LINE 02 COL 32 PIC X(04) FROM WS-AWARD-CODE.
013960     05  LINE 03 COL 10 VALUE "SPONSOR (BLANK=OURS):".
013965     05  LINE 03 COL 32 PIC X(06) USING WS-SPONSOR-CODE.
013970     05  LINE 04 COL 10 VALUE "SPONSOR NAME:".
013975     05  LINE 04 COL 32 PIC X(20) USING WS-SPONSOR-NAME.
013980     05  LINE 05 COL 10 VALUE "A=AMOUNT P=PERCENT:".
013985     05  LINE 05 COL 32 PIC X(01) USING WS-AWARD-BASIS.
013990     05  LINE 06 COL 10 VALUE "AMOUNT:".
013995     05  LINE 06 COL 32 PIC 9(7)V99 USING WS-AWARD-AMOUNT.
014000     05  LINE 07 COL 10 VALUE "PERCENT:".
014005     05  LINE 07 COL 32 PIC 9(3)V99 USING WS-AWARD-PERCENT.
014010     05  LINE 08 COL 10 VALUE "MIN CREDITS (0=NONE):".
014015     05  LINE 08 COL 32 PIC 9(02) USING WS-MIN-CREDITS.
014020     05  LINE 09 COL 10 VALUE "MAX CREDITS (0=NONE):".
014025     05  LINE 09 COL 32 PIC 9(02) USING WS-MAX-CREDITS.
014030     05  LINE 10 COL 10 VALUE "STATUS (A/X=CANCEL):".
014035     05  LINE 10 COL 32 PIC X(01) USING WS-AWARD-STATUS.
014040*----------------------------------------------------------
014045* SC-INSTRUCTOR-SCREEN - ONE INSTRUCTOR MASTER RECORD.
014050*----------------------------------------------------------
014055 01  SC-INSTRUCTOR-SCREEN.
014060     05  BLANK SCREEN.
014065     05  LINE 02 COL 10 VALUE "INSTRUCTOR ID:".
014070     05  LINE 02 COL 32 PIC X(06) FROM WS-INSTRUCTOR-ID.
014075     05  LINE 03 COL 10 VALUE "NAME:".
014080     05  LINE 03 COL 32 PIC X(20) USING WS-INSTRUCTOR-NAME.
014085     05  LINE 04 COL 10 VALUE "DEPARTMENT:".
014090     05  LINE 04 COL 32 PIC X(04) USING WS-DEPARTMENT.
014095     05  LINE 05 COL 10 VALUE "STATUS (A/I):".
014100     05  LINE 05 COL 32 PIC X(01) USING WS-INSTRUCTOR-STATUS.
014105
014110*----------------------------------------------------------
014115* SC-ASSIGN-SCREEN - COURSE, TERM AND ITS INSTRUCTOR.
014120*----------------------------------------------------------
014125 01  SC-ASSIGN-SCREEN.
014130     05  BLANK SCREEN.
014135     05  LINE 02 COL 10 VALUE "COURSE CODE:".
014140     05  LINE 02 COL 32 PIC X(06) USING WS-COURSE-CODE.
014145     05  LINE 03 COL 10 VALUE "TERM:".
014150     05  LINE 03 COL 32 PIC X(05) USING WS-TERM.
014155     05  LINE 04 COL 10 VALUE "INSTRUCTOR (BLANK=REMOVE):".
014160     05  LINE 04 COL 38 PIC X(06) USING WS-INSTRUCTOR-ID.
014165
014170 PROCEDURE DIVISION.
014175*----------------------------------------------------------
014180* 0000-MAINLINE
014200*----------------------------------------------------------
014300 0000-MAINLINE.
014310     CALL "GETBDATE" USING WS-BUSINESS-DATE
014400     OPEN I-O COURSE-CATALOG
014500     IF CRSE-FILE-NOT-FOUND
014600         OPEN OUTPUT COURSE-CATALOG
015500     END-IF
015600*    NO CUSTOMER MASTER MEANS ENROLLMENT CANNOT VALIDATE
015700*    STUDENTS, WHICH IS WORTH A LOUD NOTE BUT NOT A STOP.
015800     OPEN I-O CUSTOMER-MASTER
015900     IF CUSTM-FILE-OK
016000         MOVE "Y" TO WS-CUSTM-OPEN-FLAG
016100     ELSE
016200         DISPLAY "COURSE-ENROLL-MAINT: NO CUSTMSTR - "
016300             "STUDENT IDS NOT VALIDATED"
016400     END-IF
016410     OPEN I-O TUITION-BALANCES
016420     IF TBAL-FILE-NOT-FOUND
016430         OPEN OUTPUT TUITION-BALANCES
016440         CLOSE TUITION-BALANCES
016450         OPEN I-O TUITION-BALANCES
016460     END-IF
016462     OPEN I-O INSTRUCTOR-MASTER
016464     IF INST-FILE-NOT-FOUND
016466         OPEN OUTPUT INSTRUCTOR-MASTER
016468         CLOSE INSTRUCTOR-MASTER
016470         OPEN I-O INSTRUCTOR-MASTER
016472     END-IF
016474     OPEN I-O COURSE-ASSIGNMENTS
016476     IF CASG-FILE-NOT-FOUND
016478         OPEN OUTPUT COURSE-ASSIGNMENTS
016480         CLOSE COURSE-ASSIGNMENTS
016482         OPEN I-O COURSE-ASSIGNMENTS
016484     END-IF
016486     OPEN I-O AWARD-REGISTER
016488     IF AWRD-FILE-NOT-FOUND
016490         OPEN OUTPUT AWARD-REGISTER
016492         CLOSE AWARD-REGISTER
016494         OPEN I-O AWARD-REGISTER
016496     END-IF
016500     PERFORM 1000-PROCESS-MENU
016600         THRU 1000-PROCESS-MENU-EXIT
016700         UNTIL WS-DONE
016800     CLOSE COURSE-CATALOG
016900     CLOSE ENROLL-MASTER
016910     CLOSE TUITION-BALANCES
016920     CLOSE INSTRUCTOR-MASTER
016930     CLOSE COURSE-ASSIGNMENTS
016940     CLOSE AWARD-REGISTER
017000     IF CUSTM-FILE-OPEN
017100         CLOSE CUSTOMER-MASTER
017200     END-IF
019700         WHEN MC-INQUIRY
019800             PERFORM 6000-INQUIRY
019900                 THRU 6000-INQUIRY-EXIT
019910         WHEN MC-STUDENT-PROGRAM
019920             PERFORM 7000-STUDENT-PROGRAM
019930                 THRU 7000-STUDENT-PROGRAM-EXIT
019940         WHEN MC-TUITION
019950             PERFORM 8000-TUITION-MAINT
019960                 THRU 8000-TUITION-MAINT-EXIT
019970         WHEN MC-INSTRUCTOR
019980             PERFORM 9000-INSTRUCTOR-MAINT
019990                 THRU 9000-INSTRUCTOR-MAINT-EXIT
020000         WHEN MC-EXIT
020100             MOVE "Y" TO WS-EXIT-FLAG
020200         WHEN OTHER
021100 2000-ADD-COURSE.
021200     MOVE SPACES TO WS-COURSE-CODE WS-COURSE-TITLE
021300     MOVE 01     TO WS-CREDIT-HOURS
021310     MOVE ZERO   TO WS-SEAT-CAPACITY
021320     MOVE SPACES TO WS-PREREQ-FIELDS
021400     DISPLAY SC-COURSE-SCREEN
021500     ACCEPT SC-COURSE-SCREEN
021600     IF WS-COURSE-CODE = SPACES OR WS-CREDIT-HOURS = ZERO
021700         DISPLAY "CODE AND CREDIT HOURS ARE REQUIRED"
021800         GO TO 2000-ADD-COURSE-EXIT
021900     END-IF
021910     PERFORM 2800-VALIDATE-PREREQS
021920         THRU 2800-VALIDATE-PREREQS-EXIT
021930     IF NOT PREREQ-LIST-OK
021940         GO TO 2000-ADD-COURSE-EXIT
021950     END-IF
022000     MOVE SPACES          TO COURSE-CATALOG-RECORD
022100     MOVE WS-COURSE-CODE  TO CR-COURSE-CODE
022200     MOVE WS-COURSE-TITLE TO CR-TITLE
022300     MOVE WS-CREDIT-HOURS TO CR-CREDIT-HOURS
022310     MOVE WS-SEAT-CAPACITY TO CR-SEAT-CAPACITY
022320     MOVE WS-PREREQ-FIELDS TO CR-PREREQS
022400     WRITE COURSE-CATALOG-RECORD
022500         INVALID KEY
022600             DISPLAY "COURSE CODE ALREADY EXISTS"
024500     END-READ
024600     MOVE CR-TITLE        TO WS-COURSE-TITLE
024700     MOVE CR-CREDIT-HOURS TO WS-CREDIT-HOURS
024710     MOVE ZERO            TO WS-SEAT-CAPACITY
024720     IF CR-SEAT-CAPACITY NUMERIC
024730         MOVE CR-SEAT-CAPACITY TO WS-SEAT-CAPACITY
024740     END-IF
024750     MOVE CR-PREREQS      TO WS-PREREQ-FIELDS
024800     DISPLAY SC-COURSE-SCREEN
024900     ACCEPT SC-COURSE-SCREEN
024905*    THE PREREQUISITE CHECK READS OTHER CATALOG ENTRIES, SO THE
024910*    COURSE IS READ AGAIN BEFORE IT IS REWRITTEN.
024915     PERFORM 2800-VALIDATE-PREREQS
024920         THRU 2800-VALIDATE-PREREQS-EXIT
024925     IF NOT PREREQ-LIST-OK
024930         GO TO 2500-CHANGE-COURSE-EXIT
024935     END-IF
024940     MOVE WS-COURSE-CODE TO CR-COURSE-CODE
024945     READ COURSE-CATALOG
024950         INVALID KEY
024955             DISPLAY "COURSE NOT FOUND"
024960             GO TO 2500-CHANGE-COURSE-EXIT
024965     END-READ
025000     MOVE WS-COURSE-TITLE TO CR-TITLE
025100     MOVE WS-CREDIT-HOURS TO CR-CREDIT-HOURS
025110     MOVE WS-SEAT-CAPACITY TO CR-SEAT-CAPACITY
025120     MOVE WS-PREREQ-FIELDS TO CR-PREREQS
025200     REWRITE COURSE-CATALOG-RECORD
025300     DISPLAY "COURSE UPDATED: " WS-COURSE-CODE.
025400 2500-CHANGE-COURSE-EXIT.
025500     EXIT.
025502
025504*----------------------------------------------------------
025506* 2800-VALIDATE-PREREQS - EACH PREREQUISITE KEYED MUST BE ON
025508* THE CATALOG, NOT THE COURSE ITSELF, WITH A MINIMUM GRADE OF
025510* A-E OR BLANK.
025512*----------------------------------------------------------
025514 2800-VALIDATE-PREREQS.
025516     MOVE "Y" TO WS-PREREQ-LIST-FLAG
025518     PERFORM 2850-VALIDATE-ONE-PREREQ
025520         THRU 2850-VALIDATE-ONE-PREREQ-EXIT
025522         VARYING WS-PREREQ-SUB FROM 1 BY 1
025524         UNTIL WS-PREREQ-SUB > 3
025526            OR NOT PREREQ-LIST-OK.
025528 2800-VALIDATE-PREREQS-EXIT.
025530     EXIT.
025532
025534*----------------------------------------------------------
025536* 2850-VALIDATE-ONE-PREREQ - ONE PREREQUISITE ENTRY.
025538*----------------------------------------------------------
025540 2850-VALIDATE-ONE-PREREQ.
025542     IF WS-PR-COURSE(WS-PREREQ-SUB) = SPACES
025544         MOVE SPACE TO WS-PR-MIN-GRADE(WS-PREREQ-SUB)
025546         GO TO 2850-VALIDATE-ONE-PREREQ-EXIT
025548     END-IF
025550     IF WS-PR-COURSE(WS-PREREQ-SUB) = WS-COURSE-CODE
025552         DISPLAY "A COURSE CANNOT BE ITS OWN PREREQUISITE"
025554         MOVE "N" TO WS-PREREQ-LIST-FLAG
025556         GO TO 2850-VALIDATE-ONE-PREREQ-EXIT
025558     END-IF
025560     IF WS-PR-MIN-GRADE(WS-PREREQ-SUB) NOT = SPACE
025562      AND (WS-PR-MIN-GRADE(WS-PREREQ-SUB) < "A"
025564       OR  WS-PR-MIN-GRADE(WS-PREREQ-SUB) > "E")
025566         DISPLAY "MINIMUM GRADE MUST BE A-E OR BLANK"
025568         MOVE "N" TO WS-PREREQ-LIST-FLAG
025570         GO TO 2850-VALIDATE-ONE-PREREQ-EXIT
025572     END-IF
025574     MOVE WS-PR-COURSE(WS-PREREQ-SUB) TO CR-COURSE-CODE
025576     READ COURSE-CATALOG
025578         INVALID KEY
025580             DISPLAY "PREREQUISITE NOT IN CATALOG: "
025582                 WS-PR-COURSE(WS-PREREQ-SUB)
025584             MOVE "N" TO WS-PREREQ-LIST-FLAG
025586     END-READ.
025588 2850-VALIDATE-ONE-PREREQ-EXIT.
025590     EXIT.
025600
025700*----------------------------------------------------------
025800* 3000-ENROLL-STUDENT - ONE ENROLLMENT, STUDENT VALIDATED
025810* AGAINST CUSTMSTR AND COURSE AGAINST THE CATALOG.  MISSING
025820* PREREQUISITES NEED THE REGISTRAR'S OVERRIDE; A FULL SECTION
025830* PUTS THE STUDENT AT THE END OF ITS WAITLIST.
026000*----------------------------------------------------------
026100 3000-ENROLL-STUDENT.
026200     MOVE SPACES TO WS-STUDENT-ID WS-COURSE-CODE WS-TERM
027400             GO TO 3000-ENROLL-STUDENT-EXIT
027500         END-IF
027600     END-IF
027610*    A PAST-DUE INVOICE OR INSTALLMENT HOLDS NEW ENROLLMENTS.
027620     PERFORM 3050-CHECK-FIN-HOLD
027630         THRU 3050-CHECK-FIN-HOLD-EXIT
027640     IF STUDENT-ON-FIN-HOLD
027650         DISPLAY "FINANCIAL HOLD - ENROLLMENT REFUSED"
027660         GO TO 3000-ENROLL-STUDENT-EXIT
027670     END-IF
027700     MOVE WS-COURSE-CODE TO CR-COURSE-CODE
027800     READ COURSE-CATALOG
027900         INVALID KEY
028000             DISPLAY "COURSE NOT IN CATALOG"
028100             GO TO 3000-ENROLL-STUDENT-EXIT
028200     END-READ
028202     MOVE ZERO TO WS-SEAT-CAPACITY
028204     IF CR-SEAT-CAPACITY NUMERIC
028206         MOVE CR-SEAT-CAPACITY TO WS-SEAT-CAPACITY
028208     END-IF
028210     MOVE CR-PREREQS TO WS-PREREQ-FIELDS
028212     MOVE WS-STUDENT-ID  TO EN-STUDENT-ID
028214     MOVE WS-COURSE-CODE TO EN-COURSE-CODE
028216     READ ENROLL-MASTER
028218         INVALID KEY
028220             CONTINUE
028222         NOT INVALID KEY
028224             DISPLAY "STUDENT ALREADY ENROLLED IN COURSE"
028226             GO TO 3000-ENROLL-STUDENT-EXIT
028228     END-READ
028230     MOVE SPACES TO WS-OVERRIDE-BY
028232     PERFORM 3100-CHECK-PREREQS
028234         THRU 3100-CHECK-PREREQS-EXIT
028236     IF NOT ALL-PREREQS-MET
028238         DISPLAY "PREREQUISITE NOT MET: " WS-MISSING-PREREQ
028240         DISPLAY "REGISTRAR OVERRIDE ID (BLANK TO REFUSE): "
028242         ACCEPT WS-OVERRIDE-BY
028244         IF WS-OVERRIDE-BY = SPACES
028246             DISPLAY "ENROLLMENT REFUSED"
028248             GO TO 3000-ENROLL-STUDENT-EXIT
028250         END-IF
028252     END-IF
028254     PERFORM 3300-COUNT-SECTION
028256         THRU 3300-COUNT-SECTION-EXIT
028300     MOVE SPACES         TO ENROLL-MASTER-RECORD
028400     MOVE WS-STUDENT-ID  TO EN-STUDENT-ID
028500     MOVE WS-COURSE-CODE TO EN-COURSE-CODE
028600     MOVE WS-TERM        TO EN-TERM
028700     MOVE ZERO           TO EN-MARKS
028800     MOVE SPACE          TO EN-STATUS
028810     MOVE ZERO           TO EN-WAIT-RANK
028820     MOVE WS-OVERRIDE-BY TO EN-OVERRIDE-BY
028830     IF WS-SEAT-CAPACITY > ZERO
028840      AND WS-ENROLLED-COUNT NOT < WS-SEAT-CAPACITY
028850         MOVE "W" TO EN-STATUS
028860         COMPUTE EN-WAIT-RANK = WS-HIGH-RANK + 1
028870     END-IF
028900     WRITE ENROLL-MASTER-RECORD
029000         INVALID KEY
029100             DISPLAY "STUDENT ALREADY ENROLLED IN COURSE"
029110             GO TO 3000-ENROLL-STUDENT-EXIT
029120     END-WRITE
029130     IF EN-IS-WAITLISTED
029140         MOVE EN-WAIT-RANK TO WS-RANK-DISP
029150         DISPLAY "SECTION FULL - " WS-STUDENT-ID
029160             " WAITLISTED AT RANK " WS-RANK-DISP
029170     ELSE
029180         DISPLAY "ENROLLED " WS-STUDENT-ID " IN "
029190             WS-COURSE-CODE
029200     END-IF.
029600 3000-ENROLL-STUDENT-EXIT.
029700     EXIT.
029702
029704*----------------------------------------------------------
029706* 3050-CHECK-FIN-HOLD - IS ANY OF THE STUDENT'S TUITBAL
029708* RECORDS PAST DUE?  WALKS THEM WITH A KEYED START ON THE
029710* STUDENT ID.
029712*----------------------------------------------------------
029714 3050-CHECK-FIN-HOLD.
029716     MOVE "N" TO WS-FIN-HOLD-FLAG
029718     MOVE "N" TO WS-TBAL-EOF-FLAG
029720     MOVE WS-STUDENT-ID TO TB-STUDENT-ID
029722     MOVE LOW-VALUES    TO TB-TERM
029724     START TUITION-BALANCES KEY NOT LESS THAN TB-KEY
029726         INVALID KEY
029728             GO TO 3050-CHECK-FIN-HOLD-EXIT
029730     END-START
029732     PERFORM 3060-CHECK-ONE-BALANCE
029734         THRU 3060-CHECK-ONE-BALANCE-EXIT
029736         UNTIL END-OF-STUDENT-BALANCES
029738            OR STUDENT-ON-FIN-HOLD.
029740 3050-CHECK-FIN-HOLD-EXIT.
029742     EXIT.
029744
029746*----------------------------------------------------------
029748* 3060-CHECK-ONE-BALANCE - NEXT TUITBAL RECORD; THE STUDENT
029750* CHANGING (OR END OF FILE) ENDS THE WALK.
029752*----------------------------------------------------------
029754 3060-CHECK-ONE-BALANCE.
029756     READ TUITION-BALANCES NEXT RECORD
029758         AT END
029760             MOVE "Y" TO WS-TBAL-EOF-FLAG
029762             GO TO 3060-CHECK-ONE-BALANCE-EXIT
029764     END-READ
029766     IF TB-STUDENT-ID NOT = WS-STUDENT-ID
029768         MOVE "Y" TO WS-TBAL-EOF-FLAG
029770         GO TO 3060-CHECK-ONE-BALANCE-EXIT
029772     END-IF
029774     IF TB-IS-PAST-DUE
029776         MOVE "Y" TO WS-FIN-HOLD-FLAG
029778     END-IF.
029780 3060-CHECK-ONE-BALANCE-EXIT.
029782     EXIT.
029800
029900*----------------------------------------------------------
030000* 3100-CHECK-PREREQS - EVERY PREREQUISITE OF THE COURSE MUST
030100* BE ON THE STUDENT'S TRANSCRIPT AT THE MINIMUM GRADE OR
030200* BETTER.  WS-MISSING-PREREQ NAMES THE FIRST ONE THAT IS NOT.
030300*----------------------------------------------------------
030400 3100-CHECK-PREREQS.
030500     MOVE "Y"    TO WS-PREREQS-MET-FLAG
030600     MOVE SPACES TO WS-MISSING-PREREQ
030700     PERFORM 3150-CHECK-ONE-PREREQ
030800         THRU 3150-CHECK-ONE-PREREQ-EXIT
030900         VARYING WS-PREREQ-SUB FROM 1 BY 1
031000         UNTIL WS-PREREQ-SUB > 3
031100            OR NOT ALL-PREREQS-MET.
031200 3100-CHECK-PREREQS-EXIT.
031300     EXIT.
031400
031500*----------------------------------------------------------
031600* 3150-CHECK-ONE-PREREQ - SCAN TRANSCRPT FOR ONE PREREQUISITE.
031700* NO TRANSCRIPT FILE MEANS NOTHING HAS BEEN PASSED YET.
031800*----------------------------------------------------------
031900 3150-CHECK-ONE-PREREQ.
032000     IF WS-PR-COURSE(WS-PREREQ-SUB) = SPACES
032100         GO TO 3150-CHECK-ONE-PREREQ-EXIT
032200     END-IF
032300     MOVE "N" TO WS-PREREQ-PASSED-FLAG
032400     MOVE "N" TO WS-TRAN-EOF-FLAG
032500     OPEN INPUT TRANSCRIPT-FILE
032600     IF TRAN-FILE-OK
032700         PERFORM 3160-MATCH-ONE-GRADE
032800             THRU 3160-MATCH-ONE-GRADE-EXIT
032900             UNTIL END-OF-TRANSCRIPT
033000                OR PREREQ-PASSED
033100         CLOSE TRANSCRIPT-FILE
033200     END-IF
033300     IF NOT PREREQ-PASSED
033400         MOVE "N" TO WS-PREREQS-MET-FLAG
033500         MOVE WS-PR-COURSE(WS-PREREQ-SUB) TO WS-MISSING-PREREQ
033600     END-IF.
033700 3150-CHECK-ONE-PREREQ-EXIT.
033800     EXIT.
033900
034000*----------------------------------------------------------
034100* 3160-MATCH-ONE-GRADE - ONE TRANSCRIPT RECORD.  A PASSING
034200* GRADE (A-E) NO WORSE THAN THE MINIMUM SATISFIES IT.
034300*----------------------------------------------------------
034400 3160-MATCH-ONE-GRADE.
034500     READ TRANSCRIPT-FILE
034600         AT END
034700             MOVE "Y" TO WS-TRAN-EOF-FLAG
034800             GO TO 3160-MATCH-ONE-GRADE-EXIT
034900     END-READ
035000     IF TE-STUDENT-ID NOT = WS-STUDENT-ID
035100      OR TE-COURSE-CODE NOT = WS-PR-COURSE(WS-PREREQ-SUB)
035200      OR TE-GRADE < "A"
035300      OR TE-GRADE > "E"
035400         GO TO 3160-MATCH-ONE-GRADE-EXIT
035500     END-IF
035600     IF WS-PR-MIN-GRADE(WS-PREREQ-SUB) = SPACE
035700      OR TE-GRADE NOT > WS-PR-MIN-GRADE(WS-PREREQ-SUB)
035800         MOVE "Y" TO WS-PREREQ-PASSED-FLAG
035900     END-IF.
036000 3160-MATCH-ONE-GRADE-EXIT.
036100     EXIT.
036200
036300*----------------------------------------------------------
036400* 3300-COUNT-SECTION - THE STUDENTS ENROLLED IN
036500* WS-COURSE-CODE FOR WS-TERM, THE HIGHEST WAITLIST RANK, AND
036600* THE WAITLISTED STUDENT WITH THE LOWEST RANK (THE NEXT TO BE
036700* PROMOTED).
036800*----------------------------------------------------------
036900 3300-COUNT-SECTION.
037000     MOVE ZERO       TO WS-ENROLLED-COUNT
037100     MOVE ZERO       TO WS-HIGH-RANK
037200     MOVE 9999       TO WS-LOW-RANK
037300     MOVE SPACES     TO WS-PROMOTE-STUDENT
037400     MOVE "N"        TO WS-ENRL-EOF-FLAG
037500     MOVE LOW-VALUES TO EN-KEY
037600     START ENROLL-MASTER KEY NOT LESS THAN EN-KEY
037700         INVALID KEY
037800             MOVE "Y" TO WS-ENRL-EOF-FLAG
037900     END-START
038000     PERFORM 3350-COUNT-ONE-ENROLLMENT
038100         THRU 3350-COUNT-ONE-ENROLLMENT-EXIT
038200         UNTIL END-OF-ENROLLMENTS.
038300 3300-COUNT-SECTION-EXIT.
038400     EXIT.
038500
038600*----------------------------------------------------------
038700* 3350-COUNT-ONE-ENROLLMENT - ONE ENRLMSTR RECORD.
038800*----------------------------------------------------------
038900 3350-COUNT-ONE-ENROLLMENT.
039000     READ ENROLL-MASTER NEXT RECORD
039100         AT END
039200             MOVE "Y" TO WS-ENRL-EOF-FLAG
039300             GO TO 3350-COUNT-ONE-ENROLLMENT-EXIT
039400     END-READ
039500     IF EN-COURSE-CODE NOT = WS-COURSE-CODE
039600      OR EN-TERM NOT = WS-TERM
039700      OR EN-IS-DROPPED
039800         GO TO 3350-COUNT-ONE-ENROLLMENT-EXIT
039900     END-IF
040000     IF NOT EN-IS-WAITLISTED
040100         ADD 1 TO WS-ENROLLED-COUNT
040200         GO TO 3350-COUNT-ONE-ENROLLMENT-EXIT
040300     END-IF
040400     MOVE ZERO TO WS-THIS-RANK
040500     IF EN-WAIT-RANK NUMERIC
040600         MOVE EN-WAIT-RANK TO WS-THIS-RANK
040700     END-IF
040800     IF WS-THIS-RANK > WS-HIGH-RANK
040900         MOVE WS-THIS-RANK TO WS-HIGH-RANK
041000     END-IF
041100     IF WS-THIS-RANK < WS-LOW-RANK
041200         MOVE WS-THIS-RANK  TO WS-LOW-RANK
041300         MOVE EN-STUDENT-ID TO WS-PROMOTE-STUDENT
041400     END-IF.
041500 3350-COUNT-ONE-ENROLLMENT-EXIT.
041600     EXIT.
041700
041800*----------------------------------------------------------
041900* 4000-DROP-ENROLLMENT - FLAG ONE ENROLLMENT DROPPED.  THE
042000* SEAT AN ENROLLED STUDENT GIVES UP GOES TO THE WAITLIST.
042100*----------------------------------------------------------
042200 4000-DROP-ENROLLMENT.
042300     MOVE SPACES TO WS-STUDENT-ID WS-COURSE-CODE WS-TERM
042400     DISPLAY SC-ENROLL-SCREEN
042500     ACCEPT SC-ENROLL-SCREEN
042600     MOVE WS-STUDENT-ID  TO EN-STUDENT-ID
042700     MOVE WS-COURSE-CODE TO EN-COURSE-CODE
042800     READ ENROLL-MASTER
042900         INVALID KEY
043000             DISPLAY "ENROLLMENT NOT FOUND"
043100             GO TO 4000-DROP-ENROLLMENT-EXIT
043200     END-READ
043300     IF EN-IS-DROPPED
043400         DISPLAY "ENROLLMENT ALREADY DROPPED"
043500         GO TO 4000-DROP-ENROLLMENT-EXIT
043600     END-IF
043700     MOVE "N" TO WS-WAS-ENROLLED-FLAG
043800     IF NOT EN-IS-WAITLISTED
043900         MOVE "Y" TO WS-WAS-ENROLLED-FLAG
044000     END-IF
044100     MOVE EN-TERM TO WS-TERM
044200     MOVE "D" TO EN-STATUS
044300     MOVE ZERO TO EN-WAIT-RANK
044400     REWRITE ENROLL-MASTER-RECORD
044500     DISPLAY "ENROLLMENT DROPPED"
044600     IF WAS-ENROLLED
044700         PERFORM 4100-PROMOTE-FROM-WAITLIST
044800             THRU 4100-PROMOTE-FROM-WAITLIST-EXIT
044900     END-IF.
045000 4000-DROP-ENROLLMENT-EXIT.
045100     EXIT.
045200
045300*----------------------------------------------------------
045400* 4100-PROMOTE-FROM-WAITLIST - ENROLL THE LOWEST-RANKED
045500* WAITLISTED STUDENT IN THE COURSE AND TERM JUST DROPPED, IF
045600* A SEAT IS NOW FREE, AND REPORT IT ON WAITPROM.
045700*----------------------------------------------------------
045800 4100-PROMOTE-FROM-WAITLIST.
045900     MOVE WS-STUDENT-ID  TO WS-DROPPED-STUDENT
046000     MOVE ZERO           TO WS-SEAT-CAPACITY
046100     MOVE WS-COURSE-CODE TO CR-COURSE-CODE
046200     READ COURSE-CATALOG
046300         INVALID KEY
046400             CONTINUE
046500         NOT INVALID KEY
046600             IF CR-SEAT-CAPACITY NUMERIC
046700                 MOVE CR-SEAT-CAPACITY TO WS-SEAT-CAPACITY
046800             END-IF
046900     END-READ
047000     PERFORM 3300-COUNT-SECTION
047100         THRU 3300-COUNT-SECTION-EXIT
047200     IF WS-PROMOTE-STUDENT = SPACES
047300         GO TO 4100-PROMOTE-FROM-WAITLIST-EXIT
047400     END-IF
047500     IF WS-SEAT-CAPACITY > ZERO
047600      AND WS-ENROLLED-COUNT NOT < WS-SEAT-CAPACITY
047700         GO TO 4100-PROMOTE-FROM-WAITLIST-EXIT
047800     END-IF
047900     MOVE WS-PROMOTE-STUDENT TO EN-STUDENT-ID
048000     MOVE WS-COURSE-CODE     TO EN-COURSE-CODE
048100     READ ENROLL-MASTER
048200         INVALID KEY
048300             GO TO 4100-PROMOTE-FROM-WAITLIST-EXIT
048400     END-READ
048500     MOVE SPACE TO EN-STATUS
048600     MOVE ZERO  TO EN-WAIT-RANK
048700     REWRITE ENROLL-MASTER-RECORD
048800     MOVE WS-LOW-RANK TO WS-RANK-DISP
048900     DISPLAY "PROMOTED FROM WAITLIST: " WS-PROMOTE-STUDENT
049000         " (RANK " WS-RANK-DISP ")"
049100     OPEN EXTEND WAITLIST-PROMOTIONS
049200     IF WPRM-FILE-NOT-FOUND
049300         OPEN OUTPUT WAITLIST-PROMOTIONS
049400     END-IF
049500     MOVE WS-BUSINESS-DATE   TO PL-BUS-DATE
049600     MOVE WS-PROMOTE-STUDENT TO PL-STUDENT-ID
049700     MOVE WS-COURSE-CODE     TO PL-COURSE-CODE
049800     MOVE WS-TERM            TO PL-TERM
049900     MOVE WS-LOW-RANK        TO PL-RANK
050000     MOVE WS-DROPPED-STUDENT TO PL-DROPPED-STUDENT
050100     WRITE WAITLIST-PROMOTION-LINE FROM WS-PROMOTION-LINE
050200     CLOSE WAITLIST-PROMOTIONS.
050300 4100-PROMOTE-FROM-WAITLIST-EXIT.
050400     EXIT.
050500
050600*----------------------------------------------------------
050700* 5000-RECORD-MARKS - THE INSTRUCTOR'S MARKS ONTO THE
050800* ENROLLMENT; THE ROSTER GENERATOR CARRIES THEM TO GRADING.
050900*----------------------------------------------------------
051000 5000-RECORD-MARKS.
051100     MOVE SPACES TO WS-STUDENT-ID WS-COURSE-CODE
051200     MOVE ZERO   TO WS-MARKS
051300     DISPLAY SC-MARKS-SCREEN
051400     ACCEPT SC-MARKS-SCREEN
051500     MOVE WS-STUDENT-ID  TO EN-STUDENT-ID
051600     MOVE WS-COURSE-CODE TO EN-COURSE-CODE
051700     READ ENROLL-MASTER
051800         INVALID KEY
051900             DISPLAY "ENROLLMENT NOT FOUND"
052000             GO TO 5000-RECORD-MARKS-EXIT
052100     END-READ
052200     IF EN-IS-DROPPED
052300         DISPLAY "ENROLLMENT WAS DROPPED"
052400         GO TO 5000-RECORD-MARKS-EXIT
052500     END-IF
052600     IF EN-IS-WAITLISTED
052700         DISPLAY "STUDENT IS ON THE WAITLIST"
052800         GO TO 5000-RECORD-MARKS-EXIT
052900     END-IF
053000     MOVE WS-MARKS TO EN-MARKS
053100     REWRITE ENROLL-MASTER-RECORD
053200     DISPLAY "MARKS RECORDED".
053300 5000-RECORD-MARKS-EXIT.
053400     EXIT.
053500
053600*----------------------------------------------------------
053700* 6000-INQUIRY - SHOW ONE COURSE AND ONE ENROLLMENT.
053800*----------------------------------------------------------
053900 6000-INQUIRY.
054000     MOVE SPACES TO WS-COURSE-CODE
054100     DISPLAY "COURSE CODE (BLANK TO SKIP): "
054200     ACCEPT WS-COURSE-CODE
054300     IF WS-COURSE-CODE NOT = SPACES
054400         MOVE WS-COURSE-CODE TO CR-COURSE-CODE
054500         READ COURSE-CATALOG
054600             INVALID KEY
054700                 DISPLAY "COURSE NOT FOUND"
054800             NOT INVALID KEY
054900                 DISPLAY "COURSE:  " CR-COURSE-CODE
055000                 DISPLAY "TITLE:   " CR-TITLE
055100                 DISPLAY "CREDITS: " CR-CREDIT-HOURS
055200                 DISPLAY "SEATS:   " CR-SEAT-CAPACITY
055300                 DISPLAY "PREREQ:  " CR-PREREQ-COURSE(1) " "
055400                     CR-PREREQ-MIN-GRADE(1) "  "
055500                     CR-PREREQ-COURSE(2) " "
055600                     CR-PREREQ-MIN-GRADE(2) "  "
055700                     CR-PREREQ-COURSE(3) " "
055800                     CR-PREREQ-MIN-GRADE(3)
055900         END-READ
056000     END-IF
056100     MOVE SPACES TO WS-STUDENT-ID
056200     DISPLAY "STUDENT ID (BLANK TO SKIP): "
056300     ACCEPT WS-STUDENT-ID
056400     IF WS-STUDENT-ID = SPACES
056500         GO TO 6000-INQUIRY-EXIT
056600     END-IF
056700     DISPLAY "COURSE CODE: "
056800     MOVE SPACES TO WS-COURSE-CODE
056900     ACCEPT WS-COURSE-CODE
057000     MOVE WS-STUDENT-ID  TO EN-STUDENT-ID
057100     MOVE WS-COURSE-CODE TO EN-COURSE-CODE
057200     READ ENROLL-MASTER
057300         INVALID KEY
057400             DISPLAY "ENROLLMENT NOT FOUND"
057500         NOT INVALID KEY
057600             DISPLAY "TERM:   " EN-TERM
057700             DISPLAY "MARKS:  " EN-MARKS
057800             DISPLAY "STATUS: " EN-STATUS
057900             IF EN-IS-WAITLISTED
058000                 DISPLAY "RANK:   " EN-WAIT-RANK
058100             END-IF
058200             IF EN-OVERRIDE-BY NOT = SPACES
058300                 DISPLAY "PREREQ OVERRIDE BY: " EN-OVERRIDE-BY
058400             END-IF
058410             MOVE EN-COURSE-CODE TO CA-COURSE-CODE
058420             MOVE EN-TERM        TO CA-TERM
058430             READ COURSE-ASSIGNMENTS
058440                 INVALID KEY
058450                     DISPLAY "INSTRUCTOR: NOT ASSIGNED"
058460                 NOT INVALID KEY
058470                     DISPLAY "INSTRUCTOR: " CA-INSTRUCTOR-ID
058480             END-READ
058500     END-READ.
058600 6000-INQUIRY-EXIT.
058700     EXIT.
058800
058900*----------------------------------------------------------
059000* 7000-STUDENT-PROGRAM - SET (OR, WITH A BLANK CODE, REMOVE)
059100* THE DEGREE PROGRAM THE STUDENT IS AUDITED AGAINST.
059200*----------------------------------------------------------
059300 7000-STUDENT-PROGRAM.
059400     IF NOT CUSTM-FILE-OPEN
059500         DISPLAY "NO CUSTMSTR - STUDENT PROGRAM NOT AVAILABLE"
059600         GO TO 7000-STUDENT-PROGRAM-EXIT
059700     END-IF
059800     MOVE SPACES TO WS-STUDENT-ID
059900     DISPLAY "STUDENT ID: "
060000     ACCEPT WS-STUDENT-ID
060100     MOVE WS-STUDENT-ID TO CM-CUST-ID
060200     READ CUSTOMER-MASTER
060300         INVALID KEY
060400             DISPLAY "STUDENT NOT ON CUSTMSTR"
060500             GO TO 7000-STUDENT-PROGRAM-EXIT
060600     END-READ
060700     IF CM-IS-INACTIVE
060800         DISPLAY "STUDENT IS INACTIVE ON CUSTMSTR"
060900         GO TO 7000-STUDENT-PROGRAM-EXIT
061000     END-IF
061100     MOVE CM-PROGRAM-CODE TO WS-PROGRAM-CODE
061200     DISPLAY SC-PROGRAM-SCREEN
061300     ACCEPT SC-PROGRAM-SCREEN
061400     IF WS-PROGRAM-CODE NOT = SPACES
061500         PERFORM 7100-FIND-PROGRAM
061600             THRU 7100-FIND-PROGRAM-EXIT
061700         IF NOT PROGRAM-ON-PROGREQ
061800             DISPLAY "PROGRAM " WS-PROGRAM-CODE
061900                 " NOT ON PROGREQ"
062000             GO TO 7000-STUDENT-PROGRAM-EXIT
062100         END-IF
062200     END-IF
062300     MOVE WS-PROGRAM-CODE TO CM-PROGRAM-CODE
062400     REWRITE CUSTOMER-MASTER-RECORD
062500     DISPLAY "STUDENT PROGRAM SET: " WS-STUDENT-ID " "
062600         WS-PROGRAM-CODE.
062700 7000-STUDENT-PROGRAM-EXIT.
062800     EXIT.
062900
063000*----------------------------------------------------------
063100* 7100-FIND-PROGRAM - SCAN PROGREQ FOR THE PROGRAM'S "P"
063200* ROW.
063300*----------------------------------------------------------
063400 7100-FIND-PROGRAM.
063500     MOVE "N" TO WS-PROGRAM-FOUND-FLAG
063600     MOVE "N" TO WS-PREQ-EOF-FLAG
063700     OPEN INPUT PROGRAM-REQUIREMENTS
063800     IF NOT PREQ-FILE-OK
063900         GO TO 7100-FIND-PROGRAM-EXIT
064000     END-IF
064100     PERFORM 7150-MATCH-ONE-ROW
064200         THRU 7150-MATCH-ONE-ROW-EXIT
064300         UNTIL END-OF-PROGREQ
064400            OR PROGRAM-ON-PROGREQ
064500     CLOSE PROGRAM-REQUIREMENTS.
064600 7100-FIND-PROGRAM-EXIT.
064700     EXIT.
064800
064900*----------------------------------------------------------
065000* 7150-MATCH-ONE-ROW - ONE PROGREQ ROW.
065100*----------------------------------------------------------
065200 7150-MATCH-ONE-ROW.
065300     READ PROGRAM-REQUIREMENTS
065400         AT END
065500             MOVE "Y" TO WS-PREQ-EOF-FLAG
065600             GO TO 7150-MATCH-ONE-ROW-EXIT
065700     END-READ
065800     IF PQ-PROGRAM-CODE = WS-PROGRAM-CODE
065900      AND PQ-IS-PROGRAM
066000         MOVE "Y" TO WS-PROGRAM-FOUND-FLAG
066100     END-IF.
066200 7150-MATCH-ONE-ROW-EXIT.
066300     EXIT.
066400
066500*----------------------------------------------------------
066600* 8000-TUITION-MAINT - PLAN SIGN-UP, INVOICE PAYMENT OR AN
066700* AWARD FOR ONE STUDENT AND TERM.
066800*----------------------------------------------------------
066900 8000-TUITION-MAINT.
067000     MOVE SPACES TO WS-STUDENT-ID WS-TERM WS-TUITION-ACTION
067100     DISPLAY SC-TUITION-SCREEN
067200     ACCEPT SC-TUITION-SCREEN
067300     IF WS-STUDENT-ID = SPACES OR WS-TERM = SPACES
067400         DISPLAY "STUDENT ID AND TERM ARE REQUIRED"
067500         GO TO 8000-TUITION-MAINT-EXIT
067600     END-IF
067700     MOVE "N"           TO WS-TBAL-FOUND-FLAG
067800     MOVE WS-STUDENT-ID TO TB-STUDENT-ID
067900     MOVE WS-TERM       TO TB-TERM
068000     READ TUITION-BALANCES
068100         INVALID KEY
068200             CONTINUE
068300         NOT INVALID KEY
068400             MOVE "Y" TO WS-TBAL-FOUND-FLAG
068500     END-READ
068600     EVALUATE TRUE
068700         WHEN TA-PLAN-SIGN-UP
068800             PERFORM 8100-PLAN-SIGN-UP
068900                 THRU 8100-PLAN-SIGN-UP-EXIT
069000         WHEN TA-RECORD-PAYMENT
069100             PERFORM 8200-RECORD-PAYMENT
069200                 THRU 8200-RECORD-PAYMENT-EXIT
069210         WHEN TA-AWARD
069220             PERFORM 8400-AWARD-MAINT
069230                 THRU 8400-AWARD-MAINT-EXIT
069300         WHEN OTHER
069400             DISPLAY "INVALID CHOICE"
069500     END-EVALUATE.
069600 8000-TUITION-MAINT-EXIT.
069700     EXIT.
069800
069900*----------------------------------------------------------
070000* 8100-PLAN-SIGN-UP - SIGN THE STUDENT UP FOR (OR, WITH ZERO
070100* INSTALLMENTS, CANCEL) A PAYMENT PLAN FOR THE TERM.  THE
070200* PLAN IS "S" UNTIL TUITION-BILLING-BATCH PUTS THE TERM'S
070300* CHARGES ON IT; ONCE BILLED IT CAN NO LONGER BE CHANGED.
070400* THE INSTALLMENTS COME FROM THE STUDENT'S LINKED ACCOUNT.
070500*----------------------------------------------------------
070600 8100-PLAN-SIGN-UP.
070700     IF NOT CUSTM-FILE-OPEN
070800         DISPLAY "NO CUSTMSTR - PAYMENT PLANS NOT AVAILABLE"
070900         GO TO 8100-PLAN-SIGN-UP-EXIT
071000     END-IF
071100     IF TBAL-ON-FILE
071200      AND (TB-PLAN-ACTIVE OR TB-PLAN-COMPLETE)
071300         DISPLAY "PLAN ALREADY BILLED FOR THE TERM - "
071400             "NOT CHANGED"
071500         GO TO 8100-PLAN-SIGN-UP-EXIT
071600     END-IF
071700     MOVE WS-STUDENT-ID TO CM-CUST-ID
071800     READ CUSTOMER-MASTER
071900         INVALID KEY
072000             DISPLAY "STUDENT NOT ON CUSTMSTR"
072100             GO TO 8100-PLAN-SIGN-UP-EXIT
072200     END-READ
072300     IF CM-IS-INACTIVE
072400         DISPLAY "STUDENT IS INACTIVE ON CUSTMSTR"
072500         GO TO 8100-PLAN-SIGN-UP-EXIT
072600     END-IF
072700     IF CM-CUST-ACCT-NUM = SPACES
072800         DISPLAY "NO LINKED ACCOUNT TO COLLECT INSTALLMENTS FROM"
072900         GO TO 8100-PLAN-SIGN-UP-EXIT
073000     END-IF
073100     MOVE ZERO TO WS-INSTALLMENTS WS-FIRST-DUE-DATE
073200     IF TBAL-ON-FILE AND TB-PLAN-SIGNED-UP
073300         MOVE TB-INSTALLMENTS  TO WS-INSTALLMENTS
073400         MOVE TB-NEXT-DUE-DATE TO WS-FIRST-DUE-DATE
073500     END-IF
073600     DISPLAY SC-PLAN-SCREEN
073700     ACCEPT SC-PLAN-SCREEN
073800     IF WS-INSTALLMENTS = ZERO
073900         IF TBAL-ON-FILE AND TB-PLAN-SIGNED-UP
074000             MOVE SPACE TO TB-PLAN-STATUS
074100             MOVE ZERO  TO TB-INSTALLMENTS TB-NEXT-DUE-DATE
074200             REWRITE TUITION-BALANCE-RECORD
074300             DISPLAY "PAYMENT PLAN CANCELLED: " WS-STUDENT-ID
074400                 " " WS-TERM
074500         ELSE
074600             DISPLAY "NO PLAN TO CANCEL"
074700         END-IF
074800         GO TO 8100-PLAN-SIGN-UP-EXIT
074900     END-IF
075000     IF WS-INSTALLMENTS < 2
075100      OR WS-INSTALLMENTS > WS-MAX-INSTALLMENTS
075200         DISPLAY "INSTALLMENTS MUST BE 2 TO " WS-MAX-INSTALLMENTS
075300         GO TO 8100-PLAN-SIGN-UP-EXIT
075400     END-IF
075500     IF WS-FIRST-DUE-DATE NOT > WS-BUSINESS-DATE
075600      OR WS-FDUE-MM < 1 OR WS-FDUE-MM > 12
075700      OR WS-FDUE-DD < 1 OR WS-FDUE-DD > 28
075800         DISPLAY "FIRST DUE DATE MUST BE A FUTURE DATE, DAY 01-28"
075900         GO TO 8100-PLAN-SIGN-UP-EXIT
076000     END-IF
076100     IF NOT TBAL-ON-FILE
076200         MOVE SPACES        TO TUITION-BALANCE-RECORD
076300         MOVE WS-STUDENT-ID TO TB-STUDENT-ID
076400         MOVE WS-TERM       TO TB-TERM
076500         MOVE ZERO TO TB-PLAN-AMOUNT TB-PLAN-PAID
076600             TB-INVOICE-AMOUNT TB-INVOICE-PAID
076700             TB-INVOICE-DUE-DATE TB-PAST-DUE-SINCE
076800     END-IF
076900     MOVE "S"               TO TB-PLAN-STATUS
077000     MOVE WS-INSTALLMENTS   TO TB-INSTALLMENTS
077100     MOVE ZERO              TO TB-PAID-COUNT
077200     MOVE WS-FIRST-DUE-DATE TO TB-NEXT-DUE-DATE
077300     MOVE WS-BUSINESS-DATE  TO TB-SIGNUP-DATE
077400     IF TBAL-ON-FILE
077500         REWRITE TUITION-BALANCE-RECORD
077600     ELSE
077700         WRITE TUITION-BALANCE-RECORD
077800             INVALID KEY
077900                 DISPLAY "TUITBAL WRITE FAILED, STATUS "
078000                     WS-TBAL-STATUS
078100                 GO TO 8100-PLAN-SIGN-UP-EXIT
078200         END-WRITE
078300     END-IF
078400     DISPLAY "PAYMENT PLAN SIGNED UP: " WS-STUDENT-ID " "
078500         WS-TERM " " WS-INSTALLMENTS " INSTALLMENTS FROM "
078600         WS-FIRST-DUE-DATE.
078700 8100-PLAN-SIGN-UP-EXIT.
078800     EXIT.
078900
079000*----------------------------------------------------------
079100* 8200-RECORD-PAYMENT - THE BURSAR HAS RECEIVED A PAYMENT
079200* AGAINST THE TERM'S INVOICED TUITION.  PAYING THE INVOICE
079300* OFF RELEASES THE HOLD UNLESS SOMETHING ELSE IS PAST DUE.
079400*----------------------------------------------------------
079500 8200-RECORD-PAYMENT.
079600     IF NOT TBAL-ON-FILE
079700         DISPLAY "NO TUITION BALANCE FOR THE TERM"
079800         GO TO 8200-RECORD-PAYMENT-EXIT
079900     END-IF
080000     COMPUTE WS-INVOICE-OPEN
080100         = TB-INVOICE-AMOUNT - TB-INVOICE-PAID
080200     IF WS-INVOICE-OPEN = ZERO
080300         DISPLAY "NO INVOICE BALANCE OPEN FOR THE TERM"
080400         GO TO 8200-RECORD-PAYMENT-EXIT
080500     END-IF
080600     MOVE ZERO TO WS-PAYMENT-AMOUNT
080700     DISPLAY SC-PAYMENT-SCREEN
080800     ACCEPT SC-PAYMENT-SCREEN
080900     IF WS-PAYMENT-AMOUNT = ZERO
081000      OR WS-PAYMENT-AMOUNT > WS-INVOICE-OPEN
081100         MOVE WS-INVOICE-OPEN TO WS-AMOUNT-DISP
081200         DISPLAY "PAYMENT MUST BE MORE THAN ZERO AND NOT OVER "
081300             WS-AMOUNT-DISP
081400         GO TO 8200-RECORD-PAYMENT-EXIT
081500     END-IF
081600     ADD WS-PAYMENT-AMOUNT TO TB-INVOICE-PAID
081700     PERFORM 8300-REFRESH-PAST-DUE
081800         THRU 8300-REFRESH-PAST-DUE-EXIT
081900     REWRITE TUITION-BALANCE-RECORD
082000     COMPUTE WS-INVOICE-OPEN
082100         = TB-INVOICE-AMOUNT - TB-INVOICE-PAID
082200     MOVE WS-INVOICE-OPEN TO WS-AMOUNT-DISP
082300     DISPLAY "PAYMENT RECORDED - INVOICE BALANCE NOW "
082400         WS-AMOUNT-DISP
082500     PERFORM 3050-CHECK-FIN-HOLD
082600         THRU 3050-CHECK-FIN-HOLD-EXIT
082700     IF STUDENT-ON-FIN-HOLD
082800         DISPLAY "STUDENT REMAINS ON FINANCIAL HOLD"
082900     ELSE
083000         DISPLAY "NO FINANCIAL HOLD ON " WS-STUDENT-ID
083100     END-IF.
083200 8200-RECORD-PAYMENT-EXIT.
083300     EXIT.
083400
083500*----------------------------------------------------------
083600* 8300-REFRESH-PAST-DUE - RE-RATE THE TUITBAL RECORD IN THE
083700* BUFFER UNDER THE TUITION-PLAN-COLLECT RULE: AN ACTIVE
083800* PLAN'S INSTALLMENT OR AN OPEN INVOICE WHOSE DUE DATE IS
083900* BEHIND THE BUSINESS DATE IS PAST DUE.
084000*----------------------------------------------------------
084100 8300-REFRESH-PAST-DUE.
084120     MOVE "N" TO WS-PAST-DUE-FLAG
084140     IF TB-PLAN-ACTIVE
084160      AND TB-NEXT-DUE-DATE < WS-BUSINESS-DATE
084180         MOVE "Y" TO WS-PAST-DUE-FLAG
084200     END-IF
084220     IF TB-INVOICE-PAID < TB-INVOICE-AMOUNT
084240      AND TB-INVOICE-DUE-DATE < WS-BUSINESS-DATE
084260         MOVE "Y" TO WS-PAST-DUE-FLAG
084280     END-IF
084300     IF NOT BALANCE-PAST-DUE
084320         MOVE ZERO TO TB-PAST-DUE-SINCE
084340     ELSE
084360         IF NOT TB-IS-PAST-DUE
084380             MOVE WS-BUSINESS-DATE TO TB-PAST-DUE-SINCE
084400         END-IF
084420     END-IF.
084440 8300-REFRESH-PAST-DUE-EXIT.
084460     EXIT.
084480
084500*----------------------------------------------------------
084520* 8400-AWARD-MAINT - ADD AN AWARD FOR THE STUDENT AND TERM,
084540* OR RE-PRESENT AND REWRITE ONE ALREADY ON THE REGISTER.  AN
084560* AWARD IS CANCELLED (STATUS X), NOT DELETED.  ONCE BILLING
084580* HAS APPLIED IT OR FOUND IT NOT ELIGIBLE IT IS LEFT ALONE.
084600*----------------------------------------------------------
084620 8400-AWARD-MAINT.
084640     MOVE SPACES TO WS-AWARD-CODE
084660     DISPLAY "AWARD CODE: "
084680     ACCEPT WS-AWARD-CODE
084700     IF WS-AWARD-CODE = SPACES
084720         DISPLAY "AWARD CODE IS REQUIRED"
084740         GO TO 8400-AWARD-MAINT-EXIT
084760     END-IF
084780     IF CUSTM-FILE-OPEN
084800         MOVE WS-STUDENT-ID TO CM-CUST-ID
084820         READ CUSTOMER-MASTER
084840             INVALID KEY
084860                 DISPLAY "STUDENT NOT ON CUSTMSTR"
084880                 GO TO 8400-AWARD-MAINT-EXIT
084900         END-READ
084920     END-IF
084940     MOVE "N"    TO WS-AWRD-FOUND-FLAG
084960     MOVE SPACES TO WS-SPONSOR-CODE WS-SPONSOR-NAME
084980     MOVE "A"    TO WS-AWARD-BASIS WS-AWARD-STATUS
085000     MOVE ZERO   TO WS-AWARD-AMOUNT WS-AWARD-PERCENT
085020                    WS-MIN-CREDITS WS-MAX-CREDITS
085040     MOVE WS-STUDENT-ID TO AW-STUDENT-ID
085060     MOVE WS-TERM       TO AW-TERM
085080     MOVE WS-AWARD-CODE TO AW-AWARD-CODE
085100     READ AWARD-REGISTER
085120         INVALID KEY
085140             CONTINUE
085160         NOT INVALID KEY
085180             MOVE "Y"             TO WS-AWRD-FOUND-FLAG
085200             MOVE AW-SPONSOR-CODE TO WS-SPONSOR-CODE
085220             MOVE AW-SPONSOR-NAME TO WS-SPONSOR-NAME
085240             MOVE AW-BASIS        TO WS-AWARD-BASIS
085260             MOVE AW-AMOUNT       TO WS-AWARD-AMOUNT
085280             MOVE AW-PERCENT      TO WS-AWARD-PERCENT
085300             MOVE AW-MIN-CREDITS  TO WS-MIN-CREDITS
085320             MOVE AW-MAX-CREDITS  TO WS-MAX-CREDITS
085340             MOVE AW-STATUS       TO WS-AWARD-STATUS
085360     END-READ
085380     IF AWARD-ON-FILE
085400      AND (AW-IS-APPLIED OR AW-NOT-ELIGIBLE)
085420         DISPLAY "AWARD ALREADY BILLED FOR THE TERM - "
085440             "NOT CHANGED"
085460         GO TO 8400-AWARD-MAINT-EXIT
085480     END-IF
085500     DISPLAY SC-AWARD-SCREEN
085520     ACCEPT SC-AWARD-SCREEN
085540     IF NOT WS-AWARD-BASIS-OK
085560         DISPLAY "BASIS MUST BE A (AMOUNT) OR P (PERCENT)"
085580         GO TO 8400-AWARD-MAINT-EXIT
085600     END-IF
085620     IF WS-AWARD-BY-PERCENT
085640         IF WS-AWARD-PERCENT = ZERO OR WS-AWARD-PERCENT > 100
085660             DISPLAY "PERCENT MUST BE MORE THAN ZERO, UP TO 100"
085680             GO TO 8400-AWARD-MAINT-EXIT
085700         END-IF
085720         MOVE ZERO TO WS-AWARD-AMOUNT
085740     ELSE
085760         IF WS-AWARD-AMOUNT = ZERO
085780             DISPLAY "AMOUNT MUST BE MORE THAN ZERO"
085800             GO TO 8400-AWARD-MAINT-EXIT
085820         END-IF
085840         MOVE ZERO TO WS-AWARD-PERCENT
085860     END-IF
085880     IF WS-MAX-CREDITS > ZERO
085900      AND WS-MAX-CREDITS < WS-MIN-CREDITS
085920         DISPLAY "MAX CREDITS MAY NOT BE BELOW MIN CREDITS"
085940         GO TO 8400-AWARD-MAINT-EXIT
085960     END-IF
085980     IF WS-SPONSOR-CODE NOT = SPACES
086000      AND WS-SPONSOR-NAME = SPACES
086020         DISPLAY "SPONSOR NAME IS REQUIRED FOR A SPONSOR"
086040         GO TO 8400-AWARD-MAINT-EXIT
086060     END-IF
086080     IF NOT WS-AWARD-STATUS-OK
086100         DISPLAY "STATUS MUST BE A (AWARDED) OR X (CANCELLED)"
086120         GO TO 8400-AWARD-MAINT-EXIT
086140     END-IF
086160     IF NOT AWARD-ON-FILE
086180         MOVE SPACES        TO AWARD-RECORD
086200         MOVE WS-STUDENT-ID TO AW-STUDENT-ID
086220         MOVE WS-TERM       TO AW-TERM
086240         MOVE WS-AWARD-CODE TO AW-AWARD-CODE
086260         MOVE ZERO          TO AW-APPLIED-AMOUNT AW-APPLIED-DATE
086280     END-IF
086300     MOVE WS-SPONSOR-CODE  TO AW-SPONSOR-CODE
086320     MOVE WS-SPONSOR-NAME  TO AW-SPONSOR-NAME
086340     MOVE WS-AWARD-BASIS   TO AW-BASIS
086360     MOVE WS-AWARD-AMOUNT  TO AW-AMOUNT
086380     MOVE WS-AWARD-PERCENT TO AW-PERCENT
086400     MOVE WS-MIN-CREDITS   TO AW-MIN-CREDITS
086420     MOVE WS-MAX-CREDITS   TO AW-MAX-CREDITS
086440     MOVE WS-AWARD-STATUS  TO AW-STATUS
086460     IF AWARD-ON-FILE
086480         REWRITE AWARD-RECORD
086500         DISPLAY "AWARD UPDATED: " WS-STUDENT-ID " " WS-TERM
086520             " " WS-AWARD-CODE
086540     ELSE
086560         WRITE AWARD-RECORD
086580             INVALID KEY
086600                 DISPLAY "AWARDREG WRITE FAILED, STATUS "
086620                     WS-AWRD-STATUS
086640                 GO TO 8400-AWARD-MAINT-EXIT
086660         END-WRITE
086680         DISPLAY "AWARD ADDED: " WS-STUDENT-ID " " WS-TERM
086700             " " WS-AWARD-CODE
086720     END-IF.
086740 8400-AWARD-MAINT-EXIT.
086760     EXIT.
086780
086800*----------------------------------------------------------
086820* 9000-INSTRUCTOR-MAINT - AN INSTRUCTOR MASTER RECORD OR A
086840* COURSE AND TERM'S INSTRUCTOR ASSIGNMENT.
086860*----------------------------------------------------------
086880 9000-INSTRUCTOR-MAINT.
086900     MOVE SPACES TO WS-INSTRUCTOR-ACTION
086920     DISPLAY "I=INSTRUCTOR RECORD  A=ASSIGN TO COURSE/TERM: "
086940     ACCEPT WS-INSTRUCTOR-ACTION
086960     EVALUATE TRUE
086980         WHEN IA-INSTRUCTOR-RECORD
087000             PERFORM 9100-INSTRUCTOR-RECORD
087020                 THRU 9100-INSTRUCTOR-RECORD-EXIT
087040         WHEN IA-ASSIGN-COURSE
087060             PERFORM 9200-ASSIGN-INSTRUCTOR
087080                 THRU 9200-ASSIGN-INSTRUCTOR-EXIT
087100         WHEN OTHER
087120             DISPLAY "INVALID CHOICE"
087140     END-EVALUATE.
087160 9000-INSTRUCTOR-MAINT-EXIT.
087180     EXIT.
087200
087220*----------------------------------------------------------
087240* 9100-INSTRUCTOR-RECORD - ADD A NEW INSTRUCTOR, OR RE-PRESENT
087260* AND REWRITE ONE ALREADY ON INSTMSTR.  AN INSTRUCTOR WHO HAS
087280* STOPPED TEACHING IS SET INACTIVE, NOT DELETED, SO PAST
087300* TERMS' GRADE DISTRIBUTIONS STILL SHOW THE NAME.
087320*----------------------------------------------------------
088800 9100-INSTRUCTOR-RECORD.
088900     MOVE SPACES TO WS-INSTRUCTOR-ID
089000     DISPLAY "INSTRUCTOR ID: "
089100     ACCEPT WS-INSTRUCTOR-ID
089200     IF WS-INSTRUCTOR-ID = SPACES
089300         DISPLAY "INSTRUCTOR ID IS REQUIRED"
089400         GO TO 9100-INSTRUCTOR-RECORD-EXIT
089500     END-IF
089600     MOVE "N"    TO WS-INST-FOUND-FLAG
089700     MOVE SPACES TO WS-INSTRUCTOR-NAME WS-DEPARTMENT
089800     MOVE "A"    TO WS-INSTRUCTOR-STATUS
089900     MOVE WS-INSTRUCTOR-ID TO IN-INSTRUCTOR-ID
090000     READ INSTRUCTOR-MASTER
090100         INVALID KEY
090200             CONTINUE
090300         NOT INVALID KEY
090400             MOVE "Y"           TO WS-INST-FOUND-FLAG
090500             MOVE IN-NAME       TO WS-INSTRUCTOR-NAME
090600             MOVE IN-DEPARTMENT TO WS-DEPARTMENT
090700             MOVE IN-STATUS     TO WS-INSTRUCTOR-STATUS
090800     END-READ
090900     DISPLAY SC-INSTRUCTOR-SCREEN
091000     ACCEPT SC-INSTRUCTOR-SCREEN
091100     IF WS-INSTRUCTOR-NAME = SPACES
091200         DISPLAY "INSTRUCTOR NAME IS REQUIRED"
091300         GO TO 9100-INSTRUCTOR-RECORD-EXIT
091400     END-IF
091500     IF NOT WS-INSTRUCTOR-STATUS-OK
091600         DISPLAY "STATUS MUST BE A (ACTIVE) OR I (INACTIVE)"
091700         GO TO 9100-INSTRUCTOR-RECORD-EXIT
091800     END-IF
091900     IF NOT INSTRUCTOR-ON-FILE
092000         MOVE SPACES           TO INSTRUCTOR-MASTER-RECORD
092100         MOVE WS-INSTRUCTOR-ID TO IN-INSTRUCTOR-ID
092200         MOVE WS-BUSINESS-DATE TO IN-ADDED-DATE
092300     END-IF
092400     MOVE WS-INSTRUCTOR-NAME   TO IN-NAME
092500     MOVE WS-DEPARTMENT        TO IN-DEPARTMENT
092600     MOVE WS-INSTRUCTOR-STATUS TO IN-STATUS
092700     IF INSTRUCTOR-ON-FILE
092800         REWRITE INSTRUCTOR-MASTER-RECORD
092900         DISPLAY "INSTRUCTOR UPDATED: " WS-INSTRUCTOR-ID
093000     ELSE
093100         WRITE INSTRUCTOR-MASTER-RECORD
093200             INVALID KEY
093300                 DISPLAY "INSTMSTR WRITE FAILED, STATUS "
093400                     WS-INST-STATUS
093500                 GO TO 9100-INSTRUCTOR-RECORD-EXIT
093600         END-WRITE
093700         DISPLAY "INSTRUCTOR ADDED: " WS-INSTRUCTOR-ID
093800     END-IF.
093900 9100-INSTRUCTOR-RECORD-EXIT.
094000     EXIT.
094100
094200*----------------------------------------------------------
094300* 9200-ASSIGN-INSTRUCTOR - SET (OR, WITH A BLANK INSTRUCTOR,
094400* REMOVE) THE INSTRUCTOR TEACHING A COURSE'S SECTION FOR A
094500* TERM.  THE COURSE MUST BE ON THE CATALOG AND THE INSTRUCTOR
094600* ACTIVE ON INSTMSTR.
094700*----------------------------------------------------------
094800 9200-ASSIGN-INSTRUCTOR.
094900     MOVE SPACES TO WS-COURSE-CODE WS-TERM WS-INSTRUCTOR-ID
095000     DISPLAY SC-ASSIGN-SCREEN
095100     ACCEPT SC-ASSIGN-SCREEN
095200     IF WS-COURSE-CODE = SPACES OR WS-TERM = SPACES
095300         DISPLAY "COURSE CODE AND TERM ARE REQUIRED"
095400         GO TO 9200-ASSIGN-INSTRUCTOR-EXIT
095500     END-IF
095600     MOVE WS-COURSE-CODE TO CR-COURSE-CODE
095700     READ COURSE-CATALOG
095800         INVALID KEY
095900             DISPLAY "COURSE NOT ON CATALOG"
096000             GO TO 9200-ASSIGN-INSTRUCTOR-EXIT
096100     END-READ
096200     MOVE WS-COURSE-CODE TO CA-COURSE-CODE
096300     MOVE WS-TERM        TO CA-TERM
096400     IF WS-INSTRUCTOR-ID = SPACES
096500         DELETE COURSE-ASSIGNMENTS
096600             INVALID KEY
096700                 DISPLAY "NO ASSIGNMENT TO REMOVE"
096800             NOT INVALID KEY
096900                 DISPLAY "ASSIGNMENT REMOVED: " WS-COURSE-CODE " "
097000                     WS-TERM
097100         END-DELETE
097200         GO TO 9200-ASSIGN-INSTRUCTOR-EXIT
097300     END-IF
097400     MOVE WS-INSTRUCTOR-ID TO IN-INSTRUCTOR-ID
097500     READ INSTRUCTOR-MASTER
097600         INVALID KEY
097700             DISPLAY "INSTRUCTOR NOT ON INSTMSTR"
097800             GO TO 9200-ASSIGN-INSTRUCTOR-EXIT
097900     END-READ
098000     IF NOT IN-IS-ACTIVE
098100         DISPLAY "INSTRUCTOR IS INACTIVE"
098200         GO TO 9200-ASSIGN-INSTRUCTOR-EXIT
098300     END-IF
098400     READ COURSE-ASSIGNMENTS
098500         INVALID KEY
098600             MOVE SPACES           TO COURSE-ASSIGNMENT-RECORD
098700             MOVE WS-COURSE-CODE   TO CA-COURSE-CODE
098800             MOVE WS-TERM          TO CA-TERM
098900             MOVE WS-INSTRUCTOR-ID TO CA-INSTRUCTOR-ID
099000             MOVE WS-BUSINESS-DATE TO CA-ASSIGNED-DATE
099100             WRITE COURSE-ASSIGNMENT-RECORD
099200                 INVALID KEY
099300                     DISPLAY "CRSEASGN WRITE FAILED, STATUS "
099400                         WS-CASG-STATUS
099500                     GO TO 9200-ASSIGN-INSTRUCTOR-EXIT
099600             END-WRITE
099700         NOT INVALID KEY
099800             MOVE WS-INSTRUCTOR-ID TO CA-INSTRUCTOR-ID
099900             MOVE WS-BUSINESS-DATE TO CA-ASSIGNED-DATE
100000             REWRITE COURSE-ASSIGNMENT-RECORD
100100     END-READ
100200     DISPLAY "INSTRUCTOR " WS-INSTRUCTOR-ID " ASSIGNED TO "
100300         WS-COURSE-CODE " " WS-TERM.
100400 9200-ASSIGN-INSTRUCTOR-EXIT.
100500     EXIT.
