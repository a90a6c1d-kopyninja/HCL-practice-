002060*                 STOPS COUNTING LIKE A FIVE-CREDIT SEMINAR.
002070*                 A COURSE NOT IN THE CATALOG (OR NO CATALOG
002080*                 AT ALL) FALLS BACK TO ONE CREDIT.
002082* 2026-10-15 KMR  A STUDENT ON FINANCIAL HOLD (A PAST-DUE
002084*                 TUITION INVOICE OR PAYMENT-PLAN INSTALLMENT
002086*                 ON TUITBAL, SHARED TBALREC COPYBOOK) IS NOT
002088*                 ISSUED AN OFFICIAL TRANSCRIPT; TRANSDOC
002090*                 CARRIES THE WITHHELD NOTICE INSTEAD.
002100*----------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002930         RECORD KEY IS CR-COURSE-CODE
002940         FILE STATUS IS WS-CRSE-STATUS.
002950
002951     SELECT TUITION-BALANCES ASSIGN TO "TUITBAL"
002952         ORGANIZATION IS INDEXED
002953         ACCESS MODE IS DYNAMIC
002954         RECORD KEY IS TB-KEY
002955         FILE STATUS IS WS-TBAL-STATUS.
002956
002960     SELECT TRANSCRIPT-DOC ASSIGN TO "TRANSDOC"
003000         ORGANIZATION IS LINE SEQUENTIAL.
003100
004910 01  COURSE-CATALOG-RECORD.
004920     COPY CRSEREC.
004930
004932 FD  TUITION-BALANCES.
004934 01  TUITION-BALANCE-RECORD.
004936     COPY TBALREC.
004938
004940 FD  TRANSCRIPT-DOC.
005000 01  TRANSCRIPT-DOC-LINE     PIC X(80).
005100
006220     88  CRSE-FILE-OK                VALUE "00".
006230 01  WS-CRSE-OPEN-FLAG       PIC X(01) VALUE "N".
006240     88  CRSE-FILE-OPEN              VALUE "Y".
006245 01  WS-TBAL-STATUS          PIC X(02).
006250     88  TBAL-FILE-OK                VALUE "00".
006255 01  WS-TBAL-EOF-FLAG        PIC X(01) VALUE "N".
006260     88  END-OF-STUDENT-BALANCES     VALUE "Y".
006265 01  WS-FIN-HOLD-FLAG        PIC X(01) VALUE "N".
006270     88  STUDENT-ON-FIN-HOLD         VALUE "Y".
006300
006400*----------------------------------------------------------
006500* SELECTION AND GPA FIELDS
010000     05  FILLER              PIC X(07) VALUE "  OVER ".
010100     05  GL-COURSES          PIC ZZ9.
010200     05  FILLER              PIC X(08) VALUE " CREDITS".
010210 01  WS-HOLD-LINE.
010220     05  FILLER              PIC X(09) VALUE "STUDENT: ".
010230     05  HL-STUDENT-ID       PIC X(06).
010240     05  FILLER              PIC X(47) VALUE
010250         " - WITHHELD: FINANCIAL HOLD FOR UNPAID TUITION".
010300
010400 PROCEDURE DIVISION.
010500*----------------------------------------------------------
011600         STOP RUN
011700     END-IF
011800     OPEN OUTPUT TRANSCRIPT-DOC
011805*    A STUDENT ON FINANCIAL HOLD GETS THE WITHHELD NOTICE, NOT
011810*    THE TRANSCRIPT.
011815     PERFORM 1500-CHECK-FIN-HOLD
011820         THRU 1500-CHECK-FIN-HOLD-EXIT
011825     IF STUDENT-ON-FIN-HOLD
011830         WRITE TRANSCRIPT-DOC-LINE FROM WS-TITLE-LINE
011835         WRITE TRANSCRIPT-DOC-LINE FROM WS-RULE-LINE
011840         MOVE WS-STUDENT-ID TO HL-STUDENT-ID
011845         WRITE TRANSCRIPT-DOC-LINE FROM WS-HOLD-LINE
011850         CLOSE TRANSCRIPT-FILE
011855         CLOSE TRANSCRIPT-DOC
011860         DISPLAY "TRANSCRIPT-PRINT: " WS-STUDENT-ID
011865             " ON FINANCIAL HOLD - OFFICIAL TRANSCRIPT NOT ISSUED"
011870         STOP RUN
011875     END-IF
011880*    NO CATALOG JUST MEANS EVERY COURSE WEIGHS ONE CREDIT,
011885*    THE WAY THE GPA ALWAYS USED TO WORK.
011890     OPEN INPUT COURSE-CATALOG
011895     IF CRSE-FILE-OK
011900         MOVE "Y" TO WS-CRSE-OPEN-FLAG
011905     END-IF
011910
012000     WRITE TRANSCRIPT-DOC-LINE FROM WS-TITLE-LINE
012100     WRITE TRANSCRIPT-DOC-LINE FROM WS-RULE-LINE
012200
014400     DISPLAY "TRANSCRIPT-PRINT: " WS-COURSE-COUNT
014500         " COURSES FOR " WS-STUDENT-ID
014600     STOP RUN.
014602
014604*----------------------------------------------------------
014606* 1500-CHECK-FIN-HOLD - IS ANY OF THE STUDENT'S TUITBAL
014608* RECORDS PAST DUE?  NO TUITBAL FILE MEANS NO HOLDS.
014610*----------------------------------------------------------
014612 1500-CHECK-FIN-HOLD.
014614     MOVE "N" TO WS-FIN-HOLD-FLAG
014616     MOVE "N" TO WS-TBAL-EOF-FLAG
014618     OPEN INPUT TUITION-BALANCES
014620     IF NOT TBAL-FILE-OK
014622         GO TO 1500-CHECK-FIN-HOLD-EXIT
014624     END-IF
014626     MOVE WS-STUDENT-ID TO TB-STUDENT-ID
014628     MOVE LOW-VALUES    TO TB-TERM
014630     START TUITION-BALANCES KEY NOT LESS THAN TB-KEY
014632         INVALID KEY
014634             MOVE "Y" TO WS-TBAL-EOF-FLAG
014636     END-START
014638     PERFORM 1550-CHECK-ONE-BALANCE
014640         THRU 1550-CHECK-ONE-BALANCE-EXIT
014642         UNTIL END-OF-STUDENT-BALANCES
014644            OR STUDENT-ON-FIN-HOLD
014646     CLOSE TUITION-BALANCES.
014648 1500-CHECK-FIN-HOLD-EXIT.
014650     EXIT.
014652
014654*----------------------------------------------------------
014656* 1550-CHECK-ONE-BALANCE - NEXT TUITBAL RECORD; THE STUDENT
014658* CHANGING (OR END OF FILE) ENDS THE WALK.
014660*----------------------------------------------------------
014662 1550-CHECK-ONE-BALANCE.
014664     READ TUITION-BALANCES NEXT RECORD
014666         AT END
014668             MOVE "Y" TO WS-TBAL-EOF-FLAG
014670             GO TO 1550-CHECK-ONE-BALANCE-EXIT
014672     END-READ
014674     IF TB-STUDENT-ID NOT = WS-STUDENT-ID
014676         MOVE "Y" TO WS-TBAL-EOF-FLAG
014678         GO TO 1550-CHECK-ONE-BALANCE-EXIT
014680     END-IF
014682     IF TB-IS-PAST-DUE
014684         MOVE "Y" TO WS-FIN-HOLD-FLAG
014686     END-IF.
014688 1550-CHECK-ONE-BALANCE-EXIT.
014690     EXIT.
014700
014800*----------------------------------------------------------
014900* 2000-LIST-COURSE - ONE TRANSCRIPT RECORD; LISTED (AND ITS
