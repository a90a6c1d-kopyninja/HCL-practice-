001300*                 AT START OF DAY; OPTION 2 IS THE EXPLICIT
001400*                 END-OF-DAY ROLL TO THE NEXT CALENDAR DAY.
001500*                 THE CURRENT DATE IS ALWAYS SHOWN FIRST.
001510* 2026-10-15 KMR  OPTION 2 NOW RUNS EOD-READINESS-CHECK FIRST AND
001520*                 REFUSES THE ROLL ON ANY BLOCKING FINDING UNLESS
001530*                 A SUPERVISOR SIGNS ON THROUGH SUPVSIGN TO
001540*                 OVERRIDE IT.  AN OVERRIDE IS WRITTEN TO SECLOG
001550*                 (OUTCOME OVR-EODCHK) AND AS A WARNING ON
001560*                 EXCPLOG FOR THE MORNING REPORT.  NEW OPTION 3
001570*                 RUNS THE READINESS CHECK ON ITS OWN.
001600*----------------------------------------------------------
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
002000     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
002100         ORGANIZATION IS LINE SEQUENTIAL
002200         FILE STATUS IS WS-BUSDATE-STATUS.
002210     SELECT SECURITY-LOG ASSIGN TO "SECLOG"
002220         ORGANIZATION IS LINE SEQUENTIAL
002230         FILE STATUS IS WS-SECLOG-STATUS.
002300
002400 DATA DIVISION.
002500 FILE SECTION.
002600 FD  BUSDATE-FILE.
002700 01  BUSDATE-RECORD.
002800     05  BD-BUSINESS-DATE    PIC 9(08).
002810 FD  SECURITY-LOG.
002820 01  SECURITY-LOG-LINE       PIC X(80).
002900
003000 WORKING-STORAGE SECTION.
003100 01  WS-BUSDATE-STATUS       PIC X(02).
003200     88  BUSDATE-FILE-OK             VALUE "00".
003300     88  BUSDATE-FILE-NOT-FOUND      VALUE "35".
003310 01  WS-SECLOG-STATUS        PIC X(02).
003320     88  SECLOG-FILE-OK              VALUE "00".
003330     88  SECLOG-FILE-NOT-FOUND       VALUE "35".
003400
003500 01  WS-ACTION                PIC 9(01) VALUE 1.
003600     88  WS-ACTION-SET               VALUE 1.
003700     88  WS-ACTION-ROLL              VALUE 2.
003710     88  WS-ACTION-CHECK             VALUE 3.
003800 01  WS-CURRENT-BUSDATE      PIC 9(08) VALUE ZERO.
003900 01  WS-NEW-BUSDATE          PIC 9(08) VALUE ZERO.
003902*----------------------------------------------------------
003904* READINESS CHECK RESULT AND SUPERVISOR OVERRIDE FIELDS.
003906*----------------------------------------------------------
003908 01  WS-CHECK-RC             PIC S9(04) COMP VALUE ZERO.
003910     88  WS-ROLL-BLOCKED             VALUE 8 THRU 9999.
003912 01  WS-OVERRIDE-ANSWER      PIC X(01) VALUE "N".
003914     88  WS-WANTS-OVERRIDE           VALUE "Y".
003916 01  WS-OVERRIDE-FLAG        PIC X(01) VALUE "N".
003918     88  WS-ROLL-OVERRIDDEN          VALUE "Y".
003920 01  WS-SIGNON-ID            PIC X(06).
003922 01  WS-SIGNON-PASSWORD      PIC X(08).
003924 01  WS-SIGNON-TRIES         PIC 9 COMP VALUE ZERO.
003926 01  WS-SIGNON-RESULT        PIC X(01) VALUE "N".
003928     88  WS-SIGNED-ON                VALUE "Y".
003930     88  WS-NOT-SUPERVISOR           VALUE "S".
003932 01  WS-TIMESTAMP            PIC X(21).
003934 01  WS-SECLOG-ENTRY.
003936     05  SL-TIMESTAMP        PIC X(14).
003938     05  FILLER              PIC X(01) VALUE SPACE.
003940     05  SL-OPERATOR-ID      PIC X(06).
003942     05  FILLER              PIC X(01) VALUE SPACE.
003944     05  SL-OUTCOME          PIC X(10).
003946     05  FILLER              PIC X(01) VALUE SPACE.
003948     05  SL-APPROVED-BY      PIC X(06) VALUE SPACES.
003950     05  FILLER              PIC X(01) VALUE SPACE.
003952     05  SL-TERMINAL         PIC X(08) VALUE SPACES.
003954 01  WS-EXCP-PROGRAM         PIC X(23) VALUE "BUSDATE-CONTROL".
003956 01  WS-EXCP-SEVERITY        PIC X(01) VALUE "W".
003958 01  WS-EXCP-MESSAGE         PIC X(40) VALUE SPACES.
003960 01  WS-EXCP-FSTATUS         PIC X(02) VALUE SPACES.
003962 
003964 SCREEN SECTION.
003966*----------------------------------------------------------
003968* SC-SIGNON-SCREEN - SUPERVISOR SIGN-ON FOR A ROLL OVERRIDE.
003970*----------------------------------------------------------
003972 01  SC-SIGNON-SCREEN.
003974     05  BLANK SCREEN.
003976     05  LINE 02 COL 10 VALUE "BUSDATE-CONTROL - ROLL OVERRIDE".
003978     05  LINE 04 COL 10 VALUE "SUPERVISOR ID:".
003980     05  LINE 04 COL 28 PIC X(06) USING WS-SIGNON-ID.
003982     05  LINE 05 COL 10 VALUE "PASSWORD:".
003984     05  LINE 05 COL 28 PIC X(08) USING WS-SIGNON-PASSWORD
003986                        SECURE.
004000
004100 PROCEDURE DIVISION.
004200*----------------------------------------------------------
004500 0000-MAINLINE.
004600     CALL "GETBDATE" USING WS-CURRENT-BUSDATE
004700     DISPLAY "CURRENT BUSINESS DATE: " WS-CURRENT-BUSDATE
004800     DISPLAY "1 = SET DATE, 2 = ROLL TO NEXT DAY, "
004810         "3 = READINESS CHECK: "
004900     ACCEPT WS-ACTION
005000
005010     IF WS-ACTION-CHECK
005020         PERFORM 2000-READINESS-CHECK
005030             THRU 2000-READINESS-CHECK-EXIT
005040         STOP RUN
005050     END-IF
005100     IF WS-ACTION-ROLL
005200         COMPUTE WS-NEW-BUSDATE = FUNCTION DATE-OF-INTEGER(
005300             FUNCTION INTEGER-OF-DATE(WS-CURRENT-BUSDATE)
005400             + 1)
005405         PERFORM 2000-READINESS-CHECK
005410             THRU 2000-READINESS-CHECK-EXIT
005415         IF WS-ROLL-BLOCKED
005420             PERFORM 2100-SUPERVISOR-OVERRIDE
005425                 THRU 2100-SUPERVISOR-OVERRIDE-EXIT
005430             IF NOT WS-ROLL-OVERRIDDEN
005435                 DISPLAY "ROLL REFUSED - BUSINESS DATE "
005436                     "NOT CHANGED"
005440                 STOP RUN
005445             END-IF
005450         END-IF
005500     ELSE
005600         DISPLAY "NEW BUSINESS DATE (YYYYMMDD): "
005700         ACCEPT WS-NEW-BUSDATE
007300     CLOSE BUSDATE-FILE
007400     DISPLAY "BUSINESS DATE NOW " WS-NEW-BUSDATE
007500     STOP RUN.
007600*----------------------------------------------------------
007700* 2000-READINESS-CHECK - RUN EOD-READINESS-CHECK, WHICH LISTS
007800* ITS FINDINGS AND HANDS BACK 8 WHEN ANY OF THEM BLOCKS THE
007900* ROLL.
008000*----------------------------------------------------------
008100 2000-READINESS-CHECK.
008200     CALL "EOD-READINESS-CHECK"
008300     MOVE RETURN-CODE TO WS-CHECK-RC
008400     MOVE ZERO TO RETURN-CODE.
008500 2000-READINESS-CHECK-EXIT.
008600     EXIT.
008700 
008800*----------------------------------------------------------
008900* 2100-SUPERVISOR-OVERRIDE - A BLOCKED ROLL GOES AHEAD ONLY
009000* ON AN ACTIVE SUPERVISOR'S SIGN-ON (THREE TRIES), AND THE
009100* OVERRIDE IS LOGGED.
009200*----------------------------------------------------------
009300 2100-SUPERVISOR-OVERRIDE.
009400     MOVE "N" TO WS-OVERRIDE-FLAG
009500     DISPLAY "SUPERVISOR OVERRIDE? (Y/N)"
009600     MOVE "N" TO WS-OVERRIDE-ANSWER
009700     ACCEPT WS-OVERRIDE-ANSWER
009800     IF NOT WS-WANTS-OVERRIDE
009900         GO TO 2100-SUPERVISOR-OVERRIDE-EXIT
010000     END-IF
010100     MOVE "N" TO WS-SIGNON-RESULT
010200     PERFORM 2110-ATTEMPT-SIGNON
010300         THRU 2110-ATTEMPT-SIGNON-EXIT
010400         VARYING WS-SIGNON-TRIES FROM 1 BY 1
010500         UNTIL WS-SIGNON-TRIES > 3 OR WS-SIGNED-ON
010600     IF NOT WS-SIGNED-ON
010700         GO TO 2100-SUPERVISOR-OVERRIDE-EXIT
010800     END-IF
010900     MOVE "Y" TO WS-OVERRIDE-FLAG
011000     PERFORM 8800-LOG-OVERRIDE
011100         THRU 8800-LOG-OVERRIDE-EXIT.
011200 2100-SUPERVISOR-OVERRIDE-EXIT.
011300     EXIT.
011400 
011500*----------------------------------------------------------
011600* 2110-ATTEMPT-SIGNON - ONE SIGN-ON ATTEMPT.
011700*----------------------------------------------------------
011800 2110-ATTEMPT-SIGNON.
011900     MOVE SPACES TO WS-SIGNON-ID WS-SIGNON-PASSWORD
012000     DISPLAY SC-SIGNON-SCREEN
012100     ACCEPT SC-SIGNON-SCREEN
012200     CALL "SUPVSIGN" USING WS-SIGNON-ID WS-SIGNON-PASSWORD
012300         WS-SIGNON-RESULT
012400     EVALUATE TRUE
012500         WHEN WS-SIGNED-ON
012600             CONTINUE
012700         WHEN WS-NOT-SUPERVISOR
012800             DISPLAY "NOT AN ACTIVE SUPERVISOR"
012900         WHEN OTHER
013000             DISPLAY "INVALID SUPERVISOR ID OR PASSWORD"
013100     END-EVALUATE.
013200 2110-ATTEMPT-SIGNON-EXIT.
013300     EXIT.
013400 
013500*----------------------------------------------------------
013600* 8800-LOG-OVERRIDE - ONE SECLOG LINE FOR THE OVERRIDE AND A
013700* WARNING ON EXCPLOG SO THE MORNING REPORT CARRIES IT.
013800*----------------------------------------------------------
013900 8800-LOG-OVERRIDE.
014000     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
014100     MOVE WS-TIMESTAMP(1:14) TO SL-TIMESTAMP
014200     MOVE WS-SIGNON-ID       TO SL-OPERATOR-ID
014300                                SL-APPROVED-BY
014400     MOVE "OVR-EODCHK"       TO SL-OUTCOME
014500     OPEN EXTEND SECURITY-LOG
014600     IF SECLOG-FILE-NOT-FOUND
014700         OPEN OUTPUT SECURITY-LOG
014800     END-IF
014900     WRITE SECURITY-LOG-LINE FROM WS-SECLOG-ENTRY
015000     CLOSE SECURITY-LOG
015100     MOVE SPACES TO WS-EXCP-MESSAGE
015200     STRING "ROLL TO " WS-NEW-BUSDATE " OVERRIDDEN BY "
015300         WS-SIGNON-ID DELIMITED BY SIZE
015400         INTO WS-EXCP-MESSAGE
015500     CALL "EXCPLOG" USING WS-EXCP-PROGRAM WS-EXCP-SEVERITY
015600         WS-EXCP-MESSAGE WS-EXCP-FSTATUS
015700     DISPLAY "ROLL OVERRIDDEN BY SUPERVISOR " WS-SIGNON-ID.
015800 8800-LOG-OVERRIDE-EXIT.
015900     EXIT.
