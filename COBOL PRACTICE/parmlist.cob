000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PARM-SIGNOFF-LIST.
000300 AUTHOR. KAUSHIK.
000400 INSTALLATION. OPERATIONS-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 KMR  NEW PROGRAM.  MONTHLY SIGN-OFF LISTING OF
001100*                 EVERY HAND-MAINTAINED PARAMETER FILE (PARMDIR):
001200*                 EACH ROW AS IT STANDS, FORMATTED BY PARMFMT,
001300*                 THEN EVERY PARM-MAINT CHANGE LOGGED ON
001400*                 PARMAUDIT IN THE BUSINESS MONTH WITH WHO MADE
001500*                 IT, AND SIGNATURE LINES FOR THE REVIEWERS.  A
001600*                 FILE THAT IS MISSING OR CANNOT BE READ IS
001700*                 SHOWN AS SUCH AND LOGGED TO EXCPLOG ("W").
001733* 2026-10-15 KMR  LIQPARM (DEMAND DEPOSIT RUN-OFF) LISTED AS
001766*                 FILE 14.
001777* 2026-10-15 KMR  INSPARM (DEPOSIT INSURANCE LIMIT) LISTED AS
001788*                 FILE 15.
001800*----------------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT RATESCHED-FILE ASSIGN TO "RATESCHED"
002300         ORGANIZATION IS LINE SEQUENTIAL
002400         FILE STATUS IS WS-PARM-STATUS.
002500     SELECT FEESCHED-FILE ASSIGN TO "FEESCHED"
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS WS-PARM-STATUS.
002800     SELECT CMPPARM-FILE ASSIGN TO "CMPPARM"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-PARM-STATUS.
003100     SELECT DORMPARM-FILE ASSIGN TO "DORMPARM"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-PARM-STATUS.
003400     SELECT ESCHPARM-FILE ASSIGN TO "ESCHPARM"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-PARM-STATUS.
003700     SELECT ANOMPARM-FILE ASSIGN TO "ANOMPARM"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-PARM-STATUS.
004000     SELECT SECPARM-FILE ASSIGN TO "SECPARM"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-PARM-STATUS.
004300     SELECT CREDPARM-FILE ASSIGN TO "CREDPARM"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-PARM-STATUS.
004600     SELECT COLLPARM-FILE ASSIGN TO "COLLPARM"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-PARM-STATUS.
004900     SELECT RETNPARM-FILE ASSIGN TO "RETNPARM"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-PARM-STATUS.
005200     SELECT TUITPARM-FILE ASSIGN TO "TUITPARM"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-PARM-STATUS.
005500     SELECT STALIMIT-FILE ASSIGN TO "STALIMIT"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-PARM-STATUS.
005800     SELECT GLCOA-FILE ASSIGN TO "GLCOA"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-PARM-STATUS.
006025     SELECT LIQPARM-FILE ASSIGN TO "LIQPARM"
006050         ORGANIZATION IS LINE SEQUENTIAL
006075         FILE STATUS IS WS-PARM-STATUS.
006081     SELECT INSPARM-FILE ASSIGN TO "INSPARM"
006087         ORGANIZATION IS LINE SEQUENTIAL
006093         FILE STATUS IS WS-PARM-STATUS.
006100 
006200     SELECT PARM-AUDIT-FILE ASSIGN TO "PARMAUDIT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-AUDIT-STATUS.
006500 
006600     SELECT PARM-LISTING ASSIGN TO "PARMLIST"
006700         ORGANIZATION IS LINE SEQUENTIAL.
006800 
006900     SELECT DAILY-STATS-FILE ASSIGN TO "DAILYSTATS"
007000         ORGANIZATION IS LINE SEQUENTIAL.
007100 
007200 DATA DIVISION.
007300 FILE SECTION.
007400*----------------------------------------------------------
007500* THE PARAMETER FILES ARE READ INTO A PARMROW IMAGE.
007600*----------------------------------------------------------
007700 FD  RATESCHED-FILE.
007800 01  RATESCHED-RECORD        PIC X(12).
007900 FD  FEESCHED-FILE.
008000 01  FEESCHED-RECORD         PIC X(29).
008100 FD  CMPPARM-FILE.
008200 01  CMPPARM-RECORD          PIC X(09).
008300 FD  DORMPARM-FILE.
008400 01  DORMPARM-RECORD         PIC X(03).
008500 FD  ESCHPARM-FILE.
008600 01  ESCHPARM-RECORD         PIC X(02).
008700 FD  ANOMPARM-FILE.
008800 01  ANOMPARM-RECORD         PIC X(03).
008900 FD  SECPARM-FILE.
009000 01  SECPARM-RECORD          PIC X(13).
009100 FD  CREDPARM-FILE.
009200 01  CREDPARM-RECORD         PIC X(02).
009300 FD  COLLPARM-FILE.
009400 01  COLLPARM-RECORD         PIC X(07).
009500 FD  RETNPARM-FILE.
009600 01  RETNPARM-RECORD         PIC X(03).
009700 FD  TUITPARM-FILE.
009800 01  TUITPARM-RECORD         PIC X(07).
009900 FD  STALIMIT-FILE.
010000 01  STALIMIT-RECORD         PIC X(16).
010100 FD  GLCOA-FILE.
010200 01  GLCOA-RECORD            PIC X(22).
010233 FD  LIQPARM-FILE.
010266 01  LIQPARM-RECORD          PIC X(24).
010277 FD  INSPARM-FILE.
010288 01  INSPARM-RECORD          PIC X(09).
010300 
010400 FD  PARM-AUDIT-FILE.
010500 01  PARM-AUDIT-RECORD.
010600     COPY PAUDREC.
010700 
010800 FD  PARM-LISTING.
010900 01  PARM-LISTING-LINE       PIC X(80).
011000 
011100 FD  DAILY-STATS-FILE.
011200     COPY DLYSTAT.
011300 
011400 WORKING-STORAGE SECTION.
011500 01  WS-PARM-STATUS          PIC X(02).
011600     88  PARM-FILE-OK                VALUE "00".
011700     88  PARM-FILE-NOT-FOUND         VALUE "35".
011800 01  WS-AUDIT-STATUS         PIC X(02).
011900     88  AUDIT-FILE-OK               VALUE "00".
012000 01  WS-PARM-EOF-FLAG        PIC X(01) VALUE "N".
012100     88  END-OF-PARM-FILE            VALUE "Y".
012200 01  WS-AUDIT-EOF-FLAG       PIC X(01) VALUE "N".
012300     88  END-OF-AUDIT                VALUE "Y".
012400 
012500 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
012600 01  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE.
012700     05  WS-BUSINESS-MONTH   PIC 9(06).
012800     05  FILLER              PIC 9(02).
012900 
013000*----------------------------------------------------------
013100* THE PARAMETER FILE DIRECTORY AND THE FILE BEING LISTED
013200*----------------------------------------------------------
013300 01  WS-PARM-DIRECTORY.
013400     COPY PARMDIR.
013500 01  WS-FILE-NO              PIC 9(02) VALUE ZERO.
013600 01  WS-ROW-IN               PIC X(30).
013700 01  WS-ROW-TEXT             PIC X(60).
013800 01  WS-FILE-ROWS            PIC 9(02) VALUE ZERO.
013900 
014000*----------------------------------------------------------
014100* COUNTERS
014200*----------------------------------------------------------
014300 01  WS-MISSING-COUNT        PIC 9(02) COMP VALUE ZERO.
014400 01  WS-CHANGE-COUNT         PIC 9(05) COMP VALUE ZERO.
014500 01  WS-MISSING-DISP         PIC Z9.
014600 01  WS-CHANGE-DISP          PIC ZZZZ9.
014700 
014800*----------------------------------------------------------
014900* STANDARD REPORT HEADING/TRAILER FIELDS AND THE REPORT LINES
015000*----------------------------------------------------------
015100     COPY RPTHEAD.
015200 01  WS-COLUMN-LINE.
015300     05  FILLER              PIC X(40) VALUE
015400         "FILE       ROW  CURRENT VALUE           ".
015500     05  FILLER              PIC X(40) VALUE SPACES.
015600 01  WS-FILE-LINE.
015700     05  FL-FILE-NAME        PIC X(09).
015800     05  FILLER              PIC X(02) VALUE SPACES.
015900     05  FL-TITLE            PIC X(28).
016000     05  FILLER              PIC X(41) VALUE SPACES.
016100 01  WS-ROW-LINE.
016200     05  FILLER              PIC X(11) VALUE SPACES.
016300     05  RL-ROW              PIC Z9.
016400     05  FILLER              PIC X(02) VALUE SPACES.
016500     05  RL-TEXT             PIC X(60).
016600     05  FILLER              PIC X(05) VALUE SPACES.
016700 01  WS-NOTE-LINE.
016800     05  FILLER              PIC X(15) VALUE SPACES.
016900     05  NL-TEXT             PIC X(65).
017000 01  WS-CHANGE-HEAD-LINE.
017100     05  FILLER              PIC X(40) VALUE
017200         "CHANGES MADE THROUGH PARM-MAINT IN MONTH".
017300     05  FILLER              PIC X(01) VALUE SPACE.
017400     05  CH-MONTH            PIC 9(06).
017500     05  FILLER              PIC X(33) VALUE SPACES.
017600 01  WS-CHANGE-LINE.
017700     05  CL-DATE             PIC 9(08).
017800     05  FILLER              PIC X(01) VALUE SPACE.
017900     05  CL-TIME             PIC 9(06).
018000     05  FILLER              PIC X(01) VALUE SPACE.
018100     05  CL-OPERATOR         PIC X(06).
018200     05  FILLER              PIC X(01) VALUE SPACE.
018300     05  CL-FILE             PIC X(09).
018400     05  FILLER              PIC X(01) VALUE SPACE.
018500     05  CL-ACTION           PIC X(06).
018600     05  FILLER              PIC X(05) VALUE " ROW ".
018700     05  CL-ROW              PIC ZZ9.
018800     05  FILLER              PIC X(33) VALUE SPACES.
018900 01  WS-IMAGE-LINE.
019000     05  FILLER              PIC X(07) VALUE "   WAS ".
019100     05  IL-BEFORE           PIC X(30).
019200     05  FILLER              PIC X(05) VALUE " NOW ".
019300     05  IL-AFTER            PIC X(30).
019400     05  FILLER              PIC X(08) VALUE SPACES.
019500 01  WS-SIGNOFF-LINE-1.
019600     05  FILLER              PIC X(40) VALUE
019700         "REVIEWED AND AGREED BY: _______________ ".
019800     05  FILLER              PIC X(40) VALUE
019900         " DATE: __________                       ".
020000 01  WS-SIGNOFF-LINE-2.
020100     05  FILLER              PIC X(40) VALUE
020200         "SECOND REVIEWER:        _______________ ".
020300     05  FILLER              PIC X(40) VALUE
020400         " DATE: __________                       ".
020405 
020410*----------------------------------------------------------
020420* SHARED EXCEPTION-LOG FIELDS FOR THE EXCPLOG SUBPROGRAM.
020430*----------------------------------------------------------
020440 01  WS-EXCP-PROGRAM         PIC X(23)
020450     VALUE "PARM-SIGNOFF-LIST".
020460 01  WS-EXCP-SEVERITY        PIC X(01) VALUE "W".
020470 01  WS-EXCP-MESSAGE         PIC X(40) VALUE SPACES.
020480 01  WS-EXCP-FSTATUS         PIC X(02) VALUE SPACES.
020500 
020600 PROCEDURE DIVISION.
020700*----------------------------------------------------------
020800* 0000-MAINLINE
020900*----------------------------------------------------------
021000 0000-MAINLINE.
021100     PERFORM 1000-INITIALIZE
021200         THRU 1000-INITIALIZE-EXIT
021300     PERFORM 2000-LIST-FILE
021400         THRU 2000-LIST-FILE-EXIT
021500         VARYING WS-FILE-NO FROM 1 BY 1
021600         UNTIL WS-FILE-NO > PD-FILE-COUNT
021700     PERFORM 3000-LIST-CHANGES
021800         THRU 3000-LIST-CHANGES-EXIT
021900     PERFORM 9000-TERMINATE
022000         THRU 9000-TERMINATE-EXIT
022100     STOP RUN.
022200 
022300*----------------------------------------------------------
022400* 1000-INITIALIZE - BUSINESS DATE AND THE FIRST HEADING.
022500*----------------------------------------------------------
022600 1000-INITIALIZE.
022700     CALL "GETBDATE" USING WS-BUSINESS-DATE
022800     OPEN OUTPUT PARM-LISTING
022900     MOVE "PARAMETER FILES - SIGN-OFF LISTING" TO RPT-TITLE
023000     MOVE WS-BUSINESS-DATE TO RPT-HEAD-DATE
023100     PERFORM 7900-RPT-HEADINGS
023200         THRU 7900-RPT-HEADINGS-EXIT.
023300 1000-INITIALIZE-EXIT.
023400     EXIT.
023500 
023600*----------------------------------------------------------
023700* 2000-LIST-FILE - ONE PARAMETER FILE: ITS NAME AND TITLE,
023800* THEN EVERY ROW.
023900*----------------------------------------------------------
024000 2000-LIST-FILE.
024100     IF RPT-LINE-COUNT + 3 > RPT-PAGE-LIMIT
024200         PERFORM 7900-RPT-HEADINGS
024300             THRU 7900-RPT-HEADINGS-EXIT
024400     END-IF
024500     MOVE SPACES TO PARM-LISTING-LINE
024600     WRITE PARM-LISTING-LINE
024700     MOVE PD-FILE-NAME(WS-FILE-NO) TO FL-FILE-NAME
024800     MOVE PD-TITLE(WS-FILE-NO)     TO FL-TITLE
024900     WRITE PARM-LISTING-LINE FROM WS-FILE-LINE
025000     ADD 2 TO RPT-LINE-COUNT
025100 
025200     MOVE "N"  TO WS-PARM-EOF-FLAG
025300     MOVE ZERO TO WS-FILE-ROWS
025400     PERFORM 8100-OPEN-INPUT
025500         THRU 8100-OPEN-INPUT-EXIT
025600     IF NOT PARM-FILE-OK
025700         MOVE SPACES TO NL-TEXT
025800         IF PARM-FILE-NOT-FOUND
025900             MOVE "** FILE NOT FOUND **" TO NL-TEXT
026000         ELSE
026100             STRING "** FILE CANNOT BE READ, STATUS "
026200                                 DELIMITED BY SIZE
026300                 WS-PARM-STATUS  DELIMITED BY SIZE
026400                 " **"           DELIMITED BY SIZE
026500                 INTO NL-TEXT
026600             END-STRING
026700         END-IF
026800         PERFORM 2200-WRITE-NOTE
026900             THRU 2200-WRITE-NOTE-EXIT
027000         ADD 1 TO WS-MISSING-COUNT
027010         MOVE SPACES TO WS-EXCP-MESSAGE
027020         STRING PD-FILE-NAME(WS-FILE-NO) DELIMITED BY SPACE
027030             " MISSING OR UNREADABLE" DELIMITED BY SIZE
027040             INTO WS-EXCP-MESSAGE
027050         END-STRING
027060         MOVE WS-PARM-STATUS TO WS-EXCP-FSTATUS
027070         PERFORM 8900-LOG-EXCEPTION
027080             THRU 8900-LOG-EXCEPTION-EXIT
027200         GO TO 2000-LIST-FILE-EXIT
027300     END-IF
027400     PERFORM 2100-LIST-ONE-ROW
027500         THRU 2100-LIST-ONE-ROW-EXIT
027600         UNTIL END-OF-PARM-FILE
027700     PERFORM 8300-CLOSE-FILE
027800         THRU 8300-CLOSE-FILE-EXIT
027900     IF WS-FILE-ROWS = ZERO
028000         MOVE "(NO ROWS)" TO NL-TEXT
028100         PERFORM 2200-WRITE-NOTE
028200             THRU 2200-WRITE-NOTE-EXIT
028300     END-IF.
028400 2000-LIST-FILE-EXIT.
028500     EXIT.
028600 
028700*----------------------------------------------------------
028800* 2100-LIST-ONE-ROW - READ AND PRINT ONE ROW.
028900*----------------------------------------------------------
029000 2100-LIST-ONE-ROW.
029100     PERFORM 8200-READ-ROW
029200         THRU 8200-READ-ROW-EXIT
029300     IF END-OF-PARM-FILE
029400         GO TO 2100-LIST-ONE-ROW-EXIT
029500     END-IF
029600     ADD 1 TO WS-FILE-ROWS
029700     CALL "PARMFMT" USING WS-FILE-NO WS-ROW-IN WS-ROW-TEXT
029800     MOVE WS-FILE-ROWS TO RL-ROW
029900     MOVE WS-ROW-TEXT  TO RL-TEXT
030000     IF RPT-LINE-COUNT + 1 > RPT-PAGE-LIMIT
030100         PERFORM 7900-RPT-HEADINGS
030200             THRU 7900-RPT-HEADINGS-EXIT
030300     END-IF
030400     WRITE PARM-LISTING-LINE FROM WS-ROW-LINE
030500     ADD 1 TO RPT-LINE-COUNT
030600     ADD 1 TO RPT-DETAIL-COUNT.
030700 2100-LIST-ONE-ROW-EXIT.
030800     EXIT.
030900 
031000*----------------------------------------------------------
031100* 2200-WRITE-NOTE - A NOTE UNDER THE FILE HEADING.
031200*----------------------------------------------------------
031300 2200-WRITE-NOTE.
031400     WRITE PARM-LISTING-LINE FROM WS-NOTE-LINE
031500     ADD 1 TO RPT-LINE-COUNT.
031600 2200-WRITE-NOTE-EXIT.
031700     EXIT.
031800 
031900*----------------------------------------------------------
032000* 3000-LIST-CHANGES - THE MONTH'S PARMAUDIT ENTRIES, SO THE
032100* REVIEWER CAN SEE WHAT MOVED AND WHO MOVED IT.
032200*----------------------------------------------------------
032300 3000-LIST-CHANGES.
032400     PERFORM 7900-RPT-HEADINGS
032500         THRU 7900-RPT-HEADINGS-EXIT
032600     MOVE WS-BUSINESS-MONTH TO CH-MONTH
032700     WRITE PARM-LISTING-LINE FROM WS-CHANGE-HEAD-LINE
032800     ADD 1 TO RPT-LINE-COUNT
032900     OPEN INPUT PARM-AUDIT-FILE
033000     IF NOT AUDIT-FILE-OK
033100         MOVE "(NO PARAMETER AUDIT TRAIL)" TO NL-TEXT
033200         PERFORM 2200-WRITE-NOTE
033300             THRU 2200-WRITE-NOTE-EXIT
033400         GO TO 3000-LIST-CHANGES-EXIT
033500     END-IF
033600     PERFORM 3100-LIST-ONE-CHANGE
033700         THRU 3100-LIST-ONE-CHANGE-EXIT
033800         UNTIL END-OF-AUDIT
033900     CLOSE PARM-AUDIT-FILE
034000     IF WS-CHANGE-COUNT = ZERO
034100         MOVE "(NO CHANGES THIS MONTH)" TO NL-TEXT
034200         PERFORM 2200-WRITE-NOTE
034300             THRU 2200-WRITE-NOTE-EXIT
034400     END-IF.
034500 3000-LIST-CHANGES-EXIT.
034600     EXIT.
034700 
034800*----------------------------------------------------------
034900* 3100-LIST-ONE-CHANGE - READ ONE AUDIT ENTRY; PRINT IT WITH
035000* ITS BEFORE AND AFTER IMAGES IF IT FALLS IN THE MONTH.
035100*----------------------------------------------------------
035200 3100-LIST-ONE-CHANGE.
035300     READ PARM-AUDIT-FILE
035400         AT END
035500             MOVE "Y" TO WS-AUDIT-EOF-FLAG
035600             GO TO 3100-LIST-ONE-CHANGE-EXIT
035700     END-READ
035800     IF PA-DATE(1:6) NOT = WS-BUSINESS-MONTH
035900         GO TO 3100-LIST-ONE-CHANGE-EXIT
036000     END-IF
036100     ADD 1 TO WS-CHANGE-COUNT
036200     MOVE PA-DATE     TO CL-DATE
036300     MOVE PA-TIME     TO CL-TIME
036400     MOVE PA-OPERATOR TO CL-OPERATOR
036500     MOVE PA-FILE     TO CL-FILE
036600     MOVE PA-ACTION   TO CL-ACTION
036700     MOVE PA-ROW      TO CL-ROW
036800     MOVE PA-BEFORE   TO IL-BEFORE
036900     MOVE PA-AFTER    TO IL-AFTER
037000     IF RPT-LINE-COUNT + 2 > RPT-PAGE-LIMIT
037100         PERFORM 7900-RPT-HEADINGS
037200             THRU 7900-RPT-HEADINGS-EXIT
037300     END-IF
037400     WRITE PARM-LISTING-LINE FROM WS-CHANGE-LINE
037500     WRITE PARM-LISTING-LINE FROM WS-IMAGE-LINE
037600     ADD 2 TO RPT-LINE-COUNT.
037700 3100-LIST-ONE-CHANGE-EXIT.
037800     EXIT.
037900 
038000*----------------------------------------------------------
038100* 7900-RPT-HEADINGS - PAGE HEADING AND COLUMN HEADING.
038200*----------------------------------------------------------
038300 7900-RPT-HEADINGS.
038400     ADD 1 TO RPT-PAGE-NUMBER
038500     MOVE RPT-PAGE-NUMBER TO RPT-PAGE-DISPLAY
038600     WRITE PARM-LISTING-LINE FROM RPT-HEADING-LINE
038700     WRITE PARM-LISTING-LINE FROM WS-COLUMN-LINE
038800     MOVE ZERO TO RPT-LINE-COUNT.
038900 7900-RPT-HEADINGS-EXIT.
039000     EXIT.
039100 
039200*----------------------------------------------------------
039300* 8100-OPEN-INPUT - OPEN THE FILE BEING LISTED.
039400*----------------------------------------------------------
039500 8100-OPEN-INPUT.
039600     EVALUATE WS-FILE-NO
039700         WHEN 01  OPEN INPUT RATESCHED-FILE
039800         WHEN 02  OPEN INPUT FEESCHED-FILE
039900         WHEN 03  OPEN INPUT CMPPARM-FILE
040000         WHEN 04  OPEN INPUT DORMPARM-FILE
040100         WHEN 05  OPEN INPUT ESCHPARM-FILE
040200         WHEN 06  OPEN INPUT ANOMPARM-FILE
040300         WHEN 07  OPEN INPUT SECPARM-FILE
040400         WHEN 08  OPEN INPUT CREDPARM-FILE
040500         WHEN 09  OPEN INPUT COLLPARM-FILE
040600         WHEN 10  OPEN INPUT RETNPARM-FILE
040700         WHEN 11  OPEN INPUT TUITPARM-FILE
040800         WHEN 12  OPEN INPUT STALIMIT-FILE
040900         WHEN 13  OPEN INPUT GLCOA-FILE
040950         WHEN 14  OPEN INPUT LIQPARM-FILE
040975         WHEN 15  OPEN INPUT INSPARM-FILE
041000     END-EVALUATE.
041100 8100-OPEN-INPUT-EXIT.
041200     EXIT.
041300 
041400*----------------------------------------------------------
041500* 8200-READ-ROW - READ ONE RECORD OF THE FILE BEING LISTED.
041600*----------------------------------------------------------
041700 8200-READ-ROW.
041800     MOVE SPACES TO WS-ROW-IN
041900     EVALUATE WS-FILE-NO
042000         WHEN 01  READ RATESCHED-FILE INTO WS-ROW-IN
042100         WHEN 02  READ FEESCHED-FILE  INTO WS-ROW-IN
042200         WHEN 03  READ CMPPARM-FILE   INTO WS-ROW-IN
042300         WHEN 04  READ DORMPARM-FILE  INTO WS-ROW-IN
042400         WHEN 05  READ ESCHPARM-FILE  INTO WS-ROW-IN
042500         WHEN 06  READ ANOMPARM-FILE  INTO WS-ROW-IN
042600         WHEN 07  READ SECPARM-FILE   INTO WS-ROW-IN
042700         WHEN 08  READ CREDPARM-FILE  INTO WS-ROW-IN
042800         WHEN 09  READ COLLPARM-FILE  INTO WS-ROW-IN
042900         WHEN 10  READ RETNPARM-FILE  INTO WS-ROW-IN
043000         WHEN 11  READ TUITPARM-FILE  INTO WS-ROW-IN
043100         WHEN 12  READ STALIMIT-FILE  INTO WS-ROW-IN
043200         WHEN 13  READ GLCOA-FILE     INTO WS-ROW-IN
043250         WHEN 14  READ LIQPARM-FILE   INTO WS-ROW-IN
043275         WHEN 15  READ INSPARM-FILE   INTO WS-ROW-IN
043300     END-EVALUATE
043400     IF NOT PARM-FILE-OK
043500         MOVE "Y" TO WS-PARM-EOF-FLAG
043600     END-IF.
043700 8200-READ-ROW-EXIT.
043800     EXIT.
043900 
044000*----------------------------------------------------------
044100* 8300-CLOSE-FILE - CLOSE THE FILE BEING LISTED.
044200*----------------------------------------------------------
044300 8300-CLOSE-FILE.
044400     EVALUATE WS-FILE-NO
044500         WHEN 01  CLOSE RATESCHED-FILE
044600         WHEN 02  CLOSE FEESCHED-FILE
044700         WHEN 03  CLOSE CMPPARM-FILE
044800         WHEN 04  CLOSE DORMPARM-FILE
044900         WHEN 05  CLOSE ESCHPARM-FILE
045000         WHEN 06  CLOSE ANOMPARM-FILE
045100         WHEN 07  CLOSE SECPARM-FILE
045200         WHEN 08  CLOSE CREDPARM-FILE
045300         WHEN 09  CLOSE COLLPARM-FILE
045400         WHEN 10  CLOSE RETNPARM-FILE
045500         WHEN 11  CLOSE TUITPARM-FILE
045600         WHEN 12  CLOSE STALIMIT-FILE
045700         WHEN 13  CLOSE GLCOA-FILE
045750         WHEN 14  CLOSE LIQPARM-FILE
045775         WHEN 15  CLOSE INSPARM-FILE
045800     END-EVALUATE.
045900 8300-CLOSE-FILE-EXIT.
046000     EXIT.
046100 
046110*----------------------------------------------------------
046120* 8900-LOG-EXCEPTION - WRITE THE PREPARED WARNING TO EXCPLOG
046130* FOR THE MORNING EXCEPTIONS REPORT.
046140*----------------------------------------------------------
046150 8900-LOG-EXCEPTION.
046160     CALL "EXCPLOG" USING WS-EXCP-PROGRAM WS-EXCP-SEVERITY
046170         WS-EXCP-MESSAGE WS-EXCP-FSTATUS.
046180 8900-LOG-EXCEPTION-EXIT.
046190     EXIT.
046195 
046200*----------------------------------------------------------
046300* 9000-TERMINATE - SIGNATURE LINES, TRAILER, DAILY STATS.
046400*----------------------------------------------------------
046500 9000-TERMINATE.
046600     MOVE SPACES TO PARM-LISTING-LINE
046700     WRITE PARM-LISTING-LINE
046800     WRITE PARM-LISTING-LINE
046900     WRITE PARM-LISTING-LINE FROM WS-SIGNOFF-LINE-1
047000     MOVE SPACES TO PARM-LISTING-LINE
047100     WRITE PARM-LISTING-LINE
047200     WRITE PARM-LISTING-LINE FROM WS-SIGNOFF-LINE-2
047300     MOVE SPACES TO PARM-LISTING-LINE
047400     WRITE PARM-LISTING-LINE
047500     MOVE RPT-DETAIL-COUNT TO RPT-TRAILER-COUNT
047600     WRITE PARM-LISTING-LINE FROM RPT-TRAILER-LINE
047700     CLOSE PARM-LISTING
047800     PERFORM 9500-WRITE-DAILY-STATS
047900         THRU 9500-WRITE-DAILY-STATS-EXIT
048000     DISPLAY "PARM-SIGNOFF-LIST: " RPT-DETAIL-COUNT " ROWS, "
048100         WS-MISSING-COUNT " FILES MISSING, "
048200         WS-CHANGE-COUNT " CHANGES THIS MONTH".
048300 9000-TERMINATE-EXIT.
048400     EXIT.
048500 
048600*----------------------------------------------------------
048700* 9500-WRITE-DAILY-STATS - APPEND ONE SUMMARY RECORD TO THE
048800* SHARED DAILY OPERATIONS STATISTICS FILE FOR THE NIGHTLY
048900* CONSOLIDATED REPORT.
049000*----------------------------------------------------------
049100 9500-WRITE-DAILY-STATS.
049200     OPEN EXTEND DAILY-STATS-FILE
049300     MOVE "PARM-SIGNOFF-LIST" TO DS-PROGRAM-NAME
049400     MOVE RPT-DETAIL-COUNT    TO DS-RECORD-COUNT
049500     MOVE WS-MISSING-COUNT    TO WS-MISSING-DISP
049600     MOVE WS-CHANGE-COUNT     TO WS-CHANGE-DISP
049700     MOVE SPACES              TO DS-DETAIL
049800     STRING "MISSING FILES: " DELIMITED BY SIZE
049900         WS-MISSING-DISP      DELIMITED BY SIZE
050000         "  CHANGES: "        DELIMITED BY SIZE
050100         WS-CHANGE-DISP       DELIMITED BY SIZE
050200         INTO DS-DETAIL
050300     END-STRING
050400     WRITE DAILY-STAT-RECORD
050500     CLOSE DAILY-STATS-FILE.
050600 9500-WRITE-DAILY-STATS-EXIT.
050700     EXIT.
