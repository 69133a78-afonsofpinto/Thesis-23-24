000100 IDENTIFICATION DIVISION.
000200*--------------------------------------------------------------*
000300 PROGRAM-ID.     MUNSTMT.
000400 AUTHOR.         A. PINTO.
000500 INSTALLATION.   DSO - DISTRICT INTAKE SYSTEMS.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*--------------------------------------------------------------*
000900* MUNSTMT IS THE PERIODIC STATEMENT RUN OVER THE MASTER FILE.  *
001000* THE OPERATOR SUPPLIES THE STATEMENT PERIOD (FROM AND TO      *
001100* DATES, YYYYMMDD). masterdt.dat IS READ IN KEY ORDER AND EACH *
001200* DISTRICT/MUNICIPALITY GETS ITS OWN STATEMENT, STARTING ON A  *
001300* NEW PAGE OF munstmt.txt, SHOWING:                            *
001400*   - THE LIVE CONTRACTS - CONTRACT CODE, NAME, CONTACT CODE   *
001500*     AND AMOUNT;                                              *
001600*   - THE PERIOD'S ADDITIONS, CORRECTIONS AND DELETIONS;       *
001700*   - THE CLOSING COUNT AND VALUE.                             *
001800* THE PERIOD'S ACTIVITY IS TAKEN FROM THE CONSOLIDATION        *
001900* JOURNAL (mstjrnl.dat) AND THE CHANGE LOG (mstchg.log), READ  *
002000* THE SAME WAY CDCEXP READS THEM. CONSOLDT DOES NOT JOURNAL A  *
002100* NEW RECORD, SO A LIVE RECORD WHOSE MR-ENTRY-DATE FALLS IN    *
002200* THE PERIOD IS ALSO SHOWN AS AN INTAKE ADDITION - UNLESS THE  *
002300* TRAILS ALREADY ACCOUNT FOR IT (A RESTORE, ROLLBACK OR MOVE,  *
002400* OR A DUPLICATE-KEY OVERWRITE OF A RECORD THAT WAS ALREADY ON *
002500* THE MASTER BEFORE THE PERIOD). A MUNICIPALITY WITH ACTIVITY  *
002600* BUT NO LIVE CONTRACTS LEFT IS GIVEN A STATEMENT AFTER THE    *
002700* OTHERS.                                                      *
002800*                                                              *
002900* EACH STATEMENT IS ALSO WRITTEN AS A COMMA-DELIMITED FILE     *
003000* FOR MAILING TO THE MUNICIPALITY - stm<TO-DATE>_<NNNN>.csv,   *
003100* NNNN BEING THE STATEMENT NUMBER PRINTED ON THE STATEMENT.    *
003200* EVERY ROW CARRIES A SECTION CODE (LIVE, ADD, CORR, DEL) AND  *
003300* THE LAST ROW IS THE TOTAL ROW WITH THE CLOSING FIGURES.      *
003400*--------------------------------------------------------------*
003500* MODIFICATION HISTORY.                                        *
003600*--------------------------------------------------------------*
003700* DATE        INIT  DESCRIPTION                                *
003800* ----------  ----  ------------------------------------------ *
003900* 2026-10-15   AP   ORIGINAL PROGRAM.                          *
003910* 2026-10-15   AP   CHANGE-LOG ACTION 'E' (A SUBJINQ NAME      *
003920*                   ERASURE) IS STATED AS A CORRECTION, AS     *
003930*                   CDCEXP SENDS IT.                           *
004000*--------------------------------------------------------------*
004100
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT MASTER-FILE ASSIGN TO WS-MASTER-FILE-NAME
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS SEQUENTIAL
004800         RECORD KEY IS MR-KEY
004900         FILE STATUS IS WS-MASTER-STATUS.
005000     SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-FILE-NAME
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-JOURNAL-STATUS.
005300     SELECT CHANGE-LOG-FILE ASSIGN TO WS-CHANGE-LOG-NAME
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-LOG-STATUS.
005600     SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT STATEMENT-FILE ASSIGN TO WS-STMT-FILE-NAME
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  MASTER-FILE.
006400 01  MASTER-RECORD.
006500     05  MR-KEY.
006600         10  MR-DISTRICT        PIC X(50).
006700         10  MR-MUNICIPALITY    PIC X(50).
006800         10  MR-CONTRACT        PIC 99.
006900     05  MR-NAME                PIC X(30).
007000     05  MR-DATE                PIC X(30).
007100     05  MR-CONTACT             PIC 99.
007200     05  MR-AMOUNT              PIC 9(07)V99.
007300     05  MR-OPERATOR            PIC X(10).
007400     05  MR-ENTRY-DATE          PIC 9(08).
007500     05  MR-ENTRY-TIME          PIC 9(08).
007600
007700 FD  JOURNAL-FILE.
007800 01  JOURNAL-RECORD.
007900     05  JR-RUN-DATE            PIC 9(08).
008000     05  JR-SOURCE-FILE         PIC X(50).
008100     05  JR-OLD-IMAGE           PIC X(199).
008200     05  JR-NEW-IMAGE           PIC X(199).
008300
008400*--------------------------------------------------------------*
008500* ONE CHANGE-LOG ROW PER ONLINE OR HOUSEKEEPING CHANGE, AS     *
008600* MSTINQ, MSTAPRV, ARCHINQ, ARCHMST AND MSTRBACK WRITE IT.     *
008700*--------------------------------------------------------------*
008800 FD  CHANGE-LOG-FILE.
008900 01  CHANGE-LOG-RECORD.
009000     05  CL-ACTION              PIC X(01).
009100     05  CL-OPERATOR            PIC X(10).
009200     05  CL-LOG-DATE            PIC 9(08).
009300     05  CL-LOG-TIME            PIC 9(08).
009400     05  CL-DISTRICT            PIC X(50).
009500     05  CL-MUNICIPALITY        PIC X(50).
009600     05  CL-CONTRACT            PIC 99.
009700     05  CL-OLD-NAME            PIC X(30).
009800     05  CL-OLD-DATE            PIC X(30).
009900     05  CL-OLD-CONTACT         PIC XX.
010000     05  CL-OLD-AMOUNT          PIC X(09).
010100     05  CL-NEW-NAME            PIC X(30).
010200     05  CL-NEW-DATE            PIC X(30).
010300     05  CL-NEW-CONTACT         PIC XX.
010400     05  CL-NEW-AMOUNT          PIC X(09).
010500     05  CL-APPROVED-BY         PIC X(10).
010600
010700 FD  REPORT-FILE.
010800 01  REPORT-RECORD              PIC X(132).
010900
011000 FD  STATEMENT-FILE.
011100 01  STATEMENT-RECORD           PIC X(250).
011200
011300 WORKING-STORAGE SECTION.
011400 01  WS-MASTER-FILE-NAME        PIC X(50)
011500         VALUE "..\output\masterdt.dat".
011600 01  WS-JOURNAL-FILE-NAME       PIC X(50)
011700         VALUE "..\output\mstjrnl.dat".
011800 01  WS-CHANGE-LOG-NAME         PIC X(50)
011900         VALUE "..\output\mstchg.log".
012000 01  WS-REPORT-FILE-NAME        PIC X(50)
012100         VALUE "..\output\munstmt.txt".
012200 01  WS-STMT-FILE-NAME          PIC X(50) VALUE SPACES.
012300
012400 01  WS-MASTER-STATUS           PIC X(02) VALUE "00".
012500     88  MASTER-OK                   VALUE "00".
012600     88  MASTER-FILE-MISSING         VALUE "35".
012700 01  WS-JOURNAL-STATUS          PIC X(02) VALUE "00".
012800     88  JOURNAL-OK                  VALUE "00".
012900     88  JOURNAL-MISSING             VALUE "35".
013000 01  WS-LOG-STATUS              PIC X(02) VALUE "00".
013100     88  LOG-OK                      VALUE "00".
013200     88  LOG-MISSING                 VALUE "35".
013300
013400*--------------------------------------------------------------*
013500* SWITCHES.                                                    *
013600*--------------------------------------------------------------*
013700 01  WS-SWITCHES.
013800     05  WS-MST-EOF-SW          PIC X(01) VALUE 'N'.
013900         88  MST-EOF                  VALUE 'Y'.
014000     05  WS-JRN-EOF-SW          PIC X(01) VALUE 'N'.
014100         88  JRN-EOF                  VALUE 'Y'.
014200     05  WS-LOG-EOF-SW          PIC X(01) VALUE 'N'.
014300         88  LOG-EOF                  VALUE 'Y'.
014400     05  WS-ABORT-SW            PIC X(01) VALUE 'N'.
014500         88  RUN-ABORTED              VALUE 'Y'.
014600     05  WS-MASTER-OPEN-SW      PIC X(01) VALUE 'N'.
014700         88  MASTER-OPENED            VALUE 'Y'.
014800     05  WS-REPORT-OPEN-SW      PIC X(01) VALUE 'N'.
014900         88  REPORT-OPENED            VALUE 'Y'.
015000     05  WS-MUNI-OPEN-SW        PIC X(01) VALUE 'N'.
015100         88  MUNI-OPEN                VALUE 'Y'.
015200     05  WS-FOUND-SW            PIC X(01) VALUE 'N'.
015300         88  ROW-FOUND                VALUE 'Y'.
015400     05  WS-SUMMARY-SW          PIC X(01) VALUE 'N'.
015500         88  SUMMARY-PAGES            VALUE 'Y'.
015600
015700*--------------------------------------------------------------*
015800* RUN CONTROLS - THE OPERATOR-SUPPLIED STATEMENT PERIOD,       *
015900* EDITED BEFORE USE. A BLANK TO-DATE MEANS TODAY.              *
016000*--------------------------------------------------------------*
016100 01  WS-FROM-ENTRY              PIC X(08) VALUE SPACES.
016200 01  WS-FROM-DATE REDEFINES WS-FROM-ENTRY.
016300     05  WS-FROM-DATE-N         PIC 9(08).
016400 01  WS-TO-ENTRY                PIC X(08) VALUE SPACES.
016500 01  WS-TO-DATE REDEFINES WS-TO-ENTRY.
016600     05  WS-TO-DATE-N           PIC 9(08).
016700 01  WS-PERIOD-TEXT             PIC X(24) VALUE SPACES.
016800
016900*--------------------------------------------------------------*
017000* WORK VIEW OF ONE JOURNAL IMAGE - FIELD FOR FIELD THE SHAPE   *
017100* OF CONSOLDT'S MASTER-RECORD.                                 *
017200*--------------------------------------------------------------*
017300 01  WS-JRN-IMAGE.
017400     05  WS-JI-KEY.
017500         10  WS-JI-DISTRICT     PIC X(50).
017600         10  WS-JI-MUNICIPALITY PIC X(50).
017700         10  WS-JI-CONTRACT     PIC XX.
017800     05  WS-JI-NAME             PIC X(30).
017900     05  WS-JI-DATE             PIC X(30).
018000     05  WS-JI-CONTACT          PIC XX.
018100     05  WS-JI-AMOUNT           PIC X(09).
018200     05  WS-JI-OPERATOR         PIC X(10).
018300     05  WS-JI-ENTRY-DATE       PIC X(08).
018400     05  WS-JI-ENTRY-DATE-N REDEFINES WS-JI-ENTRY-DATE
018500                                PIC 9(08).
018600     05  WS-JI-ENTRY-TIME       PIC X(08).
018700
018800*--------------------------------------------------------------*
018900* THE PERIOD'S ACTIVITY FROM BOTH TRAILS, HELD IN DATE ORDER   *
019000* (A JOURNAL ROW CARRIES ONLY ITS RUN DATE AND SORTS AT THE    *
019100* START OF THAT DAY). WS-ACT-TYPE IS A (ADDITION), C           *
019200* (CORRECTION) OR D (DELETION). WS-ACT-PRIOR IS SET ON A       *
019300* CONSOLDT OVERWRITE OF A RECORD ENTERED BEFORE THE PERIOD -   *
019400* THE NEW ENTRY DATE IT LEAVES ON THE MASTER IS NOT AN INTAKE  *
019500* ADDITION. A ROW IS MARKED DONE ONCE IT HAS BEEN PRINTED.     *
019600*--------------------------------------------------------------*
019700 77  WS-ACT-COUNT               PIC 9(04) COMP VALUE ZERO.
019800 77  WS-ACT-MAX                 PIC 9(04) COMP VALUE 2000.
019900 77  WS-ACT-DROPPED             PIC 9(07) COMP VALUE ZERO.
020000 77  WS-ACT-SLOT                PIC 9(04) COMP VALUE ZERO.
020100 01  WS-ACTIVITY-TABLE.
020200     05  WS-ACT-ENTRY
020300             OCCURS 2000 TIMES INDEXED BY WS-ACT-IDX.
020400         10  WS-ACT-KEY.
020500             15  WS-ACT-MUNI-KEY    PIC X(100).
020600             15  WS-ACT-CONTRACT    PIC XX.
020700         10  WS-ACT-SORT            PIC 9(16).
020800         10  WS-ACT-TYPE            PIC X(01).
020900         10  WS-ACT-SOURCE          PIC X(08).
021000         10  WS-ACT-NAME            PIC X(30).
021100         10  WS-ACT-OLD-AMOUNT      PIC X(09).
021200         10  WS-ACT-NEW-AMOUNT      PIC X(09).
021300         10  WS-ACT-PRIOR           PIC X(01).
021400         10  WS-ACT-DONE            PIC X(01).
021500
021600*--------------------------------------------------------------*
021700* THE ACTIVITY ROW UNDER CONSTRUCTION, BUILT FROM ONE JOURNAL  *
021800* OR CHANGE-LOG ROW AND FILED BY 1400-FILE-ACTIVITY.           *
021900*--------------------------------------------------------------*
022000 01  WS-NEW-ACT.
022100     05  WS-NA-KEY.
022200         10  WS-NA-MUNI-KEY     PIC X(100).
022300         10  WS-NA-CONTRACT     PIC XX.
022400     05  WS-NA-SORT.
022500         10  WS-NA-SORT-DATE    PIC 9(08).
022600         10  WS-NA-SORT-TIME    PIC 9(08).
022700     05  WS-NA-TYPE             PIC X(01).
022800     05  WS-NA-SOURCE           PIC X(08).
022900     05  WS-NA-NAME             PIC X(30).
023000     05  WS-NA-OLD-AMOUNT       PIC X(09).
023100     05  WS-NA-NEW-AMOUNT       PIC X(09).
023200     05  WS-NA-PRIOR            PIC X(01).
023300     05  WS-NA-DONE             PIC X(01).
023400
023500*--------------------------------------------------------------*
023600* THE MUNICIPALITY BEING STATED AND ITS LIVE CONTRACTS. THE    *
023700* CONTRACT CODE IS TWO DIGITS, SO A MUNICIPALITY CAN HOLD NO   *
023800* MORE THAN 100 LIVE RECORDS.                                  *
023900*--------------------------------------------------------------*
024000 01  WS-CUR-MUNI-KEY.
024100     05  WS-CUR-DISTRICT        PIC X(50).
024200     05  WS-CUR-MUNICIPALITY    PIC X(50).
024300 77  WS-LIVE-COUNT              PIC 9(03) COMP VALUE ZERO.
024400 77  WS-LIVE-MAX                PIC 9(03) COMP VALUE 100.
024500 01  WS-LIVE-TABLE.
024600     05  WS-LIVE-ENTRY
024700             OCCURS 100 TIMES INDEXED BY WS-LIVE-IDX.
024800         10  WS-LV-CONTRACT         PIC XX.
024900         10  WS-LV-NAME             PIC X(30).
025000         10  WS-LV-CONTACT          PIC XX.
025100         10  WS-LV-AMOUNT           PIC 9(07)V99.
025200         10  WS-LV-ENTRY-DATE       PIC 9(08).
025300         10  WS-LV-NEW              PIC X(01).
025400
025500*--------------------------------------------------------------*
025600* STATEMENT FIGURES AND RUN COUNTERS.                          *
025700*--------------------------------------------------------------*
025800 77  WS-STMT-NUMBER             PIC 9(04) VALUE ZERO.
025900 77  WS-STMT-ADDS               PIC 9(05) COMP VALUE ZERO.
026000 77  WS-STMT-CORRECTIONS        PIC 9(05) COMP VALUE ZERO.
026100 77  WS-STMT-DELETIONS          PIC 9(05) COMP VALUE ZERO.
026200 77  WS-STMT-VALUE              PIC 9(11)V99 VALUE ZERO.
026300 77  WS-SECTION-COUNT           PIC 9(05) COMP VALUE ZERO.
026400 77  WS-RECORDS-READ            PIC 9(07) COMP VALUE ZERO.
026500 77  WS-JRN-ROWS-READ           PIC 9(07) COMP VALUE ZERO.
026600 77  WS-LOG-ROWS-READ           PIC 9(07) COMP VALUE ZERO.
026700 77  WS-ROWS-UNKNOWN            PIC 9(07) COMP VALUE ZERO.
026800 77  WS-RUN-VALUE               PIC 9(11)V99 VALUE ZERO.
026900 77  WS-RUN-ADDS                PIC 9(07) COMP VALUE ZERO.
027000 77  WS-RUN-CORRECTIONS         PIC 9(07) COMP VALUE ZERO.
027100 77  WS-RUN-DELETIONS           PIC 9(07) COMP VALUE ZERO.
027200
027300*--------------------------------------------------------------*
027400* PRINT CONTROL - THE SAME PAGE LAYOUT AS MGTRPT.              *
027500*--------------------------------------------------------------*
027600 77  WS-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
027700 77  WS-LINE-COUNT              PIC 9(03) COMP VALUE 99.
027800 77  WS-PAGE-NUMBER             PIC 9(04) COMP VALUE ZERO.
027900
028000 01  WS-REPORT-LINE             PIC X(132) VALUE SPACES.
028100 01  WS-STMT-LINE               PIC X(250) VALUE SPACES.
028200 01  WS-EDIT-COUNT              PIC ZZZ,ZZ9.
028300 01  WS-EDIT-AMOUNT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
028400 01  WS-EDIT-LINE-AMOUNT        PIC Z,ZZZ,ZZ9.99.
028500 01  WS-EDIT-PAGE               PIC ZZZ9.
028600 01  WS-CSV-AMOUNT              PIC Z(6)9.99.
028700 01  WS-CSV-VALUE               PIC Z(10)9.99.
028800 01  WS-CSV-COUNT               PIC ZZZZ9.
028900 01  WS-PRINT-OLD-AMOUNT        PIC X(12) VALUE SPACES.
029000 01  WS-PRINT-NEW-AMOUNT        PIC X(12) VALUE SPACES.
029100 01  WS-LINE-FLAG               PIC X(03) VALUE SPACES.
029200 01  WS-PRINT-TYPE              PIC X(01) VALUE SPACES.
029300 01  WS-SORT-WORK.
029400     05  WS-SORT-DATE           PIC X(08).
029500     05  WS-SORT-TIME           PIC X(08).
029600
029700*--------------------------------------------------------------*
029800* ONE ROW OF THE DELIMITED COPY, SET UP FIELD BY FIELD AND     *
029900* WRITTEN BY 3900-WRITE-CSV-ROW.                               *
030000*--------------------------------------------------------------*
030100 01  WS-CSV-ROW.
030200     05  WS-CR-SECTION          PIC X(05).
030300     05  WS-CR-CONTRACT         PIC X(02).
030400     05  WS-CR-NAME             PIC X(30).
030500     05  WS-CR-CONTACT          PIC X(02).
030600     05  WS-CR-OLD-AMOUNT       PIC X(14).
030700     05  WS-CR-AMOUNT           PIC X(14).
030800     05  WS-CR-SOURCE           PIC X(08).
030900     05  WS-CR-DATE             PIC X(08).
031000     05  WS-CR-COUNT            PIC X(05).
031100
031200*--------------------------------------------------------------*
031300* WORK VIEW OF AN AMOUNT HELD IN THE NINE-DIGIT CHARACTER      *
031400* FORM THE TRAILS CARRY.                                       *
031500*--------------------------------------------------------------*
031600 01  WS-LOG-AMOUNT              PIC X(09) VALUE SPACES.
031700 01  WS-LOG-AMOUNT-N REDEFINES WS-LOG-AMOUNT
031800                                PIC 9(07)V99.
031900
032000 01  CURRENT-DATE-DATA.
032100     05  CURRENT-DATE.
032200         10  CURRENT-YEAR          PIC 9(04).
032300         10  CURRENT-MONTH         PIC 9(02).
032400         10  CURRENT-DAY           PIC 9(02).
032500     05  WS-CURRENT-TIME.
032600         10  CURRENT-HOURS         PIC 9(02).
032700         10  CURRENT-MINUTE        PIC 9(02).
032800         10  CURRENT-SECOND        PIC 9(02).
032900         10  CURRENT-MILLISECONDS  PIC 9(02).
033000
033100 PROCEDURE DIVISION.
033200*--------------------------------------------------------------*
033300 0000-MAINLINE.
033400*--------------------------------------------------------------*
033500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033600     IF NOT RUN-ABORTED
033700         PERFORM 2000-READ-MASTER THRU 2000-EXIT
033800             UNTIL MST-EOF
033900         IF MUNI-OPEN
034000             PERFORM 3000-PRINT-STATEMENT THRU 3000-EXIT
034100         END-IF
034200         PERFORM 5000-ACTIVITY-ONLY THRU 5000-EXIT
034300         PERFORM 7500-PRINT-RUN-SUMMARY THRU 7500-EXIT
034400     END-IF.
034500     PERFORM 8000-TERMINATE THRU 8000-EXIT.
034600     STOP RUN.
034700
034800*--------------------------------------------------------------*
034900 1000-INITIALIZE.
035000*    EDITS THE PERIOD, LOADS THE PERIOD'S ACTIVITY FROM BOTH    *
035100*    TRAILS AND OPENS THE MASTER AND THE PRINT FILE.            *
035200*--------------------------------------------------------------*
035300     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA.
035400     PERFORM 1100-ACCEPT-PERIOD THRU 1100-EXIT.
035500     IF RUN-ABORTED
035600         GO TO 1000-EXIT
035700     END-IF.
035800     OPEN INPUT MASTER-FILE.
035900     IF NOT MASTER-OK
036000         DISPLAY "MASTER FILE " WS-MASTER-FILE-NAME
036100             " NOT AVAILABLE - STATUS " WS-MASTER-STATUS
036200             " - RUN ABANDONED."
036300         MOVE 'Y' TO WS-ABORT-SW
036400         GO TO 1000-EXIT
036500     END-IF.
036600     MOVE 'Y' TO WS-MASTER-OPEN-SW.
036700     PERFORM 1200-LOAD-JOURNAL THRU 1200-EXIT.
036800     PERFORM 1300-LOAD-CHANGE-LOG THRU 1300-EXIT.
036900     OPEN OUTPUT REPORT-FILE.
037000     MOVE 'Y' TO WS-REPORT-OPEN-SW.
037100 1000-EXIT.
037200     EXIT.
037300
037400*--------------------------------------------------------------*
037500 1100-ACCEPT-PERIOD.
037600*--------------------------------------------------------------*
037700     DISPLAY "STATEMENT PERIOD FROM DATE (YYYYMMDD):".
037800     ACCEPT WS-FROM-ENTRY.
037900     IF WS-FROM-DATE-N NOT NUMERIC
038000         DISPLAY "INVALID FROM DATE - RUN ABANDONED."
038100         MOVE 'Y' TO WS-ABORT-SW
038200         GO TO 1100-EXIT
038300     END-IF.
038400     DISPLAY "STATEMENT PERIOD TO DATE (YYYYMMDD, BLANK = "
038500         "TODAY):".
038600     ACCEPT WS-TO-ENTRY.
038700     IF WS-TO-ENTRY = SPACES
038800         MOVE CURRENT-DATE TO WS-TO-ENTRY
038900     END-IF.
039000     IF WS-TO-DATE-N NOT NUMERIC
039100         DISPLAY "INVALID TO DATE - RUN ABANDONED."
039200         MOVE 'Y' TO WS-ABORT-SW
039300         GO TO 1100-EXIT
039400     END-IF.
039500     IF WS-FROM-DATE-N > WS-TO-DATE-N
039600         DISPLAY "FROM DATE IS AFTER TO DATE - RUN ABANDONED."
039700         MOVE 'Y' TO WS-ABORT-SW
039800         GO TO 1100-EXIT
039900     END-IF.
040000     STRING WS-FROM-ENTRY(1:4) "-" WS-FROM-ENTRY(5:2) "-"
040100         WS-FROM-ENTRY(7:2) " TO " WS-TO-ENTRY(1:4) "-"
040200         WS-TO-ENTRY(5:2) "-" WS-TO-ENTRY(7:2)
040300         DELIMITED BY SIZE INTO WS-PERIOD-TEXT.
040400 1100-EXIT.
040500     EXIT.
040600
040700*--------------------------------------------------------------*
040800 1200-LOAD-JOURNAL.
040900*    FILES EVERY JOURNAL ROW WHOSE RUN DATE FALLS IN THE        *
041000*    PERIOD. NO JOURNAL MEANS NO JOURNALLED ACTIVITY.           *
041100*--------------------------------------------------------------*
041200     OPEN INPUT JOURNAL-FILE.
041300     IF NOT JOURNAL-OK
041400         DISPLAY "NO CONSOLIDATION JOURNAL - STATUS "
041500             WS-JOURNAL-STATUS " - NO JOURNALLED ACTIVITY."
041600         GO TO 1200-EXIT
041700     END-IF.
041800     PERFORM 1210-READ-JOURNAL THRU 1210-EXIT
041900         UNTIL JRN-EOF.
042000     CLOSE JOURNAL-FILE.
042100 1200-EXIT.
042200     EXIT.
042300
042400*--------------------------------------------------------------*
042500 1210-READ-JOURNAL.
042600*    A SPACES AFTER IMAGE IS A DELETION OF THE BEFORE KEY, A    *
042700*    SPACES BEFORE IMAGE AN ADDITION, A ROW WHOSE TWO KEYS      *
042800*    DIFFER AN MSTRKEY MOVE (A DELETION UNDER THE OLD KEY AND   *
042900*    AN ADDITION UNDER THE NEW ONE) AND ANYTHING ELSE A         *
043000*    CORRECTION CARRYING BOTH AMOUNTS.                          *
043100*--------------------------------------------------------------*
043200     READ JOURNAL-FILE
043300         AT END
043400             MOVE 'Y' TO WS-JRN-EOF-SW
043500     END-READ.
043600     IF JRN-EOF
043700         GO TO 1210-EXIT
043800     END-IF.
043900     ADD 1 TO WS-JRN-ROWS-READ.
044000     IF JR-RUN-DATE < WS-FROM-DATE-N
044100         OR JR-RUN-DATE > WS-TO-DATE-N
044200         GO TO 1210-EXIT
044300     END-IF.
044400     MOVE SPACES TO WS-NEW-ACT.
044500     MOVE JR-RUN-DATE TO WS-NA-SORT-DATE.
044600     MOVE ZERO TO WS-NA-SORT-TIME.
044700     MOVE "CONSOLDT" TO WS-NA-SOURCE.
044800     MOVE 'N' TO WS-NA-PRIOR WS-NA-DONE.
044900     EVALUATE TRUE
045000         WHEN JR-NEW-IMAGE = SPACES
045100             MOVE JR-OLD-IMAGE TO WS-JRN-IMAGE
045200             MOVE 'D' TO WS-NA-TYPE
045300             MOVE WS-JI-AMOUNT TO WS-NA-OLD-AMOUNT
045400         WHEN JR-OLD-IMAGE = SPACES
045500             MOVE JR-NEW-IMAGE TO WS-JRN-IMAGE
045600             MOVE 'A' TO WS-NA-TYPE
045700             MOVE WS-JI-AMOUNT TO WS-NA-NEW-AMOUNT
045800         WHEN JR-OLD-IMAGE(1:102) NOT = JR-NEW-IMAGE(1:102)
045900             MOVE "MSTRKEY" TO WS-NA-SOURCE
046000             MOVE JR-OLD-IMAGE TO WS-JRN-IMAGE
046100             MOVE 'D' TO WS-NA-TYPE
046200             MOVE WS-JI-KEY TO WS-NA-KEY
046300             MOVE WS-JI-NAME TO WS-NA-NAME
046400             MOVE WS-JI-AMOUNT TO WS-NA-OLD-AMOUNT
046500             PERFORM 1400-FILE-ACTIVITY THRU 1400-EXIT
046600             MOVE SPACES TO WS-NA-OLD-AMOUNT
046700             MOVE JR-NEW-IMAGE TO WS-JRN-IMAGE
046800             MOVE 'A' TO WS-NA-TYPE
046900             MOVE WS-JI-AMOUNT TO WS-NA-NEW-AMOUNT
047000         WHEN OTHER
047100             MOVE JR-OLD-IMAGE TO WS-JRN-IMAGE
047200             MOVE WS-JI-AMOUNT TO WS-NA-OLD-AMOUNT
047300             IF WS-JI-ENTRY-DATE-N NUMERIC
047400                 AND WS-JI-ENTRY-DATE-N < WS-FROM-DATE-N
047500                 MOVE 'Y' TO WS-NA-PRIOR
047600             END-IF
047700             MOVE JR-NEW-IMAGE TO WS-JRN-IMAGE
047800             MOVE 'C' TO WS-NA-TYPE
047900             MOVE WS-JI-AMOUNT TO WS-NA-NEW-AMOUNT
048000     END-EVALUATE.
048100     MOVE WS-JI-KEY TO WS-NA-KEY.
048200     MOVE WS-JI-NAME TO WS-NA-NAME.
048300     PERFORM 1400-FILE-ACTIVITY THRU 1400-EXIT.
048400 1210-EXIT.
048500     EXIT.
048600
048700*--------------------------------------------------------------*
048800 1300-LOAD-CHANGE-LOG.
048900*    FILES EVERY CHANGE-LOG ROW LOGGED IN THE PERIOD.           *
049000*--------------------------------------------------------------*
049100     OPEN INPUT CHANGE-LOG-FILE.
049200     IF NOT LOG-OK
049300         DISPLAY "NO CHANGE LOG - STATUS " WS-LOG-STATUS
049400             " - NO ONLINE ACTIVITY."
049500         GO TO 1300-EXIT
049600     END-IF.
049700     PERFORM 1310-READ-CHANGE-LOG THRU 1310-EXIT
049800         UNTIL LOG-EOF.
049900     CLOSE CHANGE-LOG-FILE.
050000 1300-EXIT.
050100     EXIT.
050200
050300*--------------------------------------------------------------*
050400 1310-READ-CHANGE-LOG.
050500*    THE ACTION CODES MAP AS CDCEXP MAPS THEM:                  *
050600*      'C' CORRECTION (MSTINQ, OR MSTAPRV WHEN APPROVED) - C    *
050700*      'D' DELETION   (MSTINQ, OR MSTAPRV WHEN APPROVED) - D    *
050800*      'R' ARCHIVE RESTORE (ARCHINQ)                     - A    *
050900*      'P' ARCHIVE PURGE (ARCHMST)                       - D    *
051000*      'B' ROLLBACK (MSTRBACK) - A WHEN THE KEY HAD NO BEFORE   *
051100*          IMAGE, D WHEN IT HAS NO AFTER IMAGE, OTHERWISE C.    *
051110*      'E' NAME ERASURE (SUBJINQ)                        - C    *
051200*    A ROW WITH ANY OTHER CODE IS COUNTED AND SKIPPED.          *
051300*--------------------------------------------------------------*
051400     READ CHANGE-LOG-FILE
051500         AT END
051600             MOVE 'Y' TO WS-LOG-EOF-SW
051700     END-READ.
051800     IF LOG-EOF
051900         GO TO 1310-EXIT
052000     END-IF.
052100     ADD 1 TO WS-LOG-ROWS-READ.
052200     IF CL-LOG-DATE < WS-FROM-DATE-N
052300         OR CL-LOG-DATE > WS-TO-DATE-N
052400         GO TO 1310-EXIT
052500     END-IF.
052600     MOVE SPACES TO WS-NEW-ACT.
052700     MOVE CL-LOG-DATE TO WS-NA-SORT-DATE.
052800     MOVE CL-LOG-TIME TO WS-NA-SORT-TIME.
052900     MOVE 'N' TO WS-NA-PRIOR WS-NA-DONE.
053000     EVALUATE CL-ACTION
053100         WHEN 'C'
053200             MOVE 'C' TO WS-NA-TYPE
053300             MOVE "MSTINQ" TO WS-NA-SOURCE
053400         WHEN 'D'
053500             MOVE 'D' TO WS-NA-TYPE
053600             MOVE "MSTINQ" TO WS-NA-SOURCE
053700         WHEN 'R'
053800             MOVE 'A' TO WS-NA-TYPE
053900             MOVE "ARCHINQ" TO WS-NA-SOURCE
054000         WHEN 'P'
054100             MOVE 'D' TO WS-NA-TYPE
054200             MOVE "ARCHMST" TO WS-NA-SOURCE
054210         WHEN 'E'
054220             MOVE 'C' TO WS-NA-TYPE
054230             MOVE "SUBJINQ" TO WS-NA-SOURCE
054300         WHEN 'B'
054400             MOVE "MSTRBACK" TO WS-NA-SOURCE
054500             EVALUATE TRUE
054600                 WHEN CL-OLD-AMOUNT = SPACES
054700                     MOVE 'A' TO WS-NA-TYPE
054800                 WHEN CL-NEW-AMOUNT = SPACES
054900                     MOVE 'D' TO WS-NA-TYPE
055000                 WHEN OTHER
055100                     MOVE 'C' TO WS-NA-TYPE
055200             END-EVALUATE
055300         WHEN OTHER
055400             ADD 1 TO WS-ROWS-UNKNOWN
055500             DISPLAY "CHANGE-LOG ROW " WS-LOG-ROWS-READ
055600                 " HAS UNKNOWN ACTION '" CL-ACTION "' - SKIPPED."
055700             GO TO 1310-EXIT
055800     END-EVALUATE.
055900     IF CL-APPROVED-BY NOT = SPACES
056000         MOVE "MSTAPRV" TO WS-NA-SOURCE
056100     END-IF.
056200     MOVE CL-DISTRICT TO WS-NA-MUNI-KEY(1:50).
056300     MOVE CL-MUNICIPALITY TO WS-NA-MUNI-KEY(51:50).
056400     MOVE CL-CONTRACT TO WS-NA-CONTRACT.
056500     IF WS-NA-TYPE = 'D'
056600         MOVE CL-OLD-NAME TO WS-NA-NAME
056700     ELSE
056800         MOVE CL-NEW-NAME TO WS-NA-NAME
056900     END-IF.
057000     IF WS-NA-TYPE NOT = 'A'
057100         MOVE CL-OLD-AMOUNT TO WS-NA-OLD-AMOUNT
057200     END-IF.
057300     IF WS-NA-TYPE NOT = 'D'
057400         MOVE CL-NEW-AMOUNT TO WS-NA-NEW-AMOUNT
057500     END-IF.
057600     PERFORM 1400-FILE-ACTIVITY THRU 1400-EXIT.
057700 1310-EXIT.
057800     EXIT.
057900
058000*--------------------------------------------------------------*
058100 1400-FILE-ACTIVITY.
058200*    FILES THE NEW ROW IN DATE ORDER - ROWS DATED LATER ARE     *
058300*    SHIFTED DOWN ONE SLOT, AS MSTHIST FILES ITS EVENTS. A FULL *
058400*    TABLE DROPS THE ROW AND THE RUN SUMMARY SAYS SO.           *
058500*--------------------------------------------------------------*
058600     IF WS-ACT-COUNT >= WS-ACT-MAX
058700         ADD 1 TO WS-ACT-DROPPED
058800         GO TO 1400-EXIT
058900     END-IF.
059000     MOVE WS-ACT-COUNT TO WS-ACT-SLOT.
059100     MOVE 'N' TO WS-FOUND-SW.
059200     PERFORM 1410-SHIFT-ACTIVITY THRU 1410-EXIT
059300         UNTIL WS-ACT-SLOT = ZERO OR ROW-FOUND.
059400     ADD 1 TO WS-ACT-SLOT.
059500     SET WS-ACT-IDX TO WS-ACT-SLOT.
059600     MOVE WS-NEW-ACT TO WS-ACT-ENTRY(WS-ACT-IDX).
059700     ADD 1 TO WS-ACT-COUNT.
059800 1400-EXIT.
059900     EXIT.
060000
060100*--------------------------------------------------------------*
060200 1410-SHIFT-ACTIVITY.
060300*    WS-ACT-SLOT WALKS BACK FROM THE LAST ROW AND STOPS AT THE  *
060400*    FIRST ROW NOT LATER THAN THE NEW ONE.                      *
060500*--------------------------------------------------------------*
060600     SET WS-ACT-IDX TO WS-ACT-SLOT.
060700     IF WS-ACT-SORT(WS-ACT-IDX) NOT > WS-NA-SORT
060800         MOVE 'Y' TO WS-FOUND-SW
060900         GO TO 1410-EXIT
061000     END-IF.
061100     MOVE WS-ACT-ENTRY(WS-ACT-IDX)
061200         TO WS-ACT-ENTRY(WS-ACT-IDX + 1).
061300     SUBTRACT 1 FROM WS-ACT-SLOT.
061400 1410-EXIT.
061500     EXIT.
061600
061700*--------------------------------------------------------------*
061800 2000-READ-MASTER.
061900*    READS THE NEXT MASTER RECORD. A CHANGE OF DISTRICT OR      *
062000*    MUNICIPALITY PRINTS THE STATEMENT OF THE ONE JUST ENDED    *
062100*    BEFORE THE RECORD IS TAKEN INTO THE NEXT.                  *
062200*--------------------------------------------------------------*
062300     READ MASTER-FILE
062400         AT END
062500             MOVE 'Y' TO WS-MST-EOF-SW
062600     END-READ.
062700     IF MST-EOF
062800         GO TO 2000-EXIT
062900     END-IF.
063000     ADD 1 TO WS-RECORDS-READ.
063100     IF MUNI-OPEN
063200         AND MR-KEY(1:100) NOT = WS-CUR-MUNI-KEY
063300         PERFORM 3000-PRINT-STATEMENT THRU 3000-EXIT
063400     END-IF.
063500     IF NOT MUNI-OPEN
063600         MOVE MR-DISTRICT TO WS-CUR-DISTRICT
063700         MOVE MR-MUNICIPALITY TO WS-CUR-MUNICIPALITY
063800         MOVE ZERO TO WS-LIVE-COUNT
063900         MOVE 'Y' TO WS-MUNI-OPEN-SW
064000     END-IF.
064100     IF WS-LIVE-COUNT >= WS-LIVE-MAX
064200         DISPLAY "MORE THAN " WS-LIVE-MAX " RECORDS FOR "
064300             WS-CUR-MUNICIPALITY " - CONTRACT " MR-CONTRACT
064400             " LEFT OFF THE STATEMENT."
064500         GO TO 2000-EXIT
064600     END-IF.
064700     ADD 1 TO WS-LIVE-COUNT.
064800     SET WS-LIVE-IDX TO WS-LIVE-COUNT.
064900     MOVE MR-CONTRACT TO WS-LV-CONTRACT(WS-LIVE-IDX).
065000     MOVE MR-NAME TO WS-LV-NAME(WS-LIVE-IDX).
065100     MOVE MR-CONTACT TO WS-LV-CONTACT(WS-LIVE-IDX).
065200     MOVE MR-AMOUNT TO WS-LV-AMOUNT(WS-LIVE-IDX).
065300     MOVE MR-ENTRY-DATE TO WS-LV-ENTRY-DATE(WS-LIVE-IDX).
065400     MOVE 'N' TO WS-LV-NEW(WS-LIVE-IDX).
065500 2000-EXIT.
065600     EXIT.
065700
065800*--------------------------------------------------------------*
065900 3000-PRINT-STATEMENT.
066000*    PRINTS THE STATEMENT OF THE CURRENT MUNICIPALITY FROM ITS  *
066100*    LIVE CONTRACTS AND THE ACTIVITY TABLE, WRITING THE         *
066200*    DELIMITED COPY ALONGSIDE. EVERY ACTIVITY ROW PRINTED IS    *
066300*    MARKED DONE.                                               *
066400*--------------------------------------------------------------*
066500     ADD 1 TO WS-STMT-NUMBER.
066600     MOVE ZERO TO WS-STMT-ADDS WS-STMT-CORRECTIONS
066700         WS-STMT-DELETIONS WS-STMT-VALUE.
066800     PERFORM 3100-OPEN-STATEMENT-FILE THRU 3100-EXIT.
066900     MOVE 99 TO WS-LINE-COUNT.
067000     PERFORM 3200-PRINT-LIVE THRU 3200-EXIT.
067100     MOVE 'A' TO WS-PRINT-TYPE.
067200     MOVE "ADD" TO WS-CR-SECTION.
067300     MOVE "ADDITIONS IN PERIOD" TO WS-REPORT-LINE.
067400     PERFORM 3300-PRINT-ACTIVITY THRU 3300-EXIT.
067500     MOVE 'C' TO WS-PRINT-TYPE.
067600     MOVE "CORR" TO WS-CR-SECTION.
067700     MOVE "CORRECTIONS IN PERIOD" TO WS-REPORT-LINE.
067800     PERFORM 3300-PRINT-ACTIVITY THRU 3300-EXIT.
067900     MOVE 'D' TO WS-PRINT-TYPE.
068000     MOVE "DEL" TO WS-CR-SECTION.
068100     MOVE "DELETIONS IN PERIOD" TO WS-REPORT-LINE.
068200     PERFORM 3300-PRINT-ACTIVITY THRU 3300-EXIT.
068300     PERFORM 3600-PRINT-CLOSING THRU 3600-EXIT.
068400     CLOSE STATEMENT-FILE.
068500     ADD WS-STMT-ADDS TO WS-RUN-ADDS.
068600     ADD WS-STMT-CORRECTIONS TO WS-RUN-CORRECTIONS.
068700     ADD WS-STMT-DELETIONS TO WS-RUN-DELETIONS.
068800     ADD WS-STMT-VALUE TO WS-RUN-VALUE.
068900     MOVE 'N' TO WS-MUNI-OPEN-SW.
069000 3000-EXIT.
069100     EXIT.
069200
069300*--------------------------------------------------------------*
069400 3100-OPEN-STATEMENT-FILE.
069500*    NAMES THE DELIMITED COPY FOR THE PERIOD END AND THE        *
069600*    STATEMENT NUMBER, OPENS IT AND WRITES THE COLUMN-NAME      *
069700*    HEADER ROW.                                                *
069800*--------------------------------------------------------------*
069900     MOVE SPACES TO WS-STMT-FILE-NAME.
070000     STRING "..\output\stm" WS-TO-ENTRY "_" WS-STMT-NUMBER
070100         ".csv"
070200         DELIMITED BY SIZE INTO WS-STMT-FILE-NAME.
070300     OPEN OUTPUT STATEMENT-FILE.
070400     MOVE SPACES TO WS-STMT-LINE.
070500     STRING "SECTION,DISTRICT,MUNICIPALITY,CONTRACT,NAME,"
070600         "CONTACT,OLD_AMOUNT,AMOUNT,SOURCE,DATE,COUNT"
070700         DELIMITED BY SIZE INTO WS-STMT-LINE.
070800     WRITE STATEMENT-RECORD FROM WS-STMT-LINE.
070900 3100-EXIT.
071000     EXIT.
071100
071200*--------------------------------------------------------------*
071300 3200-PRINT-LIVE.
071400*    LISTS THE LIVE CONTRACTS. A RECORD ENTERED IN THE PERIOD   *
071500*    AND NOT ACCOUNTED FOR BY THE TRAILS IS MARKED NEW, AND IS  *
071600*    LISTED AGAIN UNDER THE ADDITIONS.                          *
071700*--------------------------------------------------------------*
071800     MOVE "LIVE CONTRACTS" TO WS-REPORT-LINE.
071900     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
072000     MOVE SPACES TO WS-REPORT-LINE.
072100     STRING "  CONTRACT  NAME                            CONTACT"
072200         "        AMOUNT"
072300         DELIMITED BY SIZE INTO WS-REPORT-LINE.
072400     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
072500     IF WS-LIVE-COUNT = ZERO
072600         MOVE "  NONE" TO WS-REPORT-LINE
072700         PERFORM 7010-WRITE-LINE THRU 7010-EXIT
072800     END-IF.
072900     PERFORM 3210-PRINT-LIVE-LINE THRU 3210-EXIT
073000         VARYING WS-LIVE-IDX FROM 1 BY 1
073100         UNTIL WS-LIVE-IDX > WS-LIVE-COUNT.
073200     MOVE SPACES TO WS-REPORT-LINE.
073300     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
073400 3200-EXIT.
073500     EXIT.
073600
073700*--------------------------------------------------------------*
073800 3210-PRINT-LIVE-LINE.
073900*--------------------------------------------------------------*
074000     PERFORM 3220-CHECK-INTAKE THRU 3220-EXIT.
074100     ADD WS-LV-AMOUNT(WS-LIVE-IDX) TO WS-STMT-VALUE.
074200     MOVE SPACES TO WS-LINE-FLAG.
074300     IF WS-LV-NEW(WS-LIVE-IDX) = 'Y'
074400         MOVE "NEW" TO WS-LINE-FLAG
074500     END-IF.
074600     MOVE WS-LV-AMOUNT(WS-LIVE-IDX) TO WS-EDIT-LINE-AMOUNT.
074700     MOVE SPACES TO WS-REPORT-LINE.
074800     STRING "  " WS-LV-CONTRACT(WS-LIVE-IDX) "        "
074900         WS-LV-NAME(WS-LIVE-IDX) "  "
075000         WS-LV-CONTACT(WS-LIVE-IDX) "       "
075100         WS-EDIT-LINE-AMOUNT "  " WS-LINE-FLAG
075200         DELIMITED BY SIZE INTO WS-REPORT-LINE.
075300     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
075400     MOVE SPACES TO WS-CSV-ROW.
075500     MOVE "LIVE" TO WS-CR-SECTION.
075600     MOVE WS-LV-CONTRACT(WS-LIVE-IDX) TO WS-CR-CONTRACT.
075700     MOVE WS-LV-NAME(WS-LIVE-IDX) TO WS-CR-NAME.
075800     MOVE WS-LV-CONTACT(WS-LIVE-IDX) TO WS-CR-CONTACT.
075900     MOVE WS-LV-AMOUNT(WS-LIVE-IDX) TO WS-CSV-AMOUNT.
076000     MOVE WS-CSV-AMOUNT TO WS-CR-AMOUNT.
076100     MOVE WS-LV-ENTRY-DATE(WS-LIVE-IDX) TO WS-CR-DATE.
076200     PERFORM 3900-WRITE-CSV-ROW THRU 3900-EXIT.
076300 3210-EXIT.
076400     EXIT.
076500
076600*--------------------------------------------------------------*
076700 3220-CHECK-INTAKE.
076800*    A LIVE RECORD ENTERED IN THE PERIOD IS AN INTAKE ADDITION  *
076900*    UNLESS THE TRAILS HOLD AN ADDITION FOR ITS KEY, OR A       *
077000*    CONSOLDT OVERWRITE OF A RECORD ENTERED BEFORE THE PERIOD.  *
077100*--------------------------------------------------------------*
077200     IF WS-LV-ENTRY-DATE(WS-LIVE-IDX) < WS-FROM-DATE-N
077300         OR WS-LV-ENTRY-DATE(WS-LIVE-IDX) > WS-TO-DATE-N
077400         GO TO 3220-EXIT
077500     END-IF.
077600     MOVE 'N' TO WS-FOUND-SW.
077700     PERFORM 3230-MATCH-ACTIVITY THRU 3230-EXIT
077800         VARYING WS-ACT-IDX FROM 1 BY 1
077900         UNTIL WS-ACT-IDX > WS-ACT-COUNT OR ROW-FOUND.
078000     IF NOT ROW-FOUND
078100         MOVE 'Y' TO WS-LV-NEW(WS-LIVE-IDX)
078200     END-IF.
078300 3220-EXIT.
078400     EXIT.
078500
078600*--------------------------------------------------------------*
078700 3230-MATCH-ACTIVITY.
078800*--------------------------------------------------------------*
078900     IF WS-ACT-MUNI-KEY(WS-ACT-IDX) = WS-CUR-MUNI-KEY
079000         AND WS-ACT-CONTRACT(WS-ACT-IDX)
079100             = WS-LV-CONTRACT(WS-LIVE-IDX)
079200         IF WS-ACT-TYPE(WS-ACT-IDX) = 'A'
079300             OR WS-ACT-PRIOR(WS-ACT-IDX) = 'Y'
079400             MOVE 'Y' TO WS-FOUND-SW
079500         END-IF
079600     END-IF.
079700 3230-EXIT.
079800     EXIT.
079900
080000*--------------------------------------------------------------*
080100 3300-PRINT-ACTIVITY.
080200*    PRINTS ONE ACTIVITY SECTION - WS-PRINT-TYPE SAYS WHICH,    *
080300*    AND THE SECTION TITLE IS ALREADY IN WS-REPORT-LINE. THE    *
080400*    ADDITIONS START WITH THE INTAKE ADDITIONS FROM THE LIVE    *
080500*    CONTRACTS.                                                 *
080600*--------------------------------------------------------------*
080700     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
080800     MOVE SPACES TO WS-REPORT-LINE.
080900     STRING "  CONTRACT  NAME                            "
081000         "  OLD AMOUNT    NEW AMOUNT  BY        DATE"
081100         DELIMITED BY SIZE INTO WS-REPORT-LINE.
081200     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
081300     MOVE ZERO TO WS-SECTION-COUNT.
081400     IF WS-PRINT-TYPE = 'A'
081500         PERFORM 3310-PRINT-INTAKE THRU 3310-EXIT
081600             VARYING WS-LIVE-IDX FROM 1 BY 1
081700             UNTIL WS-LIVE-IDX > WS-LIVE-COUNT
081800     END-IF.
081900     PERFORM 3320-PRINT-TRAIL-ROW THRU 3320-EXIT
082000         VARYING WS-ACT-IDX FROM 1 BY 1
082100         UNTIL WS-ACT-IDX > WS-ACT-COUNT.
082200     IF WS-SECTION-COUNT = ZERO
082300         MOVE "  NONE" TO WS-REPORT-LINE
082400         PERFORM 7010-WRITE-LINE THRU 7010-EXIT
082500     END-IF.
082600     EVALUATE WS-PRINT-TYPE
082700         WHEN 'A'
082800             MOVE WS-SECTION-COUNT TO WS-STMT-ADDS
082900         WHEN 'C'
083000             MOVE WS-SECTION-COUNT TO WS-STMT-CORRECTIONS
083100         WHEN OTHER
083200             MOVE WS-SECTION-COUNT TO WS-STMT-DELETIONS
083300     END-EVALUATE.
083400     MOVE SPACES TO WS-REPORT-LINE.
083500     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
083600 3300-EXIT.
083700     EXIT.
083800
083900*--------------------------------------------------------------*
084000 3310-PRINT-INTAKE.
084100*--------------------------------------------------------------*
084200     IF WS-LV-NEW(WS-LIVE-IDX) NOT = 'Y'
084300         GO TO 3310-EXIT
084400     END-IF.
084500     ADD 1 TO WS-SECTION-COUNT.
084600     MOVE WS-LV-CONTRACT(WS-LIVE-IDX) TO WS-CR-CONTRACT.
084700     MOVE WS-LV-NAME(WS-LIVE-IDX) TO WS-CR-NAME.
084800     MOVE SPACES TO WS-PRINT-OLD-AMOUNT WS-CR-OLD-AMOUNT.
084900     MOVE WS-LV-AMOUNT(WS-LIVE-IDX) TO WS-EDIT-LINE-AMOUNT.
085000     MOVE WS-EDIT-LINE-AMOUNT TO WS-PRINT-NEW-AMOUNT.
085100     MOVE WS-LV-AMOUNT(WS-LIVE-IDX) TO WS-CSV-AMOUNT.
085200     MOVE WS-CSV-AMOUNT TO WS-CR-AMOUNT.
085300     MOVE "INTAKE" TO WS-CR-SOURCE.
085400     MOVE WS-LV-ENTRY-DATE(WS-LIVE-IDX) TO WS-CR-DATE.
085500     PERFORM 3330-WRITE-ACTIVITY-LINE THRU 3330-EXIT.
085600 3310-EXIT.
085700     EXIT.
085800
085900*--------------------------------------------------------------*
086000 3320-PRINT-TRAIL-ROW.
086100*    PRINTS ONE ACTIVITY-TABLE ROW IF IT BELONGS TO THIS        *
086200*    MUNICIPALITY AND SECTION, AND MARKS IT DONE.               *
086300*--------------------------------------------------------------*
086400     IF WS-ACT-MUNI-KEY(WS-ACT-IDX) NOT = WS-CUR-MUNI-KEY
086500         OR WS-ACT-TYPE(WS-ACT-IDX) NOT = WS-PRINT-TYPE
086600         GO TO 3320-EXIT
086700     END-IF.
086800     MOVE 'Y' TO WS-ACT-DONE(WS-ACT-IDX).
086900     ADD 1 TO WS-SECTION-COUNT.
087000     MOVE WS-ACT-CONTRACT(WS-ACT-IDX) TO WS-CR-CONTRACT.
087100     MOVE WS-ACT-NAME(WS-ACT-IDX) TO WS-CR-NAME.
087200     MOVE SPACES TO WS-PRINT-OLD-AMOUNT WS-CR-OLD-AMOUNT.
087300     MOVE SPACES TO WS-PRINT-NEW-AMOUNT WS-CR-AMOUNT.
087400     MOVE WS-ACT-OLD-AMOUNT(WS-ACT-IDX) TO WS-LOG-AMOUNT.
087500     IF WS-LOG-AMOUNT NOT = SPACES
087600         AND WS-LOG-AMOUNT-N NUMERIC
087700         MOVE WS-LOG-AMOUNT-N TO WS-EDIT-LINE-AMOUNT
087800         MOVE WS-EDIT-LINE-AMOUNT TO WS-PRINT-OLD-AMOUNT
087900         MOVE WS-LOG-AMOUNT-N TO WS-CSV-AMOUNT
088000         MOVE WS-CSV-AMOUNT TO WS-CR-OLD-AMOUNT
088100     END-IF.
088200     MOVE WS-ACT-NEW-AMOUNT(WS-ACT-IDX) TO WS-LOG-AMOUNT.
088300     IF WS-LOG-AMOUNT NOT = SPACES
088400         AND WS-LOG-AMOUNT-N NUMERIC
088500         MOVE WS-LOG-AMOUNT-N TO WS-EDIT-LINE-AMOUNT
088600         MOVE WS-EDIT-LINE-AMOUNT TO WS-PRINT-NEW-AMOUNT
088700         MOVE WS-LOG-AMOUNT-N TO WS-CSV-AMOUNT
088800         MOVE WS-CSV-AMOUNT TO WS-CR-AMOUNT
088900     END-IF.
089000     MOVE WS-ACT-SOURCE(WS-ACT-IDX) TO WS-CR-SOURCE.
089100     MOVE WS-ACT-SORT(WS-ACT-IDX) TO WS-SORT-WORK.
089200     MOVE WS-SORT-DATE TO WS-CR-DATE.
089300     PERFORM 3330-WRITE-ACTIVITY-LINE THRU 3330-EXIT.
089400 3320-EXIT.
089500     EXIT.
089600
089700*--------------------------------------------------------------*
089800 3330-WRITE-ACTIVITY-LINE.
089900*    PRINTS AND WRITES ONE ACTIVITY LINE FROM THE FIELDS SET UP *
090000*    BY 3310 OR 3320.                                           *
090100*--------------------------------------------------------------*
090200     MOVE SPACES TO WS-REPORT-LINE.
090300     STRING "  " WS-CR-CONTRACT "        " WS-CR-NAME "  "
090400         WS-PRINT-OLD-AMOUNT "  " WS-PRINT-NEW-AMOUNT "  "
090500         WS-CR-SOURCE "  " WS-CR-DATE(1:4) "-"
090600         WS-CR-DATE(5:2) "-" WS-CR-DATE(7:2)
090700         DELIMITED BY SIZE INTO WS-REPORT-LINE.
090800     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
090900     MOVE SPACES TO WS-CR-CONTACT WS-CR-COUNT.
091000     PERFORM 3900-WRITE-CSV-ROW THRU 3900-EXIT.
091100 3330-EXIT.
091200     EXIT.
091300
091400*--------------------------------------------------------------*
091500 3600-PRINT-CLOSING.
091600*    PRINTS THE STATEMENT SUMMARY AND WRITES THE TOTAL ROW THAT *
091700*    ENDS THE DELIMITED COPY.                                   *
091800*--------------------------------------------------------------*
091900     MOVE "STATEMENT SUMMARY" TO WS-REPORT-LINE.
092000     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
092100     MOVE WS-STMT-ADDS TO WS-EDIT-COUNT.
092200     MOVE SPACES TO WS-REPORT-LINE.
092300     STRING "  ADDITIONS IN PERIOD:      " WS-EDIT-COUNT
092400         DELIMITED BY SIZE INTO WS-REPORT-LINE.
092500     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
092600     MOVE WS-STMT-CORRECTIONS TO WS-EDIT-COUNT.
092700     MOVE SPACES TO WS-REPORT-LINE.
092800     STRING "  CORRECTIONS IN PERIOD:    " WS-EDIT-COUNT
092900         DELIMITED BY SIZE INTO WS-REPORT-LINE.
093000     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
093100     MOVE WS-STMT-DELETIONS TO WS-EDIT-COUNT.
093200     MOVE SPACES TO WS-REPORT-LINE.
093300     STRING "  DELETIONS IN PERIOD:      " WS-EDIT-COUNT
093400         DELIMITED BY SIZE INTO WS-REPORT-LINE.
093500     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
093600     MOVE WS-LIVE-COUNT TO WS-EDIT-COUNT.
093700     MOVE SPACES TO WS-REPORT-LINE.
093800     STRING "  CLOSING CONTRACT COUNT:   " WS-EDIT-COUNT
093900         DELIMITED BY SIZE INTO WS-REPORT-LINE.
094000     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
094100     MOVE WS-STMT-VALUE TO WS-EDIT-AMOUNT.
094200     MOVE SPACES TO WS-REPORT-LINE.
094300     STRING "  CLOSING CONTRACT VALUE:   " WS-EDIT-AMOUNT
094400         DELIMITED BY SIZE INTO WS-REPORT-LINE.
094500     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
094600     MOVE SPACES TO WS-REPORT-LINE.
094700     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
094800     MOVE SPACES TO WS-REPORT-LINE.
094900     STRING "  DELIMITED COPY: " WS-STMT-FILE-NAME
095000         DELIMITED BY SIZE INTO WS-REPORT-LINE.
095100     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
095200     MOVE SPACES TO WS-CSV-ROW.
095300     MOVE "TOTAL" TO WS-CR-SECTION.
095400     MOVE WS-STMT-VALUE TO WS-CSV-VALUE.
095500     MOVE WS-CSV-VALUE TO WS-CR-AMOUNT.
095600     MOVE WS-TO-ENTRY TO WS-CR-DATE.
095700     MOVE WS-LIVE-COUNT TO WS-CSV-COUNT.
095800     MOVE WS-CSV-COUNT TO WS-CR-COUNT.
095900     PERFORM 3900-WRITE-CSV-ROW THRU 3900-EXIT.
096000 3600-EXIT.
096100     EXIT.
096200
096300*--------------------------------------------------------------*
096400 3900-WRITE-CSV-ROW.
096500*    BUILDS ONE DELIMITED ROW FROM WS-CSV-ROW AND WRITES IT.    *
096600*    THE NAME IS FREE TEXT, SO IT IS QUOTED AS CSVEXP QUOTES    *
096700*    IT.                                                        *
096800*--------------------------------------------------------------*
096900     MOVE SPACES TO WS-STMT-LINE.
097000     STRING FUNCTION TRIM(WS-CR-SECTION)       ","
097100         FUNCTION TRIM(WS-CUR-DISTRICT)        ","
097200         FUNCTION TRIM(WS-CUR-MUNICIPALITY)    ","
097300         WS-CR-CONTRACT                        ","
097400         '"' FUNCTION TRIM(WS-CR-NAME) '"'     ","
097500         WS-CR-CONTACT                         ","
097600         FUNCTION TRIM(WS-CR-OLD-AMOUNT)       ","
097700         FUNCTION TRIM(WS-CR-AMOUNT)           ","
097800         FUNCTION TRIM(WS-CR-SOURCE)           ","
097900         WS-CR-DATE                            ","
098000         FUNCTION TRIM(WS-CR-COUNT)
098100         DELIMITED BY SIZE INTO WS-STMT-LINE
098200         ON OVERFLOW
098300             DISPLAY "STATEMENT ROW TOO LONG FOR OUTPUT BUFFER - "
098400                 "ROW TRUNCATED FOR: " WS-CR-NAME
098500     END-STRING.
098600     WRITE STATEMENT-RECORD FROM WS-STMT-LINE.
098700 3900-EXIT.
098800     EXIT.
098900
099000*--------------------------------------------------------------*
099100 5000-ACTIVITY-ONLY.
099200*    GIVES A STATEMENT TO EACH MUNICIPALITY THAT HAD ACTIVITY   *
099300*    IN THE PERIOD BUT HAS NO LIVE CONTRACTS LEFT - ANY         *
099400*    ACTIVITY ROW STILL NOT DONE AFTER THE MASTER PASS.         *
099500*--------------------------------------------------------------*
099600     MOVE 'Y' TO WS-FOUND-SW.
099700     PERFORM 5100-NEXT-ACTIVITY-ONLY THRU 5100-EXIT
099800         UNTIL NOT ROW-FOUND.
099900 5000-EXIT.
100000     EXIT.
100100
100200*--------------------------------------------------------------*
100300 5100-NEXT-ACTIVITY-ONLY.
100400*--------------------------------------------------------------*
100500     MOVE 'N' TO WS-FOUND-SW.
100600     PERFORM 5110-FIND-UNDONE THRU 5110-EXIT
100700         VARYING WS-ACT-IDX FROM 1 BY 1
100800         UNTIL WS-ACT-IDX > WS-ACT-COUNT OR ROW-FOUND.
100900     IF NOT ROW-FOUND
101000         GO TO 5100-EXIT
101100     END-IF.
101200     MOVE ZERO TO WS-LIVE-COUNT.
101300     MOVE 'Y' TO WS-MUNI-OPEN-SW.
101400     PERFORM 3000-PRINT-STATEMENT THRU 3000-EXIT.
101410     MOVE 'Y' TO WS-FOUND-SW.
101500 5100-EXIT.
101600     EXIT.
101700
101800*--------------------------------------------------------------*
101900 5110-FIND-UNDONE.
102000*--------------------------------------------------------------*
102100     IF WS-ACT-DONE(WS-ACT-IDX) NOT = 'Y'
102200         MOVE WS-ACT-MUNI-KEY(WS-ACT-IDX) TO WS-CUR-MUNI-KEY
102300         MOVE 'Y' TO WS-FOUND-SW
102400     END-IF.
102500 5110-EXIT.
102600     EXIT.
102700
102800*--------------------------------------------------------------*
102900 7010-WRITE-LINE.
103000*    WRITES ONE REPORT LINE, STARTING A NEW PAGE WITH THE       *
103100*    STATEMENT HEADING WHENEVER THE CURRENT PAGE IS FULL.       *
103200*--------------------------------------------------------------*
103300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
103400         PERFORM 7020-PRINT-PAGE-HEADING THRU 7020-EXIT
103500     END-IF.
103600     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
103700     ADD 1 TO WS-LINE-COUNT.
103800 7010-EXIT.
103900     EXIT.
104000
104100*--------------------------------------------------------------*
104200 7020-PRINT-PAGE-HEADING.
104300*    A STATEMENT PAGE CARRIES THE STATEMENT NUMBER, PERIOD AND  *
104400*    MUNICIPALITY; THE LAST PAGES CARRY THE RUN SUMMARY TITLE.  *
104500*--------------------------------------------------------------*
104600     ADD 1 TO WS-PAGE-NUMBER.
104700     MOVE WS-PAGE-NUMBER TO WS-EDIT-PAGE.
104800     MOVE SPACES TO REPORT-RECORD.
104900     IF SUMMARY-PAGES
105000         STRING "MUNICIPAL STATEMENT RUN SUMMARY   PERIOD "
105100             WS-PERIOD-TEXT "   RUN "
105200             CURRENT-YEAR "-" CURRENT-MONTH "-" CURRENT-DAY
105300             "   PAGE " WS-EDIT-PAGE
105400             DELIMITED BY SIZE INTO REPORT-RECORD
105500     ELSE
105600         STRING "MUNICIPAL STATEMENT " WS-STMT-NUMBER
105700             "   PERIOD " WS-PERIOD-TEXT "   RUN "
105800             CURRENT-YEAR "-" CURRENT-MONTH "-" CURRENT-DAY
105900             "   PAGE " WS-EDIT-PAGE
106000             DELIMITED BY SIZE INTO REPORT-RECORD
106100     END-IF.
106200     WRITE REPORT-RECORD.
106300     MOVE 2 TO WS-LINE-COUNT.
106400     IF NOT SUMMARY-PAGES
106500         MOVE SPACES TO REPORT-RECORD
106600         STRING "DISTRICT: " WS-CUR-DISTRICT
106700             "  MUNICIPALITY: " WS-CUR-MUNICIPALITY
106800             DELIMITED BY SIZE INTO REPORT-RECORD
106900         WRITE REPORT-RECORD
107000         ADD 1 TO WS-LINE-COUNT
107100     END-IF.
107200     MOVE SPACES TO REPORT-RECORD.
107300     WRITE REPORT-RECORD.
107400 7020-EXIT.
107500     EXIT.
107600
107700*--------------------------------------------------------------*
107800 7500-PRINT-RUN-SUMMARY.
107900*    ENDS THE PRINT FILE WITH THE RUN TOTALS ON A PAGE OF ITS   *
108000*    OWN.                                                       *
108100*--------------------------------------------------------------*
108200     MOVE 'Y' TO WS-SUMMARY-SW.
108300     MOVE 99 TO WS-LINE-COUNT.
108400     MOVE WS-STMT-NUMBER TO WS-EDIT-COUNT.
108500     MOVE SPACES TO WS-REPORT-LINE.
108600     STRING "STATEMENTS PRODUCED:          " WS-EDIT-COUNT
108700         DELIMITED BY SIZE INTO WS-REPORT-LINE.
108800     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
108900     MOVE WS-RECORDS-READ TO WS-EDIT-COUNT.
109000     MOVE SPACES TO WS-REPORT-LINE.
109100     STRING "LIVE CONTRACTS STATED:        " WS-EDIT-COUNT
109200         DELIMITED BY SIZE INTO WS-REPORT-LINE.
109300     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
109400     MOVE WS-RUN-VALUE TO WS-EDIT-AMOUNT.
109500     MOVE SPACES TO WS-REPORT-LINE.
109600     STRING "TOTAL CLOSING VALUE:          " WS-EDIT-AMOUNT
109700         DELIMITED BY SIZE INTO WS-REPORT-LINE.
109800     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
109900     MOVE WS-RUN-ADDS TO WS-EDIT-COUNT.
110000     MOVE SPACES TO WS-REPORT-LINE.
110100     STRING "ADDITIONS IN PERIOD:          " WS-EDIT-COUNT
110200         DELIMITED BY SIZE INTO WS-REPORT-LINE.
110300     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
110400     MOVE WS-RUN-CORRECTIONS TO WS-EDIT-COUNT.
110500     MOVE SPACES TO WS-REPORT-LINE.
110600     STRING "CORRECTIONS IN PERIOD:        " WS-EDIT-COUNT
110700         DELIMITED BY SIZE INTO WS-REPORT-LINE.
110800     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
110900     MOVE WS-RUN-DELETIONS TO WS-EDIT-COUNT.
111000     MOVE SPACES TO WS-REPORT-LINE.
111100     STRING "DELETIONS IN PERIOD:          " WS-EDIT-COUNT
111200         DELIMITED BY SIZE INTO WS-REPORT-LINE.
111300     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
111400     MOVE WS-ROWS-UNKNOWN TO WS-EDIT-COUNT.
111500     MOVE SPACES TO WS-REPORT-LINE.
111600     STRING "CHANGE-LOG ROWS SKIPPED:      " WS-EDIT-COUNT
111700         DELIMITED BY SIZE INTO WS-REPORT-LINE.
111800     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
111900     IF WS-ACT-DROPPED > ZERO
112000         MOVE WS-ACT-DROPPED TO WS-EDIT-COUNT
112100         MOVE SPACES TO WS-REPORT-LINE
112200         STRING "*** ACTIVITY TABLE FULL - " WS-EDIT-COUNT
112300             " TRAIL ROWS LEFT OFF THESE STATEMENTS - RERUN "
112400             "FOR A SHORTER PERIOD ***"
112500             DELIMITED BY SIZE INTO WS-REPORT-LINE
112600         PERFORM 7010-WRITE-LINE THRU 7010-EXIT
112700     END-IF.
112800 7500-EXIT.
112900     EXIT.
113000
113100*--------------------------------------------------------------*
113200 8000-TERMINATE.
113300*--------------------------------------------------------------*
113400     IF MASTER-OPENED
113500         CLOSE MASTER-FILE
113600     END-IF.
113700     IF REPORT-OPENED
113800         CLOSE REPORT-FILE
113900     END-IF.
114000     IF NOT RUN-ABORTED
114100         DISPLAY "MUNICIPAL STATEMENTS WRITTEN: " WS-STMT-NUMBER
114200         DISPLAY "STATEMENT REPORT: " WS-REPORT-FILE-NAME
114300         IF WS-ACT-DROPPED > ZERO
114400             DISPLAY "ACTIVITY TABLE FULL - " WS-ACT-DROPPED
114500                 " TRAIL ROWS NOT STATED."
114600         END-IF
114700     END-IF.
114800 8000-EXIT.
114900     EXIT.
