000100 IDENTIFICATION DIVISION.
000200*--------------------------------------------------------------*
000300 PROGRAM-ID.     OPQRPT.
000400 AUTHOR.         A. PINTO.
000500 INSTALLATION.   DSO - DISTRICT INTAKE SYSTEMS.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*--------------------------------------------------------------*
000900* OPQRPT PRINTS THE WEEKLY OPERATOR QUALITY REPORT. FOR THE    *
001000* SEVEN DAYS ENDING ON THE DATE GIVEN IT SHOWS, PER OPERATOR:  *
001100*   - FROM THE INTAKE SESSION LOG (seslog.dat, ONE ROW PER     *
001200*     TESTECOB SESSION) - SESSIONS, RECORDS WRITTEN, ENTRIES   *
001300*     REJECTED AND THE EDITS THEY FAILED, AND DUPLICATE        *
001400*     OVERRIDES USED;                                          *
001500*   - FROM THE ONLINE CHANGE LOG (mstchg.log) - HOW MANY OF    *
001600*     THE OPERATOR'S RECORDS WERE CORRECTED IN MSTINQ (DIRECT  *
001700*     OR APPROVED THROUGH MSTAPRV) DURING THE WEEK;            *
001800*   - FROM THE CONSOLIDATION JOURNAL (mstjrnl.dat) - HOW MANY  *
001900*     OF THE OPERATOR'S RECORDS WERE REPLACED BY A LATER       *
002000*     INTAKE ENTRY WHEN CONSOLDT RAN DURING THE WEEK.          *
002100* A CHANGE-LOG ROW DOES NOT CARRY THE OPERATOR WHO KEYED THE   *
002200* RECORD, SO A CORRECTION IS CHARGED TO THE OPERATOR ON THE    *
002300* MASTER RECORD; ONE NO LONGER ON THE MASTER IS SHOWN UNDER    *
002400* *UNKNOWN*. A JOURNAL ROW CARRIES THE REPLACED RECORD WHOLE,  *
002500* SO AN OVERWRITE IS CHARGED TO THE OPERATOR WHO KEYED IT.     *
002600*--------------------------------------------------------------*
002700* MODIFICATION HISTORY.                                        *
002800*--------------------------------------------------------------*
002900* DATE        INIT  DESCRIPTION                                *
003000* ----------  ----  ------------------------------------------ *
003100* 2026-10-15   AP   ORIGINAL PROGRAM.                          *
003200*--------------------------------------------------------------*
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT SESSION-LOG-FILE ASSIGN TO WS-SESSION-LOG-NAME
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-SESSION-LOG-STATUS.
004000     SELECT CHANGE-LOG-FILE ASSIGN TO WS-CHANGE-LOG-NAME
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-LOG-STATUS.
004300     SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-FILE-NAME
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-JOURNAL-STATUS.
004600     SELECT MASTER-FILE ASSIGN TO WS-MASTER-FILE-NAME
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS MR-KEY
005000         FILE STATUS IS WS-MASTER-STATUS.
005100     SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  SESSION-LOG-FILE.
005700     COPY sesrec.
005800
005900*--------------------------------------------------------------*
006000* ONE CHANGE-LOG ROW PER ONLINE CHANGE, AS MSTINQ AND MSTAPRV  *
006100* WRITE IT. ONLY CORRECTIONS (ACTION 'C') ARE COUNTED HERE.    *
006200*--------------------------------------------------------------*
006300 FD  CHANGE-LOG-FILE.
006400 01  CHANGE-LOG-RECORD.
006500     05  CL-ACTION              PIC X(01).
006600         88  CL-CORRECTION           VALUE 'C'.
006700     05  CL-OPERATOR            PIC X(10).
006800     05  CL-LOG-DATE            PIC 9(08).
006900     05  CL-LOG-TIME            PIC 9(08).
007000     05  CL-DISTRICT            PIC X(50).
007100     05  CL-MUNICIPALITY        PIC X(50).
007200     05  CL-CONTRACT            PIC 99.
007300     05  CL-OLD-NAME            PIC X(30).
007400     05  CL-OLD-DATE            PIC X(30).
007500     05  CL-OLD-CONTACT         PIC XX.
007600     05  CL-OLD-AMOUNT          PIC X(09).
007700     05  CL-NEW-NAME            PIC X(30).
007800     05  CL-NEW-DATE            PIC X(30).
007900     05  CL-NEW-CONTACT         PIC XX.
008000     05  CL-NEW-AMOUNT          PIC X(09).
008100     05  CL-APPROVED-BY         PIC X(10).
008200
008300*--------------------------------------------------------------*
008400* ONE JOURNAL ROW PER MASTER RECORD REPLACED OR REMOVED, AS    *
008500* CONSOLDT AND MSTRKEY WRITE IT - THE RUN DATE, THE SOURCE FILE*
008600* AND THE FULL BEFORE AND AFTER IMAGES.                        *
008700*--------------------------------------------------------------*
008800 FD  JOURNAL-FILE.
008900 01  JOURNAL-RECORD.
009000     05  JR-RUN-DATE            PIC 9(08).
009100     05  JR-SOURCE-FILE         PIC X(50).
009200     05  JR-OLD-IMAGE           PIC X(199).
009300     05  JR-NEW-IMAGE           PIC X(199).
009400
009500 FD  MASTER-FILE.
009600 01  MASTER-RECORD.
009700     05  MR-KEY.
009800         10  MR-DISTRICT        PIC X(50).
009900         10  MR-MUNICIPALITY    PIC X(50).
010000         10  MR-CONTRACT        PIC 99.
010100     05  MR-NAME                PIC X(30).
010200     05  MR-DATE                PIC X(30).
010300     05  MR-CONTACT             PIC 99.
010400     05  MR-AMOUNT              PIC 9(07)V99.
010500     05  MR-OPERATOR            PIC X(10).
010600     05  MR-ENTRY-DATE          PIC 9(08).
010700     05  MR-ENTRY-TIME          PIC 9(08).
010800
010900 FD  REPORT-FILE.
011000 01  REPORT-RECORD              PIC X(132).
011100
011200 WORKING-STORAGE SECTION.
011300 01  WS-SESSION-LOG-NAME        PIC X(50)
011400         VALUE "..\output\seslog.dat".
011500 01  WS-CHANGE-LOG-NAME         PIC X(50)
011600         VALUE "..\output\mstchg.log".
011700 01  WS-JOURNAL-FILE-NAME       PIC X(50)
011800         VALUE "..\output\mstjrnl.dat".
011900 01  WS-MASTER-FILE-NAME        PIC X(50)
012000         VALUE "..\output\masterdt.dat".
012100 01  WS-REPORT-FILE-NAME        PIC X(50) VALUE SPACES.
012200
012300 01  WS-SESSION-LOG-STATUS      PIC X(02) VALUE "00".
012400     88  SESSION-LOG-OK              VALUE "00".
012500     88  SESSION-LOG-MISSING         VALUE "35".
012600 01  WS-LOG-STATUS              PIC X(02) VALUE "00".
012700     88  LOG-OK                      VALUE "00".
012800     88  LOG-MISSING                 VALUE "35".
012900 01  WS-JOURNAL-STATUS          PIC X(02) VALUE "00".
013000     88  JOURNAL-OK                  VALUE "00".
013100     88  JOURNAL-MISSING             VALUE "35".
013200 01  WS-MASTER-STATUS           PIC X(02) VALUE "00".
013300     88  MASTER-OK                   VALUE "00".
013400
013500*--------------------------------------------------------------*
013600* SWITCHES.                                                    *
013700*--------------------------------------------------------------*
013800 01  WS-SWITCHES.
013900     05  WS-SES-EOF-SW          PIC X(01) VALUE 'N'.
014000         88  SES-EOF                  VALUE 'Y'.
014100     05  WS-LOG-EOF-SW          PIC X(01) VALUE 'N'.
014200         88  LOG-EOF                  VALUE 'Y'.
014300     05  WS-JRN-EOF-SW          PIC X(01) VALUE 'N'.
014400         88  JRN-EOF                  VALUE 'Y'.
014500     05  WS-FOUND-SW            PIC X(01) VALUE 'N'.
014600         88  ENTRY-FOUND              VALUE 'Y'.
014700     05  WS-MASTER-SW           PIC X(01) VALUE 'N'.
014800         88  MASTER-AVAILABLE         VALUE 'Y'.
014900     05  WS-ABORT-SW            PIC X(01) VALUE 'N'.
015000         88  RUN-ABORTED              VALUE 'Y'.
015100
015200*--------------------------------------------------------------*
015300* THE REPORT WEEK - SEVEN DAYS ENDING ON THE DATE GIVEN (BLANK *
015400* TAKES TODAY).                                                *
015500*--------------------------------------------------------------*
015600 01  WS-WEEK-END-ENTRY          PIC X(08) VALUE SPACES.
015700 01  WS-WEEK-END-DATE REDEFINES WS-WEEK-END-ENTRY.
015800     05  WS-WEEK-END-YEAR       PIC 9(04).
015900     05  WS-WEEK-END-MONTH      PIC 9(02).
016000     05  WS-WEEK-END-DAY        PIC 9(02).
016100 01  WS-WEEK-END-N REDEFINES WS-WEEK-END-ENTRY
016200                                PIC 9(08).
016300 01  WS-WEEK-START-N            PIC 9(08) VALUE ZERO.
016400 01  WS-WEEK-START-INT          PIC 9(07) VALUE ZERO.
016500 01  WS-TODAY                   PIC 9(08) VALUE ZERO.
016600 01  WS-PERIOD-TEXT             PIC X(24) VALUE SPACES.
016700
016800*--------------------------------------------------------------*
016900* WORK VIEW OF ONE JOURNAL IMAGE - THE SHAPE OF MASTER-RECORD. *
017000*--------------------------------------------------------------*
017100 01  WS-JRN-IMAGE.
017200     05  WS-JI-KEY              PIC X(102).
017300     05  WS-JI-NAME             PIC X(30).
017400     05  WS-JI-DATE             PIC X(30).
017500     05  WS-JI-CONTACT          PIC XX.
017600     05  WS-JI-AMOUNT           PIC X(09).
017700     05  WS-JI-OPERATOR         PIC X(10).
017800     05  WS-JI-ENTRY-DATE       PIC X(08).
017900     05  WS-JI-ENTRY-TIME       PIC X(08).
018000 01  WS-JRN-NEW-KEY             PIC X(102) VALUE SPACES.
018100
018200*--------------------------------------------------------------*
018300* ONE ROW PER OPERATOR SEEN IN ANY OF THE THREE FILES, KEPT IN *
018400* ASCENDING OPERATOR ORDER BY INSERTING EACH NEW OPERATOR IN   *
018500* PLACE. A FULL TABLE LUMPS FURTHER OPERATORS INTO THE LAST    *
018600* ROW RATHER THAN OVERRUNNING IT.                              *
018700*--------------------------------------------------------------*
018800 77  WS-OPERATOR-COUNT          PIC 9(03) COMP VALUE ZERO.
018900 77  WS-OPERATOR-MAX            PIC 9(03) COMP VALUE 200.
019000 77  WS-INSERT-POS              PIC 9(03) COMP VALUE ZERO.
019100 01  WS-FIND-OPERATOR           PIC X(10) VALUE SPACES.
019200 01  WS-OPERATOR-TABLE.
019300     05  WS-OPERATOR-ENTRY
019400             OCCURS 200 TIMES INDEXED BY WS-OPER-IDX.
019500         10  WS-OPER-ID             PIC X(10).
019600         10  WS-OPER-SESSIONS       PIC 9(05) COMP.
019700         10  WS-OPER-WRITTEN        PIC 9(07) COMP.
019800         10  WS-OPER-REJECTED       PIC 9(07) COMP.
019900         10  WS-OPER-REJ-DISTRICT   PIC 9(05) COMP.
020000         10  WS-OPER-REJ-PAIR       PIC 9(05) COMP.
020100         10  WS-OPER-REJ-CONTRACT   PIC 9(05) COMP.
020200         10  WS-OPER-REJ-AMOUNT     PIC 9(05) COMP.
020300         10  WS-OPER-REJ-DATE       PIC 9(05) COMP.
020400         10  WS-OPER-REJ-DUPLICATE  PIC 9(05) COMP.
020500         10  WS-OPER-REJ-OTHER      PIC 9(05) COMP.
020600         10  WS-OPER-OVERRIDES      PIC 9(05) COMP.
020700         10  WS-OPER-CORRECTED      PIC 9(05) COMP.
020800         10  WS-OPER-OVERWRITTEN    PIC 9(05) COMP.
020900
021000*--------------------------------------------------------------*
021100* REPORT TOTALS OVER ALL OPERATORS.                            *
021200*--------------------------------------------------------------*
021300 01  WS-TOTALS.
021400     05  WS-TOT-SESSIONS        PIC 9(05) COMP VALUE ZERO.
021500     05  WS-TOT-WRITTEN         PIC 9(07) COMP VALUE ZERO.
021600     05  WS-TOT-REJECTED        PIC 9(07) COMP VALUE ZERO.
021700     05  WS-TOT-REJ-DISTRICT    PIC 9(05) COMP VALUE ZERO.
021800     05  WS-TOT-REJ-PAIR        PIC 9(05) COMP VALUE ZERO.
021900     05  WS-TOT-REJ-CONTRACT    PIC 9(05) COMP VALUE ZERO.
022000     05  WS-TOT-REJ-AMOUNT      PIC 9(05) COMP VALUE ZERO.
022100     05  WS-TOT-REJ-DATE        PIC 9(05) COMP VALUE ZERO.
022200     05  WS-TOT-REJ-DUPLICATE   PIC 9(05) COMP VALUE ZERO.
022300     05  WS-TOT-REJ-OTHER       PIC 9(05) COMP VALUE ZERO.
022400     05  WS-TOT-OVERRIDES       PIC 9(05) COMP VALUE ZERO.
022500     05  WS-TOT-CORRECTED       PIC 9(05) COMP VALUE ZERO.
022600     05  WS-TOT-OVERWRITTEN     PIC 9(05) COMP VALUE ZERO.
022700
022800*--------------------------------------------------------------*
022900* RUN COUNTERS.                                                *
023000*--------------------------------------------------------------*
023100 77  WS-SESSION-ROWS-READ       PIC 9(07) COMP VALUE ZERO.
023200 77  WS-LOG-ROWS-READ           PIC 9(07) COMP VALUE ZERO.
023300 77  WS-JOURNAL-ROWS-READ       PIC 9(07) COMP VALUE ZERO.
023400 77  WS-PCT-WRITTEN             PIC 9(07) COMP VALUE ZERO.
023500 77  WS-PCT-REJECTED            PIC 9(07) COMP VALUE ZERO.
023600 77  WS-PCT-LATER               PIC 9(07) COMP VALUE ZERO.
023700 77  WS-PCT-BASE                PIC 9(07) COMP VALUE ZERO.
023800 01  WS-PCT-VALUE               PIC 9(05)V9 VALUE ZERO.
023900
024000*--------------------------------------------------------------*
024100* PAGINATION CONTROLS AND PRINT WORK AREAS.                    *
024200*--------------------------------------------------------------*
024300 77  WS-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
024400 77  WS-LINE-COUNT              PIC 9(03) COMP VALUE 99.
024500 77  WS-PAGE-NUMBER             PIC 9(04) COMP VALUE ZERO.
024600 01  WS-REPORT-LINE             PIC X(132) VALUE SPACES.
024700 01  WS-EDIT-COUNT              PIC ZZZ,ZZ9.
024800 01  WS-EDIT-PAGE               PIC ZZZ9.
024900
025000*--------------------------------------------------------------*
025100* COLUMN HEADINGS, REPEATED AT THE TOP OF EVERY PAGE.          *
025200*--------------------------------------------------------------*
025300 01  WS-COLUMN-HEAD-1.
025400     05  FILLER             PIC X(46) VALUE SPACES.
025500     05  FILLER             PIC X(28) VALUE
025600             "----------- ENTRIES REJECTED".
025700     05  FILLER             PIC X(26) VALUE
025800             " - EDIT FAILED -----------".
025900     05  FILLER             PIC X(10) VALUE SPACES.
026000     05  FILLER             PIC X(21) VALUE
026100             "--- LATER CHANGES ---".
026200
026300 01  WS-COLUMN-HEAD-2.
026400     05  FILLER             PIC X(44) VALUE
026500             "             SES-   RECORDS   ENTRIES    REJ".
026600     05  FILLER             PIC X(42) VALUE
026700             "  UNKNWN     BAD     BAD     BAD     BAD  ".
026800     05  FILLER             PIC X(45) VALUE
026900             "DUPLI-   OTHER   OVER-  MSTINQ  CONSOL  LATER".
027000
027100 01  WS-COLUMN-HEAD-3.
027200     05  FILLER             PIC X(44) VALUE
027300             "OPERATOR    SIONS   WRITTEN  REJECTED    PCT".
027400     05  FILLER             PIC X(42) VALUE
027500             "  DISTR.    PAIR  CNTRCT  AMOUNT    DATE  ".
027600     05  FILLER             PIC X(45) VALUE
027700             "  CATE    EDIT   RIDES   CORR.  OVERWR    PCT".
027800
027900*--------------------------------------------------------------*
028000* ONE DETAIL LINE - AN OPERATOR, OR THE TOTAL OVER ALL OF THEM.*
028100* A PERCENTAGE WITH NOTHING TO DIVIDE BY IS LEFT BLANK.        *
028200*--------------------------------------------------------------*
028300 01  WS-DETAIL-LINE.
028400     05  WS-DL-OPERATOR         PIC X(10).
028500     05  FILLER                 PIC X(02) VALUE SPACES.
028600     05  WS-DL-SESSIONS         PIC ZZZZ9.
028700     05  FILLER                 PIC X(02) VALUE SPACES.
028800     05  WS-DL-WRITTEN          PIC ZZZZ,ZZ9.
028900     05  FILLER                 PIC X(02) VALUE SPACES.
029000     05  WS-DL-REJECTED         PIC ZZZZ,ZZ9.
029100     05  FILLER                 PIC X(02) VALUE SPACES.
029200     05  WS-DL-REJ-PCT          PIC ZZ9.9.
029300     05  WS-DL-REJ-PCT-X REDEFINES WS-DL-REJ-PCT
029400                                PIC X(05).
029500     05  FILLER                 PIC X(02) VALUE SPACES.
029600     05  WS-DL-REJ-DISTRICT     PIC ZZZZZ9.
029700     05  FILLER                 PIC X(02) VALUE SPACES.
029800     05  WS-DL-REJ-PAIR         PIC ZZZZZ9.
029900     05  FILLER                 PIC X(02) VALUE SPACES.
030000     05  WS-DL-REJ-CONTRACT     PIC ZZZZZ9.
030100     05  FILLER                 PIC X(02) VALUE SPACES.
030200     05  WS-DL-REJ-AMOUNT       PIC ZZZZZ9.
030300     05  FILLER                 PIC X(02) VALUE SPACES.
030400     05  WS-DL-REJ-DATE         PIC ZZZZZ9.
030500     05  FILLER                 PIC X(02) VALUE SPACES.
030600     05  WS-DL-REJ-DUPLICATE    PIC ZZZZZ9.
030700     05  FILLER                 PIC X(02) VALUE SPACES.
030800     05  WS-DL-REJ-OTHER        PIC ZZZZZ9.
030900     05  FILLER                 PIC X(02) VALUE SPACES.
031000     05  WS-DL-OVERRIDES        PIC ZZZZZ9.
031100     05  FILLER                 PIC X(02) VALUE SPACES.
031200     05  WS-DL-CORRECTED        PIC ZZZZZ9.
031300     05  FILLER                 PIC X(02) VALUE SPACES.
031400     05  WS-DL-OVERWRITTEN      PIC ZZZZZ9.
031500     05  FILLER                 PIC X(02) VALUE SPACES.
031600     05  WS-DL-LATER-PCT        PIC ZZ9.9.
031700     05  WS-DL-LATER-PCT-X REDEFINES WS-DL-LATER-PCT
031800                                PIC X(05).
031900     05  FILLER                 PIC X(01) VALUE SPACES.
032000
032100 01  CURRENT-DATE-DATA.
032200     05  CURRENT-DATE.
032300         10  CURRENT-YEAR          PIC 9(04).
032400         10  CURRENT-MONTH         PIC 9(02).
032500         10  CURRENT-DAY           PIC 9(02).
032600     05  WS-CURRENT-TIME.
032700         10  CURRENT-HOURS         PIC 9(02).
032800         10  CURRENT-MINUTE        PIC 9(02).
032900         10  CURRENT-SECOND        PIC 9(02).
033000         10  CURRENT-MILLISECONDS  PIC 9(02).
033100
033200 PROCEDURE DIVISION.
033300*--------------------------------------------------------------*
033400 0000-MAINLINE.
033500*--------------------------------------------------------------*
033600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033700     IF NOT RUN-ABORTED
033800         PERFORM 2000-LOAD-SESSION-LOG THRU 2000-EXIT
033900         PERFORM 3000-LOAD-CHANGE-LOG THRU 3000-EXIT
034000         PERFORM 4000-LOAD-JOURNAL THRU 4000-EXIT
034100         PERFORM 7000-PRINT-REPORT THRU 7000-EXIT
034200     END-IF.
034300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
034400     STOP RUN.
034500
034600*--------------------------------------------------------------*
034700 1000-INITIALIZE.
034800*    ACCEPTS THE WEEK-ENDING DATE AND THE REPORT FILE NAME. THE*
034900*    MASTER IS ONLY NEEDED TO CHARGE A CORRECTION TO THE       *
035000*    OPERATOR WHO KEYED THE RECORD - WITHOUT IT THE REPORT     *
035100*    STILL RUNS AND THE CORRECTIONS FALL UNDER *UNKNOWN*.      *
035200*--------------------------------------------------------------*
035300     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA.
035400     MOVE CURRENT-DATE TO WS-TODAY.
035500     PERFORM 1100-ACCEPT-WEEK THRU 1100-EXIT.
035600     IF RUN-ABORTED
035700         GO TO 1000-EXIT
035800     END-IF.
035900     DISPLAY "REPORT FILE NAME (BLANK = ..\output\opqrpt.txt):".
036000     ACCEPT WS-REPORT-FILE-NAME.
036100     IF WS-REPORT-FILE-NAME = SPACES
036200         MOVE "..\output\opqrpt.txt" TO WS-REPORT-FILE-NAME
036300     END-IF.
036400     OPEN OUTPUT REPORT-FILE.
036500     OPEN INPUT MASTER-FILE.
036600     IF MASTER-OK
036700         MOVE 'Y' TO WS-MASTER-SW
036800     ELSE
036900         DISPLAY "MASTER FILE NOT AVAILABLE (STATUS "
037000             WS-MASTER-STATUS ") - CORRECTIONS CANNOT BE "
037100             "CHARGED TO AN OPERATOR."
037200     END-IF.
037300 1000-EXIT.
037400     EXIT.
037500
037600*--------------------------------------------------------------*
037700 1100-ACCEPT-WEEK.
037800*    THE REPORT COVERS THE SEVEN DAYS ENDING ON THE DATE GIVEN.*
037900*--------------------------------------------------------------*
038000     DISPLAY "WEEK ENDING DATE (YYYYMMDD, BLANK = TODAY):".
038100     ACCEPT WS-WEEK-END-ENTRY.
038200     IF WS-WEEK-END-ENTRY = SPACES
038300         MOVE WS-TODAY TO WS-WEEK-END-N
038400     END-IF.
038500     IF WS-WEEK-END-N NOT NUMERIC
038600         OR WS-WEEK-END-MONTH < 1 OR WS-WEEK-END-MONTH > 12
038700         OR WS-WEEK-END-DAY < 1 OR WS-WEEK-END-DAY > 31
038800         OR WS-WEEK-END-YEAR < 1900
038850         OR FUNCTION TEST-DATE-YYYYMMDD(WS-WEEK-END-N) NOT = 0
038900         DISPLAY "INVALID WEEK ENDING DATE - RUN ABANDONED."
039000         MOVE 'Y' TO WS-ABORT-SW
039100         GO TO 1100-EXIT
039200     END-IF.
039300     COMPUTE WS-WEEK-START-INT
039400         = FUNCTION INTEGER-OF-DATE(WS-WEEK-END-N) - 6.
039500     MOVE FUNCTION DATE-OF-INTEGER(WS-WEEK-START-INT)
039600         TO WS-WEEK-START-N.
039700     STRING WS-WEEK-START-N(1:4) "-" WS-WEEK-START-N(5:2) "-"
039800         WS-WEEK-START-N(7:2) " TO " WS-WEEK-END-ENTRY(1:4) "-"
039900         WS-WEEK-END-ENTRY(5:2) "-" WS-WEEK-END-ENTRY(7:2)
040000         DELIMITED BY SIZE INTO WS-PERIOD-TEXT.
040100 1100-EXIT.
040200     EXIT.
040300
040400*--------------------------------------------------------------*
040500 2000-LOAD-SESSION-LOG.
040600*    TALLIES EVERY SESSION THAT STARTED IN THE WEEK. A MISSING *
040700*    LOG IS NOT AN ERROR - NO SESSION HAS BEEN LOGGED YET - THE*
040800*    REPORT THEN SHOWS ONLY THE LATER CHANGES.                 *
040900*--------------------------------------------------------------*
041000     OPEN INPUT SESSION-LOG-FILE.
041100     IF SESSION-LOG-MISSING
041200         DISPLAY "NO INTAKE SESSION LOG ON FILE - SESSION "
041300             "FIGURES CANNOT BE SHOWN."
041400         GO TO 2000-EXIT
041500     END-IF.
041600     MOVE 'N' TO WS-SES-EOF-SW.
041700     PERFORM 2100-TALLY-SESSION THRU 2100-EXIT
041800         UNTIL SES-EOF.
041900     CLOSE SESSION-LOG-FILE.
042000 2000-EXIT.
042100     EXIT.
042200
042300*--------------------------------------------------------------*
042400 2100-TALLY-SESSION.
042500*--------------------------------------------------------------*
042600     READ SESSION-LOG-FILE
042700         AT END
042800             MOVE 'Y' TO WS-SES-EOF-SW
042900     END-READ.
043000     IF SES-EOF
043100         GO TO 2100-EXIT
043200     END-IF.
043300     ADD 1 TO WS-SESSION-ROWS-READ.
043400     IF SL-START-DATE NOT NUMERIC
043500         OR SL-START-DATE < WS-WEEK-START-N
043600         OR SL-START-DATE > WS-WEEK-END-N
043700         GO TO 2100-EXIT
043800     END-IF.
043900     MOVE SL-OPERATOR TO WS-FIND-OPERATOR.
044000     PERFORM 5000-FIND-OPERATOR THRU 5000-EXIT.
044100     ADD 1 TO WS-OPER-SESSIONS(WS-OPER-IDX).
044200     ADD SL-RECORDS-WRITTEN TO WS-OPER-WRITTEN(WS-OPER-IDX).
044300     ADD SL-ENTRIES-REJECTED TO WS-OPER-REJECTED(WS-OPER-IDX).
044400     ADD SL-REJ-DISTRICT TO WS-OPER-REJ-DISTRICT(WS-OPER-IDX).
044500     ADD SL-REJ-PAIR TO WS-OPER-REJ-PAIR(WS-OPER-IDX).
044600     ADD SL-REJ-CONTRACT TO WS-OPER-REJ-CONTRACT(WS-OPER-IDX).
044700     ADD SL-REJ-AMOUNT TO WS-OPER-REJ-AMOUNT(WS-OPER-IDX).
044800     ADD SL-REJ-DATE TO WS-OPER-REJ-DATE(WS-OPER-IDX).
044900     ADD SL-REJ-DUPLICATE TO WS-OPER-REJ-DUPLICATE(WS-OPER-IDX).
045000     ADD SL-REJ-OTHER TO WS-OPER-REJ-OTHER(WS-OPER-IDX).
045100     ADD SL-OVERRIDES TO WS-OPER-OVERRIDES(WS-OPER-IDX).
045200 2100-EXIT.
045300     EXIT.
045400
045500*--------------------------------------------------------------*
045600 3000-LOAD-CHANGE-LOG.
045700*    COUNTS EVERY ONLINE CORRECTION LOGGED IN THE WEEK AGAINST *
045800*    THE OPERATOR WHO KEYED THE RECORD.                        *
045900*--------------------------------------------------------------*
046000     OPEN INPUT CHANGE-LOG-FILE.
046100     IF LOG-MISSING
046200         DISPLAY "NO ONLINE CHANGE LOG ON FILE - NO CORRECTIONS "
046300             "TO COUNT."
046400         GO TO 3000-EXIT
046500     END-IF.
046600     MOVE 'N' TO WS-LOG-EOF-SW.
046700     PERFORM 3100-TALLY-CORRECTION THRU 3100-EXIT
046800         UNTIL LOG-EOF.
046900     CLOSE CHANGE-LOG-FILE.
047000 3000-EXIT.
047100     EXIT.
047200
047300*--------------------------------------------------------------*
047400 3100-TALLY-CORRECTION.
047500*    THE ROW NAMES WHO MADE THE CORRECTION, NOT WHO KEYED THE  *
047600*    RECORD, SO THE KEYING OPERATOR IS TAKEN FROM THE MASTER - *
047700*    A CORRECTION DOES NOT CHANGE MR-OPERATOR.                 *
047800*--------------------------------------------------------------*
047900     READ CHANGE-LOG-FILE
048000         AT END
048100             MOVE 'Y' TO WS-LOG-EOF-SW
048200     END-READ.
048300     IF LOG-EOF
048400         GO TO 3100-EXIT
048500     END-IF.
048600     ADD 1 TO WS-LOG-ROWS-READ.
048700     IF NOT CL-CORRECTION
048800         OR CL-LOG-DATE NOT NUMERIC
048900         OR CL-LOG-DATE < WS-WEEK-START-N
049000         OR CL-LOG-DATE > WS-WEEK-END-N
049100         GO TO 3100-EXIT
049200     END-IF.
049300     MOVE "*UNKNOWN*" TO WS-FIND-OPERATOR.
049400     IF MASTER-AVAILABLE
049500         MOVE CL-DISTRICT TO MR-DISTRICT
049600         MOVE CL-MUNICIPALITY TO MR-MUNICIPALITY
049700         MOVE CL-CONTRACT TO MR-CONTRACT
049800         READ MASTER-FILE
049900         IF MASTER-OK
050000             MOVE MR-OPERATOR TO WS-FIND-OPERATOR
050100         END-IF
050200     END-IF.
050300     PERFORM 5000-FIND-OPERATOR THRU 5000-EXIT.
050400     ADD 1 TO WS-OPER-CORRECTED(WS-OPER-IDX).
050500 3100-EXIT.
050600     EXIT.
050700
050800*--------------------------------------------------------------*
050900 4000-LOAD-JOURNAL.
051000*    COUNTS EVERY MASTER RECORD CONSOLIDATION REPLACED IN THE  *
051100*    WEEK AGAINST THE OPERATOR WHO KEYED THE REPLACED RECORD.  *
051200*--------------------------------------------------------------*
051300     OPEN INPUT JOURNAL-FILE.
051400     IF JOURNAL-MISSING
051500         DISPLAY "NO CONSOLIDATION JOURNAL ON FILE - NO "
051600             "OVERWRITES TO COUNT."
051700         GO TO 4000-EXIT
051800     END-IF.
051900     MOVE 'N' TO WS-JRN-EOF-SW.
052000     PERFORM 4100-TALLY-OVERWRITE THRU 4100-EXIT
052100         UNTIL JRN-EOF.
052200     CLOSE JOURNAL-FILE.
052300 4000-EXIT.
052400     EXIT.
052500
052600*--------------------------------------------------------------*
052700 4100-TALLY-OVERWRITE.
052800*    ONLY A REPLACEMENT UNDER THE SAME KEY IS AN OVERWRITE - A *
052900*    SPACES AFTER IMAGE IS A CONSOLDT DELETION AND A CHANGED   *
053000*    KEY IS AN MSTRKEY MOVE, NEITHER OF WHICH SAYS ANYTHING    *
053100*    ABOUT HOW WELL THE RECORD WAS KEYED.                      *
053200*--------------------------------------------------------------*
053300     READ JOURNAL-FILE
053400         AT END
053500             MOVE 'Y' TO WS-JRN-EOF-SW
053600     END-READ.
053700     IF JRN-EOF
053800         GO TO 4100-EXIT
053900     END-IF.
054000     ADD 1 TO WS-JOURNAL-ROWS-READ.
054100     IF JR-RUN-DATE NOT NUMERIC
054200         OR JR-RUN-DATE < WS-WEEK-START-N
054300         OR JR-RUN-DATE > WS-WEEK-END-N
054400         OR JR-NEW-IMAGE = SPACES
054500         GO TO 4100-EXIT
054600     END-IF.
054700     MOVE JR-OLD-IMAGE TO WS-JRN-IMAGE.
054800     MOVE JR-NEW-IMAGE(1:102) TO WS-JRN-NEW-KEY.
054900     IF WS-JRN-NEW-KEY NOT = WS-JI-KEY
055000         GO TO 4100-EXIT
055100     END-IF.
055200     MOVE WS-JI-OPERATOR TO WS-FIND-OPERATOR.
055300     PERFORM 5000-FIND-OPERATOR THRU 5000-EXIT.
055400     ADD 1 TO WS-OPER-OVERWRITTEN(WS-OPER-IDX).
055500 4100-EXIT.
055600     EXIT.
055700
055800*--------------------------------------------------------------*
055900 5000-FIND-OPERATOR.
056000*    LEAVES WS-OPER-IDX ON THE ROW FOR WS-FIND-OPERATOR,       *
056100*    INSERTING A ZEROED ROW IN OPERATOR ORDER IF IT IS NEW.    *
056200*--------------------------------------------------------------*
056300     MOVE 'N' TO WS-FOUND-SW.
056400     PERFORM 5100-SEARCH-OPERATOR THRU 5100-EXIT
056500         VARYING WS-OPER-IDX FROM 1 BY 1
056600         UNTIL WS-OPER-IDX > WS-OPERATOR-COUNT
056700             OR ENTRY-FOUND.
056800     IF ENTRY-FOUND
056900         SET WS-OPER-IDX DOWN BY 1
057000         GO TO 5000-EXIT
057100     END-IF.
057200     IF WS-OPERATOR-COUNT >= WS-OPERATOR-MAX
057300         SET WS-OPER-IDX TO WS-OPERATOR-MAX
057400         MOVE "**OTHERS**" TO WS-OPER-ID(WS-OPER-IDX)
057500         GO TO 5000-EXIT
057600     END-IF.
057700     PERFORM 5200-FIND-INSERT-POS THRU 5200-EXIT.
057800     IF WS-OPERATOR-COUNT >= WS-INSERT-POS
057900         PERFORM 5300-SHIFT-OPERATOR-DOWN THRU 5300-EXIT
058000             VARYING WS-OPER-IDX FROM WS-OPERATOR-COUNT BY -1
058100             UNTIL WS-OPER-IDX < WS-INSERT-POS
058200     END-IF.
058300     ADD 1 TO WS-OPERATOR-COUNT.
058400     SET WS-OPER-IDX TO WS-INSERT-POS.
058500     MOVE WS-FIND-OPERATOR TO WS-OPER-ID(WS-OPER-IDX).
058600     MOVE ZERO TO WS-OPER-SESSIONS(WS-OPER-IDX)
058700         WS-OPER-WRITTEN(WS-OPER-IDX)
058800         WS-OPER-REJECTED(WS-OPER-IDX)
058900         WS-OPER-REJ-DISTRICT(WS-OPER-IDX)
059000         WS-OPER-REJ-PAIR(WS-OPER-IDX)
059100         WS-OPER-REJ-CONTRACT(WS-OPER-IDX)
059200         WS-OPER-REJ-AMOUNT(WS-OPER-IDX)
059300         WS-OPER-REJ-DATE(WS-OPER-IDX)
059400         WS-OPER-REJ-DUPLICATE(WS-OPER-IDX)
059500         WS-OPER-REJ-OTHER(WS-OPER-IDX)
059600         WS-OPER-OVERRIDES(WS-OPER-IDX)
059700         WS-OPER-CORRECTED(WS-OPER-IDX)
059800         WS-OPER-OVERWRITTEN(WS-OPER-IDX).
059900 5000-EXIT.
060000     EXIT.
060100
060200*--------------------------------------------------------------*
060300 5100-SEARCH-OPERATOR.
060400*--------------------------------------------------------------*
060500     IF WS-OPER-ID(WS-OPER-IDX) = WS-FIND-OPERATOR
060600         MOVE 'Y' TO WS-FOUND-SW
060700     END-IF.
060800 5100-EXIT.
060900     EXIT.
061000
061100*--------------------------------------------------------------*
061200 5200-FIND-INSERT-POS.
061300*    LOCATES THE FIRST OPERATOR ROW GREATER THAN THE NEW ONE - *
061400*    AN EMPTY TABLE OR AN OPERATOR BEYOND ALL EXISTING ROWS    *
061500*    INSERTS AT THE END.                                       *
061600*--------------------------------------------------------------*
061700     MOVE ZERO TO WS-INSERT-POS.
061800     PERFORM 5210-TEST-INSERT-POS THRU 5210-EXIT
061900         VARYING WS-OPER-IDX FROM 1 BY 1
062000         UNTIL WS-OPER-IDX > WS-OPERATOR-COUNT
062100             OR WS-INSERT-POS > ZERO.
062200     IF WS-INSERT-POS = ZERO
062300         COMPUTE WS-INSERT-POS = WS-OPERATOR-COUNT + 1
062400     END-IF.
062500 5200-EXIT.
062600     EXIT.
062700
062800*--------------------------------------------------------------*
062900 5210-TEST-INSERT-POS.
063000*--------------------------------------------------------------*
063100     IF WS-OPER-ID(WS-OPER-IDX) > WS-FIND-OPERATOR
063200         SET WS-INSERT-POS TO WS-OPER-IDX
063300     END-IF.
063400 5210-EXIT.
063500     EXIT.
063600
063700*--------------------------------------------------------------*
063800 5300-SHIFT-OPERATOR-DOWN.
063900*--------------------------------------------------------------*
064000     MOVE WS-OPERATOR-ENTRY(WS-OPER-IDX)
064100         TO WS-OPERATOR-ENTRY(WS-OPER-IDX + 1).
064200 5300-EXIT.
064300     EXIT.
064400
064500*--------------------------------------------------------------*
064600 7000-PRINT-REPORT.
064700*    ONE LINE PER OPERATOR, THEN THE TOTAL LINE, THE FILES READ*
064800*    AND A KEY TO THE COLUMNS.                                 *
064900*--------------------------------------------------------------*
065000     PERFORM 7100-PRINT-OPERATOR THRU 7100-EXIT
065100         VARYING WS-OPER-IDX FROM 1 BY 1
065200         UNTIL WS-OPER-IDX > WS-OPERATOR-COUNT.
065300     IF WS-OPERATOR-COUNT = ZERO
065400         MOVE SPACES TO WS-REPORT-LINE
065500         STRING "NO INTAKE SESSIONS, CORRECTIONS OR OVERWRITES "
065600             "IN THE WEEK."
065700             DELIMITED BY SIZE INTO WS-REPORT-LINE
065800         PERFORM 7010-WRITE-LINE THRU 7010-EXIT
065900     END-IF.
066000     MOVE SPACES TO WS-REPORT-LINE.
066100     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
066200     MOVE "ALL" TO WS-DL-OPERATOR.
066300     MOVE WS-TOT-SESSIONS TO WS-DL-SESSIONS.
066400     MOVE WS-TOT-WRITTEN TO WS-DL-WRITTEN.
066500     MOVE WS-TOT-REJECTED TO WS-DL-REJECTED.
066600     MOVE WS-TOT-REJ-DISTRICT TO WS-DL-REJ-DISTRICT.
066700     MOVE WS-TOT-REJ-PAIR TO WS-DL-REJ-PAIR.
066800     MOVE WS-TOT-REJ-CONTRACT TO WS-DL-REJ-CONTRACT.
066900     MOVE WS-TOT-REJ-AMOUNT TO WS-DL-REJ-AMOUNT.
067000     MOVE WS-TOT-REJ-DATE TO WS-DL-REJ-DATE.
067100     MOVE WS-TOT-REJ-DUPLICATE TO WS-DL-REJ-DUPLICATE.
067200     MOVE WS-TOT-REJ-OTHER TO WS-DL-REJ-OTHER.
067300     MOVE WS-TOT-OVERRIDES TO WS-DL-OVERRIDES.
067400     MOVE WS-TOT-CORRECTED TO WS-DL-CORRECTED.
067500     MOVE WS-TOT-OVERWRITTEN TO WS-DL-OVERWRITTEN.
067600     MOVE WS-TOT-WRITTEN TO WS-PCT-WRITTEN.
067700     MOVE WS-TOT-REJECTED TO WS-PCT-REJECTED.
067800     COMPUTE WS-PCT-LATER = WS-TOT-CORRECTED + WS-TOT-OVERWRITTEN.
067900     PERFORM 7200-SET-PERCENTAGES THRU 7200-EXIT.
068000     MOVE WS-DETAIL-LINE TO WS-REPORT-LINE.
068100     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
068200     PERFORM 7300-PRINT-FOOTNOTES THRU 7300-EXIT.
068300 7000-EXIT.
068400     EXIT.
068500
068600*--------------------------------------------------------------*
068700 7010-WRITE-LINE.
068800*    WRITES ONE REPORT LINE, STARTING A NEW PAGE WITH THE      *
068900*    STANDARD HEADING WHENEVER THE CURRENT PAGE IS FULL.       *
069000*--------------------------------------------------------------*
069100     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
069200         PERFORM 7020-PRINT-PAGE-HEADING THRU 7020-EXIT
069300     END-IF.
069400     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
069500     ADD 1 TO WS-LINE-COUNT.
069600 7010-EXIT.
069700     EXIT.
069800
069900*--------------------------------------------------------------*
070000 7020-PRINT-PAGE-HEADING.
070100*--------------------------------------------------------------*
070200     ADD 1 TO WS-PAGE-NUMBER.
070300     MOVE WS-PAGE-NUMBER TO WS-EDIT-PAGE.
070400     MOVE SPACES TO REPORT-RECORD.
070500     STRING "OPERATOR QUALITY REPORT - WEEK " WS-PERIOD-TEXT
070600         "   RUN " CURRENT-YEAR "-" CURRENT-MONTH "-" CURRENT-DAY
070700         "   PAGE " WS-EDIT-PAGE
070800         DELIMITED BY SIZE INTO REPORT-RECORD.
070900     WRITE REPORT-RECORD.
071000     MOVE SPACES TO REPORT-RECORD.
071100     WRITE REPORT-RECORD.
071200     WRITE REPORT-RECORD FROM WS-COLUMN-HEAD-1.
071300     WRITE REPORT-RECORD FROM WS-COLUMN-HEAD-2.
071400     WRITE REPORT-RECORD FROM WS-COLUMN-HEAD-3.
071500     MOVE SPACES TO REPORT-RECORD.
071600     WRITE REPORT-RECORD.
071700     MOVE 6 TO WS-LINE-COUNT.
071800 7020-EXIT.
071900     EXIT.
072000
072100*--------------------------------------------------------------*
072200 7100-PRINT-OPERATOR.
072300*    PRINTS ONE OPERATOR'S LINE AND ADDS IT TO THE TOTALS.     *
072400*--------------------------------------------------------------*
072500     MOVE WS-OPER-ID(WS-OPER-IDX) TO WS-DL-OPERATOR.
072600     MOVE WS-OPER-SESSIONS(WS-OPER-IDX) TO WS-DL-SESSIONS.
072700     MOVE WS-OPER-WRITTEN(WS-OPER-IDX) TO WS-DL-WRITTEN.
072800     MOVE WS-OPER-REJECTED(WS-OPER-IDX) TO WS-DL-REJECTED.
072900     MOVE WS-OPER-REJ-DISTRICT(WS-OPER-IDX) TO WS-DL-REJ-DISTRICT.
073000     MOVE WS-OPER-REJ-PAIR(WS-OPER-IDX) TO WS-DL-REJ-PAIR.
073100     MOVE WS-OPER-REJ-CONTRACT(WS-OPER-IDX) TO WS-DL-REJ-CONTRACT.
073200     MOVE WS-OPER-REJ-AMOUNT(WS-OPER-IDX) TO WS-DL-REJ-AMOUNT.
073300     MOVE WS-OPER-REJ-DATE(WS-OPER-IDX) TO WS-DL-REJ-DATE.
073400     MOVE WS-OPER-REJ-DUPLICATE(WS-OPER-IDX)
073500         TO WS-DL-REJ-DUPLICATE.
073600     MOVE WS-OPER-REJ-OTHER(WS-OPER-IDX) TO WS-DL-REJ-OTHER.
073700     MOVE WS-OPER-OVERRIDES(WS-OPER-IDX) TO WS-DL-OVERRIDES.
073800     MOVE WS-OPER-CORRECTED(WS-OPER-IDX) TO WS-DL-CORRECTED.
073900     MOVE WS-OPER-OVERWRITTEN(WS-OPER-IDX) TO WS-DL-OVERWRITTEN.
074000     MOVE WS-OPER-WRITTEN(WS-OPER-IDX) TO WS-PCT-WRITTEN.
074100     MOVE WS-OPER-REJECTED(WS-OPER-IDX) TO WS-PCT-REJECTED.
074200     COMPUTE WS-PCT-LATER = WS-OPER-CORRECTED(WS-OPER-IDX)
074300         + WS-OPER-OVERWRITTEN(WS-OPER-IDX).
074400     PERFORM 7200-SET-PERCENTAGES THRU 7200-EXIT.
074500     MOVE WS-DETAIL-LINE TO WS-REPORT-LINE.
074600     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
074700     ADD WS-OPER-SESSIONS(WS-OPER-IDX) TO WS-TOT-SESSIONS.
074800     ADD WS-OPER-WRITTEN(WS-OPER-IDX) TO WS-TOT-WRITTEN.
074900     ADD WS-OPER-REJECTED(WS-OPER-IDX) TO WS-TOT-REJECTED.
075000     ADD WS-OPER-REJ-DISTRICT(WS-OPER-IDX) TO WS-TOT-REJ-DISTRICT.
075100     ADD WS-OPER-REJ-PAIR(WS-OPER-IDX) TO WS-TOT-REJ-PAIR.
075200     ADD WS-OPER-REJ-CONTRACT(WS-OPER-IDX) TO WS-TOT-REJ-CONTRACT.
075300     ADD WS-OPER-REJ-AMOUNT(WS-OPER-IDX) TO WS-TOT-REJ-AMOUNT.
075400     ADD WS-OPER-REJ-DATE(WS-OPER-IDX) TO WS-TOT-REJ-DATE.
075500     ADD WS-OPER-REJ-DUPLICATE(WS-OPER-IDX)
075600         TO WS-TOT-REJ-DUPLICATE.
075700     ADD WS-OPER-REJ-OTHER(WS-OPER-IDX) TO WS-TOT-REJ-OTHER.
075800     ADD WS-OPER-OVERRIDES(WS-OPER-IDX) TO WS-TOT-OVERRIDES.
075900     ADD WS-OPER-CORRECTED(WS-OPER-IDX) TO WS-TOT-CORRECTED.
076000     ADD WS-OPER-OVERWRITTEN(WS-OPER-IDX) TO WS-TOT-OVERWRITTEN.
076100 7100-EXIT.
076200     EXIT.
076300
076400*--------------------------------------------------------------*
076500 7200-SET-PERCENTAGES.
076600*    REJECT PERCENTAGE - ENTRIES REJECTED OUT OF ALL ENTRIES   *
076700*    PUT THROUGH THE EDITS (WRITTEN + REJECTED). LATER-CHANGE  *
076800*    PERCENTAGE - CORRECTIONS AND OVERWRITES AGAINST THE       *
076900*    RECORDS WRITTEN IN THE WEEK. CALLED WITH WS-PCT-WRITTEN,  *
077000*    WS-PCT-REJECTED AND WS-PCT-LATER SET BY THE CALLER.       *
077100*--------------------------------------------------------------*
077200     COMPUTE WS-PCT-BASE = WS-PCT-WRITTEN + WS-PCT-REJECTED.
077300     IF WS-PCT-BASE = ZERO
077400         MOVE SPACES TO WS-DL-REJ-PCT-X
077500     ELSE
077600         COMPUTE WS-PCT-VALUE ROUNDED
077700             = WS-PCT-REJECTED * 100 / WS-PCT-BASE
077800         MOVE WS-PCT-VALUE TO WS-DL-REJ-PCT
077900     END-IF.
078000     IF WS-PCT-WRITTEN = ZERO
078100         MOVE SPACES TO WS-DL-LATER-PCT-X
078200     ELSE
078300         COMPUTE WS-PCT-VALUE ROUNDED
078400             = WS-PCT-LATER * 100 / WS-PCT-WRITTEN
078500         IF WS-PCT-VALUE > 999.9
078600             MOVE 999.9 TO WS-PCT-VALUE
078700         END-IF
078800         MOVE WS-PCT-VALUE TO WS-DL-LATER-PCT
078900     END-IF.
079000 7200-EXIT.
079100     EXIT.
079200
079300*--------------------------------------------------------------*
079400 7300-PRINT-FOOTNOTES.
079500*--------------------------------------------------------------*
079600     MOVE SPACES TO WS-REPORT-LINE.
079700     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
079800     MOVE WS-SESSION-ROWS-READ TO WS-EDIT-COUNT.
079900     MOVE SPACES TO WS-REPORT-LINE.
080000     STRING "SESSION LOG ROWS READ:  " WS-EDIT-COUNT
080100         DELIMITED BY SIZE INTO WS-REPORT-LINE.
080200     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
080300     MOVE WS-LOG-ROWS-READ TO WS-EDIT-COUNT.
080400     MOVE SPACES TO WS-REPORT-LINE.
080500     STRING "CHANGE-LOG ROWS READ:   " WS-EDIT-COUNT
080600         DELIMITED BY SIZE INTO WS-REPORT-LINE.
080700     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
080800     MOVE WS-JOURNAL-ROWS-READ TO WS-EDIT-COUNT.
080900     MOVE SPACES TO WS-REPORT-LINE.
081000     STRING "JOURNAL ROWS READ:      " WS-EDIT-COUNT
081100         DELIMITED BY SIZE INTO WS-REPORT-LINE.
081200     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
081300     MOVE SPACES TO WS-REPORT-LINE.
081400     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
081500     MOVE SPACES TO WS-REPORT-LINE.
081600     STRING "ENTRIES REJECTED: RE-KEYED AT THE CONSOLE OR "
081700         "WRITTEN TO THE REJECT FILE. ONE ENTRY MAY FAIL "
081800         "SEVERAL EDITS, SO THE REASON"
081900         DELIMITED BY SIZE INTO WS-REPORT-LINE.
082000     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
082100     MOVE SPACES TO WS-REPORT-LINE.
082200     STRING "  COLUMNS CAN ADD UP TO MORE THAN ENTRIES REJECTED. "
082300         "OTHER EDIT: CONTACT CODE OR TRANSACTION TYPE."
082400         DELIMITED BY SIZE INTO WS-REPORT-LINE.
082500     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
082600     MOVE SPACES TO WS-REPORT-LINE.
082700     STRING "REJ PCT: ENTRIES REJECTED / (RECORDS WRITTEN + "
082800         "ENTRIES REJECTED). OVERRIDES: SESSION DUPLICATES "
082900         "ACCEPTED ON OVERRIDE."
083000         DELIMITED BY SIZE INTO WS-REPORT-LINE.
083100     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
083200     MOVE SPACES TO WS-REPORT-LINE.
083300     STRING "MSTINQ CORR.: THE OPERATOR'S RECORDS CORRECTED "
083400         "ONLINE IN THE WEEK (mstchg.log). CONSOL OVERWR: "
083500         "REPLACED BY A LATER"
083600         DELIMITED BY SIZE INTO WS-REPORT-LINE.
083700     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
083800     MOVE SPACES TO WS-REPORT-LINE.
083900     STRING "  INTAKE ENTRY IN CONSOLIDATION IN THE WEEK "
084000         "(mstjrnl.dat). LATER PCT: (CORR. + OVERWR) / "
084100         "RECORDS WRITTEN."
084200         DELIMITED BY SIZE INTO WS-REPORT-LINE.
084300     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
084400     MOVE SPACES TO WS-REPORT-LINE.
084500     STRING "*UNKNOWN*: CORRECTIONS TO RECORDS NO LONGER ON THE "
084600         "MASTER."
084700         DELIMITED BY SIZE INTO WS-REPORT-LINE.
084800     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
084900 7300-EXIT.
085000     EXIT.
085100
085200*--------------------------------------------------------------*
085300 8000-TERMINATE.
085400*--------------------------------------------------------------*
085500     IF NOT RUN-ABORTED
085600         CLOSE REPORT-FILE
085700         IF MASTER-AVAILABLE
085800             CLOSE MASTER-FILE
085900         END-IF
086000     END-IF.
086100     DISPLAY "SESSION LOG ROWS READ: " WS-SESSION-ROWS-READ.
086200     DISPLAY "CHANGE-LOG ROWS READ:  " WS-LOG-ROWS-READ.
086300     DISPLAY "JOURNAL ROWS READ:     " WS-JOURNAL-ROWS-READ.
086400     DISPLAY "OPERATORS REPORTED:    " WS-OPERATOR-COUNT.
086500 8000-EXIT.
086600     EXIT.
