000100 IDENTIFICATION DIVISION.
000200*--------------------------------------------------------------*
000300 PROGRAM-ID.     SUBJINQ.
000400 AUTHOR.         A. PINTO.
000500 INSTALLATION.   DSO - DISTRICT INTAKE SYSTEMS.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*--------------------------------------------------------------*
000900* SUBJINQ ANSWERS A DATA SUBJECT'S REQUEST TO SEE, OR TO HAVE   *
001000* ERASED, WHAT THE SYSTEM HOLDS ON THEM. IT SEARCHES EVERY FILE *
001100* A PERSON'S NAME CAN SIT IN BY NAME AND PRINTS ONE DOSSIER     *
001200* (dossier.txt) LISTING EACH FILE SEARCHED AND EACH RECORD THE  *
001300* NAME WAS FOUND IN:                                            *
001400*   masterdt.dat, mstpend.dat (BOTH IMAGES), THE arch<YYYY>.dat *
001500*   FILES OF A YEAR RANGE, mstjrnl.dat AND mstchg.log (BEFORE   *
001600*   AND AFTER IMAGES), THE FIVE mstbkp<N>.dat GENERATIONS,      *
001700*   EVERY data_*.txt FILE ON THE INTAKE FILE REGISTER           *
001800*   (SEE INTKREC) OR THE CONSOLIDATED-FILE REGISTER, EVERY      *
001900*   BATCH AND REJECT FILE ON THE INTAKE FILE REGISTER, AND ANY  *
002000*   OTHER BATCH OR REJECT FILE THE OPERATOR NAMES.              *
002100* A REGISTERED FILE SINCE REMOVED FROM DISK IS LISTED AS SUCH.  *
002200* INQUIRY MODE MATCHES THE NAME OR ITS LEADING CHARACTERS, THE  *
002300* WAY MSTINQ'S NAME SEARCH DOES, IGNORING CASE. ERASURE MODE    *
002400* NEEDS A SUPERVISOR AND MATCHES THE FULL NAME ONLY; AFTER THE  *
002500* SUPERVISOR CONFIRMS THE OCCURRENCES FOUND, EACH ONE IS        *
002600* OVERWRITTEN WITH "*ERASED* " AND THE ERASURE REFERENCE (THE   *
002700* RUN DATE AND TIME) - INDEXED FILES ARE REWRITTEN IN PLACE,    *
002800* FLAT FILES ARE COPIED THROUGH erswork.dat AND BACK ROW FOR    *
002900* ROW, SO NO FILE GAINS OR LOSES A RECORD. ONLY THE NAME IS     *
003000* TOUCHED, SO THE MASTER CONTROL TOTALS, THE INTAKE TRAILERS    *
003100* AND THE CDCEXP POSITION MARKS ALL STILL HOLD. EVERY MASTER    *
003200* RECORD ANONYMISED IS LOGGED TO mstchg.log AS ACTION 'E', AND  *
003300* erasure.log GETS ONE ROW PER FILE TOUCHED. NEITHER LOG EVER   *
003400* HOLDS THE ERASED NAME.                                        *
003410* A FLAT FILE WHOSE WORK COPY DID NOT COME OUT WHOLE IS NEVER   *
003420* REPLACED - IT IS LEFT AS IT WAS AND REPORTED NOT ERASED.      *
003500*--------------------------------------------------------------*
003600* MODIFICATION HISTORY.                                        *
003700*--------------------------------------------------------------*
003800* DATE        INIT  DESCRIPTION                                *
003900* ----------  ----  ------------------------------------------ *
004000* 2026-10-15   AP   ORIGINAL PROGRAM.                          *
004010* 2026-10-15   AP   AN ERASURE NOW HOLDS THE MASTER LOCK       *
004020*                   (MSTLOCK) FOR THE ERASE PASS AND IS NOT    *
004030*                   RUN WHILE ANOTHER RUN HOLDS IT. AN INQUIRY *
004040*                   CHANGES NOTHING AND TAKES NO LOCK.         *
004050* 2026-10-15   AP   A FLAT FILE IS REPLACED ONLY FROM A WORK   *
004060*                   COPY HOLDING EVERY ROW READ; OTHERWISE IT  *
004070*                   IS LEFT UNTOUCHED AND REPORTED NOT ERASED. *
004075* 2026-10-15   AP   CHANGE-LOG ROWS ARE COPIED AT THEIR FULL   *
004080*                   281 BYTES, SO CL-APPROVED-BY SURVIVES AN   *
004085*                   ERASURE.                                   *
004100*--------------------------------------------------------------*
004200
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT MASTER-FILE ASSIGN TO WS-MASTER-FILE-NAME
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS MR-KEY
005000         FILE STATUS IS WS-MASTER-STATUS.
005100     SELECT PENDING-FILE ASSIGN TO WS-PENDING-FILE-NAME
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS SEQUENTIAL
005400         RECORD KEY IS PD-QUEUE-NO
005500         FILE STATUS IS WS-PENDING-STATUS.
005600     SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILE-NAME
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS SEQUENTIAL
005900         RECORD KEY IS AR-KEY
006000         FILE STATUS IS WS-ARCHIVE-STATUS.
006100     SELECT SEQ-FILE ASSIGN TO WS-SEQ-FILE-NAME
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-SEQ-STATUS.
006400     SELECT WORK-FILE ASSIGN TO WS-WORK-FILE-NAME
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-WORK-STATUS.
006700     SELECT CHANGE-LOG-FILE ASSIGN TO WS-CHANGE-LOG-NAME
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-LOG-STATUS.
007000     SELECT INTAKE-REG-FILE ASSIGN TO WS-INTAKE-REG-NAME
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-INTAKE-REG-STATUS.
007300     SELECT CONSREG-FILE ASSIGN TO WS-CONSREG-FILE-NAME
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-CONSREG-STATUS.
007600     SELECT ERASURE-LOG-FILE ASSIGN TO WS-ERASURE-LOG-NAME
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-ERASURE-LOG-STATUS.
007900     SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
008000         ORGANIZATION IS LINE SEQUENTIAL.
008100
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  MASTER-FILE.
008500 01  MASTER-RECORD.
008600     05  MR-KEY.
008700         10  MR-DISTRICT        PIC X(50).
008800         10  MR-MUNICIPALITY    PIC X(50).
008900         10  MR-CONTRACT        PIC 99.
009000     05  MR-NAME                PIC X(30).
009100     05  MR-DATE                PIC X(30).
009200     05  MR-CONTACT             PIC 99.
009300     05  MR-AMOUNT              PIC 9(07)V99.
009400     05  MR-AMOUNT-X REDEFINES MR-AMOUNT
009500                                PIC X(09).
009600     05  MR-OPERATOR            PIC X(10).
009700     05  MR-ENTRY-DATE          PIC 9(08).
009800     05  MR-ENTRY-TIME          PIC 9(08).
009900
010000 FD  PENDING-FILE.
010100     COPY pndrec.
010200
010300 FD  ARCHIVE-FILE.
010400 01  ARCHIVE-RECORD.
010500     05  AR-KEY.
010600         10  AR-DISTRICT        PIC X(50).
010700         10  AR-MUNICIPALITY    PIC X(50).
010800         10  AR-CONTRACT        PIC 99.
010900     05  AR-NAME                PIC X(30).
011000     05  AR-DATE                PIC X(30).
011100     05  AR-CONTACT             PIC 99.
011200     05  AR-AMOUNT              PIC 9(07)V99.
011300     05  AR-OPERATOR            PIC X(10).
011400     05  AR-ENTRY-DATE          PIC 9(08).
011500     05  AR-ENTRY-TIME          PIC 9(08).
011600
011700*--------------------------------------------------------------*
011800* THE FLAT FILES SEARCHED, ONE AT A TIME. EACH KIND OF FILE IS *
011900* WRITTEN BACK THROUGH THE RECORD OF ITS OWN LENGTH SO AN      *
012000* ERASED FILE KEEPS THE SHAPE ITS OWNING PROGRAMS EXPECT:      *
012100* mstjrnl.dat 456, mstchg.log 281, data_*.txt 202, A BACKUP    *
012200* GENERATION 199, A BATCH OR REJECT FILE 174.                  *
012300*--------------------------------------------------------------*
012400 FD  SEQ-FILE.
012500 01  SEQ-RECORD                 PIC X(456).
012600 01  SEQ-LOG-RECORD             PIC X(281).
012700 01  SEQ-DATA-RECORD            PIC X(202).
012800 01  SEQ-IMAGE-RECORD           PIC X(199).
012900 01  SEQ-BATCH-RECORD           PIC X(174).
013000
013100 FD  WORK-FILE.
013200 01  WORK-RECORD                PIC X(456).
013300 01  WORK-LOG-RECORD            PIC X(281).
013400 01  WORK-DATA-RECORD           PIC X(202).
013500 01  WORK-IMAGE-RECORD          PIC X(199).
013600 01  WORK-BATCH-RECORD          PIC X(174).
013700
013800*--------------------------------------------------------------*
013900* CHANGE-LOG-RECORD - THE SAME AUDIT ROW MSTINQ WRITES. AN      *
014000* ERASURE IS LOGGED AS ACTION 'E' UNDER THE SUPERVISOR, WITH    *
014100* THE ANONYMISED NAME AS BOTH THE OLD AND THE NEW NAME.         *
014200*--------------------------------------------------------------*
014300 FD  CHANGE-LOG-FILE.
014400 01  CHANGE-LOG-RECORD.
014500     05  CL-ACTION              PIC X(01).
014600     05  CL-OPERATOR            PIC X(10).
014700     05  CL-LOG-DATE            PIC 9(08).
014800     05  CL-LOG-TIME            PIC 9(08).
014900     05  CL-DISTRICT            PIC X(50).
015000     05  CL-MUNICIPALITY        PIC X(50).
015100     05  CL-CONTRACT            PIC 99.
015200     05  CL-OLD-NAME            PIC X(30).
015300     05  CL-OLD-DATE            PIC X(30).
015400     05  CL-OLD-CONTACT         PIC XX.
015500     05  CL-OLD-AMOUNT          PIC X(09).
015600     05  CL-NEW-NAME            PIC X(30).
015700     05  CL-NEW-DATE            PIC X(30).
015800     05  CL-NEW-CONTACT         PIC XX.
015900     05  CL-NEW-AMOUNT          PIC X(09).
016000     05  CL-APPROVED-BY         PIC X(10).
016100
016200 FD  INTAKE-REG-FILE.
016300     COPY intkrec.
016400
016500*--------------------------------------------------------------*
016600* THE CONSOLIDATED-FILE REGISTER CONSOLDT KEEPS - EVERY DATA    *
016700* FILE EVER MERGED INTO THE MASTER.                             *
016800*--------------------------------------------------------------*
016900 FD  CONSREG-FILE.
017000 01  CONSREG-RECORD.
017100     05  CG-DATA-FILE           PIC X(50).
017200     05  CG-RUN-DATE            PIC 9(08).
017300
017400*--------------------------------------------------------------*
017500* THE ERASURE LOG - ONE ROW PER FILE AN ERASURE TOUCHED: THE    *
017600* ERASURE REFERENCE (ALSO WRITTEN INTO EVERY ANONYMISED NAME),  *
017700* THE SUPERVISOR, THE FILE, AND THE OCCURRENCES FOUND AND       *
017800* ERASED. THE ERASED NAME ITSELF IS NEVER WRITTEN HERE.         *
017900*--------------------------------------------------------------*
018000 FD  ERASURE-LOG-FILE.
018100 01  ERASURE-LOG-RECORD.
018200     05  EL-ERASURE-REF         PIC X(14).
018300     05  EL-SUPERVISOR          PIC X(10).
018400     05  EL-FILE-KIND           PIC X(01).
018500     05  EL-FILE-NAME           PIC X(50).
018600     05  EL-OCCURRENCES-FOUND   PIC 9(07).
018700     05  EL-OCCURRENCES-ERASED  PIC 9(07).
018800
018900 FD  REPORT-FILE.
019000 01  REPORT-RECORD              PIC X(132).
019100
019200 WORKING-STORAGE SECTION.
019300 01  WS-MASTER-FILE-NAME        PIC X(50)
019400         VALUE "..\output\masterdt.dat".
019500 01  WS-PENDING-FILE-NAME       PIC X(50)
019600         VALUE "..\output\mstpend.dat".
019700 01  WS-JOURNAL-FILE-NAME       PIC X(50)
019800         VALUE "..\output\mstjrnl.dat".
019900 01  WS-CHANGE-LOG-NAME         PIC X(50)
020000         VALUE "..\output\mstchg.log".
020100 01  WS-INTAKE-REG-NAME         PIC X(50)
020200         VALUE "..\output\intkreg.dat".
020300 01  WS-CONSREG-FILE-NAME       PIC X(50)
020400         VALUE "..\output\consreg.txt".
020500 01  WS-WORK-FILE-NAME          PIC X(50)
020600         VALUE "..\output\erswork.dat".
020700 01  WS-ERASURE-LOG-NAME        PIC X(50)
020800         VALUE "..\output\erasure.log".
020900 01  WS-REPORT-FILE-NAME        PIC X(50)
021000         VALUE "..\output\dossier.txt".
021100 01  WS-ARCHIVE-FILE-NAME       PIC X(50) VALUE SPACES.
021200 01  WS-SEQ-FILE-NAME           PIC X(50) VALUE SPACES.
021300
021400 01  WS-MASTER-STATUS           PIC X(02) VALUE "00".
021500     88  MASTER-OK                   VALUE "00".
021600     88  MASTER-FILE-MISSING         VALUE "35".
021700 01  WS-PENDING-STATUS          PIC X(02) VALUE "00".
021800     88  PENDING-OK                  VALUE "00".
021900     88  PENDING-FILE-MISSING        VALUE "35".
022000 01  WS-ARCHIVE-STATUS          PIC X(02) VALUE "00".
022100     88  ARCHIVE-OK                  VALUE "00".
022200     88  ARCHIVE-MISSING             VALUE "35".
022300 01  WS-SEQ-STATUS              PIC X(02) VALUE "00".
022400     88  SEQ-OK                      VALUE "00".
022500     88  SEQ-FILE-MISSING            VALUE "35".
022600 01  WS-WORK-STATUS             PIC X(02) VALUE "00".
022700     88  WORK-OK                     VALUE "00".
022800 01  WS-LOG-STATUS              PIC X(02) VALUE "00".
022900     88  LOG-OK                      VALUE "00".
023000     88  LOG-NOT-FOUND               VALUE "35".
023100 01  WS-INTAKE-REG-STATUS       PIC X(02) VALUE "00".
023200     88  INTAKE-REG-OK               VALUE "00".
023300 01  WS-CONSREG-STATUS          PIC X(02) VALUE "00".
023400     88  CONSREG-OK                  VALUE "00".
023500 01  WS-ERASURE-LOG-STATUS      PIC X(02) VALUE "00".
023600     88  ERASURE-LOG-OK              VALUE "00".
023700     88  ERASURE-LOG-MISSING         VALUE "35".
023800
023900*--------------------------------------------------------------*
024000* SWITCHES.                                                    *
024100*--------------------------------------------------------------*
024200 01  WS-SWITCHES.
024300     05  WS-ABORT-SW            PIC X(01) VALUE 'N'.
024400         88  RUN-ABORTED              VALUE 'Y'.
024500     05  WS-SIGNON-OK-SW        PIC X(01) VALUE 'N'.
024600         88  SIGNED-ON                VALUE 'Y'.
024700     05  WS-AUTHORITY-SW        PIC X(01) VALUE SPACE.
024800         88  OPERATOR-IS-SUPERVISOR   VALUE 'S'.
024900     05  WS-MODE-SW             PIC X(01) VALUE SPACE.
025000         88  INQUIRY-MODE             VALUE 'I'.
025100         88  ERASURE-MODE             VALUE 'E'.
025200         88  VALID-MODE               VALUES 'I' 'E'.
025300     05  WS-PASS-SW             PIC X(01) VALUE 'S'.
025400         88  SEARCH-PASS              VALUE 'S'.
025500         88  ERASE-PASS               VALUE 'E'.
025600     05  WS-YEARS-SW            PIC X(01) VALUE 'N'.
025700         88  YEARS-OK                 VALUE 'Y'.
025800     05  WS-EXTRA-SW            PIC X(01) VALUE 'N'.
025900         88  EXTRA-FILES-DONE         VALUE 'Y'.
026000     05  WS-FILE-EOF-SW         PIC X(01) VALUE 'N'.
026100         88  FILE-EOF                 VALUE 'Y'.
026200     05  WS-REG-EOF-SW          PIC X(01) VALUE 'N'.
026300         88  REG-EOF                  VALUE 'Y'.
026400     05  WS-LOG-OPEN-SW         PIC X(01) VALUE 'N'.
026500         88  CHANGE-LOG-OPEN          VALUE 'Y'.
026600     05  WS-CONFIRM-SW          PIC X(01) VALUE 'N'.
026700         88  ERASURE-CONFIRMED        VALUE 'Y'.
026710     05  WS-LOCK-SW             PIC X(01) VALUE 'N'.
026720         88  MASTER-LOCK-TAKEN        VALUE 'Y'.
026730     05  WS-WORK-ERR-SW         PIC X(01) VALUE 'N'.
026740         88  WORK-WRITE-FAILED        VALUE 'Y'.
026800
026900 01  WS-OPERATOR-ID             PIC X(10) VALUE SPACES.
027000 01  WS-OPERATOR-NAME           PIC X(30) VALUE SPACES.
027100 77  WS-SIGNON-TRIES            PIC 9(01) COMP VALUE ZERO.
027200 77  WS-SIGNON-MAX-TRIES        PIC 9(01) COMP VALUE 3.
027300
027400*--------------------------------------------------------------*
027500* PARAMETER AREA OF THE SHARED SIGN-ON CHECK.                 *
027600*--------------------------------------------------------------*
027700     COPY signparm.
027710
027720*--------------------------------------------------------------*
027730* PARAMETER AREA OF THE MASTER LOCK.                           *
027740*--------------------------------------------------------------*
027750     COPY lockparm.
027800
027900*--------------------------------------------------------------*
028000* THE NAME SEARCHED FOR, UPPER-CASED, AND ITS KEYED LENGTH.     *
028100* EVERY CANDIDATE NAME IS UPPER-CASED INTO WS-CAND-NAME BEFORE  *
028200* THE COMPARE, SO A NAME KEYED IN MIXED CASE IS STILL FOUND.    *
028300*--------------------------------------------------------------*
028400 01  WS-SEARCH-NAME-IN          PIC X(30) VALUE SPACES.
028500 01  WS-SEARCH-NAME             PIC X(30) VALUE SPACES.
028600 01  WS-CAND-NAME               PIC X(30) VALUE SPACES.
028700 77  WS-SEARCH-LEN              PIC 9(02) COMP VALUE ZERO.
028800 01  WS-MODE-IN                 PIC X(01) VALUE SPACE.
028900 01  WS-CONFIRM-IN              PIC X(05) VALUE SPACES.
029000
029100*--------------------------------------------------------------*
029200* THE ARCHIVE YEAR RANGE. A BLANK FROM YEAR SEARCHES FROM THE   *
029300* FIRST YEAR ARCHMST COULD HAVE WRITTEN, A BLANK TO YEAR UP TO  *
029400* THE CURRENT YEAR; A YEAR WITH NO ARCHIVE FILE IS SKIPPED.     *
029500*--------------------------------------------------------------*
029600 01  WS-FROM-YEAR-X             PIC X(04) VALUE SPACES.
029700 01  WS-FROM-YEAR REDEFINES WS-FROM-YEAR-X
029800                                PIC 9(04).
029900 01  WS-TO-YEAR-X               PIC X(04) VALUE SPACES.
030000 01  WS-TO-YEAR REDEFINES WS-TO-YEAR-X
030100                                PIC 9(04).
030200 77  WS-FIRST-ARCHIVE-YEAR      PIC 9(04) VALUE 2000.
030300 77  WS-YEAR                    PIC 9(04) VALUE ZERO.
030400 01  WS-YEAR-DIGITS             PIC 9(04) VALUE ZERO.
030500 01  WS-GEN-DIGIT               PIC 9(01) VALUE ZERO.
030600
030700*--------------------------------------------------------------*
030800* THE FILES TO SEARCH, IN THE ORDER THEY ARE SEARCHED. THE      *
030900* MASTER COMES AHEAD OF mstchg.log SO THE 'E' ROWS AN ERASURE   *
031000* APPENDS ARE ALREADY ON THE LOG WHEN THE LOG IS COPIED         *
031100* THROUGH. A FILE NAMED BY MORE THAN ONE REGISTER IS HELD ONCE. *
031200*   FT-KIND  'M' masterdt.dat       'P' mstpend.dat             *
031300*            'A' arch<YYYY>.dat     'J' mstjrnl.dat             *
031400*            'L' mstchg.log         'K' mstbkp<N>.dat           *
031500*            'D' data_*.txt         'B' BATCH FILE              *
031600*            'R' REJECT FILE                                    *
031700*--------------------------------------------------------------*
031800 01  WS-FILE-TABLE.
031900     05  WS-FILE-ENTRY
032000             OCCURS 200 TIMES INDEXED BY FT-IDX.
032100         10  FT-FILE-NAME       PIC X(50).
032200         10  FT-KIND            PIC X(01).
032300         10  FT-STATE           PIC X(01).
032400             88  FT-SEARCHED         VALUE 'S'.
032500             88  FT-NOT-ON-DISK      VALUE 'M'.
032600             88  FT-UNUSABLE         VALUE 'U'.
032700         10  FT-OPEN-STATUS     PIC X(02).
032800         10  FT-RECORDS-READ    PIC 9(07) COMP.
032900         10  FT-HITS            PIC 9(07) COMP.
033000         10  FT-ERASED          PIC 9(07) COMP.
033100 77  WS-FILE-MAX                PIC 9(03) COMP VALUE 200.
033200 77  WS-FILE-COUNT              PIC 9(03) COMP VALUE ZERO.
033300 77  WS-FILE-SUB                PIC 9(03) COMP VALUE ZERO.
033400 77  WS-FILES-NOT-TABLED        PIC 9(05) COMP VALUE ZERO.
033500 01  WS-NEW-FILE-NAME           PIC X(50) VALUE SPACES.
033600 01  WS-NEW-KIND                PIC X(01) VALUE SPACE.
033700
033800*--------------------------------------------------------------*
033900* THE KIND OF FILE BEING SEARCHED, AND WHERE IN ITS RECORD THE  *
034000* NAME AND THE MASTER KEY SIT. A JOURNAL ROW, A CHANGE-LOG ROW  *
034100* AND A QUEUED CHANGE EACH CARRY THE NAME TWICE (BEFORE AND     *
034200* AFTER), SO UP TO TWO NAME SLOTS ARE CHECKED PER RECORD.       *
034300*--------------------------------------------------------------*
034400 01  WS-CUR-KIND                PIC X(01) VALUE SPACE.
034500     88  KIND-MASTER                 VALUE 'M'.
034600     88  KIND-PENDING                VALUE 'P'.
034700     88  KIND-ARCHIVE                VALUE 'A'.
034800     88  KIND-JOURNAL                VALUE 'J'.
034900     88  KIND-CHANGE-LOG             VALUE 'L'.
035000     88  KIND-BACKUP                 VALUE 'K'.
035100     88  KIND-DATA-FILE              VALUE 'D'.
035200     88  KIND-BATCH-FILE             VALUES 'B' 'R'.
035300 01  WS-KIND-TEXT               PIC X(26) VALUE SPACES.
035400 01  WS-SLOT-TABLE.
035500     05  WS-SLOT OCCURS 2 TIMES.
035600         10  WS-SLOT-NAME-POS   PIC 9(03) COMP.
035700         10  WS-SLOT-KEY-POS    PIC 9(03) COMP.
035800         10  WS-SLOT-LABEL      PIC X(12).
035900 77  WS-SLOT-COUNT              PIC 9(01) COMP VALUE ZERO.
036000 77  WS-SLOT-SUB                PIC 9(01) COMP VALUE ZERO.
036100 77  WS-NAME-POS                PIC 9(03) COMP VALUE ZERO.
036200 77  WS-KEY-POS                 PIC 9(03) COMP VALUE ZERO.
036300 77  WS-MUNI-POS                PIC 9(03) COMP VALUE ZERO.
036400 77  WS-CONTRACT-POS            PIC 9(03) COMP VALUE ZERO.
036500
036600*--------------------------------------------------------------*
036700* EVERY RECORD READ, WHATEVER ITS FILE, IS MOVED HERE TO BE     *
036800* CHECKED (AND, IN AN ERASURE, ANONYMISED) BY POSITION.         *
036900*--------------------------------------------------------------*
037000 01  WS-SCAN-RECORD             PIC X(511) VALUE SPACES.
037100 77  WS-RECORD-NO               PIC 9(07) COMP VALUE ZERO.
037200 77  WS-ROW-ERASED              PIC 9(01) COMP VALUE ZERO.
037300 77  WS-ROWS-COPIED             PIC 9(07) COMP VALUE ZERO.
037310 77  WS-ROWS-WRITTEN            PIC 9(07) COMP VALUE ZERO.
037400
037500*--------------------------------------------------------------*
037600* THE ERASURE REFERENCE (RUN DATE AND TIME) AND THE NAME EVERY  *
037700* ERASED OCCURRENCE IS OVERWRITTEN WITH.                        *
037800*--------------------------------------------------------------*
037900 01  WS-ERASURE-REF             PIC X(14) VALUE SPACES.
038000 01  WS-ERASED-NAME             PIC X(30) VALUE SPACES.
038100
038200*--------------------------------------------------------------*
038300* RUN COUNTERS.                                                *
038400*--------------------------------------------------------------*
038500 77  WS-FILES-SEARCHED          PIC 9(05) COMP VALUE ZERO.
038600 77  WS-FILES-MISSING           PIC 9(05) COMP VALUE ZERO.
038700 77  WS-FILES-UNUSABLE          PIC 9(05) COMP VALUE ZERO.
038800 77  WS-FILES-WITH-HITS         PIC 9(05) COMP VALUE ZERO.
038900 77  WS-TOTAL-HITS              PIC 9(07) COMP VALUE ZERO.
039000 77  WS-TOTAL-ERASED            PIC 9(07) COMP VALUE ZERO.
039100 77  WS-MASTER-ERASED           PIC 9(07) COMP VALUE ZERO.
039200 77  WS-LINE-COUNT              PIC 9(03) COMP VALUE 99.
039300 77  WS-LINES-PER-PAGE          PIC 9(03) COMP VALUE 60.
039400 77  WS-PAGE-NUMBER             PIC 9(04) COMP VALUE ZERO.
039500
039600 01  WS-EDIT-COUNT              PIC Z,ZZZ,ZZ9.
039700 01  WS-EDIT-COUNT-2            PIC Z,ZZZ,ZZ9.
039800 01  WS-EDIT-RECNO              PIC ZZZZZZ9.
039900 01  WS-EDIT-PAGE               PIC ZZZ9.
040000 01  WS-MATCH-TEXT              PIC X(18) VALUE SPACES.
040100 01  WS-MODE-TEXT               PIC X(08) VALUE SPACES.
040200 01  WS-REPORT-LINE             PIC X(132) VALUE SPACES.
040300
040400 01  CURRENT-DATE-DATA.
040500     05  CURRENT-DATE.
040600         10  CURRENT-YEAR          PIC 9(04).
040700         10  CURRENT-MONTH         PIC 9(02).
040800         10  CURRENT-DAY           PIC 9(02).
040900     05  WS-CURRENT-TIME.
041000         10  CURRENT-HOURS         PIC 9(02).
041100         10  CURRENT-MINUTE        PIC 9(02).
041200         10  CURRENT-SECOND        PIC 9(02).
041300         10  CURRENT-MILLISECONDS  PIC 9(02).
041400
041500 PROCEDURE DIVISION.
041600*--------------------------------------------------------------*
041700 0000-MAINLINE.
041800*--------------------------------------------------------------*
041900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
042000     IF NOT RUN-ABORTED
042100         PERFORM 1500-BUILD-FILE-LIST THRU 1500-EXIT
042200         MOVE 'S' TO WS-PASS-SW
042300         PERFORM 2000-SEARCH-ONE-FILE THRU 2000-EXIT
042400             VARYING WS-FILE-SUB FROM 1 BY 1
042500             UNTIL WS-FILE-SUB > WS-FILE-COUNT
042600         IF ERASURE-MODE
042700             PERFORM 4000-CONFIRM-ERASURE THRU 4000-EXIT
042800             IF ERASURE-CONFIRMED
042900                 PERFORM 5000-ERASE-SUBJECT THRU 5000-EXIT
042910                 PERFORM 5900-RELEASE-MASTER-LOCK THRU 5900-EXIT
043000             END-IF
043100         END-IF
043200         PERFORM 7500-PRINT-SUMMARY THRU 7500-EXIT
043300         PERFORM 8000-TERMINATE THRU 8000-EXIT
043400     END-IF.
043500     STOP RUN.
043600
043700*--------------------------------------------------------------*
043800 1000-INITIALIZE.
043900*    ANY ACTIVE OPERATOR MAY PRINT A DOSSIER; AN ERASURE NEEDS  *
044000*    A SUPERVISOR. THE NAME AND THE ARCHIVE YEARS ARE TAKEN     *
044100*    BEFORE THE DOSSIER IS OPENED.                              *
044200*--------------------------------------------------------------*
044300     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA.
044400     PERFORM 1080-SIGN-ON THRU 1080-EXIT
044500         UNTIL SIGNED-ON
044600             OR WS-SIGNON-TRIES >= WS-SIGNON-MAX-TRIES.
044700     IF NOT SIGNED-ON
044800         DISPLAY "SIGN-ON FAILED - RUN ENDED."
044900         MOVE 'Y' TO WS-ABORT-SW
045000         GO TO 1000-EXIT
045100     END-IF.
045200     PERFORM 1100-PROMPT-MODE THRU 1100-EXIT
045300         UNTIL VALID-MODE.
045400     IF ERASURE-MODE AND NOT OPERATOR-IS-SUPERVISOR
045500         DISPLAY "SUPERVISOR AUTHORITY REQUIRED FOR AN ERASURE - "
045600             "RUN ENDED."
045700         MOVE 'Y' TO WS-ABORT-SW
045800         GO TO 1000-EXIT
045900     END-IF.
046000     PERFORM 1200-ACCEPT-NAME THRU 1200-EXIT.
046100     IF RUN-ABORTED
046200         GO TO 1000-EXIT
046300     END-IF.
046400     PERFORM 1300-ACCEPT-YEARS THRU 1300-EXIT
046500         UNTIL YEARS-OK.
046600     IF ERASURE-MODE
046700         MOVE "ERASURE" TO WS-MODE-TEXT
046800         MOVE "FULL NAME" TO WS-MATCH-TEXT
046900         MOVE SPACES TO WS-ERASURE-REF
047000         STRING CURRENT-DATE CURRENT-HOURS CURRENT-MINUTE
047100             CURRENT-SECOND
047200             DELIMITED BY SIZE INTO WS-ERASURE-REF
047300         MOVE SPACES TO WS-ERASED-NAME
047400         STRING "*ERASED* " WS-ERASURE-REF
047500             DELIMITED BY SIZE INTO WS-ERASED-NAME
047600     ELSE
047700         MOVE "INQUIRY" TO WS-MODE-TEXT
047800         MOVE "LEADING CHARACTERS" TO WS-MATCH-TEXT
047900     END-IF.
048000     OPEN OUTPUT REPORT-FILE.
048100 1000-EXIT.
048200     EXIT.
048300
048400*--------------------------------------------------------------*
048500 1080-SIGN-ON.
048600*    ONE SIGN-ON ATTEMPT AGAINST THE OPERATOR MASTER FILE. THE  *
048700*    AUTHORITY IS KEPT - ONLY A SUPERVISOR MAY CHOOSE ERASURE.  *
048800*--------------------------------------------------------------*
048900     ADD 1 TO WS-SIGNON-TRIES.
049000     DISPLAY "ENTER OPERATOR ID:".
049100     ACCEPT SP-OPERATOR-ID.
049200     CALL 'SIGNON' USING SIGNON-PARM.
049300     EVALUATE TRUE
049400         WHEN SP-SIGNON-OK
049500             MOVE 'Y' TO WS-SIGNON-OK-SW
049600             MOVE SP-OPERATOR-ID TO WS-OPERATOR-ID
049700             MOVE SP-OPERATOR-NAME TO WS-OPERATOR-NAME
049800             MOVE SP-AUTHORITY TO WS-AUTHORITY-SW
049900             DISPLAY "SIGNED ON: " WS-OPERATOR-NAME
050000         WHEN SP-UNKNOWN-ID
050100             DISPLAY "UNKNOWN OPERATOR ID."
050200         WHEN SP-ID-SUSPENDED
050300             DISPLAY "OPERATOR ID SUSPENDED."
050400         WHEN OTHER
050500             DISPLAY "OPERATOR FILE UNAVAILABLE - HAVE A "
050600                 "SUPERVISOR RUN OPERMNT."
050700     END-EVALUATE.
050800 1080-EXIT.
050900     EXIT.
051000
051100*--------------------------------------------------------------*
051200 1100-PROMPT-MODE.
051300*--------------------------------------------------------------*
051400     DISPLAY "MODE - 'I' INQUIRY (DOSSIER ONLY), 'E' ERASURE "
051500         "(SUPERVISOR):".
051600     ACCEPT WS-MODE-IN.
051700     MOVE FUNCTION UPPER-CASE(WS-MODE-IN) TO WS-MODE-SW.
051800     IF NOT VALID-MODE
051900         DISPLAY "  ENTER I OR E."
052000     END-IF.
052100 1100-EXIT.
052200     EXIT.
052300
052400*--------------------------------------------------------------*
052500 1200-ACCEPT-NAME.
052600*    TAKES THE DATA SUBJECT'S NAME AND FINDS ITS KEYED LENGTH   *
052700*    FOR THE LEADING-CHARACTER MATCH OF AN INQUIRY.             *
052800*--------------------------------------------------------------*
052900     DISPLAY "DATA SUBJECT NAME (AS KEYED AT INTAKE):".
053000     ACCEPT WS-SEARCH-NAME-IN.
053100     MOVE FUNCTION UPPER-CASE(WS-SEARCH-NAME-IN)
053200         TO WS-SEARCH-NAME.
053300     IF WS-SEARCH-NAME = SPACES
053400         DISPLAY "NO NAME ENTERED - RUN ENDED."
053500         MOVE 'Y' TO WS-ABORT-SW
053600         GO TO 1200-EXIT
053700     END-IF.
053800     MOVE 30 TO WS-SEARCH-LEN.
053900     PERFORM 1210-TRIM-ONE THRU 1210-EXIT
054000         UNTIL WS-SEARCH-NAME(WS-SEARCH-LEN:1) NOT = SPACE.
054100 1200-EXIT.
054200     EXIT.
054300
054400*--------------------------------------------------------------*
054500 1210-TRIM-ONE.
054600*--------------------------------------------------------------*
054700     SUBTRACT 1 FROM WS-SEARCH-LEN.
054800 1210-EXIT.
054900     EXIT.
055000
055100*--------------------------------------------------------------*
055200 1300-ACCEPT-YEARS.
055300*--------------------------------------------------------------*
055400     MOVE 'Y' TO WS-YEARS-SW.
055500     DISPLAY "FROM ARCHIVE YEAR (YYYY, BLANK FOR "
055600         WS-FIRST-ARCHIVE-YEAR "):".
055700     ACCEPT WS-FROM-YEAR-X.
055800     IF WS-FROM-YEAR-X = SPACES
055900         MOVE WS-FIRST-ARCHIVE-YEAR TO WS-FROM-YEAR
056000     END-IF.
056100     DISPLAY "TO ARCHIVE YEAR (YYYY, BLANK FOR THIS YEAR):".
056200     ACCEPT WS-TO-YEAR-X.
056300     IF WS-TO-YEAR-X = SPACES
056400         MOVE CURRENT-YEAR TO WS-TO-YEAR
056500     END-IF.
056600     IF WS-FROM-YEAR NOT NUMERIC
056700         OR WS-TO-YEAR NOT NUMERIC
056800         OR WS-FROM-YEAR > WS-TO-YEAR
056900         DISPLAY "  INVALID YEAR RANGE."
057000         MOVE 'N' TO WS-YEARS-SW
057100     END-IF.
057200 1300-EXIT.
057300     EXIT.
057400
057500*--------------------------------------------------------------*
057600 1500-BUILD-FILE-LIST.
057700*    LISTS EVERY FILE TO SEARCH - THE FIXED FILES, THE ARCHIVE  *
057800*    YEARS THAT EXIST, THE BACKUP GENERATIONS, THE DATA, BATCH  *
057900*    AND REJECT FILES ON THE TWO REGISTERS, THEN ANY FILE THE   *
058000*    OPERATOR ADDS BY HAND.                                     *
058100*--------------------------------------------------------------*
058200     MOVE SPACES TO WS-FILE-TABLE.
058300     MOVE WS-MASTER-FILE-NAME TO WS-NEW-FILE-NAME.
058400     MOVE 'M' TO WS-NEW-KIND.
058500     PERFORM 1590-ADD-FILE THRU 1590-EXIT.
058600     MOVE WS-PENDING-FILE-NAME TO WS-NEW-FILE-NAME.
058700     MOVE 'P' TO WS-NEW-KIND.
058800     PERFORM 1590-ADD-FILE THRU 1590-EXIT.
058900     PERFORM 1510-ADD-ARCHIVE-YEAR THRU 1510-EXIT
059000         VARYING WS-YEAR FROM WS-FROM-YEAR BY 1
059100         UNTIL WS-YEAR > WS-TO-YEAR.
059200     MOVE WS-JOURNAL-FILE-NAME TO WS-NEW-FILE-NAME.
059300     MOVE 'J' TO WS-NEW-KIND.
059400     PERFORM 1590-ADD-FILE THRU 1590-EXIT.
059500     MOVE WS-CHANGE-LOG-NAME TO WS-NEW-FILE-NAME.
059600     MOVE 'L' TO WS-NEW-KIND.
059700     PERFORM 1590-ADD-FILE THRU 1590-EXIT.
059800     PERFORM 1520-ADD-BACKUP-GEN THRU 1520-EXIT
059900         VARYING WS-GEN-DIGIT FROM 1 BY 1
060000         UNTIL WS-GEN-DIGIT > 5.
060100     PERFORM 1530-LOAD-CONSREG THRU 1530-EXIT.
060200     PERFORM 1540-LOAD-INTAKE-REG THRU 1540-EXIT.
060300     MOVE 'N' TO WS-EXTRA-SW.
060400     PERFORM 1550-ACCEPT-EXTRA-FILE THRU 1550-EXIT
060500         UNTIL EXTRA-FILES-DONE.
060600     IF WS-FILES-NOT-TABLED > ZERO
060700         DISPLAY "FILE LIST FULL - " WS-FILES-NOT-TABLED
060800             " FILE(S) NOT SEARCHED. PRUNE THE REGISTERS."
060900     END-IF.
061000 1500-EXIT.
061100     EXIT.
061200
061300*--------------------------------------------------------------*
061400 1510-ADD-ARCHIVE-YEAR.
061500*    AN ARCHIVE YEAR IS LISTED ONLY IF ITS FILE EXISTS - ARCHMST*
061600*    ONLY CREATES ONE WHEN A CUTOFF FALLS IN THAT YEAR.         *
061700*--------------------------------------------------------------*
061800     MOVE WS-YEAR TO WS-YEAR-DIGITS.
061900     MOVE SPACES TO WS-ARCHIVE-FILE-NAME.
062000     STRING "..\output\arch" WS-YEAR-DIGITS ".dat"
062100         DELIMITED BY SIZE INTO WS-ARCHIVE-FILE-NAME.
062200     OPEN INPUT ARCHIVE-FILE.
062300     IF ARCHIVE-MISSING
062400         GO TO 1510-EXIT
062500     END-IF.
062600     IF ARCHIVE-OK
062700         CLOSE ARCHIVE-FILE
062800     END-IF.
062900     MOVE WS-ARCHIVE-FILE-NAME TO WS-NEW-FILE-NAME.
063000     MOVE 'A' TO WS-NEW-KIND.
063100     PERFORM 1590-ADD-FILE THRU 1590-EXIT.
063200 1510-EXIT.
063300     EXIT.
063400
063500*--------------------------------------------------------------*
063600 1520-ADD-BACKUP-GEN.
063700*--------------------------------------------------------------*
063800     MOVE SPACES TO WS-NEW-FILE-NAME.
063900     STRING "..\output\mstbkp" WS-GEN-DIGIT ".dat"
064000         DELIMITED BY SIZE INTO WS-NEW-FILE-NAME.
064100     MOVE 'K' TO WS-NEW-KIND.
064200     PERFORM 1590-ADD-FILE THRU 1590-EXIT.
064300 1520-EXIT.
064400     EXIT.
064500
064600*--------------------------------------------------------------*
064700 1530-LOAD-CONSREG.
064800*    EVERY DATA FILE CONSOLDT HAS EVER MERGED. NO REGISTER YET  *
064900*    SIMPLY MEANS NOTHING HAS BEEN CONSOLIDATED.                *
065000*--------------------------------------------------------------*
065100     OPEN INPUT CONSREG-FILE.
065200     IF NOT CONSREG-OK
065300         GO TO 1530-EXIT
065400     END-IF.
065500     MOVE 'N' TO WS-REG-EOF-SW.
065600     PERFORM 1535-READ-CONSREG THRU 1535-EXIT
065700         UNTIL REG-EOF.
065800     CLOSE CONSREG-FILE.
065900 1530-EXIT.
066000     EXIT.
066100
066200*--------------------------------------------------------------*
066300 1535-READ-CONSREG.
066400*--------------------------------------------------------------*
066500     READ CONSREG-FILE
066600         AT END
066700             MOVE 'Y' TO WS-REG-EOF-SW
066800             GO TO 1535-EXIT
066900     END-READ.
067000     MOVE CG-DATA-FILE TO WS-NEW-FILE-NAME.
067100     MOVE 'D' TO WS-NEW-KIND.
067200     PERFORM 1590-ADD-FILE THRU 1590-EXIT.
067300 1535-EXIT.
067400     EXIT.
067500
067600*--------------------------------------------------------------*
067700 1540-LOAD-INTAKE-REG.
067800*    EVERY DATA, BATCH AND REJECT FILE TESTECOB, DLMIMP AND     *
067900*    RJREPAIR HAVE REGISTERED (SEE INTKREC).                    *
068000*--------------------------------------------------------------*
068100     OPEN INPUT INTAKE-REG-FILE.
068200     IF NOT INTAKE-REG-OK
068300         GO TO 1540-EXIT
068400     END-IF.
068500     MOVE 'N' TO WS-REG-EOF-SW.
068600     PERFORM 1545-READ-INTAKE-REG THRU 1545-EXIT
068700         UNTIL REG-EOF.
068800     CLOSE INTAKE-REG-FILE.
068900 1540-EXIT.
069000     EXIT.
069100
069200*--------------------------------------------------------------*
069300 1545-READ-INTAKE-REG.
069400*--------------------------------------------------------------*
069500     READ INTAKE-REG-FILE
069600         AT END
069700             MOVE 'Y' TO WS-REG-EOF-SW
069800             GO TO 1545-EXIT
069900     END-READ.
070000     IF NOT IR-DATA-FILE AND NOT IR-BATCH-FILE
070100         AND NOT IR-REJECT-FILE
070200         GO TO 1545-EXIT
070300     END-IF.
070400     MOVE IR-FILE-NAME TO WS-NEW-FILE-NAME.
070500     MOVE IR-FILE-TYPE TO WS-NEW-KIND.
070600     PERFORM 1590-ADD-FILE THRU 1590-EXIT.
070700 1545-EXIT.
070800     EXIT.
070900
071000*--------------------------------------------------------------*
071100 1550-ACCEPT-EXTRA-FILE.
071200*    A BATCH OR REJECT FILE KEYED BEFORE THE INTAKE FILE        *
071300*    REGISTER EXISTED, OR RECEIVED FROM OUTSIDE, CAN BE NAMED   *
071400*    HERE - IT IS SEARCHED IN THE BATCH ROW LAYOUT.             *
071500*--------------------------------------------------------------*
071600     DISPLAY "ANY OTHER BATCH OR REJECT FILE STILL ON DISK "
071700         "(BLANK WHEN DONE):".
071800     MOVE SPACES TO WS-NEW-FILE-NAME.
071900     ACCEPT WS-NEW-FILE-NAME.
072000     IF WS-NEW-FILE-NAME = SPACES
072100         MOVE 'Y' TO WS-EXTRA-SW
072200         GO TO 1550-EXIT
072300     END-IF.
072400     MOVE 'B' TO WS-NEW-KIND.
072500     PERFORM 1590-ADD-FILE THRU 1590-EXIT.
072600 1550-EXIT.
072700     EXIT.
072800
072900*--------------------------------------------------------------*
073000 1590-ADD-FILE.
073100*    ADDS WS-NEW-FILE-NAME TO THE FILE LIST UNLESS IT IS BLANK  *
073200*    OR ALREADY LISTED.                                         *
073300*--------------------------------------------------------------*
073400     IF WS-NEW-FILE-NAME = SPACES
073500         GO TO 1590-EXIT
073600     END-IF.
073700     SET FT-IDX TO 1.
073800     SEARCH WS-FILE-ENTRY
073900         AT END
074000             CONTINUE
074100         WHEN FT-FILE-NAME(FT-IDX) = WS-NEW-FILE-NAME
074200             GO TO 1590-EXIT
074300     END-SEARCH.
074400     IF WS-FILE-COUNT >= WS-FILE-MAX
074500         ADD 1 TO WS-FILES-NOT-TABLED
074600         GO TO 1590-EXIT
074700     END-IF.
074800     ADD 1 TO WS-FILE-COUNT.
074900     MOVE WS-NEW-FILE-NAME TO FT-FILE-NAME(WS-FILE-COUNT).
075000     MOVE WS-NEW-KIND TO FT-KIND(WS-FILE-COUNT).
075100     MOVE SPACE TO FT-STATE(WS-FILE-COUNT).
075200     MOVE SPACES TO FT-OPEN-STATUS(WS-FILE-COUNT).
075300     MOVE ZERO TO FT-RECORDS-READ(WS-FILE-COUNT)
075400         FT-HITS(WS-FILE-COUNT) FT-ERASED(WS-FILE-COUNT).
075500 1590-EXIT.
075600     EXIT.
075700
075800*--------------------------------------------------------------*
075900 2000-SEARCH-ONE-FILE.
076000*    SEARCHES ONE LISTED FILE AND PRINTS ITS PART OF THE        *
076100*    DOSSIER - THE FILE, EVERY RECORD THE NAME WAS FOUND IN,    *
076200*    AND THE RECORDS READ AND OCCURRENCES FOUND.                *
076300*--------------------------------------------------------------*
076400     MOVE FT-KIND(WS-FILE-SUB) TO WS-CUR-KIND.
076500     PERFORM 3050-SET-SLOTS THRU 3050-EXIT.
076600     MOVE SPACES TO WS-REPORT-LINE.
076700     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
076800     STRING "FILE: " FT-FILE-NAME(WS-FILE-SUB) "  "
076900         WS-KIND-TEXT
077000         DELIMITED BY SIZE INTO WS-REPORT-LINE.
077100     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
077200     PERFORM 2050-SCAN-FILE THRU 2050-EXIT.
077300     MOVE SPACES TO WS-REPORT-LINE.
077400     EVALUATE TRUE
077500         WHEN FT-NOT-ON-DISK(WS-FILE-SUB)
077600             ADD 1 TO WS-FILES-MISSING
077700             MOVE "  NOT ON DISK - NOTHING HELD HERE."
077800                 TO WS-REPORT-LINE
077900         WHEN FT-UNUSABLE(WS-FILE-SUB)
078000             ADD 1 TO WS-FILES-UNUSABLE
078100             STRING "  COULD NOT BE OPENED - STATUS "
078200                 FT-OPEN-STATUS(WS-FILE-SUB)
078300                 " - SEARCH THIS FILE BY HAND."
078400                 DELIMITED BY SIZE INTO WS-REPORT-LINE
078500         WHEN OTHER
078600             ADD 1 TO WS-FILES-SEARCHED
078700             IF FT-HITS(WS-FILE-SUB) > ZERO
078800                 ADD 1 TO WS-FILES-WITH-HITS
078900             END-IF
079000             MOVE FT-RECORDS-READ(WS-FILE-SUB) TO WS-EDIT-COUNT
079100             MOVE FT-HITS(WS-FILE-SUB) TO WS-EDIT-COUNT-2
079200             STRING "  RECORDS READ: " WS-EDIT-COUNT
079300                 "   OCCURRENCES FOUND: " WS-EDIT-COUNT-2
079400                 DELIMITED BY SIZE INTO WS-REPORT-LINE
079500     END-EVALUATE.
079600     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
079700 2000-EXIT.
079800     EXIT.
079900
080000*--------------------------------------------------------------*
080100 2050-SCAN-FILE.
080200*    READS EVERY RECORD OF THE FILE AT WS-FILE-SUB THROUGH THE  *
080300*    FD OF ITS KIND - FOR THE SEARCH, OR (ERASE-PASS) TO        *
080400*    ANONYMISE EVERY OCCURRENCE.                                *
080500*--------------------------------------------------------------*
080600     MOVE ZERO TO WS-RECORD-NO.
080700     MOVE 'N' TO WS-FILE-EOF-SW.
080800     EVALUATE TRUE
080900         WHEN KIND-MASTER
081000             PERFORM 2100-SCAN-MASTER THRU 2100-EXIT
081100         WHEN KIND-PENDING
081200             PERFORM 2200-SCAN-PENDING THRU 2200-EXIT
081300         WHEN KIND-ARCHIVE
081400             PERFORM 2300-SCAN-ARCHIVE THRU 2300-EXIT
081500         WHEN OTHER
081600             PERFORM 2400-SCAN-SEQUENTIAL THRU 2400-EXIT
081700     END-EVALUATE.
081800 2050-EXIT.
081900     EXIT.
082000
082100*--------------------------------------------------------------*
082200 2100-SCAN-MASTER.
082300*    AN ERASURE ALSO OPENS THE CHANGE LOG, SO EACH MASTER       *
082400*    RECORD ANONYMISED IS LOGGED AS IT IS REWRITTEN.            *
082500*--------------------------------------------------------------*
082600     IF ERASE-PASS
082700         OPEN I-O MASTER-FILE
082800     ELSE
082900         OPEN INPUT MASTER-FILE
083000     END-IF.
083100     IF MASTER-FILE-MISSING
083200         MOVE 'M' TO FT-STATE(WS-FILE-SUB)
083300         GO TO 2100-EXIT
083400     END-IF.
083500     IF NOT MASTER-OK
083600         MOVE 'U' TO FT-STATE(WS-FILE-SUB)
083700         MOVE WS-MASTER-STATUS TO FT-OPEN-STATUS(WS-FILE-SUB)
083800         GO TO 2100-EXIT
083900     END-IF.
084000     MOVE 'S' TO FT-STATE(WS-FILE-SUB).
084100     IF ERASE-PASS
084200         PERFORM 5400-OPEN-CHANGE-LOG THRU 5400-EXIT
084300     END-IF.
084400     PERFORM 2110-READ-MASTER THRU 2110-EXIT
084500         UNTIL FILE-EOF.
084600     CLOSE MASTER-FILE.
084700     IF CHANGE-LOG-OPEN
084800         CLOSE CHANGE-LOG-FILE
084900         MOVE 'N' TO WS-LOG-OPEN-SW
085000     END-IF.
085100 2100-EXIT.
085200     EXIT.
085300
085400*--------------------------------------------------------------*
085500 2110-READ-MASTER.
085600*--------------------------------------------------------------*
085700     READ MASTER-FILE NEXT RECORD
085800         AT END
085900             MOVE 'Y' TO WS-FILE-EOF-SW
086000             GO TO 2110-EXIT
086100     END-READ.
086200     ADD 1 TO WS-RECORD-NO.
086300     IF SEARCH-PASS
086400         ADD 1 TO FT-RECORDS-READ(WS-FILE-SUB)
086500     END-IF.
086600     MOVE SPACES TO WS-SCAN-RECORD.
086700     MOVE MASTER-RECORD TO WS-SCAN-RECORD.
086800     PERFORM 3000-CHECK-RECORD THRU 3000-EXIT.
086900     IF WS-ROW-ERASED = ZERO
087000         GO TO 2110-EXIT
087100     END-IF.
087200     MOVE WS-SCAN-RECORD(1:199) TO MASTER-RECORD.
087300     REWRITE MASTER-RECORD.
087400     IF NOT MASTER-OK
087500         DISPLAY "  MASTER RECORD " WS-RECORD-NO
087600             " NOT REWRITTEN - STATUS " WS-MASTER-STATUS
087700         GO TO 2110-EXIT
087800     END-IF.
087900     ADD WS-ROW-ERASED TO FT-ERASED(WS-FILE-SUB).
088000     ADD 1 TO WS-MASTER-ERASED.
088100     PERFORM 5500-LOG-MASTER-ERASURE THRU 5500-EXIT.
088200 2110-EXIT.
088300     EXIT.
088400
088500*--------------------------------------------------------------*
088600 2200-SCAN-PENDING.
088700*    A QUEUED CHANGE HOLDS THE NAME IN BOTH ITS BEFORE AND ITS  *
088800*    PROPOSED IMAGE - BOTH ARE CHECKED AND BOTH ANONYMISED, SO  *
088900*    AN ITEM APPROVED LATER CANNOT PUT THE NAME BACK.           *
089000*--------------------------------------------------------------*
089100     IF ERASE-PASS
089200         OPEN I-O PENDING-FILE
089300     ELSE
089400         OPEN INPUT PENDING-FILE
089500     END-IF.
089600     IF PENDING-FILE-MISSING
089700         MOVE 'M' TO FT-STATE(WS-FILE-SUB)
089800         GO TO 2200-EXIT
089900     END-IF.
090000     IF NOT PENDING-OK
090100         MOVE 'U' TO FT-STATE(WS-FILE-SUB)
090200         MOVE WS-PENDING-STATUS TO FT-OPEN-STATUS(WS-FILE-SUB)
090300         GO TO 2200-EXIT
090400     END-IF.
090500     MOVE 'S' TO FT-STATE(WS-FILE-SUB).
090600     PERFORM 2210-READ-PENDING THRU 2210-EXIT
090700         UNTIL FILE-EOF.
090800     CLOSE PENDING-FILE.
090900 2200-EXIT.
091000     EXIT.
091100
091200*--------------------------------------------------------------*
091300 2210-READ-PENDING.
091400*--------------------------------------------------------------*
091500     READ PENDING-FILE NEXT RECORD
091600         AT END
091700             MOVE 'Y' TO WS-FILE-EOF-SW
091800             GO TO 2210-EXIT
091900     END-READ.
092000     ADD 1 TO WS-RECORD-NO.
092100     IF SEARCH-PASS
092200         ADD 1 TO FT-RECORDS-READ(WS-FILE-SUB)
092300     END-IF.
092400     MOVE SPACES TO WS-SCAN-RECORD.
092500     MOVE PENDING-RECORD TO WS-SCAN-RECORD.
092600     PERFORM 3000-CHECK-RECORD THRU 3000-EXIT.
092700     IF WS-ROW-ERASED = ZERO
092800         GO TO 2210-EXIT
092900     END-IF.
093000     MOVE WS-SCAN-RECORD(1:511) TO PENDING-RECORD.
093100     REWRITE PENDING-RECORD.
093200     IF NOT PENDING-OK
093300         DISPLAY "  QUEUED CHANGE " PD-QUEUE-NO
093400             " NOT REWRITTEN - STATUS " WS-PENDING-STATUS
093500         GO TO 2210-EXIT
093600     END-IF.
093700     ADD WS-ROW-ERASED TO FT-ERASED(WS-FILE-SUB).
093800 2210-EXIT.
093900     EXIT.
094000
094100*--------------------------------------------------------------*
094200 2300-SCAN-ARCHIVE.
094300*--------------------------------------------------------------*
094400     MOVE FT-FILE-NAME(WS-FILE-SUB) TO WS-ARCHIVE-FILE-NAME.
094500     IF ERASE-PASS
094600         OPEN I-O ARCHIVE-FILE
094700     ELSE
094800         OPEN INPUT ARCHIVE-FILE
094900     END-IF.
095000     IF ARCHIVE-MISSING
095100         MOVE 'M' TO FT-STATE(WS-FILE-SUB)
095200         GO TO 2300-EXIT
095300     END-IF.
095400     IF NOT ARCHIVE-OK
095500         MOVE 'U' TO FT-STATE(WS-FILE-SUB)
095600         MOVE WS-ARCHIVE-STATUS TO FT-OPEN-STATUS(WS-FILE-SUB)
095700         GO TO 2300-EXIT
095800     END-IF.
095900     MOVE 'S' TO FT-STATE(WS-FILE-SUB).
096000     PERFORM 2310-READ-ARCHIVE THRU 2310-EXIT
096100         UNTIL FILE-EOF.
096200     CLOSE ARCHIVE-FILE.
096300 2300-EXIT.
096400     EXIT.
096500
096600*--------------------------------------------------------------*
096700 2310-READ-ARCHIVE.
096800*--------------------------------------------------------------*
096900     READ ARCHIVE-FILE NEXT RECORD
097000         AT END
097100             MOVE 'Y' TO WS-FILE-EOF-SW
097200             GO TO 2310-EXIT
097300     END-READ.
097400     ADD 1 TO WS-RECORD-NO.
097500     IF SEARCH-PASS
097600         ADD 1 TO FT-RECORDS-READ(WS-FILE-SUB)
097700     END-IF.
097800     MOVE SPACES TO WS-SCAN-RECORD.
097900     MOVE ARCHIVE-RECORD TO WS-SCAN-RECORD.
098000     PERFORM 3000-CHECK-RECORD THRU 3000-EXIT.
098100     IF WS-ROW-ERASED = ZERO
098200         GO TO 2310-EXIT
098300     END-IF.
098400     MOVE WS-SCAN-RECORD(1:199) TO ARCHIVE-RECORD.
098500     REWRITE ARCHIVE-RECORD.
098600     IF NOT ARCHIVE-OK
098700         DISPLAY "  ARCHIVE RECORD " WS-RECORD-NO
098800             " NOT REWRITTEN - STATUS " WS-ARCHIVE-STATUS
098900         GO TO 2310-EXIT
099000     END-IF.
099100     ADD WS-ROW-ERASED TO FT-ERASED(WS-FILE-SUB).
099200 2310-EXIT.
099300     EXIT.
099400
099500*--------------------------------------------------------------*
099600 2400-SCAN-SEQUENTIAL.
099700*    A FLAT FILE IS READ ROW BY ROW. AN ERASURE WRITES EVERY ROW*
099800*    - ANONYMISED OR NOT - TO THE WORK FILE, THEN COPIES THE    *
099900*    WORK FILE BACK OVER THE ORIGINAL, SO THE FILE KEEPS EXACTLY*
100000*    THE SAME ROWS IN THE SAME ORDER.                           *
100100*--------------------------------------------------------------*
100200     MOVE FT-FILE-NAME(WS-FILE-SUB) TO WS-SEQ-FILE-NAME.
100300     OPEN INPUT SEQ-FILE.
100400     IF SEQ-FILE-MISSING
100500         MOVE 'M' TO FT-STATE(WS-FILE-SUB)
100600         GO TO 2400-EXIT
100700     END-IF.
100800     IF NOT SEQ-OK
100900         MOVE 'U' TO FT-STATE(WS-FILE-SUB)
101000         MOVE WS-SEQ-STATUS TO FT-OPEN-STATUS(WS-FILE-SUB)
101100         GO TO 2400-EXIT
101200     END-IF.
101300     MOVE 'S' TO FT-STATE(WS-FILE-SUB).
101400     IF ERASE-PASS
101500         OPEN OUTPUT WORK-FILE
101600         IF NOT WORK-OK
101700             DISPLAY "  WORK FILE " WS-WORK-FILE-NAME
101800                 " NOT AVAILABLE - STATUS " WS-WORK-STATUS
101900                 " - " WS-SEQ-FILE-NAME " NOT ERASED."
102000             CLOSE SEQ-FILE
102100             GO TO 2400-EXIT
102200         END-IF
102210         MOVE ZERO TO WS-ROWS-WRITTEN
102220         MOVE 'N' TO WS-WORK-ERR-SW
102300     END-IF.
102400     PERFORM 2410-READ-SEQUENTIAL THRU 2410-EXIT
102500         UNTIL FILE-EOF.
102600     CLOSE SEQ-FILE.
102700     IF ERASE-PASS
102800         CLOSE WORK-FILE
102900         PERFORM 2450-COPY-BACK THRU 2450-EXIT
103000     END-IF.
103100 2400-EXIT.
103200     EXIT.
103300
103400*--------------------------------------------------------------*
103500 2410-READ-SEQUENTIAL.
103600*--------------------------------------------------------------*
103700     READ SEQ-FILE
103800         AT END
103900             MOVE 'Y' TO WS-FILE-EOF-SW
104000             GO TO 2410-EXIT
104100     END-READ.
104200     ADD 1 TO WS-RECORD-NO.
104300     IF SEARCH-PASS
104400         ADD 1 TO FT-RECORDS-READ(WS-FILE-SUB)
104500     END-IF.
104600     MOVE SPACES TO WS-SCAN-RECORD.
104700     MOVE SEQ-RECORD TO WS-SCAN-RECORD.
104800     PERFORM 3000-CHECK-RECORD THRU 3000-EXIT.
104900     IF ERASE-PASS
105000         ADD WS-ROW-ERASED TO FT-ERASED(WS-FILE-SUB)
105100         PERFORM 2420-WRITE-WORK-ROW THRU 2420-EXIT
105200     END-IF.
105300 2410-EXIT.
105400     EXIT.
105500
105600*--------------------------------------------------------------*
105700 2420-WRITE-WORK-ROW.
105800*--------------------------------------------------------------*
105900     EVALUATE TRUE
106000         WHEN KIND-JOURNAL
106100             MOVE WS-SCAN-RECORD(1:456) TO WORK-RECORD
106200             WRITE WORK-RECORD
106300         WHEN KIND-CHANGE-LOG
106400             MOVE WS-SCAN-RECORD(1:281) TO WORK-LOG-RECORD
106500             WRITE WORK-LOG-RECORD
106600         WHEN KIND-DATA-FILE
106700             MOVE WS-SCAN-RECORD(1:202) TO WORK-DATA-RECORD
106800             WRITE WORK-DATA-RECORD
106900         WHEN KIND-BACKUP
107000             MOVE WS-SCAN-RECORD(1:199) TO WORK-IMAGE-RECORD
107100             WRITE WORK-IMAGE-RECORD
107200         WHEN OTHER
107300             MOVE WS-SCAN-RECORD(1:174) TO WORK-BATCH-RECORD
107400             WRITE WORK-BATCH-RECORD
107500     END-EVALUATE.
107510     IF WORK-OK
107520         ADD 1 TO WS-ROWS-WRITTEN
107530         GO TO 2420-EXIT
107540     END-IF.
107550     IF NOT WORK-WRITE-FAILED
107560         DISPLAY "  WORK FILE " WS-WORK-FILE-NAME " WRITE FAILED"
107570             " AT ROW " WS-RECORD-NO " - STATUS " WS-WORK-STATUS
107580     END-IF.
107590     MOVE 'Y' TO WS-WORK-ERR-SW.
107600 2420-EXIT.
107700     EXIT.
107800
107900*--------------------------------------------------------------*
108000 2450-COPY-BACK.
108010*    REPLACES THE ORIGINAL WITH THE ANONYMISED WORK COPY, BUT   *
108020*    ONLY WHEN THE WORK COPY HOLDS EVERY ROW READ - OTHERWISE   *
108030*    THE ORIGINAL IS NOT OPENED AT ALL AND IS REPORTED NOT      *
108040*    ERASED. A ROW COUNT THAT DOES NOT AGREE ON THE COPY-BACK   *
108050*    ITSELF IS REPORTED - THE WORK FILE, WHICH IS THEN KNOWN TO *
108060*    BE WHOLE, IS LEFT ON DISK UNTIL THE NEXT ERASURE.          *
108070*--------------------------------------------------------------*
108080     IF WORK-WRITE-FAILED
108090         OR WS-ROWS-WRITTEN NOT = WS-RECORD-NO
108100         DISPLAY "  " WS-SEQ-FILE-NAME " NOT ERASED - WORK COPY "
108110             "INCOMPLETE (" WS-RECORD-NO " READ, " WS-ROWS-WRITTEN
108120             " WRITTEN) - ORIGINAL LEFT UNTOUCHED."
108130         MOVE ZERO TO FT-ERASED(WS-FILE-SUB)
108140         GO TO 2450-EXIT
108150     END-IF.
108160     OPEN INPUT WORK-FILE.
108170     IF NOT WORK-OK
108180         DISPLAY "  " WS-SEQ-FILE-NAME " NOT ERASED - STATUS "
108190             WS-WORK-STATUS " ON " WS-WORK-FILE-NAME
108200             " - ORIGINAL LEFT UNTOUCHED."
108210         MOVE ZERO TO FT-ERASED(WS-FILE-SUB)
108220         GO TO 2450-EXIT
108230     END-IF.
108240     OPEN OUTPUT SEQ-FILE.
108250     IF NOT SEQ-OK
108260         DISPLAY "  " WS-SEQ-FILE-NAME " NOT REPLACED - STATUS "
108270             WS-SEQ-STATUS " - COPY " WS-WORK-FILE-NAME
108280             " OVER IT BY HAND."
108290         MOVE ZERO TO FT-ERASED(WS-FILE-SUB)
108300         CLOSE WORK-FILE
108310         GO TO 2450-EXIT
108320     END-IF.
109500     MOVE ZERO TO WS-ROWS-COPIED.
109600     MOVE 'N' TO WS-FILE-EOF-SW.
109700     PERFORM 2460-COPY-ONE-ROW THRU 2460-EXIT
109800         UNTIL FILE-EOF.
109900     CLOSE WORK-FILE SEQ-FILE.
110000     IF WS-ROWS-COPIED NOT = WS-RECORD-NO
110100         DISPLAY "  " WS-SEQ-FILE-NAME " ROW COUNT CHANGED ON "
110200             "COPY-BACK (" WS-RECORD-NO " READ, " WS-ROWS-COPIED
110300             " WRITTEN) - RESTORE IT FROM " WS-WORK-FILE-NAME
110400     END-IF.
110500 2450-EXIT.
110600     EXIT.
110700
110800*--------------------------------------------------------------*
110900 2460-COPY-ONE-ROW.
111000*--------------------------------------------------------------*
111100     READ WORK-FILE
111200         AT END
111300             MOVE 'Y' TO WS-FILE-EOF-SW
111400             GO TO 2460-EXIT
111500     END-READ.
111700     MOVE SPACES TO WS-SCAN-RECORD.
111800     MOVE WORK-RECORD TO WS-SCAN-RECORD.
111900     EVALUATE TRUE
112000         WHEN KIND-JOURNAL
112100             MOVE WS-SCAN-RECORD(1:456) TO SEQ-RECORD
112200             WRITE SEQ-RECORD
112300         WHEN KIND-CHANGE-LOG
112400             MOVE WS-SCAN-RECORD(1:281) TO SEQ-LOG-RECORD
112500             WRITE SEQ-LOG-RECORD
112600         WHEN KIND-DATA-FILE
112700             MOVE WS-SCAN-RECORD(1:202) TO SEQ-DATA-RECORD
112800             WRITE SEQ-DATA-RECORD
112900         WHEN KIND-BACKUP
113000             MOVE WS-SCAN-RECORD(1:199) TO SEQ-IMAGE-RECORD
113100             WRITE SEQ-IMAGE-RECORD
113200         WHEN OTHER
113300             MOVE WS-SCAN-RECORD(1:174) TO SEQ-BATCH-RECORD
113400             WRITE SEQ-BATCH-RECORD
113500     END-EVALUATE.
113510     IF SEQ-OK
113520         ADD 1 TO WS-ROWS-COPIED
113530     END-IF.
113600 2460-EXIT.
113700     EXIT.
113800
113900*--------------------------------------------------------------*
114000 3000-CHECK-RECORD.
114100*    CHECKS EACH NAME SLOT OF THE RECORD IN WS-SCAN-RECORD. A   *
114200*    DATA FILE'S HEADER AND TRAILER CARRY NO NAME AND ARE       *
114300*    PASSED OVER.                                               *
114400*--------------------------------------------------------------*
114500     MOVE ZERO TO WS-ROW-ERASED.
114600     IF KIND-DATA-FILE
114700         AND WS-SCAN-RECORD(1:3) NOT = "DET"
114800         AND WS-SCAN-RECORD(1:3) NOT = "COR"
114900         AND WS-SCAN-RECORD(1:3) NOT = "DEL"
115000         GO TO 3000-EXIT
115100     END-IF.
115200     PERFORM 3010-CHECK-SLOT THRU 3010-EXIT
115300         VARYING WS-SLOT-SUB FROM 1 BY 1
115400         UNTIL WS-SLOT-SUB > WS-SLOT-COUNT.
115500 3000-EXIT.
115600     EXIT.
115700
115800*--------------------------------------------------------------*
115900 3010-CHECK-SLOT.
116000*    AN INQUIRY MATCHES THE NAME OR ITS LEADING CHARACTERS; AN  *
116100*    ERASURE THE FULL NAME ONLY, SO IT CAN NEVER TAKE A LONGER  *
116200*    NAME THAT MERELY STARTS THE SAME WAY.                      *
116300*--------------------------------------------------------------*
116400     MOVE WS-SLOT-NAME-POS(WS-SLOT-SUB) TO WS-NAME-POS.
116500     MOVE FUNCTION UPPER-CASE(WS-SCAN-RECORD(WS-NAME-POS:30))
116600         TO WS-CAND-NAME.
116700     IF ERASURE-MODE
116800         IF WS-CAND-NAME NOT = WS-SEARCH-NAME
116900             GO TO 3010-EXIT
117000         END-IF
117100     ELSE
117200         IF WS-CAND-NAME(1:WS-SEARCH-LEN)
117300             NOT = WS-SEARCH-NAME(1:WS-SEARCH-LEN)
117400             GO TO 3010-EXIT
117500         END-IF
117600     END-IF.
117700     IF ERASE-PASS
117800         MOVE WS-ERASED-NAME TO WS-SCAN-RECORD(WS-NAME-POS:30)
117900         ADD 1 TO WS-ROW-ERASED
118000         GO TO 3010-EXIT
118100     END-IF.
118200     ADD 1 TO FT-HITS(WS-FILE-SUB).
118300     ADD 1 TO WS-TOTAL-HITS.
118400     PERFORM 3020-PRINT-HIT THRU 3020-EXIT.
118500 3010-EXIT.
118600     EXIT.
118700
118800*--------------------------------------------------------------*
118900 3020-PRINT-HIT.
119000*    ONE DOSSIER LINE - THE RECORD NUMBER IN THE FILE, WHICH    *
119100*    IMAGE OR FIELD, THE MASTER KEY IT CONCERNS AND THE NAME    *
119200*    EXACTLY AS HELD.                                           *
119300*--------------------------------------------------------------*
119400     MOVE WS-SLOT-KEY-POS(WS-SLOT-SUB) TO WS-KEY-POS.
119500     COMPUTE WS-MUNI-POS = WS-KEY-POS + 50.
119600     COMPUTE WS-CONTRACT-POS = WS-KEY-POS + 100.
119700     MOVE WS-RECORD-NO TO WS-EDIT-RECNO.
119800     MOVE SPACES TO WS-REPORT-LINE.
119900     STRING "  " WS-EDIT-RECNO "  " WS-SLOT-LABEL(WS-SLOT-SUB)
120000         "  " WS-SCAN-RECORD(WS-KEY-POS:25)
120100         " " WS-SCAN-RECORD(WS-MUNI-POS:25)
120200         " " WS-SCAN-RECORD(WS-CONTRACT-POS:2)
120300         "  " WS-SCAN-RECORD(WS-NAME-POS:30)
120400         DELIMITED BY SIZE INTO WS-REPORT-LINE.
120500     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
120600 3020-EXIT.
120700     EXIT.
120800
120900*--------------------------------------------------------------*
121000 3050-SET-SLOTS.
121100*    WHERE THE NAME AND THE MASTER KEY SIT IN EACH KIND OF      *
121200*    RECORD (POSITIONS COUNT FROM 1):                           *
121300*      MASTER, ARCHIVE, BACKUP  NAME 103        KEY 1           *
121400*      mstpend.dat              NAME 139 / 338  KEY 37 / 236    *
121500*      mstjrnl.dat              NAME 161 / 360  KEY 59 / 258    *
121600*      mstchg.log               NAME 130 / 201  KEY 28          *
121700*      data_*.txt               NAME 4          KEY 66          *
121800*      BATCH / REJECT FILE      NAME 2          KEY 64          *
121900*--------------------------------------------------------------*
122000     MOVE 1 TO WS-SLOT-COUNT.
122100     MOVE "RECORD" TO WS-SLOT-LABEL(1).
122200     EVALUATE TRUE
122300         WHEN KIND-MASTER
122400             MOVE 103 TO WS-SLOT-NAME-POS(1)
122500             MOVE 1 TO WS-SLOT-KEY-POS(1)
122600             MOVE "MASTER FILE" TO WS-KIND-TEXT
122700         WHEN KIND-ARCHIVE
122800             MOVE 103 TO WS-SLOT-NAME-POS(1)
122900             MOVE 1 TO WS-SLOT-KEY-POS(1)
123000             MOVE "ARCHIVE" TO WS-KIND-TEXT
123100         WHEN KIND-BACKUP
123200             MOVE 103 TO WS-SLOT-NAME-POS(1)
123300             MOVE 1 TO WS-SLOT-KEY-POS(1)
123400             MOVE "MASTER BACKUP GENERATION" TO WS-KIND-TEXT
123500         WHEN KIND-PENDING
123600             MOVE 2 TO WS-SLOT-COUNT
123700             MOVE 139 TO WS-SLOT-NAME-POS(1)
123800             MOVE 37 TO WS-SLOT-KEY-POS(1)
123900             MOVE "QUEUED-FROM" TO WS-SLOT-LABEL(1)
124000             MOVE 338 TO WS-SLOT-NAME-POS(2)
124100             MOVE 236 TO WS-SLOT-KEY-POS(2)
124200             MOVE "QUEUED-TO" TO WS-SLOT-LABEL(2)
124300             MOVE "PENDING-CHANGE QUEUE" TO WS-KIND-TEXT
124400         WHEN KIND-JOURNAL
124500             MOVE 2 TO WS-SLOT-COUNT
124600             MOVE 161 TO WS-SLOT-NAME-POS(1)
124700             MOVE 59 TO WS-SLOT-KEY-POS(1)
124800             MOVE "OLD IMAGE" TO WS-SLOT-LABEL(1)
124900             MOVE 360 TO WS-SLOT-NAME-POS(2)
125000             MOVE 258 TO WS-SLOT-KEY-POS(2)
125100             MOVE "NEW IMAGE" TO WS-SLOT-LABEL(2)
125200             MOVE "CONSOLIDATION JOURNAL" TO WS-KIND-TEXT
125300         WHEN KIND-CHANGE-LOG
125400             MOVE 2 TO WS-SLOT-COUNT
125500             MOVE 130 TO WS-SLOT-NAME-POS(1)
125600             MOVE 28 TO WS-SLOT-KEY-POS(1)
125700             MOVE "OLD NAME" TO WS-SLOT-LABEL(1)
125800             MOVE 201 TO WS-SLOT-NAME-POS(2)
125900             MOVE 28 TO WS-SLOT-KEY-POS(2)
126000             MOVE "NEW NAME" TO WS-SLOT-LABEL(2)
126100             MOVE "MASTER CHANGE LOG" TO WS-KIND-TEXT
126200         WHEN KIND-DATA-FILE
126300             MOVE 4 TO WS-SLOT-NAME-POS(1)
126400             MOVE 66 TO WS-SLOT-KEY-POS(1)
126500             MOVE "INTAKE DATA FILE" TO WS-KIND-TEXT
126600         WHEN OTHER
126700             MOVE 2 TO WS-SLOT-NAME-POS(1)
126800             MOVE 64 TO WS-SLOT-KEY-POS(1)
126900             IF WS-CUR-KIND = 'R'
127000                 MOVE "REJECT FILE" TO WS-KIND-TEXT
127100             ELSE
127200                 MOVE "BATCH FILE" TO WS-KIND-TEXT
127300             END-IF
127400     END-EVALUATE.
127500 3050-EXIT.
127600     EXIT.
127700
127800*--------------------------------------------------------------*
127900 4000-CONFIRM-ERASURE.
128000*    THE SUPERVISOR SEES HOW MANY OCCURRENCES WERE FOUND (THE   *
128100*    DOSSIER LISTS THEM) AND MUST KEY ERASE TO GO AHEAD.        *
128110*    THE ERASE PASS REWRITES THE MASTER, SO IT ALSO NEEDS THE   *
128120*    MASTER LOCK - WHILE A BATCH RUN HOLDS IT THE ERASURE IS    *
128130*    NOT RUN AND THE SUPERVISOR TRIES AGAIN LATER.              *
128200*--------------------------------------------------------------*
128300     MOVE 'N' TO WS-CONFIRM-SW.
128400     IF WS-TOTAL-HITS = ZERO
128500         DISPLAY "NO OCCURRENCES OF THE NAME FOUND - NOTHING TO "
128600             "ERASE."
128700         GO TO 4000-EXIT
128800     END-IF.
128900     MOVE WS-TOTAL-HITS TO WS-EDIT-COUNT.
129000     MOVE WS-FILES-WITH-HITS TO WS-EDIT-COUNT-2.
129100     DISPLAY "OCCURRENCES FOUND: " WS-EDIT-COUNT
129200         "  IN FILES: " WS-EDIT-COUNT-2
129300         "  (LISTED IN " WS-REPORT-FILE-NAME ")".
129400     IF WS-FILES-UNUSABLE > ZERO
129500         DISPLAY "WARNING - " WS-FILES-UNUSABLE
129600             " FILE(S) COULD NOT BE SEARCHED AND WILL NOT BE "
129700             "ERASED."
129800     END-IF.
129900     DISPLAY "KEY ERASE TO ANONYMISE EVERY OCCURRENCE, ANYTHING "
130000         "ELSE TO CANCEL:".
130100     ACCEPT WS-CONFIRM-IN.
130200     IF FUNCTION UPPER-CASE(WS-CONFIRM-IN) = "ERASE"
130300         MOVE 'Y' TO WS-CONFIRM-SW
130400     ELSE
130500         DISPLAY "ERASURE CANCELLED - NOTHING CHANGED."
130510         GO TO 4000-EXIT
130600     END-IF.
130605     MOVE 'A' TO LP-FUNCTION.
130610     MOVE "SUBJINQ" TO LP-PROGRAM.
130615     MOVE WS-OPERATOR-ID TO LP-OPERATOR.
130620     CALL 'MSTLOCK' USING MASTER-LOCK-PARM.
130625     IF LP-DONE
130630         MOVE 'Y' TO WS-LOCK-SW
130635         GO TO 4000-EXIT
130640     END-IF.
130645     MOVE 'N' TO WS-CONFIRM-SW.
130650     IF LP-HELD
130655         DISPLAY "MASTER LOCKED BY " LP-HOLDER-TEXT
130660     ELSE
130665         DISPLAY "MASTER LOCK NOT AVAILABLE."
130670     END-IF.
130675     DISPLAY "ERASURE NOT RUN - NOTHING CHANGED. TRY AGAIN WHEN "
130680         "THE MASTER IS FREE.".
130700 4000-EXIT.
130800     EXIT.
130900
131000*--------------------------------------------------------------*
131100 5000-ERASE-SUBJECT.
131200*    THE SECOND PASS - ONLY THE FILES THE SEARCH FOUND THE NAME *
131300*    IN ARE OPENED FOR UPDATE. EACH IS LOGGED TO erasure.log    *
131400*    AND LISTED ON THE DOSSIER WITH THE OCCURRENCES ERASED.     *
131500*--------------------------------------------------------------*
131600     MOVE 'E' TO WS-PASS-SW.
131700     OPEN EXTEND ERASURE-LOG-FILE.
131800     IF ERASURE-LOG-MISSING
131900         OPEN OUTPUT ERASURE-LOG-FILE
132000     END-IF.
132100     IF NOT ERASURE-LOG-OK
132200         DISPLAY "ERASURE LOG " WS-ERASURE-LOG-NAME
132300             " NOT AVAILABLE - STATUS " WS-ERASURE-LOG-STATUS
132400             " - ERASURE NOT STARTED."
132500         GO TO 5000-EXIT
132600     END-IF.
132700     MOVE 99 TO WS-LINE-COUNT.
132800     MOVE SPACES TO WS-REPORT-LINE.
132900     STRING "ERASURE " WS-ERASURE-REF " BY " WS-OPERATOR-ID
133000         " - EVERY OCCURRENCE NOW READS " WS-ERASED-NAME
133100         DELIMITED BY SIZE INTO WS-REPORT-LINE.
133200     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
133300     MOVE SPACES TO WS-REPORT-LINE.
133400     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
133500     PERFORM 5100-ERASE-ONE-FILE THRU 5100-EXIT
133600         VARYING WS-FILE-SUB FROM 1 BY 1
133700         UNTIL WS-FILE-SUB > WS-FILE-COUNT.
133800     CLOSE ERASURE-LOG-FILE.
133900     DISPLAY "ERASURE " WS-ERASURE-REF " COMPLETE - "
134000         WS-TOTAL-ERASED " OCCURRENCE(S) ANONYMISED.".
134100 5000-EXIT.
134200     EXIT.
134300
134400*--------------------------------------------------------------*
134500 5100-ERASE-ONE-FILE.
134600*--------------------------------------------------------------*
134700     IF FT-HITS(WS-FILE-SUB) = ZERO
134800         GO TO 5100-EXIT
134900     END-IF.
135000     MOVE FT-KIND(WS-FILE-SUB) TO WS-CUR-KIND.
135100     PERFORM 3050-SET-SLOTS THRU 3050-EXIT.
135200     PERFORM 2050-SCAN-FILE THRU 2050-EXIT.
135300     ADD FT-ERASED(WS-FILE-SUB) TO WS-TOTAL-ERASED.
135400     MOVE FT-HITS(WS-FILE-SUB) TO WS-EDIT-COUNT.
135500     MOVE FT-ERASED(WS-FILE-SUB) TO WS-EDIT-COUNT-2.
135600     MOVE SPACES TO WS-REPORT-LINE.
135700     STRING "  ERASED " WS-EDIT-COUNT-2 " OF " WS-EDIT-COUNT
135800         "  " FT-FILE-NAME(WS-FILE-SUB)
135900         DELIMITED BY SIZE INTO WS-REPORT-LINE.
136000     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
136100     IF FT-ERASED(WS-FILE-SUB) NOT = FT-HITS(WS-FILE-SUB)
136200         DISPLAY "  " FT-FILE-NAME(WS-FILE-SUB) " - "
136300             WS-EDIT-COUNT " FOUND BUT " WS-EDIT-COUNT-2
136400             " ERASED - RE-RUN THE ERASURE."
136500     END-IF.
136600     MOVE WS-ERASURE-REF TO EL-ERASURE-REF.
136700     MOVE WS-OPERATOR-ID TO EL-SUPERVISOR.
136800     MOVE WS-CUR-KIND TO EL-FILE-KIND.
136900     MOVE FT-FILE-NAME(WS-FILE-SUB) TO EL-FILE-NAME.
137000     MOVE FT-HITS(WS-FILE-SUB) TO EL-OCCURRENCES-FOUND.
137100     MOVE FT-ERASED(WS-FILE-SUB) TO EL-OCCURRENCES-ERASED.
137200     WRITE ERASURE-LOG-RECORD.
137300 5100-EXIT.
137400     EXIT.
137500
137600*--------------------------------------------------------------*
137700 5400-OPEN-CHANGE-LOG.
137800*    OPENS THE CHANGE LOG FOR APPEND, CREATING IT IF IT DOES    *
137900*    NOT YET EXIST.                                             *
138000*--------------------------------------------------------------*
138100     OPEN EXTEND CHANGE-LOG-FILE.
138200     IF LOG-NOT-FOUND
138300         OPEN OUTPUT CHANGE-LOG-FILE
138400     END-IF.
138500     IF LOG-OK
138600         MOVE 'Y' TO WS-LOG-OPEN-SW
138700     ELSE
138800         DISPLAY "CHANGE LOG " WS-CHANGE-LOG-NAME
138900             " NOT AVAILABLE - STATUS " WS-LOG-STATUS
139000             " - MASTER ERASURES WILL NOT BE LOGGED."
139100     END-IF.
139200 5400-EXIT.
139300     EXIT.
139400
139500*--------------------------------------------------------------*
139600 5500-LOG-MASTER-ERASURE.
139700*    ACTION 'E' - THE RECORD'S OTHER FIELDS ARE UNCHANGED, AND  *
139800*    BOTH NAMES ARE THE ANONYMISED ONE, SO THE LOG NEVER HOLDS  *
139900*    THE ERASED NAME AND THE AMOUNT MOVEMENT IS NIL.            *
140000*--------------------------------------------------------------*
140100     IF NOT CHANGE-LOG-OPEN
140200         GO TO 5500-EXIT
140300     END-IF.
140400     MOVE 'E' TO CL-ACTION.
140500     MOVE WS-OPERATOR-ID TO CL-OPERATOR.
140600     MOVE CURRENT-DATE TO CL-LOG-DATE.
140700     MOVE WS-CURRENT-TIME TO CL-LOG-TIME.
140800     MOVE MR-DISTRICT TO CL-DISTRICT.
140900     MOVE MR-MUNICIPALITY TO CL-MUNICIPALITY.
141000     MOVE MR-CONTRACT TO CL-CONTRACT.
141100     MOVE MR-NAME TO CL-OLD-NAME.
141200     MOVE MR-DATE TO CL-OLD-DATE.
141300     MOVE MR-CONTACT TO CL-OLD-CONTACT.
141400     MOVE MR-AMOUNT-X TO CL-OLD-AMOUNT.
141500     MOVE MR-NAME TO CL-NEW-NAME.
141600     MOVE MR-DATE TO CL-NEW-DATE.
141700     MOVE MR-CONTACT TO CL-NEW-CONTACT.
141800     MOVE MR-AMOUNT-X TO CL-NEW-AMOUNT.
141900     MOVE SPACES TO CL-APPROVED-BY.
142000     WRITE CHANGE-LOG-RECORD.
142100 5500-EXIT.
142200     EXIT.
142205
142210*--------------------------------------------------------------*
142215 5900-RELEASE-MASTER-LOCK.
142220*--------------------------------------------------------------*
142225     IF NOT MASTER-LOCK-TAKEN
142230         GO TO 5900-EXIT
142235     END-IF.
142240     MOVE 'R' TO LP-FUNCTION.
142245     MOVE "SUBJINQ" TO LP-PROGRAM.
142250     MOVE WS-OPERATOR-ID TO LP-OPERATOR.
142255     CALL 'MSTLOCK' USING MASTER-LOCK-PARM.
142260     IF NOT LP-DONE
142265         DISPLAY "MASTER LOCK NOT RELEASED - RUN MSTUNLK."
142270     END-IF.
142275 5900-EXIT.
142280     EXIT.
142300
142400*--------------------------------------------------------------*
142500 7010-WRITE-LINE.
142600*    WRITES ONE DOSSIER LINE, STARTING A NEW PAGE WITH THE      *
142700*    HEADING WHENEVER THE CURRENT PAGE IS FULL.                 *
142800*--------------------------------------------------------------*
142900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
143000         PERFORM 7020-PRINT-PAGE-HEADING THRU 7020-EXIT
143100     END-IF.
143200     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
143300     ADD 1 TO WS-LINE-COUNT.
143400 7010-EXIT.
143500     EXIT.
143600
143700*--------------------------------------------------------------*
143800 7020-PRINT-PAGE-HEADING.
143900*--------------------------------------------------------------*
144000     ADD 1 TO WS-PAGE-NUMBER.
144100     MOVE WS-PAGE-NUMBER TO WS-EDIT-PAGE.
144200     MOVE SPACES TO REPORT-RECORD.
144300     STRING "DATA-SUBJECT DOSSIER - " WS-MODE-TEXT
144400         "   RUN " CURRENT-YEAR "-" CURRENT-MONTH "-" CURRENT-DAY
144500         " " CURRENT-HOURS ":" CURRENT-MINUTE
144600         "   OPERATOR " WS-OPERATOR-ID
144700         "   PAGE " WS-EDIT-PAGE
144800         DELIMITED BY SIZE INTO REPORT-RECORD.
144900     WRITE REPORT-RECORD.
145000     MOVE SPACES TO REPORT-RECORD.
145100     STRING "SUBJECT: " WS-SEARCH-NAME
145200         "   MATCHED ON: " WS-MATCH-TEXT
145300         "   ARCHIVE YEARS " WS-FROM-YEAR "-" WS-TO-YEAR
145400         DELIMITED BY SIZE INTO REPORT-RECORD.
145500     WRITE REPORT-RECORD.
145600     MOVE SPACES TO REPORT-RECORD.
145700     STRING "  RECORD  WHERE         DISTRICT"
145800         "                  MUNICIPALITY              CT"
145900         "  NAME AS HELD"
146000         DELIMITED BY SIZE INTO REPORT-RECORD.
146100     WRITE REPORT-RECORD.
146200     MOVE SPACES TO REPORT-RECORD.
146300     WRITE REPORT-RECORD.
146400     MOVE 4 TO WS-LINE-COUNT.
146500 7020-EXIT.
146600     EXIT.
146700
146800*--------------------------------------------------------------*
146900 7500-PRINT-SUMMARY.
147000*--------------------------------------------------------------*
147100     MOVE SPACES TO WS-REPORT-LINE.
147200     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
147300     MOVE WS-FILES-SEARCHED TO WS-EDIT-COUNT.
147400     STRING "FILES SEARCHED:               " WS-EDIT-COUNT
147500         DELIMITED BY SIZE INTO WS-REPORT-LINE.
147600     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
147700     MOVE WS-FILES-MISSING TO WS-EDIT-COUNT.
147800     MOVE SPACES TO WS-REPORT-LINE.
147900     STRING "REGISTERED BUT NOT ON DISK:   " WS-EDIT-COUNT
148000         DELIMITED BY SIZE INTO WS-REPORT-LINE.
148100     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
148200     MOVE WS-FILES-UNUSABLE TO WS-EDIT-COUNT.
148300     MOVE SPACES TO WS-REPORT-LINE.
148400     STRING "COULD NOT BE OPENED:          " WS-EDIT-COUNT
148500         DELIMITED BY SIZE INTO WS-REPORT-LINE.
148600     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
148700     MOVE WS-FILES-NOT-TABLED TO WS-EDIT-COUNT.
148800     MOVE SPACES TO WS-REPORT-LINE.
148900     STRING "NOT SEARCHED (LIST FULL):     " WS-EDIT-COUNT
149000         DELIMITED BY SIZE INTO WS-REPORT-LINE.
149100     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
149200     MOVE WS-FILES-WITH-HITS TO WS-EDIT-COUNT.
149300     MOVE SPACES TO WS-REPORT-LINE.
149400     STRING "FILES HOLDING THE NAME:       " WS-EDIT-COUNT
149500         DELIMITED BY SIZE INTO WS-REPORT-LINE.
149600     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
149700     MOVE WS-TOTAL-HITS TO WS-EDIT-COUNT.
149800     MOVE SPACES TO WS-REPORT-LINE.
149900     STRING "OCCURRENCES FOUND:            " WS-EDIT-COUNT
150000         DELIMITED BY SIZE INTO WS-REPORT-LINE.
150100     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
150200     IF ERASURE-CONFIRMED
150300         MOVE WS-TOTAL-ERASED TO WS-EDIT-COUNT
150400         MOVE SPACES TO WS-REPORT-LINE
150500         STRING "OCCURRENCES ERASED:           " WS-EDIT-COUNT
150600             DELIMITED BY SIZE INTO WS-REPORT-LINE
150700         PERFORM 7010-WRITE-LINE THRU 7010-EXIT
150800         MOVE WS-MASTER-ERASED TO WS-EDIT-COUNT
150900         MOVE SPACES TO WS-REPORT-LINE
151000         STRING "MASTER RECORDS LOGGED ('E'):  " WS-EDIT-COUNT
151100             DELIMITED BY SIZE INTO WS-REPORT-LINE
151200         PERFORM 7010-WRITE-LINE THRU 7010-EXIT
151300     END-IF.
151400 7500-EXIT.
151500     EXIT.
151600
151700*--------------------------------------------------------------*
151800 8000-TERMINATE.
151900*--------------------------------------------------------------*
152000     CLOSE REPORT-FILE.
152100     MOVE WS-TOTAL-HITS TO WS-EDIT-COUNT.
152200     DISPLAY "DOSSIER WRITTEN TO " WS-REPORT-FILE-NAME
152300         " - OCCURRENCES FOUND: " WS-EDIT-COUNT.
152400 8000-EXIT.
152500     EXIT.
