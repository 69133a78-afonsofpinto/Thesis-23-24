000100 IDENTIFICATION DIVISION.
000200*--------------------------------------------------------------*
000300 PROGRAM-ID.     MSTRKEY.
000400 AUTHOR.         A. PINTO.
000500 INSTALLATION.   DSO - DISTRICT INTAKE SYSTEMS.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*--------------------------------------------------------------*
000900* MSTRKEY RE-KEYS MASTER RECORDS WHEN MUNICIPALITIES MERGE,    *
001000* ARE RENAMED OR MOVE TO ANOTHER DISTRICT. A SUPERVISOR        *
001100* SUPPLIES A MAPPING FILE - ONE ROW PER OLD DISTRICT/          *
001200* MUNICIPALITY PAIR AND THE NEW PAIR ITS RECORDS GO TO (THE    *
001300* CONTRACT NUMBER IS KEPT) - AND RUNS IT EITHER AS A CHECK     *
001400* ONLY OR AS AN UPDATE.                                        *
001500*                                                              *
001600* EVERY MAPPING ROW IS EDITED FIRST (COMPLETE, NOT A NO-OP,    *
001700* NOT A CHAIN OR SWAP WITH ANOTHER ROW, NEW DISTRICT AND       *
001800* MUNICIPALITY NOT DEACTIVATED, NEW MUNICIPALITY NOT TIED TO A *
001900* DIFFERENT DISTRICT). THEN, BEFORE ANY RECORD IS TOUCHED,     *
002000* EVERY PLANNED MOVE IS CHECKED FOR A KEY COLLISION - THE NEW  *
002100* KEY ALREADY ON THE MASTER, OR CLAIMED BY A SECOND MOVE. A    *
002200* MAPPING WITH ANY COLLISION IS HELD WHOLE, SO AN OLD PAIR IS  *
002300* EITHER FULLY MOVED OR LEFT EXACTLY AS IT WAS.                *
002400*                                                              *
002500* AN UPDATE RUN TAKES A MASTER BACKUP GENERATION (MSTBKUP),    *
002600* MOVES EACH RECORD OF THE CLEAR MAPPINGS AND JOURNALS THE     *
002700* MOVE ON mstjrnl.dat THE WAY CONSOLDT JOURNALS AN OVERWRITE   *
002800* (BEFORE IMAGE AT THE OLD KEY, AFTER IMAGE AT THE NEW KEY,    *
002900* THE MAPPING FILE AS THE SOURCE). IT THEN BRINGS THE          *
003000* REFERENCE FILE INTO LINE - THE NEW DISTRICT AND MUNICIPALITY *
003100* ARE ADDED IF MISSING, THE NEW MUNICIPALITY IS LINKED TO ITS  *
003200* DISTRICT (REF-PARENT-DISTRICT), A RETIRED MUNICIPALITY IS    *
003300* DEACTIVATED, AND AN OLD DISTRICT LEFT WITH NO ACTIVE         *
003400* MUNICIPALITY AND NO MASTER RECORDS IS DEACTIVATED TOO.       *
003500*                                                              *
003600* THE RE-KEY REPORT (rkeyrpt.txt) LISTS EVERY MAPPING WITH ITS *
003700* OUTCOME AND EVERY RECORD THAT MOVED, COLLIDED OR WAS LEFT    *
003800* ALONE, FOLLOWED BY THE REFERENCE FILE CHANGES AND TOTALS.    *
003900*--------------------------------------------------------------*
004000* MODIFICATION HISTORY.                                        *
004100*--------------------------------------------------------------*
004200* DATE        INIT  DESCRIPTION                                *
004300* ----------  ----  ------------------------------------------ *
004400* 2026-10-15   AP   ORIGINAL PROGRAM.                          *
004410* 2026-10-15   AP   AN UPDATE RUN NOW HOLDS THE MASTER LOCK    *
004420*                   (MSTLOCK) FROM BEFORE THE FILES ARE OPENED *
004430*                   TO THE END, AND WILL NOT START WHILE       *
004440*                   ANOTHER RUN HOLDS IT. A CHECK-ONLY RUN     *
004450*                   CHANGES NOTHING AND TAKES NO LOCK.         *
004460* 2026-10-15   AP   A RECORD THAT CANNOT BE PUT BACK AT ITS    *
004470*                   OLD KEY IS JOURNALLED AS DELETED, POSTED   *
004480*                   OFF THE CONTROL TOTALS (MSTTOT) AND STOPS  *
004490*                   THE RUN.                                   *
004500*--------------------------------------------------------------*
004600
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT MAPPING-FILE ASSIGN TO WS-MAPPING-FILE-NAME
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-MAPPING-STATUS.
005300     SELECT MASTER-FILE ASSIGN TO WS-MASTER-FILE-NAME
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS MR-KEY
005700         FILE STATUS IS WS-MASTER-STATUS.
005800     SELECT REFERENCE-FILE ASSIGN TO WS-REF-FILE-NAME
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS REF-ENTRY-KEY
006200         FILE STATUS IS WS-REF-STATUS.
006300     SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-FILE-NAME
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-JOURNAL-STATUS.
006600     SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
006700         ORGANIZATION IS LINE SEQUENTIAL.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100*--------------------------------------------------------------*
007200* ONE MAPPING ROW PER OLD DISTRICT/MUNICIPALITY PAIR, FIXED    *
007300* COLUMNS - OLD DISTRICT, OLD MUNICIPALITY, NEW DISTRICT, NEW  *
007400* MUNICIPALITY, FIFTY CHARACTERS EACH. BLANK ROWS ARE SKIPPED. *
007500*--------------------------------------------------------------*
007600 FD  MAPPING-FILE.
007700 01  MAPPING-RECORD.
007800     05  MP-OLD-DISTRICT        PIC X(50).
007900     05  MP-OLD-MUNICIPALITY    PIC X(50).
008000     05  MP-NEW-DISTRICT        PIC X(50).
008100     05  MP-NEW-MUNICIPALITY    PIC X(50).
008200
008300 FD  MASTER-FILE.
008400 01  MASTER-RECORD.
008500     05  MR-KEY.
008600         10  MR-DISTRICT        PIC X(50).
008700         10  MR-MUNICIPALITY    PIC X(50).
008800         10  MR-CONTRACT        PIC 99.
008900     05  MR-NAME                PIC X(30).
009000     05  MR-DATE                PIC X(30).
009100     05  MR-CONTACT             PIC 99.
009200     05  MR-AMOUNT              PIC 9(07)V99.
009300     05  MR-OPERATOR            PIC X(10).
009400     05  MR-ENTRY-DATE          PIC 9(08).
009500     05  MR-ENTRY-TIME          PIC 9(08).
009600
009700 FD  REFERENCE-FILE.
009800     COPY refrec.
009900
010000*--------------------------------------------------------------*
010100* THE CONSOLIDATION JOURNAL, SHARED WITH CONSOLDT. A MOVE IS   *
010200* JOURNALLED WITH THE RECORD AT ITS OLD KEY AS THE BEFORE      *
010300* IMAGE AND AT ITS NEW KEY AS THE AFTER IMAGE - THE DIFFERING  *
010400* KEYS ARE WHAT MARK THE ROW AS A RE-KEY.                      *
010500*--------------------------------------------------------------*
010600 FD  JOURNAL-FILE.
010700 01  JOURNAL-RECORD.
010800     05  JR-RUN-DATE            PIC 9(08).
010900     05  JR-SOURCE-FILE         PIC X(50).
011000     05  JR-OLD-IMAGE           PIC X(199).
011100     05  JR-NEW-IMAGE           PIC X(199).
011200
011300 FD  REPORT-FILE.
011400 01  REPORT-RECORD              PIC X(132).
011500
011600 WORKING-STORAGE SECTION.
011700 01  WS-MAPPING-FILE-NAME       PIC X(50) VALUE SPACES.
011800 01  WS-MASTER-FILE-NAME        PIC X(50)
011900         VALUE "..\output\masterdt.dat".
012000 01  WS-REF-FILE-NAME           PIC X(50)
012100         VALUE "..\output\refdata.dat".
012200 01  WS-JOURNAL-FILE-NAME       PIC X(50)
012300         VALUE "..\output\mstjrnl.dat".
012400 01  WS-REPORT-FILE-NAME        PIC X(50)
012500         VALUE "..\output\rkeyrpt.txt".
012600
012700 01  WS-MAPPING-STATUS          PIC X(02) VALUE "00".
012800     88  MAPPING-OK                  VALUE "00".
012900 01  WS-MASTER-STATUS           PIC X(02) VALUE "00".
013000     88  MASTER-OK                   VALUE "00".
013100     88  MASTER-NOT-FOUND            VALUE "23".
013200     88  MASTER-FILE-MISSING         VALUE "35".
013300 01  WS-REF-STATUS              PIC X(02) VALUE "00".
013400     88  REF-FILE-OK                 VALUE "00".
013500     88  REF-NOT-FOUND               VALUE "23".
013600     88  REF-FILE-MISSING            VALUE "35".
013700 01  WS-JOURNAL-STATUS          PIC X(02) VALUE "00".
013800     88  JOURNAL-OK                  VALUE "00".
013900     88  JOURNAL-MISSING             VALUE "35".
014000
014100*--------------------------------------------------------------*
014200* SWITCHES.                                                    *
014300*--------------------------------------------------------------*
014400 01  WS-SWITCHES.
014500     05  WS-MAP-EOF-SW          PIC X(01) VALUE 'N'.
014600         88  MAP-EOF                  VALUE 'Y'.
014700     05  WS-SCAN-EOF-SW         PIC X(01) VALUE 'N'.
014800         88  SCAN-DONE                VALUE 'Y'.
014900     05  WS-ABORT-SW            PIC X(01) VALUE 'N'.
015000         88  RUN-ABORTED              VALUE 'Y'.
015100     05  WS-MODE-SW             PIC X(01) VALUE SPACE.
015200         88  MODE-CHECK               VALUE 'C'.
015300         88  MODE-UPDATE              VALUE 'U'.
015400         88  VALID-MODE               VALUES 'C' 'U'.
015500     05  WS-FOUND-SW            PIC X(01) VALUE 'N'.
015600         88  ENTRY-FOUND              VALUE 'Y'.
015700     05  WS-IN-USE-SW           PIC X(01) VALUE 'N'.
015800         88  DISTRICT-IN-USE          VALUE 'Y'.
015900     05  WS-REPORT-OPEN-SW      PIC X(01) VALUE 'N'.
016000         88  REPORT-OPENED            VALUE 'Y'.
016010     05  WS-LOCK-SW             PIC X(01) VALUE 'N'.
016020         88  MASTER-LOCK-TAKEN        VALUE 'Y'.
016100
016200 01  WS-OPERATOR-ID             PIC X(10) VALUE SPACES.
016300 01  WS-SIGNON-OK-SW            PIC X(01) VALUE 'N'.
016400     88  SIGNED-ON                   VALUE 'Y'.
016500 77  WS-SIGNON-TRIES            PIC 9(01) COMP VALUE ZERO.
016600 77  WS-SIGNON-MAX-TRIES        PIC 9(01) COMP VALUE 3.
016700
016800*--------------------------------------------------------------*
016900* PARAMETER AREA OF THE SHARED SIGN-ON CHECK.                  *
017000*--------------------------------------------------------------*
017100     COPY signparm.
017200
017300*--------------------------------------------------------------*
017400* PARAMETER AREA OF THE PRE-UPDATE MASTER BACKUP.              *
017500*--------------------------------------------------------------*
017600     COPY bkparm.
017610
017620*--------------------------------------------------------------*
017630* PARAMETER AREA OF THE MASTER LOCK.                           *
017640*--------------------------------------------------------------*
017650     COPY lockparm.
017655
017660*--------------------------------------------------------------*
017665* PARAMETER AREA OF THE MASTER CONTROL TOTALS POSTING.         *
017670*--------------------------------------------------------------*
017675     COPY totparm.
017700
017800 01  WS-EFFECTIVE-DATE          PIC X(08) VALUE SPACES.
017900 01  WS-EFFECTIVE-DATE-N REDEFINES WS-EFFECTIVE-DATE
018000                                PIC 9(08).
018100
018200*--------------------------------------------------------------*
018300* THE MAPPING TABLE - ONE ENTRY PER MAPPING ROW, WITH ITS      *
018400* OUTCOME AND ITS RECORD COUNTS FOR THE REPORT:                *
018500*   'V' CLEAR (EDITED OK, NO COLLISION SO FAR)                 *
018600*   'R' REJECTED BY THE EDITS - WS-MAP-REASON SAYS WHY         *
018700*   'H' HELD - AT LEAST ONE OF ITS RECORDS WOULD COLLIDE       *
018800*   'A' APPLIED                                                *
018900*--------------------------------------------------------------*
019000 77  WS-MAP-MAX                 PIC 9(04) COMP VALUE 50.
019100 77  WS-MAP-COUNT               PIC 9(04) COMP VALUE ZERO.
019200 01  WS-MAP-TABLE.
019300     05  WS-MAP-ENTRY
019400             OCCURS 50 TIMES INDEXED BY WS-MAP-IDX WS-OTH-IDX.
019500         10  WS-MAP-OLD-PAIR.
019600             15  WS-MAP-OLD-DISTRICT    PIC X(50).
019700             15  WS-MAP-OLD-MUNI        PIC X(50).
019800         10  WS-MAP-NEW-PAIR.
019900             15  WS-MAP-NEW-DISTRICT    PIC X(50).
020000             15  WS-MAP-NEW-MUNI        PIC X(50).
020100         10  WS-MAP-STATUS          PIC X(01).
020200             88  MAP-CLEAR                VALUE 'V'.
020300             88  MAP-REJECTED             VALUE 'R'.
020400             88  MAP-HELD                 VALUE 'H'.
020500             88  MAP-APPLIED              VALUE 'A'.
020600         10  WS-MAP-REASON          PIC X(50).
020700         10  WS-MAP-ADD-DISTRICT    PIC X(01).
020800         10  WS-MAP-RECORDS         PIC 9(05) COMP.
020900
021000*--------------------------------------------------------------*
021100* THE MOVE TABLE - ONE ENTRY PER MASTER RECORD UNDER AN OLD    *
021200* PAIR, WITH ITS FULL IMAGE, THE KEY IT MOVES TO AND ITS       *
021300* OUTCOME:                                                     *
021400*   'P' PLANNED (A CHECK RUN STOPS HERE)                       *
021500*   'C' COLLIDED - WS-MOVE-REASON NAMES THE CONFLICT           *
021600*   'H' LEFT ALONE - ITS MAPPING WAS HELD                      *
021700*   'M' MOVED                                                  *
021800*   'F' FAILED AT UPDATE TIME - LEFT AT ITS OLD KEY            *
021900*--------------------------------------------------------------*
022000 77  WS-MOVE-MAX                PIC 9(05) COMP VALUE 3000.
022100 77  WS-MOVE-COUNT              PIC 9(05) COMP VALUE ZERO.
022200 01  WS-MOVE-TABLE.
022300     05  WS-MOVE-ENTRY
022400             OCCURS 3000 TIMES INDEXED BY WS-MOVE-IDX WS-CHK-IDX.
022500         10  WS-MOVE-IMAGE.
022600             15  WS-MOVE-OLD-KEY.
022700                 20  WS-MOVE-OLD-DISTRICT   PIC X(50).
022800                 20  WS-MOVE-OLD-MUNI       PIC X(50).
022900                 20  WS-MOVE-CONTRACT       PIC X(02).
023000             15  WS-MOVE-NAME           PIC X(30).
023100             15  FILLER                 PIC X(67).
023200         10  WS-MOVE-NEW-KEY            PIC X(102).
023300         10  WS-MOVE-MAP-NO             PIC 9(04) COMP.
023400         10  WS-MOVE-STATUS             PIC X(01).
023500             88  MOVE-PLANNED             VALUE 'P'.
023600             88  MOVE-COLLIDED            VALUE 'C'.
023700             88  MOVE-LEFT-ALONE          VALUE 'H'.
023800             88  MOVE-DONE                VALUE 'M'.
023900             88  MOVE-FAILED              VALUE 'F'.
024000         10  WS-MOVE-REASON             PIC X(50).
024100
024200 77  WS-MAP-NO                  PIC 9(04) COMP VALUE ZERO.
024300
024400*--------------------------------------------------------------*
024500* RUN COUNTERS.                                                *
024600*--------------------------------------------------------------*
024700 77  WS-MAPS-REJECTED           PIC 9(04) COMP VALUE ZERO.
024800 77  WS-MAPS-HELD               PIC 9(04) COMP VALUE ZERO.
024900 77  WS-MAPS-APPLIED            PIC 9(04) COMP VALUE ZERO.
025000 77  WS-RECORDS-PLANNED         PIC 9(05) COMP VALUE ZERO.
025100 77  WS-RECORDS-MOVED           PIC 9(05) COMP VALUE ZERO.
025200 77  WS-RECORDS-COLLIDED        PIC 9(05) COMP VALUE ZERO.
025300 77  WS-RECORDS-LEFT-ALONE      PIC 9(05) COMP VALUE ZERO.
025400 77  WS-RECORDS-FAILED          PIC 9(05) COMP VALUE ZERO.
025500 77  WS-REF-ADDED               PIC 9(04) COMP VALUE ZERO.
025600 77  WS-REF-RELINKED            PIC 9(04) COMP VALUE ZERO.
025700 77  WS-REF-DEACTIVATED         PIC 9(04) COMP VALUE ZERO.
025800
025900 01  WS-REPORT-LINE             PIC X(132) VALUE SPACES.
026000 01  WS-EDIT-COUNT              PIC ZZ,ZZ9.
026100 01  WS-EDIT-MAP-NO             PIC Z9.
026200 01  WS-OUTCOME                 PIC X(40) VALUE SPACES.
026300
026400 01  CURRENT-DATE-DATA.
026500     05  CURRENT-DATE.
026600         10  CURRENT-YEAR          PIC 9(04).
026700         10  CURRENT-MONTH         PIC 9(02).
026800         10  CURRENT-DAY           PIC 9(02).
026900     05  WS-CURRENT-TIME.
027000         10  CURRENT-HOURS         PIC 9(02).
027100         10  CURRENT-MINUTE        PIC 9(02).
027200         10  CURRENT-SECOND        PIC 9(02).
027300         10  CURRENT-MILLISECONDS  PIC 9(02).
027400 01  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
027500
027600 PROCEDURE DIVISION.
027700*--------------------------------------------------------------*
027800 0000-MAINLINE.
027900*--------------------------------------------------------------*
028000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028100     IF NOT RUN-ABORTED
028200         PERFORM 2000-LOAD-MAPPING THRU 2000-EXIT
028300     END-IF.
028400     IF NOT RUN-ABORTED
028500         PERFORM 3000-FIND-MOVES THRU 3000-EXIT
028600             VARYING WS-MAP-IDX FROM 1 BY 1
028700             UNTIL WS-MAP-IDX > WS-MAP-COUNT
028800                 OR RUN-ABORTED
028900     END-IF.
029000     IF NOT RUN-ABORTED
029100         PERFORM 4000-CHECK-COLLISIONS THRU 4000-EXIT
029200     END-IF.
029300     IF NOT RUN-ABORTED
029400         AND MODE-UPDATE
029500         AND WS-RECORDS-PLANNED > ZERO
029600         PERFORM 5000-APPLY-MOVES THRU 5000-EXIT
029700     END-IF.
029800     IF NOT RUN-ABORTED
029900         PERFORM 6000-REPORT-MAPPINGS THRU 6000-EXIT
030000     END-IF.
030100     IF NOT RUN-ABORTED
030200         AND MODE-UPDATE
030300         PERFORM 7000-UPDATE-REFERENCE THRU 7000-EXIT
030400     END-IF.
030500     PERFORM 8000-TERMINATE THRU 8000-EXIT.
030510     IF MASTER-LOCK-TAKEN
030520         PERFORM 8100-RELEASE-MASTER-LOCK THRU 8100-EXIT
030530     END-IF.
030600     STOP RUN.
030700
030800*--------------------------------------------------------------*
030900 1000-INITIALIZE.
031000*    A RE-KEY RUN REWRITES MASTER KEYS AND THE REFERENCE FILE, *
031100*    SO IT REQUIRES A SUPERVISOR SIGN-ON. THE MAPPING FILE,    *
031200*    RUN MODE AND DEACTIVATION DATE ARE TAKEN FROM THE         *
031300*    CONSOLE; THE FILES ARE OPENED FOR READING ONLY UNTIL THE  *
031400*    CHECKS ARE DONE.                                          *
031500*--------------------------------------------------------------*
031600     PERFORM 1080-SIGN-ON THRU 1080-EXIT
031700         UNTIL SIGNED-ON
031800             OR WS-SIGNON-TRIES >= WS-SIGNON-MAX-TRIES.
031900     IF NOT SIGNED-ON
032000         DISPLAY "SIGN-ON FAILED - RUN ENDED."
032100         MOVE 'Y' TO WS-ABORT-SW
032200         GO TO 1000-EXIT
032300     END-IF.
032400     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA.
032500     MOVE CURRENT-DATE TO WS-RUN-DATE.
032600     DISPLAY "MAPPING FILE (OLD PAIR -> NEW PAIR):".
032700     ACCEPT WS-MAPPING-FILE-NAME.
032800     PERFORM 1100-PROMPT-MODE THRU 1100-EXIT
032900         UNTIL VALID-MODE.
033000     IF MODE-UPDATE
033100         PERFORM 1200-PROMPT-EFFECTIVE-DATE THRU 1200-EXIT
033110         PERFORM 1250-TAKE-MASTER-LOCK THRU 1250-EXIT
033120         IF RUN-ABORTED
033130             GO TO 1000-EXIT
033140         END-IF
033200     END-IF.
033300     OPEN INPUT MAPPING-FILE.
033400     IF NOT MAPPING-OK
033500         DISPLAY "MAPPING FILE " WS-MAPPING-FILE-NAME
033600             " NOT AVAILABLE - STATUS " WS-MAPPING-STATUS
033700         MOVE 'Y' TO WS-ABORT-SW
033800         GO TO 1000-EXIT
033900     END-IF.
034000     OPEN INPUT MASTER-FILE.
034100     IF NOT MASTER-OK
034200         DISPLAY "MASTER FILE NOT AVAILABLE - STATUS "
034300             WS-MASTER-STATUS " - NOTHING TO RE-KEY."
034400         CLOSE MAPPING-FILE
034500         MOVE 'Y' TO WS-ABORT-SW
034600         GO TO 1000-EXIT
034700     END-IF.
034800     IF MODE-UPDATE
034900         OPEN I-O REFERENCE-FILE
035000     ELSE
035100         OPEN INPUT REFERENCE-FILE
035200     END-IF.
035300     IF NOT REF-FILE-OK
035400         DISPLAY "REFERENCE FILE NOT AVAILABLE - STATUS "
035500             WS-REF-STATUS " - RUN STOPPED."
035600         CLOSE MAPPING-FILE
035700         CLOSE MASTER-FILE
035800         MOVE 'Y' TO WS-ABORT-SW
035900         GO TO 1000-EXIT
036000     END-IF.
036100     PERFORM 1300-START-REPORT THRU 1300-EXIT.
036200 1000-EXIT.
036300     EXIT.
036400
036500*--------------------------------------------------------------*
036600 1080-SIGN-ON.
036700*    ONE SIGN-ON ATTEMPT - ONLY AN ACTIVE SUPERVISOR MAY       *
036800*    RE-KEY THE MASTER.                                        *
036900*--------------------------------------------------------------*
037000     ADD 1 TO WS-SIGNON-TRIES.
037100     DISPLAY "ENTER OPERATOR ID:".
037200     ACCEPT SP-OPERATOR-ID.
037300     CALL 'SIGNON' USING SIGNON-PARM.
037400     EVALUATE TRUE
037500         WHEN SP-SIGNON-OK AND SP-SUPERVISOR
037600             MOVE 'Y' TO WS-SIGNON-OK-SW
037700             MOVE SP-OPERATOR-ID TO WS-OPERATOR-ID
037800             DISPLAY "SIGNED ON: " SP-OPERATOR-NAME
037900         WHEN SP-SIGNON-OK
038000             DISPLAY "  SUPERVISOR AUTHORITY REQUIRED."
038100         WHEN SP-UNKNOWN-ID
038200             DISPLAY "  UNKNOWN OPERATOR ID."
038300         WHEN SP-ID-SUSPENDED
038400             DISPLAY "  OPERATOR ID IS SUSPENDED."
038500         WHEN OTHER
038600             DISPLAY "  OPERATOR FILE UNAVAILABLE - HAVE A "
038700                 "SUPERVISOR RUN OPERMNT."
038800     END-EVALUATE.
038900 1080-EXIT.
039000     EXIT.
039100
039200*--------------------------------------------------------------*
039300 1100-PROMPT-MODE.
039400*--------------------------------------------------------------*
039500     DISPLAY "RUN MODE - 'C' CHECK ONLY, 'U' UPDATE:".
039600     ACCEPT WS-MODE-SW.
039700     IF NOT VALID-MODE
039800         DISPLAY "  INVALID MODE - ENTER C OR U."
039900     END-IF.
040000 1100-EXIT.
040100     EXIT.
040200
040300*--------------------------------------------------------------*
040400 1200-PROMPT-EFFECTIVE-DATE.
040500*    THE DATE FROM WHICH RETIRED MUNICIPALITIES AND DISTRICTS  *
040600*    FAIL THE INTAKE EDITS. BLANK TAKES TODAY.                 *
040700*--------------------------------------------------------------*
040800     DISPLAY "DEACTIVATION EFFECTIVE DATE (YYYYMMDD, BLANK = "
040900         "TODAY):".
041000     ACCEPT WS-EFFECTIVE-DATE.
041100     IF WS-EFFECTIVE-DATE = SPACES
041200         MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE-N
041300     END-IF.
041400     IF WS-EFFECTIVE-DATE-N NOT NUMERIC
041500         DISPLAY "  INVALID DATE - TODAY TAKEN INSTEAD."
041600         MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE-N
041700     END-IF.
041800 1200-EXIT.
041900     EXIT.
041902
041904*--------------------------------------------------------------*
041906 1250-TAKE-MASTER-LOCK.
041908*    AN UPDATE RUN REWRITES MASTER KEYS, SO IT HOLDS THE       *
041910*    MASTER LOCK - NO RE-KEY WHILE ANOTHER RUN HOLDS IT.       *
041912*--------------------------------------------------------------*
041914     MOVE 'A' TO LP-FUNCTION.
041916     MOVE "MSTRKEY" TO LP-PROGRAM.
041918     MOVE WS-OPERATOR-ID TO LP-OPERATOR.
041920     CALL 'MSTLOCK' USING MASTER-LOCK-PARM.
041922     IF LP-DONE
041924         MOVE 'Y' TO WS-LOCK-SW
041926         GO TO 1250-EXIT
041928     END-IF.
041930     IF LP-HELD
041932         DISPLAY "MASTER LOCKED BY " LP-HOLDER-TEXT
041934         DISPLAY "RE-KEY NOT RUN - TRY AGAIN WHEN IT HAS ENDED, "
041936             "OR CLEAR A DEAD RUN'S LOCK WITH MSTUNLK."
041938     ELSE
041940         DISPLAY "MASTER LOCK NOT AVAILABLE - RE-KEY NOT RUN."
041942     END-IF.
041944     MOVE 'Y' TO WS-ABORT-SW.
041946 1250-EXIT.
041948     EXIT.
042000
042100*--------------------------------------------------------------*
042200 1300-START-REPORT.
042300*--------------------------------------------------------------*
042400     OPEN OUTPUT REPORT-FILE.
042500     MOVE 'Y' TO WS-REPORT-OPEN-SW.
042600     MOVE SPACES TO WS-REPORT-LINE.
042700     IF MODE-UPDATE
042800         STRING "MASTER RE-KEY REPORT - RUN DATE " WS-RUN-DATE
042900             " - UPDATE RUN BY " WS-OPERATOR-ID
043000             DELIMITED BY SIZE INTO WS-REPORT-LINE
043100     ELSE
043200         STRING "MASTER RE-KEY REPORT - RUN DATE " WS-RUN-DATE
043300             " - CHECK ONLY, NOTHING CHANGED - BY " WS-OPERATOR-ID
043400             DELIMITED BY SIZE INTO WS-REPORT-LINE
043500     END-IF.
043600     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
043700     MOVE SPACES TO WS-REPORT-LINE.
043800     STRING "MAPPING FILE: " WS-MAPPING-FILE-NAME
043900         DELIMITED BY SIZE INTO WS-REPORT-LINE.
044000     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
044100     MOVE SPACES TO WS-REPORT-LINE.
044200     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
044300 1300-EXIT.
044400     EXIT.
044500
044600*--------------------------------------------------------------*
044700 2000-LOAD-MAPPING.
044800*    LOADS AND EDITS THE MAPPING ROWS. A FILE WITH MORE ROWS   *
044900*    THAN THE TABLE HOLDS STOPS THE RUN - HALF A               *
045000*    REORGANISATION IS WORSE THAN NONE.                        *
045100*--------------------------------------------------------------*
045200     PERFORM 2100-LOAD-MAPPING-ROW THRU 2100-EXIT
045300         UNTIL MAP-EOF OR RUN-ABORTED.
045400     CLOSE MAPPING-FILE.
045500     IF RUN-ABORTED
045600         GO TO 2000-EXIT
045700     END-IF.
045800     IF WS-MAP-COUNT = ZERO
045900         DISPLAY "MAPPING FILE IS EMPTY - NOTHING TO RE-KEY."
046000         MOVE "MAPPING FILE IS EMPTY - NOTHING TO RE-KEY."
046100             TO WS-REPORT-LINE
046200         WRITE REPORT-RECORD FROM WS-REPORT-LINE
046300         MOVE 'Y' TO WS-ABORT-SW
046400         GO TO 2000-EXIT
046500     END-IF.
046600     PERFORM 2200-CROSS-CHECK-ROW THRU 2200-EXIT
046700         VARYING WS-MAP-IDX FROM 1 BY 1
046800         UNTIL WS-MAP-IDX > WS-MAP-COUNT.
046900     PERFORM 2300-CHECK-REFERENCE THRU 2300-EXIT
047000         VARYING WS-MAP-IDX FROM 1 BY 1
047100         UNTIL WS-MAP-IDX > WS-MAP-COUNT.
047200 2000-EXIT.
047300     EXIT.
047400
047500*--------------------------------------------------------------*
047600 2100-LOAD-MAPPING-ROW.
047700*    ONE ROW - UPPER-CASED THE WAY THE INTAKE UPPER-CASES ITS  *
047800*    KEYS, THEN THE EDITS THAT NEED NO OTHER ROW.              *
047900*--------------------------------------------------------------*
048000     READ MAPPING-FILE
048100         AT END
048200             MOVE 'Y' TO WS-MAP-EOF-SW
048300     END-READ.
048400     IF MAP-EOF
048500         GO TO 2100-EXIT
048600     END-IF.
048700     IF MAPPING-RECORD = SPACES
048800         GO TO 2100-EXIT
048900     END-IF.
049000     IF WS-MAP-COUNT >= WS-MAP-MAX
049100         DISPLAY "MORE THAN " WS-MAP-MAX " MAPPING ROWS - SPLIT "
049200             "THE REORGANISATION. RUN STOPPED."
049300         MOVE "TOO MANY MAPPING ROWS - RUN STOPPED, NOTHING "
049400             TO WS-REPORT-LINE
049500         WRITE REPORT-RECORD FROM WS-REPORT-LINE
049600         MOVE "CHANGED. SPLIT THE MAPPING FILE." TO WS-REPORT-LINE
049700         WRITE REPORT-RECORD FROM WS-REPORT-LINE
049800         MOVE 'Y' TO WS-ABORT-SW
049900         GO TO 2100-EXIT
050000     END-IF.
050100     ADD 1 TO WS-MAP-COUNT.
050200     SET WS-MAP-IDX TO WS-MAP-COUNT.
050300     MOVE FUNCTION UPPER-CASE(MP-OLD-DISTRICT)
050400         TO WS-MAP-OLD-DISTRICT(WS-MAP-IDX).
050500     MOVE FUNCTION UPPER-CASE(MP-OLD-MUNICIPALITY)
050600         TO WS-MAP-OLD-MUNI(WS-MAP-IDX).
050700     MOVE FUNCTION UPPER-CASE(MP-NEW-DISTRICT)
050800         TO WS-MAP-NEW-DISTRICT(WS-MAP-IDX).
050900     MOVE FUNCTION UPPER-CASE(MP-NEW-MUNICIPALITY)
051000         TO WS-MAP-NEW-MUNI(WS-MAP-IDX).
051100     MOVE 'V' TO WS-MAP-STATUS(WS-MAP-IDX).
051200     MOVE SPACES TO WS-MAP-REASON(WS-MAP-IDX).
051300     MOVE 'N' TO WS-MAP-ADD-DISTRICT(WS-MAP-IDX).
051400     MOVE ZERO TO WS-MAP-RECORDS(WS-MAP-IDX).
051500     EVALUATE TRUE
051600         WHEN WS-MAP-OLD-DISTRICT(WS-MAP-IDX) = SPACES
051700           OR WS-MAP-OLD-MUNI(WS-MAP-IDX) = SPACES
051800           OR WS-MAP-NEW-DISTRICT(WS-MAP-IDX) = SPACES
051900           OR WS-MAP-NEW-MUNI(WS-MAP-IDX) = SPACES
052000             MOVE "INCOMPLETE ROW - ALL FOUR NAMES ARE NEEDED"
052100                 TO WS-MAP-REASON(WS-MAP-IDX)
052200         WHEN WS-MAP-OLD-PAIR(WS-MAP-IDX)
052300                 = WS-MAP-NEW-PAIR(WS-MAP-IDX)
052400             MOVE "OLD AND NEW PAIRS ARE THE SAME"
052500                 TO WS-MAP-REASON(WS-MAP-IDX)
052600     END-EVALUATE.
052700     IF WS-MAP-REASON(WS-MAP-IDX) NOT = SPACES
052800         MOVE 'R' TO WS-MAP-STATUS(WS-MAP-IDX)
052900     END-IF.
053000 2100-EXIT.
053100     EXIT.
053200
053300*--------------------------------------------------------------*
053400 2200-CROSS-CHECK-ROW.
053500*    EDITS ONE ROW AGAINST THE OTHERS. A NEW PAIR THAT IS ALSO *
053600*    AN OLD PAIR (A CHAIN OR A SWAP) IS REFUSED - THE RESULT   *
053700*    WOULD DEPEND ON THE ORDER OF THE MOVES, SO THE SUPERVISOR *
053800*    RUNS IT AS TWO REORGANISATIONS. SO IS AN OLD PAIR MAPPED  *
053900*    TWICE, A NEW MUNICIPALITY GIVEN TWO DISTRICTS, AND A NEW  *
054000*    MUNICIPALITY ANOTHER ROW IS RETIRING.                     *
054100*--------------------------------------------------------------*
054200     IF NOT MAP-CLEAR(WS-MAP-IDX)
054300         GO TO 2200-EXIT
054400     END-IF.
054500     PERFORM 2210-COMPARE-ROWS THRU 2210-EXIT
054600         VARYING WS-OTH-IDX FROM 1 BY 1
054700         UNTIL WS-OTH-IDX > WS-MAP-COUNT
054800             OR WS-MAP-REASON(WS-MAP-IDX) NOT = SPACES.
054900     IF WS-MAP-REASON(WS-MAP-IDX) NOT = SPACES
055000         MOVE 'R' TO WS-MAP-STATUS(WS-MAP-IDX)
055100     END-IF.
055200 2200-EXIT.
055300     EXIT.
055400
055500*--------------------------------------------------------------*
055600 2210-COMPARE-ROWS.
055700*--------------------------------------------------------------*
055800     IF WS-OTH-IDX = WS-MAP-IDX
055900         GO TO 2210-EXIT
056000     END-IF.
056100     EVALUATE TRUE
056200         WHEN WS-MAP-NEW-PAIR(WS-MAP-IDX)
056300                 = WS-MAP-OLD-PAIR(WS-OTH-IDX)
056400             MOVE "NEW PAIR IS ITSELF RE-KEYED BY ANOTHER ROW"
056500                 TO WS-MAP-REASON(WS-MAP-IDX)
056600         WHEN WS-OTH-IDX < WS-MAP-IDX
056700          AND WS-MAP-OLD-PAIR(WS-MAP-IDX)
056800                 = WS-MAP-OLD-PAIR(WS-OTH-IDX)
056900             MOVE "OLD PAIR ALREADY MAPPED BY AN EARLIER ROW"
057000                 TO WS-MAP-REASON(WS-MAP-IDX)
057100         WHEN WS-OTH-IDX < WS-MAP-IDX
057200          AND WS-MAP-NEW-MUNI(WS-MAP-IDX)
057300                 = WS-MAP-NEW-MUNI(WS-OTH-IDX)
057400          AND WS-MAP-NEW-DISTRICT(WS-MAP-IDX)
057500                 NOT = WS-MAP-NEW-DISTRICT(WS-OTH-IDX)
057600             MOVE "NEW MUNICIPALITY GIVEN TWO DISTRICTS"
057700                 TO WS-MAP-REASON(WS-MAP-IDX)
057800         WHEN WS-MAP-NEW-MUNI(WS-MAP-IDX)
057900                 = WS-MAP-OLD-MUNI(WS-OTH-IDX)
058000          AND WS-MAP-OLD-MUNI(WS-OTH-IDX)
058100                 NOT = WS-MAP-NEW-MUNI(WS-OTH-IDX)
058200             MOVE "NEW MUNICIPALITY IS RETIRED BY ANOTHER ROW"
058300                 TO WS-MAP-REASON(WS-MAP-IDX)
058400     END-EVALUATE.
058500 2210-EXIT.
058600     EXIT.
058700
058800*--------------------------------------------------------------*
058900 2300-CHECK-REFERENCE.
059000*    EDITS ONE ROW AGAINST THE REFERENCE FILE. A DEACTIVATED   *
059100*    NEW DISTRICT OR MUNICIPALITY IS REFUSED, AS IS A NEW      *
059200*    MUNICIPALITY ALREADY TIED TO A DIFFERENT DISTRICT (UNLESS *
059300*    THIS ROW IS THE ONE MOVING IT) - ITS OTHER RECORDS WOULD  *
059400*    BE LEFT AS A FALSE PAIR. A NEW DISTRICT NOT YET ON FILE   *
059500*    IS NOTED FOR ADDING.                                      *
059600*--------------------------------------------------------------*
059700     IF NOT MAP-CLEAR(WS-MAP-IDX)
059800         GO TO 2300-EXIT
059900     END-IF.
060000     MOVE 'D' TO REF-ENTRY-TYPE.
060100     MOVE WS-MAP-NEW-DISTRICT(WS-MAP-IDX) TO REF-ENTRY-CODE.
060200     READ REFERENCE-FILE.
060300     EVALUATE TRUE
060400         WHEN REF-NOT-FOUND
060500             MOVE 'Y' TO WS-MAP-ADD-DISTRICT(WS-MAP-IDX)
060600         WHEN NOT REF-FILE-OK
060700             MOVE "REFERENCE READ FAILED ON NEW DISTRICT"
060800                 TO WS-MAP-REASON(WS-MAP-IDX)
060900         WHEN REF-ENTRY-DEACTIVATED
061000             MOVE "NEW DISTRICT IS DEACTIVATED"
061100                 TO WS-MAP-REASON(WS-MAP-IDX)
061200     END-EVALUATE.
061300     IF WS-MAP-REASON(WS-MAP-IDX) = SPACES
061400         MOVE 'M' TO REF-ENTRY-TYPE
061500         MOVE WS-MAP-NEW-MUNI(WS-MAP-IDX) TO REF-ENTRY-CODE
061600         READ REFERENCE-FILE
061700         EVALUATE TRUE
061800             WHEN REF-NOT-FOUND
061900                 CONTINUE
062000             WHEN NOT REF-FILE-OK
062100                 MOVE "REFERENCE READ FAILED ON NEW MUNICIPALITY"
062200                     TO WS-MAP-REASON(WS-MAP-IDX)
062300             WHEN REF-ENTRY-DEACTIVATED
062400                 MOVE "NEW MUNICIPALITY IS DEACTIVATED"
062500                     TO WS-MAP-REASON(WS-MAP-IDX)
062600             WHEN REF-PARENT-DISTRICT NOT = SPACES
062700              AND REF-PARENT-DISTRICT
062800                     NOT = WS-MAP-NEW-DISTRICT(WS-MAP-IDX)
062900              AND WS-MAP-NEW-MUNI(WS-MAP-IDX)
063000                     NOT = WS-MAP-OLD-MUNI(WS-MAP-IDX)
063100                 MOVE "NEW MUNICIPALITY IN ANOTHER DISTRICT"
063200                     TO WS-MAP-REASON(WS-MAP-IDX)
063300         END-EVALUATE
063400     END-IF.
063500     IF WS-MAP-REASON(WS-MAP-IDX) NOT = SPACES
063600         MOVE 'R' TO WS-MAP-STATUS(WS-MAP-IDX)
063700     END-IF.
063800 2300-EXIT.
063900     EXIT.
064000
064100*--------------------------------------------------------------*
064200 3000-FIND-MOVES.
064300*    COLLECTS EVERY MASTER RECORD UNDER ONE CLEAR MAPPING'S    *
064400*    OLD PAIR INTO THE MOVE TABLE, WITH THE KEY IT MOVES TO.   *
064500*    MORE RECORDS THAN THE TABLE HOLDS STOPS THE RUN BEFORE    *
064600*    ANYTHING IS CHANGED.                                      *
064700*--------------------------------------------------------------*
064800     IF NOT MAP-CLEAR(WS-MAP-IDX)
064900         GO TO 3000-EXIT
065000     END-IF.
065100     SET WS-MAP-NO TO WS-MAP-IDX.
065200     MOVE WS-MAP-OLD-DISTRICT(WS-MAP-IDX) TO MR-DISTRICT.
065300     MOVE WS-MAP-OLD-MUNI(WS-MAP-IDX) TO MR-MUNICIPALITY.
065400     MOVE ZERO TO MR-CONTRACT.
065500     MOVE 'N' TO WS-SCAN-EOF-SW.
065600     START MASTER-FILE KEY NOT < MR-KEY
065700         INVALID KEY
065800             MOVE 'Y' TO WS-SCAN-EOF-SW
065900     END-START.
066000     PERFORM 3100-COLLECT-RECORD THRU 3100-EXIT
066100         UNTIL SCAN-DONE OR RUN-ABORTED.
066200 3000-EXIT.
066300     EXIT.
066400
066500*--------------------------------------------------------------*
066600 3100-COLLECT-RECORD.
066700*--------------------------------------------------------------*
066800     READ MASTER-FILE NEXT
066900         AT END
067000             MOVE 'Y' TO WS-SCAN-EOF-SW
067100     END-READ.
067200     IF SCAN-DONE
067300         GO TO 3100-EXIT
067400     END-IF.
067500     IF MR-DISTRICT NOT = WS-MAP-OLD-DISTRICT(WS-MAP-IDX)
067600         OR MR-MUNICIPALITY NOT = WS-MAP-OLD-MUNI(WS-MAP-IDX)
067700         MOVE 'Y' TO WS-SCAN-EOF-SW
067800         GO TO 3100-EXIT
067900     END-IF.
068000     IF WS-MOVE-COUNT >= WS-MOVE-MAX
068100         DISPLAY "MORE THAN " WS-MOVE-MAX " RECORDS TO MOVE - "
068200             "SPLIT THE REORGANISATION. RUN STOPPED."
068300         MOVE "TOO MANY RECORDS TO MOVE - RUN STOPPED, NOTHING "
068400             TO WS-REPORT-LINE
068500         WRITE REPORT-RECORD FROM WS-REPORT-LINE
068600         MOVE "CHANGED. SPLIT THE MAPPING FILE." TO WS-REPORT-LINE
068700         WRITE REPORT-RECORD FROM WS-REPORT-LINE
068800         MOVE 'Y' TO WS-ABORT-SW
068900         GO TO 3100-EXIT
069000     END-IF.
069100     ADD 1 TO WS-MOVE-COUNT.
069200     SET WS-MOVE-IDX TO WS-MOVE-COUNT.
069300     MOVE MASTER-RECORD TO WS-MOVE-IMAGE(WS-MOVE-IDX).
069400     MOVE WS-MAP-NEW-DISTRICT(WS-MAP-IDX) TO MR-DISTRICT.
069500     MOVE WS-MAP-NEW-MUNI(WS-MAP-IDX) TO MR-MUNICIPALITY.
069600     MOVE MR-KEY TO WS-MOVE-NEW-KEY(WS-MOVE-IDX).
069700     MOVE WS-MAP-NO TO WS-MOVE-MAP-NO(WS-MOVE-IDX).
069800     MOVE 'P' TO WS-MOVE-STATUS(WS-MOVE-IDX).
069900     MOVE SPACES TO WS-MOVE-REASON(WS-MOVE-IDX).
070000     ADD 1 TO WS-MAP-RECORDS(WS-MAP-IDX).
070100 3100-EXIT.
070200     EXIT.
070300
070400*--------------------------------------------------------------*
070500 4000-CHECK-COLLISIONS.
070600*    THE CHECK MADE BEFORE ANYTHING IS TOUCHED. A MOVE         *
070700*    COLLIDES WHEN ITS NEW KEY IS ALREADY ON THE MASTER (NO    *
070800*    CHAINS ARE ALLOWED, SO THAT RECORD IS NOT MOVING AWAY) OR *
070900*    WHEN ANOTHER MOVE CLAIMS THE SAME NEW KEY. EVERY MAPPING  *
071000*    WITH A COLLISION IS THEN HELD, AND ITS OTHER RECORDS ARE  *
071100*    LEFT ALONE.                                               *
071200*--------------------------------------------------------------*
071300     PERFORM 4100-CHECK-ONE-MOVE THRU 4100-EXIT
071400         VARYING WS-MOVE-IDX FROM 1 BY 1
071500         UNTIL WS-MOVE-IDX > WS-MOVE-COUNT.
071600     PERFORM 4200-HOLD-MAPPING THRU 4200-EXIT
071700         VARYING WS-MOVE-IDX FROM 1 BY 1
071800         UNTIL WS-MOVE-IDX > WS-MOVE-COUNT.
071900     PERFORM 4300-LEAVE-ALONE THRU 4300-EXIT
072000         VARYING WS-MOVE-IDX FROM 1 BY 1
072100         UNTIL WS-MOVE-IDX > WS-MOVE-COUNT.
072200 4000-EXIT.
072300     EXIT.
072400
072500*--------------------------------------------------------------*
072600 4100-CHECK-ONE-MOVE.
072700*--------------------------------------------------------------*
072800     MOVE WS-MOVE-NEW-KEY(WS-MOVE-IDX) TO MR-KEY.
072900     READ MASTER-FILE.
073000     IF MASTER-OK
073100         MOVE 'C' TO WS-MOVE-STATUS(WS-MOVE-IDX)
073200         MOVE SPACES TO WS-MOVE-REASON(WS-MOVE-IDX)
073300         STRING "NEW KEY ALREADY HELD BY " MR-NAME
073400             DELIMITED BY SIZE INTO WS-MOVE-REASON(WS-MOVE-IDX)
073500         GO TO 4100-EXIT
073600     END-IF.
073700     PERFORM 4110-COMPARE-NEW-KEYS THRU 4110-EXIT
073800         VARYING WS-CHK-IDX FROM 1 BY 1
073900         UNTIL WS-CHK-IDX > WS-MOVE-COUNT
074000             OR MOVE-COLLIDED(WS-MOVE-IDX).
074100 4100-EXIT.
074200     EXIT.
074300
074400*--------------------------------------------------------------*
074500 4110-COMPARE-NEW-KEYS.
074600*--------------------------------------------------------------*
074700     IF WS-CHK-IDX NOT = WS-MOVE-IDX
074800         AND WS-MOVE-NEW-KEY(WS-CHK-IDX)
074900             = WS-MOVE-NEW-KEY(WS-MOVE-IDX)
075000         MOVE 'C' TO WS-MOVE-STATUS(WS-MOVE-IDX)
075100         MOVE SPACES TO WS-MOVE-REASON(WS-MOVE-IDX)
075200         STRING "NEW KEY ALSO CLAIMED FROM "
075300             WS-MOVE-OLD-MUNI(WS-CHK-IDX)
075400             DELIMITED BY SIZE INTO WS-MOVE-REASON(WS-MOVE-IDX)
075500     END-IF.
075600 4110-EXIT.
075700     EXIT.
075800
075900*--------------------------------------------------------------*
076000 4200-HOLD-MAPPING.
076100*--------------------------------------------------------------*
076200     IF MOVE-COLLIDED(WS-MOVE-IDX)
076300         ADD 1 TO WS-RECORDS-COLLIDED
076400         SET WS-MAP-IDX TO WS-MOVE-MAP-NO(WS-MOVE-IDX)
076500         IF MAP-CLEAR(WS-MAP-IDX)
076600             MOVE 'H' TO WS-MAP-STATUS(WS-MAP-IDX)
076700             MOVE "HELD - KEY COLLISION, NOTHING MOVED"
076800                 TO WS-MAP-REASON(WS-MAP-IDX)
076900         END-IF
077000     END-IF.
077100 4200-EXIT.
077200     EXIT.
077300
077400*--------------------------------------------------------------*
077500 4300-LEAVE-ALONE.
077600*--------------------------------------------------------------*
077700     IF MOVE-PLANNED(WS-MOVE-IDX)
077800         SET WS-MAP-IDX TO WS-MOVE-MAP-NO(WS-MOVE-IDX)
077900         IF MAP-HELD(WS-MAP-IDX)
078000             MOVE 'H' TO WS-MOVE-STATUS(WS-MOVE-IDX)
078100             MOVE "MAPPING HELD BY A COLLISION"
078200                 TO WS-MOVE-REASON(WS-MOVE-IDX)
078300             ADD 1 TO WS-RECORDS-LEFT-ALONE
078400         ELSE
078500             ADD 1 TO WS-RECORDS-PLANNED
078600         END-IF
078700     END-IF.
078800 4300-EXIT.
078900     EXIT.
079000
079100*--------------------------------------------------------------*
079200 5000-APPLY-MOVES.
079300*    TAKES A BACKUP GENERATION OF THE MASTER (CALL 'MSTBKUP')  *
079400*    BEFORE THE FIRST KEY CHANGES, SO THE WHOLE RUN CAN BE     *
079500*    ROLLED BACK WITH MSTRBACK, THEN REOPENS THE MASTER FOR    *
079600*    UPDATE AND MOVES EVERY PLANNED RECORD. A FAILED BACKUP    *
079700*    STOPS THE RUN WITH NOTHING CHANGED.                       *
079800*--------------------------------------------------------------*
079900     CLOSE MASTER-FILE.
080000     CALL 'MSTBKUP' USING BACKUP-PARM.
080100     IF NOT BK-BACKUP-OK
080200         DISPLAY "MASTER BACKUP FAILED - RUN STOPPED BEFORE THE "
080300             "MASTER WAS TOUCHED."
080400         MOVE "MASTER BACKUP FAILED - RUN STOPPED, NOTHING MOVED"
080500             TO WS-REPORT-LINE
080600         WRITE REPORT-RECORD FROM WS-REPORT-LINE
080700         MOVE 'Y' TO WS-ABORT-SW
080800         GO TO 5000-EXIT
080900     END-IF.
081000     MOVE SPACES TO WS-REPORT-LINE.
081100     STRING "MASTER BACKED UP AS GENERATION " BK-GENERATION
081200         " OF " BK-RUN-DATE " (" BK-BACKUP-FILE ")"
081300         DELIMITED BY SIZE INTO WS-REPORT-LINE.
081400     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
081500     MOVE SPACES TO WS-REPORT-LINE.
081600     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
081700     OPEN I-O MASTER-FILE.
081800     IF NOT MASTER-OK
081900         DISPLAY "MASTER FILE NOT AVAILABLE FOR UPDATE - STATUS "
082000             WS-MASTER-STATUS
082100         MOVE 'Y' TO WS-ABORT-SW
082200         GO TO 5000-EXIT
082300     END-IF.
082400     OPEN EXTEND JOURNAL-FILE.
082500     IF JOURNAL-MISSING
082600         OPEN OUTPUT JOURNAL-FILE
082700     END-IF.
082800     PERFORM 5100-MOVE-RECORD THRU 5100-EXIT
082900         VARYING WS-MOVE-IDX FROM 1 BY 1
083000         UNTIL WS-MOVE-IDX > WS-MOVE-COUNT
083010             OR RUN-ABORTED.
083100     CLOSE JOURNAL-FILE.
083200 5000-EXIT.
083300     EXIT.
083400
083500*--------------------------------------------------------------*
083600 5100-MOVE-RECORD.
083700*    MOVES ONE RECORD - DELETE AT THE OLD KEY, WRITE AT THE    *
083800*    NEW ONE, JOURNAL BOTH IMAGES. A WRITE THAT FAILS PUTS THE *
083900*    RECORD BACK AT ITS OLD KEY; IF THAT FAILS TOO THE RECORD  *
083910*    IS LOST AND 5150 STOPS THE RUN.                           *
084000*--------------------------------------------------------------*
084100     IF NOT MOVE-PLANNED(WS-MOVE-IDX)
084200         GO TO 5100-EXIT
084300     END-IF.
084400     MOVE WS-MOVE-OLD-KEY(WS-MOVE-IDX) TO MR-KEY.
084500     READ MASTER-FILE.
084600     IF NOT MASTER-OK
084700         MOVE 'F' TO WS-MOVE-STATUS(WS-MOVE-IDX)
084800         MOVE "RECORD NO LONGER ON THE MASTER"
084900             TO WS-MOVE-REASON(WS-MOVE-IDX)
085000         ADD 1 TO WS-RECORDS-FAILED
085100         GO TO 5100-EXIT
085200     END-IF.
085300     DELETE MASTER-FILE.
085400     IF NOT MASTER-OK
085500         MOVE 'F' TO WS-MOVE-STATUS(WS-MOVE-IDX)
085600         MOVE SPACES TO WS-MOVE-REASON(WS-MOVE-IDX)
085700         STRING "DELETE AT OLD KEY FAILED - STATUS "
085800             WS-MASTER-STATUS
085900             DELIMITED BY SIZE INTO WS-MOVE-REASON(WS-MOVE-IDX)
086000         ADD 1 TO WS-RECORDS-FAILED
086100         GO TO 5100-EXIT
086200     END-IF.
086300     MOVE WS-MOVE-NEW-KEY(WS-MOVE-IDX) TO MR-KEY.
086400     WRITE MASTER-RECORD.
086500     IF NOT MASTER-OK
086600         MOVE 'F' TO WS-MOVE-STATUS(WS-MOVE-IDX)
086700         MOVE SPACES TO WS-MOVE-REASON(WS-MOVE-IDX)
086800         STRING "WRITE AT NEW KEY FAILED - STATUS "
086900             WS-MASTER-STATUS " - LEFT AT OLD KEY"
087000             DELIMITED BY SIZE INTO WS-MOVE-REASON(WS-MOVE-IDX)
087100         ADD 1 TO WS-RECORDS-FAILED
087200         MOVE WS-MOVE-IMAGE(WS-MOVE-IDX) TO MASTER-RECORD
087300         WRITE MASTER-RECORD
087310         IF NOT MASTER-OK
087320             PERFORM 5150-RECORD-LOST THRU 5150-EXIT
087330         END-IF
087400         GO TO 5100-EXIT
087500     END-IF.
087600     MOVE WS-RUN-DATE TO JR-RUN-DATE.
087700     MOVE WS-MAPPING-FILE-NAME TO JR-SOURCE-FILE.
087800     MOVE WS-MOVE-IMAGE(WS-MOVE-IDX) TO JR-OLD-IMAGE.
087900     MOVE MASTER-RECORD TO JR-NEW-IMAGE.
088000     WRITE JOURNAL-RECORD.
088100     MOVE 'M' TO WS-MOVE-STATUS(WS-MOVE-IDX).
088200     ADD 1 TO WS-RECORDS-MOVED.
088300 5100-EXIT.
088400     EXIT.
088402
088404*--------------------------------------------------------------*
088406 5150-RECORD-LOST.
088408*    THE RECORD IS OFF THE MASTER AT BOTH KEYS. ITS REMOVAL IS *
088410*    JOURNALLED (NO NEW IMAGE) AND POSTED TO THE CONTROL       *
088412*    TOTALS SO THE MASTER STILL PROVES, AND THE RUN IS         *
088414*    STOPPED - THE RECORD HAS TO BE RESTORED FROM THE BACKUP   *
088416*    GENERATION TAKEN AT THE START OF THIS RUN.                *
088418*--------------------------------------------------------------*
088420     MOVE WS-RUN-DATE TO JR-RUN-DATE.
088422     MOVE WS-MAPPING-FILE-NAME TO JR-SOURCE-FILE.
088424     MOVE WS-MOVE-IMAGE(WS-MOVE-IDX) TO JR-OLD-IMAGE.
088426     MOVE SPACES TO JR-NEW-IMAGE.
088428     WRITE JOURNAL-RECORD.
088430     MOVE ZERO TO TP-ADDED TP-AMOUNT-IN.
088432     MOVE 1 TO TP-REMOVED.
088434     MOVE MR-AMOUNT TO TP-AMOUNT-OUT.
088436     MOVE 'P' TO TP-FUNCTION.
088438     MOVE "MSTRKEY" TO TP-PROGRAM.
088440     CALL 'MSTTOT' USING TOTALS-PARM.
088442     MOVE "RECORD LOST - RESTORE FROM BACKUP GENERATION"
088444         TO WS-MOVE-REASON(WS-MOVE-IDX).
088446     DISPLAY "CONTRACT " WS-MOVE-CONTRACT(WS-MOVE-IDX)
088448         " COULD NOT BE PUT BACK - STATUS " WS-MASTER-STATUS.
088450     DISPLAY "RECORD LOST - RESTORE IT FROM BACKUP GENERATION "
088452         BK-GENERATION " (" BK-BACKUP-FILE ").".
088454     MOVE SPACES TO WS-REPORT-LINE.
088456     STRING "CONTRACT " WS-MOVE-CONTRACT(WS-MOVE-IDX)
088458         " LOST - RESTORE FROM BACKUP GENERATION " BK-GENERATION
088460         " - RUN STOPPED, REFERENCE FILE NOT UPDATED"
088462         DELIMITED BY SIZE INTO WS-REPORT-LINE.
088464     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
088466     MOVE 'Y' TO WS-ABORT-SW.
088468 5150-EXIT.
088470     EXIT.
088500
088600*--------------------------------------------------------------*
088700 6000-REPORT-MAPPINGS.
088800*    ONE SECTION PER MAPPING ROW - THE PAIRS, THE OUTCOME, AND *
088900*    EVERY RECORD UNDER THE OLD PAIR WITH WHAT HAPPENED TO IT. *
089000*--------------------------------------------------------------*
089100     PERFORM 6100-REPORT-ONE-MAPPING THRU 6100-EXIT
089200         VARYING WS-MAP-IDX FROM 1 BY 1
089300         UNTIL WS-MAP-IDX > WS-MAP-COUNT.
089400 6000-EXIT.
089500     EXIT.
089600
089700*--------------------------------------------------------------*
089800 6100-REPORT-ONE-MAPPING.
089900*--------------------------------------------------------------*
090000     SET WS-MAP-NO TO WS-MAP-IDX.
090100     MOVE WS-MAP-NO TO WS-EDIT-MAP-NO.
090200     MOVE SPACES TO WS-REPORT-LINE.
090300     STRING "MAPPING " WS-EDIT-MAP-NO ": "
090400         FUNCTION TRIM(WS-MAP-OLD-DISTRICT(WS-MAP-IDX)) " / "
090500         FUNCTION TRIM(WS-MAP-OLD-MUNI(WS-MAP-IDX)) "  ->  "
090600         FUNCTION TRIM(WS-MAP-NEW-DISTRICT(WS-MAP-IDX)) " / "
090700         FUNCTION TRIM(WS-MAP-NEW-MUNI(WS-MAP-IDX))
090800         DELIMITED BY SIZE INTO WS-REPORT-LINE.
090900     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
091000     EVALUATE TRUE
091100         WHEN MAP-REJECTED(WS-MAP-IDX)
091200             ADD 1 TO WS-MAPS-REJECTED
091300             MOVE SPACES TO WS-REPORT-LINE
091400             STRING "  REJECTED - " WS-MAP-REASON(WS-MAP-IDX)
091500                 DELIMITED BY SIZE INTO WS-REPORT-LINE
091600         WHEN MAP-HELD(WS-MAP-IDX)
091700             ADD 1 TO WS-MAPS-HELD
091800             MOVE SPACES TO WS-REPORT-LINE
091900             STRING "  " WS-MAP-REASON(WS-MAP-IDX)
092000                 DELIMITED BY SIZE INTO WS-REPORT-LINE
092100         WHEN MODE-UPDATE
092200             MOVE "  APPLIED" TO WS-REPORT-LINE
092300         WHEN OTHER
092400             MOVE "  CLEAR - WOULD BE APPLIED BY AN UPDATE RUN"
092500                 TO WS-REPORT-LINE
092600     END-EVALUATE.
092700     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
092800     IF NOT MAP-REJECTED(WS-MAP-IDX)
092900         MOVE WS-MAP-RECORDS(WS-MAP-IDX) TO WS-EDIT-COUNT
093000         MOVE SPACES TO WS-REPORT-LINE
093100         STRING "  MASTER RECORDS UNDER THE OLD PAIR: "
093200             WS-EDIT-COUNT
093300             DELIMITED BY SIZE INTO WS-REPORT-LINE
093400         WRITE REPORT-RECORD FROM WS-REPORT-LINE
093500     END-IF.
093600     PERFORM 6200-REPORT-MOVE THRU 6200-EXIT
093700         VARYING WS-MOVE-IDX FROM 1 BY 1
093800         UNTIL WS-MOVE-IDX > WS-MOVE-COUNT.
093900     MOVE SPACES TO WS-REPORT-LINE.
094000     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
094100 6100-EXIT.
094200     EXIT.
094300
094400*--------------------------------------------------------------*
094500 6200-REPORT-MOVE.
094600*--------------------------------------------------------------*
094700     IF WS-MOVE-MAP-NO(WS-MOVE-IDX) NOT = WS-MAP-NO
094800         GO TO 6200-EXIT
094900     END-IF.
095000     EVALUATE TRUE
095100         WHEN MOVE-DONE(WS-MOVE-IDX)
095200             MOVE "MOVED" TO WS-OUTCOME
095300         WHEN MOVE-PLANNED(WS-MOVE-IDX)
095400             MOVE "WOULD MOVE" TO WS-OUTCOME
095500         WHEN MOVE-COLLIDED(WS-MOVE-IDX)
095600             MOVE "COLLIDED" TO WS-OUTCOME
095700         WHEN MOVE-LEFT-ALONE(WS-MOVE-IDX)
095800             MOVE "LEFT ALONE" TO WS-OUTCOME
095900         WHEN OTHER
096000             MOVE "NOT MOVED" TO WS-OUTCOME
096100     END-EVALUATE.
096200     MOVE SPACES TO WS-REPORT-LINE.
096300     STRING "    " WS-OUTCOME(1:11)
096400         "CONTRACT " WS-MOVE-CONTRACT(WS-MOVE-IDX) "  "
096500         WS-MOVE-NAME(WS-MOVE-IDX) "  "
096600         WS-MOVE-REASON(WS-MOVE-IDX)
096700         DELIMITED BY SIZE INTO WS-REPORT-LINE.
096800     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
096900 6200-EXIT.
097000     EXIT.
097100
097200*--------------------------------------------------------------*
097300 7000-UPDATE-REFERENCE.
097400*    BRINGS THE REFERENCE FILE INTO LINE WITH EVERY APPLIED    *
097500*    MAPPING. A HELD OR REJECTED MAPPING LEAVES THE REFERENCE  *
097600*    FILE ALONE - ITS RECORDS ARE STILL UNDER THE OLD PAIR.    *
097700*    OLD DISTRICTS ARE LOOKED AT LAST, ONCE EVERY MUNICIPALITY *
097800*    HAS BEEN RELINKED OR RETIRED.                             *
097900*--------------------------------------------------------------*
098000     MOVE "REFERENCE FILE CHANGES:" TO WS-REPORT-LINE.
098100     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
098200     PERFORM 7100-APPLY-MAPPING-REF THRU 7100-EXIT
098300         VARYING WS-MAP-IDX FROM 1 BY 1
098400         UNTIL WS-MAP-IDX > WS-MAP-COUNT.
098500     PERFORM 7400-RETIRE-OLD-DISTRICT THRU 7400-EXIT
098600         VARYING WS-MAP-IDX FROM 1 BY 1
098700         UNTIL WS-MAP-IDX > WS-MAP-COUNT.
098800     IF WS-REF-ADDED + WS-REF-RELINKED + WS-REF-DEACTIVATED = ZERO
098900         MOVE "  (NONE)" TO WS-REPORT-LINE
099000         WRITE REPORT-RECORD FROM WS-REPORT-LINE
099100     END-IF.
099200     MOVE SPACES TO WS-REPORT-LINE.
099300     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
099400 7000-EXIT.
099500     EXIT.
099600
099700*--------------------------------------------------------------*
099800 7100-APPLY-MAPPING-REF.
099900*    FOR ONE CLEAR MAPPING - ADDS A MISSING NEW DISTRICT, ADDS *
100000*    OR RELINKS THE NEW MUNICIPALITY, AND RETIRES THE OLD      *
100100*    MUNICIPALITY WHEN IT WAS MERGED OR RENAMED AWAY. THE      *
100200*    MAPPING IS MARKED APPLIED EVEN WHEN SOME OF ITS RECORDS   *
100300*    FAILED - THOSE ARE ON THE REPORT FOR A SECOND RUN.        *
100400*--------------------------------------------------------------*
100500     IF NOT MAP-CLEAR(WS-MAP-IDX)
100600         GO TO 7100-EXIT
100700     END-IF.
100800     MOVE 'A' TO WS-MAP-STATUS(WS-MAP-IDX).
100900     ADD 1 TO WS-MAPS-APPLIED.
101000     IF WS-MAP-ADD-DISTRICT(WS-MAP-IDX) = 'Y'
101100         PERFORM 7150-ADD-DISTRICT THRU 7150-EXIT
101200     END-IF.
101300     PERFORM 7200-LINK-MUNICIPALITY THRU 7200-EXIT.
101400     IF WS-MAP-OLD-MUNI(WS-MAP-IDX)
101500         NOT = WS-MAP-NEW-MUNI(WS-MAP-IDX)
101600         PERFORM 7300-RETIRE-OLD-MUNICIPALITY THRU 7300-EXIT
101700     END-IF.
101800 7100-EXIT.
101900     EXIT.
102000
102100*--------------------------------------------------------------*
102200 7150-ADD-DISTRICT.
102300*    A SECOND MAPPING TO THE SAME NEW DISTRICT FINDS IT ADDED  *
102400*    ALREADY AND SAYS NOTHING.                                 *
102500*--------------------------------------------------------------*
102600     MOVE 'D' TO REF-ENTRY-TYPE.
102700     MOVE WS-MAP-NEW-DISTRICT(WS-MAP-IDX) TO REF-ENTRY-CODE.
102800     MOVE 'A' TO REF-ENTRY-STATUS.
102900     MOVE ZERO TO REF-DEACT-DATE.
103000     MOVE SPACES TO REF-PARENT-DISTRICT.
103100     WRITE REF-RECORD.
103200     IF REF-FILE-OK
103300         ADD 1 TO WS-REF-ADDED
103400         MOVE SPACES TO WS-REPORT-LINE
103500         STRING "  DISTRICT ADDED:          "
103600             WS-MAP-NEW-DISTRICT(WS-MAP-IDX)
103700             DELIMITED BY SIZE INTO WS-REPORT-LINE
103800         WRITE REPORT-RECORD FROM WS-REPORT-LINE
103900     END-IF.
104000 7150-EXIT.
104100     EXIT.
104200
104300*--------------------------------------------------------------*
104400 7200-LINK-MUNICIPALITY.
104500*    THE NEW MUNICIPALITY IS ADDED UNDER THE NEW DISTRICT IF   *
104600*    IT IS NOT ON FILE, OR HAS ITS PARENT DISTRICT SET WHEN IT *
104700*    POINTS ANYWHERE ELSE (A MUNICIPALITY MOVING DISTRICT, OR  *
104800*    AN ENTRY NEVER LINKED).                                   *
104900*--------------------------------------------------------------*
105000     MOVE 'M' TO REF-ENTRY-TYPE.
105100     MOVE WS-MAP-NEW-MUNI(WS-MAP-IDX) TO REF-ENTRY-CODE.
105200     READ REFERENCE-FILE.
105300     IF REF-NOT-FOUND
105400         MOVE 'M' TO REF-ENTRY-TYPE
105500         MOVE WS-MAP-NEW-MUNI(WS-MAP-IDX) TO REF-ENTRY-CODE
105600         MOVE 'A' TO REF-ENTRY-STATUS
105700         MOVE ZERO TO REF-DEACT-DATE
105800         MOVE WS-MAP-NEW-DISTRICT(WS-MAP-IDX)
105900             TO REF-PARENT-DISTRICT
106000         WRITE REF-RECORD
106100         IF REF-FILE-OK
106200             ADD 1 TO WS-REF-ADDED
106300             MOVE SPACES TO WS-REPORT-LINE
106400             STRING "  MUNICIPALITY ADDED:      "
106500                 FUNCTION TRIM(WS-MAP-NEW-MUNI(WS-MAP-IDX))
106600                 " IN " WS-MAP-NEW-DISTRICT(WS-MAP-IDX)
106700                 DELIMITED BY SIZE INTO WS-REPORT-LINE
106800             WRITE REPORT-RECORD FROM WS-REPORT-LINE
106900         END-IF
107000         GO TO 7200-EXIT
107100     END-IF.
107200     IF NOT REF-FILE-OK
107300         GO TO 7200-EXIT
107400     END-IF.
107500     IF REF-PARENT-DISTRICT = WS-MAP-NEW-DISTRICT(WS-MAP-IDX)
107600         GO TO 7200-EXIT
107700     END-IF.
107800     MOVE WS-MAP-NEW-DISTRICT(WS-MAP-IDX) TO REF-PARENT-DISTRICT.
107900     REWRITE REF-RECORD.
108000     IF REF-FILE-OK
108100         ADD 1 TO WS-REF-RELINKED
108200         MOVE SPACES TO WS-REPORT-LINE
108300         STRING "  MUNICIPALITY RELINKED:   "
108400             FUNCTION TRIM(WS-MAP-NEW-MUNI(WS-MAP-IDX))
108500             " NOW IN " WS-MAP-NEW-DISTRICT(WS-MAP-IDX)
108600             DELIMITED BY SIZE INTO WS-REPORT-LINE
108700         WRITE REPORT-RECORD FROM WS-REPORT-LINE
108800     END-IF.
108900 7200-EXIT.
109000     EXIT.
109100
109200*--------------------------------------------------------------*
109300 7300-RETIRE-OLD-MUNICIPALITY.
109400*    A MUNICIPALITY MERGED OR RENAMED AWAY IS DEACTIVATED FROM *
109500*    THE EFFECTIVE DATE. THE ENTRY STAYS ON FILE SO ITS OLD    *
109600*    HISTORY REMAINS READABLE.                                 *
109700*--------------------------------------------------------------*
109800     MOVE 'M' TO REF-ENTRY-TYPE.
109900     MOVE WS-MAP-OLD-MUNI(WS-MAP-IDX) TO REF-ENTRY-CODE.
110000     READ REFERENCE-FILE.
110100     IF NOT REF-FILE-OK
110200         GO TO 7300-EXIT
110300     END-IF.
110400     IF REF-ENTRY-DEACTIVATED
110500         GO TO 7300-EXIT
110600     END-IF.
110700     MOVE 'D' TO REF-ENTRY-STATUS.
110800     MOVE WS-EFFECTIVE-DATE-N TO REF-DEACT-DATE.
110900     REWRITE REF-RECORD.
111000     IF REF-FILE-OK
111100         ADD 1 TO WS-REF-DEACTIVATED
111200         MOVE SPACES TO WS-REPORT-LINE
111300         STRING "  MUNICIPALITY DEACTIVATED: "
111400             FUNCTION TRIM(WS-MAP-OLD-MUNI(WS-MAP-IDX))
111500             " EFFECTIVE " WS-EFFECTIVE-DATE
111600             DELIMITED BY SIZE INTO WS-REPORT-LINE
111700         WRITE REPORT-RECORD FROM WS-REPORT-LINE
111800     END-IF.
111900 7300-EXIT.
112000     EXIT.
112100
112200*--------------------------------------------------------------*
112300 7400-RETIRE-OLD-DISTRICT.
112400*    AN OLD DISTRICT AN APPLIED MAPPING MOVED RECORDS OUT OF   *
112500*    IS DEACTIVATED ONLY WHEN NOTHING STILL USES IT - NO       *
112600*    ACTIVE MUNICIPALITY LINKED TO IT AND NO MASTER RECORD     *
112700*    UNDER IT.                                                 *
112800*--------------------------------------------------------------*
112900     IF NOT MAP-APPLIED(WS-MAP-IDX)
113000         GO TO 7400-EXIT
113100     END-IF.
113200     IF WS-MAP-OLD-DISTRICT(WS-MAP-IDX)
113300         = WS-MAP-NEW-DISTRICT(WS-MAP-IDX)
113400         GO TO 7400-EXIT
113500     END-IF.
113600     MOVE 'D' TO REF-ENTRY-TYPE.
113700     MOVE WS-MAP-OLD-DISTRICT(WS-MAP-IDX) TO REF-ENTRY-CODE.
113800     READ REFERENCE-FILE.
113900     IF NOT REF-FILE-OK OR REF-ENTRY-DEACTIVATED
114000         GO TO 7400-EXIT
114100     END-IF.
114200     PERFORM 7410-CHECK-DISTRICT-IN-USE THRU 7410-EXIT.
114300     IF DISTRICT-IN-USE
114400         GO TO 7400-EXIT
114500     END-IF.
114600     MOVE 'D' TO REF-ENTRY-TYPE.
114700     MOVE WS-MAP-OLD-DISTRICT(WS-MAP-IDX) TO REF-ENTRY-CODE.
114800     READ REFERENCE-FILE.
114900     IF NOT REF-FILE-OK
115000         GO TO 7400-EXIT
115100     END-IF.
115200     MOVE 'D' TO REF-ENTRY-STATUS.
115300     MOVE WS-EFFECTIVE-DATE-N TO REF-DEACT-DATE.
115400     REWRITE REF-RECORD.
115500     IF REF-FILE-OK
115600         ADD 1 TO WS-REF-DEACTIVATED
115700         MOVE SPACES TO WS-REPORT-LINE
115800         STRING "  DISTRICT DEACTIVATED:     "
115900             FUNCTION TRIM(WS-MAP-OLD-DISTRICT(WS-MAP-IDX))
116000             " EFFECTIVE " WS-EFFECTIVE-DATE
116100             DELIMITED BY SIZE INTO WS-REPORT-LINE
116200         WRITE REPORT-RECORD FROM WS-REPORT-LINE
116300     END-IF.
116400 7400-EXIT.
116500     EXIT.
116600
116700*--------------------------------------------------------------*
116800 7410-CHECK-DISTRICT-IN-USE.
116900*    SCANS THE ACTIVE MUNICIPALITY ENTRIES FOR ONE STILL       *
117000*    LINKED TO THE OLD DISTRICT, THEN LOOKS FOR ANY MASTER     *
117100*    RECORD STILL KEYED UNDER IT.                              *
117200*--------------------------------------------------------------*
117300     MOVE 'N' TO WS-IN-USE-SW.
117400     MOVE 'M' TO REF-ENTRY-TYPE.
117500     MOVE SPACES TO REF-ENTRY-CODE.
117600     MOVE 'N' TO WS-SCAN-EOF-SW.
117700     START REFERENCE-FILE KEY NOT < REF-ENTRY-KEY
117800         INVALID KEY
117900             MOVE 'Y' TO WS-SCAN-EOF-SW
118000     END-START.
118100     PERFORM 7420-SCAN-MUNICIPALITY THRU 7420-EXIT
118200         UNTIL SCAN-DONE OR DISTRICT-IN-USE.
118300     IF DISTRICT-IN-USE
118400         GO TO 7410-EXIT
118500     END-IF.
118600     MOVE WS-MAP-OLD-DISTRICT(WS-MAP-IDX) TO MR-DISTRICT.
118700     MOVE LOW-VALUES TO MR-MUNICIPALITY.
118800     MOVE ZERO TO MR-CONTRACT.
118900     START MASTER-FILE KEY NOT < MR-KEY
119000         INVALID KEY
119100             GO TO 7410-EXIT
119200     END-START.
119300     READ MASTER-FILE NEXT
119400         AT END
119500             GO TO 7410-EXIT
119600     END-READ.
119700     IF MR-DISTRICT = WS-MAP-OLD-DISTRICT(WS-MAP-IDX)
119800         MOVE 'Y' TO WS-IN-USE-SW
119900     END-IF.
120000 7410-EXIT.
120100     EXIT.
120200
120300*--------------------------------------------------------------*
120400 7420-SCAN-MUNICIPALITY.
120500*--------------------------------------------------------------*
120600     READ REFERENCE-FILE NEXT
120700         AT END
120800             MOVE 'Y' TO WS-SCAN-EOF-SW
120900     END-READ.
121000     IF SCAN-DONE
121100         GO TO 7420-EXIT
121200     END-IF.
121300     IF NOT REF-TYPE-MUNICIPALITY
121400         MOVE 'Y' TO WS-SCAN-EOF-SW
121500         GO TO 7420-EXIT
121600     END-IF.
121700     IF REF-ENTRY-ACTIVE
121800         AND REF-PARENT-DISTRICT = WS-MAP-OLD-DISTRICT(WS-MAP-IDX)
121900         MOVE 'Y' TO WS-IN-USE-SW
122000     END-IF.
122100 7420-EXIT.
122200     EXIT.
122300
122400*--------------------------------------------------------------*
122500 8000-TERMINATE.
122600*    TOTALS TO THE REPORT AND THE CONSOLE.                     *
122700*--------------------------------------------------------------*
122800     IF NOT REPORT-OPENED
122900         GO TO 8000-EXIT
123000     END-IF.
123100     MOVE "TOTALS:" TO WS-REPORT-LINE.
123200     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
123300     MOVE WS-MAP-COUNT TO WS-EDIT-COUNT.
123400     MOVE SPACES TO WS-REPORT-LINE.
123500     STRING "  MAPPING ROWS READ:        " WS-EDIT-COUNT
123600         DELIMITED BY SIZE INTO WS-REPORT-LINE.
123700     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
123800     MOVE WS-MAPS-APPLIED TO WS-EDIT-COUNT.
123900     MOVE SPACES TO WS-REPORT-LINE.
124000     STRING "  MAPPINGS APPLIED:         " WS-EDIT-COUNT
124100         DELIMITED BY SIZE INTO WS-REPORT-LINE.
124200     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
124300     MOVE WS-MAPS-HELD TO WS-EDIT-COUNT.
124400     MOVE SPACES TO WS-REPORT-LINE.
124500     STRING "  MAPPINGS HELD:            " WS-EDIT-COUNT
124600         DELIMITED BY SIZE INTO WS-REPORT-LINE.
124700     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
124800     MOVE WS-MAPS-REJECTED TO WS-EDIT-COUNT.
124900     MOVE SPACES TO WS-REPORT-LINE.
125000     STRING "  MAPPINGS REJECTED:        " WS-EDIT-COUNT
125100         DELIMITED BY SIZE INTO WS-REPORT-LINE.
125200     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
125300     IF MODE-UPDATE
125400         MOVE WS-RECORDS-MOVED TO WS-EDIT-COUNT
125500     ELSE
125600         MOVE WS-RECORDS-PLANNED TO WS-EDIT-COUNT
125700     END-IF.
125800     MOVE SPACES TO WS-REPORT-LINE.
125900     IF MODE-UPDATE
126000         STRING "  RECORDS MOVED:            " WS-EDIT-COUNT
126100             DELIMITED BY SIZE INTO WS-REPORT-LINE
126200     ELSE
126300         STRING "  RECORDS THAT WOULD MOVE:  " WS-EDIT-COUNT
126400             DELIMITED BY SIZE INTO WS-REPORT-LINE
126500     END-IF.
126600     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
126700     DISPLAY WS-REPORT-LINE(1:40).
126800     MOVE WS-RECORDS-COLLIDED TO WS-EDIT-COUNT.
126900     MOVE SPACES TO WS-REPORT-LINE.
127000     STRING "  RECORDS COLLIDED:         " WS-EDIT-COUNT
127100         DELIMITED BY SIZE INTO WS-REPORT-LINE.
127200     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
127300     DISPLAY WS-REPORT-LINE(1:40).
127400     MOVE WS-RECORDS-LEFT-ALONE TO WS-EDIT-COUNT.
127500     MOVE SPACES TO WS-REPORT-LINE.
127600     STRING "  RECORDS LEFT ALONE:       " WS-EDIT-COUNT
127700         DELIMITED BY SIZE INTO WS-REPORT-LINE.
127800     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
127900     DISPLAY WS-REPORT-LINE(1:40).
128000     MOVE WS-RECORDS-FAILED TO WS-EDIT-COUNT.
128100     MOVE SPACES TO WS-REPORT-LINE.
128200     STRING "  RECORDS FAILED:           " WS-EDIT-COUNT
128300         DELIMITED BY SIZE INTO WS-REPORT-LINE.
128400     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
128500     DISPLAY WS-REPORT-LINE(1:40).
128600     CLOSE REPORT-FILE.
128700     IF NOT RUN-ABORTED
128800         CLOSE MASTER-FILE
128900         CLOSE REFERENCE-FILE
129000     END-IF.
129100     DISPLAY "RE-KEY REPORT WRITTEN TO " WS-REPORT-FILE-NAME.
129200 8000-EXIT.
129300     EXIT.
129400
129500*--------------------------------------------------------------*
129600 8100-RELEASE-MASTER-LOCK.
129700*--------------------------------------------------------------*
129800     MOVE 'R' TO LP-FUNCTION.
129900     MOVE "MSTRKEY" TO LP-PROGRAM.
130000     MOVE WS-OPERATOR-ID TO LP-OPERATOR.
130100     CALL 'MSTLOCK' USING MASTER-LOCK-PARM.
130200     IF NOT LP-DONE
130300         DISPLAY "MASTER LOCK NOT RELEASED - RUN MSTUNLK."
130400     END-IF.
130500 8100-EXIT.
130600     EXIT.
