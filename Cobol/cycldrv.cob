000100 IDENTIFICATION DIVISION.
000200*--------------------------------------------------------------*
000300 PROGRAM-ID.     CYCLDRV.
000400 AUTHOR.         A. PINTO.
000500 INSTALLATION.   DSO - DISTRICT INTAKE SYSTEMS.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*--------------------------------------------------------------*
000900* CYCLDRV IS THE UNATTENDED DRIVER FOR THE PERIODIC JOBS - THE *
001000* ACKNOWLEDGMENT MATCHING (TRNACK), THE MONTH-END MANAGEMENT   *
001100* PACK (MGTRPT), THE QUARTERLY DUPLICATE SURVEY (DUPSRVY) AND  *
001200* PAIR CHECK (PAIRCHK), AND THE YEARLY PURGE (ARCHMST). THE    *
001300* JOB CALENDAR (jobcal.txt, SEE JOBCAL) SAYS WHICH BUSINESS    *
001400* DAY EACH JOB FALLS DUE ON, WITH WHICH PARAMETERS, AND WHICH  *
001500* HOLIDAYS ARE NOT BUSINESS DAYS.                              *
001600*                                                              *
001700* EVERY JOB DUE SINCE IT LAST RAN (cycctl.dat, SEE CYCCTL) IS  *
001800* CALLED WITH THE EODPARM AREA CARRYING ITS PARAMETERS, SO NO  *
001900* CONSOLE PROMPT IS EVER SHOWN. A JOB THAT FELL DUE MORE THAN  *
002000* ONCE WHILE THE SYSTEM WAS DOWN IS CAUGHT UP WITH ONE RUN FOR *
002100* THE LATEST DUE DATE - EVERY ONE OF THESE JOBS WORKS FROM THE *
002200* FILES AS THEY STAND, SO A SECOND RUN WOULD ONLY REPEAT THE   *
002300* FIRST. A JOB THAT FAILS KEEPS ITS OLD DUE DATE AND IS TRIED  *
002400* AGAIN BY THE NEXT CYCLE.                                     *
002500*                                                              *
002600* EACH CALENDAR JOB - DUE, RUN, FAILED, SKIPPED OR NOT DUE -   *
002700* IS LISTED ON THE CYCLE STATUS REPORT (cycstat.txt), WHICH    *
002800* SITS BESIDE THE EODBATCH MORNING SUMMARY (eodstat.txt).      *
002900*                                                              *
003000* NORMALLY RUN AS A STEP OF THE EODBATCH CHAIN (EODPARM        *
003100* PASSED), UNDER THE MASTER LOCK THE CHAIN ALREADY HOLDS; THE  *
003200* COUNTS COME BACK IN EP-INFO FOR THE MORNING SUMMARY. RUN BY  *
003300* HAND IT TAKES THE MASTER LOCK ITSELF, AND IF THE LOCK IS     *
003400* HELD THE DUE JOBS ARE SKIPPED FOR THE NEXT CYCLE TO CATCH    *
003500* UP.                                                          *
003600*--------------------------------------------------------------*
003700* MODIFICATION HISTORY.                                        *
003800*--------------------------------------------------------------*
003900* DATE        INIT  DESCRIPTION                                *
004000* ----------  ----  ------------------------------------------ *
004100* 2026-10-15   AP   ORIGINAL PROGRAM.                          *
004200*--------------------------------------------------------------*
004300
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT CALENDAR-FILE ASSIGN TO WS-CALENDAR-FILE-NAME
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-CALENDAR-STATUS.
005000     SELECT CONTROL-FILE ASSIGN TO WS-CONTROL-FILE-NAME
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-CONTROL-STATUS.
005300     SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  CALENDAR-FILE.
005900     COPY jobcal.
006000
006100 FD  CONTROL-FILE.
006200     COPY cycctl.
006300
006400 FD  REPORT-FILE.
006500 01  REPORT-RECORD              PIC X(132).
006600
006700 WORKING-STORAGE SECTION.
006800 01  WS-CALENDAR-FILE-NAME      PIC X(50)
006900         VALUE "..\output\jobcal.txt".
007000 01  WS-CONTROL-FILE-NAME       PIC X(50)
007100         VALUE "..\output\cycctl.dat".
007200 01  WS-REPORT-FILE-NAME        PIC X(50)
007300         VALUE "..\output\cycstat.txt".
007400
007500 01  WS-CALENDAR-STATUS         PIC X(02) VALUE "00".
007600     88  CALENDAR-OK                 VALUE "00".
007700 01  WS-CONTROL-STATUS          PIC X(02) VALUE "00".
007800     88  CONTROL-OK                  VALUE "00".
007900
008000*--------------------------------------------------------------*
008100* SWITCHES.                                                    *
008200*--------------------------------------------------------------*
008300 01  WS-SWITCHES.
008400     05  WS-CAL-EOF-SW          PIC X(01) VALUE 'N'.
008500         88  CAL-EOF                  VALUE 'Y'.
008600     05  WS-CTL-EOF-SW          PIC X(01) VALUE 'N'.
008700         88  CTL-EOF                  VALUE 'Y'.
008800     05  WS-ABORT-SW            PIC X(01) VALUE 'N'.
008900         88  RUN-ABORTED              VALUE 'Y'.
009000     05  WS-DRIVEN-SW           PIC X(01) VALUE 'N'.
009100         88  DRIVEN-MODE              VALUE 'Y'.
009200     05  WS-LOCK-SW             PIC X(01) VALUE 'N'.
009300         88  MASTER-LOCK-TAKEN        VALUE 'Y'.
009400         88  MASTER-LOCK-REFUSED      VALUE 'R'.
009500     05  WS-FOUND-SW            PIC X(01) VALUE 'N'.
009600         88  ENTRY-FOUND              VALUE 'Y'.
009700     05  WS-BUSINESS-SW         PIC X(01) VALUE 'N'.
009800         88  BUSINESS-DAY             VALUE 'Y'.
009900     05  WS-LAST-BD-SW          PIC X(01) VALUE 'N'.
010000         88  LAST-BUSINESS-DAY        VALUE 'Y'.
010100     05  WS-EARLIER-BD-SW       PIC X(01) VALUE 'N'.
010200         88  EARLIER-BUSINESS-DAY     VALUE 'Y'.
010300     05  WS-DAY-DUE-SW          PIC X(01) VALUE 'N'.
010400         88  DAY-IS-DUE               VALUE 'Y'.
010500
010600*--------------------------------------------------------------*
010700* THE PROGRAMS THE CYCLE MAY RUN - EACH TAKES ITS PARAMETERS   *
010800* FROM EODPARM RATHER THAN THE CONSOLE.                        *
010900*--------------------------------------------------------------*
011000 01  WS-CYCLE-PROGRAM-LIST.
011100     05  FILLER                 PIC X(08) VALUE "TRNACK".
011200     05  FILLER                 PIC X(08) VALUE "MGTRPT".
011300     05  FILLER                 PIC X(08) VALUE "DUPSRVY".
011400     05  FILLER                 PIC X(08) VALUE "PAIRCHK".
011500     05  FILLER                 PIC X(08) VALUE "ARCHMST".
011600 01  WS-CYCLE-PROGRAM-TABLE REDEFINES WS-CYCLE-PROGRAM-LIST.
011700     05  WS-CYCLE-PROGRAM       PIC X(08)
011800             OCCURS 5 TIMES INDEXED BY WS-CP-IDX.
011900
012000*--------------------------------------------------------------*
012100* THE CALENDAR JOBS, EACH WITH THE CONTROL DATES CARRIED OVER  *
012200* FROM ITS LAST CYCLE AND THE OUTCOME OF THIS ONE.             *
012300*--------------------------------------------------------------*
012400 77  WS-JOB-MAX                 PIC 9(03) COMP VALUE 50.
012500 77  WS-JOB-COUNT               PIC 9(03) COMP VALUE ZERO.
012600 01  WS-JOB-TABLE.
012700     05  WS-JOB-ENTRY
012800             OCCURS 50 TIMES INDEXED BY WS-JOB-IDX.
012900         10  WS-JOB-KEY.
013000             15  WS-JOB-PROGRAM         PIC X(08).
013100             15  WS-JOB-FREQUENCY       PIC X(01).
013200                 88  JOB-WEEKLY              VALUE 'W'.
013300                 88  JOB-MONTHLY             VALUE 'M'.
013400                 88  JOB-QUARTERLY           VALUE 'Q'.
013500                 88  JOB-YEARLY              VALUE 'Y'.
013600             15  WS-JOB-MONTH           PIC 9(02).
013700             15  WS-JOB-DAY             PIC 9(02).
013800         10  WS-JOB-PARM-1          PIC X(50).
013900         10  WS-JOB-PARM-2          PIC X(50).
014000         10  WS-JOB-VALID-SW        PIC X(01).
014100             88  JOB-VALID               VALUE 'Y'.
014200         10  WS-JOB-LAST-DUE        PIC 9(08).
014300         10  WS-JOB-LAST-RUN-DATE   PIC 9(08).
014400         10  WS-JOB-LAST-RUN-TIME   PIC 9(08).
014500         10  WS-JOB-LAST-RESULT     PIC X(08).
014600         10  WS-JOB-LAST-INFO       PIC X(30).
014700         10  WS-JOB-DUE-DATE        PIC 9(08).
014800         10  WS-JOB-DUE-COUNT       PIC 9(03).
014900         10  WS-JOB-RESULT          PIC X(08).
015000         10  WS-JOB-INFO            PIC X(30).
015100
015200*--------------------------------------------------------------*
015300* THE HOLIDAYS FROM THE CALENDAR.                              *
015400*--------------------------------------------------------------*
015500 77  WS-HOLIDAY-MAX             PIC 9(03) COMP VALUE 200.
015600 77  WS-HOLIDAY-COUNT           PIC 9(03) COMP VALUE ZERO.
015700 01  WS-HOLIDAY-TABLE.
015800     05  WS-HOLIDAY-ENTRY
015900             OCCURS 200 TIMES INDEXED BY WS-HOL-IDX.
016000         10  WS-HOLIDAY-DATE        PIC 9(08).
016100         10  WS-HOLIDAY-NAME        PIC X(30).
016200
016300*--------------------------------------------------------------*
016400* THE CONTROL ROWS LEFT BY THE LAST CYCLE.                     *
016500*--------------------------------------------------------------*
016600 77  WS-CTL-MAX                 PIC 9(03) COMP VALUE 50.
016700 77  WS-CTL-COUNT               PIC 9(03) COMP VALUE ZERO.
016800 01  WS-CTL-TABLE.
016900     05  WS-CTL-ENTRY
017000             OCCURS 50 TIMES INDEXED BY WS-CTL-IDX.
017100         10  WS-CTL-KEY             PIC X(13).
017200         10  WS-CTL-LAST-DUE        PIC 9(08).
017300         10  WS-CTL-LAST-RUN-DATE   PIC 9(08).
017400         10  WS-CTL-LAST-RUN-TIME   PIC 9(08).
017500         10  WS-CTL-LAST-RESULT     PIC X(08).
017600         10  WS-CTL-LAST-INFO       PIC X(30).
017700
017800*--------------------------------------------------------------*
017900* DUE-DATE WORK FIELDS. DAYS ARE WALKED AS INTEGER DATES; A    *
018000* JOB NOT RUN FOR LONGER THAN THE LOOK-BACK IS ONLY SEARCHED   *
018100* BACK THAT FAR - MORE THAN A YEAR, SO A YEARLY JOB IS FOUND.  *
018200*--------------------------------------------------------------*
018300 01  WS-TODAY                   PIC 9(08) VALUE ZERO.
018400 01  WS-TODAY-TEXT              PIC X(10) VALUE SPACES.
018500 77  WS-TODAY-INT               PIC 9(08) COMP VALUE ZERO.
018600 77  WS-LOOK-BACK-DAYS          PIC 9(03) COMP VALUE 400.
018700 77  WS-START-INT               PIC 9(08) COMP VALUE ZERO.
018800 77  WS-DAY-INT                 PIC 9(08) COMP VALUE ZERO.
018900 77  WS-CHK-INT                 PIC 9(08) COMP VALUE ZERO.
019000 77  WS-FROM-INT                PIC 9(08) COMP VALUE ZERO.
019100 77  WS-MONTH-END-INT           PIC 9(08) COMP VALUE ZERO.
019200 77  WS-DOW-WORK                PIC 9(08) COMP VALUE ZERO.
019300 77  WS-DOW-QUOTIENT            PIC 9(08) COMP VALUE ZERO.
019400 77  WS-DOW-OFFSET              PIC 9(02) COMP VALUE ZERO.
019500 77  WS-BD-NUMBER               PIC 9(02) COMP VALUE ZERO.
019600 77  WS-QUARTER-MONTH           PIC 9(02) COMP VALUE ZERO.
019700 01  WS-DAY-DATE                PIC 9(08) VALUE ZERO.
019800 01  WS-DAY-PARTS REDEFINES WS-DAY-DATE.
019900     05  WS-DAY-YEAR            PIC 9(04).
020000     05  WS-DAY-MONTH           PIC 9(02).
020100     05  WS-DAY-DOM             PIC 9(02).
020200 01  WS-DAY-DOW                 PIC 9(01) VALUE ZERO.
020300 01  WS-CHK-DATE                PIC 9(08) VALUE ZERO.
020400 01  WS-CHK-DOW                 PIC 9(01) VALUE ZERO.
020500 01  WS-NEXT-MONTH-DATE         PIC 9(08) VALUE ZERO.
020600 01  WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH-DATE.
020700     05  WS-NEXT-MONTH-YEAR     PIC 9(04).
020800     05  WS-NEXT-MONTH-MONTH    PIC 9(02).
020900     05  WS-NEXT-MONTH-DOM      PIC 9(02).
021000 01  WS-TODAY-HOLIDAY           PIC X(30) VALUE SPACES.
021100
021200*--------------------------------------------------------------*
021300* THE ARCHMST CUTOFF - A FIXED DATE, OR 'Ynn' FOR NN YEARS     *
021400* BEFORE THE DUE DATE.                                         *
021500*--------------------------------------------------------------*
021600 01  WS-CUTOFF-RULE             PIC X(08) VALUE SPACES.
021700 01  WS-CUTOFF-RULE-PARTS REDEFINES WS-CUTOFF-RULE.
021800     05  WS-CUTOFF-RULE-TYPE    PIC X(01).
021900     05  WS-CUTOFF-RULE-YEARS   PIC 9(02).
022000     05  FILLER                 PIC X(05).
022100 01  WS-CUTOFF-RULE-DATE REDEFINES WS-CUTOFF-RULE
022200                                PIC 9(08).
022300 01  WS-CUTOFF-DATE             PIC 9(08) VALUE ZERO.
022400 01  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
022500     05  WS-CUTOFF-YEAR         PIC 9(04).
022600     05  WS-CUTOFF-MONTH        PIC 9(02).
022700     05  WS-CUTOFF-DOM          PIC 9(02).
022800
022900*--------------------------------------------------------------*
023000* CYCLE COUNTERS.                                              *
023100*--------------------------------------------------------------*
023200 01  WS-CYCLE-COUNTS.
023300     05  WS-JOBS-DUE            PIC 9(02) VALUE ZERO.
023400     05  WS-JOBS-RUN            PIC 9(02) VALUE ZERO.
023500     05  WS-JOBS-FAILED         PIC 9(02) VALUE ZERO.
023600     05  WS-JOBS-SKIPPED        PIC 9(02) VALUE ZERO.
023700
023800*--------------------------------------------------------------*
023900* REPORT WORK AREAS.                                           *
024000*--------------------------------------------------------------*
024100 01  WS-REPORT-LINE             PIC X(132) VALUE SPACES.
024200 01  WS-DATE-WORK               PIC 9(08) VALUE ZERO.
024300 01  WS-DATE-TEXT               PIC X(10) VALUE SPACES.
024400 01  WS-EDIT-DUE-COUNT          PIC ZZ9.
024500
024600 01  WS-COLUMN-HEAD.
024700     05  FILLER                 PIC X(10) VALUE "PROGRAM".
024800     05  FILLER                 PIC X(11) VALUE "FREQUENCY".
024900     05  FILLER                 PIC X(05) VALUE "MO".
025000     05  FILLER                 PIC X(05) VALUE "DAY".
025100     05  FILLER                 PIC X(12) VALUE "DUE DATE".
025200     05  FILLER                 PIC X(06) VALUE "TIMES".
025300     05  FILLER                 PIC X(10) VALUE "RESULT".
025400     05  FILLER                 PIC X(06) VALUE "DETAIL".
025500
025600*--------------------------------------------------------------*
025700* ONE LINE PER CALENDAR JOB. TIMES IS HOW MANY DUE DATES THE   *
025800* RUN COVERS - MORE THAN ONE WHEN EARLIER ONES WERE MISSED.    *
025900*--------------------------------------------------------------*
026000 01  WS-DETAIL-LINE.
026100     05  WS-DL-PROGRAM          PIC X(08).
026200     05  FILLER                 PIC X(02) VALUE SPACES.
026300     05  WS-DL-FREQUENCY        PIC X(09).
026400     05  FILLER                 PIC X(02) VALUE SPACES.
026500     05  WS-DL-MONTH            PIC X(02).
026600     05  FILLER                 PIC X(03) VALUE SPACES.
026700     05  WS-DL-DAY              PIC X(04).
026800     05  FILLER                 PIC X(01) VALUE SPACES.
026900     05  WS-DL-DUE-DATE         PIC X(10).
027000     05  FILLER                 PIC X(02) VALUE SPACES.
027100     05  WS-DL-TIMES            PIC X(03).
027200     05  FILLER                 PIC X(03) VALUE SPACES.
027300     05  WS-DL-RESULT           PIC X(08).
027400     05  FILLER                 PIC X(02) VALUE SPACES.
027500     05  WS-DL-DETAIL           PIC X(40).
027600
027700 01  CURRENT-DATE-DATA.
027800     05  CURRENT-DATE.
027900         10  CURRENT-YEAR          PIC 9(04).
028000         10  CURRENT-MONTH         PIC 9(02).
028100         10  CURRENT-DAY           PIC 9(02).
028200     05  WS-CURRENT-TIME.
028300         10  CURRENT-HOURS         PIC 9(02).
028400         10  CURRENT-MINUTE        PIC 9(02).
028500         10  CURRENT-SECOND        PIC 9(02).
028600         10  CURRENT-MILLISECONDS  PIC 9(02).
028700
028800*--------------------------------------------------------------*
028900* PARAMETER AREA PASSED TO EACH CYCLE JOB.                     *
029000*--------------------------------------------------------------*
029100     COPY eodparm.
029200
029300*--------------------------------------------------------------*
029400* PARAMETER AREA OF THE MASTER LOCK.                           *
029500*--------------------------------------------------------------*
029600     COPY lockparm.
029700
029800 LINKAGE SECTION.
029900*--------------------------------------------------------------*
030000* THE EODBATCH PARAMETER AREA (LAID OUT AS EODPARM), NAMED     *
030100* APART HERE BECAUSE THE PROGRAM PASSES ITS OWN EODPARM AREA   *
030200* ON TO EACH JOB IT RUNS.                                      *
030300*--------------------------------------------------------------*
030400 01  CALLER-PARM.
030500     05  CP-EYECATCHER          PIC X(08).
030600         88  CP-PARM-PRESENT         VALUE "EODPARM ".
030700     05  CP-FILE-1              PIC X(50).
030800     05  CP-FILE-2              PIC X(50).
030900     05  CP-STEP-STATUS         PIC X(02).
031000     05  CP-INFO                PIC X(30).
031100
031200 PROCEDURE DIVISION USING CALLER-PARM.
031300*--------------------------------------------------------------*
031400 0000-MAINLINE.
031500*--------------------------------------------------------------*
031600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031700     IF NOT RUN-ABORTED
031800         PERFORM 2000-FIND-DUE THRU 2000-EXIT
031900             VARYING WS-JOB-IDX FROM 1 BY 1
032000             UNTIL WS-JOB-IDX > WS-JOB-COUNT
032100         PERFORM 3000-RUN-JOB THRU 3000-EXIT
032200             VARYING WS-JOB-IDX FROM 1 BY 1
032300             UNTIL WS-JOB-IDX > WS-JOB-COUNT
032400         PERFORM 5000-REWRITE-CONTROL THRU 5000-EXIT
032500     END-IF.
032600     PERFORM 7000-PRINT-REPORT THRU 7000-EXIT.
032700     PERFORM 8000-TERMINATE THRU 8000-EXIT.
032800     GOBACK.
032900
033000*--------------------------------------------------------------*
033100 1000-INITIALIZE.
033200*    LOADS THE CALENDAR AND THE LAST CYCLE'S CONTROL ROWS. NO  *
033300*    CALENDAR MEANS NOTHING CAN BE SCHEDULED AND FAILS THE     *
033400*    RUN; NO CONTROL FILE ONLY MEANS THIS IS THE FIRST CYCLE.  *
033500*--------------------------------------------------------------*
033600     IF ADDRESS OF CALLER-PARM NOT = NULL
033700         IF CP-PARM-PRESENT
033800             MOVE 'Y' TO WS-DRIVEN-SW
033900         END-IF
034000     END-IF.
034100     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA.
034200     MOVE CURRENT-DATE TO WS-TODAY.
034300     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
034400     MOVE WS-TODAY TO WS-DATE-WORK.
034500     PERFORM 7500-FORMAT-DATE THRU 7500-EXIT.
034600     MOVE WS-DATE-TEXT TO WS-TODAY-TEXT.
034700     OPEN INPUT CALENDAR-FILE.
034800     IF NOT CALENDAR-OK
034900         DISPLAY "JOB CALENDAR " WS-CALENDAR-FILE-NAME
035000             " NOT AVAILABLE - STATUS " WS-CALENDAR-STATUS
035100         MOVE 'Y' TO WS-ABORT-SW
035200         GO TO 1000-EXIT
035300     END-IF.
035400     PERFORM 1100-LOAD-CALENDAR-ROW THRU 1100-EXIT
035500         UNTIL CAL-EOF.
035600     CLOSE CALENDAR-FILE.
035700     PERFORM 1200-LOAD-CONTROL THRU 1200-EXIT.
035800     IF NOT DRIVEN-MODE
035900         PERFORM 1300-TAKE-MASTER-LOCK THRU 1300-EXIT
036000     END-IF.
036100 1000-EXIT.
036200     EXIT.
036300
036400*--------------------------------------------------------------*
036500 1100-LOAD-CALENDAR-ROW.
036600*    HOLIDAY ROWS GO TO THE HOLIDAY TABLE, JOB ROWS TO THE JOB *
036700*    TABLE. A JOB ROW THAT NAMES A PROGRAM THE CYCLE CANNOT    *
036800*    RUN, OR A SCHEDULE THAT MAKES NO SENSE, IS KEPT BUT       *
036900*    MARKED INVALID SO THE REPORT SHOWS IT SKIPPED AND WHY.    *
037000*--------------------------------------------------------------*
037100     READ CALENDAR-FILE
037200         AT END
037300             MOVE 'Y' TO WS-CAL-EOF-SW
037400     END-READ.
037500     IF CAL-EOF
037600         GO TO 1100-EXIT
037700     END-IF.
037800     IF JC-HOLIDAY-ROW
037900         PERFORM 1110-ADD-HOLIDAY THRU 1110-EXIT
038000         GO TO 1100-EXIT
038100     END-IF.
038200     IF NOT JC-JOB-ROW
038300         GO TO 1100-EXIT
038400     END-IF.
038500     IF WS-JOB-COUNT >= WS-JOB-MAX
038600         DISPLAY "TOO MANY JOBS ON THE CALENDAR - " JC-PROGRAM
038700             " IGNORED."
038800         GO TO 1100-EXIT
038900     END-IF.
039000     ADD 1 TO WS-JOB-COUNT.
039100     SET WS-JOB-IDX TO WS-JOB-COUNT.
039200     MOVE JC-PROGRAM TO WS-JOB-PROGRAM(WS-JOB-IDX).
039300     MOVE JC-FREQUENCY TO WS-JOB-FREQUENCY(WS-JOB-IDX).
039400     MOVE JC-MONTH TO WS-JOB-MONTH(WS-JOB-IDX).
039500     MOVE JC-DAY TO WS-JOB-DAY(WS-JOB-IDX).
039600     MOVE JC-PARM-1 TO WS-JOB-PARM-1(WS-JOB-IDX).
039700     MOVE JC-PARM-2 TO WS-JOB-PARM-2(WS-JOB-IDX).
039800     MOVE 'Y' TO WS-JOB-VALID-SW(WS-JOB-IDX).
039900     MOVE ZERO TO WS-JOB-LAST-DUE(WS-JOB-IDX).
040000     MOVE ZERO TO WS-JOB-LAST-RUN-DATE(WS-JOB-IDX).
040100     MOVE ZERO TO WS-JOB-LAST-RUN-TIME(WS-JOB-IDX).
040200     MOVE SPACES TO WS-JOB-LAST-RESULT(WS-JOB-IDX).
040300     MOVE SPACES TO WS-JOB-LAST-INFO(WS-JOB-IDX).
040400     MOVE ZERO TO WS-JOB-DUE-DATE(WS-JOB-IDX).
040500     MOVE ZERO TO WS-JOB-DUE-COUNT(WS-JOB-IDX).
040600     MOVE SPACES TO WS-JOB-RESULT(WS-JOB-IDX).
040700     MOVE SPACES TO WS-JOB-INFO(WS-JOB-IDX).
040800     PERFORM 1120-EDIT-JOB THRU 1120-EXIT.
040900 1100-EXIT.
041000     EXIT.
041100
041200*--------------------------------------------------------------*
041300 1110-ADD-HOLIDAY.
041400*--------------------------------------------------------------*
041500     IF JC-HOLIDAY-DATE NOT NUMERIC
041600         DISPLAY "INVALID HOLIDAY DATE ON THE CALENDAR - "
041700             JC-HOLIDAY-NAME " IGNORED."
041800         GO TO 1110-EXIT
041900     END-IF.
042000     IF WS-HOLIDAY-COUNT >= WS-HOLIDAY-MAX
042100         DISPLAY "TOO MANY HOLIDAYS ON THE CALENDAR - "
042200             JC-HOLIDAY-DATE " IGNORED."
042300         GO TO 1110-EXIT
042400     END-IF.
042500     ADD 1 TO WS-HOLIDAY-COUNT.
042600     SET WS-HOL-IDX TO WS-HOLIDAY-COUNT.
042700     MOVE JC-HOLIDAY-DATE TO WS-HOLIDAY-DATE(WS-HOL-IDX).
042800     MOVE JC-HOLIDAY-NAME TO WS-HOLIDAY-NAME(WS-HOL-IDX).
042900 1110-EXIT.
043000     EXIT.
043100
043200*--------------------------------------------------------------*
043300 1120-EDIT-JOB.
043400*    CHECKS THE JOB ROW JUST LOADED.                           *
043500*--------------------------------------------------------------*
043600     MOVE 'N' TO WS-FOUND-SW.
043700     PERFORM 1130-CHECK-PROGRAM THRU 1130-EXIT
043800         VARYING WS-CP-IDX FROM 1 BY 1
043900         UNTIL WS-CP-IDX > 5 OR ENTRY-FOUND.
044000     IF NOT ENTRY-FOUND
044100         MOVE "NOT A CYCLE PROGRAM" TO WS-JOB-INFO(WS-JOB-IDX)
044200         GO TO 1120-INVALID
044300     END-IF.
044400     IF JC-MONTH NOT NUMERIC OR JC-DAY NOT NUMERIC
044500         MOVE "MONTH/DAY NOT NUMERIC" TO WS-JOB-INFO(WS-JOB-IDX)
044600         GO TO 1120-INVALID
044700     END-IF.
044800     EVALUATE TRUE
044900         WHEN JC-WEEKLY
045000             IF JC-DAY < 1 OR JC-DAY > 5
045100                 MOVE "WEEKDAY NOT 01-05"
045200                     TO WS-JOB-INFO(WS-JOB-IDX)
045300                 GO TO 1120-INVALID
045400             END-IF
045500         WHEN JC-MONTHLY
045600             IF JC-DAY < 1
045700                 MOVE "BUSINESS DAY NOT GIVEN"
045800                     TO WS-JOB-INFO(WS-JOB-IDX)
045900                 GO TO 1120-INVALID
046000             END-IF
046100         WHEN JC-QUARTERLY
046200             IF JC-MONTH < 1 OR JC-MONTH > 3 OR JC-DAY < 1
046300                 MOVE "QUARTER MONTH/DAY INVALID"
046400                     TO WS-JOB-INFO(WS-JOB-IDX)
046500                 GO TO 1120-INVALID
046600             END-IF
046700         WHEN JC-YEARLY
046800             IF JC-MONTH < 1 OR JC-MONTH > 12 OR JC-DAY < 1
046900                 MOVE "YEAR MONTH/DAY INVALID"
047000                     TO WS-JOB-INFO(WS-JOB-IDX)
047100                 GO TO 1120-INVALID
047200             END-IF
047300         WHEN OTHER
047400             MOVE "FREQUENCY NOT W/M/Q/Y"
047500                 TO WS-JOB-INFO(WS-JOB-IDX)
047600             GO TO 1120-INVALID
047700     END-EVALUATE.
047800     GO TO 1120-EXIT.
047900 1120-INVALID.
048000     MOVE 'N' TO WS-JOB-VALID-SW(WS-JOB-IDX).
048100     MOVE ZERO TO WS-JOB-MONTH(WS-JOB-IDX).
048200     MOVE ZERO TO WS-JOB-DAY(WS-JOB-IDX).
048300 1120-EXIT.
048400     EXIT.
048500
048600*--------------------------------------------------------------*
048700 1130-CHECK-PROGRAM.
048800*--------------------------------------------------------------*
048900     IF WS-CYCLE-PROGRAM(WS-CP-IDX) = JC-PROGRAM
049000         MOVE 'Y' TO WS-FOUND-SW
049100     END-IF.
049200 1130-EXIT.
049300     EXIT.
049400
049500*--------------------------------------------------------------*
049600 1200-LOAD-CONTROL.
049700*--------------------------------------------------------------*
049800     OPEN INPUT CONTROL-FILE.
049900     IF NOT CONTROL-OK
050000         GO TO 1200-EXIT
050100     END-IF.
050200     MOVE 'N' TO WS-CTL-EOF-SW.
050300     PERFORM 1210-LOAD-CONTROL-ROW THRU 1210-EXIT
050400         UNTIL CTL-EOF.
050500     CLOSE CONTROL-FILE.
050600 1200-EXIT.
050700     EXIT.
050800
050900*--------------------------------------------------------------*
051000 1210-LOAD-CONTROL-ROW.
051100*--------------------------------------------------------------*
051200     READ CONTROL-FILE
051300         AT END
051400             MOVE 'Y' TO WS-CTL-EOF-SW
051500     END-READ.
051600     IF CTL-EOF
051700         GO TO 1210-EXIT
051800     END-IF.
051900     IF WS-CTL-COUNT >= WS-CTL-MAX
052000         MOVE 'Y' TO WS-CTL-EOF-SW
052100         GO TO 1210-EXIT
052200     END-IF.
052300     ADD 1 TO WS-CTL-COUNT.
052400     SET WS-CTL-IDX TO WS-CTL-COUNT.
052500     MOVE CY-JOB-KEY TO WS-CTL-KEY(WS-CTL-IDX).
052600     MOVE CY-LAST-DUE-DATE TO WS-CTL-LAST-DUE(WS-CTL-IDX).
052700     MOVE CY-LAST-RUN-DATE TO WS-CTL-LAST-RUN-DATE(WS-CTL-IDX).
052800     MOVE CY-LAST-RUN-TIME TO WS-CTL-LAST-RUN-TIME(WS-CTL-IDX).
052900     MOVE CY-LAST-RESULT TO WS-CTL-LAST-RESULT(WS-CTL-IDX).
053000     MOVE CY-LAST-INFO TO WS-CTL-LAST-INFO(WS-CTL-IDX).
053100 1210-EXIT.
053200     EXIT.
053300
053400*--------------------------------------------------------------*
053500 1300-TAKE-MASTER-LOCK.
053600*    RUN BY HAND, THE CYCLE HOLDS THE MASTER LOCK WHILE ITS    *
053700*    JOBS RUN, AS EODBATCH DOES FOR ITS CHAIN - ARCHMST PURGES *
053800*    THE MASTER AND THE REPORTS SHOULD SEE IT STILL. A LOCK    *
053900*    HELD BY ANOTHER RUN LEAVES EVERY DUE JOB SKIPPED; THE     *
054000*    NEXT CYCLE CATCHES THEM UP.                               *
054100*--------------------------------------------------------------*
054200     MOVE 'A' TO LP-FUNCTION.
054300     MOVE "CYCLDRV" TO LP-PROGRAM.
054400     MOVE "BATCH" TO LP-OPERATOR.
054500     CALL 'MSTLOCK' USING MASTER-LOCK-PARM.
054600     IF LP-DONE
054700         MOVE 'Y' TO WS-LOCK-SW
054800         GO TO 1300-EXIT
054900     END-IF.
055000     MOVE 'R' TO WS-LOCK-SW.
055100     IF LP-HELD
055200         DISPLAY "MASTER LOCKED BY " LP-HOLDER-TEXT
055300             " - DUE JOBS NOT RUN."
055400     ELSE
055500         MOVE "MASTER LOCK FILE NOT AVAILABLE" TO LP-HOLDER-TEXT
055600         DISPLAY "MASTER LOCK NOT AVAILABLE - DUE JOBS NOT RUN."
055700     END-IF.
055800 1300-EXIT.
055900     EXIT.
056000
056100*--------------------------------------------------------------*
056200 2000-FIND-DUE.
056300*    PICKS UP THE JOB'S CONTROL ROW AND WALKS EVERY DAY FROM   *
056400*    THE DAY AFTER ITS LAST DUE DATE UP TO TODAY, KEEPING THE  *
056500*    LATEST DAY THE JOB FELL DUE AND HOW MANY THERE WERE. A    *
056600*    JOB WITH NO CONTROL ROW IS NEW TO THE CALENDAR AND ONLY   *
056700*    LOOKS AT TODAY.                                           *
056800*--------------------------------------------------------------*
056900     IF NOT JOB-VALID(WS-JOB-IDX)
057000         GO TO 2000-EXIT
057100     END-IF.
057200     MOVE 'N' TO WS-FOUND-SW.
057300     PERFORM 2010-FIND-CONTROL-ROW THRU 2010-EXIT
057400         VARYING WS-CTL-IDX FROM 1 BY 1
057500         UNTIL WS-CTL-IDX > WS-CTL-COUNT OR ENTRY-FOUND.
057600     IF WS-JOB-LAST-DUE(WS-JOB-IDX) = ZERO
057700         COMPUTE WS-START-INT = WS-TODAY-INT
057800         COMPUTE WS-DAY-INT = WS-TODAY-INT - 1
057900         MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
058000             TO WS-JOB-LAST-DUE(WS-JOB-IDX)
058100     ELSE
058200         COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE
058300             (WS-JOB-LAST-DUE(WS-JOB-IDX)) + 1
058400     END-IF.
058500     IF WS-START-INT < WS-TODAY-INT - WS-LOOK-BACK-DAYS
058600         COMPUTE WS-START-INT = WS-TODAY-INT - WS-LOOK-BACK-DAYS
058700     END-IF.
058800     PERFORM 2100-TEST-DAY THRU 2100-EXIT
058900         VARYING WS-DAY-INT FROM WS-START-INT BY 1
059000         UNTIL WS-DAY-INT > WS-TODAY-INT.
059100 2000-EXIT.
059200     EXIT.
059300
059400*--------------------------------------------------------------*
059500 2010-FIND-CONTROL-ROW.
059600*--------------------------------------------------------------*
059700     IF WS-CTL-KEY(WS-CTL-IDX) NOT = WS-JOB-KEY(WS-JOB-IDX)
059800         GO TO 2010-EXIT
059900     END-IF.
060000     MOVE 'Y' TO WS-FOUND-SW.
060100     IF WS-CTL-LAST-DUE(WS-CTL-IDX) NUMERIC
060200         MOVE WS-CTL-LAST-DUE(WS-CTL-IDX)
060300             TO WS-JOB-LAST-DUE(WS-JOB-IDX)
060400     END-IF.
060500     MOVE WS-CTL-LAST-RUN-DATE(WS-CTL-IDX)
060600         TO WS-JOB-LAST-RUN-DATE(WS-JOB-IDX).
060700     MOVE WS-CTL-LAST-RUN-TIME(WS-CTL-IDX)
060800         TO WS-JOB-LAST-RUN-TIME(WS-JOB-IDX).
060900     MOVE WS-CTL-LAST-RESULT(WS-CTL-IDX)
061000         TO WS-JOB-LAST-RESULT(WS-JOB-IDX).
061100     MOVE WS-CTL-LAST-INFO(WS-CTL-IDX)
061200         TO WS-JOB-LAST-INFO(WS-JOB-IDX).
061300 2010-EXIT.
061400     EXIT.
061500
061600*--------------------------------------------------------------*
061700 2100-TEST-DAY.
061800*    DECIDES WHETHER THE JOB FELL DUE ON THE DAY WS-DAY-INT.   *
061900*    ONLY A BUSINESS DAY CAN BE A DUE DAY.                     *
062000*--------------------------------------------------------------*
062100     MOVE WS-DAY-INT TO WS-CHK-INT.
062200     PERFORM 2200-CHECK-BUSINESS-DAY THRU 2200-EXIT.
062300     IF NOT BUSINESS-DAY
062400         GO TO 2100-EXIT
062500     END-IF.
062600     MOVE WS-CHK-DATE TO WS-DAY-DATE.
062700     MOVE WS-CHK-DOW TO WS-DAY-DOW.
062800     MOVE 'N' TO WS-DAY-DUE-SW.
062900     EVALUATE TRUE
063000         WHEN JOB-WEEKLY(WS-JOB-IDX)
063100             PERFORM 2300-TEST-WEEKLY THRU 2300-EXIT
063200         WHEN JOB-MONTHLY(WS-JOB-IDX)
063300             PERFORM 2400-TEST-MONTH-DAY THRU 2400-EXIT
063400         WHEN JOB-QUARTERLY(WS-JOB-IDX)
063500             DIVIDE WS-DAY-MONTH BY 3 GIVING WS-DOW-QUOTIENT
063600                 REMAINDER WS-QUARTER-MONTH
063700             IF WS-QUARTER-MONTH = ZERO
063800                 MOVE 3 TO WS-QUARTER-MONTH
063900             END-IF
064000             IF WS-QUARTER-MONTH = WS-JOB-MONTH(WS-JOB-IDX)
064100                 PERFORM 2400-TEST-MONTH-DAY THRU 2400-EXIT
064200             END-IF
064300         WHEN JOB-YEARLY(WS-JOB-IDX)
064400             IF WS-DAY-MONTH = WS-JOB-MONTH(WS-JOB-IDX)
064500                 PERFORM 2400-TEST-MONTH-DAY THRU 2400-EXIT
064600             END-IF
064700     END-EVALUATE.
064800     IF DAY-IS-DUE
064900         ADD 1 TO WS-JOB-DUE-COUNT(WS-JOB-IDX)
065000         MOVE WS-DAY-DATE TO WS-JOB-DUE-DATE(WS-JOB-IDX)
065100     END-IF.
065200 2100-EXIT.
065300     EXIT.
065400
065500*--------------------------------------------------------------*
065600 2200-CHECK-BUSINESS-DAY.
065700*    SETS BUSINESS-DAY, WS-CHK-DATE AND WS-CHK-DOW (1 MONDAY   *
065800*    TO 7 SUNDAY) FOR THE INTEGER DATE WS-CHK-INT. INTEGER DAY *
065900*    1, 1601-01-01, WAS A MONDAY.                              *
066000*--------------------------------------------------------------*
066100     MOVE 'N' TO WS-BUSINESS-SW.
066200     MOVE 'N' TO WS-FOUND-SW.
066300     MOVE FUNCTION DATE-OF-INTEGER(WS-CHK-INT) TO WS-CHK-DATE.
066400     COMPUTE WS-DOW-WORK = WS-CHK-INT - 1.
066500     DIVIDE WS-DOW-WORK BY 7 GIVING WS-DOW-QUOTIENT
066600         REMAINDER WS-DOW-OFFSET.
066700     COMPUTE WS-CHK-DOW = WS-DOW-OFFSET + 1.
066800     IF WS-CHK-DOW > 5
066900         GO TO 2200-EXIT
067000     END-IF.
067100     PERFORM 2210-CHECK-HOLIDAY THRU 2210-EXIT
067200         VARYING WS-HOL-IDX FROM 1 BY 1
067300         UNTIL WS-HOL-IDX > WS-HOLIDAY-COUNT OR ENTRY-FOUND.
067400     IF NOT ENTRY-FOUND
067500         MOVE 'Y' TO WS-BUSINESS-SW
067600     END-IF.
067700 2200-EXIT.
067800     EXIT.
067900
068000*--------------------------------------------------------------*
068100 2210-CHECK-HOLIDAY.
068200*--------------------------------------------------------------*
068300     IF WS-HOLIDAY-DATE(WS-HOL-IDX) = WS-CHK-DATE
068400         MOVE 'Y' TO WS-FOUND-SW
068500     END-IF.
068600 2210-EXIT.
068700     EXIT.
068800
068900*--------------------------------------------------------------*
069000 2300-TEST-WEEKLY.
069100*    THE BUSINESS DAY IS DUE WHEN IT IS THE JOB'S WEEKDAY, OR  *
069200*    THE FIRST BUSINESS DAY AFTER IT WHEN THE WEEKDAY ITSELF   *
069300*    (AND ANY DAY BETWEEN) WAS NOT A BUSINESS DAY.             *
069400*--------------------------------------------------------------*
069500     IF WS-DAY-DOW >= WS-JOB-DAY(WS-JOB-IDX)
069600         COMPUTE WS-DOW-OFFSET
069700             = WS-DAY-DOW - WS-JOB-DAY(WS-JOB-IDX)
069800     ELSE
069900         COMPUTE WS-DOW-OFFSET
070000             = WS-DAY-DOW + 7 - WS-JOB-DAY(WS-JOB-IDX)
070100     END-IF.
070200     COMPUTE WS-FROM-INT = WS-DAY-INT - WS-DOW-OFFSET.
070300     MOVE 'N' TO WS-EARLIER-BD-SW.
070400     PERFORM 2310-CHECK-EARLIER-DAY THRU 2310-EXIT
070500         VARYING WS-CHK-INT FROM WS-FROM-INT BY 1
070600         UNTIL WS-CHK-INT >= WS-DAY-INT OR EARLIER-BUSINESS-DAY.
070700     IF NOT EARLIER-BUSINESS-DAY
070800         MOVE 'Y' TO WS-DAY-DUE-SW
070900     END-IF.
071000 2300-EXIT.
071100     EXIT.
071200
071300*--------------------------------------------------------------*
071400 2310-CHECK-EARLIER-DAY.
071500*--------------------------------------------------------------*
071600     PERFORM 2200-CHECK-BUSINESS-DAY THRU 2200-EXIT.
071700     IF BUSINESS-DAY
071800         MOVE 'Y' TO WS-EARLIER-BD-SW
071900     END-IF.
072000 2310-EXIT.
072100     EXIT.
072200
072300*--------------------------------------------------------------*
072400 2400-TEST-MONTH-DAY.
072500*    THE BUSINESS DAY IS DUE WHEN ITS NUMBER WITHIN THE MONTH  *
072600*    IS THE JOB'S DAY, OR WHEN IT IS THE MONTH'S LAST BUSINESS *
072700*    DAY AND THE JOB'S DAY (99 INCLUDED) LIES BEYOND IT.       *
072800*--------------------------------------------------------------*
072900     COMPUTE WS-FROM-INT = WS-DAY-INT - WS-DAY-DOM + 1.
073000     MOVE ZERO TO WS-BD-NUMBER.
073100     PERFORM 2410-COUNT-BUSINESS-DAY THRU 2410-EXIT
073200         VARYING WS-CHK-INT FROM WS-FROM-INT BY 1
073300         UNTIL WS-CHK-INT > WS-DAY-INT.
073400     IF WS-BD-NUMBER = WS-JOB-DAY(WS-JOB-IDX)
073500         MOVE 'Y' TO WS-DAY-DUE-SW
073600         GO TO 2400-EXIT
073700     END-IF.
073800     IF WS-BD-NUMBER > WS-JOB-DAY(WS-JOB-IDX)
073900         GO TO 2400-EXIT
074000     END-IF.
074100     MOVE WS-DAY-DATE TO WS-NEXT-MONTH-DATE.
074200     MOVE 1 TO WS-NEXT-MONTH-DOM.
074300     IF WS-NEXT-MONTH-MONTH = 12
074400         MOVE 1 TO WS-NEXT-MONTH-MONTH
074500         ADD 1 TO WS-NEXT-MONTH-YEAR
074600     ELSE
074700         ADD 1 TO WS-NEXT-MONTH-MONTH
074800     END-IF.
074900     COMPUTE WS-MONTH-END-INT
075000         = FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE) - 1.
075100     MOVE 'N' TO WS-EARLIER-BD-SW.
075200     COMPUTE WS-FROM-INT = WS-DAY-INT + 1.
075300     PERFORM 2310-CHECK-EARLIER-DAY THRU 2310-EXIT
075400         VARYING WS-CHK-INT FROM WS-FROM-INT BY 1
075500         UNTIL WS-CHK-INT > WS-MONTH-END-INT
075600             OR EARLIER-BUSINESS-DAY.
075700     IF NOT EARLIER-BUSINESS-DAY
075800         MOVE 'Y' TO WS-DAY-DUE-SW
075900     END-IF.
076000 2400-EXIT.
076100     EXIT.
076200
076300*--------------------------------------------------------------*
076400 2410-COUNT-BUSINESS-DAY.
076500*--------------------------------------------------------------*
076600     PERFORM 2200-CHECK-BUSINESS-DAY THRU 2200-EXIT.
076700     IF BUSINESS-DAY
076800         ADD 1 TO WS-BD-NUMBER
076900     END-IF.
077000 2410-EXIT.
077100     EXIT.
077200
077300*--------------------------------------------------------------*
077400 3000-RUN-JOB.
077500*    RUNS ONE DUE JOB FOR ITS LATEST DUE DATE. A JOB THAT ENDS *
077600*    OK (OR WITH AN EXCEPTION TO REVIEW) MOVES ITS LAST DUE    *
077700*    DATE UP; ONE THAT FAILS OR IS SKIPPED KEEPS IT, SO THE    *
077800*    NEXT CYCLE TRIES AGAIN.                                   *
077900*--------------------------------------------------------------*
078000     IF NOT JOB-VALID(WS-JOB-IDX)
078100         MOVE "SKIPPED" TO WS-JOB-RESULT(WS-JOB-IDX)
078200         ADD 1 TO WS-JOBS-SKIPPED
078300         GO TO 3000-EXIT
078400     END-IF.
078500     IF WS-JOB-DUE-COUNT(WS-JOB-IDX) = ZERO
078600         MOVE "NOT DUE" TO WS-JOB-RESULT(WS-JOB-IDX)
078700         GO TO 3000-EXIT
078800     END-IF.
078900     ADD 1 TO WS-JOBS-DUE.
079000     IF MASTER-LOCK-REFUSED
079100         MOVE "SKIPPED" TO WS-JOB-RESULT(WS-JOB-IDX)
079200         MOVE "MASTER LOCKED - NOT RUN" TO WS-JOB-INFO(WS-JOB-IDX)
079300         ADD 1 TO WS-JOBS-SKIPPED
079400         GO TO 3000-EXIT
079500     END-IF.
079600     PERFORM 3100-BUILD-PARM THRU 3100-EXIT.
079700     IF WS-JOB-RESULT(WS-JOB-IDX) = "SKIPPED"
079800         ADD 1 TO WS-JOBS-SKIPPED
079900         GO TO 3000-EXIT
080000     END-IF.
080100     DISPLAY "CYCLE JOB " WS-JOB-PROGRAM(WS-JOB-IDX)
080200         " DUE " WS-JOB-DUE-DATE(WS-JOB-IDX).
080300     EVALUATE WS-JOB-PROGRAM(WS-JOB-IDX)
080400         WHEN "TRNACK"
080500             CALL 'TRNACK' USING EOD-PARM
080600             CANCEL 'TRNACK'
080700         WHEN "MGTRPT"
080800             CALL 'MGTRPT' USING EOD-PARM
080900             CANCEL 'MGTRPT'
081000         WHEN "DUPSRVY"
081100             CALL 'DUPSRVY' USING EOD-PARM
081200             CANCEL 'DUPSRVY'
081300         WHEN "PAIRCHK"
081400             CALL 'PAIRCHK' USING EOD-PARM
081500             CANCEL 'PAIRCHK'
081600         WHEN "ARCHMST"
081700             CALL 'ARCHMST' USING EOD-PARM
081800             CANCEL 'ARCHMST'
081900     END-EVALUATE.
082000     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA.
082100     MOVE CURRENT-DATE TO WS-JOB-LAST-RUN-DATE(WS-JOB-IDX).
082200     MOVE WS-CURRENT-TIME TO WS-JOB-LAST-RUN-TIME(WS-JOB-IDX).
082300     MOVE EP-INFO TO WS-JOB-INFO(WS-JOB-IDX).
082400     EVALUATE TRUE
082500         WHEN EP-STEP-OK
082600             MOVE "RUN OK" TO WS-JOB-RESULT(WS-JOB-IDX)
082700         WHEN EP-STEP-EXCEPTION
082800             MOVE "EXCEPT" TO WS-JOB-RESULT(WS-JOB-IDX)
082900         WHEN OTHER
083000             MOVE "FAILED" TO WS-JOB-RESULT(WS-JOB-IDX)
083100     END-EVALUATE.
083200     MOVE WS-JOB-RESULT(WS-JOB-IDX)
083300         TO WS-JOB-LAST-RESULT(WS-JOB-IDX).
083400     MOVE WS-JOB-INFO(WS-JOB-IDX) TO WS-JOB-LAST-INFO(WS-JOB-IDX).
083500     IF WS-JOB-RESULT(WS-JOB-IDX) = "FAILED"
083600         ADD 1 TO WS-JOBS-FAILED
083700     ELSE
083800         ADD 1 TO WS-JOBS-RUN
083900         MOVE WS-JOB-DUE-DATE(WS-JOB-IDX)
084000             TO WS-JOB-LAST-DUE(WS-JOB-IDX)
084100     END-IF.
084200 3000-EXIT.
084300     EXIT.
084400
084500*--------------------------------------------------------------*
084600 3100-BUILD-PARM.
084700*    THE CALENDAR PARAMETERS GO TO THE JOB AS WRITTEN, EXCEPT  *
084800*    THE ARCHMST CUTOFF RULE AND A BLANK MGTRPT REPORT FILE,   *
084900*    WHICH ARE WORKED OUT FROM THE DUE DATE.                   *
085000*--------------------------------------------------------------*
085100     MOVE "EODPARM " TO EP-EYECATCHER.
085200     MOVE WS-JOB-PARM-1(WS-JOB-IDX) TO EP-FILE-1.
085300     MOVE WS-JOB-PARM-2(WS-JOB-IDX) TO EP-FILE-2.
085400     MOVE SPACES TO EP-STEP-STATUS.
085500     MOVE SPACES TO EP-INFO.
085600     IF WS-JOB-PROGRAM(WS-JOB-IDX) = "ARCHMST"
085700         PERFORM 3200-RESOLVE-CUTOFF THRU 3200-EXIT
085800     END-IF.
085900     IF WS-JOB-PROGRAM(WS-JOB-IDX) = "MGTRPT"
086000         AND WS-JOB-PARM-2(WS-JOB-IDX) = SPACES
086100         STRING "..\output\mgt" WS-JOB-DUE-DATE(WS-JOB-IDX) ".txt"
086200             DELIMITED BY SIZE INTO EP-FILE-2
086300     END-IF.
086400 3100-EXIT.
086500     EXIT.
086600
086700*--------------------------------------------------------------*
086800 3200-RESOLVE-CUTOFF.
086900*    A FIXED YYYYMMDD CUTOFF IS PASSED AS IT IS. 'Ynn' KEEPS   *
087000*    NN YEARS OF ENTRIES BEFORE THE DUE DATE (29 FEBRUARY      *
087100*    BECOMES THE 28TH). ANYTHING ELSE SKIPS THE PURGE RATHER   *
087200*    THAN GUESS.                                               *
087300*--------------------------------------------------------------*
087400     MOVE WS-JOB-PARM-1(WS-JOB-IDX) TO WS-CUTOFF-RULE.
087500     IF WS-CUTOFF-RULE-DATE NUMERIC
087600         GO TO 3200-EXIT
087700     END-IF.
087800     IF WS-CUTOFF-RULE-TYPE NOT = 'Y'
087900         OR WS-CUTOFF-RULE-YEARS NOT NUMERIC
088000         MOVE "SKIPPED" TO WS-JOB-RESULT(WS-JOB-IDX)
088100         MOVE "CUTOFF NOT YYYYMMDD OR Ynn"
088200             TO WS-JOB-INFO(WS-JOB-IDX)
088300         GO TO 3200-EXIT
088400     END-IF.
088500     MOVE WS-JOB-DUE-DATE(WS-JOB-IDX) TO WS-CUTOFF-DATE.
088600     SUBTRACT WS-CUTOFF-RULE-YEARS FROM WS-CUTOFF-YEAR.
088700     IF WS-CUTOFF-MONTH = 2 AND WS-CUTOFF-DOM = 29
088800         MOVE 28 TO WS-CUTOFF-DOM
088900     END-IF.
089000     MOVE SPACES TO EP-FILE-1.
089100     MOVE WS-CUTOFF-DATE TO EP-FILE-1(1:8).
089200 3200-EXIT.
089300     EXIT.
089400
089500*--------------------------------------------------------------*
089600 5000-REWRITE-CONTROL.
089700*    WRITES ONE CONTROL ROW PER VALID CALENDAR JOB. A JOB      *
089800*    TAKEN OFF THE CALENDAR LOSES ITS ROW.                     *
089900*--------------------------------------------------------------*
090000     OPEN OUTPUT CONTROL-FILE.
090100     PERFORM 5100-WRITE-CONTROL-ROW THRU 5100-EXIT
090200         VARYING WS-JOB-IDX FROM 1 BY 1
090300         UNTIL WS-JOB-IDX > WS-JOB-COUNT.
090400     CLOSE CONTROL-FILE.
090500 5000-EXIT.
090600     EXIT.
090700
090800*--------------------------------------------------------------*
090900 5100-WRITE-CONTROL-ROW.
091000*--------------------------------------------------------------*
091100     IF NOT JOB-VALID(WS-JOB-IDX)
091200         GO TO 5100-EXIT
091300     END-IF.
091400     MOVE SPACES TO CYCLE-CONTROL-RECORD.
091500     MOVE WS-JOB-KEY(WS-JOB-IDX) TO CY-JOB-KEY.
091600     MOVE WS-JOB-LAST-DUE(WS-JOB-IDX) TO CY-LAST-DUE-DATE.
091700     MOVE WS-JOB-LAST-RUN-DATE(WS-JOB-IDX) TO CY-LAST-RUN-DATE.
091800     MOVE WS-JOB-LAST-RUN-TIME(WS-JOB-IDX) TO CY-LAST-RUN-TIME.
091900     MOVE WS-JOB-LAST-RESULT(WS-JOB-IDX) TO CY-LAST-RESULT.
092000     MOVE WS-JOB-LAST-INFO(WS-JOB-IDX) TO CY-LAST-INFO.
092100     WRITE CYCLE-CONTROL-RECORD.
092200 5100-EXIT.
092300     EXIT.
092400
092500*--------------------------------------------------------------*
092600 7000-PRINT-REPORT.
092700*    WRITES THE CYCLE STATUS REPORT - ONE LINE PER CALENDAR    *
092800*    JOB AND THE CYCLE COUNTS - FOR THE MORNING CHECK.         *
092900*--------------------------------------------------------------*
093000     OPEN OUTPUT REPORT-FILE.
093100     MOVE SPACES TO WS-REPORT-LINE.
093200     IF DRIVEN-MODE
093300         STRING "PERIODIC JOB CYCLE STATUS - " WS-TODAY-TEXT
093400             "   (RUN BY EODBATCH)"
093500             DELIMITED BY SIZE INTO WS-REPORT-LINE
093600     ELSE
093700         STRING "PERIODIC JOB CYCLE STATUS - " WS-TODAY-TEXT
093800             "   (RUN BY HAND)"
093900             DELIMITED BY SIZE INTO WS-REPORT-LINE
094000     END-IF.
094100     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
094200     MOVE SPACES TO WS-REPORT-LINE.
094300     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
094400     IF RUN-ABORTED
094500         STRING "*** JOB CALENDAR " WS-CALENDAR-FILE-NAME
094600             DELIMITED BY SPACE
094700             " NOT AVAILABLE - NO JOBS RUN ***"
094800             DELIMITED BY SIZE INTO WS-REPORT-LINE
094900         PERFORM 7010-WRITE-LINE THRU 7010-EXIT
095000         CLOSE REPORT-FILE
095100         GO TO 7000-EXIT
095200     END-IF.
095300     PERFORM 7100-CHECK-TODAY THRU 7100-EXIT.
095400     IF MASTER-LOCK-REFUSED
095500         MOVE SPACES TO WS-REPORT-LINE
095600         STRING "*** MASTER LOCKED BY " LP-HOLDER-TEXT
095700             " - DUE JOBS SKIPPED, CAUGHT UP NEXT CYCLE ***"
095800             DELIMITED BY SIZE INTO WS-REPORT-LINE
095900         PERFORM 7010-WRITE-LINE THRU 7010-EXIT
096000     END-IF.
096100     MOVE WS-COLUMN-HEAD TO WS-REPORT-LINE.
096200     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
096300     PERFORM 7200-PRINT-JOB THRU 7200-EXIT
096400         VARYING WS-JOB-IDX FROM 1 BY 1
096500         UNTIL WS-JOB-IDX > WS-JOB-COUNT.
096600     IF WS-JOB-COUNT = ZERO
096700         MOVE "NO JOBS ON THE CALENDAR" TO WS-REPORT-LINE
096800         PERFORM 7010-WRITE-LINE THRU 7010-EXIT
096900     END-IF.
097000     MOVE SPACES TO WS-REPORT-LINE.
097100     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
097200     STRING "JOBS DUE: " WS-JOBS-DUE "   RUN: " WS-JOBS-RUN
097300         "   FAILED: " WS-JOBS-FAILED
097400         "   SKIPPED: " WS-JOBS-SKIPPED
097500         DELIMITED BY SIZE INTO WS-REPORT-LINE.
097600     DISPLAY WS-REPORT-LINE(1:60).
097700     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
097800     CLOSE REPORT-FILE.
097900 7000-EXIT.
098000     EXIT.
098100
098200*--------------------------------------------------------------*
098300 7010-WRITE-LINE.
098400*--------------------------------------------------------------*
098500     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
098600     MOVE SPACES TO WS-REPORT-LINE.
098700 7010-EXIT.
098800     EXIT.
098900
099000*--------------------------------------------------------------*
099100 7100-CHECK-TODAY.
099200*    SAYS SO WHEN TODAY IS NOT A BUSINESS DAY - NOTHING FALLS  *
099300*    DUE ON IT; ITS JOBS FALL DUE ON THE NEXT BUSINESS DAY     *
099400*    INSTEAD.                                                  *
099500*--------------------------------------------------------------*
099600     MOVE WS-TODAY-INT TO WS-CHK-INT.
099700     PERFORM 2200-CHECK-BUSINESS-DAY THRU 2200-EXIT.
099800     IF BUSINESS-DAY
099900         GO TO 7100-EXIT
100000     END-IF.
100100     MOVE SPACES TO WS-TODAY-HOLIDAY.
100200     IF ENTRY-FOUND
100300         SET WS-HOL-IDX DOWN BY 1
100400         MOVE WS-HOLIDAY-NAME(WS-HOL-IDX) TO WS-TODAY-HOLIDAY
100500     END-IF.
100600     IF WS-TODAY-HOLIDAY = SPACES
100700         MOVE "TODAY IS NOT A BUSINESS DAY - NO JOBS FALL DUE"
100800             TO WS-REPORT-LINE
100900     ELSE
101000         STRING "TODAY IS A HOLIDAY (" WS-TODAY-HOLIDAY
101100             DELIMITED BY "  "
101200             ") - NO JOBS FALL DUE"
101300             DELIMITED BY SIZE INTO WS-REPORT-LINE
101400     END-IF.
101500     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
101600     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
101700 7100-EXIT.
101800     EXIT.
101900
102000*--------------------------------------------------------------*
102100 7200-PRINT-JOB.
102200*    A JOB NOT DUE SHOWS WHEN IT LAST RAN INSTEAD OF A DETAIL. *
102300*--------------------------------------------------------------*
102400     MOVE WS-JOB-PROGRAM(WS-JOB-IDX) TO WS-DL-PROGRAM.
102500     EVALUATE TRUE
102600         WHEN JOB-WEEKLY(WS-JOB-IDX)
102700             MOVE "WEEKLY" TO WS-DL-FREQUENCY
102800         WHEN JOB-MONTHLY(WS-JOB-IDX)
102900             MOVE "MONTHLY" TO WS-DL-FREQUENCY
103000         WHEN JOB-QUARTERLY(WS-JOB-IDX)
103100             MOVE "QUARTERLY" TO WS-DL-FREQUENCY
103200         WHEN JOB-YEARLY(WS-JOB-IDX)
103300             MOVE "YEARLY" TO WS-DL-FREQUENCY
103400         WHEN OTHER
103500             MOVE WS-JOB-FREQUENCY(WS-JOB-IDX) TO WS-DL-FREQUENCY
103600     END-EVALUATE.
103700     MOVE SPACES TO WS-DL-MONTH.
103800     IF JOB-QUARTERLY(WS-JOB-IDX) OR JOB-YEARLY(WS-JOB-IDX)
103900         MOVE WS-JOB-MONTH(WS-JOB-IDX) TO WS-DL-MONTH
104000     END-IF.
104100     IF WS-JOB-DAY(WS-JOB-IDX) = 99
104200         MOVE "LAST" TO WS-DL-DAY
104300     ELSE
104400         MOVE WS-JOB-DAY(WS-JOB-IDX) TO WS-DL-DAY
104500     END-IF.
104600     MOVE WS-JOB-DUE-DATE(WS-JOB-IDX) TO WS-DATE-WORK.
104700     PERFORM 7500-FORMAT-DATE THRU 7500-EXIT.
104800     MOVE WS-DATE-TEXT TO WS-DL-DUE-DATE.
104900     MOVE SPACES TO WS-DL-TIMES.
105000     IF WS-JOB-DUE-COUNT(WS-JOB-IDX) > ZERO
105100         MOVE WS-JOB-DUE-COUNT(WS-JOB-IDX) TO WS-EDIT-DUE-COUNT
105200         MOVE WS-EDIT-DUE-COUNT TO WS-DL-TIMES
105300     END-IF.
105400     MOVE WS-JOB-RESULT(WS-JOB-IDX) TO WS-DL-RESULT.
105500     MOVE WS-JOB-INFO(WS-JOB-IDX) TO WS-DL-DETAIL.
105600     IF WS-JOB-RESULT(WS-JOB-IDX) = "NOT DUE"
105700         MOVE WS-JOB-LAST-RUN-DATE(WS-JOB-IDX) TO WS-DATE-WORK
105800         PERFORM 7500-FORMAT-DATE THRU 7500-EXIT
105900         IF WS-DATE-TEXT = SPACES
106000             MOVE "NOT RUN YET" TO WS-DL-DETAIL
106100         ELSE
106200             MOVE SPACES TO WS-DL-DETAIL
106300             STRING "LAST RUN " WS-DATE-TEXT " "
106400                 WS-JOB-LAST-RESULT(WS-JOB-IDX)
106500                 DELIMITED BY SIZE INTO WS-DL-DETAIL
106600         END-IF
106700     END-IF.
106800     MOVE WS-DETAIL-LINE TO WS-REPORT-LINE.
106900     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
107000 7200-EXIT.
107100     EXIT.
107200
107300*--------------------------------------------------------------*
107400 7500-FORMAT-DATE.
107500*    WS-DATE-WORK (YYYYMMDD) TO WS-DATE-TEXT (YYYY-MM-DD).     *
107600*--------------------------------------------------------------*
107700     MOVE SPACES TO WS-DATE-TEXT.
107800     IF WS-DATE-WORK NOT NUMERIC OR WS-DATE-WORK = ZERO
107900         GO TO 7500-EXIT
108000     END-IF.
108100     STRING WS-DATE-WORK(1:4) "-" WS-DATE-WORK(5:2) "-"
108200         WS-DATE-WORK(7:2)
108300         DELIMITED BY SIZE INTO WS-DATE-TEXT.
108400 7500-EXIT.
108500     EXIT.
108600
108700*--------------------------------------------------------------*
108800 8000-TERMINATE.
108900*    DRIVEN, THE OUTCOME GOES BACK TO EODBATCH - "00" WHEN     *
109000*    EVERY DUE JOB RAN, "04" WHEN SOME WERE SKIPPED, "08" WHEN *
109100*    ONE FAILED OR THE CALENDAR COULD NOT BE READ - WITH THE   *
109200*    CYCLE COUNTS IN EP-INFO.                                  *
109300*--------------------------------------------------------------*
109400     IF MASTER-LOCK-TAKEN
109500         PERFORM 8100-RELEASE-MASTER-LOCK THRU 8100-EXIT
109600     END-IF.
109700     IF NOT DRIVEN-MODE
109800         IF RUN-ABORTED OR WS-JOBS-FAILED > ZERO
109900             MOVE 8 TO RETURN-CODE
110000         END-IF
110100         GO TO 8000-EXIT
110200     END-IF.
110300     MOVE SPACES TO CP-INFO.
110400     IF RUN-ABORTED
110500         MOVE "08" TO CP-STEP-STATUS
110600         MOVE "JOB CALENDAR NOT READ" TO CP-INFO
110700         GO TO 8000-EXIT
110800     END-IF.
110900     EVALUATE TRUE
111000         WHEN WS-JOBS-FAILED > ZERO
111100             MOVE "08" TO CP-STEP-STATUS
111200         WHEN WS-JOBS-SKIPPED > ZERO
111300             MOVE "04" TO CP-STEP-STATUS
111400         WHEN OTHER
111500             MOVE "00" TO CP-STEP-STATUS
111600     END-EVALUATE.
111700     STRING WS-JOBS-DUE " DUE " WS-JOBS-RUN " RUN "
111800         WS-JOBS-FAILED " FAIL " WS-JOBS-SKIPPED " SKIP"
111900         DELIMITED BY SIZE INTO CP-INFO.
112000 8000-EXIT.
112100     EXIT.
112200
112300*--------------------------------------------------------------*
112400 8100-RELEASE-MASTER-LOCK.
112500*--------------------------------------------------------------*
112600     MOVE 'R' TO LP-FUNCTION.
112700     MOVE "CYCLDRV" TO LP-PROGRAM.
112800     MOVE "BATCH" TO LP-OPERATOR.
112900     CALL 'MSTLOCK' USING MASTER-LOCK-PARM.
113000     IF NOT LP-DONE
113100         DISPLAY "MASTER LOCK NOT RELEASED - HAVE A SUPERVISOR "
113200             "RUN MSTUNLK."
113300     END-IF.
113400 8100-EXIT.
113500     EXIT.
