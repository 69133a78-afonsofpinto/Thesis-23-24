002100* DATE        INIT  DESCRIPTION                                *
002200* ----------  ----  ------------------------------------------ *
002300* 2026-09-02   AP   ORIGINAL PROGRAM.                          *
002304* 2026-10-15   AP   THE LIVE MASTER IS COPIED TO A WORK FILE     *
002308*                   BEFORE THE REBUILD AND COMPARED WITH THE     *
002312*                   RESTORED GENERATION AFTERWARDS - EVERY KEY   *
002316*                   THE ROLLBACK ADDED, CHANGED OR REMOVED IS    *
002320*                   LOGGED TO THE CHANGE-LOG FILE AS ACTION 'B'  *
002324*                   UNDER THE SUPERVISOR'S ID, SO THE ROLLBACK   *
002328*                   REACHES THE DOWNSTREAM DELTA FEED (SEE       *
002332*                   CDCEXP).                                     *
002336* 2026-10-15   AP   JOURNAL ROWS WRITTEN BY MSTRKEY (BEFORE AND  *
002340*                   AFTER KEYS DIFFER) ARE LISTED SEPARATELY AS  *
002344*                   RE-KEY MAPPING FILES TO RE-RUN, NOT AS DATA  *
002348*                   FILES TO RE-CONSOLIDATE.                     *
002352* 2026-10-15   AP   THE MASTER CONTROL TOTALS ARE SET TO THE     *
002356*                   REBUILT FILE (CALL 'MSTTOT'). THE CHANGE     *
002360*                   FROM THE TOTALS BEFORE THE ROLLBACK IS       *
002364*                   CARRIED AS AN MSTRBACK MOVEMENT ON THE NEXT  *
002368*                   PROOF OF BALANCE (MSTPROOF).                 *
002372* 2026-10-15   AP   THE RUN NOW HOLDS THE MASTER LOCK (MSTLOCK)  *
002376*                   FROM SIGN-ON TO THE END, AND WILL NOT START  *
002380*                   WHILE ANOTHER RUN HOLDS IT - A ROLLBACK      *
002384*                   UNDER A CONSOLIDATION OR AN ONLINE           *
002388*                   CORRECTION WOULD LEAVE THE JOURNAL NOT       *
002392*                   MATCHING THE MASTER.                         *
002393* 2026-10-15   AP   THE WORK FILE AND LIVE MASTER OPENS FOR THE  *
002394*                   BEFORE-IMAGE COPY ARE CHECKED - A FAILURE    *
002395*                   STOPS THE RUN WITH THE MASTER UNTOUCHED. A   *
002396*                   FAILED OPEN FOR THE ROLLBACK LOGGING IS      *
002397*                   REPORTED.                                    *
002400*--------------------------------------------------------------*
002500
002600 ENVIRONMENT DIVISION.
004200         FILE STATUS IS WS-JOURNAL-STATUS.
004300     SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
004400         ORGANIZATION IS LINE SEQUENTIAL.
004410     SELECT WORK-FILE ASSIGN TO WS-WORK-FILE-NAME
004420         ORGANIZATION IS LINE SEQUENTIAL
004430         FILE STATUS IS WS-WORK-STATUS.
004440     SELECT CHANGE-LOG-FILE ASSIGN TO WS-CHANGE-LOG-NAME
004450         ORGANIZATION IS LINE SEQUENTIAL
004460         FILE STATUS IS WS-LOG-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
007300
007400 FD  REPORT-FILE.
007500 01  REPORT-RECORD              PIC X(80).
007502*--------------------------------------------------------------*
007504* THE LIVE MASTER AS IT STOOD BEFORE THE REBUILD, ONE 199-BYTE *
007506* MASTER IMAGE PER ROW IN KEY ORDER - THE SAME SHAPE MSTBKUP   *
007508* WRITES ITS GENERATIONS IN.                                   *
007510*--------------------------------------------------------------*
007512 FD  WORK-FILE.
007514 01  WORK-RECORD                PIC X(199).
007516
007518*--------------------------------------------------------------*
007520* CHANGE-LOG-RECORD IN THE SAME SHAPE MSTINQ WRITES - EACH KEY *
007522* THE ROLLBACK CHANGED IS LOGGED WITH ACTION 'B'. A KEY THE    *
007524* ROLLBACK ADDED HAS A SPACES BEFORE IMAGE, A KEY IT REMOVED   *
007526* HAS A SPACES AFTER IMAGE.                                    *
007528*--------------------------------------------------------------*
007530 FD  CHANGE-LOG-FILE.
007532 01  CHANGE-LOG-RECORD.
007534     05  CL-ACTION              PIC X(01).
007536     05  CL-OPERATOR            PIC X(10).
007538     05  CL-LOG-DATE            PIC 9(08).
007540     05  CL-LOG-TIME            PIC 9(08).
007542     05  CL-DISTRICT            PIC X(50).
007544     05  CL-MUNICIPALITY        PIC X(50).
007546     05  CL-CONTRACT            PIC 99.
007548     05  CL-OLD-NAME            PIC X(30).
007550     05  CL-OLD-DATE            PIC X(30).
007552     05  CL-OLD-CONTACT         PIC XX.
007554     05  CL-OLD-AMOUNT          PIC X(09).
007556     05  CL-NEW-NAME            PIC X(30).
007558     05  CL-NEW-DATE            PIC X(30).
007560     05  CL-NEW-CONTACT         PIC XX.
007562     05  CL-NEW-AMOUNT          PIC X(09).
007564     05  CL-APPROVED-BY         PIC X(10).
007600
007700 WORKING-STORAGE SECTION.
007800 01  WS-REGISTER-FILE-NAME      PIC X(50)
008400         VALUE "..\output\mstjrnl.dat".
008500 01  WS-REPORT-FILE-NAME        PIC X(50)
008600         VALUE "..\output\rollbk.txt".
008610 01  WS-WORK-FILE-NAME          PIC X(50)
008620         VALUE "..\output\rbkwork.dat".
008630 01  WS-CHANGE-LOG-NAME         PIC X(50)
008640         VALUE "..\output\mstchg.log".
008700
008800 01  WS-REGISTER-STATUS         PIC X(02) VALUE "00".
008900     88  REGISTER-OK                 VALUE "00".
009300     88  BACKUP-MISSING              VALUE "35".
009400 01  WS-MASTER-STATUS           PIC X(02) VALUE "00".
009500     88  MASTER-OK                   VALUE "00".
009510     88  MASTER-MISSING              VALUE "35".
009600 01  WS-JOURNAL-STATUS          PIC X(02) VALUE "00".
009700     88  JOURNAL-OK                  VALUE "00".
009800     88  JOURNAL-MISSING             VALUE "35".
009810 01  WS-WORK-STATUS             PIC X(02) VALUE "00".
009820     88  WORK-OK                     VALUE "00".
009830 01  WS-LOG-STATUS              PIC X(02) VALUE "00".
009840     88  LOG-OK                      VALUE "00".
009850     88  LOG-NOT-FOUND               VALUE "35".
009900
010000*--------------------------------------------------------------*
010100* SWITCHES.                                                    *
011700         88  RUN-ABORTED              VALUE 'Y'.
011800     05  WS-SIGNON-OK-SW        PIC X(01) VALUE 'N'.
011900         88  SIGNED-ON                VALUE 'Y'.
011910     05  WS-MST-EOF-SW          PIC X(01) VALUE 'N'.
011920         88  MST-EOF                  VALUE 'Y'.
011930     05  WS-WRK-EOF-SW          PIC X(01) VALUE 'N'.
011940         88  WRK-EOF                  VALUE 'Y'.
011950     05  WS-LOCK-SW             PIC X(01) VALUE 'N'.
011960         88  MASTER-LOCK-TAKEN        VALUE 'Y'.
012000
012100 01  WS-OPERATOR-ID             PIC X(10) VALUE SPACES.
012200 77  WS-SIGNON-TRIES            PIC 9(01) COMP VALUE ZERO.
012600* PARAMETER AREA OF THE SHARED SIGN-ON CHECK.                 *
012700*--------------------------------------------------------------*
012800     COPY signparm.
012810
012820*--------------------------------------------------------------*
012830* PARAMETER AREA OF THE MASTER CONTROL TOTALS POSTING.         *
012840*--------------------------------------------------------------*
012850     COPY totparm.
012855
012860*--------------------------------------------------------------*
012865* PARAMETER AREA OF THE MASTER LOCK.                           *
012870*--------------------------------------------------------------*
012875     COPY lockparm.
012900
013000*--------------------------------------------------------------*
013100* THE CHOSEN GENERATION - THE LAST REGISTER ROW FOR THE KEYED  *
014600 01  WS-SOURCE-TABLE.
014700     05  WS-SOURCE-FILE         PIC X(50)
014800             OCCURS 100 TIMES INDEXED BY WS-SRC-IDX.
014805
014810*--------------------------------------------------------------*
014820* DISTINCT MSTRKEY MAPPING FILES JOURNALLED ON OR AFTER THE    *
014830* BACKUP DATE - RE-KEY RUNS THE RESTORE HAS UNDONE.            *
014840*--------------------------------------------------------------*
014850 77  WS-REKEY-MAX               PIC 9(03) COMP VALUE 20.
014860 77  WS-REKEY-COUNT             PIC 9(03) COMP VALUE ZERO.
014870 01  WS-REKEY-TABLE.
014880     05  WS-REKEY-FILE          PIC X(50)
014890             OCCURS 20 TIMES INDEXED BY WS-RKY-IDX.
014900
015000*--------------------------------------------------------------*
015100* RUN COUNTERS.                                                *
015200*--------------------------------------------------------------*
015300 77  WS-RECORDS-RESTORED        PIC 9(07) COMP VALUE ZERO.
015400 77  WS-JOURNAL-ROWS-READ       PIC 9(07) COMP VALUE ZERO.
015401 77  WS-LIVE-RECORDS-SAVED      PIC 9(07) COMP VALUE ZERO.
015402 77  WS-ROLLBACK-CHANGES        PIC 9(07) COMP VALUE ZERO.
015403 77  WS-AMOUNT-RESTORED         PIC 9(11)V99 VALUE ZERO.
015404
015405*--------------------------------------------------------------*
015406* ONE PRE-ROLLBACK IMAGE (FROM THE WORK FILE) AND ONE RESTORED *
015407* IMAGE (FROM THE GENERATION FILE), MATCHED BY KEY AFTER THE   *
015408* REBUILD. AT END OF FILE THE KEY IS SET TO HIGH-VALUES SO THE *
015409* OTHER FILE DRAINS. THE AMOUNT IS ALSO VIEWED IN THE          *
015410* NINE-CHARACTER FORM THE CHANGE-LOG ROW CARRIES.              *
015411*--------------------------------------------------------------*
015412 01  WS-BEFORE-IMAGE.
015413     05  WS-BI-KEY.
015414         10  WS-BI-DISTRICT     PIC X(50).
015415         10  WS-BI-MUNICIPALITY PIC X(50).
015416         10  WS-BI-CONTRACT     PIC 99.
015417     05  WS-BI-NAME             PIC X(30).
015418     05  WS-BI-DATE             PIC X(30).
015419     05  WS-BI-CONTACT          PIC 99.
015420     05  WS-BI-AMOUNT           PIC 9(07)V99.
015421     05  WS-BI-AMOUNT-X REDEFINES WS-BI-AMOUNT
015422                                PIC X(09).
015423     05  WS-BI-OPERATOR         PIC X(10).
015424     05  WS-BI-ENTRY-DATE       PIC 9(08).
015425     05  WS-BI-ENTRY-TIME       PIC 9(08).
015426 01  WS-AFTER-IMAGE.
015427     05  WS-AI-KEY.
015428         10  WS-AI-DISTRICT     PIC X(50).
015429         10  WS-AI-MUNICIPALITY PIC X(50).
015430         10  WS-AI-CONTRACT     PIC 99.
015431     05  WS-AI-NAME             PIC X(30).
015432     05  WS-AI-DATE             PIC X(30).
015433     05  WS-AI-CONTACT          PIC 99.
015434     05  WS-AI-AMOUNT           PIC 9(07)V99.
015435     05  WS-AI-AMOUNT-X REDEFINES WS-AI-AMOUNT
015436                                PIC X(09).
015437     05  WS-AI-OPERATOR         PIC X(10).
015438     05  WS-AI-ENTRY-DATE       PIC 9(08).
015439     05  WS-AI-ENTRY-TIME       PIC 9(08).
015440
015441*--------------------------------------------------------------*
015442* WHICH SIDES OF THE CURRENT KEY 3560-LOG-DIFFERENCE WRITES.   *
015443*--------------------------------------------------------------*
015444 01  WS-DIFF-SW                 PIC X(01) VALUE SPACE.
015445     88  DIFF-KEY-ADDED              VALUE 'A'.
015446     88  DIFF-KEY-CHANGED            VALUE 'C'.
015447     88  DIFF-KEY-REMOVED            VALUE 'D'.
015448
015449 01  CURRENT-DATE-DATA.
015450     05  CURRENT-DATE.
015451         10  CURRENT-YEAR          PIC 9(04).
015452         10  CURRENT-MONTH         PIC 9(02).
015453         10  CURRENT-DAY           PIC 9(02).
015454     05  WS-CURRENT-TIME.
015455         10  CURRENT-HOURS         PIC 9(02).
015456         10  CURRENT-MINUTE        PIC 9(02).
015457         10  CURRENT-SECOND        PIC 9(02).
015458         10  CURRENT-MILLISECONDS  PIC 9(02).
015500
015600 01  WS-REPORT-LINE             PIC X(80) VALUE SPACES.
015700
018300         MOVE 'Y' TO WS-ABORT-SW
018400         GO TO 1000-EXIT
018500     END-IF.
018510     PERFORM 1090-TAKE-MASTER-LOCK THRU 1090-EXIT.
018520     IF RUN-ABORTED
018530         GO TO 1000-EXIT
018540     END-IF.
018600     PERFORM 2000-PICK-GENERATION THRU 2000-EXIT.
018700     IF RUN-ABORTED
018800         GO TO 1000-EXIT
022600     END-EVALUATE.
022700 1080-EXIT.
022800     EXIT.
022801
022802*--------------------------------------------------------------*
022804 1090-TAKE-MASTER-LOCK.
022806*    NO ROLLBACK WHILE ANOTHER RUN HOLDS THE MASTER LOCK. THE  *
022808*    LOCK IS TAKEN BEFORE THE GENERATION IS CHOSEN, SO NOTHING *
022810*    CAN CHANGE THE MASTER BETWEEN THE CHOICE AND THE REBUILD. *
022812*--------------------------------------------------------------*
022814     MOVE 'A' TO LP-FUNCTION.
022816     MOVE "MSTRBACK" TO LP-PROGRAM.
022818     MOVE WS-OPERATOR-ID TO LP-OPERATOR.
022820     CALL 'MSTLOCK' USING MASTER-LOCK-PARM.
022822     IF LP-DONE
022824         MOVE 'Y' TO WS-LOCK-SW
022826         GO TO 1090-EXIT
022828     END-IF.
022830     IF LP-HELD
022832         DISPLAY "MASTER LOCKED BY " LP-HOLDER-TEXT
022834         DISPLAY "ROLLBACK NOT RUN - TRY AGAIN WHEN IT HAS "
022836             "ENDED, OR CLEAR A DEAD RUN'S LOCK WITH MSTUNLK."
022838     ELSE
022840         DISPLAY "MASTER LOCK NOT AVAILABLE - ROLLBACK NOT RUN."
022842     END-IF.
022844     MOVE 'Y' TO WS-ABORT-SW.
022846 1090-EXIT.
022848     EXIT.
022900
023000*--------------------------------------------------------------*
023100 2000-PICK-GENERATION.
031400         MOVE 'Y' TO WS-ABORT-SW
031500         GO TO 3000-EXIT
031600     END-IF.
031610     PERFORM 3050-SAVE-LIVE-MASTER THRU 3050-EXIT.
031620     IF RUN-ABORTED
031630         CLOSE BACKUP-FILE
031640         GO TO 3000-EXIT
031650     END-IF.
031700     OPEN OUTPUT MASTER-FILE.
031800     MOVE 'N' TO WS-BKP-EOF-SW.
031900     PERFORM 3100-RESTORE-RECORD THRU 3100-EXIT
032200     CLOSE MASTER-FILE.
032300     DISPLAY "MASTER RESTORED - " WS-RECORDS-RESTORED
032400         " RECORDS FROM GENERATION " WS-GEN-ENTRY ".".
032410     PERFORM 3500-LOG-ROLLBACK THRU 3500-EXIT.
032420     PERFORM 3600-SET-CONTROL-TOTALS THRU 3600-EXIT.
032500 3000-EXIT.
032600     EXIT.
032602*--------------------------------------------------------------*
032604 3050-SAVE-LIVE-MASTER.
032606*    COPIES THE LIVE MASTER, IN KEY ORDER, TO THE WORK FILE    *
032608*    JUST BEFORE IT IS REPLACED - THE BEFORE SIDE OF THE       *
032610*    ROLLBACK COMPARISON AT 3500. NO LIVE MASTER LEAVES AN     *
032612*    EMPTY WORK FILE, SO EVERY RESTORED KEY LOGS AS AN ADD.    *
032613*    EITHER FILE FAILING TO OPEN STOPS THE RUN BEFORE THE      *
032614*    MASTER IS REPLACED.                                       *
032615*--------------------------------------------------------------*
032616     OPEN OUTPUT WORK-FILE.
032617     IF NOT WORK-OK
032618         DISPLAY "WORK FILE " WS-WORK-FILE-NAME
032619             " NOT AVAILABLE - STATUS " WS-WORK-STATUS
032620             " - MASTER LEFT UNTOUCHED."
032621         MOVE 'Y' TO WS-ABORT-SW
032622         GO TO 3050-EXIT
032623     END-IF.
032624     OPEN INPUT MASTER-FILE.
032625     IF MASTER-MISSING
032626         CLOSE WORK-FILE
032627         GO TO 3050-EXIT
032628     END-IF.
032629     IF NOT MASTER-OK
032630         DISPLAY "MASTER FILE NOT READABLE - STATUS "
032631             WS-MASTER-STATUS " - MASTER LEFT UNTOUCHED."
032632         CLOSE WORK-FILE
032633         MOVE 'Y' TO WS-ABORT-SW
032634         GO TO 3050-EXIT
032635     END-IF.
032636     MOVE 'N' TO WS-MST-EOF-SW.
032637     PERFORM 3060-SAVE-LIVE-RECORD THRU 3060-EXIT
032638         UNTIL MST-EOF.
032639     CLOSE MASTER-FILE.
032640     CLOSE WORK-FILE.
032641 3050-EXIT.
032642     EXIT.
032643
032644*--------------------------------------------------------------*
032646 3060-SAVE-LIVE-RECORD.
032648*--------------------------------------------------------------*
032650     READ MASTER-FILE
032652         AT END
032654             MOVE 'Y' TO WS-MST-EOF-SW
032656     END-READ.
032658     IF MST-EOF
032660         GO TO 3060-EXIT
032662     END-IF.
032664     WRITE WORK-RECORD FROM MASTER-RECORD.
032666     ADD 1 TO WS-LIVE-RECORDS-SAVED.
032668 3060-EXIT.
032670     EXIT.
032700
032800*--------------------------------------------------------------*
032900 3100-RESTORE-RECORD.
033900     WRITE MASTER-RECORD.
034000     IF MASTER-OK
034100         ADD 1 TO WS-RECORDS-RESTORED
034110         ADD MR-AMOUNT TO WS-AMOUNT-RESTORED
034200     ELSE
034300         DISPLAY "RESTORE WRITE FAILED - STATUS "
034400             WS-MASTER-STATUS " FOR KEY "
034700     END-IF.
034800 3100-EXIT.
034900     EXIT.
034901*--------------------------------------------------------------*
034902 3500-LOG-ROLLBACK.
034903*    MATCHES THE SAVED PRE-ROLLBACK MASTER AGAINST THE RESTORED *
034904*    GENERATION, BOTH IN KEY ORDER, AND LOGS EVERY KEY THE      *
034905*    ROLLBACK ADDED, CHANGED OR REMOVED TO THE CHANGE LOG AS    *
034906*    ACTION 'B' - THE DOWNSTREAM DELTA FEED PICKS THEM UP FROM  *
034907*    THERE. A KEY WHOSE IMAGE IS THE SAME ON BOTH SIDES IS NOT  *
034908*    LOGGED.                                                    *
034910*    A FILE THAT WILL NOT OPEN SKIPS THE MATCH - THE MASTER IS  *
034912*    RESTORED, BUT THE DELTA FEED MUST THEN BE TOLD BY HAND.    *
034914*--------------------------------------------------------------*
034916     OPEN EXTEND CHANGE-LOG-FILE.
034918     IF LOG-NOT-FOUND
034920         OPEN OUTPUT CHANGE-LOG-FILE
034922     END-IF.
034924     IF NOT LOG-OK
034926         DISPLAY "ROLLBACK NOT LOGGED FOR THE DELTA FEED - "
034928             "STATUS " WS-LOG-STATUS " ON THE CHANGE LOG."
034930         GO TO 3500-EXIT
034932     END-IF.
034934     OPEN INPUT WORK-FILE.
034936     IF NOT WORK-OK
034938         DISPLAY "ROLLBACK NOT LOGGED FOR THE DELTA FEED - "
034940             "STATUS " WS-WORK-STATUS " ON " WS-WORK-FILE-NAME
034942         CLOSE CHANGE-LOG-FILE
034944         GO TO 3500-EXIT
034946     END-IF.
034948     OPEN INPUT BACKUP-FILE.
034950     IF NOT BACKUP-OK
034952         DISPLAY "ROLLBACK NOT LOGGED FOR THE DELTA FEED - "
034954             "STATUS " WS-BACKUP-STATUS " ON " WS-BACKUP-FILE-NAME
034956         CLOSE WORK-FILE
034958         CLOSE CHANGE-LOG-FILE
034960         GO TO 3500-EXIT
034962     END-IF.
034964     MOVE 'N' TO WS-WRK-EOF-SW.
034966     MOVE 'N' TO WS-BKP-EOF-SW.
034968     PERFORM 3510-READ-WORK THRU 3510-EXIT.
034970     PERFORM 3520-READ-BACKUP THRU 3520-EXIT.
034972     PERFORM 3550-MATCH-KEYS THRU 3550-EXIT
034974         UNTIL WRK-EOF AND BKP-EOF.
034976     CLOSE WORK-FILE.
034978     CLOSE BACKUP-FILE.
034980     CLOSE CHANGE-LOG-FILE.
034982     DISPLAY "KEYS CHANGED BY THE ROLLBACK - " WS-ROLLBACK-CHANGES
034984         " LOGGED FOR THE DELTA FEED.".
034986 3500-EXIT.
034988     EXIT.
035000
035001*--------------------------------------------------------------*
035002 3510-READ-WORK.
035003*--------------------------------------------------------------*
035004     READ WORK-FILE INTO WS-BEFORE-IMAGE
035005         AT END
035006             MOVE 'Y' TO WS-WRK-EOF-SW
035007             MOVE HIGH-VALUES TO WS-BI-KEY
035008     END-READ.
035009 3510-EXIT.
035010     EXIT.
035011
035012*--------------------------------------------------------------*
035013 3520-READ-BACKUP.
035014*--------------------------------------------------------------*
035015     READ BACKUP-FILE INTO WS-AFTER-IMAGE
035016         AT END
035017             MOVE 'Y' TO WS-BKP-EOF-SW
035018             MOVE HIGH-VALUES TO WS-AI-KEY
035019     END-READ.
035020 3520-EXIT.
035021     EXIT.
035022
035023*--------------------------------------------------------------*
035024 3550-MATCH-KEYS.
035025*    ONE STEP OF THE KEY MATCH - THE LOWER KEY IS LOGGED AS     *
035026*    REMOVED (ONLY BEFORE) OR ADDED (ONLY AFTER); EQUAL KEYS    *
035027*    ARE LOGGED AS CHANGED WHEN THEIR IMAGES DIFFER.            *
035028*--------------------------------------------------------------*
035029     EVALUATE TRUE
035030         WHEN WS-BI-KEY < WS-AI-KEY
035031             MOVE 'D' TO WS-DIFF-SW
035032             PERFORM 3560-LOG-DIFFERENCE THRU 3560-EXIT
035033             PERFORM 3510-READ-WORK THRU 3510-EXIT
035034         WHEN WS-BI-KEY > WS-AI-KEY
035035             MOVE 'A' TO WS-DIFF-SW
035036             PERFORM 3560-LOG-DIFFERENCE THRU 3560-EXIT
035037             PERFORM 3520-READ-BACKUP THRU 3520-EXIT
035038         WHEN OTHER
035039             IF WS-BEFORE-IMAGE NOT = WS-AFTER-IMAGE
035040                 MOVE 'C' TO WS-DIFF-SW
035041                 PERFORM 3560-LOG-DIFFERENCE THRU 3560-EXIT
035042             END-IF
035043             PERFORM 3510-READ-WORK THRU 3510-EXIT
035044             PERFORM 3520-READ-BACKUP THRU 3520-EXIT
035045     END-EVALUATE.
035046 3550-EXIT.
035047     EXIT.
035048
035049*--------------------------------------------------------------*
035050 3560-LOG-DIFFERENCE.
035051*    WRITES THE 'B' AUDIT ROW FOR ONE KEY - THE SUPERVISOR WHO  *
035052*    RAN THE ROLLBACK, THE KEY, AND WHICHEVER OF THE BEFORE AND *
035053*    AFTER VALUES EXIST (SPACES FOR THE SIDE THAT DOES NOT).    *
035054*--------------------------------------------------------------*
035055     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA.
035056     MOVE SPACES TO CHANGE-LOG-RECORD.
035057     MOVE 'B' TO CL-ACTION.
035058     MOVE WS-OPERATOR-ID TO CL-OPERATOR.
035059     MOVE CURRENT-DATE TO CL-LOG-DATE.
035060     MOVE WS-CURRENT-TIME TO CL-LOG-TIME.
035061     IF DIFF-KEY-ADDED
035062         MOVE WS-AI-DISTRICT TO CL-DISTRICT
035063         MOVE WS-AI-MUNICIPALITY TO CL-MUNICIPALITY
035064         MOVE WS-AI-CONTRACT TO CL-CONTRACT
035065     ELSE
035066         MOVE WS-BI-DISTRICT TO CL-DISTRICT
035067         MOVE WS-BI-MUNICIPALITY TO CL-MUNICIPALITY
035068         MOVE WS-BI-CONTRACT TO CL-CONTRACT
035069         MOVE WS-BI-NAME TO CL-OLD-NAME
035070         MOVE WS-BI-DATE TO CL-OLD-DATE
035071         MOVE WS-BI-CONTACT TO CL-OLD-CONTACT
035072         MOVE WS-BI-AMOUNT-X TO CL-OLD-AMOUNT
035073     END-IF.
035074     IF NOT DIFF-KEY-REMOVED
035075         MOVE WS-AI-NAME TO CL-NEW-NAME
035076         MOVE WS-AI-DATE TO CL-NEW-DATE
035077         MOVE WS-AI-CONTACT TO CL-NEW-CONTACT
035078         MOVE WS-AI-AMOUNT-X TO CL-NEW-AMOUNT
035079     END-IF.
035080     WRITE CHANGE-LOG-RECORD.
035081     ADD 1 TO WS-ROLLBACK-CHANGES.
035082 3560-EXIT.
035083     EXIT.
035084
035085*--------------------------------------------------------------*
035086 3600-SET-CONTROL-TOTALS.
035087*    SETS THE MASTER CONTROL TOTALS TO THE REBUILT FILE.       *
035088*    MSTTOT POSTS THE DIFFERENCE FROM THE TOTALS BEFORE THE    *
035089*    ROLLBACK AS THIS PROGRAM'S MOVEMENT, SO THE NEXT PROOF    *
035090*    SHOWS THE ROLLBACK AND STILL BALANCES AGAINST THE FILE.   *
035091*--------------------------------------------------------------*
035092     MOVE 'S' TO TP-FUNCTION.
035093     MOVE "MSTRBACK" TO TP-PROGRAM.
035094     MOVE WS-RECORDS-RESTORED TO TP-SET-COUNT.
035095     MOVE WS-AMOUNT-RESTORED TO TP-SET-AMOUNT.
035096     CALL 'MSTTOT' USING TOTALS-PARM.
035097 3600-EXIT.
035098     EXIT.
035099
035100*--------------------------------------------------------------*
035200 4000-LIST-RECONSOLIDATE.
035300*    SWEEPS THE CONSOLIDATION JOURNAL FOR THE DISTINCT DATA    *
039300     PERFORM 4200-PRINT-SOURCE THRU 4200-EXIT
039400         VARYING WS-SRC-IDX FROM 1 BY 1
039500         UNTIL WS-SRC-IDX > WS-SOURCE-COUNT.
039505     IF WS-REKEY-COUNT > ZERO
039510         MOVE SPACES TO WS-REPORT-LINE
039515         WRITE REPORT-RECORD FROM WS-REPORT-LINE
039520         MOVE "RE-KEY MAPPING FILES TO RE-RUN (MSTRKEY):"
039525             TO WS-REPORT-LINE
039530         WRITE REPORT-RECORD FROM WS-REPORT-LINE
039535         DISPLAY "RE-KEY MAPPING FILES TO RE-RUN (MSTRKEY):"
039540         PERFORM 4300-PRINT-REKEY THRU 4300-EXIT
039545             VARYING WS-RKY-IDX FROM 1 BY 1
039550             UNTIL WS-RKY-IDX > WS-REKEY-COUNT
039555     END-IF.
039600     MOVE SPACES TO WS-REPORT-LINE.
039700     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
039800     MOVE "THE JOURNAL ONLY RECORDS OVERWRITES - ALSO CHECK"
042000     IF JR-RUN-DATE < WS-RESTORE-DATE
042100         GO TO 4100-EXIT
042200     END-IF.
042210*    A ROW WHOSE TWO KEYS DIFFER IS AN MSTRKEY MOVE - ITS SOURCE
042220*    IS A MAPPING FILE, NOT AN INTAKE FILE.
042230     IF JR-OLD-IMAGE NOT = SPACES
042240         AND JR-NEW-IMAGE NOT = SPACES
042250         AND JR-OLD-IMAGE(1:102) NOT = JR-NEW-IMAGE(1:102)
042260         PERFORM 4120-NOTE-REKEY-FILE THRU 4120-EXIT
042270         GO TO 4100-EXIT
042280     END-IF.
042300     MOVE 'N' TO WS-FOUND-SW.
042400     PERFORM 4110-SEARCH-SOURCE THRU 4110-EXIT
042500         VARYING WS-SRC-IDX FROM 1 BY 1
044200     END-IF.
044300 4110-EXIT.
044400     EXIT.
044401
044402*--------------------------------------------------------------*
044404 4120-NOTE-REKEY-FILE.
044406*--------------------------------------------------------------*
044408     MOVE 'N' TO WS-FOUND-SW.
044410     PERFORM 4130-SEARCH-REKEY THRU 4130-EXIT
044412         VARYING WS-RKY-IDX FROM 1 BY 1
044414         UNTIL WS-RKY-IDX > WS-REKEY-COUNT
044416             OR SOURCE-FOUND.
044418     IF NOT SOURCE-FOUND
044420         AND WS-REKEY-COUNT < WS-REKEY-MAX
044422         ADD 1 TO WS-REKEY-COUNT
044424         SET WS-RKY-IDX TO WS-REKEY-COUNT
044426         MOVE JR-SOURCE-FILE TO WS-REKEY-FILE(WS-RKY-IDX)
044428     END-IF.
044430 4120-EXIT.
044432     EXIT.
044434
044436*--------------------------------------------------------------*
044438 4130-SEARCH-REKEY.
044440*--------------------------------------------------------------*
044442     IF WS-REKEY-FILE(WS-RKY-IDX) = JR-SOURCE-FILE
044444         MOVE 'Y' TO WS-FOUND-SW
044446     END-IF.
044448 4130-EXIT.
044450     EXIT.
044500
044600*--------------------------------------------------------------*
044700 4200-PRINT-SOURCE.
045300     DISPLAY "  " WS-SOURCE-FILE(WS-SRC-IDX).
045400 4200-EXIT.
045500     EXIT.
045502
045505*--------------------------------------------------------------*
045510 4300-PRINT-REKEY.
045515*--------------------------------------------------------------*
045520     MOVE SPACES TO WS-REPORT-LINE.
045525     STRING "  " WS-REKEY-FILE(WS-RKY-IDX)
045530         DELIMITED BY SIZE INTO WS-REPORT-LINE.
045535     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
045540     DISPLAY "  " WS-REKEY-FILE(WS-RKY-IDX).
045545 4300-EXIT.
045550     EXIT.
045600
045700*--------------------------------------------------------------*
045800 8000-TERMINATE.
046200     END-IF.
046300     DISPLAY "RECORDS RESTORED:  " WS-RECORDS-RESTORED.
046400     DISPLAY "JOURNAL ROWS READ: " WS-JOURNAL-ROWS-READ.
046410     IF MASTER-LOCK-TAKEN
046420         PERFORM 8100-RELEASE-MASTER-LOCK THRU 8100-EXIT
046430     END-IF.
046500 8000-EXIT.
046600     EXIT.
046650
046700*--------------------------------------------------------------*
046800 8100-RELEASE-MASTER-LOCK.
046900*--------------------------------------------------------------*
047000     MOVE 'R' TO LP-FUNCTION.
047100     MOVE "MSTRBACK" TO LP-PROGRAM.
047200     MOVE WS-OPERATOR-ID TO LP-OPERATOR.
047300     CALL 'MSTLOCK' USING MASTER-LOCK-PARM.
047400     IF NOT LP-DONE
047500         DISPLAY "MASTER LOCK NOT RELEASED - RUN MSTUNLK."
047600     END-IF.
047700 8100-EXIT.
047800     EXIT.
