000100 IDENTIFICATION DIVISION.
000200*--------------------------------------------------------------*
000300 PROGRAM-ID.     CDCEXP.
000400 AUTHOR.         A. PINTO.
000500 INSTALLATION.   DSO - DISTRICT INTAKE SYSTEMS.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*--------------------------------------------------------------*
000900* CDCEXP IS THE DOWNSTREAM DELTA FEED FOR CHANGES MADE TO THE  *
001000* MASTER OUTSIDE THE DAILY INTAKE FILES CSVEXP ALREADY SENDS.  *
001100* IT READS THE TWO APPEND-ONLY AUDIT TRAILS - THE              *
001200* CONSOLIDATION JOURNAL (mstjrnl.dat: CONSOLDT OVERWRITES,     *
001300* CORRECTIONS AND DELETIONS) AND THE CHANGE LOG (mstchg.log:   *
001400* MSTINQ AND MSTAPRV CORRECTIONS AND DELETIONS, ARCHINQ        *
001500* RESTORES, ARCHMST PURGES AND MSTRBACK ROLLBACKS) - PICKING   *
001600* UP ONLY THE ROWS WRITTEN SINCE THE LAST RUN, AND WRITES ONE  *
001700* SEQUENCED, COMMA-DELIMITED DELTA ROW PER MASTER KEY CHANGE   *
001800* WITH AN ACTION CODE OF A (ADD), C (CHANGE) OR D (DELETE).    *
001900* THE TWO TRAILS ARE MERGED IN DATE/TIME ORDER SO A KEY'S      *
002000* CHANGES GO DOWNSTREAM IN THE ORDER THEY HAPPENED; JOURNAL    *
002100* ROWS CARRY ONLY A RUN DATE AND SORT AT THE START OF THAT     *
002200* DAY, AHEAD OF THE ONLINE CHANGES LOGGED THE SAME DAY, AS     *
002210* MSTHIST ORDERS THEM. A JOURNAL ROW WHOSE BEFORE AND AFTER    *
002220* KEYS DIFFER IS AN MSTRKEY MOVE AND GOES DOWNSTREAM AS A      *
002230* DELETE OF THE OLD KEY FOLLOWED BY AN ADD OF THE NEW ONE.     *
002300*                                                              *
002400* THE DELTA FILE IS NAMED FOR ITS FIRST SEQUENCE NUMBER        *
002500* (cdc<SEQUENCE>.csv) AND RECORDED ON THE CSV TRANSMISSION     *
002600* REGISTER (csvreg.dat) AS OUTSTANDING, SO TRNACK AND THE      *
002700* EODBATCH MORNING SUMMARY TRACK IT LIKE ANY OTHER FEED. THE   *
002800* LAST SEQUENCE SENT AND THE ROWS ALREADY TAKEN FROM EACH      *
002900* TRAIL ARE KEPT ON THE CONTROL FILE (cdcctl.dat, SEE CDCCTL), *
003000* REWRITTEN ONLY AFTER THE DELTA FILE IS CLOSED AND            *
003100* REGISTERED, SO EVERY CHANGE IS SENT EXACTLY ONCE. A RUN WITH *
003200* NOTHING NEW WRITES NO FILE. A TRAIL THAT HAS SHRUNK BELOW    *
003300* ITS CONTROL MARK STOPS THE RUN - SOMEONE HAS TRUNCATED OR     *
003400* REPLACED IT, AND GUESSING WOULD EITHER LOSE OR RESEND        *
003500* CHANGES.                                                     *
003600*                                                              *
003700* RUN STANDALONE OR AS A STEP OF THE EODBATCH CHAIN (EODPARM   *
003800* PASSED); EITHER WAY NO CONSOLE INPUT IS READ. DRIVEN, THE    *
003900* OUTCOME GOES BACK IN EP-STEP-STATUS AND THE SEQUENCE RANGE   *
004000* SENT IN EP-INFO.                                             *
004100*--------------------------------------------------------------*
004200* MODIFICATION HISTORY.                                        *
004300*--------------------------------------------------------------*
004400* DATE        INIT  DESCRIPTION                                *
004500* ----------  ----  ------------------------------------------ *
004600* 2026-10-15   AP   ORIGINAL PROGRAM.                          *
004610* 2026-10-15   AP   JOURNAL ROWS SORT AT THE START OF THEIR    *
004620*                   DAY, AS IN MSTHIST. MSTRKEY MOVES SENT AS  *
004630*                   A DELETE OF THE OLD KEY AND AN ADD OF THE  *
004640*                   NEW ONE.                                   *
004650* 2026-10-15   AP   CHANGE-LOG ACTION 'E' (A SUBJINQ NAME      *
004660*                   ERASURE ON THE MASTER) IS SENT AS A        *
004670*                   CORRECTION, SO THE ANONYMISED NAME REACHES *
004680*                   THE DOWNSTREAM COPIES TOO.                 *
004700*--------------------------------------------------------------*
004800
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT CONTROL-FILE ASSIGN TO WS-CONTROL-FILE-NAME
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-CONTROL-STATUS.
005500     SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-FILE-NAME
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-JOURNAL-STATUS.
005800     SELECT CHANGE-LOG-FILE ASSIGN TO WS-CHANGE-LOG-NAME
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-LOG-STATUS.
006100     SELECT DELTA-FILE ASSIGN TO WS-DELTA-FILE-NAME
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300     SELECT REGISTER-FILE ASSIGN TO WS-TXREG-FILE-NAME
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-TXREG-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  CONTROL-FILE.
007000     COPY cdcctl.
007100
007200*--------------------------------------------------------------*
007300* ONE JOURNAL ROW PER MASTER RECORD CONSOLIDATION CHANGED, AS  *
007400* CONSOLDT WRITES IT. A SPACES AFTER IMAGE IS A DELETION; A    *
007500* SPACES BEFORE IMAGE WOULD BE AN ADD.                         *
007600*--------------------------------------------------------------*
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
010700 FD  DELTA-FILE.
010800 01  DELTA-RECORD               PIC X(250).
010900
011000 FD  REGISTER-FILE.
011100     COPY csvreg.
011200
011300 WORKING-STORAGE SECTION.
011400 01  WS-CONTROL-FILE-NAME       PIC X(50)
011500         VALUE "..\output\cdcctl.dat".
011600 01  WS-JOURNAL-FILE-NAME       PIC X(50)
011700         VALUE "..\output\mstjrnl.dat".
011800 01  WS-CHANGE-LOG-NAME         PIC X(50)
011900         VALUE "..\output\mstchg.log".
012000 01  WS-DELTA-FILE-NAME         PIC X(50) VALUE SPACES.
012100 01  WS-TXREG-FILE-NAME         PIC X(50)
012200         VALUE "..\output\csvreg.dat".
012300
012400 01  WS-CONTROL-STATUS          PIC X(02) VALUE "00".
012500     88  CONTROL-OK                  VALUE "00".
012600     88  CONTROL-MISSING             VALUE "35".
012700 01  WS-JOURNAL-STATUS          PIC X(02) VALUE "00".
012800     88  JOURNAL-OK                  VALUE "00".
012900     88  JOURNAL-MISSING             VALUE "35".
013000 01  WS-LOG-STATUS              PIC X(02) VALUE "00".
013100     88  LOG-OK                      VALUE "00".
013200     88  LOG-MISSING                 VALUE "35".
013300 01  WS-TXREG-STATUS            PIC X(02) VALUE "00".
013400     88  TXREG-OK                    VALUE "00".
013500     88  TXREG-MISSING               VALUE "35".
013600
013700*--------------------------------------------------------------*
013800* SWITCHES.                                                    *
013900*--------------------------------------------------------------*
014000 01  WS-SWITCHES.
014100     05  WS-JRN-EOF-SW          PIC X(01) VALUE 'N'.
014200         88  JRN-EOF                  VALUE 'Y'.
014300     05  WS-LOG-EOF-SW          PIC X(01) VALUE 'N'.
014400         88  LOG-EOF                  VALUE 'Y'.
014500     05  WS-JRN-OPEN-SW         PIC X(01) VALUE 'N'.
014600         88  JOURNAL-OPENED           VALUE 'Y'.
014700     05  WS-LOG-OPEN-SW         PIC X(01) VALUE 'N'.
014800         88  LOG-OPENED               VALUE 'Y'.
014900     05  WS-DELTA-OPEN-SW       PIC X(01) VALUE 'N'.
015000         88  DELTA-OPENED             VALUE 'Y'.
015100     05  WS-DRIVEN-SW           PIC X(01) VALUE 'N'.
015200         88  DRIVEN-MODE              VALUE 'Y'.
015300     05  WS-ABORT-SW            PIC X(01) VALUE 'N'.
015400         88  RUN-ABORTED              VALUE 'Y'.
015500
015600*--------------------------------------------------------------*
015700* MERGE KEYS OF THE NEXT UNSENT ROW OF EACH TRAIL - DATE THEN  *
015800* TIME, COMPARED AS ONE SIXTEEN-DIGIT FIELD.                   *
015900*--------------------------------------------------------------*
016000 01  WS-JRN-SORT.
016100     05  WS-JRN-SORT-DATE       PIC 9(08).
016200     05  WS-JRN-SORT-TIME       PIC 9(08).
016300 01  WS-LOG-SORT.
016400     05  WS-LOG-SORT-DATE       PIC 9(08).
016500     05  WS-LOG-SORT-TIME       PIC 9(08).
016600
016700*--------------------------------------------------------------*
016800* WORK VIEW OF ONE JOURNAL IMAGE - FIELD FOR FIELD THE SHAPE   *
016900* OF CONSOLDT'S MASTER-RECORD.                                 *
017000*--------------------------------------------------------------*
017100 01  WS-JRN-IMAGE.
017200     05  WS-JI-DISTRICT         PIC X(50).
017300     05  WS-JI-MUNICIPALITY     PIC X(50).
017400     05  WS-JI-CONTRACT         PIC XX.
017500     05  WS-JI-NAME             PIC X(30).
017600     05  WS-JI-DATE             PIC X(30).
017700     05  WS-JI-CONTACT          PIC XX.
017800     05  WS-JI-AMOUNT           PIC X(09).
017900     05  WS-JI-OPERATOR         PIC X(10).
018000     05  WS-JI-ENTRY-DATE       PIC X(08).
018100     05  WS-JI-ENTRY-TIME       PIC X(08).
018200
018300*--------------------------------------------------------------*
018400* THE DELTA ROW UNDER CONSTRUCTION, FILLED FROM A JOURNAL OR   *
018500* CHANGE-LOG ROW AND WRITTEN BY 5000-WRITE-DELTA. ON A DELETE  *
018600* ONLY THE KEY IS CARRIED.                                     *
018700*--------------------------------------------------------------*
018800 01  WS-DELTA.
018900     05  WS-DL-ACTION           PIC X(01).
019000         88  DELTA-ADD                VALUE 'A'.
019100         88  DELTA-CHANGE             VALUE 'C'.
019200         88  DELTA-DELETE             VALUE 'D'.
019300     05  WS-DL-SOURCE           PIC X(08).
019400     05  WS-DL-CHANGE-DATE      PIC 9(08).
019500     05  WS-DL-CHANGE-TIME      PIC 9(08).
019600     05  WS-DL-DISTRICT         PIC X(50).
019700     05  WS-DL-MUNICIPALITY     PIC X(50).
019800     05  WS-DL-CONTRACT         PIC X(02).
019900     05  WS-DL-NAME             PIC X(30).
020000     05  WS-DL-DATE             PIC X(30).
020100     05  WS-DL-CONTACT          PIC X(02).
020200     05  WS-DL-AMOUNT           PIC X(09).
020300
020400 01  WS-DELTA-LINE              PIC X(250) VALUE SPACES.
020500
020600*--------------------------------------------------------------*
020700* SEQUENCE NUMBERS - THE LAST ONE WRITTEN AND THE FIRST OF     *
020800* THIS RUN (WHICH NAMES THE DELTA FILE).                       *
020900*--------------------------------------------------------------*
021000 01  WS-LAST-SEQUENCE           PIC 9(08) VALUE ZERO.
021100 01  WS-FIRST-SEQUENCE          PIC 9(08) VALUE ZERO.
021200
021300*--------------------------------------------------------------*
021400* RUN COUNTERS - ROWS READ FROM EACH TRAIL INCLUDE THE ROWS    *
021500* SKIPPED AS ALREADY SENT, SO AT THE END THEY ARE THE NEW      *
021600* CONTROL MARKS.                                               *
021700*--------------------------------------------------------------*
021800 77  WS-JRN-ROWS-READ           PIC 9(08) COMP VALUE ZERO.
021900 77  WS-LOG-ROWS-READ           PIC 9(08) COMP VALUE ZERO.
022000 77  WS-ROWS-WRITTEN            PIC 9(08) COMP VALUE ZERO.
022100 77  WS-ADDS-WRITTEN            PIC 9(07) COMP VALUE ZERO.
022200 77  WS-CHANGES-WRITTEN         PIC 9(07) COMP VALUE ZERO.
022300 77  WS-DELETES-WRITTEN         PIC 9(07) COMP VALUE ZERO.
022400 77  WS-ROWS-UNKNOWN            PIC 9(07) COMP VALUE ZERO.
022500
022600 01  CURRENT-DATE-DATA.
022700     05  CURRENT-DATE.
022800         10  CURRENT-YEAR          PIC 9(04).
022900         10  CURRENT-MONTH         PIC 9(02).
023000         10  CURRENT-DAY           PIC 9(02).
023100     05  WS-CURRENT-TIME.
023200         10  CURRENT-HOURS         PIC 9(02).
023300         10  CURRENT-MINUTE        PIC 9(02).
023400         10  CURRENT-SECOND        PIC 9(02).
023500         10  CURRENT-MILLISECONDS  PIC 9(02).
023600
023700 LINKAGE SECTION.
023800     COPY eodparm.
023900
024000 PROCEDURE DIVISION USING EOD-PARM.
024100*--------------------------------------------------------------*
024200 0000-MAINLINE.
024300*--------------------------------------------------------------*
024400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024500     IF NOT RUN-ABORTED
024600         PERFORM 2000-MERGE-CHANGES THRU 2000-EXIT
024700             UNTIL JRN-EOF AND LOG-EOF
024800     END-IF.
024900     PERFORM 8000-TERMINATE THRU 8000-EXIT.
025000     GOBACK.
025100
025200*--------------------------------------------------------------*
025300 1000-INITIALIZE.
025400*    READS THE CONTROL MARKS, THEN POSITIONS EACH TRAIL ON ITS  *
025500*    FIRST ROW NOT YET SENT.                                    *
025600*--------------------------------------------------------------*
025700     IF ADDRESS OF EOD-PARM NOT = NULL
025800         IF EP-PARM-PRESENT
025900             MOVE 'Y' TO WS-DRIVEN-SW
026000         END-IF
026100     END-IF.
026200     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA.
026300     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
026400     IF RUN-ABORTED
026500         GO TO 1000-EXIT
026600     END-IF.
026700     MOVE CC-LAST-SEQUENCE TO WS-LAST-SEQUENCE.
026800     PERFORM 1200-POSITION-JOURNAL THRU 1200-EXIT.
026900     IF RUN-ABORTED
027000         GO TO 1000-EXIT
027100     END-IF.
027200     PERFORM 1300-POSITION-CHANGE-LOG THRU 1300-EXIT.
027300 1000-EXIT.
027400     EXIT.
027500
027600*--------------------------------------------------------------*
027700 1100-READ-CONTROL.
027800*    NO CONTROL FILE MEANS THE FEED HAS NEVER RUN - EVERYTHING  *
027900*    ON BOTH TRAILS IS SENT, STARTING AT SEQUENCE 1.            *
028000*--------------------------------------------------------------*
028100     OPEN INPUT CONTROL-FILE.
028200     IF CONTROL-MISSING
028300         MOVE ZERO TO CC-LAST-SEQUENCE CC-JOURNAL-ROWS
028400             CC-CHGLOG-ROWS CC-LAST-RUN-DATE CC-LAST-RUN-TIME
028500         MOVE SPACES TO CC-LAST-DELTA-FILE
028600         DISPLAY "NO DELTA CONTROL FILE - FIRST RUN, THE FULL "
028700             "AUDIT TRAILS WILL BE SENT."
028800         GO TO 1100-EXIT
028900     END-IF.
029000     IF NOT CONTROL-OK
029100         DISPLAY "DELTA CONTROL FILE " WS-CONTROL-FILE-NAME
029200             " NOT AVAILABLE - STATUS " WS-CONTROL-STATUS
029300         MOVE 'Y' TO WS-ABORT-SW
029400         GO TO 1100-EXIT
029500     END-IF.
029600     READ CONTROL-FILE
029700         AT END
029800             DISPLAY "DELTA CONTROL FILE IS EMPTY - RUN STOPPED."
029900             MOVE 'Y' TO WS-ABORT-SW
030000     END-READ.
030100     CLOSE CONTROL-FILE.
030200     IF NOT RUN-ABORTED
030300         DISPLAY "LAST DELTA SENT: SEQUENCE " CC-LAST-SEQUENCE
030400             " ON " CC-LAST-RUN-DATE
030500     END-IF.
030600 1100-EXIT.
030700     EXIT.
030800
030900*--------------------------------------------------------------*
031000 1200-POSITION-JOURNAL.
031100*    SKIPS THE JOURNAL ROWS ALREADY SENT AND READS THE FIRST    *
031200*    NEW ONE. A JOURNAL WITH FEWER ROWS THAN THE MARK STOPS     *
031300*    THE RUN.                                                   *
031400*--------------------------------------------------------------*
031500     OPEN INPUT JOURNAL-FILE.
031600     IF NOT JOURNAL-OK
031700         MOVE 'Y' TO WS-JRN-EOF-SW
031800         IF CC-JOURNAL-ROWS > ZERO
031900             DISPLAY "CONSOLIDATION JOURNAL NOT AVAILABLE - "
031910                 "STATUS " WS-JOURNAL-STATUS " - RUN STOPPED."
032100             MOVE 'Y' TO WS-ABORT-SW
032200         END-IF
032300         GO TO 1200-EXIT
032400     END-IF.
032500     MOVE 'Y' TO WS-JRN-OPEN-SW.
032600     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT
032700         UNTIL JRN-EOF
032800             OR WS-JRN-ROWS-READ >= CC-JOURNAL-ROWS.
032900     IF WS-JRN-ROWS-READ < CC-JOURNAL-ROWS
033000         DISPLAY "CONSOLIDATION JOURNAL HOLDS " WS-JRN-ROWS-READ
033100             " ROWS BUT " CC-JOURNAL-ROWS " WERE ALREADY SENT - "
033200             "RUN STOPPED."
033300         MOVE 'Y' TO WS-ABORT-SW
033400         GO TO 1200-EXIT
033500     END-IF.
033600     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
033700 1200-EXIT.
033800     EXIT.
033900
034000*--------------------------------------------------------------*
034100 1300-POSITION-CHANGE-LOG.
034200*    THE SAME FOR THE CHANGE LOG.                               *
034300*--------------------------------------------------------------*
034400     OPEN INPUT CHANGE-LOG-FILE.
034500     IF NOT LOG-OK
034600         MOVE 'Y' TO WS-LOG-EOF-SW
034700         IF CC-CHGLOG-ROWS > ZERO
034800             DISPLAY "CHANGE LOG NOT AVAILABLE - STATUS "
034900                 WS-LOG-STATUS " - RUN STOPPED."
035000             MOVE 'Y' TO WS-ABORT-SW
035100         END-IF
035200         GO TO 1300-EXIT
035300     END-IF.
035400     MOVE 'Y' TO WS-LOG-OPEN-SW.
035500     PERFORM 2200-READ-CHANGE-LOG THRU 2200-EXIT
035600         UNTIL LOG-EOF
035700             OR WS-LOG-ROWS-READ >= CC-CHGLOG-ROWS.
035800     IF WS-LOG-ROWS-READ < CC-CHGLOG-ROWS
035900         DISPLAY "CHANGE LOG HOLDS " WS-LOG-ROWS-READ
036000             " ROWS BUT " CC-CHGLOG-ROWS " WERE ALREADY SENT - "
036100             "RUN STOPPED."
036200         MOVE 'Y' TO WS-ABORT-SW
036300         GO TO 1300-EXIT
036400     END-IF.
036500     PERFORM 2200-READ-CHANGE-LOG THRU 2200-EXIT.
036600 1300-EXIT.
036700     EXIT.
036800
036900*--------------------------------------------------------------*
037000 2000-MERGE-CHANGES.
037100*    SENDS THE EARLIER OF THE TWO WAITING ROWS AND READS THE    *
037200*    NEXT ROW OF THAT TRAIL. ON A TIE THE JOURNAL ROW GOES      *
037300*    FIRST.                                                     *
037400*--------------------------------------------------------------*
037500     EVALUATE TRUE
037600         WHEN LOG-EOF
037700             PERFORM 3000-JOURNAL-CHANGE THRU 3000-EXIT
037800             PERFORM 2100-READ-JOURNAL THRU 2100-EXIT
037900         WHEN JRN-EOF
038000             PERFORM 4000-LOG-CHANGE THRU 4000-EXIT
038100             PERFORM 2200-READ-CHANGE-LOG THRU 2200-EXIT
038200         WHEN WS-JRN-SORT NOT > WS-LOG-SORT
038300             PERFORM 3000-JOURNAL-CHANGE THRU 3000-EXIT
038400             PERFORM 2100-READ-JOURNAL THRU 2100-EXIT
038500         WHEN OTHER
038600             PERFORM 4000-LOG-CHANGE THRU 4000-EXIT
038700             PERFORM 2200-READ-CHANGE-LOG THRU 2200-EXIT
038800     END-EVALUATE.
038900 2000-EXIT.
039000     EXIT.
039100
039200*--------------------------------------------------------------*
039300 2100-READ-JOURNAL.
039400*    READS ONE JOURNAL ROW. THE JOURNAL CARRIES ONLY THE RUN    *
039500*    DATE, SO ITS ROWS SORT AT THE START OF THAT DAY.           *
039600*--------------------------------------------------------------*
039700     READ JOURNAL-FILE
039800         AT END
039900             MOVE 'Y' TO WS-JRN-EOF-SW
040000     END-READ.
040100     IF JRN-EOF
040200         GO TO 2100-EXIT
040300     END-IF.
040400     ADD 1 TO WS-JRN-ROWS-READ.
040500     MOVE JR-RUN-DATE TO WS-JRN-SORT-DATE.
040600     MOVE ZERO TO WS-JRN-SORT-TIME.
040700 2100-EXIT.
040800     EXIT.
040900
041000*--------------------------------------------------------------*
041100 2200-READ-CHANGE-LOG.
041200*--------------------------------------------------------------*
041300     READ CHANGE-LOG-FILE
041400         AT END
041500             MOVE 'Y' TO WS-LOG-EOF-SW
041600     END-READ.
041700     IF LOG-EOF
041800         GO TO 2200-EXIT
041900     END-IF.
042000     ADD 1 TO WS-LOG-ROWS-READ.
042100     MOVE CL-LOG-DATE TO WS-LOG-SORT-DATE.
042200     MOVE CL-LOG-TIME TO WS-LOG-SORT-TIME.
042300 2200-EXIT.
042400     EXIT.
042500
042600*--------------------------------------------------------------*
042700 3000-JOURNAL-CHANGE.
042800*    BUILDS THE DELTA ROW FOR ONE JOURNAL ROW - A SPACES AFTER  *
042900*    IMAGE IS A DELETE OF THE BEFORE KEY, A SPACES BEFORE IMAGE *
043000*    AN ADD, ANYTHING ELSE A CHANGE CARRYING THE AFTER VALUES.  *
043010*    A ROW WHOSE TWO KEYS DIFFER IS AN MSTRKEY MOVE.            *
043100*--------------------------------------------------------------*
043200     IF JR-OLD-IMAGE NOT = SPACES
043210         AND JR-NEW-IMAGE NOT = SPACES
043220         AND JR-OLD-IMAGE(1:102) NOT = JR-NEW-IMAGE(1:102)
043230         PERFORM 3100-REKEY-CHANGE THRU 3100-EXIT
043240         GO TO 3000-EXIT
043250     END-IF.
043260     MOVE SPACES TO WS-DELTA.
043300     MOVE "CONSOLDT" TO WS-DL-SOURCE.
043400     MOVE JR-RUN-DATE TO WS-DL-CHANGE-DATE.
043500     MOVE ZERO TO WS-DL-CHANGE-TIME.
043600     EVALUATE TRUE
043700         WHEN JR-NEW-IMAGE = SPACES
043800             MOVE 'D' TO WS-DL-ACTION
043900             MOVE JR-OLD-IMAGE TO WS-JRN-IMAGE
044000         WHEN JR-OLD-IMAGE = SPACES
044100             MOVE 'A' TO WS-DL-ACTION
044200             MOVE JR-NEW-IMAGE TO WS-JRN-IMAGE
044300         WHEN OTHER
044400             MOVE 'C' TO WS-DL-ACTION
044500             MOVE JR-NEW-IMAGE TO WS-JRN-IMAGE
044600     END-EVALUATE.
044700     MOVE WS-JI-DISTRICT TO WS-DL-DISTRICT.
044800     MOVE WS-JI-MUNICIPALITY TO WS-DL-MUNICIPALITY.
044900     MOVE WS-JI-CONTRACT TO WS-DL-CONTRACT.
045000     IF NOT DELTA-DELETE
045100         MOVE WS-JI-NAME TO WS-DL-NAME
045200         MOVE WS-JI-DATE TO WS-DL-DATE
045300         MOVE WS-JI-CONTACT TO WS-DL-CONTACT
045400         MOVE WS-JI-AMOUNT TO WS-DL-AMOUNT
045500     END-IF.
045600     PERFORM 5000-WRITE-DELTA THRU 5000-EXIT.
045700 3000-EXIT.
045800     EXIT.
045802
045804*--------------------------------------------------------------*
045806 3100-REKEY-CHANGE.
045808*    A MOVED RECORD NO LONGER EXISTS DOWNSTREAM UNDER ITS OLD  *
045810*    KEY, SO THE MOVE IS SENT AS TWO ROWS - A DELETE OF THE    *
045812*    BEFORE KEY, THEN AN ADD OF THE AFTER IMAGE.               *
045814*--------------------------------------------------------------*
045816     MOVE SPACES TO WS-DELTA.
045818     MOVE "MSTRKEY" TO WS-DL-SOURCE.
045820     MOVE JR-RUN-DATE TO WS-DL-CHANGE-DATE.
045822     MOVE ZERO TO WS-DL-CHANGE-TIME.
045824     MOVE 'D' TO WS-DL-ACTION.
045826     MOVE JR-OLD-IMAGE TO WS-JRN-IMAGE.
045828     MOVE WS-JI-DISTRICT TO WS-DL-DISTRICT.
045830     MOVE WS-JI-MUNICIPALITY TO WS-DL-MUNICIPALITY.
045832     MOVE WS-JI-CONTRACT TO WS-DL-CONTRACT.
045834     PERFORM 5000-WRITE-DELTA THRU 5000-EXIT.
045836     MOVE SPACES TO WS-DELTA.
045838     MOVE "MSTRKEY" TO WS-DL-SOURCE.
045840     MOVE JR-RUN-DATE TO WS-DL-CHANGE-DATE.
045842     MOVE ZERO TO WS-DL-CHANGE-TIME.
045844     MOVE 'A' TO WS-DL-ACTION.
045846     MOVE JR-NEW-IMAGE TO WS-JRN-IMAGE.
045848     MOVE WS-JI-DISTRICT TO WS-DL-DISTRICT.
045850     MOVE WS-JI-MUNICIPALITY TO WS-DL-MUNICIPALITY.
045852     MOVE WS-JI-CONTRACT TO WS-DL-CONTRACT.
045854     MOVE WS-JI-NAME TO WS-DL-NAME.
045856     MOVE WS-JI-DATE TO WS-DL-DATE.
045858     MOVE WS-JI-CONTACT TO WS-DL-CONTACT.
045860     MOVE WS-JI-AMOUNT TO WS-DL-AMOUNT.
045862     PERFORM 5000-WRITE-DELTA THRU 5000-EXIT.
045864 3100-EXIT.
045866     EXIT.
045900
046000*--------------------------------------------------------------*
046100 4000-LOG-CHANGE.
046200*    BUILDS THE DELTA ROW FOR ONE CHANGE-LOG ROW. THE ACTION    *
046300*    CODES MAP AS FOLLOWS:                                      *
046400*      'C' CORRECTION (MSTINQ, OR MSTAPRV WHEN APPROVED) - C    *
046500*      'D' DELETION   (MSTINQ, OR MSTAPRV WHEN APPROVED) - D    *
046600*      'R' ARCHIVE RESTORE (ARCHINQ)                     - A    *
046700*      'P' ARCHIVE PURGE (ARCHMST)                       - D    *
046800*      'B' ROLLBACK (MSTRBACK) - A WHEN THE KEY HAD NO BEFORE   *
046900*          IMAGE, D WHEN IT HAS NO AFTER IMAGE, OTHERWISE C.    *
046910*      'E' NAME ERASURE (SUBJINQ)                        - C    *
047000*    A ROW WITH ANY OTHER CODE IS COUNTED AND SKIPPED.          *
047100*--------------------------------------------------------------*
047200     MOVE SPACES TO WS-DELTA.
047300     MOVE CL-LOG-DATE TO WS-DL-CHANGE-DATE.
047400     MOVE CL-LOG-TIME TO WS-DL-CHANGE-TIME.
047500     EVALUATE CL-ACTION
047600         WHEN 'C'
047700             MOVE 'C' TO WS-DL-ACTION
047800             MOVE "MSTINQ" TO WS-DL-SOURCE
047900         WHEN 'D'
048000             MOVE 'D' TO WS-DL-ACTION
048100             MOVE "MSTINQ" TO WS-DL-SOURCE
048200         WHEN 'R'
048300             MOVE 'A' TO WS-DL-ACTION
048400             MOVE "ARCHINQ" TO WS-DL-SOURCE
048500         WHEN 'P'
048600             MOVE 'D' TO WS-DL-ACTION
048700             MOVE "ARCHMST" TO WS-DL-SOURCE
048710         WHEN 'E'
048720             MOVE 'C' TO WS-DL-ACTION
048730             MOVE "SUBJINQ" TO WS-DL-SOURCE
048800         WHEN 'B'
048900             MOVE "MSTRBACK" TO WS-DL-SOURCE
049000             EVALUATE TRUE
049100                 WHEN CL-OLD-AMOUNT = SPACES
049200                     MOVE 'A' TO WS-DL-ACTION
049300                 WHEN CL-NEW-AMOUNT = SPACES
049400                     MOVE 'D' TO WS-DL-ACTION
049500                 WHEN OTHER
049600                     MOVE 'C' TO WS-DL-ACTION
049700             END-EVALUATE
049800         WHEN OTHER
049900             ADD 1 TO WS-ROWS-UNKNOWN
050000             DISPLAY "CHANGE-LOG ROW " WS-LOG-ROWS-READ
050100                 " HAS UNKNOWN ACTION '" CL-ACTION "' - SKIPPED."
050200             GO TO 4000-EXIT
050300     END-EVALUATE.
050400     IF CL-APPROVED-BY NOT = SPACES
050500         MOVE "MSTAPRV" TO WS-DL-SOURCE
050600     END-IF.
050700     MOVE CL-DISTRICT TO WS-DL-DISTRICT.
050800     MOVE CL-MUNICIPALITY TO WS-DL-MUNICIPALITY.
050900     MOVE CL-CONTRACT TO WS-DL-CONTRACT.
051000     IF NOT DELTA-DELETE
051100         MOVE CL-NEW-NAME TO WS-DL-NAME
051200         MOVE CL-NEW-DATE TO WS-DL-DATE
051300         MOVE CL-NEW-CONTACT TO WS-DL-CONTACT
051400         MOVE CL-NEW-AMOUNT TO WS-DL-AMOUNT
051500     END-IF.
051600     PERFORM 5000-WRITE-DELTA THRU 5000-EXIT.
051700 4000-EXIT.
051800     EXIT.
051900
052000*--------------------------------------------------------------*
052100 5000-WRITE-DELTA.
052200*    GIVES THE DELTA ROW THE NEXT SEQUENCE NUMBER AND WRITES    *
052300*    IT, OPENING THE DELTA FILE ON THE FIRST ROW OF THE RUN.    *
052400*    THE NAME AND DATE ARE FREE TEXT AND QUOTED, AS CSVEXP      *
052500*    DOES; THE AMOUNT IS THE NINE-DIGIT UNEDITED FORM (TWO      *
052600*    IMPLIED DECIMALS) CSVEXP SENDS.                            *
052700*--------------------------------------------------------------*
052800     IF NOT DELTA-OPENED
052900         PERFORM 5100-OPEN-DELTA THRU 5100-EXIT
053000     END-IF.
053100     ADD 1 TO WS-LAST-SEQUENCE.
053200     MOVE SPACES TO WS-DELTA-LINE.
053300     STRING WS-LAST-SEQUENCE                 ","
053400         WS-DL-ACTION                        ","
053500         FUNCTION TRIM(WS-DL-DISTRICT)       ","
053600         FUNCTION TRIM(WS-DL-MUNICIPALITY)   ","
053700         WS-DL-CONTRACT                      ","
053800         '"' FUNCTION TRIM(WS-DL-NAME) '"'   ","
053900         '"' FUNCTION TRIM(WS-DL-DATE) '"'   ","
054000         WS-DL-CONTACT                       ","
054100         WS-DL-AMOUNT                        ","
054200         FUNCTION TRIM(WS-DL-SOURCE)         ","
054300         WS-DL-CHANGE-DATE                   ","
054400         WS-DL-CHANGE-TIME
054500         DELIMITED BY SIZE INTO WS-DELTA-LINE
054600         ON OVERFLOW
054700             DISPLAY "DELTA ROW TOO LONG FOR OUTPUT BUFFER - "
054800                 "ROW TRUNCATED AT SEQUENCE " WS-LAST-SEQUENCE
054900     END-STRING.
055000     WRITE DELTA-RECORD FROM WS-DELTA-LINE.
055100     ADD 1 TO WS-ROWS-WRITTEN.
055200     EVALUATE TRUE
055300         WHEN DELTA-ADD
055400             ADD 1 TO WS-ADDS-WRITTEN
055500         WHEN DELTA-CHANGE
055600             ADD 1 TO WS-CHANGES-WRITTEN
055700         WHEN DELTA-DELETE
055800             ADD 1 TO WS-DELETES-WRITTEN
055900     END-EVALUATE.
056000 5000-EXIT.
056100     EXIT.
056200
056300*--------------------------------------------------------------*
056400 5100-OPEN-DELTA.
056500*    NAMES THE DELTA FILE FOR ITS FIRST SEQUENCE NUMBER, OPENS  *
056600*    IT AND WRITES THE COLUMN-NAME HEADER ROW.                  *
056700*--------------------------------------------------------------*
056800     COMPUTE WS-FIRST-SEQUENCE = WS-LAST-SEQUENCE + 1.
056900     MOVE SPACES TO WS-DELTA-FILE-NAME.
057000     STRING "..\output\cdc" WS-FIRST-SEQUENCE ".csv"
057100         DELIMITED BY SIZE INTO WS-DELTA-FILE-NAME.
057200     OPEN OUTPUT DELTA-FILE.
057300     MOVE 'Y' TO WS-DELTA-OPEN-SW.
057400     MOVE SPACES TO WS-DELTA-LINE.
057500     STRING "SEQUENCE,ACTION,DISTRICT,MUNICIPALITY,CONTRACT,"
057600         "NAME,DATE,CONTACT,AMOUNT,SOURCE,CHANGE_DATE,"
057700         "CHANGE_TIME"
057800         DELIMITED BY SIZE INTO WS-DELTA-LINE.
057900     WRITE DELTA-RECORD FROM WS-DELTA-LINE.
058000 5100-EXIT.
058100     EXIT.
058200
058300*--------------------------------------------------------------*
058400 7000-REGISTER-EXPORT.
058500*    APPENDS THE DELTA FILE TO THE TRANSMISSION REGISTER AS     *
058600*    OUTSTANDING, THE SAME WAY CSVEXP REGISTERS ITS EXPORTS.    *
058700*--------------------------------------------------------------*
058800     OPEN EXTEND REGISTER-FILE.
058900     IF TXREG-MISSING
059000         OPEN OUTPUT REGISTER-FILE
059100     END-IF.
059200     MOVE WS-DELTA-FILE-NAME TO TX-CSV-FILE.
059300     MOVE CURRENT-DATE TO TX-RUN-DATE.
059400     MOVE WS-CURRENT-TIME TO TX-RUN-TIME.
059500     MOVE WS-ROWS-WRITTEN TO TX-RECORD-COUNT.
059600     MOVE 'O' TO TX-STATUS.
059700     MOVE ZERO TO TX-ACK-DATE.
059800     MOVE ZERO TO TX-ACK-COUNT.
059900     WRITE TRANSMIT-RECORD.
060000     CLOSE REGISTER-FILE.
060100 7000-EXIT.
060200     EXIT.
060300
060400*--------------------------------------------------------------*
060500 7100-SAVE-CONTROL.
060600*    REWRITES THE CONTROL RECORD WITH THE NEW SEQUENCE AND ROW  *
060700*    MARKS. THIS IS THE LAST THING A SUCCESSFUL RUN DOES - A    *
060800*    RUN THAT DIES EARLIER LEAVES THE OLD MARKS, AND THE NEXT   *
060900*    RUN BUILDS THE SAME DELTA AGAIN RATHER THAN SKIPPING IT.   *
061000*--------------------------------------------------------------*
061100     MOVE WS-LAST-SEQUENCE TO CC-LAST-SEQUENCE.
061200     MOVE WS-JRN-ROWS-READ TO CC-JOURNAL-ROWS.
061300     MOVE WS-LOG-ROWS-READ TO CC-CHGLOG-ROWS.
061400     MOVE CURRENT-DATE TO CC-LAST-RUN-DATE.
061500     MOVE WS-CURRENT-TIME TO CC-LAST-RUN-TIME.
061600     IF DELTA-OPENED
061700         MOVE WS-DELTA-FILE-NAME TO CC-LAST-DELTA-FILE
061800     END-IF.
061900     OPEN OUTPUT CONTROL-FILE.
062000     WRITE CDC-CONTROL-RECORD.
062100     CLOSE CONTROL-FILE.
062200 7100-EXIT.
062300     EXIT.
062400
062500*--------------------------------------------------------------*
062600 8000-TERMINATE.
062700*--------------------------------------------------------------*
062800     IF JOURNAL-OPENED
062900         CLOSE JOURNAL-FILE
063000     END-IF.
063100     IF LOG-OPENED
063200         CLOSE CHANGE-LOG-FILE
063300     END-IF.
063400     IF NOT RUN-ABORTED
063500         IF DELTA-OPENED
063600             CLOSE DELTA-FILE
063700             PERFORM 7000-REGISTER-EXPORT THRU 7000-EXIT
063800             DISPLAY "DELTA FILE WRITTEN: " WS-DELTA-FILE-NAME
063900         ELSE
064000             DISPLAY "NO MASTER CHANGES SINCE THE LAST DELTA."
064100         END-IF
064200         PERFORM 7100-SAVE-CONTROL THRU 7100-EXIT
064300     END-IF.
064400     IF DRIVEN-MODE
064500         MOVE SPACES TO EP-INFO
064600         IF RUN-ABORTED
064700             MOVE "08" TO EP-STEP-STATUS
064800         ELSE
064900             MOVE "00" TO EP-STEP-STATUS
065000             IF DELTA-OPENED
065100                 STRING "SEQ " WS-FIRST-SEQUENCE "-"
065200                     WS-LAST-SEQUENCE
065300                     DELIMITED BY SIZE INTO EP-INFO
065400             ELSE
065500                 MOVE "NO CHANGES" TO EP-INFO
065600             END-IF
065700         END-IF
065800     END-IF.
065900     DISPLAY "DELTA ROWS WRITTEN: " WS-ROWS-WRITTEN.
066000     DISPLAY "  ADDS:             " WS-ADDS-WRITTEN.
066100     DISPLAY "  CHANGES:          " WS-CHANGES-WRITTEN.
066200     DISPLAY "  DELETES:          " WS-DELETES-WRITTEN.
066300     DISPLAY "LOG ROWS SKIPPED:   " WS-ROWS-UNKNOWN.
066400 8000-EXIT.
066500     EXIT.
