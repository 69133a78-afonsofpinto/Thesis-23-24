000100 IDENTIFICATION DIVISION.
000200*--------------------------------------------------------------*
000300 PROGRAM-ID.     MSTPROOF.
000400 AUTHOR.         A. PINTO.
000500 INSTALLATION.   DSO - DISTRICT INTAKE SYSTEMS.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*--------------------------------------------------------------*
000900* MSTPROOF IS THE PROOF-OF-BALANCE RUN OVER THE MASTER FILE.   *
001000* IT READS THE MASTER CONTROL RECORD (mstctl.dat, SEE MSTCTL)  *
001100* AND PRINTS THE OPENING COUNT AND MR-AMOUNT TOTAL, EACH       *
001200* POSTING PROGRAM'S MOVEMENTS SINCE THE LAST PROOF (RECORDS    *
001300* ADDED AND REMOVED, AMOUNT IN AND OUT) AND THE CLOSING        *
001400* TOTALS, AND MAKES TWO CHECKS:                                *
001500*   1. OPENING PLUS MOVEMENTS EQUALS THE CLOSING TOTALS;       *
001600*   2. A RECOUNT OF THE PHYSICAL masterdt.dat EQUALS THE       *
001700*      CLOSING TOTALS.                                         *
001800* EITHER DIFFERENCE PUTS THE MASTER OUT OF BALANCE. THE        *
001900* CLOSING TOTALS THEN BECOME THE NEXT PERIOD'S OPENING TOTALS  *
002000* AND THE MOVEMENTS ARE CLEARED - A PHYSICAL DIFFERENCE IS     *
002100* THEREFORE REPORTED AGAIN EVERY NIGHT UNTIL IT IS FOUND.      *
002200*                                                              *
002300* THE VERY FIRST RUN (NO CONTROL RECORD) ESTABLISHES THE       *
002400* TOTALS FROM THE RECOUNT; MSTTOT POSTS NOTHING UNTIL THEN.    *
002500*                                                              *
002600* RUN AS THE LAST STEP OF THE EODBATCH CHAIN (EODPARM PASSED)  *
002700* NO CONSOLE INPUT IS READ AND AN OUT-OF-BALANCE RESULT IS     *
002800* RETURNED AS EP-STEP-STATUS "04" FOR THE MORNING SUMMARY. RUN *
002900* STANDALONE, AN OUT-OF-BALANCE MASTER MAY BE RE-BASED: ONCE   *
003000* THE DIFFERENCE HAS BEEN EXPLAINED, A SUPERVISOR ACCEPTS THE  *
003100* RECOUNT AS THE CLOSING TOTALS AND THE ADJUSTMENT IS CARRIED  *
003200* AS AN MSTPROOF MOVEMENT ON THE NEXT PROOF. THE PROOF REPORT  *
003300* IS WRITTEN TO mstproof.txt.                                  *
003400*--------------------------------------------------------------*
003500* MODIFICATION HISTORY.                                        *
003600*--------------------------------------------------------------*
003700* DATE        INIT  DESCRIPTION                                *
003800* ----------  ----  ------------------------------------------ *
003900* 2026-10-15   AP   ORIGINAL PROGRAM.                          *
003910* 2026-10-15   AP   RUN STANDALONE, THE PROOF NOW HOLDS THE    *
003920*                   MASTER LOCK (MSTLOCK) FOR THE WHOLE RUN    *
003930*                   AND WILL NOT START WHILE ANOTHER RUN HOLDS *
003940*                   IT, SO NO MSTTOT POSTING IS LOST WHEN THE  *
003950*                   CONTROL RECORD IS REWRITTEN.               *
004000*--------------------------------------------------------------*
004100
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT CONTROL-FILE ASSIGN TO WS-CONTROL-FILE-NAME
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-CONTROL-STATUS.
004800     SELECT MASTER-FILE ASSIGN TO WS-MASTER-FILE-NAME
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS MR-KEY
005200         FILE STATUS IS WS-MASTER-STATUS.
005300     SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  CONTROL-FILE.
005900     COPY mstctl.
006000
006100 FD  MASTER-FILE.
006200 01  MASTER-RECORD.
006300     05  MR-KEY.
006400         10  MR-DISTRICT        PIC X(50).
006500         10  MR-MUNICIPALITY    PIC X(50).
006600         10  MR-CONTRACT        PIC 99.
006700     05  MR-NAME                PIC X(30).
006800     05  MR-DATE                PIC X(30).
006900     05  MR-CONTACT             PIC 99.
007000     05  MR-AMOUNT              PIC 9(07)V99.
007100     05  MR-OPERATOR            PIC X(10).
007200     05  MR-ENTRY-DATE          PIC 9(08).
007300     05  MR-ENTRY-TIME          PIC 9(08).
007400
007500 FD  REPORT-FILE.
007600 01  REPORT-RECORD              PIC X(132).
007700
007800 WORKING-STORAGE SECTION.
007900 01  WS-CONTROL-FILE-NAME       PIC X(50)
008000         VALUE "..\output\mstctl.dat".
008100 01  WS-MASTER-FILE-NAME        PIC X(50)
008200         VALUE "..\output\masterdt.dat".
008300 01  WS-REPORT-FILE-NAME        PIC X(50)
008400         VALUE "..\output\mstproof.txt".
008500
008600 01  WS-CONTROL-STATUS          PIC X(02) VALUE "00".
008700     88  CONTROL-OK                  VALUE "00".
008800     88  CONTROL-MISSING             VALUE "35".
008900 01  WS-MASTER-STATUS           PIC X(02) VALUE "00".
009000     88  MASTER-OK                   VALUE "00".
009100     88  MASTER-FILE-MISSING         VALUE "35".
009200
009300*--------------------------------------------------------------*
009400* SWITCHES.                                                    *
009500*--------------------------------------------------------------*
009600 01  WS-SWITCHES.
009700     05  WS-MST-EOF-SW          PIC X(01) VALUE 'N'.
009800         88  MST-EOF                  VALUE 'Y'.
009900     05  WS-ABORT-SW            PIC X(01) VALUE 'N'.
010000         88  RUN-ABORTED              VALUE 'Y'.
010100     05  WS-DRIVEN-SW           PIC X(01) VALUE 'N'.
010200         88  DRIVEN-MODE              VALUE 'Y'.
010300     05  WS-FIRST-PROOF-SW      PIC X(01) VALUE 'N'.
010400         88  FIRST-PROOF              VALUE 'Y'.
010500     05  WS-BALANCE-SW          PIC X(01) VALUE 'Y'.
010600         88  IN-BALANCE               VALUE 'Y'.
010700     05  WS-REBASE-SW           PIC X(01) VALUE 'N'.
010800         88  REBASE-WANTED            VALUE 'Y'.
010900     05  WS-REPORT-OPEN-SW      PIC X(01) VALUE 'N'.
011000         88  REPORT-OPENED            VALUE 'Y'.
011010     05  WS-LOCK-SW             PIC X(01) VALUE 'N'.
011020         88  MASTER-LOCK-TAKEN        VALUE 'Y'.
011100
011200 01  WS-OPERATOR-ID             PIC X(10) VALUE SPACES.
011300 01  WS-SIGNON-OK-SW            PIC X(01) VALUE 'N'.
011400     88  SIGNED-ON                   VALUE 'Y'.
011500 77  WS-SIGNON-TRIES            PIC 9(01) COMP VALUE ZERO.
011600 77  WS-SIGNON-MAX-TRIES        PIC 9(01) COMP VALUE 3.
011700
011800*--------------------------------------------------------------*
011900* PARAMETER AREA OF THE SHARED SIGN-ON CHECK.                  *
012000*--------------------------------------------------------------*
012100     COPY signparm.
012110
012120*--------------------------------------------------------------*
012130* PARAMETER AREA OF THE MASTER LOCK.                           *
012140*--------------------------------------------------------------*
012150     COPY lockparm.
012200
012300*--------------------------------------------------------------*
012400* PROOF FIGURES - THE MOVEMENT TOTALS, OPENING PLUS MOVEMENTS, *
012500* THE PHYSICAL RECOUNT AND THE TWO DIFFERENCES.                *
012600*--------------------------------------------------------------*
012700 01  WS-PROOF-FIGURES.
012800     05  WS-TOTAL-ADDED         PIC S9(07) VALUE ZERO.
012900     05  WS-TOTAL-REMOVED       PIC S9(07) VALUE ZERO.
013000     05  WS-TOTAL-AMOUNT-IN     PIC S9(11)V99 VALUE ZERO.
013100     05  WS-TOTAL-AMOUNT-OUT    PIC S9(11)V99 VALUE ZERO.
013200     05  WS-PROVED-COUNT        PIC S9(07) VALUE ZERO.
013300     05  WS-PROVED-AMOUNT       PIC S9(11)V99 VALUE ZERO.
013400     05  WS-PHYSICAL-COUNT      PIC S9(07) VALUE ZERO.
013500     05  WS-PHYSICAL-AMOUNT     PIC S9(11)V99 VALUE ZERO.
013600     05  WS-MOVE-DIFF-COUNT     PIC S9(07) VALUE ZERO.
013700     05  WS-MOVE-DIFF-AMOUNT    PIC S9(11)V99 VALUE ZERO.
013800     05  WS-FILE-DIFF-COUNT     PIC S9(07) VALUE ZERO.
013900     05  WS-FILE-DIFF-AMOUNT    PIC S9(11)V99 VALUE ZERO.
014000     05  WS-NET-COUNT           PIC S9(07) VALUE ZERO.
014100     05  WS-NET-AMOUNT          PIC S9(11)V99 VALUE ZERO.
014200
014300 01  WS-REPORT-LINE             PIC X(132) VALUE SPACES.
014400 01  WS-EDIT-COUNT              PIC -,---,--9.
014500 01  WS-EDIT-COUNT-2            PIC -,---,--9.
014600 01  WS-EDIT-AMOUNT             PIC -,---,---,--9.99.
014700 01  WS-EDIT-AMOUNT-2           PIC -,---,---,--9.99.
014800 01  WS-LABEL                   PIC X(30) VALUE SPACES.
014900 01  WS-REBASE-REPLY            PIC X(01) VALUE SPACE.
015000
015100 01  CURRENT-DATE-DATA.
015200     05  CURRENT-DATE.
015300         10  CURRENT-YEAR          PIC 9(04).
015400         10  CURRENT-MONTH         PIC 9(02).
015500         10  CURRENT-DAY           PIC 9(02).
015600     05  WS-CURRENT-TIME.
015700         10  CURRENT-HOURS         PIC 9(02).
015800         10  CURRENT-MINUTE        PIC 9(02).
015900         10  CURRENT-SECOND        PIC 9(02).
016000         10  CURRENT-MILLISECONDS  PIC 9(02).
016100
016200 LINKAGE SECTION.
016300     COPY eodparm.
016400
016500 PROCEDURE DIVISION USING EOD-PARM.
016600*--------------------------------------------------------------*
016700 0000-MAINLINE.
016800*--------------------------------------------------------------*
016900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017000     IF NOT RUN-ABORTED
017100         PERFORM 2000-RECOUNT-MASTER THRU 2000-EXIT
017200     END-IF.
017300     IF NOT RUN-ABORTED
017400         IF FIRST-PROOF
017500             PERFORM 3000-ESTABLISH-TOTALS THRU 3000-EXIT
017600         ELSE
017700             PERFORM 4000-PROVE-TOTALS THRU 4000-EXIT
017800             PERFORM 5000-ROLL-FORWARD THRU 5000-EXIT
017900         END-IF
018000     END-IF.
018100     IF NOT RUN-ABORTED
018200         AND NOT FIRST-PROOF
018300         AND NOT IN-BALANCE
018400         AND NOT DRIVEN-MODE
018500         PERFORM 6000-OFFER-REBASE THRU 6000-EXIT
018600     END-IF.
018700     IF NOT RUN-ABORTED
018800         PERFORM 7000-SAVE-CONTROL THRU 7000-EXIT
018900     END-IF.
019000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
019010     IF MASTER-LOCK-TAKEN
019020         PERFORM 8300-RELEASE-MASTER-LOCK THRU 8300-EXIT
019030     END-IF.
019100     GOBACK.
019200
019300*--------------------------------------------------------------*
019400 1000-INITIALIZE.
019500*    READS THE CONTROL RECORD. NONE ON FILE MEANS THIS IS THE  *
019600*    FIRST PROOF, WHICH ESTABLISHES THE TOTALS.                *
019610*    RUN ON ITS OWN, MSTPROOF TAKES THE MASTER LOCK BEFORE IT  *
019620*    READS THE CONTROL RECORD, SO NO POSTING CAN SLIP IN       *
019630*    BETWEEN THE READ AND THE REWRITE AT 7000; UNDER EODBATCH  *
019640*    THE DRIVER ALREADY HOLDS IT FOR THE CHAIN.                *
019700*--------------------------------------------------------------*
019800     IF ADDRESS OF EOD-PARM NOT = NULL
019900         IF EP-PARM-PRESENT
020000             MOVE 'Y' TO WS-DRIVEN-SW
020100         END-IF
020200     END-IF.
020210     IF NOT DRIVEN-MODE
020220         PERFORM 1020-TAKE-MASTER-LOCK THRU 1020-EXIT
020230         IF RUN-ABORTED
020240             GO TO 1000-EXIT
020250         END-IF
020260     END-IF.
020300     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA.
020400     OPEN INPUT CONTROL-FILE.
020500     IF CONTROL-MISSING
020600         MOVE 'Y' TO WS-FIRST-PROOF-SW
020700         GO TO 1000-EXIT
020800     END-IF.
020900     IF NOT CONTROL-OK
021000         DISPLAY "MASTER CONTROL FILE " WS-CONTROL-FILE-NAME
021100             " NOT AVAILABLE - STATUS " WS-CONTROL-STATUS
021200         MOVE 'Y' TO WS-ABORT-SW
021300         GO TO 1000-EXIT
021400     END-IF.
021500     READ CONTROL-FILE
021600         AT END
021700             DISPLAY "MASTER CONTROL FILE IS EMPTY - RUN STOPPED."
021800             MOVE 'Y' TO WS-ABORT-SW
021900     END-READ.
022000     CLOSE CONTROL-FILE.
022100     IF RUN-ABORTED
022200         GO TO 1000-EXIT
022300     END-IF.
022400     OPEN OUTPUT REPORT-FILE.
022500     MOVE 'Y' TO WS-REPORT-OPEN-SW.
022600 1000-EXIT.
022700     EXIT.
022702
022704*--------------------------------------------------------------*
022706 1020-TAKE-MASTER-LOCK.
022708*    A LOCK HELD BY ANOTHER RUN (OR LEFT BY AN ABENDED ONE)    *
022710*    STOPS THE RUN BEFORE THE CONTROL RECORD IS READ.          *
022712*--------------------------------------------------------------*
022714     MOVE 'A' TO LP-FUNCTION.
022716     MOVE "MSTPROOF" TO LP-PROGRAM.
022718     MOVE SPACES TO LP-OPERATOR.
022720     CALL 'MSTLOCK' USING MASTER-LOCK-PARM.
022722     IF LP-DONE
022724         MOVE 'Y' TO WS-LOCK-SW
022726         GO TO 1020-EXIT
022728     END-IF.
022730     IF LP-HELD
022732         DISPLAY "MASTER LOCKED BY " LP-HOLDER-TEXT
022734         DISPLAY "PROOF NOT RUN - TRY AGAIN WHEN IT HAS ENDED, "
022736             "OR HAVE A SUPERVISOR RUN MSTUNLK."
022738     ELSE
022740         DISPLAY "MASTER LOCK NOT AVAILABLE - PROOF NOT RUN."
022742     END-IF.
022744     MOVE 'Y' TO WS-ABORT-SW.
022746 1020-EXIT.
022748     EXIT.
022800
022900*--------------------------------------------------------------*
023000 2000-RECOUNT-MASTER.
023100*    COUNTS THE PHYSICAL MASTER AND TOTALS ITS MR-AMOUNT. A    *
023200*    MASTER NOT YET CREATED COUNTS AS EMPTY.                   *
023300*--------------------------------------------------------------*
023400     MOVE ZERO TO WS-PHYSICAL-COUNT WS-PHYSICAL-AMOUNT.
023500     OPEN INPUT MASTER-FILE.
023600     IF MASTER-FILE-MISSING
023700         GO TO 2000-EXIT
023800     END-IF.
023900     IF NOT MASTER-OK
024000         DISPLAY "MASTER FILE NOT AVAILABLE - STATUS "
024100             WS-MASTER-STATUS " - NO PROOF POSSIBLE."
024200         MOVE 'Y' TO WS-ABORT-SW
024300         GO TO 2000-EXIT
024400     END-IF.
024500     MOVE 'N' TO WS-MST-EOF-SW.
024600     PERFORM 2100-COUNT-RECORD THRU 2100-EXIT
024700         UNTIL MST-EOF.
024800     CLOSE MASTER-FILE.
024900 2000-EXIT.
025000     EXIT.
025100
025200*--------------------------------------------------------------*
025300 2100-COUNT-RECORD.
025400*--------------------------------------------------------------*
025500     READ MASTER-FILE
025600         AT END
025700             MOVE 'Y' TO WS-MST-EOF-SW
025800     END-READ.
025900     IF NOT MST-EOF
026000         ADD 1 TO WS-PHYSICAL-COUNT
026100         ADD MR-AMOUNT TO WS-PHYSICAL-AMOUNT
026200     END-IF.
026300 2100-EXIT.
026400     EXIT.
026500
026600*--------------------------------------------------------------*
026700 3000-ESTABLISH-TOTALS.
026800*    FIRST PROOF - THE RECOUNT BECOMES BOTH THE OPENING AND    *
026900*    THE CLOSING TOTALS AND THE MOVEMENT ROWS START EMPTY.     *
027000*--------------------------------------------------------------*
027100     MOVE SPACES TO MASTER-CONTROL-RECORD.
027200     MOVE CURRENT-DATE TO MC-OPEN-DATE.
027300     MOVE WS-CURRENT-TIME TO MC-OPEN-TIME.
027400     MOVE WS-PHYSICAL-COUNT TO MC-OPEN-COUNT MC-CLOSE-COUNT.
027500     MOVE WS-PHYSICAL-AMOUNT TO MC-OPEN-AMOUNT MC-CLOSE-AMOUNT.
027600     MOVE ZERO TO MC-LAST-POST-DATE MC-LAST-POST-TIME.
027700     MOVE "MSTPROOF" TO MC-LAST-POST-PROGRAM.
027800     MOVE 'E' TO MC-LAST-PROOF-RESULT.
027900     PERFORM 5100-CLEAR-MOVEMENT THRU 5100-EXIT
028000         VARYING MC-MV-IDX FROM 1 BY 1
028100         UNTIL MC-MV-IDX > 10.
028200     OPEN OUTPUT REPORT-FILE.
028300     MOVE 'Y' TO WS-REPORT-OPEN-SW.
028400     MOVE SPACES TO WS-REPORT-LINE.
028500     STRING "MASTER PROOF OF BALANCE - " CURRENT-DATE
028600         " - CONTROL TOTALS ESTABLISHED"
028700         DELIMITED BY SIZE INTO WS-REPORT-LINE.
028800     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
028900     MOVE SPACES TO WS-REPORT-LINE.
029000     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
029100     MOVE "PHYSICAL RECOUNT" TO WS-LABEL.
029200     MOVE WS-PHYSICAL-COUNT TO WS-EDIT-COUNT.
029300     MOVE WS-PHYSICAL-AMOUNT TO WS-EDIT-AMOUNT.
029400     PERFORM 4900-WRITE-TOTAL-LINE THRU 4900-EXIT.
029500     MOVE "NO CONTROL RECORD WAS ON FILE - THE RECOUNT IS"
029600         TO WS-REPORT-LINE.
029700     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
029800     MOVE "TAKEN AS THE OPENING TOTALS."
029900         TO WS-REPORT-LINE.
030000     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
030100     DISPLAY "MASTER CONTROL TOTALS ESTABLISHED FROM RECOUNT.".
030200 3000-EXIT.
030300     EXIT.
030400
030500*--------------------------------------------------------------*
030600 4000-PROVE-TOTALS.
030700*    PRINTS OPENING, MOVEMENTS AND CLOSING, THEN THE TWO       *
030800*    CHECKS.                                                   *
030900*--------------------------------------------------------------*
031000     MOVE SPACES TO WS-REPORT-LINE.
031100     STRING "MASTER PROOF OF BALANCE - " CURRENT-DATE
031200         " - PERIOD OPENED " MC-OPEN-DATE " " MC-OPEN-TIME(1:4)
031300         DELIMITED BY SIZE INTO WS-REPORT-LINE.
031400     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
031500     MOVE SPACES TO WS-REPORT-LINE.
031600     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
031700     MOVE "                                 RECORDS"
031800         TO WS-REPORT-LINE.
031900     MOVE "AMOUNT" TO WS-REPORT-LINE(60:6).
032000     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
032100     MOVE "OPENING TOTALS" TO WS-LABEL.
032200     MOVE MC-OPEN-COUNT TO WS-EDIT-COUNT.
032300     MOVE MC-OPEN-AMOUNT TO WS-EDIT-AMOUNT.
032400     PERFORM 4900-WRITE-TOTAL-LINE THRU 4900-EXIT.
032500     PERFORM 4100-PRINT-MOVEMENT THRU 4100-EXIT
032600         VARYING MC-MV-IDX FROM 1 BY 1
032700         UNTIL MC-MV-IDX > 10.
032800     IF WS-TOTAL-ADDED + WS-TOTAL-REMOVED = ZERO
032900         AND WS-TOTAL-AMOUNT-IN + WS-TOTAL-AMOUNT-OUT = ZERO
033000         MOVE "  (NO MOVEMENTS POSTED THIS PERIOD)"
033100             TO WS-REPORT-LINE
033200         WRITE REPORT-RECORD FROM WS-REPORT-LINE
033300     END-IF.
033400     COMPUTE WS-PROVED-COUNT = MC-OPEN-COUNT
033500         + WS-TOTAL-ADDED - WS-TOTAL-REMOVED.
033600     COMPUTE WS-PROVED-AMOUNT = MC-OPEN-AMOUNT
033700         + WS-TOTAL-AMOUNT-IN - WS-TOTAL-AMOUNT-OUT.
033800     MOVE "OPENING PLUS MOVEMENTS" TO WS-LABEL.
033900     MOVE WS-PROVED-COUNT TO WS-EDIT-COUNT.
034000     MOVE WS-PROVED-AMOUNT TO WS-EDIT-AMOUNT.
034100     PERFORM 4900-WRITE-TOTAL-LINE THRU 4900-EXIT.
034200     MOVE "CLOSING CONTROL TOTALS" TO WS-LABEL.
034300     MOVE MC-CLOSE-COUNT TO WS-EDIT-COUNT.
034400     MOVE MC-CLOSE-AMOUNT TO WS-EDIT-AMOUNT.
034500     PERFORM 4900-WRITE-TOTAL-LINE THRU 4900-EXIT.
034600     MOVE "PHYSICAL RECOUNT" TO WS-LABEL.
034700     MOVE WS-PHYSICAL-COUNT TO WS-EDIT-COUNT.
034800     MOVE WS-PHYSICAL-AMOUNT TO WS-EDIT-AMOUNT.
034900     PERFORM 4900-WRITE-TOTAL-LINE THRU 4900-EXIT.
035000     MOVE SPACES TO WS-REPORT-LINE.
035100     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
035200     COMPUTE WS-MOVE-DIFF-COUNT =
035300         MC-CLOSE-COUNT - WS-PROVED-COUNT.
035400     COMPUTE WS-MOVE-DIFF-AMOUNT =
035500         MC-CLOSE-AMOUNT - WS-PROVED-AMOUNT.
035600     COMPUTE WS-FILE-DIFF-COUNT =
035700         WS-PHYSICAL-COUNT - MC-CLOSE-COUNT.
035800     COMPUTE WS-FILE-DIFF-AMOUNT =
035900         WS-PHYSICAL-AMOUNT - MC-CLOSE-AMOUNT.
036000     IF WS-MOVE-DIFF-COUNT = ZERO AND WS-MOVE-DIFF-AMOUNT = ZERO
036100         MOVE "CHECK 1 - MOVEMENTS PROVE TO CLOSING:  IN BALANCE"
036200             TO WS-REPORT-LINE
036300         WRITE REPORT-RECORD FROM WS-REPORT-LINE
036400     ELSE
036500         MOVE 'N' TO WS-BALANCE-SW
036600         MOVE "CHECK 1 - MOVEMENTS PROVE TO CLOSING:  *** OUT"
036700             TO WS-REPORT-LINE
036800         WRITE REPORT-RECORD FROM WS-REPORT-LINE
036900         MOVE "  DIFFERENCE" TO WS-LABEL
037000         MOVE WS-MOVE-DIFF-COUNT TO WS-EDIT-COUNT
037100         MOVE WS-MOVE-DIFF-AMOUNT TO WS-EDIT-AMOUNT
037200         PERFORM 4900-WRITE-TOTAL-LINE THRU 4900-EXIT
037300     END-IF.
037400     IF WS-FILE-DIFF-COUNT = ZERO AND WS-FILE-DIFF-AMOUNT = ZERO
037500         MOVE "CHECK 2 - RECOUNT AGREES WITH CLOSING: IN BALANCE"
037600             TO WS-REPORT-LINE
037700         WRITE REPORT-RECORD FROM WS-REPORT-LINE
037800     ELSE
037900         MOVE 'N' TO WS-BALANCE-SW
038000         MOVE "CHECK 2 - RECOUNT AGREES WITH CLOSING: *** OUT"
038100             TO WS-REPORT-LINE
038200         WRITE REPORT-RECORD FROM WS-REPORT-LINE
038300         MOVE "  DIFFERENCE" TO WS-LABEL
038400         MOVE WS-FILE-DIFF-COUNT TO WS-EDIT-COUNT
038500         MOVE WS-FILE-DIFF-AMOUNT TO WS-EDIT-AMOUNT
038600         PERFORM 4900-WRITE-TOTAL-LINE THRU 4900-EXIT
038700     END-IF.
038800     MOVE SPACES TO WS-REPORT-LINE.
038900     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
039000     IF IN-BALANCE
039100         MOVE "MASTER FILE IN BALANCE." TO WS-REPORT-LINE
039200     ELSE
039300         MOVE "*** MASTER FILE OUT OF BALANCE - INVESTIGATE"
039400             TO WS-REPORT-LINE
039500         WRITE REPORT-RECORD FROM WS-REPORT-LINE
039600         MOVE "*** BEFORE THE NEXT UPDATE RUN. SHOWN NIGHTLY"
039700             TO WS-REPORT-LINE
039800         WRITE REPORT-RECORD FROM WS-REPORT-LINE
039900         MOVE "*** UNTIL IT IS FOUND OR THE TOTALS ARE RE-BASED."
040000             TO WS-REPORT-LINE
040100     END-IF.
040200     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
040300     DISPLAY WS-REPORT-LINE(1:60).
040400 4000-EXIT.
040500     EXIT.
040600
040700*--------------------------------------------------------------*
040800 4100-PRINT-MOVEMENT.
040900*    ONE POSTING PROGRAM'S MOVEMENTS - RECORDS ADDED AND       *
041000*    REMOVED, AMOUNT IN AND OUT, AND THE NET EFFECT.           *
041100*--------------------------------------------------------------*
041200     IF MC-MV-PROGRAM(MC-MV-IDX) = SPACES
041300         GO TO 4100-EXIT
041400     END-IF.
041500     ADD MC-MV-ADDED(MC-MV-IDX) TO WS-TOTAL-ADDED.
041600     ADD MC-MV-REMOVED(MC-MV-IDX) TO WS-TOTAL-REMOVED.
041700     ADD MC-MV-AMOUNT-IN(MC-MV-IDX) TO WS-TOTAL-AMOUNT-IN.
041800     ADD MC-MV-AMOUNT-OUT(MC-MV-IDX) TO WS-TOTAL-AMOUNT-OUT.
041900     MOVE SPACES TO WS-LABEL.
042000     STRING "  + " MC-MV-PROGRAM(MC-MV-IDX) " ADDED / IN"
042100         DELIMITED BY SIZE INTO WS-LABEL.
042200     MOVE MC-MV-ADDED(MC-MV-IDX) TO WS-EDIT-COUNT.
042300     MOVE MC-MV-AMOUNT-IN(MC-MV-IDX) TO WS-EDIT-AMOUNT.
042400     PERFORM 4900-WRITE-TOTAL-LINE THRU 4900-EXIT.
042500     MOVE SPACES TO WS-LABEL.
042600     STRING "  - " MC-MV-PROGRAM(MC-MV-IDX) " REMOVED / OUT"
042700         DELIMITED BY SIZE INTO WS-LABEL.
042800     MOVE MC-MV-REMOVED(MC-MV-IDX) TO WS-EDIT-COUNT.
042900     MOVE MC-MV-AMOUNT-OUT(MC-MV-IDX) TO WS-EDIT-AMOUNT.
043000     PERFORM 4900-WRITE-TOTAL-LINE THRU 4900-EXIT.
043100     COMPUTE WS-NET-COUNT = MC-MV-ADDED(MC-MV-IDX)
043200         - MC-MV-REMOVED(MC-MV-IDX).
043300     COMPUTE WS-NET-AMOUNT = MC-MV-AMOUNT-IN(MC-MV-IDX)
043400         - MC-MV-AMOUNT-OUT(MC-MV-IDX).
043500     MOVE "    NET" TO WS-LABEL.
043600     MOVE WS-NET-COUNT TO WS-EDIT-COUNT.
043700     MOVE WS-NET-AMOUNT TO WS-EDIT-AMOUNT.
043800     PERFORM 4900-WRITE-TOTAL-LINE THRU 4900-EXIT.
043900 4100-EXIT.
044000     EXIT.
044100
044200*--------------------------------------------------------------*
044300 4900-WRITE-TOTAL-LINE.
044400*    ONE REPORT LINE FROM WS-LABEL AND THE EDITED COUNT AND    *
044500*    AMOUNT.                                                   *
044600*--------------------------------------------------------------*
044700     MOVE SPACES TO WS-REPORT-LINE.
044800     STRING WS-LABEL "   " WS-EDIT-COUNT "        " WS-EDIT-AMOUNT
044900         DELIMITED BY SIZE INTO WS-REPORT-LINE.
045000     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
045100 4900-EXIT.
045200     EXIT.
045300
045400*--------------------------------------------------------------*
045500 5000-ROLL-FORWARD.
045600*    THE CLOSING CONTROL TOTALS OPEN THE NEXT PERIOD AND THE   *
045700*    MOVEMENT ROWS ARE CLEARED. THE CLOSING TOTALS ARE NOT     *
045800*    TOUCHED, SO A DIFFERENCE AGAINST THE FILE STAYS VISIBLE.  *
045900*--------------------------------------------------------------*
046000     MOVE CURRENT-DATE TO MC-OPEN-DATE.
046100     MOVE WS-CURRENT-TIME TO MC-OPEN-TIME.
046200     MOVE MC-CLOSE-COUNT TO MC-OPEN-COUNT.
046300     MOVE MC-CLOSE-AMOUNT TO MC-OPEN-AMOUNT.
046400     IF IN-BALANCE
046500         MOVE 'B' TO MC-LAST-PROOF-RESULT
046600     ELSE
046700         MOVE 'O' TO MC-LAST-PROOF-RESULT
046800     END-IF.
046900     PERFORM 5100-CLEAR-MOVEMENT THRU 5100-EXIT
047000         VARYING MC-MV-IDX FROM 1 BY 1
047100         UNTIL MC-MV-IDX > 10.
047200 5000-EXIT.
047300     EXIT.
047400
047500*--------------------------------------------------------------*
047600 5100-CLEAR-MOVEMENT.
047700*--------------------------------------------------------------*
047800     MOVE SPACES TO MC-MV-PROGRAM(MC-MV-IDX).
047900     MOVE ZERO TO MC-MV-ADDED(MC-MV-IDX)
048000         MC-MV-REMOVED(MC-MV-IDX)
048100         MC-MV-AMOUNT-IN(MC-MV-IDX)
048200         MC-MV-AMOUNT-OUT(MC-MV-IDX).
048300 5100-EXIT.
048400     EXIT.
048500
048600*--------------------------------------------------------------*
048700 6000-OFFER-REBASE.
048800*    STANDALONE ONLY. ONCE THE DIFFERENCE IS EXPLAINED A       *
048900*    SUPERVISOR MAY ACCEPT THE RECOUNT AS THE CLOSING TOTALS.  *
049000*    THE ADJUSTMENT IS POSTED AS AN MSTPROOF MOVEMENT, SO THE  *
049100*    NEXT PROOF SHOWS IT AND STILL BALANCES.                   *
049200*--------------------------------------------------------------*
049300     DISPLAY "ACCEPT THE RECOUNT AS CONTROL TOTALS (Y/N):".
049400     ACCEPT WS-REBASE-REPLY.
049500     IF WS-REBASE-REPLY NOT = 'Y' AND WS-REBASE-REPLY NOT = 'y'
049600         GO TO 6000-EXIT
049700     END-IF.
049800     PERFORM 6100-SIGN-ON THRU 6100-EXIT
049900         UNTIL SIGNED-ON
050000             OR WS-SIGNON-TRIES >= WS-SIGNON-MAX-TRIES.
050100     IF NOT SIGNED-ON
050200         DISPLAY "SIGN-ON FAILED - CONTROL TOTALS NOT RE-BASED."
050300         GO TO 6000-EXIT
050400     END-IF.
050500     SET MC-MV-IDX TO 1.
050600     MOVE "MSTPROOF" TO MC-MV-PROGRAM(MC-MV-IDX).
050700     IF WS-FILE-DIFF-COUNT < ZERO
050800         COMPUTE MC-MV-REMOVED(MC-MV-IDX) =
050900             ZERO - WS-FILE-DIFF-COUNT
051000     ELSE
051100         MOVE WS-FILE-DIFF-COUNT TO MC-MV-ADDED(MC-MV-IDX)
051200     END-IF.
051300     IF WS-FILE-DIFF-AMOUNT < ZERO
051400         COMPUTE MC-MV-AMOUNT-OUT(MC-MV-IDX) =
051500             ZERO - WS-FILE-DIFF-AMOUNT
051600     ELSE
051700         MOVE WS-FILE-DIFF-AMOUNT TO MC-MV-AMOUNT-IN(MC-MV-IDX)
051800     END-IF.
051900     MOVE WS-PHYSICAL-COUNT TO MC-CLOSE-COUNT.
052000     MOVE WS-PHYSICAL-AMOUNT TO MC-CLOSE-AMOUNT.
052100     MOVE CURRENT-DATE TO MC-LAST-POST-DATE.
052200     MOVE WS-CURRENT-TIME TO MC-LAST-POST-TIME.
052300     MOVE "MSTPROOF" TO MC-LAST-POST-PROGRAM.
052400     MOVE 'Y' TO WS-REBASE-SW.
052500     MOVE SPACES TO WS-REPORT-LINE.
052600     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
052700     MOVE SPACES TO WS-REPORT-LINE.
052800     STRING "CONTROL TOTALS RE-BASED TO THE RECOUNT BY "
052900         WS-OPERATOR-ID " - THE ADJUSTMENT IS CARRIED AS AN "
053000         "MSTPROOF MOVEMENT ON THE NEXT PROOF."
053100         DELIMITED BY SIZE INTO WS-REPORT-LINE.
053200     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
053300     DISPLAY "CONTROL TOTALS RE-BASED TO THE RECOUNT.".
053400 6000-EXIT.
053500     EXIT.
053600
053700*--------------------------------------------------------------*
053800 6100-SIGN-ON.
053900*    ONE SIGN-ON ATTEMPT - ONLY AN ACTIVE SUPERVISOR MAY       *
054000*    RE-BASE THE CONTROL TOTALS.                               *
054100*--------------------------------------------------------------*
054200     ADD 1 TO WS-SIGNON-TRIES.
054300     DISPLAY "ENTER OPERATOR ID:".
054400     ACCEPT SP-OPERATOR-ID.
054500     CALL 'SIGNON' USING SIGNON-PARM.
054600     EVALUATE TRUE
054700         WHEN SP-SIGNON-OK AND SP-SUPERVISOR
054800             MOVE 'Y' TO WS-SIGNON-OK-SW
054900             MOVE SP-OPERATOR-ID TO WS-OPERATOR-ID
055000             DISPLAY "SIGNED ON: " SP-OPERATOR-NAME
055100         WHEN SP-SIGNON-OK
055200             DISPLAY "  SUPERVISOR AUTHORITY REQUIRED."
055300         WHEN SP-UNKNOWN-ID
055400             DISPLAY "  UNKNOWN OPERATOR ID."
055500         WHEN SP-ID-SUSPENDED
055600             DISPLAY "  OPERATOR ID IS SUSPENDED."
055700         WHEN OTHER
055800             DISPLAY "  OPERATOR FILE UNAVAILABLE - HAVE A "
055900                 "SUPERVISOR RUN OPERMNT."
056000     END-EVALUATE.
056100 6100-EXIT.
056200     EXIT.
056300
056400*--------------------------------------------------------------*
056500 7000-SAVE-CONTROL.
056600*    REWRITES THE CONTROL RECORD FOR THE NEXT PERIOD.          *
056700*--------------------------------------------------------------*
056800     OPEN OUTPUT CONTROL-FILE.
056900     IF NOT CONTROL-OK
057000         DISPLAY "MASTER CONTROL FILE COULD NOT BE REWRITTEN - "
057100             "STATUS " WS-CONTROL-STATUS
057200         MOVE 'Y' TO WS-ABORT-SW
057300         GO TO 7000-EXIT
057400     END-IF.
057500     WRITE MASTER-CONTROL-RECORD.
057600     CLOSE CONTROL-FILE.
057700 7000-EXIT.
057800     EXIT.
057900
058000*--------------------------------------------------------------*
058100 8000-TERMINATE.
058200*    DRIVEN, THE OUTCOME GOES BACK TO EODBATCH - "00" IN       *
058300*    BALANCE OR ESTABLISHED, "04" OUT OF BALANCE, "08" NO      *
058400*    PROOF POSSIBLE.                                           *
058500*--------------------------------------------------------------*
058600     IF REPORT-OPENED
058700         CLOSE REPORT-FILE
058800         DISPLAY "PROOF REPORT WRITTEN TO " WS-REPORT-FILE-NAME
058900     END-IF.
059000     IF NOT DRIVEN-MODE
059100         GO TO 8000-EXIT
059200     END-IF.
059300     MOVE SPACES TO EP-INFO.
059400     EVALUATE TRUE
059500         WHEN RUN-ABORTED
059600             MOVE "08" TO EP-STEP-STATUS
059700             MOVE "NO PROOF POSSIBLE" TO EP-INFO
059800         WHEN FIRST-PROOF
059900             MOVE "00" TO EP-STEP-STATUS
060000             MOVE "CONTROL TOTALS ESTABLISHED" TO EP-INFO
060100         WHEN IN-BALANCE
060200             MOVE "00" TO EP-STEP-STATUS
060300             MOVE "MASTER IN BALANCE" TO EP-INFO
060400         WHEN OTHER
060500             MOVE "04" TO EP-STEP-STATUS
060600             MOVE "MASTER OUT OF BALANCE" TO EP-INFO
060700     END-EVALUATE.
060800 8000-EXIT.
060900     EXIT.
061000
061100*--------------------------------------------------------------*
061200 8300-RELEASE-MASTER-LOCK.
061300*--------------------------------------------------------------*
061400     MOVE 'R' TO LP-FUNCTION.
061500     MOVE "MSTPROOF" TO LP-PROGRAM.
061600     MOVE SPACES TO LP-OPERATOR.
061700     CALL 'MSTLOCK' USING MASTER-LOCK-PARM.
061800     IF NOT LP-DONE
061900         DISPLAY "MASTER LOCK NOT RELEASED - HAVE A SUPERVISOR "
062000             "RUN MSTUNLK."
062100     END-IF.
062200 8300-EXIT.
062300     EXIT.
