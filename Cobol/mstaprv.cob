000100 IDENTIFICATION DIVISION.
000200*--------------------------------------------------------------*
000300 PROGRAM-ID.     MSTAPRV.
000400 AUTHOR.         A. PINTO.
000500 INSTALLATION.   DSO - DISTRICT INTAKE SYSTEMS.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*--------------------------------------------------------------*
000900* MSTAPRV IS THE SUPERVISOR'S APPROVAL QUEUE FOR MASTER         *
001000* CHANGES. MSTINQ NO LONGER APPLIES AN OPERATOR-LEVEL           *
001100* CORRECTION OR DELETION, OR ANY CORRECTION THAT CHANGES THE    *
001200* AMOUNT - IT HOLDS THE CHANGE ON THE PENDING-CHANGE FILE       *
001300* (mstpend.dat, SEE PNDREC) WITH THE BEFORE AND PROPOSED        *
001400* IMAGES. THIS PROGRAM WALKS THE ITEMS STILL PENDING, SHOWS     *
001500* EACH ONE FIELD BY FIELD, AND TAKES THE SUPERVISOR'S DECISION. *
001600* AN APPROVED ITEM IS APPLIED TO masterdt.dat AND LOGGED TO     *
001700* mstchg.log UNDER THE REQUESTING OPERATOR WITH THE APPROVER    *
001800* NAMED ALONGSIDE; A REJECTED ITEM IS MARKED WITH THE REASON    *
001900* AND MSTINQ SHOWS IT TO THE REQUESTER AT THEIR NEXT SIGN-ON.   *
002000* NO SUPERVISOR MAY DECIDE THEIR OWN REQUEST, AND AN ITEM WHOSE *
002100* MASTER RECORD HAS CHANGED SINCE IT WAS KEYED IS REJECTED      *
002200* RATHER THAN APPLIED OVER SOMEBODY ELSE'S CHANGE.              *
002300*--------------------------------------------------------------*
002400* MODIFICATION HISTORY.                                        *
002500*--------------------------------------------------------------*
002600* DATE        INIT  DESCRIPTION                                *
002700* ----------  ----  ------------------------------------------ *
002800* 2026-10-15   AP   ORIGINAL PROGRAM.                          *
002810* 2026-10-15   AP   EVERY APPROVED DELETION OR AMOUNT          *
002820*                   CORRECTION IS POSTED TO THE MASTER CONTROL *
002830*                   TOTALS (CALL 'MSTTOT') FOR THE PROOF RUN.  *
002840* 2026-10-15   AP   WHILE A BATCH RUN HOLDS THE MASTER LOCK    *
002850*                   NO APPROVAL IS APPLIED - THE ITEM STAYS    *
002860*                   PENDING AND THE SUPERVISOR IS TOLD WHO     *
002870*                   HOLDS THE LOCK AND SINCE WHEN. REJECTIONS  *
002880*                   DO NOT TOUCH THE MASTER AND ARE STILL      *
002890*                   TAKEN.                                     *
002892* 2026-10-15   AP   AN APPROVED DELETION MARKS THE RECORD'S    *
002894*                   OPEN FOLLOW-UP DIARY ENTRIES (CALL         *
002896*                   'FUPFLAG') FOR THE DAILY FOLLOW-UP LIST.   *
002897* 2026-10-15   AP   QUEUE FILE OPEN AND REWRITE FAILURES ARE   *
002898*                   REPORTED, NAMING ANY ITEM WHOSE DECISION   *
002899*                   WAS NOT SAVED.                             *
002900*--------------------------------------------------------------*
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT PENDING-FILE ASSIGN TO WS-PENDING-FILE-NAME
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS PD-QUEUE-NO
003800         FILE STATUS IS WS-PENDING-STATUS.
003900     SELECT MASTER-FILE ASSIGN TO WS-MASTER-FILE-NAME
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS MR-KEY
004300         FILE STATUS IS WS-MASTER-STATUS.
004400     SELECT CHANGE-LOG-FILE ASSIGN TO WS-CHANGE-LOG-NAME
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-LOG-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  PENDING-FILE.
005100     COPY pndrec.
005200
005300 FD  MASTER-FILE.
005400 01  MASTER-RECORD.
005500     05  MR-KEY.
005600         10  MR-DISTRICT        PIC X(50).
005700         10  MR-MUNICIPALITY    PIC X(50).
005800         10  MR-CONTRACT        PIC 99.
005900     05  MR-NAME                PIC X(30).
006000     05  MR-DATE                PIC X(30).
006100     05  MR-CONTACT             PIC 99.
006200     05  MR-AMOUNT              PIC 9(07)V99.
006300     05  MR-OPERATOR            PIC X(10).
006400     05  MR-ENTRY-DATE          PIC 9(08).
006500     05  MR-ENTRY-TIME          PIC 9(08).
006600
006700*--------------------------------------------------------------*
006800* CHANGE-LOG-RECORD - THE SAME AUDIT ROW MSTINQ WRITES. AN      *
006900* APPROVED CHANGE IS LOGGED UNDER THE OPERATOR WHO REQUESTED IT *
007000* WITH THE APPROVING SUPERVISOR IN CL-APPROVED-BY.              *
007100*--------------------------------------------------------------*
007200 FD  CHANGE-LOG-FILE.
007300 01  CHANGE-LOG-RECORD.
007400     05  CL-ACTION              PIC X(01).
007500     05  CL-OPERATOR            PIC X(10).
007600     05  CL-LOG-DATE            PIC 9(08).
007700     05  CL-LOG-TIME            PIC 9(08).
007800     05  CL-DISTRICT            PIC X(50).
007900     05  CL-MUNICIPALITY        PIC X(50).
008000     05  CL-CONTRACT            PIC 99.
008100     05  CL-OLD-NAME            PIC X(30).
008200     05  CL-OLD-DATE            PIC X(30).
008300     05  CL-OLD-CONTACT         PIC XX.
008400     05  CL-OLD-AMOUNT          PIC X(09).
008500     05  CL-NEW-NAME            PIC X(30).
008600     05  CL-NEW-DATE            PIC X(30).
008700     05  CL-NEW-CONTACT         PIC XX.
008800     05  CL-NEW-AMOUNT          PIC X(09).
008900     05  CL-APPROVED-BY         PIC X(10).
009000
009100 WORKING-STORAGE SECTION.
009200 01  WS-PENDING-FILE-NAME       PIC X(50)
009300         VALUE "..\output\mstpend.dat".
009400 01  WS-MASTER-FILE-NAME        PIC X(50)
009500         VALUE "..\output\masterdt.dat".
009600 01  WS-CHANGE-LOG-NAME         PIC X(50)
009700         VALUE "..\output\mstchg.log".
009800
009900 01  WS-PENDING-STATUS          PIC X(02) VALUE "00".
010000     88  PENDING-OK                  VALUE "00".
010100     88  PENDING-FILE-MISSING        VALUE "35".
010200 01  WS-MASTER-STATUS           PIC X(02) VALUE "00".
010300     88  MASTER-OK                   VALUE "00".
010400     88  MASTER-NOT-FOUND            VALUE "23".
010500     88  MASTER-FILE-MISSING         VALUE "35".
010600 01  WS-LOG-STATUS              PIC X(02) VALUE "00".
010700     88  LOG-OK                      VALUE "00".
010800     88  LOG-NOT-FOUND               VALUE "35".
010900
011000*--------------------------------------------------------------*
011100* SWITCHES.                                                    *
011200*--------------------------------------------------------------*
011300 01  WS-SWITCHES.
011400     05  WS-PND-EOF-SW          PIC X(01) VALUE 'N'.
011500         88  PND-EOF                  VALUE 'Y'.
011600     05  WS-ABORT-SW            PIC X(01) VALUE 'N'.
011700         88  RUN-ABORTED              VALUE 'Y'.
011800     05  WS-SIGNON-OK-SW        PIC X(01) VALUE 'N'.
011900         88  SIGNED-ON                VALUE 'Y'.
012000     05  WS-DECISION-SW         PIC X(01) VALUE SPACE.
012100         88  DECIDE-APPROVE           VALUE 'A'.
012200         88  DECIDE-REJECT            VALUE 'R'.
012300         88  DECIDE-SKIP              VALUE 'S'.
012400         88  DECIDE-STOP              VALUE 'X'.
012500         88  VALID-DECISION           VALUES 'A' 'R' 'S' 'X'.
012510     05  WS-LOCK-SW             PIC X(01) VALUE 'N'.
012520         88  MASTER-LOCKED            VALUE 'Y'.
012600
012700 01  WS-OPERATOR-ID             PIC X(10) VALUE SPACES.
012800 77  WS-SIGNON-TRIES            PIC 9(01) COMP VALUE ZERO.
012900 77  WS-SIGNON-MAX-TRIES        PIC 9(01) COMP VALUE 3.
013000
013100*--------------------------------------------------------------*
013200* PARAMETER AREA OF THE SHARED SIGN-ON CHECK.                 *
013300*--------------------------------------------------------------*
013400     COPY signparm.
013410
013420*--------------------------------------------------------------*
013430* PARAMETER AREA OF THE MASTER CONTROL TOTALS POSTING.         *
013440*--------------------------------------------------------------*
013450     COPY totparm.
013455
013460*--------------------------------------------------------------*
013465* PARAMETER AREA OF THE MASTER LOCK.                           *
013470*--------------------------------------------------------------*
013475     COPY lockparm.
013476
013478*--------------------------------------------------------------*
013480* PARAMETER AREA OF THE FOLLOW-UP MARKING ON A DELETION.       *
013482*--------------------------------------------------------------*
013484     COPY fupparm.
013500
013600*--------------------------------------------------------------*
013700* RUN COUNTERS.                                                *
013800*--------------------------------------------------------------*
013900 77  WS-ITEMS-PRESENTED         PIC 9(05) COMP VALUE ZERO.
014000 77  WS-ITEMS-APPROVED          PIC 9(05) COMP VALUE ZERO.
014100 77  WS-ITEMS-REJECTED          PIC 9(05) COMP VALUE ZERO.
014200 77  WS-ITEMS-STALE             PIC 9(05) COMP VALUE ZERO.
014300 77  WS-ITEMS-SKIPPED           PIC 9(05) COMP VALUE ZERO.
014400
014500*--------------------------------------------------------------*
014600* THE QUEUED BEFORE AND PROPOSED IMAGES, LAID OUT AS MASTER     *
014700* RECORDS FOR DISPLAY AND FOR THE CHANGE-LOG ROW. THE AMOUNT    *
014800* IS REDEFINED AS CHARACTERS - THE CHANGE LOG CARRIES IT AS THE *
014900* NINE KEYED DIGITS, THE WAY MSTINQ LOGS IT.                    *
015000*--------------------------------------------------------------*
015100 01  WS-BEFORE-IMAGE.
015200     05  WS-BI-KEY.
015300         10  WS-BI-DISTRICT     PIC X(50).
015400         10  WS-BI-MUNICIPALITY PIC X(50).
015500         10  WS-BI-CONTRACT     PIC 99.
015600     05  WS-BI-NAME             PIC X(30).
015700     05  WS-BI-DATE             PIC X(30).
015800     05  WS-BI-CONTACT          PIC 99.
015900     05  WS-BI-AMOUNT           PIC 9(07)V99.
016000     05  WS-BI-AMOUNT-X REDEFINES WS-BI-AMOUNT
016100                                PIC X(09).
016200     05  WS-BI-OPERATOR         PIC X(10).
016300     05  WS-BI-ENTRY-DATE       PIC 9(08).
016400     05  WS-BI-ENTRY-TIME       PIC 9(08).
016500 01  WS-AFTER-IMAGE.
016600     05  WS-AI-KEY.
016700         10  WS-AI-DISTRICT     PIC X(50).
016800         10  WS-AI-MUNICIPALITY PIC X(50).
016900         10  WS-AI-CONTRACT     PIC 99.
017000     05  WS-AI-NAME             PIC X(30).
017100     05  WS-AI-DATE             PIC X(30).
017200     05  WS-AI-CONTACT          PIC 99.
017300     05  WS-AI-AMOUNT           PIC 9(07)V99.
017400     05  WS-AI-AMOUNT-X REDEFINES WS-AI-AMOUNT
017500                                PIC X(09).
017600     05  WS-AI-OPERATOR         PIC X(10).
017700     05  WS-AI-ENTRY-DATE       PIC 9(08).
017800     05  WS-AI-ENTRY-TIME       PIC 9(08).
017900
018000 01  WS-REJECT-REASON           PIC X(50) VALUE SPACES.
018100
018200 01  CURRENT-DATE-DATA.
018300     05  CURRENT-DATE.
018400         10  CURRENT-YEAR          PIC 9(04).
018500         10  CURRENT-MONTH         PIC 9(02).
018600         10  CURRENT-DAY           PIC 9(02).
018700     05  WS-CURRENT-TIME.
018800         10  CURRENT-HOURS         PIC 9(02).
018900         10  CURRENT-MINUTE        PIC 9(02).
019000         10  CURRENT-SECOND        PIC 9(02).
019100         10  CURRENT-MILLISECONDS  PIC 9(02).
019200
019300 PROCEDURE DIVISION.
019400*--------------------------------------------------------------*
019500 0000-MAINLINE.
019600*--------------------------------------------------------------*
019700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019800     IF NOT RUN-ABORTED
019900         PERFORM 2000-NEXT-ITEM THRU 2000-EXIT
020000             UNTIL PND-EOF
020100     END-IF.
020200     PERFORM 8000-TERMINATE THRU 8000-EXIT.
020300     STOP RUN.
020400
020500*--------------------------------------------------------------*
020600 1000-INITIALIZE.
020700*    APPROVING A CHANGE IS THE SECOND PAIR OF EYES ON IT, SO    *
020800*    THE RUN REQUIRES A SUPERVISOR SIGN-ON. THE QUEUE, THE      *
020900*    MASTER AND THE CHANGE LOG ARE THEN OPENED FOR UPDATE.      *
021000*--------------------------------------------------------------*
021100     PERFORM 1080-SIGN-ON THRU 1080-EXIT
021200         UNTIL SIGNED-ON
021300             OR WS-SIGNON-TRIES >= WS-SIGNON-MAX-TRIES.
021400     IF NOT SIGNED-ON
021500         DISPLAY "SIGN-ON FAILED - RUN ENDED."
021600         MOVE 'Y' TO WS-ABORT-SW
021700         GO TO 1000-EXIT
021800     END-IF.
021900     OPEN I-O PENDING-FILE.
022000     IF PENDING-FILE-MISSING
022100         DISPLAY "NO PENDING-CHANGE FILE ON DISK - NOTHING HAS "
022200             "BEEN QUEUED FOR APPROVAL."
022300         MOVE 'Y' TO WS-ABORT-SW
022400         GO TO 1000-EXIT
022500     END-IF.
022510     IF NOT PENDING-OK
022520         DISPLAY "PENDING-CHANGE FILE NOT AVAILABLE - STATUS "
022530             WS-PENDING-STATUS " - RUN ENDED."
022540         MOVE 'Y' TO WS-ABORT-SW
022550         GO TO 1000-EXIT
022560     END-IF.
022600     OPEN I-O MASTER-FILE.
022700     IF NOT MASTER-OK
022800         DISPLAY "MASTER FILE " WS-MASTER-FILE-NAME
022900             " NOT AVAILABLE - STATUS " WS-MASTER-STATUS
023000             " - RUN ENDED."
023100         CLOSE PENDING-FILE
023200         MOVE 'Y' TO WS-ABORT-SW
023300         GO TO 1000-EXIT
023400     END-IF.
023500     PERFORM 1100-OPEN-CHANGE-LOG THRU 1100-EXIT.
023510     PERFORM 6100-CHECK-MASTER-LOCK THRU 6100-EXIT.
023600 1000-EXIT.
023700     EXIT.
023800
023900*--------------------------------------------------------------*
024000 1080-SIGN-ON.
024100*    ONE SIGN-ON ATTEMPT - ONLY AN ACTIVE SUPERVISOR MAY       *
024200*    DECIDE QUEUED MASTER CHANGES.                             *
024300*--------------------------------------------------------------*
024400     ADD 1 TO WS-SIGNON-TRIES.
024500     DISPLAY "ENTER OPERATOR ID:".
024600     ACCEPT SP-OPERATOR-ID.
024700     CALL 'SIGNON' USING SIGNON-PARM.
024800     EVALUATE TRUE
024900         WHEN SP-SIGNON-OK AND SP-SUPERVISOR
025000             MOVE 'Y' TO WS-SIGNON-OK-SW
025100             MOVE SP-OPERATOR-ID TO WS-OPERATOR-ID
025200             DISPLAY "SIGNED ON: " SP-OPERATOR-NAME
025300         WHEN SP-SIGNON-OK
025400             DISPLAY "  SUPERVISOR AUTHORITY REQUIRED."
025500         WHEN SP-UNKNOWN-ID
025600             DISPLAY "  UNKNOWN OPERATOR ID."
025700         WHEN SP-ID-SUSPENDED
025800             DISPLAY "  OPERATOR ID IS SUSPENDED."
025900         WHEN OTHER
026000             DISPLAY "  OPERATOR FILE UNAVAILABLE - HAVE A "
026100                 "SUPERVISOR RUN OPERMNT."
026200     END-EVALUATE.
026300 1080-EXIT.
026400     EXIT.
026500
026600*--------------------------------------------------------------*
026700 1100-OPEN-CHANGE-LOG.
026800*    THE CHANGE LOG IS A PERMANENT AUDIT TRAIL - EXTENDED, AND  *
026900*    CREATED ONLY IF NO CHANGE HAS EVER BEEN LOGGED.            *
027000*--------------------------------------------------------------*
027100     OPEN EXTEND CHANGE-LOG-FILE.
027200     IF LOG-NOT-FOUND
027300         OPEN OUTPUT CHANGE-LOG-FILE
027400     END-IF.
027500 1100-EXIT.
027600     EXIT.
027700
027800*--------------------------------------------------------------*
027900 2000-NEXT-ITEM.
028000*    READS THE QUEUE IN QUEUE-NUMBER ORDER (OLDEST FIRST) AND   *
028100*    PRESENTS EACH ITEM STILL PENDING. ITEMS ALREADY DECIDED    *
028200*    ARE PASSED OVER; THE SUPERVISOR'S OWN REQUESTS ARE SHOWN   *
028300*    BUT MUST BE LEFT FOR ANOTHER SUPERVISOR.                   *
028400*--------------------------------------------------------------*
028500     READ PENDING-FILE NEXT
028600         AT END
028700             MOVE 'Y' TO WS-PND-EOF-SW
028800     END-READ.
028900     IF PND-EOF
029000         GO TO 2000-EXIT
029100     END-IF.
029200     IF NOT PD-PENDING
029300         GO TO 2000-EXIT
029400     END-IF.
029500     ADD 1 TO WS-ITEMS-PRESENTED.
029600     MOVE PD-OLD-IMAGE TO WS-BEFORE-IMAGE.
029700     MOVE PD-NEW-IMAGE TO WS-AFTER-IMAGE.
029800     PERFORM 2100-SHOW-ITEM THRU 2100-EXIT.
029900     IF PD-REQUESTED-BY = WS-OPERATOR-ID
030000         DISPLAY "  THIS IS YOUR OWN REQUEST - IT MUST BE "
030100             "DECIDED BY ANOTHER SUPERVISOR."
030200         ADD 1 TO WS-ITEMS-SKIPPED
030300         GO TO 2000-EXIT
030400     END-IF.
030500     MOVE SPACE TO WS-DECISION-SW.
030600     PERFORM 2200-PROMPT-DECISION THRU 2200-EXIT
030700         UNTIL VALID-DECISION.
030800     EVALUATE TRUE
030900         WHEN DECIDE-APPROVE
031000             PERFORM 3000-APPROVE-ITEM THRU 3000-EXIT
031100         WHEN DECIDE-REJECT
031200             PERFORM 4000-REJECT-ITEM THRU 4000-EXIT
031300         WHEN DECIDE-SKIP
031400             ADD 1 TO WS-ITEMS-SKIPPED
031500         WHEN DECIDE-STOP
031600             MOVE 'Y' TO WS-PND-EOF-SW
031700     END-EVALUATE.
031800 2000-EXIT.
031900     EXIT.
032000
032100*--------------------------------------------------------------*
032200 2100-SHOW-ITEM.
032300*    SHOWS ONE QUEUED ITEM - WHO ASKED AND WHEN, THE KEY, AND   *
032400*    EACH NON-KEY FIELD AS IT STANDS AND AS PROPOSED.           *
032500*--------------------------------------------------------------*
032600     DISPLAY " ".
032700     IF PD-DELETION
032800         DISPLAY "ITEM " PD-QUEUE-NO " - DELETION REQUESTED BY "
032900             PD-REQUESTED-BY " ON " PD-REQUEST-DATE " "
033000             PD-REQUEST-TIME
033100     ELSE
033200         DISPLAY "ITEM " PD-QUEUE-NO " - CORRECTION REQUESTED BY "
033300             PD-REQUESTED-BY " ON " PD-REQUEST-DATE " "
033400             PD-REQUEST-TIME
033500     END-IF.
033600     DISPLAY "  KEY: " WS-BI-DISTRICT(1:20) " / "
033700         WS-BI-MUNICIPALITY(1:20) " / " WS-BI-CONTRACT.
033800     IF PD-DELETION
033900         DISPLAY "  NAME:     " WS-BI-NAME
034000         DISPLAY "  DATE:     " WS-BI-DATE
034100         DISPLAY "  CONTACT:  " WS-BI-CONTACT
034200         DISPLAY "  AMOUNT:   " WS-BI-AMOUNT
034300         GO TO 2100-EXIT
034400     END-IF.
034500     DISPLAY "  NAME:     " WS-BI-NAME " -> " WS-AI-NAME.
034600     DISPLAY "  DATE:     " WS-BI-DATE " -> " WS-AI-DATE.
034700     DISPLAY "  CONTACT:  " WS-BI-CONTACT " -> " WS-AI-CONTACT.
034800     DISPLAY "  AMOUNT:   " WS-BI-AMOUNT " -> " WS-AI-AMOUNT.
034900     IF WS-AI-AMOUNT NOT = WS-BI-AMOUNT
035000         DISPLAY "  *** CONTRACT AMOUNT CHANGE ***"
035100     END-IF.
035200 2100-EXIT.
035300     EXIT.
035400
035500*--------------------------------------------------------------*
035600 2200-PROMPT-DECISION.
035700*--------------------------------------------------------------*
035800     DISPLAY "'A' APPROVE, 'R' REJECT, 'S' SKIP, 'X' STOP:".
035900     ACCEPT WS-DECISION-SW.
036000     IF NOT VALID-DECISION
036100         DISPLAY "  INVALID CHOICE - ENTER A, R, S OR X."
036200     END-IF.
036300 2200-EXIT.
036400     EXIT.
036500
036600*--------------------------------------------------------------*
036700 3000-APPROVE-ITEM.
036800*    APPLIES AN APPROVED ITEM. THE MASTER RECORD IS READ AND    *
036900*    MUST STILL MATCH THE QUEUED BEFORE IMAGE - IF IT HAS BEEN  *
037000*    CHANGED OR REMOVED SINCE THE REQUEST WAS KEYED, APPLYING   *
037100*    THE PROPOSAL WOULD SILENTLY UNDO THAT CHANGE, SO THE ITEM  *
037200*    IS REJECTED INSTEAD AND THE REQUESTER TOLD WHY. THE        *
037300*    CHANGE-LOG ROW IS WRITTEN AHEAD OF THE UPDATE, AS MSTINQ   *
037400*    DOES.                                                      *
037410*    WHILE A BATCH RUN HOLDS THE MASTER LOCK THE ITEM IS LEFT   *
037420*    PENDING FOR A LATER SESSION.                               *
037500*--------------------------------------------------------------*
037510     PERFORM 6100-CHECK-MASTER-LOCK THRU 6100-EXIT.
037520     IF MASTER-LOCKED
037530         DISPLAY "  APPROVAL NOT APPLIED - ITEM LEFT PENDING."
037540         ADD 1 TO WS-ITEMS-SKIPPED
037550         GO TO 3000-EXIT
037560     END-IF.
037600     MOVE WS-BI-KEY TO MR-KEY.
037700     READ MASTER-FILE.
037800     IF NOT MASTER-OK
037900         OR MASTER-RECORD NOT = PD-OLD-IMAGE
038000         ADD 1 TO WS-ITEMS-STALE
038100         MOVE "MASTER RECORD CHANGED SINCE THE REQUEST - REKEY"
038200             TO WS-REJECT-REASON
038300         DISPLAY "  " WS-REJECT-REASON
038400         PERFORM 4100-MARK-REJECTED THRU 4100-EXIT
038500         GO TO 3000-EXIT
038600     END-IF.
038700     PERFORM 5000-WRITE-CHANGE-LOG THRU 5000-EXIT.
038800     IF PD-DELETION
038900         DELETE MASTER-FILE
039000     ELSE
039100         MOVE PD-NEW-IMAGE TO MASTER-RECORD
039200         REWRITE MASTER-RECORD
039300     END-IF.
039400     IF NOT MASTER-OK
039500         DISPLAY "  MASTER UPDATE FAILED - STATUS "
039600             WS-MASTER-STATUS " - ITEM LEFT PENDING."
039700         GO TO 3000-EXIT
039800     END-IF.
039810     PERFORM 6000-POST-CONTROL-TOTALS THRU 6000-EXIT.
039820     IF PD-DELETION
039830         PERFORM 6200-MARK-FOLLOW-UPS THRU 6200-EXIT
039840     END-IF.
039900     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA.
040000     MOVE 'A' TO PD-STATUS.
040100     MOVE WS-OPERATOR-ID TO PD-DECIDED-BY.
040200     MOVE CURRENT-DATE TO PD-DECISION-DATE.
040300     MOVE WS-CURRENT-TIME TO PD-DECISION-TIME.
040400     MOVE SPACES TO PD-REASON.
040500     MOVE 'N' TO PD-NOTIFIED.
040600     REWRITE PENDING-RECORD.
040610     IF NOT PENDING-OK
040620         DISPLAY "  ITEM " PD-QUEUE-NO " NOT MARKED APPROVED - "
040630             "STATUS " WS-PENDING-STATUS
040640         DISPLAY "  THE CHANGE IS ON THE MASTER - DO NOT APPROVE "
040650             "ITEM " PD-QUEUE-NO " AGAIN."
040660     END-IF.
040700     ADD 1 TO WS-ITEMS-APPROVED.
040800     DISPLAY "  APPROVED AND APPLIED.".
040900 3000-EXIT.
041000     EXIT.
041100
041200*--------------------------------------------------------------*
041300 4000-REJECT-ITEM.
041400*    REJECTS AN ITEM. A REASON IS REQUIRED - IT IS WHAT THE     *
041500*    REQUESTING OPERATOR SEES AT THEIR NEXT SIGN-ON.            *
041600*--------------------------------------------------------------*
041700     MOVE SPACES TO WS-REJECT-REASON.
041800     PERFORM 4050-PROMPT-REASON THRU 4050-EXIT
041900         UNTIL WS-REJECT-REASON NOT = SPACES.
042000     PERFORM 4100-MARK-REJECTED THRU 4100-EXIT.
042100     IF PENDING-OK
042110         DISPLAY "  REJECTED."
042120     END-IF.
042200 4000-EXIT.
042300     EXIT.
042400
042500*--------------------------------------------------------------*
042600 4050-PROMPT-REASON.
042700*--------------------------------------------------------------*
042800     DISPLAY "REASON FOR REJECTION (SHOWN TO THE OPERATOR):".
042900     ACCEPT WS-REJECT-REASON.
043000     IF WS-REJECT-REASON = SPACES
043100         DISPLAY "  A REASON IS REQUIRED."
043200     END-IF.
043300 4050-EXIT.
043400     EXIT.
043500
043600*--------------------------------------------------------------*
043700 4100-MARK-REJECTED.
043800*    MARKS THE CURRENT ITEM REJECTED WITH WS-REJECT-REASON. THE *
043900*    MASTER IS NOT TOUCHED AND NOTHING IS LOGGED TO THE CHANGE  *
044000*    LOG - A REJECTED CHANGE NEVER HAPPENED TO THE MASTER.      *
044100*--------------------------------------------------------------*
044200     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA.
044300     MOVE 'R' TO PD-STATUS.
044400     MOVE WS-OPERATOR-ID TO PD-DECIDED-BY.
044500     MOVE CURRENT-DATE TO PD-DECISION-DATE.
044600     MOVE WS-CURRENT-TIME TO PD-DECISION-TIME.
044700     MOVE WS-REJECT-REASON TO PD-REASON.
044800     MOVE 'N' TO PD-NOTIFIED.
044900     REWRITE PENDING-RECORD.
044910     IF NOT PENDING-OK
044920         DISPLAY "  ITEM " PD-QUEUE-NO " NOT MARKED REJECTED - "
044930             "STATUS " WS-PENDING-STATUS " - IT STAYS PENDING."
044940         GO TO 4100-EXIT
044950     END-IF.
045000     ADD 1 TO WS-ITEMS-REJECTED.
045100 4100-EXIT.
045200     EXIT.
045300
045400*--------------------------------------------------------------*
045500 5000-WRITE-CHANGE-LOG.
045600*    WRITES THE AUDIT ROW FOR AN APPROVED ITEM - THE REQUESTING *
045700*    OPERATOR, THE KEY, THE BEFORE VALUES AND THE AFTER VALUES  *
045800*    (SPACES ON A DELETION), AND THE APPROVING SUPERVISOR.      *
045900*--------------------------------------------------------------*
046000     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA.
046100     MOVE PD-ACTION TO CL-ACTION.
046200     MOVE PD-REQUESTED-BY TO CL-OPERATOR.
046300     MOVE CURRENT-DATE TO CL-LOG-DATE.
046400     MOVE WS-CURRENT-TIME TO CL-LOG-TIME.
046500     MOVE WS-BI-DISTRICT TO CL-DISTRICT.
046600     MOVE WS-BI-MUNICIPALITY TO CL-MUNICIPALITY.
046700     MOVE WS-BI-CONTRACT TO CL-CONTRACT.
046800     MOVE WS-BI-NAME TO CL-OLD-NAME.
046900     MOVE WS-BI-DATE TO CL-OLD-DATE.
047000     MOVE WS-BI-CONTACT TO CL-OLD-CONTACT.
047100     MOVE WS-BI-AMOUNT-X TO CL-OLD-AMOUNT.
047200     IF PD-DELETION
047300         MOVE SPACES TO CL-NEW-NAME
047400         MOVE SPACES TO CL-NEW-DATE
047500         MOVE SPACES TO CL-NEW-CONTACT
047600         MOVE SPACES TO CL-NEW-AMOUNT
047700     ELSE
047800         MOVE WS-AI-NAME TO CL-NEW-NAME
047900         MOVE WS-AI-DATE TO CL-NEW-DATE
048000         MOVE WS-AI-CONTACT TO CL-NEW-CONTACT
048100         MOVE WS-AI-AMOUNT-X TO CL-NEW-AMOUNT
048200     END-IF.
048300     MOVE WS-OPERATOR-ID TO CL-APPROVED-BY.
048400     WRITE CHANGE-LOG-RECORD.
048500 5000-EXIT.
048600     EXIT.
048602
048604*--------------------------------------------------------------*
048606 6000-POST-CONTROL-TOTALS.
048608*    POSTS AN APPLIED ITEM TO THE MASTER CONTROL TOTALS - A    *
048610*    DELETION REMOVES ONE RECORD AND ITS AMOUNT, A CORRECTION  *
048612*    MOVES THE OLD AMOUNT OUT AND THE NEW ONE IN. A CORRECTION *
048614*    THAT LEFT THE AMOUNT ALONE CHANGES NO TOTAL AND IS NOT    *
048616*    POSTED.                                                   *
048618*--------------------------------------------------------------*
048620     MOVE ZERO TO TP-ADDED TP-REMOVED.
048622     MOVE ZERO TO TP-AMOUNT-IN TP-AMOUNT-OUT.
048624     IF PD-DELETION
048626         MOVE 1 TO TP-REMOVED
048628         MOVE WS-BI-AMOUNT TO TP-AMOUNT-OUT
048630     ELSE
048632         IF WS-AI-AMOUNT = WS-BI-AMOUNT
048634             GO TO 6000-EXIT
048636         END-IF
048638         MOVE WS-BI-AMOUNT TO TP-AMOUNT-OUT
048640         MOVE WS-AI-AMOUNT TO TP-AMOUNT-IN
048642     END-IF.
048644     MOVE 'P' TO TP-FUNCTION.
048646     MOVE "MSTAPRV" TO TP-PROGRAM.
048648     CALL 'MSTTOT' USING TOTALS-PARM.
048650 6000-EXIT.
048652     EXIT.
048653
048654*--------------------------------------------------------------*
048655 6100-CHECK-MASTER-LOCK.
048656*    ASKS WHETHER A BATCH RUN HOLDS THE MASTER LOCK AND, IF    *
048657*    SO, TELLS THE SUPERVISOR WHO AND SINCE WHEN. A LOCK FILE  *
048658*    THAT CANNOT BE READ IS TREATED AS LOCKED.                 *
048659*--------------------------------------------------------------*
048660     MOVE 'N' TO WS-LOCK-SW.
048661     MOVE 'Q' TO LP-FUNCTION.
048662     MOVE "MSTAPRV" TO LP-PROGRAM.
048663     MOVE WS-OPERATOR-ID TO LP-OPERATOR.
048664     CALL 'MSTLOCK' USING MASTER-LOCK-PARM.
048665     IF LP-DONE
048666         GO TO 6100-EXIT
048667     END-IF.
048668     MOVE 'Y' TO WS-LOCK-SW.
048669     IF LP-HELD
048670         DISPLAY "  MASTER LOCKED BY " LP-HOLDER-TEXT
048671     ELSE
048672         DISPLAY "  MASTER LOCK CANNOT BE CHECKED."
048673     END-IF.
048674     DISPLAY "  APPROVALS ARE NOT APPLIED UNTIL IT IS RELEASED.".
048675 6100-EXIT.
048676     EXIT.
048677
048678*--------------------------------------------------------------*
048679 6200-MARK-FOLLOW-UPS.
048680*    MARKS THE OPEN FOLLOW-UPS OF THE RECORD JUST DELETED, SO  *
048681*    THE DAILY FOLLOW-UP LIST SHOWS THEM AGAINST A RECORD NO   *
048682*    LONGER ON THE MASTER. THE DELETION IS CHARGED TO THE      *
048683*    OPERATOR WHO REQUESTED IT, AS ON THE CHANGE LOG.          *
048684*--------------------------------------------------------------*
048685     MOVE WS-BI-KEY TO FP-MASTER-KEY.
048686     MOVE 'D' TO FP-REMOVAL.
048687     MOVE PD-REQUESTED-BY TO FP-REMOVED-BY.
048688     CALL 'FUPFLAG' USING FOLLOW-UP-PARM.
048689     IF FP-FLAGGED > ZERO
048690         DISPLAY "  " FP-FLAGGED " OPEN FOLLOW-UP(S) MARKED FOR "
048691             "THE DAILY FOLLOW-UP LIST."
048692     END-IF.
048693 6200-EXIT.
048694     EXIT.
048700
048800*--------------------------------------------------------------*
048900 8000-TERMINATE.
049000*--------------------------------------------------------------*
049100     IF NOT RUN-ABORTED
049200         CLOSE PENDING-FILE
049300         CLOSE MASTER-FILE
049400         CLOSE CHANGE-LOG-FILE
049500     END-IF.
049600     DISPLAY "ITEMS PRESENTED:   " WS-ITEMS-PRESENTED.
049700     DISPLAY "ITEMS APPROVED:    " WS-ITEMS-APPROVED.
049800     DISPLAY "ITEMS REJECTED:    " WS-ITEMS-REJECTED.
049900     DISPLAY "  OF WHICH STALE:  " WS-ITEMS-STALE.
050000     DISPLAY "ITEMS LEFT PENDING:" WS-ITEMS-SKIPPED.
050100 8000-EXIT.
050200     EXIT.
