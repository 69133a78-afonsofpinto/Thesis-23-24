002349*                   ONES, AND AN ALREADY-CONSOLIDATED REFUSAL NO *
002351*                   LONGER FAILS THE DRIVER STEP - ON A RERUN    *
002352*                   THAT REFUSAL IS THE REGISTER DOING ITS JOB.  *
002355* 2026-10-15   AP   DEL DELETIONS ARE NOW JOURNALLED TOO - THE   *
002360*                   REMOVED IMAGE AS THE BEFORE IMAGE, A SPACES  *
002365*                   AFTER IMAGE - SO THE DOWNSTREAM DELTA FEED   *
002370*                   (CDCEXP) AND MSTRBACK SEE EVERY              *
002375*                   CONSOLIDATION CHANGE TO AN EXISTING KEY.     *
002376* 2026-10-15   AP   THE RUN'S ADDS, OVERWRITES AND DELETIONS   *
002378*                   ARE POSTED TO THE MASTER CONTROL TOTALS    *
002380*                   (CALL 'MSTTOT') AT TERMINATION - RECORDS   *
002382*                   ADDED AND REMOVED, AMOUNT IN AND OUT - FOR *
002384*                   THE NIGHTLY PROOF OF BALANCE (MSTPROOF).   *
002386* 2026-10-15   AP   RUN ON ITS OWN, CONSOLDT NOW HOLDS THE     *
002388*                   MASTER LOCK (MSTLOCK) FOR THE WHOLE RUN    *
002390*                   AND WILL NOT START WHILE ANOTHER RUN HOLDS *
002392*                   IT. UNDER EODBATCH THE DRIVER HOLDS IT.    *
002394*--------------------------------------------------------------*
002400
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
006051* JOURNAL-RECORD CARRIES ONE ROW PER MASTER RECORD OVERWRITTEN  *
006052* BY CONSOLIDATION - THE RUN DATE, THE DATA FILE THE NEW IMAGE  *
006053* CAME FROM, AND THE FULL BEFORE AND AFTER RECORD IMAGES - SO   *
006054* A REPLACED OR DELETED ENTRY CAN ALWAYS BE RECONSTRUCTED.      *
006055*--------------------------------------------------------------*
006056 FD  JOURNAL-FILE.
006057 01  JOURNAL-RECORD.
007212     05  WS-NEW-ENTRY-DATE      PIC 9(08).
007213     05  WS-NEW-ENTRY-TIME      PIC 9(08).
007214
007220 01  WS-OLD-AMOUNT              PIC 9(07)V99 VALUE ZERO.
007230
007300*--------------------------------------------------------------*
007400* SWITCHES.                                                    *
007500*--------------------------------------------------------------*
007820         88  DRIVEN-MODE              VALUE 'Y'.
007830     05  WS-ABORT-SW            PIC X(01) VALUE 'N'.
007840         88  RUN-ABORTED              VALUE 'Y'.
007850     05  WS-LOCK-SW             PIC X(01) VALUE 'N'.
007860         88  MASTER-LOCK-TAKEN        VALUE 'Y'.
007900     05  WS-DATA-EOF-SW         PIC X(01) VALUE 'N'.
008000         88  DATA-EOF                  VALUE 'Y'.
008010     05  WS-HDR-SEEN-SW         PIC X(01) VALUE 'N'.
008129     05  WS-CONSREG-ENTRY       PIC X(50)
008131             OCCURS 1000 TIMES INDEXED BY WS-CRG-IDX.
008134
008139*--------------------------------------------------------------*
008144* PARAMETER AREA OF THE MASTER CONTROL TOTALS POSTING - THE    *
008149* RUN'S MOVEMENTS ARE ACCUMULATED HERE AND POSTED ONCE AT      *
008154* TERMINATION.                                                 *
008159*--------------------------------------------------------------*
008164     COPY totparm.
008169
008174*--------------------------------------------------------------*
008179* PARAMETER AREA OF THE MASTER LOCK.                           *
008184*--------------------------------------------------------------*
008189     COPY lockparm.
008194
008200*--------------------------------------------------------------*
008300* RUN COUNTERS.                                                *
008400*--------------------------------------------------------------*
009500             UNTIL CTL-EOF
009510         PERFORM 8000-TERMINATE THRU 8000-EXIT
009520     END-IF.
009530     IF MASTER-LOCK-TAKEN
009540         PERFORM 8300-RELEASE-MASTER-LOCK THRU 8300-EXIT
009550     END-IF.
009600     PERFORM 8500-SET-STEP-STATUS THRU 8500-EXIT.
009700     GOBACK.
009800
010020*    AREA WHEN ONE WAS PASSED, OTHERWISE FROM THE CONSOLE AS   *
010030*    ALWAYS. AN UNREADABLE CONTROL FILE FAILS THE RUN CLEANLY  *
010040*    BEFORE THE MASTER IS TOUCHED.                             *
010050*    RUN ON ITS OWN, CONSOLDT TAKES THE MASTER LOCK BEFORE IT  *
010060*    READS THE CONTROL FILE; UNDER EODBATCH THE DRIVER ALREADY *
010070*    HOLDS IT FOR THE CHAIN.                                   *
010100*--------------------------------------------------------------*
010110     IF ADDRESS OF EOD-PARM NOT = NULL
010111         IF EP-PARM-PRESENT
010200         DISPLAY "CONTROL FILE LISTING TODAY'S DATA FILES:"
010300         ACCEPT WS-CONTROL-FILE-NAME
010310     END-IF.
010320     IF NOT DRIVEN-MODE
010330         PERFORM 1020-TAKE-MASTER-LOCK THRU 1020-EXIT
010340         IF RUN-ABORTED
010350             GO TO 1000-EXIT
010360         END-IF
010370     END-IF.
010400     OPEN INPUT CONTROL-FILE.
010410     IF NOT CONTROL-FILE-OK
010420         DISPLAY "CONTROL FILE " WS-CONTROL-FILE-NAME
010480     IF RUN-ABORTED
010490         GO TO 1000-EXIT
010495     END-IF.
010496     MOVE ZERO TO TP-ADDED TP-REMOVED.
010498     MOVE ZERO TO TP-AMOUNT-IN TP-AMOUNT-OUT.
010500     PERFORM 1100-OPEN-MASTER THRU 1100-EXIT.
010510     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA.
010520     MOVE CURRENT-DATE TO WS-RUN-DATE.
010840 1050-EXIT.
010845     EXIT.
010850
010851*--------------------------------------------------------------*
010852 1020-TAKE-MASTER-LOCK.
010853*    A LOCK HELD BY ANOTHER RUN (OR LEFT BY AN ABENDED ONE)    *
010854*    STOPS THE RUN BEFORE THE CONTROL FILE IS OPENED.          *
010855*--------------------------------------------------------------*
010856     MOVE 'A' TO LP-FUNCTION.
010857     MOVE "CONSOLDT" TO LP-PROGRAM.
010858     MOVE SPACES TO LP-OPERATOR.
010859     CALL 'MSTLOCK' USING MASTER-LOCK-PARM.
010860     IF LP-DONE
010861         MOVE 'Y' TO WS-LOCK-SW
010862         GO TO 1020-EXIT
010863     END-IF.
010864     IF LP-HELD
010865         DISPLAY "MASTER LOCKED BY " LP-HOLDER-TEXT
010866         DISPLAY "CONSOLIDATION NOT RUN - TRY AGAIN WHEN IT HAS "
010867             "ENDED, OR HAVE A SUPERVISOR RUN MSTUNLK."
010868     ELSE
010869         DISPLAY "MASTER LOCK NOT AVAILABLE - CONSOLIDATION "
010870             "NOT RUN."
010871     END-IF.
010872     MOVE 'Y' TO WS-ABORT-SW.
010873 1020-EXIT.
010874     EXIT.
010875
010900*--------------------------------------------------------------*
011000 1100-OPEN-MASTER.
011100*    OPENS THE MASTER FILE FOR UPDATE, CREATING IT FIRST IF     *
017921         PERFORM 3200-JOURNAL-AND-REWRITE THRU 3200-EXIT
017922         ADD 1 TO WS-RECORDS-UPDATED
017923     ELSE
017924         PERFORM 3160-COUNT-ADD THRU 3160-EXIT
017925     END-IF.
017926 3150-EXIT.
017927     EXIT.
018011         DISPLAY "OVERWRITE READ-BACK FAILED - STATUS "
018012             WS-MASTER-STATUS " - REPLACEMENT NOT JOURNALLED"
018013     END-IF.
018014     PERFORM 3210-REWRITE-MASTER THRU 3210-EXIT.
018016 3200-EXIT.
018017     EXIT.
018018
018097     END-IF.
018098     DELETE MASTER-FILE.
018099     IF MASTER-OK
018100         PERFORM 3510-JOURNAL-DELETION THRU 3510-EXIT
018101         ADD 1 TO WS-RECORDS-DELETED
018102     ELSE
018103         DISPLAY "MASTER DELETE FAILED - STATUS "
018127     EXIT.
018128
018129*--------------------------------------------------------------*
018130 3160-COUNT-ADD.
018131*    COUNTS ONE NEW MASTER RECORD AND, ONCE IT IS WRITTEN,      *
018132*    ADDS IT TO THE RUN'S CONTROL TOTALS MOVEMENT.              *
018133*--------------------------------------------------------------*
018134     ADD 1 TO WS-RECORDS-ADDED.
018135     IF MASTER-OK
018136         ADD 1 TO TP-ADDED
018137         ADD MR-AMOUNT TO TP-AMOUNT-IN
018138     END-IF.
018139 3160-EXIT.
018140     EXIT.
018141
018142*--------------------------------------------------------------*
018143 3210-REWRITE-MASTER.
018144*    REPLACES THE MASTER RECORD WITH THE HELD INCOMING IMAGE.   *
018145*    ONCE IT IS REWRITTEN THE AMOUNT REPLACED (THAT OF THE      *
018146*    RECORD READ BACK, OR ZERO WHEN IT COULD NOT BE READ) AND   *
018147*    THE NEW AMOUNT GO TO THE RUN'S CONTROL TOTALS MOVEMENT.    *
018148*--------------------------------------------------------------*
018149     MOVE ZERO TO WS-OLD-AMOUNT.
018150     IF MASTER-OK
018151         MOVE MR-AMOUNT TO WS-OLD-AMOUNT
018152     END-IF.
018153     MOVE WS-NEW-MASTER TO MASTER-RECORD.
018154     REWRITE MASTER-RECORD.
018155     IF MASTER-OK
018156         ADD WS-OLD-AMOUNT TO TP-AMOUNT-OUT
018157         ADD WS-NEW-AMOUNT TO TP-AMOUNT-IN
018158     END-IF.
018159 3210-EXIT.
018160     EXIT.
018161
018162*--------------------------------------------------------------*
018163 3510-JOURNAL-DELETION.
018164*    JOURNALS A DELETED MASTER RECORD THE SAME WAY AS AN        *
018165*    OVERWRITE, WITH A SPACES AFTER IMAGE, AND TAKES IT OUT OF  *
018166*    THE RUN'S CONTROL TOTALS MOVEMENT.                         *
018167*--------------------------------------------------------------*
018168     ADD 1 TO TP-REMOVED.
018169     ADD MR-AMOUNT TO TP-AMOUNT-OUT.
018170     MOVE WS-RUN-DATE TO JR-RUN-DATE.
018171     MOVE WS-DATA-FILE-NAME TO JR-SOURCE-FILE.
018172     MOVE MASTER-RECORD TO JR-OLD-IMAGE.
018173     MOVE SPACES TO JR-NEW-IMAGE.
018174     WRITE JOURNAL-RECORD.
018175 3510-EXIT.
018176     EXIT.
018177*--------------------------------------------------------------*
018200 8000-TERMINATE.
018300*--------------------------------------------------------------*
018400     CLOSE CONTROL-FILE.
018500     CLOSE MASTER-FILE.
018505     PERFORM 8200-POST-CONTROL-TOTALS THRU 8200-EXIT.
018510     CLOSE JOURNAL-FILE.
018520*    THE REPORT BODY LISTS DUPLICATE-KEY OVERWRITES AND COR
018521*    REPLACEMENTS ALIKE (BOTH GO THROUGH 3300), SO THE TRAILER
019090 8100-EXIT.
019100     EXIT.
019110
019111*--------------------------------------------------------------*
019112 8200-POST-CONTROL-TOTALS.
019113*    POSTS THE RUN'S MOVEMENTS TO THE MASTER CONTROL TOTALS.   *
019114*    A FAILED POSTING IS REPORTED BY MSTTOT AND SHOWS UP AS A  *
019115*    DIFFERENCE ON THE NEXT PROOF OF BALANCE - THE MASTER      *
019116*    ITSELF IS ALREADY UPDATED AND IS NOT ROLLED BACK.         *
019117*--------------------------------------------------------------*
019118     MOVE 'P' TO TP-FUNCTION.
019119     MOVE "CONSOLDT" TO TP-PROGRAM.
019120     CALL 'MSTTOT' USING TOTALS-PARM.
019121 8200-EXIT.
019122     EXIT.
019123
019124*--------------------------------------------------------------*
019125 8300-RELEASE-MASTER-LOCK.
019126*--------------------------------------------------------------*
019127     MOVE 'R' TO LP-FUNCTION.
019128     MOVE "CONSOLDT" TO LP-PROGRAM.
019129     MOVE SPACES TO LP-OPERATOR.
019130     CALL 'MSTLOCK' USING MASTER-LOCK-PARM.
019131     IF NOT LP-DONE
019132         DISPLAY "MASTER LOCK NOT RELEASED - HAVE A SUPERVISOR "
019133             "RUN MSTUNLK."
019134     END-IF.
019135 8300-EXIT.
019136     EXIT.
019137
019138*--------------------------------------------------------------*
019139 8500-SET-STEP-STATUS.
019140*    REPORTS THE RUN OUTCOME TO THE EODBATCH DRIVER - FAILED   *
019150*    WHEN THE RUN COULD NOT START OR ANY DATA FILE WAS REFUSED *
019160*    FOR CAUSE, SO THE MORNING STATUS SUMMARY FLAGS THE        *
