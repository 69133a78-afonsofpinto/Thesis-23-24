002399*                   PARM; THE CONSOLDT STEP IS KEYED BY THE    *
002401*                   NIGHT'S ELIGIBLE SET, SO A STALE ROW CAN   *
002402*                   NEVER SKIP A NIGHT'S CONSOLIDATION.        *
002410* 2026-10-15   AP   NEW CDCEXP STEP AFTER THE EXPORTS SENDS THE *
002420*                   NIGHT'S MASTER CHANGES DOWNSTREAM AS A     *
002430*                   SEQUENCED DELTA FILE.                      *
002432* 2026-10-15   AP   NEW MSTPROOF STEP, AFTER THE DELTA STEP,   *
002434*                   PROVES THE MASTER; AN OUT-OF-BALANCE       *
002436*                   MASTER IS FLAGGED ON THE MORNING SUMMARY.  *
002440* 2026-10-15   AP   THE CHAIN NOW HOLDS THE MASTER LOCK        *
002450*                   (MSTLOCK) FROM FIRST STEP TO LAST. A LOCK  *
002460*                   ALREADY HELD STOPS THE CHAIN BEFORE ANY    *
002470*                   STEP RUNS AND IS NAMED ON THE MORNING      *
002480*                   SUMMARY.                                   *
002482* 2026-10-15   AP   NEW FUPLIST STEP AFTER THE PROOF PRINTS    *
002484*                   THE DAILY FOLLOW-UP LIST (fuplist.txt);    *
002486*                   ITS COUNTS ARE SHOWN ON THE MORNING        *
002488*                   SUMMARY.                                   *
002490* 2026-10-15   AP   NEW CYCLDRV STEP AT THE END OF THE CHAIN   *
002492*                   RUNS THE PERIODIC JOBS FALLING DUE ON THE  *
002494*                   JOB CALENDAR (SEE CYCLDRV); ITS COUNTS ARE *
002496*                   SHOWN ON THE MORNING SUMMARY.              *
002498*--------------------------------------------------------------*
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
007540         88  RERUN-MODE               VALUE 'Y'.
007550     05  WS-PRIOR-FOUND-SW      PIC X(01) VALUE 'N'.
007560         88  PRIOR-STEP-OK            VALUE 'Y'.
007570     05  WS-LOCK-SW             PIC X(01) VALUE 'N'.
007580         88  MASTER-LOCK-TAKEN        VALUE 'Y'.
007590         88  MASTER-LOCK-REFUSED      VALUE 'R'.
007600
007700*--------------------------------------------------------------*
007800* THE JOB TABLE - ONE ROW PER RUN-PARAMETER RECORD, CARRYING   *
011701 01  WS-FIRST-ELIGIBLE          PIC X(50) VALUE SPACES.
011702 01  WS-ELIG-DIGITS             PIC 9(03) VALUE ZERO.
011703
011758*--------------------------------------------------------------*
011760* THE OUTCOME OF TONIGHT'S MASTER PROOF OF BALANCE (MSTPROOF), *
011762* SAVED FOR THE MORNING STATUS SUMMARY.                        *
011764*--------------------------------------------------------------*
011766 01  WS-PROOF-INFO              PIC X(30) VALUE SPACES.
011768 01  WS-PROOF-OUT-SW            PIC X(01) VALUE 'N'.
011770     88  PROOF-OUT-OF-BALANCE        VALUE 'Y'.
011772
011774*--------------------------------------------------------------*
011776* THE COUNTS ON TONIGHT'S FOLLOW-UP LIST (FUPLIST), SAVED FOR  *
011778* THE MORNING STATUS SUMMARY.                                  *
011780*--------------------------------------------------------------*
011782 01  WS-FOLLOW-UP-INFO          PIC X(30) VALUE SPACES.
011784
011786*--------------------------------------------------------------*
011788* THE COUNTS OF TONIGHT'S PERIODIC JOB CYCLE (CYCLDRV), SAVED  *
011790* FOR THE MORNING STATUS SUMMARY.                              *
011792*--------------------------------------------------------------*
011794 01  WS-CYCLE-INFO              PIC X(30) VALUE SPACES.
011796
011800*--------------------------------------------------------------*
011900* PARAMETER AREA PASSED TO EACH CHAIN PROGRAM.                 *
012000*--------------------------------------------------------------*
012100     COPY eodparm.
012105
012110*--------------------------------------------------------------*
012120* PARAMETER AREA OF THE MASTER LOCK.                           *
012130*--------------------------------------------------------------*
012140     COPY lockparm.
012200
012300 PROCEDURE DIVISION.
012400*--------------------------------------------------------------*
013300         PERFORM 4000-EXPORT-STEP THRU 4000-EXIT
013400             VARYING WS-JOB-IDX FROM 1 BY 1
013500             UNTIL WS-JOB-IDX > WS-JOB-COUNT
013510         PERFORM 5000-DELTA-STEP THRU 5000-EXIT
013520         PERFORM 5100-PROOF-STEP THRU 5100-EXIT
013530         PERFORM 5200-FOLLOW-UP-STEP THRU 5200-EXIT
013540         PERFORM 5300-CYCLE-STEP THRU 5300-EXIT
013600     END-IF.
013700     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
013800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
014400*    MISSING OR EMPTY PARAMETER FILE ENDS THE RUN WITH A       *
014500*    FAILED SUMMARY RATHER THAN A HALF-RUN CHAIN.              *
014600*--------------------------------------------------------------*
014610     PERFORM 1050-TAKE-MASTER-LOCK THRU 1050-EXIT.
014620     IF RUN-ABORTED
014630         GO TO 1000-EXIT
014640     END-IF.
014700     OPEN INPUT PARM-FILE.
014800     IF NOT PARM-FILE-OK
014900         DISPLAY "RUN-PARAMETER FILE " WS-PARM-FILE-NAME
016900 1000-EXIT.
017000     EXIT.
017100
017102*--------------------------------------------------------------*
017104 1050-TAKE-MASTER-LOCK.
017106*    THE CHAIN UPDATES masterdt.dat, SO IT HOLDS THE MASTER    *
017108*    LOCK FROM BEFORE THE FIRST STEP TO AFTER THE LAST; THE    *
017110*    ONLINE PROGRAMS REFUSE UPDATES MEANWHILE. A LOCK HELD BY  *
017112*    ANOTHER RUN - OR LEFT BY AN ABENDED ONE - STOPS THE CHAIN *
017114*    WITH NOTHING DONE; ONCE THE HOLDER HAS ENDED (OR A        *
017116*    SUPERVISOR HAS CLEARED THE LOCK WITH MSTUNLK) THE CHAIN   *
017118*    IS SIMPLY RUN AGAIN.                                      *
017120*--------------------------------------------------------------*
017122     MOVE 'A' TO LP-FUNCTION.
017124     MOVE "EODBATCH" TO LP-PROGRAM.
017126     MOVE "BATCH" TO LP-OPERATOR.
017128     CALL 'MSTLOCK' USING MASTER-LOCK-PARM.
017130     IF LP-DONE
017132         MOVE 'Y' TO WS-LOCK-SW
017134         GO TO 1050-EXIT
017136     END-IF.
017138     MOVE 'Y' TO WS-ABORT-SW.
017140     MOVE "MSTLOCK" TO WS-LOG-STEP-NAME.
017142     MOVE "FAILED" TO WS-LOG-STEP-RESULT.
017144     IF LP-HELD
017146         MOVE 'R' TO WS-LOCK-SW
017148         MOVE LP-HOLDER-TEXT TO WS-LOG-STEP-FILE
017150         DISPLAY "MASTER LOCKED BY " LP-HOLDER-TEXT
017152             " - CHAIN NOT RUN."
017154     ELSE
017156         MOVE "MASTER LOCK FILE NOT AVAILABLE" TO WS-LOG-STEP-FILE
017158     END-IF.
017160     PERFORM 6000-RECORD-STEP THRU 6000-EXIT.
017162 1050-EXIT.
017164     EXIT.
017166
017200*--------------------------------------------------------------*
017300 1100-LOAD-PARM-RECORD.
017400*--------------------------------------------------------------*
029100     PERFORM 6000-RECORD-STEP THRU 6000-EXIT.
029200 4000-EXIT.
029300     EXIT.
029302*--------------------------------------------------------------*
029304 5000-DELTA-STEP.
029306*    RUNS CDCEXP ONCE TO SEND EVERY MASTER CHANGE SINCE ITS    *
029308*    LAST RUN - CONSOLIDATION, ONLINE CORRECTIONS, ARCHIVE     *
029310*    ACTIVITY AND ROLLBACKS. CDCEXP KEEPS ITS OWN HIGH-WATER   *
029312*    MARK, SO IT IS RUN ON A RERUN TOO: IT PICKS UP ONLY WHAT  *
029314*    IS STILL UNSENT. THE STEP IS LOGGED WITH THE SEQUENCE     *
029316*    RANGE IT SENT.                                            *
029318*--------------------------------------------------------------*
029320     MOVE SPACES TO EP-FILE-1.
029322     MOVE SPACES TO EP-FILE-2.
029324     MOVE SPACES TO EP-STEP-STATUS.
029326     MOVE SPACES TO EP-INFO.
029328     CALL 'CDCEXP' USING EOD-PARM.
029330     CANCEL 'CDCEXP'.
029332     MOVE "CDCEXP" TO WS-LOG-STEP-NAME.
029334     MOVE EP-INFO TO WS-LOG-STEP-FILE.
029336     IF EP-STEP-OK
029338         MOVE "OK" TO WS-LOG-STEP-RESULT
029340     ELSE
029342         MOVE "FAILED" TO WS-LOG-STEP-RESULT
029344     END-IF.
029346     PERFORM 6000-RECORD-STEP THRU 6000-EXIT.
029348 5000-EXIT.
029350     EXIT.
029400
029401*--------------------------------------------------------------*
029402 5100-PROOF-STEP.
029403*    RUNS MSTPROOF AFTER THE DELTA STEP, ONCE EVERY UPDATE OF  *
029404*    THE NIGHT IS POSTED, TO PROVE THE MASTER CONTROL TOTALS   *
029405*    AND RECOUNT THE FILE. IT IS RUN ON A RERUN TOO - A SECOND *
029406*    PROOF IN ONE NIGHT SIMPLY PROVES AN EMPTY PERIOD. AN      *
029407*    OUT-OF-BALANCE MASTER IS LOGGED AS OUT-BAL AND COUNTS AS  *
029408*    A FAILED STEP, SO THE FEED IS HELD UNTIL IT IS EXPLAINED. *
029409*--------------------------------------------------------------*
029410     MOVE SPACES TO EP-FILE-1.
029411     MOVE SPACES TO EP-FILE-2.
029412     MOVE SPACES TO EP-STEP-STATUS.
029413     MOVE SPACES TO EP-INFO.
029414     CALL 'MSTPROOF' USING EOD-PARM.
029415     CANCEL 'MSTPROOF'.
029416     MOVE "MSTPROOF" TO WS-LOG-STEP-NAME.
029417     MOVE EP-INFO TO WS-LOG-STEP-FILE.
029418     MOVE EP-INFO TO WS-PROOF-INFO.
029419     EVALUATE TRUE
029420         WHEN EP-STEP-OK
029421             MOVE "OK" TO WS-LOG-STEP-RESULT
029422         WHEN EP-STEP-EXCEPTION
029423             MOVE "OUT-BAL" TO WS-LOG-STEP-RESULT
029424             MOVE 'Y' TO WS-PROOF-OUT-SW
029425         WHEN OTHER
029426             MOVE "FAILED" TO WS-LOG-STEP-RESULT
029427     END-EVALUATE.
029428     PERFORM 6000-RECORD-STEP THRU 6000-EXIT.
029429 5100-EXIT.
029430     EXIT.
029431
029432*--------------------------------------------------------------*
029433 5200-FOLLOW-UP-STEP.
029434*    RUNS FUPLIST ONCE THE NIGHT'S UPDATES ARE IN, SO THE      *
029435*    DAILY FOLLOW-UP LIST SEES EVERY RECORD REMOVED DURING THE *
029436*    DAY. IT ONLY READS THE DIARY AND THE MASTER, SO IT IS RUN *
029437*    ON A RERUN TOO AND SIMPLY PRINTS THE LIST AGAIN.          *
029438*--------------------------------------------------------------*
029439     MOVE SPACES TO EP-FILE-1.
029440     MOVE SPACES TO EP-FILE-2.
029441     MOVE SPACES TO EP-STEP-STATUS.
029442     MOVE SPACES TO EP-INFO.
029443     CALL 'FUPLIST' USING EOD-PARM.
029444     CANCEL 'FUPLIST'.
029445     MOVE "FUPLIST" TO WS-LOG-STEP-NAME.
029446     MOVE EP-INFO TO WS-LOG-STEP-FILE.
029447     MOVE EP-INFO TO WS-FOLLOW-UP-INFO.
029448     IF EP-STEP-OK
029449         MOVE "OK" TO WS-LOG-STEP-RESULT
029450     ELSE
029451         MOVE "FAILED" TO WS-LOG-STEP-RESULT
029452     END-IF.
029453     PERFORM 6000-RECORD-STEP THRU 6000-EXIT.
029454 5200-EXIT.
029455     EXIT.
029456
029457*--------------------------------------------------------------*
029458 5300-CYCLE-STEP.
029459*    RUNS CYCLDRV LAST, UNDER THE CHAIN'S MASTER LOCK, FOR THE *
029460*    PERIODIC JOBS THE JOB CALENDAR HAS FALLING DUE. CYCLDRV   *
029461*    KEEPS ITS OWN CONTROL FILE OF WHAT HAS RUN, SO IT IS RUN  *
029462*    ON A RERUN TOO: IT RUNS ONLY WHAT IS STILL DUE. A JOB     *
029463*    SKIPPED BY THE CYCLE IS CAUGHT UP BY THE NEXT ONE, SO     *
029464*    ONLY A FAILED JOB FAILS THE STEP; THE DETAIL IS ON THE    *
029465*    CYCLE STATUS REPORT (cycstat.txt).                        *
029466*--------------------------------------------------------------*
029467     MOVE SPACES TO EP-FILE-1.
029468     MOVE SPACES TO EP-FILE-2.
029469     MOVE SPACES TO EP-STEP-STATUS.
029470     MOVE SPACES TO EP-INFO.
029471     CALL 'CYCLDRV' USING EOD-PARM.
029472     CANCEL 'CYCLDRV'.
029473     MOVE "CYCLDRV" TO WS-LOG-STEP-NAME.
029474     MOVE EP-INFO TO WS-LOG-STEP-FILE.
029475     MOVE EP-INFO TO WS-CYCLE-INFO.
029476     IF EP-STEP-OK OR EP-STEP-EXCEPTION
029477         MOVE "OK" TO WS-LOG-STEP-RESULT
029478     ELSE
029479         MOVE "FAILED" TO WS-LOG-STEP-RESULT
029480     END-IF.
029481     PERFORM 6000-RECORD-STEP THRU 6000-EXIT.
029482 5300-EXIT.
029483     EXIT.
029484
029500*--------------------------------------------------------------*
029600 6000-RECORD-STEP.
029700*    LOGS ONE STEP OUTCOME FROM THE WS-LOG-STEP FIELDS AND     *
030500         MOVE WS-LOG-STEP-RESULT TO WS-STEP-RESULT(WS-STEP-IDX)
030600     END-IF.
030700     IF WS-LOG-STEP-RESULT = "FAILED"
030710         OR WS-LOG-STEP-RESULT = "OUT-BAL"
030800         ADD 1 TO WS-STEPS-FAILED
030900     END-IF.
030910     IF WS-LOG-STEP-RESULT = "OK"
032460         WRITE STATUS-RECORD FROM WS-STATUS-LINE
032470         DISPLAY WS-STATUS-LINE(1:70)
032480     END-IF.
032485     PERFORM 7050-PRINT-NIGHT-RESULTS THRU 7050-EXIT.
032490     PERFORM 7200-REPORT-UNACKED THRU 7200-EXIT.
032500     MOVE SPACES TO WS-STATUS-LINE.
032600     IF WS-STEPS-FAILED = ZERO
033500     CLOSE STATUS-FILE.
033600 7000-EXIT.
033700     EXIT.
033702
033704*--------------------------------------------------------------*
033706 7050-PRINT-NIGHT-RESULTS.
033708*    THE OUTCOMES SAVED BY TONIGHT'S PROOF, FOLLOW-UP AND      *
033710*    CYCLE STEPS, AND A MASTER LOCK THAT KEPT THE CHAIN FROM   *
033712*    RUNNING.                                                  *
033714*--------------------------------------------------------------*
033716     IF WS-PROOF-INFO NOT = SPACES
033718         MOVE SPACES TO WS-STATUS-LINE
033720         STRING "MASTER PROOF OF BALANCE:    "
033722             WS-PROOF-INFO
033724             DELIMITED BY SIZE INTO WS-STATUS-LINE
033726         WRITE STATUS-RECORD FROM WS-STATUS-LINE
033728         DISPLAY WS-STATUS-LINE(1:70)
033730     END-IF.
033732     IF PROOF-OUT-OF-BALANCE
033734         MOVE SPACES TO WS-STATUS-LINE
033736         STRING "*** MASTER CONTROL TOTALS OUT OF BALANCE - "
033738             "SEE mstproof.txt ***"
033740             DELIMITED BY SIZE INTO WS-STATUS-LINE
033742         WRITE STATUS-RECORD FROM WS-STATUS-LINE
033744         DISPLAY WS-STATUS-LINE(1:70)
033746     END-IF.
033748     IF WS-FOLLOW-UP-INFO NOT = SPACES
033750         MOVE SPACES TO WS-STATUS-LINE
033752         STRING "FOLLOW-UP LIST (fuplist.txt): "
033754             WS-FOLLOW-UP-INFO
033756             DELIMITED BY SIZE INTO WS-STATUS-LINE
033758         WRITE STATUS-RECORD FROM WS-STATUS-LINE
033760         DISPLAY WS-STATUS-LINE(1:70)
033762     END-IF.
033764     IF MASTER-LOCK-REFUSED
033766         MOVE SPACES TO WS-STATUS-LINE
033768         STRING "*** MASTER LOCKED BY " LP-HOLDER-TEXT
033770             " - CHAIN NOT RUN, SEE MSTUNLK ***"
033772             DELIMITED BY SIZE INTO WS-STATUS-LINE
033774         WRITE STATUS-RECORD FROM WS-STATUS-LINE
033776         DISPLAY WS-STATUS-LINE(1:100)
033778     END-IF.
033780     IF WS-CYCLE-INFO NOT = SPACES
033782         MOVE SPACES TO WS-STATUS-LINE
033784         STRING "PERIODIC JOB CYCLE (cycstat.txt): "
033786             WS-CYCLE-INFO
033788             DELIMITED BY SIZE INTO WS-STATUS-LINE
033790         WRITE STATUS-RECORD FROM WS-STATUS-LINE
033792         DISPLAY WS-STATUS-LINE(1:70)
033794     END-IF.
033796 7050-EXIT.
033798     EXIT.
033800
033900*--------------------------------------------------------------*
034000 7100-PRINT-STEP.
035500     IF WS-STEPS-FAILED > ZERO OR RUN-ABORTED
035600         MOVE 8 TO RETURN-CODE
035700     END-IF.
035710     IF MASTER-LOCK-TAKEN
035720         PERFORM 8200-RELEASE-MASTER-LOCK THRU 8200-EXIT
035730     END-IF.
035800 8000-EXIT.
035900     EXIT.
036000
037000     CLOSE CHECKPOINT-FILE.
037100 8100-EXIT.
037200     EXIT.
037250
037300*--------------------------------------------------------------*
037400 8200-RELEASE-MASTER-LOCK.
037500*    RELEASED WHETHER OR NOT EVERY STEP ENDED OK - THE FAILED  *
037600*    STEPS ARE ON THE SUMMARY AND THE MORNING RERUN TAKES THE  *
037700*    LOCK AGAIN.                                               *
037800*--------------------------------------------------------------*
037900     MOVE 'R' TO LP-FUNCTION.
038000     MOVE "EODBATCH" TO LP-PROGRAM.
038100     MOVE "BATCH" TO LP-OPERATOR.
038200     CALL 'MSTLOCK' USING MASTER-LOCK-PARM.
038300     IF NOT LP-DONE
038400         DISPLAY "MASTER LOCK NOT RELEASED - HAVE A SUPERVISOR "
038500             "RUN MSTUNLK."
038600     END-IF.
038700 8200-EXIT.
038800     EXIT.
