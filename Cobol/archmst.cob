002300* 2026-08-22   AP   ORIGINAL PROGRAM.                          *
002310* 2026-09-02   AP   MASTER AND ARCHIVE RECORDS NOW CARRY THE  *
002320*                   CONTRACT AMOUNT CAPTURED AT INTAKE.       *
002323* 2026-10-15   AP   EVERY PURGED RECORD IS NOW LOGGED TO THE     *
002326*                   CHANGE-LOG FILE AS ACTION 'P' WITH ITS LAST  *
002329*                   IMAGE, SO THE PURGE REACHES THE DOWNSTREAM   *
002332*                   DELTA FEED (SEE CDCEXP) LIKE ANY OTHER       *
002335*                   MASTER CHANGE.                               *
002338* 2026-10-15   AP   THE RECORDS PURGED AND THEIR AMOUNT ARE      *
002341*                   POSTED TO THE MASTER CONTROL TOTALS (CALL    *
002344*                   'MSTTOT') AT TERMINATION FOR THE NIGHTLY     *
002347*                   PROOF OF BALANCE (MSTPROOF).                 *
002350* 2026-10-15   AP   THE RUN NOW HOLDS THE MASTER LOCK (MSTLOCK)  *
002353*                   WHILE IT PURGES, AND WILL NOT START WHILE    *
002356*                   ANOTHER RUN HOLDS IT.                        *
002359* 2026-10-15   AP   OPEN FOLLOW-UP DIARY ENTRIES OF EACH PURGED  *
002362*                   RECORD ARE MARKED (CALL 'FUPFLAG') FOR THE   *
002365*                   DAILY FOLLOW-UP LIST; THE COUNT MARKED IS    *
002368*                   PRINTED WITH THE TOTALS.                     *
002371* 2026-10-15   AP   CALLABLE FROM THE CYCLE DRIVER (CYCLDRV)     *
002374*                   WITH EODPARM FOR THE YEARLY PURGE - THE      *
002377*                   CUTOFF DATE IS TAKEN FROM EP-FILE-1 INSTEAD  *
002380*                   OF THE CONSOLE, THE DRIVER HOLDS THE MASTER  *
002383*                   LOCK, AND THE OUTCOME GOES BACK IN           *
002386*                   EP-STEP-STATUS.                              *
002400*--------------------------------------------------------------*
002500
002600 ENVIRONMENT DIVISION.
003800         FILE STATUS IS WS-ARCHIVE-STATUS.
003900     SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
004000         ORGANIZATION IS LINE SEQUENTIAL.
004010     SELECT CHANGE-LOG-FILE ASSIGN TO WS-CHANGE-LOG-NAME
004020         ORGANIZATION IS LINE SEQUENTIAL
004030         FILE STATUS IS WS-LOG-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
006900
007000 FD  REPORT-FILE.
007100 01  REPORT-RECORD              PIC X(80).
007102*--------------------------------------------------------------*
007104* CHANGE-LOG-RECORD IN THE SAME SHAPE MSTINQ WRITES - A PURGE  *
007106* IS LOGGED WITH ACTION 'P', THE PURGED VALUES AS THE BEFORE   *
007108* IMAGE AND A SPACES AFTER IMAGE (THE KEY IS NO LONGER LIVE).  *
007110*--------------------------------------------------------------*
007112 FD  CHANGE-LOG-FILE.
007114 01  CHANGE-LOG-RECORD.
007116     05  CL-ACTION              PIC X(01).
007118     05  CL-OPERATOR            PIC X(10).
007120     05  CL-LOG-DATE            PIC 9(08).
007122     05  CL-LOG-TIME            PIC 9(08).
007124     05  CL-DISTRICT            PIC X(50).
007126     05  CL-MUNICIPALITY        PIC X(50).
007128     05  CL-CONTRACT            PIC 99.
007130     05  CL-OLD-NAME            PIC X(30).
007132     05  CL-OLD-DATE            PIC X(30).
007134     05  CL-OLD-CONTACT         PIC XX.
007136     05  CL-OLD-AMOUNT          PIC X(09).
007138     05  CL-NEW-NAME            PIC X(30).
007140     05  CL-NEW-DATE            PIC X(30).
007142     05  CL-NEW-CONTACT         PIC XX.
007144     05  CL-NEW-AMOUNT          PIC X(09).
007146     05  CL-APPROVED-BY         PIC X(10).
007200
007300 WORKING-STORAGE SECTION.
007400 01  WS-MASTER-FILE-NAME        PIC X(50)
007600 01  WS-ARCHIVE-FILE-NAME       PIC X(50) VALUE SPACES.
007700 01  WS-REPORT-FILE-NAME        PIC X(50)
007800         VALUE "..\output\archrpt.txt".
007810 01  WS-CHANGE-LOG-NAME         PIC X(50)
007820         VALUE "..\output\mstchg.log".
007900
008000 01  WS-MASTER-STATUS           PIC X(02) VALUE "00".
008100     88  MASTER-OK                   VALUE "00".
008400     88  ARCHIVE-OK                  VALUE "00".
008500     88  ARCHIVE-DUPLICATE           VALUE "22".
008600     88  ARCHIVE-MISSING             VALUE "35".
008610 01  WS-LOG-STATUS              PIC X(02) VALUE "00".
008620     88  LOG-OK                      VALUE "00".
008630     88  LOG-NOT-FOUND               VALUE "35".
008700
008800*--------------------------------------------------------------*
008900* SWITCHES.                                                    *
009500         88  DISTRICT-FOUND           VALUE 'Y'.
009600     05  WS-ABORT-SW            PIC X(01) VALUE 'N'.
009700         88  RUN-ABORTED              VALUE 'Y'.
009710     05  WS-LOCK-SW             PIC X(01) VALUE 'N'.
009720         88  MASTER-LOCK-TAKEN        VALUE 'Y'.
009730     05  WS-DRIVEN-SW           PIC X(01) VALUE 'N'.
009740         88  DRIVEN-MODE              VALUE 'Y'.
009800
009900*--------------------------------------------------------------*
010000* RUN CONTROLS - THE OPERATOR-SUPPLIED CUTOFF DATE, EDITED      *
011500 77  WS-RECORDS-KEPT            PIC 9(07) COMP VALUE ZERO.
011600 77  WS-DISTRICT-COUNT          PIC 9(03) COMP VALUE ZERO.
011700 77  WS-DISTRICT-MAX            PIC 9(03) COMP VALUE 100.
011710 77  WS-FOLLOW-UPS-MARKED       PIC 9(07) COMP VALUE ZERO.
011800
011900*--------------------------------------------------------------*
012000* PER-DISTRICT KEPT/ARCHIVED COUNTS FOR THE RETENTION REPORT.  *
012900 01  WS-REPORT-LINE             PIC X(80) VALUE SPACES.
013000 01  WS-EDIT-KEPT               PIC ZZZ,ZZ9.
013100 01  WS-EDIT-ARCH               PIC ZZZ,ZZ9.
013105*--------------------------------------------------------------*
013110* WORK VIEW OF THE PURGED AMOUNT - THE CHANGE-LOG ROW CARRIES   *
013115* THE NINE-DIGIT CHARACTER FORM.                                *
013120*--------------------------------------------------------------*
013125 01  WS-LOG-AMOUNT              PIC X(09) VALUE SPACES.
013130 01  WS-LOG-AMOUNT-N REDEFINES WS-LOG-AMOUNT
013135                                PIC 9(07)V99.
013136
013137*--------------------------------------------------------------*
013138* PARAMETER AREA OF THE MASTER CONTROL TOTALS POSTING - THE    *
013139* PURGES ARE ACCUMULATED HERE AND POSTED ONCE AT TERMINATION.  *
013140*--------------------------------------------------------------*
013141     COPY totparm.
013142
013143*--------------------------------------------------------------*
013144* PARAMETER AREA OF THE MASTER LOCK.                           *
013145*--------------------------------------------------------------*
013146     COPY lockparm.
013147
013148*--------------------------------------------------------------*
013149* PARAMETER AREA OF THE FOLLOW-UP MARKING ON A PURGE.          *
013150*--------------------------------------------------------------*
013151     COPY fupparm.
013152
013153 01  CURRENT-DATE-DATA.
013154     05  CURRENT-DATE.
013155         10  CURRENT-YEAR          PIC 9(04).
013160         10  CURRENT-MONTH         PIC 9(02).
013165         10  CURRENT-DAY           PIC 9(02).
013170     05  WS-CURRENT-TIME.
013175         10  CURRENT-HOURS         PIC 9(02).
013180         10  CURRENT-MINUTE        PIC 9(02).
013185         10  CURRENT-SECOND        PIC 9(02).
013190         10  CURRENT-MILLISECONDS  PIC 9(02).
013200
013210 LINKAGE SECTION.
013220     COPY eodparm.
013230
013300 PROCEDURE DIVISION USING EOD-PARM.
013400*--------------------------------------------------------------*
013500 0000-MAINLINE.
013600*--------------------------------------------------------------*
014100         PERFORM 7000-PRINT-REPORT THRU 7000-EXIT
014200     END-IF.
014300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
014400     GOBACK.
014500
014600*--------------------------------------------------------------*
014700 1000-INITIALIZE.
014710*    DRIVEN BY THE CYCLE DRIVER, THE CUTOFF DATE COMES FROM    *
014720*    THE PARAMETER AREA AND THE DRIVER ALREADY HOLDS THE       *
014730*    MASTER LOCK; RUN BY HAND THE CUTOFF IS PROMPTED FOR AND   *
014740*    THE RUN TAKES THE LOCK ITSELF.                            *
014800*--------------------------------------------------------------*
014810     IF ADDRESS OF EOD-PARM NOT = NULL
014820         IF EP-PARM-PRESENT
014830             MOVE 'Y' TO WS-DRIVEN-SW
014840         END-IF
014850     END-IF.
014860     IF DRIVEN-MODE
014870         MOVE EP-FILE-1(1:8) TO WS-CUTOFF-ENTRY
014880     ELSE
014900         DISPLAY "ARCHIVE CUTOFF DATE (YYYYMMDD) - ENTRIES OLDER "
015000             "THAN THIS ARE ARCHIVED:"
015100         ACCEPT WS-CUTOFF-ENTRY
015110     END-IF.
015200     IF WS-CUTOFF-DATE-N NOT NUMERIC
015300         DISPLAY "INVALID CUTOFF DATE - RUN ABANDONED."
015400         MOVE 'Y' TO WS-ABORT-SW
015500         GO TO 1000-EXIT
015600     END-IF.
015601     IF NOT DRIVEN-MODE
015602         PERFORM 1050-TAKE-MASTER-LOCK THRU 1050-EXIT
015604         IF RUN-ABORTED
015606             GO TO 1000-EXIT
015608         END-IF
015609     END-IF.
015610     MOVE ZERO TO TP-ADDED TP-REMOVED.
015620     MOVE ZERO TO TP-AMOUNT-IN TP-AMOUNT-OUT.
015700     OPEN I-O MASTER-FILE.
015800     IF MASTER-FILE-MISSING
015900         DISPLAY "MASTER FILE " WS-MASTER-FILE-NAME
016300     END-IF.
016400     PERFORM 1100-OPEN-ARCHIVE THRU 1100-EXIT.
016500     OPEN OUTPUT REPORT-FILE.
016510     PERFORM 1200-OPEN-CHANGE-LOG THRU 1200-EXIT.
016600 1000-EXIT.
016700     EXIT.
016702
016704*--------------------------------------------------------------*
016706 1050-TAKE-MASTER-LOCK.
016708*    NO PURGE WHILE ANOTHER RUN HOLDS THE MASTER LOCK - A      *
016710*    RECORD CORRECTED OR MERGED UNDER THE SWEEP WOULD BE       *
016712*    ARCHIVED AS IT WAS, OR LOST.                              *
016714*--------------------------------------------------------------*
016716     MOVE 'A' TO LP-FUNCTION.
016718     MOVE "ARCHMST" TO LP-PROGRAM.
016720     MOVE SPACES TO LP-OPERATOR.
016722     CALL 'MSTLOCK' USING MASTER-LOCK-PARM.
016724     IF LP-DONE
016726         MOVE 'Y' TO WS-LOCK-SW
016728         GO TO 1050-EXIT
016730     END-IF.
016732     IF LP-HELD
016734         DISPLAY "MASTER LOCKED BY " LP-HOLDER-TEXT
016736         DISPLAY "ARCHIVE RUN ABANDONED - TRY AGAIN WHEN IT HAS "
016738             "ENDED, OR HAVE A SUPERVISOR RUN MSTUNLK."
016740     ELSE
016742         DISPLAY "MASTER LOCK NOT AVAILABLE - RUN ABANDONED."
016744     END-IF.
016746     MOVE 'Y' TO WS-ABORT-SW.
016748 1050-EXIT.
016750     EXIT.
016800
016900*--------------------------------------------------------------*
017000 1100-OPEN-ARCHIVE.
018300     END-IF.
018400 1100-EXIT.
018500     EXIT.
018505*--------------------------------------------------------------*
018510 1200-OPEN-CHANGE-LOG.
018515*    THE CHANGE LOG IS A PERMANENT AUDIT TRAIL - EACH RUN       *
018520*    EXTENDS IT, CREATING IT ONLY ON THE VERY FIRST RUN.        *
018525*--------------------------------------------------------------*
018530     OPEN EXTEND CHANGE-LOG-FILE.
018535     IF LOG-NOT-FOUND
018540         OPEN OUTPUT CHANGE-LOG-FILE
018545     END-IF.
018550 1200-EXIT.
018555     EXIT.
018600
018700*--------------------------------------------------------------*
018800 2000-SWEEP-MASTER.
026000     DELETE MASTER-FILE.
026100     IF MASTER-OK
026200         ADD 1 TO WS-RECORDS-ARCHIVED
026210         PERFORM 3100-LOG-PURGE THRU 3100-EXIT
026220         ADD 1 TO TP-REMOVED
026230         ADD MR-AMOUNT TO TP-AMOUNT-OUT
026240         PERFORM 3200-MARK-FOLLOW-UPS THRU 3200-EXIT
026300         ADD 1 TO WS-DIST-ARCHIVED(WS-DIST-IDX)
026400     ELSE
026500         DISPLAY "MASTER DELETE FAILED - STATUS "
026700     END-IF.
026800 3000-EXIT.
026900     EXIT.
026902*--------------------------------------------------------------*
026904 3100-LOG-PURGE.
026906*    WRITES THE AUDIT ROW FOR ONE PURGE - ACTION 'P', THE      *
026908*    PURGED VALUES AS THE BEFORE IMAGE, A SPACES AFTER IMAGE,  *
026910*    AND THE PROGRAM NAME AS THE OPERATOR (THE PURGE IS A      *
026912*    BATCH RUN, NOT A SIGNED-ON SESSION).                      *
026914*--------------------------------------------------------------*
026916     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA.
026918     MOVE SPACES TO CHANGE-LOG-RECORD.
026920     MOVE 'P' TO CL-ACTION.
026922     MOVE "ARCHMST" TO CL-OPERATOR.
026924     MOVE CURRENT-DATE TO CL-LOG-DATE.
026926     MOVE WS-CURRENT-TIME TO CL-LOG-TIME.
026928     MOVE MR-DISTRICT TO CL-DISTRICT.
026930     MOVE MR-MUNICIPALITY TO CL-MUNICIPALITY.
026932     MOVE MR-CONTRACT TO CL-CONTRACT.
026934     MOVE MR-NAME TO CL-OLD-NAME.
026936     MOVE MR-DATE TO CL-OLD-DATE.
026938     MOVE MR-CONTACT TO CL-OLD-CONTACT.
026940     MOVE MR-AMOUNT TO WS-LOG-AMOUNT-N.
026942     MOVE WS-LOG-AMOUNT TO CL-OLD-AMOUNT.
026944     WRITE CHANGE-LOG-RECORD.
026946 3100-EXIT.
026948     EXIT.
026950
026952*--------------------------------------------------------------*
026954 3200-MARK-FOLLOW-UPS.
026956*    MARKS THE OPEN FOLLOW-UPS OF THE RECORD JUST PURGED, SO   *
026958*    THE DAILY FOLLOW-UP LIST SHOWS THEM AGAINST A RECORD NOW  *
026960*    ONLY ON THE ARCHIVE INSTEAD OF LOSING THEM.               *
026962*--------------------------------------------------------------*
026964     MOVE MR-KEY TO FP-MASTER-KEY.
026966     MOVE 'P' TO FP-REMOVAL.
026968     MOVE "ARCHMST" TO FP-REMOVED-BY.
026970     CALL 'FUPFLAG' USING FOLLOW-UP-PARM.
026972     ADD FP-FLAGGED TO WS-FOLLOW-UPS-MARKED.
026974 3200-EXIT.
026976     EXIT.
027000
027100*--------------------------------------------------------------*
027200 7000-PRINT-REPORT.
029000         WS-EDIT-ARCH
029100         DELIMITED BY SIZE INTO WS-REPORT-LINE.
029200     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
029210     MOVE SPACES TO WS-REPORT-LINE.
029220     MOVE WS-FOLLOW-UPS-MARKED TO WS-EDIT-ARCH.
029230     STRING "OPEN FOLLOW-UPS MARKED          " WS-EDIT-ARCH
029240         DELIMITED BY SIZE INTO WS-REPORT-LINE.
029250     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
029300 7000-EXIT.
029400     EXIT.
029500
031100*--------------------------------------------------------------*
031200     IF NOT RUN-ABORTED
031300         CLOSE MASTER-FILE
031310         PERFORM 8100-POST-CONTROL-TOTALS THRU 8100-EXIT
031400         CLOSE ARCHIVE-FILE
031500         CLOSE REPORT-FILE
031510         CLOSE CHANGE-LOG-FILE
031600     END-IF.
031700     DISPLAY "RECORDS READ:     " WS-RECORDS-READ.
031800     DISPLAY "RECORDS ARCHIVED: " WS-RECORDS-ARCHIVED.
031900     DISPLAY "RECORDS KEPT:     " WS-RECORDS-KEPT.
031905     DISPLAY "FOLLOW-UPS MARKED:" WS-FOLLOW-UPS-MARKED.
031910     IF MASTER-LOCK-TAKEN
031920         PERFORM 8200-RELEASE-MASTER-LOCK THRU 8200-EXIT
031930     END-IF.
031932     IF NOT DRIVEN-MODE
031934         GO TO 8000-EXIT
031936     END-IF.
031938     MOVE SPACES TO EP-INFO.
031940     IF RUN-ABORTED
031942         MOVE "08" TO EP-STEP-STATUS
031944         MOVE "ARCHIVE RUN ABANDONED" TO EP-INFO
031946         GO TO 8000-EXIT
031948     END-IF.
031950     MOVE "00" TO EP-STEP-STATUS.
031952     MOVE WS-RECORDS-KEPT TO WS-EDIT-KEPT.
031954     MOVE WS-RECORDS-ARCHIVED TO WS-EDIT-ARCH.
031956     STRING WS-EDIT-ARCH " ARCHIVED, " WS-EDIT-KEPT " KEPT"
031958         DELIMITED BY SIZE INTO EP-INFO.
032000 8000-EXIT.
032100     EXIT.
032200
032300*--------------------------------------------------------------*
032400 8100-POST-CONTROL-TOTALS.
032500*    POSTS THE RUN'S PURGES TO THE MASTER CONTROL TOTALS. A    *
032600*    RUN THAT PURGED NOTHING HAS NOTHING TO POST.              *
032700*--------------------------------------------------------------*
032800     IF TP-REMOVED = ZERO
032900         GO TO 8100-EXIT
033000     END-IF.
033100     MOVE 'P' TO TP-FUNCTION.
033200     MOVE "ARCHMST" TO TP-PROGRAM.
033300     CALL 'MSTTOT' USING TOTALS-PARM.
033400 8100-EXIT.
033500     EXIT.
033600
033700*--------------------------------------------------------------*
033800 8200-RELEASE-MASTER-LOCK.
033900*--------------------------------------------------------------*
034000     MOVE 'R' TO LP-FUNCTION.
034100     MOVE "ARCHMST" TO LP-PROGRAM.
034200     MOVE SPACES TO LP-OPERATOR.
034300     CALL 'MSTLOCK' USING MASTER-LOCK-PARM.
034400     IF NOT LP-DONE
034500         DISPLAY "MASTER LOCK NOT RELEASED - HAVE A SUPERVISOR "
034600             "RUN MSTUNLK."
034700     END-IF.
034800 8200-EXIT.
034900     EXIT.
