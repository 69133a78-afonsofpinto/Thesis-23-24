002100* DATE        INIT  DESCRIPTION                                *
002200* ----------  ----  ------------------------------------------ *
002300* 2026-09-02   AP   ORIGINAL PROGRAM.                          *
002310* 2026-10-15   AP   CALLABLE FROM THE CYCLE DRIVER (CYCLDRV)   *
002320*                   WITH EODPARM FOR THE QUARTERLY RUN;        *
002330*                   OUTCOME IN EP-STEP-STATUS - "04" WHEN      *
002340*                   PAIR EXCEPTIONS WERE FOUND.                *
002400*--------------------------------------------------------------*
002500
002600 ENVIRONMENT DIVISION.
008600         88  LOOKUP-FOUND             VALUE 'Y'.
008700     05  WS-ABORT-SW            PIC X(01) VALUE 'N'.
008800         88  RUN-ABORTED              VALUE 'Y'.
008810     05  WS-DRIVEN-SW           PIC X(01) VALUE 'N'.
008820         88  DRIVEN-MODE              VALUE 'Y'.
008900
009000*--------------------------------------------------------------*
009100* REFERENCE TABLES - ONLY THE MUNICIPALITY/DISTRICT PAIRS ARE  *
010300 01  WS-REPORT-LINE             PIC X(132) VALUE SPACES.
010400 01  WS-EDIT-COUNT              PIC ZZZ,ZZ9.
010500
010510 LINKAGE SECTION.
010520     COPY eodparm.
010530
010600 PROCEDURE DIVISION USING EOD-PARM.
010700*--------------------------------------------------------------*
010800 0000-MAINLINE.
010900*--------------------------------------------------------------*
011400         PERFORM 7000-PRINT-TRAILER THRU 7000-EXIT
011500     END-IF.
011600     PERFORM 8000-TERMINATE THRU 8000-EXIT.
011700     GOBACK.
011800
011900*--------------------------------------------------------------*
012000 1000-INITIALIZE.
012100*--------------------------------------------------------------*
012110     IF ADDRESS OF EOD-PARM NOT = NULL
012120         IF EP-PARM-PRESENT
012130             MOVE 'Y' TO WS-DRIVEN-SW
012140         END-IF
012150     END-IF.
012200     PERFORM 1070-LOAD-REF-TABLES THRU 1070-EXIT.
012300     IF RUN-ABORTED
012400         GO TO 1000-EXIT
026000     END-IF.
026100     DISPLAY "RECORDS READ:      " WS-RECORDS-READ.
026200     DISPLAY "PAIR EXCEPTIONS:   " WS-EXCEPTIONS-FOUND.
026205     IF NOT DRIVEN-MODE
026210         GO TO 8000-EXIT
026215     END-IF.
026220     MOVE SPACES TO EP-INFO.
026225     IF RUN-ABORTED
026230         MOVE "08" TO EP-STEP-STATUS
026235         MOVE "PAIR CHECK NOT RUN" TO EP-INFO
026240         GO TO 8000-EXIT
026245     END-IF.
026250     IF WS-EXCEPTIONS-FOUND > ZERO
026255         MOVE "04" TO EP-STEP-STATUS
026260     ELSE
026265         MOVE "00" TO EP-STEP-STATUS
026270     END-IF.
026275     MOVE WS-EXCEPTIONS-FOUND TO WS-EDIT-COUNT.
026280     STRING WS-EDIT-COUNT " PAIR EXCEPTIONS"
026285         DELIMITED BY SIZE INTO EP-INFO.
026300 8000-EXIT.
026400     EXIT.
