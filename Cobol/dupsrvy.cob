002500* DATE        INIT  DESCRIPTION                                *
002600* ----------  ----  ------------------------------------------ *
002700* 2026-09-02   AP   ORIGINAL PROGRAM.                          *
002710* 2026-10-15   AP   CALLABLE FROM THE CYCLE DRIVER (CYCLDRV)   *
002720*                   WITH EODPARM FOR THE QUARTERLY RUN;        *
002730*                   OUTCOME IN EP-STEP-STATUS - "04" WHEN THE  *
002740*                   SURVEY TABLE FILLED BEFORE THE END.        *
002800*--------------------------------------------------------------*
002900
003000 ENVIRONMENT DIVISION.
007800         88  GROUP-SPANS-MUNIS        VALUE 'Y'.
007900     05  WS-ABORT-SW            PIC X(01) VALUE 'N'.
008000         88  RUN-ABORTED              VALUE 'Y'.
008010     05  WS-DRIVEN-SW           PIC X(01) VALUE 'N'.
008020         88  DRIVEN-MODE              VALUE 'Y'.
008100
008200*--------------------------------------------------------------*
008300* THE WHOLE MASTER, HELD IN STORAGE FOR THE PAIRWISE NAME       *
012900 01  WS-EDIT-COUNT              PIC ZZZ,ZZ9.
013000 01  WS-EDIT-GROUP              PIC ZZZZ9.
013100
013110 LINKAGE SECTION.
013120     COPY eodparm.
013130
013200 PROCEDURE DIVISION USING EOD-PARM.
013300*--------------------------------------------------------------*
013400 0000-MAINLINE.
013500*--------------------------------------------------------------*
014300         PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
014400     END-IF.
014500     PERFORM 8000-TERMINATE THRU 8000-EXIT.
014600     GOBACK.
014700
014800*--------------------------------------------------------------*
014900 1000-INITIALIZE.
015000*--------------------------------------------------------------*
015010     IF ADDRESS OF EOD-PARM NOT = NULL
015020         IF EP-PARM-PRESENT
015030             MOVE 'Y' TO WS-DRIVEN-SW
015040         END-IF
015050     END-IF.
015100     OPEN INPUT MASTER-FILE.
015200     IF MASTER-FILE-MISSING
015300         DISPLAY "MASTER FILE " WS-MASTER-FILE-NAME
038400         DISPLAY "*** SURVEY TABLE FULL - " WS-RECORDS-SKIPPED
038500             " RECORDS NOT SURVEYED."
038600     END-IF.
038602     IF NOT DRIVEN-MODE
038604         GO TO 8000-EXIT
038606     END-IF.
038608     MOVE SPACES TO EP-INFO.
038610     IF RUN-ABORTED
038612         MOVE "08" TO EP-STEP-STATUS
038614         MOVE "NO MASTER FILE TO SURVEY" TO EP-INFO
038616         GO TO 8000-EXIT
038618     END-IF.
038620     IF WS-RECORDS-SKIPPED > ZERO
038622         MOVE "04" TO EP-STEP-STATUS
038624         MOVE WS-RECORDS-SKIPPED TO WS-EDIT-COUNT
038626         STRING WS-EDIT-COUNT " NOT SURVEYED"
038628             DELIMITED BY SIZE INTO EP-INFO
038630         GO TO 8000-EXIT
038632     END-IF.
038634     MOVE "00" TO EP-STEP-STATUS.
038636     MOVE WS-GROUP-NUMBER TO WS-EDIT-GROUP.
038638     STRING WS-EDIT-GROUP " SUSPECT GROUPS"
038640         DELIMITED BY SIZE INTO EP-INFO.
038700 8000-EXIT.
038800     EXIT.
