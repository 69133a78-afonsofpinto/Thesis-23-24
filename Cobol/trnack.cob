002300* DATE        INIT  DESCRIPTION                                *
002400* ----------  ----  ------------------------------------------ *
002500* 2026-09-02   AP   ORIGINAL PROGRAM.                          *
002510* 2026-10-15   AP   CALLABLE FROM THE CYCLE DRIVER (CYCLDRV)   *
002520*                   WITH EODPARM - ACK FILE AND OVERDUE DAYS   *
002530*                   TAKEN FROM EP-FILE-1/EP-FILE-2 INSTEAD OF  *
002540*                   THE CONSOLE; OUTCOME IN EP-STEP-STATUS.    *
002600*--------------------------------------------------------------*
002700
002800 ENVIRONMENT DIVISION.
008400         88  ACK-MATCHED              VALUE 'Y'.
008500     05  WS-ABORT-SW            PIC X(01) VALUE 'N'.
008600         88  RUN-ABORTED              VALUE 'Y'.
008610     05  WS-DRIVEN-SW           PIC X(01) VALUE 'N'.
008620         88  DRIVEN-MODE              VALUE 'Y'.
008700
008800*--------------------------------------------------------------*
008900* THE WHOLE REGISTER, HELD IN STORAGE WHILE THE RECEIPTS ARE   *
012300 77  WS-ACKS-UNMATCHED          PIC 9(05) COMP VALUE ZERO.
012400 77  WS-ROWS-OUTSTANDING        PIC 9(05) COMP VALUE ZERO.
012500 77  WS-ROWS-OVERDUE            PIC 9(05) COMP VALUE ZERO.
012510 01  WS-EDIT-OUTSTANDING        PIC ZZZZ9.
012520 01  WS-EDIT-OVERDUE            PIC ZZZZ9.
012600
012700 01  WS-REPORT-LINE             PIC X(132) VALUE SPACES.
012800
013700         10  CURRENT-SECOND        PIC 9(02).
013800         10  CURRENT-MILLISECONDS  PIC 9(02).
013900
013910 LINKAGE SECTION.
013920     COPY eodparm.
013930
014000 PROCEDURE DIVISION USING EOD-PARM.
014100*--------------------------------------------------------------*
014200 0000-MAINLINE.
014300*--------------------------------------------------------------*
014900         PERFORM 7000-PRINT-OUTSTANDING THRU 7000-EXIT
015000     END-IF.
015100     PERFORM 8000-TERMINATE THRU 8000-EXIT.
015200     GOBACK.
015300
015400*--------------------------------------------------------------*
015500 1000-INITIALIZE.
015510*    DRIVEN BY THE CYCLE DRIVER, THE ACKNOWLEDGMENT FILE AND   *
015520*    THE OVERDUE DAYS COME FROM THE PARAMETER AREA; RUN BY     *
015530*    HAND THEY ARE PROMPTED FOR AS ALWAYS.                     *
015600*--------------------------------------------------------------*
015610     IF ADDRESS OF EOD-PARM NOT = NULL
015620         IF EP-PARM-PRESENT
015630             MOVE 'Y' TO WS-DRIVEN-SW
015640         END-IF
015650     END-IF.
015700     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA.
015800     MOVE CURRENT-DATE TO WS-TODAY.
015900     PERFORM 2000-LOAD-REGISTER THRU 2000-EXIT.
016000     IF RUN-ABORTED
016100         GO TO 1000-EXIT
016200     END-IF.
016210     IF DRIVEN-MODE
016220         MOVE EP-FILE-1 TO WS-ACK-FILE-NAME
016230     ELSE
016300         DISPLAY "ACKNOWLEDGMENT FILE FROM THE DOWNSTREAM SHOP:"
016400         ACCEPT WS-ACK-FILE-NAME
016410     END-IF.
016500     OPEN INPUT ACK-FILE.
016600     IF NOT ACK-FILE-OK
016700         DISPLAY "ACKNOWLEDGMENT FILE " WS-ACK-FILE-NAME
016900         MOVE 'Y' TO WS-ABORT-SW
017000         GO TO 1000-EXIT
017100     END-IF.
017110     IF DRIVEN-MODE
017120         MOVE EP-FILE-2(1:3) TO WS-DAYS-ENTRY
017130     ELSE
017200         DISPLAY "DAYS BEFORE AN UNACKNOWLEDGED EXPORT IS "
017300             "FLAGGED OVERDUE:"
017400         ACCEPT WS-DAYS-ENTRY
017410     END-IF.
017500     IF WS-DAYS-ENTRY-N NOT NUMERIC
017600         DISPLAY "INVALID NUMBER OF DAYS - RUN ABANDONED."
017700         MOVE 'Y' TO WS-ABORT-SW
037900     DISPLAY "RECEIPTS UNMATCHED: " WS-ACKS-UNMATCHED.
038000     DISPLAY "STILL OUTSTANDING:  " WS-ROWS-OUTSTANDING.
038100     DISPLAY "OVERDUE:            " WS-ROWS-OVERDUE.
038105     IF NOT DRIVEN-MODE
038110         GO TO 8000-EXIT
038115     END-IF.
038120     MOVE SPACES TO EP-INFO.
038125     IF RUN-ABORTED
038130         MOVE "08" TO EP-STEP-STATUS
038135         MOVE "ACKNOWLEDGMENTS NOT MATCHED" TO EP-INFO
038140         GO TO 8000-EXIT
038145     END-IF.
038150     MOVE "00" TO EP-STEP-STATUS.
038155     MOVE WS-ROWS-OUTSTANDING TO WS-EDIT-OUTSTANDING.
038160     MOVE WS-ROWS-OVERDUE TO WS-EDIT-OVERDUE.
038165     STRING WS-EDIT-OUTSTANDING " OUTSTANDING, "
038170         WS-EDIT-OVERDUE " LATE"
038175         DELIMITED BY SIZE INTO EP-INFO.
038200 8000-EXIT.
038300     EXIT.
