001940*                   CONTRACT CODE NEXT TO THE ENTRY COUNTS,    *
001950*                   AND THE PACK ENDS WITH A GRAND TOTAL       *
001960*                   VALUE.                                     *
001965* 2026-10-15   AP   CALLABLE FROM THE CYCLE DRIVER (CYCLDRV)   *
001970*                   WITH EODPARM - THE REPORT FILE NAME IS     *
001975*                   TAKEN FROM EP-FILE-2 INSTEAD OF THE        *
001980*                   CONSOLE; OUTCOME IN EP-STEP-STATUS.        *
002000*--------------------------------------------------------------*
002100
002200 ENVIRONMENT DIVISION.
006700         88  ENTRY-FOUND              VALUE 'Y'.
006800     05  WS-ABORT-SW            PIC X(01) VALUE 'N'.
006900         88  RUN-ABORTED              VALUE 'Y'.
006910     05  WS-DRIVEN-SW           PIC X(01) VALUE 'N'.
006920         88  DRIVEN-MODE              VALUE 'Y'.
007000
007100*--------------------------------------------------------------*
007200* RUN COUNTERS AND TABLE LIMITS.                                *
013600         10  CURRENT-SECOND        PIC 9(02).
013700         10  CURRENT-MILLISECONDS  PIC 9(02).
013800
013810 LINKAGE SECTION.
013820     COPY eodparm.
013830
013900 PROCEDURE DIVISION USING EOD-PARM.
014000*--------------------------------------------------------------*
014100 0000-MAINLINE.
014200*--------------------------------------------------------------*
014700         PERFORM 7000-PRINT-REPORT THRU 7000-EXIT
014800     END-IF.
014900     PERFORM 8000-TERMINATE THRU 8000-EXIT.
015000     GOBACK.
015100
015200*--------------------------------------------------------------*
015300 1000-INITIALIZE.
015310*    DRIVEN BY THE CYCLE DRIVER, THE REPORT FILE NAME COMES    *
015320*    FROM THE PARAMETER AREA; RUN BY HAND IT IS PROMPTED FOR   *
015330*    AS ALWAYS.                                                *
015400*--------------------------------------------------------------*
015410     IF ADDRESS OF EOD-PARM NOT = NULL
015420         IF EP-PARM-PRESENT
015430             MOVE 'Y' TO WS-DRIVEN-SW
015440         END-IF
015450     END-IF.
015500     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA.
015600     OPEN INPUT MASTER-FILE.
015700     IF MASTER-FILE-MISSING
016000         MOVE 'Y' TO WS-ABORT-SW
016100         GO TO 1000-EXIT
016200     END-IF.
016210     IF DRIVEN-MODE
016220         MOVE EP-FILE-2 TO WS-REPORT-FILE-NAME
016230     ELSE
016300         DISPLAY "REPORT FILE NAME:"
016400         ACCEPT WS-REPORT-FILE-NAME
016410     END-IF.
016500     OPEN OUTPUT REPORT-FILE.
016600 1000-EXIT.
016700     EXIT.
049200     END-IF.
049300     MOVE WS-TOTAL-RECORDS TO WS-EDIT-COUNT.
049400     DISPLAY "ENTRIES REPORTED: " WS-EDIT-COUNT.
049405     IF NOT DRIVEN-MODE
049410         GO TO 8000-EXIT
049415     END-IF.
049420     MOVE SPACES TO EP-INFO.
049425     IF RUN-ABORTED
049430         MOVE "08" TO EP-STEP-STATUS
049435         MOVE "NO MASTER FILE TO REPORT" TO EP-INFO
049440         GO TO 8000-EXIT
049445     END-IF.
049450     MOVE "00" TO EP-STEP-STATUS.
049455     STRING WS-EDIT-COUNT " ENTRIES REPORTED"
049460         DELIMITED BY SIZE INTO EP-INFO.
049500 8000-EXIT.
049600     EXIT.
