000100 IDENTIFICATION DIVISION.
000200*--------------------------------------------------------------*
000300 PROGRAM-ID.     MSTTOT.
000400 AUTHOR.         A. PINTO.
000500 INSTALLATION.   DSO - DISTRICT INTAKE SYSTEMS.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*--------------------------------------------------------------*
000900* MSTTOT POSTS MASTER MOVEMENTS TO THE MASTER CONTROL RECORD   *
001000* (mstctl.dat, SEE MSTCTL). IT IS CALLED BY EVERY PROGRAM THAT *
001100* CHANGES masterdt.dat - CONSOLDT, MSTINQ, MSTAPRV, ARCHMST,   *
001200* ARCHINQ AND MSTRBACK - WITH THE RECORDS IT ADDED AND REMOVED *
001300* AND THE AMOUNT IT TOOK ON AND OFF (SEE TOTPARM). THE         *
001400* MOVEMENTS ARE ADDED TO THE CALLER'S ACCUMULATOR ROW AND THE  *
001500* CLOSING COUNT AND AMOUNT ARE CARRIED FORWARD, SO MSTPROOF    *
001600* CAN PROVE OPENING PLUS MOVEMENTS TO CLOSING AND THE CLOSING  *
001700* TOTALS TO THE PHYSICAL FILE.                                 *
001800*                                                              *
001900* UNTIL MSTPROOF HAS ESTABLISHED THE CONTROL RECORD NOTHING IS *
002000* POSTED AND THE CALLER IS TOLD SO - THE FIRST PROOF TAKES ITS *
002100* OPENING TOTALS FROM A COUNT OF THE FILE ITSELF.              *
002200*--------------------------------------------------------------*
002300* MODIFICATION HISTORY.                                        *
002400*--------------------------------------------------------------*
002500* DATE        INIT  DESCRIPTION                                *
002600* ----------  ----  ------------------------------------------ *
002700* 2026-10-15   AP   ORIGINAL PROGRAM.                          *
002800*--------------------------------------------------------------*
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT CONTROL-FILE ASSIGN TO WS-CONTROL-FILE-NAME
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-CONTROL-STATUS.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  CONTROL-FILE.
004000     COPY mstctl.
004100
004200 WORKING-STORAGE SECTION.
004300 01  WS-CONTROL-FILE-NAME       PIC X(50)
004400         VALUE "..\output\mstctl.dat".
004500 01  WS-CONTROL-STATUS          PIC X(02) VALUE "00".
004600     88  CONTROL-OK                  VALUE "00".
004700     88  CONTROL-MISSING             VALUE "35".
004800
004900 01  WS-FOUND-SW                PIC X(01) VALUE 'N'.
005000     88  SLOT-FOUND                  VALUE 'Y'.
005100
005200*--------------------------------------------------------------*
005300* SIGNED DIFFERENCES BETWEEN THE CLOSING TOTALS AND THE TOTALS *
005400* A REBUILT MASTER WAS SET TO.                                 *
005500*--------------------------------------------------------------*
005600 01  WS-COUNT-DIFF              PIC S9(07) VALUE ZERO.
005700 01  WS-AMOUNT-DIFF             PIC S9(11)V99 VALUE ZERO.
005800
005900 01  CURRENT-DATE-DATA.
006000     05  CURRENT-DATE.
006100         10  CURRENT-YEAR          PIC 9(04).
006200         10  CURRENT-MONTH         PIC 9(02).
006300         10  CURRENT-DAY           PIC 9(02).
006400     05  WS-CURRENT-TIME.
006500         10  CURRENT-HOURS         PIC 9(02).
006600         10  CURRENT-MINUTE        PIC 9(02).
006700         10  CURRENT-SECOND        PIC 9(02).
006800         10  CURRENT-MILLISECONDS  PIC 9(02).
006900
007000 LINKAGE SECTION.
007100     COPY totparm.
007200
007300 PROCEDURE DIVISION USING TOTALS-PARM.
007400*--------------------------------------------------------------*
007500 0000-MAINLINE.
007600*--------------------------------------------------------------*
007700     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA.
007800     PERFORM 1000-READ-CONTROL THRU 1000-EXIT.
007900     IF TP-POSTED
008000         PERFORM 2000-FIND-SLOT THRU 2000-EXIT
008100     END-IF.
008200     IF TP-POSTED
008300         PERFORM 3000-APPLY-MOVEMENT THRU 3000-EXIT
008400         PERFORM 4000-SAVE-CONTROL THRU 4000-EXIT
008500     END-IF.
008600     IF TP-POST-FAILED
008700         DISPLAY "MASTER CONTROL TOTALS NOT UPDATED FOR "
008800             TP-PROGRAM " - THE NEXT PROOF WILL SHOW THE "
008900             "DIFFERENCE."
009000     END-IF.
009100     GOBACK.
009200
009300*--------------------------------------------------------------*
009400 1000-READ-CONTROL.
009500*    NO CONTROL FILE YET MEANS THE TOTALS HAVE NOT BEEN        *
009600*    ESTABLISHED - NOT AN ERROR, NOTHING TO POST TO.           *
009700*--------------------------------------------------------------*
009800     MOVE "00" TO TP-RESULT.
009900     OPEN INPUT CONTROL-FILE.
010000     IF CONTROL-MISSING
010100         MOVE "04" TO TP-RESULT
010200         GO TO 1000-EXIT
010300     END-IF.
010400     IF NOT CONTROL-OK
010500         MOVE "08" TO TP-RESULT
010600         GO TO 1000-EXIT
010700     END-IF.
010800     READ CONTROL-FILE
010900         AT END
011000             MOVE "08" TO TP-RESULT
011100     END-READ.
011200     CLOSE CONTROL-FILE.
011300 1000-EXIT.
011400     EXIT.
011500
011600*--------------------------------------------------------------*
011700 2000-FIND-SLOT.
011800*    FINDS THE CALLER'S ACCUMULATOR ROW, TAKING THE FIRST      *
011900*    EMPTY ROW THE FIRST TIME A PROGRAM POSTS IN A PERIOD.     *
012000*--------------------------------------------------------------*
012100     MOVE 'N' TO WS-FOUND-SW.
012200     PERFORM 2100-TEST-SLOT THRU 2100-EXIT
012300         VARYING MC-MV-IDX FROM 1 BY 1
012400         UNTIL MC-MV-IDX > 10 OR SLOT-FOUND.
012500     IF SLOT-FOUND
012600         SET MC-MV-IDX DOWN BY 1
012700         GO TO 2000-EXIT
012800     END-IF.
012900     PERFORM 2200-TAKE-EMPTY-SLOT THRU 2200-EXIT
013000         VARYING MC-MV-IDX FROM 1 BY 1
013100         UNTIL MC-MV-IDX > 10 OR SLOT-FOUND.
013200     IF SLOT-FOUND
013300         SET MC-MV-IDX DOWN BY 1
013400     ELSE
013500         MOVE "08" TO TP-RESULT
013600     END-IF.
013700 2000-EXIT.
013800     EXIT.
013900
014000*--------------------------------------------------------------*
014100 2100-TEST-SLOT.
014200*--------------------------------------------------------------*
014300     IF MC-MV-PROGRAM(MC-MV-IDX) = TP-PROGRAM
014400         MOVE 'Y' TO WS-FOUND-SW
014500     END-IF.
014600 2100-EXIT.
014700     EXIT.
014800
014900*--------------------------------------------------------------*
015000 2200-TAKE-EMPTY-SLOT.
015100*--------------------------------------------------------------*
015200     IF MC-MV-PROGRAM(MC-MV-IDX) = SPACES
015300         MOVE TP-PROGRAM TO MC-MV-PROGRAM(MC-MV-IDX)
015400         MOVE ZERO TO MC-MV-ADDED(MC-MV-IDX)
015500             MC-MV-REMOVED(MC-MV-IDX)
015600             MC-MV-AMOUNT-IN(MC-MV-IDX)
015700             MC-MV-AMOUNT-OUT(MC-MV-IDX)
015800         MOVE 'Y' TO WS-FOUND-SW
015900     END-IF.
016000 2200-EXIT.
016100     EXIT.
016200
016300*--------------------------------------------------------------*
016400 3000-APPLY-MOVEMENT.
016500*    A SET TURNS THE DIFFERENCE BETWEEN THE CLOSING TOTALS AND *
016600*    THE TOTALS GIVEN INTO A MOVEMENT FIRST; EITHER WAY THE    *
016700*    MOVEMENT IS ADDED TO THE CALLER'S ROW AND THE CLOSING     *
016800*    TOTALS.                                                   *
016900*--------------------------------------------------------------*
017000     IF TP-SET
017100         MOVE ZERO TO TP-ADDED TP-REMOVED
017200             TP-AMOUNT-IN TP-AMOUNT-OUT
017300         COMPUTE WS-COUNT-DIFF = TP-SET-COUNT - MC-CLOSE-COUNT
017400         COMPUTE WS-AMOUNT-DIFF = TP-SET-AMOUNT - MC-CLOSE-AMOUNT
017500         IF WS-COUNT-DIFF < ZERO
017600             COMPUTE TP-REMOVED = ZERO - WS-COUNT-DIFF
017700         ELSE
017800             MOVE WS-COUNT-DIFF TO TP-ADDED
017900         END-IF
018000         IF WS-AMOUNT-DIFF < ZERO
018100             COMPUTE TP-AMOUNT-OUT = ZERO - WS-AMOUNT-DIFF
018200         ELSE
018300             MOVE WS-AMOUNT-DIFF TO TP-AMOUNT-IN
018400         END-IF
018500     END-IF.
018600     ADD TP-ADDED TO MC-MV-ADDED(MC-MV-IDX).
018700     ADD TP-REMOVED TO MC-MV-REMOVED(MC-MV-IDX).
018800     ADD TP-AMOUNT-IN TO MC-MV-AMOUNT-IN(MC-MV-IDX).
018900     ADD TP-AMOUNT-OUT TO MC-MV-AMOUNT-OUT(MC-MV-IDX).
019000     COMPUTE MC-CLOSE-COUNT = MC-CLOSE-COUNT
019100         + TP-ADDED - TP-REMOVED.
019200     COMPUTE MC-CLOSE-AMOUNT = MC-CLOSE-AMOUNT
019300         + TP-AMOUNT-IN - TP-AMOUNT-OUT.
019400     MOVE CURRENT-DATE TO MC-LAST-POST-DATE.
019500     MOVE WS-CURRENT-TIME TO MC-LAST-POST-TIME.
019600     MOVE TP-PROGRAM TO MC-LAST-POST-PROGRAM.
019700 3000-EXIT.
019800     EXIT.
019900
020000*--------------------------------------------------------------*
020100 4000-SAVE-CONTROL.
020200*--------------------------------------------------------------*
020300     OPEN OUTPUT CONTROL-FILE.
020400     IF NOT CONTROL-OK
020500         MOVE "08" TO TP-RESULT
020600         GO TO 4000-EXIT
020700     END-IF.
020800     WRITE MASTER-CONTROL-RECORD.
020900     CLOSE CONTROL-FILE.
021000 4000-EXIT.
021100     EXIT.
