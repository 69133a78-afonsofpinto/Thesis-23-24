000100 IDENTIFICATION DIVISION.
000200*--------------------------------------------------------------*
000300 PROGRAM-ID.     FUPFLAG.
000400 AUTHOR.         A. PINTO.
000500 INSTALLATION.   DSO - DISTRICT INTAKE SYSTEMS.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*--------------------------------------------------------------*
000900* FUPFLAG MARKS EVERY OPEN FOLLOW-UP DIARY ENTRY               *
001000* (fupdiary.dat, SEE FUPREC) OF A MASTER RECORD THE CALLER HAS *
001100* JUST REMOVED - MSTINQ AND MSTAPRV ON A DELETION, ARCHMST ON  *
001200* A PURGE (SEE FUPPARM). THE ENTRIES STAY OPEN AND CARRY HOW,  *
001300* BY WHOM AND WHEN THE RECORD WENT, SO FUPLIST PUTS THEM IN    *
001400* FRONT OF THE OPERATOR THEY ARE ASSIGNED TO INSTEAD OF        *
001500* LEAVING THEM POINTING AT NOTHING. CLOSED ENTRIES ARE LEFT AS *
001600* THEY ARE. NO DIARY ON FILE YET MEANS NOTHING TO MARK. THE    *
001700* FILE IS OPENED AND CLOSED PER CALL, SO MSTINQ SESSIONS       *
001800* ADDING AND CLOSING ENTRIES ARE NEVER LOCKED OUT FOR LONG.    *
001900*--------------------------------------------------------------*
002000* MODIFICATION HISTORY.                                        *
002100*--------------------------------------------------------------*
002200* DATE        INIT  DESCRIPTION                                *
002300* ----------  ----  ------------------------------------------ *
002400* 2026-10-15   AP   ORIGINAL PROGRAM.                          *
002500*--------------------------------------------------------------*
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT FOLLOW-UP-FILE ASSIGN TO WS-FOLLOW-UP-FILE-NAME
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS FU-KEY
003400         FILE STATUS IS WS-FOLLOW-UP-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  FOLLOW-UP-FILE.
003900     COPY fuprec.
004000
004100 WORKING-STORAGE SECTION.
004200 01  WS-FOLLOW-UP-FILE-NAME     PIC X(50)
004300         VALUE "..\output\fupdiary.dat".
004400 01  WS-FOLLOW-UP-STATUS        PIC X(02) VALUE "00".
004500     88  FOLLOW-UP-OK                VALUE "00".
004600     88  FOLLOW-UP-MISSING           VALUE "35".
004700
004800 01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
004900     88  KEY-DONE                    VALUE 'Y'.
005000
005100 01  CURRENT-DATE-DATA.
005200     05  CURRENT-DATE.
005300         10  CURRENT-YEAR          PIC 9(04).
005400         10  CURRENT-MONTH         PIC 9(02).
005500         10  CURRENT-DAY           PIC 9(02).
005600     05  WS-CURRENT-TIME.
005700         10  CURRENT-HOURS         PIC 9(02).
005800         10  CURRENT-MINUTE        PIC 9(02).
005900         10  CURRENT-SECOND        PIC 9(02).
006000         10  CURRENT-MILLISECONDS  PIC 9(02).
006100
006200 LINKAGE SECTION.
006300     COPY fupparm.
006400
006500 PROCEDURE DIVISION USING FOLLOW-UP-PARM.
006600*--------------------------------------------------------------*
006700 0000-MAINLINE.
006800*--------------------------------------------------------------*
006900     MOVE "00" TO FP-RESULT.
007000     MOVE ZERO TO FP-FLAGGED.
007100     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA.
007200     OPEN I-O FOLLOW-UP-FILE.
007300     IF FOLLOW-UP-MISSING
007400         GOBACK
007500     END-IF.
007600     IF NOT FOLLOW-UP-OK
007700         DISPLAY "FOLLOW-UP DIARY " WS-FOLLOW-UP-FILE-NAME
007800             " NOT AVAILABLE - STATUS " WS-FOLLOW-UP-STATUS
007900             " - OPEN ENTRIES NOT MARKED."
008000         MOVE "08" TO FP-RESULT
008100         GOBACK
008200     END-IF.
008300     MOVE FP-MASTER-KEY TO FU-MASTER-KEY.
008400     MOVE ZERO TO FU-SEQ.
008500     MOVE 'N' TO WS-EOF-SW.
008600     START FOLLOW-UP-FILE KEY IS NOT LESS THAN FU-KEY
008700         INVALID KEY
008800             MOVE 'Y' TO WS-EOF-SW
008900     END-START.
009000     PERFORM 1000-MARK-ENTRY THRU 1000-EXIT
009100         UNTIL KEY-DONE.
009200     CLOSE FOLLOW-UP-FILE.
009300     GOBACK.
009400
009500*--------------------------------------------------------------*
009600 1000-MARK-ENTRY.
009700*    READS THE NEXT ENTRY UNDER THE KEY AND MARKS IT IF IT IS  *
009800*    STILL OPEN.                                               *
009900*--------------------------------------------------------------*
010000     READ FOLLOW-UP-FILE NEXT
010100         AT END
010200             MOVE 'Y' TO WS-EOF-SW
010300     END-READ.
010400     IF KEY-DONE
010500         GO TO 1000-EXIT
010600     END-IF.
010700     IF FU-MASTER-KEY NOT = FP-MASTER-KEY
010800         MOVE 'Y' TO WS-EOF-SW
010900         GO TO 1000-EXIT
011000     END-IF.
011100     IF NOT FU-OPEN
011200         GO TO 1000-EXIT
011300     END-IF.
011400     MOVE FP-REMOVAL TO FU-REMOVAL.
011500     MOVE FP-REMOVED-BY TO FU-REMOVED-BY.
011600     MOVE CURRENT-DATE TO FU-REMOVED-DATE.
011700     REWRITE FOLLOW-UP-RECORD.
011800     IF FOLLOW-UP-OK
011900         ADD 1 TO FP-FLAGGED
012000     ELSE
012100         MOVE "08" TO FP-RESULT
012200     END-IF.
012300 1000-EXIT.
012400     EXIT.
