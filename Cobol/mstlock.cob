000100 IDENTIFICATION DIVISION.
000200*--------------------------------------------------------------*
000300 PROGRAM-ID.     MSTLOCK.
000400 AUTHOR.         A. PINTO.
000500 INSTALLATION.   DSO - DISTRICT INTAKE SYSTEMS.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*--------------------------------------------------------------*
000900* MSTLOCK KEEPS THE MASTER LOCK RECORD (mstlock.dat, SEE       *
001000* MLKREC) THAT STOPS THE ONLINE PROGRAMS CHANGING masterdt.dat *
001100* WHILE A BATCH RUN IS REBUILDING, MERGING INTO OR PURGING IT. *
001200* THE BATCH PROGRAMS CALL IT TO TAKE THE LOCK AT THE START OF  *
001300* THEIR RUN AND RELEASE IT AT THE END; MSTINQ, ARCHINQ AND     *
001400* MSTAPRV CALL IT TO ASK WHETHER THE LOCK IS HELD BEFORE EVERY *
001500* CHANGE; MSTUNLK CALLS IT TO CLEAR A LOCK LEFT BEHIND BY AN   *
001600* ABENDED RUN (SEE LOCKPARM).                                  *
001700*                                                              *
001800* NO LOCK FILE YET MEANS NOTHING HAS EVER HELD THE LOCK - IT   *
001900* IS FREE AND THE FIRST ACQUIRE CREATES THE FILE.              *
002000*--------------------------------------------------------------*
002100* MODIFICATION HISTORY.                                        *
002200*--------------------------------------------------------------*
002300* DATE        INIT  DESCRIPTION                                *
002400* ----------  ----  ------------------------------------------ *
002500* 2026-10-15   AP   ORIGINAL PROGRAM.                          *
002600*--------------------------------------------------------------*
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT LOCK-FILE ASSIGN TO WS-LOCK-FILE-NAME
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-LOCK-STATUS.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  LOCK-FILE.
003800     COPY mlkrec.
003900
004000 WORKING-STORAGE SECTION.
004100 01  WS-LOCK-FILE-NAME          PIC X(50)
004200         VALUE "..\output\mstlock.dat".
004300 01  WS-LOCK-STATUS             PIC X(02) VALUE "00".
004400     88  LOCK-FILE-OK                VALUE "00".
004500     88  LOCK-FILE-MISSING           VALUE "35".
004600
004700*--------------------------------------------------------------*
004800* LOCK DATE AND TIME TAKEN APART FOR THE HOLDER TEXT.          *
004900*--------------------------------------------------------------*
005000 01  WS-HOLDER-DATE             PIC 9(08).
005100 01  WS-HOLDER-TIME             PIC 9(08).
005200 01  WS-TEXT-PTR                PIC 9(03) VALUE 1.
005300
005400 01  CURRENT-DATE-DATA.
005500     05  CURRENT-DATE.
005600         10  CURRENT-YEAR          PIC 9(04).
005700         10  CURRENT-MONTH         PIC 9(02).
005800         10  CURRENT-DAY           PIC 9(02).
005900     05  WS-CURRENT-TIME.
006000         10  CURRENT-HOURS         PIC 9(02).
006100         10  CURRENT-MINUTE        PIC 9(02).
006200         10  CURRENT-SECOND        PIC 9(02).
006300         10  CURRENT-MILLISECONDS  PIC 9(02).
006400
006500 LINKAGE SECTION.
006600     COPY lockparm.
006700
006800 PROCEDURE DIVISION USING MASTER-LOCK-PARM.
006900*--------------------------------------------------------------*
007000 0000-MAINLINE.
007100*--------------------------------------------------------------*
007200     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA.
007300     MOVE SPACES TO LP-HOLDER-PROGRAM LP-HOLDER-OPERATOR
007400         LP-HOLDER-TEXT.
007500     MOVE ZERO TO LP-LOCK-DATE LP-LOCK-TIME.
007600     PERFORM 1000-READ-LOCK THRU 1000-EXIT.
007700     IF LP-LOCK-FAILED
007800         DISPLAY "MASTER LOCK FILE " WS-LOCK-FILE-NAME
007900             " NOT AVAILABLE - STATUS " WS-LOCK-STATUS
008000         GOBACK
008100     END-IF.
008200     EVALUATE TRUE
008300         WHEN LP-ACQUIRE
008400             PERFORM 2000-ACQUIRE-LOCK THRU 2000-EXIT
008500         WHEN LP-RELEASE
008600             PERFORM 3000-RELEASE-LOCK THRU 3000-EXIT
008700         WHEN LP-CLEAR
008800             PERFORM 4000-CLEAR-LOCK THRU 4000-EXIT
008900         WHEN OTHER
009000             PERFORM 1100-RETURN-HOLDER THRU 1100-EXIT
009100     END-EVALUATE.
009200     IF LP-LOCK-FAILED
009300         DISPLAY "MASTER LOCK FILE " WS-LOCK-FILE-NAME
009400             " NOT UPDATED - STATUS " WS-LOCK-STATUS
009500     END-IF.
009600     GOBACK.
009700
009800*--------------------------------------------------------------*
009900 1000-READ-LOCK.
010000*    A MISSING OR EMPTY LOCK FILE IS A FREE LOCK.              *
010100*--------------------------------------------------------------*
010200     MOVE "00" TO LP-RESULT.
010300     OPEN INPUT LOCK-FILE.
010400     IF LOCK-FILE-MISSING
010500         PERFORM 1050-SET-FREE THRU 1050-EXIT
010600         GO TO 1000-EXIT
010700     END-IF.
010800     IF NOT LOCK-FILE-OK
010900         MOVE "08" TO LP-RESULT
011000         GO TO 1000-EXIT
011100     END-IF.
011200     READ LOCK-FILE
011300         AT END
011400             PERFORM 1050-SET-FREE THRU 1050-EXIT
011500     END-READ.
011600     CLOSE LOCK-FILE.
011700 1000-EXIT.
011800     EXIT.
011900
012000*--------------------------------------------------------------*
012100 1050-SET-FREE.
012200*--------------------------------------------------------------*
012300     MOVE SPACES TO MASTER-LOCK-RECORD.
012400     MOVE 'F' TO ML-LOCK-STATE.
012500     MOVE ZERO TO ML-LOCK-DATE ML-LOCK-TIME
012600         ML-RELEASE-DATE ML-RELEASE-TIME.
012700 1050-EXIT.
012800     EXIT.
012900
013000*--------------------------------------------------------------*
013100 1100-RETURN-HOLDER.
013200*    WHILE THE LOCK IS HELD, TELLS THE CALLER WHO HOLDS IT AND *
013300*    SINCE WHEN, AS IN "EODBATCH (BATCH) SINCE 2026-10-15      *
013400*    22:05".                                                   *
013500*--------------------------------------------------------------*
013600     IF NOT ML-LOCKED
013700         GO TO 1100-EXIT
013800     END-IF.
013900     MOVE "04" TO LP-RESULT.
014000     MOVE ML-HOLDER-PROGRAM TO LP-HOLDER-PROGRAM.
014100     MOVE ML-HOLDER-OPERATOR TO LP-HOLDER-OPERATOR.
014200     MOVE ML-LOCK-DATE TO LP-LOCK-DATE WS-HOLDER-DATE.
014300     MOVE ML-LOCK-TIME TO LP-LOCK-TIME WS-HOLDER-TIME.
014400     MOVE 1 TO WS-TEXT-PTR.
014500     STRING ML-HOLDER-PROGRAM DELIMITED BY SPACE
014600         INTO LP-HOLDER-TEXT WITH POINTER WS-TEXT-PTR.
014700     IF ML-HOLDER-OPERATOR NOT = SPACES
014800         STRING " (" ML-HOLDER-OPERATOR DELIMITED BY SIZE
014900             INTO LP-HOLDER-TEXT WITH POINTER WS-TEXT-PTR
015000         PERFORM 1150-CLOSE-BRACKET THRU 1150-EXIT
015100     END-IF.
015200     STRING " SINCE " WS-HOLDER-DATE(1:4) "-"
015300         WS-HOLDER-DATE(5:2) "-" WS-HOLDER-DATE(7:2) " "
015400         WS-HOLDER-TIME(1:2) ":" WS-HOLDER-TIME(3:2)
015500         DELIMITED BY SIZE
015600         INTO LP-HOLDER-TEXT WITH POINTER WS-TEXT-PTR.
015700 1100-EXIT.
015800     EXIT.
015900
016000*--------------------------------------------------------------*
016100 1150-CLOSE-BRACKET.
016200*    BACKS THE POINTER OVER THE OPERATOR ID'S TRAILING SPACES  *
016300*    AND CLOSES THE BRACKET RIGHT AFTER IT.                    *
016400*--------------------------------------------------------------*
016500     IF WS-TEXT-PTR > 1
016600         IF LP-HOLDER-TEXT(WS-TEXT-PTR - 1:1) = SPACE
016700             SUBTRACT 1 FROM WS-TEXT-PTR
016800             GO TO 1150-CLOSE-BRACKET
016900         END-IF
017000     END-IF.
017100     STRING ")" DELIMITED BY SIZE
017200         INTO LP-HOLDER-TEXT WITH POINTER WS-TEXT-PTR.
017300 1150-EXIT.
017400     EXIT.
017500
017600*--------------------------------------------------------------*
017700 2000-ACQUIRE-LOCK.
017800*    REFUSED WHILE ANY RUN HOLDS THE LOCK, A SECOND COPY OF    *
017900*    THE SAME PROGRAM INCLUDED.                                *
018000*--------------------------------------------------------------*
018100     IF ML-LOCKED
018200         PERFORM 1100-RETURN-HOLDER THRU 1100-EXIT
018300         GO TO 2000-EXIT
018400     END-IF.
018500     MOVE 'L' TO ML-LOCK-STATE.
018600     MOVE LP-PROGRAM TO ML-HOLDER-PROGRAM.
018700     MOVE LP-OPERATOR TO ML-HOLDER-OPERATOR.
018800     MOVE CURRENT-DATE TO ML-LOCK-DATE.
018900     MOVE WS-CURRENT-TIME TO ML-LOCK-TIME.
019000     PERFORM 5000-SAVE-LOCK THRU 5000-EXIT.
019100 2000-EXIT.
019200     EXIT.
019300
019400*--------------------------------------------------------------*
019500 3000-RELEASE-LOCK.
019600*    ONLY THE HOLDER RELEASES; A FREE LOCK IS LEFT AS IT IS.   *
019700*--------------------------------------------------------------*
019800     IF NOT ML-LOCKED
019900         GO TO 3000-EXIT
020000     END-IF.
020100     IF ML-HOLDER-PROGRAM NOT = LP-PROGRAM
020200         PERFORM 1100-RETURN-HOLDER THRU 1100-EXIT
020300         GO TO 3000-EXIT
020400     END-IF.
020500     MOVE 'R' TO ML-RELEASE-TYPE.
020600     IF LP-OPERATOR = SPACES
020700         MOVE LP-PROGRAM TO ML-RELEASED-BY
020800     ELSE
020900         MOVE LP-OPERATOR TO ML-RELEASED-BY
021000     END-IF.
021100     PERFORM 3100-FREE-LOCK THRU 3100-EXIT.
021200 3000-EXIT.
021300     EXIT.
021400
021500*--------------------------------------------------------------*
021600 3100-FREE-LOCK.
021700*--------------------------------------------------------------*
021800     MOVE 'F' TO ML-LOCK-STATE.
021900     MOVE CURRENT-DATE TO ML-RELEASE-DATE.
022000     MOVE WS-CURRENT-TIME TO ML-RELEASE-TIME.
022100     PERFORM 5000-SAVE-LOCK THRU 5000-EXIT.
022200 3100-EXIT.
022300     EXIT.
022400
022500*--------------------------------------------------------------*
022600 4000-CLEAR-LOCK.
022700*    SUPERVISOR OVERRIDE. THE HOLDER BEING CLEARED IS RETURNED *
022800*    SO THE CALLER CAN REPORT IT; THE RESULT IS "00" ONCE THE  *
022900*    LOCK IS FREE.                                             *
023000*--------------------------------------------------------------*
023100     IF NOT ML-LOCKED
023200         GO TO 4000-EXIT
023300     END-IF.
023400     PERFORM 1100-RETURN-HOLDER THRU 1100-EXIT.
023500     MOVE "00" TO LP-RESULT.
023600     MOVE 'C' TO ML-RELEASE-TYPE.
023700     MOVE LP-OPERATOR TO ML-RELEASED-BY.
023800     PERFORM 3100-FREE-LOCK THRU 3100-EXIT.
023900 4000-EXIT.
024000     EXIT.
024100
024200*--------------------------------------------------------------*
024300 5000-SAVE-LOCK.
024400*--------------------------------------------------------------*
024500     OPEN OUTPUT LOCK-FILE.
024600     IF NOT LOCK-FILE-OK
024700         MOVE "08" TO LP-RESULT
024800         GO TO 5000-EXIT
024900     END-IF.
025000     WRITE MASTER-LOCK-RECORD.
025100     CLOSE LOCK-FILE.
025200 5000-EXIT.
025300     EXIT.
