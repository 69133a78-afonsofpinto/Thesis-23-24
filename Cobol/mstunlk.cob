000100 IDENTIFICATION DIVISION.
000200*--------------------------------------------------------------*
000300 PROGRAM-ID.     MSTUNLK.
000400 AUTHOR.         A. PINTO.
000500 INSTALLATION.   DSO - DISTRICT INTAKE SYSTEMS.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*--------------------------------------------------------------*
000900* MSTUNLK IS THE SUPERVISOR OVERRIDE FOR THE MASTER LOCK (SEE  *
001000* MLKREC). A BATCH RUN THAT ABENDS - EODBATCH, CONSOLDT,       *
001100* MSTRBACK, ARCHMST, MSTRKEY OR A SUBJINQ ERASURE - LEAVES THE *
001200* LOCK HELD, AND UNTIL IT IS CLEARED NO OTHER BATCH RUN CAN    *
001300* START AND MSTINQ, ARCHINQ AND MSTAPRV REFUSE EVERY UPDATE.   *
001400*                                                              *
001500* A SUPERVISOR SIGNS ON, IS SHOWN WHO HOLDS THE LOCK AND SINCE *
001600* WHEN, AND KEYS "CLEAR" TO FREE IT. THE LOCK RECORD KEEPS THE *
001700* SUPERVISOR'S ID AND MARKS THE RELEASE AS AN OVERRIDE. THE    *
001800* SUPERVISOR MUST FIRST MAKE SURE THE HOLDING RUN IS REALLY    *
001900* GONE - CLEARING THE LOCK OF A RUN STILL WORKING LETS THE     *
002000* ONLINE PROGRAMS UPDATE THE MASTER UNDER IT.                  *
002100*--------------------------------------------------------------*
002200* MODIFICATION HISTORY.                                        *
002300*--------------------------------------------------------------*
002400* DATE        INIT  DESCRIPTION                                *
002500* ----------  ----  ------------------------------------------ *
002600* 2026-10-15   AP   ORIGINAL PROGRAM.                          *
002700*--------------------------------------------------------------*
002800
002900 ENVIRONMENT DIVISION.
003000
003100 DATA DIVISION.
003200 WORKING-STORAGE SECTION.
003300 01  WS-CONFIRM                 PIC X(05) VALUE SPACES.
003400     88  CLEAR-CONFIRMED             VALUE "CLEAR".
003500
003600 01  WS-OPERATOR-ID             PIC X(10) VALUE SPACES.
003700 01  WS-SIGNON-OK-SW            PIC X(01) VALUE 'N'.
003800     88  SIGNED-ON                   VALUE 'Y'.
003900 77  WS-SIGNON-TRIES            PIC 9(01) COMP VALUE ZERO.
004000 77  WS-SIGNON-MAX-TRIES        PIC 9(01) COMP VALUE 3.
004100
004200*--------------------------------------------------------------*
004300* PARAMETER AREA OF THE SHARED SIGN-ON CHECK.                  *
004400*--------------------------------------------------------------*
004500     COPY signparm.
004600
004700*--------------------------------------------------------------*
004800* PARAMETER AREA OF THE MASTER LOCK.                           *
004900*--------------------------------------------------------------*
005000     COPY lockparm.
005100
005200 PROCEDURE DIVISION.
005300*--------------------------------------------------------------*
005400 0000-MAINLINE.
005500*--------------------------------------------------------------*
005600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005700     IF SIGNED-ON
005800         PERFORM 2000-CLEAR-LOCK THRU 2000-EXIT
005900     END-IF.
006000     STOP RUN.
006100
006200*--------------------------------------------------------------*
006300 1000-INITIALIZE.
006400*    CLEARING THE LOCK OVERRIDES A BATCH RUN, SO IT REQUIRES A *
006500*    SUPERVISOR SIGN-ON.                                       *
006600*--------------------------------------------------------------*
006700     PERFORM 1080-SIGN-ON THRU 1080-EXIT
006800         UNTIL SIGNED-ON
006900             OR WS-SIGNON-TRIES >= WS-SIGNON-MAX-TRIES.
007000     IF NOT SIGNED-ON
007100         DISPLAY "SIGN-ON FAILED - RUN ENDED."
007200     END-IF.
007300 1000-EXIT.
007400     EXIT.
007500
007600*--------------------------------------------------------------*
007700 1080-SIGN-ON.
007800*    ONE SIGN-ON ATTEMPT - ONLY AN ACTIVE SUPERVISOR MAY CLEAR *
007900*    THE MASTER LOCK.                                          *
008000*--------------------------------------------------------------*
008100     ADD 1 TO WS-SIGNON-TRIES.
008200     DISPLAY "ENTER OPERATOR ID:".
008300     ACCEPT SP-OPERATOR-ID.
008400     CALL 'SIGNON' USING SIGNON-PARM.
008500     EVALUATE TRUE
008600         WHEN SP-SIGNON-OK AND SP-SUPERVISOR
008700             MOVE 'Y' TO WS-SIGNON-OK-SW
008800             MOVE SP-OPERATOR-ID TO WS-OPERATOR-ID
008900             DISPLAY "SIGNED ON: " SP-OPERATOR-NAME
009000         WHEN SP-SIGNON-OK
009100             DISPLAY "  SUPERVISOR AUTHORITY REQUIRED."
009200         WHEN SP-UNKNOWN-ID
009300             DISPLAY "  UNKNOWN OPERATOR ID."
009400         WHEN SP-ID-SUSPENDED
009500             DISPLAY "  OPERATOR ID IS SUSPENDED."
009600         WHEN OTHER
009700             DISPLAY "  OPERATOR FILE UNAVAILABLE - HAVE A "
009800                 "SUPERVISOR RUN OPERMNT."
009900     END-EVALUATE.
010000 1080-EXIT.
010100     EXIT.
010200
010300*--------------------------------------------------------------*
010400 2000-CLEAR-LOCK.
010500*    SHOWS THE HOLDER AND CLEARS THE LOCK ONLY ON "CLEAR"; ANY *
010600*    OTHER ANSWER LEAVES IT AS IT IS.                          *
010700*--------------------------------------------------------------*
010800     MOVE 'Q' TO LP-FUNCTION.
010900     MOVE "MSTUNLK" TO LP-PROGRAM.
011000     MOVE WS-OPERATOR-ID TO LP-OPERATOR.
011100     CALL 'MSTLOCK' USING MASTER-LOCK-PARM.
011200     IF LP-LOCK-FAILED
011300         DISPLAY "MASTER LOCK NOT READABLE - NOTHING CLEARED."
011400         GO TO 2000-EXIT
011500     END-IF.
011600     IF LP-DONE
011700         DISPLAY "THE MASTER LOCK IS FREE - NOTHING TO CLEAR."
011800         GO TO 2000-EXIT
011900     END-IF.
012000     DISPLAY "MASTER LOCK HELD BY " LP-HOLDER-TEXT.
012100     DISPLAY "MAKE SURE " LP-HOLDER-PROGRAM
012200         " IS NO LONGER RUNNING BEFORE CLEARING ITS LOCK.".
012300     DISPLAY "KEY CLEAR TO CLEAR THE LOCK, ANYTHING ELSE TO "
012400         "LEAVE IT:".
012500     ACCEPT WS-CONFIRM.
012600     MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM.
012700     IF NOT CLEAR-CONFIRMED
012800         DISPLAY "LOCK LEFT IN PLACE."
012900         GO TO 2000-EXIT
013000     END-IF.
013100     MOVE 'C' TO LP-FUNCTION.
013200     MOVE "MSTUNLK" TO LP-PROGRAM.
013300     MOVE WS-OPERATOR-ID TO LP-OPERATOR.
013400     CALL 'MSTLOCK' USING MASTER-LOCK-PARM.
013500     IF LP-DONE
013600         DISPLAY "MASTER LOCK OF " LP-HOLDER-TEXT
013700         DISPLAY "CLEARED BY " WS-OPERATOR-ID "."
013800     ELSE
013900         DISPLAY "MASTER LOCK COULD NOT BE CLEARED."
014000     END-IF.
014100 2000-EXIT.
014200     EXIT.
