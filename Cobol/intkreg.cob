000100 IDENTIFICATION DIVISION.
000200*--------------------------------------------------------------*
000300 PROGRAM-ID.     INTKREG.
000400 AUTHOR.         A. PINTO.
000500 INSTALLATION.   DSO - DISTRICT INTAKE SYSTEMS.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*--------------------------------------------------------------*
000900* INTKREG APPENDS ONE ROW TO THE INTAKE FILE REGISTER          *
001000* (intkreg.dat, SEE INTKREC) FOR AN INTAKE FILE THE CALLER HAS *
001100* JUST CREATED OR OPENED - TESTECOB, DLMIMP AND RJREPAIR CALL  *
001200* IT (SEE IRPARM). THE REGISTER IS CREATED ON FIRST USE.       *
001300*--------------------------------------------------------------*
001400* MODIFICATION HISTORY.                                        *
001500*--------------------------------------------------------------*
001600* DATE        INIT  DESCRIPTION                                *
001700* ----------  ----  ------------------------------------------ *
001800* 2026-10-15   AP   ORIGINAL PROGRAM.                          *
001900*--------------------------------------------------------------*
002000
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT REGISTER-FILE ASSIGN TO WS-REGISTER-FILE-NAME
002500         ORGANIZATION IS LINE SEQUENTIAL
002600         FILE STATUS IS WS-REGISTER-STATUS.
002700
002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD  REGISTER-FILE.
003100     COPY intkrec.
003200
003300 WORKING-STORAGE SECTION.
003400 01  WS-REGISTER-FILE-NAME      PIC X(50)
003500         VALUE "..\output\intkreg.dat".
003600 01  WS-REGISTER-STATUS         PIC X(02) VALUE "00".
003700     88  REGISTER-OK                 VALUE "00".
003800     88  REGISTER-MISSING            VALUE "35".
003900
004000 01  CURRENT-DATE-DATA.
004100     05  CURRENT-DATE.
004200         10  CURRENT-YEAR          PIC 9(04).
004300         10  CURRENT-MONTH         PIC 9(02).
004400         10  CURRENT-DAY           PIC 9(02).
004500     05  WS-CURRENT-TIME.
004600         10  CURRENT-HOURS         PIC 9(02).
004700         10  CURRENT-MINUTE        PIC 9(02).
004800         10  CURRENT-SECOND        PIC 9(02).
004900         10  CURRENT-MILLISECONDS  PIC 9(02).
005000
005100 LINKAGE SECTION.
005200     COPY irparm.
005300
005400 PROCEDURE DIVISION USING INTAKE-REG-PARM.
005500*--------------------------------------------------------------*
005600 0000-MAINLINE.
005700*--------------------------------------------------------------*
005800     MOVE "00" TO IP-RESULT.
005900     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA.
006000     OPEN EXTEND REGISTER-FILE.
006100     IF REGISTER-MISSING
006200         OPEN OUTPUT REGISTER-FILE
006300     END-IF.
006400     IF NOT REGISTER-OK
006500         DISPLAY "INTAKE FILE REGISTER " WS-REGISTER-FILE-NAME
006600             " NOT AVAILABLE - STATUS " WS-REGISTER-STATUS
006700             " - " IP-FILE-NAME " NOT REGISTERED."
006800         MOVE "08" TO IP-RESULT
006900         GOBACK
007000     END-IF.
007100     MOVE IP-FILE-NAME TO IR-FILE-NAME.
007200     MOVE IP-FILE-TYPE TO IR-FILE-TYPE.
007300     MOVE IP-PROGRAM TO IR-PROGRAM.
007400     MOVE IP-OPERATOR TO IR-OPERATOR.
007500     MOVE CURRENT-DATE TO IR-REG-DATE.
007600     MOVE WS-CURRENT-TIME TO IR-REG-TIME.
007700     WRITE INTAKE-FILE-RECORD.
007800     IF NOT REGISTER-OK
007900         MOVE "08" TO IP-RESULT
008000     END-IF.
008100     CLOSE REGISTER-FILE.
008200     GOBACK.
