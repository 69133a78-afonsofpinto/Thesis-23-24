002810* 2026-09-02   AP   THE CONTRACT AMOUNT IS NOW A MANDATORY    *
002820*                   SEVENTH DATA COLUMN, MATCHING THE AMOUNT  *
002830*                   FIELD THE BATCH ROW NOW CARRIES.          *
002840* 2026-10-15   AP   THE BATCH FILE WRITTEN IS NOW ENTERED ON   *
002850*                   THE INTAKE FILE REGISTER (CALL 'INTKREG')  *
002860*                   SO SUBJINQ CAN FIND EVERY FILE A PERSON'S  *
002870*                   NAME HAS BEEN WRITTEN TO.                  *
002900*--------------------------------------------------------------*
003000
003100 ENVIRONMENT DIVISION.
006000 01  WS-BATCH-OUT-NAME          PIC X(50) VALUE SPACES.
006100 01  WS-ERROR-LISTING-NAME      PIC X(50) VALUE SPACES.
006200
006210*--------------------------------------------------------------*
006220* PARAMETER AREA OF THE INTAKE FILE REGISTER (CALL 'INTKREG'). *
006230*--------------------------------------------------------------*
006240     COPY irparm.
006250
006300 01  WS-DELIM-STATUS            PIC X(02) VALUE "00".
006400     88  DELIM-FILE-OK               VALUE "00".
006500     88  DELIM-FILE-MISSING          VALUE "35".
017100     DISPLAY "BATCH FILE TO WRITE (FOR A TESTECOB BATCH RUN):".
017200     ACCEPT WS-BATCH-OUT-NAME.
017300     OPEN OUTPUT BATCH-OUT-FILE.
017310     MOVE WS-BATCH-OUT-NAME TO IP-FILE-NAME.
017320     MOVE 'B' TO IP-FILE-TYPE.
017330     MOVE "DLMIMP" TO IP-PROGRAM.
017340     MOVE SPACES TO IP-OPERATOR.
017350     CALL 'INTKREG' USING INTAKE-REG-PARM.
017400     DISPLAY "PARSE-ERROR LISTING FILE:".
017500     ACCEPT WS-ERROR-LISTING-NAME.
017600     OPEN OUTPUT ERROR-LISTING-FILE.
