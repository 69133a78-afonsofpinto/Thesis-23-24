002570*                   CAPTURED AT INTAKE - THE ROW IS NINE      *
002580*                   BYTES WIDER AND THE AMOUNT IS EDITED AND  *
002590*                   REPAIRABLE LIKE ANY OTHER FIELD.          *
002591* 2026-10-15   AP   THE CLEAN BATCH FILE AND THE NEW REJECT    *
002592*                   FILE ARE NOW ENTERED ON THE INTAKE FILE    *
002593*                   REGISTER (CALL 'INTKREG') SO SUBJINQ CAN   *
002594*                   FIND EVERY FILE A PERSON'S NAME HAS BEEN   *
002595*                   WRITTEN TO.                                *
002600*--------------------------------------------------------------*
002700
002800 ENVIRONMENT DIVISION.
018300* PARAMETER AREA OF THE SHARED SIGN-ON CHECK.                 *
018400*--------------------------------------------------------------*
018500     COPY signparm.
018505
018510*--------------------------------------------------------------*
018520* PARAMETER AREA OF THE INTAKE FILE REGISTER (CALL 'INTKREG'). *
018530*--------------------------------------------------------------*
018540     COPY irparm.
018600
018700 01  CURRENT-DATE-DATA.
018800     05  CURRENT-DATE.
023900     DISPLAY "NEW REJECT FILE (STILL-BAD ROWS GO HERE):".
024000     ACCEPT WS-REJECT-OUT-NAME.
024100     OPEN OUTPUT REJECT-OUT-FILE.
024110     MOVE "RJREPAIR" TO IP-PROGRAM.
024120     MOVE WS-OPERATOR-ID TO IP-OPERATOR.
024130     MOVE WS-CLEAN-FILE-NAME TO IP-FILE-NAME.
024140     MOVE 'B' TO IP-FILE-TYPE.
024150     CALL 'INTKREG' USING INTAKE-REG-PARM.
024160     MOVE WS-REJECT-OUT-NAME TO IP-FILE-NAME.
024170     MOVE 'R' TO IP-FILE-TYPE.
024180     CALL 'INTKREG' USING INTAKE-REG-PARM.
024200 1000-EXIT.
024300     EXIT.
024400
