002300* DATE        INIT  DESCRIPTION                                *
002400* ----------  ----  ------------------------------------------ *
002500* 2026-09-02   AP   ORIGINAL PROGRAM.                          *
002510* 2026-10-15   AP   EVERY RESTORE IS POSTED TO THE MASTER      *
002520*                   CONTROL TOTALS (CALL 'MSTTOT') - ONE       *
002530*                   RECORD AND ITS AMOUNT IN - FOR THE         *
002540*                   NIGHTLY PROOF OF BALANCE (MSTPROOF).       *
002550* 2026-10-15   AP   WHILE A BATCH RUN HOLDS THE MASTER LOCK    *
002560*                   (MSTLOCK) RESTORES ARE REFUSED AND THE     *
002570*                   OPERATOR IS TOLD WHO HOLDS IT AND SINCE    *
002580*                   WHEN; ARCHIVE INQUIRY CARRIES ON AS USUAL. *
002600*--------------------------------------------------------------*
002700
002800 ENVIRONMENT DIVISION.
014000         88  SIGNED-ON                VALUE 'Y'.
014100     05  WS-MASTER-UP-SW        PIC X(01) VALUE 'N'.
014200         88  MASTER-AVAILABLE         VALUE 'Y'.
014210     05  WS-LOCK-SW             PIC X(01) VALUE 'N'.
014220         88  MASTER-LOCKED            VALUE 'Y'.
014300
014400 01  WS-OPERATOR-ID             PIC X(10) VALUE SPACES.
014500 01  WS-AUTHORITY-SW            PIC X(01) VALUE SPACE.
015100* PARAMETER AREA OF THE SHARED SIGN-ON CHECK.                 *
015200*--------------------------------------------------------------*
015300     COPY signparm.
015310
015320*--------------------------------------------------------------*
015330* PARAMETER AREA OF THE MASTER CONTROL TOTALS POSTING.         *
015340*--------------------------------------------------------------*
015350     COPY totparm.
015355
015360*--------------------------------------------------------------*
015365* PARAMETER AREA OF THE MASTER LOCK.                           *
015370*--------------------------------------------------------------*
015375     COPY lockparm.
015400
015500*--------------------------------------------------------------*
015600* THE YEAR RANGE UNDER SEARCH AND THE SEARCH CRITERIA - ONLY   *
020600 1000-INITIALIZE.
020700*    THE LIVE MASTER AND THE CHANGE LOG ARE OPENED UP FRONT -  *
020800*    A MISSING MASTER ONLY DISABLES RESTORES, NEVER INQUIRY.   *
020810*    NEITHER DOES A LOCKED ONE - THE OPERATOR IS WARNED HERE   *
020820*    AND THE LOCK IS CHECKED AGAIN AT EACH RESTORE.            *
020900*--------------------------------------------------------------*
021000     PERFORM 1080-SIGN-ON THRU 1080-EXIT
021100         UNTIL SIGNED-ON
022300         MOVE 'Y' TO WS-MASTER-UP-SW
022400     END-IF.
022500     PERFORM 1100-OPEN-CHANGE-LOG THRU 1100-EXIT.
022510     IF MASTER-AVAILABLE
022520         PERFORM 5300-CHECK-MASTER-LOCK THRU 5300-EXIT
022530     END-IF.
022600 1000-EXIT.
022700     EXIT.
022800
053100*    AND LOGS THE RESTORE. THE ARCHIVE COPY IS ONLY REMOVED    *
053200*    AFTER THE MASTER WRITE SUCCEEDED, SO A FAILED RESTORE     *
053300*    NEVER COSTS US THE ARCHIVED RECORD.                       *
053310*    NOTHING IS RESTORED WHILE A BATCH RUN HOLDS THE MASTER    *
053320*    LOCK.                                                     *
053400*--------------------------------------------------------------*
053500     IF NOT OPERATOR-IS-SUPERVISOR
053600         DISPLAY "  A RESTORE NEEDS SUPERVISOR AUTHORITY."
054000         DISPLAY "  MASTER FILE UNAVAILABLE - RESTORE REFUSED."
054100         GO TO 5000-EXIT
054200     END-IF.
054210     PERFORM 5300-CHECK-MASTER-LOCK THRU 5300-EXIT.
054220     IF MASTER-LOCKED
054230         DISPLAY "  RESTORE REFUSED."
054240         GO TO 5000-EXIT
054250     END-IF.
054300     MOVE AR-DISTRICT TO MR-DISTRICT.
054400     MOVE AR-MUNICIPALITY TO MR-MUNICIPALITY.
054500     MOVE AR-CONTRACT TO MR-CONTRACT.
056800     END-IF.
056900     PERFORM 5100-LOG-RESTORE THRU 5100-EXIT.
057000     ADD 1 TO WS-RECORDS-RESTORED.
057010     PERFORM 5200-POST-CONTROL-TOTALS THRU 5200-EXIT.
057100     DISPLAY "  RECORD RESTORED TO THE LIVE MASTER.".
057200 5000-EXIT.
057300     EXIT.
059900 5100-EXIT.
060000     EXIT.
060100
060102*--------------------------------------------------------------*
060104 5200-POST-CONTROL-TOTALS.
060106*    POSTS ONE RESTORED RECORD AND ITS AMOUNT TO THE MASTER    *
060108*    CONTROL TOTALS. A FAILED POSTING IS REPORTED BY MSTTOT    *
060110*    AND SHOWS UP ON THE NEXT PROOF OF BALANCE.                *
060112*--------------------------------------------------------------*
060114     MOVE ZERO TO TP-REMOVED TP-AMOUNT-OUT.
060116     MOVE 1 TO TP-ADDED.
060118     MOVE MR-AMOUNT TO TP-AMOUNT-IN.
060120     MOVE 'P' TO TP-FUNCTION.
060122     MOVE "ARCHINQ" TO TP-PROGRAM.
060124     CALL 'MSTTOT' USING TOTALS-PARM.
060126 5200-EXIT.
060128     EXIT.
060130
060132*--------------------------------------------------------------*
060134 5300-CHECK-MASTER-LOCK.
060136*    ASKS WHETHER A BATCH RUN HOLDS THE MASTER LOCK AND, IF   *
060138*    SO, TELLS THE OPERATOR WHO AND SINCE WHEN. A LOCK FILE   *
060140*    THAT CANNOT BE READ IS TREATED AS LOCKED.                 *
060142*--------------------------------------------------------------*
060144     MOVE 'N' TO WS-LOCK-SW.
060146     MOVE 'Q' TO LP-FUNCTION.
060148     MOVE "ARCHINQ" TO LP-PROGRAM.
060150     MOVE WS-OPERATOR-ID TO LP-OPERATOR.
060152     CALL 'MSTLOCK' USING MASTER-LOCK-PARM.
060154     IF LP-DONE
060156         GO TO 5300-EXIT
060158     END-IF.
060160     MOVE 'Y' TO WS-LOCK-SW.
060162     IF LP-HELD
060164         DISPLAY "  MASTER LOCKED BY " LP-HOLDER-TEXT
060166     ELSE
060168         DISPLAY "  MASTER LOCK CANNOT BE CHECKED."
060170     END-IF.
060172     DISPLAY "  RESTORES ARE REFUSED UNTIL IT IS RELEASED - "
060174         "INQUIRY ONLY.".
060176 5300-EXIT.
060178     EXIT.
060180
060200*--------------------------------------------------------------*
060300 8000-TERMINATE.
060400*--------------------------------------------------------------*
