000100*--------------------------------------------------------------*
000200* CYCCTL - RECORD LAYOUT OF THE CYCLE CONTROL FILE             *
000300* (cycctl.dat), REWRITTEN BY EVERY CYCLDRV RUN. ONE ROW PER    *
000400* JOB ON THE CALENDAR, KEYED ON ITS PROGRAM AND SCHEDULE (SEE  *
000500* JOBCAL).                                                     *
000600*                                                              *
000700* CY-LAST-DUE-DATE IS THE LATEST DUE DATE THE JOB HAS BEEN RUN *
000800* FOR. THE NEXT CYCLE LOOKS FOR DUE DATES AFTER IT UP TO       *
000900* TODAY, SO A RUN MISSED WHILE THE SYSTEM WAS DOWN - OR ONE    *
001000* THAT FAILED - IS CAUGHT UP. A JOB NEW TO THE CALENDAR STARTS *
001100* FROM TODAY. THE LAST RUN DATE, TIME, RESULT AND DETAIL ARE   *
001200* THOSE OF THE LAST ATTEMPT, WHETHER OR NOT IT ENDED OK.       *
001300*--------------------------------------------------------------*
001400 01  CYCLE-CONTROL-RECORD.
001500     05  CY-JOB-KEY.
001600         10  CY-PROGRAM             PIC X(08).
001700         10  CY-FREQUENCY           PIC X(01).
001800         10  CY-MONTH               PIC 9(02).
001900         10  CY-DAY                 PIC 9(02).
002000     05  CY-LAST-DUE-DATE       PIC 9(08).
002100     05  CY-LAST-RUN-DATE       PIC 9(08).
002200     05  CY-LAST-RUN-TIME       PIC 9(08).
002300     05  CY-LAST-RESULT         PIC X(08).
002400     05  CY-LAST-INFO           PIC X(30).
