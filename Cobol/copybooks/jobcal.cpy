000100*--------------------------------------------------------------*
000200* JOBCAL - RECORD LAYOUT OF THE JOB CALENDAR (jobcal.txt) READ *
000300* BY THE CYCLE DRIVER CYCLDRV. ONE ROW PER PERIODIC JOB AND    *
000400* ONE PER HOLIDAY; ROWS STARTING WITH '*' ARE COMMENTS AND ARE *
000500* IGNORED.                                                     *
000600*                                                              *
000700* JOB ROWS ('J'):                                              *
000800*   JC-PROGRAM    THE PROGRAM TO RUN - TRNACK, MGTRPT,         *
000900*                 DUPSRVY, PAIRCHK OR ARCHMST.                 *
001000*   JC-FREQUENCY  'W' WEEKLY, 'M' MONTHLY, 'Q' QUARTERLY,      *
001100*                 'Y' YEARLY.                                  *
001200*   JC-MONTH      QUARTERLY - THE MONTH OF THE QUARTER         *
001300*                 (01-03); YEARLY - THE MONTH OF THE YEAR      *
001400*                 (01-12); OTHERWISE 00.                       *
001500*   JC-DAY        WEEKLY - THE DAY OF THE WEEK (01 MONDAY TO   *
001600*                 05 FRIDAY); OTHERWISE THE BUSINESS DAY OF    *
001700*                 THE MONTH (01 THE FIRST, 02 THE SECOND ...)  *
001800*                 OR 99 FOR THE LAST. A DAY PAST THE MONTH'S   *
001900*                 LAST BUSINESS DAY FALLS ON THE LAST ONE.     *
002000*   JC-PARM-1/2   THE JOB'S PARAMETERS, PASSED TO IT IN        *
002100*                 EP-FILE-1/EP-FILE-2 (SEE EODPARM):           *
002200*                   TRNACK   ACK FILE / OVERDUE DAYS (NNN)     *
002300*                   MGTRPT   (UNUSED) / REPORT FILE - LEFT     *
002400*                            BLANK, mgtYYYYMMDD.txt FOR THE    *
002500*                            DUE DATE                          *
002600*                   ARCHMST  CUTOFF DATE YYYYMMDD, OR 'Ynn'    *
002700*                            FOR NN YEARS BEFORE THE DUE       *
002800*                            DATE / (UNUSED)                   *
002900*                   DUPSRVY, PAIRCHK - NONE                    *
003000*                                                              *
003100* HOLIDAY ROWS ('H') GIVE THE DATE (YYYYMMDD) AND A NAME FOR   *
003200* THE CYCLE REPORT. A BUSINESS DAY IS A MONDAY TO FRIDAY NOT   *
003300* ON A HOLIDAY ROW. JOBS ONLY FALL DUE ON BUSINESS DAYS -      *
003400* HOLIDAYS ARE NOT COUNTED IN THE BUSINESS DAY OF THE MONTH,   *
003500* AND A WEEKLY JOB WHOSE DAY IS NOT A BUSINESS DAY FALLS DUE   *
003600* ON THE NEXT ONE.                                             *
003700*--------------------------------------------------------------*
003800 01  JOB-CALENDAR-RECORD.
003900     05  JC-ROW-TYPE            PIC X(01).
004000         88  JC-JOB-ROW              VALUE 'J'.
004100         88  JC-HOLIDAY-ROW          VALUE 'H'.
004200     05  JC-JOB-DETAIL.
004300         10  JC-PROGRAM             PIC X(08).
004400         10  JC-FREQUENCY           PIC X(01).
004500             88  JC-WEEKLY               VALUE 'W'.
004600             88  JC-MONTHLY              VALUE 'M'.
004700             88  JC-QUARTERLY            VALUE 'Q'.
004800             88  JC-YEARLY               VALUE 'Y'.
004900         10  JC-MONTH               PIC 9(02).
005000         10  JC-DAY                 PIC 9(02).
005100         10  JC-PARM-1              PIC X(50).
005200         10  JC-PARM-2              PIC X(50).
005300     05  JC-HOLIDAY-DETAIL REDEFINES JC-JOB-DETAIL.
005400         10  JC-HOLIDAY-DATE        PIC 9(08).
005500         10  JC-HOLIDAY-NAME        PIC X(30).
005600         10  FILLER                 PIC X(75).
