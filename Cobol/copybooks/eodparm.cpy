000600* AND REPORTS ITS OUTCOME IN EP-STEP-STATUS. RUN STANDALONE    *
000700* (NO PARAMETER PASSED) THE PROGRAMS PROMPT AS THEY ALWAYS     *
000800* HAVE.                                                        *
000810* THE CYCLE DRIVER CYCLDRV PASSES THE SAME AREA TO EACH        *
000820* PERIODIC JOB IT RUNS, FILLED FROM THE JOB CALENDAR (JOBCAL). *
000900*                                                              *
001000* FILE USAGE BY STEP:                                          *
001100*   DLYRPT   EP-FILE-1 = DATA FILE    EP-FILE-2 = REPORT FILE  *
001200*   CONSOLDT EP-FILE-1 = CONTROL FILE EP-FILE-2   (UNUSED)     *
001300*   CSVEXP   EP-FILE-1 = DATA FILE    EP-FILE-2 = CSV FILE     *
001310*   CDCEXP   EP-FILE-1   (UNUSED)     EP-FILE-2   (UNUSED)     *
001320*   MSTPROOF EP-FILE-1   (UNUSED)     EP-FILE-2   (UNUSED)     *
001330*   FUPLIST  EP-FILE-1   (UNUSED)     EP-FILE-2   (UNUSED)     *
001335*   CYCLDRV  EP-FILE-1   (UNUSED)     EP-FILE-2   (UNUSED)     *
001340* RUN BY CYCLDRV:                                              *
001345*   TRNACK   EP-FILE-1 = ACK FILE     EP-FILE-2 = OVERDUE DAYS *
001350*   MGTRPT   EP-FILE-1   (UNUSED)     EP-FILE-2 = REPORT FILE  *
001355*   DUPSRVY  EP-FILE-1   (UNUSED)     EP-FILE-2   (UNUSED)     *
001360*   PAIRCHK  EP-FILE-1   (UNUSED)     EP-FILE-2   (UNUSED)     *
001365*   ARCHMST  EP-FILE-1 = CUTOFF DATE  EP-FILE-2   (UNUSED)     *
001400*                                                              *
001410* THE EYECATCHER GUARDS AGAINST STRAY COMMAND-LINE PARAMETERS *
001420* REACHING A PROGRAM RUN OUTSIDE THE DRIVER - ONLY A PARM     *
001700     05  EP-FILE-2              PIC X(50).
001800     05  EP-STEP-STATUS         PIC X(02).
001900         88  EP-STEP-OK              VALUE "00".
001950         88  EP-STEP-EXCEPTION       VALUE "04".
002000         88  EP-STEP-FAILED          VALUE "08".
002010*--------------------------------------------------------------*
002020* EP-INFO IS FILLED BY CONSOLDT WITH THE MASTER BACKUP         *
002030* GENERATION ITS RUN WAS TAKEN AGAINST, SO THE MORNING STATUS  *
002040* SUMMARY CAN NAME THE FALLBACK FOR EACH NIGHT'S RUN.          *
002041* CDCEXP FILLS IT WITH THE DELTA SEQUENCE RANGE IT SENT.       *
002042* MSTPROOF FILLS IT WITH THE PROOF-OF-BALANCE OUTCOME, "04"    *
002043* WHEN THE MASTER IS OUT OF BALANCE. FUPLIST FILLS IT WITH THE *
002044* COUNTS ON THE DAILY FOLLOW-UP LIST (OVERDUE, DUE TODAY,      *
002045* RECORD GONE). CYCLDRV FILLS IT WITH ITS CYCLE COUNTS (DUE,   *
002046* RUN, FAILED, SKIPPED), "04" WHEN A DUE JOB WAS SKIPPED. THE  *
002047* JOBS IT RUNS FILL IT WITH THEIR OWN COUNTS; DUPSRVY AND      *
002048* PAIRCHK RETURN "04" FOR AN INCOMPLETE SURVEY OR PAIR         *
002049* EXCEPTIONS.                                                  *
002050*--------------------------------------------------------------*
002100     05  EP-INFO                PIC X(30).
