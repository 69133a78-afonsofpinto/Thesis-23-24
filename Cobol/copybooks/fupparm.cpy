000100*--------------------------------------------------------------*
000200* FUPPARM - PARAMETER AREA OF THE FUPFLAG SUBPROGRAM, WHICH    *
000300* MARKS THE OPEN FOLLOW-UP DIARY ENTRIES OF A MASTER RECORD    *
000400* THAT HAS JUST BEEN REMOVED (SEE FUPREC).                     *
000500*   FP-MASTER-KEY  THE KEY OF THE RECORD REMOVED.              *
000600*   FP-REMOVAL     'D' DELETED (MSTINQ / MSTAPRV) OR           *
000700*                  'P' PURGED (ARCHMST).                       *
000800*   FP-REMOVED-BY  THE OPERATOR, OR THE PROGRAM FOR A BATCH    *
000900*                  PURGE.                                      *
001000* FP-FLAGGED RETURNS HOW MANY OPEN ENTRIES WERE MARKED.        *
001100* FP-RESULT "00" MEANS DONE (NO OPEN ENTRIES, OR NO DIARY YET, *
001200* INCLUDED); "08" THAT THE DIARY COULD NOT BE UPDATED -        *
001300* FUPLIST STILL FINDS THOSE ENTRIES BY LOOKING THEIR KEY UP ON *
001400* THE MASTER.                                                  *
001500*--------------------------------------------------------------*
001600 01  FOLLOW-UP-PARM.
001700     05  FP-MASTER-KEY          PIC X(102).
001800     05  FP-REMOVAL             PIC X(01).
001900         88  FP-DELETED              VALUE 'D'.
002000         88  FP-PURGED               VALUE 'P'.
002100     05  FP-REMOVED-BY          PIC X(10).
002200     05  FP-FLAGGED             PIC 9(05).
002300     05  FP-RESULT              PIC X(02).
002400         88  FP-DONE                 VALUE "00".
002500         88  FP-FLAG-FAILED          VALUE "08".
