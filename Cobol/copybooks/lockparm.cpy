000100*--------------------------------------------------------------*
000200* LOCKPARM - PARAMETER AREA OF THE MSTLOCK SUBPROGRAM, WHICH   *
000300* KEEPS THE MASTER LOCK RECORD (SEE MLKREC).                   *
000400*   LP-FUNCTION 'A' TAKES THE LOCK FOR LP-PROGRAM/LP-OPERATOR. *
000500*                   REFUSED WHILE ANY RUN HOLDS IT - THE SAME  *
000600*                   PROGRAM INCLUDED, A SECOND COPY OF A BATCH *
000700*                   RUN IS AS DANGEROUS AS ANY OTHER PROGRAM.  *
000800*   LP-FUNCTION 'R' RELEASES THE LOCK, ONLY IF LP-PROGRAM      *
000900*                   HOLDS IT.                                  *
001000*   LP-FUNCTION 'Q' ONLY ASKS WHETHER THE LOCK IS HELD.        *
001100*   LP-FUNCTION 'C' CLEARS THE LOCK WHOEVER HOLDS IT - THE     *
001200*                   SUPERVISOR OVERRIDE USED BY MSTUNLK AFTER  *
001300*                   AN ABENDED RUN. LP-OPERATOR IS RECORDED AS *
001400*                   THE SUPERVISOR WHO CLEARED IT.             *
001500* LP-RESULT "00" MEANS DONE (OR, FOR A QUERY, THAT THE LOCK IS *
001600* FREE); "04" THAT ANOTHER RUN HOLDS THE LOCK - THE HOLDER     *
001700* FIELDS SAY WHO AND SINCE WHEN, LP-HOLDER-TEXT READY TO       *
001800* DISPLAY; "08" THAT THE LOCK FILE COULD NOT BE READ OR        *
001900* WRITTEN.                                                     *
002000*--------------------------------------------------------------*
002100 01  MASTER-LOCK-PARM.
002200     05  LP-FUNCTION            PIC X(01).
002300         88  LP-ACQUIRE              VALUE 'A'.
002400         88  LP-RELEASE              VALUE 'R'.
002500         88  LP-QUERY                VALUE 'Q'.
002600         88  LP-CLEAR                VALUE 'C'.
002700     05  LP-PROGRAM             PIC X(08).
002800     05  LP-OPERATOR            PIC X(10).
002900     05  LP-HOLDER-PROGRAM      PIC X(08).
003000     05  LP-HOLDER-OPERATOR     PIC X(10).
003100     05  LP-LOCK-DATE           PIC 9(08).
003200     05  LP-LOCK-TIME           PIC 9(08).
003300     05  LP-HOLDER-TEXT         PIC X(50).
003400     05  LP-RESULT              PIC X(02).
003500         88  LP-DONE                 VALUE "00".
003600         88  LP-HELD                 VALUE "04".
003700         88  LP-LOCK-FAILED          VALUE "08".
