000100*--------------------------------------------------------------*
000200* TOTPARM - PARAMETER AREA OF THE MSTTOT SUBPROGRAM, WHICH     *
000300* POSTS A PROGRAM'S MASTER MOVEMENTS TO THE MASTER CONTROL     *
000400* RECORD (SEE MSTCTL).                                         *
000500*   TP-FUNCTION 'P' POSTS THE MOVEMENTS GIVEN - RECORDS ADDED  *
000600*                   AND REMOVED, AMOUNT TAKEN ON AND TAKEN OFF *
000700*                   (AN AMOUNT CORRECTION IS THE OLD AMOUNT    *
000800*                   OUT AND THE NEW AMOUNT IN).                *
000900*   TP-FUNCTION 'S' SETS THE CLOSING TOTALS TO TP-SET-COUNT /  *
001000*                   TP-SET-AMOUNT (A REBUILT MASTER) AND POSTS *
001100*                   THE DIFFERENCE AS THE PROGRAM'S MOVEMENT,  *
001200*                   RETURNED IN THE MOVEMENT FIELDS.           *
001300* TP-RESULT "04" MEANS THE CONTROL RECORD HAS NOT BEEN         *
001400* ESTABLISHED YET (MSTPROOF'S FIRST RUN DOES THAT) AND NOTHING *
001500* WAS POSTED; "08" THAT THE POSTING FAILED AND THE NEXT PROOF  *
001600* WILL SHOW THE DIFFERENCE.                                    *
001700*--------------------------------------------------------------*
001800 01  TOTALS-PARM.
001900     05  TP-FUNCTION            PIC X(01).
002000         88  TP-POST                 VALUE 'P'.
002100         88  TP-SET                  VALUE 'S'.
002200     05  TP-PROGRAM             PIC X(08).
002300     05  TP-ADDED               PIC 9(07).
002400     05  TP-REMOVED             PIC 9(07).
002500     05  TP-AMOUNT-IN           PIC 9(11)V99.
002600     05  TP-AMOUNT-OUT          PIC 9(11)V99.
002700     05  TP-SET-COUNT           PIC 9(07).
002800     05  TP-SET-AMOUNT          PIC 9(11)V99.
002900     05  TP-RESULT              PIC X(02).
003000         88  TP-POSTED               VALUE "00".
003100         88  TP-NOT-ESTABLISHED      VALUE "04".
003200         88  TP-POST-FAILED          VALUE "08".
