000100*--------------------------------------------------------------*
000200* MSTCTL - THE MASTER CONTROL RECORD (mstctl.dat), THE SINGLE  *
000300* RECORD THAT CARRIES THE RUNNING RECORD COUNT AND MR-AMOUNT   *
000400* TOTAL OF masterdt.dat. EVERY PROGRAM THAT ADDS, CHANGES OR   *
000500* REMOVES MASTER RECORDS POSTS ITS MOVEMENTS THROUGH THE       *
000600* MSTTOT SUBPROGRAM (SEE TOTPARM) - ONE ACCUMULATOR ROW PER    *
000700* POSTING PROGRAM - AND MSTTOT CARRIES THE CLOSING TOTALS      *
000800* FORWARD. MSTPROOF PROVES OPENING PLUS MOVEMENTS TO CLOSING,  *
000900* RECOUNTS THE PHYSICAL FILE AGAINST THE CLOSING TOTALS, THEN  *
001000* ROLLS THE CLOSING TOTALS INTO THE OPENING ONES AND CLEARS    *
001100* THE MOVEMENTS FOR THE NEXT PERIOD.                           *
001200*--------------------------------------------------------------*
001300 01  MASTER-CONTROL-RECORD.
001400     05  MC-OPEN-DATE           PIC 9(08).
001500     05  MC-OPEN-TIME           PIC 9(08).
001600     05  MC-OPEN-COUNT          PIC S9(07)
001700                                SIGN LEADING SEPARATE.
001800     05  MC-OPEN-AMOUNT         PIC S9(11)V99
001900                                SIGN LEADING SEPARATE.
002000     05  MC-CLOSE-COUNT         PIC S9(07)
002100                                SIGN LEADING SEPARATE.
002200     05  MC-CLOSE-AMOUNT        PIC S9(11)V99
002300                                SIGN LEADING SEPARATE.
002400     05  MC-LAST-POST-DATE      PIC 9(08).
002500     05  MC-LAST-POST-TIME      PIC 9(08).
002600     05  MC-LAST-POST-PROGRAM   PIC X(08).
002700     05  MC-LAST-PROOF-RESULT   PIC X(01).
002800         88  MC-PROOF-BALANCED       VALUE 'B'.
002900         88  MC-PROOF-OUT            VALUE 'O'.
003000         88  MC-PROOF-ESTABLISHED    VALUE 'E'.
003100     05  MC-MOVEMENT
003200             OCCURS 10 TIMES INDEXED BY MC-MV-IDX.
003300         10  MC-MV-PROGRAM      PIC X(08).
003400         10  MC-MV-ADDED        PIC 9(07).
003500         10  MC-MV-REMOVED      PIC 9(07).
003600         10  MC-MV-AMOUNT-IN    PIC 9(11)V99.
003700         10  MC-MV-AMOUNT-OUT   PIC 9(11)V99.
