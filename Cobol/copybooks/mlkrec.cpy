000100*--------------------------------------------------------------*
000200* MLKREC - THE MASTER LOCK RECORD (mstlock.dat), THE SINGLE    *
000300* RECORD THAT SAYS WHETHER A BATCH PROGRAM IS WORKING ON       *
000400* masterdt.dat. EODBATCH, CONSOLDT (RUN ON ITS OWN), MSTRBACK, *
000500* ARCHMST, MSTRKEY AND A SUBJINQ ERASURE TAKE THE LOCK FOR THE *
000600* LENGTH OF THEIR RUN AND RELEASE IT AT THE END; MSTINQ,       *
000700* ARCHINQ AND MSTAPRV ASK WHETHER IT IS HELD BEFORE CHANGING   *
000800* THE MASTER AND REFUSE THE CHANGE WHILE IT IS. ALL ACCESS GOES*
000900* THROUGH THE MSTLOCK SUBPROGRAM (SEE LOCKPARM). A LOCK LEFT   *
001000* BEHIND BY AN ABENDED RUN IS CLEARED WITH MSTUNLK. THE RELEASE*
001100* FIELDS KEEP WHO LAST FREED THE LOCK AND HOW.                 *
001200*--------------------------------------------------------------*
001300 01  MASTER-LOCK-RECORD.
001400     05  ML-LOCK-STATE          PIC X(01).
001500         88  ML-LOCKED               VALUE 'L'.
001600         88  ML-FREE                 VALUE 'F'.
001700     05  ML-HOLDER-PROGRAM      PIC X(08).
001800     05  ML-HOLDER-OPERATOR     PIC X(10).
001900     05  ML-LOCK-DATE           PIC 9(08).
002000     05  ML-LOCK-TIME           PIC 9(08).
002100     05  ML-RELEASE-DATE        PIC 9(08).
002200     05  ML-RELEASE-TIME        PIC 9(08).
002300     05  ML-RELEASED-BY         PIC X(10).
002400     05  ML-RELEASE-TYPE        PIC X(01).
002500         88  ML-RELEASED             VALUE 'R'.
002600         88  ML-CLEARED              VALUE 'C'.
