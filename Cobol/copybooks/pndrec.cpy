000100*--------------------------------------------------------------*
000200* PNDREC - RECORD LAYOUT OF THE INDEXED PENDING-CHANGE FILE     *
000300* (mstpend.dat), KEYED ON A RUNNING QUEUE NUMBER. MSTINQ QUEUES *
000400* EVERY OPERATOR-LEVEL CORRECTION OR DELETION, AND EVERY        *
000500* CORRECTION THAT TOUCHES MR-AMOUNT, HERE INSTEAD OF CHANGING   *
000600* THE MASTER - WITH THE FULL MASTER IMAGE AS IT STOOD WHEN THE  *
000700* CHANGE WAS KEYED AND THE PROPOSED IMAGE (SPACES ON A          *
000800* DELETION). MSTAPRV WORKS THE QUEUE: A SUPERVISOR OTHER THAN   *
000900* THE REQUESTER APPROVES ('A', APPLIED TO THE MASTER AND        *
001000* LOGGED) OR REJECTS ('R', WITH A REASON) EACH 'P' ITEM.        *
001100* MSTINQ SHOWS THE REQUESTER EVERY DECISION ON THEIR ITEMS AT   *
001200* THE NEXT SIGN-ON AND THEN SETS PD-NOTIFIED. ITEMS ARE NEVER   *
001300* DELETED - THE FILE IS THE FOUR-EYES AUDIT TRAIL.              *
001400*--------------------------------------------------------------*
001500 01  PENDING-RECORD.
001600     05  PD-QUEUE-NO            PIC 9(08).
001700     05  PD-STATUS              PIC X(01).
001800         88  PD-PENDING              VALUE 'P'.
001900         88  PD-APPROVED             VALUE 'A'.
002000         88  PD-REJECTED             VALUE 'R'.
002100     05  PD-ACTION              PIC X(01).
002200         88  PD-CORRECTION           VALUE 'C'.
002300         88  PD-DELETION             VALUE 'D'.
002400     05  PD-REQUESTED-BY        PIC X(10).
002500     05  PD-REQUEST-DATE        PIC 9(08).
002600     05  PD-REQUEST-TIME        PIC 9(08).
002700     05  PD-OLD-IMAGE           PIC X(199).
002800     05  PD-NEW-IMAGE           PIC X(199).
002900     05  PD-DECIDED-BY          PIC X(10).
003000     05  PD-DECISION-DATE       PIC 9(08).
003100     05  PD-DECISION-TIME       PIC 9(08).
003200     05  PD-REASON              PIC X(50).
003300     05  PD-NOTIFIED            PIC X(01).
003400         88  PD-REQUESTER-TOLD       VALUE 'Y'.
