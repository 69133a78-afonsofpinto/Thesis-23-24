000100*--------------------------------------------------------------*
000200* FUPREC - RECORD LAYOUT OF THE INDEXED FOLLOW-UP DIARY        *
000300* (fupdiary.dat), KEYED ON THE MASTER KEY (DISTRICT /          *
000400* MUNICIPALITY / CONTRACT) PLUS A SEQUENCE NUMBER WITHIN IT.   *
000500* OPERATORS ADD, VIEW AND CLOSE ENTRIES IN MSTINQ WHILE        *
000600* LOOKING AT A RECORD; FUPLIST PRINTS THE OPEN ENTRIES DUE OR  *
000700* OVERDUE EACH DAY, GROUPED BY THE OPERATOR THEY ARE ASSIGNED  *
000800* TO. WHEN A RECORD WITH OPEN ENTRIES IS DELETED (MSTINQ, OR   *
000900* MSTAPRV APPLYING A QUEUED DELETION) OR PURGED (ARCHMST),     *
001000* FUPFLAG MARKS THOSE ENTRIES WITH HOW, BY WHOM AND WHEN THE   *
001100* RECORD WENT, SO THE LIST SHOWS THEM INSTEAD OF ORPHANING     *
001200* THEM. ENTRIES ARE NEVER DELETED - A CLOSED ENTRY KEEPS WHO   *
001300* CLOSED IT AND WHEN.                                          *
001400*--------------------------------------------------------------*
001500 01  FOLLOW-UP-RECORD.
001600     05  FU-KEY.
001700         10  FU-MASTER-KEY.
001800             15  FU-DISTRICT        PIC X(50).
001900             15  FU-MUNICIPALITY    PIC X(50).
002000             15  FU-CONTRACT        PIC 99.
002100         10  FU-SEQ                 PIC 9(03).
002200     05  FU-STATUS              PIC X(01).
002300         88  FU-OPEN                 VALUE 'O'.
002400         88  FU-CLOSED               VALUE 'C'.
002500     05  FU-DUE-DATE            PIC 9(08).
002600     05  FU-ASSIGNED-TO         PIC X(10).
002700     05  FU-NOTES               PIC X(120).
002800     05  FU-CREATED-BY          PIC X(10).
002900     05  FU-CREATED-DATE        PIC 9(08).
003000     05  FU-CREATED-TIME        PIC 9(08).
003100     05  FU-CLOSED-BY           PIC X(10).
003200     05  FU-CLOSED-DATE         PIC 9(08).
003300     05  FU-CLOSED-TIME         PIC 9(08).
003400     05  FU-REMOVAL             PIC X(01).
003500         88  FU-RECORD-ON-MASTER     VALUE SPACE.
003600         88  FU-RECORD-DELETED       VALUE 'D'.
003700         88  FU-RECORD-PURGED        VALUE 'P'.
003800     05  FU-REMOVED-BY          PIC X(10).
003900     05  FU-REMOVED-DATE        PIC 9(08).
