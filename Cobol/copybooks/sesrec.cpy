000100*--------------------------------------------------------------*
000200* SESREC - RECORD LAYOUT OF THE INTAKE SESSION LOG             *
000300* (seslog.dat). TESTECOB APPENDS ONE ROW AT THE END OF EVERY   *
000400* SESSION, CONSOLE OR BATCH - WHO KEYED, WHEN THE SESSION RAN, *
000500* HOW MANY RECORDS IT WROTE AND WHY ENTRIES WERE REJECTED.     *
000600* ONE ENTRY MAY FAIL SEVERAL EDITS, SO THE REASON COUNTS CAN   *
000700* ADD UP TO MORE THAN SL-ENTRIES-REJECTED. SL-OVERRIDES COUNTS *
000800* SESSION DUPLICATES A SUPERVISOR ACCEPTED ANYWAY - THEY ARE   *
000900* WRITTEN, NOT REJECTED. OPQRPT READS THE LOG FOR THE WEEKLY   *
001000* OPERATOR QUALITY REPORT.                                     *
001100*--------------------------------------------------------------*
001200 01  SESSION-LOG-RECORD.
001300     05  SL-OPERATOR            PIC X(10).
001400     05  SL-RUN-MODE            PIC X(01).
001500         88  SL-CONSOLE-SESSION      VALUE 'C'.
001600         88  SL-BATCH-SESSION        VALUE 'B'.
001700     05  SL-START-DATE          PIC 9(08).
001800     05  SL-START-TIME          PIC 9(08).
001900     05  SL-END-DATE            PIC 9(08).
002000     05  SL-END-TIME            PIC 9(08).
002100     05  SL-DATA-FILE           PIC X(50).
002200     05  SL-RECORDS-WRITTEN     PIC 9(07).
002300     05  SL-ENTRIES-REJECTED    PIC 9(07).
002400     05  SL-REJECT-REASONS.
002500         10  SL-REJ-DISTRICT        PIC 9(05).
002600         10  SL-REJ-PAIR            PIC 9(05).
002700         10  SL-REJ-CONTRACT        PIC 9(05).
002800         10  SL-REJ-AMOUNT          PIC 9(05).
002900         10  SL-REJ-DATE            PIC 9(05).
003000         10  SL-REJ-DUPLICATE       PIC 9(05).
003100         10  SL-REJ-OTHER           PIC 9(05).
003200     05  SL-OVERRIDES           PIC 9(05).
