000100*--------------------------------------------------------------*
000200* CDCCTL - RECORD LAYOUT OF THE DELTA-FEED CONTROL FILE         *
000300* (cdcctl.dat), A SINGLE RECORD REWRITTEN BY EVERY CDCEXP RUN.  *
000400* IT HOLDS THE LAST DELTA SEQUENCE NUMBER SENT DOWNSTREAM AND   *
000500* HOW MANY ROWS OF THE CONSOLIDATION JOURNAL (mstjrnl.dat) AND  *
000600* THE CHANGE LOG (mstchg.log) HAVE ALREADY BEEN EXTRACTED -     *
000700* BOTH FILES ARE APPEND-ONLY, SO THE NEXT RUN SKIPS THAT MANY   *
000800* ROWS AND SENDS ONLY WHAT WAS WRITTEN SINCE. THE LAST DELTA    *
000900* FILE AND RUN DATE/TIME ARE KEPT FOR THE OPERATOR'S BENEFIT.   *
001000*--------------------------------------------------------------*
001100 01  CDC-CONTROL-RECORD.
001200     05  CC-LAST-SEQUENCE       PIC 9(08).
001300     05  CC-JOURNAL-ROWS        PIC 9(08).
001400     05  CC-CHGLOG-ROWS         PIC 9(08).
001500     05  CC-LAST-RUN-DATE       PIC 9(08).
001600     05  CC-LAST-RUN-TIME       PIC 9(08).
001700     05  CC-LAST-DELTA-FILE     PIC X(50).
