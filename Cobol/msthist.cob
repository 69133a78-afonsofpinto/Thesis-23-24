002600* 2026-09-02   AP   CHANGE-LOG ROWS WITH ACTION 'R' (ARCHIVE  *
002700*                   RESTORES WRITTEN BY ARCHINQ) NOW LIST AS  *
002800*                   RESTORE EVENTS.                           *
002810* 2026-10-15   AP   JOURNAL ROWS WITH A SPACES AFTER IMAGE    *
002820*                   (CONSOLDT DEL DELETIONS) LIST AS          *
002830*                   DELETIONS; CHANGE-LOG ACTIONS 'P'         *
002840*                   (ARCHMST PURGES) AND 'B' (MSTRBACK        *
002850*                   ROLLBACKS) LIST AS PURGE AND ROLLBACK     *
002860*                   EVENTS.                                   *
002870* 2026-10-15   AP   JOURNAL ROWS WHOSE KEYS DIFFER (MSTRKEY   *
002880*                   MOVES) LIST AS REKEY-IN UNDER THE NEW KEY *
002890*                   AND REKEY-OUT UNDER THE OLD ONE.          *
002892* 2026-10-15   AP   CHANGE-LOG ACTION 'E' LISTS AS AN         *
002894*                   ERASURE (ONLINE - SUBJINQ) - THE NAME ON  *
002896*                   THE RECORD WAS ANONYMISED.                *
002900*--------------------------------------------------------------*
003000
003100 ENVIRONMENT DIVISION.
033800     MOVE "OVERWRITE" TO WS-NEW-ACTION.
033900     MOVE JR-SOURCE-FILE TO WS-NEW-FILE.
034000     MOVE JR-NEW-IMAGE TO WS-JRN-IMAGE.
034010*    A DEL DELETION IS JOURNALLED WITH A SPACES AFTER IMAGE -
034020*    ITS KEY AND OPERATOR COME FROM THE REMOVED IMAGE INSTEAD.
034030     IF JR-NEW-IMAGE = SPACES
034040         MOVE "DELETION" TO WS-NEW-ACTION
034050         MOVE JR-OLD-IMAGE TO WS-JRN-IMAGE
034060     END-IF.
034062*    AN MSTRKEY MOVE IS JOURNALLED WITH BOTH IMAGES AND TWO
034064*    DIFFERENT KEYS - IT LISTS UNDER THE NEW KEY HERE, AND UNDER
034066*    THE OLD KEY AS A SECOND EVENT BELOW.
034068     IF JR-OLD-IMAGE NOT = SPACES
034070         AND JR-NEW-IMAGE NOT = SPACES
034072         AND JR-OLD-IMAGE(1:102) NOT = JR-NEW-IMAGE(1:102)
034074         MOVE "REKEY-IN" TO WS-NEW-ACTION
034076     END-IF.
034100     MOVE WS-JI-DISTRICT TO WS-NEW-DISTRICT.
034200     MOVE WS-JI-MUNICIPALITY TO WS-NEW-MUNICIPALITY.
034300     MOVE WS-JI-CONTRACT TO WS-NEW-CONTRACT.
034400     MOVE WS-JI-OPERATOR TO WS-NEW-OPERATOR.
034410     MOVE JR-NEW-IMAGE TO WS-JRN-IMAGE.
034500     MOVE WS-JI-NAME TO WS-NEW-NEW-NAME.
034600     MOVE WS-JI-DATE TO WS-NEW-NEW-DATE.
034700     MOVE WS-JI-CONTACT TO WS-NEW-NEW-CONTACT.
035500     IF EVENT-WANTED
035600         PERFORM 5000-INSERT-EVENT THRU 5000-EXIT
035700     END-IF.
035705     IF WS-NEW-ACTION = "REKEY-IN"
035710         MOVE "REKEY-OUT" TO WS-NEW-ACTION
035715         MOVE JR-OLD-IMAGE TO WS-JRN-IMAGE
035720         MOVE WS-JI-DISTRICT TO WS-NEW-DISTRICT
035725         MOVE WS-JI-MUNICIPALITY TO WS-NEW-MUNICIPALITY
035730         MOVE WS-JI-CONTRACT TO WS-NEW-CONTRACT
035735         PERFORM 4000-TEST-SELECTION THRU 4000-EXIT
035740         IF EVENT-WANTED
035745             PERFORM 5000-INSERT-EVENT THRU 5000-EXIT
035750         END-IF
035755     END-IF.
035800 2100-EXIT.
035900     EXIT.
036000
039300*    THE SOURCE LABEL NAMES THE PROGRAM THAT WROTE THE ROW -
039400*    MSTINQ FOR CORRECTIONS AND DELETIONS, ARCHINQ FOR THE
039500*    ARCHIVE RESTORES IT LOGS WITH ACTION 'R'.
039510*    ARCHMST PURGES ('P') AND MSTRBACK ROLLBACKS ('B') ARE
039520*    BATCH EVENTS.
039530*    A SUBJINQ NAME ERASURE ('E') IS AN ONLINE EVENT.
039600     EVALUATE CL-ACTION
039700         WHEN 'D'
039800             MOVE "DELETION" TO WS-NEW-ACTION
040000         WHEN 'R'
040100             MOVE "RESTORE" TO WS-NEW-ACTION
040200             MOVE "(ONLINE - ARCHINQ)" TO WS-NEW-FILE
040210         WHEN 'P'
040220             MOVE "PURGE" TO WS-NEW-ACTION
040230             MOVE "(BATCH - ARCHMST)" TO WS-NEW-FILE
040240         WHEN 'B'
040250             MOVE "ROLLBACK" TO WS-NEW-ACTION
040260             MOVE "(BATCH - MSTRBACK)" TO WS-NEW-FILE
040270         WHEN 'E'
040280             MOVE "ERASURE" TO WS-NEW-ACTION
040290             MOVE "(ONLINE - SUBJINQ)" TO WS-NEW-FILE
040300         WHEN OTHER
040400             MOVE "CORRECTION" TO WS-NEW-ACTION
040500             MOVE "(ONLINE - MSTINQ)" TO WS-NEW-FILE
