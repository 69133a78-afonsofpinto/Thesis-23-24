002304*                   DISPLAYED, MAY BE CORRECTED (BLANK KEEPS  *
002305*                   EXISTING), AND ITS BEFORE/AFTER VALUES    *
002306*                   ARE CARRIED ON THE CHANGE-LOG ROW.        *
002310* 2026-10-15   AP   FOUR-EYES CONTROL - A CORRECTION OR       *
002315*                   DELETION KEYED BY AN OPERATOR-LEVEL ID,   *
002320*                   AND ANY CORRECTION THAT CHANGES THE       *
002325*                   AMOUNT, IS NO LONGER APPLIED HERE. IT IS  *
002330*                   QUEUED WITH ITS BEFORE/AFTER IMAGES ON    *
002335*                   THE PENDING-CHANGE FILE (mstpend.dat) FOR *
002340*                   A SUPERVISOR TO APPROVE OR REJECT IN      *
002345*                   MSTAPRV. DECISIONS ON THE OPERATOR'S OWN  *
002350*                   QUEUED ITEMS, WITH ANY REJECTION REASON,  *
002355*                   ARE SHOWN AT THE NEXT SIGN-ON.            *
002356* 2026-10-15   AP   EVERY DELETION, AND ANY CORRECTION THAT   *
002357*                   CHANGES THE AMOUNT, IS POSTED TO THE      *
002358*                   MASTER CONTROL TOTALS (CALL 'MSTTOT') FOR *
002359*                   THE NIGHTLY PROOF OF BALANCE (MSTPROOF).  *
002360* 2026-10-15   AP   WHILE A BATCH RUN HOLDS THE MASTER LOCK   *
002365*                   (MSTLOCK) NO CORRECTION OR DELETION IS    *
002370*                   TAKEN - THE OPERATOR IS TOLD WHO HOLDS IT *
002375*                   AND SINCE WHEN, AND INQUIRY CARRIES ON.   *
002380*                   THE LOCK IS CHECKED AGAIN JUST BEFORE A   *
002385*                   CHANGE IS APPLIED.                        *
002386* 2026-10-15   AP   NEW 'F' ACTION OPENS THE RECORD'S         *
002387*                   FOLLOW-UP DIARY (fupdiary.dat) - ENTRIES  *
002388*                   ARE LISTED, ADDED (DUE DATE, ASSIGNED     *
002389*                   OPERATOR, NOTES) AND CLOSED WITHOUT       *
002390*                   LEAVING THE RECORD, AND THE DIARY STAYS   *
002391*                   OPEN TO THEM WHILE THE MASTER IS LOCKED.  *
002392*                   A DISPLAYED RECORD SHOWS ITS OPEN ENTRIES *
002393*                   AND EARLIEST DUE DATE. A DELETION MARKS   *
002394*                   THE RECORD'S OPEN ENTRIES (CALL           *
002395*                   'FUPFLAG') FOR THE DAILY FOLLOW-UP LIST   *
002396*                   (FUPLIST).                                *
002397* 2026-10-15   AP   QUEUE NUMBERS ARE TAKEN AT THE MOMENT AN  *
002398*                   ITEM IS QUEUED, SO SESSIONS CANNOT CLASH. *
002399*--------------------------------------------------------------*
002400
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
003530         ACCESS MODE IS SEQUENTIAL
003540         RECORD KEY IS REF-ENTRY-KEY
003550         FILE STATUS IS WS-REF-STATUS.
003555     SELECT PENDING-FILE ASSIGN TO WS-PENDING-FILE-NAME
003560         ORGANIZATION IS INDEXED
003565         ACCESS MODE IS DYNAMIC
003570         RECORD KEY IS PD-QUEUE-NO
003575         FILE STATUS IS WS-PENDING-STATUS.
003576     SELECT FOLLOW-UP-FILE ASSIGN TO WS-FOLLOW-UP-FILE-NAME
003578         ORGANIZATION IS INDEXED
003580         ACCESS MODE IS DYNAMIC
003582         RECORD KEY IS FU-KEY
003584         FILE STATUS IS WS-FOLLOW-UP-STATUS.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
005400* DELETION - THE ACTION, WHO MADE IT AND WHEN, THE RECORD KEY,  *
005500* AND THE BEFORE/AFTER IMAGES OF THE NON-KEY FIELDS. ON A       *
005600* DELETION THE AFTER IMAGE IS LEFT AS SPACES.                   *
005610* CL-APPROVED-BY NAMES THE SUPERVISOR WHO APPROVED A QUEUED     *
005620* CHANGE (WRITTEN BY MSTAPRV); IT IS SPACES ON A CHANGE MADE    *
005630* DIRECTLY HERE.                                                *
005700*--------------------------------------------------------------*
005800 FD  CHANGE-LOG-FILE.
005900 01  CHANGE-LOG-RECORD.
007100     05  CL-NEW-DATE            PIC X(30).
007200     05  CL-NEW-CONTACT         PIC XX.
007210     05  CL-NEW-AMOUNT          PIC X(09).
007220     05  CL-APPROVED-BY         PIC X(10).
007300
007310 FD  REFERENCE-FILE.
007320     COPY refrec.
007330
007340 FD  PENDING-FILE.
007350     COPY pndrec.
007351
007352 FD  FOLLOW-UP-FILE.
007354     COPY fuprec.
007360
007400 WORKING-STORAGE SECTION.
007500 01  WS-MASTER-FILE-NAME        PIC X(50)
007600         VALUE "..\output\masterdt.dat".
008640     88  REF-FILE-OK                 VALUE "00".
008650 01  WS-REF-EOF-SW              PIC X(01) VALUE 'N'.
008660     88  REF-EOF                     VALUE 'Y'.
008665 01  WS-PENDING-FILE-NAME       PIC X(50)
008670         VALUE "..\output\mstpend.dat".
008675 01  WS-PENDING-STATUS          PIC X(02) VALUE "00".
008680     88  PENDING-OK                  VALUE "00".
008685     88  PENDING-FILE-MISSING        VALUE "35".
008686     88  PENDING-DUPLICATE           VALUE "22".
008687 01  WS-FOLLOW-UP-FILE-NAME     PIC X(50)
008688         VALUE "..\output\fupdiary.dat".
008690 01  WS-FOLLOW-UP-STATUS        PIC X(02) VALUE "00".
008692     88  FOLLOW-UP-OK                VALUE "00".
008694     88  FOLLOW-UP-DUPLICATE         VALUE "22".
008696     88  FOLLOW-UP-NOT-FOUND         VALUE "23".
008698     88  FOLLOW-UP-MISSING           VALUE "35".
008700
008800*--------------------------------------------------------------*
008900* SWITCHES.                                                    *
009500         88  ACTION-CORRECT           VALUE 'C'.
009600         88  ACTION-DELETE            VALUE 'D'.
009700         88  ACTION-NONE              VALUE 'N'.
009710         88  ACTION-FOLLOW-UP         VALUE 'F'.
009720         88  VALID-ACTION             VALUES 'C' 'D' 'F' 'N'.
009900     05  WS-CONFIRM-SW          PIC X(01) VALUE 'N'.
010000         88  DELETE-CONFIRMED         VALUE 'Y'.
010010     05  WS-INQ-FUNC-SW         PIC X(01) VALUE SPACE.
010094         88  VALID-HIT-CHOICE         VALUES 'S' 'N' 'Q'.
010095     05  WS-LOOKUP-SW           PIC X(01) VALUE 'N'.
010096         88  LOOKUP-FOUND             VALUE 'Y'.
010100     05  WS-PND-EOF-SW          PIC X(01) VALUE 'N'.
010110         88  PND-EOF                  VALUE 'Y'.
010120     05  WS-QUEUE-SW            PIC X(01) VALUE 'N'.
010130         88  CHANGE-NEEDS-APPROVAL    VALUE 'Y'.
010131     05  WS-QUEUE-WRITE-SW      PIC X(01) VALUE 'N'.
010132         88  QUEUE-ITEM-WRITTEN       VALUE 'Y'.
010133         88  QUEUE-WRITE-DONE         VALUES 'Y' 'F'.
010134     05  WS-LOCK-SW             PIC X(01) VALUE 'N'.
010135         88  MASTER-LOCKED            VALUE 'Y'.
010136     05  WS-RECORD-DONE-SW      PIC X(01) VALUE 'N'.
010140         88  RECORD-DONE              VALUE 'Y'.
010145     05  WS-FUP-FUNC-SW         PIC X(01) VALUE SPACE.
010150         88  FUP-ADD                  VALUE 'A'.
010155         88  FUP-CLOSE                VALUE 'C'.
010160         88  FUP-RETURN               VALUE 'X'.
010165         88  VALID-FUP-FUNC           VALUES 'A' 'C' 'X'.
010170     05  WS-FUP-EOF-SW          PIC X(01) VALUE 'N'.
010175         88  FUP-EOF                  VALUE 'Y'.
010180     05  WS-FUP-LIST-SW         PIC X(01) VALUE 'N'.
010185         88  FUP-LIST-ENTRIES         VALUE 'Y'.
010190
010200 01  WS-OPERATOR-ID             PIC X(10) VALUE SPACES.
010210 01  WS-SIGNON-OK-SW            PIC X(01) VALUE 'N'.
010220     88  SIGNED-ON                   VALUE 'Y'.
010230 77  WS-SIGNON-TRIES            PIC 9(01) COMP VALUE ZERO.
010240 77  WS-SIGNON-MAX-TRIES        PIC 9(01) COMP VALUE 3.
010242 01  WS-AUTHORITY-SW            PIC X(01) VALUE SPACE.
010244     88  OPERATOR-IS-SUPERVISOR      VALUE 'S'.
010250
010260*--------------------------------------------------------------*
010270* PARAMETER AREA OF THE SHARED SIGN-ON CHECK.                 *
010295*--------------------------------------------------------------*
010296     COPY reftab.
010300
010310*--------------------------------------------------------------*
010320* PARAMETER AREA OF THE MASTER CONTROL TOTALS POSTING.         *
010330*--------------------------------------------------------------*
010340     COPY totparm.
010341
010342*--------------------------------------------------------------*
010343* PARAMETER AREA OF THE MASTER LOCK.                           *
010344*--------------------------------------------------------------*
010345     COPY lockparm.
010350
010355*--------------------------------------------------------------*
010360* PARAMETER AREA OF THE FOLLOW-UP MARKING ON A DELETION.       *
010365*--------------------------------------------------------------*
010370     COPY fupparm.
010375
010400*--------------------------------------------------------------*
010500* RUN COUNTERS.                                                *
010600*--------------------------------------------------------------*
010700 77  WS-RECORDS-CORRECTED       PIC 9(05) COMP VALUE ZERO.
010800 77  WS-RECORDS-DELETED         PIC 9(05) COMP VALUE ZERO.
010810 77  WS-CHANGES-QUEUED          PIC 9(05) COMP VALUE ZERO.
010820 77  WS-DECISIONS-SHOWN         PIC 9(05) COMP VALUE ZERO.
010830 77  WS-LAST-QUEUE-NO           PIC 9(08) COMP VALUE ZERO.
010835 77  WS-QUEUE-TRIES             PIC 9(02) COMP VALUE ZERO.
010840 77  WS-FOLLOW-UPS-ADDED        PIC 9(05) COMP VALUE ZERO.
010850 77  WS-FOLLOW-UPS-CLOSED       PIC 9(05) COMP VALUE ZERO.
010900
011000*--------------------------------------------------------------*
011100* KEY ENTRY WORK AREA - THE CONTRACT CODE IS ACCEPTED AS TWO    *
013810     05  WS-OLD-AMOUNT          PIC X(09).
013820     05  WS-OLD-AMOUNT-N REDEFINES WS-OLD-AMOUNT
013830                                PIC 9(07)V99.
013835
013840*--------------------------------------------------------------*
013845* THE WHOLE MASTER RECORD AS READ, HELD AS THE BEFORE IMAGE OF  *
013850* A CHANGE QUEUED FOR SUPERVISOR APPROVAL - MSTAPRV APPLIES THE *
013855* CHANGE ONLY IF THE MASTER STILL MATCHES IT.                   *
013860*--------------------------------------------------------------*
013865 01  WS-BEFORE-RECORD           PIC X(199) VALUE SPACES.
013866
013867*--------------------------------------------------------------*
013868* FOLLOW-UP DIARY WORK AREAS - WHAT A SCAN OF THE RECORD'S     *
013869* ENTRIES FOUND, AND THE FIELDS OF AN ENTRY BEING ADDED OR     *
013870* CLOSED AS KEYED.                                             *
013871*--------------------------------------------------------------*
013872 77  WS-FUP-ENTRIES             PIC 9(03) COMP VALUE ZERO.
013873 77  WS-FUP-OPEN                PIC 9(03) COMP VALUE ZERO.
013874 77  WS-FUP-LAST-SEQ            PIC 9(03) COMP VALUE ZERO.
013875 01  WS-FUP-EARLIEST-DUE        PIC 9(08) VALUE ZERO.
013876 01  WS-FUP-DUE-ENTRY.
013877     05  WS-FUP-DUE-YEAR        PIC 9(04).
013878     05  WS-FUP-DUE-MONTH       PIC 9(02).
013879     05  WS-FUP-DUE-DAY         PIC 9(02).
013880 01  WS-FUP-DUE-N REDEFINES WS-FUP-DUE-ENTRY
013881                                PIC 9(08).
013882 01  WS-FUP-ASSIGN-ENTRY        PIC X(10) VALUE SPACES.
013883 01  WS-FUP-NOTES-ENTRY         PIC X(120) VALUE SPACES.
013884 01  WS-FUP-SEQ-ENTRY           PIC X(03) VALUE SPACES.
013885 01  WS-FUP-SEQ-N REDEFINES WS-FUP-SEQ-ENTRY
013886                                PIC 9(03).
013887 01  WS-FUP-STATUS-TEXT         PIC X(06) VALUE SPACES.
013888 01  WS-FUP-DATE-TEXT           PIC X(10) VALUE SPACES.
013889 01  WS-FUP-DATE-WORK           PIC 9(08) VALUE ZERO.
013900
014000 01  CURRENT-DATE-DATA.
014100     05  CURRENT-DATE.
016450         MOVE 'Y' TO WS-DONE-SW
016460         GO TO 1000-EXIT
016470     END-IF.
016500     MOVE SP-AUTHORITY TO WS-AUTHORITY-SW.
016600     OPEN I-O MASTER-FILE.
016700     IF MASTER-FILE-MISSING
016800         DISPLAY "MASTER FILE " WS-MASTER-FILE-NAME
017200     END-IF.
017300     PERFORM 1100-OPEN-CHANGE-LOG THRU 1100-EXIT.
017310     PERFORM 1200-LOAD-REF-TABLES THRU 1200-EXIT.
017320     PERFORM 1300-OPEN-PENDING THRU 1300-EXIT.
017330     PERFORM 6100-CHECK-MASTER-LOCK THRU 6100-EXIT.
017400 1000-EXIT.
017500     EXIT.
017600
019975*    CARRIES OUT THE ACTION THE OPERATOR CHOOSES - SHARED BY THE *
020000*    KEY INQUIRY, THE BROWSE AND THE NAME SEARCH SO EVERY PATH   *
020025*    CORRECTS AND DELETES (AND LOGS) EXACTLY THE SAME WAY.       *
020030*    WHILE THE MASTER IS LOCKED THE RECORD IS SHOWN AND ONLY     *
020035*    ITS FOLLOW-UP DIARY IS OFFERED. THE DIARY RETURNS TO THE    *
020040*    SAME RECORD'S ACTION PROMPT, SO A CORRECTION CAN FOLLOW     *
020045*    IT.                                                         *
020050*--------------------------------------------------------------*
020075     PERFORM 2100-DISPLAY-RECORD THRU 2100-EXIT.
020077     PERFORM 7050-SHOW-FOLLOW-UP-COUNT THRU 7050-EXIT.
020079     PERFORM 6100-CHECK-MASTER-LOCK THRU 6100-EXIT.
020081     MOVE 'N' TO WS-RECORD-DONE-SW.
020083     PERFORM 2260-TAKE-ACTION THRU 2260-EXIT
020085         UNTIL RECORD-DONE.
020087 2250-EXIT.
020089     EXIT.
020091
020093*--------------------------------------------------------------*
020095 2260-TAKE-ACTION.
020097*--------------------------------------------------------------*
020100     MOVE SPACE TO WS-ACTION-SW.
020125     PERFORM 2200-PROMPT-ACTION THRU 2200-EXIT
020150         UNTIL VALID-ACTION.
020230     MOVE 'Y' TO WS-RECORD-DONE-SW.
020240     EVALUATE TRUE
020250         WHEN ACTION-CORRECT
020260             PERFORM 3000-CORRECT-RECORD THRU 3000-EXIT
020270         WHEN ACTION-DELETE
020280             PERFORM 4000-DELETE-RECORD THRU 4000-EXIT
020290         WHEN ACTION-FOLLOW-UP
020300             PERFORM 7000-FOLLOW-UP-DIARY THRU 7000-EXIT
020310             MOVE 'N' TO WS-RECORD-DONE-SW
020320     END-EVALUATE.
020330 2260-EXIT.
020350     EXIT.
020375
020400*--------------------------------------------------------------*
025570*--------------------------------------------------------------*
025590 2200-PROMPT-ACTION.
025610*--------------------------------------------------------------*
025615     IF MASTER-LOCKED
025620         DISPLAY "ACTION - 'F' FOLLOW-UP DIARY, 'N' NEXT KEY "
025625             "(MASTER LOCKED):"
025630     ELSE
025635         DISPLAY "ACTION - 'C' CORRECT, 'D' DELETE, "
025640             "'F' FOLLOW-UP DIARY, 'N' NEXT KEY:"
025645     END-IF.
025650     ACCEPT WS-ACTION-SW.
025670     IF NOT VALID-ACTION
025680         DISPLAY "  INVALID ACTION - ENTER C, D, F OR N."
025690         GO TO 2200-EXIT
025710     END-IF.
025713     IF MASTER-LOCKED
025716         AND (ACTION-CORRECT OR ACTION-DELETE)
025719         DISPLAY "  MASTER LOCKED - ENTER F OR N."
025722         MOVE SPACE TO WS-ACTION-SW
025725     END-IF.
025730 2200-EXIT.
025750     EXIT.
025800
026200*    LEFT BLANK KEEPS ITS EXISTING VALUE, SO A SINGLE MISTYPED   *
026300*    NAME CAN BE FIXED WITHOUT RE-KEYING THE WHOLE RECORD. THE   *
026400*    BEFORE AND AFTER IMAGES ARE LOGGED AHEAD OF THE REWRITE.    *
026410*    AN OPERATOR-LEVEL CORRECTION, OR ONE THAT CHANGES THE       *
026420*    AMOUNT, IS QUEUED FOR SUPERVISOR APPROVAL AT 3500 INSTEAD.  *
026500*--------------------------------------------------------------*
026510     MOVE MASTER-RECORD TO WS-BEFORE-RECORD.
026600     MOVE MR-NAME TO WS-OLD-NAME.
026700     MOVE MR-DATE TO WS-OLD-DATE.
026800     MOVE MR-CONTACT TO WS-OLD-CONTACT.
028850     MOVE MR-DATE TO WS-NEW-DATE.
028860     MOVE MR-CONTACT TO WS-NEW-CONTACT.
028870     MOVE MR-AMOUNT TO WS-NEW-AMOUNT-N.
028872     MOVE 'N' TO WS-QUEUE-SW.
028874     IF NOT OPERATOR-IS-SUPERVISOR
028876         OR MR-AMOUNT NOT = WS-OLD-AMOUNT-N
028878         MOVE 'Y' TO WS-QUEUE-SW
028880     END-IF.
028882     IF CHANGE-NEEDS-APPROVAL
028884         PERFORM 3500-QUEUE-CHANGE THRU 3500-EXIT
028886         GO TO 3000-EXIT
028888     END-IF.
028890     PERFORM 6100-CHECK-MASTER-LOCK THRU 6100-EXIT.
028892     IF MASTER-LOCKED
028894         DISPLAY "  CORRECTION NOT APPLIED."
028896         GO TO 3000-EXIT
028898     END-IF.
028900     PERFORM 5000-WRITE-CHANGE-LOG THRU 5000-EXIT.
029000     REWRITE MASTER-RECORD.
029100     IF MASTER-OK
029200         ADD 1 TO WS-RECORDS-CORRECTED
029210         IF MR-AMOUNT NOT = WS-OLD-AMOUNT-N
029220             MOVE ZERO TO TP-ADDED TP-REMOVED
029230             MOVE WS-OLD-AMOUNT-N TO TP-AMOUNT-OUT
029240             MOVE MR-AMOUNT TO TP-AMOUNT-IN
029250             PERFORM 6000-POST-CONTROL-TOTALS THRU 6000-EXIT
029260         END-IF
029300         DISPLAY "  RECORD CORRECTED."
029400     ELSE
029500         DISPLAY "  REWRITE FAILED - STATUS " WS-MASTER-STATUS
029700 3000-EXIT.
029800     EXIT.
029900
029901*--------------------------------------------------------------*
029902 3500-QUEUE-CHANGE.
029903*    HOLDS A CORRECTION OR DELETION ON THE PENDING-CHANGE FILE   *
029904*    FOR A SUPERVISOR TO APPROVE IN MSTAPRV, INSTEAD OF CHANGING *
029905*    THE MASTER. CALLED WITH WS-BEFORE-RECORD HOLDING THE RECORD *
029906*    AS READ AND, ON A CORRECTION, THE RECORD AREA HOLDING THE   *
029907*    PROPOSED IMAGE. NOTHING IS LOGGED TO THE CHANGE LOG UNTIL   *
029908*    THE CHANGE IS APPROVED AND APPLIED. THE RECORD AREA IS PUT  *
029909*    BACK AS READ SO NOTHING DOWNSTREAM MISTAKES THE PROPOSAL    *
029910*    FOR THE MASTER.                                             *
029911*    THE QUEUE IS OPENED ONLY FOR THE WRITE. OTHER SESSIONS MAY  *
029912*    HAVE QUEUED ITEMS SINCE THIS ONE SIGNED ON, SO THE NUMBER   *
029913*    IS TAKEN FROM THE HIGHEST ON FILE AT THAT MOMENT; ONE TAKEN *
029914*    BY ANOTHER SESSION IN BETWEEN (STATUS 22) IS RETRIED WITH   *
029915*    THE NEXT NUMBER.                                            *
029916*--------------------------------------------------------------*
029917     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA.
029918     OPEN I-O PENDING-FILE.
029919     IF NOT PENDING-OK
029920         DISPLAY "  PENDING-CHANGE FILE NOT AVAILABLE - STATUS "
029921             WS-PENDING-STATUS " - CHANGE NOT MADE."
029922         MOVE WS-BEFORE-RECORD TO MASTER-RECORD
029923         GO TO 3500-EXIT
029924     END-IF.
029925     MOVE ZERO TO WS-QUEUE-TRIES.
029926     MOVE 'N' TO WS-QUEUE-WRITE-SW.
029927     PERFORM 3510-WRITE-QUEUE-ITEM THRU 3510-EXIT
029928         UNTIL QUEUE-WRITE-DONE.
029929     CLOSE PENDING-FILE.
029930     IF QUEUE-ITEM-WRITTEN
029931         ADD 1 TO WS-CHANGES-QUEUED
029932         DISPLAY "  CHANGE QUEUED FOR SUPERVISOR APPROVAL - ITEM "
029933             PD-QUEUE-NO "."
029934     END-IF.
029935     MOVE WS-BEFORE-RECORD TO MASTER-RECORD.
029936 3500-EXIT.
029937     EXIT.
029938
029939*--------------------------------------------------------------*
029940 3510-WRITE-QUEUE-ITEM.
029941*    WRITES THE ITEM UNDER THE NEXT NUMBER AFTER THE HIGHEST NOW *
029942*    ON FILE. A FAILED WRITE OTHER THAN A NUMBER JUST TAKEN, OR  *
029943*    A NUMBER STILL TAKEN AFTER FIVE TRIES, ABANDONS THE CHANGE. *
029944*--------------------------------------------------------------*
029945     ADD 1 TO WS-QUEUE-TRIES.
029946     MOVE ZERO TO WS-LAST-QUEUE-NO.
029947     MOVE ZERO TO PD-QUEUE-NO.
029948     MOVE 'N' TO WS-PND-EOF-SW.
029949     START PENDING-FILE KEY NOT < PD-QUEUE-NO.
029950     IF PENDING-OK
029951         PERFORM 3520-FIND-LAST-QUEUE-NO THRU 3520-EXIT
029952             UNTIL PND-EOF
029953     END-IF.
029954     ADD 1 TO WS-LAST-QUEUE-NO.
029955     MOVE SPACES TO PENDING-RECORD.
029956     MOVE WS-LAST-QUEUE-NO TO PD-QUEUE-NO.
029957     MOVE 'P' TO PD-STATUS.
029958     MOVE WS-ACTION-SW TO PD-ACTION.
029959     MOVE WS-OPERATOR-ID TO PD-REQUESTED-BY.
029960     MOVE CURRENT-DATE TO PD-REQUEST-DATE.
029961     MOVE WS-CURRENT-TIME TO PD-REQUEST-TIME.
029962     MOVE WS-BEFORE-RECORD TO PD-OLD-IMAGE.
029963     IF ACTION-DELETE
029964         MOVE SPACES TO PD-NEW-IMAGE
029965     ELSE
029966         MOVE MASTER-RECORD TO PD-NEW-IMAGE
029967     END-IF.
029968     MOVE SPACES TO PD-DECIDED-BY.
029969     MOVE ZERO TO PD-DECISION-DATE.
029970     MOVE ZERO TO PD-DECISION-TIME.
029971     MOVE SPACES TO PD-REASON.
029972     MOVE 'N' TO PD-NOTIFIED.
029973     WRITE PENDING-RECORD.
029974     IF PENDING-OK
029975         MOVE 'Y' TO WS-QUEUE-WRITE-SW
029976         GO TO 3510-EXIT
029977     END-IF.
029978     IF PENDING-DUPLICATE AND WS-QUEUE-TRIES < 5
029979         GO TO 3510-EXIT
029980     END-IF.
029981     DISPLAY "  QUEUE WRITE FAILED - STATUS "
029982         WS-PENDING-STATUS " - CHANGE NOT MADE."
029983     MOVE 'F' TO WS-QUEUE-WRITE-SW.
029984 3510-EXIT.
029985     EXIT.
029986
029987*--------------------------------------------------------------*
029988 3520-FIND-LAST-QUEUE-NO.
029989*--------------------------------------------------------------*
029990     READ PENDING-FILE NEXT
029991         AT END
029992             MOVE 'Y' TO WS-PND-EOF-SW
029993     END-READ.
029994     IF NOT PND-EOF
029995         MOVE PD-QUEUE-NO TO WS-LAST-QUEUE-NO
029996     END-IF.
029997 3520-EXIT.
029998     EXIT.
029999
030000*--------------------------------------------------------------*
030100 4000-DELETE-RECORD.
030200*    DELETES THE DISPLAYED RECORD AFTER AN EXPLICIT              *
030300*    CONFIRMATION, LOGGING ITS LAST IMAGE FIRST SO A MISTAKEN    *
030400*    DELETION CAN BE RECONSTRUCTED FROM THE CHANGE LOG. AN       *
030410*    OPERATOR-LEVEL DELETION IS QUEUED FOR SUPERVISOR APPROVAL   *
030420*    AT 3500 INSTEAD.                                            *
030430*    OPEN FOLLOW-UPS ON A DELETED RECORD ARE MARKED FOR THE      *
030440*    DAILY FOLLOW-UP LIST AT 7600.                               *
030500*--------------------------------------------------------------*
030600     MOVE 'N' TO WS-CONFIRM-SW.
030700     DISPLAY "CONFIRM DELETION? (Y/N):".
031500     MOVE MR-CONTACT TO WS-OLD-CONTACT.
031510     MOVE MR-AMOUNT TO WS-OLD-AMOUNT-N.
031600     MOVE SPACES TO WS-CORRECTION-ENTRY.
031610     IF NOT OPERATOR-IS-SUPERVISOR
031620         MOVE MASTER-RECORD TO WS-BEFORE-RECORD
031630         PERFORM 3500-QUEUE-CHANGE THRU 3500-EXIT
031640         GO TO 4000-EXIT
031650     END-IF.
031655     PERFORM 6100-CHECK-MASTER-LOCK THRU 6100-EXIT.
031660     IF MASTER-LOCKED
031665         DISPLAY "  DELETION NOT APPLIED."
031670         GO TO 4000-EXIT
031675     END-IF.
031700     PERFORM 5000-WRITE-CHANGE-LOG THRU 5000-EXIT.
031800     DELETE MASTER-FILE.
031900     IF MASTER-OK
032000         ADD 1 TO WS-RECORDS-DELETED
032010         MOVE ZERO TO TP-ADDED TP-AMOUNT-IN
032020         MOVE 1 TO TP-REMOVED
032030         MOVE MR-AMOUNT TO TP-AMOUNT-OUT
032040         PERFORM 6000-POST-CONTROL-TOTALS THRU 6000-EXIT
032100         DISPLAY "  RECORD DELETED."
032110         PERFORM 7600-MARK-FOLLOW-UPS THRU 7600-EXIT
032200     ELSE
032300         DISPLAY "  DELETE FAILED - STATUS " WS-MASTER-STATUS
032400     END-IF.
034600     MOVE WS-NEW-DATE TO CL-NEW-DATE.
034700     MOVE WS-NEW-CONTACT TO CL-NEW-CONTACT.
034710     MOVE WS-NEW-AMOUNT TO CL-NEW-AMOUNT.
034720     MOVE SPACES TO CL-APPROVED-BY.
034800     WRITE CHANGE-LOG-RECORD.
034900 5000-EXIT.
035000     EXIT.
035800     END-IF.
035900     DISPLAY "RECORDS CORRECTED: " WS-RECORDS-CORRECTED.
036000     DISPLAY "RECORDS DELETED:   " WS-RECORDS-DELETED.
036010     DISPLAY "CHANGES QUEUED:    " WS-CHANGES-QUEUED.
036020     DISPLAY "FOLLOW-UPS ADDED:  " WS-FOLLOW-UPS-ADDED.
036030     DISPLAY "FOLLOW-UPS CLOSED: " WS-FOLLOW-UPS-CLOSED.
036100 8000-EXIT.
036200     EXIT.
036300
036400*--------------------------------------------------------------*
036500 1300-OPEN-PENDING.
036600*    OPENS THE PENDING-CHANGE QUEUE, CREATING IT ON THE VERY    *
036700*    FIRST RUN, AND SWEEPS IT ONCE TO SHOW THIS OPERATOR EVERY  *
036800*    DECISION A SUPERVISOR HAS TAKEN ON THEIR ITEMS SINCE THEY  *
036900*    LAST SIGNED ON. EACH DECISION SHOWN IS MARKED NOTIFIED SO  *
037000*    IT IS SHOWN ONLY ONCE. THE QUEUE IS CLOSED AGAIN AFTER THE *
037100*    SWEEP - OTHER SESSIONS QUEUE ITEMS TOO (SEE 3500).         *
037200*--------------------------------------------------------------*
037300     OPEN I-O PENDING-FILE.
037400     IF PENDING-FILE-MISSING
037500         OPEN OUTPUT PENDING-FILE
037600         CLOSE PENDING-FILE
037700         OPEN I-O PENDING-FILE
037800     END-IF.
037900     IF NOT PENDING-OK
038000         DISPLAY "PENDING-CHANGE FILE NOT AVAILABLE - STATUS "
038100             WS-PENDING-STATUS " - RUN ENDED."
038200         MOVE 'Y' TO WS-DONE-SW
038300         GO TO 1300-EXIT
038400     END-IF.
038500     MOVE 'N' TO WS-PND-EOF-SW.
038600     PERFORM 1310-SCAN-PENDING THRU 1310-EXIT
038700         UNTIL PND-EOF.
038800     CLOSE PENDING-FILE.
038900     IF WS-DECISIONS-SHOWN > ZERO
039000         DISPLAY " "
039100     END-IF.
039200 1300-EXIT.
039300     EXIT.
039400
039500*--------------------------------------------------------------*
039600 1310-SCAN-PENDING.
039700*--------------------------------------------------------------*
039800     READ PENDING-FILE NEXT
039900         AT END
040000             MOVE 'Y' TO WS-PND-EOF-SW
040100     END-READ.
040200     IF PND-EOF
040300         GO TO 1310-EXIT
040400     END-IF.
040500     IF PD-REQUESTED-BY NOT = WS-OPERATOR-ID
040600         OR PD-PENDING
040700         OR PD-REQUESTER-TOLD
040800         GO TO 1310-EXIT
040900     END-IF.
041000     IF WS-DECISIONS-SHOWN = ZERO
041100         DISPLAY "DECISIONS ON YOUR QUEUED CHANGES:"
041200     END-IF.
041300     ADD 1 TO WS-DECISIONS-SHOWN.
041400     MOVE PD-OLD-IMAGE TO MASTER-RECORD.
041500     DISPLAY "  ITEM " PD-QUEUE-NO " " PD-ACTION " KEY: "
041600         MR-DISTRICT(1:20) " / " MR-MUNICIPALITY(1:20)
041700         " / " MR-CONTRACT.
041800     IF PD-APPROVED
041900         DISPLAY "    APPROVED BY " PD-DECIDED-BY " ON "
042000             PD-DECISION-DATE
042100     ELSE
042200         DISPLAY "    REJECTED BY " PD-DECIDED-BY " ON "
042300             PD-DECISION-DATE " - " PD-REASON
042400     END-IF.
042500     MOVE 'Y' TO PD-NOTIFIED.
042600     REWRITE PENDING-RECORD.
042700     IF NOT PENDING-OK
042800         DISPLAY "    NOT MARKED AS SEEN - STATUS "
042900             WS-PENDING-STATUS " - IT WILL BE SHOWN AGAIN."
043000     END-IF.
043100 1310-EXIT.
043200     EXIT.
043300
043400*--------------------------------------------------------------*
043500 6000-POST-CONTROL-TOTALS.
043600*    POSTS ONE APPLIED CHANGE, SET UP IN TOTALS-PARM BY THE    *
043700*    CALLER, TO THE MASTER CONTROL TOTALS. A FAILED POSTING IS *
043800*    REPORTED BY MSTTOT AND SHOWS UP ON THE NEXT PROOF OF      *
043900*    BALANCE.                                                  *
044000*--------------------------------------------------------------*
044100     MOVE 'P' TO TP-FUNCTION.
044200     MOVE "MSTINQ" TO TP-PROGRAM.
044300     CALL 'MSTTOT' USING TOTALS-PARM.
044400 6000-EXIT.
044500     EXIT.
044600
044700*--------------------------------------------------------------*
044800 6100-CHECK-MASTER-LOCK.
044900*    ASKS WHETHER A BATCH RUN HOLDS THE MASTER LOCK AND, IF   *
045000*    SO, TELLS THE OPERATOR WHO AND SINCE WHEN. A LOCK FILE   *
045100*    THAT CANNOT BE READ IS TREATED AS LOCKED - AN UNCHECKED   *
045200*    UPDATE IS WHAT THE LOCK EXISTS TO PREVENT.                *
045300*--------------------------------------------------------------*
045400     MOVE 'N' TO WS-LOCK-SW.
045500     MOVE 'Q' TO LP-FUNCTION.
045600     MOVE "MSTINQ" TO LP-PROGRAM.
045700     MOVE WS-OPERATOR-ID TO LP-OPERATOR.
045800     CALL 'MSTLOCK' USING MASTER-LOCK-PARM.
045900     IF LP-DONE
046000         GO TO 6100-EXIT
046100     END-IF.
046200     MOVE 'Y' TO WS-LOCK-SW.
046300     IF LP-HELD
046400         DISPLAY "  MASTER LOCKED BY " LP-HOLDER-TEXT
046500     ELSE
046600         DISPLAY "  MASTER LOCK CANNOT BE CHECKED."
046700     END-IF.
046800     DISPLAY "  UPDATES ARE REFUSED UNTIL IT IS RELEASED - "
046900         "INQUIRY ONLY.".
047000 6100-EXIT.
047100     EXIT.
047200
047300*--------------------------------------------------------------*
047400 7000-FOLLOW-UP-DIARY.
047500*    THE FOLLOW-UP DIARY OF THE RECORD ON DISPLAY. EACH PASS   *
047600*    LISTS THE RECORD'S ENTRIES, OPEN AND CLOSED, AND TAKES    *
047700*    ONE ADD OR CLOSE, UNTIL THE OPERATOR RETURNS TO THE       *
047800*    RECORD. THE DIARY IS OPENED FOR THE VISIT ONLY (CREATED   *
047900*    ON FIRST USE), SO AN IDLE INQUIRY NEVER HOLDS UP OTHER    *
048000*    SESSIONS OR THE MARKING OF A DELETED RECORD'S ENTRIES. IT *
048100*    IS A FILE APART FROM THE MASTER, SO IT STAYS OPEN TO      *
048200*    OPERATORS WHILE THE MASTER IS LOCKED.                     *
048300*--------------------------------------------------------------*
048400     OPEN I-O FOLLOW-UP-FILE.
048500     IF FOLLOW-UP-MISSING
048600         OPEN OUTPUT FOLLOW-UP-FILE
048700         CLOSE FOLLOW-UP-FILE
048800         OPEN I-O FOLLOW-UP-FILE
048900     END-IF.
049000     IF NOT FOLLOW-UP-OK
049100         DISPLAY "  FOLLOW-UP DIARY NOT AVAILABLE - STATUS "
049200             WS-FOLLOW-UP-STATUS "."
049300         GO TO 7000-EXIT
049400     END-IF.
049500     MOVE SPACE TO WS-FUP-FUNC-SW.
049600     PERFORM 7010-DIARY-PASS THRU 7010-EXIT
049700         UNTIL FUP-RETURN.
049800     CLOSE FOLLOW-UP-FILE.
049900 7000-EXIT.
050000     EXIT.
050100
050200*--------------------------------------------------------------*
050300 7010-DIARY-PASS.
050400*--------------------------------------------------------------*
050500     DISPLAY " ".
050600     DISPLAY "FOLLOW-UP DIARY - " MR-DISTRICT(1:20) " / "
050700         MR-MUNICIPALITY(1:20) " / " MR-CONTRACT.
050800     MOVE 'Y' TO WS-FUP-LIST-SW.
050900     PERFORM 7100-SCAN-FOLLOW-UPS THRU 7100-EXIT.
051000     IF WS-FUP-ENTRIES = ZERO
051100         DISPLAY "  NO FOLLOW-UP ENTRIES."
051200     END-IF.
051300     MOVE SPACE TO WS-FUP-FUNC-SW.
051400     PERFORM 7020-PROMPT-DIARY THRU 7020-EXIT
051500         UNTIL VALID-FUP-FUNC.
051600     EVALUATE TRUE
051700         WHEN FUP-ADD
051800             PERFORM 7200-ADD-FOLLOW-UP THRU 7200-EXIT
051900         WHEN FUP-CLOSE
052000             PERFORM 7300-CLOSE-FOLLOW-UP THRU 7300-EXIT
052100     END-EVALUATE.
052200 7010-EXIT.
052300     EXIT.
052400
052500*--------------------------------------------------------------*
052600 7020-PROMPT-DIARY.
052700*--------------------------------------------------------------*
052800     DISPLAY "DIARY - 'A' ADD, 'C' CLOSE AN ENTRY, 'X' RETURN:".
052900     ACCEPT WS-FUP-FUNC-SW.
053000     IF NOT VALID-FUP-FUNC
053100         DISPLAY "  INVALID CHOICE - ENTER A, C OR X."
053200     END-IF.
053300 7020-EXIT.
053400     EXIT.
053500
053600*--------------------------------------------------------------*
053700 7050-SHOW-FOLLOW-UP-COUNT.
053800*    TELLS THE OPERATOR LOOKING AT A RECORD HOW MANY OPEN      *
053900*    FOLLOW-UPS IT HAS AND THE EARLIEST DUE DATE AMONG THEM.   *
054000*    NO DIARY YET, OR ONE THAT CANNOT BE READ, SHOWS NOTHING   *
054100*    HERE - THE 'F' ACTION REPORTS A DIARY THAT CANNOT BE      *
054200*    OPENED.                                                   *
054300*--------------------------------------------------------------*
054400     OPEN INPUT FOLLOW-UP-FILE.
054500     IF NOT FOLLOW-UP-OK
054600         GO TO 7050-EXIT
054700     END-IF.
054800     MOVE 'N' TO WS-FUP-LIST-SW.
054900     PERFORM 7100-SCAN-FOLLOW-UPS THRU 7100-EXIT.
055000     CLOSE FOLLOW-UP-FILE.
055100     IF WS-FUP-OPEN = ZERO
055200         GO TO 7050-EXIT
055300     END-IF.
055400     MOVE WS-FUP-EARLIEST-DUE TO WS-FUP-DATE-WORK.
055500     PERFORM 7500-FORMAT-DATE THRU 7500-EXIT.
055600     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA.
055700     IF WS-FUP-EARLIEST-DUE < CURRENT-DATE
055800         DISPLAY "  FOLLOW-UPS:   " WS-FUP-OPEN " OPEN, "
055900             "EARLIEST DUE " WS-FUP-DATE-TEXT " - OVERDUE"
056000     ELSE
056100         DISPLAY "  FOLLOW-UPS:   " WS-FUP-OPEN " OPEN, "
056200             "EARLIEST DUE " WS-FUP-DATE-TEXT
056300     END-IF.
056400 7050-EXIT.
056500     EXIT.
056600
056700*--------------------------------------------------------------*
056800 7100-SCAN-FOLLOW-UPS.
056900*    READS EVERY ENTRY UNDER THE KEY OF THE RECORD ON DISPLAY, *
057000*    COUNTING THEM AND THE OPEN ONES, FINDING THE EARLIEST     *
057100*    OPEN DUE DATE AND THE HIGHEST SEQUENCE NUMBER USED. WITH  *
057200*    FUP-LIST-ENTRIES SET EACH ENTRY IS ALSO DISPLAYED.        *
057300*--------------------------------------------------------------*
057400     MOVE ZERO TO WS-FUP-ENTRIES WS-FUP-OPEN WS-FUP-LAST-SEQ.
057500     MOVE ZERO TO WS-FUP-EARLIEST-DUE.
057600     MOVE MR-KEY TO FU-MASTER-KEY.
057700     MOVE ZERO TO FU-SEQ.
057800     MOVE 'N' TO WS-FUP-EOF-SW.
057900     START FOLLOW-UP-FILE KEY IS NOT LESS THAN FU-KEY
058000         INVALID KEY
058100             MOVE 'Y' TO WS-FUP-EOF-SW
058200     END-START.
058300     PERFORM 7110-NEXT-FOLLOW-UP THRU 7110-EXIT
058400         UNTIL FUP-EOF.
058500 7100-EXIT.
058600     EXIT.
058700
058800*--------------------------------------------------------------*
058900 7110-NEXT-FOLLOW-UP.
059000*--------------------------------------------------------------*
059100     READ FOLLOW-UP-FILE NEXT
059200         AT END
059300             MOVE 'Y' TO WS-FUP-EOF-SW
059400     END-READ.
059500     IF FUP-EOF
059600         OR NOT FOLLOW-UP-OK
059700         OR FU-MASTER-KEY NOT = MR-KEY
059800         MOVE 'Y' TO WS-FUP-EOF-SW
059900         GO TO 7110-EXIT
060000     END-IF.
060100     ADD 1 TO WS-FUP-ENTRIES.
060200     MOVE FU-SEQ TO WS-FUP-LAST-SEQ.
060300     IF FU-OPEN
060400         ADD 1 TO WS-FUP-OPEN
060500         IF WS-FUP-EARLIEST-DUE = ZERO
060600             OR FU-DUE-DATE < WS-FUP-EARLIEST-DUE
060700             MOVE FU-DUE-DATE TO WS-FUP-EARLIEST-DUE
060800         END-IF
060900     END-IF.
061000     IF FUP-LIST-ENTRIES
061100         PERFORM 7120-SHOW-FOLLOW-UP THRU 7120-EXIT
061200     END-IF.
061300 7110-EXIT.
061400     EXIT.
061500
061600*--------------------------------------------------------------*
061700 7120-SHOW-FOLLOW-UP.
061800*--------------------------------------------------------------*
061900     IF FU-OPEN
062000         MOVE "OPEN" TO WS-FUP-STATUS-TEXT
062100     ELSE
062200         MOVE "CLOSED" TO WS-FUP-STATUS-TEXT
062300     END-IF.
062400     MOVE FU-DUE-DATE TO WS-FUP-DATE-WORK.
062500     PERFORM 7500-FORMAT-DATE THRU 7500-EXIT.
062600     DISPLAY "  " FU-SEQ "  " WS-FUP-STATUS-TEXT "  DUE "
062700         WS-FUP-DATE-TEXT "  ASSIGNED TO " FU-ASSIGNED-TO
062800         "  ADDED BY " FU-CREATED-BY.
062900     DISPLAY "       " FU-NOTES.
063000     IF FU-CLOSED
063100         MOVE FU-CLOSED-DATE TO WS-FUP-DATE-WORK
063200         PERFORM 7500-FORMAT-DATE THRU 7500-EXIT
063300         DISPLAY "       CLOSED BY " FU-CLOSED-BY " ON "
063400             WS-FUP-DATE-TEXT
063500     END-IF.
063600 7120-EXIT.
063700     EXIT.
063800
063900*--------------------------------------------------------------*
064000 7200-ADD-FOLLOW-UP.
064100*    ADDS AN OPEN ENTRY UNDER THE RECORD'S NEXT SEQUENCE       *
064200*    NUMBER, AS FOUND BY THE SCAN THAT LISTED THE DIARY THIS   *
064300*    PASS. THE DUE DATE MAY NOT BE IN THE PAST, AND THE ENTRY  *
064400*    MUST BE ASSIGNED TO A KNOWN, ACTIVE OPERATOR - AN ENTRY   *
064500*    ASSIGNED TO NOBODY WOULD NEVER BE WORKED FROM THE DAILY   *
064600*    LIST.                                                     *
064700*--------------------------------------------------------------*
064800     IF WS-FUP-LAST-SEQ >= 999
064900         DISPLAY "  NO MORE ENTRIES CAN BE ADDED TO THIS RECORD."
065000         GO TO 7200-EXIT
065100     END-IF.
065200     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA.
065300     DISPLAY "DUE DATE (YYYYMMDD, BLANK = TODAY):".
065400     MOVE SPACES TO WS-FUP-DUE-ENTRY.
065500     ACCEPT WS-FUP-DUE-ENTRY.
065600     IF WS-FUP-DUE-ENTRY = SPACES
065700         MOVE CURRENT-DATE TO WS-FUP-DUE-ENTRY
065800     END-IF.
065900     IF WS-FUP-DUE-N NOT NUMERIC
066000         OR WS-FUP-DUE-MONTH < 1 OR WS-FUP-DUE-MONTH > 12
066100         OR WS-FUP-DUE-DAY < 1 OR WS-FUP-DUE-DAY > 31
066200         OR WS-FUP-DUE-YEAR < 1900
066250         OR FUNCTION TEST-DATE-YYYYMMDD(WS-FUP-DUE-N) NOT = 0
066300         DISPLAY "  INVALID DUE DATE - ENTRY NOT ADDED."
066400         GO TO 7200-EXIT
066500     END-IF.
066600     IF WS-FUP-DUE-ENTRY < CURRENT-DATE
066700         DISPLAY "  DUE DATE IS IN THE PAST - ENTRY NOT ADDED."
066800         GO TO 7200-EXIT
066900     END-IF.
067000     DISPLAY "ASSIGN TO OPERATOR ID (BLANK = YOURSELF):".
067100     MOVE SPACES TO WS-FUP-ASSIGN-ENTRY.
067200     ACCEPT WS-FUP-ASSIGN-ENTRY.
067300     IF WS-FUP-ASSIGN-ENTRY = SPACES
067400         MOVE WS-OPERATOR-ID TO WS-FUP-ASSIGN-ENTRY
067500     END-IF.
067600     IF WS-FUP-ASSIGN-ENTRY NOT = WS-OPERATOR-ID
067700         MOVE WS-FUP-ASSIGN-ENTRY TO SP-OPERATOR-ID
067800         CALL 'SIGNON' USING SIGNON-PARM
067900         IF NOT SP-SIGNON-OK
068000             DISPLAY "  OPERATOR " WS-FUP-ASSIGN-ENTRY
068100                 " IS UNKNOWN, SUSPENDED OR CANNOT BE CHECKED"
068200                 " - ENTRY NOT ADDED."
068300             GO TO 7200-EXIT
068400         END-IF
068500     END-IF.
068600     DISPLAY "NOTES (UP TO 120 CHARACTERS):".
068700     MOVE SPACES TO WS-FUP-NOTES-ENTRY.
068800     ACCEPT WS-FUP-NOTES-ENTRY.
068900     IF WS-FUP-NOTES-ENTRY = SPACES
069000         DISPLAY "  NOTES ARE REQUIRED - ENTRY NOT ADDED."
069100         GO TO 7200-EXIT
069200     END-IF.
069300     MOVE MR-KEY TO FU-MASTER-KEY.
069400     COMPUTE FU-SEQ = WS-FUP-LAST-SEQ + 1.
069500     MOVE 'O' TO FU-STATUS.
069600     MOVE WS-FUP-DUE-N TO FU-DUE-DATE.
069700     MOVE WS-FUP-ASSIGN-ENTRY TO FU-ASSIGNED-TO.
069800     MOVE WS-FUP-NOTES-ENTRY TO FU-NOTES.
069900     MOVE WS-OPERATOR-ID TO FU-CREATED-BY.
070000     MOVE CURRENT-DATE TO FU-CREATED-DATE.
070100     MOVE WS-CURRENT-TIME TO FU-CREATED-TIME.
070200     MOVE SPACES TO FU-CLOSED-BY.
070300     MOVE ZERO TO FU-CLOSED-DATE FU-CLOSED-TIME.
070400     MOVE SPACE TO FU-REMOVAL.
070500     MOVE SPACES TO FU-REMOVED-BY.
070600     MOVE ZERO TO FU-REMOVED-DATE.
070700     WRITE FOLLOW-UP-RECORD.
070800     EVALUATE TRUE
070900         WHEN FOLLOW-UP-OK
071000             ADD 1 TO WS-FOLLOW-UPS-ADDED
071100             DISPLAY "  FOLLOW-UP " FU-SEQ " ADDED."
071200         WHEN FOLLOW-UP-DUPLICATE
071300             DISPLAY "  ANOTHER SESSION HAS JUST ADDED AN ENTRY "
071400                 "TO THIS RECORD - ADD IT AGAIN."
071500         WHEN OTHER
071600             DISPLAY "  DIARY WRITE FAILED - STATUS "
071700                 WS-FOLLOW-UP-STATUS " - ENTRY NOT ADDED."
071800     END-EVALUATE.
071900 7200-EXIT.
072000     EXIT.
072100
072200*--------------------------------------------------------------*
072300 7300-CLOSE-FOLLOW-UP.
072400*    CLOSES ONE OPEN ENTRY OF THE RECORD BY THE SEQUENCE       *
072500*    NUMBER SHOWN IN THE LIST. ANY SIGNED-ON OPERATOR MAY      *
072600*    CLOSE AN ENTRY - THE DIARY KEEPS WHO CLOSED IT AND WHEN.  *
072700*--------------------------------------------------------------*
072800     DISPLAY "SEQUENCE NUMBER TO CLOSE (3 DIGITS, AS LISTED):".
072900     MOVE SPACES TO WS-FUP-SEQ-ENTRY.
073000     ACCEPT WS-FUP-SEQ-ENTRY.
073100     IF WS-FUP-SEQ-N NOT NUMERIC
073200         DISPLAY "  INVALID SEQUENCE NUMBER."
073300         GO TO 7300-EXIT
073400     END-IF.
073500     MOVE MR-KEY TO FU-MASTER-KEY.
073600     MOVE WS-FUP-SEQ-N TO FU-SEQ.
073700     READ FOLLOW-UP-FILE.
073800     IF NOT FOLLOW-UP-OK
073900         DISPLAY "  NO ENTRY " WS-FUP-SEQ-ENTRY " ON THIS RECORD."
074000         GO TO 7300-EXIT
074100     END-IF.
074200     IF NOT FU-OPEN
074300         DISPLAY "  ENTRY " FU-SEQ " IS ALREADY CLOSED."
074400         GO TO 7300-EXIT
074500     END-IF.
074600     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA.
074700     MOVE 'C' TO FU-STATUS.
074800     MOVE WS-OPERATOR-ID TO FU-CLOSED-BY.
074900     MOVE CURRENT-DATE TO FU-CLOSED-DATE.
075000     MOVE WS-CURRENT-TIME TO FU-CLOSED-TIME.
075100     REWRITE FOLLOW-UP-RECORD.
075200     IF FOLLOW-UP-OK
075300         ADD 1 TO WS-FOLLOW-UPS-CLOSED
075400         DISPLAY "  FOLLOW-UP " FU-SEQ " CLOSED."
075500     ELSE
075600         DISPLAY "  DIARY REWRITE FAILED - STATUS "
075700             WS-FOLLOW-UP-STATUS " - ENTRY LEFT OPEN."
075800     END-IF.
075900 7300-EXIT.
076000     EXIT.
076100
076200*--------------------------------------------------------------*
076300 7500-FORMAT-DATE.
076400*    WS-FUP-DATE-WORK (YYYYMMDD) AS YYYY-MM-DD.                *
076500*--------------------------------------------------------------*
076600     MOVE SPACES TO WS-FUP-DATE-TEXT.
076700     STRING WS-FUP-DATE-WORK(1:4) "-" WS-FUP-DATE-WORK(5:2) "-"
076800         WS-FUP-DATE-WORK(7:2)
076900         DELIMITED BY SIZE INTO WS-FUP-DATE-TEXT.
077000 7500-EXIT.
077100     EXIT.
077200
077300*--------------------------------------------------------------*
077400 7600-MARK-FOLLOW-UPS.
077500*    MARKS THE OPEN FOLLOW-UPS OF THE RECORD JUST DELETED, SO  *
077600*    THE DAILY FOLLOW-UP LIST SHOWS THEM AGAINST A RECORD NO   *
077700*    LONGER ON THE MASTER INSTEAD OF LOSING THEM.              *
077800*--------------------------------------------------------------*
077900     MOVE MR-KEY TO FP-MASTER-KEY.
078000     MOVE 'D' TO FP-REMOVAL.
078100     MOVE WS-OPERATOR-ID TO FP-REMOVED-BY.
078200     CALL 'FUPFLAG' USING FOLLOW-UP-PARM.
078300     IF FP-FLAGGED > ZERO
078400         DISPLAY "  " FP-FLAGGED " OPEN FOLLOW-UP(S) MARKED FOR "
078500             "THE DAILY FOLLOW-UP LIST."
078600     END-IF.
078700 7600-EXIT.
078800     EXIT.
