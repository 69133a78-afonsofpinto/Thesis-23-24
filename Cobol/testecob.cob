004311*                   RESTART CONTROL RECORD CARRY AN AMOUNT     *
004312*                   TOTAL ALONGSIDE THE RECORD COUNT AND       *
004313*                   CONTRACT HASH.                             *
004320* 2026-10-15   AP   EVERY NEW data_*.txt FILE, AND THE BATCH   *
004330*                   INPUT AND REJECT FILES OF A BATCH RUN, IS  *
004340*                   NOW ENTERED ON THE INTAKE FILE REGISTER    *
004350*                   (CALL 'INTKREG') SO SUBJINQ CAN FIND EVERY *
004360*                   FILE A PERSON'S NAME HAS BEEN WRITTEN TO.  *
004361* 2026-10-15   AP   EVERY SESSION, CONSOLE OR BATCH, NOW       *
004362*                   APPENDS A ROW TO THE INTAKE SESSION LOG    *
004363*                   (seslog.dat) - OPERATOR, START AND END     *
004364*                   TIME, RECORDS WRITTEN AND THE ENTRIES      *
004365*                   REJECTED, BROKEN DOWN BY EDIT REASON, PLUS *
004366*                   DUPLICATE OVERRIDES USED - FOR THE WEEKLY  *
004367*                   OPERATOR QUALITY REPORT (OPQRPT).          *
004370*--------------------------------------------------------------*
004400
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
005630         ACCESS MODE IS SEQUENTIAL
005640         RECORD KEY IS REF-ENTRY-KEY
005650         FILE STATUS IS WS-REF-STATUS.
005660     SELECT SESSION-LOG-FILE ASSIGN TO WS-SESSION-LOG-NAME
005670         ORGANIZATION IS LINE SEQUENTIAL
005680         FILE STATUS IS WS-SESSION-LOG-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
011610
011620 FD  REFERENCE-FILE.
011630     COPY refrec.
011640
011650 FD  SESSION-LOG-FILE.
011660     COPY sesrec.
011700
011800 WORKING-STORAGE SECTION.
011900*--------------------------------------------------------------*
014791* PARAMETER AREA OF THE SHARED SIGN-ON CHECK.                 *
014792*--------------------------------------------------------------*
014793     COPY signparm.
014794*--------------------------------------------------------------*
014795* PARAMETER AREA OF THE INTAKE FILE REGISTER (CALL 'INTKREG'). *
014796*--------------------------------------------------------------*
014797     COPY irparm.
014800*--------------------------------------------------------------*
014900* REFERENCE TABLES OF VALID DISTRICTS, MUNICIPALITIES AND      *
015000* CONTACT/CONTRACT CODES, LOADED AT 1000-INITIALIZE FROM THE   *
015800 01  WS-RESTART-STATUS      PIC X(02) VALUE "00".
015900     88  RESTART-OK               VALUE "00".
016000     88  RESTART-NOT-FOUND        VALUE "35".
016010 01  WS-SESSION-LOG-NAME    PIC X(50)
016020         VALUE "..\output\seslog.dat".
016030 01  WS-SESSION-LOG-STATUS  PIC X(02) VALUE "00".
016040     88  SESSION-LOG-OK           VALUE "00".
016050     88  SESSION-LOG-NOT-FOUND    VALUE "35".
016100
016200*--------------------------------------------------------------*
016300* CHECKPOINT CONTROLS - THE OUTPUT FILE IS FLUSHED EVERY        *
017500 77  WS-CONTRACT-HASH-SUM   PIC 9(08) COMP VALUE ZERO.
017510 77  WS-AMOUNT-TOTAL        PIC 9(11)V99 COMP VALUE ZERO.
017600 77  WS-RECORDS-REJECTED    PIC 9(07) COMP VALUE ZERO.
017602
017604*--------------------------------------------------------------*
017606* SESSION STATISTICS - COUNTED FOR THIS SESSION ONLY (A        *
017608* RESUMED SESSION STARTS AGAIN FROM ZERO) AND WRITTEN TO THE   *
017610* SESSION LOG AT TERMINATION. EVERY REJECTED ENTRY IS COUNTED, *
017612* A CONSOLE ENTRY SENT BACK FOR RE-KEYING AS WELL AS A BATCH   *
017614* ROW WRITTEN TO THE REJECT FILE, AND EACH EDIT IT FAILED IS   *
017616* COUNTED UNDER ITS REASON.                                    *
017618*--------------------------------------------------------------*
017620 01  WS-SES-START-DATE      PIC 9(08) VALUE ZERO.
017622 01  WS-SES-START-TIME      PIC 9(08) VALUE ZERO.
017624 77  WS-SES-WRITTEN         PIC 9(07) COMP VALUE ZERO.
017626 77  WS-SES-REJECTED        PIC 9(07) COMP VALUE ZERO.
017628 77  WS-SES-REJ-DISTRICT    PIC 9(05) COMP VALUE ZERO.
017630 77  WS-SES-REJ-PAIR        PIC 9(05) COMP VALUE ZERO.
017632 77  WS-SES-REJ-CONTRACT    PIC 9(05) COMP VALUE ZERO.
017634 77  WS-SES-REJ-AMOUNT      PIC 9(05) COMP VALUE ZERO.
017636 77  WS-SES-REJ-DATE        PIC 9(05) COMP VALUE ZERO.
017638 77  WS-SES-REJ-DUPLICATE   PIC 9(05) COMP VALUE ZERO.
017640 77  WS-SES-REJ-OTHER       PIC 9(05) COMP VALUE ZERO.
017642 77  WS-SES-OVERRIDES       PIC 9(05) COMP VALUE ZERO.
017700
017800*--------------------------------------------------------------*
017900* IN-MEMORY TABLE OF NAME/DISTRICT/MUNICIPALITY COMBINATIONS    *
024740         DISPLAY "SIGN-ON FAILED - RUN ENDED."
024750         STOP RUN
024760     END-IF.
024770     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA.
024780     MOVE CURRENT-DATE TO WS-SES-START-DATE.
024790     MOVE WS-CURRENT-TIME TO WS-SES-START-TIME.
024900     PERFORM 1020-CHECK-RESTART THRU 1020-EXIT.
025000     IF NOT RESTART-RESUME
025100         MOVE "..\output\data_" TO NAME-FILE
026300         MOVE ZERO TO WS-RECORD-COUNT WS-CONTRACT-HASH-SUM
026310             WS-AMOUNT-TOTAL
026400         PERFORM 1060-WRITE-HEADER THRU 1060-EXIT
026410         MOVE NAME-FILE TO IP-FILE-NAME
026420         MOVE 'D' TO IP-FILE-TYPE
026430         PERFORM 1090-REGISTER-INTAKE-FILE THRU 1090-EXIT
026500     END-IF.
026600     PERFORM 1030-MARK-RESTART-ACTIVE THRU 1030-EXIT.
026700 1000-EXIT.
034900             "HERE):"
035000         ACCEPT WS-REJECT-FILE-NAME
035100         OPEN OUTPUT REJECT-FILE
035110         MOVE WS-INPUT-FILE-NAME TO IP-FILE-NAME
035120         MOVE 'B' TO IP-FILE-TYPE
035130         PERFORM 1090-REGISTER-INTAKE-FILE THRU 1090-EXIT
035140         MOVE WS-REJECT-FILE-NAME TO IP-FILE-NAME
035150         MOVE 'R' TO IP-FILE-TYPE
035160         PERFORM 1090-REGISTER-INTAKE-FILE THRU 1090-EXIT
035200     END-IF.
035300 1050-EXIT.
035400     EXIT.
037600     END-IF.
037700 1051-EXIT.
037800     EXIT.
037805
037810*--------------------------------------------------------------*
037815 1090-REGISTER-INTAKE-FILE.
037820*    ENTERS THE FILE NAMED IN IP-FILE-NAME ON THE INTAKE FILE   *
037825*    REGISTER, SO A LATER DATA-SUBJECT SEARCH (SUBJINQ) KNOWS   *
037830*    THE FILE EXISTS. A REGISTER FAILURE IS REPORTED BY INTKREG *
037835*    BUT DOES NOT STOP THE SESSION.                             *
037840*--------------------------------------------------------------*
037845     MOVE "TESTECOB" TO IP-PROGRAM.
037850     MOVE WS-OPERATOR-ID TO IP-OPERATOR.
037855     CALL 'INTKREG' USING INTAKE-REG-PARM.
037860 1090-EXIT.
037865     EXIT.
037900
038000*--------------------------------------------------------------*
038100 2000-PROCESS-INPUT.
039400         MOVE WS-CURRENT-TIME TO XENTRYTIMEX
039500         WRITE PERSON-RECORD
039600         ADD 1 TO WS-RECORD-COUNT
039610         ADD 1 TO WS-SES-WRITTEN
039700         ADD XCONTRACTX TO WS-CONTRACT-HASH-SUM
039705         ADD XAMOUNTX TO WS-AMOUNT-TOTAL
039710         IF TRAN-ADD
041400         ELSE
041500             PERFORM 2100-EDIT-FIELDS THRU 2100-EXIT
041600             IF EDIT-FAILED
041610                 ADD 1 TO WS-SES-REJECTED
041700                 IF BATCH-MODE
041800                     PERFORM 2065-REJECT-BATCH-RECORD
041900                         THRU 2065-EXIT
046700     MOVE 'N' TO WS-EDIT-SW.
046710     IF NOT VALID-TRAN-TYPE
046720         MOVE 'Y' TO WS-EDIT-SW
046725         ADD 1 TO WS-SES-REJ-OTHER
046730         DISPLAY "  INVALID TRANSACTION TYPE - MUST BE A, C "
046740             "OR D."
046750         GO TO 2100-EXIT
047000         TO XMUNICIPALITYX-IN.
047010     IF XCONTRACTX-IN NOT NUMERIC
047020         MOVE 'Y' TO WS-EDIT-SW
047025         ADD 1 TO WS-SES-REJ-CONTRACT
047030         DISPLAY "  INVALID CONTRACT CODE - MUST BE NUMERIC."
047040     ELSE
047050         IF TRAN-ADD
047096     END-IF.
047100     IF XCONTACT-IN NOT NUMERIC
047200         MOVE 'Y' TO WS-EDIT-SW
047210         ADD 1 TO WS-SES-REJ-OTHER
047300         DISPLAY "  INVALID CONTACT CODE - MUST BE NUMERIC."
047400     ELSE
047500         PERFORM 2180-EDIT-CONTACT THRU 2180-EXIT
047600     END-IF.
047610     IF XAMOUNT-IN NOT NUMERIC
047620         MOVE 'Y' TO WS-EDIT-SW
047625         ADD 1 TO WS-SES-REJ-AMOUNT
047630         DISPLAY "  INVALID CONTRACT AMOUNT - MUST BE 9 "
047640             "DIGITS (7 + 2 IMPLIED DECIMALS)."
047650     END-IF.
048500     PERFORM 2150-EDIT-DATE THRU 2150-EXIT.
048600     IF DATE-INVALID
048700         MOVE 'Y' TO WS-EDIT-SW
048710         ADD 1 TO WS-SES-REJ-DATE
048800         DISPLAY "  INVALID DATE - EXPECTED FORMAT DD-MM-YYYY."
048900     END-IF.
048910     IF TRAN-ADD
053600             OR LOOKUP-FOUND.
053700     IF NOT LOOKUP-FOUND
053800         MOVE 'Y' TO WS-EDIT-SW
053810         ADD 1 TO WS-SES-REJ-DISTRICT
053900         DISPLAY "  UNKNOWN DISTRICT - NOT ON REFERENCE TABLE."
054000     END-IF.
054100 2160-EXIT.
056200             OR LOOKUP-FOUND.
056300     IF NOT LOOKUP-FOUND
056400         MOVE 'Y' TO WS-EDIT-SW
056410         ADD 1 TO WS-SES-REJ-PAIR
056500         DISPLAY "  UNKNOWN MUNICIPALITY, OR NOT IN THE "
056600             "KEYED DISTRICT."
056700     END-IF.
058900             OR LOOKUP-FOUND.
059000     IF NOT LOOKUP-FOUND
059100         MOVE 'Y' TO WS-EDIT-SW
059110         ADD 1 TO WS-SES-REJ-OTHER
059200         DISPLAY "  UNKNOWN CONTACT CODE - NOT ON REFERENCE "
059300             "TABLE."
059400     END-IF.
061600             OR LOOKUP-FOUND.
061700     IF NOT LOOKUP-FOUND
061800         MOVE 'Y' TO WS-EDIT-SW
061810         ADD 1 TO WS-SES-REJ-CONTRACT
061900         DISPLAY "  UNKNOWN CONTRACT CODE - NOT ON REFERENCE "
062000             "TABLE."
062100     END-IF.
065200             ACCEPT WS-OVERRIDE-SW
065300             IF NOT DUPLICATE-OVERRIDDEN
065400                 MOVE 'Y' TO WS-EDIT-SW
065410                 ADD 1 TO WS-SES-REJ-DUPLICATE
065500                 DISPLAY "  ENTRY REJECTED - NOT OVERRIDDEN."
065510             ELSE
065520                 ADD 1 TO WS-SES-OVERRIDES
065600             END-IF
065610         ELSE IF CONSOLE-MODE
065620             MOVE 'Y' TO WS-EDIT-SW
065625             ADD 1 TO WS-SES-REJ-DUPLICATE
065630             DISPLAY "  ENTRY REJECTED - THE DUPLICATE OVERRIDE "
065640                 "NEEDS SUPERVISOR AUTHORITY."
065700         ELSE
065800             MOVE 'Y' TO WS-EDIT-SW
065810             ADD 1 TO WS-SES-REJ-DUPLICATE
065900             DISPLAY "  ENTRY REJECTED - DUPLICATE IN BATCH MODE."
066000         END-IF
066100     END-IF.
071600     END-IF.
071700     MOVE 'C' TO RF-FLAG.
071800     PERFORM 1040-SAVE-RESTART-STATE THRU 1040-EXIT.
071810     PERFORM 8020-WRITE-SESSION-LOG THRU 8020-EXIT.
071900     DISPLAY "Data has been written".
072000 8000-EXIT.
072100     EXIT.
073200     WRITE TRAILER-RECORD.
073300 8010-EXIT.
073400     EXIT.
073500
073600*--------------------------------------------------------------*
073700 8020-WRITE-SESSION-LOG.
073800*    APPENDS THIS SESSION'S ROW TO THE INTAKE SESSION LOG -    *
073900*    THE LOG IS EXTENDED, AND CREATED ONLY IF NO SESSION HAS   *
074000*    EVER BEEN LOGGED. A LOG THAT CANNOT BE OPENED IS REPORTED *
074100*    BUT DOES NOT UNDO THE SESSION - THE DATA FILE IS ALREADY  *
074200*    CLOSED.                                                   *
074300*--------------------------------------------------------------*
074400     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA.
074500     MOVE SPACES TO SESSION-LOG-RECORD.
074600     MOVE WS-OPERATOR-ID TO SL-OPERATOR.
074700     MOVE WS-RUN-MODE-SW TO SL-RUN-MODE.
074800     MOVE WS-SES-START-DATE TO SL-START-DATE.
074900     MOVE WS-SES-START-TIME TO SL-START-TIME.
075000     MOVE CURRENT-DATE TO SL-END-DATE.
075100     MOVE WS-CURRENT-TIME TO SL-END-TIME.
075200     MOVE NAME-FILE TO SL-DATA-FILE.
075300     MOVE WS-SES-WRITTEN TO SL-RECORDS-WRITTEN.
075400     MOVE WS-SES-REJECTED TO SL-ENTRIES-REJECTED.
075500     MOVE WS-SES-REJ-DISTRICT TO SL-REJ-DISTRICT.
075600     MOVE WS-SES-REJ-PAIR TO SL-REJ-PAIR.
075700     MOVE WS-SES-REJ-CONTRACT TO SL-REJ-CONTRACT.
075800     MOVE WS-SES-REJ-AMOUNT TO SL-REJ-AMOUNT.
075900     MOVE WS-SES-REJ-DATE TO SL-REJ-DATE.
076000     MOVE WS-SES-REJ-DUPLICATE TO SL-REJ-DUPLICATE.
076100     MOVE WS-SES-REJ-OTHER TO SL-REJ-OTHER.
076200     MOVE WS-SES-OVERRIDES TO SL-OVERRIDES.
076300     OPEN EXTEND SESSION-LOG-FILE.
076400     IF SESSION-LOG-NOT-FOUND
076500         OPEN OUTPUT SESSION-LOG-FILE
076600     END-IF.
076700     IF NOT SESSION-LOG-OK
076800         DISPLAY "SESSION LOG " WS-SESSION-LOG-NAME
076900             " NOT AVAILABLE (STATUS " WS-SESSION-LOG-STATUS
077000             ") - SESSION NOT LOGGED."
077100         GO TO 8020-EXIT
077200     END-IF.
077300     WRITE SESSION-LOG-RECORD.
077400     CLOSE SESSION-LOG-FILE.
077500 8020-EXIT.
077600     EXIT.
