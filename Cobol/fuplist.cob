000100 IDENTIFICATION DIVISION.
000200*--------------------------------------------------------------*
000300 PROGRAM-ID.     FUPLIST.
000400 AUTHOR.         A. PINTO.
000500 INSTALLATION.   DSO - DISTRICT INTAKE SYSTEMS.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*--------------------------------------------------------------*
000900* FUPLIST PRINTS THE DAILY FOLLOW-UP LIST FROM THE FOLLOW-UP   *
001000* DIARY (fupdiary.dat, SEE FUPREC) TO fuplist.txt. EVERY OPEN  *
001100* ENTRY DUE TODAY OR EARLIER IS LISTED, AND SO IS EVERY OPEN   *
001200* ENTRY - WHATEVER ITS DUE DATE - WHOSE RECORD IS NO LONGER ON *
001300* THE MASTER:                                                  *
001400*   - RECORD DELETED - DELETED IN MSTINQ, OR BY A DELETION     *
001500*                      APPROVED IN MSTAPRV;                    *
001600*   - RECORD PURGED  - ARCHIVED AND PURGED BY ARCHMST;         *
001700*   - NOT ON MASTER  - GONE BY ANY OTHER ROUTE (A CONSOLDT     *
001800*                      DELETION, AN MSTRKEY RE-KEY, AN         *
001900*                      MSTRBACK ROLLBACK).                     *
002000* A MARKED RECORD THAT HAS SINCE BEEN RESTORED TO THE MASTER   *
002100* (ARCHINQ) IS TREATED AS PRESENT AGAIN.                       *
002200*                                                              *
002300* THE LIST IS GROUPED BY THE OPERATOR EACH ENTRY IS ASSIGNED   *
002400* TO, EACH OPERATOR STARTING A NEW PAGE, AND ORDERED BY DUE    *
002500* DATE WITHIN THE OPERATOR, WITH A SUMMARY PAGE AT THE END.    *
002600* THE DIARY AND THE MASTER ARE ONLY READ.                      *
002700*                                                              *
002800* RUN AS A STEP OF THE EODBATCH CHAIN (EODPARM PASSED) THE     *
002900* COUNTS LISTED COME BACK IN EP-INFO FOR THE MORNING SUMMARY.  *
003000* NO CONSOLE INPUT IS READ IN EITHER MODE.                     *
003100*--------------------------------------------------------------*
003200* MODIFICATION HISTORY.                                        *
003300*--------------------------------------------------------------*
003400* DATE        INIT  DESCRIPTION                                *
003500* ----------  ----  ------------------------------------------ *
003600* 2026-10-15   AP   ORIGINAL PROGRAM.                          *
003700*--------------------------------------------------------------*
003800
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT FOLLOW-UP-FILE ASSIGN TO WS-FOLLOW-UP-FILE-NAME
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS FU-KEY
004600         FILE STATUS IS WS-FOLLOW-UP-STATUS.
004700     SELECT MASTER-FILE ASSIGN TO WS-MASTER-FILE-NAME
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS MR-KEY
005100         FILE STATUS IS WS-MASTER-STATUS.
005200     SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  FOLLOW-UP-FILE.
005800     COPY fuprec.
005900
006000 FD  MASTER-FILE.
006100 01  MASTER-RECORD.
006200     05  MR-KEY.
006300         10  MR-DISTRICT        PIC X(50).
006400         10  MR-MUNICIPALITY    PIC X(50).
006500         10  MR-CONTRACT        PIC 99.
006600     05  MR-NAME                PIC X(30).
006700     05  MR-DATE                PIC X(30).
006800     05  MR-CONTACT             PIC 99.
006900     05  MR-AMOUNT              PIC 9(07)V99.
007000     05  MR-OPERATOR            PIC X(10).
007100     05  MR-ENTRY-DATE          PIC 9(08).
007200     05  MR-ENTRY-TIME          PIC 9(08).
007300
007400 FD  REPORT-FILE.
007500 01  REPORT-RECORD              PIC X(132).
007600
007700 WORKING-STORAGE SECTION.
007800 01  WS-FOLLOW-UP-FILE-NAME     PIC X(50)
007900         VALUE "..\output\fupdiary.dat".
008000 01  WS-MASTER-FILE-NAME        PIC X(50)
008100         VALUE "..\output\masterdt.dat".
008200 01  WS-REPORT-FILE-NAME        PIC X(50)
008300         VALUE "..\output\fuplist.txt".
008400
008500 01  WS-FOLLOW-UP-STATUS        PIC X(02) VALUE "00".
008600     88  FOLLOW-UP-OK                VALUE "00".
008700     88  FOLLOW-UP-MISSING           VALUE "35".
008800 01  WS-MASTER-STATUS           PIC X(02) VALUE "00".
008900     88  MASTER-OK                   VALUE "00".
009000
009100*--------------------------------------------------------------*
009200* SWITCHES.                                                    *
009300*--------------------------------------------------------------*
009400 01  WS-SWITCHES.
009500     05  WS-FUP-EOF-SW          PIC X(01) VALUE 'N'.
009600         88  FUP-EOF                  VALUE 'Y'.
009700     05  WS-ABORT-SW            PIC X(01) VALUE 'N'.
009800         88  RUN-ABORTED              VALUE 'Y'.
009900     05  WS-DRIVEN-SW           PIC X(01) VALUE 'N'.
010000         88  DRIVEN-MODE              VALUE 'Y'.
010100     05  WS-NO-DIARY-SW         PIC X(01) VALUE 'N'.
010200         88  NO-DIARY                 VALUE 'Y'.
010300     05  WS-MASTER-SW           PIC X(01) VALUE 'N'.
010400         88  MASTER-AVAILABLE         VALUE 'Y'.
010500     05  WS-ON-MASTER-SW        PIC X(01) VALUE 'N'.
010600         88  RECORD-ON-MASTER         VALUE 'Y'.
010700
010800*--------------------------------------------------------------*
010900* THE LIST DATE AND THE DAYS AN ENTRY IS PAST ITS DUE DATE.    *
011000*--------------------------------------------------------------*
011100 01  WS-TODAY                   PIC 9(08) VALUE ZERO.
011200 01  WS-TODAY-TEXT              PIC X(10) VALUE SPACES.
011300 77  WS-DAYS-LATE               PIC 9(05) COMP VALUE ZERO.
011400
011500*--------------------------------------------------------------*
011600* ONE ROW PER ENTRY LISTED, KEPT IN ORDER OF ASSIGNED          *
011700* OPERATOR, DUE DATE AND MASTER KEY BY INSERTING EACH NEW ROW  *
011800* IN PLACE. A FULL TABLE COUNTS THE ENTRIES IT CANNOT HOLD AND *
011900* THE LIST SAYS SO.                                            *
012000*--------------------------------------------------------------*
012100 77  WS-ITEM-COUNT              PIC 9(03) COMP VALUE ZERO.
012200 77  WS-ITEM-MAX                PIC 9(03) COMP VALUE 500.
012300 77  WS-INSERT-POS              PIC 9(03) COMP VALUE ZERO.
012400 01  WS-NEW-ITEM.
012500     05  WS-NEW-SORT-KEY.
012600         10  WS-NEW-OPERATOR        PIC X(10).
012700         10  WS-NEW-DUE-DATE        PIC 9(08).
012800         10  WS-NEW-MASTER-KEY      PIC X(102).
012900         10  WS-NEW-SEQ             PIC 9(03).
013000     05  WS-NEW-CATEGORY        PIC X(01).
013100     05  WS-NEW-NOTES           PIC X(120).
013200     05  WS-NEW-REMOVED-BY      PIC X(10).
013300     05  WS-NEW-REMOVED-DATE    PIC 9(08).
013400 01  WS-ITEM-TABLE.
013500     05  WS-ITEM-ENTRY
013600             OCCURS 500 TIMES INDEXED BY WS-ITEM-IDX.
013700         10  WS-ITEM-SORT-KEY.
013800             15  WS-ITEM-OPERATOR       PIC X(10).
013900             15  WS-ITEM-DUE-DATE       PIC 9(08).
014000             15  WS-ITEM-MASTER-KEY.
014100                 20  WS-ITEM-DISTRICT       PIC X(50).
014200                 20  WS-ITEM-MUNICIPALITY   PIC X(50).
014300                 20  WS-ITEM-CONTRACT       PIC 99.
014400             15  WS-ITEM-SEQ            PIC 9(03).
014500         10  WS-ITEM-CATEGORY       PIC X(01).
014600             88  ITEM-OVERDUE            VALUE 'O'.
014700             88  ITEM-DUE-TODAY          VALUE 'T'.
014800             88  ITEM-DELETED            VALUE 'D'.
014900             88  ITEM-PURGED             VALUE 'P'.
015000             88  ITEM-NOT-ON-MASTER      VALUE 'M'.
015100         10  WS-ITEM-NOTES          PIC X(120).
015200         10  WS-ITEM-REMOVED-BY     PIC X(10).
015300         10  WS-ITEM-REMOVED-DATE   PIC 9(08).
015400
015500*--------------------------------------------------------------*
015600* RUN COUNTERS - OVER THE WHOLE LIST AND FOR THE OPERATOR      *
015700* BEING PRINTED.                                               *
015800*--------------------------------------------------------------*
015900 77  WS-ENTRIES-READ            PIC 9(07) COMP VALUE ZERO.
016000 77  WS-OPEN-ENTRIES            PIC 9(07) COMP VALUE ZERO.
016100 77  WS-ITEMS-NOT-HELD          PIC 9(05) COMP VALUE ZERO.
016200 01  WS-LIST-COUNTS.
016300     05  WS-TOT-OVERDUE         PIC 9(04) VALUE ZERO.
016400     05  WS-TOT-DUE-TODAY       PIC 9(04) VALUE ZERO.
016500     05  WS-TOT-GONE            PIC 9(04) VALUE ZERO.
016600     05  WS-OPR-OVERDUE         PIC 9(04) VALUE ZERO.
016700     05  WS-OPR-DUE-TODAY       PIC 9(04) VALUE ZERO.
016800     05  WS-OPR-GONE            PIC 9(04) VALUE ZERO.
016900 77  WS-OPERATORS-LISTED        PIC 9(03) COMP VALUE ZERO.
017000
017100*--------------------------------------------------------------*
017200* PAGINATION CONTROLS AND PRINT WORK AREAS.                    *
017300*--------------------------------------------------------------*
017400 77  WS-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
017500 77  WS-LINE-COUNT              PIC 9(03) COMP VALUE 99.
017600 77  WS-PAGE-NUMBER             PIC 9(04) COMP VALUE ZERO.
017700 01  WS-PAGE-OPERATOR           PIC X(10) VALUE SPACES.
017800 01  WS-REPORT-LINE             PIC X(132) VALUE SPACES.
017900 01  WS-EDIT-COUNT              PIC ZZZ,ZZ9.
018000 01  WS-EDIT-PAGE               PIC ZZZ9.
018100 01  WS-DATE-WORK               PIC 9(08) VALUE ZERO.
018200 01  WS-DATE-TEXT               PIC X(10) VALUE SPACES.
018300
018400*--------------------------------------------------------------*
018500* COLUMN HEADINGS, REPEATED AT THE TOP OF EVERY OPERATOR PAGE. *
018600*--------------------------------------------------------------*
018700 01  WS-COLUMN-HEAD.
018800     05  FILLER             PIC X(18) VALUE
018900             "  STATUS".
019000     05  FILLER             PIC X(12) VALUE
019100             "DUE DATE".
019200     05  FILLER             PIC X(07) VALUE
019300             " LATE".
019400     05  FILLER             PIC X(31) VALUE
019500             "DISTRICT".
019600     05  FILLER             PIC X(32) VALUE
019700             "MUNICIPALITY".
019800     05  FILLER             PIC X(06) VALUE
019900             "CT-SEQ".
020000
020100*--------------------------------------------------------------*
020200* ONE DETAIL LINE PER ENTRY - THE NOTES FOLLOW ON THE NEXT     *
020300* LINE, AND FOR A RECORD NO LONGER ON THE MASTER A LINE SAYING *
020400* HOW IT WENT. LATE IS THE DAYS PAST THE DUE DATE, BLANK WHEN  *
020500* NOT YET DUE.                                                 *
020600*--------------------------------------------------------------*
020700 01  WS-DETAIL-LINE.
020800     05  FILLER                 PIC X(02) VALUE SPACES.
020900     05  WS-DL-STATUS           PIC X(14).
021000     05  FILLER                 PIC X(02) VALUE SPACES.
021100     05  WS-DL-DUE-DATE         PIC X(10).
021200     05  FILLER                 PIC X(02) VALUE SPACES.
021300     05  WS-DL-DAYS-LATE        PIC ZZZZ9.
021400     05  WS-DL-DAYS-LATE-X REDEFINES WS-DL-DAYS-LATE
021500                                PIC X(05).
021600     05  FILLER                 PIC X(02) VALUE SPACES.
021700     05  WS-DL-DISTRICT         PIC X(30).
021800     05  FILLER                 PIC X(01) VALUE SPACES.
021900     05  WS-DL-MUNICIPALITY     PIC X(30).
022000     05  FILLER                 PIC X(02) VALUE SPACES.
022100     05  WS-DL-CONTRACT         PIC 99.
022200     05  FILLER                 PIC X(01) VALUE "-".
022300     05  WS-DL-SEQ              PIC 999.
022400
022500 01  CURRENT-DATE-DATA.
022600     05  CURRENT-DATE.
022700         10  CURRENT-YEAR          PIC 9(04).
022800         10  CURRENT-MONTH         PIC 9(02).
022900         10  CURRENT-DAY           PIC 9(02).
023000     05  WS-CURRENT-TIME.
023100         10  CURRENT-HOURS         PIC 9(02).
023200         10  CURRENT-MINUTE        PIC 9(02).
023300         10  CURRENT-SECOND        PIC 9(02).
023400         10  CURRENT-MILLISECONDS  PIC 9(02).
023500
023600 LINKAGE SECTION.
023700     COPY eodparm.
023800
023900 PROCEDURE DIVISION USING EOD-PARM.
024000*--------------------------------------------------------------*
024100 0000-MAINLINE.
024200*--------------------------------------------------------------*
024300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024400     IF NOT RUN-ABORTED AND NOT NO-DIARY
024500         PERFORM 2000-LOAD-ENTRIES THRU 2000-EXIT
024600     END-IF.
024700     IF NOT RUN-ABORTED
024800         PERFORM 7000-PRINT-LIST THRU 7000-EXIT
024900     END-IF.
025000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
025100     GOBACK.
025200
025300*--------------------------------------------------------------*
025400 1000-INITIALIZE.
025500*    OPENS THE DIARY AND THE MASTER. NO DIARY YET IS NOT AN    *
025600*    ERROR - NO FOLLOW-UP HAS BEEN ADDED - AND GIVES AN EMPTY  *
025700*    LIST. WITHOUT THE MASTER THE LIST STILL RUNS, BUT ONLY    *
025800*    THE RECORDS FUPFLAG MARKED CAN BE SHOWN AS GONE.          *
025900*--------------------------------------------------------------*
026000     IF ADDRESS OF EOD-PARM NOT = NULL
026100         IF EP-PARM-PRESENT
026200             MOVE 'Y' TO WS-DRIVEN-SW
026300         END-IF
026400     END-IF.
026500     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA.
026600     MOVE CURRENT-DATE TO WS-TODAY.
026700     MOVE WS-TODAY TO WS-DATE-WORK.
026800     PERFORM 7500-FORMAT-DATE THRU 7500-EXIT.
026900     MOVE WS-DATE-TEXT TO WS-TODAY-TEXT.
027000     OPEN INPUT FOLLOW-UP-FILE.
027100     IF FOLLOW-UP-MISSING
027200         MOVE 'Y' TO WS-NO-DIARY-SW
027300     ELSE
027400         IF NOT FOLLOW-UP-OK
027500             DISPLAY "FOLLOW-UP DIARY " WS-FOLLOW-UP-FILE-NAME
027600                 " NOT AVAILABLE - STATUS " WS-FOLLOW-UP-STATUS
027700             MOVE 'Y' TO WS-ABORT-SW
027800             GO TO 1000-EXIT
027900         END-IF
028000     END-IF.
028100     IF NOT NO-DIARY
028200         OPEN INPUT MASTER-FILE
028300         IF MASTER-OK
028400             MOVE 'Y' TO WS-MASTER-SW
028500         ELSE
028600             DISPLAY "MASTER FILE NOT AVAILABLE (STATUS "
028700                 WS-MASTER-STATUS ") - ONLY FLAGGED RECORDS "
028800                 "CAN BE SHOWN AS GONE."
028900         END-IF
029000     END-IF.
029100     OPEN OUTPUT REPORT-FILE.
029200 1000-EXIT.
029300     EXIT.
029400
029500*--------------------------------------------------------------*
029600 2000-LOAD-ENTRIES.
029700*    READS THE WHOLE DIARY AND TABLES EVERY OPEN ENTRY THAT IS *
029800*    DUE OR WHOSE RECORD HAS GONE.                             *
029900*--------------------------------------------------------------*
030000     MOVE 'N' TO WS-FUP-EOF-SW.
030100     PERFORM 2100-SELECT-ENTRY THRU 2100-EXIT
030200         UNTIL FUP-EOF.
030300     CLOSE FOLLOW-UP-FILE.
030400     IF MASTER-AVAILABLE
030500         CLOSE MASTER-FILE
030600     END-IF.
030700 2000-EXIT.
030800     EXIT.
030900
031000*--------------------------------------------------------------*
031100 2100-SELECT-ENTRY.
031200*    A RECORD FOUND ON THE MASTER IS PRESENT WHATEVER FUPFLAG  *
031300*    ONCE MARKED ON THE ENTRY - IT HAS BEEN RESTORED. ONE NOT  *
031400*    FOUND IS SHOWN AS FUPFLAG MARKED IT, OR AS NOT ON MASTER  *
031500*    WHEN IT WENT SOME OTHER WAY.                              *
031600*--------------------------------------------------------------*
031700     READ FOLLOW-UP-FILE NEXT RECORD
031800         AT END
031900             MOVE 'Y' TO WS-FUP-EOF-SW
032000     END-READ.
032100     IF FUP-EOF
032200         GO TO 2100-EXIT
032300     END-IF.
032400     ADD 1 TO WS-ENTRIES-READ.
032500     IF NOT FU-OPEN
032600         GO TO 2100-EXIT
032700     END-IF.
032800     ADD 1 TO WS-OPEN-ENTRIES.
032900     MOVE 'N' TO WS-ON-MASTER-SW.
033000     IF MASTER-AVAILABLE
033100         MOVE FU-MASTER-KEY TO MR-KEY
033200         READ MASTER-FILE
033300         IF MASTER-OK
033400             MOVE 'Y' TO WS-ON-MASTER-SW
033500         END-IF
033600     ELSE
033700         IF FU-RECORD-ON-MASTER
033800             MOVE 'Y' TO WS-ON-MASTER-SW
033900         END-IF
034000     END-IF.
034100     MOVE SPACES TO WS-NEW-REMOVED-BY.
034200     MOVE ZERO TO WS-NEW-REMOVED-DATE.
034300     EVALUATE TRUE
034400         WHEN RECORD-ON-MASTER AND FU-DUE-DATE < WS-TODAY
034500             MOVE 'O' TO WS-NEW-CATEGORY
034600         WHEN RECORD-ON-MASTER AND FU-DUE-DATE = WS-TODAY
034700             MOVE 'T' TO WS-NEW-CATEGORY
034800         WHEN RECORD-ON-MASTER
034900             GO TO 2100-EXIT
035000         WHEN FU-RECORD-DELETED OR FU-RECORD-PURGED
035100             MOVE FU-REMOVAL TO WS-NEW-CATEGORY
035200             MOVE FU-REMOVED-BY TO WS-NEW-REMOVED-BY
035300             MOVE FU-REMOVED-DATE TO WS-NEW-REMOVED-DATE
035400         WHEN OTHER
035500             MOVE 'M' TO WS-NEW-CATEGORY
035600     END-EVALUATE.
035700     MOVE FU-ASSIGNED-TO TO WS-NEW-OPERATOR.
035800     IF WS-NEW-OPERATOR = SPACES
035900         MOVE "*NOBODY*" TO WS-NEW-OPERATOR
036000     END-IF.
036100     MOVE FU-DUE-DATE TO WS-NEW-DUE-DATE.
036200     MOVE FU-MASTER-KEY TO WS-NEW-MASTER-KEY.
036300     MOVE FU-SEQ TO WS-NEW-SEQ.
036400     MOVE FU-NOTES TO WS-NEW-NOTES.
036500     PERFORM 3000-INSERT-ITEM THRU 3000-EXIT.
036600 2100-EXIT.
036700     EXIT.
036800
036900*--------------------------------------------------------------*
037000 3000-INSERT-ITEM.
037100*    INSERTS WS-NEW-ITEM IN SORT-KEY ORDER, SHIFTING THE LATER *
037200*    ROWS DOWN ONE.                                            *
037300*--------------------------------------------------------------*
037400     IF WS-ITEM-COUNT >= WS-ITEM-MAX
037500         ADD 1 TO WS-ITEMS-NOT-HELD
037600         GO TO 3000-EXIT
037700     END-IF.
037800     MOVE ZERO TO WS-INSERT-POS.
037900     PERFORM 3100-TEST-INSERT-POS THRU 3100-EXIT
038000         VARYING WS-ITEM-IDX FROM 1 BY 1
038100         UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
038200             OR WS-INSERT-POS > ZERO.
038300     IF WS-INSERT-POS = ZERO
038400         COMPUTE WS-INSERT-POS = WS-ITEM-COUNT + 1
038500     ELSE
038600         PERFORM 3200-SHIFT-ITEM-DOWN THRU 3200-EXIT
038700             VARYING WS-ITEM-IDX FROM WS-ITEM-COUNT BY -1
038800             UNTIL WS-ITEM-IDX < WS-INSERT-POS
038900     END-IF.
039000     ADD 1 TO WS-ITEM-COUNT.
039100     SET WS-ITEM-IDX TO WS-INSERT-POS.
039200     MOVE WS-NEW-ITEM TO WS-ITEM-ENTRY(WS-ITEM-IDX).
039300 3000-EXIT.
039400     EXIT.
039500
039600*--------------------------------------------------------------*
039700 3100-TEST-INSERT-POS.
039800*--------------------------------------------------------------*
039900     IF WS-ITEM-SORT-KEY(WS-ITEM-IDX) > WS-NEW-SORT-KEY
040000         SET WS-INSERT-POS TO WS-ITEM-IDX
040100     END-IF.
040200 3100-EXIT.
040300     EXIT.
040400
040500*--------------------------------------------------------------*
040600 3200-SHIFT-ITEM-DOWN.
040700*--------------------------------------------------------------*
040800     MOVE WS-ITEM-ENTRY(WS-ITEM-IDX)
040900         TO WS-ITEM-ENTRY(WS-ITEM-IDX + 1).
041000 3200-EXIT.
041100     EXIT.
041200
041300*--------------------------------------------------------------*
041400 7000-PRINT-LIST.
041500*    ONE GROUP OF PAGES PER OPERATOR, EACH CLOSED BY THE       *
041600*    OPERATOR'S COUNTS, THEN THE SUMMARY PAGE.                 *
041700*--------------------------------------------------------------*
041800     MOVE SPACES TO WS-PAGE-OPERATOR.
041900     PERFORM 7100-PRINT-ITEM THRU 7100-EXIT
042000         VARYING WS-ITEM-IDX FROM 1 BY 1
042100         UNTIL WS-ITEM-IDX > WS-ITEM-COUNT.
042200     IF WS-PAGE-OPERATOR NOT = SPACES
042300         PERFORM 7300-PRINT-OPERATOR-TOTALS THRU 7300-EXIT
042400     END-IF.
042500     PERFORM 7400-PRINT-SUMMARY THRU 7400-EXIT.
042600 7000-EXIT.
042700     EXIT.
042800
042900*--------------------------------------------------------------*
043000 7010-WRITE-LINE.
043100*    WRITES ONE REPORT LINE, STARTING A NEW PAGE WITH THE      *
043200*    STANDARD HEADING WHENEVER THE CURRENT PAGE IS FULL.       *
043300*--------------------------------------------------------------*
043400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
043500         PERFORM 7020-PRINT-PAGE-HEADING THRU 7020-EXIT
043600     END-IF.
043700     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
043800     ADD 1 TO WS-LINE-COUNT.
043900 7010-EXIT.
044000     EXIT.
044100
044200*--------------------------------------------------------------*
044300 7020-PRINT-PAGE-HEADING.
044400*--------------------------------------------------------------*
044500     ADD 1 TO WS-PAGE-NUMBER.
044600     MOVE WS-PAGE-NUMBER TO WS-EDIT-PAGE.
044700     MOVE SPACES TO REPORT-RECORD.
044800     STRING "FOLLOW-UPS DUE AND OVERDUE - " WS-TODAY-TEXT
044900         "   ASSIGNED TO: " WS-PAGE-OPERATOR
045000         "   PAGE " WS-EDIT-PAGE
045100         DELIMITED BY SIZE INTO REPORT-RECORD.
045200     WRITE REPORT-RECORD.
045300     MOVE SPACES TO REPORT-RECORD.
045400     WRITE REPORT-RECORD.
045500     WRITE REPORT-RECORD FROM WS-COLUMN-HEAD.
045600     MOVE SPACES TO REPORT-RECORD.
045700     WRITE REPORT-RECORD.
045800     MOVE 4 TO WS-LINE-COUNT.
045900 7020-EXIT.
046000     EXIT.
046100
046200*--------------------------------------------------------------*
046300 7100-PRINT-ITEM.
046400*    A CHANGE OF OPERATOR CLOSES THE LAST OPERATOR'S GROUP AND *
046500*    STARTS A NEW PAGE. EACH ENTRY TAKES TWO LINES, THREE FOR  *
046600*    A RECORD NO LONGER ON THE MASTER, KEPT TOGETHER ON ONE    *
046700*    PAGE.                                                     *
046800*--------------------------------------------------------------*
046900     IF WS-ITEM-OPERATOR(WS-ITEM-IDX) NOT = WS-PAGE-OPERATOR
047000         IF WS-PAGE-OPERATOR NOT = SPACES
047100             PERFORM 7300-PRINT-OPERATOR-TOTALS THRU 7300-EXIT
047200         END-IF
047300         MOVE WS-ITEM-OPERATOR(WS-ITEM-IDX) TO WS-PAGE-OPERATOR
047400         MOVE ZERO TO WS-OPR-OVERDUE WS-OPR-DUE-TODAY WS-OPR-GONE
047500         ADD 1 TO WS-OPERATORS-LISTED
047600         MOVE 99 TO WS-LINE-COUNT
047700     END-IF.
047800     IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
047900         MOVE 99 TO WS-LINE-COUNT
048000     END-IF.
048100     EVALUATE TRUE
048200         WHEN ITEM-OVERDUE(WS-ITEM-IDX)
048300             MOVE "OVERDUE" TO WS-DL-STATUS
048400             ADD 1 TO WS-OPR-OVERDUE
048500         WHEN ITEM-DUE-TODAY(WS-ITEM-IDX)
048600             MOVE "DUE TODAY" TO WS-DL-STATUS
048700             ADD 1 TO WS-OPR-DUE-TODAY
048800         WHEN ITEM-DELETED(WS-ITEM-IDX)
048900             MOVE "RECORD DELETED" TO WS-DL-STATUS
049000             ADD 1 TO WS-OPR-GONE
049100         WHEN ITEM-PURGED(WS-ITEM-IDX)
049200             MOVE "RECORD PURGED" TO WS-DL-STATUS
049300             ADD 1 TO WS-OPR-GONE
049400         WHEN OTHER
049500             MOVE "NOT ON MASTER" TO WS-DL-STATUS
049600             ADD 1 TO WS-OPR-GONE
049700     END-EVALUATE.
049800     MOVE WS-ITEM-DUE-DATE(WS-ITEM-IDX) TO WS-DATE-WORK.
049900     PERFORM 7500-FORMAT-DATE THRU 7500-EXIT.
050000     MOVE WS-DATE-TEXT TO WS-DL-DUE-DATE.
050100     PERFORM 7200-SET-DAYS-LATE THRU 7200-EXIT.
050200     MOVE WS-ITEM-DISTRICT(WS-ITEM-IDX) TO WS-DL-DISTRICT.
050300     MOVE WS-ITEM-MUNICIPALITY(WS-ITEM-IDX) TO WS-DL-MUNICIPALITY.
050400     MOVE WS-ITEM-CONTRACT(WS-ITEM-IDX) TO WS-DL-CONTRACT.
050500     MOVE WS-ITEM-SEQ(WS-ITEM-IDX) TO WS-DL-SEQ.
050600     MOVE WS-DETAIL-LINE TO WS-REPORT-LINE.
050700     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
050800     MOVE SPACES TO WS-REPORT-LINE.
050900     MOVE WS-ITEM-NOTES(WS-ITEM-IDX) TO WS-REPORT-LINE(13:120).
051000     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
051100     IF ITEM-DELETED(WS-ITEM-IDX) OR ITEM-PURGED(WS-ITEM-IDX)
051200         MOVE WS-ITEM-REMOVED-DATE(WS-ITEM-IDX) TO WS-DATE-WORK
051300         PERFORM 7500-FORMAT-DATE THRU 7500-EXIT
051400         MOVE SPACES TO WS-REPORT-LINE
051500         STRING "*** " WS-DL-STATUS " BY "
051600             WS-ITEM-REMOVED-BY(WS-ITEM-IDX) " ON " WS-DATE-TEXT
051700             " - CLOSE THE ENTRY IN MSTINQ ONCE DEALT WITH"
051800             DELIMITED BY SIZE INTO WS-REPORT-LINE(13:120)
051900         PERFORM 7010-WRITE-LINE THRU 7010-EXIT
052000     END-IF.
052100     IF ITEM-NOT-ON-MASTER(WS-ITEM-IDX)
052200         MOVE SPACES TO WS-REPORT-LINE
052300         STRING "*** RECORD NO LONGER ON THE MASTER - CHECK "
052400             "CONSOLIDATION, RE-KEY OR ROLLBACK"
052500             DELIMITED BY SIZE INTO WS-REPORT-LINE(13:120)
052600         PERFORM 7010-WRITE-LINE THRU 7010-EXIT
052700     END-IF.
052800 7100-EXIT.
052900     EXIT.
053000
053100*--------------------------------------------------------------*
053200 7200-SET-DAYS-LATE.
053300*    DAYS PAST THE DUE DATE - BLANK FOR AN ENTRY NOT YET DUE.  *
053400*--------------------------------------------------------------*
053500     IF WS-ITEM-DUE-DATE(WS-ITEM-IDX) NOT NUMERIC
053600         OR WS-ITEM-DUE-DATE(WS-ITEM-IDX) NOT < WS-TODAY
053700         MOVE SPACES TO WS-DL-DAYS-LATE-X
053800         GO TO 7200-EXIT
053900     END-IF.
054000     MOVE WS-ITEM-DUE-DATE(WS-ITEM-IDX) TO WS-DATE-WORK.
054100     COMPUTE WS-DAYS-LATE = FUNCTION INTEGER-OF-DATE(WS-TODAY)
054200         - FUNCTION INTEGER-OF-DATE(WS-DATE-WORK).
054300     MOVE WS-DAYS-LATE TO WS-DL-DAYS-LATE.
054400 7200-EXIT.
054500     EXIT.
054600
054700*--------------------------------------------------------------*
054800 7300-PRINT-OPERATOR-TOTALS.
054900*    CLOSES ONE OPERATOR'S GROUP AND ADDS IT TO THE LIST       *
055000*    TOTALS.                                                   *
055100*--------------------------------------------------------------*
055200     MOVE SPACES TO WS-REPORT-LINE.
055300     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
055400     MOVE SPACES TO WS-REPORT-LINE.
055500     STRING "  " WS-PAGE-OPERATOR ": " WS-OPR-OVERDUE " OVERDUE, "
055600         WS-OPR-DUE-TODAY " DUE TODAY, " WS-OPR-GONE
055700         " WITH THE RECORD GONE"
055800         DELIMITED BY SIZE INTO WS-REPORT-LINE.
055900     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
056000     ADD WS-OPR-OVERDUE TO WS-TOT-OVERDUE.
056100     ADD WS-OPR-DUE-TODAY TO WS-TOT-DUE-TODAY.
056200     ADD WS-OPR-GONE TO WS-TOT-GONE.
056300 7300-EXIT.
056400     EXIT.
056500
056600*--------------------------------------------------------------*
056700 7400-PRINT-SUMMARY.
056800*--------------------------------------------------------------*
056900     MOVE "ALL" TO WS-PAGE-OPERATOR.
057000     MOVE 99 TO WS-LINE-COUNT.
057100     IF NO-DIARY
057200         MOVE "NO FOLLOW-UP DIARY ON FILE - NOTHING TO LIST."
057300             TO WS-REPORT-LINE
057400         PERFORM 7010-WRITE-LINE THRU 7010-EXIT
057500     END-IF.
057600     IF NOT NO-DIARY AND WS-ITEM-COUNT = ZERO
057700         MOVE "NO FOLLOW-UPS DUE, OVERDUE OR WITH THE RECORD GONE"
057800             TO WS-REPORT-LINE
057900         PERFORM 7010-WRITE-LINE THRU 7010-EXIT
058000     END-IF.
058100     MOVE WS-ENTRIES-READ TO WS-EDIT-COUNT.
058200     MOVE SPACES TO WS-REPORT-LINE.
058300     STRING "DIARY ENTRIES READ:      " WS-EDIT-COUNT
058400         DELIMITED BY SIZE INTO WS-REPORT-LINE.
058500     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
058600     MOVE WS-OPEN-ENTRIES TO WS-EDIT-COUNT.
058700     MOVE SPACES TO WS-REPORT-LINE.
058800     STRING "OPEN ENTRIES:            " WS-EDIT-COUNT
058900         DELIMITED BY SIZE INTO WS-REPORT-LINE.
059000     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
059100     MOVE WS-TOT-OVERDUE TO WS-EDIT-COUNT.
059200     MOVE SPACES TO WS-REPORT-LINE.
059300     STRING "OVERDUE:                 " WS-EDIT-COUNT
059400         DELIMITED BY SIZE INTO WS-REPORT-LINE.
059500     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
059600     MOVE WS-TOT-DUE-TODAY TO WS-EDIT-COUNT.
059700     MOVE SPACES TO WS-REPORT-LINE.
059800     STRING "DUE TODAY:               " WS-EDIT-COUNT
059900         DELIMITED BY SIZE INTO WS-REPORT-LINE.
060000     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
060100     MOVE WS-TOT-GONE TO WS-EDIT-COUNT.
060200     MOVE SPACES TO WS-REPORT-LINE.
060300     STRING "RECORD GONE:             " WS-EDIT-COUNT
060400         DELIMITED BY SIZE INTO WS-REPORT-LINE.
060500     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
060600     MOVE WS-OPERATORS-LISTED TO WS-EDIT-COUNT.
060700     MOVE SPACES TO WS-REPORT-LINE.
060800     STRING "OPERATORS LISTED:        " WS-EDIT-COUNT
060900         DELIMITED BY SIZE INTO WS-REPORT-LINE.
061000     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
061100     IF WS-ITEMS-NOT-HELD > ZERO
061200         MOVE WS-ITEMS-NOT-HELD TO WS-EDIT-COUNT
061300         MOVE SPACES TO WS-REPORT-LINE
061400         STRING "*** " WS-EDIT-COUNT " FURTHER ENTRIES NOT "
061500             "LISTED - THE LIST HOLDS 500. CLOSE ENTRIES DEALT "
061600             "WITH AND RERUN."
061700             DELIMITED BY SIZE INTO WS-REPORT-LINE
061800         PERFORM 7010-WRITE-LINE THRU 7010-EXIT
061900     END-IF.
062000     IF NOT MASTER-AVAILABLE AND NOT NO-DIARY
062100         MOVE SPACES TO WS-REPORT-LINE
062200         STRING "*** MASTER FILE NOT AVAILABLE - ONLY RECORDS "
062300             "DELETED OR PURGED THROUGH MSTINQ, MSTAPRV AND "
062400             "ARCHMST ARE SHOWN AS GONE."
062500             DELIMITED BY SIZE INTO WS-REPORT-LINE
062600         PERFORM 7010-WRITE-LINE THRU 7010-EXIT
062700     END-IF.
062800 7400-EXIT.
062900     EXIT.
063000
063100*--------------------------------------------------------------*
063200 7500-FORMAT-DATE.
063300*    WS-DATE-WORK (YYYYMMDD) TO WS-DATE-TEXT (YYYY-MM-DD).     *
063400*--------------------------------------------------------------*
063500     MOVE SPACES TO WS-DATE-TEXT.
063600     IF WS-DATE-WORK NOT NUMERIC OR WS-DATE-WORK = ZERO
063700         GO TO 7500-EXIT
063800     END-IF.
063900     STRING WS-DATE-WORK(1:4) "-" WS-DATE-WORK(5:2) "-"
064000         WS-DATE-WORK(7:2)
064100         DELIMITED BY SIZE INTO WS-DATE-TEXT.
064200 7500-EXIT.
064300     EXIT.
064400
064500*--------------------------------------------------------------*
064600 8000-TERMINATE.
064700*    DRIVEN, THE OUTCOME GOES BACK TO EODBATCH - "00" WITH THE *
064800*    COUNTS LISTED IN EP-INFO, "08" WHEN THE DIARY COULD NOT   *
064900*    BE READ.                                                  *
065000*--------------------------------------------------------------*
065100     IF NOT RUN-ABORTED
065200         CLOSE REPORT-FILE
065300         DISPLAY "FOLLOW-UP LIST WRITTEN TO " WS-REPORT-FILE-NAME
065400     END-IF.
065500     DISPLAY "FOLLOW-UPS OVERDUE:     " WS-TOT-OVERDUE.
065600     DISPLAY "FOLLOW-UPS DUE TODAY:   " WS-TOT-DUE-TODAY.
065700     DISPLAY "FOLLOW-UPS RECORD GONE: " WS-TOT-GONE.
065800     IF NOT DRIVEN-MODE
065900         GO TO 8000-EXIT
066000     END-IF.
066100     MOVE SPACES TO EP-INFO.
066200     IF RUN-ABORTED
066300         MOVE "08" TO EP-STEP-STATUS
066400         MOVE "FOLLOW-UP DIARY NOT READ" TO EP-INFO
066500         GO TO 8000-EXIT
066600     END-IF.
066700     MOVE "00" TO EP-STEP-STATUS.
066800     STRING WS-TOT-OVERDUE " LATE, " WS-TOT-DUE-TODAY " DUE, "
066900         WS-TOT-GONE " GONE"
067000         DELIMITED BY SIZE INTO EP-INFO.
067100 8000-EXIT.
067200     EXIT.
