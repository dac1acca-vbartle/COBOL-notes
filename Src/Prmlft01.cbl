000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PRMLFT01.
000300*---------------------------------
000400* Promotional lift. For one
000500* promotion off PRMMNT01's
000600* calendar (FDPROMO.CBL), or
000700* every promotion on file, the
000800* sales history - and the
000900* SLSHARCH detail SLSSUM01 has
001000* archived - is added up for the
001100* promotion's stores and
001200* division/category pairs over
001300* three windows of the same
001400* length:
001500*   EVENT     - the promotion
001600*               dates
001700*   PRE-EVENT - the days just
001800*               before it
001900*   LAST YEAR - the same fiscal
002000*               weeks a year
002100*               earlier, found
002200*               through
002300*               FISCAL-CALENDAR-
002400*               FILE (364 days
002500*               back when the
002600*               dates are not on
002700*               the calendar)
002800* For each: net sales, the
002900* markdowns booked ("M" records,
003000* carried negative and netted
003100* into net sales), net units
003200* (returns off) and margin (net
003300* sales less cost). Lift is the
003400* event over each baseline in
003500* percent; the markdowns booked
003600* in the event print against
003700* PROMO-PLANNED-MARKDOWN.
003800*---------------------------------
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.

004200     COPY "SLPROMO.CBL".

004300     COPY "SLSLHIST.CBL".

004400     COPY "SLFCAL01.CBL".

004500     COPY "SLSPOOLC.CBL".

004600     SELECT OPTIONAL HISTORY-ARCHIVE-FILE
004700         ASSIGN TO "SLSHARCH"
004800         ORGANIZATION IS SEQUENTIAL.

004900*---------------------------------
005000* The report goes to a uniquely
005100* named spool file cataloged
005200* through PLSPOOL1.CBL, so a
005300* printer jam means a reprint
005400* from SPLMGR01, not a re-run.
005500*---------------------------------
005600     SELECT PRINTER-FILE
005700         ASSIGN TO DYNAMIC SPOOL-OUT-NAME
005800         ORGANIZATION IS LINE SEQUENTIAL.

005900 DATA DIVISION.
006000 FILE SECTION.

006100     COPY "FDPROMO.CBL".

006200     COPY "FDSLHIST.CBL".

006300     COPY "FDFCAL01.CBL".

006400     COPY "FDSPOOLC.CBL".

006500 FD  HISTORY-ARCHIVE-FILE
006600     LABEL RECORDS ARE STANDARD.
006700 01  HISTORY-ARCHIVE-RECORD      PIC X(38).

006800 FD  PRINTER-FILE
006900     LABEL RECORDS ARE OMITTED.
007000 01  PRINTER-RECORD              PIC X(80).

007100 WORKING-STORAGE SECTION.

007200 77  PROMO-FILE-AT-END           PIC X.
007300 77  HISTORY-FILE-AT-END         PIC X.
007400 77  ARCHIVE-FILE-AT-END         PIC X.
007500 77  RECORD-FOUND                PIC X.
007600 77  FCAL-RECORD-FOUND           PIC X.
007700 77  ALL-PROMOTIONS              PIC X.
007800 77  HISTORY-MATCHES             PIC X.
007900 77  STORE-MATCHES               PIC X.
008000 77  ITEM-MATCHES                PIC X.
008100 77  LINE-COUNT                  PIC 999 VALUE ZERO.
008200 77  PAGE-NUMBER                 PIC 99999 VALUE ZERO.
008300 77  MAXIMUM-LINES               PIC 999 VALUE 55.

008400 77  WANTED-CODE                 PIC X(6).
008500 77  PROMO-COUNT                 PIC 9(5) VALUE ZERO.
008600 77  LIST-INDEX                  PIC 99.
008700 77  WINDOW-INDEX                PIC 9.
008800 77  BASE-INDEX                  PIC 9.
008900 77  EVENT-DAYS                  PIC S9(5) COMP.
009000 77  START-INTEGER               PIC S9(9) COMP.
009100 77  LAST-YEAR-INTEGER           PIC S9(9) COMP.
009200 77  FISCAL-OFFSET               PIC S9(5) COMP.
009300 77  NET-AMOUNT                  PIC S9(9)V99.
009400 77  MARGIN-AMOUNT               PIC S9(9)V99.
009500 77  BASE-AMOUNT                 PIC S9(9)V99.
009600 77  EVENT-AMOUNT                PIC S9(9)V99.
009700 77  LIFT-PERCENT                PIC S9(5)V9.
009800 77  ACTUAL-MARKDOWN             PIC S9(9)V99.
009900 77  A-LIFT-FIELD                PIC ----9.9.

010000*---------------------------------
010100* Window 1 is the event, 2 the
010200* pre-event days, 3 the same
010300* weeks last year.
010400*---------------------------------
010500 01  WINDOW-TABLE.
010600     05  SALES-WINDOW OCCURS 3 TIMES.
010700         10  WINDOW-FROM          PIC 9(8).
010800         10  WINDOW-TO            PIC 9(8).
010900         10  WINDOW-SALES         PIC S9(9)V99.
011000         10  WINDOW-MARKDOWNS     PIC S9(9)V99.
011100         10  WINDOW-UNITS         PIC S9(7).
011200         10  WINDOW-COST          PIC S9(9)V99.

011300 01  WINDOW-LABELS.
011400     05  FILLER          PIC X(12) VALUE "EVENT".
011500     05  FILLER          PIC X(12) VALUE "PRE-EVENT".
011600     05  FILLER          PIC X(12) VALUE "LAST YEAR".
011700 01  FILLER REDEFINES WINDOW-LABELS.
011800     05  WINDOW-LABEL    PIC X(12) OCCURS 3 TIMES.

011900 01  PROMO-LINE.
012000     05  FILLER              PIC X(10) VALUE "PROMOTION ".
012100     05  PRINT-PROMO-CODE    PIC X(6).
012200     05  FILLER              PIC X(2)  VALUE SPACE.
012300     05  PRINT-DESCRIPTION   PIC X(30).
012400     05  FILLER              PIC X(2)  VALUE SPACE.
012500     05  PRINT-STORE-TEXT    PIC X(30).

012600 01  WINDOW-LINE.
012700     05  PRINT-WINDOW-LABEL  PIC X(12).
012800     05  PRINT-FROM          PIC X(10).
012900     05  FILLER              PIC X     VALUE "-".
013000     05  PRINT-TO            PIC X(10).
013100     05  PRINT-NET-SALES     PIC ZZZ,ZZZ,ZZ9-.
013200     05  PRINT-MARKDOWNS     PIC ZZZ,ZZZ,ZZ9-.
013300     05  PRINT-UNITS         PIC Z,ZZZ,ZZ9-.
013400     05  PRINT-MARGIN        PIC ZZZ,ZZZ,ZZ9-.

013500 01  LIFT-LINE.
013600     05  PRINT-LIFT-LABEL    PIC X(33).
013700     05  PRINT-LIFT-SALES    PIC X(12) JUSTIFIED RIGHT.
013800     05  FILLER              PIC X(12) VALUE SPACE.
013900     05  PRINT-LIFT-UNITS    PIC X(10) JUSTIFIED RIGHT.
014000     05  PRINT-LIFT-MARGIN   PIC X(12) JUSTIFIED RIGHT.

014100 01  MARKDOWN-LINE.
014200     05  FILLER              PIC X(18)
014300         VALUE "PLANNED MARKDOWN: ".
014400     05  PRINT-PLANNED       PIC ZZZ,ZZZ,ZZ9-.
014500     05  FILLER              PIC X(10) VALUE "  ACTUAL: ".
014600     05  PRINT-ACTUAL        PIC ZZZ,ZZZ,ZZ9-.
014700     05  FILLER              PIC X(12) VALUE "  VARIANCE: ".
014800     05  PRINT-VARIANCE      PIC ZZZ,ZZZ,ZZ9-.

014900 01  COLUMN-LINE.
015000     05  FILLER   PIC X(12) VALUE "WINDOW".
015100     05  FILLER   PIC X(21) VALUE "DATES".
015200     05  FILLER   PIC X(12) VALUE "   NET SALES".
015300     05  FILLER   PIC X(12) VALUE "   MARKDOWNS".
015400     05  FILLER   PIC X(10) VALUE "     UNITS".
015500     05  FILLER   PIC X(12) VALUE "      MARGIN".

015600 01  TITLE-LINE.
015700     05  FILLER              PIC X(20) VALUE SPACE.
015800     05  FILLER              PIC X(28)
015900         VALUE "PROMOTIONAL LIFT ANALYSIS".
016000     05  PRINT-TITLE-DATE    PIC X(10).
016100     05  FILLER              PIC X(6)  VALUE SPACE.
016200     05  FILLER              PIC X(5)  VALUE "PAGE:".
016300     05  FILLER              PIC X(1)  VALUE SPACE.
016400     05  PRINT-PAGE-NUMBER   PIC ZZZZ9.

016500 01  STORE-TEXT-BUILD.
016600     05  FILLER              PIC X(7)  VALUE "STORES:".
016700     05  STORE-TEXT-ENTRY OCCURS 7 TIMES.
016800         10  FILLER          PIC X     VALUE SPACE.
016900         10  STORE-TEXT-NUMBER PIC 99.

017000     COPY "WSDATE01.CBL".

017100     COPY "WSCASE01.CBL".

017200     COPY "WSOPID01.CBL".

017300     COPY "WSSPOOL1.CBL".

017400 PROCEDURE DIVISION.
017500 PROGRAM-BEGIN.
017600     PERFORM GET-OPERATOR-ID.
017700     PERFORM ENTER-WANTED-CODE.
017800     PERFORM OPENING-PROCEDURE.
017900     PERFORM START-NEW-PAGE.
018000     IF ALL-PROMOTIONS = "Y"
018100         PERFORM REPORT-ALL-PROMOTIONS
018200     ELSE
018300         PERFORM REPORT-ONE-WANTED.
018400     IF PROMO-COUNT = ZERO
018500         MOVE "NO PROMOTION FOUND" TO PRINTER-RECORD
018600         PERFORM WRITE-TO-PRINTER.
018700     PERFORM CLOSING-PROCEDURE.

018733 PROGRAM-EXIT.
018766     EXIT PROGRAM.

018800 PROGRAM-DONE.
018900     STOP RUN.

019000 ENTER-WANTED-CODE.
019100     DISPLAY "ENTER PROMOTION CODE (BLANK FOR ALL)".
019200     ACCEPT WANTED-CODE.
019300     INSPECT WANTED-CODE
019400      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
019500     IF WANTED-CODE = SPACE
019600         MOVE "Y" TO ALL-PROMOTIONS
019700     ELSE
019800         MOVE "N" TO ALL-PROMOTIONS.

019900 OPENING-PROCEDURE.
020000     OPEN INPUT PROMOTION-FILE.
020100     OPEN INPUT FISCAL-CALENDAR-FILE.
020200     OPEN I-O SPOOL-CATALOG-FILE.
020300     MOVE "PROMOTIONAL LIFT" TO SPOOL-REPORT-NAME.
020400     MOVE "PRMLFT01" TO SPOOL-PROGRAM.
020500     PERFORM OPEN-SPOOL-REPORT.
020600     OPEN OUTPUT PRINTER-FILE.
020700     PERFORM GET-TODAYS-DATE.
020800     PERFORM FORMAT-THE-DATE.
020900     MOVE FORMATTED-DATE TO PRINT-TITLE-DATE.

021000 CLOSING-PROCEDURE.
021100     CLOSE PROMOTION-FILE.
021200     CLOSE FISCAL-CALENDAR-FILE.
021300     PERFORM END-LAST-PAGE.
021400     CLOSE PRINTER-FILE.
021500     MOVE PAGE-NUMBER TO SPOOL-PAGE-COUNT.
021600     PERFORM CLOSE-SPOOL-REPORT.
021700     CLOSE SPOOL-CATALOG-FILE.
021800     DISPLAY PROMO-COUNT " PROMOTION(S) REPORTED".
021900     DISPLAY "REPORT SPOOLED AS " SPOOL-OUT-NAME.

022000 REPORT-ONE-WANTED.
022100     MOVE WANTED-CODE TO PROMO-CODE.
022200     PERFORM READ-PROMO-RECORD.
022300     IF RECORD-FOUND = "Y"
022400         PERFORM REPORT-ONE-PROMOTION.

022500 REPORT-ALL-PROMOTIONS.
022600     MOVE "N" TO PROMO-FILE-AT-END.
022700     MOVE SPACE TO PROMO-CODE.
022800     START PROMOTION-FILE
022900        KEY NOT < PROMO-CODE
023000         INVALID KEY MOVE "Y" TO PROMO-FILE-AT-END.
023100     IF PROMO-FILE-AT-END NOT = "Y"
023200         PERFORM READ-NEXT-PROMO-RECORD.
023300     PERFORM REPORT-NEXT-PROMOTION
023400         UNTIL PROMO-FILE-AT-END = "Y".

023500 REPORT-NEXT-PROMOTION.
023600     PERFORM REPORT-ONE-PROMOTION.
023700     PERFORM READ-NEXT-PROMO-RECORD.

023800 REPORT-ONE-PROMOTION.
023900     PERFORM SET-THE-WINDOWS.
024000     PERFORM ACCUMULATE-THE-HISTORY.
024100     PERFORM PRINT-THE-PROMOTION.
024200     ADD 1 TO PROMO-COUNT.

024300*---------------------------------
024400* The pre-event days end the day
024500* before the start. Last year
024600* starts at the same offset into
024700* the prior fiscal year as the
024800* event is into this one.
024900*---------------------------------
025000 SET-THE-WINDOWS.
025100     COMPUTE START-INTEGER =
025200         FUNCTION INTEGER-OF-DATE(PROMO-START-DATE).
025300     COMPUTE EVENT-DAYS =
025400         FUNCTION INTEGER-OF-DATE(PROMO-END-DATE)
025500         - START-INTEGER + 1.
025600     MOVE PROMO-START-DATE TO WINDOW-FROM (1).
025700     MOVE PROMO-END-DATE TO WINDOW-TO (1).
025800     COMPUTE WINDOW-FROM (2) = FUNCTION DATE-OF-INTEGER
025900         (START-INTEGER - EVENT-DAYS).
026000     COMPUTE WINDOW-TO (2) = FUNCTION DATE-OF-INTEGER
026100         (START-INTEGER - 1).
026200     COMPUTE LAST-YEAR-INTEGER = START-INTEGER - 364.
026300     PERFORM FIND-FISCAL-LAST-YEAR.
026400     COMPUTE WINDOW-FROM (3) = FUNCTION DATE-OF-INTEGER
026500         (LAST-YEAR-INTEGER).
026600     COMPUTE WINDOW-TO (3) = FUNCTION DATE-OF-INTEGER
026700         (LAST-YEAR-INTEGER + EVENT-DAYS - 1).
026800     PERFORM CLEAR-ONE-WINDOW
026900         VARYING WINDOW-INDEX FROM 1 BY 1
027000           UNTIL WINDOW-INDEX > 3.

027100 FIND-FISCAL-LAST-YEAR.
027200     MOVE PROMO-START-DATE TO FCAL-DATE.
027300     PERFORM READ-FCAL-RECORD.
027400     IF FCAL-RECORD-FOUND = "Y"
027500         COMPUTE FISCAL-OFFSET = START-INTEGER
027600             - FUNCTION INTEGER-OF-DATE(FCAL-YEAR-START)
027700         COMPUTE FCAL-DATE = FUNCTION DATE-OF-INTEGER
027800             (FUNCTION INTEGER-OF-DATE(FCAL-YEAR-START) - 1)
027900         PERFORM READ-FCAL-RECORD
028000         IF FCAL-RECORD-FOUND = "Y"
028100             COMPUTE LAST-YEAR-INTEGER = FISCAL-OFFSET
028200                 + FUNCTION INTEGER-OF-DATE(FCAL-YEAR-START).

028300 CLEAR-ONE-WINDOW.
028400     MOVE ZEROES TO WINDOW-SALES (WINDOW-INDEX)
028500                    WINDOW-MARKDOWNS (WINDOW-INDEX)
028600                    WINDOW-UNITS (WINDOW-INDEX)
028700                    WINDOW-COST (WINDOW-INDEX).

028800*---------------------------------
028900* Live history first, then the
029000* archived detail.
029100*---------------------------------
029200 ACCUMULATE-THE-HISTORY.
029300     OPEN INPUT SALES-HISTORY-FILE.
029400     MOVE "N" TO HISTORY-FILE-AT-END.
029500     PERFORM READ-NEXT-HISTORY.
029600     PERFORM ACCUMULATE-ONE-HISTORY
029700         UNTIL HISTORY-FILE-AT-END = "Y".
029800     CLOSE SALES-HISTORY-FILE.

029900     OPEN INPUT HISTORY-ARCHIVE-FILE.
030000     MOVE "N" TO ARCHIVE-FILE-AT-END.
030100     PERFORM READ-NEXT-ARCHIVE-RECORD.
030200     PERFORM ACCUMULATE-ONE-ARCHIVED
030300         UNTIL ARCHIVE-FILE-AT-END = "Y".
030400     CLOSE HISTORY-ARCHIVE-FILE.

030500 ACCUMULATE-ONE-HISTORY.
030600     PERFORM CHECK-ONE-HISTORY.
030700     PERFORM READ-NEXT-HISTORY.

030800 ACCUMULATE-ONE-ARCHIVED.
030900     MOVE HISTORY-ARCHIVE-RECORD TO SALES-HISTORY-RECORD.
031000     PERFORM CHECK-ONE-HISTORY.
031100     PERFORM READ-NEXT-ARCHIVE-RECORD.

031200 CHECK-ONE-HISTORY.
031300     PERFORM CHECK-HISTORY-MATCH.
031400     IF HISTORY-MATCHES = "Y"
031500         PERFORM ADD-TO-ONE-WINDOW
031600             VARYING WINDOW-INDEX FROM 1 BY 1
031700               UNTIL WINDOW-INDEX > 3.

031800*---------------------------------
031900* The record must be in one of
032000* the promotion's stores (any
032100* store when none are listed)
032200* and one of its division and
032300* category pairs.
032400*---------------------------------
032500 CHECK-HISTORY-MATCH.
032600     MOVE "N" TO HISTORY-MATCHES.
032700     IF PROMO-STORE (1) = ZEROES
032800         MOVE "Y" TO STORE-MATCHES
032900     ELSE
033000         MOVE "N" TO STORE-MATCHES
033100         PERFORM MATCH-ONE-STORE
033200             VARYING LIST-INDEX FROM 1 BY 1
033300               UNTIL LIST-INDEX > 10
033400                  OR STORE-MATCHES = "Y".
033500     IF STORE-MATCHES = "Y"
033600         MOVE "N" TO ITEM-MATCHES
033700         PERFORM MATCH-ONE-ITEM
033800             VARYING LIST-INDEX FROM 1 BY 1
033900               UNTIL LIST-INDEX > 10
034000                  OR ITEM-MATCHES = "Y"
034100         MOVE ITEM-MATCHES TO HISTORY-MATCHES.

034200 MATCH-ONE-STORE.
034300     IF PROMO-STORE (LIST-INDEX) NOT = ZEROES
034400        AND PROMO-STORE (LIST-INDEX) = HISTORY-STORE
034500         MOVE "Y" TO STORE-MATCHES.

034600 MATCH-ONE-ITEM.
034700     IF PROMO-DIVISION (LIST-INDEX) NOT = ZEROES
034800        AND PROMO-DIVISION (LIST-INDEX) = HISTORY-DIVISION
034900         IF PROMO-CATEGORY (LIST-INDEX) = ZEROES
035000            OR PROMO-CATEGORY (LIST-INDEX) = HISTORY-CATEGORY
035100             MOVE "Y" TO ITEM-MATCHES.

035200 ADD-TO-ONE-WINDOW.
035300     IF HISTORY-FEED-DATE NOT < WINDOW-FROM (WINDOW-INDEX)
035400        AND HISTORY-FEED-DATE NOT > WINDOW-TO (WINDOW-INDEX)
035500         PERFORM ADD-ONE-HISTORY.

035600 ADD-ONE-HISTORY.
035700     IF HISTORY-TYPE = "M"
035800         ADD HISTORY-AMOUNT TO WINDOW-MARKDOWNS (WINDOW-INDEX)
035900     ELSE
036000         ADD HISTORY-AMOUNT TO WINDOW-SALES (WINDOW-INDEX)
036100         ADD HISTORY-COST TO WINDOW-COST (WINDOW-INDEX)
036200         IF HISTORY-TYPE = "R"
036300             SUBTRACT HISTORY-UNITS
036400                 FROM WINDOW-UNITS (WINDOW-INDEX)
036500         ELSE
036600             ADD HISTORY-UNITS TO WINDOW-UNITS (WINDOW-INDEX).

036700*---------------------------------
036800* One block per promotion.
036900*---------------------------------
037000 PRINT-THE-PROMOTION.
037100     IF LINE-COUNT > MAXIMUM-LINES - 10
037200         PERFORM START-NEXT-PAGE.
037300     MOVE PROMO-CODE TO PRINT-PROMO-CODE.
037400     MOVE PROMO-DESCRIPTION TO PRINT-DESCRIPTION.
037500     PERFORM BUILD-STORE-TEXT.
037600     MOVE PROMO-LINE TO PRINTER-RECORD.
037700     PERFORM WRITE-TO-PRINTER.
037800     PERFORM PRINT-ONE-WINDOW
037900         VARYING WINDOW-INDEX FROM 1 BY 1
038000           UNTIL WINDOW-INDEX > 3.
038100     MOVE "LIFT OVER PRE-EVENT %" TO PRINT-LIFT-LABEL.
038200     MOVE 2 TO BASE-INDEX.
038300     PERFORM PRINT-LIFT-LINE.
038400     MOVE "LIFT OVER LAST YEAR %" TO PRINT-LIFT-LABEL.
038500     MOVE 3 TO BASE-INDEX.
038600     PERFORM PRINT-LIFT-LINE.
038700     PERFORM PRINT-MARKDOWN-LINE.
038800     PERFORM LINE-FEED.

038900 BUILD-STORE-TEXT.
039000     IF PROMO-STORE (1) = ZEROES
039100         MOVE "STORES: ALL" TO PRINT-STORE-TEXT
039200     ELSE
039300         MOVE SPACE TO STORE-TEXT-BUILD
039400         MOVE "STORES:" TO STORE-TEXT-BUILD
039500         PERFORM ADD-ONE-STORE-TEXT
039600             VARYING LIST-INDEX FROM 1 BY 1
039700               UNTIL LIST-INDEX > 7
039800         MOVE STORE-TEXT-BUILD TO PRINT-STORE-TEXT
039900         IF PROMO-STORE (8) NOT = ZEROES
040000             MOVE "+" TO PRINT-STORE-TEXT (29:1).

040100 ADD-ONE-STORE-TEXT.
040200     IF PROMO-STORE (LIST-INDEX) NOT = ZEROES
040300         MOVE PROMO-STORE (LIST-INDEX)
040400             TO STORE-TEXT-NUMBER (LIST-INDEX).

040500 PRINT-ONE-WINDOW.
040600     COMPUTE NET-AMOUNT = WINDOW-SALES (WINDOW-INDEX)
040700         + WINDOW-MARKDOWNS (WINDOW-INDEX).
040800     COMPUTE MARGIN-AMOUNT = NET-AMOUNT
040900         - WINDOW-COST (WINDOW-INDEX).
041000     MOVE WINDOW-LABEL (WINDOW-INDEX) TO PRINT-WINDOW-LABEL.
041100     MOVE WINDOW-FROM (WINDOW-INDEX) TO DATE-CCYYMMDD.
041200     PERFORM FORMAT-THE-DATE.
041300     MOVE FORMATTED-DATE TO PRINT-FROM.
041400     MOVE WINDOW-TO (WINDOW-INDEX) TO DATE-CCYYMMDD.
041500     PERFORM FORMAT-THE-DATE.
041600     MOVE FORMATTED-DATE TO PRINT-TO.
041700     MOVE NET-AMOUNT TO PRINT-NET-SALES.
041800     COMPUTE PRINT-MARKDOWNS =
041900         0 - WINDOW-MARKDOWNS (WINDOW-INDEX).
042000     MOVE WINDOW-UNITS (WINDOW-INDEX) TO PRINT-UNITS.
042100     MOVE MARGIN-AMOUNT TO PRINT-MARGIN.
042200     MOVE WINDOW-LINE TO PRINTER-RECORD.
042300     PERFORM WRITE-TO-PRINTER.

042400*---------------------------------
042500* Event against the baseline in
042600* BASE-INDEX, for net sales,
042700* units and margin. A baseline
042800* of zero or less has no lift.
042900*---------------------------------
043000 PRINT-LIFT-LINE.
043100     COMPUTE EVENT-AMOUNT = WINDOW-SALES (1)
043200         + WINDOW-MARKDOWNS (1).
043300     COMPUTE BASE-AMOUNT = WINDOW-SALES (BASE-INDEX)
043400         + WINDOW-MARKDOWNS (BASE-INDEX).
043500     PERFORM FORMAT-ONE-LIFT.
043600     MOVE A-LIFT-FIELD TO PRINT-LIFT-SALES.
043700     IF BASE-AMOUNT NOT > ZERO
043800         MOVE "N/A" TO PRINT-LIFT-SALES.
043900     MOVE WINDOW-UNITS (1) TO EVENT-AMOUNT.
044000     MOVE WINDOW-UNITS (BASE-INDEX) TO BASE-AMOUNT.
044100     PERFORM FORMAT-ONE-LIFT.
044200     MOVE A-LIFT-FIELD TO PRINT-LIFT-UNITS.
044300     IF BASE-AMOUNT NOT > ZERO
044400         MOVE "N/A" TO PRINT-LIFT-UNITS.
044500     COMPUTE EVENT-AMOUNT = WINDOW-SALES (1)
044600         + WINDOW-MARKDOWNS (1) - WINDOW-COST (1).
044700     COMPUTE BASE-AMOUNT = WINDOW-SALES (BASE-INDEX)
044800         + WINDOW-MARKDOWNS (BASE-INDEX)
044900         - WINDOW-COST (BASE-INDEX).
045000     PERFORM FORMAT-ONE-LIFT.
045100     MOVE A-LIFT-FIELD TO PRINT-LIFT-MARGIN.
045200     IF BASE-AMOUNT NOT > ZERO
045300         MOVE "N/A" TO PRINT-LIFT-MARGIN.
045400     MOVE LIFT-LINE TO PRINTER-RECORD.
045500     PERFORM WRITE-TO-PRINTER.

045600 FORMAT-ONE-LIFT.
045700     MOVE ZERO TO LIFT-PERCENT.
045800     IF BASE-AMOUNT > ZERO
045900         COMPUTE LIFT-PERCENT ROUNDED =
046000             (EVENT-AMOUNT - BASE-AMOUNT) * 100 / BASE-AMOUNT
046100             ON SIZE ERROR
046200             MOVE 99999.9 TO LIFT-PERCENT.
046300     MOVE LIFT-PERCENT TO A-LIFT-FIELD.

046400 PRINT-MARKDOWN-LINE.
046500     COMPUTE ACTUAL-MARKDOWN = 0 - WINDOW-MARKDOWNS (1).
046600     MOVE PROMO-PLANNED-MARKDOWN TO PRINT-PLANNED.
046700     MOVE ACTUAL-MARKDOWN TO PRINT-ACTUAL.
046800     COMPUTE PRINT-VARIANCE =
046900         ACTUAL-MARKDOWN - PROMO-PLANNED-MARKDOWN.
047000     MOVE MARKDOWN-LINE TO PRINTER-RECORD.
047100     PERFORM WRITE-TO-PRINTER.

047200*---------------------------------
047300* File I-O routines.
047400*---------------------------------
047500 READ-PROMO-RECORD.
047600     MOVE "Y" TO RECORD-FOUND.
047700     READ PROMOTION-FILE RECORD
047800       INVALID KEY
047900          MOVE "N" TO RECORD-FOUND.

048000 READ-NEXT-PROMO-RECORD.
048100     READ PROMOTION-FILE NEXT RECORD
048200         AT END MOVE "Y" TO PROMO-FILE-AT-END.

048300 READ-FCAL-RECORD.
048400     MOVE "Y" TO FCAL-RECORD-FOUND.
048500     READ FISCAL-CALENDAR-FILE RECORD
048600       INVALID KEY
048700          MOVE "N" TO FCAL-RECORD-FOUND.

048800 READ-NEXT-HISTORY.
048900     READ SALES-HISTORY-FILE
049000         AT END MOVE "Y" TO HISTORY-FILE-AT-END.

049100 READ-NEXT-ARCHIVE-RECORD.
049200     READ HISTORY-ARCHIVE-FILE
049300         AT END MOVE "Y" TO ARCHIVE-FILE-AT-END.

049400*---------------------------------
049500* Printing routines.
049600*---------------------------------
049700 WRITE-TO-PRINTER.
049800     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
049900     ADD 1 TO LINE-COUNT.

050000 LINE-FEED.
050100     MOVE SPACE TO PRINTER-RECORD.
050200     PERFORM WRITE-TO-PRINTER.

050300 START-NEXT-PAGE.
050400     PERFORM END-LAST-PAGE.
050500     PERFORM START-NEW-PAGE.

050600 START-NEW-PAGE.
050700     ADD 1 TO PAGE-NUMBER.
050800     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
050900     MOVE TITLE-LINE TO PRINTER-RECORD.
051000     PERFORM WRITE-TO-PRINTER.
051100     PERFORM LINE-FEED.
051200     MOVE COLUMN-LINE TO PRINTER-RECORD.
051300     PERFORM WRITE-TO-PRINTER.
051400     PERFORM LINE-FEED.

051500 END-LAST-PAGE.
051600     PERFORM FORM-FEED.
051700     MOVE ZERO TO LINE-COUNT.

051800 FORM-FEED.
051900     MOVE SPACE TO PRINTER-RECORD.
052000     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

052100     COPY "PLDATE01.CBL".

052200     COPY "PLOPID01.CBL".

052300     COPY "PLSPOOL1.CBL".
