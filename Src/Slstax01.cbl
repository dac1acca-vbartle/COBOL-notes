000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SLSTAX01.
000300*---------------------------------
000400* Monthly sales tax return
000500* worksheet, by taxing
000600* jurisdiction. For the entered
000700* month every SALES-HISTORY-FILE
000800* record - and the SLSHARCH
000900* detail SLSSUM01 has already
001000* archived, read the way
001100* DIVRPT01 reads VCHARCH - is
001200* added up by store:
001300*   GROSS    - sales ("S" or
001400*              blank type)
001500*   RETURNS  - "R" records,
001600*              carried negative
001700*   EXEMPT   - the net of the
001800*              two in categories
001900*              SLCDMNT1 marks
002000*              exempt
002100*   TAXABLE  - net less exempt
002200*   TAX      - taxable at the
002300*              store's
002400*              STORE-TAX-RATE
002500* Markdowns ("M") are price
002600* changes, not receipts, and
002700* stay out of the return.
002800* Stores are grouped under their
002900* STORE-TAX-JURISDICTION with a
003000* total per jurisdiction - the
003100* figures for its return. A
003200* store with no jurisdiction is
003300* listed apart and owes nothing
003400* here until STRMNT01 gives it
003500* one.
003600* The feed carries sales before
003700* tax, so the tax the registers
003800* took is in the deposits but
003900* not on the books. When the
004000* operator asks for it the tax
004100* liability journal goes to
004200* SLSTAX in the GLEXPORT format
004300* SLSGL01 writes, dated the last
004400* day of the month: a credit to
004500* SLSTAXPAY for each
004600* jurisdiction and one debit to
004700* the SLSCLEAR clearing account
004800* SLSGL01 debits for the sales.
004900* SLSTAX is under transmission
005000* control (PLEXPCTL.CBL) - no
005100* journal is written while a
005200* prior SLSTAX is still pending.
005300*---------------------------------
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.

005700     COPY "SLSLHIST.CBL".

005800     COPY "SLSTOR01.CBL".

005900     COPY "SLSLCODE.CBL".

006000     COPY "SLJRNL01.CBL".

006100     COPY "SLEXPCTL.CBL".

006200     COPY "SLSPOOLC.CBL".

006300     SELECT OPTIONAL HISTORY-ARCHIVE-FILE
006400         ASSIGN TO "SLSHARCH"
006500         ORGANIZATION IS SEQUENTIAL.

006600     SELECT TAX-EXPORT-FILE
006700         ASSIGN TO "SLSTAX"
006800         ORGANIZATION IS LINE SEQUENTIAL.

006900     SELECT WORK-FILE
007000         ASSIGN TO "WORK"
007100         ORGANIZATION IS SEQUENTIAL.

007200     SELECT SORT-FILE
007300         ASSIGN TO "SORT".

007400*---------------------------------
007500* The report goes to a uniquely
007600* named spool file cataloged
007700* through PLSPOOL1.CBL, so a
007800* printer jam means a reprint
007900* from SPLMGR01, not a re-run.
008000*---------------------------------
008100     SELECT PRINTER-FILE
008200         ASSIGN TO DYNAMIC SPOOL-OUT-NAME
008300         ORGANIZATION IS LINE SEQUENTIAL.

008400 DATA DIVISION.
008500 FILE SECTION.

008600     COPY "FDSLHIST.CBL".

008700     COPY "FDSTOR01.CBL".

008800     COPY "FDSLCODE.CBL".

008900     COPY "FDJRNL01.CBL".

009000     COPY "FDEXPCTL.CBL".

009100     COPY "FDSPOOLC.CBL".

009200 FD  HISTORY-ARCHIVE-FILE
009300     LABEL RECORDS ARE STANDARD.
009400 01  HISTORY-ARCHIVE-RECORD      PIC X(38).

009500 FD  TAX-EXPORT-FILE
009600     LABEL RECORDS ARE OMITTED.
009700 01  TAX-EXPORT-RECORD           PIC X(100).

009800*---------------------------------
009900* One record per store with
010000* sales in the month.
010100*---------------------------------
010200 SD  SORT-FILE.
010300 01  SORT-RECORD.
010400     05  SORT-JURISDICTION        PIC X(6).
010500     05  SORT-STORE               PIC 9(2).
010600     05  SORT-GROSS               PIC S9(9)V99.
010700     05  SORT-RETURNS             PIC S9(9)V99.
010800     05  SORT-EXEMPT              PIC S9(9)V99.
010900     05  SORT-RATE                PIC 99V999.
011000     05  SORT-TAX                 PIC S9(9)V99.

011100 FD  WORK-FILE.
011200 01  WORK-RECORD.
011300     05  WORK-JURISDICTION        PIC X(6).
011400     05  WORK-STORE               PIC 9(2).
011500     05  WORK-GROSS               PIC S9(9)V99.
011600     05  WORK-RETURNS             PIC S9(9)V99.
011700     05  WORK-EXEMPT              PIC S9(9)V99.
011800     05  WORK-RATE                PIC 99V999.
011900     05  WORK-TAX                 PIC S9(9)V99.

012000 FD  PRINTER-FILE
012100     LABEL RECORDS ARE OMITTED.
012200 01  PRINTER-RECORD              PIC X(80).

012300 WORKING-STORAGE SECTION.

012400 77  HISTORY-FILE-AT-END         PIC X.
012500 77  ARCHIVE-FILE-AT-END         PIC X.
012600 77  STORE-FILE-AT-END           PIC X.
012700 77  CODE-FILE-AT-END            PIC X.
012800 77  WORK-FILE-AT-END            PIC X.
012900 77  LINE-COUNT                  PIC 999 VALUE ZERO.
013000 77  PAGE-NUMBER                 PIC 99999 VALUE ZERO.
013100 77  MAXIMUM-LINES               PIC 999 VALUE 55.

013200 77  EXPORT-WANTED               PIC X.
013300 77  MONTH-END-DATE              PIC 9(8).
013400 77  MONTH-END-INTEGER           PIC S9(9) COMP.
013500 77  STORE-SUB                   PIC 999.
013600 77  CATEGORY-SUB                PIC 999.
013700 77  LEVEL-INDEX                 PIC 9.
013800 77  CURRENT-JURISDICTION        PIC X(6).
013900 77  EDITED-STORE                PIC Z9.
014000 77  TAXABLE-WORK                PIC S9(9)V99.
014100 77  STORES-REPORTED             PIC 9(3) VALUE ZERO.
014200 77  UNFILED-STORE-COUNT         PIC 9(3) VALUE ZERO.

014300 77  EXPORT-RUN-NUMBER           PIC 9(5).
014400 77  EXPORT-LINE-COUNT           PIC 9(6) VALUE ZERO.
014500 77  EXPORT-DEBIT-TOTAL          PIC S9(11)V99 VALUE ZERO.
014600 77  EXPORT-CREDIT-TOTAL         PIC S9(11)V99 VALUE ZERO.
014700 77  EXPORT-AMOUNT               PIC S9(9)V99.

014800 01  FIRST-OF-NEXT-MONTH         PIC 9(8).
014900 01  FILLER REDEFINES FIRST-OF-NEXT-MONTH.
015000     05  NEXT-MONTH-YEAR         PIC 9999.
015100     05  NEXT-MONTH-MONTH        PIC 99.
015200     05  NEXT-MONTH-DAY          PIC 99.


015300 01  REPORT-MONTH                PIC 9(6).
015400 01  FILLER REDEFINES REPORT-MONTH.
015500     05  REPORT-YEAR             PIC 9999.
015600     05  REPORT-MONTH-NUMBER     PIC 99.

015700*---------------------------------
015800* The month's sales by store
015900* number, with the store's
016000* jurisdiction and rate from the
016100* store master.
016200*---------------------------------
016300 01  STORE-TABLE-AREA.
016400     05  STORE-SLOT OCCURS 99 TIMES.
016500         10  SLOT-JURISDICTION    PIC X(6).
016600         10  SLOT-RATE            PIC 99V999.
016700         10  SLOT-ACTIVE          PIC X.
016800         10  SLOT-GROSS           PIC S9(9)V99.
016900         10  SLOT-RETURNS         PIC S9(9)V99.
017000         10  SLOT-EXEMPT          PIC S9(9)V99.

017100*---------------------------------
017200* "Y" for each category number
017300* SLCDMNT1 marks exempt.
017400*---------------------------------
017500 01  CATEGORY-TABLE-AREA.
017600     05  CATEGORY-EXEMPT          PIC X OCCURS 99 TIMES.

017700*---------------------------------
017800* Totals: level 1 is the
017900* jurisdiction, 2 all stores.
018000*---------------------------------
018100 01  TAX-TOTALS.
018200     05  TOTAL-LEVEL OCCURS 2 TIMES.
018300         10  LEVEL-GROSS          PIC S9(9)V99.
018400         10  LEVEL-RETURNS        PIC S9(9)V99.
018500         10  LEVEL-EXEMPT         PIC S9(9)V99.
018600         10  LEVEL-TAXABLE        PIC S9(9)V99.
018700         10  LEVEL-TAX            PIC S9(9)V99.

018800     COPY "WSGLLINE.CBL".

018900 01  DETAIL-LINE.
019000     05  PRINT-STORE             PIC X(3).
019100     05  PRINT-GROSS             PIC ZZ,ZZZ,ZZ9.99-.
019200     05  FILLER                  PIC X     VALUE SPACE.
019300     05  PRINT-RETURNS           PIC ZZZ,ZZ9.99-.
019400     05  FILLER                  PIC X     VALUE SPACE.
019500     05  PRINT-EXEMPT            PIC ZZZ,ZZ9.99-.
019600     05  FILLER                  PIC X     VALUE SPACE.
019700     05  PRINT-TAXABLE           PIC ZZ,ZZZ,ZZ9.99-.
019800     05  FILLER                  PIC X     VALUE SPACE.
019900     05  PRINT-RATE              PIC Z9.999.
020000     05  FILLER                  PIC X     VALUE SPACE.
020100     05  PRINT-TAX               PIC ZZZ,ZZ9.99-.

020200 01  JURISDICTION-LINE.
020300     05  FILLER                  PIC X(14)
020400         VALUE "JURISDICTION: ".
020500     05  PRINT-JURISDICTION      PIC X(6).
020600     05  PRINT-JURISDICTION-NOTE PIC X(40).

020700 01  COLUMN-LINE.
020800     05  FILLER         PIC X(3)  VALUE "ST".
020900     05  FILLER         PIC X(15) VALUE "   GROSS SALES".
021000     05  FILLER         PIC X(12) VALUE "    RETURNS".
021100     05  FILLER         PIC X(12) VALUE "     EXEMPT".
021200     05  FILLER         PIC X(15) VALUE "       TAXABLE".
021300     05  FILLER         PIC X(7)  VALUE " RATE%".
021400     05  FILLER         PIC X(11) VALUE "    TAX DUE".

021500 01  TITLE-LINE.
021600     05  FILLER              PIC X(10) VALUE SPACE.
021700     05  FILLER              PIC X(30)
021800         VALUE "SALES TAX RETURN WORKSHEET".
021900     05  PRINT-TITLE-MONTH   PIC 99.
022000     05  FILLER              PIC X     VALUE "/".
022100     05  PRINT-TITLE-YEAR    PIC 9999.
022200     05  FILLER              PIC X(8)  VALUE SPACE.
022300     05  FILLER              PIC X(5)  VALUE "PAGE:".
022400     05  FILLER              PIC X(1)  VALUE SPACE.
022500     05  PRINT-PAGE-NUMBER   PIC ZZZZ9.

022600     COPY "WSEXPCTL.CBL".

022700     COPY "WSDATE01.CBL".

022800     COPY "WSCASE01.CBL".

022900     COPY "WSOPID01.CBL".

023000     COPY "WSSPOOL1.CBL".

023100 PROCEDURE DIVISION.
023200 PROGRAM-BEGIN.
023300     PERFORM GET-OPERATOR-ID.
023400     PERFORM ENTER-REPORT-MONTH.
023500     PERFORM ENTER-EXPORT-WANTED.
023600     PERFORM OPENING-PROCEDURE.
023700     IF EXPORT-WANTED = "Y"
023800         PERFORM CHECK-TAX-EXPORT-PENDING.
023900     PERFORM LOAD-STORE-TABLE.
024000     PERFORM LOAD-CATEGORY-TABLE.
024100     PERFORM ACCUMULATE-THE-MONTH.
024200     PERFORM START-NEW-PAGE.

024300     PERFORM SORT-STORES-BY-JURISDICTION.

024400     MOVE 2 TO LEVEL-INDEX.
024500     PERFORM CLEAR-ONE-LEVEL.
024600     IF EXPORT-WANTED = "Y"
024700         ADD 1 TO EXPCTL-LAST-RUN GIVING EXPORT-RUN-NUMBER
024800         OPEN OUTPUT TAX-EXPORT-FILE.
024900     OPEN INPUT WORK-FILE.
025000     MOVE "N" TO WORK-FILE-AT-END.
025100     PERFORM READ-NEXT-WORK-RECORD.
025200     IF WORK-FILE-AT-END = "Y"
025300         MOVE "NO SALES FOUND FOR THE MONTH" TO PRINTER-RECORD
025400         PERFORM WRITE-TO-PRINTER
025500     ELSE
025600         PERFORM TOTAL-ONE-JURISDICTION
025700             UNTIL WORK-FILE-AT-END = "Y"
025800         PERFORM PRINT-GRAND-TOTALS.
025900     CLOSE WORK-FILE.
026000     IF EXPORT-WANTED = "Y"
026100         PERFORM EXPORT-CLEARING-DEBIT
026200         CLOSE TAX-EXPORT-FILE
026300         PERFORM FINISH-THE-EXPORT.

026400     PERFORM CLOSING-PROCEDURE.

026433 PROGRAM-EXIT.
026466     EXIT PROGRAM.

026500 PROGRAM-DONE.
026600     STOP RUN.

026700 ENTER-REPORT-MONTH.
026800     DISPLAY "ENTER MONTH TO REPORT (CCYYMM)".
026900     ACCEPT REPORT-MONTH.
027000     IF REPORT-YEAR < 1900
027100        OR REPORT-MONTH-NUMBER < 1
027200        OR REPORT-MONTH-NUMBER > 12
027300         DISPLAY "A VALID CCYYMM MONTH IS REQUIRED"
027400         PERFORM ENTER-REPORT-MONTH.

027500 ENTER-EXPORT-WANTED.
027600     DISPLAY "WRITE THE TAX LIABILITY JOURNAL TO SLSTAX (Y/N)?".
027700     ACCEPT EXPORT-WANTED.
027800     INSPECT EXPORT-WANTED
027900      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
028000     IF EXPORT-WANTED NOT = "Y" AND EXPORT-WANTED NOT = "N"
028100         DISPLAY "YOU MUST ENTER YES OR NO"
028200         PERFORM ENTER-EXPORT-WANTED.

028300 OPENING-PROCEDURE.
028400     OPEN INPUT SALES-HISTORY-FILE.
028500     OPEN INPUT STORE-FILE.
028600     OPEN INPUT SALES-CODE-FILE.
028700     OPEN EXTEND JOURNAL-FILE.
028800     OPEN I-O EXPORT-CONTROL-FILE.
028900     OPEN I-O SPOOL-CATALOG-FILE.
029000     MOVE "SALES TAX RETURN" TO SPOOL-REPORT-NAME.
029100     MOVE "SLSTAX01" TO SPOOL-PROGRAM.
029200     PERFORM OPEN-SPOOL-REPORT.
029300     OPEN OUTPUT PRINTER-FILE.
029400     MOVE REPORT-MONTH-NUMBER TO PRINT-TITLE-MONTH.
029500     MOVE REPORT-YEAR TO PRINT-TITLE-YEAR.
029600     PERFORM FIND-MONTH-END-DATE.

029700 CLOSING-PROCEDURE.
029800     CLOSE SALES-HISTORY-FILE.
029900     CLOSE STORE-FILE.
030000     CLOSE SALES-CODE-FILE.
030100     CLOSE JOURNAL-FILE.
030200     CLOSE EXPORT-CONTROL-FILE.
030300     PERFORM END-LAST-PAGE.
030400     CLOSE PRINTER-FILE.
030500     MOVE PAGE-NUMBER TO SPOOL-PAGE-COUNT.
030600     PERFORM CLOSE-SPOOL-REPORT.
030700     CLOSE SPOOL-CATALOG-FILE.
030800     DISPLAY STORES-REPORTED " STORE(S) REPORTED".
030900     IF UNFILED-STORE-COUNT NOT = ZERO
031000         DISPLAY UNFILED-STORE-COUNT
031100             " STORE(S) HAVE NO TAX JURISDICTION (STRMNT01)".
031200     DISPLAY "REPORT SPOOLED AS " SPOOL-OUT-NAME.

031300 CHECK-TAX-EXPORT-PENDING.
031400     MOVE "SLSTAX" TO EXPCTL-CHECK-NAME.
031500     PERFORM CHECK-EXPORT-PENDING.
031600     IF EXPCTL-PENDING-FOUND = "Y"
031700         DISPLAY "*** A PRIOR SLSTAX FILE IS STILL"
031800         DISPLAY "*** PENDING - POST IT WITH GLUPD01 AND"
031900         DISPLAY "*** MARK IT IN EXPCTL01 BEFORE WRITING"
032000         DISPLAY "*** ANOTHER. THE WORKSHEET ONLY WILL PRINT."
032100         MOVE "N" TO EXPORT-WANTED.

032200*---------------------------------
032300* The journal is dated the day
032400* before the first of the next
032500* month.
032600*---------------------------------
032700 FIND-MONTH-END-DATE.
032800     MOVE 1 TO NEXT-MONTH-DAY.
032900     IF REPORT-MONTH-NUMBER = 12
033000         COMPUTE NEXT-MONTH-YEAR = REPORT-YEAR + 1
033100         MOVE 1 TO NEXT-MONTH-MONTH
033200     ELSE
033300         MOVE REPORT-YEAR TO NEXT-MONTH-YEAR
033400         COMPUTE NEXT-MONTH-MONTH = REPORT-MONTH-NUMBER + 1.
033500     COMPUTE MONTH-END-INTEGER =
033600         FUNCTION INTEGER-OF-DATE(FIRST-OF-NEXT-MONTH) - 1.
033700     COMPUTE MONTH-END-DATE =
033800         FUNCTION DATE-OF-INTEGER(MONTH-END-INTEGER).

033900 LOAD-STORE-TABLE.
034000     PERFORM CLEAR-ONE-STORE
034100         VARYING STORE-SUB FROM 1 BY 1
034200           UNTIL STORE-SUB > 99.
034300     MOVE "N" TO STORE-FILE-AT-END.
034400     PERFORM READ-FIRST-STORE.
034500     PERFORM LOAD-ONE-STORE
034600         UNTIL STORE-FILE-AT-END = "Y".

034700 CLEAR-ONE-STORE.
034800     MOVE SPACE TO SLOT-JURISDICTION (STORE-SUB).
034900     MOVE ZEROES TO SLOT-RATE (STORE-SUB)
035000                    SLOT-GROSS (STORE-SUB)
035100                    SLOT-RETURNS (STORE-SUB)
035200                    SLOT-EXEMPT (STORE-SUB).
035300     MOVE "N" TO SLOT-ACTIVE (STORE-SUB).

035400 LOAD-ONE-STORE.
035500     IF STORE-NUMBER NOT = ZEROES
035600         MOVE STORE-NUMBER TO STORE-SUB
035700         MOVE STORE-TAX-JURISDICTION
035800             TO SLOT-JURISDICTION (STORE-SUB)
035900         MOVE STORE-TAX-RATE TO SLOT-RATE (STORE-SUB).
036000     PERFORM READ-NEXT-STORE.

036100 LOAD-CATEGORY-TABLE.
036200     PERFORM CLEAR-ONE-CATEGORY
036300         VARYING CATEGORY-SUB FROM 1 BY 1
036400           UNTIL CATEGORY-SUB > 99.
036500     MOVE "N" TO CODE-FILE-AT-END.
036600     PERFORM READ-FIRST-CATEGORY.
036700     PERFORM LOAD-ONE-CATEGORY
036800         UNTIL CODE-FILE-AT-END = "Y".

036900 CLEAR-ONE-CATEGORY.
037000     MOVE "N" TO CATEGORY-EXEMPT (CATEGORY-SUB).

037100 LOAD-ONE-CATEGORY.
037200     IF SALES-CODE-NUMBER NOT = ZERO
037300        AND SALES-CODE-TAXABLE = "N"
037400         MOVE "Y" TO CATEGORY-EXEMPT (SALES-CODE-NUMBER).
037500     PERFORM READ-NEXT-CATEGORY.

037600*---------------------------------
037700* Live history first, then the
037800* archived detail.
037900*---------------------------------
038000 ACCUMULATE-THE-MONTH.
038100     MOVE "N" TO HISTORY-FILE-AT-END.
038200     PERFORM READ-NEXT-HISTORY.
038300     PERFORM ACCUMULATE-ONE-HISTORY
038400         UNTIL HISTORY-FILE-AT-END = "Y".

038500     OPEN INPUT HISTORY-ARCHIVE-FILE.
038600     MOVE "N" TO ARCHIVE-FILE-AT-END.
038700     PERFORM READ-NEXT-ARCHIVE-RECORD.
038800     PERFORM ACCUMULATE-ONE-ARCHIVED
038900         UNTIL ARCHIVE-FILE-AT-END = "Y".
039000     CLOSE HISTORY-ARCHIVE-FILE.

039100 ACCUMULATE-ONE-HISTORY.
039200     PERFORM CHECK-HISTORY-MONTH.
039300     PERFORM READ-NEXT-HISTORY.

039400 ACCUMULATE-ONE-ARCHIVED.
039500     MOVE HISTORY-ARCHIVE-RECORD TO SALES-HISTORY-RECORD.
039600     PERFORM CHECK-HISTORY-MONTH.
039700     PERFORM READ-NEXT-ARCHIVE-RECORD.

039800 CHECK-HISTORY-MONTH.
039900     IF HISTORY-FEED-DATE (1:6) = REPORT-MONTH
040000        AND HISTORY-STORE NOT = ZEROES
040100        AND HISTORY-TYPE NOT = "M"
040200         PERFORM ADD-ONE-HISTORY.

040300 ADD-ONE-HISTORY.
040400     MOVE HISTORY-STORE TO STORE-SUB.
040500     MOVE "Y" TO SLOT-ACTIVE (STORE-SUB).
040600     IF HISTORY-TYPE = "R"
040700         ADD HISTORY-AMOUNT TO SLOT-RETURNS (STORE-SUB)
040800     ELSE
040900         ADD HISTORY-AMOUNT TO SLOT-GROSS (STORE-SUB).
041000     IF HISTORY-CATEGORY NOT = ZEROES
041100         IF CATEGORY-EXEMPT (HISTORY-CATEGORY) = "Y"
041200             ADD HISTORY-AMOUNT TO SLOT-EXEMPT (STORE-SUB).

041300 SORT-STORES-BY-JURISDICTION.
041400     SORT SORT-FILE
041500         ON ASCENDING KEY SORT-JURISDICTION
041600                          SORT-STORE
041700         INPUT PROCEDURE IS RELEASE-ALL-STORES
041800         GIVING WORK-FILE.

041900 RELEASE-ALL-STORES.
042000     PERFORM RELEASE-ONE-STORE
042100         VARYING STORE-SUB FROM 1 BY 1
042200           UNTIL STORE-SUB > 99.

042300*---------------------------------
042400* The tax is worked per store at
042500* the store's own rate, then
042600* added up by jurisdiction.
042700*---------------------------------
042800 RELEASE-ONE-STORE.
042900     IF SLOT-ACTIVE (STORE-SUB) = "Y"
043000         MOVE SLOT-JURISDICTION (STORE-SUB) TO SORT-JURISDICTION
043100         MOVE STORE-SUB TO SORT-STORE
043200         MOVE SLOT-GROSS (STORE-SUB) TO SORT-GROSS
043300         MOVE SLOT-RETURNS (STORE-SUB) TO SORT-RETURNS
043400         MOVE SLOT-EXEMPT (STORE-SUB) TO SORT-EXEMPT
043500         MOVE SLOT-RATE (STORE-SUB) TO SORT-RATE
043600         COMPUTE TAXABLE-WORK = SORT-GROSS + SORT-RETURNS
043700                              - SORT-EXEMPT
043800         COMPUTE SORT-TAX ROUNDED =
043900             TAXABLE-WORK * SORT-RATE / 100
044000         RELEASE SORT-RECORD.

044100*---------------------------------
044200* Control break by jurisdiction.
044300*---------------------------------
044400 TOTAL-ONE-JURISDICTION.
044500     MOVE WORK-JURISDICTION TO CURRENT-JURISDICTION.
044600     MOVE 1 TO LEVEL-INDEX.
044700     PERFORM CLEAR-ONE-LEVEL.
044800     PERFORM PRINT-JURISDICTION-HEADING.
044900     PERFORM PRINT-ONE-STORE
045000         UNTIL WORK-FILE-AT-END = "Y"
045100            OR WORK-JURISDICTION NOT = CURRENT-JURISDICTION.
045200     MOVE "TOT" TO PRINT-STORE.
045300     MOVE 1 TO LEVEL-INDEX.
045400     PERFORM PRINT-TOTAL-LINE.
045500     PERFORM LINE-FEED.
045600     IF EXPORT-WANTED = "Y"
045700        AND CURRENT-JURISDICTION NOT = SPACES
045800        AND LEVEL-TAX (1) NOT = ZEROES
045900         PERFORM EXPORT-LIABILITY-CREDIT.

046000 PRINT-JURISDICTION-HEADING.
046100     IF LINE-COUNT > MAXIMUM-LINES - 6
046200         PERFORM START-NEXT-PAGE.
046300     MOVE SPACE TO JURISDICTION-LINE.
046400     MOVE "JURISDICTION: " TO JURISDICTION-LINE.
046500     IF CURRENT-JURISDICTION = SPACES
046600         MOVE "(NONE)" TO PRINT-JURISDICTION
046700         MOVE " - NO RETURN UNTIL ONE IS SET IN STRMNT01"
046800             TO PRINT-JURISDICTION-NOTE
046900     ELSE
047000         MOVE CURRENT-JURISDICTION TO PRINT-JURISDICTION.
047100     MOVE JURISDICTION-LINE TO PRINTER-RECORD.
047200     PERFORM WRITE-TO-PRINTER.

047300 PRINT-ONE-STORE.
047400     MOVE SPACE TO DETAIL-LINE.
047500     MOVE WORK-STORE TO EDITED-STORE.
047600     MOVE EDITED-STORE TO PRINT-STORE.
047700     MOVE WORK-GROSS TO PRINT-GROSS.
047800     MOVE WORK-RETURNS TO PRINT-RETURNS.
047900     MOVE WORK-EXEMPT TO PRINT-EXEMPT.
048000     COMPUTE TAXABLE-WORK = WORK-GROSS + WORK-RETURNS
048100                          - WORK-EXEMPT.
048200     MOVE TAXABLE-WORK TO PRINT-TAXABLE.
048300     MOVE WORK-RATE TO PRINT-RATE.
048400     MOVE WORK-TAX TO PRINT-TAX.
048500     IF LINE-COUNT > MAXIMUM-LINES
048600         PERFORM START-NEXT-PAGE.
048700     MOVE DETAIL-LINE TO PRINTER-RECORD.
048800     PERFORM WRITE-TO-PRINTER.
048900     ADD 1 TO STORES-REPORTED.
049000     IF WORK-JURISDICTION = SPACES
049100         ADD 1 TO UNFILED-STORE-COUNT.
049200     PERFORM ADD-TO-ONE-LEVEL
049300         VARYING LEVEL-INDEX FROM 1 BY 1
049400           UNTIL LEVEL-INDEX > 2.
049500     PERFORM READ-NEXT-WORK-RECORD.

049600 ADD-TO-ONE-LEVEL.
049700     ADD WORK-GROSS TO LEVEL-GROSS (LEVEL-INDEX).
049800     ADD WORK-RETURNS TO LEVEL-RETURNS (LEVEL-INDEX).
049900     ADD WORK-EXEMPT TO LEVEL-EXEMPT (LEVEL-INDEX).
050000     ADD TAXABLE-WORK TO LEVEL-TAXABLE (LEVEL-INDEX).
050100     ADD WORK-TAX TO LEVEL-TAX (LEVEL-INDEX).

050200 CLEAR-ONE-LEVEL.
050300     MOVE ZEROES TO LEVEL-GROSS (LEVEL-INDEX)
050400                    LEVEL-RETURNS (LEVEL-INDEX)
050500                    LEVEL-EXEMPT (LEVEL-INDEX)
050600                    LEVEL-TAXABLE (LEVEL-INDEX)
050700                    LEVEL-TAX (LEVEL-INDEX).

050800*---------------------------------
050900* PRINT-STORE is set by the
051000* caller; the rate column stays
051100* blank on a total.
051200*---------------------------------
051300 PRINT-TOTAL-LINE.
051400     MOVE LEVEL-GROSS (LEVEL-INDEX) TO PRINT-GROSS.
051500     MOVE LEVEL-RETURNS (LEVEL-INDEX) TO PRINT-RETURNS.
051600     MOVE LEVEL-EXEMPT (LEVEL-INDEX) TO PRINT-EXEMPT.
051700     MOVE LEVEL-TAXABLE (LEVEL-INDEX) TO PRINT-TAXABLE.
051800     MOVE ZEROES TO PRINT-RATE.
051900     MOVE LEVEL-TAX (LEVEL-INDEX) TO PRINT-TAX.
052000     MOVE DETAIL-LINE TO PRINTER-RECORD.
052100     MOVE SPACE TO PRINTER-RECORD (57:7).
052200     IF LINE-COUNT > MAXIMUM-LINES
052300         PERFORM START-NEXT-PAGE.
052400     PERFORM WRITE-TO-PRINTER.

052500 PRINT-GRAND-TOTALS.
052600     MOVE "ALL STORES" TO PRINTER-RECORD.
052700     PERFORM WRITE-TO-PRINTER.
052800     MOVE "ALL" TO PRINT-STORE.
052900     MOVE 2 TO LEVEL-INDEX.
053000     PERFORM PRINT-TOTAL-LINE.

053100*---------------------------------
053200* The export columns are
053300* unsigned, so a jurisdiction
053400* netting to a refund (a
053500* returns-heavy month) takes the
053600* debit side instead.
053700*---------------------------------
053800 EXPORT-LIABILITY-CREDIT.
053900     MOVE "SLSTAXPAY" TO GLLINE-ACCOUNT.
054000     MOVE SPACE TO GLLINE-DESCRIPTION.
054100     STRING "SALES TAX " CURRENT-JURISDICTION " " REPORT-MONTH
054200         DELIMITED BY SIZE INTO GLLINE-DESCRIPTION.
054300     IF LEVEL-TAX (1) < ZERO
054400         COMPUTE EXPORT-AMOUNT = ZERO - LEVEL-TAX (1)
054500         MOVE EXPORT-AMOUNT TO GLLINE-DEBIT
054600         MOVE ZEROES TO GLLINE-CREDIT
054700     ELSE
054800         MOVE ZEROES TO GLLINE-DEBIT
054900         MOVE LEVEL-TAX (1) TO GLLINE-CREDIT.
055000     PERFORM WRITE-EXPORT-LINE.

055100 EXPORT-CLEARING-DEBIT.
055200     IF EXPORT-LINE-COUNT NOT = ZERO
055300         MOVE "SLSCLEAR" TO GLLINE-ACCOUNT
055400         MOVE SPACE TO GLLINE-DESCRIPTION
055500         STRING "SALES TAX CLEARING " REPORT-MONTH
055600             DELIMITED BY SIZE INTO GLLINE-DESCRIPTION
055700         PERFORM SET-CLEARING-COLUMNS
055800         PERFORM WRITE-EXPORT-LINE.

055900*---------------------------------
056000* The clearing line balances the
056100* liability lines written, which
056200* leave out the stores with no
056300* jurisdiction.
056400*---------------------------------
056500 SET-CLEARING-COLUMNS.
056600     COMPUTE EXPORT-AMOUNT =
056700         EXPORT-CREDIT-TOTAL - EXPORT-DEBIT-TOTAL.
056800     IF EXPORT-AMOUNT < ZERO
056900         COMPUTE EXPORT-AMOUNT = ZERO - EXPORT-AMOUNT
057000         MOVE ZEROES TO GLLINE-DEBIT
057100         MOVE EXPORT-AMOUNT TO GLLINE-CREDIT
057200     ELSE
057300         MOVE EXPORT-AMOUNT TO GLLINE-DEBIT
057400         MOVE ZEROES TO GLLINE-CREDIT.

057500*---------------------------------
057600* Sales carry no company; the
057700* lines post to the default
057800* company keyed at the GLUPD01
057900* run, as SLSEXP's do. They are
058000* summary lines, so they carry
058100* no reference.
058200*---------------------------------
058300 WRITE-EXPORT-LINE.
058400     MOVE MONTH-END-DATE TO GLLINE-DATE.
058500     MOVE SPACE TO GLLINE-COMPANY
058600                   GLLINE-REF-TYPE
058700                   GLLINE-REFERENCE.
058800     MOVE GL-EXPORT-LINE TO TAX-EXPORT-RECORD.
058900     WRITE TAX-EXPORT-RECORD.
059000     ADD 1 TO EXPORT-LINE-COUNT.
059100     ADD GLLINE-DEBIT TO EXPORT-DEBIT-TOTAL.
059200     ADD GLLINE-CREDIT TO EXPORT-CREDIT-TOTAL.

059300 FINISH-THE-EXPORT.
059400     IF EXPORT-LINE-COUNT = ZERO
059500         DISPLAY "NO SALES TAX TO JOURNAL"
059600     ELSE
059700         PERFORM LOG-THIS-EXPORT
059800         DISPLAY EXPORT-LINE-COUNT
059900             " LINE(S) WRITTEN TO SLSTAX - POST THE"
060000         DISPLAY "FILE WITH GLUPD01".

060100 LOG-THIS-EXPORT.
060200     MOVE "SLSTAX" TO EXPCTL-CHECK-NAME.
060300     MOVE EXPORT-LINE-COUNT TO EXPCTL-NEW-COUNT.
060400     MOVE EXPORT-DEBIT-TOTAL TO EXPCTL-NEW-TOTAL.
060500     PERFORM LOG-EXPORT-FILE.
060600     MOVE "SLSTAX01" TO JOURNAL-PROGRAM.
060700     MOVE SPACE TO JOURNAL-KEY.
060800     STRING "SLSTAX>" EXPORT-RUN-NUMBER
060900         DELIMITED BY SIZE INTO JOURNAL-KEY.
061000     MOVE "EXPORT" TO JOURNAL-ACTION.
061100     MOVE EXPORT-DEBIT-TOTAL TO JOURNAL-AMOUNT.
061200     PERFORM WRITE-JOURNAL-ENTRY.

061300*---------------------------------
061400* File I-O routines.
061500*---------------------------------
061600 READ-NEXT-HISTORY.
061700     READ SALES-HISTORY-FILE
061800         AT END MOVE "Y" TO HISTORY-FILE-AT-END.

061900 READ-NEXT-ARCHIVE-RECORD.
062000     READ HISTORY-ARCHIVE-FILE
062100         AT END MOVE "Y" TO ARCHIVE-FILE-AT-END.

062200 READ-FIRST-STORE.
062300     MOVE ZEROES TO STORE-NUMBER.
062400     START STORE-FILE
062500        KEY NOT < STORE-NUMBER
062600         INVALID KEY MOVE "Y" TO STORE-FILE-AT-END.
062700     IF STORE-FILE-AT-END NOT = "Y"
062800         PERFORM READ-NEXT-STORE.

062900 READ-NEXT-STORE.
063000     READ STORE-FILE NEXT RECORD
063100         AT END MOVE "Y" TO STORE-FILE-AT-END.

063200*---------------------------------
063300* Categories are code type 3.
063400*---------------------------------
063500 READ-FIRST-CATEGORY.
063600     MOVE 3 TO SALES-CODE-TYPE.
063700     MOVE ZEROES TO SALES-CODE-NUMBER.
063800     START SALES-CODE-FILE
063900        KEY NOT < SALES-CODE-KEY
064000         INVALID KEY MOVE "Y" TO CODE-FILE-AT-END.
064100     IF CODE-FILE-AT-END NOT = "Y"
064200         PERFORM READ-NEXT-CATEGORY.

064300 READ-NEXT-CATEGORY.
064400     READ SALES-CODE-FILE NEXT RECORD
064500         AT END MOVE "Y" TO CODE-FILE-AT-END.
064600     IF CODE-FILE-AT-END NOT = "Y"
064700        AND NOT CODE-TYPE-CATEGORY
064800         MOVE "Y" TO CODE-FILE-AT-END.

064900 READ-NEXT-WORK-RECORD.
065000     READ WORK-FILE
065100         AT END MOVE "Y" TO WORK-FILE-AT-END.

065200*---------------------------------
065300* Printing routines.
065400*---------------------------------
065500 WRITE-TO-PRINTER.
065600     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
065700     ADD 1 TO LINE-COUNT.

065800 LINE-FEED.
065900     MOVE SPACE TO PRINTER-RECORD.
066000     PERFORM WRITE-TO-PRINTER.

066100 START-NEXT-PAGE.
066200     PERFORM END-LAST-PAGE.
066300     PERFORM START-NEW-PAGE.

066400 START-NEW-PAGE.
066500     ADD 1 TO PAGE-NUMBER.
066600     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
066700     MOVE TITLE-LINE TO PRINTER-RECORD.
066800     PERFORM WRITE-TO-PRINTER.
066900     PERFORM LINE-FEED.
067000     MOVE COLUMN-LINE TO PRINTER-RECORD.
067100     PERFORM WRITE-TO-PRINTER.
067200     PERFORM LINE-FEED.

067300 END-LAST-PAGE.
067400     PERFORM FORM-FEED.
067500     MOVE ZERO TO LINE-COUNT.

067600 FORM-FEED.
067700     MOVE SPACE TO PRINTER-RECORD.
067800     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

067900     COPY "PLDATE01.CBL".

068000     COPY "PLOPID01.CBL".

068100     COPY "PLEXPCTL.CBL".

068200     COPY "PLJRNL01.CBL".

068300     COPY "PLSPOOL1.CBL".
