000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STRPNL01.
000300*---------------------------------
000400* Store profit and loss for an
000500* operator-entered period
000600* (CCYYMM), by store within
000700* STORE-REGION:
000800* - SALES and COST OF SALES:
000900*   SALES-HISTORY-FILE records
001000*   fed in the period (returns
001100*   and markdowns are already
001200*   negative there)
001300* - GROSS MARGIN: sales less
001400*   cost of sales
001500* - EXPENSES: the vouchers
001600*   dated in the period, through
001700*   their VDIST-FILE lines or
001800*   the single VOUCHER-GL-
001900*   ACCOUNT the way EXBRPT01
002000*   reads them, expense ("X")
002100*   accounts only, charged to
002200*   the line's store
002300* - CONTRIBUTION: gross margin
002400*   less expenses.
002500* Each region is subtotaled and
002600* the stores totaled. Expense
002700* charged to store 0 belongs to
002800* no store; it prints after the
002900* store total as head office
003000* and is taken off to give the
003100* company line.
003200*---------------------------------
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.

003600     COPY "SLSLHIST.CBL".

003700     COPY "SLSTOR01.CBL".

003800     COPY "SLVOUCH.CBL".

003900     COPY "SLVDST01.CBL".

004000     COPY "SLACCT01.CBL".

004100     SELECT SORT-FILE
004200         ASSIGN TO "SORT".

004300     SELECT PRINTER-FILE
004400         ASSIGN TO PRINTER
004500         ORGANIZATION IS LINE SEQUENTIAL.

004600 DATA DIVISION.
004700 FILE SECTION.

004800     COPY "FDSLHIST.CBL".

004900     COPY "FDSTOR01.CBL".

005000     COPY "FDVOUCH.CBL".

005100     COPY "FDVDST01.CBL".

005200     COPY "FDACCT01.CBL".

005300 SD  SORT-FILE.
005400 01  SORT-RECORD.
005500     05  SORT-REGION              PIC X(2).
005600     05  SORT-STORE               PIC 9(2).
005700     05  SORT-SALES               PIC S9(9)V99.
005800     05  SORT-COST                PIC S9(9)V99.
005900     05  SORT-EXPENSE             PIC S9(9)V99.

006000 FD  PRINTER-FILE
006100     LABEL RECORDS ARE OMITTED.
006200 01  PRINTER-RECORD              PIC X(80).

006300 WORKING-STORAGE SECTION.

006400 77  HISTORY-FILE-AT-END         PIC X.
006500 77  VOUCHER-FILE-AT-END         PIC X.
006600 77  VDIST-FILE-AT-END           PIC X.
006700 77  SORT-FILE-AT-END            PIC X.
006800 77  VOUCHER-HAS-DIST            PIC X.
006900 77  STORE-RECORD-FOUND          PIC X.
007000 77  ACCOUNT-RECORD-FOUND        PIC X.
007100 77  REPORT-PERIOD               PIC 9(6).
007200 77  WORK-PERIOD                 PIC 9(6).
007300 77  WORK-STORE                  PIC 9(2).
007400 77  WORK-ACCOUNT                PIC X(10).
007500 77  WORK-AMOUNT                 PIC S9(9)V99.
007600 77  CURRENT-REGION              PIC X(2).
007700 77  CURRENT-STORE               PIC 9(2).
007800 77  STORE-SALES                 PIC S9(9)V99.
007900 77  STORE-COST                  PIC S9(9)V99.
008000 77  STORE-EXPENSE               PIC S9(9)V99.
008100 77  REGION-SALES                PIC S9(9)V99.
008200 77  REGION-COST                 PIC S9(9)V99.
008300 77  REGION-EXPENSE              PIC S9(9)V99.
008400 77  TOTAL-SALES                 PIC S9(9)V99.
008500 77  TOTAL-COST                  PIC S9(9)V99.
008600 77  TOTAL-EXPENSE               PIC S9(9)V99.
008700 77  HEAD-OFFICE-EXPENSE         PIC S9(9)V99.
008800 77  LINE-COUNT                  PIC 999 VALUE ZERO.
008900 77  PAGE-NUMBER                 PIC 9999 VALUE ZERO.
009000 77  MAXIMUM-LINES               PIC 999 VALUE 55.

009100*---------------------------------
009200* Every P&L line - store, region,
009300* totals and head office - prints
009400* through the one layout.
009500*---------------------------------
009600 01  DETAIL-LINE.
009700     05  PRINT-LABEL             PIC X(10).
009800     05  PRINT-SALES             PIC ZZ,ZZZ,ZZ9.99-.
009900     05  PRINT-COST              PIC ZZ,ZZZ,ZZ9.99-.
010000     05  PRINT-MARGIN            PIC ZZ,ZZZ,ZZ9.99-.
010100     05  PRINT-EXPENSE           PIC ZZ,ZZZ,ZZ9.99-.
010200     05  PRINT-CONTRIBUTION      PIC ZZ,ZZZ,ZZ9.99-.

010300 01  STORE-LABEL REDEFINES DETAIL-LINE.
010400     05  FILLER                  PIC X(1).
010500     05  PRINT-STORE             PIC 99.
010600     05  FILLER                  PIC X(77).

010700 01  NAME-LINE.
010800     05  FILLER                  PIC X(2)  VALUE SPACE.
010900     05  PRINT-STORE-NAME        PIC X(20).
011000     05  FILLER                  PIC X(2)  VALUE SPACE.
011100     05  PRINT-CLOSED-FLAG       PIC X(6).

011200 01  REGION-LINE.
011300     05  FILLER                  PIC X(7)  VALUE "REGION ".
011400     05  PRINT-REGION            PIC X(2).

011500 01  COLUMN-LINE.
011600     05  FILLER         PIC X(10) VALUE "STORE".
011700     05  FILLER         PIC X(14) VALUE "         SALES".
011800     05  FILLER         PIC X(14) VALUE " COST OF SALES".
011900     05  FILLER         PIC X(14) VALUE "  GROSS MARGIN".
012000     05  FILLER         PIC X(14) VALUE "      EXPENSES".
012100     05  FILLER         PIC X(14) VALUE "  CONTRIBUTION".

012200 01  TITLE-LINE.
012300     05  FILLER              PIC X(15) VALUE SPACE.
012400     05  FILLER              PIC X(31)
012500         VALUE "STORE PROFIT AND LOSS - PERIOD".
012600     05  PRINT-TITLE-PERIOD  PIC 9(6).
012700     05  FILLER              PIC X(13) VALUE SPACE.
012800     05  FILLER              PIC X(5) VALUE "PAGE:".
012900     05  FILLER              PIC X(1) VALUE SPACE.
013000     05  PRINT-PAGE-NUMBER   PIC ZZZ9.

013100 PROCEDURE DIVISION.
013200 PROGRAM-BEGIN.
013300     PERFORM OPENING-PROCEDURE.
013400     PERFORM MAIN-PROCESS.
013500     PERFORM CLOSING-PROCEDURE.

013533 PROGRAM-EXIT.
013566     EXIT PROGRAM.

013600 PROGRAM-DONE.
013700     STOP RUN.

013800 OPENING-PROCEDURE.
013900     OPEN INPUT STORE-FILE.
014000     OPEN INPUT VOUCHER-FILE.
014100     OPEN INPUT VDIST-FILE.
014200     OPEN INPUT ACCOUNT-FILE.
014300     OPEN OUTPUT PRINTER-FILE.

014400 CLOSING-PROCEDURE.
014500     CLOSE STORE-FILE.
014600     CLOSE VOUCHER-FILE.
014700     CLOSE VDIST-FILE.
014800     CLOSE ACCOUNT-FILE.
014900     PERFORM END-LAST-PAGE.
015000     CLOSE PRINTER-FILE.

015100 MAIN-PROCESS.
015200     DISPLAY "ENTER PERIOD TO REPORT (CCYYMM, 0 TO EXIT)".
015300     ACCEPT REPORT-PERIOD.
015400     IF REPORT-PERIOD NOT = ZEROES
015500         MOVE REPORT-PERIOD TO PRINT-TITLE-PERIOD
015600         PERFORM START-NEW-PAGE
015700         PERFORM REPORT-THE-STORES
015800         PERFORM PRINT-REPORT-TOTALS.

015900 REPORT-THE-STORES.
016000     MOVE ZEROES TO TOTAL-SALES
016100                    TOTAL-COST
016200                    TOTAL-EXPENSE
016300                    HEAD-OFFICE-EXPENSE.
016400     SORT SORT-FILE
016500         ON ASCENDING KEY SORT-REGION
016600                          SORT-STORE
016700         INPUT PROCEDURE IS RELEASE-ALL-SOURCES
016800         OUTPUT PROCEDURE IS PRINT-ALL-REGIONS.

016900*---------------------------------
017000* INPUT PROCEDURE - one sort
017100* record per history record and
017200* per expense line, each with
017300* its amount in its own column.
017400* Head office expense is added
017500* up here and never sorted.
017600*---------------------------------
017700 RELEASE-ALL-SOURCES.
017800     PERFORM RELEASE-SALES-HISTORY.
017900     PERFORM RELEASE-VOUCHER-EXPENSES.

018000 RELEASE-SALES-HISTORY.
018100     OPEN INPUT SALES-HISTORY-FILE.
018200     MOVE "N" TO HISTORY-FILE-AT-END.
018300     PERFORM RELEASE-ONE-HISTORY
018400         UNTIL HISTORY-FILE-AT-END = "Y".
018500     CLOSE SALES-HISTORY-FILE.

018600 RELEASE-ONE-HISTORY.
018700     READ SALES-HISTORY-FILE
018800         AT END MOVE "Y" TO HISTORY-FILE-AT-END.
018900     IF HISTORY-FILE-AT-END NOT = "Y"
019000         DIVIDE HISTORY-FEED-DATE BY 100 GIVING WORK-PERIOD
019100         IF WORK-PERIOD = REPORT-PERIOD
019200             MOVE HISTORY-STORE TO WORK-STORE
019300             PERFORM SET-UP-SORT-RECORD
019400             MOVE HISTORY-AMOUNT TO SORT-SALES
019500             MOVE HISTORY-COST TO SORT-COST
019600             RELEASE SORT-RECORD.

019700 RELEASE-VOUCHER-EXPENSES.
019800     MOVE SPACE TO ACCOUNT-CODE.
019900     MOVE "N" TO VOUCHER-FILE-AT-END.
020000     MOVE ZEROES TO VOUCHER-NUMBER.
020100     START VOUCHER-FILE
020200        KEY NOT < VOUCHER-NUMBER
020300         INVALID KEY MOVE "Y" TO VOUCHER-FILE-AT-END.
020400     PERFORM RELEASE-ONE-VOUCHER
020500         UNTIL VOUCHER-FILE-AT-END = "Y".

020600 RELEASE-ONE-VOUCHER.
020700     READ VOUCHER-FILE NEXT RECORD
020800         AT END MOVE "Y" TO VOUCHER-FILE-AT-END.
020900     IF VOUCHER-FILE-AT-END NOT = "Y"
021000         DIVIDE VOUCHER-DATE BY 100 GIVING WORK-PERIOD
021100         IF WORK-PERIOD = REPORT-PERIOD
021200             PERFORM RELEASE-VOUCHER-LINES.

021300 RELEASE-VOUCHER-LINES.
021400     PERFORM LOOK-FOR-DIST-LINES.
021500     IF VOUCHER-HAS-DIST = "Y"
021600         PERFORM RELEASE-ONE-DIST-LINE
021700             UNTIL VDIST-FILE-AT-END = "Y"
021800     ELSE
021900         MOVE VOUCHER-STORE TO WORK-STORE
022000         MOVE VOUCHER-GL-ACCOUNT TO WORK-ACCOUNT
022100         MOVE VOUCHER-AMOUNT TO WORK-AMOUNT
022200         PERFORM RELEASE-IF-EXPENSE.

022300 LOOK-FOR-DIST-LINES.
022400     MOVE "N" TO VOUCHER-HAS-DIST.
022500     MOVE "N" TO VDIST-FILE-AT-END.
022600     MOVE VOUCHER-NUMBER TO VDIST-VOUCHER.
022700     MOVE ZEROES TO VDIST-SEQUENCE.
022800     START VDIST-FILE
022900        KEY NOT < VDIST-KEY
023000         INVALID KEY MOVE "Y" TO VDIST-FILE-AT-END.
023100     IF VDIST-FILE-AT-END NOT = "Y"
023200         PERFORM READ-NEXT-DIST-LINE
023300         IF VDIST-FILE-AT-END NOT = "Y"
023400             MOVE "Y" TO VOUCHER-HAS-DIST.

023500 RELEASE-ONE-DIST-LINE.
023600     MOVE VDIST-STORE TO WORK-STORE.
023700     MOVE VDIST-GL-ACCOUNT TO WORK-ACCOUNT.
023800     MOVE VDIST-AMOUNT TO WORK-AMOUNT.
023900     PERFORM RELEASE-IF-EXPENSE.
024000     PERFORM READ-NEXT-DIST-LINE.

024100*---------------------------------
024200* Only expense accounts count -
024300* inventory bought on a voucher
024400* reaches the P&L through the
024500* cost of sales, and balance
024600* sheet charges not at all. The
024700* chart record is only re-read
024800* when the account changes.
024900*---------------------------------
025000 RELEASE-IF-EXPENSE.
025100     IF WORK-ACCOUNT NOT = ACCOUNT-CODE
025200         MOVE WORK-ACCOUNT TO ACCOUNT-CODE
025300         PERFORM READ-ACCOUNT-RECORD.
025400     IF ACCOUNT-RECORD-FOUND = "Y"
025500        AND ACCOUNT-TYPE = "X"
025600         IF WORK-STORE = ZEROES
025700             ADD WORK-AMOUNT TO HEAD-OFFICE-EXPENSE
025800         ELSE
025900             PERFORM SET-UP-SORT-RECORD
026000             MOVE WORK-AMOUNT TO SORT-EXPENSE
026100             RELEASE SORT-RECORD.

026200*---------------------------------
026300* The region comes off the store
026400* master; a store number no
026500* longer on file sorts with a
026600* blank region.
026700*---------------------------------
026800 SET-UP-SORT-RECORD.
026900     MOVE ZEROES TO SORT-RECORD.
027000     MOVE WORK-STORE TO SORT-STORE.
027100     MOVE WORK-STORE TO STORE-NUMBER.
027200     PERFORM READ-STORE-RECORD.
027300     IF STORE-RECORD-FOUND = "Y"
027400         MOVE STORE-REGION TO SORT-REGION
027500     ELSE
027600         MOVE SPACE TO SORT-REGION.

027700*---------------------------------
027800* OUTPUT PROCEDURE - a line per
027900* store at the store break, a
028000* subtotal at the region break.
028100*---------------------------------
028200 PRINT-ALL-REGIONS.
028300     MOVE "N" TO SORT-FILE-AT-END.
028400     PERFORM RETURN-NEXT-SORT.
028500     PERFORM PRINT-ONE-REGION
028600         UNTIL SORT-FILE-AT-END = "Y".

028700 PRINT-ONE-REGION.
028800     MOVE SORT-REGION TO CURRENT-REGION.
028900     MOVE ZEROES TO REGION-SALES
029000                    REGION-COST
029100                    REGION-EXPENSE.
029200     PERFORM PRINT-REGION-HEADING.
029300     PERFORM PRINT-ONE-STORE
029400         UNTIL SORT-FILE-AT-END = "Y"
029500            OR SORT-REGION NOT = CURRENT-REGION.
029600     PERFORM PRINT-REGION-TOTAL.
029700     ADD REGION-SALES TO TOTAL-SALES.
029800     ADD REGION-COST TO TOTAL-COST.
029900     ADD REGION-EXPENSE TO TOTAL-EXPENSE.

030000 PRINT-ONE-STORE.
030100     MOVE SORT-STORE TO CURRENT-STORE.
030200     MOVE ZEROES TO STORE-SALES
030300                    STORE-COST
030400                    STORE-EXPENSE.
030500     PERFORM ADD-ONE-SORT-RECORD
030600         UNTIL SORT-FILE-AT-END = "Y"
030700            OR SORT-REGION NOT = CURRENT-REGION
030800            OR SORT-STORE NOT = CURRENT-STORE.
030900     ADD STORE-SALES TO REGION-SALES.
031000     ADD STORE-COST TO REGION-COST.
031100     ADD STORE-EXPENSE TO REGION-EXPENSE.
031200     PERFORM PRINT-STORE-LINE.

031300 ADD-ONE-SORT-RECORD.
031400     ADD SORT-SALES TO STORE-SALES.
031500     ADD SORT-COST TO STORE-COST.
031600     ADD SORT-EXPENSE TO STORE-EXPENSE.
031700     PERFORM RETURN-NEXT-SORT.

031800 PRINT-REGION-HEADING.
031900     IF LINE-COUNT > MAXIMUM-LINES
032000         PERFORM START-NEXT-PAGE.
032100     MOVE CURRENT-REGION TO PRINT-REGION.
032200     MOVE REGION-LINE TO PRINTER-RECORD.
032300     PERFORM WRITE-TO-PRINTER.

032400 PRINT-STORE-LINE.
032500     IF LINE-COUNT > MAXIMUM-LINES
032600         PERFORM START-NEXT-PAGE.
032700     MOVE SPACE TO DETAIL-LINE.
032800     MOVE CURRENT-STORE TO PRINT-STORE.
032900     MOVE STORE-SALES TO PRINT-SALES.
033000     MOVE STORE-COST TO PRINT-COST.
033100     MOVE STORE-EXPENSE TO PRINT-EXPENSE.
033200     COMPUTE PRINT-MARGIN = STORE-SALES - STORE-COST.
033300     COMPUTE PRINT-CONTRIBUTION =
033400         STORE-SALES - STORE-COST - STORE-EXPENSE.
033500     MOVE DETAIL-LINE TO PRINTER-RECORD.
033600     PERFORM WRITE-TO-PRINTER.
033700     MOVE CURRENT-STORE TO STORE-NUMBER.
033800     PERFORM READ-STORE-RECORD.
033900     IF STORE-RECORD-FOUND = "N"
034000         MOVE "***Not Found***" TO STORE-NAME
034100         MOVE "N" TO STORE-CLOSED-FLAG.
034200     MOVE SPACE TO NAME-LINE.
034300     MOVE STORE-NAME TO PRINT-STORE-NAME.
034400     IF STORE-CLOSED-FLAG = "Y"
034500         MOVE "CLOSED" TO PRINT-CLOSED-FLAG.
034600     MOVE NAME-LINE TO PRINTER-RECORD.
034700     PERFORM WRITE-TO-PRINTER.

034800 PRINT-REGION-TOTAL.
034900     MOVE SPACE TO DETAIL-LINE.
035000     MOVE "REGION TOT" TO PRINT-LABEL.
035100     MOVE REGION-SALES TO PRINT-SALES.
035200     MOVE REGION-COST TO PRINT-COST.
035300     MOVE REGION-EXPENSE TO PRINT-EXPENSE.
035400     COMPUTE PRINT-MARGIN = REGION-SALES - REGION-COST.
035500     COMPUTE PRINT-CONTRIBUTION =
035600         REGION-SALES - REGION-COST - REGION-EXPENSE.
035700     MOVE DETAIL-LINE TO PRINTER-RECORD.
035800     PERFORM WRITE-TO-PRINTER.
035900     PERFORM LINE-FEED.

036000*---------------------------------
036100* ALL STORES, then the head
036200* office expense no store
036300* carries, then the company
036400* line net of both.
036500*---------------------------------
036600 PRINT-REPORT-TOTALS.
036700     PERFORM LINE-FEED.
036800     MOVE SPACE TO DETAIL-LINE.
036900     MOVE "ALL STORES" TO PRINT-LABEL.
037000     MOVE TOTAL-SALES TO PRINT-SALES.
037100     MOVE TOTAL-COST TO PRINT-COST.
037200     MOVE TOTAL-EXPENSE TO PRINT-EXPENSE.
037300     COMPUTE PRINT-MARGIN = TOTAL-SALES - TOTAL-COST.
037400     COMPUTE PRINT-CONTRIBUTION =
037500         TOTAL-SALES - TOTAL-COST - TOTAL-EXPENSE.
037600     MOVE DETAIL-LINE TO PRINTER-RECORD.
037700     PERFORM WRITE-TO-PRINTER.
037800     MOVE SPACE TO DETAIL-LINE.
037900     MOVE "HEAD OFF." TO PRINT-LABEL.
038000     MOVE HEAD-OFFICE-EXPENSE TO PRINT-EXPENSE.
038100     MOVE DETAIL-LINE TO PRINTER-RECORD.
038200     PERFORM WRITE-TO-PRINTER.
038300     ADD HEAD-OFFICE-EXPENSE TO TOTAL-EXPENSE.
038400     MOVE SPACE TO DETAIL-LINE.
038500     MOVE "COMPANY" TO PRINT-LABEL.
038600     MOVE TOTAL-SALES TO PRINT-SALES.
038700     MOVE TOTAL-COST TO PRINT-COST.
038800     MOVE TOTAL-EXPENSE TO PRINT-EXPENSE.
038900     COMPUTE PRINT-MARGIN = TOTAL-SALES - TOTAL-COST.
039000     COMPUTE PRINT-CONTRIBUTION =
039100         TOTAL-SALES - TOTAL-COST - TOTAL-EXPENSE.
039200     MOVE DETAIL-LINE TO PRINTER-RECORD.
039300     PERFORM WRITE-TO-PRINTER.

039400*---------------------------------
039500* File I-O routines.
039600*---------------------------------
039700 RETURN-NEXT-SORT.
039800     RETURN SORT-FILE
039900         AT END MOVE "Y" TO SORT-FILE-AT-END.

040000 READ-NEXT-DIST-LINE.
040100     READ VDIST-FILE NEXT RECORD
040200         AT END MOVE "Y" TO VDIST-FILE-AT-END.
040300     IF VDIST-FILE-AT-END NOT = "Y"
040400        AND VDIST-VOUCHER NOT = VOUCHER-NUMBER
040500         MOVE "Y" TO VDIST-FILE-AT-END.

040600 READ-STORE-RECORD.
040700     MOVE "Y" TO STORE-RECORD-FOUND.
040800     READ STORE-FILE RECORD
040900       INVALID KEY
041000          MOVE "N" TO STORE-RECORD-FOUND.

041100 READ-ACCOUNT-RECORD.
041200     MOVE "Y" TO ACCOUNT-RECORD-FOUND.
041300     READ ACCOUNT-FILE RECORD
041400       INVALID KEY
041500          MOVE "N" TO ACCOUNT-RECORD-FOUND.

041600*---------------------------------
041700* Printing routines.
041800*---------------------------------
041900 WRITE-TO-PRINTER.
042000     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
042100     ADD 1 TO LINE-COUNT.

042200 LINE-FEED.
042300     MOVE SPACE TO PRINTER-RECORD.
042400     PERFORM WRITE-TO-PRINTER.

042500 START-NEXT-PAGE.
042600     PERFORM END-LAST-PAGE.
042700     PERFORM START-NEW-PAGE.

042800 START-NEW-PAGE.
042900     ADD 1 TO PAGE-NUMBER.
043000     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
043100     MOVE TITLE-LINE TO PRINTER-RECORD.
043200     PERFORM WRITE-TO-PRINTER.
043300     PERFORM LINE-FEED.
043400     MOVE COLUMN-LINE TO PRINTER-RECORD.
043500     PERFORM WRITE-TO-PRINTER.
043600     PERFORM LINE-FEED.

043700 END-LAST-PAGE.
043800     PERFORM FORM-FEED.
043900     MOVE ZERO TO LINE-COUNT.

044000 FORM-FEED.
044100     MOVE SPACE TO PRINTER-RECORD.
044200     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
