000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STKRTL01.
000300*---------------------------------
000400* Month-end retail method
000500* valuation of the retail stock
000600* ledger. For every store/
000700* division bucket:
000800*   merchandise base = the
000900*     beginning inventory plus
001000*     receipts, at cost and at
001100*     retail
001200*   COST COMPLEMENT = base cost
001300*     / base retail
001400*   cost-only movements
001500*     (adjustments and store
001600*     transfers) are carried to
001700*     retail at the complement,
001800*     so they do not move it
001900*   CUMULATIVE MARKON PERCENT =
002000*     (available retail -
002100*     available cost) /
002200*     available retail
002300*   ending retail = available
002400*     retail less net sales,
002500*     markdowns and employee
002600*     discounts
002700*   ending cost = ending retail
002800*     x the cost complement
002900* The book at cost (the cost
003000* method STKSHR01 uses) prints
003100* beside it. The valuation and
003200* the month-end date are left
003300* on the bucket. A bucket with
003400* no retail base cannot be
003500* valued and is listed as such.
003600* The company total is worked
003700* the same way from the summed
003800* buckets.
003900*---------------------------------
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.

004300     COPY "SLSTKLED.CBL".

004400     SELECT PRINTER-FILE
004500         ASSIGN TO PRINTER
004600         ORGANIZATION IS LINE SEQUENTIAL.

004700 DATA DIVISION.
004800 FILE SECTION.

004900     COPY "FDSTKLED.CBL".

005000 FD  PRINTER-FILE
005100     LABEL RECORDS ARE OMITTED.
005200 01  PRINTER-RECORD              PIC X(80).

005300 WORKING-STORAGE SECTION.

005400 77  LEDGER-FILE-AT-END          PIC X.
005500 77  BUCKET-IS-VALUED            PIC X.
005600 77  MONTH-END-DATE              PIC 9(8).
005700 77  VALUED-BUCKETS              PIC 9(4) VALUE ZERO.
005800 77  UNVALUED-BUCKETS            PIC 9(4) VALUE ZERO.
005900 77  LINE-COUNT                  PIC 999 VALUE ZERO.
006000 77  PAGE-NUMBER                 PIC 9999 VALUE ZERO.
006100 77  MAXIMUM-LINES               PIC 999 VALUE 55.

006200*---------------------------------
006300* One valuation - loaded from a
006400* bucket or from the company
006500* totals, then worked out.
006600*---------------------------------
006700 01  VALUATION-AREA.
006800     05  VAL-BEGIN-COST          PIC S9(9)V99.
006900     05  VAL-BEGIN-RETAIL        PIC S9(9)V99.
007000     05  VAL-RECEIPTS-COST       PIC S9(9)V99.
007100     05  VAL-RECEIPTS-RETAIL     PIC S9(9)V99.
007200     05  VAL-MOVEMENT-COST       PIC S9(9)V99.
007300     05  VAL-COS-RELIEF          PIC S9(9)V99.
007400     05  VAL-NET-SALES           PIC S9(9)V99.
007500     05  VAL-MARKDOWNS           PIC S9(9)V99.
007600     05  VAL-EMP-DISCOUNTS       PIC S9(9)V99.
007700     05  VAL-BASE-COST           PIC S9(9)V99.
007800     05  VAL-BASE-RETAIL         PIC S9(9)V99.
007900     05  VAL-COMPLEMENT          PIC 9V9(4).
008000     05  VAL-MOVEMENT-RETAIL     PIC S9(9)V99.
008100     05  VAL-AVAIL-COST          PIC S9(9)V99.
008200     05  VAL-AVAIL-RETAIL        PIC S9(9)V99.
008300     05  VAL-MARKON-PERCENT      PIC S9(3)V99.
008400     05  VAL-DEDUCTIONS          PIC S9(9)V99.
008500     05  VAL-END-RETAIL          PIC S9(9)V99.
008600     05  VAL-END-COST            PIC S9(9)V99.
008700     05  VAL-BOOK-COST           PIC S9(9)V99.

008800 01  COMPANY-TOTALS.
008900     05  COMPANY-BEGIN-COST      PIC S9(9)V99 VALUE ZERO.
009000     05  COMPANY-BEGIN-RETAIL    PIC S9(9)V99 VALUE ZERO.
009100     05  COMPANY-RECEIPTS-COST   PIC S9(9)V99 VALUE ZERO.
009200     05  COMPANY-RECEIPTS-RETAIL PIC S9(9)V99 VALUE ZERO.
009300     05  COMPANY-MOVEMENT-COST   PIC S9(9)V99 VALUE ZERO.
009400     05  COMPANY-COS-RELIEF      PIC S9(9)V99 VALUE ZERO.
009500     05  COMPANY-NET-SALES       PIC S9(9)V99 VALUE ZERO.
009600     05  COMPANY-MARKDOWNS       PIC S9(9)V99 VALUE ZERO.
009700     05  COMPANY-EMP-DISCOUNTS   PIC S9(9)V99 VALUE ZERO.

009800 01  BUCKET-HEAD-LINE.
009900     05  FILLER              PIC X(6) VALUE "STORE ".
010000     05  PRINT-STORE         PIC Z9.
010100     05  FILLER              PIC X(10) VALUE " DIVISION ".
010200     05  PRINT-DIVISION      PIC Z9.

010300 01  AMOUNT-LINE.
010400     05  FILLER              PIC X(2) VALUE SPACE.
010500     05  PRINT-LABEL         PIC X(30).
010600     05  PRINT-AT-COST       PIC ZZ,ZZZ,ZZ9.99-.
010700     05  FILLER              PIC X(2) VALUE SPACE.
010800     05  PRINT-AT-RETAIL     PIC ZZ,ZZZ,ZZ9.99-.

010900 01  RATIO-LINE.
011000     05  FILLER              PIC X(2) VALUE SPACE.
011100     05  FILLER              PIC X(27)
011200         VALUE "CUMULATIVE MARKON PERCENT:".
011300     05  PRINT-MARKON        PIC ZZ9.99-.
011400     05  FILLER              PIC X(4) VALUE SPACE.
011500     05  FILLER              PIC X(17)
011600         VALUE "COST COMPLEMENT:".
011700     05  PRINT-COMPLEMENT    PIC 9.9999.

011800 01  COLUMN-LINE.
011900     05  FILLER         PIC X(32) VALUE SPACE.
012000     05  FILLER         PIC X(14) VALUE "       AT COST".
012100     05  FILLER         PIC X(2)  VALUE SPACE.
012200     05  FILLER         PIC X(14) VALUE "     AT RETAIL".

012300 01  TITLE-LINE.
012400     05  FILLER              PIC X(4) VALUE SPACE.
012500     05  FILLER              PIC X(34)
012600         VALUE "RETAIL METHOD INVENTORY VALUATION".
012700     05  FILLER              PIC X(6) VALUE "AS OF ".
012800     05  PRINT-MONTH-END     PIC Z9/99/9999.
012900     05  FILLER              PIC X(4) VALUE SPACE.
013000     05  FILLER              PIC X(5) VALUE "PAGE:".
013100     05  FILLER              PIC X(1) VALUE SPACE.
013200     05  PRINT-PAGE-NUMBER   PIC ZZZ9.

013300     COPY "WSDATE01.CBL".

013400     COPY "WSCASE01.CBL".

013500     COPY "WSOPID01.CBL".

013600 PROCEDURE DIVISION.
013700 PROGRAM-BEGIN.
013800     PERFORM GET-OPERATOR-ID.
013900     PERFORM ENTER-MONTH-END-DATE.
014000     PERFORM OPENING-PROCEDURE.
014100     PERFORM START-NEW-PAGE.
014200     PERFORM VALUE-ALL-BUCKETS.
014300     PERFORM PRINT-COMPANY-TOTAL.
014400     PERFORM CLOSING-PROCEDURE.

014433 PROGRAM-EXIT.
014466     EXIT PROGRAM.

014500 PROGRAM-DONE.
014600     STOP RUN.

014700 OPENING-PROCEDURE.
014800     OPEN I-O STOCK-LEDGER-FILE.
014900     OPEN OUTPUT PRINTER-FILE.

015000 CLOSING-PROCEDURE.
015100     CLOSE STOCK-LEDGER-FILE.
015200     PERFORM END-LAST-PAGE.
015300     CLOSE PRINTER-FILE.
015400     DISPLAY VALUED-BUCKETS " BUCKET(S) VALUED".
015500     IF UNVALUED-BUCKETS NOT = ZERO
015600         DISPLAY UNVALUED-BUCKETS
015700             " BUCKET(S) HAVE NO RETAIL BASE".

015800 ENTER-MONTH-END-DATE.
015900     MOVE "N" TO ZERO-DATE-IS-OK.
016000     MOVE "ENTER MONTH-END DATE (MM/DD/CCYY)"
016100         TO DATE-PROMPT.
016200     MOVE "A VALID MONTH-END DATE IS REQUIRED"
016300         TO DATE-ERROR-MESSAGE.
016400     PERFORM GET-A-DATE.
016500     MOVE DATE-CCYYMMDD TO MONTH-END-DATE.
016600     MOVE DATE-MMDDCCYY TO PRINT-MONTH-END.

016700 VALUE-ALL-BUCKETS.
016800     MOVE "N" TO LEDGER-FILE-AT-END.
016900     MOVE ZEROES TO STKLED-KEY.
017000     START STOCK-LEDGER-FILE
017100        KEY NOT < STKLED-KEY
017200         INVALID KEY MOVE "Y" TO LEDGER-FILE-AT-END.
017300     PERFORM VALUE-ONE-BUCKET
017400         UNTIL LEDGER-FILE-AT-END = "Y".

017500 VALUE-ONE-BUCKET.
017600     READ STOCK-LEDGER-FILE NEXT RECORD
017700         AT END MOVE "Y" TO LEDGER-FILE-AT-END.
017800     IF LEDGER-FILE-AT-END NOT = "Y"
017900         PERFORM LOAD-BUCKET-VALUATION
018000         PERFORM WORK-THE-VALUATION
018100         IF BUCKET-IS-VALUED = "Y"
018200             PERFORM PRINT-BUCKET-VALUATION
018300             PERFORM SAVE-BUCKET-VALUATION
018400             PERFORM ADD-TO-COMPANY-TOTALS
018500         ELSE
018600             PERFORM NOTE-UNVALUED-BUCKET.

018700 LOAD-BUCKET-VALUATION.
018800     MOVE STKLED-BEGINNING TO VAL-BEGIN-COST.
018900     MOVE STKLED-BEGIN-RETAIL TO VAL-BEGIN-RETAIL.
019000     MOVE STKLED-RECEIPTS TO VAL-RECEIPTS-COST.
019100     MOVE STKLED-RECEIPTS-RETAIL TO VAL-RECEIPTS-RETAIL.
019200     COMPUTE VAL-MOVEMENT-COST =
019300         STKLED-ADJUSTMENTS
019400         - STKLED-TRANSFERS-OUT + STKLED-TRANSFERS-IN.
019500     MOVE STKLED-COS-RELIEF TO VAL-COS-RELIEF.
019600     MOVE STKLED-NET-SALES TO VAL-NET-SALES.
019700     MOVE STKLED-MARKDOWNS TO VAL-MARKDOWNS.
019800     MOVE STKLED-EMP-DISCOUNTS TO VAL-EMP-DISCOUNTS.

019900*---------------------------------
020000* The retail method itself.
020100*---------------------------------
020200 WORK-THE-VALUATION.
020300     MOVE "Y" TO BUCKET-IS-VALUED.
020400     COMPUTE VAL-BASE-COST =
020500         VAL-BEGIN-COST + VAL-RECEIPTS-COST.
020600     COMPUTE VAL-BASE-RETAIL =
020700         VAL-BEGIN-RETAIL + VAL-RECEIPTS-RETAIL.
020800     IF VAL-BASE-RETAIL NOT > ZERO
020900        OR VAL-BASE-COST < ZERO
021000         MOVE "N" TO BUCKET-IS-VALUED
021100     ELSE
021200         COMPUTE VAL-COMPLEMENT ROUNDED =
021300             VAL-BASE-COST / VAL-BASE-RETAIL
021400             ON SIZE ERROR
021500             MOVE "N" TO BUCKET-IS-VALUED.
021600     IF BUCKET-IS-VALUED = "Y"
021700         PERFORM WORK-THE-ENDING-INVENTORY.

021800 WORK-THE-ENDING-INVENTORY.
021900     IF VAL-COMPLEMENT = ZERO
022000         MOVE ZERO TO VAL-MOVEMENT-RETAIL
022100     ELSE
022200         COMPUTE VAL-MOVEMENT-RETAIL ROUNDED =
022300             VAL-MOVEMENT-COST / VAL-COMPLEMENT.
022400     COMPUTE VAL-AVAIL-COST =
022500         VAL-BASE-COST + VAL-MOVEMENT-COST.
022600     COMPUTE VAL-AVAIL-RETAIL =
022700         VAL-BASE-RETAIL + VAL-MOVEMENT-RETAIL.
022800     COMPUTE VAL-MARKON-PERCENT ROUNDED =
022900         (1 - VAL-COMPLEMENT) * 100.
023000     COMPUTE VAL-DEDUCTIONS =
023100         VAL-NET-SALES + VAL-MARKDOWNS + VAL-EMP-DISCOUNTS.
023200     COMPUTE VAL-END-RETAIL =
023300         VAL-AVAIL-RETAIL - VAL-DEDUCTIONS.
023400     COMPUTE VAL-END-COST ROUNDED =
023500         VAL-END-RETAIL * VAL-COMPLEMENT.
023600     COMPUTE VAL-BOOK-COST =
023700         VAL-AVAIL-COST - VAL-COS-RELIEF.

023800 SAVE-BUCKET-VALUATION.
023900     MOVE MONTH-END-DATE TO STKLED-RETAIL-DATE.
024000     MOVE VAL-MARKON-PERCENT TO STKLED-MARKON-PERCENT.
024100     MOVE VAL-COMPLEMENT TO STKLED-COST-COMPLEMENT.
024200     MOVE VAL-END-RETAIL TO STKLED-END-RETAIL.
024300     MOVE VAL-END-COST TO STKLED-END-COST.
024400     REWRITE STOCK-LEDGER-RECORD
024500         INVALID KEY
024600         DISPLAY "ERROR REWRITING STOCK LEDGER RECORD".
024700     ADD 1 TO VALUED-BUCKETS.

024800 ADD-TO-COMPANY-TOTALS.
024900     ADD VAL-BEGIN-COST TO COMPANY-BEGIN-COST.
025000     ADD VAL-BEGIN-RETAIL TO COMPANY-BEGIN-RETAIL.
025100     ADD VAL-RECEIPTS-COST TO COMPANY-RECEIPTS-COST.
025200     ADD VAL-RECEIPTS-RETAIL TO COMPANY-RECEIPTS-RETAIL.
025300     ADD VAL-MOVEMENT-COST TO COMPANY-MOVEMENT-COST.
025400     ADD VAL-COS-RELIEF TO COMPANY-COS-RELIEF.
025500     ADD VAL-NET-SALES TO COMPANY-NET-SALES.
025600     ADD VAL-MARKDOWNS TO COMPANY-MARKDOWNS.
025700     ADD VAL-EMP-DISCOUNTS TO COMPANY-EMP-DISCOUNTS.

025800 NOTE-UNVALUED-BUCKET.
025900     ADD 1 TO UNVALUED-BUCKETS.
026000     IF LINE-COUNT > MAXIMUM-LINES
026100         PERFORM START-NEXT-PAGE.
026200     MOVE SPACE TO PRINTER-RECORD.
026300     STRING "NO RETAIL BASE: STORE " STKLED-STORE
026400         " DIVISION " STKLED-DIVISION
026500         " - NOT VALUED"
026600         DELIMITED BY SIZE INTO PRINTER-RECORD.
026700     PERFORM WRITE-TO-PRINTER.
026800     PERFORM LINE-FEED.

026900 PRINT-COMPANY-TOTAL.
027000     MOVE COMPANY-BEGIN-COST TO VAL-BEGIN-COST.
027100     MOVE COMPANY-BEGIN-RETAIL TO VAL-BEGIN-RETAIL.
027200     MOVE COMPANY-RECEIPTS-COST TO VAL-RECEIPTS-COST.
027300     MOVE COMPANY-RECEIPTS-RETAIL TO VAL-RECEIPTS-RETAIL.
027400     MOVE COMPANY-MOVEMENT-COST TO VAL-MOVEMENT-COST.
027500     MOVE COMPANY-COS-RELIEF TO VAL-COS-RELIEF.
027600     MOVE COMPANY-NET-SALES TO VAL-NET-SALES.
027700     MOVE COMPANY-MARKDOWNS TO VAL-MARKDOWNS.
027800     MOVE COMPANY-EMP-DISCOUNTS TO VAL-EMP-DISCOUNTS.
027900     PERFORM WORK-THE-VALUATION.
028000     IF BUCKET-IS-VALUED = "Y"
028100         PERFORM START-NEXT-PAGE
028200         MOVE "COMPANY TOTAL" TO PRINTER-RECORD
028300         PERFORM WRITE-TO-PRINTER
028400         PERFORM PRINT-VALUATION-LINES.

028500*---------------------------------
028600* The full calculation, one
028700* block per bucket.
028800*---------------------------------
028900 PRINT-BUCKET-VALUATION.
029000     IF LINE-COUNT > MAXIMUM-LINES - 14
029100         PERFORM START-NEXT-PAGE.
029200     MOVE STKLED-STORE TO PRINT-STORE.
029300     MOVE STKLED-DIVISION TO PRINT-DIVISION.
029400     MOVE BUCKET-HEAD-LINE TO PRINTER-RECORD.
029500     PERFORM WRITE-TO-PRINTER.
029600     PERFORM PRINT-VALUATION-LINES.

029700 PRINT-VALUATION-LINES.
029800     MOVE "BEGINNING INVENTORY" TO PRINT-LABEL.
029900     MOVE VAL-BEGIN-COST TO PRINT-AT-COST.
030000     MOVE VAL-BEGIN-RETAIL TO PRINT-AT-RETAIL.
030100     PERFORM PRINT-AMOUNT-LINE.
030200     MOVE "RECEIPTS" TO PRINT-LABEL.
030300     MOVE VAL-RECEIPTS-COST TO PRINT-AT-COST.
030400     MOVE VAL-RECEIPTS-RETAIL TO PRINT-AT-RETAIL.
030500     PERFORM PRINT-AMOUNT-LINE.
030600     MOVE "MERCHANDISE BASE" TO PRINT-LABEL.
030700     MOVE VAL-BASE-COST TO PRINT-AT-COST.
030800     MOVE VAL-BASE-RETAIL TO PRINT-AT-RETAIL.
030900     PERFORM PRINT-AMOUNT-LINE.
031000     MOVE "ADJUSTMENTS AND TRANSFERS" TO PRINT-LABEL.
031100     MOVE VAL-MOVEMENT-COST TO PRINT-AT-COST.
031200     MOVE VAL-MOVEMENT-RETAIL TO PRINT-AT-RETAIL.
031300     PERFORM PRINT-AMOUNT-LINE.
031400     MOVE "AVAILABLE FOR SALE" TO PRINT-LABEL.
031500     MOVE VAL-AVAIL-COST TO PRINT-AT-COST.
031600     MOVE VAL-AVAIL-RETAIL TO PRINT-AT-RETAIL.
031700     PERFORM PRINT-AMOUNT-LINE.
031800     MOVE VAL-MARKON-PERCENT TO PRINT-MARKON.
031900     MOVE VAL-COMPLEMENT TO PRINT-COMPLEMENT.
032000     MOVE RATIO-LINE TO PRINTER-RECORD.
032100     PERFORM WRITE-TO-PRINTER.
032200     MOVE "LESS NET SALES" TO PRINT-LABEL.
032300     MOVE ZERO TO PRINT-AT-COST.
032400     MOVE VAL-NET-SALES TO PRINT-AT-RETAIL.
032500     PERFORM PRINT-RETAIL-ONLY-LINE.
032600     MOVE "LESS MARKDOWNS" TO PRINT-LABEL.
032700     MOVE ZERO TO PRINT-AT-COST.
032800     MOVE VAL-MARKDOWNS TO PRINT-AT-RETAIL.
032900     PERFORM PRINT-RETAIL-ONLY-LINE.
033000     MOVE "LESS EMPLOYEE DISCOUNTS" TO PRINT-LABEL.
033100     MOVE ZERO TO PRINT-AT-COST.
033200     MOVE VAL-EMP-DISCOUNTS TO PRINT-AT-RETAIL.
033300     PERFORM PRINT-RETAIL-ONLY-LINE.
033400     MOVE "ENDING INVENTORY" TO PRINT-LABEL.
033500     MOVE VAL-END-COST TO PRINT-AT-COST.
033600     MOVE VAL-END-RETAIL TO PRINT-AT-RETAIL.
033700     PERFORM PRINT-AMOUNT-LINE.
033800     MOVE "BOOK AT COST (COST METHOD)" TO PRINT-LABEL.
033900     MOVE VAL-BOOK-COST TO PRINT-AT-COST.
034000     MOVE ZERO TO PRINT-AT-RETAIL.
034100     PERFORM PRINT-COST-ONLY-LINE.
034200     PERFORM LINE-FEED.

034300 PRINT-RETAIL-ONLY-LINE.
034400     MOVE AMOUNT-LINE TO PRINTER-RECORD.
034500     MOVE SPACE TO PRINTER-RECORD(33:14).
034600     PERFORM WRITE-TO-PRINTER.

034700 PRINT-COST-ONLY-LINE.
034800     MOVE AMOUNT-LINE TO PRINTER-RECORD.
034900     MOVE SPACE TO PRINTER-RECORD(49:14).
035000     PERFORM WRITE-TO-PRINTER.

035100 PRINT-AMOUNT-LINE.
035200     MOVE AMOUNT-LINE TO PRINTER-RECORD.
035300     PERFORM WRITE-TO-PRINTER.

035400*---------------------------------
035500* Printing routines.
035600*---------------------------------
035700 WRITE-TO-PRINTER.
035800     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
035900     ADD 1 TO LINE-COUNT.

036000 LINE-FEED.
036100     MOVE SPACE TO PRINTER-RECORD.
036200     PERFORM WRITE-TO-PRINTER.

036300 START-NEXT-PAGE.
036400     PERFORM END-LAST-PAGE.
036500     PERFORM START-NEW-PAGE.

036600 START-NEW-PAGE.
036700     ADD 1 TO PAGE-NUMBER.
036800     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
036900     MOVE TITLE-LINE TO PRINTER-RECORD.
037000     PERFORM WRITE-TO-PRINTER.
037100     PERFORM LINE-FEED.
037200     MOVE COLUMN-LINE TO PRINTER-RECORD.
037300     PERFORM WRITE-TO-PRINTER.
037400     PERFORM LINE-FEED.

037500 END-LAST-PAGE.
037600     PERFORM FORM-FEED.
037700     MOVE ZERO TO LINE-COUNT.

037800 FORM-FEED.
037900     MOVE SPACE TO PRINTER-RECORD.
038000     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

038100     COPY "PLDATE01.CBL".

038200     COPY "PLOPID01.CBL".
