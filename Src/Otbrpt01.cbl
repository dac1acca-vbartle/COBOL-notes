000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OTBRPT01.
000300*---------------------------------
000400* Open-to-buy by store and
000500* division for the period the
000600* entered as-of date falls in
000700* and the period after it. The
000800* periods are fiscal (FISCAL-
000900* CALENDAR-FILE, CCYY * 100 +
001000* period, the 4-5-4 year having
001100* twelve) when the calendar
001200* covers the date, otherwise
001300* calendar months, the same
001400* keys the sales budgets and the
001500* OTBMNT01 plans are entered by.
001600* For the current period:
001700*   PLAN EOP   - planned end of
001800*                period inventory
001900*                (OTB-PLAN-FILE)
002000*   SALES PLAN - the budget
002100*                (SALES-BUDGET-FILE)
002200*                less the sales
002300*                already booked
002400*                this period, not
002500*                below zero; the
002600*                ledger has
002700*                already been
002800*                relieved for those
002900*   BOOK       - stock ledger book
003000*                inventory now
003100*                (STOCK-LEDGER-FILE)
003200*   ON ORDER   - the unreceived
003300*                value of open,
003400*                approved PO lines
003500*                bought for the
003600*                store/division
003700*   OTB        - PLAN EOP + SALES
003800*                PLAN - BOOK - ON
003900*                ORDER
004000* For the next period the
004100* current plan is its starting
004200* stock, so:
004300*   OTB NEXT   - next PLAN EOP +
004400*                next budget -
004500*                current PLAN EOP,
004600*                less any overbuy
004700*                (a negative OTB)
004800*                carried from the
004900*                current period.
005000* All on-order is taken to
005100* arrive in the current period.
005200* Amounts print in whole
005300* dollars, by store and
005400* division with store and grand
005500* totals.
005600*---------------------------------
005700 ENVIRONMENT DIVISION.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.

006000     COPY "SLFCAL01.CBL".

006100     COPY "SLOTBPLN.CBL".

006200     COPY "SLSLBUD.CBL".

006300     COPY "SLSTKLED.CBL".

006400     COPY "SLSLHIST.CBL".

006500     COPY "SLPO01.CBL".

006600     COPY "SLRCPT01.CBL".

006700     COPY "SLSPOOLC.CBL".

006800*---------------------------------
006900* The report goes to a uniquely
007000* named spool file cataloged
007100* through PLSPOOL1.CBL, so a
007200* printer jam means a reprint
007300* from SPLMGR01, not a re-run.
007400*---------------------------------
007500     SELECT PRINTER-FILE
007600         ASSIGN TO DYNAMIC SPOOL-OUT-NAME
007700         ORGANIZATION IS LINE SEQUENTIAL.

007800 DATA DIVISION.
007900 FILE SECTION.

008000     COPY "FDFCAL01.CBL".

008100     COPY "FDOTBPLN.CBL".

008200     COPY "FDSLBUD.CBL".

008300     COPY "FDSTKLED.CBL".

008400     COPY "FDSLHIST.CBL".

008500     COPY "FDPO01.CBL".

008600     COPY "FDRCPT01.CBL".

008700     COPY "FDSPOOLC.CBL".

008800 FD  PRINTER-FILE
008900     LABEL RECORDS ARE OMITTED.
009000 01  PRINTER-RECORD              PIC X(80).

009100 WORKING-STORAGE SECTION.

009200 77  FCAL-RECORD-FOUND           PIC X.
009300 77  PLAN-FILE-AT-END            PIC X.
009400 77  BUDGET-FILE-AT-END          PIC X.
009500 77  LEDGER-FILE-AT-END          PIC X.
009600 77  HISTORY-FILE-AT-END         PIC X.
009700 77  PO-FILE-AT-END              PIC X.
009800 77  RECEIPT-FILE-AT-END         PIC X.
009900 77  LINE-COUNT                  PIC 999 VALUE ZERO.
010000 77  PAGE-NUMBER                 PIC 99999 VALUE ZERO.
010100 77  MAXIMUM-LINES               PIC 999 VALUE 55.

010200 77  AS-OF-DATE                  PIC 9(8).
010300 77  PERIOD-START-DATE           PIC 9(8).
010400 77  STORE-SUB                   PIC 999.
010500 77  DIVISION-SUB                PIC 999.
010600 77  LINE-SUB                    PIC 99.
010700 77  LEVEL-INDEX                 PIC 9.
010800 77  EDITED-STORE                PIC Z9.
010900 77  EDITED-DIVISION             PIC Z9.
011000 77  LINE-OPEN-VALUE             PIC S9(9)V99.
011100 77  REMAINING-SALES             PIC S9(9)V99.
011200 77  OTB-CURRENT                 PIC S9(9)V99.
011300 77  OTB-NEXT                    PIC S9(9)V99.
011400 77  LINES-REPORTED              PIC 9(5) VALUE ZERO.

011500 01  CURRENT-PERIOD              PIC 9(6).
011600 01  FILLER REDEFINES CURRENT-PERIOD.
011700     05  CURRENT-PERIOD-YEAR     PIC 9(4).
011800     05  CURRENT-PERIOD-NUMBER   PIC 9(2).

011900 01  NEXT-PERIOD                 PIC 9(6).
012000 01  FILLER REDEFINES NEXT-PERIOD.
012100     05  NEXT-PERIOD-YEAR        PIC 9(4).
012200     05  NEXT-PERIOD-NUMBER      PIC 9(2).

012300*---------------------------------
012400* One slot per store and
012500* division.
012600*---------------------------------
012700 01  OTB-TABLE-AREA.
012800     05  OTB-STORE-ROW OCCURS 99 TIMES.
012900         10  OTB-DIVISION-COL OCCURS 99 TIMES.
013000             15  SLOT-ACTIVE          PIC X.
013100             15  SLOT-PLAN-CURRENT    PIC S9(9)V99.
013200             15  SLOT-PLAN-NEXT       PIC S9(9)V99.
013300             15  SLOT-BUDGET-CURRENT  PIC S9(9)V99.
013400             15  SLOT-BUDGET-NEXT     PIC S9(9)V99.
013500             15  SLOT-SOLD-TO-DATE    PIC S9(9)V99.
013600             15  SLOT-BOOK            PIC S9(9)V99.
013700             15  SLOT-ON-ORDER        PIC S9(9)V99.

013800 01  STORE-ACTIVE-AREA.
013900     05  STORE-ACTIVE             PIC X OCCURS 99 TIMES.

014000*---------------------------------
014100* Receipt value logged against
014200* each line of the PO in hand.
014300*---------------------------------
014400 01  LINE-RECEIVED-AREA.
014500     05  LINE-RECEIVED            PIC S9(9)V99
014600                                  OCCURS 10 TIMES.

014700*---------------------------------
014800* Totals: level 1 is the store,
014900* 2 all stores.
015000*---------------------------------
015100 01  OTB-TOTALS.
015200     05  TOTAL-LEVEL OCCURS 2 TIMES.
015300         10  LEVEL-PLAN           PIC S9(9)V99.
015400         10  LEVEL-SALES          PIC S9(9)V99.
015500         10  LEVEL-BOOK           PIC S9(9)V99.
015600         10  LEVEL-ON-ORDER       PIC S9(9)V99.
015700         10  LEVEL-OTB            PIC S9(9)V99.
015800         10  LEVEL-OTB-NEXT       PIC S9(9)V99.

015900 01  DETAIL-LINE.
016000     05  PRINT-STORE             PIC X(3).
016100     05  PRINT-DIVISION          PIC X(3).
016200     05  PRINT-PLAN              PIC ZZ,ZZZ,ZZ9-.
016300     05  FILLER                  PIC X     VALUE SPACE.
016400     05  PRINT-SALES             PIC ZZ,ZZZ,ZZ9-.
016500     05  FILLER                  PIC X     VALUE SPACE.
016600     05  PRINT-BOOK              PIC ZZ,ZZZ,ZZ9-.
016700     05  FILLER                  PIC X     VALUE SPACE.
016800     05  PRINT-ON-ORDER          PIC ZZ,ZZZ,ZZ9-.
016900     05  FILLER                  PIC X     VALUE SPACE.
017000     05  PRINT-OTB               PIC ZZ,ZZZ,ZZ9-.
017100     05  FILLER                  PIC X     VALUE SPACE.
017200     05  PRINT-OTB-NEXT          PIC ZZ,ZZZ,ZZ9-.

017300 01  COLUMN-LINE.
017400     05  FILLER         PIC X(6)  VALUE "ST DV".
017500     05  FILLER         PIC X(12) VALUE "   PLAN EOP".
017600     05  FILLER         PIC X(12) VALUE " SALES PLAN".
017700     05  FILLER         PIC X(12) VALUE "       BOOK".
017800     05  FILLER         PIC X(12) VALUE "   ON ORDER".
017900     05  FILLER         PIC X(12) VALUE "        OTB".
018000     05  FILLER         PIC X(12) VALUE "   OTB NEXT".

018100 01  TITLE-LINE.
018200     05  FILLER              PIC X(10) VALUE SPACE.
018300     05  FILLER              PIC X(35)
018400         VALUE "OPEN-TO-BUY BY STORE AND DIVISION".
018500     05  FILLER              PIC X(7)  VALUE "AS OF ".
018600     05  PRINT-AS-OF         PIC X(10).
018700     05  FILLER              PIC X(5)  VALUE SPACE.
018800     05  FILLER              PIC X(5)  VALUE "PAGE:".
018900     05  FILLER              PIC X(1)  VALUE SPACE.
019000     05  PRINT-PAGE-NUMBER   PIC ZZZZ9.

019100 01  PERIOD-LINE.
019200     05  FILLER              PIC X(10) VALUE SPACE.
019300     05  FILLER              PIC X(16) VALUE "CURRENT PERIOD ".
019400     05  PRINT-CURRENT       PIC 9(6).
019500     05  FILLER              PIC X(15) VALUE "  NEXT PERIOD ".
019600     05  PRINT-NEXT          PIC 9(6).
019700     05  FILLER              PIC X(19)
019800         VALUE "  (WHOLE DOLLARS)".

019900     COPY "WSDATE01.CBL".

020000     COPY "WSCASE01.CBL".

020100     COPY "WSOPID01.CBL".

020200     COPY "WSSPOOL1.CBL".

020300 PROCEDURE DIVISION.
020400 PROGRAM-BEGIN.
020500     PERFORM GET-OPERATOR-ID.
020600     PERFORM OPENING-PROCEDURE.
020700     PERFORM ENTER-AS-OF-DATE.
020800     PERFORM FIND-THE-PERIODS.
020900     PERFORM CLEAR-THE-TABLES.
021000     PERFORM LOAD-THE-PLANS.
021100     PERFORM LOAD-THE-BUDGETS.
021200     PERFORM LOAD-SALES-TO-DATE.
021300     PERFORM LOAD-THE-LEDGER.
021400     PERFORM LOAD-THE-ON-ORDER.
021500     PERFORM PRINT-THE-REPORT.
021600     PERFORM CLOSING-PROCEDURE.

021633 PROGRAM-EXIT.
021666     EXIT PROGRAM.

021700 PROGRAM-DONE.
021800     STOP RUN.

021900 OPENING-PROCEDURE.
022000     OPEN INPUT FISCAL-CALENDAR-FILE.
022100     OPEN INPUT OTB-PLAN-FILE.
022200     OPEN INPUT SALES-BUDGET-FILE.
022300     OPEN INPUT STOCK-LEDGER-FILE.
022400     OPEN INPUT SALES-HISTORY-FILE.
022500     OPEN INPUT PO-FILE.
022600     OPEN INPUT RECEIPT-FILE.

022700 CLOSING-PROCEDURE.
022800     CLOSE FISCAL-CALENDAR-FILE.
022900     CLOSE OTB-PLAN-FILE.
023000     CLOSE SALES-BUDGET-FILE.
023100     CLOSE STOCK-LEDGER-FILE.
023200     CLOSE SALES-HISTORY-FILE.
023300     CLOSE PO-FILE.
023400     CLOSE RECEIPT-FILE.
023500     DISPLAY LINES-REPORTED " STORE/DIVISION LINE(S) REPORTED".
023600     DISPLAY "REPORT SPOOLED AS " SPOOL-OUT-NAME.

023700 ENTER-AS-OF-DATE.
023800     MOVE "N" TO ZERO-DATE-IS-OK.
023900     MOVE "ENTER AS-OF DATE(MM/DD/CCYY)?"
024000            TO DATE-PROMPT.
024100     MOVE "A VALID AS-OF DATE IS REQUIRED"
024200            TO DATE-ERROR-MESSAGE.
024300     PERFORM GET-A-DATE.
024400     MOVE DATE-CCYYMMDD TO AS-OF-DATE.

024500*---------------------------------
024600* A date on the fiscal calendar
024700* gives its fiscal period and
024800* the period's first day; any
024900* other date falls back to its
025000* calendar month.
025100*---------------------------------
025200 FIND-THE-PERIODS.
025300     MOVE AS-OF-DATE TO FCAL-DATE.
025400     MOVE "Y" TO FCAL-RECORD-FOUND.
025500     READ FISCAL-CALENDAR-FILE RECORD
025600       INVALID KEY
025700          MOVE "N" TO FCAL-RECORD-FOUND.
025800     IF FCAL-RECORD-FOUND = "Y"
025900         COMPUTE CURRENT-PERIOD =
026000             (FCAL-YEAR * 100) + FCAL-PERIOD
026100         MOVE FCAL-PERIOD-START TO PERIOD-START-DATE
026200     ELSE
026300         DIVIDE AS-OF-DATE BY 100
026400             GIVING CURRENT-PERIOD
026500         COMPUTE PERIOD-START-DATE =
026600             (CURRENT-PERIOD * 100) + 1.
026700     IF CURRENT-PERIOD-NUMBER NOT < 12
026800         COMPUTE NEXT-PERIOD-YEAR = CURRENT-PERIOD-YEAR + 1
026900         MOVE 1 TO NEXT-PERIOD-NUMBER
027000     ELSE
027100         MOVE CURRENT-PERIOD-YEAR TO NEXT-PERIOD-YEAR
027200         COMPUTE NEXT-PERIOD-NUMBER = CURRENT-PERIOD-NUMBER + 1.
027300     MOVE CURRENT-PERIOD TO PRINT-CURRENT.
027400     MOVE NEXT-PERIOD TO PRINT-NEXT.

027500 CLEAR-THE-TABLES.
027600     PERFORM CLEAR-ONE-STORE-ROW
027700         VARYING STORE-SUB FROM 1 BY 1
027800           UNTIL STORE-SUB > 99.

027900 CLEAR-ONE-STORE-ROW.
028000     MOVE "N" TO STORE-ACTIVE (STORE-SUB).
028100     PERFORM CLEAR-ONE-SLOT
028200         VARYING DIVISION-SUB FROM 1 BY 1
028300           UNTIL DIVISION-SUB > 99.

028400 CLEAR-ONE-SLOT.
028500     MOVE "N" TO SLOT-ACTIVE (STORE-SUB DIVISION-SUB).
028600     MOVE ZEROES TO SLOT-PLAN-CURRENT (STORE-SUB DIVISION-SUB)
028700                    SLOT-PLAN-NEXT (STORE-SUB DIVISION-SUB)
028800                    SLOT-BUDGET-CURRENT (STORE-SUB DIVISION-SUB)
028900                    SLOT-BUDGET-NEXT (STORE-SUB DIVISION-SUB)
029000                    SLOT-SOLD-TO-DATE (STORE-SUB DIVISION-SUB)
029100                    SLOT-BOOK (STORE-SUB DIVISION-SUB)
029200                    SLOT-ON-ORDER (STORE-SUB DIVISION-SUB).

029300*---------------------------------
029400* Every key that lands on the
029500* report marks its store and
029600* division active.
029700*---------------------------------
029800 MARK-SLOT-ACTIVE.
029900     MOVE "Y" TO SLOT-ACTIVE (STORE-SUB DIVISION-SUB).
030000     MOVE "Y" TO STORE-ACTIVE (STORE-SUB).

030100*---------------------------------
030200* Plans and budgets are keyed
030300* period first, so the two
030400* periods are read in one pass.
030500*---------------------------------
030600 LOAD-THE-PLANS.
030700     MOVE "N" TO PLAN-FILE-AT-END.
030800     MOVE CURRENT-PERIOD TO OTBPLN-PERIOD.
030900     MOVE ZEROES TO OTBPLN-STORE
031000                    OTBPLN-DIVISION.
031100     START OTB-PLAN-FILE
031200        KEY NOT < OTBPLN-KEY
031300         INVALID KEY MOVE "Y" TO PLAN-FILE-AT-END.
031400     PERFORM READ-NEXT-PLAN.
031500     PERFORM LOAD-ONE-PLAN
031600         UNTIL PLAN-FILE-AT-END = "Y".

031700 LOAD-ONE-PLAN.
031800     IF OTBPLN-STORE NOT = ZEROES
031900        AND OTBPLN-DIVISION NOT = ZEROES
032000         MOVE OTBPLN-STORE TO STORE-SUB
032100         MOVE OTBPLN-DIVISION TO DIVISION-SUB
032200         PERFORM MARK-SLOT-ACTIVE
032300         IF OTBPLN-PERIOD = CURRENT-PERIOD
032400             ADD OTBPLN-END-INVENTORY
032500                 TO SLOT-PLAN-CURRENT (STORE-SUB DIVISION-SUB)
032600         ELSE
032700             ADD OTBPLN-END-INVENTORY
032800                 TO SLOT-PLAN-NEXT (STORE-SUB DIVISION-SUB).
032900     PERFORM READ-NEXT-PLAN.

033000 LOAD-THE-BUDGETS.
033100     MOVE "N" TO BUDGET-FILE-AT-END.
033200     MOVE CURRENT-PERIOD TO BUDGET-PERIOD.
033300     MOVE ZEROES TO BUDGET-STORE
033400                    BUDGET-DIVISION.
033500     START SALES-BUDGET-FILE
033600        KEY NOT < BUDGET-KEY
033700         INVALID KEY MOVE "Y" TO BUDGET-FILE-AT-END.
033800     PERFORM READ-NEXT-BUDGET.
033900     PERFORM LOAD-ONE-BUDGET
034000         UNTIL BUDGET-FILE-AT-END = "Y".

034100 LOAD-ONE-BUDGET.
034200     IF BUDGET-STORE NOT = ZEROES
034300        AND BUDGET-DIVISION NOT = ZEROES
034400         MOVE BUDGET-STORE TO STORE-SUB
034500         MOVE BUDGET-DIVISION TO DIVISION-SUB
034600         PERFORM MARK-SLOT-ACTIVE
034700         IF BUDGET-PERIOD = CURRENT-PERIOD
034800             ADD BUDGET-AMOUNT
034900                 TO SLOT-BUDGET-CURRENT (STORE-SUB DIVISION-SUB)
035000         ELSE
035100             ADD BUDGET-AMOUNT
035200                 TO SLOT-BUDGET-NEXT (STORE-SUB DIVISION-SUB).
035300     PERFORM READ-NEXT-BUDGET.

035400*---------------------------------
035500* Sales already booked in the
035600* current period, summed the way
035700* BUDRPT01 sums actuals against
035800* the budget.
035900*---------------------------------
036000 LOAD-SALES-TO-DATE.
036100     MOVE "N" TO HISTORY-FILE-AT-END.
036200     PERFORM READ-NEXT-HISTORY.
036300     PERFORM LOAD-ONE-HISTORY
036400         UNTIL HISTORY-FILE-AT-END = "Y".

036500 LOAD-ONE-HISTORY.
036600     IF HISTORY-FEED-DATE NOT < PERIOD-START-DATE
036700        AND HISTORY-FEED-DATE NOT > AS-OF-DATE
036800        AND HISTORY-STORE NOT = ZEROES
036900        AND HISTORY-DIVISION NOT = ZEROES
037000         MOVE HISTORY-STORE TO STORE-SUB
037100         MOVE HISTORY-DIVISION TO DIVISION-SUB
037200         ADD HISTORY-AMOUNT
037300             TO SLOT-SOLD-TO-DATE (STORE-SUB DIVISION-SUB).
037400     PERFORM READ-NEXT-HISTORY.

037500 LOAD-THE-LEDGER.
037600     MOVE "N" TO LEDGER-FILE-AT-END.
037700     MOVE ZEROES TO STKLED-KEY.
037800     START STOCK-LEDGER-FILE
037900        KEY NOT < STKLED-KEY
038000         INVALID KEY MOVE "Y" TO LEDGER-FILE-AT-END.
038100     PERFORM READ-NEXT-LEDGER.
038200     PERFORM LOAD-ONE-LEDGER
038300         UNTIL LEDGER-FILE-AT-END = "Y".

038400 LOAD-ONE-LEDGER.
038500     IF STKLED-STORE NOT = ZEROES
038600        AND STKLED-DIVISION NOT = ZEROES
038700         MOVE STKLED-STORE TO STORE-SUB
038800         MOVE STKLED-DIVISION TO DIVISION-SUB
038900         PERFORM MARK-SLOT-ACTIVE
039000         COMPUTE SLOT-BOOK (STORE-SUB DIVISION-SUB) =
039100             STKLED-BEGINNING + STKLED-RECEIPTS
039200           - STKLED-COS-RELIEF + STKLED-ADJUSTMENTS
039250           - STKLED-TRANSFERS-OUT + STKLED-TRANSFERS-IN.
039300     PERFORM READ-NEXT-LEDGER.

039400*---------------------------------
039500* On order: open POs approved
039600* for matching (a space is an
039700* approval from before the
039800* field existed), merchandise
039900* lines only, each less the
040000* receipts logged against it.
040100*---------------------------------
040200 LOAD-THE-ON-ORDER.
040300     MOVE "N" TO PO-FILE-AT-END.
040400     MOVE ZEROES TO PO-NUMBER.
040500     START PO-FILE
040600        KEY NOT < PO-NUMBER
040700         INVALID KEY MOVE "Y" TO PO-FILE-AT-END.
040800     PERFORM READ-NEXT-PO.
040900     PERFORM LOAD-ONE-PO
041000         UNTIL PO-FILE-AT-END = "Y".

041100 LOAD-ONE-PO.
041200     IF PO-STATUS = "O"
041300        AND (PO-APPROVAL-STATUS = "A"
041400          OR PO-APPROVAL-STATUS = SPACE)
041500        AND PO-LINE-COUNT NOT = ZERO
041600         PERFORM LOAD-PO-RECEIPTS
041700         PERFORM ADD-ONE-PO-LINE
041800             VARYING LINE-SUB FROM 1 BY 1
041900               UNTIL LINE-SUB > PO-LINE-COUNT.
042000     PERFORM READ-NEXT-PO.

042100 ADD-ONE-PO-LINE.
042200     IF PO-LINE-STORE (LINE-SUB) NOT = ZEROES
042300        AND PO-LINE-DIVISION (LINE-SUB) NOT = ZEROES
042400         COMPUTE LINE-OPEN-VALUE =
042500             PO-LINE-QUANTITY (LINE-SUB)
042600           * PO-LINE-UNIT-PRICE (LINE-SUB)
042700           - LINE-RECEIVED (LINE-SUB)
042800         IF LINE-OPEN-VALUE > ZERO
042900             MOVE PO-LINE-STORE (LINE-SUB) TO STORE-SUB
043000             MOVE PO-LINE-DIVISION (LINE-SUB) TO DIVISION-SUB
043100             PERFORM MARK-SLOT-ACTIVE
043200             ADD LINE-OPEN-VALUE
043300                 TO SLOT-ON-ORDER (STORE-SUB DIVISION-SUB).

043400 LOAD-PO-RECEIPTS.
043500     PERFORM CLEAR-ONE-RECEIVED
043600         VARYING LINE-SUB FROM 1 BY 1
043700           UNTIL LINE-SUB > 10.
043800     MOVE "N" TO RECEIPT-FILE-AT-END.
043900     MOVE PO-NUMBER TO RECEIPT-PO-NUMBER.
044000     MOVE ZEROES TO RECEIPT-SEQUENCE.
044100     START RECEIPT-FILE
044200        KEY NOT < RECEIPT-KEY
044300         INVALID KEY MOVE "Y" TO RECEIPT-FILE-AT-END.
044400     PERFORM READ-NEXT-RECEIPT.
044500     PERFORM ADD-ONE-RECEIPT
044600         UNTIL RECEIPT-FILE-AT-END = "Y".

044700 CLEAR-ONE-RECEIVED.
044800     MOVE ZEROES TO LINE-RECEIVED (LINE-SUB).

044900 ADD-ONE-RECEIPT.
045000     IF RECEIPT-PO-LINE > ZERO
045100        AND RECEIPT-PO-LINE NOT > 10
045200         ADD RECEIPT-VALUE TO LINE-RECEIVED (RECEIPT-PO-LINE).
045300     PERFORM READ-NEXT-RECEIPT.

045400*---------------------------------
045500* Report, store by store.
045600*---------------------------------
045700 PRINT-THE-REPORT.
045800     OPEN I-O SPOOL-CATALOG-FILE.
045900     MOVE "OPEN-TO-BUY" TO SPOOL-REPORT-NAME.
046000     MOVE "OTBRPT01" TO SPOOL-PROGRAM.
046100     PERFORM OPEN-SPOOL-REPORT.
046200     OPEN OUTPUT PRINTER-FILE.
046300     MOVE AS-OF-DATE TO DATE-CCYYMMDD.
046400     PERFORM FORMAT-THE-DATE.
046500     MOVE FORMATTED-DATE TO PRINT-AS-OF.
046600     PERFORM START-NEW-PAGE.
046700     MOVE 2 TO LEVEL-INDEX.
046800     PERFORM CLEAR-ONE-LEVEL.
046900     PERFORM PRINT-ONE-STORE
047000         VARYING STORE-SUB FROM 1 BY 1
047100           UNTIL STORE-SUB > 99.
047200     IF LINES-REPORTED = ZERO
047300         MOVE "NOTHING PLANNED, BUDGETED, ON HAND OR ON ORDER"
047400             TO PRINTER-RECORD
047500         PERFORM WRITE-TO-PRINTER
047600     ELSE
047700         MOVE "ALL" TO PRINT-STORE
047800         MOVE SPACE TO PRINT-DIVISION
047900         PERFORM PRINT-TOTAL-LINE.
048000     PERFORM END-LAST-PAGE.
048100     CLOSE PRINTER-FILE.
048200     MOVE PAGE-NUMBER TO SPOOL-PAGE-COUNT.
048300     PERFORM CLOSE-SPOOL-REPORT.
048400     CLOSE SPOOL-CATALOG-FILE.

048500 PRINT-ONE-STORE.
048600     IF STORE-ACTIVE (STORE-SUB) = "Y"
048700         MOVE 1 TO LEVEL-INDEX
048800         PERFORM CLEAR-ONE-LEVEL
048900         PERFORM PRINT-ONE-SLOT
049000             VARYING DIVISION-SUB FROM 1 BY 1
049100               UNTIL DIVISION-SUB > 99
049200         MOVE STORE-SUB TO EDITED-STORE
049300         MOVE EDITED-STORE TO PRINT-STORE
049400         MOVE "TOT" TO PRINT-DIVISION
049500         MOVE 1 TO LEVEL-INDEX
049600         PERFORM PRINT-TOTAL-LINE
049700         PERFORM LINE-FEED.

049800 PRINT-ONE-SLOT.
049900     IF SLOT-ACTIVE (STORE-SUB DIVISION-SUB) = "Y"
050000         PERFORM COMPUTE-ONE-SLOT
050100         PERFORM PRINT-SLOT-LINE
050200         PERFORM ADD-TO-ONE-LEVEL
050300             VARYING LEVEL-INDEX FROM 1 BY 1
050400               UNTIL LEVEL-INDEX > 2.

050500 COMPUTE-ONE-SLOT.
050600     COMPUTE REMAINING-SALES =
050700         SLOT-BUDGET-CURRENT (STORE-SUB DIVISION-SUB)
050800       - SLOT-SOLD-TO-DATE (STORE-SUB DIVISION-SUB).
050900     IF REMAINING-SALES < ZERO
051000         MOVE ZEROES TO REMAINING-SALES.
051100     COMPUTE OTB-CURRENT =
051200         SLOT-PLAN-CURRENT (STORE-SUB DIVISION-SUB)
051300       + REMAINING-SALES
051400       - SLOT-BOOK (STORE-SUB DIVISION-SUB)
051500       - SLOT-ON-ORDER (STORE-SUB DIVISION-SUB).
051600     COMPUTE OTB-NEXT =
051700         SLOT-PLAN-NEXT (STORE-SUB DIVISION-SUB)
051800       + SLOT-BUDGET-NEXT (STORE-SUB DIVISION-SUB)
051900       - SLOT-PLAN-CURRENT (STORE-SUB DIVISION-SUB).
052000     IF OTB-CURRENT < ZERO
052100         ADD OTB-CURRENT TO OTB-NEXT.

052200 PRINT-SLOT-LINE.
052300     MOVE SPACE TO DETAIL-LINE.
052400     MOVE STORE-SUB TO EDITED-STORE.
052500     MOVE EDITED-STORE TO PRINT-STORE.
052600     MOVE DIVISION-SUB TO EDITED-DIVISION.
052700     MOVE EDITED-DIVISION TO PRINT-DIVISION.
052800     MOVE SLOT-PLAN-CURRENT (STORE-SUB DIVISION-SUB)
052900         TO PRINT-PLAN.
053000     MOVE REMAINING-SALES TO PRINT-SALES.
053100     MOVE SLOT-BOOK (STORE-SUB DIVISION-SUB) TO PRINT-BOOK.
053200     MOVE SLOT-ON-ORDER (STORE-SUB DIVISION-SUB)
053300         TO PRINT-ON-ORDER.
053400     MOVE OTB-CURRENT TO PRINT-OTB.
053500     MOVE OTB-NEXT TO PRINT-OTB-NEXT.
053600     IF LINE-COUNT > MAXIMUM-LINES
053700         PERFORM START-NEXT-PAGE.
053800     MOVE DETAIL-LINE TO PRINTER-RECORD.
053900     PERFORM WRITE-TO-PRINTER.
054000     ADD 1 TO LINES-REPORTED.

054100 ADD-TO-ONE-LEVEL.
054200     ADD SLOT-PLAN-CURRENT (STORE-SUB DIVISION-SUB)
054300         TO LEVEL-PLAN (LEVEL-INDEX).
054400     ADD REMAINING-SALES TO LEVEL-SALES (LEVEL-INDEX).
054500     ADD SLOT-BOOK (STORE-SUB DIVISION-SUB)
054600         TO LEVEL-BOOK (LEVEL-INDEX).
054700     ADD SLOT-ON-ORDER (STORE-SUB DIVISION-SUB)
054800         TO LEVEL-ON-ORDER (LEVEL-INDEX).
054900     ADD OTB-CURRENT TO LEVEL-OTB (LEVEL-INDEX).
055000     ADD OTB-NEXT TO LEVEL-OTB-NEXT (LEVEL-INDEX).

055100 CLEAR-ONE-LEVEL.
055200     MOVE ZEROES TO LEVEL-PLAN (LEVEL-INDEX)
055300                    LEVEL-SALES (LEVEL-INDEX)
055400                    LEVEL-BOOK (LEVEL-INDEX)
055500                    LEVEL-ON-ORDER (LEVEL-INDEX)
055600                    LEVEL-OTB (LEVEL-INDEX)
055700                    LEVEL-OTB-NEXT (LEVEL-INDEX).

055800*---------------------------------
055900* PRINT-STORE and PRINT-DIVISION
056000* are set by the caller.
056100*---------------------------------
056200 PRINT-TOTAL-LINE.
056300     MOVE LEVEL-PLAN (LEVEL-INDEX) TO PRINT-PLAN.
056400     MOVE LEVEL-SALES (LEVEL-INDEX) TO PRINT-SALES.
056500     MOVE LEVEL-BOOK (LEVEL-INDEX) TO PRINT-BOOK.
056600     MOVE LEVEL-ON-ORDER (LEVEL-INDEX) TO PRINT-ON-ORDER.
056700     MOVE LEVEL-OTB (LEVEL-INDEX) TO PRINT-OTB.
056800     MOVE LEVEL-OTB-NEXT (LEVEL-INDEX) TO PRINT-OTB-NEXT.
056900     IF LINE-COUNT > MAXIMUM-LINES
057000         PERFORM START-NEXT-PAGE.
057100     MOVE DETAIL-LINE TO PRINTER-RECORD.
057200     PERFORM WRITE-TO-PRINTER.

057300*---------------------------------
057400* File I-O routines.
057500*---------------------------------
057600 READ-NEXT-PLAN.
057700     IF PLAN-FILE-AT-END NOT = "Y"
057800         READ OTB-PLAN-FILE NEXT RECORD
057900             AT END MOVE "Y" TO PLAN-FILE-AT-END.
058000     IF PLAN-FILE-AT-END NOT = "Y"
058100        AND OTBPLN-PERIOD > NEXT-PERIOD
058200         MOVE "Y" TO PLAN-FILE-AT-END.

058300 READ-NEXT-BUDGET.
058400     IF BUDGET-FILE-AT-END NOT = "Y"
058500         READ SALES-BUDGET-FILE NEXT RECORD
058600             AT END MOVE "Y" TO BUDGET-FILE-AT-END.
058700     IF BUDGET-FILE-AT-END NOT = "Y"
058800        AND BUDGET-PERIOD > NEXT-PERIOD
058900         MOVE "Y" TO BUDGET-FILE-AT-END.

059000 READ-NEXT-HISTORY.
059100     READ SALES-HISTORY-FILE
059200         AT END MOVE "Y" TO HISTORY-FILE-AT-END.

059300 READ-NEXT-LEDGER.
059400     IF LEDGER-FILE-AT-END NOT = "Y"
059500         READ STOCK-LEDGER-FILE NEXT RECORD
059600             AT END MOVE "Y" TO LEDGER-FILE-AT-END.

059700 READ-NEXT-PO.
059800     IF PO-FILE-AT-END NOT = "Y"
059900         READ PO-FILE NEXT RECORD
060000             AT END MOVE "Y" TO PO-FILE-AT-END.

060100 READ-NEXT-RECEIPT.
060200     IF RECEIPT-FILE-AT-END NOT = "Y"
060300         READ RECEIPT-FILE NEXT RECORD
060400             AT END MOVE "Y" TO RECEIPT-FILE-AT-END.
060500     IF RECEIPT-FILE-AT-END NOT = "Y"
060600        AND RECEIPT-PO-NUMBER NOT = PO-NUMBER
060700         MOVE "Y" TO RECEIPT-FILE-AT-END.

060800*---------------------------------
060900* Printing routines.
061000*---------------------------------
061100 WRITE-TO-PRINTER.
061200     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
061300     ADD 1 TO LINE-COUNT.

061400 LINE-FEED.
061500     MOVE SPACE TO PRINTER-RECORD.
061600     PERFORM WRITE-TO-PRINTER.

061700 START-NEXT-PAGE.
061800     PERFORM END-LAST-PAGE.
061900     PERFORM START-NEW-PAGE.

062000 START-NEW-PAGE.
062100     ADD 1 TO PAGE-NUMBER.
062200     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
062300     MOVE TITLE-LINE TO PRINTER-RECORD.
062400     PERFORM WRITE-TO-PRINTER.
062500     MOVE PERIOD-LINE TO PRINTER-RECORD.
062600     PERFORM WRITE-TO-PRINTER.
062700     PERFORM LINE-FEED.
062800     MOVE COLUMN-LINE TO PRINTER-RECORD.
062900     PERFORM WRITE-TO-PRINTER.
063000     PERFORM LINE-FEED.

063100 END-LAST-PAGE.
063200     PERFORM FORM-FEED.
063300     MOVE ZERO TO LINE-COUNT.

063400 FORM-FEED.
063500     MOVE SPACE TO PRINTER-RECORD.
063600     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

063700     COPY "PLDATE01.CBL".

063800     COPY "PLOPID01.CBL".

063900     COPY "PLSPOOL1.CBL".
