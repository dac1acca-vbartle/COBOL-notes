000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ARSTMT01.
000300*---------------------------------
000400* Month-end customer statements
000500* for an operator-entered month
000600* (CCYYMM). One statement per
000700* customer with a balance or
000800* with activity in the month:
000900* - BALANCE FORWARD at the
001000*   start of the month
001100* - the month's invoices
001200*   (charges) and the receipt
001300*   history (FDARRCP) lines
001400*   applied in the month
001500*   (payments), with a running
001600*   balance
001700* - CLOSING BALANCE at the last
001800*   day of the month
001900* - an aging strip of the
002000*   closing balance in the
002100*   ARAGE01 buckets, aged from
002200*   the due dates to the
002300*   statement date.
002400* The balances are worked back
002500* from today's open invoices:
002600* payments on file after the
002700* month are added back, so a
002800* month can be rerun later.
002810* Credit memos and unapplied
002820* cash items print in the
002830* payments column in the month
002840* they are dated.
002900* Invoice payments that predate
003000* the receipt history count as
003100* received before the month.
003200*---------------------------------
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.

003600     COPY "SLARINV.CBL".

003700     COPY "SLARRCP.CBL".

003800     COPY "SLCUST01.CBL".

003900     SELECT SORT-FILE
004000         ASSIGN TO "SORT".

004100     SELECT PRINTER-FILE
004200         ASSIGN TO PRINTER
004300         ORGANIZATION IS LINE SEQUENTIAL.

004400 DATA DIVISION.
004500 FILE SECTION.

004600     COPY "FDARINV.CBL".

004700     COPY "FDARRCP.CBL".

004800     COPY "FDCUST01.CBL".

004900*---------------------------------
005000* SORT-SECTION 1 records only
005100* make up the balance forward
005200* and the aging (SORT-BUCKET);
005300* SECTION 2 records are the
005400* statement's charge ("I"),
005500* credit ("C") and payment
005550* ("P") lines.
005600*---------------------------------
005700 SD  SORT-FILE.
005800 01  SORT-RECORD.
005900     05  SORT-CUSTOMER            PIC 9(5).
006000     05  SORT-SECTION             PIC 9.
006100     05  SORT-DATE                PIC 9(8).
006200     05  SORT-KIND                PIC X.
006300     05  SORT-REFERENCE           PIC X(10).
006400     05  SORT-DESCRIPTION         PIC X(18).
006500     05  SORT-AMOUNT              PIC S9(9)V99.
006600     05  SORT-BUCKET              PIC 9.

006700 FD  PRINTER-FILE
006800     LABEL RECORDS ARE OMITTED.
006900 01  PRINTER-RECORD              PIC X(80).

007000 WORKING-STORAGE SECTION.

007100 77  INVOICE-FILE-AT-END         PIC X.
007200 77  RECEIPT-FILE-AT-END         PIC X.
007300 77  SORT-FILE-AT-END            PIC X.
007400 77  INVOICE-RECORD-FOUND        PIC X.
007500 77  CUSTOMER-RECORD-FOUND       PIC X.
007600 77  PERIOD-START                PIC 9(8).
007700 77  PERIOD-END                  PIC 9(8).
007800 77  NEXT-PERIOD-START           PIC 9(8).
007900 77  END-INTEGER                 PIC S9(9) COMP.
008000 77  DUE-INTEGER                 PIC S9(9) COMP.
008100 77  DAYS-PAST-DUE               PIC S9(9) COMP.
008200 77  BUCKET-NUMBER               PIC 9.
008300 77  OPEN-BALANCE                PIC S9(8)V99.
008400 77  CURRENT-CUSTOMER            PIC 9(5).
008500 77  RUNNING-BALANCE             PIC S9(9)V99.
008600 77  STATEMENT-COUNT             PIC 9(5) VALUE ZERO.
008700 77  LINE-COUNT                  PIC 999 VALUE ZERO.
008800 77  PAGE-NUMBER                 PIC 9999 VALUE ZERO.
008900 77  MAXIMUM-LINES               PIC 999 VALUE 55.

009000 01  REPORT-PERIOD               PIC 9(6).
009100 01  FILLER REDEFINES REPORT-PERIOD.
009200     05  REPORT-YEAR             PIC 9999.
009300     05  REPORT-MONTH            PIC 99.

009400 01  AGING-TOTALS.
009500     05  TOTAL-CURRENT           PIC S9(9)V99.
009600     05  TOTAL-1-30              PIC S9(9)V99.
009700     05  TOTAL-31-60             PIC S9(9)V99.
009800     05  TOTAL-61-90             PIC S9(9)V99.
009900     05  TOTAL-OVER-90           PIC S9(9)V99.

010000 01  PAYMENT-DESCRIPTION.
010100     05  FILLER                  PIC X(9)  VALUE "PAID INV ".
010200     05  PAYMENT-INVOICE         PIC 9(7).

010300 01  DETAIL-LINE.
010400     05  PRINT-DATE              PIC Z9/99/9999.
010500     05  FILLER                  PIC X     VALUE SPACE.
010600     05  PRINT-REFERENCE         PIC X(10).
010700     05  FILLER                  PIC X     VALUE SPACE.
010800     05  PRINT-DESCRIPTION       PIC X(18).
010900     05  FILLER                  PIC X     VALUE SPACE.
011000     05  PRINT-CHARGES           PIC ZZZ,ZZ9.99-.
011100     05  FILLER                  PIC X     VALUE SPACE.
011200     05  PRINT-PAYMENTS          PIC ZZZ,ZZ9.99-.
011300     05  FILLER                  PIC X     VALUE SPACE.
011400     05  PRINT-BALANCE           PIC ZZ,ZZZ,ZZ9.99-.

011500 01  ADDRESS-LINE.
011600     05  FILLER                  PIC X(5)  VALUE SPACE.
011700     05  PRINT-ADDRESS           PIC X(30).

011800 01  CITY-LINE.
011900     05  FILLER                  PIC X(5)  VALUE SPACE.
012000     05  PRINT-CITY              PIC X(20).
012100     05  FILLER                  PIC X     VALUE SPACE.
012200     05  PRINT-STATE             PIC X(2).
012300     05  FILLER                  PIC X     VALUE SPACE.
012400     05  PRINT-ZIP               PIC X(10).

012500 01  CUSTOMER-LINE.
012600     05  FILLER                  PIC X(10) VALUE "CUSTOMER:".
012700     05  PRINT-CUSTOMER-NUMBER   PIC Z(5).

012800 01  AGING-HEAD-LINE.
012900     05  FILLER         PIC X(14) VALUE "       CURRENT".
013000     05  FILLER         PIC X(14) VALUE "     1-30 DAYS".
013100     05  FILLER         PIC X(14) VALUE "    31-60 DAYS".
013200     05  FILLER         PIC X(14) VALUE "    61-90 DAYS".
013300     05  FILLER         PIC X(14) VALUE "  OVER 90 DAYS".

013400 01  AGING-LINE.
013500     05  PRINT-CURRENT           PIC ZZ,ZZZ,ZZ9.99-.
013600     05  PRINT-1-30              PIC ZZ,ZZZ,ZZ9.99-.
013700     05  PRINT-31-60             PIC ZZ,ZZZ,ZZ9.99-.
013800     05  PRINT-61-90             PIC ZZ,ZZZ,ZZ9.99-.
013900     05  PRINT-OVER-90           PIC ZZ,ZZZ,ZZ9.99-.

014000 01  COLUMN-LINE.
014100     05  FILLER         PIC X(11) VALUE "DATE".
014200     05  FILLER         PIC X(11) VALUE "REFERENCE".
014300     05  FILLER         PIC X(19) VALUE "DESCRIPTION".
014400     05  FILLER         PIC X(12) VALUE "    CHARGES".
014500     05  FILLER         PIC X(12) VALUE "   PAYMENTS".
014600     05  FILLER         PIC X(14) VALUE "       BALANCE".

014700 01  TITLE-LINE.
014800     05  FILLER              PIC X(20)
014900         VALUE "STATEMENT OF ACCOUNT".
015000     05  FILLER              PIC X(10) VALUE SPACE.
015100     05  FILLER              PIC X(16)
015200         VALUE "STATEMENT DATE: ".
015300     05  PRINT-STATEMENT-DATE PIC Z9/99/9999.
015400     05  FILLER              PIC X(4) VALUE SPACE.
015500     05  FILLER              PIC X(5) VALUE "PAGE:".
015600     05  FILLER              PIC X(1) VALUE SPACE.
015700     05  PRINT-PAGE-NUMBER   PIC ZZZ9.

015800     COPY "WSDATE01.CBL".

015900 PROCEDURE DIVISION.
016000 PROGRAM-BEGIN.
016100     PERFORM OPENING-PROCEDURE.
016200     PERFORM MAIN-PROCESS.
016300     PERFORM CLOSING-PROCEDURE.

016400 PROGRAM-EXIT.
016500     EXIT PROGRAM.

016600 PROGRAM-DONE.
016700     STOP RUN.

016800 OPENING-PROCEDURE.
016900     OPEN INPUT AR-INVOICE-FILE.
017000     OPEN INPUT AR-RECEIPT-FILE.
017100     OPEN INPUT CUSTOMER-FILE.
017200     OPEN OUTPUT PRINTER-FILE.

017300 CLOSING-PROCEDURE.
017400     CLOSE AR-INVOICE-FILE.
017500     CLOSE AR-RECEIPT-FILE.
017600     CLOSE CUSTOMER-FILE.
017700     CLOSE PRINTER-FILE.

017800 MAIN-PROCESS.
017900     PERFORM ENTER-REPORT-PERIOD.
018000     IF REPORT-PERIOD NOT = ZEROES
018100         PERFORM SET-UP-PERIOD-DATES
018200         PERFORM PRINT-THE-STATEMENTS
018300         DISPLAY STATEMENT-COUNT " STATEMENT(S) PRINTED".

018400 ENTER-REPORT-PERIOD.
018500     PERFORM ACCEPT-REPORT-PERIOD.
018600     PERFORM RE-ACCEPT-REPORT-PERIOD
018700         UNTIL REPORT-PERIOD = ZEROES
018800            OR (REPORT-MONTH > ZERO AND REPORT-MONTH < 13).

018900 ACCEPT-REPORT-PERIOD.
019000     DISPLAY "ENTER STATEMENT MONTH (CCYYMM, 0 TO EXIT)".
019100     ACCEPT REPORT-PERIOD.

019200 RE-ACCEPT-REPORT-PERIOD.
019300     DISPLAY "INVALID MONTH".
019400     PERFORM ACCEPT-REPORT-PERIOD.

019500*---------------------------------
019600* The statement date is the
019700* last day of the month - the
019800* day before the first of the
019900* next month.
020000*---------------------------------
020100 SET-UP-PERIOD-DATES.
020200     COMPUTE PERIOD-START = REPORT-PERIOD * 100 + 1.
020300     IF REPORT-MONTH = 12
020400         COMPUTE NEXT-PERIOD-START =
020500             (REPORT-YEAR + 1) * 10000 + 101
020600     ELSE
020700         COMPUTE NEXT-PERIOD-START = PERIOD-START + 100.
020800     COMPUTE END-INTEGER =
020900         FUNCTION INTEGER-OF-DATE(NEXT-PERIOD-START) - 1.
021000     COMPUTE PERIOD-END =
021100         FUNCTION DATE-OF-INTEGER(END-INTEGER).
021200     MOVE PERIOD-END TO DATE-CCYYMMDD.
021300     PERFORM FORMAT-THE-DATE.
021400     MOVE FORMATTED-DATE TO PRINT-STATEMENT-DATE.

021500 PRINT-THE-STATEMENTS.
021600     SORT SORT-FILE
021700         ON ASCENDING KEY SORT-CUSTOMER
021800                          SORT-SECTION
021900                          SORT-DATE
022000                          SORT-KIND
022100                          SORT-REFERENCE
022200         INPUT PROCEDURE IS RELEASE-ALL-ITEMS
022300         OUTPUT PROCEDURE IS PRINT-ALL-CUSTOMERS.

022400*---------------------------------
022500* INPUT PROCEDURE. Every invoice
022600* dated by the end of the month
022700* puts its open balance today
022800* toward the closing balance;
022900* an invoice dated in the month
023000* is also a charge line, and is
023100* taken back off the balance
023200* forward.
023300*---------------------------------
023400 RELEASE-ALL-ITEMS.
023500     PERFORM RELEASE-INVOICES.
023600     PERFORM RELEASE-RECEIPTS.

023700 RELEASE-INVOICES.
023800     MOVE "N" TO INVOICE-FILE-AT-END.
023900     MOVE ZEROES TO ARINV-NUMBER.
024000     START AR-INVOICE-FILE
024100        KEY NOT < ARINV-NUMBER
024200         INVALID KEY MOVE "Y" TO INVOICE-FILE-AT-END.
024300     PERFORM RELEASE-ONE-INVOICE
024400         UNTIL INVOICE-FILE-AT-END = "Y".

024500 RELEASE-ONE-INVOICE.
024600     READ AR-INVOICE-FILE NEXT RECORD
024700         AT END MOVE "Y" TO INVOICE-FILE-AT-END.
024800     IF INVOICE-FILE-AT-END NOT = "Y"
024900        AND ARINV-DATE NOT > PERIOD-END
025000         PERFORM RELEASE-INVOICE-ITEMS.

025100 RELEASE-INVOICE-ITEMS.
025200     SUBTRACT ARINV-PAID-AMOUNT FROM ARINV-AMOUNT
025300         GIVING OPEN-BALANCE.
025400     IF OPEN-BALANCE NOT = ZERO
025500         PERFORM SET-UP-BALANCE-RECORD
025600         MOVE OPEN-BALANCE TO SORT-AMOUNT
025700         RELEASE SORT-RECORD.
025800     IF ARINV-DATE NOT < PERIOD-START
025900         PERFORM SET-UP-BALANCE-RECORD
026000         MOVE ZERO TO SORT-BUCKET
026100         COMPUTE SORT-AMOUNT = ZERO - ARINV-AMOUNT
026200         RELEASE SORT-RECORD
026300         PERFORM SET-UP-STATEMENT-RECORD
026400         MOVE ARINV-DATE TO SORT-DATE
026600         MOVE ARINV-NUMBER TO SORT-REFERENCE
026700         MOVE ARINV-FOR TO SORT-DESCRIPTION
026800         PERFORM SET-UP-CHARGE-OR-CREDIT
026900         RELEASE SORT-RECORD.

026910*---------------------------------
026920* A credit item prints as a
026930* positive amount in the
026940* payments column.
026950*---------------------------------
026960 SET-UP-CHARGE-OR-CREDIT.
026970     IF ARINV-AMOUNT < ZERO
026975         MOVE "C" TO SORT-KIND
026980         COMPUTE SORT-AMOUNT = ZERO - ARINV-AMOUNT
026985     ELSE
026990         MOVE "I" TO SORT-KIND
026995         MOVE ARINV-AMOUNT TO SORT-AMOUNT.

027000*---------------------------------
027100* Receipt application lines.
027200* One dated after the month was
027300* still owed at the month end,
027400* so it goes back on the
027500* balance (aged by its
027600* invoice); one dated in the
027700* month is a payment line, and
027800* goes back on the balance
027900* forward. Payments of invoices
028000* dated after the month are
028100* left out with the invoices.
028200*---------------------------------
028300 RELEASE-RECEIPTS.
028400     MOVE "N" TO RECEIPT-FILE-AT-END.
028500     MOVE LOW-VALUES TO ARRCPT-KEY.
028600     START AR-RECEIPT-FILE
028700        KEY NOT < ARRCPT-KEY
028800         INVALID KEY MOVE "Y" TO RECEIPT-FILE-AT-END.
028900     PERFORM RELEASE-ONE-RECEIPT
029000         UNTIL RECEIPT-FILE-AT-END = "Y".

029100 RELEASE-ONE-RECEIPT.
029200     READ AR-RECEIPT-FILE NEXT RECORD
029300         AT END MOVE "Y" TO RECEIPT-FILE-AT-END.
029400     IF RECEIPT-FILE-AT-END NOT = "Y"
029500        AND ARRCPT-LINE NOT = ZEROES
029600        AND ARRCPT-DATE NOT < PERIOD-START
029700         PERFORM READ-APPLIED-INVOICE
029800         IF INVOICE-RECORD-FOUND = "Y"
029900            AND ARINV-DATE NOT > PERIOD-END
030000             PERFORM RELEASE-RECEIPT-ITEMS.

030100 RELEASE-RECEIPT-ITEMS.
030200     PERFORM SET-UP-BALANCE-RECORD.
030300     IF ARRCPT-DATE NOT > PERIOD-END
030400         MOVE ZERO TO SORT-BUCKET.
030500     MOVE ARRCPT-CUSTOMER TO SORT-CUSTOMER.
030600     MOVE ARRCPT-AMOUNT TO SORT-AMOUNT.
030700     RELEASE SORT-RECORD.
030800     IF ARRCPT-DATE NOT > PERIOD-END
030900         PERFORM SET-UP-STATEMENT-RECORD
031000         MOVE ARRCPT-CUSTOMER TO SORT-CUSTOMER
031100         MOVE ARRCPT-DATE TO SORT-DATE
031200         MOVE "P" TO SORT-KIND
031300         MOVE ARRCPT-CHECK TO SORT-REFERENCE
031400         MOVE ARRCPT-INVOICE TO PAYMENT-INVOICE
031500         MOVE PAYMENT-DESCRIPTION TO SORT-DESCRIPTION
031600         MOVE ARRCPT-AMOUNT TO SORT-AMOUNT
031700         RELEASE SORT-RECORD.

031800 READ-APPLIED-INVOICE.
031900     MOVE ARRCPT-INVOICE TO ARINV-NUMBER.
032000     MOVE "Y" TO INVOICE-RECORD-FOUND.
032100     READ AR-INVOICE-FILE RECORD
032200       INVALID KEY
032300          MOVE "N" TO INVOICE-RECORD-FOUND.

032400*---------------------------------
032500* Both set-ups work from the
032600* AR-INVOICE-RECORD in hand.
032700*---------------------------------
032800 SET-UP-BALANCE-RECORD.
032900     MOVE SPACE TO SORT-RECORD.
033000     MOVE ARINV-CUSTOMER TO SORT-CUSTOMER.
033100     MOVE 1 TO SORT-SECTION.
033200     MOVE ZEROES TO SORT-DATE.
033300     PERFORM COMPUTE-BUCKET.
033400     MOVE BUCKET-NUMBER TO SORT-BUCKET.

033500 SET-UP-STATEMENT-RECORD.
033600     MOVE SPACE TO SORT-RECORD.
033700     MOVE ARINV-CUSTOMER TO SORT-CUSTOMER.
033800     MOVE 2 TO SORT-SECTION.
033900     MOVE ZERO TO SORT-BUCKET.

034000*---------------------------------
034100* The ARAGE01 buckets, counted
034200* from the statement date.
034300*---------------------------------
034400 COMPUTE-BUCKET.
034500     COMPUTE DUE-INTEGER =
034600         FUNCTION INTEGER-OF-DATE(ARINV-DUE).
034700     COMPUTE DAYS-PAST-DUE = END-INTEGER - DUE-INTEGER.
034800     IF DAYS-PAST-DUE NOT > 0
034900         MOVE 1 TO BUCKET-NUMBER
035000     ELSE
035100     IF DAYS-PAST-DUE NOT > 30
035200         MOVE 2 TO BUCKET-NUMBER
035300     ELSE
035400     IF DAYS-PAST-DUE NOT > 60
035500         MOVE 3 TO BUCKET-NUMBER
035600     ELSE
035700     IF DAYS-PAST-DUE NOT > 90
035800         MOVE 4 TO BUCKET-NUMBER
035900     ELSE
036000         MOVE 5 TO BUCKET-NUMBER.

036100*---------------------------------
036200* OUTPUT PROCEDURE - the
036300* balance records of a customer
036400* come first and give the
036500* balance forward and aging;
036600* a statement prints if there
036700* is a balance or any line.
036800*---------------------------------
036900 PRINT-ALL-CUSTOMERS.
037000     MOVE "N" TO SORT-FILE-AT-END.
037100     PERFORM RETURN-NEXT-SORT.
037200     PERFORM PRINT-ONE-CUSTOMER
037300         UNTIL SORT-FILE-AT-END = "Y".

037400 PRINT-ONE-CUSTOMER.
037500     MOVE SORT-CUSTOMER TO CURRENT-CUSTOMER.
037600     MOVE ZEROES TO RUNNING-BALANCE.
037700     MOVE ZEROES TO TOTAL-CURRENT
037800                    TOTAL-1-30
037900                    TOTAL-31-60
038000                    TOTAL-61-90
038100                    TOTAL-OVER-90.
038200     PERFORM ADD-BALANCE-RECORD
038300         UNTIL SORT-FILE-AT-END = "Y"
038400            OR SORT-CUSTOMER NOT = CURRENT-CUSTOMER
038500            OR SORT-SECTION NOT = 1.
038600     IF RUNNING-BALANCE NOT = ZERO
038700        OR (SORT-FILE-AT-END NOT = "Y"
038800            AND SORT-CUSTOMER = CURRENT-CUSTOMER)
038900         PERFORM PRINT-THE-STATEMENT.

039000 ADD-BALANCE-RECORD.
039100     ADD SORT-AMOUNT TO RUNNING-BALANCE.
039200     IF SORT-BUCKET = 1
039300         ADD SORT-AMOUNT TO TOTAL-CURRENT
039400     ELSE
039500     IF SORT-BUCKET = 2
039600         ADD SORT-AMOUNT TO TOTAL-1-30
039700     ELSE
039800     IF SORT-BUCKET = 3
039900         ADD SORT-AMOUNT TO TOTAL-31-60
040000     ELSE
040100     IF SORT-BUCKET = 4
040200         ADD SORT-AMOUNT TO TOTAL-61-90
040300     ELSE
040400     IF SORT-BUCKET = 5
040500         ADD SORT-AMOUNT TO TOTAL-OVER-90.
040600     PERFORM RETURN-NEXT-SORT.

040700 PRINT-THE-STATEMENT.
040800     PERFORM READ-CUSTOMER-RECORD.
040900     MOVE ZERO TO PAGE-NUMBER.
041000     PERFORM START-NEW-PAGE.
041100     MOVE SPACE TO DETAIL-LINE.
041200     MOVE PERIOD-START TO DATE-CCYYMMDD.
041300     PERFORM FORMAT-THE-DATE.
041400     MOVE FORMATTED-DATE TO PRINT-DATE.
041500     MOVE "BALANCE FORWARD" TO PRINT-DESCRIPTION.
041600     MOVE RUNNING-BALANCE TO PRINT-BALANCE.
041700     MOVE DETAIL-LINE TO PRINTER-RECORD.
041800     PERFORM WRITE-TO-PRINTER.
041900     PERFORM PRINT-STATEMENT-LINE
042000         UNTIL SORT-FILE-AT-END = "Y"
042100            OR SORT-CUSTOMER NOT = CURRENT-CUSTOMER.
042200     PERFORM PRINT-STATEMENT-TOTALS.
042300     PERFORM END-LAST-PAGE.
042400     ADD 1 TO STATEMENT-COUNT.

042500 PRINT-STATEMENT-LINE.
042600     IF LINE-COUNT > MAXIMUM-LINES
042700         PERFORM START-NEXT-PAGE.
042800     MOVE SPACE TO DETAIL-LINE.
042900     MOVE SORT-DATE TO DATE-CCYYMMDD.
043000     PERFORM FORMAT-THE-DATE.
043100     MOVE FORMATTED-DATE TO PRINT-DATE.
043200     MOVE SORT-REFERENCE TO PRINT-REFERENCE.
043300     MOVE SORT-DESCRIPTION TO PRINT-DESCRIPTION.
043400     IF SORT-KIND = "I"
043500         MOVE SORT-AMOUNT TO PRINT-CHARGES
043600         ADD SORT-AMOUNT TO RUNNING-BALANCE
043700     ELSE
043800         MOVE SORT-AMOUNT TO PRINT-PAYMENTS
043900         SUBTRACT SORT-AMOUNT FROM RUNNING-BALANCE.
044000     MOVE RUNNING-BALANCE TO PRINT-BALANCE.
044100     MOVE DETAIL-LINE TO PRINTER-RECORD.
044200     PERFORM WRITE-TO-PRINTER.
044300     PERFORM RETURN-NEXT-SORT.

044400 PRINT-STATEMENT-TOTALS.
044500     IF LINE-COUNT > MAXIMUM-LINES - 5
044600         PERFORM START-NEXT-PAGE.
044700     PERFORM LINE-FEED.
044800     MOVE SPACE TO DETAIL-LINE.
044900     MOVE "CLOSING BALANCE" TO PRINT-DESCRIPTION.
045000     MOVE RUNNING-BALANCE TO PRINT-BALANCE.
045100     MOVE DETAIL-LINE TO PRINTER-RECORD.
045200     PERFORM WRITE-TO-PRINTER.
045300     PERFORM LINE-FEED.
045400     MOVE AGING-HEAD-LINE TO PRINTER-RECORD.
045500     PERFORM WRITE-TO-PRINTER.
045600     MOVE TOTAL-CURRENT TO PRINT-CURRENT.
045700     MOVE TOTAL-1-30 TO PRINT-1-30.
045800     MOVE TOTAL-31-60 TO PRINT-31-60.
045900     MOVE TOTAL-61-90 TO PRINT-61-90.
046000     MOVE TOTAL-OVER-90 TO PRINT-OVER-90.
046100     MOVE AGING-LINE TO PRINTER-RECORD.
046200     PERFORM WRITE-TO-PRINTER.

046300 READ-CUSTOMER-RECORD.
046400     MOVE CURRENT-CUSTOMER TO CUSTOMER-NUMBER.
046500     MOVE "Y" TO CUSTOMER-RECORD-FOUND.
046600     READ CUSTOMER-FILE RECORD
046700       INVALID KEY
046800          MOVE "N" TO CUSTOMER-RECORD-FOUND.
046900     IF CUSTOMER-RECORD-FOUND = "N"
047000         MOVE SPACE TO CUSTOMER-RECORD
047100         MOVE "***Not Found***" TO CUSTOMER-NAME.

047200 RETURN-NEXT-SORT.
047300     RETURN SORT-FILE
047400         AT END MOVE "Y" TO SORT-FILE-AT-END.

047500*---------------------------------
047600* Printing routines. Every page
047700* of a statement carries the
047800* customer's name and address.
047900*---------------------------------
048000 WRITE-TO-PRINTER.
048100     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
048200     ADD 1 TO LINE-COUNT.

048300 LINE-FEED.
048400     MOVE SPACE TO PRINTER-RECORD.
048500     PERFORM WRITE-TO-PRINTER.

048600 START-NEXT-PAGE.
048700     PERFORM END-LAST-PAGE.
048800     PERFORM START-NEW-PAGE.

048900 START-NEW-PAGE.
049000     ADD 1 TO PAGE-NUMBER.
049100     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
049200     MOVE TITLE-LINE TO PRINTER-RECORD.
049300     PERFORM WRITE-TO-PRINTER.
049400     PERFORM LINE-FEED.
049500     MOVE CURRENT-CUSTOMER TO PRINT-CUSTOMER-NUMBER.
049600     MOVE CUSTOMER-LINE TO PRINTER-RECORD.
049700     PERFORM WRITE-TO-PRINTER.
049800     MOVE CUSTOMER-NAME TO PRINT-ADDRESS.
049900     MOVE ADDRESS-LINE TO PRINTER-RECORD.
050000     PERFORM WRITE-TO-PRINTER.
050100     MOVE CUSTOMER-ADDRESS-1 TO PRINT-ADDRESS.
050200     MOVE ADDRESS-LINE TO PRINTER-RECORD.
050300     PERFORM WRITE-TO-PRINTER.
050400     IF CUSTOMER-ADDRESS-2 NOT = SPACE
050500         MOVE CUSTOMER-ADDRESS-2 TO PRINT-ADDRESS
050600         MOVE ADDRESS-LINE TO PRINTER-RECORD
050700         PERFORM WRITE-TO-PRINTER.
050800     MOVE CUSTOMER-CITY TO PRINT-CITY.
050900     MOVE CUSTOMER-STATE TO PRINT-STATE.
051000     MOVE CUSTOMER-ZIP TO PRINT-ZIP.
051100     MOVE CITY-LINE TO PRINTER-RECORD.
051200     PERFORM WRITE-TO-PRINTER.
051300     PERFORM LINE-FEED.
051400     MOVE COLUMN-LINE TO PRINTER-RECORD.
051500     PERFORM WRITE-TO-PRINTER.
051600     PERFORM LINE-FEED.

051700 END-LAST-PAGE.
051800     PERFORM FORM-FEED.
051900     MOVE ZERO TO LINE-COUNT.

052000 FORM-FEED.
052100     MOVE SPACE TO PRINTER-RECORD.
052200     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

052300     COPY "PLDATE01.CBL".
