000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ERSGEN01.
000300*---------------------------------
000400* Evaluated receipt settlement
000500* batch. A vendor flagged for
000600* ERS (VENDOR-ERS-FLAG) sends
000700* no invoices - what the dock
000800* counted is what gets paid.
000900* Every RECEIPT-FILE line not
001000* yet touched by an invoice
001100* (RECEIPT-VOUCHERED-AMOUNT of
001200* zero) against an open,
001300* approved PO for an active ERS
001400* vendor is turned into a
001500* VOUCHER-FILE record:
001600* - priced at the contract price
001700*   in force on the receipt date
001800*   (CONTRACT-PRICE-FILE, looked
001900*   up as POMNT01 does), else at
002000*   the PO line's unit price
002100* - PO matched, with the amount
002200*   added to PO-RELIEVED-AMOUNT
002300*   and the receipt fully
002400*   relieved, as VCHNEW01 does
002500*   for a keyed invoice
002600* - dated the receipt date, due
002700*   by the vendor's net terms,
002800*   and charged to the PO line's
002900*   GL account and project.
002920*   A due date landing on a
002940*   weekend or holiday rolls
002960*   forward to the next business
002980*   day (PLBDAY01.CBL).
003000* The self-billing invoice
003100* number is ERSpppppp-sss (PO
003200* and receipt sequence), so a
003300* receipt can only ever be
003400* settled once and the vendor
003500* can tie each line back to its
003600* delivery. A self-billing
003700* notice is printed for each
003800* vendor - a page of its own
003900* listing every receipt settled
004000* and the total - for the
004100* vendor to reconcile against,
004200* followed by a run summary.
004300*---------------------------------
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.

004700     COPY "SLRCPT01.CBL".

004800     COPY "SLPO01.CBL".

004900     COPY "SLCNTR01.CBL".

005000     COPY "SLVOUCH.CBL".

005100     COPY "SLVND02.CBL".

005200     COPY "SLCONTRL.CBL".

005300     COPY "SLCOMP01.CBL".

005400     COPY "SLJRNL01.CBL".

005450     COPY "SLHOL01.CBL".
005466
005482     COPY "SLPARM01.CBL".

005500     SELECT WORK-FILE
005600         ASSIGN TO "WORK"
005700         ORGANIZATION IS SEQUENTIAL.

005800     SELECT SORT-FILE
005900         ASSIGN TO "SORT".

006000     SELECT PRINTER-FILE
006100         ASSIGN TO PRINTER
006200         ORGANIZATION IS LINE SEQUENTIAL.

006300 DATA DIVISION.
006400 FILE SECTION.

006500     COPY "FDRCPT01.CBL".

006600     COPY "FDPO01.CBL".

006700     COPY "FDCNTR01.CBL".

006800     COPY "FDVOUCH.CBL".

006900     COPY "FDVND04.CBL".

007000     COPY "FDCONTRL.CBL".

007100     COPY "FDCOMP01.CBL".

007200     COPY "FDJRNL01.CBL".

007250     COPY "FDHOL01.CBL".
007266
007282     COPY "FDPARM01.CBL".

007300 SD  SORT-FILE.
007400 01  SORT-RECORD.
007500     05  SORT-VENDOR              PIC 9(5).
007600     05  SORT-PO-NUMBER           PIC 9(6).
007700     05  SORT-SEQUENCE            PIC 9(3).

007800 FD  WORK-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 01  WORK-RECORD.
008100     05  WORK-VENDOR              PIC 9(5).
008200     05  WORK-PO-NUMBER           PIC 9(6).
008300     05  WORK-SEQUENCE            PIC 9(3).

008400 FD  PRINTER-FILE
008500     LABEL RECORDS ARE OMITTED.
008600 01  PRINTER-RECORD              PIC X(80).

008700 WORKING-STORAGE SECTION.

008800 77  RECEIPT-FILE-AT-END         PIC X.
008900 77  WORK-FILE-AT-END            PIC X.
009000 77  RECEIPT-RECORD-FOUND        PIC X.
009100 77  PO-RECORD-FOUND             PIC X.
009200 77  VENDOR-RECORD-FOUND         PIC X.
009300 77  CONTROL-RECORD-FOUND        PIC X.
009400 77  CONTRACT-AT-END             PIC X.
009500 77  CONTRACT-PRICE-FOUND        PIC X.
009600 77  FOUND-CONTRACT-PRICE        PIC 9(5)V99.
009700 77  RECEIPT-IS-SETTLEABLE       PIC X.
009800 77  NOTICE-STARTED              PIC X.
009900 77  CURRENT-VENDOR              PIC 9(5).
010000 77  ERS-UNIT-PRICE              PIC 9(5)V99.
010100 77  ERS-LINE-AMOUNT             PIC S9(8)V99.
010200 77  ERS-DUE-INTEGER             PIC 9(7).
010300 77  LINE-COUNT                  PIC 999 VALUE ZERO.
010400 77  PAGE-NUMBER                 PIC 9999 VALUE ZERO.
010500 77  MAXIMUM-LINES               PIC 999 VALUE 55.
010600 77  VENDOR-SETTLED-TOTAL        PIC S9(9)V99 VALUE ZERO.
010700 77  VENDORS-NOTIFIED-COUNT      PIC 9(5) VALUE ZERO.
010800 77  VOUCHERS-GENERATED-COUNT    PIC 9(5) VALUE ZERO.
010900 77  VOUCHERS-GENERATED-TOTAL    PIC S9(9)V99 VALUE ZERO.
011000 77  RECEIPTS-SKIPPED-COUNT      PIC 9(5) VALUE ZERO.

011100 01  TITLE-LINE.
011200     05  FILLER              PIC X(10) VALUE SPACE.
011300     05  FILLER              PIC X(20)
011400         VALUE "SELF-BILLING NOTICE".
011500     05  PRINT-TITLE-DATE    PIC X(10).
011600     05  FILLER              PIC X(14) VALUE SPACE.
011700     05  FILLER              PIC X(5) VALUE "PAGE:".
011800     05  FILLER              PIC X(1) VALUE SPACE.
011900     05  PRINT-PAGE-NUMBER   PIC ZZZ9.

012000 01  VENDOR-LINE.
012100     05  FILLER              PIC X(8)  VALUE "VENDOR: ".
012200     05  PRINT-VENDOR-NUMBER PIC Z(5).
012300     05  FILLER              PIC X(2)  VALUE SPACE.
012400     05  PRINT-VENDOR-NAME   PIC X(30).

012500 01  ADDRESS-LINE.
012600     05  FILLER              PIC X(15) VALUE SPACE.
012700     05  PRINT-ADDRESS       PIC X(65).

012800 01  NOTICE-TEXT-1.
012900     05  FILLER              PIC X(50) VALUE
013000         "THE RECEIPTS BELOW HAVE BEEN SETTLED AT THE AGREED".
013100     05  FILLER              PIC X(30) VALUE
013200         " PO/CONTRACT PRICE.".

013300 01  NOTICE-TEXT-2.
013400     05  FILLER              PIC X(45) VALUE
013500         "PLEASE DO NOT INVOICE THESE ITEMS - QUOTE THE".
013600     05  FILLER              PIC X(35) VALUE
013700         " SELF-BILLING INVOICE ON ANY QUERY.".

013800 01  COLUMN-LINE.
013900     05  FILLER         PIC X(14) VALUE "INVOICE".
014000     05  FILLER         PIC X(21) VALUE "ITEM".
014100     05  FILLER         PIC X(11) VALUE "RECEIVED".
014200     05  FILLER         PIC X(7)  VALUE "   QTY".
014300     05  FILLER         PIC X(10) VALUE "    PRICE".
014400     05  FILLER         PIC X(10) VALUE "    AMOUNT".

014500 01  DETAIL-LINE.
014600     05  PRINT-INVOICE           PIC X(13).
014700     05  FILLER                  PIC X     VALUE SPACE.
014800     05  PRINT-ITEM              PIC X(20).
014900     05  FILLER                  PIC X     VALUE SPACE.
015000     05  PRINT-RECEIPT-DATE      PIC X(10).
015100     05  FILLER                  PIC X     VALUE SPACE.
015200     05  PRINT-QUANTITY          PIC ZZ,ZZ9.
015300     05  FILLER                  PIC X     VALUE SPACE.
015400     05  PRINT-UNIT-PRICE        PIC ZZ,ZZ9.99.
015500     05  FILLER                  PIC X     VALUE SPACE.
015600     05  PRINT-LINE-AMOUNT       PIC ZZZ,ZZ9.99.

015700 01  VENDOR-TOTAL-LINE.
015800     05  FILLER              PIC X(40) VALUE SPACE.
015900     05  FILLER              PIC X(21) VALUE
016000         "TOTAL SETTLED".
016100     05  PRINT-VENDOR-TOTAL  PIC ZZZ,ZZZ,ZZ9.99-.

016200 01  SUMMARY-LINE.
016300     05  PRINT-SUMMARY-TEXT  PIC X(30).
016400     05  PRINT-SUMMARY-COUNT PIC ZZ,ZZ9.
016500     05  FILLER              PIC X(2) VALUE SPACE.
016600     05  PRINT-SUMMARY-TOTAL PIC ZZZ,ZZZ,ZZ9.99-.

016700     COPY "WSDATE01.CBL".

016800     COPY "WSCASE01.CBL".

016900     COPY "WSOPID01.CBL".

017000     COPY "WSCOMP1.CBL".

017050     COPY "WSBDAY01.CBL".
017060
017070     COPY "WSPARM01.CBL".
017080
017090     COPY "WSVCHAPR.CBL".

017100 PROCEDURE DIVISION.
017200 PROGRAM-BEGIN.
017300     PERFORM OPENING-PROCEDURE.
017400     PERFORM GET-OPERATOR-ID.
017500     PERFORM GET-COMPANY-CODE.
017600     PERFORM MAIN-PROCESS.
017700     PERFORM CLOSING-PROCEDURE.

017733 PROGRAM-EXIT.
017766     EXIT PROGRAM.

017800 PROGRAM-DONE.
017900     STOP RUN.

018000 OPENING-PROCEDURE.
018100     OPEN I-O RECEIPT-FILE.
018200     OPEN I-O PO-FILE.
018300     OPEN INPUT CONTRACT-PRICE-FILE.
018400     OPEN I-O VOUCHER-FILE.
018500     OPEN INPUT VENDOR-FILE.
018600     OPEN I-O CONTROL-FILE.
018700     OPEN INPUT COMPANY-FILE.
018800     OPEN EXTEND JOURNAL-FILE.
018850     OPEN INPUT HOLIDAY-FILE.
018900     OPEN OUTPUT PRINTER-FILE.

019000 CLOSING-PROCEDURE.
019100     CLOSE RECEIPT-FILE.
019200     CLOSE PO-FILE.
019300     CLOSE CONTRACT-PRICE-FILE.
019400     CLOSE VOUCHER-FILE.
019500     CLOSE VENDOR-FILE.
019600     CLOSE CONTROL-FILE.
019700     CLOSE COMPANY-FILE.
019800     CLOSE JOURNAL-FILE.
019850     CLOSE HOLIDAY-FILE.
019900     CLOSE PRINTER-FILE.

020000 MAIN-PROCESS.
020100     PERFORM GET-TODAYS-DATE.
020200     PERFORM FORMAT-THE-DATE.
020300     MOVE FORMATTED-DATE TO PRINT-TITLE-DATE.
020400     PERFORM SETTLE-ALL-RECEIPTS.
020500     PERFORM PRINT-RUN-SUMMARY.

020600*---------------------------------
020700* Settleable receipts sorted by
020800* vendor, PO and receipt so each
020900* vendor's notice comes out
021000* together and in delivery
021100* order - RNIRPT01's SORT shape.
021200*---------------------------------
021300 SETTLE-ALL-RECEIPTS.
021400     SORT SORT-FILE
021500         ON ASCENDING KEY SORT-VENDOR
021600                          SORT-PO-NUMBER
021700                          SORT-SEQUENCE
021800         INPUT PROCEDURE IS SELECT-ERS-RECEIPTS
021900         GIVING WORK-FILE.
022000     OPEN INPUT WORK-FILE.
022100     MOVE "N" TO WORK-FILE-AT-END.
022200     PERFORM READ-NEXT-WORK-RECORD.
022300     PERFORM SETTLE-ONE-VENDOR
022400         UNTIL WORK-FILE-AT-END = "Y".
022500     CLOSE WORK-FILE.

022600 SELECT-ERS-RECEIPTS.
022700     MOVE "N" TO RECEIPT-FILE-AT-END.
022800     PERFORM READ-FIRST-RECEIPT.
022900     PERFORM RELEASE-ONE-RECEIPT
023000         UNTIL RECEIPT-FILE-AT-END = "Y".

023100 RELEASE-ONE-RECEIPT.
023200     IF RECEIPT-VOUCHERED-AMOUNT = ZEROES
023300        AND RECEIPT-VALUE > ZERO
023400         PERFORM RELEASE-IF-ERS-VENDOR.
023500     PERFORM READ-NEXT-RECEIPT.

023600*---------------------------------
023700* Only an open PO that has been
023800* approved (a blank approval
023900* status predates PO approval
024000* and counts as approved), for
024100* an ERS vendor that has been
024200* onboarded and is not
024300* inactive.
024400*---------------------------------
024500 RELEASE-IF-ERS-VENDOR.
024600     MOVE RECEIPT-PO-NUMBER TO PO-NUMBER.
024700     PERFORM READ-PO-RECORD.
024800     IF PO-RECORD-FOUND = "Y"
024900        AND PO-STATUS = "O"
025000        AND PO-APPROVAL-STATUS NOT = "P"
025100         MOVE PO-VENDOR TO VENDOR-NUMBER
025200         PERFORM READ-VENDOR-RECORD
025300         IF VENDOR-RECORD-FOUND = "Y"
025400            AND VENDOR-ERS-FLAG = "Y"
025500            AND VENDOR-ONBOARD-PENDING NOT = "Y"
025600            AND VENDOR-INACTIVE-FLAG NOT = "Y"
025700             MOVE PO-VENDOR TO SORT-VENDOR
025800             MOVE RECEIPT-PO-NUMBER TO SORT-PO-NUMBER
025900             MOVE RECEIPT-SEQUENCE TO SORT-SEQUENCE
026000             RELEASE SORT-RECORD.

026100*---------------------------------
026200* One vendor's receipts. The
026300* notice page is only started
026400* once a receipt actually
026500* settles.
026600*---------------------------------
026700 SETTLE-ONE-VENDOR.
026800     MOVE WORK-VENDOR TO CURRENT-VENDOR.
026900     MOVE WORK-VENDOR TO VENDOR-NUMBER.
027000     PERFORM READ-VENDOR-RECORD.
027100     MOVE "N" TO NOTICE-STARTED.
027200     MOVE ZEROES TO VENDOR-SETTLED-TOTAL.
027300     PERFORM SETTLE-ONE-RECEIPT
027400         UNTIL WORK-FILE-AT-END = "Y"
027500            OR WORK-VENDOR NOT = CURRENT-VENDOR.
027600     IF NOTICE-STARTED = "Y"
027700         PERFORM END-VENDOR-NOTICE.

027800 SETTLE-ONE-RECEIPT.
027900     PERFORM CHECK-RECEIPT-SETTLEABLE.
028000     IF RECEIPT-IS-SETTLEABLE = "Y"
028100         PERFORM PRICE-THE-RECEIPT.
028200     IF RECEIPT-IS-SETTLEABLE = "Y"
028300         PERFORM GENERATE-ERS-VOUCHER
028400     ELSE
028500         ADD 1 TO RECEIPTS-SKIPPED-COUNT.
028600     PERFORM READ-NEXT-WORK-RECORD.

028700*---------------------------------
028800* The receipt and PO are read
028900* again - an invoice may have
029000* been matched since the sort -
029100* and the received line must be
029200* a real line of the PO.
029300*---------------------------------
029400 CHECK-RECEIPT-SETTLEABLE.
029500     MOVE "N" TO RECEIPT-IS-SETTLEABLE.
029600     MOVE WORK-PO-NUMBER TO RECEIPT-PO-NUMBER.
029700     MOVE WORK-SEQUENCE TO RECEIPT-SEQUENCE.
029800     PERFORM READ-RECEIPT-RECORD.
029900     MOVE WORK-PO-NUMBER TO PO-NUMBER.
030000     PERFORM READ-PO-RECORD.
030100     IF RECEIPT-RECORD-FOUND = "Y"
030200        AND PO-RECORD-FOUND = "Y"
030300        AND VENDOR-RECORD-FOUND = "Y"
030400        AND RECEIPT-VOUCHERED-AMOUNT = ZEROES
030500        AND RECEIPT-PO-LINE NOT = ZERO
030600        AND RECEIPT-PO-LINE NOT > PO-LINE-COUNT
030700         MOVE "Y" TO RECEIPT-IS-SETTLEABLE
030800         SET PO-LINE-INDEX TO RECEIPT-PO-LINE.

030900*---------------------------------
031000* Contract price in force on the
031100* receipt date, else the PO
031200* line price. A line too large
031300* for one voucher is left for a
031400* keyed invoice.
031500*---------------------------------
031600 PRICE-THE-RECEIPT.
031700     PERFORM FIND-CONTRACT-IN-FORCE.
031800     IF CONTRACT-PRICE-FOUND = "Y"
031900         MOVE FOUND-CONTRACT-PRICE TO ERS-UNIT-PRICE
032000     ELSE
032100         MOVE PO-LINE-UNIT-PRICE(PO-LINE-INDEX)
032200             TO ERS-UNIT-PRICE.
032300     COMPUTE ERS-LINE-AMOUNT ROUNDED =
032400         RECEIPT-QUANTITY * ERS-UNIT-PRICE.
032500     IF ERS-LINE-AMOUNT NOT > ZERO
032600        OR ERS-LINE-AMOUNT > 999999.99
032700         MOVE "N" TO RECEIPT-IS-SETTLEABLE
032800         DISPLAY "RECEIPT " RECEIPT-PO-NUMBER "-"
032900             RECEIPT-SEQUENCE " NOT SETTLED - AMOUNT "
033000             "OUT OF RANGE".

033100 FIND-CONTRACT-IN-FORCE.
033200     MOVE "N" TO CONTRACT-PRICE-FOUND.
033300     MOVE ZEROES TO FOUND-CONTRACT-PRICE.
033400     MOVE "N" TO CONTRACT-AT-END.
033500     MOVE PO-VENDOR TO CNTR-VENDOR.
033600     MOVE PO-LINE-DESCRIPTION(PO-LINE-INDEX)
033700         TO CNTR-ITEM.
033800     MOVE ZEROES TO CNTR-EFFECTIVE-DATE.
033900     START CONTRACT-PRICE-FILE
034000        KEY NOT < CNTR-KEY
034100         INVALID KEY MOVE "Y" TO CONTRACT-AT-END.
034200     PERFORM LOOK-AT-ONE-CONTRACT
034300         UNTIL CONTRACT-AT-END = "Y".

034400 LOOK-AT-ONE-CONTRACT.
034500     READ CONTRACT-PRICE-FILE NEXT RECORD
034600         AT END MOVE "Y" TO CONTRACT-AT-END.
034700     IF CONTRACT-AT-END NOT = "Y"
034800        AND (CNTR-VENDOR NOT = PO-VENDOR
034900          OR CNTR-ITEM NOT =
035000             PO-LINE-DESCRIPTION(PO-LINE-INDEX))
035100         MOVE "Y" TO CONTRACT-AT-END.
035200     IF CONTRACT-AT-END NOT = "Y"
035300         IF CNTR-EFFECTIVE-DATE NOT > RECEIPT-DATE
035400            AND (CNTR-EXPIRES-DATE = ZEROES
035500              OR CNTR-EXPIRES-DATE NOT < RECEIPT-DATE)
035600             MOVE CNTR-PRICE TO FOUND-CONTRACT-PRICE
035700             MOVE "Y" TO CONTRACT-PRICE-FOUND.

035800*---------------------------------
035900* Build and write the voucher -
036000* the same fields VCHNEW01
036100* initializes, with the receipt
036200* and PO line supplying what the
036300* invoice would have - then
036400* relieve the PO and receipt.
036500*---------------------------------
036600 GENERATE-ERS-VOUCHER.
036700     PERFORM RETRIEVE-NEXT-VOUCHER-NUMBER.
036800     PERFORM INIT-ERS-VOUCHER.
036900     PERFORM SET-ERS-DUE-DATE.
037000     PERFORM SET-APPROVAL-LEVELS-REQUIRED.
037100     PERFORM WRITE-VOUCHER-RECORD.
037200     PERFORM JOURNAL-ERS-VOUCHER.
037300     PERFORM RELIEVE-ERS-PO.
037400     PERFORM RELIEVE-ERS-RECEIPT.
037500     IF NOTICE-STARTED NOT = "Y"
037600         PERFORM START-VENDOR-NOTICE.
037700     PERFORM PRINT-NOTICE-LINE.
037800     ADD VOUCHER-AMOUNT TO VENDOR-SETTLED-TOTAL.
037900     ADD 1 TO VOUCHERS-GENERATED-COUNT.
038000     ADD VOUCHER-AMOUNT TO VOUCHERS-GENERATED-TOTAL.

038100 INIT-ERS-VOUCHER.
038200     MOVE PO-VENDOR TO VOUCHER-VENDOR.
038300     MOVE SPACE TO VOUCHER-INVOICE.
038400     STRING "ERS" RECEIPT-PO-NUMBER "-" RECEIPT-SEQUENCE
038500         DELIMITED BY SIZE INTO VOUCHER-INVOICE.
038600     MOVE PO-LINE-DESCRIPTION(PO-LINE-INDEX) TO VOUCHER-FOR.
038700     MOVE ERS-LINE-AMOUNT TO VOUCHER-AMOUNT.
038800     MOVE RECEIPT-DATE TO VOUCHER-DATE.
038900     MOVE "Y" TO VOUCHER-DEDUCTIBLE.
039000     MOVE "N" TO VOUCHER-TAXABLE.
039100     MOVE "N" TO VOUCHER-SELECTED.
039200     MOVE ZEROES TO VOUCHER-PAID-DATE
039300                    VOUCHER-PAID-AMOUNT
039400                    VOUCHER-CHECK-NO
039500                    VOUCHER-SPLIT-FROM
039600                    VOUCHER-DISCOUNT-PERCENT
039700                    VOUCHER-DISCOUNT-DATE
039800                    VOUCHER-DISCOUNT-AMOUNT
039900                    VOUCHER-BATCH
040000                    VOUCHER-PAY-RUN
040100                    VOUCHER-EXCH-GAIN-LOSS
040200                    VOUCHER-GST-AMOUNT
040300                    VOUCHER-STORE
040400                    VOUCHER-WIRE-NUMBER.
040400     MOVE SPACE TO VOUCHER-REMIT-TO.
040500     MOVE 1 TO VOUCHER-ENTRY-RATE.
040600     MOVE "N" TO VOUCHER-RECEIPT-HOLD
040700                 VOUCHER-GL-STAGE1-POSTED
040800                 VOUCHER-GL-STAGE2-POSTED
040900                 VOUCHER-DISPUTE-FLAG
041000                 VOUCHER-ONE-TIME-FLAG
041100                 VOUCHER-NETTED.
041200     MOVE RECEIPT-PO-NUMBER TO VOUCHER-PO-NUMBER.
041300     MOVE PO-LINE-GL-ACCOUNT(PO-LINE-INDEX)
041400         TO VOUCHER-GL-ACCOUNT.
041500     MOVE PO-LINE-PROJECT(PO-LINE-INDEX) TO VOUCHER-PROJECT.
041600     MOVE THIS-COMPANY TO VOUCHER-COMPANY.
041700     MOVE VENDOR-CURRENCY-CODE TO VOUCHER-CURRENCY-CODE.

041800*---------------------------------
041900* Due by the vendor's net terms
042000* from the receipt date; a
042100* vendor with no terms is due
042200* on receipt.
042300*---------------------------------
042400 SET-ERS-DUE-DATE.
042500     IF VENDOR-TERMS-NET-DAYS = ZEROES
042600         MOVE VOUCHER-DATE TO VOUCHER-DUE
042700     ELSE
042800         COMPUTE ERS-DUE-INTEGER =
042900             FUNCTION INTEGER-OF-DATE(VOUCHER-DATE)
043000             + VENDOR-TERMS-NET-DAYS
043100         MOVE FUNCTION DATE-OF-INTEGER(ERS-DUE-INTEGER)
043200             TO VOUCHER-DUE.
043225     MOVE VOUCHER-DUE TO BUSINESS-DATE.
043250     PERFORM ROLL-FORWARD-TO-BUSINESS-DAY.
043275     MOVE BUSINESS-DATE TO VOUCHER-DUE.

043300 RELIEVE-ERS-PO.
043400     ADD VOUCHER-AMOUNT TO PO-RELIEVED-AMOUNT.
043500     REWRITE PO-RECORD
043600         INVALID KEY
043700         DISPLAY "ERROR REWRITING PO RECORD".

043800 RELIEVE-ERS-RECEIPT.
043900     MOVE RECEIPT-VALUE TO RECEIPT-VOUCHERED-AMOUNT.
044000     REWRITE RECEIPT-RECORD
044100         INVALID KEY
044200         DISPLAY "ERROR REWRITING RECEIPT RECORD".

044300 JOURNAL-ERS-VOUCHER.
044400     MOVE "ERSGEN01" TO JOURNAL-PROGRAM.
044500     MOVE SPACE TO JOURNAL-KEY.
044600     MOVE VOUCHER-NUMBER TO JOURNAL-KEY.
044700     MOVE "ADD" TO JOURNAL-ACTION.
044800     MOVE VOUCHER-AMOUNT TO JOURNAL-AMOUNT.
044900     PERFORM WRITE-JOURNAL-ENTRY.

045000*---------------------------------
045100* Self-billing notice printing.
045200* Each vendor starts a new page;
045300* a vendor that runs over a page
045400* repeats its heading.
045500*---------------------------------
045600 START-VENDOR-NOTICE.
045700     MOVE "Y" TO NOTICE-STARTED.
045800     ADD 1 TO VENDORS-NOTIFIED-COUNT.
045900     PERFORM PRINT-NOTICE-HEADING.

046000 PRINT-NOTICE-HEADING.
046100     ADD 1 TO PAGE-NUMBER.
046200     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
046300     MOVE TITLE-LINE TO PRINTER-RECORD.
046400     PERFORM WRITE-TO-PRINTER.
046500     PERFORM LINE-FEED.
046600     MOVE VENDOR-NUMBER TO PRINT-VENDOR-NUMBER.
046700     MOVE VENDOR-NAME TO PRINT-VENDOR-NAME.
046800     MOVE VENDOR-LINE TO PRINTER-RECORD.
046900     PERFORM WRITE-TO-PRINTER.
047000     MOVE VENDOR-ADDRESS-1 TO PRINT-ADDRESS.
047100     MOVE ADDRESS-LINE TO PRINTER-RECORD.
047200     PERFORM WRITE-TO-PRINTER.
047300     IF VENDOR-ADDRESS-2 NOT = SPACE
047400         MOVE VENDOR-ADDRESS-2 TO PRINT-ADDRESS
047500         MOVE ADDRESS-LINE TO PRINTER-RECORD
047600         PERFORM WRITE-TO-PRINTER.
047700     MOVE SPACE TO PRINT-ADDRESS.
047800     STRING VENDOR-CITY DELIMITED BY "  "
047900            " " VENDOR-STATE " " VENDOR-ZIP
048000         DELIMITED BY SIZE INTO PRINT-ADDRESS.
048100     MOVE ADDRESS-LINE TO PRINTER-RECORD.
048200     PERFORM WRITE-TO-PRINTER.
048300     PERFORM LINE-FEED.
048400     MOVE NOTICE-TEXT-1 TO PRINTER-RECORD.
048500     PERFORM WRITE-TO-PRINTER.
048600     MOVE NOTICE-TEXT-2 TO PRINTER-RECORD.
048700     PERFORM WRITE-TO-PRINTER.
048800     PERFORM LINE-FEED.
048900     MOVE COLUMN-LINE TO PRINTER-RECORD.
049000     PERFORM WRITE-TO-PRINTER.
049100     PERFORM LINE-FEED.

049200 PRINT-NOTICE-LINE.
049300     IF LINE-COUNT > MAXIMUM-LINES
049400         PERFORM END-LAST-PAGE
049500         PERFORM PRINT-NOTICE-HEADING.
049600     MOVE SPACE TO DETAIL-LINE.
049700     MOVE VOUCHER-INVOICE TO PRINT-INVOICE.
049800     MOVE PO-LINE-DESCRIPTION(PO-LINE-INDEX) TO PRINT-ITEM.
049900     MOVE RECEIPT-DATE TO DATE-CCYYMMDD.
050000     PERFORM FORMAT-THE-DATE.
050100     MOVE FORMATTED-DATE TO PRINT-RECEIPT-DATE.
050200     MOVE RECEIPT-QUANTITY TO PRINT-QUANTITY.
050300     MOVE ERS-UNIT-PRICE TO PRINT-UNIT-PRICE.
050400     MOVE VOUCHER-AMOUNT TO PRINT-LINE-AMOUNT.
050500     MOVE DETAIL-LINE TO PRINTER-RECORD.
050600     PERFORM WRITE-TO-PRINTER.

050700 END-VENDOR-NOTICE.
050800     PERFORM LINE-FEED.
050900     MOVE VENDOR-SETTLED-TOTAL TO PRINT-VENDOR-TOTAL.
051000     MOVE VENDOR-TOTAL-LINE TO PRINTER-RECORD.
051100     PERFORM WRITE-TO-PRINTER.
051200     PERFORM END-LAST-PAGE.

051300*---------------------------------
051400* Run summary on a page of its
051500* own, kept back from the
051600* vendors' notices.
051700*---------------------------------
051800 PRINT-RUN-SUMMARY.
051900     MOVE "ERS SETTLEMENT SUMMARY" TO PRINTER-RECORD.
052000     PERFORM WRITE-TO-PRINTER.
052100     PERFORM LINE-FEED.
052200     MOVE SPACE TO SUMMARY-LINE.
052300     MOVE "VENDORS NOTIFIED:" TO PRINT-SUMMARY-TEXT.
052400     MOVE VENDORS-NOTIFIED-COUNT TO PRINT-SUMMARY-COUNT.
052500     MOVE SUMMARY-LINE TO PRINTER-RECORD.
052600     PERFORM WRITE-TO-PRINTER.
052700     MOVE SPACE TO SUMMARY-LINE.
052800     MOVE "VOUCHERS GENERATED:" TO PRINT-SUMMARY-TEXT.
052900     MOVE VOUCHERS-GENERATED-COUNT TO PRINT-SUMMARY-COUNT.
053000     MOVE VOUCHERS-GENERATED-TOTAL TO PRINT-SUMMARY-TOTAL.
053100     MOVE SUMMARY-LINE TO PRINTER-RECORD.
053200     PERFORM WRITE-TO-PRINTER.
053300     MOVE SPACE TO SUMMARY-LINE.
053400     MOVE "RECEIPTS NOT SETTLED:" TO PRINT-SUMMARY-TEXT.
053500     MOVE RECEIPTS-SKIPPED-COUNT TO PRINT-SUMMARY-COUNT.
053600     MOVE SUMMARY-LINE TO PRINTER-RECORD.
053700     PERFORM WRITE-TO-PRINTER.
053800     PERFORM END-LAST-PAGE.
053900     DISPLAY VOUCHERS-GENERATED-COUNT
054000         " ERS VOUCHER(S) GENERATED FOR "
054100         VENDORS-NOTIFIED-COUNT " VENDOR(S)".
054200     IF RECEIPTS-SKIPPED-COUNT NOT = ZEROES
054300         DISPLAY RECEIPTS-SKIPPED-COUNT
054400             " RECEIPT(S) NOT SETTLED".

054500*---------------------------------
054600* File I-O routines.
054700*---------------------------------
054800 READ-FIRST-RECEIPT.
054900     MOVE ZEROES TO RECEIPT-KEY.
055000     START RECEIPT-FILE
055100        KEY NOT < RECEIPT-KEY
055200         INVALID KEY MOVE "Y" TO RECEIPT-FILE-AT-END.
055300     IF RECEIPT-FILE-AT-END NOT = "Y"
055400         PERFORM READ-NEXT-RECEIPT.

055500 READ-NEXT-RECEIPT.
055600     READ RECEIPT-FILE NEXT RECORD
055700         AT END MOVE "Y" TO RECEIPT-FILE-AT-END.

055800 READ-RECEIPT-RECORD.
055900     MOVE "Y" TO RECEIPT-RECORD-FOUND.
056000     READ RECEIPT-FILE RECORD
056100       INVALID KEY
056200          MOVE "N" TO RECEIPT-RECORD-FOUND.

056300 READ-PO-RECORD.
056400     MOVE "Y" TO PO-RECORD-FOUND.
056500     READ PO-FILE RECORD
056600       INVALID KEY
056700          MOVE "N" TO PO-RECORD-FOUND.

056800 READ-VENDOR-RECORD.
056900     MOVE "Y" TO VENDOR-RECORD-FOUND.
057000     READ VENDOR-FILE RECORD
057100       INVALID KEY
057200          MOVE "N" TO VENDOR-RECORD-FOUND.

057300 READ-NEXT-WORK-RECORD.
057400     READ WORK-FILE
057500         AT END MOVE "Y" TO WORK-FILE-AT-END.

057600 RETRIEVE-NEXT-VOUCHER-NUMBER.
057700     PERFORM READ-CONTROL-RECORD.
057800     ADD 1 TO CONTROL-LAST-VOUCHER.
057900     MOVE CONTROL-LAST-VOUCHER TO VOUCHER-NUMBER.
058000     PERFORM REWRITE-CONTROL-RECORD.

058100 READ-CONTROL-RECORD.
058200     MOVE 1 TO CONTROL-KEY.
058300     MOVE "Y" TO CONTROL-RECORD-FOUND.
058400     READ CONTROL-FILE RECORD
058500         INVALID KEY
058600          MOVE "N" TO CONTROL-RECORD-FOUND
058700          DISPLAY "CONTROL FILE IS INVALID".

058800 REWRITE-CONTROL-RECORD.
058900     REWRITE CONTROL-RECORD
059000         INVALID KEY
059100         DISPLAY "ERROR REWRITING CONTROL RECORD".

059200 WRITE-VOUCHER-RECORD.
059300     WRITE VOUCHER-RECORD
059400         INVALID KEY
059500         DISPLAY "RECORD ALREADY ON FILE".

059600*---------------------------------
059700* Printing routines.
059800*---------------------------------
059900 WRITE-TO-PRINTER.
060000     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
060100     ADD 1 TO LINE-COUNT.

060200 LINE-FEED.
060300     MOVE SPACE TO PRINTER-RECORD.
060400     PERFORM WRITE-TO-PRINTER.

060500 END-LAST-PAGE.
060600     PERFORM FORM-FEED.
060700     MOVE ZERO TO LINE-COUNT.

060800 FORM-FEED.
060900     MOVE SPACE TO PRINTER-RECORD.
061000     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

061100     COPY "PLDATE01.CBL".

061200     COPY "PLVCHAPR.CBL".

061300     COPY "PLOPID01.CBL".

061400     COPY "PLCOMP1.CBL".

061500     COPY "PLJRNL01.CBL".

061600     COPY "PLBDAY01.CBL".
061700
061800     COPY "PLPARM01.CBL".
