000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ARCRX01.
000300*---------------------------------
000400* Customer credit exceptions.
000500* Lists every customer who is
000600* - on credit hold (H), with
000700*   the reason,
000800* - over the credit limit (O):
000900*   open items, credits
001000*   netted, above a non-zero
001100*   CUSTOMER-CREDIT-LIMIT, or
001200* - carrying invoices more than
001300*   an operator-entered number
001400*   of days past due (A),
001500* with the open balance, the
001600* limit, the amount past that
001700* age and the oldest days past
001800* due - the list ARINV01's
001900* credit check works from.
002000*---------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.

002400     COPY "SLARINV.CBL".

002500     COPY "SLCUST01.CBL".

002600     SELECT SORT-FILE
002700         ASSIGN TO "SORT".

002800     SELECT PRINTER-FILE
002900         ASSIGN TO PRINTER
003000         ORGANIZATION IS LINE SEQUENTIAL.

003100 DATA DIVISION.
003200 FILE SECTION.

003300     COPY "FDARINV.CBL".

003400     COPY "FDCUST01.CBL".

003500*---------------------------------
003600* One record per open item, and
003700* one with no amount for each
003800* customer on hold so a hold
003900* with nothing open still lists.
004000*---------------------------------
004100 SD  SORT-FILE.
004200 01  SORT-RECORD.
004300     05  SORT-CUSTOMER            PIC 9(5).
004400     05  SORT-AMOUNT              PIC S9(8)V99.
004500     05  SORT-DAYS-PAST-DUE       PIC S9(5).

004600 FD  PRINTER-FILE
004700     LABEL RECORDS ARE OMITTED.
004800 01  PRINTER-RECORD              PIC X(80).

004900 WORKING-STORAGE SECTION.

005000 77  INVOICE-FILE-AT-END         PIC X.
005100 77  CUSTOMER-FILE-AT-END        PIC X.
005200 77  SORT-FILE-AT-END            PIC X.
005300 77  CUSTOMER-RECORD-FOUND       PIC X.
005400 77  MINIMUM-AGE                 PIC 9(3).
005500 77  TODAY-INTEGER               PIC S9(9) COMP.
005600 77  DUE-INTEGER                 PIC S9(9) COMP.
005700 77  CURRENT-CUSTOMER            PIC 9(5).
005800 77  OPEN-BALANCE                PIC S9(9)V99.
005900 77  PAST-AGE-AMOUNT             PIC S9(9)V99.
006000 77  OLDEST-DAYS                 PIC S9(5).
006100 77  CUSTOMER-LIMIT              PIC 9(7)V99.
006200 77  EXCEPTION-COUNT             PIC 9(5) VALUE ZERO.
006300 77  LINE-COUNT                  PIC 999 VALUE ZERO.
006400 77  PAGE-NUMBER                 PIC 9999 VALUE ZERO.
006500 77  MAXIMUM-LINES               PIC 999 VALUE 55.

006600 01  DETAIL-LINE.
006700     05  PRINT-CUSTOMER-NUMBER   PIC Z(5).
006800     05  FILLER                  PIC X     VALUE SPACE.
006900     05  PRINT-CUSTOMER-NAME     PIC X(18).
007000     05  FILLER                  PIC X     VALUE SPACE.
007100     05  PRINT-OPEN-BALANCE      PIC ZZ,ZZZ,ZZ9.99-.
007200     05  FILLER                  PIC X     VALUE SPACE.
007300     05  PRINT-LIMIT             PIC Z,ZZZ,ZZ9.
007400     05  FILLER                  PIC X     VALUE SPACE.
007500     05  PRINT-PAST-AGE          PIC ZZ,ZZZ,ZZ9.99-.
007600     05  FILLER                  PIC X     VALUE SPACE.
007700     05  PRINT-OLDEST-DAYS       PIC ZZZZ9.
007800     05  FILLER                  PIC X     VALUE SPACE.
007900     05  PRINT-HOLD-FLAG         PIC X.
008000     05  FILLER                  PIC X     VALUE SPACE.
008100     05  PRINT-OVER-FLAG         PIC X.
008200     05  FILLER                  PIC X     VALUE SPACE.
008300     05  PRINT-AGED-FLAG         PIC X.

008400 01  REASON-LINE.
008500     05  FILLER                  PIC X(6)  VALUE SPACE.
008600     05  FILLER                  PIC X(6)  VALUE "HOLD: ".
008700     05  PRINT-HOLD-REASON       PIC X(30).

008800 01  LEGEND-LINE.
008900     05  FILLER                  PIC X(20)
009000         VALUE "H = ON CREDIT HOLD  ".
009100     05  FILLER                  PIC X(23)
009200         VALUE "O = OVER CREDIT LIMIT  ".
009300     05  FILLER                  PIC X(18)
009400         VALUE "A = INVOICES OVER ".
009500     05  PRINT-LEGEND-AGE        PIC ZZ9.
009600     05  FILLER                  PIC X(14)
009700         VALUE " DAYS PAST DUE".

009800 01  TOTAL-LINE.
009900     05  FILLER                  PIC X(20)
010000         VALUE "CUSTOMERS LISTED:".
010100     05  PRINT-EXCEPTION-COUNT   PIC ZZZZ9.

010200 01  COLUMN-LINE.
010300     05  FILLER         PIC X(6)  VALUE "CUST".
010400     05  FILLER         PIC X(19) VALUE "CUSTOMER NAME".
010500     05  FILLER         PIC X(15) VALUE "   OPEN BALANCE".
010600     05  FILLER         PIC X(10) VALUE "     LIMIT".
010700     05  FILLER         PIC X(15) VALUE "   PAST THE AGE".
010800     05  FILLER         PIC X(6)  VALUE "  DAYS".
010900     05  FILLER         PIC X(6)  VALUE " H O A".

011000 01  TITLE-LINE.
011100     05  FILLER              PIC X(10) VALUE SPACE.
011200     05  FILLER              PIC X(31)
011300         VALUE "CUSTOMER CREDIT EXCEPTIONS".
011400     05  FILLER              PIC X(5) VALUE "PAGE:".
011500     05  FILLER              PIC X(1) VALUE SPACE.
011600     05  PRINT-PAGE-NUMBER   PIC ZZZ9.

011700     COPY "WSDATE01.CBL".

011800 PROCEDURE DIVISION.
011900 PROGRAM-BEGIN.
012000     PERFORM OPENING-PROCEDURE.
012100     PERFORM MAIN-PROCESS.
012200     PERFORM CLOSING-PROCEDURE.

012300 PROGRAM-EXIT.
012400     EXIT PROGRAM.

012500 PROGRAM-DONE.
012600     STOP RUN.

012700 OPENING-PROCEDURE.
012800     OPEN INPUT AR-INVOICE-FILE.
012900     OPEN INPUT CUSTOMER-FILE.
013000     OPEN OUTPUT PRINTER-FILE.
013100     PERFORM GET-TODAYS-DATE.
013200     COMPUTE TODAY-INTEGER =
013300         FUNCTION INTEGER-OF-DATE(DATE-CCYYMMDD).

013400 CLOSING-PROCEDURE.
013500     CLOSE AR-INVOICE-FILE.
013600     CLOSE CUSTOMER-FILE.
013700     PERFORM END-LAST-PAGE.
013800     CLOSE PRINTER-FILE.

013900 MAIN-PROCESS.
014000     DISPLAY "LIST INVOICES MORE THAN HOW MANY DAYS".
014100     DISPLAY "PAST DUE?".
014200     ACCEPT MINIMUM-AGE.
014300     MOVE MINIMUM-AGE TO PRINT-LEGEND-AGE.
014400     PERFORM START-NEW-PAGE.
014500     SORT SORT-FILE
014600         ON ASCENDING KEY SORT-CUSTOMER
014700         INPUT PROCEDURE IS RELEASE-ALL-ITEMS
014800         OUTPUT PROCEDURE IS PRINT-ALL-CUSTOMERS.
014900     PERFORM PRINT-REPORT-TOTALS.
015000     DISPLAY EXCEPTION-COUNT " CUSTOMER(S) LISTED".

015100*---------------------------------
015200* INPUT PROCEDURE.
015300*---------------------------------
015400 RELEASE-ALL-ITEMS.
015500     PERFORM RELEASE-OPEN-ITEMS.
015600     PERFORM RELEASE-HELD-CUSTOMERS.

015700 RELEASE-OPEN-ITEMS.
015800     MOVE "N" TO INVOICE-FILE-AT-END.
015900     MOVE ZEROES TO ARINV-NUMBER.
016000     START AR-INVOICE-FILE
016100        KEY NOT < ARINV-NUMBER
016200         INVALID KEY MOVE "Y" TO INVOICE-FILE-AT-END.
016300     PERFORM RELEASE-ONE-ITEM
016400         UNTIL INVOICE-FILE-AT-END = "Y".

016500 RELEASE-ONE-ITEM.
016600     READ AR-INVOICE-FILE NEXT RECORD
016700         AT END MOVE "Y" TO INVOICE-FILE-AT-END.
016800     IF INVOICE-FILE-AT-END NOT = "Y"
016900        AND ARINV-PAID-DATE = ZEROES
017000        AND ARINV-PAID-AMOUNT NOT = ARINV-AMOUNT
017100         PERFORM RELEASE-THE-ITEM.

017200 RELEASE-THE-ITEM.
017300     MOVE ARINV-CUSTOMER TO SORT-CUSTOMER.
017400     SUBTRACT ARINV-PAID-AMOUNT FROM ARINV-AMOUNT
017500         GIVING SORT-AMOUNT.
017600     COMPUTE DUE-INTEGER =
017700         FUNCTION INTEGER-OF-DATE(ARINV-DUE).
017800     COMPUTE SORT-DAYS-PAST-DUE = TODAY-INTEGER - DUE-INTEGER.
017900     RELEASE SORT-RECORD.

018000 RELEASE-HELD-CUSTOMERS.
018100     MOVE "N" TO CUSTOMER-FILE-AT-END.
018200     MOVE ZEROES TO CUSTOMER-NUMBER.
018300     START CUSTOMER-FILE
018400        KEY NOT < CUSTOMER-NUMBER
018500         INVALID KEY MOVE "Y" TO CUSTOMER-FILE-AT-END.
018600     PERFORM RELEASE-ONE-CUSTOMER
018700         UNTIL CUSTOMER-FILE-AT-END = "Y".

018800 RELEASE-ONE-CUSTOMER.
018900     READ CUSTOMER-FILE NEXT RECORD
019000         AT END MOVE "Y" TO CUSTOMER-FILE-AT-END.
019100     IF CUSTOMER-FILE-AT-END NOT = "Y"
019200        AND CUSTOMER-CREDIT-HOLD = "Y"
019300         MOVE CUSTOMER-NUMBER TO SORT-CUSTOMER
019400         MOVE ZEROES TO SORT-AMOUNT
019500                        SORT-DAYS-PAST-DUE
019600         RELEASE SORT-RECORD.

019700*---------------------------------
019800* OUTPUT PROCEDURE - one
019900* customer per break. Only
020000* invoices count toward the
020100* amount past the age; credits
020200* count toward the balance.
020300*---------------------------------
020400 PRINT-ALL-CUSTOMERS.
020500     MOVE "N" TO SORT-FILE-AT-END.
020600     PERFORM RETURN-NEXT-SORT.
020700     PERFORM CHECK-ONE-CUSTOMER
020800         UNTIL SORT-FILE-AT-END = "Y".

020900 CHECK-ONE-CUSTOMER.
021000     MOVE SORT-CUSTOMER TO CURRENT-CUSTOMER.
021100     MOVE ZEROES TO OPEN-BALANCE
021200                    PAST-AGE-AMOUNT
021300                    OLDEST-DAYS.
021400     PERFORM ADD-ONE-ITEM
021500         UNTIL SORT-FILE-AT-END = "Y"
021600            OR SORT-CUSTOMER NOT = CURRENT-CUSTOMER.
021700     PERFORM READ-CUSTOMER-RECORD.
021800     MOVE SPACE TO DETAIL-LINE.
021900     PERFORM SET-EXCEPTION-FLAGS.
022000     IF PRINT-HOLD-FLAG NOT = SPACE
022100        OR PRINT-OVER-FLAG NOT = SPACE
022200        OR PRINT-AGED-FLAG NOT = SPACE
022300         PERFORM PRINT-THE-CUSTOMER.

022400 ADD-ONE-ITEM.
022500     ADD SORT-AMOUNT TO OPEN-BALANCE.
022600     IF SORT-AMOUNT > ZERO
022700        AND SORT-DAYS-PAST-DUE > MINIMUM-AGE
022800         ADD SORT-AMOUNT TO PAST-AGE-AMOUNT.
022900     IF SORT-AMOUNT > ZERO
023000        AND SORT-DAYS-PAST-DUE > OLDEST-DAYS
023100         MOVE SORT-DAYS-PAST-DUE TO OLDEST-DAYS.
023200     PERFORM RETURN-NEXT-SORT.

023300*---------------------------------
023400* A customer record from before
023500* credit limits has no numeric
023600* limit and counts as no limit.
023700*---------------------------------
023800 SET-EXCEPTION-FLAGS.
023900     MOVE ZEROES TO CUSTOMER-LIMIT.
024000     IF CUSTOMER-CREDIT-LIMIT NUMERIC
024100         MOVE CUSTOMER-CREDIT-LIMIT TO CUSTOMER-LIMIT.
024200     IF CUSTOMER-CREDIT-HOLD = "Y"
024300         MOVE "H" TO PRINT-HOLD-FLAG.
024400     IF CUSTOMER-LIMIT NOT = ZEROES
024500        AND OPEN-BALANCE > CUSTOMER-LIMIT
024600         MOVE "O" TO PRINT-OVER-FLAG.
024700     IF PAST-AGE-AMOUNT > ZERO
024800         MOVE "A" TO PRINT-AGED-FLAG.

024900 PRINT-THE-CUSTOMER.
025000     IF LINE-COUNT > MAXIMUM-LINES
025100         PERFORM START-NEXT-PAGE.
025200     MOVE CURRENT-CUSTOMER TO PRINT-CUSTOMER-NUMBER.
025300     MOVE CUSTOMER-NAME TO PRINT-CUSTOMER-NAME.
025400     MOVE OPEN-BALANCE TO PRINT-OPEN-BALANCE.
025500     MOVE CUSTOMER-LIMIT TO PRINT-LIMIT.
025600     MOVE PAST-AGE-AMOUNT TO PRINT-PAST-AGE.
025700     MOVE OLDEST-DAYS TO PRINT-OLDEST-DAYS.
025800     MOVE DETAIL-LINE TO PRINTER-RECORD.
025900     PERFORM WRITE-TO-PRINTER.
026000     IF CUSTOMER-CREDIT-HOLD = "Y"
026100         MOVE CUSTOMER-HOLD-REASON TO PRINT-HOLD-REASON
026200         MOVE REASON-LINE TO PRINTER-RECORD
026300         PERFORM WRITE-TO-PRINTER.
026400     ADD 1 TO EXCEPTION-COUNT.

026500 PRINT-REPORT-TOTALS.
026600     IF LINE-COUNT > MAXIMUM-LINES - 4
026700         PERFORM START-NEXT-PAGE.
026800     PERFORM LINE-FEED.
026900     MOVE EXCEPTION-COUNT TO PRINT-EXCEPTION-COUNT.
027000     MOVE TOTAL-LINE TO PRINTER-RECORD.
027100     PERFORM WRITE-TO-PRINTER.
027200     PERFORM LINE-FEED.
027300     MOVE LEGEND-LINE TO PRINTER-RECORD.
027400     PERFORM WRITE-TO-PRINTER.

027500 READ-CUSTOMER-RECORD.
027600     MOVE CURRENT-CUSTOMER TO CUSTOMER-NUMBER.
027700     MOVE "Y" TO CUSTOMER-RECORD-FOUND.
027800     READ CUSTOMER-FILE RECORD
027900       INVALID KEY
028000          MOVE "N" TO CUSTOMER-RECORD-FOUND.
028100     IF CUSTOMER-RECORD-FOUND = "N"
028200         MOVE SPACE TO CUSTOMER-RECORD
028300         MOVE "***Not Found***" TO CUSTOMER-NAME.

028400 RETURN-NEXT-SORT.
028500     RETURN SORT-FILE
028600         AT END MOVE "Y" TO SORT-FILE-AT-END.

028700*---------------------------------
028800* Printing routines.
028900*---------------------------------
029000 WRITE-TO-PRINTER.
029100     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
029200     ADD 1 TO LINE-COUNT.

029300 LINE-FEED.
029400     MOVE SPACE TO PRINTER-RECORD.
029500     PERFORM WRITE-TO-PRINTER.

029600 START-NEXT-PAGE.
029700     PERFORM END-LAST-PAGE.
029800     PERFORM START-NEW-PAGE.

029900 START-NEW-PAGE.
030000     ADD 1 TO PAGE-NUMBER.
030100     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
030200     MOVE TITLE-LINE TO PRINTER-RECORD.
030300     PERFORM WRITE-TO-PRINTER.
030400     PERFORM LINE-FEED.
030500     MOVE COLUMN-LINE TO PRINTER-RECORD.
030600     PERFORM WRITE-TO-PRINTER.
030700     PERFORM LINE-FEED.

030800 END-LAST-PAGE.
030900     PERFORM FORM-FEED.
031000     MOVE ZERO TO LINE-COUNT.

031100 FORM-FEED.
031200     MOVE SPACE TO PRINTER-RECORD.
031300     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

031400     COPY "PLDATE01.CBL".
