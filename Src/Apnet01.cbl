000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. APNET01.
000300*---------------------------------
000400* Customer/vendor netting. For a
000500* party that is both a vendor we
000600* pay and a customer who owes
000700* us - linked on the vendor /
000800* customer cross-reference
000900* (FDVCXR.CBL, kept in
001000* VCXMNT01) - the open
001100* receivables are offset
001200* against the unpaid vouchers,
001300* up to the smaller of the two
001400* totals, so only the net is
001500* left for CHKRUN01 to pay or
001600* for ARCSH01 to collect.
001700* NET runs one linked vendor, or
001800* every linked party (vendor
001900* 0), for today's date:
002000*   payables - only vouchers
002100*     CHKRUN01 could pay: unpaid,
002200*     not selected, base
002300*     currency, approved, batch
002400*     proved, not on receipt
002500*     hold, not disputed, not
002600*     one-time, not on a wire
002650*     request; a vendor on
002700*     payment hold is not netted.
002800*     Relieved oldest due first.
002900*     A voucher offset in full is
003000*     marked paid, VOUCHER-NETTED
003100*     "Y", check number zero. One
003200*     offset in part is split the
003300*     way VCHPAY01 splits a
003400*     partial payment: the
003500*     original is paid for the
003600*     offset and a new voucher
003700*     carries the balance.
003800*   receivables - open invoices
003900*     (never credit items) of the
004000*     linked customer, oldest due
004100*     first, relieved through
004200*     AR-RECEIPT-FILE as ARCSH01
004300*     applies a check: check
004400*     number "NET" + vendor, line
004500*     000 the offset with no bank
004600*     account and never posted by
004700*     ARPOST01 (no cash moved),
004800*     then one line per invoice.
004900*     That key also keeps a party
005000*     from being netted twice in
005100*     one day.
005200* GLPOST01 credits ARTRADE for
005300* the netted vouchers in place
005400* of cash, which clears both
005500* ledgers in the GL.
005600* A netting statement is printed
005700* for each party to send them:
005800* the invoices of theirs and of
005900* ours settled by offset, and
006000* the net left to pay or to
006100* collect. Every voucher,
006200* split and offset is journaled
006300* (PLJRNL01).
006400* XREF maintains the cross-
006500* reference (VCXMNT01).
006514* While the nightly batch window
006528* is up (PLBWIN01.CBL) no netting
006542* session opens, and a netting
006556* run of every party stops at the
006570* first party reached after the
006584* window goes up.
006600*---------------------------------
006700 ENVIRONMENT DIVISION.
006800 INPUT-OUTPUT SECTION.
006900 FILE-CONTROL.

007000     COPY "SLVCXR.CBL".

007100     COPY "SLVOUCH.CBL".

007200     COPY "SLVND02.CBL".

007300     COPY "SLCUST01.CBL".

007400     COPY "SLARINV.CBL".

007500     COPY "SLARRCP.CBL".

007600     COPY "SLVBATCH.CBL".

007700     COPY "SLCONTRL.CBL".

007800     COPY "SLLOCK01.CBL".

007900     COPY "SLJRNL01.CBL".

007933     COPY "SLBWIN01.CBL".

007966     COPY "SLBWLOG.CBL".

008000     SELECT PRINTER-FILE
008100         ASSIGN TO PRINTER
008200         ORGANIZATION IS LINE SEQUENTIAL.

008300 DATA DIVISION.
008400 FILE SECTION.

008500     COPY "FDVCXR.CBL".

008600     COPY "FDVOUCH.CBL".

008700     COPY "FDVND04.CBL".

008800     COPY "FDCUST01.CBL".

008900     COPY "FDARINV.CBL".

009000     COPY "FDARRCP.CBL".

009100     COPY "FDVBATCH.CBL".

009200     COPY "FDCONTRL.CBL".

009300     COPY "FDLOCK01.CBL".

009400     COPY "FDJRNL01.CBL".

009433     COPY "FDBWIN01.CBL".

009466     COPY "FDBWLOG.CBL".

009500 FD  PRINTER-FILE
009600     LABEL RECORDS ARE OMITTED.
009700 01  PRINTER-RECORD              PIC X(80).

009800 WORKING-STORAGE SECTION.

009900 77  MODE-CHOICE                 PIC X.
010000 77  ENTRY-VENDOR                PIC 9(5).
010100 77  OK-TO-NET                   PIC X.
010200 77  NET-DATE                    PIC 9(8).
010300 77  NET-CHECK                   PIC X(10).
010400 77  XREF-AT-END                 PIC X.
010500 77  XREF-RECORD-FOUND           PIC X.
010600 77  VOUCHER-AT-END              PIC X.
010700 77  INVOICE-AT-END              PIC X.
010800 77  VOUCHER-RECORD-FOUND        PIC X.
010900 77  VENDOR-RECORD-FOUND         PIC X.
011000 77  CUSTOMER-RECORD-FOUND       PIC X.
011100 77  INVOICE-RECORD-FOUND        PIC X.
011200 77  BATCH-RECORD-FOUND          PIC X.
011300 77  CONTROL-RECORD-FOUND        PIC X.
011400 77  RECEIPT-ON-FILE             PIC X.
011500 77  PAYABLE-OK                  PIC X.
011600 77  SKIP-REASON                 PIC X(30).
011700 77  PAYABLE-COUNT               PIC 99 COMP.
011800 77  RECEIVABLE-COUNT            PIC 99 COMP.
011900 77  TABLE-SUB                   PIC 99 COMP.
012000 77  OLDEST-SUB                  PIC 99 COMP.
012100 77  PAYABLE-TOTAL               PIC S9(9)V99.
012200 77  RECEIVABLE-TOTAL            PIC S9(9)V99.
012300 77  OFFSET-AMOUNT               PIC S9(9)V99.
012400 77  OFFSET-LEFT                 PIC S9(9)V99.
012500 77  APPLY-AMOUNT                PIC S9(8)V99.
012600 77  INVOICE-OPEN-BALANCE        PIC S9(8)V99.
012700 77  RECEIPT-LINE                PIC 9(3).
012800 77  SAVE-SPLIT-FROM-NUMBER      PIC 9(7).
012900 77  PARTIES-NETTED-COUNT        PIC 9(5) VALUE ZERO.
013000 77  PARTIES-NETTED-TOTAL        PIC S9(9)V99 VALUE ZERO.
013100 77  PARTIES-SKIPPED-COUNT       PIC 9(5) VALUE ZERO.
013200 77  VOUCHER-NUMBER-FIELD        PIC Z(7).
013300 77  AN-AMOUNT-FIELD             PIC ZZZ,ZZZ,ZZ9.99-.

013400 01  SAVE-VOUCHER-RECORD         PIC X(211).

013500*---------------------------------
013600* The party's unpaid vouchers
013700* and open invoices, with what
013800* the offset settled on each.
013900*---------------------------------
014000 01  PAYABLE-TABLE.
014100     05  PAYABLE-ENTRY OCCURS 90 TIMES.
014200         10  PAYABLE-VOUCHER     PIC 9(7).
014300         10  PAYABLE-INVOICE     PIC X(15).
014400         10  PAYABLE-DUE         PIC 9(8).
014500         10  PAYABLE-AMOUNT      PIC S9(6)V99.
014600         10  PAYABLE-SETTLED     PIC S9(6)V99.
014700         10  PAYABLE-DONE        PIC X.

014800 01  RECEIVABLE-TABLE.
014900     05  RECEIVABLE-ENTRY OCCURS 90 TIMES.
015000         10  RECEIVABLE-INVOICE  PIC 9(7).
015100         10  RECEIVABLE-DUE      PIC 9(8).
015200         10  RECEIVABLE-OPEN     PIC S9(6)V99.
015300         10  RECEIVABLE-SETTLED  PIC S9(6)V99.
015400         10  RECEIVABLE-DONE     PIC X.

015500 01  TITLE-LINE.
015600     05  FILLER              PIC X(20) VALUE SPACE.
015700     05  FILLER              PIC X(30)
015800         VALUE "NETTING STATEMENT".
015900     05  FILLER              PIC X(5)  VALUE "DATE ".
016000     05  PRINT-TITLE-DATE    PIC 9(8).

016100 01  PARTY-LINE.
016200     05  FILLER              PIC X(10) VALUE SPACE.
016300     05  PRINT-PARTY-TEXT    PIC X(30).
016400     05  FILLER              PIC X(2)  VALUE SPACE.
016500     05  PRINT-PARTY-LABEL   PIC X(10).
016600     05  PRINT-PARTY-NUMBER  PIC 9(5).

016700 01  HEADING-LINE.
016800     05  PRINT-HEADING       PIC X(60).

016900 01  ITEM-LINE.
017000     05  FILLER              PIC X(5)  VALUE SPACE.
017100     05  PRINT-ITEM-REFERENCE
017200                             PIC X(15).
017300     05  FILLER              PIC X(2)  VALUE SPACE.
017400     05  PRINT-ITEM-DUE      PIC 9(8).
017500     05  FILLER              PIC X(2)  VALUE SPACE.
017600     05  PRINT-ITEM-AMOUNT   PIC ZZZ,ZZ9.99-.
017700     05  FILLER              PIC X(2)  VALUE SPACE.
017800     05  PRINT-ITEM-SETTLED  PIC ZZZ,ZZ9.99-.

017900 01  ITEM-COLUMN-LINE.
018000     05  FILLER         PIC X(5)  VALUE SPACE.
018100     05  FILLER         PIC X(17) VALUE "INVOICE".
018200     05  FILLER         PIC X(10) VALUE "DUE".
018300     05  FILLER         PIC X(13) VALUE "     AMOUNT".
018400     05  FILLER         PIC X(11) VALUE "    SETTLED".

018500 01  TOTAL-LINE.
018600     05  PRINT-TOTAL-LABEL   PIC X(45).
018700     05  PRINT-TOTAL-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99-.

018800 01  SKIP-LINE.
018900     05  FILLER              PIC X(7)  VALUE "VENDOR ".
019000     05  PRINT-SKIP-VENDOR   PIC 9(5).
019100     05  FILLER              PIC X(10) VALUE " CUSTOMER ".
019200     05  PRINT-SKIP-CUSTOMER PIC 9(5).
019300     05  FILLER              PIC X(17)
019400         VALUE " NOT NETTED - ".
019500     05  PRINT-SKIP-REASON   PIC X(30).

019600     COPY "WSDATE01.CBL".

019700     COPY "WSCASE01.CBL".

019800     COPY "WSOPID01.CBL".

019900     COPY "WSLOCK01.CBL".

019950     COPY "WSBWIN01.CBL".

020000 PROCEDURE DIVISION.
020100 PROGRAM-BEGIN.
020200     PERFORM OPENING-PROCEDURE.
020300     PERFORM GET-OPERATOR-ID.
020325     MOVE "APNET01" TO BWIN-PROGRAM-NAME.
020350     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
020375     IF BATCH-UPDATES-ALLOWED = "Y"
020400         PERFORM MAIN-PROCESS.
020500     PERFORM CLOSING-PROCEDURE.

020600 PROGRAM-EXIT.
020700     EXIT PROGRAM.

020800 PROGRAM-DONE.
020900     STOP RUN.

021000 OPENING-PROCEDURE.
021100     OPEN INPUT VENDOR-CUSTOMER-XREF-FILE.
021200     OPEN I-O VOUCHER-FILE.
021300     OPEN INPUT VENDOR-FILE.
021400     OPEN INPUT CUSTOMER-FILE.
021500     OPEN I-O AR-INVOICE-FILE.
021600     OPEN I-O AR-RECEIPT-FILE.
021700     OPEN INPUT VOUCHER-BATCH-FILE.
021800     OPEN I-O CONTROL-FILE.
021900     OPEN I-O LOCK-FILE.
022000     OPEN EXTEND JOURNAL-FILE.
022100     OPEN OUTPUT PRINTER-FILE.

022200 CLOSING-PROCEDURE.
022300     CLOSE VENDOR-CUSTOMER-XREF-FILE.
022400     CLOSE VOUCHER-FILE.
022500     CLOSE VENDOR-FILE.
022600     CLOSE CUSTOMER-FILE.
022700     CLOSE AR-INVOICE-FILE.
022800     CLOSE AR-RECEIPT-FILE.
022900     CLOSE VOUCHER-BATCH-FILE.
023000     CLOSE CONTROL-FILE.
023100     CLOSE LOCK-FILE.
023200     CLOSE JOURNAL-FILE.
023300     CLOSE PRINTER-FILE.

023400 MAIN-PROCESS.
023500     PERFORM ENTER-MODE-CHOICE.
023600     PERFORM DO-ONE-MODE
023700         UNTIL MODE-CHOICE = "Q".

023800 ENTER-MODE-CHOICE.
023900     DISPLAY "NET VENDORS AGAINST CUSTOMERS, MAINTAIN THE".
024000     DISPLAY "CROSS-REFERENCE, OR QUIT (N/X/Q)?".
024100     ACCEPT MODE-CHOICE.
024200     INSPECT MODE-CHOICE
024300      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
024400     IF MODE-CHOICE NOT = "N" AND NOT = "X"
024500                AND NOT = "Q"
024600         DISPLAY "YOU MUST ENTER N, X, OR Q"
024700         PERFORM ENTER-MODE-CHOICE.

024800 DO-ONE-MODE.
024900     IF MODE-CHOICE = "N"
025000         PERFORM NETTING-MODE
025100     ELSE
025200     IF MODE-CHOICE = "X"
025300         PERFORM MAINTAIN-THE-XREF.
025350     IF BATCH-UPDATES-ALLOWED = "Y"
025400         PERFORM ENTER-MODE-CHOICE
025433     ELSE
025466         MOVE "Q" TO MODE-CHOICE.

025500*---------------------------------
025600* The cross-reference is kept
025700* by its own program.
025800*---------------------------------
025900 MAINTAIN-THE-XREF.
026000     CLOSE VENDOR-CUSTOMER-XREF-FILE.
026100     CLOSE VENDOR-FILE.
026200     CLOSE CUSTOMER-FILE.
026300     CLOSE JOURNAL-FILE.
026400     CALL "VCXMNT01".
026500     OPEN INPUT VENDOR-CUSTOMER-XREF-FILE.
026600     OPEN INPUT VENDOR-FILE.
026700     OPEN INPUT CUSTOMER-FILE.
026800     OPEN EXTEND JOURNAL-FILE.

026900*---------------------------------
027000* NET. The control record is
027100* held for the whole run, since
027200* any voucher split takes the
027300* next voucher number from it.
027400*---------------------------------
027500 NETTING-MODE.
027600     PERFORM ENTER-NET-VENDOR.
027700     IF ENTRY-VENDOR NOT = ZEROES
027800        AND XREF-RECORD-FOUND = "N"
027900         DISPLAY "VENDOR IS NOT LINKED TO A CUSTOMER"
028000     ELSE
028100         PERFORM ASK-OK-TO-NET
028150         PERFORM CHECK-WINDOW-BEFORE-NET
028200         IF OK-TO-NET = "Y"
028300             PERFORM LOCK-THE-CONTROL-RECORD
028400             IF LOCK-ACQUIRED = "Y"
028500                 PERFORM RUN-THE-NETTING
028600                 PERFORM UNLOCK-THE-CONTROL-RECORD.

028700 ENTER-NET-VENDOR.
028800     DISPLAY "ENTER VENDOR NUMBER TO NET".
028900     DISPLAY "(0 FOR EVERY LINKED VENDOR)".
029000     ACCEPT ENTRY-VENDOR.
029100     MOVE "N" TO XREF-RECORD-FOUND.
029200     IF ENTRY-VENDOR NOT = ZEROES
029300         PERFORM READ-XREF-RECORD.
029400     IF XREF-RECORD-FOUND = "Y"
029500         DISPLAY "   LINKED TO CUSTOMER " VCXR-CUSTOMER.

029600 ASK-OK-TO-NET.
029700     DISPLAY "NET OPEN ITEMS AS OF TODAY (Y/N)?".
029800     ACCEPT OK-TO-NET.
029900     INSPECT OK-TO-NET
030000      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
030100     IF OK-TO-NET NOT = "Y" AND NOT = "N"
030200         DISPLAY "YOU MUST ENTER YES OR NO"
030300         PERFORM ASK-OK-TO-NET.

030308*---------------------------------
030316* A yes that arrives after the
030324* nightly batch window has gone
030332* up is turned into a no, so
030340* nothing is netted.
030348*---------------------------------
030356 CHECK-WINDOW-BEFORE-NET.
030364     IF OK-TO-NET = "Y"
030372         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
030380         IF BATCH-UPDATES-ALLOWED NOT = "Y"
030388             MOVE "N" TO OK-TO-NET.

030400 RUN-THE-NETTING.
030500     PERFORM GET-TODAYS-DATE.
030600     MOVE DATE-CCYYMMDD TO NET-DATE.
030700     MOVE ZEROES TO PARTIES-NETTED-COUNT
030800                    PARTIES-NETTED-TOTAL
030900                    PARTIES-SKIPPED-COUNT.
031000     IF ENTRY-VENDOR NOT = ZEROES
031100         PERFORM NET-THE-PARTY
031200     ELSE
031300         PERFORM NET-EVERY-PARTY.
031400     MOVE PARTIES-NETTED-TOTAL TO AN-AMOUNT-FIELD.
031500     DISPLAY PARTIES-NETTED-COUNT
031600         " PARTY(IES) NETTED, TOTAL " AN-AMOUNT-FIELD.
031700     IF PARTIES-SKIPPED-COUNT NOT = ZERO
031800         DISPLAY PARTIES-SKIPPED-COUNT
031900             " PARTY(IES) NOT NETTED - SEE THE LISTING".

032000 NET-EVERY-PARTY.
032100     MOVE "N" TO XREF-AT-END.
032200     MOVE ZEROES TO VCXR-VENDOR.
032300     START VENDOR-CUSTOMER-XREF-FILE
032400        KEY NOT < VCXR-VENDOR
032500         INVALID KEY MOVE "Y" TO XREF-AT-END.
032600     PERFORM NET-NEXT-PARTY
032700         UNTIL XREF-AT-END = "Y".

032800 NET-NEXT-PARTY.
032900     READ VENDOR-CUSTOMER-XREF-FILE NEXT RECORD
033000         AT END MOVE "Y" TO XREF-AT-END.
033020     IF XREF-AT-END NOT = "Y"
033040         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
033060         IF BATCH-UPDATES-ALLOWED NOT = "Y"
033080             MOVE "Y" TO XREF-AT-END.
033100     IF XREF-AT-END NOT = "Y"
033200         PERFORM NET-THE-PARTY.

033300*---------------------------------
033400* One linked party. Nothing is
033500* touched until both sides are
033600* gathered and the offset - the
033700* smaller side - is known.
033800*---------------------------------
033900 NET-THE-PARTY.
034000     MOVE SPACE TO SKIP-REASON.
034100     MOVE SPACE TO NET-CHECK.
034200     STRING "NET" VCXR-VENDOR
034300         DELIMITED BY SIZE INTO NET-CHECK.
034400     PERFORM READ-PARTY-VENDOR.
034500     PERFORM READ-PARTY-CUSTOMER.
034600     PERFORM CHECK-NETTED-TODAY.
034700     IF VENDOR-RECORD-FOUND = "N"
034800         MOVE "VENDOR NOT ON FILE" TO SKIP-REASON
034900     ELSE
035000     IF CUSTOMER-RECORD-FOUND = "N"
035100         MOVE "CUSTOMER NOT ON FILE" TO SKIP-REASON
035200     ELSE
035300     IF VENDOR-HOLD-FLAG = "Y"
035400         MOVE "VENDOR ON PAYMENT HOLD" TO SKIP-REASON
035500     ELSE
035600     IF RECEIPT-ON-FILE = "Y"
035700         MOVE "ALREADY NETTED TODAY" TO SKIP-REASON
035800     ELSE
035900         PERFORM GATHER-THE-PAYABLES
036000         PERFORM GATHER-THE-RECEIVABLES
036100         PERFORM FIGURE-THE-OFFSET.
036200     IF SKIP-REASON NOT = SPACE
036300         PERFORM LIST-SKIPPED-PARTY
036400     ELSE
036500     IF OFFSET-AMOUNT > ZERO
036600         PERFORM SETTLE-THE-PARTY.

036700 FIGURE-THE-OFFSET.
036800     IF PAYABLE-TOTAL < RECEIVABLE-TOTAL
036900         MOVE PAYABLE-TOTAL TO OFFSET-AMOUNT
037000     ELSE
037100         MOVE RECEIVABLE-TOTAL TO OFFSET-AMOUNT.

037200 CHECK-NETTED-TODAY.
037300     MOVE VCXR-CUSTOMER TO ARRCPT-CUSTOMER.
037400     MOVE NET-DATE TO ARRCPT-DATE.
037500     MOVE NET-CHECK TO ARRCPT-CHECK.
037600     MOVE ZEROES TO ARRCPT-LINE.
037700     MOVE "Y" TO RECEIPT-ON-FILE.
037800     READ AR-RECEIPT-FILE RECORD
037900       INVALID KEY
038000          MOVE "N" TO RECEIPT-ON-FILE.

038100 LIST-SKIPPED-PARTY.
038200     ADD 1 TO PARTIES-SKIPPED-COUNT.
038300     MOVE VCXR-VENDOR TO PRINT-SKIP-VENDOR.
038400     MOVE VCXR-CUSTOMER TO PRINT-SKIP-CUSTOMER.
038500     MOVE SKIP-REASON TO PRINT-SKIP-REASON.
038600     MOVE SKIP-LINE TO PRINTER-RECORD.
038700     PERFORM WRITE-TO-PRINTER.
038800     MOVE SPACE TO PRINTER-RECORD.
038900     PERFORM WRITE-TO-PRINTER.

039000*---------------------------------
039100* Payables - the vouchers
039200* CHKRUN01 itself would be free
039300* to pay.
039400*---------------------------------
039500 GATHER-THE-PAYABLES.
039600     MOVE ZEROES TO PAYABLE-COUNT
039700                    PAYABLE-TOTAL.
039800     MOVE "N" TO VOUCHER-AT-END.
039900     MOVE ZEROES TO VOUCHER-NUMBER.
040000     START VOUCHER-FILE
040100        KEY NOT < VOUCHER-NUMBER
040200         INVALID KEY MOVE "Y" TO VOUCHER-AT-END.
040300     PERFORM GATHER-ONE-PAYABLE
040400         UNTIL VOUCHER-AT-END = "Y".

040500 GATHER-ONE-PAYABLE.
040600     READ VOUCHER-FILE NEXT RECORD
040700         AT END MOVE "Y" TO VOUCHER-AT-END.
040800     IF VOUCHER-AT-END NOT = "Y"
040900        AND VOUCHER-VENDOR = VCXR-VENDOR
041000        AND VOUCHER-PAID-DATE = ZEROES
041100        AND VOUCHER-SELECTED NOT = "Y"
041200        AND VOUCHER-AMOUNT > ZERO
041300         PERFORM QUALIFY-THE-PAYABLE
041400         IF PAYABLE-OK = "Y"
041500            AND PAYABLE-COUNT < 90
041600             PERFORM ADD-PAYABLE-ENTRY.

041700 QUALIFY-THE-PAYABLE.
041800     MOVE "Y" TO PAYABLE-OK.
041900     IF VOUCHER-BATCH NOT = ZEROES
042000         PERFORM READ-VOUCHER-BATCH
042100         IF BATCH-RECORD-FOUND = "Y"
042200            AND BATCH-STATUS NOT = "B"
042300             MOVE "N" TO PAYABLE-OK.
042400     IF VOUCHER-APPROVAL-LEVELS-DONE
042500             < VOUCHER-APPROVAL-LEVELS-REQUIRED
042600        OR VOUCHER-CURRENCY-CODE NOT = "USD"
042700        OR VOUCHER-RECEIPT-HOLD = "Y"
042800        OR VOUCHER-DISPUTE-FLAG = "Y"
042900        OR VOUCHER-ONE-TIME-FLAG = "Y"
042950        OR VOUCHER-WIRE-NUMBER NOT = ZEROES
043000         MOVE "N" TO PAYABLE-OK.

043100 ADD-PAYABLE-ENTRY.
043200     ADD 1 TO PAYABLE-COUNT.
043300     MOVE VOUCHER-NUMBER TO PAYABLE-VOUCHER(PAYABLE-COUNT).
043400     MOVE VOUCHER-INVOICE TO PAYABLE-INVOICE(PAYABLE-COUNT).
043500     MOVE VOUCHER-DUE TO PAYABLE-DUE(PAYABLE-COUNT).
043600     MOVE VOUCHER-AMOUNT TO PAYABLE-AMOUNT(PAYABLE-COUNT).
043700     MOVE ZEROES TO PAYABLE-SETTLED(PAYABLE-COUNT).
043800     MOVE "N" TO PAYABLE-DONE(PAYABLE-COUNT).
043900     ADD VOUCHER-AMOUNT TO PAYABLE-TOTAL.

044000*---------------------------------
044100* Receivables - open invoices
044200* only; credit items stay for
044300* ARCSH01 to apply.
044400*---------------------------------
044500 GATHER-THE-RECEIVABLES.
044600     MOVE ZEROES TO RECEIVABLE-COUNT
044700                    RECEIVABLE-TOTAL.
044800     MOVE "N" TO INVOICE-AT-END.
044900     MOVE ZEROES TO ARINV-NUMBER.
045000     START AR-INVOICE-FILE
045100        KEY NOT < ARINV-NUMBER
045200         INVALID KEY MOVE "Y" TO INVOICE-AT-END.
045300     PERFORM GATHER-ONE-RECEIVABLE
045400         UNTIL INVOICE-AT-END = "Y".

045500 GATHER-ONE-RECEIVABLE.
045600     READ AR-INVOICE-FILE NEXT RECORD
045700         AT END MOVE "Y" TO INVOICE-AT-END.
045800     IF INVOICE-AT-END NOT = "Y"
045900         SUBTRACT ARINV-PAID-AMOUNT FROM ARINV-AMOUNT
046000             GIVING INVOICE-OPEN-BALANCE.
046100     IF INVOICE-AT-END NOT = "Y"
046200        AND ARINV-CUSTOMER = VCXR-CUSTOMER
046300        AND (ARINV-TYPE = "I" OR ARINV-TYPE = SPACE)
046400        AND ARINV-PAID-DATE = ZEROES
046500        AND INVOICE-OPEN-BALANCE > ZERO
046600        AND RECEIVABLE-COUNT < 90
046700         PERFORM ADD-RECEIVABLE-ENTRY.

046800 ADD-RECEIVABLE-ENTRY.
046900     ADD 1 TO RECEIVABLE-COUNT.
047000     MOVE ARINV-NUMBER TO RECEIVABLE-INVOICE(RECEIVABLE-COUNT).
047100     MOVE ARINV-DUE TO RECEIVABLE-DUE(RECEIVABLE-COUNT).
047200     MOVE INVOICE-OPEN-BALANCE
047300         TO RECEIVABLE-OPEN(RECEIVABLE-COUNT).
047400     MOVE ZEROES TO RECEIVABLE-SETTLED(RECEIVABLE-COUNT).
047500     MOVE "N" TO RECEIVABLE-DONE(RECEIVABLE-COUNT).
047600     ADD INVOICE-OPEN-BALANCE TO RECEIVABLE-TOTAL.

047700 SETTLE-THE-PARTY.
047800     PERFORM RELIEVE-THE-PAYABLES.
047900     PERFORM RELIEVE-THE-RECEIVABLES.
048000     PERFORM JOURNAL-THE-OFFSET.
048100     PERFORM PRINT-NETTING-STATEMENT.
048200     ADD 1 TO PARTIES-NETTED-COUNT.
048300     ADD OFFSET-AMOUNT TO PARTIES-NETTED-TOTAL.

048400*---------------------------------
048500* Vouchers, oldest due first,
048600* until the offset is used up.
048700*---------------------------------
048800 RELIEVE-THE-PAYABLES.
048900     MOVE OFFSET-AMOUNT TO OFFSET-LEFT.
049000     PERFORM RELIEVE-OLDEST-PAYABLE
049100         UNTIL OFFSET-LEFT NOT > ZERO.

049200 RELIEVE-OLDEST-PAYABLE.
049300     MOVE ZERO TO OLDEST-SUB.
049400     PERFORM FIND-OLDEST-PAYABLE
049500         VARYING TABLE-SUB FROM 1 BY 1
049600          UNTIL TABLE-SUB > PAYABLE-COUNT.
049700     IF OLDEST-SUB = ZERO
049800         MOVE ZERO TO OFFSET-LEFT
049900     ELSE
050000         PERFORM SETTLE-ONE-PAYABLE.

050100 FIND-OLDEST-PAYABLE.
050200     IF PAYABLE-DONE(TABLE-SUB) = "N"
050300         IF OLDEST-SUB = ZERO
050400             MOVE TABLE-SUB TO OLDEST-SUB
050500         ELSE
050600         IF PAYABLE-DUE(TABLE-SUB) < PAYABLE-DUE(OLDEST-SUB)
050700             MOVE TABLE-SUB TO OLDEST-SUB.

050800 SETTLE-ONE-PAYABLE.
050900     MOVE "Y" TO PAYABLE-DONE(OLDEST-SUB).
051000     IF PAYABLE-AMOUNT(OLDEST-SUB) > OFFSET-LEFT
051100         MOVE OFFSET-LEFT TO APPLY-AMOUNT
051200     ELSE
051300         MOVE PAYABLE-AMOUNT(OLDEST-SUB) TO APPLY-AMOUNT.
051400     MOVE APPLY-AMOUNT TO PAYABLE-SETTLED(OLDEST-SUB).
051500     SUBTRACT APPLY-AMOUNT FROM OFFSET-LEFT.
051600     MOVE PAYABLE-VOUCHER(OLDEST-SUB) TO VOUCHER-NUMBER.
051700     PERFORM READ-VOUCHER-RECORD.
051800     IF VOUCHER-RECORD-FOUND = "Y"
051900         PERFORM NET-THE-VOUCHER.

052000*---------------------------------
052100* Paid by offset. The journal
052200* carries the voucher amount as
052300* VCHPAY01's does, and a split
052400* adds the balance back.
052500*---------------------------------
052600 NET-THE-VOUCHER.
052700     MOVE NET-DATE TO VOUCHER-PAID-DATE.
052800     MOVE APPLY-AMOUNT TO VOUCHER-PAID-AMOUNT.
052900     MOVE ZEROES TO VOUCHER-CHECK-NO
053000                    VOUCHER-PAY-RUN.
053100     MOVE "Y" TO VOUCHER-NETTED.
053200     PERFORM REWRITE-VOUCHER-RECORD.
053300     MOVE "PAY" TO JOURNAL-ACTION.
053400     PERFORM JOURNAL-THE-VOUCHER.
053500     IF VOUCHER-PAID-AMOUNT < VOUCHER-AMOUNT
053600         PERFORM SPLIT-THE-VOUCHER.

053700*---------------------------------
053800* The unsettled balance goes to
053900* a new voucher, as VCHPAY01's
054000* GENERATE-NEW-VOUCHER does it,
054100* for CHKRUN01 to pay.
054200*---------------------------------
054300 SPLIT-THE-VOUCHER.
054400     MOVE VOUCHER-NUMBER TO SAVE-SPLIT-FROM-NUMBER.
054500     MOVE VOUCHER-RECORD TO SAVE-VOUCHER-RECORD.
054600     PERFORM RETRIEVE-NEXT-VOUCHER-NUMBER.
054700     PERFORM RETRIEVE-NEXT-VOUCHER-NUMBER
054800         UNTIL VOUCHER-RECORD-FOUND = "N".
054900     MOVE SAVE-VOUCHER-RECORD TO VOUCHER-RECORD.
055000     MOVE CONTROL-LAST-VOUCHER TO VOUCHER-NUMBER.
055100     MOVE SAVE-SPLIT-FROM-NUMBER TO VOUCHER-SPLIT-FROM.
055200     SUBTRACT VOUCHER-PAID-AMOUNT FROM VOUCHER-AMOUNT.
055300     MOVE "N" TO VOUCHER-SELECTED.
055400     MOVE ZEROES TO VOUCHER-PAID-DATE
055500                    VOUCHER-PAY-RUN
055600                    VOUCHER-PAID-AMOUNT
055700                    VOUCHER-CHECK-NO.
055800     MOVE SPACE TO VOUCHER-NETTED.
055850     MOVE ZEROES TO VOUCHER-WIRE-NUMBER.
055900     PERFORM WRITE-VOUCHER-RECORD.
056000     MOVE "ADD" TO JOURNAL-ACTION.
056100     PERFORM JOURNAL-THE-VOUCHER.
056200     MOVE VOUCHER-NUMBER TO VOUCHER-NUMBER-FIELD.
056300     MOVE VOUCHER-AMOUNT TO AN-AMOUNT-FIELD.
056400     DISPLAY "VOUCHER " VOUCHER-NUMBER-FIELD
056500             " CREATED FOR " AN-AMOUNT-FIELD.

056600 RETRIEVE-NEXT-VOUCHER-NUMBER.
056700     PERFORM READ-CONTROL-RECORD.
056800     ADD 1 TO CONTROL-LAST-VOUCHER.
056900     MOVE CONTROL-LAST-VOUCHER TO VOUCHER-NUMBER.
057000     PERFORM REWRITE-CONTROL-RECORD.
057100     PERFORM READ-VOUCHER-RECORD.

057200 JOURNAL-THE-VOUCHER.
057300     MOVE "APNET01" TO JOURNAL-PROGRAM.
057400     MOVE SPACE TO JOURNAL-KEY.
057500     MOVE VOUCHER-NUMBER TO JOURNAL-KEY.
057600     MOVE VOUCHER-AMOUNT TO JOURNAL-AMOUNT.
057700     PERFORM WRITE-JOURNAL-ENTRY.

057800*---------------------------------
057900* Invoices, oldest due first,
058000* applied as a receipt with no
058100* cash - line 000 the offset,
058200* then one line per invoice.
058300*---------------------------------
058400 RELIEVE-THE-RECEIVABLES.
058500     MOVE ZEROES TO RECEIPT-LINE.
058600     MOVE ZEROES TO ARRCPT-INVOICE.
058700     MOVE OFFSET-AMOUNT TO ARRCPT-AMOUNT.
058800     PERFORM WRITE-RECEIPT-LINE.
058900     MOVE OFFSET-AMOUNT TO OFFSET-LEFT.
059000     PERFORM RELIEVE-OLDEST-RECEIVABLE
059100         UNTIL OFFSET-LEFT NOT > ZERO.

059200 RELIEVE-OLDEST-RECEIVABLE.
059300     MOVE ZERO TO OLDEST-SUB.
059400     PERFORM FIND-OLDEST-RECEIVABLE
059500         VARYING TABLE-SUB FROM 1 BY 1
059600          UNTIL TABLE-SUB > RECEIVABLE-COUNT.
059700     IF OLDEST-SUB = ZERO
059800         MOVE ZERO TO OFFSET-LEFT
059900     ELSE
060000         PERFORM SETTLE-ONE-RECEIVABLE.

060100 FIND-OLDEST-RECEIVABLE.
060200     IF RECEIVABLE-DONE(TABLE-SUB) = "N"
060300         IF OLDEST-SUB = ZERO
060400             MOVE TABLE-SUB TO OLDEST-SUB
060500         ELSE
060600         IF RECEIVABLE-DUE(TABLE-SUB)
060700                 < RECEIVABLE-DUE(OLDEST-SUB)
060800             MOVE TABLE-SUB TO OLDEST-SUB.

060900 SETTLE-ONE-RECEIVABLE.
061000     MOVE "Y" TO RECEIVABLE-DONE(OLDEST-SUB).
061100     IF RECEIVABLE-OPEN(OLDEST-SUB) > OFFSET-LEFT
061200         MOVE OFFSET-LEFT TO APPLY-AMOUNT
061300     ELSE
061400         MOVE RECEIVABLE-OPEN(OLDEST-SUB) TO APPLY-AMOUNT.
061500     MOVE APPLY-AMOUNT TO RECEIVABLE-SETTLED(OLDEST-SUB).
061600     SUBTRACT APPLY-AMOUNT FROM OFFSET-LEFT.
061700     MOVE RECEIVABLE-INVOICE(OLDEST-SUB) TO ARINV-NUMBER.
061800     PERFORM READ-INVOICE-RECORD.
061900     IF INVOICE-RECORD-FOUND = "Y"
062000         ADD APPLY-AMOUNT TO ARINV-PAID-AMOUNT
062100         IF ARINV-PAID-AMOUNT NOT < ARINV-AMOUNT
062200             MOVE NET-DATE TO ARINV-PAID-DATE.
062300     IF INVOICE-RECORD-FOUND = "Y"
062400         PERFORM REWRITE-INVOICE-RECORD
062500         MOVE ARINV-NUMBER TO ARRCPT-INVOICE
062600         MOVE APPLY-AMOUNT TO ARRCPT-AMOUNT
062700         PERFORM WRITE-RECEIPT-LINE.

062800 WRITE-RECEIPT-LINE.
062900     MOVE VCXR-CUSTOMER TO ARRCPT-CUSTOMER.
063000     MOVE NET-DATE TO ARRCPT-DATE.
063100     MOVE NET-CHECK TO ARRCPT-CHECK.
063200     MOVE RECEIPT-LINE TO ARRCPT-LINE.
063300     MOVE OPERATOR-ID TO ARRCPT-OPERATOR.
063400     MOVE ZEROES TO ARRCPT-BANK-ACCOUNT
063500                    ARRCPT-POST-RUN.
063600     MOVE SPACE TO ARRCPT-POSTED.
063700     WRITE AR-RECEIPT-RECORD
063800         INVALID KEY
063900         DISPLAY "ERROR WRITING RECEIPT HISTORY".
064000     ADD 1 TO RECEIPT-LINE.

064100 JOURNAL-THE-OFFSET.
064200     MOVE "APNET01" TO JOURNAL-PROGRAM.
064300     MOVE SPACE TO JOURNAL-KEY.
064400     MOVE VCXR-CUSTOMER TO JOURNAL-KEY.
064500     MOVE "AR-NETTED" TO JOURNAL-ACTION.
064600     MOVE OFFSET-AMOUNT TO JOURNAL-AMOUNT.
064700     PERFORM WRITE-JOURNAL-ENTRY.
064800     MOVE SPACE TO JOURNAL-KEY.
064900     MOVE VCXR-VENDOR TO JOURNAL-KEY.
065000     MOVE "NETTING" TO JOURNAL-ACTION.
065100     PERFORM WRITE-JOURNAL-ENTRY.

065200*---------------------------------
065300* The statement to the party -
065400* one page each.
065500*---------------------------------
065600 PRINT-NETTING-STATEMENT.
065700     MOVE NET-DATE TO PRINT-TITLE-DATE.
065800     MOVE TITLE-LINE TO PRINTER-RECORD.
065900     PERFORM WRITE-TO-PRINTER.
066000     MOVE SPACE TO PRINTER-RECORD.
066100     PERFORM WRITE-TO-PRINTER.
066200     MOVE VENDOR-NAME TO PRINT-PARTY-TEXT.
066300     MOVE "VENDOR" TO PRINT-PARTY-LABEL.
066400     MOVE VCXR-VENDOR TO PRINT-PARTY-NUMBER.
066500     PERFORM PRINT-PARTY-LINE.
066600     MOVE VENDOR-ADDRESS-1 TO PRINT-PARTY-TEXT.
066700     MOVE "CUSTOMER" TO PRINT-PARTY-LABEL.
066800     MOVE VCXR-CUSTOMER TO PRINT-PARTY-NUMBER.
066900     PERFORM PRINT-PARTY-LINE.
067000     IF VENDOR-ADDRESS-2 NOT = SPACE
067100         MOVE SPACE TO PARTY-LINE
067200         MOVE VENDOR-ADDRESS-2 TO PRINT-PARTY-TEXT
067300         PERFORM PRINT-PARTY-LINE.
067400     MOVE SPACE TO PARTY-LINE.
067500     STRING VENDOR-CITY DELIMITED BY "  "
067600            " " VENDOR-STATE " " VENDOR-ZIP
067700            DELIMITED BY SIZE INTO PRINT-PARTY-TEXT.
067800     PERFORM PRINT-PARTY-LINE.
067900     MOVE SPACE TO PRINTER-RECORD.
068000     PERFORM WRITE-TO-PRINTER.
068100     MOVE "YOUR INVOICES SETTLED BY OFFSET" TO PRINT-HEADING.
068200     PERFORM PRINT-HEADING-LINE.
068300     PERFORM PRINT-ONE-PAYABLE
068400         VARYING TABLE-SUB FROM 1 BY 1
068500          UNTIL TABLE-SUB > PAYABLE-COUNT.
068600     MOVE SPACE TO PRINTER-RECORD.
068700     PERFORM WRITE-TO-PRINTER.
068800     MOVE "OUR INVOICES SETTLED BY OFFSET" TO PRINT-HEADING.
068900     PERFORM PRINT-HEADING-LINE.
069000     PERFORM PRINT-ONE-RECEIVABLE
069100         VARYING TABLE-SUB FROM 1 BY 1
069200          UNTIL TABLE-SUB > RECEIVABLE-COUNT.
069300     MOVE SPACE TO PRINTER-RECORD.
069400     PERFORM WRITE-TO-PRINTER.
069500     MOVE "AMOUNT SETTLED BY OFFSET" TO PRINT-TOTAL-LABEL.
069600     MOVE OFFSET-AMOUNT TO PRINT-TOTAL-AMOUNT.
069700     PERFORM PRINT-TOTAL-LINE.
069800     PERFORM PRINT-NET-POSITION.
069900     PERFORM NEW-STATEMENT-PAGE.

070000 PRINT-PARTY-LINE.
070100     MOVE PARTY-LINE TO PRINTER-RECORD.
070200     PERFORM WRITE-TO-PRINTER.
070300     MOVE SPACE TO PARTY-LINE.

070400 PRINT-HEADING-LINE.
070500     MOVE HEADING-LINE TO PRINTER-RECORD.
070600     PERFORM WRITE-TO-PRINTER.
070700     MOVE ITEM-COLUMN-LINE TO PRINTER-RECORD.
070800     PERFORM WRITE-TO-PRINTER.

070900 PRINT-ONE-PAYABLE.
071000     IF PAYABLE-SETTLED(TABLE-SUB) NOT = ZERO
071100         MOVE PAYABLE-INVOICE(TABLE-SUB)
071200             TO PRINT-ITEM-REFERENCE
071300         MOVE PAYABLE-DUE(TABLE-SUB) TO PRINT-ITEM-DUE
071400         MOVE PAYABLE-AMOUNT(TABLE-SUB) TO PRINT-ITEM-AMOUNT
071500         MOVE PAYABLE-SETTLED(TABLE-SUB)
071600             TO PRINT-ITEM-SETTLED
071700         MOVE ITEM-LINE TO PRINTER-RECORD
071800         PERFORM WRITE-TO-PRINTER.

071900 PRINT-ONE-RECEIVABLE.
072000     IF RECEIVABLE-SETTLED(TABLE-SUB) NOT = ZERO
072100         MOVE SPACE TO PRINT-ITEM-REFERENCE
072200         MOVE RECEIVABLE-INVOICE(TABLE-SUB)
072300             TO PRINT-ITEM-REFERENCE
072400         MOVE RECEIVABLE-DUE(TABLE-SUB) TO PRINT-ITEM-DUE
072500         MOVE RECEIVABLE-OPEN(TABLE-SUB) TO PRINT-ITEM-AMOUNT
072600         MOVE RECEIVABLE-SETTLED(TABLE-SUB)
072700             TO PRINT-ITEM-SETTLED
072800         MOVE ITEM-LINE TO PRINTER-RECORD
072900         PERFORM WRITE-TO-PRINTER.

073000*---------------------------------
073100* What is left after the offset
073200* - only one side can have a
073300* balance.
073400*---------------------------------
073500 PRINT-NET-POSITION.
073600     IF PAYABLE-TOTAL > OFFSET-AMOUNT
073700         MOVE "BALANCE WE STILL OWE YOU - TO BE PAID"
073800             TO PRINT-TOTAL-LABEL
073900         SUBTRACT OFFSET-AMOUNT FROM PAYABLE-TOTAL
074000             GIVING PRINT-TOTAL-AMOUNT
074100         PERFORM PRINT-TOTAL-LINE
074200     ELSE
074300     IF RECEIVABLE-TOTAL > OFFSET-AMOUNT
074400         MOVE "BALANCE YOU STILL OWE US - PLEASE REMIT"
074500             TO PRINT-TOTAL-LABEL
074600         SUBTRACT OFFSET-AMOUNT FROM RECEIVABLE-TOTAL
074700             GIVING PRINT-TOTAL-AMOUNT
074800         PERFORM PRINT-TOTAL-LINE
074900     ELSE
075000         MOVE SPACE TO PRINTER-RECORD
075100         MOVE "BOTH ACCOUNTS ARE SETTLED IN FULL"
075200             TO PRINTER-RECORD
075300         PERFORM WRITE-TO-PRINTER.

075400 PRINT-TOTAL-LINE.
075500     MOVE TOTAL-LINE TO PRINTER-RECORD.
075600     PERFORM WRITE-TO-PRINTER.

075700 NEW-STATEMENT-PAGE.
075800     MOVE SPACE TO PRINTER-RECORD.
075900     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

076000*---------------------------------
076100* The control record lock, as
076200* ARCSH01 takes it.
076300*---------------------------------
076400 LOCK-THE-CONTROL-RECORD.
076500     MOVE "CONTROL" TO LOCK-WANTED-FILE.
076600     MOVE "1" TO LOCK-WANTED-RECORD.
076700     PERFORM ACQUIRE-RECORD-LOCK.

076800 UNLOCK-THE-CONTROL-RECORD.
076900     MOVE "CONTROL" TO LOCK-WANTED-FILE.
077000     MOVE "1" TO LOCK-WANTED-RECORD.
077100     PERFORM RELEASE-RECORD-LOCK.

077200*---------------------------------
077300* File I-O routines.
077400*---------------------------------
077500 READ-XREF-RECORD.
077600     MOVE ENTRY-VENDOR TO VCXR-VENDOR.
077700     MOVE "Y" TO XREF-RECORD-FOUND.
077800     READ VENDOR-CUSTOMER-XREF-FILE RECORD
077900       INVALID KEY
078000          MOVE "N" TO XREF-RECORD-FOUND.

078100 READ-PARTY-VENDOR.
078200     MOVE VCXR-VENDOR TO VENDOR-NUMBER.
078300     MOVE "Y" TO VENDOR-RECORD-FOUND.
078400     READ VENDOR-FILE RECORD
078500       INVALID KEY
078600          MOVE "N" TO VENDOR-RECORD-FOUND.

078700 READ-PARTY-CUSTOMER.
078800     MOVE VCXR-CUSTOMER TO CUSTOMER-NUMBER.
078900     MOVE "Y" TO CUSTOMER-RECORD-FOUND.
079000     READ CUSTOMER-FILE RECORD
079100       INVALID KEY
079200          MOVE "N" TO CUSTOMER-RECORD-FOUND.

079300 READ-VOUCHER-BATCH.
079400     MOVE VOUCHER-BATCH TO BATCH-NUMBER.
079500     MOVE "Y" TO BATCH-RECORD-FOUND.
079600     READ VOUCHER-BATCH-FILE RECORD
079700       INVALID KEY
079800          MOVE "N" TO BATCH-RECORD-FOUND.

079900 READ-VOUCHER-RECORD.
080000     MOVE "Y" TO VOUCHER-RECORD-FOUND.
080100     READ VOUCHER-FILE RECORD
080200       INVALID KEY
080300          MOVE "N" TO VOUCHER-RECORD-FOUND.

080400 WRITE-VOUCHER-RECORD.
080500     WRITE VOUCHER-RECORD
080600         INVALID KEY
080700         DISPLAY "ERROR WRITING VOUCHER RECORD".

080800 REWRITE-VOUCHER-RECORD.
080900     REWRITE VOUCHER-RECORD
081000         INVALID KEY
081100         DISPLAY "ERROR REWRITING VOUCHER RECORD".

081200 READ-INVOICE-RECORD.
081300     MOVE "Y" TO INVOICE-RECORD-FOUND.
081400     READ AR-INVOICE-FILE RECORD
081500       INVALID KEY
081600          MOVE "N" TO INVOICE-RECORD-FOUND.

081700 REWRITE-INVOICE-RECORD.
081800     REWRITE AR-INVOICE-RECORD
081900         INVALID KEY
082000         DISPLAY "ERROR REWRITING INVOICE RECORD".

082100 READ-CONTROL-RECORD.
082200     MOVE 1 TO CONTROL-KEY.
082300     MOVE "Y" TO CONTROL-RECORD-FOUND.
082400     READ CONTROL-FILE RECORD
082500       INVALID KEY
082600          MOVE "N" TO CONTROL-RECORD-FOUND
082700          DISPLAY "CONTROL FILE IS INVALID".

082800 REWRITE-CONTROL-RECORD.
082900     REWRITE CONTROL-RECORD
083000         INVALID KEY
083100         DISPLAY "ERROR REWRITING CONTROL RECORD".

083200 WRITE-TO-PRINTER.
083300     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

083400     COPY "PLDATE01.CBL".

083500     COPY "PLOPID01.CBL".

083600     COPY "PLJRNL01.CBL".

083700     COPY "PLLOCK01.CBL".

083800     COPY "PLBWIN01.CBL".
