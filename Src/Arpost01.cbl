000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ARPOST01.
000300*---------------------------------
000400* Daily receivables posting -
000500* the AR side of what GLPOST01
000600* does for payables, runnable
000700* as a NIGHTRUN step. Every
000800* invoice, credit memo and
000900* customer receipt not yet
001000* posted becomes GLEXPORT-format
001100* lines on the AREXP file, under
001200* transmission control
001300* (PLEXPCTL.CBL), for GLUPD01:
001400* - an invoice DEBITS the
001500*   receivables control account
001600*   ARTRADE and CREDITS its
001700*   revenue account
001800*   (ARINV-GL-ACCOUNT); a credit
001900*   memo the reverse. Each line
002000*   carries the invoice as an A
002100*   reference.
002200* - a receipt DEBITS the
002300*   BANK-GL-ACCOUNT of the bank
002400*   account the check was
002500*   deposited to and CREDITS
002600*   ARTRADE for the whole check -
002700*   any part left unapplied
002800*   stays in ARTRADE as the
002900*   customer's credit. The lines
003000*   carry the customer and check
003100*   as an R reference, and the
003200*   check is added to that
003300*   account's BANK-BALANCE.
003400* A receipt whose bank account
003500* is no longer on BANK-FILE is
003600* held, listed and left for the
003700* next run. A prior AREXP still
003800* pending is never overwritten.
003900* The run prints a proof list
004000* and is journaled (PLJRNL01).
004100*---------------------------------
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.

004500     COPY "SLARINV.CBL".

004600     COPY "SLARRCP.CBL".

004700     COPY "SLBANK01.CBL".

004800     COPY "SLJRNL01.CBL".

004900     COPY "SLEXPCTL.CBL".

005000     SELECT GL-EXPORT-FILE
005100         ASSIGN TO "AREXP"
005200         ORGANIZATION IS LINE SEQUENTIAL.

005300     SELECT PRINTER-FILE
005400         ASSIGN TO PRINTER
005500         ORGANIZATION IS LINE SEQUENTIAL.

005600 DATA DIVISION.
005700 FILE SECTION.

005800     COPY "FDARINV.CBL".

005900     COPY "FDARRCP.CBL".

006000     COPY "FDBANK01.CBL".

006100     COPY "FDJRNL01.CBL".

006200     COPY "FDEXPCTL.CBL".

006300 FD  GL-EXPORT-FILE
006400     LABEL RECORDS ARE OMITTED.
006500 01  GL-EXPORT-RECORD            PIC X(100).

006600 FD  PRINTER-FILE
006700     LABEL RECORDS ARE OMITTED.
006800 01  PRINTER-RECORD              PIC X(80).

006900 WORKING-STORAGE SECTION.

007000 77  INVOICE-FILE-AT-END          PIC X.
007100 77  RECEIPT-FILE-AT-END          PIC X.
007200 77  BANK-RECORD-FOUND            PIC X.
007300 77  POST-AMOUNT                  PIC S9(9)V99.
007400 77  DEBIT-ACCOUNT                PIC X(10).
007500 77  CREDIT-ACCOUNT               PIC X(10).
007600 77  LINE-DATE                    PIC 9(8).
007700 77  LINE-DESCRIPTION             PIC X(25).
007800 77  LINE-REF-TYPE                PIC X.
007900 77  LINE-REFERENCE               PIC X(16).
008000 77  INVOICE-COUNT                PIC 9(5).
008100 77  RECEIPT-COUNT                PIC 9(5).
008200 77  HELD-COUNT                   PIC 9(5).
008300 77  EXPORT-RUN-NUMBER            PIC 9(5).
008400 77  EXPORT-LINE-COUNT            PIC 9(6).
008500 77  EXPORT-DEBIT-TOTAL           PIC S9(11)V99.
008600 77  EXPORT-CREDIT-TOTAL          PIC S9(11)V99.
008700 77  LINE-COUNT                   PIC 999 VALUE ZERO.
008800 77  PAGE-NUMBER                  PIC 9999 VALUE ZERO.
008900 77  MAXIMUM-LINES                PIC 999 VALUE 55.

009000 01  RECEIPT-REFERENCE.
009100     05  REF-CUSTOMER            PIC 9(5).
009200     05  REF-CHECK               PIC X(10).
009300     05  FILLER                  PIC X.

009400     COPY "WSGLLINE.CBL".

009500 01  PROOF-LINE.
009600     05  PRINT-REF-TYPE          PIC X.
009700     05  FILLER                  PIC X     VALUE SPACE.
009800     05  PRINT-REFERENCE         PIC X(15).
009900     05  FILLER                  PIC X     VALUE SPACE.
010000     05  PRINT-ACCOUNT           PIC X(10).
010100     05  FILLER                  PIC X     VALUE SPACE.
010200     05  PRINT-DEBIT             PIC ZZZ,ZZZ,ZZ9.99-.
010300     05  FILLER                  PIC X     VALUE SPACE.
010400     05  PRINT-CREDIT            PIC ZZZ,ZZZ,ZZ9.99-.
010500     05  FILLER                  PIC X     VALUE SPACE.
010600     05  PRINT-DESCRIPTION       PIC X(19).

010700 01  HELD-LINE.
010800     05  FILLER                  PIC X(16)
010900         VALUE "*** HELD - CUST ".
011000     05  PRINT-HELD-CUSTOMER     PIC 9(5).
011100     05  FILLER                  PIC X(7)  VALUE " CHECK ".
011200     05  PRINT-HELD-CHECK        PIC X(10).
011300     05  FILLER                  PIC X(14)
011400         VALUE " BANK ACCOUNT ".
011500     05  PRINT-HELD-BANK         PIC 9(10).
011600     05  FILLER                  PIC X(12)
011700         VALUE " NOT ON FILE".

011800 01  COLUMN-LINE.
011900     05  FILLER         PIC X(2)  VALUE "T".
012000     05  FILLER         PIC X(16) VALUE "REFERENCE".
012100     05  FILLER         PIC X(11) VALUE "ACCOUNT".
012200     05  FILLER         PIC X(16) VALUE "          DEBIT".
012300     05  FILLER         PIC X(16) VALUE "         CREDIT".
012400     05  FILLER         PIC X(11) VALUE "DESCRIPTION".

012500 01  TITLE-LINE.
012600     05  FILLER              PIC X(12) VALUE SPACE.
012700     05  FILLER              PIC X(34)
012800         VALUE "RECEIVABLES POSTING PROOF LIST".
012900     05  FILLER              PIC X(5) VALUE SPACE.
013000     05  FILLER              PIC X(5) VALUE "PAGE:".
013100     05  FILLER              PIC X(1) VALUE SPACE.
013200     05  PRINT-PAGE-NUMBER   PIC ZZZ9.

013300 01  TOTAL-LINE.
013400     05  FILLER              PIC X(29) VALUE "TOTALS".
013500     05  PRINT-TOTAL-DEBITS  PIC ZZZ,ZZZ,ZZ9.99-.
013600     05  FILLER              PIC X     VALUE SPACE.
013700     05  PRINT-TOTAL-CREDITS PIC ZZZ,ZZZ,ZZ9.99-.

013800     COPY "WSEXPCTL.CBL".

013900     COPY "WSDATE01.CBL".

014000     COPY "WSCASE01.CBL".

014100     COPY "WSOPID01.CBL".

014200 PROCEDURE DIVISION.
014300 PROGRAM-BEGIN.
014400     PERFORM GET-OPERATOR-ID.
014500     PERFORM OPENING-PROCEDURE.
014600     PERFORM MAIN-PROCESS.
014700     PERFORM CLOSING-PROCEDURE.

014800 PROGRAM-EXIT.
014900     EXIT PROGRAM.

015000 PROGRAM-DONE.
015100     STOP RUN.

015200 OPENING-PROCEDURE.
015300     OPEN I-O AR-INVOICE-FILE.
015400     OPEN I-O AR-RECEIPT-FILE.
015500     OPEN I-O BANK-FILE.
015600     OPEN EXTEND JOURNAL-FILE.
015700     OPEN I-O EXPORT-CONTROL-FILE.
015800     OPEN OUTPUT PRINTER-FILE.

015900 CLOSING-PROCEDURE.
016000     CLOSE AR-INVOICE-FILE.
016100     CLOSE AR-RECEIPT-FILE.
016200     CLOSE BANK-FILE.
016300     CLOSE JOURNAL-FILE.
016400     CLOSE EXPORT-CONTROL-FILE.
016500     CLOSE PRINTER-FILE.

016600 MAIN-PROCESS.
016700     MOVE "AREXP" TO EXPCTL-CHECK-NAME.
016800     PERFORM CHECK-EXPORT-PENDING.
016900     IF EXPCTL-PENDING-FOUND = "Y"
017000         DISPLAY "*** A PRIOR AREXP FILE IS STILL"
017100         DISPLAY "*** PENDING - POST IT WITH GLUPD01 AND"
017200         DISPLAY "*** MARK IT IN EXPCTL01 BEFORE"
017300         DISPLAY "*** GENERATING ANOTHER"
017400     ELSE
017500         PERFORM POST-RECEIVABLES.

017600 POST-RECEIVABLES.
017700     ADD 1 TO EXPCTL-LAST-RUN GIVING EXPORT-RUN-NUMBER.
017800     MOVE ZEROES TO EXPORT-LINE-COUNT
017900                    EXPORT-DEBIT-TOTAL
018000                    EXPORT-CREDIT-TOTAL
018100                    INVOICE-COUNT
018200                    RECEIPT-COUNT
018300                    HELD-COUNT.
018400     OPEN OUTPUT GL-EXPORT-FILE.
018500     PERFORM START-NEW-PAGE.
018600     PERFORM POST-ALL-INVOICES.
018700     PERFORM POST-ALL-RECEIPTS.
018800     CLOSE GL-EXPORT-FILE.
018900     PERFORM PRINT-TOTAL-LINE.
019000     PERFORM END-LAST-PAGE.
019100     DISPLAY INVOICE-COUNT " INVOICE(S) AND CREDIT(S) POSTED".
019200     DISPLAY RECEIPT-COUNT " RECEIPT(S) POSTED".
019300     IF HELD-COUNT NOT = ZERO
019400         DISPLAY HELD-COUNT
019500             " RECEIPT(S) HELD - BANK ACCOUNT NOT ON FILE".
019600     IF EXPORT-LINE-COUNT = ZERO
019700         DISPLAY "NOTHING WAITING TO POST"
019800     ELSE
019900         PERFORM LOG-THIS-EXPORT
020000         DISPLAY EXPORT-LINE-COUNT
020100             " LINE(S) WRITTEN TO AREXP - POST THE"
020200         DISPLAY "FILE WITH GLUPD01".

020300*---------------------------------
020400* Invoices and credit memos
020500* waiting (ARINV-POSTED "N").
020600* A credit memo carries a
020700* negative amount and posts the
020800* other way round.
020900*---------------------------------
021000 POST-ALL-INVOICES.
021100     MOVE "N" TO INVOICE-FILE-AT-END.
021200     MOVE ZEROES TO ARINV-NUMBER.
021300     START AR-INVOICE-FILE
021400        KEY NOT < ARINV-NUMBER
021500         INVALID KEY MOVE "Y" TO INVOICE-FILE-AT-END.
021600     PERFORM POST-ONE-INVOICE
021700         UNTIL INVOICE-FILE-AT-END = "Y".

021800 POST-ONE-INVOICE.
021900     READ AR-INVOICE-FILE NEXT RECORD
022000         AT END MOVE "Y" TO INVOICE-FILE-AT-END.
022100     IF INVOICE-FILE-AT-END NOT = "Y"
022200        AND ARINV-POSTED = "N"
022300         PERFORM POST-THE-INVOICE.

022400 POST-THE-INVOICE.
022500     IF ARINV-AMOUNT < ZERO
022600         COMPUTE POST-AMOUNT = ZERO - ARINV-AMOUNT
022700         MOVE ARINV-GL-ACCOUNT TO DEBIT-ACCOUNT
022800         MOVE "ARTRADE" TO CREDIT-ACCOUNT
022900         MOVE "AR CREDIT MEMO" TO LINE-DESCRIPTION
023000     ELSE
023100         MOVE ARINV-AMOUNT TO POST-AMOUNT
023200         MOVE "ARTRADE" TO DEBIT-ACCOUNT
023300         MOVE ARINV-GL-ACCOUNT TO CREDIT-ACCOUNT
023400         MOVE "AR INVOICE" TO LINE-DESCRIPTION.
023500     MOVE ARINV-DATE TO LINE-DATE.
023600     MOVE "A" TO LINE-REF-TYPE.
023700     MOVE SPACE TO LINE-REFERENCE.
023800     MOVE ARINV-NUMBER TO LINE-REFERENCE.
023900     PERFORM WRITE-LINE-PAIR.
024000     MOVE "Y" TO ARINV-POSTED.
024100     MOVE EXPORT-RUN-NUMBER TO ARINV-POST-RUN.
024200     REWRITE AR-INVOICE-RECORD
024300         INVALID KEY
024400         DISPLAY "ERROR REWRITING INVOICE RECORD".
024500     ADD 1 TO INVOICE-COUNT.

024600*---------------------------------
024700* Receipts waiting - only the
024800* check line (000) of a receipt
024900* is ever flagged "N".
025000*---------------------------------
025100 POST-ALL-RECEIPTS.
025200     MOVE "N" TO RECEIPT-FILE-AT-END.
025300     MOVE LOW-VALUES TO ARRCPT-KEY.
025400     START AR-RECEIPT-FILE
025500        KEY NOT < ARRCPT-KEY
025600         INVALID KEY MOVE "Y" TO RECEIPT-FILE-AT-END.
025700     PERFORM POST-ONE-RECEIPT
025800         UNTIL RECEIPT-FILE-AT-END = "Y".

025900 POST-ONE-RECEIPT.
026000     READ AR-RECEIPT-FILE NEXT RECORD
026100         AT END MOVE "Y" TO RECEIPT-FILE-AT-END.
026200     IF RECEIPT-FILE-AT-END NOT = "Y"
026300        AND ARRCPT-POSTED = "N"
026400         PERFORM POST-THE-RECEIPT.

026500 POST-THE-RECEIPT.
026600     PERFORM READ-BANK-RECORD.
026700     IF BANK-RECORD-FOUND = "N"
026800         PERFORM HOLD-THE-RECEIPT
026900     ELSE
027000         PERFORM DEPOSIT-THE-RECEIPT.

027100 HOLD-THE-RECEIPT.
027200     ADD 1 TO HELD-COUNT.
027300     MOVE ARRCPT-CUSTOMER TO PRINT-HELD-CUSTOMER.
027400     MOVE ARRCPT-CHECK TO PRINT-HELD-CHECK.
027500     MOVE ARRCPT-BANK-ACCOUNT TO PRINT-HELD-BANK.
027600     IF LINE-COUNT > MAXIMUM-LINES
027700         PERFORM START-NEXT-PAGE.
027800     MOVE HELD-LINE TO PRINTER-RECORD.
027900     PERFORM WRITE-TO-PRINTER.

028000 DEPOSIT-THE-RECEIPT.
028100     MOVE ARRCPT-AMOUNT TO POST-AMOUNT.
028200     MOVE BANK-GL-ACCOUNT TO DEBIT-ACCOUNT.
028300     MOVE "ARTRADE" TO CREDIT-ACCOUNT.
028400     MOVE "AR CUSTOMER RECEIPT" TO LINE-DESCRIPTION.
028500     MOVE ARRCPT-DATE TO LINE-DATE.
028600     MOVE "R" TO LINE-REF-TYPE.
028700     MOVE ARRCPT-CUSTOMER TO REF-CUSTOMER.
028800     MOVE ARRCPT-CHECK TO REF-CHECK.
028900     MOVE RECEIPT-REFERENCE TO LINE-REFERENCE.
029000     PERFORM WRITE-LINE-PAIR.
029100     ADD ARRCPT-AMOUNT TO BANK-BALANCE.
029200     REWRITE BANK-RECORD
029300         INVALID KEY
029400         DISPLAY "ERROR REWRITING BANK RECORD".
029500     PERFORM JOURNAL-THE-DEPOSIT.
029600     MOVE "Y" TO ARRCPT-POSTED.
029700     MOVE EXPORT-RUN-NUMBER TO ARRCPT-POST-RUN.
029800     REWRITE AR-RECEIPT-RECORD
029900         INVALID KEY
030000         DISPLAY "ERROR REWRITING RECEIPT HISTORY".
030100     ADD 1 TO RECEIPT-COUNT.

030200 JOURNAL-THE-DEPOSIT.
030300     MOVE "ARPOST01" TO JOURNAL-PROGRAM.
030400     MOVE SPACE TO JOURNAL-KEY.
030500     MOVE BANK-ACCOUNT-NUMBER TO JOURNAL-KEY.
030600     MOVE "AR-DEPOSIT" TO JOURNAL-ACTION.
030700     MOVE ARRCPT-AMOUNT TO JOURNAL-AMOUNT.
030800     PERFORM WRITE-JOURNAL-ENTRY.

030900*---------------------------------
031000* One debit line and one credit
031100* line for POST-AMOUNT.
031200* Receivables carry no company;
031300* the lines post to the default
031400* company keyed at the GLUPD01
031500* run.
031600*---------------------------------
031700 WRITE-LINE-PAIR.
031800     MOVE DEBIT-ACCOUNT TO GLLINE-ACCOUNT.
031900     MOVE POST-AMOUNT TO GLLINE-DEBIT.
032000     MOVE ZEROES TO GLLINE-CREDIT.
032100     PERFORM WRITE-EXPORT-LINE.
032200     MOVE CREDIT-ACCOUNT TO GLLINE-ACCOUNT.
032300     MOVE ZEROES TO GLLINE-DEBIT.
032400     MOVE POST-AMOUNT TO GLLINE-CREDIT.
032500     PERFORM WRITE-EXPORT-LINE.

032600 WRITE-EXPORT-LINE.
032700     MOVE LINE-DATE TO GLLINE-DATE.
032800     MOVE LINE-DESCRIPTION TO GLLINE-DESCRIPTION.
032900     MOVE SPACE TO GLLINE-COMPANY.
033000     MOVE LINE-REF-TYPE TO GLLINE-REF-TYPE.
033100     MOVE LINE-REFERENCE TO GLLINE-REFERENCE.
033200     MOVE GL-EXPORT-LINE TO GL-EXPORT-RECORD.
033300     WRITE GL-EXPORT-RECORD.
033400     ADD 1 TO EXPORT-LINE-COUNT.
033500     ADD GLLINE-DEBIT TO EXPORT-DEBIT-TOTAL.
033600     ADD GLLINE-CREDIT TO EXPORT-CREDIT-TOTAL.
033700     MOVE SPACE TO PROOF-LINE.
033800     MOVE LINE-REF-TYPE TO PRINT-REF-TYPE.
033900     MOVE LINE-REFERENCE TO PRINT-REFERENCE.
034000     MOVE GLLINE-ACCOUNT TO PRINT-ACCOUNT.
034100     MOVE GLLINE-DEBIT TO PRINT-DEBIT.
034200     MOVE GLLINE-CREDIT TO PRINT-CREDIT.
034300     MOVE LINE-DESCRIPTION TO PRINT-DESCRIPTION.
034400     PERFORM PRINT-PROOF-LINE.

034500 LOG-THIS-EXPORT.
034600     MOVE "AREXP" TO EXPCTL-CHECK-NAME.
034700     MOVE EXPORT-LINE-COUNT TO EXPCTL-NEW-COUNT.
034800     MOVE EXPORT-DEBIT-TOTAL TO EXPCTL-NEW-TOTAL.
034900     PERFORM LOG-EXPORT-FILE.
035000     MOVE "ARPOST01" TO JOURNAL-PROGRAM.
035100     MOVE SPACE TO JOURNAL-KEY.
035200     STRING "AREXP>" EXPORT-RUN-NUMBER
035300         DELIMITED BY SIZE INTO JOURNAL-KEY.
035400     MOVE "EXPORT" TO JOURNAL-ACTION.
035500     MOVE EXPORT-DEBIT-TOTAL TO JOURNAL-AMOUNT.
035600     PERFORM WRITE-JOURNAL-ENTRY.

035700 READ-BANK-RECORD.
035800     MOVE ARRCPT-BANK-ACCOUNT TO BANK-ACCOUNT-NUMBER.
035900     MOVE "Y" TO BANK-RECORD-FOUND.
036000     READ BANK-FILE RECORD
036100       INVALID KEY
036200          MOVE "N" TO BANK-RECORD-FOUND.

036300*---------------------------------
036400* Printing routines.
036500*---------------------------------
036600 PRINT-PROOF-LINE.
036700     IF LINE-COUNT > MAXIMUM-LINES
036800         PERFORM START-NEXT-PAGE.
036900     MOVE PROOF-LINE TO PRINTER-RECORD.
037000     PERFORM WRITE-TO-PRINTER.

037100 PRINT-TOTAL-LINE.
037200     PERFORM LINE-FEED.
037300     MOVE EXPORT-DEBIT-TOTAL TO PRINT-TOTAL-DEBITS.
037400     MOVE EXPORT-CREDIT-TOTAL TO PRINT-TOTAL-CREDITS.
037500     MOVE TOTAL-LINE TO PRINTER-RECORD.
037600     PERFORM WRITE-TO-PRINTER.

037700 WRITE-TO-PRINTER.
037800     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
037900     ADD 1 TO LINE-COUNT.

038000 LINE-FEED.
038100     MOVE SPACE TO PRINTER-RECORD.
038200     PERFORM WRITE-TO-PRINTER.

038300 START-NEXT-PAGE.
038400     PERFORM END-LAST-PAGE.
038500     PERFORM START-NEW-PAGE.

038600 START-NEW-PAGE.
038700     ADD 1 TO PAGE-NUMBER.
038800     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
038900     MOVE TITLE-LINE TO PRINTER-RECORD.
039000     PERFORM WRITE-TO-PRINTER.
039100     PERFORM LINE-FEED.
039200     MOVE COLUMN-LINE TO PRINTER-RECORD.
039300     PERFORM WRITE-TO-PRINTER.
039400     PERFORM LINE-FEED.

039500 END-LAST-PAGE.
039600     PERFORM FORM-FEED.
039700     MOVE ZERO TO LINE-COUNT.

039800 FORM-FEED.
039900     MOVE SPACE TO PRINTER-RECORD.
040000     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

040100     COPY "PLEXPCTL.CBL".

040200     COPY "PLDATE01.CBL".

040300     COPY "PLOPID01.CBL".

040400     COPY "PLJRNL01.CBL".
