000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GLREC01.
000300*---------------------------------
000400* Month-end subledger to general
000500* ledger reconciliation. Each
000600* subledger's total prints next
000700* to the GL-BALANCE-FILE balance
000800* of the control account it
000900* should agree with, through an
001000* operator-entered period
001100* (CCYYMM), all companies, with
001200* the difference:
001300* 1 AP - unpaid VOUCHER-AMOUNTs
001400*   (the APPROOF1 balance)
001500*   against APACCRUAL, the
001600*   accrual-basis GLPOST01
001700*   liability
001800* 2 BANK - BANK-BALANCE of each
001900*   BANK-FILE account against
002000*   its BANK-GL-ACCOUNT
002100* 3 INVENTORY - stock ledger
002200*   book value (beginning +
002300*   receipts - cost relief +
002400*   adjustments - transfers out
002433*   + transfers in, plus what is
002466*   in transit to it) of each
002500*   store/division against its
002600*   SLMAP-INVENTORY-ACCOUNT, or
002700*   SLSSUSP where SLSGL01 would
002800*   find no mapping
002900* 4 AR - the open balance of
003000*   AR-INVOICE-FILE against the
003100*   ARTRADE receivables account.
003200* Subledgers sharing one control
003300* account are added together
003400* before the comparison. The
003500* subledger side is as the
003600* files stand, so the report is
003700* run at month end once the
003800* period's GL is posted; any
003900* account out of balance is
004000* flagged *** and counted.
004100*---------------------------------
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.

004500     COPY "SLVOUCH.CBL".

004600     COPY "SLBANK01.CBL".

004700     COPY "SLSTKLED.CBL".

004800     COPY "SLSLMAP.CBL".

004900     COPY "SLARINV.CBL".

005000     COPY "SLGLBAL.CBL".

005100     SELECT SORT-FILE
005200         ASSIGN TO "SORT".

005300     SELECT PRINTER-FILE
005400         ASSIGN TO PRINTER
005500         ORGANIZATION IS LINE SEQUENTIAL.

005600 DATA DIVISION.
005700 FILE SECTION.

005800     COPY "FDVOUCH.CBL".

005900     COPY "FDBANK01.CBL".

006000     COPY "FDSTKLED.CBL".

006100     COPY "FDSLMAP.CBL".

006200     COPY "FDARINV.CBL".

006300     COPY "FDGLBAL.CBL".

006400 SD  SORT-FILE.
006500 01  SORT-RECORD.
006600     05  SORT-SECTION             PIC 9.
006700     05  SORT-ACCOUNT             PIC X(10).
006800     05  SORT-AMOUNT              PIC S9(11)V99.

006900 FD  PRINTER-FILE
007000     LABEL RECORDS ARE OMITTED.
007100 01  PRINTER-RECORD              PIC X(80).

007200 WORKING-STORAGE SECTION.

007300 77  VOUCHER-FILE-AT-END         PIC X.
007400 77  BANK-FILE-AT-END            PIC X.
007500 77  LEDGER-FILE-AT-END          PIC X.
007600 77  INVOICE-FILE-AT-END         PIC X.
007700 77  BALANCE-FILE-AT-END         PIC X.
007800 77  SORT-FILE-AT-END            PIC X.
007900 77  MAP-RECORD-FOUND            PIC X.
008000 77  REPORT-PERIOD               PIC 9(6).
008100 77  CURRENT-SECTION             PIC 9.
008200 77  CURRENT-ACCOUNT             PIC X(10).
008300 77  ACCOUNT-ITEMS               PIC 9(5).
008400 77  SUBLEDGER-AMOUNT            PIC S9(11)V99.
008500 77  GL-AMOUNT                   PIC S9(11)V99.
008600 77  DIFFERENCE-AMOUNT           PIC S9(11)V99.
008700 77  SECTION-SUBLEDGER           PIC S9(11)V99.
008800 77  SECTION-GL                  PIC S9(11)V99.
008900 77  SECTION-DIFFERENCE          PIC S9(11)V99.
009000 77  OUT-OF-BALANCE-COUNT        PIC 999.
009100 77  LINE-COUNT                  PIC 999 VALUE ZERO.
009200 77  PAGE-NUMBER                 PIC 9999 VALUE ZERO.
009300 77  MAXIMUM-LINES               PIC 999 VALUE 55.

009400 01  SECTION-NAMES.
009500     05  FILLER PIC X(40)
009600         VALUE "ACCOUNTS PAYABLE - OPEN VOUCHERS".
009700     05  FILLER PIC X(40)
009800         VALUE "BANK - BANK ACCOUNT BALANCES".
009900     05  FILLER PIC X(40)
010000         VALUE "INVENTORY - STOCK LEDGER BOOK VALUE".
010100     05  FILLER PIC X(40)
010200         VALUE "ACCOUNTS RECEIVABLE - OPEN INVOICES".
010300 01  FILLER REDEFINES SECTION-NAMES.
010400     05  SECTION-NAME            PIC X(40) OCCURS 4 TIMES.

010500 01  DETAIL-LINE.
010600     05  PRINT-ACCOUNT           PIC X(10).
010700     05  FILLER                  PIC X(1).
010800     05  PRINT-ITEMS             PIC ZZZZ9.
010900     05  PRINT-SUBLEDGER         PIC ZZZ,ZZZ,ZZ9.99-.
011000     05  PRINT-GL                PIC ZZZ,ZZZ,ZZ9.99-.
011100     05  PRINT-DIFFERENCE        PIC ZZZ,ZZZ,ZZ9.99-.
011200     05  FILLER                  PIC X(1).
011300     05  PRINT-OUT-FLAG          PIC X(3).

011400 01  SECTION-LINE.
011500     05  PRINT-SECTION-NAME      PIC X(40).

011600 01  COLUMN-LINE.
011700     05  FILLER         PIC X(16) VALUE "GL ACCOUNT ITEMS".
011800     05  FILLER         PIC X(15) VALUE "      SUBLEDGER".
011900     05  FILLER         PIC X(15) VALUE "     GL BALANCE".
012000     05  FILLER         PIC X(15) VALUE "     DIFFERENCE".

012100 01  TITLE-LINE.
012200     05  FILLER              PIC X(10) VALUE SPACE.
012300     05  FILLER              PIC X(40)
012400         VALUE "SUBLEDGER TO GL RECONCILIATION - PERIOD".
012500     05  PRINT-TITLE-PERIOD  PIC 9(6).
012600     05  FILLER              PIC X(8) VALUE SPACE.
012700     05  FILLER              PIC X(5) VALUE "PAGE:".
012800     05  FILLER              PIC X(1) VALUE SPACE.
012900     05  PRINT-PAGE-NUMBER   PIC ZZZ9.

013000 01  RESULT-LINE.
013100     05  PRINT-OUT-COUNT         PIC ZZ9.
013200     05  FILLER                  PIC X(38)
013300         VALUE " CONTROL ACCOUNT(S) OUT OF BALANCE".

013400 PROCEDURE DIVISION.
013500 PROGRAM-BEGIN.
013600     PERFORM OPENING-PROCEDURE.
013700     PERFORM MAIN-PROCESS.
013800     PERFORM CLOSING-PROCEDURE.

013833 PROGRAM-EXIT.
013866     EXIT PROGRAM.

013900 PROGRAM-DONE.
014000     STOP RUN.

014100 OPENING-PROCEDURE.
014200     OPEN INPUT VOUCHER-FILE.
014300     OPEN INPUT BANK-FILE.
014400     OPEN INPUT STOCK-LEDGER-FILE.
014500     OPEN INPUT SALES-MAP-FILE.
014600     OPEN INPUT AR-INVOICE-FILE.
014700     OPEN INPUT GL-BALANCE-FILE.
014800     OPEN OUTPUT PRINTER-FILE.

014900 CLOSING-PROCEDURE.
015000     CLOSE VOUCHER-FILE.
015100     CLOSE BANK-FILE.
015200     CLOSE STOCK-LEDGER-FILE.
015300     CLOSE SALES-MAP-FILE.
015400     CLOSE AR-INVOICE-FILE.
015500     CLOSE GL-BALANCE-FILE.
015600     PERFORM END-LAST-PAGE.
015700     CLOSE PRINTER-FILE.

015800 MAIN-PROCESS.
015900     DISPLAY "ENTER PERIOD TO RECONCILE (CCYYMM, 0 TO EXIT)".
016000     ACCEPT REPORT-PERIOD.
016100     IF REPORT-PERIOD NOT = ZEROES
016200         MOVE REPORT-PERIOD TO PRINT-TITLE-PERIOD
016300         PERFORM START-NEW-PAGE
016400         PERFORM RECONCILE-THE-LEDGERS
016500         PERFORM PRINT-THE-RESULT.

016600 RECONCILE-THE-LEDGERS.
016700     MOVE ZEROES TO OUT-OF-BALANCE-COUNT.
016800     SORT SORT-FILE
016900         ON ASCENDING KEY SORT-SECTION
017000                          SORT-ACCOUNT
017100         INPUT PROCEDURE IS RELEASE-ALL-SUBLEDGERS
017200         OUTPUT PROCEDURE IS PRINT-ALL-SECTIONS.

017300*---------------------------------
017400* INPUT PROCEDURE - one sort
017500* record per open voucher, bank
017600* account, stock ledger bucket
017700* and open invoice, under the
017800* control account it belongs
017900* to.
018000*---------------------------------
018100 RELEASE-ALL-SUBLEDGERS.
018200     PERFORM RELEASE-OPEN-VOUCHERS.
018300     PERFORM RELEASE-BANK-ACCOUNTS.
018400     PERFORM RELEASE-STOCK-LEDGER.
018500     PERFORM RELEASE-OPEN-INVOICES.

018600 RELEASE-OPEN-VOUCHERS.
018700     MOVE "N" TO VOUCHER-FILE-AT-END.
018800     MOVE ZEROES TO VOUCHER-NUMBER.
018900     START VOUCHER-FILE
019000        KEY NOT < VOUCHER-NUMBER
019100         INVALID KEY MOVE "Y" TO VOUCHER-FILE-AT-END.
019200     PERFORM RELEASE-ONE-VOUCHER
019300         UNTIL VOUCHER-FILE-AT-END = "Y".

019400 RELEASE-ONE-VOUCHER.
019500     READ VOUCHER-FILE NEXT RECORD
019600         AT END MOVE "Y" TO VOUCHER-FILE-AT-END.
019700     IF VOUCHER-FILE-AT-END NOT = "Y"
019800        AND VOUCHER-PAID-DATE = ZEROES
019900         MOVE 1 TO SORT-SECTION
020000         MOVE "APACCRUAL" TO SORT-ACCOUNT
020100         MOVE VOUCHER-AMOUNT TO SORT-AMOUNT
020200         RELEASE SORT-RECORD.

020300 RELEASE-BANK-ACCOUNTS.
020400     MOVE "N" TO BANK-FILE-AT-END.
020500     MOVE ZEROES TO BANK-ACCOUNT-NUMBER.
020600     START BANK-FILE
020700        KEY NOT < BANK-ACCOUNT-NUMBER
020800         INVALID KEY MOVE "Y" TO BANK-FILE-AT-END.
020900     PERFORM RELEASE-ONE-BANK
021000         UNTIL BANK-FILE-AT-END = "Y".

021100 RELEASE-ONE-BANK.
021200     READ BANK-FILE NEXT RECORD
021300         AT END MOVE "Y" TO BANK-FILE-AT-END.
021400     IF BANK-FILE-AT-END NOT = "Y"
021500         MOVE 2 TO SORT-SECTION
021600         MOVE BANK-GL-ACCOUNT TO SORT-ACCOUNT
021700         MOVE BANK-BALANCE TO SORT-AMOUNT
021800         RELEASE SORT-RECORD.

021900 RELEASE-STOCK-LEDGER.
022000     MOVE "N" TO LEDGER-FILE-AT-END.
022100     MOVE LOW-VALUES TO STKLED-KEY.
022200     START STOCK-LEDGER-FILE
022300        KEY NOT < STKLED-KEY
022400         INVALID KEY MOVE "Y" TO LEDGER-FILE-AT-END.
022500     PERFORM RELEASE-ONE-BUCKET
022600         UNTIL LEDGER-FILE-AT-END = "Y".

022700 RELEASE-ONE-BUCKET.
022800     READ STOCK-LEDGER-FILE NEXT RECORD
022900         AT END MOVE "Y" TO LEDGER-FILE-AT-END.
023000     IF LEDGER-FILE-AT-END NOT = "Y"
023100         MOVE 3 TO SORT-SECTION
023200         PERFORM FIND-INVENTORY-ACCOUNT
023300         COMPUTE SORT-AMOUNT =
023400             STKLED-BEGINNING + STKLED-RECEIPTS
023500             - STKLED-COS-RELIEF + STKLED-ADJUSTMENTS
023533             - STKLED-TRANSFERS-OUT + STKLED-TRANSFERS-IN
023566             + STKLED-IN-TRANSIT
023600         RELEASE SORT-RECORD.

023700 FIND-INVENTORY-ACCOUNT.
023800     MOVE STKLED-STORE TO SLMAP-STORE.
023900     MOVE STKLED-DIVISION TO SLMAP-DIVISION.
024000     MOVE "Y" TO MAP-RECORD-FOUND.
024100     READ SALES-MAP-FILE RECORD
024200       INVALID KEY
024300          MOVE "N" TO MAP-RECORD-FOUND.
024400     IF MAP-RECORD-FOUND = "Y"
024500         MOVE SLMAP-INVENTORY-ACCOUNT TO SORT-ACCOUNT
024600     ELSE
024700         MOVE "SLSSUSP" TO SORT-ACCOUNT.

024800 RELEASE-OPEN-INVOICES.
024900     MOVE "N" TO INVOICE-FILE-AT-END.
025000     MOVE ZEROES TO ARINV-NUMBER.
025100     START AR-INVOICE-FILE
025200        KEY NOT < ARINV-NUMBER
025300         INVALID KEY MOVE "Y" TO INVOICE-FILE-AT-END.
025400     PERFORM RELEASE-ONE-INVOICE
025500         UNTIL INVOICE-FILE-AT-END = "Y".

025600 RELEASE-ONE-INVOICE.
025700     READ AR-INVOICE-FILE NEXT RECORD
025800         AT END MOVE "Y" TO INVOICE-FILE-AT-END.
025900     IF INVOICE-FILE-AT-END NOT = "Y"
026000        AND ARINV-PAID-DATE = ZEROES
026100         MOVE 4 TO SORT-SECTION
026200         MOVE "ARTRADE" TO SORT-ACCOUNT
026300         COMPUTE SORT-AMOUNT =
026400             ARINV-AMOUNT - ARINV-PAID-AMOUNT
026500         RELEASE SORT-RECORD.

026600*---------------------------------
026700* OUTPUT PROCEDURE - a line per
026800* control account at the
026900* account break, a total line
027000* per section.
027100*---------------------------------
027200 PRINT-ALL-SECTIONS.
027300     MOVE "N" TO SORT-FILE-AT-END.
027400     PERFORM RETURN-NEXT-SORT.
027500     PERFORM PRINT-ONE-SECTION
027600         UNTIL SORT-FILE-AT-END = "Y".

027700 PRINT-ONE-SECTION.
027800     MOVE SORT-SECTION TO CURRENT-SECTION.
027900     MOVE ZEROES TO SECTION-SUBLEDGER
028000                    SECTION-GL
028100                    SECTION-DIFFERENCE.
028200     PERFORM PRINT-SECTION-HEADING.
028300     PERFORM PRINT-ONE-ACCOUNT
028400         UNTIL SORT-FILE-AT-END = "Y"
028500            OR SORT-SECTION NOT = CURRENT-SECTION.
028600     PERFORM PRINT-SECTION-TOTAL.

028700 PRINT-ONE-ACCOUNT.
028800     MOVE SORT-ACCOUNT TO CURRENT-ACCOUNT.
028900     MOVE ZEROES TO SUBLEDGER-AMOUNT
029000                    ACCOUNT-ITEMS.
029100     PERFORM ADD-ONE-SORT-RECORD
029200         UNTIL SORT-FILE-AT-END = "Y"
029300            OR SORT-SECTION NOT = CURRENT-SECTION
029400            OR SORT-ACCOUNT NOT = CURRENT-ACCOUNT.
029500     PERFORM FIGURE-GL-BALANCE.
029600     COMPUTE DIFFERENCE-AMOUNT =
029700         SUBLEDGER-AMOUNT - GL-AMOUNT.
029800     ADD SUBLEDGER-AMOUNT TO SECTION-SUBLEDGER.
029900     ADD GL-AMOUNT TO SECTION-GL.
030000     ADD DIFFERENCE-AMOUNT TO SECTION-DIFFERENCE.
030100     PERFORM PRINT-ACCOUNT-LINE.

030200 ADD-ONE-SORT-RECORD.
030300     ADD SORT-AMOUNT TO SUBLEDGER-AMOUNT.
030400     ADD 1 TO ACCOUNT-ITEMS.
030500     PERFORM RETURN-NEXT-SORT.

030600*---------------------------------
030700* Every bucket of the account
030800* through the period, all
030900* companies - the balance sheet
031000* figure GLFIN01 prints. AP is a
031100* liability, so its natural
031200* balance is credits less
031300* debits; the others are
031400* assets.
031500*---------------------------------
031600 FIGURE-GL-BALANCE.
031700     MOVE ZEROES TO GL-AMOUNT.
031800     MOVE "N" TO BALANCE-FILE-AT-END.
031900     MOVE CURRENT-ACCOUNT TO GLBAL-ACCOUNT.
032000     MOVE ZEROES TO GLBAL-PERIOD.
032100     MOVE LOW-VALUES TO GLBAL-COMPANY.
032200     START GL-BALANCE-FILE
032300        KEY NOT < GLBAL-KEY
032400         INVALID KEY MOVE "Y" TO BALANCE-FILE-AT-END.
032500     PERFORM READ-NEXT-BALANCE.
032600     PERFORM ADD-ONE-BALANCE
032700         UNTIL BALANCE-FILE-AT-END = "Y".

032800 ADD-ONE-BALANCE.
032900     IF GLBAL-PERIOD NOT > REPORT-PERIOD
033000         IF CURRENT-SECTION = 1
033100             COMPUTE GL-AMOUNT =
033200                 GL-AMOUNT + GLBAL-CREDITS - GLBAL-DEBITS
033300         ELSE
033400             COMPUTE GL-AMOUNT =
033500                 GL-AMOUNT + GLBAL-DEBITS - GLBAL-CREDITS.
033600     PERFORM READ-NEXT-BALANCE.

033700 PRINT-SECTION-HEADING.
033800     IF LINE-COUNT > MAXIMUM-LINES
033900         PERFORM START-NEXT-PAGE.
034000     MOVE SECTION-NAME(CURRENT-SECTION)
034100         TO PRINT-SECTION-NAME.
034200     MOVE SECTION-LINE TO PRINTER-RECORD.
034300     PERFORM WRITE-TO-PRINTER.

034400 PRINT-ACCOUNT-LINE.
034500     IF LINE-COUNT > MAXIMUM-LINES
034600         PERFORM START-NEXT-PAGE.
034700     MOVE SPACE TO DETAIL-LINE.
034800     MOVE CURRENT-ACCOUNT TO PRINT-ACCOUNT.
034900     MOVE ACCOUNT-ITEMS TO PRINT-ITEMS.
035000     MOVE SUBLEDGER-AMOUNT TO PRINT-SUBLEDGER.
035100     MOVE GL-AMOUNT TO PRINT-GL.
035200     MOVE DIFFERENCE-AMOUNT TO PRINT-DIFFERENCE.
035300     IF DIFFERENCE-AMOUNT NOT = ZEROES
035400         MOVE "***" TO PRINT-OUT-FLAG
035500         ADD 1 TO OUT-OF-BALANCE-COUNT.
035600     MOVE DETAIL-LINE TO PRINTER-RECORD.
035700     PERFORM WRITE-TO-PRINTER.

035800 PRINT-SECTION-TOTAL.
035900     MOVE SPACE TO DETAIL-LINE.
036000     MOVE "TOTAL" TO PRINT-ACCOUNT.
036100     MOVE SECTION-SUBLEDGER TO PRINT-SUBLEDGER.
036200     MOVE SECTION-GL TO PRINT-GL.
036300     MOVE SECTION-DIFFERENCE TO PRINT-DIFFERENCE.
036400     MOVE DETAIL-LINE TO PRINTER-RECORD.
036500     PERFORM WRITE-TO-PRINTER.
036600     PERFORM LINE-FEED.

036700 PRINT-THE-RESULT.
036800     PERFORM LINE-FEED.
036900     MOVE OUT-OF-BALANCE-COUNT TO PRINT-OUT-COUNT.
037000     MOVE RESULT-LINE TO PRINTER-RECORD.
037100     PERFORM WRITE-TO-PRINTER.
037200     IF OUT-OF-BALANCE-COUNT = ZEROES
037300         DISPLAY "ALL CONTROL ACCOUNTS AGREE"
037400     ELSE
037500         DISPLAY OUT-OF-BALANCE-COUNT
037600             " CONTROL ACCOUNT(S) OUT OF BALANCE".

037700*---------------------------------
037800* File I-O routines.
037900*---------------------------------
038000 RETURN-NEXT-SORT.
038100     RETURN SORT-FILE
038200         AT END MOVE "Y" TO SORT-FILE-AT-END.

038300 READ-NEXT-BALANCE.
038400     IF BALANCE-FILE-AT-END NOT = "Y"
038500         READ GL-BALANCE-FILE NEXT RECORD
038600             AT END MOVE "Y" TO BALANCE-FILE-AT-END.
038700     IF BALANCE-FILE-AT-END NOT = "Y"
038800        AND GLBAL-ACCOUNT NOT = CURRENT-ACCOUNT
038900         MOVE "Y" TO BALANCE-FILE-AT-END.

039000*---------------------------------
039100* Printing routines.
039200*---------------------------------
039300 WRITE-TO-PRINTER.
039400     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
039500     ADD 1 TO LINE-COUNT.

039600 LINE-FEED.
039700     MOVE SPACE TO PRINTER-RECORD.
039800     PERFORM WRITE-TO-PRINTER.

039900 START-NEXT-PAGE.
040000     PERFORM END-LAST-PAGE.
040100     PERFORM START-NEW-PAGE.

040200 START-NEW-PAGE.
040300     ADD 1 TO PAGE-NUMBER.
040400     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
040500     MOVE TITLE-LINE TO PRINTER-RECORD.
040600     PERFORM WRITE-TO-PRINTER.
040700     PERFORM LINE-FEED.
040800     MOVE COLUMN-LINE TO PRINTER-RECORD.
040900     PERFORM WRITE-TO-PRINTER.
041000     PERFORM LINE-FEED.

041100 END-LAST-PAGE.
041200     PERFORM FORM-FEED.
041300     MOVE ZERO TO LINE-COUNT.

041400 FORM-FEED.
041500     MOVE SPACE TO PRINTER-RECORD.
041600     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
