000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ARCRRF01.
000300*---------------------------------
000400* Aged customer credits for
000500* refund. Lists every open
000600* credit item on AR-INVOICE-FILE
000700* (credit memo "C", unapplied
000800* cash "U") dated more than an
000900* operator-entered number of
001000* days ago, with the credit
001100* still open.
001200* On request each listed credit
001300* is refunded: a voucher to the
001400* one-time payee (vendor 99999)
001500* is raised for the open credit,
001600* addressed from the customer
001700* master, invoice REFnnnnnnn
001800* (the credit item), charged to
001900* the receivables control
002000* account ARTRADE, and the
002100* credit is closed as used up.
002200* CHKRUN01 pays the voucher like
002300* any other. Everything is
002400* journaled.
002420* While the nightly batch window
002440* is up (PLBWIN01.CBL) the credits
002460* are only listed; no refund is
002480* raised once the window goes up.
002500*---------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.

002900     COPY "SLARINV.CBL".

003000     COPY "SLCUST01.CBL".

003100     COPY "SLVOUCH.CBL".

003200     COPY "SLOTP01.CBL".

003300     COPY "SLCONTRL.CBL".

003400     COPY "SLCOMP01.CBL".

003500     COPY "SLLOCK01.CBL".

003600     COPY "SLJRNL01.CBL".

003633     COPY "SLBWIN01.CBL".

003666     COPY "SLBWLOG.CBL".

003700     SELECT PRINTER-FILE
003800         ASSIGN TO PRINTER
003900         ORGANIZATION IS LINE SEQUENTIAL.

004000 DATA DIVISION.
004100 FILE SECTION.

004200     COPY "FDARINV.CBL".

004300     COPY "FDCUST01.CBL".

004400     COPY "FDVOUCH.CBL".

004500     COPY "FDOTP01.CBL".

004600     COPY "FDCONTRL.CBL".

004700     COPY "FDCOMP01.CBL".

004800     COPY "FDLOCK01.CBL".

004900     COPY "FDJRNL01.CBL".

004933     COPY "FDBWIN01.CBL".

004966     COPY "FDBWLOG.CBL".

005000 FD  PRINTER-FILE
005100     LABEL RECORDS ARE OMITTED.
005200 01  PRINTER-RECORD              PIC X(80).

005300 WORKING-STORAGE SECTION.

005400 77  FILE-AT-END                 PIC X.
005500 77  CUSTOMER-RECORD-FOUND       PIC X.
005600 77  CONTROL-RECORD-FOUND        PIC X.
005700 77  RAISE-REFUNDS               PIC X.
005800 77  MINIMUM-AGE                 PIC 9(3).
005900 77  TODAY-INTEGER               PIC S9(9) COMP.
006000 77  CREDIT-AGE                  PIC S9(9) COMP.
006100 77  OPEN-CREDIT                 PIC S9(8)V99.
006200 77  TOTAL-CREDIT                PIC S9(9)V99 VALUE ZERO.
006300 77  TOTAL-REFUNDED              PIC S9(9)V99 VALUE ZERO.
006400 77  LINE-COUNT                  PIC 999 VALUE ZERO.
006500 77  PAGE-NUMBER                 PIC 9999 VALUE ZERO.
006600 77  MAXIMUM-LINES               PIC 999 VALUE 55.

006700 01  DETAIL-LINE.
006800     05  PRINT-ITEM-NUMBER       PIC Z(7).
006900     05  FILLER                  PIC X     VALUE SPACE.
007000     05  PRINT-ITEM-TYPE         PIC X.
007100     05  FILLER                  PIC X     VALUE SPACE.
007200     05  PRINT-CUSTOMER-NUMBER   PIC Z(5).
007300     05  FILLER                  PIC X     VALUE SPACE.
007400     05  PRINT-CUSTOMER-NAME     PIC X(20).
007500     05  FILLER                  PIC X     VALUE SPACE.
007600     05  PRINT-DATE              PIC Z9/99/9999.
007700     05  FILLER                  PIC X     VALUE SPACE.
007800     05  PRINT-AGE               PIC ZZZZ9.
007900     05  FILLER                  PIC X     VALUE SPACE.
008000     05  PRINT-AMOUNT            PIC ZZZ,ZZ9.99-.
008100     05  FILLER                  PIC X     VALUE SPACE.
008200     05  PRINT-VOUCHER           PIC Z(7).

008300 01  TOTAL-LINE.
008400     05  FILLER                  PIC X(20) VALUE SPACE.
008500     05  PRINT-TOTAL-LABEL       PIC X(20).
008600     05  PRINT-TOTAL             PIC ZZZ,ZZZ,ZZ9.99-.

008700 01  COLUMN-LINE.
008800     05  FILLER         PIC X(8)  VALUE "ITEM".
008900     05  FILLER         PIC X(2)  VALUE "T".
009000     05  FILLER         PIC X(27) VALUE "CUSTOMER".
009100     05  FILLER         PIC X(11) VALUE "DATE".
009200     05  FILLER         PIC X(6)  VALUE "  DAYS".
009300     05  FILLER         PIC X(13) VALUE "  OPEN CREDIT".
009400     05  FILLER         PIC X(7)  VALUE "VOUCHER".

009500 01  TITLE-LINE.
009600     05  FILLER              PIC X(10) VALUE SPACE.
009700     05  FILLER              PIC X(27)
009800         VALUE "CUSTOMER CREDITS OVER".
009900     05  PRINT-TITLE-AGE     PIC ZZ9.
010000     05  FILLER              PIC X(10) VALUE " DAYS OLD".
010100     05  FILLER              PIC X(5) VALUE SPACE.
010200     05  FILLER              PIC X(5) VALUE "PAGE:".
010300     05  FILLER              PIC X(1) VALUE SPACE.
010400     05  PRINT-PAGE-NUMBER   PIC ZZZ9.

010500     COPY "WSDATE01.CBL".

010600     COPY "WSCASE01.CBL".

010700     COPY "WSOPID01.CBL".

010800     COPY "WSCOMP1.CBL".

010900     COPY "WSLOCK01.CBL".

010950     COPY "WSBWIN01.CBL".

011000 PROCEDURE DIVISION.
011100 PROGRAM-BEGIN.
011200     PERFORM GET-OPERATOR-ID.
011250     MOVE "ARCRRF01" TO BWIN-PROGRAM-NAME.
011300     PERFORM OPENING-PROCEDURE.
011400     PERFORM GET-RUN-OPTIONS.
011500     PERFORM START-NEW-PAGE.
011600     MOVE "N" TO FILE-AT-END.
011700     PERFORM READ-FIRST-INVOICE.
011800     PERFORM PROCESS-ONE-ITEM
011900         UNTIL FILE-AT-END = "Y".
012000     PERFORM PRINT-TOTALS.
012100     PERFORM CLOSING-PROCEDURE.

012200 PROGRAM-EXIT.
012300     EXIT PROGRAM.

012400 PROGRAM-DONE.
012500     STOP RUN.

012600 OPENING-PROCEDURE.
012700     OPEN I-O AR-INVOICE-FILE.
012800     OPEN INPUT CUSTOMER-FILE.
012900     OPEN I-O VOUCHER-FILE.
013000     OPEN I-O ONE-TIME-PAYEE-FILE.
013100     OPEN I-O CONTROL-FILE.
013200     OPEN INPUT COMPANY-FILE.
013300     OPEN I-O LOCK-FILE.
013400     OPEN EXTEND JOURNAL-FILE.
013500     OPEN OUTPUT PRINTER-FILE.
013600     PERFORM GET-TODAYS-DATE.
013700     COMPUTE TODAY-INTEGER =
013800         FUNCTION INTEGER-OF-DATE(DATE-CCYYMMDD).

013900 CLOSING-PROCEDURE.
014000     CLOSE AR-INVOICE-FILE.
014100     CLOSE CUSTOMER-FILE.
014200     CLOSE VOUCHER-FILE.
014300     CLOSE ONE-TIME-PAYEE-FILE.
014400     CLOSE CONTROL-FILE.
014500     CLOSE COMPANY-FILE.
014600     CLOSE LOCK-FILE.
014700     CLOSE JOURNAL-FILE.
014800     PERFORM END-LAST-PAGE.
014900     CLOSE PRINTER-FILE.

015000 GET-RUN-OPTIONS.
015100     DISPLAY "LIST CREDITS OLDER THAN HOW MANY DAYS?".
015200     ACCEPT MINIMUM-AGE.
015300     MOVE MINIMUM-AGE TO PRINT-TITLE-AGE.
015400     PERFORM ASK-RAISE-REFUNDS.
015416     IF RAISE-REFUNDS = "Y"
015432         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON
015448         IF BATCH-UPDATES-ALLOWED NOT = "Y"
015464             DISPLAY "THE CREDITS ARE LISTED WITHOUT REFUNDS"
015480             MOVE "N" TO RAISE-REFUNDS.
015500     IF RAISE-REFUNDS = "Y"
015600         PERFORM GET-COMPANY-CODE.

015700 ASK-RAISE-REFUNDS.
015800     PERFORM ACCEPT-RAISE-REFUNDS.
015900     PERFORM RE-ACCEPT-RAISE-REFUNDS
016000         UNTIL RAISE-REFUNDS = "Y" OR "N".

016100 ACCEPT-RAISE-REFUNDS.
016200     DISPLAY "RAISE REFUND VOUCHERS FOR THEM (Y/N)?".
016300     ACCEPT RAISE-REFUNDS.
016400     INSPECT RAISE-REFUNDS
016500      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

016600 RE-ACCEPT-RAISE-REFUNDS.
016700     DISPLAY "YOU MUST ENTER YES OR NO".
016800     PERFORM ACCEPT-RAISE-REFUNDS.

016900 PROCESS-ONE-ITEM.
017000     IF ARINV-PAID-DATE = ZEROES
017100        AND ARINV-PAID-AMOUNT > ARINV-AMOUNT
017200         PERFORM CHECK-CREDIT-AGE.
017300     PERFORM READ-NEXT-INVOICE.

017400 CHECK-CREDIT-AGE.
017500     COMPUTE CREDIT-AGE = TODAY-INTEGER -
017600         FUNCTION INTEGER-OF-DATE(ARINV-DATE).
017700     IF CREDIT-AGE > MINIMUM-AGE
017800         PERFORM LIST-THE-CREDIT.

017900 LIST-THE-CREDIT.
018000     IF LINE-COUNT > MAXIMUM-LINES
018100         PERFORM START-NEXT-PAGE.
018200     COMPUTE OPEN-CREDIT = ARINV-PAID-AMOUNT - ARINV-AMOUNT.
018300     ADD OPEN-CREDIT TO TOTAL-CREDIT.
018400     PERFORM CUSTOMER-ON-FILE.
018500     MOVE ZEROES TO VOUCHER-NUMBER.
018525     IF RAISE-REFUNDS = "Y"
018550        AND BATCH-UPDATES-ALLOWED = "Y"
018575         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
018600     IF RAISE-REFUNDS = "Y"
018650        AND BATCH-UPDATES-ALLOWED = "Y"
018700         PERFORM REFUND-THE-CREDIT.
018800     PERFORM PRINT-THE-RECORD.

018900 PRINT-THE-RECORD.
019000     MOVE SPACE TO DETAIL-LINE.
019100     MOVE ARINV-NUMBER TO PRINT-ITEM-NUMBER.
019200     MOVE ARINV-TYPE TO PRINT-ITEM-TYPE.
019300     MOVE ARINV-CUSTOMER TO PRINT-CUSTOMER-NUMBER.
019400     IF CUSTOMER-RECORD-FOUND = "N"
019500         MOVE "***Not Found***" TO PRINT-CUSTOMER-NAME
019600     ELSE
019700         MOVE CUSTOMER-NAME TO PRINT-CUSTOMER-NAME.
019800     MOVE ARINV-DATE TO DATE-CCYYMMDD.
019900     PERFORM FORMAT-THE-DATE.
020000     MOVE FORMATTED-DATE TO PRINT-DATE.
020100     MOVE CREDIT-AGE TO PRINT-AGE.
020200     MOVE OPEN-CREDIT TO PRINT-AMOUNT.
020300     MOVE VOUCHER-NUMBER TO PRINT-VOUCHER.
020400     MOVE DETAIL-LINE TO PRINTER-RECORD.
020500     PERFORM WRITE-TO-PRINTER.

020600 CUSTOMER-ON-FILE.
020700     MOVE ARINV-CUSTOMER TO CUSTOMER-NUMBER.
020800     MOVE "Y" TO CUSTOMER-RECORD-FOUND.
020900     READ CUSTOMER-FILE RECORD
021000       INVALID KEY
021100          MOVE "N" TO CUSTOMER-RECORD-FOUND.

021200 PRINT-TOTALS.
021300     PERFORM LINE-FEED.
021400     MOVE SPACE TO TOTAL-LINE.
021500     MOVE "TOTAL OPEN CREDIT:" TO PRINT-TOTAL-LABEL.
021600     MOVE TOTAL-CREDIT TO PRINT-TOTAL.
021700     MOVE TOTAL-LINE TO PRINTER-RECORD.
021800     PERFORM WRITE-TO-PRINTER.
021900     IF RAISE-REFUNDS = "Y"
022000         MOVE SPACE TO TOTAL-LINE
022100         MOVE "TOTAL REFUNDED:" TO PRINT-TOTAL-LABEL
022200         MOVE TOTAL-REFUNDED TO PRINT-TOTAL
022300         MOVE TOTAL-LINE TO PRINTER-RECORD
022400         PERFORM WRITE-TO-PRINTER.

022500*---------------------------------
022600* A credit with no customer on
022700* file has no one to pay and is
022800* only listed.
022900*---------------------------------
023000 REFUND-THE-CREDIT.
023100     IF CUSTOMER-RECORD-FOUND = "Y"
023200         PERFORM RETRIEVE-NEXT-VOUCHER-NUMBER.
023300     IF VOUCHER-NUMBER NOT = ZEROES
023400         PERFORM BUILD-REFUND-VOUCHER
023500         PERFORM WRITE-REFUND-PAYEE
023600         PERFORM CLOSE-THE-CREDIT
023700         PERFORM JOURNAL-THE-REFUND
023800         ADD OPEN-CREDIT TO TOTAL-REFUNDED.

023900*---------------------------------
024000* The number hand-out holds the
024100* CONTROL record through the
024200* lock registry (PLLOCK01), the
024300* same way VCHNEW01's does.
024400*---------------------------------
024500 RETRIEVE-NEXT-VOUCHER-NUMBER.
024600     PERFORM LOCK-THE-CONTROL-RECORD.
024700     IF LOCK-ACQUIRED = "Y"
024800         PERFORM READ-CONTROL-RECORD
024900         ADD 1 TO CONTROL-LAST-VOUCHER
025000         MOVE CONTROL-LAST-VOUCHER TO VOUCHER-NUMBER
025100         PERFORM REWRITE-CONTROL-RECORD
025200         PERFORM UNLOCK-THE-CONTROL-RECORD
025300     ELSE
025400         DISPLAY "NO VOUCHER NUMBER ASSIGNED FOR CREDIT "
025500             ARINV-NUMBER " - REFUND NOT RAISED"
025600         MOVE ZEROES TO VOUCHER-NUMBER.

025700 LOCK-THE-CONTROL-RECORD.
025800     MOVE "CONTROL" TO LOCK-WANTED-FILE.
025900     MOVE "1" TO LOCK-WANTED-RECORD.
026000     PERFORM ACQUIRE-RECORD-LOCK.

026100 UNLOCK-THE-CONTROL-RECORD.
026200     MOVE "CONTROL" TO LOCK-WANTED-FILE.
026300     MOVE "1" TO LOCK-WANTED-RECORD.
026400     PERFORM RELEASE-RECORD-LOCK.

026500 BUILD-REFUND-VOUCHER.
026600     MOVE SPACE TO VOUCHER-INVOICE
026700                   VOUCHER-FOR.
026800     STRING "REF" ARINV-NUMBER DELIMITED BY SIZE
026900         INTO VOUCHER-INVOICE.
027000     MOVE "CUSTOMER REFUND" TO VOUCHER-FOR.
027100     MOVE 99999 TO VOUCHER-VENDOR.
027200     MOVE OPEN-CREDIT TO VOUCHER-AMOUNT.
027300     PERFORM GET-TODAYS-DATE.
027400     MOVE DATE-CCYYMMDD TO VOUCHER-DATE.
027500     MOVE DATE-CCYYMMDD TO VOUCHER-DUE.
027600     MOVE "N" TO VOUCHER-DEDUCTIBLE
027700                 VOUCHER-TAXABLE
027800                 VOUCHER-SELECTED
027900                 VOUCHER-RECEIPT-HOLD
028000                 VOUCHER-GL-STAGE1-POSTED
028100                 VOUCHER-GL-STAGE2-POSTED
028200                 VOUCHER-DISPUTE-FLAG
028250                 VOUCHER-NETTED.
028300     MOVE "Y" TO VOUCHER-ONE-TIME-FLAG.
028400     MOVE ZEROES TO VOUCHER-PAID-DATE
028500                    VOUCHER-PAID-AMOUNT
028600                    VOUCHER-CHECK-NO
028700                    VOUCHER-SPLIT-FROM
028800                    VOUCHER-APPROVAL-LEVELS-REQUIRED
028900                    VOUCHER-APPROVAL-LEVELS-DONE
029000                    VOUCHER-PO-NUMBER
029100                    VOUCHER-BATCH
029200                    VOUCHER-PAY-RUN
029300                    VOUCHER-DISCOUNT-PERCENT
029400                    VOUCHER-DISCOUNT-DATE
029500                    VOUCHER-DISCOUNT-AMOUNT
029600                    VOUCHER-EXCH-GAIN-LOSS
029700                    VOUCHER-GST-AMOUNT
029800                    VOUCHER-STORE
029850                    VOUCHER-PROJECT
029850                    VOUCHER-WIRE-NUMBER.
029850     MOVE SPACE TO VOUCHER-REMIT-TO.
029900     MOVE 1 TO VOUCHER-ENTRY-RATE.
030000     MOVE "USD" TO VOUCHER-CURRENCY-CODE.
030100     MOVE "ARTRADE" TO VOUCHER-GL-ACCOUNT.
030200     MOVE THIS-COMPANY TO VOUCHER-COMPANY.
030300     WRITE VOUCHER-RECORD
030400         INVALID KEY
030500         DISPLAY "RECORD ALREADY ON FILE".

030600 WRITE-REFUND-PAYEE.
030700     MOVE SPACE TO ONE-TIME-PAYEE-RECORD.
030800     MOVE VOUCHER-NUMBER TO OTP-VOUCHER.
030900     MOVE CUSTOMER-NAME TO OTP-NAME.
031000     MOVE CUSTOMER-ADDRESS-1 TO OTP-ADDRESS-1.
031100     MOVE CUSTOMER-ADDRESS-2 TO OTP-ADDRESS-2.
031200     MOVE CUSTOMER-CITY TO OTP-CITY.
031300     MOVE CUSTOMER-STATE TO OTP-STATE.
031400     MOVE CUSTOMER-ZIP TO OTP-ZIP.
031500     MOVE "N" TO OTP-1099-FLAG.
031600     WRITE ONE-TIME-PAYEE-RECORD
031700         INVALID KEY
031800         DISPLAY "ERROR WRITING ONE-TIME PAYEE".

031900 CLOSE-THE-CREDIT.
032000     MOVE ARINV-AMOUNT TO ARINV-PAID-AMOUNT.
032100     MOVE VOUCHER-DATE TO ARINV-PAID-DATE.
032200     REWRITE AR-INVOICE-RECORD
032300         INVALID KEY
032400         DISPLAY "ERROR REWRITING INVOICE RECORD".

032500 JOURNAL-THE-REFUND.
032600     MOVE "ARCRRF01" TO JOURNAL-PROGRAM.
032700     MOVE SPACE TO JOURNAL-KEY.
032800     STRING ARINV-NUMBER "/" VOUCHER-NUMBER
032900         DELIMITED BY SIZE INTO JOURNAL-KEY.
033000     MOVE "AR-REFUND" TO JOURNAL-ACTION.
033100     MOVE OPEN-CREDIT TO JOURNAL-AMOUNT.
033200     PERFORM WRITE-JOURNAL-ENTRY.

033300*---------------------------------
033400* File I-O routines.
033500*---------------------------------
033600 READ-FIRST-INVOICE.
033700     MOVE ZEROES TO ARINV-NUMBER.
033800     START AR-INVOICE-FILE
033900        KEY NOT < ARINV-NUMBER
034000         INVALID KEY MOVE "Y" TO FILE-AT-END.
034100     IF FILE-AT-END NOT = "Y"
034200         PERFORM READ-NEXT-INVOICE.

034300 READ-NEXT-INVOICE.
034400     READ AR-INVOICE-FILE NEXT RECORD
034500         AT END MOVE "Y" TO FILE-AT-END.

034600 READ-CONTROL-RECORD.
034700     MOVE 1 TO CONTROL-KEY.
034800     MOVE "Y" TO CONTROL-RECORD-FOUND.
034900     READ CONTROL-FILE RECORD
035000         INVALID KEY
035100          MOVE "N" TO CONTROL-RECORD-FOUND
035200          DISPLAY "CONTROL FILE IS INVALID".

035300 REWRITE-CONTROL-RECORD.
035400     REWRITE CONTROL-RECORD
035500         INVALID KEY
035600         DISPLAY "ERROR REWRITING CONTROL RECORD".

035700*---------------------------------
035800* Printing routines.
035900*---------------------------------
036000 WRITE-TO-PRINTER.
036100     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
036200     ADD 1 TO LINE-COUNT.

036300 LINE-FEED.
036400     MOVE SPACE TO PRINTER-RECORD.
036500     PERFORM WRITE-TO-PRINTER.

036600 START-NEXT-PAGE.
036700     PERFORM END-LAST-PAGE.
036800     PERFORM START-NEW-PAGE.

036900 START-NEW-PAGE.
037000     ADD 1 TO PAGE-NUMBER.
037100     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
037200     MOVE TITLE-LINE TO PRINTER-RECORD.
037300     PERFORM WRITE-TO-PRINTER.
037400     PERFORM LINE-FEED.
037500     MOVE COLUMN-LINE TO PRINTER-RECORD.
037600     PERFORM WRITE-TO-PRINTER.
037700     PERFORM LINE-FEED.

037800 END-LAST-PAGE.
037900     PERFORM FORM-FEED.
038000     MOVE ZERO TO LINE-COUNT.

038100 FORM-FEED.
038200     MOVE SPACE TO PRINTER-RECORD.
038300     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

038400     COPY "PLDATE01.CBL".

038500     COPY "PLOPID01.CBL".

038600     COPY "PLCOMP1.CBL".

038700     COPY "PLLOCK01.CBL".

038800     COPY "PLJRNL01.CBL".

038900     COPY "PLBWIN01.CBL".
