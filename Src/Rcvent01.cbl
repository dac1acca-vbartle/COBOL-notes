002400* check run can pick it up.
002500* Every receipt and release is
002600* journaled (PLJRNL01).
002611* A receipt on a merchandise
002622* PO line (one carrying a store
002633* and division) is posted at
002644* once into that bucket's
002655* STKLED-RECEIPTS on the stock
002666* ledger, and the amount posted
002677* kept on the receipt for the
002688* daily tie report RCVTIE01.
002691* Its value at the line's unit
002694* retail posts alongside into
002697* STKLED-RECEIPTS-RETAIL.
002698* Nothing is entered or released
002699* while the nightly batch window
002699* is up (PLBWIN01.CBL); a receipt
002699* confirmed or a release started
002699* as the window goes up is not
002699* written.
002700*---------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.

003400     COPY "SLJRNL01.CBL".

003450     COPY "SLSTKLED.CBL".

003466     COPY "SLBWIN01.CBL".

003482     COPY "SLBWLOG.CBL".

003500 DATA DIVISION.
003600 FILE SECTION.


004000     COPY "FDJRNL01.CBL".

004050     COPY "FDSTKLED.CBL".

004066     COPY "FDBWIN01.CBL".

004082     COPY "FDBWLOG.CBL".

004100 WORKING-STORAGE SECTION.

004200 77  PO-RECORD-FOUND              PIC X.
004300 77  RECEIPT-FILE-AT-END          PIC X.
004400 77  VOUCHER-FILE-AT-END          PIC X.
004425 77  RECEIPT-WRITTEN              PIC X.
004450 77  LEDGER-RECORD-FOUND          PIC X.
004475 77  LEDGER-POSTED                PIC X.
004500 77  OK-TO-PROCESS                PIC X.
004600 77  MODE-CHOICE                  PIC X.
004700 77  NEXT-RECEIPT-SEQUENCE        PIC 9(3).

006100     COPY "WSOPID01.CBL".

006150     COPY "WSBWIN01.CBL".

006200 PROCEDURE DIVISION.
006300 PROGRAM-BEGIN.
006400     PERFORM OPENING-PROCEDURE.
006500     PERFORM GET-OPERATOR-ID.
006525     MOVE "RCVENT01" TO BWIN-PROGRAM-NAME.
006550     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
006575     IF BATCH-UPDATES-ALLOWED = "Y"
006600         PERFORM MAIN-PROCESS.
006700     PERFORM CLOSING-PROCEDURE.

006733 PROGRAM-EXIT.
006766     EXIT PROGRAM.

006800 PROGRAM-DONE.
006900     STOP RUN.

007200     OPEN I-O RECEIPT-FILE.
007300     OPEN I-O VOUCHER-FILE.
007400     OPEN EXTEND JOURNAL-FILE.
007450     OPEN I-O STOCK-LEDGER-FILE.

007500 CLOSING-PROCEDURE.
007600     CLOSE PO-FILE.
007700     CLOSE RECEIPT-FILE.
007800     CLOSE VOUCHER-FILE.
007900     CLOSE JOURNAL-FILE.
007950     CLOSE STOCK-LEDGER-FILE.

008000 MAIN-PROCESS.
008100     PERFORM ENTER-MODE-CHOICE.
009300         DISPLAY "YOU MUST ENTER E, R, OR Q"
009400         PERFORM ENTER-MODE-CHOICE.

009416 ENTER-NEXT-MODE-CHOICE.
009432     IF BATCH-UPDATES-ALLOWED = "Y"
009448         PERFORM ENTER-MODE-CHOICE
009464     ELSE
009480         MOVE "Q" TO MODE-CHOICE.

009500*---------------------------------
009600* ENTER - one receipt against
009700* one PO line.
010000     PERFORM GET-EXISTING-PO.
010100     PERFORM ENTER-RECEIPTS
010200         UNTIL PO-NUMBER = ZEROES.
010300     PERFORM ENTER-NEXT-MODE-CHOICE.

010400 GET-EXISTING-PO.
010500     PERFORM ACCEPT-EXISTING-PO.
012000     PERFORM ASK-WRITE-THE-RECEIPT.
012100     IF OK-TO-PROCESS = "Y"
012200         PERFORM WRITE-RECEIPT-RECORD
012250         IF RECEIPT-WRITTEN = "Y"
012300             PERFORM JOURNAL-RECEIPT-ADD
012350             DISPLAY "RECEIPT RECORDED"
012400             IF RECEIPT-STORE NOT = ZEROES
012450                 PERFORM POST-RECEIPT-TO-LEDGER.

012475     IF BATCH-UPDATES-ALLOWED = "Y"
012500         PERFORM GET-EXISTING-PO
012533     ELSE
012566         MOVE ZEROES TO PO-NUMBER.

012600*---------------------------------
012610* The sequence walk reads prior
018600         RECEIPT-QUANTITY *
018700         PO-LINE-UNIT-PRICE(PO-LINE-INDEX).
018800     MOVE ZEROES TO RECEIPT-VOUCHERED-AMOUNT.
018816     MOVE PO-LINE-STORE(PO-LINE-INDEX) TO RECEIPT-STORE.
018832     MOVE PO-LINE-DIVISION(PO-LINE-INDEX) TO RECEIPT-DIVISION.
018848     PERFORM GET-TODAYS-DATE.
018864     MOVE DATE-CCYYMMDD TO RECEIPT-ENTRY-DATE.
018880     MOVE ZEROES TO RECEIPT-LEDGER-AMOUNT.
018885     COMPUTE RECEIPT-RETAIL-VALUE =
018890         RECEIPT-QUANTITY *
018895         PO-LINE-RETAIL-PRICE(PO-LINE-INDEX).
018900     MOVE RECEIPT-VALUE TO AN-AMOUNT-FIELD.
019000     DISPLAY "   RECEIPT VALUE: " AN-AMOUNT-FIELD.
019025     IF RECEIPT-STORE NOT = ZEROES
019050         DISPLAY "   POSTS TO STOCK LEDGER STORE "
019075             RECEIPT-STORE " DIVISION " RECEIPT-DIVISION
019083         MOVE RECEIPT-RETAIL-VALUE TO AN-AMOUNT-FIELD
019091         DISPLAY "   AT RETAIL: " AN-AMOUNT-FIELD.

019100*---------------------------------
019200* The next sequence within the
020500     MOVE RECEIPT-SEQUENCE TO NEXT-RECEIPT-SEQUENCE.
020600     PERFORM READ-NEXT-PO-RECEIPT.

020604*---------------------------------
020608* The receipt value goes into
020612* the bucket at cost, as a
020616* receipt keyed in STKLED01
020620* would; only a posting that
020624* reached the ledger is marked
020628* on the receipt, so RCVTIE01
020632* shows any that did not.
020636*---------------------------------
020640 POST-RECEIPT-TO-LEDGER.
020644     MOVE RECEIPT-STORE TO STKLED-STORE.
020648     MOVE RECEIPT-DIVISION TO STKLED-DIVISION.
020652     PERFORM READ-OR-CREATE-BUCKET.
020656     ADD RECEIPT-VALUE TO STKLED-RECEIPTS.
020658     ADD RECEIPT-RETAIL-VALUE TO STKLED-RECEIPTS-RETAIL.
020660     PERFORM REWRITE-LEDGER-RECORD.
020664     IF LEDGER-POSTED = "Y"
020668         MOVE RECEIPT-VALUE TO RECEIPT-LEDGER-AMOUNT
020672         PERFORM REWRITE-RECEIPT-RECORD
020676         PERFORM JOURNAL-LEDGER-RECEIPT
020680         DISPLAY "POSTED TO THE STOCK LEDGER"
020684     ELSE
020688         DISPLAY "NOT POSTED TO THE STOCK LEDGER - KEY IT"
020692             " IN STKLED01".

020700 ASK-WRITE-THE-RECEIPT.
020800     MOVE "WRITE THIS RECEIPT (Y/N)?" TO PROCESS-MESSAGE.
020900     PERFORM ASK-OK-TO-PROCESS.
020907     PERFORM CHECK-WINDOW-BEFORE-WRITE.

020914*---------------------------------
020921* A yes that arrives after the
020928* nightly batch window has gone
020935* up is turned into a no, so the
020942* receipt is not written.
020949*---------------------------------
020956 CHECK-WINDOW-BEFORE-WRITE.
020963     IF OK-TO-PROCESS = "Y"
020970         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
020977         IF BATCH-UPDATES-ALLOWED NOT = "Y"
020984             MOVE "N" TO OK-TO-PROCESS.

021000*---------------------------------
021100* RELEASE - held vouchers for a
021600     PERFORM GET-EXISTING-PO.
021700     PERFORM RELEASE-HELD-VOUCHERS
021800         UNTIL PO-NUMBER = ZEROES.
021900     PERFORM ENTER-NEXT-MODE-CHOICE.

022000 RELEASE-HELD-VOUCHERS.
022100     MOVE ZEROES TO RELEASED-COUNT
022300     PERFORM SUM-PO-RECEIPT-VALUE.
022400     MOVE "N" TO VOUCHER-FILE-AT-END.
022500     PERFORM READ-FIRST-VOUCHER.
022525     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
022550     IF BATCH-UPDATES-ALLOWED NOT = "Y"
022575         MOVE "Y" TO VOUCHER-FILE-AT-END.
022600     PERFORM EXAMINE-ONE-HELD-VOUCHER
022700         UNTIL VOUCHER-FILE-AT-END = "Y".
022800     DISPLAY RELEASED-COUNT " VOUCHER(S) RELEASED".
023000         DISPLAY STILL-HELD-COUNT
023100             " VOUCHER(S) STILL SHORT OF RECEIPTS".

023150     IF BATCH-UPDATES-ALLOWED = "Y"
023200         PERFORM GET-EXISTING-PO
023233     ELSE
023266         MOVE ZEROES TO PO-NUMBER.

023300*---------------------------------
023400* Open received value = receipt
034400     MOVE VOUCHER-AMOUNT TO JOURNAL-AMOUNT.
034500     PERFORM WRITE-JOURNAL-ENTRY.

034512 JOURNAL-LEDGER-RECEIPT.
034524     MOVE "RCVENT01" TO JOURNAL-PROGRAM.
034536     MOVE SPACE TO JOURNAL-KEY.
034548     MOVE RECEIPT-KEY TO JOURNAL-KEY.
034560     MOVE "STK-RCPT" TO JOURNAL-ACTION.
034572     MOVE RECEIPT-VALUE TO JOURNAL-AMOUNT.
034584     PERFORM WRITE-JOURNAL-ENTRY.

034600*---------------------------------
034700* File activity routines.
034800*---------------------------------
035700         DISPLAY "ERROR REWRITING PO RECORD".

035800 WRITE-RECEIPT-RECORD.
035850     MOVE "Y" TO RECEIPT-WRITTEN.
035900     WRITE RECEIPT-RECORD
036000         INVALID KEY
036050         MOVE "N" TO RECEIPT-WRITTEN
036100         DISPLAY "RECORD ALREADY ON FILE".

036200 REWRITE-RECEIPT-RECORD.
039300         INVALID KEY
039400         DISPLAY "ERROR REWRITING VOUCHER RECORD".

039404 READ-OR-CREATE-BUCKET.
039408     MOVE "Y" TO LEDGER-RECORD-FOUND.
039412     READ STOCK-LEDGER-FILE RECORD
039416       INVALID KEY
039420          MOVE "N" TO LEDGER-RECORD-FOUND.
039424     IF LEDGER-RECORD-FOUND = "N"
039428         MOVE ZEROES TO STKLED-BEGINNING
039432                        STKLED-RECEIPTS
039436                        STKLED-COS-RELIEF
039440                        STKLED-ADJUSTMENTS
039444                        STKLED-COUNTED
039448                        STKLED-COUNT-DATE
039452                        STKLED-TRANSFERS-OUT
039456                        STKLED-TRANSFERS-IN
039460                        STKLED-IN-TRANSIT
039461                        STKLED-BEGIN-RETAIL
039462                        STKLED-RECEIPTS-RETAIL
039463                        STKLED-NET-SALES
039463                        STKLED-MARKDOWNS
039463                        STKLED-EMP-DISCOUNTS
039463                        STKLED-RETAIL-DATE
039463                        STKLED-MARKON-PERCENT
039463                        STKLED-COST-COMPLEMENT
039463                        STKLED-END-RETAIL
039463                        STKLED-END-COST
039463                        STKLED-ADJ-JOURNALED
039463                        STKLED-SHRINK-COUNT-DATE
039463                        STKLED-SHRINK-JOURNALED
039464         WRITE STOCK-LEDGER-RECORD
039468             INVALID KEY
039472             DISPLAY "ERROR CREATING LEDGER BUCKET".

039476 REWRITE-LEDGER-RECORD.
039480     MOVE "Y" TO LEDGER-POSTED.
039484     REWRITE STOCK-LEDGER-RECORD
039488         INVALID KEY
039492         MOVE "N" TO LEDGER-POSTED
039496         DISPLAY "ERROR REWRITING LEDGER RECORD".

039500*---------------------------------
039600* General utility routines
039700*---------------------------------
039900     COPY "PLOPID01.CBL".

040000     COPY "PLJRNL01.CBL".

040100     COPY "PLBWIN01.CBL".
