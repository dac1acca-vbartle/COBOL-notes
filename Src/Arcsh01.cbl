001400* stamped. Anything the
001500* receipt could not cover is
001600* reported; an overpayment
001700* remainder becomes an
001800* unapplied cash credit item
001900* (ARINV-TYPE "U"), numbered in
001910* the invoice series, for
001920* ARCRAP01 to apply to a later
001930* invoice or ARCRRF01 to refund.
002000* Every receipt is journaled
002100* (PLJRNL01).
002110* The check number and receipt
002120* date are keyed with the
002130* amount, and the receipt and
002140* each invoice it paid are
002150* kept on AR-RECEIPT-FILE
002160* (FDARRCP) for the customer
002170* statements (ARSTMT01). A
002180* check already on file for
002190* the customer and date is
002191* refused.
002192* The bank account the check is
002193* deposited to is keyed with it
002194* (BANK-FILE) and kept on the
002195* receipt for ARPOST01 to post
002196* to the GL and the bank
002197* balance.
002198* While the nightly batch window
002199* is up (PLBWIN01.CBL) no receipt
002199* session opens, and a receipt
002199* keyed as the window goes up is
002199* not applied.
002200*---------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.

002600     COPY "SLARINV.CBL".

002650     COPY "SLARRCP.CBL".

002660     COPY "SLBANK01.CBL".

002700     COPY "SLCUST01.CBL".

002800     COPY "SLJRNL01.CBL".

002810     COPY "SLCONTRL.CBL".

002820     COPY "SLLOCK01.CBL".

002846     COPY "SLBWIN01.CBL".

002872     COPY "SLBWLOG.CBL".

002900 DATA DIVISION.
003000 FILE SECTION.

003100     COPY "FDARINV.CBL".

003150     COPY "FDARRCP.CBL".

003160     COPY "FDBANK01.CBL".

003200     COPY "FDCUST01.CBL".

003300     COPY "FDJRNL01.CBL".

003310     COPY "FDCONTRL.CBL".

003320     COPY "FDLOCK01.CBL".

003346     COPY "FDBWIN01.CBL".

003372     COPY "FDBWLOG.CBL".

003400 WORKING-STORAGE SECTION.

003500 77  CUSTOMER-RECORD-FOUND        PIC X.
003600 77  INVOICE-FILE-AT-END          PIC X.
003700 77  RECEIPT-CUSTOMER             PIC 9(5).
003800 77  RECEIPT-AMOUNT               PIC S9(8)V99.
003810 77  RECEIPT-CHECK                PIC X(10).
003820 77  RECEIPT-DATE                 PIC 9(8).
003830 77  RECEIPT-LINE                 PIC 9(3).
003840 77  RECEIPT-ON-FILE              PIC X.
003850 77  RECEIPT-BANK-ACCOUNT         PIC 9(10).
003860 77  BANK-RECORD-FOUND            PIC X.
003900 77  RECEIPT-REMAINING            PIC S9(8)V99.
004000 77  INVOICE-OPEN-BALANCE         PIC S9(8)V99.
004100 77  APPLY-AMOUNT                 PIC S9(8)V99.
004105 77  CONTROL-RECORD-FOUND         PIC X.
004106 77  CREDIT-NUMBER                PIC 9(7).
004110 77  OLDEST-FOUND                 PIC X.
004120 77  OLDEST-DUE                   PIC 9(8).
004130 77  OLDEST-INVOICE-NUMBER        PIC 9(7).

004800     COPY "WSOPID01.CBL".

004810     COPY "WSLOCK01.CBL".

004855     COPY "WSBWIN01.CBL".

004900 PROCEDURE DIVISION.
005000 PROGRAM-BEGIN.
005100     PERFORM OPENING-PROCEDURE.
005200     PERFORM GET-OPERATOR-ID.
005225     MOVE "ARCSH01" TO BWIN-PROGRAM-NAME.
005250     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
005275     IF BATCH-UPDATES-ALLOWED = "Y"
005300         PERFORM MAIN-PROCESS.
005400     PERFORM CLOSING-PROCEDURE.

005500 PROGRAM-EXIT.

005900 OPENING-PROCEDURE.
006000     OPEN I-O AR-INVOICE-FILE.
006050     OPEN I-O AR-RECEIPT-FILE.
006100     OPEN INPUT CUSTOMER-FILE.
006150     OPEN INPUT BANK-FILE.
006200     OPEN EXTEND JOURNAL-FILE.
006210     OPEN I-O CONTROL-FILE.
006220     OPEN I-O LOCK-FILE.

006300 CLOSING-PROCEDURE.
006400     CLOSE AR-INVOICE-FILE.
006450     CLOSE AR-RECEIPT-FILE.
006500     CLOSE CUSTOMER-FILE.
006550     CLOSE BANK-FILE.
006600     CLOSE JOURNAL-FILE.
006610     CLOSE CONTROL-FILE.
006620     CLOSE LOCK-FILE.

006700 MAIN-PROCESS.
006800     PERFORM GET-RECEIPT-CUSTOMER.

008600 APPLY-RECEIPTS.
008700     DISPLAY "   CUSTOMER: " CUSTOMER-NAME.
008710     PERFORM ENTER-RECEIPT-CHECK.
008720     PERFORM ENTER-RECEIPT-DATE.
008730     PERFORM CHECK-RECEIPT-ON-FILE.
008740     IF RECEIPT-ON-FILE = "Y"
008750         DISPLAY "THAT CHECK IS ALREADY ON FILE FOR THIS DATE"
008760         MOVE "N" TO OK-TO-PROCESS
008770     ELSE
008800         PERFORM ENTER-RECEIPT-AMOUNT
008850         PERFORM ENTER-RECEIPT-BANK-ACCOUNT
008900         MOVE "APPLY THIS RECEIPT (Y/N)?" TO PROCESS-MESSAGE
009000         PERFORM ASK-OK-TO-PROCESS.
009020     IF OK-TO-PROCESS = "Y"
009040         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
009060         IF BATCH-UPDATES-ALLOWED NOT = "Y"
009080             MOVE "N" TO OK-TO-PROCESS.
009100     IF OK-TO-PROCESS = "Y"
009140         MOVE ZEROES TO RECEIPT-LINE
009150         PERFORM WRITE-RECEIPT-LINE
009200         PERFORM APPLY-TO-OPEN-INVOICES
009210         PERFORM RAISE-UNAPPLIED-CASH
009300         PERFORM JOURNAL-CASH-RECEIPT
009400         PERFORM REPORT-THE-APPLICATION.
009450     IF BATCH-UPDATES-ALLOWED = "Y"
009500         PERFORM GET-RECEIPT-CUSTOMER
009503     ELSE
009506         MOVE ZEROES TO RECEIPT-CUSTOMER.

009510 ENTER-RECEIPT-CHECK.
009520     PERFORM ACCEPT-RECEIPT-CHECK.
009530     PERFORM RE-ACCEPT-RECEIPT-CHECK
009540         UNTIL RECEIPT-CHECK NOT = SPACE.

009550 ACCEPT-RECEIPT-CHECK.
009560     DISPLAY "ENTER CUSTOMER CHECK NUMBER".
009570     ACCEPT RECEIPT-CHECK.
009575     INSPECT RECEIPT-CHECK
009576      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

009580 RE-ACCEPT-RECEIPT-CHECK.
009585     DISPLAY "A CHECK NUMBER IS REQUIRED".
009590     PERFORM ACCEPT-RECEIPT-CHECK.

009591 ENTER-RECEIPT-DATE.
009592     MOVE "N" TO ZERO-DATE-IS-OK.
009593     MOVE "ENTER RECEIPT DATE(MM/DD/CCYY)?"
009594            TO DATE-PROMPT.
009595     MOVE "A VALID RECEIPT DATE IS REQUIRED"
009596            TO DATE-ERROR-MESSAGE.
009597     PERFORM GET-A-DATE.
009598     MOVE DATE-CCYYMMDD TO RECEIPT-DATE.

009599 CHECK-RECEIPT-ON-FILE.
009601     MOVE RECEIPT-CUSTOMER TO ARRCPT-CUSTOMER.
009602     MOVE RECEIPT-DATE TO ARRCPT-DATE.
009603     MOVE RECEIPT-CHECK TO ARRCPT-CHECK.
009604     MOVE ZEROES TO ARRCPT-LINE.
009605     MOVE "Y" TO RECEIPT-ON-FILE.
009606     READ AR-RECEIPT-FILE RECORD
009607       INVALID KEY
009608          MOVE "N" TO RECEIPT-ON-FILE.

009600 ENTER-RECEIPT-AMOUNT.
009700     PERFORM ACCEPT-RECEIPT-AMOUNT.
010500     DISPLAY "A POSITIVE AMOUNT IS REQUIRED".
010600     PERFORM ACCEPT-RECEIPT-AMOUNT.

010605 ENTER-RECEIPT-BANK-ACCOUNT.
010610     PERFORM ACCEPT-RECEIPT-BANK-ACCOUNT.
010615     PERFORM RE-ACCEPT-RECEIPT-BANK-ACCOUNT
010620         UNTIL BANK-RECORD-FOUND = "Y".

010625 ACCEPT-RECEIPT-BANK-ACCOUNT.
010630     DISPLAY "ENTER DEPOSIT BANK ACCOUNT NUMBER".
010635     ACCEPT RECEIPT-BANK-ACCOUNT.
010640     MOVE RECEIPT-BANK-ACCOUNT TO BANK-ACCOUNT-NUMBER.
010645     MOVE "Y" TO BANK-RECORD-FOUND.
010650     READ BANK-FILE RECORD
010655       INVALID KEY
010660          MOVE "N" TO BANK-RECORD-FOUND.
010665     IF BANK-RECORD-FOUND = "Y"
010670         DISPLAY "   DEPOSIT TO: " BANK-NAME.

010675 RE-ACCEPT-RECEIPT-BANK-ACCOUNT.
010680     DISPLAY "BANK ACCOUNT NOT FOUND".
010685     PERFORM ACCEPT-RECEIPT-BANK-ACCOUNT.

010700*---------------------------------
010800* Oldest due date first. The
010900* invoice file is keyed by
015800* The receipt pays as much of
015900* the invoice as it can; a
016000* fully covered invoice gets
016100* the receipt date stamped as
016200* its paid date. Each invoice
016210* paid gets its own line on the
016220* receipt history.
016300*---------------------------------
016400 APPLY-TO-THIS-INVOICE.
016500     MOVE OLDEST-INVOICE-NUMBER TO ARINV-NUMBER.
017000         SUBTRACT ARINV-PAID-AMOUNT FROM ARINV-AMOUNT
017100             GIVING INVOICE-OPEN-BALANCE
017200         IF RECEIPT-REMAINING < INVOICE-OPEN-BALANCE
017300             MOVE RECEIPT-REMAINING TO APPLY-AMOUNT
017500         ELSE
017600             MOVE INVOICE-OPEN-BALANCE TO APPLY-AMOUNT
018000             MOVE RECEIPT-DATE TO ARINV-PAID-DATE.
018100     IF OLDEST-FOUND = "Y"
018110         ADD APPLY-AMOUNT TO ARINV-PAID-AMOUNT
018120         SUBTRACT APPLY-AMOUNT FROM RECEIPT-REMAINING
018130         PERFORM REWRITE-INVOICE-RECORD
018500         ADD 1 TO APPLIED-COUNT
018550         PERFORM WRITE-RECEIPT-LINE
018600         DISPLAY "   APPLIED TO INVOICE " ARINV-NUMBER.

018610 REWRITE-INVOICE-RECORD.
018620     REWRITE AR-INVOICE-RECORD
018630         INVALID KEY
018640         DISPLAY "ERROR REWRITING INVOICE RECORD".

018650*---------------------------------
018652* Receipt history. Line 000 is
018654* the check, written before it
018656* is applied; RECEIPT-LINE is
018659* then bumped for each invoice
018661* it pays.
018663*---------------------------------
018665 WRITE-RECEIPT-LINE.
018667     MOVE RECEIPT-CUSTOMER TO ARRCPT-CUSTOMER.
018669     MOVE RECEIPT-DATE TO ARRCPT-DATE.
018671     MOVE RECEIPT-CHECK TO ARRCPT-CHECK.
018674     MOVE OPERATOR-ID TO ARRCPT-OPERATOR.
018676     IF RECEIPT-LINE = ZEROES
018678         MOVE ZEROES TO ARRCPT-INVOICE
018680         MOVE RECEIPT-AMOUNT TO ARRCPT-AMOUNT
018682         MOVE RECEIPT-BANK-ACCOUNT TO ARRCPT-BANK-ACCOUNT
018684         MOVE "N" TO ARRCPT-POSTED
018687     ELSE
018689         MOVE ARINV-NUMBER TO ARRCPT-INVOICE
018691         MOVE APPLY-AMOUNT TO ARRCPT-AMOUNT
018693         MOVE ZEROES TO ARRCPT-BANK-ACCOUNT
018695         MOVE SPACE TO ARRCPT-POSTED.
018697     MOVE ZEROES TO ARRCPT-POST-RUN.
018699     MOVE RECEIPT-LINE TO ARRCPT-LINE.
018702     WRITE AR-RECEIPT-RECORD
018704         INVALID KEY
018706         DISPLAY "ERROR WRITING RECEIPT HISTORY".
018708     ADD 1 TO RECEIPT-LINE.

017200*---------------------------------
017300* Journal and operator report.
017400*---------------------------------
018500         MOVE RECEIPT-REMAINING TO AN-AMOUNT-FIELD
018600         DISPLAY "*** UNAPPLIED REMAINDER "
018700             AN-AMOUNT-FIELD
018710         IF CREDIT-NUMBER = ZEROES
018800             DISPLAY "*** HOLD AS A CUSTOMER CREDIT"
018810         ELSE
018820             DISPLAY "*** HELD AS UNAPPLIED CASH ITEM "
018830                 CREDIT-NUMBER.

018840*---------------------------------
018850* The remainder is kept as an
018860* open credit item, numbered
018870* under the control lock the
018880* way ARINV01 numbers invoices.
018890* With no number to be had it
018891* is left for hand handling.
018892*---------------------------------
018893 RAISE-UNAPPLIED-CASH.
018894     MOVE ZEROES TO CREDIT-NUMBER.
018895     IF RECEIPT-REMAINING > ZERO
018896         PERFORM RETRIEVE-NEXT-CREDIT-NUMBER.
018897     IF CREDIT-NUMBER NOT = ZEROES
018898         PERFORM WRITE-UNAPPLIED-CASH.

018899 RETRIEVE-NEXT-CREDIT-NUMBER.
018900     PERFORM LOCK-THE-CONTROL-RECORD.
018901     IF LOCK-ACQUIRED = "Y"
018902         PERFORM READ-CONTROL-RECORD
018903         ADD 1 TO CONTROL-LAST-AR-INVOICE
018904         MOVE CONTROL-LAST-AR-INVOICE TO CREDIT-NUMBER
018905         PERFORM REWRITE-CONTROL-RECORD
018906         PERFORM UNLOCK-THE-CONTROL-RECORD.

018907 LOCK-THE-CONTROL-RECORD.
018908     MOVE "CONTROL" TO LOCK-WANTED-FILE.
018909     MOVE "1" TO LOCK-WANTED-RECORD.
018910     PERFORM ACQUIRE-RECORD-LOCK.

018911 UNLOCK-THE-CONTROL-RECORD.
018912     MOVE "CONTROL" TO LOCK-WANTED-FILE.
018913     MOVE "1" TO LOCK-WANTED-RECORD.
018914     PERFORM RELEASE-RECORD-LOCK.

018915 READ-CONTROL-RECORD.
018916     MOVE 1 TO CONTROL-KEY.
018917     MOVE "Y" TO CONTROL-RECORD-FOUND.
018918     READ CONTROL-FILE RECORD
018919         INVALID KEY
018920          MOVE "N" TO CONTROL-RECORD-FOUND
018921          DISPLAY "CONTROL FILE IS INVALID".

018922 REWRITE-CONTROL-RECORD.
018923     REWRITE CONTROL-RECORD
018924         INVALID KEY
018925         DISPLAY "ERROR REWRITING CONTROL RECORD".

018926 WRITE-UNAPPLIED-CASH.
018928     MOVE CREDIT-NUMBER TO ARINV-NUMBER.
018930     MOVE RECEIPT-CUSTOMER TO ARINV-CUSTOMER.
018932     MOVE SPACE TO ARINV-FOR.
018934     STRING "UNAPPLIED CASH CHK " RECEIPT-CHECK
018936         DELIMITED BY SIZE INTO ARINV-FOR.
018938     COMPUTE ARINV-AMOUNT = ZERO - RECEIPT-REMAINING.
018940     MOVE RECEIPT-DATE TO ARINV-DATE
018942                          ARINV-DUE.
018944     MOVE ZEROES TO ARINV-PAID-AMOUNT
018946                    ARINV-PAID-DATE.
018948     MOVE "U" TO ARINV-TYPE.
018950     MOVE SPACE TO ARINV-GL-ACCOUNT
018952                   ARINV-POSTED.
018954     MOVE ZEROES TO ARINV-POST-RUN.
018956     WRITE AR-INVOICE-RECORD
018958         INVALID KEY
018960         DISPLAY "ERROR WRITING UNAPPLIED CASH ITEM"
018962         MOVE ZEROES TO CREDIT-NUMBER.
018964     IF CREDIT-NUMBER NOT = ZEROES
018966         MOVE "ARCSH01" TO JOURNAL-PROGRAM
018968         MOVE SPACE TO JOURNAL-KEY
018970         MOVE CREDIT-NUMBER TO JOURNAL-KEY
018972         MOVE "AR-UNAPPL" TO JOURNAL-ACTION
018974         MOVE ARINV-AMOUNT TO JOURNAL-AMOUNT
018976         PERFORM WRITE-JOURNAL-ENTRY.

018900*---------------------------------
019000* Confirmation prompt routines,
020600     COPY "PLOPID01.CBL".

020700     COPY "PLJRNL01.CBL".

020800     COPY "PLLOCK01.CBL".

020900     COPY "PLBWIN01.CBL".
