000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ARCRAP01.
000300*---------------------------------
000400* Customer credit application.
000500* The customer's open credit
000600* items on AR-INVOICE-FILE -
000700* credit memos ("C") and
000800* unapplied cash ("U") - are
000900* listed, the operator picks
001000* one and applies it either to
001100* a named invoice or, with no
001200* invoice named, to the open
001300* invoices oldest due date
001400* first the way ARCSH01 applies
001500* a check. The invoice's
001600* PAID-AMOUNT grows by what is
001700* applied and the credit's runs
001800* negative by the same; either
001900* side fully used gets today
002000* as its paid date. Every
002100* application is journaled
002200* (PLJRNL01). No cash moves, so
002300* nothing goes on the receipt
002400* history.
002416* While the nightly batch window
002432* is up (PLBWIN01.CBL) no session
002448* opens, and a credit confirmed
002464* as the window goes up is not
002480* applied.
002500*---------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.

002900     COPY "SLARINV.CBL".

003000     COPY "SLCUST01.CBL".

003100     COPY "SLJRNL01.CBL".

003133     COPY "SLBWIN01.CBL".

003166     COPY "SLBWLOG.CBL".

003200 DATA DIVISION.
003300 FILE SECTION.

003400     COPY "FDARINV.CBL".

003500     COPY "FDCUST01.CBL".

003600     COPY "FDJRNL01.CBL".

003633     COPY "FDBWIN01.CBL".

003666     COPY "FDBWLOG.CBL".

003700 WORKING-STORAGE SECTION.

003800 77  CUSTOMER-RECORD-FOUND        PIC X.
003900 77  INVOICE-FILE-AT-END          PIC X.
004000 77  INVOICE-RECORD-FOUND         PIC X.
004100 77  ENTRY-CUSTOMER               PIC 9(5).
004200 77  CREDIT-NUMBER                PIC 9(7).
004300 77  CREDIT-COUNT                 PIC 9(4).
004400 77  CREDIT-REMAINING             PIC S9(8)V99.
004500 77  CREDIT-APPLIED               PIC S9(8)V99.
004600 77  TARGET-INVOICE               PIC 9(7).
004700 77  INVOICE-OPEN-BALANCE         PIC S9(8)V99.
004800 77  APPLY-AMOUNT                 PIC S9(8)V99.
004900 77  OLDEST-FOUND                 PIC X.
005000 77  OLDEST-DUE                   PIC 9(8).
005100 77  OLDEST-INVOICE-NUMBER        PIC 9(7).
005200 77  APPLIED-COUNT                PIC 9(4).
005300 77  AN-AMOUNT-FIELD              PIC ZZZ,ZZ9.99-.
005400 77  OK-TO-PROCESS                PIC X.
005500 77  PROCESS-MESSAGE              PIC X(79) VALUE SPACE.

005600     COPY "WSDATE01.CBL".

005700     COPY "WSCASE01.CBL".

005800     COPY "WSOPID01.CBL".

005850     COPY "WSBWIN01.CBL".

005900 PROCEDURE DIVISION.
006000 PROGRAM-BEGIN.
006100     PERFORM OPENING-PROCEDURE.
006200     PERFORM GET-OPERATOR-ID.
006225     MOVE "ARCRAP01" TO BWIN-PROGRAM-NAME.
006250     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
006275     IF BATCH-UPDATES-ALLOWED = "Y"
006300         PERFORM MAIN-PROCESS.
006400     PERFORM CLOSING-PROCEDURE.

006500 PROGRAM-EXIT.
006600     EXIT PROGRAM.

006700 PROGRAM-DONE.
006800     STOP RUN.

006900 OPENING-PROCEDURE.
007000     OPEN I-O AR-INVOICE-FILE.
007100     OPEN INPUT CUSTOMER-FILE.
007200     OPEN EXTEND JOURNAL-FILE.

007300 CLOSING-PROCEDURE.
007400     CLOSE AR-INVOICE-FILE.
007500     CLOSE CUSTOMER-FILE.
007600     CLOSE JOURNAL-FILE.

007700 MAIN-PROCESS.
007800     PERFORM GET-CREDIT-CUSTOMER.
007900     PERFORM APPLY-CREDITS
008000         UNTIL ENTRY-CUSTOMER = ZEROES.

008100 GET-CREDIT-CUSTOMER.
008200     MOVE "N" TO CUSTOMER-RECORD-FOUND.
008300     MOVE ZEROES TO ENTRY-CUSTOMER.
008400     DISPLAY "ENTER CUSTOMER NUMBER (0 TO EXIT)".
008500     ACCEPT ENTRY-CUSTOMER.
008600     IF ENTRY-CUSTOMER NOT = ZEROES
008700         MOVE ENTRY-CUSTOMER TO CUSTOMER-NUMBER
008800         MOVE "Y" TO CUSTOMER-RECORD-FOUND
008900         READ CUSTOMER-FILE RECORD
009000           INVALID KEY
009100              MOVE "N" TO CUSTOMER-RECORD-FOUND.
009200     IF ENTRY-CUSTOMER NOT = ZEROES
009300        AND CUSTOMER-RECORD-FOUND = "N"
009400         DISPLAY "CUSTOMER NOT FOUND"
009500         PERFORM GET-CREDIT-CUSTOMER.

009600 APPLY-CREDITS.
009700     DISPLAY "   CUSTOMER: " CUSTOMER-NAME.
009800     PERFORM LIST-OPEN-CREDITS.
009900     IF CREDIT-COUNT = ZEROES
010000         DISPLAY "NO OPEN CREDITS FOR THIS CUSTOMER"
010100     ELSE
010200         PERFORM ENTER-CREDIT-NUMBER
010300         IF CREDIT-NUMBER NOT = ZEROES
010400             PERFORM APPLY-ONE-CREDIT.
010450     IF BATCH-UPDATES-ALLOWED = "Y"
010500         PERFORM GET-CREDIT-CUSTOMER
010533     ELSE
010566         MOVE ZEROES TO ENTRY-CUSTOMER.

010600*---------------------------------
010700* One pass of the invoice file
010800* showing the customer's open
010900* credit items.
011000*---------------------------------
011100 LIST-OPEN-CREDITS.
011200     MOVE ZEROES TO CREDIT-COUNT.
011300     MOVE "N" TO INVOICE-FILE-AT-END.
011400     MOVE ZEROES TO ARINV-NUMBER.
011500     START AR-INVOICE-FILE
011600        KEY NOT < ARINV-NUMBER
011700         INVALID KEY MOVE "Y" TO INVOICE-FILE-AT-END.
011800     PERFORM LIST-ONE-CREDIT
011900         UNTIL INVOICE-FILE-AT-END = "Y".

012000 LIST-ONE-CREDIT.
012100     READ AR-INVOICE-FILE NEXT RECORD
012200         AT END MOVE "Y" TO INVOICE-FILE-AT-END.
012300     IF INVOICE-FILE-AT-END NOT = "Y"
012400        AND ARINV-CUSTOMER = ENTRY-CUSTOMER
012500        AND ARINV-PAID-DATE = ZEROES
012600        AND ARINV-PAID-AMOUNT > ARINV-AMOUNT
012700         PERFORM DISPLAY-ONE-CREDIT.

012800 DISPLAY-ONE-CREDIT.
012900     ADD 1 TO CREDIT-COUNT.
013000     COMPUTE AN-AMOUNT-FIELD =
013100         ARINV-PAID-AMOUNT - ARINV-AMOUNT.
013200     MOVE ARINV-DATE TO DATE-CCYYMMDD.
013300     PERFORM FORMAT-THE-DATE.
013400     DISPLAY "   " ARINV-NUMBER " " ARINV-TYPE " "
013500         FORMATTED-DATE " " AN-AMOUNT-FIELD " "
013600         ARINV-FOR.

013700 ENTER-CREDIT-NUMBER.
013800     PERFORM ACCEPT-CREDIT-NUMBER.
013900     PERFORM RE-ACCEPT-CREDIT-NUMBER
014000         UNTIL CREDIT-NUMBER = ZEROES
014100            OR INVOICE-RECORD-FOUND = "Y".

014200 ACCEPT-CREDIT-NUMBER.
014300     DISPLAY "ENTER CREDIT ITEM TO APPLY (0 TO SKIP)".
014400     ACCEPT CREDIT-NUMBER.
014500     MOVE "N" TO INVOICE-RECORD-FOUND.
014600     IF CREDIT-NUMBER NOT = ZEROES
014700         PERFORM READ-CREDIT-RECORD.
014800     IF INVOICE-RECORD-FOUND = "Y"
014900         IF ARINV-CUSTOMER NOT = ENTRY-CUSTOMER
015000            OR ARINV-PAID-DATE NOT = ZEROES
015100            OR ARINV-PAID-AMOUNT NOT > ARINV-AMOUNT
015200             MOVE "N" TO INVOICE-RECORD-FOUND.

015300 RE-ACCEPT-CREDIT-NUMBER.
015400     DISPLAY "NOT AN OPEN CREDIT FOR THIS CUSTOMER".
015500     PERFORM ACCEPT-CREDIT-NUMBER.

015600*---------------------------------
015700* The credit is re-read after
015800* the invoices are updated -
015900* the record area is shared.
016000*---------------------------------
016100 APPLY-ONE-CREDIT.
016200     COMPUTE CREDIT-REMAINING =
016300         ARINV-PAID-AMOUNT - ARINV-AMOUNT.
016400     PERFORM ENTER-TARGET-INVOICE.
016500     MOVE "APPLY THIS CREDIT (Y/N)?" TO PROCESS-MESSAGE.
016600     PERFORM ASK-OK-TO-PROCESS.
016620     IF OK-TO-PROCESS = "Y"
016640         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
016660         IF BATCH-UPDATES-ALLOWED NOT = "Y"
016680             MOVE "N" TO OK-TO-PROCESS.
016700     IF OK-TO-PROCESS = "Y"
016800         MOVE ZEROES TO CREDIT-APPLIED
016900         MOVE ZEROES TO APPLIED-COUNT
017000         PERFORM APPLY-TO-INVOICES
017100         PERFORM UPDATE-THE-CREDIT
017200         PERFORM REPORT-THE-APPLICATION.

017300 ENTER-TARGET-INVOICE.
017400     PERFORM ACCEPT-TARGET-INVOICE.
017500     PERFORM RE-ACCEPT-TARGET-INVOICE
017600         UNTIL TARGET-INVOICE = ZEROES
017700            OR INVOICE-RECORD-FOUND = "Y".

017800 ACCEPT-TARGET-INVOICE.
017900     DISPLAY "ENTER INVOICE TO APPLY IT TO".
018000     DISPLAY "(0 FOR OLDEST DUE FIRST)".
018100     ACCEPT TARGET-INVOICE.
018200     MOVE "N" TO INVOICE-RECORD-FOUND.
018300     IF TARGET-INVOICE NOT = ZEROES
018400         MOVE TARGET-INVOICE TO ARINV-NUMBER
018500         PERFORM READ-INVOICE-RECORD.
018600     IF INVOICE-RECORD-FOUND = "Y"
018700         IF ARINV-CUSTOMER NOT = ENTRY-CUSTOMER
018800            OR ARINV-PAID-DATE NOT = ZEROES
018900            OR ARINV-PAID-AMOUNT NOT < ARINV-AMOUNT
019000             MOVE "N" TO INVOICE-RECORD-FOUND.

019100 RE-ACCEPT-TARGET-INVOICE.
019200     DISPLAY "NOT AN OPEN INVOICE FOR THIS CUSTOMER".
019300     PERFORM ACCEPT-TARGET-INVOICE.

019400 APPLY-TO-INVOICES.
019500     IF TARGET-INVOICE NOT = ZEROES
019600         MOVE TARGET-INVOICE TO OLDEST-INVOICE-NUMBER
019700         MOVE "Y" TO OLDEST-FOUND
019800         PERFORM APPLY-TO-THIS-INVOICE
019900     ELSE
020000         MOVE "Y" TO OLDEST-FOUND
020100         PERFORM APPLY-TO-OLDEST-OPEN
020200             UNTIL CREDIT-REMAINING NOT > ZERO
020300                OR OLDEST-FOUND = "N".

020400 APPLY-TO-OLDEST-OPEN.
020500     PERFORM FIND-OLDEST-OPEN-INVOICE.
020600     IF OLDEST-FOUND = "Y"
020700         PERFORM APPLY-TO-THIS-INVOICE.

020800*---------------------------------
020900* Same scan as ARCSH01 - the
021000* open invoice (not a credit)
021100* with the earliest due date.
021200*---------------------------------
021300 FIND-OLDEST-OPEN-INVOICE.
021400     MOVE "N" TO OLDEST-FOUND.
021500     MOVE 99999999 TO OLDEST-DUE.
021600     MOVE ZEROES TO OLDEST-INVOICE-NUMBER.
021700     MOVE "N" TO INVOICE-FILE-AT-END.
021800     MOVE ZEROES TO ARINV-NUMBER.
021900     START AR-INVOICE-FILE
022000        KEY NOT < ARINV-NUMBER
022100         INVALID KEY MOVE "Y" TO INVOICE-FILE-AT-END.
022200     PERFORM LOOK-AT-ONE-INVOICE
022300         UNTIL INVOICE-FILE-AT-END = "Y".

022400 LOOK-AT-ONE-INVOICE.
022500     READ AR-INVOICE-FILE NEXT RECORD
022600         AT END MOVE "Y" TO INVOICE-FILE-AT-END.
022700     IF INVOICE-FILE-AT-END NOT = "Y"
022800        AND ARINV-CUSTOMER = ENTRY-CUSTOMER
022900        AND ARINV-PAID-DATE = ZEROES
023000        AND ARINV-PAID-AMOUNT < ARINV-AMOUNT
023100         PERFORM REMEMBER-IF-OLDEST.

023200 REMEMBER-IF-OLDEST.
023300     IF ARINV-DUE < OLDEST-DUE
023400        OR OLDEST-FOUND = "N"
023500         MOVE ARINV-DUE TO OLDEST-DUE
023600         MOVE ARINV-NUMBER TO OLDEST-INVOICE-NUMBER
023700         MOVE "Y" TO OLDEST-FOUND.

023800 APPLY-TO-THIS-INVOICE.
023900     MOVE OLDEST-INVOICE-NUMBER TO ARINV-NUMBER.
024000     PERFORM READ-INVOICE-RECORD.
024100     MOVE INVOICE-RECORD-FOUND TO OLDEST-FOUND.
024200     IF OLDEST-FOUND = "Y"
024300         SUBTRACT ARINV-PAID-AMOUNT FROM ARINV-AMOUNT
024400             GIVING INVOICE-OPEN-BALANCE
024500         IF CREDIT-REMAINING < INVOICE-OPEN-BALANCE
024600             MOVE CREDIT-REMAINING TO APPLY-AMOUNT
024700         ELSE
024800             MOVE INVOICE-OPEN-BALANCE TO APPLY-AMOUNT
024900             PERFORM GET-TODAYS-DATE
025000             MOVE DATE-CCYYMMDD TO ARINV-PAID-DATE.
025100     IF OLDEST-FOUND = "Y"
025200         ADD APPLY-AMOUNT TO ARINV-PAID-AMOUNT
025300         SUBTRACT APPLY-AMOUNT FROM CREDIT-REMAINING
025400         ADD APPLY-AMOUNT TO CREDIT-APPLIED
025500         PERFORM REWRITE-INVOICE-RECORD
025600         ADD 1 TO APPLIED-COUNT
025700         PERFORM JOURNAL-CREDIT-APPLIED
025800         DISPLAY "   APPLIED TO INVOICE " ARINV-NUMBER.

025900*---------------------------------
026000* The credit gives up what was
026100* applied; used up, it is
026200* closed with today's date.
026300*---------------------------------
026400 UPDATE-THE-CREDIT.
026500     PERFORM READ-CREDIT-RECORD.
026600     IF INVOICE-RECORD-FOUND = "Y"
026700         SUBTRACT CREDIT-APPLIED FROM ARINV-PAID-AMOUNT
026800         IF ARINV-PAID-AMOUNT = ARINV-AMOUNT
026900             PERFORM GET-TODAYS-DATE
027000             MOVE DATE-CCYYMMDD TO ARINV-PAID-DATE.
027100     IF INVOICE-RECORD-FOUND = "Y"
027200         PERFORM REWRITE-INVOICE-RECORD.

027300 REPORT-THE-APPLICATION.
027400     DISPLAY APPLIED-COUNT " INVOICE(S) APPLIED".
027500     IF CREDIT-REMAINING > ZERO
027600         MOVE CREDIT-REMAINING TO AN-AMOUNT-FIELD
027700         DISPLAY "   CREDIT LEFT OPEN " AN-AMOUNT-FIELD.

027800 JOURNAL-CREDIT-APPLIED.
027900     MOVE "ARCRAP01" TO JOURNAL-PROGRAM.
028000     MOVE SPACE TO JOURNAL-KEY.
028100     STRING CREDIT-NUMBER "/" ARINV-NUMBER
028200         DELIMITED BY SIZE INTO JOURNAL-KEY.
028300     MOVE "AR-CRAPPLY" TO JOURNAL-ACTION.
028400     MOVE APPLY-AMOUNT TO JOURNAL-AMOUNT.
028500     PERFORM WRITE-JOURNAL-ENTRY.

028600*---------------------------------
028700* Confirmation prompt routines,
028800* same idiom as VCHPAY01.
028900*---------------------------------
029000 ASK-OK-TO-PROCESS.
029100     PERFORM ACCEPT-OK-TO-PROCESS.
029200     PERFORM RE-ACCEPT-OK-TO-PROCESS
029300        UNTIL OK-TO-PROCESS = "Y" OR "N".

029400 ACCEPT-OK-TO-PROCESS.
029500     DISPLAY PROCESS-MESSAGE.
029600     ACCEPT OK-TO-PROCESS.
029700     INSPECT OK-TO-PROCESS
029800      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

029900 RE-ACCEPT-OK-TO-PROCESS.
030000     DISPLAY "YOU MUST ENTER YES OR NO".
030100     PERFORM ACCEPT-OK-TO-PROCESS.

030200*---------------------------------
030300* File I-O routines.
030400*---------------------------------
030500 READ-CREDIT-RECORD.
030600     MOVE CREDIT-NUMBER TO ARINV-NUMBER.
030700     PERFORM READ-INVOICE-RECORD.

030800 READ-INVOICE-RECORD.
030900     MOVE "Y" TO INVOICE-RECORD-FOUND.
031000     READ AR-INVOICE-FILE RECORD
031100       INVALID KEY
031200          MOVE "N" TO INVOICE-RECORD-FOUND.

031300 REWRITE-INVOICE-RECORD.
031400     REWRITE AR-INVOICE-RECORD
031500         INVALID KEY
031600         DISPLAY "ERROR REWRITING INVOICE RECORD".

031700     COPY "PLDATE01.CBL".

031800     COPY "PLOPID01.CBL".

031900     COPY "PLJRNL01.CBL".

032000     COPY "PLBWIN01.CBL".
