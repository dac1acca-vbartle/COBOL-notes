000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LBXIMP01.
000300*---------------------------------
000400* Bank lockbox import. Reads
000500* the bank's daily lockbox file
000600* (LOCKBOX - one deposit per
000700* file) and applies the
000800* customer checks in it the way
000900* ARCSH01 does by hand:
001000*   H - header: bank account,
001100*       deposit date, deposit
001200*       total
001300*   P - one customer check:
001400*       customer, check number,
001500*       amount
001600*   I - one invoice the check
001700*       before it pays: invoice
001800*       number, amount remitted
001900* The file is proved first -
002000* every line readable, the bank
002100* account on BANK-FILE, the
002200* checks adding to the deposit
002300* total and the deposit not
002400* already imported - or nothing
002500* is applied at all.
002600* A check is applied only when
002700* its customer is on file and
002800* every invoice remitted is an
002900* open invoice of that
003000* customer, no more than its
003100* open balance, and the
003200* remittance adds to the check.
003300* Each applied check is kept on
003400* AR-RECEIPT-FILE exactly as
003500* ARCSH01 keeps it (line 000
003600* the check, deposited to the
003700* lockbox account and waiting
003800* for ARPOST01, then one line
003900* per invoice) and journaled.
004000* Any other check is printed on
004100* the register as an exception
004200* with its remittance, to be
004300* applied in ARCSH01.
004400* The deposit is recorded on
004500* BANK-TRX-FILE as a posted
004600* "DP" item, since its checks
004700* reach BANK-BALANCE through
004800* ARPOST01, so BNKREC01 does
004900* not show it as a reconciling
005000* item.
005100*---------------------------------
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.

005500     COPY "SLARINV.CBL".

005600     COPY "SLARRCP.CBL".

005700     COPY "SLCUST01.CBL".

005800     COPY "SLBANK01.CBL".

005900     COPY "SLBNKTRX.CBL".

006000     COPY "SLJRNL01.CBL".

006100     SELECT LOCKBOX-FILE
006200         ASSIGN TO "LOCKBOX"
006300         ORGANIZATION IS LINE SEQUENTIAL.

006400     SELECT PRINTER-FILE
006500         ASSIGN TO PRINTER
006600         ORGANIZATION IS LINE SEQUENTIAL.

006700 DATA DIVISION.
006800 FILE SECTION.

006900     COPY "FDARINV.CBL".

007000     COPY "FDARRCP.CBL".

007100     COPY "FDCUST01.CBL".

007200     COPY "FDBANK01.CBL".

007300     COPY "FDBNKTRX.CBL".

007400     COPY "FDJRNL01.CBL".

007500 FD  LOCKBOX-FILE
007600     LABEL RECORDS ARE OMITTED.
007700 01  LOCKBOX-RECORD              PIC X(80).

007800 FD  PRINTER-FILE
007900     LABEL RECORDS ARE OMITTED.
008000 01  PRINTER-RECORD              PIC X(80).

008100 WORKING-STORAGE SECTION.

008200 77  LOCKBOX-FILE-AT-END         PIC X.
008300 77  LOCKBOX-OK                  PIC X.
008400 77  LINE-INVALID                PIC X.
008500 77  PAYMENT-SEEN                PIC X.
008600 77  REFUSAL-MESSAGE             PIC X(40).
008700 77  LOCKBOX-ACCOUNT             PIC 9(10).
008800 77  LOCKBOX-DATE                PIC 9(8).
008900 77  LOCKBOX-DEPOSIT-TOTAL       PIC S9(9)V99.
009000 77  LOCKBOX-PAYMENT-TOTAL       PIC S9(9)V99.
009100 77  PAYMENTS-READ-COUNT         PIC 9(5).
009200 77  CUSTOMER-RECORD-FOUND       PIC X.
009300 77  INVOICE-RECORD-FOUND        PIC X.
009400 77  BANK-RECORD-FOUND           PIC X.
009500 77  RECEIPT-ON-FILE             PIC X.
009600 77  DEPOSIT-ON-FILE             PIC X.
009700 77  TRX-FILE-AT-END             PIC X.
009800 77  NEXT-TRX-SEQUENCE           PIC 9(4).
009900 77  PAYMENT-CUSTOMER            PIC 9(5).
010000 77  PAYMENT-CHECK               PIC X(10).
010100 77  PAYMENT-AMOUNT              PIC S9(8)V99.
010200 77  PAYMENT-MATCHED             PIC X.
010300 77  EXCEPTION-REASON            PIC X(38).
010400 77  REASON-INVOICE              PIC 9(7).
010500 77  REASON-TEXT                 PIC X(20).
010600 77  REMIT-COUNT                 PIC 99 COMP.
010700 77  REMIT-SUB                   PIC 99 COMP.
010800 77  OTHER-SUB                   PIC 99 COMP.
010900 77  TOO-MANY-LINES              PIC X.
011000 77  REMIT-TOTAL                 PIC S9(8)V99.
011100 77  INVOICE-OPEN-BALANCE        PIC S9(8)V99.
011200 77  RECEIPT-LINE                PIC 9(3).
011300 77  APPLIED-COUNT               PIC 9(5) VALUE ZERO.
011400 77  APPLIED-TOTAL               PIC S9(9)V99 VALUE ZERO.
011500 77  EXCEPTION-COUNT             PIC 9(5) VALUE ZERO.
011600 77  EXCEPTION-TOTAL             PIC S9(9)V99 VALUE ZERO.

011700*---------------------------------
011800* One lockbox line. Amounts are
011900* unsigned, two implied
012000* decimals.
012100*---------------------------------
012200 01  LOCKBOX-LINE.
012300     05  LBX-RECORD-TYPE         PIC X.
012400     05  FILLER                  PIC X.
012500     05  LBX-HEADER-DATA.
012600         10  LBX-ACCOUNT         PIC 9(10).
012700         10  FILLER              PIC X.
012800         10  LBX-DATE            PIC 9(8).
012900         10  FILLER              PIC X.
013000         10  LBX-DEPOSIT-TOTAL   PIC 9(9)V99.
013100         10  FILLER              PIC X(47).
013200     05  LBX-PAYMENT-DATA REDEFINES LBX-HEADER-DATA.
013300         10  LBX-CUSTOMER        PIC 9(5).
013400         10  FILLER              PIC X.
013500         10  LBX-CHECK           PIC X(10).
013600         10  FILLER              PIC X.
013700         10  LBX-PAYMENT-AMOUNT  PIC 9(8)V99.
013800         10  FILLER              PIC X(51).
013900     05  LBX-REMIT-DATA REDEFINES LBX-HEADER-DATA.
014000         10  LBX-INVOICE         PIC 9(7).
014100         10  FILLER              PIC X.
014200         10  LBX-REMIT-AMOUNT    PIC 9(6)V99.
014300         10  FILLER              PIC X(62).

014400*---------------------------------
014500* The invoices remitted with
014600* the check in hand.
014700*---------------------------------
014800 01  REMIT-TABLE.
014900     05  REMIT-ENTRY OCCURS 50 TIMES.
015000         10  REMIT-INVOICE       PIC 9(7).
015100         10  REMIT-AMOUNT        PIC S9(6)V99.

015200 01  TITLE-LINE.
015300     05  FILLER              PIC X(10) VALUE SPACE.
015400     05  FILLER              PIC X(35)
015500         VALUE "LOCKBOX IMPORT REGISTER".

015600 01  DEPOSIT-LINE.
015700     05  FILLER              PIC X(8)  VALUE "ACCOUNT ".
015800     05  PRINT-DEPOSIT-ACCOUNT
015900                             PIC 9(10).
016000     05  FILLER              PIC X(7)  VALUE " DATE ".
016100     05  PRINT-DEPOSIT-DATE  PIC 9(8).
016200     05  FILLER              PIC X(9)  VALUE " DEPOSIT ".
016300     05  PRINT-DEPOSIT-TOTAL PIC ZZZ,ZZZ,ZZ9.99-.

016400 01  COLUMN-LINE.
016500     05  FILLER         PIC X(6)  VALUE "CUST".
016600     05  FILLER         PIC X(11) VALUE "CHECK".
016700     05  FILLER         PIC X(15) VALUE "        AMOUNT".
016800     05  FILLER         PIC X(6)  VALUE "RESULT".

016900 01  PAYMENT-LINE.
017000     05  PRINT-CUSTOMER          PIC 9(5).
017100     05  FILLER                  PIC X     VALUE SPACE.
017200     05  PRINT-CHECK             PIC X(10).
017300     05  FILLER                  PIC X     VALUE SPACE.
017400     05  PRINT-AMOUNT            PIC ZZ,ZZZ,ZZ9.99-.
017500     05  FILLER                  PIC X     VALUE SPACE.
017600     05  PRINT-RESULT            PIC X(38).

017700 01  REMIT-LINE.
017800     05  FILLER                  PIC X(6)  VALUE SPACE.
017900     05  FILLER                  PIC X(8)  VALUE "INVOICE ".
018000     05  PRINT-REMIT-INVOICE     PIC 9(7).
018100     05  FILLER                  PIC X(4)  VALUE SPACE.
018200     05  PRINT-REMIT-AMOUNT      PIC ZZZ,ZZ9.99-.

018300 01  SUMMARY-LINE.
018400     05  PRINT-SUMMARY-LABEL     PIC X(30).
018500     05  PRINT-SUMMARY-COUNT     PIC ZZZZ9.
018600     05  FILLER                  PIC X     VALUE SPACE.
018700     05  PRINT-SUMMARY-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99-.

018800     COPY "WSDATE01.CBL".

018900     COPY "WSCASE01.CBL".

019000     COPY "WSOPID01.CBL".

019100 PROCEDURE DIVISION.
019200 PROGRAM-BEGIN.
019300     PERFORM OPENING-PROCEDURE.
019400     PERFORM GET-OPERATOR-ID.
019500     PERFORM MAIN-PROCESS.
019600     PERFORM CLOSING-PROCEDURE.

019700 PROGRAM-EXIT.
019800     EXIT PROGRAM.

019900 PROGRAM-DONE.
020000     STOP RUN.

020100 OPENING-PROCEDURE.
020200     OPEN I-O AR-INVOICE-FILE.
020300     OPEN I-O AR-RECEIPT-FILE.
020400     OPEN INPUT CUSTOMER-FILE.
020500     OPEN INPUT BANK-FILE.
020600     OPEN I-O BANK-TRX-FILE.
020700     OPEN EXTEND JOURNAL-FILE.
020800     OPEN OUTPUT PRINTER-FILE.

020900 CLOSING-PROCEDURE.
021000     CLOSE AR-INVOICE-FILE.
021100     CLOSE AR-RECEIPT-FILE.
021200     CLOSE CUSTOMER-FILE.
021300     CLOSE BANK-FILE.
021400     CLOSE BANK-TRX-FILE.
021500     CLOSE JOURNAL-FILE.
021600     CLOSE PRINTER-FILE.
021700     IF LOCKBOX-OK = "Y"
021800         DISPLAY APPLIED-COUNT " CHECK(S) APPLIED"
021900         IF EXCEPTION-COUNT NOT = ZERO
022000             DISPLAY EXCEPTION-COUNT
022100                 " EXCEPTION(S) - APPLY IN ARCSH01".

022200 MAIN-PROCESS.
022300     MOVE TITLE-LINE TO PRINTER-RECORD.
022400     PERFORM WRITE-TO-PRINTER.
022500     MOVE SPACE TO PRINTER-RECORD.
022600     PERFORM WRITE-TO-PRINTER.
022700     PERFORM PROVE-THE-LOCKBOX.
022800     PERFORM PRINT-DEPOSIT-LINE.
022900     IF LOCKBOX-OK = "Y"
023000         PERFORM APPLY-THE-LOCKBOX
023100         PERFORM RECORD-THE-DEPOSIT
023200         PERFORM PRINT-THE-TOTALS
023300     ELSE
023400         PERFORM REFUSE-THE-LOCKBOX.

023500*---------------------------------
023600* First pass - the whole file
023700* is read and proved before
023800* any check is touched.
023900*---------------------------------
024000 PROVE-THE-LOCKBOX.
024100     MOVE SPACE TO REFUSAL-MESSAGE.
024200     MOVE "N" TO LINE-INVALID
024300                 PAYMENT-SEEN.
024400     MOVE ZEROES TO LOCKBOX-ACCOUNT
024500                    LOCKBOX-DATE
024600                    LOCKBOX-DEPOSIT-TOTAL
024700                    LOCKBOX-PAYMENT-TOTAL
024800                    PAYMENTS-READ-COUNT.
024900     OPEN INPUT LOCKBOX-FILE.
025000     MOVE "N" TO LOCKBOX-FILE-AT-END.
025100     PERFORM READ-NEXT-LOCKBOX-LINE.
025200     IF LOCKBOX-FILE-AT-END = "Y"
025300        OR LBX-RECORD-TYPE NOT = "H"
025400         MOVE "NO LOCKBOX HEADER LINE" TO REFUSAL-MESSAGE
025500     ELSE
025600         PERFORM SAVE-THE-HEADER
025700         PERFORM READ-NEXT-LOCKBOX-LINE
025800         PERFORM PROVE-ONE-LINE
025900             UNTIL LOCKBOX-FILE-AT-END = "Y".
026000     CLOSE LOCKBOX-FILE.
026100     IF REFUSAL-MESSAGE = SPACE
026200         PERFORM CHECK-THE-DEPOSIT.
026300     IF REFUSAL-MESSAGE = SPACE
026400         MOVE "Y" TO LOCKBOX-OK
026500     ELSE
026600         MOVE "N" TO LOCKBOX-OK.

026700 SAVE-THE-HEADER.
026800     IF LBX-ACCOUNT NOT NUMERIC
026900        OR LBX-DATE NOT NUMERIC
027000        OR LBX-DEPOSIT-TOTAL NOT NUMERIC
027100         MOVE "Y" TO LINE-INVALID
027200     ELSE
027300         MOVE LBX-ACCOUNT TO LOCKBOX-ACCOUNT
027400         MOVE LBX-DATE TO LOCKBOX-DATE
027500         MOVE LBX-DEPOSIT-TOTAL TO LOCKBOX-DEPOSIT-TOTAL.

027600 PROVE-ONE-LINE.
027700     IF LBX-RECORD-TYPE = "P"
027800         PERFORM PROVE-PAYMENT-LINE
027900     ELSE
028000     IF LBX-RECORD-TYPE = "I"
028100         PERFORM PROVE-REMIT-LINE
028200     ELSE
028300         MOVE "Y" TO LINE-INVALID.
028400     PERFORM READ-NEXT-LOCKBOX-LINE.

028500 PROVE-PAYMENT-LINE.
028600     MOVE "Y" TO PAYMENT-SEEN.
028700     IF LBX-CUSTOMER NOT NUMERIC
028800        OR LBX-PAYMENT-AMOUNT NOT NUMERIC
028900         MOVE "Y" TO LINE-INVALID
029000     ELSE
029100         ADD LBX-PAYMENT-AMOUNT TO LOCKBOX-PAYMENT-TOTAL
029200         ADD 1 TO PAYMENTS-READ-COUNT.

029300*---------------------------------
029400* A remittance line belongs to
029500* the check before it, so one
029600* ahead of any check is bad.
029700*---------------------------------
029800 PROVE-REMIT-LINE.
029900     IF PAYMENT-SEEN = "N"
030000        OR LBX-INVOICE NOT NUMERIC
030100        OR LBX-REMIT-AMOUNT NOT NUMERIC
030200         MOVE "Y" TO LINE-INVALID.

030300 CHECK-THE-DEPOSIT.
030400     PERFORM READ-LOCKBOX-BANK-RECORD.
030500     PERFORM RETRIEVE-NEXT-TRX-SEQUENCE.
030600     IF LINE-INVALID = "Y"
030700         MOVE "LOCKBOX FILE HAS AN INVALID LINE"
030800             TO REFUSAL-MESSAGE
030900     ELSE
031000     IF PAYMENTS-READ-COUNT = ZERO
031100         MOVE "NO CHECKS IN THE LOCKBOX FILE"
031200             TO REFUSAL-MESSAGE
031300     ELSE
031400     IF BANK-RECORD-FOUND = "N"
031500         MOVE "BANK ACCOUNT NOT ON FILE" TO REFUSAL-MESSAGE
031600     ELSE
031700     IF LOCKBOX-PAYMENT-TOTAL NOT = LOCKBOX-DEPOSIT-TOTAL
031800         MOVE "CHECKS DO NOT EQUAL THE DEPOSIT TOTAL"
031900             TO REFUSAL-MESSAGE
032000     ELSE
032100     IF DEPOSIT-ON-FILE = "Y"
032200         MOVE "THIS DEPOSIT IS ALREADY IMPORTED"
032300             TO REFUSAL-MESSAGE.

032400 READ-LOCKBOX-BANK-RECORD.
032500     MOVE LOCKBOX-ACCOUNT TO BANK-ACCOUNT-NUMBER.
032600     MOVE "Y" TO BANK-RECORD-FOUND.
032700     READ BANK-FILE RECORD
032800       INVALID KEY
032900          MOVE "N" TO BANK-RECORD-FOUND.

033000 REFUSE-THE-LOCKBOX.
033100     MOVE SPACE TO PRINTER-RECORD.
033200     STRING "*** LOCKBOX NOT APPLIED - " REFUSAL-MESSAGE
033300         DELIMITED BY SIZE INTO PRINTER-RECORD.
033400     PERFORM WRITE-TO-PRINTER.
033500     MOVE "CHECKS IN THE FILE" TO PRINT-SUMMARY-LABEL.
033600     MOVE PAYMENTS-READ-COUNT TO PRINT-SUMMARY-COUNT.
033700     MOVE LOCKBOX-PAYMENT-TOTAL TO PRINT-SUMMARY-AMOUNT.
033800     PERFORM PRINT-SUMMARY-LINE.
033900     DISPLAY "*** LOCKBOX NOT APPLIED".
034000     DISPLAY "*** " REFUSAL-MESSAGE.

034100*---------------------------------
034200* Second pass - each check is
034300* gathered with the remittance
034400* lines that follow it, then
034500* matched and applied, or
034600* listed as an exception.
034700*---------------------------------
034800 APPLY-THE-LOCKBOX.
034900     MOVE COLUMN-LINE TO PRINTER-RECORD.
035000     PERFORM WRITE-TO-PRINTER.
035100     OPEN INPUT LOCKBOX-FILE.
035200     MOVE "N" TO LOCKBOX-FILE-AT-END.
035300     PERFORM READ-NEXT-LOCKBOX-LINE.
035400     PERFORM READ-NEXT-LOCKBOX-LINE.
035500     PERFORM PROCESS-ONE-PAYMENT
035600         UNTIL LOCKBOX-FILE-AT-END = "Y".
035700     CLOSE LOCKBOX-FILE.

035800 PROCESS-ONE-PAYMENT.
035900     MOVE LBX-CUSTOMER TO PAYMENT-CUSTOMER.
036000     MOVE LBX-CHECK TO PAYMENT-CHECK.
036100     INSPECT PAYMENT-CHECK
036200      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
036300     MOVE LBX-PAYMENT-AMOUNT TO PAYMENT-AMOUNT.
036400     MOVE ZEROES TO REMIT-COUNT
036500                    REMIT-TOTAL.
036600     MOVE "N" TO TOO-MANY-LINES.
036700     PERFORM READ-NEXT-LOCKBOX-LINE.
036800     PERFORM COLLECT-ONE-REMITTANCE
036900         UNTIL LOCKBOX-FILE-AT-END = "Y"
037000            OR LBX-RECORD-TYPE NOT = "I".
037100     PERFORM MATCH-THE-PAYMENT.
037200     IF PAYMENT-MATCHED = "Y"
037300         PERFORM APPLY-THE-PAYMENT
037400     ELSE
037500         PERFORM LIST-PAYMENT-EXCEPTION.

037600 COLLECT-ONE-REMITTANCE.
037700     IF REMIT-COUNT < 50
037800         ADD 1 TO REMIT-COUNT
037900         MOVE LBX-INVOICE TO REMIT-INVOICE(REMIT-COUNT)
038000         MOVE LBX-REMIT-AMOUNT TO REMIT-AMOUNT(REMIT-COUNT)
038100     ELSE
038200         MOVE "Y" TO TOO-MANY-LINES.
038300     ADD LBX-REMIT-AMOUNT TO REMIT-TOTAL.
038400     PERFORM READ-NEXT-LOCKBOX-LINE.

038500*---------------------------------
038600* All or nothing - a check with
038700* any remittance line that does
038800* not match is left whole for
038900* the clerk.
039000*---------------------------------
039100 MATCH-THE-PAYMENT.
039200     MOVE SPACE TO EXCEPTION-REASON.
039300     PERFORM READ-PAYMENT-CUSTOMER.
039400     PERFORM CHECK-RECEIPT-ON-FILE.
039500     IF CUSTOMER-RECORD-FOUND = "N"
039600         MOVE "CUSTOMER NOT ON FILE" TO EXCEPTION-REASON
039700     ELSE
039800     IF PAYMENT-CHECK = SPACE
039900         MOVE "NO CHECK NUMBER" TO EXCEPTION-REASON
040000     ELSE
040100     IF RECEIPT-ON-FILE = "Y"
040200         MOVE "CHECK ALREADY ON FILE" TO EXCEPTION-REASON
040300     ELSE
040400     IF REMIT-COUNT = ZERO
040500         MOVE "NO INVOICES REMITTED" TO EXCEPTION-REASON
040600     ELSE
040700     IF TOO-MANY-LINES = "Y"
040800         MOVE "TOO MANY INVOICES REMITTED"
040900             TO EXCEPTION-REASON
041000     ELSE
041100     IF REMIT-TOTAL NOT = PAYMENT-AMOUNT
041200         MOVE "REMITTANCE DOES NOT EQUAL CHECK"
041300             TO EXCEPTION-REASON
041400     ELSE
041500         PERFORM MATCH-ONE-INVOICE
041600             VARYING REMIT-SUB FROM 1 BY 1
041700              UNTIL REMIT-SUB > REMIT-COUNT
041800                 OR EXCEPTION-REASON NOT = SPACE.
041900     IF EXCEPTION-REASON = SPACE
042000         MOVE "Y" TO PAYMENT-MATCHED
042100     ELSE
042200         MOVE "N" TO PAYMENT-MATCHED.

042300 READ-PAYMENT-CUSTOMER.
042400     MOVE PAYMENT-CUSTOMER TO CUSTOMER-NUMBER.
042500     MOVE "Y" TO CUSTOMER-RECORD-FOUND.
042600     READ CUSTOMER-FILE RECORD
042700       INVALID KEY
042800          MOVE "N" TO CUSTOMER-RECORD-FOUND.

042900 CHECK-RECEIPT-ON-FILE.
043000     MOVE PAYMENT-CUSTOMER TO ARRCPT-CUSTOMER.
043100     MOVE LOCKBOX-DATE TO ARRCPT-DATE.
043200     MOVE PAYMENT-CHECK TO ARRCPT-CHECK.
043300     MOVE ZEROES TO ARRCPT-LINE.
043400     MOVE "Y" TO RECEIPT-ON-FILE.
043500     READ AR-RECEIPT-FILE RECORD
043600       INVALID KEY
043700          MOVE "N" TO RECEIPT-ON-FILE.

043800*---------------------------------
043900* The invoice must be an open
044000* invoice (not a credit item)
044100* of the paying customer, and
044200* the amount remitted positive
044300* and within its open balance.
044400*---------------------------------
044500 MATCH-ONE-INVOICE.
044600     MOVE REMIT-INVOICE(REMIT-SUB) TO ARINV-NUMBER
044700                                      REASON-INVOICE.
044800     PERFORM READ-INVOICE-RECORD.
044900     IF INVOICE-RECORD-FOUND = "Y"
045000         SUBTRACT ARINV-PAID-AMOUNT FROM ARINV-AMOUNT
045100             GIVING INVOICE-OPEN-BALANCE.
045200     IF INVOICE-RECORD-FOUND = "N"
045300         MOVE "NOT ON FILE" TO EXCEPTION-REASON
045400     ELSE
045500     IF ARINV-CUSTOMER NOT = PAYMENT-CUSTOMER
045600         MOVE "ANOTHER CUSTOMER'S" TO EXCEPTION-REASON
045700     ELSE
045800     IF ARINV-TYPE = "C" OR ARINV-TYPE = "U"
045900         MOVE "A CREDIT ITEM" TO EXCEPTION-REASON
046000     ELSE
046100     IF ARINV-PAID-DATE NOT = ZEROES
046200        OR INVOICE-OPEN-BALANCE NOT > ZERO
046300         MOVE "ALREADY PAID" TO EXCEPTION-REASON
046400     ELSE
046500     IF REMIT-AMOUNT(REMIT-SUB) NOT > ZERO
046600         MOVE "REMITTED FOR ZERO" TO EXCEPTION-REASON
046700     ELSE
046800     IF REMIT-AMOUNT(REMIT-SUB) > INVOICE-OPEN-BALANCE
046900         MOVE "OVERPAID" TO EXCEPTION-REASON
047000     ELSE
047100         PERFORM CHECK-INVOICE-REPEATED
047200             VARYING OTHER-SUB FROM 1 BY 1
047300              UNTIL OTHER-SUB NOT < REMIT-SUB.
047400     IF EXCEPTION-REASON NOT = SPACE
047500         PERFORM NAME-THE-INVOICE.

047600 CHECK-INVOICE-REPEATED.
047700     IF REMIT-INVOICE(OTHER-SUB) = REMIT-INVOICE(REMIT-SUB)
047800         MOVE "REMITTED TWICE" TO EXCEPTION-REASON.

047900 NAME-THE-INVOICE.
048000     MOVE EXCEPTION-REASON TO REASON-TEXT.
048100     MOVE SPACE TO EXCEPTION-REASON.
048200     STRING "INVOICE " REASON-INVOICE " "
048300         REASON-TEXT DELIMITED BY SIZE
048400         INTO EXCEPTION-REASON.

048500 READ-INVOICE-RECORD.
048600     MOVE "Y" TO INVOICE-RECORD-FOUND.
048700     READ AR-INVOICE-FILE RECORD
048800       INVALID KEY
048900          MOVE "N" TO INVOICE-RECORD-FOUND.

049000*---------------------------------
049100* Applied exactly as ARCSH01
049200* would - the check on line
049300* 000 waiting for ARPOST01,
049400* then one line per invoice.
049500*---------------------------------
049600 APPLY-THE-PAYMENT.
049700     MOVE ZEROES TO RECEIPT-LINE.
049800     PERFORM WRITE-RECEIPT-LINE.
049900     PERFORM APPLY-ONE-REMITTANCE
050000         VARYING REMIT-SUB FROM 1 BY 1
050100          UNTIL REMIT-SUB > REMIT-COUNT.
050200     PERFORM JOURNAL-CASH-RECEIPT.
050300     ADD 1 TO APPLIED-COUNT.
050400     ADD PAYMENT-AMOUNT TO APPLIED-TOTAL.
050500     MOVE "APPLIED" TO PRINT-RESULT.
050600     PERFORM PRINT-PAYMENT-LINE.

050700 APPLY-ONE-REMITTANCE.
050800     MOVE REMIT-INVOICE(REMIT-SUB) TO ARINV-NUMBER.
050900     PERFORM READ-INVOICE-RECORD.
051000     IF INVOICE-RECORD-FOUND = "Y"
051100         ADD REMIT-AMOUNT(REMIT-SUB) TO ARINV-PAID-AMOUNT
051200         IF ARINV-PAID-AMOUNT NOT < ARINV-AMOUNT
051300             MOVE LOCKBOX-DATE TO ARINV-PAID-DATE.
051400     IF INVOICE-RECORD-FOUND = "Y"
051500         PERFORM REWRITE-INVOICE-RECORD
051600         PERFORM WRITE-RECEIPT-LINE.

051700 REWRITE-INVOICE-RECORD.
051800     REWRITE AR-INVOICE-RECORD
051900         INVALID KEY
052000         DISPLAY "ERROR REWRITING INVOICE RECORD".

052100 WRITE-RECEIPT-LINE.
052200     MOVE PAYMENT-CUSTOMER TO ARRCPT-CUSTOMER.
052300     MOVE LOCKBOX-DATE TO ARRCPT-DATE.
052400     MOVE PAYMENT-CHECK TO ARRCPT-CHECK.
052500     MOVE OPERATOR-ID TO ARRCPT-OPERATOR.
052600     IF RECEIPT-LINE = ZEROES
052700         MOVE ZEROES TO ARRCPT-INVOICE
052800         MOVE PAYMENT-AMOUNT TO ARRCPT-AMOUNT
052900         MOVE LOCKBOX-ACCOUNT TO ARRCPT-BANK-ACCOUNT
053000         MOVE "N" TO ARRCPT-POSTED
053100     ELSE
053200         MOVE ARINV-NUMBER TO ARRCPT-INVOICE
053300         MOVE REMIT-AMOUNT(REMIT-SUB) TO ARRCPT-AMOUNT
053400         MOVE ZEROES TO ARRCPT-BANK-ACCOUNT
053500         MOVE SPACE TO ARRCPT-POSTED.
053600     MOVE ZEROES TO ARRCPT-POST-RUN.
053700     MOVE RECEIPT-LINE TO ARRCPT-LINE.
053800     WRITE AR-RECEIPT-RECORD
053900         INVALID KEY
054000         DISPLAY "ERROR WRITING RECEIPT HISTORY".
054100     ADD 1 TO RECEIPT-LINE.

054200 JOURNAL-CASH-RECEIPT.
054300     MOVE "LBXIMP01" TO JOURNAL-PROGRAM.
054400     MOVE SPACE TO JOURNAL-KEY.
054500     MOVE PAYMENT-CUSTOMER TO JOURNAL-KEY.
054600     MOVE "AR-RECEIPT" TO JOURNAL-ACTION.
054700     MOVE PAYMENT-AMOUNT TO JOURNAL-AMOUNT.
054800     PERFORM WRITE-JOURNAL-ENTRY.

054900 LIST-PAYMENT-EXCEPTION.
055000     ADD 1 TO EXCEPTION-COUNT.
055100     ADD PAYMENT-AMOUNT TO EXCEPTION-TOTAL.
055200     MOVE SPACE TO PRINT-RESULT.
055300     STRING "*** " EXCEPTION-REASON
055400         DELIMITED BY SIZE INTO PRINT-RESULT.
055500     PERFORM PRINT-PAYMENT-LINE.
055600     PERFORM PRINT-REMIT-LINE
055700         VARYING REMIT-SUB FROM 1 BY 1
055800          UNTIL REMIT-SUB > REMIT-COUNT.

055900*---------------------------------
056000* The deposit goes on the bank
056100* transaction file already
056200* posted - its checks reach the
056300* book balance one by one
056400* through ARPOST01, the
056500* exceptions after ARCSH01.
056600*---------------------------------
056700 RECORD-THE-DEPOSIT.
056800     PERFORM RETRIEVE-NEXT-TRX-SEQUENCE.
056900     MOVE LOCKBOX-ACCOUNT TO BNKTRX-ACCOUNT.
057000     MOVE LOCKBOX-DATE TO BNKTRX-DATE.
057100     MOVE NEXT-TRX-SEQUENCE TO BNKTRX-SEQUENCE.
057200     MOVE "DP" TO BNKTRX-TYPE.
057300     MOVE LOCKBOX-DEPOSIT-TOTAL TO BNKTRX-AMOUNT.
057400     MOVE ZEROES TO BNKTRX-CHECK-NUMBER.
057500     MOVE "LOCKBOX DEPOSIT" TO BNKTRX-DESCRIPTION.
057600     MOVE "Y" TO BNKTRX-POSTED.
057700     WRITE BANK-TRX-RECORD
057800         INVALID KEY
057900         DISPLAY "ERROR WRITING BANK TRANSACTION".
058000     MOVE "LBXIMP01" TO JOURNAL-PROGRAM.
058100     MOVE SPACE TO JOURNAL-KEY.
058200     MOVE LOCKBOX-ACCOUNT TO JOURNAL-KEY.
058300     MOVE "AR-LOCKBOX" TO JOURNAL-ACTION.
058400     MOVE LOCKBOX-DEPOSIT-TOTAL TO JOURNAL-AMOUNT.
058500     PERFORM WRITE-JOURNAL-ENTRY.

058600*---------------------------------
058700* Next sequence for the account
058800* and date, noting on the way
058900* whether a lockbox deposit of
059000* the same amount is already
059100* there.
059200*---------------------------------
059300 RETRIEVE-NEXT-TRX-SEQUENCE.
059400     MOVE ZERO TO NEXT-TRX-SEQUENCE.
059500     MOVE "N" TO DEPOSIT-ON-FILE.
059600     MOVE "N" TO TRX-FILE-AT-END.
059700     MOVE LOCKBOX-ACCOUNT TO BNKTRX-ACCOUNT.
059800     MOVE LOCKBOX-DATE TO BNKTRX-DATE.
059900     MOVE ZEROES TO BNKTRX-SEQUENCE.
060000     START BANK-TRX-FILE
060100        KEY NOT < BNKTRX-KEY
060200         INVALID KEY MOVE "Y" TO TRX-FILE-AT-END.
060300     PERFORM NOTE-ONE-TRX-SEQUENCE
060400         UNTIL TRX-FILE-AT-END = "Y".
060500     ADD 1 TO NEXT-TRX-SEQUENCE.

060600 NOTE-ONE-TRX-SEQUENCE.
060700     READ BANK-TRX-FILE NEXT RECORD
060800         AT END MOVE "Y" TO TRX-FILE-AT-END.
060900     IF TRX-FILE-AT-END NOT = "Y"
061000        AND (BNKTRX-ACCOUNT NOT = LOCKBOX-ACCOUNT
061100          OR BNKTRX-DATE NOT = LOCKBOX-DATE)
061200         MOVE "Y" TO TRX-FILE-AT-END.
061300     IF TRX-FILE-AT-END NOT = "Y"
061400         MOVE BNKTRX-SEQUENCE TO NEXT-TRX-SEQUENCE.
061500     IF TRX-FILE-AT-END NOT = "Y"
061600        AND BNKTRX-TYPE = "DP"
061700        AND BNKTRX-DESCRIPTION = "LOCKBOX DEPOSIT"
061800        AND BNKTRX-AMOUNT = LOCKBOX-DEPOSIT-TOTAL
061900         MOVE "Y" TO DEPOSIT-ON-FILE.

062000*---------------------------------
062100* Register lines.
062200*---------------------------------
062300 PRINT-DEPOSIT-LINE.
062400     MOVE LOCKBOX-ACCOUNT TO PRINT-DEPOSIT-ACCOUNT.
062500     MOVE LOCKBOX-DATE TO PRINT-DEPOSIT-DATE.
062600     MOVE LOCKBOX-DEPOSIT-TOTAL TO PRINT-DEPOSIT-TOTAL.
062700     MOVE DEPOSIT-LINE TO PRINTER-RECORD.
062800     PERFORM WRITE-TO-PRINTER.
062900     MOVE SPACE TO PRINTER-RECORD.
063000     PERFORM WRITE-TO-PRINTER.

063100 PRINT-PAYMENT-LINE.
063200     MOVE PAYMENT-CUSTOMER TO PRINT-CUSTOMER.
063300     MOVE PAYMENT-CHECK TO PRINT-CHECK.
063400     MOVE PAYMENT-AMOUNT TO PRINT-AMOUNT.
063500     MOVE PAYMENT-LINE TO PRINTER-RECORD.
063600     PERFORM WRITE-TO-PRINTER.

063700 PRINT-REMIT-LINE.
063800     MOVE REMIT-INVOICE(REMIT-SUB) TO PRINT-REMIT-INVOICE.
063900     MOVE REMIT-AMOUNT(REMIT-SUB) TO PRINT-REMIT-AMOUNT.
064000     MOVE REMIT-LINE TO PRINTER-RECORD.
064100     PERFORM WRITE-TO-PRINTER.

064200 PRINT-THE-TOTALS.
064300     MOVE SPACE TO PRINTER-RECORD.
064400     PERFORM WRITE-TO-PRINTER.
064500     MOVE "CHECKS APPLIED" TO PRINT-SUMMARY-LABEL.
064600     MOVE APPLIED-COUNT TO PRINT-SUMMARY-COUNT.
064700     MOVE APPLIED-TOTAL TO PRINT-SUMMARY-AMOUNT.
064800     PERFORM PRINT-SUMMARY-LINE.
064900     MOVE "EXCEPTIONS FOR ARCSH01" TO PRINT-SUMMARY-LABEL.
065000     MOVE EXCEPTION-COUNT TO PRINT-SUMMARY-COUNT.
065100     MOVE EXCEPTION-TOTAL TO PRINT-SUMMARY-AMOUNT.
065200     PERFORM PRINT-SUMMARY-LINE.
065300     MOVE "LOCKBOX DEPOSIT TOTAL" TO PRINT-SUMMARY-LABEL.
065400     MOVE PAYMENTS-READ-COUNT TO PRINT-SUMMARY-COUNT.
065500     MOVE LOCKBOX-DEPOSIT-TOTAL TO PRINT-SUMMARY-AMOUNT.
065600     PERFORM PRINT-SUMMARY-LINE.

065700 PRINT-SUMMARY-LINE.
065800     MOVE SUMMARY-LINE TO PRINTER-RECORD.
065900     PERFORM WRITE-TO-PRINTER.

066000*---------------------------------
066100* File I-O routines.
066200*---------------------------------
066300 READ-NEXT-LOCKBOX-LINE.
066400     READ LOCKBOX-FILE
066500         AT END MOVE "Y" TO LOCKBOX-FILE-AT-END.
066600     IF LOCKBOX-FILE-AT-END NOT = "Y"
066700         MOVE LOCKBOX-RECORD TO LOCKBOX-LINE.

066800 WRITE-TO-PRINTER.
066900     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

067000     COPY "PLDATE01.CBL".

067100     COPY "PLOPID01.CBL".

067200     COPY "PLJRNL01.CBL".
