000800*   range is summarized by
000900*   VOUCHER-GL-ACCOUNT into one
001000*   expense DEBIT line per
001100*   account and voucher
001200* - one cash CREDIT line is
001300*   written per check account,
001400*   found by reading CHECK-FILE
003860* credits the WITHHOLD payable
003870* account instead, so the cash
003880* lines still tie to the bank.
003882* Every journal line carries the
003884* company whose books it belongs
003885* to, after the description:
003887* expense, accrual and FX lines
003889* the VOUCHER-COMPANY, cash,
003891* void and withholding lines the
003893* CHECK-COMPANY of the check
003895* account. The CASH pseudo slot
003896* carries no company and GLUPD01
003898* posts it to its run default.
003899* An expense line carries its
003900* voucher (a V reference) and a
003901* voided check's suspense line
003902* its CHECK-KEY (C) after the
003903* company, so the GL drill-down
003904* (GLDRL01) can reach the
003905* source document; the summary
003906* lines carry no reference.
003907* A voucher (or VDIST line) with
003908* a prepaid schedule on
003909* AMORTIZATION-FILE that was
003910* keyed before the voucher
003911* posted (AMORT-RECLASS "N")
003912* debits the schedule's prepaid
003913* asset account instead of the
003914* account charged; AMTRUN01
003915* releases it to expense month
003916* by month.
003917* A voucher settled by netting
003918* against the same party's
003919* receivables (APNET01,
003920* VOUCHER-NETTED "Y") credits
003921* ARTRADE instead of cash.
003922* A virtual card payment
003923* (CHECK-PAY-METHOD "V") is
003924* settled by the card issuer,
003925* not the bank - it credits
003926* CARDCLR, and a voided card
003927* payment debits CARDCLR back,
003928* one line each per company.
003900*---------------------------------
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.

004560     COPY "SLVDST01.CBL".

004565     COPY "SLAMORT.CBL".

004570     COPY "SLEXPCTL.CBL".

004600     SELECT WORK-FILE

006160     COPY "FDVDST01.CBL".

006165     COPY "FDAMORT.CBL".

006170     COPY "FDEXPCTL.CBL".

006200 SD  SORT-FILE.
006300 01  SORT-RECORD.
006400     05  SORT-GL-ACCOUNT          PIC X(10).
006500     05  SORT-PAID-AMOUNT         PIC S9(6)V99.
006550     05  SORT-COMPANY             PIC X(2).
006575     05  SORT-VOUCHER             PIC 9(7).

006600 FD  WORK-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 01  WORK-RECORD.
006900     05  WORK-GL-ACCOUNT          PIC X(10).
007000     05  WORK-PAID-AMOUNT         PIC S9(6)V99.
007050     05  WORK-COMPANY             PIC X(2).
007075     05  WORK-VOUCHER             PIC 9(7).

007100 FD  GL-EXPORT-FILE
007200     LABEL RECORDS ARE OMITTED.
007300 01  GL-EXPORT-RECORD            PIC X(100).

007400 FD  PRINTER-FILE
007500     LABEL RECORDS ARE OMITTED.
008000 77  WORK-FILE-AT-END            PIC X.
008050 77  WITHHOLD-FILE-AT-END        PIC X.
008060 77  WITHHOLD-CREDIT-TOTAL       PIC S9(9)V99 VALUE ZERO.
008070 77  NETTING-CREDIT-TOTAL        PIC S9(9)V99 VALUE ZERO.
008100 77  CHECK-RECORD-FOUND          PIC X.
008200 77  CONTROL-RECORD-FOUND        PIC X.
008300 77  LINE-COUNT                  PIC 999 VALUE ZERO.
008600 77  FROM-DATE                   PIC 9(8).
008700 77  TO-DATE                     PIC 9(8).
008800 77  CURRENT-GL-ACCOUNT          PIC X(10).
008850 77  CURRENT-COMPANY             PIC X(2).
008875 77  CURRENT-VOUCHER             PIC 9(7).
008900 77  ACCOUNT-DEBIT-TOTAL         PIC S9(9)V99 VALUE ZERO.
009000 77  TOTAL-DEBITS                PIC S9(9)V99 VALUE ZERO.
009100 77  TOTAL-CREDITS               PIC S9(9)V99 VALUE ZERO.
010100             INDEXED BY CASH-INDEX.
010200         10  CASH-SLOT-ACCOUNT    PIC 9(10).
010300         10  CASH-SLOT-AMOUNT     PIC S9(9)V99.
010350         10  CASH-SLOT-COMPANY    PIC X(2).

010400 01  VOID-DEBIT-TABLE.
010500     05  VOID-DEBIT-SLOT OCCURS 11 TIMES
010600             INDEXED BY VOID-INDEX.
010700         10  VOID-SLOT-ACCOUNT    PIC 9(10).
010800         10  VOID-SLOT-AMOUNT     PIC S9(9)V99.
010850         10  VOID-SLOT-COMPANY    PIC X(2).

010900 01  JOURNAL-LINE.
011000     05  JOURNAL-DATE            PIC 9(8).
011600     05  JOURNAL-CREDIT          PIC 9(9)V99.
011700     05  FILLER                  PIC X     VALUE ",".
011800     05  JOURNAL-DESCRIPTION     PIC X(25).
011833     05  FILLER                  PIC X     VALUE ",".
011867     05  JOURNAL-COMPANY         PIC X(2).
011875     05  FILLER                  PIC X     VALUE ",".
011883     05  JOURNAL-REF-TYPE        PIC X.
011892     05  JOURNAL-REFERENCE       PIC X(16).

011900 01  PROOF-LINE.
012000     05  PRINT-GL-ACCOUNT        PIC X(10).
014750 77  BANK-RECORD-ON-FILE         PIC X.
014760 77  VDIST-FILE-AT-END           PIC X.
014770 77  VOUCHER-HAS-DIST            PIC X.
014770 77  AMORT-RECORD-FOUND          PIC X.
014771*---------------------------------
014772* "C" - cash mode, the original
014773* behavior: one expense debit
014809         10  IC-CHECK-COMPANY     PIC X(2).
014810         10  IC-AMOUNT            PIC S9(9)V99.

014810*---------------------------------
014810* The summary lines (accrual,
014810* withholding, exchange) are
014810* split by company - one slot per
014810* company seen, HIGH-VALUES when
014810* the slot is unused since a
014810* blank company is a real value
014810* (an unstamped voucher).
014810*---------------------------------
014810 77  SPLIT-WANTED-COMPANY        PIC X(2).
014810 01  COMPANY-SPLIT-TABLE.
014810     05  COMPANY-SPLIT-SLOT OCCURS 10 TIMES
014810             INDEXED BY SPLIT-INDEX.
014810         10  SPLIT-COMPANY        PIC X(2).
014810         10  SPLIT-ACCRUAL-CREDIT PIC S9(9)V99.
014810         10  SPLIT-ACCRUAL-RELIEF PIC S9(9)V99.
014810         10  SPLIT-WITHHOLD       PIC S9(9)V99.
014810         10  SPLIT-FX-GAIN        PIC S9(9)V99.
014810         10  SPLIT-FX-LOSS        PIC S9(9)V99.
014810         10  SPLIT-CARD-CREDIT    PIC S9(9)V99.
014810         10  SPLIT-CARD-VOID      PIC S9(9)V99.

014800     COPY "WSDATE01.CBL".

014900     COPY "WSCASE01.CBL".
015600         PERFORM CLOSING-PROCEDURE.
015610     CLOSE EXPORT-CONTROL-FILE.

015640 PROGRAM-EXIT.
015670     EXIT PROGRAM.

015700 PROGRAM-DONE.
015800     STOP RUN.

016200     OPEN INPUT CONTROL-FILE.
016250     OPEN INPUT BANK-FILE.
016260     OPEN INPUT VDIST-FILE.
016270     OPEN INPUT AMORTIZATION-FILE.
016300     OPEN OUTPUT GL-EXPORT-FILE.
016400     OPEN OUTPUT PRINTER-FILE.
016500     PERFORM READ-CONTROL-RECORD.
016600     PERFORM INIT-CASH-TABLES.
016610     PERFORM INIT-INTERCOMPANY-TABLE.
016655     PERFORM INIT-COMPANY-SPLIT-TABLE.

016700 CLOSING-PROCEDURE.
016800     CLOSE VOUCHER-FILE.
017000     CLOSE CONTROL-FILE.
017050     CLOSE BANK-FILE.
017060     CLOSE VDIST-FILE.
017070     CLOSE AMORTIZATION-FILE.
017100     CLOSE GL-EXPORT-FILE.
017200     PERFORM END-LAST-PAGE.
017300     CLOSE PRINTER-FILE.
020200                    CASH-SLOT-AMOUNT(CASH-INDEX)
020300                    VOID-SLOT-ACCOUNT(VOID-INDEX)
020400                    VOID-SLOT-AMOUNT(VOID-INDEX).
020433     MOVE SPACE TO CASH-SLOT-COMPANY(CASH-INDEX)
020467                   VOID-SLOT-COMPANY(VOID-INDEX).

020500*---------------------------------
020600* Expense debits - paid vouchers
021200*---------------------------------
021300 POST-EXPENSE-DEBITS.
021400     SORT SORT-FILE
021500         ON ASCENDING KEY SORT-COMPANY
021550                          SORT-GL-ACCOUNT
021575                          SORT-VOUCHER
021600         INPUT PROCEDURE IS SELECT-PAID-VOUCHERS
021700         GIVING WORK-FILE.
021800     OPEN INPUT WORK-FILE.
023803     ELSE
023804         MOVE VOUCHER-GL-ACCOUNT TO SORT-GL-ACCOUNT
023805         MOVE VOUCHER-PAID-AMOUNT TO SORT-PAID-AMOUNT
023805         MOVE VOUCHER-COMPANY TO SORT-COMPANY
023805         MOVE VOUCHER-NUMBER TO SORT-VOUCHER
023805         MOVE ZEROES TO AMORT-SEQUENCE
023805         PERFORM REDIRECT-PREPAID-CHARGE
023806         RELEASE SORT-RECORD.

023807 LOOK-FOR-DIST-LINES.
023819 RELEASE-ONE-DIST-LINE.
023820     MOVE VDIST-GL-ACCOUNT TO SORT-GL-ACCOUNT.
023821     MOVE VDIST-AMOUNT TO SORT-PAID-AMOUNT.
023821     MOVE VOUCHER-COMPANY TO SORT-COMPANY.
023821     MOVE VOUCHER-NUMBER TO SORT-VOUCHER.
023821     MOVE VDIST-SEQUENCE TO AMORT-SEQUENCE.
023821     PERFORM REDIRECT-PREPAID-CHARGE.
023822     RELEASE SORT-RECORD.
023823     PERFORM READ-NEXT-DIST-LINE.

023828        AND VDIST-VOUCHER NOT = VOUCHER-NUMBER
023829         MOVE "Y" TO VDIST-FILE-AT-END.

023829*---------------------------------
023829* A prepaid charge keyed before
023829* the voucher posted goes to the
023829* schedule's asset account. The
023829* caller sets AMORT-SEQUENCE -
023829* the VDIST line, or 00 for the
023829* voucher header.
023829*---------------------------------
023829 REDIRECT-PREPAID-CHARGE.
023829     MOVE VOUCHER-NUMBER TO AMORT-VOUCHER.
023829     MOVE "Y" TO AMORT-RECORD-FOUND.
023829     READ AMORTIZATION-FILE RECORD
023829       INVALID KEY
023829          MOVE "N" TO AMORT-RECORD-FOUND.
023829     IF AMORT-RECORD-FOUND = "Y"
023829        AND AMORT-RECLASS = "N"
023829         MOVE AMORT-ASSET-ACCOUNT TO SORT-GL-ACCOUNT.

023830*---------------------------------
023831* Accrual stage 1 - vouchers
023832* entered in the range, expense
023837*---------------------------------
023838 POST-ENTRY-STAGE.
023839     SORT SORT-FILE
023840         ON ASCENDING KEY SORT-COMPANY
023840                          SORT-GL-ACCOUNT
023840                          SORT-VOUCHER
023841         INPUT PROCEDURE IS SELECT-ENTERED-VOUCHERS
023842         GIVING WORK-FILE.
023843     OPEN INPUT WORK-FILE.
023858        AND VOUCHER-GL-STAGE1-POSTED NOT = "Y"
023859         PERFORM RELEASE-ENTERED-LINES
023860         ADD VOUCHER-AMOUNT TO STAGE1-CREDIT-TOTAL
023860         PERFORM FIND-VOUCHER-COMPANY-SPLIT
023860         ADD VOUCHER-AMOUNT
023860             TO SPLIT-ACCRUAL-CREDIT(SPLIT-INDEX)
023861         MOVE "Y" TO VOUCHER-GL-STAGE1-POSTED
023862         PERFORM REWRITE-VOUCHER-RECORD.
023863     PERFORM READ-NEXT-VOUCHER.
023875     ELSE
023876         MOVE VOUCHER-GL-ACCOUNT TO SORT-GL-ACCOUNT
023877         MOVE VOUCHER-AMOUNT TO SORT-PAID-AMOUNT
023877         MOVE VOUCHER-COMPANY TO SORT-COMPANY
023877         MOVE VOUCHER-NUMBER TO SORT-VOUCHER
023877         MOVE ZEROES TO AMORT-SEQUENCE
023877         PERFORM REDIRECT-PREPAID-CHARGE
023878         RELEASE SORT-RECORD.

023879 WRITE-ACCRUAL-CREDIT.
023880     IF STAGE1-CREDIT-TOTAL NOT = ZEROES
023880         PERFORM WRITE-ONE-ACCRUAL-CREDIT
023880             VARYING SPLIT-INDEX FROM 1 BY 1
023880              UNTIL SPLIT-INDEX > 10.

023880 WRITE-ONE-ACCRUAL-CREDIT.
023880     IF SPLIT-ACCRUAL-CREDIT(SPLIT-INDEX) NOT = ZEROES
023881         MOVE SPACE TO JOURNAL-LINE
023882         MOVE TO-DATE TO JOURNAL-DATE
023883         MOVE "APACCRUAL" TO JOURNAL-ACCOUNT
023884         MOVE ZEROES TO JOURNAL-DEBIT
023885         MOVE SPLIT-ACCRUAL-CREDIT(SPLIT-INDEX)
023885             TO JOURNAL-CREDIT
023886         MOVE "AP ACCRUED LIABILITY" TO JOURNAL-DESCRIPTION
023886         MOVE SPLIT-COMPANY(SPLIT-INDEX) TO JOURNAL-COMPANY
023887         PERFORM WRITE-JOURNAL-RECORD
023888         ADD SPLIT-ACCRUAL-CREDIT(SPLIT-INDEX)
023888             TO TOTAL-CREDITS
023889         MOVE SPACE TO PROOF-LINE
023890         MOVE "APACCRUAL" TO PRINT-GL-ACCOUNT
023891         MOVE SPLIT-ACCRUAL-CREDIT(SPLIT-INDEX)
023891             TO PRINT-CREDIT
023892         MOVE "AP ACCRUED LIABILITY" TO PRINT-PROOF-DESC
023893         PERFORM PRINT-PROOF-LINE.

023915         PERFORM ACCUMULATE-CASH-CREDIT
023915         PERFORM NOTE-REALIZED-FX
023916         ADD VOUCHER-PAID-AMOUNT TO STAGE2-DEBIT-TOTAL
023916         PERFORM FIND-VOUCHER-COMPANY-SPLIT
023916         ADD VOUCHER-PAID-AMOUNT
023916             TO SPLIT-ACCRUAL-RELIEF(SPLIT-INDEX)
023917         MOVE "Y" TO VOUCHER-GL-STAGE2-POSTED
023918         PERFORM REWRITE-VOUCHER-RECORD.
023919     PERFORM READ-NEXT-VOUCHER.

023920 WRITE-ACCRUAL-RELIEF-DEBIT.
023921     IF STAGE2-DEBIT-TOTAL NOT = ZEROES
023921         PERFORM WRITE-ONE-ACCRUAL-RELIEF
023921             VARYING SPLIT-INDEX FROM 1 BY 1
023921              UNTIL SPLIT-INDEX > 10.

023921 WRITE-ONE-ACCRUAL-RELIEF.
023921     IF SPLIT-ACCRUAL-RELIEF(SPLIT-INDEX) NOT = ZEROES
023922         MOVE SPACE TO JOURNAL-LINE
023923         MOVE TO-DATE TO JOURNAL-DATE
023924         MOVE "APACCRUAL" TO JOURNAL-ACCOUNT
023925         MOVE SPLIT-ACCRUAL-RELIEF(SPLIT-INDEX)
023925             TO JOURNAL-DEBIT
023926         MOVE ZEROES TO JOURNAL-CREDIT
023927         MOVE "AP ACCRUAL RELIEVED" TO JOURNAL-DESCRIPTION
023927         MOVE SPLIT-COMPANY(SPLIT-INDEX) TO JOURNAL-COMPANY
023928         PERFORM WRITE-JOURNAL-RECORD
023929         ADD SPLIT-ACCRUAL-RELIEF(SPLIT-INDEX)
023929             TO TOTAL-DEBITS
023930         MOVE SPACE TO PROOF-LINE
023931         MOVE "APACCRUAL" TO PRINT-GL-ACCOUNT
023932         MOVE SPLIT-ACCRUAL-RELIEF(SPLIT-INDEX)
023932             TO PRINT-DEBIT
023933         MOVE "AP ACCRUAL RELIEVED" TO PRINT-PROOF-DESC
023934         PERFORM PRINT-PROOF-LINE.

024400* (or a cash payment, check
024500* number zero) lands in the
024550* CASH pseudo slot.
024560* A voucher settled by netting
024570* against receivables (APNET01)
024580* used no cash at all - it goes
024590* to the ARTRADE credit instead.
024600*---------------------------------
024700 ACCUMULATE-CASH-CREDIT.
024710     IF VOUCHER-NETTED = "Y"
024720         ADD VOUCHER-PAID-AMOUNT TO NETTING-CREDIT-TOTAL
024730     ELSE
024740         PERFORM ACCUMULATE-CHECK-CREDIT.

024750 ACCUMULATE-CHECK-CREDIT.
024800     MOVE "N" TO CHECK-RECORD-FOUND.
024900     IF VOUCHER-CHECK-NO NOT = ZEROES
025000         PERFORM TRY-ONE-BANK-ACCOUNT
025200              UNTIL CONTROL-BANK-INDEX > 10
025300                 OR CHECK-RECORD-FOUND = "Y".
025400     IF CHECK-RECORD-FOUND = "Y"
025500         PERFORM ADD-TO-PAYMENT-CREDIT
025510         PERFORM NOTE-INTERCOMPANY-PAYMENT
025600     ELSE
025700         SET CASH-INDEX TO 11
026678          OR CHECK-VOIDED = "Y")
026684         MOVE "N" TO CHECK-RECORD-FOUND.

026690 ADD-TO-PAYMENT-CREDIT.
026692     IF CHECK-PAY-METHOD = "V"
026693         MOVE CHECK-COMPANY TO SPLIT-WANTED-COMPANY
026694         PERFORM FIND-COMPANY-SPLIT
026695         ADD VOUCHER-PAID-AMOUNT
026695             TO SPLIT-CARD-CREDIT(SPLIT-INDEX)
026696     ELSE
026698         PERFORM ADD-TO-CASH-SLOT.

026700 ADD-TO-CASH-SLOT.
026800     SET CASH-INDEX TO 1.
026900     SEARCH CASH-CREDIT-SLOT
027600          OR CASH-SLOT-ACCOUNT(CASH-INDEX) = ZEROES
027700         MOVE CHECK-ACCOUNT
027800             TO CASH-SLOT-ACCOUNT(CASH-INDEX)
027833         MOVE CHECK-COMPANY
027867             TO CASH-SLOT-COMPANY(CASH-INDEX)
027900         ADD VOUCHER-PAID-AMOUNT
028000             TO CASH-SLOT-AMOUNT(CASH-INDEX).

028100*---------------------------------
028200* One debit journal line per GL
028300* account and voucher,
028400* VND1099R's control break shape.
028500*---------------------------------
028600 POST-ONE-GL-ACCOUNT.
028700     MOVE WORK-GL-ACCOUNT TO CURRENT-GL-ACCOUNT.
028750     MOVE WORK-COMPANY TO CURRENT-COMPANY.
028775     MOVE WORK-VOUCHER TO CURRENT-VOUCHER.
028800     MOVE ZEROES TO ACCOUNT-DEBIT-TOTAL.
028900     PERFORM ACCUMULATE-ONE-ACCOUNT
029000         UNTIL WORK-FILE-AT-END = "Y"
029100            OR WORK-GL-ACCOUNT NOT = CURRENT-GL-ACCOUNT
029150            OR WORK-COMPANY NOT = CURRENT-COMPANY
029175            OR WORK-VOUCHER NOT = CURRENT-VOUCHER.
029200     PERFORM WRITE-DEBIT-LINE.

029300 ACCUMULATE-ONE-ACCOUNT.
029700     MOVE SPACE TO JOURNAL-LINE.
029800     MOVE TO-DATE TO JOURNAL-DATE.
029900     MOVE CURRENT-GL-ACCOUNT TO JOURNAL-ACCOUNT.
029905     MOVE CURRENT-COMPANY TO JOURNAL-COMPANY.
029907     MOVE "V" TO JOURNAL-REF-TYPE.
029908     MOVE CURRENT-VOUCHER TO JOURNAL-REFERENCE.
029910*---------------------------------
029920* An account whose activity nets
029930* negative (credit memos exceed
031600         VARYING CASH-INDEX FROM 1 BY 1
031700          UNTIL CASH-INDEX > 11.
031705     PERFORM WRITE-WITHHOLD-CREDIT.
031707     PERFORM WRITE-NETTING-CREDIT.
031708     PERFORM WRITE-CARD-CLEARING-CREDIT.
031710     PERFORM POST-INTERCOMPANY-LINES.
031710     PERFORM POST-FX-LINES.

031711        AND WHLD-DATE NOT > TO-DATE
031711         ADD WHLD-HELD-AMOUNT TO WITHHOLD-CREDIT-TOTAL
031711         MOVE WHLD-CHECK-ACCOUNT TO CHECK-ACCOUNT
031711         PERFORM REDUCE-CASH-SLOT
031711         MOVE CASH-SLOT-COMPANY(CASH-INDEX)
031711             TO SPLIT-WANTED-COMPANY
031711         PERFORM FIND-COMPANY-SPLIT
031711         ADD WHLD-HELD-AMOUNT TO SPLIT-WITHHOLD(SPLIT-INDEX).

031711 REDUCE-CASH-SLOT.
031711     SET CASH-INDEX TO 1.

031711 WRITE-WITHHOLD-CREDIT.
031711     IF WITHHOLD-CREDIT-TOTAL NOT = ZEROES
031711         PERFORM WRITE-ONE-WITHHOLD-CREDIT
031711             VARYING SPLIT-INDEX FROM 1 BY 1
031711              UNTIL SPLIT-INDEX > 10.

031711 WRITE-ONE-WITHHOLD-CREDIT.
031711     IF SPLIT-WITHHOLD(SPLIT-INDEX) NOT = ZEROES
031711         MOVE SPACE TO JOURNAL-LINE
031711         MOVE TO-DATE TO JOURNAL-DATE
031711         MOVE "WITHHOLD" TO JOURNAL-ACCOUNT
031711         MOVE ZEROES TO JOURNAL-DEBIT
031711         MOVE SPLIT-WITHHOLD(SPLIT-INDEX) TO JOURNAL-CREDIT
031711         MOVE "BACKUP WITHHOLDING DUE"
031711             TO JOURNAL-DESCRIPTION
031711         MOVE SPLIT-COMPANY(SPLIT-INDEX) TO JOURNAL-COMPANY
031711         PERFORM WRITE-JOURNAL-RECORD
031711         ADD SPLIT-WITHHOLD(SPLIT-INDEX) TO TOTAL-CREDITS
031711         MOVE SPACE TO PROOF-LINE
031711         MOVE "WITHHOLD" TO PRINT-GL-ACCOUNT
031711         MOVE SPLIT-WITHHOLD(SPLIT-INDEX) TO PRINT-CREDIT
031711         MOVE "BACKUP WITHHOLDING DUE"
031711             TO PRINT-PROOF-DESC
031711         PERFORM PRINT-PROOF-LINE.

031711*---------------------------------
031711* Vouchers settled by AP/AR
031711* netting relieve the party's
031711* receivables, not the bank -
031711* one credit to the receivables
031711* control account, no company
031711* (GLUPD01 posts it to the run
031711* default, as ARPOST01 posts
031711* ARTRADE).
031711*---------------------------------
031711 WRITE-NETTING-CREDIT.
031711     IF NETTING-CREDIT-TOTAL NOT = ZEROES
031711         MOVE SPACE TO JOURNAL-LINE
031711         MOVE TO-DATE TO JOURNAL-DATE
031711         MOVE "ARTRADE" TO JOURNAL-ACCOUNT
031711         MOVE ZEROES TO JOURNAL-DEBIT
031711         MOVE NETTING-CREDIT-TOTAL TO JOURNAL-CREDIT
031711         MOVE "AP/AR NETTING" TO JOURNAL-DESCRIPTION
031711         PERFORM WRITE-JOURNAL-RECORD
031711         ADD NETTING-CREDIT-TOTAL TO TOTAL-CREDITS
031711         MOVE SPACE TO PROOF-LINE
031711         MOVE "ARTRADE" TO PRINT-GL-ACCOUNT
031711         MOVE NETTING-CREDIT-TOTAL TO PRINT-CREDIT
031711         MOVE "AP/AR NETTING" TO PRINT-PROOF-DESC
031711         PERFORM PRINT-PROOF-LINE.

031711*---------------------------------
031711* Virtual card payments are
031711* owed to the card issuer until
031711* its statement is paid - one
031711* credit to the card clearing
031711* account per company.
031711*---------------------------------
031711 WRITE-CARD-CLEARING-CREDIT.
031711     PERFORM WRITE-ONE-CARD-CREDIT
031711         VARYING SPLIT-INDEX FROM 1 BY 1
031711          UNTIL SPLIT-INDEX > 10.

031711 WRITE-ONE-CARD-CREDIT.
031711     IF SPLIT-CARD-CREDIT(SPLIT-INDEX) NOT = ZEROES
031711         MOVE SPACE TO JOURNAL-LINE
031711         MOVE TO-DATE TO JOURNAL-DATE
031711         MOVE "CARDCLR" TO JOURNAL-ACCOUNT
031711         MOVE ZEROES TO JOURNAL-DEBIT
031711         MOVE SPLIT-CARD-CREDIT(SPLIT-INDEX) TO JOURNAL-CREDIT
031711         MOVE "VIRTUAL CARD PAYMENTS" TO JOURNAL-DESCRIPTION
031711         MOVE SPLIT-COMPANY(SPLIT-INDEX) TO JOURNAL-COMPANY
031711         PERFORM WRITE-JOURNAL-RECORD
031711         ADD SPLIT-CARD-CREDIT(SPLIT-INDEX) TO TOTAL-CREDITS
031711         MOVE SPACE TO PROOF-LINE
031711         MOVE "CARDCLR" TO PRINT-GL-ACCOUNT
031711         MOVE SPLIT-CARD-CREDIT(SPLIT-INDEX) TO PRINT-CREDIT
031711         MOVE "VIRTUAL CARD PAYMENTS" TO PRINT-PROOF-DESC
031711         PERFORM PRINT-PROOF-LINE.

031710*---------------------------------
031710* Realized exchange gains and
031710* losses stamped by CHKRUN01 on
031710*---------------------------------
031710 NOTE-REALIZED-FX.
031710     IF VOUCHER-EXCH-GAIN-LOSS > ZEROES
031710         ADD VOUCHER-EXCH-GAIN-LOSS TO FX-GAIN-TOTAL
031710         PERFORM FIND-VOUCHER-COMPANY-SPLIT
031710         ADD VOUCHER-EXCH-GAIN-LOSS
031710             TO SPLIT-FX-GAIN(SPLIT-INDEX).
031710     IF VOUCHER-EXCH-GAIN-LOSS < ZEROES
031710         SUBTRACT VOUCHER-EXCH-GAIN-LOSS
031710             FROM FX-LOSS-TOTAL
031710         PERFORM FIND-VOUCHER-COMPANY-SPLIT
031710         SUBTRACT VOUCHER-EXCH-GAIN-LOSS
031710             FROM SPLIT-FX-LOSS(SPLIT-INDEX).

031710 POST-FX-LINES.
031710     IF FX-GAIN-TOTAL NOT = ZEROES
031710        OR FX-LOSS-TOTAL NOT = ZEROES
031710         PERFORM POST-ONE-COMPANY-FX
031710             VARYING SPLIT-INDEX FROM 1 BY 1
031710              UNTIL SPLIT-INDEX > 10.

031710 POST-ONE-COMPANY-FX.
031710     IF SPLIT-FX-GAIN(SPLIT-INDEX) NOT = ZEROES
031710         PERFORM WRITE-FX-GAIN-LINES.
031710     IF SPLIT-FX-LOSS(SPLIT-INDEX) NOT = ZEROES
031710         PERFORM WRITE-FX-LOSS-LINES.

031710 WRITE-FX-GAIN-LINES.
031710     MOVE SPACE TO JOURNAL-LINE.
031710     MOVE TO-DATE TO JOURNAL-DATE.
031710     MOVE "FXSETTLE" TO JOURNAL-ACCOUNT.
031710     MOVE SPLIT-FX-GAIN(SPLIT-INDEX) TO JOURNAL-DEBIT.
031710     MOVE ZEROES TO JOURNAL-CREDIT.
031710     MOVE "REALIZED FX SETTLEMENT" TO JOURNAL-DESCRIPTION.
031710     MOVE SPLIT-COMPANY(SPLIT-INDEX) TO JOURNAL-COMPANY.
031710     PERFORM WRITE-JOURNAL-RECORD.
031710     ADD SPLIT-FX-GAIN(SPLIT-INDEX) TO TOTAL-DEBITS.
031710     MOVE SPACE TO PROOF-LINE.
031710     MOVE "FXSETTLE" TO PRINT-GL-ACCOUNT.
031710     MOVE SPLIT-FX-GAIN(SPLIT-INDEX) TO PRINT-DEBIT.
031710     MOVE "REALIZED FX SETTLEMENT" TO PRINT-PROOF-DESC.
031710     PERFORM PRINT-PROOF-LINE.
031710     MOVE SPACE TO JOURNAL-LINE.
031710     MOVE TO-DATE TO JOURNAL-DATE.
031710     MOVE "FXGAIN" TO JOURNAL-ACCOUNT.
031710     MOVE ZEROES TO JOURNAL-DEBIT.
031710     MOVE SPLIT-FX-GAIN(SPLIT-INDEX) TO JOURNAL-CREDIT.
031710     MOVE "REALIZED EXCHANGE GAIN" TO JOURNAL-DESCRIPTION.
031710     MOVE SPLIT-COMPANY(SPLIT-INDEX) TO JOURNAL-COMPANY.
031710     PERFORM WRITE-JOURNAL-RECORD.
031710     ADD SPLIT-FX-GAIN(SPLIT-INDEX) TO TOTAL-CREDITS.
031710     MOVE SPACE TO PROOF-LINE.
031710     MOVE "FXGAIN" TO PRINT-GL-ACCOUNT.
031710     MOVE SPLIT-FX-GAIN(SPLIT-INDEX) TO PRINT-CREDIT.
031710     MOVE "REALIZED EXCHANGE GAIN" TO PRINT-PROOF-DESC.
031710     PERFORM PRINT-PROOF-LINE.

031710     MOVE SPACE TO JOURNAL-LINE.
031710     MOVE TO-DATE TO JOURNAL-DATE.
031710     MOVE "FXLOSS" TO JOURNAL-ACCOUNT.
031710     MOVE SPLIT-FX-LOSS(SPLIT-INDEX) TO JOURNAL-DEBIT.
031710     MOVE ZEROES TO JOURNAL-CREDIT.
031710     MOVE "REALIZED EXCHANGE LOSS" TO JOURNAL-DESCRIPTION.
031710     MOVE SPLIT-COMPANY(SPLIT-INDEX) TO JOURNAL-COMPANY.
031710     PERFORM WRITE-JOURNAL-RECORD.
031710     ADD SPLIT-FX-LOSS(SPLIT-INDEX) TO TOTAL-DEBITS.
031710     MOVE SPACE TO PROOF-LINE.
031710     MOVE "FXLOSS" TO PRINT-GL-ACCOUNT.
031710     MOVE SPLIT-FX-LOSS(SPLIT-INDEX) TO PRINT-DEBIT.
031710     MOVE "REALIZED EXCHANGE LOSS" TO PRINT-PROOF-DESC.
031710     PERFORM PRINT-PROOF-LINE.
031710     MOVE SPACE TO JOURNAL-LINE.
031710     MOVE TO-DATE TO JOURNAL-DATE.
031710     MOVE "FXSETTLE" TO JOURNAL-ACCOUNT.
031710     MOVE ZEROES TO JOURNAL-DEBIT.
031710     MOVE SPLIT-FX-LOSS(SPLIT-INDEX) TO JOURNAL-CREDIT.
031710     MOVE "REALIZED FX SETTLEMENT" TO JOURNAL-DESCRIPTION.
031710     MOVE SPLIT-COMPANY(SPLIT-INDEX) TO JOURNAL-COMPANY.
031710     PERFORM WRITE-JOURNAL-RECORD.
031710     ADD SPLIT-FX-LOSS(SPLIT-INDEX) TO TOTAL-CREDITS.
031710     MOVE SPACE TO PROOF-LINE.
031710     MOVE "FXSETTLE" TO PRINT-GL-ACCOUNT.
031710     MOVE SPLIT-FX-LOSS(SPLIT-INDEX) TO PRINT-CREDIT.
031710     MOVE "REALIZED FX SETTLEMENT" TO PRINT-PROOF-DESC.
031710     PERFORM PRINT-PROOF-LINE.

031717                   IC-CHECK-COMPANY(IC-INDEX).
031718     MOVE ZEROES TO IC-AMOUNT(IC-INDEX).

031718 INIT-COMPANY-SPLIT-TABLE.
031718     PERFORM INIT-ONE-SPLIT-SLOT
031718         VARYING SPLIT-INDEX FROM 1 BY 1
031718          UNTIL SPLIT-INDEX > 10.

031718 INIT-ONE-SPLIT-SLOT.
031718     MOVE HIGH-VALUES TO SPLIT-COMPANY(SPLIT-INDEX).
031718     MOVE ZEROES TO SPLIT-ACCRUAL-CREDIT(SPLIT-INDEX)
031718                    SPLIT-ACCRUAL-RELIEF(SPLIT-INDEX)
031718                    SPLIT-WITHHOLD(SPLIT-INDEX)
031718                    SPLIT-FX-GAIN(SPLIT-INDEX)
031718                    SPLIT-FX-LOSS(SPLIT-INDEX)
031718                    SPLIT-CARD-CREDIT(SPLIT-INDEX)
031718                    SPLIT-CARD-VOID(SPLIT-INDEX).

031718 FIND-VOUCHER-COMPANY-SPLIT.
031718     MOVE VOUCHER-COMPANY TO SPLIT-WANTED-COMPANY.
031718     PERFORM FIND-COMPANY-SPLIT.

031718*---------------------------------
031718* Leaves SPLIT-INDEX on the slot
031718* for SPLIT-WANTED-COMPANY,
031718* claiming the next unused slot
031718* the first time a company is
031718* seen.
031718*---------------------------------
031718 FIND-COMPANY-SPLIT.
031718     SET SPLIT-INDEX TO 1.
031718     SEARCH COMPANY-SPLIT-SLOT
031718         AT END
031718         DISPLAY "COMPANY TABLE FULL - "
031718             SPLIT-WANTED-COMPANY
031718             " SUMMARY LINES POSTED UNDER "
031718             SPLIT-COMPANY(10)
031718         SET SPLIT-INDEX TO 10
031718     WHEN SPLIT-COMPANY(SPLIT-INDEX) = SPLIT-WANTED-COMPANY
031718          OR SPLIT-COMPANY(SPLIT-INDEX) = HIGH-VALUES
031718         MOVE SPLIT-WANTED-COMPANY
031718             TO SPLIT-COMPANY(SPLIT-INDEX).

031719*---------------------------------
031720* Called after a qualifying
031721* check match - the check and
031779     MOVE IC-AMOUNT(IC-INDEX) TO JOURNAL-DEBIT.
031780     MOVE ZEROES TO JOURNAL-CREDIT.
031781     MOVE "INTERCOMPANY RECEIVABLE" TO JOURNAL-DESCRIPTION.
031781     MOVE IC-CHECK-COMPANY(IC-INDEX) TO JOURNAL-COMPANY.
031782     PERFORM WRITE-JOURNAL-RECORD.
031783     ADD IC-AMOUNT(IC-INDEX) TO TOTAL-DEBITS.
031784     MOVE SPACE TO PROOF-LINE.
031795     MOVE IC-AMOUNT(IC-INDEX) TO JOURNAL-CREDIT.
031796     MOVE ZEROES TO JOURNAL-DEBIT.
031797     MOVE "INTERCOMPANY PAYABLE" TO JOURNAL-DESCRIPTION.
031797     MOVE IC-VOUCHER-COMPANY(IC-INDEX) TO JOURNAL-COMPANY.
031798     PERFORM WRITE-JOURNAL-RECORD.
031799     ADD IC-AMOUNT(IC-INDEX) TO TOTAL-CREDITS.
031800     MOVE SPACE TO PROOF-LINE.
032300         MOVE ZEROES TO JOURNAL-DEBIT
032400         MOVE CASH-SLOT-AMOUNT(CASH-INDEX) TO JOURNAL-CREDIT
032500         MOVE "AP CASH DISBURSED" TO JOURNAL-DESCRIPTION
032550         MOVE CASH-SLOT-COMPANY(CASH-INDEX) TO JOURNAL-COMPANY
032600         PERFORM WRITE-JOURNAL-RECORD
032700         ADD CASH-SLOT-AMOUNT(CASH-INDEX) TO TOTAL-CREDITS
032800         MOVE SPACE TO PROOF-LINE
036100     IF CHECK-VOIDED = "Y"
036200        AND CHECK-VOIDED-DATE NOT < FROM-DATE
036300        AND CHECK-VOIDED-DATE NOT > TO-DATE
036400         PERFORM ADD-TO-VOID-DEBIT
036500         PERFORM WRITE-VOID-CREDIT-LINE.
036600     PERFORM READ-NEXT-CHECK.

036650 ADD-TO-VOID-DEBIT.
036660     IF CHECK-PAY-METHOD = "V"
036663         MOVE CHECK-COMPANY TO SPLIT-WANTED-COMPANY
036666         PERFORM FIND-COMPANY-SPLIT
036670         ADD CHECK-AMOUNT TO SPLIT-CARD-VOID(SPLIT-INDEX)
036680     ELSE
036690         PERFORM ADD-TO-VOID-SLOT.

036700 ADD-TO-VOID-SLOT.
036800     SET VOID-INDEX TO 1.
036900     SEARCH VOID-DEBIT-SLOT
037500          OR VOID-SLOT-ACCOUNT(VOID-INDEX) = ZEROES
037600         MOVE CHECK-ACCOUNT
037700             TO VOID-SLOT-ACCOUNT(VOID-INDEX)
037733         MOVE CHECK-COMPANY
037767             TO VOID-SLOT-COMPANY(VOID-INDEX)
037800         ADD CHECK-AMOUNT
037900             TO VOID-SLOT-AMOUNT(VOID-INDEX).

038400     MOVE ZEROES TO JOURNAL-DEBIT.
038500     MOVE CHECK-AMOUNT TO JOURNAL-CREDIT.
038600     MOVE "VOIDED CHECK REVERSAL" TO JOURNAL-DESCRIPTION.
038650     MOVE CHECK-COMPANY TO JOURNAL-COMPANY.
038667     MOVE "C" TO JOURNAL-REF-TYPE.
038683     MOVE CHECK-KEY TO JOURNAL-REFERENCE.
038700     PERFORM WRITE-JOURNAL-RECORD.
038800     ADD CHECK-AMOUNT TO TOTAL-CREDITS.
038900     MOVE SPACE TO PROOF-LINE.
039500     PERFORM POST-ONE-VOID-DEBIT
039600         VARYING VOID-INDEX FROM 1 BY 1
039700          UNTIL VOID-INDEX > 11.
039710     PERFORM WRITE-CARD-VOID-DEBIT.

039720 WRITE-CARD-VOID-DEBIT.
039722     PERFORM WRITE-ONE-CARD-VOID-DEBIT
039724         VARYING SPLIT-INDEX FROM 1 BY 1
039726          UNTIL SPLIT-INDEX > 10.

039728 WRITE-ONE-CARD-VOID-DEBIT.
039730     IF SPLIT-CARD-VOID(SPLIT-INDEX) NOT = ZEROES
039740         MOVE SPACE TO JOURNAL-LINE
039750         MOVE TO-DATE TO JOURNAL-DATE
039760         MOVE "CARDCLR" TO JOURNAL-ACCOUNT
039770         MOVE SPLIT-CARD-VOID(SPLIT-INDEX) TO JOURNAL-DEBIT
039780         MOVE ZEROES TO JOURNAL-CREDIT
039790         MOVE "VOIDED CARD PAYMENT REVERSAL"
039791             TO JOURNAL-DESCRIPTION
039792         MOVE SPLIT-COMPANY(SPLIT-INDEX) TO JOURNAL-COMPANY
039793         PERFORM WRITE-JOURNAL-RECORD
039794         ADD SPLIT-CARD-VOID(SPLIT-INDEX) TO TOTAL-DEBITS
039795         MOVE SPACE TO PROOF-LINE
039796         MOVE "CARDCLR" TO PRINT-GL-ACCOUNT
039797         MOVE SPLIT-CARD-VOID(SPLIT-INDEX) TO PRINT-DEBIT
039798         MOVE "VOIDED CARD PAYMENT REVERSAL"
039798             TO PRINT-PROOF-DESC
039799         PERFORM PRINT-PROOF-LINE.

039800 POST-ONE-VOID-DEBIT.
039900     IF VOID-SLOT-AMOUNT(VOID-INDEX) NOT = ZEROES
040500         MOVE ZEROES TO JOURNAL-CREDIT
040600         MOVE "VOIDED CHECK CASH REVERSAL"
040700             TO JOURNAL-DESCRIPTION
040750         MOVE VOID-SLOT-COMPANY(VOID-INDEX) TO JOURNAL-COMPANY
040800         PERFORM WRITE-JOURNAL-RECORD
040900         ADD VOID-SLOT-AMOUNT(VOID-INDEX) TO TOTAL-DEBITS
041000         MOVE SPACE TO PROOF-LINE
