000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RBTCAL01.
000300*---------------------------------
000400* Monthly vendor rebate accrual.
000500* Recomputes every agreement on
000600* REBATE-FILE (FDREBATE.CBL)
000700* from scratch:
000800* - qualifying spend, by the
000900*   agreement's basis, for the
001000*   agreement period - paid
001100*   vouchers (positive vouchers
001200*   by VOUCHER-PAID-DATE, credit
001300*   memos never count) or goods
001400*   received (RECEIPT-VALUE by
001500*   RECEIPT-DATE, the vendor
001600*   taken from the PO)
001700* - the earned percent, the
001800*   highest tier whose threshold
001900*   the spend is over, applied
002000*   to the whole spend
002100* - claimed, the expected credits
002200*   RBTCLM01 raised for this
002300*   period (invoice reference
002400*   "REBATE " plus the period end
002500*   date), and collected, the
002600*   part of those matched to a
002700*   credit memo voucher that has
002800*   since been paid.
002900* The accrual report lists each
003000* agreement's spend, percent,
003100* earned, claimed and collected,
003200* flagging with "*" any earned
003300* rebate not yet claimed.
003400*---------------------------------
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.

003800     COPY "SLREBATE.CBL".

003900     COPY "SLVND02.CBL".

004000     COPY "SLVOUCH.CBL".

004100     COPY "SLRCPT01.CBL".

004200     COPY "SLPO01.CBL".

004300     COPY "SLECRD01.CBL".

004400     SELECT PRINTER-FILE
004500         ASSIGN TO PRINTER
004600         ORGANIZATION IS LINE SEQUENTIAL.

004700 DATA DIVISION.
004800 FILE SECTION.

004900     COPY "FDREBATE.CBL".

005000     COPY "FDVND04.CBL".

005100     COPY "FDVOUCH.CBL".

005200     COPY "FDRCPT01.CBL".

005300     COPY "FDPO01.CBL".

005400     COPY "FDECRD01.CBL".

005500 FD  PRINTER-FILE
005600     LABEL RECORDS ARE OMITTED.
005700 01  PRINTER-RECORD              PIC X(80).

005800 WORKING-STORAGE SECTION.

005900 77  REBATE-FILE-AT-END          PIC X.
006000 77  VOUCHER-FILE-AT-END         PIC X.
006100 77  RECEIPT-FILE-AT-END         PIC X.
006200 77  CREDIT-FILE-AT-END          PIC X.
006300 77  REBATE-RECORD-FOUND         PIC X.
006400 77  VENDOR-RECORD-FOUND         PIC X.
006500 77  VOUCHER-RECORD-FOUND        PIC X.
006600 77  PO-RECORD-FOUND             PIC X.
006700 77  OK-TO-PROCESS               PIC X.
006800 77  PROCESS-MESSAGE             PIC X(79) VALUE SPACE.
006900 77  TIER-INDEX                  PIC 9.
007000 77  RUN-DATE                    PIC 9(8).
007100 77  LINE-COUNT                  PIC 999 VALUE ZERO.
007200 77  PAGE-NUMBER                 PIC 9999 VALUE ZERO.
007300 77  MAXIMUM-LINES               PIC 999 VALUE 55.
007400 77  AGREEMENT-COUNT             PIC 9(5) VALUE ZERO.
007500 77  TOTAL-EARNED                PIC S9(8)V99 VALUE ZERO.
007600 77  TOTAL-CLAIMED               PIC S9(8)V99 VALUE ZERO.
007700 77  TOTAL-COLLECTED             PIC S9(8)V99 VALUE ZERO.
007800 77  TOTAL-UNCLAIMED             PIC S9(8)V99 VALUE ZERO.

007900 01  CLAIM-REFERENCE.
008000     05  FILLER                  PIC X(7) VALUE "REBATE ".
008100     05  CLAIM-REF-END-DATE      PIC 9(8).

008200 01  TITLE-LINE.
008300     05  FILLER              PIC X(15) VALUE SPACE.
008400     05  FILLER              PIC X(28)
008500         VALUE "VENDOR REBATE ACCRUAL AS OF".
008600     05  PRINT-RUN-DATE      PIC Z9/99/9999.
008700     05  FILLER              PIC X(8) VALUE SPACE.
008800     05  FILLER              PIC X(5) VALUE "PAGE:".
008900     05  FILLER              PIC X(1) VALUE SPACE.
009000     05  PRINT-PAGE-NUMBER   PIC ZZZ9.

009100 01  COLUMN-LINE.
009200     05  FILLER         PIC X(6)  VALUE "VENDOR".
009300     05  FILLER         PIC X(14) VALUE "NAME".
009400     05  FILLER         PIC X(2)  VALUE "B".
009500     05  FILLER         PIC X(15) VALUE "  QUALIFY SPEND".
009600     05  FILLER         PIC X(7)  VALUE "    PCT".
009700     05  FILLER         PIC X(11) VALUE "     EARNED".
009800     05  FILLER         PIC X(11) VALUE "    CLAIMED".
009900     05  FILLER         PIC X(11) VALUE "  COLLECTED".

010000 01  DETAIL-LINE.
010100     05  PRINT-VENDOR            PIC Z(5).
010200     05  FILLER                  PIC X     VALUE SPACE.
010300     05  PRINT-VENDOR-NAME       PIC X(13).
010400     05  FILLER                  PIC X     VALUE SPACE.
010500     05  PRINT-BASIS             PIC X.
010600     05  FILLER                  PIC X     VALUE SPACE.
010700     05  PRINT-SPEND             PIC ZZZ,ZZZ,ZZ9.99.
010800     05  FILLER                  PIC X     VALUE SPACE.
010900     05  PRINT-PERCENT           PIC Z9.999.
011000     05  FILLER                  PIC X     VALUE SPACE.
011100     05  PRINT-EARNED            PIC ZZZ,ZZ9.99.
011200     05  FILLER                  PIC X     VALUE SPACE.
011300     05  PRINT-CLAIMED           PIC ZZZ,ZZ9.99.
011400     05  FILLER                  PIC X     VALUE SPACE.
011500     05  PRINT-COLLECTED         PIC ZZZ,ZZ9.99.
011600     05  PRINT-UNCLAIMED-FLAG    PIC X.

011700 01  TOTAL-LINE.
011800     05  FILLER              PIC X(6) VALUE SPACE.
011900     05  FILLER              PIC X(15) VALUE "TOTALS".
012000     05  PRINT-TOTAL-COUNT   PIC ZZ,ZZ9.
012100     05  FILLER              PIC X(11) VALUE " AGREEMENTS".
012200     05  FILLER              PIC X(6) VALUE SPACE.
012300     05  PRINT-TOTAL-EARNED  PIC Z,ZZZ,ZZ9.99.
012400     05  FILLER              PIC X VALUE SPACE.
012500     05  PRINT-TOTAL-CLAIMED PIC Z,ZZZ,ZZ9.99.
012600     05  FILLER              PIC X VALUE SPACE.
012700     05  PRINT-TOTAL-COLLECTED PIC Z,ZZZ,ZZ9.99.

012800 01  UNCLAIMED-LINE.
012900     05  FILLER              PIC X(6) VALUE SPACE.
013000     05  FILLER              PIC X(36) VALUE
013100         "* EARNED BUT NOT YET CLAIMED TOTAL:".
013200     05  PRINT-TOTAL-UNCLAIMED PIC Z,ZZZ,ZZ9.99.

013300     COPY "WSDATE01.CBL".

013400     COPY "WSCASE01.CBL".

013500     COPY "WSOPID01.CBL".

013600 PROCEDURE DIVISION.
013700 PROGRAM-BEGIN.
013800     PERFORM OPENING-PROCEDURE.
013900     PERFORM GET-OPERATOR-ID.
014000     PERFORM MAIN-PROCESS.
014100     PERFORM CLOSING-PROCEDURE.

014133 PROGRAM-EXIT.
014166     EXIT PROGRAM.

014200 PROGRAM-DONE.
014300     STOP RUN.

014400 OPENING-PROCEDURE.
014500     OPEN I-O REBATE-FILE.
014600     OPEN INPUT VENDOR-FILE.
014700     OPEN INPUT VOUCHER-FILE.
014800     OPEN INPUT RECEIPT-FILE.
014900     OPEN INPUT PO-FILE.
015000     OPEN INPUT EXPECTED-CREDIT-FILE.
015100     OPEN OUTPUT PRINTER-FILE.

015200 CLOSING-PROCEDURE.
015300     CLOSE REBATE-FILE.
015400     CLOSE VENDOR-FILE.
015500     CLOSE VOUCHER-FILE.
015600     CLOSE RECEIPT-FILE.
015700     CLOSE PO-FILE.
015800     CLOSE EXPECTED-CREDIT-FILE.
015900     PERFORM END-LAST-PAGE.
016000     CLOSE PRINTER-FILE.

016100 MAIN-PROCESS.
016200     MOVE "RECOMPUTE VENDOR REBATE ACCRUALS (Y/N)?"
016300         TO PROCESS-MESSAGE.
016400     PERFORM ASK-OK-TO-PROCESS.
016500     IF OK-TO-PROCESS = "Y"
016600         PERFORM GET-TODAYS-DATE
016700         MOVE DATE-CCYYMMDD TO RUN-DATE
016800         PERFORM CLEAR-ALL-SPEND
016900         PERFORM ACCUMULATE-PAID-VOUCHERS
017000         PERFORM ACCUMULATE-PO-RECEIPTS
017100         PERFORM START-NEW-PAGE
017200         PERFORM ACCRUE-ALL-AGREEMENTS
017300         PERFORM PRINT-ACCRUAL-TOTALS.

017400*---------------------------------
017500* Pass 1 - every agreement's
017600* spend starts again from zero.
017700*---------------------------------
017800 CLEAR-ALL-SPEND.
017900     PERFORM READ-FIRST-REBATE.
018000     PERFORM CLEAR-ONE-SPEND
018100         UNTIL REBATE-FILE-AT-END = "Y".

018200 CLEAR-ONE-SPEND.
018300     MOVE ZEROES TO REBATE-QUALIFYING-SPEND.
018400     PERFORM REWRITE-REBATE-RECORD.
018500     PERFORM READ-NEXT-REBATE.

018600*---------------------------------
018700* Pass 2 - paid vouchers, for
018800* agreements on the "P" basis.
018900*---------------------------------
019000 ACCUMULATE-PAID-VOUCHERS.
019100     PERFORM READ-FIRST-VOUCHER.
019200     PERFORM ADD-ONE-PAID-VOUCHER
019300         UNTIL VOUCHER-FILE-AT-END = "Y".

019400 ADD-ONE-PAID-VOUCHER.
019500     IF VOUCHER-PAID-DATE NOT = ZEROES
019600        AND VOUCHER-AMOUNT > ZERO
019700         MOVE VOUCHER-VENDOR TO REBATE-VENDOR
019800         PERFORM READ-REBATE-RECORD
019900         IF REBATE-RECORD-FOUND = "Y"
020000            AND REBATE-BASIS = "P"
020100            AND VOUCHER-PAID-DATE NOT < REBATE-START-DATE
020200            AND VOUCHER-PAID-DATE NOT > REBATE-END-DATE
020300             ADD VOUCHER-PAID-AMOUNT
020400                 TO REBATE-QUALIFYING-SPEND
020500             PERFORM REWRITE-REBATE-RECORD.
020600     PERFORM READ-NEXT-VOUCHER.

020700*---------------------------------
020800* Pass 3 - goods received, for
020900* agreements on the "R" basis.
021000*---------------------------------
021100 ACCUMULATE-PO-RECEIPTS.
021200     PERFORM READ-FIRST-RECEIPT.
021300     PERFORM ADD-ONE-RECEIPT
021400         UNTIL RECEIPT-FILE-AT-END = "Y".

021500 ADD-ONE-RECEIPT.
021600     PERFORM READ-RECEIPT-PO.
021700     IF PO-RECORD-FOUND = "Y"
021800         MOVE PO-VENDOR TO REBATE-VENDOR
021900         PERFORM READ-REBATE-RECORD
022000         IF REBATE-RECORD-FOUND = "Y"
022100            AND REBATE-BASIS = "R"
022200            AND RECEIPT-DATE NOT < REBATE-START-DATE
022300            AND RECEIPT-DATE NOT > REBATE-END-DATE
022400             ADD RECEIPT-VALUE TO REBATE-QUALIFYING-SPEND
022500             PERFORM REWRITE-REBATE-RECORD.
022600     PERFORM READ-NEXT-RECEIPT.

022700 READ-RECEIPT-PO.
022800     IF RECEIPT-PO-NUMBER NOT = PO-NUMBER
022900         MOVE RECEIPT-PO-NUMBER TO PO-NUMBER
023000         MOVE "Y" TO PO-RECORD-FOUND
023100         READ PO-FILE RECORD
023200           INVALID KEY
023300              MOVE "N" TO PO-RECORD-FOUND.

023400*---------------------------------
023500* Pass 4 - earn, claim, collect
023600* and report each agreement.
023700*---------------------------------
023800 ACCRUE-ALL-AGREEMENTS.
023900     PERFORM READ-FIRST-REBATE.
024000     PERFORM ACCRUE-ONE-AGREEMENT
024100         UNTIL REBATE-FILE-AT-END = "Y".

024200 ACCRUE-ONE-AGREEMENT.
024300     PERFORM FIND-EARNED-TIER.
024400     COMPUTE REBATE-EARNED ROUNDED =
024500         REBATE-QUALIFYING-SPEND
024600         * REBATE-EARNED-PERCENT / 100.
024700     PERFORM TOTAL-REBATE-CLAIMS.
024800     MOVE RUN-DATE TO REBATE-LAST-RUN-DATE.
024900     PERFORM REWRITE-REBATE-RECORD.
025000     PERFORM PRINT-ACCRUAL-LINE.
025100     PERFORM READ-NEXT-REBATE.

025200 FIND-EARNED-TIER.
025300     MOVE ZEROES TO REBATE-EARNED-PERCENT.
025400     PERFORM CHECK-ONE-TIER
025500         VARYING TIER-INDEX FROM 1 BY 1
025600           UNTIL TIER-INDEX > 5.

025700 CHECK-ONE-TIER.
025800     IF REBATE-TIER-THRESHOLD(TIER-INDEX) NOT = ZEROES
025900        AND REBATE-QUALIFYING-SPEND >
026000            REBATE-TIER-THRESHOLD(TIER-INDEX)
026100         MOVE REBATE-TIER-PERCENT(TIER-INDEX)
026200             TO REBATE-EARNED-PERCENT.

026300*---------------------------------
026400* The vendor's expected credits
026500* carrying this period's claim
026600* reference. A claim is
026700* collected once the credit memo
026800* voucher it was matched to has
026900* been paid - netted against the
027000* vendor's invoices by CHKRUN01.
027100*---------------------------------
027200 TOTAL-REBATE-CLAIMS.
027300     MOVE ZEROES TO REBATE-CLAIMED
027400                    REBATE-COLLECTED.
027500     MOVE REBATE-END-DATE TO CLAIM-REF-END-DATE.
027600     PERFORM READ-FIRST-VENDOR-CREDIT.
027700     PERFORM TOTAL-ONE-CLAIM
027800         UNTIL CREDIT-FILE-AT-END = "Y".

027900 TOTAL-ONE-CLAIM.
028000     IF ECRD-INVOICE-REF = CLAIM-REFERENCE
028100         ADD ECRD-AMOUNT TO REBATE-CLAIMED
028200         IF ECRD-STATUS = "M"
028300            AND ECRD-MATCHED-VOUCHER NOT = ZEROES
028400             PERFORM READ-MATCHED-VOUCHER
028500             IF VOUCHER-RECORD-FOUND = "Y"
028600                AND VOUCHER-PAID-DATE NOT = ZEROES
028700                 ADD ECRD-AMOUNT TO REBATE-COLLECTED.
028800     PERFORM READ-NEXT-VENDOR-CREDIT.

028900 READ-MATCHED-VOUCHER.
029000     MOVE ECRD-MATCHED-VOUCHER TO VOUCHER-NUMBER.
029100     MOVE "Y" TO VOUCHER-RECORD-FOUND.
029200     READ VOUCHER-FILE RECORD
029300       INVALID KEY
029400          MOVE "N" TO VOUCHER-RECORD-FOUND.

029500*---------------------------------
029600* Report printing.
029700*---------------------------------
029800 PRINT-ACCRUAL-LINE.
029900     IF LINE-COUNT > MAXIMUM-LINES
030000         PERFORM START-NEXT-PAGE.
030100     MOVE SPACE TO DETAIL-LINE.
030200     MOVE REBATE-VENDOR TO PRINT-VENDOR.
030300     MOVE REBATE-VENDOR TO VENDOR-NUMBER.
030400     PERFORM READ-VENDOR-RECORD.
030500     IF VENDOR-RECORD-FOUND = "Y"
030600         MOVE VENDOR-NAME TO PRINT-VENDOR-NAME
030700     ELSE
030800         MOVE "***Not Found***" TO PRINT-VENDOR-NAME.
030900     MOVE REBATE-BASIS TO PRINT-BASIS.
031000     MOVE REBATE-QUALIFYING-SPEND TO PRINT-SPEND.
031100     MOVE REBATE-EARNED-PERCENT TO PRINT-PERCENT.
031200     MOVE REBATE-EARNED TO PRINT-EARNED.
031300     MOVE REBATE-CLAIMED TO PRINT-CLAIMED.
031400     MOVE REBATE-COLLECTED TO PRINT-COLLECTED.
031500     IF REBATE-EARNED > REBATE-CLAIMED
031600         MOVE "*" TO PRINT-UNCLAIMED-FLAG
031700         COMPUTE TOTAL-UNCLAIMED =
031800             TOTAL-UNCLAIMED + REBATE-EARNED - REBATE-CLAIMED.
031900     MOVE DETAIL-LINE TO PRINTER-RECORD.
032000     PERFORM WRITE-TO-PRINTER.
032100     ADD 1 TO AGREEMENT-COUNT.
032200     ADD REBATE-EARNED TO TOTAL-EARNED.
032300     ADD REBATE-CLAIMED TO TOTAL-CLAIMED.
032400     ADD REBATE-COLLECTED TO TOTAL-COLLECTED.

032500 PRINT-ACCRUAL-TOTALS.
032600     PERFORM LINE-FEED.
032700     MOVE AGREEMENT-COUNT TO PRINT-TOTAL-COUNT.
032800     MOVE TOTAL-EARNED TO PRINT-TOTAL-EARNED.
032900     MOVE TOTAL-CLAIMED TO PRINT-TOTAL-CLAIMED.
033000     MOVE TOTAL-COLLECTED TO PRINT-TOTAL-COLLECTED.
033100     MOVE TOTAL-LINE TO PRINTER-RECORD.
033200     PERFORM WRITE-TO-PRINTER.
033300     MOVE TOTAL-UNCLAIMED TO PRINT-TOTAL-UNCLAIMED.
033400     MOVE UNCLAIMED-LINE TO PRINTER-RECORD.
033500     PERFORM WRITE-TO-PRINTER.
033600     DISPLAY AGREEMENT-COUNT " REBATE AGREEMENT(S) ACCRUED".

033700*---------------------------------
033800* Confirmation prompt routines,
033900* same idiom as VCHPAY01.
034000*---------------------------------
034100 ASK-OK-TO-PROCESS.
034200     PERFORM ACCEPT-OK-TO-PROCESS.
034300     PERFORM RE-ACCEPT-OK-TO-PROCESS
034400        UNTIL OK-TO-PROCESS = "Y" OR "N".

034500 ACCEPT-OK-TO-PROCESS.
034600     DISPLAY PROCESS-MESSAGE.
034700     ACCEPT OK-TO-PROCESS.
034800     INSPECT OK-TO-PROCESS
034900      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

035000 RE-ACCEPT-OK-TO-PROCESS.
035100     DISPLAY "YOU MUST ENTER YES OR NO".
035200     PERFORM ACCEPT-OK-TO-PROCESS.

035300*---------------------------------
035400* File I-O routines.
035500*---------------------------------
035600 READ-FIRST-REBATE.
035700     MOVE "N" TO REBATE-FILE-AT-END.
035800     MOVE ZEROES TO REBATE-VENDOR.
035900     START REBATE-FILE
036000        KEY NOT < REBATE-VENDOR
036100         INVALID KEY MOVE "Y" TO REBATE-FILE-AT-END.
036200     IF REBATE-FILE-AT-END NOT = "Y"
036300         PERFORM READ-NEXT-REBATE.

036400 READ-NEXT-REBATE.
036500     READ REBATE-FILE NEXT RECORD
036600         AT END MOVE "Y" TO REBATE-FILE-AT-END.

036700 READ-REBATE-RECORD.
036800     MOVE "Y" TO REBATE-RECORD-FOUND.
036900     READ REBATE-FILE RECORD
037000       INVALID KEY
037100          MOVE "N" TO REBATE-RECORD-FOUND.

037200 REWRITE-REBATE-RECORD.
037300     REWRITE REBATE-RECORD
037400         INVALID KEY
037500         DISPLAY "ERROR REWRITING REBATE RECORD".

037600 READ-FIRST-VOUCHER.
037700     MOVE "N" TO VOUCHER-FILE-AT-END.
037800     MOVE ZEROES TO VOUCHER-NUMBER.
037900     START VOUCHER-FILE
038000        KEY NOT < VOUCHER-NUMBER
038100         INVALID KEY MOVE "Y" TO VOUCHER-FILE-AT-END.
038200     IF VOUCHER-FILE-AT-END NOT = "Y"
038300         PERFORM READ-NEXT-VOUCHER.

038400 READ-NEXT-VOUCHER.
038500     READ VOUCHER-FILE NEXT RECORD
038600         AT END MOVE "Y" TO VOUCHER-FILE-AT-END.

038700 READ-FIRST-RECEIPT.
038800     MOVE "N" TO RECEIPT-FILE-AT-END.
038900     MOVE ZEROES TO RECEIPT-KEY
039000                    PO-NUMBER.
039100     START RECEIPT-FILE
039200        KEY NOT < RECEIPT-KEY
039300         INVALID KEY MOVE "Y" TO RECEIPT-FILE-AT-END.
039400     IF RECEIPT-FILE-AT-END NOT = "Y"
039500         PERFORM READ-NEXT-RECEIPT.

039600 READ-NEXT-RECEIPT.
039700     READ RECEIPT-FILE NEXT RECORD
039800         AT END MOVE "Y" TO RECEIPT-FILE-AT-END.

039900 READ-FIRST-VENDOR-CREDIT.
040000     MOVE "N" TO CREDIT-FILE-AT-END.
040100     MOVE REBATE-VENDOR TO ECRD-VENDOR.
040200     MOVE ZEROES TO ECRD-SEQUENCE.
040300     START EXPECTED-CREDIT-FILE
040400        KEY NOT < ECRD-KEY
040500         INVALID KEY MOVE "Y" TO CREDIT-FILE-AT-END.
040600     IF CREDIT-FILE-AT-END NOT = "Y"
040700         PERFORM READ-NEXT-VENDOR-CREDIT.

040800 READ-NEXT-VENDOR-CREDIT.
040900     READ EXPECTED-CREDIT-FILE NEXT RECORD
041000         AT END MOVE "Y" TO CREDIT-FILE-AT-END.
041100     IF CREDIT-FILE-AT-END NOT = "Y"
041200        AND ECRD-VENDOR NOT = REBATE-VENDOR
041300         MOVE "Y" TO CREDIT-FILE-AT-END.

041400 READ-VENDOR-RECORD.
041500     MOVE "Y" TO VENDOR-RECORD-FOUND.
041600     READ VENDOR-FILE RECORD
041700       INVALID KEY
041800          MOVE "N" TO VENDOR-RECORD-FOUND.

041900*---------------------------------
042000* Printing routines.
042100*---------------------------------
042200 WRITE-TO-PRINTER.
042300     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
042400     ADD 1 TO LINE-COUNT.

042500 LINE-FEED.
042600     MOVE SPACE TO PRINTER-RECORD.
042700     PERFORM WRITE-TO-PRINTER.

042800 START-NEXT-PAGE.
042900     PERFORM END-LAST-PAGE.
043000     PERFORM START-NEW-PAGE.

043100 START-NEW-PAGE.
043200     ADD 1 TO PAGE-NUMBER.
043300     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
043400     MOVE RUN-DATE TO DATE-CCYYMMDD.
043500     PERFORM CONVERT-TO-MMDDCCYY.
043600     MOVE DATE-MMDDCCYY TO PRINT-RUN-DATE.
043700     MOVE TITLE-LINE TO PRINTER-RECORD.
043800     PERFORM WRITE-TO-PRINTER.
043900     PERFORM LINE-FEED.
044000     MOVE COLUMN-LINE TO PRINTER-RECORD.
044100     PERFORM WRITE-TO-PRINTER.
044200     PERFORM LINE-FEED.

044300 END-LAST-PAGE.
044400     PERFORM FORM-FEED.
044500     MOVE ZERO TO LINE-COUNT.

044600 FORM-FEED.
044700     MOVE SPACE TO PRINTER-RECORD.
044800     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

044900     COPY "PLDATE01.CBL".

045000     COPY "PLOPID01.CBL".
