000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RCVTIE01.
000300*---------------------------------
000400* Daily tie of merchandise
000500* receipts logged in RCVENT01
000600* to the receipts posted into
000700* the stock ledger. For the
000800* entered entry date, every
000900* receipt on a merchandise PO
001000* line is summed by store and
001100* division as LOGGED (its
001200* RECEIPT-VALUE) and POSTED
001300* (its RECEIPT-LEDGER-AMOUNT);
001400* any difference is a receipt
001500* whose ledger posting failed
001600* and is listed below the
001700* summary to be keyed in
001800* STKLED01. Receipts keyed
001900* straight into STKLED01 that
002000* day are picked up from the
002100* journal and shown as KEYED,
002200* so LEDGER RECEIPTS POSTED is
002300* everything that reached
002400* STKLED-RECEIPTS for the day.
002500*---------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.

002900     COPY "SLRCPT01.CBL".

003000     COPY "SLJRNL01.CBL".

003100     COPY "SLSPOOLC.CBL".

003200*---------------------------------
003300* The report goes to a uniquely
003400* named spool file cataloged
003500* through PLSPOOL1.CBL, so a
003600* printer jam means a reprint
003700* from SPLMGR01, not a re-run.
003800*---------------------------------
003900     SELECT PRINTER-FILE
004000         ASSIGN TO DYNAMIC SPOOL-OUT-NAME
004100         ORGANIZATION IS LINE SEQUENTIAL.

004200 DATA DIVISION.
004300 FILE SECTION.

004400     COPY "FDRCPT01.CBL".

004500     COPY "FDJRNL01.CBL".

004600     COPY "FDSPOOLC.CBL".

004700 FD  PRINTER-FILE
004800     LABEL RECORDS ARE OMITTED.
004900 01  PRINTER-RECORD              PIC X(80).

005000 WORKING-STORAGE SECTION.

005100 77  RECEIPT-FILE-AT-END         PIC X.
005200 77  JOURNAL-FILE-AT-END         PIC X.
005300 77  LINE-COUNT                  PIC 999 VALUE ZERO.
005400 77  PAGE-NUMBER                 PIC 99999 VALUE ZERO.
005500 77  MAXIMUM-LINES               PIC 999 VALUE 55.

005600 77  TIE-DATE                    PIC 9(8).
005700 77  STORE-SUB                   PIC 999.
005800 77  DIVISION-SUB                PIC 999.
005900 77  SLOT-COUNT                  PIC 9(5) VALUE ZERO.
006000 77  UNPOSTED-COUNT              PIC 9(5) VALUE ZERO.
006100 77  SLOT-UNPOSTED               PIC S9(9)V99.
006200 77  TOTAL-LOGGED                PIC S9(9)V99 VALUE ZERO.
006300 77  TOTAL-POSTED                PIC S9(9)V99 VALUE ZERO.
006400 77  TOTAL-UNPOSTED              PIC S9(9)V99 VALUE ZERO.
006500 77  TOTAL-KEYED                 PIC S9(9)V99 VALUE ZERO.
006600 77  TOTAL-LEDGER                PIC S9(9)V99 VALUE ZERO.

006700*---------------------------------
006800* STKLED01 journals a keyed
006900* receipt under the bucket key.
007000*---------------------------------
007100 01  KEYED-BUCKET.
007200     05  KEYED-STORE             PIC 9(2).
007300     05  KEYED-DIVISION          PIC 9(2).

007400*---------------------------------
007500* One slot per store and
007600* division.
007700*---------------------------------
007800 01  TIE-TABLE.
007900     05  TIE-STORE-ROW OCCURS 99 TIMES.
008000         10  TIE-DIVISION-COL OCCURS 99 TIMES.
008100             15  SLOT-ACTIVE          PIC X.
008200             15  SLOT-LOGGED          PIC S9(9)V99.
008300             15  SLOT-POSTED          PIC S9(9)V99.
008400             15  SLOT-KEYED           PIC S9(9)V99.

008500 01  DETAIL-LINE.
008600     05  PRINT-STORE             PIC Z9.
008700     05  FILLER                  PIC X(2)  VALUE SPACE.
008800     05  PRINT-DIVISION          PIC Z9.
008900     05  FILLER                  PIC X(2)  VALUE SPACE.
009000     05  PRINT-LOGGED            PIC ZZ,ZZZ,ZZ9.99-.
009100     05  FILLER                  PIC X     VALUE SPACE.
009200     05  PRINT-POSTED            PIC ZZ,ZZZ,ZZ9.99-.
009300     05  FILLER                  PIC X     VALUE SPACE.
009400     05  PRINT-UNPOSTED          PIC ZZ,ZZZ,ZZ9.99-.
009500     05  FILLER                  PIC X     VALUE SPACE.
009600     05  PRINT-KEYED             PIC ZZ,ZZZ,ZZ9.99-.
009700     05  FILLER                  PIC X     VALUE SPACE.
009800     05  PRINT-FLAG              PIC X(3).

009900 01  COLUMN-LINE.
010000     05  FILLER         PIC X(4)  VALUE "ST".
010100     05  FILLER         PIC X(4)  VALUE "DV".
010200     05  FILLER         PIC X(15) VALUE "         LOGGED".
010300     05  FILLER         PIC X(15) VALUE "         POSTED".
010400     05  FILLER         PIC X(15) VALUE "     NOT POSTED".
010500     05  FILLER         PIC X(15) VALUE "   KEYED STKLED".

010600 01  TITLE-LINE.
010700     05  FILLER              PIC X(10) VALUE SPACE.
010800     05  FILLER              PIC X(33)
010900         VALUE "RECEIPTS TO STOCK LEDGER TIE FOR ".
011000     05  PRINT-TITLE-DATE    PIC X(10).
011100     05  FILLER              PIC X(11) VALUE SPACE.
011200     05  FILLER              PIC X(5)  VALUE "PAGE:".
011300     05  FILLER              PIC X(1)  VALUE SPACE.
011400     05  PRINT-PAGE-NUMBER   PIC ZZZZ9.

011500 01  EXCEPTION-HEADING.
011600     05  FILLER              PIC X(40)
011700         VALUE "RECEIPTS NOT POSTED TO THE STOCK LEDGER".

011800 01  EXCEPTION-LINE.
011900     05  FILLER              PIC X(3)  VALUE "PO ".
012000     05  PRINT-PO-NUMBER     PIC 9(6).
012100     05  FILLER              PIC X     VALUE "-".
012200     05  PRINT-SEQUENCE      PIC 9(3).
012300     05  FILLER              PIC X(6)  VALUE " LINE ".
012400     05  PRINT-PO-LINE       PIC Z9.
012500     05  FILLER              PIC X(4)  VALUE " ST ".
012600     05  PRINT-EXC-STORE     PIC Z9.
012700     05  FILLER              PIC X(4)  VALUE " DV ".
012800     05  PRINT-EXC-DIVISION  PIC Z9.
012900     05  FILLER              PIC X     VALUE SPACE.
013000     05  PRINT-EXC-VALUE     PIC ZZ,ZZZ,ZZ9.99-.
013100     05  FILLER              PIC X(8)  VALUE " POSTED ".
013200     05  PRINT-EXC-POSTED    PIC ZZ,ZZZ,ZZ9.99-.
013300     05  FILLER              PIC X     VALUE SPACE.
013400     05  PRINT-RECEIVER      PIC X(3).

013500 01  TOTAL-LINE.
013600     05  PRINT-TOTAL-LABEL   PIC X(30).
013700     05  PRINT-TOTAL-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99-.

013800     COPY "WSDATE01.CBL".

013900     COPY "WSCASE01.CBL".

014000     COPY "WSOPID01.CBL".

014100     COPY "WSSPOOL1.CBL".

014200 PROCEDURE DIVISION.
014300 PROGRAM-BEGIN.
014400     PERFORM GET-OPERATOR-ID.
014500     PERFORM ENTER-TIE-DATE.
014600     PERFORM OPENING-PROCEDURE.
014700     PERFORM CLEAR-THE-TABLE.
014800     PERFORM LOAD-LOGGED-RECEIPTS.
014900     PERFORM LOAD-KEYED-RECEIPTS.
015000     PERFORM START-NEW-PAGE.
015100     PERFORM PRINT-ALL-SLOTS.
015200     PERFORM PRINT-REPORT-TOTALS.
015300     IF UNPOSTED-COUNT NOT = ZERO
015400         PERFORM PRINT-UNPOSTED-RECEIPTS.
015500     PERFORM CLOSING-PROCEDURE.

015533 PROGRAM-EXIT.
015566     EXIT PROGRAM.

015600 PROGRAM-DONE.
015700     STOP RUN.

015800 ENTER-TIE-DATE.
015900     MOVE "Y" TO ZERO-DATE-IS-OK.
016000     MOVE "ENTER RECEIPT ENTRY DATE (MM/DD/CCYY, 0 = TODAY)"
016100            TO DATE-PROMPT.
016200     MOVE "A VALID DATE IS REQUIRED"
016300            TO DATE-ERROR-MESSAGE.
016400     PERFORM GET-A-DATE.
016500     MOVE DATE-CCYYMMDD TO TIE-DATE.
016600     IF TIE-DATE = ZEROES
016700         PERFORM GET-TODAYS-DATE
016800         MOVE DATE-CCYYMMDD TO TIE-DATE.

016900 OPENING-PROCEDURE.
017000     OPEN INPUT RECEIPT-FILE.
017100     OPEN INPUT JOURNAL-FILE.
017200     OPEN I-O SPOOL-CATALOG-FILE.
017300     MOVE "RECEIPTS TO LEDGER TIE" TO SPOOL-REPORT-NAME.
017400     MOVE "RCVTIE01" TO SPOOL-PROGRAM.
017500     PERFORM OPEN-SPOOL-REPORT.
017600     OPEN OUTPUT PRINTER-FILE.
017700     MOVE TIE-DATE TO DATE-CCYYMMDD.
017800     PERFORM FORMAT-THE-DATE.
017900     MOVE FORMATTED-DATE TO PRINT-TITLE-DATE.

018000 CLOSING-PROCEDURE.
018100     CLOSE RECEIPT-FILE.
018200     CLOSE JOURNAL-FILE.
018300     PERFORM END-LAST-PAGE.
018400     CLOSE PRINTER-FILE.
018500     MOVE PAGE-NUMBER TO SPOOL-PAGE-COUNT.
018600     PERFORM CLOSE-SPOOL-REPORT.
018700     CLOSE SPOOL-CATALOG-FILE.
018800     DISPLAY UNPOSTED-COUNT " RECEIPT(S) NOT POSTED".
018900     DISPLAY "REPORT SPOOLED AS " SPOOL-OUT-NAME.

019000 CLEAR-THE-TABLE.
019100     PERFORM CLEAR-ONE-STORE-ROW
019200         VARYING STORE-SUB FROM 1 BY 1
019300           UNTIL STORE-SUB > 99.

019400 CLEAR-ONE-STORE-ROW.
019500     PERFORM CLEAR-ONE-SLOT
019600         VARYING DIVISION-SUB FROM 1 BY 1
019700           UNTIL DIVISION-SUB > 99.

019800 CLEAR-ONE-SLOT.
019900     MOVE "N" TO SLOT-ACTIVE (STORE-SUB DIVISION-SUB).
020000     MOVE ZEROES TO SLOT-LOGGED (STORE-SUB DIVISION-SUB)
020100                    SLOT-POSTED (STORE-SUB DIVISION-SUB)
020200                    SLOT-KEYED (STORE-SUB DIVISION-SUB).

020300*---------------------------------
020400* Merchandise receipts keyed on
020500* the tie date.
020600*---------------------------------
020700 LOAD-LOGGED-RECEIPTS.
020800     PERFORM READ-FIRST-RECEIPT.
020900     PERFORM LOAD-ONE-RECEIPT
021000         UNTIL RECEIPT-FILE-AT-END = "Y".

021100 LOAD-ONE-RECEIPT.
021200     IF RECEIPT-ENTRY-DATE = TIE-DATE
021300        AND RECEIPT-STORE NOT = ZEROES
021400        AND RECEIPT-DIVISION NOT = ZEROES
021500         MOVE RECEIPT-STORE TO STORE-SUB
021600         MOVE RECEIPT-DIVISION TO DIVISION-SUB
021700         MOVE "Y" TO SLOT-ACTIVE (STORE-SUB DIVISION-SUB)
021800         ADD RECEIPT-VALUE
021900             TO SLOT-LOGGED (STORE-SUB DIVISION-SUB)
022000         ADD RECEIPT-LEDGER-AMOUNT
022100             TO SLOT-POSTED (STORE-SUB DIVISION-SUB)
022200         IF RECEIPT-LEDGER-AMOUNT NOT = RECEIPT-VALUE
022300             ADD 1 TO UNPOSTED-COUNT.
022400     PERFORM READ-NEXT-RECEIPT.

022500*---------------------------------
022600* Receipts keyed in STKLED01 on
022700* the tie date, off the journal.
022800*---------------------------------
022900 LOAD-KEYED-RECEIPTS.
023000     MOVE "N" TO JOURNAL-FILE-AT-END.
023100     PERFORM LOAD-ONE-JOURNAL-ENTRY
023200         UNTIL JOURNAL-FILE-AT-END = "Y".

023300 LOAD-ONE-JOURNAL-ENTRY.
023400     READ JOURNAL-FILE
023500         AT END MOVE "Y" TO JOURNAL-FILE-AT-END.
023600     IF JOURNAL-FILE-AT-END NOT = "Y"
023700        AND JOURNAL-DATE = TIE-DATE
023800        AND JOURNAL-PROGRAM = "STKLED01"
023900        AND JOURNAL-ACTION = "STK-RCPT"
024000         PERFORM ADD-ONE-KEYED-RECEIPT.

024100 ADD-ONE-KEYED-RECEIPT.
024200     MOVE JOURNAL-KEY TO KEYED-BUCKET.
024300     IF KEYED-STORE NOT = ZEROES
024400        AND KEYED-DIVISION NOT = ZEROES
024500         MOVE KEYED-STORE TO STORE-SUB
024600         MOVE KEYED-DIVISION TO DIVISION-SUB
024700         MOVE "Y" TO SLOT-ACTIVE (STORE-SUB DIVISION-SUB)
024800         ADD JOURNAL-AMOUNT
024900             TO SLOT-KEYED (STORE-SUB DIVISION-SUB).

025000*---------------------------------
025100* One line per store and
025200* division with activity; "***"
025300* marks a slot that does not
025400* tie.
025500*---------------------------------
025600 PRINT-ALL-SLOTS.
025700     PERFORM PRINT-ONE-STORE-ROW
025800         VARYING STORE-SUB FROM 1 BY 1
025900           UNTIL STORE-SUB > 99.
026000     IF SLOT-COUNT = ZERO
026100         MOVE "NO RECEIPTS LOGGED OR KEYED FOR THIS DATE"
026200             TO PRINTER-RECORD
026300         PERFORM WRITE-TO-PRINTER.

026400 PRINT-ONE-STORE-ROW.
026500     PERFORM PRINT-ONE-SLOT
026600         VARYING DIVISION-SUB FROM 1 BY 1
026700           UNTIL DIVISION-SUB > 99.

026800 PRINT-ONE-SLOT.
026900     IF SLOT-ACTIVE (STORE-SUB DIVISION-SUB) = "Y"
027000         PERFORM PRINT-SLOT-LINE.

027100 PRINT-SLOT-LINE.
027200     COMPUTE SLOT-UNPOSTED =
027300         SLOT-LOGGED (STORE-SUB DIVISION-SUB)
027400       - SLOT-POSTED (STORE-SUB DIVISION-SUB).
027500     MOVE SPACE TO DETAIL-LINE.
027600     MOVE STORE-SUB TO PRINT-STORE.
027700     MOVE DIVISION-SUB TO PRINT-DIVISION.
027800     MOVE SLOT-LOGGED (STORE-SUB DIVISION-SUB) TO PRINT-LOGGED.
027900     MOVE SLOT-POSTED (STORE-SUB DIVISION-SUB) TO PRINT-POSTED.
028000     MOVE SLOT-UNPOSTED TO PRINT-UNPOSTED.
028100     MOVE SLOT-KEYED (STORE-SUB DIVISION-SUB) TO PRINT-KEYED.
028200     IF SLOT-UNPOSTED NOT = ZERO
028300         MOVE "***" TO PRINT-FLAG.
028400     IF LINE-COUNT > MAXIMUM-LINES
028500         PERFORM START-NEXT-PAGE.
028600     MOVE DETAIL-LINE TO PRINTER-RECORD.
028700     PERFORM WRITE-TO-PRINTER.
028800     ADD 1 TO SLOT-COUNT.
028900     ADD SLOT-LOGGED (STORE-SUB DIVISION-SUB) TO TOTAL-LOGGED.
029000     ADD SLOT-POSTED (STORE-SUB DIVISION-SUB) TO TOTAL-POSTED.
029100     ADD SLOT-UNPOSTED TO TOTAL-UNPOSTED.
029200     ADD SLOT-KEYED (STORE-SUB DIVISION-SUB) TO TOTAL-KEYED.

029300 PRINT-REPORT-TOTALS.
029400     COMPUTE TOTAL-LEDGER = TOTAL-POSTED + TOTAL-KEYED.
029500     PERFORM LINE-FEED.
029600     MOVE "RECEIPTS LOGGED:" TO PRINT-TOTAL-LABEL.
029700     MOVE TOTAL-LOGGED TO PRINT-TOTAL-AMOUNT.
029800     PERFORM PRINT-ONE-TOTAL.
029900     MOVE "POSTED FROM RCVENT01:" TO PRINT-TOTAL-LABEL.
030000     MOVE TOTAL-POSTED TO PRINT-TOTAL-AMOUNT.
030100     PERFORM PRINT-ONE-TOTAL.
030200     MOVE "NOT POSTED:" TO PRINT-TOTAL-LABEL.
030300     MOVE TOTAL-UNPOSTED TO PRINT-TOTAL-AMOUNT.
030400     PERFORM PRINT-ONE-TOTAL.
030500     MOVE "KEYED IN STKLED01:" TO PRINT-TOTAL-LABEL.
030600     MOVE TOTAL-KEYED TO PRINT-TOTAL-AMOUNT.
030700     PERFORM PRINT-ONE-TOTAL.
030800     MOVE "LEDGER RECEIPTS POSTED:" TO PRINT-TOTAL-LABEL.
030900     MOVE TOTAL-LEDGER TO PRINT-TOTAL-AMOUNT.
031000     PERFORM PRINT-ONE-TOTAL.

031100 PRINT-ONE-TOTAL.
031200     MOVE TOTAL-LINE TO PRINTER-RECORD.
031300     PERFORM WRITE-TO-PRINTER.

031400*---------------------------------
031500* The receipts behind the "***"
031600* slots, to be keyed in
031700* STKLED01.
031800*---------------------------------
031900 PRINT-UNPOSTED-RECEIPTS.
032000     PERFORM LINE-FEED.
032100     IF LINE-COUNT > MAXIMUM-LINES
032200         PERFORM START-NEXT-PAGE.
032300     MOVE EXCEPTION-HEADING TO PRINTER-RECORD.
032400     PERFORM WRITE-TO-PRINTER.
032500     PERFORM LINE-FEED.
032600     PERFORM READ-FIRST-RECEIPT.
032700     PERFORM CHECK-ONE-RECEIPT
032800         UNTIL RECEIPT-FILE-AT-END = "Y".

032900 CHECK-ONE-RECEIPT.
033000     IF RECEIPT-ENTRY-DATE = TIE-DATE
033100        AND RECEIPT-STORE NOT = ZEROES
033200        AND RECEIPT-DIVISION NOT = ZEROES
033300        AND RECEIPT-LEDGER-AMOUNT NOT = RECEIPT-VALUE
033400         PERFORM PRINT-EXCEPTION-LINE.
033500     PERFORM READ-NEXT-RECEIPT.

033600 PRINT-EXCEPTION-LINE.
033700     MOVE RECEIPT-PO-NUMBER TO PRINT-PO-NUMBER.
033800     MOVE RECEIPT-SEQUENCE TO PRINT-SEQUENCE.
033900     MOVE RECEIPT-PO-LINE TO PRINT-PO-LINE.
034000     MOVE RECEIPT-STORE TO PRINT-EXC-STORE.
034100     MOVE RECEIPT-DIVISION TO PRINT-EXC-DIVISION.
034200     MOVE RECEIPT-VALUE TO PRINT-EXC-VALUE.
034300     MOVE RECEIPT-LEDGER-AMOUNT TO PRINT-EXC-POSTED.
034400     MOVE RECEIPT-RECEIVER TO PRINT-RECEIVER.
034500     IF LINE-COUNT > MAXIMUM-LINES
034600         PERFORM START-NEXT-PAGE.
034700     MOVE EXCEPTION-LINE TO PRINTER-RECORD.
034800     PERFORM WRITE-TO-PRINTER.

034900*---------------------------------
035000* File I-O routines.
035100*---------------------------------
035200 READ-FIRST-RECEIPT.
035300     MOVE "N" TO RECEIPT-FILE-AT-END.
035400     MOVE ZEROES TO RECEIPT-KEY.
035500     START RECEIPT-FILE
035600        KEY NOT < RECEIPT-KEY
035700         INVALID KEY MOVE "Y" TO RECEIPT-FILE-AT-END.
035800     IF RECEIPT-FILE-AT-END NOT = "Y"
035900         PERFORM READ-NEXT-RECEIPT.

036000 READ-NEXT-RECEIPT.
036100     READ RECEIPT-FILE NEXT RECORD
036200         AT END MOVE "Y" TO RECEIPT-FILE-AT-END.

036300*---------------------------------
036400* Printing routines.
036500*---------------------------------
036600 WRITE-TO-PRINTER.
036700     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
036800     ADD 1 TO LINE-COUNT.

036900 LINE-FEED.
037000     MOVE SPACE TO PRINTER-RECORD.
037100     PERFORM WRITE-TO-PRINTER.

037200 START-NEXT-PAGE.
037300     PERFORM END-LAST-PAGE.
037400     PERFORM START-NEW-PAGE.

037500 START-NEW-PAGE.
037600     ADD 1 TO PAGE-NUMBER.
037700     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
037800     MOVE TITLE-LINE TO PRINTER-RECORD.
037900     PERFORM WRITE-TO-PRINTER.
038000     PERFORM LINE-FEED.
038100     MOVE COLUMN-LINE TO PRINTER-RECORD.
038200     PERFORM WRITE-TO-PRINTER.
038300     PERFORM LINE-FEED.

038400 END-LAST-PAGE.
038500     PERFORM FORM-FEED.
038600     MOVE ZERO TO LINE-COUNT.

038700 FORM-FEED.
038800     MOVE SPACE TO PRINTER-RECORD.
038900     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

039000     COPY "PLDATE01.CBL".

039100     COPY "PLOPID01.CBL".

039200     COPY "PLSPOOL1.CBL".
