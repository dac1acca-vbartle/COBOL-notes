000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CSTREC01.
000300*---------------------------------
000400* Check stock reconciliation.
000500* Accounts for every blank check
000600* form received on
000700* CHECK-STOCK-FILE (0 reports
000800* every bank account). Each form
000900* of a range below its next
001000* serial is looked up on
001100* CHECK-FORM-LOG-FILE and counted
001200* issued, or voided when its
001300* CHECK-FILE check has since been
001400* voided, spoiled or destroyed;
001500* the rest of the range is on
001600* hand. Spoiled, destroyed and
001700* voided forms print one line
001800* each with the reason. A used
001900* serial with no log entry, and
002000* a break in the serials between
002100* one range and the next, are
002200* flagged. Totals print by
002300* account and for the report.
002400*---------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.

002800     COPY "SLCSTK01.CBL".

002900     COPY "SLFLOG01.CBL".

003000     COPY "SLCHK01.CBL".

003100     COPY "SLBANK01.CBL".

003200     COPY "SLSPOOLC.CBL".

003300     SELECT PRINTER-FILE
003400         ASSIGN TO DYNAMIC SPOOL-OUT-NAME
003500         ORGANIZATION IS LINE SEQUENTIAL.

003600 DATA DIVISION.
003700 FILE SECTION.

003800     COPY "FDCSTK01.CBL".

003900     COPY "FDFLOG01.CBL".

004000     COPY "FDCHK01.CBL".

004100     COPY "FDBANK01.CBL".

004200     COPY "FDSPOOLC.CBL".

004300 FD  PRINTER-FILE
004400     LABEL RECORDS ARE OMITTED.
004500 01  PRINTER-RECORD              PIC X(80).

004600 WORKING-STORAGE SECTION.

004700 77  STOCK-FILE-AT-END           PIC X.
004800 77  FORM-LOGGED                 PIC X.
004900 77  CHECK-RECORD-FOUND          PIC X.
005000 77  BANK-RECORD-FOUND           PIC X.
005100 77  LINE-COUNT                  PIC 999 VALUE ZERO.
005200 77  PAGE-NUMBER                 PIC 99999 VALUE ZERO.
005300 77  MAXIMUM-LINES               PIC 999 VALUE 55.

005400 77  ENTERED-CHECK-ACCOUNT       PIC 9(10).
005500 77  CURRENT-ACCOUNT             PIC 9(10).
005600 77  REPORT-SERIAL               PIC 9(7).
005700 77  PREVIOUS-LAST-SERIAL        PIC 9(7).
005800 77  GAP-FIRST-SERIAL            PIC 9(7).
005900 77  GAP-LAST-SERIAL             PIC 9(7).
006000 77  RANGE-ON-HAND               PIC 9(7).
006100 77  EDIT-SERIAL-1               PIC Z(6)9.
006200 77  EDIT-SERIAL-2               PIC Z(6)9.

006300*---------------------------------
006400* Form counts for the account
006500* being reported, for the whole
006600* report, and the set the total
006700* lines print from - all three
006800* the same layout.
006900*---------------------------------
007000 01  ACCOUNT-COUNTS.
007100     05  ACCOUNT-RECEIVED        PIC 9(7).
007200     05  ACCOUNT-ISSUED          PIC 9(7).
007300     05  ACCOUNT-VOIDED          PIC 9(7).
007400     05  ACCOUNT-SPOILED         PIC 9(7).
007500     05  ACCOUNT-DESTROYED       PIC 9(7).
007600     05  ACCOUNT-ON-HAND         PIC 9(7).
007700     05  ACCOUNT-MISSING         PIC 9(7).

007800 01  GRAND-COUNTS.
007900     05  GRAND-RECEIVED          PIC 9(7) VALUE ZERO.
008000     05  GRAND-ISSUED            PIC 9(7) VALUE ZERO.
008100     05  GRAND-VOIDED            PIC 9(7) VALUE ZERO.
008200     05  GRAND-SPOILED           PIC 9(7) VALUE ZERO.
008300     05  GRAND-DESTROYED         PIC 9(7) VALUE ZERO.
008400     05  GRAND-ON-HAND           PIC 9(7) VALUE ZERO.
008500     05  GRAND-MISSING           PIC 9(7) VALUE ZERO.

008600 01  TOTAL-COUNTS.
008700     05  TOTAL-RECEIVED          PIC 9(7).
008800     05  TOTAL-ISSUED            PIC 9(7).
008900     05  TOTAL-VOIDED            PIC 9(7).
009000     05  TOTAL-SPOILED           PIC 9(7).
009100     05  TOTAL-DESTROYED         PIC 9(7).
009200     05  TOTAL-ON-HAND           PIC 9(7).
009300     05  TOTAL-MISSING           PIC 9(7).

009400 01  DETAIL-LINE.
009500     05  PRINT-FORM-SERIAL       PIC Z(5)9.
009600     05  FILLER                  PIC X     VALUE SPACE.
009700     05  PRINT-FORM-STATUS       PIC X(10).
009800     05  FILLER                  PIC X     VALUE SPACE.
009900     05  PRINT-FORM-CHECK        PIC Z(5)9.
010000     05  FILLER                  PIC X     VALUE SPACE.
010100     05  PRINT-FORM-DATE         PIC Z9/99/9999.
010200     05  FILLER                  PIC X     VALUE SPACE.
010300     05  PRINT-FORM-OPERATOR     PIC X(5).
010400     05  FILLER                  PIC X     VALUE SPACE.
010500     05  PRINT-FORM-PROGRAM      PIC X(8).
010600     05  FILLER                  PIC X     VALUE SPACE.
010700     05  PRINT-FORM-REASON       PIC X(20).

010800 01  TOTAL-LINE-1.
010900     05  PRINT-TOTAL-LABEL       PIC X(14).
011000     05  FILLER                  PIC X(9)  VALUE "RECEIVED ".
011100     05  PRINT-TOTAL-RECEIVED    PIC Z(6)9.
011200     05  FILLER                  PIC X(8)  VALUE "  ISSUED".
011300     05  PRINT-TOTAL-ISSUED      PIC Z(6)9.
011400     05  FILLER                  PIC X(8)  VALUE "  VOIDED".
011500     05  PRINT-TOTAL-VOIDED      PIC Z(6)9.

011600 01  TOTAL-LINE-2.
011700     05  FILLER                  PIC X(14) VALUE SPACE.
011800     05  FILLER                  PIC X(9)  VALUE "SPOILED  ".
011900     05  PRINT-TOTAL-SPOILED     PIC Z(6)9.
012000     05  FILLER                  PIC X(11) VALUE "  DESTROYED".
012100     05  PRINT-TOTAL-DESTROYED   PIC Z(6)9.
012200     05  FILLER                  PIC X(9)  VALUE "  ON HAND".
012300     05  PRINT-TOTAL-ON-HAND     PIC Z(6)9.

012400 01  TOTAL-LINE-3.
012500     05  FILLER                  PIC X(14) VALUE SPACE.
012600     05  FILLER                  PIC X(9)  VALUE "MISSING  ".
012700     05  PRINT-TOTAL-MISSING     PIC Z(6)9.
012800     05  FILLER                  PIC X(2)  VALUE SPACE.
012900     05  PRINT-TOTAL-FLAG        PIC X(28).

013000 01  COLUMN-LINE.
013100     05  FILLER         PIC X(7)  VALUE "  FORM".
013200     05  FILLER         PIC X(11) VALUE "STATUS".
013300     05  FILLER         PIC X(7)  VALUE " CHECK".
013400     05  FILLER         PIC X(11) VALUE "DATE".
013500     05  FILLER         PIC X(6)  VALUE "OPER".
013600     05  FILLER         PIC X(9)  VALUE "PROGRAM".
013700     05  FILLER         PIC X(6)  VALUE "REASON".

013800 01  SELECTION-LINE.
013900     05  FILLER              PIC X(9)  VALUE "ACCOUNT: ".
014000     05  PRINT-SELECTION     PIC 9(10).
014100     05  FILLER              PIC X(11) VALUE "  (0 = ALL)".

014200 01  TITLE-LINE.
014300     05  FILLER              PIC X(16) VALUE SPACE.
014400     05  FILLER              PIC X(28)
014500         VALUE "CHECK STOCK RECONCILIATION".
014600     05  FILLER              PIC X(11) VALUE SPACE.
014700     05  FILLER              PIC X(5) VALUE "PAGE:".
014800     05  FILLER              PIC X(1) VALUE SPACE.
014900     05  PRINT-PAGE-NUMBER   PIC ZZZZ9.

015000     COPY "WSDATE01.CBL".

015100     COPY "WSCASE01.CBL".

015200     COPY "WSOPID01.CBL".

015300     COPY "WSSPOOL1.CBL".

015400 PROCEDURE DIVISION.
015500 PROGRAM-BEGIN.
015600     PERFORM GET-OPERATOR-ID.
015700     PERFORM ENTER-REPORT-ACCOUNT.
015800     PERFORM OPENING-PROCEDURE.
015900     PERFORM START-NEW-PAGE.

016000     MOVE "N" TO STOCK-FILE-AT-END.
016100     PERFORM READ-FIRST-STOCK.
016200     PERFORM PROCESS-ONE-ACCOUNT
016300         UNTIL STOCK-FILE-AT-END = "Y".

016400     PERFORM PRINT-REPORT-TOTALS.
016500     PERFORM CLOSING-PROCEDURE.

016533 PROGRAM-EXIT.
016566     EXIT PROGRAM.

016600 PROGRAM-DONE.
016700     STOP RUN.

016800 OPENING-PROCEDURE.
016900     OPEN INPUT CHECK-STOCK-FILE.
017000     OPEN INPUT CHECK-FORM-LOG-FILE.
017100     OPEN INPUT CHECK-FILE.
017200     OPEN INPUT BANK-FILE.
017300     OPEN I-O SPOOL-CATALOG-FILE.
017400     MOVE "CHECK STOCK RECON" TO SPOOL-REPORT-NAME.
017500     MOVE "CSTREC01" TO SPOOL-PROGRAM.
017600     PERFORM OPEN-SPOOL-REPORT.
017700     OPEN OUTPUT PRINTER-FILE.

017800 CLOSING-PROCEDURE.
017900     CLOSE CHECK-STOCK-FILE.
018000     CLOSE CHECK-FORM-LOG-FILE.
018100     CLOSE CHECK-FILE.
018200     CLOSE BANK-FILE.
018300     PERFORM END-LAST-PAGE.
018400     CLOSE PRINTER-FILE.
018500     MOVE PAGE-NUMBER TO SPOOL-PAGE-COUNT.
018600     PERFORM CLOSE-SPOOL-REPORT.
018700     CLOSE SPOOL-CATALOG-FILE.
018800     DISPLAY "REPORT SPOOLED AS " SPOOL-OUT-NAME.

018900 ENTER-REPORT-ACCOUNT.
019000     DISPLAY "ENTER CHECK ACCOUNT (0 FOR ALL ACCOUNTS)".
019100     ACCEPT ENTERED-CHECK-ACCOUNT.

019200*---------------------------------
019300* One bank account - its ranges
019400* in serial order, then its
019500* totals.
019600*---------------------------------
019700 PROCESS-ONE-ACCOUNT.
019800     MOVE CSTK-ACCOUNT TO CURRENT-ACCOUNT.
019900     MOVE ZEROES TO ACCOUNT-COUNTS.
020000     MOVE ZEROES TO PREVIOUS-LAST-SERIAL.
020100     PERFORM PRINT-ACCOUNT-HEADING.
020200     PERFORM PROCESS-ONE-RANGE
020300         UNTIL STOCK-FILE-AT-END = "Y"
020400            OR CSTK-ACCOUNT NOT = CURRENT-ACCOUNT.
020500     PERFORM PRINT-ACCOUNT-TOTALS.

020600 PRINT-ACCOUNT-HEADING.
020700     IF LINE-COUNT > MAXIMUM-LINES - 6
020800         PERFORM START-NEXT-PAGE.
020900     MOVE CURRENT-ACCOUNT TO BANK-ACCOUNT-NUMBER.
021000     MOVE "Y" TO BANK-RECORD-FOUND.
021100     READ BANK-FILE RECORD
021200       INVALID KEY
021300          MOVE "N" TO BANK-RECORD-FOUND.
021400     IF BANK-RECORD-FOUND = "N"
021500         MOVE "***Not Found***" TO BANK-NAME.
021600     PERFORM LINE-FEED.
021700     MOVE SPACE TO PRINTER-RECORD.
021800     STRING "BANK ACCOUNT " CURRENT-ACCOUNT " " BANK-NAME
021900         DELIMITED BY SIZE INTO PRINTER-RECORD.
022000     PERFORM WRITE-TO-PRINTER.

022100*---------------------------------
022200* One range of forms. Serials
022300* below CSTK-NEXT-SERIAL have
022400* been used and must each be on
022500* the form log; the rest are on
022600* hand.
022700*---------------------------------
022800 PROCESS-ONE-RANGE.
022900     IF PREVIOUS-LAST-SERIAL NOT = ZEROES
023000        AND CSTK-FIRST-SERIAL > PREVIOUS-LAST-SERIAL + 1
023100         PERFORM PRINT-NEVER-RECEIVED.
023200     PERFORM PRINT-RANGE-HEADING.
023300     COMPUTE ACCOUNT-RECEIVED = ACCOUNT-RECEIVED
023400         + CSTK-LAST-SERIAL - CSTK-FIRST-SERIAL + 1.
023500     MOVE ZEROES TO GAP-FIRST-SERIAL.
023600     MOVE CSTK-FIRST-SERIAL TO REPORT-SERIAL.
023700     PERFORM CHECK-ONE-SERIAL
023800         UNTIL REPORT-SERIAL NOT < CSTK-NEXT-SERIAL
023900            OR REPORT-SERIAL > CSTK-LAST-SERIAL.
024000     IF GAP-FIRST-SERIAL NOT = ZEROES
024100         PERFORM PRINT-SERIAL-GAP.
024200     MOVE ZEROES TO RANGE-ON-HAND.
024300     IF CSTK-NEXT-SERIAL NOT > CSTK-LAST-SERIAL
024400         COMPUTE RANGE-ON-HAND =
024500             CSTK-LAST-SERIAL - CSTK-NEXT-SERIAL + 1.
024600     ADD RANGE-ON-HAND TO ACCOUNT-ON-HAND.
024700     MOVE CSTK-LAST-SERIAL TO PREVIOUS-LAST-SERIAL.
024800     PERFORM READ-NEXT-STOCK.

024900 PRINT-RANGE-HEADING.
025000     IF LINE-COUNT > MAXIMUM-LINES
025100         PERFORM START-NEXT-PAGE.
025200     MOVE CSTK-RECEIVED-DATE TO DATE-CCYYMMDD.
025300     PERFORM FORMAT-THE-DATE.
025400     MOVE CSTK-FIRST-SERIAL TO EDIT-SERIAL-1.
025500     MOVE CSTK-LAST-SERIAL TO EDIT-SERIAL-2.
025600     MOVE SPACE TO PRINTER-RECORD.
025700     STRING "  FORMS" EDIT-SERIAL-1 " -" EDIT-SERIAL-2
025800         " RECEIVED " FORMATTED-DATE " " CSTK-REFERENCE
025900         DELIMITED BY SIZE INTO PRINTER-RECORD.
026000     PERFORM WRITE-TO-PRINTER.

026100 CHECK-ONE-SERIAL.
026200     MOVE CURRENT-ACCOUNT TO FLOG-ACCOUNT.
026300     MOVE REPORT-SERIAL TO FLOG-SERIAL.
026400     MOVE "Y" TO FORM-LOGGED.
026500     READ CHECK-FORM-LOG-FILE RECORD
026600       INVALID KEY
026700          MOVE "N" TO FORM-LOGGED.
026800     IF FORM-LOGGED = "N"
026900         PERFORM NOTE-MISSING-SERIAL
027000     ELSE
027100         PERFORM ACCOUNT-FOR-LOGGED-FORM.
027200     ADD 1 TO REPORT-SERIAL.

027300 NOTE-MISSING-SERIAL.
027400     ADD 1 TO ACCOUNT-MISSING.
027500     IF GAP-FIRST-SERIAL = ZEROES
027600         MOVE REPORT-SERIAL TO GAP-FIRST-SERIAL.
027700     MOVE REPORT-SERIAL TO GAP-LAST-SERIAL.

027800 ACCOUNT-FOR-LOGGED-FORM.
027900     IF GAP-FIRST-SERIAL NOT = ZEROES
028000         PERFORM PRINT-SERIAL-GAP.
028100     IF FLOG-DISPOSITION = "I"
028200         PERFORM ACCOUNT-FOR-ISSUED-FORM
028300     ELSE
028400     IF FLOG-DISPOSITION = "S"
028500         ADD 1 TO ACCOUNT-SPOILED
028600         MOVE "SPOILED" TO PRINT-FORM-STATUS
028700         PERFORM PRINT-FORM-LINE
028800     ELSE
028900         ADD 1 TO ACCOUNT-DESTROYED
029000         MOVE "DESTROYED" TO PRINT-FORM-STATUS
029100         PERFORM PRINT-FORM-LINE.

029200*---------------------------------
029300* An issued form whose check has
029400* since been voided counts as
029500* voided, and prints with the
029600* void date.
029700*---------------------------------
029800 ACCOUNT-FOR-ISSUED-FORM.
029900     MOVE FLOG-CHECK-ACCOUNT TO CHECK-ACCOUNT.
030000     MOVE FLOG-CHECK-NUMBER TO CHECK-NUMBER.
030100     MOVE "Y" TO CHECK-RECORD-FOUND.
030200     READ CHECK-FILE RECORD
030300       INVALID KEY
030400          MOVE "N" TO CHECK-RECORD-FOUND.
030500     IF CHECK-RECORD-FOUND = "N"
030600         ADD 1 TO ACCOUNT-ISSUED
030700         MOVE "NO CHECK" TO PRINT-FORM-STATUS
030800         PERFORM PRINT-FORM-LINE
030900     ELSE
031000     IF CHECK-VOIDED = "Y"
031100         ADD 1 TO ACCOUNT-VOIDED
031200         MOVE "VOIDED" TO PRINT-FORM-STATUS
031300         MOVE CHECK-VOIDED-DATE TO FLOG-DATE
031400         PERFORM PRINT-FORM-LINE
031500     ELSE
031600         ADD 1 TO ACCOUNT-ISSUED.

031700 PRINT-FORM-LINE.
031800     IF LINE-COUNT > MAXIMUM-LINES
031900         PERFORM START-NEXT-PAGE.
032000     MOVE FLOG-SERIAL TO PRINT-FORM-SERIAL.
032100     MOVE FLOG-CHECK-NUMBER TO PRINT-FORM-CHECK.
032200     MOVE FLOG-DATE TO DATE-CCYYMMDD.
032300     PERFORM FORMAT-THE-DATE.
032400     MOVE FORMATTED-DATE TO PRINT-FORM-DATE.
032500     MOVE FLOG-OPERATOR TO PRINT-FORM-OPERATOR.
032600     MOVE FLOG-PROGRAM TO PRINT-FORM-PROGRAM.
032700     MOVE FLOG-REASON TO PRINT-FORM-REASON.
032800     MOVE DETAIL-LINE TO PRINTER-RECORD.
032900     PERFORM WRITE-TO-PRINTER.

033000 PRINT-SERIAL-GAP.
033100     IF LINE-COUNT > MAXIMUM-LINES
033200         PERFORM START-NEXT-PAGE.
033300     MOVE GAP-FIRST-SERIAL TO EDIT-SERIAL-1.
033400     MOVE GAP-LAST-SERIAL TO EDIT-SERIAL-2.
033500     MOVE SPACE TO PRINTER-RECORD.
033600     STRING "  *** SERIALS" EDIT-SERIAL-1 " -" EDIT-SERIAL-2
033700         " USED BUT NOT LOGGED ***"
033800         DELIMITED BY SIZE INTO PRINTER-RECORD.
033900     PERFORM WRITE-TO-PRINTER.
034000     MOVE ZEROES TO GAP-FIRST-SERIAL.

034100 PRINT-NEVER-RECEIVED.
034200     IF LINE-COUNT > MAXIMUM-LINES
034300         PERFORM START-NEXT-PAGE.
034400     COMPUTE GAP-FIRST-SERIAL = PREVIOUS-LAST-SERIAL + 1.
034500     COMPUTE GAP-LAST-SERIAL = CSTK-FIRST-SERIAL - 1.
034600     MOVE GAP-FIRST-SERIAL TO EDIT-SERIAL-1.
034700     MOVE GAP-LAST-SERIAL TO EDIT-SERIAL-2.
034800     MOVE SPACE TO PRINTER-RECORD.
034900     STRING "  *** SERIALS" EDIT-SERIAL-1 " -" EDIT-SERIAL-2
035000         " NEVER RECEIVED ***"
035100         DELIMITED BY SIZE INTO PRINTER-RECORD.
035200     PERFORM WRITE-TO-PRINTER.
035300     MOVE ZEROES TO GAP-FIRST-SERIAL.

035400*---------------------------------
035500* Totals.
035600*---------------------------------
035700 PRINT-ACCOUNT-TOTALS.
035800     MOVE ACCOUNT-COUNTS TO TOTAL-COUNTS.
035900     MOVE "ACCOUNT TOTAL" TO PRINT-TOTAL-LABEL.
036000     PERFORM PRINT-TOTAL-LINES.
036100     ADD ACCOUNT-RECEIVED TO GRAND-RECEIVED.
036200     ADD ACCOUNT-ISSUED TO GRAND-ISSUED.
036300     ADD ACCOUNT-VOIDED TO GRAND-VOIDED.
036400     ADD ACCOUNT-SPOILED TO GRAND-SPOILED.
036500     ADD ACCOUNT-DESTROYED TO GRAND-DESTROYED.
036600     ADD ACCOUNT-ON-HAND TO GRAND-ON-HAND.
036700     ADD ACCOUNT-MISSING TO GRAND-MISSING.

036800 PRINT-REPORT-TOTALS.
036900     MOVE GRAND-COUNTS TO TOTAL-COUNTS.
037000     MOVE "REPORT TOTAL" TO PRINT-TOTAL-LABEL.
037100     PERFORM PRINT-TOTAL-LINES.
037200     IF GRAND-MISSING NOT = ZEROES
037300         DISPLAY GRAND-MISSING
037400             " CHECK FORM(S) USED BUT NOT LOGGED".

037500 PRINT-TOTAL-LINES.
037600     IF LINE-COUNT > MAXIMUM-LINES - 4
037700         PERFORM START-NEXT-PAGE.
037800     PERFORM LINE-FEED.
037900     MOVE TOTAL-RECEIVED TO PRINT-TOTAL-RECEIVED.
038000     MOVE TOTAL-ISSUED TO PRINT-TOTAL-ISSUED.
038100     MOVE TOTAL-VOIDED TO PRINT-TOTAL-VOIDED.
038200     MOVE TOTAL-LINE-1 TO PRINTER-RECORD.
038300     PERFORM WRITE-TO-PRINTER.
038400     MOVE TOTAL-SPOILED TO PRINT-TOTAL-SPOILED.
038500     MOVE TOTAL-DESTROYED TO PRINT-TOTAL-DESTROYED.
038600     MOVE TOTAL-ON-HAND TO PRINT-TOTAL-ON-HAND.
038700     MOVE TOTAL-LINE-2 TO PRINTER-RECORD.
038800     PERFORM WRITE-TO-PRINTER.
038900     MOVE TOTAL-MISSING TO PRINT-TOTAL-MISSING.
039000     MOVE SPACE TO PRINT-TOTAL-FLAG.
039100     IF TOTAL-MISSING NOT = ZEROES
039200         MOVE "*** FORMS UNACCOUNTED FOR" TO PRINT-TOTAL-FLAG.
039300     MOVE TOTAL-LINE-3 TO PRINTER-RECORD.
039400     PERFORM WRITE-TO-PRINTER.

039500*---------------------------------
039600* File I-O routines.
039700*---------------------------------
039800 READ-FIRST-STOCK.
039900     MOVE ENTERED-CHECK-ACCOUNT TO CSTK-ACCOUNT.
040000     MOVE ZEROES TO CSTK-FIRST-SERIAL.
040100     START CHECK-STOCK-FILE KEY NOT < CSTK-KEY
040200         INVALID KEY MOVE "Y" TO STOCK-FILE-AT-END.
040300     IF STOCK-FILE-AT-END NOT = "Y"
040400         PERFORM READ-NEXT-STOCK.

040500 READ-NEXT-STOCK.
040600     READ CHECK-STOCK-FILE NEXT RECORD
040700         AT END MOVE "Y" TO STOCK-FILE-AT-END.
040800     IF STOCK-FILE-AT-END NOT = "Y"
040900        AND ENTERED-CHECK-ACCOUNT NOT = ZEROES
041000        AND CSTK-ACCOUNT NOT = ENTERED-CHECK-ACCOUNT
041100         MOVE "Y" TO STOCK-FILE-AT-END.

041200*---------------------------------
041300* Printing routines.
041400*---------------------------------
041500 WRITE-TO-PRINTER.
041600     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
041700     ADD 1 TO LINE-COUNT.

041800 LINE-FEED.
041900     MOVE SPACE TO PRINTER-RECORD.
042000     PERFORM WRITE-TO-PRINTER.

042100 START-NEXT-PAGE.
042200     PERFORM END-LAST-PAGE.
042300     PERFORM START-NEW-PAGE.

042400 START-NEW-PAGE.
042500     ADD 1 TO PAGE-NUMBER.
042600     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
042700     MOVE TITLE-LINE TO PRINTER-RECORD.
042800     PERFORM WRITE-TO-PRINTER.
042900     MOVE ENTERED-CHECK-ACCOUNT TO PRINT-SELECTION.
043000     MOVE SELECTION-LINE TO PRINTER-RECORD.
043100     PERFORM WRITE-TO-PRINTER.
043200     PERFORM LINE-FEED.
043300     MOVE COLUMN-LINE TO PRINTER-RECORD.
043400     PERFORM WRITE-TO-PRINTER.
043500     PERFORM LINE-FEED.

043600 END-LAST-PAGE.
043700     PERFORM FORM-FEED.
043800     MOVE ZERO TO LINE-COUNT.

043900 FORM-FEED.
044000     MOVE SPACE TO PRINTER-RECORD.
044100     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

044200     COPY "PLDATE01.CBL".

044300     COPY "PLOPID01.CBL".

044400     COPY "PLSPOOL1.CBL".
