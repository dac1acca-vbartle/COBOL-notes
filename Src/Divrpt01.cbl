000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DIVRPT01.
000300*---------------------------------
000400* Diverse-spend report for the
000500* corporate quarterly figures.
000600* Every voucher paid in the
000700* operator-entered year (and
000800* quarter, 0 for all four) is
000900* read from VOUCHER-FILE and
001000* from the VCHARCH history
001100* ARCPUR01 writes, the way
001200* VCHAGE01's as-of pass reads
001300* it, and its paid amount is
001400* totalled by company and
001500* quarter against each
001600* diversity class the vendor
001700* held a certification for on
001800* the paid date (FDVDIVR.CBL -
001900* no expiry, or expiring on or
002000* after the payment).
002100* A vendor certified in more
002200* than one class counts in each
002300* of them, so the classes do not
002400* add across; the ALL DIVERSE
002500* line counts each payment once.
002600* Each class is shown as a
002700* percentage of total spend for
002800* the quarter, the company's
002900* year and all companies. The
003000* SORT INPUT PROCEDURE and
003100* control break follow DSCLOST1.
003200*---------------------------------
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.

003600     COPY "SLVOUCH.CBL".

003700     COPY "SLVDIVR.CBL".

003800     COPY "SLCOMP01.CBL".

003900     COPY "SLSPOOLC.CBL".

004000     SELECT OPTIONAL VOUCHER-ARCHIVE-FILE
004100         ASSIGN TO "VCHARCH"
004200         ORGANIZATION IS SEQUENTIAL.

004300     SELECT WORK-FILE
004400         ASSIGN TO "WORK"
004500         ORGANIZATION IS SEQUENTIAL.

004600     SELECT SORT-FILE
004700         ASSIGN TO "SORT".

004800*---------------------------------
004900* The report goes to a uniquely
005000* named spool file cataloged
005100* through PLSPOOL1.CBL, so a
005200* printer jam means a reprint
005300* from SPLMGR01, not a re-run.
005400*---------------------------------
005500     SELECT PRINTER-FILE
005600         ASSIGN TO DYNAMIC SPOOL-OUT-NAME
005700         ORGANIZATION IS LINE SEQUENTIAL.

005800 DATA DIVISION.
005900 FILE SECTION.

006000     COPY "FDVOUCH.CBL".

006100     COPY "FDVDIVR.CBL".

006200     COPY "FDCOMP01.CBL".

006300     COPY "FDSPOOLC.CBL".

006400 FD  VOUCHER-ARCHIVE-FILE
006500     LABEL RECORDS ARE STANDARD.
006600 01  VOUCHER-ARCHIVE-RECORD       PIC X(211).

006700*---------------------------------
006800* Class flags 1-4 follow the
006900* DIVERSITY-CLASS-ENTRY table;
007000* flag 5 is set when any of
007100* them is.
007200*---------------------------------
007300 SD  SORT-FILE.
007400 01  SORT-RECORD.
007500     05  SORT-COMPANY             PIC X(2).
007600     05  SORT-QUARTER             PIC 9.
007700     05  SORT-SPEND               PIC S9(6)V99.
007800     05  SORT-CLASS-FLAG          PIC X OCCURS 5 TIMES.

007900 FD  WORK-FILE.
008000 01  WORK-RECORD.
008100     05  WORK-COMPANY             PIC X(2).
008200     05  WORK-QUARTER             PIC 9.
008300     05  WORK-SPEND               PIC S9(6)V99.
008400     05  WORK-CLASS-FLAG          PIC X OCCURS 5 TIMES.

008500 FD  PRINTER-FILE
008600     LABEL RECORDS ARE OMITTED.
008700 01  PRINTER-RECORD              PIC X(80).

008800 WORKING-STORAGE SECTION.

008900 77  VOUCHER-FILE-AT-END         PIC X.
009000 77  ARCHIVE-FILE-AT-END         PIC X.
009100 77  WORK-FILE-AT-END            PIC X.
009200 77  DIVERSITY-RECORD-FOUND      PIC X.
009300 77  COMPANY-RECORD-FOUND        PIC X.
009400 77  LINE-COUNT                  PIC 999 VALUE ZERO.
009500 77  PAGE-NUMBER                 PIC 99999 VALUE ZERO.
009600 77  MAXIMUM-LINES               PIC 999 VALUE 55.

009700 77  REPORT-YEAR                 PIC 9999.
009800 77  REPORT-QUARTER              PIC 9.
009900 77  PAID-QUARTER                PIC 9.
010000 77  CURRENT-COMPANY             PIC X(2).
010100 77  CURRENT-QUARTER             PIC 9.
010200 77  CLASS-INDEX                 PIC 9.
010300 77  LEVEL-INDEX                 PIC 9.
010400 77  BLOCK-LABEL                 PIC X(30).
010500 77  PERCENT-WORK                PIC S999V9.
010600 77  PAYMENT-COUNT               PIC 9(6) VALUE ZERO.

010700 01  PAID-DATE-WORK              PIC 9(8).
010800 01  FILLER REDEFINES PAID-DATE-WORK.
010900     05  PAID-YEAR               PIC 9999.
011000     05  PAID-MONTH              PIC 99.
011100     05  PAID-DAY                PIC 99.

011200*---------------------------------
011300* The four classes carried on
011400* FDVDIVR.CBL, plus the
011500* unduplicated line.
011600*---------------------------------
011700 01  DIVERSITY-CLASS-VALUES.
011800     05  FILLER PIC X(22) VALUE "SBSMALL BUSINESS".
011900     05  FILLER PIC X(22) VALUE "MBMINORITY-OWNED".
012000     05  FILLER PIC X(22) VALUE "WBWOMEN-OWNED".
012100     05  FILLER PIC X(22) VALUE "VBVETERAN-OWNED".
012200     05  FILLER PIC X(22) VALUE "  ALL DIVERSE".
012300 01  FILLER REDEFINES DIVERSITY-CLASS-VALUES.
012400     05  DIVERSITY-CLASS-ENTRY OCCURS 5 TIMES.
012500         10  DIVERSITY-CLASS-CODE    PIC X(2).
012600         10  DIVERSITY-CLASS-NAME    PIC X(20).

012700*---------------------------------
012800* Spend accumulators: level 1 is
012900* the quarter, 2 the company's
013000* year, 3 all companies.
013100*---------------------------------
013200 01  SPEND-TOTALS.
013300     05  SPEND-LEVEL OCCURS 3 TIMES.
013400         10  LEVEL-SPEND             PIC S9(9)V99.
013500         10  LEVEL-CLASS-SPEND       PIC S9(9)V99
013600                                     OCCURS 5 TIMES.

013700 01  BLOCK-HEADING-LINE.
013800     05  PRINT-BLOCK-LABEL       PIC X(30).
013900     05  FILLER                  PIC X(16)
014000         VALUE "TOTAL SPEND".
014100     05  PRINT-BLOCK-SPEND       PIC ZZZ,ZZZ,ZZ9.99-.

014200 01  CLASS-LINE.
014300     05  FILLER                  PIC X(4) VALUE SPACE.
014400     05  PRINT-CLASS-NAME        PIC X(42).
014500     05  PRINT-CLASS-SPEND       PIC ZZZ,ZZZ,ZZ9.99-.
014600     05  FILLER                  PIC X(2) VALUE SPACE.
014700     05  PRINT-CLASS-PERCENT     PIC ZZ9.9-.
014800     05  PRINT-PERCENT-SIGN      PIC X.

014900 01  COMPANY-LINE.
015000     05  FILLER                  PIC X(9) VALUE "COMPANY: ".
015100     05  PRINT-COMPANY-CODE      PIC X(2).
015200     05  FILLER                  PIC X    VALUE SPACE.
015300     05  PRINT-COMPANY-NAME      PIC X(30).

015400 01  COLUMN-LINE.
015500     05  FILLER         PIC X(4)  VALUE SPACE.
015600     05  FILLER         PIC X(46) VALUE "CLASS".
015700     05  FILLER         PIC X(13) VALUE "PAID SPEND".
015800     05  FILLER         PIC X(10) VALUE "% OF TOTAL".

015900 01  TITLE-LINE.
016000     05  FILLER              PIC X(17) VALUE SPACE.
016100     05  FILLER              PIC X(26)
016200         VALUE "DIVERSE SPEND REPORT FOR ".
016300     05  PRINT-TITLE-YEAR    PIC 9999.
016400     05  FILLER              PIC X(8) VALUE SPACE.
016500     05  FILLER              PIC X(5) VALUE "PAGE:".
016600     05  FILLER              PIC X(1) VALUE SPACE.
016700     05  PRINT-PAGE-NUMBER PIC ZZZZ9.

016800     COPY "WSDATE01.CBL".

016900     COPY "WSCASE01.CBL".

017000     COPY "WSOPID01.CBL".

017100     COPY "WSSPOOL1.CBL".

017200 PROCEDURE DIVISION.
017300 PROGRAM-BEGIN.
017400     PERFORM GET-OPERATOR-ID.
017500     PERFORM ENTER-REPORT-YEAR.
017600     PERFORM ENTER-REPORT-QUARTER.
017700     PERFORM OPENING-PROCEDURE.
017800     PERFORM START-NEW-PAGE.

017900     PERFORM SORT-SPEND-BY-COMPANY.

018000     MOVE 3 TO LEVEL-INDEX.
018100     PERFORM CLEAR-ONE-LEVEL.
018200     OPEN INPUT WORK-FILE.
018300     MOVE "N" TO WORK-FILE-AT-END.
018400     PERFORM READ-NEXT-WORK-RECORD.
018500     IF WORK-FILE-AT-END = "Y"
018600         MOVE "NO PAYMENTS FOUND" TO PRINTER-RECORD
018700         PERFORM WRITE-TO-PRINTER
018800     ELSE
018900         PERFORM TOTAL-ONE-COMPANY
019000             UNTIL WORK-FILE-AT-END = "Y"
019100         PERFORM PRINT-GRAND-TOTALS.
019200     CLOSE WORK-FILE.

019300     PERFORM CLOSING-PROCEDURE.

019333 PROGRAM-EXIT.
019366     EXIT PROGRAM.

019400 PROGRAM-DONE.
019500     STOP RUN.

019600 ENTER-REPORT-YEAR.
019700     DISPLAY "ENTER PAID YEAR TO REPORT (CCYY)".
019800     ACCEPT REPORT-YEAR.
019900     IF REPORT-YEAR < 1900
020000         DISPLAY "A FOUR-DIGIT YEAR IS REQUIRED"
020100         PERFORM ENTER-REPORT-YEAR.

020200 ENTER-REPORT-QUARTER.
020300     DISPLAY "ENTER QUARTER TO REPORT (1-4,".
020400     DISPLAY "0 FOR THE WHOLE YEAR)".
020500     ACCEPT REPORT-QUARTER.
020600     IF REPORT-QUARTER > 4
020700         DISPLAY "QUARTER MUST BE 0 THROUGH 4"
020800         PERFORM ENTER-REPORT-QUARTER.

020900 OPENING-PROCEDURE.
021000     OPEN I-O VOUCHER-FILE.
021100     OPEN INPUT VENDOR-DIVERSITY-FILE.
021200     OPEN INPUT COMPANY-FILE.
021300     OPEN I-O SPOOL-CATALOG-FILE.
021400     MOVE "DIVERSE SPEND" TO SPOOL-REPORT-NAME.
021500     MOVE "DIVRPT01" TO SPOOL-PROGRAM.
021600     PERFORM OPEN-SPOOL-REPORT.
021700     OPEN OUTPUT PRINTER-FILE.
021800     MOVE REPORT-YEAR TO PRINT-TITLE-YEAR.

021900 CLOSING-PROCEDURE.
022000     CLOSE VOUCHER-FILE.
022100     CLOSE VENDOR-DIVERSITY-FILE.
022200     CLOSE COMPANY-FILE.
022300     PERFORM END-LAST-PAGE.
022400     CLOSE PRINTER-FILE.
022500     MOVE PAGE-NUMBER TO SPOOL-PAGE-COUNT.
022600     PERFORM CLOSE-SPOOL-REPORT.
022700     CLOSE SPOOL-CATALOG-FILE.
022800     DISPLAY PAYMENT-COUNT " PAID VOUCHER(S) REPORTED".
022900     DISPLAY "REPORT SPOOLED AS " SPOOL-OUT-NAME.

023000*---------------------------------
023100* Live vouchers first, then the
023200* purged history in VCHARCH.
023300*---------------------------------
023400 SORT-SPEND-BY-COMPANY.
023500     SORT SORT-FILE
023600         ON ASCENDING KEY SORT-COMPANY
023700                          SORT-QUARTER
023800         INPUT PROCEDURE IS SELECT-PAID-VOUCHERS
023900         GIVING WORK-FILE.

024000 SELECT-PAID-VOUCHERS.
024100     MOVE "N" TO VOUCHER-FILE-AT-END.
024200     PERFORM READ-FIRST-VOUCHER.
024300     PERFORM RELEASE-ONE-VOUCHER
024400         UNTIL VOUCHER-FILE-AT-END = "Y".

024500     OPEN INPUT VOUCHER-ARCHIVE-FILE.
024600     MOVE "N" TO ARCHIVE-FILE-AT-END.
024700     PERFORM READ-NEXT-ARCHIVE-RECORD.
024800     PERFORM RELEASE-ONE-ARCHIVED
024900         UNTIL ARCHIVE-FILE-AT-END = "Y".
025000     CLOSE VOUCHER-ARCHIVE-FILE.

025100 RELEASE-ONE-VOUCHER.
025200     PERFORM CHECK-PAID-YEAR.
025300     PERFORM READ-NEXT-VOUCHER.

025400 RELEASE-ONE-ARCHIVED.
025500     MOVE VOUCHER-ARCHIVE-RECORD TO VOUCHER-RECORD.
025600     PERFORM CHECK-PAID-YEAR.
025700     PERFORM READ-NEXT-ARCHIVE-RECORD.

025800 CHECK-PAID-YEAR.
025900     MOVE VOUCHER-PAID-DATE TO PAID-DATE-WORK.
026000     IF VOUCHER-PAID-DATE NOT = ZEROES
026100        AND PAID-YEAR = REPORT-YEAR
026200         PERFORM CHECK-PAID-QUARTER.

026300 CHECK-PAID-QUARTER.
026400     COMPUTE PAID-QUARTER = (PAID-MONTH + 2) / 3.
026500     IF REPORT-QUARTER = ZERO
026600        OR PAID-QUARTER = REPORT-QUARTER
026700         PERFORM RELEASE-PAID-VOUCHER.

026800 RELEASE-PAID-VOUCHER.
026900     MOVE VOUCHER-COMPANY TO SORT-COMPANY.
027000     MOVE PAID-QUARTER TO SORT-QUARTER.
027100     MOVE VOUCHER-PAID-AMOUNT TO SORT-SPEND.
027200     MOVE "N" TO SORT-CLASS-FLAG (5).
027300     PERFORM CLASSIFY-ONE-CLASS
027400         VARYING CLASS-INDEX FROM 1 BY 1
027500           UNTIL CLASS-INDEX > 4.
027600     RELEASE SORT-RECORD.
027700     ADD 1 TO PAYMENT-COUNT.

027800*---------------------------------
027900* A class counts when the vendor
028000* holds it and the certification
028100* had not lapsed on the paid
028200* date.
028300*---------------------------------
028400 CLASSIFY-ONE-CLASS.
028500     MOVE "N" TO SORT-CLASS-FLAG (CLASS-INDEX).
028600     MOVE VOUCHER-VENDOR TO VDIV-VENDOR.
028700     MOVE DIVERSITY-CLASS-CODE (CLASS-INDEX) TO VDIV-CLASS.
028800     PERFORM READ-DIVERSITY-RECORD.
028900     IF DIVERSITY-RECORD-FOUND = "Y"
029000        AND (VDIV-EXPIRES = ZEROES
029100          OR VDIV-EXPIRES NOT < VOUCHER-PAID-DATE)
029200         MOVE "Y" TO SORT-CLASS-FLAG (CLASS-INDEX)
029300         MOVE "Y" TO SORT-CLASS-FLAG (5).

029400*---------------------------------
029500* Control break by company, then
029600* by quarter within company.
029700*---------------------------------
029800 TOTAL-ONE-COMPANY.
029900     MOVE WORK-COMPANY TO CURRENT-COMPANY.
030000     MOVE 2 TO LEVEL-INDEX.
030100     PERFORM CLEAR-ONE-LEVEL.
030200     PERFORM PRINT-COMPANY-HEADING.
030300     PERFORM TOTAL-ONE-QUARTER
030400         UNTIL WORK-FILE-AT-END = "Y"
030500            OR WORK-COMPANY NOT = CURRENT-COMPANY.
030600     MOVE "COMPANY TOTAL FOR YEAR" TO BLOCK-LABEL.
030700     MOVE 2 TO LEVEL-INDEX.
030800     PERFORM PRINT-SPEND-BLOCK.

030900 TOTAL-ONE-QUARTER.
031000     MOVE WORK-QUARTER TO CURRENT-QUARTER.
031100     MOVE 1 TO LEVEL-INDEX.
031200     PERFORM CLEAR-ONE-LEVEL.
031300     PERFORM ACCUMULATE-ONE-PAYMENT
031400         UNTIL WORK-FILE-AT-END = "Y"
031500            OR WORK-COMPANY NOT = CURRENT-COMPANY
031600            OR WORK-QUARTER NOT = CURRENT-QUARTER.
031700     MOVE SPACE TO BLOCK-LABEL.
031800     STRING "QUARTER " CURRENT-QUARTER " " REPORT-YEAR
031900         DELIMITED BY SIZE INTO BLOCK-LABEL.
032000     MOVE 1 TO LEVEL-INDEX.
032100     PERFORM PRINT-SPEND-BLOCK.

032200 ACCUMULATE-ONE-PAYMENT.
032300     PERFORM ADD-TO-ONE-LEVEL
032400         VARYING LEVEL-INDEX FROM 1 BY 1
032500           UNTIL LEVEL-INDEX > 3.
032600     PERFORM READ-NEXT-WORK-RECORD.

032700 ADD-TO-ONE-LEVEL.
032800     ADD WORK-SPEND TO LEVEL-SPEND (LEVEL-INDEX).
032900     PERFORM ADD-ONE-CLASS-SPEND
033000         VARYING CLASS-INDEX FROM 1 BY 1
033100           UNTIL CLASS-INDEX > 5.

033200 ADD-ONE-CLASS-SPEND.
033300     IF WORK-CLASS-FLAG (CLASS-INDEX) = "Y"
033400         ADD WORK-SPEND
033500             TO LEVEL-CLASS-SPEND (LEVEL-INDEX CLASS-INDEX).

033600 CLEAR-ONE-LEVEL.
033700     MOVE ZEROES TO LEVEL-SPEND (LEVEL-INDEX).
033800     PERFORM CLEAR-ONE-CLASS-SPEND
033900         VARYING CLASS-INDEX FROM 1 BY 1
034000           UNTIL CLASS-INDEX > 5.

034100 CLEAR-ONE-CLASS-SPEND.
034200     MOVE ZEROES TO LEVEL-CLASS-SPEND (LEVEL-INDEX CLASS-INDEX).

034300 PRINT-COMPANY-HEADING.
034400     IF LINE-COUNT > MAXIMUM-LINES - 10
034500         PERFORM START-NEXT-PAGE.
034600     MOVE SPACE TO COMPANY-LINE.
034700     MOVE CURRENT-COMPANY TO PRINT-COMPANY-CODE.
034800     PERFORM LOOK-UP-COMPANY-NAME.
034900     MOVE COMPANY-LINE TO PRINTER-RECORD.
035000     PERFORM WRITE-TO-PRINTER.
035100     PERFORM LINE-FEED.

035200 LOOK-UP-COMPANY-NAME.
035300     IF CURRENT-COMPANY = SPACES
035400         MOVE "(NO COMPANY CODE)" TO PRINT-COMPANY-NAME
035500     ELSE
035600         MOVE CURRENT-COMPANY TO COMPANY-CODE
035700         PERFORM READ-COMPANY-RECORD
035800         IF COMPANY-RECORD-FOUND = "N"
035900             MOVE "***Not Found***" TO PRINT-COMPANY-NAME
036000         ELSE
036100             MOVE COMPANY-NAME TO PRINT-COMPANY-NAME.

036200*---------------------------------
036300* One block: the total spend for
036400* the level in LEVEL-INDEX, then
036500* each class and its share.
036600*---------------------------------
036700 PRINT-SPEND-BLOCK.
036800     IF LINE-COUNT > MAXIMUM-LINES - 7
036900         PERFORM START-NEXT-PAGE.
037000     MOVE SPACE TO BLOCK-HEADING-LINE.
037100     MOVE BLOCK-LABEL TO PRINT-BLOCK-LABEL.
037200     MOVE LEVEL-SPEND (LEVEL-INDEX) TO PRINT-BLOCK-SPEND.
037300     MOVE BLOCK-HEADING-LINE TO PRINTER-RECORD.
037400     PERFORM WRITE-TO-PRINTER.
037500     PERFORM PRINT-ONE-CLASS-LINE
037600         VARYING CLASS-INDEX FROM 1 BY 1
037700           UNTIL CLASS-INDEX > 5.
037800     PERFORM LINE-FEED.

037900 PRINT-ONE-CLASS-LINE.
038000     MOVE SPACE TO CLASS-LINE.
038100     MOVE DIVERSITY-CLASS-NAME (CLASS-INDEX)
038200         TO PRINT-CLASS-NAME.
038300     MOVE LEVEL-CLASS-SPEND (LEVEL-INDEX CLASS-INDEX)
038400         TO PRINT-CLASS-SPEND.
038500     IF LEVEL-SPEND (LEVEL-INDEX) = ZEROES
038600         MOVE ZEROES TO PERCENT-WORK
038700     ELSE
038800         COMPUTE PERCENT-WORK ROUNDED =
038900             LEVEL-CLASS-SPEND (LEVEL-INDEX CLASS-INDEX)
039000               * 100 / LEVEL-SPEND (LEVEL-INDEX).
039100     MOVE PERCENT-WORK TO PRINT-CLASS-PERCENT.
039200     MOVE "%" TO PRINT-PERCENT-SIGN.
039300     MOVE CLASS-LINE TO PRINTER-RECORD.
039400     PERFORM WRITE-TO-PRINTER.

039500 PRINT-GRAND-TOTALS.
039600     MOVE "ALL COMPANIES" TO BLOCK-LABEL.
039700     MOVE 3 TO LEVEL-INDEX.
039800     PERFORM PRINT-SPEND-BLOCK.

039900*---------------------------------
040000* File I-O routines.
040100*---------------------------------
040200 READ-FIRST-VOUCHER.
040300     MOVE ZEROES TO VOUCHER-NUMBER.
040400     START VOUCHER-FILE
040500        KEY NOT < VOUCHER-NUMBER
040600         INVALID KEY MOVE "Y" TO VOUCHER-FILE-AT-END.
040700     IF VOUCHER-FILE-AT-END NOT = "Y"
040800         PERFORM READ-NEXT-VOUCHER.

040900 READ-NEXT-VOUCHER.
041000     READ VOUCHER-FILE NEXT RECORD
041100         AT END MOVE "Y" TO VOUCHER-FILE-AT-END.

041200 READ-NEXT-ARCHIVE-RECORD.
041300     READ VOUCHER-ARCHIVE-FILE
041400         AT END MOVE "Y" TO ARCHIVE-FILE-AT-END.

041500 READ-DIVERSITY-RECORD.
041600     MOVE "Y" TO DIVERSITY-RECORD-FOUND.
041700     READ VENDOR-DIVERSITY-FILE RECORD
041800       INVALID KEY
041900          MOVE "N" TO DIVERSITY-RECORD-FOUND.

042000 READ-COMPANY-RECORD.
042100     MOVE "Y" TO COMPANY-RECORD-FOUND.
042200     READ COMPANY-FILE RECORD
042300       INVALID KEY
042400          MOVE "N" TO COMPANY-RECORD-FOUND.

042500 READ-NEXT-WORK-RECORD.
042600     READ WORK-FILE
042700         AT END MOVE "Y" TO WORK-FILE-AT-END.

042800*---------------------------------
042900* Printing routines.
043000*---------------------------------
043100 WRITE-TO-PRINTER.
043200     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
043300     ADD 1 TO LINE-COUNT.

043400 LINE-FEED.
043500     MOVE SPACE TO PRINTER-RECORD.
043600     PERFORM WRITE-TO-PRINTER.

043700 START-NEXT-PAGE.
043800     PERFORM END-LAST-PAGE.
043900     PERFORM START-NEW-PAGE.

044000 START-NEW-PAGE.
044100     ADD 1 TO PAGE-NUMBER.
044200     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
044300     MOVE TITLE-LINE TO PRINTER-RECORD.
044400     PERFORM WRITE-TO-PRINTER.
044500     PERFORM LINE-FEED.
044600     MOVE COLUMN-LINE TO PRINTER-RECORD.
044700     PERFORM WRITE-TO-PRINTER.
044800     PERFORM LINE-FEED.

044900 END-LAST-PAGE.
045000     PERFORM FORM-FEED.
045100     MOVE ZERO TO LINE-COUNT.

045200 FORM-FEED.
045300     MOVE SPACE TO PRINTER-RECORD.
045400     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

045500     COPY "PLDATE01.CBL".

045600     COPY "PLOPID01.CBL".

045700     COPY "PLSPOOL1.CBL".
