000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. VNDFAM01.
000300*---------------------------------
000400* Corporate family exposure
000500* report. Every vendor is rolled
000600* up to the top of its corporate
000700* family (VENDOR-PARENT, climbed
000800* by PLFAMLY1.CBL) and the
000900* family shows, vendor by vendor
001000* and in total:
001100*   paid spend - vouchers paid in
001200*     the operator-entered date
001300*     range, live and from the
001400*     VCHARCH history, translated
001500*     to base currency the way
001600*     VNDRNK01 does;
001700*   open vouchers - unpaid
001800*     VOUCHER-AMOUNT, translated;
001900*   expected credits - open
002000*     EXPECTED-CREDIT-FILE items;
002100*   open POs - PO-TOTAL-AMOUNT
002200*     not yet relieved on open
002300*     purchase orders.
002400* Within a family the top vendor
002500* prints first, then its
002600* children. A vendor with no
002700* family is a family of one.
002800* The SORT INPUT PROCEDURE and
002900* control break follow DSCLOST1.
003000*---------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.

003400     COPY "SLVOUCH.CBL".

003500     COPY "SLVND02.CBL".

003600     COPY "SLCURR01.CBL".

003700     COPY "SLECRD01.CBL".

003800     COPY "SLPO01.CBL".

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

006100     COPY "FDVND04.CBL".

006200     COPY "FDCURR01.CBL".

006300     COPY "FDECRD01.CBL".

006400     COPY "FDPO01.CBL".

006500     COPY "FDSPOOLC.CBL".

006600 FD  VOUCHER-ARCHIVE-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 01  VOUCHER-ARCHIVE-RECORD       PIC X(211).

006900*---------------------------------
007000* SORT-MEMBER is "0" for the top
007100* vendor of the family and "1"
007200* for a child, so the top vendor
007300* sorts first. Each record
007400* carries its amount in one of
007500* the four columns.
007600*---------------------------------
007700 SD  SORT-FILE.
007800 01  SORT-RECORD.
007900     05  SORT-FAMILY              PIC 9(5).
008000     05  SORT-MEMBER              PIC X.
008100     05  SORT-VENDOR              PIC 9(5).
008200     05  SORT-PAID                PIC S9(8)V99.
008300     05  SORT-OPEN-VOUCHERS       PIC S9(8)V99.
008400     05  SORT-CREDITS             PIC S9(8)V99.
008500     05  SORT-OPEN-POS            PIC S9(8)V99.

008600 FD  WORK-FILE
008700     LABEL RECORDS ARE STANDARD.
008800 01  WORK-RECORD.
008900     05  WORK-FAMILY              PIC 9(5).
009000     05  WORK-MEMBER              PIC X.
009100     05  WORK-VENDOR              PIC 9(5).
009200     05  WORK-PAID                PIC S9(8)V99.
009300     05  WORK-OPEN-VOUCHERS       PIC S9(8)V99.
009400     05  WORK-CREDITS             PIC S9(8)V99.
009500     05  WORK-OPEN-POS            PIC S9(8)V99.

009600 FD  PRINTER-FILE
009700     LABEL RECORDS ARE OMITTED.
009800 01  PRINTER-RECORD              PIC X(80).

009900 WORKING-STORAGE SECTION.

010000 77  VOUCHER-FILE-AT-END         PIC X.
010100 77  ARCHIVE-FILE-AT-END         PIC X.
010200 77  CREDIT-FILE-AT-END          PIC X.
010300 77  PO-FILE-AT-END              PIC X.
010400 77  WORK-FILE-AT-END            PIC X.
010500 77  VENDOR-RECORD-FOUND         PIC X.
010600 77  CURRENCY-RATE-FOUND         PIC X.
010700 77  LINE-COUNT                  PIC 999 VALUE ZERO.
010800 77  PAGE-NUMBER                 PIC 99999 VALUE ZERO.
010900 77  MAXIMUM-LINES               PIC 999 VALUE 55.

011000 77  ENTERED-FROM-DATE           PIC 9(8).
011100 77  ENTERED-TO-DATE             PIC 9(8).
011200 77  AMOUNT-TO-TRANSLATE         PIC S9(6)V99.
011300 77  TRANSLATED-AMOUNT           PIC S9(8)V99.
011400 77  MEMBER-VENDOR               PIC 9(5).
011500 77  LAST-MEMBER-VENDOR          PIC 9(5) VALUE ZEROES.
011600 77  LAST-FAMILY-VENDOR          PIC 9(5) VALUE ZEROES.
011700 77  CURRENT-FAMILY              PIC 9(5).
011800 77  CURRENT-VENDOR              PIC 9(5).
011900 77  FAMILY-MEMBER-COUNT         PIC 9(5).
012000 77  FAMILY-COUNT                PIC 9(5) VALUE ZERO.
012100 77  AMOUNT-INDEX                PIC 9.
012200 77  LEVEL-INDEX                 PIC 9.

012300*---------------------------------
012400* Exposure accumulators: level 1
012500* is the vendor, 2 the family,
012600* 3 all families. The four
012700* amounts are paid spend, open
012800* vouchers, expected credits and
012900* open POs.
013000*---------------------------------
013100 01  EXPOSURE-TOTALS.
013200     05  EXPOSURE-LEVEL OCCURS 3 TIMES.
013300         10  LEVEL-AMOUNT            PIC S9(9)V99
013400                                     OCCURS 4 TIMES.

013500 01  FAMILY-LINE.
013600     05  FILLER                  PIC X(8) VALUE "FAMILY: ".
013700     05  PRINT-FAMILY-NUMBER     PIC 9(5).
013800     05  FILLER                  PIC X    VALUE SPACE.
013900     05  PRINT-FAMILY-NAME       PIC X(30).

014000 01  DETAIL-LINE.
014100     05  FILLER                  PIC X(2) VALUE SPACE.
014200     05  PRINT-VENDOR-NUMBER     PIC Z(5).
014300     05  FILLER                  PIC X    VALUE SPACE.
014400     05  PRINT-VENDOR-NAME       PIC X(14).
014500     05  PRINT-AMOUNT-ENTRY OCCURS 4 TIMES.
014600         10  FILLER              PIC X    VALUE SPACE.
014700         10  PRINT-AMOUNT        PIC ZZZZZ,ZZ9.99-.

014800 01  COLUMN-LINE.
014900     05  FILLER         PIC X(2)  VALUE SPACE.
015000     05  FILLER         PIC X(6)  VALUE "VENDOR".
015100     05  FILLER         PIC X(14) VALUE "NAME".
015200     05  FILLER         PIC X(14) VALUE "    PAID SPEND".
015300     05  FILLER         PIC X(14) VALUE " OPEN VOUCHERS".
015400     05  FILLER         PIC X(14) VALUE "   EXP CREDITS".
015500     05  FILLER         PIC X(14) VALUE "      OPEN POS".

015600 01  TITLE-LINE.
015700     05  FILLER              PIC X(10) VALUE SPACE.
015800     05  FILLER              PIC X(35)
015900         VALUE "VENDOR CORPORATE FAMILY EXPOSURE".
016000     05  FILLER              PIC X(8) VALUE SPACE.
016100     05  FILLER              PIC X(5) VALUE "PAGE:".
016200     05  FILLER              PIC X(1) VALUE SPACE.
016300     05  PRINT-PAGE-NUMBER PIC ZZZZ9.

016400 01  RANGE-LINE.
016500     05  FILLER              PIC X(10) VALUE SPACE.
016600     05  FILLER              PIC X(11) VALUE "PAID FROM ".
016700     05  PRINT-FROM-DATE     PIC Z9/99/9999.
016800     05  FILLER              PIC X(4) VALUE " TO ".
016900     05  PRINT-TO-DATE       PIC Z9/99/9999.

017000     COPY "WSDATE01.CBL".

017100     COPY "WSCASE01.CBL".

017200     COPY "WSOPID01.CBL".

017300     COPY "WSSPOOL1.CBL".

017400     COPY "WSFAMLY1.CBL".

017500 PROCEDURE DIVISION.
017600 PROGRAM-BEGIN.
017700     PERFORM GET-OPERATOR-ID.
017800     PERFORM ENTER-DATE-RANGE.
017900     PERFORM OPENING-PROCEDURE.
018000     PERFORM START-NEW-PAGE.

018100     PERFORM SORT-EXPOSURE-BY-FAMILY.

018200     MOVE 3 TO LEVEL-INDEX.
018300     PERFORM CLEAR-ONE-LEVEL.
018400     OPEN INPUT WORK-FILE.
018500     MOVE "N" TO WORK-FILE-AT-END.
018600     PERFORM READ-NEXT-WORK-RECORD.
018700     IF WORK-FILE-AT-END = "Y"
018800         MOVE "NO VENDOR ACTIVITY FOUND" TO PRINTER-RECORD
018900         PERFORM WRITE-TO-PRINTER
019000     ELSE
019100         PERFORM TOTAL-ONE-FAMILY
019200             UNTIL WORK-FILE-AT-END = "Y"
019300         PERFORM PRINT-GRAND-TOTALS.
019400     CLOSE WORK-FILE.

019500     PERFORM CLOSING-PROCEDURE.

019533 PROGRAM-EXIT.
019566     EXIT PROGRAM.

019600 PROGRAM-DONE.
019700     STOP RUN.

019800 ENTER-DATE-RANGE.
019900     MOVE "N" TO ZERO-DATE-IS-OK.
020000     MOVE "ENTER PAID FROM DATE(MM/DD/CCYY)?" TO DATE-PROMPT.
020100     MOVE "A VALID FROM DATE IS REQUIRED" TO DATE-ERROR-MESSAGE.
020200     PERFORM GET-A-DATE.
020300     MOVE DATE-CCYYMMDD TO ENTERED-FROM-DATE.
020400     MOVE DATE-MMDDCCYY TO PRINT-FROM-DATE.

020500     MOVE "ENTER PAID TO DATE(MM/DD/CCYY)?" TO DATE-PROMPT.
020600     MOVE "A VALID TO DATE IS REQUIRED" TO DATE-ERROR-MESSAGE.
020700     PERFORM GET-A-DATE.
020800     MOVE DATE-CCYYMMDD TO ENTERED-TO-DATE.
020900     MOVE DATE-MMDDCCYY TO PRINT-TO-DATE.

021000 OPENING-PROCEDURE.
021100     OPEN INPUT VOUCHER-FILE.
021200     OPEN INPUT VENDOR-FILE.
021300     OPEN INPUT CURRENCY-RATE-FILE.
021400     OPEN INPUT EXPECTED-CREDIT-FILE.
021500     OPEN INPUT PO-FILE.
021600     OPEN I-O SPOOL-CATALOG-FILE.
021700     MOVE "FAMILY EXPOSURE" TO SPOOL-REPORT-NAME.
021800     MOVE "VNDFAM01" TO SPOOL-PROGRAM.
021900     PERFORM OPEN-SPOOL-REPORT.
022000     OPEN OUTPUT PRINTER-FILE.

022100 CLOSING-PROCEDURE.
022200     CLOSE VOUCHER-FILE.
022300     CLOSE VENDOR-FILE.
022400     CLOSE CURRENCY-RATE-FILE.
022500     CLOSE EXPECTED-CREDIT-FILE.
022600     CLOSE PO-FILE.
022700     PERFORM END-LAST-PAGE.
022800     CLOSE PRINTER-FILE.
022900     MOVE PAGE-NUMBER TO SPOOL-PAGE-COUNT.
023000     PERFORM CLOSE-SPOOL-REPORT.
023100     CLOSE SPOOL-CATALOG-FILE.
023200     DISPLAY FAMILY-COUNT " FAMILY(IES) REPORTED".
023300     DISPLAY "REPORT SPOOLED AS " SPOOL-OUT-NAME.

023400*---------------------------------
023500* Vouchers (live, then the
023600* purged history in VCHARCH),
023700* expected credits and POs are
023800* each released under the top
023900* vendor of their family.
024000*---------------------------------
024100 SORT-EXPOSURE-BY-FAMILY.
024200     SORT SORT-FILE
024300         ON ASCENDING KEY SORT-FAMILY
024400                          SORT-MEMBER
024500                          SORT-VENDOR
024600         INPUT PROCEDURE IS SELECT-FAMILY-EXPOSURE
024700         GIVING WORK-FILE.

024800 SELECT-FAMILY-EXPOSURE.
024900     MOVE "N" TO VOUCHER-FILE-AT-END.
025000     PERFORM READ-FIRST-VOUCHER.
025100     PERFORM RELEASE-ONE-VOUCHER
025200         UNTIL VOUCHER-FILE-AT-END = "Y".

025300     OPEN INPUT VOUCHER-ARCHIVE-FILE.
025400     MOVE "N" TO ARCHIVE-FILE-AT-END.
025500     PERFORM READ-NEXT-ARCHIVE-RECORD.
025600     PERFORM RELEASE-ONE-ARCHIVED
025700         UNTIL ARCHIVE-FILE-AT-END = "Y".
025800     CLOSE VOUCHER-ARCHIVE-FILE.

025900     MOVE "N" TO CREDIT-FILE-AT-END.
026000     PERFORM READ-FIRST-CREDIT.
026100     PERFORM RELEASE-ONE-CREDIT
026200         UNTIL CREDIT-FILE-AT-END = "Y".

026300     MOVE "N" TO PO-FILE-AT-END.
026400     PERFORM READ-FIRST-PO.
026500     PERFORM RELEASE-ONE-PO
026600         UNTIL PO-FILE-AT-END = "Y".

026700 RELEASE-ONE-VOUCHER.
026800     IF VOUCHER-PAID-DATE = ZEROES
026900         PERFORM RELEASE-OPEN-VOUCHER
027000     ELSE
027100         PERFORM CHECK-PAID-DATE.
027200     PERFORM READ-NEXT-VOUCHER.

027300*---------------------------------
027400* Only paid history is archived,
027500* so an archived voucher counts
027600* only as paid spend.
027700*---------------------------------
027800 RELEASE-ONE-ARCHIVED.
027900     MOVE VOUCHER-ARCHIVE-RECORD TO VOUCHER-RECORD.
028000     IF VOUCHER-PAID-DATE NOT = ZEROES
028100         PERFORM CHECK-PAID-DATE.
028200     PERFORM READ-NEXT-ARCHIVE-RECORD.

028300 CHECK-PAID-DATE.
028400     IF VOUCHER-PAID-DATE NOT < ENTERED-FROM-DATE
028500        AND VOUCHER-PAID-DATE NOT > ENTERED-TO-DATE
028600         PERFORM RELEASE-PAID-VOUCHER.

028700 RELEASE-PAID-VOUCHER.
028800     MOVE VOUCHER-VENDOR TO MEMBER-VENDOR.
028900     PERFORM START-SORT-RECORD.
029000     MOVE VOUCHER-PAID-AMOUNT TO AMOUNT-TO-TRANSLATE.
029100     PERFORM TRANSLATE-VOUCHER-AMOUNT.
029200     MOVE TRANSLATED-AMOUNT TO SORT-PAID.
029300     RELEASE SORT-RECORD.

029400 RELEASE-OPEN-VOUCHER.
029500     MOVE VOUCHER-VENDOR TO MEMBER-VENDOR.
029600     PERFORM START-SORT-RECORD.
029700     MOVE VOUCHER-AMOUNT TO AMOUNT-TO-TRANSLATE.
029800     PERFORM TRANSLATE-VOUCHER-AMOUNT.
029900     MOVE TRANSLATED-AMOUNT TO SORT-OPEN-VOUCHERS.
030000     RELEASE SORT-RECORD.

030100 RELEASE-ONE-CREDIT.
030200     IF ECRD-STATUS = "O"
030300         MOVE ECRD-VENDOR TO MEMBER-VENDOR
030400         PERFORM START-SORT-RECORD
030500         MOVE ECRD-AMOUNT TO SORT-CREDITS
030600         RELEASE SORT-RECORD.
030700     PERFORM READ-NEXT-CREDIT.

030800 RELEASE-ONE-PO.
030900     IF PO-STATUS = "O"
031000        AND PO-TOTAL-AMOUNT > PO-RELIEVED-AMOUNT
031100         MOVE PO-VENDOR TO MEMBER-VENDOR
031200         PERFORM START-SORT-RECORD
031300         COMPUTE SORT-OPEN-POS =
031400             PO-TOTAL-AMOUNT - PO-RELIEVED-AMOUNT
031500         RELEASE SORT-RECORD.
031600     PERFORM READ-NEXT-PO.

031700*---------------------------------
031800* Keys the sort record for
031900* MEMBER-VENDOR with all four
032000* amounts zero. The family climb
032100* is only repeated when the
032200* vendor changes.
032300*---------------------------------
032400 START-SORT-RECORD.
032500     IF MEMBER-VENDOR NOT = LAST-MEMBER-VENDOR
032600         MOVE MEMBER-VENDOR TO LAST-MEMBER-VENDOR
032700         MOVE MEMBER-VENDOR TO FAMILY-START-VENDOR
032800         MOVE MEMBER-VENDOR TO FAMILY-WATCH-VENDOR
032900         PERFORM FIND-VENDOR-FAMILY
033000         MOVE FAMILY-TOP-VENDOR TO LAST-FAMILY-VENDOR.
033100     MOVE LAST-FAMILY-VENDOR TO SORT-FAMILY.
033200     MOVE MEMBER-VENDOR TO SORT-VENDOR.
033300     IF MEMBER-VENDOR = LAST-FAMILY-VENDOR
033400         MOVE "0" TO SORT-MEMBER
033500     ELSE
033600         MOVE "1" TO SORT-MEMBER.
033700     MOVE ZEROES TO SORT-PAID SORT-OPEN-VOUCHERS
033800                    SORT-CREDITS SORT-OPEN-POS.

033900*---------------------------------
034000* Level 2 control break on
034100* family, level 1 on vendor.
034200*---------------------------------
034300 TOTAL-ONE-FAMILY.
034400     MOVE WORK-FAMILY TO CURRENT-FAMILY.
034500     MOVE 2 TO LEVEL-INDEX.
034600     PERFORM CLEAR-ONE-LEVEL.
034700     MOVE ZERO TO FAMILY-MEMBER-COUNT.
034800     PERFORM PRINT-FAMILY-HEADING.
034900     PERFORM TOTAL-ONE-VENDOR
035000         UNTIL WORK-FILE-AT-END = "Y"
035100            OR WORK-FAMILY NOT = CURRENT-FAMILY.
035200     IF FAMILY-MEMBER-COUNT > 1
035300         MOVE 2 TO LEVEL-INDEX
035400         MOVE "FAMILY TOTAL" TO PRINT-VENDOR-NAME
035500         PERFORM PRINT-ONE-LEVEL.
035600     PERFORM LINE-FEED.
035700     MOVE 2 TO LEVEL-INDEX.
035800     PERFORM ADD-LEVEL-TO-NEXT.
035900     ADD 1 TO FAMILY-COUNT.

036000 TOTAL-ONE-VENDOR.
036100     MOVE WORK-VENDOR TO CURRENT-VENDOR.
036200     MOVE 1 TO LEVEL-INDEX.
036300     PERFORM CLEAR-ONE-LEVEL.
036400     PERFORM ADD-ONE-WORK-RECORD
036500         UNTIL WORK-FILE-AT-END = "Y"
036600            OR WORK-FAMILY NOT = CURRENT-FAMILY
036700            OR WORK-VENDOR NOT = CURRENT-VENDOR.
036800     MOVE CURRENT-VENDOR TO VENDOR-NUMBER.
036900     PERFORM READ-VENDOR-RECORD.
037000     IF VENDOR-RECORD-FOUND = "N"
037100         MOVE "***NOT FOUND***" TO PRINT-VENDOR-NAME
037200     ELSE
037300         MOVE VENDOR-NAME TO PRINT-VENDOR-NAME.
037400     MOVE CURRENT-VENDOR TO PRINT-VENDOR-NUMBER.
037500     MOVE 1 TO LEVEL-INDEX.
037600     PERFORM PRINT-ONE-LEVEL.
037700     PERFORM ADD-LEVEL-TO-NEXT.
037800     ADD 1 TO FAMILY-MEMBER-COUNT.

037900 ADD-ONE-WORK-RECORD.
038000     ADD WORK-PAID TO LEVEL-AMOUNT (1 1).
038100     ADD WORK-OPEN-VOUCHERS TO LEVEL-AMOUNT (1 2).
038200     ADD WORK-CREDITS TO LEVEL-AMOUNT (1 3).
038300     ADD WORK-OPEN-POS TO LEVEL-AMOUNT (1 4).
038400     PERFORM READ-NEXT-WORK-RECORD.

038500 PRINT-GRAND-TOTALS.
038600     IF LINE-COUNT > MAXIMUM-LINES - 2
038700         PERFORM START-NEXT-PAGE.
038800     MOVE 3 TO LEVEL-INDEX.
038900     MOVE "GRAND TOTAL" TO PRINT-VENDOR-NAME.
039000     PERFORM PRINT-ONE-LEVEL.

039100*---------------------------------
039200* Level routines - LEVEL-INDEX
039300* selects the accumulator.
039400*---------------------------------
039500 CLEAR-ONE-LEVEL.
039600     PERFORM CLEAR-ONE-AMOUNT
039700         VARYING AMOUNT-INDEX FROM 1 BY 1
039800           UNTIL AMOUNT-INDEX > 4.

039900 CLEAR-ONE-AMOUNT.
040000     MOVE ZEROES TO LEVEL-AMOUNT (LEVEL-INDEX AMOUNT-INDEX).

040100 ADD-LEVEL-TO-NEXT.
040200     PERFORM ADD-ONE-AMOUNT-TO-NEXT
040300         VARYING AMOUNT-INDEX FROM 1 BY 1
040400           UNTIL AMOUNT-INDEX > 4.

040500 ADD-ONE-AMOUNT-TO-NEXT.
040600     ADD LEVEL-AMOUNT (LEVEL-INDEX AMOUNT-INDEX)
040700      TO LEVEL-AMOUNT (LEVEL-INDEX + 1 AMOUNT-INDEX).

040800*---------------------------------
040900* The caller fills in the
041000* vendor number (or blanks it)
041100* and the name column first.
041200*---------------------------------
041300 PRINT-ONE-LEVEL.
041400     IF LINE-COUNT > MAXIMUM-LINES
041500         PERFORM START-NEXT-PAGE.
041600     IF LEVEL-INDEX NOT = 1
041700         MOVE ZEROES TO PRINT-VENDOR-NUMBER.
041800     PERFORM MOVE-ONE-PRINT-AMOUNT
041900         VARYING AMOUNT-INDEX FROM 1 BY 1
042000           UNTIL AMOUNT-INDEX > 4.
042100     MOVE DETAIL-LINE TO PRINTER-RECORD.
042200     PERFORM WRITE-TO-PRINTER.

042300 MOVE-ONE-PRINT-AMOUNT.
042400     MOVE LEVEL-AMOUNT (LEVEL-INDEX AMOUNT-INDEX)
042500       TO PRINT-AMOUNT (AMOUNT-INDEX).

042600 PRINT-FAMILY-HEADING.
042700     IF LINE-COUNT > MAXIMUM-LINES - 4
042800         PERFORM START-NEXT-PAGE.
042900     MOVE SPACE TO FAMILY-LINE.
043000     MOVE CURRENT-FAMILY TO PRINT-FAMILY-NUMBER VENDOR-NUMBER.
043100     PERFORM READ-VENDOR-RECORD.
043200     IF VENDOR-RECORD-FOUND = "N"
043300         MOVE "***NOT FOUND***" TO PRINT-FAMILY-NAME
043400     ELSE
043500         MOVE VENDOR-NAME TO PRINT-FAMILY-NAME.
043600     MOVE FAMILY-LINE TO PRINTER-RECORD.
043700     PERFORM WRITE-TO-PRINTER.

043800*---------------------------------
043900* Base-currency translation of
044000* AMOUNT-TO-TRANSLATE, as in
044100* VNDRNK01. A missing rate
044200* translates at 1.
044300*---------------------------------
044400 TRANSLATE-VOUCHER-AMOUNT.
044500     MOVE "Y" TO CURRENCY-RATE-FOUND.
044600     IF VOUCHER-CURRENCY-CODE = "USD"
044700        OR VOUCHER-CURRENCY-CODE = SPACES
044800         MOVE AMOUNT-TO-TRANSLATE TO TRANSLATED-AMOUNT
044900     ELSE
045000         PERFORM LOOK-UP-CURRENCY-RATE.

045100 LOOK-UP-CURRENCY-RATE.
045200     MOVE VOUCHER-CURRENCY-CODE TO CURRENCY-CODE.
045300     READ CURRENCY-RATE-FILE RECORD
045400       INVALID KEY
045500          MOVE "N" TO CURRENCY-RATE-FOUND.
045600     IF CURRENCY-RATE-FOUND = "Y"
045700        AND CURRENCY-RATE NOT = ZEROES
045800         COMPUTE TRANSLATED-AMOUNT ROUNDED =
045900             AMOUNT-TO-TRANSLATE * CURRENCY-RATE
046000     ELSE
046100         MOVE AMOUNT-TO-TRANSLATE TO TRANSLATED-AMOUNT.

046200*---------------------------------
046300* File I-O routines.
046400*---------------------------------
046500 READ-VENDOR-RECORD.
046600     MOVE "Y" TO VENDOR-RECORD-FOUND.
046700     READ VENDOR-FILE RECORD
046800       INVALID KEY
046900          MOVE "N" TO VENDOR-RECORD-FOUND.

047000 READ-FIRST-VOUCHER.
047100     MOVE ZEROES TO VOUCHER-NUMBER.
047200     START VOUCHER-FILE
047300        KEY NOT < VOUCHER-NUMBER
047400         INVALID KEY MOVE "Y" TO VOUCHER-FILE-AT-END.
047500     IF VOUCHER-FILE-AT-END NOT = "Y"
047600         PERFORM READ-NEXT-VOUCHER.

047700 READ-NEXT-VOUCHER.
047800     READ VOUCHER-FILE NEXT RECORD
047900         AT END MOVE "Y" TO VOUCHER-FILE-AT-END.

048000 READ-NEXT-ARCHIVE-RECORD.
048100     READ VOUCHER-ARCHIVE-FILE
048200         AT END MOVE "Y" TO ARCHIVE-FILE-AT-END.

048300 READ-FIRST-CREDIT.
048400     MOVE LOW-VALUES TO ECRD-KEY.
048500     START EXPECTED-CREDIT-FILE
048600        KEY NOT < ECRD-KEY
048700         INVALID KEY MOVE "Y" TO CREDIT-FILE-AT-END.
048800     IF CREDIT-FILE-AT-END NOT = "Y"
048900         PERFORM READ-NEXT-CREDIT.

049000 READ-NEXT-CREDIT.
049100     READ EXPECTED-CREDIT-FILE NEXT RECORD
049200         AT END MOVE "Y" TO CREDIT-FILE-AT-END.

049300 READ-FIRST-PO.
049400     MOVE ZEROES TO PO-NUMBER.
049500     START PO-FILE
049600        KEY NOT < PO-NUMBER
049700         INVALID KEY MOVE "Y" TO PO-FILE-AT-END.
049800     IF PO-FILE-AT-END NOT = "Y"
049900         PERFORM READ-NEXT-PO.

050000 READ-NEXT-PO.
050100     READ PO-FILE NEXT RECORD
050200         AT END MOVE "Y" TO PO-FILE-AT-END.

050300 READ-NEXT-WORK-RECORD.
050400     READ WORK-FILE
050500         AT END MOVE "Y" TO WORK-FILE-AT-END.

050600*---------------------------------
050700* Printing routines.
050800*---------------------------------
050900 WRITE-TO-PRINTER.
051000     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
051100     ADD 1 TO LINE-COUNT.

051200 LINE-FEED.
051300     MOVE SPACE TO PRINTER-RECORD.
051400     PERFORM WRITE-TO-PRINTER.

051500 START-NEXT-PAGE.
051600     PERFORM END-LAST-PAGE.
051700     PERFORM START-NEW-PAGE.

051800 START-NEW-PAGE.
051900     ADD 1 TO PAGE-NUMBER.
052000     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
052100     MOVE TITLE-LINE TO PRINTER-RECORD.
052200     PERFORM WRITE-TO-PRINTER.
052300     MOVE RANGE-LINE TO PRINTER-RECORD.
052400     PERFORM WRITE-TO-PRINTER.
052500     PERFORM LINE-FEED.
052600     MOVE COLUMN-LINE TO PRINTER-RECORD.
052700     PERFORM WRITE-TO-PRINTER.
052800     PERFORM LINE-FEED.

052900 END-LAST-PAGE.
053000     PERFORM FORM-FEED.
053100     MOVE ZERO TO LINE-COUNT.

053200 FORM-FEED.
053300     MOVE SPACE TO PRINTER-RECORD.
053400     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

053500     COPY "PLDATE01.CBL".

053600     COPY "PLOPID01.CBL".

053700     COPY "PLSPOOL1.CBL".

053800     COPY "PLFAMLY1.CBL".
