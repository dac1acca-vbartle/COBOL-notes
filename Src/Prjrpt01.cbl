000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PRJRPT01.
000300*---------------------------------
000400* Project cost report, project-
000500* to-date, by project and GL
000600* account, against the budget
000700* on the project master:
000800* - COMMITTED: the open balance
000900*   of open, approved PO lines
001000*   charged to the project. A
001100*   PO's relieved dollars are
001200*   spread over its lines by
001300*   their extensions.
001400* - INVOICED: vouchers charged
001500*   to the project, through
001600*   their VDIST-FILE lines or
001700*   the single header account
001800*   the way STRPNL01 reads them.
001900*   The remainder voucher split
002000*   off a partial payment is not
002100*   counted again.
002200* - PAID: VOUCHER-PAID-AMOUNT of
002300*   the paid vouchers, spread
002400*   over the VDIST lines by
002500*   amount.
002600* Each project totals its
002700* accounts and shows budget
002800* less committed and invoiced
002900* as the budget remaining,
003000* flagged *** when over. Every
003100* project on file prints, even
003200* with no cost yet.
003300*---------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.

003700     COPY "SLPROJ.CBL".

003800     COPY "SLPO01.CBL".

003900     COPY "SLVOUCH.CBL".

004000     COPY "SLVDST01.CBL".

004100     SELECT SORT-FILE
004200         ASSIGN TO "SORT".

004300     SELECT PRINTER-FILE
004400         ASSIGN TO PRINTER
004500         ORGANIZATION IS LINE SEQUENTIAL.

004600 DATA DIVISION.
004700 FILE SECTION.

004800     COPY "FDPROJ.CBL".

004900     COPY "FDPO01.CBL".

005000     COPY "FDVOUCH.CBL".

005100     COPY "FDVDST01.CBL".

005200 SD  SORT-FILE.
005300 01  SORT-RECORD.
005400     05  SORT-PROJECT             PIC 9(5).
005500     05  SORT-GL-ACCOUNT          PIC X(10).
005600     05  SORT-COMMITTED           PIC S9(8)V99.
005700     05  SORT-INVOICED            PIC S9(8)V99.
005800     05  SORT-PAID                PIC S9(8)V99.

005900 FD  PRINTER-FILE
006000     LABEL RECORDS ARE OMITTED.
006100 01  PRINTER-RECORD              PIC X(80).

006200 WORKING-STORAGE SECTION.

006300 77  PROJECT-FILE-AT-END         PIC X.
006400 77  PO-FILE-AT-END              PIC X.
006500 77  VOUCHER-FILE-AT-END         PIC X.
006600 77  VDIST-FILE-AT-END           PIC X.
006700 77  SORT-FILE-AT-END            PIC X.
006800 77  VOUCHER-HAS-DIST            PIC X.
006900 77  PROJECT-RECORD-FOUND        PIC X.
007000 77  LINE-EXTENSION              PIC S9(8)V99.
007100 77  WORK-PROJECT                PIC 9(5).
007200 77  WORK-ACCOUNT                PIC X(10).
007300 77  WORK-AMOUNT                 PIC S9(8)V99.
007400 77  CURRENT-PROJECT             PIC 9(5).
007500 77  CURRENT-ACCOUNT             PIC X(10).
007600 77  ACCOUNT-COMMITTED           PIC S9(9)V99.
007700 77  ACCOUNT-INVOICED            PIC S9(9)V99.
007800 77  ACCOUNT-PAID                PIC S9(9)V99.
007900 77  PROJECT-COMMITTED           PIC S9(9)V99.
008000 77  PROJECT-INVOICED            PIC S9(9)V99.
008100 77  PROJECT-PAID                PIC S9(9)V99.
008200 77  PROJECT-REMAINING           PIC S9(9)V99.
008300 77  TOTAL-COMMITTED             PIC S9(9)V99 VALUE ZERO.
008400 77  TOTAL-INVOICED              PIC S9(9)V99 VALUE ZERO.
008500 77  TOTAL-PAID                  PIC S9(9)V99 VALUE ZERO.
008600 77  TOTAL-BUDGET                PIC S9(9)V99 VALUE ZERO.
008700 77  LINE-COUNT                  PIC 999 VALUE ZERO.
008800 77  PAGE-NUMBER                 PIC 9999 VALUE ZERO.
008900 77  MAXIMUM-LINES               PIC 999 VALUE 55.

009000*---------------------------------
009100* Account lines and the project
009200* and report totals print
009300* through the one layout.
009400*---------------------------------
009500 01  DETAIL-LINE.
009600     05  FILLER                  PIC X(2).
009700     05  PRINT-LABEL             PIC X(15).
009800     05  PRINT-COMMITTED         PIC ZZ,ZZZ,ZZ9.99-.
009900     05  FILLER                  PIC X(2).
010000     05  PRINT-INVOICED          PIC ZZ,ZZZ,ZZ9.99-.
010100     05  FILLER                  PIC X(2).
010200     05  PRINT-PAID              PIC ZZ,ZZZ,ZZ9.99-.

010300 01  PROJECT-LINE.
010400     05  FILLER                  PIC X(9) VALUE "PROJECT: ".
010500     05  PRINT-PROJECT-NUMBER    PIC Z(5).
010600     05  FILLER                  PIC X     VALUE SPACE.
010700     05  PRINT-DESCRIPTION       PIC X(30).
010800     05  FILLER                  PIC X(7)  VALUE " STORE ".
010900     05  PRINT-STORE             PIC Z9.
011000     05  FILLER                  PIC X     VALUE SPACE.
011100     05  PRINT-STATUS            PIC X(6).

011200 01  BUDGET-LINE.
011300     05  FILLER                  PIC X(17)
011400         VALUE "  BUDGET".
011500     05  PRINT-BUDGET            PIC ZZ,ZZZ,ZZ9.99-.
011600     05  FILLER                  PIC X(14)
011700         VALUE "  REMAINING".
011800     05  PRINT-REMAINING         PIC ZZ,ZZZ,ZZ9.99-.
011900     05  FILLER                  PIC X     VALUE SPACE.
012000     05  PRINT-OVER-FLAG         PIC X(17).

012100 01  COLUMN-LINE.
012200     05  FILLER         PIC X(17) VALUE "  GL ACCOUNT".
012300     05  FILLER         PIC X(16) VALUE "       COMMITTED".
012400     05  FILLER         PIC X(16) VALUE "        INVOICED".
012500     05  FILLER         PIC X(14) VALUE "          PAID".

012600 01  TITLE-LINE.
012700     05  FILLER              PIC X(20) VALUE SPACE.
012800     05  FILLER              PIC X(26)
012900         VALUE "PROJECT COST TO DATE".
013000     05  FILLER              PIC X(7) VALUE SPACE.
013100     05  FILLER              PIC X(5) VALUE "PAGE:".
013200     05  FILLER              PIC X(1) VALUE SPACE.
013300     05  PRINT-PAGE-NUMBER   PIC ZZZ9.

013400 PROCEDURE DIVISION.
013500 PROGRAM-BEGIN.
013600     PERFORM OPENING-PROCEDURE.
013700     PERFORM MAIN-PROCESS.
013800     PERFORM CLOSING-PROCEDURE.

013833 PROGRAM-EXIT.
013866     EXIT PROGRAM.

013900 PROGRAM-DONE.
014000     STOP RUN.

014100 OPENING-PROCEDURE.
014200     OPEN INPUT PROJECT-FILE.
014300     OPEN INPUT PO-FILE.
014400     OPEN INPUT VOUCHER-FILE.
014500     OPEN INPUT VDIST-FILE.
014600     OPEN OUTPUT PRINTER-FILE.

014700 CLOSING-PROCEDURE.
014800     CLOSE PROJECT-FILE.
014900     CLOSE PO-FILE.
015000     CLOSE VOUCHER-FILE.
015100     CLOSE VDIST-FILE.
015200     PERFORM END-LAST-PAGE.
015300     CLOSE PRINTER-FILE.

015400 MAIN-PROCESS.
015500     PERFORM START-NEW-PAGE.
015600     SORT SORT-FILE
015700         ON ASCENDING KEY SORT-PROJECT
015800                          SORT-GL-ACCOUNT
015900         INPUT PROCEDURE IS RELEASE-ALL-SOURCES
016000         OUTPUT PROCEDURE IS PRINT-ALL-PROJECTS.

016100*---------------------------------
016200* INPUT PROCEDURE - an empty
016300* record per project so every
016400* project prints, then one
016500* record per charged PO line,
016600* voucher and distribution
016700* line, each amount in its own
016800* column. Costs with no project
016900* are not released.
017000*---------------------------------
017100 RELEASE-ALL-SOURCES.
017200     PERFORM RELEASE-PROJECTS.
017300     PERFORM RELEASE-PO-COMMITMENTS.
017400     PERFORM RELEASE-VOUCHER-COSTS.

017500 RELEASE-PROJECTS.
017600     MOVE "N" TO PROJECT-FILE-AT-END.
017700     MOVE ZEROES TO PROJECT-NUMBER.
017800     START PROJECT-FILE
017900        KEY NOT < PROJECT-NUMBER
018000         INVALID KEY MOVE "Y" TO PROJECT-FILE-AT-END.
018100     PERFORM RELEASE-ONE-PROJECT
018200         UNTIL PROJECT-FILE-AT-END = "Y".

018300 RELEASE-ONE-PROJECT.
018400     READ PROJECT-FILE NEXT RECORD
018500         AT END MOVE "Y" TO PROJECT-FILE-AT-END.
018600     IF PROJECT-FILE-AT-END NOT = "Y"
018700         MOVE PROJECT-NUMBER TO WORK-PROJECT
018800         MOVE SPACE TO WORK-ACCOUNT
018900         PERFORM SET-UP-SORT-RECORD
019000         RELEASE SORT-RECORD.

019100*---------------------------------
019200* Only open POs commit money;
019300* one still waiting in POAPRV01
019400* ("P") is not yet a commitment.
019500*---------------------------------
019600 RELEASE-PO-COMMITMENTS.
019700     MOVE "N" TO PO-FILE-AT-END.
019800     MOVE ZEROES TO PO-NUMBER.
019900     START PO-FILE
020000        KEY NOT < PO-NUMBER
020100         INVALID KEY MOVE "Y" TO PO-FILE-AT-END.
020200     PERFORM RELEASE-ONE-PO
020300         UNTIL PO-FILE-AT-END = "Y".

020400 RELEASE-ONE-PO.
020500     READ PO-FILE NEXT RECORD
020600         AT END MOVE "Y" TO PO-FILE-AT-END.
020700     IF PO-FILE-AT-END NOT = "Y"
020800        AND PO-STATUS = "O"
020900        AND PO-APPROVAL-STATUS NOT = "P"
021000        AND PO-LINE-COUNT NOT = ZERO
021100         SET PO-LINE-INDEX TO 1
021200         PERFORM RELEASE-ONE-PO-LINE PO-LINE-COUNT TIMES.

021300 RELEASE-ONE-PO-LINE.
021400     IF PO-LINE-PROJECT(PO-LINE-INDEX) NOT = ZEROES
021500         PERFORM RELEASE-PO-LINE-BALANCE.
021600     SET PO-LINE-INDEX UP BY 1.

021700 RELEASE-PO-LINE-BALANCE.
021800     COMPUTE LINE-EXTENSION =
021900         PO-LINE-QUANTITY(PO-LINE-INDEX) *
022000         PO-LINE-UNIT-PRICE(PO-LINE-INDEX).
022100     MOVE LINE-EXTENSION TO WORK-AMOUNT.
022200     IF PO-TOTAL-AMOUNT NOT = ZEROES
022300         COMPUTE WORK-AMOUNT ROUNDED = LINE-EXTENSION -
022400             (PO-RELIEVED-AMOUNT * LINE-EXTENSION
022500                / PO-TOTAL-AMOUNT).
022600     IF WORK-AMOUNT > ZEROES
022700         MOVE PO-LINE-PROJECT(PO-LINE-INDEX) TO WORK-PROJECT
022800         MOVE PO-LINE-GL-ACCOUNT(PO-LINE-INDEX)
022900             TO WORK-ACCOUNT
023000         PERFORM SET-UP-SORT-RECORD
023100         MOVE WORK-AMOUNT TO SORT-COMMITTED
023200         RELEASE SORT-RECORD.

023300 RELEASE-VOUCHER-COSTS.
023400     MOVE "N" TO VOUCHER-FILE-AT-END.
023500     MOVE ZEROES TO VOUCHER-NUMBER.
023600     START VOUCHER-FILE
023700        KEY NOT < VOUCHER-NUMBER
023800         INVALID KEY MOVE "Y" TO VOUCHER-FILE-AT-END.
023900     PERFORM RELEASE-ONE-VOUCHER
024000         UNTIL VOUCHER-FILE-AT-END = "Y".

024100 RELEASE-ONE-VOUCHER.
024200     READ VOUCHER-FILE NEXT RECORD
024300         AT END MOVE "Y" TO VOUCHER-FILE-AT-END.
024400     IF VOUCHER-FILE-AT-END NOT = "Y"
024500         PERFORM RELEASE-VOUCHER-LINES.

024600 RELEASE-VOUCHER-LINES.
024700     PERFORM LOOK-FOR-DIST-LINES.
024800     IF VOUCHER-HAS-DIST = "Y"
024900         PERFORM RELEASE-ONE-DIST-LINE
025000             UNTIL VDIST-FILE-AT-END = "Y"
025100     ELSE
025200     IF VOUCHER-PROJECT NOT = ZEROES
025300         PERFORM RELEASE-HEADER-COST.

025400 RELEASE-HEADER-COST.
025500     MOVE VOUCHER-PROJECT TO WORK-PROJECT.
025600     MOVE VOUCHER-GL-ACCOUNT TO WORK-ACCOUNT.
025700     PERFORM SET-UP-SORT-RECORD.
025800     IF VOUCHER-SPLIT-FROM = ZEROES
025900         MOVE VOUCHER-AMOUNT TO SORT-INVOICED.
026000     IF VOUCHER-PAID-DATE NOT = ZEROES
026100         MOVE VOUCHER-PAID-AMOUNT TO SORT-PAID.
026200     RELEASE SORT-RECORD.

026300 LOOK-FOR-DIST-LINES.
026400     MOVE "N" TO VOUCHER-HAS-DIST.
026500     MOVE "N" TO VDIST-FILE-AT-END.
026600     MOVE VOUCHER-NUMBER TO VDIST-VOUCHER.
026700     MOVE ZEROES TO VDIST-SEQUENCE.
026800     START VDIST-FILE
026900        KEY NOT < VDIST-KEY
027000         INVALID KEY MOVE "Y" TO VDIST-FILE-AT-END.
027100     IF VDIST-FILE-AT-END NOT = "Y"
027200         PERFORM READ-NEXT-DIST-LINE
027300         IF VDIST-FILE-AT-END NOT = "Y"
027400             MOVE "Y" TO VOUCHER-HAS-DIST.

027500 RELEASE-ONE-DIST-LINE.
027600     IF VDIST-PROJECT NOT = ZEROES
027700         PERFORM RELEASE-DIST-LINE-COST.
027800     PERFORM READ-NEXT-DIST-LINE.

027900 RELEASE-DIST-LINE-COST.
028000     MOVE VDIST-PROJECT TO WORK-PROJECT.
028100     MOVE VDIST-GL-ACCOUNT TO WORK-ACCOUNT.
028200     PERFORM SET-UP-SORT-RECORD.
028300     IF VOUCHER-SPLIT-FROM = ZEROES
028400         MOVE VDIST-AMOUNT TO SORT-INVOICED.
028500     IF VOUCHER-PAID-DATE NOT = ZEROES
028600        AND VOUCHER-AMOUNT NOT = ZEROES
028700         COMPUTE SORT-PAID ROUNDED =
028800             VOUCHER-PAID-AMOUNT * VDIST-AMOUNT
028900                / VOUCHER-AMOUNT.
029000     RELEASE SORT-RECORD.

029100 SET-UP-SORT-RECORD.
029200     MOVE ZEROES TO SORT-RECORD.
029300     MOVE WORK-PROJECT TO SORT-PROJECT.
029400     MOVE WORK-ACCOUNT TO SORT-GL-ACCOUNT.

029500*---------------------------------
029600* OUTPUT PROCEDURE - a line per
029700* GL account at the account
029800* break, the totals and budget
029900* at the project break.
030000*---------------------------------
030100 PRINT-ALL-PROJECTS.
030200     MOVE "N" TO SORT-FILE-AT-END.
030300     PERFORM RETURN-NEXT-SORT.
030400     IF SORT-FILE-AT-END = "Y"
030500         MOVE "NO PROJECTS ON FILE" TO PRINTER-RECORD
030600         PERFORM WRITE-TO-PRINTER
030700     ELSE
030800         PERFORM PRINT-ONE-PROJECT
030900             UNTIL SORT-FILE-AT-END = "Y"
031000         PERFORM PRINT-REPORT-TOTALS.

031100 PRINT-ONE-PROJECT.
031200     MOVE SORT-PROJECT TO CURRENT-PROJECT.
031300     MOVE ZEROES TO PROJECT-COMMITTED
031400                    PROJECT-INVOICED
031500                    PROJECT-PAID.
031600     PERFORM PRINT-PROJECT-HEADING.
031700     PERFORM PRINT-ONE-ACCOUNT
031800         UNTIL SORT-FILE-AT-END = "Y"
031900            OR SORT-PROJECT NOT = CURRENT-PROJECT.
032000     PERFORM PRINT-PROJECT-TOTAL.
032100     ADD PROJECT-COMMITTED TO TOTAL-COMMITTED.
032200     ADD PROJECT-INVOICED TO TOTAL-INVOICED.
032300     ADD PROJECT-PAID TO TOTAL-PAID.

032400*---------------------------------
032500* The empty project record sorts
032600* with a blank account and adds
032700* nothing, so a blank account
032800* line only prints when it
032900* carries money.
033000*---------------------------------
033100 PRINT-ONE-ACCOUNT.
033200     MOVE SORT-GL-ACCOUNT TO CURRENT-ACCOUNT.
033300     MOVE ZEROES TO ACCOUNT-COMMITTED
033400                    ACCOUNT-INVOICED
033500                    ACCOUNT-PAID.
033600     PERFORM ADD-ONE-SORT-RECORD
033700         UNTIL SORT-FILE-AT-END = "Y"
033800            OR SORT-PROJECT NOT = CURRENT-PROJECT
033900            OR SORT-GL-ACCOUNT NOT = CURRENT-ACCOUNT.
034000     ADD ACCOUNT-COMMITTED TO PROJECT-COMMITTED.
034100     ADD ACCOUNT-INVOICED TO PROJECT-INVOICED.
034200     ADD ACCOUNT-PAID TO PROJECT-PAID.
034300     IF CURRENT-ACCOUNT NOT = SPACES
034400        OR ACCOUNT-COMMITTED NOT = ZEROES
034500        OR ACCOUNT-INVOICED NOT = ZEROES
034600        OR ACCOUNT-PAID NOT = ZEROES
034700         PERFORM PRINT-ACCOUNT-LINE.

034800 ADD-ONE-SORT-RECORD.
034900     ADD SORT-COMMITTED TO ACCOUNT-COMMITTED.
035000     ADD SORT-INVOICED TO ACCOUNT-INVOICED.
035100     ADD SORT-PAID TO ACCOUNT-PAID.
035200     PERFORM RETURN-NEXT-SORT.

035300 PRINT-PROJECT-HEADING.
035400     IF LINE-COUNT > MAXIMUM-LINES
035500         PERFORM START-NEXT-PAGE.
035600     MOVE CURRENT-PROJECT TO PRINT-PROJECT-NUMBER
035700                             PROJECT-NUMBER.
035800     PERFORM READ-PROJECT-RECORD.
035900     IF PROJECT-RECORD-FOUND = "N"
036000         MOVE "***NOT FOUND***" TO PROJECT-DESCRIPTION
036100         MOVE ZEROES TO PROJECT-STORE
036200                        PROJECT-BUDGET
036300         MOVE SPACE TO PROJECT-STATUS.
036400     MOVE PROJECT-DESCRIPTION TO PRINT-DESCRIPTION.
036500     MOVE PROJECT-STORE TO PRINT-STORE.
036600     MOVE SPACE TO PRINT-STATUS.
036700     IF PROJECT-STATUS = "C"
036800         MOVE "CLOSED" TO PRINT-STATUS.
036900     MOVE PROJECT-LINE TO PRINTER-RECORD.
037000     PERFORM WRITE-TO-PRINTER.

037100 PRINT-ACCOUNT-LINE.
037200     IF LINE-COUNT > MAXIMUM-LINES
037300         PERFORM START-NEXT-PAGE.
037400     MOVE SPACE TO DETAIL-LINE.
037500     MOVE CURRENT-ACCOUNT TO PRINT-LABEL.
037600     MOVE ACCOUNT-COMMITTED TO PRINT-COMMITTED.
037700     MOVE ACCOUNT-INVOICED TO PRINT-INVOICED.
037800     MOVE ACCOUNT-PAID TO PRINT-PAID.
037900     MOVE DETAIL-LINE TO PRINTER-RECORD.
038000     PERFORM WRITE-TO-PRINTER.

038100*---------------------------------
038200* Budget remaining is what is
038300* left once the open orders and
038400* the invoices are both spent.
038500*---------------------------------
038600 PRINT-PROJECT-TOTAL.
038700     MOVE SPACE TO DETAIL-LINE.
038800     MOVE "PROJECT TOTAL" TO PRINT-LABEL.
038900     MOVE PROJECT-COMMITTED TO PRINT-COMMITTED.
039000     MOVE PROJECT-INVOICED TO PRINT-INVOICED.
039100     MOVE PROJECT-PAID TO PRINT-PAID.
039200     MOVE DETAIL-LINE TO PRINTER-RECORD.
039300     PERFORM WRITE-TO-PRINTER.
039400     COMPUTE PROJECT-REMAINING = PROJECT-BUDGET
039500         - PROJECT-COMMITTED - PROJECT-INVOICED.
039600     ADD PROJECT-BUDGET TO TOTAL-BUDGET.
039700     MOVE PROJECT-BUDGET TO PRINT-BUDGET.
039800     MOVE PROJECT-REMAINING TO PRINT-REMAINING.
039900     MOVE SPACE TO PRINT-OVER-FLAG.
040000     IF PROJECT-REMAINING < ZERO
040100         MOVE "*** OVER BUDGET" TO PRINT-OVER-FLAG.
040200     MOVE BUDGET-LINE TO PRINTER-RECORD.
040300     PERFORM WRITE-TO-PRINTER.
040400     PERFORM LINE-FEED.

040500 PRINT-REPORT-TOTALS.
040600     PERFORM LINE-FEED.
040700     MOVE SPACE TO DETAIL-LINE.
040800     MOVE "ALL PROJECTS" TO PRINT-LABEL.
040900     MOVE TOTAL-COMMITTED TO PRINT-COMMITTED.
041000     MOVE TOTAL-INVOICED TO PRINT-INVOICED.
041100     MOVE TOTAL-PAID TO PRINT-PAID.
041200     MOVE DETAIL-LINE TO PRINTER-RECORD.
041300     PERFORM WRITE-TO-PRINTER.
041400     COMPUTE PROJECT-REMAINING = TOTAL-BUDGET
041500         - TOTAL-COMMITTED - TOTAL-INVOICED.
041600     MOVE TOTAL-BUDGET TO PRINT-BUDGET.
041700     MOVE PROJECT-REMAINING TO PRINT-REMAINING.
041800     MOVE SPACE TO PRINT-OVER-FLAG.
041900     MOVE BUDGET-LINE TO PRINTER-RECORD.
042000     PERFORM WRITE-TO-PRINTER.

042100*---------------------------------
042200* File I-O routines.
042300*---------------------------------
042400 RETURN-NEXT-SORT.
042500     RETURN SORT-FILE
042600         AT END MOVE "Y" TO SORT-FILE-AT-END.

042700 READ-NEXT-DIST-LINE.
042800     READ VDIST-FILE NEXT RECORD
042900         AT END MOVE "Y" TO VDIST-FILE-AT-END.
043000     IF VDIST-FILE-AT-END NOT = "Y"
043100        AND VDIST-VOUCHER NOT = VOUCHER-NUMBER
043200         MOVE "Y" TO VDIST-FILE-AT-END.

043300 READ-PROJECT-RECORD.
043400     MOVE "Y" TO PROJECT-RECORD-FOUND.
043500     READ PROJECT-FILE RECORD
043600       INVALID KEY
043700          MOVE "N" TO PROJECT-RECORD-FOUND.

043800*---------------------------------
043900* Printing routines.
044000*---------------------------------
044100 WRITE-TO-PRINTER.
044200     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
044300     ADD 1 TO LINE-COUNT.

044400 LINE-FEED.
044500     MOVE SPACE TO PRINTER-RECORD.
044600     PERFORM WRITE-TO-PRINTER.

044700 START-NEXT-PAGE.
044800     PERFORM END-LAST-PAGE.
044900     PERFORM START-NEW-PAGE.

045000 START-NEW-PAGE.
045100     ADD 1 TO PAGE-NUMBER.
045200     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
045300     MOVE TITLE-LINE TO PRINTER-RECORD.
045400     PERFORM WRITE-TO-PRINTER.
045500     PERFORM LINE-FEED.
045600     MOVE COLUMN-LINE TO PRINTER-RECORD.
045700     PERFORM WRITE-TO-PRINTER.
045800     PERFORM LINE-FEED.

045900 END-LAST-PAGE.
046000     PERFORM FORM-FEED.
046100     MOVE ZERO TO LINE-COUNT.

046200 FORM-FEED.
046300     MOVE SPACE TO PRINTER-RECORD.
046400     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
