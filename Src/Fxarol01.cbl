000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FXAROL01.
000300*---------------------------------
000400* Fixed asset roll-forward for
000500* an operator-entered range of
000600* periods (CCYYMM through CCYYMM)
000700* by asset (cost) account. From
000800* the FXHIST movements
000900* (FDFXHST.CBL):
001000* - COST: opening balance (all
001100*   movements before the first
001200*   period), additions, less
001300*   retirements, closing
001400* - ACCUMULATED DEPRECIATION:
001500*   opening, depreciation (with
001600*   any taken on with an asset
001700*   already in service), less
001800*   retirements, closing
001900* and the net book value at the
002000* close. Movements after the
002100* last period are left out. The
002200* movements are released to a
002300* SORT by account and added up
002400* at the account break.
002500*---------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.

002900     COPY "SLFXAST.CBL".

003000     COPY "SLFXHST.CBL".

003100     COPY "SLACCT01.CBL".

003200     SELECT SORT-FILE
003300         ASSIGN TO "SORT".

003400     SELECT PRINTER-FILE
003500         ASSIGN TO PRINTER
003600         ORGANIZATION IS LINE SEQUENTIAL.

003700 DATA DIVISION.
003800 FILE SECTION.

003900     COPY "FDFXAST.CBL".

004000     COPY "FDFXHST.CBL".

004100     COPY "FDACCT01.CBL".

004200 SD  SORT-FILE.
004300 01  SORT-RECORD.
004400     05  SORT-ACCOUNT             PIC X(10).
004500     05  SORT-COST-OPENING        PIC S9(9)V99.
004600     05  SORT-COST-ADDED          PIC S9(9)V99.
004700     05  SORT-COST-RETIRED        PIC S9(9)V99.
004800     05  SORT-ACCUM-OPENING       PIC S9(9)V99.
004900     05  SORT-ACCUM-ADDED         PIC S9(9)V99.
005000     05  SORT-ACCUM-RETIRED       PIC S9(9)V99.

005100 FD  PRINTER-FILE
005200     LABEL RECORDS ARE OMITTED.
005300 01  PRINTER-RECORD              PIC X(80).

005400 WORKING-STORAGE SECTION.

005500 77  HISTORY-FILE-AT-END         PIC X.
005600 77  SORT-FILE-AT-END            PIC X.
005700 77  ASSET-RECORD-FOUND          PIC X.
005800 77  ACCOUNT-RECORD-FOUND        PIC X.
005900 77  FROM-PERIOD                 PIC 9(6).
006000 77  THROUGH-PERIOD              PIC 9(6).
006100 77  CURRENT-ACCOUNT             PIC X(10).
006200 77  LINE-COUNT                  PIC 999 VALUE ZERO.
006300 77  PAGE-NUMBER                 PIC 9999 VALUE ZERO.
006400 77  MAXIMUM-LINES               PIC 999 VALUE 55.

006500*---------------------------------
006600* One account's figures, and the
006700* report totals in the same
006800* shape.
006900*---------------------------------
007000 01  ACCOUNT-FIGURES.
007100     05  ACCOUNT-COST-OPENING     PIC S9(9)V99.
007200     05  ACCOUNT-COST-ADDED       PIC S9(9)V99.
007300     05  ACCOUNT-COST-RETIRED     PIC S9(9)V99.
007400     05  ACCOUNT-COST-CLOSING     PIC S9(9)V99.
007500     05  ACCOUNT-ACCUM-OPENING    PIC S9(9)V99.
007600     05  ACCOUNT-ACCUM-ADDED      PIC S9(9)V99.
007700     05  ACCOUNT-ACCUM-RETIRED    PIC S9(9)V99.
007800     05  ACCOUNT-ACCUM-CLOSING    PIC S9(9)V99.
007900     05  ACCOUNT-BOOK-VALUE       PIC S9(9)V99.

008000 01  REPORT-FIGURES.
008100     05  TOTAL-COST-OPENING       PIC S9(9)V99.
008200     05  TOTAL-COST-ADDED         PIC S9(9)V99.
008300     05  TOTAL-COST-RETIRED       PIC S9(9)V99.
008400     05  TOTAL-COST-CLOSING       PIC S9(9)V99.
008500     05  TOTAL-ACCUM-OPENING      PIC S9(9)V99.
008600     05  TOTAL-ACCUM-ADDED        PIC S9(9)V99.
008700     05  TOTAL-ACCUM-RETIRED      PIC S9(9)V99.
008800     05  TOTAL-ACCUM-CLOSING      PIC S9(9)V99.
008900     05  TOTAL-BOOK-VALUE         PIC S9(9)V99.

009000 01  DETAIL-LINE.
009100     05  PRINT-LABEL             PIC X(20).
009200     05  PRINT-OPENING           PIC ZZZZZ,ZZ9.99-.
009300     05  FILLER                  PIC X     VALUE SPACE.
009400     05  PRINT-ADDED             PIC ZZZZZ,ZZ9.99-.
009500     05  FILLER                  PIC X     VALUE SPACE.
009600     05  PRINT-RETIRED           PIC ZZZZZ,ZZ9.99-.
009700     05  FILLER                  PIC X     VALUE SPACE.
009800     05  PRINT-CLOSING           PIC ZZZZZ,ZZ9.99-.

009900 01  NAME-LINE.
010000     05  PRINT-ACCOUNT           PIC X(10).
010100     05  FILLER                  PIC X     VALUE SPACE.
010200     05  PRINT-ACCOUNT-NAME      PIC X(30).

010300 01  COLUMN-LINE.
010400     05  FILLER         PIC X(20) VALUE "ACCOUNT".
010500     05  FILLER         PIC X(14) VALUE "      OPENING".
010600     05  FILLER         PIC X(14) VALUE "    ADDITIONS".
010700     05  FILLER         PIC X(14) VALUE "  RETIREMENTS".
010800     05  FILLER         PIC X(13) VALUE "      CLOSING".

010900 01  TITLE-LINE.
011000     05  FILLER              PIC X(10) VALUE SPACE.
011100     05  FILLER              PIC X(25)
011200         VALUE "FIXED ASSET ROLL-FORWARD".
011300     05  PRINT-FROM-PERIOD   PIC 9(6).
011400     05  FILLER              PIC X(4) VALUE " TO ".
011500     05  PRINT-THROUGH-PERIOD PIC 9(6).
011600     05  FILLER              PIC X(8) VALUE SPACE.
011700     05  FILLER              PIC X(5) VALUE "PAGE:".
011800     05  FILLER              PIC X(1) VALUE SPACE.
011900     05  PRINT-PAGE-NUMBER   PIC ZZZ9.

012000 PROCEDURE DIVISION.
012100 PROGRAM-BEGIN.
012200     PERFORM OPENING-PROCEDURE.
012300     PERFORM MAIN-PROCESS.
012400     PERFORM CLOSING-PROCEDURE.

012433 PROGRAM-EXIT.
012466     EXIT PROGRAM.

012500 PROGRAM-DONE.
012600     STOP RUN.

012700 OPENING-PROCEDURE.
012800     OPEN INPUT FIXED-ASSET-FILE.
012900     OPEN INPUT FIXED-ASSET-HISTORY-FILE.
013000     OPEN INPUT ACCOUNT-FILE.
013100     OPEN OUTPUT PRINTER-FILE.

013200 CLOSING-PROCEDURE.
013300     CLOSE FIXED-ASSET-FILE.
013400     CLOSE FIXED-ASSET-HISTORY-FILE.
013500     CLOSE ACCOUNT-FILE.
013600     PERFORM END-LAST-PAGE.
013700     CLOSE PRINTER-FILE.

013800 MAIN-PROCESS.
013900     PERFORM ENTER-PERIODS.
014000     IF FROM-PERIOD NOT = ZEROES
014100         MOVE FROM-PERIOD TO PRINT-FROM-PERIOD
014200         MOVE THROUGH-PERIOD TO PRINT-THROUGH-PERIOD
014300         PERFORM START-NEW-PAGE
014400         PERFORM REPORT-THE-ACCOUNTS
014500         PERFORM PRINT-REPORT-TOTALS.

014600*---------------------------------
014700* A zero first period exits.
014800*---------------------------------
014900 ENTER-PERIODS.
015000     PERFORM ACCEPT-PERIODS.
015100     PERFORM RE-ACCEPT-PERIODS
015200         UNTIL FROM-PERIOD = ZEROES
015300            OR THROUGH-PERIOD NOT < FROM-PERIOD.

015400 ACCEPT-PERIODS.
015500     DISPLAY "ENTER FIRST PERIOD (CCYYMM, 0 TO EXIT)".
015600     ACCEPT FROM-PERIOD.
015700     MOVE ZEROES TO THROUGH-PERIOD.
015800     IF FROM-PERIOD NOT = ZEROES
015900         DISPLAY "ENTER LAST PERIOD (CCYYMM)"
016000         ACCEPT THROUGH-PERIOD.

016100 RE-ACCEPT-PERIODS.
016200     DISPLAY "THE LAST PERIOD CANNOT BE BEFORE THE FIRST".
016300     PERFORM ACCEPT-PERIODS.

016400 REPORT-THE-ACCOUNTS.
016500     MOVE ZEROES TO REPORT-FIGURES.
016600     SORT SORT-FILE
016700         ON ASCENDING KEY SORT-ACCOUNT
016800         INPUT PROCEDURE IS RELEASE-ALL-MOVEMENTS
016900         OUTPUT PROCEDURE IS PRINT-ALL-ACCOUNTS.

017000*---------------------------------
017100* INPUT PROCEDURE - one sort
017200* record per movement up to the
017300* last period, its amounts in
017400* the opening columns when it
017500* came before the first period.
017600*---------------------------------
017700 RELEASE-ALL-MOVEMENTS.
017800     MOVE "N" TO HISTORY-FILE-AT-END.
017900     MOVE LOW-VALUES TO FXH-KEY.
018000     START FIXED-ASSET-HISTORY-FILE
018100        KEY NOT < FXH-KEY
018200         INVALID KEY MOVE "Y" TO HISTORY-FILE-AT-END.
018300     MOVE ZEROES TO FXA-NUMBER.
018400     PERFORM RELEASE-ONE-MOVEMENT
018500         UNTIL HISTORY-FILE-AT-END = "Y".

018600 RELEASE-ONE-MOVEMENT.
018700     READ FIXED-ASSET-HISTORY-FILE NEXT RECORD
018800         AT END MOVE "Y" TO HISTORY-FILE-AT-END.
018900     IF HISTORY-FILE-AT-END NOT = "Y"
019000        AND FXH-PERIOD NOT > THROUGH-PERIOD
019100         PERFORM RELEASE-THE-MOVEMENT.

019200 RELEASE-THE-MOVEMENT.
019300     IF FXH-ASSET NOT = FXA-NUMBER
019400         MOVE FXH-ASSET TO FXA-NUMBER
019500         PERFORM READ-FXA-RECORD.
019600     MOVE ZEROES TO SORT-RECORD.
019700     MOVE FXA-ASSET-ACCOUNT TO SORT-ACCOUNT.
019800     IF FXH-PERIOD < FROM-PERIOD
019900         MOVE FXH-COST-CHANGE TO SORT-COST-OPENING
020000         MOVE FXH-ACCUM-CHANGE TO SORT-ACCUM-OPENING
020100     ELSE
020200     IF FXH-TYPE = "R"
020300         COMPUTE SORT-COST-RETIRED = ZERO - FXH-COST-CHANGE
020400         COMPUTE SORT-ACCUM-RETIRED = ZERO - FXH-ACCUM-CHANGE
020500     ELSE
020600         MOVE FXH-COST-CHANGE TO SORT-COST-ADDED
020700         MOVE FXH-ACCUM-CHANGE TO SORT-ACCUM-ADDED.
020800     RELEASE SORT-RECORD.

020900*---------------------------------
021000* OUTPUT PROCEDURE - the account
021100* name and its cost, accumulated
021200* depreciation and book value
021300* lines at the break.
021400*---------------------------------
021500 PRINT-ALL-ACCOUNTS.
021600     MOVE "N" TO SORT-FILE-AT-END.
021700     PERFORM RETURN-NEXT-SORT.
021800     PERFORM PRINT-ONE-ACCOUNT
021900         UNTIL SORT-FILE-AT-END = "Y".

022000 PRINT-ONE-ACCOUNT.
022100     MOVE SORT-ACCOUNT TO CURRENT-ACCOUNT.
022200     MOVE ZEROES TO ACCOUNT-FIGURES.
022300     PERFORM ADD-ONE-SORT-RECORD
022400         UNTIL SORT-FILE-AT-END = "Y"
022500            OR SORT-ACCOUNT NOT = CURRENT-ACCOUNT.
022600     COMPUTE ACCOUNT-COST-CLOSING =
022700         ACCOUNT-COST-OPENING + ACCOUNT-COST-ADDED
022800         - ACCOUNT-COST-RETIRED.
022900     COMPUTE ACCOUNT-ACCUM-CLOSING =
023000         ACCOUNT-ACCUM-OPENING + ACCOUNT-ACCUM-ADDED
023100         - ACCOUNT-ACCUM-RETIRED.
023200     COMPUTE ACCOUNT-BOOK-VALUE =
023300         ACCOUNT-COST-CLOSING - ACCOUNT-ACCUM-CLOSING.
023400     PERFORM ADD-TO-REPORT-TOTALS.
023500     PERFORM PRINT-ACCOUNT-LINES.

023600 ADD-ONE-SORT-RECORD.
023700     ADD SORT-COST-OPENING TO ACCOUNT-COST-OPENING.
023800     ADD SORT-COST-ADDED TO ACCOUNT-COST-ADDED.
023900     ADD SORT-COST-RETIRED TO ACCOUNT-COST-RETIRED.
024000     ADD SORT-ACCUM-OPENING TO ACCOUNT-ACCUM-OPENING.
024100     ADD SORT-ACCUM-ADDED TO ACCOUNT-ACCUM-ADDED.
024200     ADD SORT-ACCUM-RETIRED TO ACCOUNT-ACCUM-RETIRED.
024300     PERFORM RETURN-NEXT-SORT.

024400 ADD-TO-REPORT-TOTALS.
024500     ADD ACCOUNT-COST-OPENING TO TOTAL-COST-OPENING.
024600     ADD ACCOUNT-COST-ADDED TO TOTAL-COST-ADDED.
024700     ADD ACCOUNT-COST-RETIRED TO TOTAL-COST-RETIRED.
024800     ADD ACCOUNT-COST-CLOSING TO TOTAL-COST-CLOSING.
024900     ADD ACCOUNT-ACCUM-OPENING TO TOTAL-ACCUM-OPENING.
025000     ADD ACCOUNT-ACCUM-ADDED TO TOTAL-ACCUM-ADDED.
025100     ADD ACCOUNT-ACCUM-RETIRED TO TOTAL-ACCUM-RETIRED.
025200     ADD ACCOUNT-ACCUM-CLOSING TO TOTAL-ACCUM-CLOSING.
025300     ADD ACCOUNT-BOOK-VALUE TO TOTAL-BOOK-VALUE.

025400 PRINT-ACCOUNT-LINES.
025500     IF LINE-COUNT > MAXIMUM-LINES
025600         PERFORM START-NEXT-PAGE.
025700     MOVE CURRENT-ACCOUNT TO ACCOUNT-CODE.
025800     PERFORM READ-ACCOUNT-RECORD.
025900     IF ACCOUNT-RECORD-FOUND = "N"
026000         MOVE "***Not Found***" TO ACCOUNT-NAME.
026100     MOVE SPACE TO NAME-LINE.
026200     MOVE CURRENT-ACCOUNT TO PRINT-ACCOUNT.
026300     MOVE ACCOUNT-NAME TO PRINT-ACCOUNT-NAME.
026400     MOVE NAME-LINE TO PRINTER-RECORD.
026500     PERFORM WRITE-TO-PRINTER.
026600     MOVE "  COST" TO PRINT-LABEL.
026700     MOVE ACCOUNT-COST-OPENING TO PRINT-OPENING.
026800     MOVE ACCOUNT-COST-ADDED TO PRINT-ADDED.
026900     MOVE ACCOUNT-COST-RETIRED TO PRINT-RETIRED.
027000     MOVE ACCOUNT-COST-CLOSING TO PRINT-CLOSING.
027100     PERFORM PRINT-DETAIL-LINE.
027200     MOVE "  ACCUM DEPRECIATION" TO PRINT-LABEL.
027300     MOVE ACCOUNT-ACCUM-OPENING TO PRINT-OPENING.
027400     MOVE ACCOUNT-ACCUM-ADDED TO PRINT-ADDED.
027500     MOVE ACCOUNT-ACCUM-RETIRED TO PRINT-RETIRED.
027600     MOVE ACCOUNT-ACCUM-CLOSING TO PRINT-CLOSING.
027700     PERFORM PRINT-DETAIL-LINE.
027800     PERFORM PRINT-BOOK-VALUE-LINE.
027900     MOVE ACCOUNT-BOOK-VALUE TO PRINT-CLOSING.
028000     PERFORM PRINT-DETAIL-LINE.
028100     PERFORM LINE-FEED.

028200 PRINT-BOOK-VALUE-LINE.
028300     MOVE SPACE TO DETAIL-LINE.
028400     MOVE "  NET BOOK VALUE" TO PRINT-LABEL.

028500 PRINT-DETAIL-LINE.
028600     MOVE DETAIL-LINE TO PRINTER-RECORD.
028700     PERFORM WRITE-TO-PRINTER.

028800 PRINT-REPORT-TOTALS.
028900     MOVE SPACE TO NAME-LINE.
029000     MOVE "TOTALS" TO PRINT-ACCOUNT.
029100     MOVE NAME-LINE TO PRINTER-RECORD.
029200     PERFORM WRITE-TO-PRINTER.
029300     MOVE "  COST" TO PRINT-LABEL.
029400     MOVE TOTAL-COST-OPENING TO PRINT-OPENING.
029500     MOVE TOTAL-COST-ADDED TO PRINT-ADDED.
029600     MOVE TOTAL-COST-RETIRED TO PRINT-RETIRED.
029700     MOVE TOTAL-COST-CLOSING TO PRINT-CLOSING.
029800     PERFORM PRINT-DETAIL-LINE.
029900     MOVE "  ACCUM DEPRECIATION" TO PRINT-LABEL.
030000     MOVE TOTAL-ACCUM-OPENING TO PRINT-OPENING.
030100     MOVE TOTAL-ACCUM-ADDED TO PRINT-ADDED.
030200     MOVE TOTAL-ACCUM-RETIRED TO PRINT-RETIRED.
030300     MOVE TOTAL-ACCUM-CLOSING TO PRINT-CLOSING.
030400     PERFORM PRINT-DETAIL-LINE.
030500     PERFORM PRINT-BOOK-VALUE-LINE.
030600     MOVE TOTAL-BOOK-VALUE TO PRINT-CLOSING.
030700     PERFORM PRINT-DETAIL-LINE.

030800*---------------------------------
030900* File I-O routines.
031000*---------------------------------
031100 RETURN-NEXT-SORT.
031200     RETURN SORT-FILE
031300         AT END MOVE "Y" TO SORT-FILE-AT-END.

031400 READ-FXA-RECORD.
031500     MOVE "Y" TO ASSET-RECORD-FOUND.
031600     READ FIXED-ASSET-FILE RECORD
031700       INVALID KEY
031800          MOVE "N" TO ASSET-RECORD-FOUND.
031900     IF ASSET-RECORD-FOUND = "N"
032000         MOVE SPACE TO FXA-ASSET-ACCOUNT.

032100 READ-ACCOUNT-RECORD.
032200     MOVE "Y" TO ACCOUNT-RECORD-FOUND.
032300     READ ACCOUNT-FILE RECORD
032400       INVALID KEY
032500          MOVE "N" TO ACCOUNT-RECORD-FOUND.

032600*---------------------------------
032700* Printing routines.
032800*---------------------------------
032900 WRITE-TO-PRINTER.
033000     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
033100     ADD 1 TO LINE-COUNT.

033200 LINE-FEED.
033300     MOVE SPACE TO PRINTER-RECORD.
033400     PERFORM WRITE-TO-PRINTER.

033500 START-NEXT-PAGE.
033600     PERFORM END-LAST-PAGE.
033700     PERFORM START-NEW-PAGE.

033800 START-NEW-PAGE.
033900     ADD 1 TO PAGE-NUMBER.
034000     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
034100     MOVE TITLE-LINE TO PRINTER-RECORD.
034200     PERFORM WRITE-TO-PRINTER.
034300     PERFORM LINE-FEED.
034400     MOVE COLUMN-LINE TO PRINTER-RECORD.
034500     PERFORM WRITE-TO-PRINTER.
034600     PERFORM LINE-FEED.

034700 END-LAST-PAGE.
034800     PERFORM FORM-FEED.
034900     MOVE ZERO TO LINE-COUNT.

035000 FORM-FEED.
035100     MOVE SPACE TO PRINTER-RECORD.
035200     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
