000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FXADPR01.
000300*---------------------------------
000400* Fixed asset depreciation for
000500* an operator-entered period
000600* (CCYYMM) - what the FXADEP01
000700* run for that month booked, from
000800* the "D" records on FXHIST
000900* (FDFXHST.CBL). The assets are
001000* released to a SORT by expense
001100* account and asset and listed
001200* with their store and the
001300* accumulated depreciation
001400* account credited; each expense
001500* account is subtotalled and the
001600* report totalled, to tie to the
001700* FXAEXP proof and the GL.
001800*---------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.

002200     COPY "SLFXAST.CBL".

002300     COPY "SLFXHST.CBL".

002400     SELECT SORT-FILE
002500         ASSIGN TO "SORT".

002600     SELECT PRINTER-FILE
002700         ASSIGN TO PRINTER
002800         ORGANIZATION IS LINE SEQUENTIAL.

002900 DATA DIVISION.
003000 FILE SECTION.

003100     COPY "FDFXAST.CBL".

003200     COPY "FDFXHST.CBL".

003300 SD  SORT-FILE.
003400 01  SORT-RECORD.
003500     05  SORT-EXPENSE-ACCOUNT     PIC X(10).
003600     05  SORT-ASSET               PIC 9(6).
003700     05  SORT-AMOUNT              PIC S9(7)V99.

003800 FD  PRINTER-FILE
003900     LABEL RECORDS ARE OMITTED.
004000 01  PRINTER-RECORD              PIC X(80).

004100 WORKING-STORAGE SECTION.

004200 77  HISTORY-FILE-AT-END         PIC X.
004300 77  SORT-FILE-AT-END            PIC X.
004400 77  ASSET-RECORD-FOUND          PIC X.
004500 77  REPORT-PERIOD               PIC 9(6).
004600 77  CURRENT-ACCOUNT             PIC X(10).
004700 77  ACCOUNT-TOTAL               PIC S9(9)V99.
004800 77  REPORT-TOTAL                PIC S9(9)V99.
004900 77  LINE-COUNT                  PIC 999 VALUE ZERO.
005000 77  PAGE-NUMBER                 PIC 9999 VALUE ZERO.
005100 77  MAXIMUM-LINES               PIC 999 VALUE 55.

005200 01  DETAIL-LINE.
005300     05  PRINT-EXPENSE-ACCOUNT   PIC X(10).
005400     05  FILLER                  PIC X     VALUE SPACE.
005500     05  PRINT-ASSET             PIC Z(6).
005600     05  FILLER                  PIC X     VALUE SPACE.
005700     05  PRINT-DESCRIPTION       PIC X(30).
005800     05  FILLER                  PIC X     VALUE SPACE.
005900     05  PRINT-STORE             PIC 99.
006000     05  FILLER                  PIC X     VALUE SPACE.
006100     05  PRINT-ACCUM-ACCOUNT     PIC X(10).
006200     05  FILLER                  PIC X     VALUE SPACE.
006300     05  PRINT-AMOUNT            PIC ZZ,ZZZ,ZZ9.99-.

006400 01  COLUMN-LINE.
006500     05  FILLER         PIC X(11) VALUE "EXPENSE".
006600     05  FILLER         PIC X(7)  VALUE "ASSET".
006700     05  FILLER         PIC X(31) VALUE "DESCRIPTION".
006800     05  FILLER         PIC X(3)  VALUE "ST".
006900     05  FILLER         PIC X(11) VALUE "ACCUM".
007000     05  FILLER         PIC X(14) VALUE "  DEPRECIATION".

007100 01  TITLE-LINE.
007200     05  FILLER              PIC X(15) VALUE SPACE.
007300     05  FILLER              PIC X(33)
007400         VALUE "FIXED ASSET DEPRECIATION - PERIOD".
007500     05  PRINT-TITLE-PERIOD  PIC 9(6).
007600     05  FILLER              PIC X(7) VALUE SPACE.
007700     05  FILLER              PIC X(5) VALUE "PAGE:".
007800     05  FILLER              PIC X(1) VALUE SPACE.
007900     05  PRINT-PAGE-NUMBER   PIC ZZZ9.

008000 PROCEDURE DIVISION.
008100 PROGRAM-BEGIN.
008200     PERFORM OPENING-PROCEDURE.
008300     PERFORM MAIN-PROCESS.
008400     PERFORM CLOSING-PROCEDURE.

008433 PROGRAM-EXIT.
008466     EXIT PROGRAM.

008500 PROGRAM-DONE.
008600     STOP RUN.

008700 OPENING-PROCEDURE.
008800     OPEN INPUT FIXED-ASSET-FILE.
008900     OPEN INPUT FIXED-ASSET-HISTORY-FILE.
009000     OPEN OUTPUT PRINTER-FILE.

009100 CLOSING-PROCEDURE.
009200     CLOSE FIXED-ASSET-FILE.
009300     CLOSE FIXED-ASSET-HISTORY-FILE.
009400     PERFORM END-LAST-PAGE.
009500     CLOSE PRINTER-FILE.

009600 MAIN-PROCESS.
009700     DISPLAY "ENTER PERIOD TO REPORT (CCYYMM, 0 TO EXIT)".
009800     ACCEPT REPORT-PERIOD.
009900     IF REPORT-PERIOD NOT = ZEROES
010000         MOVE REPORT-PERIOD TO PRINT-TITLE-PERIOD
010100         PERFORM START-NEW-PAGE
010200         PERFORM REPORT-THE-PERIOD
010300         PERFORM PRINT-REPORT-TOTALS.

010400 REPORT-THE-PERIOD.
010500     MOVE ZEROES TO REPORT-TOTAL.
010600     SORT SORT-FILE
010700         ON ASCENDING KEY SORT-EXPENSE-ACCOUNT
010800                          SORT-ASSET
010900         INPUT PROCEDURE IS RELEASE-PERIOD-DEPRECIATION
011000         OUTPUT PROCEDURE IS PRINT-ALL-ACCOUNTS.

011100*---------------------------------
011200* INPUT PROCEDURE - one sort
011300* record per asset depreciated
011400* in the period.
011500*---------------------------------
011600 RELEASE-PERIOD-DEPRECIATION.
011700     MOVE "N" TO HISTORY-FILE-AT-END.
011800     MOVE LOW-VALUES TO FXH-KEY.
011900     START FIXED-ASSET-HISTORY-FILE
012000        KEY NOT < FXH-KEY
012100         INVALID KEY MOVE "Y" TO HISTORY-FILE-AT-END.
012200     PERFORM RELEASE-ONE-HISTORY
012300         UNTIL HISTORY-FILE-AT-END = "Y".

012400 RELEASE-ONE-HISTORY.
012500     READ FIXED-ASSET-HISTORY-FILE NEXT RECORD
012600         AT END MOVE "Y" TO HISTORY-FILE-AT-END.
012700     IF HISTORY-FILE-AT-END NOT = "Y"
012800        AND FXH-PERIOD = REPORT-PERIOD
012900        AND FXH-TYPE = "D"
013000         MOVE FXH-ASSET TO FXA-NUMBER
013100         PERFORM READ-FXA-RECORD
013200         MOVE ZEROES TO SORT-RECORD
013300         MOVE FXA-EXPENSE-ACCOUNT TO SORT-EXPENSE-ACCOUNT
013400         MOVE FXH-ASSET TO SORT-ASSET
013500         MOVE FXH-ACCUM-CHANGE TO SORT-AMOUNT
013600         RELEASE SORT-RECORD.

013700*---------------------------------
013800* OUTPUT PROCEDURE - a line per
013900* asset and a subtotal at the
014000* expense account break.
014100*---------------------------------
014200 PRINT-ALL-ACCOUNTS.
014300     MOVE "N" TO SORT-FILE-AT-END.
014400     PERFORM RETURN-NEXT-SORT.
014500     PERFORM PRINT-ONE-ACCOUNT
014600         UNTIL SORT-FILE-AT-END = "Y".

014700 PRINT-ONE-ACCOUNT.
014800     MOVE SORT-EXPENSE-ACCOUNT TO CURRENT-ACCOUNT.
014900     MOVE ZEROES TO ACCOUNT-TOTAL.
015000     PERFORM PRINT-ONE-ASSET
015100         UNTIL SORT-FILE-AT-END = "Y"
015200            OR SORT-EXPENSE-ACCOUNT NOT = CURRENT-ACCOUNT.
015300     PERFORM PRINT-ACCOUNT-TOTAL.
015400     ADD ACCOUNT-TOTAL TO REPORT-TOTAL.

015500 PRINT-ONE-ASSET.
015600     IF LINE-COUNT > MAXIMUM-LINES
015700         PERFORM START-NEXT-PAGE.
015800     MOVE SORT-ASSET TO FXA-NUMBER.
015900     PERFORM READ-FXA-RECORD.
016000     MOVE SPACE TO DETAIL-LINE.
016100     MOVE SORT-EXPENSE-ACCOUNT TO PRINT-EXPENSE-ACCOUNT.
016200     MOVE SORT-ASSET TO PRINT-ASSET.
016300     MOVE FXA-DESCRIPTION TO PRINT-DESCRIPTION.
016400     MOVE FXA-STORE TO PRINT-STORE.
016500     MOVE FXA-ACCUM-ACCOUNT TO PRINT-ACCUM-ACCOUNT.
016600     MOVE SORT-AMOUNT TO PRINT-AMOUNT.
016700     MOVE DETAIL-LINE TO PRINTER-RECORD.
016800     PERFORM WRITE-TO-PRINTER.
016900     ADD SORT-AMOUNT TO ACCOUNT-TOTAL.
017000     PERFORM RETURN-NEXT-SORT.

017100 PRINT-ACCOUNT-TOTAL.
017200     MOVE SPACE TO DETAIL-LINE.
017300     MOVE "   ACCOUNT TOTAL" TO PRINT-DESCRIPTION.
017400     MOVE ACCOUNT-TOTAL TO PRINT-AMOUNT.
017500     MOVE DETAIL-LINE TO PRINTER-RECORD.
017600     PERFORM WRITE-TO-PRINTER.
017700     PERFORM LINE-FEED.

017800 PRINT-REPORT-TOTALS.
017900     MOVE SPACE TO DETAIL-LINE.
018000     MOVE "TOTALS" TO PRINT-EXPENSE-ACCOUNT.
018100     MOVE REPORT-TOTAL TO PRINT-AMOUNT.
018200     MOVE DETAIL-LINE TO PRINTER-RECORD.
018300     PERFORM WRITE-TO-PRINTER.

018400*---------------------------------
018500* File I-O routines.
018600*---------------------------------
018700 RETURN-NEXT-SORT.
018800     RETURN SORT-FILE
018900         AT END MOVE "Y" TO SORT-FILE-AT-END.

019000 READ-FXA-RECORD.
019100     MOVE "Y" TO ASSET-RECORD-FOUND.
019200     READ FIXED-ASSET-FILE RECORD
019300       INVALID KEY
019400          MOVE "N" TO ASSET-RECORD-FOUND.
019500     IF ASSET-RECORD-FOUND = "N"
019600         MOVE "***Not Found***" TO FXA-DESCRIPTION
019700         MOVE SPACE TO FXA-EXPENSE-ACCOUNT
019800                       FXA-ACCUM-ACCOUNT
019900         MOVE ZEROES TO FXA-STORE.

020000*---------------------------------
020100* Printing routines.
020200*---------------------------------
020300 WRITE-TO-PRINTER.
020400     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
020500     ADD 1 TO LINE-COUNT.

020600 LINE-FEED.
020700     MOVE SPACE TO PRINTER-RECORD.
020800     PERFORM WRITE-TO-PRINTER.

020900 START-NEXT-PAGE.
021000     PERFORM END-LAST-PAGE.
021100     PERFORM START-NEW-PAGE.

021200 START-NEW-PAGE.
021300     ADD 1 TO PAGE-NUMBER.
021400     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
021500     MOVE TITLE-LINE TO PRINTER-RECORD.
021600     PERFORM WRITE-TO-PRINTER.
021700     PERFORM LINE-FEED.
021800     MOVE COLUMN-LINE TO PRINTER-RECORD.
021900     PERFORM WRITE-TO-PRINTER.
022000     PERFORM LINE-FEED.

022100 END-LAST-PAGE.
022200     PERFORM FORM-FEED.
022300     MOVE ZERO TO LINE-COUNT.

022400 FORM-FEED.
022500     MOVE SPACE TO PRINTER-RECORD.
022600     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
