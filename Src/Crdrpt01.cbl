000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CRDRPT01.
000300*---------------------------------
000400* Virtual card spend report, run
000500* monthly. Every card payment
000600* (CHECK-PAY-METHOD "V") issued
000700* in the entered period (CCYYMM)
000800* and not voided is totaled by
000900* vendor - CHECK-FILE is read
001000* down its CHECK-VENDOR
001100* alternate key, so the control
001200* break needs no sort - with the
001300* rebate the card issuer owes
001400* back on that spend at
001500* CARD-REBATE-RATE. Treasury
001600* ties the total to the issuer's
001700* statement and the rebate to
001800* the issuer's rebate credit.
001900*---------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.

002300     COPY "SLCHK01.CBL".

002400     COPY "SLVND02.CBL".

002500     COPY "SLSPOOLC.CBL".

002600*---------------------------------
002700* The report goes to a uniquely
002800* named spool file cataloged
002900* through PLSPOOL1.CBL, so a
003000* printer jam means a reprint
003100* from SPLMGR01, not a re-run.
003200*---------------------------------
003300     SELECT PRINTER-FILE
003400         ASSIGN TO DYNAMIC SPOOL-OUT-NAME
003500         ORGANIZATION IS LINE SEQUENTIAL.

003600 DATA DIVISION.
003700 FILE SECTION.

003800     COPY "FDCHK01.CBL".

003900     COPY "FDVND04.CBL".

004000     COPY "FDSPOOLC.CBL".

004100 FD  PRINTER-FILE
004200     LABEL RECORDS ARE OMITTED.
004300 01  PRINTER-RECORD              PIC X(80).

004400 WORKING-STORAGE SECTION.

004500 77  CHECK-FILE-AT-END           PIC X.
004600 77  VENDOR-RECORD-FOUND         PIC X.
004700 77  LINE-COUNT                  PIC 999 VALUE ZERO.
004800 77  PAGE-NUMBER                 PIC 99999 VALUE ZERO.
004900 77  MAXIMUM-LINES               PIC 999 VALUE 55.

005000 77  CARD-REBATE-RATE            PIC V9(4) VALUE .0125.
005100 77  REPORT-PERIOD               PIC 9(6).
005200 77  ISSUE-PERIOD                PIC 9(6).
005300 77  PERIOD-REMAINDER            PIC 99.
005400 77  CURRENT-VENDOR              PIC 9(5).
005500 77  VENDOR-CARD-COUNT           PIC 9(5).
005600 77  VENDOR-CARD-TOTAL           PIC S9(9)V99.
005700 77  VENDOR-REBATE               PIC S9(7)V99.
005800 77  GRAND-CARD-COUNT            PIC 9(6) VALUE ZERO.
005900 77  GRAND-CARD-TOTAL            PIC S9(9)V99 VALUE ZERO.
006000 77  GRAND-REBATE                PIC S9(7)V99 VALUE ZERO.

006100 01  DETAIL-LINE.
006200     05  PRINT-VENDOR-NUMBER     PIC Z(5).
006300     05  FILLER                  PIC X     VALUE SPACE.
006400     05  PRINT-VENDOR-NAME       PIC X(25).
006500     05  FILLER                  PIC X     VALUE SPACE.
006600     05  PRINT-CARD-COUNT        PIC ZZZZ9.
006700     05  FILLER                  PIC X     VALUE SPACE.
006800     05  PRINT-CARD-TOTAL        PIC ZZZ,ZZZ,ZZ9.99-.
006900     05  FILLER                  PIC X     VALUE SPACE.
007000     05  PRINT-REBATE            PIC Z,ZZZ,ZZ9.99-.

007100 01  TOTAL-LINE.
007200     05  FILLER                  PIC X(14)
007300         VALUE "CARD SPEND:  ".
007400     05  PRINT-GRAND-COUNT       PIC ZZZ,ZZ9.
007500     05  FILLER                  PIC X(12)
007600         VALUE " PAYMENT(S) ".
007700     05  PRINT-GRAND-TOTAL       PIC ZZZ,ZZZ,ZZ9.99-.
007800     05  FILLER                  PIC X     VALUE SPACE.
007900     05  PRINT-GRAND-REBATE      PIC Z,ZZZ,ZZ9.99-.

008000 01  RATE-LINE.
008100     05  FILLER                  PIC X(25)
008200         VALUE "EXPECTED ISSUER REBATE AT".
008300     05  FILLER                  PIC X     VALUE SPACE.
008400     05  PRINT-REBATE-RATE       PIC 9.9999.
008500     05  FILLER                  PIC X(15)
008600         VALUE " OF CARD SPEND".

008700 01  COLUMN-LINE.
008800     05  FILLER         PIC X(7)  VALUE "VENDOR".
008900     05  FILLER         PIC X(26) VALUE "VENDOR NAME".
009000     05  FILLER         PIC X(6)  VALUE "PAYMTS".
009100     05  FILLER         PIC X(16) VALUE "     CARD SPEND".
009200     05  FILLER         PIC X(14) VALUE "        REBATE".

009300 01  TITLE-LINE.
009400     05  FILLER              PIC X(12) VALUE SPACE.
009500     05  FILLER              PIC X(24)
009600         VALUE "VIRTUAL CARD SPEND FOR ".
009700     05  PRINT-TITLE-PERIOD  PIC 9(6).
009800     05  FILLER              PIC X(13) VALUE SPACE.
009900     05  FILLER              PIC X(5) VALUE "PAGE:".
010000     05  FILLER              PIC X(1) VALUE SPACE.
010100     05  PRINT-PAGE-NUMBER PIC ZZZZ9.

010200     COPY "WSDATE01.CBL".

010300     COPY "WSCASE01.CBL".

010400     COPY "WSOPID01.CBL".

010500     COPY "WSSPOOL1.CBL".

010600 PROCEDURE DIVISION.
010700 PROGRAM-BEGIN.
010800     PERFORM GET-OPERATOR-ID.
010900     PERFORM ENTER-REPORT-PERIOD.
011000     PERFORM OPENING-PROCEDURE.
011100     PERFORM START-NEW-PAGE.

011200     MOVE "N" TO CHECK-FILE-AT-END.
011300     PERFORM READ-FIRST-VENDOR-CHECK.
011400     PERFORM TOTAL-ONE-VENDOR
011500         UNTIL CHECK-FILE-AT-END = "Y".

011600     PERFORM PRINT-CARD-GRAND-TOTAL.
011700     PERFORM CLOSING-PROCEDURE.

011733 PROGRAM-EXIT.
011766     EXIT PROGRAM.

011800 PROGRAM-DONE.
011900     STOP RUN.

012000 ENTER-REPORT-PERIOD.
012100     DISPLAY "ENTER PERIOD TO REPORT (CCYYMM)".
012200     ACCEPT REPORT-PERIOD.
012300     MOVE REPORT-PERIOD TO PRINT-TITLE-PERIOD.

012400 OPENING-PROCEDURE.
012500     OPEN INPUT CHECK-FILE.
012600     OPEN INPUT VENDOR-FILE.
012700     OPEN I-O SPOOL-CATALOG-FILE.
012800     MOVE "VIRTUAL CARD SPEND" TO SPOOL-REPORT-NAME.
012900     MOVE "CRDRPT01" TO SPOOL-PROGRAM.
013000     PERFORM OPEN-SPOOL-REPORT.
013100     OPEN OUTPUT PRINTER-FILE.

013200 CLOSING-PROCEDURE.
013300     CLOSE CHECK-FILE.
013400     CLOSE VENDOR-FILE.
013500     PERFORM END-LAST-PAGE.
013600     CLOSE PRINTER-FILE.
013700     MOVE PAGE-NUMBER TO SPOOL-PAGE-COUNT.
013800     PERFORM CLOSE-SPOOL-REPORT.
013900     CLOSE SPOOL-CATALOG-FILE.
014000     DISPLAY "REPORT SPOOLED AS " SPOOL-OUT-NAME.

014100*---------------------------------
014200* Control break by vendor. A
014300* vendor with no card spend in
014400* the period prints no line.
014500*---------------------------------
014600 TOTAL-ONE-VENDOR.
014700     MOVE CHECK-VENDOR TO CURRENT-VENDOR.
014800     MOVE ZERO TO VENDOR-CARD-COUNT.
014900     MOVE ZEROES TO VENDOR-CARD-TOTAL.
015000     PERFORM ACCUMULATE-ONE-CHECK
015100         UNTIL CHECK-FILE-AT-END = "Y"
015200            OR CHECK-VENDOR NOT = CURRENT-VENDOR.
015300     IF VENDOR-CARD-COUNT NOT = ZERO
015400         PERFORM PRINT-VENDOR-CARD-LINE.

015500 ACCUMULATE-ONE-CHECK.
015600     IF CHECK-PAY-METHOD = "V"
015700        AND CHECK-VOIDED NOT = "Y"
015800         PERFORM CHECK-ISSUE-PERIOD.
015900     PERFORM READ-NEXT-VENDOR-CHECK.

016000 CHECK-ISSUE-PERIOD.
016100     DIVIDE CHECK-ISSUE-DATE BY 100
016200         GIVING ISSUE-PERIOD
016300         REMAINDER PERIOD-REMAINDER.
016400     IF ISSUE-PERIOD = REPORT-PERIOD
016500         ADD 1 TO VENDOR-CARD-COUNT
016600         ADD CHECK-AMOUNT TO VENDOR-CARD-TOTAL.

016700 PRINT-VENDOR-CARD-LINE.
016800     IF LINE-COUNT > MAXIMUM-LINES
016900         PERFORM START-NEXT-PAGE.
017000     COMPUTE VENDOR-REBATE ROUNDED =
017100         VENDOR-CARD-TOTAL * CARD-REBATE-RATE.
017200     MOVE SPACE TO DETAIL-LINE.
017300     MOVE CURRENT-VENDOR TO PRINT-VENDOR-NUMBER.
017400     PERFORM CARD-VENDOR-ON-FILE.
017500     IF VENDOR-RECORD-FOUND = "N"
017600         MOVE "***Not Found***" TO PRINT-VENDOR-NAME
017700     ELSE
017800         MOVE VENDOR-NAME TO PRINT-VENDOR-NAME.
017900     MOVE VENDOR-CARD-COUNT TO PRINT-CARD-COUNT.
018000     MOVE VENDOR-CARD-TOTAL TO PRINT-CARD-TOTAL.
018100     MOVE VENDOR-REBATE TO PRINT-REBATE.
018200     MOVE DETAIL-LINE TO PRINTER-RECORD.
018300     PERFORM WRITE-TO-PRINTER.
018400     ADD VENDOR-CARD-COUNT TO GRAND-CARD-COUNT.
018500     ADD VENDOR-CARD-TOTAL TO GRAND-CARD-TOTAL.
018600     ADD VENDOR-REBATE TO GRAND-REBATE.

018700 CARD-VENDOR-ON-FILE.
018800     MOVE CURRENT-VENDOR TO VENDOR-NUMBER.
018900     MOVE "Y" TO VENDOR-RECORD-FOUND.
019000     READ VENDOR-FILE RECORD
019100       INVALID KEY
019200          MOVE "N" TO VENDOR-RECORD-FOUND.

019300 PRINT-CARD-GRAND-TOTAL.
019400     PERFORM LINE-FEED.
019500     MOVE GRAND-CARD-COUNT TO PRINT-GRAND-COUNT.
019600     MOVE GRAND-CARD-TOTAL TO PRINT-GRAND-TOTAL.
019700     MOVE GRAND-REBATE TO PRINT-GRAND-REBATE.
019800     MOVE TOTAL-LINE TO PRINTER-RECORD.
019900     PERFORM WRITE-TO-PRINTER.
020000     MOVE CARD-REBATE-RATE TO PRINT-REBATE-RATE.
020100     MOVE RATE-LINE TO PRINTER-RECORD.
020200     PERFORM WRITE-TO-PRINTER.
020300     DISPLAY GRAND-CARD-COUNT " CARD PAYMENT(S), REBATE "
020400         PRINT-GRAND-REBATE.

020500*---------------------------------
020600* File I-O routines. CHECK-FILE
020700* is read in CHECK-VENDOR order
020800* (SLCHK01 alternate key).
020900*---------------------------------
021000 READ-FIRST-VENDOR-CHECK.
021100     MOVE ZEROES TO CHECK-VENDOR.
021200     START CHECK-FILE
021300        KEY NOT < CHECK-VENDOR
021400         INVALID KEY MOVE "Y" TO CHECK-FILE-AT-END.
021500     IF CHECK-FILE-AT-END NOT = "Y"
021600         PERFORM READ-NEXT-VENDOR-CHECK.

021700 READ-NEXT-VENDOR-CHECK.
021800     READ CHECK-FILE NEXT RECORD
021900         AT END MOVE "Y" TO CHECK-FILE-AT-END.

022000*---------------------------------
022100* Printing routines.
022200*---------------------------------
022300 WRITE-TO-PRINTER.
022400     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
022500     ADD 1 TO LINE-COUNT.

022600 LINE-FEED.
022700     MOVE SPACE TO PRINTER-RECORD.
022800     PERFORM WRITE-TO-PRINTER.

022900 START-NEXT-PAGE.
023000     PERFORM END-LAST-PAGE.
023100     PERFORM START-NEW-PAGE.

023200 START-NEW-PAGE.
023300     ADD 1 TO PAGE-NUMBER.
023400     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
023500     MOVE TITLE-LINE TO PRINTER-RECORD.
023600     PERFORM WRITE-TO-PRINTER.
023700     PERFORM LINE-FEED.
023800     MOVE COLUMN-LINE TO PRINTER-RECORD.
023900     PERFORM WRITE-TO-PRINTER.
024000     PERFORM LINE-FEED.

024100 END-LAST-PAGE.
024200     PERFORM FORM-FEED.
024300     MOVE ZERO TO LINE-COUNT.

024400 FORM-FEED.
024500     MOVE SPACE TO PRINTER-RECORD.
024600     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

024700     COPY "PLDATE01.CBL".

024800     COPY "PLOPID01.CBL".

024900     COPY "PLSPOOL1.CBL".
