000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FXARPT01.
000300*---------------------------------
000400* Fixed asset register. One
000500* entry per asset on
000600* FIXED-ASSET-FILE (FDFXAST.CBL),
000700* in asset number order: company,
000800* store, in-service date, method,
000900* life and the months run, then
001000* cost, accumulated depreciation
001100* and net book value. A second
001200* line gives the description, the
001300* asset and accumulated
001400* depreciation accounts and
001500* flags a reclass still to come
001600* or a retirement. Retired
001700* assets are left off unless
001800* asked for, and are never in
001900* the totals, which are what the
002000* books carry.
002100*---------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.

002500     COPY "SLFXAST.CBL".

002600     SELECT PRINTER-FILE
002700         ASSIGN TO PRINTER
002800         ORGANIZATION IS LINE SEQUENTIAL.

002900 DATA DIVISION.
003000 FILE SECTION.

003100     COPY "FDFXAST.CBL".

003200 FD  PRINTER-FILE
003300     LABEL RECORDS ARE OMITTED.
003400 01  PRINTER-RECORD              PIC X(80).

003500 WORKING-STORAGE SECTION.

003600 77  ASSET-FILE-AT-END           PIC X.
003700 77  SHOW-RETIRED                PIC X.
003800 77  BOOK-VALUE                  PIC S9(7)V99.
003900 77  TOTAL-COST                  PIC S9(9)V99.
004000 77  TOTAL-ACCUM                 PIC S9(9)V99.
004100 77  TOTAL-BOOK-VALUE            PIC S9(9)V99.
004200 77  ASSET-COUNT                 PIC 9(5).
004300 77  LINE-COUNT                  PIC 999 VALUE ZERO.
004400 77  PAGE-NUMBER                 PIC 9999 VALUE ZERO.
004500 77  MAXIMUM-LINES               PIC 999 VALUE 55.

004600 01  DETAIL-LINE.
004700     05  PRINT-ASSET             PIC Z(6).
004800     05  FILLER                  PIC X     VALUE SPACE.
004900     05  PRINT-COMPANY           PIC X(2).
005000     05  FILLER                  PIC X     VALUE SPACE.
005100     05  PRINT-STORE             PIC 99.
005200     05  FILLER                  PIC X     VALUE SPACE.
005300     05  PRINT-IN-SERVICE        PIC Z9/99/9999.
005400     05  FILLER                  PIC X     VALUE SPACE.
005500     05  PRINT-METHOD            PIC X.
005600     05  FILLER                  PIC X     VALUE SPACE.
005700     05  PRINT-MONTHS-DONE       PIC ZZ9.
005800     05  FILLER                  PIC X     VALUE "/".
005900     05  PRINT-LIFE              PIC ZZ9.
006000     05  FILLER                  PIC X     VALUE SPACE.
006100     05  PRINT-COST              PIC ZZZZ,ZZ9.99-.
006200     05  FILLER                  PIC X     VALUE SPACE.
006300     05  PRINT-ACCUM             PIC ZZZZ,ZZ9.99-.
006400     05  FILLER                  PIC X     VALUE SPACE.
006500     05  PRINT-BOOK-VALUE        PIC ZZZZ,ZZ9.99-.

006600 01  SECOND-LINE.
006700     05  FILLER                  PIC X(7)  VALUE SPACE.
006800     05  PRINT-DESCRIPTION       PIC X(30).
006900     05  FILLER                  PIC X     VALUE SPACE.
007000     05  PRINT-ASSET-ACCOUNT     PIC X(10).
007100     05  FILLER                  PIC X     VALUE SPACE.
007200     05  PRINT-ACCUM-ACCOUNT     PIC X(10).
007300     05  FILLER                  PIC X     VALUE SPACE.
007400     05  PRINT-STATUS-FLAG       PIC X(18).

007500 01  TOTAL-LINE.
007600     05  FILLER                  PIC X(10) VALUE "TOTALS".
007700     05  PRINT-ASSET-COUNT       PIC ZZZZ9.
007800     05  FILLER                  PIC X(7)  VALUE " ASSETS".
007900     05  FILLER                  PIC X(11) VALUE SPACE.
008000     05  PRINT-TOTAL-COST        PIC ZZZZZ,ZZ9.99-.
008100     05  PRINT-TOTAL-ACCUM       PIC ZZZZZ,ZZ9.99-.
008200     05  PRINT-TOTAL-BOOK-VALUE  PIC ZZZZZ,ZZ9.99-.

008300 01  COLUMN-LINE.
008400     05  FILLER         PIC X(7)  VALUE "ASSET".
008500     05  FILLER         PIC X(3)  VALUE "CO".
008600     05  FILLER         PIC X(3)  VALUE "ST".
008700     05  FILLER         PIC X(11) VALUE "IN SERVICE".
008800     05  FILLER         PIC X(2)  VALUE "M".
008900     05  FILLER         PIC X(8)  VALUE "MONTHS".
009000     05  FILLER         PIC X(13) VALUE "        COST".
009100     05  FILLER         PIC X(13) VALUE "  ACCUM DEPR".
009200     05  FILLER         PIC X(12) VALUE "  BOOK VALUE".

009300 01  COLUMN-LINE-2.
009400     05  FILLER         PIC X(7)  VALUE SPACE.
009500     05  FILLER         PIC X(31) VALUE "DESCRIPTION".
009600     05  FILLER         PIC X(11) VALUE "ASSET".
009700     05  FILLER         PIC X(10) VALUE "ACCUM".

009800 01  TITLE-LINE.
009900     05  FILLER              PIC X(20) VALUE SPACE.
010000     05  FILLER              PIC X(26)
010100         VALUE "FIXED ASSET REGISTER".
010200     05  FILLER              PIC X(15) VALUE SPACE.
010300     05  FILLER              PIC X(5) VALUE "PAGE:".
010400     05  FILLER              PIC X(1) VALUE SPACE.
010500     05  PRINT-PAGE-NUMBER   PIC ZZZ9.

010600     COPY "WSDATE01.CBL".

010700     COPY "WSCASE01.CBL".

010800 PROCEDURE DIVISION.
010900 PROGRAM-BEGIN.
011000     PERFORM OPENING-PROCEDURE.
011100     PERFORM MAIN-PROCESS.
011200     PERFORM CLOSING-PROCEDURE.

011233 PROGRAM-EXIT.
011266     EXIT PROGRAM.

011300 PROGRAM-DONE.
011400     STOP RUN.

011500 OPENING-PROCEDURE.
011600     OPEN INPUT FIXED-ASSET-FILE.
011700     OPEN OUTPUT PRINTER-FILE.

011800 CLOSING-PROCEDURE.
011900     CLOSE FIXED-ASSET-FILE.
012000     PERFORM END-LAST-PAGE.
012100     CLOSE PRINTER-FILE.

012200 MAIN-PROCESS.
012300     PERFORM ASK-SHOW-RETIRED.
012400     MOVE ZEROES TO ASSET-COUNT
012500                    TOTAL-COST
012600                    TOTAL-ACCUM
012700                    TOTAL-BOOK-VALUE.
012800     PERFORM START-NEW-PAGE.
012900     MOVE "N" TO ASSET-FILE-AT-END.
013000     MOVE ZEROES TO FXA-NUMBER.
013100     START FIXED-ASSET-FILE
013200        KEY NOT < FXA-NUMBER
013300         INVALID KEY MOVE "Y" TO ASSET-FILE-AT-END.
013400     IF ASSET-FILE-AT-END NOT = "Y"
013500         PERFORM READ-NEXT-FXA-RECORD.
013600     PERFORM PRINT-ONE-ASSET
013700         UNTIL ASSET-FILE-AT-END = "Y".
013800     PERFORM PRINT-REPORT-TOTALS.

013900 ASK-SHOW-RETIRED.
014000     PERFORM ACCEPT-SHOW-RETIRED.
014100     PERFORM RE-ACCEPT-SHOW-RETIRED
014200         UNTIL SHOW-RETIRED = "Y" OR "N".

014300 ACCEPT-SHOW-RETIRED.
014400     DISPLAY "INCLUDE RETIRED ASSETS (Y/N)?".
014500     ACCEPT SHOW-RETIRED.
014600     INSPECT SHOW-RETIRED
014700      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

014800 RE-ACCEPT-SHOW-RETIRED.
014900     DISPLAY "YOU MUST ENTER YES OR NO".
015000     PERFORM ACCEPT-SHOW-RETIRED.

015100 PRINT-ONE-ASSET.
015200     IF SHOW-RETIRED = "Y"
015300        OR FXA-STATUS NOT = "R"
015400         PERFORM PRINT-ASSET-LINES.
015500     PERFORM READ-NEXT-FXA-RECORD.

015600 PRINT-ASSET-LINES.
015700     IF LINE-COUNT > MAXIMUM-LINES
015800         PERFORM START-NEXT-PAGE.
015900     COMPUTE BOOK-VALUE = FXA-COST - FXA-ACCUM-DEPR.
016000     MOVE FXA-NUMBER TO PRINT-ASSET.
016100     MOVE FXA-COMPANY TO PRINT-COMPANY.
016200     MOVE FXA-STORE TO PRINT-STORE.
016300     MOVE FXA-IN-SERVICE-DATE TO DATE-CCYYMMDD.
016400     PERFORM FORMAT-THE-DATE.
016500     MOVE DATE-MMDDCCYY TO PRINT-IN-SERVICE.
016600     MOVE FXA-METHOD TO PRINT-METHOD.
016700     MOVE FXA-MONTHS-DONE TO PRINT-MONTHS-DONE.
016800     MOVE FXA-LIFE TO PRINT-LIFE.
016900     MOVE FXA-COST TO PRINT-COST.
017000     MOVE FXA-ACCUM-DEPR TO PRINT-ACCUM.
017100     MOVE BOOK-VALUE TO PRINT-BOOK-VALUE.
017200     MOVE DETAIL-LINE TO PRINTER-RECORD.
017300     PERFORM WRITE-TO-PRINTER.
017400     MOVE FXA-DESCRIPTION TO PRINT-DESCRIPTION.
017500     MOVE FXA-ASSET-ACCOUNT TO PRINT-ASSET-ACCOUNT.
017600     MOVE FXA-ACCUM-ACCOUNT TO PRINT-ACCUM-ACCOUNT.
017700     PERFORM SET-STATUS-FLAG.
017800     MOVE SECOND-LINE TO PRINTER-RECORD.
017900     PERFORM WRITE-TO-PRINTER.
018000     IF FXA-STATUS NOT = "R"
018100         ADD 1 TO ASSET-COUNT
018200         ADD FXA-COST TO TOTAL-COST
018300         ADD FXA-ACCUM-DEPR TO TOTAL-ACCUM
018400         ADD BOOK-VALUE TO TOTAL-BOOK-VALUE.

018500 SET-STATUS-FLAG.
018600     MOVE SPACE TO PRINT-STATUS-FLAG.
018700     IF FXA-RECLASS = "P"
018800         MOVE "RECLASS PENDING" TO PRINT-STATUS-FLAG.
018900     IF FXA-STATUS = "P"
019000         MOVE "RETIRING" TO PRINT-STATUS-FLAG.
019100     IF FXA-STATUS = "R"
019200         MOVE FXA-DISPOSAL-DATE TO DATE-CCYYMMDD
019300         PERFORM FORMAT-THE-DATE
019400         MOVE SPACE TO PRINT-STATUS-FLAG
019500         STRING "RETIRED " FORMATTED-DATE
019600             DELIMITED BY SIZE INTO PRINT-STATUS-FLAG.

019700 PRINT-REPORT-TOTALS.
019800     PERFORM LINE-FEED.
019900     MOVE ASSET-COUNT TO PRINT-ASSET-COUNT.
020000     MOVE TOTAL-COST TO PRINT-TOTAL-COST.
020100     MOVE TOTAL-ACCUM TO PRINT-TOTAL-ACCUM.
020200     MOVE TOTAL-BOOK-VALUE TO PRINT-TOTAL-BOOK-VALUE.
020300     MOVE TOTAL-LINE TO PRINTER-RECORD.
020400     PERFORM WRITE-TO-PRINTER.

020500*---------------------------------
020600* File I-O routines.
020700*---------------------------------
020800 READ-NEXT-FXA-RECORD.
020900     READ FIXED-ASSET-FILE NEXT RECORD
021000         AT END MOVE "Y" TO ASSET-FILE-AT-END.

021100*---------------------------------
021200* Printing routines.
021300*---------------------------------
021400 WRITE-TO-PRINTER.
021500     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
021600     ADD 1 TO LINE-COUNT.

021700 LINE-FEED.
021800     MOVE SPACE TO PRINTER-RECORD.
021900     PERFORM WRITE-TO-PRINTER.

022000 START-NEXT-PAGE.
022100     PERFORM END-LAST-PAGE.
022200     PERFORM START-NEW-PAGE.

022300 START-NEW-PAGE.
022400     ADD 1 TO PAGE-NUMBER.
022500     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
022600     MOVE TITLE-LINE TO PRINTER-RECORD.
022700     PERFORM WRITE-TO-PRINTER.
022800     PERFORM LINE-FEED.
022900     MOVE COLUMN-LINE TO PRINTER-RECORD.
023000     PERFORM WRITE-TO-PRINTER.
023100     MOVE COLUMN-LINE-2 TO PRINTER-RECORD.
023200     PERFORM WRITE-TO-PRINTER.
023300     PERFORM LINE-FEED.

023400 END-LAST-PAGE.
023500     PERFORM FORM-FEED.
023600     MOVE ZERO TO LINE-COUNT.

023700 FORM-FEED.
023800     MOVE SPACE TO PRINTER-RECORD.
023900     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

024000     COPY "PLDATE01.CBL".
