000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AMTRPT01.
000300*---------------------------------
000400* Prepaid expense schedule
000500* report. One entry per schedule
000600* on AMORTIZATION-FILE
000700* (FDAMORT.CBL), in voucher
000800* order: the original amount,
000900* what AMTRUN01 has amortized to
001000* date and the balance still
001100* sitting in the prepaid asset,
001200* with the months run out of the
001300* months scheduled. A second line
001400* names the asset account and
001500* what the voucher was for, and
001600* flags a reclass from the
001700* charged account still to come.
001800* Fully amortized schedules are
001900* left off unless asked for.
002000*---------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.

002400     COPY "SLAMORT.CBL".

002500     COPY "SLVOUCH.CBL".

002600     SELECT PRINTER-FILE
002700         ASSIGN TO PRINTER
002800         ORGANIZATION IS LINE SEQUENTIAL.

002900 DATA DIVISION.
003000 FILE SECTION.

003100     COPY "FDAMORT.CBL".

003200     COPY "FDVOUCH.CBL".

003300 FD  PRINTER-FILE
003400     LABEL RECORDS ARE OMITTED.
003500 01  PRINTER-RECORD              PIC X(80).

003600 WORKING-STORAGE SECTION.

003700 77  AMORT-FILE-AT-END           PIC X.
003800 77  VOUCHER-RECORD-FOUND        PIC X.
003900 77  SHOW-FINISHED               PIC X.
004000 77  REMAINING-AMOUNT            PIC S9(6)V99.
004100 77  TOTAL-ORIGINAL              PIC S9(7)V99.
004200 77  TOTAL-AMORTIZED             PIC S9(7)V99.
004300 77  TOTAL-REMAINING             PIC S9(7)V99.
004400 77  SCHEDULE-COUNT              PIC 9(5).
004500 77  LINE-COUNT                  PIC 999 VALUE ZERO.
004600 77  PAGE-NUMBER                 PIC 9999 VALUE ZERO.
004700 77  MAXIMUM-LINES               PIC 999 VALUE 55.

004800 01  DETAIL-LINE.
004900     05  PRINT-VOUCHER           PIC Z(7).
005000     05  FILLER                  PIC X     VALUE SPACE.
005100     05  PRINT-SEQUENCE          PIC 99.
005200     05  FILLER                  PIC X     VALUE SPACE.
005300     05  PRINT-COMPANY           PIC X(2).
005400     05  FILLER                  PIC X     VALUE SPACE.
005500     05  PRINT-EXPENSE-ACCOUNT   PIC X(10).
005600     05  FILLER                  PIC X     VALUE SPACE.
005700     05  PRINT-START-PERIOD      PIC 9(6).
005800     05  FILLER                  PIC X     VALUE SPACE.
005900     05  PRINT-MONTHS-DONE       PIC ZZ9.
006000     05  FILLER                  PIC X     VALUE "/".
006100     05  PRINT-MONTHS            PIC ZZ9.
006200     05  FILLER                  PIC X     VALUE SPACE.
006300     05  PRINT-ORIGINAL          PIC ZZZ,ZZ9.99-.
006400     05  FILLER                  PIC X     VALUE SPACE.
006500     05  PRINT-AMORTIZED         PIC ZZZ,ZZ9.99-.
006600     05  FILLER                  PIC X     VALUE SPACE.
006700     05  PRINT-REMAINING         PIC ZZZ,ZZ9.99-.

006800 01  SECOND-LINE.
006900     05  FILLER                  PIC X(14) VALUE SPACE.
007000     05  PRINT-ASSET-ACCOUNT     PIC X(10).
007100     05  FILLER                  PIC X     VALUE SPACE.
007200     05  PRINT-VOUCHER-FOR       PIC X(30).
007300     05  FILLER                  PIC X     VALUE SPACE.
007400     05  PRINT-RECLASS-FLAG      PIC X(15).

007500 01  TOTAL-LINE.
007600     05  FILLER                  PIC X(10) VALUE "TOTALS".
007700     05  PRINT-SCHEDULE-COUNT    PIC ZZZZ9.
007800     05  FILLER                  PIC X(10) VALUE " SCHEDULES".
007900     05  FILLER                  PIC X(15) VALUE SPACE.
008000     05  PRINT-TOTAL-ORIGINAL    PIC ZZZZ,ZZ9.99-.
008100     05  PRINT-TOTAL-AMORTIZED   PIC ZZZZ,ZZ9.99-.
008200     05  PRINT-TOTAL-REMAINING   PIC ZZZZ,ZZ9.99-.

008300 01  COLUMN-LINE.
008400     05  FILLER         PIC X(11) VALUE "VOUCHER-LN".
008500     05  FILLER         PIC X(3)  VALUE "CO".
008600     05  FILLER         PIC X(11) VALUE "EXPENSE".
008700     05  FILLER         PIC X(7)  VALUE "START".
008800     05  FILLER         PIC X(8)  VALUE "MONTHS".
008900     05  FILLER         PIC X(12) VALUE "   ORIGINAL".
009000     05  FILLER         PIC X(12) VALUE "  AMORTIZED".
009100     05  FILLER         PIC X(11) VALUE "  REMAINING".

009200 01  COLUMN-LINE-2.
009300     05  FILLER         PIC X(14) VALUE SPACE.
009400     05  FILLER         PIC X(11) VALUE "ASSET".
009500     05  FILLER         PIC X(3)  VALUE "FOR".

009600 01  TITLE-LINE.
009700     05  FILLER              PIC X(20) VALUE SPACE.
009800     05  FILLER              PIC X(26)
009900         VALUE "PREPAID EXPENSE SCHEDULES".
010000     05  FILLER              PIC X(15) VALUE SPACE.
010100     05  FILLER              PIC X(5) VALUE "PAGE:".
010200     05  FILLER              PIC X(1) VALUE SPACE.
010300     05  PRINT-PAGE-NUMBER   PIC ZZZ9.

010400     COPY "WSCASE01.CBL".

010500 PROCEDURE DIVISION.
010600 PROGRAM-BEGIN.
010700     PERFORM OPENING-PROCEDURE.
010800     PERFORM MAIN-PROCESS.
010900     PERFORM CLOSING-PROCEDURE.

010933 PROGRAM-EXIT.
010966     EXIT PROGRAM.

011000 PROGRAM-DONE.
011100     STOP RUN.

011200 OPENING-PROCEDURE.
011300     OPEN INPUT AMORTIZATION-FILE.
011400     OPEN INPUT VOUCHER-FILE.
011500     OPEN OUTPUT PRINTER-FILE.

011600 CLOSING-PROCEDURE.
011700     CLOSE AMORTIZATION-FILE.
011800     CLOSE VOUCHER-FILE.
011900     PERFORM END-LAST-PAGE.
012000     CLOSE PRINTER-FILE.

012100 MAIN-PROCESS.
012200     PERFORM ASK-SHOW-FINISHED.
012300     MOVE ZEROES TO SCHEDULE-COUNT
012400                    TOTAL-ORIGINAL
012500                    TOTAL-AMORTIZED
012600                    TOTAL-REMAINING.
012700     PERFORM START-NEW-PAGE.
012800     MOVE "N" TO AMORT-FILE-AT-END.
012900     MOVE LOW-VALUES TO AMORT-KEY.
013000     START AMORTIZATION-FILE
013100        KEY NOT < AMORT-KEY
013200         INVALID KEY MOVE "Y" TO AMORT-FILE-AT-END.
013300     IF AMORT-FILE-AT-END NOT = "Y"
013400         PERFORM READ-NEXT-AMORT-RECORD.
013500     PERFORM PRINT-ONE-SCHEDULE
013600         UNTIL AMORT-FILE-AT-END = "Y".
013700     PERFORM PRINT-REPORT-TOTALS.

013800 ASK-SHOW-FINISHED.
013900     PERFORM ACCEPT-SHOW-FINISHED.
014000     PERFORM RE-ACCEPT-SHOW-FINISHED
014100         UNTIL SHOW-FINISHED = "Y" OR "N".

014200 ACCEPT-SHOW-FINISHED.
014300     DISPLAY "INCLUDE FULLY AMORTIZED SCHEDULES (Y/N)?".
014400     ACCEPT SHOW-FINISHED.
014500     INSPECT SHOW-FINISHED
014600      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

014700 RE-ACCEPT-SHOW-FINISHED.
014800     DISPLAY "YOU MUST ENTER YES OR NO".
014900     PERFORM ACCEPT-SHOW-FINISHED.

015000 PRINT-ONE-SCHEDULE.
015100     COMPUTE REMAINING-AMOUNT = AMORT-AMOUNT - AMORT-AMORTIZED.
015200     IF SHOW-FINISHED = "Y"
015300        OR REMAINING-AMOUNT NOT = ZEROES
015400        OR AMORT-RECLASS = "P"
015500         PERFORM PRINT-SCHEDULE-LINES.
015600     PERFORM READ-NEXT-AMORT-RECORD.

015700 PRINT-SCHEDULE-LINES.
015800     IF LINE-COUNT > MAXIMUM-LINES
015900         PERFORM START-NEXT-PAGE.
016000     MOVE AMORT-VOUCHER TO PRINT-VOUCHER.
016100     MOVE AMORT-SEQUENCE TO PRINT-SEQUENCE.
016200     MOVE AMORT-COMPANY TO PRINT-COMPANY.
016300     MOVE AMORT-EXPENSE-ACCOUNT TO PRINT-EXPENSE-ACCOUNT.
016400     MOVE AMORT-START-PERIOD TO PRINT-START-PERIOD.
016500     MOVE AMORT-MONTHS-DONE TO PRINT-MONTHS-DONE.
016600     MOVE AMORT-MONTHS TO PRINT-MONTHS.
016700     MOVE AMORT-AMOUNT TO PRINT-ORIGINAL.
016800     MOVE AMORT-AMORTIZED TO PRINT-AMORTIZED.
016900     MOVE REMAINING-AMOUNT TO PRINT-REMAINING.
017000     MOVE DETAIL-LINE TO PRINTER-RECORD.
017100     PERFORM WRITE-TO-PRINTER.
017200     MOVE AMORT-VOUCHER TO VOUCHER-NUMBER.
017300     PERFORM READ-VOUCHER-RECORD.
017400     IF VOUCHER-RECORD-FOUND = "N"
017500         MOVE "***Not Found***" TO VOUCHER-FOR.
017600     MOVE AMORT-ASSET-ACCOUNT TO PRINT-ASSET-ACCOUNT.
017700     MOVE VOUCHER-FOR TO PRINT-VOUCHER-FOR.
017800     MOVE SPACE TO PRINT-RECLASS-FLAG.
017900     IF AMORT-RECLASS = "P"
018000         MOVE "RECLASS PENDING" TO PRINT-RECLASS-FLAG.
018100     MOVE SECOND-LINE TO PRINTER-RECORD.
018200     PERFORM WRITE-TO-PRINTER.
018300     ADD 1 TO SCHEDULE-COUNT.
018400     ADD AMORT-AMOUNT TO TOTAL-ORIGINAL.
018500     ADD AMORT-AMORTIZED TO TOTAL-AMORTIZED.
018600     ADD REMAINING-AMOUNT TO TOTAL-REMAINING.

018700 PRINT-REPORT-TOTALS.
018800     PERFORM LINE-FEED.
018900     MOVE SCHEDULE-COUNT TO PRINT-SCHEDULE-COUNT.
019000     MOVE TOTAL-ORIGINAL TO PRINT-TOTAL-ORIGINAL.
019100     MOVE TOTAL-AMORTIZED TO PRINT-TOTAL-AMORTIZED.
019200     MOVE TOTAL-REMAINING TO PRINT-TOTAL-REMAINING.
019300     MOVE TOTAL-LINE TO PRINTER-RECORD.
019400     PERFORM WRITE-TO-PRINTER.

019500*---------------------------------
019600* File I-O routines.
019700*---------------------------------
019800 READ-NEXT-AMORT-RECORD.
019900     READ AMORTIZATION-FILE NEXT RECORD
020000         AT END MOVE "Y" TO AMORT-FILE-AT-END.

020100 READ-VOUCHER-RECORD.
020200     MOVE "Y" TO VOUCHER-RECORD-FOUND.
020300     READ VOUCHER-FILE RECORD
020400       INVALID KEY
020500          MOVE "N" TO VOUCHER-RECORD-FOUND.

020600*---------------------------------
020700* Printing routines.
020800*---------------------------------
020900 WRITE-TO-PRINTER.
021000     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
021100     ADD 1 TO LINE-COUNT.

021200 LINE-FEED.
021300     MOVE SPACE TO PRINTER-RECORD.
021400     PERFORM WRITE-TO-PRINTER.

021500 START-NEXT-PAGE.
021600     PERFORM END-LAST-PAGE.
021700     PERFORM START-NEW-PAGE.

021800 START-NEW-PAGE.
021900     ADD 1 TO PAGE-NUMBER.
022000     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
022100     MOVE TITLE-LINE TO PRINTER-RECORD.
022200     PERFORM WRITE-TO-PRINTER.
022300     PERFORM LINE-FEED.
022400     MOVE COLUMN-LINE TO PRINTER-RECORD.
022500     PERFORM WRITE-TO-PRINTER.
022600     MOVE COLUMN-LINE-2 TO PRINTER-RECORD.
022700     PERFORM WRITE-TO-PRINTER.
022800     PERFORM LINE-FEED.

022900 END-LAST-PAGE.
023000     PERFORM FORM-FEED.
023100     MOVE ZERO TO LINE-COUNT.

023200 FORM-FEED.
023300     MOVE SPACE TO PRINTER-RECORD.
023400     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
