000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STPRPT01.
000300*---------------------------------
000400* Stop-payment status report, in
000500* the style of CRTTKL01's
000600* tickler. Lists every stop still
000700* pending at the bank - flagged
000800* NOT SENT until STPREQ01 has
000900* put it on STOPOUT - and every
001000* confirmed stop running out
001100* within an operator-entered
001200* number of days, or already
001300* run out, flagged *EXPIRED*, so
001400* the stop can be renewed with
001500* the bank while the check is
001600* still outstanding.
001700*---------------------------------
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.

002100     COPY "SLSTOP01.CBL".

002200     COPY "SLVND02.CBL".

002300     SELECT PRINTER-FILE
002400         ASSIGN TO PRINTER
002500         ORGANIZATION IS LINE SEQUENTIAL.

002600 DATA DIVISION.
002700 FILE SECTION.

002800     COPY "FDSTOP01.CBL".

002900     COPY "FDVND04.CBL".

003000 FD  PRINTER-FILE
003100     LABEL RECORDS ARE OMITTED.
003200 01  PRINTER-RECORD              PIC X(80).

003300 WORKING-STORAGE SECTION.

003400 77  STOP-FILE-AT-END            PIC X.
003500 77  VENDOR-RECORD-FOUND         PIC X.
003600 77  LINE-COUNT                  PIC 999 VALUE ZERO.
003700 77  PAGE-NUMBER                 PIC 9999 VALUE ZERO.
003800 77  MAXIMUM-LINES               PIC 999 VALUE 55.

003900 77  WINDOW-DAYS                 PIC 999.
004000 77  TODAY-INTEGER               PIC S9(9) COMP.
004100 77  WINDOW-END-INTEGER          PIC S9(9) COMP.
004200 77  EXPIRES-INTEGER             PIC S9(9) COMP.
004300 77  PENDING-COUNT               PIC 9(5) VALUE ZERO.
004400 77  EXPIRING-COUNT              PIC 9(5) VALUE ZERO.

004500 01  DETAIL-LINE.
004600     05  PRINT-CHECK-NUMBER      PIC Z(6).
004700     05  FILLER                  PIC X     VALUE SPACE.
004800     05  PRINT-STOP-VENDOR       PIC Z(5).
004900     05  FILLER                  PIC X     VALUE SPACE.
005000     05  PRINT-VENDOR-NAME       PIC X(20).
005100     05  FILLER                  PIC X     VALUE SPACE.
005200     05  PRINT-STOP-AMOUNT       PIC ZZZ,ZZ9.99-.
005300     05  FILLER                  PIC X     VALUE SPACE.
005400     05  PRINT-STOP-STATUS       PIC X(9).
005500     05  FILLER                  PIC X     VALUE SPACE.
005600     05  PRINT-STOP-DATE         PIC Z9/99/9999.
005700     05  FILLER                  PIC X     VALUE SPACE.
005800     05  PRINT-STOP-FLAG         PIC X(9).

005900 01  COLUMN-LINE.
006000     05  FILLER         PIC X(7)  VALUE " CHECK".
006100     05  FILLER         PIC X(6)  VALUE "VENDOR".
006200     05  FILLER         PIC X(21) VALUE " VENDOR NAME".
006300     05  FILLER         PIC X(12) VALUE "     AMOUNT".
006400     05  FILLER         PIC X(10) VALUE "STATUS".
006500     05  FILLER         PIC X(11) VALUE "REQ/EXPIRES".

006600 01  TITLE-LINE.
006700     05  FILLER              PIC X(15) VALUE SPACE.
006800     05  FILLER              PIC X(27)
006900         VALUE "STOP PAYMENT STATUS REPORT".
007000     05  FILLER              PIC X(13) VALUE SPACE.
007100     05  FILLER              PIC X(5) VALUE "PAGE:".
007200     05  FILLER              PIC X(1) VALUE SPACE.
007300     05  PRINT-PAGE-NUMBER   PIC ZZZ9.

007400     COPY "WSDATE01.CBL".

007500     COPY "WSCASE01.CBL".

007600     COPY "WSOPID01.CBL".

007700 PROCEDURE DIVISION.
007800 PROGRAM-BEGIN.
007900     PERFORM GET-OPERATOR-ID.
008000     PERFORM ENTER-WINDOW-DAYS.
008100     PERFORM OPENING-PROCEDURE.
008200     PERFORM START-NEW-PAGE.

008300     MOVE "N" TO STOP-FILE-AT-END.
008400     PERFORM READ-FIRST-STOP.
008500     PERFORM EXAMINE-ONE-STOP
008600         UNTIL STOP-FILE-AT-END = "Y".

008700     PERFORM PRINT-REPORT-TOTALS.
008800     PERFORM CLOSING-PROCEDURE.

008833 PROGRAM-EXIT.
008866     EXIT PROGRAM.

008900 PROGRAM-DONE.
009000     STOP RUN.

009100 ENTER-WINDOW-DAYS.
009200     DISPLAY "LIST CONFIRMED STOPS EXPIRING WITHIN HOW".
009300     DISPLAY "MANY DAYS?".
009400     ACCEPT WINDOW-DAYS.

009500 OPENING-PROCEDURE.
009600     OPEN INPUT STOP-PAYMENT-FILE.
009700     OPEN INPUT VENDOR-FILE.
009800     OPEN OUTPUT PRINTER-FILE.

009900     PERFORM GET-TODAYS-DATE.
010000     COMPUTE TODAY-INTEGER =
010100         FUNCTION INTEGER-OF-DATE(DATE-CCYYMMDD).
010200     COMPUTE WINDOW-END-INTEGER =
010300         TODAY-INTEGER + WINDOW-DAYS.

010400 CLOSING-PROCEDURE.
010500     CLOSE STOP-PAYMENT-FILE.
010600     CLOSE VENDOR-FILE.
010700     PERFORM END-LAST-PAGE.
010800     CLOSE PRINTER-FILE.
010900     DISPLAY PENDING-COUNT " PENDING STOP(S) LISTED".
011000     DISPLAY EXPIRING-COUNT " EXPIRING STOP(S) LISTED".

011100 EXAMINE-ONE-STOP.
011200     IF STOP-STATUS = "P"
011300         PERFORM PRINT-PENDING-STOP
011400     ELSE
011500     IF STOP-STATUS = "C"
011600        AND STOP-EXPIRES NOT = ZEROES
011700         PERFORM CHECK-EXPIRY-WINDOW.
011800     PERFORM READ-NEXT-STOP.

011900 PRINT-PENDING-STOP.
012000     PERFORM FILL-DETAIL-LINE.
012100     MOVE "PENDING" TO PRINT-STOP-STATUS.
012200     MOVE STOP-REQUEST-DATE TO DATE-CCYYMMDD.
012300     PERFORM FORMAT-THE-DATE.
012400     MOVE FORMATTED-DATE TO PRINT-STOP-DATE.
012500     IF STOP-SENT-DATE = ZEROES
012600         MOVE "NOT SENT" TO PRINT-STOP-FLAG.
012700     PERFORM PRINT-DETAIL-LINE.
012800     ADD 1 TO PENDING-COUNT.

012900 CHECK-EXPIRY-WINDOW.
013000     COMPUTE EXPIRES-INTEGER =
013100         FUNCTION INTEGER-OF-DATE(STOP-EXPIRES).
013200     IF EXPIRES-INTEGER NOT > WINDOW-END-INTEGER
013300         PERFORM PRINT-EXPIRING-STOP.

013400 PRINT-EXPIRING-STOP.
013500     PERFORM FILL-DETAIL-LINE.
013600     MOVE "CONFIRMED" TO PRINT-STOP-STATUS.
013700     MOVE STOP-EXPIRES TO DATE-CCYYMMDD.
013800     PERFORM FORMAT-THE-DATE.
013900     MOVE FORMATTED-DATE TO PRINT-STOP-DATE.
014000     IF EXPIRES-INTEGER < TODAY-INTEGER
014100         MOVE "*EXPIRED*" TO PRINT-STOP-FLAG.
014200     PERFORM PRINT-DETAIL-LINE.
014300     ADD 1 TO EXPIRING-COUNT.

014400 FILL-DETAIL-LINE.
014500     MOVE SPACE TO DETAIL-LINE.
014600     MOVE STOP-CHECK-NUMBER TO PRINT-CHECK-NUMBER.
014700     MOVE STOP-VENDOR TO PRINT-STOP-VENDOR.
014800     PERFORM STOP-VENDOR-ON-FILE.
014900     IF VENDOR-RECORD-FOUND = "N"
015000         MOVE "***Not Found***" TO PRINT-VENDOR-NAME
015100     ELSE
015200         MOVE VENDOR-NAME TO PRINT-VENDOR-NAME.
015300     MOVE STOP-AMOUNT TO PRINT-STOP-AMOUNT.

015400 PRINT-DETAIL-LINE.
015500     IF LINE-COUNT > MAXIMUM-LINES
015600         PERFORM START-NEXT-PAGE.
015700     MOVE DETAIL-LINE TO PRINTER-RECORD.
015800     PERFORM WRITE-TO-PRINTER.

015900 STOP-VENDOR-ON-FILE.
016000     MOVE STOP-VENDOR TO VENDOR-NUMBER.
016100     MOVE "Y" TO VENDOR-RECORD-FOUND.
016200     IF STOP-VENDOR = ZEROES
016300         MOVE "N" TO VENDOR-RECORD-FOUND
016400     ELSE
016500         READ VENDOR-FILE RECORD
016600           INVALID KEY
016700              MOVE "N" TO VENDOR-RECORD-FOUND.

016800 PRINT-REPORT-TOTALS.
016900     PERFORM LINE-FEED.
017000     MOVE SPACE TO PRINTER-RECORD.
017100     STRING PENDING-COUNT
017200         " STOP(S) PENDING, "
017300         EXPIRING-COUNT
017400         " CONFIRMED STOP(S) EXPIRING OR EXPIRED"
017500         DELIMITED BY SIZE INTO PRINTER-RECORD.
017600     PERFORM WRITE-TO-PRINTER.

017700*---------------------------------
017800* File I-O routines.
017900*---------------------------------
018000 READ-FIRST-STOP.
018100     MOVE ZEROES TO STOP-KEY.
018200     START STOP-PAYMENT-FILE
018300        KEY NOT < STOP-KEY
018400         INVALID KEY MOVE "Y" TO STOP-FILE-AT-END.
018500     IF STOP-FILE-AT-END NOT = "Y"
018600         PERFORM READ-NEXT-STOP.

018700 READ-NEXT-STOP.
018800     READ STOP-PAYMENT-FILE NEXT RECORD
018900         AT END MOVE "Y" TO STOP-FILE-AT-END.

019000*---------------------------------
019100* Printing routines.
019200*---------------------------------
019300 WRITE-TO-PRINTER.
019400     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
019500     ADD 1 TO LINE-COUNT.

019600 LINE-FEED.
019700     MOVE SPACE TO PRINTER-RECORD.
019800     PERFORM WRITE-TO-PRINTER.

019900 START-NEXT-PAGE.
020000     PERFORM END-LAST-PAGE.
020100     PERFORM START-NEW-PAGE.

020200 START-NEW-PAGE.
020300     ADD 1 TO PAGE-NUMBER.
020400     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
020500     MOVE TITLE-LINE TO PRINTER-RECORD.
020600     PERFORM WRITE-TO-PRINTER.
020700     PERFORM LINE-FEED.
020800     MOVE COLUMN-LINE TO PRINTER-RECORD.
020900     PERFORM WRITE-TO-PRINTER.
021000     PERFORM LINE-FEED.

021100 END-LAST-PAGE.
021200     PERFORM FORM-FEED.
021300     MOVE ZERO TO LINE-COUNT.

021400 FORM-FEED.
021500     MOVE SPACE TO PRINTER-RECORD.
021600     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

021700     COPY "PLDATE01.CBL".

021800     COPY "PLOPID01.CBL".
