000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ARWORG01.
000300*---------------------------------
000400* Bad-debt write-off register.
000500* Every write-off (W) and
000600* recovery (R) on
000700* AR-WRITEOFF-FILE dated in an
000800* operator-entered range of
000900* periods (CCYYMM), by period,
001000* then customer, then date, with
001100* the reason and the approving
001200* supervisor, and the amount
001300* written off, recovered and net
001400* for each customer, each period
001500* and the whole range.
001600*---------------------------------
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
001900 FILE-CONTROL.

002000     COPY "SLARWO.CBL".

002100     COPY "SLCUST01.CBL".

002200     SELECT SORT-FILE
002300         ASSIGN TO "SORT".

002400     SELECT PRINTER-FILE
002500         ASSIGN TO PRINTER
002600         ORGANIZATION IS LINE SEQUENTIAL.

002700 DATA DIVISION.
002800 FILE SECTION.

002900     COPY "FDARWO.CBL".

003000     COPY "FDCUST01.CBL".

003100 SD  SORT-FILE.
003200 01  SORT-RECORD.
003300     05  SORT-PERIOD              PIC 9(6).
003400     05  SORT-CUSTOMER            PIC 9(5).
003500     05  SORT-DATE                PIC 9(8).
003600     05  SORT-INVOICE             PIC 9(7).
003700     05  SORT-TYPE                PIC X.
003800     05  SORT-AMOUNT              PIC S9(6)V99.
003900     05  SORT-REASON              PIC X(30).
004000     05  SORT-APPROVER            PIC X(5).

004100 FD  PRINTER-FILE
004200     LABEL RECORDS ARE OMITTED.
004300 01  PRINTER-RECORD              PIC X(80).

004400 WORKING-STORAGE SECTION.

004500 77  WRITEOFF-FILE-AT-END        PIC X.
004600 77  SORT-FILE-AT-END            PIC X.
004700 77  CUSTOMER-RECORD-FOUND       PIC X.
004800 77  FROM-PERIOD                 PIC 9(6).
004900 77  TO-PERIOD                   PIC 9(6).
005000 77  WORK-PERIOD                 PIC 9(6).
005100 77  CURRENT-PERIOD              PIC 9(6).
005200 77  CURRENT-CUSTOMER            PIC 9(5).
005300 77  CUSTOMER-WRITTEN-OFF        PIC S9(9)V99.
005400 77  CUSTOMER-RECOVERED          PIC S9(9)V99.
005500 77  PERIOD-WRITTEN-OFF          PIC S9(9)V99.
005600 77  PERIOD-RECOVERED            PIC S9(9)V99.
005700 77  GRAND-WRITTEN-OFF           PIC S9(9)V99.
005800 77  GRAND-RECOVERED             PIC S9(9)V99.
005900 77  ITEM-COUNT                  PIC 9(5) VALUE ZERO.
006000 77  LINE-COUNT                  PIC 999 VALUE ZERO.
006100 77  PAGE-NUMBER                 PIC 9999 VALUE ZERO.
006200 77  MAXIMUM-LINES               PIC 999 VALUE 55.

006300 01  DETAIL-LINE.
006400     05  PRINT-DATE              PIC Z9/99/9999.
006500     05  FILLER                  PIC X     VALUE SPACE.
006600     05  PRINT-INVOICE           PIC Z(7).
006700     05  FILLER                  PIC X     VALUE SPACE.
006800     05  PRINT-TYPE              PIC X.
006900     05  FILLER                  PIC X     VALUE SPACE.
007000     05  PRINT-WRITTEN-OFF       PIC ZZ,ZZZ,ZZ9.99-.
007100     05  FILLER                  PIC X     VALUE SPACE.
007200     05  PRINT-RECOVERED         PIC ZZ,ZZZ,ZZ9.99-.
007300     05  FILLER                  PIC X     VALUE SPACE.
007400     05  PRINT-REASON            PIC X(20).
007500     05  FILLER                  PIC X     VALUE SPACE.
007600     05  PRINT-APPROVER          PIC X(5).

007700 01  TOTAL-LINE.
007800     05  PRINT-TOTAL-LABEL       PIC X(22).
007900     05  PRINT-TOTAL-WRITTEN-OFF PIC ZZ,ZZZ,ZZ9.99-.
008000     05  FILLER                  PIC X     VALUE SPACE.
008100     05  PRINT-TOTAL-RECOVERED   PIC ZZ,ZZZ,ZZ9.99-.
008200     05  FILLER                  PIC X(6)  VALUE " NET".
008300     05  PRINT-TOTAL-NET         PIC ZZ,ZZZ,ZZ9.99-.

008400 01  CUSTOMER-LINE.
008500     05  FILLER                  PIC X(10) VALUE "CUSTOMER:".
008600     05  PRINT-CUSTOMER-NUMBER   PIC Z(5).
008700     05  FILLER                  PIC X     VALUE SPACE.
008800     05  PRINT-CUSTOMER-NAME     PIC X(30).

008900 01  PERIOD-LINE.
009000     05  FILLER                  PIC X(8)  VALUE "PERIOD:".
009100     05  PRINT-PERIOD            PIC 9(6).

009200 01  COLUMN-LINE.
009300     05  FILLER         PIC X(11) VALUE "DATE".
009400     05  FILLER         PIC X(8)  VALUE "INVOICE".
009500     05  FILLER         PIC X(2)  VALUE "T".
009600     05  FILLER         PIC X(15) VALUE "    WRITTEN OFF".
009700     05  FILLER         PIC X(15) VALUE "      RECOVERED".
009800     05  FILLER         PIC X(21) VALUE " REASON".
009900     05  FILLER         PIC X(8)  VALUE "APPR".

010000 01  TITLE-LINE.
010100     05  FILLER              PIC X(6) VALUE SPACE.
010200     05  FILLER              PIC X(24)
010300         VALUE "BAD DEBT WRITE-OFFS FROM".
010400     05  FILLER              PIC X(1) VALUE SPACE.
010500     05  PRINT-FROM-PERIOD   PIC 9(6).
010600     05  FILLER              PIC X(4) VALUE " TO ".
010700     05  PRINT-TO-PERIOD     PIC 9(6).
010800     05  FILLER              PIC X(5) VALUE SPACE.
010900     05  FILLER              PIC X(5) VALUE "PAGE:".
011000     05  FILLER              PIC X(1) VALUE SPACE.
011100     05  PRINT-PAGE-NUMBER   PIC ZZZ9.

011200     COPY "WSDATE01.CBL".

011300 PROCEDURE DIVISION.
011400 PROGRAM-BEGIN.
011500     PERFORM OPENING-PROCEDURE.
011600     PERFORM MAIN-PROCESS.
011700     PERFORM CLOSING-PROCEDURE.

011800 PROGRAM-EXIT.
011900     EXIT PROGRAM.

012000 PROGRAM-DONE.
012100     STOP RUN.

012200 OPENING-PROCEDURE.
012300     OPEN INPUT AR-WRITEOFF-FILE.
012400     OPEN INPUT CUSTOMER-FILE.
012500     OPEN OUTPUT PRINTER-FILE.

012600 CLOSING-PROCEDURE.
012700     CLOSE AR-WRITEOFF-FILE.
012800     CLOSE CUSTOMER-FILE.
012900     PERFORM END-LAST-PAGE.
013000     CLOSE PRINTER-FILE.

013100 MAIN-PROCESS.
013200     PERFORM ENTER-PERIOD-RANGE.
013300     MOVE ZEROES TO GRAND-WRITTEN-OFF
013400                    GRAND-RECOVERED.
013500     PERFORM START-NEW-PAGE.
013600     SORT SORT-FILE
013700         ON ASCENDING KEY SORT-PERIOD
013800                          SORT-CUSTOMER
013900                          SORT-DATE
014000                          SORT-INVOICE
014100         INPUT PROCEDURE IS RELEASE-ALL-WRITEOFFS
014200         OUTPUT PROCEDURE IS PRINT-ALL-PERIODS.
014300     MOVE "TOTAL ALL PERIODS" TO PRINT-TOTAL-LABEL.
014400     MOVE GRAND-WRITTEN-OFF TO PRINT-TOTAL-WRITTEN-OFF.
014500     MOVE GRAND-RECOVERED TO PRINT-TOTAL-RECOVERED.
014600     SUBTRACT GRAND-RECOVERED FROM GRAND-WRITTEN-OFF
014700         GIVING PRINT-TOTAL-NET.
014800     PERFORM PRINT-TOTAL-LINE.
014900     DISPLAY ITEM-COUNT " WRITE-OFF(S) AND RECOVERIES LISTED".

015000 ENTER-PERIOD-RANGE.
015100     DISPLAY "ENTER FIRST PERIOD TO LIST (CCYYMM)".
015200     ACCEPT FROM-PERIOD.
015300     DISPLAY "ENTER LAST PERIOD TO LIST (CCYYMM)".
015400     ACCEPT TO-PERIOD.
015500     IF TO-PERIOD < FROM-PERIOD
015600         DISPLAY "THE LAST PERIOD IS BEFORE THE FIRST"
015700         PERFORM ENTER-PERIOD-RANGE.
015800     MOVE FROM-PERIOD TO PRINT-FROM-PERIOD.
015900     MOVE TO-PERIOD TO PRINT-TO-PERIOD.

016000*---------------------------------
016100* INPUT PROCEDURE.
016200*---------------------------------
016300 RELEASE-ALL-WRITEOFFS.
016400     MOVE "N" TO WRITEOFF-FILE-AT-END.
016500     MOVE LOW-VALUES TO ARWO-KEY.
016600     START AR-WRITEOFF-FILE
016700        KEY NOT < ARWO-KEY
016800         INVALID KEY MOVE "Y" TO WRITEOFF-FILE-AT-END.
016900     PERFORM RELEASE-ONE-WRITEOFF
017000         UNTIL WRITEOFF-FILE-AT-END = "Y".

017100 RELEASE-ONE-WRITEOFF.
017200     READ AR-WRITEOFF-FILE NEXT RECORD
017300         AT END MOVE "Y" TO WRITEOFF-FILE-AT-END.
017400     IF WRITEOFF-FILE-AT-END NOT = "Y"
017500         DIVIDE ARWO-DATE BY 100 GIVING WORK-PERIOD
017600         IF WORK-PERIOD NOT < FROM-PERIOD
017700            AND WORK-PERIOD NOT > TO-PERIOD
017800             PERFORM RELEASE-THE-WRITEOFF.

017900 RELEASE-THE-WRITEOFF.
018000     MOVE WORK-PERIOD TO SORT-PERIOD.
018100     MOVE ARWO-CUSTOMER TO SORT-CUSTOMER.
018200     MOVE ARWO-DATE TO SORT-DATE.
018300     MOVE ARWO-INVOICE TO SORT-INVOICE.
018400     MOVE ARWO-TYPE TO SORT-TYPE.
018500     MOVE ARWO-AMOUNT TO SORT-AMOUNT.
018600     MOVE ARWO-REASON TO SORT-REASON.
018700     MOVE ARWO-APPROVER TO SORT-APPROVER.
018800     RELEASE SORT-RECORD.

018900*---------------------------------
019000* OUTPUT PROCEDURE - breaks on
019100* period, then customer.
019200*---------------------------------
019300 PRINT-ALL-PERIODS.
019400     MOVE "N" TO SORT-FILE-AT-END.
019500     PERFORM RETURN-NEXT-SORT.
019600     PERFORM PRINT-ONE-PERIOD
019700         UNTIL SORT-FILE-AT-END = "Y".

019800 PRINT-ONE-PERIOD.
019900     MOVE SORT-PERIOD TO CURRENT-PERIOD.
020000     MOVE ZEROES TO PERIOD-WRITTEN-OFF
020100                    PERIOD-RECOVERED.
020200     IF LINE-COUNT > MAXIMUM-LINES - 4
020300         PERFORM START-NEXT-PAGE.
020400     MOVE CURRENT-PERIOD TO PRINT-PERIOD.
020500     MOVE PERIOD-LINE TO PRINTER-RECORD.
020600     PERFORM WRITE-TO-PRINTER.
020700     PERFORM PRINT-ONE-CUSTOMER
020800         UNTIL SORT-FILE-AT-END = "Y"
020900            OR SORT-PERIOD NOT = CURRENT-PERIOD.
021000     MOVE "TOTAL FOR PERIOD" TO PRINT-TOTAL-LABEL.
021100     MOVE PERIOD-WRITTEN-OFF TO PRINT-TOTAL-WRITTEN-OFF.
021200     MOVE PERIOD-RECOVERED TO PRINT-TOTAL-RECOVERED.
021300     SUBTRACT PERIOD-RECOVERED FROM PERIOD-WRITTEN-OFF
021400         GIVING PRINT-TOTAL-NET.
021500     PERFORM PRINT-TOTAL-LINE.
021600     PERFORM LINE-FEED.
021700     ADD PERIOD-WRITTEN-OFF TO GRAND-WRITTEN-OFF.
021800     ADD PERIOD-RECOVERED TO GRAND-RECOVERED.

021900 PRINT-ONE-CUSTOMER.
022000     MOVE SORT-CUSTOMER TO CURRENT-CUSTOMER.
022100     MOVE ZEROES TO CUSTOMER-WRITTEN-OFF
022200                    CUSTOMER-RECOVERED.
022300     PERFORM READ-CUSTOMER-RECORD.
022400     IF LINE-COUNT > MAXIMUM-LINES - 2
022500         PERFORM START-NEXT-PAGE.
022600     MOVE CURRENT-CUSTOMER TO PRINT-CUSTOMER-NUMBER.
022700     MOVE CUSTOMER-NAME TO PRINT-CUSTOMER-NAME.
022800     MOVE CUSTOMER-LINE TO PRINTER-RECORD.
022900     PERFORM WRITE-TO-PRINTER.
023000     PERFORM PRINT-ONE-ITEM
023100         UNTIL SORT-FILE-AT-END = "Y"
023200            OR SORT-PERIOD NOT = CURRENT-PERIOD
023300            OR SORT-CUSTOMER NOT = CURRENT-CUSTOMER.
023400     MOVE "  TOTAL FOR CUSTOMER" TO PRINT-TOTAL-LABEL.
023500     MOVE CUSTOMER-WRITTEN-OFF TO PRINT-TOTAL-WRITTEN-OFF.
023600     MOVE CUSTOMER-RECOVERED TO PRINT-TOTAL-RECOVERED.
023700     SUBTRACT CUSTOMER-RECOVERED FROM CUSTOMER-WRITTEN-OFF
023800         GIVING PRINT-TOTAL-NET.
023900     PERFORM PRINT-TOTAL-LINE.
024000     ADD CUSTOMER-WRITTEN-OFF TO PERIOD-WRITTEN-OFF.
024100     ADD CUSTOMER-RECOVERED TO PERIOD-RECOVERED.

024200 PRINT-ONE-ITEM.
024300     IF LINE-COUNT > MAXIMUM-LINES
024400         PERFORM START-NEXT-PAGE.
024500     MOVE SPACE TO DETAIL-LINE.
024600     MOVE SORT-DATE TO DATE-CCYYMMDD.
024700     PERFORM FORMAT-THE-DATE.
024800     MOVE FORMATTED-DATE TO PRINT-DATE.
024900     MOVE SORT-INVOICE TO PRINT-INVOICE.
025000     MOVE SORT-TYPE TO PRINT-TYPE.
025100     IF SORT-TYPE = "W"
025200         MOVE SORT-AMOUNT TO PRINT-WRITTEN-OFF
025300         ADD SORT-AMOUNT TO CUSTOMER-WRITTEN-OFF
025400     ELSE
025500         MOVE SORT-AMOUNT TO PRINT-RECOVERED
025600         ADD SORT-AMOUNT TO CUSTOMER-RECOVERED.
025700     MOVE SORT-REASON TO PRINT-REASON.
025800     MOVE SORT-APPROVER TO PRINT-APPROVER.
025900     MOVE DETAIL-LINE TO PRINTER-RECORD.
026000     PERFORM WRITE-TO-PRINTER.
026100     ADD 1 TO ITEM-COUNT.
026200     PERFORM RETURN-NEXT-SORT.

026300 PRINT-TOTAL-LINE.
026400     IF LINE-COUNT > MAXIMUM-LINES
026500         PERFORM START-NEXT-PAGE.
026600     MOVE TOTAL-LINE TO PRINTER-RECORD.
026700     PERFORM WRITE-TO-PRINTER.

026800 READ-CUSTOMER-RECORD.
026900     MOVE CURRENT-CUSTOMER TO CUSTOMER-NUMBER.
027000     MOVE "Y" TO CUSTOMER-RECORD-FOUND.
027100     READ CUSTOMER-FILE RECORD
027200       INVALID KEY
027300          MOVE "N" TO CUSTOMER-RECORD-FOUND.
027400     IF CUSTOMER-RECORD-FOUND = "N"
027500         MOVE "***Not Found***" TO CUSTOMER-NAME.

027600 RETURN-NEXT-SORT.
027700     RETURN SORT-FILE
027800         AT END MOVE "Y" TO SORT-FILE-AT-END.

027900*---------------------------------
028000* Printing routines.
028100*---------------------------------
028200 WRITE-TO-PRINTER.
028300     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
028400     ADD 1 TO LINE-COUNT.

028500 LINE-FEED.
028600     MOVE SPACE TO PRINTER-RECORD.
028700     PERFORM WRITE-TO-PRINTER.

028800 START-NEXT-PAGE.
028900     PERFORM END-LAST-PAGE.
029000     PERFORM START-NEW-PAGE.

029100 START-NEW-PAGE.
029200     ADD 1 TO PAGE-NUMBER.
029300     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
029400     MOVE TITLE-LINE TO PRINTER-RECORD.
029500     PERFORM WRITE-TO-PRINTER.
029600     PERFORM LINE-FEED.
029700     MOVE COLUMN-LINE TO PRINTER-RECORD.
029800     PERFORM WRITE-TO-PRINTER.
029900     PERFORM LINE-FEED.

030000 END-LAST-PAGE.
030100     PERFORM FORM-FEED.
030200     MOVE ZERO TO LINE-COUNT.

030300 FORM-FEED.
030400     MOVE SPACE TO PRINTER-RECORD.
030500     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

030600     COPY "PLDATE01.CBL".
