000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STXRPT01.
000300*---------------------------------
000400* Store transfers shipped but
000500* not received. Every transfer
000600* on STORE-TRANSFER-FILE still
000700* in "S" status whose ship date
000800* is more than the entered
000900* number of days before today
001000* is listed with its age, so the
001100* receiving store is chased
001200* before the goods are written
001300* off. The total of everything
001400* still in transit prints as
001500* well, overdue or not - the
001600* same figure the stock ledger
001700* holds in STKLED-IN-TRANSIT.
001800*---------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.

002200     COPY "SLSXFR01.CBL".

002300     COPY "SLSPOOLC.CBL".

002400*---------------------------------
002500* The report goes to a uniquely
002600* named spool file cataloged
002700* through PLSPOOL1.CBL, so a
002800* printer jam means a reprint
002900* from SPLMGR01, not a re-run.
003000*---------------------------------
003100     SELECT PRINTER-FILE
003200         ASSIGN TO DYNAMIC SPOOL-OUT-NAME
003300         ORGANIZATION IS LINE SEQUENTIAL.

003400 DATA DIVISION.
003500 FILE SECTION.

003600     COPY "FDSXFR01.CBL".

003700     COPY "FDSPOOLC.CBL".

003800 FD  PRINTER-FILE
003900     LABEL RECORDS ARE OMITTED.
004000 01  PRINTER-RECORD              PIC X(80).

004100 WORKING-STORAGE SECTION.

004200 77  TRANSFER-FILE-AT-END        PIC X.
004300 77  LINE-COUNT                  PIC 999 VALUE ZERO.
004400 77  PAGE-NUMBER                 PIC 99999 VALUE ZERO.
004500 77  MAXIMUM-LINES               PIC 999 VALUE 55.

004600 77  OVERDUE-DAYS                PIC 999.
004700 77  TODAY-DATE                  PIC 9(8).
004800 77  TODAY-INTEGER               PIC S9(9) COMP.
004900 77  DAYS-OUT                    PIC S9(5) COMP.
005000 77  OVERDUE-COUNT               PIC 9(5) VALUE ZERO.
005100 77  OVERDUE-COST                PIC S9(9)V99 VALUE ZERO.
005200 77  TRANSIT-COUNT               PIC 9(5) VALUE ZERO.
005300 77  TRANSIT-COST                PIC S9(9)V99 VALUE ZERO.

005400 01  DETAIL-LINE.
005500     05  PRINT-NUMBER            PIC 9(6).
005600     05  FILLER                  PIC X(3)  VALUE SPACE.
005700     05  PRINT-FROM              PIC Z9.
005800     05  FILLER                  PIC X(4)  VALUE SPACE.
005900     05  PRINT-TO                PIC Z9.
006000     05  FILLER                  PIC X(3)  VALUE SPACE.
006100     05  PRINT-DIVISION          PIC Z9.
006200     05  FILLER                  PIC X     VALUE SPACE.
006300     05  PRINT-COST              PIC ZZ,ZZZ,ZZ9.99-.
006400     05  FILLER                  PIC X(2)  VALUE SPACE.
006500     05  PRINT-SHIP-DATE         PIC X(10).
006600     05  FILLER                  PIC X(2)  VALUE SPACE.
006700     05  PRINT-SHIPPED-BY        PIC X(5).
006800     05  FILLER                  PIC X(2)  VALUE SPACE.
006900     05  PRINT-DAYS-OUT          PIC ZZZZ9.

007000 01  COLUMN-LINE.
007100     05  FILLER         PIC X(9)  VALUE "TRANSFER".
007200     05  FILLER         PIC X(6)  VALUE "FROM".
007300     05  FILLER         PIC X(5)  VALUE "TO".
007400     05  FILLER         PIC X(3)  VALUE "DV".
007500     05  FILLER         PIC X(16) VALUE "            COST".
007600     05  FILLER         PIC X(12) VALUE "  SHIPPED".
007700     05  FILLER         PIC X(7)  VALUE "BY".
007800     05  FILLER         PIC X(5)  VALUE " DAYS".

007900 01  TITLE-LINE.
008000     05  FILLER              PIC X(8)  VALUE SPACE.
008100     05  FILLER              PIC X(28)
008200         VALUE "STORE TRANSFERS NOT RECEIVED".
008300     05  FILLER              PIC X(6)  VALUE " OVER ".
008400     05  PRINT-TITLE-DAYS    PIC ZZ9.
008500     05  FILLER              PIC X(6)  VALUE " DAYS ".
008600     05  PRINT-TITLE-DATE    PIC X(10).
008700     05  FILLER              PIC X(3)  VALUE SPACE.
008800     05  FILLER              PIC X(5)  VALUE "PAGE:".
008900     05  FILLER              PIC X(1)  VALUE SPACE.
009000     05  PRINT-PAGE-NUMBER   PIC ZZZZ9.

009100 01  TOTAL-LINE.
009200     05  PRINT-TOTAL-LABEL   PIC X(24).
009300     05  PRINT-TOTAL-COUNT   PIC ZZZZ9.
009400     05  FILLER              PIC X(4)  VALUE SPACE.
009500     05  PRINT-TOTAL-COST    PIC ZZZ,ZZZ,ZZ9.99-.

009600     COPY "WSDATE01.CBL".

009700     COPY "WSCASE01.CBL".

009800     COPY "WSOPID01.CBL".

009900     COPY "WSSPOOL1.CBL".

010000 PROCEDURE DIVISION.
010100 PROGRAM-BEGIN.
010200     PERFORM GET-OPERATOR-ID.
010300     PERFORM ENTER-OVERDUE-DAYS.
010400     PERFORM OPENING-PROCEDURE.
010500     PERFORM START-NEW-PAGE.
010600     PERFORM REPORT-ALL-TRANSFERS.
010700     PERFORM PRINT-REPORT-TOTALS.
010800     PERFORM CLOSING-PROCEDURE.

010833 PROGRAM-EXIT.
010866     EXIT PROGRAM.

010900 PROGRAM-DONE.
011000     STOP RUN.

011100 ENTER-OVERDUE-DAYS.
011200     DISPLAY "LIST TRANSFERS NOT RECEIVED AFTER HOW MANY DAYS?".
011300     ACCEPT OVERDUE-DAYS.

011400 OPENING-PROCEDURE.
011500     OPEN INPUT STORE-TRANSFER-FILE.
011600     OPEN I-O SPOOL-CATALOG-FILE.
011700     MOVE "TRANSFERS IN TRANSIT" TO SPOOL-REPORT-NAME.
011800     MOVE "STXRPT01" TO SPOOL-PROGRAM.
011900     PERFORM OPEN-SPOOL-REPORT.
012000     OPEN OUTPUT PRINTER-FILE.
012100     PERFORM GET-TODAYS-DATE.
012200     MOVE DATE-CCYYMMDD TO TODAY-DATE.
012300     PERFORM FORMAT-THE-DATE.
012400     MOVE FORMATTED-DATE TO PRINT-TITLE-DATE.
012500     MOVE OVERDUE-DAYS TO PRINT-TITLE-DAYS.
012600     COMPUTE TODAY-INTEGER =
012700         FUNCTION INTEGER-OF-DATE(TODAY-DATE).

012800 CLOSING-PROCEDURE.
012900     CLOSE STORE-TRANSFER-FILE.
013000     PERFORM END-LAST-PAGE.
013100     CLOSE PRINTER-FILE.
013200     MOVE PAGE-NUMBER TO SPOOL-PAGE-COUNT.
013300     PERFORM CLOSE-SPOOL-REPORT.
013400     CLOSE SPOOL-CATALOG-FILE.
013500     DISPLAY OVERDUE-COUNT " TRANSFER(S) OVERDUE".
013600     DISPLAY "REPORT SPOOLED AS " SPOOL-OUT-NAME.

013700 REPORT-ALL-TRANSFERS.
013800     MOVE "N" TO TRANSFER-FILE-AT-END.
013900     MOVE ZEROES TO SXFER-NUMBER.
014000     START STORE-TRANSFER-FILE
014100        KEY NOT < SXFER-NUMBER
014200         INVALID KEY MOVE "Y" TO TRANSFER-FILE-AT-END.
014300     PERFORM REPORT-ONE-TRANSFER
014400         UNTIL TRANSFER-FILE-AT-END = "Y".

014500 REPORT-ONE-TRANSFER.
014600     READ STORE-TRANSFER-FILE NEXT RECORD
014700         AT END MOVE "Y" TO TRANSFER-FILE-AT-END.
014800     IF TRANSFER-FILE-AT-END NOT = "Y"
014900        AND SXFER-STATUS = "S"
015000         PERFORM CHECK-ONE-TRANSFER.

015100 CHECK-ONE-TRANSFER.
015200     ADD 1 TO TRANSIT-COUNT.
015300     ADD SXFER-COST TO TRANSIT-COST.
015400     COMPUTE DAYS-OUT = TODAY-INTEGER
015500         - FUNCTION INTEGER-OF-DATE(SXFER-SHIP-DATE).
015600     IF DAYS-OUT > OVERDUE-DAYS
015700         PERFORM PRINT-OVERDUE-LINE.

015800 PRINT-OVERDUE-LINE.
015900     MOVE SPACE TO DETAIL-LINE.
016000     MOVE SXFER-NUMBER TO PRINT-NUMBER.
016100     MOVE SXFER-FROM-STORE TO PRINT-FROM.
016200     MOVE SXFER-TO-STORE TO PRINT-TO.
016300     MOVE SXFER-DIVISION TO PRINT-DIVISION.
016400     MOVE SXFER-COST TO PRINT-COST.
016500     MOVE SXFER-SHIP-DATE TO DATE-CCYYMMDD.
016600     PERFORM FORMAT-THE-DATE.
016700     MOVE FORMATTED-DATE TO PRINT-SHIP-DATE.
016800     MOVE SXFER-SHIPPED-BY TO PRINT-SHIPPED-BY.
016900     MOVE DAYS-OUT TO PRINT-DAYS-OUT.
017000     IF LINE-COUNT > MAXIMUM-LINES
017100         PERFORM START-NEXT-PAGE.
017200     MOVE DETAIL-LINE TO PRINTER-RECORD.
017300     PERFORM WRITE-TO-PRINTER.
017400     ADD 1 TO OVERDUE-COUNT.
017500     ADD SXFER-COST TO OVERDUE-COST.

017600 PRINT-REPORT-TOTALS.
017700     PERFORM LINE-FEED.
017800     MOVE "OVERDUE TRANSFERS:" TO PRINT-TOTAL-LABEL.
017900     MOVE OVERDUE-COUNT TO PRINT-TOTAL-COUNT.
018000     MOVE OVERDUE-COST TO PRINT-TOTAL-COST.
018100     MOVE TOTAL-LINE TO PRINTER-RECORD.
018200     PERFORM WRITE-TO-PRINTER.
018300     MOVE "ALL IN TRANSIT:" TO PRINT-TOTAL-LABEL.
018400     MOVE TRANSIT-COUNT TO PRINT-TOTAL-COUNT.
018500     MOVE TRANSIT-COST TO PRINT-TOTAL-COST.
018600     MOVE TOTAL-LINE TO PRINTER-RECORD.
018700     PERFORM WRITE-TO-PRINTER.

018800*---------------------------------
018900* Printing routines.
019000*---------------------------------
019100 WRITE-TO-PRINTER.
019200     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
019300     ADD 1 TO LINE-COUNT.

019400 LINE-FEED.
019500     MOVE SPACE TO PRINTER-RECORD.
019600     PERFORM WRITE-TO-PRINTER.

019700 START-NEXT-PAGE.
019800     PERFORM END-LAST-PAGE.
019900     PERFORM START-NEW-PAGE.

020000 START-NEW-PAGE.
020100     ADD 1 TO PAGE-NUMBER.
020200     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
020300     MOVE TITLE-LINE TO PRINTER-RECORD.
020400     PERFORM WRITE-TO-PRINTER.
020500     PERFORM LINE-FEED.
020600     MOVE COLUMN-LINE TO PRINTER-RECORD.
020700     PERFORM WRITE-TO-PRINTER.
020800     PERFORM LINE-FEED.

020900 END-LAST-PAGE.
021000     PERFORM FORM-FEED.
021100     MOVE ZERO TO LINE-COUNT.

021200 FORM-FEED.
021300     MOVE SPACE TO PRINTER-RECORD.
021400     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

021500     COPY "PLDATE01.CBL".

021600     COPY "PLOPID01.CBL".

021700     COPY "PLSPOOL1.CBL".
