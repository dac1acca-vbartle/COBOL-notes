000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ENCRPT01.
000300*---------------------------------
000400* Encumbrance report by expense
000500* account for an operator-
000600* entered fiscal year, the
000700* figures POAPRV01 checks a PO
000800* against before approving it:
000900* - BUDGET: the year's
001000*   EXPENSE-BUDGET-FILE cells
001100*   over every company
001200* - ACTUAL: the year's net
001300*   GL-BALANCE-FILE activity,
001400*   periods 01-12
001500* - ENCUMBERED: the unrelieved
001600*   balance of every approved,
001700*   still open PO dated in the
001800*   year, shared over its lines
001900*   by extension
002000* - AVAILABLE: budget less
002100*   actual less encumbered.
002200* Every account with any of the
002300* four prints, flagged OVER when
002400* nothing is left. The three
002500* sources are released to a
002600* SORT by account and added up
002700* at the account break.
002800*---------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.

003200     COPY "SLEXBUD.CBL".

003300     COPY "SLGLBAL.CBL".

003400     COPY "SLACCT01.CBL".

003500     COPY "SLPO01.CBL".

003600     SELECT SORT-FILE
003700         ASSIGN TO "SORT".

003800     SELECT PRINTER-FILE
003900         ASSIGN TO PRINTER
004000         ORGANIZATION IS LINE SEQUENTIAL.

004100 DATA DIVISION.
004200 FILE SECTION.

004300     COPY "FDEXBUD.CBL".

004400     COPY "FDGLBAL.CBL".

004500     COPY "FDACCT01.CBL".

004600     COPY "FDPO01.CBL".

004700 SD  SORT-FILE.
004800 01  SORT-RECORD.
004900     05  SORT-ACCOUNT             PIC X(10).
005000     05  SORT-BUDGET              PIC S9(11)V99.
005100     05  SORT-ACTUAL              PIC S9(11)V99.
005200     05  SORT-ENCUMBERED          PIC S9(11)V99.

005300 FD  PRINTER-FILE
005400     LABEL RECORDS ARE OMITTED.
005500 01  PRINTER-RECORD              PIC X(80).

005600 WORKING-STORAGE SECTION.

005700 77  BUDGET-FILE-AT-END          PIC X.
005800 77  BALANCE-FILE-AT-END         PIC X.
005900 77  PO-FILE-AT-END              PIC X.
006000 77  SORT-FILE-AT-END            PIC X.
006100 77  ACCOUNT-RECORD-FOUND        PIC X.
006200 77  REPORT-YEAR                 PIC 9(4).
006300 77  WORK-YEAR                   PIC 9(4).
006400 77  WORK-MONTH                  PIC 99.
006500 77  LINE-SUB                    PIC 99.
006600 77  CURRENT-ACCOUNT             PIC X(10).
006700 77  ACCOUNT-BUDGET              PIC S9(11)V99.
006800 77  ACCOUNT-ACTUAL              PIC S9(11)V99.
006900 77  ACCOUNT-ENCUMBERED          PIC S9(11)V99.
007000 77  ACCOUNT-AVAILABLE           PIC S9(11)V99.
007100 77  TOTAL-BUDGET                PIC S9(11)V99.
007200 77  TOTAL-ACTUAL                PIC S9(11)V99.
007300 77  TOTAL-ENCUMBERED            PIC S9(11)V99.
007400 77  TOTAL-AVAILABLE             PIC S9(11)V99.
007500 77  LINE-COUNT                  PIC 999 VALUE ZERO.
007600 77  PAGE-NUMBER                 PIC 9999 VALUE ZERO.
007700 77  MAXIMUM-LINES               PIC 999 VALUE 55.

007800 01  DETAIL-LINE.
007900     05  PRINT-ACCOUNT           PIC X(10).
008000     05  PRINT-BUDGET            PIC ZZZ,ZZZ,ZZ9.99-.
008100     05  PRINT-ACTUAL            PIC ZZZ,ZZZ,ZZ9.99-.
008200     05  PRINT-ENCUMBERED        PIC ZZZ,ZZZ,ZZ9.99-.
008300     05  PRINT-AVAILABLE         PIC ZZZ,ZZZ,ZZ9.99-.
008400     05  FILLER                  PIC X     VALUE SPACE.
008500     05  PRINT-OVER-FLAG         PIC X(4).

008600 01  NAME-LINE.
008700     05  FILLER                  PIC X(2)  VALUE SPACE.
008800     05  PRINT-ACCOUNT-NAME      PIC X(30).

008900 01  COLUMN-LINE.
009000     05  FILLER         PIC X(10) VALUE "ACCOUNT".
009100     05  FILLER         PIC X(15) VALUE "         BUDGET".
009200     05  FILLER         PIC X(15) VALUE "         ACTUAL".
009300     05  FILLER         PIC X(15) VALUE "     ENCUMBERED".
009400     05  FILLER         PIC X(15) VALUE "      AVAILABLE".

009500 01  TITLE-LINE.
009600     05  FILLER              PIC X(10) VALUE SPACE.
009700     05  FILLER              PIC X(35)
009800         VALUE "EXPENSE BUDGET ENCUMBRANCES - YEAR".
009900     05  PRINT-TITLE-YEAR    PIC 9(4).
010000     05  FILLER              PIC X(12) VALUE SPACE.
010100     05  FILLER              PIC X(5) VALUE "PAGE:".
010200     05  FILLER              PIC X(1) VALUE SPACE.
010300     05  PRINT-PAGE-NUMBER   PIC ZZZ9.

010400 PROCEDURE DIVISION.
010500 PROGRAM-BEGIN.
010600     PERFORM OPENING-PROCEDURE.
010700     PERFORM MAIN-PROCESS.
010800     PERFORM CLOSING-PROCEDURE.

010833 PROGRAM-EXIT.
010866     EXIT PROGRAM.

010900 PROGRAM-DONE.
011000     STOP RUN.

011100 OPENING-PROCEDURE.
011200     OPEN INPUT EXPENSE-BUDGET-FILE.
011300     OPEN INPUT GL-BALANCE-FILE.
011400     OPEN INPUT ACCOUNT-FILE.
011500     OPEN INPUT PO-FILE.
011600     OPEN OUTPUT PRINTER-FILE.

011700 CLOSING-PROCEDURE.
011800     CLOSE EXPENSE-BUDGET-FILE.
011900     CLOSE GL-BALANCE-FILE.
012000     CLOSE ACCOUNT-FILE.
012100     CLOSE PO-FILE.
012200     PERFORM END-LAST-PAGE.
012300     CLOSE PRINTER-FILE.

012400 MAIN-PROCESS.
012500     DISPLAY "ENTER FISCAL YEAR TO REPORT (CCYY, 0 TO EXIT)".
012600     ACCEPT REPORT-YEAR.
012700     IF REPORT-YEAR NOT = ZEROES
012800         MOVE REPORT-YEAR TO PRINT-TITLE-YEAR
012900         PERFORM START-NEW-PAGE
013000         PERFORM REPORT-THE-ACCOUNTS
013100         PERFORM PRINT-REPORT-TOTALS.

013200 REPORT-THE-ACCOUNTS.
013300     MOVE ZEROES TO TOTAL-BUDGET
013400                    TOTAL-ACTUAL
013500                    TOTAL-ENCUMBERED
013600                    TOTAL-AVAILABLE.
013700     SORT SORT-FILE
013800         ON ASCENDING KEY SORT-ACCOUNT
013900         INPUT PROCEDURE IS RELEASE-ALL-SOURCES
014000         OUTPUT PROCEDURE IS PRINT-ALL-ACCOUNTS.

014100*---------------------------------
014200* INPUT PROCEDURE - one sort
014300* record per budget cell, GL
014400* bucket and PO line, each
014500* carrying its amount in its
014600* own column.
014700*---------------------------------
014800 RELEASE-ALL-SOURCES.
014900     PERFORM RELEASE-BUDGETS.
015000     PERFORM RELEASE-ACTUALS.
015100     PERFORM RELEASE-ENCUMBRANCES.

015200 RELEASE-BUDGETS.
015300     MOVE "N" TO BUDGET-FILE-AT-END.
015400     MOVE LOW-VALUES TO EXBUD-KEY.
015500     START EXPENSE-BUDGET-FILE
015600        KEY NOT < EXBUD-KEY
015700         INVALID KEY MOVE "Y" TO BUDGET-FILE-AT-END.
015800     PERFORM RELEASE-ONE-BUDGET
015900         UNTIL BUDGET-FILE-AT-END = "Y".

016000 RELEASE-ONE-BUDGET.
016100     READ EXPENSE-BUDGET-FILE NEXT RECORD
016200         AT END MOVE "Y" TO BUDGET-FILE-AT-END.
016300     IF BUDGET-FILE-AT-END NOT = "Y"
016400         DIVIDE EXBUD-PERIOD BY 100 GIVING WORK-YEAR
016500         IF WORK-YEAR = REPORT-YEAR
016600             MOVE ZEROES TO SORT-RECORD
016700             MOVE EXBUD-ACCOUNT TO SORT-ACCOUNT
016800             MOVE EXBUD-AMOUNT TO SORT-BUDGET
016900             RELEASE SORT-RECORD.

017000*---------------------------------
017100* Actuals for expense accounts
017200* only; the balance file runs in
017300* account order so the chart
017400* record is read once an
017500* account.
017600*---------------------------------
017700 RELEASE-ACTUALS.
017800     MOVE SPACE TO ACCOUNT-CODE.
017900     MOVE "N" TO BALANCE-FILE-AT-END.
018000     MOVE LOW-VALUES TO GLBAL-KEY.
018100     START GL-BALANCE-FILE
018200        KEY NOT < GLBAL-KEY
018300         INVALID KEY MOVE "Y" TO BALANCE-FILE-AT-END.
018400     PERFORM RELEASE-ONE-ACTUAL
018500         UNTIL BALANCE-FILE-AT-END = "Y".

018600 RELEASE-ONE-ACTUAL.
018700     READ GL-BALANCE-FILE NEXT RECORD
018800         AT END MOVE "Y" TO BALANCE-FILE-AT-END.
018900     IF BALANCE-FILE-AT-END NOT = "Y"
019000         DIVIDE GLBAL-PERIOD BY 100 GIVING WORK-YEAR
019100         COMPUTE WORK-MONTH =
019200             GLBAL-PERIOD - (WORK-YEAR * 100)
019300         IF WORK-YEAR = REPORT-YEAR
019400            AND WORK-MONTH < 13
019500             PERFORM RELEASE-IF-EXPENSE.

019600 RELEASE-IF-EXPENSE.
019700     IF GLBAL-ACCOUNT NOT = ACCOUNT-CODE
019800         MOVE GLBAL-ACCOUNT TO ACCOUNT-CODE
019900         PERFORM READ-ACCOUNT-RECORD.
020000     IF ACCOUNT-RECORD-FOUND = "Y"
020100        AND ACCOUNT-TYPE = "X"
020200         MOVE ZEROES TO SORT-RECORD
020300         MOVE GLBAL-ACCOUNT TO SORT-ACCOUNT
020400         COMPUTE SORT-ACTUAL =
020500             GLBAL-DEBITS - GLBAL-CREDITS
020600         RELEASE SORT-RECORD.

020700*---------------------------------
020800* An approved, still open PO
020900* dated in the year; a PO
021000* approved before the approval
021100* field existed carries a space.
021200*---------------------------------
021300 RELEASE-ENCUMBRANCES.
021400     MOVE "N" TO PO-FILE-AT-END.
021500     MOVE ZEROES TO PO-NUMBER.
021600     START PO-FILE
021700        KEY NOT < PO-NUMBER
021800         INVALID KEY MOVE "Y" TO PO-FILE-AT-END.
021900     PERFORM RELEASE-ONE-PO
022000         UNTIL PO-FILE-AT-END = "Y".

022100 RELEASE-ONE-PO.
022200     READ PO-FILE NEXT RECORD
022300         AT END MOVE "Y" TO PO-FILE-AT-END.
022400     IF PO-FILE-AT-END NOT = "Y"
022500         DIVIDE PO-DATE BY 10000 GIVING WORK-YEAR
022600         IF PO-STATUS = "O"
022700            AND (PO-APPROVAL-STATUS = "A" OR SPACE)
022800            AND WORK-YEAR = REPORT-YEAR
022900            AND PO-TOTAL-AMOUNT > PO-RELIEVED-AMOUNT
023000             PERFORM RELEASE-ONE-PO-LINE
023100                 VARYING LINE-SUB FROM 1 BY 1
023200                  UNTIL LINE-SUB > PO-LINE-COUNT.

023300 RELEASE-ONE-PO-LINE.
023400     MOVE ZEROES TO SORT-RECORD.
023500     MOVE PO-LINE-GL-ACCOUNT(LINE-SUB) TO SORT-ACCOUNT.
023600     COMPUTE SORT-ENCUMBERED ROUNDED =
023700         PO-LINE-QUANTITY(LINE-SUB)
023800         * PO-LINE-UNIT-PRICE(LINE-SUB)
023900         * (PO-TOTAL-AMOUNT - PO-RELIEVED-AMOUNT)
024000         / PO-TOTAL-AMOUNT.
024100     RELEASE SORT-RECORD.

024200*---------------------------------
024300* OUTPUT PROCEDURE - one line
024400* per account at the break.
024500*---------------------------------
024600 PRINT-ALL-ACCOUNTS.
024700     MOVE "N" TO SORT-FILE-AT-END.
024800     PERFORM RETURN-NEXT-SORT.
024900     PERFORM PRINT-ONE-ACCOUNT
025000         UNTIL SORT-FILE-AT-END = "Y".

025100 PRINT-ONE-ACCOUNT.
025200     MOVE SORT-ACCOUNT TO CURRENT-ACCOUNT.
025300     MOVE ZEROES TO ACCOUNT-BUDGET
025400                    ACCOUNT-ACTUAL
025500                    ACCOUNT-ENCUMBERED.
025600     PERFORM ADD-ONE-SORT-RECORD
025700         UNTIL SORT-FILE-AT-END = "Y"
025800            OR SORT-ACCOUNT NOT = CURRENT-ACCOUNT.
025900     COMPUTE ACCOUNT-AVAILABLE =
026000         ACCOUNT-BUDGET - ACCOUNT-ACTUAL - ACCOUNT-ENCUMBERED.
026100     ADD ACCOUNT-BUDGET TO TOTAL-BUDGET.
026200     ADD ACCOUNT-ACTUAL TO TOTAL-ACTUAL.
026300     ADD ACCOUNT-ENCUMBERED TO TOTAL-ENCUMBERED.
026400     ADD ACCOUNT-AVAILABLE TO TOTAL-AVAILABLE.
026500     PERFORM PRINT-ACCOUNT-LINE.

026600 ADD-ONE-SORT-RECORD.
026700     ADD SORT-BUDGET TO ACCOUNT-BUDGET.
026800     ADD SORT-ACTUAL TO ACCOUNT-ACTUAL.
026900     ADD SORT-ENCUMBERED TO ACCOUNT-ENCUMBERED.
027000     PERFORM RETURN-NEXT-SORT.

027100 PRINT-ACCOUNT-LINE.
027200     IF LINE-COUNT > MAXIMUM-LINES
027300         PERFORM START-NEXT-PAGE.
027400     MOVE SPACE TO DETAIL-LINE.
027500     MOVE CURRENT-ACCOUNT TO PRINT-ACCOUNT.
027600     MOVE ACCOUNT-BUDGET TO PRINT-BUDGET.
027700     MOVE ACCOUNT-ACTUAL TO PRINT-ACTUAL.
027800     MOVE ACCOUNT-ENCUMBERED TO PRINT-ENCUMBERED.
027900     MOVE ACCOUNT-AVAILABLE TO PRINT-AVAILABLE.
028000     IF ACCOUNT-AVAILABLE < ZERO
028100         MOVE "OVER" TO PRINT-OVER-FLAG.
028200     MOVE DETAIL-LINE TO PRINTER-RECORD.
028300     PERFORM WRITE-TO-PRINTER.
028400     MOVE CURRENT-ACCOUNT TO ACCOUNT-CODE.
028500     PERFORM READ-ACCOUNT-RECORD.
028600     IF ACCOUNT-RECORD-FOUND = "N"
028700         MOVE "***Not Found***" TO ACCOUNT-NAME.
028800     MOVE SPACE TO NAME-LINE.
028900     MOVE ACCOUNT-NAME TO PRINT-ACCOUNT-NAME.
029000     MOVE NAME-LINE TO PRINTER-RECORD.
029100     PERFORM WRITE-TO-PRINTER.

029200 PRINT-REPORT-TOTALS.
029300     PERFORM LINE-FEED.
029400     MOVE SPACE TO DETAIL-LINE.
029500     MOVE "TOTALS" TO PRINT-ACCOUNT.
029600     MOVE TOTAL-BUDGET TO PRINT-BUDGET.
029700     MOVE TOTAL-ACTUAL TO PRINT-ACTUAL.
029800     MOVE TOTAL-ENCUMBERED TO PRINT-ENCUMBERED.
029900     MOVE TOTAL-AVAILABLE TO PRINT-AVAILABLE.
030000     MOVE DETAIL-LINE TO PRINTER-RECORD.
030100     PERFORM WRITE-TO-PRINTER.

030200*---------------------------------
030300* File I-O routines.
030400*---------------------------------
030500 RETURN-NEXT-SORT.
030600     RETURN SORT-FILE
030700         AT END MOVE "Y" TO SORT-FILE-AT-END.

030800 READ-ACCOUNT-RECORD.
030900     MOVE "Y" TO ACCOUNT-RECORD-FOUND.
031000     READ ACCOUNT-FILE RECORD
031100       INVALID KEY
031200          MOVE "N" TO ACCOUNT-RECORD-FOUND.

031300*---------------------------------
031400* Printing routines.
031500*---------------------------------
031600 WRITE-TO-PRINTER.
031700     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
031800     ADD 1 TO LINE-COUNT.

031900 LINE-FEED.
032000     MOVE SPACE TO PRINTER-RECORD.
032100     PERFORM WRITE-TO-PRINTER.

032200 START-NEXT-PAGE.
032300     PERFORM END-LAST-PAGE.
032400     PERFORM START-NEW-PAGE.

032500 START-NEW-PAGE.
032600     ADD 1 TO PAGE-NUMBER.
032700     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
032800     MOVE TITLE-LINE TO PRINTER-RECORD.
032900     PERFORM WRITE-TO-PRINTER.
033000     PERFORM LINE-FEED.
033100     MOVE COLUMN-LINE TO PRINTER-RECORD.
033200     PERFORM WRITE-TO-PRINTER.
033300     PERFORM LINE-FEED.

033400 END-LAST-PAGE.
033500     PERFORM FORM-FEED.
033600     MOVE ZERO TO LINE-COUNT.

033700 FORM-FEED.
033800     MOVE SPACE TO PRINTER-RECORD.
033900     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
