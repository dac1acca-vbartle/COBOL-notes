000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EXBRPT01.
000300*---------------------------------
000400* Expense budget versus actual
000500* report, the BUDRPT01 idiom for
000600* EXPENSE-BUDGET-FILE. The
000700* operator enters a period
000800* (CCYYMM), where the actuals
000900* come from and an alert
001000* threshold percent.
001100* Actuals are the expense ("X")
001200* accounts' net activity (debits
001300* less credits) by account and
001400* company, for the period and
001500* for the year to date (periods
001600* CCYY01 through the period):
001700*   G - from GL-BALANCE-FILE,
001800*       the normal choice once
001900*       the month is posted
002000*   V - from the vouchers dated
002100*       in the year, through
002200*       VDIST-FILE lines or the
002300*       single VOUCHER-GL-ACCOUNT
002400*       the way GLPOST01 splits
002500*       them, for a month the GL
002600*       has not been posted for.
002700* Each budgeted account and
002800* company prints a PERIOD and a
002900* YTD line of actual, budget,
003000* dollar and percent variance
003100* (positive is over budget),
003200* flagged *** when more than
003300* the threshold off plan in
003400* either direction. Report
003500* totals follow, then activity
003600* with no budget on file so
003700* holes in the plan show too.
003800*---------------------------------
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.

004200     COPY "SLEXBUD.CBL".

004300     COPY "SLGLBAL.CBL".

004400     COPY "SLACCT01.CBL".

004500     COPY "SLVOUCH.CBL".

004600     COPY "SLVDST01.CBL".

004700     SELECT PRINTER-FILE
004800         ASSIGN TO PRINTER
004900         ORGANIZATION IS LINE SEQUENTIAL.

005000 DATA DIVISION.
005100 FILE SECTION.

005200     COPY "FDEXBUD.CBL".

005300     COPY "FDGLBAL.CBL".

005400     COPY "FDACCT01.CBL".

005500     COPY "FDVOUCH.CBL".

005600     COPY "FDVDST01.CBL".

005700 FD  PRINTER-FILE
005800     LABEL RECORDS ARE OMITTED.
005900 01  PRINTER-RECORD              PIC X(80).

006000 WORKING-STORAGE SECTION.

006100 77  BUDGET-FILE-AT-END          PIC X.
006200 77  BALANCE-FILE-AT-END         PIC X.
006300 77  VOUCHER-FILE-AT-END         PIC X.
006400 77  VDIST-FILE-AT-END           PIC X.
006500 77  VOUCHER-HAS-DIST            PIC X.
006600 77  ACCOUNT-RECORD-FOUND        PIC X.
006700 77  ACTUALS-SOURCE              PIC X.
006800 77  LINE-COUNT                  PIC 999 VALUE ZERO.
006900 77  PAGE-NUMBER                 PIC 9999 VALUE ZERO.
007000 77  MAXIMUM-LINES               PIC 999 VALUE 55.
007100 77  THRESHOLD-PERCENT           PIC 9(3).
007200 77  WORK-YEAR                   PIC 9(4).
007300 77  WORK-MONTH                  PIC 99.
007400 77  WORK-ACCOUNT                PIC X(10).
007500 77  WORK-COMPANY                PIC X(2).
007600 77  WORK-AMOUNT                 PIC S9(11)V99.
007700 77  ACTUAL-SUB                  PIC 9(4).
007800 77  ACTUAL-COUNT                PIC 9(4) VALUE ZERO.
007900 77  ACTUAL-TABLE-FULL           PIC X VALUE "N".
008000 77  GROUP-ACCOUNT               PIC X(10).
008100 77  GROUP-COMPANY               PIC X(2).
008200 77  GROUP-HAS-BUDGET            PIC X.
008300 77  PERIOD-BUDGET               PIC S9(11)V99.
008400 77  YTD-BUDGET                  PIC S9(11)V99.
008500 77  PERIOD-ACTUAL               PIC S9(11)V99.
008600 77  YTD-ACTUAL                  PIC S9(11)V99.
008700 77  ACTUAL-AMOUNT               PIC S9(11)V99.
008800 77  BUDGET-AMOUNT               PIC S9(11)V99.
008900 77  VARIANCE-AMOUNT             PIC S9(11)V99.
009000 77  VARIANCE-PERCENT            PIC S9(5)V9.
009100 77  TOTAL-PERIOD-ACTUAL         PIC S9(11)V99.
009200 77  TOTAL-PERIOD-BUDGET         PIC S9(11)V99.
009300 77  TOTAL-YTD-ACTUAL            PIC S9(11)V99.
009400 77  TOTAL-YTD-BUDGET            PIC S9(11)V99.

009500 01  ENTERED-PERIOD              PIC 9(6).
009600 01  FILLER REDEFINES ENTERED-PERIOD.
009700     05  ENTERED-PERIOD-YEAR     PIC 9(4).
009800     05  ENTERED-PERIOD-MONTH    PIC 9(2).

009900*---------------------------------
010000* Actuals for the year to date -
010100* one slot per expense account
010200* and company with activity,
010250* plus one spare the searches
010270* can step onto past the last.
010300*---------------------------------
010400 01  ACTUAL-TABLE-AREA.
010500     05  ACTUAL-ENTRY OCCURS 2001 TIMES.
010600         10  ACTUAL-ACCOUNT       PIC X(10).
010700         10  ACTUAL-COMPANY       PIC X(2).
010800         10  ACTUAL-PERIOD-SLOT   PIC S9(11)V99.
010900         10  ACTUAL-YTD-SLOT      PIC S9(11)V99.
011000         10  ACTUAL-REPORTED      PIC X.

011100 01  DETAIL-LINE.
011200     05  PRINT-ACCOUNT           PIC X(10).
011300     05  FILLER                  PIC X     VALUE SPACE.
011400     05  PRINT-COMPANY           PIC X(2).
011500     05  FILLER                  PIC X     VALUE SPACE.
011600     05  PRINT-LABEL             PIC X(6).
011700     05  PRINT-ACTUAL            PIC ZZZ,ZZZ,ZZ9.99-.
011800     05  PRINT-BUDGET            PIC ZZZ,ZZZ,ZZ9.99-.
011900     05  PRINT-VARIANCE          PIC ZZZ,ZZZ,ZZ9.99-.
012000     05  FILLER                  PIC X     VALUE SPACE.
012100     05  PRINT-VAR-PCT           PIC ZZZ9.9-.
012200     05  FILLER                  PIC X     VALUE SPACE.
012300     05  PRINT-ALERT-FLAG        PIC X(3).

012400 01  COLUMN-LINE.
012500     05  FILLER         PIC X(11) VALUE "ACCOUNT".
012600     05  FILLER         PIC X(9)  VALUE "CO".
012700     05  FILLER         PIC X(15) VALUE "         ACTUAL".
012800     05  FILLER         PIC X(15) VALUE "         BUDGET".
012900     05  FILLER         PIC X(15) VALUE "       VARIANCE".
013000     05  FILLER         PIC X(8)  VALUE "     PCT".

013100 01  TITLE-LINE.
013200     05  FILLER              PIC X(5) VALUE SPACE.
013300     05  FILLER              PIC X(34)
013400         VALUE "EXPENSE BUDGET VARIANCE - PERIOD".
013500     05  PRINT-TITLE-PERIOD  PIC 9(6).
013600     05  FILLER              PIC X(2) VALUE SPACE.
013700     05  PRINT-TITLE-SOURCE  PIC X(16).
013800     05  FILLER              PIC X(2) VALUE SPACE.
013900     05  FILLER              PIC X(5) VALUE "PAGE:".
014000     05  FILLER              PIC X(1) VALUE SPACE.
014100     05  PRINT-PAGE-NUMBER   PIC ZZZ9.

014200 PROCEDURE DIVISION.
014300 PROGRAM-BEGIN.
014400     PERFORM OPENING-PROCEDURE.
014500     PERFORM MAIN-PROCESS.
014600     PERFORM CLOSING-PROCEDURE.

014633 PROGRAM-EXIT.
014666     EXIT PROGRAM.

014700 PROGRAM-DONE.
014800     STOP RUN.

014900 OPENING-PROCEDURE.
015000     OPEN INPUT EXPENSE-BUDGET-FILE.
015100     OPEN INPUT ACCOUNT-FILE.
015200     OPEN OUTPUT PRINTER-FILE.

015300 CLOSING-PROCEDURE.
015400     CLOSE EXPENSE-BUDGET-FILE.
015500     CLOSE ACCOUNT-FILE.
015600     PERFORM END-LAST-PAGE.
015700     CLOSE PRINTER-FILE.

015800 MAIN-PROCESS.
015900     PERFORM ENTER-REPORT-PERIOD.
016000     IF ENTERED-PERIOD NOT = ZEROES
016100         PERFORM ENTER-ACTUALS-SOURCE
016200         PERFORM ENTER-THRESHOLD-PERCENT
016300         MOVE ENTERED-PERIOD TO PRINT-TITLE-PERIOD
016400         PERFORM ACCUMULATE-ACTUALS
016500         PERFORM START-NEW-PAGE
016600         PERFORM REPORT-ALL-BUDGETS
016700         PERFORM PRINT-REPORT-TOTALS
016800         PERFORM REPORT-UNBUDGETED-ACTUALS.

016900 ENTER-REPORT-PERIOD.
017000     PERFORM ACCEPT-REPORT-PERIOD.
017100     PERFORM RE-ACCEPT-REPORT-PERIOD
017200         UNTIL ENTERED-PERIOD = ZEROES
017300            OR (ENTERED-PERIOD-MONTH > 0
017400                AND ENTERED-PERIOD-MONTH < 13).

017500 ACCEPT-REPORT-PERIOD.
017600     DISPLAY "ENTER PERIOD TO REPORT (CCYYMM, 0 TO EXIT)".
017700     ACCEPT ENTERED-PERIOD.

017800 RE-ACCEPT-REPORT-PERIOD.
017900     DISPLAY "PERIOD MUST BE A VALID CCYYMM".
018000     PERFORM ACCEPT-REPORT-PERIOD.

018100 ENTER-ACTUALS-SOURCE.
018200     PERFORM ACCEPT-ACTUALS-SOURCE.
018300     PERFORM RE-ACCEPT-ACTUALS-SOURCE
018400         UNTIL ACTUALS-SOURCE = "G" OR "V".

018500 ACCEPT-ACTUALS-SOURCE.
018600     DISPLAY "ACTUALS FROM THE (G)ENERAL LEDGER OR FROM".
018700     DISPLAY "THE (V)OUCHERS IF THE GL IS NOT POSTED YET?".
018800     ACCEPT ACTUALS-SOURCE.
018900     INSPECT ACTUALS-SOURCE
019000      CONVERTING "gv" TO "GV".

019100 RE-ACCEPT-ACTUALS-SOURCE.
019200     DISPLAY "YOU MUST ENTER G OR V".
019300     PERFORM ACCEPT-ACTUALS-SOURCE.

019400 ENTER-THRESHOLD-PERCENT.
019500     DISPLAY "FLAG ACCOUNTS MORE THAN HOW MANY PERCENT".
019600     DISPLAY "OFF PLAN?".
019700     ACCEPT THRESHOLD-PERCENT.

019800 ACCUMULATE-ACTUALS.
019900     MOVE SPACE TO ACCOUNT-CODE.
020000     IF ACTUALS-SOURCE = "G"
020100         MOVE "(GENERAL LEDGER)" TO PRINT-TITLE-SOURCE
020200         PERFORM ACCUMULATE-GL-ACTUALS
020300     ELSE
020400         MOVE "(VOUCHERS)" TO PRINT-TITLE-SOURCE
020500         PERFORM ACCUMULATE-VOUCHER-ACTUALS.
020600     IF ACTUAL-TABLE-FULL = "Y"
020700         DISPLAY "*** MORE THAN 2000 ACCOUNT/COMPANY PAIRS"
020800             " - ACTUALS ARE INCOMPLETE".

020900*---------------------------------
021000* G - every GL bucket of an
021100* expense account in the year
021200* through the period.
021300*---------------------------------
021400 ACCUMULATE-GL-ACTUALS.
021500     OPEN INPUT GL-BALANCE-FILE.
021600     MOVE "N" TO BALANCE-FILE-AT-END.
021700     MOVE LOW-VALUES TO GLBAL-KEY.
021800     START GL-BALANCE-FILE
021900        KEY NOT < GLBAL-KEY
022000         INVALID KEY MOVE "Y" TO BALANCE-FILE-AT-END.
022100     PERFORM ACCUMULATE-ONE-BUCKET
022200         UNTIL BALANCE-FILE-AT-END = "Y".
022300     CLOSE GL-BALANCE-FILE.

022400 ACCUMULATE-ONE-BUCKET.
022500     READ GL-BALANCE-FILE NEXT RECORD
022600         AT END MOVE "Y" TO BALANCE-FILE-AT-END.
022700     IF BALANCE-FILE-AT-END NOT = "Y"
022800         DIVIDE GLBAL-PERIOD BY 100 GIVING WORK-YEAR
022900         COMPUTE WORK-MONTH =
023000             GLBAL-PERIOD - (WORK-YEAR * 100)
023100         MOVE GLBAL-ACCOUNT TO WORK-ACCOUNT
023200         MOVE GLBAL-COMPANY TO WORK-COMPANY
023300         COMPUTE WORK-AMOUNT = GLBAL-DEBITS - GLBAL-CREDITS
023400         PERFORM ADD-ACTUAL-IF-EXPENSE.

023500*---------------------------------
023600* V - every voucher dated in the
023700* year through the period, split
023800* over its distribution lines
023900* when it has them.
024000*---------------------------------
024100 ACCUMULATE-VOUCHER-ACTUALS.
024200     OPEN INPUT VOUCHER-FILE.
024300     OPEN INPUT VDIST-FILE.
024400     MOVE "N" TO VOUCHER-FILE-AT-END.
024500     MOVE ZEROES TO VOUCHER-NUMBER.
024600     START VOUCHER-FILE
024700        KEY NOT < VOUCHER-NUMBER
024800         INVALID KEY MOVE "Y" TO VOUCHER-FILE-AT-END.
024900     PERFORM ACCUMULATE-ONE-VOUCHER
025000         UNTIL VOUCHER-FILE-AT-END = "Y".
025100     CLOSE VOUCHER-FILE.
025200     CLOSE VDIST-FILE.

025300 ACCUMULATE-ONE-VOUCHER.
025400     READ VOUCHER-FILE NEXT RECORD
025500         AT END MOVE "Y" TO VOUCHER-FILE-AT-END.
025600     IF VOUCHER-FILE-AT-END NOT = "Y"
025700         DIVIDE VOUCHER-DATE BY 10000 GIVING WORK-YEAR
025800         COMPUTE WORK-MONTH =
025900             (VOUCHER-DATE / 100) - (WORK-YEAR * 100)
026000         MOVE VOUCHER-COMPANY TO WORK-COMPANY
026100         PERFORM ACCUMULATE-VOUCHER-LINES.

026200 ACCUMULATE-VOUCHER-LINES.
026300     PERFORM LOOK-FOR-DIST-LINES.
026400     IF VOUCHER-HAS-DIST = "Y"
026500         PERFORM ACCUMULATE-ONE-DIST-LINE
026600             UNTIL VDIST-FILE-AT-END = "Y"
026700     ELSE
026800         MOVE VOUCHER-GL-ACCOUNT TO WORK-ACCOUNT
026900         MOVE VOUCHER-AMOUNT TO WORK-AMOUNT
027000         PERFORM ADD-ACTUAL-IF-EXPENSE.

027100 LOOK-FOR-DIST-LINES.
027200     MOVE "N" TO VOUCHER-HAS-DIST.
027300     MOVE "N" TO VDIST-FILE-AT-END.
027400     MOVE VOUCHER-NUMBER TO VDIST-VOUCHER.
027500     MOVE ZEROES TO VDIST-SEQUENCE.
027600     START VDIST-FILE
027700        KEY NOT < VDIST-KEY
027800         INVALID KEY MOVE "Y" TO VDIST-FILE-AT-END.
027900     IF VDIST-FILE-AT-END NOT = "Y"
028000         PERFORM READ-NEXT-DIST-LINE
028100         IF VDIST-FILE-AT-END NOT = "Y"
028200             MOVE "Y" TO VOUCHER-HAS-DIST.

028300 ACCUMULATE-ONE-DIST-LINE.
028400     MOVE VDIST-GL-ACCOUNT TO WORK-ACCOUNT.
028500     MOVE VDIST-AMOUNT TO WORK-AMOUNT.
028600     PERFORM ADD-ACTUAL-IF-EXPENSE.
028700     PERFORM READ-NEXT-DIST-LINE.

028800*---------------------------------
028900* Shared by both sources: keep
029000* an amount that is in the year
029100* to date and on an expense
029200* account. The chart record is
029300* only re-read when the account
029400* changes.
029500*---------------------------------
029600 ADD-ACTUAL-IF-EXPENSE.
029700     IF WORK-YEAR = ENTERED-PERIOD-YEAR
029800        AND WORK-MONTH NOT > ENTERED-PERIOD-MONTH
029900         PERFORM CHECK-EXPENSE-ACCOUNT
030000         IF ACCOUNT-RECORD-FOUND = "Y"
030100            AND ACCOUNT-TYPE = "X"
030200             PERFORM ADD-TO-ACTUAL-TABLE.

030300 CHECK-EXPENSE-ACCOUNT.
030400     IF WORK-ACCOUNT NOT = ACCOUNT-CODE
030500         MOVE WORK-ACCOUNT TO ACCOUNT-CODE
030600         PERFORM READ-ACCOUNT-RECORD.

030700 ADD-TO-ACTUAL-TABLE.
030800     PERFORM FIND-ACTUAL-SLOT.
030900     IF ACTUAL-SUB NOT > ACTUAL-COUNT
031000         ADD WORK-AMOUNT TO ACTUAL-YTD-SLOT(ACTUAL-SUB)
031100         IF WORK-MONTH = ENTERED-PERIOD-MONTH
031200             ADD WORK-AMOUNT
031300                 TO ACTUAL-PERIOD-SLOT(ACTUAL-SUB).

031400*---------------------------------
031500* Finds the account/company slot,
031600* adding it when it is new. A
031700* full table leaves ACTUAL-SUB
031800* past the last slot in use.
031900*---------------------------------
032000 FIND-ACTUAL-SLOT.
032100     MOVE 1 TO ACTUAL-SUB.
032200     PERFORM NEXT-ACTUAL-SLOT
032300         UNTIL ACTUAL-SUB > ACTUAL-COUNT
032400            OR (ACTUAL-ACCOUNT(ACTUAL-SUB) = WORK-ACCOUNT
032500                AND ACTUAL-COMPANY(ACTUAL-SUB) = WORK-COMPANY).
032600     IF ACTUAL-SUB > ACTUAL-COUNT
032700         IF ACTUAL-COUNT < 2000
032800             ADD 1 TO ACTUAL-COUNT
032900             MOVE WORK-ACCOUNT TO ACTUAL-ACCOUNT(ACTUAL-SUB)
033000             MOVE WORK-COMPANY TO ACTUAL-COMPANY(ACTUAL-SUB)
033100             MOVE ZEROES TO ACTUAL-PERIOD-SLOT(ACTUAL-SUB)
033200                            ACTUAL-YTD-SLOT(ACTUAL-SUB)
033300             MOVE "N" TO ACTUAL-REPORTED(ACTUAL-SUB)
033400         ELSE
033500             MOVE "Y" TO ACTUAL-TABLE-FULL.

033600 NEXT-ACTUAL-SLOT.
033700     ADD 1 TO ACTUAL-SUB.

033800*---------------------------------
033900* One PERIOD and one YTD line per
034000* account and company with a
034100* budget in the year to date. The
034200* actual slot is marked once
034300* reported so whatever is left
034400* afterwards is activity with no
034500* budget.
034600*---------------------------------
034700 REPORT-ALL-BUDGETS.
034800     MOVE ZEROES TO TOTAL-PERIOD-ACTUAL
034900                    TOTAL-PERIOD-BUDGET
035000                    TOTAL-YTD-ACTUAL
035100                    TOTAL-YTD-BUDGET.
035200     MOVE "N" TO BUDGET-FILE-AT-END.
035300     MOVE LOW-VALUES TO EXBUD-KEY.
035400     START EXPENSE-BUDGET-FILE
035500        KEY NOT < EXBUD-KEY
035600         INVALID KEY MOVE "Y" TO BUDGET-FILE-AT-END.
035700     IF BUDGET-FILE-AT-END NOT = "Y"
035800         PERFORM READ-NEXT-BUDGET.
035900     PERFORM REPORT-ONE-ACCOUNT
036000         UNTIL BUDGET-FILE-AT-END = "Y".

036100 REPORT-ONE-ACCOUNT.
036200     MOVE EXBUD-ACCOUNT TO GROUP-ACCOUNT.
036300     MOVE EXBUD-COMPANY TO GROUP-COMPANY.
036400     MOVE "N" TO GROUP-HAS-BUDGET.
036500     MOVE ZEROES TO PERIOD-BUDGET
036600                    YTD-BUDGET.
036700     PERFORM ADD-ONE-BUDGET-CELL
036800         UNTIL BUDGET-FILE-AT-END = "Y"
036900            OR EXBUD-ACCOUNT NOT = GROUP-ACCOUNT
037000            OR EXBUD-COMPANY NOT = GROUP-COMPANY.
037100     IF GROUP-HAS-BUDGET = "Y"
037200         PERFORM PRINT-ACCOUNT-LINES.

037300 ADD-ONE-BUDGET-CELL.
037400     DIVIDE EXBUD-PERIOD BY 100 GIVING WORK-YEAR.
037500     COMPUTE WORK-MONTH =
037600         EXBUD-PERIOD - (WORK-YEAR * 100).
037700     IF WORK-YEAR = ENTERED-PERIOD-YEAR
037800        AND WORK-MONTH NOT > ENTERED-PERIOD-MONTH
037900         MOVE "Y" TO GROUP-HAS-BUDGET
038000         ADD EXBUD-AMOUNT TO YTD-BUDGET
038100         IF WORK-MONTH = ENTERED-PERIOD-MONTH
038200             ADD EXBUD-AMOUNT TO PERIOD-BUDGET.
038300     PERFORM READ-NEXT-BUDGET.

038400 PRINT-ACCOUNT-LINES.
038500     MOVE GROUP-ACCOUNT TO WORK-ACCOUNT.
038600     MOVE GROUP-COMPANY TO WORK-COMPANY.
038700     PERFORM LOOK-UP-ACTUAL-SLOT.
038800     ADD PERIOD-ACTUAL TO TOTAL-PERIOD-ACTUAL.
038900     ADD PERIOD-BUDGET TO TOTAL-PERIOD-BUDGET.
039000     ADD YTD-ACTUAL TO TOTAL-YTD-ACTUAL.
039100     ADD YTD-BUDGET TO TOTAL-YTD-BUDGET.
039200     IF LINE-COUNT > MAXIMUM-LINES
039300         PERFORM START-NEXT-PAGE.
039400     MOVE SPACE TO DETAIL-LINE.
039500     MOVE GROUP-ACCOUNT TO PRINT-ACCOUNT.
039600     MOVE GROUP-COMPANY TO PRINT-COMPANY.
039700     MOVE "PERIOD" TO PRINT-LABEL.
039800     MOVE PERIOD-ACTUAL TO ACTUAL-AMOUNT.
039900     MOVE PERIOD-BUDGET TO BUDGET-AMOUNT.
040000     PERFORM PRINT-VARIANCE-LINE.
040100     MOVE SPACE TO DETAIL-LINE.
040200     MOVE "YTD" TO PRINT-LABEL.
040300     MOVE YTD-ACTUAL TO ACTUAL-AMOUNT.
040400     MOVE YTD-BUDGET TO BUDGET-AMOUNT.
040500     PERFORM PRINT-VARIANCE-LINE.

040600 LOOK-UP-ACTUAL-SLOT.
040700     MOVE ZEROES TO PERIOD-ACTUAL
040800                    YTD-ACTUAL.
040900     MOVE 1 TO ACTUAL-SUB.
041000     PERFORM NEXT-ACTUAL-SLOT
041100         UNTIL ACTUAL-SUB > ACTUAL-COUNT
041200            OR (ACTUAL-ACCOUNT(ACTUAL-SUB) = WORK-ACCOUNT
041300                AND ACTUAL-COMPANY(ACTUAL-SUB) = WORK-COMPANY).
041400     IF ACTUAL-SUB NOT > ACTUAL-COUNT
041500         MOVE ACTUAL-PERIOD-SLOT(ACTUAL-SUB) TO PERIOD-ACTUAL
041600         MOVE ACTUAL-YTD-SLOT(ACTUAL-SUB) TO YTD-ACTUAL
041700         MOVE "Y" TO ACTUAL-REPORTED(ACTUAL-SUB).

041800*---------------------------------
041900* Prints the amounts left in
042000* ACTUAL-AMOUNT / BUDGET-AMOUNT
042100* with their variance onto the
042200* DETAIL-LINE already labeled.
042300*---------------------------------
042400 PRINT-VARIANCE-LINE.
042500     MOVE ACTUAL-AMOUNT TO PRINT-ACTUAL.
042600     MOVE BUDGET-AMOUNT TO PRINT-BUDGET.
042700     SUBTRACT BUDGET-AMOUNT FROM ACTUAL-AMOUNT
042800         GIVING VARIANCE-AMOUNT.
042900     MOVE VARIANCE-AMOUNT TO PRINT-VARIANCE.
043000     IF BUDGET-AMOUNT = ZEROES
043100         MOVE ZEROES TO VARIANCE-PERCENT
043200     ELSE
043300         COMPUTE VARIANCE-PERCENT ROUNDED =
043400             (VARIANCE-AMOUNT * 100) / BUDGET-AMOUNT
043500             ON SIZE ERROR
043600             MOVE 9999.9 TO VARIANCE-PERCENT.
043700     MOVE VARIANCE-PERCENT TO PRINT-VAR-PCT.
043800     IF VARIANCE-PERCENT > THRESHOLD-PERCENT
043900         MOVE "***" TO PRINT-ALERT-FLAG.
044000     COMPUTE VARIANCE-PERCENT = ZERO - VARIANCE-PERCENT.
044100     IF VARIANCE-PERCENT > THRESHOLD-PERCENT
044200         MOVE "***" TO PRINT-ALERT-FLAG.
044300     MOVE DETAIL-LINE TO PRINTER-RECORD.
044400     PERFORM WRITE-TO-PRINTER.

044500 PRINT-REPORT-TOTALS.
044600     PERFORM LINE-FEED.
044700     MOVE SPACE TO DETAIL-LINE.
044800     MOVE "TOTALS" TO PRINT-ACCOUNT.
044900     MOVE "PERIOD" TO PRINT-LABEL.
045000     MOVE TOTAL-PERIOD-ACTUAL TO ACTUAL-AMOUNT.
045100     MOVE TOTAL-PERIOD-BUDGET TO BUDGET-AMOUNT.
045200     PERFORM PRINT-VARIANCE-LINE.
045300     MOVE SPACE TO DETAIL-LINE.
045400     MOVE "YTD" TO PRINT-LABEL.
045500     MOVE TOTAL-YTD-ACTUAL TO ACTUAL-AMOUNT.
045600     MOVE TOTAL-YTD-BUDGET TO BUDGET-AMOUNT.
045700     PERFORM PRINT-VARIANCE-LINE.

045800*---------------------------------
045900* Whatever is left unreported in
046000* the actual table had no budget
046100* in the year to date.
046200*---------------------------------
046300 REPORT-UNBUDGETED-ACTUALS.
046400     PERFORM LINE-FEED.
046500     MOVE "ACTIVITY WITH NO BUDGET ON FILE:"
046600         TO PRINTER-RECORD.
046700     PERFORM WRITE-TO-PRINTER.
046800     PERFORM CHECK-ONE-ACTUAL-SLOT
046900         VARYING ACTUAL-SUB FROM 1 BY 1
047000          UNTIL ACTUAL-SUB > ACTUAL-COUNT.

047100 CHECK-ONE-ACTUAL-SLOT.
047200     IF ACTUAL-REPORTED(ACTUAL-SUB) = "N"
047300        AND (ACTUAL-PERIOD-SLOT(ACTUAL-SUB) NOT = ZEROES
047400          OR ACTUAL-YTD-SLOT(ACTUAL-SUB) NOT = ZEROES)
047500         PERFORM PRINT-UNBUDGETED-LINES.

047600 PRINT-UNBUDGETED-LINES.
047700     IF LINE-COUNT > MAXIMUM-LINES
047800         PERFORM START-NEXT-PAGE.
047900     MOVE SPACE TO DETAIL-LINE.
048000     MOVE ACTUAL-ACCOUNT(ACTUAL-SUB) TO PRINT-ACCOUNT.
048100     MOVE ACTUAL-COMPANY(ACTUAL-SUB) TO PRINT-COMPANY.
048200     MOVE "PERIOD" TO PRINT-LABEL.
048300     MOVE ACTUAL-PERIOD-SLOT(ACTUAL-SUB) TO PRINT-ACTUAL.
048400     MOVE "***" TO PRINT-ALERT-FLAG.
048500     MOVE DETAIL-LINE TO PRINTER-RECORD.
048600     PERFORM WRITE-TO-PRINTER.
048700     MOVE SPACE TO DETAIL-LINE.
048800     MOVE "YTD" TO PRINT-LABEL.
048900     MOVE ACTUAL-YTD-SLOT(ACTUAL-SUB) TO PRINT-ACTUAL.
049000     MOVE DETAIL-LINE TO PRINTER-RECORD.
049100     PERFORM WRITE-TO-PRINTER.

049200*---------------------------------
049300* File I-O routines.
049400*---------------------------------
049500 READ-NEXT-BUDGET.
049600     READ EXPENSE-BUDGET-FILE NEXT RECORD
049700         AT END MOVE "Y" TO BUDGET-FILE-AT-END.

049800 READ-NEXT-DIST-LINE.
049900     READ VDIST-FILE NEXT RECORD
050000         AT END MOVE "Y" TO VDIST-FILE-AT-END.
050100     IF VDIST-FILE-AT-END NOT = "Y"
050200        AND VDIST-VOUCHER NOT = VOUCHER-NUMBER
050300         MOVE "Y" TO VDIST-FILE-AT-END.

050400 READ-ACCOUNT-RECORD.
050500     MOVE "Y" TO ACCOUNT-RECORD-FOUND.
050600     READ ACCOUNT-FILE RECORD
050700       INVALID KEY
050800          MOVE "N" TO ACCOUNT-RECORD-FOUND.

050900*---------------------------------
051000* Printing routines.
051100*---------------------------------
051200 WRITE-TO-PRINTER.
051300     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
051400     ADD 1 TO LINE-COUNT.

051500 LINE-FEED.
051600     MOVE SPACE TO PRINTER-RECORD.
051700     PERFORM WRITE-TO-PRINTER.

051800 START-NEXT-PAGE.
051900     PERFORM END-LAST-PAGE.
052000     PERFORM START-NEW-PAGE.

052100 START-NEW-PAGE.
052200     ADD 1 TO PAGE-NUMBER.
052300     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
052400     MOVE TITLE-LINE TO PRINTER-RECORD.
052500     PERFORM WRITE-TO-PRINTER.
052600     PERFORM LINE-FEED.
052700     MOVE COLUMN-LINE TO PRINTER-RECORD.
052800     PERFORM WRITE-TO-PRINTER.
052900     PERFORM LINE-FEED.

053000 END-LAST-PAGE.
053100     PERFORM FORM-FEED.
053200     MOVE ZERO TO LINE-COUNT.

053300 FORM-FEED.
053400     MOVE SPACE TO PRINTER-RECORD.
053500     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
