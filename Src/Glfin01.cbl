000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GLFIN01.
000300*---------------------------------
000400* Financial statements from the
000500* in-house GL-BALANCE-FILE. For
000600* an operator-entered period
000700* (CCYYMM) prints, per company:
000800* - an income statement, the
000900*   period and year-to-date
001000*   (CCYY01 through the period)
001100*   activity of the revenue and
001200*   expense accounts
001300* - a balance sheet as of the
001400*   period end, every bucket
001500*   through the period for the
001600*   asset, liability and equity
001700*   accounts, plus the revenue
001800*   less expense not yet closed
001900*   to retained earnings.
002000* Accounts group onto statement
002100* lines by the ACCOUNT-TYPE and
002200* ACCOUNT-STMT-LINE kept in
002300* ACTMNT01. Accounts with no
002400* chart record or no type (the
002500* synthesized export codes until
002600* accounting adds them to the
002700* chart) print after the balance
002800* sheet as unclassified, and the
002900* sheet will not balance while
003000* any carry an amount.
003100* A blank company prints every
003200* company followed by the
003300* consolidated statements of all
003400* of them.
003500*---------------------------------
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.

003900     COPY "SLGLBAL.CBL".

004000     COPY "SLACCT01.CBL".

004100     COPY "SLCOMP01.CBL".

004200     SELECT SORT-FILE
004300         ASSIGN TO "SORT".

004400     SELECT PRINTER-FILE
004500         ASSIGN TO PRINTER
004600         ORGANIZATION IS LINE SEQUENTIAL.

004700 DATA DIVISION.
004800 FILE SECTION.

004900     COPY "FDGLBAL.CBL".

005000     COPY "FDACCT01.CBL".

005100     COPY "FDCOMP01.CBL".

005200 SD  SORT-FILE.
005300 01  SORT-RECORD.
005400     05  SORT-COMPANY             PIC X(2).
005500     05  SORT-SECTION             PIC 9.
005600     05  SORT-GROUP               PIC X(10).
005700     05  SORT-CAPTION             PIC X(30).
005800     05  SORT-PERIOD-AMOUNT       PIC S9(11)V99.
005900     05  SORT-YTD-AMOUNT          PIC S9(11)V99.
006000     05  SORT-BALANCE-AMOUNT      PIC S9(11)V99.

006100 FD  PRINTER-FILE
006200     LABEL RECORDS ARE OMITTED.
006300 01  PRINTER-RECORD              PIC X(80).

006400 WORKING-STORAGE SECTION.

006500 77  BALANCE-FILE-AT-END         PIC X.
006600 77  SORT-FILE-AT-END            PIC X.
006700 77  ACCOUNT-RECORD-FOUND        PIC X.
006800 77  COMPANY-RECORD-FOUND        PIC X.
006900 77  LINE-COUNT                  PIC 999 VALUE ZERO.
007000 77  PAGE-NUMBER                 PIC 9999 VALUE ZERO.
007100 77  MAXIMUM-LINES               PIC 999 VALUE 55.
007200 77  REPORT-COMPANY              PIC X(2).
007300 77  YEAR-START-PERIOD           PIC 9(6).
007400 77  LOOKED-UP-ACCOUNT           PIC X(10).
007500 77  NATURAL-AMOUNT              PIC S9(11)V99.
007600 77  CURRENT-COMPANY             PIC X(2).
007700 77  CURRENT-SECTION             PIC 9.
007800 77  CURRENT-GROUP               PIC X(10).
007900 77  CURRENT-CAPTION             PIC X(30).
008000 77  GROUP-PERIOD-AMOUNT         PIC S9(11)V99.
008100 77  GROUP-YTD-AMOUNT            PIC S9(11)V99.
008200 77  GROUP-BALANCE-AMOUNT        PIC S9(11)V99.
008300 77  NET-INCOME-PERIOD           PIC S9(11)V99.
008400 77  NET-INCOME-YTD              PIC S9(11)V99.
008500 77  UNCLOSED-EARNINGS           PIC S9(11)V99.
008600 77  LIABILITY-EQUITY-TOTAL      PIC S9(11)V99.
008700 77  BALANCE-SHEET-STARTED       PIC X.
008800 77  BALANCE-SHEET-FINISHED      PIC X.

008900 01  REPORT-PERIOD               PIC 9(6).
009000 01  FILLER REDEFINES REPORT-PERIOD.
009100     05  REPORT-PERIOD-YEAR      PIC 9(4).
009200     05  REPORT-PERIOD-MONTH     PIC 9(2).

009300*---------------------------------
009400* One balance bucket as it is
009500* released to the sort - the
009600* same bucket is released a
009700* second time under HIGH-VALUES
009800* for the consolidated pass.
009900*---------------------------------
010000 01  BALANCE-ENTRY.
010100     05  ENTRY-COMPANY            PIC X(2).
010200     05  ENTRY-SECTION            PIC 9.
010300     05  ENTRY-GROUP              PIC X(10).
010400     05  ENTRY-CAPTION            PIC X(30).
010500     05  ENTRY-PERIOD-AMOUNT      PIC S9(11)V99.
010600     05  ENTRY-YTD-AMOUNT         PIC S9(11)V99.
010700     05  ENTRY-BALANCE-AMOUNT     PIC S9(11)V99.

010800*---------------------------------
010900* Sections in print order: 1-2
011000* the income statement, 3-5 the
011100* balance sheet, 6 unclassified.
011200* Revenue, liability and equity
011300* amounts are credit balances,
011400* the rest debit balances.
011500*---------------------------------
011600 01  SECTION-NAMES.
011700     05  FILLER      PIC X(20) VALUE "REVENUE".
011800     05  FILLER      PIC X(20) VALUE "EXPENSES".
011900     05  FILLER      PIC X(20) VALUE "ASSETS".
012000     05  FILLER      PIC X(20) VALUE "LIABILITIES".
012100     05  FILLER      PIC X(20) VALUE "EQUITY".
012200     05  FILLER      PIC X(20) VALUE "UNCLASSIFIED".
012300 01  FILLER REDEFINES SECTION-NAMES.
012400     05  SECTION-NAME             PIC X(20) OCCURS 6 TIMES.

012500 01  SECTION-TOTALS-TABLE.
012600     05  SECTION-TOTALS OCCURS 6 TIMES
012700             INDEXED BY SECTION-INDEX.
012800         10  SECTION-PERIOD-TOTAL  PIC S9(11)V99.
012900         10  SECTION-YTD-TOTAL     PIC S9(11)V99.
013000         10  SECTION-BALANCE-TOTAL PIC S9(11)V99.

013100 01  DETAIL-LINE.
013200     05  FILLER                  PIC X(2)  VALUE SPACE.
013300     05  PRINT-CAPTION           PIC X(30).
013400     05  FILLER                  PIC X(2)  VALUE SPACE.
013500     05  PRINT-AMOUNT-1          PIC Z,ZZZ,ZZZ,ZZ9.99-.
013600     05  FILLER                  PIC X(2)  VALUE SPACE.
013700     05  PRINT-AMOUNT-2          PIC Z,ZZZ,ZZZ,ZZ9.99-.

013800 01  SECTION-LINE.
013900     05  PRINT-SECTION-NAME      PIC X(20).

014000 01  TITLE-LINE.
014100     05  FILLER              PIC X(15) VALUE SPACE.
014200     05  FILLER              PIC X(25)
014300         VALUE "FINANCIAL STATEMENTS".
014400     05  FILLER              PIC X(11) VALUE SPACE.
014500     05  FILLER              PIC X(5) VALUE "PAGE:".
014600     05  FILLER              PIC X(1) VALUE SPACE.
014700     05  PRINT-PAGE-NUMBER   PIC ZZZ9.

014800 01  COMPANY-LINE.
014900     05  FILLER              PIC X(9) VALUE "COMPANY: ".
015000     05  PRINT-COMPANY       PIC X(2).
015100     05  FILLER              PIC X(1) VALUE SPACE.
015200     05  PRINT-COMPANY-NAME  PIC X(30).
015300     05  FILLER              PIC X(10) VALUE "  PERIOD: ".
015400     05  PRINT-REPORT-PERIOD PIC 9(6).

015500 01  STATEMENT-LINE.
015600     05  FILLER              PIC X(15) VALUE SPACE.
015700     05  PRINT-STATEMENT-NAME PIC X(40).

015800 01  COLUMN-LINE.
015900     05  FILLER              PIC X(34) VALUE SPACE.
016000     05  PRINT-COLUMN-1      PIC X(19).
016100     05  PRINT-COLUMN-2      PIC X(19).

016200     COPY "WSCASE01.CBL".

016300     COPY "WSOPID01.CBL".

016400 PROCEDURE DIVISION.
016500 PROGRAM-BEGIN.
016600     PERFORM GET-OPERATOR-ID.
016700     PERFORM OPENING-PROCEDURE.
016800     PERFORM ENTER-REPORT-PERIOD.
016900     PERFORM ENTER-REPORT-COMPANY.
017000     PERFORM PRINT-THE-STATEMENTS.
017100     PERFORM CLOSING-PROCEDURE.

017133 PROGRAM-EXIT.
017166     EXIT PROGRAM.

017200 PROGRAM-DONE.
017300     STOP RUN.

017400 OPENING-PROCEDURE.
017500     OPEN INPUT GL-BALANCE-FILE.
017600     OPEN INPUT ACCOUNT-FILE.
017700     OPEN INPUT COMPANY-FILE.
017800     OPEN OUTPUT PRINTER-FILE.

017900 CLOSING-PROCEDURE.
018000     CLOSE GL-BALANCE-FILE.
018100     CLOSE ACCOUNT-FILE.
018200     CLOSE COMPANY-FILE.
018300     PERFORM END-LAST-PAGE.
018400     CLOSE PRINTER-FILE.

018500 ENTER-REPORT-PERIOD.
018600     PERFORM ACCEPT-REPORT-PERIOD.
018700     PERFORM RE-ACCEPT-REPORT-PERIOD
018800         UNTIL REPORT-PERIOD-MONTH > 0
018900           AND REPORT-PERIOD-MONTH < 13.
019000     COMPUTE YEAR-START-PERIOD =
019100         REPORT-PERIOD-YEAR * 100 + 1.

019200 ACCEPT-REPORT-PERIOD.
019300     DISPLAY "ENTER STATEMENT PERIOD (CCYYMM)".
019400     ACCEPT REPORT-PERIOD.

019500 RE-ACCEPT-REPORT-PERIOD.
019600     DISPLAY "PERIOD MUST BE A VALID CCYYMM".
019700     PERFORM ACCEPT-REPORT-PERIOD.

019800 ENTER-REPORT-COMPANY.
019900     PERFORM ACCEPT-REPORT-COMPANY.
020000     PERFORM RE-ACCEPT-REPORT-COMPANY
020100         UNTIL REPORT-COMPANY = SPACE
020200            OR COMPANY-RECORD-FOUND = "Y".

020300 ACCEPT-REPORT-COMPANY.
020400     DISPLAY "ENTER COMPANY CODE".
020500     DISPLAY "(BLANK FOR ALL COMPANIES AND CONSOLIDATED)".
020600     ACCEPT REPORT-COMPANY.
020700     INSPECT REPORT-COMPANY
020800       CONVERTING LOWER-ALPHA
020900       TO         UPPER-ALPHA.
021000     MOVE "N" TO COMPANY-RECORD-FOUND.
021100     IF REPORT-COMPANY NOT = SPACE
021200         MOVE REPORT-COMPANY TO COMPANY-CODE
021300         PERFORM READ-COMPANY-RECORD.

021400 RE-ACCEPT-REPORT-COMPANY.
021500     DISPLAY "COMPANY IS NOT ON FILE - PLEASE RE-TRY.".
021600     PERFORM ACCEPT-REPORT-COMPANY.

021700*---------------------------------
021800* The buckets are sorted company,
021900* section, statement line so one
022000* pass of the sorted file prints
022100* each company's statements in
022200* order, the consolidated set
022300* (HIGH-VALUES) last.
022400*---------------------------------
022500 PRINT-THE-STATEMENTS.
022600     SORT SORT-FILE
022700         ON ASCENDING KEY SORT-COMPANY
022800                          SORT-SECTION
022900                          SORT-GROUP
023000         INPUT PROCEDURE IS SELECT-BALANCES
023100         OUTPUT PROCEDURE IS PRINT-SORTED-BALANCES.
023200     IF PAGE-NUMBER = ZERO
023300         DISPLAY "NO GL BALANCES THROUGH THAT PERIOD".
023400     DISPLAY "FINANCIAL STATEMENTS COMPLETE".

023500 SELECT-BALANCES.
023600     MOVE HIGH-VALUES TO LOOKED-UP-ACCOUNT.
023700     MOVE "N" TO BALANCE-FILE-AT-END.
023800     PERFORM READ-FIRST-BALANCE.
023900     PERFORM RELEASE-ONE-BALANCE
024000         UNTIL BALANCE-FILE-AT-END = "Y".

024100 RELEASE-ONE-BALANCE.
024200     IF GLBAL-PERIOD NOT > REPORT-PERIOD
024300        AND (REPORT-COMPANY = SPACE
024400          OR GLBAL-COMPANY = REPORT-COMPANY)
024500         PERFORM RELEASE-BALANCE-ENTRY.
024600     PERFORM READ-NEXT-BALANCE.

024700 RELEASE-BALANCE-ENTRY.
024800     IF GLBAL-ACCOUNT NOT = LOOKED-UP-ACCOUNT
024900         PERFORM CLASSIFY-THE-ACCOUNT.
025000     IF ENTRY-SECTION = 1 OR 4 OR 5
025100         COMPUTE NATURAL-AMOUNT =
025200             GLBAL-CREDITS - GLBAL-DEBITS
025300     ELSE
025400         COMPUTE NATURAL-AMOUNT =
025500             GLBAL-DEBITS - GLBAL-CREDITS.
025600     MOVE ZEROES TO ENTRY-PERIOD-AMOUNT
025700                    ENTRY-YTD-AMOUNT.
025800     MOVE NATURAL-AMOUNT TO ENTRY-BALANCE-AMOUNT.
025900     IF GLBAL-PERIOD = REPORT-PERIOD
026000         MOVE NATURAL-AMOUNT TO ENTRY-PERIOD-AMOUNT.
026100     IF GLBAL-PERIOD NOT < YEAR-START-PERIOD
026200         MOVE NATURAL-AMOUNT TO ENTRY-YTD-AMOUNT.
026300     IF NATURAL-AMOUNT NOT = ZEROES
026400         MOVE GLBAL-COMPANY TO ENTRY-COMPANY
026500         RELEASE SORT-RECORD FROM BALANCE-ENTRY
026600         IF REPORT-COMPANY = SPACE
026700             MOVE HIGH-VALUES TO ENTRY-COMPANY
026800             RELEASE SORT-RECORD FROM BALANCE-ENTRY.

026900*---------------------------------
027000* The balance file is in account
027100* order, so the chart is read
027200* once per account.
027300*---------------------------------
027400 CLASSIFY-THE-ACCOUNT.
027500     MOVE GLBAL-ACCOUNT TO LOOKED-UP-ACCOUNT.
027600     MOVE GLBAL-ACCOUNT TO ACCOUNT-CODE.
027700     PERFORM READ-ACCOUNT-RECORD.
027800     IF ACCOUNT-RECORD-FOUND = "N"
027900         MOVE 6 TO ENTRY-SECTION
028000     ELSE
028100     IF ACCOUNT-TYPE = "R"
028200         MOVE 1 TO ENTRY-SECTION
028300     ELSE
028400     IF ACCOUNT-TYPE = "X"
028500         MOVE 2 TO ENTRY-SECTION
028600     ELSE
028700     IF ACCOUNT-TYPE = "A"
028800         MOVE 3 TO ENTRY-SECTION
028900     ELSE
029000     IF ACCOUNT-TYPE = "L"
029100         MOVE 4 TO ENTRY-SECTION
029200     ELSE
029300     IF ACCOUNT-TYPE = "E"
029400         MOVE 5 TO ENTRY-SECTION
029500     ELSE
029600         MOVE 6 TO ENTRY-SECTION.
029700     MOVE SPACE TO ENTRY-GROUP
029800                   ENTRY-CAPTION.
029900     IF ENTRY-SECTION = 6
030000         PERFORM NAME-UNCLASSIFIED-ACCOUNT
030100     ELSE
030200         MOVE ACCOUNT-STMT-LINE TO ENTRY-GROUP
030300         MOVE ACCOUNT-STMT-CAPTION TO ENTRY-CAPTION.

030400 NAME-UNCLASSIFIED-ACCOUNT.
030500     MOVE GLBAL-ACCOUNT TO ENTRY-GROUP.
030600     IF ACCOUNT-RECORD-FOUND = "Y"
030700         STRING GLBAL-ACCOUNT " " ACCOUNT-NAME
030800             DELIMITED BY SIZE INTO ENTRY-CAPTION
030900     ELSE
031000         STRING GLBAL-ACCOUNT " NO CHART RECORD"
031100             DELIMITED BY SIZE INTO ENTRY-CAPTION.

031200*---------------------------------
031300* Output procedure - company,
031400* section and statement line
031500* control breaks.
031600*---------------------------------
031700 PRINT-SORTED-BALANCES.
031800     MOVE "N" TO SORT-FILE-AT-END.
031900     PERFORM RETURN-NEXT-BALANCE.
032000     PERFORM PRINT-ONE-COMPANY
032100         UNTIL SORT-FILE-AT-END = "Y".

032200 PRINT-ONE-COMPANY.
032300     MOVE SORT-COMPANY TO CURRENT-COMPANY.
032400     PERFORM LOOK-UP-COMPANY-NAME.
032500     PERFORM CLEAR-ONE-SECTION-TOTAL
032600         VARYING SECTION-INDEX FROM 1 BY 1
032700          UNTIL SECTION-INDEX > 6.
032800     MOVE "N" TO BALANCE-SHEET-STARTED.
032900     MOVE "N" TO BALANCE-SHEET-FINISHED.
033000     PERFORM START-INCOME-STATEMENT.
033100     PERFORM PRINT-ONE-SECTION
033200         UNTIL SORT-FILE-AT-END = "Y"
033300            OR SORT-COMPANY NOT = CURRENT-COMPANY.
033400     IF BALANCE-SHEET-STARTED = "N"
033500         PERFORM FINISH-INCOME-STATEMENT
033600         PERFORM START-BALANCE-SHEET.
033700     IF BALANCE-SHEET-FINISHED = "N"
033800         PERFORM FINISH-BALANCE-SHEET.

033900 CLEAR-ONE-SECTION-TOTAL.
034000     MOVE ZEROES TO SECTION-PERIOD-TOTAL(SECTION-INDEX)
034100                    SECTION-YTD-TOTAL(SECTION-INDEX)
034200                    SECTION-BALANCE-TOTAL(SECTION-INDEX).

034300 PRINT-ONE-SECTION.
034400     MOVE SORT-SECTION TO CURRENT-SECTION.
034500     IF CURRENT-SECTION > 2
034600        AND BALANCE-SHEET-STARTED = "N"
034700         PERFORM FINISH-INCOME-STATEMENT
034800         PERFORM START-BALANCE-SHEET.
034900     IF CURRENT-SECTION = 6
035000        AND BALANCE-SHEET-FINISHED = "N"
035100         PERFORM FINISH-BALANCE-SHEET.
035200     PERFORM PRINT-SECTION-HEADING.
035300     PERFORM PRINT-ONE-GROUP
035400         UNTIL SORT-FILE-AT-END = "Y"
035500            OR SORT-COMPANY NOT = CURRENT-COMPANY
035600            OR SORT-SECTION NOT = CURRENT-SECTION.
035700     PERFORM PRINT-SECTION-TOTAL.

035800 PRINT-ONE-GROUP.
035900     MOVE SORT-GROUP TO CURRENT-GROUP.
036000     MOVE SORT-CAPTION TO CURRENT-CAPTION.
036100     MOVE ZEROES TO GROUP-PERIOD-AMOUNT
036200                    GROUP-YTD-AMOUNT
036300                    GROUP-BALANCE-AMOUNT.
036400     PERFORM ADD-ONE-BALANCE
036500         UNTIL SORT-FILE-AT-END = "Y"
036600            OR SORT-COMPANY NOT = CURRENT-COMPANY
036700            OR SORT-SECTION NOT = CURRENT-SECTION
036800            OR SORT-GROUP NOT = CURRENT-GROUP.
036900     PERFORM PRINT-GROUP-LINE.

037000 ADD-ONE-BALANCE.
037100     ADD SORT-PERIOD-AMOUNT TO GROUP-PERIOD-AMOUNT.
037200     ADD SORT-YTD-AMOUNT TO GROUP-YTD-AMOUNT.
037300     ADD SORT-BALANCE-AMOUNT TO GROUP-BALANCE-AMOUNT.
037400     PERFORM RETURN-NEXT-BALANCE.

037500*---------------------------------
037600* An income statement line with
037700* no activity this year (prior
037800* years' unclosed amounts only)
037900* is not printed - it still
038000* counts in the unclosed
038100* earnings on the balance sheet.
038200*---------------------------------
038300 PRINT-GROUP-LINE.
038400     SET SECTION-INDEX TO CURRENT-SECTION.
038500     ADD GROUP-PERIOD-AMOUNT
038600         TO SECTION-PERIOD-TOTAL(SECTION-INDEX).
038700     ADD GROUP-YTD-AMOUNT
038800         TO SECTION-YTD-TOTAL(SECTION-INDEX).
038900     ADD GROUP-BALANCE-AMOUNT
039000         TO SECTION-BALANCE-TOTAL(SECTION-INDEX).
039100     MOVE SPACE TO DETAIL-LINE.
039200     MOVE CURRENT-CAPTION TO PRINT-CAPTION.
039300     IF CURRENT-SECTION < 3
039400         PERFORM PRINT-ACTIVITY-LINE
039500     ELSE
039600         PERFORM PRINT-BALANCE-LINE.

039700 PRINT-ACTIVITY-LINE.
039800     IF GROUP-PERIOD-AMOUNT NOT = ZEROES
039900        OR GROUP-YTD-AMOUNT NOT = ZEROES
040000         MOVE GROUP-PERIOD-AMOUNT TO PRINT-AMOUNT-1
040100         MOVE GROUP-YTD-AMOUNT TO PRINT-AMOUNT-2
040200         PERFORM PRINT-DETAIL-LINE.

040300 PRINT-BALANCE-LINE.
040400     IF GROUP-BALANCE-AMOUNT NOT = ZEROES
040500         MOVE GROUP-BALANCE-AMOUNT TO PRINT-AMOUNT-2
040600         PERFORM PRINT-DETAIL-LINE.

040700 PRINT-SECTION-HEADING.
040800     PERFORM LINE-FEED.
040900     MOVE SPACE TO SECTION-LINE.
041000     MOVE SECTION-NAME(CURRENT-SECTION) TO PRINT-SECTION-NAME.
041100     MOVE SECTION-LINE TO PRINTER-RECORD.
041200     PERFORM WRITE-TO-PRINTER.

041300 PRINT-SECTION-TOTAL.
041400     SET SECTION-INDEX TO CURRENT-SECTION.
041500     MOVE SPACE TO DETAIL-LINE.
041600     STRING "TOTAL " SECTION-NAME(CURRENT-SECTION)
041700         DELIMITED BY SIZE INTO PRINT-CAPTION.
041800     IF CURRENT-SECTION < 3
041900         MOVE SECTION-PERIOD-TOTAL(SECTION-INDEX)
042000             TO PRINT-AMOUNT-1
042100         MOVE SECTION-YTD-TOTAL(SECTION-INDEX)
042200             TO PRINT-AMOUNT-2
042300     ELSE
042400         MOVE SECTION-BALANCE-TOTAL(SECTION-INDEX)
042500             TO PRINT-AMOUNT-2.
042600     PERFORM PRINT-DETAIL-LINE.

042700 START-INCOME-STATEMENT.
042800     MOVE "INCOME STATEMENT" TO PRINT-STATEMENT-NAME.
042900     MOVE "             PERIOD" TO PRINT-COLUMN-1.
043000     MOVE "       YEAR TO DATE" TO PRINT-COLUMN-2.
043100     PERFORM START-STATEMENT-PAGE.

043200 FINISH-INCOME-STATEMENT.
043300     COMPUTE NET-INCOME-PERIOD =
043400         SECTION-PERIOD-TOTAL(1) - SECTION-PERIOD-TOTAL(2).
043500     COMPUTE NET-INCOME-YTD =
043600         SECTION-YTD-TOTAL(1) - SECTION-YTD-TOTAL(2).
043700     PERFORM LINE-FEED.
043800     MOVE SPACE TO DETAIL-LINE.
043900     MOVE "NET INCOME" TO PRINT-CAPTION.
044000     MOVE NET-INCOME-PERIOD TO PRINT-AMOUNT-1.
044100     MOVE NET-INCOME-YTD TO PRINT-AMOUNT-2.
044200     PERFORM PRINT-DETAIL-LINE.

044300 START-BALANCE-SHEET.
044400     MOVE "Y" TO BALANCE-SHEET-STARTED.
044500     MOVE "BALANCE SHEET AS OF PERIOD END"
044600         TO PRINT-STATEMENT-NAME.
044700     MOVE SPACE TO PRINT-COLUMN-1.
044800     MOVE "            BALANCE" TO PRINT-COLUMN-2.
044900     PERFORM START-STATEMENT-PAGE.

045000*---------------------------------
045100* Revenue less expense through
045200* the period that no year-end
045300* close has moved to retained
045400* earnings yet belongs with
045500* equity, or the sheet could
045600* never balance mid-year.
045700*---------------------------------
045800 FINISH-BALANCE-SHEET.
045900     MOVE "Y" TO BALANCE-SHEET-FINISHED.
046000     COMPUTE UNCLOSED-EARNINGS =
046100         SECTION-BALANCE-TOTAL(1) - SECTION-BALANCE-TOTAL(2).
046200     COMPUTE LIABILITY-EQUITY-TOTAL =
046300         SECTION-BALANCE-TOTAL(4) + SECTION-BALANCE-TOTAL(5)
046400         + UNCLOSED-EARNINGS.
046500     PERFORM LINE-FEED.
046600     MOVE SPACE TO DETAIL-LINE.
046700     MOVE "EARNINGS NOT YET CLOSED" TO PRINT-CAPTION.
046800     MOVE UNCLOSED-EARNINGS TO PRINT-AMOUNT-2.
046900     PERFORM PRINT-DETAIL-LINE.
047000     MOVE SPACE TO DETAIL-LINE.
047100     MOVE "TOTAL LIABILITIES AND EQUITY" TO PRINT-CAPTION.
047200     MOVE LIABILITY-EQUITY-TOTAL TO PRINT-AMOUNT-2.
047300     PERFORM PRINT-DETAIL-LINE.
047400     PERFORM LINE-FEED.
047500     MOVE SPACE TO DETAIL-LINE.
047600     IF SECTION-BALANCE-TOTAL(3) = LIABILITY-EQUITY-TOTAL
047700         MOVE "IN BALANCE" TO PRINT-CAPTION
047800     ELSE
047900         MOVE "*** OUT OF BALANCE ***" TO PRINT-CAPTION.
048000     PERFORM PRINT-DETAIL-LINE.

048100 START-STATEMENT-PAGE.
048200     IF PAGE-NUMBER NOT = ZERO
048300         PERFORM END-LAST-PAGE.
048400     PERFORM START-NEW-PAGE.

048500 LOOK-UP-COMPANY-NAME.
048600     IF CURRENT-COMPANY = HIGH-VALUES
048700         MOVE "**" TO PRINT-COMPANY
048800         MOVE "CONSOLIDATED" TO PRINT-COMPANY-NAME
048900     ELSE
049000         MOVE CURRENT-COMPANY TO PRINT-COMPANY
049100         MOVE CURRENT-COMPANY TO COMPANY-CODE
049200         PERFORM READ-COMPANY-RECORD
049300         IF COMPANY-RECORD-FOUND = "Y"
049400             MOVE COMPANY-NAME TO PRINT-COMPANY-NAME
049500         ELSE
049600             MOVE "NOT ON COMPANY FILE"
049700                 TO PRINT-COMPANY-NAME.
049800     MOVE REPORT-PERIOD TO PRINT-REPORT-PERIOD.

049900*---------------------------------
050000* File I-O routines.
050100*---------------------------------
050200 READ-FIRST-BALANCE.
050300     MOVE SPACE TO GLBAL-ACCOUNT.
050400     MOVE ZEROES TO GLBAL-PERIOD.
050500     MOVE SPACE TO GLBAL-COMPANY.
050600     START GL-BALANCE-FILE
050700        KEY NOT < GLBAL-KEY
050800         INVALID KEY MOVE "Y" TO BALANCE-FILE-AT-END.
050900     IF BALANCE-FILE-AT-END NOT = "Y"
051000         PERFORM READ-NEXT-BALANCE.

051100 READ-NEXT-BALANCE.
051200     READ GL-BALANCE-FILE NEXT RECORD
051300         AT END MOVE "Y" TO BALANCE-FILE-AT-END.

051400 RETURN-NEXT-BALANCE.
051500     RETURN SORT-FILE
051600         AT END MOVE "Y" TO SORT-FILE-AT-END.

051700 READ-ACCOUNT-RECORD.
051800     MOVE "Y" TO ACCOUNT-RECORD-FOUND.
051900     READ ACCOUNT-FILE RECORD
052000       INVALID KEY
052100          MOVE "N" TO ACCOUNT-RECORD-FOUND.

052200 READ-COMPANY-RECORD.
052300     MOVE "Y" TO COMPANY-RECORD-FOUND.
052400     READ COMPANY-FILE RECORD
052500       INVALID KEY
052600          MOVE "N" TO COMPANY-RECORD-FOUND.

052700*---------------------------------
052800* Printing routines.
052900*---------------------------------
053000 PRINT-DETAIL-LINE.
053100     IF LINE-COUNT > MAXIMUM-LINES
053200         PERFORM START-NEXT-PAGE.
053300     MOVE DETAIL-LINE TO PRINTER-RECORD.
053400     PERFORM WRITE-TO-PRINTER.

053500 WRITE-TO-PRINTER.
053600     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
053700     ADD 1 TO LINE-COUNT.

053800 LINE-FEED.
053900     MOVE SPACE TO PRINTER-RECORD.
054000     PERFORM WRITE-TO-PRINTER.

054100 START-NEXT-PAGE.
054200     PERFORM END-LAST-PAGE.
054300     PERFORM START-NEW-PAGE.

054400 START-NEW-PAGE.
054500     ADD 1 TO PAGE-NUMBER.
054600     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
054700     MOVE TITLE-LINE TO PRINTER-RECORD.
054800     PERFORM WRITE-TO-PRINTER.
054900     MOVE COMPANY-LINE TO PRINTER-RECORD.
055000     PERFORM WRITE-TO-PRINTER.
055100     MOVE STATEMENT-LINE TO PRINTER-RECORD.
055200     PERFORM WRITE-TO-PRINTER.
055300     PERFORM LINE-FEED.
055400     MOVE COLUMN-LINE TO PRINTER-RECORD.
055500     PERFORM WRITE-TO-PRINTER.

055600 END-LAST-PAGE.
055700     PERFORM FORM-FEED.
055800     MOVE ZERO TO LINE-COUNT.

055900 FORM-FEED.
056000     MOVE SPACE TO PRINTER-RECORD.
056100     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

056200     COPY "PLOPID01.CBL".
