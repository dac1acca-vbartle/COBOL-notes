000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GLCLOS01.
000300*---------------------------------
000400* General ledger fiscal year-end
000500* close. For the year the
000600* operator keys (the year after
000700* CONTROL-GL-CLOSED-YEAR, and
000800* never the current calendar
000900* year):
001000* - every revenue and expense
001100*   account (ACCOUNT-TYPE R or
001200*   X) is closed to zero, per
001300*   company, by an entry posted
001400*   to the account's period
001500*   CCYY13 bucket - a thirteenth
001600*   period no export date can
001700*   reach, so the statements for
001800*   CCYY12 still show the year's
001900*   activity
002000* - each company's net income
002100*   is posted to the retained
002200*   earnings account in the same
002300*   CCYY13 bucket
002400* - every balance sheet account
002500*   (everything else, including
002600*   the synthesized export codes
002700*   with no chart record) has
002800*   its balance through the close
002900*   brought forward as
003000*   GLBAL-OPENING-BALANCE on the
003100*   first period bucket of the
003200*   new year.
003300* The close register lists each
003400*   closing entry and, per
003500*   company, proves the net
003600*   income closed against the
003700*   change in retained earnings.
003800* The year is then recorded in
003900*   CONTROL-GL-CLOSED-YEAR, which
004000*   locks it against GLUPD01 and
004100*   GLJE01, and the run is
004200*   journaled. The first close
004300*   ever run sweeps every earlier
004400*   year's income into retained
004500*   earnings along with it.
004525* Each closing entry is kept on
004550*   GL-DETAIL-FILE like a posted
004575*   journal line, source GLCLOS01.
004579* No year is closed while the
004583* nightly batch window is up
004587* (PLBWIN01.CBL); a close
004591* confirmed as the window goes
004595* up is not run.
004600*---------------------------------
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.

005000     COPY "SLGLBAL.CBL".

005050     COPY "SLGLDTL.CBL".

005100     COPY "SLACCT01.CBL".

005200     COPY "SLCONTRL.CBL".

005300     COPY "SLJRNL01.CBL".

005333     COPY "SLBWIN01.CBL".

005366     COPY "SLBWLOG.CBL".

005400     SELECT SORT-FILE
005500         ASSIGN TO "SORT".

005600     SELECT PRINTER-FILE
005700         ASSIGN TO PRINTER
005800         ORGANIZATION IS LINE SEQUENTIAL.

005900 DATA DIVISION.
006000 FILE SECTION.

006100     COPY "FDGLBAL.CBL".

006150     COPY "FDGLDTL.CBL".

006200     COPY "FDACCT01.CBL".

006300     COPY "FDCONTRL.CBL".

006400     COPY "FDJRNL01.CBL".

006433     COPY "FDBWIN01.CBL".

006466     COPY "FDBWLOG.CBL".

006500 SD  SORT-FILE.
006600 01  SORT-RECORD.
006700     05  SORT-ACCOUNT             PIC X(10).
006800     05  SORT-COMPANY             PIC X(2).
006900     05  SORT-CLASS               PIC X.
007000     05  SORT-AMOUNT              PIC S9(11)V99.

007100 FD  PRINTER-FILE
007200     LABEL RECORDS ARE OMITTED.
007300 01  PRINTER-RECORD              PIC X(80).

007400 WORKING-STORAGE SECTION.

007500 77  OK-TO-PROCESS               PIC X.
007600 77  PROCESS-MESSAGE             PIC X(79) VALUE SPACE.
007700 77  BALANCE-FILE-AT-END         PIC X.
007800 77  SORT-FILE-AT-END            PIC X.
007900 77  ACCOUNT-RECORD-FOUND        PIC X.
008000 77  CONTROL-RECORD-FOUND        PIC X.
008100 77  BALANCE-RECORD-FOUND        PIC X.
008200 77  CLOSE-YEAR-OK               PIC X.
008300 77  LINE-COUNT                  PIC 999 VALUE ZERO.
008400 77  PAGE-NUMBER                 PIC 9999 VALUE ZERO.
008500 77  MAXIMUM-LINES               PIC 999 VALUE 55.
008600 77  CLOSE-YEAR                  PIC 9(4).
008700 77  THIS-YEAR                   PIC 9(4).
008800 77  CLOSE-PERIOD                PIC 9(6).
008900 77  NEXT-YEAR-PERIOD            PIC 9(6).
009000 77  RETAINED-EARNINGS           PIC X(10).
009100 77  LOOKED-UP-ACCOUNT           PIC X(10).
009200 77  LOOKED-UP-CLASS             PIC X.
009300 77  CURRENT-ACCOUNT             PIC X(10).
009400 77  CURRENT-COMPANY             PIC X(2).
009500 77  CURRENT-CLASS               PIC X.
009600 77  ACCOUNT-NET                 PIC S9(11)V99.
009700 77  POST-ACCOUNT                PIC X(10).
009800 77  POST-COMPANY                PIC X(2).
009900 77  POST-DEBIT                  PIC S9(11)V99.
010000 77  POST-CREDIT                 PIC S9(11)V99.
010100 77  OPENING-AMOUNT              PIC S9(11)V99.
010200 77  RE-BEFORE                   PIC S9(11)V99.
010300 77  RE-AFTER                    PIC S9(11)V99.
010400 77  RE-CHANGE                   PIC S9(11)V99.
010500 77  TOTAL-CLOSE-DEBITS          PIC S9(11)V99 VALUE ZERO.
010600 77  TOTAL-CLOSE-CREDITS         PIC S9(11)V99 VALUE ZERO.
010700 77  ACCOUNTS-CLOSED             PIC 9(6) VALUE ZERO.
010800 77  OPENINGS-SET                PIC 9(6) VALUE ZERO.
010825 77  DETAIL-LINES-WRITTEN        PIC 9(6) VALUE ZERO.
010850 77  RUN-POSTED-DATE             PIC 9(8).
010875 77  RUN-POSTED-TIME             PIC 9(6).
010900 77  PROOF-FAILURES              PIC 9(3) VALUE ZERO.
011000 77  CLOSE-WANTED-COMPANY        PIC X(2).

011100*---------------------------------
011200* One slot per company met in
011300* the close: the debits and
011400* credits of its closing
011500* entries (their difference is
011600* the net income, credit
011700* positive) and its retained
011800* earnings balance through the
011900* year before the close.
012000* HIGH-VALUES marks an unused
012100* slot.
012200*---------------------------------
012300 01  COMPANY-CLOSE-TABLE.
012400     05  COMPANY-CLOSE OCCURS 20 TIMES
012500             INDEXED BY CLOSE-INDEX.
012600         10  CLOSE-COMPANY         PIC X(2).
012700         10  CLOSE-DEBITS          PIC S9(11)V99.
012800         10  CLOSE-CREDITS         PIC S9(11)V99.
012900         10  CLOSE-RE-BALANCE      PIC S9(11)V99.

013000 01  NET-INCOME                  PIC S9(11)V99.

013100 01  SAVED-PRINT-RECORD          PIC X(80).

013200 01  DETAIL-LINE.
013300     05  PRINT-ACCOUNT           PIC X(10).
013400     05  FILLER                  PIC X(1)  VALUE SPACE.
013500     05  PRINT-COMPANY           PIC X(2).
013600     05  FILLER                  PIC X(1)  VALUE SPACE.
013700     05  PRINT-DESCRIPTION       PIC X(26).
013800     05  PRINT-DEBIT             PIC ZZZ,ZZZ,ZZ9.99-.
013900     05  FILLER                  PIC X(1)  VALUE SPACE.
014000     05  PRINT-CREDIT            PIC ZZZ,ZZZ,ZZ9.99-.

014100 01  PROOF-LINE.
014200     05  FILLER                  PIC X(3)  VALUE SPACE.
014300     05  PRINT-PROOF-CAPTION     PIC X(37).
014400     05  PRINT-PROOF-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
014500     05  FILLER                  PIC X(1)  VALUE SPACE.
014600     05  PRINT-PROOF-RESULT      PIC X(24).

014700 01  TITLE-LINE.
014800     05  FILLER              PIC X(15) VALUE SPACE.
014900     05  FILLER              PIC X(25)
015000         VALUE "GL YEAR-END CLOSE".
015100     05  FILLER              PIC X(11) VALUE SPACE.
015200     05  FILLER              PIC X(5) VALUE "PAGE:".
015300     05  FILLER              PIC X(1) VALUE SPACE.
015400     05  PRINT-PAGE-NUMBER   PIC ZZZ9.

015500 01  YEAR-LINE.
015600     05  FILLER              PIC X(12) VALUE "FISCAL YEAR ".
015700     05  PRINT-CLOSE-YEAR    PIC 9(4).
015800     05  FILLER              PIC X(22)
015900         VALUE "  RETAINED EARNINGS: ".
016000     05  PRINT-RETAINED      PIC X(10).

016100 01  COLUMN-LINE.
016200     05  FILLER              PIC X(14) VALUE "ACCOUNT    CO".
016300     05  FILLER              PIC X(26) VALUE "CLOSING ENTRY".
016400     05  FILLER              PIC X(16) VALUE "          DEBIT".
016500     05  FILLER              PIC X(16) VALUE "         CREDIT".

016600     COPY "WSCASE01.CBL".

016700     COPY "WSOPID01.CBL".

016750     COPY "WSBWIN01.CBL".

016800 PROCEDURE DIVISION.
016900 PROGRAM-BEGIN.
017000     PERFORM GET-OPERATOR-ID.
017025     MOVE "GLCLOS01" TO BWIN-PROGRAM-NAME.
017050     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
017075     IF BATCH-UPDATES-ALLOWED = "Y"
017100         PERFORM OPENING-PROCEDURE
017200         PERFORM MAIN-PROCESS
018100         PERFORM CLOSING-PROCEDURE.

018200 PROGRAM-EXIT.
018300     EXIT PROGRAM.

018400 PROGRAM-DONE.
018500     STOP RUN.

018600 OPENING-PROCEDURE.
018700     OPEN I-O GL-BALANCE-FILE.
018725     OPEN I-O GL-DETAIL-FILE.
018750     MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-POSTED-DATE.
018775     MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-POSTED-TIME.
018800     OPEN INPUT ACCOUNT-FILE.
018900     OPEN I-O CONTROL-FILE.
019000     OPEN EXTEND JOURNAL-FILE.
019100     OPEN OUTPUT PRINTER-FILE.

019200 CLOSING-PROCEDURE.
019300     CLOSE GL-BALANCE-FILE.
019350     CLOSE GL-DETAIL-FILE.
019400     CLOSE ACCOUNT-FILE.
019500     CLOSE CONTROL-FILE.
019600     CLOSE JOURNAL-FILE.
019700     IF PAGE-NUMBER NOT = ZERO
019800         PERFORM END-LAST-PAGE.
019900     CLOSE PRINTER-FILE.

019907 MAIN-PROCESS.
019914     PERFORM READ-CONTROL-RECORD.
019921     IF CONTROL-RECORD-FOUND = "Y"
019928         PERFORM ENTER-CLOSE-YEAR.
019935     IF CONTROL-RECORD-FOUND = "Y"
019942        AND CLOSE-YEAR NOT = ZERO
019949         PERFORM ENTER-RETAINED-EARNINGS
019956         PERFORM ASK-OK-TO-CLOSE
019963         IF OK-TO-PROCESS = "Y"
019970             PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
019977             IF BATCH-UPDATES-ALLOWED = "Y"
019984                 PERFORM RUN-THE-CLOSE.

020000*---------------------------------
020100* Years close in order, one at a
020200* time, and only once they are
020300* over. Zero quits.
020400*---------------------------------
020500 ENTER-CLOSE-YEAR.
020600     MOVE FUNCTION CURRENT-DATE(1:4) TO THIS-YEAR.
020700     MOVE "N" TO CLOSE-YEAR-OK.
020800     PERFORM ACCEPT-CLOSE-YEAR
020900         UNTIL CLOSE-YEAR-OK = "Y".
021000     COMPUTE CLOSE-PERIOD = CLOSE-YEAR * 100 + 13.
021100     COMPUTE NEXT-YEAR-PERIOD = (CLOSE-YEAR + 1) * 100 + 1.

021200 ACCEPT-CLOSE-YEAR.
021300     IF CONTROL-GL-CLOSED-YEAR = ZERO
021400         DISPLAY "NO GL YEAR HAS BEEN CLOSED"
021500     ELSE
021600         DISPLAY "LAST GL YEAR CLOSED: " CONTROL-GL-CLOSED-YEAR.
021700     DISPLAY "ENTER FISCAL YEAR TO CLOSE (CCYY, 0 TO QUIT)".
021800     ACCEPT CLOSE-YEAR.
021900     IF CLOSE-YEAR = ZERO
022000         MOVE "Y" TO CLOSE-YEAR-OK
022100     ELSE
022200     IF CLOSE-YEAR NOT < THIS-YEAR
022300         DISPLAY "ONLY A YEAR ALREADY ENDED CAN BE CLOSED"
022400     ELSE
022500     IF CONTROL-GL-CLOSED-YEAR NOT = ZERO
022600        AND CLOSE-YEAR NOT = CONTROL-GL-CLOSED-YEAR + 1
022700         DISPLAY "YEARS CLOSE IN ORDER - THE NEXT IS THE"
022800             " YEAR AFTER " CONTROL-GL-CLOSED-YEAR
022900     ELSE
023000         MOVE "Y" TO CLOSE-YEAR-OK.

023100*---------------------------------
023200* The retained earnings account
023300* defaults to the one the last
023400* close used, and must be an
023500* equity account on the chart.
023600*---------------------------------
023700 ENTER-RETAINED-EARNINGS.
023800     PERFORM ACCEPT-RETAINED-EARNINGS.
023900     PERFORM RE-ACCEPT-RETAINED-EARNINGS
024000         UNTIL ACCOUNT-RECORD-FOUND = "Y"
024100           AND ACCOUNT-TYPE = "E".

024200 ACCEPT-RETAINED-EARNINGS.
024300     IF CONTROL-RETAINED-EARNINGS NOT = SPACE
024400        AND CONTROL-RETAINED-EARNINGS NOT = ZEROES
024500         DISPLAY "RETAINED EARNINGS ACCOUNT (BLANK FOR "
024600             CONTROL-RETAINED-EARNINGS ")"
024700     ELSE
024800         DISPLAY "ENTER RETAINED EARNINGS ACCOUNT".
024900     MOVE SPACE TO RETAINED-EARNINGS.
025000     ACCEPT RETAINED-EARNINGS.
025100     INSPECT RETAINED-EARNINGS
025200      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
025300     IF RETAINED-EARNINGS = SPACE
025400         MOVE CONTROL-RETAINED-EARNINGS TO RETAINED-EARNINGS.
025500     MOVE RETAINED-EARNINGS TO ACCOUNT-CODE.
025600     PERFORM READ-ACCOUNT-RECORD.

025700 RE-ACCEPT-RETAINED-EARNINGS.
025800     IF ACCOUNT-RECORD-FOUND = "N"
025900         DISPLAY "ACCOUNT IS NOT ON THE CHART"
026000     ELSE
026100         DISPLAY "RETAINED EARNINGS MUST BE AN EQUITY (E)"
026200             " ACCOUNT".
026300     PERFORM ACCEPT-RETAINED-EARNINGS.

026400 ASK-OK-TO-CLOSE.
026500     MOVE SPACE TO PROCESS-MESSAGE.
026600     STRING "CLOSE FISCAL YEAR " CLOSE-YEAR
026700         " INTO " RETAINED-EARNINGS " (Y/N)?"
026800         DELIMITED BY SIZE INTO PROCESS-MESSAGE.
026900     PERFORM ASK-OK-TO-PROCESS.

027000*---------------------------------
027100* Every bucket through the close
027200* is sorted account, company so
027300* each account's net for each
027400* company comes out in one
027500* piece. The output procedure
027600* posts the closing entries and
027700* the opening balances, then
027800* retained earnings is posted
027900* company by company.
028000*---------------------------------
028100 RUN-THE-CLOSE.
028200     PERFORM INIT-COMPANY-CLOSE-TABLE.
028300     MOVE CLOSE-YEAR TO PRINT-CLOSE-YEAR.
028400     MOVE RETAINED-EARNINGS TO PRINT-RETAINED.
028500     PERFORM START-NEW-PAGE.
028600     SORT SORT-FILE
028700         ON ASCENDING KEY SORT-ACCOUNT
028800                          SORT-COMPANY
028900         INPUT PROCEDURE IS SELECT-BALANCES
029000         OUTPUT PROCEDURE IS CLOSE-SORTED-BALANCES.
029100     PERFORM LINE-FEED.
029200     SET CLOSE-INDEX TO 1.
029300     PERFORM CLOSE-ONE-COMPANY
029400         UNTIL CLOSE-INDEX > 20.
029500     PERFORM PRINT-CLOSE-TOTALS.
029600     PERFORM RECORD-THE-CLOSE.
029700     DISPLAY ACCOUNTS-CLOSED " ACCOUNT(S) CLOSED, "
029800         OPENINGS-SET " OPENING BALANCE(S) SET".
029900     IF PROOF-FAILURES NOT = ZERO
030000         DISPLAY "*** RETAINED EARNINGS PROOF FAILED - SEE"
030100             " THE CLOSE REGISTER".
030200     DISPLAY "FISCAL YEAR " CLOSE-YEAR " IS CLOSED".

030300 INIT-COMPANY-CLOSE-TABLE.
030400     SET CLOSE-INDEX TO 1.
030500     PERFORM INIT-ONE-CLOSE-SLOT
030600         UNTIL CLOSE-INDEX > 20.

030700 INIT-ONE-CLOSE-SLOT.
030800     MOVE HIGH-VALUES TO CLOSE-COMPANY(CLOSE-INDEX).
030900     MOVE ZEROES TO CLOSE-DEBITS(CLOSE-INDEX)
031000                    CLOSE-CREDITS(CLOSE-INDEX)
031100                    CLOSE-RE-BALANCE(CLOSE-INDEX).
031200     SET CLOSE-INDEX UP BY 1.

031300 SELECT-BALANCES.
031400     MOVE HIGH-VALUES TO LOOKED-UP-ACCOUNT.
031500     MOVE "N" TO BALANCE-FILE-AT-END.
031600     PERFORM READ-FIRST-BALANCE.
031700     PERFORM RELEASE-ONE-BALANCE
031800         UNTIL BALANCE-FILE-AT-END = "Y".

031900 RELEASE-ONE-BALANCE.
032000     IF GLBAL-PERIOD NOT > CLOSE-PERIOD
032100        AND GLBAL-DEBITS NOT = GLBAL-CREDITS
032200         PERFORM RELEASE-BALANCE-ENTRY.
032300     PERFORM READ-NEXT-BALANCE.

032400 RELEASE-BALANCE-ENTRY.
032500     IF GLBAL-ACCOUNT NOT = LOOKED-UP-ACCOUNT
032600         PERFORM CLASSIFY-THE-ACCOUNT.
032700     MOVE GLBAL-ACCOUNT TO SORT-ACCOUNT.
032800     MOVE GLBAL-COMPANY TO SORT-COMPANY.
032900     MOVE LOOKED-UP-CLASS TO SORT-CLASS.
033000     COMPUTE SORT-AMOUNT = GLBAL-DEBITS - GLBAL-CREDITS.
033100     RELEASE SORT-RECORD.

033200*---------------------------------
033300* I - an income statement
033400* account, closed to zero.
033500* B - everything else, carried
033600* forward.
033700*---------------------------------
033800 CLASSIFY-THE-ACCOUNT.
033900     MOVE GLBAL-ACCOUNT TO LOOKED-UP-ACCOUNT.
034000     MOVE GLBAL-ACCOUNT TO ACCOUNT-CODE.
034100     PERFORM READ-ACCOUNT-RECORD.
034200     MOVE "B" TO LOOKED-UP-CLASS.
034300     IF ACCOUNT-RECORD-FOUND = "Y"
034400        AND (ACCOUNT-TYPE = "R" OR ACCOUNT-TYPE = "X")
034500         MOVE "I" TO LOOKED-UP-CLASS.

034600 CLOSE-SORTED-BALANCES.
034700     MOVE "N" TO SORT-FILE-AT-END.
034800     PERFORM RETURN-NEXT-BALANCE.
034900     PERFORM CLOSE-ONE-ACCOUNT
035000         UNTIL SORT-FILE-AT-END = "Y".

035100 CLOSE-ONE-ACCOUNT.
035200     MOVE SORT-ACCOUNT TO CURRENT-ACCOUNT.
035300     MOVE SORT-COMPANY TO CURRENT-COMPANY.
035400     MOVE SORT-CLASS TO CURRENT-CLASS.
035500     MOVE ZEROES TO ACCOUNT-NET.
035600     PERFORM ADD-ONE-BUCKET
035700         UNTIL SORT-FILE-AT-END = "Y"
035800            OR SORT-ACCOUNT NOT = CURRENT-ACCOUNT
035900            OR SORT-COMPANY NOT = CURRENT-COMPANY.
036000     IF CURRENT-CLASS = "I"
036100         PERFORM POST-CLOSING-ENTRY
036200     ELSE
036300     IF CURRENT-ACCOUNT = RETAINED-EARNINGS
036400         PERFORM HOLD-RETAINED-BALANCE
036500     ELSE
036600         MOVE CURRENT-ACCOUNT TO POST-ACCOUNT
036700         MOVE CURRENT-COMPANY TO POST-COMPANY
036800         MOVE ACCOUNT-NET TO OPENING-AMOUNT
036900         PERFORM SET-OPENING-BALANCE.

037000 ADD-ONE-BUCKET.
037100     ADD SORT-AMOUNT TO ACCOUNT-NET.
037200     PERFORM RETURN-NEXT-BALANCE.

037300*---------------------------------
037400* A debit balance is closed with
037500* a credit and a credit balance
037600* with a debit.
037700*---------------------------------
037800 POST-CLOSING-ENTRY.
037900     IF ACCOUNT-NET NOT = ZERO
038000         MOVE CURRENT-COMPANY TO CLOSE-WANTED-COMPANY
038100         PERFORM FIND-CLOSE-COMPANY
038200         MOVE CURRENT-ACCOUNT TO POST-ACCOUNT
038300         MOVE CURRENT-COMPANY TO POST-COMPANY
038400         MOVE ZEROES TO POST-DEBIT
038500                        POST-CREDIT
038600         IF ACCOUNT-NET > ZERO
038700             MOVE ACCOUNT-NET TO POST-CREDIT
038800         ELSE
038900             COMPUTE POST-DEBIT = ZERO - ACCOUNT-NET.
039000     IF ACCOUNT-NET NOT = ZERO
039100         ADD POST-DEBIT TO CLOSE-DEBITS(CLOSE-INDEX)
039200         ADD POST-CREDIT TO CLOSE-CREDITS(CLOSE-INDEX)
039300         MOVE "CLOSED TO RETAINED EARN" TO PRINT-DESCRIPTION
039400         PERFORM POST-TO-CLOSING-BUCKET
039500         PERFORM PRINT-POSTING-LINE
039600         ADD 1 TO ACCOUNTS-CLOSED.

039700 HOLD-RETAINED-BALANCE.
039800     MOVE CURRENT-COMPANY TO CLOSE-WANTED-COMPANY.
039900     PERFORM FIND-CLOSE-COMPANY.
040000     ADD ACCOUNT-NET TO CLOSE-RE-BALANCE(CLOSE-INDEX).

040100*---------------------------------
040200* Leaves CLOSE-INDEX on the
040300* company's slot, taking the
040400* first free one for a company
040500* not met before.
040600*---------------------------------
040700 FIND-CLOSE-COMPANY.
040800     SET CLOSE-INDEX TO 1.
040900     SEARCH COMPANY-CLOSE
041000         AT END
041100             DISPLAY "*** MORE THAN 20 COMPANIES - "
041200                 CLOSE-WANTED-COMPANY " CLOSES WITH "
041300                 CLOSE-COMPANY(20)
041400             SET CLOSE-INDEX TO 20
041500         WHEN CLOSE-COMPANY(CLOSE-INDEX) = CLOSE-WANTED-COMPANY
041600             NEXT SENTENCE
041700         WHEN CLOSE-COMPANY(CLOSE-INDEX) = HIGH-VALUES
041800             MOVE CLOSE-WANTED-COMPANY
041900                 TO CLOSE-COMPANY(CLOSE-INDEX).

042000*---------------------------------
042100* Net income is the closing
042200* debits less credits; it goes
042300* to retained earnings as a
042400* credit (a loss as a debit).
042500* The retained earnings bucket
042600* is read before and after so
042700* the register proves the
042800* change equals the net income.
042900*---------------------------------
043000 CLOSE-ONE-COMPANY.
043100     IF CLOSE-COMPANY(CLOSE-INDEX) NOT = HIGH-VALUES
043200         PERFORM CLOSE-COMPANY-EARNINGS.
043300     SET CLOSE-INDEX UP BY 1.

043400 CLOSE-COMPANY-EARNINGS.
043500     COMPUTE NET-INCOME = CLOSE-DEBITS(CLOSE-INDEX)
043600                        - CLOSE-CREDITS(CLOSE-INDEX).
043700     MOVE RETAINED-EARNINGS TO POST-ACCOUNT.
043800     MOVE CLOSE-COMPANY(CLOSE-INDEX) TO POST-COMPANY.
043900     PERFORM READ-CLOSING-BUCKET.
044000     COMPUTE RE-BEFORE = GLBAL-CREDITS - GLBAL-DEBITS.
044100     MOVE ZEROES TO POST-DEBIT
044200                    POST-CREDIT.
044300     IF NET-INCOME > ZERO
044400         MOVE NET-INCOME TO POST-CREDIT
044500     ELSE
044600         COMPUTE POST-DEBIT = ZERO - NET-INCOME.
044700     IF NET-INCOME NOT = ZERO
044800         MOVE "NET INCOME FOR THE YEAR" TO PRINT-DESCRIPTION
044900         PERFORM POST-TO-CLOSING-BUCKET
045000         PERFORM PRINT-POSTING-LINE.
045100     PERFORM READ-CLOSING-BUCKET.
045200     COMPUTE RE-AFTER = GLBAL-CREDITS - GLBAL-DEBITS.
045300     COMPUTE RE-CHANGE = RE-AFTER - RE-BEFORE.
045400     PERFORM PRINT-EARNINGS-PROOF.
045500     MOVE RETAINED-EARNINGS TO POST-ACCOUNT.
045600     MOVE CLOSE-COMPANY(CLOSE-INDEX) TO POST-COMPANY.
045700     COMPUTE OPENING-AMOUNT =
045800         CLOSE-RE-BALANCE(CLOSE-INDEX) - NET-INCOME.
045900     PERFORM SET-OPENING-BALANCE.

046000 PRINT-EARNINGS-PROOF.
046100     MOVE SPACE TO PRINT-PROOF-RESULT.
046200     MOVE "NET INCOME MOVED" TO PRINT-PROOF-CAPTION.
046300     MOVE NET-INCOME TO PRINT-PROOF-AMOUNT.
046400     MOVE PROOF-LINE TO PRINTER-RECORD.
046500     PERFORM PRINT-REGISTER-RECORD.
046600     MOVE "RETAINED EARNINGS CHANGE" TO PRINT-PROOF-CAPTION.
046700     MOVE RE-CHANGE TO PRINT-PROOF-AMOUNT.
046800     IF RE-CHANGE = NET-INCOME
046900         MOVE "PROVEN" TO PRINT-PROOF-RESULT
047000     ELSE
047100         MOVE "*** DOES NOT AGREE ***" TO PRINT-PROOF-RESULT
047200         ADD 1 TO PROOF-FAILURES.
047300     MOVE PROOF-LINE TO PRINTER-RECORD.
047400     PERFORM PRINT-REGISTER-RECORD.
047500     PERFORM LINE-FEED.

047600 PRINT-CLOSE-TOTALS.
047700     MOVE SPACE TO DETAIL-LINE.
047800     MOVE "TOTAL CLOSING ENTRIES" TO PRINT-DESCRIPTION.
047900     MOVE TOTAL-CLOSE-DEBITS TO PRINT-DEBIT.
048000     MOVE TOTAL-CLOSE-CREDITS TO PRINT-CREDIT.
048100     MOVE DETAIL-LINE TO PRINTER-RECORD.
048200     PERFORM PRINT-REGISTER-RECORD.

048300*---------------------------------
048400* The close is recorded only
048500* after every bucket is posted.
048600*---------------------------------
048700 RECORD-THE-CLOSE.
048800     PERFORM READ-CONTROL-RECORD.
048900     MOVE CLOSE-YEAR TO CONTROL-GL-CLOSED-YEAR.
049000     MOVE RETAINED-EARNINGS TO CONTROL-RETAINED-EARNINGS.
049100     PERFORM REWRITE-CONTROL-RECORD.
049200     MOVE "GLCLOS01" TO JOURNAL-PROGRAM.
049300     MOVE SPACE TO JOURNAL-KEY.
049400     STRING CLOSE-YEAR ">" RETAINED-EARNINGS
049500         DELIMITED BY SIZE INTO JOURNAL-KEY.
049600     MOVE "GL-CLOSE" TO JOURNAL-ACTION.
049700     MOVE ZEROES TO JOURNAL-AMOUNT.
049800     PERFORM WRITE-JOURNAL-ENTRY.

049900*---------------------------------
050000* Posting routines. The CCYY13
050100* bucket is created the first
050200* time it is posted, as GLUPD01
050300* creates a period bucket.
050400*---------------------------------
050500 POST-TO-CLOSING-BUCKET.
050600     PERFORM READ-CLOSING-BUCKET.
050700     IF BALANCE-RECORD-FOUND = "N"
050800         PERFORM CREATE-BALANCE-RECORD.
050900     ADD POST-DEBIT TO GLBAL-DEBITS.
051000     ADD POST-CREDIT TO GLBAL-CREDITS.
051100     PERFORM REWRITE-BALANCE-RECORD.
051200     ADD POST-DEBIT TO TOTAL-CLOSE-DEBITS.
051300     ADD POST-CREDIT TO TOTAL-CLOSE-CREDITS.
051304     PERFORM WRITE-DETAIL-RECORD.

051308*---------------------------------
051312* The closing entry as posted,
051315* dated the last day of the
051319* closed year.
051323*---------------------------------
051327 WRITE-DETAIL-RECORD.
051331     ADD 1 TO DETAIL-LINES-WRITTEN.
051335     MOVE GLBAL-ACCOUNT TO GLDTL-ACCOUNT.
051338     MOVE GLBAL-PERIOD TO GLDTL-PERIOD.
051342     MOVE GLBAL-COMPANY TO GLDTL-COMPANY.
051346     MOVE RUN-POSTED-DATE TO GLDTL-POSTED-DATE.
051350     MOVE RUN-POSTED-TIME TO GLDTL-POSTED-TIME.
051354     MOVE DETAIL-LINES-WRITTEN TO GLDTL-POSTED-LINE.
051358     MOVE "GLCLOS01" TO GLDTL-SOURCE.
051362     COMPUTE GLDTL-DATE = CLOSE-YEAR * 10000 + 1231.
051365     MOVE POST-DEBIT TO GLDTL-DEBIT.
051369     MOVE POST-CREDIT TO GLDTL-CREDIT.
051373     MOVE PRINT-DESCRIPTION TO GLDTL-DESCRIPTION.
051377     MOVE "Y" TO GLDTL-REF-TYPE.
051381     MOVE CLOSE-YEAR TO GLDTL-REFERENCE.
051385     MOVE OPERATOR-ID TO GLDTL-OPERATOR.
051388     WRITE GL-DETAIL-RECORD
051392         INVALID KEY
051396         DISPLAY "ERROR WRITING GL DETAIL RECORD".

051400 READ-CLOSING-BUCKET.
051500     MOVE POST-ACCOUNT TO GLBAL-ACCOUNT.
051600     MOVE CLOSE-PERIOD TO GLBAL-PERIOD.
051700     MOVE POST-COMPANY TO GLBAL-COMPANY.
051800     PERFORM READ-BALANCE-RECORD.
051900     IF BALANCE-RECORD-FOUND = "N"
052000         MOVE ZEROES TO GLBAL-DEBITS
052100                        GLBAL-CREDITS
052200                        GLBAL-OPENING-BALANCE.

052300*---------------------------------
052400* An account with nothing to
052500* bring forward gets no new
052600* bucket.
052700*---------------------------------
052800 SET-OPENING-BALANCE.
052900     MOVE POST-ACCOUNT TO GLBAL-ACCOUNT.
053000     MOVE NEXT-YEAR-PERIOD TO GLBAL-PERIOD.
053100     MOVE POST-COMPANY TO GLBAL-COMPANY.
053200     PERFORM READ-BALANCE-RECORD.
053300     IF BALANCE-RECORD-FOUND = "N"
053400        AND OPENING-AMOUNT NOT = ZERO
053500         PERFORM CREATE-BALANCE-RECORD
053600         MOVE "Y" TO BALANCE-RECORD-FOUND.
053700     IF BALANCE-RECORD-FOUND = "Y"
053800         MOVE OPENING-AMOUNT TO GLBAL-OPENING-BALANCE
053900         PERFORM REWRITE-BALANCE-RECORD
054000         ADD 1 TO OPENINGS-SET.

054100 CREATE-BALANCE-RECORD.
054200     MOVE ZEROES TO GLBAL-DEBITS
054300                    GLBAL-CREDITS
054400                    GLBAL-OPENING-BALANCE.
054500     WRITE GL-BALANCE-RECORD
054600         INVALID KEY
054700         DISPLAY "ERROR CREATING BALANCE RECORD".

054800*---------------------------------
054900* File I-O routines.
055000*---------------------------------
055100 READ-FIRST-BALANCE.
055200     MOVE SPACE TO GLBAL-ACCOUNT.
055300     MOVE ZEROES TO GLBAL-PERIOD.
055400     MOVE SPACE TO GLBAL-COMPANY.
055500     START GL-BALANCE-FILE
055600        KEY NOT < GLBAL-KEY
055700         INVALID KEY MOVE "Y" TO BALANCE-FILE-AT-END.
055800     IF BALANCE-FILE-AT-END NOT = "Y"
055900         PERFORM READ-NEXT-BALANCE.

056000 READ-NEXT-BALANCE.
056100     READ GL-BALANCE-FILE NEXT RECORD
056200         AT END MOVE "Y" TO BALANCE-FILE-AT-END.

056300 RETURN-NEXT-BALANCE.
056400     RETURN SORT-FILE
056500         AT END MOVE "Y" TO SORT-FILE-AT-END.

056600 READ-BALANCE-RECORD.
056700     MOVE "Y" TO BALANCE-RECORD-FOUND.
056800     READ GL-BALANCE-FILE RECORD
056900       INVALID KEY
057000          MOVE "N" TO BALANCE-RECORD-FOUND.

057100 REWRITE-BALANCE-RECORD.
057200     REWRITE GL-BALANCE-RECORD
057300         INVALID KEY
057400         DISPLAY "ERROR REWRITING BALANCE RECORD".

057500 READ-ACCOUNT-RECORD.
057600     MOVE "Y" TO ACCOUNT-RECORD-FOUND.
057700     READ ACCOUNT-FILE RECORD
057800       INVALID KEY
057900          MOVE "N" TO ACCOUNT-RECORD-FOUND.

058000 READ-CONTROL-RECORD.
058100     MOVE 1 TO CONTROL-KEY.
058200     MOVE "Y" TO CONTROL-RECORD-FOUND.
058300     READ CONTROL-FILE RECORD
058400       INVALID KEY
058500          MOVE "N" TO CONTROL-RECORD-FOUND
058600          DISPLAY "CONTROL FILE IS INVALID".

058700 REWRITE-CONTROL-RECORD.
058800     REWRITE CONTROL-RECORD
058900         INVALID KEY
059000         DISPLAY "ERROR REWRITING CONTROL RECORD".

059100*---------------------------------
059200* Confirmation prompt routines,
059300* same idiom as VCHPAY01.
059400*---------------------------------
059500 ASK-OK-TO-PROCESS.
059600     PERFORM ACCEPT-OK-TO-PROCESS.
059700     PERFORM RE-ACCEPT-OK-TO-PROCESS
059800        UNTIL OK-TO-PROCESS = "Y" OR "N".

059900 ACCEPT-OK-TO-PROCESS.
060000     DISPLAY PROCESS-MESSAGE.
060100     ACCEPT OK-TO-PROCESS.
060200     INSPECT OK-TO-PROCESS
060300      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

060400 RE-ACCEPT-OK-TO-PROCESS.
060500     DISPLAY "YOU MUST ENTER YES OR NO".
060600     PERFORM ACCEPT-OK-TO-PROCESS.

060700*---------------------------------
060800* Printing routines.
060900*---------------------------------
061000 PRINT-POSTING-LINE.
061100     MOVE POST-ACCOUNT TO PRINT-ACCOUNT.
061200     MOVE POST-COMPANY TO PRINT-COMPANY.
061300     MOVE POST-DEBIT TO PRINT-DEBIT.
061400     MOVE POST-CREDIT TO PRINT-CREDIT.
061500     MOVE DETAIL-LINE TO PRINTER-RECORD.
061600     PERFORM PRINT-REGISTER-RECORD.

061700 PRINT-REGISTER-RECORD.
061800     IF LINE-COUNT > MAXIMUM-LINES
061900         MOVE PRINTER-RECORD TO SAVED-PRINT-RECORD
062000         PERFORM START-NEXT-PAGE
062100         MOVE SAVED-PRINT-RECORD TO PRINTER-RECORD.
062200     PERFORM WRITE-TO-PRINTER.

062300 WRITE-TO-PRINTER.
062400     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
062500     ADD 1 TO LINE-COUNT.

062600 LINE-FEED.
062700     MOVE SPACE TO PRINTER-RECORD.
062800     PERFORM WRITE-TO-PRINTER.

062900 START-NEXT-PAGE.
063000     PERFORM END-LAST-PAGE.
063100     PERFORM START-NEW-PAGE.

063200 START-NEW-PAGE.
063300     ADD 1 TO PAGE-NUMBER.
063400     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
063500     MOVE TITLE-LINE TO PRINTER-RECORD.
063600     PERFORM WRITE-TO-PRINTER.
063700     MOVE YEAR-LINE TO PRINTER-RECORD.
063800     PERFORM WRITE-TO-PRINTER.
063900     PERFORM LINE-FEED.
064000     MOVE COLUMN-LINE TO PRINTER-RECORD.
064100     PERFORM WRITE-TO-PRINTER.

064200 END-LAST-PAGE.
064300     PERFORM FORM-FEED.
064400     MOVE ZERO TO LINE-COUNT.

064500 FORM-FEED.
064600     MOVE SPACE TO PRINTER-RECORD.
064700     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

064800     COPY "PLOPID01.CBL".

064900     COPY "PLJRNL01.CBL".

065000     COPY "PLBWIN01.CBL".
