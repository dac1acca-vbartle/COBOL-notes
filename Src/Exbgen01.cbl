000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EXBGEN01.
000300*---------------------------------
000400* Expense budget generation and
000500* spreading tools, the BUDGEN01
000600* idiom for EXPENSE-BUDGET-FILE,
000700* so EXBMNT01 becomes touch-up
000800* instead of keying every cell:
000900*   1 - GROW: build a target
001000*       year's budget for every
001100*       expense ("X") account and
001200*       company from the source
001300*       year's GL-BALANCE-FILE
001400*       net activity (periods
001500*       01-12; the year-end
001600*       closing period 13 is
001700*       left out) times a growth
001800*       percent
001900*   2 - SPREAD: spread an annual
002000*       target for one account
002100*       and company across the
002200*       12 periods using that
002300*       account's source-year GL
002400*       seasonality (an even
002500*       twelfth when there is no
002600*       activity).
002700* Generated cells REPLACE any
002800* budget already on file for
002900* the same key, so a year can be
003000* re-generated safely.
003016* While the nightly batch window
003032* is up (PLBWIN01.CBL) the tools
003048* are closed; a generation keyed
003064* as the window goes up writes
003080* nothing.
003100*---------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.

003500     COPY "SLEXBUD.CBL".

003600     COPY "SLGLBAL.CBL".

003700     COPY "SLACCT01.CBL".

003800     COPY "SLCOMP01.CBL".

003833     COPY "SLBWIN01.CBL".

003866     COPY "SLBWLOG.CBL".

003900 DATA DIVISION.
004000 FILE SECTION.

004100     COPY "FDEXBUD.CBL".

004200     COPY "FDGLBAL.CBL".

004300     COPY "FDACCT01.CBL".

004400     COPY "FDCOMP01.CBL".

004433     COPY "FDBWIN01.CBL".

004466     COPY "FDBWLOG.CBL".

004500 WORKING-STORAGE SECTION.

004600 77  MENU-PICK                    PIC 9.
004700     88  MENU-PICK-IS-VALID       VALUES 0 THRU 2.

004800 77  BALANCE-FILE-AT-END          PIC X.
004900 77  BALANCE-RECORD-FOUND         PIC X.
005000 77  BUDGET-RECORD-FOUND          PIC X.
005100 77  ACCOUNT-RECORD-FOUND         PIC X.
005200 77  SOURCE-YEAR                  PIC 9(4).
005300 77  TARGET-YEAR                  PIC 9(4).
005400 77  GROWTH-PERCENT               PIC S9(3)V9.
005500 77  GROWTH-FACTOR                PIC 9V9(4).
005600 77  WORK-YEAR                    PIC 9(4).
005700 77  WORK-MONTH                   PIC 99.
005800 77  GROWN-AMOUNT                 PIC S9(9)V99.
005900 77  CELLS-WRITTEN                PIC 9(5) VALUE ZERO.
006000 77  SPREAD-ACCOUNT               PIC X(10).
006100 77  ANNUAL-TARGET                PIC S9(9)V99.
006200 77  SEASON-TOTAL                 PIC S9(11)V99.
006300 77  AN-AMOUNT-FIELD              PIC ZZZ,ZZZ,ZZ9.99-.
006400 77  A-PCT-FIELD                  PIC ZZ9.9-.
006500 77  MONTH-SUB                    PIC 99.

006600*---------------------------------
006700* One account/company's source-
006800* year net activity by period,
006900* for the seasonality spread.
007000*---------------------------------
007100 01  SEASON-TABLE-AREA.
007200     05  SEASON-MONTH OCCURS 12 TIMES
007300             PIC S9(11)V99.

007400     COPY "WSCOMP1.CBL".

007500     COPY "WSCASE01.CBL".

007600     COPY "WSOPID01.CBL".

007650     COPY "WSBWIN01.CBL".

007700 PROCEDURE DIVISION.
007800 PROGRAM-BEGIN.
007900     PERFORM OPENING-PROCEDURE.
008000     PERFORM GET-OPERATOR-ID.
008025     MOVE "EXBGEN01" TO BWIN-PROGRAM-NAME.
008050     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
008075     IF BATCH-UPDATES-ALLOWED = "Y"
008100         PERFORM MAIN-PROCESS.
008200     PERFORM CLOSING-PROCEDURE.

008233 PROGRAM-EXIT.
008266     EXIT PROGRAM.

008300 PROGRAM-DONE.
008400     ACCEPT OMITTED. STOP RUN.

008500 OPENING-PROCEDURE.
008600     OPEN I-O EXPENSE-BUDGET-FILE.
008700     OPEN INPUT GL-BALANCE-FILE.
008800     OPEN INPUT ACCOUNT-FILE.
008900     OPEN INPUT COMPANY-FILE.

009000 CLOSING-PROCEDURE.
009100     CLOSE EXPENSE-BUDGET-FILE.
009200     CLOSE GL-BALANCE-FILE.
009300     CLOSE ACCOUNT-FILE.
009400     CLOSE COMPANY-FILE.

009500 MAIN-PROCESS.
009600     PERFORM GET-MENU-PICK.
009700     PERFORM WORK-THE-PICK
009800         UNTIL MENU-PICK = 0.

009900*---------------------------------
010000* MENU
010100*---------------------------------
010200 GET-MENU-PICK.
010300     PERFORM DISPLAY-THE-MENU.
010400     PERFORM ACCEPT-MENU-PICK.
010500     PERFORM RE-ACCEPT-MENU-PICK
010600         UNTIL MENU-PICK-IS-VALID.

010700 DISPLAY-THE-MENU.
010800     PERFORM CLEAR-SCREEN.
010900     DISPLAY "OPERATOR: " OPERATOR-ID.
011000     DISPLAY "    EXPENSE BUDGET GENERATION".
011100     DISPLAY "    PLEASE SELECT:".
011200     DISPLAY " ".
011300     DISPLAY "          1.  GROW FROM GL ACTUALS".
011400     DISPLAY "          2.  SPREAD AN ANNUAL TARGET".
011500     DISPLAY " ".
011600     DISPLAY "          0.  EXIT".
011700     PERFORM SCROLL-LINE 8 TIMES.

011800 ACCEPT-MENU-PICK.
011900     DISPLAY "YOUR CHOICE (0-2)?".
012000     ACCEPT MENU-PICK.

012100 RE-ACCEPT-MENU-PICK.
012200     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
012300     PERFORM ACCEPT-MENU-PICK.

012400 CLEAR-SCREEN.
012500     PERFORM SCROLL-LINE 25 TIMES.

012600 SCROLL-LINE.
012700     DISPLAY " ".

012800 WORK-THE-PICK.
012900     PERFORM DO-THE-PICK.
012950     IF BATCH-UPDATES-ALLOWED = "Y"
013000         PERFORM GET-MENU-PICK
013033     ELSE
013066         MOVE ZERO TO MENU-PICK.

013100 DO-THE-PICK.
013200     IF MENU-PICK = 1
013300         PERFORM GROW-FROM-ACTUALS
013400     ELSE
013500     IF MENU-PICK = 2
013600         PERFORM SPREAD-ANNUAL-TARGET.

013700*---------------------------------
013800* GROW - every source-year GL
013900* bucket of an expense account
014000* lands in the target year's
014100* budget cell for the same
014200* account, company and month
014300* times the growth factor.
014400*---------------------------------
014500 GROW-FROM-ACTUALS.
014600     MOVE ZEROES TO CELLS-WRITTEN.
014700     DISPLAY "ENTER SOURCE ACTUALS YEAR (CCYY)".
014800     ACCEPT SOURCE-YEAR.
014900     DISPLAY "ENTER TARGET BUDGET YEAR (CCYY)".
015000     ACCEPT TARGET-YEAR.
015100     DISPLAY "ENTER GROWTH PERCENT (- ALLOWED)".
015200     ACCEPT A-PCT-FIELD.
015300     MOVE A-PCT-FIELD TO GROWTH-PERCENT.
015400     COMPUTE GROWTH-FACTOR = 1 + (GROWTH-PERCENT / 100).
015500     MOVE SPACE TO ACCOUNT-CODE.
015600     MOVE "N" TO BALANCE-FILE-AT-END.
015700     MOVE LOW-VALUES TO GLBAL-KEY.
015800     START GL-BALANCE-FILE
015900        KEY NOT < GLBAL-KEY
016000         INVALID KEY MOVE "Y" TO BALANCE-FILE-AT-END.
016025     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
016050     IF BATCH-UPDATES-ALLOWED NOT = "Y"
016075         MOVE "Y" TO BALANCE-FILE-AT-END.
016100     PERFORM GROW-ONE-BUCKET
016200         UNTIL BALANCE-FILE-AT-END = "Y".
016300     DISPLAY CELLS-WRITTEN " BUDGET CELL(S) WRITTEN".

016400 GROW-ONE-BUCKET.
016500     READ GL-BALANCE-FILE NEXT RECORD
016600         AT END MOVE "Y" TO BALANCE-FILE-AT-END.
016700     IF BALANCE-FILE-AT-END NOT = "Y"
016800         DIVIDE GLBAL-PERIOD BY 100 GIVING WORK-YEAR
016900         COMPUTE WORK-MONTH =
017000             GLBAL-PERIOD - (WORK-YEAR * 100)
017100         IF WORK-YEAR = SOURCE-YEAR
017200            AND WORK-MONTH < 13
017300             PERFORM GROW-IF-EXPENSE.

017400*---------------------------------
017500* The balance file runs in
017600* account order, so the chart
017700* record is only re-read when
017800* the account changes.
017900*---------------------------------
018000 GROW-IF-EXPENSE.
018100     IF GLBAL-ACCOUNT NOT = ACCOUNT-CODE
018200         MOVE GLBAL-ACCOUNT TO ACCOUNT-CODE
018300         PERFORM READ-ACCOUNT-RECORD.
018400     IF ACCOUNT-RECORD-FOUND = "Y"
018500        AND ACCOUNT-TYPE = "X"
018600         COMPUTE GROWN-AMOUNT ROUNDED =
018700             (GLBAL-DEBITS - GLBAL-CREDITS) * GROWTH-FACTOR
018800         MOVE GLBAL-ACCOUNT TO EXBUD-ACCOUNT
018900         MOVE GLBAL-COMPANY TO EXBUD-COMPANY
019000         COMPUTE EXBUD-PERIOD =
019100             (TARGET-YEAR * 100) + WORK-MONTH
019200         PERFORM REPLACE-TARGET-CELL
019300         ADD 1 TO CELLS-WRITTEN.

019400*---------------------------------
019500* SPREAD - the account's source-
019600* year monthly shape scales an
019700* annual target; no activity
019800* spreads an even twelfth.
019900*---------------------------------
020000 SPREAD-ANNUAL-TARGET.
020100     PERFORM ENTER-SPREAD-ACCOUNT.
020200     PERFORM GET-COMPANY-CODE.
020300     DISPLAY "ENTER SOURCE ACTUALS YEAR (CCYY)".
020400     ACCEPT SOURCE-YEAR.
020500     DISPLAY "ENTER TARGET BUDGET YEAR (CCYY)".
020600     ACCEPT TARGET-YEAR.
020700     DISPLAY "ENTER ANNUAL TARGET DOLLARS".
020800     ACCEPT AN-AMOUNT-FIELD.
020900     MOVE AN-AMOUNT-FIELD TO ANNUAL-TARGET.
021000     PERFORM BUILD-SEASON-TABLE.
021033     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
021066     IF BATCH-UPDATES-ALLOWED = "Y"
021100         PERFORM WRITE-SPREAD-CELLS
021200         DISPLAY "ANNUAL TARGET SPREAD ACROSS 12 PERIODS".

021300 ENTER-SPREAD-ACCOUNT.
021400     PERFORM ACCEPT-SPREAD-ACCOUNT.
021500     PERFORM RE-ACCEPT-SPREAD-ACCOUNT
021600         UNTIL ACCOUNT-RECORD-FOUND = "Y"
021700           AND ACCOUNT-TYPE = "X".

021800 ACCEPT-SPREAD-ACCOUNT.
021900     DISPLAY "ENTER EXPENSE ACCOUNT".
022000     ACCEPT SPREAD-ACCOUNT.
022100     INSPECT SPREAD-ACCOUNT
022200      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
022300     MOVE SPREAD-ACCOUNT TO ACCOUNT-CODE.
022400     PERFORM READ-ACCOUNT-RECORD.
022500     IF ACCOUNT-RECORD-FOUND = "Y"
022600         DISPLAY "   ACCOUNT: " ACCOUNT-NAME.

022700 RE-ACCEPT-SPREAD-ACCOUNT.
022800     DISPLAY "MUST BE AN EXPENSE ACCOUNT ON THE CHART".
022900     PERFORM ACCEPT-SPREAD-ACCOUNT.

023000 BUILD-SEASON-TABLE.
023100     MOVE ZEROES TO SEASON-TOTAL.
023200     PERFORM SEASON-ONE-MONTH
023300         VARYING MONTH-SUB FROM 1 BY 1
023400          UNTIL MONTH-SUB > 12.

023500 SEASON-ONE-MONTH.
023600     MOVE ZEROES TO SEASON-MONTH(MONTH-SUB).
023700     MOVE SPREAD-ACCOUNT TO GLBAL-ACCOUNT.
023800     COMPUTE GLBAL-PERIOD = (SOURCE-YEAR * 100) + MONTH-SUB.
023900     MOVE THIS-COMPANY TO GLBAL-COMPANY.
024000     MOVE "Y" TO BALANCE-RECORD-FOUND.
024100     READ GL-BALANCE-FILE RECORD
024200       INVALID KEY
024300          MOVE "N" TO BALANCE-RECORD-FOUND.
024400     IF BALANCE-RECORD-FOUND = "Y"
024500         COMPUTE SEASON-MONTH(MONTH-SUB) =
024600             GLBAL-DEBITS - GLBAL-CREDITS
024700         ADD SEASON-MONTH(MONTH-SUB) TO SEASON-TOTAL.

024800 WRITE-SPREAD-CELLS.
024900     MOVE SPREAD-ACCOUNT TO EXBUD-ACCOUNT.
025000     MOVE THIS-COMPANY TO EXBUD-COMPANY.
025100     PERFORM WRITE-ONE-SPREAD-CELL
025200         VARYING MONTH-SUB FROM 1 BY 1
025300          UNTIL MONTH-SUB > 12.

025400 WRITE-ONE-SPREAD-CELL.
025500     COMPUTE EXBUD-PERIOD =
025600         (TARGET-YEAR * 100) + MONTH-SUB.
025700     IF SEASON-TOTAL = ZEROES
025800         COMPUTE GROWN-AMOUNT ROUNDED =
025900             ANNUAL-TARGET / 12
026000     ELSE
026100         COMPUTE GROWN-AMOUNT ROUNDED =
026200             ANNUAL-TARGET
026300             * SEASON-MONTH(MONTH-SUB) / SEASON-TOTAL.
026400     PERFORM REPLACE-TARGET-CELL.

026500*---------------------------------
026600* File I-O routines.
026700*---------------------------------
026800 REPLACE-TARGET-CELL.
026900     MOVE "Y" TO BUDGET-RECORD-FOUND.
027000     READ EXPENSE-BUDGET-FILE RECORD
027100       INVALID KEY
027200          MOVE "N" TO BUDGET-RECORD-FOUND.
027300     MOVE GROWN-AMOUNT TO EXBUD-AMOUNT.
027400     IF BUDGET-RECORD-FOUND = "Y"
027500         REWRITE EXPENSE-BUDGET-RECORD
027600             INVALID KEY
027700             DISPLAY "ERROR REWRITING BUDGET CELL"
027800     ELSE
027900         WRITE EXPENSE-BUDGET-RECORD
028000             INVALID KEY
028100             DISPLAY "ERROR CREATING BUDGET CELL".

028200 READ-ACCOUNT-RECORD.
028300     MOVE "Y" TO ACCOUNT-RECORD-FOUND.
028400     READ ACCOUNT-FILE RECORD
028500       INVALID KEY
028600          MOVE "N" TO ACCOUNT-RECORD-FOUND.

028700     COPY "PLCOMP1.CBL".

028800     COPY "PLOPID01.CBL".

028900     COPY "PLBWIN01.CBL".
