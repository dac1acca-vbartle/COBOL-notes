000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STKJNL01.
000300*---------------------------------
000400* Stock ledger journal to the
000500* GL for an accounting period -
000600* what the retail stock ledger
000700* knows about lost and found
000800* inventory that SLSGL01's
000900* sales and cost relief lines
001000* do not carry. For every
001100* store/division bucket:
001200* - the ADJUSTMENTS keyed in
001300*   STKLED01 since the last
001400*   journal (STKLED-ADJUSTMENTS
001500*   less STKLED-ADJ-JOURNALED)
001600* - the variance of a physical
001700*   count on or before the
001800*   period end that has not yet
001900*   been journaled - the book at
002000*   cost less the counted value,
002100*   as STKSHR01 reports it
002200* A loss DEBITS the STKSHRINK
002300* shrink expense account and
002400* CREDITS the bucket's
002500* SLMAP-INVENTORY-ACCOUNT; a
002600* gain (an upward adjustment or
002700* a count over book) the other
002800* way round. A store/division
002900* with no SLSMAP mapping uses
003000* the SLSSUSP suspense account
003100* for inventory, as SLSGL01
003200* does.
003300* The lines go to STKJNL in the
003400* GLEXPORT format SLSGL01
003500* writes, each naming its store
003600* and division as an S
003700* reference, for GLUPD01 to
003800* post. STKJNL is under
003900* transmission control
004000* (PLEXPCTL.CBL): nothing is
004100* written while a prior STKJNL
004200* is pending, and the run is
004300* logged with its period, so a
004400* period already journaled is
004500* refused. The period is the
004600* fiscal period the period-end
004700* date falls in (FISCAL), or
004800* its calendar month. A date in
004900* a closed fiscal year
005000* (CONTROL-GL-CLOSED-YEAR) is
005100* refused. A proof list totals
005200* the lines.
005300*---------------------------------
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.

005700     COPY "SLSTKLED.CBL".

005800     COPY "SLSLMAP.CBL".

005900     COPY "SLFCAL01.CBL".

006000     COPY "SLCONTRL.CBL".

006100     COPY "SLJRNL01.CBL".

006200     COPY "SLEXPCTL.CBL".

006300     SELECT GL-EXPORT-FILE
006400         ASSIGN TO "STKJNL"
006500         ORGANIZATION IS LINE SEQUENTIAL.

006600     SELECT PRINTER-FILE
006700         ASSIGN TO PRINTER
006800         ORGANIZATION IS LINE SEQUENTIAL.

006900 DATA DIVISION.
007000 FILE SECTION.

007100     COPY "FDSTKLED.CBL".

007200     COPY "FDSLMAP.CBL".

007300     COPY "FDFCAL01.CBL".

007400     COPY "FDCONTRL.CBL".

007500     COPY "FDJRNL01.CBL".

007600     COPY "FDEXPCTL.CBL".

007700 FD  GL-EXPORT-FILE
007800     LABEL RECORDS ARE OMITTED.
007900 01  GL-EXPORT-RECORD            PIC X(100).

008000 FD  PRINTER-FILE
008100     LABEL RECORDS ARE OMITTED.
008200 01  PRINTER-RECORD              PIC X(80).

008300 WORKING-STORAGE SECTION.

008400 77  CONTROL-RECORD-FOUND         PIC X.
008500 77  FCAL-RECORD-FOUND            PIC X.
008600 77  MAP-RECORD-FOUND             PIC X.
008700 77  LEDGER-FILE-AT-END           PIC X.
008800 77  POSTING-DATE-OK              PIC X.
008900 77  COUNT-TO-JOURNAL             PIC X.
009000 77  RUN-DATE                     PIC 9(8).
009100 77  RUN-PERIOD                   PIC 9(6).
009200 77  RUN-YEAR                     PIC 9(4).
009300 77  ADJUSTMENT-AMOUNT            PIC S9(9)V99.
009400 77  BOOK-INVENTORY               PIC S9(9)V99.
009500 77  SHRINK-AMOUNT                PIC S9(9)V99.
009600 77  LINE-AMOUNT                  PIC S9(9)V99.
009700 77  DEBIT-ACCOUNT                PIC X(10).
009800 77  CREDIT-ACCOUNT               PIC X(10).
009900 77  LINE-DESCRIPTION             PIC X(25).
010000 77  UNMAPPED-COUNT               PIC 9(4) VALUE ZERO.
010100 77  EXPORT-RUN-NUMBER            PIC 9(5).
010200 77  EXPORT-LINE-COUNT            PIC 9(6).
010300 77  EXPORT-DEBIT-TOTAL           PIC S9(11)V99.
010400 77  EXPORT-CREDIT-TOTAL          PIC S9(11)V99.
010500 77  LINE-COUNT                   PIC 999 VALUE ZERO.
010600 77  PAGE-NUMBER                  PIC 9999 VALUE ZERO.
010700 77  MAXIMUM-LINES                PIC 999 VALUE 55.

010800     COPY "WSGLLINE.CBL".

010900 01  LEDGER-REFERENCE.
011000     05  REFERENCE-STORE         PIC 9(2).
011100     05  REFERENCE-DIVISION      PIC 9(2).
011200     05  FILLER                  PIC X(12) VALUE SPACE.

011300 01  PROOF-LINE.
011400     05  PRINT-STORE             PIC Z9.
011500     05  FILLER                  PIC X     VALUE SPACE.
011600     05  PRINT-DIVISION          PIC Z9.
011700     05  FILLER                  PIC X(3)  VALUE SPACE.
011800     05  PRINT-ACCOUNT           PIC X(10).
011900     05  FILLER                  PIC X     VALUE SPACE.
012000     05  PRINT-DEBIT             PIC ZZZ,ZZZ,ZZ9.99-.
012100     05  FILLER                  PIC X     VALUE SPACE.
012200     05  PRINT-CREDIT            PIC ZZZ,ZZZ,ZZ9.99-.
012300     05  FILLER                  PIC X     VALUE SPACE.
012400     05  PRINT-DESCRIPTION       PIC X(25).

012500 01  COLUMN-LINE.
012600     05  FILLER         PIC X(9)  VALUE "ST DV".
012700     05  FILLER         PIC X(11) VALUE "ACCOUNT".
012800     05  FILLER         PIC X(16) VALUE "          DEBIT".
012900     05  FILLER         PIC X(16) VALUE "         CREDIT".
013000     05  FILLER         PIC X(11) VALUE "DESCRIPTION".

013100 01  TITLE-LINE.
013200     05  FILLER              PIC X(6) VALUE SPACE.
013300     05  FILLER              PIC X(25)
013400         VALUE "STOCK LEDGER JOURNAL -".
013500     05  FILLER              PIC X(7) VALUE "PERIOD ".
013600     05  PRINT-TITLE-PERIOD  PIC 9(6).
013700     05  FILLER              PIC X(1) VALUE SPACE.
013800     05  PRINT-TITLE-DATE    PIC Z9/99/9999.
013900     05  FILLER              PIC X(5) VALUE SPACE.
014000     05  FILLER              PIC X(5) VALUE "PAGE:".
014100     05  FILLER              PIC X(1) VALUE SPACE.
014200     05  PRINT-PAGE-NUMBER   PIC ZZZ9.

014300 01  TOTAL-LINE.
014400     05  FILLER              PIC X(19) VALUE "TOTALS".
014500     05  PRINT-TOTAL-DEBITS  PIC ZZZ,ZZZ,ZZ9.99-.
014600     05  FILLER              PIC X     VALUE SPACE.
014700     05  PRINT-TOTAL-CREDITS PIC ZZZ,ZZZ,ZZ9.99-.

014800     COPY "WSEXPCTL.CBL".

014900     COPY "WSDATE01.CBL".

015000     COPY "WSCASE01.CBL".

015100     COPY "WSOPID01.CBL".

015200 PROCEDURE DIVISION.
015300 PROGRAM-BEGIN.
015400     PERFORM OPENING-PROCEDURE.
015500     PERFORM GET-OPERATOR-ID.
015600     PERFORM MAIN-PROCESS.
015700     PERFORM CLOSING-PROCEDURE.

015733 PROGRAM-EXIT.
015766     EXIT PROGRAM.

015800 PROGRAM-DONE.
015900     STOP RUN.

016000 OPENING-PROCEDURE.
016100     OPEN I-O STOCK-LEDGER-FILE.
016200     OPEN INPUT SALES-MAP-FILE.
016300     OPEN INPUT FISCAL-CALENDAR-FILE.
016400     OPEN INPUT CONTROL-FILE.
016500     OPEN EXTEND JOURNAL-FILE.
016600     OPEN I-O EXPORT-CONTROL-FILE.
016700     OPEN OUTPUT PRINTER-FILE.

016800 CLOSING-PROCEDURE.
016900     CLOSE STOCK-LEDGER-FILE.
017000     CLOSE SALES-MAP-FILE.
017100     CLOSE FISCAL-CALENDAR-FILE.
017200     CLOSE CONTROL-FILE.
017300     CLOSE JOURNAL-FILE.
017400     CLOSE EXPORT-CONTROL-FILE.
017500     CLOSE PRINTER-FILE.

017600 MAIN-PROCESS.
017700     MOVE "STKJNL" TO EXPCTL-CHECK-NAME.
017800     MOVE ZEROES TO EXPCTL-CHECK-PERIOD.
017900     PERFORM CHECK-EXPORT-PENDING.
018000     IF EXPCTL-PENDING-FOUND = "Y"
018100         DISPLAY "*** A PRIOR STKJNL FILE IS STILL"
018200         DISPLAY "*** PENDING - POST IT WITH GLUPD01 AND"
018300         DISPLAY "*** MARK IT IN EXPCTL01 BEFORE"
018400         DISPLAY "*** GENERATING ANOTHER"
018500     ELSE
018600         PERFORM ENTER-RUN-DATE
018700         IF RUN-DATE NOT = ZEROES
018800             PERFORM CHECK-THE-PERIOD.

018900*---------------------------------
019000* The period-end date names the
019100* period being journaled and
019200* dates every line. A zero date
019300* exits.
019400*---------------------------------
019500 ENTER-RUN-DATE.
019600     MOVE "N" TO POSTING-DATE-OK.
019700     PERFORM ACCEPT-CHECKED-RUN-DATE
019800         UNTIL POSTING-DATE-OK = "Y".

019900 ACCEPT-CHECKED-RUN-DATE.
020000     MOVE "Y" TO ZERO-DATE-IS-OK.
020100     MOVE "ENTER PERIOD-END POSTING DATE(MM/DD/CCYY)?"
020200            TO DATE-PROMPT.
020300     MOVE "A VALID POSTING DATE IS REQUIRED"
020400            TO DATE-ERROR-MESSAGE.
020500     PERFORM GET-A-DATE.
020600     MOVE DATE-CCYYMMDD TO RUN-DATE.
020700     MOVE "Y" TO POSTING-DATE-OK.
020800     IF RUN-DATE NOT = ZEROES
020900         PERFORM CHECK-RUN-YEAR.

021000 CHECK-RUN-YEAR.
021100     PERFORM READ-CONTROL-RECORD.
021200     DIVIDE RUN-DATE BY 10000 GIVING RUN-YEAR.
021300     IF CONTROL-GL-CLOSED-YEAR NOT = ZERO
021400        AND RUN-YEAR NOT > CONTROL-GL-CLOSED-YEAR
021500         DISPLAY "*** FISCAL YEAR " RUN-YEAR
021600             " IS CLOSED - THE DATE IS REFUSED"
021700         MOVE "N" TO POSTING-DATE-OK.

021800*---------------------------------
021900* A date on the fiscal calendar
022000* gives its fiscal period; any
022100* other date falls back to its
022200* calendar month. A period with
022300* a STKJNL run logged against it
022400* is not journaled again.
022500*---------------------------------
022600 CHECK-THE-PERIOD.
022700     MOVE RUN-DATE TO FCAL-DATE.
022800     MOVE "Y" TO FCAL-RECORD-FOUND.
022900     READ FISCAL-CALENDAR-FILE RECORD
023000       INVALID KEY
023100          MOVE "N" TO FCAL-RECORD-FOUND.
023200     IF FCAL-RECORD-FOUND = "Y"
023300         COMPUTE RUN-PERIOD =
023400             (FCAL-YEAR * 100) + FCAL-PERIOD
023500     ELSE
023600         DIVIDE RUN-DATE BY 100
023700             GIVING RUN-PERIOD.
023800     MOVE RUN-PERIOD TO EXPCTL-CHECK-PERIOD.
023900     PERFORM CHECK-EXPORT-PENDING.
024000     IF EXPCTL-PERIOD-FOUND = "Y"
024100         DISPLAY "*** PERIOD " RUN-PERIOD
024200             " HAS ALREADY BEEN JOURNALED"
024300         DISPLAY "*** (SEE EXPCTL01) - NOTHING WRITTEN"
024400     ELSE
024500         PERFORM JOURNAL-ALL-BUCKETS.

024600 JOURNAL-ALL-BUCKETS.
024700     ADD 1 TO EXPCTL-LAST-RUN GIVING EXPORT-RUN-NUMBER.
024800     MOVE ZEROES TO EXPORT-LINE-COUNT
024900                    EXPORT-DEBIT-TOTAL
025000                    EXPORT-CREDIT-TOTAL.
025100     OPEN OUTPUT GL-EXPORT-FILE.
025200     MOVE RUN-PERIOD TO PRINT-TITLE-PERIOD.
025300     MOVE RUN-DATE TO DATE-CCYYMMDD.
025400     PERFORM CONVERT-TO-MMDDCCYY.
025500     MOVE DATE-MMDDCCYY TO PRINT-TITLE-DATE.
025600     PERFORM START-NEW-PAGE.
025700     MOVE "N" TO LEDGER-FILE-AT-END.
025800     MOVE ZEROES TO STKLED-KEY.
025900     START STOCK-LEDGER-FILE
026000        KEY NOT < STKLED-KEY
026100         INVALID KEY MOVE "Y" TO LEDGER-FILE-AT-END.
026200     PERFORM JOURNAL-ONE-BUCKET
026300         UNTIL LEDGER-FILE-AT-END = "Y".
026400     PERFORM PRINT-TOTAL-LINE.
026500     PERFORM END-LAST-PAGE.
026600     CLOSE GL-EXPORT-FILE.
026700     IF EXPORT-LINE-COUNT = ZERO
026800         DISPLAY "NO ADJUSTMENTS OR COUNT VARIANCES TO"
026900             " JOURNAL"
027000     ELSE
027100         PERFORM LOG-THIS-EXPORT
027200         DISPLAY EXPORT-LINE-COUNT
027300             " LINE(S) WRITTEN TO STKJNL - POST THE"
027400         DISPLAY "FILE WITH GLUPD01".
027500     IF UNMAPPED-COUNT NOT = ZERO
027600         DISPLAY UNMAPPED-COUNT
027700             " STORE/DIVISION(S) HAD NO MAPPING -"
027800             " POSTED TO SUSPENSE (SLMMNT01)".

027900*---------------------------------
028000* What a bucket has not yet had
028100* journaled.
028200*---------------------------------
028300 JOURNAL-ONE-BUCKET.
028400     PERFORM READ-NEXT-LEDGER-RECORD.
028500     IF LEDGER-FILE-AT-END NOT = "Y"
028600         COMPUTE ADJUSTMENT-AMOUNT =
028700             STKLED-ADJUSTMENTS - STKLED-ADJ-JOURNALED
028800         MOVE "N" TO COUNT-TO-JOURNAL
028900         IF STKLED-COUNT-DATE NOT = ZEROES
029000            AND STKLED-COUNT-DATE NOT > RUN-DATE
029100            AND STKLED-COUNT-DATE NOT = STKLED-SHRINK-COUNT-DATE
029200             MOVE "Y" TO COUNT-TO-JOURNAL.
029300     IF LEDGER-FILE-AT-END NOT = "Y"
029400         IF ADJUSTMENT-AMOUNT NOT = ZERO
029500            OR COUNT-TO-JOURNAL = "Y"
029600             PERFORM JOURNAL-THE-BUCKET.

029700 JOURNAL-THE-BUCKET.
029800     PERFORM LOOK-UP-THE-MAPPING.
029900     MOVE STKLED-STORE TO REFERENCE-STORE.
030000     MOVE STKLED-DIVISION TO REFERENCE-DIVISION.
030100     IF ADJUSTMENT-AMOUNT NOT = ZERO
030200         PERFORM JOURNAL-THE-ADJUSTMENT.
030300     IF COUNT-TO-JOURNAL = "Y"
030400         PERFORM JOURNAL-THE-COUNT-VARIANCE.
030500     PERFORM REWRITE-LEDGER-RECORD.

030600 LOOK-UP-THE-MAPPING.
030700     MOVE STKLED-STORE TO SLMAP-STORE.
030800     MOVE STKLED-DIVISION TO SLMAP-DIVISION.
030900     MOVE "Y" TO MAP-RECORD-FOUND.
031000     READ SALES-MAP-FILE RECORD
031100       INVALID KEY
031200          MOVE "N" TO MAP-RECORD-FOUND.
031300     IF MAP-RECORD-FOUND = "N"
031400         ADD 1 TO UNMAPPED-COUNT
031500         MOVE "SLSSUSP" TO SLMAP-INVENTORY-ACCOUNT.

031600*---------------------------------
031700* An adjustment up is found
031800* inventory, one down is lost.
031900*---------------------------------
032000 JOURNAL-THE-ADJUSTMENT.
032100     IF ADJUSTMENT-AMOUNT < ZERO
032200         COMPUTE LINE-AMOUNT = ZERO - ADJUSTMENT-AMOUNT
032300         MOVE "STOCK ADJUSTMENT LOSS" TO LINE-DESCRIPTION
032400         PERFORM SET-LOSS-ACCOUNTS
032500     ELSE
032600         MOVE ADJUSTMENT-AMOUNT TO LINE-AMOUNT
032700         MOVE "STOCK ADJUSTMENT GAIN" TO LINE-DESCRIPTION
032800         PERFORM SET-GAIN-ACCOUNTS.
032900     PERFORM WRITE-LINE-PAIR.
033000     MOVE STKLED-ADJUSTMENTS TO STKLED-ADJ-JOURNALED.

033100*---------------------------------
033200* Book over counted is shrink;
033300* counted over book an overage.
033400* The count is marked journaled
033500* even when it matched the book.
033600*---------------------------------
033700 JOURNAL-THE-COUNT-VARIANCE.
033800     COMPUTE BOOK-INVENTORY =
033900         STKLED-BEGINNING + STKLED-RECEIPTS
034000         - STKLED-COS-RELIEF + STKLED-ADJUSTMENTS
034100         - STKLED-TRANSFERS-OUT + STKLED-TRANSFERS-IN.
034200     COMPUTE SHRINK-AMOUNT =
034300         BOOK-INVENTORY - STKLED-COUNTED.
034400     IF SHRINK-AMOUNT > ZERO
034500         MOVE SHRINK-AMOUNT TO LINE-AMOUNT
034600         MOVE "PHYSICAL COUNT SHRINK" TO LINE-DESCRIPTION
034700         PERFORM SET-LOSS-ACCOUNTS
034800         PERFORM WRITE-LINE-PAIR
034900     ELSE
035000     IF SHRINK-AMOUNT < ZERO
035100         COMPUTE LINE-AMOUNT = ZERO - SHRINK-AMOUNT
035200         MOVE "PHYSICAL COUNT OVERAGE" TO LINE-DESCRIPTION
035300         PERFORM SET-GAIN-ACCOUNTS
035400         PERFORM WRITE-LINE-PAIR.
035500     MOVE STKLED-COUNT-DATE TO STKLED-SHRINK-COUNT-DATE.
035600     MOVE SHRINK-AMOUNT TO STKLED-SHRINK-JOURNALED.

035700 SET-LOSS-ACCOUNTS.
035800     MOVE "STKSHRINK" TO DEBIT-ACCOUNT.
035900     MOVE SLMAP-INVENTORY-ACCOUNT TO CREDIT-ACCOUNT.

036000 SET-GAIN-ACCOUNTS.
036100     MOVE SLMAP-INVENTORY-ACCOUNT TO DEBIT-ACCOUNT.
036200     MOVE "STKSHRINK" TO CREDIT-ACCOUNT.

036300*---------------------------------
036400* One debit and one credit line
036500* for LINE-AMOUNT.
036600*---------------------------------
036700 WRITE-LINE-PAIR.
036800     MOVE DEBIT-ACCOUNT TO GLLINE-ACCOUNT.
036900     MOVE LINE-AMOUNT TO GLLINE-DEBIT.
037000     MOVE ZEROES TO GLLINE-CREDIT.
037100     PERFORM WRITE-EXPORT-LINE.
037200     MOVE CREDIT-ACCOUNT TO GLLINE-ACCOUNT.
037300     MOVE ZEROES TO GLLINE-DEBIT.
037400     MOVE LINE-AMOUNT TO GLLINE-CREDIT.
037500     PERFORM WRITE-EXPORT-LINE.

037600*---------------------------------
037700* Like SLSEXP's lines these
037800* carry no company; they post to
037900* the default company keyed at
038000* the GLUPD01 run.
038100*---------------------------------
038200 WRITE-EXPORT-LINE.
038300     MOVE RUN-DATE TO GLLINE-DATE.
038400     MOVE LINE-DESCRIPTION TO GLLINE-DESCRIPTION.
038500     MOVE SPACE TO GLLINE-COMPANY.
038600     MOVE "S" TO GLLINE-REF-TYPE.
038700     MOVE LEDGER-REFERENCE TO GLLINE-REFERENCE.
038800     MOVE GL-EXPORT-LINE TO GL-EXPORT-RECORD.
038900     WRITE GL-EXPORT-RECORD.
039000     ADD 1 TO EXPORT-LINE-COUNT.
039100     ADD GLLINE-DEBIT TO EXPORT-DEBIT-TOTAL.
039200     ADD GLLINE-CREDIT TO EXPORT-CREDIT-TOTAL.
039300     MOVE SPACE TO PROOF-LINE.
039400     MOVE STKLED-STORE TO PRINT-STORE.
039500     MOVE STKLED-DIVISION TO PRINT-DIVISION.
039600     MOVE GLLINE-ACCOUNT TO PRINT-ACCOUNT.
039700     MOVE GLLINE-DEBIT TO PRINT-DEBIT.
039800     MOVE GLLINE-CREDIT TO PRINT-CREDIT.
039900     MOVE LINE-DESCRIPTION TO PRINT-DESCRIPTION.
040000     PERFORM PRINT-PROOF-LINE.

040100 PRINT-TOTAL-LINE.
040200     PERFORM LINE-FEED.
040300     MOVE EXPORT-DEBIT-TOTAL TO PRINT-TOTAL-DEBITS.
040400     MOVE EXPORT-CREDIT-TOTAL TO PRINT-TOTAL-CREDITS.
040500     MOVE TOTAL-LINE TO PRINTER-RECORD.
040600     PERFORM WRITE-TO-PRINTER.

040700 LOG-THIS-EXPORT.
040800     MOVE "STKJNL" TO EXPCTL-CHECK-NAME.
040900     MOVE EXPORT-LINE-COUNT TO EXPCTL-NEW-COUNT.
041000     MOVE EXPORT-DEBIT-TOTAL TO EXPCTL-NEW-TOTAL.
041100     PERFORM LOG-EXPORT-FILE.
041200     MOVE "STKJNL01" TO JOURNAL-PROGRAM.
041300     MOVE SPACE TO JOURNAL-KEY.
041400     STRING "STKJNL>" EXPORT-RUN-NUMBER
041500         DELIMITED BY SIZE INTO JOURNAL-KEY.
041600     MOVE "EXPORT" TO JOURNAL-ACTION.
041700     MOVE EXPORT-DEBIT-TOTAL TO JOURNAL-AMOUNT.
041800     PERFORM WRITE-JOURNAL-ENTRY.

041900*---------------------------------
042000* File I-O routines.
042100*---------------------------------
042200 READ-NEXT-LEDGER-RECORD.
042300     READ STOCK-LEDGER-FILE NEXT RECORD
042400         AT END MOVE "Y" TO LEDGER-FILE-AT-END.

042500 REWRITE-LEDGER-RECORD.
042600     REWRITE STOCK-LEDGER-RECORD
042700         INVALID KEY
042800         DISPLAY "ERROR REWRITING LEDGER BUCKET".

042900 READ-CONTROL-RECORD.
043000     MOVE 1 TO CONTROL-KEY.
043100     MOVE "Y" TO CONTROL-RECORD-FOUND.
043200     READ CONTROL-FILE RECORD
043300         INVALID KEY
043400          MOVE "N" TO CONTROL-RECORD-FOUND
043500          DISPLAY "CONTROL FILE IS INVALID".

043600*---------------------------------
043700* Printing routines.
043800*---------------------------------
043900 PRINT-PROOF-LINE.
044000     IF LINE-COUNT > MAXIMUM-LINES
044100         PERFORM START-NEXT-PAGE.
044200     MOVE PROOF-LINE TO PRINTER-RECORD.
044300     PERFORM WRITE-TO-PRINTER.

044400 WRITE-TO-PRINTER.
044500     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
044600     ADD 1 TO LINE-COUNT.

044700 LINE-FEED.
044800     MOVE SPACE TO PRINTER-RECORD.
044900     PERFORM WRITE-TO-PRINTER.

045000 START-NEXT-PAGE.
045100     PERFORM END-LAST-PAGE.
045200     PERFORM START-NEW-PAGE.

045300 START-NEW-PAGE.
045400     ADD 1 TO PAGE-NUMBER.
045500     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
045600     MOVE TITLE-LINE TO PRINTER-RECORD.
045700     PERFORM WRITE-TO-PRINTER.
045800     PERFORM LINE-FEED.
045900     MOVE COLUMN-LINE TO PRINTER-RECORD.
046000     PERFORM WRITE-TO-PRINTER.
046100     PERFORM LINE-FEED.

046200 END-LAST-PAGE.
046300     PERFORM FORM-FEED.
046400     MOVE ZERO TO LINE-COUNT.

046500 FORM-FEED.
046600     MOVE SPACE TO PRINTER-RECORD.
046700     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

046800     COPY "PLEXPCTL.CBL".

046900     COPY "PLJRNL01.CBL".

047000     COPY "PLDATE01.CBL".

047100     COPY "PLOPID01.CBL".
