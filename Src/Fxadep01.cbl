000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FXADEP01.
000300*---------------------------------
000400* Monthly fixed asset
000500* depreciation. For an operator-
000600* entered posting date (the
000700* month end being closed) every
000800* asset on FIXED-ASSET-FILE
000900* (FDFXAST.CBL) not yet retired
001000* is brought up to that month:
001100* - an asset whose voucher
001200*   charged some other account
001300*   (FXA-RECLASS "P") first has
001400*   its cost moved - DEBIT the
001500*   asset account, CREDIT the
001600*   account charged - once
001700* - then every month due from
001800*   the in-service month through
001900*   the posting month (through
002000*   the disposal month for a
002100*   retirement pending) and not
002200*   yet run is depreciated -
002300*   DEBIT the expense account,
002400*   CREDIT accumulated
002500*   depreciation. Straight line
002600*   takes the share of cost less
002700*   salvage due to date; double
002800*   declining takes twice the
002900*   straight-line rate on the
003000*   book value month by month,
003100*   never below salvage. The
003200*   last month of the life takes
003300*   the book to salvage. A month
003400*   missed is caught up in the
003500*   next run.
003600* - a retirement pending whose
003700*   disposal month has come is
003800*   then booked - DEBIT
003900*   accumulated depreciation and
004000*   the proceeds account, CREDIT
004100*   the asset cost, the gain or
004200*   loss to its account - and the
004300*   asset marked retired.
004400* The lines go to the FXAEXP file
004500* in the GLEXPORT line format,
004600* under transmission control
004700* (PLEXPCTL.CBL), for GLUPD01 to
004800* post; each carries the asset's
004900* company and number as an F
005000* reference. The movements are
005100* kept on FXHIST for FXADPR01
005150* and FXAROL01,
005200* and a proof list totals the
005300* lines.
005400* A date in a closed fiscal year
005500* (CONTROL-GL-CLOSED-YEAR) is
005600* refused.
005700*---------------------------------
005800 ENVIRONMENT DIVISION.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.

006100     COPY "SLFXAST.CBL".

006200     COPY "SLFXHST.CBL".

006300     COPY "SLCONTRL.CBL".

006400     COPY "SLJRNL01.CBL".

006500     COPY "SLEXPCTL.CBL".

006600     SELECT GL-EXPORT-FILE
006700         ASSIGN TO "FXAEXP"
006800         ORGANIZATION IS LINE SEQUENTIAL.

006900     SELECT PRINTER-FILE
007000         ASSIGN TO PRINTER
007100         ORGANIZATION IS LINE SEQUENTIAL.

007200 DATA DIVISION.
007300 FILE SECTION.

007400     COPY "FDFXAST.CBL".

007500     COPY "FDFXHST.CBL".

007600     COPY "FDCONTRL.CBL".

007700     COPY "FDJRNL01.CBL".

007800     COPY "FDEXPCTL.CBL".

007900 FD  GL-EXPORT-FILE
008000     LABEL RECORDS ARE OMITTED.
008100 01  GL-EXPORT-RECORD            PIC X(100).

008200 FD  PRINTER-FILE
008300     LABEL RECORDS ARE OMITTED.
008400 01  PRINTER-RECORD              PIC X(80).

008500 WORKING-STORAGE SECTION.

008600 77  CONTROL-RECORD-FOUND         PIC X.
008700 77  ASSET-FILE-AT-END            PIC X.
008800 77  HISTORY-RECORD-FOUND         PIC X.
008900 77  POSTING-DATE-OK              PIC X.
009000 77  RUN-DATE                     PIC 9(8).
009100 77  RUN-PERIOD                   PIC 9(6).
009200 77  RUN-YEAR                     PIC 9(4).
009400 77  END-PERIOD                   PIC 9(6).
009500 77  END-YEAR                     PIC 9(4).
009600 77  END-MONTH                    PIC 99.
009700 77  START-PERIOD                 PIC 9(6).
009800 77  START-YEAR                   PIC 9(4).
009900 77  START-MONTH                  PIC 99.
010000 77  DISPOSAL-PERIOD              PIC 9(6).
010100 77  MONTHS-DUE                   PIC S9(5).
010200 77  DECLINE-MONTH                PIC S9(5).
010300 77  DEPRECIABLE-COST             PIC S9(7)V99.
010400 77  TARGET-ACCUM                 PIC S9(7)V99.
010500 77  MONTH-AMOUNT                 PIC S9(7)V99.
010600 77  GAIN-LOSS                    PIC S9(7)V99.
010700 77  LINE-AMOUNT                  PIC S9(7)V99.
010800 77  DEBIT-ACCOUNT                PIC X(10).
010900 77  CREDIT-ACCOUNT               PIC X(10).
011000 77  LINE-DESCRIPTION             PIC X(25).
011100 77  EXPORT-RUN-NUMBER            PIC 9(5).
011200 77  EXPORT-LINE-COUNT            PIC 9(6).
011300 77  EXPORT-DEBIT-TOTAL           PIC S9(11)V99.
011400 77  EXPORT-CREDIT-TOTAL          PIC S9(11)V99.
011500 77  LINE-COUNT                   PIC 999 VALUE ZERO.
011600 77  PAGE-NUMBER                  PIC 9999 VALUE ZERO.
011700 77  MAXIMUM-LINES                PIC 999 VALUE 55.

011800     COPY "WSGLLINE.CBL".

011900 01  PROOF-LINE.
012000     05  PRINT-ASSET             PIC Z(6).
012100     05  FILLER                  PIC X(4)  VALUE SPACE.
012200     05  PRINT-ACCOUNT           PIC X(10).
012300     05  FILLER                  PIC X     VALUE SPACE.
012400     05  PRINT-DEBIT             PIC ZZZ,ZZZ,ZZ9.99-.
012500     05  FILLER                  PIC X     VALUE SPACE.
012600     05  PRINT-CREDIT            PIC ZZZ,ZZZ,ZZ9.99-.
012700     05  FILLER                  PIC X     VALUE SPACE.
012800     05  PRINT-DESCRIPTION       PIC X(25).

012900 01  COLUMN-LINE.
013000     05  FILLER         PIC X(10) VALUE "ASSET".
013100     05  FILLER         PIC X(11) VALUE "ACCOUNT".
013200     05  FILLER         PIC X(16) VALUE "          DEBIT".
013300     05  FILLER         PIC X(16) VALUE "         CREDIT".
013400     05  FILLER         PIC X(11) VALUE "DESCRIPTION".

013500 01  TITLE-LINE.
013600     05  FILLER              PIC X(10) VALUE SPACE.
013700     05  FILLER              PIC X(31)
013800         VALUE "FIXED ASSET DEPRECIATION -".
013900     05  PRINT-TITLE-DATE    PIC Z9/99/9999.
014000     05  FILLER              PIC X(5) VALUE SPACE.
014100     05  FILLER              PIC X(5) VALUE "PAGE:".
014200     05  FILLER              PIC X(1) VALUE SPACE.
014300     05  PRINT-PAGE-NUMBER   PIC ZZZ9.

014400 01  TOTAL-LINE.
014500     05  FILLER              PIC X(22) VALUE "TOTALS".
014600     05  PRINT-TOTAL-DEBITS  PIC ZZZ,ZZZ,ZZ9.99-.
014700     05  FILLER              PIC X     VALUE SPACE.
014800     05  PRINT-TOTAL-CREDITS PIC ZZZ,ZZZ,ZZ9.99-.

014900     COPY "WSEXPCTL.CBL".

015000     COPY "WSDATE01.CBL".

015100     COPY "WSCASE01.CBL".

015200     COPY "WSOPID01.CBL".

015300 PROCEDURE DIVISION.
015400 PROGRAM-BEGIN.
015500     PERFORM OPENING-PROCEDURE.
015600     PERFORM GET-OPERATOR-ID.
015700     PERFORM MAIN-PROCESS.
015800     PERFORM CLOSING-PROCEDURE.

015833 PROGRAM-EXIT.
015866     EXIT PROGRAM.

015900 PROGRAM-DONE.
016000     STOP RUN.

016100 OPENING-PROCEDURE.
016200     OPEN I-O FIXED-ASSET-FILE.
016300     OPEN I-O FIXED-ASSET-HISTORY-FILE.
016400     OPEN INPUT CONTROL-FILE.
016500     OPEN EXTEND JOURNAL-FILE.
016600     OPEN I-O EXPORT-CONTROL-FILE.
016700     OPEN OUTPUT PRINTER-FILE.

016800 CLOSING-PROCEDURE.
016900     CLOSE FIXED-ASSET-FILE.
017000     CLOSE FIXED-ASSET-HISTORY-FILE.
017100     CLOSE CONTROL-FILE.
017200     CLOSE JOURNAL-FILE.
017300     CLOSE EXPORT-CONTROL-FILE.
017400     CLOSE PRINTER-FILE.

017500 MAIN-PROCESS.
017600     MOVE "FXAEXP" TO EXPCTL-CHECK-NAME.
017700     PERFORM CHECK-EXPORT-PENDING.
017800     IF EXPCTL-PENDING-FOUND = "Y"
017900         DISPLAY "*** A PRIOR FXAEXP FILE IS STILL"
018000         DISPLAY "*** PENDING - POST IT WITH GLUPD01 AND"
018100         DISPLAY "*** MARK IT IN EXPCTL01 BEFORE"
018200         DISPLAY "*** GENERATING ANOTHER"
018300     ELSE
018400         PERFORM ENTER-RUN-DATE
018500         IF RUN-DATE NOT = ZEROES
018600             PERFORM DEPRECIATE-ALL-ASSETS.

018700*---------------------------------
018800* The posting date names the
018900* month being run. A zero date
019000* exits.
019100*---------------------------------
019200 ENTER-RUN-DATE.
019300     MOVE "N" TO POSTING-DATE-OK.
019400     PERFORM ACCEPT-CHECKED-RUN-DATE
019500         UNTIL POSTING-DATE-OK = "Y".

019600 ACCEPT-CHECKED-RUN-DATE.
019700     MOVE "Y" TO ZERO-DATE-IS-OK.
019800     MOVE "ENTER MONTH-END POSTING DATE(MM/DD/CCYY)?"
019900            TO DATE-PROMPT.
020000     MOVE "A VALID POSTING DATE IS REQUIRED"
020100            TO DATE-ERROR-MESSAGE.
020200     PERFORM GET-A-DATE.
020300     MOVE DATE-CCYYMMDD TO RUN-DATE.
020400     MOVE "Y" TO POSTING-DATE-OK.
020500     IF RUN-DATE NOT = ZEROES
020600         PERFORM CHECK-RUN-YEAR.

020700 CHECK-RUN-YEAR.
020800     PERFORM READ-CONTROL-RECORD.
020900     DIVIDE RUN-DATE BY 10000 GIVING RUN-YEAR.
021000     IF CONTROL-GL-CLOSED-YEAR NOT = ZERO
021100        AND RUN-YEAR NOT > CONTROL-GL-CLOSED-YEAR
021200         DISPLAY "*** FISCAL YEAR " RUN-YEAR
021300             " IS CLOSED - THE DATE IS REFUSED"
021400         MOVE "N" TO POSTING-DATE-OK.

021500 DEPRECIATE-ALL-ASSETS.
021600     DIVIDE RUN-DATE BY 100 GIVING RUN-PERIOD.
021700     ADD 1 TO EXPCTL-LAST-RUN GIVING EXPORT-RUN-NUMBER.
021800     MOVE ZEROES TO EXPORT-LINE-COUNT
021900                    EXPORT-DEBIT-TOTAL
022000                    EXPORT-CREDIT-TOTAL.
022100     OPEN OUTPUT GL-EXPORT-FILE.
022200     MOVE RUN-DATE TO DATE-CCYYMMDD.
022300     PERFORM CONVERT-TO-MMDDCCYY.
022400     MOVE DATE-MMDDCCYY TO PRINT-TITLE-DATE.
022500     PERFORM START-NEW-PAGE.
022600     MOVE "N" TO ASSET-FILE-AT-END.
022700     MOVE ZEROES TO FXA-NUMBER.
022800     START FIXED-ASSET-FILE
022900        KEY NOT < FXA-NUMBER
023000         INVALID KEY MOVE "Y" TO ASSET-FILE-AT-END.
023100     IF ASSET-FILE-AT-END NOT = "Y"
023200         PERFORM READ-NEXT-FXA-RECORD.
023300     PERFORM DEPRECIATE-ONE-ASSET
023400         UNTIL ASSET-FILE-AT-END = "Y".
023500     CLOSE GL-EXPORT-FILE.
023600     PERFORM PRINT-TOTAL-LINE.
023700     PERFORM END-LAST-PAGE.
023800     IF EXPORT-LINE-COUNT = ZERO
023900         DISPLAY "NO DEPRECIATION DUE THROUGH "
024000             RUN-PERIOD
024100     ELSE
024200         PERFORM LOG-THIS-EXPORT
024300         DISPLAY EXPORT-LINE-COUNT
024400             " LINE(S) WRITTEN TO FXAEXP - POST THE"
024500         DISPLAY "FILE WITH GLUPD01".

024600*---------------------------------
024700* A retirement pending stops the
024800* depreciation at its disposal
024900* month and is booked once that
025000* month has come.
025100*---------------------------------
025200 DEPRECIATE-ONE-ASSET.
025300     IF FXA-STATUS NOT = "R"
025400         PERFORM BRING-ASSET-UP-TO-DATE.
025500     PERFORM READ-NEXT-FXA-RECORD.

025600 BRING-ASSET-UP-TO-DATE.
025700     IF FXA-RECLASS = "P"
025800         PERFORM RECLASS-THE-COST.
025900     MOVE RUN-PERIOD TO END-PERIOD.
026000     DIVIDE FXA-DISPOSAL-DATE BY 100 GIVING DISPOSAL-PERIOD.
026100     IF FXA-STATUS = "P"
026200        AND DISPOSAL-PERIOD < RUN-PERIOD
026300         MOVE DISPOSAL-PERIOD TO END-PERIOD.
026400     DIVIDE FXA-IN-SERVICE-DATE BY 100 GIVING START-PERIOD.
026500     IF START-PERIOD NOT > END-PERIOD
026600        AND FXA-MONTHS-DONE < FXA-LIFE
026700         PERFORM DEPRECIATE-MONTHS-DUE.
026800     IF FXA-STATUS = "P"
026900        AND DISPOSAL-PERIOD NOT > RUN-PERIOD
027000         PERFORM BOOK-THE-RETIREMENT.

027100 RECLASS-THE-COST.
027200     MOVE FXA-ASSET-ACCOUNT TO DEBIT-ACCOUNT.
027300     MOVE FXA-CHARGED-ACCOUNT TO CREDIT-ACCOUNT.
027400     MOVE FXA-COST TO LINE-AMOUNT.
027500     MOVE "FIXED ASSET RECLASS" TO LINE-DESCRIPTION.
027600     PERFORM WRITE-LINE-PAIR.
027700     MOVE "D" TO FXA-RECLASS.
027800     PERFORM REWRITE-FXA-RECORD.

027900*---------------------------------
028000* Months due counts the in-
028100* service month through the end
028200* month, never more than the
028300* life. The amount booked is the
028400* depreciation due to date less
028500* what is already booked.
028600*---------------------------------
028700 DEPRECIATE-MONTHS-DUE.
028800     DIVIDE START-PERIOD BY 100 GIVING START-YEAR.
028900     COMPUTE START-MONTH = START-PERIOD - (START-YEAR * 100).
029000     DIVIDE END-PERIOD BY 100 GIVING END-YEAR.
029100     COMPUTE END-MONTH = END-PERIOD - (END-YEAR * 100).
029200     COMPUTE MONTHS-DUE =
029300         ((END-YEAR * 12) + END-MONTH)
029400         - ((START-YEAR * 12) + START-MONTH) + 1.
029500     IF MONTHS-DUE > FXA-LIFE
029600         MOVE FXA-LIFE TO MONTHS-DUE.
029700     IF MONTHS-DUE > FXA-MONTHS-DONE
029800         PERFORM FIGURE-TARGET-ACCUM
029900         PERFORM BOOK-THE-DEPRECIATION.

030000 FIGURE-TARGET-ACCUM.
030100     COMPUTE DEPRECIABLE-COST = FXA-COST - FXA-SALVAGE.
030200     IF FXA-METHOD = "D"
030300         MOVE FXA-ACCUM-DEPR TO TARGET-ACCUM
030400         MOVE FXA-MONTHS-DONE TO DECLINE-MONTH
030500         PERFORM DECLINE-ONE-MONTH
030600             UNTIL DECLINE-MONTH NOT < MONTHS-DUE
030700     ELSE
030800     IF MONTHS-DUE = FXA-LIFE
030900         MOVE DEPRECIABLE-COST TO TARGET-ACCUM
031000     ELSE
031100         COMPUTE TARGET-ACCUM ROUNDED =
031200             DEPRECIABLE-COST * MONTHS-DUE / FXA-LIFE.
031300     IF TARGET-ACCUM < FXA-ACCUM-DEPR
031400         MOVE FXA-ACCUM-DEPR TO TARGET-ACCUM.

031500*---------------------------------
031600* Double declining: twice the
031700* straight-line rate on the book
031800* value left, stopping at
031900* salvage; the last month of the
032000* life takes the rest.
032100*---------------------------------
032200 DECLINE-ONE-MONTH.
032300     ADD 1 TO DECLINE-MONTH.
032400     COMPUTE MONTH-AMOUNT ROUNDED =
032500         (FXA-COST - TARGET-ACCUM) * 2 / FXA-LIFE.
032600     IF DECLINE-MONTH = FXA-LIFE
032700        OR TARGET-ACCUM + MONTH-AMOUNT > DEPRECIABLE-COST
032800         COMPUTE MONTH-AMOUNT = DEPRECIABLE-COST - TARGET-ACCUM.
032900     ADD MONTH-AMOUNT TO TARGET-ACCUM.

033000 BOOK-THE-DEPRECIATION.
033100     COMPUTE LINE-AMOUNT = TARGET-ACCUM - FXA-ACCUM-DEPR.
033200     IF LINE-AMOUNT NOT = ZEROES
033300         MOVE FXA-EXPENSE-ACCOUNT TO DEBIT-ACCOUNT
033400         MOVE FXA-ACCUM-ACCOUNT TO CREDIT-ACCOUNT
033500         MOVE "DEPRECIATION" TO LINE-DESCRIPTION
033600         PERFORM WRITE-LINE-PAIR
033700         PERFORM ADD-DEPRECIATION-HISTORY.
033800     MOVE TARGET-ACCUM TO FXA-ACCUM-DEPR.
033900     MOVE MONTHS-DUE TO FXA-MONTHS-DONE.
034000     PERFORM REWRITE-FXA-RECORD.

034100*---------------------------------
034200* The run's depreciation is kept
034300* in the run month; a second run
034400* for the month adds to it.
034500*---------------------------------
034600 ADD-DEPRECIATION-HISTORY.
034700     MOVE FXA-NUMBER TO FXH-ASSET.
034800     MOVE RUN-PERIOD TO FXH-PERIOD.
034900     MOVE "D" TO FXH-TYPE.
035000     PERFORM READ-FXH-RECORD.
035100     IF HISTORY-RECORD-FOUND = "Y"
035200         ADD LINE-AMOUNT TO FXH-ACCUM-CHANGE
035300         MOVE RUN-DATE TO FXH-DATE
035400         PERFORM REWRITE-FXH-RECORD
035500     ELSE
035600         MOVE RUN-DATE TO FXH-DATE
035700         MOVE ZEROES TO FXH-COST-CHANGE
035800                        FXH-PROCEEDS
035900                        FXH-GAIN-LOSS
036000         MOVE LINE-AMOUNT TO FXH-ACCUM-CHANGE
036100         PERFORM WRITE-FXH-RECORD.

036200*---------------------------------
036300* The disposal takes the cost
036400* and accumulated depreciation
036500* off; proceeds less book value
036600* is the gain (a loss when
036700* negative).
036800*---------------------------------
036900 BOOK-THE-RETIREMENT.
037000     COMPUTE GAIN-LOSS =
037100         FXA-PROCEEDS - (FXA-COST - FXA-ACCUM-DEPR).
037200     MOVE "ASSET DISPOSAL" TO LINE-DESCRIPTION.
037300     IF FXA-ACCUM-DEPR NOT = ZEROES
037400         MOVE FXA-ACCUM-ACCOUNT TO GLLINE-ACCOUNT
037500         MOVE FXA-ACCUM-DEPR TO GLLINE-DEBIT
037600         MOVE ZEROES TO GLLINE-CREDIT
037700         PERFORM WRITE-EXPORT-LINE.
037800     IF FXA-PROCEEDS NOT = ZEROES
037900         MOVE FXA-PROCEEDS-ACCOUNT TO GLLINE-ACCOUNT
038000         MOVE FXA-PROCEEDS TO GLLINE-DEBIT
038100         MOVE ZEROES TO GLLINE-CREDIT
038200         PERFORM WRITE-EXPORT-LINE.
038300     IF GAIN-LOSS < ZEROES
038400         MOVE FXA-GAIN-LOSS-ACCOUNT TO GLLINE-ACCOUNT
038500         MOVE GAIN-LOSS TO GLLINE-DEBIT
038600         MOVE ZEROES TO GLLINE-CREDIT
038700         PERFORM WRITE-EXPORT-LINE.
038800     MOVE FXA-ASSET-ACCOUNT TO GLLINE-ACCOUNT.
038900     MOVE ZEROES TO GLLINE-DEBIT.
039000     MOVE FXA-COST TO GLLINE-CREDIT.
039100     PERFORM WRITE-EXPORT-LINE.
039200     IF GAIN-LOSS > ZEROES
039300         MOVE FXA-GAIN-LOSS-ACCOUNT TO GLLINE-ACCOUNT
039400         MOVE ZEROES TO GLLINE-DEBIT
039500         MOVE GAIN-LOSS TO GLLINE-CREDIT
039600         PERFORM WRITE-EXPORT-LINE.
039700     PERFORM WRITE-RETIREMENT-HISTORY.
039800     MOVE "R" TO FXA-STATUS.
039900     PERFORM REWRITE-FXA-RECORD.

040000 WRITE-RETIREMENT-HISTORY.
040100     MOVE FXA-NUMBER TO FXH-ASSET.
040200     MOVE RUN-PERIOD TO FXH-PERIOD.
040300     MOVE "R" TO FXH-TYPE.
040400     MOVE FXA-DISPOSAL-DATE TO FXH-DATE.
040500     COMPUTE FXH-COST-CHANGE = ZERO - FXA-COST.
040600     COMPUTE FXH-ACCUM-CHANGE = ZERO - FXA-ACCUM-DEPR.
040700     MOVE FXA-PROCEEDS TO FXH-PROCEEDS.
040800     MOVE GAIN-LOSS TO FXH-GAIN-LOSS.
040900     PERFORM WRITE-FXH-RECORD.

041000*---------------------------------
041100* One debit and one credit line
041200* for LINE-AMOUNT.
041300*---------------------------------
041400 WRITE-LINE-PAIR.
041500     MOVE DEBIT-ACCOUNT TO GLLINE-ACCOUNT.
041600     MOVE LINE-AMOUNT TO GLLINE-DEBIT.
041700     MOVE ZEROES TO GLLINE-CREDIT.
041800     PERFORM WRITE-EXPORT-LINE.
041900     MOVE CREDIT-ACCOUNT TO GLLINE-ACCOUNT.
042000     MOVE ZEROES TO GLLINE-DEBIT.
042100     MOVE LINE-AMOUNT TO GLLINE-CREDIT.
042200     PERFORM WRITE-EXPORT-LINE.

042300 WRITE-EXPORT-LINE.
042400     MOVE RUN-DATE TO GLLINE-DATE.
042500     MOVE LINE-DESCRIPTION TO GLLINE-DESCRIPTION.
042600     MOVE FXA-COMPANY TO GLLINE-COMPANY.
042700     MOVE "F" TO GLLINE-REF-TYPE.
042800     MOVE FXA-NUMBER TO GLLINE-REFERENCE.
042900     MOVE GL-EXPORT-LINE TO GL-EXPORT-RECORD.
043000     WRITE GL-EXPORT-RECORD.
043100     ADD 1 TO EXPORT-LINE-COUNT.
043200     ADD GLLINE-DEBIT TO EXPORT-DEBIT-TOTAL.
043300     ADD GLLINE-CREDIT TO EXPORT-CREDIT-TOTAL.
043400     MOVE SPACE TO PROOF-LINE.
043500     MOVE FXA-NUMBER TO PRINT-ASSET.
043600     MOVE GLLINE-ACCOUNT TO PRINT-ACCOUNT.
043700     MOVE GLLINE-DEBIT TO PRINT-DEBIT.
043800     MOVE GLLINE-CREDIT TO PRINT-CREDIT.
043900     MOVE LINE-DESCRIPTION TO PRINT-DESCRIPTION.
044000     PERFORM PRINT-PROOF-LINE.

044100 PRINT-TOTAL-LINE.
044200     PERFORM LINE-FEED.
044300     MOVE EXPORT-DEBIT-TOTAL TO PRINT-TOTAL-DEBITS.
044400     MOVE EXPORT-CREDIT-TOTAL TO PRINT-TOTAL-CREDITS.
044500     MOVE TOTAL-LINE TO PRINTER-RECORD.
044600     PERFORM WRITE-TO-PRINTER.

044700 LOG-THIS-EXPORT.
044800     MOVE "FXAEXP" TO EXPCTL-CHECK-NAME.
044900     MOVE EXPORT-LINE-COUNT TO EXPCTL-NEW-COUNT.
045000     MOVE EXPORT-DEBIT-TOTAL TO EXPCTL-NEW-TOTAL.
045100     PERFORM LOG-EXPORT-FILE.
045200     MOVE "FXADEP01" TO JOURNAL-PROGRAM.
045300     MOVE SPACE TO JOURNAL-KEY.
045400     STRING "FXAEXP>" EXPORT-RUN-NUMBER
045500         DELIMITED BY SIZE INTO JOURNAL-KEY.
045600     MOVE "EXPORT" TO JOURNAL-ACTION.
045700     MOVE EXPORT-DEBIT-TOTAL TO JOURNAL-AMOUNT.
045800     PERFORM WRITE-JOURNAL-ENTRY.

045900*---------------------------------
046000* File I-O routines.
046100*---------------------------------
046200 READ-NEXT-FXA-RECORD.
046300     READ FIXED-ASSET-FILE NEXT RECORD
046400         AT END MOVE "Y" TO ASSET-FILE-AT-END.

046500 REWRITE-FXA-RECORD.
046600     REWRITE FIXED-ASSET-RECORD
046700         INVALID KEY
046800         DISPLAY "ERROR REWRITING ASSET RECORD".

046900 READ-FXH-RECORD.
047000     MOVE "Y" TO HISTORY-RECORD-FOUND.
047100     READ FIXED-ASSET-HISTORY-FILE RECORD
047200       INVALID KEY
047300          MOVE "N" TO HISTORY-RECORD-FOUND.

047400 WRITE-FXH-RECORD.
047500     WRITE FIXED-ASSET-HISTORY-RECORD
047600         INVALID KEY
047700         DISPLAY "ERROR WRITING ASSET HISTORY".

047800 REWRITE-FXH-RECORD.
047900     REWRITE FIXED-ASSET-HISTORY-RECORD
048000         INVALID KEY
048100         DISPLAY "ERROR REWRITING ASSET HISTORY".

048200 READ-CONTROL-RECORD.
048300     MOVE 1 TO CONTROL-KEY.
048400     MOVE "Y" TO CONTROL-RECORD-FOUND.
048500     READ CONTROL-FILE RECORD
048600         INVALID KEY
048700          MOVE "N" TO CONTROL-RECORD-FOUND
048800          DISPLAY "CONTROL FILE IS INVALID".

048900*---------------------------------
049000* Printing routines.
049100*---------------------------------
049200 PRINT-PROOF-LINE.
049300     IF LINE-COUNT > MAXIMUM-LINES
049400         PERFORM START-NEXT-PAGE.
049500     MOVE PROOF-LINE TO PRINTER-RECORD.
049600     PERFORM WRITE-TO-PRINTER.

049700 WRITE-TO-PRINTER.
049800     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
049900     ADD 1 TO LINE-COUNT.

050000 LINE-FEED.
050100     MOVE SPACE TO PRINTER-RECORD.
050200     PERFORM WRITE-TO-PRINTER.

050300 START-NEXT-PAGE.
050400     PERFORM END-LAST-PAGE.
050500     PERFORM START-NEW-PAGE.

050600 START-NEW-PAGE.
050700     ADD 1 TO PAGE-NUMBER.
050800     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
050900     MOVE TITLE-LINE TO PRINTER-RECORD.
051000     PERFORM WRITE-TO-PRINTER.
051100     PERFORM LINE-FEED.
051200     MOVE COLUMN-LINE TO PRINTER-RECORD.
051300     PERFORM WRITE-TO-PRINTER.
051400     PERFORM LINE-FEED.

051500 END-LAST-PAGE.
051600     PERFORM FORM-FEED.
051700     MOVE ZERO TO LINE-COUNT.

051800 FORM-FEED.
051900     MOVE SPACE TO PRINTER-RECORD.
052000     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

052100     COPY "PLEXPCTL.CBL".

052200     COPY "PLJRNL01.CBL".

052300     COPY "PLDATE01.CBL".

052400     COPY "PLOPID01.CBL".
