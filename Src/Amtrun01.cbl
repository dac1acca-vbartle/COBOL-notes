000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AMTRUN01.
000300*---------------------------------
000400* Monthly prepaid expense
000500* amortization. For an operator-
000600* entered posting date (the
000700* month end being closed) every
000800* schedule on AMORTIZATION-FILE
000900* (FDAMORT.CBL) is brought up to
001000* that month:
001100* - a schedule keyed after its
001200*   voucher had already posted
001300*   (AMORT-RECLASS "P") first
001400*   moves the whole charge out of
001500*   the account charged - DEBIT
001600*   the prepaid asset, CREDIT the
001700*   charged account - once
001800* - then every month due from
001900*   AMORT-START-PERIOD through
002000*   the posting month and not yet
002100*   run is released - DEBIT the
002200*   expense account, CREDIT the
002300*   prepaid asset. Each month is
002400*   an even share of the original
002500*   amount; the last month takes
002600*   whatever rounding is left, so
002700*   a schedule always clears to
002800*   zero. A month missed is caught
002900*   up in the next run.
003000* The lines go to the AMTEXP file
003100* in the GLEXPORT line format,
003200* under transmission control
003300* (PLEXPCTL.CBL), for GLUPD01 to
003400* post; each carries the
003500* schedule's company and its
003600* voucher as a V reference. A
003700* proof list totals them.
003800* A date in a closed fiscal year
003900* (CONTROL-GL-CLOSED-YEAR) is
004000* refused.
004100*---------------------------------
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.

004500     COPY "SLAMORT.CBL".

004600     COPY "SLCONTRL.CBL".

004700     COPY "SLJRNL01.CBL".

004800     COPY "SLEXPCTL.CBL".

004900     SELECT GL-EXPORT-FILE
005000         ASSIGN TO "AMTEXP"
005100         ORGANIZATION IS LINE SEQUENTIAL.

005200     SELECT PRINTER-FILE
005300         ASSIGN TO PRINTER
005400         ORGANIZATION IS LINE SEQUENTIAL.

005500 DATA DIVISION.
005600 FILE SECTION.

005700     COPY "FDAMORT.CBL".

005800     COPY "FDCONTRL.CBL".

005900     COPY "FDJRNL01.CBL".

006000     COPY "FDEXPCTL.CBL".

006100 FD  GL-EXPORT-FILE
006200     LABEL RECORDS ARE OMITTED.
006300 01  GL-EXPORT-RECORD            PIC X(100).

006400 FD  PRINTER-FILE
006500     LABEL RECORDS ARE OMITTED.
006600 01  PRINTER-RECORD              PIC X(80).

006700 WORKING-STORAGE SECTION.

006800 77  CONTROL-RECORD-FOUND         PIC X.
006900 77  AMORT-FILE-AT-END            PIC X.
007000 77  POSTING-DATE-OK              PIC X.
007100 77  RUN-DATE                     PIC 9(8).
007200 77  RUN-PERIOD                   PIC 9(6).
007300 77  RUN-YEAR                     PIC 9(4).
007400 77  RUN-MONTH                    PIC 99.
007500 77  START-YEAR                   PIC 9(4).
007600 77  START-MONTH                  PIC 99.
007700 77  MONTHS-DUE                   PIC S9(5).
007800 77  TARGET-AMORTIZED             PIC S9(6)V99.
007900 77  LINE-AMOUNT                  PIC S9(6)V99.
008000 77  DEBIT-ACCOUNT                PIC X(10).
008100 77  CREDIT-ACCOUNT               PIC X(10).
008200 77  LINE-DESCRIPTION             PIC X(25).
008300 77  EXPORT-RUN-NUMBER            PIC 9(5).
008400 77  EXPORT-LINE-COUNT            PIC 9(6).
008500 77  EXPORT-DEBIT-TOTAL           PIC S9(11)V99.
008600 77  EXPORT-CREDIT-TOTAL          PIC S9(11)V99.
008700 77  LINE-COUNT                   PIC 999 VALUE ZERO.
008800 77  PAGE-NUMBER                  PIC 9999 VALUE ZERO.
008900 77  MAXIMUM-LINES                PIC 999 VALUE 55.

009000     COPY "WSGLLINE.CBL".

009100 01  PROOF-LINE.
009200     05  PRINT-VOUCHER           PIC Z(7).
009300     05  FILLER                  PIC X     VALUE SPACE.
009400     05  PRINT-SEQUENCE          PIC 99.
009500     05  FILLER                  PIC X     VALUE SPACE.
009600     05  PRINT-ACCOUNT           PIC X(10).
009700     05  FILLER                  PIC X     VALUE SPACE.
009800     05  PRINT-DEBIT             PIC ZZZ,ZZZ,ZZ9.99-.
009900     05  FILLER                  PIC X     VALUE SPACE.
010000     05  PRINT-CREDIT            PIC ZZZ,ZZZ,ZZ9.99-.
010100     05  FILLER                  PIC X     VALUE SPACE.
010200     05  PRINT-DESCRIPTION       PIC X(25).

010300 01  COLUMN-LINE.
010400     05  FILLER         PIC X(11) VALUE "VOUCHER-LN".
010500     05  FILLER         PIC X(11) VALUE "ACCOUNT".
010600     05  FILLER         PIC X(16) VALUE "          DEBIT".
010700     05  FILLER         PIC X(16) VALUE "         CREDIT".
010800     05  FILLER         PIC X(11) VALUE "DESCRIPTION".

010900 01  TITLE-LINE.
011000     05  FILLER              PIC X(10) VALUE SPACE.
011100     05  FILLER              PIC X(31)
011200         VALUE "PREPAID AMORTIZATION PROOF -".
011300     05  PRINT-TITLE-DATE    PIC Z9/99/9999.
011400     05  FILLER              PIC X(5) VALUE SPACE.
011500     05  FILLER              PIC X(5) VALUE "PAGE:".
011600     05  FILLER              PIC X(1) VALUE SPACE.
011700     05  PRINT-PAGE-NUMBER   PIC ZZZ9.

011800 01  TOTAL-LINE.
011900     05  FILLER              PIC X(22) VALUE "TOTALS".
012000     05  PRINT-TOTAL-DEBITS  PIC ZZZ,ZZZ,ZZ9.99-.
012100     05  FILLER              PIC X     VALUE SPACE.
012200     05  PRINT-TOTAL-CREDITS PIC ZZZ,ZZZ,ZZ9.99-.

012300     COPY "WSEXPCTL.CBL".

012400     COPY "WSDATE01.CBL".

012500     COPY "WSCASE01.CBL".

012600     COPY "WSOPID01.CBL".

012700 PROCEDURE DIVISION.
012800 PROGRAM-BEGIN.
012900     PERFORM OPENING-PROCEDURE.
013000     PERFORM GET-OPERATOR-ID.
013100     PERFORM MAIN-PROCESS.
013200     PERFORM CLOSING-PROCEDURE.

013233 PROGRAM-EXIT.
013266     EXIT PROGRAM.

013300 PROGRAM-DONE.
013400     STOP RUN.

013500 OPENING-PROCEDURE.
013600     OPEN I-O AMORTIZATION-FILE.
013700     OPEN INPUT CONTROL-FILE.
013800     OPEN EXTEND JOURNAL-FILE.
013900     OPEN I-O EXPORT-CONTROL-FILE.
014000     OPEN OUTPUT PRINTER-FILE.

014100 CLOSING-PROCEDURE.
014200     CLOSE AMORTIZATION-FILE.
014300     CLOSE CONTROL-FILE.
014400     CLOSE JOURNAL-FILE.
014500     CLOSE EXPORT-CONTROL-FILE.
014600     CLOSE PRINTER-FILE.

014700 MAIN-PROCESS.
014800     MOVE "AMTEXP" TO EXPCTL-CHECK-NAME.
014900     PERFORM CHECK-EXPORT-PENDING.
015000     IF EXPCTL-PENDING-FOUND = "Y"
015100         DISPLAY "*** A PRIOR AMTEXP FILE IS STILL"
015200         DISPLAY "*** PENDING - POST IT WITH GLUPD01 AND"
015300         DISPLAY "*** MARK IT IN EXPCTL01 BEFORE"
015400         DISPLAY "*** GENERATING ANOTHER"
015500     ELSE
015600         PERFORM ENTER-RUN-DATE
015700         IF RUN-DATE NOT = ZEROES
015800             PERFORM AMORTIZE-ALL-SCHEDULES.

015900*---------------------------------
016000* The posting date names the
016100* month being run. A zero date
016200* exits.
016300*---------------------------------
016400 ENTER-RUN-DATE.
016500     MOVE "N" TO POSTING-DATE-OK.
016600     PERFORM ACCEPT-CHECKED-RUN-DATE
016700         UNTIL POSTING-DATE-OK = "Y".

016800 ACCEPT-CHECKED-RUN-DATE.
016900     MOVE "Y" TO ZERO-DATE-IS-OK.
017000     MOVE "ENTER MONTH-END POSTING DATE(MM/DD/CCYY)?"
017100            TO DATE-PROMPT.
017200     MOVE "A VALID POSTING DATE IS REQUIRED"
017300            TO DATE-ERROR-MESSAGE.
017400     PERFORM GET-A-DATE.
017500     MOVE DATE-CCYYMMDD TO RUN-DATE.
017600     MOVE "Y" TO POSTING-DATE-OK.
017700     IF RUN-DATE NOT = ZEROES
017800         PERFORM CHECK-RUN-YEAR.

017900 CHECK-RUN-YEAR.
018000     PERFORM READ-CONTROL-RECORD.
018100     DIVIDE RUN-DATE BY 10000 GIVING RUN-YEAR.
018200     IF CONTROL-GL-CLOSED-YEAR NOT = ZERO
018300        AND RUN-YEAR NOT > CONTROL-GL-CLOSED-YEAR
018400         DISPLAY "*** FISCAL YEAR " RUN-YEAR
018500             " IS CLOSED - THE DATE IS REFUSED"
018600         MOVE "N" TO POSTING-DATE-OK.

018700 AMORTIZE-ALL-SCHEDULES.
018800     DIVIDE RUN-DATE BY 100 GIVING RUN-PERIOD.
018900     DIVIDE RUN-PERIOD BY 100 GIVING RUN-YEAR.
019000     COMPUTE RUN-MONTH = RUN-PERIOD - (RUN-YEAR * 100).
019100     ADD 1 TO EXPCTL-LAST-RUN GIVING EXPORT-RUN-NUMBER.
019200     MOVE ZEROES TO EXPORT-LINE-COUNT
019300                    EXPORT-DEBIT-TOTAL
019400                    EXPORT-CREDIT-TOTAL.
019500     OPEN OUTPUT GL-EXPORT-FILE.
019600     MOVE RUN-DATE TO DATE-CCYYMMDD.
019700     PERFORM CONVERT-TO-MMDDCCYY.
019800     MOVE DATE-MMDDCCYY TO PRINT-TITLE-DATE.
019900     PERFORM START-NEW-PAGE.
020000     MOVE "N" TO AMORT-FILE-AT-END.
020100     MOVE LOW-VALUES TO AMORT-KEY.
020200     START AMORTIZATION-FILE
020300        KEY NOT < AMORT-KEY
020400         INVALID KEY MOVE "Y" TO AMORT-FILE-AT-END.
020500     IF AMORT-FILE-AT-END NOT = "Y"
020600         PERFORM READ-NEXT-AMORT-RECORD.
020700     PERFORM AMORTIZE-ONE-SCHEDULE
020800         UNTIL AMORT-FILE-AT-END = "Y".
020900     CLOSE GL-EXPORT-FILE.
021000     PERFORM PRINT-TOTAL-LINE.
021100     PERFORM END-LAST-PAGE.
021200     IF EXPORT-LINE-COUNT = ZERO
021300         DISPLAY "NO PREPAID AMORTIZATION DUE THROUGH "
021400             RUN-PERIOD
021500     ELSE
021600         PERFORM LOG-THIS-EXPORT
021700         DISPLAY EXPORT-LINE-COUNT
021800             " LINE(S) WRITTEN TO AMTEXP - POST THE"
021900         DISPLAY "FILE WITH GLUPD01".

022000 AMORTIZE-ONE-SCHEDULE.
022100     IF AMORT-RECLASS = "P"
022200         PERFORM RECLASS-THE-CHARGE.
022300     IF AMORT-START-PERIOD NOT > RUN-PERIOD
022400        AND AMORT-LAST-PERIOD < RUN-PERIOD
022500        AND AMORT-MONTHS-DONE < AMORT-MONTHS
022600         PERFORM RELEASE-MONTHS-DUE.
022700     PERFORM READ-NEXT-AMORT-RECORD.

022800 RECLASS-THE-CHARGE.
022900     MOVE AMORT-ASSET-ACCOUNT TO DEBIT-ACCOUNT.
023000     MOVE AMORT-CHARGED-ACCOUNT TO CREDIT-ACCOUNT.
023100     MOVE AMORT-AMOUNT TO LINE-AMOUNT.
023200     MOVE "PREPAID RECLASS" TO LINE-DESCRIPTION.
023300     PERFORM WRITE-LINE-PAIR.
023400     MOVE "D" TO AMORT-RECLASS.
023500     PERFORM REWRITE-AMORT-RECORD.

023600*---------------------------------
023700* Months due counts the start
023800* month through the run month,
023900* never more than the schedule
024000* holds. The amount released is
024100* the share due to date less
024200* what is already out.
024300*---------------------------------
024400 RELEASE-MONTHS-DUE.
024500     DIVIDE AMORT-START-PERIOD BY 100 GIVING START-YEAR.
024600     COMPUTE START-MONTH =
024700         AMORT-START-PERIOD - (START-YEAR * 100).
024800     COMPUTE MONTHS-DUE =
024900         ((RUN-YEAR * 12) + RUN-MONTH)
025000         - ((START-YEAR * 12) + START-MONTH) + 1.
025100     IF MONTHS-DUE > AMORT-MONTHS
025200         MOVE AMORT-MONTHS TO MONTHS-DUE.
025300     IF MONTHS-DUE = AMORT-MONTHS
025400         MOVE AMORT-AMOUNT TO TARGET-AMORTIZED
025500     ELSE
025600         COMPUTE TARGET-AMORTIZED ROUNDED =
025700             AMORT-AMOUNT * MONTHS-DUE / AMORT-MONTHS.
025800     COMPUTE LINE-AMOUNT = TARGET-AMORTIZED - AMORT-AMORTIZED.
025900     IF LINE-AMOUNT NOT = ZEROES
026000         MOVE AMORT-EXPENSE-ACCOUNT TO DEBIT-ACCOUNT
026100         MOVE AMORT-ASSET-ACCOUNT TO CREDIT-ACCOUNT
026200         MOVE "PREPAID AMORTIZATION" TO LINE-DESCRIPTION
026300         PERFORM WRITE-LINE-PAIR.
026400     MOVE TARGET-AMORTIZED TO AMORT-AMORTIZED.
026500     MOVE MONTHS-DUE TO AMORT-MONTHS-DONE.
026600     MOVE RUN-PERIOD TO AMORT-LAST-PERIOD.
026700     PERFORM REWRITE-AMORT-RECORD.

026800*---------------------------------
026900* One debit and one credit line
027000* for LINE-AMOUNT.
027100*---------------------------------
027200 WRITE-LINE-PAIR.
027300     MOVE DEBIT-ACCOUNT TO GLLINE-ACCOUNT.
027400     MOVE LINE-AMOUNT TO GLLINE-DEBIT.
027500     MOVE ZEROES TO GLLINE-CREDIT.
027600     PERFORM WRITE-EXPORT-LINE.
027700     MOVE CREDIT-ACCOUNT TO GLLINE-ACCOUNT.
027800     MOVE ZEROES TO GLLINE-DEBIT.
027900     MOVE LINE-AMOUNT TO GLLINE-CREDIT.
028000     PERFORM WRITE-EXPORT-LINE.

028100 WRITE-EXPORT-LINE.
028200     MOVE RUN-DATE TO GLLINE-DATE.
028300     MOVE LINE-DESCRIPTION TO GLLINE-DESCRIPTION.
028400     MOVE AMORT-COMPANY TO GLLINE-COMPANY.
028500     MOVE "V" TO GLLINE-REF-TYPE.
028600     MOVE AMORT-VOUCHER TO GLLINE-REFERENCE.
028700     MOVE GL-EXPORT-LINE TO GL-EXPORT-RECORD.
028800     WRITE GL-EXPORT-RECORD.
028900     ADD 1 TO EXPORT-LINE-COUNT.
029000     ADD GLLINE-DEBIT TO EXPORT-DEBIT-TOTAL.
029100     ADD GLLINE-CREDIT TO EXPORT-CREDIT-TOTAL.
029200     MOVE SPACE TO PROOF-LINE.
029300     MOVE AMORT-VOUCHER TO PRINT-VOUCHER.
029400     MOVE AMORT-SEQUENCE TO PRINT-SEQUENCE.
029500     MOVE GLLINE-ACCOUNT TO PRINT-ACCOUNT.
029600     MOVE GLLINE-DEBIT TO PRINT-DEBIT.
029700     MOVE GLLINE-CREDIT TO PRINT-CREDIT.
029800     MOVE LINE-DESCRIPTION TO PRINT-DESCRIPTION.
029900     PERFORM PRINT-PROOF-LINE.

030000 PRINT-TOTAL-LINE.
030100     PERFORM LINE-FEED.
030200     MOVE EXPORT-DEBIT-TOTAL TO PRINT-TOTAL-DEBITS.
030300     MOVE EXPORT-CREDIT-TOTAL TO PRINT-TOTAL-CREDITS.
030400     MOVE TOTAL-LINE TO PRINTER-RECORD.
030500     PERFORM WRITE-TO-PRINTER.

030600 LOG-THIS-EXPORT.
030700     MOVE "AMTEXP" TO EXPCTL-CHECK-NAME.
030800     MOVE EXPORT-LINE-COUNT TO EXPCTL-NEW-COUNT.
030900     MOVE EXPORT-DEBIT-TOTAL TO EXPCTL-NEW-TOTAL.
031000     PERFORM LOG-EXPORT-FILE.
031100     MOVE "AMTRUN01" TO JOURNAL-PROGRAM.
031200     MOVE SPACE TO JOURNAL-KEY.
031300     STRING "AMTEXP>" EXPORT-RUN-NUMBER
031400         DELIMITED BY SIZE INTO JOURNAL-KEY.
031500     MOVE "EXPORT" TO JOURNAL-ACTION.
031600     MOVE EXPORT-DEBIT-TOTAL TO JOURNAL-AMOUNT.
031700     PERFORM WRITE-JOURNAL-ENTRY.

031800*---------------------------------
031900* File I-O routines.
032000*---------------------------------
032100 READ-NEXT-AMORT-RECORD.
032200     READ AMORTIZATION-FILE NEXT RECORD
032300         AT END MOVE "Y" TO AMORT-FILE-AT-END.

032400 REWRITE-AMORT-RECORD.
032500     REWRITE AMORTIZATION-RECORD
032600         INVALID KEY
032700         DISPLAY "ERROR REWRITING SCHEDULE RECORD".

032800 READ-CONTROL-RECORD.
032900     MOVE 1 TO CONTROL-KEY.
033000     MOVE "Y" TO CONTROL-RECORD-FOUND.
033100     READ CONTROL-FILE RECORD
033200         INVALID KEY
033300          MOVE "N" TO CONTROL-RECORD-FOUND
033400          DISPLAY "CONTROL FILE IS INVALID".

033500*---------------------------------
033600* Printing routines.
033700*---------------------------------
033800 PRINT-PROOF-LINE.
033900     IF LINE-COUNT > MAXIMUM-LINES
034000         PERFORM START-NEXT-PAGE.
034100     MOVE PROOF-LINE TO PRINTER-RECORD.
034200     PERFORM WRITE-TO-PRINTER.

034300 WRITE-TO-PRINTER.
034400     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
034500     ADD 1 TO LINE-COUNT.

034600 LINE-FEED.
034700     MOVE SPACE TO PRINTER-RECORD.
034800     PERFORM WRITE-TO-PRINTER.

034900 START-NEXT-PAGE.
035000     PERFORM END-LAST-PAGE.
035100     PERFORM START-NEW-PAGE.

035200 START-NEW-PAGE.
035300     ADD 1 TO PAGE-NUMBER.
035400     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
035500     MOVE TITLE-LINE TO PRINTER-RECORD.
035600     PERFORM WRITE-TO-PRINTER.
035700     PERFORM LINE-FEED.
035800     MOVE COLUMN-LINE TO PRINTER-RECORD.
035900     PERFORM WRITE-TO-PRINTER.
036000     PERFORM LINE-FEED.

036100 END-LAST-PAGE.
036200     PERFORM FORM-FEED.
036300     MOVE ZERO TO LINE-COUNT.

036400 FORM-FEED.
036500     MOVE SPACE TO PRINTER-RECORD.
036600     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

036700     COPY "PLEXPCTL.CBL".

036800     COPY "PLJRNL01.CBL".

036900     COPY "PLDATE01.CBL".

037000     COPY "PLOPID01.CBL".
