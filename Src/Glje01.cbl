000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GLJE01.
000300*---------------------------------
000400* Manual general journal entry
000500* for the in-house ledger -
000600* reclasses, accruals, payroll
000700* and the VOIDSUSP suspense
000800* clean-up that used to be keyed
000900* on paper.
001000* ENTER keys one multi-line
001100* entry for a company: a date
001200* that must post to an open
001300* period (PLPERIOD.CBL), then up
001400* to 50 lines of account, debit
001500* or credit and description.
001600* Every account must be active
001700* on the chart (ACCOUNT-FILE),
001800* or be a synthesized export
001900* code (VOIDSUSP, CASHnnnnnn...)
002000* that GL-BALANCE-FILE already
002100* carries. Lines can be added
002200* or removed until the entry
002300* balances - it cannot be saved
002400* while debits and credits
002500* differ. Saving takes the next
002600* CONTROL-LAST-JE number, writes
002700* GL-ENTRY-FILE, journals the
002800* ADD and prints a proof list.
002900* PRINT reprints the proof list
003000* of a saved entry.
003020* A date in a fiscal year
003040* GLCLOS01 has already closed
003060* (CONTROL-GL-CLOSED-YEAR) is
003080* refused outright - no override.
003100* EXPORT writes every line not
003200* yet exported to the GLJEEXP
003300* file in the GLEXPORT line
003400* format, under transmission
003500* control (PLEXPCTL.CBL), and
003600* GLUPD01 posts GLJEEXP into
003700* GL-BALANCE-FILE the same way
003800* it posts GLEXPORT, RNIEXP and
003900* SLSEXP - so GLTBAL01 picks the
004000* entries up from there.
004017* Each exported line carries its
004033* GLJE-KEY as a J reference, so
004050* the GL drill-down (GLDRL01)
004067* can name the entry it came
004083* from.
004085* While the nightly batch window
004087* is up (PLBWIN01.CBL) only PRINT
004089* is open; an entry saved or an
004091* export started as the window
004093* goes up is not written.
004100*---------------------------------
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.

004500     COPY "SLGLJE.CBL".

004600     COPY "SLACCT01.CBL".

004700     COPY "SLGLBAL.CBL".

004800     COPY "SLCONTRL.CBL".

004900     COPY "SLCOMP01.CBL".

005000     COPY "SLOPER01.CBL".

005100     COPY "SLJRNL01.CBL".

005200     COPY "SLLOCK01.CBL".

005300     COPY "SLEXPCTL.CBL".

005333     COPY "SLBWIN01.CBL".

005366     COPY "SLBWLOG.CBL".

005400     SELECT GL-EXPORT-FILE
005500         ASSIGN TO "GLJEEXP"
005600         ORGANIZATION IS LINE SEQUENTIAL.

005700     SELECT PRINTER-FILE
005800         ASSIGN TO PRINTER
005900         ORGANIZATION IS LINE SEQUENTIAL.

006000 DATA DIVISION.
006100 FILE SECTION.

006200     COPY "FDGLJE.CBL".

006300     COPY "FDACCT01.CBL".

006400     COPY "FDGLBAL.CBL".

006500     COPY "FDCONTRL.CBL".

006600     COPY "FDCOMP01.CBL".

006700     COPY "FDOPER01.CBL".

006800     COPY "FDJRNL01.CBL".

006900     COPY "FDLOCK01.CBL".

007000     COPY "FDEXPCTL.CBL".

007033     COPY "FDBWIN01.CBL".

007066     COPY "FDBWLOG.CBL".

007100 FD  GL-EXPORT-FILE
007200     LABEL RECORDS ARE OMITTED.
007300 01  GL-EXPORT-RECORD            PIC X(100).

007400 FD  PRINTER-FILE
007500     LABEL RECORDS ARE OMITTED.
007600 01  PRINTER-RECORD              PIC X(80).

007700 WORKING-STORAGE SECTION.

007800 77  MODE-CHOICE                  PIC X.
007850     88  MODE-IS-UPDATE           VALUES "E" "X".
007900 77  CONTROL-RECORD-FOUND         PIC X.
007950 77  ENTRY-YEAR                   PIC 9(4).
008000 77  ACCOUNT-RECORD-FOUND         PIC X.
008100 77  ENTRY-RECORD-FOUND           PIC X.
008200 77  ENTRY-FILE-AT-END            PIC X.
008300 77  LINES-ARE-DONE               PIC X.
008400 77  LINE-AMOUNT-OK               PIC X.
008500 77  ENTRY-CAN-SAVE               PIC X.
008600 77  ENTRY-ACTION                 PIC 9.
008700     88  ENTRY-ACTION-IS-VALID    VALUES 0 THRU 3.
008800 77  ENTRY-NUMBER                 PIC 9(6).
008900 77  ENTRY-DATE                   PIC 9(8).
009000 77  ENTRY-COMPANY                PIC X(2).
009100 77  ENTRY-DESCRIPTION            PIC X(25).
009200 77  ENTRY-OPERATOR               PIC X(5).
009300 77  ENTRY-DEBIT-TOTAL            PIC S9(11)V99.
009400 77  ENTRY-CREDIT-TOTAL           PIC S9(11)V99.
009500 77  ENTRY-DIFFERENCE             PIC S9(11)V99.
009600 77  JE-LINE-COUNT                PIC 99.
009700 77  NEXT-JE-LINE                 PIC 99.
009800 77  REMOVE-LINE-NUMBER           PIC 99.
009900 77  AN-AMOUNT-FIELD              PIC ZZZ,ZZZ,ZZ9.99.
010000 77  A-TOTAL-FIELD                PIC ZZZ,ZZZ,ZZ9.99-.
010100 77  A-LINE-FIELD                 PIC Z9.
010200 77  ENTRY-NUMBER-FIELD           PIC Z(6).
010300 77  EXPORT-RUN-NUMBER            PIC 9(5).
010400 77  EXPORT-LINE-COUNT            PIC 9(6).
010500 77  EXPORT-DEBIT-TOTAL           PIC S9(11)V99.
010600 77  EXPORT-CREDIT-TOTAL          PIC S9(11)V99.
010700 77  PROOF-DEBIT-TOTAL            PIC S9(11)V99.
010800 77  PROOF-CREDIT-TOTAL           PIC S9(11)V99.
010900 77  LINE-COUNT                   PIC 999 VALUE ZERO.
011000 77  PAGE-NUMBER                  PIC 9999 VALUE ZERO.
011100 77  MAXIMUM-LINES                PIC 999 VALUE 55.

011200*---------------------------------
011300* The entry being keyed. Nothing
011400* reaches GL-ENTRY-FILE until
011500* the whole table balances.
011600*---------------------------------
011700 01  JOURNAL-ENTRY-TABLE.
011800     05  JE-SLOT OCCURS 50 TIMES
011900             INDEXED BY JE-INDEX JE-NEXT-INDEX.
012000         10  JE-SLOT-ACCOUNT      PIC X(10).
012100         10  JE-SLOT-DEBIT        PIC 9(9)V99.
012200         10  JE-SLOT-CREDIT       PIC 9(9)V99.
012300         10  JE-SLOT-DESCRIPTION  PIC X(25).

012400     COPY "WSGLLINE.CBL".

012500 01  PROOF-LINE.
012600     05  PRINT-ENTRY-NUMBER      PIC Z(6).
012700     05  FILLER                  PIC X     VALUE SPACE.
012800     05  PRINT-LINE-NUMBER       PIC ZZ9.
012900     05  FILLER                  PIC X     VALUE SPACE.
013000     05  PRINT-ACCOUNT           PIC X(10).
013100     05  FILLER                  PIC X     VALUE SPACE.
013200     05  PRINT-DEBIT             PIC ZZZ,ZZZ,ZZ9.99-.
013300     05  FILLER                  PIC X     VALUE SPACE.
013400     05  PRINT-CREDIT            PIC ZZZ,ZZZ,ZZ9.99-.
013500     05  FILLER                  PIC X     VALUE SPACE.
013600     05  PRINT-DESCRIPTION       PIC X(25).

013700 01  ENTRY-HEADING-LINE.
013800     05  FILLER              PIC X(7)  VALUE "ENTRY: ".
013900     05  PRINT-HEAD-NUMBER   PIC Z(6).
014000     05  FILLER              PIC X(8)  VALUE "  DATE: ".
014100     05  PRINT-HEAD-DATE     PIC Z9/99/9999.
014200     05  FILLER              PIC X(11) VALUE "  COMPANY: ".
014300     05  PRINT-HEAD-COMPANY  PIC X(2).
014400     05  FILLER              PIC X(12) VALUE "  OPERATOR: ".
014500     05  PRINT-HEAD-OPERATOR PIC X(5).

014600 01  COLUMN-LINE.
014700     05  FILLER         PIC X(7)  VALUE " ENTRY".
014800     05  FILLER         PIC X(4)  VALUE "LN".
014900     05  FILLER         PIC X(11) VALUE "ACCOUNT".
015000     05  FILLER         PIC X(16) VALUE "          DEBIT".
015100     05  FILLER         PIC X(16) VALUE "         CREDIT".
015200     05  FILLER         PIC X(11) VALUE "DESCRIPTION".

015300 01  TITLE-LINE.
015400     05  FILLER              PIC X(12) VALUE SPACE.
015500     05  PRINT-TITLE         PIC X(34).
015600     05  FILLER              PIC X(5) VALUE SPACE.
015700     05  FILLER              PIC X(5) VALUE "PAGE:".
015800     05  FILLER              PIC X(1) VALUE SPACE.
015900     05  PRINT-PAGE-NUMBER   PIC ZZZ9.

016000 01  TOTAL-LINE.
016100     05  FILLER              PIC X(22) VALUE "TOTALS".
016200     05  PRINT-TOTAL-DEBITS  PIC ZZZ,ZZZ,ZZ9.99-.
016300     05  FILLER              PIC X     VALUE SPACE.
016400     05  PRINT-TOTAL-CREDITS PIC ZZZ,ZZZ,ZZ9.99-.
016500     05  FILLER              PIC X     VALUE SPACE.
016600     05  PRINT-BALANCE-FLAG  PIC X(22).

016700     COPY "WSEXPCTL.CBL".

016800     COPY "WSPERIOD.CBL".

016900     COPY "WSLOCK01.CBL".

017000     COPY "WSCOMP1.CBL".

017100     COPY "WSDATE01.CBL".

017200     COPY "WSCASE01.CBL".

017300     COPY "WSOPID01.CBL".

017350     COPY "WSBWIN01.CBL".

017400 PROCEDURE DIVISION.
017500 PROGRAM-BEGIN.
017600     PERFORM OPENING-PROCEDURE.
017700     PERFORM GET-OPERATOR-ID.
017733     MOVE "GLJE01" TO BWIN-PROGRAM-NAME.
017766     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
017800     PERFORM MAIN-PROCESS.
017900     PERFORM CLOSING-PROCEDURE.

018000 PROGRAM-EXIT.
018100     EXIT PROGRAM.

018200 PROGRAM-DONE.
018300     STOP RUN.

018400 OPENING-PROCEDURE.
018500     OPEN I-O GL-ENTRY-FILE.
018600     OPEN INPUT ACCOUNT-FILE.
018700     OPEN INPUT GL-BALANCE-FILE.
018800     OPEN I-O CONTROL-FILE.
018900     OPEN INPUT COMPANY-FILE.
019000     OPEN EXTEND JOURNAL-FILE.
019100     OPEN I-O LOCK-FILE.
019200     OPEN I-O EXPORT-CONTROL-FILE.
019300     OPEN OUTPUT PRINTER-FILE.

019400 CLOSING-PROCEDURE.
019500     CLOSE GL-ENTRY-FILE.
019600     CLOSE ACCOUNT-FILE.
019700     CLOSE GL-BALANCE-FILE.
019800     CLOSE CONTROL-FILE.
019900     CLOSE COMPANY-FILE.
020000     CLOSE JOURNAL-FILE.
020100     CLOSE LOCK-FILE.
020200     CLOSE EXPORT-CONTROL-FILE.
020300     CLOSE PRINTER-FILE.

020400 MAIN-PROCESS.
020500     PERFORM ENTER-MODE-CHOICE.
020600     PERFORM DO-ONE-MODE
020700         UNTIL MODE-CHOICE = "Q".

020800 ENTER-MODE-CHOICE.
020900     DISPLAY "ENTER A JOURNAL ENTRY, PRINT AN ENTRY,".
021000     DISPLAY "EXPORT ENTRIES TO THE GL, OR QUIT (E/P/X/Q)?".
021100     ACCEPT MODE-CHOICE.
021200     INSPECT MODE-CHOICE
021300      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
021400     IF MODE-CHOICE NOT = "E" AND NOT = "P"
021500                AND NOT = "X" AND NOT = "Q"
021600         DISPLAY "YOU MUST ENTER E, P, X, OR Q"
021700         PERFORM ENTER-MODE-CHOICE.

021800 DO-ONE-MODE.
021814     IF MODE-IS-UPDATE
021828         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
021842     IF MODE-IS-UPDATE
021856        AND BATCH-UPDATES-ALLOWED NOT = "Y"
021870         DISPLAY "ONLY PRINT IS OPEN"
021884     ELSE
021900     IF MODE-CHOICE = "E"
022000         PERFORM ENTRY-MODE
022100     ELSE
022200     IF MODE-CHOICE = "P"
022300         PERFORM PRINT-MODE
022400     ELSE
022500     IF MODE-CHOICE = "X"
022600         PERFORM EXPORT-MODE.
022700     PERFORM ENTER-MODE-CHOICE.

022800*---------------------------------
022900* ENTER
023000*---------------------------------
023100 ENTRY-MODE.
023200     PERFORM GET-COMPANY-CODE.
023300     MOVE THIS-COMPANY TO ENTRY-COMPANY.
023400     MOVE OPERATOR-ID TO ENTRY-OPERATOR.
023500     PERFORM ENTER-ENTRY-DATE.
023600     PERFORM ENTER-ENTRY-DESCRIPTION.
023700     MOVE ZERO TO JE-LINE-COUNT.
023800     PERFORM TOTAL-THE-ENTRY.
023900     PERFORM ENTER-ENTRY-LINES.
024000     MOVE 9 TO ENTRY-ACTION.
024100     PERFORM REVIEW-THE-ENTRY
024200         UNTIL ENTRY-ACTION = 0 OR 3.

024300*---------------------------------
024400* The entry date must post to an
024500* open period (PLPERIOD.CBL) or
024600* carry a supervisor override,
024650* and never to a closed year.
024700*---------------------------------
024800 ENTER-ENTRY-DATE.
024900     MOVE "N" TO POSTING-DATE-OK.
025000     PERFORM ACCEPT-CHECKED-ENTRY-DATE
025100         UNTIL POSTING-DATE-OK = "Y".

025200 ACCEPT-CHECKED-ENTRY-DATE.
025300     MOVE "N" TO ZERO-DATE-IS-OK.
025400     MOVE "ENTER ENTRY DATE(MM/DD/CCYY)?"
025500            TO DATE-PROMPT.
025600     MOVE "A VALID ENTRY DATE IS REQUIRED"
025700            TO DATE-ERROR-MESSAGE.
025800     PERFORM GET-A-DATE.
025900     MOVE DATE-CCYYMMDD TO ENTRY-DATE.
026000     MOVE ENTRY-DATE TO POSTING-DATE.
026100     PERFORM READ-CONTROL-RECORD.
026110     DIVIDE ENTRY-DATE BY 10000 GIVING ENTRY-YEAR.
026120     IF CONTROL-GL-CLOSED-YEAR NOT = ZERO
026130        AND ENTRY-YEAR NOT > CONTROL-GL-CLOSED-YEAR
026140         DISPLAY "*** FISCAL YEAR " ENTRY-YEAR
026150             " IS CLOSED - THE DATE IS REFUSED"
026160     ELSE
026170         PERFORM CHECK-POSTING-PERIOD.

026200 ENTER-ENTRY-DESCRIPTION.
026300     PERFORM ACCEPT-ENTRY-DESCRIPTION.
026400     PERFORM RE-ACCEPT-ENTRY-DESCRIPTION
026500         UNTIL ENTRY-DESCRIPTION NOT = SPACE.

026600 ACCEPT-ENTRY-DESCRIPTION.
026700     DISPLAY "ENTER ENTRY DESCRIPTION".
026800     ACCEPT ENTRY-DESCRIPTION.
026900     INSPECT ENTRY-DESCRIPTION
027000      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

027100 RE-ACCEPT-ENTRY-DESCRIPTION.
027200     DISPLAY "A DESCRIPTION IS REQUIRED".
027300     PERFORM ACCEPT-ENTRY-DESCRIPTION.

027400*---------------------------------
027500* Line entry. A blank account
027600* ends entry; each line carries
027700* a debit or a credit, and a
027800* blank line description takes
027900* the entry description.
028000*---------------------------------
028100 ENTER-ENTRY-LINES.
028200     MOVE "N" TO LINES-ARE-DONE.
028300     PERFORM ENTER-ONE-ENTRY-LINE
028400         UNTIL LINES-ARE-DONE = "Y"
028500            OR JE-LINE-COUNT = 50.
028600     IF JE-LINE-COUNT = 50
028700         DISPLAY "THE ENTRY IS FULL (50 LINES)".

028800 ENTER-ONE-ENTRY-LINE.
028900     ADD 1 TO JE-LINE-COUNT GIVING NEXT-JE-LINE.
029000     SET JE-INDEX TO NEXT-JE-LINE.
029100     MOVE NEXT-JE-LINE TO A-LINE-FIELD.
029200     DISPLAY "LINE " A-LINE-FIELD.
029300     PERFORM ENTER-LINE-ACCOUNT.
029400     IF JE-SLOT-ACCOUNT(JE-INDEX) = SPACE
029500         MOVE "Y" TO LINES-ARE-DONE
029600     ELSE
029700         PERFORM ENTER-LINE-AMOUNTS
029800         PERFORM ENTER-LINE-DESCRIPTION
029900         ADD 1 TO JE-LINE-COUNT
030000         PERFORM TOTAL-THE-ENTRY
030100         PERFORM DISPLAY-ENTRY-TOTALS.

030200 ENTER-LINE-ACCOUNT.
030300     PERFORM ACCEPT-LINE-ACCOUNT.
030400     PERFORM RE-ACCEPT-LINE-ACCOUNT
030500         UNTIL ACCOUNT-RECORD-FOUND = "Y".

030600 ACCEPT-LINE-ACCOUNT.
030700     DISPLAY "ENTER GL ACCOUNT CODE (BLANK TO END LINES)".
030800     ACCEPT JE-SLOT-ACCOUNT(JE-INDEX).
030900     INSPECT JE-SLOT-ACCOUNT(JE-INDEX)
031000      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
031100     IF JE-SLOT-ACCOUNT(JE-INDEX) = SPACE
031200         MOVE "Y" TO ACCOUNT-RECORD-FOUND
031300     ELSE
031400         PERFORM LOOK-UP-LINE-ACCOUNT.

031500 RE-ACCEPT-LINE-ACCOUNT.
031600     PERFORM ACCEPT-LINE-ACCOUNT.

031700 LOOK-UP-LINE-ACCOUNT.
031800     MOVE JE-SLOT-ACCOUNT(JE-INDEX) TO ACCOUNT-CODE.
031900     MOVE "Y" TO ACCOUNT-RECORD-FOUND.
032000     READ ACCOUNT-FILE RECORD
032100       INVALID KEY
032200          MOVE "N" TO ACCOUNT-RECORD-FOUND.
032300     IF ACCOUNT-RECORD-FOUND = "N"
032400         PERFORM LOOK-UP-LEDGER-ACCOUNT
032500     ELSE
032600     IF ACCOUNT-ACTIVE NOT = "Y"
032700         DISPLAY "ACCOUNT IS INACTIVE"
032800         MOVE "N" TO ACCOUNT-RECORD-FOUND
032900     ELSE
033000         DISPLAY "   ACCOUNT: " ACCOUNT-NAME.

033100*---------------------------------
033200* The exports carry synthesized
033300* codes with no chart record
033400* (VOIDSUSP, CASHnnnnnn,
033500* APACCRUAL...). One of those is
033600* accepted once GL-BALANCE-FILE
033700* carries it, so the suspense
033800* accounts can be cleared.
033900*---------------------------------
034000 LOOK-UP-LEDGER-ACCOUNT.
034100     MOVE JE-SLOT-ACCOUNT(JE-INDEX) TO GLBAL-ACCOUNT.
034200     MOVE ZEROES TO GLBAL-PERIOD.
034250     MOVE SPACE TO GLBAL-COMPANY.
034300     MOVE "Y" TO ACCOUNT-RECORD-FOUND.
034400     START GL-BALANCE-FILE
034500        KEY NOT < GLBAL-KEY
034600         INVALID KEY MOVE "N" TO ACCOUNT-RECORD-FOUND.
034700     IF ACCOUNT-RECORD-FOUND = "Y"
034800         READ GL-BALANCE-FILE NEXT RECORD
034900             AT END MOVE "N" TO ACCOUNT-RECORD-FOUND.
035000     IF ACCOUNT-RECORD-FOUND = "Y"
035100        AND GLBAL-ACCOUNT NOT = JE-SLOT-ACCOUNT(JE-INDEX)
035200         MOVE "N" TO ACCOUNT-RECORD-FOUND.
035300     IF ACCOUNT-RECORD-FOUND = "N"
035400         DISPLAY "ACCOUNT IS NOT ON THE CHART OF ACCOUNTS"
035500     ELSE
035600         DISPLAY "   LEDGER ACCOUNT - NO CHART RECORD".

035700 ENTER-LINE-AMOUNTS.
035800     PERFORM ACCEPT-LINE-AMOUNTS.
035900     PERFORM RE-ACCEPT-LINE-AMOUNTS
036000         UNTIL LINE-AMOUNT-OK = "Y".

036100 ACCEPT-LINE-AMOUNTS.
036200     MOVE ZEROES TO JE-SLOT-DEBIT(JE-INDEX)
036300                    JE-SLOT-CREDIT(JE-INDEX).
036400     DISPLAY "ENTER DEBIT AMOUNT (0 FOR A CREDIT LINE)".
036500     ACCEPT AN-AMOUNT-FIELD.
036600     MOVE AN-AMOUNT-FIELD TO JE-SLOT-DEBIT(JE-INDEX).
036700     IF JE-SLOT-DEBIT(JE-INDEX) = ZEROES
036800         DISPLAY "ENTER CREDIT AMOUNT"
036900         ACCEPT AN-AMOUNT-FIELD
037000         MOVE AN-AMOUNT-FIELD TO JE-SLOT-CREDIT(JE-INDEX).
037100     IF JE-SLOT-DEBIT(JE-INDEX) = ZEROES
037200        AND JE-SLOT-CREDIT(JE-INDEX) = ZEROES
037300         MOVE "N" TO LINE-AMOUNT-OK
037400     ELSE
037500         MOVE "Y" TO LINE-AMOUNT-OK.

037600 RE-ACCEPT-LINE-AMOUNTS.
037700     DISPLAY "A LINE MUST CARRY A DEBIT OR A CREDIT".
037800     PERFORM ACCEPT-LINE-AMOUNTS.

037900 ENTER-LINE-DESCRIPTION.
038000     DISPLAY "ENTER LINE DESCRIPTION".
038100     DISPLAY "(BLANK FOR " ENTRY-DESCRIPTION ")".
038200     ACCEPT JE-SLOT-DESCRIPTION(JE-INDEX).
038300     INSPECT JE-SLOT-DESCRIPTION(JE-INDEX)
038400      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
038500     IF JE-SLOT-DESCRIPTION(JE-INDEX) = SPACE
038600         MOVE ENTRY-DESCRIPTION
038700             TO JE-SLOT-DESCRIPTION(JE-INDEX).

038800*---------------------------------
038900* Review loop. The operator can
039000* add lines, take a line out or
039100* abandon; SAVE is refused until
039200* debits equal credits.
039300*---------------------------------
039400 REVIEW-THE-ENTRY.
039500     PERFORM DISPLAY-ENTRY-LINES.
039600     PERFORM DISPLAY-ENTRY-TOTALS.
039700     PERFORM GET-ENTRY-ACTION.
039800     PERFORM DO-ENTRY-ACTION.

039900 GET-ENTRY-ACTION.
040000     PERFORM ACCEPT-ENTRY-ACTION.
040100     PERFORM RE-ACCEPT-ENTRY-ACTION
040200         UNTIL ENTRY-ACTION-IS-VALID.

040300 ACCEPT-ENTRY-ACTION.
040400     DISPLAY "          1.  ADD LINES".
040500     DISPLAY "          2.  REMOVE A LINE".
040600     DISPLAY "          3.  SAVE THE ENTRY".
040700     DISPLAY "          0.  ABANDON THE ENTRY".
040800     DISPLAY "YOUR CHOICE (0-3)?".
040900     ACCEPT ENTRY-ACTION.

041000 RE-ACCEPT-ENTRY-ACTION.
041100     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
041200     PERFORM ACCEPT-ENTRY-ACTION.

041300 DO-ENTRY-ACTION.
041400     IF ENTRY-ACTION = 1
041500         PERFORM ENTER-ENTRY-LINES
041600     ELSE
041700     IF ENTRY-ACTION = 2
041800         PERFORM REMOVE-ENTRY-LINE
041900     ELSE
042000     IF ENTRY-ACTION = 3
042100         PERFORM CHECK-ENTRY-CAN-SAVE
042200         PERFORM SAVE-IF-ALLOWED
042300     ELSE
042400         DISPLAY "ENTRY ABANDONED - NOTHING WRITTEN".

042500 CHECK-ENTRY-CAN-SAVE.
042600     MOVE "Y" TO ENTRY-CAN-SAVE.
042700     IF JE-LINE-COUNT < 2
042800         DISPLAY "AN ENTRY NEEDS AT LEAST TWO LINES"
042900         MOVE "N" TO ENTRY-CAN-SAVE
043000     ELSE
043100     IF ENTRY-DEBIT-TOTAL NOT = ENTRY-CREDIT-TOTAL
043200         DISPLAY "*** DEBITS DO NOT EQUAL CREDITS - THE"
043300         DISPLAY "*** ENTRY CANNOT BE SAVED"
043400         MOVE "N" TO ENTRY-CAN-SAVE.
043420     IF ENTRY-CAN-SAVE = "Y"
043440         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
043460         IF BATCH-UPDATES-ALLOWED NOT = "Y"
043480             MOVE "N" TO ENTRY-CAN-SAVE.

043500 SAVE-IF-ALLOWED.
043600     IF ENTRY-CAN-SAVE = "Y"
043700         PERFORM SAVE-THE-ENTRY
043800     ELSE
043900         MOVE 9 TO ENTRY-ACTION.

044000 REMOVE-ENTRY-LINE.
044100     IF JE-LINE-COUNT = ZERO
044200         DISPLAY "THERE ARE NO LINES TO REMOVE"
044300     ELSE
044400         PERFORM ASK-LINE-TO-REMOVE.

044500 ASK-LINE-TO-REMOVE.
044600     DISPLAY "ENTER THE LINE NUMBER TO REMOVE (0 TO KEEP)".
044700     ACCEPT REMOVE-LINE-NUMBER.
044800     IF REMOVE-LINE-NUMBER > JE-LINE-COUNT
044900         DISPLAY "THERE IS NO SUCH LINE"
045000     ELSE
045100     IF REMOVE-LINE-NUMBER NOT = ZERO
045200         PERFORM DROP-ENTRY-LINE.

045300 DROP-ENTRY-LINE.
045400     SET JE-INDEX TO REMOVE-LINE-NUMBER.
045500     PERFORM SHIFT-ONE-LINE-UP
045600         UNTIL JE-INDEX NOT < JE-LINE-COUNT.
045700     SUBTRACT 1 FROM JE-LINE-COUNT.
045800     PERFORM TOTAL-THE-ENTRY.

045900 SHIFT-ONE-LINE-UP.
046000     SET JE-NEXT-INDEX TO JE-INDEX.
046100     SET JE-NEXT-INDEX UP BY 1.
046200     MOVE JE-SLOT(JE-NEXT-INDEX) TO JE-SLOT(JE-INDEX).
046300     SET JE-INDEX UP BY 1.

046400 TOTAL-THE-ENTRY.
046500     MOVE ZEROES TO ENTRY-DEBIT-TOTAL
046600                    ENTRY-CREDIT-TOTAL.
046700     IF JE-LINE-COUNT NOT = ZERO
046800         SET JE-INDEX TO 1
046900         PERFORM ADD-ONE-LINE-TO-TOTALS JE-LINE-COUNT TIMES.
047000     SUBTRACT ENTRY-CREDIT-TOTAL FROM ENTRY-DEBIT-TOTAL
047100         GIVING ENTRY-DIFFERENCE.

047200 ADD-ONE-LINE-TO-TOTALS.
047300     ADD JE-SLOT-DEBIT(JE-INDEX) TO ENTRY-DEBIT-TOTAL.
047400     ADD JE-SLOT-CREDIT(JE-INDEX) TO ENTRY-CREDIT-TOTAL.
047500     SET JE-INDEX UP BY 1.

047600 DISPLAY-ENTRY-LINES.
047700     DISPLAY " ".
047800     DISPLAY "   ENTRY: " ENTRY-DESCRIPTION
047900         " COMPANY " ENTRY-COMPANY.
048000     IF JE-LINE-COUNT NOT = ZERO
048100         SET JE-INDEX TO 1
048200         PERFORM DISPLAY-ONE-ENTRY-LINE JE-LINE-COUNT TIMES.

048300 DISPLAY-ONE-ENTRY-LINE.
048400     SET NEXT-JE-LINE TO JE-INDEX.
048500     MOVE NEXT-JE-LINE TO A-LINE-FIELD.
048600     IF JE-SLOT-DEBIT(JE-INDEX) NOT = ZEROES
048700         MOVE JE-SLOT-DEBIT(JE-INDEX) TO A-TOTAL-FIELD
048800         DISPLAY A-LINE-FIELD ". " JE-SLOT-ACCOUNT(JE-INDEX)
048900             " DR " A-TOTAL-FIELD " "
049000             JE-SLOT-DESCRIPTION(JE-INDEX)
049100     ELSE
049200         MOVE JE-SLOT-CREDIT(JE-INDEX) TO A-TOTAL-FIELD
049300         DISPLAY A-LINE-FIELD ". " JE-SLOT-ACCOUNT(JE-INDEX)
049400             " CR " A-TOTAL-FIELD " "
049500             JE-SLOT-DESCRIPTION(JE-INDEX).
049600     SET JE-INDEX UP BY 1.

049700 DISPLAY-ENTRY-TOTALS.
049800     MOVE ENTRY-DEBIT-TOTAL TO A-TOTAL-FIELD.
049900     DISPLAY "   DEBITS:  " A-TOTAL-FIELD.
050000     MOVE ENTRY-CREDIT-TOTAL TO A-TOTAL-FIELD.
050100     DISPLAY "   CREDITS: " A-TOTAL-FIELD.
050200     IF ENTRY-DIFFERENCE NOT = ZEROES
050300         MOVE ENTRY-DIFFERENCE TO A-TOTAL-FIELD
050400         DISPLAY "   OUT OF BALANCE BY " A-TOTAL-FIELD.

050500*---------------------------------
050600* Save. The entry number hand-out
050700* is serialized through the lock
050800* registry (PLLOCK01), the same
050900* discipline as BILLMNT01's bill
051000* numbering.
051100*---------------------------------
051200 SAVE-THE-ENTRY.
051300     PERFORM RETRIEVE-NEXT-JE-NUMBER.
051400     IF ENTRY-NUMBER = ZEROES
051500         MOVE 9 TO ENTRY-ACTION
051600     ELSE
051700         PERFORM WRITE-ENTRY-LINES
051800         PERFORM JOURNAL-ENTRY-ADD
051900         PERFORM PRINT-ENTRY-PROOF
052000         MOVE ENTRY-NUMBER TO ENTRY-NUMBER-FIELD
052100         DISPLAY "JOURNAL ENTRY " ENTRY-NUMBER-FIELD " SAVED".

052200 RETRIEVE-NEXT-JE-NUMBER.
052300     PERFORM LOCK-THE-CONTROL-RECORD.
052400     IF LOCK-ACQUIRED = "Y"
052500         PERFORM READ-CONTROL-RECORD
052600         ADD 1 TO CONTROL-LAST-JE
052700         MOVE CONTROL-LAST-JE TO ENTRY-NUMBER
052800         PERFORM REWRITE-CONTROL-RECORD
052900         PERFORM UNLOCK-THE-CONTROL-RECORD
053000     ELSE
053100         DISPLAY "NO ENTRY NUMBER ASSIGNED - SAVE AGAIN"
053200             " WHEN THE CONTROL RECORD FREES"
053300         MOVE ZEROES TO ENTRY-NUMBER.

053400 LOCK-THE-CONTROL-RECORD.
053500     MOVE "CONTROL" TO LOCK-WANTED-FILE.
053600     MOVE "1" TO LOCK-WANTED-RECORD.
053700     PERFORM ACQUIRE-RECORD-LOCK.

053800 UNLOCK-THE-CONTROL-RECORD.
053900     MOVE "CONTROL" TO LOCK-WANTED-FILE.
054000     MOVE "1" TO LOCK-WANTED-RECORD.
054100     PERFORM RELEASE-RECORD-LOCK.

054200 WRITE-ENTRY-LINES.
054300     SET JE-INDEX TO 1.
054400     PERFORM WRITE-ONE-ENTRY-LINE JE-LINE-COUNT TIMES.

054500 WRITE-ONE-ENTRY-LINE.
054600     MOVE SPACE TO GL-ENTRY-RECORD.
054700     MOVE ENTRY-NUMBER TO GLJE-NUMBER.
054800     SET GLJE-LINE TO JE-INDEX.
054900     MOVE ENTRY-DATE TO GLJE-DATE.
055000     MOVE JE-SLOT-ACCOUNT(JE-INDEX) TO GLJE-ACCOUNT.
055100     MOVE JE-SLOT-DEBIT(JE-INDEX) TO GLJE-DEBIT.
055200     MOVE JE-SLOT-CREDIT(JE-INDEX) TO GLJE-CREDIT.
055300     MOVE JE-SLOT-DESCRIPTION(JE-INDEX) TO GLJE-DESCRIPTION.
055400     MOVE ENTRY-COMPANY TO GLJE-COMPANY.
055500     MOVE OPERATOR-ID TO GLJE-OPERATOR.
055600     MOVE FUNCTION CURRENT-DATE(1:8) TO GLJE-ENTERED-DATE.
055700     MOVE "N" TO GLJE-EXPORTED.
055800     MOVE ZEROES TO GLJE-EXPORT-RUN.
055900     PERFORM WRITE-ENTRY-RECORD.
056000     SET JE-INDEX UP BY 1.

056100 JOURNAL-ENTRY-ADD.
056200     MOVE "GLJE01" TO JOURNAL-PROGRAM.
056300     MOVE SPACE TO JOURNAL-KEY.
056400     MOVE ENTRY-NUMBER TO JOURNAL-KEY.
056500     MOVE "ADD" TO JOURNAL-ACTION.
056600     MOVE ENTRY-DEBIT-TOTAL TO JOURNAL-AMOUNT.
056700     PERFORM WRITE-JOURNAL-ENTRY.

056800*---------------------------------
056900* PRINT - the proof list of a
057000* saved entry, rebuilt from
057100* GL-ENTRY-FILE.
057200*---------------------------------
057300 PRINT-MODE.
057400     PERFORM GET-EXISTING-ENTRY.
057500     IF ENTRY-NUMBER NOT = ZEROES
057600         PERFORM PRINT-ENTRY-PROOF
057700         DISPLAY "PROOF LIST PRINTED".

057800 GET-EXISTING-ENTRY.
057900     PERFORM ACCEPT-EXISTING-ENTRY.
058000     PERFORM RE-ACCEPT-EXISTING-ENTRY
058100         UNTIL ENTRY-RECORD-FOUND = "Y" OR
058200               ENTRY-NUMBER = ZEROES.

058300 ACCEPT-EXISTING-ENTRY.
058400     MOVE ZEROES TO ENTRY-NUMBER.
058500     DISPLAY "ENTER JOURNAL ENTRY NUMBER (0 TO EXIT)".
058600     ACCEPT ENTRY-NUMBER.
058700     IF ENTRY-NUMBER NOT = ZEROES
058800         PERFORM LOAD-EXISTING-ENTRY.

058900 RE-ACCEPT-EXISTING-ENTRY.
059000     DISPLAY "ENTRY NOT FOUND".
059100     PERFORM ACCEPT-EXISTING-ENTRY.

059200 LOAD-EXISTING-ENTRY.
059300     MOVE ZERO TO JE-LINE-COUNT.
059400     MOVE "N" TO ENTRY-FILE-AT-END.
059500     MOVE ENTRY-NUMBER TO GLJE-NUMBER.
059600     MOVE ZEROES TO GLJE-LINE.
059700     PERFORM START-ENTRY-FILE.
059800     IF ENTRY-FILE-AT-END NOT = "Y"
059900         PERFORM READ-NEXT-ENTRY-RECORD.
060000     PERFORM LOAD-ONE-ENTRY-LINE
060100         UNTIL ENTRY-FILE-AT-END = "Y"
060200            OR GLJE-NUMBER NOT = ENTRY-NUMBER
060300            OR JE-LINE-COUNT = 50.
060400     IF JE-LINE-COUNT = ZERO
060500         MOVE "N" TO ENTRY-RECORD-FOUND
060600     ELSE
060700         MOVE "Y" TO ENTRY-RECORD-FOUND.
060800     PERFORM TOTAL-THE-ENTRY.

060900 LOAD-ONE-ENTRY-LINE.
061000     ADD 1 TO JE-LINE-COUNT.
061100     SET JE-INDEX TO JE-LINE-COUNT.
061200     MOVE GLJE-ACCOUNT TO JE-SLOT-ACCOUNT(JE-INDEX).
061300     MOVE GLJE-DEBIT TO JE-SLOT-DEBIT(JE-INDEX).
061400     MOVE GLJE-CREDIT TO JE-SLOT-CREDIT(JE-INDEX).
061500     MOVE GLJE-DESCRIPTION TO JE-SLOT-DESCRIPTION(JE-INDEX).
061600     MOVE GLJE-DATE TO ENTRY-DATE.
061700     MOVE GLJE-COMPANY TO ENTRY-COMPANY.
061800     MOVE GLJE-OPERATOR TO ENTRY-OPERATOR.
061900     PERFORM READ-NEXT-ENTRY-RECORD.

062000*---------------------------------
062100* One page per entry: heading,
062200* lines and the balance proof.
062300*---------------------------------
062400 PRINT-ENTRY-PROOF.
062500     MOVE "GENERAL JOURNAL ENTRY PROOF LIST" TO PRINT-TITLE.
062600     PERFORM START-NEW-PAGE.
062700     MOVE ENTRY-NUMBER TO PRINT-HEAD-NUMBER.
062800     MOVE ENTRY-DATE TO DATE-CCYYMMDD.
062900     PERFORM FORMAT-THE-DATE.
063000     MOVE FORMATTED-DATE TO PRINT-HEAD-DATE.
063100     MOVE ENTRY-COMPANY TO PRINT-HEAD-COMPANY.
063200     MOVE ENTRY-OPERATOR TO PRINT-HEAD-OPERATOR.
063300     MOVE ENTRY-HEADING-LINE TO PRINTER-RECORD.
063400     PERFORM WRITE-TO-PRINTER.
063500     PERFORM LINE-FEED.
063600     SET JE-INDEX TO 1.
063700     PERFORM PRINT-ONE-ENTRY-LINE JE-LINE-COUNT TIMES.
063800     MOVE ENTRY-DEBIT-TOTAL TO PROOF-DEBIT-TOTAL.
063900     MOVE ENTRY-CREDIT-TOTAL TO PROOF-CREDIT-TOTAL.
064000     PERFORM PRINT-TOTAL-LINE.
064100     PERFORM END-LAST-PAGE.

064200 PRINT-ONE-ENTRY-LINE.
064300     MOVE SPACE TO PROOF-LINE.
064400     MOVE ENTRY-NUMBER TO PRINT-ENTRY-NUMBER.
064500     SET NEXT-JE-LINE TO JE-INDEX.
064600     MOVE NEXT-JE-LINE TO PRINT-LINE-NUMBER.
064700     MOVE JE-SLOT-ACCOUNT(JE-INDEX) TO PRINT-ACCOUNT.
064800     MOVE JE-SLOT-DEBIT(JE-INDEX) TO PRINT-DEBIT.
064900     MOVE JE-SLOT-CREDIT(JE-INDEX) TO PRINT-CREDIT.
065000     MOVE JE-SLOT-DESCRIPTION(JE-INDEX) TO PRINT-DESCRIPTION.
065100     PERFORM PRINT-PROOF-LINE.
065200     SET JE-INDEX UP BY 1.

065300*---------------------------------
065400* EXPORT. Every line not yet
065500* exported goes to GLJEEXP for
065600* GLUPD01 and is stamped with
065700* the run number LOG-EXPORT-FILE
065800* is about to claim. A prior
065900* GLJEEXP still pending is never
066000* overwritten.
066100*---------------------------------
066200 EXPORT-MODE.
066300     MOVE "GLJEEXP" TO EXPCTL-CHECK-NAME.
066400     PERFORM CHECK-EXPORT-PENDING.
066500     IF EXPCTL-PENDING-FOUND = "Y"
066600         DISPLAY "*** A PRIOR GLJEEXP FILE IS STILL"
066700         DISPLAY "*** PENDING - POST IT WITH GLUPD01 AND"
066800         DISPLAY "*** MARK IT IN EXPCTL01 BEFORE"
066900         DISPLAY "*** GENERATING ANOTHER"
067000     ELSE
067033         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
067066         IF BATCH-UPDATES-ALLOWED = "Y"
067100             PERFORM EXPORT-UNPOSTED-LINES.

067200 EXPORT-UNPOSTED-LINES.
067300     ADD 1 TO EXPCTL-LAST-RUN GIVING EXPORT-RUN-NUMBER.
067400     MOVE ZEROES TO EXPORT-LINE-COUNT
067500                    EXPORT-DEBIT-TOTAL
067600                    EXPORT-CREDIT-TOTAL.
067700     OPEN OUTPUT GL-EXPORT-FILE.
067800     MOVE "GENERAL JOURNAL EXPORT PROOF LIST" TO PRINT-TITLE.
067900     PERFORM START-NEW-PAGE.
068000     MOVE "N" TO ENTRY-FILE-AT-END.
068100     MOVE ZEROES TO GLJE-KEY.
068200     PERFORM START-ENTRY-FILE.
068300     IF ENTRY-FILE-AT-END NOT = "Y"
068400         PERFORM READ-NEXT-ENTRY-RECORD.
068500     PERFORM EXPORT-ONE-ENTRY-LINE
068600         UNTIL ENTRY-FILE-AT-END = "Y".
068700     CLOSE GL-EXPORT-FILE.
068800     MOVE EXPORT-DEBIT-TOTAL TO PROOF-DEBIT-TOTAL.
068900     MOVE EXPORT-CREDIT-TOTAL TO PROOF-CREDIT-TOTAL.
069000     PERFORM PRINT-TOTAL-LINE.
069100     PERFORM END-LAST-PAGE.
069200     IF EXPORT-LINE-COUNT = ZERO
069300         DISPLAY "NO JOURNAL ENTRY LINES WAITING FOR EXPORT"
069400     ELSE
069500         PERFORM LOG-THIS-EXPORT
069600         DISPLAY EXPORT-LINE-COUNT
069700             " LINE(S) WRITTEN TO GLJEEXP - POST THE"
069800         DISPLAY "FILE WITH GLUPD01".

069900 EXPORT-ONE-ENTRY-LINE.
070000     IF GLJE-EXPORTED NOT = "Y"
070100         PERFORM WRITE-EXPORT-LINE
070200         MOVE "Y" TO GLJE-EXPORTED
070300         MOVE EXPORT-RUN-NUMBER TO GLJE-EXPORT-RUN
070400         PERFORM REWRITE-ENTRY-RECORD.
070500     PERFORM READ-NEXT-ENTRY-RECORD.

070600 WRITE-EXPORT-LINE.
070700     MOVE GLJE-DATE TO GLLINE-DATE.
070800     MOVE GLJE-ACCOUNT TO GLLINE-ACCOUNT.
070900     MOVE GLJE-DEBIT TO GLLINE-DEBIT.
071000     MOVE GLJE-CREDIT TO GLLINE-CREDIT.
071100     MOVE GLJE-DESCRIPTION TO GLLINE-DESCRIPTION.
071150     MOVE GLJE-COMPANY TO GLLINE-COMPANY.
071167     MOVE "J" TO GLLINE-REF-TYPE.
071183     MOVE GLJE-KEY TO GLLINE-REFERENCE.
071200     MOVE GL-EXPORT-LINE TO GL-EXPORT-RECORD.
071300     WRITE GL-EXPORT-RECORD.
071400     ADD 1 TO EXPORT-LINE-COUNT.
071500     ADD GLJE-DEBIT TO EXPORT-DEBIT-TOTAL.
071600     ADD GLJE-CREDIT TO EXPORT-CREDIT-TOTAL.
071700     MOVE SPACE TO PROOF-LINE.
071800     MOVE GLJE-NUMBER TO PRINT-ENTRY-NUMBER.
071900     MOVE GLJE-LINE TO PRINT-LINE-NUMBER.
072000     MOVE GLJE-ACCOUNT TO PRINT-ACCOUNT.
072100     MOVE GLJE-DEBIT TO PRINT-DEBIT.
072200     MOVE GLJE-CREDIT TO PRINT-CREDIT.
072300     MOVE GLJE-DESCRIPTION TO PRINT-DESCRIPTION.
072400     PERFORM PRINT-PROOF-LINE.

072500 LOG-THIS-EXPORT.
072600     MOVE "GLJEEXP" TO EXPCTL-CHECK-NAME.
072700     MOVE EXPORT-LINE-COUNT TO EXPCTL-NEW-COUNT.
072800     MOVE EXPORT-DEBIT-TOTAL TO EXPCTL-NEW-TOTAL.
072900     PERFORM LOG-EXPORT-FILE.
073000     MOVE "GLJE01" TO JOURNAL-PROGRAM.
073100     MOVE SPACE TO JOURNAL-KEY.
073200     STRING "GLJEEXP>" EXPORT-RUN-NUMBER
073300         DELIMITED BY SIZE INTO JOURNAL-KEY.
073400     MOVE "EXPORT" TO JOURNAL-ACTION.
073500     MOVE EXPORT-DEBIT-TOTAL TO JOURNAL-AMOUNT.
073600     PERFORM WRITE-JOURNAL-ENTRY.

073700*---------------------------------
073800* File I-O routines.
073900*---------------------------------
074000 START-ENTRY-FILE.
074100     START GL-ENTRY-FILE
074200        KEY NOT < GLJE-KEY
074300         INVALID KEY MOVE "Y" TO ENTRY-FILE-AT-END.

074400 READ-NEXT-ENTRY-RECORD.
074500     READ GL-ENTRY-FILE NEXT RECORD
074600         AT END MOVE "Y" TO ENTRY-FILE-AT-END.

074700 WRITE-ENTRY-RECORD.
074800     WRITE GL-ENTRY-RECORD
074900         INVALID KEY
075000         DISPLAY "ERROR WRITING JOURNAL ENTRY LINE".

075100 REWRITE-ENTRY-RECORD.
075200     REWRITE GL-ENTRY-RECORD
075300         INVALID KEY
075400         DISPLAY "ERROR REWRITING JOURNAL ENTRY LINE".

075500 READ-CONTROL-RECORD.
075600     MOVE 1 TO CONTROL-KEY.
075700     MOVE "Y" TO CONTROL-RECORD-FOUND.
075800     READ CONTROL-FILE RECORD
075900         INVALID KEY
076000          MOVE "N" TO CONTROL-RECORD-FOUND
076100          DISPLAY "CONTROL FILE IS INVALID".

076200 REWRITE-CONTROL-RECORD.
076300     REWRITE CONTROL-RECORD
076400         INVALID KEY
076500         DISPLAY "ERROR REWRITING CONTROL RECORD".

076600*---------------------------------
076700* Printing routines.
076800*---------------------------------
076900 PRINT-PROOF-LINE.
077000     IF LINE-COUNT > MAXIMUM-LINES
077100         PERFORM START-NEXT-PAGE.
077200     MOVE PROOF-LINE TO PRINTER-RECORD.
077300     PERFORM WRITE-TO-PRINTER.

077400 PRINT-TOTAL-LINE.
077500     PERFORM LINE-FEED.
077600     MOVE PROOF-DEBIT-TOTAL TO PRINT-TOTAL-DEBITS.
077700     MOVE PROOF-CREDIT-TOTAL TO PRINT-TOTAL-CREDITS.
077800     IF PROOF-DEBIT-TOTAL = PROOF-CREDIT-TOTAL
077900         MOVE "IN BALANCE" TO PRINT-BALANCE-FLAG
078000     ELSE
078100         MOVE "*** OUT OF BALANCE ***" TO PRINT-BALANCE-FLAG.
078200     MOVE TOTAL-LINE TO PRINTER-RECORD.
078300     PERFORM WRITE-TO-PRINTER.

078400 WRITE-TO-PRINTER.
078500     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
078600     ADD 1 TO LINE-COUNT.

078700 LINE-FEED.
078800     MOVE SPACE TO PRINTER-RECORD.
078900     PERFORM WRITE-TO-PRINTER.

079000 START-NEXT-PAGE.
079100     PERFORM END-LAST-PAGE.
079200     PERFORM START-NEW-PAGE.

079300 START-NEW-PAGE.
079400     ADD 1 TO PAGE-NUMBER.
079500     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
079600     MOVE TITLE-LINE TO PRINTER-RECORD.
079700     PERFORM WRITE-TO-PRINTER.
079800     PERFORM LINE-FEED.
079900     MOVE COLUMN-LINE TO PRINTER-RECORD.
080000     PERFORM WRITE-TO-PRINTER.
080100     PERFORM LINE-FEED.

080200 END-LAST-PAGE.
080300     PERFORM FORM-FEED.
080400     MOVE ZERO TO LINE-COUNT.

080500 FORM-FEED.
080600     MOVE SPACE TO PRINTER-RECORD.
080700     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

080800*---------------------------------
080900* General utility routines
081000*---------------------------------
081100     COPY "PLPERIOD.CBL".

081200     COPY "PLEXPCTL.CBL".

081300     COPY "PLLOCK01.CBL".

081400     COPY "PLCOMP1.CBL".

081500     COPY "PLJRNL01.CBL".

081600     COPY "PLDATE01.CBL".

081700     COPY "PLOPID01.CBL".

081800     COPY "PLBWIN01.CBL".
