000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ARWO01.
000300*---------------------------------
000400* Bad-debt write-off and recovery
000500* of receivable invoices.
000600* WRITE OFF relieves some or all
000700* of an open invoice's balance
000800* without a cash receipt: the
000900* amount, a date that must post
001000* to an open period (PLPERIOD)
001100* and never to a closed year,
001200* and a reason are keyed, and a
001300* supervisor other than the
001400* keying operator must approve
001500* it (PLSUPV01). The amount is
001600* added to ARINV-PAID-AMOUNT and
001700* kept on AR-WRITEOFF-FILE.
001800* RECOVERY reverses some or all
001900* of what was written off on an
002000* invoice when the customer pays
002100* after all: the amount comes
002200* back off ARINV-PAID-AMOUNT and
002300* the invoice reopens, so the
002400* check is applied to it through
002500* ARCSH01 like any other.
002600* Both are journaled (PLJRNL01).
002700* EXPORT writes every write-off
002800* and recovery not yet exported
002900* to the ARWOEXP file in the
003000* GLEXPORT line format, under
003100* transmission control
003200* (PLEXPCTL.CBL), for GLUPD01 to
003300* post: a write-off DEBITS the
003400* BADDEBT expense account and
003500* CREDITS the receivables
003600* control account ARTRADE, a
003700* recovery the reverse. Each
003800* line carries the invoice as an
003900* A reference. LIST prints the
004000* write-off register (ARWORG01).
004016* While the nightly batch window
004032* is up (PLBWIN01.CBL) only LIST
004048* is open; a write-off, recovery
004064* or export confirmed as the
004080* window goes up is not posted.
004100*---------------------------------
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.

004500     COPY "SLARINV.CBL".

004600     COPY "SLARWO.CBL".

004700     COPY "SLCUST01.CBL".

004800     COPY "SLCONTRL.CBL".

004900     COPY "SLOPER01.CBL".

005000     COPY "SLJRNL01.CBL".

005100     COPY "SLEXPCTL.CBL".

005133     COPY "SLBWIN01.CBL".

005166     COPY "SLBWLOG.CBL".

005200     SELECT GL-EXPORT-FILE
005300         ASSIGN TO "ARWOEXP"
005400         ORGANIZATION IS LINE SEQUENTIAL.

005500     SELECT PRINTER-FILE
005600         ASSIGN TO PRINTER
005700         ORGANIZATION IS LINE SEQUENTIAL.

005800 DATA DIVISION.
005900 FILE SECTION.

006000     COPY "FDARINV.CBL".

006100     COPY "FDARWO.CBL".

006200     COPY "FDCUST01.CBL".

006300     COPY "FDCONTRL.CBL".

006400     COPY "FDOPER01.CBL".

006500     COPY "FDJRNL01.CBL".

006600     COPY "FDEXPCTL.CBL".

006633     COPY "FDBWIN01.CBL".

006666     COPY "FDBWLOG.CBL".

006700 FD  GL-EXPORT-FILE
006800     LABEL RECORDS ARE OMITTED.
006900 01  GL-EXPORT-RECORD            PIC X(100).

007000 FD  PRINTER-FILE
007100     LABEL RECORDS ARE OMITTED.
007200 01  PRINTER-RECORD              PIC X(80).

007300 WORKING-STORAGE SECTION.

007400 77  MODE-CHOICE                  PIC X.
007450     88  MODE-IS-UPDATE           VALUES "W" "R" "X".
007500 77  CONTROL-RECORD-FOUND         PIC X.
007600 77  INVOICE-RECORD-FOUND         PIC X.
007700 77  CUSTOMER-RECORD-FOUND        PIC X.
007800 77  WRITEOFF-FILE-AT-END         PIC X.
007900 77  INVOICE-IS-OK                PIC X.
008000 77  OK-TO-PROCESS                PIC X.
008100 77  PROCESS-MESSAGE              PIC X(79) VALUE SPACE.
008200 77  AMOUNT-PROMPT                PIC X(50).
008300 77  AMOUNT-LIMIT                 PIC S9(7)V99.
008400 77  OPEN-BALANCE                 PIC S9(7)V99.
008500 77  NET-WRITTEN-OFF              PIC S9(7)V99.
008600 77  NEXT-SEQUENCE                PIC 9(3).
008700 77  ENTRY-INVOICE                PIC 9(7).
008800 77  ENTRY-DATE                   PIC 9(8).
008900 77  ENTRY-YEAR                   PIC 9(4).
009000 77  ENTRY-AMOUNT                 PIC S9(6)V99.
009100 77  ENTRY-REASON                 PIC X(30).
009200 77  TRANSACTION-TYPE             PIC X.
009300 77  TRANSACTION-APPROVER         PIC X(5).
009400 77  AN-AMOUNT-FIELD              PIC ZZZ,ZZ9.99-.
009500 77  INVOICE-NUMBER-FIELD         PIC Z(7).
009600 77  DEBIT-ACCOUNT                PIC X(10).
009700 77  CREDIT-ACCOUNT               PIC X(10).
009800 77  LINE-DESCRIPTION             PIC X(25).
009900 77  EXPORT-RUN-NUMBER            PIC 9(5).
010000 77  EXPORT-LINE-COUNT            PIC 9(6).
010100 77  EXPORT-DEBIT-TOTAL           PIC S9(11)V99.
010200 77  EXPORT-CREDIT-TOTAL          PIC S9(11)V99.
010300 77  LINE-COUNT                   PIC 999 VALUE ZERO.
010400 77  PAGE-NUMBER                  PIC 9999 VALUE ZERO.
010500 77  MAXIMUM-LINES                PIC 999 VALUE 55.

010600     COPY "WSGLLINE.CBL".

010700 01  PROOF-LINE.
010800     05  PRINT-INVOICE           PIC Z(7).
010900     05  FILLER                  PIC X     VALUE SPACE.
011000     05  PRINT-TYPE              PIC X.
011100     05  FILLER                  PIC X     VALUE SPACE.
011200     05  PRINT-ACCOUNT           PIC X(10).
011300     05  FILLER                  PIC X     VALUE SPACE.
011400     05  PRINT-DEBIT             PIC ZZZ,ZZZ,ZZ9.99-.
011500     05  FILLER                  PIC X     VALUE SPACE.
011600     05  PRINT-CREDIT            PIC ZZZ,ZZZ,ZZ9.99-.
011700     05  FILLER                  PIC X     VALUE SPACE.
011800     05  PRINT-DESCRIPTION       PIC X(25).

011900 01  COLUMN-LINE.
012000     05  FILLER         PIC X(8)  VALUE "INVOICE".
012100     05  FILLER         PIC X(2)  VALUE "T".
012200     05  FILLER         PIC X(11) VALUE "ACCOUNT".
012300     05  FILLER         PIC X(16) VALUE "          DEBIT".
012400     05  FILLER         PIC X(16) VALUE "         CREDIT".
012500     05  FILLER         PIC X(11) VALUE "DESCRIPTION".

012600 01  TITLE-LINE.
012700     05  FILLER              PIC X(12) VALUE SPACE.
012800     05  FILLER              PIC X(34)
012900         VALUE "BAD DEBT EXPORT PROOF LIST".
013000     05  FILLER              PIC X(5) VALUE SPACE.
013100     05  FILLER              PIC X(5) VALUE "PAGE:".
013200     05  FILLER              PIC X(1) VALUE SPACE.
013300     05  PRINT-PAGE-NUMBER   PIC ZZZ9.

013400 01  TOTAL-LINE.
013500     05  FILLER              PIC X(21) VALUE "TOTALS".
013600     05  PRINT-TOTAL-DEBITS  PIC ZZZ,ZZZ,ZZ9.99-.
013700     05  FILLER              PIC X     VALUE SPACE.
013800     05  PRINT-TOTAL-CREDITS PIC ZZZ,ZZZ,ZZ9.99-.

013900     COPY "WSEXPCTL.CBL".

014000     COPY "WSPERIOD.CBL".

014100     COPY "WSSUPV01.CBL".

014200     COPY "WSDATE01.CBL".

014300     COPY "WSCASE01.CBL".

014400     COPY "WSOPID01.CBL".

014450     COPY "WSBWIN01.CBL".

014500 PROCEDURE DIVISION.
014600 PROGRAM-BEGIN.
014700     PERFORM OPENING-PROCEDURE.
014800     PERFORM GET-OPERATOR-ID.
014833     MOVE "ARWO01" TO BWIN-PROGRAM-NAME.
014866     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
014900     PERFORM MAIN-PROCESS.
015000     PERFORM CLOSING-PROCEDURE.

015100 PROGRAM-EXIT.
015200     EXIT PROGRAM.

015300 PROGRAM-DONE.
015400     STOP RUN.

015500 OPENING-PROCEDURE.
015600     OPEN I-O AR-INVOICE-FILE.
015700     OPEN I-O AR-WRITEOFF-FILE.
015800     OPEN INPUT CUSTOMER-FILE.
015900     OPEN INPUT CONTROL-FILE.
016000     OPEN EXTEND JOURNAL-FILE.
016100     OPEN I-O EXPORT-CONTROL-FILE.
016200     OPEN OUTPUT PRINTER-FILE.

016300 CLOSING-PROCEDURE.
016400     CLOSE AR-INVOICE-FILE.
016500     CLOSE AR-WRITEOFF-FILE.
016600     CLOSE CUSTOMER-FILE.
016700     CLOSE CONTROL-FILE.
016800     CLOSE JOURNAL-FILE.
016900     CLOSE EXPORT-CONTROL-FILE.
017000     CLOSE PRINTER-FILE.

017100 MAIN-PROCESS.
017200     PERFORM ENTER-MODE-CHOICE.
017300     PERFORM DO-ONE-MODE
017400         UNTIL MODE-CHOICE = "Q".

017500 ENTER-MODE-CHOICE.
017600     DISPLAY "WRITE OFF AN INVOICE, RECORD A RECOVERY,".
017700     DISPLAY "EXPORT TO THE GL, LIST THE REGISTER,".
017800     DISPLAY "OR QUIT (W/R/X/L/Q)?".
017900     ACCEPT MODE-CHOICE.
018000     INSPECT MODE-CHOICE
018100      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
018200     IF MODE-CHOICE NOT = "W" AND NOT = "R"
018300                AND NOT = "X" AND NOT = "L"
018400                AND NOT = "Q"
018500         DISPLAY "YOU MUST ENTER W, R, X, L, OR Q"
018600         PERFORM ENTER-MODE-CHOICE.

018700 DO-ONE-MODE.
018714     IF MODE-IS-UPDATE
018728         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
018742     IF MODE-IS-UPDATE
018756        AND BATCH-UPDATES-ALLOWED NOT = "Y"
018770         DISPLAY "ONLY LIST IS OPEN"
018784     ELSE
018800     IF MODE-CHOICE = "W"
018900         PERFORM WRITE-OFF-MODE
019000     ELSE
019100     IF MODE-CHOICE = "R"
019200         PERFORM RECOVERY-MODE
019300     ELSE
019400     IF MODE-CHOICE = "X"
019500         PERFORM EXPORT-MODE
019600     ELSE
019700     IF MODE-CHOICE = "L"
019800         PERFORM LIST-THE-REGISTER.
019900     PERFORM ENTER-MODE-CHOICE.

020000*---------------------------------
020100* The register reads the
020200* write-off file and prints on
020300* its own.
020400*---------------------------------
020500 LIST-THE-REGISTER.
020600     CLOSE AR-WRITEOFF-FILE.
020700     CLOSE PRINTER-FILE.
020800     CALL "ARWORG01".
020900     OPEN I-O AR-WRITEOFF-FILE.
021000     OPEN EXTEND PRINTER-FILE.

021100*---------------------------------
021200* WRITE OFF. Only an open
021300* invoice - never a credit item -
021400* can be written off, and never
021500* for more than it still owes.
021600*---------------------------------
021700 WRITE-OFF-MODE.
021800     PERFORM GET-WRITE-OFF-INVOICE.
021900     IF ENTRY-INVOICE NOT = ZEROES
022000         PERFORM ENTER-WRITE-OFF.

022100 GET-WRITE-OFF-INVOICE.
022200     MOVE "N" TO INVOICE-IS-OK.
022300     PERFORM ACCEPT-WRITE-OFF-INVOICE
022400         UNTIL INVOICE-IS-OK = "Y".

022500 ACCEPT-WRITE-OFF-INVOICE.
022600     DISPLAY "ENTER INVOICE TO WRITE OFF (0 TO EXIT)".
022700     ACCEPT ENTRY-INVOICE.
022800     MOVE "Y" TO INVOICE-IS-OK.
022900     IF ENTRY-INVOICE NOT = ZEROES
023000         PERFORM CHECK-WRITE-OFF-INVOICE.

023100 CHECK-WRITE-OFF-INVOICE.
023200     PERFORM READ-THE-INVOICE.
023300     IF INVOICE-RECORD-FOUND = "N"
023400         DISPLAY "INVOICE NOT FOUND"
023500         MOVE "N" TO INVOICE-IS-OK
023600     ELSE
023700     IF ARINV-TYPE = "C" OR "U"
023800         DISPLAY "A CREDIT ITEM CANNOT BE WRITTEN OFF"
023900         MOVE "N" TO INVOICE-IS-OK
024000     ELSE
024100     IF ARINV-PAID-DATE NOT = ZEROES
024200        OR ARINV-PAID-AMOUNT NOT < ARINV-AMOUNT
024300         DISPLAY "THAT INVOICE IS NOT OPEN"
024400         MOVE "N" TO INVOICE-IS-OK
024500     ELSE
024600         PERFORM SHOW-THE-INVOICE.

024700 ENTER-WRITE-OFF.
024800     MOVE OPEN-BALANCE TO AMOUNT-LIMIT.
024900     MOVE "ENTER AMOUNT TO WRITE OFF (0 = ALL OF IT)"
025000         TO AMOUNT-PROMPT.
025100     PERFORM ENTER-TRANSACTION-AMOUNT.
025200     PERFORM ENTER-TRANSACTION-DATE.
025300     PERFORM ENTER-TRANSACTION-REASON.
025400     MOVE ENTRY-AMOUNT TO AN-AMOUNT-FIELD.
025500     DISPLAY "WRITE OFF " AN-AMOUNT-FIELD
025600         " - NEEDS A SUPERVISOR'S APPROVAL".
025700     PERFORM GET-SUPERVISOR-APPROVAL.
025800     IF SUPERVISOR-OK = "Y"
025900         PERFORM CONFIRM-THE-WRITE-OFF
026000     ELSE
026100         DISPLAY "WRITE-OFF NOT POSTED".

026200 CONFIRM-THE-WRITE-OFF.
026300     MOVE "POST THIS WRITE-OFF (Y/N)?" TO PROCESS-MESSAGE.
026400     PERFORM ASK-OK-TO-PROCESS.
026450     PERFORM CHECK-WINDOW-BEFORE-POST.
026500     IF OK-TO-PROCESS = "Y"
026600         PERFORM POST-THE-WRITE-OFF.

026700*---------------------------------
026800* The invoice is read again
026900* before it is updated - cash
027000* may have been applied to it
027100* while the write-off waited on
027200* the supervisor.
027300*---------------------------------
027400 POST-THE-WRITE-OFF.
027500     PERFORM READ-THE-INVOICE.
027600     SUBTRACT ARINV-PAID-AMOUNT FROM ARINV-AMOUNT
027700         GIVING OPEN-BALANCE.
027800     IF ENTRY-AMOUNT > OPEN-BALANCE
027900         DISPLAY "THE INVOICE HAS CHANGED - WRITE-OFF NOT"
028000             " POSTED"
028100     ELSE
028200         PERFORM APPLY-THE-WRITE-OFF.

028300 APPLY-THE-WRITE-OFF.
028400     ADD ENTRY-AMOUNT TO ARINV-PAID-AMOUNT.
028500     IF ARINV-PAID-AMOUNT = ARINV-AMOUNT
028600         MOVE ENTRY-DATE TO ARINV-PAID-DATE.
028700     PERFORM REWRITE-THE-INVOICE.
028800     MOVE "W" TO TRANSACTION-TYPE.
028900     MOVE SUPERVISOR-ID TO TRANSACTION-APPROVER.
029000     PERFORM WRITE-WRITEOFF-RECORD.
029100     MOVE "AR-WRITOFF" TO JOURNAL-ACTION.
029200     PERFORM JOURNAL-THE-TRANSACTION.
029300     MOVE ENTRY-INVOICE TO INVOICE-NUMBER-FIELD.
029400     DISPLAY "INVOICE " INVOICE-NUMBER-FIELD
029500         " WRITTEN OFF".

029600*---------------------------------
029700* RECOVERY. No more can come
029800* back than is still written off
029900* on the invoice.
030000*---------------------------------
030100 RECOVERY-MODE.
030200     PERFORM GET-RECOVERY-INVOICE.
030300     IF ENTRY-INVOICE NOT = ZEROES
030400         PERFORM ENTER-RECOVERY.

030500 GET-RECOVERY-INVOICE.
030600     MOVE "N" TO INVOICE-IS-OK.
030700     PERFORM ACCEPT-RECOVERY-INVOICE
030800         UNTIL INVOICE-IS-OK = "Y".

030900 ACCEPT-RECOVERY-INVOICE.
031000     DISPLAY "ENTER WRITTEN-OFF INVOICE RECOVERED"
031100         " (0 TO EXIT)".
031200     ACCEPT ENTRY-INVOICE.
031300     MOVE "Y" TO INVOICE-IS-OK.
031400     IF ENTRY-INVOICE NOT = ZEROES
031500         PERFORM CHECK-RECOVERY-INVOICE.

031600 CHECK-RECOVERY-INVOICE.
031700     PERFORM FIND-WRITEOFF-HISTORY.
031800     PERFORM READ-THE-INVOICE.
031900     IF INVOICE-RECORD-FOUND = "N"
032000         DISPLAY "INVOICE NOT FOUND"
032100         MOVE "N" TO INVOICE-IS-OK
032200     ELSE
032300     IF NET-WRITTEN-OFF NOT > ZERO
032400         DISPLAY "NOTHING IS WRITTEN OFF ON THAT INVOICE"
032500         MOVE "N" TO INVOICE-IS-OK
032600     ELSE
032700         PERFORM SHOW-THE-INVOICE
032800         MOVE NET-WRITTEN-OFF TO AN-AMOUNT-FIELD
032900         DISPLAY "   WRITTEN OFF: " AN-AMOUNT-FIELD.

033000 ENTER-RECOVERY.
033100     MOVE NET-WRITTEN-OFF TO AMOUNT-LIMIT.
033200     MOVE "ENTER AMOUNT RECOVERED (0 = ALL OF IT)"
033300         TO AMOUNT-PROMPT.
033400     PERFORM ENTER-TRANSACTION-AMOUNT.
033500     PERFORM ENTER-TRANSACTION-DATE.
033600     PERFORM ENTER-TRANSACTION-REASON.
033700     MOVE "POST THIS RECOVERY (Y/N)?" TO PROCESS-MESSAGE.
033800     PERFORM ASK-OK-TO-PROCESS.
033850     PERFORM CHECK-WINDOW-BEFORE-POST.
033900     IF OK-TO-PROCESS = "Y"
034000         PERFORM POST-THE-RECOVERY.

034008*---------------------------------
034016* A yes that arrives after the
034024* nightly batch window has gone
034032* up is turned into a no, so
034040* nothing is posted.
034048*---------------------------------
034056 CHECK-WINDOW-BEFORE-POST.
034064     IF OK-TO-PROCESS = "Y"
034072         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
034080         IF BATCH-UPDATES-ALLOWED NOT = "Y"
034088             MOVE "N" TO OK-TO-PROCESS.

034100 POST-THE-RECOVERY.
034200     PERFORM READ-THE-INVOICE.
034300     SUBTRACT ENTRY-AMOUNT FROM ARINV-PAID-AMOUNT.
034400     MOVE ZEROES TO ARINV-PAID-DATE.
034500     PERFORM REWRITE-THE-INVOICE.
034600     MOVE "R" TO TRANSACTION-TYPE.
034700     MOVE SPACE TO TRANSACTION-APPROVER.
034800     PERFORM WRITE-WRITEOFF-RECORD.
034900     MOVE "AR-RECOVER" TO JOURNAL-ACTION.
035000     PERFORM JOURNAL-THE-TRANSACTION.
035100     MOVE ENTRY-INVOICE TO INVOICE-NUMBER-FIELD.
035200     DISPLAY "INVOICE " INVOICE-NUMBER-FIELD
035300         " REOPENED - APPLY THE CUSTOMER'S CHECK TO IT".
035400     DISPLAY "IN CASH RECEIPTS".

035500*---------------------------------
035600* Routines shared by write-off
035700* and recovery.
035800*---------------------------------
035900 SHOW-THE-INVOICE.
036000     SUBTRACT ARINV-PAID-AMOUNT FROM ARINV-AMOUNT
036100         GIVING OPEN-BALANCE.
036200     PERFORM READ-THE-CUSTOMER.
036300     DISPLAY "   CUSTOMER: " ARINV-CUSTOMER " " CUSTOMER-NAME.
036400     DISPLAY "   FOR: " ARINV-FOR.
036500     MOVE ARINV-AMOUNT TO AN-AMOUNT-FIELD.
036600     DISPLAY "   INVOICE AMOUNT: " AN-AMOUNT-FIELD.
036700     MOVE OPEN-BALANCE TO AN-AMOUNT-FIELD.
036800     DISPLAY "   OPEN BALANCE: " AN-AMOUNT-FIELD.

036900 ENTER-TRANSACTION-AMOUNT.
037000     PERFORM ACCEPT-TRANSACTION-AMOUNT.
037100     PERFORM RE-ACCEPT-TRANSACTION-AMOUNT
037200         UNTIL ENTRY-AMOUNT > ZERO
037300           AND ENTRY-AMOUNT NOT > AMOUNT-LIMIT.

037400 ACCEPT-TRANSACTION-AMOUNT.
037500     DISPLAY AMOUNT-PROMPT.
037600     ACCEPT AN-AMOUNT-FIELD.
037700     MOVE AN-AMOUNT-FIELD TO ENTRY-AMOUNT.
037800     IF ENTRY-AMOUNT = ZERO
037900         MOVE AMOUNT-LIMIT TO ENTRY-AMOUNT.

038000 RE-ACCEPT-TRANSACTION-AMOUNT.
038100     MOVE AMOUNT-LIMIT TO AN-AMOUNT-FIELD.
038200     DISPLAY "THE AMOUNT MUST BE POSITIVE AND NOT OVER "
038300         AN-AMOUNT-FIELD.
038400     PERFORM ACCEPT-TRANSACTION-AMOUNT.

038500*---------------------------------
038600* The date must post to an open
038700* period (PLPERIOD.CBL) or carry
038800* a supervisor override, never
038900* to a closed year, and may not
039000* come before the invoice.
039100*---------------------------------
039200 ENTER-TRANSACTION-DATE.
039300     MOVE "N" TO POSTING-DATE-OK.
039400     PERFORM ACCEPT-TRANSACTION-DATE
039500         UNTIL POSTING-DATE-OK = "Y".

039600 ACCEPT-TRANSACTION-DATE.
039700     MOVE "N" TO ZERO-DATE-IS-OK.
039800     MOVE "ENTER DATE(MM/DD/CCYY)?"
039900            TO DATE-PROMPT.
040000     MOVE "A VALID DATE IS REQUIRED"
040100            TO DATE-ERROR-MESSAGE.
040200     PERFORM GET-A-DATE.
040300     MOVE DATE-CCYYMMDD TO ENTRY-DATE.
040400     MOVE ENTRY-DATE TO POSTING-DATE.
040500     PERFORM READ-CONTROL-RECORD.
040600     DIVIDE ENTRY-DATE BY 10000 GIVING ENTRY-YEAR.
040700     IF ENTRY-DATE < ARINV-DATE
040800         DISPLAY "THE DATE IS BEFORE THE INVOICE DATE"
040900     ELSE
041000     IF CONTROL-GL-CLOSED-YEAR NOT = ZERO
041100        AND ENTRY-YEAR NOT > CONTROL-GL-CLOSED-YEAR
041200         DISPLAY "*** FISCAL YEAR " ENTRY-YEAR
041300             " IS CLOSED - THE DATE IS REFUSED"
041400     ELSE
041500         PERFORM CHECK-POSTING-PERIOD.

041600 ENTER-TRANSACTION-REASON.
041700     PERFORM ACCEPT-TRANSACTION-REASON.
041800     PERFORM RE-ACCEPT-TRANSACTION-REASON
041900         UNTIL ENTRY-REASON NOT = SPACES.

042000 ACCEPT-TRANSACTION-REASON.
042100     DISPLAY "ENTER THE REASON".
042200     ACCEPT ENTRY-REASON.
042300     INSPECT ENTRY-REASON
042400      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

042500 RE-ACCEPT-TRANSACTION-REASON.
042600     DISPLAY "A REASON IS REQUIRED".
042700     PERFORM ACCEPT-TRANSACTION-REASON.

042800*---------------------------------
042900* What is written off on an
043000* invoice so far, net of
043100* recoveries, and the next
043200* sequence number under it.
043300*---------------------------------
043400 FIND-WRITEOFF-HISTORY.
043500     MOVE ZEROES TO NET-WRITTEN-OFF
043600                    NEXT-SEQUENCE.
043700     MOVE "N" TO WRITEOFF-FILE-AT-END.
043800     MOVE ENTRY-INVOICE TO ARWO-INVOICE.
043900     MOVE ZEROES TO ARWO-SEQUENCE.
044000     START AR-WRITEOFF-FILE
044100        KEY NOT < ARWO-KEY
044200         INVALID KEY MOVE "Y" TO WRITEOFF-FILE-AT-END.
044300     PERFORM ADD-ONE-WRITEOFF
044400         UNTIL WRITEOFF-FILE-AT-END = "Y".
044500     ADD 1 TO NEXT-SEQUENCE.

044600 ADD-ONE-WRITEOFF.
044700     PERFORM READ-NEXT-WRITEOFF.
044800     IF WRITEOFF-FILE-AT-END NOT = "Y"
044900        AND ARWO-INVOICE NOT = ENTRY-INVOICE
045000         MOVE "Y" TO WRITEOFF-FILE-AT-END.
045100     IF WRITEOFF-FILE-AT-END NOT = "Y"
045200         PERFORM COUNT-ONE-WRITEOFF.

045300 COUNT-ONE-WRITEOFF.
045400     MOVE ARWO-SEQUENCE TO NEXT-SEQUENCE.
045500     IF ARWO-TYPE = "W"
045600         ADD ARWO-AMOUNT TO NET-WRITTEN-OFF
045700     ELSE
045800         SUBTRACT ARWO-AMOUNT FROM NET-WRITTEN-OFF.

045900 WRITE-WRITEOFF-RECORD.
046000     PERFORM FIND-WRITEOFF-HISTORY.
046100     MOVE SPACE TO AR-WRITEOFF-RECORD.
046200     MOVE ENTRY-INVOICE TO ARWO-INVOICE.
046300     MOVE NEXT-SEQUENCE TO ARWO-SEQUENCE.
046400     MOVE ARINV-CUSTOMER TO ARWO-CUSTOMER.
046500     MOVE TRANSACTION-TYPE TO ARWO-TYPE.
046600     MOVE ENTRY-DATE TO ARWO-DATE.
046700     MOVE ENTRY-AMOUNT TO ARWO-AMOUNT.
046800     MOVE ENTRY-REASON TO ARWO-REASON.
046900     MOVE OPERATOR-ID TO ARWO-OPERATOR.
047000     MOVE TRANSACTION-APPROVER TO ARWO-APPROVER.
047100     MOVE "N" TO ARWO-EXPORTED.
047200     MOVE ZEROES TO ARWO-EXPORT-RUN.
047300     WRITE AR-WRITEOFF-RECORD
047400         INVALID KEY
047500         DISPLAY "ERROR WRITING WRITE-OFF RECORD".

047600*---------------------------------
047700* Daily journal entry for the
047800* write-off or recovery just
047900* written - the action is set
048000* by the caller.
048100*---------------------------------
048200 JOURNAL-THE-TRANSACTION.
048300     MOVE "ARWO01" TO JOURNAL-PROGRAM.
048400     MOVE SPACE TO JOURNAL-KEY.
048500     MOVE ARWO-KEY TO JOURNAL-KEY.
048600     MOVE ENTRY-AMOUNT TO JOURNAL-AMOUNT.
048700     PERFORM WRITE-JOURNAL-ENTRY.

048800*---------------------------------
048900* Confirmation-loop idiom shared
049000* by every yes/no prompt in this
049100* program.
049200*---------------------------------
049300 ASK-OK-TO-PROCESS.
049400     PERFORM ACCEPT-OK-TO-PROCESS.
049500     PERFORM RE-ACCEPT-OK-TO-PROCESS
049600        UNTIL OK-TO-PROCESS = "Y" OR "N".

049700 ACCEPT-OK-TO-PROCESS.
049800     DISPLAY PROCESS-MESSAGE.
049900     ACCEPT OK-TO-PROCESS.
050000     INSPECT OK-TO-PROCESS
050100      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

050200 RE-ACCEPT-OK-TO-PROCESS.
050300     DISPLAY "YOU MUST ENTER YES OR NO".
050400     PERFORM ACCEPT-OK-TO-PROCESS.

050500*---------------------------------
050600* EXPORT. Every write-off and
050700* recovery not yet exported goes
050800* to ARWOEXP for GLUPD01 and is
050900* stamped with the run number
051000* LOG-EXPORT-FILE is about to
051100* claim. A prior ARWOEXP still
051200* pending is never overwritten.
051300*---------------------------------
051400 EXPORT-MODE.
051500     MOVE "ARWOEXP" TO EXPCTL-CHECK-NAME.
051600     PERFORM CHECK-EXPORT-PENDING.
051700     IF EXPCTL-PENDING-FOUND = "Y"
051800         DISPLAY "*** A PRIOR ARWOEXP FILE IS STILL"
051900         DISPLAY "*** PENDING - POST IT WITH GLUPD01 AND"
052000         DISPLAY "*** MARK IT IN EXPCTL01 BEFORE"
052100         DISPLAY "*** GENERATING ANOTHER"
052200     ELSE
052233         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
052266         IF BATCH-UPDATES-ALLOWED = "Y"
052300             PERFORM EXPORT-UNPOSTED-ITEMS.

052400 EXPORT-UNPOSTED-ITEMS.
052500     ADD 1 TO EXPCTL-LAST-RUN GIVING EXPORT-RUN-NUMBER.
052600     MOVE ZEROES TO EXPORT-LINE-COUNT
052700                    EXPORT-DEBIT-TOTAL
052800                    EXPORT-CREDIT-TOTAL.
052900     OPEN OUTPUT GL-EXPORT-FILE.
053000     MOVE ZERO TO PAGE-NUMBER.
053100     PERFORM START-NEW-PAGE.
053200     MOVE "N" TO WRITEOFF-FILE-AT-END.
053300     MOVE LOW-VALUES TO ARWO-KEY.
053400     START AR-WRITEOFF-FILE
053500        KEY NOT < ARWO-KEY
053600         INVALID KEY MOVE "Y" TO WRITEOFF-FILE-AT-END.
053700     IF WRITEOFF-FILE-AT-END NOT = "Y"
053800         PERFORM READ-NEXT-WRITEOFF.
053900     PERFORM EXPORT-ONE-WRITEOFF
054000         UNTIL WRITEOFF-FILE-AT-END = "Y".
054100     CLOSE GL-EXPORT-FILE.
054200     PERFORM PRINT-TOTAL-LINE.
054300     PERFORM END-LAST-PAGE.
054400     IF EXPORT-LINE-COUNT = ZERO
054500         DISPLAY "NO WRITE-OFFS WAITING FOR EXPORT"
054600     ELSE
054700         PERFORM LOG-THIS-EXPORT
054800         DISPLAY EXPORT-LINE-COUNT
054900             " LINE(S) WRITTEN TO ARWOEXP - POST THE"
055000         DISPLAY "FILE WITH GLUPD01".

055100 EXPORT-ONE-WRITEOFF.
055200     IF ARWO-EXPORTED NOT = "Y"
055300         PERFORM EXPORT-WRITEOFF-LINES
055400         MOVE "Y" TO ARWO-EXPORTED
055500         MOVE EXPORT-RUN-NUMBER TO ARWO-EXPORT-RUN
055600         PERFORM REWRITE-WRITEOFF-RECORD.
055700     PERFORM READ-NEXT-WRITEOFF.

055800 EXPORT-WRITEOFF-LINES.
055900     IF ARWO-TYPE = "W"
056000         MOVE "BADDEBT" TO DEBIT-ACCOUNT
056100         MOVE "ARTRADE" TO CREDIT-ACCOUNT
056200         MOVE "BAD DEBT WRITE-OFF" TO LINE-DESCRIPTION
056300     ELSE
056400         MOVE "ARTRADE" TO DEBIT-ACCOUNT
056500         MOVE "BADDEBT" TO CREDIT-ACCOUNT
056600         MOVE "BAD DEBT RECOVERY" TO LINE-DESCRIPTION.
056700     MOVE DEBIT-ACCOUNT TO GLLINE-ACCOUNT.
056800     MOVE ARWO-AMOUNT TO GLLINE-DEBIT.
056900     MOVE ZEROES TO GLLINE-CREDIT.
057000     PERFORM WRITE-EXPORT-LINE.
057100     MOVE CREDIT-ACCOUNT TO GLLINE-ACCOUNT.
057200     MOVE ZEROES TO GLLINE-DEBIT.
057300     MOVE ARWO-AMOUNT TO GLLINE-CREDIT.
057400     PERFORM WRITE-EXPORT-LINE.

057500*---------------------------------
057600* Receivables carry no company;
057700* the lines post to the default
057800* company keyed at the GLUPD01
057900* run.
058000*---------------------------------
058100 WRITE-EXPORT-LINE.
058200     MOVE ARWO-DATE TO GLLINE-DATE.
058300     MOVE LINE-DESCRIPTION TO GLLINE-DESCRIPTION.
058400     MOVE SPACE TO GLLINE-COMPANY.
058500     MOVE "A" TO GLLINE-REF-TYPE.
058600     MOVE ARWO-INVOICE TO GLLINE-REFERENCE.
058700     MOVE GL-EXPORT-LINE TO GL-EXPORT-RECORD.
058800     WRITE GL-EXPORT-RECORD.
058900     ADD 1 TO EXPORT-LINE-COUNT.
059000     ADD GLLINE-DEBIT TO EXPORT-DEBIT-TOTAL.
059100     ADD GLLINE-CREDIT TO EXPORT-CREDIT-TOTAL.
059200     MOVE SPACE TO PROOF-LINE.
059300     MOVE ARWO-INVOICE TO PRINT-INVOICE.
059400     MOVE ARWO-TYPE TO PRINT-TYPE.
059500     MOVE GLLINE-ACCOUNT TO PRINT-ACCOUNT.
059600     MOVE GLLINE-DEBIT TO PRINT-DEBIT.
059700     MOVE GLLINE-CREDIT TO PRINT-CREDIT.
059800     MOVE LINE-DESCRIPTION TO PRINT-DESCRIPTION.
059900     PERFORM PRINT-PROOF-LINE.

060000 LOG-THIS-EXPORT.
060100     MOVE "ARWOEXP" TO EXPCTL-CHECK-NAME.
060200     MOVE EXPORT-LINE-COUNT TO EXPCTL-NEW-COUNT.
060300     MOVE EXPORT-DEBIT-TOTAL TO EXPCTL-NEW-TOTAL.
060400     PERFORM LOG-EXPORT-FILE.
060500     MOVE "ARWO01" TO JOURNAL-PROGRAM.
060600     MOVE SPACE TO JOURNAL-KEY.
060700     STRING "ARWOEXP>" EXPORT-RUN-NUMBER
060800         DELIMITED BY SIZE INTO JOURNAL-KEY.
060900     MOVE "EXPORT" TO JOURNAL-ACTION.
061000     MOVE EXPORT-DEBIT-TOTAL TO JOURNAL-AMOUNT.
061100     PERFORM WRITE-JOURNAL-ENTRY.

061200*---------------------------------
061300* File I-O routines.
061400*---------------------------------
061500 READ-THE-INVOICE.
061600     MOVE ENTRY-INVOICE TO ARINV-NUMBER.
061700     MOVE "Y" TO INVOICE-RECORD-FOUND.
061800     READ AR-INVOICE-FILE RECORD
061900       INVALID KEY
062000          MOVE "N" TO INVOICE-RECORD-FOUND.

062100 REWRITE-THE-INVOICE.
062200     REWRITE AR-INVOICE-RECORD
062300         INVALID KEY
062400         DISPLAY "ERROR REWRITING INVOICE RECORD".

062500 READ-THE-CUSTOMER.
062600     MOVE ARINV-CUSTOMER TO CUSTOMER-NUMBER.
062700     MOVE "Y" TO CUSTOMER-RECORD-FOUND.
062800     READ CUSTOMER-FILE RECORD
062900       INVALID KEY
063000          MOVE "N" TO CUSTOMER-RECORD-FOUND.
063100     IF CUSTOMER-RECORD-FOUND = "N"
063200         MOVE "***Not Found***" TO CUSTOMER-NAME.

063300 READ-NEXT-WRITEOFF.
063400     READ AR-WRITEOFF-FILE NEXT RECORD
063500         AT END MOVE "Y" TO WRITEOFF-FILE-AT-END.

063600 REWRITE-WRITEOFF-RECORD.
063700     REWRITE AR-WRITEOFF-RECORD
063800         INVALID KEY
063900         DISPLAY "ERROR REWRITING WRITE-OFF RECORD".

064000 READ-CONTROL-RECORD.
064100     MOVE 1 TO CONTROL-KEY.
064200     MOVE "Y" TO CONTROL-RECORD-FOUND.
064300     READ CONTROL-FILE RECORD
064400         INVALID KEY
064500          MOVE "N" TO CONTROL-RECORD-FOUND
064600          DISPLAY "CONTROL FILE IS INVALID".

064700*---------------------------------
064800* Printing routines.
064900*---------------------------------
065000 PRINT-PROOF-LINE.
065100     IF LINE-COUNT > MAXIMUM-LINES
065200         PERFORM START-NEXT-PAGE.
065300     MOVE PROOF-LINE TO PRINTER-RECORD.
065400     PERFORM WRITE-TO-PRINTER.

065500 PRINT-TOTAL-LINE.
065600     PERFORM LINE-FEED.
065700     MOVE EXPORT-DEBIT-TOTAL TO PRINT-TOTAL-DEBITS.
065800     MOVE EXPORT-CREDIT-TOTAL TO PRINT-TOTAL-CREDITS.
065900     MOVE TOTAL-LINE TO PRINTER-RECORD.
066000     PERFORM WRITE-TO-PRINTER.

066100 WRITE-TO-PRINTER.
066200     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
066300     ADD 1 TO LINE-COUNT.

066400 LINE-FEED.
066500     MOVE SPACE TO PRINTER-RECORD.
066600     PERFORM WRITE-TO-PRINTER.

066700 START-NEXT-PAGE.
066800     PERFORM END-LAST-PAGE.
066900     PERFORM START-NEW-PAGE.

067000 START-NEW-PAGE.
067100     ADD 1 TO PAGE-NUMBER.
067200     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
067300     MOVE TITLE-LINE TO PRINTER-RECORD.
067400     PERFORM WRITE-TO-PRINTER.
067500     PERFORM LINE-FEED.
067600     MOVE COLUMN-LINE TO PRINTER-RECORD.
067700     PERFORM WRITE-TO-PRINTER.
067800     PERFORM LINE-FEED.

067900 END-LAST-PAGE.
068000     PERFORM FORM-FEED.
068100     MOVE ZERO TO LINE-COUNT.

068200 FORM-FEED.
068300     MOVE SPACE TO PRINTER-RECORD.
068400     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

068500     COPY "PLPERIOD.CBL".

068600     COPY "PLSUPV01.CBL".

068700     COPY "PLEXPCTL.CBL".

068800     COPY "PLDATE01.CBL".

068900     COPY "PLOPID01.CBL".

069000     COPY "PLJRNL01.CBL".

069100     COPY "PLBWIN01.CBL".
