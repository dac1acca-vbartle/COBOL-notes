000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EXPVCH01.
000300*---------------------------------
000400* Expense report vouchering
000500* batch. Every approved ("A")
000600* report on EXPENSE-REPORT-FILE
000700* is turned into a real
000800* VOUCHER-FILE record the way
000900* PCSHMNT1 builds its
001000* replenishment voucher:
001100* - the payee is the employee's
001200*   EMPLOYEE-VENDOR, so CHKRUN01
001300*   pays it by ACH or check by
001400*   that vendor's pay method
001500* - the invoice is EXPnnnnnn
001600*   (the report number), due
001700*   today, dated the report date
001800* - one VDIST line per expense
001900*   line, charged to the line's
002000*   GL account and the
002100*   employee's store, so
002200*   GLPOST01 distributes the
002300*   voucher by line
002400* - approval levels are set by
002500*   amount (PLVCHAPR) like any
002600*   other voucher.
002700* The report is flipped to
002800* vouchered ("V") with the
002900* voucher number, the voucher is
003000* journaled as an ADD carrying
003100* its image, and a register of
003200* what was vouchered is
003300* printed. A report whose
003400* employee or payee vendor is
003500* missing is left approved and
003600* listed as an exception.
003612* Nothing is vouchered while the
003624* nightly batch window is up
003636* (PLBWIN01.CBL); if the window
003648* goes up part way through, the
003660* run stops before the next
003672* report and the register shows
003684* what was vouchered.
003700*---------------------------------
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.

004100     COPY "SLEXRPT.CBL".

004200     COPY "SLEXLIN.CBL".

004300     COPY "SLEMP01.CBL".

004400     COPY "SLVND02.CBL".

004500     COPY "SLVOUCH.CBL".

004600     COPY "SLVDST01.CBL".

004700     COPY "SLCONTRL.CBL".

004800     COPY "SLCOMP01.CBL".

004900     COPY "SLLOCK01.CBL".

005000     COPY "SLJRNL01.CBL".
005033
005066     COPY "SLPARM01.CBL".
005072
005078     COPY "SLBWIN01.CBL".
005084
005090     COPY "SLBWLOG.CBL".

005100     SELECT PRINTER-FILE
005200         ASSIGN TO PRINTER
005300         ORGANIZATION IS LINE SEQUENTIAL.

005400 DATA DIVISION.
005500 FILE SECTION.

005600     COPY "FDEXRPT.CBL".

005700     COPY "FDEXLIN.CBL".

005800     COPY "FDEMP01.CBL".

005900     COPY "FDVND04.CBL".

006000     COPY "FDVOUCH.CBL".

006100     COPY "FDVDST01.CBL".

006200     COPY "FDCONTRL.CBL".

006300     COPY "FDCOMP01.CBL".

006400     COPY "FDLOCK01.CBL".

006500     COPY "FDJRNL01.CBL".
006533
006566     COPY "FDPARM01.CBL".
006572
006578     COPY "FDBWIN01.CBL".
006584
006590     COPY "FDBWLOG.CBL".

006600 FD  PRINTER-FILE
006700     LABEL RECORDS ARE OMITTED.
006800 01  PRINTER-RECORD              PIC X(80).

006900 WORKING-STORAGE SECTION.

007000 77  REPORT-FILE-AT-END          PIC X.
007100 77  LINE-FILE-AT-END            PIC X.
007200 77  EMPLOYEE-RECORD-FOUND       PIC X.
007300 77  VENDOR-RECORD-FOUND         PIC X.
007400 77  CONTROL-RECORD-FOUND        PIC X.
007500 77  PAYEE-IS-OK                 PIC X.
007600 77  OK-TO-PROCESS               PIC X.
007700 77  PROCESS-MESSAGE             PIC X(79) VALUE SPACE.
007800 77  EXCEPTION-REASON            PIC X(30).
007900 77  LINE-COUNT                  PIC 999 VALUE ZERO.
008000 77  PAGE-NUMBER                 PIC 9999 VALUE ZERO.
008100 77  MAXIMUM-LINES               PIC 999 VALUE 55.
008200 77  VOUCHERED-COUNT             PIC 9(5) VALUE ZERO.
008300 77  VOUCHERED-TOTAL             PIC S9(9)V99 VALUE ZERO.
008400 77  EXCEPTION-COUNT             PIC 9(5) VALUE ZERO.

008500 01  TITLE-LINE.
008600     05  FILLER              PIC X(14) VALUE SPACE.
008700     05  FILLER              PIC X(31)
008800         VALUE "EXPENSE REPORT VOUCHER REGISTER".
008900     05  FILLER              PIC X(16) VALUE SPACE.
009000     05  FILLER              PIC X(5) VALUE "PAGE:".
009100     05  FILLER              PIC X(1) VALUE SPACE.
009200     05  PRINT-PAGE-NUMBER   PIC ZZZ9.

009300 01  COLUMN-LINE.
009400     05  FILLER         PIC X(7)  VALUE "REPORT".
009500     05  FILLER         PIC X(8)  VALUE "VOUCHER".
009600     05  FILLER         PIC X(6)  VALUE "EMPL".
009700     05  FILLER         PIC X(21) VALUE "EMPLOYEE NAME".
009800     05  FILLER         PIC X(6)  VALUE "PAYEE".
009900     05  FILLER         PIC X(12) VALUE "      AMOUNT".
010000     05  FILLER         PIC X(1)  VALUE SPACE.
010100     05  FILLER         PIC X(5)  VALUE "PAID".

010200 01  DETAIL-LINE.
010300     05  PRINT-REPORT-NUMBER     PIC Z(6).
010400     05  FILLER                  PIC X     VALUE SPACE.
010500     05  PRINT-VOUCHER-NUMBER    PIC Z(7).
010600     05  FILLER                  PIC X     VALUE SPACE.
010700     05  PRINT-EMPLOYEE          PIC Z(5).
010800     05  FILLER                  PIC X     VALUE SPACE.
010900     05  PRINT-EMPLOYEE-NAME     PIC X(20).
011000     05  FILLER                  PIC X     VALUE SPACE.
011100     05  PRINT-PAYEE             PIC Z(5).
011200     05  FILLER                  PIC X     VALUE SPACE.
011300     05  PRINT-AMOUNT            PIC ZZZ,ZZ9.99-.
011400     05  FILLER                  PIC X     VALUE SPACE.
011500     05  PRINT-PAY-METHOD        PIC X(5).

011600 01  EXCEPTION-LINE.
011700     05  PRINT-EXC-REPORT        PIC Z(6).
011800     05  FILLER                  PIC X(9)  VALUE SPACE.
011900     05  PRINT-EXC-EMPLOYEE      PIC Z(5).
012000     05  FILLER                  PIC X     VALUE SPACE.
012100     05  FILLER                  PIC X(14)
012200         VALUE "*** NOT DONE: ".
012300     05  PRINT-EXC-REASON        PIC X(30).

012400 01  TOTAL-LINE.
012500     05  FILLER              PIC X(20) VALUE SPACE.
012600     05  FILLER              PIC X(20) VALUE
012700         "REPORTS VOUCHERED:".
012800     05  PRINT-TOTAL-COUNT   PIC ZZ,ZZ9.
012900     05  FILLER              PIC X(2) VALUE SPACE.
013000     05  PRINT-GRAND-TOTAL   PIC ZZZ,ZZZ,ZZ9.99-.

013100 01  EXCEPTION-TOTAL-LINE.
013200     05  FILLER              PIC X(20) VALUE SPACE.
013300     05  FILLER              PIC X(20) VALUE
013400         "EXCEPTIONS:".
013500     05  PRINT-EXCEPTION-COUNT PIC ZZ,ZZ9.

013600     COPY "WSDATE01.CBL".

013700     COPY "WSCASE01.CBL".

013800     COPY "WSOPID01.CBL".

013900     COPY "WSCOMP1.CBL".

014000     COPY "WSLOCK01.CBL".
014020
014040     COPY "WSPARM01.CBL".
014060
014080     COPY "WSVCHAPR.CBL".
014086
014092     COPY "WSBWIN01.CBL".

014100 PROCEDURE DIVISION.
014200 PROGRAM-BEGIN.
014300     PERFORM OPENING-PROCEDURE.
014400     PERFORM GET-OPERATOR-ID.
014425     MOVE "EXPVCH01" TO BWIN-PROGRAM-NAME.
014450     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
014475     IF BATCH-UPDATES-ALLOWED = "Y"
014500         PERFORM GET-COMPANY-CODE
014600         PERFORM MAIN-PROCESS.
014700     PERFORM CLOSING-PROCEDURE.

014733 PROGRAM-EXIT.
014766     EXIT PROGRAM.

014800 PROGRAM-DONE.
014900     STOP RUN.

015000 OPENING-PROCEDURE.
015100     OPEN I-O EXPENSE-REPORT-FILE.
015200     OPEN INPUT EXPENSE-LINE-FILE.
015300     OPEN INPUT EMPLOYEE-FILE.
015400     OPEN INPUT VENDOR-FILE.
015500     OPEN I-O VOUCHER-FILE.
015600     OPEN I-O VDIST-FILE.
015700     OPEN I-O CONTROL-FILE.
015800     OPEN INPUT COMPANY-FILE.
015900     OPEN I-O LOCK-FILE.
016000     OPEN EXTEND JOURNAL-FILE.
016100     OPEN OUTPUT PRINTER-FILE.

016200 CLOSING-PROCEDURE.
016300     CLOSE EXPENSE-REPORT-FILE.
016400     CLOSE EXPENSE-LINE-FILE.
016500     CLOSE EMPLOYEE-FILE.
016600     CLOSE VENDOR-FILE.
016700     CLOSE VOUCHER-FILE.
016800     CLOSE VDIST-FILE.
016900     CLOSE CONTROL-FILE.
017000     CLOSE COMPANY-FILE.
017100     CLOSE LOCK-FILE.
017200     CLOSE JOURNAL-FILE.
017300     PERFORM END-LAST-PAGE.
017400     CLOSE PRINTER-FILE.

017500 MAIN-PROCESS.
017600     MOVE "VOUCHER ALL APPROVED EXPENSE REPORTS (Y/N)?"
017700         TO PROCESS-MESSAGE.
017800     PERFORM ASK-OK-TO-PROCESS.
017900     IF OK-TO-PROCESS = "Y"
017920         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
017940         IF BATCH-UPDATES-ALLOWED NOT = "Y"
017960             MOVE "N" TO OK-TO-PROCESS.
017980     IF OK-TO-PROCESS = "Y"
018000         PERFORM START-NEW-PAGE
018100         PERFORM VOUCHER-ALL-REPORTS
018200         PERFORM PRINT-REGISTER-TOTAL.

018300 VOUCHER-ALL-REPORTS.
018400     PERFORM READ-FIRST-EXRPT.
018500     PERFORM PROCESS-ONE-REPORT
018600         UNTIL REPORT-FILE-AT-END = "Y".

018700 PROCESS-ONE-REPORT.
018800     IF EXRPT-STATUS = "A"
018820         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
018840         IF BATCH-UPDATES-ALLOWED NOT = "Y"
018860             MOVE "Y" TO REPORT-FILE-AT-END
018880         ELSE
018900             PERFORM VOUCHER-ONE-REPORT.
019000     PERFORM READ-NEXT-EXRPT.

019100 VOUCHER-ONE-REPORT.
019200     PERFORM CHECK-REPORT-PAYEE.
019300     IF PAYEE-IS-OK = "Y"
019400         PERFORM RETRIEVE-NEXT-VOUCHER-NUMBER
019500         IF VOUCHER-NUMBER = ZEROES
019600             MOVE "NO VOUCHER NUMBER ASSIGNED"
019700                 TO EXCEPTION-REASON
019800             PERFORM PRINT-EXCEPTION-LINE
019900         ELSE
020000             PERFORM BUILD-EXPENSE-VOUCHER
020100             PERFORM WRITE-DISTRIBUTION-LINES
020200             PERFORM WRITE-VOUCHER-RECORD
020300             PERFORM MARK-REPORT-VOUCHERED
020400             PERFORM JOURNAL-EXPENSE-VOUCHER
020500             PERFORM PRINT-REGISTER-LINE
020600             ADD 1 TO VOUCHERED-COUNT
020700             ADD VOUCHER-AMOUNT TO VOUCHERED-TOTAL
020800     ELSE
020900         PERFORM PRINT-EXCEPTION-LINE.

021000*---------------------------------
021100* The employee must be on file
021200* and their payee vendor too -
021300* the voucher cannot be paid
021400* without it.
021500*---------------------------------
021600 CHECK-REPORT-PAYEE.
021700     MOVE "N" TO PAYEE-IS-OK.
021800     PERFORM REPORT-EMPLOYEE-ON-FILE.
021900     IF EMPLOYEE-RECORD-FOUND = "N"
022000         MOVE "EMPLOYEE NOT ON FILE" TO EXCEPTION-REASON
022100     ELSE
022200         PERFORM EMPLOYEE-VENDOR-ON-FILE
022300         IF VENDOR-RECORD-FOUND = "N"
022400             MOVE "PAYEE VENDOR NOT ON FILE"
022500                 TO EXCEPTION-REASON
022600         ELSE
022700             MOVE "Y" TO PAYEE-IS-OK.

022800*---------------------------------
022900* Build the voucher - the same
023000* fields PCSHMNT1 initializes,
023100* with the report supplying
023200* what the operator would have
023300* keyed.
023400*---------------------------------
023500 BUILD-EXPENSE-VOUCHER.
023600     PERFORM GET-TODAYS-DATE.
023700     MOVE SPACE TO VOUCHER-INVOICE
023800                   VOUCHER-FOR.
023900     STRING "EXP" EXRPT-NUMBER
024000         DELIMITED BY SIZE INTO VOUCHER-INVOICE.
024100     MOVE EXRPT-PURPOSE TO VOUCHER-FOR.
024200     MOVE EMPLOYEE-VENDOR TO VOUCHER-VENDOR.
024300     MOVE EXRPT-TOTAL TO VOUCHER-AMOUNT.
024400     MOVE EXRPT-DATE TO VOUCHER-DATE.
024500     MOVE DATE-CCYYMMDD TO VOUCHER-DUE.
024600     MOVE "N" TO VOUCHER-DEDUCTIBLE
024700                 VOUCHER-TAXABLE
024800                 VOUCHER-SELECTED
024900                 VOUCHER-RECEIPT-HOLD
025000                 VOUCHER-GL-STAGE1-POSTED
025100                 VOUCHER-GL-STAGE2-POSTED
025200                 VOUCHER-DISPUTE-FLAG
025300                 VOUCHER-ONE-TIME-FLAG
025400                 VOUCHER-NETTED.
025500     MOVE ZEROES TO VOUCHER-PAID-DATE
025600                    VOUCHER-PAID-AMOUNT
025700                    VOUCHER-CHECK-NO
025800                    VOUCHER-SPLIT-FROM
025850                    VOUCHER-APPROVAL-LEVELS-REQUIRED
025860                    VOUCHER-APPROVAL-LEVELS-DONE
025900                    VOUCHER-PO-NUMBER
026000                    VOUCHER-BATCH
026100                    VOUCHER-PAY-RUN
026200                    VOUCHER-DISCOUNT-PERCENT
026300                    VOUCHER-DISCOUNT-DATE
026400                    VOUCHER-DISCOUNT-AMOUNT
026500                    VOUCHER-EXCH-GAIN-LOSS
026600                    VOUCHER-GST-AMOUNT
026700                    VOUCHER-PROJECT
026700                    VOUCHER-WIRE-NUMBER.
026700     MOVE SPACE TO VOUCHER-REMIT-TO.
026800     MOVE 1 TO VOUCHER-ENTRY-RATE.
026900     MOVE "USD" TO VOUCHER-CURRENCY-CODE.
027000     MOVE EMPLOYEE-STORE TO VOUCHER-STORE.
027100     MOVE THIS-COMPANY TO VOUCHER-COMPANY.
027200     PERFORM SET-APPROVAL-LEVELS-REQUIRED.

027300*---------------------------------
027400* One VDIST line per expense
027500* line; the header takes the
027600* first line's account, as
027700* VCHNEW01's split entry does.
027800*---------------------------------
027900 WRITE-DISTRIBUTION-LINES.
028000     MOVE SPACE TO VOUCHER-GL-ACCOUNT.
028100     MOVE ZEROES TO VDIST-SEQUENCE.
028200     PERFORM READ-FIRST-REPORT-LINE.
028300     PERFORM WRITE-ONE-DIST-LINE
028400         UNTIL LINE-FILE-AT-END = "Y".

028500 WRITE-ONE-DIST-LINE.
028600     IF VOUCHER-GL-ACCOUNT = SPACE
028700         MOVE EXLN-GL-ACCOUNT TO VOUCHER-GL-ACCOUNT.
028800     MOVE VOUCHER-NUMBER TO VDIST-VOUCHER.
028900     ADD 1 TO VDIST-SEQUENCE.
029000     MOVE EXLN-GL-ACCOUNT TO VDIST-GL-ACCOUNT.
029100     MOVE EXLN-AMOUNT TO VDIST-AMOUNT.
029200     MOVE EMPLOYEE-STORE TO VDIST-STORE.
029300     MOVE ZEROES TO VDIST-PROJECT.
029400     WRITE VDIST-RECORD
029500         INVALID KEY
029600         DISPLAY "ERROR WRITING DISTRIBUTION LINE".
029700     PERFORM READ-NEXT-REPORT-LINE.

029800 MARK-REPORT-VOUCHERED.
029900     MOVE "V" TO EXRPT-STATUS.
030000     MOVE VOUCHER-NUMBER TO EXRPT-VOUCHER.
030100     REWRITE EXPENSE-REPORT-RECORD
030200         INVALID KEY
030300         DISPLAY "ERROR REWRITING EXPENSE REPORT".

030400 REPORT-EMPLOYEE-ON-FILE.
030500     MOVE EXRPT-EMPLOYEE TO EMPLOYEE-NUMBER.
030600     MOVE "Y" TO EMPLOYEE-RECORD-FOUND.
030700     READ EMPLOYEE-FILE RECORD
030800       INVALID KEY
030900          MOVE "N" TO EMPLOYEE-RECORD-FOUND.

031000 EMPLOYEE-VENDOR-ON-FILE.
031100     MOVE EMPLOYEE-VENDOR TO VENDOR-NUMBER.
031200     MOVE "Y" TO VENDOR-RECORD-FOUND.
031300     READ VENDOR-FILE RECORD
031400       INVALID KEY
031500          MOVE "N" TO VENDOR-RECORD-FOUND.

031600*---------------------------------
031700* Register printing.
031800*---------------------------------
031900 PRINT-REGISTER-LINE.
032000     IF LINE-COUNT > MAXIMUM-LINES
032100         PERFORM START-NEXT-PAGE.
032200     MOVE SPACE TO DETAIL-LINE.
032300     MOVE EXRPT-NUMBER TO PRINT-REPORT-NUMBER.
032400     MOVE VOUCHER-NUMBER TO PRINT-VOUCHER-NUMBER.
032500     MOVE EXRPT-EMPLOYEE TO PRINT-EMPLOYEE.
032600     MOVE EMPLOYEE-NAME TO PRINT-EMPLOYEE-NAME.
032700     MOVE VOUCHER-VENDOR TO PRINT-PAYEE.
032800     MOVE VOUCHER-AMOUNT TO PRINT-AMOUNT.
032900     IF VENDOR-PAY-METHOD = "A"
033000         MOVE "ACH" TO PRINT-PAY-METHOD
033100     ELSE
033200         MOVE "CHECK" TO PRINT-PAY-METHOD.
033300     MOVE DETAIL-LINE TO PRINTER-RECORD.
033400     PERFORM WRITE-TO-PRINTER.

033500 PRINT-EXCEPTION-LINE.
033600     IF LINE-COUNT > MAXIMUM-LINES
033700         PERFORM START-NEXT-PAGE.
033800     MOVE EXRPT-NUMBER TO PRINT-EXC-REPORT.
033900     MOVE EXRPT-EMPLOYEE TO PRINT-EXC-EMPLOYEE.
034000     MOVE EXCEPTION-REASON TO PRINT-EXC-REASON.
034100     MOVE EXCEPTION-LINE TO PRINTER-RECORD.
034200     PERFORM WRITE-TO-PRINTER.
034300     ADD 1 TO EXCEPTION-COUNT.

034400 PRINT-REGISTER-TOTAL.
034500     PERFORM LINE-FEED.
034600     MOVE VOUCHERED-COUNT TO PRINT-TOTAL-COUNT.
034700     MOVE VOUCHERED-TOTAL TO PRINT-GRAND-TOTAL.
034800     MOVE TOTAL-LINE TO PRINTER-RECORD.
034900     PERFORM WRITE-TO-PRINTER.
035000     MOVE EXCEPTION-COUNT TO PRINT-EXCEPTION-COUNT.
035100     MOVE EXCEPTION-TOTAL-LINE TO PRINTER-RECORD.
035200     PERFORM WRITE-TO-PRINTER.
035300     DISPLAY VOUCHERED-COUNT " EXPENSE REPORT(S) VOUCHERED, "
035400         EXCEPTION-COUNT " EXCEPTION(S)".

035500*---------------------------------
035600* Voucher creations are
035700* journaled as ADD, carrying the
035800* image, so APPROOF1's proof
035900* counts them.
036000*---------------------------------
036100 JOURNAL-EXPENSE-VOUCHER.
036200     MOVE "EXPVCH01" TO JOURNAL-PROGRAM.
036300     MOVE SPACE TO JOURNAL-KEY.
036400     MOVE VOUCHER-NUMBER TO JOURNAL-KEY.
036500     MOVE "ADD" TO JOURNAL-ACTION.
036600     MOVE VOUCHER-AMOUNT TO JOURNAL-AMOUNT.
036700     MOVE VOUCHER-RECORD TO JOURNAL-IMAGE.
036800     PERFORM WRITE-JOURNAL-ENTRY.
036900     MOVE SPACE TO JOURNAL-IMAGE.

037000*---------------------------------
037100* Confirmation prompt routines,
037200* same idiom as VCHPAY01.
037300*---------------------------------
037400 ASK-OK-TO-PROCESS.
037500     PERFORM ACCEPT-OK-TO-PROCESS.
037600     PERFORM RE-ACCEPT-OK-TO-PROCESS
037700        UNTIL OK-TO-PROCESS = "Y" OR "N".

037800 ACCEPT-OK-TO-PROCESS.
037900     DISPLAY PROCESS-MESSAGE.
038000     ACCEPT OK-TO-PROCESS.
038100     INSPECT OK-TO-PROCESS
038200      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

038300 RE-ACCEPT-OK-TO-PROCESS.
038400     DISPLAY "YOU MUST ENTER YES OR NO".
038500     PERFORM ACCEPT-OK-TO-PROCESS.

038600*---------------------------------
038700* File I-O routines.
038800*---------------------------------
038900 READ-FIRST-EXRPT.
039000     MOVE "N" TO REPORT-FILE-AT-END.
039100     MOVE ZEROES TO EXRPT-NUMBER.
039200     START EXPENSE-REPORT-FILE
039300        KEY NOT < EXRPT-NUMBER
039400         INVALID KEY MOVE "Y" TO REPORT-FILE-AT-END.
039500     IF REPORT-FILE-AT-END NOT = "Y"
039600         PERFORM READ-NEXT-EXRPT.

039700 READ-NEXT-EXRPT.
039800     READ EXPENSE-REPORT-FILE NEXT RECORD
039900         AT END MOVE "Y" TO REPORT-FILE-AT-END.

040000 READ-FIRST-REPORT-LINE.
040100     MOVE "N" TO LINE-FILE-AT-END.
040200     MOVE EXRPT-NUMBER TO EXLN-REPORT.
040300     MOVE ZEROES TO EXLN-SEQUENCE.
040400     START EXPENSE-LINE-FILE
040500        KEY NOT < EXLN-KEY
040600         INVALID KEY MOVE "Y" TO LINE-FILE-AT-END.
040700     IF LINE-FILE-AT-END NOT = "Y"
040800         PERFORM READ-NEXT-REPORT-LINE.

040900 READ-NEXT-REPORT-LINE.
041000     READ EXPENSE-LINE-FILE NEXT RECORD
041100         AT END MOVE "Y" TO LINE-FILE-AT-END.
041200     IF LINE-FILE-AT-END NOT = "Y"
041300        AND EXLN-REPORT NOT = EXRPT-NUMBER
041400         MOVE "Y" TO LINE-FILE-AT-END.

041500*---------------------------------
041600* The number hand-out holds the
041700* CONTROL record through the
041800* lock registry (PLLOCK01), the
041900* same way VCHNEW01's does.
042000*---------------------------------
042100 RETRIEVE-NEXT-VOUCHER-NUMBER.
042200     PERFORM LOCK-THE-CONTROL-RECORD.
042300     IF LOCK-ACQUIRED = "Y"
042400         PERFORM READ-CONTROL-RECORD
042500         ADD 1 TO CONTROL-LAST-VOUCHER
042600         MOVE CONTROL-LAST-VOUCHER TO VOUCHER-NUMBER
042700         PERFORM REWRITE-CONTROL-RECORD
042800         PERFORM UNLOCK-THE-CONTROL-RECORD
042900     ELSE
043000         MOVE ZEROES TO VOUCHER-NUMBER.

043100 LOCK-THE-CONTROL-RECORD.
043200     MOVE "CONTROL" TO LOCK-WANTED-FILE.
043300     MOVE "1" TO LOCK-WANTED-RECORD.
043400     PERFORM ACQUIRE-RECORD-LOCK.

043500 UNLOCK-THE-CONTROL-RECORD.
043600     MOVE "CONTROL" TO LOCK-WANTED-FILE.
043700     MOVE "1" TO LOCK-WANTED-RECORD.
043800     PERFORM RELEASE-RECORD-LOCK.

043900 READ-CONTROL-RECORD.
044000     MOVE 1 TO CONTROL-KEY.
044100     MOVE "Y" TO CONTROL-RECORD-FOUND.
044200     READ CONTROL-FILE RECORD
044300         INVALID KEY
044400          MOVE "N" TO CONTROL-RECORD-FOUND
044500          DISPLAY "CONTROL FILE IS INVALID".

044600 REWRITE-CONTROL-RECORD.
044700     REWRITE CONTROL-RECORD
044800         INVALID KEY
044900         DISPLAY "ERROR REWRITING CONTROL RECORD".

045000 WRITE-VOUCHER-RECORD.
045100     WRITE VOUCHER-RECORD
045200         INVALID KEY
045300         DISPLAY "RECORD ALREADY ON FILE".

045400*---------------------------------
045500* Printing routines.
045600*---------------------------------
045700 WRITE-TO-PRINTER.
045800     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
045900     ADD 1 TO LINE-COUNT.

046000 LINE-FEED.
046100     MOVE SPACE TO PRINTER-RECORD.
046200     PERFORM WRITE-TO-PRINTER.

046300 START-NEXT-PAGE.
046400     PERFORM END-LAST-PAGE.
046500     PERFORM START-NEW-PAGE.

046600 START-NEW-PAGE.
046700     ADD 1 TO PAGE-NUMBER.
046800     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
046900     MOVE TITLE-LINE TO PRINTER-RECORD.
047000     PERFORM WRITE-TO-PRINTER.
047100     PERFORM LINE-FEED.
047200     MOVE COLUMN-LINE TO PRINTER-RECORD.
047300     PERFORM WRITE-TO-PRINTER.
047400     PERFORM LINE-FEED.

047500 END-LAST-PAGE.
047600     PERFORM FORM-FEED.
047700     MOVE ZERO TO LINE-COUNT.

047800 FORM-FEED.
047900     MOVE SPACE TO PRINTER-RECORD.
048000     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

048100     COPY "PLDATE01.CBL".

048200     COPY "PLVCHAPR.CBL".

048300     COPY "PLOPID01.CBL".

048400     COPY "PLCOMP1.CBL".

048500     COPY "PLLOCK01.CBL".

048600     COPY "PLJRNL01.CBL".
048700
048800     COPY "PLPARM01.CBL".
048900
049000     COPY "PLBWIN01.CBL".
