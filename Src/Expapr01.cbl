000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EXPAPR01.
000300*---------------------------------
000400* Expense report supervisor
000500* approval, in the mold of
000600* POAPRV01. A report with a line
000700* over a per diem or policy
000800* limit is written pending ("P")
000900* by EXPENT01 and EXPVCH01 will
001000* not voucher it. A SUPERVISOR
001100* signs on here (PLSIGN01 -
001200* operator, password,
001300* AUTH-SUPERVISOR required),
001400* reviews the report line by
001500* line with its policy flags,
001600* and approves it to "A" or
001700* rejects it to "R", stamped
001800* with who and when, journaled
001900* as EXP-APPR or EXP-REJECT. A
002000* supervisor may not approve a
002100* report they keyed themselves.
002200* A rejected report is never
002300* paid; the employee's corrected
002400* claim is keyed as a new
002500* report.
002600* LIST-MODE prints every
002700* pending report so nothing sits
002800* forgotten in the queue.
002816* While the nightly batch window
002832* is up (PLBWIN01.CBL) only LIST
002848* is open, and an approval or
002864* rejection confirmed as the
002880* window goes up is not written.
002900*---------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.

003300     COPY "SLEXRPT.CBL".

003400     COPY "SLEXLIN.CBL".

003500     COPY "SLEMP01.CBL".

003600     COPY "SLOPER01.CBL".

003700     COPY "SLSECVIO.CBL".

003800     COPY "SLJRNL01.CBL".

003833     COPY "SLBWIN01.CBL".

003866     COPY "SLBWLOG.CBL".

003900     SELECT PRINTER-FILE
004000         ASSIGN TO PRINTER
004100         ORGANIZATION IS LINE SEQUENTIAL.

004200 DATA DIVISION.
004300 FILE SECTION.

004400     COPY "FDEXRPT.CBL".

004500     COPY "FDEXLIN.CBL".

004600     COPY "FDEMP01.CBL".

004700     COPY "FDOPER01.CBL".

004800     COPY "FDSECVIO.CBL".

004900     COPY "FDJRNL01.CBL".

004933     COPY "FDBWIN01.CBL".

004966     COPY "FDBWLOG.CBL".

005000 FD  PRINTER-FILE
005100     LABEL RECORDS ARE OMITTED.
005200 01  PRINTER-RECORD              PIC X(80).

005300 WORKING-STORAGE SECTION.

005400 77  REPORT-RECORD-FOUND          PIC X.
005500 77  EMPLOYEE-RECORD-FOUND        PIC X.
005600 77  REPORT-FILE-AT-END           PIC X.
005700 77  LINE-FILE-AT-END             PIC X.
005800 77  APPROVE-REPORT               PIC 9(6).
005900 77  OK-TO-PROCESS                PIC X.
006000 77  MODE-CHOICE                  PIC X.
006100 77  PROCESS-MESSAGE              PIC X(79) VALUE SPACE.
006200 77  AN-AMOUNT-FIELD              PIC ZZZ,ZZ9.99-.
006300 77  PENDING-COUNT                PIC 9(5).
006400 77  PENDING-TOTAL                PIC S9(9)V99.

006500 01  DETAIL-LINE.
006600     05  PRINT-REPORT-NUMBER     PIC Z(6).
006700     05  FILLER                  PIC X     VALUE SPACE.
006800     05  PRINT-EMPLOYEE          PIC Z(5).
006900     05  FILLER                  PIC X     VALUE SPACE.
007000     05  PRINT-EMPLOYEE-NAME     PIC X(25).
007100     05  FILLER                  PIC X     VALUE SPACE.
007200     05  PRINT-REPORT-DATE       PIC X(10).
007300     05  FILLER                  PIC X     VALUE SPACE.
007400     05  PRINT-REPORT-TOTAL      PIC ZZZ,ZZ9.99-.
007500     05  FILLER                  PIC X(3)  VALUE SPACE.
007600     05  PRINT-FLAGGED-COUNT     PIC Z9.

007700 01  COLUMN-LINE.
007800     05  FILLER         PIC X(7)  VALUE "REPORT".
007900     05  FILLER         PIC X(6)  VALUE "EMPL".
008000     05  FILLER         PIC X(26) VALUE "EMPLOYEE NAME".
008100     05  FILLER         PIC X(11) VALUE "DATE".
008200     05  FILLER         PIC X(11) VALUE "      TOTAL".
008300     05  FILLER         PIC X(8)  VALUE " FLAGGED".

008400 01  TITLE-LINE.
008500     05  FILLER              PIC X(15) VALUE SPACE.
008600     05  FILLER              PIC X(30)
008700         VALUE "EXPENSE REPORTS AWAITING".
008800     05  FILLER              PIC X(20)
008900         VALUE "APPROVAL".

009000 01  TOTAL-LINE.
009100     05  FILLER              PIC X(8)  VALUE "PENDING:".
009200     05  PRINT-PENDING-COUNT PIC ZZZZ9.
009300     05  FILLER              PIC X(2)  VALUE SPACE.
009400     05  PRINT-PENDING-TOTAL PIC ZZZ,ZZZ,ZZ9.99-.

009500     COPY "WSSIGN01.CBL".

009600     COPY "WSDATE01.CBL".

009700     COPY "WSCASE01.CBL".

009800     COPY "WSOPID01.CBL".

009850     COPY "WSBWIN01.CBL".

009900 PROCEDURE DIVISION.
010000 PROGRAM-BEGIN.
010100     OPEN I-O OPERATOR-FILE.
010200     PERFORM SIGN-ON-OPERATOR.
010300     CLOSE OPERATOR-FILE.
010400     IF AUTH-SUPERVISOR NOT = "Y"
010500         DISPLAY "EXPENSE APPROVAL TAKES THE SUPERVISOR"
010600         DISPLAY "PERMISSION - SEE YOUR SUPERVISOR"
010700     ELSE
010733         MOVE "EXPAPR01" TO BWIN-PROGRAM-NAME
010766         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON
010800         PERFORM OPENING-PROCEDURE
010900         PERFORM MAIN-PROCESS
011000         PERFORM CLOSING-PROCEDURE.

011100 PROGRAM-EXIT.
011200     EXIT PROGRAM.

011300 PROGRAM-DONE.
011400     ACCEPT OMITTED. STOP RUN.

011500 OPENING-PROCEDURE.
011600     OPEN I-O EXPENSE-REPORT-FILE.
011700     OPEN INPUT EXPENSE-LINE-FILE.
011800     OPEN INPUT EMPLOYEE-FILE.
011900     OPEN EXTEND JOURNAL-FILE.
012000     OPEN OUTPUT PRINTER-FILE.

012100 CLOSING-PROCEDURE.
012200     CLOSE EXPENSE-REPORT-FILE.
012300     CLOSE EXPENSE-LINE-FILE.
012400     CLOSE EMPLOYEE-FILE.
012500     CLOSE JOURNAL-FILE.
012600     CLOSE PRINTER-FILE.

012700 MAIN-PROCESS.
012800     PERFORM ENTER-MODE-CHOICE.
012900     PERFORM APPROVE-MODE
013000         UNTIL MODE-CHOICE NOT = "A".
013100     PERFORM LIST-MODE
013200         UNTIL MODE-CHOICE NOT = "L".

013300 ENTER-MODE-CHOICE.
013400     DISPLAY "REVIEW A REPORT, LIST PENDING REPORTS, OR QUIT".
013500     DISPLAY "(A/L/Q)?".
013600     ACCEPT MODE-CHOICE.
013700     INSPECT MODE-CHOICE
013800      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
013900     IF MODE-CHOICE NOT = "A" AND NOT = "L" AND NOT = "Q"
014000         DISPLAY "YOU MUST ENTER A, L, OR Q"
014100         PERFORM ENTER-MODE-CHOICE.

014200*---------------------------------
014300* APPROVE
014400*---------------------------------
014500 APPROVE-MODE.
014533     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
014566     IF BATCH-UPDATES-ALLOWED = "Y"
014600         PERFORM GET-APPROVE-REPORT
014625     ELSE
014650         DISPLAY "ONLY LIST IS OPEN"
014675         MOVE ZEROES TO APPROVE-REPORT.
014700     PERFORM REVIEW-ONE-REPORT
014800         UNTIL APPROVE-REPORT = ZEROES.
014900     PERFORM ENTER-MODE-CHOICE.

015000 GET-APPROVE-REPORT.
015100     PERFORM ACCEPT-APPROVE-REPORT.
015200     PERFORM RE-ACCEPT-APPROVE-REPORT
015300         UNTIL REPORT-RECORD-FOUND = "Y"
015400            OR APPROVE-REPORT = ZEROES.

015500 ACCEPT-APPROVE-REPORT.
015600     MOVE "N" TO REPORT-RECORD-FOUND.
015700     DISPLAY "ENTER EXPENSE REPORT TO REVIEW (0 TO EXIT)".
015800     ACCEPT APPROVE-REPORT.
015900     IF APPROVE-REPORT NOT = ZEROES
016000         MOVE APPROVE-REPORT TO EXRPT-NUMBER
016100         PERFORM READ-EXRPT-RECORD.

016200 RE-ACCEPT-APPROVE-REPORT.
016300     DISPLAY "RECORD NOT FOUND".
016400     PERFORM ACCEPT-APPROVE-REPORT.

016500 REVIEW-ONE-REPORT.
016600     PERFORM DISPLAY-REPORT-FIELDS.
016700     IF EXRPT-STATUS NOT = "P"
016800         DISPLAY "ONLY A PENDING (P) REPORT CAN BE REVIEWED"
016900     ELSE
017000     IF EXRPT-ENTERED-BY = OPERATOR-ID
017100         DISPLAY "YOU KEYED THIS REPORT - ANOTHER"
017200             " SUPERVISOR MUST APPROVE IT"
017300     ELSE
017400         PERFORM ASK-OK-TO-APPROVE.
017450     IF BATCH-UPDATES-ALLOWED = "Y"
017500         PERFORM GET-APPROVE-REPORT
017533     ELSE
017566         MOVE ZEROES TO APPROVE-REPORT.

017600 ASK-OK-TO-APPROVE.
017700     MOVE "APPROVE THIS EXPENSE REPORT (Y/N)?"
017800         TO PROCESS-MESSAGE.
017900     PERFORM ASK-OK-TO-PROCESS.
017950     PERFORM CHECK-WINDOW-BEFORE-WRITE.
018000     IF OK-TO-PROCESS = "Y"
018100         MOVE "A" TO EXRPT-STATUS
018200         PERFORM STAMP-THE-REVIEW
018300         DISPLAY "REPORT " EXRPT-NUMBER " APPROVED - THE"
018400             " NEXT EXPVCH01 RUN VOUCHERS IT"
018500     ELSE
018550     IF BATCH-UPDATES-ALLOWED = "Y"
018600         PERFORM ASK-OK-TO-REJECT
018633     ELSE
018666         DISPLAY "REPORT " EXRPT-NUMBER " LEFT PENDING".

018700 ASK-OK-TO-REJECT.
018800     MOVE "REJECT IT - IT WILL NEVER BE PAID (Y/N)?"
018900         TO PROCESS-MESSAGE.
019000     PERFORM ASK-OK-TO-PROCESS.
019050     PERFORM CHECK-WINDOW-BEFORE-WRITE.
019100     IF OK-TO-PROCESS = "Y"
019200         MOVE "R" TO EXRPT-STATUS
019300         PERFORM STAMP-THE-REVIEW
019400         DISPLAY "REPORT " EXRPT-NUMBER " REJECTED"
019500     ELSE
019600         DISPLAY "REPORT " EXRPT-NUMBER " LEFT PENDING".

019608*---------------------------------
019616* A yes that arrives after the
019624* nightly batch window has gone
019632* up is turned into a no, so the
019640* report is left pending.
019648*---------------------------------
019656 CHECK-WINDOW-BEFORE-WRITE.
019664     IF OK-TO-PROCESS = "Y"
019672         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
019680         IF BATCH-UPDATES-ALLOWED NOT = "Y"
019688             MOVE "N" TO OK-TO-PROCESS.

019700 STAMP-THE-REVIEW.
019800     MOVE OPERATOR-ID TO EXRPT-APPROVED-BY.
019900     PERFORM GET-TODAYS-DATE.
020000     MOVE DATE-CCYYMMDD TO EXRPT-APPROVED-DATE.
020100     PERFORM REWRITE-EXRPT-RECORD.
020200     PERFORM JOURNAL-THE-REVIEW.

020300 DISPLAY-REPORT-FIELDS.
020400     DISPLAY " ".
020500     DISPLAY "   EXPENSE REPORT: " EXRPT-NUMBER.
020600     PERFORM REPORT-EMPLOYEE-ON-FILE.
020700     DISPLAY "   EMPLOYEE: " EXRPT-EMPLOYEE " " EMPLOYEE-NAME.
020800     MOVE EXRPT-DATE TO DATE-CCYYMMDD.
020900     PERFORM FORMAT-THE-DATE.
021000     DISPLAY "   REPORT DATE: " FORMATTED-DATE.
021100     DISPLAY "   PURPOSE: " EXRPT-PURPOSE.
021200     DISPLAY "   STATUS: " EXRPT-STATUS
021300             "   KEYED BY: " EXRPT-ENTERED-BY.
021400     DISPLAY "LN DATE       TYPE DESCRIPTION"
021500             "               AMOUNT  REC POLICY".
021600     PERFORM DISPLAY-REPORT-LINES.
021700     MOVE EXRPT-TOTAL TO AN-AMOUNT-FIELD.
021800     DISPLAY "   REPORT TOTAL: " AN-AMOUNT-FIELD.
021900     DISPLAY "   LINES OVER POLICY: " EXRPT-FLAGGED-COUNT
022000             " (D = PER DIEM, L = ITEM LIMIT)".
022100     DISPLAY " ".

022200 DISPLAY-REPORT-LINES.
022300     MOVE "N" TO LINE-FILE-AT-END.
022400     MOVE EXRPT-NUMBER TO EXLN-REPORT.
022500     MOVE ZEROES TO EXLN-SEQUENCE.
022600     START EXPENSE-LINE-FILE
022700        KEY NOT < EXLN-KEY
022800         INVALID KEY MOVE "Y" TO LINE-FILE-AT-END.
022900     IF LINE-FILE-AT-END NOT = "Y"
023000         PERFORM READ-NEXT-REPORT-LINE.
023100     PERFORM DISPLAY-ONE-REPORT-LINE
023200         UNTIL LINE-FILE-AT-END = "Y".

023300 DISPLAY-ONE-REPORT-LINE.
023400     MOVE EXLN-DATE TO DATE-CCYYMMDD.
023500     PERFORM FORMAT-THE-DATE.
023600     MOVE EXLN-AMOUNT TO AN-AMOUNT-FIELD.
023700     DISPLAY EXLN-SEQUENCE " " FORMATTED-DATE " "
023800             EXLN-TYPE " " EXLN-DESCRIPTION " "
023900             AN-AMOUNT-FIELD "  " EXLN-RECEIPT "   "
024000             EXLN-POLICY-FLAG.
024100     PERFORM READ-NEXT-REPORT-LINE.

024200*---------------------------------
024300* LIST - the approval queue.
024400*---------------------------------
024500 LIST-MODE.
024600     MOVE ZEROES TO PENDING-COUNT
024700                    PENDING-TOTAL.
024800     PERFORM PRINT-LIST-HEADINGS.
024900     MOVE "N" TO REPORT-FILE-AT-END.
025000     PERFORM READ-FIRST-EXRPT.
025100     PERFORM LIST-ONE-REPORT
025200         UNTIL REPORT-FILE-AT-END = "Y".
025300     PERFORM PRINT-LIST-TOTAL.
025400     DISPLAY PENDING-COUNT " PENDING REPORT(S) LISTED".
025500     PERFORM ENTER-MODE-CHOICE.

025600 LIST-ONE-REPORT.
025700     IF EXRPT-STATUS = "P"
025800         PERFORM PRINT-PENDING-REPORT.
025900     PERFORM READ-NEXT-EXRPT.

026000 PRINT-PENDING-REPORT.
026100     MOVE SPACE TO DETAIL-LINE.
026200     MOVE EXRPT-NUMBER TO PRINT-REPORT-NUMBER.
026300     MOVE EXRPT-EMPLOYEE TO PRINT-EMPLOYEE.
026400     PERFORM REPORT-EMPLOYEE-ON-FILE.
026500     MOVE EMPLOYEE-NAME TO PRINT-EMPLOYEE-NAME.
026600     MOVE EXRPT-DATE TO DATE-CCYYMMDD.
026700     PERFORM FORMAT-THE-DATE.
026800     MOVE FORMATTED-DATE TO PRINT-REPORT-DATE.
026900     MOVE EXRPT-TOTAL TO PRINT-REPORT-TOTAL.
027000     MOVE EXRPT-FLAGGED-COUNT TO PRINT-FLAGGED-COUNT.
027100     MOVE DETAIL-LINE TO PRINTER-RECORD.
027200     PERFORM WRITE-TO-PRINTER.
027300     ADD 1 TO PENDING-COUNT.
027400     ADD EXRPT-TOTAL TO PENDING-TOTAL.

027500 PRINT-LIST-HEADINGS.
027600     MOVE TITLE-LINE TO PRINTER-RECORD.
027700     PERFORM WRITE-TO-PRINTER.
027800     MOVE SPACE TO PRINTER-RECORD.
027900     PERFORM WRITE-TO-PRINTER.
028000     MOVE COLUMN-LINE TO PRINTER-RECORD.
028100     PERFORM WRITE-TO-PRINTER.
028200     MOVE SPACE TO PRINTER-RECORD.
028300     PERFORM WRITE-TO-PRINTER.

028400 PRINT-LIST-TOTAL.
028500     MOVE SPACE TO PRINTER-RECORD.
028600     PERFORM WRITE-TO-PRINTER.
028700     MOVE PENDING-COUNT TO PRINT-PENDING-COUNT.
028800     MOVE PENDING-TOTAL TO PRINT-PENDING-TOTAL.
028900     MOVE TOTAL-LINE TO PRINTER-RECORD.
029000     PERFORM WRITE-TO-PRINTER.
029100     MOVE SPACE TO PRINTER-RECORD.
029200     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

029300*---------------------------------
029400* The review on the record: the
029500* supervisor who signed on is
029600* the journal operator.
029700*---------------------------------
029800 JOURNAL-THE-REVIEW.
029900     MOVE "EXPAPR01" TO JOURNAL-PROGRAM.
030000     MOVE SPACE TO JOURNAL-KEY.
030100     MOVE EXRPT-NUMBER TO JOURNAL-KEY.
030200     IF EXRPT-STATUS = "A"
030300         MOVE "EXP-APPR" TO JOURNAL-ACTION
030400     ELSE
030500         MOVE "EXP-REJECT" TO JOURNAL-ACTION.
030600     MOVE EXRPT-TOTAL TO JOURNAL-AMOUNT.
030700     PERFORM WRITE-JOURNAL-ENTRY.

030800*---------------------------------
030900* Confirmation prompt routines,
031000* same idiom as VCHPAY01.
031100*---------------------------------
031200 ASK-OK-TO-PROCESS.
031300     PERFORM ACCEPT-OK-TO-PROCESS.
031400     PERFORM RE-ACCEPT-OK-TO-PROCESS
031500        UNTIL OK-TO-PROCESS = "Y" OR "N".

031600 ACCEPT-OK-TO-PROCESS.
031700     DISPLAY PROCESS-MESSAGE.
031800     ACCEPT OK-TO-PROCESS.
031900     INSPECT OK-TO-PROCESS
032000      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

032100 RE-ACCEPT-OK-TO-PROCESS.
032200     DISPLAY "YOU MUST ENTER YES OR NO".
032300     PERFORM ACCEPT-OK-TO-PROCESS.

032400*---------------------------------
032500* File I-O routines.
032600*---------------------------------
032700 READ-EXRPT-RECORD.
032800     MOVE "Y" TO REPORT-RECORD-FOUND.
032900     READ EXPENSE-REPORT-FILE RECORD
033000       INVALID KEY
033100          MOVE "N" TO REPORT-RECORD-FOUND.

033200 REWRITE-EXRPT-RECORD.
033300     REWRITE EXPENSE-REPORT-RECORD
033400         INVALID KEY
033500         DISPLAY "ERROR REWRITING EXPENSE REPORT".

033600 READ-FIRST-EXRPT.
033700     MOVE ZEROES TO EXRPT-NUMBER.
033800     START EXPENSE-REPORT-FILE
033900        KEY NOT < EXRPT-NUMBER
034000         INVALID KEY MOVE "Y" TO REPORT-FILE-AT-END.
034100     IF REPORT-FILE-AT-END NOT = "Y"
034200         PERFORM READ-NEXT-EXRPT.

034300 READ-NEXT-EXRPT.
034400     READ EXPENSE-REPORT-FILE NEXT RECORD
034500         AT END MOVE "Y" TO REPORT-FILE-AT-END.

034600 READ-NEXT-REPORT-LINE.
034700     READ EXPENSE-LINE-FILE NEXT RECORD
034800         AT END MOVE "Y" TO LINE-FILE-AT-END.
034900     IF LINE-FILE-AT-END NOT = "Y"
035000        AND EXLN-REPORT NOT = EXRPT-NUMBER
035100         MOVE "Y" TO LINE-FILE-AT-END.

035200 REPORT-EMPLOYEE-ON-FILE.
035300     MOVE EXRPT-EMPLOYEE TO EMPLOYEE-NUMBER.
035400     MOVE "Y" TO EMPLOYEE-RECORD-FOUND.
035500     READ EMPLOYEE-FILE RECORD
035600       INVALID KEY
035700          MOVE "N" TO EMPLOYEE-RECORD-FOUND.
035800     IF EMPLOYEE-RECORD-FOUND = "N"
035900         MOVE "***Not Found***" TO EMPLOYEE-NAME.

036000 WRITE-TO-PRINTER.
036100     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

036200     COPY "PLDATE01.CBL".

036300     COPY "PLOPID01.CBL".

036400     COPY "PLSIGN01.CBL".

036500     COPY "PLJRNL01.CBL".

036600     COPY "PLBWIN01.CBL".
