000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EXPENT01.
000300*---------------------------------
000400* Employee expense report entry.
000500* The operator keys the
000600* employee (active employees on
000700* EMPLOYEE-FILE only), the
000800* report date and purpose, then
000900* up to 30 dated lines, each by
001000* expense type (EXPENSE-TYPE-
001100* FILE):
001200* - a mileage type takes the
001300*   miles and prices them at the
001400*   type's rate per mile
001500* - any other type takes the
001600*   amount spent
001700* - the GL account defaults to
001800*   the type's account and may
001900*   be overkeyed with any active
002000*   account on the chart
002100* - whether a receipt was
002200*   handed in.
002300* When the lines are in, every
002400* line is checked against policy:
002500* a line over the type's single
002600* item limit is flagged "L", and
002700* every line of a type on a day
002800* whose total for that type is
002900* over the per diem is flagged
003000* "D". A report with any flagged
003100* line is written pending ("P")
003200* for a supervisor to approve in
003300* EXPAPR01; one within policy is
003400* written approved ("A") and the
003500* next EXPVCH01 run turns it
003600* into a voucher.
003700* Report numbers come from
003800* CONTROL-LAST-EXPENSE-RPT under
003900* the control record lock, and
004000* each report is journaled as
004100* EXP-ADD.
004116* While the nightly batch window
004132* is up (PLBWIN01.CBL) no entry
004148* session opens, and a report
004164* confirmed as the window goes up
004180* is not written.
004200*---------------------------------
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.

004600     COPY "SLEXRPT.CBL".

004700     COPY "SLEXLIN.CBL".

004800     COPY "SLEMP01.CBL".

004900     COPY "SLEXTYP.CBL".

005000     COPY "SLACCT01.CBL".

005100     COPY "SLCONTRL.CBL".

005200     COPY "SLLOCK01.CBL".

005300     COPY "SLJRNL01.CBL".

005333     COPY "SLBWIN01.CBL".

005366     COPY "SLBWLOG.CBL".

005400 DATA DIVISION.
005500 FILE SECTION.

005600     COPY "FDEXRPT.CBL".

005700     COPY "FDEXLIN.CBL".

005800     COPY "FDEMP01.CBL".

005900     COPY "FDEXTYP.CBL".

006000     COPY "FDACCT01.CBL".

006100     COPY "FDCONTRL.CBL".

006200     COPY "FDLOCK01.CBL".

006300     COPY "FDJRNL01.CBL".

006333     COPY "FDBWIN01.CBL".

006366     COPY "FDBWLOG.CBL".

006400 WORKING-STORAGE SECTION.

006500 77  ENTRY-EMPLOYEE               PIC 9(5).
006600 77  EMPLOYEE-RECORD-FOUND        PIC X.
006700 77  EMPLOYEE-IS-OK               PIC X.
006800 77  TYPE-RECORD-FOUND            PIC X.
006900 77  ACCOUNT-RECORD-FOUND         PIC X.
007000 77  CONTROL-RECORD-FOUND         PIC X.
007100 77  MORE-LINES                   PIC X.
007200 77  OK-TO-PROCESS                PIC X.
007300 77  PROCESS-MESSAGE              PIC X(79) VALUE SPACE.
007400 77  AN-AMOUNT-FIELD              PIC ZZZ,ZZ9.99-.
007500 77  KEYED-LINE-COUNT             PIC 99.
007600 77  LINE-SUB                     PIC 99.
007700 77  DAY-SUB                      PIC 99.
007800 77  DAY-TOTAL                    PIC S9(7)V99.
007900 77  REPORT-TOTAL                 PIC S9(7)V99.
008000 77  FLAGGED-COUNT                PIC 99.

008100*---------------------------------
008200* The report's lines are held
008300* here until the whole report
008400* has been keyed, so the per
008500* diem can be checked across
008600* every line of a day before
008700* anything is written.
008800*---------------------------------
008900 01  KEYED-LINE-TABLE.
009000     05  KEYED-LINE OCCURS 30 TIMES.
009100         10  KEYED-DATE              PIC 9(8).
009200         10  KEYED-TYPE              PIC X(4).
009300         10  KEYED-DESCRIPTION       PIC X(20).
009400         10  KEYED-MILES             PIC 9(5).
009500         10  KEYED-AMOUNT            PIC S9(6)V99.
009600         10  KEYED-GL-ACCOUNT        PIC X(10).
009700         10  KEYED-RECEIPT           PIC X.
009800         10  KEYED-POLICY-FLAG       PIC X.

009900     COPY "WSDATE01.CBL".

010000     COPY "WSCASE01.CBL".

010100     COPY "WSOPID01.CBL".

010200     COPY "WSLOCK01.CBL".

010250     COPY "WSBWIN01.CBL".

010300 PROCEDURE DIVISION.
010400 PROGRAM-BEGIN.
010500     PERFORM OPENING-PROCEDURE.
010600     PERFORM GET-OPERATOR-ID.
010625     MOVE "EXPENT01" TO BWIN-PROGRAM-NAME.
010650     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
010675     IF BATCH-UPDATES-ALLOWED = "Y"
010700         PERFORM MAIN-PROCESS.
010800     PERFORM CLOSING-PROCEDURE.

010900 PROGRAM-EXIT.
011000     EXIT PROGRAM.

011100 PROGRAM-DONE.
011200     ACCEPT OMITTED. STOP RUN.

011300 OPENING-PROCEDURE.
011400     OPEN I-O EXPENSE-REPORT-FILE.
011500     OPEN I-O EXPENSE-LINE-FILE.
011600     OPEN INPUT EMPLOYEE-FILE.
011700     OPEN INPUT EXPENSE-TYPE-FILE.
011800     OPEN INPUT ACCOUNT-FILE.
011900     OPEN I-O CONTROL-FILE.
012000     OPEN I-O LOCK-FILE.
012100     OPEN EXTEND JOURNAL-FILE.

012200 CLOSING-PROCEDURE.
012300     CLOSE EXPENSE-REPORT-FILE.
012400     CLOSE EXPENSE-LINE-FILE.
012500     CLOSE EMPLOYEE-FILE.
012600     CLOSE EXPENSE-TYPE-FILE.
012700     CLOSE ACCOUNT-FILE.
012800     CLOSE CONTROL-FILE.
012900     CLOSE LOCK-FILE.
013000     CLOSE JOURNAL-FILE.

013100 MAIN-PROCESS.
013200     PERFORM GET-REPORT-EMPLOYEE.
013300     PERFORM ENTER-ONE-REPORT
013400         UNTIL ENTRY-EMPLOYEE = ZEROES.

013500 GET-REPORT-EMPLOYEE.
013600     PERFORM ACCEPT-REPORT-EMPLOYEE.
013700     PERFORM ACCEPT-REPORT-EMPLOYEE
013800         UNTIL ENTRY-EMPLOYEE = ZEROES
013900            OR EMPLOYEE-IS-OK = "Y".

014000 ACCEPT-REPORT-EMPLOYEE.
014100     MOVE "N" TO EMPLOYEE-IS-OK.
014200     DISPLAY " ".
014300     DISPLAY "ENTER EMPLOYEE NUMBER (0 TO EXIT)".
014400     ACCEPT ENTRY-EMPLOYEE.
014500     IF ENTRY-EMPLOYEE NOT = ZEROES
014600         PERFORM CHECK-REPORT-EMPLOYEE.

014700 CHECK-REPORT-EMPLOYEE.
014800     MOVE ENTRY-EMPLOYEE TO EMPLOYEE-NUMBER.
014900     PERFORM READ-EMPLOYEE-RECORD.
015000     IF EMPLOYEE-RECORD-FOUND = "N"
015100         DISPLAY "EMPLOYEE IS NOT ON FILE"
015200     ELSE
015300     IF EMPLOYEE-ACTIVE NOT = "Y"
015400         DISPLAY "EMPLOYEE IS INACTIVE"
015500     ELSE
015600         DISPLAY "   EMPLOYEE: " EMPLOYEE-NAME
015700         MOVE "Y" TO EMPLOYEE-IS-OK.

015800*---------------------------------
015900* One report: header, lines,
016000* policy check, then a look at
016100* the whole thing before it is
016200* written.
016300*---------------------------------
016400 ENTER-ONE-REPORT.
016500     PERFORM ENTER-REPORT-HEADER.
016600     PERFORM ENTER-REPORT-LINES.
016700     IF KEYED-LINE-COUNT = ZERO
016800         DISPLAY "NO LINES KEYED - REPORT NOT WRITTEN"
016900     ELSE
017000         PERFORM CHECK-REPORT-POLICY
017100         PERFORM DISPLAY-REPORT-SUMMARY
017200         MOVE "WRITE THIS EXPENSE REPORT (Y/N)?"
017300             TO PROCESS-MESSAGE
017400         PERFORM ASK-OK-TO-PROCESS
017450         PERFORM CHECK-WINDOW-BEFORE-WRITE
017500         IF OK-TO-PROCESS = "Y"
017600             PERFORM WRITE-THE-REPORT.
017650     IF BATCH-UPDATES-ALLOWED = "Y"
017700         PERFORM GET-REPORT-EMPLOYEE
017707     ELSE
017714         MOVE ZEROES TO ENTRY-EMPLOYEE.

017721*---------------------------------
017728* A yes that arrives after the
017735* nightly batch window has gone
017742* up is turned into a no, so the
017749* report is not written.
017756*---------------------------------
017763 CHECK-WINDOW-BEFORE-WRITE.
017770     IF OK-TO-PROCESS = "Y"
017777         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
017784         IF BATCH-UPDATES-ALLOWED NOT = "Y"
017791             MOVE "N" TO OK-TO-PROCESS.

017800 ENTER-REPORT-HEADER.
017900     MOVE ZEROES TO EXRPT-NUMBER.
018000     MOVE ENTRY-EMPLOYEE TO EXRPT-EMPLOYEE.
018100     MOVE "ENTER REPORT DATE (MM/DD/CCYY)" TO DATE-PROMPT.
018200     MOVE "N" TO ZERO-DATE-IS-OK.
018300     PERFORM GET-A-DATE.
018400     MOVE DATE-CCYYMMDD TO EXRPT-DATE.
018500     PERFORM ENTER-REPORT-PURPOSE.

018600 ENTER-REPORT-PURPOSE.
018700     PERFORM ACCEPT-REPORT-PURPOSE.
018800     PERFORM RE-ACCEPT-REPORT-PURPOSE
018900         UNTIL EXRPT-PURPOSE NOT = SPACES.

019000 ACCEPT-REPORT-PURPOSE.
019100     DISPLAY "ENTER PURPOSE OF THE TRIP / EXPENSES".
019200     ACCEPT EXRPT-PURPOSE.
019300     INSPECT EXRPT-PURPOSE
019400      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

019500 RE-ACCEPT-REPORT-PURPOSE.
019600     DISPLAY "A PURPOSE MUST BE ENTERED".
019700     PERFORM ACCEPT-REPORT-PURPOSE.

019800*---------------------------------
019900* LINES - a zero date ends the
020000* report.
020100*---------------------------------
020200 ENTER-REPORT-LINES.
020300     MOVE ZERO TO KEYED-LINE-COUNT.
020400     MOVE "Y" TO MORE-LINES.
020500     PERFORM ENTER-ONE-LINE
020600         UNTIL MORE-LINES = "N".

020700 ENTER-ONE-LINE.
020800     IF KEYED-LINE-COUNT = 30
020900         DISPLAY "30 LINES IS THE MOST ONE REPORT HOLDS"
021000         MOVE "N" TO MORE-LINES
021100     ELSE
021200         PERFORM ENTER-LINE-DATE
021300         IF DATE-IS-ZERO
021400             MOVE "N" TO MORE-LINES
021500         ELSE
021600             ADD 1 TO KEYED-LINE-COUNT
021700             MOVE KEYED-LINE-COUNT TO LINE-SUB
021800             MOVE DATE-CCYYMMDD TO KEYED-DATE(LINE-SUB)
021900             PERFORM ENTER-LINE-TYPE
022000             PERFORM ENTER-LINE-DESCRIPTION
022100             PERFORM ENTER-LINE-AMOUNT
022200             PERFORM ENTER-LINE-GL-ACCOUNT
022300             PERFORM ENTER-LINE-RECEIPT.

022400 ENTER-LINE-DATE.
022500     DISPLAY " ".
022600     MOVE "ENTER EXPENSE DATE (MM/DD/CCYY, 0 WHEN DONE)"
022700         TO DATE-PROMPT.
022800     MOVE "Y" TO ZERO-DATE-IS-OK.
022900     PERFORM GET-A-DATE.

023000 ENTER-LINE-TYPE.
023100     PERFORM ACCEPT-LINE-TYPE.
023200     PERFORM RE-ACCEPT-LINE-TYPE
023300         UNTIL TYPE-RECORD-FOUND = "Y".

023400 ACCEPT-LINE-TYPE.
023500     DISPLAY "ENTER EXPENSE TYPE".
023600     ACCEPT EXTYP-CODE.
023700     INSPECT EXTYP-CODE
023800      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
023900     PERFORM READ-EXTYP-RECORD.
024000     IF TYPE-RECORD-FOUND = "Y"
024100         DISPLAY "   TYPE: " EXTYP-DESCRIPTION
024200         MOVE EXTYP-CODE TO KEYED-TYPE(LINE-SUB).

024300 RE-ACCEPT-LINE-TYPE.
024400     DISPLAY "EXPENSE TYPE IS NOT ON FILE".
024500     PERFORM ACCEPT-LINE-TYPE.

024600 ENTER-LINE-DESCRIPTION.
024700     DISPLAY "ENTER DESCRIPTION".
024800     ACCEPT KEYED-DESCRIPTION(LINE-SUB).
024900     INSPECT KEYED-DESCRIPTION(LINE-SUB)
025000      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

025100*---------------------------------
025200* Mileage is priced from the
025300* type's rate; anything else is
025400* keyed as spent.
025500*---------------------------------
025600 ENTER-LINE-AMOUNT.
025700     IF EXTYP-MILEAGE = "Y"
025800         PERFORM ENTER-LINE-MILES
025900         COMPUTE KEYED-AMOUNT(LINE-SUB) ROUNDED =
026000             KEYED-MILES(LINE-SUB) * EXTYP-MILE-RATE
026100         MOVE KEYED-AMOUNT(LINE-SUB) TO AN-AMOUNT-FIELD
026200         DISPLAY "   MILEAGE AMOUNT: " AN-AMOUNT-FIELD
026300     ELSE
026400         MOVE ZEROES TO KEYED-MILES(LINE-SUB)
026500         PERFORM ENTER-LINE-SPENT.

026600 ENTER-LINE-MILES.
026700     PERFORM ACCEPT-LINE-MILES.
026800     PERFORM RE-ACCEPT-LINE-MILES
026900         UNTIL KEYED-MILES(LINE-SUB) NOT = ZEROES.

027000 ACCEPT-LINE-MILES.
027100     DISPLAY "ENTER MILES DRIVEN".
027200     ACCEPT KEYED-MILES(LINE-SUB).

027300 RE-ACCEPT-LINE-MILES.
027400     DISPLAY "MILES MUST BE ENTERED".
027500     PERFORM ACCEPT-LINE-MILES.

027600 ENTER-LINE-SPENT.
027700     PERFORM ACCEPT-LINE-SPENT.
027800     PERFORM RE-ACCEPT-LINE-SPENT
027900         UNTIL KEYED-AMOUNT(LINE-SUB) > ZERO.

028000 ACCEPT-LINE-SPENT.
028100     DISPLAY "ENTER AMOUNT".
028200     ACCEPT AN-AMOUNT-FIELD.
028300     MOVE AN-AMOUNT-FIELD TO KEYED-AMOUNT(LINE-SUB).

028400 RE-ACCEPT-LINE-SPENT.
028500     DISPLAY "AMOUNT MUST BE GREATER THAN ZERO".
028600     PERFORM ACCEPT-LINE-SPENT.

028700 ENTER-LINE-GL-ACCOUNT.
028800     PERFORM ACCEPT-LINE-GL-ACCOUNT.
028900     PERFORM RE-ACCEPT-LINE-GL-ACCOUNT
029000         UNTIL ACCOUNT-RECORD-FOUND = "Y"
029100           AND ACCOUNT-ACTIVE = "Y".

029200 ACCEPT-LINE-GL-ACCOUNT.
029300     DISPLAY "ENTER GL ACCOUNT (BLANK FOR "
029400             EXTYP-GL-ACCOUNT ")".
029500     ACCEPT KEYED-GL-ACCOUNT(LINE-SUB).
029600     INSPECT KEYED-GL-ACCOUNT(LINE-SUB)
029700      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
029800     IF KEYED-GL-ACCOUNT(LINE-SUB) = SPACES
029900         MOVE EXTYP-GL-ACCOUNT TO KEYED-GL-ACCOUNT(LINE-SUB).
030000     MOVE KEYED-GL-ACCOUNT(LINE-SUB) TO ACCOUNT-CODE.
030100     MOVE "Y" TO ACCOUNT-RECORD-FOUND.
030200     READ ACCOUNT-FILE RECORD
030300       INVALID KEY
030400          MOVE "N" TO ACCOUNT-RECORD-FOUND.
030500     IF ACCOUNT-RECORD-FOUND = "Y"
030600         DISPLAY "   ACCOUNT: " ACCOUNT-NAME.

030700 RE-ACCEPT-LINE-GL-ACCOUNT.
030800     IF ACCOUNT-RECORD-FOUND = "N"
030900         DISPLAY "ACCOUNT IS NOT ON THE CHART"
031000     ELSE
031100         DISPLAY "ACCOUNT IS INACTIVE".
031200     PERFORM ACCEPT-LINE-GL-ACCOUNT.

031300 ENTER-LINE-RECEIPT.
031400     PERFORM ACCEPT-LINE-RECEIPT.
031500     PERFORM RE-ACCEPT-LINE-RECEIPT
031600         UNTIL KEYED-RECEIPT(LINE-SUB) = "Y" OR "N".

031700 ACCEPT-LINE-RECEIPT.
031800     DISPLAY "RECEIPT ATTACHED (Y/N)?".
031900     ACCEPT KEYED-RECEIPT(LINE-SUB).
032000     INSPECT KEYED-RECEIPT(LINE-SUB)
032100      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

032200 RE-ACCEPT-LINE-RECEIPT.
032300     DISPLAY "YOU MUST ENTER YES OR NO".
032400     PERFORM ACCEPT-LINE-RECEIPT.

032500*---------------------------------
032600* POLICY CHECK - the item limit
032700* is checked first; a line within
032800* it is then checked with the
032900* rest of its day for the type
033000* against the per diem.
033100*---------------------------------
033200 CHECK-REPORT-POLICY.
033300     MOVE ZERO TO FLAGGED-COUNT.
033400     MOVE ZEROES TO REPORT-TOTAL.
033500     PERFORM CHECK-ONE-LINE-POLICY
033600         VARYING LINE-SUB FROM 1 BY 1
033700          UNTIL LINE-SUB > KEYED-LINE-COUNT.

033800 CHECK-ONE-LINE-POLICY.
033900     MOVE SPACE TO KEYED-POLICY-FLAG(LINE-SUB).
034000     ADD KEYED-AMOUNT(LINE-SUB) TO REPORT-TOTAL.
034100     MOVE KEYED-TYPE(LINE-SUB) TO EXTYP-CODE.
034200     PERFORM READ-EXTYP-RECORD.
034300     IF EXTYP-ITEM-LIMIT NOT = ZEROES
034400        AND KEYED-AMOUNT(LINE-SUB) > EXTYP-ITEM-LIMIT
034500         MOVE "L" TO KEYED-POLICY-FLAG(LINE-SUB)
034600     ELSE
034700     IF EXTYP-DAILY-LIMIT NOT = ZEROES
034800         PERFORM SUM-DAY-FOR-TYPE
034900         IF DAY-TOTAL > EXTYP-DAILY-LIMIT
035000             MOVE "D" TO KEYED-POLICY-FLAG(LINE-SUB).
035100     IF KEYED-POLICY-FLAG(LINE-SUB) NOT = SPACE
035200         ADD 1 TO FLAGGED-COUNT.

035300 SUM-DAY-FOR-TYPE.
035400     MOVE ZEROES TO DAY-TOTAL.
035500     PERFORM ADD-ONE-DAY-LINE
035600         VARYING DAY-SUB FROM 1 BY 1
035700          UNTIL DAY-SUB > KEYED-LINE-COUNT.

035800 ADD-ONE-DAY-LINE.
035900     IF KEYED-DATE(DAY-SUB) = KEYED-DATE(LINE-SUB)
036000        AND KEYED-TYPE(DAY-SUB) = KEYED-TYPE(LINE-SUB)
036100         ADD KEYED-AMOUNT(DAY-SUB) TO DAY-TOTAL.

036200 DISPLAY-REPORT-SUMMARY.
036300     DISPLAY " ".
036400     DISPLAY "LN DATE       TYPE DESCRIPTION"
036500             "               AMOUNT  POLICY".
036600     PERFORM DISPLAY-ONE-KEYED-LINE
036700         VARYING LINE-SUB FROM 1 BY 1
036800          UNTIL LINE-SUB > KEYED-LINE-COUNT.
036900     MOVE REPORT-TOTAL TO AN-AMOUNT-FIELD.
037000     DISPLAY "   REPORT TOTAL: " AN-AMOUNT-FIELD.
037100     IF FLAGGED-COUNT NOT = ZERO
037200         DISPLAY FLAGGED-COUNT " LINE(S) OVER POLICY - THE"
037300             " REPORT NEEDS SUPERVISOR APPROVAL"
037400         DISPLAY "(D = OVER PER DIEM, L = OVER ITEM LIMIT)".

037500 DISPLAY-ONE-KEYED-LINE.
037600     MOVE KEYED-DATE(LINE-SUB) TO DATE-CCYYMMDD.
037700     PERFORM FORMAT-THE-DATE.
037800     MOVE KEYED-AMOUNT(LINE-SUB) TO AN-AMOUNT-FIELD.
037900     DISPLAY LINE-SUB " " FORMATTED-DATE " "
038000             KEYED-TYPE(LINE-SUB) " "
038100             KEYED-DESCRIPTION(LINE-SUB) " "
038200             AN-AMOUNT-FIELD "  "
038300             KEYED-POLICY-FLAG(LINE-SUB).

038400*---------------------------------
038500* WRITE - number the report,
038600* write its lines and header,
038700* and journal it.
038800*---------------------------------
038900 WRITE-THE-REPORT.
039000     PERFORM RETRIEVE-NEXT-REPORT-NUMBER.
039100     IF EXRPT-NUMBER = ZEROES
039200         DISPLAY "THE EXPENSE REPORT WAS NOT WRITTEN"
039300     ELSE
039400         PERFORM WRITE-ONE-REPORT-LINE
039500             VARYING LINE-SUB FROM 1 BY 1
039600              UNTIL LINE-SUB > KEYED-LINE-COUNT
039700         PERFORM BUILD-REPORT-HEADER
039800         PERFORM WRITE-EXRPT-RECORD
039900         PERFORM JOURNAL-THE-REPORT
040000         PERFORM SHOW-REPORT-WRITTEN.

040100 BUILD-REPORT-HEADER.
040200     MOVE REPORT-TOTAL TO EXRPT-TOTAL.
040300     MOVE KEYED-LINE-COUNT TO EXRPT-LINE-COUNT.
040400     MOVE FLAGGED-COUNT TO EXRPT-FLAGGED-COUNT.
040500     IF FLAGGED-COUNT = ZERO
040600         MOVE "A" TO EXRPT-STATUS
040700     ELSE
040800         MOVE "P" TO EXRPT-STATUS.
040900     MOVE OPERATOR-ID TO EXRPT-ENTERED-BY.
041000     MOVE SPACE TO EXRPT-APPROVED-BY.
041100     MOVE ZEROES TO EXRPT-APPROVED-DATE
041200                    EXRPT-VOUCHER.

041300 WRITE-ONE-REPORT-LINE.
041400     MOVE EXRPT-NUMBER TO EXLN-REPORT.
041500     MOVE LINE-SUB TO EXLN-SEQUENCE.
041600     MOVE KEYED-DATE(LINE-SUB) TO EXLN-DATE.
041700     MOVE KEYED-TYPE(LINE-SUB) TO EXLN-TYPE.
041800     MOVE KEYED-DESCRIPTION(LINE-SUB) TO EXLN-DESCRIPTION.
041900     MOVE KEYED-MILES(LINE-SUB) TO EXLN-MILES.
042000     MOVE KEYED-AMOUNT(LINE-SUB) TO EXLN-AMOUNT.
042100     MOVE KEYED-GL-ACCOUNT(LINE-SUB) TO EXLN-GL-ACCOUNT.
042200     MOVE KEYED-RECEIPT(LINE-SUB) TO EXLN-RECEIPT.
042300     MOVE KEYED-POLICY-FLAG(LINE-SUB) TO EXLN-POLICY-FLAG.
042400     WRITE EXPENSE-LINE-RECORD
042500         INVALID KEY
042600         DISPLAY "ERROR WRITING EXPENSE LINE".

042700 SHOW-REPORT-WRITTEN.
042800     IF EXRPT-STATUS = "P"
042900         DISPLAY "EXPENSE REPORT " EXRPT-NUMBER
043000             " WRITTEN - PENDING SUPERVISOR APPROVAL"
043100     ELSE
043200         DISPLAY "EXPENSE REPORT " EXRPT-NUMBER
043300             " WRITTEN - READY TO VOUCHER".

043400*---------------------------------
043500* The number hand-out holds the
043600* CONTROL record through the
043700* lock registry (PLLOCK01), the
043800* same way VCHNEW01's does.
043900*---------------------------------
044000 RETRIEVE-NEXT-REPORT-NUMBER.
044100     PERFORM LOCK-THE-CONTROL-RECORD.
044200     IF LOCK-ACQUIRED = "Y"
044300         PERFORM READ-CONTROL-RECORD
044400         ADD 1 TO CONTROL-LAST-EXPENSE-RPT
044500         MOVE CONTROL-LAST-EXPENSE-RPT TO EXRPT-NUMBER
044600         PERFORM REWRITE-CONTROL-RECORD
044700         PERFORM UNLOCK-THE-CONTROL-RECORD
044800     ELSE
044900         DISPLAY "NO REPORT NUMBER ASSIGNED - TRY"
045000             " AGAIN WHEN THE CONTROL RECORD FREES"
045100         MOVE ZEROES TO EXRPT-NUMBER.

045200 LOCK-THE-CONTROL-RECORD.
045300     MOVE "CONTROL" TO LOCK-WANTED-FILE.
045400     MOVE "1" TO LOCK-WANTED-RECORD.
045500     PERFORM ACQUIRE-RECORD-LOCK.

045600 UNLOCK-THE-CONTROL-RECORD.
045700     MOVE "CONTROL" TO LOCK-WANTED-FILE.
045800     MOVE "1" TO LOCK-WANTED-RECORD.
045900     PERFORM RELEASE-RECORD-LOCK.

046000 JOURNAL-THE-REPORT.
046100     MOVE "EXPENT01" TO JOURNAL-PROGRAM.
046200     MOVE SPACE TO JOURNAL-KEY.
046300     MOVE EXRPT-NUMBER TO JOURNAL-KEY.
046400     MOVE "EXP-ADD" TO JOURNAL-ACTION.
046500     MOVE EXRPT-TOTAL TO JOURNAL-AMOUNT.
046600     MOVE EXPENSE-REPORT-RECORD TO JOURNAL-IMAGE.
046700     PERFORM WRITE-JOURNAL-ENTRY.
046800     MOVE SPACE TO JOURNAL-IMAGE.

046900*---------------------------------
047000* Confirmation prompt routines,
047100* same idiom as VCHPAY01.
047200*---------------------------------
047300 ASK-OK-TO-PROCESS.
047400     PERFORM ACCEPT-OK-TO-PROCESS.
047500     PERFORM RE-ACCEPT-OK-TO-PROCESS
047600        UNTIL OK-TO-PROCESS = "Y" OR "N".

047700 ACCEPT-OK-TO-PROCESS.
047800     DISPLAY PROCESS-MESSAGE.
047900     ACCEPT OK-TO-PROCESS.
048000     INSPECT OK-TO-PROCESS
048100      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

048200 RE-ACCEPT-OK-TO-PROCESS.
048300     DISPLAY "YOU MUST ENTER YES OR NO".
048400     PERFORM ACCEPT-OK-TO-PROCESS.

048500*---------------------------------
048600* File I-O routines.
048700*---------------------------------
048800 READ-EMPLOYEE-RECORD.
048900     MOVE "Y" TO EMPLOYEE-RECORD-FOUND.
049000     READ EMPLOYEE-FILE RECORD
049100       INVALID KEY
049200          MOVE "N" TO EMPLOYEE-RECORD-FOUND.

049300 READ-EXTYP-RECORD.
049400     MOVE "Y" TO TYPE-RECORD-FOUND.
049500     READ EXPENSE-TYPE-FILE RECORD
049600       INVALID KEY
049700          MOVE "N" TO TYPE-RECORD-FOUND.

049800 WRITE-EXRPT-RECORD.
049900     WRITE EXPENSE-REPORT-RECORD
050000         INVALID KEY
050100         DISPLAY "RECORD ALREADY ON FILE".

050200 READ-CONTROL-RECORD.
050300     MOVE 1 TO CONTROL-KEY.
050400     MOVE "Y" TO CONTROL-RECORD-FOUND.
050500     READ CONTROL-FILE RECORD
050600         INVALID KEY
050700          MOVE "N" TO CONTROL-RECORD-FOUND
050800          DISPLAY "CONTROL FILE IS INVALID".

050900 REWRITE-CONTROL-RECORD.
051000     REWRITE CONTROL-RECORD
051100         INVALID KEY
051200         DISPLAY "ERROR REWRITING CONTROL RECORD".

051300     COPY "PLDATE01.CBL".

051400     COPY "PLOPID01.CBL".

051500     COPY "PLLOCK01.CBL".

051600     COPY "PLJRNL01.CBL".

051700     COPY "PLBWIN01.CBL".
