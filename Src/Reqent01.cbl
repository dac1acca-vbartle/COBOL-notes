000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REQENT01.
000300*---------------------------------
000400* Purchase requisition entry for
000500* the stores. The operator keys
000600* the requester (an active
000700* employee on EMPLOYEE-FILE who
000800* has a requisition approver),
000900* the requisition date and the
001000* date the goods are needed by,
001100* then up to 10 item lines:
001200* - description
001300* - quantity
001400* - estimated unit cost
001500* - GL account, which must be an
001600*   active account on the chart.
001700* The store is the requester's
001800* EMPLOYEE-STORE. The
001900* requisition is written pending
002000* ("P") and routed to the
002100* requester's EMPLOYEE-APPROVER,
002200* who approves or rejects it in
002300* REQAPR01; approved ones go on
002400* the purchasing queue (REQPO01).
002500* Requisition numbers come from
002600* CONTROL-LAST-REQUISITION under
002700* the control record lock, and
002800* each requisition is journaled
002900* as REQ-ADD.
002916* While the nightly batch window
002932* is up (PLBWIN01.CBL) no entry
002948* session opens, and a
002964* requisition confirmed as the
002980* window goes up is not written.
003000*---------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.

003400     COPY "SLREQ01.CBL".

003500     COPY "SLEMP01.CBL".

003600     COPY "SLACCT01.CBL".

003700     COPY "SLCONTRL.CBL".

003800     COPY "SLLOCK01.CBL".

003900     COPY "SLJRNL01.CBL".

003933     COPY "SLBWIN01.CBL".

003966     COPY "SLBWLOG.CBL".

004000 DATA DIVISION.
004100 FILE SECTION.

004200     COPY "FDREQ01.CBL".

004300     COPY "FDEMP01.CBL".

004400     COPY "FDACCT01.CBL".

004500     COPY "FDCONTRL.CBL".

004600     COPY "FDLOCK01.CBL".

004700     COPY "FDJRNL01.CBL".

004733     COPY "FDBWIN01.CBL".

004766     COPY "FDBWLOG.CBL".

004800 WORKING-STORAGE SECTION.

004900 77  ENTRY-EMPLOYEE               PIC 9(5).
005000 77  EMPLOYEE-RECORD-FOUND        PIC X.
005100 77  EMPLOYEE-IS-OK               PIC X.
005200 77  ACCOUNT-RECORD-FOUND         PIC X.
005300 77  CONTROL-RECORD-FOUND         PIC X.
005400 77  MORE-LINES                   PIC X.
005500 77  OK-TO-PROCESS                PIC X.
005600 77  PROCESS-MESSAGE              PIC X(79) VALUE SPACE.
005700 77  AN-AMOUNT-FIELD              PIC ZZZ,ZZ9.99-.
005800 77  A-PRICE-FIELD                PIC ZZ,ZZ9.99.
005900 77  LINE-SUB                     PIC 99.
006000 77  LINE-EXTENSION               PIC S9(8)V99.

006100     COPY "WSDATE01.CBL".

006200     COPY "WSCASE01.CBL".

006300     COPY "WSOPID01.CBL".

006400     COPY "WSLOCK01.CBL".

006450     COPY "WSBWIN01.CBL".

006500 PROCEDURE DIVISION.
006600 PROGRAM-BEGIN.
006700     PERFORM OPENING-PROCEDURE.
006800     PERFORM GET-OPERATOR-ID.
006825     MOVE "REQENT01" TO BWIN-PROGRAM-NAME.
006850     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
006875     IF BATCH-UPDATES-ALLOWED = "Y"
006900         PERFORM MAIN-PROCESS.
007000     PERFORM CLOSING-PROCEDURE.

007100 PROGRAM-EXIT.
007200     EXIT PROGRAM.

007300 PROGRAM-DONE.
007400     ACCEPT OMITTED. STOP RUN.

007500 OPENING-PROCEDURE.
007600     OPEN I-O REQUISITION-FILE.
007700     OPEN INPUT EMPLOYEE-FILE.
007800     OPEN INPUT ACCOUNT-FILE.
007900     OPEN I-O CONTROL-FILE.
008000     OPEN I-O LOCK-FILE.
008100     OPEN EXTEND JOURNAL-FILE.

008200 CLOSING-PROCEDURE.
008300     CLOSE REQUISITION-FILE.
008400     CLOSE EMPLOYEE-FILE.
008500     CLOSE ACCOUNT-FILE.
008600     CLOSE CONTROL-FILE.
008700     CLOSE LOCK-FILE.
008800     CLOSE JOURNAL-FILE.

008900 MAIN-PROCESS.
009000     PERFORM GET-REQUESTER.
009100     PERFORM ENTER-ONE-REQUISITION
009200         UNTIL ENTRY-EMPLOYEE = ZEROES.

009300 GET-REQUESTER.
009400     PERFORM ACCEPT-REQUESTER.
009500     PERFORM ACCEPT-REQUESTER
009600         UNTIL ENTRY-EMPLOYEE = ZEROES
009700            OR EMPLOYEE-IS-OK = "Y".

009800 ACCEPT-REQUESTER.
009900     MOVE "N" TO EMPLOYEE-IS-OK.
010000     DISPLAY " ".
010100     DISPLAY "ENTER REQUESTER EMPLOYEE NUMBER (0 TO EXIT)".
010200     ACCEPT ENTRY-EMPLOYEE.
010300     IF ENTRY-EMPLOYEE NOT = ZEROES
010400         PERFORM CHECK-REQUESTER.

010500*---------------------------------
010600* A requester with no approver
010700* has nowhere to route to, so
010800* EMPMNT01 must give them one
010900* first.
011000*---------------------------------
011100 CHECK-REQUESTER.
011200     MOVE ENTRY-EMPLOYEE TO EMPLOYEE-NUMBER.
011300     PERFORM READ-EMPLOYEE-RECORD.
011400     IF EMPLOYEE-RECORD-FOUND = "N"
011500         DISPLAY "EMPLOYEE IS NOT ON FILE"
011600     ELSE
011700     IF EMPLOYEE-ACTIVE NOT = "Y"
011800         DISPLAY "EMPLOYEE IS INACTIVE"
011900     ELSE
012000     IF EMPLOYEE-APPROVER = SPACES
012100         DISPLAY "EMPLOYEE HAS NO REQUISITION APPROVER"
012200             " - SET ONE IN EMPMNT01"
012300     ELSE
012400         DISPLAY "   REQUESTER: " EMPLOYEE-NAME
012500         DISPLAY "   STORE: " EMPLOYEE-STORE
012600                 "   APPROVER: " EMPLOYEE-APPROVER
012700         MOVE "Y" TO EMPLOYEE-IS-OK.

012800*---------------------------------
012900* One requisition: header,
013000* lines, then a look at the
013100* whole thing before it is
013200* written.
013300*---------------------------------
013400 ENTER-ONE-REQUISITION.
013500     PERFORM ENTER-REQUISITION-HEADER.
013600     PERFORM ENTER-REQUISITION-LINES.
013700     IF REQ-LINE-COUNT = ZERO
013800         DISPLAY "NO LINES KEYED - REQUISITION NOT WRITTEN"
013900     ELSE
014000         PERFORM DISPLAY-REQUISITION-SUMMARY
014100         MOVE "WRITE THIS REQUISITION (Y/N)?"
014200             TO PROCESS-MESSAGE
014300         PERFORM ASK-OK-TO-PROCESS
014350         PERFORM CHECK-WINDOW-BEFORE-WRITE
014400         IF OK-TO-PROCESS = "Y"
014500             PERFORM WRITE-THE-REQUISITION.
014550     IF BATCH-UPDATES-ALLOWED = "Y"
014600         PERFORM GET-REQUESTER
014607     ELSE
014614         MOVE ZEROES TO ENTRY-EMPLOYEE.

014621*---------------------------------
014628* A yes that arrives after the
014635* nightly batch window has gone
014642* up is turned into a no, so the
014649* requisition is not written.
014656*---------------------------------
014663 CHECK-WINDOW-BEFORE-WRITE.
014670     IF OK-TO-PROCESS = "Y"
014677         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
014684         IF BATCH-UPDATES-ALLOWED NOT = "Y"
014691             MOVE "N" TO OK-TO-PROCESS.

014700 ENTER-REQUISITION-HEADER.
014800     MOVE SPACE TO REQUISITION-RECORD.
014900     MOVE ZEROES TO REQ-NUMBER
015000                    REQ-APPROVED-DATE
015100                    REQ-ESTIMATED-TOTAL
015200                    REQ-PO-NUMBER
015300                    REQ-ORDERED-DATE
015400                    REQ-LINE-COUNT.
015500     MOVE ENTRY-EMPLOYEE TO REQ-REQUESTER.
015600     MOVE EMPLOYEE-STORE TO REQ-STORE.
015700     MOVE EMPLOYEE-APPROVER TO REQ-APPROVER.
015800     MOVE "ENTER REQUISITION DATE (MM/DD/CCYY)"
015900         TO DATE-PROMPT.
016000     MOVE "N" TO ZERO-DATE-IS-OK.
016100     PERFORM GET-A-DATE.
016200     MOVE DATE-CCYYMMDD TO REQ-DATE.
016300     PERFORM ENTER-NEEDED-BY-DATE.

016400 ENTER-NEEDED-BY-DATE.
016500     PERFORM ACCEPT-NEEDED-BY-DATE.
016600     PERFORM RE-ACCEPT-NEEDED-BY-DATE
016700         UNTIL REQ-NEEDED-BY NOT < REQ-DATE.

016800 ACCEPT-NEEDED-BY-DATE.
016900     MOVE "ENTER DATE NEEDED BY (MM/DD/CCYY)"
017000         TO DATE-PROMPT.
017100     MOVE "N" TO ZERO-DATE-IS-OK.
017200     PERFORM GET-A-DATE.
017300     MOVE DATE-CCYYMMDD TO REQ-NEEDED-BY.

017400 RE-ACCEPT-NEEDED-BY-DATE.
017500     DISPLAY "NEEDED BY MAY NOT BE BEFORE THE"
017600         " REQUISITION DATE".
017700     PERFORM ACCEPT-NEEDED-BY-DATE.

017800*---------------------------------
017900* LINES - a blank description
018000* ends the requisition.
018100*---------------------------------
018200 ENTER-REQUISITION-LINES.
018300     MOVE "Y" TO MORE-LINES.
018400     PERFORM ENTER-ONE-LINE
018500         UNTIL MORE-LINES = "N".

018600 ENTER-ONE-LINE.
018700     IF REQ-LINE-COUNT = 10
018800         DISPLAY "10 LINES IS THE MOST ONE REQUISITION"
018900             " HOLDS"
019000         MOVE "N" TO MORE-LINES
019100     ELSE
019200         MOVE REQ-LINE-COUNT TO LINE-SUB
019300         ADD 1 TO LINE-SUB
019400         PERFORM ENTER-LINE-DESCRIPTION
019500         IF REQ-LINE-DESCRIPTION(LINE-SUB) = SPACES
019600             MOVE "N" TO MORE-LINES
019700         ELSE
019800             MOVE LINE-SUB TO REQ-LINE-COUNT
019900             PERFORM ENTER-LINE-QUANTITY
020000             PERFORM ENTER-LINE-EST-PRICE
020100             PERFORM ENTER-LINE-GL-ACCOUNT
020200             MOVE ZEROES TO REQ-LINE-PO-LINE(LINE-SUB).

020300 ENTER-LINE-DESCRIPTION.
020400     DISPLAY " ".
020500     DISPLAY "ENTER ITEM DESCRIPTION (BLANK WHEN DONE)".
020600     ACCEPT REQ-LINE-DESCRIPTION(LINE-SUB).
020700     INSPECT REQ-LINE-DESCRIPTION(LINE-SUB)
020800      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

020900 ENTER-LINE-QUANTITY.
021000     PERFORM ACCEPT-LINE-QUANTITY.
021100     PERFORM RE-ACCEPT-LINE-QUANTITY
021200         UNTIL REQ-LINE-QUANTITY(LINE-SUB) NOT = ZEROES.

021300 ACCEPT-LINE-QUANTITY.
021400     DISPLAY "ENTER QUANTITY".
021500     ACCEPT REQ-LINE-QUANTITY(LINE-SUB).

021600 RE-ACCEPT-LINE-QUANTITY.
021700     DISPLAY "QUANTITY MUST BE ENTERED".
021800     PERFORM ACCEPT-LINE-QUANTITY.

021900 ENTER-LINE-EST-PRICE.
022000     PERFORM ACCEPT-LINE-EST-PRICE.
022100     PERFORM RE-ACCEPT-LINE-EST-PRICE
022200         UNTIL REQ-LINE-EST-PRICE(LINE-SUB) > ZERO.

022300 ACCEPT-LINE-EST-PRICE.
022400     DISPLAY "ENTER ESTIMATED UNIT COST".
022500     ACCEPT A-PRICE-FIELD.
022600     MOVE A-PRICE-FIELD TO REQ-LINE-EST-PRICE(LINE-SUB).

022700 RE-ACCEPT-LINE-EST-PRICE.
022800     DISPLAY "ESTIMATED COST MUST BE GREATER THAN ZERO".
022900     PERFORM ACCEPT-LINE-EST-PRICE.

023000 ENTER-LINE-GL-ACCOUNT.
023100     PERFORM ACCEPT-LINE-GL-ACCOUNT.
023200     PERFORM RE-ACCEPT-LINE-GL-ACCOUNT
023300         UNTIL ACCOUNT-RECORD-FOUND = "Y"
023400           AND ACCOUNT-ACTIVE = "Y".

023500 ACCEPT-LINE-GL-ACCOUNT.
023600     DISPLAY "ENTER GL ACCOUNT".
023700     ACCEPT REQ-LINE-GL-ACCOUNT(LINE-SUB).
023800     INSPECT REQ-LINE-GL-ACCOUNT(LINE-SUB)
023900      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
024000     MOVE REQ-LINE-GL-ACCOUNT(LINE-SUB) TO ACCOUNT-CODE.
024100     MOVE "Y" TO ACCOUNT-RECORD-FOUND.
024200     READ ACCOUNT-FILE RECORD
024300       INVALID KEY
024400          MOVE "N" TO ACCOUNT-RECORD-FOUND.
024500     IF ACCOUNT-RECORD-FOUND = "Y"
024600         DISPLAY "   ACCOUNT: " ACCOUNT-NAME.

024700 RE-ACCEPT-LINE-GL-ACCOUNT.
024800     IF ACCOUNT-RECORD-FOUND = "N"
024900         DISPLAY "ACCOUNT IS NOT ON THE CHART"
025000     ELSE
025100         DISPLAY "ACCOUNT IS INACTIVE".
025200     PERFORM ACCEPT-LINE-GL-ACCOUNT.

025300 DISPLAY-REQUISITION-SUMMARY.
025400     MOVE ZEROES TO REQ-ESTIMATED-TOTAL.
025500     DISPLAY " ".
025600     DISPLAY "LN DESCRIPTION          QUANTITY"
025700             "  EST COST GL ACCOUNT".
025800     PERFORM DISPLAY-ONE-REQUISITION-LINE
025900         VARYING LINE-SUB FROM 1 BY 1
026000          UNTIL LINE-SUB > REQ-LINE-COUNT.
026100     MOVE REQ-ESTIMATED-TOTAL TO AN-AMOUNT-FIELD.
026200     DISPLAY "   ESTIMATED TOTAL: " AN-AMOUNT-FIELD.

026300 DISPLAY-ONE-REQUISITION-LINE.
026400     COMPUTE LINE-EXTENSION ROUNDED =
026500         REQ-LINE-QUANTITY(LINE-SUB) *
026600         REQ-LINE-EST-PRICE(LINE-SUB).
026700     ADD LINE-EXTENSION TO REQ-ESTIMATED-TOTAL.
026800     MOVE REQ-LINE-EST-PRICE(LINE-SUB) TO A-PRICE-FIELD.
026900     DISPLAY LINE-SUB " "
027000             REQ-LINE-DESCRIPTION(LINE-SUB) " "
027100             REQ-LINE-QUANTITY(LINE-SUB) " "
027200             A-PRICE-FIELD " "
027300             REQ-LINE-GL-ACCOUNT(LINE-SUB).

027400*---------------------------------
027500* WRITE - number the
027600* requisition, write it pending
027700* for the approver, and journal
027800* it.
027900*---------------------------------
028000 WRITE-THE-REQUISITION.
028100     PERFORM RETRIEVE-NEXT-REQ-NUMBER.
028200     IF REQ-NUMBER = ZEROES
028300         DISPLAY "THE REQUISITION WAS NOT WRITTEN"
028400     ELSE
028500         MOVE "P" TO REQ-STATUS
028600         MOVE OPERATOR-ID TO REQ-ENTERED-BY
028700         MOVE SPACE TO REQ-APPROVED-BY
028800         PERFORM WRITE-REQ-RECORD
028900         PERFORM JOURNAL-THE-REQUISITION
029000         DISPLAY "REQUISITION " REQ-NUMBER
029100             " WRITTEN - ROUTED TO " REQ-APPROVER
029200             " FOR APPROVAL".

029300*---------------------------------
029400* The number hand-out holds the
029500* CONTROL record through the
029600* lock registry (PLLOCK01), the
029700* same way EXPENT01's does.
029800*---------------------------------
029900 RETRIEVE-NEXT-REQ-NUMBER.
030000     PERFORM LOCK-THE-CONTROL-RECORD.
030100     IF LOCK-ACQUIRED = "Y"
030200         PERFORM READ-CONTROL-RECORD
030300         ADD 1 TO CONTROL-LAST-REQUISITION
030400         MOVE CONTROL-LAST-REQUISITION TO REQ-NUMBER
030500         PERFORM REWRITE-CONTROL-RECORD
030600         PERFORM UNLOCK-THE-CONTROL-RECORD
030700     ELSE
030800         DISPLAY "NO REQUISITION NUMBER ASSIGNED - TRY"
030900             " AGAIN WHEN THE CONTROL RECORD FREES"
031000         MOVE ZEROES TO REQ-NUMBER.

031100 LOCK-THE-CONTROL-RECORD.
031200     MOVE "CONTROL" TO LOCK-WANTED-FILE.
031300     MOVE "1" TO LOCK-WANTED-RECORD.
031400     PERFORM ACQUIRE-RECORD-LOCK.

031500 UNLOCK-THE-CONTROL-RECORD.
031600     MOVE "CONTROL" TO LOCK-WANTED-FILE.
031700     MOVE "1" TO LOCK-WANTED-RECORD.
031800     PERFORM RELEASE-RECORD-LOCK.

031900 JOURNAL-THE-REQUISITION.
032000     MOVE "REQENT01" TO JOURNAL-PROGRAM.
032100     MOVE SPACE TO JOURNAL-KEY.
032200     MOVE REQ-NUMBER TO JOURNAL-KEY.
032300     MOVE "REQ-ADD" TO JOURNAL-ACTION.
032400     MOVE REQ-ESTIMATED-TOTAL TO JOURNAL-AMOUNT.
032500     MOVE REQUISITION-RECORD TO JOURNAL-IMAGE.
032600     PERFORM WRITE-JOURNAL-ENTRY.
032700     MOVE SPACE TO JOURNAL-IMAGE.

032800*---------------------------------
032900* Confirmation prompt routines,
033000* same idiom as VCHPAY01.
033100*---------------------------------
033200 ASK-OK-TO-PROCESS.
033300     PERFORM ACCEPT-OK-TO-PROCESS.
033400     PERFORM RE-ACCEPT-OK-TO-PROCESS
033500        UNTIL OK-TO-PROCESS = "Y" OR "N".

033600 ACCEPT-OK-TO-PROCESS.
033700     DISPLAY PROCESS-MESSAGE.
033800     ACCEPT OK-TO-PROCESS.
033900     INSPECT OK-TO-PROCESS
034000      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

034100 RE-ACCEPT-OK-TO-PROCESS.
034200     DISPLAY "YOU MUST ENTER YES OR NO".
034300     PERFORM ACCEPT-OK-TO-PROCESS.

034400*---------------------------------
034500* File I-O routines.
034600*---------------------------------
034700 READ-EMPLOYEE-RECORD.
034800     MOVE "Y" TO EMPLOYEE-RECORD-FOUND.
034900     READ EMPLOYEE-FILE RECORD
035000       INVALID KEY
035100          MOVE "N" TO EMPLOYEE-RECORD-FOUND.

035200 WRITE-REQ-RECORD.
035300     WRITE REQUISITION-RECORD
035400         INVALID KEY
035500         DISPLAY "RECORD ALREADY ON FILE".

035600 READ-CONTROL-RECORD.
035700     MOVE 1 TO CONTROL-KEY.
035800     MOVE "Y" TO CONTROL-RECORD-FOUND.
035900     READ CONTROL-FILE RECORD
036000         INVALID KEY
036100          MOVE "N" TO CONTROL-RECORD-FOUND
036200          DISPLAY "CONTROL FILE IS INVALID".

036300 REWRITE-CONTROL-RECORD.
036400     REWRITE CONTROL-RECORD
036500         INVALID KEY
036600         DISPLAY "ERROR REWRITING CONTROL RECORD".

036700     COPY "PLDATE01.CBL".

036800     COPY "PLOPID01.CBL".

036900     COPY "PLLOCK01.CBL".

037000     COPY "PLJRNL01.CBL".

037100     COPY "PLBWIN01.CBL".
