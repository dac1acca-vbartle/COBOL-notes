000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REQPO01.
000300*---------------------------------
000400* Purchasing queue - turns
000500* approved purchase requisitions
000600* into purchase orders. The
000700* operator signs on (PLSIGN01,
000800* AUTH-ENTRY required, the same
000900* permission PO entry needs).
001000* LIST-MODE prints every
001100* approved ("A") requisition
001200* waiting on purchasing.
001300* ORDER-MODE raises one PO:
001400* - the vendor (on VENDOR-FILE
001500*   and not inactive) and the PO
001600*   date are keyed
001700* - one or more approved
001800*   requisitions are picked, as
001900*   many as fit in the PO's ten
002000*   line slots; each requisition
002100*   line becomes a PO line with
002200*   its description, quantity
002300*   and GL account (project 0,
002350*   store 0 - an expense line)
002400* - the unit price is the
002500*   vendor's contract price in
002600*   force on the PO date
002700*   (CTRMNT01) or else the
002800*   store's estimate, and may be
002900*   overkeyed
003000* - the PO is totalled and set
003100*   pending ("P") over POMNT01's
003200*   approval limit, the same as
003300*   a keyed PO.
003400* Before anything is written the
003500* picked requisitions are read
003600* again, so one ordered from
003700* another terminal meanwhile
003800* stops the PO. The PO number
003900* comes from CONTROL-LAST-PO
004000* under the control record
004100* lock; each requisition is then
004200* marked ordered ("O") with the
004300* PO number, the date, and the
004400* PO line each of its lines
004500* became, and journaled as
004600* REQ-ORDER.
004616* While the nightly batch window
004632* is up (PLBWIN01.CBL) only LIST
004648* is open, and a PO confirmed as
004664* the window goes up is not
004680* raised.
004700*---------------------------------
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.

005100     COPY "SLREQ01.CBL".

005200     COPY "SLPO01.CBL".

005300     COPY "SLVND02.CBL".

005400     COPY "SLEMP01.CBL".

005500     COPY "SLCNTR01.CBL".

005600     COPY "SLCONTRL.CBL".

005700     COPY "SLOPER01.CBL".

005800     COPY "SLSECVIO.CBL".

005900     COPY "SLLOCK01.CBL".

006000     COPY "SLJRNL01.CBL".

006033     COPY "SLBWIN01.CBL".

006066     COPY "SLBWLOG.CBL".

006100     SELECT PRINTER-FILE
006200         ASSIGN TO PRINTER
006300         ORGANIZATION IS LINE SEQUENTIAL.

006400 DATA DIVISION.
006500 FILE SECTION.

006600     COPY "FDREQ01.CBL".

006700     COPY "FDPO01.CBL".

006800     COPY "FDVND04.CBL".

006900     COPY "FDEMP01.CBL".

007000     COPY "FDCNTR01.CBL".

007100     COPY "FDCONTRL.CBL".

007200     COPY "FDOPER01.CBL".

007300     COPY "FDSECVIO.CBL".

007400     COPY "FDLOCK01.CBL".

007500     COPY "FDJRNL01.CBL".

007533     COPY "FDBWIN01.CBL".

007566     COPY "FDBWLOG.CBL".

007600 FD  PRINTER-FILE
007700     LABEL RECORDS ARE OMITTED.
007800 01  PRINTER-RECORD              PIC X(80).

007900 WORKING-STORAGE SECTION.

008000 77  REQ-RECORD-FOUND             PIC X.
008100 77  VENDOR-RECORD-FOUND          PIC X.
008200 77  EMPLOYEE-RECORD-FOUND        PIC X.
008300 77  CONTROL-RECORD-FOUND         PIC X.
008400 77  REQ-FILE-AT-END              PIC X.
008500 77  PICK-REQUISITION             PIC 9(6).
008600 77  PICK-IS-OK                   PIC X.
008700 77  PICKS-STILL-OK               PIC X.
008800 77  OK-TO-PROCESS                PIC X.
008900 77  MODE-CHOICE                  PIC X.
009000 77  PROCESS-MESSAGE              PIC X(79) VALUE SPACE.
009100 77  PO-NUMBER-FIELD              PIC Z(6).
009200 77  AN-AMOUNT-FIELD              PIC ZZZ,ZZ9.99-.
009300 77  A-PRICE-FIELD                PIC ZZ,ZZ9.99.
009350 77  KEYED-PRICE                  PIC 9(5)V99.
009400 77  LINE-EXTENSION               PIC S9(8)V99.
009500 77  LINE-SUB                     PIC 99.
009600 77  PICK-SUB                     PIC 99.
009700 77  PICK-COUNT                   PIC 99.
009800 77  TODAYS-DATE                  PIC 9(8).
009900 77  QUEUE-COUNT                  PIC 9(5).
010000 77  QUEUE-TOTAL                  PIC S9(9)V99.
010100*---------------------------------
010200* Same limit as POMNT01 - a PO
010300* over it waits for POAPRV01.
010400*---------------------------------
010500 77  PO-APPROVAL-LIMIT            PIC 9(7)V99
010600                                  VALUE 5000.00.
010700 77  CONTRACT-AT-END              PIC X.
010800 77  CONTRACT-PRICE-FOUND         PIC X.
010900 77  FOUND-CONTRACT-PRICE         PIC 9(5)V99.

011000*---------------------------------
011100* The requisitions picked for the
011200* PO being built, and the first
011300* PO line slot each one's lines
011400* were copied into.
011500*---------------------------------
011600 01  PICKED-TABLE.
011700     05  PICKED-REQUISITION OCCURS 10 TIMES.
011800         10  PICKED-NUMBER           PIC 9(6).
011900         10  PICKED-FIRST-SLOT       PIC 99.

012000 01  DETAIL-LINE.
012100     05  PRINT-REQ-NUMBER        PIC Z(6).
012200     05  FILLER                  PIC X     VALUE SPACE.
012300     05  PRINT-STORE             PIC Z9.
012400     05  FILLER                  PIC X     VALUE SPACE.
012500     05  PRINT-REQUESTER-NAME    PIC X(25).
012600     05  FILLER                  PIC X     VALUE SPACE.
012700     05  PRINT-NEEDED-BY         PIC X(10).
012800     05  FILLER                  PIC X     VALUE SPACE.
012900     05  PRINT-LINE-COUNT        PIC Z9.
013000     05  FILLER                  PIC X     VALUE SPACE.
013100     05  PRINT-ESTIMATED-TOTAL   PIC ZZZ,ZZ9.99-.
013200     05  FILLER                  PIC X     VALUE SPACE.
013300     05  PRINT-APPROVED-BY       PIC X(5).

013400 01  COLUMN-LINE.
013500     05  FILLER         PIC X(7)  VALUE "REQN".
013600     05  FILLER         PIC X(3)  VALUE "ST".
013700     05  FILLER         PIC X(26) VALUE "REQUESTER".
013800     05  FILLER         PIC X(11) VALUE "NEEDED BY".
013900     05  FILLER         PIC X(3)  VALUE "LN".
014000     05  FILLER         PIC X(12) VALUE "   EST COST".
014100     05  FILLER         PIC X(5)  VALUE "APPR".

014200 01  TITLE-LINE.
014300     05  FILLER              PIC X(15) VALUE SPACE.
014400     05  FILLER              PIC X(40)
014500         VALUE "APPROVED REQUISITIONS AWAITING A PO".

014600 01  TOTAL-LINE.
014700     05  FILLER              PIC X(8)  VALUE "ON QUEUE".
014800     05  PRINT-QUEUE-COUNT   PIC ZZZZ9.
014900     05  FILLER              PIC X(2)  VALUE SPACE.
015000     05  PRINT-QUEUE-TOTAL   PIC ZZZ,ZZZ,ZZ9.99-.

015100     COPY "WSSIGN01.CBL".

015200     COPY "WSDATE01.CBL".

015300     COPY "WSCASE01.CBL".

015400     COPY "WSOPID01.CBL".

015500     COPY "WSLOCK01.CBL".

015550     COPY "WSBWIN01.CBL".

015600 PROCEDURE DIVISION.
015700 PROGRAM-BEGIN.
015800     OPEN I-O OPERATOR-FILE.
015900     PERFORM SIGN-ON-OPERATOR.
016000     CLOSE OPERATOR-FILE.
016100     IF AUTH-ENTRY NOT = "Y"
016200         DISPLAY "THE PURCHASING QUEUE TAKES THE ENTRY"
016300         DISPLAY "PERMISSION - SEE YOUR SUPERVISOR"
016400     ELSE
016433         MOVE "REQPO01" TO BWIN-PROGRAM-NAME
016466         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON
016500         PERFORM OPENING-PROCEDURE
016600         PERFORM MAIN-PROCESS
016700         PERFORM CLOSING-PROCEDURE.

016800 PROGRAM-EXIT.
016900     EXIT PROGRAM.

017000 PROGRAM-DONE.
017100     ACCEPT OMITTED. STOP RUN.

017200 OPENING-PROCEDURE.
017300     OPEN I-O REQUISITION-FILE.
017400     OPEN I-O PO-FILE.
017500     OPEN INPUT VENDOR-FILE.
017600     OPEN INPUT EMPLOYEE-FILE.
017700     OPEN INPUT CONTRACT-PRICE-FILE.
017800     OPEN I-O CONTROL-FILE.
017900     OPEN I-O LOCK-FILE.
018000     OPEN EXTEND JOURNAL-FILE.
018100     OPEN OUTPUT PRINTER-FILE.

018200 CLOSING-PROCEDURE.
018300     CLOSE REQUISITION-FILE.
018400     CLOSE PO-FILE.
018500     CLOSE VENDOR-FILE.
018600     CLOSE EMPLOYEE-FILE.
018700     CLOSE CONTRACT-PRICE-FILE.
018800     CLOSE CONTROL-FILE.
018900     CLOSE LOCK-FILE.
019000     CLOSE JOURNAL-FILE.
019100     CLOSE PRINTER-FILE.

019200 MAIN-PROCESS.
019300     PERFORM ENTER-MODE-CHOICE.
019400     PERFORM ORDER-MODE
019500         UNTIL MODE-CHOICE NOT = "P".
019600     PERFORM LIST-MODE
019700         UNTIL MODE-CHOICE NOT = "L".

019800 ENTER-MODE-CHOICE.
019900     DISPLAY "RAISE A PO FROM REQUISITIONS, LIST THE".
020000     DISPLAY "QUEUE, OR QUIT (P/L/Q)?".
020100     ACCEPT MODE-CHOICE.
020200     INSPECT MODE-CHOICE
020300      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
020400     IF MODE-CHOICE NOT = "P" AND NOT = "L" AND NOT = "Q"
020500         DISPLAY "YOU MUST ENTER P, L, OR Q"
020600         PERFORM ENTER-MODE-CHOICE.

020700*---------------------------------
020800* ORDER - a zero vendor returns
020900* to the mode choice.
021000*---------------------------------
021100 ORDER-MODE.
021133     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
021166     IF BATCH-UPDATES-ALLOWED = "Y"
021200         PERFORM GET-PO-VENDOR
021225     ELSE
021250         DISPLAY "ONLY LIST IS OPEN"
021275         MOVE ZEROES TO PO-VENDOR.
021300     PERFORM BUILD-ONE-PO
021400         UNTIL PO-VENDOR = ZEROES.
021500     PERFORM ENTER-MODE-CHOICE.

021600 GET-PO-VENDOR.
021700     PERFORM INIT-PO-RECORD.
021800     PERFORM ACCEPT-PO-VENDOR.
021900     PERFORM RE-ACCEPT-PO-VENDOR
022000         UNTIL PO-VENDOR = ZEROES
022100            OR (VENDOR-RECORD-FOUND = "Y"
022200                AND VENDOR-INACTIVE-FLAG NOT = "Y").

022300 ACCEPT-PO-VENDOR.
022400     DISPLAY " ".
022500     DISPLAY "ENTER VENDOR NUMBER FOR THE PO (0 TO EXIT)".
022600     ACCEPT PO-VENDOR.
022700     IF PO-VENDOR NOT = ZEROES
022800         PERFORM PO-VENDOR-ON-FILE
022900         IF VENDOR-RECORD-FOUND = "Y"
023000             DISPLAY "   VENDOR: " VENDOR-NAME.

023100 RE-ACCEPT-PO-VENDOR.
023200     IF VENDOR-RECORD-FOUND = "N"
023300         DISPLAY "VENDOR NOT FOUND"
023400     ELSE
023500         DISPLAY "VENDOR IS INACTIVE".
023600     PERFORM ACCEPT-PO-VENDOR.

023700 BUILD-ONE-PO.
023800     PERFORM ENTER-PO-DATE.
023900     PERFORM PICK-REQUISITIONS.
024000     IF PICK-COUNT = ZERO
024100         DISPLAY "NO REQUISITIONS PICKED - NO PO RAISED"
024200     ELSE
024300         PERFORM DISPLAY-PO-SUMMARY
024400         PERFORM SET-PO-APPROVAL-STATUS
024500         MOVE "RAISE THIS PURCHASE ORDER (Y/N)?"
024600             TO PROCESS-MESSAGE
024700         PERFORM ASK-OK-TO-PROCESS
024800         IF OK-TO-PROCESS = "Y"
024833             PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
024866             IF BATCH-UPDATES-ALLOWED = "Y"
024900                 PERFORM RAISE-THE-PO.
024950     IF BATCH-UPDATES-ALLOWED = "Y"
025000         PERFORM GET-PO-VENDOR
025033     ELSE
025066         MOVE ZEROES TO PO-VENDOR.

025100 ENTER-PO-DATE.
025200     MOVE "N" TO ZERO-DATE-IS-OK.
025300     MOVE "ENTER PO DATE(MM/DD/CCYY)?"
025400            TO DATE-PROMPT.
025500     MOVE "A VALID PO DATE IS REQUIRED"
025600            TO DATE-ERROR-MESSAGE.
025700     PERFORM GET-A-DATE.
025800     MOVE DATE-CCYYMMDD TO PO-DATE.

025900*---------------------------------
026000* PICK - a zero requisition
026100* number ends the picking, as
026200* does a full PO.
026300*---------------------------------
026400 PICK-REQUISITIONS.
026500     MOVE ZERO TO PICK-COUNT.
026600     MOVE 1 TO PICK-REQUISITION.
026700     PERFORM PICK-ONE-REQUISITION
026800         UNTIL PICK-REQUISITION = ZEROES
026900            OR PO-LINE-COUNT = 10.

027000 PICK-ONE-REQUISITION.
027100     DISPLAY " ".
027200     DISPLAY "ENTER REQUISITION TO ADD TO THE PO (0 WHEN"
027300             " DONE)".
027400     ACCEPT PICK-REQUISITION.
027500     IF PICK-REQUISITION NOT = ZEROES
027600         PERFORM CHECK-PICK-REQUISITION
027700         IF PICK-IS-OK = "Y"
027800             PERFORM ADD-REQUISITION-TO-PO.

027900 CHECK-PICK-REQUISITION.
028000     MOVE "N" TO PICK-IS-OK.
028100     MOVE PICK-REQUISITION TO REQ-NUMBER.
028200     PERFORM READ-REQ-RECORD.
028300     PERFORM FIND-PICKED-REQUISITION.
028400     IF REQ-RECORD-FOUND = "N"
028500         DISPLAY "REQUISITION IS NOT ON FILE"
028600     ELSE
028700     IF REQ-STATUS NOT = "A"
028800         DISPLAY "REQUISITION IS NOT APPROVED AND WAITING -"
028900             " STATUS " REQ-STATUS
029000     ELSE
029100     IF PICK-SUB NOT > PICK-COUNT
029200         DISPLAY "REQUISITION IS ALREADY ON THIS PO"
029300     ELSE
029400     IF PO-LINE-COUNT + REQ-LINE-COUNT > 10
029500         DISPLAY "ITS " REQ-LINE-COUNT " LINES DO NOT FIT -"
029600             " THE PO HAS " PO-LINE-COUNT " OF 10 USED"
029700     ELSE
029800         MOVE "Y" TO PICK-IS-OK.

029900 FIND-PICKED-REQUISITION.
030000     MOVE 1 TO PICK-SUB.
030100     PERFORM NEXT-PICKED-REQUISITION
030200         UNTIL PICK-SUB > PICK-COUNT
030300            OR PICKED-NUMBER(PICK-SUB) = REQ-NUMBER.

030400 NEXT-PICKED-REQUISITION.
030500     ADD 1 TO PICK-SUB.

030600 ADD-REQUISITION-TO-PO.
030700     PERFORM REQUESTER-ON-FILE.
030800     DISPLAY "   REQUESTED BY: " EMPLOYEE-NAME
030900             "  STORE: " REQ-STORE.
031000     ADD 1 TO PICK-COUNT.
031100     MOVE REQ-NUMBER TO PICKED-NUMBER(PICK-COUNT).
031200     COMPUTE PICKED-FIRST-SLOT(PICK-COUNT) =
031300         PO-LINE-COUNT + 1.
031400     PERFORM COPY-ONE-REQUISITION-LINE
031500         VARYING LINE-SUB FROM 1 BY 1
031600          UNTIL LINE-SUB > REQ-LINE-COUNT.

031700*---------------------------------
031800* Each requisition line takes the
031900* next PO slot, priced at
032000* contract when there is one in
032100* force, else at the estimate.
032200*---------------------------------
032300 COPY-ONE-REQUISITION-LINE.
032400     ADD 1 TO PO-LINE-COUNT.
032500     SET PO-LINE-INDEX TO PO-LINE-COUNT.
032600     MOVE REQ-LINE-DESCRIPTION(LINE-SUB)
032700         TO PO-LINE-DESCRIPTION(PO-LINE-INDEX).
032800     MOVE REQ-LINE-QUANTITY(LINE-SUB)
032900         TO PO-LINE-QUANTITY(PO-LINE-INDEX).
033000     MOVE REQ-LINE-GL-ACCOUNT(LINE-SUB)
033100         TO PO-LINE-GL-ACCOUNT(PO-LINE-INDEX).
033200     MOVE ZEROES TO PO-LINE-PROJECT(PO-LINE-INDEX)
033233                    PO-LINE-STORE(PO-LINE-INDEX)
033266                    PO-LINE-DIVISION(PO-LINE-INDEX)
033283                    PO-LINE-RETAIL-PRICE(PO-LINE-INDEX).
033300     PERFORM FIND-CONTRACT-IN-FORCE.
033400     IF CONTRACT-PRICE-FOUND = "Y"
033500         MOVE FOUND-CONTRACT-PRICE
033600             TO PO-LINE-UNIT-PRICE(PO-LINE-INDEX)
033700     ELSE
033800         MOVE REQ-LINE-EST-PRICE(LINE-SUB)
033900             TO PO-LINE-UNIT-PRICE(PO-LINE-INDEX).
034000     PERFORM ENTER-PO-LINE-UNIT-PRICE.
034100     PERFORM EXTEND-PO-LINE.

034200 ENTER-PO-LINE-UNIT-PRICE.
034300     MOVE PO-LINE-UNIT-PRICE(PO-LINE-INDEX) TO A-PRICE-FIELD.
034400     DISPLAY " ".
034500     DISPLAY "   " PO-LINE-DESCRIPTION(PO-LINE-INDEX)
034600             "  QTY " PO-LINE-QUANTITY(PO-LINE-INDEX)
034700             "  GL " PO-LINE-GL-ACCOUNT(PO-LINE-INDEX).
034800     IF CONTRACT-PRICE-FOUND = "Y"
034900         DISPLAY "   CONTRACT PRICE: " A-PRICE-FIELD
035000     ELSE
035100         DISPLAY "   ESTIMATED PRICE: " A-PRICE-FIELD.
035200     DISPLAY "ENTER UNIT PRICE (0 TO KEEP)".
035300     ACCEPT A-PRICE-FIELD.
035350     MOVE A-PRICE-FIELD TO KEYED-PRICE.
035400     IF KEYED-PRICE NOT = ZEROES
035500         MOVE KEYED-PRICE
035600             TO PO-LINE-UNIT-PRICE(PO-LINE-INDEX).
035700     IF CONTRACT-PRICE-FOUND = "Y"
035800        AND PO-LINE-UNIT-PRICE(PO-LINE-INDEX)
035900            > FOUND-CONTRACT-PRICE
036000         MOVE FOUND-CONTRACT-PRICE TO A-PRICE-FIELD
036100         DISPLAY "*** WARNING - PRICE EXCEEDS THE"
036200         DISPLAY "*** CONTRACT PRICE OF " A-PRICE-FIELD.

036300 EXTEND-PO-LINE.
036400     COMPUTE LINE-EXTENSION =
036500         PO-LINE-QUANTITY(PO-LINE-INDEX) *
036600         PO-LINE-UNIT-PRICE(PO-LINE-INDEX).
036700     ADD LINE-EXTENSION TO PO-TOTAL-AMOUNT.
036800     MOVE LINE-EXTENSION TO AN-AMOUNT-FIELD.
036900     DISPLAY "   LINE EXTENSION: " AN-AMOUNT-FIELD.

037000*---------------------------------
037100* Contract price in force on the
037200* PO date, as POMNT01 looks it
037300* up.
037400*---------------------------------
037500 FIND-CONTRACT-IN-FORCE.
037600     MOVE "N" TO CONTRACT-PRICE-FOUND.
037700     MOVE ZEROES TO FOUND-CONTRACT-PRICE.
037800     MOVE "N" TO CONTRACT-AT-END.
037900     MOVE PO-VENDOR TO CNTR-VENDOR.
038000     MOVE PO-LINE-DESCRIPTION(PO-LINE-INDEX)
038100         TO CNTR-ITEM.
038200     MOVE ZEROES TO CNTR-EFFECTIVE-DATE.
038300     START CONTRACT-PRICE-FILE
038400        KEY NOT < CNTR-KEY
038500         INVALID KEY MOVE "Y" TO CONTRACT-AT-END.
038600     PERFORM LOOK-AT-ONE-CONTRACT
038700         UNTIL CONTRACT-AT-END = "Y".

038800 LOOK-AT-ONE-CONTRACT.
038900     READ CONTRACT-PRICE-FILE NEXT RECORD
039000         AT END MOVE "Y" TO CONTRACT-AT-END.
039100     IF CONTRACT-AT-END NOT = "Y"
039200        AND (CNTR-VENDOR NOT = PO-VENDOR
039300          OR CNTR-ITEM NOT =
039400             PO-LINE-DESCRIPTION(PO-LINE-INDEX))
039500         MOVE "Y" TO CONTRACT-AT-END.
039600     IF CONTRACT-AT-END NOT = "Y"
039700         IF CNTR-EFFECTIVE-DATE NOT > PO-DATE
039800            AND (CNTR-EXPIRES-DATE = ZEROES
039900              OR CNTR-EXPIRES-DATE NOT < PO-DATE)
040000             MOVE CNTR-PRICE TO FOUND-CONTRACT-PRICE
040100             MOVE "Y" TO CONTRACT-PRICE-FOUND.

040200 DISPLAY-PO-SUMMARY.
040300     DISPLAY " ".
040400     DISPLAY "LN DESCRIPTION          QUANTITY"
040500             " UNIT PRICE GL ACCOUNT".
040600     PERFORM DISPLAY-ONE-PO-LINE
040700         VARYING PO-LINE-INDEX FROM 1 BY 1
040800          UNTIL PO-LINE-INDEX > PO-LINE-COUNT.
040900     MOVE PO-TOTAL-AMOUNT TO AN-AMOUNT-FIELD.
041000     DISPLAY "   PO TOTAL: " AN-AMOUNT-FIELD
041100             "   FROM " PICK-COUNT " REQUISITION(S)".

041200 DISPLAY-ONE-PO-LINE.
041300     SET LINE-SUB TO PO-LINE-INDEX.
041400     MOVE PO-LINE-UNIT-PRICE(PO-LINE-INDEX) TO A-PRICE-FIELD.
041500     DISPLAY LINE-SUB " "
041600             PO-LINE-DESCRIPTION(PO-LINE-INDEX) " "
041700             PO-LINE-QUANTITY(PO-LINE-INDEX) "  "
041800             A-PRICE-FIELD " "
041900             PO-LINE-GL-ACCOUNT(PO-LINE-INDEX).

042000 SET-PO-APPROVAL-STATUS.
042100     IF PO-TOTAL-AMOUNT > PO-APPROVAL-LIMIT
042200         MOVE "P" TO PO-APPROVAL-STATUS
042300         DISPLAY "*** PO IS OVER THE APPROVAL LIMIT -"
042400         DISPLAY "*** IT NEEDS SUPERVISOR APPROVAL"
042500         DISPLAY "*** (POAPRV01) BEFORE VOUCHERS MATCH"
042600     ELSE
042700         MOVE "A" TO PO-APPROVAL-STATUS.

042800*---------------------------------
042900* RAISE - re-check the picks,
043000* number and write the PO, then
043100* mark each requisition ordered.
043200*---------------------------------
043300 RAISE-THE-PO.
043400     MOVE "Y" TO PICKS-STILL-OK.
043500     PERFORM RECHECK-ONE-PICK
043600         VARYING PICK-SUB FROM 1 BY 1
043700          UNTIL PICK-SUB > PICK-COUNT.
043800     IF PICKS-STILL-OK NOT = "Y"
043900         DISPLAY "THE PURCHASE ORDER WAS NOT RAISED"
044000     ELSE
044100         PERFORM RETRIEVE-NEXT-PO-NUMBER
044200         IF PO-NUMBER = ZEROES
044300             DISPLAY "THE PURCHASE ORDER WAS NOT RAISED"
044400         ELSE
044500             PERFORM WRITE-PO-RECORD
044600             PERFORM GET-TODAYS-DATE
044700             MOVE DATE-CCYYMMDD TO TODAYS-DATE
044800             PERFORM MARK-ONE-PICK-ORDERED
044900                 VARYING PICK-SUB FROM 1 BY 1
045000                  UNTIL PICK-SUB > PICK-COUNT
045100             MOVE PO-NUMBER TO PO-NUMBER-FIELD
045200             DISPLAY "PURCHASE ORDER " PO-NUMBER-FIELD
045300                 " ADDED".

045400 RECHECK-ONE-PICK.
045500     MOVE PICKED-NUMBER(PICK-SUB) TO REQ-NUMBER.
045600     PERFORM READ-REQ-RECORD.
045700     IF REQ-RECORD-FOUND = "N"
045800         MOVE "N" TO PICKS-STILL-OK
045900         DISPLAY "REQUISITION " PICKED-NUMBER(PICK-SUB)
046000             " IS NO LONGER ON FILE"
046100     ELSE
046200     IF REQ-STATUS NOT = "A"
046300         MOVE "N" TO PICKS-STILL-OK
046400         DISPLAY "REQUISITION " REQ-NUMBER
046500             " CHANGED MEANWHILE - STATUS " REQ-STATUS.

046600 MARK-ONE-PICK-ORDERED.
046700     MOVE PICKED-NUMBER(PICK-SUB) TO REQ-NUMBER.
046800     PERFORM READ-REQ-RECORD.
046900     IF REQ-RECORD-FOUND = "Y"
047000         MOVE "O" TO REQ-STATUS
047100         MOVE PO-NUMBER TO REQ-PO-NUMBER
047200         MOVE TODAYS-DATE TO REQ-ORDERED-DATE
047300         PERFORM NUMBER-ONE-REQUISITION-LINE
047400             VARYING LINE-SUB FROM 1 BY 1
047500              UNTIL LINE-SUB > REQ-LINE-COUNT
047600         PERFORM REWRITE-REQ-RECORD
047700         PERFORM JOURNAL-THE-ORDER.

047800 NUMBER-ONE-REQUISITION-LINE.
047900     COMPUTE REQ-LINE-PO-LINE(LINE-SUB) =
048000         PICKED-FIRST-SLOT(PICK-SUB) + LINE-SUB - 1.

048100*---------------------------------
048200* The PO number hand-out holds
048300* the CONTROL record through the
048400* lock registry (PLLOCK01), the
048500* same way EXPENT01's does.
048600*---------------------------------
048700 RETRIEVE-NEXT-PO-NUMBER.
048800     PERFORM LOCK-THE-CONTROL-RECORD.
048900     IF LOCK-ACQUIRED = "Y"
049000         PERFORM READ-CONTROL-RECORD
049100         ADD 1 TO CONTROL-LAST-PO
049200         MOVE CONTROL-LAST-PO TO PO-NUMBER
049300         PERFORM REWRITE-CONTROL-RECORD
049400         PERFORM UNLOCK-THE-CONTROL-RECORD
049500     ELSE
049600         DISPLAY "NO PO NUMBER ASSIGNED - TRY"
049700             " AGAIN WHEN THE CONTROL RECORD FREES"
049800         MOVE ZEROES TO PO-NUMBER.

049900 LOCK-THE-CONTROL-RECORD.
050000     MOVE "CONTROL" TO LOCK-WANTED-FILE.
050100     MOVE "1" TO LOCK-WANTED-RECORD.
050200     PERFORM ACQUIRE-RECORD-LOCK.

050300 UNLOCK-THE-CONTROL-RECORD.
050400     MOVE "CONTROL" TO LOCK-WANTED-FILE.
050500     MOVE "1" TO LOCK-WANTED-RECORD.
050600     PERFORM RELEASE-RECORD-LOCK.

050700 JOURNAL-THE-ORDER.
050800     MOVE "REQPO01" TO JOURNAL-PROGRAM.
050900     MOVE SPACE TO JOURNAL-KEY.
051000     MOVE REQ-NUMBER TO JOURNAL-KEY.
051100     MOVE "REQ-ORDER" TO JOURNAL-ACTION.
051200     MOVE REQ-ESTIMATED-TOTAL TO JOURNAL-AMOUNT.
051300     MOVE REQUISITION-RECORD TO JOURNAL-IMAGE.
051400     PERFORM WRITE-JOURNAL-ENTRY.
051500     MOVE SPACE TO JOURNAL-IMAGE.

051600*---------------------------------
051700* LIST - the purchasing queue.
051800*---------------------------------
051900 LIST-MODE.
052000     MOVE ZEROES TO QUEUE-COUNT
052100                    QUEUE-TOTAL.
052200     PERFORM PRINT-LIST-HEADINGS.
052300     MOVE "N" TO REQ-FILE-AT-END.
052400     PERFORM READ-FIRST-REQ.
052500     PERFORM LIST-ONE-REQUISITION
052600         UNTIL REQ-FILE-AT-END = "Y".
052700     PERFORM PRINT-LIST-TOTAL.
052800     DISPLAY QUEUE-COUNT " REQUISITION(S) ON THE QUEUE".
052900     PERFORM ENTER-MODE-CHOICE.

053000 LIST-ONE-REQUISITION.
053100     IF REQ-STATUS = "A"
053200         PERFORM PRINT-QUEUED-REQUISITION.
053300     PERFORM READ-NEXT-REQ.

053400 PRINT-QUEUED-REQUISITION.
053500     MOVE SPACE TO DETAIL-LINE.
053600     MOVE REQ-NUMBER TO PRINT-REQ-NUMBER.
053700     MOVE REQ-STORE TO PRINT-STORE.
053800     PERFORM REQUESTER-ON-FILE.
053900     MOVE EMPLOYEE-NAME TO PRINT-REQUESTER-NAME.
054000     MOVE REQ-NEEDED-BY TO DATE-CCYYMMDD.
054100     PERFORM FORMAT-THE-DATE.
054200     MOVE FORMATTED-DATE TO PRINT-NEEDED-BY.
054300     MOVE REQ-LINE-COUNT TO PRINT-LINE-COUNT.
054400     MOVE REQ-ESTIMATED-TOTAL TO PRINT-ESTIMATED-TOTAL.
054500     MOVE REQ-APPROVED-BY TO PRINT-APPROVED-BY.
054600     MOVE DETAIL-LINE TO PRINTER-RECORD.
054700     PERFORM WRITE-TO-PRINTER.
054800     ADD 1 TO QUEUE-COUNT.
054900     ADD REQ-ESTIMATED-TOTAL TO QUEUE-TOTAL.

055000 PRINT-LIST-HEADINGS.
055100     MOVE TITLE-LINE TO PRINTER-RECORD.
055200     PERFORM WRITE-TO-PRINTER.
055300     MOVE SPACE TO PRINTER-RECORD.
055400     PERFORM WRITE-TO-PRINTER.
055500     MOVE COLUMN-LINE TO PRINTER-RECORD.
055600     PERFORM WRITE-TO-PRINTER.
055700     MOVE SPACE TO PRINTER-RECORD.
055800     PERFORM WRITE-TO-PRINTER.

055900 PRINT-LIST-TOTAL.
056000     MOVE SPACE TO PRINTER-RECORD.
056100     PERFORM WRITE-TO-PRINTER.
056200     MOVE QUEUE-COUNT TO PRINT-QUEUE-COUNT.
056300     MOVE QUEUE-TOTAL TO PRINT-QUEUE-TOTAL.
056400     MOVE TOTAL-LINE TO PRINTER-RECORD.
056500     PERFORM WRITE-TO-PRINTER.
056600     MOVE SPACE TO PRINTER-RECORD.
056700     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

056800*---------------------------------
056900* Confirmation prompt routines,
057000* same idiom as VCHPAY01.
057100*---------------------------------
057200 ASK-OK-TO-PROCESS.
057300     PERFORM ACCEPT-OK-TO-PROCESS.
057400     PERFORM RE-ACCEPT-OK-TO-PROCESS
057500        UNTIL OK-TO-PROCESS = "Y" OR "N".

057600 ACCEPT-OK-TO-PROCESS.
057700     DISPLAY PROCESS-MESSAGE.
057800     ACCEPT OK-TO-PROCESS.
057900     INSPECT OK-TO-PROCESS
058000      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

058100 RE-ACCEPT-OK-TO-PROCESS.
058200     DISPLAY "YOU MUST ENTER YES OR NO".
058300     PERFORM ACCEPT-OK-TO-PROCESS.

058400*---------------------------------
058500* File I-O routines.
058600*---------------------------------
058700 INIT-PO-RECORD.
058800     MOVE SPACE TO PO-RECORD.
058900     MOVE ZEROES TO PO-NUMBER
059000                    PO-VENDOR
059100                    PO-DATE
059200                    PO-TOTAL-AMOUNT
059300                    PO-RELIEVED-AMOUNT
059400                    PO-LINE-COUNT
059500                    PO-APPROVED-DATE.
059600     MOVE "O" TO PO-STATUS.
059700     MOVE "A" TO PO-APPROVAL-STATUS.

059800 WRITE-PO-RECORD.
059900     WRITE PO-RECORD
060000         INVALID KEY
060100         DISPLAY "RECORD ALREADY ON FILE".

060200 PO-VENDOR-ON-FILE.
060300     MOVE PO-VENDOR TO VENDOR-NUMBER.
060400     MOVE "Y" TO VENDOR-RECORD-FOUND.
060500     READ VENDOR-FILE RECORD
060600       INVALID KEY
060700          MOVE "N" TO VENDOR-RECORD-FOUND.

060800 READ-REQ-RECORD.
060900     MOVE "Y" TO REQ-RECORD-FOUND.
061000     READ REQUISITION-FILE RECORD
061100       INVALID KEY
061200          MOVE "N" TO REQ-RECORD-FOUND.

061300 REWRITE-REQ-RECORD.
061400     REWRITE REQUISITION-RECORD
061500         INVALID KEY
061600         DISPLAY "ERROR REWRITING REQUISITION".

061700 READ-FIRST-REQ.
061800     MOVE ZEROES TO REQ-NUMBER.
061900     START REQUISITION-FILE
062000        KEY NOT < REQ-NUMBER
062100         INVALID KEY MOVE "Y" TO REQ-FILE-AT-END.
062200     IF REQ-FILE-AT-END NOT = "Y"
062300         PERFORM READ-NEXT-REQ.

062400 READ-NEXT-REQ.
062500     READ REQUISITION-FILE NEXT RECORD
062600         AT END MOVE "Y" TO REQ-FILE-AT-END.

062700 REQUESTER-ON-FILE.
062800     MOVE REQ-REQUESTER TO EMPLOYEE-NUMBER.
062900     MOVE "Y" TO EMPLOYEE-RECORD-FOUND.
063000     READ EMPLOYEE-FILE RECORD
063100       INVALID KEY
063200          MOVE "N" TO EMPLOYEE-RECORD-FOUND.
063300     IF EMPLOYEE-RECORD-FOUND = "N"
063400         MOVE "***Not Found***" TO EMPLOYEE-NAME.

063500 READ-CONTROL-RECORD.
063600     MOVE 1 TO CONTROL-KEY.
063700     MOVE "Y" TO CONTROL-RECORD-FOUND.
063800     READ CONTROL-FILE RECORD
063900         INVALID KEY
064000          MOVE "N" TO CONTROL-RECORD-FOUND
064100          DISPLAY "CONTROL FILE IS INVALID".

064200 REWRITE-CONTROL-RECORD.
064300     REWRITE CONTROL-RECORD
064400         INVALID KEY
064500         DISPLAY "ERROR REWRITING CONTROL RECORD".

064600 WRITE-TO-PRINTER.
064700     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

064800     COPY "PLDATE01.CBL".

064900     COPY "PLOPID01.CBL".

065000     COPY "PLSIGN01.CBL".

065100     COPY "PLLOCK01.CBL".

065200     COPY "PLJRNL01.CBL".

065300     COPY "PLBWIN01.CBL".
