000900*       history into the ledger
001000*       buckets (a NIGHTRUN
001100*       candidate after the
001200*       load); the roll is
001211*       stamped on the date's
001222*       load control record
001233*       and a date already
001244*       rolled is not rolled
001255*       again (SLSBKO01 takes
001266*       the stamp off when it
001277*       reverses a backed-out
001288*       day)
001300*   2 - key a RECEIPT at cost
001312*       and at retail
001325*       (receipts without a PO -
001350*       merchandise PO receipts
001375*       post from RCVENT01)
001400*   3 - key an ADJUSTMENT
001500*       (+ or -)
001600*   4 - set the BEGINNING
001700*       inventory
001750*       at cost and at retail
001800*   5 - enter a PHYSICAL COUNT
001900*       with its date
002000*   6 - SHIP a store-to-store
002100*       transfer: numbered from
002200*       CONTROL-LAST-STORE-XFER,
002300*       out of the shipping
002400*       store's book and into
002500*       the receiving store's
002600*       in-transit
002700*   7 - RECEIVE a transfer: out
002800*       of in-transit and into
002900*       the receiving store's
003000*       book
003100* Buckets are created the
003200* first time a store/division
003300* is touched. STKSHR01 reports
003400* book against counted.
003500* Transfers are journaled
003600* (PLJRNL01); STXRPT01 lists
003700* the ones not yet received.
003720* Keyed receipts are journaled
003740* too, so RCVTIE01 can show
003760* them beside the RCVENT01
003780* postings.
003782*   8 - key EMPLOYEE DISCOUNTS
003784*       at retail (the feed
003786*       does not carry them)
003788* The roll also carries the
003790* day's net sales and SALES-
003792* TYPE "M" markdowns into
003794* the retail side of the
003796* bucket for STKRTL01's
003798* month-end retail method.
003799* While the nightly batch window
003799* is up (PLBWIN01.CBL) no ledger
003799* session opens; an entry keyed
003799* or confirmed as the window
003799* goes up is not posted and the
003799* menu closes.
003800*---------------------------------
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.

004200     COPY "SLSTKLED.CBL".

004300     COPY "SLSLHIST.CBL".

004400     COPY "SLSXFR01.CBL".

004500     COPY "SLSTOR01.CBL".

004600     COPY "SLSLCODE.CBL".

004700     COPY "SLCONTRL.CBL".

004800     COPY "SLLOCK01.CBL".

004900     COPY "SLJRNL01.CBL".

004950     COPY "SLLDCTL.CBL".

004966     COPY "SLBWIN01.CBL".

004982     COPY "SLBWLOG.CBL".

005000 DATA DIVISION.
005100 FILE SECTION.

005200     COPY "FDSTKLED.CBL".

005300     COPY "FDSLHIST.CBL".

005400     COPY "FDSXFR01.CBL".

005500     COPY "FDSTOR01.CBL".

005600     COPY "FDSLCODE.CBL".

005700     COPY "FDCONTRL.CBL".

005800     COPY "FDLOCK01.CBL".

005900     COPY "FDJRNL01.CBL".

005950     COPY "FDLDCTL.CBL".

005966     COPY "FDBWIN01.CBL".

005982     COPY "FDBWLOG.CBL".

006000 WORKING-STORAGE SECTION.

006100 77  MENU-PICK                    PIC 9.
006200     88  MENU-PICK-IS-VALID       VALUES 0 THRU 8.

006300 77  LEDGER-RECORD-FOUND          PIC X.
006400 77  HISTORY-FILE-AT-END          PIC X.
006500 77  ROLL-DATE                    PIC 9(8).
006600 77  ROLLED-COUNT                 PIC 9(6).
006700 77  ENTRY-AMOUNT                 PIC S9(8)V99.
006800 77  AN-AMOUNT-FIELD              PIC ZZZ,ZZZ,ZZ9.99-.
006900 77  BOOK-INVENTORY               PIC S9(9)V99.
007000 77  TRANSFER-RECORD-FOUND        PIC X.
007100 77  STORE-RECORD-FOUND           PIC X.
007200 77  CODE-RECORD-FOUND            PIC X.
007300 77  OK-TO-PROCESS                PIC X.
007400 77  PROCESS-MESSAGE              PIC X(79) VALUE SPACE.
007500 77  A-COST-FIELD                 PIC ZZ,ZZZ,ZZ9.99-.
007550 77  LOAD-CONTROL-FOUND           PIC X.
007575 77  RETAIL-AMOUNT                PIC S9(8)V99.

007600     COPY "WSDATE01.CBL".

007700     COPY "WSCASE01.CBL".

007800     COPY "WSOPID01.CBL".

007900     COPY "WSLOCK01.CBL".

007950     COPY "WSBWIN01.CBL".

008000 PROCEDURE DIVISION.
008100 PROGRAM-BEGIN.
008200     PERFORM OPENING-PROCEDURE.
008300     PERFORM GET-OPERATOR-ID.
008325     MOVE "STKLED01" TO BWIN-PROGRAM-NAME.
008350     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
008375     IF BATCH-UPDATES-ALLOWED = "Y"
008400         PERFORM MAIN-PROCESS.
008500     PERFORM CLOSING-PROCEDURE.

008600 PROGRAM-EXIT.
008700     EXIT PROGRAM.

008800 PROGRAM-DONE.
008900     STOP RUN.

009000 OPENING-PROCEDURE.
009100     OPEN I-O STOCK-LEDGER-FILE.
009200     OPEN I-O STORE-TRANSFER-FILE.
009300     OPEN INPUT STORE-FILE.
009400     OPEN INPUT SALES-CODE-FILE.
009500     OPEN I-O CONTROL-FILE.
009600     OPEN I-O LOCK-FILE.
009700     OPEN EXTEND JOURNAL-FILE.

009800 CLOSING-PROCEDURE.
009900     CLOSE STOCK-LEDGER-FILE.
010000     CLOSE STORE-TRANSFER-FILE.
010100     CLOSE STORE-FILE.
010200     CLOSE SALES-CODE-FILE.
010300     CLOSE CONTROL-FILE.
010400     CLOSE LOCK-FILE.
010500     CLOSE JOURNAL-FILE.

010600 MAIN-PROCESS.
010700     PERFORM GET-MENU-PICK.
010800     PERFORM WORK-THE-LEDGER
010900         UNTIL MENU-PICK = 0.

011000*---------------------------------
011100* MENU
011200*---------------------------------
011300 GET-MENU-PICK.
011400     PERFORM DISPLAY-THE-MENU.
011500     PERFORM ACCEPT-MENU-PICK.
011600     PERFORM RE-ACCEPT-MENU-PICK
011700         UNTIL MENU-PICK-IS-VALID.

011800 DISPLAY-THE-MENU.
011900     PERFORM CLEAR-SCREEN.
012000     DISPLAY "OPERATOR: " OPERATOR-ID.
012100     DISPLAY "    RETAIL STOCK LEDGER".
012200     DISPLAY "    PLEASE SELECT:".
012300     DISPLAY " ".
012400     DISPLAY "          1.  ROLL NIGHTLY COST RELIEF".
012500     DISPLAY "          2.  KEY A RECEIPT".
012600     DISPLAY "          3.  KEY AN ADJUSTMENT".
012700     DISPLAY "          4.  SET BEGINNING INVENTORY".
012800     DISPLAY "          5.  ENTER A PHYSICAL COUNT".
012900     DISPLAY "          6.  SHIP A STORE TRANSFER".
013000     DISPLAY "          7.  RECEIVE A STORE TRANSFER".
013050     DISPLAY "          8.  KEY EMPLOYEE DISCOUNTS".
013100     DISPLAY " ".
013200     DISPLAY "          0.  EXIT".
013300     PERFORM SCROLL-LINE 4 TIMES.

013400 ACCEPT-MENU-PICK.
013500     DISPLAY "YOUR CHOICE (0-8)?".
013600     ACCEPT MENU-PICK.

013700 RE-ACCEPT-MENU-PICK.
013800     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
013900     PERFORM ACCEPT-MENU-PICK.

014000 CLEAR-SCREEN.
014100     PERFORM SCROLL-LINE 25 TIMES.

014200 SCROLL-LINE.
014300     DISPLAY " ".

014400 WORK-THE-LEDGER.
014500     PERFORM DO-THE-PICK.
014550     IF BATCH-UPDATES-ALLOWED = "Y"
014600         PERFORM GET-MENU-PICK
014633     ELSE
014666         MOVE 0 TO MENU-PICK.

014700 DO-THE-PICK.
014800     IF MENU-PICK = 1
014900         PERFORM ROLL-COST-RELIEF
015000     ELSE
015100     IF MENU-PICK = 2
015200         PERFORM KEY-A-RECEIPT
015300     ELSE
015400     IF MENU-PICK = 3
015500         PERFORM KEY-AN-ADJUSTMENT
015600     ELSE
015700     IF MENU-PICK = 4
015800         PERFORM SET-BEGINNING-INVENTORY
015900     ELSE
016000     IF MENU-PICK = 5
016100         PERFORM ENTER-PHYSICAL-COUNT
016200     ELSE
016300     IF MENU-PICK = 6
016400         PERFORM SHIP-A-TRANSFER
016500     ELSE
016600     IF MENU-PICK = 7
016700         PERFORM RECEIVE-A-TRANSFER
016725     ELSE
016750     IF MENU-PICK = 8
016775         PERFORM KEY-EMPLOYEE-DISCOUNTS.

016800*---------------------------------
016900* ROLL - the feed date's
017000* HISTORY-COST into each
017100* bucket's cost-of-sales
017200* relief, and its net sales
017233* and markdowns into the
017266* retail side.
017300*---------------------------------
017400 ROLL-COST-RELIEF.
017500     MOVE "N" TO ZERO-DATE-IS-OK.
017600     MOVE "ENTER FEED DATE TO ROLL (MM/DD/CCYY)"
017700         TO DATE-PROMPT.
017800     MOVE "A VALID FEED DATE IS REQUIRED"
017900         TO DATE-ERROR-MESSAGE.
018000     PERFORM GET-A-DATE.
018100     MOVE DATE-CCYYMMDD TO ROLL-DATE.
018105     OPEN I-O LOAD-CONTROL-FILE.
018110     MOVE ROLL-DATE TO LOAD-CONTROL-DATE.
018115     MOVE "Y" TO LOAD-CONTROL-FOUND.
018120     READ LOAD-CONTROL-FILE RECORD
018125       INVALID KEY
018130          MOVE "N" TO LOAD-CONTROL-FOUND.
018135     IF LOAD-CONTROL-FOUND = "Y"
018140        AND LOAD-COST-ROLLED-DATE NOT = ZEROES
018145         MOVE LOAD-COST-ROLLED-DATE TO DATE-CCYYMMDD
018150         PERFORM FORMAT-THE-DATE
018155         DISPLAY "THIS FEED DATE WAS ROLLED ON "
018160             FORMATTED-DATE " - NOT ROLLED AGAIN"
018165     ELSE
018166         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
018167         IF BATCH-UPDATES-ALLOWED = "Y"
018170             PERFORM ROLL-THE-FEED-DATE.
018175     CLOSE LOAD-CONTROL-FILE.

018180 ROLL-THE-FEED-DATE.
018200     MOVE ZEROES TO ROLLED-COUNT.
018300     OPEN INPUT SALES-HISTORY-FILE.
018400     MOVE "N" TO HISTORY-FILE-AT-END.
018500     PERFORM ROLL-ONE-HISTORY
018600         UNTIL HISTORY-FILE-AT-END = "Y".
018700     CLOSE SALES-HISTORY-FILE.
018800     DISPLAY ROLLED-COUNT " HISTORY RECORD(S) ROLLED".
018814     IF LOAD-CONTROL-FOUND = "Y"
018828         PERFORM GET-TODAYS-DATE
018842         MOVE DATE-CCYYMMDD TO LOAD-COST-ROLLED-DATE
018856         REWRITE LOAD-CONTROL-RECORD
018870             INVALID KEY
018884             DISPLAY "ERROR REWRITING LOAD CONTROL RECORD".

018900 ROLL-ONE-HISTORY.
019000     READ SALES-HISTORY-FILE
019100         AT END MOVE "Y" TO HISTORY-FILE-AT-END.
019200     IF HISTORY-FILE-AT-END NOT = "Y"
019300        AND HISTORY-FEED-DATE = ROLL-DATE
019400        AND HISTORY-STORE NOT = ZEROES
019500        AND HISTORY-DIVISION NOT = ZEROES
019600        AND (HISTORY-COST NOT = ZEROES
019650          OR HISTORY-AMOUNT NOT = ZEROES)
019700         PERFORM RELIEVE-ONE-BUCKET.

019800 RELIEVE-ONE-BUCKET.
019900     MOVE HISTORY-STORE TO STKLED-STORE.
020000     MOVE HISTORY-DIVISION TO STKLED-DIVISION.
020100     PERFORM READ-OR-CREATE-BUCKET.
020200     ADD HISTORY-COST TO STKLED-COS-RELIEF.
020220     IF HISTORY-TYPE = "M"
020240         SUBTRACT HISTORY-AMOUNT FROM STKLED-MARKDOWNS
020260     ELSE
020280         ADD HISTORY-AMOUNT TO STKLED-NET-SALES.
020300     PERFORM REWRITE-LEDGER-RECORD.
020400     ADD 1 TO ROLLED-COUNT.

020500*---------------------------------
020600* Keyed entries - each asks the
020700* bucket then the amount.
020800*---------------------------------
020900 KEY-A-RECEIPT.
021000     PERFORM ENTER-BUCKET-KEY.
021100     IF STKLED-STORE NOT = ZEROES
021200         PERFORM ENTER-AN-AMOUNT
021250         PERFORM ENTER-A-RETAIL-AMOUNT
021266         PERFORM CHECK-WINDOW-BEFORE-POST.
021282     IF STKLED-STORE NOT = ZEROES
021300         PERFORM READ-OR-CREATE-BUCKET
021400         ADD ENTRY-AMOUNT TO STKLED-RECEIPTS
021450         ADD RETAIL-AMOUNT TO STKLED-RECEIPTS-RETAIL
021500         PERFORM REWRITE-LEDGER-RECORD
021550         PERFORM JOURNAL-THE-RECEIPT
021600         PERFORM DISPLAY-THE-BOOK.

021700 KEY-AN-ADJUSTMENT.
021800     PERFORM ENTER-BUCKET-KEY.
021900     IF STKLED-STORE NOT = ZEROES
022000         PERFORM ENTER-AN-AMOUNT
022033         PERFORM CHECK-WINDOW-BEFORE-POST.
022066     IF STKLED-STORE NOT = ZEROES
022100         PERFORM READ-OR-CREATE-BUCKET
022200         ADD ENTRY-AMOUNT TO STKLED-ADJUSTMENTS
022300         PERFORM REWRITE-LEDGER-RECORD
022400         PERFORM DISPLAY-THE-BOOK.

022500 SET-BEGINNING-INVENTORY.
022600     PERFORM ENTER-BUCKET-KEY.
022700     IF STKLED-STORE NOT = ZEROES
022800         PERFORM ENTER-AN-AMOUNT
022850         PERFORM ENTER-A-RETAIL-AMOUNT
022866         PERFORM CHECK-WINDOW-BEFORE-POST.
022882     IF STKLED-STORE NOT = ZEROES
022900         PERFORM READ-OR-CREATE-BUCKET
023000         MOVE ENTRY-AMOUNT TO STKLED-BEGINNING
023050         MOVE RETAIL-AMOUNT TO STKLED-BEGIN-RETAIL
023100         PERFORM REWRITE-LEDGER-RECORD
023200         PERFORM DISPLAY-THE-BOOK.

023209 KEY-EMPLOYEE-DISCOUNTS.
023218     PERFORM ENTER-BUCKET-KEY.
023227     IF STKLED-STORE NOT = ZEROES
023236         PERFORM ENTER-A-RETAIL-AMOUNT
023239         PERFORM CHECK-WINDOW-BEFORE-POST.
023242     IF STKLED-STORE NOT = ZEROES
023245         PERFORM READ-OR-CREATE-BUCKET
023254         ADD RETAIL-AMOUNT TO STKLED-EMP-DISCOUNTS
023263         PERFORM REWRITE-LEDGER-RECORD
023272         MOVE STKLED-EMP-DISCOUNTS TO AN-AMOUNT-FIELD
023281         DISPLAY "   EMPLOYEE DISCOUNTS NOW: "
023290             AN-AMOUNT-FIELD.

023300 ENTER-PHYSICAL-COUNT.
023400     PERFORM ENTER-BUCKET-KEY.
023500     IF STKLED-STORE NOT = ZEROES
023600         PERFORM ENTER-AN-AMOUNT
023633         PERFORM CHECK-WINDOW-BEFORE-POST.
023666     IF STKLED-STORE NOT = ZEROES
023700         PERFORM READ-OR-CREATE-BUCKET
023800         MOVE ENTRY-AMOUNT TO STKLED-COUNTED
023900         PERFORM GET-TODAYS-DATE
024000         MOVE DATE-CCYYMMDD TO STKLED-COUNT-DATE
024100         PERFORM REWRITE-LEDGER-RECORD
024200         PERFORM DISPLAY-THE-BOOK
024300         DISPLAY "COUNT RECORDED - RUN STKSHR01 FOR THE"
024400             " SHRINK REPORT".

024500 ENTER-BUCKET-KEY.
024600     MOVE ZEROES TO STKLED-STORE.
024700     DISPLAY "ENTER STORE NUMBER (0 TO EXIT)".
024800     ACCEPT STKLED-STORE.
024900     IF STKLED-STORE NOT = ZEROES
025000         DISPLAY "ENTER DIVISION"
025100         ACCEPT STKLED-DIVISION.

025200 ENTER-AN-AMOUNT.
025300     DISPLAY "ENTER AMOUNT AT COST (- ALLOWED ON AN".
025400     DISPLAY "ADJUSTMENT)".
025500     ACCEPT AN-AMOUNT-FIELD.
025600     MOVE AN-AMOUNT-FIELD TO ENTRY-AMOUNT.

025620 ENTER-A-RETAIL-AMOUNT.
025640     DISPLAY "ENTER AMOUNT AT RETAIL".
025660     ACCEPT AN-AMOUNT-FIELD.
025680     MOVE AN-AMOUNT-FIELD TO RETAIL-AMOUNT.

025681*---------------------------------
025682* An entry keyed after the
025683* nightly batch window has gone
025684* up is dropped (the store is
025685* cleared), so nothing posts.
025686*---------------------------------
025687 CHECK-WINDOW-BEFORE-POST.
025688     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
025689     IF BATCH-UPDATES-ALLOWED NOT = "Y"
025690         MOVE ZEROES TO STKLED-STORE.

025700 DISPLAY-THE-BOOK.
025800     COMPUTE BOOK-INVENTORY =
025900         STKLED-BEGINNING + STKLED-RECEIPTS
026000         - STKLED-COS-RELIEF + STKLED-ADJUSTMENTS
026100         - STKLED-TRANSFERS-OUT + STKLED-TRANSFERS-IN.
026200     MOVE BOOK-INVENTORY TO AN-AMOUNT-FIELD.
026300     DISPLAY "   BOOK INVENTORY NOW: " AN-AMOUNT-FIELD.

026400*---------------------------------
026500* SHIP - a new transfer number
026600* is handed out only once the
026700* operator confirms.
026800*---------------------------------
026900 SHIP-A-TRANSFER.
027000     PERFORM INIT-TRANSFER-RECORD.
027100     PERFORM ENTER-FROM-STORE.
027200     IF SXFER-FROM-STORE NOT = ZEROES
027300         PERFORM ENTER-TO-STORE
027400         PERFORM ENTER-TRANSFER-DIVISION
027500         PERFORM ENTER-TRANSFER-COST
027600         PERFORM ASK-OK-TO-SHIP
027700         IF OK-TO-PROCESS = "Y"
027800             PERFORM POST-THE-SHIPMENT.

027900 ENTER-FROM-STORE.
028000     PERFORM ACCEPT-FROM-STORE.
028100     PERFORM RE-ACCEPT-FROM-STORE
028200         UNTIL SXFER-FROM-STORE = ZEROES
028300            OR STORE-RECORD-FOUND = "Y".

028400 ACCEPT-FROM-STORE.
028500     DISPLAY "ENTER SHIPPING STORE (0 TO EXIT)".
028600     ACCEPT SXFER-FROM-STORE.
028700     MOVE SXFER-FROM-STORE TO STORE-NUMBER.
028800     PERFORM READ-STORE-RECORD.

028900 RE-ACCEPT-FROM-STORE.
029000     DISPLAY "STORE IS NOT ON THE STORE MASTER".
029100     PERFORM ACCEPT-FROM-STORE.

029200 ENTER-TO-STORE.
029300     PERFORM ACCEPT-TO-STORE.
029400     PERFORM RE-ACCEPT-TO-STORE
029500         UNTIL STORE-RECORD-FOUND = "Y"
029600           AND SXFER-TO-STORE NOT = SXFER-FROM-STORE.

029700 ACCEPT-TO-STORE.
029800     DISPLAY "ENTER RECEIVING STORE".
029900     ACCEPT SXFER-TO-STORE.
030000     MOVE SXFER-TO-STORE TO STORE-NUMBER.
030100     PERFORM READ-STORE-RECORD.

030200 RE-ACCEPT-TO-STORE.
030300     IF STORE-RECORD-FOUND = "N"
030400         DISPLAY "STORE IS NOT ON THE STORE MASTER"
030500     ELSE
030600         DISPLAY "A STORE CANNOT SHIP TO ITSELF".
030700     PERFORM ACCEPT-TO-STORE.

030800 ENTER-TRANSFER-DIVISION.
030900     PERFORM ACCEPT-TRANSFER-DIVISION.
031000     PERFORM RE-ACCEPT-TRANSFER-DIVISION
031100         UNTIL CODE-RECORD-FOUND = "Y".

031200 ACCEPT-TRANSFER-DIVISION.
031300     DISPLAY "ENTER DIVISION".
031400     ACCEPT SXFER-DIVISION.
031500     MOVE 1 TO SALES-CODE-TYPE.
031600     MOVE SXFER-DIVISION TO SALES-CODE-NUMBER.
031700     MOVE "Y" TO CODE-RECORD-FOUND.
031800     READ SALES-CODE-FILE RECORD
031900       INVALID KEY
032000          MOVE "N" TO CODE-RECORD-FOUND.
032100     IF CODE-RECORD-FOUND = "Y"
032200         DISPLAY "   DIVISION: " SALES-CODE-NAME.

032300 RE-ACCEPT-TRANSFER-DIVISION.
032400     DISPLAY "DIVISION IS NOT ON SALES-CODE-FILE".
032500     PERFORM ACCEPT-TRANSFER-DIVISION.

032600 ENTER-TRANSFER-COST.
032700     PERFORM ACCEPT-TRANSFER-COST.
032800     PERFORM RE-ACCEPT-TRANSFER-COST
032900         UNTIL SXFER-COST > ZERO.

033000 ACCEPT-TRANSFER-COST.
033100     DISPLAY "ENTER VALUE SHIPPED AT COST".
033200     ACCEPT A-COST-FIELD.
033300     MOVE A-COST-FIELD TO SXFER-COST.

033400 RE-ACCEPT-TRANSFER-COST.
033500     DISPLAY "A POSITIVE COST IS REQUIRED".
033600     PERFORM ACCEPT-TRANSFER-COST.

033700 ASK-OK-TO-SHIP.
033800     MOVE SXFER-COST TO A-COST-FIELD.
033900     DISPLAY "SHIP " A-COST-FIELD " FROM STORE "
034000         SXFER-FROM-STORE " TO STORE " SXFER-TO-STORE
034100         " DIVISION " SXFER-DIVISION.
034200     MOVE "POST THIS TRANSFER (Y/N)?" TO PROCESS-MESSAGE.
034300     PERFORM ASK-OK-TO-PROCESS.
034350     PERFORM CHECK-WINDOW-BEFORE-WRITE.

034400 POST-THE-SHIPMENT.
034500     PERFORM RETRIEVE-NEXT-STORE-XFER.
034600     IF SXFER-NUMBER = ZEROES
034700         DISPLAY "THE TRANSFER WAS NOT SHIPPED"
034800     ELSE
034900         MOVE "S" TO SXFER-STATUS
035000         PERFORM GET-TODAYS-DATE
035100         MOVE DATE-CCYYMMDD TO SXFER-SHIP-DATE
035200         MOVE OPERATOR-ID TO SXFER-SHIPPED-BY
035300         PERFORM WRITE-TRANSFER-RECORD
035400         PERFORM SHIP-OUT-OF-SENDER
035500         PERFORM SHIP-INTO-TRANSIT
035600         MOVE "XFER-SHP" TO JOURNAL-ACTION
035700         PERFORM JOURNAL-THE-TRANSFER
035800         DISPLAY "TRANSFER " SXFER-NUMBER " SHIPPED - THE"
035900             " RECEIVING STORE CONFIRMS IT WITH OPTION 7".

036000 SHIP-OUT-OF-SENDER.
036100     MOVE SXFER-FROM-STORE TO STKLED-STORE.
036200     MOVE SXFER-DIVISION TO STKLED-DIVISION.
036300     PERFORM READ-OR-CREATE-BUCKET.
036400     ADD SXFER-COST TO STKLED-TRANSFERS-OUT.
036500     PERFORM REWRITE-LEDGER-RECORD.
036600     DISPLAY "SHIPPING STORE:".
036700     PERFORM DISPLAY-THE-BOOK.

036800 SHIP-INTO-TRANSIT.
036900     MOVE SXFER-TO-STORE TO STKLED-STORE.
037000     MOVE SXFER-DIVISION TO STKLED-DIVISION.
037100     PERFORM READ-OR-CREATE-BUCKET.
037200     ADD SXFER-COST TO STKLED-IN-TRANSIT.
037300     PERFORM REWRITE-LEDGER-RECORD.

037400*---------------------------------
037500* RECEIVE - the receiving store
037600* confirms a shipped transfer.
037700*---------------------------------
037800 RECEIVE-A-TRANSFER.
037900     PERFORM GET-SHIPPED-TRANSFER.
038000     IF SXFER-NUMBER NOT = ZEROES
038100         PERFORM DISPLAY-THE-TRANSFER
038200         MOVE "CONFIRM THIS TRANSFER RECEIVED (Y/N)?"
038300             TO PROCESS-MESSAGE
038400         PERFORM ASK-OK-TO-PROCESS
038450         PERFORM CHECK-WINDOW-BEFORE-WRITE
038500         IF OK-TO-PROCESS = "Y"
038600             PERFORM POST-THE-RECEIPT.

038700 GET-SHIPPED-TRANSFER.
038800     PERFORM ACCEPT-SHIPPED-TRANSFER.
038900     PERFORM RE-ACCEPT-SHIPPED-TRANSFER
039000         UNTIL SXFER-NUMBER = ZEROES
039100            OR (TRANSFER-RECORD-FOUND = "Y"
039200                AND SXFER-STATUS = "S").

039300 ACCEPT-SHIPPED-TRANSFER.
039400     DISPLAY "ENTER TRANSFER NUMBER (0 TO EXIT)".
039500     ACCEPT SXFER-NUMBER.
039600     MOVE "Y" TO TRANSFER-RECORD-FOUND.
039700     READ STORE-TRANSFER-FILE RECORD
039800       INVALID KEY
039900          MOVE "N" TO TRANSFER-RECORD-FOUND.

040000 RE-ACCEPT-SHIPPED-TRANSFER.
040100     IF TRANSFER-RECORD-FOUND = "N"
040200         DISPLAY "TRANSFER NOT FOUND"
040300     ELSE
040400         DISPLAY "TRANSFER HAS ALREADY BEEN RECEIVED".
040500     PERFORM ACCEPT-SHIPPED-TRANSFER.

040600 DISPLAY-THE-TRANSFER.
040700     DISPLAY " ".
040800     DISPLAY "   TRANSFER: " SXFER-NUMBER.
040900     DISPLAY "   FROM STORE: " SXFER-FROM-STORE
041000         "  TO STORE: " SXFER-TO-STORE
041100         "  DIVISION: " SXFER-DIVISION.
041200     MOVE SXFER-COST TO A-COST-FIELD.
041300     DISPLAY "   COST: " A-COST-FIELD.
041400     MOVE SXFER-SHIP-DATE TO DATE-CCYYMMDD.
041500     PERFORM FORMAT-THE-DATE.
041600     DISPLAY "   SHIPPED: " FORMATTED-DATE
041700         " BY " SXFER-SHIPPED-BY.
041800     DISPLAY " ".

041808*---------------------------------
041816* A yes that arrives after the
041824* nightly batch window has gone
041832* up is turned into a no, so the
041840* transfer is not posted.
041848*---------------------------------
041856 CHECK-WINDOW-BEFORE-WRITE.
041864     IF OK-TO-PROCESS = "Y"
041872         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
041880         IF BATCH-UPDATES-ALLOWED NOT = "Y"
041888             MOVE "N" TO OK-TO-PROCESS.

041900 POST-THE-RECEIPT.
042000     MOVE SXFER-TO-STORE TO STKLED-STORE.
042100     MOVE SXFER-DIVISION TO STKLED-DIVISION.
042200     PERFORM READ-OR-CREATE-BUCKET.
042300     SUBTRACT SXFER-COST FROM STKLED-IN-TRANSIT.
042400     ADD SXFER-COST TO STKLED-TRANSFERS-IN.
042500     PERFORM REWRITE-LEDGER-RECORD.
042600     MOVE "R" TO SXFER-STATUS.
042700     PERFORM GET-TODAYS-DATE.
042800     MOVE DATE-CCYYMMDD TO SXFER-RECEIVE-DATE.
042900     MOVE OPERATOR-ID TO SXFER-RECEIVED-BY.
043000     PERFORM REWRITE-TRANSFER-RECORD.
043100     MOVE "XFER-RCV" TO JOURNAL-ACTION.
043200     PERFORM JOURNAL-THE-TRANSFER.
043300     DISPLAY "RECEIVING STORE:".
043400     PERFORM DISPLAY-THE-BOOK.

043500*---------------------------------
043600* The number hand-out holds the
043700* CONTROL record through the
043800* lock registry (PLLOCK01), the
043900* same way XFRENT01's does.
044000*---------------------------------
044100 RETRIEVE-NEXT-STORE-XFER.
044200     PERFORM LOCK-THE-CONTROL-RECORD.
044300     IF LOCK-ACQUIRED = "Y"
044400         PERFORM READ-CONTROL-RECORD
044500         ADD 1 TO CONTROL-LAST-STORE-XFER
044600         MOVE CONTROL-LAST-STORE-XFER TO SXFER-NUMBER
044700         PERFORM REWRITE-CONTROL-RECORD
044800         PERFORM UNLOCK-THE-CONTROL-RECORD
044900     ELSE
045000         DISPLAY "NO TRANSFER NUMBER ASSIGNED - TRY"
045100             " AGAIN WHEN THE CONTROL RECORD FREES"
045200         MOVE ZEROES TO SXFER-NUMBER.

045300 LOCK-THE-CONTROL-RECORD.
045400     MOVE "CONTROL" TO LOCK-WANTED-FILE.
045500     MOVE "1" TO LOCK-WANTED-RECORD.
045600     PERFORM ACQUIRE-RECORD-LOCK.

045700 UNLOCK-THE-CONTROL-RECORD.
045800     MOVE "CONTROL" TO LOCK-WANTED-FILE.
045900     MOVE "1" TO LOCK-WANTED-RECORD.
046000     PERFORM RELEASE-RECORD-LOCK.

046100 JOURNAL-THE-TRANSFER.
046200     MOVE "STKLED01" TO JOURNAL-PROGRAM.
046300     MOVE SPACE TO JOURNAL-KEY.
046400     MOVE SXFER-NUMBER TO JOURNAL-KEY.
046500     MOVE SXFER-COST TO JOURNAL-AMOUNT.
046600     PERFORM WRITE-JOURNAL-ENTRY.

046612 JOURNAL-THE-RECEIPT.
046624     MOVE "STKLED01" TO JOURNAL-PROGRAM.
046636     MOVE SPACE TO JOURNAL-KEY.
046648     MOVE STKLED-KEY TO JOURNAL-KEY.
046660     MOVE "STK-RCPT" TO JOURNAL-ACTION.
046672     MOVE ENTRY-AMOUNT TO JOURNAL-AMOUNT.
046684     PERFORM WRITE-JOURNAL-ENTRY.

046700*---------------------------------
046800* Confirmation-loop idiom.
046900*---------------------------------
047000 ASK-OK-TO-PROCESS.
047100     PERFORM ACCEPT-OK-TO-PROCESS.
047200     PERFORM RE-ACCEPT-OK-TO-PROCESS
047300        UNTIL OK-TO-PROCESS = "Y" OR "N".

047400 ACCEPT-OK-TO-PROCESS.
047500     DISPLAY PROCESS-MESSAGE.
047600     ACCEPT OK-TO-PROCESS.
047700     INSPECT OK-TO-PROCESS
047800      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

047900 RE-ACCEPT-OK-TO-PROCESS.
048000     DISPLAY "YOU MUST ENTER YES OR NO".
048100     PERFORM ACCEPT-OK-TO-PROCESS.

048200*---------------------------------
048300* File I-O routines - a bucket
048400* is created on first touch.
048500*---------------------------------
048600 READ-OR-CREATE-BUCKET.
048700     MOVE "Y" TO LEDGER-RECORD-FOUND.
048800     READ STOCK-LEDGER-FILE RECORD
048900       INVALID KEY
049000          MOVE "N" TO LEDGER-RECORD-FOUND.
049100     IF LEDGER-RECORD-FOUND = "N"
049200         MOVE ZEROES TO STKLED-BEGINNING
049300                        STKLED-RECEIPTS
049400                        STKLED-COS-RELIEF
049500                        STKLED-ADJUSTMENTS
049600                        STKLED-COUNTED
049700                        STKLED-COUNT-DATE
049800                        STKLED-TRANSFERS-OUT
049900                        STKLED-TRANSFERS-IN
050000                        STKLED-IN-TRANSIT
050009                        STKLED-BEGIN-RETAIL
050018                        STKLED-RECEIPTS-RETAIL
050027                        STKLED-NET-SALES
050036                        STKLED-MARKDOWNS
050045                        STKLED-EMP-DISCOUNTS
050054                        STKLED-RETAIL-DATE
050063                        STKLED-MARKON-PERCENT
050072                        STKLED-COST-COMPLEMENT
050081                        STKLED-END-RETAIL
050090                        STKLED-END-COST
050092                        STKLED-ADJ-JOURNALED
050094                        STKLED-SHRINK-COUNT-DATE
050096                        STKLED-SHRINK-JOURNALED
050100         WRITE STOCK-LEDGER-RECORD
050200             INVALID KEY
050300             DISPLAY "ERROR CREATING LEDGER BUCKET".

050400 REWRITE-LEDGER-RECORD.
050500     REWRITE STOCK-LEDGER-RECORD
050600         INVALID KEY
050700         DISPLAY "ERROR REWRITING LEDGER RECORD".

050800 INIT-TRANSFER-RECORD.
050900     MOVE SPACE TO STORE-TRANSFER-RECORD.
051000     MOVE ZEROES TO SXFER-NUMBER
051100                    SXFER-FROM-STORE
051200                    SXFER-TO-STORE
051300                    SXFER-DIVISION
051400                    SXFER-COST
051500                    SXFER-SHIP-DATE
051600                    SXFER-RECEIVE-DATE.

051700 WRITE-TRANSFER-RECORD.
051800     WRITE STORE-TRANSFER-RECORD
051900         INVALID KEY
052000         DISPLAY "TRANSFER ALREADY ON FILE".

052100 REWRITE-TRANSFER-RECORD.
052200     REWRITE STORE-TRANSFER-RECORD
052300         INVALID KEY
052400         DISPLAY "ERROR REWRITING TRANSFER RECORD".

052500 READ-STORE-RECORD.
052600     MOVE "Y" TO STORE-RECORD-FOUND.
052700     READ STORE-FILE RECORD
052800       INVALID KEY
052900          MOVE "N" TO STORE-RECORD-FOUND.
053000     IF STORE-RECORD-FOUND = "Y"
053100         DISPLAY "   STORE: " STORE-NAME.

053200 READ-CONTROL-RECORD.
053300     MOVE 1 TO CONTROL-KEY.
053400     READ CONTROL-FILE RECORD
053500         INVALID KEY
053600          DISPLAY "CONTROL FILE IS INVALID".

053700 REWRITE-CONTROL-RECORD.
053800     REWRITE CONTROL-RECORD
053900         INVALID KEY
054000         DISPLAY "ERROR REWRITING CONTROL RECORD".

054100     COPY "PLDATE01.CBL".

054200     COPY "PLOPID01.CBL".

054300     COPY "PLLOCK01.CBL".

054400     COPY "PLJRNL01.CBL".

054500     COPY "PLBWIN01.CBL".
