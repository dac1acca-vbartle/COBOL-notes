000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CSTMNT01.
000300*---------------------------------
000400* Blank check stock maintenance
000500* (FDCSTK01.CBL), the BNKMNT01
000600* shape. RECEIVE CHECK STOCK
000700* enters a range of pre-numbered
000800* forms delivered for a bank
000900* account, refused when it
001000* overlaps a range already on
001100* file. Forms damaged or
001200* destroyed outside a check run
001300* are taken off the stock in
001400* serial order and logged on
001500* CHECK-FORM-LOG-FILE as spoiled
001600* or destroyed, with a reason,
001700* through PLCSTK01.CBL. A form
001800* serial can be looked up on the
001900* log, and a range none of which
002000* has been used can be deleted.
002100* Every receipt, spoilage and
002200* deletion is journaled.
002214* While the nightly batch window
002228* is up (PLBWIN01.CBL) only the
002242* two look ups are open; a
002256* receipt, spoilage or deletion
002270* keyed as the window goes up is
002284* not saved.
002300*---------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.

002700     COPY "SLCSTK01.CBL".

002800     COPY "SLFLOG01.CBL".

002900     COPY "SLBANK01.CBL".

003000     COPY "SLJRNL01.CBL".

003033     COPY "SLBWIN01.CBL".

003066     COPY "SLBWLOG.CBL".

003100 DATA DIVISION.
003200 FILE SECTION.

003300     COPY "FDCSTK01.CBL".

003400     COPY "FDFLOG01.CBL".

003500     COPY "FDBANK01.CBL".

003600     COPY "FDJRNL01.CBL".

003633     COPY "FDBWIN01.CBL".

003666     COPY "FDBWLOG.CBL".

003700 WORKING-STORAGE SECTION.

003800 77  MENU-PICK                    PIC 9.
003900     88  MENU-PICK-IS-VALID       VALUES 0 THRU 5.
003950     88  MENU-PICK-IS-UPDATE      VALUES 1 3 5.

004000 77  THE-MODE                     PIC X(7).
004100 77  OK-TO-DELETE                 PIC X.
004200 77  RECORD-FOUND                 PIC X.
004300 77  STOCK-ACCOUNT                PIC 9(10).
004400 77  STOCK-FIRST-SERIAL           PIC 9(6).
004500 77  STOCK-LAST-SERIAL            PIC 9(6).
004600 77  STOCK-OVERLAP-FOUND          PIC X.
004700 77  STOCK-ON-HAND                PIC 9(6).
004800 77  STOCK-RANGE-COUNT            PIC 9(4).
004900 77  SPOIL-COUNT                  PIC 999.
005000 77  SPOIL-TAKEN                  PIC 999.
005100 77  SPOIL-FIRST-SERIAL           PIC 9(6).
005200 77  LOOKUP-SERIAL                PIC 9(6).
005300 77  LOOKUP-RANGE-FOUND           PIC X.

005400     COPY "WSCSTK01.CBL".

005500     COPY "WSDATE01.CBL".

005600     COPY "WSCASE01.CBL".

005700     COPY "WSOPID01.CBL".

005750     COPY "WSBWIN01.CBL".

005800 PROCEDURE DIVISION.
005900 PROGRAM-BEGIN.
006000     PERFORM OPENING-PROCEDURE.
006100     PERFORM GET-OPERATOR-ID.
006133     MOVE "CSTMNT01" TO BWIN-PROGRAM-NAME.
006166     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
006200     PERFORM MAIN-PROCESS.
006300     PERFORM CLOSING-PROCEDURE.

006333 PROGRAM-EXIT.
006366     EXIT PROGRAM.

006400 PROGRAM-DONE.
006500     ACCEPT OMITTED. STOP RUN.

006600 OPENING-PROCEDURE.
006700     OPEN I-O CHECK-STOCK-FILE.
006800     OPEN I-O CHECK-FORM-LOG-FILE.
006900     OPEN INPUT BANK-FILE.
007000     OPEN EXTEND JOURNAL-FILE.

007100 CLOSING-PROCEDURE.
007200     CLOSE CHECK-STOCK-FILE.
007300     CLOSE CHECK-FORM-LOG-FILE.
007400     CLOSE BANK-FILE.
007500     CLOSE JOURNAL-FILE.

007600 MAIN-PROCESS.
007700     PERFORM GET-MENU-PICK.
007800     PERFORM MAINTAIN-THE-FILE
007900         UNTIL MENU-PICK = 0.

008000*---------------------------------
008100* MENU
008200*---------------------------------
008300 GET-MENU-PICK.
008400     PERFORM DISPLAY-THE-MENU.
008500     PERFORM ACCEPT-MENU-PICK.
008600     PERFORM RE-ACCEPT-MENU-PICK
008700         UNTIL MENU-PICK-IS-VALID.

008800 DISPLAY-THE-MENU.
008900     PERFORM CLEAR-SCREEN.
009000     DISPLAY "OPERATOR: " OPERATOR-ID.
009100     DISPLAY "    BLANK CHECK STOCK".
009133     IF BATCH-UPDATES-ALLOWED NOT = "Y"
009166         DISPLAY "    NIGHTLY BATCH RUNNING - LOOK UP ONLY".
009200     DISPLAY "    PLEASE SELECT:".
009300     DISPLAY " ".
009400     DISPLAY "          1.  RECEIVE CHECK STOCK".
009500     DISPLAY "          2.  LOOK UP CHECK STOCK".
009600     DISPLAY "          3.  SPOIL OR DESTROY FORMS".
009700     DISPLAY "          4.  LOOK UP A FORM SERIAL".
009800     DISPLAY "          5.  DELETE AN UNUSED RANGE".
009900     DISPLAY " ".
010000     DISPLAY "          0.  EXIT".
010100     PERFORM SCROLL-LINE 8 TIMES.

010200 ACCEPT-MENU-PICK.
010300     DISPLAY "YOUR CHOICE (0-5)?".
010400     ACCEPT MENU-PICK.

010500 RE-ACCEPT-MENU-PICK.
010600     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
010700     PERFORM ACCEPT-MENU-PICK.

010800 CLEAR-SCREEN.
010900     PERFORM SCROLL-LINE 25 TIMES.

011000 SCROLL-LINE.
011100     DISPLAY " ".

011200 MAINTAIN-THE-FILE.
011300     PERFORM DO-THE-PICK.
011400     PERFORM GET-MENU-PICK.

011500 DO-THE-PICK.
011514     IF MENU-PICK-IS-UPDATE
011528         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
011542     IF MENU-PICK-IS-UPDATE
011556        AND BATCH-UPDATES-ALLOWED NOT = "Y"
011570         DISPLAY "ONLY LOOK UP IS OPEN"
011584     ELSE
011600     IF MENU-PICK = 1
011700         PERFORM RECEIVE-MODE
011800     ELSE
011900     IF MENU-PICK = 2
012000         PERFORM INQUIRE-MODE
012100     ELSE
012200     IF MENU-PICK = 3
012300         PERFORM SPOIL-MODE
012400     ELSE
012500     IF MENU-PICK = 4
012600         PERFORM SERIAL-MODE
012700     ELSE
012800     IF MENU-PICK = 5
012900         PERFORM DELETE-MODE.

013000*---------------------------------
013100* RECEIVE - a new range of forms
013200* for the account. A range may
013300* not share a serial with one
013400* already on file for the
013500* account.
013600*---------------------------------
013700 RECEIVE-MODE.
013800     MOVE "RECEIVE" TO THE-MODE.
013900     PERFORM GET-STOCK-ACCOUNT.
014000     PERFORM RECEIVE-RECORDS
014100        UNTIL STOCK-ACCOUNT = ZEROES.

014200 RECEIVE-RECORDS.
014300     PERFORM ENTER-FIRST-SERIAL.
014400     PERFORM ENTER-LAST-SERIAL.
014500     PERFORM CHECK-RANGE-OVERLAP.
014600     IF STOCK-OVERLAP-FOUND = "Y"
014700         DISPLAY "RANGE OVERLAPS FORMS " CSTK-FIRST-SERIAL
014800             " - " CSTK-LAST-SERIAL " ALREADY ON FILE"
014900         DISPLAY "RANGE NOT RECEIVED"
015000     ELSE
015033         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
015066         IF BATCH-UPDATES-ALLOWED = "Y"
015100             PERFORM ADD-STOCK-RANGE.
015150     IF BATCH-UPDATES-ALLOWED = "Y"
015200         PERFORM GET-STOCK-ACCOUNT
015233     ELSE
015266         MOVE ZEROES TO STOCK-ACCOUNT.

015300 ENTER-FIRST-SERIAL.
015400     PERFORM ACCEPT-FIRST-SERIAL.
015500     PERFORM RE-ACCEPT-FIRST-SERIAL
015600         UNTIL STOCK-FIRST-SERIAL NOT = ZEROES.

015700 ACCEPT-FIRST-SERIAL.
015800     DISPLAY "ENTER FIRST FORM SERIAL OF THE RANGE".
015900     ACCEPT STOCK-FIRST-SERIAL.

016000 RE-ACCEPT-FIRST-SERIAL.
016100     DISPLAY "FIRST SERIAL MUST BE ENTERED".
016200     PERFORM ACCEPT-FIRST-SERIAL.

016300 ENTER-LAST-SERIAL.
016400     PERFORM ACCEPT-LAST-SERIAL.
016500     PERFORM RE-ACCEPT-LAST-SERIAL
016600         UNTIL STOCK-LAST-SERIAL NOT < STOCK-FIRST-SERIAL.

016700 ACCEPT-LAST-SERIAL.
016800     DISPLAY "ENTER LAST FORM SERIAL OF THE RANGE".
016900     ACCEPT STOCK-LAST-SERIAL.

017000 RE-ACCEPT-LAST-SERIAL.
017100     DISPLAY "LAST SERIAL MAY NOT BE BELOW THE FIRST".
017200     PERFORM ACCEPT-LAST-SERIAL.

017300 CHECK-RANGE-OVERLAP.
017400     MOVE "N" TO STOCK-OVERLAP-FOUND.
017500     PERFORM START-ACCOUNT-STOCK.
017600     PERFORM LOOK-FOR-OVERLAP
017700         UNTIL FORM-STOCK-AT-END = "Y"
017800            OR STOCK-OVERLAP-FOUND = "Y".

017900 LOOK-FOR-OVERLAP.
018000     IF CSTK-FIRST-SERIAL NOT > STOCK-LAST-SERIAL
018100        AND CSTK-LAST-SERIAL NOT < STOCK-FIRST-SERIAL
018200         MOVE "Y" TO STOCK-OVERLAP-FOUND
018300     ELSE
018400         PERFORM READ-NEXT-ACCOUNT-STOCK.

018500 ADD-STOCK-RANGE.
018600     MOVE STOCK-ACCOUNT TO CSTK-ACCOUNT.
018700     MOVE STOCK-FIRST-SERIAL TO CSTK-FIRST-SERIAL
018800                                CSTK-NEXT-SERIAL.
018900     MOVE STOCK-LAST-SERIAL TO CSTK-LAST-SERIAL.
019000     PERFORM GET-TODAYS-DATE.
019100     MOVE DATE-CCYYMMDD TO CSTK-RECEIVED-DATE.
019200     MOVE OPERATOR-ID TO CSTK-RECEIVED-BY.
019300     PERFORM ENTER-STOCK-REFERENCE.
019400     PERFORM WRITE-STOCK-RECORD.
019500     COMPUTE STOCK-ON-HAND =
019600         CSTK-LAST-SERIAL - CSTK-FIRST-SERIAL + 1.
019700     MOVE "RECEIVE" TO JOURNAL-ACTION.
019800     PERFORM JOURNAL-STOCK-RANGE.
019900     DISPLAY STOCK-ON-HAND " FORM(S) RECEIVED".

020000 ENTER-STOCK-REFERENCE.
020100     DISPLAY "ENTER PRINTER ORDER OR CARTON REFERENCE".
020200     ACCEPT CSTK-REFERENCE.
020300     INSPECT CSTK-REFERENCE
020400      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

020500*---------------------------------
020600* INQUIRE - every range on file
020700* for the account.
020800*---------------------------------
020900 INQUIRE-MODE.
021000     MOVE "DISPLAY" TO THE-MODE.
021100     PERFORM GET-STOCK-ACCOUNT.
021200     PERFORM INQUIRE-RECORDS
021300        UNTIL STOCK-ACCOUNT = ZEROES.

021400 INQUIRE-RECORDS.
021500     MOVE ZEROES TO STOCK-RANGE-COUNT.
021600     PERFORM START-ACCOUNT-STOCK.
021700     PERFORM DISPLAY-ONE-RANGE
021800         UNTIL FORM-STOCK-AT-END = "Y".
021900     IF STOCK-RANGE-COUNT = ZEROES
022000         DISPLAY "NO CHECK STOCK ON FILE FOR THIS ACCOUNT".
022100     PERFORM GET-STOCK-ACCOUNT.

022200 DISPLAY-ONE-RANGE.
022300     ADD 1 TO STOCK-RANGE-COUNT.
022400     PERFORM DISPLAY-RANGE-FIELDS.
022500     PERFORM READ-NEXT-ACCOUNT-STOCK.

022600*---------------------------------
022700* SPOIL OR DESTROY - forms taken
022800* off the account's stock in
022900* serial order, as the printer
023000* would have used them.
023100*---------------------------------
023200 SPOIL-MODE.
023300     MOVE "SPOIL" TO THE-MODE.
023400     PERFORM GET-STOCK-ACCOUNT.
023500     PERFORM SPOIL-RECORDS
023600        UNTIL STOCK-ACCOUNT = ZEROES.

023700 SPOIL-RECORDS.
023800     MOVE STOCK-ACCOUNT TO FORM-ACCOUNT.
023900     PERFORM FIND-NEXT-CHECK-FORM.
024000     IF FORM-SERIAL-FOUND = "N"
024100         DISPLAY "NO CHECK STOCK ON HAND FOR THIS ACCOUNT"
024200     ELSE
024300         DISPLAY "NEXT FORM ON HAND IS " FORM-SERIAL
024400         PERFORM ENTER-FORM-DISPOSITION
024500         PERFORM ENTER-FORM-REASON
024600         PERFORM ENTER-SPOIL-COUNT
024633         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
024666         IF BATCH-UPDATES-ALLOWED = "Y"
024700             PERFORM SPOIL-THE-FORMS.
024750     IF BATCH-UPDATES-ALLOWED = "Y"
024800         PERFORM GET-STOCK-ACCOUNT
024833     ELSE
024866         MOVE ZEROES TO STOCK-ACCOUNT.

024900 ENTER-FORM-DISPOSITION.
025000     PERFORM ACCEPT-FORM-DISPOSITION.
025100     PERFORM RE-ACCEPT-FORM-DISPOSITION
025200         UNTIL FORM-DISPOSITION = "S" OR "D".

025300 ACCEPT-FORM-DISPOSITION.
025400     DISPLAY "S = SPOILED, D = DESTROYED UNUSED".
025500     ACCEPT FORM-DISPOSITION.
025600     INSPECT FORM-DISPOSITION
025700      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

025800 RE-ACCEPT-FORM-DISPOSITION.
025900     DISPLAY "YOU MUST ENTER S OR D".
026000     PERFORM ACCEPT-FORM-DISPOSITION.

026100 ENTER-FORM-REASON.
026200     PERFORM ACCEPT-FORM-REASON.
026300     PERFORM RE-ACCEPT-FORM-REASON
026400         UNTIL FORM-REASON NOT = SPACES.

026500 ACCEPT-FORM-REASON.
026600     DISPLAY "ENTER THE REASON".
026700     ACCEPT FORM-REASON.
026800     INSPECT FORM-REASON
026900      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

027000 RE-ACCEPT-FORM-REASON.
027100     DISPLAY "A REASON MUST BE ENTERED".
027200     PERFORM ACCEPT-FORM-REASON.

027300 ENTER-SPOIL-COUNT.
027400     DISPLAY "HOW MANY FORMS (0 TO SKIP)?".
027500     ACCEPT SPOIL-COUNT.

027600 SPOIL-THE-FORMS.
027700     MOVE ZEROES TO SPOIL-TAKEN
027800                    SPOIL-FIRST-SERIAL.
027900     MOVE ZEROES TO FORM-CHECK-NUMBER
028000                    FORM-PAY-RUN.
028100     MOVE "CSTMNT01" TO FORM-PROGRAM.
028200     MOVE "Y" TO FORM-SERIAL-FOUND.
028300     PERFORM SPOIL-ONE-FORM
028400         UNTIL SPOIL-TAKEN = SPOIL-COUNT
028500            OR FORM-SERIAL-FOUND = "N".
028600     IF SPOIL-TAKEN NOT = SPOIL-COUNT
028700         DISPLAY "CHECK STOCK RAN OUT - "
028800             SPOIL-TAKEN " FORM(S) TAKEN".
028900     IF SPOIL-TAKEN NOT = ZEROES
029000         PERFORM JOURNAL-SPOILED-FORMS.

029100 SPOIL-ONE-FORM.
029200     MOVE STOCK-ACCOUNT TO FORM-ACCOUNT.
029300     PERFORM TAKE-NEXT-CHECK-FORM.
029400     IF FORM-SERIAL-FOUND = "Y"
029500         ADD 1 TO SPOIL-TAKEN
029600         DISPLAY "FORM " FORM-SERIAL " LOGGED"
029700         IF SPOIL-FIRST-SERIAL = ZEROES
029800             MOVE FORM-SERIAL TO SPOIL-FIRST-SERIAL.

029900 JOURNAL-SPOILED-FORMS.
030000     MOVE "CSTMNT01" TO JOURNAL-PROGRAM.
030100     MOVE SPACE TO JOURNAL-KEY.
030200     STRING STOCK-ACCOUNT SPOIL-FIRST-SERIAL
030300         DELIMITED BY SIZE INTO JOURNAL-KEY.
030400     IF FORM-DISPOSITION = "S"
030500         MOVE "SPOILED" TO JOURNAL-ACTION
030600     ELSE
030700         MOVE "DESTROYED" TO JOURNAL-ACTION.
030800     MOVE SPOIL-TAKEN TO JOURNAL-AMOUNT.
030900     PERFORM WRITE-JOURNAL-ENTRY.

031000*---------------------------------
031100* SERIAL - what became of one
031200* form.
031300*---------------------------------
031400 SERIAL-MODE.
031500     MOVE "LOOK UP" TO THE-MODE.
031600     PERFORM GET-STOCK-ACCOUNT.
031700     PERFORM SERIAL-RECORDS
031800        UNTIL STOCK-ACCOUNT = ZEROES.

031900 SERIAL-RECORDS.
032000     DISPLAY "ENTER FORM SERIAL".
032100     ACCEPT LOOKUP-SERIAL.
032200     MOVE STOCK-ACCOUNT TO FLOG-ACCOUNT.
032300     MOVE LOOKUP-SERIAL TO FLOG-SERIAL.
032400     PERFORM READ-FORM-LOG-RECORD.
032500     IF RECORD-FOUND = "Y"
032600         PERFORM DISPLAY-FORM-LOG-FIELDS
032700     ELSE
032800         PERFORM DISPLAY-UNLOGGED-SERIAL.
032900     PERFORM GET-STOCK-ACCOUNT.

033000 DISPLAY-FORM-LOG-FIELDS.
033100     DISPLAY " ".
033200     DISPLAY "   FORM: " FLOG-SERIAL.
033300     IF FLOG-DISPOSITION = "I"
033400         DISPLAY "   ISSUED AS CHECK " FLOG-CHECK-NUMBER
033500     ELSE
033600     IF FLOG-DISPOSITION = "S"
033700         DISPLAY "   SPOILED - " FLOG-REASON
033800     ELSE
033900         DISPLAY "   DESTROYED - " FLOG-REASON.
034000     IF FLOG-DISPOSITION = "S"
034100        AND FLOG-CHECK-NUMBER NOT = ZEROES
034200         DISPLAY "   WHILE PRINTING CHECK " FLOG-CHECK-NUMBER.
034300     MOVE FLOG-DATE TO DATE-CCYYMMDD.
034400     PERFORM FORMAT-THE-DATE.
034500     DISPLAY "   ON " FORMATTED-DATE " BY " FLOG-OPERATOR
034600         " IN " FLOG-PROGRAM.
034700     IF FLOG-PAY-RUN NOT = ZEROES
034800         DISPLAY "   PAY RUN " FLOG-PAY-RUN.
034900     DISPLAY " ".

035000 DISPLAY-UNLOGGED-SERIAL.
035100     MOVE "N" TO LOOKUP-RANGE-FOUND.
035200     PERFORM START-ACCOUNT-STOCK.
035300     PERFORM LOOK-FOR-SERIAL-RANGE
035400         UNTIL FORM-STOCK-AT-END = "Y"
035500            OR LOOKUP-RANGE-FOUND = "Y".
035600     IF LOOKUP-RANGE-FOUND = "N"
035700         DISPLAY "FORM " LOOKUP-SERIAL " WAS NEVER RECEIVED"
035800     ELSE
035900     IF LOOKUP-SERIAL NOT < CSTK-NEXT-SERIAL
036000         DISPLAY "FORM " LOOKUP-SERIAL " IS ON HAND"
036100     ELSE
036200         DISPLAY "FORM " LOOKUP-SERIAL
036300             " WAS USED BUT IS NOT ON THE FORM LOG".

036400 LOOK-FOR-SERIAL-RANGE.
036500     IF LOOKUP-SERIAL NOT < CSTK-FIRST-SERIAL
036600        AND LOOKUP-SERIAL NOT > CSTK-LAST-SERIAL
036700         MOVE "Y" TO LOOKUP-RANGE-FOUND
036800     ELSE
036900         PERFORM READ-NEXT-ACCOUNT-STOCK.

037000*---------------------------------
037100* DELETE - only a range none of
037200* whose forms has been used, so
037300* the form log never names a
037400* serial no longer received.
037500*---------------------------------
037600 DELETE-MODE.
037700     MOVE "DELETE" TO THE-MODE.
037800     PERFORM GET-STOCK-ACCOUNT.
037900     PERFORM DELETE-RECORDS
038000        UNTIL STOCK-ACCOUNT = ZEROES.

038100 DELETE-RECORDS.
038200     PERFORM ENTER-FIRST-SERIAL.
038300     MOVE STOCK-ACCOUNT TO CSTK-ACCOUNT.
038400     MOVE STOCK-FIRST-SERIAL TO CSTK-FIRST-SERIAL.
038500     PERFORM READ-STOCK-RECORD.
038600     IF RECORD-FOUND = "N"
038700         DISPLAY "NO RANGE STARTS AT THAT SERIAL"
038800     ELSE
038900     IF CSTK-NEXT-SERIAL NOT = CSTK-FIRST-SERIAL
039000         PERFORM DISPLAY-RANGE-FIELDS
039100         DISPLAY "FORMS OF THIS RANGE HAVE BEEN USED"
039200             " - IT CANNOT BE DELETED"
039300     ELSE
039400         PERFORM DISPLAY-RANGE-FIELDS
039500         PERFORM ASK-OK-TO-DELETE
039600         IF OK-TO-DELETE = "Y"
039633             PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
039666             IF BATCH-UPDATES-ALLOWED = "Y"
039700                 PERFORM DELETE-STOCK-RANGE.
039750     IF BATCH-UPDATES-ALLOWED = "Y"
039800         PERFORM GET-STOCK-ACCOUNT
039833     ELSE
039866         MOVE ZEROES TO STOCK-ACCOUNT.

039900 DELETE-STOCK-RANGE.
040000     COMPUTE STOCK-ON-HAND =
040100         CSTK-LAST-SERIAL - CSTK-FIRST-SERIAL + 1.
040200     PERFORM DELETE-STOCK-RECORD.
040300     MOVE "DELETE" TO JOURNAL-ACTION.
040400     PERFORM JOURNAL-STOCK-RANGE.

040500 ASK-OK-TO-DELETE.
040600     PERFORM ACCEPT-OK-TO-DELETE.
040700     PERFORM RE-ACCEPT-OK-TO-DELETE
040800        UNTIL OK-TO-DELETE = "Y" OR "N".

040900 ACCEPT-OK-TO-DELETE.
041000     DISPLAY "DELETE THIS RANGE (Y/N)?".
041100     ACCEPT OK-TO-DELETE.
041200     INSPECT OK-TO-DELETE
041300      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

041400 RE-ACCEPT-OK-TO-DELETE.
041500     DISPLAY "YOU MUST ENTER YES OR NO".
041600     PERFORM ACCEPT-OK-TO-DELETE.

041700*---------------------------------
041800* Routines shared by all modes
041900*---------------------------------
042000 ENTER-STOCK-ACCOUNT.
042100     DISPLAY " ".
042200     DISPLAY "ENTER BANK ACCOUNT NUMBER (10 DIGITS)".
042300     DISPLAY "TO " THE-MODE " - ENTER 0 TO STOP ENTRY".
042400     ACCEPT STOCK-ACCOUNT.

042500 GET-STOCK-ACCOUNT.
042600     MOVE ZEROES TO STOCK-FIRST-SERIAL
042700                    STOCK-LAST-SERIAL.
042800     PERFORM ENTER-STOCK-ACCOUNT.
042900     MOVE "N" TO RECORD-FOUND.
043000     PERFORM FIND-BANK-RECORD
043100         UNTIL RECORD-FOUND = "Y" OR
043200               STOCK-ACCOUNT = ZEROES.

043300 FIND-BANK-RECORD.
043400     MOVE STOCK-ACCOUNT TO BANK-ACCOUNT-NUMBER.
043500     PERFORM READ-BANK-RECORD.
043600     IF RECORD-FOUND = "N"
043700         DISPLAY "BANK ACCOUNT NOT ON FILE"
043800         PERFORM ENTER-STOCK-ACCOUNT.

043900 DISPLAY-RANGE-FIELDS.
044000     IF CSTK-NEXT-SERIAL > CSTK-LAST-SERIAL
044100         MOVE ZEROES TO STOCK-ON-HAND
044200     ELSE
044300         COMPUTE STOCK-ON-HAND =
044400             CSTK-LAST-SERIAL - CSTK-NEXT-SERIAL + 1.
044500     MOVE CSTK-RECEIVED-DATE TO DATE-CCYYMMDD.
044600     PERFORM FORMAT-THE-DATE.
044700     DISPLAY " ".
044800     DISPLAY "   FORMS " CSTK-FIRST-SERIAL " - "
044900         CSTK-LAST-SERIAL " RECEIVED " FORMATTED-DATE
045000         " BY " CSTK-RECEIVED-BY.
045100     DISPLAY "   REFERENCE: " CSTK-REFERENCE.
045200     DISPLAY "   NEXT FORM: " CSTK-NEXT-SERIAL
045300         "   ON HAND: " STOCK-ON-HAND.

045400 JOURNAL-STOCK-RANGE.
045500     MOVE "CSTMNT01" TO JOURNAL-PROGRAM.
045600     MOVE SPACE TO JOURNAL-KEY.
045700     MOVE CSTK-KEY TO JOURNAL-KEY.
045800     MOVE STOCK-ON-HAND TO JOURNAL-AMOUNT.
045900     PERFORM WRITE-JOURNAL-ENTRY.

046000*---------------------------------
046100* File I-O Routines
046200*---------------------------------
046300 START-ACCOUNT-STOCK.
046400     MOVE STOCK-ACCOUNT TO CSTK-ACCOUNT.
046500     MOVE ZEROES TO CSTK-FIRST-SERIAL.
046600     MOVE "N" TO FORM-STOCK-AT-END.
046700     START CHECK-STOCK-FILE
046800        KEY NOT < CSTK-KEY
046900         INVALID KEY MOVE "Y" TO FORM-STOCK-AT-END.
047000     IF FORM-STOCK-AT-END NOT = "Y"
047100         PERFORM READ-NEXT-ACCOUNT-STOCK.

047200 READ-NEXT-ACCOUNT-STOCK.
047300     READ CHECK-STOCK-FILE NEXT RECORD
047400         AT END MOVE "Y" TO FORM-STOCK-AT-END.
047500     IF FORM-STOCK-AT-END NOT = "Y"
047600         IF CSTK-ACCOUNT NOT = STOCK-ACCOUNT
047700             MOVE "Y" TO FORM-STOCK-AT-END.

047800 READ-STOCK-RECORD.
047900     MOVE "Y" TO RECORD-FOUND.
048000     READ CHECK-STOCK-FILE RECORD
048100       INVALID KEY
048200          MOVE "N" TO RECORD-FOUND.

048300 WRITE-STOCK-RECORD.
048400     WRITE CHECK-STOCK-RECORD
048500         INVALID KEY
048600         DISPLAY "RANGE ALREADY ON FILE".

048700 DELETE-STOCK-RECORD.
048800     DELETE CHECK-STOCK-FILE RECORD
048900         INVALID KEY
049000         DISPLAY "ERROR DELETING CHECK STOCK RECORD".

049100 READ-FORM-LOG-RECORD.
049200     MOVE "Y" TO RECORD-FOUND.
049300     READ CHECK-FORM-LOG-FILE RECORD
049400       INVALID KEY
049500          MOVE "N" TO RECORD-FOUND.

049600 READ-BANK-RECORD.
049700     MOVE "Y" TO RECORD-FOUND.
049800     READ BANK-FILE RECORD
049900       INVALID KEY
050000          MOVE "N" TO RECORD-FOUND.

050100     COPY "PLCSTK01.CBL".

050200     COPY "PLDATE01.CBL".

050300     COPY "PLOPID01.CBL".

050400     COPY "PLJRNL01.CBL".

050500     COPY "PLBWIN01.CBL".
