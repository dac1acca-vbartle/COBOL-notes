000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OTBMNT01.
000300*---------------------------------
000400* Add, Change, Inquire and Delete
000500* for the open-to-buy plan file
000600* (FDOTBPLN.CBL) - planned
000700* end-of-period inventory keyed
000800* period + store + division,
000900* the same shape as BUDMNT01.
001000* The store is validated
001100* against the store master and
001200* the division against
001300* SALES-CODE-FILE. OTBRPT01
001400* works open-to-buy from these
001500* plans and the sales budgets.
001516* While the nightly batch window
001532* is up (PLBWIN01.CBL) only look
001548* up is open; an add, change or
001564* delete keyed as the window goes
001580* up is not saved.
001600*---------------------------------
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
001900 FILE-CONTROL.

002000     COPY "SLOTBPLN.CBL".

002100     COPY "SLSTOR01.CBL".

002200     COPY "SLSLCODE.CBL".

002233     COPY "SLBWIN01.CBL".

002266     COPY "SLBWLOG.CBL".

002300 DATA DIVISION.
002400 FILE SECTION.

002500     COPY "FDOTBPLN.CBL".

002600     COPY "FDSTOR01.CBL".

002700     COPY "FDSLCODE.CBL".

002733     COPY "FDBWIN01.CBL".

002766     COPY "FDBWLOG.CBL".

002800 WORKING-STORAGE SECTION.

002900 77  MENU-PICK                    PIC 9.
003000     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
003050     88  MENU-PICK-IS-UPDATE      VALUES 1 2 4.

003100 77  THE-MODE                     PIC X(7).
003200 77  OK-TO-DELETE                 PIC X.
003300 77  RECORD-FOUND                 PIC X.
003400 77  STORE-RECORD-FOUND           PIC X.
003500 77  CODE-RECORD-FOUND            PIC X.
003600 77  WHICH-FIELD                  PIC 9.
003700 77  AN-AMOUNT-FIELD              PIC ZZ,ZZZ,ZZ9.99-.

003800 01  ENTERED-PERIOD               PIC 9(6).
003900 01  FILLER REDEFINES ENTERED-PERIOD.
004000     05  ENTERED-PERIOD-YEAR      PIC 9(4).
004100     05  ENTERED-PERIOD-MONTH     PIC 9(2).

004200     COPY "WSCASE01.CBL".

004300     COPY "WSOPID01.CBL".

004350     COPY "WSBWIN01.CBL".

004400 PROCEDURE DIVISION.
004500 PROGRAM-BEGIN.
004600     PERFORM OPENING-PROCEDURE.
004700     PERFORM GET-OPERATOR-ID.
004733     MOVE "OTBMNT01" TO BWIN-PROGRAM-NAME.
004766     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
004800     PERFORM MAIN-PROCESS.
004900     PERFORM CLOSING-PROCEDURE.

004933 PROGRAM-EXIT.
004966     EXIT PROGRAM.

005000 PROGRAM-DONE.
005100     ACCEPT OMITTED. STOP RUN.

005200 OPENING-PROCEDURE.
005300     OPEN I-O OTB-PLAN-FILE.
005400     OPEN INPUT STORE-FILE.
005500     OPEN INPUT SALES-CODE-FILE.

005600 CLOSING-PROCEDURE.
005700     CLOSE OTB-PLAN-FILE.
005800     CLOSE STORE-FILE.
005900     CLOSE SALES-CODE-FILE.

006000 MAIN-PROCESS.
006100     PERFORM GET-MENU-PICK.
006200     PERFORM MAINTAIN-THE-FILE
006300         UNTIL MENU-PICK = 0.

006400*---------------------------------
006500* MENU
006600*---------------------------------
006700 GET-MENU-PICK.
006800     PERFORM DISPLAY-THE-MENU.
006900     PERFORM ACCEPT-MENU-PICK.
007000     PERFORM RE-ACCEPT-MENU-PICK
007100         UNTIL MENU-PICK-IS-VALID.

007200 DISPLAY-THE-MENU.
007300     PERFORM CLEAR-SCREEN.
007400     DISPLAY "OPERATOR: " OPERATOR-ID.
007500     DISPLAY "    PLANNED END-OF-PERIOD INVENTORY".
007533     IF BATCH-UPDATES-ALLOWED NOT = "Y"
007566         DISPLAY "    NIGHTLY BATCH RUNNING - LOOK UP ONLY".
007600     DISPLAY "    PLEASE SELECT:".
007700     DISPLAY " ".
007800     DISPLAY "          1.  ADD RECORDS".
007900     DISPLAY "          2.  CHANGE A RECORD".
008000     DISPLAY "          3.  LOOK UP A RECORD".
008100     DISPLAY "          4.  DELETE A RECORD".
008200     DISPLAY " ".
008300     DISPLAY "          0.  EXIT".
008400     PERFORM SCROLL-LINE 8 TIMES.

008500 ACCEPT-MENU-PICK.
008600     DISPLAY "YOUR CHOICE (0-4)?".
008700     ACCEPT MENU-PICK.

008800 RE-ACCEPT-MENU-PICK.
008900     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
009000     PERFORM ACCEPT-MENU-PICK.

009100 CLEAR-SCREEN.
009200     PERFORM SCROLL-LINE 25 TIMES.

009300 SCROLL-LINE.
009400     DISPLAY " ".

009500 MAINTAIN-THE-FILE.
009600     PERFORM DO-THE-PICK.
009700     PERFORM GET-MENU-PICK.

009800 DO-THE-PICK.
009814     IF MENU-PICK-IS-UPDATE
009828         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
009842     IF MENU-PICK-IS-UPDATE
009856        AND BATCH-UPDATES-ALLOWED NOT = "Y"
009870         DISPLAY "ONLY LOOK UP IS OPEN"
009884     ELSE
009900     IF MENU-PICK = 1
010000         PERFORM ADD-MODE
010100     ELSE
010200     IF MENU-PICK = 2
010300         PERFORM CHANGE-MODE
010400     ELSE
010500     IF MENU-PICK = 3
010600         PERFORM INQUIRE-MODE
010700     ELSE
010800     IF MENU-PICK = 4
010900         PERFORM DELETE-MODE.

011000*---------------------------------
011100* ADD
011200*---------------------------------
011300 ADD-MODE.
011400     MOVE "ADD" TO THE-MODE.
011500     PERFORM GET-NEW-PLAN-KEY.
011600     PERFORM ADD-RECORDS
011700        UNTIL OTBPLN-PERIOD = ZEROES.

011800 GET-NEW-PLAN-KEY.
011900     PERFORM INIT-PLAN-RECORD.
012000     PERFORM ENTER-PLAN-KEY.
012100     MOVE "Y" TO RECORD-FOUND.
012200     PERFORM FIND-NEW-PLAN-RECORD
012300         UNTIL RECORD-FOUND = "N" OR
012400               OTBPLN-PERIOD = ZEROES.

012500 FIND-NEW-PLAN-RECORD.
012600     PERFORM READ-PLAN-RECORD.
012700     IF RECORD-FOUND = "Y"
012800         DISPLAY "RECORD ALREADY ON FILE"
012900         PERFORM ENTER-PLAN-KEY.

013000 ADD-RECORDS.
013100     PERFORM ENTER-END-INVENTORY.
013133     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
013166     IF BATCH-UPDATES-ALLOWED = "Y"
013200         PERFORM WRITE-PLAN-RECORD
013300         PERFORM GET-NEW-PLAN-KEY
013333     ELSE
013366         MOVE ZEROES TO OTBPLN-PERIOD.

013400*---------------------------------
013500* CHANGE
013600*---------------------------------
013700 CHANGE-MODE.
013800     MOVE "CHANGE" TO THE-MODE.
013900     PERFORM GET-PLAN-RECORD.
014000     PERFORM CHANGE-RECORDS
014100        UNTIL OTBPLN-PERIOD = ZEROES.

014200 CHANGE-RECORDS.
014300     PERFORM GET-FIELD-TO-CHANGE.
014400     PERFORM CHANGE-ONE-FIELD
014500         UNTIL WHICH-FIELD = ZERO.

014550     IF BATCH-UPDATES-ALLOWED = "Y"
014600         PERFORM GET-PLAN-RECORD
014633     ELSE
014666         MOVE ZEROES TO OTBPLN-PERIOD.

014700 GET-FIELD-TO-CHANGE.
014800     PERFORM DISPLAY-ALL-FIELDS.
014900     PERFORM ASK-WHICH-FIELD.

015000 ASK-WHICH-FIELD.
015100     PERFORM ACCEPT-WHICH-FIELD.
015200     PERFORM RE-ACCEPT-WHICH-FIELD
015300         UNTIL WHICH-FIELD NOT > 1.

015400 ACCEPT-WHICH-FIELD.
015500     DISPLAY "ENTER THE NUMBER OF THE FIELD".
015600     DISPLAY "TO CHANGE (1) OR 0 TO EXIT".
015700     ACCEPT WHICH-FIELD.

015800 RE-ACCEPT-WHICH-FIELD.
015900     DISPLAY "INVALID ENTRY".
016000     PERFORM ACCEPT-WHICH-FIELD.

016100 CHANGE-ONE-FIELD.
016200     PERFORM CHANGE-THIS-FIELD.
016250     IF BATCH-UPDATES-ALLOWED = "Y"
016300         PERFORM GET-FIELD-TO-CHANGE
016333     ELSE
016366         MOVE ZERO TO WHICH-FIELD.

016400 CHANGE-THIS-FIELD.
016500     IF WHICH-FIELD = 1
016600         PERFORM ENTER-END-INVENTORY.

016633     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
016666     IF BATCH-UPDATES-ALLOWED = "Y"
016700         PERFORM REWRITE-PLAN-RECORD.

016800*---------------------------------
016900* INQUIRE
017000*---------------------------------
017100 INQUIRE-MODE.
017200     MOVE "DISPLAY" TO THE-MODE.
017300     PERFORM GET-PLAN-RECORD.
017400     PERFORM INQUIRE-RECORDS
017500        UNTIL OTBPLN-PERIOD = ZEROES.

017600 INQUIRE-RECORDS.
017700     PERFORM DISPLAY-ALL-FIELDS.
017800     PERFORM GET-PLAN-RECORD.

017900*---------------------------------
018000* DELETE
018100*---------------------------------
018200 DELETE-MODE.
018300     MOVE "DELETE" TO THE-MODE.
018400     PERFORM GET-PLAN-RECORD.
018500     PERFORM DELETE-RECORDS
018600        UNTIL OTBPLN-PERIOD = ZEROES.

018700 DELETE-RECORDS.
018800     PERFORM DISPLAY-ALL-FIELDS.

018900     PERFORM ASK-OK-TO-DELETE.
019000     IF OK-TO-DELETE = "Y"
019020         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
019040         IF BATCH-UPDATES-ALLOWED NOT = "Y"
019060             MOVE "N" TO OK-TO-DELETE.
019080     IF OK-TO-DELETE = "Y"
019100         PERFORM DELETE-PLAN-RECORD.

019150     IF BATCH-UPDATES-ALLOWED = "Y"
019200         PERFORM GET-PLAN-RECORD
019233     ELSE
019266         MOVE ZEROES TO OTBPLN-PERIOD.

019300 ASK-OK-TO-DELETE.
019400     PERFORM ACCEPT-OK-TO-DELETE.
019500     PERFORM RE-ACCEPT-OK-TO-DELETE
019600        UNTIL OK-TO-DELETE = "Y" OR "N".

019700 ACCEPT-OK-TO-DELETE.
019800     DISPLAY "DELETE THIS RECORD (Y/N)?".
019900     ACCEPT OK-TO-DELETE.
020000     INSPECT OK-TO-DELETE
020100      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

020200 RE-ACCEPT-OK-TO-DELETE.
020300     DISPLAY "YOU MUST ENTER YES OR NO".
020400     PERFORM ACCEPT-OK-TO-DELETE.

020500*---------------------------------
020600* Key entry - period, store and
020700* division, with the store and
020800* division validated against
020900* their masters. Period 0 stops
021000* entry.
021100*---------------------------------
021200 INIT-PLAN-RECORD.
021300     MOVE ZEROES TO OTBPLN-PERIOD
021400                    OTBPLN-STORE
021500                    OTBPLN-DIVISION
021600                    OTBPLN-END-INVENTORY.

021700 ENTER-PLAN-KEY.
021800     PERFORM ENTER-PLAN-PERIOD.
021900     IF OTBPLN-PERIOD NOT = ZEROES
022000         PERFORM ENTER-PLAN-STORE
022100         PERFORM ENTER-PLAN-DIVISION.

022200 ENTER-PLAN-PERIOD.
022300     PERFORM ACCEPT-PLAN-PERIOD.
022400     PERFORM RE-ACCEPT-PLAN-PERIOD
022500         UNTIL ENTERED-PERIOD = ZEROES
022600            OR (ENTERED-PERIOD-MONTH > 0
022700                AND ENTERED-PERIOD-MONTH < 13).

022800 ACCEPT-PLAN-PERIOD.
022900     DISPLAY " ".
023000     DISPLAY "ENTER PLAN PERIOD (CCYYMM, 0 TO STOP)".
023100     ACCEPT ENTERED-PERIOD.
023200     MOVE ENTERED-PERIOD TO OTBPLN-PERIOD.

023300 RE-ACCEPT-PLAN-PERIOD.
023400     DISPLAY "PERIOD MUST BE A VALID CCYYMM".
023500     PERFORM ACCEPT-PLAN-PERIOD.

023600 ENTER-PLAN-STORE.
023700     PERFORM ACCEPT-PLAN-STORE.
023800     PERFORM RE-ACCEPT-PLAN-STORE
023900         UNTIL STORE-RECORD-FOUND = "Y".

024000 ACCEPT-PLAN-STORE.
024100     DISPLAY "ENTER STORE NUMBER".
024200     ACCEPT OTBPLN-STORE.
024300     MOVE OTBPLN-STORE TO STORE-NUMBER.
024400     MOVE "Y" TO STORE-RECORD-FOUND.
024500     READ STORE-FILE RECORD
024600       INVALID KEY
024700          MOVE "N" TO STORE-RECORD-FOUND.
024800     IF STORE-RECORD-FOUND = "Y"
024900         DISPLAY "   STORE: " STORE-NAME.

025000 RE-ACCEPT-PLAN-STORE.
025100     DISPLAY "STORE IS NOT ON THE STORE MASTER".
025200     PERFORM ACCEPT-PLAN-STORE.

025300 ENTER-PLAN-DIVISION.
025400     PERFORM ACCEPT-PLAN-DIVISION.
025500     PERFORM RE-ACCEPT-PLAN-DIVISION
025600         UNTIL CODE-RECORD-FOUND = "Y".

025700 ACCEPT-PLAN-DIVISION.
025800     DISPLAY "ENTER DIVISION NUMBER".
025900     ACCEPT OTBPLN-DIVISION.
026000     MOVE 1 TO SALES-CODE-TYPE.
026100     MOVE OTBPLN-DIVISION TO SALES-CODE-NUMBER.
026200     MOVE "Y" TO CODE-RECORD-FOUND.
026300     READ SALES-CODE-FILE RECORD
026400       INVALID KEY
026500          MOVE "N" TO CODE-RECORD-FOUND.
026600     IF CODE-RECORD-FOUND = "Y"
026700         DISPLAY "   DIVISION: " SALES-CODE-NAME.

026800 RE-ACCEPT-PLAN-DIVISION.
026900     DISPLAY "DIVISION IS NOT ON SALES-CODE-FILE".
027000     PERFORM ACCEPT-PLAN-DIVISION.

027100 GET-PLAN-RECORD.
027200     PERFORM INIT-PLAN-RECORD.
027300     PERFORM ENTER-PLAN-KEY.
027400     MOVE "N" TO RECORD-FOUND.
027500     PERFORM FIND-PLAN-RECORD
027600         UNTIL RECORD-FOUND = "Y" OR
027700               OTBPLN-PERIOD = ZEROES.

027800 FIND-PLAN-RECORD.
027900     PERFORM READ-PLAN-RECORD.
028000     IF RECORD-FOUND = "N"
028100         DISPLAY "RECORD NOT FOUND"
028200         PERFORM ENTER-PLAN-KEY.

028300 ENTER-END-INVENTORY.
028400     PERFORM ACCEPT-END-INVENTORY.
028500     PERFORM RE-ACCEPT-END-INVENTORY
028600         UNTIL OTBPLN-END-INVENTORY NOT = ZEROES.

028700 ACCEPT-END-INVENTORY.
028800     DISPLAY "ENTER PLANNED ENDING INVENTORY AT COST".
028900     ACCEPT AN-AMOUNT-FIELD.
029000     MOVE AN-AMOUNT-FIELD TO OTBPLN-END-INVENTORY.

029100 RE-ACCEPT-END-INVENTORY.
029200     DISPLAY "A NON-ZERO AMOUNT IS REQUIRED".
029300     PERFORM ACCEPT-END-INVENTORY.

029400*---------------------------------
029500* Routines shared by Change,
029600* Inquire and Delete
029700*---------------------------------
029800 DISPLAY-ALL-FIELDS.
029900     DISPLAY " ".
030000     DISPLAY "   PERIOD: " OTBPLN-PERIOD.
030100     DISPLAY "   STORE: " OTBPLN-STORE.
030200     DISPLAY "   DIVISION: " OTBPLN-DIVISION.
030300     MOVE OTBPLN-END-INVENTORY TO AN-AMOUNT-FIELD.
030400     DISPLAY "1. PLANNED END INVENTORY: " AN-AMOUNT-FIELD.
030500     DISPLAY " ".

030600*---------------------------------
030700* File I-O Routines
030800*---------------------------------
030900 READ-PLAN-RECORD.
031000     MOVE "Y" TO RECORD-FOUND.
031100     READ OTB-PLAN-FILE RECORD
031200       INVALID KEY
031300          MOVE "N" TO RECORD-FOUND.

031400 WRITE-PLAN-RECORD.
031500     WRITE OTB-PLAN-RECORD
031600         INVALID KEY
031700         DISPLAY "RECORD ALREADY ON FILE".

031800 REWRITE-PLAN-RECORD.
031900     REWRITE OTB-PLAN-RECORD
032000         INVALID KEY
032100         DISPLAY "ERROR REWRITING PLAN RECORD".

032200 DELETE-PLAN-RECORD.
032300     DELETE OTB-PLAN-FILE RECORD
032400         INVALID KEY
032500         DISPLAY "ERROR DELETING PLAN RECORD".

032600     COPY "PLOPID01.CBL".

032700     COPY "PLBWIN01.CBL".
