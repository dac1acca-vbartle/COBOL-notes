000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PRJMNT01.
000300*---------------------------------
000400* Add, Change, Inquire and Delete
000500* for the project / job master
000600* (FDPROJ.CBL), the same shape
000700* as STRMNT01. The store is
000800* validated against the store
000900* master (0 is head office).
001000* Only an open project can be
001100* charged on a PO line or a
001200* voucher, so a finished job
001300* should be closed (field 4)
001400* rather than deleted - its
001500* costs still report on
001600* PRJRPT01.
001616* While the nightly batch window
001632* is up (PLBWIN01.CBL) only look
001648* up is open; an add, change or
001664* delete keyed as the window goes
001680* up is not saved.
001700*---------------------------------
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.

002100     COPY "SLPROJ.CBL".

002200     COPY "SLSTOR01.CBL".

002233     COPY "SLBWIN01.CBL".

002266     COPY "SLBWLOG.CBL".

002300 DATA DIVISION.
002400 FILE SECTION.

002500     COPY "FDPROJ.CBL".

002600     COPY "FDSTOR01.CBL".

002633     COPY "FDBWIN01.CBL".

002666     COPY "FDBWLOG.CBL".

002700 WORKING-STORAGE SECTION.

002800 77  MENU-PICK                    PIC 9.
002900     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
002950     88  MENU-PICK-IS-UPDATE      VALUES 1 2 4.

003000 77  THE-MODE                     PIC X(7).
003100 77  OK-TO-DELETE                 PIC X.
003200 77  RECORD-FOUND                 PIC X.
003300 77  STORE-RECORD-FOUND           PIC X.
003400 77  WHICH-FIELD                  PIC 9.
003500 77  AN-AMOUNT-FIELD              PIC ZZ,ZZZ,ZZ9.99-.

003600     COPY "WSCASE01.CBL".

003700     COPY "WSOPID01.CBL".

003750     COPY "WSBWIN01.CBL".

003800 PROCEDURE DIVISION.
003900 PROGRAM-BEGIN.
004000     PERFORM OPENING-PROCEDURE.
004100     PERFORM GET-OPERATOR-ID.
004133     MOVE "PRJMNT01" TO BWIN-PROGRAM-NAME.
004166     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
004200     PERFORM MAIN-PROCESS.
004300     PERFORM CLOSING-PROCEDURE.

004333 PROGRAM-EXIT.
004366     EXIT PROGRAM.

004400 PROGRAM-DONE.
004500     ACCEPT OMITTED. STOP RUN.

004600 OPENING-PROCEDURE.
004700     OPEN I-O PROJECT-FILE.
004800     OPEN INPUT STORE-FILE.

004900 CLOSING-PROCEDURE.
005000     CLOSE PROJECT-FILE.
005100     CLOSE STORE-FILE.

005200 MAIN-PROCESS.
005300     PERFORM GET-MENU-PICK.
005400     PERFORM MAINTAIN-THE-FILE
005500         UNTIL MENU-PICK = 0.

005600*---------------------------------
005700* MENU
005800*---------------------------------
005900 GET-MENU-PICK.
006000     PERFORM DISPLAY-THE-MENU.
006100     PERFORM ACCEPT-MENU-PICK.
006200     PERFORM RE-ACCEPT-MENU-PICK
006300         UNTIL MENU-PICK-IS-VALID.

006400 DISPLAY-THE-MENU.
006500     PERFORM CLEAR-SCREEN.
006600     DISPLAY "OPERATOR: " OPERATOR-ID.
006700     DISPLAY "    PROJECT MASTER".
006733     IF BATCH-UPDATES-ALLOWED NOT = "Y"
006766         DISPLAY "    NIGHTLY BATCH RUNNING - LOOK UP ONLY".
006800     DISPLAY "    PLEASE SELECT:".
006900     DISPLAY " ".
007000     DISPLAY "          1.  ADD RECORDS".
007100     DISPLAY "          2.  CHANGE A RECORD".
007200     DISPLAY "          3.  LOOK UP A RECORD".
007300     DISPLAY "          4.  DELETE A RECORD".
007400     DISPLAY " ".
007500     DISPLAY "          0.  EXIT".
007600     PERFORM SCROLL-LINE 8 TIMES.

007700 ACCEPT-MENU-PICK.
007800     DISPLAY "YOUR CHOICE (0-4)?".
007900     ACCEPT MENU-PICK.

008000 RE-ACCEPT-MENU-PICK.
008100     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
008200     PERFORM ACCEPT-MENU-PICK.

008300 CLEAR-SCREEN.
008400     PERFORM SCROLL-LINE 25 TIMES.

008500 SCROLL-LINE.
008600     DISPLAY " ".

008700 MAINTAIN-THE-FILE.
008800     PERFORM DO-THE-PICK.
008900     PERFORM GET-MENU-PICK.

009000 DO-THE-PICK.
009014     IF MENU-PICK-IS-UPDATE
009028         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
009042     IF MENU-PICK-IS-UPDATE
009056        AND BATCH-UPDATES-ALLOWED NOT = "Y"
009070         DISPLAY "ONLY LOOK UP IS OPEN"
009084     ELSE
009100     IF MENU-PICK = 1
009200         PERFORM ADD-MODE
009300     ELSE
009400     IF MENU-PICK = 2
009500         PERFORM CHANGE-MODE
009600     ELSE
009700     IF MENU-PICK = 3
009800         PERFORM INQUIRE-MODE
009900     ELSE
010000     IF MENU-PICK = 4
010100         PERFORM DELETE-MODE.

010200*---------------------------------
010300* ADD
010400*---------------------------------
010500 ADD-MODE.
010600     MOVE "ADD" TO THE-MODE.
010700     PERFORM GET-NEW-PROJECT-NUMBER.
010800     PERFORM ADD-RECORDS
010900        UNTIL PROJECT-NUMBER = ZEROES.

011000 GET-NEW-PROJECT-NUMBER.
011100     PERFORM INIT-PROJECT-RECORD.
011200     PERFORM ENTER-PROJECT-NUMBER.
011300     MOVE "Y" TO RECORD-FOUND.
011400     PERFORM FIND-NEW-PROJECT-RECORD
011500         UNTIL RECORD-FOUND = "N" OR
011600               PROJECT-NUMBER = ZEROES.

011700 FIND-NEW-PROJECT-RECORD.
011800     PERFORM READ-PROJECT-RECORD.
011900     IF RECORD-FOUND = "Y"
012000         DISPLAY "RECORD ALREADY ON FILE"
012100         PERFORM ENTER-PROJECT-NUMBER.

012200 ADD-RECORDS.
012300     PERFORM ENTER-REMAINING-FIELDS.
012333     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
012366     IF BATCH-UPDATES-ALLOWED = "Y"
012400         PERFORM WRITE-PROJECT-RECORD
012500         PERFORM GET-NEW-PROJECT-NUMBER
012533     ELSE
012566         MOVE ZEROES TO PROJECT-NUMBER.

012600*---------------------------------
012700* A new project is always open.
012800*---------------------------------
012900 ENTER-REMAINING-FIELDS.
013000     PERFORM ENTER-PROJECT-DESCRIPTION.
013100     PERFORM ENTER-PROJECT-STORE.
013200     PERFORM ENTER-PROJECT-BUDGET.
013300     MOVE "O" TO PROJECT-STATUS.

013400*---------------------------------
013500* CHANGE
013600*---------------------------------
013700 CHANGE-MODE.
013800     MOVE "CHANGE" TO THE-MODE.
013900     PERFORM GET-PROJECT-RECORD.
014000     PERFORM CHANGE-RECORDS
014100        UNTIL PROJECT-NUMBER = ZEROES.

014200 CHANGE-RECORDS.
014300     PERFORM GET-FIELD-TO-CHANGE.
014400     PERFORM CHANGE-ONE-FIELD
014500         UNTIL WHICH-FIELD = ZERO.

014550     IF BATCH-UPDATES-ALLOWED = "Y"
014600         PERFORM GET-PROJECT-RECORD
014633     ELSE
014666         MOVE ZEROES TO PROJECT-NUMBER.

014700 GET-FIELD-TO-CHANGE.
014800     PERFORM DISPLAY-ALL-FIELDS.
014900     PERFORM ASK-WHICH-FIELD.

015000 ASK-WHICH-FIELD.
015100     PERFORM ACCEPT-WHICH-FIELD.
015200     PERFORM RE-ACCEPT-WHICH-FIELD
015300         UNTIL WHICH-FIELD NOT > 4.

015400 ACCEPT-WHICH-FIELD.
015500     DISPLAY "ENTER THE NUMBER OF THE FIELD".
015600     DISPLAY "TO CHANGE (1-4) OR 0 TO EXIT".
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
016600         PERFORM ENTER-PROJECT-DESCRIPTION.
016700     IF WHICH-FIELD = 2
016800         PERFORM ENTER-PROJECT-STORE.
016900     IF WHICH-FIELD = 3
017000         PERFORM ENTER-PROJECT-BUDGET.
017100     IF WHICH-FIELD = 4
017200         PERFORM ENTER-PROJECT-STATUS.

017233     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
017266     IF BATCH-UPDATES-ALLOWED = "Y"
017300         PERFORM REWRITE-PROJECT-RECORD.

017400*---------------------------------
017500* INQUIRE
017600*---------------------------------
017700 INQUIRE-MODE.
017800     MOVE "DISPLAY" TO THE-MODE.
017900     PERFORM GET-PROJECT-RECORD.
018000     PERFORM INQUIRE-RECORDS
018100        UNTIL PROJECT-NUMBER = ZEROES.

018200 INQUIRE-RECORDS.
018300     PERFORM DISPLAY-ALL-FIELDS.
018400     PERFORM GET-PROJECT-RECORD.

018500*---------------------------------
018600* DELETE
018700*---------------------------------
018800 DELETE-MODE.
018900     MOVE "DELETE" TO THE-MODE.
019000     PERFORM GET-PROJECT-RECORD.
019100     PERFORM DELETE-RECORDS
019200        UNTIL PROJECT-NUMBER = ZEROES.

019300 DELETE-RECORDS.
019400     PERFORM DISPLAY-ALL-FIELDS.

019500     PERFORM ASK-OK-TO-DELETE.
019600     IF OK-TO-DELETE = "Y"
019620         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
019640         IF BATCH-UPDATES-ALLOWED NOT = "Y"
019660             MOVE "N" TO OK-TO-DELETE.
019680     IF OK-TO-DELETE = "Y"
019700         PERFORM DELETE-PROJECT-RECORD.

019750     IF BATCH-UPDATES-ALLOWED = "Y"
019800         PERFORM GET-PROJECT-RECORD
019833     ELSE
019866         MOVE ZEROES TO PROJECT-NUMBER.

019900 ASK-OK-TO-DELETE.
020000     PERFORM ACCEPT-OK-TO-DELETE.
020100     PERFORM RE-ACCEPT-OK-TO-DELETE
020200        UNTIL OK-TO-DELETE = "Y" OR "N".

020300 ACCEPT-OK-TO-DELETE.
020400     DISPLAY "DELETE THIS RECORD (Y/N)?".
020500     DISPLAY "(A PROJECT WITH COSTS AGAINST IT SHOULD".
020600     DISPLAY "BE CLOSED INSTEAD)".
020700     ACCEPT OK-TO-DELETE.
020800     INSPECT OK-TO-DELETE
020900      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

021000 RE-ACCEPT-OK-TO-DELETE.
021100     DISPLAY "YOU MUST ENTER YES OR NO".
021200     PERFORM ACCEPT-OK-TO-DELETE.

021300*---------------------------------
021400* Routines shared by all modes
021500*---------------------------------
021600 INIT-PROJECT-RECORD.
021700     MOVE SPACE TO PROJECT-DESCRIPTION.
021800     MOVE "O" TO PROJECT-STATUS.
021900     MOVE ZEROES TO PROJECT-NUMBER
022000                    PROJECT-STORE
022100                    PROJECT-BUDGET.

022200 ENTER-PROJECT-NUMBER.
022300     DISPLAY " ".
022400     DISPLAY "ENTER PROJECT NUMBER TO " THE-MODE
022500             " (1-99999)".
022600     DISPLAY "ENTER 0 TO STOP ENTRY".
022700     ACCEPT PROJECT-NUMBER.

022800 GET-PROJECT-RECORD.
022900     PERFORM INIT-PROJECT-RECORD.
023000     PERFORM ENTER-PROJECT-NUMBER.
023100     MOVE "N" TO RECORD-FOUND.
023200     PERFORM FIND-PROJECT-RECORD
023300         UNTIL RECORD-FOUND = "Y" OR
023400               PROJECT-NUMBER = ZEROES.

023500*---------------------------------
023600* Routines shared Add and Change
023700*---------------------------------
023800 FIND-PROJECT-RECORD.
023900     PERFORM READ-PROJECT-RECORD.
024000     IF RECORD-FOUND = "N"
024100         DISPLAY "RECORD NOT FOUND"
024200         PERFORM ENTER-PROJECT-NUMBER.

024300 ENTER-PROJECT-DESCRIPTION.
024400     PERFORM ACCEPT-PROJECT-DESCRIPTION.
024500     PERFORM RE-ACCEPT-PROJECT-DESCRIPTION
024600         UNTIL PROJECT-DESCRIPTION NOT = SPACES.

024700 ACCEPT-PROJECT-DESCRIPTION.
024800     DISPLAY "ENTER PROJECT DESCRIPTION".
024900     ACCEPT PROJECT-DESCRIPTION.

025000     INSPECT PROJECT-DESCRIPTION
025100       CONVERTING LOWER-ALPHA
025200       TO         UPPER-ALPHA.

025300 RE-ACCEPT-PROJECT-DESCRIPTION.
025400     DISPLAY "PROJECT DESCRIPTION MUST BE ENTERED".
025500     PERFORM ACCEPT-PROJECT-DESCRIPTION.

025600 ENTER-PROJECT-STORE.
025700     PERFORM ACCEPT-PROJECT-STORE.
025800     PERFORM RE-ACCEPT-PROJECT-STORE
025900         UNTIL PROJECT-STORE = ZEROES
026000            OR STORE-RECORD-FOUND = "Y".

026100 ACCEPT-PROJECT-STORE.
026200     DISPLAY "ENTER STORE (0 FOR HEAD OFFICE)".
026300     ACCEPT PROJECT-STORE.
026400     MOVE PROJECT-STORE TO STORE-NUMBER.
026500     MOVE "Y" TO STORE-RECORD-FOUND.
026600     READ STORE-FILE RECORD
026700       INVALID KEY
026800          MOVE "N" TO STORE-RECORD-FOUND.
026900     IF PROJECT-STORE NOT = ZEROES
027000        AND STORE-RECORD-FOUND = "Y"
027100         DISPLAY "   STORE: " STORE-NAME.

027200 RE-ACCEPT-PROJECT-STORE.
027300     DISPLAY "STORE IS NOT ON THE STORE MASTER".
027400     PERFORM ACCEPT-PROJECT-STORE.

027500 ENTER-PROJECT-BUDGET.
027600     PERFORM ACCEPT-PROJECT-BUDGET.
027700     PERFORM RE-ACCEPT-PROJECT-BUDGET
027800         UNTIL PROJECT-BUDGET NOT = ZEROES.

027900 ACCEPT-PROJECT-BUDGET.
028000     DISPLAY "ENTER PROJECT BUDGET".
028100     ACCEPT AN-AMOUNT-FIELD.
028200     MOVE AN-AMOUNT-FIELD TO PROJECT-BUDGET.

028300 RE-ACCEPT-PROJECT-BUDGET.
028400     DISPLAY "A NON-ZERO BUDGET IS REQUIRED".
028500     PERFORM ACCEPT-PROJECT-BUDGET.

028600 ENTER-PROJECT-STATUS.
028700     PERFORM ACCEPT-PROJECT-STATUS.
028800     PERFORM RE-ACCEPT-PROJECT-STATUS
028900         UNTIL PROJECT-STATUS = "O" OR "C".

029000 ACCEPT-PROJECT-STATUS.
029100     DISPLAY "ENTER STATUS (O=OPEN, C=CLOSED)".
029200     ACCEPT PROJECT-STATUS.
029300     INSPECT PROJECT-STATUS
029400      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

029500 RE-ACCEPT-PROJECT-STATUS.
029600     DISPLAY "STATUS MUST BE O OR C".
029700     PERFORM ACCEPT-PROJECT-STATUS.

029800*---------------------------------
029900* Routines shared by Change,
030000* Inquire and Delete
030100*---------------------------------
030200 DISPLAY-ALL-FIELDS.
030300     DISPLAY " ".
030400     DISPLAY "   PROJECT NUMBER: " PROJECT-NUMBER.
030500     DISPLAY "1. DESCRIPTION: " PROJECT-DESCRIPTION.
030600     DISPLAY "2. STORE: " PROJECT-STORE.
030700     MOVE PROJECT-BUDGET TO AN-AMOUNT-FIELD.
030800     DISPLAY "3. BUDGET: " AN-AMOUNT-FIELD.
030900     DISPLAY "4. STATUS: " PROJECT-STATUS.
031000     DISPLAY " ".

031100*---------------------------------
031200* File I-O Routines
031300*---------------------------------
031400 READ-PROJECT-RECORD.
031500     MOVE "Y" TO RECORD-FOUND.
031600     READ PROJECT-FILE RECORD
031700       INVALID KEY
031800          MOVE "N" TO RECORD-FOUND.

031900 WRITE-PROJECT-RECORD.
032000     WRITE PROJECT-RECORD
032100         INVALID KEY
032200         DISPLAY "RECORD ALREADY ON FILE".

032300 REWRITE-PROJECT-RECORD.
032400     REWRITE PROJECT-RECORD
032500         INVALID KEY
032600         DISPLAY "ERROR REWRITING PROJECT RECORD".

032700 DELETE-PROJECT-RECORD.
032800     DELETE PROJECT-FILE RECORD
032900         INVALID KEY
033000         DISPLAY "ERROR DELETING PROJECT RECORD".

033100     COPY "PLOPID01.CBL".

033200     COPY "PLBWIN01.CBL".
