000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PRMMNT01.
000300*---------------------------------
000400* Add, Change, Inquire and Delete
000500* for the promotion calendar
000600* (FDPROMO.CBL), the same shape
000700* as RBTMNT01. One record per
000800* promotion code: a description,
000900* the event dates, the planned
001000* markdown dollars, up to ten
001100* stores (none keyed means every
001200* store) and up to ten division
001300* and category pairs on
001400* promotion (category 0 takes
001500* the whole division). Stores
001600* must be on the store master
001700* and the codes on
001800* SALES-CODE-FILE. PRMLFT01
001900* reports the lift.
001916* While the nightly batch window
001932* is up (PLBWIN01.CBL) only look
001948* up is open; an add, change or
001964* delete keyed as the window goes
001980* up is not saved.
002000*---------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.

002400     COPY "SLPROMO.CBL".

002500     COPY "SLSTOR01.CBL".

002600     COPY "SLSLCODE.CBL".

002633     COPY "SLBWIN01.CBL".

002666     COPY "SLBWLOG.CBL".

002700 DATA DIVISION.
002800 FILE SECTION.

002900     COPY "FDPROMO.CBL".

003000     COPY "FDSTOR01.CBL".

003100     COPY "FDSLCODE.CBL".

003133     COPY "FDBWIN01.CBL".

003166     COPY "FDBWLOG.CBL".

003200 WORKING-STORAGE SECTION.

003300 77  MENU-PICK                    PIC 9.
003400     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
003450     88  MENU-PICK-IS-UPDATE      VALUES 1 2 4.

003500 77  THE-MODE                     PIC X(7).
003600 77  OK-TO-DELETE                 PIC X.
003700 77  RECORD-FOUND                 PIC X.
003800 77  STORE-RECORD-FOUND           PIC X.
003900 77  CODE-RECORD-FOUND            PIC X.
004000 77  WHICH-FIELD                  PIC 9.
004100 77  LIST-INDEX                   PIC 99.
004200 77  LIST-DONE                    PIC X.
004300 77  AN-AMOUNT-FIELD              PIC ZZ,ZZZ,ZZ9.99-.

004400     COPY "WSDATE01.CBL".

004500     COPY "WSCASE01.CBL".

004600     COPY "WSOPID01.CBL".

004650     COPY "WSBWIN01.CBL".

004700 PROCEDURE DIVISION.
004800 PROGRAM-BEGIN.
004900     PERFORM OPENING-PROCEDURE.
005000     PERFORM GET-OPERATOR-ID.
005033     MOVE "PRMMNT01" TO BWIN-PROGRAM-NAME.
005066     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
005100     PERFORM MAIN-PROCESS.
005200     PERFORM CLOSING-PROCEDURE.

005233 PROGRAM-EXIT.
005266     EXIT PROGRAM.

005300 PROGRAM-DONE.
005400     ACCEPT OMITTED. STOP RUN.

005500 OPENING-PROCEDURE.
005600     OPEN I-O PROMOTION-FILE.
005700     OPEN INPUT STORE-FILE.
005800     OPEN INPUT SALES-CODE-FILE.

005900 CLOSING-PROCEDURE.
006000     CLOSE PROMOTION-FILE.
006100     CLOSE STORE-FILE.
006200     CLOSE SALES-CODE-FILE.

006300 MAIN-PROCESS.
006400     PERFORM GET-MENU-PICK.
006500     PERFORM MAINTAIN-THE-FILE
006600         UNTIL MENU-PICK = 0.

006700*---------------------------------
006800* MENU
006900*---------------------------------
007000 GET-MENU-PICK.
007100     PERFORM DISPLAY-THE-MENU.
007200     PERFORM ACCEPT-MENU-PICK.
007300     PERFORM RE-ACCEPT-MENU-PICK
007400         UNTIL MENU-PICK-IS-VALID.

007500 DISPLAY-THE-MENU.
007600     PERFORM CLEAR-SCREEN.
007700     DISPLAY "OPERATOR: " OPERATOR-ID.
007800     DISPLAY "    PROMOTION CALENDAR".
007833     IF BATCH-UPDATES-ALLOWED NOT = "Y"
007866         DISPLAY "    NIGHTLY BATCH RUNNING - LOOK UP ONLY".
007900     DISPLAY "    PLEASE SELECT:".
008000     DISPLAY " ".
008100     DISPLAY "          1.  ADD RECORDS".
008200     DISPLAY "          2.  CHANGE A RECORD".
008300     DISPLAY "          3.  LOOK UP A RECORD".
008400     DISPLAY "          4.  DELETE A RECORD".
008500     DISPLAY " ".
008600     DISPLAY "          0.  EXIT".
008700     PERFORM SCROLL-LINE 8 TIMES.

008800 ACCEPT-MENU-PICK.
008900     DISPLAY "YOUR CHOICE (0-4)?".
009000     ACCEPT MENU-PICK.

009100 RE-ACCEPT-MENU-PICK.
009200     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
009300     PERFORM ACCEPT-MENU-PICK.

009400 CLEAR-SCREEN.
009500     PERFORM SCROLL-LINE 25 TIMES.

009600 SCROLL-LINE.
009700     DISPLAY " ".

009800 MAINTAIN-THE-FILE.
009900     PERFORM DO-THE-PICK.
010000     PERFORM GET-MENU-PICK.

010100 DO-THE-PICK.
010114     IF MENU-PICK-IS-UPDATE
010128         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
010142     IF MENU-PICK-IS-UPDATE
010156        AND BATCH-UPDATES-ALLOWED NOT = "Y"
010170         DISPLAY "ONLY LOOK UP IS OPEN"
010184     ELSE
010200     IF MENU-PICK = 1
010300         PERFORM ADD-MODE
010400     ELSE
010500     IF MENU-PICK = 2
010600         PERFORM CHANGE-MODE
010700     ELSE
010800     IF MENU-PICK = 3
010900         PERFORM INQUIRE-MODE
011000     ELSE
011100     IF MENU-PICK = 4
011200         PERFORM DELETE-MODE.

011300*---------------------------------
011400* ADD
011500*---------------------------------
011600 ADD-MODE.
011700     MOVE "ADD" TO THE-MODE.
011800     PERFORM GET-NEW-PROMO-CODE.
011900     PERFORM ADD-RECORDS
012000        UNTIL PROMO-CODE = SPACE.

012100 GET-NEW-PROMO-CODE.
012200     PERFORM INIT-PROMO-RECORD.
012300     PERFORM ENTER-PROMO-CODE.
012400     MOVE "Y" TO RECORD-FOUND.
012500     PERFORM FIND-NEW-PROMO-RECORD
012600         UNTIL RECORD-FOUND = "N" OR
012700               PROMO-CODE = SPACE.

012800 FIND-NEW-PROMO-RECORD.
012900     PERFORM READ-PROMO-RECORD.
013000     IF RECORD-FOUND = "Y"
013100         DISPLAY "RECORD ALREADY ON FILE"
013200         PERFORM ENTER-PROMO-CODE.

013300 ADD-RECORDS.
013400     PERFORM ENTER-REMAINING-FIELDS.
013433     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
013466     IF BATCH-UPDATES-ALLOWED = "Y"
013500         PERFORM WRITE-PROMO-RECORD
013600         PERFORM GET-NEW-PROMO-CODE
013633     ELSE
013666         MOVE SPACE TO PROMO-CODE.

013700 ENTER-REMAINING-FIELDS.
013800     PERFORM ENTER-PROMO-DESCRIPTION.
013900     PERFORM ENTER-PROMO-START-DATE.
014000     PERFORM ENTER-PROMO-END-DATE.
014100     PERFORM ENTER-PROMO-MARKDOWN.
014200     PERFORM ENTER-PROMO-STORES.
014300     PERFORM ENTER-PROMO-ITEMS.

014400*---------------------------------
014500* CHANGE
014600*---------------------------------
014700 CHANGE-MODE.
014800     MOVE "CHANGE" TO THE-MODE.
014900     PERFORM GET-PROMO-RECORD.
015000     PERFORM CHANGE-RECORDS
015100        UNTIL PROMO-CODE = SPACE.

015200 CHANGE-RECORDS.
015300     PERFORM GET-FIELD-TO-CHANGE.
015400     PERFORM CHANGE-ONE-FIELD
015500         UNTIL WHICH-FIELD = ZERO.

015550     IF BATCH-UPDATES-ALLOWED = "Y"
015600         PERFORM GET-PROMO-RECORD
015633     ELSE
015666         MOVE SPACE TO PROMO-CODE.

015700 GET-FIELD-TO-CHANGE.
015800     PERFORM DISPLAY-ALL-FIELDS.
015900     PERFORM ASK-WHICH-FIELD.

016000 ASK-WHICH-FIELD.
016100     PERFORM ACCEPT-WHICH-FIELD.
016200     PERFORM RE-ACCEPT-WHICH-FIELD
016300         UNTIL WHICH-FIELD NOT > 6.

016400 ACCEPT-WHICH-FIELD.
016500     DISPLAY "ENTER THE NUMBER OF THE FIELD".
016600     DISPLAY "TO CHANGE (1-6) OR 0 TO EXIT".
016700     ACCEPT WHICH-FIELD.

016800 RE-ACCEPT-WHICH-FIELD.
016900     DISPLAY "INVALID ENTRY".
017000     PERFORM ACCEPT-WHICH-FIELD.

017100 CHANGE-ONE-FIELD.
017200     PERFORM CHANGE-THIS-FIELD.
017250     IF BATCH-UPDATES-ALLOWED = "Y"
017300         PERFORM GET-FIELD-TO-CHANGE
017333     ELSE
017366         MOVE ZERO TO WHICH-FIELD.

017400 CHANGE-THIS-FIELD.
017500     IF WHICH-FIELD = 1
017600         PERFORM ENTER-PROMO-DESCRIPTION.
017700     IF WHICH-FIELD = 2
017800         PERFORM ENTER-PROMO-START-DATE
017900         PERFORM ENTER-PROMO-END-DATE.
018000     IF WHICH-FIELD = 3
018100         PERFORM ENTER-PROMO-END-DATE.
018200     IF WHICH-FIELD = 4
018300         PERFORM ENTER-PROMO-MARKDOWN.
018400     IF WHICH-FIELD = 5
018500         PERFORM ENTER-PROMO-STORES.
018600     IF WHICH-FIELD = 6
018700         PERFORM ENTER-PROMO-ITEMS.

018733     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
018766     IF BATCH-UPDATES-ALLOWED = "Y"
018800         PERFORM REWRITE-PROMO-RECORD.

018900*---------------------------------
019000* INQUIRE
019100*---------------------------------
019200 INQUIRE-MODE.
019300     MOVE "DISPLAY" TO THE-MODE.
019400     PERFORM GET-PROMO-RECORD.
019500     PERFORM INQUIRE-RECORDS
019600        UNTIL PROMO-CODE = SPACE.

019700 INQUIRE-RECORDS.
019800     PERFORM DISPLAY-ALL-FIELDS.
019900     PERFORM GET-PROMO-RECORD.

020000*---------------------------------
020100* DELETE
020200*---------------------------------
020300 DELETE-MODE.
020400     MOVE "DELETE" TO THE-MODE.
020500     PERFORM GET-PROMO-RECORD.
020600     PERFORM DELETE-RECORDS
020700        UNTIL PROMO-CODE = SPACE.

020800 DELETE-RECORDS.
020900     PERFORM DISPLAY-ALL-FIELDS.

021000     PERFORM ASK-OK-TO-DELETE.
021100     IF OK-TO-DELETE = "Y"
021120         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
021140         IF BATCH-UPDATES-ALLOWED NOT = "Y"
021160             MOVE "N" TO OK-TO-DELETE.
021180     IF OK-TO-DELETE = "Y"
021200         PERFORM DELETE-PROMO-RECORD.

021250     IF BATCH-UPDATES-ALLOWED = "Y"
021300         PERFORM GET-PROMO-RECORD
021333     ELSE
021366         MOVE SPACE TO PROMO-CODE.

021400 ASK-OK-TO-DELETE.
021500     PERFORM ACCEPT-OK-TO-DELETE.
021600     PERFORM RE-ACCEPT-OK-TO-DELETE
021700        UNTIL OK-TO-DELETE = "Y" OR "N".

021800 ACCEPT-OK-TO-DELETE.
021900     DISPLAY "DELETE THIS RECORD (Y/N)?".
022000     ACCEPT OK-TO-DELETE.
022100     INSPECT OK-TO-DELETE
022200      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

022300 RE-ACCEPT-OK-TO-DELETE.
022400     DISPLAY "YOU MUST ENTER YES OR NO".
022500     PERFORM ACCEPT-OK-TO-DELETE.

022600*---------------------------------
022700* Routines shared by all modes
022800*---------------------------------
022900 INIT-PROMO-RECORD.
023000     MOVE SPACE TO PROMOTION-RECORD.
023100     MOVE ZEROES TO PROMO-START-DATE
023200                    PROMO-END-DATE
023300                    PROMO-PLANNED-MARKDOWN.
023400     PERFORM CLEAR-ONE-STORE
023500         VARYING LIST-INDEX FROM 1 BY 1
023600           UNTIL LIST-INDEX > 10.
023700     PERFORM CLEAR-ONE-ITEM
023800         VARYING LIST-INDEX FROM 1 BY 1
023900           UNTIL LIST-INDEX > 10.

024000 CLEAR-ONE-STORE.
024100     MOVE ZEROES TO PROMO-STORE(LIST-INDEX).

024200 CLEAR-ONE-ITEM.
024300     MOVE ZEROES TO PROMO-DIVISION(LIST-INDEX)
024400                    PROMO-CATEGORY(LIST-INDEX).

024500 ENTER-PROMO-CODE.
024600     DISPLAY " ".
024700     DISPLAY "ENTER PROMOTION CODE TO " THE-MODE.
024800     DISPLAY "ENTER BLANK TO STOP ENTRY".
024900     ACCEPT PROMO-CODE.
025000     INSPECT PROMO-CODE
025100      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

025200 GET-PROMO-RECORD.
025300     PERFORM INIT-PROMO-RECORD.
025400     PERFORM ENTER-PROMO-CODE.
025500     MOVE "N" TO RECORD-FOUND.
025600     PERFORM FIND-PROMO-RECORD
025700         UNTIL RECORD-FOUND = "Y" OR
025800               PROMO-CODE = SPACE.

025900*---------------------------------
026000* Routines shared Add and Change
026100*---------------------------------
026200 FIND-PROMO-RECORD.
026300     PERFORM READ-PROMO-RECORD.
026400     IF RECORD-FOUND = "N"
026500         DISPLAY "RECORD NOT FOUND"
026600         PERFORM ENTER-PROMO-CODE.

026700 ENTER-PROMO-DESCRIPTION.
026800     PERFORM ACCEPT-PROMO-DESCRIPTION.
026900     PERFORM RE-ACCEPT-PROMO-DESCRIPTION
027000         UNTIL PROMO-DESCRIPTION NOT = SPACE.

027100 ACCEPT-PROMO-DESCRIPTION.
027200     DISPLAY "ENTER PROMOTION DESCRIPTION".
027300     ACCEPT PROMO-DESCRIPTION.
027400     INSPECT PROMO-DESCRIPTION
027500      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

027600 RE-ACCEPT-PROMO-DESCRIPTION.
027700     DISPLAY "A DESCRIPTION IS REQUIRED".
027800     PERFORM ACCEPT-PROMO-DESCRIPTION.

027900 ENTER-PROMO-START-DATE.
028000     MOVE "ENTER PROMOTION START DATE (MM/DD/CCYY)"
028100         TO DATE-PROMPT.
028200     MOVE "N" TO ZERO-DATE-IS-OK.
028300     PERFORM GET-A-DATE.
028400     MOVE DATE-CCYYMMDD TO PROMO-START-DATE.

028500 ENTER-PROMO-END-DATE.
028600     PERFORM ACCEPT-PROMO-END-DATE.
028700     PERFORM RE-ACCEPT-PROMO-END-DATE
028800         UNTIL PROMO-END-DATE NOT < PROMO-START-DATE.

028900 ACCEPT-PROMO-END-DATE.
029000     MOVE "ENTER PROMOTION END DATE (MM/DD/CCYY)"
029100         TO DATE-PROMPT.
029200     MOVE "N" TO ZERO-DATE-IS-OK.
029300     PERFORM GET-A-DATE.
029400     MOVE DATE-CCYYMMDD TO PROMO-END-DATE.

029500 RE-ACCEPT-PROMO-END-DATE.
029600     DISPLAY "END DATE CANNOT BE BEFORE THE START DATE".
029700     PERFORM ACCEPT-PROMO-END-DATE.

029800 ENTER-PROMO-MARKDOWN.
029900     DISPLAY "ENTER PLANNED MARKDOWN DOLLARS".
030000     ACCEPT AN-AMOUNT-FIELD.
030100     MOVE AN-AMOUNT-FIELD TO PROMO-PLANNED-MARKDOWN.

030200*---------------------------------
030300* The store list is keyed fresh
030400* each time; a zero store ends
030500* it, and a zero first store
030600* leaves the event in every
030700* store.
030800*---------------------------------
030900 ENTER-PROMO-STORES.
031000     PERFORM CLEAR-ONE-STORE
031100         VARYING LIST-INDEX FROM 1 BY 1
031200           UNTIL LIST-INDEX > 10.
031300     MOVE "N" TO LIST-DONE.
031400     PERFORM ENTER-ONE-STORE
031500         VARYING LIST-INDEX FROM 1 BY 1
031600           UNTIL LIST-INDEX > 10
031700              OR LIST-DONE = "Y".

031800 ENTER-ONE-STORE.
031900     PERFORM ACCEPT-PROMO-STORE.
032000     PERFORM RE-ACCEPT-PROMO-STORE
032100         UNTIL PROMO-STORE(LIST-INDEX) = ZEROES
032200            OR STORE-RECORD-FOUND = "Y".
032300     IF PROMO-STORE(LIST-INDEX) = ZEROES
032400         MOVE "Y" TO LIST-DONE.

032500 ACCEPT-PROMO-STORE.
032600     IF LIST-INDEX = 1
032700         DISPLAY "STORE " LIST-INDEX
032800             " - ENTER STORE NUMBER (0 FOR ALL STORES)"
032900     ELSE
033000         DISPLAY "STORE " LIST-INDEX
033100             " - ENTER STORE NUMBER (0 WHEN DONE)".
033200     ACCEPT PROMO-STORE(LIST-INDEX).
033300     MOVE PROMO-STORE(LIST-INDEX) TO STORE-NUMBER.
033400     PERFORM READ-STORE-RECORD.
033500     IF PROMO-STORE(LIST-INDEX) NOT = ZEROES
033600        AND STORE-RECORD-FOUND = "Y"
033700         DISPLAY "   STORE: " STORE-NAME.

033800 RE-ACCEPT-PROMO-STORE.
033900     DISPLAY "STORE IS NOT ON THE STORE MASTER".
034000     PERFORM ACCEPT-PROMO-STORE.

034100*---------------------------------
034200* The division and category
034300* pairs are keyed fresh each
034400* time; a zero division ends the
034500* list and at least one pair is
034600* required.
034700*---------------------------------
034800 ENTER-PROMO-ITEMS.
034900     PERFORM CLEAR-ONE-ITEM
035000         VARYING LIST-INDEX FROM 1 BY 1
035100           UNTIL LIST-INDEX > 10.
035200     MOVE "N" TO LIST-DONE.
035300     PERFORM ENTER-ONE-ITEM
035400         VARYING LIST-INDEX FROM 1 BY 1
035500           UNTIL LIST-INDEX > 10
035600              OR LIST-DONE = "Y".

035700 ENTER-ONE-ITEM.
035800     PERFORM ACCEPT-PROMO-DIVISION.
035900     PERFORM RE-ACCEPT-PROMO-DIVISION
036000         UNTIL (PROMO-DIVISION(LIST-INDEX) = ZEROES
036100                AND LIST-INDEX > 1)
036200            OR (PROMO-DIVISION(LIST-INDEX) NOT = ZEROES
036300                AND CODE-RECORD-FOUND = "Y").
036400     IF PROMO-DIVISION(LIST-INDEX) = ZEROES
036500         MOVE "Y" TO LIST-DONE
036600     ELSE
036700         PERFORM ENTER-PROMO-CATEGORY.

036800 ACCEPT-PROMO-DIVISION.
036900     DISPLAY "ITEM " LIST-INDEX
037000         " - ENTER DIVISION (0 WHEN DONE)".
037100     ACCEPT PROMO-DIVISION(LIST-INDEX).
037200     MOVE 1 TO SALES-CODE-TYPE.
037300     MOVE PROMO-DIVISION(LIST-INDEX) TO SALES-CODE-NUMBER.
037400     PERFORM READ-SALES-CODE-RECORD.
037500     IF PROMO-DIVISION(LIST-INDEX) NOT = ZEROES
037600        AND CODE-RECORD-FOUND = "Y"
037700         DISPLAY "   DIVISION: " SALES-CODE-NAME.

037800 RE-ACCEPT-PROMO-DIVISION.
037900     IF PROMO-DIVISION(LIST-INDEX) = ZEROES
038000         DISPLAY "AT LEAST ONE DIVISION IS REQUIRED"
038100     ELSE
038200         DISPLAY "DIVISION IS NOT ON SALES-CODE-FILE".
038300     PERFORM ACCEPT-PROMO-DIVISION.

038400 ENTER-PROMO-CATEGORY.
038500     PERFORM ACCEPT-PROMO-CATEGORY.
038600     PERFORM RE-ACCEPT-PROMO-CATEGORY
038700         UNTIL PROMO-CATEGORY(LIST-INDEX) = ZEROES
038800            OR CODE-RECORD-FOUND = "Y".

038900 ACCEPT-PROMO-CATEGORY.
039000     DISPLAY "ITEM " LIST-INDEX
039100         " - ENTER CATEGORY (0 FOR THE WHOLE DIVISION)".
039200     ACCEPT PROMO-CATEGORY(LIST-INDEX).
039300     MOVE 3 TO SALES-CODE-TYPE.
039400     MOVE PROMO-CATEGORY(LIST-INDEX) TO SALES-CODE-NUMBER.
039500     PERFORM READ-SALES-CODE-RECORD.
039600     IF PROMO-CATEGORY(LIST-INDEX) NOT = ZEROES
039700        AND CODE-RECORD-FOUND = "Y"
039800         DISPLAY "   CATEGORY: " SALES-CODE-NAME.

039900 RE-ACCEPT-PROMO-CATEGORY.
040000     DISPLAY "CATEGORY IS NOT ON SALES-CODE-FILE".
040100     PERFORM ACCEPT-PROMO-CATEGORY.

040200*---------------------------------
040300* Routines shared by Change,
040400* Inquire and Delete
040500*---------------------------------
040600 DISPLAY-ALL-FIELDS.
040700     DISPLAY " ".
040800     DISPLAY "   PROMOTION: " PROMO-CODE.
040900     DISPLAY "1. DESCRIPTION: " PROMO-DESCRIPTION.
041000     MOVE PROMO-START-DATE TO DATE-CCYYMMDD.
041100     PERFORM FORMAT-THE-DATE.
041200     DISPLAY "2. START DATE: " FORMATTED-DATE.
041300     MOVE PROMO-END-DATE TO DATE-CCYYMMDD.
041400     PERFORM FORMAT-THE-DATE.
041500     DISPLAY "3. END DATE: " FORMATTED-DATE.
041600     MOVE PROMO-PLANNED-MARKDOWN TO AN-AMOUNT-FIELD.
041700     DISPLAY "4. PLANNED MARKDOWN: " AN-AMOUNT-FIELD.
041800     IF PROMO-STORE(1) = ZEROES
041900         DISPLAY "5. STORES: ALL"
042000     ELSE
042100         DISPLAY "5. STORES:"
042200         PERFORM DISPLAY-ONE-STORE
042300             VARYING LIST-INDEX FROM 1 BY 1
042400               UNTIL LIST-INDEX > 10.
042500     DISPLAY "6. DIVISIONS/CATEGORIES:".
042600     PERFORM DISPLAY-ONE-ITEM
042700         VARYING LIST-INDEX FROM 1 BY 1
042800           UNTIL LIST-INDEX > 10.
042900     DISPLAY " ".

043000 DISPLAY-ONE-STORE.
043100     IF PROMO-STORE(LIST-INDEX) NOT = ZEROES
043200         MOVE PROMO-STORE(LIST-INDEX) TO STORE-NUMBER
043300         PERFORM READ-STORE-RECORD
043400         DISPLAY "     " PROMO-STORE(LIST-INDEX) " " STORE-NAME.

043500 DISPLAY-ONE-ITEM.
043600     IF PROMO-DIVISION(LIST-INDEX) NOT = ZEROES
043700         IF PROMO-CATEGORY(LIST-INDEX) = ZEROES
043800             DISPLAY "     DIVISION " PROMO-DIVISION(LIST-INDEX)
043900                 " ALL CATEGORIES"
044000         ELSE
044100             DISPLAY "     DIVISION " PROMO-DIVISION(LIST-INDEX)
044200                 " CATEGORY " PROMO-CATEGORY(LIST-INDEX).

044300*---------------------------------
044400* File I-O Routines
044500*---------------------------------
044600 READ-PROMO-RECORD.
044700     MOVE "Y" TO RECORD-FOUND.
044800     READ PROMOTION-FILE RECORD
044900       INVALID KEY
045000          MOVE "N" TO RECORD-FOUND.

045100 READ-STORE-RECORD.
045200     MOVE "Y" TO STORE-RECORD-FOUND.
045300     READ STORE-FILE RECORD
045400       INVALID KEY
045500          MOVE "N" TO STORE-RECORD-FOUND
045600          MOVE "***Not Found***" TO STORE-NAME.

045700 READ-SALES-CODE-RECORD.
045800     MOVE "Y" TO CODE-RECORD-FOUND.
045900     READ SALES-CODE-FILE RECORD
046000       INVALID KEY
046100          MOVE "N" TO CODE-RECORD-FOUND.

046200 WRITE-PROMO-RECORD.
046300     WRITE PROMOTION-RECORD
046400         INVALID KEY
046500         DISPLAY "RECORD ALREADY ON FILE".

046600 REWRITE-PROMO-RECORD.
046700     REWRITE PROMOTION-RECORD
046800         INVALID KEY
046900         DISPLAY "ERROR REWRITING PROMOTION RECORD".

047000 DELETE-PROMO-RECORD.
047100     DELETE PROMOTION-FILE RECORD
047200         INVALID KEY
047300         DISPLAY "ERROR DELETING PROMOTION RECORD".

047400     COPY "PLDATE01.CBL".

047500     COPY "PLOPID01.CBL".

047600     COPY "PLBWIN01.CBL".
