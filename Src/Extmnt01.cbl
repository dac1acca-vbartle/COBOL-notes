000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EXTMNT01.
000300*---------------------------------
000400* Add, Change, Inquire and Delete
000500* for the expense type table
000600* (FDEXTYP.CBL), the same shape
000700* as STRMNT01. Each type names
000800* the GL account its expense
000900* report lines are charged to
001000* (validated against the chart,
001100* active accounts only), whether
001200* it is a mileage type and at
001300* what rate per mile, and the
001400* per diem and single-item
001500* policy limits EXPENT01 flags
001600* lines against.
001616* While the nightly batch window
001632* is up (PLBWIN01.CBL) only look
001648* up is open; an add, change or
001664* delete keyed as the window goes
001680* up is not saved.
001700*---------------------------------
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.

002100     COPY "SLEXTYP.CBL".

002200     COPY "SLACCT01.CBL".

002233     COPY "SLBWIN01.CBL".

002266     COPY "SLBWLOG.CBL".

002300 DATA DIVISION.
002400 FILE SECTION.

002500     COPY "FDEXTYP.CBL".

002600     COPY "FDACCT01.CBL".

002633     COPY "FDBWIN01.CBL".

002666     COPY "FDBWLOG.CBL".

002700 WORKING-STORAGE SECTION.

002800 77  MENU-PICK                    PIC 9.
002900     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
002950     88  MENU-PICK-IS-UPDATE      VALUES 1 2 4.

003000 77  THE-MODE                     PIC X(7).
003100 77  OK-TO-DELETE                 PIC X.
003200 77  RECORD-FOUND                 PIC X.
003300 77  ACCOUNT-RECORD-FOUND         PIC X.
003400 77  WHICH-FIELD                  PIC 9.
003500 77  AN-AMOUNT-FIELD              PIC ZZ,ZZ9.99.
003600 77  A-RATE-FIELD                 PIC 9.999.

003700     COPY "WSCASE01.CBL".

003800     COPY "WSOPID01.CBL".

003850     COPY "WSBWIN01.CBL".

003900 PROCEDURE DIVISION.
004000 PROGRAM-BEGIN.
004100     PERFORM OPENING-PROCEDURE.
004200     PERFORM GET-OPERATOR-ID.
004233     MOVE "EXTMNT01" TO BWIN-PROGRAM-NAME.
004266     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
004300     PERFORM MAIN-PROCESS.
004400     PERFORM CLOSING-PROCEDURE.

004433 PROGRAM-EXIT.
004466     EXIT PROGRAM.

004500 PROGRAM-DONE.
004600     ACCEPT OMITTED. STOP RUN.

004700 OPENING-PROCEDURE.
004800     OPEN I-O EXPENSE-TYPE-FILE.
004900     OPEN INPUT ACCOUNT-FILE.

005000 CLOSING-PROCEDURE.
005100     CLOSE EXPENSE-TYPE-FILE.
005200     CLOSE ACCOUNT-FILE.

005300 MAIN-PROCESS.
005400     PERFORM GET-MENU-PICK.
005500     PERFORM MAINTAIN-THE-FILE
005600         UNTIL MENU-PICK = 0.

005700*---------------------------------
005800* MENU
005900*---------------------------------
006000 GET-MENU-PICK.
006100     PERFORM DISPLAY-THE-MENU.
006200     PERFORM ACCEPT-MENU-PICK.
006300     PERFORM RE-ACCEPT-MENU-PICK
006400         UNTIL MENU-PICK-IS-VALID.

006500 DISPLAY-THE-MENU.
006600     PERFORM CLEAR-SCREEN.
006700     DISPLAY "OPERATOR: " OPERATOR-ID.
006800     DISPLAY "    EXPENSE TYPE TABLE".
006833     IF BATCH-UPDATES-ALLOWED NOT = "Y"
006866         DISPLAY "    NIGHTLY BATCH RUNNING - LOOK UP ONLY".
006900     DISPLAY "    PLEASE SELECT:".
007000     DISPLAY " ".
007100     DISPLAY "          1.  ADD RECORDS".
007200     DISPLAY "          2.  CHANGE A RECORD".
007300     DISPLAY "          3.  LOOK UP A RECORD".
007400     DISPLAY "          4.  DELETE A RECORD".
007500     DISPLAY " ".
007600     DISPLAY "          0.  EXIT".
007700     PERFORM SCROLL-LINE 8 TIMES.

007800 ACCEPT-MENU-PICK.
007900     DISPLAY "YOUR CHOICE (0-4)?".
008000     ACCEPT MENU-PICK.

008100 RE-ACCEPT-MENU-PICK.
008200     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
008300     PERFORM ACCEPT-MENU-PICK.

008400 CLEAR-SCREEN.
008500     PERFORM SCROLL-LINE 25 TIMES.

008600 SCROLL-LINE.
008700     DISPLAY " ".

008800 MAINTAIN-THE-FILE.
008900     PERFORM DO-THE-PICK.
009000     PERFORM GET-MENU-PICK.

009100 DO-THE-PICK.
009114     IF MENU-PICK-IS-UPDATE
009128         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
009142     IF MENU-PICK-IS-UPDATE
009156        AND BATCH-UPDATES-ALLOWED NOT = "Y"
009170         DISPLAY "ONLY LOOK UP IS OPEN"
009184     ELSE
009200     IF MENU-PICK = 1
009300         PERFORM ADD-MODE
009400     ELSE
009500     IF MENU-PICK = 2
009600         PERFORM CHANGE-MODE
009700     ELSE
009800     IF MENU-PICK = 3
009900         PERFORM INQUIRE-MODE
010000     ELSE
010100     IF MENU-PICK = 4
010200         PERFORM DELETE-MODE.

010300*---------------------------------
010400* ADD
010500*---------------------------------
010600 ADD-MODE.
010700     MOVE "ADD" TO THE-MODE.
010800     PERFORM GET-NEW-EXTYP-CODE.
010900     PERFORM ADD-RECORDS
011000        UNTIL EXTYP-CODE = SPACES.

011100 GET-NEW-EXTYP-CODE.
011200     PERFORM INIT-EXTYP-RECORD.
011300     PERFORM ENTER-EXTYP-CODE.
011400     MOVE "Y" TO RECORD-FOUND.
011500     PERFORM FIND-NEW-EXTYP-RECORD
011600         UNTIL RECORD-FOUND = "N" OR
011700               EXTYP-CODE = SPACES.

011800 FIND-NEW-EXTYP-RECORD.
011900     PERFORM READ-EXTYP-RECORD.
012000     IF RECORD-FOUND = "Y"
012100         DISPLAY "RECORD ALREADY ON FILE"
012200         PERFORM ENTER-EXTYP-CODE.

012300 ADD-RECORDS.
012400     PERFORM ENTER-REMAINING-FIELDS.
012433     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
012466     IF BATCH-UPDATES-ALLOWED = "Y"
012500         PERFORM WRITE-EXTYP-RECORD
012600         PERFORM GET-NEW-EXTYP-CODE
012633     ELSE
012666         MOVE SPACES TO EXTYP-CODE.

012700 ENTER-REMAINING-FIELDS.
012800     PERFORM ENTER-EXTYP-DESCRIPTION.
012900     PERFORM ENTER-EXTYP-GL-ACCOUNT.
013000     PERFORM ENTER-EXTYP-MILEAGE.
013100     PERFORM ENTER-EXTYP-DAILY-LIMIT.
013200     PERFORM ENTER-EXTYP-ITEM-LIMIT.

013300*---------------------------------
013400* CHANGE
013500*---------------------------------
013600 CHANGE-MODE.
013700     MOVE "CHANGE" TO THE-MODE.
013800     PERFORM GET-EXTYP-RECORD.
013900     PERFORM CHANGE-RECORDS
014000        UNTIL EXTYP-CODE = SPACES.

014100 CHANGE-RECORDS.
014200     PERFORM GET-FIELD-TO-CHANGE.
014300     PERFORM CHANGE-ONE-FIELD
014400         UNTIL WHICH-FIELD = ZERO.

014450     IF BATCH-UPDATES-ALLOWED = "Y"
014500         PERFORM GET-EXTYP-RECORD
014533     ELSE
014566         MOVE SPACES TO EXTYP-CODE.

014600 GET-FIELD-TO-CHANGE.
014700     PERFORM DISPLAY-ALL-FIELDS.
014800     PERFORM ASK-WHICH-FIELD.

014900 ASK-WHICH-FIELD.
015000     PERFORM ACCEPT-WHICH-FIELD.
015100     PERFORM RE-ACCEPT-WHICH-FIELD
015200         UNTIL WHICH-FIELD NOT > 5.

015300 ACCEPT-WHICH-FIELD.
015400     DISPLAY "ENTER THE NUMBER OF THE FIELD".
015500     DISPLAY "TO CHANGE (1-5) OR 0 TO EXIT".
015600     ACCEPT WHICH-FIELD.

015700 RE-ACCEPT-WHICH-FIELD.
015800     DISPLAY "INVALID ENTRY".
015900     PERFORM ACCEPT-WHICH-FIELD.

016000 CHANGE-ONE-FIELD.
016100     PERFORM CHANGE-THIS-FIELD.
016150     IF BATCH-UPDATES-ALLOWED = "Y"
016200         PERFORM GET-FIELD-TO-CHANGE
016233     ELSE
016266         MOVE ZERO TO WHICH-FIELD.

016300 CHANGE-THIS-FIELD.
016400     IF WHICH-FIELD = 1
016500         PERFORM ENTER-EXTYP-DESCRIPTION.
016600     IF WHICH-FIELD = 2
016700         PERFORM ENTER-EXTYP-GL-ACCOUNT.
016800     IF WHICH-FIELD = 3
016900         PERFORM ENTER-EXTYP-MILEAGE.
017000     IF WHICH-FIELD = 4
017100         PERFORM ENTER-EXTYP-DAILY-LIMIT.
017200     IF WHICH-FIELD = 5
017300         PERFORM ENTER-EXTYP-ITEM-LIMIT.

017333     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
017366     IF BATCH-UPDATES-ALLOWED = "Y"
017400         PERFORM REWRITE-EXTYP-RECORD.

017500*---------------------------------
017600* INQUIRE
017700*---------------------------------
017800 INQUIRE-MODE.
017900     MOVE "DISPLAY" TO THE-MODE.
018000     PERFORM GET-EXTYP-RECORD.
018100     PERFORM INQUIRE-RECORDS
018200        UNTIL EXTYP-CODE = SPACES.

018300 INQUIRE-RECORDS.
018400     PERFORM DISPLAY-ALL-FIELDS.
018500     PERFORM GET-EXTYP-RECORD.

018600*---------------------------------
018700* DELETE
018800*---------------------------------
018900 DELETE-MODE.
019000     MOVE "DELETE" TO THE-MODE.
019100     PERFORM GET-EXTYP-RECORD.
019200     PERFORM DELETE-RECORDS
019300        UNTIL EXTYP-CODE = SPACES.

019400 DELETE-RECORDS.
019500     PERFORM DISPLAY-ALL-FIELDS.

019600     PERFORM ASK-OK-TO-DELETE.
019700     IF OK-TO-DELETE = "Y"
019720         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
019740         IF BATCH-UPDATES-ALLOWED NOT = "Y"
019760             MOVE "N" TO OK-TO-DELETE.
019780     IF OK-TO-DELETE = "Y"
019800         PERFORM DELETE-EXTYP-RECORD.

019850     IF BATCH-UPDATES-ALLOWED = "Y"
019900         PERFORM GET-EXTYP-RECORD
019933     ELSE
019966         MOVE SPACES TO EXTYP-CODE.

020000 ASK-OK-TO-DELETE.
020100     PERFORM ACCEPT-OK-TO-DELETE.
020200     PERFORM RE-ACCEPT-OK-TO-DELETE
020300        UNTIL OK-TO-DELETE = "Y" OR "N".

020400 ACCEPT-OK-TO-DELETE.
020500     DISPLAY "DELETE THIS RECORD (Y/N)?".
020600     ACCEPT OK-TO-DELETE.
020700     INSPECT OK-TO-DELETE
020800      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

020900 RE-ACCEPT-OK-TO-DELETE.
021000     DISPLAY "YOU MUST ENTER YES OR NO".
021100     PERFORM ACCEPT-OK-TO-DELETE.

021200*---------------------------------
021300* Routines shared by all modes
021400*---------------------------------
021500 INIT-EXTYP-RECORD.
021600     MOVE SPACE TO EXTYP-CODE
021700                   EXTYP-DESCRIPTION
021800                   EXTYP-GL-ACCOUNT.
021900     MOVE "N" TO EXTYP-MILEAGE.
022000     MOVE ZEROES TO EXTYP-MILE-RATE
022100                    EXTYP-DAILY-LIMIT
022200                    EXTYP-ITEM-LIMIT.

022300 ENTER-EXTYP-CODE.
022400     DISPLAY " ".
022500     DISPLAY "ENTER EXPENSE TYPE TO " THE-MODE
022600             " (E.G. MEAL, HOTL, MILE)".
022700     DISPLAY "ENTER SPACES TO STOP ENTRY".
022800     ACCEPT EXTYP-CODE.
022900     INSPECT EXTYP-CODE
023000      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

023100 GET-EXTYP-RECORD.
023200     PERFORM INIT-EXTYP-RECORD.
023300     PERFORM ENTER-EXTYP-CODE.
023400     MOVE "N" TO RECORD-FOUND.
023500     PERFORM FIND-EXTYP-RECORD
023600         UNTIL RECORD-FOUND = "Y" OR
023700               EXTYP-CODE = SPACES.

023800*---------------------------------
023900* Routines shared Add and Change
024000*---------------------------------
024100 FIND-EXTYP-RECORD.
024200     PERFORM READ-EXTYP-RECORD.
024300     IF RECORD-FOUND = "N"
024400         DISPLAY "RECORD NOT FOUND"
024500         PERFORM ENTER-EXTYP-CODE.

024600 ENTER-EXTYP-DESCRIPTION.
024700     PERFORM ACCEPT-EXTYP-DESCRIPTION.
024800     PERFORM RE-ACCEPT-EXTYP-DESCRIPTION
024900         UNTIL EXTYP-DESCRIPTION NOT = SPACES.

025000 ACCEPT-EXTYP-DESCRIPTION.
025100     DISPLAY "ENTER DESCRIPTION".
025200     ACCEPT EXTYP-DESCRIPTION.

025300     INSPECT EXTYP-DESCRIPTION
025400       CONVERTING LOWER-ALPHA
025500       TO         UPPER-ALPHA.

025600 RE-ACCEPT-EXTYP-DESCRIPTION.
025700     DISPLAY "DESCRIPTION MUST BE ENTERED".
025800     PERFORM ACCEPT-EXTYP-DESCRIPTION.

025900 ENTER-EXTYP-GL-ACCOUNT.
026000     PERFORM ACCEPT-EXTYP-GL-ACCOUNT.
026100     PERFORM RE-ACCEPT-EXTYP-GL-ACCOUNT
026200         UNTIL ACCOUNT-RECORD-FOUND = "Y"
026300           AND ACCOUNT-ACTIVE = "Y".

026400 ACCEPT-EXTYP-GL-ACCOUNT.
026500     DISPLAY "ENTER GL ACCOUNT TO CHARGE".
026600     ACCEPT EXTYP-GL-ACCOUNT.
026700     INSPECT EXTYP-GL-ACCOUNT
026800      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
026900     PERFORM EXTYP-ACCOUNT-ON-FILE.
027000     IF ACCOUNT-RECORD-FOUND = "Y"
027100         DISPLAY "   ACCOUNT: " ACCOUNT-NAME.

027200 RE-ACCEPT-EXTYP-GL-ACCOUNT.
027300     IF ACCOUNT-RECORD-FOUND = "N"
027400         DISPLAY "ACCOUNT IS NOT ON THE CHART"
027500     ELSE
027600         DISPLAY "ACCOUNT IS INACTIVE".
027700     PERFORM ACCEPT-EXTYP-GL-ACCOUNT.

027800*---------------------------------
027900* A mileage type needs a rate;
028000* any other type carries none.
028100*---------------------------------
028200 ENTER-EXTYP-MILEAGE.
028300     PERFORM ACCEPT-EXTYP-MILEAGE.
028400     PERFORM RE-ACCEPT-EXTYP-MILEAGE
028500         UNTIL EXTYP-MILEAGE = "Y" OR "N".
028600     IF EXTYP-MILEAGE = "Y"
028700         PERFORM ENTER-EXTYP-MILE-RATE
028800     ELSE
028900         MOVE ZEROES TO EXTYP-MILE-RATE.

029000 ACCEPT-EXTYP-MILEAGE.
029100     DISPLAY "IS THIS A MILEAGE TYPE (Y/N)?".
029200     ACCEPT EXTYP-MILEAGE.
029300     INSPECT EXTYP-MILEAGE
029400      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

029500 RE-ACCEPT-EXTYP-MILEAGE.
029600     DISPLAY "YOU MUST ENTER YES OR NO".
029700     PERFORM ACCEPT-EXTYP-MILEAGE.

029800 ENTER-EXTYP-MILE-RATE.
029900     PERFORM ACCEPT-EXTYP-MILE-RATE.
030000     PERFORM RE-ACCEPT-EXTYP-MILE-RATE
030100         UNTIL EXTYP-MILE-RATE NOT = ZEROES.

030200 ACCEPT-EXTYP-MILE-RATE.
030300     DISPLAY "ENTER RATE PER MILE (E.G. 0.655)".
030400     ACCEPT A-RATE-FIELD.
030500     MOVE A-RATE-FIELD TO EXTYP-MILE-RATE.

030600 RE-ACCEPT-EXTYP-MILE-RATE.
030700     DISPLAY "A MILEAGE TYPE MUST HAVE A RATE".
030800     PERFORM ACCEPT-EXTYP-MILE-RATE.

030900 ENTER-EXTYP-DAILY-LIMIT.
031000     DISPLAY "ENTER PER DIEM - MOST PER DAY (0 = NO LIMIT)".
031100     ACCEPT AN-AMOUNT-FIELD.
031200     MOVE AN-AMOUNT-FIELD TO EXTYP-DAILY-LIMIT.

031300 ENTER-EXTYP-ITEM-LIMIT.
031400     DISPLAY "ENTER POLICY LIMIT PER ITEM (0 = NO LIMIT)".
031500     ACCEPT AN-AMOUNT-FIELD.
031600     MOVE AN-AMOUNT-FIELD TO EXTYP-ITEM-LIMIT.

031700*---------------------------------
031800* Routines shared by Change,
031900* Inquire and Delete
032000*---------------------------------
032100 DISPLAY-ALL-FIELDS.
032200     DISPLAY " ".
032300     DISPLAY "   EXPENSE TYPE: " EXTYP-CODE.
032400     DISPLAY "1. DESCRIPTION: " EXTYP-DESCRIPTION.
032500     DISPLAY "2. GL ACCOUNT: " EXTYP-GL-ACCOUNT.
032600     MOVE EXTYP-MILE-RATE TO A-RATE-FIELD.
032700     DISPLAY "3. MILEAGE: " EXTYP-MILEAGE
032800             "  RATE: " A-RATE-FIELD.
032900     MOVE EXTYP-DAILY-LIMIT TO AN-AMOUNT-FIELD.
033000     DISPLAY "4. PER DIEM: " AN-AMOUNT-FIELD.
033100     MOVE EXTYP-ITEM-LIMIT TO AN-AMOUNT-FIELD.
033200     DISPLAY "5. ITEM LIMIT: " AN-AMOUNT-FIELD.
033300     DISPLAY " ".

033400*---------------------------------
033500* File I-O Routines
033600*---------------------------------
033700 READ-EXTYP-RECORD.
033800     MOVE "Y" TO RECORD-FOUND.
033900     READ EXPENSE-TYPE-FILE RECORD
034000       INVALID KEY
034100          MOVE "N" TO RECORD-FOUND.

034200 WRITE-EXTYP-RECORD.
034300     WRITE EXPENSE-TYPE-RECORD
034400         INVALID KEY
034500         DISPLAY "RECORD ALREADY ON FILE".

034600 REWRITE-EXTYP-RECORD.
034700     REWRITE EXPENSE-TYPE-RECORD
034800         INVALID KEY
034900         DISPLAY "ERROR REWRITING EXPENSE TYPE RECORD".

035000 DELETE-EXTYP-RECORD.
035100     DELETE EXPENSE-TYPE-FILE RECORD
035200         INVALID KEY
035300         DISPLAY "ERROR DELETING EXPENSE TYPE RECORD".

035400 EXTYP-ACCOUNT-ON-FILE.
035500     MOVE EXTYP-GL-ACCOUNT TO ACCOUNT-CODE.
035600     MOVE "Y" TO ACCOUNT-RECORD-FOUND.
035700     READ ACCOUNT-FILE RECORD
035800       INVALID KEY
035900          MOVE "N" TO ACCOUNT-RECORD-FOUND.

036000     COPY "PLOPID01.CBL".

036100     COPY "PLBWIN01.CBL".
