000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MNUMNT01.
000300*---------------------------------
000400* Add, Change, Inquire and Delete
000500* for the master system menu
000600* (FDMENU01.CBL), the same shape
000700* as NSCMNT01, for a SUPERVISOR
000800* only (PLSIGN01) - the file
000900* decides who may run what from
001000* SYSMNU01. A subsystem's
001100* heading is option 0 and
001200* carries only its name. LIST
001300* shows one subsystem's options
001400* in order. Every add, change
001500* and delete is journaled
001600* (PLJRNL01) as MENU-ADD /
001700* MENU-CHG / MENU-DEL against
001800* the subsystem, option and
001900* program, with the record
002000* image.
002016* While the nightly batch window
002032* is up (PLBWIN01.CBL) only look
002048* up and LIST are open; an add,
002064* change or delete keyed as the
002080* window goes up is not saved.
002100*---------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.

002500     COPY "SLMENU01.CBL".

002600     COPY "SLOPER01.CBL".

002700     COPY "SLSECVIO.CBL".

002800     COPY "SLJRNL01.CBL".

002833     COPY "SLBWIN01.CBL".

002866     COPY "SLBWLOG.CBL".

002900 DATA DIVISION.
003000 FILE SECTION.

003100     COPY "FDMENU01.CBL".

003200     COPY "FDOPER01.CBL".

003300     COPY "FDSECVIO.CBL".

003400     COPY "FDJRNL01.CBL".

003433     COPY "FDBWIN01.CBL".

003466     COPY "FDBWLOG.CBL".

003500 WORKING-STORAGE SECTION.

003600 77  MENU-PICK                    PIC 9.
003700     88  MENU-PICK-IS-VALID       VALUES 0 THRU 5.
003750     88  MENU-PICK-IS-UPDATE      VALUES 1 2 4.

003800 77  THE-MODE                     PIC X(7).
003900 77  OK-TO-DELETE                 PIC X.
004000 77  RECORD-FOUND                 PIC X.
004100 77  MENU-AT-END                  PIC X.
004200 77  WHICH-FIELD                  PIC 9.
004300 77  LIST-SUBSYSTEM               PIC 99.

004400 01  JOURNAL-MENU-KEY.
004500     05  JOURNAL-MENU-SUBSYSTEM   PIC 99.
004600     05  FILLER                   PIC X VALUE "-".
004700     05  JOURNAL-MENU-OPTION      PIC 99.
004800     05  FILLER                   PIC X VALUE SPACE.
004900     05  JOURNAL-MENU-PROGRAM     PIC X(9).

005000     COPY "WSSIGN01.CBL".

005100     COPY "WSCASE01.CBL".

005200     COPY "WSOPID01.CBL".

005250     COPY "WSBWIN01.CBL".

005300 PROCEDURE DIVISION.
005400 PROGRAM-BEGIN.
005500     OPEN I-O OPERATOR-FILE.
005600     PERFORM SIGN-ON-OPERATOR.
005700     CLOSE OPERATOR-FILE.
005800     IF AUTH-SUPERVISOR NOT = "Y"
005900         DISPLAY "MASTER MENU MAINTENANCE IS SUPERVISOR ONLY"
006000     ELSE
006033         MOVE "MNUMNT01" TO BWIN-PROGRAM-NAME
006066         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON
006100         PERFORM OPENING-PROCEDURE
006200         PERFORM MAIN-PROCESS
006300         PERFORM CLOSING-PROCEDURE.

006400 PROGRAM-EXIT.
006500     EXIT PROGRAM.

006600 PROGRAM-DONE.
006700     ACCEPT OMITTED. STOP RUN.

006800 OPENING-PROCEDURE.
006900     OPEN I-O MASTER-MENU-FILE.
007000     OPEN EXTEND JOURNAL-FILE.

007100 CLOSING-PROCEDURE.
007200     CLOSE MASTER-MENU-FILE.
007300     CLOSE JOURNAL-FILE.

007400 MAIN-PROCESS.
007500     PERFORM GET-MENU-PICK.
007600     PERFORM MAINTAIN-THE-FILE
007700         UNTIL MENU-PICK = 0.

007800*---------------------------------
007900* MENU
008000*---------------------------------
008100 GET-MENU-PICK.
008200     PERFORM DISPLAY-THE-MENU.
008300     PERFORM ACCEPT-MENU-PICK.
008400     PERFORM RE-ACCEPT-MENU-PICK
008500         UNTIL MENU-PICK-IS-VALID.

008600 DISPLAY-THE-MENU.
008700     PERFORM CLEAR-SCREEN.
008800     DISPLAY "OPERATOR: " OPERATOR-ID.
008900     DISPLAY "    MASTER MENU MAINTENANCE".
008933     IF BATCH-UPDATES-ALLOWED NOT = "Y"
008966         DISPLAY "    NIGHTLY BATCH RUNNING - LOOK UP ONLY".
009000     DISPLAY "    PLEASE SELECT:".
009100     DISPLAY " ".
009200     DISPLAY "          1.  ADD MENU ENTRIES".
009300     DISPLAY "          2.  CHANGE A MENU ENTRY".
009400     DISPLAY "          3.  LOOK UP A MENU ENTRY".
009500     DISPLAY "          4.  DELETE A MENU ENTRY".
009600     DISPLAY "          5.  LIST A SUBSYSTEM".
009700     DISPLAY " ".
009800     DISPLAY "          0.  EXIT".
009900     PERFORM SCROLL-LINE 7 TIMES.

010000 ACCEPT-MENU-PICK.
010100     DISPLAY "YOUR CHOICE (0-5)?".
010200     ACCEPT MENU-PICK.

010300 RE-ACCEPT-MENU-PICK.
010400     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
010500     PERFORM ACCEPT-MENU-PICK.

010600 CLEAR-SCREEN.
010700     PERFORM SCROLL-LINE 25 TIMES.

010800 SCROLL-LINE.
010900     DISPLAY " ".

011000 MAINTAIN-THE-FILE.
011100     PERFORM DO-THE-PICK.
011200     PERFORM GET-MENU-PICK.

011300 DO-THE-PICK.
011314     IF MENU-PICK-IS-UPDATE
011328         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
011342     IF MENU-PICK-IS-UPDATE
011356        AND BATCH-UPDATES-ALLOWED NOT = "Y"
011370         DISPLAY "ONLY LOOK UP AND LIST ARE OPEN"
011384     ELSE
011400     IF MENU-PICK = 1
011500         PERFORM ADD-MODE
011600     ELSE
011700     IF MENU-PICK = 2
011800         PERFORM CHANGE-MODE
011900     ELSE
012000     IF MENU-PICK = 3
012100         PERFORM INQUIRE-MODE
012200     ELSE
012300     IF MENU-PICK = 4
012400         PERFORM DELETE-MODE
012500     ELSE
012600     IF MENU-PICK = 5
012700         PERFORM LIST-MODE.

012800*---------------------------------
012900* ADD
013000*---------------------------------
013100 ADD-MODE.
013200     MOVE "ADD" TO THE-MODE.
013300     PERFORM GET-NEW-MENU-KEY.
013400     PERFORM ADD-RECORDS
013500        UNTIL SYSMENU-SUBSYSTEM = ZEROES.

013600 GET-NEW-MENU-KEY.
013700     PERFORM INIT-MENU-RECORD.
013800     PERFORM ENTER-MENU-KEY.
013900     MOVE "Y" TO RECORD-FOUND.
014000     PERFORM FIND-NEW-MENU-RECORD
014100         UNTIL RECORD-FOUND = "N" OR
014200               SYSMENU-SUBSYSTEM = ZEROES.

014300 FIND-NEW-MENU-RECORD.
014400     IF SYSMENU-SUBSYSTEM NOT = ZEROES
014500         PERFORM READ-MENU-RECORD
014600         IF RECORD-FOUND = "Y"
014700             DISPLAY "RECORD ALREADY ON FILE"
014800             PERFORM ENTER-MENU-KEY.
014900     IF SYSMENU-SUBSYSTEM = ZEROES
015000         MOVE "N" TO RECORD-FOUND.

015100 ADD-RECORDS.
015200     PERFORM ENTER-REMAINING-FIELDS.
015233     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
015266     IF BATCH-UPDATES-ALLOWED = "Y"
015300         PERFORM WRITE-MENU-RECORD
015400         PERFORM GET-NEW-MENU-KEY
015433     ELSE
015466         MOVE ZEROES TO SYSMENU-SUBSYSTEM.

015500 ENTER-REMAINING-FIELDS.
015600     IF SYSMENU-OPTION = ZEROES
015700         PERFORM ENTER-MENU-TEXT
015800     ELSE
015900         PERFORM ENTER-MENU-PROGRAM
016000         PERFORM ENTER-MENU-TEXT
016100         PERFORM ENTER-MENU-AUTHORITY.

016200*---------------------------------
016300* CHANGE
016400*---------------------------------
016500 CHANGE-MODE.
016600     MOVE "CHANGE" TO THE-MODE.
016700     PERFORM GET-MENU-RECORD.
016800     PERFORM CHANGE-RECORDS
016900        UNTIL SYSMENU-SUBSYSTEM = ZEROES.

017000 CHANGE-RECORDS.
017100     PERFORM GET-FIELD-TO-CHANGE.
017200     PERFORM CHANGE-ONE-FIELD
017300         UNTIL WHICH-FIELD = ZERO.
017350     IF BATCH-UPDATES-ALLOWED = "Y"
017400         PERFORM GET-MENU-RECORD
017433     ELSE
017466         MOVE ZEROES TO SYSMENU-SUBSYSTEM.

017500 GET-FIELD-TO-CHANGE.
017600     PERFORM DISPLAY-ALL-FIELDS.
017700     PERFORM ASK-WHICH-FIELD.

017800 ASK-WHICH-FIELD.
017900     PERFORM ACCEPT-WHICH-FIELD.
018000     PERFORM RE-ACCEPT-WHICH-FIELD
018100         UNTIL WHICH-FIELD NOT > 3.

018200 ACCEPT-WHICH-FIELD.
018300     DISPLAY "ENTER THE NUMBER OF THE FIELD".
018400     DISPLAY "TO CHANGE (1-3) OR 0 TO EXIT".
018500     ACCEPT WHICH-FIELD.

018600 RE-ACCEPT-WHICH-FIELD.
018700     DISPLAY "INVALID ENTRY".
018800     PERFORM ACCEPT-WHICH-FIELD.

018900 CHANGE-ONE-FIELD.
019000     PERFORM CHANGE-THIS-FIELD.
019050     IF BATCH-UPDATES-ALLOWED = "Y"
019100         PERFORM GET-FIELD-TO-CHANGE
019133     ELSE
019166         MOVE ZERO TO WHICH-FIELD.

019200*---------------------------------
019300* A heading has only its text.
019400*---------------------------------
019500 CHANGE-THIS-FIELD.
019600     IF SYSMENU-OPTION = ZEROES
019700        AND WHICH-FIELD NOT = 2
019800         DISPLAY "A SUBSYSTEM HEADING HAS ONLY ITS TEXT"
019900     ELSE
020000         PERFORM CHANGE-MENU-FIELD.

020100 CHANGE-MENU-FIELD.
020200     IF WHICH-FIELD = 1
020300         PERFORM ENTER-MENU-PROGRAM.
020400     IF WHICH-FIELD = 2
020500         PERFORM ENTER-MENU-TEXT.
020600     IF WHICH-FIELD = 3
020700         PERFORM ENTER-MENU-AUTHORITY.

020733     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
020766     IF BATCH-UPDATES-ALLOWED = "Y"
020800         PERFORM REWRITE-MENU-RECORD.

020900*---------------------------------
021000* INQUIRE
021100*---------------------------------
021200 INQUIRE-MODE.
021300     MOVE "DISPLAY" TO THE-MODE.
021400     PERFORM GET-MENU-RECORD.
021500     PERFORM INQUIRE-RECORDS
021600        UNTIL SYSMENU-SUBSYSTEM = ZEROES.

021700 INQUIRE-RECORDS.
021800     PERFORM DISPLAY-ALL-FIELDS.
021900     PERFORM GET-MENU-RECORD.

022000*---------------------------------
022100* DELETE
022200*---------------------------------
022300 DELETE-MODE.
022400     MOVE "DELETE" TO THE-MODE.
022500     PERFORM GET-MENU-RECORD.
022600     PERFORM DELETE-RECORDS
022700        UNTIL SYSMENU-SUBSYSTEM = ZEROES.

022800 DELETE-RECORDS.
022900     PERFORM DISPLAY-ALL-FIELDS.
023000     PERFORM ASK-OK-TO-DELETE.
023100     IF OK-TO-DELETE = "Y"
023120         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
023140         IF BATCH-UPDATES-ALLOWED NOT = "Y"
023160             MOVE "N" TO OK-TO-DELETE.
023180     IF OK-TO-DELETE = "Y"
023200         PERFORM DELETE-MENU-RECORD.
023250     IF BATCH-UPDATES-ALLOWED = "Y"
023300         PERFORM GET-MENU-RECORD
023333     ELSE
023366         MOVE ZEROES TO SYSMENU-SUBSYSTEM.

023400 ASK-OK-TO-DELETE.
023500     PERFORM ACCEPT-OK-TO-DELETE.
023600     PERFORM RE-ACCEPT-OK-TO-DELETE
023700        UNTIL OK-TO-DELETE = "Y" OR "N".

023800 ACCEPT-OK-TO-DELETE.
023900     DISPLAY "DELETE THIS MENU ENTRY (Y/N)?".
024000     ACCEPT OK-TO-DELETE.
024100     INSPECT OK-TO-DELETE
024200      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

024300 RE-ACCEPT-OK-TO-DELETE.
024400     DISPLAY "YOU MUST ENTER YES OR NO".
024500     PERFORM ACCEPT-OK-TO-DELETE.

024600*---------------------------------
024700* LIST - one subsystem, heading
024800* first.
024900*---------------------------------
025000 LIST-MODE.
025100     DISPLAY "ENTER SUBSYSTEM NUMBER TO LIST (1-20)".
025200     ACCEPT LIST-SUBSYSTEM.
025300     MOVE "N" TO MENU-AT-END.
025400     MOVE LIST-SUBSYSTEM TO SYSMENU-SUBSYSTEM.
025500     MOVE ZEROES TO SYSMENU-OPTION.
025600     START MASTER-MENU-FILE
025700        KEY NOT < SYSMENU-KEY
025800         INVALID KEY MOVE "Y" TO MENU-AT-END.
025900     PERFORM LIST-ONE-ENTRY
026000         UNTIL MENU-AT-END = "Y".

026100 LIST-ONE-ENTRY.
026200     READ MASTER-MENU-FILE NEXT RECORD
026300         AT END MOVE "Y" TO MENU-AT-END.
026400     IF MENU-AT-END NOT = "Y"
026500        AND SYSMENU-SUBSYSTEM NOT = LIST-SUBSYSTEM
026600         MOVE "Y" TO MENU-AT-END.
026700     IF MENU-AT-END NOT = "Y"
026800         DISPLAY SYSMENU-SUBSYSTEM "-" SYSMENU-OPTION
026900             " " SYSMENU-PROGRAM " " SYSMENU-AUTHORITY
027000             " " SYSMENU-TEXT.

027100*---------------------------------
027200* Routines shared by all modes
027300*---------------------------------
027400 INIT-MENU-RECORD.
027500     MOVE SPACE TO SYSMENU-PROGRAM
027600                   SYSMENU-TEXT
027700                   SYSMENU-AUTHORITY.
027800     MOVE ZEROES TO SYSMENU-SUBSYSTEM
027900                    SYSMENU-OPTION.

028000 ENTER-MENU-KEY.
028100     PERFORM ENTER-MENU-SUBSYSTEM.
028200     IF SYSMENU-SUBSYSTEM NOT = ZEROES
028300         PERFORM ENTER-MENU-OPTION.

028400 ENTER-MENU-SUBSYSTEM.
028500     PERFORM ACCEPT-MENU-SUBSYSTEM.
028600     PERFORM RE-ACCEPT-MENU-SUBSYSTEM
028700         UNTIL SYSMENU-SUBSYSTEM NOT > 20.

028800 ACCEPT-MENU-SUBSYSTEM.
028900     DISPLAY " ".
029000     DISPLAY "ENTER SUBSYSTEM NUMBER (1-20)".
029100     DISPLAY "TO " THE-MODE " - ENTER 0 TO STOP ENTRY".
029200     ACCEPT SYSMENU-SUBSYSTEM.

029300 RE-ACCEPT-MENU-SUBSYSTEM.
029400     DISPLAY "THE SUBSYSTEM MUST BE 1 TO 20".
029500     PERFORM ACCEPT-MENU-SUBSYSTEM.

029600 ENTER-MENU-OPTION.
029700     PERFORM ACCEPT-MENU-OPTION.
029800     PERFORM RE-ACCEPT-MENU-OPTION
029900         UNTIL SYSMENU-OPTION NOT > 20.

030000 ACCEPT-MENU-OPTION.
030100     DISPLAY "ENTER OPTION NUMBER (1-20),".
030200     DISPLAY "OR 0 FOR THE SUBSYSTEM HEADING".
030300     ACCEPT SYSMENU-OPTION.

030400 RE-ACCEPT-MENU-OPTION.
030500     DISPLAY "THE OPTION MUST BE 0 TO 20".
030600     PERFORM ACCEPT-MENU-OPTION.

030700 GET-MENU-RECORD.
030800     PERFORM INIT-MENU-RECORD.
030900     PERFORM ENTER-MENU-KEY.
031000     MOVE "N" TO RECORD-FOUND.
031100     PERFORM FIND-MENU-RECORD
031200         UNTIL RECORD-FOUND = "Y" OR
031300               SYSMENU-SUBSYSTEM = ZEROES.

031400 FIND-MENU-RECORD.
031500     IF SYSMENU-SUBSYSTEM NOT = ZEROES
031600         PERFORM READ-MENU-RECORD
031700         IF RECORD-FOUND = "N"
031800             DISPLAY "RECORD NOT FOUND"
031900             PERFORM ENTER-MENU-KEY.

032000*---------------------------------
032100* Field entry routines.
032200*---------------------------------
032300 ENTER-MENU-PROGRAM.
032400     PERFORM ACCEPT-MENU-PROGRAM.
032500     PERFORM RE-ACCEPT-MENU-PROGRAM
032600         UNTIL SYSMENU-PROGRAM NOT = SPACES.

032700 ACCEPT-MENU-PROGRAM.
032800     DISPLAY "ENTER PROGRAM NAME (E.G. VCHNEW01)".
032900     ACCEPT SYSMENU-PROGRAM.
033000     INSPECT SYSMENU-PROGRAM
033100      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

033200 RE-ACCEPT-MENU-PROGRAM.
033300     DISPLAY "A PROGRAM NAME IS REQUIRED".
033400     PERFORM ACCEPT-MENU-PROGRAM.

033500 ENTER-MENU-TEXT.
033600     PERFORM ACCEPT-MENU-TEXT.
033700     PERFORM RE-ACCEPT-MENU-TEXT
033800         UNTIL SYSMENU-TEXT NOT = SPACES.

033900 ACCEPT-MENU-TEXT.
034000     IF SYSMENU-OPTION = ZEROES
034100         DISPLAY "ENTER SUBSYSTEM NAME"
034200     ELSE
034300         DISPLAY "ENTER MENU TEXT".
034400     ACCEPT SYSMENU-TEXT.
034500     INSPECT SYSMENU-TEXT
034600      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

034700 RE-ACCEPT-MENU-TEXT.
034800     DISPLAY "THE TEXT MAY NOT BE BLANK".
034900     PERFORM ACCEPT-MENU-TEXT.

035000 ENTER-MENU-AUTHORITY.
035100     PERFORM ACCEPT-MENU-AUTHORITY.
035200     PERFORM RE-ACCEPT-MENU-AUTHORITY
035300         UNTIL SYSMENU-AUTHORITY = "I" OR "E" OR "P"
035400                                OR "M" OR "S".

035500 ACCEPT-MENU-AUTHORITY.
035600     DISPLAY "ENTER AUTHORIZATION NEEDED - I=INQUIRY,".
035700     DISPLAY "E=ENTRY, P=PAYMENT, M=MAINT, S=SUPERVISOR".
035800     ACCEPT SYSMENU-AUTHORITY.
035900     INSPECT SYSMENU-AUTHORITY
036000      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

036100 RE-ACCEPT-MENU-AUTHORITY.
036200     DISPLAY "YOU MUST ENTER I, E, P, M OR S".
036300     PERFORM ACCEPT-MENU-AUTHORITY.

036400*---------------------------------
036500* Routines shared by Change,
036600* Inquire and Delete
036700*---------------------------------
036800 DISPLAY-ALL-FIELDS.
036900     DISPLAY " ".
037000     DISPLAY "   SUBSYSTEM: " SYSMENU-SUBSYSTEM
037100         "  OPTION: " SYSMENU-OPTION.
037200     IF SYSMENU-OPTION = ZEROES
037300         DISPLAY "   (SUBSYSTEM HEADING)"
037400         DISPLAY "2. NAME: " SYSMENU-TEXT
037500     ELSE
037600         DISPLAY "1. PROGRAM: " SYSMENU-PROGRAM
037700         DISPLAY "2. MENU TEXT: " SYSMENU-TEXT
037800         DISPLAY "3. AUTHORIZATION: " SYSMENU-AUTHORITY.
037900     DISPLAY " ".

038000*---------------------------------
038100* File I-O Routines
038200*---------------------------------
038300 READ-MENU-RECORD.
038400     MOVE "Y" TO RECORD-FOUND.
038500     READ MASTER-MENU-FILE RECORD
038600       INVALID KEY
038700          MOVE "N" TO RECORD-FOUND.

038800 WRITE-MENU-RECORD.
038900     MOVE "MENU-ADD" TO JOURNAL-ACTION.
039000     WRITE MASTER-MENU-RECORD
039100         INVALID KEY
039200         DISPLAY "RECORD ALREADY ON FILE"
039300         MOVE SPACE TO JOURNAL-ACTION.
039400     PERFORM JOURNAL-MENU-CHANGE.

039500 REWRITE-MENU-RECORD.
039600     MOVE "MENU-CHG" TO JOURNAL-ACTION.
039700     REWRITE MASTER-MENU-RECORD
039800         INVALID KEY
039900         DISPLAY "ERROR REWRITING MENU RECORD"
040000         MOVE SPACE TO JOURNAL-ACTION.
040100     PERFORM JOURNAL-MENU-CHANGE.

040200 DELETE-MENU-RECORD.
040300     MOVE "MENU-DEL" TO JOURNAL-ACTION.
040400     DELETE MASTER-MENU-FILE RECORD
040500         INVALID KEY
040600         DISPLAY "ERROR DELETING MENU RECORD"
040700         MOVE SPACE TO JOURNAL-ACTION.
040800     PERFORM JOURNAL-MENU-CHANGE.

040900 JOURNAL-MENU-CHANGE.
041000     IF JOURNAL-ACTION NOT = SPACE
041100         PERFORM WRITE-MENU-JOURNAL.

041200 WRITE-MENU-JOURNAL.
041300     MOVE "MNUMNT01" TO JOURNAL-PROGRAM.
041400     MOVE SYSMENU-SUBSYSTEM TO JOURNAL-MENU-SUBSYSTEM.
041500     MOVE SYSMENU-OPTION TO JOURNAL-MENU-OPTION.
041600     MOVE SYSMENU-PROGRAM TO JOURNAL-MENU-PROGRAM.
041700     MOVE JOURNAL-MENU-KEY TO JOURNAL-KEY.
041800     MOVE ZEROES TO JOURNAL-AMOUNT.
041900     MOVE SPACE TO JOURNAL-IMAGE.
042000     MOVE MASTER-MENU-RECORD TO JOURNAL-IMAGE.
042100     PERFORM WRITE-JOURNAL-ENTRY.

042200     COPY "PLSIGN01.CBL".

042300     COPY "PLOPID01.CBL".

042400     COPY "PLJRNL01.CBL".

042500     COPY "PLBWIN01.CBL".
