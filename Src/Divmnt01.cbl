000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DIVMNT01.
000300*---------------------------------
000400* Add, Change, Inquire and Delete
000500* for the vendor diversity
000600* certification file
000700* (FDVDIVR.CBL), the same shape
000800* as CRTMNT01. A certification
000900* is keyed vendor + class; the
001000* vendor must be on the vendor
001100* master and the class must be
001200* one of SB, MB, WB or VB.
001216* While the nightly batch window
001232* is up (PLBWIN01.CBL) only look
001248* up is open; an add, change or
001264* delete keyed as the window goes
001280* up is not saved.
001300*---------------------------------
001400 ENVIRONMENT DIVISION.
001500 INPUT-OUTPUT SECTION.
001600 FILE-CONTROL.

001700     COPY "SLVDIVR.CBL".

001800     COPY "SLVND02.CBL".

001833     COPY "SLBWIN01.CBL".

001866     COPY "SLBWLOG.CBL".

001900 DATA DIVISION.
002000 FILE SECTION.

002100     COPY "FDVDIVR.CBL".

002200     COPY "FDVND04.CBL".

002233     COPY "FDBWIN01.CBL".

002266     COPY "FDBWLOG.CBL".

002300 WORKING-STORAGE SECTION.

002400 77  MENU-PICK                    PIC 9.
002500     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
002550     88  MENU-PICK-IS-UPDATE      VALUES 1 2 4.

002600 77  THE-MODE                     PIC X(7).
002700 77  OK-TO-DELETE                 PIC X.
002800 77  RECORD-FOUND                 PIC X.
002900 77  VENDOR-RECORD-FOUND          PIC X.
003000 77  WHICH-FIELD                  PIC 9.

003100     COPY "WSDATE01.CBL".

003200     COPY "WSCASE01.CBL".

003300     COPY "WSOPID01.CBL".

003350     COPY "WSBWIN01.CBL".

003400 PROCEDURE DIVISION.
003500 PROGRAM-BEGIN.
003600     PERFORM OPENING-PROCEDURE.
003700     PERFORM GET-OPERATOR-ID.
003733     MOVE "DIVMNT01" TO BWIN-PROGRAM-NAME.
003766     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
003800     PERFORM MAIN-PROCESS.
003900     PERFORM CLOSING-PROCEDURE.

004000 PROGRAM-EXIT.
004100     EXIT PROGRAM.

004200 PROGRAM-DONE.
004300     ACCEPT OMITTED. STOP RUN.

004400 OPENING-PROCEDURE.
004500     OPEN I-O VENDOR-DIVERSITY-FILE.
004600     OPEN INPUT VENDOR-FILE.

004700 CLOSING-PROCEDURE.
004800     CLOSE VENDOR-DIVERSITY-FILE.
004900     CLOSE VENDOR-FILE.

005000 MAIN-PROCESS.
005100     PERFORM GET-MENU-PICK.
005200     PERFORM MAINTAIN-THE-FILE
005300         UNTIL MENU-PICK = 0.

005400*---------------------------------
005500* MENU
005600*---------------------------------
005700 GET-MENU-PICK.
005800     PERFORM DISPLAY-THE-MENU.
005900     PERFORM ACCEPT-MENU-PICK.
006000     PERFORM RE-ACCEPT-MENU-PICK
006100         UNTIL MENU-PICK-IS-VALID.

006200 DISPLAY-THE-MENU.
006300     PERFORM CLEAR-SCREEN.
006400     DISPLAY "OPERATOR: " OPERATOR-ID.
006500     DISPLAY "    DIVERSITY CERTIFICATIONS".
006533     IF BATCH-UPDATES-ALLOWED NOT = "Y"
006566         DISPLAY "    NIGHTLY BATCH RUNNING - LOOK UP ONLY".
006600     DISPLAY "    PLEASE SELECT:".
006700     DISPLAY " ".
006800     DISPLAY "          1.  ADD RECORDS".
006900     DISPLAY "          2.  CHANGE A RECORD".
007000     DISPLAY "          3.  LOOK UP A RECORD".
007100     DISPLAY "          4.  DELETE A RECORD".
007200     DISPLAY " ".
007300     DISPLAY "          0.  EXIT".
007400     PERFORM SCROLL-LINE 8 TIMES.

007500 ACCEPT-MENU-PICK.
007600     DISPLAY "YOUR CHOICE (0-4)?".
007700     ACCEPT MENU-PICK.

007800 RE-ACCEPT-MENU-PICK.
007900     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
008000     PERFORM ACCEPT-MENU-PICK.

008100 CLEAR-SCREEN.
008200     PERFORM SCROLL-LINE 25 TIMES.

008300 SCROLL-LINE.
008400     DISPLAY " ".

008500 MAINTAIN-THE-FILE.
008600     PERFORM DO-THE-PICK.
008700     PERFORM GET-MENU-PICK.

008800 DO-THE-PICK.
008814     IF MENU-PICK-IS-UPDATE
008828         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
008842     IF MENU-PICK-IS-UPDATE
008856        AND BATCH-UPDATES-ALLOWED NOT = "Y"
008870         DISPLAY "ONLY LOOK UP IS OPEN"
008884     ELSE
008900     IF MENU-PICK = 1
009000         PERFORM ADD-MODE
009100     ELSE
009200     IF MENU-PICK = 2
009300         PERFORM CHANGE-MODE
009400     ELSE
009500     IF MENU-PICK = 3
009600         PERFORM INQUIRE-MODE
009700     ELSE
009800     IF MENU-PICK = 4
009900         PERFORM DELETE-MODE.

010000*---------------------------------
010100* ADD
010200*---------------------------------
010300 ADD-MODE.
010400     MOVE "ADD" TO THE-MODE.
010500     PERFORM GET-NEW-DIVERSITY-KEY.
010600     PERFORM ADD-RECORDS
010700        UNTIL VDIV-VENDOR = ZEROES.

010800 GET-NEW-DIVERSITY-KEY.
010900     PERFORM INIT-DIVERSITY-RECORD.
011000     PERFORM ENTER-DIVERSITY-KEY.
011100     MOVE "Y" TO RECORD-FOUND.
011200     PERFORM FIND-NEW-DIVERSITY-RECORD
011300         UNTIL RECORD-FOUND = "N" OR
011400               VDIV-VENDOR = ZEROES.

011500 FIND-NEW-DIVERSITY-RECORD.
011600     PERFORM READ-DIVERSITY-RECORD.
011700     IF RECORD-FOUND = "Y"
011800         DISPLAY "RECORD ALREADY ON FILE"
011900         PERFORM ENTER-DIVERSITY-KEY.

012000 ADD-RECORDS.
012100     PERFORM ENTER-REMAINING-FIELDS.
012133     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
012166     IF BATCH-UPDATES-ALLOWED = "Y"
012200         PERFORM WRITE-DIVERSITY-RECORD
012300         PERFORM GET-NEW-DIVERSITY-KEY
012333     ELSE
012366         MOVE ZEROES TO VDIV-VENDOR.

012400 ENTER-REMAINING-FIELDS.
012500     PERFORM ENTER-DIVERSITY-AGENCY.
012600     PERFORM ENTER-DIVERSITY-CERT-NO.
012700     PERFORM ENTER-DIVERSITY-EXPIRES.

012800*---------------------------------
012900* CHANGE
013000*---------------------------------
013100 CHANGE-MODE.
013200     MOVE "CHANGE" TO THE-MODE.
013300     PERFORM GET-DIVERSITY-RECORD.
013400     PERFORM CHANGE-RECORDS
013500        UNTIL VDIV-VENDOR = ZEROES.

013600 CHANGE-RECORDS.
013700     PERFORM GET-FIELD-TO-CHANGE.
013800     PERFORM CHANGE-ONE-FIELD
013900         UNTIL WHICH-FIELD = ZERO.

013950     IF BATCH-UPDATES-ALLOWED = "Y"
014000         PERFORM GET-DIVERSITY-RECORD
014033     ELSE
014066         MOVE ZEROES TO VDIV-VENDOR.

014100 GET-FIELD-TO-CHANGE.
014200     PERFORM DISPLAY-ALL-FIELDS.
014300     PERFORM ASK-WHICH-FIELD.

014400 ASK-WHICH-FIELD.
014500     PERFORM ACCEPT-WHICH-FIELD.
014600     PERFORM RE-ACCEPT-WHICH-FIELD
014700         UNTIL WHICH-FIELD NOT > 3.

014800 ACCEPT-WHICH-FIELD.
014900     DISPLAY "ENTER THE NUMBER OF THE FIELD".
015000     DISPLAY "TO CHANGE (1-3) OR 0 TO EXIT".
015100     ACCEPT WHICH-FIELD.

015200 RE-ACCEPT-WHICH-FIELD.
015300     DISPLAY "INVALID ENTRY".
015400     PERFORM ACCEPT-WHICH-FIELD.

015500 CHANGE-ONE-FIELD.
015600     PERFORM CHANGE-THIS-FIELD.
015650     IF BATCH-UPDATES-ALLOWED = "Y"
015700         PERFORM GET-FIELD-TO-CHANGE
015733     ELSE
015766         MOVE ZERO TO WHICH-FIELD.

015800 CHANGE-THIS-FIELD.
015900     IF WHICH-FIELD = 1
016000         PERFORM ENTER-DIVERSITY-AGENCY.
016100     IF WHICH-FIELD = 2
016200         PERFORM ENTER-DIVERSITY-CERT-NO.
016300     IF WHICH-FIELD = 3
016400         PERFORM ENTER-DIVERSITY-EXPIRES.

016433     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
016466     IF BATCH-UPDATES-ALLOWED = "Y"
016500         PERFORM REWRITE-DIVERSITY-RECORD.

016600*---------------------------------
016700* INQUIRE
016800*---------------------------------
016900 INQUIRE-MODE.
017000     MOVE "DISPLAY" TO THE-MODE.
017100     PERFORM GET-DIVERSITY-RECORD.
017200     PERFORM INQUIRE-RECORDS
017300        UNTIL VDIV-VENDOR = ZEROES.

017400 INQUIRE-RECORDS.
017500     PERFORM DISPLAY-ALL-FIELDS.
017600     PERFORM GET-DIVERSITY-RECORD.

017700*---------------------------------
017800* DELETE
017900*---------------------------------
018000 DELETE-MODE.
018100     MOVE "DELETE" TO THE-MODE.
018200     PERFORM GET-DIVERSITY-RECORD.
018300     PERFORM DELETE-RECORDS
018400        UNTIL VDIV-VENDOR = ZEROES.

018500 DELETE-RECORDS.
018600     PERFORM DISPLAY-ALL-FIELDS.

018700     PERFORM ASK-OK-TO-DELETE.
018800     IF OK-TO-DELETE = "Y"
018820         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
018840         IF BATCH-UPDATES-ALLOWED NOT = "Y"
018860             MOVE "N" TO OK-TO-DELETE.
018880     IF OK-TO-DELETE = "Y"
018900         PERFORM DELETE-DIVERSITY-RECORD.

018950     IF BATCH-UPDATES-ALLOWED = "Y"
019000         PERFORM GET-DIVERSITY-RECORD
019033     ELSE
019066         MOVE ZEROES TO VDIV-VENDOR.

019100 ASK-OK-TO-DELETE.
019200     PERFORM ACCEPT-OK-TO-DELETE.
019300     PERFORM RE-ACCEPT-OK-TO-DELETE
019400        UNTIL OK-TO-DELETE = "Y" OR "N".

019500 ACCEPT-OK-TO-DELETE.
019600     DISPLAY "DELETE THIS RECORD (Y/N)?".
019700     ACCEPT OK-TO-DELETE.
019800     INSPECT OK-TO-DELETE
019900      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

020000 RE-ACCEPT-OK-TO-DELETE.
020100     DISPLAY "YOU MUST ENTER YES OR NO".
020200     PERFORM ACCEPT-OK-TO-DELETE.

020300*---------------------------------
020400* Routines shared by all modes.
020500* The certification key is the
020600* vendor (validated on the
020700* vendor master, name echoed)
020800* plus the diversity class.
020900*---------------------------------
021000 INIT-DIVERSITY-RECORD.
021100     MOVE SPACE TO VENDOR-DIVERSITY-RECORD.
021200     MOVE ZEROES TO VDIV-VENDOR
021300                    VDIV-EXPIRES.

021400 ENTER-DIVERSITY-KEY.
021500     PERFORM ENTER-DIVERSITY-VENDOR.
021600     IF VDIV-VENDOR NOT = ZEROES
021700         PERFORM ENTER-DIVERSITY-CLASS.

021800 ENTER-DIVERSITY-VENDOR.
021900     PERFORM ACCEPT-DIVERSITY-VENDOR.
022000     PERFORM RE-ACCEPT-DIVERSITY-VENDOR
022100         UNTIL VENDOR-RECORD-FOUND = "Y"
022200            OR VDIV-VENDOR = ZEROES.

022300 ACCEPT-DIVERSITY-VENDOR.
022400     MOVE "N" TO VENDOR-RECORD-FOUND.
022500     DISPLAY " ".
022600     DISPLAY "ENTER VENDOR NUMBER TO " THE-MODE
022700         " - 0 TO STOP ENTRY".
022800     ACCEPT VDIV-VENDOR.
022900     IF VDIV-VENDOR NOT = ZEROES
023000         MOVE VDIV-VENDOR TO VENDOR-NUMBER
023100         PERFORM READ-VENDOR-RECORD.
023200     IF VENDOR-RECORD-FOUND = "Y"
023300         DISPLAY "VENDOR: " VENDOR-NAME.

023400 RE-ACCEPT-DIVERSITY-VENDOR.
023500     DISPLAY "VENDOR NOT FOUND".
023600     PERFORM ACCEPT-DIVERSITY-VENDOR.

023700 ENTER-DIVERSITY-CLASS.
023800     PERFORM ACCEPT-DIVERSITY-CLASS.
023900     PERFORM RE-ACCEPT-DIVERSITY-CLASS
024000         UNTIL VDIV-CLASS-IS-VALID.

024100 ACCEPT-DIVERSITY-CLASS.
024200     DISPLAY "ENTER DIVERSITY CLASS".
024300     DISPLAY "  SB = SMALL BUSINESS".
024400     DISPLAY "  MB = MINORITY-OWNED".
024500     DISPLAY "  WB = WOMEN-OWNED".
024600     DISPLAY "  VB = VETERAN-OWNED".
024700     ACCEPT VDIV-CLASS.
024800     INSPECT VDIV-CLASS
024900       CONVERTING LOWER-ALPHA
025000       TO         UPPER-ALPHA.

025100 RE-ACCEPT-DIVERSITY-CLASS.
025200     DISPLAY "CLASS MUST BE SB, MB, WB OR VB".
025300     PERFORM ACCEPT-DIVERSITY-CLASS.

025400 GET-DIVERSITY-RECORD.
025500     PERFORM INIT-DIVERSITY-RECORD.
025600     PERFORM ENTER-DIVERSITY-KEY.
025700     MOVE "N" TO RECORD-FOUND.
025800     PERFORM FIND-DIVERSITY-RECORD
025900         UNTIL RECORD-FOUND = "Y" OR
026000               VDIV-VENDOR = ZEROES.

026100 FIND-DIVERSITY-RECORD.
026200     IF VDIV-VENDOR NOT = ZEROES
026300         PERFORM READ-DIVERSITY-RECORD
026400         IF RECORD-FOUND = "N"
026500             DISPLAY "RECORD NOT FOUND"
026600             PERFORM ENTER-DIVERSITY-KEY.

026700*---------------------------------
026800* Field entry routines.
026900*---------------------------------
027000 ENTER-DIVERSITY-AGENCY.
027100     PERFORM ACCEPT-DIVERSITY-AGENCY.
027200     PERFORM RE-ACCEPT-DIVERSITY-AGENCY
027300         UNTIL VDIV-AGENCY NOT = SPACE.

027400 ACCEPT-DIVERSITY-AGENCY.
027500     DISPLAY "ENTER CERTIFYING AGENCY".
027600     ACCEPT VDIV-AGENCY.
027700     INSPECT VDIV-AGENCY
027800       CONVERTING LOWER-ALPHA
027900       TO         UPPER-ALPHA.

028000 RE-ACCEPT-DIVERSITY-AGENCY.
028100     DISPLAY "CERTIFYING AGENCY MUST BE ENTERED".
028200     PERFORM ACCEPT-DIVERSITY-AGENCY.

028300 ENTER-DIVERSITY-CERT-NO.
028400     PERFORM ACCEPT-DIVERSITY-CERT-NO.
028500     PERFORM RE-ACCEPT-DIVERSITY-CERT-NO
028600         UNTIL VDIV-CERTIFICATE NOT = SPACE.

028700 ACCEPT-DIVERSITY-CERT-NO.
028800     DISPLAY "ENTER CERTIFICATE NUMBER".
028900     ACCEPT VDIV-CERTIFICATE.
029000     INSPECT VDIV-CERTIFICATE
029100       CONVERTING LOWER-ALPHA
029200       TO         UPPER-ALPHA.

029300 RE-ACCEPT-DIVERSITY-CERT-NO.
029400     DISPLAY "CERTIFICATE NUMBER MUST BE ENTERED".
029500     PERFORM ACCEPT-DIVERSITY-CERT-NO.

029600 ENTER-DIVERSITY-EXPIRES.
029700     MOVE "N" TO ZERO-DATE-IS-OK.
029800     MOVE "ENTER EXPIRATION DATE (MM/DD/CCYY)"
029900            TO DATE-PROMPT.
030000     MOVE "A VALID EXPIRATION DATE IS REQUIRED"
030100            TO DATE-ERROR-MESSAGE.
030200     PERFORM GET-A-DATE.
030300     MOVE DATE-CCYYMMDD TO VDIV-EXPIRES.

030400*---------------------------------
030500* Routines shared by Change,
030600* Inquire and Delete
030700*---------------------------------
030800 DISPLAY-ALL-FIELDS.
030900     DISPLAY " ".
031000     DISPLAY "   VENDOR:          " VDIV-VENDOR.
031100     DISPLAY "   CLASS:           " VDIV-CLASS.
031200     DISPLAY "1. AGENCY:          " VDIV-AGENCY.
031300     DISPLAY "2. CERTIFICATE NO:  " VDIV-CERTIFICATE.
031400     MOVE VDIV-EXPIRES TO DATE-CCYYMMDD.
031500     PERFORM FORMAT-THE-DATE.
031600     DISPLAY "3. EXPIRES:         " FORMATTED-DATE.
031700     DISPLAY " ".

031800*---------------------------------
031900* File I-O Routines
032000*---------------------------------
032100 READ-VENDOR-RECORD.
032200     MOVE "Y" TO VENDOR-RECORD-FOUND.
032300     READ VENDOR-FILE RECORD
032400       INVALID KEY
032500          MOVE "N" TO VENDOR-RECORD-FOUND.

032600 READ-DIVERSITY-RECORD.
032700     MOVE "Y" TO RECORD-FOUND.
032800     READ VENDOR-DIVERSITY-FILE RECORD
032900       INVALID KEY
033000          MOVE "N" TO RECORD-FOUND.

033100 WRITE-DIVERSITY-RECORD.
033200     WRITE VENDOR-DIVERSITY-RECORD
033300         INVALID KEY
033400         DISPLAY "RECORD ALREADY ON FILE".

033500 REWRITE-DIVERSITY-RECORD.
033600     REWRITE VENDOR-DIVERSITY-RECORD
033700         INVALID KEY
033800         DISPLAY "ERROR REWRITING DIVERSITY RECORD".

033900 DELETE-DIVERSITY-RECORD.
034000     DELETE VENDOR-DIVERSITY-FILE RECORD
034100         INVALID KEY
034200         DISPLAY "ERROR DELETING DIVERSITY RECORD".

034300     COPY "PLDATE01.CBL".

034400     COPY "PLOPID01.CBL".

034500     COPY "PLBWIN01.CBL".
