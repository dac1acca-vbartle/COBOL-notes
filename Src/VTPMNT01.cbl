000300*---------------------------------
000400* Add, Change, Inquire and Delete
000500* for the Vendor Type Code.
000516* While the nightly batch window
000532* is up (PLBWIN01.CBL) only look
000548* up is open; an add, change or
000564* delete keyed as the window goes
000580* up is not saved.
000600*---------------------------------
000700 ENVIRONMENT DIVISION.
000800 INPUT-OUTPUT SECTION.
001100     COPY "SLVTYP1.CBL".

001150     COPY "SLACCT01.CBL".
001160
001170     COPY "SLBWIN01.CBL".
001180
001190     COPY "SLBWLOG.CBL".
001200
001300 DATA DIVISION.
001400 FILE SECTION.
001600     COPY "FDVTYP1.CBL".

001650     COPY "FDACCT01.CBL".
001660
001670     COPY "FDBWIN01.CBL".
001680
001690     COPY "FDBWLOG.CBL".
001700
001800 WORKING-STORAGE SECTION.
001900
002000 77  MENU-PICK                    PIC 9.
002100     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
002150     88  MENU-PICK-IS-UPDATE      VALUES 1 2 4.
002200
002300 77  THE-MODE                     PIC X(7).
002400 77  OK-TO-DELETE                 PIC X.
002800     COPY "WSCASE01.CBL".
002900
002950     COPY "WSOPID01.CBL".
002966
002982     COPY "WSBWIN01.CBL".
003000
003100
003200
003400 PROGRAM-BEGIN.
003500     PERFORM OPENING-PROCEDURE.
003550     PERFORM GET-OPERATOR-ID.
003566     MOVE "VTPMNT01" TO BWIN-PROGRAM-NAME.
003582     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
003600     PERFORM MAIN-PROCESS.
003700     PERFORM CLOSING-PROCEDURE.
003800
003825 PROGRAM-EXIT.
003850     EXIT PROGRAM.
003875
003900 PROGRAM-DONE.
004000     ACCEPT OMITTED. STOP RUN.
004100
006300 DISPLAY-THE-MENU.
006400     PERFORM CLEAR-SCREEN.
006450     DISPLAY "OPERATOR: " OPERATOR-ID.
006466     IF BATCH-UPDATES-ALLOWED NOT = "Y"
006482         DISPLAY "    NIGHTLY BATCH RUNNING - LOOK UP ONLY".
006500     DISPLAY "    PLEASE SELECT:".
006600     DISPLAY " ".
006700     DISPLAY "          1.  ADD RECORDS".
009100     PERFORM GET-MENU-PICK.
009200
009300 DO-THE-PICK.
009314     IF MENU-PICK-IS-UPDATE
009328         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
009342     IF MENU-PICK-IS-UPDATE
009356        AND BATCH-UPDATES-ALLOWED NOT = "Y"
009370         DISPLAY "ONLY LOOK UP IS OPEN"
009384     ELSE
009400     IF MENU-PICK = 1
009500         PERFORM ADD-MODE
009600     ELSE
012800
012900 ADD-RECORDS.
013000     PERFORM ENTER-REMAINING-FIELDS.
013033     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
013066     IF BATCH-UPDATES-ALLOWED = "Y"
013100         PERFORM WRITE-VENDOR-TYPE-RECORD
013200         PERFORM GET-NEW-VENDOR-TYPE-CODE
013233     ELSE
013266         MOVE "ZZ" TO VENDOR-TYPE-CODE.
013300
013400 ENTER-REMAINING-FIELDS.
013500     PERFORM ENTER-VENDOR-TYPE-NAME.
014900         UNTIL WHICH-FIELD = ZERO.
015000
015100
015150     IF BATCH-UPDATES-ALLOWED = "Y"
015200         PERFORM GET-VENDOR-TYPE-RECORD
015233     ELSE
015266         MOVE "ZZ" TO VENDOR-TYPE-CODE.
015300
015400 GET-FIELD-TO-CHANGE.
015500     PERFORM DISPLAY-ALL-FIELDS.
017200
017300 CHANGE-ONE-FIELD.
017400     PERFORM CHANGE-THIS-FIELD.
017450     IF BATCH-UPDATES-ALLOWED = "Y"
017500         PERFORM GET-FIELD-TO-CHANGE
017533     ELSE
017566         MOVE ZERO TO WHICH-FIELD.
017600
017700 CHANGE-THIS-FIELD.
017800     IF WHICH-FIELD = 1
017950     IF WHICH-FIELD = 4
017960         PERFORM ENTER-DEFAULT-DEDUCT.
018000
018033     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
018066     IF BATCH-UPDATES-ALLOWED = "Y"
018100         PERFORM REWRITE-VENDOR-TYPE-RECORD.
018200
018300*---------------------------------
018400* INQUIRE
020700
020800     PERFORM ASK-OK-TO-DELETE
020900     IF OK-TO-DELETE = "Y"
020920         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
020940         IF BATCH-UPDATES-ALLOWED NOT = "Y"
020960             MOVE "N" TO OK-TO-DELETE.
020980     IF OK-TO-DELETE = "Y"
021000         PERFORM DELETE-VENDOR-TYPE-RECORD.
021040
021100     IF BATCH-UPDATES-ALLOWED = "Y"
021200         PERFORM GET-VENDOR-TYPE-RECORD
021233     ELSE
021266         MOVE "ZZ" TO VENDOR-TYPE-CODE.
021300
021400 ASK-OK-TO-DELETE.
021500     PERFORM ACCEPT-OK-TO-DELETE.
033000         DISPLAY "ERROR DELETING VENDOR TYPE RECORD".
033100
033200     COPY "PLOPID01.CBL".
033300
033400     COPY "PLBWIN01.CBL".
