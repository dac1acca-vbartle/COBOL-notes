001000* vendor must be on the vendor
001100* master before a certificate
001200* can be filed for it.
001216* While the nightly batch window
001232* is up (PLBWIN01.CBL) only look
001248* up is open; an add, change or
001264* delete keyed as the window goes
001280* up is not saved.
001300*---------------------------------
001400 ENVIRONMENT DIVISION.
001500 INPUT-OUTPUT SECTION.

001800     COPY "SLVND02.CBL".

001833     COPY "SLBWIN01.CBL".

001866     COPY "SLBWLOG.CBL".

001900 DATA DIVISION.
002000 FILE SECTION.


002200     COPY "FDVND04.CBL".

002233     COPY "FDBWIN01.CBL".

002266     COPY "FDBWLOG.CBL".

002300 WORKING-STORAGE SECTION.

002400 77  MENU-PICK                    PIC 9.
002500     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
002550     88  MENU-PICK-IS-UPDATE      VALUES 1 2 4.

002600 77  THE-MODE                     PIC X(7).
002700 77  OK-TO-DELETE                 PIC X.

003300     COPY "WSOPID01.CBL".

003350     COPY "WSBWIN01.CBL".

003400 PROCEDURE DIVISION.
003500 PROGRAM-BEGIN.
003600     PERFORM OPENING-PROCEDURE.
003700     PERFORM GET-OPERATOR-ID.
003733     MOVE "CRTMNT01" TO BWIN-PROGRAM-NAME.
003766     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
003800     PERFORM MAIN-PROCESS.
003900     PERFORM CLOSING-PROCEDURE.

006300     PERFORM CLEAR-SCREEN.
006400     DISPLAY "OPERATOR: " OPERATOR-ID.
006500     DISPLAY "    INSURANCE CERTIFICATES".
006533     IF BATCH-UPDATES-ALLOWED NOT = "Y"
006566         DISPLAY "    NIGHTLY BATCH RUNNING - LOOK UP ONLY".
006600     DISPLAY "    PLEASE SELECT:".
006700     DISPLAY " ".
006800     DISPLAY "          1.  ADD RECORDS".
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

012000 ADD-RECORDS.
012100     PERFORM ENTER-REMAINING-FIELDS.
012133     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
012166     IF BATCH-UPDATES-ALLOWED = "Y"
012200         PERFORM WRITE-CERT-RECORD
012300         PERFORM GET-NEW-CERT-KEY
012333     ELSE
012366         MOVE ZEROES TO VCERT-VENDOR.

012400 ENTER-REMAINING-FIELDS.
012500     PERFORM ENTER-CERT-CARRIER.
013800     PERFORM CHANGE-ONE-FIELD
013900         UNTIL WHICH-FIELD = ZERO.

013950     IF BATCH-UPDATES-ALLOWED = "Y"
014000         PERFORM GET-CERT-RECORD
014033     ELSE
014066         MOVE ZEROES TO VCERT-VENDOR.

014100 GET-FIELD-TO-CHANGE.
014200     PERFORM DISPLAY-ALL-FIELDS.

015500 CHANGE-ONE-FIELD.
015600     PERFORM CHANGE-THIS-FIELD.
015650     IF BATCH-UPDATES-ALLOWED = "Y"
015700         PERFORM GET-FIELD-TO-CHANGE
015733     ELSE
015766         MOVE ZERO TO WHICH-FIELD.

015800 CHANGE-THIS-FIELD.
015900     IF WHICH-FIELD = 1
016300     IF WHICH-FIELD = 3
016400         PERFORM ENTER-CERT-EXPIRES.

016433     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
016466     IF BATCH-UPDATES-ALLOWED = "Y"
016500         PERFORM REWRITE-CERT-RECORD.

016600*---------------------------------
016700* INQUIRE

018700     PERFORM ASK-OK-TO-DELETE.
018800     IF OK-TO-DELETE = "Y"
018820         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
018840         IF BATCH-UPDATES-ALLOWED NOT = "Y"
018860             MOVE "N" TO OK-TO-DELETE.
018880     IF OK-TO-DELETE = "Y"
018900         PERFORM DELETE-CERT-RECORD.

018950     IF BATCH-UPDATES-ALLOWED = "Y"
019000         PERFORM GET-CERT-RECORD
019033     ELSE
019066         MOVE ZEROES TO VCERT-VENDOR.

019100 ASK-OK-TO-DELETE.
019200     PERFORM ACCEPT-OK-TO-DELETE.
034000     COPY "PLDATE01.CBL".

034100     COPY "PLOPID01.CBL".

034200     COPY "PLBWIN01.CBL".
