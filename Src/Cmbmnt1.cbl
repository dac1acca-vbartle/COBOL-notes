001200* against SALES-CODE-FILE
001300* before a combination can be
001400* added.
001416* While the nightly batch window
001432* is up (PLBWIN01.CBL) only look
001448* up is open; an add or delete
001464* keyed as the window goes up is
001480* not saved.
001500*---------------------------------
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.

002000     COPY "SLSLCODE.CBL".

002033     COPY "SLBWIN01.CBL".

002066     COPY "SLBWLOG.CBL".

002100 DATA DIVISION.
002200 FILE SECTION.


002400     COPY "FDSLCODE.CBL".

002433     COPY "FDBWIN01.CBL".

002466     COPY "FDBWLOG.CBL".

002500 WORKING-STORAGE SECTION.

002600 77  MENU-PICK                    PIC 9.
002700     88  MENU-PICK-IS-VALID       VALUES 0 THRU 3.
002750     88  MENU-PICK-IS-UPDATE      VALUES 1 3.

002800 77  THE-MODE                     PIC X(7).
002900 77  OK-TO-DELETE                 PIC X.

003300     COPY "WSOPID01.CBL".

003350     COPY "WSBWIN01.CBL".

003400 PROCEDURE DIVISION.
003500 PROGRAM-BEGIN.
003600     PERFORM OPENING-PROCEDURE.
003700     PERFORM GET-OPERATOR-ID.
003733     MOVE "CMBMNT1" TO BWIN-PROGRAM-NAME.
003766     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
003800     PERFORM MAIN-PROCESS.
003900     PERFORM CLOSING-PROCEDURE.

003933 PROGRAM-EXIT.
003966     EXIT PROGRAM.

004000 PROGRAM-DONE.
004100     ACCEPT OMITTED. STOP RUN.

006100     PERFORM CLEAR-SCREEN.
006200     DISPLAY "OPERATOR: " OPERATOR-ID.
006300     DISPLAY "    VALID SALES CODE COMBINATIONS".
006333     IF BATCH-UPDATES-ALLOWED NOT = "Y"
006366         DISPLAY "    NIGHTLY BATCH RUNNING - LOOK UP ONLY".
006400     DISPLAY "    PLEASE SELECT:".
006500     DISPLAY " ".
006600     DISPLAY "          1.  ADD COMBINATIONS".
008400     PERFORM GET-MENU-PICK.

008500 DO-THE-PICK.
008514     IF MENU-PICK-IS-UPDATE
008528         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
008542     IF MENU-PICK-IS-UPDATE
008556        AND BATCH-UPDATES-ALLOWED NOT = "Y"
008570         DISPLAY "ONLY LOOK UP IS OPEN"
008584     ELSE
008600     IF MENU-PICK = 1
008700         PERFORM ADD-MODE
008800     ELSE
010400     IF RECORD-FOUND = "Y"
010500         DISPLAY "COMBINATION ALREADY ON FILE"
010600     ELSE
010633         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
010666         IF BATCH-UPDATES-ALLOWED = "Y"
010700             PERFORM WRITE-COMBO-RECORD
010800             DISPLAY "COMBINATION ADDED".
010850     IF BATCH-UPDATES-ALLOWED = "Y"
010900         PERFORM ENTER-COMBO-KEY
010933     ELSE
010966         MOVE ZEROES TO COMBO-DIVISION.

011000*---------------------------------
011100* INQUIRE
013700     ELSE
013800         PERFORM ASK-OK-TO-DELETE
013900         IF OK-TO-DELETE = "Y"
013933             PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
013966             IF BATCH-UPDATES-ALLOWED = "Y"
014000                 PERFORM DELETE-COMBO-RECORD
014100                 DISPLAY "COMBINATION DELETED".
014150     IF BATCH-UPDATES-ALLOWED = "Y"
014200         PERFORM ENTER-COMBO-KEY
014233     ELSE
014266         MOVE ZEROES TO COMBO-DIVISION.

014300 ASK-OK-TO-DELETE.
014400     PERFORM ACCEPT-OK-TO-DELETE.
023100         DISPLAY "ERROR DELETING COMBINATION".

023200     COPY "PLOPID01.CBL".

023300     COPY "PLBWIN01.CBL".
