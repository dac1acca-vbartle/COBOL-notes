000600* (FDHOL01.CBL) SLSFLSH1 reads,
000700* the small-master screen
000800* shape.
000816* While the nightly batch window
000832* is up (PLBWIN01.CBL) only the
000848* list is open; a holiday added
000864* or deleted as the window goes
000880* up is not saved.
000900*---------------------------------
001000 ENVIRONMENT DIVISION.
001100 INPUT-OUTPUT SECTION.

001300     COPY "SLHOL01.CBL".

001333     COPY "SLBWIN01.CBL".

001366     COPY "SLBWLOG.CBL".

001400 DATA DIVISION.
001500 FILE SECTION.

001600     COPY "FDHOL01.CBL".

001633     COPY "FDBWIN01.CBL".

001666     COPY "FDBWLOG.CBL".

001700 WORKING-STORAGE SECTION.

001800 77  MENU-PICK                    PIC 9.
001900     88  MENU-PICK-IS-VALID       VALUES 0 THRU 3.
001950     88  MENU-PICK-IS-UPDATE      VALUES 1 2.

002000 77  HOLIDAY-AT-END               PIC X.


002300     COPY "WSOPID01.CBL".

002350     COPY "WSBWIN01.CBL".

002400 PROCEDURE DIVISION.
002500 PROGRAM-BEGIN.
002600     PERFORM OPENING-PROCEDURE.
002700     PERFORM GET-OPERATOR-ID.
002733     MOVE "HOLMNT01" TO BWIN-PROGRAM-NAME.
002766     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
002800     PERFORM MAIN-PROCESS.
002900     PERFORM CLOSING-PROCEDURE.

002933 PROGRAM-EXIT.
002966     EXIT PROGRAM.

003000 PROGRAM-DONE.
003100     ACCEPT OMITTED. STOP RUN.

004600     PERFORM CLEAR-SCREEN.
004700     DISPLAY "OPERATOR: " OPERATOR-ID.
004800     DISPLAY "    HOLIDAY EXCLUSION LIST".
004833     IF BATCH-UPDATES-ALLOWED NOT = "Y"
004866         DISPLAY "    NIGHTLY BATCH RUNNING - LIST ONLY".
004900     DISPLAY "    PLEASE SELECT:".
005000     DISPLAY " ".
005100     DISPLAY "          1.  ADD A HOLIDAY".
006900     PERFORM GET-MENU-PICK.

007000 DO-THE-PICK.
007014     IF MENU-PICK-IS-UPDATE
007028         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
007042     IF MENU-PICK-IS-UPDATE
007056        AND BATCH-UPDATES-ALLOWED NOT = "Y"
007070         DISPLAY "ONLY LIST IS OPEN"
007084     ELSE
007100     IF MENU-PICK = 1
007200         PERFORM ADD-MODE
007300     ELSE
008300         ACCEPT HOLIDAY-NAME
008400         INSPECT HOLIDAY-NAME
008500          CONVERTING LOWER-ALPHA TO UPPER-ALPHA
008533         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
008566         IF BATCH-UPDATES-ALLOWED = "Y"
008600             WRITE HOLIDAY-RECORD
008700                 INVALID KEY
008800                 DISPLAY "DATE ALREADY ON THE LIST".

008900 DELETE-MODE.
009000     PERFORM ENTER-HOLIDAY-DATE.
009100     IF HOLIDAY-DATE NOT = ZEROES
009133         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
009166         IF BATCH-UPDATES-ALLOWED = "Y"
009200             DELETE HOLIDAY-FILE RECORD
009300                 INVALID KEY
009400                 DISPLAY "DATE IS NOT ON THE LIST".

009500 ENTER-HOLIDAY-DATE.
009600     MOVE "Y" TO ZERO-DATE-IS-OK.
011600     COPY "PLDATE01.CBL".

011700     COPY "PLOPID01.CBL".

011800     COPY "PLBWIN01.CBL".
