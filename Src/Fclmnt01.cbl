002000* GENERATE over an existing
002100* year simply rewrites its
002200* dates.
002216* While the nightly batch window
002232* is up (PLBWIN01.CBL) only look
002248* up is open; a year generated
002264* or a date deleted as the
002280* window goes up is not saved.
002300*---------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.

002700     COPY "SLFCAL01.CBL".

002733     COPY "SLBWIN01.CBL".

002766     COPY "SLBWLOG.CBL".

002800 DATA DIVISION.
002900 FILE SECTION.

003000     COPY "FDFCAL01.CBL".

003033     COPY "FDBWIN01.CBL".

003066     COPY "FDBWLOG.CBL".

003100 WORKING-STORAGE SECTION.

003200 77  MENU-PICK                    PIC 9.
003300     88  MENU-PICK-IS-VALID       VALUES 0 THRU 3.
003350     88  MENU-PICK-IS-UPDATE      VALUES 1 3.

003400 77  RECORD-FOUND                 PIC X.
003500 77  GEN-YEAR                     PIC 9(4).

005600     COPY "WSOPID01.CBL".

005650     COPY "WSBWIN01.CBL".

005700 PROCEDURE DIVISION.
005800 PROGRAM-BEGIN.
005900     PERFORM OPENING-PROCEDURE.
006000     PERFORM GET-OPERATOR-ID.
006033     MOVE "FCLMNT01" TO BWIN-PROGRAM-NAME.
006066     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
006100     PERFORM MAIN-PROCESS.
006200     PERFORM CLOSING-PROCEDURE.

006233 PROGRAM-EXIT.
006266     EXIT PROGRAM.

006300 PROGRAM-DONE.
006400     ACCEPT OMITTED. STOP RUN.

008200     PERFORM CLEAR-SCREEN.
008300     DISPLAY "OPERATOR: " OPERATOR-ID.
008400     DISPLAY "    4-5-4 FISCAL CALENDAR".
008433     IF BATCH-UPDATES-ALLOWED NOT = "Y"
008466         DISPLAY "    NIGHTLY BATCH RUNNING - LOOK UP ONLY".
008500     DISPLAY "    PLEASE SELECT:".
008600     DISPLAY " ".
008700     DISPLAY "          1.  GENERATE A FISCAL YEAR".
010500     PERFORM GET-MENU-PICK.

010600 DO-THE-PICK.
010614     IF MENU-PICK-IS-UPDATE
010628         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
010642     IF MENU-PICK-IS-UPDATE
010656        AND BATCH-UPDATES-ALLOWED NOT = "Y"
010670         DISPLAY "ONLY LOOK UP IS OPEN"
010684     ELSE
010700     IF MENU-PICK = 1
010800         PERFORM GENERATE-MODE
010900     ELSE
012100     ACCEPT GEN-YEAR.
012200     IF GEN-YEAR NOT = ZEROES
012300         PERFORM ENTER-YEAR-START-DATE
012333         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
012366         IF BATCH-UPDATES-ALLOWED = "Y"
012400             PERFORM GENERATE-THE-YEAR.

012500 ENTER-YEAR-START-DATE.
012600     MOVE "N" TO ZERO-DATE-IS-OK.
020600     PERFORM GET-CALENDAR-DATE.
020700     IF FCAL-DATE NOT = ZEROES
020800        AND RECORD-FOUND = "Y"
020833         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
020866         IF BATCH-UPDATES-ALLOWED = "Y"
020900             DELETE FISCAL-CALENDAR-FILE RECORD
021000                 INVALID KEY
021100                 DISPLAY "ERROR DELETING CALENDAR DATE".

021200 GET-CALENDAR-DATE.
021300     MOVE "Y" TO ZERO-DATE-IS-OK.
022900     COPY "PLDATE01.CBL".

023000     COPY "PLOPID01.CBL".

023100     COPY "PLBWIN01.CBL".
