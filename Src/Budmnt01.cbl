001200* budget cannot be keyed for a
001300* store or division that does
001400* not exist.
001416* While the nightly batch window
001432* is up (PLBWIN01.CBL) only look
001448* up is open; an add, change or
001464* delete keyed as the window goes
001480* up is not saved.
001500*---------------------------------
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.

002100     COPY "SLSLCODE.CBL".

002133     COPY "SLBWIN01.CBL".

002166     COPY "SLBWLOG.CBL".

002200 DATA DIVISION.
002300 FILE SECTION.


002600     COPY "FDSLCODE.CBL".

002633     COPY "FDBWIN01.CBL".

002666     COPY "FDBWLOG.CBL".

002700 WORKING-STORAGE SECTION.

002800 77  MENU-PICK                    PIC 9.
002900     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
002950     88  MENU-PICK-IS-UPDATE      VALUES 1 2 4.

003000 77  THE-MODE                     PIC X(7).
003100 77  OK-TO-DELETE                 PIC X.

004200     COPY "WSOPID01.CBL".

004250     COPY "WSBWIN01.CBL".

004300 PROCEDURE DIVISION.
004400 PROGRAM-BEGIN.
004500     PERFORM OPENING-PROCEDURE.
004600     PERFORM GET-OPERATOR-ID.
004633     MOVE "BUDMNT01" TO BWIN-PROGRAM-NAME.
004666     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
004700     PERFORM MAIN-PROCESS.
004800     PERFORM CLOSING-PROCEDURE.

004833 PROGRAM-EXIT.
004866     EXIT PROGRAM.

004900 PROGRAM-DONE.
005000     ACCEPT OMITTED. STOP RUN.

007200     PERFORM CLEAR-SCREEN.
007300     DISPLAY "OPERATOR: " OPERATOR-ID.
007400     DISPLAY "    SALES BUDGETS".
007433     IF BATCH-UPDATES-ALLOWED NOT = "Y"
007466         DISPLAY "    NIGHTLY BATCH RUNNING - LOOK UP ONLY".
007500     DISPLAY "    PLEASE SELECT:".
007600     DISPLAY " ".
007700     DISPLAY "          1.  ADD RECORDS".
009600     PERFORM GET-MENU-PICK.

009700 DO-THE-PICK.
009714     IF MENU-PICK-IS-UPDATE
009728         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
009742     IF MENU-PICK-IS-UPDATE
009756        AND BATCH-UPDATES-ALLOWED NOT = "Y"
009770         DISPLAY "ONLY LOOK UP IS OPEN"
009784     ELSE
009800     IF MENU-PICK = 1
009900         PERFORM ADD-MODE
010000     ELSE

012900 ADD-RECORDS.
013000     PERFORM ENTER-BUDGET-AMOUNT.
013033     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
013066     IF BATCH-UPDATES-ALLOWED = "Y"
013100         PERFORM WRITE-BUDGET-RECORD
013200         PERFORM GET-NEW-BUDGET-KEY
013233     ELSE
013266         MOVE ZEROES TO BUDGET-PERIOD.

013300*---------------------------------
013400* CHANGE
014300     PERFORM CHANGE-ONE-FIELD
014400         UNTIL WHICH-FIELD = ZERO.

014450     IF BATCH-UPDATES-ALLOWED = "Y"
014500         PERFORM GET-BUDGET-RECORD
014533     ELSE
014566         MOVE ZEROES TO BUDGET-PERIOD.

014600 GET-FIELD-TO-CHANGE.
014700     PERFORM DISPLAY-ALL-FIELDS.

016000 CHANGE-ONE-FIELD.
016100     PERFORM CHANGE-THIS-FIELD.
016150     IF BATCH-UPDATES-ALLOWED = "Y"
016200         PERFORM GET-FIELD-TO-CHANGE
016233     ELSE
016266         MOVE ZERO TO WHICH-FIELD.

016300 CHANGE-THIS-FIELD.
016400     IF WHICH-FIELD = 1
016500         PERFORM ENTER-BUDGET-AMOUNT.

016533     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
016566     IF BATCH-UPDATES-ALLOWED = "Y"
016600         PERFORM REWRITE-BUDGET-RECORD.

016700*---------------------------------
016800* INQUIRE

018800     PERFORM ASK-OK-TO-DELETE.
018900     IF OK-TO-DELETE = "Y"
018920         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
018940         IF BATCH-UPDATES-ALLOWED NOT = "Y"
018960             MOVE "N" TO OK-TO-DELETE.
018980     IF OK-TO-DELETE = "Y"
019000         PERFORM DELETE-BUDGET-RECORD.

019050     IF BATCH-UPDATES-ALLOWED = "Y"
019100         PERFORM GET-BUDGET-RECORD
019133     ELSE
019166         MOVE ZEROES TO BUDGET-PERIOD.

019200 ASK-OK-TO-DELETE.
019300     PERFORM ACCEPT-OK-TO-DELETE.
032400         DISPLAY "ERROR DELETING BUDGET RECORD".

032500     COPY "PLOPID01.CBL".

032600     COPY "PLBWIN01.CBL".
