000800* whole chain in sequence so
000900* the operator can see what
001000* tonight will run.
001016* While the nightly batch window
001032* is up (PLBWIN01.CBL) only look
001048* up and list are open; an add,
001064* change or delete keyed as the
001080* window goes up is not saved.
001100*---------------------------------
001200 ENVIRONMENT DIVISION.
001300 INPUT-OUTPUT SECTION.

001500     COPY "SLNSCHED.CBL".

001533     COPY "SLBWIN01.CBL".

001566     COPY "SLBWLOG.CBL".

001600 DATA DIVISION.
001700 FILE SECTION.

001800     COPY "FDNSCHED.CBL".

001833     COPY "FDBWIN01.CBL".

001866     COPY "FDBWLOG.CBL".

001900 WORKING-STORAGE SECTION.

002000 77  MENU-PICK                    PIC 9.
002100     88  MENU-PICK-IS-VALID       VALUES 0 THRU 5.
002150     88  MENU-PICK-IS-UPDATE      VALUES 1 2 4.

002200 77  THE-MODE                     PIC X(7).
002300 77  OK-TO-DELETE                 PIC X.

002800     COPY "WSOPID01.CBL".

002850     COPY "WSBWIN01.CBL".

002900 PROCEDURE DIVISION.
003000 PROGRAM-BEGIN.
003100     PERFORM OPENING-PROCEDURE.
003200     PERFORM GET-OPERATOR-ID.
003233     MOVE "NSCMNT01" TO BWIN-PROGRAM-NAME.
003266     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
003300     PERFORM MAIN-PROCESS.
003400     PERFORM CLOSING-PROCEDURE.

003433 PROGRAM-EXIT.
003466     EXIT PROGRAM.

003500 PROGRAM-DONE.
003600     ACCEPT OMITTED. STOP RUN.

005400     PERFORM CLEAR-SCREEN.
005500     DISPLAY "OPERATOR: " OPERATOR-ID.
005600     DISPLAY "    NIGHTLY BATCH SCHEDULE".
005633     IF BATCH-UPDATES-ALLOWED NOT = "Y"
005666         DISPLAY "    NIGHTLY BATCH - LOOK UP AND LIST ONLY".
005700     DISPLAY "    PLEASE SELECT:".
005800     DISPLAY " ".
005900     DISPLAY "          1.  ADD STEPS".
007900     PERFORM GET-MENU-PICK.

008000 DO-THE-PICK.
008014     IF MENU-PICK-IS-UPDATE
008028         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
008042     IF MENU-PICK-IS-UPDATE
008056        AND BATCH-UPDATES-ALLOWED NOT = "Y"
008070         DISPLAY "ONLY LOOK UP AND LIST ARE OPEN"
008084     ELSE
008100     IF MENU-PICK = 1
008200         PERFORM ADD-MODE
008300     ELSE

011800 ADD-RECORDS.
011900     PERFORM ENTER-REMAINING-FIELDS.
011933     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
011966     IF BATCH-UPDATES-ALLOWED = "Y"
012000         PERFORM WRITE-SCHEDULE-RECORD
012100         PERFORM GET-NEW-SEQUENCE
012133     ELSE
012166         MOVE ZEROES TO NSCHED-SEQUENCE.

012200 ENTER-REMAINING-FIELDS.
012300     PERFORM ENTER-STEP-PROGRAM.
013600     PERFORM GET-FIELD-TO-CHANGE.
013700     PERFORM CHANGE-ONE-FIELD
013800         UNTIL WHICH-FIELD = ZERO.
013850     IF BATCH-UPDATES-ALLOWED = "Y"
013900         PERFORM GET-SCHEDULE-RECORD
013933     ELSE
013966         MOVE ZEROES TO NSCHED-SEQUENCE.

014000 GET-FIELD-TO-CHANGE.
014100     PERFORM DISPLAY-ALL-FIELDS.

015400 CHANGE-ONE-FIELD.
015500     PERFORM CHANGE-THIS-FIELD.
015550     IF BATCH-UPDATES-ALLOWED = "Y"
015600         PERFORM GET-FIELD-TO-CHANGE
015633     ELSE
015666         MOVE ZERO TO WHICH-FIELD.

015700 CHANGE-THIS-FIELD.
015800     IF WHICH-FIELD = 1
016400     IF WHICH-FIELD = 4
016500         PERFORM ENTER-STEP-PARAMETER.

016533     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
016566     IF BATCH-UPDATES-ALLOWED = "Y"
016600         PERFORM REWRITE-SCHEDULE-RECORD.

016700*---------------------------------
016800* INQUIRE
018700     PERFORM DISPLAY-ALL-FIELDS.
018800     PERFORM ASK-OK-TO-DELETE.
018900     IF OK-TO-DELETE = "Y"
018920         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
018940         IF BATCH-UPDATES-ALLOWED NOT = "Y"
018960             MOVE "N" TO OK-TO-DELETE.
018980     IF OK-TO-DELETE = "Y"
019000         PERFORM DELETE-SCHEDULE-RECORD.
019050     IF BATCH-UPDATES-ALLOWED = "Y"
019100         PERFORM GET-SCHEDULE-RECORD
019133     ELSE
019166         MOVE ZEROES TO NSCHED-SEQUENCE.

019200 ASK-OK-TO-DELETE.
019300     PERFORM ACCEPT-OK-TO-DELETE.
033700         DISPLAY "ERROR DELETING SCHEDULE RECORD".

033800     COPY "PLOPID01.CBL".

033900     COPY "PLBWIN01.CBL".
