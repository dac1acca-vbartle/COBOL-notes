001300* itself refuses anyone whose
001400* OPERATOR-SUPERVISOR flag is
001500* not "Y".
001516* While the nightly batch window
001532* is up (PLBWIN01.CBL) only look
001548* up is open; an add, change or
001564* delete keyed as the window goes
001580* up is not saved.
001600*---------------------------------
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.

002010     COPY "SLSECVIO.CBL".

002040     COPY "SLBWIN01.CBL".

002070     COPY "SLBWLOG.CBL".

002100 DATA DIVISION.
002200 FILE SECTION.


002310     COPY "FDSECVIO.CBL".

002340     COPY "FDBWIN01.CBL".

002370     COPY "FDBWLOG.CBL".

002400 WORKING-STORAGE SECTION.

002500 77  MENU-PICK                    PIC 9.
002600     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
002650     88  MENU-PICK-IS-UPDATE      VALUES 1 2 4.

002700 77  THE-MODE                     PIC X(7).
002800 77  OK-TO-DELETE                 PIC X.

003500     COPY "WSOPID01.CBL".

003550     COPY "WSBWIN01.CBL".

003600 PROCEDURE DIVISION.
003700 PROGRAM-BEGIN.
003800     PERFORM OPENING-PROCEDURE.
004700     IF AUTH-SUPERVISOR NOT = "Y"
004800         DISPLAY "OPERATOR MAINTENANCE IS SUPERVISOR ONLY"
004900     ELSE
004933         MOVE "OPRMNT01" TO BWIN-PROGRAM-NAME
004966         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON
005000         PERFORM MAIN-PROCESS.
005100     PERFORM CLOSING-PROCEDURE.

005133 PROGRAM-EXIT.
005166     EXIT PROGRAM.

005200*---------------------------------
005300* Bootstrap - a brand new
005400* operator file has nobody to
008800     PERFORM CLEAR-SCREEN.
008900     DISPLAY "OPERATOR: " OPERATOR-ID.
009000     DISPLAY "    OPERATOR MASTER".
009033     IF BATCH-UPDATES-ALLOWED NOT = "Y"
009066         DISPLAY "    NIGHTLY BATCH RUNNING - LOOK UP ONLY".
009100     DISPLAY "    PLEASE SELECT:".
009200     DISPLAY " ".
009300     DISPLAY "          1.  ADD RECORDS".
011200     PERFORM GET-MENU-PICK.

011300 DO-THE-PICK.
011314     IF MENU-PICK-IS-UPDATE
011328         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
011342     IF MENU-PICK-IS-UPDATE
011356        AND BATCH-UPDATES-ALLOWED NOT = "Y"
011370         DISPLAY "ONLY LOOK UP IS OPEN"
011384     ELSE
011400     IF MENU-PICK = 1
011500         PERFORM ADD-MODE
011600     ELSE

014500 ADD-RECORDS.
014600     PERFORM ENTER-REMAINING-FIELDS.
014633     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
014666     IF BATCH-UPDATES-ALLOWED = "Y"
014700         PERFORM WRITE-OPERATOR-RECORD
014800         PERFORM GET-NEW-OPERATOR-ID
014833     ELSE
014866         MOVE SPACES TO OPERATOR-KEY-ID.

014900 ENTER-REMAINING-FIELDS.
015000     PERFORM ENTER-OPERATOR-NAME.
016700     PERFORM CHANGE-ONE-FIELD
016800         UNTIL WHICH-FIELD = ZERO.

016850     IF BATCH-UPDATES-ALLOWED = "Y"
016900         PERFORM GET-OPERATOR-MASTER
016933     ELSE
016966         MOVE SPACES TO OPERATOR-KEY-ID.

017000 GET-FIELD-TO-CHANGE.
017100     PERFORM DISPLAY-ALL-FIELDS.

018400 CHANGE-ONE-FIELD.
018500     PERFORM CHANGE-THIS-FIELD.
018550     IF BATCH-UPDATES-ALLOWED = "Y"
018600         PERFORM GET-FIELD-TO-CHANGE
018633     ELSE
018666         MOVE ZERO TO WHICH-FIELD.

018700 CHANGE-THIS-FIELD.
018800     IF WHICH-FIELD = 1
019810     IF WHICH-FIELD = 8
019820         PERFORM RESET-THE-LOCKOUT.

019920     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
020020     IF BATCH-UPDATES-ALLOWED = "Y"
020200         PERFORM REWRITE-OPERATOR-RECORD.

020300*---------------------------------
020400* INQUIRE

022400     PERFORM ASK-OK-TO-DELETE.
022500     IF OK-TO-DELETE = "Y"
022520         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
022540         IF BATCH-UPDATES-ALLOWED NOT = "Y"
022560             MOVE "N" TO OK-TO-DELETE.
022580     IF OK-TO-DELETE = "Y"
022600         PERFORM DELETE-OPERATOR-RECORD.

022650     IF BATCH-UPDATES-ALLOWED = "Y"
022700         PERFORM GET-OPERATOR-MASTER
022733     ELSE
022766         MOVE SPACES TO OPERATOR-KEY-ID.

022800 ASK-OK-TO-DELETE.
022900     PERFORM ACCEPT-OK-TO-DELETE.
038700     COPY "PLSIGN01.CBL".

038800     COPY "PLOPID01.CBL".

038900     COPY "PLBWIN01.CBL".
