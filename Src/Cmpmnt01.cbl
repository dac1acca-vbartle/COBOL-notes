000900* here is what sign-on offers
001000* and what is stamped on
001100* vouchers, checks and bills.
001116* While the nightly batch window
001132* is up (PLBWIN01.CBL) only look
001148* up is open; an add, change or
001164* delete keyed as the window goes
001180* up is not saved.
001200*---------------------------------
001300 ENVIRONMENT DIVISION.
001400 INPUT-OUTPUT SECTION.

001600     COPY "SLCOMP01.CBL".

001633     COPY "SLBWIN01.CBL".

001666     COPY "SLBWLOG.CBL".

001700 DATA DIVISION.
001800 FILE SECTION.

001900     COPY "FDCOMP01.CBL".

001933     COPY "FDBWIN01.CBL".

001966     COPY "FDBWLOG.CBL".

002000 WORKING-STORAGE SECTION.

002100 77  MENU-PICK                    PIC 9.
002200     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
002250     88  MENU-PICK-IS-UPDATE      VALUES 1 2 4.

002300 77  THE-MODE                     PIC X(7).
002400 77  OK-TO-DELETE                 PIC X.

002800     COPY "WSOPID01.CBL".

002850     COPY "WSBWIN01.CBL".

002900 PROCEDURE DIVISION.
003000 PROGRAM-BEGIN.
003100     PERFORM OPENING-PROCEDURE.
003200     PERFORM GET-OPERATOR-ID.
003233     MOVE "CMPMNT01" TO BWIN-PROGRAM-NAME.
003266     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
003300     PERFORM MAIN-PROCESS.
003400     PERFORM CLOSING-PROCEDURE.

005600     PERFORM CLEAR-SCREEN.
005700     DISPLAY "OPERATOR: " OPERATOR-ID.
005800     DISPLAY "    COMPANY MASTER MAINTENANCE".
005833     IF BATCH-UPDATES-ALLOWED NOT = "Y"
005866         DISPLAY "    NIGHTLY BATCH RUNNING - LOOK UP ONLY".
005900     DISPLAY "    PLEASE SELECT:".
006000     DISPLAY " ".
006100     DISPLAY "          1.  ADD RECORDS".
008000     PERFORM GET-MENU-PICK.

008100 DO-THE-PICK.
008114     IF MENU-PICK-IS-UPDATE
008128         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
008142     IF MENU-PICK-IS-UPDATE
008156        AND BATCH-UPDATES-ALLOWED NOT = "Y"
008170         DISPLAY "ONLY LOOK UP IS OPEN"
008184     ELSE
008200     IF MENU-PICK = 1
008300         PERFORM ADD-MODE
008400     ELSE

011300 ADD-RECORDS.
011400     PERFORM ENTER-COMPANY-NAME.
011433     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
011466     IF BATCH-UPDATES-ALLOWED = "Y"
011500         PERFORM WRITE-COMPANY-RECORD
011600         PERFORM GET-NEW-COMPANY-CODE
011633     ELSE
011666         MOVE "ZZ" TO COMPANY-CODE.

011700*---------------------------------
011800* CHANGE
012700     PERFORM CHANGE-ONE-FIELD
012800         UNTIL WHICH-FIELD = ZERO.

012850     IF BATCH-UPDATES-ALLOWED = "Y"
012900         PERFORM GET-COMPANY-RECORD
012933     ELSE
012966         MOVE "ZZ" TO COMPANY-CODE.

013000 GET-FIELD-TO-CHANGE.
013100     PERFORM DISPLAY-ALL-FIELDS.

014400 CHANGE-ONE-FIELD.
014500     PERFORM CHANGE-THIS-FIELD.
014550     IF BATCH-UPDATES-ALLOWED = "Y"
014600         PERFORM GET-FIELD-TO-CHANGE
014633     ELSE
014666         MOVE ZERO TO WHICH-FIELD.

014700 CHANGE-THIS-FIELD.
014800     IF WHICH-FIELD = 1
014900         PERFORM ENTER-COMPANY-NAME.

014933     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
014966     IF BATCH-UPDATES-ALLOWED = "Y"
015000         PERFORM REWRITE-COMPANY-RECORD.

015100*---------------------------------
015200* INQUIRE

017200     PERFORM ASK-OK-TO-DELETE.
017300     IF OK-TO-DELETE = "Y"
017320         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
017340         IF BATCH-UPDATES-ALLOWED NOT = "Y"
017360             MOVE "N" TO OK-TO-DELETE.
017380     IF OK-TO-DELETE = "Y"
017400         PERFORM DELETE-COMPANY-RECORD.

017450     IF BATCH-UPDATES-ALLOWED = "Y"
017500         PERFORM GET-COMPANY-RECORD
017533     ELSE
017566         MOVE "ZZ" TO COMPANY-CODE.

017600 ASK-OK-TO-DELETE.
017700     PERFORM ACCEPT-OK-TO-DELETE.
026100         DISPLAY "ERROR DELETING COMPANY RECORD".

026200     COPY "PLOPID01.CBL".

026300     COPY "PLBWIN01.CBL".
