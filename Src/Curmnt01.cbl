000900* units one unit of the foreign
001000* currency buys, with the date
001100* the rate took effect.
001116* While the nightly batch window
001132* is up (PLBWIN01.CBL) only look
001148* up is open; an add, change or
001164* delete keyed as the window goes
001180* up is not saved.
001200*---------------------------------
001300 ENVIRONMENT DIVISION.
001400 INPUT-OUTPUT SECTION.

001610     COPY "SLCURHST.CBL".

001640     COPY "SLBWIN01.CBL".

001670     COPY "SLBWLOG.CBL".

001700 DATA DIVISION.
001800 FILE SECTION.


001910     COPY "FDCURHST.CBL".

001940     COPY "FDBWIN01.CBL".

001970     COPY "FDBWLOG.CBL".

002000 WORKING-STORAGE SECTION.

002100 77  MENU-PICK                    PIC 9.
002200     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
002250     88  MENU-PICK-IS-UPDATE      VALUES 1 2 4.

002300 77  THE-MODE                     PIC X(7).
002400 77  OK-TO-DELETE                 PIC X.

003000     COPY "WSOPID01.CBL".

003050     COPY "WSBWIN01.CBL".

003100 PROCEDURE DIVISION.
003200 PROGRAM-BEGIN.
003300     PERFORM OPENING-PROCEDURE.
003400     PERFORM GET-OPERATOR-ID.
003433     MOVE "CURMNT01" TO BWIN-PROGRAM-NAME.
003466     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
003500     PERFORM MAIN-PROCESS.
003600     PERFORM CLOSING-PROCEDURE.

003633 PROGRAM-EXIT.
003666     EXIT PROGRAM.

003700 PROGRAM-DONE.
003800     ACCEPT OMITTED. STOP RUN.

005600     PERFORM CLEAR-SCREEN.
005700     DISPLAY "OPERATOR: " OPERATOR-ID.
005800     DISPLAY "    CURRENCY EXCHANGE RATES".
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
011400     PERFORM ENTER-REMAINING-FIELDS.
011433     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
011466     IF BATCH-UPDATES-ALLOWED = "Y"
011500         PERFORM WRITE-CURRENCY-RECORD
011510         PERFORM WRITE-HISTORY-RECORD
011600         PERFORM GET-NEW-CURRENCY-CODE
011633     ELSE
011666         MOVE "ZZZ" TO CURRENCY-CODE.

011700 ENTER-REMAINING-FIELDS.
011800     PERFORM ENTER-CURRENCY-RATE.
013000     PERFORM CHANGE-ONE-FIELD
013100         UNTIL WHICH-FIELD = ZERO.

013150     IF BATCH-UPDATES-ALLOWED = "Y"
013200         PERFORM GET-CURRENCY-RECORD
013233     ELSE
013266         MOVE "ZZZ" TO CURRENCY-CODE.

013300 GET-FIELD-TO-CHANGE.
013400     PERFORM DISPLAY-ALL-FIELDS.

014700 CHANGE-ONE-FIELD.
014800     PERFORM CHANGE-THIS-FIELD.
014850     IF BATCH-UPDATES-ALLOWED = "Y"
014900         PERFORM GET-FIELD-TO-CHANGE
014933     ELSE
014966         MOVE ZERO TO WHICH-FIELD.

015000 CHANGE-THIS-FIELD.
015100     IF WHICH-FIELD = 1
015300     IF WHICH-FIELD = 2
015400         PERFORM ENTER-EFFECTIVE-DATE.

015433     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
015466     IF BATCH-UPDATES-ALLOWED = "Y"
015500         PERFORM REWRITE-CURRENCY-RECORD
015510         PERFORM WRITE-HISTORY-RECORD.

015600*---------------------------------
015700* INQUIRE

017700     PERFORM ASK-OK-TO-DELETE.
017800     IF OK-TO-DELETE = "Y"
017820         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
017840         IF BATCH-UPDATES-ALLOWED NOT = "Y"
017860             MOVE "N" TO OK-TO-DELETE.
017880     IF OK-TO-DELETE = "Y"
017900         PERFORM DELETE-CURRENCY-RECORD.

017950     IF BATCH-UPDATES-ALLOWED = "Y"
018000         PERFORM GET-CURRENCY-RECORD
018033     ELSE
018066         MOVE "ZZZ" TO CURRENCY-CODE.

018100 ASK-OK-TO-DELETE.
018200     PERFORM ACCEPT-OK-TO-DELETE.
028300     COPY "PLDATE01.CBL".

028400     COPY "PLOPID01.CBL".

028500     COPY "PLBWIN01.CBL".
