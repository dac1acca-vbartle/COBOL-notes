000400* Add, Change, Inquire and Delete
000500* for the State Code.
000600* Calls the State Codes Report.
000625* While the nightly batch window
000650* is up (PLBWIN01.CBL) only look
000675* up and print are open.
000700*---------------------------------
000800 ENVIRONMENT DIVISION.
000900 INPUT-OUTPUT SECTION.
001000 FILE-CONTROL.
001100
001200     COPY "SLSTATE.CBL".
001220
001240     COPY "SLBWIN01.CBL".
001260
001280     COPY "SLBWLOG.CBL".
001300
001400 DATA DIVISION.
001500 FILE SECTION.
001600
001700     COPY "FDSTATE.CBL".
001720
001740     COPY "FDBWIN01.CBL".
001760
001780     COPY "FDBWLOG.CBL".
001800
001900 WORKING-STORAGE SECTION.
002000
002100 77  MENU-PICK                    PIC 9.
002200     88  MENU-PICK-IS-VALID       VALUES 0 THRU 5.
002250     88  MENU-PICK-IS-UPDATE      VALUES 1 2 4.
002300
002400 77  THE-MODE                     PIC X(7).
002500 77  OK-TO-DELETE                 PIC X.
002900     COPY "WSCASE01.CBL".
002950
002960     COPY "WSOPID01.CBL".
002973
002986     COPY "WSBWIN01.CBL".
003000
003100 PROCEDURE DIVISION.
003200 PROGRAM-BEGIN.
003300     PERFORM OPENING-PROCEDURE.
003350     PERFORM GET-OPERATOR-ID.
003366     MOVE "STCMNT04" TO BWIN-PROGRAM-NAME.
003382     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
003400     PERFORM MAIN-PROCESS.
003500     PERFORM CLOSING-PROCEDURE.
003600
006400 DISPLAY-THE-MENU.
006500     PERFORM CLEAR-SCREEN.
006550     DISPLAY "OPERATOR: " OPERATOR-ID.
006562     IF BATCH-UPDATES-ALLOWED NOT = "Y"
006574         DISPLAY "    NIGHTLY BATCH RUNNING - LOOK UP AND"
006586             " PRINT ONLY".
006600     DISPLAY "    PLEASE SELECT:".
006700     DISPLAY " ".
006800     DISPLAY "          1.  ADD RECORDS".
009300     PERFORM GET-MENU-PICK.
009400
009500 DO-THE-PICK.
009514     IF MENU-PICK-IS-UPDATE
009528         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
009542     IF MENU-PICK-IS-UPDATE
009556        AND BATCH-UPDATES-ALLOWED NOT = "Y"
009570         DISPLAY "ONLY LOOK UP AND PRINT ARE OPEN"
009584     ELSE
009600     IF MENU-PICK = 1
009700         PERFORM ADD-MODE
009800     ELSE
013300
013400 ADD-RECORDS.
013500     PERFORM ENTER-REMAINING-FIELDS.
013533     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
013566     IF BATCH-UPDATES-ALLOWED = "Y"
013600         PERFORM WRITE-STATE-RECORD
013700         PERFORM GET-NEW-STATE-CODE
013733     ELSE
013766         MOVE "ZZ" TO STATE-CODE.
013800
013900 ENTER-REMAINING-FIELDS.
014000     PERFORM ENTER-STATE-NAME.
015400*        UNTIL WHICH-FIELD = ZERO.
015500     PERFORM CHANGE-ONE-FIELD.
015600
015650     IF BATCH-UPDATES-ALLOWED = "Y"
015700         PERFORM GET-STATE-RECORD
015733     ELSE
015766         MOVE "ZZ" TO STATE-CODE.
015800
015900 GET-FIELD-TO-CHANGE.
016000     PERFORM DISPLAY-ALL-FIELDS.
018300     IF WHICH-FIELD = 1
018400         PERFORM ENTER-STATE-NAME.
018500
018533     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
018566     IF BATCH-UPDATES-ALLOWED = "Y"
018600         PERFORM REWRITE-STATE-RECORD.
018700
018800*---------------------------------
018900* INQUIRE
021100     PERFORM DISPLAY-ALL-FIELDS.
021200
021300     PERFORM ASK-OK-TO-DELETE
021320     IF OK-TO-DELETE = "Y"
021340         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
021360         IF BATCH-UPDATES-ALLOWED NOT = "Y"
021380             MOVE "N" TO OK-TO-DELETE.
021400     IF OK-TO-DELETE = "Y"
021500         PERFORM DELETE-STATE-RECORD.
021600
021650     IF BATCH-UPDATES-ALLOWED = "Y"
021700         PERFORM GET-STATE-RECORD
021733     ELSE
021766         MOVE "ZZ" TO STATE-CODE.
021800
021900 ASK-OK-TO-DELETE.
022000     PERFORM ACCEPT-OK-TO-DELETE.
035200         DISPLAY "ERROR DELETING STATE RECORD".
035300
035400     COPY "PLOPID01.CBL".
035500
035600     COPY "PLBWIN01.CBL".

