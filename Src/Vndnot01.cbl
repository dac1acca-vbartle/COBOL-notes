001400* Notes are never changed or
001500* deleted - a correction is a
001600* new note.
001616* While the nightly batch window
001632* is up (PLBWIN01.CBL) only
001648* browse is open; a note keyed
001664* as the window goes up is not
001680* saved.
001700*---------------------------------
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.

002200     COPY "SLVND02.CBL".

002233     COPY "SLBWIN01.CBL".

002266     COPY "SLBWLOG.CBL".

002300 DATA DIVISION.
002400 FILE SECTION.


002600     COPY "FDVND04.CBL".

002633     COPY "FDBWIN01.CBL".

002666     COPY "FDBWLOG.CBL".

002700 WORKING-STORAGE SECTION.

002800 77  MENU-PICK                    PIC 9.
002900     88  MENU-PICK-IS-VALID       VALUES 0 THRU 2.
002950     88  MENU-PICK-IS-UPDATE      VALUE 1.

003000 77  NOTE-FILE-AT-END             PIC X.
003100 77  NOTE-RECORD-FOUND            PIC X.

004100     COPY "WSOPID01.CBL".

004150     COPY "WSBWIN01.CBL".

004200 PROCEDURE DIVISION.
004300 PROGRAM-BEGIN.
004400     PERFORM OPENING-PROCEDURE.
004500     PERFORM GET-OPERATOR-ID.
004533     MOVE "VNDNOT01" TO BWIN-PROGRAM-NAME.
004566     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
004600     PERFORM MAIN-PROCESS.
004700     PERFORM CLOSING-PROCEDURE.

007100     PERFORM CLEAR-SCREEN.
007200     DISPLAY "OPERATOR: " OPERATOR-ID.
007300     DISPLAY "    VENDOR NOTES".
007333     IF BATCH-UPDATES-ALLOWED NOT = "Y"
007366         DISPLAY "    NIGHTLY BATCH RUNNING - BROWSE ONLY".
007400     DISPLAY "    PLEASE SELECT:".
007500     DISPLAY " ".
007600     DISPLAY "          1.  ADD A NOTE".
009000     DISPLAY " ".

009100 DO-THE-PICK.
009114     IF MENU-PICK-IS-UPDATE
009128         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
009142     IF MENU-PICK-IS-UPDATE
009156        AND BATCH-UPDATES-ALLOWED NOT = "Y"
009170         DISPLAY "ONLY BROWSE IS OPEN"
009184     ELSE
009200     IF MENU-PICK = 1
009300         PERFORM ADD-NOTE-MODE
009400     ELSE
011100     MOVE NEXT-NOTE-SEQ TO VNOTE-SEQ.
011200     MOVE OPERATOR-ID TO VNOTE-OPERATOR.
011300     PERFORM ENTER-NOTE-TEXT.
011333     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
011366     IF BATCH-UPDATES-ALLOWED = "Y"
011400         PERFORM WRITE-NOTE-RECORD
011500         DISPLAY "NOTE SAVED"
011600         PERFORM GET-NOTE-VENDOR
011633     ELSE
011666         MOVE ZEROES TO NOTE-VENDOR.

011700 FIND-NEXT-NOTE-SEQ.
011800     MOVE ZERO TO NEXT-NOTE-SEQ.
023000     COPY "PLDATE01.CBL".

023100     COPY "PLOPID01.CBL".

023200     COPY "PLBWIN01.CBL".
