001000* The accounts are validated
001100* against the chart
001200* (ACCOUNT-FILE).
001216* While the nightly batch window
001232* is up (PLBWIN01.CBL) only the
001248* list is open; a mapping added
001264* or deleted as the window goes
001280* up is not saved.
001300*---------------------------------
001400 ENVIRONMENT DIVISION.
001500 INPUT-OUTPUT SECTION.

001800     COPY "SLACCT01.CBL".

001833     COPY "SLBWIN01.CBL".

001866     COPY "SLBWLOG.CBL".

001900 DATA DIVISION.
002000 FILE SECTION.


002200     COPY "FDACCT01.CBL".

002233     COPY "FDBWIN01.CBL".

002266     COPY "FDBWLOG.CBL".

002300 WORKING-STORAGE SECTION.

002400 77  MENU-PICK                    PIC 9.
002500     88  MENU-PICK-IS-VALID       VALUES 0 THRU 3.
002550     88  MENU-PICK-IS-UPDATE      VALUES 1 2.

002600 77  MAP-AT-END                   PIC X.
002700 77  ACCOUNT-RECORD-FOUND         PIC X.

003000     COPY "WSOPID01.CBL".

003050     COPY "WSBWIN01.CBL".

003100 PROCEDURE DIVISION.
003200 PROGRAM-BEGIN.
003300     PERFORM OPENING-PROCEDURE.
003400     PERFORM GET-OPERATOR-ID.
003433     MOVE "SLMMNT01" TO BWIN-PROGRAM-NAME.
003466     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
003500     PERFORM MAIN-PROCESS.
003600     PERFORM CLOSING-PROCEDURE.

003633 PROGRAM-EXIT.
003666     EXIT PROGRAM.

003700 PROGRAM-DONE.
003800     ACCEPT OMITTED. STOP RUN.

005500     PERFORM CLEAR-SCREEN.
005600     DISPLAY "OPERATOR: " OPERATOR-ID.
005700     DISPLAY "    SALES GL ACCOUNT MAPPING".
005733     IF BATCH-UPDATES-ALLOWED NOT = "Y"
005766         DISPLAY "    NIGHTLY BATCH RUNNING - LIST ONLY".
005800     DISPLAY "    PLEASE SELECT:".
005900     DISPLAY " ".
006000     DISPLAY "          1.  ADD A MAPPING".
007800     PERFORM GET-MENU-PICK.

007900 DO-THE-PICK.
007914     IF MENU-PICK-IS-UPDATE
007928         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
007942     IF MENU-PICK-IS-UPDATE
007956        AND BATCH-UPDATES-ALLOWED NOT = "Y"
007970         DISPLAY "ONLY LIST IS OPEN"
007984     ELSE
008000     IF MENU-PICK = 1
008100         PERFORM ADD-MODE
008200     ELSE
008900     PERFORM ENTER-MAP-KEY.
009000     IF SLMAP-STORE NOT = ZEROES
009100         PERFORM ENTER-MAP-ACCOUNTS
009133         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
009166         IF BATCH-UPDATES-ALLOWED = "Y"
009200             WRITE SALES-MAP-RECORD
009300                 INVALID KEY
009400                 DISPLAY "MAPPING ALREADY ON FILE".

009500 DELETE-MODE.
009600     PERFORM ENTER-MAP-KEY.
009700     IF SLMAP-STORE NOT = ZEROES
009733         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
009766         IF BATCH-UPDATES-ALLOWED = "Y"
009800             DELETE SALES-MAP-FILE RECORD
009900                 INVALID KEY
010000                 DISPLAY "MAPPING IS NOT ON FILE".

010100 ENTER-MAP-KEY.
010200     MOVE ZEROES TO SLMAP-STORE.
014600             " INV " SLMAP-INVENTORY-ACCOUNT.

014700     COPY "PLOPID01.CBL".

014800     COPY "PLBWIN01.CBL".
