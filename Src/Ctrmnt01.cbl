001200* DESCRIPTION or the price
001300* check in POMNT01 will never
001400* find it.
001416* While the nightly batch window
001432* is up (PLBWIN01.CBL) only look
001448* up and list are open; a price
001464* added or deleted as the window
001480* goes up is not saved.
001500*---------------------------------
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.

002000     COPY "SLVND02.CBL".

002033     COPY "SLBWIN01.CBL".

002066     COPY "SLBWLOG.CBL".

002100 DATA DIVISION.
002200 FILE SECTION.


002400     COPY "FDVND04.CBL".

002433     COPY "FDBWIN01.CBL".

002466     COPY "FDBWLOG.CBL".

002500 WORKING-STORAGE SECTION.

002600 77  MENU-PICK                    PIC 9.
002700     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
002750     88  MENU-PICK-IS-UPDATE      VALUES 1 3.

002800 77  THE-MODE                     PIC X(7).
002900 77  OK-TO-DELETE                 PIC X.

003600     COPY "WSOPID01.CBL".

003650     COPY "WSBWIN01.CBL".

003700 PROCEDURE DIVISION.
003800 PROGRAM-BEGIN.
003900     PERFORM OPENING-PROCEDURE.
004000     PERFORM GET-OPERATOR-ID.
004033     MOVE "CTRMNT01" TO BWIN-PROGRAM-NAME.
004066     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
004100     PERFORM MAIN-PROCESS.
004200     PERFORM CLOSING-PROCEDURE.

004233 PROGRAM-EXIT.
004266     EXIT PROGRAM.

004300 PROGRAM-DONE.
004400     ACCEPT OMITTED. STOP RUN.

006400     PERFORM CLEAR-SCREEN.
006500     DISPLAY "OPERATOR: " OPERATOR-ID.
006600     DISPLAY "    VENDOR CONTRACT PRICES".
006633     IF BATCH-UPDATES-ALLOWED NOT = "Y"
006666         DISPLAY "    NIGHTLY BATCH - LOOK UP AND LIST ONLY".
006700     DISPLAY "    PLEASE SELECT:".
006800     DISPLAY " ".
006900     DISPLAY "          1.  ADD CONTRACT PRICES".
008800     PERFORM GET-MENU-PICK.

008900 DO-THE-PICK.
008914     IF MENU-PICK-IS-UPDATE
008928         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
008942     IF MENU-PICK-IS-UPDATE
008956        AND BATCH-UPDATES-ALLOWED NOT = "Y"
008970         DISPLAY "ONLY LOOK UP AND LIST ARE OPEN"
008984     ELSE
009000     IF MENU-PICK = 1
009100         PERFORM ADD-MODE
009200     ELSE
010900 ADD-RECORDS.
011000     PERFORM ENTER-CONTRACT-PRICE.
011100     PERFORM ENTER-EXPIRES-DATE.
011133     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
011166     IF BATCH-UPDATES-ALLOWED = "Y"
011200         WRITE CONTRACT-PRICE-RECORD
011300             INVALID KEY
011400             DISPLAY "RECORD ALREADY ON FILE".
011450     IF BATCH-UPDATES-ALLOWED = "Y"
011500         PERFORM ENTER-CONTRACT-KEY
011533     ELSE
011566         MOVE ZEROES TO CNTR-VENDOR.

011600*---------------------------------
011700* INQUIRE
013600     PERFORM DISPLAY-ALL-FIELDS.
013700     PERFORM ASK-OK-TO-DELETE.
013800     IF OK-TO-DELETE = "Y"
013820         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
013840         IF BATCH-UPDATES-ALLOWED NOT = "Y"
013860             MOVE "N" TO OK-TO-DELETE.
013880     IF OK-TO-DELETE = "Y"
013900         DELETE CONTRACT-PRICE-FILE RECORD
014000             INVALID KEY
014100             DISPLAY "ERROR DELETING CONTRACT RECORD".
014150     IF BATCH-UPDATES-ALLOWED = "Y"
014200         PERFORM GET-CONTRACT-RECORD
014233     ELSE
014266         MOVE ZEROES TO CNTR-VENDOR.

014300 ASK-OK-TO-DELETE.
014400     PERFORM ACCEPT-OK-TO-DELETE.
026200     COPY "PLDATE01.CBL".

026300     COPY "PLOPID01.CBL".

026400     COPY "PLBWIN01.CBL".
