000700* category codes that used to be
000800* hard-coded inside SLSRPT04 and
000900* SLSLOAD1).
000925* A category also carries its
000950* sales tax flag - taxable or
000975* exempt - for SLSTAX01.
000979* While the nightly batch window
000983* is up (PLBWIN01.CBL) only look
000987* up and print are open; an add,
000991* change or delete keyed as the
000995* window goes up is not saved.
001000*---------------------------------
001100 ENVIRONMENT DIVISION.
001200 INPUT-OUTPUT SECTION.
001300 FILE-CONTROL.
001400
001500     COPY "SLSLCODE.CBL".
001520
001540     COPY "SLBWIN01.CBL".
001560
001580     COPY "SLBWLOG.CBL".
001600
001700 DATA DIVISION.
001800 FILE SECTION.
001900
002000     COPY "FDSLCODE.CBL".
002020
002040     COPY "FDBWIN01.CBL".
002060
002080     COPY "FDBWLOG.CBL".
002100
002200 WORKING-STORAGE SECTION.
002300
002400 77  MENU-PICK                    PIC 9.
002500     88  MENU-PICK-IS-VALID       VALUES 0 THRU 5.
002550     88  MENU-PICK-IS-UPDATE      VALUES 1 2 4.
002600
002700 77  THE-MODE                     PIC X(7).
002800 77  OK-TO-DELETE                 PIC X.
003050     COPY "WSCASE01.CBL".
003060
003070     COPY "WSOPID01.CBL".
003080
003090     COPY "WSBWIN01.CBL".
003100 PROCEDURE DIVISION.
003200 PROGRAM-BEGIN.
003300     PERFORM OPENING-PROCEDURE.
003350     PERFORM GET-OPERATOR-ID.
003366     MOVE "SLCDMNT1" TO BWIN-PROGRAM-NAME.
003382     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
003400     PERFORM MAIN-PROCESS.
003500     PERFORM CLOSING-PROCEDURE.
003600
006400     PERFORM CLEAR-SCREEN.
006450     DISPLAY "OPERATOR: " OPERATOR-ID.
006500     DISPLAY "    SALES CODE MAINTENANCE".
006533     IF BATCH-UPDATES-ALLOWED NOT = "Y"
006566         DISPLAY "    NIGHTLY BATCH RUNNING - LOOK UP ONLY".
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
013500     PERFORM ENTER-SALES-CODE-NAME.
013550     PERFORM ENTER-SALES-CODE-TAXABLE.
013566     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
013582     IF BATCH-UPDATES-ALLOWED = "Y"
013600         PERFORM WRITE-SALES-CODE-RECORD
013700         PERFORM GET-NEW-SALES-CODE-KEY
013733     ELSE
013766         MOVE ZERO TO SALES-CODE-TYPE.
013800
013900*---------------------------------
014000* CHANGE
014800 CHANGE-RECORDS.
014900     PERFORM DISPLAY-ALL-FIELDS.
015000     PERFORM ENTER-SALES-CODE-NAME.
015050     PERFORM ENTER-SALES-CODE-TAXABLE.
015066     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
015082     IF BATCH-UPDATES-ALLOWED = "Y"
015100         PERFORM REWRITE-SALES-CODE-RECORD
015200         PERFORM GET-SALES-CODE-RECORD
015233     ELSE
015266         MOVE ZERO TO SALES-CODE-TYPE.
015300
015400*---------------------------------
015500* INQUIRE
017800
017900     PERFORM ASK-OK-TO-DELETE.
018000     IF OK-TO-DELETE = "Y"
018020         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
018040         IF BATCH-UPDATES-ALLOWED NOT = "Y"
018060             MOVE "N" TO OK-TO-DELETE.
018080     IF OK-TO-DELETE = "Y"
018100         PERFORM DELETE-SALES-CODE-RECORD.
018150
018200     IF BATCH-UPDATES-ALLOWED = "Y"
018300         PERFORM GET-SALES-CODE-RECORD
018333     ELSE
018366         MOVE ZERO TO SALES-CODE-TYPE.
018400
018500 ASK-OK-TO-DELETE.
018600     PERFORM ACCEPT-OK-TO-DELETE.
022100         NOT AT END
022200         MOVE "Y" TO RECORD-FOUND
022300         DISPLAY SALES-CODE-TYPE " " SALES-CODE-NUMBER
022400                 "  " SALES-CODE-NAME
022450                 " " SALES-CODE-TAXABLE.
022500
022600*---------------------------------
022700* Routines shared by all modes
028000 RE-ACCEPT-SALES-CODE-NAME.
028100     DISPLAY "CODE NAME MUST BE ENTERED".
028200     PERFORM ACCEPT-SALES-CODE-NAME.
028203
028206*---------------------------------
028209* Only a category is taxable or
028212* exempt; divisions and
028215* departments leave it blank.
028218*---------------------------------
028221 ENTER-SALES-CODE-TAXABLE.
028224     IF CODE-TYPE-CATEGORY
028227         PERFORM ACCEPT-SALES-CODE-TAXABLE
028230         PERFORM RE-ACCEPT-SALES-CODE-TAXABLE
028233             UNTIL SALES-CODE-TAXABLE = "Y" OR "N"
028236     ELSE
028239         MOVE SPACE TO SALES-CODE-TAXABLE.
028242
028245 ACCEPT-SALES-CODE-TAXABLE.
028248     DISPLAY "IS THIS CATEGORY TAXABLE (Y/N)?".
028251     ACCEPT SALES-CODE-TAXABLE.
028254
028257     INSPECT SALES-CODE-TAXABLE
028260       CONVERTING LOWER-ALPHA
028263       TO         UPPER-ALPHA.
028266
028269 RE-ACCEPT-SALES-CODE-TAXABLE.
028272     DISPLAY "YOU MUST ENTER YES OR NO".
028275     PERFORM ACCEPT-SALES-CODE-TAXABLE.
028300
028400 DISPLAY-ALL-FIELDS.
028500     DISPLAY " ".
028600     DISPLAY "CODE TYPE.....: " SALES-CODE-TYPE.
028700     DISPLAY "CODE NUMBER...: " SALES-CODE-NUMBER.
028800     DISPLAY "CODE NAME.....: " SALES-CODE-NAME.
028833     IF CODE-TYPE-CATEGORY
028866         DISPLAY "TAXABLE.......: " SALES-CODE-TAXABLE.
028900
029000 READ-SALES-CODE-RECORD.
029100     READ SALES-CODE-FILE
031000         DISPLAY "ERROR DELETING RECORD".
031100
031200     COPY "PLOPID01.CBL".
031300
031400     COPY "PLBWIN01.CBL".
