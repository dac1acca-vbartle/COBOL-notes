001000* journal entry - the balance
001100* CHKRUN01 draws down as it
001200* writes checks.
001216* While the nightly batch window
001232* is up (PLBWIN01.CBL) only look
001248* up is open; an add, change,
001264* delete or deposit keyed as the
001280* window goes up is not saved.
001300*---------------------------------
001400 ENVIRONMENT DIVISION.
001500 INPUT-OUTPUT SECTION.

001800     COPY "SLJRNL01.CBL".

001833     COPY "SLBWIN01.CBL".

001866     COPY "SLBWLOG.CBL".

001900 DATA DIVISION.
002000 FILE SECTION.


002200     COPY "FDJRNL01.CBL".

002233     COPY "FDBWIN01.CBL".

002266     COPY "FDBWLOG.CBL".

002300 WORKING-STORAGE SECTION.

002400 77  MENU-PICK                    PIC 9.
002500     88  MENU-PICK-IS-VALID       VALUES 0 THRU 5.
002550     88  MENU-PICK-IS-UPDATE      VALUES 1 2 4 5.

002600 77  THE-MODE                     PIC X(7).
002700 77  OK-TO-DELETE                 PIC X.

003300     COPY "WSOPID01.CBL".

003350     COPY "WSBWIN01.CBL".

003400 PROCEDURE DIVISION.
003500 PROGRAM-BEGIN.
003600     PERFORM OPENING-PROCEDURE.
003700     PERFORM GET-OPERATOR-ID.
003733     MOVE "BNKMNT01" TO BWIN-PROGRAM-NAME.
003766     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
003800     PERFORM MAIN-PROCESS.
003900     PERFORM CLOSING-PROCEDURE.

003933 PROGRAM-EXIT.
003966     EXIT PROGRAM.

004000 PROGRAM-DONE.
004100     ACCEPT OMITTED. STOP RUN.

006100     PERFORM CLEAR-SCREEN.
006200     DISPLAY "OPERATOR: " OPERATOR-ID.
006300     DISPLAY "    BANK ACCOUNT MASTER".
006333     IF BATCH-UPDATES-ALLOWED NOT = "Y"
006366         DISPLAY "    NIGHTLY BATCH RUNNING - LOOK UP ONLY".
006400     DISPLAY "    PLEASE SELECT:".
006500     DISPLAY " ".
006600     DISPLAY "          1.  ADD RECORDS".
008600     PERFORM GET-MENU-PICK.

008700 DO-THE-PICK.
008714     IF MENU-PICK-IS-UPDATE
008728         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
008742     IF MENU-PICK-IS-UPDATE
008756        AND BATCH-UPDATES-ALLOWED NOT = "Y"
008770         DISPLAY "ONLY LOOK UP IS OPEN"
008784     ELSE
008800     IF MENU-PICK = 1
008900         PERFORM ADD-MODE
009000     ELSE

012200 ADD-RECORDS.
012300     PERFORM ENTER-REMAINING-FIELDS.
012333     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
012366     IF BATCH-UPDATES-ALLOWED = "Y"
012400         PERFORM WRITE-BANK-RECORD
012500         PERFORM GET-NEW-BANK-ACCOUNT
012533     ELSE
012566         MOVE ZEROES TO BANK-ACCOUNT-NUMBER.

012600 ENTER-REMAINING-FIELDS.
012700     PERFORM ENTER-BANK-NAME.
014000     PERFORM CHANGE-ONE-FIELD
014100         UNTIL WHICH-FIELD = ZERO.

014150     IF BATCH-UPDATES-ALLOWED = "Y"
014200         PERFORM GET-BANK-RECORD
014233     ELSE
014266         MOVE ZEROES TO BANK-ACCOUNT-NUMBER.

014300 GET-FIELD-TO-CHANGE.
014400     PERFORM DISPLAY-ALL-FIELDS.

015700 CHANGE-ONE-FIELD.
015800     PERFORM CHANGE-THIS-FIELD.
015850     IF BATCH-UPDATES-ALLOWED = "Y"
015900         PERFORM GET-FIELD-TO-CHANGE
015933     ELSE
015966         MOVE ZERO TO WHICH-FIELD.

016000 CHANGE-THIS-FIELD.
016100     IF WHICH-FIELD = 1
016500     IF WHICH-FIELD = 3
016600         PERFORM ENTER-BANK-BALANCE.

016633     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
016666     IF BATCH-UPDATES-ALLOWED = "Y"
016700         PERFORM REWRITE-BANK-RECORD.

016800*---------------------------------
016900* INQUIRE

018900     PERFORM ASK-OK-TO-DELETE.
019000     IF OK-TO-DELETE = "Y"
019020         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
019040         IF BATCH-UPDATES-ALLOWED NOT = "Y"
019060             MOVE "N" TO OK-TO-DELETE.
019080     IF OK-TO-DELETE = "Y"
019100         PERFORM DELETE-BANK-RECORD.

019150     IF BATCH-UPDATES-ALLOWED = "Y"
019200         PERFORM GET-BANK-RECORD
019233     ELSE
019266         MOVE ZEROES TO BANK-ACCOUNT-NUMBER.

019300 ASK-OK-TO-DELETE.
019400     PERFORM ACCEPT-OK-TO-DELETE.
021500     PERFORM DISPLAY-ALL-FIELDS.
021600     PERFORM ENTER-DEPOSIT-AMOUNT.
021700     IF DEPOSIT-AMOUNT NOT = ZEROES
021720         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
021740         IF BATCH-UPDATES-ALLOWED NOT = "Y"
021760             MOVE ZEROES TO DEPOSIT-AMOUNT.
021780     IF DEPOSIT-AMOUNT NOT = ZEROES
021800         ADD DEPOSIT-AMOUNT TO BANK-BALANCE
021900         PERFORM REWRITE-BANK-RECORD
022000         PERFORM JOURNAL-DEPOSIT
022100         MOVE BANK-BALANCE TO AN-AMOUNT-FIELD
022200         DISPLAY "NEW BALANCE: " AN-AMOUNT-FIELD.

022250     IF BATCH-UPDATES-ALLOWED = "Y"
022300         PERFORM GET-BANK-RECORD
022333     ELSE
022366         MOVE ZEROES TO BANK-ACCOUNT-NUMBER.

022400 ENTER-DEPOSIT-AMOUNT.
022500     DISPLAY "ENTER DEPOSIT AMOUNT (0 TO SKIP)".
031600     COPY "PLOPID01.CBL".

031700     COPY "PLJRNL01.CBL".

031800     COPY "PLBWIN01.CBL".
