001200* Templates entered here are
001300* turned into real vouchers by
001400* the monthly batch RECGEN01.
001410* RECURRING-STORE is checked
001420* against STORE-FILE (0 for
001430* head office).
001441* While the nightly batch window
001452* is up (PLBWIN01.CBL) only look
001463* up is open; an add, change or
001474* delete keyed as the window goes
001485* up is not saved.
001500*---------------------------------
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.

002000     COPY "SLVND02.CBL".

002050     COPY "SLSTOR01.CBL".

002066     COPY "SLBWIN01.CBL".

002082     COPY "SLBWLOG.CBL".

002100 DATA DIVISION.
002200 FILE SECTION.


002400     COPY "FDVND04.CBL".

002450     COPY "FDSTOR01.CBL".

002466     COPY "FDBWIN01.CBL".

002482     COPY "FDBWLOG.CBL".

002500 WORKING-STORAGE SECTION.

002600 77  MENU-PICK                    PIC 9.
002700     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
002750     88  MENU-PICK-IS-UPDATE      VALUES 1 2 4.

002800 77  THE-MODE                     PIC X(7).
002900 77  OK-TO-DELETE                 PIC X.
003000 77  RECORD-FOUND                 PIC X.
003100 77  VENDOR-RECORD-FOUND          PIC X.
003150 77  STORE-RECORD-FOUND           PIC X.
003200 77  WHICH-FIELD                  PIC 99.
003300 77  AN-AMOUNT-FIELD              PIC ZZZ,ZZ9.99-.


003700     COPY "WSOPID01.CBL".

003750     COPY "WSBWIN01.CBL".

003800 PROCEDURE DIVISION.
003900 PROGRAM-BEGIN.
004000     PERFORM OPENING-PROCEDURE.
004100     PERFORM GET-OPERATOR-ID.
004133     MOVE "RECMNT01" TO BWIN-PROGRAM-NAME.
004166     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
004200     PERFORM MAIN-PROCESS.
004300     PERFORM CLOSING-PROCEDURE.

004333 PROGRAM-EXIT.
004366     EXIT PROGRAM.

004400 PROGRAM-DONE.
004500     ACCEPT OMITTED. STOP RUN.

004600 OPENING-PROCEDURE.
004700     OPEN I-O RECURRING-FILE.
004800     OPEN I-O VENDOR-FILE.
004850     OPEN INPUT STORE-FILE.

004900 CLOSING-PROCEDURE.
005000     CLOSE RECURRING-FILE.
005100     CLOSE VENDOR-FILE.
005150     CLOSE STORE-FILE.

005200 MAIN-PROCESS.
005300     PERFORM GET-MENU-PICK.
006500     PERFORM CLEAR-SCREEN.
006600     DISPLAY "OPERATOR: " OPERATOR-ID.
006700     DISPLAY "    RECURRING VOUCHER TEMPLATES".
006733     IF BATCH-UPDATES-ALLOWED NOT = "Y"
006766         DISPLAY "    NIGHTLY BATCH RUNNING - LOOK UP ONLY".
006800     DISPLAY "    PLEASE SELECT:".
006900     DISPLAY " ".
007000     DISPLAY "          1.  ADD RECORDS".
008900     PERFORM GET-MENU-PICK.

009000 DO-THE-PICK.
009014     IF MENU-PICK-IS-UPDATE
009028         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
009042     IF MENU-PICK-IS-UPDATE
009056        AND BATCH-UPDATES-ALLOWED NOT = "Y"
009070         DISPLAY "ONLY LOOK UP IS OPEN"
009084     ELSE
009100     IF MENU-PICK = 1
009200         PERFORM ADD-MODE
009300     ELSE

012200 ADD-RECORDS.
012300     PERFORM ENTER-REMAINING-FIELDS.
012333     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
012366     IF BATCH-UPDATES-ALLOWED = "Y"
012400         PERFORM WRITE-RECURRING-RECORD
012500         PERFORM GET-NEW-RECURRING-NUMBER
012533     ELSE
012566         MOVE ZEROES TO RECURRING-NUMBER.

012600 ENTER-REMAINING-FIELDS.
012700     PERFORM ENTER-RECURRING-VENDOR.
013300     PERFORM ENTER-RECURRING-START-DATE.
013400     PERFORM ENTER-RECURRING-END-DATE.
013500     PERFORM ENTER-RECURRING-FREQUENCY.
013550     PERFORM ENTER-RECURRING-STORE.

013600*---------------------------------
013700* CHANGE
014600     PERFORM CHANGE-ONE-FIELD
014700         UNTIL WHICH-FIELD = ZERO.

014750     IF BATCH-UPDATES-ALLOWED = "Y"
014800         PERFORM GET-RECURRING-RECORD
014833     ELSE
014866         MOVE ZEROES TO RECURRING-NUMBER.

014900 GET-FIELD-TO-CHANGE.
015000     PERFORM DISPLAY-ALL-FIELDS.
015200 ASK-WHICH-FIELD.
015300     PERFORM ACCEPT-WHICH-FIELD.
015400     PERFORM RE-ACCEPT-WHICH-FIELD
015500         UNTIL WHICH-FIELD NOT > 10.

015600 ACCEPT-WHICH-FIELD.
015700     DISPLAY "ENTER THE NUMBER OF THE FIELD".
015800     DISPLAY "TO CHANGE (1-10) OR 0 TO EXIT".
015900     ACCEPT WHICH-FIELD.

016000 RE-ACCEPT-WHICH-FIELD.

016300 CHANGE-ONE-FIELD.
016400     PERFORM CHANGE-THIS-FIELD.
016450     IF BATCH-UPDATES-ALLOWED = "Y"
016500         PERFORM GET-FIELD-TO-CHANGE
016533     ELSE
016566         MOVE ZERO TO WHICH-FIELD.

016600 CHANGE-THIS-FIELD.
016700     IF WHICH-FIELD = 1
018200         PERFORM ENTER-RECURRING-END-DATE.
018300     IF WHICH-FIELD = 9
018400         PERFORM ENTER-RECURRING-FREQUENCY.
018410     IF WHICH-FIELD = 10
018420         PERFORM ENTER-RECURRING-STORE.

018446     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
018472     IF BATCH-UPDATES-ALLOWED = "Y"
018500         PERFORM REWRITE-RECURRING-RECORD.

018600*---------------------------------
018700* INQUIRE

020700     PERFORM ASK-OK-TO-DELETE.
020800     IF OK-TO-DELETE = "Y"
020820         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
020840         IF BATCH-UPDATES-ALLOWED NOT = "Y"
020860             MOVE "N" TO OK-TO-DELETE.
020880     IF OK-TO-DELETE = "Y"
020900         PERFORM DELETE-RECURRING-RECORD.

020950     IF BATCH-UPDATES-ALLOWED = "Y"
021000         PERFORM GET-RECURRING-RECORD
021033     ELSE
021066         MOVE ZEROES TO RECURRING-NUMBER.

021100 ASK-OK-TO-DELETE.
021200     PERFORM ACCEPT-OK-TO-DELETE.
023400                    RECURRING-DUE-DAY
023500                    RECURRING-START-DATE
023600                    RECURRING-END-DATE
023700                    RECURRING-LAST-GENERATED
023750                    RECURRING-STORE.

023800 ENTER-RECURRING-NUMBER.
023900     DISPLAY " ".
036000     DISPLAY "YOU MUST ENTER M, Q OR A".
036100     PERFORM ACCEPT-RECURRING-FREQUENCY.

036110 ENTER-RECURRING-STORE.
036120     PERFORM ACCEPT-RECURRING-STORE.
036130     PERFORM RE-ACCEPT-RECURRING-STORE
036140         UNTIL RECURRING-STORE = ZEROES
036150            OR STORE-RECORD-FOUND = "Y".

036160 ACCEPT-RECURRING-STORE.
036170     DISPLAY "ENTER STORE (0 FOR HEAD OFFICE)".
036180     ACCEPT RECURRING-STORE.
036190     PERFORM RECURRING-STORE-ON-FILE.
036191     IF RECURRING-STORE NOT = ZEROES
036192        AND STORE-RECORD-FOUND = "Y"
036193         DISPLAY "   STORE: " STORE-NAME.

036194 RE-ACCEPT-RECURRING-STORE.
036195     DISPLAY "STORE NOT FOUND".
036196     PERFORM ACCEPT-RECURRING-STORE.

036197 RECURRING-STORE-ON-FILE.
036198     MOVE RECURRING-STORE TO STORE-NUMBER.
036199     MOVE "Y" TO STORE-RECORD-FOUND.
036199     READ STORE-FILE RECORD
036199       INVALID KEY
036199          MOVE "N" TO STORE-RECORD-FOUND.

036200*---------------------------------
036300* Routines shared by Change,
036400* Inquire and Delete
037600     PERFORM DISPLAY-RECURRING-START-DATE.
037700     PERFORM DISPLAY-RECURRING-END-DATE.
037800     DISPLAY "9. FREQUENCY: " RECURRING-FREQUENCY.
037850     PERFORM DISPLAY-RECURRING-STORE.
037900     PERFORM DISPLAY-LAST-GENERATED.
038000     DISPLAY " ".

039200     PERFORM FORMAT-THE-DATE.
039300     DISPLAY "8. END DATE: " FORMATTED-DATE.

039310 DISPLAY-RECURRING-STORE.
039320     PERFORM RECURRING-STORE-ON-FILE.
039330     IF RECURRING-STORE = ZEROES
039340         MOVE "HEAD OFFICE" TO STORE-NAME
039350     ELSE
039360     IF STORE-RECORD-FOUND = "N"
039370         MOVE "**Not found**" TO STORE-NAME.
039380     DISPLAY "10. STORE: " RECURRING-STORE " " STORE-NAME.

039400 DISPLAY-LAST-GENERATED.
039500     IF RECURRING-LAST-GENERATED NOT = ZEROES
039600         DISPLAY "   LAST GENERATED PERIOD: "
041900     COPY "PLVND01.CBL".

042000     COPY "PLOPID01.CBL".

042100     COPY "PLBWIN01.CBL".
