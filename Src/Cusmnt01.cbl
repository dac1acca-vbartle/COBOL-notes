001000* validates vendors. Every add,
001100* change and delete is
001200* journaled (PLJRNL01).
001210* The credit limit and the
001220* credit hold (with its reason)
001230* are kept here for ARINV01's
001240* credit check; taking a hold
001250* off clears the reason.
001257* While the nightly batch window
001264*   is up (PLBWIN01.CBL) only
001271*   look up is open; an add,
001278*   change or delete keyed as
001285*   the window goes up is not
001292*   saved.
001300*---------------------------------
001400 ENVIRONMENT DIVISION.
001500 INPUT-OUTPUT SECTION.

001900     COPY "SLJRNL01.CBL".

001933     COPY "SLBWIN01.CBL".

001966     COPY "SLBWLOG.CBL".

002000 DATA DIVISION.
002100 FILE SECTION.


002400     COPY "FDJRNL01.CBL".

002433     COPY "FDBWIN01.CBL".

002466     COPY "FDBWLOG.CBL".

002500 WORKING-STORAGE SECTION.

002600 77  MENU-PICK                    PIC 9.
002700     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
002750     88  MENU-PICK-IS-UPDATE      VALUES 1 2 4.

002800 77  THE-MODE                     PIC X(7).
002900 77  OK-TO-DELETE                 PIC X.
003000 77  RECORD-FOUND                 PIC X.
003100 77  STATE-RECORD-FOUND           PIC X.
003200 77  WHICH-FIELD                  PIC 99.
003210 77  CREDIT-LIMIT-FIELD           PIC Z,ZZZ,ZZ9.99.

003300     COPY "WSCASE01.CBL".

003400     COPY "WSOPID01.CBL".

003450     COPY "WSBWIN01.CBL".

003500 PROCEDURE DIVISION.
003600 PROGRAM-BEGIN.
003700     PERFORM OPENING-PROCEDURE.
003800     PERFORM GET-OPERATOR-ID.
003833     MOVE "CUSMNT01" TO BWIN-PROGRAM-NAME.
003866     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
003900     PERFORM MAIN-PROCESS.
004000     PERFORM CLOSING-PROCEDURE.

006600     PERFORM CLEAR-SCREEN.
006700     DISPLAY "OPERATOR: " OPERATOR-ID.
006800     DISPLAY "    CUSTOMER MASTER".
006833     IF BATCH-UPDATES-ALLOWED NOT = "Y"
006866         DISPLAY "    NIGHTLY BATCH RUNNING - LOOK UP ONLY".
006900     DISPLAY "    PLEASE SELECT:".
007000     DISPLAY " ".
007100     DISPLAY "          1.  ADD RECORDS".
009000     PERFORM GET-MENU-PICK.

009100 DO-THE-PICK.
009114     IF MENU-PICK-IS-UPDATE
009128         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
009142     IF MENU-PICK-IS-UPDATE
009156        AND BATCH-UPDATES-ALLOWED NOT = "Y"
009170         DISPLAY "ONLY LOOK UP IS OPEN"
009184     ELSE
009200     IF MENU-PICK = 1
009300         PERFORM ADD-MODE
009400     ELSE

012300 ADD-RECORDS.
012400     PERFORM ENTER-REMAINING-FIELDS.
012412     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
012424     IF BATCH-UPDATES-ALLOWED = "Y"
012436         PERFORM SAVE-NEW-CUSTOMER
012448         PERFORM GET-NEW-CUSTOMER-NUMBER
012460     ELSE
012472         MOVE ZEROES TO CUSTOMER-NUMBER.

012484 SAVE-NEW-CUSTOMER.
012500     PERFORM WRITE-CUSTOMER-RECORD.
012600     MOVE "ADD" TO JOURNAL-ACTION.
012700     PERFORM JOURNAL-CUSTOMER-ENTRY.

012900 ENTER-REMAINING-FIELDS.
013000     PERFORM ENTER-CUSTOMER-NAME.
013700     PERFORM ENTER-CUSTOMER-PHONE.
013800     PERFORM ENTER-CUSTOMER-TERMS.
013900     MOVE "N" TO CUSTOMER-INACTIVE-FLAG.
013910     PERFORM ENTER-CUSTOMER-CREDIT-LIMIT.
013920     PERFORM ENTER-CUSTOMER-CREDIT-HOLD.

014000*---------------------------------
014100* CHANGE
014900     PERFORM GET-FIELD-TO-CHANGE.
015000     PERFORM CHANGE-ONE-FIELD
015100         UNTIL WHICH-FIELD = ZERO.
015140     IF BATCH-UPDATES-ALLOWED = "Y"
015180         PERFORM GET-CUSTOMER-RECORD
015220     ELSE
015260         MOVE ZEROES TO CUSTOMER-NUMBER.

015300 GET-FIELD-TO-CHANGE.
015400     PERFORM DISPLAY-ALL-FIELDS.
015600 ASK-WHICH-FIELD.
015700     PERFORM ACCEPT-WHICH-FIELD.
015800     PERFORM RE-ACCEPT-WHICH-FIELD
015900         UNTIL WHICH-FIELD NOT > 12.

016000 ACCEPT-WHICH-FIELD.
016100     DISPLAY "ENTER THE NUMBER OF THE FIELD".
016200     DISPLAY "TO CHANGE (1-12) OR 0 TO EXIT".
016300     ACCEPT WHICH-FIELD.

016400 RE-ACCEPT-WHICH-FIELD.

016700 CHANGE-ONE-FIELD.
016800     PERFORM CHANGE-THIS-FIELD.
016840     IF BATCH-UPDATES-ALLOWED = "Y"
016880         PERFORM GET-FIELD-TO-CHANGE
016920     ELSE
016960         MOVE ZERO TO WHICH-FIELD.

017000 CHANGE-THIS-FIELD.
017100     IF WHICH-FIELD = 1
018800         PERFORM ENTER-CUSTOMER-TERMS.
018900     IF WHICH-FIELD = 10
019000         PERFORM ENTER-CUSTOMER-INACTIVE.
019010     IF WHICH-FIELD = 11
019020         PERFORM ENTER-CUSTOMER-CREDIT-LIMIT.
019030     IF WHICH-FIELD = 12
019040         PERFORM ENTER-CUSTOMER-CREDIT-HOLD.

019052     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
019064     IF BATCH-UPDATES-ALLOWED = "Y"
019076         PERFORM SAVE-CHANGED-CUSTOMER.

019088 SAVE-CHANGED-CUSTOMER.
019100     PERFORM REWRITE-CUSTOMER-RECORD.
019200     MOVE "CHANGE" TO JOURNAL-ACTION.
019300     PERFORM JOURNAL-CUSTOMER-ENTRY.
021300 DELETE-RECORDS.
021400     PERFORM DISPLAY-ALL-FIELDS.
021500     PERFORM ASK-OK-TO-DELETE.
021520     IF OK-TO-DELETE = "Y"
021540         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
021560         IF BATCH-UPDATES-ALLOWED NOT = "Y"
021580             MOVE "N" TO OK-TO-DELETE.
021600     IF OK-TO-DELETE = "Y"
021700         PERFORM DELETE-CUSTOMER-RECORD
021800         MOVE "DELETE" TO JOURNAL-ACTION
021900         PERFORM JOURNAL-CUSTOMER-ENTRY.
021940     IF BATCH-UPDATES-ALLOWED = "Y"
021980         PERFORM GET-CUSTOMER-RECORD
022020     ELSE
022060         MOVE ZEROES TO CUSTOMER-NUMBER.

022100 ASK-OK-TO-DELETE.
022200     PERFORM ACCEPT-OK-TO-DELETE.
023600 INIT-CUSTOMER-RECORD.
023700     MOVE SPACE TO CUSTOMER-RECORD.
023800     MOVE ZEROES TO CUSTOMER-NUMBER
023900                    CUSTOMER-TERMS-NET-DAYS
023910                    CUSTOMER-CREDIT-LIMIT.

024000 ENTER-CUSTOMER-NUMBER.
024100     DISPLAY " ".
035000     DISPLAY "YOU MUST ENTER YES OR NO".
035100     PERFORM ACCEPT-CUSTOMER-INACTIVE.

035102 ENTER-CUSTOMER-CREDIT-LIMIT.
035104     DISPLAY "ENTER CREDIT LIMIT (0 = NO LIMIT)".
035106     ACCEPT CREDIT-LIMIT-FIELD.
035108     MOVE CREDIT-LIMIT-FIELD TO CUSTOMER-CREDIT-LIMIT.

035110*---------------------------------
035112* A hold needs a reason; taking
035114* the hold off clears it.
035116*---------------------------------
035118 ENTER-CUSTOMER-CREDIT-HOLD.
035120     PERFORM ACCEPT-CUSTOMER-CREDIT-HOLD.
035122     PERFORM RE-ACCEPT-CUSTOMER-HOLD
035124         UNTIL CUSTOMER-CREDIT-HOLD = "Y" OR "N".
035126     IF CUSTOMER-CREDIT-HOLD = "Y"
035128         PERFORM ENTER-CUSTOMER-HOLD-REASON
035130     ELSE
035132         MOVE SPACE TO CUSTOMER-HOLD-REASON.

035134 ACCEPT-CUSTOMER-CREDIT-HOLD.
035136     DISPLAY "ON CREDIT HOLD (Y/N)?".
035138     ACCEPT CUSTOMER-CREDIT-HOLD.
035140     INSPECT CUSTOMER-CREDIT-HOLD
035142      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

035144 RE-ACCEPT-CUSTOMER-HOLD.
035146     DISPLAY "YOU MUST ENTER YES OR NO".
035148     PERFORM ACCEPT-CUSTOMER-CREDIT-HOLD.

035150 ENTER-CUSTOMER-HOLD-REASON.
035152     PERFORM ACCEPT-CUSTOMER-HOLD-REASON.
035154     PERFORM RE-ACCEPT-CUSTOMER-REASON
035156         UNTIL CUSTOMER-HOLD-REASON NOT = SPACES.

035158 ACCEPT-CUSTOMER-HOLD-REASON.
035160     DISPLAY "ENTER THE REASON FOR THE HOLD".
035162     ACCEPT CUSTOMER-HOLD-REASON.
035164     INSPECT CUSTOMER-HOLD-REASON
035166      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

035168 RE-ACCEPT-CUSTOMER-REASON.
035170     DISPLAY "A REASON IS REQUIRED FOR A HOLD".
035172     PERFORM ACCEPT-CUSTOMER-HOLD-REASON.

035200*---------------------------------
035300* Routines shared by Change,
035400* Inquire and Delete
036700     DISPLAY "9. TERMS NET DAYS: "
036800         CUSTOMER-TERMS-NET-DAYS.
036900     DISPLAY "10. INACTIVE: " CUSTOMER-INACTIVE-FLAG.
036910     MOVE CUSTOMER-CREDIT-LIMIT TO CREDIT-LIMIT-FIELD.
036920     DISPLAY "11. CREDIT LIMIT: " CREDIT-LIMIT-FIELD.
036930     DISPLAY "12. CREDIT HOLD: " CUSTOMER-CREDIT-HOLD
036940         " " CUSTOMER-HOLD-REASON.
037000     DISPLAY " ".

037100*---------------------------------
040100     COPY "PLOPID01.CBL".

040200     COPY "PLJRNL01.CBL".

040300     COPY "PLBWIN01.CBL".
