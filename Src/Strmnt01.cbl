000900* be flagged closed (field 3)
001000* rather than deleted, so the
001100* sales history still resolves.
001114* The deposit bank account
001128* (field 6) must be on the bank
001142* master; a store with one needs
001156* a deposit reference (field 7)
001170* for CSHDEP01 to match its
001184* deposits by.
001186* Fields 8 and 9 are the sales
001188* tax jurisdiction and rate
001190* SLSTAX01 files the store
001192* under; a store with a
001194* jurisdiction needs a rate.
001195* While the nightly batch window
001196* is up (PLBWIN01.CBL) only look
001197* up is open; an add, change or
001198* delete keyed as the window goes
001199* up is not saved.
001200*---------------------------------
001300 ENVIRONMENT DIVISION.
001400 INPUT-OUTPUT SECTION.

001600     COPY "SLSTOR01.CBL".

001650     COPY "SLBANK01.CBL".

001666     COPY "SLBWIN01.CBL".

001682     COPY "SLBWLOG.CBL".

001700 DATA DIVISION.
001800 FILE SECTION.

001900     COPY "FDSTOR01.CBL".

001950     COPY "FDBANK01.CBL".

001966     COPY "FDBWIN01.CBL".

001982     COPY "FDBWLOG.CBL".

002000 WORKING-STORAGE SECTION.

002100 77  MENU-PICK                    PIC 9.
002200     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
002250     88  MENU-PICK-IS-UPDATE      VALUES 1 2 4.

002300 77  THE-MODE                     PIC X(7).
002400 77  OK-TO-DELETE                 PIC X.
002500 77  RECORD-FOUND                 PIC X.
002600 77  WHICH-FIELD                  PIC 9.
002650 77  BANK-RECORD-ON-FILE          PIC X.

002700     COPY "WSCASE01.CBL".


002800     COPY "WSOPID01.CBL".

002850     COPY "WSBWIN01.CBL".

002900 PROCEDURE DIVISION.
003000 PROGRAM-BEGIN.
003100     PERFORM OPENING-PROCEDURE.
003200     PERFORM GET-OPERATOR-ID.
003233     MOVE "STRMNT01" TO BWIN-PROGRAM-NAME.
003266     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
003300     PERFORM MAIN-PROCESS.
003400     PERFORM CLOSING-PROCEDURE.

003433 PROGRAM-EXIT.
003466     EXIT PROGRAM.

003500 PROGRAM-DONE.
003600     ACCEPT OMITTED. STOP RUN.

003700 OPENING-PROCEDURE.
003800     OPEN I-O STORE-FILE.
003850     OPEN INPUT BANK-FILE.

003900 CLOSING-PROCEDURE.
004000     CLOSE STORE-FILE.
004050     CLOSE BANK-FILE.

004100 MAIN-PROCESS.
004200     PERFORM GET-MENU-PICK.
005400     PERFORM CLEAR-SCREEN.
005500     DISPLAY "OPERATOR: " OPERATOR-ID.
005600     DISPLAY "    STORE MASTER".
005633     IF BATCH-UPDATES-ALLOWED NOT = "Y"
005666         DISPLAY "    NIGHTLY BATCH RUNNING - LOOK UP ONLY".
005700     DISPLAY "    PLEASE SELECT:".
005800     DISPLAY " ".
005900     DISPLAY "          1.  ADD RECORDS".
007800     PERFORM GET-MENU-PICK.

007900 DO-THE-PICK.
007914     IF MENU-PICK-IS-UPDATE
007928         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
007942     IF MENU-PICK-IS-UPDATE
007956        AND BATCH-UPDATES-ALLOWED NOT = "Y"
007970         DISPLAY "ONLY LOOK UP IS OPEN"
007984     ELSE
008000     IF MENU-PICK = 1
008100         PERFORM ADD-MODE
008200     ELSE

011100 ADD-RECORDS.
011200     PERFORM ENTER-REMAINING-FIELDS.
011233     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
011266     IF BATCH-UPDATES-ALLOWED = "Y"
011300         PERFORM WRITE-STORE-RECORD
011400         PERFORM GET-NEW-STORE-NUMBER
011433     ELSE
011466         MOVE ZEROES TO STORE-NUMBER.

011500 ENTER-REMAINING-FIELDS.
011600     PERFORM ENTER-STORE-NAME.
011800     PERFORM ENTER-STORE-CLOSED-FLAG.
011810     PERFORM ENTER-STORE-OPEN-DATE.
011820     PERFORM ENTER-STORE-COMP-FLAG.
011846     PERFORM ENTER-STORE-DEPOSIT-ACCOUNT.
011872     PERFORM ENTER-STORE-DEPOSIT-REF.
011881     PERFORM ENTER-STORE-TAX-JURISDICTION.
011890     PERFORM ENTER-STORE-TAX-RATE.

011900*---------------------------------
012000* CHANGE
012900     PERFORM CHANGE-ONE-FIELD
013000         UNTIL WHICH-FIELD = ZERO.

013050     IF BATCH-UPDATES-ALLOWED = "Y"
013100         PERFORM GET-STORE-RECORD
013133     ELSE
013166         MOVE ZEROES TO STORE-NUMBER.

013200 GET-FIELD-TO-CHANGE.
013300     PERFORM DISPLAY-ALL-FIELDS.
013500 ASK-WHICH-FIELD.
013600     PERFORM ACCEPT-WHICH-FIELD.
013700     PERFORM RE-ACCEPT-WHICH-FIELD
013800         UNTIL WHICH-FIELD NOT > 9.

013900 ACCEPT-WHICH-FIELD.
014000     DISPLAY "ENTER THE NUMBER OF THE FIELD".
014100     DISPLAY "TO CHANGE (1-9) OR 0 TO EXIT".
014200     ACCEPT WHICH-FIELD.

014300 RE-ACCEPT-WHICH-FIELD.

014600 CHANGE-ONE-FIELD.
014700     PERFORM CHANGE-THIS-FIELD.
014750     IF BATCH-UPDATES-ALLOWED = "Y"
014800         PERFORM GET-FIELD-TO-CHANGE
014833     ELSE
014866         MOVE ZERO TO WHICH-FIELD.

014900 CHANGE-THIS-FIELD.
015000     IF WHICH-FIELD = 1
015520         PERFORM ENTER-STORE-OPEN-DATE.
015530     IF WHICH-FIELD = 5
015540         PERFORM ENTER-STORE-COMP-FLAG.
015550     IF WHICH-FIELD = 6
015560         PERFORM ENTER-STORE-DEPOSIT-ACCOUNT
015570         PERFORM ENTER-STORE-DEPOSIT-REF.
015580     IF WHICH-FIELD = 7
015590         PERFORM ENTER-STORE-DEPOSIT-REF.
015591     IF WHICH-FIELD = 8
015592         PERFORM ENTER-STORE-TAX-JURISDICTION
015593         PERFORM ENTER-STORE-TAX-RATE.
015594     IF WHICH-FIELD = 9
015595         PERFORM ENTER-STORE-TAX-RATE.

015596     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
015597     IF BATCH-UPDATES-ALLOWED = "Y"
015600         PERFORM REWRITE-STORE-RECORD.

015700*---------------------------------
015800* INQUIRE

017800     PERFORM ASK-OK-TO-DELETE.
017900     IF OK-TO-DELETE = "Y"
017920         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
017940         IF BATCH-UPDATES-ALLOWED NOT = "Y"
017960             MOVE "N" TO OK-TO-DELETE.
017980     IF OK-TO-DELETE = "Y"
018000         PERFORM DELETE-STORE-RECORD.

018050     IF BATCH-UPDATES-ALLOWED = "Y"
018100         PERFORM GET-STORE-RECORD
018133     ELSE
018166         MOVE ZEROES TO STORE-NUMBER.

018200 ASK-OK-TO-DELETE.
018300     PERFORM ACCEPT-OK-TO-DELETE.
019900 INIT-STORE-RECORD.
020000     MOVE SPACE TO STORE-NAME
020100                   STORE-REGION
020200                   STORE-CLOSED-FLAG
020205                   STORE-DEPOSIT-REFERENCE
020207                   STORE-TAX-JURISDICTION.
020210     MOVE "N" TO STORE-COMP-FLAG.
020300     MOVE ZEROES TO STORE-NUMBER
020310                    STORE-OPEN-DATE
020355                    STORE-DEPOSIT-ACCOUNT
020377                    STORE-TAX-RATE.

020400 ENTER-STORE-NUMBER.
020500     DISPLAY " ".
026207     DISPLAY "YOU MUST ENTER YES OR NO".
026208     PERFORM ACCEPT-STORE-COMP-FLAG.

026208*---------------------------------
026208* Deposit account and slip
026208* reference for the cash
026208* deposit reconciliation. A
026208* store with no account needs
026208* no reference.
026208*---------------------------------
026208 ENTER-STORE-DEPOSIT-ACCOUNT.
026208     MOVE "N" TO BANK-RECORD-ON-FILE.
026208     PERFORM ACCEPT-STORE-DEPOSIT-ACCOUNT
026208         UNTIL BANK-RECORD-ON-FILE = "Y".

026208 ACCEPT-STORE-DEPOSIT-ACCOUNT.
026208     DISPLAY "ENTER BANK ACCOUNT THE STORE DEPOSITS TO".
026208     DISPLAY "(0 FOR NONE)".
026208     ACCEPT STORE-DEPOSIT-ACCOUNT.
026208     IF STORE-DEPOSIT-ACCOUNT = ZEROES
026208         MOVE "Y" TO BANK-RECORD-ON-FILE
026208     ELSE
026208         MOVE STORE-DEPOSIT-ACCOUNT TO BANK-ACCOUNT-NUMBER
026208         PERFORM READ-BANK-RECORD
026208         IF BANK-RECORD-ON-FILE = "N"
026208             DISPLAY "ACCOUNT IS NOT ON THE BANK MASTER"
026208         ELSE
026208             DISPLAY "   BANK: " BANK-NAME.

026208 ENTER-STORE-DEPOSIT-REF.
026208     IF STORE-DEPOSIT-ACCOUNT = ZEROES
026208         MOVE SPACE TO STORE-DEPOSIT-REFERENCE
026208     ELSE
026208         PERFORM ACCEPT-STORE-DEPOSIT-REF
026208         PERFORM RE-ACCEPT-STORE-DEPOSIT-REF
026208             UNTIL STORE-DEPOSIT-REFERENCE NOT = SPACES.

026208 ACCEPT-STORE-DEPOSIT-REF.
026208     DISPLAY "ENTER DEPOSIT SLIP REFERENCE (10 CHARACTERS)".
026208     ACCEPT STORE-DEPOSIT-REFERENCE.
026208     INSPECT STORE-DEPOSIT-REFERENCE
026208       CONVERTING LOWER-ALPHA
026208       TO         UPPER-ALPHA.

026208 RE-ACCEPT-STORE-DEPOSIT-REF.
026208     DISPLAY "DEPOSIT REFERENCE MUST BE ENTERED".
026208     PERFORM ACCEPT-STORE-DEPOSIT-REF.

026208*---------------------------------
026208* Sales tax jurisdiction and
026208* rate. A store with no
026208* jurisdiction has no rate.
026208*---------------------------------
026208 ENTER-STORE-TAX-JURISDICTION.
026208     DISPLAY "ENTER SALES TAX JURISDICTION CODE".
026208     DISPLAY "(6 CHARACTERS, BLANK FOR NONE)".
026208     ACCEPT STORE-TAX-JURISDICTION.
026208     INSPECT STORE-TAX-JURISDICTION
026208       CONVERTING LOWER-ALPHA
026208       TO         UPPER-ALPHA.

026208 ENTER-STORE-TAX-RATE.
026208     IF STORE-TAX-JURISDICTION = SPACES
026208         MOVE ZEROES TO STORE-TAX-RATE
026208     ELSE
026208         PERFORM ACCEPT-STORE-TAX-RATE
026208         PERFORM RE-ACCEPT-STORE-TAX-RATE
026208             UNTIL STORE-TAX-RATE NOT = ZEROES.

026208 ACCEPT-STORE-TAX-RATE.
026208     DISPLAY "ENTER SALES TAX RATE PERCENT (E.G. 7.250)".
026208     ACCEPT STORE-TAX-RATE.

026208 RE-ACCEPT-STORE-TAX-RATE.
026208     DISPLAY "A RATE IS REQUIRED FOR A JURISDICTION".
026208     PERFORM ACCEPT-STORE-TAX-RATE.

026200*---------------------------------
026300* Routines shared by Change,
026400* Inquire and Delete
027100     DISPLAY "3. CLOSED: " STORE-CLOSED-FLAG.
027110     DISPLAY "4. OPENED: " STORE-OPEN-DATE.
027120     DISPLAY "5. COMPARABLE: " STORE-COMP-FLAG.
027146     DISPLAY "6. DEPOSIT ACCOUNT: " STORE-DEPOSIT-ACCOUNT.
027172     DISPLAY "7. DEPOSIT REFERENCE: " STORE-DEPOSIT-REFERENCE.
027181     DISPLAY "8. TAX JURISDICTION: " STORE-TAX-JURISDICTION.
027190     DISPLAY "9. TAX RATE %: " STORE-TAX-RATE.
027200     DISPLAY " ".

027300*---------------------------------
028700         INVALID KEY
028800         DISPLAY "ERROR REWRITING STORE RECORD".

028816 READ-BANK-RECORD.
028832     MOVE "Y" TO BANK-RECORD-ON-FILE.
028848     READ BANK-FILE RECORD
028864       INVALID KEY
028880          MOVE "N" TO BANK-RECORD-ON-FILE.

028900 DELETE-STORE-RECORD.
029000     DELETE STORE-FILE RECORD
029100         INVALID KEY
029300     COPY "PLOPID01.CBL".

029400     COPY "PLDATE01.CBL".

029500     COPY "PLBWIN01.CBL".
