000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SWPMNT01.
000300*---------------------------------
000400* Add, Change, Inquire and Delete
000500* for the standing sweep transfer
000600* file (FDSWEEP.CBL), in the
000700* manner of RECMNT01. Both
000800* accounts must be on the bank
000900* master and may not be the same
001000* account. A monthly sweep falls
001100* on the day of its next date,
001200* which is held to 1 through 28
001300* so it falls in every month.
001400* Sweeps entered here are turned
001500* into pending transfers by
001600* SWPGEN01, for release in
001700* XFRREL01.
001716* While the nightly batch window
001732* is up (PLBWIN01.CBL) only look
001748* up is open; an add, change or
001764* delete keyed as the window goes
001780* up is not saved.
001800*---------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.

002200     COPY "SLSWEEP.CBL".

002300     COPY "SLBANK01.CBL".

002333     COPY "SLBWIN01.CBL".

002366     COPY "SLBWLOG.CBL".

002400 DATA DIVISION.
002500 FILE SECTION.

002600     COPY "FDSWEEP.CBL".

002700     COPY "FDBANK01.CBL".

002733     COPY "FDBWIN01.CBL".

002766     COPY "FDBWLOG.CBL".

002800 WORKING-STORAGE SECTION.

002900 77  MENU-PICK                    PIC 9.
003000     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
003050     88  MENU-PICK-IS-UPDATE      VALUES 1 2 4.

003100 77  THE-MODE                     PIC X(7).
003200 77  OK-TO-DELETE                 PIC X.
003300 77  RECORD-FOUND                 PIC X.
003400 77  BANK-RECORD-ON-FILE          PIC X.
003500 77  SWEEP-ACCOUNT-OK             PIC X.
003600 77  SWEEP-DATE-OK                PIC X.
003700 77  WHICH-FIELD                  PIC 99.
003800 77  AN-AMOUNT-FIELD              PIC ZZZ,ZZZ,ZZ9.99-.

003900     COPY "WSDATE01.CBL".

004000     COPY "WSCASE01.CBL".

004100     COPY "WSOPID01.CBL".

004150     COPY "WSBWIN01.CBL".

004200 PROCEDURE DIVISION.
004300 PROGRAM-BEGIN.
004400     PERFORM OPENING-PROCEDURE.
004500     PERFORM GET-OPERATOR-ID.
004533     MOVE "SWPMNT01" TO BWIN-PROGRAM-NAME.
004566     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
004600     PERFORM MAIN-PROCESS.
004700     PERFORM CLOSING-PROCEDURE.

004733 PROGRAM-EXIT.
004766     EXIT PROGRAM.

004800 PROGRAM-DONE.
004900     ACCEPT OMITTED. STOP RUN.

005000 OPENING-PROCEDURE.
005100     OPEN I-O SWEEP-FILE.
005200     OPEN INPUT BANK-FILE.

005300 CLOSING-PROCEDURE.
005400     CLOSE SWEEP-FILE.
005500     CLOSE BANK-FILE.

005600 MAIN-PROCESS.
005700     PERFORM GET-MENU-PICK.
005800     PERFORM MAINTAIN-THE-FILE
005900         UNTIL MENU-PICK = 0.

006000*---------------------------------
006100* MENU
006200*---------------------------------
006300 GET-MENU-PICK.
006400     PERFORM DISPLAY-THE-MENU.
006500     PERFORM ACCEPT-MENU-PICK.
006600     PERFORM RE-ACCEPT-MENU-PICK
006700         UNTIL MENU-PICK-IS-VALID.

006800 DISPLAY-THE-MENU.
006900     PERFORM CLEAR-SCREEN.
007000     DISPLAY "OPERATOR: " OPERATOR-ID.
007100     DISPLAY "    STANDING SWEEP TRANSFERS".
007133     IF BATCH-UPDATES-ALLOWED NOT = "Y"
007166         DISPLAY "    NIGHTLY BATCH RUNNING - LOOK UP ONLY".
007200     DISPLAY "    PLEASE SELECT:".
007300     DISPLAY " ".
007400     DISPLAY "          1.  ADD RECORDS".
007500     DISPLAY "          2.  CHANGE A RECORD".
007600     DISPLAY "          3.  LOOK UP A RECORD".
007700     DISPLAY "          4.  DELETE A RECORD".
007800     DISPLAY " ".
007900     DISPLAY "          0.  EXIT".
008000     PERFORM SCROLL-LINE 8 TIMES.

008100 ACCEPT-MENU-PICK.
008200     DISPLAY "YOUR CHOICE (0-4)?".
008300     ACCEPT MENU-PICK.

008400 RE-ACCEPT-MENU-PICK.
008500     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
008600     PERFORM ACCEPT-MENU-PICK.

008700 CLEAR-SCREEN.
008800     PERFORM SCROLL-LINE 25 TIMES.

008900 SCROLL-LINE.
009000     DISPLAY " ".

009100 MAINTAIN-THE-FILE.
009200     PERFORM DO-THE-PICK.
009300     PERFORM GET-MENU-PICK.

009400 DO-THE-PICK.
009414     IF MENU-PICK-IS-UPDATE
009428         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
009442     IF MENU-PICK-IS-UPDATE
009456        AND BATCH-UPDATES-ALLOWED NOT = "Y"
009470         DISPLAY "ONLY LOOK UP IS OPEN"
009484     ELSE
009500     IF MENU-PICK = 1
009600         PERFORM ADD-MODE
009700     ELSE
009800     IF MENU-PICK = 2
009900         PERFORM CHANGE-MODE
010000     ELSE
010100     IF MENU-PICK = 3
010200         PERFORM INQUIRE-MODE
010300     ELSE
010400     IF MENU-PICK = 4
010500         PERFORM DELETE-MODE.

010600*---------------------------------
010700* ADD
010800*---------------------------------
010900 ADD-MODE.
011000     MOVE "ADD" TO THE-MODE.
011100     PERFORM GET-NEW-SWEEP-NUMBER.
011200     PERFORM ADD-RECORDS
011300        UNTIL SWEEP-NUMBER = ZEROES.

011400 GET-NEW-SWEEP-NUMBER.
011500     PERFORM INIT-SWEEP-RECORD.
011600     PERFORM ENTER-SWEEP-NUMBER.
011700     MOVE "Y" TO RECORD-FOUND.
011800     PERFORM FIND-NEW-SWEEP-RECORD
011900         UNTIL RECORD-FOUND = "N" OR
012000               SWEEP-NUMBER = ZEROES.

012100 FIND-NEW-SWEEP-RECORD.
012200     PERFORM READ-SWEEP-RECORD.
012300     IF RECORD-FOUND = "Y"
012400         DISPLAY "RECORD ALREADY ON FILE"
012500         PERFORM ENTER-SWEEP-NUMBER.

012600 ADD-RECORDS.
012700     PERFORM ENTER-REMAINING-FIELDS.
012733     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
012766     IF BATCH-UPDATES-ALLOWED = "Y"
012800         PERFORM WRITE-SWEEP-RECORD
012900         PERFORM GET-NEW-SWEEP-NUMBER
012933     ELSE
012966         MOVE ZEROES TO SWEEP-NUMBER.

013000 ENTER-REMAINING-FIELDS.
013100     PERFORM ENTER-SWEEP-FROM-ACCOUNT.
013200     PERFORM ENTER-SWEEP-TO-ACCOUNT.
013300     PERFORM ENTER-SWEEP-KIND.
013400     PERFORM ENTER-SWEEP-AMOUNT.
013500     PERFORM ENTER-SWEEP-FREQUENCY.
013600     PERFORM ENTER-SWEEP-NEXT-DATE.
013700     PERFORM ENTER-SWEEP-END-DATE.
013800     PERFORM ENTER-SWEEP-REFERENCE.

013900*---------------------------------
014000* CHANGE
014100*---------------------------------
014200 CHANGE-MODE.
014300     MOVE "CHANGE" TO THE-MODE.
014400     PERFORM GET-SWEEP-RECORD.
014500     PERFORM CHANGE-RECORDS
014600        UNTIL SWEEP-NUMBER = ZEROES.

014700 CHANGE-RECORDS.
014800     PERFORM GET-FIELD-TO-CHANGE.
014900     PERFORM CHANGE-ONE-FIELD
015000         UNTIL WHICH-FIELD = ZERO.

015050     IF BATCH-UPDATES-ALLOWED = "Y"
015100         PERFORM GET-SWEEP-RECORD
015133     ELSE
015166         MOVE ZEROES TO SWEEP-NUMBER.

015200 GET-FIELD-TO-CHANGE.
015300     PERFORM DISPLAY-ALL-FIELDS.
015400     PERFORM ASK-WHICH-FIELD.

015500 ASK-WHICH-FIELD.
015600     PERFORM ACCEPT-WHICH-FIELD.
015700     PERFORM RE-ACCEPT-WHICH-FIELD
015800         UNTIL WHICH-FIELD NOT > 8.

015900 ACCEPT-WHICH-FIELD.
016000     DISPLAY "ENTER THE NUMBER OF THE FIELD".
016100     DISPLAY "TO CHANGE (1-8) OR 0 TO EXIT".
016200     ACCEPT WHICH-FIELD.

016300 RE-ACCEPT-WHICH-FIELD.
016400     DISPLAY "INVALID ENTRY".
016500     PERFORM ACCEPT-WHICH-FIELD.

016600 CHANGE-ONE-FIELD.
016700     PERFORM CHANGE-THIS-FIELD.
016750     IF BATCH-UPDATES-ALLOWED = "Y"
016800         PERFORM GET-FIELD-TO-CHANGE
016833     ELSE
016866         MOVE ZERO TO WHICH-FIELD.

016900*---------------------------------
017000* A sweep changed to monthly may
017100* leave its next date past the
017200* 28th; the date is keyed again.
017300*---------------------------------
017400 CHANGE-THIS-FIELD.
017500     IF WHICH-FIELD = 1
017600         PERFORM ENTER-SWEEP-FROM-ACCOUNT.
017700     IF WHICH-FIELD = 2
017800         PERFORM ENTER-SWEEP-TO-ACCOUNT.
017900     IF WHICH-FIELD = 3
018000         PERFORM ENTER-SWEEP-KIND.
018100     IF WHICH-FIELD = 4
018200         PERFORM ENTER-SWEEP-AMOUNT.
018300     IF WHICH-FIELD = 5
018400         PERFORM ENTER-SWEEP-FREQUENCY
018500         PERFORM CHECK-SWEEP-NEXT-DATE
018600         IF SWEEP-DATE-OK = "N"
018700             PERFORM ENTER-SWEEP-NEXT-DATE.
018800     IF WHICH-FIELD = 6
018900         PERFORM ENTER-SWEEP-NEXT-DATE.
019000     IF WHICH-FIELD = 7
019100         PERFORM ENTER-SWEEP-END-DATE.
019200     IF WHICH-FIELD = 8
019300         PERFORM ENTER-SWEEP-REFERENCE.

019333     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
019366     IF BATCH-UPDATES-ALLOWED = "Y"
019400         PERFORM REWRITE-SWEEP-RECORD.

019500*---------------------------------
019600* INQUIRE
019700*---------------------------------
019800 INQUIRE-MODE.
019900     MOVE "DISPLAY" TO THE-MODE.
020000     PERFORM GET-SWEEP-RECORD.
020100     PERFORM INQUIRE-RECORDS
020200        UNTIL SWEEP-NUMBER = ZEROES.

020300 INQUIRE-RECORDS.
020400     PERFORM DISPLAY-ALL-FIELDS.
020500     PERFORM GET-SWEEP-RECORD.

020600*---------------------------------
020700* DELETE
020800*---------------------------------
020900 DELETE-MODE.
021000     MOVE "DELETE" TO THE-MODE.
021100     PERFORM GET-SWEEP-RECORD.
021200     PERFORM DELETE-RECORDS
021300        UNTIL SWEEP-NUMBER = ZEROES.

021400 DELETE-RECORDS.
021500     PERFORM DISPLAY-ALL-FIELDS.

021600     PERFORM ASK-OK-TO-DELETE.
021700     IF OK-TO-DELETE = "Y"
021720         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
021740         IF BATCH-UPDATES-ALLOWED NOT = "Y"
021760             MOVE "N" TO OK-TO-DELETE.
021780     IF OK-TO-DELETE = "Y"
021800         PERFORM DELETE-SWEEP-RECORD.

021850     IF BATCH-UPDATES-ALLOWED = "Y"
021900         PERFORM GET-SWEEP-RECORD
021933     ELSE
021966         MOVE ZEROES TO SWEEP-NUMBER.

022000 ASK-OK-TO-DELETE.
022100     PERFORM ACCEPT-OK-TO-DELETE.
022200     PERFORM RE-ACCEPT-OK-TO-DELETE
022300        UNTIL OK-TO-DELETE = "Y" OR "N".

022400 ACCEPT-OK-TO-DELETE.
022500     DISPLAY "DELETE THIS RECORD (Y/N)?".
022600     ACCEPT OK-TO-DELETE.
022700     INSPECT OK-TO-DELETE
022800      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

022900 RE-ACCEPT-OK-TO-DELETE.
023000     DISPLAY "YOU MUST ENTER YES OR NO".
023100     PERFORM ACCEPT-OK-TO-DELETE.

023200*---------------------------------
023300* Routines shared by all modes
023400*---------------------------------
023500 INIT-SWEEP-RECORD.
023600     MOVE SPACE TO SWEEP-KIND
023700                   SWEEP-FREQUENCY
023800                   SWEEP-REFERENCE.
023900     MOVE ZEROES TO SWEEP-NUMBER
024000                    SWEEP-FROM-ACCOUNT
024100                    SWEEP-TO-ACCOUNT
024200                    SWEEP-AMOUNT
024300                    SWEEP-NEXT-DATE
024400                    SWEEP-END-DATE
024500                    SWEEP-LAST-TRANSFER.

024600 ENTER-SWEEP-NUMBER.
024700     DISPLAY " ".
024800     DISPLAY "ENTER SWEEP NUMBER TO " THE-MODE
024900               " (0001-9999)".
025000     DISPLAY "ENTER 0 TO STOP ENTRY".
025100     ACCEPT SWEEP-NUMBER.

025200 GET-SWEEP-RECORD.
025300     PERFORM INIT-SWEEP-RECORD.
025400     PERFORM ENTER-SWEEP-NUMBER.
025500     MOVE "N" TO RECORD-FOUND.
025600     PERFORM FIND-SWEEP-RECORD
025700         UNTIL RECORD-FOUND = "Y" OR
025800               SWEEP-NUMBER = ZEROES.

025900 FIND-SWEEP-RECORD.
026000     PERFORM READ-SWEEP-RECORD.
026100     IF RECORD-FOUND = "N"
026200         DISPLAY "RECORD NOT FOUND"
026300         PERFORM ENTER-SWEEP-NUMBER.

026400*---------------------------------
026500* Field entry routines.
026600*---------------------------------
026700 ENTER-SWEEP-FROM-ACCOUNT.
026800     MOVE "N" TO SWEEP-ACCOUNT-OK.
026900     PERFORM ACCEPT-SWEEP-FROM-ACCOUNT
027000         UNTIL SWEEP-ACCOUNT-OK = "Y".

027100 ACCEPT-SWEEP-FROM-ACCOUNT.
027200     DISPLAY "ENTER BANK ACCOUNT TO SWEEP FROM".
027300     ACCEPT SWEEP-FROM-ACCOUNT.
027400     MOVE SWEEP-FROM-ACCOUNT TO BANK-ACCOUNT-NUMBER.
027500     PERFORM CHECK-SWEEP-ACCOUNT.

027600 ENTER-SWEEP-TO-ACCOUNT.
027700     MOVE "N" TO SWEEP-ACCOUNT-OK.
027800     PERFORM ACCEPT-SWEEP-TO-ACCOUNT
027900         UNTIL SWEEP-ACCOUNT-OK = "Y".

028000 ACCEPT-SWEEP-TO-ACCOUNT.
028100     DISPLAY "ENTER BANK ACCOUNT TO SWEEP TO".
028200     ACCEPT SWEEP-TO-ACCOUNT.
028300     MOVE SWEEP-TO-ACCOUNT TO BANK-ACCOUNT-NUMBER.
028400     PERFORM CHECK-SWEEP-ACCOUNT.

028500 CHECK-SWEEP-ACCOUNT.
028600     MOVE "N" TO SWEEP-ACCOUNT-OK.
028700     PERFORM READ-BANK-RECORD.
028800     IF BANK-RECORD-ON-FILE = "N"
028900         DISPLAY "ACCOUNT IS NOT ON THE BANK MASTER (BNKMNT01)"
029000     ELSE
029100     IF SWEEP-FROM-ACCOUNT = SWEEP-TO-ACCOUNT
029200         DISPLAY "THE TWO ACCOUNTS MUST DIFFER"
029300     ELSE
029400         DISPLAY "   BANK: " BANK-NAME
029500         MOVE "Y" TO SWEEP-ACCOUNT-OK.

029600 ENTER-SWEEP-KIND.
029700     PERFORM ACCEPT-SWEEP-KIND.
029800     PERFORM RE-ACCEPT-SWEEP-KIND
029900         UNTIL SWEEP-KIND = "F" OR "T".

030000 ACCEPT-SWEEP-KIND.
030100     DISPLAY "ENTER KIND - F = FIXED AMOUNT, T = TOP THE".
030200     DISPLAY "TO-ACCOUNT UP TO A TARGET BALANCE".
030300     ACCEPT SWEEP-KIND.
030400     INSPECT SWEEP-KIND
030500      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

030600 RE-ACCEPT-SWEEP-KIND.
030700     DISPLAY "YOU MUST ENTER F OR T".
030800     PERFORM ACCEPT-SWEEP-KIND.

030900 ENTER-SWEEP-AMOUNT.
031000     PERFORM ACCEPT-SWEEP-AMOUNT.
031100     PERFORM RE-ACCEPT-SWEEP-AMOUNT
031200         UNTIL SWEEP-AMOUNT > ZERO.

031300 ACCEPT-SWEEP-AMOUNT.
031400     IF SWEEP-KIND = "T"
031500         DISPLAY "ENTER TARGET BALANCE FOR THE TO-ACCOUNT"
031600     ELSE
031700         DISPLAY "ENTER AMOUNT TO TRANSFER".
031800     ACCEPT AN-AMOUNT-FIELD.
031900     MOVE AN-AMOUNT-FIELD TO SWEEP-AMOUNT.

032000 RE-ACCEPT-SWEEP-AMOUNT.
032100     DISPLAY "THE AMOUNT MUST BE GREATER THAN ZERO".
032200     PERFORM ACCEPT-SWEEP-AMOUNT.

032300 ENTER-SWEEP-FREQUENCY.
032400     PERFORM ACCEPT-SWEEP-FREQUENCY.
032500     PERFORM RE-ACCEPT-SWEEP-FREQUENCY
032600         UNTIL SWEEP-FREQUENCY = "D" OR "W" OR "M".

032700 ACCEPT-SWEEP-FREQUENCY.
032800     DISPLAY "ENTER FREQUENCY - D = EVERY BUSINESS DAY,".
032900     DISPLAY "W = WEEKLY, M = MONTHLY".
033000     ACCEPT SWEEP-FREQUENCY.
033100     INSPECT SWEEP-FREQUENCY
033200      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

033300 RE-ACCEPT-SWEEP-FREQUENCY.
033400     DISPLAY "YOU MUST ENTER D, W OR M".
033500     PERFORM ACCEPT-SWEEP-FREQUENCY.

033600 ENTER-SWEEP-NEXT-DATE.
033700     MOVE "N" TO SWEEP-DATE-OK.
033800     PERFORM ACCEPT-SWEEP-NEXT-DATE
033900         UNTIL SWEEP-DATE-OK = "Y".

034000 ACCEPT-SWEEP-NEXT-DATE.
034100     MOVE "N" TO ZERO-DATE-IS-OK.
034200     MOVE "ENTER NEXT DATE THE SWEEP IS DUE (MM/DD/CCYY)"
034300            TO DATE-PROMPT.
034400     MOVE "A VALID NEXT DATE IS REQUIRED"
034500            TO DATE-ERROR-MESSAGE.
034600     PERFORM GET-A-DATE.
034700     MOVE DATE-CCYYMMDD TO SWEEP-NEXT-DATE.
034800     PERFORM CHECK-SWEEP-NEXT-DATE.
034900     IF SWEEP-DATE-OK = "N"
035000         DISPLAY "A MONTHLY SWEEP MUST FALL ON THE 1ST"
035100             " THROUGH 28TH".

035200 CHECK-SWEEP-NEXT-DATE.
035300     MOVE "Y" TO SWEEP-DATE-OK.
035400     IF SWEEP-FREQUENCY = "M"
035500        AND SWEEP-NEXT-DATE (7:2) > "28"
035600         MOVE "N" TO SWEEP-DATE-OK.

035700 ENTER-SWEEP-END-DATE.
035800     MOVE "Y" TO ZERO-DATE-IS-OK.
035900     MOVE "ENTER SWEEP END DATE (MM/DD/CCYY, 0 = NONE)"
036000            TO DATE-PROMPT.
036100     MOVE "A VALID END DATE (OR ZERO) IS REQUIRED"
036200            TO DATE-ERROR-MESSAGE.
036300     PERFORM GET-A-DATE.
036400     MOVE DATE-CCYYMMDD TO SWEEP-END-DATE.

036500 ENTER-SWEEP-REFERENCE.
036600     PERFORM ACCEPT-SWEEP-REFERENCE.
036700     PERFORM RE-ACCEPT-SWEEP-REFERENCE
036800         UNTIL SWEEP-REFERENCE NOT = SPACES.

036900 ACCEPT-SWEEP-REFERENCE.
037000     DISPLAY "ENTER REFERENCE FOR THE TRANSFERS".
037100     ACCEPT SWEEP-REFERENCE.
037200     INSPECT SWEEP-REFERENCE
037300      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

037400 RE-ACCEPT-SWEEP-REFERENCE.
037500     DISPLAY "A REFERENCE MUST BE ENTERED".
037600     PERFORM ACCEPT-SWEEP-REFERENCE.

037700*---------------------------------
037800* Routines shared by Change,
037900* Inquire and Delete
038000*---------------------------------
038100 DISPLAY-ALL-FIELDS.
038200     DISPLAY " ".
038300     DISPLAY "   SWEEP NUMBER: " SWEEP-NUMBER.
038400     MOVE SWEEP-FROM-ACCOUNT TO BANK-ACCOUNT-NUMBER.
038500     PERFORM DISPLAY-SWEEP-BANK-NAME.
038600     DISPLAY "1. FROM ACCOUNT: " SWEEP-FROM-ACCOUNT " "
038700         BANK-NAME.
038800     MOVE SWEEP-TO-ACCOUNT TO BANK-ACCOUNT-NUMBER.
038900     PERFORM DISPLAY-SWEEP-BANK-NAME.
039000     DISPLAY "2. TO ACCOUNT: " SWEEP-TO-ACCOUNT " "
039100         BANK-NAME.
039200     DISPLAY "3. KIND: " SWEEP-KIND.
039300     MOVE SWEEP-AMOUNT TO AN-AMOUNT-FIELD.
039400     IF SWEEP-KIND = "T"
039500         DISPLAY "4. TARGET BALANCE: " AN-AMOUNT-FIELD
039600     ELSE
039700         DISPLAY "4. AMOUNT: " AN-AMOUNT-FIELD.
039800     DISPLAY "5. FREQUENCY: " SWEEP-FREQUENCY.
039900     MOVE SWEEP-NEXT-DATE TO DATE-CCYYMMDD.
040000     PERFORM FORMAT-THE-DATE.
040100     DISPLAY "6. NEXT DATE: " FORMATTED-DATE.
040200     MOVE SWEEP-END-DATE TO DATE-CCYYMMDD.
040300     PERFORM FORMAT-THE-DATE.
040400     DISPLAY "7. END DATE: " FORMATTED-DATE.
040500     DISPLAY "8. REFERENCE: " SWEEP-REFERENCE.
040600     IF SWEEP-LAST-TRANSFER NOT = ZEROES
040700         DISPLAY "   LAST TRANSFER: " SWEEP-LAST-TRANSFER.
040800     DISPLAY " ".

040900 DISPLAY-SWEEP-BANK-NAME.
041000     PERFORM READ-BANK-RECORD.
041100     IF BANK-RECORD-ON-FILE = "N"
041200         MOVE "**Not found**" TO BANK-NAME.

041300*---------------------------------
041400* File I-O Routines
041500*---------------------------------
041600 READ-SWEEP-RECORD.
041700     MOVE "Y" TO RECORD-FOUND.
041800     READ SWEEP-FILE RECORD
041900       INVALID KEY
042000          MOVE "N" TO RECORD-FOUND.

042100 WRITE-SWEEP-RECORD.
042200     WRITE SWEEP-RECORD
042300         INVALID KEY
042400         DISPLAY "RECORD ALREADY ON FILE".

042500 REWRITE-SWEEP-RECORD.
042600     REWRITE SWEEP-RECORD
042700         INVALID KEY
042800         DISPLAY "ERROR REWRITING SWEEP RECORD".

042900 DELETE-SWEEP-RECORD.
043000     DELETE SWEEP-FILE RECORD
043100         INVALID KEY
043200         DISPLAY "ERROR DELETING SWEEP RECORD".

043300 READ-BANK-RECORD.
043400     MOVE "Y" TO BANK-RECORD-ON-FILE.
043500     READ BANK-FILE RECORD
043600       INVALID KEY
043700          MOVE "N" TO BANK-RECORD-ON-FILE.

043800     COPY "PLDATE01.CBL".

043900     COPY "PLOPID01.CBL".

044000     COPY "PLBWIN01.CBL".
