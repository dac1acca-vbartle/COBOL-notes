000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EXBMNT01.
000300*---------------------------------
000400* Add, Change, Inquire and Delete
000500* for the expense budget file
000600* (FDEXBUD.CBL), keyed account +
000700* company + period, the same
000800* shape as BUDMNT01. The account
000900* must be an active expense ("X")
001000* account on ACCOUNT-FILE and the
001100* company must be on COMPANY-
001200* FILE, so a budget cannot be
001300* keyed where no actual can
001400* ever post.
001416* While the nightly batch window
001432* is up (PLBWIN01.CBL) only look
001448* up is open; an add, change or
001464* delete keyed as the window goes
001480* up is not saved.
001500*---------------------------------
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
001800 FILE-CONTROL.

001900     COPY "SLEXBUD.CBL".

002000     COPY "SLACCT01.CBL".

002100     COPY "SLCOMP01.CBL".

002133     COPY "SLBWIN01.CBL".

002166     COPY "SLBWLOG.CBL".

002200 DATA DIVISION.
002300 FILE SECTION.

002400     COPY "FDEXBUD.CBL".

002500     COPY "FDACCT01.CBL".

002600     COPY "FDCOMP01.CBL".

002633     COPY "FDBWIN01.CBL".

002666     COPY "FDBWLOG.CBL".

002700 WORKING-STORAGE SECTION.

002800 77  MENU-PICK                    PIC 9.
002900     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
002950     88  MENU-PICK-IS-UPDATE      VALUES 1 2 4.

003000 77  THE-MODE                     PIC X(7).
003100 77  OK-TO-DELETE                 PIC X.
003200 77  RECORD-FOUND                 PIC X.
003300 77  ACCOUNT-RECORD-FOUND         PIC X.
003400 77  WHICH-FIELD                  PIC 9.
003500 77  AN-AMOUNT-FIELD              PIC ZZZ,ZZZ,ZZ9.99-.

003600 01  ENTERED-PERIOD               PIC 9(6).
003700 01  FILLER REDEFINES ENTERED-PERIOD.
003800     05  ENTERED-PERIOD-YEAR      PIC 9(4).
003900     05  ENTERED-PERIOD-MONTH     PIC 9(2).

004000     COPY "WSCOMP1.CBL".

004100     COPY "WSCASE01.CBL".

004200     COPY "WSOPID01.CBL".

004250     COPY "WSBWIN01.CBL".

004300 PROCEDURE DIVISION.
004400 PROGRAM-BEGIN.
004500     PERFORM OPENING-PROCEDURE.
004600     PERFORM GET-OPERATOR-ID.
004633     MOVE "EXBMNT01" TO BWIN-PROGRAM-NAME.
004666     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
004700     PERFORM MAIN-PROCESS.
004800     PERFORM CLOSING-PROCEDURE.

004833 PROGRAM-EXIT.
004866     EXIT PROGRAM.

004900 PROGRAM-DONE.
005000     ACCEPT OMITTED. STOP RUN.

005100 OPENING-PROCEDURE.
005200     OPEN I-O EXPENSE-BUDGET-FILE.
005300     OPEN INPUT ACCOUNT-FILE.
005400     OPEN INPUT COMPANY-FILE.

005500 CLOSING-PROCEDURE.
005600     CLOSE EXPENSE-BUDGET-FILE.
005700     CLOSE ACCOUNT-FILE.
005800     CLOSE COMPANY-FILE.

005900 MAIN-PROCESS.
006000     PERFORM GET-MENU-PICK.
006100     PERFORM MAINTAIN-THE-FILE
006200         UNTIL MENU-PICK = 0.

006300*---------------------------------
006400* MENU
006500*---------------------------------
006600 GET-MENU-PICK.
006700     PERFORM DISPLAY-THE-MENU.
006800     PERFORM ACCEPT-MENU-PICK.
006900     PERFORM RE-ACCEPT-MENU-PICK
007000         UNTIL MENU-PICK-IS-VALID.

007100 DISPLAY-THE-MENU.
007200     PERFORM CLEAR-SCREEN.
007300     DISPLAY "OPERATOR: " OPERATOR-ID.
007400     DISPLAY "    EXPENSE BUDGETS".
007433     IF BATCH-UPDATES-ALLOWED NOT = "Y"
007466         DISPLAY "    NIGHTLY BATCH RUNNING - LOOK UP ONLY".
007500     DISPLAY "    PLEASE SELECT:".
007600     DISPLAY " ".
007700     DISPLAY "          1.  ADD RECORDS".
007800     DISPLAY "          2.  CHANGE A RECORD".
007900     DISPLAY "          3.  LOOK UP A RECORD".
008000     DISPLAY "          4.  DELETE A RECORD".
008100     DISPLAY " ".
008200     DISPLAY "          0.  EXIT".
008300     PERFORM SCROLL-LINE 8 TIMES.

008400 ACCEPT-MENU-PICK.
008500     DISPLAY "YOUR CHOICE (0-4)?".
008600     ACCEPT MENU-PICK.

008700 RE-ACCEPT-MENU-PICK.
008800     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
008900     PERFORM ACCEPT-MENU-PICK.

009000 CLEAR-SCREEN.
009100     PERFORM SCROLL-LINE 25 TIMES.

009200 SCROLL-LINE.
009300     DISPLAY " ".

009400 MAINTAIN-THE-FILE.
009500     PERFORM DO-THE-PICK.
009600     PERFORM GET-MENU-PICK.

009700 DO-THE-PICK.
009714     IF MENU-PICK-IS-UPDATE
009728         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
009742     IF MENU-PICK-IS-UPDATE
009756        AND BATCH-UPDATES-ALLOWED NOT = "Y"
009770         DISPLAY "ONLY LOOK UP IS OPEN"
009784     ELSE
009800     IF MENU-PICK = 1
009900         PERFORM ADD-MODE
010000     ELSE
010100     IF MENU-PICK = 2
010200         PERFORM CHANGE-MODE
010300     ELSE
010400     IF MENU-PICK = 3
010500         PERFORM INQUIRE-MODE
010600     ELSE
010700     IF MENU-PICK = 4
010800         PERFORM DELETE-MODE.

010900*---------------------------------
011000* ADD
011100*---------------------------------
011200 ADD-MODE.
011300     MOVE "ADD" TO THE-MODE.
011400     PERFORM GET-NEW-EXBUD-KEY.
011500     PERFORM ADD-RECORDS
011600        UNTIL EXBUD-ACCOUNT = SPACE.

011700 GET-NEW-EXBUD-KEY.
011800     PERFORM INIT-EXBUD-RECORD.
011900     PERFORM ENTER-EXBUD-KEY.
012000     MOVE "Y" TO RECORD-FOUND.
012100     PERFORM FIND-NEW-EXBUD-RECORD
012200         UNTIL RECORD-FOUND = "N" OR
012300               EXBUD-ACCOUNT = SPACE.

012400 FIND-NEW-EXBUD-RECORD.
012500     PERFORM READ-EXBUD-RECORD.
012600     IF RECORD-FOUND = "Y"
012700         DISPLAY "RECORD ALREADY ON FILE"
012800         PERFORM ENTER-EXBUD-KEY.

012900 ADD-RECORDS.
013000     PERFORM ENTER-EXBUD-AMOUNT.
013033     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
013066     IF BATCH-UPDATES-ALLOWED = "Y"
013100         PERFORM WRITE-EXBUD-RECORD
013200         PERFORM GET-NEW-EXBUD-KEY
013233     ELSE
013266         MOVE SPACE TO EXBUD-ACCOUNT.

013300*---------------------------------
013400* CHANGE
013500*---------------------------------
013600 CHANGE-MODE.
013700     MOVE "CHANGE" TO THE-MODE.
013800     PERFORM GET-EXBUD-RECORD.
013900     PERFORM CHANGE-RECORDS
014000        UNTIL EXBUD-ACCOUNT = SPACE.

014100 CHANGE-RECORDS.
014200     PERFORM GET-FIELD-TO-CHANGE.
014300     PERFORM CHANGE-ONE-FIELD
014400         UNTIL WHICH-FIELD = ZERO.

014450     IF BATCH-UPDATES-ALLOWED = "Y"
014500         PERFORM GET-EXBUD-RECORD
014533     ELSE
014566         MOVE SPACE TO EXBUD-ACCOUNT.

014600 GET-FIELD-TO-CHANGE.
014700     PERFORM DISPLAY-ALL-FIELDS.
014800     PERFORM ASK-WHICH-FIELD.

014900 ASK-WHICH-FIELD.
015000     PERFORM ACCEPT-WHICH-FIELD.
015100     PERFORM RE-ACCEPT-WHICH-FIELD
015200         UNTIL WHICH-FIELD NOT > 1.

015300 ACCEPT-WHICH-FIELD.
015400     DISPLAY "ENTER THE NUMBER OF THE FIELD".
015500     DISPLAY "TO CHANGE (1) OR 0 TO EXIT".
015600     ACCEPT WHICH-FIELD.

015700 RE-ACCEPT-WHICH-FIELD.
015800     DISPLAY "INVALID ENTRY".
015900     PERFORM ACCEPT-WHICH-FIELD.

016000 CHANGE-ONE-FIELD.
016100     PERFORM CHANGE-THIS-FIELD.
016150     IF BATCH-UPDATES-ALLOWED = "Y"
016200         PERFORM GET-FIELD-TO-CHANGE
016233     ELSE
016266         MOVE ZERO TO WHICH-FIELD.

016300 CHANGE-THIS-FIELD.
016400     IF WHICH-FIELD = 1
016500         PERFORM ENTER-EXBUD-AMOUNT.

016533     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
016566     IF BATCH-UPDATES-ALLOWED = "Y"
016600         PERFORM REWRITE-EXBUD-RECORD.

016700*---------------------------------
016800* INQUIRE
016900*---------------------------------
017000 INQUIRE-MODE.
017100     MOVE "DISPLAY" TO THE-MODE.
017200     PERFORM GET-EXBUD-RECORD.
017300     PERFORM INQUIRE-RECORDS
017400        UNTIL EXBUD-ACCOUNT = SPACE.

017500 INQUIRE-RECORDS.
017600     PERFORM DISPLAY-ALL-FIELDS.
017700     PERFORM GET-EXBUD-RECORD.

017800*---------------------------------
017900* DELETE
018000*---------------------------------
018100 DELETE-MODE.
018200     MOVE "DELETE" TO THE-MODE.
018300     PERFORM GET-EXBUD-RECORD.
018400     PERFORM DELETE-RECORDS
018500        UNTIL EXBUD-ACCOUNT = SPACE.

018600 DELETE-RECORDS.
018700     PERFORM DISPLAY-ALL-FIELDS.

018800     PERFORM ASK-OK-TO-DELETE.
018900     IF OK-TO-DELETE = "Y"
018920         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
018940         IF BATCH-UPDATES-ALLOWED NOT = "Y"
018960             MOVE "N" TO OK-TO-DELETE.
018980     IF OK-TO-DELETE = "Y"
019000         PERFORM DELETE-EXBUD-RECORD.

019050     IF BATCH-UPDATES-ALLOWED = "Y"
019100         PERFORM GET-EXBUD-RECORD
019133     ELSE
019166         MOVE SPACE TO EXBUD-ACCOUNT.

019200 ASK-OK-TO-DELETE.
019300     PERFORM ACCEPT-OK-TO-DELETE.
019400     PERFORM RE-ACCEPT-OK-TO-DELETE
019500        UNTIL OK-TO-DELETE = "Y" OR "N".

019600 ACCEPT-OK-TO-DELETE.
019700     DISPLAY "DELETE THIS RECORD (Y/N)?".
019800     ACCEPT OK-TO-DELETE.
019900     INSPECT OK-TO-DELETE
020000      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

020100 RE-ACCEPT-OK-TO-DELETE.
020200     DISPLAY "YOU MUST ENTER YES OR NO".
020300     PERFORM ACCEPT-OK-TO-DELETE.

020400*---------------------------------
020500* Key entry - account, company
020600* and period, with the account
020700* and company validated against
020800* their masters. A blank account
020900* stops entry.
021000*---------------------------------
021100 INIT-EXBUD-RECORD.
021200     MOVE SPACE TO EXBUD-ACCOUNT
021300                   EXBUD-COMPANY.
021400     MOVE ZEROES TO EXBUD-PERIOD
021500                    EXBUD-AMOUNT.

021600 ENTER-EXBUD-KEY.
021700     PERFORM ENTER-EXBUD-ACCOUNT.
021800     IF EXBUD-ACCOUNT NOT = SPACE
021900         PERFORM GET-COMPANY-CODE
022000         MOVE THIS-COMPANY TO EXBUD-COMPANY
022100         PERFORM ENTER-EXBUD-PERIOD.

022200 ENTER-EXBUD-ACCOUNT.
022300     PERFORM ACCEPT-EXBUD-ACCOUNT.
022400     PERFORM RE-ACCEPT-EXBUD-ACCOUNT
022500         UNTIL EXBUD-ACCOUNT = SPACE
022600            OR (ACCOUNT-RECORD-FOUND = "Y"
022700                AND ACCOUNT-ACTIVE = "Y"
022800                AND ACCOUNT-TYPE = "X").

022900 ACCEPT-EXBUD-ACCOUNT.
023000     DISPLAY " ".
023100     DISPLAY "ENTER EXPENSE ACCOUNT (BLANK TO STOP)".
023200     ACCEPT EXBUD-ACCOUNT.
023300     INSPECT EXBUD-ACCOUNT
023400      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
023500     MOVE EXBUD-ACCOUNT TO ACCOUNT-CODE.
023600     MOVE "Y" TO ACCOUNT-RECORD-FOUND.
023700     READ ACCOUNT-FILE RECORD
023800       INVALID KEY
023900          MOVE "N" TO ACCOUNT-RECORD-FOUND.
024000     IF ACCOUNT-RECORD-FOUND = "Y"
024100         DISPLAY "   ACCOUNT: " ACCOUNT-NAME.

024200 RE-ACCEPT-EXBUD-ACCOUNT.
024300     IF ACCOUNT-RECORD-FOUND = "N"
024400         DISPLAY "ACCOUNT IS NOT ON THE CHART OF ACCOUNTS"
024500     ELSE
024600     IF ACCOUNT-ACTIVE NOT = "Y"
024700         DISPLAY "ACCOUNT IS NOT ACTIVE"
024800     ELSE
024900         DISPLAY "ONLY AN EXPENSE ACCOUNT CARRIES A BUDGET".
025000     PERFORM ACCEPT-EXBUD-ACCOUNT.

025100 ENTER-EXBUD-PERIOD.
025200     PERFORM ACCEPT-EXBUD-PERIOD.
025300     PERFORM RE-ACCEPT-EXBUD-PERIOD
025400         UNTIL ENTERED-PERIOD-MONTH > 0
025500           AND ENTERED-PERIOD-MONTH < 13.

025600 ACCEPT-EXBUD-PERIOD.
025700     DISPLAY "ENTER BUDGET PERIOD (CCYYMM)".
025800     ACCEPT ENTERED-PERIOD.
025900     MOVE ENTERED-PERIOD TO EXBUD-PERIOD.

026000 RE-ACCEPT-EXBUD-PERIOD.
026100     DISPLAY "PERIOD MUST BE A VALID CCYYMM".
026200     PERFORM ACCEPT-EXBUD-PERIOD.

026300 GET-EXBUD-RECORD.
026400     PERFORM INIT-EXBUD-RECORD.
026500     PERFORM ENTER-EXBUD-KEY.
026600     MOVE "N" TO RECORD-FOUND.
026700     PERFORM FIND-EXBUD-RECORD
026800         UNTIL RECORD-FOUND = "Y" OR
026900               EXBUD-ACCOUNT = SPACE.

027000 FIND-EXBUD-RECORD.
027100     PERFORM READ-EXBUD-RECORD.
027200     IF RECORD-FOUND = "N"
027300         DISPLAY "RECORD NOT FOUND"
027400         PERFORM ENTER-EXBUD-KEY.

027500 ENTER-EXBUD-AMOUNT.
027600     PERFORM ACCEPT-EXBUD-AMOUNT.
027700     PERFORM RE-ACCEPT-EXBUD-AMOUNT
027800         UNTIL EXBUD-AMOUNT NOT = ZEROES.

027900 ACCEPT-EXBUD-AMOUNT.
028000     DISPLAY "ENTER BUDGETED EXPENSE AMOUNT".
028100     ACCEPT AN-AMOUNT-FIELD.
028200     MOVE AN-AMOUNT-FIELD TO EXBUD-AMOUNT.

028300 RE-ACCEPT-EXBUD-AMOUNT.
028400     DISPLAY "A NON-ZERO AMOUNT IS REQUIRED".
028500     PERFORM ACCEPT-EXBUD-AMOUNT.

028600*---------------------------------
028700* Routines shared by Change,
028800* Inquire and Delete
028900*---------------------------------
029000 DISPLAY-ALL-FIELDS.
029100     DISPLAY " ".
029200     DISPLAY "   ACCOUNT: " EXBUD-ACCOUNT.
029300     DISPLAY "   COMPANY: " EXBUD-COMPANY.
029400     DISPLAY "   PERIOD: " EXBUD-PERIOD.
029500     MOVE EXBUD-AMOUNT TO AN-AMOUNT-FIELD.
029600     DISPLAY "1. BUDGET AMOUNT: " AN-AMOUNT-FIELD.
029700     DISPLAY " ".

029800*---------------------------------
029900* File I-O Routines
030000*---------------------------------
030100 READ-EXBUD-RECORD.
030200     MOVE "Y" TO RECORD-FOUND.
030300     READ EXPENSE-BUDGET-FILE RECORD
030400       INVALID KEY
030500          MOVE "N" TO RECORD-FOUND.

030600 WRITE-EXBUD-RECORD.
030700     WRITE EXPENSE-BUDGET-RECORD
030800         INVALID KEY
030900         DISPLAY "RECORD ALREADY ON FILE".

031000 REWRITE-EXBUD-RECORD.
031100     REWRITE EXPENSE-BUDGET-RECORD
031200         INVALID KEY
031300         DISPLAY "ERROR REWRITING BUDGET RECORD".

031400 DELETE-EXBUD-RECORD.
031500     DELETE EXPENSE-BUDGET-FILE RECORD
031600         INVALID KEY
031700         DISPLAY "ERROR DELETING BUDGET RECORD".

031800     COPY "PLCOMP1.CBL".

031900     COPY "PLOPID01.CBL".

032000     COPY "PLBWIN01.CBL".
