000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EMPMNT01.
000300*---------------------------------
000400* Add, Change, Inquire and Delete
000500* for the employee master
000600* (FDEMP01.CBL), the same shape
000700* as STRMNT01. The store is
000800* validated against the store
000900* master (0 is head office) and
001000* the payee against the vendor
001100* file - the employee is
001200* reimbursed through that vendor
001300* record, so set it up in
001400* VNDMNT04 first with the pay
001500* method (and bank details for
001600* ACH) the employee wants.
001700* An employee who leaves should
001800* be made inactive (field 4)
001900* rather than deleted, so their
002000* expense reports still show
002100* who they belong to.
002110* The requisition approver (field
002120* 5) is the operator the
002130* employee's purchase
002140* requisitions are routed to; it
002150* must be on the operator
002160* master, or left blank when the
002170* employee may not requisition.
002175* While the nightly batch window
002180* is up (PLBWIN01.CBL) only look
002185* up is open; an add, change or
002190* delete keyed as the window goes
002195* up is not saved.
002200*---------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.

002600     COPY "SLEMP01.CBL".

002700     COPY "SLSTOR01.CBL".

002800     COPY "SLVND02.CBL".

002850     COPY "SLOPER01.CBL".

002866     COPY "SLBWIN01.CBL".

002882     COPY "SLBWLOG.CBL".

002900 DATA DIVISION.
003000 FILE SECTION.

003100     COPY "FDEMP01.CBL".

003200     COPY "FDSTOR01.CBL".

003300     COPY "FDVND04.CBL".

003350     COPY "FDOPER01.CBL".

003366     COPY "FDBWIN01.CBL".

003382     COPY "FDBWLOG.CBL".

003400 WORKING-STORAGE SECTION.

003500 77  MENU-PICK                    PIC 9.
003600     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
003650     88  MENU-PICK-IS-UPDATE      VALUES 1 2 4.

003700 77  THE-MODE                     PIC X(7).
003800 77  OK-TO-DELETE                 PIC X.
003900 77  RECORD-FOUND                 PIC X.
004000 77  STORE-RECORD-FOUND           PIC X.
004100 77  VENDOR-RECORD-FOUND          PIC X.
004150 77  APPROVER-RECORD-FOUND        PIC X.
004200 77  WHICH-FIELD                  PIC 9.

004300     COPY "WSCASE01.CBL".

004400     COPY "WSOPID01.CBL".

004450     COPY "WSBWIN01.CBL".

004500 PROCEDURE DIVISION.
004600 PROGRAM-BEGIN.
004700     PERFORM OPENING-PROCEDURE.
004800     PERFORM GET-OPERATOR-ID.
004833     MOVE "EMPMNT01" TO BWIN-PROGRAM-NAME.
004866     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
004900     PERFORM MAIN-PROCESS.
005000     PERFORM CLOSING-PROCEDURE.

005033 PROGRAM-EXIT.
005066     EXIT PROGRAM.

005100 PROGRAM-DONE.
005200     ACCEPT OMITTED. STOP RUN.

005300 OPENING-PROCEDURE.
005400     OPEN I-O EMPLOYEE-FILE.
005500     OPEN INPUT STORE-FILE.
005600     OPEN INPUT VENDOR-FILE.
005650     OPEN INPUT OPERATOR-FILE.

005700 CLOSING-PROCEDURE.
005800     CLOSE EMPLOYEE-FILE.
005900     CLOSE STORE-FILE.
006000     CLOSE VENDOR-FILE.
006050     CLOSE OPERATOR-FILE.

006100 MAIN-PROCESS.
006200     PERFORM GET-MENU-PICK.
006300     PERFORM MAINTAIN-THE-FILE
006400         UNTIL MENU-PICK = 0.

006500*---------------------------------
006600* MENU
006700*---------------------------------
006800 GET-MENU-PICK.
006900     PERFORM DISPLAY-THE-MENU.
007000     PERFORM ACCEPT-MENU-PICK.
007100     PERFORM RE-ACCEPT-MENU-PICK
007200         UNTIL MENU-PICK-IS-VALID.

007300 DISPLAY-THE-MENU.
007400     PERFORM CLEAR-SCREEN.
007500     DISPLAY "OPERATOR: " OPERATOR-ID.
007600     DISPLAY "    EMPLOYEE MASTER".
007633     IF BATCH-UPDATES-ALLOWED NOT = "Y"
007666         DISPLAY "    NIGHTLY BATCH RUNNING - LOOK UP ONLY".
007700     DISPLAY "    PLEASE SELECT:".
007800     DISPLAY " ".
007900     DISPLAY "          1.  ADD RECORDS".
008000     DISPLAY "          2.  CHANGE A RECORD".
008100     DISPLAY "          3.  LOOK UP A RECORD".
008200     DISPLAY "          4.  DELETE A RECORD".
008300     DISPLAY " ".
008400     DISPLAY "          0.  EXIT".
008500     PERFORM SCROLL-LINE 8 TIMES.

008600 ACCEPT-MENU-PICK.
008700     DISPLAY "YOUR CHOICE (0-4)?".
008800     ACCEPT MENU-PICK.

008900 RE-ACCEPT-MENU-PICK.
009000     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
009100     PERFORM ACCEPT-MENU-PICK.

009200 CLEAR-SCREEN.
009300     PERFORM SCROLL-LINE 25 TIMES.

009400 SCROLL-LINE.
009500     DISPLAY " ".

009600 MAINTAIN-THE-FILE.
009700     PERFORM DO-THE-PICK.
009800     PERFORM GET-MENU-PICK.

009900 DO-THE-PICK.
009914     IF MENU-PICK-IS-UPDATE
009928         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
009942     IF MENU-PICK-IS-UPDATE
009956        AND BATCH-UPDATES-ALLOWED NOT = "Y"
009970         DISPLAY "ONLY LOOK UP IS OPEN"
009984     ELSE
010000     IF MENU-PICK = 1
010100         PERFORM ADD-MODE
010200     ELSE
010300     IF MENU-PICK = 2
010400         PERFORM CHANGE-MODE
010500     ELSE
010600     IF MENU-PICK = 3
010700         PERFORM INQUIRE-MODE
010800     ELSE
010900     IF MENU-PICK = 4
011000         PERFORM DELETE-MODE.

011100*---------------------------------
011200* ADD
011300*---------------------------------
011400 ADD-MODE.
011500     MOVE "ADD" TO THE-MODE.
011600     PERFORM GET-NEW-EMPLOYEE-NUMBER.
011700     PERFORM ADD-RECORDS
011800        UNTIL EMPLOYEE-NUMBER = ZEROES.

011900 GET-NEW-EMPLOYEE-NUMBER.
012000     PERFORM INIT-EMPLOYEE-RECORD.
012100     PERFORM ENTER-EMPLOYEE-NUMBER.
012200     MOVE "Y" TO RECORD-FOUND.
012300     PERFORM FIND-NEW-EMPLOYEE-RECORD
012400         UNTIL RECORD-FOUND = "N" OR
012500               EMPLOYEE-NUMBER = ZEROES.

012600 FIND-NEW-EMPLOYEE-RECORD.
012700     PERFORM READ-EMPLOYEE-RECORD.
012800     IF RECORD-FOUND = "Y"
012900         DISPLAY "RECORD ALREADY ON FILE"
013000         PERFORM ENTER-EMPLOYEE-NUMBER.

013100 ADD-RECORDS.
013200     PERFORM ENTER-REMAINING-FIELDS.
013233     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
013266     IF BATCH-UPDATES-ALLOWED = "Y"
013300         PERFORM WRITE-EMPLOYEE-RECORD
013400         PERFORM GET-NEW-EMPLOYEE-NUMBER
013433     ELSE
013466         MOVE ZEROES TO EMPLOYEE-NUMBER.

013500*---------------------------------
013600* A new employee is always
013700* active.
013800*---------------------------------
013900 ENTER-REMAINING-FIELDS.
014000     PERFORM ENTER-EMPLOYEE-NAME.
014100     PERFORM ENTER-EMPLOYEE-STORE.
014200     PERFORM ENTER-EMPLOYEE-VENDOR.
014250     PERFORM ENTER-EMPLOYEE-APPROVER.
014300     MOVE "Y" TO EMPLOYEE-ACTIVE.

014400*---------------------------------
014500* CHANGE
014600*---------------------------------
014700 CHANGE-MODE.
014800     MOVE "CHANGE" TO THE-MODE.
014900     PERFORM GET-EMPLOYEE-RECORD.
015000     PERFORM CHANGE-RECORDS
015100        UNTIL EMPLOYEE-NUMBER = ZEROES.

015200 CHANGE-RECORDS.
015300     PERFORM GET-FIELD-TO-CHANGE.
015400     PERFORM CHANGE-ONE-FIELD
015500         UNTIL WHICH-FIELD = ZERO.

015550     IF BATCH-UPDATES-ALLOWED = "Y"
015600         PERFORM GET-EMPLOYEE-RECORD
015633     ELSE
015666         MOVE ZEROES TO EMPLOYEE-NUMBER.

015700 GET-FIELD-TO-CHANGE.
015800     PERFORM DISPLAY-ALL-FIELDS.
015900     PERFORM ASK-WHICH-FIELD.

016000 ASK-WHICH-FIELD.
016100     PERFORM ACCEPT-WHICH-FIELD.
016200     PERFORM RE-ACCEPT-WHICH-FIELD
016300         UNTIL WHICH-FIELD NOT > 5.

016400 ACCEPT-WHICH-FIELD.
016500     DISPLAY "ENTER THE NUMBER OF THE FIELD".
016600     DISPLAY "TO CHANGE (1-5) OR 0 TO EXIT".
016700     ACCEPT WHICH-FIELD.

016800 RE-ACCEPT-WHICH-FIELD.
016900     DISPLAY "INVALID ENTRY".
017000     PERFORM ACCEPT-WHICH-FIELD.

017100 CHANGE-ONE-FIELD.
017200     PERFORM CHANGE-THIS-FIELD.
017250     IF BATCH-UPDATES-ALLOWED = "Y"
017300         PERFORM GET-FIELD-TO-CHANGE
017333     ELSE
017366         MOVE ZERO TO WHICH-FIELD.

017400 CHANGE-THIS-FIELD.
017500     IF WHICH-FIELD = 1
017600         PERFORM ENTER-EMPLOYEE-NAME.
017700     IF WHICH-FIELD = 2
017800         PERFORM ENTER-EMPLOYEE-STORE.
017900     IF WHICH-FIELD = 3
018000         PERFORM ENTER-EMPLOYEE-VENDOR.
018100     IF WHICH-FIELD = 4
018200         PERFORM ENTER-EMPLOYEE-ACTIVE.
018210     IF WHICH-FIELD = 5
018220         PERFORM ENTER-EMPLOYEE-APPROVER.

018246     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
018272     IF BATCH-UPDATES-ALLOWED = "Y"
018300         PERFORM REWRITE-EMPLOYEE-RECORD.

018400*---------------------------------
018500* INQUIRE
018600*---------------------------------
018700 INQUIRE-MODE.
018800     MOVE "DISPLAY" TO THE-MODE.
018900     PERFORM GET-EMPLOYEE-RECORD.
019000     PERFORM INQUIRE-RECORDS
019100        UNTIL EMPLOYEE-NUMBER = ZEROES.

019200 INQUIRE-RECORDS.
019300     PERFORM DISPLAY-ALL-FIELDS.
019400     PERFORM GET-EMPLOYEE-RECORD.

019500*---------------------------------
019600* DELETE
019700*---------------------------------
019800 DELETE-MODE.
019900     MOVE "DELETE" TO THE-MODE.
020000     PERFORM GET-EMPLOYEE-RECORD.
020100     PERFORM DELETE-RECORDS
020200        UNTIL EMPLOYEE-NUMBER = ZEROES.

020300 DELETE-RECORDS.
020400     PERFORM DISPLAY-ALL-FIELDS.

020500     PERFORM ASK-OK-TO-DELETE.
020600     IF OK-TO-DELETE = "Y"
020620         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
020640         IF BATCH-UPDATES-ALLOWED NOT = "Y"
020660             MOVE "N" TO OK-TO-DELETE.
020680     IF OK-TO-DELETE = "Y"
020700         PERFORM DELETE-EMPLOYEE-RECORD.

020750     IF BATCH-UPDATES-ALLOWED = "Y"
020800         PERFORM GET-EMPLOYEE-RECORD
020833     ELSE
020866         MOVE ZEROES TO EMPLOYEE-NUMBER.

020900 ASK-OK-TO-DELETE.
021000     PERFORM ACCEPT-OK-TO-DELETE.
021100     PERFORM RE-ACCEPT-OK-TO-DELETE
021200        UNTIL OK-TO-DELETE = "Y" OR "N".

021300 ACCEPT-OK-TO-DELETE.
021400     DISPLAY "DELETE THIS RECORD (Y/N)?".
021500     DISPLAY "(AN EMPLOYEE WITH EXPENSE REPORTS".
021600     DISPLAY "SHOULD BE MADE INACTIVE INSTEAD)".
021700     ACCEPT OK-TO-DELETE.
021800     INSPECT OK-TO-DELETE
021900      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

022000 RE-ACCEPT-OK-TO-DELETE.
022100     DISPLAY "YOU MUST ENTER YES OR NO".
022200     PERFORM ACCEPT-OK-TO-DELETE.

022300*---------------------------------
022400* Routines shared by all modes
022500*---------------------------------
022600 INIT-EMPLOYEE-RECORD.
022700     MOVE SPACE TO EMPLOYEE-NAME
022750                   EMPLOYEE-APPROVER.
022800     MOVE "Y" TO EMPLOYEE-ACTIVE.
022900     MOVE ZEROES TO EMPLOYEE-NUMBER
023000                    EMPLOYEE-STORE
023100                    EMPLOYEE-VENDOR.

023200 ENTER-EMPLOYEE-NUMBER.
023300     DISPLAY " ".
023400     DISPLAY "ENTER EMPLOYEE NUMBER TO " THE-MODE
023500             " (1-99999)".
023600     DISPLAY "ENTER 0 TO STOP ENTRY".
023700     ACCEPT EMPLOYEE-NUMBER.

023800 GET-EMPLOYEE-RECORD.
023900     PERFORM INIT-EMPLOYEE-RECORD.
024000     PERFORM ENTER-EMPLOYEE-NUMBER.
024100     MOVE "N" TO RECORD-FOUND.
024200     PERFORM FIND-EMPLOYEE-RECORD
024300         UNTIL RECORD-FOUND = "Y" OR
024400               EMPLOYEE-NUMBER = ZEROES.

024500*---------------------------------
024600* Routines shared Add and Change
024700*---------------------------------
024800 FIND-EMPLOYEE-RECORD.
024900     PERFORM READ-EMPLOYEE-RECORD.
025000     IF RECORD-FOUND = "N"
025100         DISPLAY "RECORD NOT FOUND"
025200         PERFORM ENTER-EMPLOYEE-NUMBER.

025300 ENTER-EMPLOYEE-NAME.
025400     PERFORM ACCEPT-EMPLOYEE-NAME.
025500     PERFORM RE-ACCEPT-EMPLOYEE-NAME
025600         UNTIL EMPLOYEE-NAME NOT = SPACES.

025700 ACCEPT-EMPLOYEE-NAME.
025800     DISPLAY "ENTER EMPLOYEE NAME".
025900     ACCEPT EMPLOYEE-NAME.

026000     INSPECT EMPLOYEE-NAME
026100       CONVERTING LOWER-ALPHA
026200       TO         UPPER-ALPHA.

026300 RE-ACCEPT-EMPLOYEE-NAME.
026400     DISPLAY "EMPLOYEE NAME MUST BE ENTERED".
026500     PERFORM ACCEPT-EMPLOYEE-NAME.

026600 ENTER-EMPLOYEE-STORE.
026700     PERFORM ACCEPT-EMPLOYEE-STORE.
026800     PERFORM RE-ACCEPT-EMPLOYEE-STORE
026900         UNTIL EMPLOYEE-STORE = ZEROES
027000            OR STORE-RECORD-FOUND = "Y".

027100 ACCEPT-EMPLOYEE-STORE.
027200     DISPLAY "ENTER STORE (0 FOR HEAD OFFICE)".
027300     ACCEPT EMPLOYEE-STORE.
027400     MOVE EMPLOYEE-STORE TO STORE-NUMBER.
027500     MOVE "Y" TO STORE-RECORD-FOUND.
027600     READ STORE-FILE RECORD
027700       INVALID KEY
027800          MOVE "N" TO STORE-RECORD-FOUND.
027900     IF EMPLOYEE-STORE NOT = ZEROES
028000        AND STORE-RECORD-FOUND = "Y"
028100         DISPLAY "   STORE: " STORE-NAME.

028200 RE-ACCEPT-EMPLOYEE-STORE.
028300     DISPLAY "STORE IS NOT ON THE STORE MASTER".
028400     PERFORM ACCEPT-EMPLOYEE-STORE.

028500*---------------------------------
028600* The payee must be a vendor on
028700* file; its pay method is shown
028800* so the operator can see how
028900* the employee will be paid.
029000*---------------------------------
029100 ENTER-EMPLOYEE-VENDOR.
029200     PERFORM ACCEPT-EMPLOYEE-VENDOR.
029300     PERFORM RE-ACCEPT-EMPLOYEE-VENDOR
029400         UNTIL VENDOR-RECORD-FOUND = "Y".

029500 ACCEPT-EMPLOYEE-VENDOR.
029600     DISPLAY "ENTER PAYEE VENDOR NUMBER".
029700     ACCEPT EMPLOYEE-VENDOR.
029800     PERFORM EMPLOYEE-VENDOR-ON-FILE.
029900     IF VENDOR-RECORD-FOUND = "Y"
030000         DISPLAY "   PAYEE: " VENDOR-NAME
030100         IF VENDOR-PAY-METHOD = "A"
030200             DISPLAY "   PAID BY ACH"
030300         ELSE
030400             DISPLAY "   PAID BY CHECK".

030500 RE-ACCEPT-EMPLOYEE-VENDOR.
030600     DISPLAY "VENDOR IS NOT ON FILE".
030700     PERFORM ACCEPT-EMPLOYEE-VENDOR.

030800 ENTER-EMPLOYEE-ACTIVE.
030900     PERFORM ACCEPT-EMPLOYEE-ACTIVE.
031000     PERFORM RE-ACCEPT-EMPLOYEE-ACTIVE
031100         UNTIL EMPLOYEE-ACTIVE = "Y" OR "N".

031200 ACCEPT-EMPLOYEE-ACTIVE.
031300     DISPLAY "IS THE EMPLOYEE ACTIVE (Y/N)?".
031400     ACCEPT EMPLOYEE-ACTIVE.
031500     INSPECT EMPLOYEE-ACTIVE
031600      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

031700 RE-ACCEPT-EMPLOYEE-ACTIVE.
031800     DISPLAY "YOU MUST ENTER YES OR NO".
031900     PERFORM ACCEPT-EMPLOYEE-ACTIVE.

031910*---------------------------------
031920* The approver must be an
031930* operator who can sign on to
031940* REQAPR01; blank is allowed.
031950*---------------------------------
031960 ENTER-EMPLOYEE-APPROVER.
031965     PERFORM ACCEPT-EMPLOYEE-APPROVER.
031970     PERFORM RE-ACCEPT-EMPLOYEE-APPROVER
031975         UNTIL EMPLOYEE-APPROVER = SPACES
031980            OR APPROVER-RECORD-FOUND = "Y".

031982 ACCEPT-EMPLOYEE-APPROVER.
031984     DISPLAY "ENTER REQUISITION APPROVER OPERATOR ID".
031986     DISPLAY "(BLANK IF THE EMPLOYEE DOES NOT REQUISITION)".
031988     ACCEPT EMPLOYEE-APPROVER.
031990     INSPECT EMPLOYEE-APPROVER
031991      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
031992     PERFORM EMPLOYEE-APPROVER-ON-FILE.
031993     IF EMPLOYEE-APPROVER NOT = SPACES
031994        AND APPROVER-RECORD-FOUND = "Y"
031995         DISPLAY "   APPROVER: " OPERATOR-NAME.

031996 RE-ACCEPT-EMPLOYEE-APPROVER.
031997     DISPLAY "OPERATOR IS NOT ON THE OPERATOR MASTER".
031998     PERFORM ACCEPT-EMPLOYEE-APPROVER.

032000*---------------------------------
032100* Routines shared by Change,
032200* Inquire and Delete
032300*---------------------------------
032400 DISPLAY-ALL-FIELDS.
032500     DISPLAY " ".
032600     DISPLAY "   EMPLOYEE NUMBER: " EMPLOYEE-NUMBER.
032700     DISPLAY "1. NAME: " EMPLOYEE-NAME.
032800     DISPLAY "2. STORE: " EMPLOYEE-STORE.
032900     PERFORM EMPLOYEE-VENDOR-ON-FILE.
033000     IF VENDOR-RECORD-FOUND = "N"
033100         MOVE "**Not found**" TO VENDOR-NAME.
033200     DISPLAY "3. PAYEE: " EMPLOYEE-VENDOR " " VENDOR-NAME.
033300     DISPLAY "4. ACTIVE: " EMPLOYEE-ACTIVE.
033350     DISPLAY "5. REQUISITION APPROVER: " EMPLOYEE-APPROVER.
033400     DISPLAY " ".

033500*---------------------------------
033600* File I-O Routines
033700*---------------------------------
033800 READ-EMPLOYEE-RECORD.
033900     MOVE "Y" TO RECORD-FOUND.
034000     READ EMPLOYEE-FILE RECORD
034100       INVALID KEY
034200          MOVE "N" TO RECORD-FOUND.

034300 WRITE-EMPLOYEE-RECORD.
034400     WRITE EMPLOYEE-RECORD
034500         INVALID KEY
034600         DISPLAY "RECORD ALREADY ON FILE".

034700 REWRITE-EMPLOYEE-RECORD.
034800     REWRITE EMPLOYEE-RECORD
034900         INVALID KEY
035000         DISPLAY "ERROR REWRITING EMPLOYEE RECORD".

035100 DELETE-EMPLOYEE-RECORD.
035200     DELETE EMPLOYEE-FILE RECORD
035300         INVALID KEY
035400         DISPLAY "ERROR DELETING EMPLOYEE RECORD".

035500 EMPLOYEE-VENDOR-ON-FILE.
035600     MOVE EMPLOYEE-VENDOR TO VENDOR-NUMBER.
035700     MOVE "Y" TO VENDOR-RECORD-FOUND.
035800     READ VENDOR-FILE RECORD
035900       INVALID KEY
036000          MOVE "N" TO VENDOR-RECORD-FOUND.

036010 EMPLOYEE-APPROVER-ON-FILE.
036020     MOVE EMPLOYEE-APPROVER TO OPERATOR-KEY-ID.
036030     MOVE "Y" TO APPROVER-RECORD-FOUND.
036040     READ OPERATOR-FILE RECORD
036050       INVALID KEY
036060          MOVE "N" TO APPROVER-RECORD-FOUND.

036100     COPY "PLOPID01.CBL".

036200     COPY "PLBWIN01.CBL".
