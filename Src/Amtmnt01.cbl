000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AMTMNT01.
000300*---------------------------------
000400* Add, Change, Inquire and Delete
000500* for the prepaid expense
000600* schedules (FDAMORT.CBL). A
000700* schedule is keyed against a
000800* voucher - or, when the voucher
000900* was split across VDIST-FILE
001000* lines, against one line - and
001100* carries the expense account
001200* to amortize into (an active
001300* "X" account, defaulting to
001400* the account charged), the
001500* prepaid asset account (an
001600* active "A" account), the
001700* start month and the number of
001800* months. Only a positive
001900* charge can be prepaid.
002000* A voucher that has not yet
002100* reached the GL is redirected
002200* into the asset by GLPOST01;
002300* one that has (accrual stage 1
002400* exported, or already paid) is
002500* marked for a one-time reclass
002600* by the next AMTRUN01.
002700* Once a schedule has started -
002800* a month amortized, the reclass
002900* made, or the voucher posted
003000* into the asset - it can only
003100* be looked up.
003116* While the nightly batch window
003132* is up (PLBWIN01.CBL) only look
003148* up is open; an add, change or
003164* delete keyed as the window goes
003180* up is not saved.
003200*---------------------------------
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.

003600     COPY "SLAMORT.CBL".

003700     COPY "SLVOUCH.CBL".

003800     COPY "SLVDST01.CBL".

003900     COPY "SLACCT01.CBL".

003933     COPY "SLBWIN01.CBL".

003966     COPY "SLBWLOG.CBL".

004000 DATA DIVISION.
004100 FILE SECTION.

004200     COPY "FDAMORT.CBL".

004300     COPY "FDVOUCH.CBL".

004400     COPY "FDVDST01.CBL".

004500     COPY "FDACCT01.CBL".

004533     COPY "FDBWIN01.CBL".

004566     COPY "FDBWLOG.CBL".

004600 WORKING-STORAGE SECTION.

004700 77  MENU-PICK                    PIC 9.
004800     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
004850     88  MENU-PICK-IS-UPDATE      VALUES 1 2 4.

004900 77  THE-MODE                     PIC X(7).
005000 77  OK-TO-DELETE                 PIC X.
005100 77  RECORD-FOUND                 PIC X.
005200 77  VOUCHER-RECORD-FOUND         PIC X.
005300 77  VDIST-RECORD-FOUND           PIC X.
005400 77  VOUCHER-HAS-DIST             PIC X.
005500 77  ACCOUNT-RECORD-FOUND         PIC X.
005600 77  SCHEDULE-KEY-OK              PIC X.
005700 77  SCHEDULE-STARTED             PIC X.
005800 77  VOUCHER-IS-POSTED            PIC X.
005900 77  WHICH-FIELD                  PIC 9.
006000 77  ENTERED-ACCOUNT              PIC X(10).
006100 77  AN-AMOUNT-FIELD              PIC ZZZ,ZZZ,ZZ9.99-.

006200 01  ENTERED-PERIOD               PIC 9(6).
006300 01  FILLER REDEFINES ENTERED-PERIOD.
006400     05  ENTERED-PERIOD-YEAR      PIC 9(4).
006500     05  ENTERED-PERIOD-MONTH     PIC 9(2).

006600     COPY "WSCASE01.CBL".

006700     COPY "WSOPID01.CBL".

006750     COPY "WSBWIN01.CBL".

006800 PROCEDURE DIVISION.
006900 PROGRAM-BEGIN.
007000     PERFORM OPENING-PROCEDURE.
007100     PERFORM GET-OPERATOR-ID.
007133     MOVE "AMTMNT01" TO BWIN-PROGRAM-NAME.
007166     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
007200     PERFORM MAIN-PROCESS.
007300     PERFORM CLOSING-PROCEDURE.

007333 PROGRAM-EXIT.
007366     EXIT PROGRAM.

007400 PROGRAM-DONE.
007500     ACCEPT OMITTED. STOP RUN.

007600 OPENING-PROCEDURE.
007700     OPEN I-O AMORTIZATION-FILE.
007800     OPEN INPUT VOUCHER-FILE.
007900     OPEN INPUT VDIST-FILE.
008000     OPEN INPUT ACCOUNT-FILE.

008100 CLOSING-PROCEDURE.
008200     CLOSE AMORTIZATION-FILE.
008300     CLOSE VOUCHER-FILE.
008400     CLOSE VDIST-FILE.
008500     CLOSE ACCOUNT-FILE.

008600 MAIN-PROCESS.
008700     PERFORM GET-MENU-PICK.
008800     PERFORM MAINTAIN-THE-FILE
008900         UNTIL MENU-PICK = 0.

009000*---------------------------------
009100* MENU
009200*---------------------------------
009300 GET-MENU-PICK.
009400     PERFORM DISPLAY-THE-MENU.
009500     PERFORM ACCEPT-MENU-PICK.
009600     PERFORM RE-ACCEPT-MENU-PICK
009700         UNTIL MENU-PICK-IS-VALID.

009800 DISPLAY-THE-MENU.
009900     PERFORM CLEAR-SCREEN.
010000     DISPLAY "OPERATOR: " OPERATOR-ID.
010100     DISPLAY "    PREPAID EXPENSE SCHEDULES".
010133     IF BATCH-UPDATES-ALLOWED NOT = "Y"
010166         DISPLAY "    NIGHTLY BATCH RUNNING - LOOK UP ONLY".
010200     DISPLAY "    PLEASE SELECT:".
010300     DISPLAY " ".
010400     DISPLAY "          1.  ADD RECORDS".
010500     DISPLAY "          2.  CHANGE A RECORD".
010600     DISPLAY "          3.  LOOK UP A RECORD".
010700     DISPLAY "          4.  DELETE A RECORD".
010800     DISPLAY " ".
010900     DISPLAY "          0.  EXIT".
011000     PERFORM SCROLL-LINE 8 TIMES.

011100 ACCEPT-MENU-PICK.
011200     DISPLAY "YOUR CHOICE (0-4)?".
011300     ACCEPT MENU-PICK.

011400 RE-ACCEPT-MENU-PICK.
011500     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
011600     PERFORM ACCEPT-MENU-PICK.

011700 CLEAR-SCREEN.
011800     PERFORM SCROLL-LINE 25 TIMES.

011900 SCROLL-LINE.
012000     DISPLAY " ".

012100 MAINTAIN-THE-FILE.
012200     PERFORM DO-THE-PICK.
012300     PERFORM GET-MENU-PICK.

012400 DO-THE-PICK.
012414     IF MENU-PICK-IS-UPDATE
012428         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
012442     IF MENU-PICK-IS-UPDATE
012456        AND BATCH-UPDATES-ALLOWED NOT = "Y"
012470         DISPLAY "ONLY LOOK UP IS OPEN"
012484     ELSE
012500     IF MENU-PICK = 1
012600         PERFORM ADD-MODE
012700     ELSE
012800     IF MENU-PICK = 2
012900         PERFORM CHANGE-MODE
013000     ELSE
013100     IF MENU-PICK = 3
013200         PERFORM INQUIRE-MODE
013300     ELSE
013400     IF MENU-PICK = 4
013500         PERFORM DELETE-MODE.

013600*---------------------------------
013700* ADD
013800*---------------------------------
013900 ADD-MODE.
014000     MOVE "ADD" TO THE-MODE.
014100     PERFORM GET-NEW-AMORT-KEY.
014200     PERFORM ADD-RECORDS
014300        UNTIL AMORT-VOUCHER = ZEROES.

014400 GET-NEW-AMORT-KEY.
014500     PERFORM ENTER-AMORT-KEY.
014600     MOVE "N" TO SCHEDULE-KEY-OK.
014700     PERFORM FIND-NEW-AMORT-RECORD
014800         UNTIL SCHEDULE-KEY-OK = "Y" OR
014900               AMORT-VOUCHER = ZEROES.

015000 FIND-NEW-AMORT-RECORD.
015100     PERFORM READ-AMORT-RECORD.
015200     IF RECORD-FOUND = "Y"
015300         DISPLAY "A SCHEDULE IS ALREADY ON FILE"
015400         PERFORM ENTER-AMORT-KEY
015500     ELSE
015600     IF AMORT-AMOUNT NOT > ZEROES
015700         DISPLAY "ONLY A POSITIVE CHARGE CAN BE PREPAID"
015800         PERFORM ENTER-AMORT-KEY
015900     ELSE
016000         MOVE "Y" TO SCHEDULE-KEY-OK.

016100 ADD-RECORDS.
016200     PERFORM ENTER-AMORT-EXPENSE-ACCOUNT.
016300     PERFORM ENTER-AMORT-ASSET-ACCOUNT.
016400     PERFORM ENTER-AMORT-START-PERIOD.
016500     PERFORM ENTER-AMORT-MONTHS.
016600     PERFORM SET-AMORT-RECLASS.
016633     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
016666     IF BATCH-UPDATES-ALLOWED = "Y"
016700         PERFORM WRITE-AMORT-RECORD
016800         PERFORM GET-NEW-AMORT-KEY
016833     ELSE
016866         MOVE ZEROES TO AMORT-VOUCHER.

016900*---------------------------------
017000* CHANGE
017100*---------------------------------
017200 CHANGE-MODE.
017300     MOVE "CHANGE" TO THE-MODE.
017400     PERFORM GET-UNSTARTED-RECORD.
017500     PERFORM CHANGE-RECORDS
017600        UNTIL AMORT-VOUCHER = ZEROES.

017700 CHANGE-RECORDS.
017800     PERFORM GET-FIELD-TO-CHANGE.
017900     PERFORM CHANGE-ONE-FIELD
018000         UNTIL WHICH-FIELD = ZERO.

018050     IF BATCH-UPDATES-ALLOWED = "Y"
018100         PERFORM GET-UNSTARTED-RECORD
018133     ELSE
018166         MOVE ZEROES TO AMORT-VOUCHER.

018200 GET-FIELD-TO-CHANGE.
018300     PERFORM DISPLAY-ALL-FIELDS.
018400     PERFORM ASK-WHICH-FIELD.

018500 ASK-WHICH-FIELD.
018600     PERFORM ACCEPT-WHICH-FIELD.
018700     PERFORM RE-ACCEPT-WHICH-FIELD
018800         UNTIL WHICH-FIELD NOT > 4.

018900 ACCEPT-WHICH-FIELD.
019000     DISPLAY "ENTER THE NUMBER OF THE FIELD".
019100     DISPLAY "TO CHANGE (1-4) OR 0 TO EXIT".
019200     ACCEPT WHICH-FIELD.

019300 RE-ACCEPT-WHICH-FIELD.
019400     DISPLAY "INVALID ENTRY".
019500     PERFORM ACCEPT-WHICH-FIELD.

019600 CHANGE-ONE-FIELD.
019700     PERFORM CHANGE-THIS-FIELD.
019750     IF BATCH-UPDATES-ALLOWED = "Y"
019800         PERFORM GET-FIELD-TO-CHANGE
019833     ELSE
019866         MOVE ZERO TO WHICH-FIELD.

019900 CHANGE-THIS-FIELD.
020000     IF WHICH-FIELD = 1
020100         PERFORM ENTER-AMORT-EXPENSE-ACCOUNT.
020200     IF WHICH-FIELD = 2
020300         PERFORM ENTER-AMORT-ASSET-ACCOUNT
020400         PERFORM SET-AMORT-RECLASS.
020500     IF WHICH-FIELD = 3
020600         PERFORM ENTER-AMORT-START-PERIOD.
020700     IF WHICH-FIELD = 4
020800         PERFORM ENTER-AMORT-MONTHS.

020833     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
020866     IF BATCH-UPDATES-ALLOWED = "Y"
020900         PERFORM REWRITE-AMORT-RECORD.

021000*---------------------------------
021100* INQUIRE
021200*---------------------------------
021300 INQUIRE-MODE.
021400     MOVE "DISPLAY" TO THE-MODE.
021500     PERFORM GET-AMORT-RECORD.
021600     PERFORM INQUIRE-RECORDS
021700        UNTIL AMORT-VOUCHER = ZEROES.

021800 INQUIRE-RECORDS.
021900     PERFORM DISPLAY-ALL-FIELDS.
022000     PERFORM GET-AMORT-RECORD.

022100*---------------------------------
022200* DELETE
022300*---------------------------------
022400 DELETE-MODE.
022500     MOVE "DELETE" TO THE-MODE.
022600     PERFORM GET-UNSTARTED-RECORD.
022700     PERFORM DELETE-RECORDS
022800        UNTIL AMORT-VOUCHER = ZEROES.

022900 DELETE-RECORDS.
023000     PERFORM DISPLAY-ALL-FIELDS.

023100     PERFORM ASK-OK-TO-DELETE.
023120     IF OK-TO-DELETE = "Y"
023140         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
023160         IF BATCH-UPDATES-ALLOWED NOT = "Y"
023180             MOVE "N" TO OK-TO-DELETE.
023200     IF OK-TO-DELETE = "Y"
023300         PERFORM DELETE-AMORT-RECORD.

023350     IF BATCH-UPDATES-ALLOWED = "Y"
023400         PERFORM GET-UNSTARTED-RECORD
023433     ELSE
023466         MOVE ZEROES TO AMORT-VOUCHER.

023500 ASK-OK-TO-DELETE.
023600     PERFORM ACCEPT-OK-TO-DELETE.
023700     PERFORM RE-ACCEPT-OK-TO-DELETE
023800        UNTIL OK-TO-DELETE = "Y" OR "N".

023900 ACCEPT-OK-TO-DELETE.
024000     DISPLAY "DELETE THIS RECORD (Y/N)?".
024100     ACCEPT OK-TO-DELETE.
024200     INSPECT OK-TO-DELETE
024300      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

024400 RE-ACCEPT-OK-TO-DELETE.
024500     DISPLAY "YOU MUST ENTER YES OR NO".
024600     PERFORM ACCEPT-OK-TO-DELETE.

024700*---------------------------------
024800* Key entry - the voucher, then
024900* the distribution line when the
025000* voucher has VDIST-FILE lines.
025100* The charged account, company
025200* and amount come from the
025300* voucher (line). A zero voucher
025400* number stops entry.
025500*---------------------------------
025600 INIT-AMORT-RECORD.
025700     MOVE SPACE TO AMORT-COMPANY
025800                   AMORT-CHARGED-ACCOUNT
025900                   AMORT-EXPENSE-ACCOUNT
026000                   AMORT-ASSET-ACCOUNT.
026100     MOVE ZEROES TO AMORT-VOUCHER
026200                    AMORT-SEQUENCE
026300                    AMORT-AMOUNT
026400                    AMORT-START-PERIOD
026500                    AMORT-MONTHS
026600                    AMORT-MONTHS-DONE
026700                    AMORT-AMORTIZED
026800                    AMORT-LAST-PERIOD.
026900     MOVE "N" TO AMORT-RECLASS.

027000 ENTER-AMORT-KEY.
027100     PERFORM INIT-AMORT-RECORD.
027200     PERFORM ENTER-AMORT-VOUCHER.
027300     IF AMORT-VOUCHER NOT = ZEROES
027400         PERFORM LOOK-FOR-DIST-LINES
027500         IF VOUCHER-HAS-DIST = "Y"
027600             PERFORM ENTER-AMORT-SEQUENCE
027700         ELSE
027800             MOVE ZEROES TO AMORT-SEQUENCE
027900             MOVE VOUCHER-GL-ACCOUNT TO AMORT-CHARGED-ACCOUNT
028000             MOVE VOUCHER-AMOUNT TO AMORT-AMOUNT.
028100     IF AMORT-VOUCHER NOT = ZEROES
028200         MOVE VOUCHER-COMPANY TO AMORT-COMPANY.

028300 ENTER-AMORT-VOUCHER.
028400     PERFORM ACCEPT-AMORT-VOUCHER.
028500     PERFORM RE-ACCEPT-AMORT-VOUCHER
028600         UNTIL AMORT-VOUCHER = ZEROES
028700            OR VOUCHER-RECORD-FOUND = "Y".

028800 ACCEPT-AMORT-VOUCHER.
028900     DISPLAY " ".
029000     DISPLAY "ENTER VOUCHER NUMBER (0 TO STOP)".
029100     ACCEPT AMORT-VOUCHER.
029200     MOVE AMORT-VOUCHER TO VOUCHER-NUMBER.
029300     PERFORM READ-VOUCHER-RECORD.
029400     IF VOUCHER-RECORD-FOUND = "Y"
029500         MOVE VOUCHER-AMOUNT TO AN-AMOUNT-FIELD
029600         DISPLAY "   " VOUCHER-FOR " " AN-AMOUNT-FIELD.

029700 RE-ACCEPT-AMORT-VOUCHER.
029800     DISPLAY "VOUCHER NOT FOUND".
029900     PERFORM ACCEPT-AMORT-VOUCHER.

030000 ENTER-AMORT-SEQUENCE.
030100     PERFORM ACCEPT-AMORT-SEQUENCE.
030200     PERFORM RE-ACCEPT-AMORT-SEQUENCE
030300         UNTIL VDIST-RECORD-FOUND = "Y".

030400 ACCEPT-AMORT-SEQUENCE.
030500     DISPLAY "THE VOUCHER IS SPLIT - ENTER THE".
030600     DISPLAY "DISTRIBUTION LINE NUMBER".
030700     ACCEPT AMORT-SEQUENCE.
030800     MOVE AMORT-VOUCHER TO VDIST-VOUCHER.
030900     MOVE AMORT-SEQUENCE TO VDIST-SEQUENCE.
031000     PERFORM READ-VDIST-RECORD.
031100     IF VDIST-RECORD-FOUND = "Y"
031200         MOVE VDIST-GL-ACCOUNT TO AMORT-CHARGED-ACCOUNT
031300         MOVE VDIST-AMOUNT TO AMORT-AMOUNT
031400         MOVE VDIST-AMOUNT TO AN-AMOUNT-FIELD
031500         DISPLAY "   " VDIST-GL-ACCOUNT " " AN-AMOUNT-FIELD.

031600 RE-ACCEPT-AMORT-SEQUENCE.
031700     DISPLAY "NO SUCH LINE ON THIS VOUCHER".
031800     PERFORM ACCEPT-AMORT-SEQUENCE.

031900 LOOK-FOR-DIST-LINES.
032000     MOVE "N" TO VOUCHER-HAS-DIST.
032100     MOVE AMORT-VOUCHER TO VDIST-VOUCHER.
032200     MOVE ZEROES TO VDIST-SEQUENCE.
032300     MOVE "Y" TO VDIST-RECORD-FOUND.
032400     START VDIST-FILE
032500        KEY NOT < VDIST-KEY
032600         INVALID KEY MOVE "N" TO VDIST-RECORD-FOUND.
032700     IF VDIST-RECORD-FOUND = "Y"
032800         READ VDIST-FILE NEXT RECORD
032900             AT END MOVE "N" TO VDIST-RECORD-FOUND.
033000     IF VDIST-RECORD-FOUND = "Y"
033100        AND VDIST-VOUCHER = AMORT-VOUCHER
033200         MOVE "Y" TO VOUCHER-HAS-DIST.

033300 GET-AMORT-RECORD.
033400     PERFORM ENTER-AMORT-KEY.
033500     MOVE "N" TO RECORD-FOUND.
033600     PERFORM FIND-AMORT-RECORD
033700         UNTIL RECORD-FOUND = "Y" OR
033800               AMORT-VOUCHER = ZEROES.

033900 FIND-AMORT-RECORD.
034000     PERFORM READ-AMORT-RECORD.
034100     IF RECORD-FOUND = "N"
034200         DISPLAY "RECORD NOT FOUND"
034300         PERFORM ENTER-AMORT-KEY.

034400*---------------------------------
034500* Change and Delete only reach a
034600* schedule that has not started.
034700*---------------------------------
034800 GET-UNSTARTED-RECORD.
034900     PERFORM GET-AMORT-RECORD.
035000     IF AMORT-VOUCHER NOT = ZEROES
035100         PERFORM CHECK-SCHEDULE-STARTED.
035200     PERFORM REFUSE-STARTED-RECORD
035300         UNTIL AMORT-VOUCHER = ZEROES
035400            OR SCHEDULE-STARTED = "N".

035500 REFUSE-STARTED-RECORD.
035600     PERFORM DISPLAY-ALL-FIELDS.
035700     DISPLAY "THIS SCHEDULE HAS STARTED AND CAN ONLY".
035800     DISPLAY "BE LOOKED UP".
035900     PERFORM GET-AMORT-RECORD.
036000     IF AMORT-VOUCHER NOT = ZEROES
036100         PERFORM CHECK-SCHEDULE-STARTED.

036200 CHECK-SCHEDULE-STARTED.
036300     PERFORM CHECK-VOUCHER-POSTED.
036400     MOVE "N" TO SCHEDULE-STARTED.
036500     IF AMORT-MONTHS-DONE NOT = ZEROES
036600        OR AMORT-RECLASS = "D"
036700        OR (AMORT-RECLASS = "N" AND VOUCHER-IS-POSTED = "Y")
036800         MOVE "Y" TO SCHEDULE-STARTED.

036900*---------------------------------
037000* A voucher reaches the GL at
037100* accrual stage 1 or, on the
037200* cash basis, once it is paid.
037300* The reclass is only owed when
037400* the charge went somewhere
037500* other than the asset.
037600*---------------------------------
037700 CHECK-VOUCHER-POSTED.
037800     MOVE AMORT-VOUCHER TO VOUCHER-NUMBER.
037900     PERFORM READ-VOUCHER-RECORD.
038000     MOVE "N" TO VOUCHER-IS-POSTED.
038100     IF VOUCHER-GL-STAGE1-POSTED = "Y"
038200        OR VOUCHER-PAID-DATE NOT = ZEROES
038300         MOVE "Y" TO VOUCHER-IS-POSTED.

038400 SET-AMORT-RECLASS.
038500     PERFORM CHECK-VOUCHER-POSTED.
038600     MOVE "N" TO AMORT-RECLASS.
038700     IF VOUCHER-IS-POSTED = "Y"
038800        AND AMORT-CHARGED-ACCOUNT NOT = AMORT-ASSET-ACCOUNT
038900         MOVE "P" TO AMORT-RECLASS
039000         DISPLAY "THE VOUCHER HAS ALREADY POSTED TO "
039100             AMORT-CHARGED-ACCOUNT
039200         DISPLAY "- THE NEXT AMTRUN01 RECLASSES IT".

039300*---------------------------------
039400* Field entry.
039500*---------------------------------
039600 ENTER-AMORT-EXPENSE-ACCOUNT.
039700     PERFORM ACCEPT-AMORT-EXPENSE-ACCOUNT.
039800     PERFORM RE-ACCEPT-AMORT-EXPENSE-ACCOUNT
039900         UNTIL ACCOUNT-RECORD-FOUND = "Y"
040000           AND ACCOUNT-ACTIVE = "Y"
040100           AND ACCOUNT-TYPE = "X".
040200     MOVE ENTERED-ACCOUNT TO AMORT-EXPENSE-ACCOUNT.

040300 ACCEPT-AMORT-EXPENSE-ACCOUNT.
040400     DISPLAY "ENTER EXPENSE ACCOUNT TO AMORTIZE INTO".
040500     DISPLAY "(BLANK FOR " AMORT-CHARGED-ACCOUNT ")".
040600     ACCEPT ENTERED-ACCOUNT.
040700     INSPECT ENTERED-ACCOUNT
040800      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
040900     IF ENTERED-ACCOUNT = SPACE
041000         MOVE AMORT-CHARGED-ACCOUNT TO ENTERED-ACCOUNT.
041100     PERFORM READ-ENTERED-ACCOUNT.

041200 RE-ACCEPT-AMORT-EXPENSE-ACCOUNT.
041300     IF ACCOUNT-RECORD-FOUND = "N"
041400         DISPLAY "ACCOUNT IS NOT ON THE CHART OF ACCOUNTS"
041500     ELSE
041600     IF ACCOUNT-ACTIVE NOT = "Y"
041700         DISPLAY "ACCOUNT IS NOT ACTIVE"
041800     ELSE
041900         DISPLAY "THE ACCOUNT MUST BE AN EXPENSE ACCOUNT".
042000     PERFORM ACCEPT-AMORT-EXPENSE-ACCOUNT.

042100 ENTER-AMORT-ASSET-ACCOUNT.
042200     PERFORM ACCEPT-AMORT-ASSET-ACCOUNT.
042300     PERFORM RE-ACCEPT-AMORT-ASSET-ACCOUNT
042400         UNTIL ACCOUNT-RECORD-FOUND = "Y"
042500           AND ACCOUNT-ACTIVE = "Y"
042600           AND ACCOUNT-TYPE = "A".
042700     MOVE ENTERED-ACCOUNT TO AMORT-ASSET-ACCOUNT.

042800 ACCEPT-AMORT-ASSET-ACCOUNT.
042900     DISPLAY "ENTER PREPAID ASSET ACCOUNT".
043000     ACCEPT ENTERED-ACCOUNT.
043100     INSPECT ENTERED-ACCOUNT
043200      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
043300     PERFORM READ-ENTERED-ACCOUNT.

043400 RE-ACCEPT-AMORT-ASSET-ACCOUNT.
043500     IF ACCOUNT-RECORD-FOUND = "N"
043600         DISPLAY "ACCOUNT IS NOT ON THE CHART OF ACCOUNTS"
043700     ELSE
043800     IF ACCOUNT-ACTIVE NOT = "Y"
043900         DISPLAY "ACCOUNT IS NOT ACTIVE"
044000     ELSE
044100         DISPLAY "THE ACCOUNT MUST BE AN ASSET ACCOUNT".
044200     PERFORM ACCEPT-AMORT-ASSET-ACCOUNT.

044300 READ-ENTERED-ACCOUNT.
044400     MOVE ENTERED-ACCOUNT TO ACCOUNT-CODE.
044500     MOVE "Y" TO ACCOUNT-RECORD-FOUND.
044600     READ ACCOUNT-FILE RECORD
044700       INVALID KEY
044800          MOVE "N" TO ACCOUNT-RECORD-FOUND.
044900     IF ACCOUNT-RECORD-FOUND = "Y"
045000         DISPLAY "   ACCOUNT: " ACCOUNT-NAME.

045100 ENTER-AMORT-START-PERIOD.
045200     PERFORM ACCEPT-AMORT-START-PERIOD.
045300     PERFORM RE-ACCEPT-AMORT-START-PERIOD
045400         UNTIL ENTERED-PERIOD-MONTH > 0
045500           AND ENTERED-PERIOD-MONTH < 13.

045600 ACCEPT-AMORT-START-PERIOD.
045700     DISPLAY "ENTER FIRST MONTH TO AMORTIZE (CCYYMM)".
045800     ACCEPT ENTERED-PERIOD.
045900     MOVE ENTERED-PERIOD TO AMORT-START-PERIOD.

046000 RE-ACCEPT-AMORT-START-PERIOD.
046100     DISPLAY "PERIOD MUST BE A VALID CCYYMM".
046200     PERFORM ACCEPT-AMORT-START-PERIOD.

046300 ENTER-AMORT-MONTHS.
046400     PERFORM ACCEPT-AMORT-MONTHS.
046500     PERFORM RE-ACCEPT-AMORT-MONTHS
046600         UNTIL AMORT-MONTHS NOT = ZEROES.

046700 ACCEPT-AMORT-MONTHS.
046800     DISPLAY "ENTER NUMBER OF MONTHS TO AMORTIZE OVER".
046900     ACCEPT AMORT-MONTHS.

047000 RE-ACCEPT-AMORT-MONTHS.
047100     DISPLAY "AT LEAST ONE MONTH IS REQUIRED".
047200     PERFORM ACCEPT-AMORT-MONTHS.

047300*---------------------------------
047400* Routines shared by Change,
047500* Inquire and Delete
047600*---------------------------------
047700 DISPLAY-ALL-FIELDS.
047800     DISPLAY " ".
047900     DISPLAY "   VOUCHER: " AMORT-VOUCHER
048000         "  LINE: " AMORT-SEQUENCE
048100         "  COMPANY: " AMORT-COMPANY.
048200     DISPLAY "   CHARGED TO: " AMORT-CHARGED-ACCOUNT.
048300     MOVE AMORT-AMOUNT TO AN-AMOUNT-FIELD.
048400     DISPLAY "   ORIGINAL AMOUNT: " AN-AMOUNT-FIELD.
048500     DISPLAY "1. EXPENSE ACCOUNT: " AMORT-EXPENSE-ACCOUNT.
048600     DISPLAY "2. PREPAID ASSET ACCOUNT: " AMORT-ASSET-ACCOUNT.
048700     DISPLAY "3. FIRST MONTH: " AMORT-START-PERIOD.
048800     DISPLAY "4. MONTHS: " AMORT-MONTHS.
048900     MOVE AMORT-AMORTIZED TO AN-AMOUNT-FIELD.
049000     DISPLAY "   AMORTIZED: " AN-AMOUNT-FIELD
049100         " OVER " AMORT-MONTHS-DONE " MONTH(S)".
049200     IF AMORT-LAST-PERIOD NOT = ZEROES
049300         DISPLAY "   LAST MONTH RUN: " AMORT-LAST-PERIOD.
049400     IF AMORT-RECLASS = "P"
049500         DISPLAY "   RECLASS FROM THE CHARGED ACCOUNT PENDING".
049600     DISPLAY " ".

049700*---------------------------------
049800* File I-O Routines
049900*---------------------------------
050000 READ-AMORT-RECORD.
050100     MOVE "Y" TO RECORD-FOUND.
050200     READ AMORTIZATION-FILE RECORD
050300       INVALID KEY
050400          MOVE "N" TO RECORD-FOUND.

050500 WRITE-AMORT-RECORD.
050600     WRITE AMORTIZATION-RECORD
050700         INVALID KEY
050800         DISPLAY "RECORD ALREADY ON FILE".

050900 REWRITE-AMORT-RECORD.
051000     REWRITE AMORTIZATION-RECORD
051100         INVALID KEY
051200         DISPLAY "ERROR REWRITING SCHEDULE RECORD".

051300 DELETE-AMORT-RECORD.
051400     DELETE AMORTIZATION-FILE RECORD
051500         INVALID KEY
051600         DISPLAY "ERROR DELETING SCHEDULE RECORD".

051700 READ-VOUCHER-RECORD.
051800     MOVE "Y" TO VOUCHER-RECORD-FOUND.
051900     READ VOUCHER-FILE RECORD
052000       INVALID KEY
052100          MOVE "N" TO VOUCHER-RECORD-FOUND.

052200 READ-VDIST-RECORD.
052300     MOVE "Y" TO VDIST-RECORD-FOUND.
052400     READ VDIST-FILE RECORD
052500       INVALID KEY
052600          MOVE "N" TO VDIST-RECORD-FOUND.

052700     COPY "PLOPID01.CBL".

052800     COPY "PLBWIN01.CBL".
