000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FXAMNT01.
000300*---------------------------------
000400* Fixed asset register
000500* maintenance (FDFXAST.CBL).
000600* ADD builds an asset from the
000700* capital voucher that bought it
000800* - or from one VDIST line of a
000900* split voucher - taking the
001000* description, cost, company and
001100* the account charged from the
001200* voucher as defaults. Voucher
001300* ZERO takes on an asset already
001400* in service, with the months
001500* and depreciation booked so
001600* far. The asset number is the
001700* next CONTROL-LAST-ASSET, handed
001800* out under the lock registry
001900* (PLLOCK01) when the asset is
002000* saved, as GLJE01 numbers its
002100* entries. The addition is kept
002200* on FXHIST for the roll-forward.
002300* When the voucher charged some
002400* account other than the asset
002500* account, the next FXADEP01
002600* reclasses the cost into it.
002700* CHANGE - description, store,
002800* salvage, life, method and the
002900* depreciation accounts can
003000* change while the asset is in
003100* service (a new life or method
003200* takes effect from the next
003300* month run); in-service date,
003400* cost and asset account only
003500* until depreciation or the
003600* reclass has been booked.
003700* DELETE - only an asset nothing
003800* has been booked against.
003900* Retirement is FXARET01.
003916* While the nightly batch window
003932* is up (PLBWIN01.CBL) only look
003948* up is open; an asset saved,
003964* changed or deleted as the
003980* window goes up is not written.
004000*---------------------------------
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.

004400     COPY "SLFXAST.CBL".

004500     COPY "SLFXHST.CBL".

004600     COPY "SLVOUCH.CBL".

004700     COPY "SLVDST01.CBL".

004800     COPY "SLACCT01.CBL".

004900     COPY "SLSTOR01.CBL".

005000     COPY "SLCONTRL.CBL".

005100     COPY "SLCOMP01.CBL".

005200     COPY "SLLOCK01.CBL".

005233     COPY "SLBWIN01.CBL".

005266     COPY "SLBWLOG.CBL".

005300 DATA DIVISION.
005400 FILE SECTION.

005500     COPY "FDFXAST.CBL".

005600     COPY "FDFXHST.CBL".

005700     COPY "FDVOUCH.CBL".

005800     COPY "FDVDST01.CBL".

005900     COPY "FDACCT01.CBL".

006000     COPY "FDSTOR01.CBL".

006100     COPY "FDCONTRL.CBL".

006200     COPY "FDCOMP01.CBL".

006300     COPY "FDLOCK01.CBL".

006333     COPY "FDBWIN01.CBL".

006366     COPY "FDBWLOG.CBL".

006400 WORKING-STORAGE SECTION.

006500 77  MENU-PICK                    PIC 9.
006600     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
006650     88  MENU-PICK-IS-UPDATE      VALUES 1 2 4.

006700 77  OK-TO-PROCESS                PIC X.
006800 77  PROCESS-MESSAGE              PIC X(79) VALUE SPACE.
006900 77  RECORD-FOUND                 PIC X.
007000 77  VOUCHER-RECORD-FOUND         PIC X.
007100 77  VDIST-RECORD-FOUND           PIC X.
007200 77  VOUCHER-HAS-DIST             PIC X.
007300 77  ACCOUNT-RECORD-FOUND         PIC X.
007400 77  STORE-RECORD-FOUND           PIC X.
007500 77  CONTROL-RECORD-FOUND         PIC X.
007600 77  ASSET-IS-CHANGEABLE          PIC X.
007700 77  BOOKING-HAS-STARTED          PIC X.
007800 77  WHICH-FIELD                  PIC 99.
007900 77  ENTERED-ACCOUNT              PIC X(10).
008000 77  DEFAULT-ACCOUNT              PIC X(10).
008100 77  WANTED-ACCOUNT-TYPE          PIC X.
008200 77  ACCOUNT-PROMPT               PIC X(40).
008300 77  DEFAULT-DESCRIPTION          PIC X(30).
008400 77  DEFAULT-COST                 PIC S9(7)V99.
008500 77  ASSET-NUMBER-FIELD           PIC Z(6).
008600 77  AN-AMOUNT-FIELD              PIC ZZZ,ZZZ,ZZ9.99-.

008700     COPY "WSCOMP1.CBL".

008800     COPY "WSLOCK01.CBL".

008900     COPY "WSDATE01.CBL".

009000     COPY "WSCASE01.CBL".

009100     COPY "WSOPID01.CBL".

009150     COPY "WSBWIN01.CBL".

009200 PROCEDURE DIVISION.
009300 PROGRAM-BEGIN.
009400     PERFORM OPENING-PROCEDURE.
009500     PERFORM GET-OPERATOR-ID.
009533     MOVE "FXAMNT01" TO BWIN-PROGRAM-NAME.
009566     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
009600     PERFORM MAIN-PROCESS.
009700     PERFORM CLOSING-PROCEDURE.

009733 PROGRAM-EXIT.
009766     EXIT PROGRAM.

009800 PROGRAM-DONE.
009900     ACCEPT OMITTED. STOP RUN.

010000 OPENING-PROCEDURE.
010100     OPEN I-O FIXED-ASSET-FILE.
010200     OPEN I-O FIXED-ASSET-HISTORY-FILE.
010300     OPEN INPUT VOUCHER-FILE.
010400     OPEN INPUT VDIST-FILE.
010500     OPEN INPUT ACCOUNT-FILE.
010600     OPEN INPUT STORE-FILE.
010700     OPEN I-O CONTROL-FILE.
010800     OPEN INPUT COMPANY-FILE.
010900     OPEN I-O LOCK-FILE.

011000 CLOSING-PROCEDURE.
011100     CLOSE FIXED-ASSET-FILE.
011200     CLOSE FIXED-ASSET-HISTORY-FILE.
011300     CLOSE VOUCHER-FILE.
011400     CLOSE VDIST-FILE.
011500     CLOSE ACCOUNT-FILE.
011600     CLOSE STORE-FILE.
011700     CLOSE CONTROL-FILE.
011800     CLOSE COMPANY-FILE.
011900     CLOSE LOCK-FILE.

012000 MAIN-PROCESS.
012100     PERFORM GET-MENU-PICK.
012200     PERFORM MAINTAIN-THE-FILE
012300         UNTIL MENU-PICK = 0.

012400*---------------------------------
012500* MENU
012600*---------------------------------
012700 GET-MENU-PICK.
012800     PERFORM DISPLAY-THE-MENU.
012900     PERFORM ACCEPT-MENU-PICK.
013000     PERFORM RE-ACCEPT-MENU-PICK
013100         UNTIL MENU-PICK-IS-VALID.

013200 DISPLAY-THE-MENU.
013300     PERFORM CLEAR-SCREEN.
013400     DISPLAY "OPERATOR: " OPERATOR-ID.
013500     DISPLAY "    FIXED ASSET REGISTER".
013533     IF BATCH-UPDATES-ALLOWED NOT = "Y"
013566         DISPLAY "    NIGHTLY BATCH RUNNING - LOOK UP ONLY".
013600     DISPLAY "    PLEASE SELECT:".
013700     DISPLAY " ".
013800     DISPLAY "          1.  ADD ASSETS".
013900     DISPLAY "          2.  CHANGE AN ASSET".
014000     DISPLAY "          3.  LOOK UP AN ASSET".
014100     DISPLAY "          4.  DELETE AN ASSET".
014200     DISPLAY " ".
014300     DISPLAY "          0.  EXIT".
014400     PERFORM SCROLL-LINE 8 TIMES.

014500 ACCEPT-MENU-PICK.
014600     DISPLAY "YOUR CHOICE (0-4)?".
014700     ACCEPT MENU-PICK.

014800 RE-ACCEPT-MENU-PICK.
014900     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
015000     PERFORM ACCEPT-MENU-PICK.

015100 CLEAR-SCREEN.
015200     PERFORM SCROLL-LINE 25 TIMES.

015300 SCROLL-LINE.
015400     DISPLAY " ".

015500 MAINTAIN-THE-FILE.
015600     PERFORM DO-THE-PICK.
015700     PERFORM GET-MENU-PICK.

015800 DO-THE-PICK.
015814     IF MENU-PICK-IS-UPDATE
015828         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
015842     IF MENU-PICK-IS-UPDATE
015856        AND BATCH-UPDATES-ALLOWED NOT = "Y"
015870         DISPLAY "ONLY LOOK UP IS OPEN"
015884     ELSE
015900     IF MENU-PICK = 1
016000         PERFORM ADD-MODE
016100     ELSE
016200     IF MENU-PICK = 2
016300         PERFORM CHANGE-MODE
016400     ELSE
016500     IF MENU-PICK = 3
016600         PERFORM INQUIRE-MODE
016700     ELSE
016800     IF MENU-PICK = 4
016900         PERFORM DELETE-MODE.

017000*---------------------------------
017100* ADD
017200*---------------------------------
017300 ADD-MODE.
017400     PERFORM ASK-ADD-ANOTHER.
017500     PERFORM ADD-RECORDS
017600        UNTIL OK-TO-PROCESS = "N".

017700 ASK-ADD-ANOTHER.
017800     MOVE "ADD AN ASSET (Y/N)?" TO PROCESS-MESSAGE.
017900     PERFORM ASK-OK-TO-PROCESS.

018000 ADD-RECORDS.
018100     PERFORM INIT-FXA-RECORD.
018200     PERFORM ENTER-SOURCE-VOUCHER.
018300     PERFORM ENTER-NEW-ASSET-FIELDS.
018400     PERFORM DISPLAY-ALL-FIELDS.
018500     MOVE "WRITE THIS ASSET (Y/N)?" TO PROCESS-MESSAGE.
018600     PERFORM ASK-OK-TO-PROCESS.
018700     IF OK-TO-PROCESS = "Y"
018720         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
018740         IF BATCH-UPDATES-ALLOWED NOT = "Y"
018760             MOVE "N" TO OK-TO-PROCESS.
018780     IF OK-TO-PROCESS = "Y"
018800         PERFORM SAVE-THE-ASSET.

018850     IF BATCH-UPDATES-ALLOWED = "Y"
018900         PERFORM ASK-ADD-ANOTHER
018933     ELSE
018966         MOVE "N" TO OK-TO-PROCESS.

019000*---------------------------------
019100* The source voucher supplies the
019200* defaults. A split voucher
019300* names its line.
019400*---------------------------------
019500 ENTER-SOURCE-VOUCHER.
019600     PERFORM ACCEPT-SOURCE-VOUCHER.
019700     PERFORM RE-ACCEPT-SOURCE-VOUCHER
019800         UNTIL FXA-VOUCHER = ZEROES
019900            OR VOUCHER-RECORD-FOUND = "Y".
020000     IF FXA-VOUCHER = ZEROES
020100         PERFORM GET-COMPANY-CODE
020200         MOVE THIS-COMPANY TO FXA-COMPANY
020300     ELSE
020400         PERFORM TAKE-VOUCHER-DEFAULTS.

020500 ACCEPT-SOURCE-VOUCHER.
020600     DISPLAY " ".
020700     DISPLAY "ENTER THE CAPITAL VOUCHER NUMBER".
020800     DISPLAY "(0 FOR AN ASSET ALREADY IN SERVICE)".
020900     ACCEPT FXA-VOUCHER.
021000     MOVE FXA-VOUCHER TO VOUCHER-NUMBER.
021100     PERFORM READ-VOUCHER-RECORD.

021200 RE-ACCEPT-SOURCE-VOUCHER.
021300     DISPLAY "VOUCHER NOT FOUND".
021400     PERFORM ACCEPT-SOURCE-VOUCHER.

021500 TAKE-VOUCHER-DEFAULTS.
021600     MOVE VOUCHER-COMPANY TO FXA-COMPANY.
021700     MOVE VOUCHER-FOR TO DEFAULT-DESCRIPTION.
021800     MOVE VOUCHER-GL-ACCOUNT TO FXA-CHARGED-ACCOUNT.
021900     MOVE VOUCHER-AMOUNT TO DEFAULT-COST.
022000     MOVE ZEROES TO FXA-SEQUENCE.
022100     PERFORM LOOK-FOR-DIST-LINES.
022200     IF VOUCHER-HAS-DIST = "Y"
022300         PERFORM ENTER-FXA-SEQUENCE.
022400     MOVE VOUCHER-AMOUNT TO AN-AMOUNT-FIELD.
022500     DISPLAY "   " VOUCHER-FOR " " AN-AMOUNT-FIELD.
022600     MOVE VOUCHER-DATE TO DATE-CCYYMMDD.
022700     PERFORM FORMAT-THE-DATE.
022800     DISPLAY "   VOUCHER DATED " FORMATTED-DATE
022900         " CHARGED TO " FXA-CHARGED-ACCOUNT.

023000 ENTER-FXA-SEQUENCE.
023100     PERFORM ACCEPT-FXA-SEQUENCE.
023200     PERFORM RE-ACCEPT-FXA-SEQUENCE
023300         UNTIL VDIST-RECORD-FOUND = "Y".
023400     MOVE VDIST-GL-ACCOUNT TO FXA-CHARGED-ACCOUNT.
023500     MOVE VDIST-AMOUNT TO DEFAULT-COST.

023600 ACCEPT-FXA-SEQUENCE.
023700     DISPLAY "THE VOUCHER IS SPLIT - ENTER THE".
023800     DISPLAY "DISTRIBUTION LINE NUMBER".
023900     ACCEPT FXA-SEQUENCE.
024000     MOVE FXA-VOUCHER TO VDIST-VOUCHER.
024100     MOVE FXA-SEQUENCE TO VDIST-SEQUENCE.
024200     MOVE "Y" TO VDIST-RECORD-FOUND.
024300     READ VDIST-FILE RECORD
024400       INVALID KEY
024500          MOVE "N" TO VDIST-RECORD-FOUND.

024600 RE-ACCEPT-FXA-SEQUENCE.
024700     DISPLAY "NO SUCH LINE ON THIS VOUCHER".
024800     PERFORM ACCEPT-FXA-SEQUENCE.

024900 LOOK-FOR-DIST-LINES.
025000     MOVE "N" TO VOUCHER-HAS-DIST.
025100     MOVE FXA-VOUCHER TO VDIST-VOUCHER.
025200     MOVE ZEROES TO VDIST-SEQUENCE.
025300     MOVE "Y" TO VDIST-RECORD-FOUND.
025400     START VDIST-FILE
025500        KEY NOT < VDIST-KEY
025600         INVALID KEY MOVE "N" TO VDIST-RECORD-FOUND.
025700     IF VDIST-RECORD-FOUND = "Y"
025800         READ VDIST-FILE NEXT RECORD
025900             AT END MOVE "N" TO VDIST-RECORD-FOUND.
026000     IF VDIST-RECORD-FOUND = "Y"
026100        AND VDIST-VOUCHER = FXA-VOUCHER
026200         MOVE "Y" TO VOUCHER-HAS-DIST.

026300 ENTER-NEW-ASSET-FIELDS.
026400     PERFORM ENTER-FXA-DESCRIPTION.
026500     PERFORM ENTER-FXA-STORE.
026600     PERFORM ENTER-FXA-IN-SERVICE-DATE.
026700     PERFORM ENTER-FXA-COST.
026800     PERFORM ENTER-FXA-SALVAGE.
026900     PERFORM ENTER-FXA-LIFE.
027000     PERFORM ENTER-FXA-METHOD.
027100     PERFORM ENTER-FXA-ASSET-ACCOUNT.
027200     PERFORM ENTER-FXA-ACCUM-ACCOUNT.
027300     PERFORM ENTER-FXA-EXPENSE-ACCOUNT.
027400     IF FXA-VOUCHER = ZEROES
027500         PERFORM ENTER-DEPRECIATION-TO-DATE.
027600     PERFORM SET-FXA-RECLASS.

027700*---------------------------------
027800* An asset taken on already in
027900* service brings the months and
028000* depreciation already on the
028100* books, so the first run does
028200* not book them again.
028300*---------------------------------
028400 ENTER-DEPRECIATION-TO-DATE.
028500     PERFORM ACCEPT-FXA-MONTHS-DONE.
028600     PERFORM RE-ACCEPT-FXA-MONTHS-DONE
028700         UNTIL FXA-MONTHS-DONE NOT > FXA-LIFE.
028800     PERFORM ACCEPT-FXA-ACCUM-DEPR.
028900     PERFORM RE-ACCEPT-FXA-ACCUM-DEPR
029000         UNTIL FXA-ACCUM-DEPR NOT < ZEROES
029100           AND FXA-ACCUM-DEPR NOT > FXA-COST - FXA-SALVAGE.

029200 ACCEPT-FXA-MONTHS-DONE.
029300     DISPLAY "ENTER MONTHS ALREADY DEPRECIATED".
029400     ACCEPT FXA-MONTHS-DONE.

029500 RE-ACCEPT-FXA-MONTHS-DONE.
029600     DISPLAY "CANNOT BE MORE THAN THE LIFE".
029700     PERFORM ACCEPT-FXA-MONTHS-DONE.

029800 ACCEPT-FXA-ACCUM-DEPR.
029900     DISPLAY "ENTER ACCUMULATED DEPRECIATION TO DATE".
030000     ACCEPT AN-AMOUNT-FIELD.
030100     MOVE AN-AMOUNT-FIELD TO FXA-ACCUM-DEPR.

030200 RE-ACCEPT-FXA-ACCUM-DEPR.
030300     DISPLAY "CANNOT BE NEGATIVE OR MORE THAN COST LESS SALVAGE".
030400     PERFORM ACCEPT-FXA-ACCUM-DEPR.

030500 SET-FXA-RECLASS.
030600     MOVE "N" TO FXA-RECLASS.
030700     IF FXA-VOUCHER NOT = ZEROES
030800        AND FXA-CHARGED-ACCOUNT NOT = FXA-ASSET-ACCOUNT
030900         MOVE "P" TO FXA-RECLASS.

031000*---------------------------------
031100* The number is claimed only
031200* when the asset is saved.
031300*---------------------------------
031400 SAVE-THE-ASSET.
031500     PERFORM RETRIEVE-NEXT-ASSET-NUMBER.
031600     IF FXA-NUMBER NOT = ZEROES
031700         PERFORM WRITE-FXA-RECORD
031800         PERFORM WRITE-ADDITION-HISTORY
031900         MOVE FXA-NUMBER TO ASSET-NUMBER-FIELD
032000         DISPLAY "ASSET " ASSET-NUMBER-FIELD " ADDED"
032100         IF FXA-RECLASS = "P"
032200             DISPLAY "THE COST IS RECLASSED FROM "
032300                 FXA-CHARGED-ACCOUNT " BY THE NEXT FXADEP01".

032400 RETRIEVE-NEXT-ASSET-NUMBER.
032500     PERFORM LOCK-THE-CONTROL-RECORD.
032600     IF LOCK-ACQUIRED = "Y"
032700         PERFORM READ-CONTROL-RECORD
032800         ADD 1 TO CONTROL-LAST-ASSET
032900         MOVE CONTROL-LAST-ASSET TO FXA-NUMBER
033000         PERFORM REWRITE-CONTROL-RECORD
033100         PERFORM UNLOCK-THE-CONTROL-RECORD
033200     ELSE
033300         DISPLAY "NO ASSET NUMBER ASSIGNED - THE ASSET"
033400             " WAS NOT SAVED"
033500         MOVE ZEROES TO FXA-NUMBER.

033600 LOCK-THE-CONTROL-RECORD.
033700     MOVE "CONTROL" TO LOCK-WANTED-FILE.
033800     MOVE "1" TO LOCK-WANTED-RECORD.
033900     PERFORM ACQUIRE-RECORD-LOCK.

034000 UNLOCK-THE-CONTROL-RECORD.
034100     MOVE "CONTROL" TO LOCK-WANTED-FILE.
034200     MOVE "1" TO LOCK-WANTED-RECORD.
034300     PERFORM RELEASE-RECORD-LOCK.

034400*---------------------------------
034500* CHANGE
034600*---------------------------------
034700 CHANGE-MODE.
034800     PERFORM GET-ACTIVE-FXA-RECORD.
034900     PERFORM CHANGE-RECORDS
035000        UNTIL FXA-NUMBER = ZEROES.

035100 CHANGE-RECORDS.
035200     PERFORM GET-FIELD-TO-CHANGE.
035300     PERFORM CHANGE-ONE-FIELD
035400         UNTIL WHICH-FIELD = ZERO.

035450     IF BATCH-UPDATES-ALLOWED = "Y"
035500         PERFORM GET-ACTIVE-FXA-RECORD
035533     ELSE
035566         MOVE ZEROES TO FXA-NUMBER.

035600 GET-FIELD-TO-CHANGE.
035700     PERFORM DISPLAY-ALL-FIELDS.
035800     PERFORM ASK-WHICH-FIELD.

035900 ASK-WHICH-FIELD.
036000     PERFORM ACCEPT-WHICH-FIELD.
036100     PERFORM RE-ACCEPT-WHICH-FIELD
036200         UNTIL WHICH-FIELD NOT > 10.

036300 ACCEPT-WHICH-FIELD.
036400     DISPLAY "ENTER THE NUMBER OF THE FIELD".
036500     DISPLAY "TO CHANGE (1-10) OR 0 TO EXIT".
036600     ACCEPT WHICH-FIELD.

036700 RE-ACCEPT-WHICH-FIELD.
036800     DISPLAY "INVALID ENTRY".
036900     PERFORM ACCEPT-WHICH-FIELD.

037000 CHANGE-ONE-FIELD.
037100     PERFORM CHANGE-THIS-FIELD.
037150     IF BATCH-UPDATES-ALLOWED = "Y"
037200         PERFORM GET-FIELD-TO-CHANGE
037210     ELSE
037220         MOVE ZERO TO WHICH-FIELD.

037230*---------------------------------
037240* A field that moves the addition
037250* history is taken off and put
037260* back around the new value, so
037270* the window is checked before
037280* the field is keyed.
037290*---------------------------------
037300 CHANGE-THIS-FIELD.
037400     PERFORM CHECK-BOOKING-STARTED.
037500     IF (WHICH-FIELD = 3 OR 4 OR 8)
037600        AND BOOKING-HAS-STARTED = "Y"
037700         DISPLAY "DEPRECIATION OR THE RECLASS HAS BEEN"
037800         DISPLAY "BOOKED - THAT FIELD CAN NO LONGER CHANGE"
037900     ELSE
037933         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
037966         IF BATCH-UPDATES-ALLOWED = "Y"
038000             PERFORM CHANGE-AN-OPEN-FIELD.

038100 CHANGE-AN-OPEN-FIELD.
038200     IF WHICH-FIELD = 1
038300         MOVE FXA-DESCRIPTION TO DEFAULT-DESCRIPTION
038400         PERFORM ENTER-FXA-DESCRIPTION.
038500     IF WHICH-FIELD = 2
038600         PERFORM ENTER-FXA-STORE.
038700     IF WHICH-FIELD = 3
038800         PERFORM DELETE-ADDITION-HISTORY
038900         PERFORM ENTER-FXA-IN-SERVICE-DATE
039000         PERFORM WRITE-ADDITION-HISTORY.
039100     IF WHICH-FIELD = 4
039200         MOVE FXA-COST TO DEFAULT-COST
039300         PERFORM DELETE-ADDITION-HISTORY
039400         PERFORM ENTER-FXA-COST
039500         PERFORM WRITE-ADDITION-HISTORY.
039600     IF WHICH-FIELD = 5
039700         PERFORM ENTER-FXA-SALVAGE.
039800     IF WHICH-FIELD = 6
039900         PERFORM ENTER-FXA-LIFE.
040000     IF WHICH-FIELD = 7
040100         PERFORM ENTER-FXA-METHOD.
040200     IF WHICH-FIELD = 8
040300         PERFORM ENTER-FXA-ASSET-ACCOUNT
040400         PERFORM SET-FXA-RECLASS.
040500     IF WHICH-FIELD = 9
040600         PERFORM ENTER-FXA-ACCUM-ACCOUNT.
040700     IF WHICH-FIELD = 10
040800         PERFORM ENTER-FXA-EXPENSE-ACCOUNT.

040900     PERFORM REWRITE-FXA-RECORD.

041000*---------------------------------
041100* Booking has started once any
041200* depreciation (run or taken on)
041300* or the cost reclass is on the
041400* books.
041500*---------------------------------
041600 CHECK-BOOKING-STARTED.
041700     MOVE "N" TO BOOKING-HAS-STARTED.
041800     IF FXA-MONTHS-DONE NOT = ZEROES
041900        OR FXA-ACCUM-DEPR NOT = ZEROES
042000        OR FXA-RECLASS = "D"
042100         MOVE "Y" TO BOOKING-HAS-STARTED.

042200*---------------------------------
042300* INQUIRE
042400*---------------------------------
042500 INQUIRE-MODE.
042600     PERFORM GET-FXA-RECORD.
042700     PERFORM INQUIRE-RECORDS
042800        UNTIL FXA-NUMBER = ZEROES.

042900 INQUIRE-RECORDS.
043000     PERFORM DISPLAY-ALL-FIELDS.
043100     PERFORM GET-FXA-RECORD.

043200*---------------------------------
043300* DELETE
043400*---------------------------------
043500 DELETE-MODE.
043600     PERFORM GET-ACTIVE-FXA-RECORD.
043700     PERFORM DELETE-RECORDS
043800        UNTIL FXA-NUMBER = ZEROES.

043900 DELETE-RECORDS.
044000     PERFORM DISPLAY-ALL-FIELDS.
044100     PERFORM CHECK-BOOKING-STARTED.
044200     IF BOOKING-HAS-STARTED = "Y"
044300         DISPLAY "THE ASSET HAS BEEN BOOKED - RETIRE IT"
044400         DISPLAY "IN FXARET01 INSTEAD"
044500     ELSE
044600         MOVE "DELETE THIS ASSET (Y/N)?" TO PROCESS-MESSAGE
044700         PERFORM ASK-OK-TO-PROCESS
044800         IF OK-TO-PROCESS = "Y"
044833             PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
044866             IF BATCH-UPDATES-ALLOWED = "Y"
044900                 PERFORM DELETE-ADDITION-HISTORY
045000                 PERFORM DELETE-FXA-RECORD.

045050     IF BATCH-UPDATES-ALLOWED = "Y"
045100         PERFORM GET-ACTIVE-FXA-RECORD
045133     ELSE
045166         MOVE ZEROES TO FXA-NUMBER.

045200*---------------------------------
045300* Asset lookup. A zero number
045400* stops. Change and Delete only
045500* reach an asset in service.
045600*---------------------------------
045700 INIT-FXA-RECORD.
045800     MOVE SPACE TO FXA-DESCRIPTION
045900                   FXA-COMPANY
046000                   FXA-METHOD
046100                   FXA-ASSET-ACCOUNT
046200                   FXA-ACCUM-ACCOUNT
046300                   FXA-EXPENSE-ACCOUNT
046400                   FXA-CHARGED-ACCOUNT
046500                   FXA-PROCEEDS-ACCOUNT
046600                   FXA-GAIN-LOSS-ACCOUNT
046700                   DEFAULT-DESCRIPTION.
046800     MOVE ZEROES TO FXA-NUMBER
046900                    FXA-STORE
047000                    FXA-VOUCHER
047100                    FXA-SEQUENCE
047200                    FXA-IN-SERVICE-DATE
047300                    FXA-COST
047400                    FXA-SALVAGE
047500                    FXA-LIFE
047600                    FXA-ACCUM-DEPR
047700                    FXA-MONTHS-DONE
047800                    FXA-DISPOSAL-DATE
047900                    FXA-PROCEEDS
048000                    DEFAULT-COST.
048100     MOVE "N" TO FXA-RECLASS.
048200     MOVE "A" TO FXA-STATUS.

048300 GET-FXA-RECORD.
048400     PERFORM ENTER-FXA-NUMBER.
048500     MOVE "N" TO RECORD-FOUND.
048600     PERFORM FIND-FXA-RECORD
048700         UNTIL RECORD-FOUND = "Y" OR
048800               FXA-NUMBER = ZEROES.

048900 FIND-FXA-RECORD.
049000     PERFORM READ-FXA-RECORD.
049100     IF RECORD-FOUND = "N"
049200         DISPLAY "ASSET NOT FOUND"
049300         PERFORM ENTER-FXA-NUMBER.

049400 ENTER-FXA-NUMBER.
049500     DISPLAY " ".
049600     DISPLAY "ENTER ASSET NUMBER (0 TO STOP)".
049700     ACCEPT FXA-NUMBER.

049800 GET-ACTIVE-FXA-RECORD.
049900     PERFORM GET-FXA-RECORD.
050000     PERFORM CHECK-ASSET-CHANGEABLE.
050100     PERFORM REFUSE-RETIRED-ASSET
050200         UNTIL ASSET-IS-CHANGEABLE = "Y".

050300 REFUSE-RETIRED-ASSET.
050400     DISPLAY "THE ASSET IS RETIRED OR BEING RETIRED".
050500     DISPLAY "AND CAN ONLY BE LOOKED UP".
050600     PERFORM GET-FXA-RECORD.
050700     PERFORM CHECK-ASSET-CHANGEABLE.

050800 CHECK-ASSET-CHANGEABLE.
050900     MOVE "Y" TO ASSET-IS-CHANGEABLE.
051000     IF FXA-NUMBER NOT = ZEROES
051100        AND FXA-STATUS NOT = "A"
051200         MOVE "N" TO ASSET-IS-CHANGEABLE.

051300*---------------------------------
051400* Field entry.
051500*---------------------------------
051600 ENTER-FXA-DESCRIPTION.
051700     PERFORM ACCEPT-FXA-DESCRIPTION.
051800     PERFORM RE-ACCEPT-FXA-DESCRIPTION
051900         UNTIL FXA-DESCRIPTION NOT = SPACE.

052000 ACCEPT-FXA-DESCRIPTION.
052100     DISPLAY "ENTER ASSET DESCRIPTION".
052200     IF DEFAULT-DESCRIPTION NOT = SPACE
052300         DISPLAY "(BLANK FOR " DEFAULT-DESCRIPTION ")".
052400     ACCEPT FXA-DESCRIPTION.
052500     INSPECT FXA-DESCRIPTION
052600      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
052700     IF FXA-DESCRIPTION = SPACE
052800         MOVE DEFAULT-DESCRIPTION TO FXA-DESCRIPTION.

052900 RE-ACCEPT-FXA-DESCRIPTION.
053000     DISPLAY "A DESCRIPTION IS REQUIRED".
053100     PERFORM ACCEPT-FXA-DESCRIPTION.

053200 ENTER-FXA-STORE.
053300     PERFORM ACCEPT-FXA-STORE.
053400     PERFORM RE-ACCEPT-FXA-STORE
053500         UNTIL FXA-STORE = ZEROES
053600            OR STORE-RECORD-FOUND = "Y".

053700 ACCEPT-FXA-STORE.
053800     DISPLAY "ENTER STORE (0 IF NOT IN A STORE)".
053900     ACCEPT FXA-STORE.
054000     MOVE FXA-STORE TO STORE-NUMBER.
054100     MOVE "Y" TO STORE-RECORD-FOUND.
054200     READ STORE-FILE RECORD
054300       INVALID KEY
054400          MOVE "N" TO STORE-RECORD-FOUND.
054500     IF FXA-STORE NOT = ZEROES
054600        AND STORE-RECORD-FOUND = "Y"
054700         DISPLAY "   STORE: " STORE-NAME.

054800 RE-ACCEPT-FXA-STORE.
054900     DISPLAY "STORE NOT FOUND".
055000     PERFORM ACCEPT-FXA-STORE.

055100 ENTER-FXA-IN-SERVICE-DATE.
055200     MOVE "N" TO ZERO-DATE-IS-OK.
055300     MOVE "ENTER IN-SERVICE DATE(MM/DD/CCYY)?"
055400            TO DATE-PROMPT.
055500     MOVE "A VALID IN-SERVICE DATE IS REQUIRED"
055600            TO DATE-ERROR-MESSAGE.
055700     PERFORM GET-A-DATE.
055800     MOVE DATE-CCYYMMDD TO FXA-IN-SERVICE-DATE.

055900 ENTER-FXA-COST.
056000     PERFORM ACCEPT-FXA-COST.
056100     PERFORM RE-ACCEPT-FXA-COST
056200         UNTIL FXA-COST > ZEROES.

056300 ACCEPT-FXA-COST.
056400     DISPLAY "ENTER ASSET COST".
056500     IF DEFAULT-COST NOT = ZEROES
056600         MOVE DEFAULT-COST TO AN-AMOUNT-FIELD
056700         DISPLAY "(0 FOR " AN-AMOUNT-FIELD ")".
056800     ACCEPT AN-AMOUNT-FIELD.
056900     MOVE AN-AMOUNT-FIELD TO FXA-COST.
057000     IF FXA-COST = ZEROES
057100         MOVE DEFAULT-COST TO FXA-COST.

057200 RE-ACCEPT-FXA-COST.
057300     DISPLAY "COST MUST BE GREATER THAN ZERO".
057400     PERFORM ACCEPT-FXA-COST.

057500 ENTER-FXA-SALVAGE.
057600     PERFORM ACCEPT-FXA-SALVAGE.
057700     PERFORM RE-ACCEPT-FXA-SALVAGE
057800         UNTIL FXA-SALVAGE NOT < ZEROES
057900           AND FXA-SALVAGE < FXA-COST
058000           AND FXA-ACCUM-DEPR NOT > FXA-COST - FXA-SALVAGE.

058100 ACCEPT-FXA-SALVAGE.
058200     DISPLAY "ENTER SALVAGE VALUE (0 FOR NONE)".
058300     ACCEPT AN-AMOUNT-FIELD.
058400     MOVE AN-AMOUNT-FIELD TO FXA-SALVAGE.

058500 RE-ACCEPT-FXA-SALVAGE.
058600     DISPLAY "SALVAGE MUST BE LESS THAN THE UNDEPRECIATED COST".
058700     PERFORM ACCEPT-FXA-SALVAGE.

058800 ENTER-FXA-LIFE.
058900     PERFORM ACCEPT-FXA-LIFE.
059000     PERFORM RE-ACCEPT-FXA-LIFE
059100         UNTIL FXA-LIFE NOT = ZEROES
059200           AND FXA-LIFE NOT < FXA-MONTHS-DONE.

059300 ACCEPT-FXA-LIFE.
059400     DISPLAY "ENTER USEFUL LIFE IN MONTHS".
059500     ACCEPT FXA-LIFE.

059600 RE-ACCEPT-FXA-LIFE.
059700     DISPLAY "LIFE MUST BE AT LEAST ONE MONTH AND NOT".
059800     DISPLAY "LESS THAN THE MONTHS ALREADY DEPRECIATED".
059900     PERFORM ACCEPT-FXA-LIFE.

060000 ENTER-FXA-METHOD.
060100     PERFORM ACCEPT-FXA-METHOD.
060200     PERFORM RE-ACCEPT-FXA-METHOD
060300         UNTIL FXA-METHOD = "S" OR "D".

060400 ACCEPT-FXA-METHOD.
060500     DISPLAY "ENTER METHOD - S STRAIGHT LINE,".
060600     DISPLAY "D DOUBLE DECLINING BALANCE".
060700     ACCEPT FXA-METHOD.
060800     INSPECT FXA-METHOD
060900      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

061000 RE-ACCEPT-FXA-METHOD.
061100     DISPLAY "YOU MUST ENTER S OR D".
061200     PERFORM ACCEPT-FXA-METHOD.

061300 ENTER-FXA-ASSET-ACCOUNT.
061400     MOVE "ENTER FIXED ASSET (COST) ACCOUNT" TO ACCOUNT-PROMPT.
061500     MOVE "A" TO WANTED-ACCOUNT-TYPE.
061600     MOVE FXA-ASSET-ACCOUNT TO DEFAULT-ACCOUNT.
061700     IF DEFAULT-ACCOUNT = SPACE
061800         MOVE FXA-CHARGED-ACCOUNT TO DEFAULT-ACCOUNT.
061900     PERFORM ENTER-AN-ACCOUNT.
062000     MOVE ENTERED-ACCOUNT TO FXA-ASSET-ACCOUNT.

062100 ENTER-FXA-ACCUM-ACCOUNT.
062200     MOVE "ENTER ACCUMULATED DEPRECIATION ACCOUNT"
062300         TO ACCOUNT-PROMPT.
062400     MOVE "A" TO WANTED-ACCOUNT-TYPE.
062500     MOVE FXA-ACCUM-ACCOUNT TO DEFAULT-ACCOUNT.
062600     PERFORM ENTER-AN-ACCOUNT.
062700     MOVE ENTERED-ACCOUNT TO FXA-ACCUM-ACCOUNT.

062800 ENTER-FXA-EXPENSE-ACCOUNT.
062900     MOVE "ENTER DEPRECIATION EXPENSE ACCOUNT" TO ACCOUNT-PROMPT.
063000     MOVE "X" TO WANTED-ACCOUNT-TYPE.
063100     MOVE FXA-EXPENSE-ACCOUNT TO DEFAULT-ACCOUNT.
063200     PERFORM ENTER-AN-ACCOUNT.
063300     MOVE ENTERED-ACCOUNT TO FXA-EXPENSE-ACCOUNT.

063400*---------------------------------
063500* Shared account entry: an
063600* active chart account of
063700* WANTED-ACCOUNT-TYPE, blank
063800* taking DEFAULT-ACCOUNT.
063900*---------------------------------
064000 ENTER-AN-ACCOUNT.
064100     PERFORM ACCEPT-AN-ACCOUNT.
064200     PERFORM RE-ACCEPT-AN-ACCOUNT
064300         UNTIL ACCOUNT-RECORD-FOUND = "Y"
064400           AND ACCOUNT-ACTIVE = "Y"
064500           AND ACCOUNT-TYPE = WANTED-ACCOUNT-TYPE.

064600 ACCEPT-AN-ACCOUNT.
064700     DISPLAY ACCOUNT-PROMPT.
064800     IF DEFAULT-ACCOUNT NOT = SPACE
064900         DISPLAY "(BLANK FOR " DEFAULT-ACCOUNT ")".
065000     ACCEPT ENTERED-ACCOUNT.
065100     INSPECT ENTERED-ACCOUNT
065200      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
065300     IF ENTERED-ACCOUNT = SPACE
065400         MOVE DEFAULT-ACCOUNT TO ENTERED-ACCOUNT.
065500     MOVE ENTERED-ACCOUNT TO ACCOUNT-CODE.
065600     MOVE "Y" TO ACCOUNT-RECORD-FOUND.
065700     READ ACCOUNT-FILE RECORD
065800       INVALID KEY
065900          MOVE "N" TO ACCOUNT-RECORD-FOUND.
066000     IF ACCOUNT-RECORD-FOUND = "Y"
066100         DISPLAY "   ACCOUNT: " ACCOUNT-NAME.

066200 RE-ACCEPT-AN-ACCOUNT.
066300     IF ACCOUNT-RECORD-FOUND = "N"
066400         DISPLAY "ACCOUNT IS NOT ON THE CHART OF ACCOUNTS"
066500     ELSE
066600     IF ACCOUNT-ACTIVE NOT = "Y"
066700         DISPLAY "ACCOUNT IS NOT ACTIVE"
066800     ELSE
066900     IF WANTED-ACCOUNT-TYPE = "A"
067000         DISPLAY "THE ACCOUNT MUST BE AN ASSET ACCOUNT"
067100     ELSE
067200         DISPLAY "THE ACCOUNT MUST BE AN EXPENSE ACCOUNT".
067300     PERFORM ACCEPT-AN-ACCOUNT.

067400*---------------------------------
067500* Routines shared by all modes
067600*---------------------------------
067700 DISPLAY-ALL-FIELDS.
067800     DISPLAY " ".
067900     MOVE FXA-NUMBER TO ASSET-NUMBER-FIELD.
068000     DISPLAY "   ASSET: " ASSET-NUMBER-FIELD
068100         "  COMPANY: " FXA-COMPANY
068200         "  VOUCHER: " FXA-VOUCHER "-" FXA-SEQUENCE.
068300     DISPLAY "1. DESCRIPTION: " FXA-DESCRIPTION.
068400     DISPLAY "2. STORE: " FXA-STORE.
068500     MOVE FXA-IN-SERVICE-DATE TO DATE-CCYYMMDD.
068600     PERFORM FORMAT-THE-DATE.
068700     DISPLAY "3. IN-SERVICE DATE: " FORMATTED-DATE.
068800     MOVE FXA-COST TO AN-AMOUNT-FIELD.
068900     DISPLAY "4. COST: " AN-AMOUNT-FIELD.
069000     MOVE FXA-SALVAGE TO AN-AMOUNT-FIELD.
069100     DISPLAY "5. SALVAGE: " AN-AMOUNT-FIELD.
069200     DISPLAY "6. LIFE (MONTHS): " FXA-LIFE.
069300     DISPLAY "7. METHOD: " FXA-METHOD.
069400     DISPLAY "8. ASSET ACCOUNT: " FXA-ASSET-ACCOUNT.
069500     DISPLAY "9. ACCUM DEPR ACCOUNT: " FXA-ACCUM-ACCOUNT.
069600     DISPLAY "10. EXPENSE ACCOUNT: " FXA-EXPENSE-ACCOUNT.
069700     MOVE FXA-ACCUM-DEPR TO AN-AMOUNT-FIELD.
069800     DISPLAY "   ACCUMULATED DEPRECIATION: " AN-AMOUNT-FIELD
069900         " OVER " FXA-MONTHS-DONE " MONTH(S)".
070000     IF FXA-RECLASS = "P"
070100         DISPLAY "   RECLASS FROM " FXA-CHARGED-ACCOUNT
070200             " PENDING".
070300     IF FXA-STATUS = "P"
070400         DISPLAY "   RETIREMENT PENDING".
070500     IF FXA-STATUS = "R"
070600         MOVE FXA-DISPOSAL-DATE TO DATE-CCYYMMDD
070700         PERFORM FORMAT-THE-DATE
070800         DISPLAY "   RETIRED " FORMATTED-DATE.
070900     DISPLAY " ".

071000 ASK-OK-TO-PROCESS.
071100     PERFORM ACCEPT-OK-TO-PROCESS.
071200     PERFORM RE-ACCEPT-OK-TO-PROCESS
071300        UNTIL OK-TO-PROCESS = "Y" OR "N".

071400 ACCEPT-OK-TO-PROCESS.
071500     DISPLAY PROCESS-MESSAGE.
071600     ACCEPT OK-TO-PROCESS.
071700     INSPECT OK-TO-PROCESS
071800      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

071900 RE-ACCEPT-OK-TO-PROCESS.
072000     DISPLAY "YOU MUST ENTER YES OR NO".
072100     PERFORM ACCEPT-OK-TO-PROCESS.

072200*---------------------------------
072300* The addition history record
072400* sits in the in-service month.
072500*---------------------------------
072600 WRITE-ADDITION-HISTORY.
072700     PERFORM SET-ADDITION-HISTORY-KEY.
072800     MOVE FXA-IN-SERVICE-DATE TO FXH-DATE.
072900     MOVE FXA-COST TO FXH-COST-CHANGE.
073000     MOVE FXA-ACCUM-DEPR TO FXH-ACCUM-CHANGE.
073100     MOVE ZEROES TO FXH-PROCEEDS
073200                    FXH-GAIN-LOSS.
073300     WRITE FIXED-ASSET-HISTORY-RECORD
073400         INVALID KEY
073500         DISPLAY "ERROR WRITING ASSET HISTORY".

073600 DELETE-ADDITION-HISTORY.
073700     PERFORM SET-ADDITION-HISTORY-KEY.
073800     DELETE FIXED-ASSET-HISTORY-FILE RECORD
073900         INVALID KEY
074000         DISPLAY "ERROR DELETING ASSET HISTORY".

074100 SET-ADDITION-HISTORY-KEY.
074200     MOVE FXA-NUMBER TO FXH-ASSET.
074300     DIVIDE FXA-IN-SERVICE-DATE BY 100 GIVING FXH-PERIOD.
074400     MOVE "A" TO FXH-TYPE.

074500*---------------------------------
074600* File I-O Routines
074700*---------------------------------
074800 READ-FXA-RECORD.
074900     MOVE "Y" TO RECORD-FOUND.
075000     READ FIXED-ASSET-FILE RECORD
075100       INVALID KEY
075200          MOVE "N" TO RECORD-FOUND.

075300 WRITE-FXA-RECORD.
075400     WRITE FIXED-ASSET-RECORD
075500         INVALID KEY
075600         DISPLAY "RECORD ALREADY ON FILE".

075700 REWRITE-FXA-RECORD.
075800     REWRITE FIXED-ASSET-RECORD
075900         INVALID KEY
076000         DISPLAY "ERROR REWRITING ASSET RECORD".

076100 DELETE-FXA-RECORD.
076200     DELETE FIXED-ASSET-FILE RECORD
076300         INVALID KEY
076400         DISPLAY "ERROR DELETING ASSET RECORD".

076500 READ-VOUCHER-RECORD.
076600     MOVE "Y" TO VOUCHER-RECORD-FOUND.
076700     READ VOUCHER-FILE RECORD
076800       INVALID KEY
076900          MOVE "N" TO VOUCHER-RECORD-FOUND.

077000 READ-CONTROL-RECORD.
077100     MOVE 1 TO CONTROL-KEY.
077200     MOVE "Y" TO CONTROL-RECORD-FOUND.
077300     READ CONTROL-FILE RECORD
077400         INVALID KEY
077500          MOVE "N" TO CONTROL-RECORD-FOUND
077600          DISPLAY "CONTROL FILE IS INVALID".

077700 REWRITE-CONTROL-RECORD.
077800     REWRITE CONTROL-RECORD
077900         INVALID KEY
078000         DISPLAY "ERROR REWRITING CONTROL RECORD".

078100     COPY "PLLOCK01.CBL".

078200     COPY "PLCOMP1.CBL".

078300     COPY "PLDATE01.CBL".

078400     COPY "PLOPID01.CBL".

078500     COPY "PLBWIN01.CBL".
