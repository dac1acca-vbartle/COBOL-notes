000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RBTMNT01.
000300*---------------------------------
000400* Add, Change, Inquire and Delete
000500* for the vendor volume rebate
000600* agreements (FDREBATE.CBL), the
000700* same shape as PRJMNT01. One
000800* agreement per vendor: the
000900* basis (paid vouchers or PO
001000* receipts), the agreement
001100* period and up to five
001200* ascending spend tiers with
001300* the percent each earns.
001400* Spend, earned, claimed and
001500* collected are only shown -
001600* RBTCAL01 refreshes them and
001700* RBTCLM01 raises the claims.
001800* Changing the period starts
001900* the agreement's totals over.
001916* While the nightly batch window
001932* is up (PLBWIN01.CBL) only look
001948* up is open; an add, change or
001964* delete keyed as the window goes
001980* up is not saved.
002000*---------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.

002400     COPY "SLREBATE.CBL".

002500     COPY "SLVND02.CBL".

002533     COPY "SLBWIN01.CBL".

002566     COPY "SLBWLOG.CBL".

002600 DATA DIVISION.
002700 FILE SECTION.

002800     COPY "FDREBATE.CBL".

002900     COPY "FDVND04.CBL".

002933     COPY "FDBWIN01.CBL".

002966     COPY "FDBWLOG.CBL".

003000 WORKING-STORAGE SECTION.

003100 77  MENU-PICK                    PIC 9.
003200     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
003250     88  MENU-PICK-IS-UPDATE      VALUES 1 2 4.

003300 77  THE-MODE                     PIC X(7).
003400 77  OK-TO-DELETE                 PIC X.
003500 77  RECORD-FOUND                 PIC X.
003600 77  VENDOR-RECORD-FOUND          PIC X.
003700 77  WHICH-FIELD                  PIC 9.
003800 77  TIER-INDEX                   PIC 9.
003900 77  TIERS-DONE                   PIC X.
004000 77  TIER-IS-OK                   PIC X.
004100 77  PRIOR-THRESHOLD              PIC 9(8)V99.
004200 77  AN-AMOUNT-FIELD              PIC ZZ,ZZZ,ZZ9.99-.
004300 77  A-PERCENT-FIELD              PIC Z9.999.

004400     COPY "WSDATE01.CBL".

004500     COPY "WSCASE01.CBL".

004600     COPY "WSOPID01.CBL".

004650     COPY "WSBWIN01.CBL".

004700 PROCEDURE DIVISION.
004800 PROGRAM-BEGIN.
004900     PERFORM OPENING-PROCEDURE.
005000     PERFORM GET-OPERATOR-ID.
005033     MOVE "RBTMNT01" TO BWIN-PROGRAM-NAME.
005066     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
005100     PERFORM MAIN-PROCESS.
005200     PERFORM CLOSING-PROCEDURE.

005233 PROGRAM-EXIT.
005266     EXIT PROGRAM.

005300 PROGRAM-DONE.
005400     ACCEPT OMITTED. STOP RUN.

005500 OPENING-PROCEDURE.
005600     OPEN I-O REBATE-FILE.
005700     OPEN INPUT VENDOR-FILE.

005800 CLOSING-PROCEDURE.
005900     CLOSE REBATE-FILE.
006000     CLOSE VENDOR-FILE.

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
007600     DISPLAY "    VENDOR REBATE AGREEMENTS".
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
011600     PERFORM GET-NEW-REBATE-VENDOR.
011700     PERFORM ADD-RECORDS
011800        UNTIL REBATE-VENDOR = ZEROES.

011900 GET-NEW-REBATE-VENDOR.
012000     PERFORM INIT-REBATE-RECORD.
012100     PERFORM ENTER-REBATE-VENDOR.
012200     MOVE "Y" TO RECORD-FOUND.
012300     PERFORM FIND-NEW-REBATE-RECORD
012400         UNTIL RECORD-FOUND = "N" OR
012500               REBATE-VENDOR = ZEROES.

012600 FIND-NEW-REBATE-RECORD.
012700     PERFORM READ-REBATE-RECORD.
012800     IF RECORD-FOUND = "Y"
012900         DISPLAY "RECORD ALREADY ON FILE"
013000         PERFORM ENTER-REBATE-VENDOR.

013100 ADD-RECORDS.
013200     PERFORM ENTER-REMAINING-FIELDS.
013233     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
013266     IF BATCH-UPDATES-ALLOWED = "Y"
013300         PERFORM WRITE-REBATE-RECORD
013400         PERFORM GET-NEW-REBATE-VENDOR
013433     ELSE
013466         MOVE ZEROES TO REBATE-VENDOR.

013500 ENTER-REMAINING-FIELDS.
013600     PERFORM ENTER-REBATE-BASIS.
013700     PERFORM ENTER-REBATE-START-DATE.
013800     PERFORM ENTER-REBATE-END-DATE.
013900     PERFORM ENTER-REBATE-TIERS.

014000*---------------------------------
014100* CHANGE
014200*---------------------------------
014300 CHANGE-MODE.
014400     MOVE "CHANGE" TO THE-MODE.
014500     PERFORM GET-REBATE-RECORD.
014600     PERFORM CHANGE-RECORDS
014700        UNTIL REBATE-VENDOR = ZEROES.

014800 CHANGE-RECORDS.
014900     PERFORM GET-FIELD-TO-CHANGE.
015000     PERFORM CHANGE-ONE-FIELD
015100         UNTIL WHICH-FIELD = ZERO.

015150     IF BATCH-UPDATES-ALLOWED = "Y"
015200         PERFORM GET-REBATE-RECORD
015233     ELSE
015266         MOVE ZEROES TO REBATE-VENDOR.

015300 GET-FIELD-TO-CHANGE.
015400     PERFORM DISPLAY-ALL-FIELDS.
015500     PERFORM ASK-WHICH-FIELD.

015600 ASK-WHICH-FIELD.
015700     PERFORM ACCEPT-WHICH-FIELD.
015800     PERFORM RE-ACCEPT-WHICH-FIELD
015900         UNTIL WHICH-FIELD NOT > 4.

016000 ACCEPT-WHICH-FIELD.
016100     DISPLAY "ENTER THE NUMBER OF THE FIELD".
016200     DISPLAY "TO CHANGE (1-4) OR 0 TO EXIT".
016300     ACCEPT WHICH-FIELD.

016400 RE-ACCEPT-WHICH-FIELD.
016500     DISPLAY "INVALID ENTRY".
016600     PERFORM ACCEPT-WHICH-FIELD.

016700 CHANGE-ONE-FIELD.
016800     PERFORM CHANGE-THIS-FIELD.
016850     IF BATCH-UPDATES-ALLOWED = "Y"
016900         PERFORM GET-FIELD-TO-CHANGE
016933     ELSE
016966         MOVE ZERO TO WHICH-FIELD.

017000*---------------------------------
017100* A new period is a new
017200* agreement year - the old
017300* year's totals no longer apply.
017400*---------------------------------
017500 CHANGE-THIS-FIELD.
017600     IF WHICH-FIELD = 1
017700         PERFORM ENTER-REBATE-BASIS.
017800     IF WHICH-FIELD = 2
017900         PERFORM ENTER-REBATE-START-DATE
018000         PERFORM ENTER-REBATE-END-DATE
018100         PERFORM CLEAR-REBATE-TOTALS.
018200     IF WHICH-FIELD = 3
018300         PERFORM ENTER-REBATE-END-DATE
018400         PERFORM CLEAR-REBATE-TOTALS.
018500     IF WHICH-FIELD = 4
018600         PERFORM ENTER-REBATE-TIERS.

018633     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
018666     IF BATCH-UPDATES-ALLOWED = "Y"
018700         PERFORM REWRITE-REBATE-RECORD.

018800*---------------------------------
018900* INQUIRE
019000*---------------------------------
019100 INQUIRE-MODE.
019200     MOVE "DISPLAY" TO THE-MODE.
019300     PERFORM GET-REBATE-RECORD.
019400     PERFORM INQUIRE-RECORDS
019500        UNTIL REBATE-VENDOR = ZEROES.

019600 INQUIRE-RECORDS.
019700     PERFORM DISPLAY-ALL-FIELDS.
019800     PERFORM GET-REBATE-RECORD.

019900*---------------------------------
020000* DELETE
020100*---------------------------------
020200 DELETE-MODE.
020300     MOVE "DELETE" TO THE-MODE.
020400     PERFORM GET-REBATE-RECORD.
020500     PERFORM DELETE-RECORDS
020600        UNTIL REBATE-VENDOR = ZEROES.

020700 DELETE-RECORDS.
020800     PERFORM DISPLAY-ALL-FIELDS.

020900     PERFORM ASK-OK-TO-DELETE.
021000     IF OK-TO-DELETE = "Y"
021020         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
021040         IF BATCH-UPDATES-ALLOWED NOT = "Y"
021060             MOVE "N" TO OK-TO-DELETE.
021080     IF OK-TO-DELETE = "Y"
021100         PERFORM DELETE-REBATE-RECORD.

021150     IF BATCH-UPDATES-ALLOWED = "Y"
021200         PERFORM GET-REBATE-RECORD
021233     ELSE
021266         MOVE ZEROES TO REBATE-VENDOR.

021300 ASK-OK-TO-DELETE.
021400     PERFORM ACCEPT-OK-TO-DELETE.
021500     PERFORM RE-ACCEPT-OK-TO-DELETE
021600        UNTIL OK-TO-DELETE = "Y" OR "N".

021700 ACCEPT-OK-TO-DELETE.
021800     DISPLAY "DELETE THIS RECORD (Y/N)?".
021900     IF REBATE-EARNED > REBATE-COLLECTED
022000         DISPLAY "(EARNED REBATE IS NOT YET ALL COLLECTED)".
022100     ACCEPT OK-TO-DELETE.
022200     INSPECT OK-TO-DELETE
022300      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

022400 RE-ACCEPT-OK-TO-DELETE.
022500     DISPLAY "YOU MUST ENTER YES OR NO".
022600     PERFORM ACCEPT-OK-TO-DELETE.

022700*---------------------------------
022800* Routines shared by all modes
022900*---------------------------------
023000 INIT-REBATE-RECORD.
023100     MOVE SPACE TO REBATE-BASIS.
023200     MOVE ZEROES TO REBATE-VENDOR
023300                    REBATE-START-DATE
023400                    REBATE-END-DATE.
023500     PERFORM CLEAR-ONE-TIER
023600         VARYING TIER-INDEX FROM 1 BY 1
023700           UNTIL TIER-INDEX > 5.
023800     PERFORM CLEAR-REBATE-TOTALS.

023900 CLEAR-ONE-TIER.
024000     MOVE ZEROES TO REBATE-TIER-THRESHOLD(TIER-INDEX)
024100                    REBATE-TIER-PERCENT(TIER-INDEX).

024200 CLEAR-REBATE-TOTALS.
024300     MOVE ZEROES TO REBATE-QUALIFYING-SPEND
024400                    REBATE-EARNED-PERCENT
024500                    REBATE-EARNED
024600                    REBATE-CLAIMED
024700                    REBATE-COLLECTED
024800                    REBATE-LAST-RUN-DATE.

024900 ENTER-REBATE-VENDOR.
025000     PERFORM ACCEPT-REBATE-VENDOR.
025100     PERFORM RE-ACCEPT-REBATE-VENDOR
025200         UNTIL VENDOR-RECORD-FOUND = "Y" OR
025300               REBATE-VENDOR = ZEROES.

025400 ACCEPT-REBATE-VENDOR.
025500     DISPLAY " ".
025600     DISPLAY "ENTER VENDOR NUMBER TO " THE-MODE.
025700     DISPLAY "ENTER 0 TO STOP ENTRY".
025800     ACCEPT REBATE-VENDOR.
025900     MOVE "N" TO VENDOR-RECORD-FOUND.
026000     IF REBATE-VENDOR NOT = ZEROES
026100         MOVE REBATE-VENDOR TO VENDOR-NUMBER
026200         PERFORM READ-VENDOR-RECORD
026300         IF VENDOR-RECORD-FOUND = "Y"
026400             DISPLAY "   VENDOR: " VENDOR-NAME.

026500 RE-ACCEPT-REBATE-VENDOR.
026600     DISPLAY "VENDOR NOT FOUND".
026700     PERFORM ACCEPT-REBATE-VENDOR.

026800 GET-REBATE-RECORD.
026900     PERFORM INIT-REBATE-RECORD.
027000     PERFORM ENTER-REBATE-VENDOR.
027100     MOVE "N" TO RECORD-FOUND.
027200     PERFORM FIND-REBATE-RECORD
027300         UNTIL RECORD-FOUND = "Y" OR
027400               REBATE-VENDOR = ZEROES.

027500*---------------------------------
027600* Routines shared Add and Change
027700*---------------------------------
027800 FIND-REBATE-RECORD.
027900     PERFORM READ-REBATE-RECORD.
028000     IF RECORD-FOUND = "N"
028100         DISPLAY "RECORD NOT FOUND"
028200         PERFORM ENTER-REBATE-VENDOR.

028300 ENTER-REBATE-BASIS.
028400     PERFORM ACCEPT-REBATE-BASIS.
028500     PERFORM RE-ACCEPT-REBATE-BASIS
028600         UNTIL REBATE-BASIS = "P" OR "R".

028700 ACCEPT-REBATE-BASIS.
028800     DISPLAY "ENTER BASIS (P=PAID VOUCHERS,".
028900     DISPLAY "R=PO RECEIPTS)".
029000     ACCEPT REBATE-BASIS.
029100     INSPECT REBATE-BASIS
029200      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

029300 RE-ACCEPT-REBATE-BASIS.
029400     DISPLAY "BASIS MUST BE P OR R".
029500     PERFORM ACCEPT-REBATE-BASIS.

029600 ENTER-REBATE-START-DATE.
029700     MOVE "ENTER AGREEMENT START DATE (MM/DD/CCYY)"
029800         TO DATE-PROMPT.
029900     MOVE "N" TO ZERO-DATE-IS-OK.
030000     PERFORM GET-A-DATE.
030100     MOVE DATE-CCYYMMDD TO REBATE-START-DATE.

030200 ENTER-REBATE-END-DATE.
030300     PERFORM ACCEPT-REBATE-END-DATE.
030400     PERFORM RE-ACCEPT-REBATE-END-DATE
030500         UNTIL REBATE-END-DATE NOT < REBATE-START-DATE.

030600 ACCEPT-REBATE-END-DATE.
030700     MOVE "ENTER AGREEMENT END DATE (MM/DD/CCYY)"
030800         TO DATE-PROMPT.
030900     MOVE "N" TO ZERO-DATE-IS-OK.
031000     PERFORM GET-A-DATE.
031100     MOVE DATE-CCYYMMDD TO REBATE-END-DATE.

031200 RE-ACCEPT-REBATE-END-DATE.
031300     DISPLAY "END DATE CANNOT BE BEFORE THE START DATE".
031400     PERFORM ACCEPT-REBATE-END-DATE.

031500*---------------------------------
031600* The tiers are keyed fresh each
031700* time, lowest threshold first.
031800* A zero threshold ends the
031900* list; at least one tier is
032000* required.
032100*---------------------------------
032200 ENTER-REBATE-TIERS.
032300     PERFORM CLEAR-ONE-TIER
032400         VARYING TIER-INDEX FROM 1 BY 1
032500           UNTIL TIER-INDEX > 5.
032600     MOVE ZEROES TO PRIOR-THRESHOLD.
032700     MOVE "N" TO TIERS-DONE.
032800     PERFORM ENTER-ONE-TIER
032900         VARYING TIER-INDEX FROM 1 BY 1
033000           UNTIL TIER-INDEX > 5
033100              OR TIERS-DONE = "Y".

033200 ENTER-ONE-TIER.
033300     PERFORM ACCEPT-TIER-THRESHOLD.
033400     PERFORM RE-ACCEPT-TIER-THRESHOLD
033500         UNTIL TIER-IS-OK = "Y".
033600     IF REBATE-TIER-THRESHOLD(TIER-INDEX) = ZEROES
033700        AND TIER-INDEX > 1
033800         MOVE "Y" TO TIERS-DONE
033900     ELSE
034000         PERFORM ENTER-TIER-PERCENT
034100         MOVE REBATE-TIER-THRESHOLD(TIER-INDEX)
034200             TO PRIOR-THRESHOLD.

034300 ACCEPT-TIER-THRESHOLD.
034400     DISPLAY "TIER " TIER-INDEX
034500         " - ENTER SPEND THRESHOLD (0 WHEN DONE)".
034600     ACCEPT AN-AMOUNT-FIELD.
034700     MOVE AN-AMOUNT-FIELD
034800         TO REBATE-TIER-THRESHOLD(TIER-INDEX).
034900     MOVE "Y" TO TIER-IS-OK.
035000     IF REBATE-TIER-THRESHOLD(TIER-INDEX) = ZEROES
035100         IF TIER-INDEX = 1
035200             MOVE "N" TO TIER-IS-OK
035300         ELSE
035400             NEXT SENTENCE
035500     ELSE
035600     IF TIER-INDEX > 1
035700        AND REBATE-TIER-THRESHOLD(TIER-INDEX)
035800            NOT > PRIOR-THRESHOLD
035900         MOVE "N" TO TIER-IS-OK.

036000 RE-ACCEPT-TIER-THRESHOLD.
036100     IF TIER-INDEX = 1
036200         DISPLAY "AT LEAST ONE TIER IS REQUIRED"
036300     ELSE
036400         DISPLAY "EACH THRESHOLD MUST BE ABOVE THE LAST".
036500     PERFORM ACCEPT-TIER-THRESHOLD.

036600 ENTER-TIER-PERCENT.
036700     PERFORM ACCEPT-TIER-PERCENT.
036800     PERFORM RE-ACCEPT-TIER-PERCENT
036900         UNTIL REBATE-TIER-PERCENT(TIER-INDEX) NOT = ZEROES.

037000 ACCEPT-TIER-PERCENT.
037100     DISPLAY "TIER " TIER-INDEX
037200         " - ENTER REBATE PERCENT (E.G. 2.000)".
037300     ACCEPT A-PERCENT-FIELD.
037400     MOVE A-PERCENT-FIELD
037500         TO REBATE-TIER-PERCENT(TIER-INDEX).

037600 RE-ACCEPT-TIER-PERCENT.
037700     DISPLAY "A NON-ZERO PERCENT IS REQUIRED".
037800     PERFORM ACCEPT-TIER-PERCENT.

037900*---------------------------------
038000* Routines shared by Change,
038100* Inquire and Delete
038200*---------------------------------
038300 DISPLAY-ALL-FIELDS.
038400     DISPLAY " ".
038500     MOVE REBATE-VENDOR TO VENDOR-NUMBER.
038600     PERFORM READ-VENDOR-RECORD.
038700     DISPLAY "   VENDOR: " REBATE-VENDOR " " VENDOR-NAME.
038800     IF REBATE-BASIS = "P"
038900         DISPLAY "1. BASIS: P PAID VOUCHERS"
039000     ELSE
039100         DISPLAY "1. BASIS: R PO RECEIPTS".
039200     MOVE REBATE-START-DATE TO DATE-CCYYMMDD.
039300     PERFORM FORMAT-THE-DATE.
039400     DISPLAY "2. PERIOD START: " FORMATTED-DATE.
039500     MOVE REBATE-END-DATE TO DATE-CCYYMMDD.
039600     PERFORM FORMAT-THE-DATE.
039700     DISPLAY "3. PERIOD END: " FORMATTED-DATE.
039800     DISPLAY "4. TIERS:".
039900     PERFORM DISPLAY-ONE-TIER
040000         VARYING TIER-INDEX FROM 1 BY 1
040100           UNTIL TIER-INDEX > 5.
040200     PERFORM DISPLAY-REBATE-TOTALS.
040300     DISPLAY " ".

040400 DISPLAY-ONE-TIER.
040500     IF REBATE-TIER-THRESHOLD(TIER-INDEX) NOT = ZEROES
040600         MOVE REBATE-TIER-THRESHOLD(TIER-INDEX)
040700             TO AN-AMOUNT-FIELD
040800         MOVE REBATE-TIER-PERCENT(TIER-INDEX)
040900             TO A-PERCENT-FIELD
041000         DISPLAY "     OVER " AN-AMOUNT-FIELD
041100             "  " A-PERCENT-FIELD " PCT".

041200 DISPLAY-REBATE-TOTALS.
041300     IF REBATE-LAST-RUN-DATE = ZEROES
041400         DISPLAY "   NOT YET ACCRUED"
041500     ELSE
041600         MOVE REBATE-LAST-RUN-DATE TO DATE-CCYYMMDD
041700         PERFORM FORMAT-THE-DATE
041800         DISPLAY "   AS OF: " FORMATTED-DATE
041900         MOVE REBATE-QUALIFYING-SPEND TO AN-AMOUNT-FIELD
042000         DISPLAY "   QUALIFYING SPEND: " AN-AMOUNT-FIELD
042100         MOVE REBATE-EARNED-PERCENT TO A-PERCENT-FIELD
042200         MOVE REBATE-EARNED TO AN-AMOUNT-FIELD
042300         DISPLAY "   EARNED: " AN-AMOUNT-FIELD
042400             " AT " A-PERCENT-FIELD " PCT"
042500         MOVE REBATE-CLAIMED TO AN-AMOUNT-FIELD
042600         DISPLAY "   CLAIMED: " AN-AMOUNT-FIELD
042700         MOVE REBATE-COLLECTED TO AN-AMOUNT-FIELD
042800         DISPLAY "   COLLECTED: " AN-AMOUNT-FIELD.

042900*---------------------------------
043000* File I-O Routines
043100*---------------------------------
043200 READ-REBATE-RECORD.
043300     MOVE "Y" TO RECORD-FOUND.
043400     READ REBATE-FILE RECORD
043500       INVALID KEY
043600          MOVE "N" TO RECORD-FOUND.

043700 READ-VENDOR-RECORD.
043800     MOVE "Y" TO VENDOR-RECORD-FOUND.
043900     READ VENDOR-FILE RECORD
044000       INVALID KEY
044100          MOVE "N" TO VENDOR-RECORD-FOUND
044200          MOVE "***Not Found***" TO VENDOR-NAME.

044300 WRITE-REBATE-RECORD.
044400     WRITE REBATE-RECORD
044500         INVALID KEY
044600         DISPLAY "RECORD ALREADY ON FILE".

044700 REWRITE-REBATE-RECORD.
044800     REWRITE REBATE-RECORD
044900         INVALID KEY
045000         DISPLAY "ERROR REWRITING REBATE RECORD".

045100 DELETE-REBATE-RECORD.
045200     DELETE REBATE-FILE RECORD
045300         INVALID KEY
045400         DISPLAY "ERROR DELETING REBATE RECORD".

045500     COPY "PLDATE01.CBL".

045600     COPY "PLOPID01.CBL".

045700     COPY "PLBWIN01.CBL".
