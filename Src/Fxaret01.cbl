000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FXARET01.
000300*---------------------------------
000400* Fixed asset disposal and
000500* retirement. For an asset in
000600* service the operator keys the
000700* disposal date, any proceeds
000800* and the account they went to
000900* (cash or a receivable), and
001000* the account for the gain or
001100* loss. The asset is marked
001200* retirement pending (FXA-STATUS
001300* "P"); the next FXADEP01 run on
001400* or after the disposal month
001500* depreciates it through that
001600* month and books the disposal -
001700* DEBIT accumulated depreciation
001800* and the proceeds account,
001900* CREDIT the asset cost, the
002000* difference to the gain or loss
002100* account - and marks it retired.
002200* A pending retirement can be
002300* corrected or cancelled here
002400* until that run books it.
002500* A disposal date in a closed
002600* fiscal year (CONTROL-GL-
002700* CLOSED-YEAR) is refused.
002716* While the nightly batch window
002732* is up (PLBWIN01.CBL) no
002748* retirement can be keyed, and
002764* one confirmed as the window
002780* goes up is not written.
002800*---------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.

003200     COPY "SLFXAST.CBL".

003300     COPY "SLACCT01.CBL".

003400     COPY "SLCONTRL.CBL".

003500     COPY "SLJRNL01.CBL".

003533     COPY "SLBWIN01.CBL".

003566     COPY "SLBWLOG.CBL".

003600 DATA DIVISION.
003700 FILE SECTION.

003800     COPY "FDFXAST.CBL".

003900     COPY "FDACCT01.CBL".

004000     COPY "FDCONTRL.CBL".

004100     COPY "FDJRNL01.CBL".

004133     COPY "FDBWIN01.CBL".

004166     COPY "FDBWLOG.CBL".

004200 WORKING-STORAGE SECTION.

004300 77  OK-TO-PROCESS                PIC X.
004400 77  PROCESS-MESSAGE              PIC X(79) VALUE SPACE.
004500 77  RECORD-FOUND                 PIC X.
004600 77  ACCOUNT-RECORD-FOUND         PIC X.
004700 77  ACCOUNT-TYPE-OK              PIC X.
004800 77  CONTROL-RECORD-FOUND         PIC X.
004900 77  DISPOSAL-DATE-OK             PIC X.
005000 77  DISPOSAL-YEAR                PIC 9(4).
005100 77  ENTERED-ACCOUNT              PIC X(10).
005200 77  DEFAULT-ACCOUNT              PIC X(10).
005300 77  ACCOUNT-PROMPT               PIC X(40).
005400 77  WANTED-ACCOUNT-KIND          PIC X.
005500 77  BOOK-VALUE                   PIC S9(7)V99.
005600 77  ASSET-NUMBER-FIELD           PIC Z(6).
005700 77  AN-AMOUNT-FIELD              PIC ZZZ,ZZZ,ZZ9.99-.

005800     COPY "WSDATE01.CBL".

005900     COPY "WSCASE01.CBL".

006000     COPY "WSOPID01.CBL".

006050     COPY "WSBWIN01.CBL".

006100 PROCEDURE DIVISION.
006200 PROGRAM-BEGIN.
006300     PERFORM OPENING-PROCEDURE.
006400     PERFORM GET-OPERATOR-ID.
006425     MOVE "FXARET01" TO BWIN-PROGRAM-NAME.
006450     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
006475     IF BATCH-UPDATES-ALLOWED = "Y"
006500         PERFORM MAIN-PROCESS.
006600     PERFORM CLOSING-PROCEDURE.

006633 PROGRAM-EXIT.
006666     EXIT PROGRAM.

006700 PROGRAM-DONE.
006800     ACCEPT OMITTED. STOP RUN.

006900 OPENING-PROCEDURE.
007000     OPEN I-O FIXED-ASSET-FILE.
007100     OPEN INPUT ACCOUNT-FILE.
007200     OPEN INPUT CONTROL-FILE.
007300     OPEN EXTEND JOURNAL-FILE.

007400 CLOSING-PROCEDURE.
007500     CLOSE FIXED-ASSET-FILE.
007600     CLOSE ACCOUNT-FILE.
007700     CLOSE CONTROL-FILE.
007800     CLOSE JOURNAL-FILE.

007900 MAIN-PROCESS.
008000     PERFORM GET-FXA-RECORD.
008100     PERFORM RETIRE-RECORDS
008200         UNTIL FXA-NUMBER = ZEROES.

008300 RETIRE-RECORDS.
008400     PERFORM DISPLAY-THE-ASSET.
008500     IF FXA-STATUS = "R"
008600         DISPLAY "THE ASSET IS ALREADY RETIRED"
008700     ELSE
008800     IF FXA-STATUS = "P"
008900         PERFORM CHANGE-PENDING-RETIREMENT
009000     ELSE
009100         PERFORM ENTER-NEW-RETIREMENT.

009150     IF BATCH-UPDATES-ALLOWED = "Y"
009200         PERFORM GET-FXA-RECORD
009233     ELSE
009266         MOVE ZEROES TO FXA-NUMBER.

009300 ENTER-NEW-RETIREMENT.
009400     MOVE "RETIRE THIS ASSET (Y/N)?" TO PROCESS-MESSAGE.
009500     PERFORM ASK-OK-TO-PROCESS.
009600     IF OK-TO-PROCESS = "Y"
009700         PERFORM ENTER-RETIREMENT-FIELDS
009800         PERFORM SAVE-THE-RETIREMENT.

009900*---------------------------------
010000* A pending retirement is keyed
010100* again or taken back to in
010200* service.
010300*---------------------------------
010400 CHANGE-PENDING-RETIREMENT.
010500     MOVE "CANCEL THE RETIREMENT (Y/N)?" TO PROCESS-MESSAGE.
010600     PERFORM ASK-OK-TO-PROCESS.
010650     PERFORM CHECK-WINDOW-BEFORE-WRITE.
010700     IF OK-TO-PROCESS = "Y"
010800         PERFORM CANCEL-THE-RETIREMENT
010900     ELSE
010950     IF BATCH-UPDATES-ALLOWED = "Y"
011000         MOVE "RE-ENTER THE RETIREMENT (Y/N)?"
011100             TO PROCESS-MESSAGE
011200         PERFORM ASK-OK-TO-PROCESS
011300         IF OK-TO-PROCESS = "Y"
011400             PERFORM ENTER-RETIREMENT-FIELDS
011500             PERFORM SAVE-THE-RETIREMENT.

011600 CANCEL-THE-RETIREMENT.
011700     MOVE "A" TO FXA-STATUS.
011800     MOVE ZEROES TO FXA-DISPOSAL-DATE
011900                    FXA-PROCEEDS.
012000     MOVE SPACE TO FXA-PROCEEDS-ACCOUNT
012100                   FXA-GAIN-LOSS-ACCOUNT.
012200     PERFORM REWRITE-FXA-RECORD.
012300     MOVE "CANCEL" TO JOURNAL-ACTION.
012400     PERFORM JOURNAL-THE-RETIREMENT.
012500     DISPLAY "THE ASSET IS BACK IN SERVICE".

012600 ENTER-RETIREMENT-FIELDS.
012700     PERFORM ENTER-DISPOSAL-DATE.
012800     PERFORM ENTER-FXA-PROCEEDS.
012900     MOVE SPACE TO FXA-PROCEEDS-ACCOUNT.
013000     IF FXA-PROCEEDS NOT = ZEROES
013100         PERFORM ENTER-PROCEEDS-ACCOUNT.
013200     PERFORM ENTER-GAIN-LOSS-ACCOUNT.

013300 SAVE-THE-RETIREMENT.
013400     PERFORM SHOW-GAIN-OR-LOSS.
013500     MOVE "SAVE THIS RETIREMENT (Y/N)?" TO PROCESS-MESSAGE.
013600     PERFORM ASK-OK-TO-PROCESS.
013650     PERFORM CHECK-WINDOW-BEFORE-WRITE.
013700     IF OK-TO-PROCESS = "Y"
013800         MOVE "P" TO FXA-STATUS
013900         PERFORM REWRITE-FXA-RECORD
014000         MOVE "RETIRE" TO JOURNAL-ACTION
014100         PERFORM JOURNAL-THE-RETIREMENT
014200         DISPLAY "THE RETIREMENT IS BOOKED BY THE FXADEP01"
014300         DISPLAY "RUN FOR THE DISPOSAL MONTH"
014400     ELSE
014500         PERFORM READ-FXA-RECORD.

014600*---------------------------------
014700* The gain or loss shown is
014800* against today's book value;
014900* FXADEP01 books it after the
015000* depreciation through the
015100* disposal month.
015200*---------------------------------
015300 SHOW-GAIN-OR-LOSS.
015400     COMPUTE BOOK-VALUE = FXA-COST - FXA-ACCUM-DEPR.
015500     MOVE BOOK-VALUE TO AN-AMOUNT-FIELD.
015600     DISPLAY "BOOK VALUE TODAY:      " AN-AMOUNT-FIELD.
015700     COMPUTE BOOK-VALUE = FXA-PROCEEDS - BOOK-VALUE.
015800     MOVE BOOK-VALUE TO AN-AMOUNT-FIELD.
015900     DISPLAY "GAIN (LOSS -) TODAY:   " AN-AMOUNT-FIELD.

015908*---------------------------------
015916* A yes that arrives after the
015924* nightly batch window has gone
015932* up is turned into a no, so the
015940* asset is not rewritten.
015948*---------------------------------
015956 CHECK-WINDOW-BEFORE-WRITE.
015964     IF OK-TO-PROCESS = "Y"
015972         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
015980         IF BATCH-UPDATES-ALLOWED NOT = "Y"
015988             MOVE "N" TO OK-TO-PROCESS.

016000 JOURNAL-THE-RETIREMENT.
016100     MOVE "FXARET01" TO JOURNAL-PROGRAM.
016200     MOVE SPACE TO JOURNAL-KEY.
016300     STRING "FXASSET>" FXA-NUMBER
016400         DELIMITED BY SIZE INTO JOURNAL-KEY.
016500     MOVE FXA-PROCEEDS TO JOURNAL-AMOUNT.
016600     PERFORM WRITE-JOURNAL-ENTRY.

016700*---------------------------------
016800* The disposal date is not
016900* before the asset went into
017000* service nor in a closed year.
017100*---------------------------------
017200 ENTER-DISPOSAL-DATE.
017300     MOVE "N" TO DISPOSAL-DATE-OK.
017400     PERFORM ACCEPT-CHECKED-DISPOSAL-DATE
017500         UNTIL DISPOSAL-DATE-OK = "Y".

017600 ACCEPT-CHECKED-DISPOSAL-DATE.
017700     MOVE "N" TO ZERO-DATE-IS-OK.
017800     MOVE "ENTER DISPOSAL DATE(MM/DD/CCYY)?"
017900            TO DATE-PROMPT.
018000     MOVE "A VALID DISPOSAL DATE IS REQUIRED"
018100            TO DATE-ERROR-MESSAGE.
018200     PERFORM GET-A-DATE.
018300     MOVE DATE-CCYYMMDD TO FXA-DISPOSAL-DATE.
018400     MOVE "Y" TO DISPOSAL-DATE-OK.
018500     PERFORM READ-CONTROL-RECORD.
018600     DIVIDE FXA-DISPOSAL-DATE BY 10000 GIVING DISPOSAL-YEAR.
018700     IF FXA-DISPOSAL-DATE < FXA-IN-SERVICE-DATE
018800         DISPLAY "THE ASSET WAS NOT IN SERVICE YET"
018900         MOVE "N" TO DISPOSAL-DATE-OK
019000     ELSE
019100     IF CONTROL-GL-CLOSED-YEAR NOT = ZERO
019200        AND DISPOSAL-YEAR NOT > CONTROL-GL-CLOSED-YEAR
019300         DISPLAY "*** FISCAL YEAR " DISPOSAL-YEAR
019400             " IS CLOSED - THE DATE IS REFUSED"
019500         MOVE "N" TO DISPOSAL-DATE-OK.

019600 ENTER-FXA-PROCEEDS.
019700     PERFORM ACCEPT-FXA-PROCEEDS.
019800     PERFORM RE-ACCEPT-FXA-PROCEEDS
019900         UNTIL FXA-PROCEEDS NOT < ZEROES.

020000 ACCEPT-FXA-PROCEEDS.
020100     DISPLAY "ENTER PROCEEDS (0 IF SCRAPPED)".
020200     ACCEPT AN-AMOUNT-FIELD.
020300     MOVE AN-AMOUNT-FIELD TO FXA-PROCEEDS.

020400 RE-ACCEPT-FXA-PROCEEDS.
020500     DISPLAY "PROCEEDS CANNOT BE NEGATIVE".
020600     PERFORM ACCEPT-FXA-PROCEEDS.

020700 ENTER-PROCEEDS-ACCOUNT.
020800     MOVE "ENTER ACCOUNT THE PROCEEDS WENT TO"
020900         TO ACCOUNT-PROMPT.
021000     MOVE "A" TO WANTED-ACCOUNT-KIND.
021100     MOVE FXA-PROCEEDS-ACCOUNT TO DEFAULT-ACCOUNT.
021200     PERFORM ENTER-AN-ACCOUNT.
021300     MOVE ENTERED-ACCOUNT TO FXA-PROCEEDS-ACCOUNT.

021400 ENTER-GAIN-LOSS-ACCOUNT.
021500     MOVE "ENTER GAIN OR LOSS ON DISPOSAL ACCOUNT"
021600         TO ACCOUNT-PROMPT.
021700     MOVE "G" TO WANTED-ACCOUNT-KIND.
021800     MOVE FXA-GAIN-LOSS-ACCOUNT TO DEFAULT-ACCOUNT.
021900     PERFORM ENTER-AN-ACCOUNT.
022000     MOVE ENTERED-ACCOUNT TO FXA-GAIN-LOSS-ACCOUNT.

022100*---------------------------------
022200* Shared account entry: an
022300* active chart account - an
022400* asset account for kind "A",
022500* a revenue or expense account
022600* for kind "G".
022700*---------------------------------
022800 ENTER-AN-ACCOUNT.
022900     PERFORM ACCEPT-AN-ACCOUNT.
023000     PERFORM RE-ACCEPT-AN-ACCOUNT
023100         UNTIL ACCOUNT-RECORD-FOUND = "Y"
023200           AND ACCOUNT-ACTIVE = "Y"
023300           AND ACCOUNT-TYPE-OK = "Y".

023400 ACCEPT-AN-ACCOUNT.
023500     DISPLAY ACCOUNT-PROMPT.
023600     IF DEFAULT-ACCOUNT NOT = SPACE
023700         DISPLAY "(BLANK FOR " DEFAULT-ACCOUNT ")".
023800     ACCEPT ENTERED-ACCOUNT.
023900     INSPECT ENTERED-ACCOUNT
024000      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
024100     IF ENTERED-ACCOUNT = SPACE
024200         MOVE DEFAULT-ACCOUNT TO ENTERED-ACCOUNT.
024300     MOVE ENTERED-ACCOUNT TO ACCOUNT-CODE.
024400     MOVE "Y" TO ACCOUNT-RECORD-FOUND.
024500     READ ACCOUNT-FILE RECORD
024600       INVALID KEY
024700          MOVE "N" TO ACCOUNT-RECORD-FOUND.
024800     MOVE "N" TO ACCOUNT-TYPE-OK.
024900     IF ACCOUNT-RECORD-FOUND = "Y"
025000         DISPLAY "   ACCOUNT: " ACCOUNT-NAME
025100         PERFORM CHECK-ACCOUNT-KIND.

025200 CHECK-ACCOUNT-KIND.
025300     IF WANTED-ACCOUNT-KIND = "A"
025400        AND ACCOUNT-TYPE = "A"
025500         MOVE "Y" TO ACCOUNT-TYPE-OK.
025600     IF WANTED-ACCOUNT-KIND = "G"
025700        AND (ACCOUNT-TYPE = "R" OR "X")
025800         MOVE "Y" TO ACCOUNT-TYPE-OK.

025900 RE-ACCEPT-AN-ACCOUNT.
026000     IF ACCOUNT-RECORD-FOUND = "N"
026100         DISPLAY "ACCOUNT IS NOT ON THE CHART OF ACCOUNTS"
026200     ELSE
026300     IF ACCOUNT-ACTIVE NOT = "Y"
026400         DISPLAY "ACCOUNT IS NOT ACTIVE"
026500     ELSE
026600     IF WANTED-ACCOUNT-KIND = "A"
026700         DISPLAY "THE ACCOUNT MUST BE AN ASSET ACCOUNT"
026800     ELSE
026900         DISPLAY "THE ACCOUNT MUST BE A REVENUE OR"
027000             " EXPENSE ACCOUNT".
027100     PERFORM ACCEPT-AN-ACCOUNT.

027200*---------------------------------
027300* Asset lookup. A zero number
027400* stops.
027500*---------------------------------
027600 GET-FXA-RECORD.
027700     PERFORM ENTER-FXA-NUMBER.
027800     MOVE "N" TO RECORD-FOUND.
027900     PERFORM FIND-FXA-RECORD
028000         UNTIL RECORD-FOUND = "Y" OR
028100               FXA-NUMBER = ZEROES.

028200 FIND-FXA-RECORD.
028300     PERFORM READ-FXA-RECORD.
028400     IF RECORD-FOUND = "N"
028500         DISPLAY "ASSET NOT FOUND"
028600         PERFORM ENTER-FXA-NUMBER.

028700 ENTER-FXA-NUMBER.
028800     DISPLAY " ".
028900     DISPLAY "ENTER ASSET NUMBER TO RETIRE (0 TO STOP)".
029000     ACCEPT FXA-NUMBER.

029100 DISPLAY-THE-ASSET.
029200     DISPLAY " ".
029300     MOVE FXA-NUMBER TO ASSET-NUMBER-FIELD.
029400     DISPLAY "ASSET: " ASSET-NUMBER-FIELD " " FXA-DESCRIPTION
029500         " STORE " FXA-STORE.
029600     MOVE FXA-IN-SERVICE-DATE TO DATE-CCYYMMDD.
029700     PERFORM FORMAT-THE-DATE.
029800     DISPLAY "IN SERVICE: " FORMATTED-DATE
029900         "  LIFE " FXA-LIFE "  METHOD " FXA-METHOD.
030000     MOVE FXA-COST TO AN-AMOUNT-FIELD.
030100     DISPLAY "COST:                  " AN-AMOUNT-FIELD.
030200     MOVE FXA-ACCUM-DEPR TO AN-AMOUNT-FIELD.
030300     DISPLAY "ACCUMULATED DEPR:      " AN-AMOUNT-FIELD
030400         " (" FXA-MONTHS-DONE " MONTHS)".
030500     IF FXA-STATUS NOT = "A"
030600         MOVE FXA-DISPOSAL-DATE TO DATE-CCYYMMDD
030700         PERFORM FORMAT-THE-DATE
030800         MOVE FXA-PROCEEDS TO AN-AMOUNT-FIELD
030900         DISPLAY "DISPOSED: " FORMATTED-DATE
031000             " PROCEEDS " AN-AMOUNT-FIELD
031100         DISPLAY "PROCEEDS TO " FXA-PROCEEDS-ACCOUNT
031200             " GAIN/LOSS TO " FXA-GAIN-LOSS-ACCOUNT.
031300     IF FXA-STATUS = "P"
031400         DISPLAY "RETIREMENT PENDING - NOT YET BOOKED".

031500 ASK-OK-TO-PROCESS.
031600     PERFORM ACCEPT-OK-TO-PROCESS.
031700     PERFORM RE-ACCEPT-OK-TO-PROCESS
031800        UNTIL OK-TO-PROCESS = "Y" OR "N".

031900 ACCEPT-OK-TO-PROCESS.
032000     DISPLAY PROCESS-MESSAGE.
032100     ACCEPT OK-TO-PROCESS.
032200     INSPECT OK-TO-PROCESS
032300      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

032400 RE-ACCEPT-OK-TO-PROCESS.
032500     DISPLAY "YOU MUST ENTER YES OR NO".
032600     PERFORM ACCEPT-OK-TO-PROCESS.

032700*---------------------------------
032800* File I-O Routines
032900*---------------------------------
033000 READ-FXA-RECORD.
033100     MOVE "Y" TO RECORD-FOUND.
033200     READ FIXED-ASSET-FILE RECORD
033300       INVALID KEY
033400          MOVE "N" TO RECORD-FOUND.

033500 REWRITE-FXA-RECORD.
033600     REWRITE FIXED-ASSET-RECORD
033700         INVALID KEY
033800         DISPLAY "ERROR REWRITING ASSET RECORD".

033900 READ-CONTROL-RECORD.
034000     MOVE 1 TO CONTROL-KEY.
034100     MOVE "Y" TO CONTROL-RECORD-FOUND.
034200     READ CONTROL-FILE RECORD
034300         INVALID KEY
034400          MOVE "N" TO CONTROL-RECORD-FOUND
034500          DISPLAY "CONTROL FILE IS INVALID".

034600     COPY "PLJRNL01.CBL".

034700     COPY "PLDATE01.CBL".

034800     COPY "PLOPID01.CBL".

034900     COPY "PLBWIN01.CBL".
