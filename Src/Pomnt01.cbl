002100* cancelled or fully invoiced
002200* order drops off the open-PO
002300* report (PORPT01).
002320* Each line may be charged to
002340* an open project (PRJMNT01),
002360* 0 when it is not project
002380* spend.
002382* A merchandise line names the
002384* store and division it is
002386* bought for, validated against
002388* the store master and
002390* SALES-CODE-FILE; store 0
002392* marks an expense line, which
002394* carries neither. OTBRPT01
002396* reads them as on order.
002397* A merchandise line also takes
002398* its unit retail price, which
002399* RCVENT01 extends onto the
002399* stock ledger's retail side.
002399* Nothing is entered while the
002399* nightly batch window is up
002399* (PLBWIN01.CBL); a PO added,
002399* closed or reopened as the
002399* window goes up is not written.
002400*---------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.

003010     COPY "SLCNTR01.CBL".

003050     COPY "SLPROJ.CBL".

003066     COPY "SLSTOR01.CBL".

003082     COPY "SLSLCODE.CBL".

003088     COPY "SLBWIN01.CBL".

003094     COPY "SLBWLOG.CBL".

003100 DATA DIVISION.
003200 FILE SECTION.


003510     COPY "FDCNTR01.CBL".

003550     COPY "FDPROJ.CBL".

003566     COPY "FDSTOR01.CBL".

003582     COPY "FDSLCODE.CBL".

003588     COPY "FDBWIN01.CBL".

003594     COPY "FDBWLOG.CBL".

003600 WORKING-STORAGE SECTION.

003700 77  PO-RECORD-FOUND              PIC X.
004892 77  CONTRACT-AT-END              PIC X.
004893 77  CONTRACT-PRICE-FOUND         PIC X.
004894 77  FOUND-CONTRACT-PRICE         PIC 9(5)V99.
004897 77  PROJECT-RECORD-FOUND         PIC X.
004898 77  STORE-RECORD-FOUND           PIC X.
004899 77  CODE-RECORD-FOUND            PIC X.

004900     COPY "WSDATE01.CBL".


005100     COPY "WSOPID01.CBL".

005150     COPY "WSBWIN01.CBL".

005200 PROCEDURE DIVISION.
005300 PROGRAM-BEGIN.
005400     PERFORM OPENING-PROCEDURE.
005500     PERFORM GET-OPERATOR-ID.
005525     MOVE "POMNT01" TO BWIN-PROGRAM-NAME.
005550     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
005575     IF BATCH-UPDATES-ALLOWED = "Y"
005600         PERFORM MAIN-PROCESS.
005700     PERFORM CLOSING-PROCEDURE.

005733 PROGRAM-EXIT.
005766     EXIT PROGRAM.

005800 PROGRAM-DONE.
005900     STOP RUN.

006200     OPEN INPUT VENDOR-FILE.
006300     OPEN I-O CONTROL-FILE.
006310     OPEN INPUT CONTRACT-PRICE-FILE.
006350     OPEN INPUT PROJECT-FILE.
006366     OPEN INPUT STORE-FILE.
006382     OPEN INPUT SALES-CODE-FILE.

006400 CLOSING-PROCEDURE.
006500     CLOSE PO-FILE.
006600     CLOSE VENDOR-FILE.
006700     CLOSE CONTROL-FILE.
006710     CLOSE CONTRACT-PRICE-FILE.
006750     CLOSE PROJECT-FILE.
006766     CLOSE STORE-FILE.
006782     CLOSE SALES-CODE-FILE.

006800 MAIN-PROCESS.
006900     PERFORM ENTER-MODE-CHOICE.
008000         DISPLAY "YOU MUST ENTER A, C, OR Q"
008100         PERFORM ENTER-MODE-CHOICE.

008116 ENTER-NEXT-MODE-CHOICE.
008132     IF BATCH-UPDATES-ALLOWED = "Y"
008148         PERFORM ENTER-MODE-CHOICE
008164     ELSE
008180         MOVE "Q" TO MODE-CHOICE.

008200*---------------------------------
008300* ADD
008400*---------------------------------
008600     PERFORM GET-NEW-PO-NUMBER.
008700     PERFORM ADD-RECORDS
008800        UNTIL PO-NUMBER = ZEROES.
008900     PERFORM ENTER-NEXT-MODE-CHOICE.

009000 GET-NEW-PO-NUMBER.
009100     PERFORM INIT-PO-RECORD.
009150     IF BATCH-UPDATES-ALLOWED = "Y"
009200         PERFORM ASK-ADD-ANOTHER
009233     ELSE
009266         MOVE "N" TO OK-TO-PROCESS.
009300     IF OK-TO-PROCESS = "Y"
009400         PERFORM RETRIEVE-NEXT-PO-NUMBER
009500     ELSE
013100     MOVE "WRITE THIS PURCHASE ORDER (Y/N)?"
013200         TO PROCESS-MESSAGE.
013300     PERFORM ASK-OK-TO-PROCESS.
013307     PERFORM CHECK-WINDOW-BEFORE-WRITE.

013314*---------------------------------
013321* A yes that arrives after the
013328* nightly batch window has gone
013335* up is turned into a no, so the
013342* PO is backed out or left as it
013349* was instead of written.
013356*---------------------------------
013363 CHECK-WINDOW-BEFORE-WRITE.
013370     IF OK-TO-PROCESS = "Y"
013377         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
013384         IF BATCH-UPDATES-ALLOWED NOT = "Y"
013391             MOVE "N" TO OK-TO-PROCESS.

013400 DISPLAY-NEW-PO-NUMBER.
013500     MOVE PO-NUMBER TO PO-NUMBER-FIELD.
018900         PERFORM ENTER-PO-LINE-UNIT-PRICE
018910         PERFORM CHECK-CONTRACT-PRICE
019000         PERFORM ENTER-PO-LINE-GL-ACCOUNT
019050         PERFORM ENTER-PO-LINE-PROJECT
019075         PERFORM ENTER-PO-LINE-STORE
019100         PERFORM EXTEND-PO-LINE
019200         ADD 1 TO PO-LINE-COUNT
019300         SET PO-LINE-INDEX UP BY 1.
022126             MOVE CNTR-PRICE TO FOUND-CONTRACT-PRICE
022127             MOVE "Y" TO CONTRACT-PRICE-FOUND.

022128*---------------------------------
022129* Project / job the line is
022130* bought for - 0 for none,
022131* otherwise it must be on
022132* PROJECT-FILE and still open.
022133*---------------------------------
022134 ENTER-PO-LINE-PROJECT.
022135     PERFORM ACCEPT-PO-LINE-PROJECT.
022136     PERFORM RE-ACCEPT-PO-LINE-PROJECT
022137         UNTIL PO-LINE-PROJECT(PO-LINE-INDEX) = ZEROES
022138            OR (PROJECT-RECORD-FOUND = "Y"
022139                AND PROJECT-STATUS = "O").

022140 ACCEPT-PO-LINE-PROJECT.
022141     DISPLAY "ENTER PROJECT NUMBER (0 FOR NONE)".
022142     ACCEPT PO-LINE-PROJECT(PO-LINE-INDEX).
022143     MOVE PO-LINE-PROJECT(PO-LINE-INDEX) TO PROJECT-NUMBER.
022144     MOVE "Y" TO PROJECT-RECORD-FOUND.
022145     READ PROJECT-FILE RECORD
022146       INVALID KEY
022147          MOVE "N" TO PROJECT-RECORD-FOUND.
022148     IF PO-LINE-PROJECT(PO-LINE-INDEX) NOT = ZEROES
022149        AND PROJECT-RECORD-FOUND = "Y"
022150         DISPLAY "   PROJECT: " PROJECT-DESCRIPTION.

022151 RE-ACCEPT-PO-LINE-PROJECT.
022152     IF PROJECT-RECORD-FOUND = "N"
022153         DISPLAY "PROJECT IS NOT ON FILE"
022154     ELSE
022155         DISPLAY "PROJECT IS CLOSED".
022156     PERFORM ACCEPT-PO-LINE-PROJECT.

022156*---------------------------------
022156* Store the merchandise is
022156* bought for - 0 for an expense
022156* line - then its division.
022156*---------------------------------
022156 ENTER-PO-LINE-STORE.
022156     PERFORM ACCEPT-PO-LINE-STORE.
022156     PERFORM RE-ACCEPT-PO-LINE-STORE
022156         UNTIL PO-LINE-STORE(PO-LINE-INDEX) = ZEROES
022156            OR STORE-RECORD-FOUND = "Y".
022156     IF PO-LINE-STORE(PO-LINE-INDEX) = ZEROES
022156         MOVE ZEROES TO PO-LINE-DIVISION(PO-LINE-INDEX)
022156                        PO-LINE-RETAIL-PRICE(PO-LINE-INDEX)
022156     ELSE
022156         PERFORM ENTER-PO-LINE-DIVISION
022156         PERFORM ENTER-PO-LINE-RETAIL-PRICE.

022156 ACCEPT-PO-LINE-STORE.
022156     DISPLAY "ENTER STORE FOR MERCHANDISE (0 FOR EXPENSE)".
022156     ACCEPT PO-LINE-STORE(PO-LINE-INDEX).
022156     MOVE PO-LINE-STORE(PO-LINE-INDEX) TO STORE-NUMBER.
022156     MOVE "Y" TO STORE-RECORD-FOUND.
022156     READ STORE-FILE RECORD
022156       INVALID KEY
022156          MOVE "N" TO STORE-RECORD-FOUND.
022156     IF PO-LINE-STORE(PO-LINE-INDEX) NOT = ZEROES
022156        AND STORE-RECORD-FOUND = "Y"
022156         DISPLAY "   STORE: " STORE-NAME.

022156 RE-ACCEPT-PO-LINE-STORE.
022156     DISPLAY "STORE IS NOT ON THE STORE MASTER".
022156     PERFORM ACCEPT-PO-LINE-STORE.

022156 ENTER-PO-LINE-DIVISION.
022156     PERFORM ACCEPT-PO-LINE-DIVISION.
022156     PERFORM RE-ACCEPT-PO-LINE-DIVISION
022156         UNTIL CODE-RECORD-FOUND = "Y".

022156 ACCEPT-PO-LINE-DIVISION.
022156     DISPLAY "ENTER DIVISION NUMBER".
022156     ACCEPT PO-LINE-DIVISION(PO-LINE-INDEX).
022156     MOVE 1 TO SALES-CODE-TYPE.
022156     MOVE PO-LINE-DIVISION(PO-LINE-INDEX) TO SALES-CODE-NUMBER.
022156     MOVE "Y" TO CODE-RECORD-FOUND.
022156     READ SALES-CODE-FILE RECORD
022156       INVALID KEY
022156          MOVE "N" TO CODE-RECORD-FOUND.
022156     IF CODE-RECORD-FOUND = "Y"
022156         DISPLAY "   DIVISION: " SALES-CODE-NAME.

022156 RE-ACCEPT-PO-LINE-DIVISION.
022156     DISPLAY "DIVISION IS NOT ON SALES-CODE-FILE".
022156     PERFORM ACCEPT-PO-LINE-DIVISION.

022156*---------------------------------
022156* The unit retail is required on
022156* a merchandise line; retail
022156* below the unit cost is only
022156* warned about.
022156*---------------------------------
022156 ENTER-PO-LINE-RETAIL-PRICE.
022156     PERFORM ACCEPT-PO-LINE-RETAIL-PRICE.
022156     PERFORM RE-ACCEPT-PO-LINE-RETAIL-PRICE
022156         UNTIL PO-LINE-RETAIL-PRICE(PO-LINE-INDEX)
022156             NOT = ZEROES.
022156     IF PO-LINE-RETAIL-PRICE(PO-LINE-INDEX) <
022156        PO-LINE-UNIT-PRICE(PO-LINE-INDEX)
022156         DISPLAY "   WARNING - RETAIL IS BELOW THE UNIT COST".

022156 ACCEPT-PO-LINE-RETAIL-PRICE.
022156     DISPLAY "ENTER UNIT RETAIL PRICE".
022156     ACCEPT A-PRICE-FIELD.
022156     MOVE A-PRICE-FIELD TO PO-LINE-RETAIL-PRICE(PO-LINE-INDEX).

022156 RE-ACCEPT-PO-LINE-RETAIL-PRICE.
022156     DISPLAY "A MERCHANDISE LINE MUST HAVE A RETAIL PRICE".
022156     PERFORM ACCEPT-PO-LINE-RETAIL-PRICE.

022100 EXTEND-PO-LINE.
022200     COMPUTE LINE-EXTENSION =
022300         PO-LINE-QUANTITY(PO-LINE-INDEX) *
023500     PERFORM GET-EXISTING-PO.
023600     PERFORM CLOSE-RECORDS
023700         UNTIL PO-NUMBER = ZEROES.
023800     PERFORM ENTER-NEXT-MODE-CHOICE.

023900 GET-EXISTING-PO.
024000     PERFORM ACCEPT-EXISTING-PO.
025700     ELSE
025800         PERFORM CHANGE-TO-REOPENED.

025850     IF BATCH-UPDATES-ALLOWED = "Y"
025900         PERFORM GET-EXISTING-PO
025933     ELSE
025966         MOVE ZEROES TO PO-NUMBER.

026000 CHANGE-TO-CLOSED.
026100     PERFORM ASK-OK-TO-CLOSE.
027300     MOVE "CLOSE THIS PURCHASE ORDER (Y/N)?"
027400         TO PROCESS-MESSAGE.
027500     PERFORM ASK-OK-TO-PROCESS.
027550     PERFORM CHECK-WINDOW-BEFORE-WRITE.

027600 ASK-OK-TO-REOPEN.
027700     MOVE "REOPEN THIS PURCHASE ORDER (Y/N)?"
027800         TO PROCESS-MESSAGE.
027900     PERFORM ASK-OK-TO-PROCESS.
027950     PERFORM CHECK-WINDOW-BEFORE-WRITE.

028000 DISPLAY-PO-FIELDS.
028100     DISPLAY " ".
030400     DISPLAY "   " PO-LINE-DESCRIPTION(PO-LINE-INDEX)
030500         " " A-QUANTITY-FIELD
030600         " AT " A-PRICE-FIELD
030700         " GL " PO-LINE-GL-ACCOUNT(PO-LINE-INDEX)
030750         " PROJ " PO-LINE-PROJECT(PO-LINE-INDEX).
030762     IF PO-LINE-STORE(PO-LINE-INDEX) NOT = ZEROES
030774         MOVE PO-LINE-RETAIL-PRICE(PO-LINE-INDEX) TO A-PRICE-FIELD
030774         DISPLAY "      FOR STORE " PO-LINE-STORE(PO-LINE-INDEX)
030786             " DIVISION " PO-LINE-DIVISION(PO-LINE-INDEX)
030793             " RETAIL " A-PRICE-FIELD.
030800     SET PO-LINE-INDEX UP BY 1.

030900*---------------------------------
037100     COPY "PLDATE01.CBL".

037200     COPY "PLOPID01.CBL".

037300     COPY "PLBWIN01.CBL".
