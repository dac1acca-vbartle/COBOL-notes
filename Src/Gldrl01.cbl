000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GLDRL01.
000300*---------------------------------
000400* General ledger drill-down
000500* inquiry. The operator keys an
000600* account and a period (CCYYMM,
000700* month 13 for the year-end
000800* closing entries) and,
000900* optionally, a company, and the
001000* GL-DETAIL-FILE lines GLUPD01
001100* and GLCLOS01 posted into those
001200* buckets list ten to a page,
001300* the CHKINQ01 idiom - date,
001400* company, source journal,
001500* description, amount (credits
001600* shown negative) and the kind
001700* of source reference.
001800* Picking a line by its number
001900* names its source document; a
002000* voucher line then runs the
002100* voucher inquiry VCHINQ01 and a
002200* check line the check inquiry
002300* CHKINQ01, with the invoice or
002400* vendor to key shown first.
002500* The listing ends with the
002600* line totals beside the
002700* GL-BALANCE-FILE bucket totals;
002800* a difference is activity
002900* posted before the detail file
003000* was kept.
003100* Read only - every file is
003200* opened INPUT.
003300*---------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.

003700     COPY "SLGLDTL.CBL".

003800     COPY "SLGLBAL.CBL".

003900     COPY "SLVOUCH.CBL".

004000     COPY "SLCHK01.CBL".

004100 DATA DIVISION.
004200 FILE SECTION.

004300     COPY "FDGLDTL.CBL".

004400     COPY "FDGLBAL.CBL".

004500     COPY "FDVOUCH.CBL".

004600     COPY "FDCHK01.CBL".

004700 WORKING-STORAGE SECTION.

004800 77  DETAIL-FILE-AT-END           PIC X.
004900 77  BALANCE-FILE-AT-END          PIC X.
005000 77  VOUCHER-RECORD-FOUND         PIC X.
005100 77  CHECK-RECORD-FOUND           PIC X.
005200 77  INQUIRY-ACCOUNT              PIC X(10).
005300 77  INQUIRY-COMPANY              PIC X(2).
005400 77  SHOWN-COUNT                  PIC 9(5).
005500 77  LINES-SHOWN                  PIC 99.
005600 77  PAGE-PICK                    PIC 99.
005700 77  PAGE-PICK-DONE               PIC X.
005800 77  STOP-LISTING                 PIC X.
005900 77  LINE-AMOUNT                  PIC S9(11)V99.
006000 77  DETAIL-DEBITS                PIC S9(11)V99.
006100 77  DETAIL-CREDITS               PIC S9(11)V99.
006200 77  BUCKET-DEBITS                PIC S9(11)V99.
006300 77  BUCKET-CREDITS               PIC S9(11)V99.
006400 77  AN-AMOUNT-FIELD              PIC ZZZ,ZZZ,ZZ9.99-.
006500 77  LINE-DATE-DISPLAY            PIC Z9/99/9999.

006600 01  INQUIRY-PERIOD               PIC 9(6).
006700 01  FILLER REDEFINES INQUIRY-PERIOD.
006800     05  INQUIRY-PERIOD-YEAR      PIC 9(4).
006900     05  INQUIRY-PERIOD-MONTH     PIC 9(2).

007000*---------------------------------
007100* The source references of the
007200* lines on the page showing.
007300*---------------------------------
007400 01  PAGE-REFERENCE-TABLE.
007500     05  PAGE-REFERENCE OCCURS 10 TIMES.
007600         10  PAGE-REF-TYPE        PIC X.
007700         10  PAGE-REF-VALUE       PIC X(16).

007800*---------------------------------
007900* One picked reference and its
008000* views, per FDGLDTL.CBL.
008100*---------------------------------
008200 01  PICKED-REF-TYPE              PIC X.
008300 01  PICKED-REFERENCE             PIC X(16).
008400 01  FILLER REDEFINES PICKED-REFERENCE.
008500     05  PICKED-VOUCHER           PIC 9(7).
008600     05  FILLER                   PIC X(9).
008700 01  FILLER REDEFINES PICKED-REFERENCE.
008800     05  PICKED-CHECK-ACCOUNT     PIC 9(10).
008900     05  PICKED-CHECK-NUMBER      PIC 9(6).
009000 01  FILLER REDEFINES PICKED-REFERENCE.
009100     05  PICKED-STORE             PIC 9(2).
009200     05  PICKED-DIVISION          PIC 9(2).
009300     05  FILLER                   PIC X(12).
009400 01  FILLER REDEFINES PICKED-REFERENCE.
009500     05  PICKED-ENTRY             PIC 9(6).
009600     05  PICKED-ENTRY-LINE        PIC 9(3).
009700     05  FILLER                   PIC X(7).
009800 01  FILLER REDEFINES PICKED-REFERENCE.
009900     05  PICKED-CLOSE-YEAR        PIC 9(4).
010000     05  FILLER                   PIC X(12).
010010 01  FILLER REDEFINES PICKED-REFERENCE.
010020     05  PICKED-ASSET             PIC 9(6).
010030     05  FILLER                   PIC X(10).
010040 01  FILLER REDEFINES PICKED-REFERENCE.
010050     05  PICKED-INVOICE           PIC 9(7).
010060     05  FILLER                   PIC X(9).
010068 01  FILLER REDEFINES PICKED-REFERENCE.
010076     05  PICKED-RECEIPT-CUSTOMER  PIC 9(5).
010084     05  PICKED-RECEIPT-CHECK     PIC X(10).
010092     05  FILLER                   PIC X.
010094 01  FILLER REDEFINES PICKED-REFERENCE.
010096     05  PICKED-BANK-ACCOUNT      PIC 9(10).
010098     05  PICKED-BANK-DATE         PIC 9(6).
010099 01  FILLER REDEFINES PICKED-REFERENCE.
010099     05  PICKED-TRANSFER          PIC 9(6).
010099     05  FILLER                   PIC X(10).

010100     COPY "WSDATE01.CBL".

010200     COPY "WSCASE01.CBL".

010300     COPY "WSOPID01.CBL".

010400 PROCEDURE DIVISION.
010500 PROGRAM-BEGIN.
010600     PERFORM OPENING-PROCEDURE.
010700     PERFORM GET-OPERATOR-ID.
010800     PERFORM MAIN-PROCESS.
010900     PERFORM CLOSING-PROCEDURE.

011000 PROGRAM-EXIT.
011100     EXIT PROGRAM.

011200 PROGRAM-DONE.
011300     STOP RUN.

011400 OPENING-PROCEDURE.
011500     OPEN INPUT GL-DETAIL-FILE.
011600     OPEN INPUT GL-BALANCE-FILE.

011700 CLOSING-PROCEDURE.
011800     CLOSE GL-DETAIL-FILE.
011900     CLOSE GL-BALANCE-FILE.

012000 MAIN-PROCESS.
012100     PERFORM ENTER-INQUIRY-ACCOUNT.
012200     PERFORM INQUIRE-ONE-ACCOUNT
012300         UNTIL INQUIRY-ACCOUNT = SPACE.

012400 INQUIRE-ONE-ACCOUNT.
012500     PERFORM ENTER-INQUIRY-PERIOD.
012600     PERFORM ENTER-INQUIRY-COMPANY.
012700     PERFORM SHOW-DETAIL-LINES.
012800     PERFORM SHOW-BUCKET-TOTALS.
012900     PERFORM ENTER-INQUIRY-ACCOUNT.

013000 ENTER-INQUIRY-ACCOUNT.
013100     DISPLAY "ENTER GL ACCOUNT (BLANK TO EXIT)".
013200     ACCEPT INQUIRY-ACCOUNT.
013300     INSPECT INQUIRY-ACCOUNT
013400      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

013500 ENTER-INQUIRY-PERIOD.
013600     PERFORM ACCEPT-INQUIRY-PERIOD.
013700     PERFORM RE-ACCEPT-INQUIRY-PERIOD
013800         UNTIL INQUIRY-PERIOD-MONTH > 0
013900           AND INQUIRY-PERIOD-MONTH < 14.

014000 ACCEPT-INQUIRY-PERIOD.
014100     DISPLAY "ENTER PERIOD (CCYYMM, MONTH 13 FOR THE CLOSE)".
014200     ACCEPT INQUIRY-PERIOD.

014300 RE-ACCEPT-INQUIRY-PERIOD.
014400     DISPLAY "PERIOD MUST BE A VALID CCYYMM".
014500     PERFORM ACCEPT-INQUIRY-PERIOD.

014600 ENTER-INQUIRY-COMPANY.
014700     DISPLAY "ENTER COMPANY CODE (BLANK FOR ALL)".
014800     ACCEPT INQUIRY-COMPANY.
014900     INSPECT INQUIRY-COMPANY
015000      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

015100*---------------------------------
015200* The detail key runs account,
015300* period, company, so one START
015400* finds every line of the
015500* buckets asked for.
015600*---------------------------------
015700 SHOW-DETAIL-LINES.
015800     DISPLAY " ".
015900     DISPLAY "NO DATE       CO SOURCE   DESCRIPTION"
016000         "                        AMOUNT R".
016100     MOVE ZERO TO SHOWN-COUNT.
016200     MOVE ZERO TO LINES-SHOWN.
016300     MOVE ZEROES TO DETAIL-DEBITS
016400                    DETAIL-CREDITS.
016500     MOVE "N" TO STOP-LISTING.
016600     PERFORM READ-FIRST-DETAIL.
016700     PERFORM SHOW-ONE-DETAIL
016800         UNTIL DETAIL-FILE-AT-END = "Y"
016900            OR STOP-LISTING = "Y".
017000     IF LINES-SHOWN NOT = ZERO
017100         PERFORM ASK-PAGE-PICK.
017200     DISPLAY SHOWN-COUNT " LINE(S) SHOWN".

017300 SHOW-ONE-DETAIL.
017400     IF INQUIRY-COMPANY = SPACE
017500        OR GLDTL-COMPANY = INQUIRY-COMPANY
017600         PERFORM DISPLAY-DETAIL-LINE.
017700     PERFORM READ-NEXT-DETAIL.

017800 DISPLAY-DETAIL-LINE.
017900     ADD 1 TO SHOWN-COUNT.
018000     ADD 1 TO LINES-SHOWN.
018100     MOVE GLDTL-REF-TYPE TO PAGE-REF-TYPE(LINES-SHOWN).
018200     MOVE GLDTL-REFERENCE TO PAGE-REF-VALUE(LINES-SHOWN).
018300     ADD GLDTL-DEBIT TO DETAIL-DEBITS.
018400     ADD GLDTL-CREDIT TO DETAIL-CREDITS.
018500     COMPUTE LINE-AMOUNT = GLDTL-DEBIT - GLDTL-CREDIT.
018600     MOVE LINE-AMOUNT TO AN-AMOUNT-FIELD.
018700     MOVE GLDTL-DATE TO DATE-CCYYMMDD.
018800     PERFORM FORMAT-THE-DATE.
018900     MOVE FORMATTED-DATE TO LINE-DATE-DISPLAY.
019000     DISPLAY LINES-SHOWN " " LINE-DATE-DISPLAY " "
019100         GLDTL-COMPANY " " GLDTL-SOURCE(1:8) " "
019200         GLDTL-DESCRIPTION " " AN-AMOUNT-FIELD " "
019300         GLDTL-REF-TYPE.
019400     IF LINES-SHOWN NOT < 10
019500         PERFORM ASK-PAGE-PICK.

019600*---------------------------------
019700* Between pages the operator can
019800* pick lines off the page for
019900* their source documents as
020000* often as wanted.
020100*---------------------------------
020200 ASK-PAGE-PICK.
020300     MOVE "N" TO PAGE-PICK-DONE.
020400     PERFORM ACCEPT-PAGE-PICK
020500         UNTIL PAGE-PICK-DONE = "Y".
020600     MOVE ZERO TO LINES-SHOWN.

020700 ACCEPT-PAGE-PICK.
020800     DISPLAY "LINE NUMBER FOR ITS SOURCE DOCUMENT".
020900     DISPLAY "(0 TO GO ON, 99 TO STOP)".
021000     ACCEPT PAGE-PICK.
021100     IF PAGE-PICK = ZERO
021200         MOVE "Y" TO PAGE-PICK-DONE
021300     ELSE
021400     IF PAGE-PICK = 99
021500         MOVE "Y" TO PAGE-PICK-DONE
021600         MOVE "Y" TO STOP-LISTING
021700     ELSE
021800     IF PAGE-PICK > LINES-SHOWN
021900         DISPLAY "THAT LINE IS NOT ON THIS PAGE"
022000     ELSE
022100         MOVE PAGE-REF-TYPE(PAGE-PICK) TO PICKED-REF-TYPE
022200         MOVE PAGE-REF-VALUE(PAGE-PICK) TO PICKED-REFERENCE
022300         PERFORM SHOW-SOURCE-DOCUMENT.

022400 SHOW-SOURCE-DOCUMENT.
022500     IF PICKED-REF-TYPE = "V"
022600         PERFORM SHOW-SOURCE-VOUCHER
022700     ELSE
022800     IF PICKED-REF-TYPE = "C"
022900         PERFORM SHOW-SOURCE-CHECK
023000     ELSE
023100     IF PICKED-REF-TYPE = "S"
023200         DISPLAY "DAILY SALES FEED - STORE " PICKED-STORE
023300             " DIVISION " PICKED-DIVISION
023400     ELSE
023500     IF PICKED-REF-TYPE = "J"
023600         DISPLAY "JOURNAL ENTRY " PICKED-ENTRY
023700             " LINE " PICKED-ENTRY-LINE
023800             " - PRINT IT FROM GLJE01"
023900     ELSE
024000     IF PICKED-REF-TYPE = "Y"
024100         DISPLAY "YEAR-END CLOSING ENTRY FOR "
024200             PICKED-CLOSE-YEAR " (GLCLOS01)"
024300     ELSE
024310     IF PICKED-REF-TYPE = "F"
024320         DISPLAY "FIXED ASSET " PICKED-ASSET
024330             " - LOOK IT UP IN FXAMNT01"
024340     ELSE
024350     IF PICKED-REF-TYPE = "A"
024360         DISPLAY "RECEIVABLE INVOICE " PICKED-INVOICE
024370             " - ARWOEXP LINES ARE WRITE-OFFS (ARWORG01)"
024380     ELSE
024382     IF PICKED-REF-TYPE = "R"
024384         DISPLAY "CUSTOMER " PICKED-RECEIPT-CUSTOMER
024386             " RECEIPT - CHECK " PICKED-RECEIPT-CHECK
024388     ELSE
024390     IF PICKED-REF-TYPE = "B"
024392         DISPLAY "BANK ACCOUNT " PICKED-BANK-ACCOUNT
024394             " STATEMENT ITEM OF " PICKED-BANK-DATE
024396             " (YYMMDD) - SEE THE BNKADJ01 REGISTER"
024398     ELSE
024399     IF PICKED-REF-TYPE = "T"
024399         DISPLAY "BANK TRANSFER " PICKED-TRANSFER
024399             " - SEE THE XFRREL01 LIST"
024399     ELSE
024400         DISPLAY "A SUMMARY LINE - NO ONE SOURCE DOCUMENT".

024500*---------------------------------
024600* The voucher inquiry looks up
024700* by invoice, so the invoice to
024800* key is shown before it runs.
024900*---------------------------------
025000 SHOW-SOURCE-VOUCHER.
025100     OPEN INPUT VOUCHER-FILE.
025200     MOVE PICKED-VOUCHER TO VOUCHER-NUMBER.
025300     PERFORM READ-VOUCHER-RECORD.
025400     CLOSE VOUCHER-FILE.
025500     IF VOUCHER-RECORD-FOUND = "N"
025600         DISPLAY "VOUCHER " PICKED-VOUCHER
025700             " IS NO LONGER ON FILE"
025800     ELSE
025900         DISPLAY "VOUCHER " VOUCHER-NUMBER
026000             " VENDOR " VOUCHER-VENDOR
026100             " INVOICE " VOUCHER-INVOICE
026200         DISPLAY "KEY INVOICE " VOUCHER-INVOICE
026300             " AT THE VOUCHER INQUIRY"
026400         CALL "VCHINQ01".

026500*---------------------------------
026600* The check inquiry looks up by
026700* vendor, so the vendor to key
026800* is shown before it runs.
026900*---------------------------------
027000 SHOW-SOURCE-CHECK.
027100     OPEN INPUT CHECK-FILE.
027200     MOVE PICKED-CHECK-ACCOUNT TO CHECK-ACCOUNT.
027300     MOVE PICKED-CHECK-NUMBER TO CHECK-NUMBER.
027400     PERFORM READ-CHECK-RECORD.
027500     CLOSE CHECK-FILE.
027600     IF CHECK-RECORD-FOUND = "N"
027700         DISPLAY "CHECK " PICKED-CHECK-NUMBER
027800             " IS NO LONGER ON FILE"
027900     ELSE
028000         DISPLAY "CHECK " CHECK-NUMBER
028100             " ACCOUNT " CHECK-ACCOUNT
028200             " VENDOR " CHECK-VENDOR
028300         DISPLAY "KEY VENDOR " CHECK-VENDOR
028400             " AT THE CHECK INQUIRY"
028500         CALL "CHKINQ01".

028600*---------------------------------
028700* What the balance file holds
028800* for the same buckets.
028900*---------------------------------
029000 SHOW-BUCKET-TOTALS.
029100     MOVE ZEROES TO BUCKET-DEBITS
029200                    BUCKET-CREDITS.
029300     PERFORM READ-FIRST-BALANCE.
029400     PERFORM ADD-ONE-BUCKET
029500         UNTIL BALANCE-FILE-AT-END = "Y".
029600     MOVE DETAIL-DEBITS TO AN-AMOUNT-FIELD.
029700     DISPLAY "DETAIL LINES  DEBITS " AN-AMOUNT-FIELD.
029800     MOVE DETAIL-CREDITS TO AN-AMOUNT-FIELD.
029900     DISPLAY "             CREDITS " AN-AMOUNT-FIELD.
030000     MOVE BUCKET-DEBITS TO AN-AMOUNT-FIELD.
030100     DISPLAY "GL BALANCE    DEBITS " AN-AMOUNT-FIELD.
030200     MOVE BUCKET-CREDITS TO AN-AMOUNT-FIELD.
030300     DISPLAY "             CREDITS " AN-AMOUNT-FIELD.
030400     IF BUCKET-DEBITS NOT = DETAIL-DEBITS
030500        OR BUCKET-CREDITS NOT = DETAIL-CREDITS
030600         DISPLAY "THE DIFFERENCE WAS POSTED BEFORE THE"
030700             " DETAIL FILE WAS KEPT".

030800 ADD-ONE-BUCKET.
030900     IF INQUIRY-COMPANY = SPACE
031000        OR GLBAL-COMPANY = INQUIRY-COMPANY
031100         ADD GLBAL-DEBITS TO BUCKET-DEBITS
031200         ADD GLBAL-CREDITS TO BUCKET-CREDITS.
031300     PERFORM READ-NEXT-BALANCE.

031400*---------------------------------
031500* File I-O routines - the START
031600* positions on the account and
031700* period, and a change of either
031800* ends the listing.
031900*---------------------------------
032000 READ-FIRST-DETAIL.
032100     MOVE "N" TO DETAIL-FILE-AT-END.
032200     MOVE INQUIRY-ACCOUNT TO GLDTL-ACCOUNT.
032300     MOVE INQUIRY-PERIOD TO GLDTL-PERIOD.
032400     MOVE INQUIRY-COMPANY TO GLDTL-COMPANY.
032500     MOVE ZEROES TO GLDTL-POSTED-DATE
032600                    GLDTL-POSTED-TIME
032700                    GLDTL-POSTED-LINE.
032800     START GL-DETAIL-FILE
032900        KEY NOT < GLDTL-KEY
033000         INVALID KEY MOVE "Y" TO DETAIL-FILE-AT-END.
033100     IF DETAIL-FILE-AT-END NOT = "Y"
033200         PERFORM READ-NEXT-DETAIL.

033300 READ-NEXT-DETAIL.
033400     READ GL-DETAIL-FILE NEXT RECORD
033500         AT END MOVE "Y" TO DETAIL-FILE-AT-END.
033600     IF DETAIL-FILE-AT-END NOT = "Y"
033700        AND (GLDTL-ACCOUNT NOT = INQUIRY-ACCOUNT
033800          OR GLDTL-PERIOD NOT = INQUIRY-PERIOD)
033900         MOVE "Y" TO DETAIL-FILE-AT-END.

034000 READ-FIRST-BALANCE.
034100     MOVE "N" TO BALANCE-FILE-AT-END.
034200     MOVE INQUIRY-ACCOUNT TO GLBAL-ACCOUNT.
034300     MOVE INQUIRY-PERIOD TO GLBAL-PERIOD.
034400     MOVE INQUIRY-COMPANY TO GLBAL-COMPANY.
034500     START GL-BALANCE-FILE
034600        KEY NOT < GLBAL-KEY
034700         INVALID KEY MOVE "Y" TO BALANCE-FILE-AT-END.
034800     IF BALANCE-FILE-AT-END NOT = "Y"
034900         PERFORM READ-NEXT-BALANCE.

035000 READ-NEXT-BALANCE.
035100     READ GL-BALANCE-FILE NEXT RECORD
035200         AT END MOVE "Y" TO BALANCE-FILE-AT-END.
035300     IF BALANCE-FILE-AT-END NOT = "Y"
035400        AND (GLBAL-ACCOUNT NOT = INQUIRY-ACCOUNT
035500          OR GLBAL-PERIOD NOT = INQUIRY-PERIOD)
035600         MOVE "Y" TO BALANCE-FILE-AT-END.

035700 READ-VOUCHER-RECORD.
035800     MOVE "Y" TO VOUCHER-RECORD-FOUND.
035900     READ VOUCHER-FILE RECORD
036000       INVALID KEY
036100          MOVE "N" TO VOUCHER-RECORD-FOUND.

036200 READ-CHECK-RECORD.
036300     MOVE "Y" TO CHECK-RECORD-FOUND.
036400     READ CHECK-FILE RECORD
036500       INVALID KEY
036600          MOVE "N" TO CHECK-RECORD-FOUND.

036700     COPY "PLDATE01.CBL".

036800     COPY "PLOPID01.CBL".
