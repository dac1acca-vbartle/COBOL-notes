000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RBTCLM01.
000300*---------------------------------
000400* Vendor rebate claims. Shows a
000500* vendor's rebate agreement as
000600* RBTCAL01 last accrued it and
000700* claims the earned rebate not
000800* yet claimed (or part of it)
000900* by raising an expected credit
001000* on EXPECTED-CREDIT-FILE, the
001100* way ECRMNT01 raises one for
001200* returned goods. The invoice
001300* reference is "REBATE " plus
001400* the agreement's period end
001500* date so RBTCAL01 can tie the
001600* claim back to the agreement.
001700* When the vendor's credit memo
001800* arrives it is keyed in
001900* VCHNEW01 as a credit-memo
002000* voucher and matched to the
002100* claim, and CHKRUN01 nets it
002200* against the vendor's next
002300* payment. Claims are journaled
002400* as CR-RAISE.
002416* While the nightly batch window
002432* is up (PLBWIN01.CBL) no claim
002448* can be keyed, and one confirmed
002464* as the window goes up is not
002480* raised.
002500*---------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.

002900     COPY "SLREBATE.CBL".

003000     COPY "SLECRD01.CBL".

003100     COPY "SLVND02.CBL".

003200     COPY "SLJRNL01.CBL".

003233     COPY "SLBWIN01.CBL".

003266     COPY "SLBWLOG.CBL".

003300 DATA DIVISION.
003400 FILE SECTION.

003500     COPY "FDREBATE.CBL".

003600     COPY "FDECRD01.CBL".

003700     COPY "FDVND04.CBL".

003800     COPY "FDJRNL01.CBL".

003833     COPY "FDBWIN01.CBL".

003866     COPY "FDBWLOG.CBL".

003900 WORKING-STORAGE SECTION.

004000 77  REBATE-RECORD-FOUND          PIC X.
004100 77  VENDOR-RECORD-FOUND          PIC X.
004200 77  CREDIT-FILE-AT-END           PIC X.
004300 77  WORK-VENDOR-NUMBER           PIC 9(5).
004400 77  NEXT-CREDIT-SEQUENCE         PIC 9(3).
004500 77  CLAIMABLE-AMOUNT             PIC S9(6)V99.
004600 77  CLAIM-AMOUNT                 PIC S9(6)V99.
004700 77  OK-TO-PROCESS                PIC X.
004800 77  PROCESS-MESSAGE              PIC X(79) VALUE SPACE.
004900 77  AN-AMOUNT-FIELD              PIC ZZZ,ZZ9.99-.
005000 77  A-PERCENT-FIELD              PIC Z9.999.

005100 01  CLAIM-REFERENCE.
005200     05  FILLER                   PIC X(7) VALUE "REBATE ".
005300     05  CLAIM-REF-END-DATE       PIC 9(8).

005400     COPY "WSDATE01.CBL".

005500     COPY "WSCASE01.CBL".

005600     COPY "WSOPID01.CBL".

005650     COPY "WSBWIN01.CBL".

005700 PROCEDURE DIVISION.
005800 PROGRAM-BEGIN.
005900     PERFORM OPENING-PROCEDURE.
006000     PERFORM GET-OPERATOR-ID.
006025     MOVE "RBTCLM01" TO BWIN-PROGRAM-NAME.
006050     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
006075     IF BATCH-UPDATES-ALLOWED = "Y"
006100         PERFORM MAIN-PROCESS.
006200     PERFORM CLOSING-PROCEDURE.

006233 PROGRAM-EXIT.
006266     EXIT PROGRAM.

006300 PROGRAM-DONE.
006400     ACCEPT OMITTED. STOP RUN.

006500 OPENING-PROCEDURE.
006600     OPEN I-O REBATE-FILE.
006700     OPEN I-O EXPECTED-CREDIT-FILE.
006800     OPEN INPUT VENDOR-FILE.
006900     OPEN EXTEND JOURNAL-FILE.

007000 CLOSING-PROCEDURE.
007100     CLOSE REBATE-FILE.
007200     CLOSE EXPECTED-CREDIT-FILE.
007300     CLOSE VENDOR-FILE.
007400     CLOSE JOURNAL-FILE.

007500 MAIN-PROCESS.
007600     PERFORM GET-REBATE-VENDOR.
007700     PERFORM CLAIM-RECORDS
007800         UNTIL WORK-VENDOR-NUMBER = ZEROES.

007900 GET-REBATE-VENDOR.
008000     PERFORM ACCEPT-REBATE-VENDOR.
008100     PERFORM RE-ACCEPT-REBATE-VENDOR
008200         UNTIL REBATE-RECORD-FOUND = "Y" OR
008300               WORK-VENDOR-NUMBER = ZEROES.

008400 ACCEPT-REBATE-VENDOR.
008500     MOVE "N" TO REBATE-RECORD-FOUND.
008600     MOVE ZEROES TO WORK-VENDOR-NUMBER.
008700     DISPLAY " ".
008800     DISPLAY "ENTER VENDOR NUMBER TO CLAIM (0 TO EXIT)".
008900     ACCEPT WORK-VENDOR-NUMBER.
009000     IF WORK-VENDOR-NUMBER NOT = ZEROES
009100         MOVE WORK-VENDOR-NUMBER TO REBATE-VENDOR
009200         PERFORM READ-REBATE-RECORD.

009300 RE-ACCEPT-REBATE-VENDOR.
009400     DISPLAY "NO REBATE AGREEMENT FOR THAT VENDOR".
009500     PERFORM ACCEPT-REBATE-VENDOR.

009600 CLAIM-RECORDS.
009700     PERFORM DISPLAY-REBATE-POSITION.
009800     COMPUTE CLAIMABLE-AMOUNT =
009900         REBATE-EARNED - REBATE-CLAIMED.
010000     IF CLAIMABLE-AMOUNT NOT > ZERO
010100         DISPLAY "NOTHING EARNED IS LEFT TO CLAIM"
010200     ELSE
010300         PERFORM ENTER-CLAIM-AMOUNT
010400         MOVE CLAIM-AMOUNT TO AN-AMOUNT-FIELD
010500         MOVE SPACE TO PROCESS-MESSAGE
010600         STRING "CLAIM " AN-AMOUNT-FIELD
010700             " AS AN EXPECTED CREDIT (Y/N)?"
010800             DELIMITED BY SIZE INTO PROCESS-MESSAGE
010900         PERFORM ASK-OK-TO-PROCESS
011000         IF OK-TO-PROCESS = "Y"
011033             PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
011066             IF BATCH-UPDATES-ALLOWED = "Y"
011100                 PERFORM RAISE-REBATE-CLAIM.
011150     IF BATCH-UPDATES-ALLOWED = "Y"
011200         PERFORM GET-REBATE-VENDOR
011233     ELSE
011266         MOVE ZEROES TO WORK-VENDOR-NUMBER.

011300 DISPLAY-REBATE-POSITION.
011400     MOVE REBATE-VENDOR TO VENDOR-NUMBER.
011500     PERFORM READ-VENDOR-RECORD.
011600     DISPLAY "   VENDOR: " REBATE-VENDOR " " VENDOR-NAME.
011700     MOVE REBATE-END-DATE TO DATE-CCYYMMDD.
011800     PERFORM FORMAT-THE-DATE.
011900     DISPLAY "   PERIOD ENDING: " FORMATTED-DATE.
012000     IF REBATE-LAST-RUN-DATE = ZEROES
012100         DISPLAY "   NOT YET ACCRUED - RUN RBTCAL01"
012200     ELSE
012300         MOVE REBATE-LAST-RUN-DATE TO DATE-CCYYMMDD
012400         PERFORM FORMAT-THE-DATE
012500         DISPLAY "   ACCRUED AS OF: " FORMATTED-DATE.
012600     MOVE REBATE-EARNED-PERCENT TO A-PERCENT-FIELD.
012700     MOVE REBATE-EARNED TO AN-AMOUNT-FIELD.
012800     DISPLAY "   EARNED:    " AN-AMOUNT-FIELD
012900         " AT " A-PERCENT-FIELD " PCT".
013000     MOVE REBATE-CLAIMED TO AN-AMOUNT-FIELD.
013100     DISPLAY "   CLAIMED:   " AN-AMOUNT-FIELD.
013200     MOVE REBATE-COLLECTED TO AN-AMOUNT-FIELD.
013300     DISPLAY "   COLLECTED: " AN-AMOUNT-FIELD.

013400*---------------------------------
013500* Zero claims everything earned
013600* and not yet claimed.
013700*---------------------------------
013800 ENTER-CLAIM-AMOUNT.
013900     PERFORM ACCEPT-CLAIM-AMOUNT.
014000     PERFORM RE-ACCEPT-CLAIM-AMOUNT
014100         UNTIL CLAIM-AMOUNT > ZERO
014200           AND CLAIM-AMOUNT NOT > CLAIMABLE-AMOUNT.

014300 ACCEPT-CLAIM-AMOUNT.
014400     MOVE CLAIMABLE-AMOUNT TO AN-AMOUNT-FIELD.
014500     DISPLAY "ENTER AMOUNT TO CLAIM (0 FOR ALL "
014600         AN-AMOUNT-FIELD ")".
014700     ACCEPT AN-AMOUNT-FIELD.
014800     MOVE AN-AMOUNT-FIELD TO CLAIM-AMOUNT.
014900     IF CLAIM-AMOUNT = ZEROES
015000         MOVE CLAIMABLE-AMOUNT TO CLAIM-AMOUNT.

015100 RE-ACCEPT-CLAIM-AMOUNT.
015200     DISPLAY "CANNOT CLAIM MORE THAN IS EARNED AND UNCLAIMED".
015300     PERFORM ACCEPT-CLAIM-AMOUNT.

015400 RAISE-REBATE-CLAIM.
015500     PERFORM RETRIEVE-NEXT-CREDIT-SEQ.
015600     MOVE REBATE-VENDOR TO ECRD-VENDOR.
015700     MOVE NEXT-CREDIT-SEQUENCE TO ECRD-SEQUENCE.
015800     MOVE ZEROES TO ECRD-PO-NUMBER.
015900     MOVE REBATE-END-DATE TO CLAIM-REF-END-DATE.
016000     MOVE CLAIM-REFERENCE TO ECRD-INVOICE-REF.
016100     MOVE CLAIM-AMOUNT TO ECRD-AMOUNT.
016200     PERFORM GET-TODAYS-DATE.
016300     MOVE DATE-CCYYMMDD TO ECRD-RAISED-DATE.
016400     MOVE "O" TO ECRD-STATUS.
016500     MOVE ZEROES TO ECRD-MATCHED-VOUCHER
016600                    ECRD-MATCHED-DATE.
016700     PERFORM WRITE-CREDIT-RECORD.
016800     ADD CLAIM-AMOUNT TO REBATE-CLAIMED.
016900     PERFORM REWRITE-REBATE-RECORD.
017000     PERFORM JOURNAL-REBATE-CLAIM.
017100     DISPLAY "EXPECTED CREDIT " ECRD-SEQUENCE
017200         " RAISED FOR THE REBATE".

017300 RETRIEVE-NEXT-CREDIT-SEQ.
017400     MOVE ZERO TO NEXT-CREDIT-SEQUENCE.
017500     PERFORM READ-FIRST-VENDOR-CREDIT.
017600     PERFORM NOTE-ONE-CREDIT-SEQ
017700         UNTIL CREDIT-FILE-AT-END = "Y".
017800     ADD 1 TO NEXT-CREDIT-SEQUENCE.

017900 NOTE-ONE-CREDIT-SEQ.
018000     MOVE ECRD-SEQUENCE TO NEXT-CREDIT-SEQUENCE.
018100     PERFORM READ-NEXT-VENDOR-CREDIT.

018200 JOURNAL-REBATE-CLAIM.
018300     MOVE "RBTCLM01" TO JOURNAL-PROGRAM.
018400     MOVE SPACE TO JOURNAL-KEY.
018500     MOVE ECRD-KEY TO JOURNAL-KEY.
018600     MOVE "CR-RAISE" TO JOURNAL-ACTION.
018700     MOVE ECRD-AMOUNT TO JOURNAL-AMOUNT.
018800     PERFORM WRITE-JOURNAL-ENTRY.

018900*---------------------------------
019000* Confirmation prompt routines,
019100* same idiom as VCHPAY01.
019200*---------------------------------
019300 ASK-OK-TO-PROCESS.
019400     PERFORM ACCEPT-OK-TO-PROCESS.
019500     PERFORM RE-ACCEPT-OK-TO-PROCESS
019600        UNTIL OK-TO-PROCESS = "Y" OR "N".

019700 ACCEPT-OK-TO-PROCESS.
019800     DISPLAY PROCESS-MESSAGE.
019900     ACCEPT OK-TO-PROCESS.
020000     INSPECT OK-TO-PROCESS
020100      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

020200 RE-ACCEPT-OK-TO-PROCESS.
020300     DISPLAY "YOU MUST ENTER YES OR NO".
020400     PERFORM ACCEPT-OK-TO-PROCESS.

020500*---------------------------------
020600* File I-O routines.
020700*---------------------------------
020800 READ-REBATE-RECORD.
020900     MOVE "Y" TO REBATE-RECORD-FOUND.
021000     READ REBATE-FILE RECORD
021100       INVALID KEY
021200          MOVE "N" TO REBATE-RECORD-FOUND.

021300 REWRITE-REBATE-RECORD.
021400     REWRITE REBATE-RECORD
021500         INVALID KEY
021600         DISPLAY "ERROR REWRITING REBATE RECORD".

021700 READ-VENDOR-RECORD.
021800     MOVE "Y" TO VENDOR-RECORD-FOUND.
021900     READ VENDOR-FILE RECORD
022000       INVALID KEY
022100          MOVE "N" TO VENDOR-RECORD-FOUND
022200          MOVE "***Not Found***" TO VENDOR-NAME.

022300 READ-FIRST-VENDOR-CREDIT.
022400     MOVE "N" TO CREDIT-FILE-AT-END.
022500     MOVE REBATE-VENDOR TO ECRD-VENDOR.
022600     MOVE ZEROES TO ECRD-SEQUENCE.
022700     START EXPECTED-CREDIT-FILE
022800        KEY NOT < ECRD-KEY
022900         INVALID KEY MOVE "Y" TO CREDIT-FILE-AT-END.
023000     IF CREDIT-FILE-AT-END NOT = "Y"
023100         PERFORM READ-NEXT-VENDOR-CREDIT.

023200 READ-NEXT-VENDOR-CREDIT.
023300     READ EXPECTED-CREDIT-FILE NEXT RECORD
023400         AT END MOVE "Y" TO CREDIT-FILE-AT-END.
023500     IF CREDIT-FILE-AT-END NOT = "Y"
023600        AND ECRD-VENDOR NOT = REBATE-VENDOR
023700         MOVE "Y" TO CREDIT-FILE-AT-END.

023800 WRITE-CREDIT-RECORD.
023900     WRITE EXPECTED-CREDIT-RECORD
024000         INVALID KEY
024100         DISPLAY "RECORD ALREADY ON FILE".

024200     COPY "PLDATE01.CBL".

024300     COPY "PLOPID01.CBL".

024400     COPY "PLJRNL01.CBL".

024500     COPY "PLBWIN01.CBL".
