002300* CHKRUN01/VCHPAY01 paid it, so
002400* the next check run picks it up
002500* again.
002509* When a stop payment has been
002518* raised on the check (STPREQ01,
002527* FDSTOP01.CBL) the reissue is
002536* refused until the bank has
002545* confirmed the stop, and for
002554* good once the bank has
002563* rejected it. A check voided
002572* while its stop was pending is
002581* offered for reissue again once
002590* the stop is confirmed.
002591* While the nightly batch window
002592* is up (PLBWIN01.CBL) no void
002593* session opens, and a void or
002594* reissue confirmed as the window
002595* goes up is not written.
002600*---------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
003560     COPY "SLVCHAUD.CBL".

003570     COPY "SLJRNL01.CBL".
003580
003590     COPY "SLSTOP01.CBL".
003592
003594     COPY "SLBWIN01.CBL".
003596
003598     COPY "SLBWLOG.CBL".
003600
003700 DATA DIVISION.
003800 FILE SECTION.
004460     COPY "FDVCHAUD.CBL".

004470     COPY "FDJRNL01.CBL".
004480
004490     COPY "FDSTOP01.CBL".
004492
004494     COPY "FDBWIN01.CBL".
004496
004498     COPY "FDBWLOG.CBL".
004500
004600 WORKING-STORAGE SECTION.
004700
005300 77  AN-AMOUNT-FIELD              PIC ZZZ,ZZ9.99-.
005400 77  PROCESS-MESSAGE              PIC X(79) VALUE SPACE.
005450 77  REOPEN-REASON                PIC X(40).
005466 77  STOP-RECORD-FOUND            PIC X.
005482 77  REISSUE-IS-ALLOWED           PIC X.
005500
005600     COPY "WSDATE01.CBL".

005610     COPY "WSOPID01.CBL".
005700
005800     COPY "WSCASE01.CBL".
005833
005866     COPY "WSBWIN01.CBL".
005900
006000 PROCEDURE DIVISION.
006100 PROGRAM-BEGIN.
006200     PERFORM OPENING-PROCEDURE.
006210     PERFORM GET-OPERATOR-ID.
006232     MOVE "CHKVOID1" TO BWIN-PROGRAM-NAME.
006254     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
006276     IF BATCH-UPDATES-ALLOWED = "Y"
006300         PERFORM MAIN-PROCESS.
006400     PERFORM CLOSING-PROCEDURE.
006500
006525 PROGRAM-EXIT.
006550     EXIT PROGRAM.
006575
006600 PROGRAM-DONE.
006700     STOP RUN.
006800
007200     OPEN I-O VENDOR-FILE.
007250     OPEN EXTEND VOUCHER-AUDIT-FILE.
007260     OPEN EXTEND JOURNAL-FILE.
007280     OPEN INPUT STOP-PAYMENT-FILE.
007300
007400 CLOSING-PROCEDURE.
007500     CLOSE CHECK-FILE.
007700     CLOSE VENDOR-FILE.
007750     CLOSE VOUCHER-AUDIT-FILE.
007760     CLOSE JOURNAL-FILE.
007780     CLOSE STOP-PAYMENT-FILE.
007800
007900 MAIN-PROCESS.
008000     PERFORM GET-EXISTING-RECORD.
008800     ELSE
008900     IF CHECK-VOIDED = "Y"
009000         DISPLAY "THIS CHECK IS ALREADY VOIDED"
009050         PERFORM OFFER-REISSUE-AFTER-STOP
009100     ELSE
009200         PERFORM CHANGE-TO-VOIDED.
009300
009350     IF BATCH-UPDATES-ALLOWED = "Y"
009400         PERFORM GET-EXISTING-RECORD
009433     ELSE
009466         MOVE ZEROES TO CHECK-ACCOUNT.
009500
009600*---------------------------------
009700* Ask if the check should be
010400     PERFORM ASK-OK-TO-VOID.
010500     IF OK-TO-PROCESS = "Y"
010600         PERFORM MARK-CHECK-VOIDED
010616         PERFORM OFFER-REISSUE.
010632
010648 OFFER-REISSUE.
010664     PERFORM CHECK-STOP-BEFORE-REISSUE.
010680     IF REISSUE-IS-ALLOWED = "Y"
010700         PERFORM ASK-OK-TO-REISSUE
010800         IF OK-TO-PROCESS = "Y"
010900             PERFORM REISSUE-VOUCHER-FOR-CHECK.
011200     MOVE "VOID THIS CHECK (Y/N)?"
011300         TO PROCESS-MESSAGE.
011400     PERFORM ASK-OK-TO-PROCESS.
011450     PERFORM CHECK-WINDOW-BEFORE-WRITE.
011500
011600 MARK-CHECK-VOIDED.
011700     MOVE "Y" TO CHECK-VOIDED.
012010     PERFORM JOURNAL-CHECK-VOID.
012100     DISPLAY "CHECK HAS BEEN VOIDED".
012200
012202*---------------------------------
012204* A stop payment on the check
012206* must be confirmed by the bank
012208* before the voucher is paid
012210* again. No stop on file leaves
012212* the reissue as it always was.
012214*---------------------------------
012216 CHECK-STOP-BEFORE-REISSUE.
012218     MOVE "Y" TO REISSUE-IS-ALLOWED.
012220     MOVE CHECK-KEY TO STOP-KEY.
012222     PERFORM READ-STOP-RECORD.
012224     IF STOP-RECORD-FOUND = "Y"
012226         IF STOP-STATUS = "P"
012228             MOVE "N" TO REISSUE-IS-ALLOWED
012230             DISPLAY "A STOP PAYMENT ON THIS CHECK IS STILL"
012232             DISPLAY "PENDING AT THE BANK - REISSUE ONCE THE"
012234             DISPLAY "BANK HAS CONFIRMED IT"
012236         ELSE
012238         IF STOP-STATUS = "R"
012240             MOVE "N" TO REISSUE-IS-ALLOWED
012242             DISPLAY "THE BANK REJECTED THE STOP PAYMENT - THE"
012244             DISPLAY "CHECK WAS PAID, SO IT MAY NOT BE REISSUED".
012246
012248*---------------------------------
012250* A check voided while its stop
012252* was pending - the reissue is
012254* offered once the stop is
012256* confirmed, if the voucher has
012258* not been reopened already.
012260*---------------------------------
012262 OFFER-REISSUE-AFTER-STOP.
012264     MOVE CHECK-KEY TO STOP-KEY.
012266     PERFORM READ-STOP-RECORD.
012268     IF STOP-RECORD-FOUND = "Y"
012270        AND STOP-STATUS = "C"
012272         PERFORM FIND-VOUCHER-FOR-CHECK
012274         IF VOUCHER-RECORD-FOUND = "Y"
012276             DISPLAY "THE BANK HAS CONFIRMED THE STOP PAYMENT"
012278             PERFORM ASK-OK-TO-REISSUE
012280             IF OK-TO-PROCESS = "Y"
012282                 PERFORM REISSUE-VOUCHER-FOR-CHECK.
012284
012300 ASK-OK-TO-REISSUE.
012400     MOVE "REISSUE THE VOUCHER THIS CHECK PAID (Y/N)?"
012500         TO PROCESS-MESSAGE.
012600     PERFORM ASK-OK-TO-PROCESS.
012650     PERFORM CHECK-WINDOW-BEFORE-WRITE.
012700
012707*---------------------------------
012714* A yes that arrives after the
012721* nightly batch window has gone
012728* up is turned into a no, so the
012735* check and voucher are left as
012742* they were.
012749*---------------------------------
012756 CHECK-WINDOW-BEFORE-WRITE.
012763     IF OK-TO-PROCESS = "Y"
012770         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
012777         IF BATCH-UPDATES-ALLOWED NOT = "Y"
012784             MOVE "N" TO OK-TO-PROCESS.
012791
012800*---------------------------------
012900* Reopens the VOUCHER-FILE record
013000* this check paid so it can be
022600     PERFORM DISPLAY-CHECK-REFERENCE.
022700     PERFORM DISPLAY-CHECK-CLEARED.
022800     PERFORM DISPLAY-CHECK-VOIDED.
022850     PERFORM DISPLAY-CHECK-STOP.
022900     DISPLAY " ".
023000
023100 DISPLAY-CHECK-ACCOUNT.
026100     PERFORM FORMAT-THE-DATE.
026200     DISPLAY "   VOIDED: " CHECK-VOIDED
026300             "  VOIDED DATE: " FORMATTED-DATE.
026307
026314 DISPLAY-CHECK-STOP.
026321     MOVE CHECK-KEY TO STOP-KEY.
026328     PERFORM READ-STOP-RECORD.
026335     IF STOP-RECORD-FOUND = "Y"
026342         IF STOP-STATUS = "P"
026349             DISPLAY "   STOP PAYMENT: PENDING AT THE BANK"
026356         ELSE
026363         IF STOP-STATUS = "C"
026370             DISPLAY "   STOP PAYMENT: CONFIRMED, REFERENCE "
026377                     STOP-BANK-REFERENCE
026384         ELSE
026391             DISPLAY "   STOP PAYMENT: REJECTED BY THE BANK".
026400
026500*---------------------------------
026600* File activity Routines
027500       INVALID KEY
027600          MOVE "N" TO CHECK-RECORD-FOUND.
027700
027714 READ-STOP-RECORD.
027728     MOVE "Y" TO STOP-RECORD-FOUND.
027742     READ STOP-PAYMENT-FILE RECORD
027756       INVALID KEY
027770          MOVE "N" TO STOP-RECORD-FOUND.
027784
027800 REWRITE-CHECK-RECORD.
027900     REWRITE CHECK-RECORD
028000         INVALID KEY
030300     COPY "PLOPID01.CBL".

030400     COPY "PLJRNL01.CBL".
030500
030600     COPY "PLBWIN01.CBL".
