000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STPREQ01.
000300*---------------------------------
000400* Stop-payment requests. CHKVOID1
000500* only voids a check on our
000600* books; positive pay only stops
000700* it if the void beat the POSPAY
000800* file to the bank. The operator
000900* picks a mode:
001000* REQUEST - a check is chosen by
001100*   CHECK-ACCOUNT and
001200*   CHECK-NUMBER and, once its
001300*   details are shown, a stop is
001400*   raised on STOP-PAYMENT-FILE
001500*   (FDSTOP01.CBL) at "P" stop
001600*   pending, with the reason the
001700*   operator gives, journaled
001800*   STOP-REQ. Only a paper check
001900*   that is not marked cleared
002000*   and has no stop on file may
002100*   be stopped - a voided check
002200*   may, since that is the check
002300*   positive pay missed.
002400* SEND - every pending stop not
002500*   yet sent is written to the
002600*   STOPOUT file for the bank,
002700*   under transmission control
002800*   (PLEXPCTL.CBL), and stamped
002900*   with the sent date.
003000* The bank's answers come back
003100* through STPCNF01.
003116* While the nightly batch window
003132* is up (PLBWIN01.CBL) no stop
003148* can be raised or sent, and one
003164* confirmed as the window goes up
003180* is not written.
003200*---------------------------------
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.

003600     COPY "SLSTOP01.CBL".

003700     COPY "SLCHK01.CBL".

003800     COPY "SLVND02.CBL".

003900     COPY "SLJRNL01.CBL".

004000     COPY "SLEXPCTL.CBL".

004033     COPY "SLBWIN01.CBL".

004066     COPY "SLBWLOG.CBL".

004100     SELECT STOP-OUT-FILE
004200         ASSIGN TO "STOPOUT"
004300         ORGANIZATION IS LINE SEQUENTIAL.

004400 DATA DIVISION.
004500 FILE SECTION.

004600     COPY "FDSTOP01.CBL".

004700     COPY "FDCHK01.CBL".

004800     COPY "FDVND04.CBL".

004900     COPY "FDJRNL01.CBL".

005000     COPY "FDEXPCTL.CBL".

005033     COPY "FDBWIN01.CBL".

005066     COPY "FDBWLOG.CBL".

005100 FD  STOP-OUT-FILE
005200     LABEL RECORDS ARE OMITTED.
005300 01  STOP-OUT-RECORD             PIC X(120).

005400 WORKING-STORAGE SECTION.

005500 77  MODE-CHOICE                  PIC X.
005600 77  CHECK-RECORD-FOUND           PIC X.
005700 77  STOP-RECORD-FOUND            PIC X.
005800 77  VENDOR-RECORD-FOUND          PIC X.
005900 77  STOP-FILE-AT-END             PIC X.
006000 77  STOP-IS-ALLOWED              PIC X.
006100 77  EXPORT-RUN-ALLOWED           PIC X.
006200 77  SENT-COUNT                   PIC 9(5).
006300 77  SENT-TOTAL                   PIC S9(9)V99.
006400 77  OK-TO-PROCESS                PIC X.
006500 77  PROCESS-MESSAGE              PIC X(79) VALUE SPACE.
006600 77  AN-AMOUNT-FIELD              PIC ZZZ,ZZ9.99-.

006700*---------------------------------
006800* STOPOUT line, one per stop, and
006900* the batch trailer written at
007000* the end of the send pass.
007100*---------------------------------
007200 01  STOP-DETAIL-LINE.
007300     05  FILLER              PIC X(5)  VALUE "STOP,".
007400     05  SOUT-CHECK-ACCOUNT  PIC 9(10).
007500     05  FILLER              PIC X     VALUE ",".
007600     05  SOUT-CHECK-NUMBER   PIC 9(6).
007700     05  FILLER              PIC X     VALUE ",".
007800     05  SOUT-AMOUNT         PIC 9(6)V99.
007900     05  FILLER              PIC X     VALUE ",".
008000     05  SOUT-ISSUE-DATE     PIC 9(8).
008100     05  FILLER              PIC X     VALUE ",".
008200     05  SOUT-PAYEE          PIC X(30).
008300     05  FILLER              PIC X     VALUE ",".
008400     05  SOUT-REASON         PIC X(30).

008500 01  STOP-TRAILER-LINE.
008600     05  FILLER              PIC X(6)  VALUE "BATCH,".
008700     05  SOUT-BATCH-COUNT    PIC 9(5).
008800     05  FILLER              PIC X     VALUE ",".
008900     05  SOUT-BATCH-TOTAL    PIC 9(9)V99.

009000     COPY "WSDATE01.CBL".

009100     COPY "WSCASE01.CBL".

009200     COPY "WSOPID01.CBL".

009300     COPY "WSEXPCTL.CBL".

009350     COPY "WSBWIN01.CBL".

009400 PROCEDURE DIVISION.
009500 PROGRAM-BEGIN.
009600     PERFORM OPENING-PROCEDURE.
009700     PERFORM GET-OPERATOR-ID.
009725     MOVE "STPREQ01" TO BWIN-PROGRAM-NAME.
009750     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
009775     IF BATCH-UPDATES-ALLOWED = "Y"
009800         PERFORM MAIN-PROCESS.
009900     PERFORM CLOSING-PROCEDURE.

009933 PROGRAM-EXIT.
009966     EXIT PROGRAM.

010000 PROGRAM-DONE.
010100     STOP RUN.

010200 OPENING-PROCEDURE.
010300     OPEN I-O STOP-PAYMENT-FILE.
010400     OPEN INPUT CHECK-FILE.
010500     OPEN INPUT VENDOR-FILE.
010600     OPEN EXTEND JOURNAL-FILE.
010700     OPEN I-O EXPORT-CONTROL-FILE.

010800 CLOSING-PROCEDURE.
010900     CLOSE STOP-PAYMENT-FILE.
011000     CLOSE CHECK-FILE.
011100     CLOSE VENDOR-FILE.
011200     CLOSE JOURNAL-FILE.
011300     CLOSE EXPORT-CONTROL-FILE.

011400 MAIN-PROCESS.
011500     PERFORM ENTER-MODE-CHOICE.
011600     PERFORM DO-ONE-MODE
011700         UNTIL MODE-CHOICE = "Q".

011800 ENTER-MODE-CHOICE.
011900     DISPLAY "REQUEST A STOP PAYMENT, SEND PENDING STOPS".
012000     DISPLAY "TO THE BANK, OR QUIT (R/S/Q)?".
012100     ACCEPT MODE-CHOICE.
012200     INSPECT MODE-CHOICE
012300      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
012400     IF MODE-CHOICE NOT = "R" AND NOT = "S" AND NOT = "Q"
012500         DISPLAY "YOU MUST ENTER R, S, OR Q"
012600         PERFORM ENTER-MODE-CHOICE.

012700 DO-ONE-MODE.
012800     IF MODE-CHOICE = "R"
012900         PERFORM REQUEST-MODE
013000     ELSE
013100         PERFORM SEND-MODE.
013150     IF BATCH-UPDATES-ALLOWED = "Y"
013200         PERFORM ENTER-MODE-CHOICE
013233     ELSE
013266         MOVE "Q" TO MODE-CHOICE.

013300*---------------------------------
013400* REQUEST - one check at a time
013500* until a zero account.
013600*---------------------------------
013700 REQUEST-MODE.
013800     PERFORM GET-EXISTING-RECORD.
013900     PERFORM REQUEST-ONE-STOP
014000        UNTIL CHECK-ACCOUNT = ZEROES.

014100 REQUEST-ONE-STOP.
014200     PERFORM DISPLAY-ALL-FIELDS.
014300     PERFORM CHECK-STOP-ALLOWED.
014400     IF STOP-IS-ALLOWED = "Y"
014500         PERFORM ASK-OK-TO-STOP
014600         IF OK-TO-PROCESS = "Y"
014633             PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
014666             IF BATCH-UPDATES-ALLOWED = "Y"
014700                 PERFORM RAISE-STOP-PAYMENT.
014750     IF BATCH-UPDATES-ALLOWED = "Y"
014800         PERFORM GET-EXISTING-RECORD
014833     ELSE
014866         MOVE ZEROES TO CHECK-ACCOUNT.

014900 CHECK-STOP-ALLOWED.
015000     MOVE "Y" TO STOP-IS-ALLOWED.
015100     MOVE CHECK-KEY TO STOP-KEY.
015200     PERFORM READ-STOP-RECORD.
015300     IF STOP-RECORD-FOUND = "Y"
015400         MOVE "N" TO STOP-IS-ALLOWED
015500         PERFORM DISPLAY-STOP-STATUS
015600     ELSE
015700     IF CHECK-CLEARED = "Y"
015800         MOVE "N" TO STOP-IS-ALLOWED
015900         DISPLAY "THIS CHECK HAS ALREADY CLEARED THE BANK"
016000     ELSE
016100     IF CHECK-PAY-METHOD NOT = "C"
016200        AND CHECK-PAY-METHOD NOT = SPACE
016300         MOVE "N" TO STOP-IS-ALLOWED
016400         DISPLAY "ONLY A PAPER CHECK CAN BE STOPPED".

016500 ASK-OK-TO-STOP.
016600     MOVE "STOP PAYMENT ON THIS CHECK (Y/N)?"
016700         TO PROCESS-MESSAGE.
016800     PERFORM ASK-OK-TO-PROCESS.

016900 RAISE-STOP-PAYMENT.
017000     MOVE CHECK-KEY TO STOP-KEY.
017100     MOVE "P" TO STOP-STATUS.
017200     MOVE CHECK-VENDOR TO STOP-VENDOR.
017300     MOVE CHECK-AMOUNT TO STOP-AMOUNT.
017400     MOVE CHECK-ISSUE-DATE TO STOP-ISSUE-DATE.
017500     PERFORM ENTER-STOP-REASON.
017600     MOVE OPERATOR-ID TO STOP-REQUESTED-BY.
017700     PERFORM GET-TODAYS-DATE.
017800     MOVE DATE-CCYYMMDD TO STOP-REQUEST-DATE.
017900     MOVE ZEROES TO STOP-SENT-DATE
018000                    STOP-ANSWER-DATE
018100                    STOP-EXPIRES
018200                    STOP-FEE.
018300     MOVE SPACE TO STOP-BANK-REFERENCE.
018400     WRITE STOP-PAYMENT-RECORD
018500         INVALID KEY
018600         DISPLAY "ERROR WRITING STOP PAYMENT RECORD".
018700     PERFORM JOURNAL-STOP-REQUEST.
018800     DISPLAY "STOP PAYMENT PENDING - SEND IT TO THE BANK".

018900*---------------------------------
019000* The reason goes to the bank
019100* with the stop - required, may
019200* not be blank.
019300*---------------------------------
019400 ENTER-STOP-REASON.
019500     PERFORM ACCEPT-STOP-REASON.
019600     PERFORM RE-ACCEPT-STOP-REASON
019700         UNTIL STOP-REASON NOT = SPACES.

019800 ACCEPT-STOP-REASON.
019900     DISPLAY "ENTER REASON FOR THE STOP (LOST, STOLEN ...)".
020000     ACCEPT STOP-REASON.
020100     INSPECT STOP-REASON
020200      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

020300 RE-ACCEPT-STOP-REASON.
020400     DISPLAY "A REASON MUST BE ENTERED".
020500     PERFORM ACCEPT-STOP-REASON.

020600*---------------------------------
020700* SEND - the pending stops not
020800* yet sent, in check order. A
020900* prior STOPOUT the bank has not
021000* received is never overwritten.
021100*---------------------------------
021200 SEND-MODE.
021300     PERFORM CHECK-PRIOR-STOPOUT.
021400     IF EXPORT-RUN-ALLOWED = "Y"
021433         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
021466         IF BATCH-UPDATES-ALLOWED = "Y"
021500             PERFORM SEND-PENDING-STOPS.

021600 CHECK-PRIOR-STOPOUT.
021700     MOVE "Y" TO EXPORT-RUN-ALLOWED.
021800     MOVE "STOPOUT" TO EXPCTL-CHECK-NAME.
021900     PERFORM CHECK-EXPORT-PENDING.
022000     IF EXPCTL-PENDING-FOUND = "Y"
022100         MOVE "N" TO EXPORT-RUN-ALLOWED
022200         DISPLAY "*** A PRIOR STOPOUT FILE IS STILL PENDING"
022300         DISPLAY "*** TRANSMISSION - MARK IT IN EXPCTL01"
022400         DISPLAY "*** BEFORE SENDING MORE STOPS".

022500 SEND-PENDING-STOPS.
022600     MOVE ZEROES TO SENT-COUNT
022700                    SENT-TOTAL.
022800     OPEN OUTPUT STOP-OUT-FILE.
022900     MOVE "N" TO STOP-FILE-AT-END.
023000     PERFORM READ-FIRST-STOP.
023100     PERFORM SEND-ONE-STOP
023200         UNTIL STOP-FILE-AT-END = "Y".
023300     IF SENT-COUNT NOT = ZERO
023400         PERFORM WRITE-STOP-BATCH-TRAILER.
023500     CLOSE STOP-OUT-FILE.
023600     IF SENT-COUNT NOT = ZERO
023700         MOVE "STOPOUT" TO EXPCTL-CHECK-NAME
023800         MOVE SENT-COUNT TO EXPCTL-NEW-COUNT
023900         MOVE SENT-TOTAL TO EXPCTL-NEW-TOTAL
024000         PERFORM LOG-EXPORT-FILE.
024100     DISPLAY SENT-COUNT " STOP(S) SENT TO STOPOUT".

024200 SEND-ONE-STOP.
024300     IF STOP-STATUS = "P"
024400        AND STOP-SENT-DATE = ZEROES
024500         PERFORM WRITE-STOP-DETAIL.
024600     PERFORM READ-NEXT-STOP.

024700 WRITE-STOP-DETAIL.
024800     MOVE STOP-CHECK-ACCOUNT TO SOUT-CHECK-ACCOUNT.
024900     MOVE STOP-CHECK-NUMBER TO SOUT-CHECK-NUMBER.
025000     MOVE STOP-AMOUNT TO SOUT-AMOUNT.
025100     MOVE STOP-ISSUE-DATE TO SOUT-ISSUE-DATE.
025200     PERFORM LOOK-UP-STOP-PAYEE.
025300     MOVE STOP-REASON TO SOUT-REASON.
025400     MOVE STOP-DETAIL-LINE TO STOP-OUT-RECORD.
025500     WRITE STOP-OUT-RECORD.
025600     PERFORM GET-TODAYS-DATE.
025700     MOVE DATE-CCYYMMDD TO STOP-SENT-DATE.
025800     REWRITE STOP-PAYMENT-RECORD
025900         INVALID KEY
026000         DISPLAY "ERROR REWRITING STOP PAYMENT RECORD".
026100     ADD 1 TO SENT-COUNT.
026200     ADD STOP-AMOUNT TO SENT-TOTAL.

026300*---------------------------------
026400* The payee the bank sees: the
026500* vendor, or the reference on a
026600* general check.
026700*---------------------------------
026800 LOOK-UP-STOP-PAYEE.
026900     MOVE STOP-KEY TO CHECK-KEY.
027000     PERFORM READ-CHECK-RECORD.
027100     MOVE SPACE TO SOUT-PAYEE.
027200     IF CHECK-RECORD-FOUND = "Y"
027300         MOVE CHECK-REFERENCE TO SOUT-PAYEE.
027400     MOVE STOP-VENDOR TO VENDOR-NUMBER.
027500     PERFORM READ-VENDOR-RECORD.
027600     IF VENDOR-RECORD-FOUND = "Y"
027700         MOVE VENDOR-NAME TO SOUT-PAYEE.

027800 WRITE-STOP-BATCH-TRAILER.
027900     MOVE SENT-COUNT TO SOUT-BATCH-COUNT.
028000     MOVE SENT-TOTAL TO SOUT-BATCH-TOTAL.
028100     MOVE STOP-TRAILER-LINE TO STOP-OUT-RECORD.
028200     WRITE STOP-OUT-RECORD.

028300*---------------------------------
028400* Confirmation-loop idiom shared
028500* with the other check programs.
028600*---------------------------------
028700 ASK-OK-TO-PROCESS.
028800     PERFORM ACCEPT-OK-TO-PROCESS.
028900     PERFORM RE-ACCEPT-OK-TO-PROCESS
029000        UNTIL OK-TO-PROCESS = "Y" OR "N".

029100 ACCEPT-OK-TO-PROCESS.
029200     DISPLAY PROCESS-MESSAGE.
029300     ACCEPT OK-TO-PROCESS.
029400     INSPECT OK-TO-PROCESS
029500      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

029600 RE-ACCEPT-OK-TO-PROCESS.
029700     DISPLAY "YOU MUST ENTER YES OR NO".
029800     PERFORM ACCEPT-OK-TO-PROCESS.

029900*---------------------------------
030000* Standard routines to get a
030100* check number key and read the
030200* check record.
030300*---------------------------------
030400 GET-EXISTING-RECORD.
030500     PERFORM ACCEPT-EXISTING-KEY.
030600     PERFORM RE-ACCEPT-EXISTING-KEY
030700         UNTIL CHECK-RECORD-FOUND = "Y" OR
030800               CHECK-ACCOUNT = ZEROES.

030900 ACCEPT-EXISTING-KEY.
031000     MOVE ZEROES TO CHECK-ACCOUNT
031100                    CHECK-NUMBER.
031200     DISPLAY "ENTER CHECK ACCOUNT (0 TO EXIT)".
031300     ACCEPT CHECK-ACCOUNT.
031400     IF CHECK-ACCOUNT NOT = ZEROES
031500         DISPLAY "ENTER CHECK NUMBER"
031600         ACCEPT CHECK-NUMBER
031700         PERFORM READ-CHECK-RECORD.

031800 RE-ACCEPT-EXISTING-KEY.
031900     DISPLAY "RECORD NOT FOUND".
032000     PERFORM ACCEPT-EXISTING-KEY.

032100*---------------------------------
032200* Display routines.
032300*---------------------------------
032400 DISPLAY-ALL-FIELDS.
032500     DISPLAY " ".
032600     DISPLAY "   CHECK ACCOUNT: " CHECK-ACCOUNT.
032700     DISPLAY "   CHECK NUMBER: " CHECK-NUMBER.
032800     MOVE CHECK-AMOUNT TO AN-AMOUNT-FIELD.
032900     DISPLAY "   AMOUNT: " AN-AMOUNT-FIELD.
033000     MOVE CHECK-VENDOR TO VENDOR-NUMBER.
033100     PERFORM READ-VENDOR-RECORD.
033200     IF VENDOR-RECORD-FOUND = "N"
033300         MOVE "**Not found or general check**" TO VENDOR-NAME.
033400     DISPLAY "   VENDOR: " CHECK-VENDOR " " VENDOR-NAME.
033500     DISPLAY "   REFERENCE: " CHECK-REFERENCE.
033600     MOVE CHECK-ISSUE-DATE TO DATE-CCYYMMDD.
033700     PERFORM FORMAT-THE-DATE.
033800     DISPLAY "   ISSUED: " FORMATTED-DATE.
033900     DISPLAY "   CLEARED: " CHECK-CLEARED
034000             "  VOIDED: " CHECK-VOIDED.
034100     DISPLAY " ".

034200 DISPLAY-STOP-STATUS.
034300     MOVE STOP-REQUEST-DATE TO DATE-CCYYMMDD.
034400     PERFORM FORMAT-THE-DATE.
034500     IF STOP-STATUS = "P"
034600         DISPLAY "A STOP IS ALREADY PENDING ON THIS CHECK,"
034700         DISPLAY "REQUESTED " FORMATTED-DATE
034800     ELSE
034900     IF STOP-STATUS = "C"
035000         DISPLAY "THE BANK HAS ALREADY CONFIRMED A STOP ON"
035100         DISPLAY "THIS CHECK, REFERENCE " STOP-BANK-REFERENCE
035200     ELSE
035300         DISPLAY "THE BANK REJECTED A STOP ON THIS CHECK -"
035400         DISPLAY "IT HAD ALREADY BEEN PAID".

035500*---------------------------------
035600* File I-O routines.
035700*---------------------------------
035800 READ-CHECK-RECORD.
035900     MOVE "Y" TO CHECK-RECORD-FOUND.
036000     READ CHECK-FILE RECORD
036100       INVALID KEY
036200          MOVE "N" TO CHECK-RECORD-FOUND.

036300 READ-STOP-RECORD.
036400     MOVE "Y" TO STOP-RECORD-FOUND.
036500     READ STOP-PAYMENT-FILE RECORD
036600       INVALID KEY
036700          MOVE "N" TO STOP-RECORD-FOUND.

036800 READ-VENDOR-RECORD.
036900     MOVE "Y" TO VENDOR-RECORD-FOUND.
037000     IF VENDOR-NUMBER = ZEROES
037100         MOVE "N" TO VENDOR-RECORD-FOUND
037200     ELSE
037300         READ VENDOR-FILE RECORD
037400           INVALID KEY
037500              MOVE "N" TO VENDOR-RECORD-FOUND.

037600 READ-FIRST-STOP.
037700     MOVE ZEROES TO STOP-KEY.
037800     START STOP-PAYMENT-FILE
037900        KEY NOT < STOP-KEY
038000         INVALID KEY MOVE "Y" TO STOP-FILE-AT-END.
038100     IF STOP-FILE-AT-END NOT = "Y"
038200         PERFORM READ-NEXT-STOP.

038300 READ-NEXT-STOP.
038400     READ STOP-PAYMENT-FILE NEXT RECORD
038500         AT END MOVE "Y" TO STOP-FILE-AT-END.

038600*---------------------------------
038700* Daily journal entry for the
038800* request.
038900*---------------------------------
039000 JOURNAL-STOP-REQUEST.
039100     MOVE "STPREQ01" TO JOURNAL-PROGRAM.
039200     MOVE SPACE TO JOURNAL-KEY.
039300     MOVE STOP-KEY TO JOURNAL-KEY.
039400     MOVE "STOP-REQ" TO JOURNAL-ACTION.
039500     MOVE STOP-AMOUNT TO JOURNAL-AMOUNT.
039600     PERFORM WRITE-JOURNAL-ENTRY.

039700     COPY "PLDATE01.CBL".

039800     COPY "PLOPID01.CBL".

039900     COPY "PLJRNL01.CBL".

040000     COPY "PLEXPCTL.CBL".

040100     COPY "PLBWIN01.CBL".
