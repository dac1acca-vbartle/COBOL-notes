000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. WIRREL01.
000300*---------------------------------
000400* Wire transfer release, the
000500* second half of the dual
000600* control WIRREQ01 starts. An
000700* operator with PAYMENT
000800* permission signs on (PLSIGN01)
000900* and picks a mode:
001000* RELEASE - works the pending
001100*   wires one by one. A wire is
001200*   never released by the operator
001300*   who requested it, and only
001400*   when its vendor is still
001500*   payable and every voucher is
001600*   still unpaid and on the wire.
001700*   A release takes the next
001800*   number from the paying
001900*   account's check series
002000*   (CONTROL-BANK-ACCOUNTS) as the
002100*   wire reference and, as
002200*   CHKRUN01 does for a check:
002300*   - writes the CHECK-FILE record
002400*     (CHECK-PAY-METHOD "W"), so
002500*     GLPOST01 credits the bank's
002600*     cash account and BNKIMP01
002700*     clears it from the
002800*     statement's WR line
002900*   - marks each voucher paid with
003000*     the reference in
003100*     VOUCHER-CHECK-NO and its
003200*     realized exchange gain/loss
003300*   - draws down BANK-BALANCE
003400*   - writes the instruction to
003500*     the WIREOUT file for the
003600*     bank, under transmission
003700*     control (PLEXPCTL.CBL)
003800*   and journals WIRE-REL.
003900* CANCEL - a pending wire is
004000*   cancelled ("X") and its
004100*   vouchers freed for the check
004200*   run, journaled WIRE-CANCL.
004300* CONFIRM - the bank's own
004400*   reference for a released
004500*   wire is recorded, journaled
004600*   WIRE-CONF.
004700* LIST - prints every wire on
004800*   file.
004816* While the nightly batch window
004832* is up (PLBWIN01.CBL) only LIST
004848* is open, and a release run
004864* stops at the first wire taken
004880* after the window goes up.
004900*---------------------------------
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.

005300     COPY "SLWIRE.CBL".

005400     COPY "SLVOUCH.CBL".

005500     COPY "SLVND02.CBL".

005600     COPY "SLCHK01.CBL".

005700     COPY "SLBANK01.CBL".

005800     COPY "SLCURR01.CBL".

005900     COPY "SLSANHIT.CBL".

006000     COPY "SLCONTRL.CBL".

006100     COPY "SLLOCK01.CBL".

006200     COPY "SLOPER01.CBL".

006300     COPY "SLSECVIO.CBL".

006400     COPY "SLJRNL01.CBL".

006500     COPY "SLEXPCTL.CBL".

006533     COPY "SLBWIN01.CBL".

006566     COPY "SLBWLOG.CBL".

006600     SELECT WIRE-OUT-FILE
006700         ASSIGN TO "WIREOUT"
006800         ORGANIZATION IS LINE SEQUENTIAL.

006900     SELECT PRINTER-FILE
007000         ASSIGN TO PRINTER
007100         ORGANIZATION IS LINE SEQUENTIAL.

007200 DATA DIVISION.
007300 FILE SECTION.

007400     COPY "FDWIRE.CBL".

007500     COPY "FDVOUCH.CBL".

007600     COPY "FDVND04.CBL".

007700     COPY "FDCHK01.CBL".

007800     COPY "FDBANK01.CBL".

007900     COPY "FDCURR01.CBL".

008000     COPY "FDSANHIT.CBL".

008100     COPY "FDCONTRL.CBL".

008200     COPY "FDLOCK01.CBL".

008300     COPY "FDOPER01.CBL".

008400     COPY "FDSECVIO.CBL".

008500     COPY "FDJRNL01.CBL".

008600     COPY "FDEXPCTL.CBL".

008633     COPY "FDBWIN01.CBL".

008666     COPY "FDBWLOG.CBL".

008700 FD  WIRE-OUT-FILE
008800     LABEL RECORDS ARE STANDARD.
008900 01  WIRE-OUT-RECORD             PIC X(220).

009000 FD  PRINTER-FILE
009100     LABEL RECORDS ARE OMITTED.
009200 01  PRINTER-RECORD              PIC X(80).

009300 WORKING-STORAGE SECTION.

009400 77  MODE-CHOICE                  PIC X.
009450     88  MODE-IS-UPDATE           VALUES "R" "X" "C".
009500 77  WIRE-DECISION                PIC X.
009600 77  RELEASE-STOPPED              PIC X.
009700 77  WIRE-FILE-AT-END             PIC X.
009800 77  WIRE-RECORD-FOUND            PIC X.
009900 77  WIRE-IS-RELEASABLE           PIC X.
010000 77  ENTRY-WIRE                   PIC 9(6).
010100 77  VENDOR-RECORD-FOUND          PIC X.
010200 77  VOUCHER-RECORD-FOUND         PIC X.
010300 77  VOUCHERS-STILL-OK            PIC X.
010400 77  VOUCHER-SUB                  PIC 99.
010500 77  SAVE-VOUCHER-INVOICE         PIC X(15).
010600 77  SAVE-VOUCHER-COMPANY         PIC X(2).
010700 77  BANK-RECORD-ON-FILE          PIC X.
010800 77  BANK-SLOT-FOUND              PIC X.
010900 77  CONTROL-RECORD-FOUND         PIC X.
011000 77  CURRENCY-RATE-FOUND          PIC X.
011100 77  PAYEE-IS-SANCTIONED          PIC X.
011200 77  SANCTION-HITS-DONE           PIC X.
011300 77  SAVE-SANH-PAYEE-TYPE         PIC X.
011400 77  SAVE-SANH-PAYEE-ID           PIC 9(7).
011500 77  EXPORT-RUN-ALLOWED           PIC X.
011600 77  RELEASED-COUNT               PIC 9(5).
011700 77  RELEASED-TOTAL               PIC S9(9)V99.
011800 77  PENDING-WIRE-COUNT           PIC 9(5).
011900 77  RELEASED-WIRE-COUNT          PIC 9(5).
012000 77  CANCELLED-WIRE-COUNT         PIC 9(5).
012100 77  OK-TO-PROCESS                PIC X.
012200 77  PROCESS-MESSAGE              PIC X(79) VALUE SPACE.
012300 77  AN-AMOUNT-FIELD              PIC ZZZ,ZZZ,ZZ9.99-.

012400*---------------------------------
012500* WIREOUT instruction line, one
012600* per released wire, and the
012700* batch trailer written at the
012800* end of the release pass.
012900*---------------------------------
013000 01  WIRE-DETAIL-LINE.
013100     05  FILLER              PIC X(5)  VALUE "WIRE,".
013200     05  WOUT-WIRE-NUMBER    PIC 9(6).
013300     05  FILLER              PIC X     VALUE ",".
013400     05  WOUT-REFERENCE      PIC 9(6).
013500     05  FILLER              PIC X     VALUE ",".
013600     05  WOUT-FROM-ACCOUNT   PIC 9(10).
013700     05  FILLER              PIC X     VALUE ",".
013800     05  WOUT-VALUE-DATE     PIC 9(8).
013900     05  FILLER              PIC X     VALUE ",".
014000     05  WOUT-CURRENCY-CODE  PIC X(3).
014100     05  FILLER              PIC X     VALUE ",".
014200     05  WOUT-AMOUNT         PIC 9(9)V99.
014300     05  FILLER              PIC X     VALUE ",".
014400     05  WOUT-BENE-NAME      PIC X(30).
014500     05  FILLER              PIC X     VALUE ",".
014600     05  WOUT-BENE-ACCOUNT   PIC X(34).
014700     05  FILLER              PIC X     VALUE ",".
014800     05  WOUT-BENE-BANK-NAME PIC X(30).
014900     05  FILLER              PIC X     VALUE ",".
015000     05  WOUT-BENE-SWIFT     PIC X(11).
015100     05  FILLER              PIC X     VALUE ",".
015200     05  WOUT-BENE-ROUTING   PIC X(9).
015300     05  FILLER              PIC X     VALUE ",".
015400     05  WOUT-BENE-COUNTRY   PIC X(2).
015500     05  FILLER              PIC X     VALUE ",".
015600     05  WOUT-REASON         PIC X(30).

015700 01  WIRE-TRAILER-LINE.
015800     05  FILLER              PIC X(6)  VALUE "BATCH,".
015900     05  WOUT-BATCH-COUNT    PIC 9(5).
016000     05  FILLER              PIC X     VALUE ",".
016100     05  WOUT-BATCH-TOTAL    PIC 9(9)V99.

016200 01  DETAIL-LINE.
016300     05  PRINT-WIRE-NUMBER   PIC Z(6).
016400     05  FILLER              PIC X     VALUE SPACE.
016500     05  PRINT-STATUS        PIC X.
016600     05  FILLER              PIC X     VALUE SPACE.
016700     05  PRINT-VENDOR        PIC Z(5).
016800     05  FILLER              PIC X     VALUE SPACE.
016900     05  PRINT-CURRENCY      PIC X(3).
017000     05  PRINT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
017100     05  FILLER              PIC X     VALUE SPACE.
017200     05  PRINT-REQUESTED-BY  PIC X(5).
017300     05  FILLER              PIC X     VALUE SPACE.
017400     05  PRINT-REQUEST-DATE  PIC X(10).
017500     05  FILLER              PIC X     VALUE SPACE.
017600     05  PRINT-RELEASED-BY   PIC X(5).
017700     05  FILLER              PIC X     VALUE SPACE.
017800     05  PRINT-RELEASE-DATE  PIC X(10).
017900     05  FILLER              PIC X     VALUE SPACE.
018000     05  PRINT-REFERENCE     PIC Z(6).

018100 01  NOTE-LINE.
018200     05  FILLER              PIC X(8)  VALUE SPACE.
018300     05  PRINT-BENE-NAME     PIC X(30).
018400     05  FILLER              PIC X     VALUE SPACE.
018500     05  PRINT-BENE-BANK     PIC X(24).
018600     05  FILLER              PIC X     VALUE SPACE.
018700     05  PRINT-BANK-CONFIRM  PIC X(16).

018800 01  COLUMN-LINE.
018900     05  FILLER         PIC X(7)  VALUE "WIRE".
019000     05  FILLER         PIC X(2)  VALUE "S".
019100     05  FILLER         PIC X(6)  VALUE "VEND".
019200     05  FILLER         PIC X(18) VALUE "CUR        AMOUNT".
019300     05  FILLER         PIC X(6)  VALUE "REQ".
019400     05  FILLER         PIC X(11) VALUE "REQUESTED".
019500     05  FILLER         PIC X(6)  VALUE "REL".
019600     05  FILLER         PIC X(11) VALUE "RELEASED".
019700     05  FILLER         PIC X(6)  VALUE "REF".

019800 01  TITLE-LINE.
019900     05  FILLER              PIC X(15) VALUE SPACE.
020000     05  FILLER              PIC X(30)
020100         VALUE "WIRE TRANSFER REQUESTS".

020200 01  TOTAL-LINE.
020300     05  FILLER              PIC X(9)  VALUE "PENDING: ".
020400     05  PRINT-PENDING-COUNT PIC ZZZZ9.
020500     05  FILLER              PIC X(12) VALUE "  RELEASED: ".
020600     05  PRINT-RELEASED-COUNT PIC ZZZZ9.
020700     05  FILLER              PIC X(13) VALUE "  CANCELLED: ".
020800     05  PRINT-CANCELLED-COUNT PIC ZZZZ9.

020900     COPY "WSSIGN01.CBL".

021000     COPY "WSDATE01.CBL".

021100     COPY "WSCASE01.CBL".

021200     COPY "WSOPID01.CBL".

021300     COPY "WSLOCK01.CBL".

021400     COPY "WSEXPCTL.CBL".

021450     COPY "WSBWIN01.CBL".

021500 PROCEDURE DIVISION.
021600 PROGRAM-BEGIN.
021700     OPEN I-O OPERATOR-FILE.
021800     PERFORM SIGN-ON-OPERATOR.
021900     CLOSE OPERATOR-FILE.
022000     IF AUTH-PAYMENT NOT = "Y"
022100         DISPLAY "WIRE RELEASE TAKES THE PAYMENT PERMISSION -"
022200         DISPLAY "SEE YOUR SUPERVISOR"
022300     ELSE
022333         MOVE "WIRREL01" TO BWIN-PROGRAM-NAME
022366         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON
022400         PERFORM OPENING-PROCEDURE
022500         PERFORM MAIN-PROCESS
022600         PERFORM CLOSING-PROCEDURE.

022700 PROGRAM-EXIT.
022800     EXIT PROGRAM.

022900 PROGRAM-DONE.
023000     ACCEPT OMITTED. STOP RUN.

023100 OPENING-PROCEDURE.
023200     OPEN I-O WIRE-FILE.
023300     OPEN I-O VOUCHER-FILE.
023400     OPEN INPUT VENDOR-FILE.
023500     OPEN I-O CHECK-FILE.
023600     OPEN I-O BANK-FILE.
023700     OPEN INPUT CURRENCY-RATE-FILE.
023800     OPEN INPUT SANCTION-HIT-FILE.
023900     OPEN I-O CONTROL-FILE.
024000     OPEN I-O LOCK-FILE.
024100     OPEN EXTEND JOURNAL-FILE.
024200     OPEN I-O EXPORT-CONTROL-FILE.
024300     OPEN OUTPUT PRINTER-FILE.

024400 CLOSING-PROCEDURE.
024500     CLOSE WIRE-FILE.
024600     CLOSE VOUCHER-FILE.
024700     CLOSE VENDOR-FILE.
024800     CLOSE CHECK-FILE.
024900     CLOSE BANK-FILE.
025000     CLOSE CURRENCY-RATE-FILE.
025100     CLOSE SANCTION-HIT-FILE.
025200     CLOSE CONTROL-FILE.
025300     CLOSE LOCK-FILE.
025400     CLOSE JOURNAL-FILE.
025500     CLOSE EXPORT-CONTROL-FILE.
025600     CLOSE PRINTER-FILE.

025700 MAIN-PROCESS.
025800     PERFORM ENTER-MODE-CHOICE.
025900     PERFORM DO-ONE-MODE
026000         UNTIL MODE-CHOICE = "Q".

026100 ENTER-MODE-CHOICE.
026200     DISPLAY "RELEASE PENDING WIRES, CANCEL A WIRE, CONFIRM".
026300     DISPLAY "A WIRE, LIST ALL WIRES, OR QUIT (R/X/C/L/Q)?".
026400     ACCEPT MODE-CHOICE.
026500     INSPECT MODE-CHOICE
026600      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
026700     IF MODE-CHOICE NOT = "R" AND NOT = "X" AND NOT = "C"
026800        AND NOT = "L" AND NOT = "Q"
026900         DISPLAY "YOU MUST ENTER R, X, C, L, OR Q"
027000         PERFORM ENTER-MODE-CHOICE.

027100 DO-ONE-MODE.
027114     IF MODE-IS-UPDATE
027128         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
027142     IF MODE-IS-UPDATE
027156        AND BATCH-UPDATES-ALLOWED NOT = "Y"
027170         DISPLAY "ONLY LIST IS OPEN"
027184     ELSE
027200     IF MODE-CHOICE = "R"
027300         PERFORM RELEASE-MODE
027400     ELSE
027500     IF MODE-CHOICE = "X"
027600         PERFORM CANCEL-MODE
027700     ELSE
027800     IF MODE-CHOICE = "C"
027900         PERFORM CONFIRM-MODE
028000     ELSE
028100         PERFORM LIST-MODE.
028200     PERFORM ENTER-MODE-CHOICE.

028300*---------------------------------
028400* RELEASE - the pending wires in
028500* number order. A prior WIREOUT
028600* the bank has not received is
028700* never overwritten.
028800*---------------------------------
028900 RELEASE-MODE.
029000     PERFORM CHECK-PRIOR-WIREOUT.
029100     IF EXPORT-RUN-ALLOWED = "Y"
029200         PERFORM RELEASE-PENDING-WIRES.

029300 CHECK-PRIOR-WIREOUT.
029400     MOVE "Y" TO EXPORT-RUN-ALLOWED.
029500     MOVE "WIREOUT" TO EXPCTL-CHECK-NAME.
029600     PERFORM CHECK-EXPORT-PENDING.
029700     IF EXPCTL-PENDING-FOUND = "Y"
029800         MOVE "N" TO EXPORT-RUN-ALLOWED
029900         DISPLAY "*** A PRIOR WIREOUT FILE IS STILL PENDING"
030000         DISPLAY "*** TRANSMISSION - MARK IT IN EXPCTL01"
030100         DISPLAY "*** BEFORE RELEASING MORE WIRES".

030200 RELEASE-PENDING-WIRES.
030300     MOVE ZEROES TO RELEASED-COUNT
030400                    RELEASED-TOTAL.
030500     OPEN OUTPUT WIRE-OUT-FILE.
030600     MOVE "N" TO RELEASE-STOPPED.
030700     MOVE "N" TO WIRE-FILE-AT-END.
030800     PERFORM READ-FIRST-WIRE.
030900     PERFORM RELEASE-ONE-WIRE
031000         UNTIL WIRE-FILE-AT-END = "Y"
031100            OR RELEASE-STOPPED = "Y".
031200     IF RELEASED-COUNT NOT = ZERO
031300         PERFORM WRITE-WIRE-BATCH-TRAILER.
031400     CLOSE WIRE-OUT-FILE.
031500     IF RELEASED-COUNT NOT = ZERO
031600         MOVE "WIREOUT" TO EXPCTL-CHECK-NAME
031700         MOVE RELEASED-COUNT TO EXPCTL-NEW-COUNT
031800         MOVE RELEASED-TOTAL TO EXPCTL-NEW-TOTAL
031900         PERFORM LOG-EXPORT-FILE.
032000     DISPLAY RELEASED-COUNT " WIRE(S) RELEASED TO WIREOUT".

032100 RELEASE-ONE-WIRE.
032200     IF WIRE-STATUS = "P"
032300         PERFORM SHOW-AND-RELEASE-WIRE.
032400     IF RELEASE-STOPPED NOT = "Y"
032500         PERFORM READ-NEXT-WIRE.

032600 SHOW-AND-RELEASE-WIRE.
032700     PERFORM DISPLAY-WIRE-FIELDS.
032800     IF WIRE-REQUESTED-BY = OPERATOR-ID
032900         DISPLAY "YOU REQUESTED THIS WIRE - ANOTHER OPERATOR"
033000         DISPLAY "MUST RELEASE IT"
033100     ELSE
033200         PERFORM ENTER-WIRE-DECISION
033300         IF WIRE-DECISION = "R"
033400             PERFORM CHECK-WIRE-RELEASABLE
033500             IF WIRE-IS-RELEASABLE = "Y"
033600                 PERFORM RELEASE-THE-WIRE
033700             ELSE
033800                 DISPLAY "WIRE NOT RELEASED"
033900         ELSE
034000         IF WIRE-DECISION = "E"
034100             MOVE "Y" TO RELEASE-STOPPED.

034200 ENTER-WIRE-DECISION.
034300     DISPLAY "RELEASE THIS WIRE TO THE BANK, SKIP IT, OR".
034400     DISPLAY "END THE RELEASE (R/S/E)?".
034500     ACCEPT WIRE-DECISION.
034600     INSPECT WIRE-DECISION
034700      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
034800     IF WIRE-DECISION NOT = "R" AND NOT = "S" AND NOT = "E"
034900         DISPLAY "YOU MUST ENTER R, S, OR E"
035000         PERFORM ENTER-WIRE-DECISION.

035100*---------------------------------
035200* Between request and release the
035300* vendor may have been held or
035400* flagged and a voucher changed;
035500* the wire is looked at afresh.
035600*---------------------------------
035700 CHECK-WIRE-RELEASABLE.
035800     MOVE "N" TO WIRE-IS-RELEASABLE.
035900     MOVE WIRE-VENDOR TO VENDOR-NUMBER.
036000     PERFORM READ-VENDOR-RECORD.
036100     PERFORM CHECK-PAYEE-NOT-SANCTIONED.
036200     PERFORM CHECK-WIRE-VOUCHERS.
036300     MOVE WIRE-FROM-ACCOUNT TO BANK-ACCOUNT-NUMBER.
036400     PERFORM READ-BANK-RECORD.
036500     IF VENDOR-RECORD-FOUND = "N"
036600         DISPLAY "VENDOR IS NO LONGER ON FILE"
036700     ELSE
036800     IF VENDOR-HOLD-FLAG = "Y"
036900         DISPLAY "VENDOR IS NOW ON PAYMENT HOLD"
037000     ELSE
037100     IF VENDOR-ONBOARD-PENDING = "Y"
037200         DISPLAY "VENDOR IS STILL IN ONBOARDING (ONBMNT01)"
037300     ELSE
037400     IF PAYEE-IS-SANCTIONED = "Y"
037500         DISPLAY "VENDOR HAS AN UNRESOLVED"
037600             " RESTRICTED-PARTY HIT (SANREV01)"
037700     ELSE
037800     IF VOUCHERS-STILL-OK NOT = "Y"
037900         DISPLAY "CANCEL THE WIRE AND REQUEST IT AGAIN"
038000     ELSE
038100     IF BANK-RECORD-ON-FILE = "N"
038200         DISPLAY "ACCOUNT " WIRE-FROM-ACCOUNT
038300             " IS NOT ON THE BANK MASTER (BNKMNT01)"
038400     ELSE
038500         MOVE "Y" TO WIRE-IS-RELEASABLE.
038516     IF WIRE-IS-RELEASABLE = "Y"
038532         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
038548         IF BATCH-UPDATES-ALLOWED NOT = "Y"
038564             MOVE "N" TO WIRE-IS-RELEASABLE
038580             MOVE "Y" TO RELEASE-STOPPED.

038600 CHECK-WIRE-VOUCHERS.
038700     MOVE "Y" TO VOUCHERS-STILL-OK.
038800     PERFORM CHECK-ONE-WIRE-VOUCHER
038900         VARYING VOUCHER-SUB FROM 1 BY 1
039000          UNTIL VOUCHER-SUB > WIRE-VOUCHER-COUNT.

039100 CHECK-ONE-WIRE-VOUCHER.
039200     MOVE WIRE-VOUCHER(VOUCHER-SUB) TO VOUCHER-NUMBER.
039300     PERFORM READ-VOUCHER-RECORD.
039400     IF VOUCHER-RECORD-FOUND = "N"
039500         DISPLAY "VOUCHER " WIRE-VOUCHER(VOUCHER-SUB)
039600             " IS NO LONGER ON FILE"
039700         MOVE "N" TO VOUCHERS-STILL-OK
039800     ELSE
039900     IF VOUCHER-PAID-DATE NOT = ZEROES
040000        OR VOUCHER-WIRE-NUMBER NOT = WIRE-NUMBER
040100         DISPLAY "VOUCHER " VOUCHER-NUMBER
040200             " HAS BEEN PAID OR TAKEN OFF THE WIRE"
040300         MOVE "N" TO VOUCHERS-STILL-OK
040400     ELSE
040500     IF VOUCHER-SUB = 1
040600         MOVE VOUCHER-INVOICE TO SAVE-VOUCHER-INVOICE
040700         MOVE VOUCHER-COMPANY TO SAVE-VOUCHER-COMPANY.

040800 CHECK-PAYEE-NOT-SANCTIONED.
040900     MOVE "N" TO PAYEE-IS-SANCTIONED.
041000     MOVE "V" TO SANH-PAYEE-TYPE.
041100     MOVE WIRE-VENDOR TO SANH-PAYEE-ID.
041200     MOVE ZEROES TO SANH-LIST-ENTRY.
041300     MOVE "N" TO SANCTION-HITS-DONE.
041400     START SANCTION-HIT-FILE
041500        KEY NOT < SANH-KEY
041600         INVALID KEY MOVE "Y" TO SANCTION-HITS-DONE.
041700     PERFORM CHECK-NEXT-SANCTION-HIT
041800         UNTIL SANCTION-HITS-DONE = "Y".

041900 CHECK-NEXT-SANCTION-HIT.
042000     MOVE SANH-PAYEE-TYPE TO SAVE-SANH-PAYEE-TYPE.
042100     MOVE SANH-PAYEE-ID TO SAVE-SANH-PAYEE-ID.
042200     READ SANCTION-HIT-FILE NEXT RECORD
042300         AT END MOVE "Y" TO SANCTION-HITS-DONE.
042400     IF SANCTION-HITS-DONE NOT = "Y"
042500         IF SANH-PAYEE-TYPE NOT = SAVE-SANH-PAYEE-TYPE
042600            OR SANH-PAYEE-ID NOT = SAVE-SANH-PAYEE-ID
042700             MOVE "Y" TO SANCTION-HITS-DONE
042800         ELSE
042900         IF SANH-STATUS NOT = "C"
043000             MOVE "Y" TO PAYEE-IS-SANCTIONED
043100             MOVE "Y" TO SANCTION-HITS-DONE.

043200*---------------------------------
043300* The release proper. The bank
043400* record read by
043500* CHECK-WIRE-RELEASABLE is the
043600* one drawn down.
043700*---------------------------------
043800 RELEASE-THE-WIRE.
043900     PERFORM RETRIEVE-NEXT-WIRE-REFERENCE.
044000     IF BANK-SLOT-FOUND NOT = "Y"
044100         DISPLAY "WIRE NOT RELEASED"
044200     ELSE
044300         PERFORM WRITE-WIRE-CHECK
044400         PERFORM MARK-ONE-VOUCHER-PAID
044500             VARYING VOUCHER-SUB FROM 1 BY 1
044600              UNTIL VOUCHER-SUB > WIRE-VOUCHER-COUNT
044700         PERFORM DRAW-DOWN-BANK-BALANCE
044800         PERFORM WRITE-WIRE-INSTRUCTION
044900         MOVE "R" TO WIRE-STATUS
045000         MOVE OPERATOR-ID TO WIRE-RELEASED-BY
045100         PERFORM GET-TODAYS-DATE
045200         MOVE DATE-CCYYMMDD TO WIRE-RELEASE-DATE
045300         PERFORM REWRITE-WIRE-RECORD
045400         MOVE "WIRE-REL" TO JOURNAL-ACTION
045500         MOVE WIRE-AMOUNT TO JOURNAL-AMOUNT
045600         PERFORM JOURNAL-THE-WIRE
045700         DISPLAY "WIRE RELEASED - REFERENCE " WIRE-REFERENCE.

045800*---------------------------------
045900* The reference comes from the
046000* paying account's own check
046100* counter, so a wire and a check
046200* can never share a CHECK-KEY.
046300*---------------------------------
046400 RETRIEVE-NEXT-WIRE-REFERENCE.
046500     MOVE "N" TO BANK-SLOT-FOUND.
046600     PERFORM LOCK-THE-CONTROL-RECORD.
046700     IF LOCK-ACQUIRED = "Y"
046800         PERFORM READ-CONTROL-RECORD
046900         PERFORM FIND-BANK-ACCOUNT-SLOT
047000         IF BANK-SLOT-FOUND = "Y"
047100             ADD 1 TO CONTROL-BANK-LAST-CHECK(CONTROL-BANK-INDEX)
047200             MOVE CONTROL-BANK-LAST-CHECK(CONTROL-BANK-INDEX)
047300                 TO WIRE-REFERENCE
047400             IF WIRE-REFERENCE > CONTROL-LAST-CHECK-NUMBER
047500                 MOVE WIRE-REFERENCE
047600                     TO CONTROL-LAST-CHECK-NUMBER.
047700     IF LOCK-ACQUIRED = "Y"
047800         IF BANK-SLOT-FOUND = "Y"
047900             PERFORM REWRITE-CONTROL-RECORD.
048000     IF LOCK-ACQUIRED = "Y"
048100         PERFORM UNLOCK-THE-CONTROL-RECORD.

048200 FIND-BANK-ACCOUNT-SLOT.
048300     MOVE "Y" TO BANK-SLOT-FOUND.
048400     SET CONTROL-BANK-INDEX TO 1.
048500     SEARCH CONTROL-BANK-ACCOUNTS
048600         AT END
048700         PERFORM CLAIM-BANK-ACCOUNT-SLOT
048800     WHEN CONTROL-BANK-ACCOUNT(CONTROL-BANK-INDEX)
048900             = WIRE-FROM-ACCOUNT
049000         CONTINUE.

049100 CLAIM-BANK-ACCOUNT-SLOT.
049200     SET CONTROL-BANK-INDEX TO 1.
049300     SEARCH CONTROL-BANK-ACCOUNTS
049400         AT END
049500         MOVE "N" TO BANK-SLOT-FOUND
049600         DISPLAY "NO BANK ACCOUNT SLOTS AVAILABLE - "
049700             "SEE CTLMNT01"
049800     WHEN CONTROL-BANK-ACCOUNT(CONTROL-BANK-INDEX)
049900             = ZEROES
050000         MOVE WIRE-FROM-ACCOUNT
050100             TO CONTROL-BANK-ACCOUNT(CONTROL-BANK-INDEX)
050200         MOVE ZEROES
050300             TO CONTROL-BANK-LAST-CHECK(CONTROL-BANK-INDEX).

050400 WRITE-WIRE-CHECK.
050500     MOVE WIRE-FROM-ACCOUNT TO CHECK-ACCOUNT.
050600     MOVE WIRE-REFERENCE TO CHECK-NUMBER.
050700     MOVE WIRE-AMOUNT TO CHECK-AMOUNT.
050800     IF WIRE-VOUCHER-COUNT = 1
050900         MOVE SAVE-VOUCHER-INVOICE TO CHECK-INVOICE
051000     ELSE
051100         MOVE "MULTIPLE" TO CHECK-INVOICE.
051200     MOVE WIRE-VENDOR TO CHECK-VENDOR.
051300     MOVE SPACE TO CHECK-REFERENCE.
051400     STRING "WIRE " WIRE-NUMBER " " WIRE-CURRENCY-CODE
051500         DELIMITED BY SIZE INTO CHECK-REFERENCE.
051600     MOVE "N" TO CHECK-CLEARED.
051700     MOVE ZEROES TO CHECK-CLEARED-DATE.
051800     MOVE "N" TO CHECK-VOIDED.
051900     MOVE ZEROES TO CHECK-VOIDED-DATE.
052000     MOVE SAVE-VOUCHER-COMPANY TO CHECK-COMPANY.
052100     PERFORM GET-TODAYS-DATE.
052200     MOVE DATE-CCYYMMDD TO CHECK-ISSUE-DATE.
052300     MOVE ZEROES TO CHECK-PAY-RUN.
052400     MOVE "W" TO CHECK-PAY-METHOD.
052500     WRITE CHECK-RECORD
052600         INVALID KEY
052700         DISPLAY "ERROR WRITING CHECK RECORD".

052800 MARK-ONE-VOUCHER-PAID.
052900     MOVE WIRE-VOUCHER(VOUCHER-SUB) TO VOUCHER-NUMBER.
053000     PERFORM READ-VOUCHER-RECORD.
053100     IF VOUCHER-RECORD-FOUND = "Y"
053200         PERFORM GET-TODAYS-DATE
053300         MOVE DATE-CCYYMMDD TO VOUCHER-PAID-DATE
053400         MOVE VOUCHER-AMOUNT TO VOUCHER-PAID-AMOUNT
053500         MOVE WIRE-REFERENCE TO VOUCHER-CHECK-NO
053600         MOVE ZEROES TO VOUCHER-PAY-RUN
053700         PERFORM COMPUTE-REALIZED-FX
053800         MOVE "N" TO VOUCHER-SELECTED
053900         PERFORM REWRITE-VOUCHER-RECORD.

054000*---------------------------------
054100* Realized exchange gain/loss,
054200* worked as CHKRUN01 works it:
054300* (entry rate - today's rate)
054400* times the voucher amount.
054500*---------------------------------
054600 COMPUTE-REALIZED-FX.
054700     MOVE ZEROES TO VOUCHER-EXCH-GAIN-LOSS.
054800     IF VOUCHER-CURRENCY-CODE NOT = SPACE
054900        AND VOUCHER-CURRENCY-CODE NOT = "USD"
055000        AND VOUCHER-ENTRY-RATE NOT = ZEROES
055100         MOVE VOUCHER-CURRENCY-CODE TO CURRENCY-CODE
055200         PERFORM READ-CURRENCY-RATE
055300         IF CURRENCY-RATE-FOUND = "Y"
055400            AND CURRENCY-RATE NOT = ZEROES
055500             COMPUTE VOUCHER-EXCH-GAIN-LOSS ROUNDED =
055600                 (VOUCHER-ENTRY-RATE - CURRENCY-RATE)
055700                 * VOUCHER-AMOUNT.

055800 DRAW-DOWN-BANK-BALANCE.
055900     SUBTRACT CHECK-AMOUNT FROM BANK-BALANCE.
056000     REWRITE BANK-RECORD
056100         INVALID KEY
056200         DISPLAY "ERROR REWRITING BANK RECORD".

056300 WRITE-WIRE-INSTRUCTION.
056400     MOVE WIRE-NUMBER TO WOUT-WIRE-NUMBER.
056500     MOVE WIRE-REFERENCE TO WOUT-REFERENCE.
056600     MOVE WIRE-FROM-ACCOUNT TO WOUT-FROM-ACCOUNT.
056700     MOVE DATE-CCYYMMDD TO WOUT-VALUE-DATE.
056800     MOVE WIRE-CURRENCY-CODE TO WOUT-CURRENCY-CODE.
056900     MOVE WIRE-AMOUNT TO WOUT-AMOUNT.
057000     MOVE WIRE-BENE-NAME TO WOUT-BENE-NAME.
057100     MOVE WIRE-BENE-ACCOUNT TO WOUT-BENE-ACCOUNT.
057200     MOVE WIRE-BENE-BANK-NAME TO WOUT-BENE-BANK-NAME.
057300     MOVE WIRE-BENE-SWIFT TO WOUT-BENE-SWIFT.
057400     MOVE WIRE-BENE-ROUTING TO WOUT-BENE-ROUTING.
057500     MOVE WIRE-BENE-COUNTRY TO WOUT-BENE-COUNTRY.
057600     MOVE WIRE-REASON TO WOUT-REASON.
057700     MOVE WIRE-DETAIL-LINE TO WIRE-OUT-RECORD.
057800     WRITE WIRE-OUT-RECORD.
057900     ADD 1 TO RELEASED-COUNT.
058000     ADD WIRE-AMOUNT TO RELEASED-TOTAL.

058100 WRITE-WIRE-BATCH-TRAILER.
058200     MOVE RELEASED-COUNT TO WOUT-BATCH-COUNT.
058300     MOVE RELEASED-TOTAL TO WOUT-BATCH-TOTAL.
058400     MOVE WIRE-TRAILER-LINE TO WIRE-OUT-RECORD.
058500     WRITE WIRE-OUT-RECORD.

058600 DISPLAY-WIRE-FIELDS.
058700     DISPLAY " ".
058800     MOVE WIRE-AMOUNT TO AN-AMOUNT-FIELD.
058900     DISPLAY "WIRE " WIRE-NUMBER ": " AN-AMOUNT-FIELD " "
059000         WIRE-CURRENCY-CODE " TO VENDOR " WIRE-VENDOR.
059100     DISPLAY "   FROM ACCOUNT: " WIRE-FROM-ACCOUNT.
059200     DISPLAY "   TO: " WIRE-BENE-NAME.
059300     DISPLAY "       " WIRE-BENE-ACCOUNT.
059400     DISPLAY "       " WIRE-BENE-BANK-NAME " "
059500         WIRE-BENE-COUNTRY.
059600     IF WIRE-BENE-COUNTRY = "US"
059700         DISPLAY "       ABA " WIRE-BENE-ROUTING
059800     ELSE
059900         DISPLAY "       SWIFT " WIRE-BENE-SWIFT.
060000     DISPLAY "   REASON: " WIRE-REASON.
060100     MOVE WIRE-REQUEST-DATE TO DATE-CCYYMMDD.
060200     PERFORM FORMAT-THE-DATE.
060300     DISPLAY "   REQUESTED BY " WIRE-REQUESTED-BY " ON "
060400         FORMATTED-DATE ", " WIRE-VOUCHER-COUNT
060500         " VOUCHER(S)".
060600     DISPLAY " ".

060700*---------------------------------
060800* CANCEL - only a pending wire;
060900* its vouchers go back to the
061000* check run.
061100*---------------------------------
061200 CANCEL-MODE.
061300     PERFORM ENTER-WIRE-NUMBER.
061400     IF ENTRY-WIRE NOT = ZEROES
061500         PERFORM CANCEL-ONE-WIRE.

061600 CANCEL-ONE-WIRE.
061700     IF WIRE-STATUS NOT = "P"
061800         DISPLAY "ONLY A PENDING WIRE CAN BE CANCELLED"
061900     ELSE
062000         PERFORM DISPLAY-WIRE-FIELDS
062100         MOVE "CANCEL THIS WIRE (Y/N)?" TO PROCESS-MESSAGE
062200         PERFORM ASK-OK-TO-PROCESS
062250         PERFORM CHECK-WINDOW-BEFORE-WRITE
062300         IF OK-TO-PROCESS = "Y"
062400             PERFORM CANCEL-THE-WIRE.

062408*---------------------------------
062416* A yes that arrives after the
062424* nightly batch window has gone
062432* up is turned into a no, so the
062440* wire is left as it was.
062448*---------------------------------
062456 CHECK-WINDOW-BEFORE-WRITE.
062464     IF OK-TO-PROCESS = "Y"
062472         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
062480         IF BATCH-UPDATES-ALLOWED NOT = "Y"
062488             MOVE "N" TO OK-TO-PROCESS.

062500 CANCEL-THE-WIRE.
062600     PERFORM FREE-ONE-WIRE-VOUCHER
062700         VARYING VOUCHER-SUB FROM 1 BY 1
062800          UNTIL VOUCHER-SUB > WIRE-VOUCHER-COUNT.
062900     MOVE "X" TO WIRE-STATUS.
063000     MOVE OPERATOR-ID TO WIRE-RELEASED-BY.
063100     PERFORM GET-TODAYS-DATE.
063200     MOVE DATE-CCYYMMDD TO WIRE-RELEASE-DATE.
063300     PERFORM REWRITE-WIRE-RECORD.
063400     MOVE "WIRE-CANCL" TO JOURNAL-ACTION.
063500     MOVE WIRE-AMOUNT TO JOURNAL-AMOUNT.
063600     PERFORM JOURNAL-THE-WIRE.
063700     DISPLAY "WIRE CANCELLED".

063800 FREE-ONE-WIRE-VOUCHER.
063900     MOVE WIRE-VOUCHER(VOUCHER-SUB) TO VOUCHER-NUMBER.
064000     PERFORM READ-VOUCHER-RECORD.
064100     IF VOUCHER-RECORD-FOUND = "Y"
064200        AND VOUCHER-WIRE-NUMBER = WIRE-NUMBER
064300         MOVE ZEROES TO VOUCHER-WIRE-NUMBER
064400         PERFORM REWRITE-VOUCHER-RECORD.

064500*---------------------------------
064600* CONFIRM - the bank's reference
064700* once it reports the wire sent.
064800*---------------------------------
064900 CONFIRM-MODE.
065000     PERFORM ENTER-WIRE-NUMBER.
065100     IF ENTRY-WIRE NOT = ZEROES
065200         PERFORM CONFIRM-ONE-WIRE.

065300 CONFIRM-ONE-WIRE.
065400     IF WIRE-STATUS NOT = "R"
065500         DISPLAY "ONLY A RELEASED WIRE CAN BE CONFIRMED"
065600     ELSE
065700         PERFORM DISPLAY-WIRE-FIELDS
065800         DISPLAY "   BANK REFERENCE: " WIRE-BANK-CONFIRM
065900         PERFORM ENTER-BANK-CONFIRM
065920         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
065940         IF BATCH-UPDATES-ALLOWED = "Y"
065960             PERFORM SAVE-BANK-CONFIRM.

065980 SAVE-BANK-CONFIRM.
066000     PERFORM REWRITE-WIRE-RECORD.
066100     MOVE "WIRE-CONF" TO JOURNAL-ACTION.
066200     MOVE ZEROES TO JOURNAL-AMOUNT.
066300     PERFORM JOURNAL-THE-WIRE.
066400     DISPLAY "CONFIRMATION RECORDED".

066500 ENTER-BANK-CONFIRM.
066600     DISPLAY "ENTER THE BANK'S REFERENCE FOR THE WIRE".
066700     ACCEPT WIRE-BANK-CONFIRM.
066800     INSPECT WIRE-BANK-CONFIRM
066900      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
067000     IF WIRE-BANK-CONFIRM = SPACE
067100         DISPLAY "A REFERENCE MUST BE ENTERED"
067200         PERFORM ENTER-BANK-CONFIRM.

067300 ENTER-WIRE-NUMBER.
067400     MOVE "N" TO WIRE-RECORD-FOUND.
067500     PERFORM ACCEPT-WIRE-NUMBER
067600         UNTIL ENTRY-WIRE = ZEROES
067700            OR WIRE-RECORD-FOUND = "Y".

067800 ACCEPT-WIRE-NUMBER.
067900     DISPLAY "ENTER WIRE NUMBER (0 TO RETURN)".
068000     ACCEPT ENTRY-WIRE.
068100     IF ENTRY-WIRE NOT = ZEROES
068200         MOVE ENTRY-WIRE TO WIRE-NUMBER
068300         PERFORM READ-WIRE-RECORD
068400         IF WIRE-RECORD-FOUND = "N"
068500             DISPLAY "WIRE IS NOT ON FILE".

068600*---------------------------------
068700* LIST - every wire, with the
068800* beneficiary and, once the bank
068900* has confirmed it, its
069000* reference.
069100*---------------------------------
069200 LIST-MODE.
069300     MOVE ZEROES TO PENDING-WIRE-COUNT
069400                    RELEASED-WIRE-COUNT
069500                    CANCELLED-WIRE-COUNT.
069600     PERFORM PRINT-LIST-HEADINGS.
069700     MOVE "N" TO WIRE-FILE-AT-END.
069800     PERFORM READ-FIRST-WIRE.
069900     PERFORM LIST-ONE-WIRE
070000         UNTIL WIRE-FILE-AT-END = "Y".
070100     PERFORM PRINT-LIST-TOTAL.
070200     DISPLAY PENDING-WIRE-COUNT " WIRE(S) AWAITING RELEASE".

070300 LIST-ONE-WIRE.
070400     MOVE SPACE TO DETAIL-LINE.
070500     MOVE WIRE-NUMBER TO PRINT-WIRE-NUMBER.
070600     MOVE WIRE-STATUS TO PRINT-STATUS.
070700     MOVE WIRE-VENDOR TO PRINT-VENDOR.
070800     MOVE WIRE-CURRENCY-CODE TO PRINT-CURRENCY.
070900     MOVE WIRE-AMOUNT TO PRINT-AMOUNT.
071000     MOVE WIRE-REQUESTED-BY TO PRINT-REQUESTED-BY.
071100     MOVE WIRE-REQUEST-DATE TO DATE-CCYYMMDD.
071200     PERFORM FORMAT-THE-DATE.
071300     MOVE FORMATTED-DATE TO PRINT-REQUEST-DATE.
071400     MOVE WIRE-RELEASED-BY TO PRINT-RELEASED-BY.
071500     IF WIRE-RELEASE-DATE NOT = ZEROES
071600         MOVE WIRE-RELEASE-DATE TO DATE-CCYYMMDD
071700         PERFORM FORMAT-THE-DATE
071800         MOVE FORMATTED-DATE TO PRINT-RELEASE-DATE.
071900     MOVE WIRE-REFERENCE TO PRINT-REFERENCE.
072000     MOVE DETAIL-LINE TO PRINTER-RECORD.
072100     PERFORM WRITE-TO-PRINTER.
072200     MOVE SPACE TO NOTE-LINE.
072300     MOVE WIRE-BENE-NAME TO PRINT-BENE-NAME.
072400     MOVE WIRE-BENE-BANK-NAME TO PRINT-BENE-BANK.
072500     MOVE WIRE-BANK-CONFIRM TO PRINT-BANK-CONFIRM.
072600     MOVE NOTE-LINE TO PRINTER-RECORD.
072700     PERFORM WRITE-TO-PRINTER.
072800     IF WIRE-STATUS = "P"
072900         ADD 1 TO PENDING-WIRE-COUNT
073000     ELSE
073100     IF WIRE-STATUS = "R"
073200         ADD 1 TO RELEASED-WIRE-COUNT
073300     ELSE
073400         ADD 1 TO CANCELLED-WIRE-COUNT.
073500     PERFORM READ-NEXT-WIRE.

073600 PRINT-LIST-HEADINGS.
073700     MOVE TITLE-LINE TO PRINTER-RECORD.
073800     PERFORM WRITE-TO-PRINTER.
073900     MOVE SPACE TO PRINTER-RECORD.
074000     PERFORM WRITE-TO-PRINTER.
074100     MOVE COLUMN-LINE TO PRINTER-RECORD.
074200     PERFORM WRITE-TO-PRINTER.
074300     MOVE SPACE TO PRINTER-RECORD.
074400     PERFORM WRITE-TO-PRINTER.

074500 PRINT-LIST-TOTAL.
074600     MOVE SPACE TO PRINTER-RECORD.
074700     PERFORM WRITE-TO-PRINTER.
074800     MOVE PENDING-WIRE-COUNT TO PRINT-PENDING-COUNT.
074900     MOVE RELEASED-WIRE-COUNT TO PRINT-RELEASED-COUNT.
075000     MOVE CANCELLED-WIRE-COUNT TO PRINT-CANCELLED-COUNT.
075100     MOVE TOTAL-LINE TO PRINTER-RECORD.
075200     PERFORM WRITE-TO-PRINTER.
075300     MOVE SPACE TO PRINTER-RECORD.
075400     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

075500 JOURNAL-THE-WIRE.
075600     MOVE "WIRREL01" TO JOURNAL-PROGRAM.
075700     MOVE SPACE TO JOURNAL-KEY.
075800     MOVE WIRE-NUMBER TO JOURNAL-KEY.
075900     PERFORM WRITE-JOURNAL-ENTRY.

076000 LOCK-THE-CONTROL-RECORD.
076100     MOVE "CONTROL" TO LOCK-WANTED-FILE.
076200     MOVE "1" TO LOCK-WANTED-RECORD.
076300     PERFORM ACQUIRE-RECORD-LOCK.

076400 UNLOCK-THE-CONTROL-RECORD.
076500     MOVE "CONTROL" TO LOCK-WANTED-FILE.
076600     MOVE "1" TO LOCK-WANTED-RECORD.
076700     PERFORM RELEASE-RECORD-LOCK.

076800*---------------------------------
076900* Confirmation prompt routines.
077000*---------------------------------
077100 ASK-OK-TO-PROCESS.
077200     PERFORM ACCEPT-OK-TO-PROCESS.
077300     PERFORM RE-ACCEPT-OK-TO-PROCESS
077400        UNTIL OK-TO-PROCESS = "Y" OR "N".

077500 ACCEPT-OK-TO-PROCESS.
077600     DISPLAY PROCESS-MESSAGE.
077700     ACCEPT OK-TO-PROCESS.
077800     INSPECT OK-TO-PROCESS
077900      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

078000 RE-ACCEPT-OK-TO-PROCESS.
078100     DISPLAY "YOU MUST ENTER YES OR NO".
078200     PERFORM ACCEPT-OK-TO-PROCESS.

078300*---------------------------------
078400* File I-O routines.
078500*---------------------------------
078600 READ-FIRST-WIRE.
078700     MOVE ZEROES TO WIRE-NUMBER.
078800     START WIRE-FILE
078900        KEY NOT < WIRE-NUMBER
079000         INVALID KEY MOVE "Y" TO WIRE-FILE-AT-END.
079100     IF WIRE-FILE-AT-END NOT = "Y"
079200         PERFORM READ-NEXT-WIRE.

079300 READ-NEXT-WIRE.
079400     READ WIRE-FILE NEXT RECORD
079500         AT END MOVE "Y" TO WIRE-FILE-AT-END.

079600 READ-WIRE-RECORD.
079700     MOVE "Y" TO WIRE-RECORD-FOUND.
079800     READ WIRE-FILE RECORD
079900       INVALID KEY
080000          MOVE "N" TO WIRE-RECORD-FOUND.

080100 REWRITE-WIRE-RECORD.
080200     REWRITE WIRE-RECORD
080300         INVALID KEY
080400         DISPLAY "ERROR REWRITING WIRE RECORD".

080500 READ-VENDOR-RECORD.
080600     MOVE "Y" TO VENDOR-RECORD-FOUND.
080700     READ VENDOR-FILE RECORD
080800       INVALID KEY
080900          MOVE "N" TO VENDOR-RECORD-FOUND.

081000 READ-VOUCHER-RECORD.
081100     MOVE "Y" TO VOUCHER-RECORD-FOUND.
081200     READ VOUCHER-FILE RECORD
081300       INVALID KEY
081400          MOVE "N" TO VOUCHER-RECORD-FOUND.

081500 REWRITE-VOUCHER-RECORD.
081600     REWRITE VOUCHER-RECORD
081700         INVALID KEY
081800         DISPLAY "ERROR REWRITING VOUCHER RECORD".

081900 READ-BANK-RECORD.
082000     MOVE "Y" TO BANK-RECORD-ON-FILE.
082100     READ BANK-FILE RECORD
082200       INVALID KEY
082300          MOVE "N" TO BANK-RECORD-ON-FILE.

082400 READ-CURRENCY-RATE.
082500     MOVE "Y" TO CURRENCY-RATE-FOUND.
082600     READ CURRENCY-RATE-FILE RECORD
082700       INVALID KEY
082800          MOVE "N" TO CURRENCY-RATE-FOUND.

082900 READ-CONTROL-RECORD.
083000     MOVE 1 TO CONTROL-KEY.
083100     MOVE "Y" TO CONTROL-RECORD-FOUND.
083200     READ CONTROL-FILE RECORD
083300         INVALID KEY
083400          MOVE "N" TO CONTROL-RECORD-FOUND
083500          DISPLAY "CONTROL FILE IS INVALID".

083600 REWRITE-CONTROL-RECORD.
083700     REWRITE CONTROL-RECORD
083800         INVALID KEY
083900         DISPLAY "ERROR REWRITING CONTROL RECORD".

084000 WRITE-TO-PRINTER.
084100     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

084200     COPY "PLDATE01.CBL".

084300     COPY "PLOPID01.CBL".

084400     COPY "PLSIGN01.CBL".

084500     COPY "PLLOCK01.CBL".

084600     COPY "PLEXPCTL.CBL".

084700     COPY "PLJRNL01.CBL".

084800     COPY "PLBWIN01.CBL".
