000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. XFRREL01.
000300*---------------------------------
000400* Bank transfer release, the
000500* second half of the dual control
000600* XFRENT01 and SWPGEN01 start. An
000700* operator with PAYMENT
000800* permission signs on (PLSIGN01)
000900* and picks a mode:
001000* RELEASE - works the pending
001100*   transfers one by one. A
001200*   transfer is never released by
001300*   the operator who requested it,
001400*   only while both accounts are
001500*   still on the bank master, and
001600*   only when its value date may
001700*   still post (closed year,
001800*   PLPERIOD.CBL). A release:
001900*   - draws down the from-account's
002000*     BANK-BALANCE and adds to the
002100*     to-account's
002200*   - writes an expected item
002300*     (FDEXPIT.CBL) on each account
002400*     - "TO" on the from-account,
002500*     "TI" on the to-account - that
002600*     BNKIMP01 matches when the
002700*     transfer shows on each bank
002800*     statement
002900*   - writes balanced GL lines to
003000*     XFREXP, debiting the
003100*     to-account's cash account and
003200*     crediting the from-account's
003300*     (BANK-GL-ACCOUNT, else CASH
003400*     and the account's last six
003500*     digits, as GLPOST01 builds
003600*     it), under export control
003700*     (PLEXPCTL.CBL) for GLUPD01
003800*   - prints the release register
003900*   and journals XFER-REL.
004000* CANCEL - a pending transfer is
004100*   cancelled ("X"), journaled
004200*   XFER-CANCL.
004300* LIST - prints every transfer on
004400*   file.
004414* While the nightly batch window
004428* is up (PLBWIN01.CBL) only LIST
004442* is open, and a release run
004456* stops at the first transfer
004470* taken after the window goes
004484* up.
004500*---------------------------------
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.

004900     COPY "SLXFER01.CBL".

005000     COPY "SLEXPIT.CBL".

005100     COPY "SLBANK01.CBL".

005200     COPY "SLCONTRL.CBL".

005300     COPY "SLOPER01.CBL".

005400     COPY "SLSECVIO.CBL".

005500     COPY "SLJRNL01.CBL".

005600     COPY "SLEXPCTL.CBL".

005633     COPY "SLBWIN01.CBL".

005666     COPY "SLBWLOG.CBL".

005700     SELECT GL-EXPORT-FILE
005800         ASSIGN TO "XFREXP"
005900         ORGANIZATION IS LINE SEQUENTIAL.

006000     SELECT PRINTER-FILE
006100         ASSIGN TO PRINTER
006200         ORGANIZATION IS LINE SEQUENTIAL.

006300 DATA DIVISION.
006400 FILE SECTION.

006500     COPY "FDXFER01.CBL".

006600     COPY "FDEXPIT.CBL".

006700     COPY "FDBANK01.CBL".

006800     COPY "FDCONTRL.CBL".

006900     COPY "FDOPER01.CBL".

007000     COPY "FDSECVIO.CBL".

007100     COPY "FDJRNL01.CBL".

007200     COPY "FDEXPCTL.CBL".

007233     COPY "FDBWIN01.CBL".

007266     COPY "FDBWLOG.CBL".

007300 FD  GL-EXPORT-FILE
007400     LABEL RECORDS ARE OMITTED.
007500 01  GL-EXPORT-RECORD            PIC X(100).

007600 FD  PRINTER-FILE
007700     LABEL RECORDS ARE OMITTED.
007800 01  PRINTER-RECORD              PIC X(80).

007900 WORKING-STORAGE SECTION.

008000 77  MODE-CHOICE                  PIC X.
008050     88  MODE-IS-UPDATE           VALUES "R" "X".
008100 77  XFER-DECISION                PIC X.
008200 77  RELEASE-STOPPED              PIC X.
008300 77  XFER-FILE-AT-END             PIC X.
008400 77  XFER-RECORD-FOUND            PIC X.
008500 77  XFER-IS-RELEASABLE           PIC X.
008600 77  ENTRY-XFER                   PIC 9(6).
008700 77  ENTRY-YEAR                   PIC 9(4).
008800 77  BANK-RECORD-ON-FILE          PIC X.
008900 77  FROM-BANK-ON-FILE            PIC X.
009000 77  CONTROL-RECORD-FOUND         PIC X.
009100 77  EXPORT-RUN-ALLOWED           PIC X.
009200 77  FROM-CASH-ACCOUNT            PIC X(10).
009300 77  TO-CASH-ACCOUNT              PIC X(10).
009400 77  EXPORT-RUN-NUMBER            PIC 9(5).
009500 77  EXPORT-LINE-COUNT            PIC 9(6).
009600 77  EXPORT-DEBIT-TOTAL           PIC S9(11)V99.
009700 77  EXPORT-CREDIT-TOTAL          PIC S9(11)V99.
009800 77  RELEASED-COUNT               PIC 9(5).
009900 77  PENDING-XFER-COUNT           PIC 9(5).
010000 77  RELEASED-XFER-COUNT          PIC 9(5).
010100 77  CANCELLED-XFER-COUNT         PIC 9(5).
010200 77  OK-TO-PROCESS                PIC X.
010300 77  PROCESS-MESSAGE              PIC X(79) VALUE SPACE.
010400 77  AN-AMOUNT-FIELD              PIC ZZZ,ZZZ,ZZ9.99-.

010500     COPY "WSGLLINE.CBL".

010600 01  DETAIL-LINE.
010700     05  PRINT-XFER-NUMBER   PIC Z(6).
010800     05  FILLER              PIC X     VALUE SPACE.
010900     05  PRINT-STATUS        PIC X.
011000     05  FILLER              PIC X     VALUE SPACE.
011100     05  PRINT-FROM-ACCOUNT  PIC 9(10).
011200     05  FILLER              PIC X     VALUE SPACE.
011300     05  PRINT-TO-ACCOUNT    PIC 9(10).
011400     05  FILLER              PIC X     VALUE SPACE.
011500     05  PRINT-VALUE-DATE    PIC X(10).
011600     05  PRINT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
011700     05  FILLER              PIC X     VALUE SPACE.
011800     05  PRINT-REQUESTED-BY  PIC X(5).
011900     05  FILLER              PIC X     VALUE SPACE.
012000     05  PRINT-RELEASED-BY   PIC X(5).

012100 01  NOTE-LINE.
012200     05  FILLER              PIC X(8)  VALUE SPACE.
012300     05  PRINT-REFERENCE     PIC X(20).
012400     05  FILLER              PIC X     VALUE SPACE.
012500     05  PRINT-SWEEP-LABEL   PIC X(6).
012600     05  PRINT-SWEEP         PIC Z(4).
012700     05  FILLER              PIC X     VALUE SPACE.
012800     05  PRINT-DEBIT-LABEL   PIC X(3).
012900     05  PRINT-DEBIT-ACCOUNT PIC X(10).
013000     05  FILLER              PIC X     VALUE SPACE.
013100     05  PRINT-CREDIT-LABEL  PIC X(3).
013200     05  PRINT-CREDIT-ACCOUNT PIC X(10).

013300 01  COLUMN-LINE.
013400     05  FILLER         PIC X(7)  VALUE "XFER".
013500     05  FILLER         PIC X(2)  VALUE "S".
013600     05  FILLER         PIC X(11) VALUE "FROM".
013700     05  FILLER         PIC X(11) VALUE "TO".
013800     05  FILLER         PIC X(10) VALUE "VALUE".
013900     05  FILLER         PIC X(16) VALUE "         AMOUNT".
014000     05  FILLER         PIC X(6)  VALUE "REQ".
014100     05  FILLER         PIC X(6)  VALUE "REL".

014200 01  TITLE-LINE.
014300     05  FILLER              PIC X(15) VALUE SPACE.
014400     05  PRINT-TITLE         PIC X(40).

014500 01  TOTAL-LINE.
014600     05  FILLER              PIC X(9)  VALUE "PENDING: ".
014700     05  PRINT-PENDING-COUNT PIC ZZZZ9.
014800     05  FILLER              PIC X(12) VALUE "  RELEASED: ".
014900     05  PRINT-RELEASED-COUNT PIC ZZZZ9.
015000     05  FILLER              PIC X(13) VALUE "  CANCELLED: ".
015100     05  PRINT-CANCELLED-COUNT PIC ZZZZ9.

015200 01  RELEASE-TOTAL-LINE.
015300     05  FILLER              PIC X(11) VALUE "RELEASED: ".
015400     05  PRINT-RELEASE-COUNT PIC ZZZZ9.
015500     05  FILLER              PIC X(4)  VALUE SPACE.
015600     05  FILLER              PIC X(4)  VALUE "GL: ".
015700     05  PRINT-GL-TOTAL      PIC ZZZ,ZZZ,ZZ9.99.

015800     COPY "WSSIGN01.CBL".

015900     COPY "WSPERIOD.CBL".

016000     COPY "WSDATE01.CBL".

016100     COPY "WSCASE01.CBL".

016200     COPY "WSOPID01.CBL".

016300     COPY "WSEXPCTL.CBL".

016350     COPY "WSBWIN01.CBL".

016400 PROCEDURE DIVISION.
016500 PROGRAM-BEGIN.
016600     OPEN I-O OPERATOR-FILE.
016700     PERFORM SIGN-ON-OPERATOR.
016800     CLOSE OPERATOR-FILE.
016900     IF AUTH-PAYMENT NOT = "Y"
017000         DISPLAY "TRANSFER RELEASE TAKES THE PAYMENT"
017100             " PERMISSION -"
017200         DISPLAY "SEE YOUR SUPERVISOR"
017300     ELSE
017333         MOVE "XFRREL01" TO BWIN-PROGRAM-NAME
017366         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON
017400         PERFORM OPENING-PROCEDURE
017500         PERFORM MAIN-PROCESS
017600         PERFORM CLOSING-PROCEDURE.

017700 PROGRAM-EXIT.
017800     EXIT PROGRAM.

017900 PROGRAM-DONE.
018000     ACCEPT OMITTED. STOP RUN.

018100 OPENING-PROCEDURE.
018200     OPEN I-O TRANSFER-FILE.
018300     OPEN I-O EXPECTED-ITEM-FILE.
018400     OPEN I-O BANK-FILE.
018500     OPEN INPUT CONTROL-FILE.
018600     OPEN EXTEND JOURNAL-FILE.
018700     OPEN I-O EXPORT-CONTROL-FILE.
018800     OPEN OUTPUT PRINTER-FILE.

018900 CLOSING-PROCEDURE.
019000     CLOSE TRANSFER-FILE.
019100     CLOSE EXPECTED-ITEM-FILE.
019200     CLOSE BANK-FILE.
019300     CLOSE CONTROL-FILE.
019400     CLOSE JOURNAL-FILE.
019500     CLOSE EXPORT-CONTROL-FILE.
019600     CLOSE PRINTER-FILE.

019700 MAIN-PROCESS.
019800     PERFORM ENTER-MODE-CHOICE.
019900     PERFORM DO-ONE-MODE
020000         UNTIL MODE-CHOICE = "Q".

020100 ENTER-MODE-CHOICE.
020200     DISPLAY "RELEASE PENDING TRANSFERS, CANCEL A TRANSFER,".
020300     DISPLAY "LIST ALL TRANSFERS, OR QUIT (R/X/L/Q)?".
020400     ACCEPT MODE-CHOICE.
020500     INSPECT MODE-CHOICE
020600      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
020700     IF MODE-CHOICE NOT = "R" AND NOT = "X"
020800        AND NOT = "L" AND NOT = "Q"
020900         DISPLAY "YOU MUST ENTER R, X, L, OR Q"
021000         PERFORM ENTER-MODE-CHOICE.

021100 DO-ONE-MODE.
021114     IF MODE-IS-UPDATE
021128         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
021142     IF MODE-IS-UPDATE
021156        AND BATCH-UPDATES-ALLOWED NOT = "Y"
021170         DISPLAY "ONLY LIST IS OPEN"
021184     ELSE
021200     IF MODE-CHOICE = "R"
021300         PERFORM RELEASE-MODE
021400     ELSE
021500     IF MODE-CHOICE = "X"
021600         PERFORM CANCEL-MODE
021700     ELSE
021800         PERFORM LIST-MODE.
021900     PERFORM ENTER-MODE-CHOICE.

022000*---------------------------------
022100* RELEASE - the pending transfers
022200* in number order. A prior XFREXP
022300* GLUPD01 has not posted is never
022400* overwritten.
022500*---------------------------------
022600 RELEASE-MODE.
022700     PERFORM CHECK-PRIOR-XFREXP.
022800     IF EXPORT-RUN-ALLOWED = "Y"
022900         PERFORM RELEASE-PENDING-TRANSFERS.

023000 CHECK-PRIOR-XFREXP.
023100     MOVE "Y" TO EXPORT-RUN-ALLOWED.
023200     MOVE "XFREXP" TO EXPCTL-CHECK-NAME.
023300     PERFORM CHECK-EXPORT-PENDING.
023400     IF EXPCTL-PENDING-FOUND = "Y"
023500         MOVE "N" TO EXPORT-RUN-ALLOWED
023600         DISPLAY "*** A PRIOR XFREXP FILE IS STILL"
023700         DISPLAY "*** PENDING - POST IT WITH GLUPD01 AND"
023800         DISPLAY "*** MARK IT IN EXPCTL01 BEFORE"
023900         DISPLAY "*** RELEASING MORE TRANSFERS".

024000*---------------------------------
024100* The released transfers are
024200* stamped with the run number
024300* LOG-EXPORT-FILE is about to
024400* claim.
024500*---------------------------------
024600 RELEASE-PENDING-TRANSFERS.
024700     ADD 1 TO EXPCTL-LAST-RUN GIVING EXPORT-RUN-NUMBER.
024800     MOVE ZEROES TO RELEASED-COUNT
024900                    EXPORT-LINE-COUNT
025000                    EXPORT-DEBIT-TOTAL
025100                    EXPORT-CREDIT-TOTAL.
025200     OPEN OUTPUT GL-EXPORT-FILE.
025300     MOVE "BANK TRANSFER RELEASE REGISTER" TO PRINT-TITLE.
025400     PERFORM PRINT-HEADINGS.
025500     MOVE "N" TO RELEASE-STOPPED.
025600     MOVE "N" TO XFER-FILE-AT-END.
025700     PERFORM READ-FIRST-TRANSFER.
025800     PERFORM RELEASE-ONE-TRANSFER
025900         UNTIL XFER-FILE-AT-END = "Y"
026000            OR RELEASE-STOPPED = "Y".
026100     CLOSE GL-EXPORT-FILE.
026200     PERFORM PRINT-RELEASE-TOTAL.
026300     IF EXPORT-LINE-COUNT NOT = ZERO
026400         PERFORM LOG-THIS-EXPORT
026500         DISPLAY EXPORT-LINE-COUNT
026600             " LINE(S) WRITTEN TO XFREXP - POST THE"
026700         DISPLAY "FILE WITH GLUPD01".
026800     DISPLAY RELEASED-COUNT " TRANSFER(S) RELEASED".

026900 RELEASE-ONE-TRANSFER.
027000     IF XFER-STATUS = "P"
027100         PERFORM SHOW-AND-RELEASE-TRANSFER.
027200     IF RELEASE-STOPPED NOT = "Y"
027300         PERFORM READ-NEXT-TRANSFER.

027400 SHOW-AND-RELEASE-TRANSFER.
027500     PERFORM DISPLAY-TRANSFER-FIELDS.
027600     IF XFER-REQUESTED-BY = OPERATOR-ID
027700         DISPLAY "YOU REQUESTED THIS TRANSFER - ANOTHER"
027800             " OPERATOR"
027900         DISPLAY "MUST RELEASE IT"
028000     ELSE
028100         PERFORM ENTER-XFER-DECISION
028200         IF XFER-DECISION = "R"
028300             PERFORM CHECK-TRANSFER-RELEASABLE
028400             IF XFER-IS-RELEASABLE = "Y"
028500                 PERFORM RELEASE-THE-TRANSFER
028600             ELSE
028700                 DISPLAY "TRANSFER NOT RELEASED"
028800         ELSE
028900         IF XFER-DECISION = "E"
029000             MOVE "Y" TO RELEASE-STOPPED.

029100 ENTER-XFER-DECISION.
029200     DISPLAY "RELEASE THIS TRANSFER, SKIP IT, OR".
029300     DISPLAY "END THE RELEASE (R/S/E)?".
029400     ACCEPT XFER-DECISION.
029500     INSPECT XFER-DECISION
029600      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
029700     IF XFER-DECISION NOT = "R" AND NOT = "S" AND NOT = "E"
029800         DISPLAY "YOU MUST ENTER R, S, OR E"
029900         PERFORM ENTER-XFER-DECISION.

030000*---------------------------------
030100* Between request and release an
030200* account may have been removed
030300* or the period closed; the
030400* transfer is looked at afresh.
030500*---------------------------------
030600 CHECK-TRANSFER-RELEASABLE.
030700     MOVE "N" TO XFER-IS-RELEASABLE.
030800     MOVE XFER-FROM-ACCOUNT TO BANK-ACCOUNT-NUMBER.
030900     PERFORM READ-BANK-RECORD.
031000     MOVE BANK-RECORD-ON-FILE TO FROM-BANK-ON-FILE.
031100     MOVE XFER-TO-ACCOUNT TO BANK-ACCOUNT-NUMBER.
031200     PERFORM READ-BANK-RECORD.
031300     IF FROM-BANK-ON-FILE = "N"
031400         DISPLAY "ACCOUNT " XFER-FROM-ACCOUNT
031500             " IS NOT ON THE BANK MASTER (BNKMNT01)"
031600     ELSE
031700     IF BANK-RECORD-ON-FILE = "N"
031800         DISPLAY "ACCOUNT " XFER-TO-ACCOUNT
031900             " IS NOT ON THE BANK MASTER (BNKMNT01)"
032000     ELSE
032100         PERFORM CHECK-VALUE-DATE
032200         IF POSTING-DATE-OK = "Y"
032300             MOVE "Y" TO XFER-IS-RELEASABLE
032400         ELSE
032500             DISPLAY "CANCEL THE TRANSFER AND REQUEST IT AGAIN".
032516     IF XFER-IS-RELEASABLE = "Y"
032532         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
032548         IF BATCH-UPDATES-ALLOWED NOT = "Y"
032564             MOVE "N" TO XFER-IS-RELEASABLE
032580             MOVE "Y" TO RELEASE-STOPPED.

032600 CHECK-VALUE-DATE.
032700     MOVE "N" TO POSTING-DATE-OK.
032800     MOVE XFER-DATE TO POSTING-DATE.
032900     PERFORM READ-CONTROL-RECORD.
033000     DIVIDE XFER-DATE BY 10000 GIVING ENTRY-YEAR.
033100     IF CONTROL-GL-CLOSED-YEAR NOT = ZERO
033200        AND ENTRY-YEAR NOT > CONTROL-GL-CLOSED-YEAR
033300         DISPLAY "*** FISCAL YEAR " ENTRY-YEAR
033400             " IS CLOSED - THE DATE IS REFUSED"
033500     ELSE
033600         PERFORM CHECK-POSTING-PERIOD.

033700*---------------------------------
033800* Each bank master is read again
033900* before it is updated, as every
034000* balance change is.
034100*---------------------------------
034200 RELEASE-THE-TRANSFER.
034300     MOVE XFER-FROM-ACCOUNT TO BANK-ACCOUNT-NUMBER.
034400     PERFORM READ-BANK-RECORD.
034500     SUBTRACT XFER-AMOUNT FROM BANK-BALANCE.
034600     PERFORM REWRITE-BANK-RECORD.
034700     PERFORM BUILD-CASH-ACCOUNT-CODE.
034800     MOVE GLLINE-ACCOUNT TO FROM-CASH-ACCOUNT.
034900     MOVE XFER-TO-ACCOUNT TO BANK-ACCOUNT-NUMBER.
035000     PERFORM READ-BANK-RECORD.
035100     ADD XFER-AMOUNT TO BANK-BALANCE.
035200     PERFORM REWRITE-BANK-RECORD.
035300     PERFORM BUILD-CASH-ACCOUNT-CODE.
035400     MOVE GLLINE-ACCOUNT TO TO-CASH-ACCOUNT.
035500     MOVE XFER-FROM-ACCOUNT TO EXPIT-ACCOUNT.
035600     MOVE "TO" TO EXPIT-TYPE.
035700     PERFORM WRITE-EXPECTED-ITEM.
035800     MOVE XFER-TO-ACCOUNT TO EXPIT-ACCOUNT.
035900     MOVE "TI" TO EXPIT-TYPE.
036000     PERFORM WRITE-EXPECTED-ITEM.
036100     PERFORM EXPORT-TRANSFER-LINES.
036200     MOVE "R" TO XFER-STATUS.
036300     MOVE OPERATOR-ID TO XFER-RELEASED-BY.
036400     PERFORM GET-TODAYS-DATE.
036500     MOVE DATE-CCYYMMDD TO XFER-RELEASE-DATE.
036600     MOVE EXPORT-RUN-NUMBER TO XFER-EXPORT-RUN.
036700     PERFORM REWRITE-TRANSFER-RECORD.
036800     MOVE "XFER-REL" TO JOURNAL-ACTION.
036900     MOVE XFER-AMOUNT TO JOURNAL-AMOUNT.
037000     PERFORM JOURNAL-THE-TRANSFER.
037100     PERFORM PRINT-TRANSFER-LINES.
037200     ADD 1 TO RELEASED-COUNT.
037300     DISPLAY "TRANSFER RELEASED".

037400 BUILD-CASH-ACCOUNT-CODE.
037500     IF BANK-GL-ACCOUNT NOT = SPACE
037600         MOVE BANK-GL-ACCOUNT TO GLLINE-ACCOUNT
037700     ELSE
037800         MOVE SPACE TO GLLINE-ACCOUNT
037900         STRING "CASH"
038000             BANK-ACCOUNT-NUMBER (5:6)
038100             DELIMITED BY SIZE INTO GLLINE-ACCOUNT.

038200 WRITE-EXPECTED-ITEM.
038300     MOVE "XF" TO EXPIT-SOURCE.
038400     MOVE XFER-NUMBER TO EXPIT-NUMBER.
038500     MOVE XFER-DATE TO EXPIT-DATE.
038600     MOVE XFER-AMOUNT TO EXPIT-AMOUNT.
038700     MOVE "N" TO EXPIT-MATCHED.
038800     MOVE ZEROES TO EXPIT-MATCHED-DATE
038900                    EXPIT-MATCHED-SEQUENCE.
039000     WRITE EXPECTED-ITEM-RECORD
039100         INVALID KEY
039200         DISPLAY "ERROR WRITING EXPECTED BANK ITEM".

039300*---------------------------------
039400* The money arrives in the
039500* to-account's cash and leaves the
039600* from-account's. Bank accounts
039700* carry no company; the lines
039800* post to the default company
039900* keyed at the GLUPD01 run.
040000*---------------------------------
040100 EXPORT-TRANSFER-LINES.
040200     MOVE TO-CASH-ACCOUNT TO GLLINE-ACCOUNT.
040300     MOVE XFER-AMOUNT TO GLLINE-DEBIT.
040400     MOVE ZEROES TO GLLINE-CREDIT.
040500     PERFORM WRITE-EXPORT-LINE.
040600     MOVE FROM-CASH-ACCOUNT TO GLLINE-ACCOUNT.
040700     MOVE ZEROES TO GLLINE-DEBIT.
040800     MOVE XFER-AMOUNT TO GLLINE-CREDIT.
040900     PERFORM WRITE-EXPORT-LINE.

041000 WRITE-EXPORT-LINE.
041100     MOVE XFER-DATE TO GLLINE-DATE.
041200     MOVE SPACE TO GLLINE-DESCRIPTION.
041300     STRING "XFER " XFER-REFERENCE
041400         DELIMITED BY SIZE INTO GLLINE-DESCRIPTION.
041500     MOVE SPACE TO GLLINE-COMPANY.
041600     MOVE "T" TO GLLINE-REF-TYPE.
041700     MOVE SPACE TO GLLINE-REFERENCE.
041800     MOVE XFER-NUMBER TO GLLINE-REFERENCE.
041900     MOVE GL-EXPORT-LINE TO GL-EXPORT-RECORD.
042000     WRITE GL-EXPORT-RECORD.
042100     ADD 1 TO EXPORT-LINE-COUNT.
042200     ADD GLLINE-DEBIT TO EXPORT-DEBIT-TOTAL.
042300     ADD GLLINE-CREDIT TO EXPORT-CREDIT-TOTAL.

042400 LOG-THIS-EXPORT.
042500     MOVE "XFREXP" TO EXPCTL-CHECK-NAME.
042600     MOVE EXPORT-LINE-COUNT TO EXPCTL-NEW-COUNT.
042700     MOVE EXPORT-DEBIT-TOTAL TO EXPCTL-NEW-TOTAL.
042800     PERFORM LOG-EXPORT-FILE.
042900     MOVE "XFRREL01" TO JOURNAL-PROGRAM.
043000     MOVE SPACE TO JOURNAL-KEY.
043100     STRING "XFREXP>" EXPORT-RUN-NUMBER
043200         DELIMITED BY SIZE INTO JOURNAL-KEY.
043300     MOVE "EXPORT" TO JOURNAL-ACTION.
043400     MOVE EXPORT-DEBIT-TOTAL TO JOURNAL-AMOUNT.
043500     PERFORM WRITE-JOURNAL-ENTRY.

043600 DISPLAY-TRANSFER-FIELDS.
043700     DISPLAY " ".
043800     MOVE XFER-AMOUNT TO AN-AMOUNT-FIELD.
043900     MOVE XFER-DATE TO DATE-CCYYMMDD.
044000     PERFORM FORMAT-THE-DATE.
044100     DISPLAY "TRANSFER " XFER-NUMBER ": " AN-AMOUNT-FIELD
044200         " VALUE " FORMATTED-DATE.
044300     DISPLAY "   FROM ACCOUNT: " XFER-FROM-ACCOUNT.
044400     DISPLAY "   TO ACCOUNT:   " XFER-TO-ACCOUNT.
044500     DISPLAY "   REFERENCE: " XFER-REFERENCE.
044600     IF XFER-SWEEP NOT = ZEROES
044700         DISPLAY "   STANDING SWEEP " XFER-SWEEP.
044800     MOVE XFER-REQUEST-DATE TO DATE-CCYYMMDD.
044900     PERFORM FORMAT-THE-DATE.
045000     DISPLAY "   REQUESTED BY " XFER-REQUESTED-BY " ON "
045100         FORMATTED-DATE.
045200     DISPLAY " ".

045300*---------------------------------
045400* CANCEL - only a pending
045500* transfer.
045600*---------------------------------
045700 CANCEL-MODE.
045800     PERFORM ENTER-XFER-NUMBER.
045900     IF ENTRY-XFER NOT = ZEROES
046000         PERFORM CANCEL-ONE-TRANSFER.

046100 CANCEL-ONE-TRANSFER.
046200     IF XFER-STATUS NOT = "P"
046300         DISPLAY "ONLY A PENDING TRANSFER CAN BE CANCELLED"
046400     ELSE
046500         PERFORM DISPLAY-TRANSFER-FIELDS
046600         MOVE "CANCEL THIS TRANSFER (Y/N)?" TO PROCESS-MESSAGE
046700         PERFORM ASK-OK-TO-PROCESS
046750         PERFORM CHECK-WINDOW-BEFORE-WRITE
046800         IF OK-TO-PROCESS = "Y"
046900             PERFORM CANCEL-THE-TRANSFER.

046908*---------------------------------
046916* A yes that arrives after the
046924* nightly batch window has gone
046932* up is turned into a no, so the
046940* transfer is left as it was.
046948*---------------------------------
046956 CHECK-WINDOW-BEFORE-WRITE.
046964     IF OK-TO-PROCESS = "Y"
046972         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
046980         IF BATCH-UPDATES-ALLOWED NOT = "Y"
046988             MOVE "N" TO OK-TO-PROCESS.

047000 CANCEL-THE-TRANSFER.
047100     MOVE "X" TO XFER-STATUS.
047200     MOVE OPERATOR-ID TO XFER-RELEASED-BY.
047300     PERFORM GET-TODAYS-DATE.
047400     MOVE DATE-CCYYMMDD TO XFER-RELEASE-DATE.
047500     PERFORM REWRITE-TRANSFER-RECORD.
047600     MOVE "XFER-CANCL" TO JOURNAL-ACTION.
047700     MOVE XFER-AMOUNT TO JOURNAL-AMOUNT.
047800     PERFORM JOURNAL-THE-TRANSFER.
047900     DISPLAY "TRANSFER CANCELLED".

048000 ENTER-XFER-NUMBER.
048100     MOVE "N" TO XFER-RECORD-FOUND.
048200     PERFORM ACCEPT-XFER-NUMBER
048300         UNTIL ENTRY-XFER = ZEROES
048400            OR XFER-RECORD-FOUND = "Y".

048500 ACCEPT-XFER-NUMBER.
048600     DISPLAY "ENTER TRANSFER NUMBER (0 TO RETURN)".
048700     ACCEPT ENTRY-XFER.
048800     IF ENTRY-XFER NOT = ZEROES
048900         MOVE ENTRY-XFER TO XFER-NUMBER
049000         PERFORM READ-TRANSFER-RECORD
049100         IF XFER-RECORD-FOUND = "N"
049200             DISPLAY "TRANSFER IS NOT ON FILE".

049300*---------------------------------
049400* LIST - every transfer, with its
049500* reference and, for one a sweep
049600* generated, the sweep.
049700*---------------------------------
049800 LIST-MODE.
049900     MOVE ZEROES TO PENDING-XFER-COUNT
050000                    RELEASED-XFER-COUNT
050100                    CANCELLED-XFER-COUNT.
050200     MOVE "BANK TRANSFERS" TO PRINT-TITLE.
050300     PERFORM PRINT-HEADINGS.
050400     MOVE "N" TO XFER-FILE-AT-END.
050500     PERFORM READ-FIRST-TRANSFER.
050600     PERFORM LIST-ONE-TRANSFER
050700         UNTIL XFER-FILE-AT-END = "Y".
050800     PERFORM PRINT-LIST-TOTAL.
050900     DISPLAY PENDING-XFER-COUNT " TRANSFER(S) AWAITING RELEASE".

051000 LIST-ONE-TRANSFER.
051100     MOVE SPACE TO FROM-CASH-ACCOUNT
051200                   TO-CASH-ACCOUNT.
051300     PERFORM PRINT-TRANSFER-LINES.
051400     IF XFER-STATUS = "P"
051500         ADD 1 TO PENDING-XFER-COUNT
051600     ELSE
051700     IF XFER-STATUS = "R"
051800         ADD 1 TO RELEASED-XFER-COUNT
051900     ELSE
052000         ADD 1 TO CANCELLED-XFER-COUNT.
052100     PERFORM READ-NEXT-TRANSFER.

052200 JOURNAL-THE-TRANSFER.
052300     MOVE "XFRREL01" TO JOURNAL-PROGRAM.
052400     MOVE SPACE TO JOURNAL-KEY.
052500     MOVE XFER-NUMBER TO JOURNAL-KEY.
052600     PERFORM WRITE-JOURNAL-ENTRY.

052700*---------------------------------
052800* Confirmation prompt routines.
052900*---------------------------------
053000 ASK-OK-TO-PROCESS.
053100     PERFORM ACCEPT-OK-TO-PROCESS.
053200     PERFORM RE-ACCEPT-OK-TO-PROCESS
053300        UNTIL OK-TO-PROCESS = "Y" OR "N".

053400 ACCEPT-OK-TO-PROCESS.
053500     DISPLAY PROCESS-MESSAGE.
053600     ACCEPT OK-TO-PROCESS.
053700     INSPECT OK-TO-PROCESS
053800      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

053900 RE-ACCEPT-OK-TO-PROCESS.
054000     DISPLAY "YOU MUST ENTER YES OR NO".
054100     PERFORM ACCEPT-OK-TO-PROCESS.

054200*---------------------------------
054300* File I-O routines.
054400*---------------------------------
054500 READ-FIRST-TRANSFER.
054600     MOVE ZEROES TO XFER-NUMBER.
054700     START TRANSFER-FILE
054800        KEY NOT < XFER-NUMBER
054900         INVALID KEY MOVE "Y" TO XFER-FILE-AT-END.
055000     IF XFER-FILE-AT-END NOT = "Y"
055100         PERFORM READ-NEXT-TRANSFER.

055200 READ-NEXT-TRANSFER.
055300     READ TRANSFER-FILE NEXT RECORD
055400         AT END MOVE "Y" TO XFER-FILE-AT-END.

055500 READ-TRANSFER-RECORD.
055600     MOVE "Y" TO XFER-RECORD-FOUND.
055700     READ TRANSFER-FILE RECORD
055800       INVALID KEY
055900          MOVE "N" TO XFER-RECORD-FOUND.

056000 REWRITE-TRANSFER-RECORD.
056100     REWRITE TRANSFER-RECORD
056200         INVALID KEY
056300         DISPLAY "ERROR REWRITING TRANSFER RECORD".

056400 READ-BANK-RECORD.
056500     MOVE "Y" TO BANK-RECORD-ON-FILE.
056600     READ BANK-FILE RECORD
056700       INVALID KEY
056800          MOVE "N" TO BANK-RECORD-ON-FILE.

056900 REWRITE-BANK-RECORD.
057000     REWRITE BANK-RECORD
057100         INVALID KEY
057200         DISPLAY "ERROR REWRITING BANK RECORD".

057300 READ-CONTROL-RECORD.
057400     MOVE 1 TO CONTROL-KEY.
057500     MOVE "Y" TO CONTROL-RECORD-FOUND.
057600     READ CONTROL-FILE RECORD
057700         INVALID KEY
057800          MOVE "N" TO CONTROL-RECORD-FOUND
057900          DISPLAY "CONTROL FILE IS INVALID".

058000*---------------------------------
058100* Printing routines.
058200*---------------------------------
058300 PRINT-TRANSFER-LINES.
058400     MOVE SPACE TO DETAIL-LINE.
058500     MOVE XFER-NUMBER TO PRINT-XFER-NUMBER.
058600     MOVE XFER-STATUS TO PRINT-STATUS.
058700     MOVE XFER-FROM-ACCOUNT TO PRINT-FROM-ACCOUNT.
058800     MOVE XFER-TO-ACCOUNT TO PRINT-TO-ACCOUNT.
058900     MOVE XFER-DATE TO DATE-CCYYMMDD.
059000     PERFORM FORMAT-THE-DATE.
059100     MOVE FORMATTED-DATE TO PRINT-VALUE-DATE.
059200     MOVE XFER-AMOUNT TO PRINT-AMOUNT.
059300     MOVE XFER-REQUESTED-BY TO PRINT-REQUESTED-BY.
059400     MOVE XFER-RELEASED-BY TO PRINT-RELEASED-BY.
059500     MOVE DETAIL-LINE TO PRINTER-RECORD.
059600     PERFORM WRITE-TO-PRINTER.
059700     MOVE SPACE TO NOTE-LINE.
059800     MOVE XFER-REFERENCE TO PRINT-REFERENCE.
059900     IF XFER-SWEEP NOT = ZEROES
060000         MOVE "SWEEP " TO PRINT-SWEEP-LABEL
060100         MOVE XFER-SWEEP TO PRINT-SWEEP.
060200     IF TO-CASH-ACCOUNT NOT = SPACE
060300         MOVE "DR " TO PRINT-DEBIT-LABEL
060400         MOVE TO-CASH-ACCOUNT TO PRINT-DEBIT-ACCOUNT
060500         MOVE "CR " TO PRINT-CREDIT-LABEL
060600         MOVE FROM-CASH-ACCOUNT TO PRINT-CREDIT-ACCOUNT.
060700     MOVE NOTE-LINE TO PRINTER-RECORD.
060800     PERFORM WRITE-TO-PRINTER.

060900 PRINT-HEADINGS.
061000     MOVE TITLE-LINE TO PRINTER-RECORD.
061100     PERFORM WRITE-TO-PRINTER.
061200     MOVE SPACE TO PRINTER-RECORD.
061300     PERFORM WRITE-TO-PRINTER.
061400     MOVE COLUMN-LINE TO PRINTER-RECORD.
061500     PERFORM WRITE-TO-PRINTER.
061600     MOVE SPACE TO PRINTER-RECORD.
061700     PERFORM WRITE-TO-PRINTER.

061800 PRINT-LIST-TOTAL.
061900     MOVE SPACE TO PRINTER-RECORD.
062000     PERFORM WRITE-TO-PRINTER.
062100     MOVE PENDING-XFER-COUNT TO PRINT-PENDING-COUNT.
062200     MOVE RELEASED-XFER-COUNT TO PRINT-RELEASED-COUNT.
062300     MOVE CANCELLED-XFER-COUNT TO PRINT-CANCELLED-COUNT.
062400     MOVE TOTAL-LINE TO PRINTER-RECORD.
062500     PERFORM WRITE-TO-PRINTER.
062600     PERFORM FORM-FEED.

062700 PRINT-RELEASE-TOTAL.
062800     MOVE SPACE TO PRINTER-RECORD.
062900     PERFORM WRITE-TO-PRINTER.
063000     MOVE RELEASED-COUNT TO PRINT-RELEASE-COUNT.
063100     MOVE EXPORT-DEBIT-TOTAL TO PRINT-GL-TOTAL.
063200     MOVE RELEASE-TOTAL-LINE TO PRINTER-RECORD.
063300     PERFORM WRITE-TO-PRINTER.
063400     PERFORM FORM-FEED.

063500 WRITE-TO-PRINTER.
063600     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

063700 FORM-FEED.
063800     MOVE SPACE TO PRINTER-RECORD.
063900     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

064000     COPY "PLPERIOD.CBL".

064100     COPY "PLDATE01.CBL".

064200     COPY "PLOPID01.CBL".

064300     COPY "PLSIGN01.CBL".

064400     COPY "PLEXPCTL.CBL".

064500     COPY "PLJRNL01.CBL".

064600     COPY "PLBWIN01.CBL".
