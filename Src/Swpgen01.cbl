000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SWPGEN01.
000300*---------------------------------
000400* Standing sweep generation batch,
000500* in the manner of RECGEN01. An
000600* operator with ENTRY permission
000700* signs on (PLSIGN01) and enters
000800* the run date - normally today.
000900* Every sweep on SWEEP-FILE whose
001000* next date has come by the run
001100* date, and that has not passed
001200* its end date, is turned into a
001300* pending transfer on
001400* TRANSFER-FILE, numbered from
001500* CONTROL-LAST-TRANSFER under the
001600* control record lock as XFRENT01
001700* numbers them, requested by the
001800* operator running the batch and
001900* dated the business day on or
002000* after the run date (PLBDAY01).
002100* A target-balance sweep moves
002200* the target less the
002300* to-account's book balance, and
002400* nothing when the account is
002500* already there. A sweep whose
002600* last transfer is still waiting
002700* for release is passed over
002800* until it is released or
002900* cancelled in XFRREL01. The
003000* sweep's next date is then moved
003100* on past the run date - missed
003200* days are not made up - and a
003300* register of what was generated
003400* is printed.
003500*---------------------------------
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.

003900     COPY "SLSWEEP.CBL".

004000     COPY "SLXFER01.CBL".

004100     COPY "SLBANK01.CBL".

004200     COPY "SLCONTRL.CBL".

004300     COPY "SLLOCK01.CBL".

004400     COPY "SLHOL01.CBL".

004500     COPY "SLOPER01.CBL".

004600     COPY "SLSECVIO.CBL".

004700     COPY "SLJRNL01.CBL".

004800     SELECT PRINTER-FILE
004900         ASSIGN TO PRINTER
005000         ORGANIZATION IS LINE SEQUENTIAL.

005100 DATA DIVISION.
005200 FILE SECTION.

005300     COPY "FDSWEEP.CBL".

005400     COPY "FDXFER01.CBL".

005500     COPY "FDBANK01.CBL".

005600     COPY "FDCONTRL.CBL".

005700     COPY "FDLOCK01.CBL".

005800     COPY "FDHOL01.CBL".

005900     COPY "FDOPER01.CBL".

006000     COPY "FDSECVIO.CBL".

006100     COPY "FDJRNL01.CBL".

006200 FD  PRINTER-FILE
006300     LABEL RECORDS ARE OMITTED.
006400 01  PRINTER-RECORD              PIC X(80).

006500 WORKING-STORAGE SECTION.

006600 77  SWEEP-FILE-AT-END           PIC X.
006700 77  BANK-RECORD-ON-FILE         PIC X.
006800 77  FROM-BANK-ON-FILE           PIC X.
006900 77  CONTROL-RECORD-FOUND        PIC X.
007000 77  XFER-RECORD-FOUND           PIC X.
007100 77  SWEEP-IS-DUE                PIC X.
007200 77  SWEEP-NOTE                  PIC X(24).
007300 77  SWEEP-TRANSFER-AMOUNT       PIC S9(9)V99.
007400 77  RUN-DATE                    PIC 9(8).
007500 77  VALUE-DATE                  PIC 9(8).
007600 77  NEXT-DATE-INTEGER           PIC S9(9) COMP.
007700 77  LINE-COUNT                  PIC 999 VALUE ZERO.
007800 77  PAGE-NUMBER                 PIC 9999 VALUE ZERO.
007900 77  MAXIMUM-LINES               PIC 999 VALUE 55.
008000 77  TRANSFERS-GENERATED-COUNT   PIC 9(5) VALUE ZERO.
008100 77  TRANSFERS-GENERATED-TOTAL   PIC S9(9)V99 VALUE ZERO.

008200 01  NEXT-DATE-WORK              PIC 9(8).
008300 01  FILLER REDEFINES NEXT-DATE-WORK.
008400     05  NEXT-DATE-YEAR          PIC 9999.
008500     05  NEXT-DATE-MONTH         PIC 99.
008600     05  NEXT-DATE-DAY           PIC 99.

008700 01  TITLE-LINE.
008800     05  FILLER              PIC X(10) VALUE SPACE.
008900     05  FILLER              PIC X(32)
009000         VALUE "SWEEP TRANSFER REGISTER RUN DATE".
009100     05  FILLER              PIC X(1) VALUE SPACE.
009200     05  PRINT-TITLE-DATE    PIC X(10).
009300     05  FILLER              PIC X(5) VALUE SPACE.
009400     05  FILLER              PIC X(5) VALUE "PAGE:".
009500     05  FILLER              PIC X(1) VALUE SPACE.
009600     05  PRINT-PAGE-NUMBER   PIC ZZZ9.

009700 01  COLUMN-LINE.
009800     05  FILLER         PIC X(6)  VALUE "SWEEP".
009900     05  FILLER         PIC X(7)  VALUE "XFER".
010000     05  FILLER         PIC X(11) VALUE "FROM".
010100     05  FILLER         PIC X(11) VALUE "TO".
010200     05  FILLER         PIC X(15) VALUE "         AMOUNT".
010300     05  FILLER         PIC X(11) VALUE " VALUE".
010400     05  FILLER         PIC X(10) VALUE "NOTE".

010500 01  DETAIL-LINE.
010600     05  PRINT-SWEEP-NUMBER      PIC Z(4).
010700     05  FILLER                  PIC X(2)  VALUE SPACE.
010800     05  PRINT-XFER-NUMBER       PIC Z(6).
010900     05  FILLER                  PIC X     VALUE SPACE.
011000     05  PRINT-FROM-ACCOUNT      PIC 9(10).
011100     05  FILLER                  PIC X     VALUE SPACE.
011200     05  PRINT-TO-ACCOUNT        PIC 9(10).
011300     05  FILLER                  PIC X     VALUE SPACE.
011400     05  PRINT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99-.
011500     05  FILLER                  PIC X     VALUE SPACE.
011600     05  PRINT-VALUE-DATE        PIC Z9/99/9999.
011700     05  FILLER                  PIC X     VALUE SPACE.
011800     05  PRINT-NOTE              PIC X(12).

011900 01  TOTAL-LINE.
012000     05  FILLER              PIC X(14) VALUE SPACE.
012100     05  FILLER              PIC X(22) VALUE
012200         "TRANSFERS GENERATED:".
012300     05  PRINT-TOTAL-COUNT   PIC ZZ,ZZ9.
012400     05  FILLER              PIC X(2) VALUE SPACE.
012500     05  PRINT-GRAND-TOTAL   PIC ZZZ,ZZZ,ZZ9.99-.

012600     COPY "WSSIGN01.CBL".

012700     COPY "WSBDAY01.CBL".

012800     COPY "WSDATE01.CBL".

012900     COPY "WSCASE01.CBL".

013000     COPY "WSOPID01.CBL".

013100     COPY "WSLOCK01.CBL".

013200 PROCEDURE DIVISION.
013300 PROGRAM-BEGIN.
013400     OPEN I-O OPERATOR-FILE.
013500     PERFORM SIGN-ON-OPERATOR.
013600     CLOSE OPERATOR-FILE.
013700     IF AUTH-ENTRY NOT = "Y"
013800         DISPLAY "SWEEP GENERATION TAKES THE ENTRY PERMISSION -"
013900         DISPLAY "SEE YOUR SUPERVISOR"
014000     ELSE
014100         PERFORM OPENING-PROCEDURE
014200         PERFORM MAIN-PROCESS
014300         PERFORM CLOSING-PROCEDURE.

014400 PROGRAM-EXIT.
014500     EXIT PROGRAM.

014600 PROGRAM-DONE.
014700     ACCEPT OMITTED. STOP RUN.

014800 OPENING-PROCEDURE.
014900     OPEN I-O SWEEP-FILE.
015000     OPEN I-O TRANSFER-FILE.
015100     OPEN INPUT BANK-FILE.
015200     OPEN I-O CONTROL-FILE.
015300     OPEN I-O LOCK-FILE.
015400     OPEN INPUT HOLIDAY-FILE.
015500     OPEN EXTEND JOURNAL-FILE.
015600     OPEN OUTPUT PRINTER-FILE.

015700 CLOSING-PROCEDURE.
015800     CLOSE SWEEP-FILE.
015900     CLOSE TRANSFER-FILE.
016000     CLOSE BANK-FILE.
016100     CLOSE CONTROL-FILE.
016200     CLOSE LOCK-FILE.
016300     CLOSE HOLIDAY-FILE.
016400     CLOSE JOURNAL-FILE.
016500     PERFORM END-LAST-PAGE.
016600     CLOSE PRINTER-FILE.
016700     DISPLAY TRANSFERS-GENERATED-COUNT
016800         " TRANSFER(S) GENERATED - A SECOND OPERATOR".
016900     DISPLAY "MUST RELEASE THEM IN XFRREL01".

017000 MAIN-PROCESS.
017100     PERFORM ENTER-RUN-DATE.
017200     IF RUN-DATE NOT = ZEROES
017300         MOVE RUN-DATE TO BUSINESS-DATE
017400         PERFORM ROLL-FORWARD-TO-BUSINESS-DAY
017500         MOVE BUSINESS-DATE TO VALUE-DATE
017600         MOVE RUN-DATE TO DATE-CCYYMMDD
017700         PERFORM FORMAT-THE-DATE
017800         MOVE FORMATTED-DATE TO PRINT-TITLE-DATE
017900         PERFORM START-NEW-PAGE
018000         PERFORM GENERATE-ALL-SWEEPS
018100         PERFORM PRINT-REGISTER-TOTAL.

018200 ENTER-RUN-DATE.
018300     MOVE "Y" TO ZERO-DATE-IS-OK.
018400     MOVE "ENTER RUN DATE (MM/DD/CCYY, 0 TO EXIT)"
018500            TO DATE-PROMPT.
018600     MOVE "A VALID RUN DATE IS REQUIRED"
018700            TO DATE-ERROR-MESSAGE.
018800     PERFORM GET-A-DATE.
018900     MOVE DATE-CCYYMMDD TO RUN-DATE.

019000 GENERATE-ALL-SWEEPS.
019100     PERFORM READ-FIRST-SWEEP.
019200     PERFORM PROCESS-ONE-SWEEP
019300         UNTIL SWEEP-FILE-AT-END = "Y".

019400 PROCESS-ONE-SWEEP.
019500     PERFORM CHECK-SWEEP-IS-DUE.
019600     IF SWEEP-IS-DUE = "Y"
019700         PERFORM GENERATE-ONE-SWEEP.
019800     PERFORM READ-NEXT-SWEEP.

019900*---------------------------------
020000* A sweep is due once its next
020100* date has come, unless it has
020200* ended or its last transfer has
020300* not been released.
020400*---------------------------------
020500 CHECK-SWEEP-IS-DUE.
020600     MOVE "N" TO SWEEP-IS-DUE.
020700     IF SWEEP-NEXT-DATE NOT > RUN-DATE
020800         IF SWEEP-END-DATE = ZEROES
020900            OR SWEEP-NEXT-DATE NOT > SWEEP-END-DATE
021000             PERFORM CHECK-LAST-TRANSFER.

021100 CHECK-LAST-TRANSFER.
021200     MOVE "Y" TO SWEEP-IS-DUE.
021300     IF SWEEP-LAST-TRANSFER NOT = ZEROES
021400         MOVE SWEEP-LAST-TRANSFER TO XFER-NUMBER
021500         PERFORM READ-TRANSFER-RECORD
021600         IF XFER-RECORD-FOUND = "Y"
021700            AND XFER-STATUS = "P"
021800             MOVE "N" TO SWEEP-IS-DUE
021900             MOVE ZERO TO SWEEP-TRANSFER-AMOUNT
022000             MOVE ZEROES TO XFER-NUMBER
022100             MOVE "LAST PENDING" TO SWEEP-NOTE
022200             PERFORM PRINT-SWEEP-LINE.

022300*---------------------------------
022400* Both accounts are looked at
022500* afresh; a sweep on an account
022600* no longer on the bank master is
022700* passed over, not moved on.
022800*---------------------------------
022900 GENERATE-ONE-SWEEP.
023000     MOVE ZEROES TO XFER-NUMBER.
023100     MOVE SWEEP-FROM-ACCOUNT TO BANK-ACCOUNT-NUMBER.
023200     PERFORM READ-BANK-RECORD.
023300     MOVE BANK-RECORD-ON-FILE TO FROM-BANK-ON-FILE.
023400     MOVE SWEEP-TO-ACCOUNT TO BANK-ACCOUNT-NUMBER.
023500     PERFORM READ-BANK-RECORD.
023600     IF SWEEP-KIND = "T"
023700         COMPUTE SWEEP-TRANSFER-AMOUNT =
023800             SWEEP-AMOUNT - BANK-BALANCE
023900     ELSE
024000         MOVE SWEEP-AMOUNT TO SWEEP-TRANSFER-AMOUNT.
024100     IF FROM-BANK-ON-FILE = "N"
024200        OR BANK-RECORD-ON-FILE = "N"
024300         MOVE "NO BANK MAST" TO SWEEP-NOTE
024400         PERFORM PRINT-SWEEP-LINE
024500     ELSE
024600     IF SWEEP-TRANSFER-AMOUNT NOT > ZERO
024700         MOVE ZERO TO SWEEP-TRANSFER-AMOUNT
024800         MOVE "AT TARGET" TO SWEEP-NOTE
024900         PERFORM PRINT-SWEEP-LINE
025000         PERFORM ADVANCE-SWEEP
025100     ELSE
025200         PERFORM WRITE-SWEEP-TRANSFER.

025300 WRITE-SWEEP-TRANSFER.
025400     PERFORM RETRIEVE-NEXT-TRANSFER.
025500     IF XFER-NUMBER = ZEROES
025600         MOVE "NOT NUMBERED" TO SWEEP-NOTE
025700         PERFORM PRINT-SWEEP-LINE
025800     ELSE
025900         PERFORM BUILD-TRANSFER-RECORD
026000         PERFORM WRITE-TRANSFER-RECORD
026100         PERFORM JOURNAL-THE-TRANSFER
026200         MOVE XFER-NUMBER TO SWEEP-LAST-TRANSFER
026300         MOVE SPACE TO SWEEP-NOTE
026400         PERFORM PRINT-SWEEP-LINE
026500         ADD 1 TO TRANSFERS-GENERATED-COUNT
026600         ADD SWEEP-TRANSFER-AMOUNT TO TRANSFERS-GENERATED-TOTAL
026700         PERFORM ADVANCE-SWEEP.

026800 BUILD-TRANSFER-RECORD.
026900     MOVE "P" TO XFER-STATUS.
027000     MOVE SWEEP-FROM-ACCOUNT TO XFER-FROM-ACCOUNT.
027100     MOVE SWEEP-TO-ACCOUNT TO XFER-TO-ACCOUNT.
027200     MOVE VALUE-DATE TO XFER-DATE.
027300     MOVE SWEEP-TRANSFER-AMOUNT TO XFER-AMOUNT.
027400     MOVE SWEEP-REFERENCE TO XFER-REFERENCE.
027500     MOVE SWEEP-NUMBER TO XFER-SWEEP.
027600     MOVE OPERATOR-ID TO XFER-REQUESTED-BY.
027700     PERFORM GET-TODAYS-DATE.
027800     MOVE DATE-CCYYMMDD TO XFER-REQUEST-DATE.
027900     MOVE SPACE TO XFER-RELEASED-BY.
028000     MOVE ZEROES TO XFER-RELEASE-DATE
028100                    XFER-EXPORT-RUN.

028200*---------------------------------
028300* The next date moves on by the
028400* sweep's frequency until it is
028500* past the run date.
028600*---------------------------------
028700 ADVANCE-SWEEP.
028800     PERFORM ADVANCE-NEXT-DATE
028900         UNTIL SWEEP-NEXT-DATE > RUN-DATE.
029000     PERFORM REWRITE-SWEEP-RECORD.

029100 ADVANCE-NEXT-DATE.
029200     IF SWEEP-FREQUENCY = "D"
029300         MOVE SWEEP-NEXT-DATE TO BUSINESS-DATE
029400         MOVE 1 TO BUSINESS-DAYS
029500         PERFORM ADD-BUSINESS-DAYS
029600         MOVE BUSINESS-DATE TO SWEEP-NEXT-DATE
029700     ELSE
029800     IF SWEEP-FREQUENCY = "W"
029900         COMPUTE NEXT-DATE-INTEGER =
030000             FUNCTION INTEGER-OF-DATE(SWEEP-NEXT-DATE) + 7
030100         COMPUTE SWEEP-NEXT-DATE =
030200             FUNCTION DATE-OF-INTEGER(NEXT-DATE-INTEGER)
030300     ELSE
030400         PERFORM ADVANCE-ONE-MONTH.

030500 ADVANCE-ONE-MONTH.
030600     MOVE SWEEP-NEXT-DATE TO NEXT-DATE-WORK.
030700     ADD 1 TO NEXT-DATE-MONTH.
030800     IF NEXT-DATE-MONTH > 12
030900         MOVE 1 TO NEXT-DATE-MONTH
031000         ADD 1 TO NEXT-DATE-YEAR.
031100     MOVE NEXT-DATE-WORK TO SWEEP-NEXT-DATE.

031200 RETRIEVE-NEXT-TRANSFER.
031300     PERFORM LOCK-THE-CONTROL-RECORD.
031400     IF LOCK-ACQUIRED = "Y"
031500         PERFORM READ-CONTROL-RECORD
031600         ADD 1 TO CONTROL-LAST-TRANSFER
031700         MOVE CONTROL-LAST-TRANSFER TO XFER-NUMBER
031800         PERFORM REWRITE-CONTROL-RECORD
031900         PERFORM UNLOCK-THE-CONTROL-RECORD
032000     ELSE
032100         MOVE ZEROES TO XFER-NUMBER.

032200 LOCK-THE-CONTROL-RECORD.
032300     MOVE "CONTROL" TO LOCK-WANTED-FILE.
032400     MOVE "1" TO LOCK-WANTED-RECORD.
032500     PERFORM ACQUIRE-RECORD-LOCK.

032600 UNLOCK-THE-CONTROL-RECORD.
032700     MOVE "CONTROL" TO LOCK-WANTED-FILE.
032800     MOVE "1" TO LOCK-WANTED-RECORD.
032900     PERFORM RELEASE-RECORD-LOCK.

033000 JOURNAL-THE-TRANSFER.
033100     MOVE "SWPGEN01" TO JOURNAL-PROGRAM.
033200     MOVE SPACE TO JOURNAL-KEY.
033300     MOVE XFER-NUMBER TO JOURNAL-KEY.
033400     MOVE "XFER-REQ" TO JOURNAL-ACTION.
033500     MOVE XFER-AMOUNT TO JOURNAL-AMOUNT.
033600     PERFORM WRITE-JOURNAL-ENTRY.

033700*---------------------------------
033800* File I-O routines.
033900*---------------------------------
034000 READ-FIRST-SWEEP.
034100     MOVE "N" TO SWEEP-FILE-AT-END.
034200     MOVE ZEROES TO SWEEP-NUMBER.
034300     START SWEEP-FILE
034400        KEY NOT < SWEEP-NUMBER
034500         INVALID KEY MOVE "Y" TO SWEEP-FILE-AT-END.
034600     IF SWEEP-FILE-AT-END NOT = "Y"
034700         PERFORM READ-NEXT-SWEEP.

034800 READ-NEXT-SWEEP.
034900     READ SWEEP-FILE NEXT RECORD
035000         AT END MOVE "Y" TO SWEEP-FILE-AT-END.

035100 REWRITE-SWEEP-RECORD.
035200     REWRITE SWEEP-RECORD
035300         INVALID KEY
035400         DISPLAY "ERROR REWRITING SWEEP RECORD".

035500 READ-TRANSFER-RECORD.
035600     MOVE "Y" TO XFER-RECORD-FOUND.
035700     READ TRANSFER-FILE RECORD
035800       INVALID KEY
035900          MOVE "N" TO XFER-RECORD-FOUND.

036000 WRITE-TRANSFER-RECORD.
036100     WRITE TRANSFER-RECORD
036200         INVALID KEY
036300         DISPLAY "ERROR WRITING TRANSFER RECORD".

036400 READ-BANK-RECORD.
036500     MOVE "Y" TO BANK-RECORD-ON-FILE.
036600     READ BANK-FILE RECORD
036700       INVALID KEY
036800          MOVE "N" TO BANK-RECORD-ON-FILE.

036900 READ-CONTROL-RECORD.
037000     MOVE 1 TO CONTROL-KEY.
037100     MOVE "Y" TO CONTROL-RECORD-FOUND.
037200     READ CONTROL-FILE RECORD
037300         INVALID KEY
037400          MOVE "N" TO CONTROL-RECORD-FOUND
037500          DISPLAY "CONTROL FILE IS INVALID".

037600 REWRITE-CONTROL-RECORD.
037700     REWRITE CONTROL-RECORD
037800         INVALID KEY
037900         DISPLAY "ERROR REWRITING CONTROL RECORD".

038000*---------------------------------
038100* Printing routines.
038200*---------------------------------
038300 PRINT-SWEEP-LINE.
038400     MOVE SPACE TO DETAIL-LINE.
038500     MOVE SWEEP-NUMBER TO PRINT-SWEEP-NUMBER.
038600     MOVE XFER-NUMBER TO PRINT-XFER-NUMBER.
038700     MOVE SWEEP-FROM-ACCOUNT TO PRINT-FROM-ACCOUNT.
038800     MOVE SWEEP-TO-ACCOUNT TO PRINT-TO-ACCOUNT.
038900     MOVE SWEEP-TRANSFER-AMOUNT TO PRINT-AMOUNT.
039000     IF XFER-NUMBER NOT = ZEROES
039100         MOVE VALUE-DATE TO DATE-CCYYMMDD
039200         PERFORM FORMAT-THE-DATE
039300         MOVE DATE-MMDDCCYY TO PRINT-VALUE-DATE.
039400     MOVE SWEEP-NOTE TO PRINT-NOTE.
039500     IF LINE-COUNT > MAXIMUM-LINES
039600         PERFORM START-NEXT-PAGE.
039700     MOVE DETAIL-LINE TO PRINTER-RECORD.
039800     PERFORM WRITE-TO-PRINTER.

039900 PRINT-REGISTER-TOTAL.
040000     PERFORM LINE-FEED.
040100     MOVE TRANSFERS-GENERATED-COUNT TO PRINT-TOTAL-COUNT.
040200     MOVE TRANSFERS-GENERATED-TOTAL TO PRINT-GRAND-TOTAL.
040300     MOVE TOTAL-LINE TO PRINTER-RECORD.
040400     PERFORM WRITE-TO-PRINTER.

040500 WRITE-TO-PRINTER.
040600     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
040700     ADD 1 TO LINE-COUNT.

040800 LINE-FEED.
040900     MOVE SPACE TO PRINTER-RECORD.
041000     PERFORM WRITE-TO-PRINTER.

041100 START-NEXT-PAGE.
041200     PERFORM END-LAST-PAGE.
041300     PERFORM START-NEW-PAGE.

041400 START-NEW-PAGE.
041500     ADD 1 TO PAGE-NUMBER.
041600     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
041700     MOVE TITLE-LINE TO PRINTER-RECORD.
041800     PERFORM WRITE-TO-PRINTER.
041900     PERFORM LINE-FEED.
042000     MOVE COLUMN-LINE TO PRINTER-RECORD.
042100     PERFORM WRITE-TO-PRINTER.
042200     PERFORM LINE-FEED.

042300 END-LAST-PAGE.
042400     PERFORM FORM-FEED.
042500     MOVE ZERO TO LINE-COUNT.

042600 FORM-FEED.
042700     MOVE SPACE TO PRINTER-RECORD.
042800     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

042900     COPY "PLBDAY01.CBL".

043000     COPY "PLDATE01.CBL".

043100     COPY "PLOPID01.CBL".

043200     COPY "PLSIGN01.CBL".

043300     COPY "PLLOCK01.CBL".

043400     COPY "PLJRNL01.CBL".
