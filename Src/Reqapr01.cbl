000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REQAPR01.
000300*---------------------------------
000400* Purchase requisition approval,
000500* in the mold of EXPAPR01. A
000600* requisition keyed in REQENT01
000700* is pending ("P") and routed to
000800* one operator, REQ-APPROVER -
000900* the requester's approver on
001000* EMPLOYEE-FILE. That operator
001100* signs on here (PLSIGN01 -
001200* operator and password; the
001300* routing itself is the
001400* authority, so no AUTH- flag is
001500* needed), reviews the
001600* requisition line by line, and
001700* approves it to "A" - onto the
001800* purchasing queue for REQPO01 -
001900* or rejects it to "R", stamped
002000* with who and when, journaled
002100* as REQ-APPR or REQ-REJECT.
002200* Nobody may review a
002300* requisition routed to someone
002400* else, or one they keyed
002500* themselves.
002600* LIST-MODE prints the pending
002700* requisitions waiting on the
002800* operator who signed on.
002816* While the nightly batch window
002832* is up (PLBWIN01.CBL) only LIST
002848* is open, and an approval or
002864* rejection confirmed as the
002880* window goes up is not written.
002900*---------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.

003300     COPY "SLREQ01.CBL".

003400     COPY "SLEMP01.CBL".

003500     COPY "SLOPER01.CBL".

003600     COPY "SLSECVIO.CBL".

003700     COPY "SLJRNL01.CBL".

003733     COPY "SLBWIN01.CBL".

003766     COPY "SLBWLOG.CBL".

003800     SELECT PRINTER-FILE
003900         ASSIGN TO PRINTER
004000         ORGANIZATION IS LINE SEQUENTIAL.

004100 DATA DIVISION.
004200 FILE SECTION.

004300     COPY "FDREQ01.CBL".

004400     COPY "FDEMP01.CBL".

004500     COPY "FDOPER01.CBL".

004600     COPY "FDSECVIO.CBL".

004700     COPY "FDJRNL01.CBL".

004733     COPY "FDBWIN01.CBL".

004766     COPY "FDBWLOG.CBL".

004800 FD  PRINTER-FILE
004900     LABEL RECORDS ARE OMITTED.
005000 01  PRINTER-RECORD              PIC X(80).

005100 WORKING-STORAGE SECTION.

005200 77  REQ-RECORD-FOUND             PIC X.
005300 77  EMPLOYEE-RECORD-FOUND        PIC X.
005400 77  REQ-FILE-AT-END              PIC X.
005500 77  APPROVE-REQUISITION          PIC 9(6).
005600 77  OK-TO-PROCESS                PIC X.
005700 77  MODE-CHOICE                  PIC X.
005800 77  PROCESS-MESSAGE              PIC X(79) VALUE SPACE.
005900 77  AN-AMOUNT-FIELD              PIC ZZZ,ZZ9.99-.
006000 77  A-PRICE-FIELD                PIC ZZ,ZZ9.99.
006100 77  LINE-SUB                     PIC 99.
006200 77  PENDING-COUNT                PIC 9(5).
006300 77  PENDING-TOTAL                PIC S9(9)V99.

006400 01  DETAIL-LINE.
006500     05  PRINT-REQ-NUMBER        PIC Z(6).
006600     05  FILLER                  PIC X     VALUE SPACE.
006700     05  PRINT-STORE             PIC Z9.
006800     05  FILLER                  PIC X     VALUE SPACE.
006900     05  PRINT-REQUESTER-NAME    PIC X(25).
007000     05  FILLER                  PIC X     VALUE SPACE.
007100     05  PRINT-REQ-DATE          PIC X(10).
007200     05  FILLER                  PIC X     VALUE SPACE.
007300     05  PRINT-NEEDED-BY         PIC X(10).
007400     05  FILLER                  PIC X     VALUE SPACE.
007500     05  PRINT-ESTIMATED-TOTAL   PIC ZZZ,ZZ9.99-.

007600 01  COLUMN-LINE.
007700     05  FILLER         PIC X(7)  VALUE "REQN".
007800     05  FILLER         PIC X(3)  VALUE "ST".
007900     05  FILLER         PIC X(26) VALUE "REQUESTER".
008000     05  FILLER         PIC X(11) VALUE "DATE".
008100     05  FILLER         PIC X(11) VALUE "NEEDED BY".
008200     05  FILLER         PIC X(11) VALUE "   EST COST".

008300 01  TITLE-LINE.
008400     05  FILLER              PIC X(15) VALUE SPACE.
008500     05  FILLER              PIC X(30)
008600         VALUE "REQUISITIONS AWAITING".
008700     05  FILLER              PIC X(14)
008800         VALUE "APPROVAL BY".
008900     05  PRINT-APPROVER      PIC X(5).

009000 01  TOTAL-LINE.
009100     05  FILLER              PIC X(8)  VALUE "PENDING:".
009200     05  PRINT-PENDING-COUNT PIC ZZZZ9.
009300     05  FILLER              PIC X(2)  VALUE SPACE.
009400     05  PRINT-PENDING-TOTAL PIC ZZZ,ZZZ,ZZ9.99-.

009500     COPY "WSSIGN01.CBL".

009600     COPY "WSDATE01.CBL".

009700     COPY "WSCASE01.CBL".

009800     COPY "WSOPID01.CBL".

009850     COPY "WSBWIN01.CBL".

009900 PROCEDURE DIVISION.
010000 PROGRAM-BEGIN.
010100     OPEN I-O OPERATOR-FILE.
010200     PERFORM SIGN-ON-OPERATOR.
010300     CLOSE OPERATOR-FILE.
010333     MOVE "REQAPR01" TO BWIN-PROGRAM-NAME.
010366     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
010400     PERFORM OPENING-PROCEDURE.
010500     PERFORM MAIN-PROCESS.
010600     PERFORM CLOSING-PROCEDURE.

010700 PROGRAM-EXIT.
010800     EXIT PROGRAM.

010900 PROGRAM-DONE.
011000     ACCEPT OMITTED. STOP RUN.

011100 OPENING-PROCEDURE.
011200     OPEN I-O REQUISITION-FILE.
011300     OPEN INPUT EMPLOYEE-FILE.
011400     OPEN EXTEND JOURNAL-FILE.
011500     OPEN OUTPUT PRINTER-FILE.

011600 CLOSING-PROCEDURE.
011700     CLOSE REQUISITION-FILE.
011800     CLOSE EMPLOYEE-FILE.
011900     CLOSE JOURNAL-FILE.
012000     CLOSE PRINTER-FILE.

012100 MAIN-PROCESS.
012200     PERFORM ENTER-MODE-CHOICE.
012300     PERFORM APPROVE-MODE
012400         UNTIL MODE-CHOICE NOT = "A".
012500     PERFORM LIST-MODE
012600         UNTIL MODE-CHOICE NOT = "L".

012700 ENTER-MODE-CHOICE.
012800     DISPLAY "REVIEW A REQUISITION, LIST YOUR PENDING".
012900     DISPLAY "REQUISITIONS, OR QUIT (A/L/Q)?".
013000     ACCEPT MODE-CHOICE.
013100     INSPECT MODE-CHOICE
013200      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
013300     IF MODE-CHOICE NOT = "A" AND NOT = "L" AND NOT = "Q"
013400         DISPLAY "YOU MUST ENTER A, L, OR Q"
013500         PERFORM ENTER-MODE-CHOICE.

013600*---------------------------------
013700* APPROVE
013800*---------------------------------
013900 APPROVE-MODE.
013933     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
013966     IF BATCH-UPDATES-ALLOWED = "Y"
014000         PERFORM GET-APPROVE-REQUISITION
014025     ELSE
014050         DISPLAY "ONLY LIST IS OPEN"
014075         MOVE ZEROES TO APPROVE-REQUISITION.
014100     PERFORM REVIEW-ONE-REQUISITION
014200         UNTIL APPROVE-REQUISITION = ZEROES.
014300     PERFORM ENTER-MODE-CHOICE.

014400 GET-APPROVE-REQUISITION.
014500     PERFORM ACCEPT-APPROVE-REQUISITION.
014600     PERFORM RE-ACCEPT-APPROVE-REQUISITION
014700         UNTIL REQ-RECORD-FOUND = "Y"
014800            OR APPROVE-REQUISITION = ZEROES.

014900 ACCEPT-APPROVE-REQUISITION.
015000     MOVE "N" TO REQ-RECORD-FOUND.
015100     DISPLAY "ENTER REQUISITION TO REVIEW (0 TO EXIT)".
015200     ACCEPT APPROVE-REQUISITION.
015300     IF APPROVE-REQUISITION NOT = ZEROES
015400         MOVE APPROVE-REQUISITION TO REQ-NUMBER
015500         PERFORM READ-REQ-RECORD.

015600 RE-ACCEPT-APPROVE-REQUISITION.
015700     DISPLAY "RECORD NOT FOUND".
015800     PERFORM ACCEPT-APPROVE-REQUISITION.

015900 REVIEW-ONE-REQUISITION.
016000     PERFORM DISPLAY-REQUISITION-FIELDS.
016100     IF REQ-STATUS NOT = "P"
016200         DISPLAY "ONLY A PENDING (P) REQUISITION CAN BE"
016300             " REVIEWED"
016400     ELSE
016500     IF REQ-APPROVER NOT = OPERATOR-ID
016600         DISPLAY "THIS REQUISITION IS ROUTED TO "
016700             REQ-APPROVER " - ONLY THEY MAY REVIEW IT"
016800     ELSE
016900     IF REQ-ENTERED-BY = OPERATOR-ID
017000         DISPLAY "YOU KEYED THIS REQUISITION - YOU MAY NOT"
017100             " APPROVE IT"
017200     ELSE
017300         PERFORM ASK-OK-TO-APPROVE.
017350     IF BATCH-UPDATES-ALLOWED = "Y"
017400         PERFORM GET-APPROVE-REQUISITION
017433     ELSE
017466         MOVE ZEROES TO APPROVE-REQUISITION.

017500 ASK-OK-TO-APPROVE.
017600     MOVE "APPROVE THIS REQUISITION (Y/N)?"
017700         TO PROCESS-MESSAGE.
017800     PERFORM ASK-OK-TO-PROCESS.
017850     PERFORM CHECK-WINDOW-BEFORE-WRITE.
017900     IF OK-TO-PROCESS = "Y"
018000         MOVE "A" TO REQ-STATUS
018100         PERFORM STAMP-THE-REVIEW
018200         DISPLAY "REQUISITION " REQ-NUMBER " APPROVED -"
018300             " NOW ON THE PURCHASING QUEUE"
018400     ELSE
018450     IF BATCH-UPDATES-ALLOWED = "Y"
018500         PERFORM ASK-OK-TO-REJECT
018533     ELSE
018566         DISPLAY "REQUISITION " REQ-NUMBER " LEFT PENDING".

018600 ASK-OK-TO-REJECT.
018700     MOVE "REJECT IT - IT WILL NEVER BE ORDERED (Y/N)?"
018800         TO PROCESS-MESSAGE.
018900     PERFORM ASK-OK-TO-PROCESS.
018950     PERFORM CHECK-WINDOW-BEFORE-WRITE.
019000     IF OK-TO-PROCESS = "Y"
019100         MOVE "R" TO REQ-STATUS
019200         PERFORM STAMP-THE-REVIEW
019300         DISPLAY "REQUISITION " REQ-NUMBER " REJECTED"
019400     ELSE
019500         DISPLAY "REQUISITION " REQ-NUMBER " LEFT PENDING".

019508*---------------------------------
019516* A yes that arrives after the
019524* nightly batch window has gone
019532* up is turned into a no, so the
019540* requisition is left pending.
019548*---------------------------------
019556 CHECK-WINDOW-BEFORE-WRITE.
019564     IF OK-TO-PROCESS = "Y"
019572         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
019580         IF BATCH-UPDATES-ALLOWED NOT = "Y"
019588             MOVE "N" TO OK-TO-PROCESS.

019600 STAMP-THE-REVIEW.
019700     MOVE OPERATOR-ID TO REQ-APPROVED-BY.
019800     PERFORM GET-TODAYS-DATE.
019900     MOVE DATE-CCYYMMDD TO REQ-APPROVED-DATE.
020000     PERFORM REWRITE-REQ-RECORD.
020100     PERFORM JOURNAL-THE-REVIEW.

020200 DISPLAY-REQUISITION-FIELDS.
020300     DISPLAY " ".
020400     DISPLAY "   REQUISITION: " REQ-NUMBER
020500             "   STORE: " REQ-STORE.
020600     PERFORM REQUESTER-ON-FILE.
020700     DISPLAY "   REQUESTER: " REQ-REQUESTER " " EMPLOYEE-NAME.
020800     MOVE REQ-DATE TO DATE-CCYYMMDD.
020900     PERFORM FORMAT-THE-DATE.
021000     DISPLAY "   REQUISITION DATE: " FORMATTED-DATE.
021100     MOVE REQ-NEEDED-BY TO DATE-CCYYMMDD.
021200     PERFORM FORMAT-THE-DATE.
021300     DISPLAY "   NEEDED BY: " FORMATTED-DATE.
021400     DISPLAY "   STATUS: " REQ-STATUS
021500             "   KEYED BY: " REQ-ENTERED-BY
021600             "   ROUTED TO: " REQ-APPROVER.
021700     DISPLAY "LN DESCRIPTION          QUANTITY"
021800             "  EST COST GL ACCOUNT".
021900     PERFORM DISPLAY-ONE-REQUISITION-LINE
022000         VARYING LINE-SUB FROM 1 BY 1
022100          UNTIL LINE-SUB > REQ-LINE-COUNT.
022200     MOVE REQ-ESTIMATED-TOTAL TO AN-AMOUNT-FIELD.
022300     DISPLAY "   ESTIMATED TOTAL: " AN-AMOUNT-FIELD.
022400     DISPLAY " ".

022500 DISPLAY-ONE-REQUISITION-LINE.
022600     MOVE REQ-LINE-EST-PRICE(LINE-SUB) TO A-PRICE-FIELD.
022700     DISPLAY LINE-SUB " "
022800             REQ-LINE-DESCRIPTION(LINE-SUB) " "
022900             REQ-LINE-QUANTITY(LINE-SUB) " "
023000             A-PRICE-FIELD " "
023100             REQ-LINE-GL-ACCOUNT(LINE-SUB).

023200*---------------------------------
023300* LIST - this approver's queue.
023400*---------------------------------
023500 LIST-MODE.
023600     MOVE ZEROES TO PENDING-COUNT
023700                    PENDING-TOTAL.
023800     PERFORM PRINT-LIST-HEADINGS.
023900     MOVE "N" TO REQ-FILE-AT-END.
024000     PERFORM READ-FIRST-REQ.
024100     PERFORM LIST-ONE-REQUISITION
024200         UNTIL REQ-FILE-AT-END = "Y".
024300     PERFORM PRINT-LIST-TOTAL.
024400     DISPLAY PENDING-COUNT " PENDING REQUISITION(S) LISTED".
024500     PERFORM ENTER-MODE-CHOICE.

024600 LIST-ONE-REQUISITION.
024700     IF REQ-STATUS = "P"
024800        AND REQ-APPROVER = OPERATOR-ID
024900         PERFORM PRINT-PENDING-REQUISITION.
025000     PERFORM READ-NEXT-REQ.

025100 PRINT-PENDING-REQUISITION.
025200     MOVE SPACE TO DETAIL-LINE.
025300     MOVE REQ-NUMBER TO PRINT-REQ-NUMBER.
025400     MOVE REQ-STORE TO PRINT-STORE.
025500     PERFORM REQUESTER-ON-FILE.
025600     MOVE EMPLOYEE-NAME TO PRINT-REQUESTER-NAME.
025700     MOVE REQ-DATE TO DATE-CCYYMMDD.
025800     PERFORM FORMAT-THE-DATE.
025900     MOVE FORMATTED-DATE TO PRINT-REQ-DATE.
026000     MOVE REQ-NEEDED-BY TO DATE-CCYYMMDD.
026100     PERFORM FORMAT-THE-DATE.
026200     MOVE FORMATTED-DATE TO PRINT-NEEDED-BY.
026300     MOVE REQ-ESTIMATED-TOTAL TO PRINT-ESTIMATED-TOTAL.
026400     MOVE DETAIL-LINE TO PRINTER-RECORD.
026500     PERFORM WRITE-TO-PRINTER.
026600     ADD 1 TO PENDING-COUNT.
026700     ADD REQ-ESTIMATED-TOTAL TO PENDING-TOTAL.

026800 PRINT-LIST-HEADINGS.
026900     MOVE OPERATOR-ID TO PRINT-APPROVER.
027000     MOVE TITLE-LINE TO PRINTER-RECORD.
027100     PERFORM WRITE-TO-PRINTER.
027200     MOVE SPACE TO PRINTER-RECORD.
027300     PERFORM WRITE-TO-PRINTER.
027400     MOVE COLUMN-LINE TO PRINTER-RECORD.
027500     PERFORM WRITE-TO-PRINTER.
027600     MOVE SPACE TO PRINTER-RECORD.
027700     PERFORM WRITE-TO-PRINTER.

027800 PRINT-LIST-TOTAL.
027900     MOVE SPACE TO PRINTER-RECORD.
028000     PERFORM WRITE-TO-PRINTER.
028100     MOVE PENDING-COUNT TO PRINT-PENDING-COUNT.
028200     MOVE PENDING-TOTAL TO PRINT-PENDING-TOTAL.
028300     MOVE TOTAL-LINE TO PRINTER-RECORD.
028400     PERFORM WRITE-TO-PRINTER.
028500     MOVE SPACE TO PRINTER-RECORD.
028600     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

028700*---------------------------------
028800* The review on the record: the
028900* approver who signed on is the
029000* journal operator.
029100*---------------------------------
029200 JOURNAL-THE-REVIEW.
029300     MOVE "REQAPR01" TO JOURNAL-PROGRAM.
029400     MOVE SPACE TO JOURNAL-KEY.
029500     MOVE REQ-NUMBER TO JOURNAL-KEY.
029600     IF REQ-STATUS = "A"
029700         MOVE "REQ-APPR" TO JOURNAL-ACTION
029800     ELSE
029900         MOVE "REQ-REJECT" TO JOURNAL-ACTION.
030000     MOVE REQ-ESTIMATED-TOTAL TO JOURNAL-AMOUNT.
030100     PERFORM WRITE-JOURNAL-ENTRY.

030200*---------------------------------
030300* Confirmation prompt routines,
030400* same idiom as VCHPAY01.
030500*---------------------------------
030600 ASK-OK-TO-PROCESS.
030700     PERFORM ACCEPT-OK-TO-PROCESS.
030800     PERFORM RE-ACCEPT-OK-TO-PROCESS
030900        UNTIL OK-TO-PROCESS = "Y" OR "N".

031000 ACCEPT-OK-TO-PROCESS.
031100     DISPLAY PROCESS-MESSAGE.
031200     ACCEPT OK-TO-PROCESS.
031300     INSPECT OK-TO-PROCESS
031400      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

031500 RE-ACCEPT-OK-TO-PROCESS.
031600     DISPLAY "YOU MUST ENTER YES OR NO".
031700     PERFORM ACCEPT-OK-TO-PROCESS.

031800*---------------------------------
031900* File I-O routines.
032000*---------------------------------
032100 READ-REQ-RECORD.
032200     MOVE "Y" TO REQ-RECORD-FOUND.
032300     READ REQUISITION-FILE RECORD
032400       INVALID KEY
032500          MOVE "N" TO REQ-RECORD-FOUND.

032600 REWRITE-REQ-RECORD.
032700     REWRITE REQUISITION-RECORD
032800         INVALID KEY
032900         DISPLAY "ERROR REWRITING REQUISITION".

033000 READ-FIRST-REQ.
033100     MOVE ZEROES TO REQ-NUMBER.
033200     START REQUISITION-FILE
033300        KEY NOT < REQ-NUMBER
033400         INVALID KEY MOVE "Y" TO REQ-FILE-AT-END.
033500     IF REQ-FILE-AT-END NOT = "Y"
033600         PERFORM READ-NEXT-REQ.

033700 READ-NEXT-REQ.
033800     READ REQUISITION-FILE NEXT RECORD
033900         AT END MOVE "Y" TO REQ-FILE-AT-END.

034000 REQUESTER-ON-FILE.
034100     MOVE REQ-REQUESTER TO EMPLOYEE-NUMBER.
034200     MOVE "Y" TO EMPLOYEE-RECORD-FOUND.
034300     READ EMPLOYEE-FILE RECORD
034400       INVALID KEY
034500          MOVE "N" TO EMPLOYEE-RECORD-FOUND.
034600     IF EMPLOYEE-RECORD-FOUND = "N"
034700         MOVE "***Not Found***" TO EMPLOYEE-NAME.

034800 WRITE-TO-PRINTER.
034900     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

035000     COPY "PLDATE01.CBL".

035100     COPY "PLOPID01.CBL".

035200     COPY "PLSIGN01.CBL".

035300     COPY "PLJRNL01.CBL".

035400     COPY "PLBWIN01.CBL".
