000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REQRPT01.
000300*---------------------------------
000400* Purchase requisition status
000500* report, one line per
000600* requisition in number order:
000700* store, requester, needed-by
000800* date, status, and for an
000900* ordered one the PO it went on.
001000* For an ordered requisition the
001100* receipts logged against its PO
001200* (RECEIPT-FILE) are matched to
001300* its lines through REQ-LINE-PO-
001400* LINE, and the line shows
001500*   NONE     - nothing received
001600*   PARTIAL  - some received
001700*   COMPLETE - every line
001800*              received in full
001900* with the date of the last
002000* receipt. A count of
002100* requisitions by status closes
002200* the report.
002300*---------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.

002700     COPY "SLREQ01.CBL".

002800     COPY "SLEMP01.CBL".

002900     COPY "SLRCPT01.CBL".

003000     SELECT PRINTER-FILE
003100         ASSIGN TO PRINTER
003200         ORGANIZATION IS LINE SEQUENTIAL.

003300 DATA DIVISION.
003400 FILE SECTION.

003500     COPY "FDREQ01.CBL".

003600     COPY "FDEMP01.CBL".

003700     COPY "FDRCPT01.CBL".

003800 FD  PRINTER-FILE
003900     LABEL RECORDS ARE OMITTED.
004000 01  PRINTER-RECORD              PIC X(80).

004100 WORKING-STORAGE SECTION.

004200 77  REQ-FILE-AT-END             PIC X.
004300 77  RECEIPT-FILE-AT-END         PIC X.
004400 77  EMPLOYEE-RECORD-FOUND       PIC X.
004500 77  LINE-COUNT                  PIC 999 VALUE ZERO.
004600 77  PAGE-NUMBER                 PIC 9999 VALUE ZERO.
004700 77  MAXIMUM-LINES               PIC 999 VALUE 55.
004800 77  LINE-SUB                    PIC 99.
004900 77  LINES-RECEIVED              PIC 99.
005000 77  LINES-COMPLETE              PIC 99.
005100 77  LAST-RECEIPT-DATE           PIC 9(8).
005200 77  PENDING-COUNT               PIC 9(5) VALUE ZERO.
005300 77  APPROVED-COUNT              PIC 9(5) VALUE ZERO.
005400 77  REJECTED-COUNT              PIC 9(5) VALUE ZERO.
005500 77  ORDERED-COUNT               PIC 9(5) VALUE ZERO.
005600 77  RECEIVED-COUNT              PIC 9(5) VALUE ZERO.

005700*---------------------------------
005800* Quantity received so far for
005900* each line of the requisition
006000* being printed.
006100*---------------------------------
006200 01  RECEIVED-TABLE.
006300     05  RECEIVED-QUANTITY OCCURS 10 TIMES
006400                                 PIC 9(7).

006500 01  DETAIL-LINE.
006600     05  PRINT-REQ-NUMBER        PIC Z(6).
006700     05  FILLER                  PIC X     VALUE SPACE.
006800     05  PRINT-STORE             PIC Z9.
006900     05  FILLER                  PIC X     VALUE SPACE.
007000     05  PRINT-REQUESTER-NAME    PIC X(20).
007100     05  FILLER                  PIC X     VALUE SPACE.
007200     05  PRINT-NEEDED-BY         PIC X(10).
007300     05  FILLER                  PIC X     VALUE SPACE.
007400     05  PRINT-STATUS            PIC X(8).
007500     05  FILLER                  PIC X     VALUE SPACE.
007600     05  PRINT-PO-NUMBER         PIC Z(6).
007700     05  FILLER                  PIC X     VALUE SPACE.
007800     05  PRINT-RECEIPT-STATUS    PIC X(8).
007900     05  FILLER                  PIC X     VALUE SPACE.
008000     05  PRINT-LAST-RECEIPT      PIC X(10).

008100 01  COLUMN-LINE.
008200     05  FILLER         PIC X(7)  VALUE "REQN".
008300     05  FILLER         PIC X(3)  VALUE "ST".
008400     05  FILLER         PIC X(21) VALUE "REQUESTER".
008500     05  FILLER         PIC X(11) VALUE "NEEDED BY".
008600     05  FILLER         PIC X(9)  VALUE "STATUS".
008700     05  FILLER         PIC X(7)  VALUE "    PO".
008800     05  FILLER         PIC X(9)  VALUE "RECEIVED".
008900     05  FILLER         PIC X(10) VALUE "LAST RCPT".

009000 01  TITLE-LINE.
009100     05  FILLER              PIC X(20) VALUE SPACE.
009200     05  FILLER              PIC X(31)
009300         VALUE "REQUISITION STATUS REPORT".
009400     05  FILLER              PIC X(2) VALUE SPACE.
009500     05  FILLER              PIC X(5) VALUE "PAGE:".
009600     05  FILLER              PIC X(1) VALUE SPACE.
009700     05  PRINT-PAGE-NUMBER   PIC ZZZ9.

009800 01  COUNT-LINE.
009900     05  FILLER              PIC X(3)  VALUE SPACE.
010000     05  PRINT-COUNT-CAPTION PIC X(30).
010100     05  PRINT-COUNT         PIC ZZ,ZZ9.

010200     COPY "WSDATE01.CBL".

010300 PROCEDURE DIVISION.
010400 PROGRAM-BEGIN.
010500     PERFORM OPENING-PROCEDURE.
010600     PERFORM MAIN-PROCESS.
010700     PERFORM CLOSING-PROCEDURE.

010733 PROGRAM-EXIT.
010766     EXIT PROGRAM.

010800 PROGRAM-DONE.
010900     STOP RUN.

011000 OPENING-PROCEDURE.
011100     OPEN INPUT REQUISITION-FILE.
011200     OPEN INPUT EMPLOYEE-FILE.
011300     OPEN INPUT RECEIPT-FILE.
011400     OPEN OUTPUT PRINTER-FILE.

011500 CLOSING-PROCEDURE.
011600     CLOSE REQUISITION-FILE.
011700     CLOSE EMPLOYEE-FILE.
011800     CLOSE RECEIPT-FILE.
011900     PERFORM END-LAST-PAGE.
012000     CLOSE PRINTER-FILE.

012100 MAIN-PROCESS.
012200     PERFORM START-NEW-PAGE.
012300     MOVE "N" TO REQ-FILE-AT-END.
012400     PERFORM READ-FIRST-REQ.
012500     IF REQ-FILE-AT-END = "Y"
012600         MOVE "NO REQUISITIONS ON FILE" TO PRINTER-RECORD
012700         PERFORM WRITE-TO-PRINTER
012800     ELSE
012900         PERFORM PRINT-ONE-REQUISITION
013000             UNTIL REQ-FILE-AT-END = "Y"
013100         PERFORM PRINT-STATUS-COUNTS.

013200 PRINT-ONE-REQUISITION.
013300     IF LINE-COUNT > MAXIMUM-LINES
013400         PERFORM START-NEXT-PAGE.
013500     MOVE SPACE TO DETAIL-LINE.
013600     MOVE REQ-NUMBER TO PRINT-REQ-NUMBER.
013700     MOVE REQ-STORE TO PRINT-STORE.
013800     PERFORM REQUESTER-ON-FILE.
013900     MOVE EMPLOYEE-NAME TO PRINT-REQUESTER-NAME.
014000     MOVE REQ-NEEDED-BY TO DATE-CCYYMMDD.
014100     PERFORM FORMAT-THE-DATE.
014200     MOVE FORMATTED-DATE TO PRINT-NEEDED-BY.
014300     PERFORM SET-PRINT-STATUS.
014400     MOVE DETAIL-LINE TO PRINTER-RECORD.
014500     PERFORM WRITE-TO-PRINTER.
014600     PERFORM READ-NEXT-REQ.

014700 SET-PRINT-STATUS.
014800     IF REQ-STATUS = "P"
014900         MOVE "PENDING" TO PRINT-STATUS
015000         ADD 1 TO PENDING-COUNT
015100     ELSE
015200     IF REQ-STATUS = "A"
015300         MOVE "APPROVED" TO PRINT-STATUS
015400         ADD 1 TO APPROVED-COUNT
015500     ELSE
015600     IF REQ-STATUS = "R"
015700         MOVE "REJECTED" TO PRINT-STATUS
015800         ADD 1 TO REJECTED-COUNT
015900     ELSE
016000         MOVE "ORDERED" TO PRINT-STATUS
016100         ADD 1 TO ORDERED-COUNT
016200         MOVE REQ-PO-NUMBER TO PRINT-PO-NUMBER
016300         PERFORM SET-RECEIPT-STATUS.

016400*---------------------------------
016500* RECEIPTS - every receipt on
016600* the PO is read; those on one
016700* of this requisition's PO lines
016800* count toward that line.
016900*---------------------------------
017000 SET-RECEIPT-STATUS.
017100     MOVE ZEROES TO RECEIVED-TABLE
017200                    LAST-RECEIPT-DATE
017300                    LINES-RECEIVED
017400                    LINES-COMPLETE.
017500     PERFORM READ-FIRST-PO-RECEIPT.
017600     PERFORM MATCH-ONE-RECEIPT
017700         UNTIL RECEIPT-FILE-AT-END = "Y".
017800     PERFORM COUNT-ONE-LINE-RECEIVED
017900         VARYING LINE-SUB FROM 1 BY 1
018000          UNTIL LINE-SUB > REQ-LINE-COUNT.
018100     IF LINES-RECEIVED = ZERO
018200         MOVE "NONE" TO PRINT-RECEIPT-STATUS
018300     ELSE
018400     IF LINES-COMPLETE = REQ-LINE-COUNT
018500         MOVE "COMPLETE" TO PRINT-RECEIPT-STATUS
018600         ADD 1 TO RECEIVED-COUNT
018700     ELSE
018800         MOVE "PARTIAL" TO PRINT-RECEIPT-STATUS.
018900     IF LAST-RECEIPT-DATE NOT = ZEROES
019000         MOVE LAST-RECEIPT-DATE TO DATE-CCYYMMDD
019100         PERFORM FORMAT-THE-DATE
019200         MOVE FORMATTED-DATE TO PRINT-LAST-RECEIPT.

019300 MATCH-ONE-RECEIPT.
019400     PERFORM MATCH-RECEIPT-TO-LINE
019500         VARYING LINE-SUB FROM 1 BY 1
019600          UNTIL LINE-SUB > REQ-LINE-COUNT.
019700     PERFORM READ-NEXT-PO-RECEIPT.

019800 MATCH-RECEIPT-TO-LINE.
019900     IF REQ-LINE-PO-LINE(LINE-SUB) = RECEIPT-PO-LINE
020000         ADD RECEIPT-QUANTITY TO RECEIVED-QUANTITY(LINE-SUB)
020100         IF RECEIPT-DATE > LAST-RECEIPT-DATE
020200             MOVE RECEIPT-DATE TO LAST-RECEIPT-DATE.

020300 COUNT-ONE-LINE-RECEIVED.
020400     IF RECEIVED-QUANTITY(LINE-SUB) NOT = ZEROES
020500         ADD 1 TO LINES-RECEIVED.
020600     IF RECEIVED-QUANTITY(LINE-SUB)
020700        NOT < REQ-LINE-QUANTITY(LINE-SUB)
020800         ADD 1 TO LINES-COMPLETE.

020900 PRINT-STATUS-COUNTS.
021000     PERFORM LINE-FEED.
021100     MOVE "PENDING APPROVAL" TO PRINT-COUNT-CAPTION.
021200     MOVE PENDING-COUNT TO PRINT-COUNT.
021300     PERFORM PRINT-ONE-COUNT.
021400     MOVE "APPROVED - AWAITING A PO" TO PRINT-COUNT-CAPTION.
021500     MOVE APPROVED-COUNT TO PRINT-COUNT.
021600     PERFORM PRINT-ONE-COUNT.
021700     MOVE "REJECTED" TO PRINT-COUNT-CAPTION.
021800     MOVE REJECTED-COUNT TO PRINT-COUNT.
021900     PERFORM PRINT-ONE-COUNT.
022000     MOVE "ORDERED" TO PRINT-COUNT-CAPTION.
022100     MOVE ORDERED-COUNT TO PRINT-COUNT.
022200     PERFORM PRINT-ONE-COUNT.
022300     MOVE "   OF WHICH FULLY RECEIVED" TO PRINT-COUNT-CAPTION.
022400     MOVE RECEIVED-COUNT TO PRINT-COUNT.
022500     PERFORM PRINT-ONE-COUNT.

022600 PRINT-ONE-COUNT.
022700     MOVE COUNT-LINE TO PRINTER-RECORD.
022800     PERFORM WRITE-TO-PRINTER.

022900*---------------------------------
023000* File I-O routines.
023100*---------------------------------
023200 READ-FIRST-REQ.
023300     MOVE ZEROES TO REQ-NUMBER.
023400     START REQUISITION-FILE
023500        KEY NOT < REQ-NUMBER
023600         INVALID KEY MOVE "Y" TO REQ-FILE-AT-END.
023700     IF REQ-FILE-AT-END NOT = "Y"
023800         PERFORM READ-NEXT-REQ.

023900 READ-NEXT-REQ.
024000     READ REQUISITION-FILE NEXT RECORD
024100         AT END MOVE "Y" TO REQ-FILE-AT-END.

024200 READ-FIRST-PO-RECEIPT.
024300     MOVE "N" TO RECEIPT-FILE-AT-END.
024400     MOVE REQ-PO-NUMBER TO RECEIPT-PO-NUMBER.
024500     MOVE ZEROES TO RECEIPT-SEQUENCE.
024600     START RECEIPT-FILE
024700        KEY NOT < RECEIPT-KEY
024800         INVALID KEY MOVE "Y" TO RECEIPT-FILE-AT-END.
024900     IF RECEIPT-FILE-AT-END NOT = "Y"
025000         PERFORM READ-NEXT-PO-RECEIPT.

025100 READ-NEXT-PO-RECEIPT.
025200     READ RECEIPT-FILE NEXT RECORD
025300         AT END MOVE "Y" TO RECEIPT-FILE-AT-END.
025400     IF RECEIPT-FILE-AT-END NOT = "Y"
025500        AND RECEIPT-PO-NUMBER NOT = REQ-PO-NUMBER
025600         MOVE "Y" TO RECEIPT-FILE-AT-END.

025700 REQUESTER-ON-FILE.
025800     MOVE REQ-REQUESTER TO EMPLOYEE-NUMBER.
025900     MOVE "Y" TO EMPLOYEE-RECORD-FOUND.
026000     READ EMPLOYEE-FILE RECORD
026100       INVALID KEY
026200          MOVE "N" TO EMPLOYEE-RECORD-FOUND.
026300     IF EMPLOYEE-RECORD-FOUND = "N"
026400         MOVE "***Not Found***" TO EMPLOYEE-NAME.

026500*---------------------------------
026600* Printing routines.
026700*---------------------------------
026800 WRITE-TO-PRINTER.
026900     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
027000     ADD 1 TO LINE-COUNT.

027100 LINE-FEED.
027200     MOVE SPACE TO PRINTER-RECORD.
027300     PERFORM WRITE-TO-PRINTER.

027400 START-NEXT-PAGE.
027500     PERFORM END-LAST-PAGE.
027600     PERFORM START-NEW-PAGE.

027700 START-NEW-PAGE.
027800     ADD 1 TO PAGE-NUMBER.
027900     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
028000     MOVE TITLE-LINE TO PRINTER-RECORD.
028100     PERFORM WRITE-TO-PRINTER.
028200     PERFORM LINE-FEED.
028300     MOVE COLUMN-LINE TO PRINTER-RECORD.
028400     PERFORM WRITE-TO-PRINTER.
028500     PERFORM LINE-FEED.

028600 END-LAST-PAGE.
028700     PERFORM FORM-FEED.
028800     MOVE ZERO TO LINE-COUNT.

028900 FORM-FEED.
029000     MOVE SPACE TO PRINTER-RECORD.
029100     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

029200     COPY "PLDATE01.CBL".
