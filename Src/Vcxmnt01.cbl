000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. VCXMNT01.
000300*---------------------------------
000400* Add, Delete and List for the
000500* vendor / customer cross-
000600* reference (FDVCXR.CBL) the
000700* netting run APNET01 reads,
000800* the small-master screen
000900* shape. Both numbers must be
001000* on file; a vendor or a
001100* customer can be linked only
001200* once. Every link made or
001300* removed is journaled
001400* (PLJRNL01).
001416* While the nightly batch window
001432* is up (PLBWIN01.CBL) only the
001448* list is open; a link made or
001464* removed as the window goes up
001480* is not written.
001500*---------------------------------
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
001800 FILE-CONTROL.

001900     COPY "SLVCXR.CBL".

002000     COPY "SLVND02.CBL".

002100     COPY "SLCUST01.CBL".

002200     COPY "SLJRNL01.CBL".

002233     COPY "SLBWIN01.CBL".

002266     COPY "SLBWLOG.CBL".

002300 DATA DIVISION.
002400 FILE SECTION.

002500     COPY "FDVCXR.CBL".

002600     COPY "FDVND04.CBL".

002700     COPY "FDCUST01.CBL".

002800     COPY "FDJRNL01.CBL".

002833     COPY "FDBWIN01.CBL".

002866     COPY "FDBWLOG.CBL".

002900 WORKING-STORAGE SECTION.

003000 77  MENU-PICK                    PIC 9.
003100     88  MENU-PICK-IS-VALID       VALUES 0 THRU 3.
003150     88  MENU-PICK-IS-UPDATE      VALUES 1 2.

003200 77  XREF-AT-END                  PIC X.
003300 77  XREF-RECORD-FOUND            PIC X.
003400 77  VENDOR-RECORD-FOUND          PIC X.
003500 77  CUSTOMER-RECORD-FOUND        PIC X.
003600 77  ENTRY-VENDOR                 PIC 9(5).
003700 77  ENTRY-CUSTOMER               PIC 9(5).

003800     COPY "WSDATE01.CBL".

003900     COPY "WSCASE01.CBL".

004000     COPY "WSOPID01.CBL".

004050     COPY "WSBWIN01.CBL".

004100 PROCEDURE DIVISION.
004200 PROGRAM-BEGIN.
004300     PERFORM OPENING-PROCEDURE.
004400     PERFORM GET-OPERATOR-ID.
004433     MOVE "VCXMNT01" TO BWIN-PROGRAM-NAME.
004466     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
004500     PERFORM MAIN-PROCESS.
004600     PERFORM CLOSING-PROCEDURE.

004700 PROGRAM-EXIT.
004800     EXIT PROGRAM.

004900 PROGRAM-DONE.
005000     STOP RUN.

005100 OPENING-PROCEDURE.
005200     OPEN I-O VENDOR-CUSTOMER-XREF-FILE.
005300     OPEN INPUT VENDOR-FILE.
005400     OPEN INPUT CUSTOMER-FILE.
005500     OPEN EXTEND JOURNAL-FILE.

005600 CLOSING-PROCEDURE.
005700     CLOSE VENDOR-CUSTOMER-XREF-FILE.
005800     CLOSE VENDOR-FILE.
005900     CLOSE CUSTOMER-FILE.
006000     CLOSE JOURNAL-FILE.

006100 MAIN-PROCESS.
006200     PERFORM GET-MENU-PICK.
006300     PERFORM MAINTAIN-THE-FILE
006400         UNTIL MENU-PICK = 0.

006500 GET-MENU-PICK.
006600     PERFORM DISPLAY-THE-MENU.
006700     PERFORM ACCEPT-MENU-PICK.
006800     PERFORM RE-ACCEPT-MENU-PICK
006900         UNTIL MENU-PICK-IS-VALID.

007000 DISPLAY-THE-MENU.
007100     PERFORM CLEAR-SCREEN.
007200     DISPLAY "OPERATOR: " OPERATOR-ID.
007300     DISPLAY "    VENDOR / CUSTOMER CROSS-REFERENCE".
007333     IF BATCH-UPDATES-ALLOWED NOT = "Y"
007366         DISPLAY "    NIGHTLY BATCH RUNNING - LIST ONLY".
007400     DISPLAY "    PLEASE SELECT:".
007500     DISPLAY " ".
007600     DISPLAY "          1.  LINK A VENDOR TO A CUSTOMER".
007700     DISPLAY "          2.  REMOVE A LINK".
007800     DISPLAY "          3.  LIST THE LINKS".
007900     DISPLAY " ".
008000     DISPLAY "          0.  EXIT".
008100     PERFORM SCROLL-LINE 8 TIMES.

008200 ACCEPT-MENU-PICK.
008300     DISPLAY "YOUR CHOICE (0-3)?".
008400     ACCEPT MENU-PICK.

008500 RE-ACCEPT-MENU-PICK.
008600     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
008700     PERFORM ACCEPT-MENU-PICK.

008800 CLEAR-SCREEN.
008900     PERFORM SCROLL-LINE 25 TIMES.

009000 SCROLL-LINE.
009100     DISPLAY " ".

009200 MAINTAIN-THE-FILE.
009300     PERFORM DO-THE-PICK.
009400     PERFORM GET-MENU-PICK.

009500 DO-THE-PICK.
009514     IF MENU-PICK-IS-UPDATE
009528         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
009542     IF MENU-PICK-IS-UPDATE
009556        AND BATCH-UPDATES-ALLOWED NOT = "Y"
009570         DISPLAY "ONLY LIST IS OPEN"
009584     ELSE
009600     IF MENU-PICK = 1
009700         PERFORM ADD-MODE
009800     ELSE
009900     IF MENU-PICK = 2
010000         PERFORM DELETE-MODE
010100     ELSE
010200     IF MENU-PICK = 3
010300         PERFORM LIST-MODE.

010400*---------------------------------
010500* ADD - the vendor and the
010600* customer must both be on file
010700* and neither already linked.
010800*---------------------------------
010900 ADD-MODE.
011000     PERFORM ENTER-LINK-VENDOR.
011100     IF ENTRY-VENDOR NOT = ZEROES
011200         PERFORM ENTER-LINK-CUSTOMER.
011300     IF ENTRY-VENDOR NOT = ZEROES
011400        AND ENTRY-CUSTOMER NOT = ZEROES
011433         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
011466         IF BATCH-UPDATES-ALLOWED = "Y"
011500             PERFORM WRITE-THE-LINK.

011600 ENTER-LINK-VENDOR.
011700     PERFORM ACCEPT-LINK-VENDOR.
011800     PERFORM RE-ACCEPT-LINK-VENDOR
011900         UNTIL ENTRY-VENDOR = ZEROES
012000            OR VENDOR-RECORD-FOUND = "Y".

012100 ACCEPT-LINK-VENDOR.
012200     DISPLAY "ENTER VENDOR NUMBER (0 TO EXIT)".
012300     ACCEPT ENTRY-VENDOR.
012400     MOVE "N" TO VENDOR-RECORD-FOUND.
012500     IF ENTRY-VENDOR NOT = ZEROES
012600         PERFORM READ-VENDOR-RECORD.
012700     IF VENDOR-RECORD-FOUND = "Y"
012800         DISPLAY "   VENDOR: " VENDOR-NAME.

012900 RE-ACCEPT-LINK-VENDOR.
013000     DISPLAY "VENDOR NOT FOUND".
013100     PERFORM ACCEPT-LINK-VENDOR.

013200 ENTER-LINK-CUSTOMER.
013300     PERFORM ACCEPT-LINK-CUSTOMER.
013400     PERFORM RE-ACCEPT-LINK-CUSTOMER
013500         UNTIL ENTRY-CUSTOMER = ZEROES
013600            OR CUSTOMER-RECORD-FOUND = "Y".

013700 ACCEPT-LINK-CUSTOMER.
013800     DISPLAY "ENTER CUSTOMER NUMBER (0 TO EXIT)".
013900     ACCEPT ENTRY-CUSTOMER.
014000     MOVE "N" TO CUSTOMER-RECORD-FOUND.
014100     IF ENTRY-CUSTOMER NOT = ZEROES
014200         PERFORM READ-CUSTOMER-RECORD.
014300     IF CUSTOMER-RECORD-FOUND = "Y"
014400         DISPLAY "   CUSTOMER: " CUSTOMER-NAME.

014500 RE-ACCEPT-LINK-CUSTOMER.
014600     DISPLAY "CUSTOMER NOT FOUND".
014700     PERFORM ACCEPT-LINK-CUSTOMER.

014800 WRITE-THE-LINK.
014900     MOVE ENTRY-CUSTOMER TO VCXR-CUSTOMER.
015000     MOVE "Y" TO XREF-RECORD-FOUND.
015100     READ VENDOR-CUSTOMER-XREF-FILE RECORD
015200         KEY IS VCXR-CUSTOMER
015300       INVALID KEY
015400          MOVE "N" TO XREF-RECORD-FOUND.
015500     IF XREF-RECORD-FOUND = "Y"
015600         DISPLAY "CUSTOMER IS ALREADY LINKED TO VENDOR "
015700             VCXR-VENDOR
015800     ELSE
015900         PERFORM GET-TODAYS-DATE
016000         MOVE ENTRY-VENDOR TO VCXR-VENDOR
016100         MOVE ENTRY-CUSTOMER TO VCXR-CUSTOMER
016200         MOVE DATE-CCYYMMDD TO VCXR-DATE
016300         MOVE OPERATOR-ID TO VCXR-OPERATOR
016400         WRITE VENDOR-CUSTOMER-XREF-RECORD
016500             INVALID KEY
016600             MOVE "N" TO XREF-RECORD-FOUND
016700             DISPLAY "VENDOR IS ALREADY LINKED"
016800         NOT INVALID KEY
016900             MOVE "XREF-ADD" TO JOURNAL-ACTION
017000             PERFORM JOURNAL-THE-LINK.

017100*---------------------------------
017200* DELETE - by vendor number.
017300*---------------------------------
017400 DELETE-MODE.
017500     DISPLAY "ENTER VENDOR NUMBER TO UNLINK (0 TO EXIT)".
017600     ACCEPT ENTRY-VENDOR.
017700     IF ENTRY-VENDOR NOT = ZEROES
017733         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
017766         IF BATCH-UPDATES-ALLOWED = "Y"
017800             PERFORM DELETE-THE-LINK.

017900 DELETE-THE-LINK.
018000     MOVE ENTRY-VENDOR TO VCXR-VENDOR.
018100     MOVE "Y" TO XREF-RECORD-FOUND.
018200     READ VENDOR-CUSTOMER-XREF-FILE RECORD
018300       INVALID KEY
018400          MOVE "N" TO XREF-RECORD-FOUND.
018500     IF XREF-RECORD-FOUND = "N"
018600         DISPLAY "VENDOR IS NOT LINKED"
018700     ELSE
018800         DELETE VENDOR-CUSTOMER-XREF-FILE RECORD
018900             INVALID KEY
019000             DISPLAY "ERROR DELETING LINK"
019100         NOT INVALID KEY
019200             MOVE "XREF-DEL" TO JOURNAL-ACTION
019300             PERFORM JOURNAL-THE-LINK.

019400 JOURNAL-THE-LINK.
019500     MOVE "VCXMNT01" TO JOURNAL-PROGRAM.
019600     MOVE SPACE TO JOURNAL-KEY.
019700     STRING VCXR-VENDOR "/" VCXR-CUSTOMER
019800         DELIMITED BY SIZE INTO JOURNAL-KEY.
019900     MOVE ZEROES TO JOURNAL-AMOUNT.
020000     PERFORM WRITE-JOURNAL-ENTRY.

020100*---------------------------------
020200* LIST - vendor order.
020300*---------------------------------
020400 LIST-MODE.
020500     MOVE "N" TO XREF-AT-END.
020600     MOVE ZEROES TO VCXR-VENDOR.
020700     START VENDOR-CUSTOMER-XREF-FILE
020800        KEY NOT < VCXR-VENDOR
020900         INVALID KEY MOVE "Y" TO XREF-AT-END.
021000     PERFORM LIST-ONE-LINK
021100         UNTIL XREF-AT-END = "Y".

021200 LIST-ONE-LINK.
021300     READ VENDOR-CUSTOMER-XREF-FILE NEXT RECORD
021400         AT END MOVE "Y" TO XREF-AT-END.
021500     IF XREF-AT-END NOT = "Y"
021600         PERFORM DISPLAY-ONE-LINK.

021700 DISPLAY-ONE-LINK.
021800     MOVE VCXR-VENDOR TO ENTRY-VENDOR.
021900     MOVE VCXR-CUSTOMER TO ENTRY-CUSTOMER.
022000     MOVE SPACE TO VENDOR-NAME
022100                   CUSTOMER-NAME.
022200     PERFORM READ-VENDOR-RECORD.
022300     PERFORM READ-CUSTOMER-RECORD.
022400     DISPLAY VCXR-VENDOR " " VENDOR-NAME.
022500     DISPLAY "      CUSTOMER " VCXR-CUSTOMER " "
022600         CUSTOMER-NAME.

022700*---------------------------------
022800* File I-O routines.
022900*---------------------------------
023000 READ-VENDOR-RECORD.
023100     MOVE ENTRY-VENDOR TO VENDOR-NUMBER.
023200     MOVE "Y" TO VENDOR-RECORD-FOUND.
023300     READ VENDOR-FILE RECORD
023400       INVALID KEY
023500          MOVE "N" TO VENDOR-RECORD-FOUND.

023600 READ-CUSTOMER-RECORD.
023700     MOVE ENTRY-CUSTOMER TO CUSTOMER-NUMBER.
023800     MOVE "Y" TO CUSTOMER-RECORD-FOUND.
023900     READ CUSTOMER-FILE RECORD
024000       INVALID KEY
024100          MOVE "N" TO CUSTOMER-RECORD-FOUND.

024200     COPY "PLDATE01.CBL".

024300     COPY "PLOPID01.CBL".

024400     COPY "PLJRNL01.CBL".

024500     COPY "PLBWIN01.CBL".
