000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DIVTKL01.
000300*---------------------------------
000400* Diversity certification expiry
000500* tickler, the same shape as
000600* CRTTKL01. Lists every
000700* certification expiring within
000800* an operator-entered number of
000900* days - and any that have
001000* already lapsed, flagged
001100* *EXPIRED* - with the agency
001200* and certificate number so
001300* purchasing can chase the
001400* renewal before the vendor's
001500* spend stops counting on
001600* DIVRPT01.
001700*---------------------------------
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.

002100     COPY "SLVDIVR.CBL".

002200     COPY "SLVND02.CBL".

002300     SELECT PRINTER-FILE
002400         ASSIGN TO PRINTER
002500         ORGANIZATION IS LINE SEQUENTIAL.

002600 DATA DIVISION.
002700 FILE SECTION.

002800     COPY "FDVDIVR.CBL".

002900     COPY "FDVND04.CBL".

003000 FD  PRINTER-FILE
003100     LABEL RECORDS ARE OMITTED.
003200 01  PRINTER-RECORD              PIC X(80).

003300 WORKING-STORAGE SECTION.

003400 77  DIVERSITY-FILE-AT-END       PIC X.
003500 77  VENDOR-RECORD-FOUND         PIC X.
003600 77  LINE-COUNT                  PIC 999 VALUE ZERO.
003700 77  PAGE-NUMBER                 PIC 9999 VALUE ZERO.
003800 77  MAXIMUM-LINES               PIC 999 VALUE 55.

003900 77  WINDOW-DAYS                 PIC 999.
004000 77  TODAY-INTEGER               PIC S9(9) COMP.
004100 77  WINDOW-END-INTEGER          PIC S9(9) COMP.
004200 77  EXPIRES-INTEGER             PIC S9(9) COMP.
004300 77  TICKLED-COUNT               PIC 9(5) VALUE ZERO.

004400 01  DETAIL-LINE.
004500     05  PRINT-DIV-VENDOR        PIC Z(5).
004600     05  FILLER                  PIC X     VALUE SPACE.
004700     05  PRINT-VENDOR-NAME       PIC X(20).
004800     05  FILLER                  PIC X     VALUE SPACE.
004900     05  PRINT-DIV-CLASS         PIC X(2).
005000     05  FILLER                  PIC X     VALUE SPACE.
005100     05  PRINT-DIV-AGENCY        PIC X(14).
005200     05  FILLER                  PIC X     VALUE SPACE.
005300     05  PRINT-DIV-CERTIFICATE   PIC X(12).
005400     05  FILLER                  PIC X     VALUE SPACE.
005500     05  PRINT-DIV-EXPIRES       PIC Z9/99/9999.
005600     05  FILLER                  PIC X     VALUE SPACE.
005700     05  PRINT-EXPIRED-FLAG      PIC X(9).

005800 01  COLUMN-LINE.
005900     05  FILLER         PIC X(6)  VALUE "VENDOR".
006000     05  FILLER         PIC X(21) VALUE " VENDOR NAME".
006100     05  FILLER         PIC X(3)  VALUE "CL".
006200     05  FILLER         PIC X(15) VALUE "AGENCY".
006300     05  FILLER         PIC X(13) VALUE "CERTIFICATE".
006400     05  FILLER         PIC X(11) VALUE "EXPIRES".

006500 01  TITLE-LINE.
006600     05  FILLER              PIC X(15) VALUE SPACE.
006700     05  FILLER              PIC X(27)
006800         VALUE "DIVERSITY CERT TICKLER".
006900     05  FILLER              PIC X(13) VALUE SPACE.
007000     05  FILLER              PIC X(5) VALUE "PAGE:".
007100     05  FILLER              PIC X(1) VALUE SPACE.
007200     05  PRINT-PAGE-NUMBER   PIC ZZZ9.

007300     COPY "WSDATE01.CBL".

007400     COPY "WSCASE01.CBL".

007500     COPY "WSOPID01.CBL".

007600 PROCEDURE DIVISION.
007700 PROGRAM-BEGIN.
007800     PERFORM GET-OPERATOR-ID.
007900     PERFORM ENTER-WINDOW-DAYS.
008000     PERFORM OPENING-PROCEDURE.
008100     PERFORM START-NEW-PAGE.

008200     MOVE "N" TO DIVERSITY-FILE-AT-END.
008300     PERFORM READ-FIRST-DIVERSITY.
008400     PERFORM EXAMINE-ONE-DIVERSITY
008500         UNTIL DIVERSITY-FILE-AT-END = "Y".

008600     PERFORM PRINT-TICKLER-TOTAL.
008700     PERFORM CLOSING-PROCEDURE.

008733 PROGRAM-EXIT.
008766     EXIT PROGRAM.

008800 PROGRAM-DONE.
008900     STOP RUN.

009000 ENTER-WINDOW-DAYS.
009100     DISPLAY "LIST CERTIFICATIONS EXPIRING WITHIN HOW".
009200     DISPLAY "MANY DAYS?".
009300     ACCEPT WINDOW-DAYS.

009400 OPENING-PROCEDURE.
009500     OPEN INPUT VENDOR-DIVERSITY-FILE.
009600     OPEN I-O VENDOR-FILE.
009700     OPEN OUTPUT PRINTER-FILE.

009800     PERFORM GET-TODAYS-DATE.
009900     COMPUTE TODAY-INTEGER =
010000         FUNCTION INTEGER-OF-DATE(DATE-CCYYMMDD).
010100     COMPUTE WINDOW-END-INTEGER =
010200         TODAY-INTEGER + WINDOW-DAYS.

010300 CLOSING-PROCEDURE.
010400     CLOSE VENDOR-DIVERSITY-FILE.
010500     CLOSE VENDOR-FILE.
010600     PERFORM END-LAST-PAGE.
010700     CLOSE PRINTER-FILE.
010800     DISPLAY TICKLED-COUNT " CERTIFICATION(S) LISTED".

010900 EXAMINE-ONE-DIVERSITY.
011000     IF VDIV-EXPIRES NOT = ZEROES
011100         PERFORM CHECK-EXPIRY-WINDOW.
011200     PERFORM READ-NEXT-DIVERSITY.

011300 CHECK-EXPIRY-WINDOW.
011400     COMPUTE EXPIRES-INTEGER =
011500         FUNCTION INTEGER-OF-DATE(VDIV-EXPIRES).
011600     IF EXPIRES-INTEGER NOT > WINDOW-END-INTEGER
011700         PERFORM PRINT-TICKLER-LINE.

011800 PRINT-TICKLER-LINE.
011900     IF LINE-COUNT > MAXIMUM-LINES
012000         PERFORM START-NEXT-PAGE.
012100     MOVE SPACE TO DETAIL-LINE.
012200     MOVE VDIV-VENDOR TO PRINT-DIV-VENDOR.
012300     PERFORM DIVERSITY-VENDOR-ON-FILE.
012400     IF VENDOR-RECORD-FOUND = "N"
012500         MOVE "***Not Found***" TO PRINT-VENDOR-NAME
012600     ELSE
012700         MOVE VENDOR-NAME TO PRINT-VENDOR-NAME.
012800     MOVE VDIV-CLASS TO PRINT-DIV-CLASS.
012900     MOVE VDIV-AGENCY TO PRINT-DIV-AGENCY.
013000     MOVE VDIV-CERTIFICATE TO PRINT-DIV-CERTIFICATE.
013100     MOVE VDIV-EXPIRES TO DATE-CCYYMMDD.
013200     PERFORM FORMAT-THE-DATE.
013300     MOVE FORMATTED-DATE TO PRINT-DIV-EXPIRES.
013400     IF EXPIRES-INTEGER < TODAY-INTEGER
013500         MOVE "*EXPIRED*" TO PRINT-EXPIRED-FLAG.
013600     MOVE DETAIL-LINE TO PRINTER-RECORD.
013700     PERFORM WRITE-TO-PRINTER.
013800     ADD 1 TO TICKLED-COUNT.

013900 DIVERSITY-VENDOR-ON-FILE.
014000     MOVE VDIV-VENDOR TO VENDOR-NUMBER.
014100     MOVE "Y" TO VENDOR-RECORD-FOUND.
014200     READ VENDOR-FILE RECORD
014300       INVALID KEY
014400          MOVE "N" TO VENDOR-RECORD-FOUND.

014500 PRINT-TICKLER-TOTAL.
014600     PERFORM LINE-FEED.
014700     MOVE SPACE TO PRINTER-RECORD.
014800     STRING TICKLED-COUNT
014900         " CERTIFICATION(S) EXPIRING OR EXPIRED"
015000         DELIMITED BY SIZE INTO PRINTER-RECORD.
015100     PERFORM WRITE-TO-PRINTER.

015200*---------------------------------
015300* File I-O routines.
015400*---------------------------------
015500 READ-FIRST-DIVERSITY.
015600     MOVE ZEROES TO VDIV-VENDOR.
015700     MOVE SPACE TO VDIV-CLASS.
015800     START VENDOR-DIVERSITY-FILE
015900        KEY NOT < VDIV-KEY
016000         INVALID KEY MOVE "Y" TO DIVERSITY-FILE-AT-END.
016100     IF DIVERSITY-FILE-AT-END NOT = "Y"
016200         PERFORM READ-NEXT-DIVERSITY.

016300 READ-NEXT-DIVERSITY.
016400     READ VENDOR-DIVERSITY-FILE NEXT RECORD
016500         AT END MOVE "Y" TO DIVERSITY-FILE-AT-END.

016600*---------------------------------
016700* Printing routines.
016800*---------------------------------
016900 WRITE-TO-PRINTER.
017000     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
017100     ADD 1 TO LINE-COUNT.

017200 LINE-FEED.
017300     MOVE SPACE TO PRINTER-RECORD.
017400     PERFORM WRITE-TO-PRINTER.

017500 START-NEXT-PAGE.
017600     PERFORM END-LAST-PAGE.
017700     PERFORM START-NEW-PAGE.

017800 START-NEW-PAGE.
017900     ADD 1 TO PAGE-NUMBER.
018000     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
018100     MOVE TITLE-LINE TO PRINTER-RECORD.
018200     PERFORM WRITE-TO-PRINTER.
018300     PERFORM LINE-FEED.
018400     MOVE COLUMN-LINE TO PRINTER-RECORD.
018500     PERFORM WRITE-TO-PRINTER.
018600     PERFORM LINE-FEED.

018700 END-LAST-PAGE.
018800     PERFORM FORM-FEED.
018900     MOVE ZERO TO LINE-COUNT.

019000 FORM-FEED.
019100     MOVE SPACE TO PRINTER-RECORD.
019200     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

019300     COPY "PLDATE01.CBL".

019400     COPY "PLOPID01.CBL".
