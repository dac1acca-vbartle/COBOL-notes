000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PARRPT01.
000300*---------------------------------
000400* System parameters in force.
000500* For an as-of date and a
000600* company (blank for the
000700* all-company values only),
000800* prints every name in the
000900* WSPRMTAB.CBL catalogue with
001000* the value the programs would
001100* pick up on that date, where it
001200* came from - the company's own
001300* record, the all-company record
001400* or, with nothing on file, the
001500* program's built-in default -
001600* and the date it took effect.
001700* Uses the same PLPARM01 look-up
001800* as the programs themselves.
001900*---------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.

002300     COPY "SLPARM01.CBL".

002400     COPY "SLCOMP01.CBL".

002500     SELECT PRINTER-FILE
002600         ASSIGN TO PRINTER
002700         ORGANIZATION IS LINE SEQUENTIAL.

002800 DATA DIVISION.
002900 FILE SECTION.

003000     COPY "FDPARM01.CBL".

003100     COPY "FDCOMP01.CBL".

003200 FD  PRINTER-FILE
003300     LABEL RECORDS ARE OMITTED.
003400 01  PRINTER-RECORD              PIC X(80).

003500 WORKING-STORAGE SECTION.

003600 77  AS-OF-DATE                  PIC 9(8).
003700 77  REPORT-COMPANY              PIC X(2).
003800 77  REPORT-COMPANY-NAME         PIC X(30).

003900 01  DETAIL-LINE.
004000     05  PRINT-PARM-NAME         PIC X(20).
004100     05  FILLER                  PIC X     VALUE SPACE.
004200     05  PRINT-PARM-VALUE        PIC Z,ZZZ,ZZ9.9999.
004300     05  FILLER                  PIC X     VALUE SPACE.
004400     05  PRINT-PARM-FROM         PIC X(7).
004500     05  FILLER                  PIC X     VALUE SPACE.
004600     05  PRINT-PARM-EFFECTIVE    PIC X(10).
004700     05  FILLER                  PIC X     VALUE SPACE.
004800     05  PRINT-PARM-DESCRIPTION  PIC X(25).

004900 01  COLUMN-LINE.
005000     05  FILLER         PIC X(21) VALUE "PARAMETER".
005100     05  FILLER         PIC X(15) VALUE "         VALUE".
005200     05  FILLER         PIC X(8)  VALUE "FROM".
005300     05  FILLER         PIC X(11) VALUE "EFFECTIVE".
005400     05  FILLER         PIC X(11) VALUE "DESCRIPTION".

005500 01  TITLE-LINE.
005600     05  FILLER              PIC X(20) VALUE SPACE.
005700     05  FILLER              PIC X(26)
005800         VALUE "SYSTEM PARAMETERS IN FORCE".

005900 01  AS-OF-LINE.
006000     05  FILLER              PIC X(6)  VALUE "AS OF ".
006100     05  PRINT-AS-OF-DATE    PIC X(10).
006200     05  FILLER              PIC X(10) VALUE "  COMPANY ".
006300     05  PRINT-COMPANY       PIC X(2).
006400     05  FILLER              PIC X     VALUE SPACE.
006500     05  PRINT-COMPANY-NAME  PIC X(30).

006600     COPY "WSPRMTAB.CBL".

006700     COPY "WSPARM01.CBL".

006800     COPY "WSCOMP1.CBL".

006900     COPY "WSDATE01.CBL".

007000     COPY "WSCASE01.CBL".

007100     COPY "WSOPID01.CBL".

007200 PROCEDURE DIVISION.
007300 PROGRAM-BEGIN.
007400     PERFORM OPENING-PROCEDURE.
007500     PERFORM GET-OPERATOR-ID.
007600     PERFORM ENTER-REPORT-COMPANY.
007700     PERFORM ENTER-AS-OF-DATE.
007800     PERFORM MAIN-PROCESS.
007900     PERFORM CLOSING-PROCEDURE.

007933 PROGRAM-EXIT.
007966     EXIT PROGRAM.

008000 PROGRAM-DONE.
008100     STOP RUN.

008200 OPENING-PROCEDURE.
008300     OPEN INPUT SYSTEM-PARAMETER-FILE.
008400     OPEN INPUT COMPANY-FILE.
008500     OPEN OUTPUT PRINTER-FILE.

008600 CLOSING-PROCEDURE.
008700     CLOSE SYSTEM-PARAMETER-FILE.
008800     CLOSE COMPANY-FILE.
008900     CLOSE PRINTER-FILE.

009000 ENTER-REPORT-COMPANY.
009100     MOVE SPACES TO REPORT-COMPANY.
009200     MOVE "ALL COMPANIES" TO REPORT-COMPANY-NAME.
009300     DISPLAY "ENTER COMPANY CODE (BLANK FOR ALL COMPANIES)".
009400     ACCEPT REPORT-COMPANY.
009500     INSPECT REPORT-COMPANY
009600      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
009700     IF REPORT-COMPANY NOT = SPACES
009800         MOVE REPORT-COMPANY TO COMPANY-CODE
009900         PERFORM READ-COMPANY-FOR-SIGN-ON
010000         IF COMPANY-RECORD-FOUND = "N"
010100             DISPLAY "COMPANY IS NOT ON FILE - PLEASE RE-TRY."
010200             PERFORM ENTER-REPORT-COMPANY
010300         ELSE
010400             MOVE COMPANY-NAME TO REPORT-COMPANY-NAME.

010500 READ-COMPANY-FOR-SIGN-ON.
010600     MOVE "Y" TO COMPANY-RECORD-FOUND.
010700     READ COMPANY-FILE RECORD
010800       INVALID KEY
010900          MOVE "N" TO COMPANY-RECORD-FOUND.

011000 ENTER-AS-OF-DATE.
011100     MOVE "N" TO ZERO-DATE-IS-OK.
011200     MOVE "ENTER AS-OF DATE (MM/DD/CCYY)"
011300            TO DATE-PROMPT.
011400     MOVE "A VALID AS-OF DATE IS REQUIRED"
011500            TO DATE-ERROR-MESSAGE.
011600     PERFORM GET-A-DATE.
011700     MOVE DATE-CCYYMMDD TO AS-OF-DATE.
011800     MOVE FORMATTED-DATE TO PRINT-AS-OF-DATE.

011900 MAIN-PROCESS.
012000     PERFORM PRINT-HEADINGS.
012100     PERFORM PRINT-ONE-PARAMETER
012200         VARYING PARM-INDEX FROM 1 BY 1
012300           UNTIL PARM-INDEX > PARM-TABLE-SIZE.

012400 PRINT-ONE-PARAMETER.
012500     MOVE REPORT-COMPANY TO PARM-WANTED-COMPANY.
012600     MOVE PARM-TABLE-NAME (PARM-INDEX) TO PARM-WANTED-NAME.
012700     MOVE AS-OF-DATE TO PARM-WANTED-DATE.
012800     MOVE PARM-TABLE-DEFAULT (PARM-INDEX) TO PARM-WANTED-VALUE.
012900     PERFORM GET-PARAMETER-VALUE.

013000     MOVE SPACE TO DETAIL-LINE.
013100     MOVE PARM-WANTED-NAME TO PRINT-PARM-NAME.
013200     MOVE PARM-WANTED-VALUE TO PRINT-PARM-VALUE.
013300     MOVE PARM-TABLE-DESCRIPTION (PARM-INDEX)
013400         TO PRINT-PARM-DESCRIPTION.
013500     IF PARM-WANTED-FOUND NOT = "Y"
013600         MOVE "DEFAULT" TO PRINT-PARM-FROM
013700     ELSE
013800         PERFORM SHOW-WHERE-FROM.
013900     MOVE DETAIL-LINE TO PRINTER-RECORD.
014000     PERFORM WRITE-TO-PRINTER.

014100 SHOW-WHERE-FROM.
014200     IF PARM-WANTED-FROM = SPACES
014300         MOVE "ALL" TO PRINT-PARM-FROM
014400     ELSE
014500         MOVE PARM-WANTED-FROM TO PRINT-PARM-FROM.
014600     MOVE PARM-WANTED-EFFECTIVE TO DATE-CCYYMMDD.
014700     PERFORM CONVERT-TO-MMDDCCYY.
014800     MOVE DATE-MMDDCCYY TO FORMATTED-DATE.
014900     MOVE FORMATTED-DATE TO PRINT-PARM-EFFECTIVE.

015000*---------------------------------
015100* Printing routines.
015200*---------------------------------
015300 PRINT-HEADINGS.
015400     MOVE TITLE-LINE TO PRINTER-RECORD.
015500     PERFORM WRITE-TO-PRINTER.
015600     MOVE REPORT-COMPANY TO PRINT-COMPANY.
015700     MOVE REPORT-COMPANY-NAME TO PRINT-COMPANY-NAME.
015800     MOVE AS-OF-LINE TO PRINTER-RECORD.
015900     PERFORM WRITE-TO-PRINTER.
016000     MOVE SPACE TO PRINTER-RECORD.
016100     PERFORM WRITE-TO-PRINTER.
016200     MOVE COLUMN-LINE TO PRINTER-RECORD.
016300     PERFORM WRITE-TO-PRINTER.
016400     MOVE SPACE TO PRINTER-RECORD.
016500     PERFORM WRITE-TO-PRINTER.

016600 WRITE-TO-PRINTER.
016700     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

016800     COPY "PLPARM01.CBL".

016900     COPY "PLDATE01.CBL".

017000     COPY "PLOPID01.CBL".
