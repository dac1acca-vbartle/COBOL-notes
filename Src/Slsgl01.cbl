002800* posts the file to the
002900* in-house balances like any
003000* other journal.
003017* The sales, cost and inventory
003033* lines name their store and
003050* division as an S reference for
003067* the GL drill-down (GLDRL01);
003083* the clearing total has none.
003084* The export is stamped on the
003085* date's load control record
003086* (LOAD-GL-EXPORT-DATE), so a
003087* second export of the same day
003088* is warned about and SLSBKO01
003089* knows to write the reversing
003090* journal when the day is
003091* backed out.
003100*---------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.

003600     COPY "SLSLMAP.CBL".

003650     COPY "SLLDCTL.CBL".

003700     SELECT SLS-EXPORT-FILE
003800         ASSIGN TO "SLSEXP"
003900         ORGANIZATION IS LINE SEQUENTIAL.

004600     COPY "FDSLMAP.CBL".

004650     COPY "FDLDCTL.CBL".

004700 FD  SLS-EXPORT-FILE
004800     LABEL RECORDS ARE OMITTED.
004900 01  SLS-EXPORT-RECORD           PIC X(100).

005000 FD  PRINTER-FILE
005100     LABEL RECORDS ARE OMITTED.
006100 77  UNMAPPED-COUNT              PIC 9(4) VALUE ZERO.
006200 77  AN-AMOUNT-FIELD             PIC ZZZ,ZZZ,ZZ9.99-.
006210 77  CELL-WORK-AMOUNT            PIC S9(8)V99.
006255 77  LOAD-CONTROL-FOUND          PIC X.

006300*---------------------------------
006400* The day's sales and cost by
007900     05  JOURNAL-CREDIT          PIC 9(9)V99.
008000     05  FILLER                  PIC X     VALUE ",".
008100     05  JOURNAL-DESCRIPTION     PIC X(25).
008111     05  FILLER                  PIC X     VALUE ",".
008122     05  JOURNAL-COMPANY         PIC X(2).
008133     05  FILLER                  PIC X     VALUE ",".
008144     05  JOURNAL-REF-TYPE        PIC X.
008156     05  JOURNAL-REFERENCE.
008167         10  JOURNAL-REF-STORE    PIC 9(2).
008178         10  JOURNAL-REF-DIVISION PIC 9(2).
008189         10  FILLER               PIC X(12).

008200 01  TITLE-LINE.
008300     05  FILLER              PIC X(10) VALUE SPACE.
009500     PERFORM EXPORT-ALL-CELLS.
009600     PERFORM EXPORT-CLEARING-DEBIT.
009700     PERFORM CLOSING-PROCEDURE.
009705     PERFORM STAMP-THE-LOAD-CONTROL.

009710 PROGRAM-EXIT.
009720     EXIT PROGRAM.
019400         MOVE ZEROES TO JOURNAL-DEBIT
019500         MOVE CELL-WORK-AMOUNT TO JOURNAL-CREDIT
019700         MOVE "DAILY SALES" TO JOURNAL-DESCRIPTION.
019750     PERFORM SET-CELL-REFERENCE.
019800     PERFORM WRITE-EXPORT-RECORD.
019900     ADD CELL-SALES(STORE-SUB DIVISION-SUB)
020000         TO TOTAL-SALES.
020700         MOVE ZEROES TO JOURNAL-CREDIT
020800         MOVE "DAILY COST OF SALES"
020810             TO JOURNAL-DESCRIPTION.
020855     PERFORM SET-CELL-REFERENCE.
020900     PERFORM WRITE-EXPORT-RECORD.
021000     MOVE SPACE TO JOURNAL-LINE.
021100     MOVE EXPORT-DATE TO JOURNAL-DATE.
021400         MOVE CELL-WORK-AMOUNT TO JOURNAL-CREDIT
021600         MOVE "DAILY INVENTORY RELIEF"
021700             TO JOURNAL-DESCRIPTION.
021750     PERFORM SET-CELL-REFERENCE.
021800     PERFORM WRITE-EXPORT-RECORD.
021900     ADD CELL-COST(STORE-SUB DIVISION-SUB)
022000         TO TOTAL-COST.

022011*---------------------------------
022022* The store and division a cell
022033* line came from.
022044*---------------------------------
022056 SET-CELL-REFERENCE.
022067     MOVE "S" TO JOURNAL-REF-TYPE.
022078     MOVE STORE-SUB TO JOURNAL-REF-STORE.
022089     MOVE DIVISION-SUB TO JOURNAL-REF-DIVISION.

022100 EXPORT-CLEARING-DEBIT.
022200     IF TOTAL-SALES NOT = ZEROES
022300         MOVE SPACE TO JOURNAL-LINE
023100     MOVE JOURNAL-LINE TO SLS-EXPORT-RECORD.
023200     WRITE SLS-EXPORT-RECORD.

023203*---------------------------------
023206* The day's load control record
023209* notes the export; a date that
023212* was never loaded has none.
023215*---------------------------------
023218 STAMP-THE-LOAD-CONTROL.
023221     OPEN I-O LOAD-CONTROL-FILE.
023224     MOVE EXPORT-DATE TO LOAD-CONTROL-DATE.
023227     MOVE "Y" TO LOAD-CONTROL-FOUND.
023230     READ LOAD-CONTROL-FILE RECORD
023233       INVALID KEY
023236          MOVE "N" TO LOAD-CONTROL-FOUND.
023239     IF LOAD-CONTROL-FOUND = "Y"
023242         PERFORM STAMP-THE-EXPORT-DATE.
023245     CLOSE LOAD-CONTROL-FILE.

023248 STAMP-THE-EXPORT-DATE.
023251     IF LOAD-GL-EXPORT-DATE NOT = ZEROES
023254         MOVE LOAD-GL-EXPORT-DATE TO DATE-CCYYMMDD
023257         PERFORM FORMAT-THE-DATE
023260         DISPLAY "*** THIS FEED DATE WAS ALREADY EXPORTED ON "
023263             FORMATTED-DATE
023266         DISPLAY "*** POST ONLY ONE OF THE TWO SLSEXP FILES".
023269     PERFORM GET-TODAYS-DATE.
023272     MOVE DATE-CCYYMMDD TO LOAD-GL-EXPORT-DATE.
023275     REWRITE LOAD-CONTROL-RECORD
023278         INVALID KEY
023281         DISPLAY "ERROR REWRITING LOAD CONTROL RECORD".

023300*---------------------------------
023400* File I-O routines.
023500*---------------------------------
