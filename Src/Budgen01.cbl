002800* Generated cells REPLACE any
002900* budget already on file for
003000* the same key.
003016* While the nightly batch window
003032* is up (PLBWIN01.CBL) the tools
003048* are closed; a generation keyed
003064* as the window goes up writes
003080* nothing.
003100*---------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.

003700     COPY "SLSLSUM.CBL".

003733     COPY "SLBWIN01.CBL".

003766     COPY "SLBWLOG.CBL".

003800 DATA DIVISION.
003900 FILE SECTION.


004200     COPY "FDSLSUM.CBL".

004233     COPY "FDBWIN01.CBL".

004266     COPY "FDBWLOG.CBL".

004300 WORKING-STORAGE SECTION.

004400 77  MENU-PICK                    PIC 9.

007800     COPY "WSOPID01.CBL".

007850     COPY "WSBWIN01.CBL".

007900 PROCEDURE DIVISION.
008000 PROGRAM-BEGIN.
008100     PERFORM OPENING-PROCEDURE.
008200     PERFORM GET-OPERATOR-ID.
008225     MOVE "BUDGEN01" TO BWIN-PROGRAM-NAME.
008250     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
008275     IF BATCH-UPDATES-ALLOWED = "Y"
008300         PERFORM MAIN-PROCESS.
008400     PERFORM CLOSING-PROCEDURE.

008433 PROGRAM-EXIT.
008466     EXIT PROGRAM.

008500 PROGRAM-DONE.
008600     ACCEPT OMITTED. STOP RUN.


012500 WORK-THE-PICK.
012600     PERFORM DO-THE-PICK.
012650     IF BATCH-UPDATES-ALLOWED = "Y"
012700         PERFORM GET-MENU-PICK
012733     ELSE
012766         MOVE ZERO TO MENU-PICK.

012800 DO-THE-PICK.
012900     IF MENU-PICK = 1
015100     ACCEPT A-PCT-FIELD.
015200     MOVE A-PCT-FIELD TO GROWTH-PERCENT.
015300     COMPUTE GROWTH-FACTOR = 1 + (GROWTH-PERCENT / 100).
015333     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
015366     IF BATCH-UPDATES-ALLOWED = "Y"
015400         PERFORM GROW-FROM-THE-DETAIL
015500         PERFORM GROW-FROM-THE-SUMMARY
015600         DISPLAY CELLS-WRITTEN " BUDGET CELL(S) TOUCHED".

015700 GROW-FROM-THE-DETAIL.
015800     OPEN INPUT SALES-HISTORY-FILE.
024700     ACCEPT AN-AMOUNT-FIELD.
024800     MOVE AN-AMOUNT-FIELD TO ANNUAL-TARGET.
024900     PERFORM BUILD-SEASON-TABLE.
024933     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
024966     IF BATCH-UPDATES-ALLOWED = "Y"
025000         PERFORM WRITE-SPREAD-CELLS
025100         DISPLAY "ANNUAL TARGET SPREAD ACROSS 12 PERIODS".

025200 BUILD-SEASON-TABLE.
025300     PERFORM CLEAR-ONE-SEASON-MONTH
035000         DISPLAY "SOURCE STORE HAS NO BUDGET FOR THAT"
035100             " YEAR - NOTHING COPIED"
035200     ELSE
035233         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
035266         IF BATCH-UPDATES-ALLOWED = "Y"
035300             COMPUTE SCALE-FACTOR ROUNDED =
035400                 ANNUAL-TARGET / SOURCE-ANNUAL-TOTAL
035500             PERFORM COPY-THE-SOURCE-CELLS
035600             DISPLAY "PATTERN COPIED TO STORE " COPY-TO-STORE.

035700 TOTAL-THE-SOURCE-STORE.
035800     MOVE ZEROES TO SOURCE-ANNUAL-TOTAL.
042800          MOVE "N" TO BUDGET-RECORD-FOUND.

043000     COPY "PLOPID01.CBL".

043100     COPY "PLBWIN01.CBL".
