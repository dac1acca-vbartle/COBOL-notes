002400* can be released - open and
002500* in-balance batches are
002600* refused.
002614* No batch can be released while
002628* the nightly batch window is up
002642* (PLBWIN01.CBL); a release
002656* confirmed as the window goes
002670* up is not saved and ends the
002684* session.
002700*---------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.

003300     COPY "SLJRNL01.CBL".

003333     COPY "SLBWIN01.CBL".

003366     COPY "SLBWLOG.CBL".

003400 DATA DIVISION.
003500 FILE SECTION.


003800     COPY "FDJRNL01.CBL".

003833     COPY "FDBWIN01.CBL".

003866     COPY "FDBWLOG.CBL".

003900 WORKING-STORAGE SECTION.

004000 77  BATCH-RECORD-FOUND           PIC X.

004800     COPY "WSOPID01.CBL".

004850     COPY "WSBWIN01.CBL".

004900 PROCEDURE DIVISION.
005000 PROGRAM-BEGIN.
005100     OPEN I-O OPERATOR-FILE.
005500         DISPLAY "BATCH RELEASE TAKES THE SUPERVISOR"
005600         DISPLAY "PERMISSION - SEE YOUR SUPERVISOR"
005700     ELSE
005725         MOVE "VBTREL01" TO BWIN-PROGRAM-NAME
005750         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON
005775         IF BATCH-UPDATES-ALLOWED = "Y"
005800             PERFORM OPENING-PROCEDURE
005900             PERFORM MAIN-PROCESS
006000             PERFORM CLOSING-PROCEDURE.

006100 PROGRAM-EXIT.
006200     EXIT PROGRAM.
009700     ELSE
009800         DISPLAY "ONLY AN OUT-OF-BALANCE (F) BATCH CAN"
009900         DISPLAY "BE RELEASED".
009950     IF BATCH-UPDATES-ALLOWED = "Y"
010000         PERFORM GET-RELEASE-BATCH
010033     ELSE
010066         MOVE ZEROES TO RELEASE-BATCH.

010100 ASK-OK-TO-RELEASE.
010200     MOVE "RELEASE THIS BATCH FOR PAYMENT (Y/N)?"
010300         TO PROCESS-MESSAGE.
010400     PERFORM ASK-OK-TO-PROCESS.
010500     IF OK-TO-PROCESS = "Y"
010520         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
010540         IF BATCH-UPDATES-ALLOWED NOT = "Y"
010560             MOVE "N" TO OK-TO-PROCESS.
010580     IF OK-TO-PROCESS = "Y"
010600         PERFORM RELEASE-THE-BATCH.

010700 RELEASE-THE-BATCH.
017000     COPY "PLSIGN01.CBL".

017100     COPY "PLJRNL01.CBL".

017200     COPY "PLBWIN01.CBL".
