001900* a voucher for payment until
002000* LEVELS-DONE reaches LEVELS-
002100* REQUIRED.
002125* No approval is taken while the
002150* nightly batch window is up
002175* (PLBWIN01.CBL).
002200*---------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002900     COPY "SLVOUCH.CBL".
003000
003100     COPY "SLVCHAUD.CBL".

003133     COPY "SLBWIN01.CBL".

003166     COPY "SLBWLOG.CBL".
003200
003300 DATA DIVISION.
003400 FILE SECTION.
003800     COPY "FDVOUCH.CBL".
003900
004000     COPY "FDVCHAUD.CBL".

004033     COPY "FDBWIN01.CBL".

004066     COPY "FDBWLOG.CBL".
004100
004200 WORKING-STORAGE SECTION.
004300
005200     COPY "WSCASE01.CBL".
005250
005260     COPY "WSOPID01.CBL".

005280     COPY "WSBWIN01.CBL".
005300
005400 PROCEDURE DIVISION.
005500 PROGRAM-BEGIN.
005600     PERFORM OPENING-PROCEDURE.
005650     PERFORM GET-OPERATOR-ID.
005662     MOVE "VCHAPR01" TO BWIN-PROGRAM-NAME.
005674     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
005686     IF BATCH-UPDATES-ALLOWED = "Y"
005700         PERFORM MAIN-PROCESS.
005800     PERFORM CLOSING-PROCEDURE.
005900
005925 PROGRAM-EXIT.
005950     EXIT PROGRAM.
005975
006000 PROGRAM-DONE.
006100     STOP RUN.
006200
008600         ELSE
008700             PERFORM APPROVE-NEXT-LEVEL.
008800
008900     IF BATCH-UPDATES-ALLOWED = "Y"
008925         PERFORM GET-EXISTING-RECORD
008950     ELSE
008975         MOVE ZEROES TO VOUCHER-NUMBER.
009000
009100*---------------------------------
009200* Ask the operator to approve the
011000     DISPLAY "APPROVE LEVEL " WHICH-LEVEL " FOR THIS"
011100     DISPLAY "VOUCHER (Y/N)?".
011200     PERFORM ASK-OK-TO-PROCESS.
011220     IF OK-TO-PROCESS = "Y"
011240         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
011260         IF BATCH-UPDATES-ALLOWED NOT = "Y"
011280             MOVE "N" TO OK-TO-PROCESS.
011300
011400 WRITE-APPROVAL-AUDIT-RECORD.
011500     PERFORM GET-TODAYS-DATE.
021000     COPY "PLDATE01.CBL".
021100
021200     COPY "PLOPID01.CBL".

021300     COPY "PLBWIN01.CBL".
