002300* through the programs that own
002400* those states first. ADJREG01
002500* prints the daily register.
002516* While the nightly batch window
002532* is up (PLBWIN01.CBL) no
002548* adjustment session opens, and
002564* an adjustment finished as the
002580* window goes up is not applied.
002600*---------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.

003400     COPY "SLJRNL01.CBL".

003433     COPY "SLBWIN01.CBL".

003466     COPY "SLBWLOG.CBL".

003500 DATA DIVISION.
003600 FILE SECTION.


004100     COPY "FDJRNL01.CBL".

004133     COPY "FDBWIN01.CBL".

004166     COPY "FDBWLOG.CBL".

004200 WORKING-STORAGE SECTION.

004300 77  VOUCHER-RECORD-FOUND         PIC X.

005800     COPY "WSOPID01.CBL".

005850     COPY "WSBWIN01.CBL".

005900 PROCEDURE DIVISION.
006000 PROGRAM-BEGIN.
006100     PERFORM OPENING-PROCEDURE.
006200     PERFORM GET-OPERATOR-ID.
006225     MOVE "VCHADJ01" TO BWIN-PROGRAM-NAME.
006250     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
006275     IF BATCH-UPDATES-ALLOWED = "Y"
006300         PERFORM MAIN-PROCESS.
006400     PERFORM CLOSING-PROCEDURE.

006500 PROGRAM-EXIT.
011800     PERFORM GET-FIELD-TO-ADJUST.
011900     PERFORM ADJUST-ONE-FIELD
012000         UNTIL WHICH-FIELD = ZERO.
012050     IF BATCH-UPDATES-ALLOWED = "Y"
012100         PERFORM GET-ADJUST-VOUCHER
012133     ELSE
012166         MOVE ZEROES TO ADJUST-VOUCHER.

012200 GET-FIELD-TO-ADJUST.
012300     PERFORM DISPLAY-ALL-FIELDS.

013600 ADJUST-ONE-FIELD.
013700     PERFORM ADJUST-THIS-FIELD.
013750     IF BATCH-UPDATES-ALLOWED = "Y"
013800         PERFORM GET-FIELD-TO-ADJUST
013833     ELSE
013866         MOVE ZERO TO WHICH-FIELD.

013900*---------------------------------
014000* Each adjustment: capture the
016500     MOVE "AMOUNT" TO ADJ-FIELD.
016600     MOVE AN-AMOUNT-FIELD TO ADJ-AFTER.
016700     PERFORM FINISH-THE-ADJUSTMENT.
016750     IF BATCH-UPDATES-ALLOWED = "Y"
016800         PERFORM JOURNAL-AMOUNT-ADJUST.

016900 ENTER-NEW-AMOUNT.
017000     PERFORM ACCEPT-NEW-AMOUNT.
026100* The common tail of every
026200* adjustment: reason, trail
026300* record, rewrite.
026325* Nothing is applied once the
026350* nightly batch window has gone
026375* up.
026400*---------------------------------
026500 FINISH-THE-ADJUSTMENT.
026600     PERFORM ENTER-ADJUST-REASON.
026633     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
026666     IF BATCH-UPDATES-ALLOWED = "Y"
026700         PERFORM WRITE-ADJUST-RECORD
026800         PERFORM REWRITE-VOUCHER-RECORD
026900         DISPLAY "ADJUSTMENT APPLIED".

027000 ENTER-ADJUST-REASON.
027100     PERFORM ACCEPT-ADJUST-REASON.
034000     COPY "PLOPID01.CBL".

034100     COPY "PLJRNL01.CBL".

034200     COPY "PLBWIN01.CBL".
