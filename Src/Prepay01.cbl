002000*   once the deposit has been
002100*   paid.
002200* Everything is journaled.
002216* While the nightly batch window
002232* is up (PLBWIN01.CBL) no deposit
002248* can be keyed, and one confirmed
002264* as the window goes up is not
002280* raised.
002300*---------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.

003200     COPY "SLJRNL01.CBL".

003233     COPY "SLBWIN01.CBL".

003266     COPY "SLBWLOG.CBL".

003300 DATA DIVISION.
003400 FILE SECTION.


004000     COPY "FDJRNL01.CBL".

004033     COPY "FDBWIN01.CBL".

004066     COPY "FDBWLOG.CBL".

004100 WORKING-STORAGE SECTION.

004200 77  VENDOR-RECORD-FOUND          PIC X.

005420     COPY "WSLOCK01.CBL".

005460     COPY "WSBWIN01.CBL".

005500 PROCEDURE DIVISION.
005600 PROGRAM-BEGIN.
005700     PERFORM OPENING-PROCEDURE.
005800     PERFORM GET-OPERATOR-ID.
005810     PERFORM GET-COMPANY-CODE.
005832     MOVE "PREPAY01" TO BWIN-PROGRAM-NAME.
005854     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
005876     IF BATCH-UPDATES-ALLOWED = "Y"
005900         PERFORM MAIN-PROCESS.
006000     PERFORM CLOSING-PROCEDURE.

006033 PROGRAM-EXIT.
006066     EXIT PROGRAM.

006100 PROGRAM-DONE.
006200     STOP RUN.

010300             TO PROCESS-MESSAGE
010400         PERFORM ASK-OK-TO-PROCESS
010500         IF OK-TO-PROCESS = "Y"
010533             PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
010566             IF BATCH-UPDATES-ALLOWED = "Y"
010600                 PERFORM RAISE-THE-DEPOSIT.
010650     IF BATCH-UPDATES-ALLOWED = "Y"
010700         PERFORM GET-DEPOSIT-VENDOR
010733     ELSE
010766         MOVE ZEROES TO ENTRY-VENDOR.

010800 ENTER-DEPOSIT-PO.
010900     MOVE "N" TO PO-RECORD-FOUND.
018200                 VOUCHER-GL-STAGE1-POSTED
018300                 VOUCHER-GL-STAGE2-POSTED
018400                 VOUCHER-DISPUTE-FLAG
018410                 VOUCHER-ONE-TIME-FLAG
018420                 VOUCHER-NETTED.
018500     MOVE ZEROES TO VOUCHER-PAID-DATE
018600                    VOUCHER-PAID-AMOUNT
018700                    VOUCHER-CHECK-NO
019500                    VOUCHER-DISCOUNT-DATE
019600                    VOUCHER-DISCOUNT-AMOUNT
019700                    VOUCHER-EXCH-GAIN-LOSS
019800                    VOUCHER-GST-AMOUNT
019850                    VOUCHER-STORE
019875                    VOUCHER-PROJECT
019875                    VOUCHER-WIRE-NUMBER.
019875     MOVE SPACE TO VOUCHER-REMIT-TO.
019900     MOVE 1 TO VOUCHER-ENTRY-RATE.
020000     MOVE VENDOR-CURRENCY-CODE TO VOUCHER-CURRENCY-CODE.
020100     MOVE "PPDEPOSIT" TO VOUCHER-GL-ACCOUNT.
025420     COPY "PLLOCK01.CBL".

025500     COPY "PLJRNL01.CBL".

025600     COPY "PLBWIN01.CBL".
