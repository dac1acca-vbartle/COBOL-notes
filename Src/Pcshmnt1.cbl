002300* Everything is journaled
002400* through PLJRNL01 like the
002500* rest of the system.
002514* While the nightly batch window
002528* is up (PLBWIN01.CBL) the funds
002542* cannot be worked, and a fund,
002556* receipt or replenishment keyed
002570* as the window goes up is not
002584* saved.
002600*---------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.

003700     COPY "SLJRNL01.CBL".

003733     COPY "SLBWIN01.CBL".

003766     COPY "SLBWLOG.CBL".

003800 DATA DIVISION.
003900 FILE SECTION.


004700     COPY "FDJRNL01.CBL".

004733     COPY "FDBWIN01.CBL".

004766     COPY "FDBWLOG.CBL".

004800 WORKING-STORAGE SECTION.

004900 77  MENU-PICK                    PIC 9.

007720     COPY "WSLOCK01.CBL".

007760     COPY "WSBWIN01.CBL".

007800 PROCEDURE DIVISION.
007900 PROGRAM-BEGIN.
008000     PERFORM OPENING-PROCEDURE.
008100     PERFORM GET-OPERATOR-ID.
008110     PERFORM GET-COMPANY-CODE.
008132     MOVE "PCSHMNT1" TO BWIN-PROGRAM-NAME.
008154     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
008176     IF BATCH-UPDATES-ALLOWED = "Y"
008200         PERFORM MAIN-PROCESS.
008300     PERFORM CLOSING-PROCEDURE.

008333 PROGRAM-EXIT.
008366     EXIT PROGRAM.

008400 PROGRAM-DONE.
008500     ACCEPT OMITTED. STOP RUN.


013800 WORK-THE-PICK.
013900     PERFORM DO-THE-PICK.
013950     IF BATCH-UPDATES-ALLOWED = "Y"
014000         PERFORM GET-MENU-PICK
014033     ELSE
014066         MOVE ZERO TO MENU-PICK.

014100 DO-THE-PICK.
014200     IF MENU-PICK = 1
016300     MOVE ENTRY-FUND TO PCF-FUND.
016400     PERFORM ENTER-FUND-FIELDS.
016500     MOVE ZEROES TO PCF-RECEIPTS-TOTAL.
016520     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
016540     IF BATCH-UPDATES-ALLOWED = "Y"
016560         PERFORM WRITE-THE-FUND.

016580 WRITE-THE-FUND.
016600     WRITE PETTY-CASH-FUND-RECORD
016700         INVALID KEY
016800         DISPLAY "RECORD ALREADY ON FILE".
017000 CHANGE-THE-FUND.
017100     PERFORM DISPLAY-FUND-FIELDS.
017200     PERFORM ENTER-FUND-FIELDS.
017233     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
017266     IF BATCH-UPDATES-ALLOWED = "Y"
017300         REWRITE PETTY-CASH-FUND-RECORD
017400             INVALID KEY
017500             DISPLAY "ERROR REWRITING FUND RECORD".

017600 ENTER-FUND-FIELDS.
017700     DISPLAY "ENTER CUSTODIAN NAME".
021500     DISPLAY "ENTER DESCRIPTION".
021600     ACCEPT PCR-DESCRIPTION.
021700     MOVE "N" TO PCR-REPLENISHED.
021720     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
021740     IF BATCH-UPDATES-ALLOWED = "Y"
021760         PERFORM SAVE-THE-RECEIPT.

021780 SAVE-THE-RECEIPT.
021800     WRITE PETTY-CASH-RECEIPT-RECORD
021900         INVALID KEY
022000         DISPLAY "ERROR WRITING RECEIPT".
028400         DELIMITED BY SIZE INTO PROCESS-MESSAGE.
028500     PERFORM ASK-OK-TO-PROCESS.
028600     IF OK-TO-PROCESS = "Y"
028600         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
028600         IF BATCH-UPDATES-ALLOWED NOT = "Y"
028600             MOVE "N" TO OK-TO-PROCESS.
028600     IF OK-TO-PROCESS = "Y"
028601         PERFORM ROLL-UP-THE-RECEIPTS
028602         IF GL-ROLLUP-OVERFLOW = "Y"
028603             DISPLAY "MORE THAN 50 GL ACCOUNTS IN THE"
034700                 VOUCHER-RECEIPT-HOLD
034800                 VOUCHER-GL-STAGE1-POSTED
034900                 VOUCHER-GL-STAGE2-POSTED
035000                 VOUCHER-DISPUTE-FLAG
035050                 VOUCHER-NETTED.
035100     MOVE "Y" TO VOUCHER-ONE-TIME-FLAG.
035200     MOVE ZEROES TO VOUCHER-PAID-DATE
035300                    VOUCHER-PAID-AMOUNT
036200                    VOUCHER-DISCOUNT-DATE
036300                    VOUCHER-DISCOUNT-AMOUNT
036400                    VOUCHER-EXCH-GAIN-LOSS
036500                    VOUCHER-GST-AMOUNT
036550                    VOUCHER-STORE
036575                    VOUCHER-PROJECT
036575                    VOUCHER-WIRE-NUMBER.
036575     MOVE SPACE TO VOUCHER-REMIT-TO.
036600     MOVE 1 TO VOUCHER-ENTRY-RATE.
036700     MOVE "USD" TO VOUCHER-CURRENCY-CODE.
036800     MOVE GL-SLOT-ACCOUNT(1) TO VOUCHER-GL-ACCOUNT.
038200         MOVE GL-SLOT-ACCOUNT(GL-INDEX)
038300             TO VDIST-GL-ACCOUNT
038400         MOVE GL-SLOT-AMOUNT(GL-INDEX) TO VDIST-AMOUNT
038450         MOVE ZEROES TO VDIST-STORE
038475                        VDIST-PROJECT
038500         WRITE VDIST-RECORD
038600             INVALID KEY
038700             DISPLAY "ERROR WRITING DISTRIBUTION LINE".
049520     COPY "PLLOCK01.CBL".

049600     COPY "PLJRNL01.CBL".

049700     COPY "PLBWIN01.CBL".
