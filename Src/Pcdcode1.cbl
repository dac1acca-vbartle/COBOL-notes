002700* lines holds; nothing is
002800* built until coding is
002900* complete.
002916* While the nightly batch window
002932* is up (PLBWIN01.CBL) nothing
002948* is coded or built; a line or
002964* voucher caught as the window
002980* goes up is not saved.
003000*---------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.

004100     COPY "SLJRNL01.CBL".

004133     COPY "SLBWIN01.CBL".

004166     COPY "SLBWLOG.CBL".

004200 DATA DIVISION.
004300 FILE SECTION.


005100     COPY "FDJRNL01.CBL".

005133     COPY "FDBWIN01.CBL".

005166     COPY "FDBWLOG.CBL".

005200 WORKING-STORAGE SECTION.

005300 77  PCARD-FILE-AT-END            PIC X.

008020     COPY "WSLOCK01.CBL".

008060     COPY "WSBWIN01.CBL".

008100 PROCEDURE DIVISION.
008200 PROGRAM-BEGIN.
008300     PERFORM OPENING-PROCEDURE.
008400     PERFORM GET-OPERATOR-ID.
008402     MOVE "PCDCODE1" TO BWIN-PROGRAM-NAME.
008404     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
008406     IF BATCH-UPDATES-ALLOWED = "Y"
008410         PERFORM GET-COMPANY-CODE
008500         PERFORM MAIN-PROCESS.
008600     PERFORM CLOSING-PROCEDURE.

008633 PROGRAM-EXIT.
008666     EXIT PROGRAM.

008700 PROGRAM-DONE.
008800     STOP RUN.

012300         DISPLAY UNCODED-COUNT
012400             " LINE(S) STILL UNCODED - THE STATEMENT"
012500             " HOLDS".
012550     IF BATCH-UPDATES-ALLOWED = "Y"
012600         PERFORM GET-STATEMENT-NUMBER
012633     ELSE
012666         MOVE ZEROES TO ENTERED-STATEMENT.

012700*---------------------------------
012800* The coding walk - every
014700         " " PCARD-MERCHANT
014800         " " AN-AMOUNT-FIELD.
014900     PERFORM ENTER-LINE-GL-ACCOUNT.
014914     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
014928     IF BATCH-UPDATES-ALLOWED NOT = "Y"
014942         MOVE "Y" TO PCARD-FILE-AT-END
014956     ELSE
014970         PERFORM SAVE-LINE-CODING.

014984 SAVE-LINE-CODING.
015000     MOVE WORK-GL-ACCOUNT TO PCARD-GL-ACCOUNT.
015100     MOVE "Y" TO PCARD-CODED-FLAG.
015200     REWRITE PCARD-LINE-RECORD
025100         TO PROCESS-MESSAGE.
025200     PERFORM ASK-OK-TO-PROCESS.
025300     IF OK-TO-PROCESS = "Y"
025320         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
025340         IF BATCH-UPDATES-ALLOWED NOT = "Y"
025360             MOVE "N" TO OK-TO-PROCESS.
025380     IF OK-TO-PROCESS = "Y"
025400         PERFORM ENTER-ISSUER-VENDOR
025410         PERFORM RETRIEVE-NEXT-VOUCHER-NUMBER
025420         IF VOUCHER-NUMBER = ZEROES
029300                 VOUCHER-GL-STAGE1-POSTED
029400                 VOUCHER-GL-STAGE2-POSTED
029500                 VOUCHER-DISPUTE-FLAG
029600                 VOUCHER-ONE-TIME-FLAG
029650                 VOUCHER-NETTED.
029700     MOVE ZEROES TO VOUCHER-PAID-DATE
029800                    VOUCHER-PAID-AMOUNT
029900                    VOUCHER-CHECK-NO
030700                    VOUCHER-DISCOUNT-DATE
030800                    VOUCHER-DISCOUNT-AMOUNT
030900                    VOUCHER-EXCH-GAIN-LOSS
031000                    VOUCHER-GST-AMOUNT
031050                    VOUCHER-STORE
031075                    VOUCHER-PROJECT
031075                    VOUCHER-WIRE-NUMBER.
031075     MOVE SPACE TO VOUCHER-REMIT-TO.
031100     MOVE 1 TO VOUCHER-ENTRY-RATE.
031200     MOVE VENDOR-CURRENCY-CODE TO VOUCHER-CURRENCY-CODE.
031300     MOVE GL-SLOT-ACCOUNT(1) TO VOUCHER-GL-ACCOUNT.
032700         MOVE GL-SLOT-ACCOUNT(GL-INDEX)
032800             TO VDIST-GL-ACCOUNT
032900         MOVE GL-SLOT-AMOUNT(GL-INDEX) TO VDIST-AMOUNT
032950         MOVE ZEROES TO VDIST-STORE
032975                        VDIST-PROJECT
033000         WRITE VDIST-RECORD
033100             INVALID KEY
033200             DISPLAY "ERROR WRITING DISTRIBUTION LINE".
039820     COPY "PLLOCK01.CBL".

039900     COPY "PLJRNL01.CBL".

040000     COPY "PLBWIN01.CBL".
