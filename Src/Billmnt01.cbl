001600* PLVCHAPR.CBL, and stores the
001700* new VOUCHER-NUMBER back into
001800* the bill's BILL-VOUCHER field.
001810* The GL account and store are
001820* keyed as the voucher is built.
001833* Nothing is entered while the
001846* nightly batch window is up
001859* (PLBWIN01.CBL); a bill or
001872* voucher keyed as the window
001885* goes up is not written.
001900*---------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
003070     COPY "SLOPER01.CBL".

003080     COPY "SLLOCK01.CBL".

003090     COPY "SLSTOR01.CBL".
003093
003096     COPY "SLPARM01.CBL".

003097     COPY "SLBWIN01.CBL".

003098     COPY "SLBWLOG.CBL".
003100
003200 DATA DIVISION.
003300 FILE SECTION.
004170     COPY "FDOPER01.CBL".

004865     COPY "FDLOCK01.CBL".

004866     COPY "FDSTOR01.CBL".
004866
004866     COPY "FDPARM01.CBL".

004866     COPY "FDBWIN01.CBL".

004866     COPY "FDBWLOG.CBL".
004200
004300 WORKING-STORAGE SECTION.
004400
004800 77  CONTROL-RECORD-FOUND         PIC X.
004900 77  OK-TO-PROCESS                PIC X.
004910 77  ACCOUNT-RECORD-FOUND         PIC X.
004915 77  STORE-RECORD-FOUND           PIC X.

004920     COPY "WSPERIOD.CBL".

005860     COPY "WSOPID01.CBL".

005870     COPY "WSCOMP1.CBL".
005876
005882     COPY "WSPARM01.CBL".
005888
005894     COPY "WSVCHAPR.CBL".

005897     COPY "WSBWIN01.CBL".
005900
006000 PROCEDURE DIVISION.
006100 PROGRAM-BEGIN.
006200     PERFORM OPENING-PROCEDURE.
006250     PERFORM GET-OPERATOR-ID.
006252     MOVE "BILLMNT01" TO BWIN-PROGRAM-NAME.
006254     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
006256     IF BATCH-UPDATES-ALLOWED = "Y"
006260         PERFORM GET-COMPANY-CODE
006300         PERFORM MAIN-PROCESS.
006400     PERFORM CLOSING-PROCEDURE.
006500
006525 PROGRAM-EXIT.
006550     EXIT PROGRAM.
006575
006600 PROGRAM-DONE.
006700     STOP RUN.
006800
007310     OPEN INPUT ACCOUNT-FILE.
007320     OPEN EXTEND JOURNAL-FILE.
007330     OPEN INPUT COMPANY-FILE.
007340     OPEN INPUT STORE-FILE.
007400
007500 CLOSING-PROCEDURE.
007600     CLOSE BILL-FILE.
007910     CLOSE ACCOUNT-FILE.
007920     CLOSE JOURNAL-FILE.
007930     CLOSE COMPANY-FILE.
007940     CLOSE STORE-FILE.
008000
008100 MAIN-PROCESS.
008200     PERFORM ENTER-MODE-CHOICE.
009300     IF MODE-CHOICE NOT = "A" AND NOT = "P" AND NOT = "Q"
009400         DISPLAY "YOU MUST ENTER A, P, OR Q"
009500         PERFORM ENTER-MODE-CHOICE.

009516 ENTER-NEXT-MODE-CHOICE.
009532     IF BATCH-UPDATES-ALLOWED = "Y"
009548         PERFORM ENTER-MODE-CHOICE
009564     ELSE
009580         MOVE "Q" TO MODE-CHOICE.
009600
009700*---------------------------------
009800* ADD
010100     PERFORM GET-NEW-BILL-NUMBER.
010200     PERFORM ADD-RECORDS
010300        UNTIL BILL-NUMBER = ZEROES.
010400     PERFORM ENTER-NEXT-MODE-CHOICE.
010500
010600 GET-NEW-BILL-NUMBER.
010700     PERFORM INIT-BILL-RECORD.
010750     IF BATCH-UPDATES-ALLOWED = "Y"
010800         PERFORM ASK-ADD-ANOTHER
010833     ELSE
010866         MOVE "N" TO OK-TO-PROCESS.
010900     IF OK-TO-PROCESS = "Y"
011000         PERFORM RETRIEVE-NEXT-BILL-NUMBER
011100     ELSE
015800 ASK-WRITE-THE-BILL.
015900     MOVE "WRITE THIS BILL (Y/N)?" TO PROCESS-MESSAGE.
016000     PERFORM ASK-OK-TO-PROCESS.
016050     PERFORM CHECK-WINDOW-BEFORE-WRITE.
016100
016107*---------------------------------
016114* A yes that arrives after the
016121* nightly batch window has gone
016128* up is turned into a no, so the
016135* entry is backed out instead of
016142* written.
016149*---------------------------------
016156 CHECK-WINDOW-BEFORE-WRITE.
016163     IF OK-TO-PROCESS = "Y"
016170         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
016177         IF BATCH-UPDATES-ALLOWED NOT = "Y"
016184             MOVE "N" TO OK-TO-PROCESS.

016200 DISPLAY-NEW-BILL-NUMBER.
016300     MOVE BILL-NUMBER TO BILL-NUMBER-FIELD.
016400     DISPLAY "BILL " BILL-NUMBER-FIELD " ADDED".
023400     PERFORM GET-EXISTING-BILL.
023500     PERFORM PAY-RECORDS
023600         UNTIL BILL-NUMBER = ZEROES.
023700     PERFORM ENTER-NEXT-MODE-CHOICE.
023800
023900 GET-EXISTING-BILL.
024000     PERFORM ACCEPT-EXISTING-BILL.
026010     IF LOCK-ACQUIRED = "Y"
026020         PERFORM UNLOCK-THE-BILL-RECORD.
026100
026200     IF BATCH-UPDATES-ALLOWED = "Y"
026202         PERFORM GET-EXISTING-BILL
026204     ELSE
026206         MOVE ZEROES TO BILL-NUMBER.

026210 LOCK-THE-BILL-RECORD.
026220     MOVE "BILL" TO LOCK-WANTED-FILE.
026500     MOVE "GENERATE A VOUCHER FOR THIS BILL (Y/N)?"
026600         TO PROCESS-MESSAGE.
026700     PERFORM ASK-OK-TO-PROCESS.
026750     PERFORM CHECK-WINDOW-BEFORE-WRITE.
026800     IF OK-TO-PROCESS = "Y"
026900         PERFORM BUILD-NEW-VOUCHER
027000         PERFORM WRITE-VOUCHER-RECORD
028480                    VOUCHER-PO-NUMBER
028490                    VOUCHER-BATCH
028500                    VOUCHER-CHECK-NO
028505                    VOUCHER-PAY-RUN
028507                    VOUCHER-PROJECT
028507                    VOUCHER-WIRE-NUMBER.
028507     MOVE SPACE TO VOUCHER-REMIT-TO.
028600     MOVE BILL-VENDOR    TO VOUCHER-VENDOR.
028700     MOVE BILL-INVOICE   TO VOUCHER-INVOICE.
028800     MOVE BILL-NOTES     TO VOUCHER-FOR.
029000     MOVE BILL-DATE      TO VOUCHER-DATE.
029100     MOVE BILL-DUE       TO VOUCHER-DUE.
029150     PERFORM ENTER-VOUCHER-GL-ACCOUNT.
029160     PERFORM ENTER-VOUCHER-STORE.
029200     PERFORM SET-APPROVAL-LEVELS-REQUIRED.
029210
029220*---------------------------------
029308     ELSE
029309         DISPLAY "   ACCOUNT: " ACCOUNT-NAME.
029310
029311 ENTER-VOUCHER-STORE.
029312     PERFORM ACCEPT-VOUCHER-STORE.
029313     PERFORM RE-ACCEPT-VOUCHER-STORE
029314         UNTIL VOUCHER-STORE = ZEROES
029315            OR STORE-RECORD-FOUND = "Y".
029316
029317 ACCEPT-VOUCHER-STORE.
029318     DISPLAY "ENTER STORE (0 FOR HEAD OFFICE)".
029319     ACCEPT VOUCHER-STORE.
029320     MOVE VOUCHER-STORE TO STORE-NUMBER.
029321     MOVE "Y" TO STORE-RECORD-FOUND.
029322     READ STORE-FILE RECORD
029323       INVALID KEY
029324          MOVE "N" TO STORE-RECORD-FOUND.
029325     IF VOUCHER-STORE NOT = ZEROES
029326        AND STORE-RECORD-FOUND = "Y"
029327         DISPLAY "   STORE: " STORE-NAME.
029328
029329 RE-ACCEPT-VOUCHER-STORE.
029330     DISPLAY "STORE NOT FOUND".
029331     PERFORM ACCEPT-VOUCHER-STORE.
029332
029400 DISPLAY-NEW-VOUCHER-NUMBER.
029500     MOVE VOUCHER-NUMBER TO VOUCHER-NUMBER-FIELD.
029600     DISPLAY "VOUCHER " VOUCHER-NUMBER-FIELD " CREATED".
038510     COPY "PLCOMP1.CBL".

038520     COPY "PLLOCK01.CBL".
038620
038720     COPY "PLPARM01.CBL".

038820     COPY "PLBWIN01.CBL".
