002000* chases our side.
002100* Raises and matches are
002200* journaled.
002216* While the nightly batch window
002232* is up (PLBWIN01.CBL) only AGE
002248* is open; a credit raised or
002264* matched as the window goes up
002280* is not saved.
002300*---------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.

002900     COPY "SLJRNL01.CBL".

002933     COPY "SLBWIN01.CBL".

002966     COPY "SLBWLOG.CBL".

003000     SELECT PRINTER-FILE
003100         ASSIGN TO PRINTER
003200         ORGANIZATION IS LINE SEQUENTIAL.

003700     COPY "FDJRNL01.CBL".

003733     COPY "FDBWIN01.CBL".

003766     COPY "FDBWLOG.CBL".

003800 FD  PRINTER-FILE
003900     LABEL RECORDS ARE OMITTED.
004000 01  PRINTER-RECORD              PIC X(80).

008100     COPY "WSOPID01.CBL".

008150     COPY "WSBWIN01.CBL".

008200 PROCEDURE DIVISION.
008300 PROGRAM-BEGIN.
008400     PERFORM OPENING-PROCEDURE.
008500     PERFORM GET-OPERATOR-ID.
008533     MOVE "ECRMNT01" TO BWIN-PROGRAM-NAME.
008566     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
008600     PERFORM MAIN-PROCESS.
008700     PERFORM CLOSING-PROCEDURE.

008733 PROGRAM-EXIT.
008766     EXIT PROGRAM.

008800 PROGRAM-DONE.
008900     STOP RUN.

011900* RAISE
012000*---------------------------------
012100 RAISE-MODE.
012133     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
012166     IF BATCH-UPDATES-ALLOWED = "Y"
012200         PERFORM GET-CREDIT-VENDOR
012225     ELSE
012250         DISPLAY "ONLY AGE IS OPEN"
012275         MOVE ZEROES TO WORK-VENDOR-NUMBER.
012300     PERFORM RAISE-RECORDS
012400         UNTIL WORK-VENDOR-NUMBER = ZEROES.
012500     PERFORM ENTER-MODE-CHOICE.
014700         TO PROCESS-MESSAGE.
014800     PERFORM ASK-OK-TO-PROCESS.
014900     IF OK-TO-PROCESS = "Y"
014920         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
014940         IF BATCH-UPDATES-ALLOWED NOT = "Y"
014960             MOVE "N" TO OK-TO-PROCESS.
014980     IF OK-TO-PROCESS = "Y"
015000         PERFORM WRITE-CREDIT-RECORD
015100         PERFORM JOURNAL-CREDIT-RAISE
015200         DISPLAY "EXPECTED CREDIT " ECRD-SEQUENCE
015300             " RAISED".
015350     IF BATCH-UPDATES-ALLOWED = "Y"
015400         PERFORM GET-CREDIT-VENDOR
015433     ELSE
015466         MOVE ZEROES TO WORK-VENDOR-NUMBER.

015500 ENTER-CREDIT-FIELDS.
015600     PERFORM RETRIEVE-NEXT-CREDIT-SEQ.
019200* MATCH
019300*---------------------------------
019400 MATCH-MODE.
019433     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
019466     IF BATCH-UPDATES-ALLOWED = "Y"
019500         PERFORM GET-CREDIT-VENDOR
019525     ELSE
019550         DISPLAY "ONLY AGE IS OPEN"
019575         MOVE ZEROES TO WORK-VENDOR-NUMBER.
019600     PERFORM MATCH-RECORDS
019700         UNTIL WORK-VENDOR-NUMBER = ZEROES.
019800     PERFORM ENTER-MODE-CHOICE.
020100     PERFORM ENTER-MATCH-SEQUENCE.
020200     IF WORK-SEQUENCE NOT = ZEROES
020300         PERFORM MATCH-THE-CREDIT.
020350     IF BATCH-UPDATES-ALLOWED = "Y"
020400         PERFORM GET-CREDIT-VENDOR
020433     ELSE
020466         MOVE ZEROES TO WORK-VENDOR-NUMBER.

020500 LIST-OPEN-VENDOR-CREDITS.
020600     DISPLAY "   OPEN EXPECTED CREDITS:".
023500         DISPLAY "ENTER CREDIT MEMO VOUCHER NUMBER"
023600             " (0 IF NONE)"
023700         ACCEPT ECRD-MATCHED-VOUCHER
023733         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
023766         IF BATCH-UPDATES-ALLOWED = "Y"
023800             MOVE "M" TO ECRD-STATUS
023900             PERFORM GET-TODAYS-DATE
024000             MOVE DATE-CCYYMMDD TO ECRD-MATCHED-DATE
024100             PERFORM REWRITE-CREDIT-RECORD
024200             PERFORM JOURNAL-CREDIT-MATCH
024300             DISPLAY "EXPECTED CREDIT MATCHED OFF".

024400*---------------------------------
024500* AGE - unreceived credits by
038100     COPY "PLOPID01.CBL".

038200     COPY "PLJRNL01.CBL".

038300     COPY "PLBWIN01.CBL".
