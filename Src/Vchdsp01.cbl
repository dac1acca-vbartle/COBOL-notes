002500* past their expected
002600* resolution date.
002700* Every action is journaled.
002716* While the nightly batch window
002732* is up (PLBWIN01.CBL) only LOG
002748* and AGE are open; a dispute
002764* raised or resolved as the
002780* window goes up is not saved.
002800*---------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.

003500     COPY "SLJRNL01.CBL".

003533     COPY "SLBWIN01.CBL".

003566     COPY "SLBWLOG.CBL".

003600     SELECT PRINTER-FILE
003700         ASSIGN TO PRINTER
003800         ORGANIZATION IS LINE SEQUENTIAL.

004400     COPY "FDJRNL01.CBL".

004433     COPY "FDBWIN01.CBL".

004466     COPY "FDBWLOG.CBL".

004500 FD  PRINTER-FILE
004600     LABEL RECORDS ARE OMITTED.
004700 01  PRINTER-RECORD              PIC X(80).

009000     COPY "WSOPID01.CBL".

009050     COPY "WSBWIN01.CBL".

009100 PROCEDURE DIVISION.
009200 PROGRAM-BEGIN.
009300     PERFORM OPENING-PROCEDURE.
009400     PERFORM GET-OPERATOR-ID.
009433     MOVE "VCHDSP01" TO BWIN-PROGRAM-NAME.
009466     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
009500     PERFORM MAIN-PROCESS.
009600     PERFORM CLOSING-PROCEDURE.

009633 PROGRAM-EXIT.
009666     EXIT PROGRAM.

009700 PROGRAM-DONE.
009800     STOP RUN.

013300* DISPUTE
013400*---------------------------------
013500 DISPUTE-MODE.
013533     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
013566     IF BATCH-UPDATES-ALLOWED = "Y"
013600         PERFORM GET-EXISTING-VOUCHER
013625     ELSE
013650         DISPLAY "ONLY LOG AND AGE ARE OPEN"
013675         MOVE ZEROES TO WORK-VOUCHER-NUMBER.
013700     PERFORM DISPUTE-RECORDS
013800         UNTIL WORK-VOUCHER-NUMBER = ZEROES.
013900     PERFORM ENTER-MODE-CHOICE.
014600         DISPLAY "VOUCHER IS ALREADY PAID"
014700     ELSE
014800         PERFORM RAISE-THE-DISPUTE.
014850     IF BATCH-UPDATES-ALLOWED = "Y"
014900         PERFORM GET-EXISTING-VOUCHER
014933     ELSE
014966         MOVE ZEROES TO WORK-VOUCHER-NUMBER.

015000 RAISE-THE-DISPUTE.
015100     PERFORM ENTER-DISPUTE-REASON.
015200     PERFORM ENTER-EXPECTED-DATE.
015300     MOVE "RAISE THIS DISPUTE (Y/N)?" TO PROCESS-MESSAGE.
015400     PERFORM ASK-OK-TO-PROCESS.
015450     PERFORM CHECK-WINDOW-BEFORE-WRITE.
015500     IF OK-TO-PROCESS = "Y"
015600         MOVE "Y" TO VOUCHER-DISPUTE-FLAG
015700         PERFORM REWRITE-VOUCHER-RECORD
018200* RESOLVE
018300*---------------------------------
018400 RESOLVE-MODE.
018433     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
018466     IF BATCH-UPDATES-ALLOWED = "Y"
018500         PERFORM GET-EXISTING-VOUCHER
018525     ELSE
018550         DISPLAY "ONLY LOG AND AGE ARE OPEN"
018575         MOVE ZEROES TO WORK-VOUCHER-NUMBER.
018600     PERFORM RESOLVE-RECORDS
018700         UNTIL WORK-VOUCHER-NUMBER = ZEROES.
018800     PERFORM ENTER-MODE-CHOICE.
019200         DISPLAY "VOUCHER IS NOT IN DISPUTE"
019300     ELSE
019400         PERFORM RESOLVE-THE-DISPUTE.
019450     IF BATCH-UPDATES-ALLOWED = "Y"
019500         PERFORM GET-EXISTING-VOUCHER
019533     ELSE
019566         MOVE ZEROES TO WORK-VOUCHER-NUMBER.

019600 RESOLVE-THE-DISPUTE.
019700     PERFORM ENTER-DISPUTE-REASON.
019800     MOVE ZEROES TO EXPECTED-DATE-HOLD.
019900     MOVE "RESOLVE THIS DISPUTE (Y/N)?" TO PROCESS-MESSAGE.
020000     PERFORM ASK-OK-TO-PROCESS.
020050     PERFORM CHECK-WINDOW-BEFORE-WRITE.
020100     IF OK-TO-PROCESS = "Y"
020200         MOVE "N" TO VOUCHER-DISPUTE-FLAG
020300         PERFORM REWRITE-VOUCHER-RECORD
020700         DISPLAY "DISPUTE RESOLVED - VOUCHER WILL"
020800             " SELECT AGAIN".

020808*---------------------------------
020816* A yes that arrives after the
020824* nightly batch window has gone
020832* up is turned into a no, so the
020840* voucher is left as it was.
020848*---------------------------------
020856 CHECK-WINDOW-BEFORE-WRITE.
020864     IF OK-TO-PROCESS = "Y"
020872         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
020880         IF BATCH-UPDATES-ALLOWED NOT = "Y"
020888             MOVE "N" TO OK-TO-PROCESS.

020900*---------------------------------
021000* LOG - one voucher's dispute
021100* history.
043500     COPY "PLOPID01.CBL".

043600     COPY "PLJRNL01.CBL".

043700     COPY "PLBWIN01.CBL".
