002300* which claims the next run
002400* number for the name and
002500* writes a pending record.
002510* A periodic journal also moves
002520* its period to EXPCTL-CHECK-
002530* PERIOD first: the check then
002540* sets EXPCTL-PERIOD-FOUND to
002550* "Y" when any run of the name,
002560* whatever its status, already
002570* covers that period, and the
002580* log stamps the period on the
002590* new run.
002600*---------------------------------
002700 CHECK-EXPORT-PENDING.
002800     MOVE "N" TO EXPCTL-PENDING-FOUND.
002850     MOVE "N" TO EXPCTL-PERIOD-FOUND.
002900     MOVE "N" TO EXPCTL-FILE-AT-END.
003000     MOVE ZEROES TO EXPCTL-LAST-RUN.
003100     PERFORM START-EXPCTL-AT-NAME.
004700         MOVE EXPCTL-RUN-NUMBER TO EXPCTL-LAST-RUN
004800         IF EXPCTL-STATUS = "P"
004900             MOVE "Y" TO EXPCTL-PENDING-FOUND.
004920     IF EXPCTL-FILE-AT-END NOT = "Y"
004940        AND EXPCTL-CHECK-PERIOD NOT = ZEROES
004960        AND EXPCTL-PERIOD = EXPCTL-CHECK-PERIOD
004980         MOVE "Y" TO EXPCTL-PERIOD-FOUND.

005000*---------------------------------
005100* CHECK-EXPORT-PENDING leaves
006400     MOVE EXPCTL-NEW-COUNT TO EXPCTL-ITEM-COUNT.
006500     MOVE EXPCTL-NEW-TOTAL TO EXPCTL-DOLLAR-TOTAL.
006600     MOVE "P" TO EXPCTL-STATUS.
006650     MOVE EXPCTL-CHECK-PERIOD TO EXPCTL-PERIOD.
006700     WRITE EXPORT-CONTROL-RECORD
006800         INVALID KEY
006900         DISPLAY "ERROR WRITING EXPORT CONTROL RECORD".
