000100*---------------------------------
000200* PLBWIN01.CBL
000300* Nightly batch window routines.
000400* The calling program must COPY
000500* SLBWIN01.CBL, FDBWIN01.CBL,
000600* SLBWLOG.CBL, FDBWLOG.CBL,
000700* WSBWIN01.CBL and WSOPID01.CBL,
000800* with OPERATOR-ID and
000900* BWIN-PROGRAM-NAME set. The
001000* routines open and close both
001100* files themselves.
001200* An online update program
001300*   PERFORM CHECK-BATCH-WINDOW-
001400*           AT-SIGN-ON
001500* after GET-OPERATOR-ID, and
001600*   PERFORM CHECK-BATCH-WINDOW-
001700*           BEFORE-WRITE
001800* before it saves an entry. On
001900* return BATCH-UPDATES-ALLOWED
002000* is "N" while NIGHTRUN's chain
002100* is running and no maintenance
002200* window is open; the operator
002300* has been told and the refusal
002400* logged as BLOCKED or BUMPED.
002500* Inquiry needs no check.
002600* NIGHTRUN performs RAISE-BATCH-
002700* WINDOW and CLEAR-BATCH-WINDOW
002800* around its chain.
002900*---------------------------------
003000 CHECK-BATCH-WINDOW-AT-SIGN-ON.
003100     PERFORM CHECK-BATCH-WINDOW.
003200     IF BATCH-UPDATES-ALLOWED NOT = "Y"
003300         DISPLAY "*** THE NIGHTLY BATCH IS RUNNING - UPDATES"
003400         DISPLAY "*** ARE CLOSED UNTIL IT FINISHES"
003500         MOVE "BLOCKED" TO BWIN-LOG-EVENT
003600         PERFORM LOG-BATCH-WINDOW-EVENT.

003700 CHECK-BATCH-WINDOW-BEFORE-WRITE.
003800     PERFORM CHECK-BATCH-WINDOW.
003900     IF BATCH-UPDATES-ALLOWED NOT = "Y"
004000         DISPLAY "*** THE NIGHTLY BATCH HAS STARTED - THIS"
004100         DISPLAY "*** ENTRY WAS NOT SAVED"
004200         MOVE "BUMPED" TO BWIN-LOG-EVENT
004300         PERFORM LOG-BATCH-WINDOW-EVENT.

004400 CHECK-BATCH-WINDOW.
004500     MOVE "Y" TO BATCH-UPDATES-ALLOWED.
004600     PERFORM READ-BATCH-WINDOW-RECORD.
004700     MOVE FUNCTION CURRENT-DATE(1:14) TO BWIN-NOW.
004800     IF BWIN-RECORD-FOUND = "Y"
004900        AND BWIN-BATCH-RUNNING = "Y"
005000        AND BWIN-NOW NOT < BWIN-MAINT-UNTIL
005100         MOVE "N" TO BATCH-UPDATES-ALLOWED.

005200 READ-BATCH-WINDOW-RECORD.
005300     OPEN INPUT BATCH-WINDOW-FILE.
005400     MOVE 1 TO BWIN-KEY.
005500     MOVE "Y" TO BWIN-RECORD-FOUND.
005600     READ BATCH-WINDOW-FILE RECORD
005700         INVALID KEY
005800         MOVE "N" TO BWIN-RECORD-FOUND.
005900     CLOSE BATCH-WINDOW-FILE.

006000 RAISE-BATCH-WINDOW.
006100     PERFORM OPEN-BATCH-WINDOW-FOR-UPDATE.
006200     MOVE "Y" TO BWIN-BATCH-RUNNING.
006300     MOVE FUNCTION CURRENT-DATE(1:8) TO BWIN-RAISED-DATE.
006400     MOVE FUNCTION CURRENT-DATE(9:6) TO BWIN-RAISED-TIME.
006500     MOVE SPACES TO BWIN-MAINT-OPERATOR
006600                    BWIN-MAINT-REASON.
006700     MOVE ZEROES TO BWIN-MAINT-UNTIL.
006800     PERFORM SAVE-BATCH-WINDOW-RECORD.
006900     MOVE "RAISED" TO BWIN-LOG-EVENT.
007000     PERFORM LOG-BATCH-WINDOW-EVENT.

007100 CLEAR-BATCH-WINDOW.
007200     PERFORM OPEN-BATCH-WINDOW-FOR-UPDATE.
007300     MOVE "N" TO BWIN-BATCH-RUNNING.
007400     MOVE FUNCTION CURRENT-DATE(1:8) TO BWIN-CLEARED-DATE.
007500     MOVE FUNCTION CURRENT-DATE(9:6) TO BWIN-CLEARED-TIME.
007600     MOVE SPACES TO BWIN-MAINT-OPERATOR
007700                    BWIN-MAINT-REASON.
007800     MOVE ZEROES TO BWIN-MAINT-UNTIL.
007900     PERFORM SAVE-BATCH-WINDOW-RECORD.
008000     MOVE "CLEARED" TO BWIN-LOG-EVENT.
008100     PERFORM LOG-BATCH-WINDOW-EVENT.

008200*---------------------------------
008300* The record is created the
008400* first time it is needed.
008500*---------------------------------
008600 OPEN-BATCH-WINDOW-FOR-UPDATE.
008700     OPEN I-O BATCH-WINDOW-FILE.
008800     MOVE 1 TO BWIN-KEY.
008900     MOVE "Y" TO BWIN-RECORD-FOUND.
009000     READ BATCH-WINDOW-FILE RECORD
009100         INVALID KEY
009200         MOVE "N" TO BWIN-RECORD-FOUND.
009300     IF BWIN-RECORD-FOUND = "N"
009400         MOVE SPACES TO BATCH-WINDOW-RECORD
009500         MOVE 1 TO BWIN-KEY
009600         MOVE "N" TO BWIN-BATCH-RUNNING
009700         MOVE ZEROES TO BWIN-RAISED-DATE
009800                        BWIN-RAISED-TIME
009900                        BWIN-CLEARED-DATE
010000                        BWIN-CLEARED-TIME
010100                        BWIN-MAINT-UNTIL.

010200 SAVE-BATCH-WINDOW-RECORD.
010300     IF BWIN-RECORD-FOUND = "Y"
010400         PERFORM REWRITE-BATCH-WINDOW-RECORD
010500     ELSE
010600         PERFORM WRITE-BATCH-WINDOW-RECORD.
010700     CLOSE BATCH-WINDOW-FILE.

010800 REWRITE-BATCH-WINDOW-RECORD.
010900     REWRITE BATCH-WINDOW-RECORD
011000         INVALID KEY
011100         DISPLAY "ERROR REWRITING BATCH WINDOW RECORD".

011200 WRITE-BATCH-WINDOW-RECORD.
011300     WRITE BATCH-WINDOW-RECORD
011400         INVALID KEY
011500         DISPLAY "ERROR WRITING BATCH WINDOW RECORD".

011600 LOG-BATCH-WINDOW-EVENT.
011700     OPEN EXTEND BATCH-WINDOW-LOG.
011800     MOVE FUNCTION CURRENT-DATE(1:8) TO BWLOG-DATE.
011900     MOVE FUNCTION CURRENT-DATE(9:6) TO BWLOG-TIME.
012000     MOVE OPERATOR-ID TO BWLOG-OPERATOR.
012100     MOVE BWIN-PROGRAM-NAME TO BWLOG-PROGRAM.
012200     MOVE BWIN-LOG-EVENT TO BWLOG-EVENT.
012300     WRITE BATCH-WINDOW-LOG-RECORD.
012400     CLOSE BATCH-WINDOW-LOG.
