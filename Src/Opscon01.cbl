001900*   loaded (LOAD-CONTROL-FILE)
002000* - the last APPROOF1 result
002100*   (CONTROL-AP-BALANCE/-DATE)
002133* - the nightly batch window
002166*   (PLBWIN01) - still up, or a
002199*   maintenance window open -
002232*   and who was refused or bumped
002265*   by it since the last run
002200* Anything needing attention
002300* is flagged *** ATTENTION ***.
002400*---------------------------------

003100     COPY "SLLDCTL.CBL".

003133     COPY "SLBWIN01.CBL".

003166     COPY "SLBWLOG.CBL".

003200 DATA DIVISION.
003300 FILE SECTION.


003700     COPY "FDLDCTL.CBL".

003733     COPY "FDBWIN01.CBL".

003766     COPY "FDBWLOG.CBL".

003800 WORKING-STORAGE SECTION.

003900 77  RUNLOG-AT-END               PIC X.
004000 77  BATCH-FILE-AT-END           PIC X.
004100 77  LOAD-FILE-AT-END            PIC X.
004150 77  BWLOG-AT-END                PIC X.
004200 77  CONTROL-RECORD-FOUND        PIC X.
004300 77  LAST-RUN-DATE               PIC 9(8).
004400 77  ATTENTION-COUNT             PIC 99 VALUE ZERO.

006600     COPY "WSOPID01.CBL".

006650     COPY "WSBWIN01.CBL".

006700 PROCEDURE DIVISION.
006800 PROGRAM-BEGIN.
006900     PERFORM GET-OPERATOR-ID.
007200     DISPLAY " MORNING OPERATIONS STATUS".
007300     DISPLAY "================================".
007400     PERFORM SHOW-NIGHT-CHAIN-STATUS.
007450     PERFORM SHOW-BATCH-WINDOW-STATUS.
007500     PERFORM SHOW-PAY-RUN-STATUS.
007600     PERFORM SHOW-BATCH-STATUS.
007700     PERFORM SHOW-LOAD-STATUS.
008500             " STARTS".
008600     PERFORM CLOSING-PROCEDURE.

008633 PROGRAM-EXIT.
008666     EXIT PROGRAM.

008700 PROGRAM-DONE.
008800     ACCEPT OMITTED. STOP RUN.

028600          MOVE "N" TO CONTROL-RECORD-FOUND
028700          DISPLAY "CONTROL FILE IS INVALID".

028800*---------------------------------
028802* The batch window should be
028804* down by morning; one still up
028806* means the chain never reached
028808* its closing step. Refusals and
028810* bumps logged since the start of
028812* last night's run are listed so
028814* those entries can be re-keyed.
028816*---------------------------------
028818 SHOW-BATCH-WINDOW-STATUS.
028820     DISPLAY " ".
028822     DISPLAY "BATCH WINDOW:".
028824     PERFORM CHECK-BATCH-WINDOW.
028826     IF BWIN-RECORD-FOUND = "Y"
028828        AND BWIN-BATCH-RUNNING = "Y"
028830         ADD 1 TO ATTENTION-COUNT
028832         DISPLAY "*** ATTENTION *** BATCH WINDOW STILL UP -"
028834             " UPDATES ARE CLOSED (BWNMNT01)"
028836     ELSE
028838         DISPLAY "  BATCH WINDOW DOWN - UPDATES OPEN".
028840     IF BWIN-RECORD-FOUND = "Y"
028842        AND BWIN-MAINT-UNTIL NOT = ZEROES
028844         DISPLAY "  MAINTENANCE WINDOW SET BY "
028846             BWIN-MAINT-OPERATOR " - " BWIN-MAINT-REASON.
028848     OPEN INPUT BATCH-WINDOW-LOG.
028850     MOVE "N" TO BWLOG-AT-END.
028852     PERFORM SHOW-ONE-WINDOW-EVENT
028854         UNTIL BWLOG-AT-END = "Y".
028856     CLOSE BATCH-WINDOW-LOG.

028858 SHOW-ONE-WINDOW-EVENT.
028860     READ BATCH-WINDOW-LOG
028862         AT END MOVE "Y" TO BWLOG-AT-END.
028864     IF BWLOG-AT-END NOT = "Y"
028866        AND BWLOG-DATE NOT < LAST-RUN-DATE
028868        AND BWLOG-EVENT NOT = "RAISED"
028870        AND BWLOG-EVENT NOT = "CLEARED"
028872         DISPLAY "  " BWLOG-DATE " " BWLOG-TIME " "
028874             BWLOG-OPERATOR " " BWLOG-PROGRAM " "
028876             BWLOG-EVENT.

028880     COPY "PLDATE01.CBL".

028900     COPY "PLOPID01.CBL".

029000     COPY "PLBWIN01.CBL".
