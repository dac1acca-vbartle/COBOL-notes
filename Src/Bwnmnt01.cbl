000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BWNMNT01.
000300*---------------------------------
000400* Nightly batch window control
000500* for a SUPERVISOR (PLSIGN01).
000600* While NIGHTRUN's chain holds
000700* the batch window up, the
000800* online update programs refuse
000900* entries (PLBWIN01.CBL). From
001000* here a supervisor can open a
001100* short maintenance window - up
001200* to 60 minutes, with a reason -
001300* so a correction the chain is
001400* waiting on can be keyed, shut
001500* it again early, or release a
001600* window left up by a chain that
001700* died, once it is known nothing
001800* is still running. Every action
001900* goes on BATCH-WINDOW-LOG,
002000* which OPSCON01 lists.
002100*---------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.

002500     COPY "SLBWIN01.CBL".

002600     COPY "SLBWLOG.CBL".

002700     COPY "SLOPER01.CBL".

002800     COPY "SLSECVIO.CBL".

002900 DATA DIVISION.
003000 FILE SECTION.

003100     COPY "FDBWIN01.CBL".

003200     COPY "FDBWLOG.CBL".

003300     COPY "FDOPER01.CBL".

003400     COPY "FDSECVIO.CBL".

003500 WORKING-STORAGE SECTION.

003600 77  MENU-PICK                    PIC 9.
003700     88  MENU-PICK-IS-VALID       VALUES 0 THRU 3.

003800 77  OK-TO-PROCESS                PIC X.
003900 77  WINDOW-MINUTES               PIC 99.
004000 77  WINDOW-REASON                PIC X(30).
004100 77  NOW-DATE                     PIC 9(8).
004200 77  SECONDS-WORK                 PIC S9(11) COMP.
004300 77  DAY-INTEGER                  PIC S9(9) COMP.
004400 77  SECOND-OF-DAY                PIC S9(9) COMP.
004500 77  UNTIL-DATE                   PIC 9(8).
004600 77  UNTIL-HH                     PIC 99.
004700 77  UNTIL-MM                     PIC 99.
004800 77  UNTIL-SS                     PIC 99.

004900 01  NOW-TIME.
005000     05  NOW-HH                   PIC 99.
005100     05  NOW-MM                   PIC 99.
005200     05  NOW-SS                   PIC 99.

005300 01  UNTIL-STAMP.
005400     05  UNTIL-STAMP-DATE         PIC 9(8).
005500     05  UNTIL-STAMP-TIME         PIC 9(6).
005600 01  FILLER REDEFINES UNTIL-STAMP.
005700     05  UNTIL-STAMP-NUMBER       PIC 9(14).

005800 01  SHOW-TIME.
005900     05  SHOW-HH                  PIC 99.
006000     05  FILLER                   PIC X VALUE ":".
006100     05  SHOW-MM                  PIC 99.

006200     COPY "WSBWIN01.CBL".

006300     COPY "WSSIGN01.CBL".

006400     COPY "WSDATE01.CBL".

006500     COPY "WSCASE01.CBL".

006600     COPY "WSOPID01.CBL".

006700 PROCEDURE DIVISION.
006800 PROGRAM-BEGIN.
006900     OPEN I-O OPERATOR-FILE.
007000     PERFORM SIGN-ON-OPERATOR.
007100     CLOSE OPERATOR-FILE.
007200     IF AUTH-SUPERVISOR NOT = "Y"
007300         DISPLAY "BATCH WINDOW CONTROL TAKES THE SUPERVISOR"
007400         DISPLAY "PERMISSION - SEE YOUR SUPERVISOR"
007500     ELSE
007600         MOVE "BWNMNT01" TO BWIN-PROGRAM-NAME
007700         PERFORM MAIN-PROCESS.

007800 PROGRAM-EXIT.
007900     EXIT PROGRAM.

008000 PROGRAM-DONE.
008100     ACCEPT OMITTED. STOP RUN.

008200 MAIN-PROCESS.
008300     PERFORM GET-MENU-PICK.
008400     PERFORM MAINTAIN-THE-WINDOW
008500         UNTIL MENU-PICK = 0.

008600*---------------------------------
008700* MENU
008800*---------------------------------
008900 GET-MENU-PICK.
009000     PERFORM DISPLAY-THE-MENU.
009100     PERFORM ACCEPT-MENU-PICK.
009200     PERFORM RE-ACCEPT-MENU-PICK
009300         UNTIL MENU-PICK-IS-VALID.

009400 DISPLAY-THE-MENU.
009500     PERFORM CLEAR-SCREEN.
009600     DISPLAY "OPERATOR: " OPERATOR-ID.
009700     DISPLAY "    NIGHTLY BATCH WINDOW".
009800     PERFORM DISPLAY-WINDOW-STATUS.
009900     DISPLAY "    PLEASE SELECT:".
010000     DISPLAY " ".
010100     DISPLAY "          1.  OPEN A MAINTENANCE WINDOW".
010200     DISPLAY "          2.  SHUT THE MAINTENANCE WINDOW".
010300     DISPLAY "          3.  RELEASE A WINDOW LEFT UP BY A"
010400             " FAILED RUN".
010500     DISPLAY " ".
010600     DISPLAY "          0.  EXIT".
010700     PERFORM SCROLL-LINE 6 TIMES.

010800 ACCEPT-MENU-PICK.
010900     DISPLAY "YOUR CHOICE (0-3)?".
011000     ACCEPT MENU-PICK.

011100 RE-ACCEPT-MENU-PICK.
011200     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
011300     PERFORM ACCEPT-MENU-PICK.

011400 CLEAR-SCREEN.
011500     PERFORM SCROLL-LINE 25 TIMES.

011600 SCROLL-LINE.
011700     DISPLAY " ".

011800 MAINTAIN-THE-WINDOW.
011900     PERFORM DO-THE-PICK.
012000     PERFORM GET-MENU-PICK.

012100 DO-THE-PICK.
012200     IF MENU-PICK = 1
012300         PERFORM OPEN-MAINTENANCE-WINDOW
012400     ELSE
012500     IF MENU-PICK = 2
012600         PERFORM SHUT-MAINTENANCE-WINDOW
012700     ELSE
012800     IF MENU-PICK = 3
012900         PERFORM RELEASE-FAILED-WINDOW.

013000 DISPLAY-WINDOW-STATUS.
013100     PERFORM CHECK-BATCH-WINDOW.
013200     IF BWIN-RECORD-FOUND NOT = "Y"
013300        OR BWIN-BATCH-RUNNING NOT = "Y"
013400         DISPLAY "    NO BATCH RUNNING - UPDATES ARE OPEN"
013500     ELSE
013600         PERFORM DISPLAY-RUNNING-STATUS.

013700 DISPLAY-RUNNING-STATUS.
013800     MOVE BWIN-RAISED-DATE TO DATE-CCYYMMDD.
013900     PERFORM FORMAT-THE-DATE.
014000     MOVE BWIN-RAISED-TIME(1:2) TO SHOW-HH.
014100     MOVE BWIN-RAISED-TIME(3:2) TO SHOW-MM.
014200     DISPLAY "    BATCH RUNNING SINCE " FORMATTED-DATE
014300         " " SHOW-TIME.
014400     IF BATCH-UPDATES-ALLOWED = "Y"
014500         MOVE BWIN-MAINT-UNTIL TO UNTIL-STAMP-NUMBER
014600         MOVE UNTIL-STAMP-TIME(1:2) TO SHOW-HH
014700         MOVE UNTIL-STAMP-TIME(3:2) TO SHOW-MM
014800         DISPLAY "    MAINTENANCE WINDOW OPEN UNTIL "
014900             SHOW-TIME " BY " BWIN-MAINT-OPERATOR
015000         DISPLAY "    " BWIN-MAINT-REASON
015100     ELSE
015200         DISPLAY "    UPDATES ARE CLOSED".

015300*---------------------------------
015400* OPEN - only while the batch is
015500* up; the window runs from now
015600* for the minutes keyed.
015700*---------------------------------
015800 OPEN-MAINTENANCE-WINDOW.
015900     PERFORM CHECK-BATCH-WINDOW.
016000     IF BWIN-RECORD-FOUND NOT = "Y"
016100        OR BWIN-BATCH-RUNNING NOT = "Y"
016200         DISPLAY "NO BATCH IS RUNNING - NO WINDOW IS NEEDED"
016300     ELSE
016400         PERFORM ENTER-WINDOW-MINUTES
016500         PERFORM ENTER-WINDOW-REASON
016600         PERFORM WORK-OUT-WINDOW-END
016700         PERFORM OPEN-BATCH-WINDOW-FOR-UPDATE
016800         MOVE OPERATOR-ID TO BWIN-MAINT-OPERATOR
016900         MOVE UNTIL-STAMP-NUMBER TO BWIN-MAINT-UNTIL
017000         MOVE WINDOW-REASON TO BWIN-MAINT-REASON
017100         PERFORM SAVE-BATCH-WINDOW-RECORD
017200         MOVE "MAINT-OPEN" TO BWIN-LOG-EVENT
017300         PERFORM LOG-BATCH-WINDOW-EVENT.

017400 ENTER-WINDOW-MINUTES.
017500     PERFORM ACCEPT-WINDOW-MINUTES.
017600     PERFORM RE-ACCEPT-WINDOW-MINUTES
017700         UNTIL WINDOW-MINUTES > ZERO
017800           AND WINDOW-MINUTES NOT > 60.

017900 ACCEPT-WINDOW-MINUTES.
018000     DISPLAY "HOW MANY MINUTES (1-60)?".
018100     ACCEPT WINDOW-MINUTES.

018200 RE-ACCEPT-WINDOW-MINUTES.
018300     DISPLAY "A WINDOW RUNS 1 TO 60 MINUTES".
018400     PERFORM ACCEPT-WINDOW-MINUTES.

018500 ENTER-WINDOW-REASON.
018600     PERFORM ACCEPT-WINDOW-REASON.
018700     PERFORM RE-ACCEPT-WINDOW-REASON
018800         UNTIL WINDOW-REASON NOT = SPACES.

018900 ACCEPT-WINDOW-REASON.
019000     DISPLAY "REASON FOR THE WINDOW".
019100     ACCEPT WINDOW-REASON.
019200     INSPECT WINDOW-REASON
019300      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

019400 RE-ACCEPT-WINDOW-REASON.
019500     DISPLAY "A REASON MUST BE ENTERED".
019600     PERFORM ACCEPT-WINDOW-REASON.

019700*---------------------------------
019800* Now plus the minutes, carried
019900* over midnight through the
020000* date integer.
020100*---------------------------------
020200 WORK-OUT-WINDOW-END.
020300     MOVE FUNCTION CURRENT-DATE(1:8) TO NOW-DATE.
020400     MOVE FUNCTION CURRENT-DATE(9:6) TO NOW-TIME.
020500     COMPUTE SECONDS-WORK =
020600         FUNCTION INTEGER-OF-DATE(NOW-DATE) * 86400
020700         + NOW-HH * 3600
020800         + NOW-MM * 60
020900         + NOW-SS
021000         + WINDOW-MINUTES * 60.
021100     DIVIDE SECONDS-WORK BY 86400
021200         GIVING DAY-INTEGER
021300         REMAINDER SECOND-OF-DAY.
021400     COMPUTE UNTIL-DATE =
021500         FUNCTION DATE-OF-INTEGER(DAY-INTEGER).
021600     DIVIDE SECOND-OF-DAY BY 3600
021700         GIVING UNTIL-HH
021800         REMAINDER SECOND-OF-DAY.
021900     DIVIDE SECOND-OF-DAY BY 60
022000         GIVING UNTIL-MM
022100         REMAINDER UNTIL-SS.
022200     MOVE UNTIL-DATE TO UNTIL-STAMP-DATE.
022300     COMPUTE UNTIL-STAMP-TIME =
022400         UNTIL-HH * 10000 + UNTIL-MM * 100 + UNTIL-SS.

022500*---------------------------------
022600* SHUT - ends an open window
022700* early.
022800*---------------------------------
022900 SHUT-MAINTENANCE-WINDOW.
023000     PERFORM CHECK-BATCH-WINDOW.
023100     IF BWIN-RECORD-FOUND NOT = "Y"
023200        OR BWIN-MAINT-UNTIL = ZEROES
023300         DISPLAY "NO MAINTENANCE WINDOW IS OPEN"
023400     ELSE
023500         PERFORM OPEN-BATCH-WINDOW-FOR-UPDATE
023600         MOVE ZEROES TO BWIN-MAINT-UNTIL
023700         PERFORM SAVE-BATCH-WINDOW-RECORD
023800         MOVE "MAINT-SHUT" TO BWIN-LOG-EVENT
023900         PERFORM LOG-BATCH-WINDOW-EVENT.

024000*---------------------------------
024100* RELEASE - a chain that died
024200* leaves the window up; once the
024300* supervisor has confirmed with
024400* operations that nothing is
024500* still running, it is taken
024600* down here rather than waiting
024700* for the rerun.
024800*---------------------------------
024900 RELEASE-FAILED-WINDOW.
025000     PERFORM CHECK-BATCH-WINDOW.
025100     IF BWIN-RECORD-FOUND NOT = "Y"
025200        OR BWIN-BATCH-RUNNING NOT = "Y"
025300         DISPLAY "NO BATCH WINDOW IS UP"
025400     ELSE
025500         DISPLAY "ONLY RELEASE THE WINDOW WHEN NO NIGHTLY"
025600         DISPLAY "STEP IS STILL RUNNING (SEE OPSCON01)"
025700         PERFORM ASK-OK-TO-RELEASE
025800         IF OK-TO-PROCESS = "Y"
025900             PERFORM CLEAR-BATCH-WINDOW
026000             MOVE "RELEASED" TO BWIN-LOG-EVENT
026100             PERFORM LOG-BATCH-WINDOW-EVENT.

026200 ASK-OK-TO-RELEASE.
026300     PERFORM ACCEPT-OK-TO-RELEASE.
026400     PERFORM RE-ACCEPT-OK-TO-RELEASE
026500        UNTIL OK-TO-PROCESS = "Y" OR "N".

026600 ACCEPT-OK-TO-RELEASE.
026700     DISPLAY "RELEASE THE BATCH WINDOW (Y/N)?".
026800     ACCEPT OK-TO-PROCESS.
026900     INSPECT OK-TO-PROCESS
027000      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

027100 RE-ACCEPT-OK-TO-RELEASE.
027200     DISPLAY "YOU MUST ENTER YES OR NO".
027300     PERFORM ACCEPT-OK-TO-RELEASE.

027400     COPY "PLBWIN01.CBL".

027500     COPY "PLDATE01.CBL".

027600     COPY "PLOPID01.CBL".

027700     COPY "PLSIGN01.CBL".
