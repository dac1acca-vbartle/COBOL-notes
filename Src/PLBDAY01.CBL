000100*---------------------------------
000200* PLBDAY01.CBL
000300* Business-day calendar for due
000400* dates, discount deadlines and
000500* bank settlement. A business
000600* day is Monday to Friday and
000700* not on HOLIDAY-FILE (HOLMNT01).
000800* The calling program must COPY
000900* WSBDAY01.CBL, SLHOL01.CBL and
001000* FDHOL01.CBL and have
001100* HOLIDAY-FILE open INPUT (it is
001200* OPTIONAL - with no file on disk
001300* only weekends are skipped),
001400* then:
001500*   MOVE date TO BUSINESS-DATE
001600* and one of:
001700*   PERFORM ROLL-FORWARD-TO-BUSINESS-DAY
001800*     BUSINESS-DATE comes back as
001900*     the date itself when it is
002000*     a business day, else the
002100*     next one - due dates and
002200*     settlement dates.
002300*   PERFORM ROLL-BACK-TO-BUSINESS-DAY
002400*     the business day on or
002500*     before the date - discount
002600*     deadlines, so the discount
002700*     is not lost to a weekend.
002800*   MOVE n TO BUSINESS-DAYS
002900*   PERFORM ADD-BUSINESS-DAYS
003000*     BUSINESS-DATE comes back n
003100*     business days later (n
003200*     negative counts back).
003300*   MOVE date TO BUSINESS-END-DATE
003400*   PERFORM COUNT-BUSINESS-DAYS
003500*     BUSINESS-DAYS comes back as
003600*     the business days after
003700*     BUSINESS-DATE up to and
003800*     including BUSINESS-END-DATE,
003900*     negative when the end date
004000*     is the earlier.
004100*---------------------------------
004200 ROLL-FORWARD-TO-BUSINESS-DAY.
004300     MOVE 1 TO BUSINESS-STEP.
004400     PERFORM ROLL-TO-BUSINESS-DAY.

004500 ROLL-BACK-TO-BUSINESS-DAY.
004600     MOVE -1 TO BUSINESS-STEP.
004700     PERFORM ROLL-TO-BUSINESS-DAY.

004800 ROLL-TO-BUSINESS-DAY.
004900     COMPUTE BUSINESS-INTEGER =
005000         FUNCTION INTEGER-OF-DATE(BUSINESS-DATE).
005100     PERFORM CHECK-BUSINESS-DAY.
005200     PERFORM STEP-ONE-CALENDAR-DAY
005300         UNTIL BUSINESS-DAY-OPEN = "Y".
005400     COMPUTE BUSINESS-DATE =
005500         FUNCTION DATE-OF-INTEGER(BUSINESS-INTEGER).

005600 ADD-BUSINESS-DAYS.
005700     COMPUTE BUSINESS-INTEGER =
005800         FUNCTION INTEGER-OF-DATE(BUSINESS-DATE).
005900     IF BUSINESS-DAYS < 0
006000         MOVE -1 TO BUSINESS-STEP
006100         COMPUTE BUSINESS-DAYS-LEFT = 0 - BUSINESS-DAYS
006200     ELSE
006300         MOVE 1 TO BUSINESS-STEP
006400         MOVE BUSINESS-DAYS TO BUSINESS-DAYS-LEFT.
006500     PERFORM STEP-ONE-BUSINESS-DAY
006600         UNTIL BUSINESS-DAYS-LEFT = 0.
006700     COMPUTE BUSINESS-DATE =
006800         FUNCTION DATE-OF-INTEGER(BUSINESS-INTEGER).

006900 STEP-ONE-BUSINESS-DAY.
007000     PERFORM STEP-ONE-CALENDAR-DAY.
007100     PERFORM STEP-ONE-CALENDAR-DAY
007200         UNTIL BUSINESS-DAY-OPEN = "Y".
007300     SUBTRACT 1 FROM BUSINESS-DAYS-LEFT.

007400*---------------------------------
007500* Counting always walks forward
007600* from the earlier date; a count
007700* back is only a change of sign.
007800*---------------------------------
007900 COUNT-BUSINESS-DAYS.
008000     MOVE ZERO TO BUSINESS-DAYS.
008100     MOVE 1 TO BUSINESS-STEP.
008200     MOVE "N" TO BUSINESS-COUNT-BACK.
008300     COMPUTE BUSINESS-INTEGER =
008400         FUNCTION INTEGER-OF-DATE(BUSINESS-DATE).
008500     COMPUTE BUSINESS-END-INTEGER =
008600         FUNCTION INTEGER-OF-DATE(BUSINESS-END-DATE).
008700     IF BUSINESS-END-INTEGER < BUSINESS-INTEGER
008800         MOVE "Y" TO BUSINESS-COUNT-BACK
008900         MOVE BUSINESS-INTEGER TO BUSINESS-SWAP-INTEGER
009000         MOVE BUSINESS-END-INTEGER TO BUSINESS-INTEGER
009100         MOVE BUSINESS-SWAP-INTEGER TO BUSINESS-END-INTEGER.
009200     PERFORM TALLY-ONE-CALENDAR-DAY
009300         UNTIL BUSINESS-INTEGER NOT < BUSINESS-END-INTEGER.
009400     IF BUSINESS-COUNT-BACK = "Y"
009500         COMPUTE BUSINESS-DAYS = 0 - BUSINESS-DAYS.

009600 TALLY-ONE-CALENDAR-DAY.
009700     PERFORM STEP-ONE-CALENDAR-DAY.
009800     IF BUSINESS-DAY-OPEN = "Y"
009900         ADD 1 TO BUSINESS-DAYS.

010000 STEP-ONE-CALENDAR-DAY.
010100     ADD BUSINESS-STEP TO BUSINESS-INTEGER.
010200     PERFORM CHECK-BUSINESS-DAY.

010300*---------------------------------
010400* Day 1 of the integer dates
010500* was a Monday, so a remainder
010600* of 6 is a Saturday and 0 a
010700* Sunday.
010800*---------------------------------
010900 CHECK-BUSINESS-DAY.
011000     COMPUTE BUSINESS-WEEKDAY =
011100         FUNCTION REM(BUSINESS-INTEGER 7).
011200     IF BUSINESS-WEEKDAY = 0 OR BUSINESS-WEEKDAY = 6
011300         MOVE "N" TO BUSINESS-DAY-OPEN
011400     ELSE
011500         PERFORM READ-BUSINESS-HOLIDAY
011600         IF BUSINESS-HOLIDAY-FOUND = "Y"
011700             MOVE "N" TO BUSINESS-DAY-OPEN
011800         ELSE
011900             MOVE "Y" TO BUSINESS-DAY-OPEN.

012000 READ-BUSINESS-HOLIDAY.
012100     COMPUTE HOLIDAY-DATE =
012200         FUNCTION DATE-OF-INTEGER(BUSINESS-INTEGER).
012300     MOVE "Y" TO BUSINESS-HOLIDAY-FOUND.
012400     READ HOLIDAY-FILE RECORD
012500       INVALID KEY
012600          MOVE "N" TO BUSINESS-HOLIDAY-FOUND.
