000100*---------------------------------
000200* PLPRNT01.CBL
000300* The date a vendor on ACH
000400* prenote becomes eligible for
000500* live payment: PRENOTE-WAIT-
000600* DAYS banking days (Monday to
000700* Friday, not a HOLIDAY-FILE
000800* bank holiday) after the
000850* prenote went out.
000900* The calling program must COPY
001000* WSPRNT01.CBL and FDVND04.CBL,
001020* and PLBDAY01.CBL with its
001040* WSBDAY01.CBL, SLHOL01.CBL and
001060* FDHOL01.CBL, have HOLIDAY-FILE
001080* open INPUT and have the vendor
001100* record read, with VENDOR-
001200* PRENOTE-DATE stamped, then:
001400*   PERFORM COMPUTE-PRENOTE-ELIGIBLE
001500* On return PRENOTE-ELIGIBLE-
001600* DATE holds the first day the
001700* vendor may be paid by ACH.
001800*---------------------------------
001900 COMPUTE-PRENOTE-ELIGIBLE.
002000     COMPUTE PRENOTE-DATE-INTEGER =
002100         FUNCTION INTEGER-OF-DATE(VENDOR-PRENOTE-DATE).
002200     MOVE ZERO TO PRENOTE-DAYS-COUNTED.
002300     PERFORM COUNT-ONE-PRENOTE-DAY
002400         UNTIL PRENOTE-DAYS-COUNTED NOT < PRENOTE-WAIT-DAYS.
002500     COMPUTE PRENOTE-ELIGIBLE-DATE =
002600         FUNCTION DATE-OF-INTEGER(PRENOTE-DATE-INTEGER).

002700*---------------------------------
002800* Weekends and bank holidays
002900* are settled by PLBDAY01's
003000* CHECK-BUSINESS-DAY, the same
003100* calendar the check run uses.
003200*---------------------------------
003300 COUNT-ONE-PRENOTE-DAY.
003400     ADD 1 TO PRENOTE-DATE-INTEGER.
003500     MOVE PRENOTE-DATE-INTEGER TO BUSINESS-INTEGER.
003600     PERFORM CHECK-BUSINESS-DAY.
003700     IF BUSINESS-DAY-OPEN = "Y"
003800         ADD 1 TO PRENOTE-DAYS-COUNTED.
