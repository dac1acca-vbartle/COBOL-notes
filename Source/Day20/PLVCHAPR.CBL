000800*   under  $500.00  - 0 levels
000900*   $500.00-$4999.99 - 1 level
001000*   $5,000.00 and up - 2 levels
001010* The two breakpoints are the
001020* APPROVAL-LIMIT-1 and -2
001030* values in force today for
001040* VOUCHER-COMPANY on the system
001050* parameter master (PLPARM01),
001060* falling back to the amounts
001070* above when none is on file.
001100* The calling program must
001200* already have VOUCHER-AMOUNT
001300* populated and FDVOUCH.CBL
001400* copied into the FILE SECTION,
001410* and must COPY SLPARM01.CBL,
001420* FDPARM01.CBL, WSPARM01.CBL,
001430* WSVCHAPR.CBL and PLPARM01.CBL
001440* with SYSTEM-PARAMETER-FILE
001450* closed - the routine opens
001460* and closes it itself.
001500* PERFORM SET-APPROVAL-LEVELS-
001600* REQUIRED. On return VOUCHER-
001700* APPROVAL-LEVELS-REQUIRED is
001900* DONE is reset to zero.
002000*---------------------------------
002100 SET-APPROVAL-LEVELS-REQUIRED.
002150     IF APPROVAL-LIMITS-LOADED NOT = "Y"
002160        OR APPROVAL-LIMITS-COMPANY NOT = VOUCHER-COMPANY
002170         PERFORM LOAD-APPROVAL-LIMITS.
002200     MOVE ZERO TO VOUCHER-APPROVAL-LEVELS-DONE.
002300     IF VOUCHER-AMOUNT NOT < TWO-APPROVAL-LIMIT
002400         MOVE 2 TO VOUCHER-APPROVAL-LEVELS-REQUIRED
002500     ELSE
002600         IF VOUCHER-AMOUNT NOT < ONE-APPROVAL-LIMIT
002700             MOVE 1 TO VOUCHER-APPROVAL-LEVELS-REQUIRED
002800         ELSE
002900             MOVE ZERO TO VOUCHER-APPROVAL-LEVELS-REQUIRED.

003000 LOAD-APPROVAL-LIMITS.
003100     MOVE "Y" TO APPROVAL-LIMITS-LOADED.
003200     MOVE VOUCHER-COMPANY TO APPROVAL-LIMITS-COMPANY.
003300     MOVE 500.00 TO ONE-APPROVAL-LIMIT.
003400     MOVE 5000.00 TO TWO-APPROVAL-LIMIT.
003500     OPEN INPUT SYSTEM-PARAMETER-FILE.
003600     MOVE VOUCHER-COMPANY TO PARM-WANTED-COMPANY.
003700     MOVE FUNCTION CURRENT-DATE(1:8) TO PARM-WANTED-DATE.
003800     MOVE "APPROVAL-LIMIT-1" TO PARM-WANTED-NAME.
003900     MOVE ONE-APPROVAL-LIMIT TO PARM-WANTED-VALUE.
004000     PERFORM GET-PARAMETER-VALUE.
004100     MOVE PARM-WANTED-VALUE TO ONE-APPROVAL-LIMIT.
004200     MOVE "APPROVAL-LIMIT-2" TO PARM-WANTED-NAME.
004300     MOVE TWO-APPROVAL-LIMIT TO PARM-WANTED-VALUE.
004400     PERFORM GET-PARAMETER-VALUE.
004500     MOVE PARM-WANTED-VALUE TO TWO-APPROVAL-LIMIT.
004600     CLOSE SYSTEM-PARAMETER-FILE.
