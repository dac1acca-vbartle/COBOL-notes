000500* operator enters an age in
000600* days; every check still
000700* outstanding (not CHECK-
000800* CLEARED, not CHECK-VOIDED,
000810* not a virtual card payment)
000900* whose payment date is older
001000* than that is listed, and on
001100* one confirmation the whole
002950* review.
003200* Each escheated check is also
003300* journaled (PLJRNL01).
003320* The due diligence wait
003340* DD-WAIT-DAYS is read from the
003360* system parameter master
003380* (PLPARM01.CBL) at start-up.
003400*---------------------------------
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
004200     COPY "SLJRNL01.CBL".

004210     COPY "SLESCHDD.CBL".
004240
004270     COPY "SLPARM01.CBL".

004300     SELECT WORK-FILE
004400         ASSIGN TO "WORK"
005700     COPY "FDJRNL01.CBL".

005710     COPY "FDESCHDD.CBL".
005740
005770     COPY "FDPARM01.CBL".

005800 SD  SORT-FILE.
005900 01  SORT-RECORD.
012800     COPY "WSCASE01.CBL".

012900     COPY "WSOPID01.CBL".
012933
012966     COPY "WSPARM01.CBL".

013000 PROCEDURE DIVISION.
013100 PROGRAM-BEGIN.
013200     PERFORM OPENING-PROCEDURE.
013300     PERFORM GET-OPERATOR-ID.
013350     PERFORM LOAD-BUSINESS-PARAMETERS.
013400     PERFORM MAIN-PROCESS.
013500     PERFORM CLOSING-PROCEDURE.

013533 PROGRAM-EXIT.
013566     EXIT PROGRAM.

013600 PROGRAM-DONE.
013700     STOP RUN.

013705*---------------------------------
013710* Thresholds in force today,
013715* from the system parameter
013720* master (PARMNT01). Each field
013725* keeps its compiled VALUE when
013730* nothing is on file.
013735*---------------------------------
013740 LOAD-BUSINESS-PARAMETERS.
013745     OPEN INPUT SYSTEM-PARAMETER-FILE.
013750     MOVE SPACES TO PARM-WANTED-COMPANY.
013755     MOVE FUNCTION CURRENT-DATE(1:8) TO PARM-WANTED-DATE.
013760     MOVE "DD-WAIT-DAYS" TO PARM-WANTED-NAME.
013765     MOVE DD-WAIT-DAYS TO PARM-WANTED-VALUE.
013770     PERFORM GET-PARAMETER-VALUE.
013775     MOVE PARM-WANTED-VALUE TO DD-WAIT-DAYS.
013780     CLOSE SYSTEM-PARAMETER-FILE.

013800 OPENING-PROCEDURE.
013900     OPEN I-O CHECK-FILE.
014000     OPEN INPUT VOUCHER-FILE.
020500 EXAMINE-ONE-CHECK.
020600     IF CHECK-CLEARED NOT = "Y"
020700        AND CHECK-VOIDED NOT = "Y"
020750        AND CHECK-PAY-METHOD NOT = "V"
020800         PERFORM AGE-THIS-CHECK.
020900     PERFORM READ-NEXT-CHECK.

042100     COPY "PLOPID01.CBL".

042200     COPY "PLJRNL01.CBL".
042300
042400     COPY "PLPARM01.CBL".
